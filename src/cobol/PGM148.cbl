000100 IDENTIFICATION DIVISION.                                         PGM148
000200 PROGRAM-ID.    PGM148.                                           PGM148
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM148
000400*                                                                 PGM148
000500* =========================================================       PGM148
000600* 프로그램명: 월말 미착송장 입고 충당(GRNI ACCRUAL)                              PGM148
000700* 처리내용  : 기말일까지 인수된 원자재 입고 중 공급사 송장이                              PGM148
000800*            아직 대사되지 않았거나 일부만 대사된 입고를                             PGM148
000900*            입고별 송장 실적(CPYRCIV)과 대조해 찾고, 미착                       PGM148
001000*            수량을 발주단가(원화)와 부대비용 단가로 평가한다.                         PGM148
001100*            공급사/PO별 경과일 명세서를 찍고 기준일수(기본                          PGM148
001200*            60일)를 넘은 입고는 송장 문제 가능성으로 표시한다.                       PGM148
001300*            공급사별 충당액을 기말일자로 GL 인터페이스(GRNI)                       PGM148
001400*            에 넘기고, 같은 금액의 역분개를 다음 기간 1일자로                        PGM148
001500*            함께 넘겨 다음 달에 자동 환입되게 한다.                              PGM148
001600* =========================================================       PGM148
001700*                                                                 PGM148
001800 ENVIRONMENT DIVISION.                                            PGM148
001900 CONFIGURATION SECTION.                                           PGM148
002000 INPUT-OUTPUT SECTION.                                            PGM148
002100 FILE-CONTROL.                                                    PGM148
002200     SELECT GRNI-PARM-FILE                                        PGM148
002300         ASSIGN TO GRNIPARM                                       PGM148
002400         ORGANIZATION IS SEQUENTIAL                               PGM148
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM148
002600     SELECT RM-RECEIPT-FILE                                       PGM148
002700         ASSIGN TO RMRCPT                                         PGM148
002800         ORGANIZATION IS INDEXED                                  PGM148
002900         ACCESS MODE IS SEQUENTIAL                                PGM148
003000         RECORD KEY IS RR-KEY                                     PGM148
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM148
003200     SELECT OPTIONAL RECEIPT-INVOICED-FILE                        PGM148
003300         ASSIGN TO RCPTINV                                        PGM148
003400         ORGANIZATION IS INDEXED                                  PGM148
003500         ACCESS MODE IS SEQUENTIAL                                PGM148
003600         RECORD KEY IS RI-KEY                                     PGM148
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM148
003800     SELECT PO-MASTER-FILE                                        PGM148
003900         ASSIGN TO POMAST                                         PGM148
004000         ORGANIZATION IS INDEXED                                  PGM148
004100         ACCESS MODE IS RANDOM                                    PGM148
004200         RECORD KEY IS PO-NO                                      PGM148
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM148
004400     SELECT SORT-WORK-FILE                                        PGM148
004500         ASSIGN TO SORTWK01.                                      PGM148
004600     SELECT SORTED-GRNI-FILE                                      PGM148
004700         ASSIGN TO SRTGRNI                                        PGM148
004800         ORGANIZATION IS SEQUENTIAL                               PGM148
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM148
005000     SELECT GRNI-REPORT-FILE                                      PGM148
005100         ASSIGN TO GRNIRPT                                        PGM148
005200         ORGANIZATION IS SEQUENTIAL                               PGM148
005300         FILE STATUS IS WS-FILE-STATUS6.                          PGM148
005400     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM148
005500         ASSIGN TO GLINTF                                         PGM148
005600         ORGANIZATION IS SEQUENTIAL                               PGM148
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM148
005800*                                                                 PGM148
005900 DATA DIVISION.                                                   PGM148
006000 FILE SECTION.                                                    PGM148
006100 FD  GRNI-PARM-FILE.                                              PGM148
006200 01  GRNI-PARM-REC.                                               PGM148
006300     05 GP-PERIOD-END-DATE   PIC 9(08).                           PGM148
006400     05 GP-AGE-FLAG-DAYS     PIC 9(03).                           PGM148
006500     05 FILLER               PIC X(09).                           PGM148
006600 FD  RM-RECEIPT-FILE.                                             PGM148
006700 01  RM-RECEIPT-REC.                                              PGM148
006800     COPY CPYRMRC.                                                PGM148
006900 FD  RECEIPT-INVOICED-FILE.                                       PGM148
007000 01  RECEIPT-INVOICED-REC.                                        PGM148
007100     COPY CPYRCIV.                                                PGM148
007200 FD  PO-MASTER-FILE.                                              PGM148
007300 01  PO-MASTER-REC.                                               PGM148
007400     COPY CPYPOMS.                                                PGM148
007500 SD  SORT-WORK-FILE.                                              PGM148
007600 01  SORT-WORK-REC.                                               PGM148
007700     COPY CPYGRNI.                                                PGM148
007800 FD  SORTED-GRNI-FILE.                                            PGM148
007900 01  SORTED-GRNI-REC.                                             PGM148
008000     COPY CPYGRNI.                                                PGM148
008100 FD  GRNI-REPORT-FILE.                                            PGM148
008200 01  GRNI-REPORT-REC         PIC X(132).                          PGM148
008300 FD  GL-INTERFACE-FILE.                                           PGM148
008400 01  GL-INTERFACE-REC.                                            PGM148
008500     COPY CPYGLIF.                                                PGM148
008600*                                                                 PGM148
008700 WORKING-STORAGE SECTION.                                         PGM148
008800 01  WS-FILE-STATUS         PIC XX.                               PGM148
008900 01  WS-FILE-STATUS2        PIC XX.                               PGM148
009000 01  WS-FILE-STATUS3        PIC XX.                               PGM148
009100 01  WS-FILE-STATUS4        PIC XX.                               PGM148
009200 01  WS-FILE-STATUS5        PIC XX.                               PGM148
009300 01  WS-FILE-STATUS6        PIC XX.                               PGM148
009400 01  WS-FILE-STATUS7        PIC XX.                               PGM148
009500 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM148
009600     88 WS-GLIF-READY       VALUE 'Y'.                            PGM148
009700 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM148
009800 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM148
009900 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM148
010000 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM148
010100 01  WS-GL-EVENT-CD         PIC X(04).                            PGM148
010200 01  WS-GL-CATEGORY         PIC X(10).                            PGM148
010300 01  WS-GL-PLANT-CD         PIC X(04).                            PGM148
010400 01  WS-GL-REF-KEY          PIC X(24).                            PGM148
010500 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM148
010600 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM148
010700 01  WS-ABEND-STATUS        PIC XX.                               PGM148
010800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM148
010900     88 WS-EOF              VALUE 'Y'.                            PGM148
011000 01  WS-RI-EOF-FLAG         PIC X VALUE 'N'.                      PGM148
011100     88 WS-RI-EOF           VALUE 'Y'.                            PGM148
011200 01  WS-FIRST-FLAG          PIC X VALUE 'Y'.                      PGM148
011300     88 WS-FIRST-LINE       VALUE 'Y'.                            PGM148
011400 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM148
011500* 기말일과 다음 기간 1일(역분개 일자) - 기간은 달력월.                                PGM148
011600 01  WS-PERIOD-END          PIC 9(08) VALUE ZEROS.                PGM148
011700 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.                     PGM148
011800     05 WS-PE-YY            PIC 9(04).                            PGM148
011900     05 WS-PE-MM            PIC 9(02).                            PGM148
012000     05 WS-PE-DD            PIC 9(02).                            PGM148
012100 01  WS-REVERSAL-DATE       PIC 9(08) VALUE ZEROS.                PGM148
012200 01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.               PGM148
012300     05 WS-RV-YY            PIC 9(04).                            PGM148
012400     05 WS-RV-MM            PIC 9(02).                            PGM148
012500     05 WS-RV-DD            PIC 9(02).                            PGM148
012600 01  WS-RCPT-DATE           PIC 9(08) VALUE ZEROS.                PGM148
012700 01  WS-RCPT-DATE-R REDEFINES WS-RCPT-DATE.                       PGM148
012800     05 WS-RC-YY            PIC 9(04).                            PGM148
012900     05 WS-RC-MM            PIC 9(02).                            PGM148
013000     05 WS-RC-DD            PIC 9(02).                            PGM148
013100 01  WS-AGE-FLAG-DAYS       PIC 9(03) VALUE 60.                   PGM148
013200 01  WS-AGE-DAYS            PIC S9(05) VALUE ZEROS.               PGM148
013300 01  WS-NET-QTY             PIC S9(9)V99 VALUE ZEROS.             PGM148
013400 01  WS-INVOICED-QTY        PIC S9(9)V99 VALUE ZEROS.             PGM148
013500 01  WS-OPEN-QTY            PIC S9(9)V99 VALUE ZEROS.             PGM148
013600 01  WS-PO-FX-RATE          PIC 9(5)V9(5) VALUE ZEROS.            PGM148
013700 01  WS-PO-PRICE            PIC S9(9)V99 VALUE ZEROS.             PGM148
013800 01  WS-CURR-VENDOR-CD      PIC X(10) VALUE SPACES.               PGM148
013900 01  WS-CURR-PO-NO          PIC X(12) VALUE SPACES.               PGM148
014000 01  WS-PO-TOTAL            PIC S9(13)V99 VALUE ZEROS.            PGM148
014100 01  WS-VENDOR-TOTAL        PIC S9(13)V99 VALUE ZEROS.            PGM148
014200 01  WS-GRAND-PO-AMT        PIC S9(13)V99 VALUE ZEROS.            PGM148
014300 01  WS-GRAND-LANDED-AMT    PIC S9(13)V99 VALUE ZEROS.            PGM148
014400 01  WS-GRAND-TOTAL         PIC S9(13)V99 VALUE ZEROS.            PGM148
014500 01  WS-AGED-TOTAL          PIC S9(13)V99 VALUE ZEROS.            PGM148
014600 01  WS-RECEIPT-COUNT       PIC 9(07) VALUE ZEROS.                PGM148
014700 01  WS-OPEN-COUNT          PIC 9(07) VALUE ZEROS.                PGM148
014800 01  WS-AGED-COUNT          PIC 9(07) VALUE ZEROS.                PGM148
014900 01  WS-UNPRICED-COUNT      PIC 9(07) VALUE ZEROS.                PGM148
015000 01  WS-VENDOR-COUNT        PIC 9(05) VALUE ZEROS.                PGM148
015100*                                                                 PGM148
015200 01  WS-RPT-HEADER.                                               PGM148
015300     05 FILLER               PIC X(34) VALUE                      PGM148
015400             'PGM148 GRNI ACCRUAL - PERIOD END '.                 PGM148
015500     05 RH-PERIOD-END        PIC 9(08).                           PGM148
015600     05 FILLER               PIC X(12) VALUE '  REVERSAL '.       PGM148
015700     05 RH-REVERSAL-DATE     PIC 9(08).                           PGM148
015800     05 FILLER               PIC X(12) VALUE '  AGED OVER '.      PGM148
015900     05 RH-AGE-DAYS          PIC ZZ9.                             PGM148
016000     05 FILLER               PIC X(05) VALUE ' DAYS'.             PGM148
016100     05 FILLER               PIC X(50) VALUE SPACES.              PGM148
016200 01  WS-RPT-COLUMNS.                                              PGM148
016300     05 FILLER               PIC X(48) VALUE                      PGM148
016400             'VENDOR     PO NO        RECEIPT    RCPT DATE '.     PGM148
016500     05 FILLER               PIC X(48) VALUE                      PGM148
016600             'MATERIAL       OPEN QTY         PO VALUE      '.    PGM148
016700     05 FILLER               PIC X(36) VALUE                      PGM148
016800             'LANDED COST        ACCRUAL  AGE FLG'.               PGM148
016900 01  WS-RPT-DETAIL.                                               PGM148
017000     05 RD-VENDOR            PIC X(10).                           PGM148
017100     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
017200     05 RD-PO-NO             PIC X(12).                           PGM148
017300     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
017400     05 RD-RECEIPT-NO        PIC 9(10).                           PGM148
017500     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
017600     05 RD-RECEIPT-DT        PIC 9(08).                           PGM148
017700     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
017800     05 RD-MATL-CD           PIC X(12).                           PGM148
017900     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
018000     05 RD-OPEN-QTY          PIC ZZZZZZZZ9.99-.                   PGM148
018100     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
018200     05 RD-PO-AMT            PIC ZZZZZZZZZZ9.99-.                 PGM148
018300     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
018400     05 RD-LANDED-AMT        PIC ZZZZZZZZZZ9.99-.                 PGM148
018500     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
018600     05 RD-ACCRUAL-AMT       PIC ZZZZZZZZZZ9.99-.                 PGM148
018700     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
018800     05 RD-AGE-DAYS          PIC ZZZZ9.                           PGM148
018900     05 FILLER               PIC X(01) VALUE SPACE.               PGM148
019000     05 RD-FLAG              PIC X(04).                           PGM148
019100     05 FILLER               PIC X(03) VALUE SPACES.              PGM148
019200 01  WS-RPT-SUBTOTAL.                                             PGM148
019300     05 RS-LABEL             PIC X(12).                           PGM148
019400     05 RS-KEY               PIC X(12).                           PGM148
019500     05 FILLER               PIC X(80) VALUE SPACES.              PGM148
019600     05 RS-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM148
019700     05 FILLER               PIC X(11) VALUE SPACES.              PGM148
019800 01  WS-RPT-TOTAL1.                                               PGM148
019900     05 FILLER               PIC X(14) VALUE 'RECEIPTS READ '.    PGM148
020000     05 RT-RECEIPT-CNT       PIC ZZZZZZ9.                         PGM148
020100     05 FILLER               PIC X(14) VALUE '  OPEN LINES  '.    PGM148
020200     05 RT-OPEN-CNT          PIC ZZZZZZ9.                         PGM148
020300     05 FILLER               PIC X(12) VALUE '  AGED LINES'.      PGM148
020400     05 RT-AGED-CNT          PIC ZZZZZZ9.                         PGM148
020500     05 FILLER               PIC X(12) VALUE '  UNPRICED  '.      PGM148
020600     05 RT-UNPRICED-CNT      PIC ZZZZZZ9.                         PGM148
020700     05 FILLER               PIC X(52) VALUE SPACES.              PGM148
020800 01  WS-RPT-TOTAL2.                                               PGM148
020900     05 FILLER               PIC X(14) VALUE 'PO VALUE      '.    PGM148
021000     05 RT-PO-AMT            PIC ZZZZZZZZZZZZ9.99-.               PGM148
021100     05 FILLER               PIC X(16) VALUE '  LANDED COST   '.  PGM148
021200     05 RT-LANDED-AMT        PIC ZZZZZZZZZZZZ9.99-.               PGM148
021300     05 FILLER               PIC X(68) VALUE SPACES.              PGM148
021400 01  WS-RPT-TOTAL3.                                               PGM148
021500     05 FILLER               PIC X(14) VALUE 'GRNI ACCRUAL  '.    PGM148
021600     05 RT-ACCRUAL-AMT       PIC ZZZZZZZZZZZZ9.99-.               PGM148
021700     05 FILLER               PIC X(16) VALUE '  OF WHICH AGED '.  PGM148
021800     05 RT-AGED-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM148
021900     05 FILLER               PIC X(68) VALUE SPACES.              PGM148
022000*                                                                 PGM148
022100 PROCEDURE DIVISION.                                              PGM148
022200*                                                                 PGM148
022300 0000-MAIN-PROCESS.                                               PGM148
022400     PERFORM 1000-INITIALIZE                                      PGM148
022500     PERFORM 2000-PRINT-GRNI-LINE                                 PGM148
022600         UNTIL WS-EOF                                             PGM148
022700     IF NOT WS-FIRST-LINE                                         PGM148
022800         PERFORM 3000-CLOSE-VENDOR                                PGM148
022900     END-IF                                                       PGM148
023000     PERFORM 9000-FINALIZE                                        PGM148
023100     GOBACK.                                                      PGM148
023200*                                                                 PGM148
023300 1000-INITIALIZE.                                                 PGM148
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM148
023500     PERFORM 1050-LOAD-PARAMETERS                                 PGM148
023600     OPEN INPUT PO-MASTER-FILE                                    PGM148
023700     IF WS-FILE-STATUS4 NOT = '00'                                PGM148
023800         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS4         PGM148
023900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM148
024000         PERFORM 9900-ABNORMAL-END                                PGM148
024100     END-IF                                                       PGM148
024200     OPEN OUTPUT GRNI-REPORT-FILE                                 PGM148
024300     IF WS-FILE-STATUS6 NOT = '00'                                PGM148
024400         DISPLAY 'GRNI REPORT OPEN ERROR: ' WS-FILE-STATUS6       PGM148
024500         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM148
024600         PERFORM 9900-ABNORMAL-END                                PGM148
024700     END-IF                                                       PGM148
024800     OPEN EXTEND GL-INTERFACE-FILE                                PGM148
024900     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM148
025000         SET WS-GLIF-READY TO TRUE                                PGM148
025100         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM148
025200         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM148
025300     ELSE                                                         PGM148
025400         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS7      PGM148
025500     END-IF                                                       PGM148
025600     SORT SORT-WORK-FILE                                          PGM148
025700         ON ASCENDING KEY GR-VENDOR-CD OF SORT-WORK-REC           PGM148
025800                          GR-PO-NO OF SORT-WORK-REC               PGM148
025900                          GR-RECEIPT-NO OF SORT-WORK-REC          PGM148
026000                          GR-RECEIPT-DT OF SORT-WORK-REC          PGM148
026100         INPUT PROCEDURE 1500-SELECT-OPEN-RECEIPTS                PGM148
026200         GIVING SORTED-GRNI-FILE                                  PGM148
026300     OPEN INPUT SORTED-GRNI-FILE                                  PGM148
026400     IF WS-FILE-STATUS5 NOT = '00'                                PGM148
026500         DISPLAY 'SORTED GRNI OPEN ERROR: ' WS-FILE-STATUS5       PGM148
026600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM148
026700         PERFORM 9900-ABNORMAL-END                                PGM148
026800     END-IF                                                       PGM148
026900     MOVE WS-PERIOD-END    TO RH-PERIOD-END                       PGM148
027000     MOVE WS-REVERSAL-DATE TO RH-REVERSAL-DATE                    PGM148
027100     MOVE WS-AGE-FLAG-DAYS TO RH-AGE-DAYS                         PGM148
027200     WRITE GRNI-REPORT-REC FROM WS-RPT-HEADER                     PGM148
027300     WRITE GRNI-REPORT-REC FROM WS-RPT-COLUMNS                    PGM148
027400     PERFORM 1100-READ-SORTED.                                    PGM148
027500*                                                                 PGM148
027600* 기말일은 필수. 경과 기준일수 미기재(0/비숫자)는 60일.                               PGM148
027700* 역분개 일자는 기말일이 속한 달의 다음 달 1일.                                     PGM148
027800 1050-LOAD-PARAMETERS.                                            PGM148
027900     OPEN INPUT GRNI-PARM-FILE                                    PGM148
028000     IF WS-FILE-STATUS NOT = '00'                                 PGM148
028100         DISPLAY 'GRNI PARM OPEN ERROR: ' WS-FILE-STATUS          PGM148
028200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM148
028300         PERFORM 9900-ABNORMAL-END                                PGM148
028400     END-IF                                                       PGM148
028500     READ GRNI-PARM-FILE                                          PGM148
028600         AT END                                                   PGM148
028700             DISPLAY 'GRNI PARAMETER MISSING'                     PGM148
028800             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM148
028900             PERFORM 9900-ABNORMAL-END                            PGM148
029000     END-READ                                                     PGM148
029100     IF GP-PERIOD-END-DATE NOT NUMERIC                            PGM148
029200         OR GP-PERIOD-END-DATE = 0                                PGM148
029300         DISPLAY 'GRNI PARAMETER - PERIOD END DATE INVALID'       PGM148
029400         MOVE 'PM' TO WS-ABEND-STATUS                             PGM148
029500         PERFORM 9900-ABNORMAL-END                                PGM148
029600     END-IF                                                       PGM148
029700     MOVE GP-PERIOD-END-DATE TO WS-PERIOD-END                     PGM148
029800     IF WS-PE-MM < 1 OR WS-PE-MM > 12                             PGM148
029900         DISPLAY 'GRNI PARAMETER - PERIOD END MONTH INVALID'      PGM148
030000         MOVE 'PM' TO WS-ABEND-STATUS                             PGM148
030100         PERFORM 9900-ABNORMAL-END                                PGM148
030200     END-IF                                                       PGM148
030300     IF GP-AGE-FLAG-DAYS NUMERIC                                  PGM148
030400         AND GP-AGE-FLAG-DAYS > 0                                 PGM148
030500         MOVE GP-AGE-FLAG-DAYS TO WS-AGE-FLAG-DAYS                PGM148
030600     END-IF                                                       PGM148
030700     IF WS-PE-MM = 12                                             PGM148
030800         COMPUTE WS-RV-YY = WS-PE-YY + 1                          PGM148
030900         MOVE 1 TO WS-RV-MM                                       PGM148
031000     ELSE                                                         PGM148
031100         MOVE WS-PE-YY TO WS-RV-YY                                PGM148
031200         COMPUTE WS-RV-MM = WS-PE-MM + 1                          PGM148
031300     END-IF                                                       PGM148
031400     MOVE 1 TO WS-RV-DD                                           PGM148
031500     CLOSE GRNI-PARM-FILE.                                        PGM148
031600*                                                                 PGM148
031700 1100-READ-SORTED.                                                PGM148
031800     READ SORTED-GRNI-FILE                                        PGM148
031900         AT END SET WS-EOF TO TRUE                                PGM148
032000     END-READ.                                                    PGM148
032100*                                                                 PGM148
032200* 입고와 입고별 송장 실적을 같은 키 순으로 맞춰 읽는다.                                 PGM148
032300* 송장 실적 파일이 없으면(첫 가동) 모든 인수분이 미착이다.                               PGM148
032400 1500-SELECT-OPEN-RECEIPTS.                                       PGM148
032500     OPEN INPUT RM-RECEIPT-FILE                                   PGM148
032600     IF WS-FILE-STATUS2 NOT = '00'                                PGM148
032700         DISPLAY 'RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM148
032800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM148
032900         PERFORM 9900-ABNORMAL-END                                PGM148
033000     END-IF                                                       PGM148
033100     OPEN INPUT RECEIPT-INVOICED-FILE                             PGM148
033200     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM148
033300         DISPLAY 'RECEIPT INVOICED OPEN ERROR: ' WS-FILE-STATUS3  PGM148
033400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM148
033500         PERFORM 9900-ABNORMAL-END                                PGM148
033600     END-IF                                                       PGM148
033700     PERFORM 1650-READ-INVOICED                                   PGM148
033800     PERFORM 1600-SELECT-RECEIPT                                  PGM148
033900         UNTIL WS-EOF                                             PGM148
034000     CLOSE RM-RECEIPT-FILE                                        PGM148
034100     CLOSE RECEIPT-INVOICED-FILE                                  PGM148
034200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM148
034300*                                                                 PGM148
034400 1600-SELECT-RECEIPT.                                             PGM148
034500     READ RM-RECEIPT-FILE NEXT RECORD                             PGM148
034600         AT END                                                   PGM148
034700             SET WS-EOF TO TRUE                                   PGM148
034800         NOT AT END                                               PGM148
034900             ADD 1 TO WS-RECEIPT-COUNT                            PGM148
035000             PERFORM 1700-EVALUATE-RECEIPT                        PGM148
035100     END-READ.                                                    PGM148
035200*                                                                 PGM148
035300 1650-READ-INVOICED.                                              PGM148
035400     READ RECEIPT-INVOICED-FILE NEXT RECORD                       PGM148
035500         AT END SET WS-RI-EOF TO TRUE                             PGM148
035600     END-READ.                                                    PGM148
035700*                                                                 PGM148
035800* 송장 실적 중 이 입고보다 앞선 키(입고 삭제분)는 건너뛰고                               PGM148
035900* 같은 입고 키는 송장 수량을 누계한다.                                           PGM148
036000 1660-ACCUMULATE-INVOICED.                                        PGM148
036100     IF RI-RECEIPT-KEY = RR-KEY                                   PGM148
036200         ADD RI-INV-QTY TO WS-INVOICED-QTY                        PGM148
036300     END-IF                                                       PGM148
036400     PERFORM 1650-READ-INVOICED.                                  PGM148
036500*                                                                 PGM148
036600* 대상: 기말일까지 입고되어 합격/부분합격된 자사 소유분.                                 PGM148
036700* 위탁재고(RR-CONSIGNED)는 사용 시점에 채무가 생기므로                             PGM148
036800* 제외한다. 순인수수량은 PGM043 대사와 같은 기준이다.                                PGM148
036900 1700-EVALUATE-RECEIPT.                                           PGM148
037000     MOVE ZEROS TO WS-INVOICED-QTY                                PGM148
037100     PERFORM 1660-ACCUMULATE-INVOICED                             PGM148
037200         UNTIL WS-RI-EOF                                          PGM148
037300            OR RI-RECEIPT-KEY > RR-KEY                            PGM148
037400     IF RR-RECEIPT-DT NOT > WS-PERIOD-END                         PGM148
037500         AND NOT RR-CONSIGNED                                     PGM148
037600         PERFORM 1750-COMPUTE-OPEN-QTY                            PGM148
037700     END-IF.                                                      PGM148
037800*                                                                 PGM148
037900 1750-COMPUTE-OPEN-QTY.                                           PGM148
038000     EVALUATE TRUE                                                PGM148
038100         WHEN RR-ACCEPTED                                         PGM148
038200             MOVE RR-RECEIPT-QTY TO WS-NET-QTY                    PGM148
038300         WHEN RR-PARTIAL                                          PGM148
038400             COMPUTE WS-NET-QTY ROUNDED =                         PGM148
038500                 RR-RECEIPT-QTY * RR-ACCEPT-RATE / 100            PGM148
038600         WHEN OTHER                                               PGM148
038700             MOVE ZEROS TO WS-NET-QTY                             PGM148
038800     END-EVALUATE                                                 PGM148
038900     COMPUTE WS-OPEN-QTY = WS-NET-QTY - WS-INVOICED-QTY           PGM148
039000     IF WS-OPEN-QTY > 0                                           PGM148
039100         PERFORM 1760-RELEASE-OPEN-RECEIPT                        PGM148
039200     END-IF.                                                      PGM148
039300*                                                                 PGM148
039400 1760-RELEASE-OPEN-RECEIPT.                                       PGM148
039500     INITIALIZE SORT-WORK-REC                                     PGM148
039600     MOVE RR-VENDOR-CD    TO GR-VENDOR-CD OF SORT-WORK-REC        PGM148
039700     MOVE RR-PO-NO        TO GR-PO-NO OF SORT-WORK-REC            PGM148
039800     MOVE RR-RECEIPT-NO   TO GR-RECEIPT-NO OF SORT-WORK-REC       PGM148
039900     MOVE RR-RECEIPT-DT   TO GR-RECEIPT-DT OF SORT-WORK-REC       PGM148
040000     MOVE RR-MATL-CD      TO GR-MATL-CD OF SORT-WORK-REC          PGM148
040100     MOVE WS-NET-QTY      TO GR-NET-QTY OF SORT-WORK-REC          PGM148
040200     MOVE WS-INVOICED-QTY TO GR-INVOICED-QTY OF SORT-WORK-REC     PGM148
040300     MOVE WS-OPEN-QTY     TO GR-OPEN-QTY OF SORT-WORK-REC         PGM148
040400     PERFORM 1800-VALUE-OPEN-QTY                                  PGM148
040500     PERFORM 1850-AGE-RECEIPT                                     PGM148
040600     RELEASE SORT-WORK-REC.                                       PGM148
040700*                                                                 PGM148
040800* 발주가액: 입고 원화금액(RR-HOME-AMT)을 미착수량 비율로                            PGM148
040900* 안분한다. 원화금액이 없는 구입고는 발주단가 x 환율로                                  PGM148
041000* 계산한다. 부대비용: 착지단가(RR-LANDED-COST)는 발주단가                          PGM148
041100* + 단위당 부대비용이므로 그 차이 x 미착수량으로 한다.                                 PGM148
041200 1800-VALUE-OPEN-QTY.                                             PGM148
041300     MOVE ZEROS TO WS-PO-PRICE                                    PGM148
041400     MOVE 1 TO WS-PO-FX-RATE                                      PGM148
041500     MOVE RR-PO-NO TO PO-NO                                       PGM148
041600     READ PO-MASTER-FILE                                          PGM148
041700         INVALID KEY                                              PGM148
041800             CONTINUE                                             PGM148
041900         NOT INVALID KEY                                          PGM148
042000             IF PO-UNIT-PRICE NUMERIC                             PGM148
042100                 MOVE PO-UNIT-PRICE TO WS-PO-PRICE                PGM148
042200             END-IF                                               PGM148
042300             IF PO-FX-RATE NUMERIC                                PGM148
042400                 AND PO-FX-RATE > 0                               PGM148
042500                 MOVE PO-FX-RATE TO WS-PO-FX-RATE                 PGM148
042600             END-IF                                               PGM148
042700     END-READ                                                     PGM148
042800     IF RR-HOME-AMT NUMERIC                                       PGM148
042900         AND RR-HOME-AMT > 0                                      PGM148
043000         AND RR-RECEIPT-QTY > 0                                   PGM148
043100         COMPUTE GR-PO-AMT OF SORT-WORK-REC ROUNDED =             PGM148
043200             RR-HOME-AMT * WS-OPEN-QTY / RR-RECEIPT-QTY           PGM148
043300     ELSE                                                         PGM148
043400         COMPUTE GR-PO-AMT OF SORT-WORK-REC ROUNDED =             PGM148
043500             WS-OPEN-QTY * WS-PO-PRICE * WS-PO-FX-RATE            PGM148
043600     END-IF                                                       PGM148
043700     IF RR-LANDED-COST NUMERIC                                    PGM148
043800         AND RR-LANDED-COST > WS-PO-PRICE                         PGM148
043900         COMPUTE GR-LANDED-AMT OF SORT-WORK-REC ROUNDED =         PGM148
044000             (RR-LANDED-COST - WS-PO-PRICE) * WS-OPEN-QTY         PGM148
044100     END-IF                                                       PGM148
044200     COMPUTE GR-ACCRUAL-AMT OF SORT-WORK-REC =                    PGM148
044300         GR-PO-AMT OF SORT-WORK-REC                               PGM148
044400         + GR-LANDED-AMT OF SORT-WORK-REC                         PGM148
044500     IF GR-PO-AMT OF SORT-WORK-REC = 0                            PGM148
044600         MOVE 'Y' TO GR-UNPRICED-FLAG OF SORT-WORK-REC            PGM148
044700     END-IF.                                                      PGM148
044800*                                                                 PGM148
044900* 경과일: 입고일에서 기말일까지, 30/360 기준(PGM027과 동일).                        PGM148
045000 1850-AGE-RECEIPT.                                                PGM148
045100     MOVE RR-RECEIPT-DT TO WS-RCPT-DATE                           PGM148
045200     COMPUTE WS-AGE-DAYS =                                        PGM148
045300         ((WS-PE-YY - WS-RC-YY) * 360)                            PGM148
045400         + ((WS-PE-MM - WS-RC-MM) * 30)                           PGM148
045500         + (WS-PE-DD - WS-RC-DD)                                  PGM148
045600     IF WS-AGE-DAYS < 0                                           PGM148
045700         MOVE ZEROS TO WS-AGE-DAYS                                PGM148
045800     END-IF                                                       PGM148
045900     MOVE WS-AGE-DAYS TO GR-AGE-DAYS OF SORT-WORK-REC             PGM148
046000     IF WS-AGE-DAYS > WS-AGE-FLAG-DAYS                            PGM148
046100         MOVE 'Y' TO GR-AGED-FLAG OF SORT-WORK-REC                PGM148
046200     END-IF.                                                      PGM148
046300*                                                                 PGM148
046400* 명세: 공급사/PO가 바뀌면 소계를 찍는다.                                        PGM148
046500 2000-PRINT-GRNI-LINE.                                            PGM148
046600     IF WS-FIRST-LINE                                             PGM148
046700         MOVE 'N' TO WS-FIRST-FLAG                                PGM148
046800         PERFORM 2100-OPEN-VENDOR                                 PGM148
046900     ELSE                                                         PGM148
047000         IF GR-VENDOR-CD OF SORTED-GRNI-REC                       PGM148
047100                 NOT = WS-CURR-VENDOR-CD                          PGM148
047200             PERFORM 3000-CLOSE-VENDOR                            PGM148
047300             PERFORM 2100-OPEN-VENDOR                             PGM148
047400         ELSE                                                     PGM148
047500             IF GR-PO-NO OF SORTED-GRNI-REC NOT = WS-CURR-PO-NO   PGM148
047600                 PERFORM 2900-PRINT-PO-TOTAL                      PGM148
047700                 MOVE GR-PO-NO OF SORTED-GRNI-REC TO WS-CURR-PO-NOPGM148
047800             END-IF                                               PGM148
047900         END-IF                                                   PGM148
048000     END-IF                                                       PGM148
048100     MOVE GR-VENDOR-CD OF SORTED-GRNI-REC  TO RD-VENDOR           PGM148
048200     MOVE GR-PO-NO OF SORTED-GRNI-REC      TO RD-PO-NO            PGM148
048300     MOVE GR-RECEIPT-NO OF SORTED-GRNI-REC TO RD-RECEIPT-NO       PGM148
048400     MOVE GR-RECEIPT-DT OF SORTED-GRNI-REC TO RD-RECEIPT-DT       PGM148
048500     MOVE GR-MATL-CD OF SORTED-GRNI-REC    TO RD-MATL-CD          PGM148
048600     MOVE GR-OPEN-QTY OF SORTED-GRNI-REC   TO RD-OPEN-QTY         PGM148
048700     MOVE GR-PO-AMT OF SORTED-GRNI-REC     TO RD-PO-AMT           PGM148
048800     MOVE GR-LANDED-AMT OF SORTED-GRNI-REC TO RD-LANDED-AMT       PGM148
048900     MOVE GR-ACCRUAL-AMT OF SORTED-GRNI-REC TO RD-ACCRUAL-AMT     PGM148
049000     MOVE GR-AGE-DAYS OF SORTED-GRNI-REC   TO RD-AGE-DAYS         PGM148
049100     MOVE SPACES TO RD-FLAG                                       PGM148
049200     IF GR-AGED OF SORTED-GRNI-REC                                PGM148
049300         MOVE 'AGED' TO RD-FLAG                                   PGM148
049400         ADD 1 TO WS-AGED-COUNT                                   PGM148
049500         ADD GR-ACCRUAL-AMT OF SORTED-GRNI-REC TO WS-AGED-TOTAL   PGM148
049600     END-IF                                                       PGM148
049700     IF GR-UNPRICED OF SORTED-GRNI-REC                            PGM148
049800         MOVE 'NOPR' TO RD-FLAG                                   PGM148
049900         ADD 1 TO WS-UNPRICED-COUNT                               PGM148
050000     END-IF                                                       PGM148
050100     WRITE GRNI-REPORT-REC FROM WS-RPT-DETAIL                     PGM148
050200     ADD 1 TO WS-OPEN-COUNT                                       PGM148
050300     ADD GR-PO-AMT OF SORTED-GRNI-REC     TO WS-GRAND-PO-AMT      PGM148
050400     ADD GR-LANDED-AMT OF SORTED-GRNI-REC TO WS-GRAND-LANDED-AMT  PGM148
050500     ADD GR-ACCRUAL-AMT OF SORTED-GRNI-REC TO WS-PO-TOTAL         PGM148
050600     ADD GR-ACCRUAL-AMT OF SORTED-GRNI-REC TO WS-VENDOR-TOTAL     PGM148
050700     ADD GR-ACCRUAL-AMT OF SORTED-GRNI-REC TO WS-GRAND-TOTAL      PGM148
050800     PERFORM 1100-READ-SORTED.                                    PGM148
050900*                                                                 PGM148
051000 2100-OPEN-VENDOR.                                                PGM148
051100     MOVE GR-VENDOR-CD OF SORTED-GRNI-REC TO WS-CURR-VENDOR-CD    PGM148
051200     MOVE GR-PO-NO OF SORTED-GRNI-REC     TO WS-CURR-PO-NO        PGM148
051300     MOVE ZEROS TO WS-VENDOR-TOTAL                                PGM148
051400     ADD 1 TO WS-VENDOR-COUNT.                                    PGM148
051500*                                                                 PGM148
051600 2900-PRINT-PO-TOTAL.                                             PGM148
051700     MOVE '  PO TOTAL  ' TO RS-LABEL                              PGM148
051800     MOVE WS-CURR-PO-NO  TO RS-KEY                                PGM148
051900     MOVE WS-PO-TOTAL    TO RS-AMOUNT                             PGM148
052000     WRITE GRNI-REPORT-REC FROM WS-RPT-SUBTOTAL                   PGM148
052100     MOVE ZEROS TO WS-PO-TOTAL.                                   PGM148
052200*                                                                 PGM148
052300* 공급사 마감: 소계 후 충당(기말일자)과 역분개(다음 기간                                PGM148
052400* 1일자, 음수)를 GL 인터페이스에 넘긴다.                                        PGM148
052500 3000-CLOSE-VENDOR.                                               PGM148
052600     PERFORM 2900-PRINT-PO-TOTAL                                  PGM148
052700     MOVE 'VENDOR TOTAL'    TO RS-LABEL                           PGM148
052800     MOVE WS-CURR-VENDOR-CD TO RS-KEY                             PGM148
052900     MOVE WS-VENDOR-TOTAL   TO RS-AMOUNT                          PGM148
053000     WRITE GRNI-REPORT-REC FROM WS-RPT-SUBTOTAL                   PGM148
053100     MOVE 'GRNI'            TO WS-GL-EVENT-CD                     PGM148
053200     MOVE SPACES            TO WS-GL-CATEGORY                     PGM148
053300     MOVE SPACES            TO WS-GL-PLANT-CD                     PGM148
053400     MOVE SPACES            TO WS-GL-REF-KEY                      PGM148
053500     STRING WS-CURR-VENDOR-CD WS-PERIOD-END                       PGM148
053600         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM148
053700     MOVE WS-PERIOD-END     TO WS-GL-TRANS-DATE                   PGM148
053800     MOVE WS-VENDOR-TOTAL   TO WS-GL-AMOUNT                       PGM148
053900     PERFORM 9780-WRITE-GL-INTERFACE                              PGM148
054000     MOVE WS-REVERSAL-DATE  TO WS-GL-TRANS-DATE                   PGM148
054100     COMPUTE WS-GL-AMOUNT = 0 - WS-VENDOR-TOTAL                   PGM148
054200     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM148
054300*                                                                 PGM148
054400 9000-FINALIZE.                                                   PGM148
054500     MOVE WS-RECEIPT-COUNT    TO RT-RECEIPT-CNT                   PGM148
054600     MOVE WS-OPEN-COUNT       TO RT-OPEN-CNT                      PGM148
054700     MOVE WS-AGED-COUNT       TO RT-AGED-CNT                      PGM148
054800     MOVE WS-UNPRICED-COUNT   TO RT-UNPRICED-CNT                  PGM148
054900     WRITE GRNI-REPORT-REC FROM WS-RPT-TOTAL1                     PGM148
055000     MOVE WS-GRAND-PO-AMT     TO RT-PO-AMT                        PGM148
055100     MOVE WS-GRAND-LANDED-AMT TO RT-LANDED-AMT                    PGM148
055200     WRITE GRNI-REPORT-REC FROM WS-RPT-TOTAL2                     PGM148
055300     MOVE WS-GRAND-TOTAL      TO RT-ACCRUAL-AMT                   PGM148
055400     MOVE WS-AGED-TOTAL       TO RT-AGED-AMT                      PGM148
055500     WRITE GRNI-REPORT-REC FROM WS-RPT-TOTAL3                     PGM148
055600     CLOSE PO-MASTER-FILE                                         PGM148
055700     CLOSE SORTED-GRNI-FILE                                       PGM148
055800     CLOSE GRNI-REPORT-FILE                                       PGM148
055900     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM148
056000     IF WS-AGED-COUNT > 0 OR WS-UNPRICED-COUNT > 0                PGM148
056100         MOVE 4 TO RETURN-CODE                                    PGM148
056200     END-IF                                                       PGM148
056300     DISPLAY 'PGM148 COMPLETED: ' WS-OPEN-COUNT ' OPEN RECEIPTS, 'PGM148
056400             WS-VENDOR-COUNT ' VENDORS, '                         PGM148
056500             WS-AGED-COUNT ' AGED OVER LIMIT'.                    PGM148
056600*                                                                 PGM148
056700 9780-WRITE-GL-INTERFACE.                                         PGM148
056800     IF WS-GLIF-READY                                             PGM148
056900         INITIALIZE GL-INTERFACE-REC                              PGM148
057000         MOVE 'PGM148'         TO GI-SOURCE-PGM                   PGM148
057100         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM148
057200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM148
057300         SET GI-DETAIL         TO TRUE                            PGM148
057400         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM148
057500         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM148
057600         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM148
057700         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM148
057800         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM148
057900         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM148
058000         WRITE GL-INTERFACE-REC                                   PGM148
058100         ADD 1            TO WS-GL-CTL-CNT                        PGM148
058200         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM148
058300     END-IF.                                                      PGM148
058400*                                                                 PGM148
058500* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM148
058600* 배치를 완결된 것으로 보고 분개한다.                                            PGM148
058700 9790-CLOSE-GL-INTERFACE.                                         PGM148
058800     IF WS-GLIF-READY                                             PGM148
058900         INITIALIZE GL-INTERFACE-REC                              PGM148
059000         MOVE 'PGM148'         TO GI-SOURCE-PGM                   PGM148
059100         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM148
059200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM148
059300         SET GI-TRAILER        TO TRUE                            PGM148
059400         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM148
059500         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM148
059600         WRITE GL-INTERFACE-REC                                   PGM148
059700         CLOSE GL-INTERFACE-FILE                                  PGM148
059800     END-IF.                                                      PGM148
059900*                                                                 PGM148
060000 9750-DIAGNOSE-FILE-STATUS.                                       PGM148
060100     EVALUATE WS-ABEND-STATUS                                     PGM148
060200         WHEN '10'                                                PGM148
060300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM148
060400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM148
060500         WHEN '23'                                                PGM148
060600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM148
060700             DISPLAY '  AND RETRY THE REQUEST'                    PGM148
060800         WHEN '35'                                                PGM148
060900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM148
061000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM148
061100         WHEN '37'                                                PGM148
061200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM148
061300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM148
061400         WHEN '39'                                                PGM148
061500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM148
061600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM148
061700         WHEN '41'                                                PGM148
061800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM148
061900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM148
062000         WHEN '42'                                                PGM148
062100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM148
062200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM148
062300         WHEN '46'                                                PGM148
062400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM148
062500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM148
062600         WHEN OTHER                                               PGM148
062700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM148
062800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM148
062900     END-EVALUATE.                                                PGM148
063000*                                                                 PGM148
063100 9900-ABNORMAL-END.                                               PGM148
063200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM148
063300     DISPLAY 'PGM148 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM148
063400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM148
063500     MOVE 16 TO RETURN-CODE                                       PGM148
063600     GOBACK.                                                      PGM148
063700                                                                  PGM148
