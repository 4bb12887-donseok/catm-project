000100 IDENTIFICATION DIVISION.                                         PGM149
000200 PROGRAM-ID.    PGM149.                                           PGM149
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM149
000400*                                                                 PGM149
000500* =========================================================       PGM149
000600* 프로그램명: 월말 외화 채무/미착입고 환산(FX REVALUATION)                         PGM149
000700* 처리내용  : 기말일 기준 환율(CPYFXRT, 기말일 이전 최근                            PGM149
000800*            환율)로 미지급 외화 전표(AP-OPEN)와 송장이 아직                      PGM149
000900*            대사되지 않은 외화 입고(발주 통화/환율 기준)를                          PGM149
001000*            다시 환산한다. 장부환율 환산액과의 차이를 통화/                          PGM149
001100*            공급사별 미실현 환차손익 명세로 찍고, 공급사별                           PGM149
001200*            합계를 기말일자로 GL 인터페이스(FXUN, 분류 AP/                      PGM149
001300*            GRNI)에 넘긴 뒤 다음 기간 1일자 역분개를 함께                        PGM149
001400*            넘긴다. 지급 시 실현 환차는 PGM147이 장부환율                        PGM149
001500*            기준으로 산출하므로 환산은 매월 새로 한다.                             PGM149
001600* =========================================================       PGM149
001700*                                                                 PGM149
001800 ENVIRONMENT DIVISION.                                            PGM149
001900 CONFIGURATION SECTION.                                           PGM149
002000 INPUT-OUTPUT SECTION.                                            PGM149
002100 FILE-CONTROL.                                                    PGM149
002200     SELECT FXRV-PARM-FILE                                        PGM149
002300         ASSIGN TO FXRVPARM                                       PGM149
002400         ORGANIZATION IS SEQUENTIAL                               PGM149
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM149
002600     SELECT AP-VOUCHER-FILE                                       PGM149
002700         ASSIGN TO APVOUCH                                        PGM149
002800         ORGANIZATION IS INDEXED                                  PGM149
002900         ACCESS MODE IS SEQUENTIAL                                PGM149
003000         RECORD KEY IS AP-KEY                                     PGM149
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM149
003200     SELECT RM-RECEIPT-FILE                                       PGM149
003300         ASSIGN TO RMRCPT                                         PGM149
003400         ORGANIZATION IS INDEXED                                  PGM149
003500         ACCESS MODE IS SEQUENTIAL                                PGM149
003600         RECORD KEY IS RR-KEY                                     PGM149
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM149
003800     SELECT OPTIONAL RECEIPT-INVOICED-FILE                        PGM149
003900         ASSIGN TO RCPTINV                                        PGM149
004000         ORGANIZATION IS INDEXED                                  PGM149
004100         ACCESS MODE IS SEQUENTIAL                                PGM149
004200         RECORD KEY IS RI-KEY                                     PGM149
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM149
004400     SELECT PO-MASTER-FILE                                        PGM149
004500         ASSIGN TO POMAST                                         PGM149
004600         ORGANIZATION IS INDEXED                                  PGM149
004700         ACCESS MODE IS RANDOM                                    PGM149
004800         RECORD KEY IS PO-NO                                      PGM149
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM149
005000     SELECT FX-RATE-FILE                                          PGM149
005100         ASSIGN TO FXRATE                                         PGM149
005200         ORGANIZATION IS INDEXED                                  PGM149
005300         ACCESS MODE IS DYNAMIC                                   PGM149
005400         RECORD KEY IS FX-KEY                                     PGM149
005500         FILE STATUS IS WS-FILE-STATUS6.                          PGM149
005600     SELECT SORT-WORK-FILE                                        PGM149
005700         ASSIGN TO SORTWK01.                                      PGM149
005800     SELECT SORTED-FXRV-FILE                                      PGM149
005900         ASSIGN TO SRTFXRV                                        PGM149
006000         ORGANIZATION IS SEQUENTIAL                               PGM149
006100         FILE STATUS IS WS-FILE-STATUS7.                          PGM149
006200     SELECT FXRV-REPORT-FILE                                      PGM149
006300         ASSIGN TO FXRVRPT                                        PGM149
006400         ORGANIZATION IS SEQUENTIAL                               PGM149
006500         FILE STATUS IS WS-FILE-STATUS8.                          PGM149
006600     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM149
006700         ASSIGN TO GLINTF                                         PGM149
006800         ORGANIZATION IS SEQUENTIAL                               PGM149
006900         FILE STATUS IS WS-FILE-STATUS9.                          PGM149
007000*                                                                 PGM149
007100 DATA DIVISION.                                                   PGM149
007200 FILE SECTION.                                                    PGM149
007300 FD  FXRV-PARM-FILE.                                              PGM149
007400 01  FXRV-PARM-REC.                                               PGM149
007500     05 FV-PERIOD-END-DATE   PIC 9(08).                           PGM149
007600     05 FILLER               PIC X(12).                           PGM149
007700 FD  AP-VOUCHER-FILE.                                             PGM149
007800 01  AP-VOUCHER-REC.                                              PGM149
007900     COPY CPYAPVCH.                                               PGM149
008000 FD  RM-RECEIPT-FILE.                                             PGM149
008100 01  RM-RECEIPT-REC.                                              PGM149
008200     COPY CPYRMRC.                                                PGM149
008300 FD  RECEIPT-INVOICED-FILE.                                       PGM149
008400 01  RECEIPT-INVOICED-REC.                                        PGM149
008500     COPY CPYRCIV.                                                PGM149
008600 FD  PO-MASTER-FILE.                                              PGM149
008700 01  PO-MASTER-REC.                                               PGM149
008800     COPY CPYPOMS.                                                PGM149
008900 FD  FX-RATE-FILE.                                                PGM149
009000 01  FX-RATE-REC.                                                 PGM149
009100     COPY CPYFXRT.                                                PGM149
009200 SD  SORT-WORK-FILE.                                              PGM149
009300 01  SORT-WORK-REC.                                               PGM149
009400     COPY CPYFXRV.                                                PGM149
009500 FD  SORTED-FXRV-FILE.                                            PGM149
009600 01  SORTED-FXRV-REC.                                             PGM149
009700     COPY CPYFXRV.                                                PGM149
009800 FD  FXRV-REPORT-FILE.                                            PGM149
009900 01  FXRV-REPORT-REC         PIC X(132).                          PGM149
010000 FD  GL-INTERFACE-FILE.                                           PGM149
010100 01  GL-INTERFACE-REC.                                            PGM149
010200     COPY CPYGLIF.                                                PGM149
010300*                                                                 PGM149
010400 WORKING-STORAGE SECTION.                                         PGM149
010500 01  WS-FILE-STATUS         PIC XX.                               PGM149
010600 01  WS-FILE-STATUS2        PIC XX.                               PGM149
010700 01  WS-FILE-STATUS3        PIC XX.                               PGM149
010800 01  WS-FILE-STATUS4        PIC XX.                               PGM149
010900 01  WS-FILE-STATUS5        PIC XX.                               PGM149
011000 01  WS-FILE-STATUS6        PIC XX.                               PGM149
011100 01  WS-FILE-STATUS7        PIC XX.                               PGM149
011200 01  WS-FILE-STATUS8        PIC XX.                               PGM149
011300 01  WS-FILE-STATUS9        PIC XX.                               PGM149
011400 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM149
011500     88 WS-GLIF-READY       VALUE 'Y'.                            PGM149
011600 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM149
011700 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM149
011800 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM149
011900 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM149
012000 01  WS-GL-EVENT-CD         PIC X(04).                            PGM149
012100 01  WS-GL-CATEGORY         PIC X(10).                            PGM149
012200 01  WS-GL-PLANT-CD         PIC X(04).                            PGM149
012300 01  WS-GL-REF-KEY          PIC X(24).                            PGM149
012400 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM149
012500 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM149
012600 01  WS-ABEND-STATUS        PIC XX.                               PGM149
012700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM149
012800     88 WS-EOF              VALUE 'Y'.                            PGM149
012900 01  WS-RI-EOF-FLAG         PIC X VALUE 'N'.                      PGM149
013000     88 WS-RI-EOF           VALUE 'Y'.                            PGM149
013100 01  WS-FX-EOF-FLAG         PIC X VALUE 'N'.                      PGM149
013200     88 WS-FX-EOF           VALUE 'Y'.                            PGM149
013300 01  WS-FIRST-FLAG          PIC X VALUE 'Y'.                      PGM149
013400     88 WS-FIRST-LINE       VALUE 'Y'.                            PGM149
013500* 기말일과 다음 기간 1일(역분개 일자) - 기간은 달력월.                                PGM149
013600 01  WS-PERIOD-END          PIC 9(08) VALUE ZEROS.                PGM149
013700 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.                     PGM149
013800     05 WS-PE-YY            PIC 9(04).                            PGM149
013900     05 WS-PE-MM            PIC 9(02).                            PGM149
014000     05 WS-PE-DD            PIC 9(02).                            PGM149
014100 01  WS-REVERSAL-DATE       PIC 9(08) VALUE ZEROS.                PGM149
014200 01  WS-REVERSAL-DATE-R REDEFINES WS-REVERSAL-DATE.               PGM149
014300     05 WS-RV-YY            PIC 9(04).                            PGM149
014400     05 WS-RV-MM            PIC 9(02).                            PGM149
014500     05 WS-RV-DD            PIC 9(02).                            PGM149
014600 01  WS-INVOICED-QTY        PIC S9(9)V99 VALUE ZEROS.             PGM149
014700 01  WS-NET-QTY             PIC S9(9)V99 VALUE ZEROS.             PGM149
014800 01  WS-OPEN-QTY            PIC S9(9)V99 VALUE ZEROS.             PGM149
014900 01  WS-SEARCH-CURRENCY-CD  PIC X(03) VALUE SPACES.               PGM149
015000 01  WS-CLOSING-RATE        PIC 9(5)V9(5) VALUE ZEROS.            PGM149
015100* 통화별 기말 환율 - 통화당 한 번만 환율 파일을 찾는다.                                PGM149
015200 01  WS-CR-COUNT            PIC 9(03) VALUE ZEROS.                PGM149
015300 01  WS-CR-MAX              PIC 9(03) VALUE 50.                   PGM149
015400 01  WS-CR-FOUND-FLAG       PIC X VALUE 'N'.                      PGM149
015500     88 WS-CR-FOUND         VALUE 'Y'.                            PGM149
015600 01  WS-CLOSING-RATE-TABLE.                                       PGM149
015700     05 WS-CR-ENTRY OCCURS 50 TIMES                               PGM149
015800             INDEXED BY CR-IDX.                                   PGM149
015900         10 WS-CR-CURRENCY-CD PIC X(03).                          PGM149
016000         10 WS-CR-RATE        PIC 9(5)V9(5) COMP-3.               PGM149
016100 01  WS-CURR-CURRENCY-CD    PIC X(03) VALUE SPACES.               PGM149
016200 01  WS-CURR-VENDOR-CD      PIC X(10) VALUE SPACES.               PGM149
016300 01  WS-VND-BOOKED          PIC S9(13)V99 VALUE ZEROS.            PGM149
016400 01  WS-VND-REVALUED        PIC S9(13)V99 VALUE ZEROS.            PGM149
016500 01  WS-VND-AP-UNREAL       PIC S9(13)V99 VALUE ZEROS.            PGM149
016600 01  WS-VND-GR-UNREAL       PIC S9(13)V99 VALUE ZEROS.            PGM149
016700 01  WS-CUR-BOOKED          PIC S9(13)V99 VALUE ZEROS.            PGM149
016800 01  WS-CUR-REVALUED        PIC S9(13)V99 VALUE ZEROS.            PGM149
016900 01  WS-CUR-UNREAL          PIC S9(13)V99 VALUE ZEROS.            PGM149
017000 01  WS-TOTAL-LOSS          PIC S9(13)V99 VALUE ZEROS.            PGM149
017100 01  WS-TOTAL-GAIN          PIC S9(13)V99 VALUE ZEROS.            PGM149
017200 01  WS-TOTAL-NET           PIC S9(13)V99 VALUE ZEROS.            PGM149
017300 01  WS-VOUCHER-COUNT       PIC 9(07) VALUE ZEROS.                PGM149
017400 01  WS-RECEIPT-COUNT       PIC 9(07) VALUE ZEROS.                PGM149
017500 01  WS-NO-RATE-COUNT       PIC 9(07) VALUE ZEROS.                PGM149
017600 01  WS-WORK-AMT            PIC S9(13)V99 VALUE ZEROS.            PGM149
017700*                                                                 PGM149
017800 01  WS-RPT-HEADER.                                               PGM149
017900     05 FILLER               PIC X(38) VALUE                      PGM149
018000             'PGM149 FX REVALUATION - PERIOD END  '.              PGM149
018100     05 RH-PERIOD-END        PIC 9(08).                           PGM149
018200     05 FILLER               PIC X(12) VALUE '  REVERSAL '.       PGM149
018300     05 RH-REVERSAL-DATE     PIC 9(08).                           PGM149
018400     05 FILLER               PIC X(66) VALUE SPACES.              PGM149
018500 01  WS-RPT-COLUMNS.                                              PGM149
018600     05 FILLER               PIC X(48) VALUE                      PGM149
018700             'CUR VENDOR     S DOCUMENT              FC AMOUNT'.  PGM149
018800     05 FILLER               PIC X(48) VALUE                      PGM149
018900             '  BOOK RATE  CLOSE RATE     BOOKED HOME   REVAL'.   PGM149
019000     05 FILLER               PIC X(36) VALUE                      PGM149
019100             'UED HOME   UNREALIZED FLAG'.                        PGM149
019200 01  WS-RPT-DETAIL.                                               PGM149
019300     05 RD-CURRENCY-CD       PIC X(03).                           PGM149
019400     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
019500     05 RD-VENDOR            PIC X(10).                           PGM149
019600     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
019700     05 RD-SOURCE            PIC X(01).                           PGM149
019800     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
019900     05 RD-DOC-REF           PIC X(18).                           PGM149
020000     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
020100     05 RD-FC-AMT            PIC ZZZZZZZZZZ9.99-.                 PGM149
020200     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
020300     05 RD-BOOKED-RATE       PIC ZZZZ9.99999.                     PGM149
020400     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
020500     05 RD-CLOSING-RATE      PIC ZZZZ9.99999.                     PGM149
020600     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
020700     05 RD-BOOKED-HOME       PIC ZZZZZZZZZZ9.99-.                 PGM149
020800     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
020900     05 RD-REVALUED-HOME     PIC ZZZZZZZZZZ9.99-.                 PGM149
021000     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
021100     05 RD-UNREALIZED        PIC ZZZZZZZZZZ9.99-.                 PGM149
021200     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
021300     05 RD-FLAG              PIC X(04).                           PGM149
021400     05 FILLER               PIC X(04) VALUE SPACES.              PGM149
021500 01  WS-RPT-SUBTOTAL.                                             PGM149
021600     05 RS-LABEL             PIC X(16).                           PGM149
021700     05 RS-KEY               PIC X(14).                           PGM149
021800     05 FILLER               PIC X(45) VALUE SPACES.              PGM149
021900     05 RS-BOOKED-HOME       PIC ZZZZZZZZZZ9.99-.                 PGM149
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
022100     05 RS-REVALUED-HOME     PIC ZZZZZZZZZZ9.99-.                 PGM149
022200     05 FILLER               PIC X(01) VALUE SPACE.               PGM149
022300     05 RS-UNREALIZED        PIC ZZZZZZZZZZ9.99-.                 PGM149
022400     05 FILLER               PIC X(10) VALUE SPACES.              PGM149
022500 01  WS-RPT-TOTAL1.                                               PGM149
022600     05 FILLER               PIC X(18) VALUE 'VOUCHERS REVALUED '.PGM149
022700     05 RT-VOUCHER-CNT       PIC ZZZZZZ9.                         PGM149
022800     05 FILLER               PIC X(12) VALUE '  RECEIPTS  '.      PGM149
022900     05 RT-RECEIPT-CNT       PIC ZZZZZZ9.                         PGM149
023000     05 FILLER               PIC X(12) VALUE '  NO RATE   '.      PGM149
023100     05 RT-NO-RATE-CNT       PIC ZZZZZZ9.                         PGM149
023200     05 FILLER               PIC X(69) VALUE SPACES.              PGM149
023300 01  WS-RPT-TOTAL2.                                               PGM149
023400     05 FILLER               PIC X(18) VALUE 'UNREALIZED LOSS   '.PGM149
023500     05 RT-LOSS-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM149
023600     05 FILLER               PIC X(08) VALUE '  GAIN  '.          PGM149
023700     05 RT-GAIN-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM149
023800     05 FILLER               PIC X(08) VALUE '  NET   '.          PGM149
023900     05 RT-NET-AMT           PIC ZZZZZZZZZZZZ9.99-.               PGM149
024000     05 FILLER               PIC X(47) VALUE SPACES.              PGM149
024100*                                                                 PGM149
024200 PROCEDURE DIVISION.                                              PGM149
024300*                                                                 PGM149
024400 0000-MAIN-PROCESS.                                               PGM149
024500     PERFORM 1000-INITIALIZE                                      PGM149
024600     PERFORM 2000-PRINT-REVAL-LINE                                PGM149
024700         UNTIL WS-EOF                                             PGM149
024800     IF NOT WS-FIRST-LINE                                         PGM149
024900         PERFORM 3000-CLOSE-VENDOR                                PGM149
025000         PERFORM 3100-CLOSE-CURRENCY                              PGM149
025100     END-IF                                                       PGM149
025200     PERFORM 9000-FINALIZE                                        PGM149
025300     GOBACK.                                                      PGM149
025400*                                                                 PGM149
025500 1000-INITIALIZE.                                                 PGM149
025600     PERFORM 1050-LOAD-PARAMETERS                                 PGM149
025700     OPEN INPUT FX-RATE-FILE                                      PGM149
025800     IF WS-FILE-STATUS6 NOT = '00'                                PGM149
025900         DISPLAY 'FX RATE FILE OPEN ERROR: ' WS-FILE-STATUS6      PGM149
026000         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM149
026100         PERFORM 9900-ABNORMAL-END                                PGM149
026200     END-IF                                                       PGM149
026300     OPEN INPUT PO-MASTER-FILE                                    PGM149
026400     IF WS-FILE-STATUS5 NOT = '00'                                PGM149
026500         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS5         PGM149
026600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM149
026700         PERFORM 9900-ABNORMAL-END                                PGM149
026800     END-IF                                                       PGM149
026900     OPEN OUTPUT FXRV-REPORT-FILE                                 PGM149
027000     IF WS-FILE-STATUS8 NOT = '00'                                PGM149
027100         DISPLAY 'FX REVAL REPORT OPEN ERROR: ' WS-FILE-STATUS8   PGM149
027200         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM149
027300         PERFORM 9900-ABNORMAL-END                                PGM149
027400     END-IF                                                       PGM149
027500     OPEN EXTEND GL-INTERFACE-FILE                                PGM149
027600     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM149
027700         SET WS-GLIF-READY TO TRUE                                PGM149
027800         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM149
027900         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM149
028000     ELSE                                                         PGM149
028100         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS9      PGM149
028200     END-IF                                                       PGM149
028300     SORT SORT-WORK-FILE                                          PGM149
028400         ON ASCENDING KEY FR-CURRENCY-CD OF SORT-WORK-REC         PGM149
028500                          FR-VENDOR-CD OF SORT-WORK-REC           PGM149
028600                          FR-SOURCE OF SORT-WORK-REC              PGM149
028700                          FR-DOC-REF OF SORT-WORK-REC             PGM149
028800         INPUT PROCEDURE 1500-SELECT-OPEN-ITEMS                   PGM149
028900         GIVING SORTED-FXRV-FILE                                  PGM149
029000     OPEN INPUT SORTED-FXRV-FILE                                  PGM149
029100     IF WS-FILE-STATUS7 NOT = '00'                                PGM149
029200         DISPLAY 'SORTED FX REVAL OPEN ERROR: ' WS-FILE-STATUS7   PGM149
029300         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM149
029400         PERFORM 9900-ABNORMAL-END                                PGM149
029500     END-IF                                                       PGM149
029600     MOVE WS-PERIOD-END    TO RH-PERIOD-END                       PGM149
029700     MOVE WS-REVERSAL-DATE TO RH-REVERSAL-DATE                    PGM149
029800     WRITE FXRV-REPORT-REC FROM WS-RPT-HEADER                     PGM149
029900     WRITE FXRV-REPORT-REC FROM WS-RPT-COLUMNS                    PGM149
030000     PERFORM 1100-READ-SORTED.                                    PGM149
030100*                                                                 PGM149
030200* 기말일은 필수. 역분개 일자는 다음 달 1일.                                       PGM149
030300 1050-LOAD-PARAMETERS.                                            PGM149
030400     OPEN INPUT FXRV-PARM-FILE                                    PGM149
030500     IF WS-FILE-STATUS NOT = '00'                                 PGM149
030600         DISPLAY 'FX REVALUATION PARM OPEN ERROR: ' WS-FILE-STATUSPGM149
030700         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM149
030800         PERFORM 9900-ABNORMAL-END                                PGM149
030900     END-IF                                                       PGM149
031000     READ FXRV-PARM-FILE                                          PGM149
031100         AT END                                                   PGM149
031200             DISPLAY 'FX REVALUATION PARAMETER MISSING'           PGM149
031300             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM149
031400             PERFORM 9900-ABNORMAL-END                            PGM149
031500     END-READ                                                     PGM149
031600     IF FV-PERIOD-END-DATE NOT NUMERIC                            PGM149
031700         OR FV-PERIOD-END-DATE = 0                                PGM149
031800         DISPLAY 'FX REVALUATION PARAMETER - PERIOD END INVALID'  PGM149
031900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM149
032000         PERFORM 9900-ABNORMAL-END                                PGM149
032100     END-IF                                                       PGM149
032200     MOVE FV-PERIOD-END-DATE TO WS-PERIOD-END                     PGM149
032300     IF WS-PE-MM < 1 OR WS-PE-MM > 12                             PGM149
032400         DISPLAY 'FX REVALUATION PARAMETER - PERIOD MONTH INVALID'PGM149
032500         MOVE 'PM' TO WS-ABEND-STATUS                             PGM149
032600         PERFORM 9900-ABNORMAL-END                                PGM149
032700     END-IF                                                       PGM149
032800     IF WS-PE-MM = 12                                             PGM149
032900         COMPUTE WS-RV-YY = WS-PE-YY + 1                          PGM149
033000         MOVE 1 TO WS-RV-MM                                       PGM149
033100     ELSE                                                         PGM149
033200         MOVE WS-PE-YY TO WS-RV-YY                                PGM149
033300         COMPUTE WS-RV-MM = WS-PE-MM + 1                          PGM149
033400     END-IF                                                       PGM149
033500     MOVE 1 TO WS-RV-DD                                           PGM149
033600     CLOSE FXRV-PARM-FILE.                                        PGM149
033700*                                                                 PGM149
033800 1100-READ-SORTED.                                                PGM149
033900     READ SORTED-FXRV-FILE                                        PGM149
034000         AT END SET WS-EOF TO TRUE                                PGM149
034100     END-READ.                                                    PGM149
034200*                                                                 PGM149
034300* 1차: 미지급 외화 전표, 2차: 송장 미도착 외화 입고.                                PGM149
034400 1500-SELECT-OPEN-ITEMS.                                          PGM149
034500     OPEN INPUT AP-VOUCHER-FILE                                   PGM149
034600     IF WS-FILE-STATUS2 NOT = '00'                                PGM149
034700         DISPLAY 'AP VOUCHER OPEN ERROR: ' WS-FILE-STATUS2        PGM149
034800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM149
034900         PERFORM 9900-ABNORMAL-END                                PGM149
035000     END-IF                                                       PGM149
035100     PERFORM 1600-SELECT-VOUCHER                                  PGM149
035200         UNTIL WS-EOF                                             PGM149
035300     CLOSE AP-VOUCHER-FILE                                        PGM149
035400     MOVE 'N' TO WS-EOF-FLAG                                      PGM149
035500     OPEN INPUT RM-RECEIPT-FILE                                   PGM149
035600     IF WS-FILE-STATUS3 NOT = '00'                                PGM149
035700         DISPLAY 'RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS3      PGM149
035800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM149
035900         PERFORM 9900-ABNORMAL-END                                PGM149
036000     END-IF                                                       PGM149
036100     OPEN INPUT RECEIPT-INVOICED-FILE                             PGM149
036200     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM149
036300         DISPLAY 'RECEIPT INVOICED OPEN ERROR: ' WS-FILE-STATUS4  PGM149
036400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM149
036500         PERFORM 9900-ABNORMAL-END                                PGM149
036600     END-IF                                                       PGM149
036700     PERFORM 1750-READ-INVOICED                                   PGM149
036800     PERFORM 1700-SELECT-RECEIPT                                  PGM149
036900         UNTIL WS-EOF                                             PGM149
037000     CLOSE RM-RECEIPT-FILE                                        PGM149
037100     CLOSE RECEIPT-INVOICED-FILE                                  PGM149
037200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM149
037300*                                                                 PGM149
037400* 외화 전표: 통화가 원화가 아니고 장부환율이 있는 미지급                                 PGM149
037500* 전표만 대상이다. 외화금액은 전표금액 / 장부환율이다.                                  PGM149
037600 1600-SELECT-VOUCHER.                                             PGM149
037700     READ AP-VOUCHER-FILE NEXT RECORD                             PGM149
037800         AT END                                                   PGM149
037900             SET WS-EOF TO TRUE                                   PGM149
038000         NOT AT END                                               PGM149
038100             IF AP-OPEN                                           PGM149
038200                 AND AP-CURRENCY-CD NOT = SPACES                  PGM149
038300                 AND AP-CURRENCY-CD NOT = 'KRW'                   PGM149
038500                 AND AP-BOOKED-RATE NUMERIC                       PGM149
038600                 AND AP-BOOKED-RATE > 0                           PGM149
038700                 PERFORM 1650-RELEASE-VOUCHER                     PGM149
038800             END-IF                                               PGM149
038900     END-READ.                                                    PGM149
039000*                                                                 PGM149
039100 1650-RELEASE-VOUCHER.                                            PGM149
039200     INITIALIZE SORT-WORK-REC                                     PGM149
039300     MOVE AP-CURRENCY-CD TO FR-CURRENCY-CD OF SORT-WORK-REC       PGM149
039400     MOVE AP-VENDOR-CD   TO FR-VENDOR-CD OF SORT-WORK-REC         PGM149
039500     MOVE 'V'            TO FR-SOURCE OF SORT-WORK-REC            PGM149
039600     MOVE AP-INVOICE-NO  TO FR-DOC-REF OF SORT-WORK-REC           PGM149
039700     COMPUTE FR-FC-AMT OF SORT-WORK-REC ROUNDED =                 PGM149
039700         AP-VOUCHER-AMT / AP-BOOKED-RATE                          PGM149
039800     MOVE AP-BOOKED-RATE TO FR-BOOKED-RATE OF SORT-WORK-REC       PGM149
039900     PERFORM 1900-REVALUE-ITEM                                    PGM149
040000     ADD 1 TO WS-VOUCHER-COUNT                                    PGM149
040100     RELEASE SORT-WORK-REC.                                       PGM149
040200*                                                                 PGM149
040300 1700-SELECT-RECEIPT.                                             PGM149
040400     READ RM-RECEIPT-FILE NEXT RECORD                             PGM149
040500         AT END                                                   PGM149
040600             SET WS-EOF TO TRUE                                   PGM149
040700         NOT AT END                                               PGM149
040800             PERFORM 1800-EVALUATE-RECEIPT                        PGM149
040900     END-READ.                                                    PGM149
041000*                                                                 PGM149
041100 1750-READ-INVOICED.                                              PGM149
041200     READ RECEIPT-INVOICED-FILE NEXT RECORD                       PGM149
041300         AT END SET WS-RI-EOF TO TRUE                             PGM149
041400     END-READ.                                                    PGM149
041500*                                                                 PGM149
041600 1760-ACCUMULATE-INVOICED.                                        PGM149
041700     IF RI-RECEIPT-KEY = RR-KEY                                   PGM149
041800         ADD RI-INV-QTY TO WS-INVOICED-QTY                        PGM149
041900     END-IF                                                       PGM149
042000     PERFORM 1750-READ-INVOICED.                                  PGM149
042100*                                                                 PGM149
042200* 미착 수량 산정은 PGM148(GRNI)과 같다. 외화 발주의 입고만                          PGM149
042300* 발주단가(외화) x 미착수량을 발주환율(장부) 기준으로 본다.                              PGM149
042400 1800-EVALUATE-RECEIPT.                                           PGM149
042500     MOVE ZEROS TO WS-INVOICED-QTY                                PGM149
042600     PERFORM 1760-ACCUMULATE-INVOICED                             PGM149
042700         UNTIL WS-RI-EOF                                          PGM149
042800            OR RI-RECEIPT-KEY > RR-KEY                            PGM149
042900     IF RR-RECEIPT-DT NOT > WS-PERIOD-END                         PGM149
043000         AND NOT RR-CONSIGNED                                     PGM149
043100         AND (RR-ACCEPTED OR RR-PARTIAL)                          PGM149
043200         PERFORM 1810-COMPUTE-OPEN-QTY                            PGM149
043300     END-IF.                                                      PGM149
043400*                                                                 PGM149
043500 1810-COMPUTE-OPEN-QTY.                                           PGM149
043600     IF RR-ACCEPTED                                               PGM149
043700         MOVE RR-RECEIPT-QTY TO WS-NET-QTY                        PGM149
043800     ELSE                                                         PGM149
043900         COMPUTE WS-NET-QTY ROUNDED =                             PGM149
044000             RR-RECEIPT-QTY * RR-ACCEPT-RATE / 100                PGM149
044100     END-IF                                                       PGM149
044200     COMPUTE WS-OPEN-QTY = WS-NET-QTY - WS-INVOICED-QTY           PGM149
044300     IF WS-OPEN-QTY > 0                                           PGM149
044400         MOVE RR-PO-NO TO PO-NO                                   PGM149
044500         READ PO-MASTER-FILE                                      PGM149
044600             INVALID KEY                                          PGM149
044700                 CONTINUE                                         PGM149
044800             NOT INVALID KEY                                      PGM149
044900                 IF PO-CURRENCY-CD NOT = SPACES                   PGM149
045000                     AND PO-CURRENCY-CD NOT = 'KRW'               PGM149
045100                     AND PO-UNIT-PRICE NUMERIC                    PGM149
045200                     AND PO-FX-RATE NUMERIC                       PGM149
045300                     AND PO-FX-RATE > 0                           PGM149
045400                     PERFORM 1850-RELEASE-RECEIPT                 PGM149
045500                 END-IF                                           PGM149
045600         END-READ                                                 PGM149
045700     END-IF.                                                      PGM149
045800*                                                                 PGM149
045900 1850-RELEASE-RECEIPT.                                            PGM149
046000     INITIALIZE SORT-WORK-REC                                     PGM149
046100     MOVE PO-CURRENCY-CD TO FR-CURRENCY-CD OF SORT-WORK-REC       PGM149
046200     MOVE RR-VENDOR-CD   TO FR-VENDOR-CD OF SORT-WORK-REC         PGM149
046300     MOVE 'R'            TO FR-SOURCE OF SORT-WORK-REC            PGM149
046400     MOVE RR-KEY         TO FR-DOC-REF OF SORT-WORK-REC           PGM149
046500     COMPUTE FR-FC-AMT OF SORT-WORK-REC ROUNDED =                 PGM149
046600         WS-OPEN-QTY * PO-UNIT-PRICE                              PGM149
046700     MOVE PO-FX-RATE     TO FR-BOOKED-RATE OF SORT-WORK-REC       PGM149
046800     PERFORM 1900-REVALUE-ITEM                                    PGM149
046900     ADD 1 TO WS-RECEIPT-COUNT                                    PGM149
047000     RELEASE SORT-WORK-REC.                                       PGM149
047100*                                                                 PGM149
047200* 장부 환산액 = 외화 x 장부환율, 기말 환산액 = 외화 x 기말                            PGM149
047300* 환율. 기말 환율이 없으면 환산하지 않고(차이 0) 표시한다.                              PGM149
047400 1900-REVALUE-ITEM.                                               PGM149
047500     MOVE FR-CURRENCY-CD OF SORT-WORK-REC TO WS-SEARCH-CURRENCY-CDPGM149
047600     PERFORM 1950-GET-CLOSING-RATE                                PGM149
047700     COMPUTE FR-BOOKED-HOME OF SORT-WORK-REC ROUNDED =            PGM149
047800         FR-FC-AMT OF SORT-WORK-REC                               PGM149
047900         * FR-BOOKED-RATE OF SORT-WORK-REC                        PGM149
048000     IF WS-CLOSING-RATE = 0                                       PGM149
048100         MOVE 'Y' TO FR-NO-RATE-FLAG OF SORT-WORK-REC             PGM149
048200         MOVE FR-BOOKED-RATE OF SORT-WORK-REC                     PGM149
048300             TO FR-CLOSING-RATE OF SORT-WORK-REC                  PGM149
048400         ADD 1 TO WS-NO-RATE-COUNT                                PGM149
048500     ELSE                                                         PGM149
048600         MOVE WS-CLOSING-RATE TO FR-CLOSING-RATE OF SORT-WORK-REC PGM149
048700     END-IF                                                       PGM149
048800     COMPUTE FR-REVALUED-HOME OF SORT-WORK-REC ROUNDED =          PGM149
048900         FR-FC-AMT OF SORT-WORK-REC                               PGM149
049000         * FR-CLOSING-RATE OF SORT-WORK-REC                       PGM149
049100     COMPUTE FR-UNREALIZED OF SORT-WORK-REC =                     PGM149
049200         FR-REVALUED-HOME OF SORT-WORK-REC                        PGM149
049300         - FR-BOOKED-HOME OF SORT-WORK-REC.                       PGM149
049400*                                                                 PGM149
049500 1950-GET-CLOSING-RATE.                                           PGM149
049600     MOVE 'N' TO WS-CR-FOUND-FLAG                                 PGM149
049700     IF WS-CR-COUNT > 0                                           PGM149
049800         SET CR-IDX TO 1                                          PGM149
049900         SEARCH WS-CR-ENTRY                                       PGM149
050000             AT END                                               PGM149
050100                 MOVE 'N' TO WS-CR-FOUND-FLAG                     PGM149
050200             WHEN WS-CR-CURRENCY-CD (CR-IDX)                      PGM149
050300                     = WS-SEARCH-CURRENCY-CD                      PGM149
050400                 AND CR-IDX <= WS-CR-COUNT                        PGM149
050500                 SET WS-CR-FOUND TO TRUE                          PGM149
050600         END-SEARCH                                               PGM149
050700     END-IF                                                       PGM149
050800     IF WS-CR-FOUND                                               PGM149
050900         MOVE WS-CR-RATE (CR-IDX) TO WS-CLOSING-RATE              PGM149
051000     ELSE                                                         PGM149
051100         PERFORM 1960-LOOKUP-CLOSING-RATE                         PGM149
051200         IF WS-CR-COUNT >= WS-CR-MAX                              PGM149
051300             DISPLAY 'CLOSING RATE TABLE FULL AT ' WS-CR-MAX      PGM149
051400             MOVE 'FL' TO WS-ABEND-STATUS                         PGM149
051500             PERFORM 9900-ABNORMAL-END                            PGM149
051600         END-IF                                                   PGM149
051700         ADD 1 TO WS-CR-COUNT                                     PGM149
051800         SET CR-IDX TO WS-CR-COUNT                                PGM149
051900         MOVE WS-SEARCH-CURRENCY-CD TO WS-CR-CURRENCY-CD (CR-IDX) PGM149
052000         MOVE WS-CLOSING-RATE       TO WS-CR-RATE (CR-IDX)        PGM149
052100     END-IF.                                                      PGM149
052200*                                                                 PGM149
052300* 기말일 이전(포함) 가장 최근 환율을 기말 환율로 한다.                                 PGM149
052400 1960-LOOKUP-CLOSING-RATE.                                        PGM149
052500     MOVE ZEROS TO WS-CLOSING-RATE                                PGM149
052600     MOVE 'N' TO WS-FX-EOF-FLAG                                   PGM149
052700     MOVE WS-SEARCH-CURRENCY-CD TO FX-CURRENCY-CD                 PGM149
052800     MOVE ZEROS                 TO FX-RATE-DATE                   PGM149
052900     START FX-RATE-FILE KEY >= FX-KEY                             PGM149
053000         INVALID KEY                                              PGM149
053100             SET WS-FX-EOF TO TRUE                                PGM149
053200     END-START                                                    PGM149
053300     PERFORM 1970-SCAN-ONE-RATE                                   PGM149
053400         UNTIL WS-FX-EOF.                                         PGM149
053500*                                                                 PGM149
053600 1970-SCAN-ONE-RATE.                                              PGM149
053700     READ FX-RATE-FILE NEXT RECORD                                PGM149
053800         AT END                                                   PGM149
053900             SET WS-FX-EOF TO TRUE                                PGM149
054000         NOT AT END                                               PGM149
054100             IF FX-CURRENCY-CD NOT = WS-SEARCH-CURRENCY-CD        PGM149
054200                 OR FX-RATE-DATE > WS-PERIOD-END                  PGM149
054300                 SET WS-FX-EOF TO TRUE                            PGM149
054400             ELSE                                                 PGM149
054500                 MOVE FX-RATE TO WS-CLOSING-RATE                  PGM149
054600             END-IF                                               PGM149
054700     END-READ.                                                    PGM149
054800*                                                                 PGM149
054900* 명세: 통화/공급사가 바뀌면 소계를 찍는다.                                        PGM149
055000 2000-PRINT-REVAL-LINE.                                           PGM149
055100     IF WS-FIRST-LINE                                             PGM149
055200         MOVE 'N' TO WS-FIRST-FLAG                                PGM149
055300         PERFORM 2100-OPEN-CURRENCY                               PGM149
055400         PERFORM 2150-OPEN-VENDOR                                 PGM149
055500     ELSE                                                         PGM149
055600         IF FR-CURRENCY-CD OF SORTED-FXRV-REC                     PGM149
055700                 NOT = WS-CURR-CURRENCY-CD                        PGM149
055800             PERFORM 3000-CLOSE-VENDOR                            PGM149
055900             PERFORM 3100-CLOSE-CURRENCY                          PGM149
056000             PERFORM 2100-OPEN-CURRENCY                           PGM149
056100             PERFORM 2150-OPEN-VENDOR                             PGM149
056200         ELSE                                                     PGM149
056300             IF FR-VENDOR-CD OF SORTED-FXRV-REC                   PGM149
056400                     NOT = WS-CURR-VENDOR-CD                      PGM149
056500                 PERFORM 3000-CLOSE-VENDOR                        PGM149
056600                 PERFORM 2150-OPEN-VENDOR                         PGM149
056700             END-IF                                               PGM149
056800         END-IF                                                   PGM149
056900     END-IF                                                       PGM149
057000     MOVE FR-CURRENCY-CD OF SORTED-FXRV-REC   TO RD-CURRENCY-CD   PGM149
057100     MOVE FR-VENDOR-CD OF SORTED-FXRV-REC     TO RD-VENDOR        PGM149
057200     MOVE FR-SOURCE OF SORTED-FXRV-REC        TO RD-SOURCE        PGM149
057300     MOVE FR-DOC-REF OF SORTED-FXRV-REC       TO RD-DOC-REF       PGM149
057400     MOVE FR-FC-AMT OF SORTED-FXRV-REC        TO RD-FC-AMT        PGM149
057500     MOVE FR-BOOKED-RATE OF SORTED-FXRV-REC   TO RD-BOOKED-RATE   PGM149
057600     MOVE FR-CLOSING-RATE OF SORTED-FXRV-REC  TO RD-CLOSING-RATE  PGM149
057700     MOVE FR-BOOKED-HOME OF SORTED-FXRV-REC   TO RD-BOOKED-HOME   PGM149
057800     MOVE FR-REVALUED-HOME OF SORTED-FXRV-REC TO RD-REVALUED-HOME PGM149
057900     MOVE FR-UNREALIZED OF SORTED-FXRV-REC    TO RD-UNREALIZED    PGM149
058000     MOVE SPACES TO RD-FLAG                                       PGM149
058100     IF FR-NO-RATE OF SORTED-FXRV-REC                             PGM149
058200         MOVE 'NORT' TO RD-FLAG                                   PGM149
058300     END-IF                                                       PGM149
058400     WRITE FXRV-REPORT-REC FROM WS-RPT-DETAIL                     PGM149
058500     ADD FR-BOOKED-HOME OF SORTED-FXRV-REC   TO WS-VND-BOOKED     PGM149
058600     ADD FR-REVALUED-HOME OF SORTED-FXRV-REC TO WS-VND-REVALUED   PGM149
058700     IF FR-VOUCHER OF SORTED-FXRV-REC                             PGM149
058800         ADD FR-UNREALIZED OF SORTED-FXRV-REC TO WS-VND-AP-UNREAL PGM149
058900     ELSE                                                         PGM149
059000         ADD FR-UNREALIZED OF SORTED-FXRV-REC TO WS-VND-GR-UNREAL PGM149
059100     END-IF                                                       PGM149
059200     IF FR-UNREALIZED OF SORTED-FXRV-REC > 0                      PGM149
059300         ADD FR-UNREALIZED OF SORTED-FXRV-REC TO WS-TOTAL-LOSS    PGM149
059400     ELSE                                                         PGM149
059500         SUBTRACT FR-UNREALIZED OF SORTED-FXRV-REC                PGM149
059600             FROM WS-TOTAL-GAIN                                   PGM149
059700     END-IF                                                       PGM149
059800     PERFORM 1100-READ-SORTED.                                    PGM149
059900*                                                                 PGM149
060000 2100-OPEN-CURRENCY.                                              PGM149
060100     MOVE FR-CURRENCY-CD OF SORTED-FXRV-REC TO WS-CURR-CURRENCY-CDPGM149
060200     MOVE ZEROS TO WS-CUR-BOOKED                                  PGM149
060300     MOVE ZEROS TO WS-CUR-REVALUED                                PGM149
060400     MOVE ZEROS TO WS-CUR-UNREAL.                                 PGM149
060500*                                                                 PGM149
060600 2150-OPEN-VENDOR.                                                PGM149
060700     MOVE FR-VENDOR-CD OF SORTED-FXRV-REC TO WS-CURR-VENDOR-CD    PGM149
060800     MOVE ZEROS TO WS-VND-BOOKED                                  PGM149
060900     MOVE ZEROS TO WS-VND-REVALUED                                PGM149
061000     MOVE ZEROS TO WS-VND-AP-UNREAL                               PGM149
061100     MOVE ZEROS TO WS-VND-GR-UNREAL.                              PGM149
061200*                                                                 PGM149
061300* 공급사 마감: 소계 후 전표분(AP)과 입고분(GRNI)의 미실현                            PGM149
061400* 환차를 기말일자로, 역분개를 다음 기간 1일자로 넘긴다.                                 PGM149
061500 3000-CLOSE-VENDOR.                                               PGM149
061600     COMPUTE WS-WORK-AMT = WS-VND-AP-UNREAL + WS-VND-GR-UNREAL    PGM149
061700     MOVE '  VENDOR TOTAL  '  TO RS-LABEL                         PGM149
061800     MOVE SPACES              TO RS-KEY                           PGM149
061900     STRING WS-CURR-CURRENCY-CD ' ' WS-CURR-VENDOR-CD             PGM149
062000         DELIMITED BY SIZE INTO RS-KEY                            PGM149
062100     MOVE WS-VND-BOOKED       TO RS-BOOKED-HOME                   PGM149
062200     MOVE WS-VND-REVALUED     TO RS-REVALUED-HOME                 PGM149
062300     MOVE WS-WORK-AMT         TO RS-UNREALIZED                    PGM149
062400     WRITE FXRV-REPORT-REC FROM WS-RPT-SUBTOTAL                   PGM149
062500     ADD WS-VND-BOOKED        TO WS-CUR-BOOKED                    PGM149
062600     ADD WS-VND-REVALUED      TO WS-CUR-REVALUED                  PGM149
062700     ADD WS-WORK-AMT          TO WS-CUR-UNREAL                    PGM149
062800     MOVE 'FXUN'              TO WS-GL-EVENT-CD                   PGM149
062900     MOVE SPACES              TO WS-GL-PLANT-CD                   PGM149
063000     MOVE SPACES              TO WS-GL-REF-KEY                    PGM149
063100     STRING WS-CURR-VENDOR-CD WS-CURR-CURRENCY-CD WS-PERIOD-END   PGM149
063200         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM149
063300     IF WS-VND-AP-UNREAL NOT = 0                                  PGM149
063400         MOVE 'AP'             TO WS-GL-CATEGORY                  PGM149
063500         MOVE WS-VND-AP-UNREAL TO WS-WORK-AMT                     PGM149
063600         PERFORM 3050-WRITE-REVAL-GL                              PGM149
063700     END-IF                                                       PGM149
063800     IF WS-VND-GR-UNREAL NOT = 0                                  PGM149
063900         MOVE 'GRNI'           TO WS-GL-CATEGORY                  PGM149
064000         MOVE WS-VND-GR-UNREAL TO WS-WORK-AMT                     PGM149
064100         PERFORM 3050-WRITE-REVAL-GL                              PGM149
064200     END-IF.                                                      PGM149
064300*                                                                 PGM149
064400 3050-WRITE-REVAL-GL.                                             PGM149
064500     MOVE WS-PERIOD-END     TO WS-GL-TRANS-DATE                   PGM149
064600     MOVE WS-WORK-AMT       TO WS-GL-AMOUNT                       PGM149
064700     PERFORM 9780-WRITE-GL-INTERFACE                              PGM149
064800     MOVE WS-REVERSAL-DATE  TO WS-GL-TRANS-DATE                   PGM149
064900     COMPUTE WS-GL-AMOUNT = 0 - WS-WORK-AMT                       PGM149
065000     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM149
065100*                                                                 PGM149
065200 3100-CLOSE-CURRENCY.                                             PGM149
065300     MOVE 'CURRENCY TOTAL  '  TO RS-LABEL                         PGM149
065400     MOVE WS-CURR-CURRENCY-CD TO RS-KEY                           PGM149
065500     MOVE WS-CUR-BOOKED       TO RS-BOOKED-HOME                   PGM149
065600     MOVE WS-CUR-REVALUED     TO RS-REVALUED-HOME                 PGM149
065700     MOVE WS-CUR-UNREAL       TO RS-UNREALIZED                    PGM149
065800     WRITE FXRV-REPORT-REC FROM WS-RPT-SUBTOTAL                   PGM149
065900     ADD WS-CUR-UNREAL        TO WS-TOTAL-NET.                    PGM149
066000*                                                                 PGM149
066100 9000-FINALIZE.                                                   PGM149
066200     MOVE WS-VOUCHER-COUNT    TO RT-VOUCHER-CNT                   PGM149
066300     MOVE WS-RECEIPT-COUNT    TO RT-RECEIPT-CNT                   PGM149
066400     MOVE WS-NO-RATE-COUNT    TO RT-NO-RATE-CNT                   PGM149
066500     WRITE FXRV-REPORT-REC FROM WS-RPT-TOTAL1                     PGM149
066600     MOVE WS-TOTAL-LOSS       TO RT-LOSS-AMT                      PGM149
066700     MOVE WS-TOTAL-GAIN       TO RT-GAIN-AMT                      PGM149
066800     MOVE WS-TOTAL-NET        TO RT-NET-AMT                       PGM149
066900     WRITE FXRV-REPORT-REC FROM WS-RPT-TOTAL2                     PGM149
067000     CLOSE FX-RATE-FILE                                           PGM149
067100     CLOSE PO-MASTER-FILE                                         PGM149
067200     CLOSE SORTED-FXRV-FILE                                       PGM149
067300     CLOSE FXRV-REPORT-FILE                                       PGM149
067400     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM149
067500     IF WS-NO-RATE-COUNT > 0                                      PGM149
067600         MOVE 4 TO RETURN-CODE                                    PGM149
067700     END-IF                                                       PGM149
067800     DISPLAY 'PGM149 COMPLETED: ' WS-VOUCHER-COUNT ' VOUCHERS, '  PGM149
067900             WS-RECEIPT-COUNT ' RECEIPTS, '                       PGM149
068000             WS-NO-RATE-COUNT ' WITHOUT CLOSING RATE'.            PGM149
068100*                                                                 PGM149
068200 9780-WRITE-GL-INTERFACE.                                         PGM149
068300     IF WS-GLIF-READY                                             PGM149
068400         INITIALIZE GL-INTERFACE-REC                              PGM149
068500         MOVE 'PGM149'         TO GI-SOURCE-PGM                   PGM149
068600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM149
068700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM149
068800         SET GI-DETAIL         TO TRUE                            PGM149
068900         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM149
069000         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM149
069100         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM149
069200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM149
069300         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM149
069400         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM149
069500         WRITE GL-INTERFACE-REC                                   PGM149
069600         ADD 1            TO WS-GL-CTL-CNT                        PGM149
069700         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM149
069800     END-IF.                                                      PGM149
069900*                                                                 PGM149
070000* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM149
070100* 배치를 완결된 것으로 보고 분개한다.                                            PGM149
070200 9790-CLOSE-GL-INTERFACE.                                         PGM149
070300     IF WS-GLIF-READY                                             PGM149
070400         INITIALIZE GL-INTERFACE-REC                              PGM149
070500         MOVE 'PGM149'         TO GI-SOURCE-PGM                   PGM149
070600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM149
070700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM149
070800         SET GI-TRAILER        TO TRUE                            PGM149
070900         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM149
071000         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM149
071100         WRITE GL-INTERFACE-REC                                   PGM149
071200         CLOSE GL-INTERFACE-FILE                                  PGM149
071300     END-IF.                                                      PGM149
071400*                                                                 PGM149
071500 9750-DIAGNOSE-FILE-STATUS.                                       PGM149
071600     EVALUATE WS-ABEND-STATUS                                     PGM149
071700         WHEN '10'                                                PGM149
071800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM149
071900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM149
072000         WHEN '23'                                                PGM149
072100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM149
072200             DISPLAY '  AND RETRY THE REQUEST'                    PGM149
072300         WHEN '35'                                                PGM149
072400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM149
072500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM149
072600         WHEN '37'                                                PGM149
072700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM149
072800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM149
072900         WHEN '39'                                                PGM149
073000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM149
073100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM149
073200         WHEN '41'                                                PGM149
073300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM149
073400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM149
073500         WHEN '42'                                                PGM149
073600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM149
073700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM149
073800         WHEN '46'                                                PGM149
073900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM149
074000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM149
074100         WHEN OTHER                                               PGM149
074200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM149
074300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM149
074400     END-EVALUATE.                                                PGM149
074500*                                                                 PGM149
074600 9900-ABNORMAL-END.                                               PGM149
074700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM149
074800     DISPLAY 'PGM149 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM149
074900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM149
075000     MOVE 16 TO RETURN-CODE                                       PGM149
075100     GOBACK.                                                      PGM149
075200                                                                  PGM149
