000100 IDENTIFICATION DIVISION.                                         PGM162
000200 PROGRAM-ID.    PGM162.                                           PGM162
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM162
000400*                                                                 PGM162
000500* =========================================================       PGM162
000600* 프로그램명: 출하 운임 충당 (일간)                                            PGM162
000700* 처리내용  : 전 라인이 출하확정된 적재 가운데 아직 운임이                               PGM162
000800*            충당되지 않은 적재를 찾아 운송사/출발창고/도착                           PGM162
000900*            권역(배송지 우편번호 앞 3자리)/차종 운임표로 운임을                       PGM162
001000*            계산한다. 중량은 당일 출하 계량표 순중량을 우선                          PGM162
001100*            쓰고 계량표가 없으면 적재 수량 합계를 쓴다. 충당                         PGM162
001200*            레코드(CPYFRAC)를 남기고 GL 인터페이스(FRAC)에                    PGM162
001300*            넘긴다. 운송사 누락/중지, 운임표 없음은 예외로                          PGM162
001400*            찍고 다음 실행에서 다시 본다.                                    PGM162
001500* =========================================================       PGM162
001600*                                                                 PGM162
001700 ENVIRONMENT DIVISION.                                            PGM162
001800 CONFIGURATION SECTION.                                           PGM162
001900 INPUT-OUTPUT SECTION.                                            PGM162
002000 FILE-CONTROL.                                                    PGM162
002100     SELECT OPTIONAL ACCRUAL-PARM-FILE                            PGM162
002200         ASSIGN TO FRACPARM                                       PGM162
002300         ORGANIZATION IS SEQUENTIAL                               PGM162
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM162
002500     SELECT OPTIONAL OUTBOUND-TICKET-FILE                         PGM162
002600         ASSIGN TO OWBTICK                                        PGM162
002700         ORGANIZATION IS SEQUENTIAL                               PGM162
002800         FILE STATUS IS WS-FILE-STATUS2.                          PGM162
002900     SELECT LOAD-FILE                                             PGM162
003000         ASSIGN TO LOADFILE                                       PGM162
003100         ORGANIZATION IS INDEXED                                  PGM162
003200         ACCESS MODE IS SEQUENTIAL                                PGM162
003300         RECORD KEY IS LD-KEY                                     PGM162
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM162
003500     SELECT CARRIER-MASTER-FILE                                   PGM162
003600         ASSIGN TO CARRMAST                                       PGM162
003700         ORGANIZATION IS INDEXED                                  PGM162
003800         ACCESS MODE IS RANDOM                                    PGM162
003900         RECORD KEY IS CR-CARRIER-CD                              PGM162
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM162
004100     SELECT FREIGHT-RATE-FILE                                     PGM162
004200         ASSIGN TO FRTRATE                                        PGM162
004300         ORGANIZATION IS INDEXED                                  PGM162
004400         ACCESS MODE IS DYNAMIC                                   PGM162
004500         RECORD KEY IS FT-KEY                                     PGM162
004600         FILE STATUS IS WS-FILE-STATUS5.                          PGM162
004700     SELECT OPTIONAL CUST-ADDRESS-FILE                            PGM162
004800         ASSIGN TO CUSTADDR                                       PGM162
004900         ORGANIZATION IS INDEXED                                  PGM162
005000         ACCESS MODE IS RANDOM                                    PGM162
005100         RECORD KEY IS CA-KEY                                     PGM162
005200         FILE STATUS IS WS-FILE-STATUS6.                          PGM162
005300     SELECT OPTIONAL FREIGHT-ACCRUAL-FILE                         PGM162
005400         ASSIGN TO FRTACCR                                        PGM162
005500         ORGANIZATION IS INDEXED                                  PGM162
005600         ACCESS MODE IS RANDOM                                    PGM162
005700         RECORD KEY IS FA-LOAD-NO                                 PGM162
005800         FILE STATUS IS WS-FILE-STATUS7.                          PGM162
005900     SELECT ACCRUAL-REPORT-FILE                                   PGM162
006000         ASSIGN TO FRACRPT                                        PGM162
006100         ORGANIZATION IS SEQUENTIAL                               PGM162
006200         FILE STATUS IS WS-FILE-STATUS8.                          PGM162
006300     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM162
006400         ASSIGN TO GLINTF                                         PGM162
006500         ORGANIZATION IS SEQUENTIAL                               PGM162
006600         FILE STATUS IS WS-FILE-STATUS9.                          PGM162
006700*                                                                 PGM162
006800 DATA DIVISION.                                                   PGM162
006900 FILE SECTION.                                                    PGM162
007000 FD  ACCRUAL-PARM-FILE.                                           PGM162
007100 01  ACCRUAL-PARM-REC.                                            PGM162
007200     05 FP-RUN-DATE          PIC 9(08).                           PGM162
007300     05 FILLER               PIC X(72).                           PGM162
007400 FD  OUTBOUND-TICKET-FILE.                                        PGM162
007500 01  OUTBOUND-TICKET-REC.                                         PGM162
007600     COPY CPYWBTO.                                                PGM162
007700 FD  LOAD-FILE.                                                   PGM162
007800 01  LOAD-REC.                                                    PGM162
007900     COPY CPYLOAD.                                                PGM162
008000 FD  CARRIER-MASTER-FILE.                                         PGM162
008100 01  CARRIER-MASTER-REC.                                          PGM162
008200     COPY CPYCARR.                                                PGM162
008300 FD  FREIGHT-RATE-FILE.                                           PGM162
008400 01  FREIGHT-RATE-REC.                                            PGM162
008500     COPY CPYFRRT.                                                PGM162
008600 FD  CUST-ADDRESS-FILE.                                           PGM162
008700 01  CUST-ADDRESS-REC.                                            PGM162
008800     COPY CPYCADR.                                                PGM162
008900 FD  FREIGHT-ACCRUAL-FILE.                                        PGM162
009000 01  FREIGHT-ACCRUAL-REC.                                         PGM162
009100     COPY CPYFRAC.                                                PGM162
009200 FD  ACCRUAL-REPORT-FILE.                                         PGM162
009300 01  ACCRUAL-REPORT-REC      PIC X(132).                          PGM162
009400 FD  GL-INTERFACE-FILE.                                           PGM162
009500 01  GL-INTERFACE-REC.                                            PGM162
009600     COPY CPYGLIF.                                                PGM162
009700*                                                                 PGM162
009800 WORKING-STORAGE SECTION.                                         PGM162
009900 01  WS-FILE-STATUS         PIC XX.                               PGM162
010000 01  WS-FILE-STATUS2        PIC XX.                               PGM162
010100 01  WS-FILE-STATUS3        PIC XX.                               PGM162
010200 01  WS-FILE-STATUS4        PIC XX.                               PGM162
010300 01  WS-FILE-STATUS5        PIC XX.                               PGM162
010400 01  WS-FILE-STATUS6        PIC XX.                               PGM162
010500 01  WS-FILE-STATUS7        PIC XX.                               PGM162
010600 01  WS-FILE-STATUS8        PIC XX.                               PGM162
010700 01  WS-FILE-STATUS9        PIC XX.                               PGM162
010800 01  WS-ABEND-STATUS        PIC XX.                               PGM162
010900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM162
011000     88 WS-EOF              VALUE 'Y'.                            PGM162
011100 01  WS-ADDR-OPEN-FLAG      PIC X VALUE 'N'.                      PGM162
011200     88 WS-ADDR-READY       VALUE 'Y'.                            PGM162
011300 01  WS-RATE-EOF-FLAG       PIC X VALUE 'N'.                      PGM162
011400     88 WS-RATE-EOF         VALUE 'Y'.                            PGM162
011500 01  WS-RATE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM162
011600     88 WS-RATE-FOUND       VALUE 'Y'.                            PGM162
011700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM162
011800 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.               PGM162
011900* 당일 계량표 순중량 - 적재번호별 합계                                           PGM162
012000 01  WS-WB-MAX              PIC 9(05) VALUE 3000.                 PGM162
012100 01  WS-WB-COUNT            PIC 9(05) VALUE ZEROS.                PGM162
012200 01  WS-WB-TABLE.                                                 PGM162
012300     05 WS-WB-ENTRY OCCURS 3000 TIMES                             PGM162
012400                    INDEXED BY WB-IDX.                            PGM162
012500         10 WS-WBT-LOAD-NO   PIC 9(12).                           PGM162
012600         10 WS-WBT-NET-WT    PIC S9(9)V99.                        PGM162
012700 01  WS-TICKET-NET          PIC S9(9)V99 VALUE ZEROS.             PGM162
012800* 적재 단위 누계 (적재번호 순 읽기 중 분기)                                       PGM162
012900 01  WS-CUR-LOAD-NO         PIC 9(12) VALUE ZEROS.                PGM162
013000 01  WS-CUR-CUSTOMER-CD     PIC X(10).                            PGM162
013100 01  WS-CUR-WAREHOUSE-CD    PIC X(05).                            PGM162
013200 01  WS-CUR-SHIPTO-SEQ      PIC 9(03).                            PGM162
013300 01  WS-CUR-CARRIER-CD      PIC X(04).                            PGM162
013400 01  WS-CUR-VEHICLE-TYPE    PIC X(01).                            PGM162
013500 01  WS-CUR-CONFIRMED-CNT   PIC 9(05) VALUE ZEROS.                PGM162
013600 01  WS-CUR-PLANNED-CNT     PIC 9(05) VALUE ZEROS.                PGM162
013700 01  WS-CUR-LOAD-QTY        PIC S9(11) VALUE ZEROS.               PGM162
013800* 충당 계산                                                           PGM162
013900 01  WS-DEST-ZONE           PIC X(03).                            PGM162
014000 01  WS-RATE-ZONE           PIC X(03).                            PGM162
014100 01  WS-NET-WT              PIC S9(9)V99 VALUE ZEROS.             PGM162
014200 01  WS-WT-SOURCE           PIC X(01).                            PGM162
014300 01  WS-RATE-PER-TON        PIC S9(7)V99 VALUE ZEROS.             PGM162
014400 01  WS-MIN-CHARGE          PIC S9(9)V99 VALUE ZEROS.             PGM162
014500 01  WS-ACCRUED-AMT         PIC S9(11)V99 VALUE ZEROS.            PGM162
014600* 처리 건수                                                           PGM162
014700 01  WS-TICKET-COUNT        PIC 9(07) VALUE ZEROS.                PGM162
014800 01  WS-LOAD-COUNT          PIC 9(07) VALUE ZEROS.                PGM162
014900 01  WS-ACCRUED-COUNT       PIC 9(07) VALUE ZEROS.                PGM162
015000 01  WS-ALREADY-COUNT       PIC 9(07) VALUE ZEROS.                PGM162
015100 01  WS-OPEN-LOAD-COUNT     PIC 9(07) VALUE ZEROS.                PGM162
015200 01  WS-EXCEPTION-COUNT     PIC 9(07) VALUE ZEROS.                PGM162
015300 01  WS-LOAD-QTY-COUNT      PIC 9(07) VALUE ZEROS.                PGM162
015400 01  WS-TOTAL-ACCRUED       PIC S9(13)V99 VALUE ZEROS.            PGM162
015500* GL 인터페이스                                                        PGM162
015600 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM162
015700     88 WS-GLIF-READY       VALUE 'Y'.                            PGM162
015800 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM162
015900 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM162
016000 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM162
016100 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM162
016200 01  WS-GL-EVENT-CD         PIC X(04).                            PGM162
016300 01  WS-GL-CATEGORY         PIC X(10).                            PGM162
016400 01  WS-GL-PLANT-CD         PIC X(04).                            PGM162
016500 01  WS-GL-REF-KEY          PIC X(24).                            PGM162
016600 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM162
016700 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM162
016800*                                                                 PGM162
016900 01  WS-RPT-HEADER.                                               PGM162
017000     05 FILLER               PIC X(40) VALUE                      PGM162
017100             'PGM162 OUTBOUND FREIGHT ACCRUAL - RUN   '.          PGM162
017200     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
017300     05 RH-RUN-DATE          PIC 9(08).                           PGM162
017400     05 FILLER               PIC X(83) VALUE SPACES.              PGM162
017500 01  WS-RPT-COLUMNS.                                              PGM162
017600     05 FILLER               PIC X(48) VALUE                      PGM162
017700             'LOAD NO      CARR V WHSE  ZONE CUSTOMER   S    '.   PGM162
017800     05 FILLER               PIC X(48) VALUE                      PGM162
017900             '  NET WT KG  RATE/TON        ACCRUED RESULT    '.   PGM162
018000     05 FILLER               PIC X(36) VALUE SPACES.              PGM162
018100 01  WS-RPT-DETAIL.                                               PGM162
018200     05 RD-LOAD-NO           PIC 9(12).                           PGM162
018300     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
018400     05 RD-CARRIER-CD        PIC X(04).                           PGM162
018500     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
018600     05 RD-VEHICLE-TYPE      PIC X(01).                           PGM162
018700     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
018800     05 RD-WAREHOUSE-CD      PIC X(05).                           PGM162
018900     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
019000     05 RD-DEST-ZONE         PIC X(03).                           PGM162
019100     05 FILLER               PIC X(02) VALUE SPACES.              PGM162
019200     05 RD-CUSTOMER-CD       PIC X(10).                           PGM162
019300     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
019400     05 RD-WT-SOURCE         PIC X(01).                           PGM162
019500     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
019600     05 RD-NET-WT            PIC ZZZZZZZZ9.99-.                   PGM162
019700     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
019800     05 RD-RATE              PIC ZZZZZZ9.99.                      PGM162
019900     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
020000     05 RD-ACCRUED           PIC ZZZZZZZZZZ9.99-.                 PGM162
020100     05 FILLER               PIC X(01) VALUE SPACE.               PGM162
020200     05 RD-RESULT            PIC X(30).                           PGM162
020300     05 FILLER               PIC X(17) VALUE SPACES.              PGM162
020400 01  WS-RPT-AMT-LINE.                                             PGM162
020500     05 RM-LABEL             PIC X(40).                           PGM162
020600     05 RM-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM162
020700     05 FILLER               PIC X(75) VALUE SPACES.              PGM162
020800 01  WS-RPT-CNT-LINE.                                             PGM162
020900     05 RN-LABEL             PIC X(40).                           PGM162
021000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM162
021100     05 FILLER               PIC X(85) VALUE SPACES.              PGM162
021200*                                                                 PGM162
021300 PROCEDURE DIVISION.                                              PGM162
021400*                                                                 PGM162
021500 0000-MAIN-PROCESS.                                               PGM162
021600     PERFORM 1000-INITIALIZE                                      PGM162
021700     PERFORM 2000-LOAD-WEIGHBRIDGE                                PGM162
021800     PERFORM 3000-SCAN-LOADS                                      PGM162
021900     PERFORM 7000-PRINT-TOTALS                                    PGM162
022000     PERFORM 9000-FINALIZE                                        PGM162
022100     GOBACK.                                                      PGM162
022200*                                                                 PGM162
022300* 기준일: 파라미터가 있으면 그 일자, 없으면 시스템 일자.                                PGM162
022400 1000-INITIALIZE.                                                 PGM162
022500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM162
022600     OPEN INPUT ACCRUAL-PARM-FILE                                 PGM162
022700     IF WS-FILE-STATUS = '00'                                     PGM162
022800         READ ACCRUAL-PARM-FILE                                   PGM162
022900             NOT AT END                                           PGM162
023000                 IF FP-RUN-DATE IS NUMERIC AND FP-RUN-DATE > 0    PGM162
023100                     MOVE FP-RUN-DATE TO WS-RUN-DATE              PGM162
023200                 END-IF                                           PGM162
023300         END-READ                                                 PGM162
023400         CLOSE ACCRUAL-PARM-FILE                                  PGM162
023500     END-IF                                                       PGM162
023600     OPEN INPUT LOAD-FILE                                         PGM162
023700     IF WS-FILE-STATUS3 NOT = '00'                                PGM162
023800         DISPLAY 'LOAD FILE OPEN ERROR: ' WS-FILE-STATUS3         PGM162
023900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM162
024000         PERFORM 9900-ABNORMAL-END                                PGM162
024100     END-IF                                                       PGM162
024200     OPEN INPUT CARRIER-MASTER-FILE                               PGM162
024300     IF WS-FILE-STATUS4 NOT = '00'                                PGM162
024400         DISPLAY 'CARRIER MASTER OPEN ERROR: ' WS-FILE-STATUS4    PGM162
024500         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM162
024600         PERFORM 9900-ABNORMAL-END                                PGM162
024700     END-IF                                                       PGM162
024800     OPEN INPUT FREIGHT-RATE-FILE                                 PGM162
024900     IF WS-FILE-STATUS5 NOT = '00'                                PGM162
025000         DISPLAY 'FREIGHT RATE OPEN ERROR: ' WS-FILE-STATUS5      PGM162
025100         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM162
025200         PERFORM 9900-ABNORMAL-END                                PGM162
025300     END-IF                                                       PGM162
025400     OPEN INPUT CUST-ADDRESS-FILE                                 PGM162
025500     IF WS-FILE-STATUS6 = '00'                                    PGM162
025600         SET WS-ADDR-READY TO TRUE                                PGM162
025700     END-IF                                                       PGM162
025800     OPEN I-O FREIGHT-ACCRUAL-FILE                                PGM162
025900     IF WS-FILE-STATUS7 NOT = '00' AND WS-FILE-STATUS7 NOT = '05' PGM162
026000         DISPLAY 'FREIGHT ACCRUAL OPEN ERROR: ' WS-FILE-STATUS7   PGM162
026100         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM162
026200         PERFORM 9900-ABNORMAL-END                                PGM162
026300     END-IF                                                       PGM162
026400     OPEN OUTPUT ACCRUAL-REPORT-FILE                              PGM162
026500     IF WS-FILE-STATUS8 NOT = '00'                                PGM162
026600         DISPLAY 'ACCRUAL REPORT OPEN ERROR: ' WS-FILE-STATUS8    PGM162
026700         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM162
026800         PERFORM 9900-ABNORMAL-END                                PGM162
026900     END-IF                                                       PGM162
027000     OPEN EXTEND GL-INTERFACE-FILE                                PGM162
027100     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM162
027200         SET WS-GLIF-READY TO TRUE                                PGM162
027300         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM162
027400         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM162
027500     ELSE                                                         PGM162
027600         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS9      PGM162
027700     END-IF                                                       PGM162
027800     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM162
027900     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-HEADER                  PGM162
028000     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-COLUMNS.                PGM162
028100*                                                                 PGM162
028200* 당일 출하 계량표: 한 적재에 여러 장이면 순중량을 합한다.                               PGM162
028300* 순중량이 비어 있으면 총중량-공차중량으로 구한다.                                     PGM162
028400 2000-LOAD-WEIGHBRIDGE.                                           PGM162
028500     OPEN INPUT OUTBOUND-TICKET-FILE                              PGM162
028600     IF WS-FILE-STATUS2 = '00'                                    PGM162
028700         PERFORM 2050-READ-TICKET                                 PGM162
028800             UNTIL WS-EOF                                         PGM162
028900         CLOSE OUTBOUND-TICKET-FILE                               PGM162
029000         MOVE 'N' TO WS-EOF-FLAG                                  PGM162
029100     ELSE                                                         PGM162
029200         DISPLAY 'NO WEIGHBRIDGE FILE - LOAD QTY WILL BE USED'    PGM162
029300     END-IF.                                                      PGM162
029400*                                                                 PGM162
029500 2050-READ-TICKET.                                                PGM162
029600     READ OUTBOUND-TICKET-FILE                                    PGM162
029700         AT END                                                   PGM162
029800             SET WS-EOF TO TRUE                                   PGM162
029900         NOT AT END                                               PGM162
030000             ADD 1 TO WS-TICKET-COUNT                             PGM162
030100             IF OW-LOAD-NO IS NUMERIC AND OW-LOAD-NO > 0          PGM162
030200                 PERFORM 2100-ADD-TICKET-WEIGHT                   PGM162
030300             END-IF                                               PGM162
030400     END-READ.                                                    PGM162
030500*                                                                 PGM162
030600 2100-ADD-TICKET-WEIGHT.                                          PGM162
030700     IF OW-NET-WT > 0                                             PGM162
030800         MOVE OW-NET-WT TO WS-TICKET-NET                          PGM162
030900     ELSE                                                         PGM162
031000         COMPUTE WS-TICKET-NET = OW-GROSS-WT - OW-TARE-WT         PGM162
031100     END-IF                                                       PGM162
031200     SET WB-IDX TO 1                                              PGM162
031300     SEARCH WS-WB-ENTRY                                           PGM162
031400         AT END                                                   PGM162
031500             PERFORM 2150-NEW-TICKET-LOAD                         PGM162
031600         WHEN WB-IDX > WS-WB-COUNT                                PGM162
031700             PERFORM 2150-NEW-TICKET-LOAD                         PGM162
031800         WHEN WS-WBT-LOAD-NO (WB-IDX) = OW-LOAD-NO                PGM162
031900             ADD WS-TICKET-NET TO WS-WBT-NET-WT (WB-IDX)          PGM162
032000     END-SEARCH.                                                  PGM162
032100*                                                                 PGM162
032200 2150-NEW-TICKET-LOAD.                                            PGM162
032300     IF WS-WB-COUNT >= WS-WB-MAX                                  PGM162
032400         DISPLAY 'WEIGHBRIDGE TABLE FULL - MAX ' WS-WB-MAX        PGM162
032500         MOVE 'FL' TO WS-ABEND-STATUS                             PGM162
032600         PERFORM 9900-ABNORMAL-END                                PGM162
032700     END-IF                                                       PGM162
032800     ADD 1 TO WS-WB-COUNT                                         PGM162
032900     MOVE OW-LOAD-NO    TO WS-WBT-LOAD-NO (WS-WB-COUNT)           PGM162
033000     MOVE WS-TICKET-NET TO WS-WBT-NET-WT (WS-WB-COUNT).           PGM162
033100*                                                                 PGM162
033200* 적재 파일을 적재번호 순으로 읽어 적재가 바뀔 때 판정한다.                               PGM162
033300 3000-SCAN-LOADS.                                                 PGM162
033400     PERFORM 3050-READ-LOAD                                       PGM162
033500         UNTIL WS-EOF                                             PGM162
033600     IF WS-CUR-LOAD-NO > 0                                        PGM162
033700         PERFORM 4000-PROCESS-LOAD                                PGM162
033800     END-IF.                                                      PGM162
033900*                                                                 PGM162
034000 3050-READ-LOAD.                                                  PGM162
034100     READ LOAD-FILE                                               PGM162
034200         AT END                                                   PGM162
034300             SET WS-EOF TO TRUE                                   PGM162
034400         NOT AT END                                               PGM162
034500             IF LD-LOAD-NO NOT = WS-CUR-LOAD-NO                   PGM162
034600                 IF WS-CUR-LOAD-NO > 0                            PGM162
034700                     PERFORM 4000-PROCESS-LOAD                    PGM162
034800                 END-IF                                           PGM162
034900                 PERFORM 3100-START-LOAD                          PGM162
035000             END-IF                                               PGM162
035100             PERFORM 3200-ACCUMULATE-LINE                         PGM162
035200     END-READ.                                                    PGM162
035300*                                                                 PGM162
035400 3100-START-LOAD.                                                 PGM162
035500     MOVE LD-LOAD-NO      TO WS-CUR-LOAD-NO                       PGM162
035600     MOVE LD-CUSTOMER-CD  TO WS-CUR-CUSTOMER-CD                   PGM162
035700     MOVE LD-WAREHOUSE-CD TO WS-CUR-WAREHOUSE-CD                  PGM162
035800     MOVE LD-SHIPTO-SEQ   TO WS-CUR-SHIPTO-SEQ                    PGM162
035900     MOVE SPACES          TO WS-CUR-CARRIER-CD                    PGM162
036000     MOVE SPACES          TO WS-CUR-VEHICLE-TYPE                  PGM162
036100     MOVE ZEROS           TO WS-CUR-CONFIRMED-CNT                 PGM162
036200     MOVE ZEROS           TO WS-CUR-PLANNED-CNT                   PGM162
036300     MOVE ZEROS           TO WS-CUR-LOAD-QTY.                     PGM162
036400*                                                                 PGM162
036500 3200-ACCUMULATE-LINE.                                            PGM162
036600     EVALUATE TRUE                                                PGM162
036700         WHEN LD-CONFIRMED                                        PGM162
036800             ADD 1           TO WS-CUR-CONFIRMED-CNT              PGM162
036900             ADD LD-LOAD-QTY TO WS-CUR-LOAD-QTY                   PGM162
037000             IF WS-CUR-CARRIER-CD = SPACES                        PGM162
037100                 MOVE LD-CARRIER-CD   TO WS-CUR-CARRIER-CD        PGM162
037200                 MOVE LD-VEHICLE-TYPE TO WS-CUR-VEHICLE-TYPE      PGM162
037300             END-IF                                               PGM162
037400         WHEN LD-PLANNED                                          PGM162
037500             ADD 1 TO WS-CUR-PLANNED-CNT                          PGM162
037600         WHEN OTHER                                               PGM162
037700             CONTINUE                                             PGM162
037800     END-EVALUATE.                                                PGM162
037900*                                                                 PGM162
038000* 적재 판정: 확정 라인이 있고 계획 라인이 남지 않은 적재만                               PGM162
038100* 충당 대상이다. 이미 충당된 적재는 건너뛴다.                                       PGM162
038200 4000-PROCESS-LOAD.                                               PGM162
038300     EVALUATE TRUE                                                PGM162
038400         WHEN WS-CUR-CONFIRMED-CNT = 0                            PGM162
038500             CONTINUE                                             PGM162
038600         WHEN WS-CUR-PLANNED-CNT > 0                              PGM162
038700             ADD 1 TO WS-OPEN-LOAD-COUNT                          PGM162
038800         WHEN OTHER                                               PGM162
038900             ADD 1 TO WS-LOAD-COUNT                               PGM162
039000             MOVE WS-CUR-LOAD-NO TO FA-LOAD-NO                    PGM162
039100             READ FREIGHT-ACCRUAL-FILE                            PGM162
039200                 INVALID KEY                                      PGM162
039300                     PERFORM 4100-ACCRUE-LOAD                     PGM162
039400                 NOT INVALID KEY                                  PGM162
039500                     ADD 1 TO WS-ALREADY-COUNT                    PGM162
039600             END-READ                                             PGM162
039700     END-EVALUATE.                                                PGM162
039800*                                                                 PGM162
039900 4100-ACCRUE-LOAD.                                                PGM162
040000     MOVE SPACES TO WS-REJECT-REASON                              PGM162
040100     MOVE ZEROS  TO WS-RATE-PER-TON                               PGM162
040200     MOVE ZEROS  TO WS-ACCRUED-AMT                                PGM162
040300     PERFORM 4200-DETERMINE-ZONE                                  PGM162
040400     PERFORM 4300-DETERMINE-WEIGHT                                PGM162
040500     IF WS-CUR-CARRIER-CD = SPACES                                PGM162
040600         MOVE 'NO CARRIER ASSIGNED' TO WS-REJECT-REASON           PGM162
040700     ELSE                                                         PGM162
040800         MOVE WS-CUR-CARRIER-CD TO CR-CARRIER-CD                  PGM162
040900         READ CARRIER-MASTER-FILE                                 PGM162
041000             INVALID KEY                                          PGM162
041100                 MOVE 'CARRIER NOT ON MASTER' TO WS-REJECT-REASON PGM162
041200             NOT INVALID KEY                                      PGM162
041300                 IF NOT CR-ACTIVE                                 PGM162
041400                     MOVE 'CARRIER INACTIVE' TO WS-REJECT-REASON  PGM162
041500                 END-IF                                           PGM162
041600         END-READ                                                 PGM162
041700     END-IF                                                       PGM162
041800     IF WS-REJECT-REASON = SPACES                                 PGM162
041900         PERFORM 4400-FIND-RATE                                   PGM162
042000     END-IF                                                       PGM162
042100     IF WS-REJECT-REASON = SPACES                                 PGM162
042200         PERFORM 4500-WRITE-ACCRUAL                               PGM162
042300     ELSE                                                         PGM162
042400         ADD 1 TO WS-EXCEPTION-COUNT                              PGM162
042500     END-IF                                                       PGM162
042600     PERFORM 4900-PRINT-LOAD.                                     PGM162
042700*                                                                 PGM162
042800* 도착 권역: 배송지(순번 0이면 청구지 B/001) 우편번호 앞 3자리.                        PGM162
042900 4200-DETERMINE-ZONE.                                             PGM162
043000     MOVE SPACES TO WS-DEST-ZONE                                  PGM162
043100     IF WS-ADDR-READY                                             PGM162
043200         MOVE WS-CUR-CUSTOMER-CD TO CA-CUSTOMER-CD                PGM162
043300         IF WS-CUR-SHIPTO-SEQ = 0                                 PGM162
043400             SET CA-BILL-TO TO TRUE                               PGM162
043500             MOVE 1 TO CA-ADDR-SEQ                                PGM162
043600         ELSE                                                     PGM162
043700             SET CA-SHIP-TO TO TRUE                               PGM162
043800             MOVE WS-CUR-SHIPTO-SEQ TO CA-ADDR-SEQ                PGM162
043900         END-IF                                                   PGM162
044000         READ CUST-ADDRESS-FILE                                   PGM162
044100             INVALID KEY                                          PGM162
044200                 CONTINUE                                         PGM162
044300             NOT INVALID KEY                                      PGM162
044400                 MOVE CA-POSTAL-CD (1:3) TO WS-DEST-ZONE          PGM162
044500         END-READ                                                 PGM162
044600     END-IF.                                                      PGM162
044700*                                                                 PGM162
044800 4300-DETERMINE-WEIGHT.                                           PGM162
044900     MOVE WS-CUR-LOAD-QTY TO WS-NET-WT                            PGM162
045000     MOVE 'L'             TO WS-WT-SOURCE                         PGM162
045100     IF WS-WB-COUNT > 0                                           PGM162
045200         SET WB-IDX TO 1                                          PGM162
045300         SEARCH WS-WB-ENTRY                                       PGM162
045400             AT END                                               PGM162
045500                 CONTINUE                                         PGM162
045600             WHEN WB-IDX > WS-WB-COUNT                            PGM162
045700                 CONTINUE                                         PGM162
045800             WHEN WS-WBT-LOAD-NO (WB-IDX) = WS-CUR-LOAD-NO        PGM162
045900                 IF WS-WBT-NET-WT (WB-IDX) > 0                    PGM162
046000                     MOVE WS-WBT-NET-WT (WB-IDX) TO WS-NET-WT     PGM162
046100                     MOVE 'W' TO WS-WT-SOURCE                     PGM162
046200                 END-IF                                           PGM162
046300         END-SEARCH                                               PGM162
046400     END-IF                                                       PGM162
046500     IF WS-WT-SOURCE = 'L'                                        PGM162
046600         ADD 1 TO WS-LOAD-QTY-COUNT                               PGM162
046700     END-IF.                                                      PGM162
046800*                                                                 PGM162
046900* 운임표: 해당 권역 운임을 먼저 보고 없으면 전 권역(공백)                               PGM162
047000* 운임을 본다. 기준일 이전 적용일 중 가장 늦은 활성 운임.                               PGM162
047100 4400-FIND-RATE.                                                  PGM162
047200     MOVE 'N' TO WS-RATE-FOUND-FLAG                               PGM162
047300     MOVE WS-DEST-ZONE TO WS-RATE-ZONE                            PGM162
047400     IF WS-RATE-ZONE NOT = SPACES                                 PGM162
047500         PERFORM 4410-SCAN-RATES                                  PGM162
047600     END-IF                                                       PGM162
047700     IF NOT WS-RATE-FOUND                                         PGM162
047800         MOVE SPACES TO WS-RATE-ZONE                              PGM162
047900         PERFORM 4410-SCAN-RATES                                  PGM162
048000     END-IF                                                       PGM162
048100     IF NOT WS-RATE-FOUND                                         PGM162
048200         MOVE 'NO FREIGHT RATE' TO WS-REJECT-REASON               PGM162
048300     END-IF.                                                      PGM162
048400*                                                                 PGM162
048500 4410-SCAN-RATES.                                                 PGM162
048600     MOVE 'N' TO WS-RATE-EOF-FLAG                                 PGM162
048700     MOVE WS-CUR-CARRIER-CD   TO FT-CARRIER-CD                    PGM162
048800     MOVE WS-CUR-WAREHOUSE-CD TO FT-WAREHOUSE-CD                  PGM162
048900     MOVE WS-RATE-ZONE        TO FT-DEST-ZONE                     PGM162
049000     MOVE WS-CUR-VEHICLE-TYPE TO FT-VEHICLE-TYPE                  PGM162
049100     MOVE ZEROS               TO FT-EFF-DATE                      PGM162
049200     START FREIGHT-RATE-FILE KEY >= FT-KEY                        PGM162
049300         INVALID KEY                                              PGM162
049400             SET WS-RATE-EOF TO TRUE                              PGM162
049500     END-START                                                    PGM162
049600     PERFORM 4420-READ-RATE                                       PGM162
049700         UNTIL WS-RATE-EOF.                                       PGM162
049800*                                                                 PGM162
049900 4420-READ-RATE.                                                  PGM162
050000     READ FREIGHT-RATE-FILE NEXT RECORD                           PGM162
050100         AT END                                                   PGM162
050200             SET WS-RATE-EOF TO TRUE                              PGM162
050300         NOT AT END                                               PGM162
050400             IF FT-CARRIER-CD NOT = WS-CUR-CARRIER-CD             PGM162
050500                 OR FT-WAREHOUSE-CD NOT = WS-CUR-WAREHOUSE-CD     PGM162
050600                 OR FT-DEST-ZONE NOT = WS-RATE-ZONE               PGM162
050700                 OR FT-VEHICLE-TYPE NOT = WS-CUR-VEHICLE-TYPE     PGM162
050800                 OR FT-EFF-DATE > WS-RUN-DATE                     PGM162
050900                 SET WS-RATE-EOF TO TRUE                          PGM162
051000             ELSE                                                 PGM162
051100                 IF FT-ACTIVE                                     PGM162
051200                     SET WS-RATE-FOUND TO TRUE                    PGM162
051300                     MOVE FT-RATE-PER-TON TO WS-RATE-PER-TON      PGM162
051400                     MOVE FT-MIN-CHARGE   TO WS-MIN-CHARGE        PGM162
051500                 END-IF                                           PGM162
051600             END-IF                                               PGM162
051700     END-READ.                                                    PGM162
051800*                                                                 PGM162
051900* 운임 = 순중량(KG)/1000 x 톤당 운임, 적재당 최저 운임 보장.                        PGM162
052000 4500-WRITE-ACCRUAL.                                              PGM162
052100     COMPUTE WS-ACCRUED-AMT ROUNDED =                             PGM162
052200         WS-NET-WT / 1000 * WS-RATE-PER-TON                       PGM162
052300     IF WS-ACCRUED-AMT < WS-MIN-CHARGE                            PGM162
052400         MOVE WS-MIN-CHARGE TO WS-ACCRUED-AMT                     PGM162
052500     END-IF                                                       PGM162
052600     INITIALIZE FREIGHT-ACCRUAL-REC                               PGM162
052700     MOVE WS-CUR-LOAD-NO      TO FA-LOAD-NO                       PGM162
052800     MOVE WS-CUR-CARRIER-CD   TO FA-CARRIER-CD                    PGM162
052900     MOVE WS-CUR-VEHICLE-TYPE TO FA-VEHICLE-TYPE                  PGM162
053000     MOVE WS-CUR-WAREHOUSE-CD TO FA-WAREHOUSE-CD                  PGM162
053100     MOVE WS-CUR-CUSTOMER-CD  TO FA-CUSTOMER-CD                   PGM162
053200     MOVE WS-DEST-ZONE        TO FA-DEST-ZONE                     PGM162
053300     MOVE WS-RUN-DATE         TO FA-ACCRUAL-DATE                  PGM162
053400     MOVE WS-NET-WT           TO FA-NET-WT                        PGM162
053500     MOVE WS-WT-SOURCE        TO FA-WT-SOURCE                     PGM162
053600     MOVE WS-RATE-PER-TON     TO FA-RATE-PER-TON                  PGM162
053700     MOVE WS-ACCRUED-AMT      TO FA-ACCRUED-AMT                   PGM162
053800     SET FA-ACCRUED           TO TRUE                             PGM162
053900     WRITE FREIGHT-ACCRUAL-REC                                    PGM162
054000         INVALID KEY                                              PGM162
054100             DISPLAY 'FREIGHT ACCRUAL WRITE ERROR: '              PGM162
054200                     WS-FILE-STATUS7                              PGM162
054300             MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS              PGM162
054400             PERFORM 9900-ABNORMAL-END                            PGM162
054500     END-WRITE                                                    PGM162
054600     ADD 1              TO WS-ACCRUED-COUNT                       PGM162
054700     ADD WS-ACCRUED-AMT TO WS-TOTAL-ACCRUED                       PGM162
054800     MOVE 'FRAC'              TO WS-GL-EVENT-CD                   PGM162
054900     MOVE WS-CUR-CARRIER-CD   TO WS-GL-CATEGORY                   PGM162
055000     MOVE SPACES              TO WS-GL-PLANT-CD                   PGM162
055100     MOVE SPACES              TO WS-GL-REF-KEY                    PGM162
055200     MOVE WS-CUR-LOAD-NO      TO WS-GL-REF-KEY                    PGM162
055300     MOVE WS-RUN-DATE         TO WS-GL-TRANS-DATE                 PGM162
055400     MOVE WS-ACCRUED-AMT      TO WS-GL-AMOUNT                     PGM162
055500     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM162
055600*                                                                 PGM162
055700 4900-PRINT-LOAD.                                                 PGM162
055800     MOVE WS-CUR-LOAD-NO      TO RD-LOAD-NO                       PGM162
055900     MOVE WS-CUR-CARRIER-CD   TO RD-CARRIER-CD                    PGM162
056000     MOVE WS-CUR-VEHICLE-TYPE TO RD-VEHICLE-TYPE                  PGM162
056100     MOVE WS-CUR-WAREHOUSE-CD TO RD-WAREHOUSE-CD                  PGM162
056200     MOVE WS-DEST-ZONE        TO RD-DEST-ZONE                     PGM162
056300     MOVE WS-CUR-CUSTOMER-CD  TO RD-CUSTOMER-CD                   PGM162
056400     MOVE WS-WT-SOURCE        TO RD-WT-SOURCE                     PGM162
056500     MOVE WS-NET-WT           TO RD-NET-WT                        PGM162
056600     MOVE WS-RATE-PER-TON     TO RD-RATE                          PGM162
056700     MOVE WS-ACCRUED-AMT      TO RD-ACCRUED                       PGM162
056800     IF WS-REJECT-REASON = SPACES                                 PGM162
056900         MOVE 'ACCRUED' TO RD-RESULT                              PGM162
057000     ELSE                                                         PGM162
057100         MOVE WS-REJECT-REASON TO RD-RESULT                       PGM162
057200     END-IF                                                       PGM162
057300     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-DETAIL.                 PGM162
057400*                                                                 PGM162
057500 7000-PRINT-TOTALS.                                               PGM162
057600     MOVE SPACES TO ACCRUAL-REPORT-REC                            PGM162
057700     WRITE ACCRUAL-REPORT-REC                                     PGM162
057800     MOVE 'WEIGHBRIDGE TICKETS READ' TO RN-LABEL                  PGM162
057900     MOVE WS-TICKET-COUNT TO RN-COUNT                             PGM162
058000     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
058100     MOVE 'SHIPPED LOADS CHECKED' TO RN-LABEL                     PGM162
058200     MOVE WS-LOAD-COUNT TO RN-COUNT                               PGM162
058300     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
058400     MOVE 'LOADS ACCRUED' TO RN-LABEL                             PGM162
058500     MOVE WS-ACCRUED-COUNT TO RN-COUNT                            PGM162
058600     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
058700     MOVE '  OF WHICH ON LOAD QTY (NO WEIGHT)' TO RN-LABEL        PGM162
058800     MOVE WS-LOAD-QTY-COUNT TO RN-COUNT                           PGM162
058900     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
059000     MOVE 'LOADS ALREADY ACCRUED' TO RN-LABEL                     PGM162
059100     MOVE WS-ALREADY-COUNT TO RN-COUNT                            PGM162
059200     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
059300     MOVE 'LOADS WITH LINES STILL PLANNED' TO RN-LABEL            PGM162
059400     MOVE WS-OPEN-LOAD-COUNT TO RN-COUNT                          PGM162
059500     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
059600     MOVE 'EXCEPTIONS (NOT ACCRUED)' TO RN-LABEL                  PGM162
059700     MOVE WS-EXCEPTION-COUNT TO RN-COUNT                          PGM162
059800     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-CNT-LINE                PGM162
059900     MOVE 'TOTAL FREIGHT ACCRUED' TO RM-LABEL                     PGM162
060000     MOVE WS-TOTAL-ACCRUED TO RM-AMOUNT                           PGM162
060100     WRITE ACCRUAL-REPORT-REC FROM WS-RPT-AMT-LINE.               PGM162
060200*                                                                 PGM162
060300 9000-FINALIZE.                                                   PGM162
060400     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM162
060500     CLOSE LOAD-FILE                                              PGM162
060600     CLOSE CARRIER-MASTER-FILE                                    PGM162
060700     CLOSE FREIGHT-RATE-FILE                                      PGM162
060800     IF WS-ADDR-READY                                             PGM162
060900         CLOSE CUST-ADDRESS-FILE                                  PGM162
061000     END-IF                                                       PGM162
061100     CLOSE FREIGHT-ACCRUAL-FILE                                   PGM162
061200     CLOSE ACCRUAL-REPORT-FILE                                    PGM162
061300     DISPLAY 'PGM162 - LOADS ACCRUED: ' WS-ACCRUED-COUNT          PGM162
061400             ' EXCEPTIONS: ' WS-EXCEPTION-COUNT                   PGM162
061500     IF WS-EXCEPTION-COUNT > 0                                    PGM162
061600         MOVE 4 TO RETURN-CODE                                    PGM162
061700     END-IF.                                                      PGM162
061800*                                                                 PGM162
061900 9780-WRITE-GL-INTERFACE.                                         PGM162
062000     IF WS-GLIF-READY                                             PGM162
062100         INITIALIZE GL-INTERFACE-REC                              PGM162
062200         MOVE 'PGM162'         TO GI-SOURCE-PGM                   PGM162
062300         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM162
062400         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM162
062500         SET GI-DETAIL         TO TRUE                            PGM162
062600         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM162
062700         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM162
062800         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM162
062900         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM162
063000         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM162
063100         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM162
063200         WRITE GL-INTERFACE-REC                                   PGM162
063300         ADD 1            TO WS-GL-CTL-CNT                        PGM162
063400         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM162
063500     END-IF.                                                      PGM162
063600*                                                                 PGM162
063700* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM162
063800* 배치를 완결된 것으로 보고 분개한다.                                            PGM162
063900 9790-CLOSE-GL-INTERFACE.                                         PGM162
064000     IF WS-GLIF-READY                                             PGM162
064100         INITIALIZE GL-INTERFACE-REC                              PGM162
064200         MOVE 'PGM162'         TO GI-SOURCE-PGM                   PGM162
064300         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM162
064400         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM162
064500         SET GI-TRAILER        TO TRUE                            PGM162
064600         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM162
064700         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM162
064800         WRITE GL-INTERFACE-REC                                   PGM162
064900         CLOSE GL-INTERFACE-FILE                                  PGM162
065000     END-IF.                                                      PGM162
065100*                                                                 PGM162
065200 9750-DIAGNOSE-FILE-STATUS.                                       PGM162
065300     EVALUATE WS-ABEND-STATUS                                     PGM162
065400         WHEN '10'                                                PGM162
065500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM162
065600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM162
065700         WHEN '23'                                                PGM162
065800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM162
065900             DISPLAY '  AND RETRY THE REQUEST'                    PGM162
066000         WHEN '35'                                                PGM162
066100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM162
066200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM162
066300         WHEN '37'                                                PGM162
066400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM162
066500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM162
066600         WHEN '39'                                                PGM162
066700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM162
066800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM162
066900         WHEN '41'                                                PGM162
067000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM162
067100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM162
067200         WHEN '42'                                                PGM162
067300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM162
067400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM162
067500         WHEN '46'                                                PGM162
067600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM162
067700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM162
067800         WHEN OTHER                                               PGM162
067900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM162
068000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM162
068100     END-EVALUATE.                                                PGM162
068200*                                                                 PGM162
068300 9900-ABNORMAL-END.                                               PGM162
068400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM162
068500     DISPLAY 'PGM162 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM162
068600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM162
068700     MOVE 16 TO RETURN-CODE                                       PGM162
068800     GOBACK.                                                      PGM162
068900                                                                  PGM162
