000100 IDENTIFICATION DIVISION.                                         PGM158
000200 PROGRAM-ID.    PGM158.                                           PGM158
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM158
000400*                                                                 PGM158
000500* =========================================================       PGM158
000600* 프로그램명: 월간 OTIF(납기/수량 준수) 보고                                     PGM158
000700* 처리내용  : 수주 라인의 납기(SO-DUE-DATE)와 주문수량을                           PGM158
000800*            출하확정 이력(PGM036이 누적한 CPYSHCF)과 대조하여                   PGM158
000900*            라인별로 정시완납(O), 지연(L), 부족(S), 지연+                      PGM158
001000*            부족(B)으로 분류한다. 보고월 납기 라인은 공장/                         PGM158
001100*            창고/고객/제품별로 집계하고, 최근 12개월 납기월                         PGM158
001200*            추이를 찍는다. 정시완납이 아닌 라인은 출하 담당자                         PGM158
001300*            가 PGM157로 입력한 사유코드별 파레토로 찍는다.                        PGM158
001400*            지연: 납기 이후 출하가 있거나, 수량이 모자란 채                         PGM158
001500*            라인이 아직 열려 있음. 부족: 출하누계 < 주문수량.                       PGM158
001600*            취소(X)/미확정(W) 라인은 제외한다.                               PGM158
001700* =========================================================       PGM158
001800*                                                                 PGM158
001900 ENVIRONMENT DIVISION.                                            PGM158
002000 CONFIGURATION SECTION.                                           PGM158
002100 INPUT-OUTPUT SECTION.                                            PGM158
002200 FILE-CONTROL.                                                    PGM158
002300     SELECT OTIF-PARM-FILE                                        PGM158
002400         ASSIGN TO OTIFPARM                                       PGM158
002500         ORGANIZATION IS SEQUENTIAL                               PGM158
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM158
002700     SELECT OPTIONAL SHIP-HISTORY-FILE                            PGM158
002800         ASSIGN TO SHIPHIST                                       PGM158
002900         ORGANIZATION IS SEQUENTIAL                               PGM158
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM158
003100     SELECT CUST-ORDER-FILE                                       PGM158
003200         ASSIGN TO CUSTORD                                        PGM158
003300         ORGANIZATION IS INDEXED                                  PGM158
003400         ACCESS MODE IS SEQUENTIAL                                PGM158
003500         RECORD KEY IS SO-KEY                                     PGM158
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM158
003700     SELECT OPTIONAL OTIF-REASON-FILE                             PGM158
003800         ASSIGN TO OTIFRSN                                        PGM158
003900         ORGANIZATION IS INDEXED                                  PGM158
004000         ACCESS MODE IS RANDOM                                    PGM158
004100         RECORD KEY IS OL-KEY                                     PGM158
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM158
004300     SELECT SHIP-SORT-FILE                                        PGM158
004400         ASSIGN TO SORTWK01.                                      PGM158
004500     SELECT SORTED-SHIP-FILE                                      PGM158
004600         ASSIGN TO OTSHIP                                         PGM158
004700         ORGANIZATION IS SEQUENTIAL                               PGM158
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM158
004900     SELECT CLASS-SORT-FILE                                       PGM158
005000         ASSIGN TO SORTWK02.                                      PGM158
005100     SELECT SORTED-CLASS-FILE                                     PGM158
005200         ASSIGN TO OTCLASS                                        PGM158
005300         ORGANIZATION IS SEQUENTIAL                               PGM158
005400         FILE STATUS IS WS-FILE-STATUS6.                          PGM158
005500     SELECT REASON-SORT-FILE                                      PGM158
005600         ASSIGN TO SORTWK03.                                      PGM158
005700     SELECT SORTED-REASON-FILE                                    PGM158
005800         ASSIGN TO OTREASN                                        PGM158
005900         ORGANIZATION IS SEQUENTIAL                               PGM158
006000         FILE STATUS IS WS-FILE-STATUS7.                          PGM158
006100     SELECT OTIF-REPORT-FILE                                      PGM158
006200         ASSIGN TO OTIFRPT                                        PGM158
006300         ORGANIZATION IS SEQUENTIAL                               PGM158
006400         FILE STATUS IS WS-FILE-STATUS8.                          PGM158
006500*                                                                 PGM158
006600 DATA DIVISION.                                                   PGM158
006700 FILE SECTION.                                                    PGM158
006800* 파라미터: 첫 레코드(P)는 보고월(YYYYMM), 이후 레코드(W)는                         PGM158
006900* 창고 -> 공장 대응표(PGM153 GMPARM과 같은 형식).                             PGM158
007000 FD  OTIF-PARM-FILE.                                              PGM158
007100 01  OTIF-PARM-REC.                                               PGM158
007200     05 OP-REC-TYPE          PIC X(01).                           PGM158
007300         88 OP-PERIOD-REC    VALUE 'P'.                           PGM158
007400         88 OP-WHSE-REC      VALUE 'W'.                           PGM158
007500     05 OP-PERIOD-DATA.                                           PGM158
007600         10 OP-REPORT-YYYYMM PIC 9(06).                           PGM158
007700         10 FILLER           PIC X(13).                           PGM158
007800     05 OP-WHSE-DATA REDEFINES OP-PERIOD-DATA.                    PGM158
007900         10 OP-WAREHOUSE-CD  PIC X(05).                           PGM158
008000         10 OP-PLANT-CD      PIC X(04).                           PGM158
008100         10 FILLER           PIC X(10).                           PGM158
008200 FD  SHIP-HISTORY-FILE.                                           PGM158
008300 01  SHIP-HISTORY-REC.                                            PGM158
008400     COPY CPYSHCF.                                                PGM158
008500 FD  CUST-ORDER-FILE.                                             PGM158
008600 01  CUST-ORDER-REC.                                              PGM158
008700     COPY CPYCORD.                                                PGM158
008800 FD  OTIF-REASON-FILE.                                            PGM158
008900 01  OTIF-REASON-REC.                                             PGM158
009000     COPY CPYOTLR.                                                PGM158
009100 SD  SHIP-SORT-FILE.                                              PGM158
009200 01  SHIP-SORT-REC.                                               PGM158
009300     05 SS-KEY.                                                   PGM158
009400         10 SS-ORDER-NO      PIC X(12).                           PGM158
009500         10 SS-LINE-NO       PIC 9(03).                           PGM158
009600     05 SS-SHIP-DATE         PIC 9(08).                           PGM158
009700     05 SS-SHIP-QTY          PIC S9(09) COMP-3.                   PGM158
009800 FD  SORTED-SHIP-FILE.                                            PGM158
009900 01  SORTED-SHIP-REC.                                             PGM158
010000     05 TS-KEY.                                                   PGM158
010100         10 TS-ORDER-NO      PIC X(12).                           PGM158
010200         10 TS-LINE-NO       PIC 9(03).                           PGM158
010300     05 TS-SHIP-DATE         PIC 9(08).                           PGM158
010400     05 TS-SHIP-QTY          PIC S9(09) COMP-3.                   PGM158
010500* 집계 단위 레코드: 보고월 납기 라인 1건당 차원별 4건                                 PGM158
010600* (1=공장, 2=창고, 3=고객, 4=제품).                                       PGM158
010700 SD  CLASS-SORT-FILE.                                             PGM158
010800 01  CLASS-SORT-REC.                                              PGM158
010900     05 CS-DIM-TYPE          PIC 9(01).                           PGM158
011000     05 CS-DIM-KEY           PIC X(15).                           PGM158
011100     05 CS-CLASS             PIC X(01).                           PGM158
011200 FD  SORTED-CLASS-FILE.                                           PGM158
011300 01  SORTED-CLASS-REC.                                            PGM158
011400     05 CT-DIM-TYPE          PIC 9(01).                           PGM158
011500     05 CT-DIM-KEY           PIC X(15).                           PGM158
011600     05 CT-CLASS             PIC X(01).                           PGM158
011700 SD  REASON-SORT-FILE.                                            PGM158
011800 01  REASON-SORT-REC.                                             PGM158
011900     05 RS-COUNT             PIC 9(07).                           PGM158
012000     05 RS-REASON-CD         PIC X(02).                           PGM158
012100 FD  SORTED-REASON-FILE.                                          PGM158
012200 01  SORTED-REASON-REC.                                           PGM158
012300     05 RR-COUNT             PIC 9(07).                           PGM158
012400     05 RR-REASON-CD         PIC X(02).                           PGM158
012500 FD  OTIF-REPORT-FILE.                                            PGM158
012600 01  OTIF-REPORT-REC         PIC X(132).                          PGM158
012700*                                                                 PGM158
012800 WORKING-STORAGE SECTION.                                         PGM158
012900 01  WS-FILE-STATUS         PIC XX.                               PGM158
013000 01  WS-FILE-STATUS2        PIC XX.                               PGM158
013100 01  WS-FILE-STATUS3        PIC XX.                               PGM158
013200 01  WS-FILE-STATUS4        PIC XX.                               PGM158
013300 01  WS-FILE-STATUS5        PIC XX.                               PGM158
013400 01  WS-FILE-STATUS6        PIC XX.                               PGM158
013500 01  WS-FILE-STATUS7        PIC XX.                               PGM158
013600 01  WS-FILE-STATUS8        PIC XX.                               PGM158
013700 01  WS-ABEND-STATUS        PIC XX.                               PGM158
013800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM158
013900     88 WS-EOF              VALUE 'Y'.                            PGM158
014000 01  WS-SHIP-EOF-FLAG       PIC X VALUE 'N'.                      PGM158
014100     88 WS-SHIP-EOF         VALUE 'Y'.                            PGM158
014200 01  WS-RSN-READY-FLAG      PIC X VALUE 'N'.                      PGM158
014300     88 WS-RSN-READY        VALUE 'Y'.                            PGM158
014400 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM158
014500 01  WS-WK-YYYY             PIC 9(04) VALUE ZEROS.                PGM158
014600 01  WS-WK-MM               PIC 9(02) VALUE ZEROS.                PGM158
014700 01  WS-REPORT-MONTHS       PIC 9(06) VALUE ZEROS.                PGM158
014800 01  WS-WINDOW-FROM         PIC 9(06) VALUE ZEROS.                PGM158
014900 01  WS-DUE-MONTHS          PIC 9(06) VALUE ZEROS.                PGM158
015000 01  WS-TREND-MONTHS        PIC 9(06) VALUE ZEROS.                PGM158
015100 01  WS-MX                  PIC 9(02) VALUE ZEROS.                PGM158
015200* 라인별 평가 작업 영역                                                    PGM158
015300 01  WS-LINE-SHIP-QTY       PIC S9(11) VALUE ZEROS.               PGM158
015400 01  WS-LINE-LATE-FLAG      PIC X VALUE 'N'.                      PGM158
015500     88 WS-LINE-LATE        VALUE 'Y'.                            PGM158
015600 01  WS-LINE-SHORT-FLAG     PIC X VALUE 'N'.                      PGM158
015700     88 WS-LINE-SHORT       VALUE 'Y'.                            PGM158
015800 01  WS-LINE-CLASS          PIC X(01).                            PGM158
015900     88 WS-CLASS-OTIF       VALUE 'O'.                            PGM158
016000     88 WS-CLASS-LATE       VALUE 'L'.                            PGM158
016100     88 WS-CLASS-SHORT      VALUE 'S'.                            PGM158
016200     88 WS-CLASS-BOTH       VALUE 'B'.                            PGM158
016300 01  WS-LINE-PLANT-CD       PIC X(04).                            PGM158
016400 01  WS-LINE-REASON-CD      PIC X(02).                            PGM158
016500 01  WS-FOUND-IX            PIC 9(05) VALUE ZEROS.                PGM158
016600 01  WS-IX                  PIC 9(05) VALUE ZEROS.                PGM158
016700* 창고 -> 공장 대응표                                                    PGM158
016800 01  WS-WH-MAX              PIC 9(03) VALUE 100.                  PGM158
016900 01  WS-WH-COUNT            PIC 9(03) VALUE ZEROS.                PGM158
017000 01  WS-WH-TABLE.                                                 PGM158
017100     05 WS-WH-ENTRY OCCURS 100 TIMES.                             PGM158
017200         10 WS-WHT-WAREHOUSE-CD PIC X(05).                        PGM158
017300         10 WS-WHT-PLANT-CD     PIC X(04).                        PGM158
017400* 납기월별 12개월 추이 (1 = 가장 오래된 달)                                     PGM158
017500 01  WS-TREND-TABLE.                                              PGM158
017600     05 WS-TR-ENTRY OCCURS 12 TIMES.                              PGM158
017700         10 WS-TR-LINES         PIC 9(07).                        PGM158
017800         10 WS-TR-OTIF          PIC 9(07).                        PGM158
017900         10 WS-TR-LATE          PIC 9(07).                        PGM158
018000         10 WS-TR-SHORT         PIC 9(07).                        PGM158
018100         10 WS-TR-BOTH          PIC 9(07).                        PGM158
018200* 사유코드별 건수 ('--' = 사유 미입력)                                        PGM158
018300 01  WS-RS-MAX              PIC 9(02) VALUE 20.                   PGM158
018400 01  WS-RS-COUNT            PIC 9(02) VALUE ZEROS.                PGM158
018500 01  WS-RS-TABLE.                                                 PGM158
018600     05 WS-RS-ENTRY OCCURS 20 TIMES.                              PGM158
018700         10 WS-RST-REASON-CD    PIC X(02).                        PGM158
018800         10 WS-RST-COUNT        PIC 9(07).                        PGM158
018900* 차원별 제어 단절 누계                                                    PGM158
019000 01  WS-PREV-DIM-TYPE       PIC 9(01).                            PGM158
019100 01  WS-PREV-DIM-KEY        PIC X(15).                            PGM158
019200 01  WS-GRP-TOTALS.                                               PGM158
019300     05 WS-GRP-LINES        PIC 9(07) VALUE ZEROS.                PGM158
019400     05 WS-GRP-OTIF         PIC 9(07) VALUE ZEROS.                PGM158
019500     05 WS-GRP-LATE         PIC 9(07) VALUE ZEROS.                PGM158
019600     05 WS-GRP-SHORT        PIC 9(07) VALUE ZEROS.                PGM158
019700     05 WS-GRP-BOTH         PIC 9(07) VALUE ZEROS.                PGM158
019800 01  WS-MONTH-TOTALS.                                             PGM158
019900     05 WS-MON-LINES        PIC 9(07) VALUE ZEROS.                PGM158
020000     05 WS-MON-OTIF         PIC 9(07) VALUE ZEROS.                PGM158
020100     05 WS-MON-LATE         PIC 9(07) VALUE ZEROS.                PGM158
020200     05 WS-MON-SHORT        PIC 9(07) VALUE ZEROS.                PGM158
020300     05 WS-MON-BOTH         PIC 9(07) VALUE ZEROS.                PGM158
020400* 인쇄 계산 공용                                                        PGM158
020500 01  WS-PR-LINES            PIC 9(07) VALUE ZEROS.                PGM158
020600 01  WS-PR-OTIF             PIC 9(07) VALUE ZEROS.                PGM158
020700 01  WS-OTIF-PCT            PIC 9(03)V9 VALUE ZEROS.              PGM158
020800 01  WS-MISS-COUNT          PIC 9(07) VALUE ZEROS.                PGM158
020900 01  WS-CUM-COUNT           PIC 9(07) VALUE ZEROS.                PGM158
021000 01  WS-REASON-PCT          PIC 9(03)V9 VALUE ZEROS.              PGM158
021100 01  WS-CUM-PCT             PIC 9(03)V9 VALUE ZEROS.              PGM158
021200* 처리 건수                                                           PGM158
021300 01  WS-HIST-COUNT          PIC 9(07) VALUE ZEROS.                PGM158
021400 01  WS-ORDER-COUNT         PIC 9(07) VALUE ZEROS.                PGM158
021500 01  WS-WINDOW-COUNT        PIC 9(07) VALUE ZEROS.                PGM158
021600 01  WS-NO-PLANT-COUNT      PIC 9(07) VALUE ZEROS.                PGM158
021700 01  WS-NO-REASON-COUNT     PIC 9(07) VALUE ZEROS.                PGM158
021800*                                                                 PGM158
021900 01  WS-RPT-HEADER.                                               PGM158
022000     05 FILLER               PIC X(44) VALUE                      PGM158
022100             'PGM158 ON-TIME-IN-FULL DELIVERY REPORT - MON'.      PGM158
022200     05 FILLER               PIC X(04) VALUE 'TH  '.              PGM158
022300     05 RH-REPORT-YYYYMM     PIC 9(06).                           PGM158
022400     05 FILLER               PIC X(78) VALUE SPACES.              PGM158
022500 01  WS-RPT-SECTION.                                              PGM158
022600     05 RT-SECTION-TITLE     PIC X(60).                           PGM158
022700     05 FILLER               PIC X(72) VALUE SPACES.              PGM158
022800 01  WS-RPT-COLUMNS.                                              PGM158
022900     05 FILLER               PIC X(48) VALUE                      PGM158
023000             'KEY                 LINES     OTIF     LATE    S'.  PGM158
023100     05 FILLER               PIC X(48) VALUE                      PGM158
023200             'HORT     BOTH  OTIF%'.                              PGM158
023300     05 FILLER               PIC X(36) VALUE SPACES.              PGM158
023400 01  WS-RPT-DETAIL.                                               PGM158
023500     05 RD-KEY               PIC X(15).                           PGM158
023600     05 FILLER               PIC X(01) VALUE SPACE.               PGM158
023700     05 RD-LINES             PIC ZZZZZZZZ9.                       PGM158
023800     05 RD-OTIF              PIC ZZZZZZZZ9.                       PGM158
023900     05 RD-LATE              PIC ZZZZZZZZ9.                       PGM158
024000     05 RD-SHORT             PIC ZZZZZZZZ9.                       PGM158
024100     05 RD-BOTH              PIC ZZZZZZZZ9.                       PGM158
024200     05 FILLER               PIC X(01) VALUE SPACE.               PGM158
024300     05 RD-OTIF-PCT          PIC ZZ9.9.                           PGM158
024400     05 FILLER               PIC X(65) VALUE SPACES.              PGM158
024500 01  WS-RPT-PARETO-COLUMNS.                                       PGM158
024600     05 FILLER               PIC X(48) VALUE                      PGM158
024700             'CD REASON                        LINES    PCT  '.   PGM158
024800     05 FILLER               PIC X(48) VALUE                      PGM158
024900             ' CUM%'.                                             PGM158
025000     05 FILLER               PIC X(36) VALUE SPACES.              PGM158
025100 01  WS-RPT-PARETO.                                               PGM158
025200     05 RP-REASON-CD         PIC X(02).                           PGM158
025300     05 FILLER               PIC X(01) VALUE SPACE.               PGM158
025400     05 RP-REASON-DESC       PIC X(26).                           PGM158
025500     05 RP-COUNT             PIC ZZZZZZZZ9.                       PGM158
025600     05 FILLER               PIC X(02) VALUE SPACES.              PGM158
025700     05 RP-PCT               PIC ZZ9.9.                           PGM158
025800     05 FILLER               PIC X(02) VALUE SPACES.              PGM158
025900     05 RP-CUM-PCT           PIC ZZ9.9.                           PGM158
026000     05 FILLER               PIC X(80) VALUE SPACES.              PGM158
026100 01  WS-RPT-CNT-LINE.                                             PGM158
026200     05 RN-LABEL             PIC X(40).                           PGM158
026300     05 RN-COUNT             PIC ZZZZZZ9.                         PGM158
026400     05 FILLER               PIC X(85) VALUE SPACES.              PGM158
026500*                                                                 PGM158
026600 PROCEDURE DIVISION.                                              PGM158
026700*                                                                 PGM158
026800 0000-MAIN-PROCESS.                                               PGM158
026900     PERFORM 1000-INITIALIZE                                      PGM158
027000     PERFORM 2000-SORT-SHIPMENTS                                  PGM158
027100     PERFORM 3000-CLASSIFY-ORDER-LINES                            PGM158
027200     PERFORM 4000-PRINT-MONTH-SUMMARY                             PGM158
027300     PERFORM 4100-PRINT-DIMENSIONS                                PGM158
027400     PERFORM 5000-PRINT-TREND                                     PGM158
027500     PERFORM 6000-PRINT-REASON-PARETO                             PGM158
027600     PERFORM 7000-PRINT-COUNTS                                    PGM158
027700     PERFORM 9000-FINALIZE                                        PGM158
027800     GOBACK.                                                      PGM158
027900*                                                                 PGM158
028000 1000-INITIALIZE.                                                 PGM158
028100     OPEN INPUT OTIF-PARM-FILE                                    PGM158
028200     IF WS-FILE-STATUS NOT = '00'                                 PGM158
028300         DISPLAY 'OTIF PARM OPEN ERROR: ' WS-FILE-STATUS          PGM158
028400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM158
028500         PERFORM 9900-ABNORMAL-END                                PGM158
028600     END-IF                                                       PGM158
028700     READ OTIF-PARM-FILE                                          PGM158
028800         AT END                                                   PGM158
028900             MOVE 'N' TO OP-REC-TYPE                              PGM158
029000     END-READ                                                     PGM158
029100     IF NOT OP-PERIOD-REC                                         PGM158
029200         OR OP-REPORT-YYYYMM NOT NUMERIC                          PGM158
029300         DISPLAY 'OTIF PARM PERIOD RECORD MISSING OR INVALID'     PGM158
029400         MOVE 'PM' TO WS-ABEND-STATUS                             PGM158
029500         PERFORM 9900-ABNORMAL-END                                PGM158
029600     END-IF                                                       PGM158
029700     MOVE OP-REPORT-YYYYMM TO WS-REPORT-YYYYMM                    PGM158
029800     MOVE WS-REPORT-YYYYMM (1:4) TO WS-WK-YYYY                    PGM158
029900     MOVE WS-REPORT-YYYYMM (5:2) TO WS-WK-MM                      PGM158
030000     IF WS-WK-MM < 1 OR WS-WK-MM > 12                             PGM158
030100         DISPLAY 'OTIF PARM REPORT MONTH INVALID: '               PGM158
030200                 WS-REPORT-YYYYMM                                 PGM158
030300         MOVE 'PM' TO WS-ABEND-STATUS                             PGM158
030400         PERFORM 9900-ABNORMAL-END                                PGM158
030500     END-IF                                                       PGM158
030600     COMPUTE WS-REPORT-MONTHS =                                   PGM158
030700         (WS-WK-YYYY * 12) + WS-WK-MM                             PGM158
030800     SUBTRACT 11 FROM WS-REPORT-MONTHS                            PGM158
030900         GIVING WS-WINDOW-FROM                                    PGM158
031000     PERFORM 1050-LOAD-WAREHOUSE-PLANT                            PGM158
031100         UNTIL WS-EOF                                             PGM158
031200     MOVE 'N' TO WS-EOF-FLAG                                      PGM158
031300     CLOSE OTIF-PARM-FILE                                         PGM158
031400     INITIALIZE WS-TREND-TABLE                                    PGM158
031500     INITIALIZE WS-RS-TABLE                                       PGM158
031600     OPEN INPUT CUST-ORDER-FILE                                   PGM158
031700     IF WS-FILE-STATUS3 NOT = '00'                                PGM158
031800         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS3    PGM158
031900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM158
032000         PERFORM 9900-ABNORMAL-END                                PGM158
032100     END-IF                                                       PGM158
032200     OPEN INPUT OTIF-REASON-FILE                                  PGM158
032300     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM158
032400         SET WS-RSN-READY TO TRUE                                 PGM158
032500     ELSE                                                         PGM158
032600         DISPLAY 'OTIF REASON FILE ABSENT - REASONS NOT SHOWN: '  PGM158
032700                 WS-FILE-STATUS4                                  PGM158
032800     END-IF                                                       PGM158
032900     OPEN OUTPUT OTIF-REPORT-FILE                                 PGM158
033000     IF WS-FILE-STATUS8 NOT = '00'                                PGM158
033100         DISPLAY 'OTIF REPORT OPEN ERROR: ' WS-FILE-STATUS8       PGM158
033200         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM158
033300         PERFORM 9900-ABNORMAL-END                                PGM158
033400     END-IF                                                       PGM158
033500     MOVE WS-REPORT-YYYYMM TO RH-REPORT-YYYYMM                    PGM158
033600     WRITE OTIF-REPORT-REC FROM WS-RPT-HEADER.                    PGM158
033700*                                                                 PGM158
033800 1050-LOAD-WAREHOUSE-PLANT.                                       PGM158
033900     READ OTIF-PARM-FILE                                          PGM158
034000         AT END                                                   PGM158
034100             SET WS-EOF TO TRUE                                   PGM158
034200         NOT AT END                                               PGM158
034300             IF OP-WHSE-REC                                       PGM158
034400                 PERFORM 1060-ADD-WAREHOUSE-PLANT                 PGM158
034500             END-IF                                               PGM158
034600     END-READ.                                                    PGM158
034700*                                                                 PGM158
034800 1060-ADD-WAREHOUSE-PLANT.                                        PGM158
034900     IF WS-WH-COUNT NOT < WS-WH-MAX                               PGM158
035000         DISPLAY 'WAREHOUSE TABLE FULL - MAX ' WS-WH-MAX          PGM158
035100         MOVE 'FL' TO WS-ABEND-STATUS                             PGM158
035200         PERFORM 9900-ABNORMAL-END                                PGM158
035300     END-IF                                                       PGM158
035400     ADD 1 TO WS-WH-COUNT                                         PGM158
035500     MOVE OP-WAREHOUSE-CD TO WS-WHT-WAREHOUSE-CD (WS-WH-COUNT)    PGM158
035600     MOVE OP-PLANT-CD     TO WS-WHT-PLANT-CD (WS-WH-COUNT).       PGM158
035700*                                                                 PGM158
035800* 출하확정 이력을 수주번호/라인/출하일 순으로 정렬한다.                                  PGM158
035900* 수주 파일 키 순서와 맞추어 라인별로 대조(매치)한다.                                  PGM158
036000 2000-SORT-SHIPMENTS.                                             PGM158
036100     SORT SHIP-SORT-FILE                                          PGM158
036200         ON ASCENDING KEY SS-ORDER-NO                             PGM158
036300                          SS-LINE-NO                              PGM158
036400                          SS-SHIP-DATE                            PGM158
036500         INPUT PROCEDURE 2100-SELECT-SHIPMENTS                    PGM158
036600         GIVING SORTED-SHIP-FILE.                                 PGM158
036700*                                                                 PGM158
036800 2100-SELECT-SHIPMENTS.                                           PGM158
036900     OPEN INPUT SHIP-HISTORY-FILE                                 PGM158
037000     IF WS-FILE-STATUS2 = '00'                                    PGM158
037100         PERFORM 2150-READ-SHIP-HISTORY                           PGM158
037200             UNTIL WS-EOF                                         PGM158
037300         CLOSE SHIP-HISTORY-FILE                                  PGM158
037400         MOVE 'N' TO WS-EOF-FLAG                                  PGM158
037500     ELSE                                                         PGM158
037600         IF WS-FILE-STATUS2 NOT = '05'                            PGM158
037700             DISPLAY 'SHIP HISTORY OPEN ERROR: ' WS-FILE-STATUS2  PGM158
037800         END-IF                                                   PGM158
037900     END-IF.                                                      PGM158
038000*                                                                 PGM158
038100 2150-READ-SHIP-HISTORY.                                          PGM158
038200     READ SHIP-HISTORY-FILE                                       PGM158
038300         AT END                                                   PGM158
038400             SET WS-EOF TO TRUE                                   PGM158
038500         NOT AT END                                               PGM158
038600             ADD 1 TO WS-HIST-COUNT                               PGM158
038700             MOVE SC-ORDER-NO  TO SS-ORDER-NO                     PGM158
038800             MOVE SC-LINE-NO   TO SS-LINE-NO                      PGM158
038900             MOVE SC-SHIP-DATE TO SS-SHIP-DATE                    PGM158
039000             MOVE SC-SHIP-QTY  TO SS-SHIP-QTY                     PGM158
039100             RELEASE SHIP-SORT-REC                                PGM158
039200     END-READ.                                                    PGM158
039300*                                                                 PGM158
039400* 수주 라인을 키 순으로 읽으며 정렬된 출하 이력과 대조하고,                               PGM158
039500* 12개월 창 안의 납기 라인을 분류한다. 보고월 납기 라인만                               PGM158
039600* 차원별 집계 레코드로 넘긴다.                                                PGM158
039700 3000-CLASSIFY-ORDER-LINES.                                       PGM158
039800     SORT CLASS-SORT-FILE                                         PGM158
039900         ON ASCENDING KEY CS-DIM-TYPE                             PGM158
040000                          CS-DIM-KEY                              PGM158
040100         INPUT PROCEDURE 3100-MATCH-ORDER-LINES                   PGM158
040200         GIVING SORTED-CLASS-FILE.                                PGM158
040300*                                                                 PGM158
040400 3100-MATCH-ORDER-LINES.                                          PGM158
040500     OPEN INPUT SORTED-SHIP-FILE                                  PGM158
040600     IF WS-FILE-STATUS5 NOT = '00'                                PGM158
040700         DISPLAY 'SORTED SHIP OPEN ERROR: ' WS-FILE-STATUS5       PGM158
040800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM158
040900         PERFORM 9900-ABNORMAL-END                                PGM158
041000     END-IF                                                       PGM158
041100     PERFORM 3150-READ-SORTED-SHIP                                PGM158
041200     PERFORM 3200-READ-ORDER-LINE                                 PGM158
041300         UNTIL WS-EOF                                             PGM158
041400     MOVE 'N' TO WS-EOF-FLAG                                      PGM158
041500     CLOSE SORTED-SHIP-FILE.                                      PGM158
041600*                                                                 PGM158
041700 3150-READ-SORTED-SHIP.                                           PGM158
041800     READ SORTED-SHIP-FILE                                        PGM158
041900         AT END                                                   PGM158
042000             SET WS-SHIP-EOF TO TRUE                              PGM158
042100             MOVE HIGH-VALUES TO TS-KEY                           PGM158
042200     END-READ.                                                    PGM158
042300*                                                                 PGM158
042400 3200-READ-ORDER-LINE.                                            PGM158
042500     READ CUST-ORDER-FILE NEXT RECORD                             PGM158
042600         AT END                                                   PGM158
042700             SET WS-EOF TO TRUE                                   PGM158
042800         NOT AT END                                               PGM158
042900             ADD 1 TO WS-ORDER-COUNT                              PGM158
043000             PERFORM 3300-EVALUATE-LINE                           PGM158
043100     END-READ.                                                    PGM158
043200*                                                                 PGM158
043300* 이력은 라인 단위로 모두 소비한다. 주문이 없는 이력(삭제된                               PGM158
043400* 주문 등)은 건너뛴다.                                                    PGM158
043500 3300-EVALUATE-LINE.                                              PGM158
043600     PERFORM 3150-READ-SORTED-SHIP                                PGM158
043700         UNTIL TS-KEY NOT < SO-KEY                                PGM158
043800     MOVE ZEROS TO WS-LINE-SHIP-QTY                               PGM158
043900     MOVE 'N' TO WS-LINE-LATE-FLAG                                PGM158
044000     MOVE 'N' TO WS-LINE-SHORT-FLAG                               PGM158
044100     PERFORM 3350-ADD-LINE-SHIPMENT                               PGM158
044200         UNTIL TS-KEY NOT = SO-KEY                                PGM158
044300     IF NOT SO-CANCELLED AND NOT SO-UNCONFIRMED                   PGM158
044400         AND SO-DUE-DATE NUMERIC                                  PGM158
044500         MOVE SO-DUE-DATE (1:4) TO WS-WK-YYYY                     PGM158
044600         MOVE SO-DUE-DATE (5:2) TO WS-WK-MM                       PGM158
044700         COMPUTE WS-DUE-MONTHS =                                  PGM158
044800             (WS-WK-YYYY * 12) + WS-WK-MM                         PGM158
044900         IF WS-DUE-MONTHS NOT < WS-WINDOW-FROM                    PGM158
045000             AND WS-DUE-MONTHS NOT > WS-REPORT-MONTHS             PGM158
045100             PERFORM 3400-CLASSIFY-LINE                           PGM158
045200         END-IF                                                   PGM158
045300     END-IF.                                                      PGM158
045400*                                                                 PGM158
045500 3350-ADD-LINE-SHIPMENT.                                          PGM158
045600     ADD TS-SHIP-QTY TO WS-LINE-SHIP-QTY                          PGM158
045700     IF TS-SHIP-DATE > SO-DUE-DATE                                PGM158
045800         SET WS-LINE-LATE TO TRUE                                 PGM158
045900     END-IF                                                       PGM158
046000     PERFORM 3150-READ-SORTED-SHIP.                               PGM158
046100*                                                                 PGM158
046200 3400-CLASSIFY-LINE.                                              PGM158
046300     ADD 1 TO WS-WINDOW-COUNT                                     PGM158
046400     IF WS-LINE-SHIP-QTY < SO-ORDER-QTY                           PGM158
046500         SET WS-LINE-SHORT TO TRUE                                PGM158
046600         IF NOT SO-SHIPPED                                        PGM158
046700             SET WS-LINE-LATE TO TRUE                             PGM158
046800         END-IF                                                   PGM158
046900     END-IF                                                       PGM158
047000     EVALUATE TRUE                                                PGM158
047100         WHEN WS-LINE-LATE AND WS-LINE-SHORT                      PGM158
047200             SET WS-CLASS-BOTH TO TRUE                            PGM158
047300         WHEN WS-LINE-LATE                                        PGM158
047400             SET WS-CLASS-LATE TO TRUE                            PGM158
047500         WHEN WS-LINE-SHORT                                       PGM158
047600             SET WS-CLASS-SHORT TO TRUE                           PGM158
047700         WHEN OTHER                                               PGM158
047800             SET WS-CLASS-OTIF TO TRUE                            PGM158
047900     END-EVALUATE                                                 PGM158
048000     COMPUTE WS-MX = WS-DUE-MONTHS - WS-WINDOW-FROM + 1           PGM158
048100     ADD 1 TO WS-TR-LINES (WS-MX)                                 PGM158
048200     EVALUATE TRUE                                                PGM158
048300         WHEN WS-CLASS-OTIF                                       PGM158
048400             ADD 1 TO WS-TR-OTIF (WS-MX)                          PGM158
048500         WHEN WS-CLASS-LATE                                       PGM158
048600             ADD 1 TO WS-TR-LATE (WS-MX)                          PGM158
048700         WHEN WS-CLASS-SHORT                                      PGM158
048800             ADD 1 TO WS-TR-SHORT (WS-MX)                         PGM158
048900         WHEN OTHER                                               PGM158
049000             ADD 1 TO WS-TR-BOTH (WS-MX)                          PGM158
049100     END-EVALUATE                                                 PGM158
049200     IF WS-DUE-MONTHS = WS-REPORT-MONTHS                          PGM158
049300         PERFORM 3500-RELEASE-MONTH-LINE                          PGM158
049400     END-IF.                                                      PGM158
049500*                                                                 PGM158
049600 3500-RELEASE-MONTH-LINE.                                         PGM158
049700     PERFORM 3550-FIND-PLANT                                      PGM158
049800     MOVE WS-LINE-CLASS TO CS-CLASS                               PGM158
049900     MOVE 1 TO CS-DIM-TYPE                                        PGM158
050000     MOVE WS-LINE-PLANT-CD TO CS-DIM-KEY                          PGM158
050100     RELEASE CLASS-SORT-REC                                       PGM158
050200     MOVE 2 TO CS-DIM-TYPE                                        PGM158
050300     MOVE SO-WAREHOUSE-CD TO CS-DIM-KEY                           PGM158
050400     RELEASE CLASS-SORT-REC                                       PGM158
050500     MOVE 3 TO CS-DIM-TYPE                                        PGM158
050600     MOVE SO-CUSTOMER-CD TO CS-DIM-KEY                            PGM158
050700     RELEASE CLASS-SORT-REC                                       PGM158
050800     MOVE 4 TO CS-DIM-TYPE                                        PGM158
050900     MOVE SO-PRODUCT-CD TO CS-DIM-KEY                             PGM158
051000     RELEASE CLASS-SORT-REC                                       PGM158
051100     IF NOT WS-CLASS-OTIF                                         PGM158
051200         PERFORM 3600-COUNT-REASON                                PGM158
051300     END-IF.                                                      PGM158
051400*                                                                 PGM158
051500 3550-FIND-PLANT.                                                 PGM158
051600     MOVE SPACES TO WS-LINE-PLANT-CD                              PGM158
051700     MOVE ZEROS TO WS-FOUND-IX                                    PGM158
051800     PERFORM 3560-CHECK-WAREHOUSE                                 PGM158
051900         VARYING WS-IX FROM 1 BY 1                                PGM158
052000         UNTIL WS-IX > WS-WH-COUNT OR WS-FOUND-IX > 0             PGM158
052100     IF WS-FOUND-IX > 0                                           PGM158
052200         MOVE WS-WHT-PLANT-CD (WS-FOUND-IX) TO WS-LINE-PLANT-CD   PGM158
052300     ELSE                                                         PGM158
052400         ADD 1 TO WS-NO-PLANT-COUNT                               PGM158
052500     END-IF.                                                      PGM158
052600*                                                                 PGM158
052700 3560-CHECK-WAREHOUSE.                                            PGM158
052800     IF WS-WHT-WAREHOUSE-CD (WS-IX) = SO-WAREHOUSE-CD             PGM158
052900         MOVE WS-IX TO WS-FOUND-IX                                PGM158
053000     END-IF.                                                      PGM158
053100*                                                                 PGM158
053200* 정시완납이 아닌 라인의 사유를 찾아 사유별로 센다.                                    PGM158
053300* 사유가 없으면 '--'(미입력)로 센다.                                          PGM158
053400 3600-COUNT-REASON.                                               PGM158
053500     MOVE '--' TO WS-LINE-REASON-CD                               PGM158
053600     IF WS-RSN-READY                                              PGM158
053700         MOVE SO-KEY TO OL-KEY                                    PGM158
053800         READ OTIF-REASON-FILE                                    PGM158
053900             INVALID KEY                                          PGM158
054000                 CONTINUE                                         PGM158
054100             NOT INVALID KEY                                      PGM158
054200                 MOVE OL-REASON-CD TO WS-LINE-REASON-CD           PGM158
054300         END-READ                                                 PGM158
054400     END-IF                                                       PGM158
054500     IF WS-LINE-REASON-CD = '--'                                  PGM158
054600         ADD 1 TO WS-NO-REASON-COUNT                              PGM158
054700     END-IF                                                       PGM158
054800     MOVE ZEROS TO WS-FOUND-IX                                    PGM158
054900     PERFORM 3650-CHECK-REASON                                    PGM158
055000         VARYING WS-IX FROM 1 BY 1                                PGM158
055100         UNTIL WS-IX > WS-RS-COUNT OR WS-FOUND-IX > 0             PGM158
055200     IF WS-FOUND-IX = 0                                           PGM158
055300         IF WS-RS-COUNT NOT < WS-RS-MAX                           PGM158
055400             DISPLAY 'REASON TABLE FULL - MAX ' WS-RS-MAX         PGM158
055500             MOVE 'FL' TO WS-ABEND-STATUS                         PGM158
055600             PERFORM 9900-ABNORMAL-END                            PGM158
055700         END-IF                                                   PGM158
055800         ADD 1 TO WS-RS-COUNT                                     PGM158
055900         MOVE WS-RS-COUNT TO WS-FOUND-IX                          PGM158
056000         MOVE WS-LINE-REASON-CD TO WS-RST-REASON-CD (WS-FOUND-IX) PGM158
056100     END-IF                                                       PGM158
056200     ADD 1 TO WS-RST-COUNT (WS-FOUND-IX).                         PGM158
056300*                                                                 PGM158
056400 3650-CHECK-REASON.                                               PGM158
056500     IF WS-RST-REASON-CD (WS-IX) = WS-LINE-REASON-CD              PGM158
056600         MOVE WS-IX TO WS-FOUND-IX                                PGM158
056700     END-IF.                                                      PGM158
056800*                                                                 PGM158
056900* 보고월 전체 합계는 추이 표의 마지막 달(12)과 같다.                                 PGM158
057000 4000-PRINT-MONTH-SUMMARY.                                        PGM158
057100     MOVE WS-TR-LINES (12) TO WS-MON-LINES                        PGM158
057200     MOVE WS-TR-OTIF (12)  TO WS-MON-OTIF                         PGM158
057300     MOVE WS-TR-LATE (12)  TO WS-MON-LATE                         PGM158
057400     MOVE WS-TR-SHORT (12) TO WS-MON-SHORT                        PGM158
057500     MOVE WS-TR-BOTH (12)  TO WS-MON-BOTH                         PGM158
057600     MOVE 'REPORT MONTH TOTAL (LINES DUE IN MONTH)'               PGM158
057700         TO RT-SECTION-TITLE                                      PGM158
057800     WRITE OTIF-REPORT-REC FROM WS-RPT-SECTION                    PGM158
057900     WRITE OTIF-REPORT-REC FROM WS-RPT-COLUMNS                    PGM158
058000     MOVE 'ALL'          TO RD-KEY                                PGM158
058100     MOVE WS-MON-LINES   TO RD-LINES                              PGM158
058200     MOVE WS-MON-OTIF    TO RD-OTIF                               PGM158
058300     MOVE WS-MON-LATE    TO RD-LATE                               PGM158
058400     MOVE WS-MON-SHORT   TO RD-SHORT                              PGM158
058500     MOVE WS-MON-BOTH    TO RD-BOTH                               PGM158
058600     MOVE WS-MON-LINES   TO WS-PR-LINES                           PGM158
058700     MOVE WS-MON-OTIF    TO WS-PR-OTIF                            PGM158
058800     PERFORM 8000-COMPUTE-OTIF-PCT                                PGM158
058900     MOVE WS-OTIF-PCT    TO RD-OTIF-PCT                           PGM158
059000     WRITE OTIF-REPORT-REC FROM WS-RPT-DETAIL.                    PGM158
059100*                                                                 PGM158
059200* 공장 > 창고 > 고객 > 제품 순으로 차원 구역을 나누고                                PGM158
059300* 구역 안에서는 키별로 한 줄씩 찍는다.                                           PGM158
059400 4100-PRINT-DIMENSIONS.                                           PGM158
059500     OPEN INPUT SORTED-CLASS-FILE                                 PGM158
059600     IF WS-FILE-STATUS6 NOT = '00'                                PGM158
059700         DISPLAY 'SORTED CLASS OPEN ERROR: ' WS-FILE-STATUS6      PGM158
059800         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM158
059900         PERFORM 9900-ABNORMAL-END                                PGM158
060000     END-IF                                                       PGM158
060100     PERFORM 4150-READ-SORTED-CLASS                               PGM158
060200     IF NOT WS-EOF                                                PGM158
060300         MOVE CT-DIM-TYPE TO WS-PREV-DIM-TYPE                     PGM158
060400         MOVE CT-DIM-KEY  TO WS-PREV-DIM-KEY                      PGM158
060500         PERFORM 4300-PRINT-SECTION-HEADER                        PGM158
060600     END-IF                                                       PGM158
060700     PERFORM 4200-PROCESS-CLASS-REC                               PGM158
060800         UNTIL WS-EOF                                             PGM158
060900     IF WS-GRP-LINES > 0                                          PGM158
061000         PERFORM 4400-KEY-BREAK                                   PGM158
061100     END-IF                                                       PGM158
061200     CLOSE SORTED-CLASS-FILE                                      PGM158
061300     MOVE 'N' TO WS-EOF-FLAG.                                     PGM158
061400*                                                                 PGM158
061500 4150-READ-SORTED-CLASS.                                          PGM158
061600     READ SORTED-CLASS-FILE                                       PGM158
061700         AT END                                                   PGM158
061800             SET WS-EOF TO TRUE                                   PGM158
061900     END-READ.                                                    PGM158
062000*                                                                 PGM158
062100 4200-PROCESS-CLASS-REC.                                          PGM158
062200     IF CT-DIM-TYPE NOT = WS-PREV-DIM-TYPE                        PGM158
062300         PERFORM 4400-KEY-BREAK                                   PGM158
062400         MOVE CT-DIM-TYPE TO WS-PREV-DIM-TYPE                     PGM158
062500         MOVE CT-DIM-KEY  TO WS-PREV-DIM-KEY                      PGM158
062600         PERFORM 4300-PRINT-SECTION-HEADER                        PGM158
062700     ELSE                                                         PGM158
062800         IF CT-DIM-KEY NOT = WS-PREV-DIM-KEY                      PGM158
062900             PERFORM 4400-KEY-BREAK                               PGM158
063000             MOVE CT-DIM-KEY TO WS-PREV-DIM-KEY                   PGM158
063100         END-IF                                                   PGM158
063200     END-IF                                                       PGM158
063300     ADD 1 TO WS-GRP-LINES                                        PGM158
063400     EVALUATE CT-CLASS                                            PGM158
063500         WHEN 'O'                                                 PGM158
063600             ADD 1 TO WS-GRP-OTIF                                 PGM158
063700         WHEN 'L'                                                 PGM158
063800             ADD 1 TO WS-GRP-LATE                                 PGM158
063900         WHEN 'S'                                                 PGM158
064000             ADD 1 TO WS-GRP-SHORT                                PGM158
064100         WHEN OTHER                                               PGM158
064200             ADD 1 TO WS-GRP-BOTH                                 PGM158
064300     END-EVALUATE                                                 PGM158
064400     PERFORM 4150-READ-SORTED-CLASS.                              PGM158
064500*                                                                 PGM158
064600 4300-PRINT-SECTION-HEADER.                                       PGM158
064700     EVALUATE WS-PREV-DIM-TYPE                                    PGM158
064800         WHEN 1                                                   PGM158
064900             MOVE 'OTIF BY PLANT (BLANK = WAREHOUSE NOT MAPPED)'  PGM158
065000                 TO RT-SECTION-TITLE                              PGM158
065100         WHEN 2                                                   PGM158
065200             MOVE 'OTIF BY WAREHOUSE' TO RT-SECTION-TITLE         PGM158
065300         WHEN 3                                                   PGM158
065400             MOVE 'OTIF BY CUSTOMER' TO RT-SECTION-TITLE          PGM158
065500         WHEN OTHER                                               PGM158
065600             MOVE 'OTIF BY PRODUCT' TO RT-SECTION-TITLE           PGM158
065700     END-EVALUATE                                                 PGM158
065800     WRITE OTIF-REPORT-REC FROM WS-RPT-SECTION                    PGM158
065900     WRITE OTIF-REPORT-REC FROM WS-RPT-COLUMNS.                   PGM158
066000*                                                                 PGM158
066100 4400-KEY-BREAK.                                                  PGM158
066200     MOVE WS-PREV-DIM-KEY TO RD-KEY                               PGM158
066300     MOVE WS-GRP-LINES    TO RD-LINES                             PGM158
066400     MOVE WS-GRP-OTIF     TO RD-OTIF                              PGM158
066500     MOVE WS-GRP-LATE     TO RD-LATE                              PGM158
066600     MOVE WS-GRP-SHORT    TO RD-SHORT                             PGM158
066700     MOVE WS-GRP-BOTH     TO RD-BOTH                              PGM158
066800     MOVE WS-GRP-LINES    TO WS-PR-LINES                          PGM158
066900     MOVE WS-GRP-OTIF     TO WS-PR-OTIF                           PGM158
067000     PERFORM 8000-COMPUTE-OTIF-PCT                                PGM158
067100     MOVE WS-OTIF-PCT     TO RD-OTIF-PCT                          PGM158
067200     WRITE OTIF-REPORT-REC FROM WS-RPT-DETAIL                     PGM158
067300     INITIALIZE WS-GRP-TOTALS.                                    PGM158
067400*                                                                 PGM158
067500* 납기월 기준 12개월 추이. 지난달 라인도 늦은 출하가                                  PGM158
067600* 들어오면 분류가 바뀔 수 있다(항상 현재 이력으로 평가).                                PGM158
067700 5000-PRINT-TREND.                                                PGM158
067800     MOVE '12-MONTH TREND BY DUE MONTH' TO RT-SECTION-TITLE       PGM158
067900     WRITE OTIF-REPORT-REC FROM WS-RPT-SECTION                    PGM158
068000     WRITE OTIF-REPORT-REC FROM WS-RPT-COLUMNS                    PGM158
068100     PERFORM 5100-PRINT-TREND-LINE                                PGM158
068200         VARYING WS-MX FROM 1 BY 1                                PGM158
068300         UNTIL WS-MX > 12.                                        PGM158
068400*                                                                 PGM158
068500 5100-PRINT-TREND-LINE.                                           PGM158
068600     COMPUTE WS-TREND-MONTHS = WS-WINDOW-FROM + WS-MX - 1         PGM158
068700     DIVIDE WS-TREND-MONTHS BY 12                                 PGM158
068800         GIVING WS-WK-YYYY REMAINDER WS-WK-MM                     PGM158
068900     IF WS-WK-MM = 0                                              PGM158
069000         SUBTRACT 1 FROM WS-WK-YYYY                               PGM158
069100         MOVE 12 TO WS-WK-MM                                      PGM158
069200     END-IF                                                       PGM158
069300     MOVE SPACES TO RD-KEY                                        PGM158
069400     MOVE WS-WK-YYYY TO RD-KEY (1:4)                              PGM158
069500     MOVE WS-WK-MM   TO RD-KEY (5:2)                              PGM158
069600     MOVE WS-TR-LINES (WS-MX) TO RD-LINES                         PGM158
069700     MOVE WS-TR-OTIF (WS-MX)  TO RD-OTIF                          PGM158
069800     MOVE WS-TR-LATE (WS-MX)  TO RD-LATE                          PGM158
069900     MOVE WS-TR-SHORT (WS-MX) TO RD-SHORT                         PGM158
070000     MOVE WS-TR-BOTH (WS-MX)  TO RD-BOTH                          PGM158
070100     MOVE WS-TR-LINES (WS-MX) TO WS-PR-LINES                      PGM158
070200     MOVE WS-TR-OTIF (WS-MX)  TO WS-PR-OTIF                       PGM158
070300     PERFORM 8000-COMPUTE-OTIF-PCT                                PGM158
070400     MOVE WS-OTIF-PCT TO RD-OTIF-PCT                              PGM158
070500     WRITE OTIF-REPORT-REC FROM WS-RPT-DETAIL.                    PGM158
070600*                                                                 PGM158
070700* 보고월 미달 라인의 사유를 건수 내림차순으로 찍고 누적                                  PGM158
070800* 비율을 붙인다.                                                        PGM158
070900 6000-PRINT-REASON-PARETO.                                        PGM158
071000     COMPUTE WS-MISS-COUNT = WS-MON-LATE + WS-MON-SHORT           PGM158
071100                           + WS-MON-BOTH                          PGM158
071200     MOVE 'LATE/SHORT REASON PARETO (REPORT MONTH)'               PGM158
071300         TO RT-SECTION-TITLE                                      PGM158
071400     WRITE OTIF-REPORT-REC FROM WS-RPT-SECTION                    PGM158
071500     WRITE OTIF-REPORT-REC FROM WS-RPT-PARETO-COLUMNS             PGM158
071600     SORT REASON-SORT-FILE                                        PGM158
071700         ON DESCENDING KEY RS-COUNT                               PGM158
071800         ON ASCENDING KEY RS-REASON-CD                            PGM158
071900         INPUT PROCEDURE 6100-RELEASE-REASONS                     PGM158
072000         GIVING SORTED-REASON-FILE                                PGM158
072100     OPEN INPUT SORTED-REASON-FILE                                PGM158
072200     IF WS-FILE-STATUS7 NOT = '00'                                PGM158
072300         DISPLAY 'SORTED REASON OPEN ERROR: ' WS-FILE-STATUS7     PGM158
072400         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM158
072500         PERFORM 9900-ABNORMAL-END                                PGM158
072600     END-IF                                                       PGM158
072700     MOVE ZEROS TO WS-CUM-COUNT                                   PGM158
072800     PERFORM 6200-PRINT-REASON-LINE                               PGM158
072900         UNTIL WS-EOF                                             PGM158
073000     CLOSE SORTED-REASON-FILE                                     PGM158
073100     MOVE 'N' TO WS-EOF-FLAG.                                     PGM158
073200*                                                                 PGM158
073300 6100-RELEASE-REASONS.                                            PGM158
073400     PERFORM 6150-RELEASE-ONE-REASON                              PGM158
073500         VARYING WS-IX FROM 1 BY 1                                PGM158
073600         UNTIL WS-IX > WS-RS-COUNT.                               PGM158
073700*                                                                 PGM158
073800 6150-RELEASE-ONE-REASON.                                         PGM158
073900     MOVE WS-RST-COUNT (WS-IX)     TO RS-COUNT                    PGM158
074000     MOVE WS-RST-REASON-CD (WS-IX) TO RS-REASON-CD                PGM158
074100     RELEASE REASON-SORT-REC.                                     PGM158
074200*                                                                 PGM158
074300 6200-PRINT-REASON-LINE.                                          PGM158
074400     READ SORTED-REASON-FILE                                      PGM158
074500         AT END                                                   PGM158
074600             SET WS-EOF TO TRUE                                   PGM158
074700         NOT AT END                                               PGM158
074800             ADD RR-COUNT TO WS-CUM-COUNT                         PGM158
074900             MOVE ZEROS TO WS-REASON-PCT                          PGM158
075000             MOVE ZEROS TO WS-CUM-PCT                             PGM158
075100             IF WS-MISS-COUNT > 0                                 PGM158
075200                 COMPUTE WS-REASON-PCT ROUNDED =                  PGM158
075300                     RR-COUNT * 100 / WS-MISS-COUNT               PGM158
075400                 COMPUTE WS-CUM-PCT ROUNDED =                     PGM158
075500                     WS-CUM-COUNT * 100 / WS-MISS-COUNT           PGM158
075600             END-IF                                               PGM158
075700             MOVE RR-REASON-CD  TO RP-REASON-CD                   PGM158
075800             PERFORM 6300-DESCRIBE-REASON                         PGM158
075900             MOVE RR-COUNT      TO RP-COUNT                       PGM158
076000             MOVE WS-REASON-PCT TO RP-PCT                         PGM158
076100             MOVE WS-CUM-PCT    TO RP-CUM-PCT                     PGM158
076200             WRITE OTIF-REPORT-REC FROM WS-RPT-PARETO             PGM158
076300     END-READ.                                                    PGM158
076400*                                                                 PGM158
076500 6300-DESCRIBE-REASON.                                            PGM158
076600     EVALUATE RR-REASON-CD                                        PGM158
076700         WHEN 'PR'                                                PGM158
076800             MOVE 'PRODUCTION DELAY'     TO RP-REASON-DESC        PGM158
076900         WHEN 'QC'                                                PGM158
077000             MOVE 'QUALITY HOLD'         TO RP-REASON-DESC        PGM158
077100         WHEN 'ST'                                                PGM158
077200             MOVE 'STOCK SHORTAGE'       TO RP-REASON-DESC        PGM158
077300         WHEN 'TR'                                                PGM158
077400             MOVE 'TRANSPORT/CARRIER'    TO RP-REASON-DESC        PGM158
077500         WHEN 'CR'                                                PGM158
077600             MOVE 'CREDIT HOLD'          TO RP-REASON-DESC        PGM158
077700         WHEN 'CU'                                                PGM158
077800             MOVE 'CUSTOMER REQUEST'     TO RP-REASON-DESC        PGM158
077900         WHEN 'OE'                                                PGM158
078000             MOVE 'ORDER ENTRY ERROR'    TO RP-REASON-DESC        PGM158
078100         WHEN 'OT'                                                PGM158
078200             MOVE 'OTHER'                TO RP-REASON-DESC        PGM158
078300         WHEN '--'                                                PGM158
078400             MOVE 'NOT KEYED (PGM157)'   TO RP-REASON-DESC        PGM158
078500         WHEN OTHER                                               PGM158
078600             MOVE 'UNKNOWN CODE'         TO RP-REASON-DESC        PGM158
078700     END-EVALUATE.                                                PGM158
078800*                                                                 PGM158
078900 7000-PRINT-COUNTS.                                               PGM158
079000     MOVE 'PROCESSING COUNTS' TO RT-SECTION-TITLE                 PGM158
079100     WRITE OTIF-REPORT-REC FROM WS-RPT-SECTION                    PGM158
079200     MOVE 'SHIPMENT HISTORY RECORDS READ' TO RN-LABEL             PGM158
079300     MOVE WS-HIST-COUNT TO RN-COUNT                               PGM158
079400     WRITE OTIF-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM158
079500     MOVE 'ORDER LINES READ' TO RN-LABEL                          PGM158
079600     MOVE WS-ORDER-COUNT TO RN-COUNT                              PGM158
079700     WRITE OTIF-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM158
079800     MOVE 'ORDER LINES DUE IN 12-MONTH WINDOW' TO RN-LABEL        PGM158
079900     MOVE WS-WINDOW-COUNT TO RN-COUNT                             PGM158
080000     WRITE OTIF-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM158
080100     MOVE 'MONTH LINES WITH UNMAPPED WAREHOUSE' TO RN-LABEL       PGM158
080200     MOVE WS-NO-PLANT-COUNT TO RN-COUNT                           PGM158
080300     WRITE OTIF-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM158
080400     MOVE 'MONTH MISSED LINES WITHOUT REASON' TO RN-LABEL         PGM158
080500     MOVE WS-NO-REASON-COUNT TO RN-COUNT                          PGM158
080600     WRITE OTIF-REPORT-REC FROM WS-RPT-CNT-LINE.                  PGM158
080700*                                                                 PGM158
080800 8000-COMPUTE-OTIF-PCT.                                           PGM158
080900     MOVE ZEROS TO WS-OTIF-PCT                                    PGM158
081000     IF WS-PR-LINES > 0                                           PGM158
081100         COMPUTE WS-OTIF-PCT ROUNDED =                            PGM158
081200             WS-PR-OTIF * 100 / WS-PR-LINES                       PGM158
081300     END-IF.                                                      PGM158
081400*                                                                 PGM158
081500 9000-FINALIZE.                                                   PGM158
081600     CLOSE CUST-ORDER-FILE                                        PGM158
081700     IF WS-RSN-READY                                              PGM158
081800         CLOSE OTIF-REASON-FILE                                   PGM158
081900     END-IF                                                       PGM158
082000     CLOSE OTIF-REPORT-FILE                                       PGM158
082100     IF WS-NO-PLANT-COUNT > 0                                     PGM158
082200         MOVE 4 TO RETURN-CODE                                    PGM158
082300     END-IF                                                       PGM158
082400     DISPLAY 'PGM158 COMPLETED: ' WS-WINDOW-COUNT                 PGM158
082500             ' LINES IN WINDOW, ' WS-MON-LINES ' DUE IN MONTH, '  PGM158
082600             WS-MON-OTIF ' OTIF'.                                 PGM158
082700*                                                                 PGM158
082800 9750-DIAGNOSE-FILE-STATUS.                                       PGM158
082900     EVALUATE WS-ABEND-STATUS                                     PGM158
083000         WHEN '10'                                                PGM158
083100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM158
083200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM158
083300         WHEN '23'                                                PGM158
083400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM158
083500             DISPLAY '  AND RETRY THE REQUEST'                    PGM158
083600         WHEN '35'                                                PGM158
083700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM158
083800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM158
083900         WHEN '37'                                                PGM158
084000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM158
084100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM158
084200         WHEN '39'                                                PGM158
084300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM158
084400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM158
084500         WHEN '41'                                                PGM158
084600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM158
084700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM158
084800         WHEN '42'                                                PGM158
084900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM158
085000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM158
085100         WHEN '46'                                                PGM158
085200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM158
085300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM158
085400         WHEN OTHER                                               PGM158
085500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM158
085600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM158
085700     END-EVALUATE.                                                PGM158
085800*                                                                 PGM158
085900 9900-ABNORMAL-END.                                               PGM158
086000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM158
086100     DISPLAY 'PGM158 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM158
086200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM158
086300     MOVE 16 TO RETURN-CODE                                       PGM158
086400     GOBACK.                                                      PGM158
086500                                                                  PGM158
