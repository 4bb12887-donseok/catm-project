000100 IDENTIFICATION DIVISION.                                         PGM213
000200 PROGRAM-ID.    PGM213.                                           PGM213
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM213
000400*                                                                 PGM213
000500* =========================================================       PGM213
000600* 프로그램명: 배치 스텝 수행시간 주간 추이 보고                                      PGM213
000700* 처리내용  : PGM018이 쌓은 스텝 수행시간 이력(CPYJBDH) 중                        PGM213
000800*            정상 완료 런을 최근 n주(기본 8주, 최대 8주)로 나누어                    PGM213
000900*            프로그램별 주 평균 경과 초를 보이고, 같은 업무일자의                       PGM213
001000*            배치 컨트롤토탈(CPYBCTL) 읽은 건수를 처리량으로                       PGM213
001100*            붙인다. 가장 오래된 주와 최근 주를 비교해 경과시간                        PGM213
001200*            증가율이 기준(기본 20%) 이상이면 처리량 증가가                         PGM213
001300*            함께 있는지(GROWING WITH VOLUME), 건당 시간이                  PGM213
001400*            늘었는지(GROWING - PER RECORD)를 표시한다.                    PGM213
001500*            증가 프로그램이 있으면 RC 4.                                   PGM213
001600* =========================================================       PGM213
001700*                                                                 PGM213
001800 ENVIRONMENT DIVISION.                                            PGM213
001900 CONFIGURATION SECTION.                                           PGM213
002000 INPUT-OUTPUT SECTION.                                            PGM213
002100 FILE-CONTROL.                                                    PGM213
002200     SELECT OPTIONAL TREND-PARM-FILE                              PGM213
002300         ASSIGN TO TRNDPARM                                       PGM213
002400         ORGANIZATION IS SEQUENTIAL                               PGM213
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM213
002600     SELECT JOB-HISTORY-FILE                                      PGM213
002700         ASSIGN TO JOBDHIST                                       PGM213
002800         ORGANIZATION IS SEQUENTIAL                               PGM213
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM213
003000     SELECT OPTIONAL BATCH-CONTROL-FILE                           PGM213
003100         ASSIGN TO BCHCTL                                         PGM213
003200         ORGANIZATION IS SEQUENTIAL                               PGM213
003300         FILE STATUS IS WS-FILE-STATUS3.                          PGM213
003400     SELECT TREND-REPORT-FILE                                     PGM213
003500         ASSIGN TO JOBTRND                                        PGM213
003600         ORGANIZATION IS SEQUENTIAL                               PGM213
003700         FILE STATUS IS WS-FILE-STATUS4.                          PGM213
003800*                                                                 PGM213
003900 DATA DIVISION.                                                   PGM213
004000 FILE SECTION.                                                    PGM213
004100 FD  TREND-PARM-FILE.                                             PGM213
004200 01  TREND-PARM-REC.                                              PGM213
004300     05 TP-WEEKS             PIC 9(02).                           PGM213
004400     05 TP-GROWTH-PCT        PIC 9(03).                           PGM213
004500     05 FILLER               PIC X(75).                           PGM213
004600 FD  JOB-HISTORY-FILE.                                            PGM213
004700 01  JOB-HISTORY-REC.                                             PGM213
004800     COPY CPYJBDH.                                                PGM213
004900 FD  BATCH-CONTROL-FILE.                                          PGM213
005000 01  BATCH-CONTROL-REC.                                           PGM213
005100     COPY CPYBCTL.                                                PGM213
005200 FD  TREND-REPORT-FILE.                                           PGM213
005300 01  TREND-REPORT-REC        PIC X(132).                          PGM213
005400*                                                                 PGM213
005500 WORKING-STORAGE SECTION.                                         PGM213
005600 01  WS-FILE-STATUS         PIC XX.                               PGM213
005700 01  WS-FILE-STATUS2        PIC XX.                               PGM213
005800 01  WS-FILE-STATUS3        PIC XX.                               PGM213
005900 01  WS-FILE-STATUS4        PIC XX.                               PGM213
006000 01  WS-ABEND-STATUS        PIC XX.                               PGM213
006100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM213
006200     88 WS-EOF              VALUE 'Y'.                            PGM213
006300 01  WS-BCTL-EOF-FLAG       PIC X VALUE 'N'.                      PGM213
006400     88 WS-BCTL-EOF         VALUE 'Y'.                            PGM213
006500 01  WS-IN-WINDOW-FLAG      PIC X VALUE 'N'.                      PGM213
006600     88 WS-IN-WINDOW        VALUE 'Y'.                            PGM213
006700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM213
006800 01  WS-WEEKS               PIC 9(02) VALUE 8.                    PGM213
006900 01  WS-GROWTH-PCT          PIC 9(03) VALUE 20.                   PGM213
007000 01  WS-WINDOW-DAYS         PIC 9(03) VALUE ZEROS.                PGM213
007100 01  WS-WEEK-NO             PIC 9(02) VALUE ZEROS.                PGM213
007200 01  WS-WEEK-QUOT           PIC 9(03) VALUE ZEROS.                PGM213
007300*                                                                 PGM213
007400* 일수 계산                                                           PGM213
007500 01  WS-FROM-DATE           PIC 9(08).                            PGM213
007600 01  WS-TO-DATE             PIC 9(08).                            PGM213
007700 01  WS-STEP-DATE           PIC 9(08).                            PGM213
007800 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM213
007900     05 WS-STEP-YYYY        PIC 9(04).                            PGM213
008000     05 WS-STEP-MM          PIC 9(02).                            PGM213
008100     05 WS-STEP-DD          PIC 9(02).                            PGM213
008200 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM213
008300         '312831303130313130313031'.                              PGM213
008400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM213
008500     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM213
008600 01  WS-MONTH-END           PIC 9(02).                            PGM213
008700 01  WS-LEAP-QUOT           PIC 9(04).                            PGM213
008800 01  WS-LEAP-REM4           PIC 9(04).                            PGM213
008900 01  WS-LEAP-REM100         PIC 9(04).                            PGM213
009000 01  WS-LEAP-REM400         PIC 9(04).                            PGM213
009100 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM213
009200 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE ZEROS.                PGM213
009300*                                                                 PGM213
009400* 업무일자별 처리 건수 (파티션 런은 합산)                                         PGM213
009500 01  WS-VL-COUNT            PIC 9(04) VALUE ZEROS.                PGM213
009600 01  WS-VL-MAX              PIC 9(04) VALUE 2000.                 PGM213
009700 01  WS-VL-TABLE.                                                 PGM213
009800     05 WS-VL-ENTRY OCCURS 2000 TIMES                             PGM213
009900             INDEXED BY VL-IDX.                                   PGM213
010000         10 VL-PROGRAM-ID     PIC X(08).                          PGM213
010100         10 VL-BUS-DATE       PIC 9(08).                          PGM213
010200         10 VL-READ-CNT       PIC 9(11).                          PGM213
010300*                                                                 PGM213
010400* 프로그램별 주간 집계 (주 1 = 최근 주)                                        PGM213
010500 01  WS-PX                  PIC 9(02) COMP VALUE ZEROS.           PGM213
010600 01  WS-WX                  PIC 9(02) COMP VALUE ZEROS.           PGM213
010700 01  WS-CX                  PIC 9(02) COMP VALUE ZEROS.           PGM213
010800 01  WS-PG-COUNT            PIC 9(02) VALUE ZEROS.                PGM213
010900 01  WS-PG-MAX              PIC 9(02) VALUE 50.                   PGM213
011000 01  WS-PG-TABLE.                                                 PGM213
011100     05 WS-PG-ENTRY OCCURS 50 TIMES                               PGM213
011200             INDEXED BY PG-IDX.                                   PGM213
011300         10 PG-PROGRAM-ID     PIC X(08).                          PGM213
011400         10 PG-RUNS           PIC 9(04).                          PGM213
011500         10 PG-OVERRUNS       PIC 9(03).                          PGM213
011600         10 PG-WEEK OCCURS 8 TIMES.                               PGM213
011700             15 PG-WK-RUNS     PIC 9(04).                         PGM213
011800             15 PG-WK-SEC      PIC 9(09).                         PGM213
011900             15 PG-WK-VOL-RUNS PIC 9(04).                         PGM213
012000             15 PG-WK-VOL      PIC 9(13).                         PGM213
012100*                                                                 PGM213
012200 01  WS-FIRST-WK            PIC 9(02) VALUE ZEROS.                PGM213
012300 01  WS-LAST-WK             PIC 9(02) VALUE ZEROS.                PGM213
012400 01  WS-WK-WITH-DATA        PIC 9(02) VALUE ZEROS.                PGM213
012500 01  WS-AVG-SEC             PIC 9(07) VALUE ZEROS.                PGM213
012600 01  WS-FIRST-SEC           PIC 9(07)V99 VALUE ZEROS.             PGM213
012700 01  WS-LAST-SEC            PIC 9(07)V99 VALUE ZEROS.             PGM213
012800 01  WS-FIRST-VOL           PIC 9(11)V99 VALUE ZEROS.             PGM213
012900 01  WS-LAST-VOL            PIC 9(11)V99 VALUE ZEROS.             PGM213
013000 01  WS-FIRST-RATE          PIC 9(09)V9(4) VALUE ZEROS.           PGM213
013100 01  WS-LAST-RATE           PIC 9(09)V9(4) VALUE ZEROS.           PGM213
013200 01  WS-SEC-GROWTH          PIC S9(05)V9 VALUE ZEROS.             PGM213
013300 01  WS-VOL-GROWTH          PIC S9(05)V9 VALUE ZEROS.             PGM213
013400 01  WS-RATE-GROWTH         PIC S9(05)V9 VALUE ZEROS.             PGM213
013500 01  WS-VOL-KNOWN-FLAG      PIC X VALUE 'N'.                      PGM213
013600     88 WS-VOL-KNOWN        VALUE 'Y'.                            PGM213
013700*                                                                 PGM213
013800 01  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROS.                PGM213
013900 01  WS-HIST-USED-COUNT     PIC 9(07) VALUE ZEROS.                PGM213
014000 01  WS-BCTL-USED-COUNT     PIC 9(07) VALUE ZEROS.                PGM213
014100 01  WS-GROWING-COUNT       PIC 9(03) VALUE ZEROS.                PGM213
014200*                                                                 PGM213
014300 01  WS-RPT-HEADER.                                               PGM213
014400     05 FILLER               PIC X(43) VALUE                      PGM213
014500             'PGM213 BATCH STEP RUN-TIME WEEKLY TREND - R'.       PGM213
014600     05 FILLER               PIC X(03) VALUE 'UN '.               PGM213
014700     05 RH-RUN-DATE          PIC 9(08).                           PGM213
014800     05 FILLER               PIC X(09) VALUE '  WEEKS  '.         PGM213
014900     05 RH-WEEKS             PIC Z9.                              PGM213
015000     05 FILLER               PIC X(18) VALUE '  GROWTH LIMIT %  '.PGM213
015100     05 RH-GROWTH-PCT        PIC ZZ9.                             PGM213
015200     05 FILLER               PIC X(46) VALUE SPACES.              PGM213
015300 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM213
015400 01  WS-RPT-COL-HEAD1.                                            PGM213
015500     05 FILLER               PIC X(44) VALUE                      PGM213
015600             '                    AVERAGE ELAPSED SECONDS '.      PGM213
015700     05 FILLER               PIC X(44) VALUE                      PGM213
015800             'BY WEEK (OLDEST ... LATEST)             ----'.      PGM213
015900     05 FILLER               PIC X(44) VALUE                      PGM213
016000             '-- CHANGE % ------                          '.      PGM213
016100 01  WS-RPT-COL-HEAD2.                                            PGM213
016200     05 FILLER               PIC X(44) VALUE                      PGM213
016300             '  PROGRAM  RUNS OVR    WK-8    WK-7    WK-6 '.      PGM213
016400     05 FILLER               PIC X(44) VALUE                      PGM213
016500             '   WK-5    WK-4    WK-3    WK-2    WK-1 ELAP'.      PGM213
016600     05 FILLER               PIC X(44) VALUE                      PGM213
016700             'SED VOLUME  SEC/1K   TREND                  '.      PGM213
016800 01  WS-RPT-DETAIL.                                               PGM213
016900     05 FILLER               PIC X(02) VALUE SPACES.              PGM213
017000     05 RD-PROGRAM-ID        PIC X(08).                           PGM213
017100     05 FILLER               PIC X(01) VALUE SPACES.              PGM213
017200     05 RD-RUNS              PIC ZZZ9.                            PGM213
017300     05 FILLER               PIC X(01) VALUE SPACES.              PGM213
017400     05 RD-OVERRUNS          PIC ZZ9.                             PGM213
017500     05 RD-WEEK-COL OCCURS 8 TIMES.                               PGM213
017600         10 FILLER           PIC X(01).                           PGM213
017700         10 RD-WK-AVG        PIC ZZZZZZ9 BLANK WHEN ZERO.         PGM213
017800     05 FILLER               PIC X(01) VALUE SPACES.              PGM213
017900     05 RD-SEC-GROWTH        PIC -ZZZ9.9.                         PGM213
018000     05 FILLER               PIC X(01) VALUE SPACES.              PGM213
018100     05 RD-VOL-GROWTH        PIC -ZZZ9.9 BLANK WHEN ZERO.         PGM213
018200     05 FILLER               PIC X(01) VALUE SPACES.              PGM213
018300     05 RD-RATE-GROWTH       PIC -ZZZ9.9 BLANK WHEN ZERO.         PGM213
018400     05 FILLER               PIC X(02) VALUE SPACES.              PGM213
018500     05 RD-TREND             PIC X(20).                           PGM213
018600     05 FILLER               PIC X(03) VALUE SPACES.              PGM213
018700 01  WS-RPT-TOTALS.                                               PGM213
018800     05 FILLER               PIC X(18) VALUE 'HISTORY RECORDS   '.PGM213
018900     05 RR-READ-CNT          PIC Z,ZZZ,ZZ9.                       PGM213
019000     05 FILLER               PIC X(13) VALUE '  IN WINDOW  '.     PGM213
019100     05 RR-USED-CNT          PIC Z,ZZZ,ZZ9.                       PGM213
019200     05 FILLER               PIC X(18) VALUE '  VOLUME RECORDS  '.PGM213
019300     05 RR-BCTL-CNT          PIC Z,ZZZ,ZZ9.                       PGM213
019400     05 FILLER               PIC X(12) VALUE '  PROGRAMS  '.      PGM213
019500     05 RR-PG-CNT            PIC Z9.                              PGM213
019600     05 FILLER               PIC X(11) VALUE '  GROWING  '.       PGM213
019700     05 RR-GROWING-CNT       PIC ZZ9.                             PGM213
019800     05 FILLER               PIC X(28) VALUE SPACES.              PGM213
019900*                                                                 PGM213
020000 PROCEDURE DIVISION.                                              PGM213
020100*                                                                 PGM213
020200 0000-MAIN-PROCESS.                                               PGM213
020300     PERFORM 1000-INITIALIZE                                      PGM213
020400     PERFORM 2000-LOAD-VOLUMES                                    PGM213
020500     PERFORM 3000-LOAD-HISTORY                                    PGM213
020600     PERFORM 4000-PRINT-PROGRAM                                   PGM213
020700         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PG-COUNT      PGM213
020800     PERFORM 9000-FINALIZE                                        PGM213
020900     GOBACK.                                                      PGM213
021000*                                                                 PGM213
021100* 기준 주수 기본 8(최대 8), 증가율 기준 기본 20%.                                PGM213
021200 1000-INITIALIZE.                                                 PGM213
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM213
021400     MOVE SPACES TO TREND-PARM-REC                                PGM213
021500     OPEN INPUT TREND-PARM-FILE                                   PGM213
021600     IF WS-FILE-STATUS = '00'                                     PGM213
021700         READ TREND-PARM-FILE                                     PGM213
021800             AT END                                               PGM213
021900                 MOVE SPACES TO TREND-PARM-REC                    PGM213
022000         END-READ                                                 PGM213
022100         CLOSE TREND-PARM-FILE                                    PGM213
022200     END-IF                                                       PGM213
022300     IF TP-WEEKS NUMERIC AND TP-WEEKS > 1                         PGM213
022400         MOVE TP-WEEKS TO WS-WEEKS                                PGM213
022500     END-IF                                                       PGM213
022600     IF WS-WEEKS > 8                                              PGM213
022700         MOVE 8 TO WS-WEEKS                                       PGM213
022800     END-IF                                                       PGM213
022900     IF TP-GROWTH-PCT NUMERIC AND TP-GROWTH-PCT > 0               PGM213
023000         MOVE TP-GROWTH-PCT TO WS-GROWTH-PCT                      PGM213
023100     END-IF                                                       PGM213
023200     COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7                        PGM213
023300     MOVE WS-WINDOW-DAYS TO WS-DAY-GAP-MAX                        PGM213
023400     OPEN OUTPUT TREND-REPORT-FILE                                PGM213
023500     IF WS-FILE-STATUS4 NOT = '00'                                PGM213
023600         DISPLAY 'TREND REPORT OPEN ERROR: ' WS-FILE-STATUS4      PGM213
023700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM213
023800         PERFORM 9900-ABNORMAL-END                                PGM213
023900     END-IF                                                       PGM213
024000     MOVE WS-RUN-DATE   TO RH-RUN-DATE                            PGM213
024100     MOVE WS-WEEKS      TO RH-WEEKS                               PGM213
024200     MOVE WS-GROWTH-PCT TO RH-GROWTH-PCT                          PGM213
024300     WRITE TREND-REPORT-REC FROM WS-RPT-HEADER                    PGM213
024400     WRITE TREND-REPORT-REC FROM WS-RPT-BLANK                     PGM213
024500     WRITE TREND-REPORT-REC FROM WS-RPT-COL-HEAD1                 PGM213
024600     WRITE TREND-REPORT-REC FROM WS-RPT-COL-HEAD2.                PGM213
024700*                                                                 PGM213
024800* ---------------------------------------------------------       PGM213
024900* 처리량: 기간 내 업무일자의 컨트롤토탈 읽은 건수                                     PGM213
025000* ---------------------------------------------------------       PGM213
025100 2000-LOAD-VOLUMES.                                               PGM213
025200     OPEN INPUT BATCH-CONTROL-FILE                                PGM213
025300     IF WS-FILE-STATUS3 = '00'                                    PGM213
025400         PERFORM 2100-READ-BCTL                                   PGM213
025500         PERFORM 2200-STORE-VOLUME                                PGM213
025600             UNTIL WS-BCTL-EOF                                    PGM213
025700         CLOSE BATCH-CONTROL-FILE                                 PGM213
025800     ELSE                                                         PGM213
025900         DISPLAY 'BATCH CONTROL FILE NOT AVAILABLE - '            PGM213
026000                 'RUN TIME ONLY'                                  PGM213
026100     END-IF.                                                      PGM213
026200*                                                                 PGM213
026300 2100-READ-BCTL.                                                  PGM213
026400     READ BATCH-CONTROL-FILE                                      PGM213
026500         AT END SET WS-BCTL-EOF TO TRUE                           PGM213
026600     END-READ.                                                    PGM213
026700*                                                                 PGM213
026800 2200-STORE-VOLUME.                                               PGM213
026900     MOVE BC-BUSINESS-DATE TO WS-FROM-DATE                        PGM213
027000     PERFORM 7000-CHECK-WINDOW                                    PGM213
027100     IF WS-IN-WINDOW                                              PGM213
027200         ADD 1 TO WS-BCTL-USED-COUNT                              PGM213
027300         SET VL-IDX TO 1                                          PGM213
027400         SEARCH WS-VL-ENTRY                                       PGM213
027500             AT END                                               PGM213
027600                 PERFORM 2210-ADD-VOLUME-ENTRY                    PGM213
027700             WHEN VL-IDX > WS-VL-COUNT                            PGM213
027800                 PERFORM 2210-ADD-VOLUME-ENTRY                    PGM213
027900             WHEN VL-PROGRAM-ID (VL-IDX) = BC-PROGRAM-ID          PGM213
028000                 AND VL-BUS-DATE (VL-IDX) = BC-BUSINESS-DATE      PGM213
028100                 ADD BC-READ-CNT TO VL-READ-CNT (VL-IDX)          PGM213
028200         END-SEARCH                                               PGM213
028300     END-IF                                                       PGM213
028400     PERFORM 2100-READ-BCTL.                                      PGM213
028500*                                                                 PGM213
028600 2210-ADD-VOLUME-ENTRY.                                           PGM213
028700     IF WS-VL-COUNT NOT < WS-VL-MAX                               PGM213
028800         DISPLAY 'VOLUME TABLE FULL: ' WS-VL-MAX                  PGM213
028900         MOVE 'FL' TO WS-ABEND-STATUS                             PGM213
029000         PERFORM 9900-ABNORMAL-END                                PGM213
029100     END-IF                                                       PGM213
029200     ADD 1 TO WS-VL-COUNT                                         PGM213
029300     MOVE BC-PROGRAM-ID    TO VL-PROGRAM-ID (WS-VL-COUNT)         PGM213
029400     MOVE BC-BUSINESS-DATE TO VL-BUS-DATE (WS-VL-COUNT)           PGM213
029500     MOVE BC-READ-CNT      TO VL-READ-CNT (WS-VL-COUNT).          PGM213
029600*                                                                 PGM213
029700* ---------------------------------------------------------       PGM213
029800* 수행시간 이력: 정상 완료 런만 주별로 누적                                        PGM213
029900* ---------------------------------------------------------       PGM213
030000 3000-LOAD-HISTORY.                                               PGM213
030100     OPEN INPUT JOB-HISTORY-FILE                                  PGM213
030200     IF WS-FILE-STATUS2 NOT = '00'                                PGM213
030300         DISPLAY 'JOB HISTORY OPEN ERROR: ' WS-FILE-STATUS2       PGM213
030400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM213
030500         PERFORM 9900-ABNORMAL-END                                PGM213
030600     END-IF                                                       PGM213
030700     PERFORM 3100-READ-HISTORY                                    PGM213
030800     PERFORM 3200-ADD-HISTORY                                     PGM213
030900         UNTIL WS-EOF                                             PGM213
031000     CLOSE JOB-HISTORY-FILE.                                      PGM213
031100*                                                                 PGM213
031200 3100-READ-HISTORY.                                               PGM213
031300     READ JOB-HISTORY-FILE                                        PGM213
031400         AT END SET WS-EOF TO TRUE                                PGM213
031500     END-READ.                                                    PGM213
031600*                                                                 PGM213
031700 3200-ADD-HISTORY.                                                PGM213
031800     ADD 1 TO WS-HIST-READ-COUNT                                  PGM213
031900     IF JD-COMPLETE                                               PGM213
032000         MOVE JD-BUSINESS-DATE TO WS-FROM-DATE                    PGM213
032100         PERFORM 7000-CHECK-WINDOW                                PGM213
032200         IF WS-IN-WINDOW                                          PGM213
032300             ADD 1 TO WS-HIST-USED-COUNT                          PGM213
032400             PERFORM 3300-FIND-PROGRAM                            PGM213
032500             PERFORM 3400-ACCUMULATE-RUN                          PGM213
032600         END-IF                                                   PGM213
032700     END-IF                                                       PGM213
032800     PERFORM 3100-READ-HISTORY.                                   PGM213
032900*                                                                 PGM213
033000 3300-FIND-PROGRAM.                                               PGM213
033100     SET PG-IDX TO 1                                              PGM213
033200     SEARCH WS-PG-ENTRY                                           PGM213
033300         AT END                                                   PGM213
033400             PERFORM 3310-ADD-PROGRAM                             PGM213
033500         WHEN PG-IDX > WS-PG-COUNT                                PGM213
033600             PERFORM 3310-ADD-PROGRAM                             PGM213
033700         WHEN PG-PROGRAM-ID (PG-IDX) = JD-PROGRAM-ID              PGM213
033800             CONTINUE                                             PGM213
033900     END-SEARCH.                                                  PGM213
034000*                                                                 PGM213
034100 3310-ADD-PROGRAM.                                                PGM213
034200     IF WS-PG-COUNT NOT < WS-PG-MAX                               PGM213
034300         DISPLAY 'PROGRAM TABLE FULL: ' WS-PG-MAX                 PGM213
034400         MOVE 'FL' TO WS-ABEND-STATUS                             PGM213
034500         PERFORM 9900-ABNORMAL-END                                PGM213
034600     END-IF                                                       PGM213
034700     ADD 1 TO WS-PG-COUNT                                         PGM213
034800     INITIALIZE WS-PG-ENTRY (WS-PG-COUNT)                         PGM213
034900     MOVE JD-PROGRAM-ID TO PG-PROGRAM-ID (WS-PG-COUNT)            PGM213
035000     SET PG-IDX TO WS-PG-COUNT.                                   PGM213
035100*                                                                 PGM213
035200* 주 번호 = 경과일 / 7 + 1 (실행일 기준 최근 주가 1)                             PGM213
035300 3400-ACCUMULATE-RUN.                                             PGM213
035400     DIVIDE WS-DAY-GAP BY 7 GIVING WS-WEEK-QUOT                   PGM213
035500     COMPUTE WS-WEEK-NO = WS-WEEK-QUOT + 1                        PGM213
035600     ADD 1 TO PG-RUNS (PG-IDX)                                    PGM213
035700     IF JD-OVERRUN                                                PGM213
035800         ADD 1 TO PG-OVERRUNS (PG-IDX)                            PGM213
035900     END-IF                                                       PGM213
036000     ADD 1 TO PG-WK-RUNS (PG-IDX WS-WEEK-NO)                      PGM213
036100     ADD JD-ELAPSED-SEC TO PG-WK-SEC (PG-IDX WS-WEEK-NO)          PGM213
036200     SET VL-IDX TO 1                                              PGM213
036300     SEARCH WS-VL-ENTRY                                           PGM213
036400         AT END                                                   PGM213
036500             CONTINUE                                             PGM213
036600         WHEN VL-IDX > WS-VL-COUNT                                PGM213
036700             CONTINUE                                             PGM213
036800         WHEN VL-PROGRAM-ID (VL-IDX) = JD-PROGRAM-ID              PGM213
036900             AND VL-BUS-DATE (VL-IDX) = JD-BUSINESS-DATE          PGM213
037000             ADD 1 TO PG-WK-VOL-RUNS (PG-IDX WS-WEEK-NO)          PGM213
037100             ADD VL-READ-CNT (VL-IDX)                             PGM213
037200                 TO PG-WK-VOL (PG-IDX WS-WEEK-NO)                 PGM213
037300     END-SEARCH.                                                  PGM213
037400*                                                                 PGM213
037500* ---------------------------------------------------------       PGM213
037600* 프로그램별 추이 인쇄. 비교는 자료가 있는 가장 오래된 주와                               PGM213
037700* 가장 최근 주의 평균으로 한다 (2주 이상 필요).                                    PGM213
037800* ---------------------------------------------------------       PGM213
037900 4000-PRINT-PROGRAM.                                              PGM213
038000     MOVE SPACES TO WS-RPT-DETAIL                                 PGM213
038100     MOVE PG-PROGRAM-ID (WS-PX) TO RD-PROGRAM-ID                  PGM213
038200     MOVE PG-RUNS (WS-PX)       TO RD-RUNS                        PGM213
038300     MOVE PG-OVERRUNS (WS-PX)   TO RD-OVERRUNS                    PGM213
038400     MOVE ZEROS TO WS-FIRST-WK WS-LAST-WK WS-WK-WITH-DATA         PGM213
038500     PERFORM 4100-PRINT-WEEK                                      PGM213
038600         VARYING WS-WX FROM 8 BY -1 UNTIL WS-WX < 1               PGM213
038700     MOVE ZEROS TO RD-SEC-GROWTH RD-VOL-GROWTH RD-RATE-GROWTH     PGM213
038800     IF WS-WK-WITH-DATA < 2                                       PGM213
038900         MOVE 'INSUFFICIENT HISTORY' TO RD-TREND                  PGM213
039000     ELSE                                                         PGM213
039100         PERFORM 4200-COMPARE-WEEKS                               PGM213
039200     END-IF                                                       PGM213
039300     WRITE TREND-REPORT-REC FROM WS-RPT-DETAIL.                   PGM213
039400*                                                                 PGM213
039500* 인쇄 열 1 = 가장 오래된 주(WK-8), 열 8 = 최근 주(WK-1).                      PGM213
039600 4100-PRINT-WEEK.                                                 PGM213
039700     COMPUTE WS-CX = 9 - WS-WX                                    PGM213
039800     MOVE ZEROS TO WS-AVG-SEC                                     PGM213
039900     IF WS-WX NOT > WS-WEEKS AND PG-WK-RUNS (WS-PX WS-WX) > 0     PGM213
040000         COMPUTE WS-AVG-SEC ROUNDED =                             PGM213
040100             PG-WK-SEC (WS-PX WS-WX) / PG-WK-RUNS (WS-PX WS-WX)   PGM213
040200         ADD 1 TO WS-WK-WITH-DATA                                 PGM213
040300         IF WS-FIRST-WK = 0                                       PGM213
040400             MOVE WS-WX TO WS-FIRST-WK                            PGM213
040500         END-IF                                                   PGM213
040600         MOVE WS-WX TO WS-LAST-WK                                 PGM213
040700     END-IF                                                       PGM213
040800     MOVE WS-AVG-SEC TO RD-WK-AVG (WS-CX).                        PGM213
040900*                                                                 PGM213
041000 4200-COMPARE-WEEKS.                                              PGM213
041100     COMPUTE WS-FIRST-SEC ROUNDED =                               PGM213
041200         PG-WK-SEC (WS-PX WS-FIRST-WK)                            PGM213
041300             / PG-WK-RUNS (WS-PX WS-FIRST-WK)                     PGM213
041400     COMPUTE WS-LAST-SEC ROUNDED =                                PGM213
041500         PG-WK-SEC (WS-PX WS-LAST-WK)                             PGM213
041600             / PG-WK-RUNS (WS-PX WS-LAST-WK)                      PGM213
041700     IF WS-FIRST-SEC > 0                                          PGM213
041800         COMPUTE WS-SEC-GROWTH ROUNDED =                          PGM213
041900             (WS-LAST-SEC - WS-FIRST-SEC) * 100 / WS-FIRST-SEC    PGM213
042000             ON SIZE ERROR                                        PGM213
042100                 MOVE 9999.9 TO WS-SEC-GROWTH                     PGM213
042200         END-COMPUTE                                              PGM213
042300     ELSE                                                         PGM213
042400         MOVE ZEROS TO WS-SEC-GROWTH                              PGM213
042500     END-IF                                                       PGM213
042600     MOVE WS-SEC-GROWTH TO RD-SEC-GROWTH                          PGM213
042700     MOVE 'N' TO WS-VOL-KNOWN-FLAG                                PGM213
042800     IF PG-WK-VOL-RUNS (WS-PX WS-FIRST-WK) > 0                    PGM213
042900         AND PG-WK-VOL-RUNS (WS-PX WS-LAST-WK) > 0                PGM213
043000         AND PG-WK-VOL (WS-PX WS-FIRST-WK) > 0                    PGM213
043100         SET WS-VOL-KNOWN TO TRUE                                 PGM213
043200         PERFORM 4300-COMPARE-VOLUME                              PGM213
043300     END-IF                                                       PGM213
043400     EVALUATE TRUE                                                PGM213
043500         WHEN WS-SEC-GROWTH < WS-GROWTH-PCT                       PGM213
043600             MOVE 'STABLE' TO RD-TREND                            PGM213
043700         WHEN NOT WS-VOL-KNOWN                                    PGM213
043800             MOVE 'GROWING' TO RD-TREND                           PGM213
043900             ADD 1 TO WS-GROWING-COUNT                            PGM213
044000         WHEN WS-VOL-GROWTH NOT < WS-GROWTH-PCT                   PGM213
044100             MOVE 'GROWING WITH VOLUME' TO RD-TREND               PGM213
044200             ADD 1 TO WS-GROWING-COUNT                            PGM213
044300         WHEN OTHER                                               PGM213
044400             MOVE 'GROWING - PER RECORD' TO RD-TREND              PGM213
044500             ADD 1 TO WS-GROWING-COUNT                            PGM213
044600     END-EVALUATE.                                                PGM213
044700*                                                                 PGM213
044800* 건당 시간 = 평균 경과 초 x 1000 / 평균 처리 건수                               PGM213
044900 4300-COMPARE-VOLUME.                                             PGM213
045000     COMPUTE WS-FIRST-VOL ROUNDED =                               PGM213
045100         PG-WK-VOL (WS-PX WS-FIRST-WK)                            PGM213
045200             / PG-WK-VOL-RUNS (WS-PX WS-FIRST-WK)                 PGM213
045300     COMPUTE WS-LAST-VOL ROUNDED =                                PGM213
045400         PG-WK-VOL (WS-PX WS-LAST-WK)                             PGM213
045500             / PG-WK-VOL-RUNS (WS-PX WS-LAST-WK)                  PGM213
045600     COMPUTE WS-VOL-GROWTH ROUNDED =                              PGM213
045700         (WS-LAST-VOL - WS-FIRST-VOL) * 100 / WS-FIRST-VOL        PGM213
045800         ON SIZE ERROR                                            PGM213
045900             MOVE 9999.9 TO WS-VOL-GROWTH                         PGM213
046000     END-COMPUTE                                                  PGM213
046100     MOVE WS-VOL-GROWTH TO RD-VOL-GROWTH                          PGM213
046200     COMPUTE WS-FIRST-RATE ROUNDED =                              PGM213
046300         WS-FIRST-SEC * 1000 / WS-FIRST-VOL                       PGM213
046400     IF WS-LAST-VOL > 0 AND WS-FIRST-RATE > 0                     PGM213
046500         COMPUTE WS-LAST-RATE ROUNDED =                           PGM213
046600             WS-LAST-SEC * 1000 / WS-LAST-VOL                     PGM213
046700         COMPUTE WS-RATE-GROWTH ROUNDED =                         PGM213
046800             (WS-LAST-RATE - WS-FIRST-RATE) * 100 / WS-FIRST-RATE PGM213
046900             ON SIZE ERROR                                        PGM213
047000                 MOVE 9999.9 TO WS-RATE-GROWTH                    PGM213
047100         END-COMPUTE                                              PGM213
047200         MOVE WS-RATE-GROWTH TO RD-RATE-GROWTH                    PGM213
047300     END-IF.                                                      PGM213
047400*                                                                 PGM213
047500* ---------------------------------------------------------       PGM213
047600* 기간 판정: 업무일자부터 실행일까지 경과일이 기간 일수                                  PGM213
047700* 미만이면 기간 내. 실행일 이후 일자는 제외.                                       PGM213
047800* ---------------------------------------------------------       PGM213
047900 7000-CHECK-WINDOW.                                               PGM213
048000     MOVE 'N' TO WS-IN-WINDOW-FLAG                                PGM213
048100     MOVE WS-RUN-DATE TO WS-TO-DATE                               PGM213
048200     IF WS-FROM-DATE NUMERIC AND WS-FROM-DATE > 0                 PGM213
048300         AND WS-FROM-DATE NOT > WS-TO-DATE                        PGM213
048400         PERFORM 8000-DAY-GAP                                     PGM213
048500         IF WS-DAY-GAP < WS-WINDOW-DAYS                           PGM213
048600             SET WS-IN-WINDOW TO TRUE                             PGM213
048700         END-IF                                                   PGM213
048800     END-IF.                                                      PGM213
048900*                                                                 PGM213
049000 8000-DAY-GAP.                                                    PGM213
049100     MOVE ZEROS TO WS-DAY-GAP                                     PGM213
049200     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM213
049300     PERFORM 8100-NEXT-DAY                                        PGM213
049400         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM213
049500            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX.                   PGM213
049600*                                                                 PGM213
049700 8100-NEXT-DAY.                                                   PGM213
049800     ADD 1 TO WS-DAY-GAP                                          PGM213
049900     PERFORM 8300-MONTH-END                                       PGM213
050000     ADD 1 TO WS-STEP-DD                                          PGM213
050100     IF WS-STEP-DD > WS-MONTH-END                                 PGM213
050200         MOVE 1 TO WS-STEP-DD                                     PGM213
050300         ADD 1 TO WS-STEP-MM                                      PGM213
050400         IF WS-STEP-MM > 12                                       PGM213
050500             MOVE 1 TO WS-STEP-MM                                 PGM213
050600             ADD 1 TO WS-STEP-YYYY                                PGM213
050700         END-IF                                                   PGM213
050800     END-IF.                                                      PGM213
050900*                                                                 PGM213
051000 8300-MONTH-END.                                                  PGM213
051100     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM213
051200     IF WS-STEP-MM = 2                                            PGM213
051300         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM213
051400             REMAINDER WS-LEAP-REM4                               PGM213
051500         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM213
051600             REMAINDER WS-LEAP-REM100                             PGM213
051700         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM213
051800             REMAINDER WS-LEAP-REM400                             PGM213
051900         IF WS-LEAP-REM4 = 0                                      PGM213
052000             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM213
052100             MOVE 29 TO WS-MONTH-END                              PGM213
052200         END-IF                                                   PGM213
052300     END-IF.                                                      PGM213
052400*                                                                 PGM213
052500 9000-FINALIZE.                                                   PGM213
052600     MOVE WS-HIST-READ-COUNT TO RR-READ-CNT                       PGM213
052700     MOVE WS-HIST-USED-COUNT TO RR-USED-CNT                       PGM213
052800     MOVE WS-BCTL-USED-COUNT TO RR-BCTL-CNT                       PGM213
052900     MOVE WS-PG-COUNT        TO RR-PG-CNT                         PGM213
053000     MOVE WS-GROWING-COUNT   TO RR-GROWING-CNT                    PGM213
053100     WRITE TREND-REPORT-REC FROM WS-RPT-BLANK                     PGM213
053200     WRITE TREND-REPORT-REC FROM WS-RPT-TOTALS                    PGM213
053300     CLOSE TREND-REPORT-FILE                                      PGM213
053400     IF WS-GROWING-COUNT > 0                                      PGM213
053500         MOVE 4 TO RETURN-CODE                                    PGM213
053600     END-IF                                                       PGM213
053700     DISPLAY 'PGM213 COMPLETED: ' WS-PG-COUNT ' PROGRAMS, '       PGM213
053800             WS-HIST-USED-COUNT ' RUNS, ' WS-GROWING-COUNT        PGM213
053900             ' GROWING'.                                          PGM213
054000*                                                                 PGM213
054100 9750-DIAGNOSE-FILE-STATUS.                                       PGM213
054200     EVALUATE WS-ABEND-STATUS                                     PGM213
054300         WHEN '10'                                                PGM213
054400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM213
054500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM213
054600         WHEN '23'                                                PGM213
054700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM213
054800             DISPLAY '  AND RETRY THE REQUEST'                    PGM213
054900         WHEN '35'                                                PGM213
055000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM213
055100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM213
055200         WHEN '37'                                                PGM213
055300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM213
055400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM213
055500         WHEN '39'                                                PGM213
055600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM213
055700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM213
055800         WHEN '41'                                                PGM213
055900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM213
056000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM213
056100         WHEN '42'                                                PGM213
056200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM213
056300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM213
056400         WHEN '46'                                                PGM213
056500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM213
056600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM213
056700         WHEN OTHER                                               PGM213
056800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM213
056900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM213
057000     END-EVALUATE.                                                PGM213
057100*                                                                 PGM213
057200 9900-ABNORMAL-END.                                               PGM213
057300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM213
057400     DISPLAY 'PGM213 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM213
057500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM213
057600     MOVE 16 TO RETURN-CODE                                       PGM213
057700     GOBACK.                                                      PGM213
057800                                                                  PGM213
