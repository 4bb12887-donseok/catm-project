000100 IDENTIFICATION DIVISION.                                         PGM183
000200 PROGRAM-ID.    PGM183.                                           PGM183
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM183
000400*                                                                 PGM183
000500* =========================================================       PGM183
000600* 프로그램명: 일일 작업지시 투입순서 편성                                          PGM183
000700* 처리내용  : 작업지시 생성(PGM085)이 스케줄 행마다 만든                             PGM183
000800*            지시를 라인별로 모아 품종 교체 매트릭스(CPYCHGO)                      PGM183
000900*            기준 교체 셋업 시간이 가장 적은 순서로 편성한다.                         PGM183
001000*            긴급 지시(해당 제품의 미출하 수주 납기가 긴급                           PGM183
001100*            기준일 이내)는 납기순으로 먼저 넣고 나머지는                            PGM183
001200*            직전 제품에서 교체가 가장 가벼운 지시를 차례로                           PGM183
001300*            고른다. 라인 출발 제품은 이미 착수된 지시 또는                          PGM183
001400*            직전 편성일의 마지막 지시 제품이다. 편성 결과                           PGM183
001500*            (투입순서, 계획 교체시간, 예상 전환손실)는 작업                         PGM183
001600*            지시에 기록하여 OEE(PGM072)가 계획 대비 실적을                      PGM183
001700*            비교하고, 라인별 예상 교체손실을 보고서로 낸다.                          PGM183
001800* =========================================================       PGM183
001900*                                                                 PGM183
002000 ENVIRONMENT DIVISION.                                            PGM183
002100 CONFIGURATION SECTION.                                           PGM183
002200 INPUT-OUTPUT SECTION.                                            PGM183
002300 FILE-CONTROL.                                                    PGM183
002400     SELECT OPTIONAL SEQ-PARM-FILE                                PGM183
002500         ASSIGN TO SEQPARM                                        PGM183
002600         ORGANIZATION IS SEQUENTIAL                               PGM183
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM183
002800     SELECT WORK-ORDER-FILE                                       PGM183
002900         ASSIGN TO WORKORD                                        PGM183
003000         ORGANIZATION IS INDEXED                                  PGM183
003100         ACCESS MODE IS DYNAMIC                                   PGM183
003200         RECORD KEY IS WO-ORDER-NO                                PGM183
003300         FILE STATUS IS WS-FILE-STATUS2.                          PGM183
003400     SELECT CHANGEOVER-FILE                                       PGM183
003500         ASSIGN TO CHGOVER                                        PGM183
003600         ORGANIZATION IS INDEXED                                  PGM183
003700         ACCESS MODE IS RANDOM                                    PGM183
003800         RECORD KEY IS CG-KEY                                     PGM183
003900         FILE STATUS IS WS-FILE-STATUS3.                          PGM183
004000     SELECT OPTIONAL CUST-ORDER-FILE                              PGM183
004100         ASSIGN TO CUSTORD                                        PGM183
004200         ORGANIZATION IS INDEXED                                  PGM183
004300         ACCESS MODE IS SEQUENTIAL                                PGM183
004400         RECORD KEY IS SO-KEY                                     PGM183
004500         FILE STATUS IS WS-FILE-STATUS4.                          PGM183
004600     SELECT SEQUENCE-REPORT-FILE                                  PGM183
004700         ASSIGN TO SEQRPT                                         PGM183
004800         ORGANIZATION IS SEQUENTIAL                               PGM183
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM183
005000*                                                                 PGM183
005100 DATA DIVISION.                                                   PGM183
005200 FILE SECTION.                                                    PGM183
005300 FD  SEQ-PARM-FILE.                                               PGM183
005400 01  SEQ-PARM-REC.                                                PGM183
005500     05 SE-SCHED-DATE        PIC 9(08).                           PGM183
005600     05 SE-URGENT-THRU       PIC 9(08).                           PGM183
005700     05 SE-DEFAULT-SETUP     PIC 9(04).                           PGM183
005800     05 SE-LINE-CD           PIC X(10).                           PGM183
005900     05 FILLER               PIC X(10).                           PGM183
006000 FD  WORK-ORDER-FILE.                                             PGM183
006100 01  WORK-ORDER-REC.                                              PGM183
006200     COPY CPYWORD.                                                PGM183
006300 FD  CHANGEOVER-FILE.                                             PGM183
006400 01  CHANGEOVER-REC.                                              PGM183
006500     COPY CPYCHGO.                                                PGM183
006600 FD  CUST-ORDER-FILE.                                             PGM183
006700 01  CUST-ORDER-REC.                                              PGM183
006800     COPY CPYCORD.                                                PGM183
006900 FD  SEQUENCE-REPORT-FILE.                                        PGM183
007000 01  SEQUENCE-REPORT-REC     PIC X(132).                          PGM183
007100*                                                                 PGM183
007200 WORKING-STORAGE SECTION.                                         PGM183
007300 01  WS-FILE-STATUS         PIC XX.                               PGM183
007400 01  WS-FILE-STATUS2        PIC XX.                               PGM183
007500 01  WS-FILE-STATUS3        PIC XX.                               PGM183
007600 01  WS-FILE-STATUS4        PIC XX.                               PGM183
007700 01  WS-FILE-STATUS5        PIC XX.                               PGM183
007800 01  WS-ABEND-STATUS        PIC XX.                               PGM183
007900 01  WS-WO-EOF-FLAG         PIC X VALUE 'N'.                      PGM183
008000     88 WS-WO-EOF           VALUE 'Y'.                            PGM183
008100 01  WS-SO-EOF-FLAG         PIC X VALUE 'N'.                      PGM183
008200     88 WS-SO-EOF           VALUE 'Y'.                            PGM183
008300 01  WS-CORD-READY-FLAG     PIC X VALUE 'N'.                      PGM183
008400     88 WS-CORD-READY       VALUE 'Y'.                            PGM183
008500 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM183
008600     88 WS-FOUND            VALUE 'Y'.                            PGM183
008700 01  WS-TAKE-FLAG           PIC X VALUE 'N'.                      PGM183
008800     88 WS-TAKE             VALUE 'Y'.                            PGM183
008900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM183
009000 01  WS-SCHED-DATE          PIC 9(08) VALUE ZEROS.                PGM183
009100 01  WS-URGENT-THRU         PIC 9(08) VALUE ZEROS.                PGM183
009200 01  WS-DEFAULT-SETUP       PIC 9(04) VALUE 60.                   PGM183
009300 01  WS-LINE-FILTER         PIC X(10) VALUE SPACES.               PGM183
009400 01  WS-WO-READ-CNT         PIC 9(07) VALUE ZEROS.                PGM183
009500 01  WS-SEQUENCED-CNT       PIC 9(05) VALUE ZEROS.                PGM183
009600 01  WS-URGENT-CNT          PIC 9(05) VALUE ZEROS.                PGM183
009700 01  WS-NO-MATRIX-CNT       PIC 9(05) VALUE ZEROS.                PGM183
009800*                                                                 PGM183
009900* 교체 매트릭스 조회 입출력                                                  PGM183
010000 01  WS-LK-LINE-CD          PIC X(10).                            PGM183
010100 01  WS-LK-FROM-PRODUCT     PIC X(15).                            PGM183
010200 01  WS-LK-TO-PRODUCT       PIC X(15).                            PGM183
010300 01  WS-LK-SETUP-MIN        PIC 9(04) VALUE ZEROS.                PGM183
010400 01  WS-LK-LOSS-QTY         PIC S9(3)V99 VALUE ZEROS.             PGM183
010500 01  WS-LK-MATRIX-FLAG      PIC X VALUE 'Y'.                      PGM183
010600     88 WS-LK-IN-MATRIX     VALUE 'Y'.                            PGM183
010700     88 WS-LK-NO-MATRIX     VALUE 'N'.                            PGM183
010800*                                                                 PGM183
010900* 긴급 제품 테이블: 긴급 기준일 이내 미출하 수주의 최조 납기                              PGM183
011000 01  WS-UR-COUNT            PIC 9(04) VALUE ZEROS.                PGM183
011100 01  WS-UR-MAX              PIC 9(04) VALUE 2000.                 PGM183
011200 01  WS-URGENT-TABLE.                                             PGM183
011300     05 WS-UR-ENTRY OCCURS 2000 TIMES                             PGM183
011400             INDEXED BY UR-IDX.                                   PGM183
011500         10 WS-UR-PRODUCT-CD  PIC X(15).                          PGM183
011600         10 WS-UR-DUE-DATE    PIC 9(08).                          PGM183
011700*                                                                 PGM183
011800* 라인 테이블: 출발 제품과 당일 지시 건수                                         PGM183
011900 01  WS-LN-SUB              PIC 9(02) COMP VALUE ZEROS.           PGM183
012000 01  WS-LN-COUNT            PIC 9(02) VALUE ZEROS.                PGM183
012100 01  WS-LN-MAX              PIC 9(02) VALUE 50.                   PGM183
012200 01  WS-LINE-TABLE.                                               PGM183
012300     05 WS-LN-ENTRY OCCURS 50 TIMES                               PGM183
012400             INDEXED BY LN-IDX.                                   PGM183
012500         10 WS-LN-LINE-CD     PIC X(10).                          PGM183
012600         10 WS-LN-START-PROD  PIC X(15).                          PGM183
012700         10 WS-LN-START-DATE  PIC 9(08).                          PGM183
012800         10 WS-LN-START-SEQ   PIC 9(03).                          PGM183
012900         10 WS-LN-WO-CNT      PIC 9(04).                          PGM183
013000*                                                                 PGM183
013100* 편성 대상 작업지시 테이블 (작업지시번호 순으로 적재)                                  PGM183
013200 01  WS-WO-SUB              PIC 9(04) COMP VALUE ZEROS.           PGM183
013300 01  WS-WO-COUNT            PIC 9(04) VALUE ZEROS.                PGM183
013400 01  WS-WO-MAX              PIC 9(04) VALUE 500.                  PGM183
013500 01  WS-WO-TABLE.                                                 PGM183
013600     05 WS-WO-ENTRY OCCURS 500 TIMES.                             PGM183
013700         10 WS-WT-ORDER-NO    PIC 9(10).                          PGM183
013800         10 WS-WT-LINE-CD     PIC X(10).                          PGM183
013900         10 WS-WT-PRODUCT-CD  PIC X(15).                          PGM183
014000         10 WS-WT-SCHED-QTY   PIC S9(9)V99 COMP-3.                PGM183
014100         10 WS-WT-DUE-DATE    PIC 9(08).                          PGM183
014200         10 WS-WT-URGENT-FLAG PIC X(01).                          PGM183
014300             88 WS-WT-URGENT  VALUE 'Y'.                          PGM183
014400         10 WS-WT-RUN-SEQ     PIC 9(03).                          PGM183
014500*                                                                 PGM183
014600* 한 라인 편성 작업영역                                                    PGM183
014700 01  WS-PREV-PRODUCT        PIC X(15).                            PGM183
014800 01  WS-NEXT-SEQ            PIC 9(03) VALUE ZEROS.                PGM183
014900 01  WS-REMAIN-CNT          PIC 9(04) VALUE ZEROS.                PGM183
015000 01  WS-BEST-SUB            PIC 9(04) COMP VALUE ZEROS.           PGM183
015100 01  WS-BEST-SETUP          PIC 9(04) VALUE ZEROS.                PGM183
015200 01  WS-BEST-LOSS           PIC S9(3)V99 VALUE ZEROS.             PGM183
015300 01  WS-BEST-MATRIX-FLAG    PIC X VALUE 'Y'.                      PGM183
015400 01  WS-LINE-CHG-CNT        PIC 9(03) VALUE ZEROS.                PGM183
015500 01  WS-LINE-SETUP-MIN      PIC 9(06) VALUE ZEROS.                PGM183
015600 01  WS-LINE-LOSS-QTY       PIC S9(7)V99 VALUE ZEROS.             PGM183
015700 01  WS-LINE-BASE-MIN       PIC 9(06) VALUE ZEROS.                PGM183
015800 01  WS-TOT-CHG-CNT         PIC 9(03) VALUE ZEROS.                PGM183
015900 01  WS-TOT-SETUP-MIN       PIC 9(06) VALUE ZEROS.                PGM183
016000 01  WS-TOT-LOSS-QTY        PIC S9(7)V99 VALUE ZEROS.             PGM183
016100 01  WS-TOT-BASE-MIN        PIC 9(06) VALUE ZEROS.                PGM183
016200*                                                                 PGM183
016300 01  WS-RPT-HEADER.                                               PGM183
016400     05 FILLER               PIC X(30) VALUE                      PGM183
016500             'PGM183 DAILY RUN SEQUENCE FOR '.                    PGM183
016600     05 RH-SCHED-DATE        PIC 9(08).                           PGM183
016700     05 FILLER               PIC X(17) VALUE                      PGM183
016800             ' URGENT DUE THRU '.                                 PGM183
016900     05 RH-URGENT-THRU       PIC 9(08).                           PGM183
017000     05 FILLER               PIC X(19) VALUE                      PGM183
017100             ' DEFAULT SETUP MIN '.                               PGM183
017200     05 RH-DEFAULT-SETUP     PIC ZZZ9.                            PGM183
017300     05 FILLER               PIC X(46) VALUE SPACES.              PGM183
017400 01  WS-RPT-LINE-HEAD.                                            PGM183
017500     05 FILLER               PIC X(05) VALUE 'LINE '.             PGM183
017600     05 RL-LINE-CD           PIC X(10).                           PGM183
017700     05 FILLER               PIC X(13) VALUE                      PGM183
017800             ' STARTS FROM '.                                     PGM183
017900     05 RL-START-PROD        PIC X(15).                           PGM183
018000     05 FILLER               PIC X(89) VALUE SPACES.              PGM183
018100 01  WS-RPT-COLUMNS.                                              PGM183
018200     05 FILLER               PIC X(45) VALUE                      PGM183
018300             '  SEQ  WORK ORDER  PRODUCT              SCHED'.     PGM183
018400     05 FILLER               PIC X(36) VALUE                      PGM183
018500             ' QTY  U DUE DATE SETUP    LOSS  NOTE'.              PGM183
018600     05 FILLER               PIC X(51) VALUE SPACES.              PGM183
018700 01  WS-RPT-DETAIL.                                               PGM183
018800     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
018900     05 RS-RUN-SEQ           PIC ZZ9.                             PGM183
019000     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
019100     05 RS-ORDER-NO          PIC 9(10).                           PGM183
019200     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
019300     05 RS-PRODUCT-CD        PIC X(15).                           PGM183
019400     05 FILLER               PIC X(01) VALUE SPACE.               PGM183
019500     05 RS-SCHED-QTY         PIC ZZZ,ZZZ,ZZ9.99.                  PGM183
019600     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
019700     05 RS-URGENT            PIC X(01).                           PGM183
019800     05 FILLER               PIC X(01) VALUE SPACE.               PGM183
019900     05 RS-DUE-DATE          PIC 9(08) BLANK WHEN ZERO.           PGM183
020000     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
020100     05 RS-SETUP-MIN         PIC ZZZ9.                            PGM183
020200     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
020300     05 RS-LOSS-QTY          PIC ZZ9.99.                          PGM183
020400     05 FILLER               PIC X(02) VALUE SPACES.              PGM183
020500     05 RS-NOTE              PIC X(20).                           PGM183
020600     05 FILLER               PIC X(35) VALUE SPACES.              PGM183
020700 01  WS-RPT-TOTAL.                                                PGM183
020800     05 FILLER               PIC X(13) VALUE                      PGM183
020900             '  LINE TOTAL '.                                     PGM183
021000     05 RT-LINE-CD           PIC X(10).                           PGM183
021100     05 FILLER               PIC X(13) VALUE                      PGM183
021200             ' CHANGEOVERS '.                                     PGM183
021300     05 RT-CHG-CNT           PIC ZZ9.                             PGM183
021400     05 FILLER               PIC X(11) VALUE ' SETUP MIN '.       PGM183
021500     05 RT-SETUP-MIN         PIC ZZZ,ZZ9.                         PGM183
021600     05 FILLER               PIC X(10) VALUE ' LOSS QTY '.        PGM183
021700     05 RT-LOSS-QTY          PIC Z,ZZZ,ZZ9.99.                    PGM183
021800     05 FILLER               PIC X(23) VALUE                      PGM183
021900             ' WO-NO ORDER SETUP MIN '.                           PGM183
022000     05 RT-BASE-MIN          PIC ZZZ,ZZ9.                         PGM183
022100     05 FILLER               PIC X(23) VALUE SPACES.              PGM183
022200 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM183
022300*                                                                 PGM183
022400 PROCEDURE DIVISION.                                              PGM183
022500*                                                                 PGM183
022600 0000-MAIN-PROCESS.                                               PGM183
022700     PERFORM 1000-INITIALIZE                                      PGM183
022800     IF WS-CORD-READY                                             PGM183
022900         PERFORM 1500-LOAD-URGENT-ORDERS                          PGM183
023000             UNTIL WS-SO-EOF                                      PGM183
023100     END-IF                                                       PGM183
023200     PERFORM 2000-LOAD-WORK-ORDERS                                PGM183
023300     PERFORM 3000-SEQUENCE-LINES                                  PGM183
023400     PERFORM 9000-FINALIZE                                        PGM183
023500     GOBACK.                                                      PGM183
023600*                                                                 PGM183
023700* 파라미터가 없으면 당일 스케줄, 긴급 기준일은 스케줄일                                  PGM183
023800* (그날까지 납기가 돌아오는 수주), 매트릭스에 없는 교체는                                PGM183
023900* 60분으로 본다.                                                       PGM183
024000 1000-INITIALIZE.                                                 PGM183
024100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM183
024200     MOVE WS-RUN-DATE TO WS-SCHED-DATE                            PGM183
024300     OPEN INPUT SEQ-PARM-FILE                                     PGM183
024400     IF WS-FILE-STATUS = '00'                                     PGM183
024500         READ SEQ-PARM-FILE                                       PGM183
024600             AT END                                               PGM183
024700                 CONTINUE                                         PGM183
024800             NOT AT END                                           PGM183
024900                 IF SE-SCHED-DATE NUMERIC                         PGM183
025000                     AND SE-SCHED-DATE > 0                        PGM183
025100                     MOVE SE-SCHED-DATE TO WS-SCHED-DATE          PGM183
025200                 END-IF                                           PGM183
025300                 IF SE-URGENT-THRU NUMERIC                        PGM183
025400                     AND SE-URGENT-THRU > 0                       PGM183
025500                     MOVE SE-URGENT-THRU TO WS-URGENT-THRU        PGM183
025600                 END-IF                                           PGM183
025700                 IF SE-DEFAULT-SETUP NUMERIC                      PGM183
025800                     AND SE-DEFAULT-SETUP > 0                     PGM183
025900                     MOVE SE-DEFAULT-SETUP TO WS-DEFAULT-SETUP    PGM183
026000                 END-IF                                           PGM183
026100                 MOVE SE-LINE-CD TO WS-LINE-FILTER                PGM183
026200         END-READ                                                 PGM183
026300         CLOSE SEQ-PARM-FILE                                      PGM183
026400     END-IF                                                       PGM183
026500     IF WS-URGENT-THRU = ZEROS                                    PGM183
026600         MOVE WS-SCHED-DATE TO WS-URGENT-THRU                     PGM183
026700     END-IF                                                       PGM183
026800     IF WS-URGENT-THRU < WS-SCHED-DATE                            PGM183
026900         DISPLAY 'SEQUENCE PARM INVALID - URGENT DUE THRU '       PGM183
027000                 WS-URGENT-THRU ' BEFORE SCHEDULE DATE '          PGM183
027100                 WS-SCHED-DATE                                    PGM183
027200         MOVE 'PM' TO WS-ABEND-STATUS                             PGM183
027300         PERFORM 9900-ABNORMAL-END                                PGM183
027400     END-IF                                                       PGM183
027500     OPEN I-O WORK-ORDER-FILE                                     PGM183
027600     IF WS-FILE-STATUS2 NOT = '00'                                PGM183
027700         DISPLAY 'WORK ORDER OPEN ERROR: ' WS-FILE-STATUS2        PGM183
027800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM183
027900         PERFORM 9900-ABNORMAL-END                                PGM183
028000     END-IF                                                       PGM183
028100     OPEN INPUT CHANGEOVER-FILE                                   PGM183
028200     IF WS-FILE-STATUS3 NOT = '00'                                PGM183
028300         DISPLAY 'CHANGEOVER MATRIX OPEN ERROR: ' WS-FILE-STATUS3 PGM183
028400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM183
028500         PERFORM 9900-ABNORMAL-END                                PGM183
028600     END-IF                                                       PGM183
028700     OPEN INPUT CUST-ORDER-FILE                                   PGM183
028800     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM183
028900         SET WS-CORD-READY TO TRUE                                PGM183
029000         PERFORM 1510-READ-CUST-ORDER                             PGM183
029100     ELSE                                                         PGM183
029200         DISPLAY 'CUSTOMER ORDER FILE ABSENT - NO URGENT '        PGM183
029300                 'ORDERS: ' WS-FILE-STATUS4                       PGM183
029400     END-IF                                                       PGM183
029500     OPEN OUTPUT SEQUENCE-REPORT-FILE                             PGM183
029600     IF WS-FILE-STATUS5 NOT = '00'                                PGM183
029700         DISPLAY 'SEQUENCE REPORT OPEN ERROR: ' WS-FILE-STATUS5   PGM183
029800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM183
029900         PERFORM 9900-ABNORMAL-END                                PGM183
030000     END-IF                                                       PGM183
030100     MOVE WS-SCHED-DATE    TO RH-SCHED-DATE                       PGM183
030200     MOVE WS-URGENT-THRU   TO RH-URGENT-THRU                      PGM183
030300     MOVE WS-DEFAULT-SETUP TO RH-DEFAULT-SETUP                    PGM183
030400     WRITE SEQUENCE-REPORT-REC FROM WS-RPT-HEADER.                PGM183
030500*                                                                 PGM183
030600* 미출하 잔량이 있는 오픈/부분출하 수주 중 납기가 긴급                                  PGM183
030700* 기준일 이내인 제품과 그 최조 납기를 모은다.                                       PGM183
030800 1500-LOAD-URGENT-ORDERS.                                         PGM183
030900     IF (SO-OPEN OR SO-PARTIAL)                                   PGM183
031000         AND SO-ORDER-QTY > SO-SHIPPED-QTY                        PGM183
031100         AND SO-DUE-DATE NOT > WS-URGENT-THRU                     PGM183
031200         PERFORM 1550-NOTE-URGENT-PRODUCT                         PGM183
031300     END-IF                                                       PGM183
031400     PERFORM 1510-READ-CUST-ORDER.                                PGM183
031500*                                                                 PGM183
031600 1510-READ-CUST-ORDER.                                            PGM183
031700     READ CUST-ORDER-FILE NEXT RECORD                             PGM183
031800         AT END                                                   PGM183
031900             SET WS-SO-EOF TO TRUE                                PGM183
032000     END-READ.                                                    PGM183
032100*                                                                 PGM183
032200 1550-NOTE-URGENT-PRODUCT.                                        PGM183
032300     MOVE 'N' TO WS-FOUND-FLAG                                    PGM183
032400     IF WS-UR-COUNT > 0                                           PGM183
032500         SET UR-IDX TO 1                                          PGM183
032600         SEARCH WS-UR-ENTRY                                       PGM183
032700             AT END                                               PGM183
032800                 MOVE 'N' TO WS-FOUND-FLAG                        PGM183
032900             WHEN WS-UR-PRODUCT-CD (UR-IDX) = SO-PRODUCT-CD       PGM183
033000                 AND UR-IDX <= WS-UR-COUNT                        PGM183
033100                 SET WS-FOUND TO TRUE                             PGM183
033200         END-SEARCH                                               PGM183
033300     END-IF                                                       PGM183
033400     IF WS-FOUND                                                  PGM183
033500         IF SO-DUE-DATE < WS-UR-DUE-DATE (UR-IDX)                 PGM183
033600             MOVE SO-DUE-DATE TO WS-UR-DUE-DATE (UR-IDX)          PGM183
033700         END-IF                                                   PGM183
033800     ELSE                                                         PGM183
033900         IF WS-UR-COUNT >= WS-UR-MAX                              PGM183
034000             DISPLAY 'URGENT PRODUCT TABLE FULL AT ' WS-UR-MAX    PGM183
034100             MOVE 'FL' TO WS-ABEND-STATUS                         PGM183
034200             PERFORM 9900-ABNORMAL-END                            PGM183
034300         END-IF                                                   PGM183
034400         ADD 1 TO WS-UR-COUNT                                     PGM183
034500         SET UR-IDX TO WS-UR-COUNT                                PGM183
034600         MOVE SO-PRODUCT-CD TO WS-UR-PRODUCT-CD (UR-IDX)          PGM183
034700         MOVE SO-DUE-DATE   TO WS-UR-DUE-DATE (UR-IDX)            PGM183
034800     END-IF.                                                      PGM183
034900*                                                                 PGM183
035000* 작업지시 전체를 훑어 스케줄일의 미착수(R) 지시는 편성                                 PGM183
035100* 대상으로, 착수된 지시와 이전 일자 편성 지시는 라인 출발                                PGM183
035200* 제품 후보로 본다.                                                      PGM183
035300 2000-LOAD-WORK-ORDERS.                                           PGM183
035400     MOVE ZEROS TO WO-ORDER-NO                                    PGM183
035500     START WORK-ORDER-FILE KEY >= WO-ORDER-NO                     PGM183
035600         INVALID KEY                                              PGM183
035700             SET WS-WO-EOF TO TRUE                                PGM183
035800     END-START                                                    PGM183
035900     PERFORM 2100-CHECK-ONE-WO                                    PGM183
036000         UNTIL WS-WO-EOF.                                         PGM183
036100*                                                                 PGM183
036200 2100-CHECK-ONE-WO.                                               PGM183
036300     READ WORK-ORDER-FILE NEXT RECORD                             PGM183
036400         AT END                                                   PGM183
036500             SET WS-WO-EOF TO TRUE                                PGM183
036600         NOT AT END                                               PGM183
036700             ADD 1 TO WS-WO-READ-CNT                              PGM183
036800             IF WS-LINE-FILTER = SPACES                           PGM183
036900                 OR WO-LINE-CD = WS-LINE-FILTER                   PGM183
037000                 IF WO-RUN-SEQ NOT NUMERIC                        PGM183
037100                     MOVE ZEROS TO WO-RUN-SEQ                     PGM183
037200                 END-IF                                           PGM183
037300                 EVALUATE TRUE                                    PGM183
037400                     WHEN WO-SCHED-DATE = WS-SCHED-DATE           PGM183
037500                         AND WO-RELEASED                          PGM183
037600                         PERFORM 2200-ADD-WO-ENTRY                PGM183
037700                     WHEN WO-SCHED-DATE = WS-SCHED-DATE           PGM183
037800                         AND WO-STARTED                           PGM183
037900                         PERFORM 2300-NOTE-LINE-START             PGM183
038000                     WHEN WO-SCHED-DATE < WS-SCHED-DATE           PGM183
038100                         AND WO-RUN-SEQ > 0                       PGM183
038200                         PERFORM 2300-NOTE-LINE-START             PGM183
038300                     WHEN OTHER                                   PGM183
038400                         CONTINUE                                 PGM183
038500                 END-EVALUATE                                     PGM183
038600             END-IF                                               PGM183
038700     END-READ.                                                    PGM183
038800*                                                                 PGM183
038900 2200-ADD-WO-ENTRY.                                               PGM183
039000     IF WS-WO-COUNT >= WS-WO-MAX                                  PGM183
039100         DISPLAY 'WORK ORDER TABLE FULL AT ' WS-WO-MAX            PGM183
039200         MOVE 'FL' TO WS-ABEND-STATUS                             PGM183
039300         PERFORM 9900-ABNORMAL-END                                PGM183
039400     END-IF                                                       PGM183
039500     PERFORM 7000-FIND-LINE-SLOT                                  PGM183
039600     ADD 1 TO WS-LN-WO-CNT (LN-IDX)                               PGM183
039700     ADD 1 TO WS-WO-COUNT                                         PGM183
039800     MOVE WO-ORDER-NO   TO WS-WT-ORDER-NO (WS-WO-COUNT)           PGM183
039900     MOVE WO-LINE-CD    TO WS-WT-LINE-CD (WS-WO-COUNT)            PGM183
040000     MOVE WO-PRODUCT-CD TO WS-WT-PRODUCT-CD (WS-WO-COUNT)         PGM183
040100     MOVE WO-SCHED-QTY  TO WS-WT-SCHED-QTY (WS-WO-COUNT)          PGM183
040200     MOVE ZEROS         TO WS-WT-RUN-SEQ (WS-WO-COUNT)            PGM183
040300     MOVE ZEROS         TO WS-WT-DUE-DATE (WS-WO-COUNT)           PGM183
040400     MOVE 'N'           TO WS-WT-URGENT-FLAG (WS-WO-COUNT)        PGM183
040500     MOVE 'N' TO WS-FOUND-FLAG                                    PGM183
040600     IF WS-UR-COUNT > 0                                           PGM183
040700         SET UR-IDX TO 1                                          PGM183
040800         SEARCH WS-UR-ENTRY                                       PGM183
040900             AT END                                               PGM183
041000                 MOVE 'N' TO WS-FOUND-FLAG                        PGM183
041100             WHEN WS-UR-PRODUCT-CD (UR-IDX) = WO-PRODUCT-CD       PGM183
041200                 AND UR-IDX <= WS-UR-COUNT                        PGM183
041300                 SET WS-FOUND TO TRUE                             PGM183
041400         END-SEARCH                                               PGM183
041500     END-IF                                                       PGM183
041600     IF WS-FOUND                                                  PGM183
041700         MOVE WS-UR-DUE-DATE (UR-IDX)                             PGM183
041800             TO WS-WT-DUE-DATE (WS-WO-COUNT)                      PGM183
041900         SET WS-WT-URGENT (WS-WO-COUNT) TO TRUE                   PGM183
042000         ADD 1 TO WS-URGENT-CNT                                   PGM183
042100     END-IF.                                                      PGM183
042200*                                                                 PGM183
042300* 착수된 지시는 당일 일자로 보아 이전 일자 편성보다 우선하고,                              PGM183
042400* 같은 일자에서는 투입순서가 늦은 지시가 출발 제품이 된다.                                PGM183
042500 2300-NOTE-LINE-START.                                            PGM183
042600     PERFORM 7000-FIND-LINE-SLOT                                  PGM183
042700     IF WO-SCHED-DATE > WS-LN-START-DATE (LN-IDX)                 PGM183
042800         OR (WO-SCHED-DATE = WS-LN-START-DATE (LN-IDX)            PGM183
042900             AND WO-RUN-SEQ >= WS-LN-START-SEQ (LN-IDX))          PGM183
043000         MOVE WO-PRODUCT-CD TO WS-LN-START-PROD (LN-IDX)          PGM183
043100         MOVE WO-SCHED-DATE TO WS-LN-START-DATE (LN-IDX)          PGM183
043200         MOVE WO-RUN-SEQ    TO WS-LN-START-SEQ (LN-IDX)           PGM183
043300     END-IF.                                                      PGM183
043400*                                                                 PGM183
043500 3000-SEQUENCE-LINES.                                             PGM183
043600     IF WS-LN-COUNT > 0                                           PGM183
043700         PERFORM 3100-SEQUENCE-ONE-LINE                           PGM183
043800             VARYING WS-LN-SUB FROM 1 BY 1                        PGM183
043900             UNTIL WS-LN-SUB > WS-LN-COUNT                        PGM183
044000     END-IF.                                                      PGM183
044100*                                                                 PGM183
044200 3100-SEQUENCE-ONE-LINE.                                          PGM183
044300     IF WS-LN-WO-CNT (WS-LN-SUB) > 0                              PGM183
044400         MOVE WS-LN-LINE-CD (WS-LN-SUB)    TO RL-LINE-CD          PGM183
044500         MOVE WS-LN-START-PROD (WS-LN-SUB) TO RL-START-PROD       PGM183
044600         WRITE SEQUENCE-REPORT-REC FROM WS-RPT-BLANK              PGM183
044700         WRITE SEQUENCE-REPORT-REC FROM WS-RPT-LINE-HEAD          PGM183
044800         WRITE SEQUENCE-REPORT-REC FROM WS-RPT-COLUMNS            PGM183
044900         MOVE ZEROS TO WS-LINE-CHG-CNT                            PGM183
045000         MOVE ZEROS TO WS-LINE-SETUP-MIN                          PGM183
045100         MOVE ZEROS TO WS-LINE-LOSS-QTY                           PGM183
045200         MOVE ZEROS TO WS-LINE-BASE-MIN                           PGM183
045300         MOVE WS-LN-LINE-CD (WS-LN-SUB) TO WS-LK-LINE-CD          PGM183
045400         MOVE WS-LN-START-PROD (WS-LN-SUB) TO WS-PREV-PRODUCT     PGM183
045500         PERFORM 3150-ADD-BASELINE-COST                           PGM183
045600             VARYING WS-WO-SUB FROM 1 BY 1                        PGM183
045700             UNTIL WS-WO-SUB > WS-WO-COUNT                        PGM183
045800         MOVE WS-LN-START-PROD (WS-LN-SUB) TO WS-PREV-PRODUCT     PGM183
045900         MOVE ZEROS TO WS-NEXT-SEQ                                PGM183
046000         MOVE WS-LN-WO-CNT (WS-LN-SUB) TO WS-REMAIN-CNT           PGM183
046100         PERFORM 3200-PICK-NEXT-WO                                PGM183
046200             UNTIL WS-REMAIN-CNT = 0                              PGM183
046300         MOVE WS-LN-LINE-CD (WS-LN-SUB) TO RT-LINE-CD             PGM183
046400         MOVE WS-LINE-CHG-CNT   TO RT-CHG-CNT                     PGM183
046500         MOVE WS-LINE-SETUP-MIN TO RT-SETUP-MIN                   PGM183
046600         MOVE WS-LINE-LOSS-QTY  TO RT-LOSS-QTY                    PGM183
046700         MOVE WS-LINE-BASE-MIN  TO RT-BASE-MIN                    PGM183
046800         WRITE SEQUENCE-REPORT-REC FROM WS-RPT-TOTAL              PGM183
046900         ADD WS-LINE-CHG-CNT   TO WS-TOT-CHG-CNT                  PGM183
047000         ADD WS-LINE-SETUP-MIN TO WS-TOT-SETUP-MIN                PGM183
047100         ADD WS-LINE-LOSS-QTY  TO WS-TOT-LOSS-QTY                 PGM183
047200         ADD WS-LINE-BASE-MIN  TO WS-TOT-BASE-MIN                 PGM183
047300     END-IF.                                                      PGM183
047400*                                                                 PGM183
047500* 비교 기준: 편성 없이 작업지시번호 순으로 돌렸을 때의 셋업.                              PGM183
047600 3150-ADD-BASELINE-COST.                                          PGM183
047700     IF WS-WT-LINE-CD (WS-WO-SUB) = WS-LK-LINE-CD                 PGM183
047800         MOVE WS-PREV-PRODUCT TO WS-LK-FROM-PRODUCT               PGM183
047900         MOVE WS-WT-PRODUCT-CD (WS-WO-SUB) TO WS-LK-TO-PRODUCT    PGM183
048000         PERFORM 5000-LOOKUP-CHANGEOVER                           PGM183
048100         ADD WS-LK-SETUP-MIN TO WS-LINE-BASE-MIN                  PGM183
048200         MOVE WS-WT-PRODUCT-CD (WS-WO-SUB) TO WS-PREV-PRODUCT     PGM183
048300     END-IF.                                                      PGM183
048400*                                                                 PGM183
048500* 남은 지시 중 다음 투입을 고른다. 긴급 지시가 남아 있으면                               PGM183
048600* 긴급 지시끼리 납기순(같은 납기는 셋업이 작은 쪽), 아니면                               PGM183
048700* 셋업이 가장 작은 지시(같으면 전환손실이 작은 쪽, 그래도                                PGM183
048800* 같으면 작업지시번호 순)를 고른다.                                             PGM183
048900 3200-PICK-NEXT-WO.                                               PGM183
049000     MOVE ZEROS TO WS-BEST-SUB                                    PGM183
049100     PERFORM 3210-EVALUATE-CANDIDATE                              PGM183
049200         VARYING WS-WO-SUB FROM 1 BY 1                            PGM183
049300         UNTIL WS-WO-SUB > WS-WO-COUNT                            PGM183
049400     ADD 1 TO WS-NEXT-SEQ                                         PGM183
049500     SUBTRACT 1 FROM WS-REMAIN-CNT                                PGM183
049600     MOVE WS-NEXT-SEQ TO WS-WT-RUN-SEQ (WS-BEST-SUB)              PGM183
049700     IF WS-PREV-PRODUCT NOT = SPACES                              PGM183
049800         AND WS-PREV-PRODUCT NOT = WS-WT-PRODUCT-CD (WS-BEST-SUB) PGM183
049900         ADD 1 TO WS-LINE-CHG-CNT                                 PGM183
050000     END-IF                                                       PGM183
050100     ADD WS-BEST-SETUP TO WS-LINE-SETUP-MIN                       PGM183
050200     ADD WS-BEST-LOSS  TO WS-LINE-LOSS-QTY                        PGM183
050300     PERFORM 3300-UPDATE-WORK-ORDER                               PGM183
050400     PERFORM 3400-WRITE-DETAIL                                    PGM183
050500     MOVE WS-WT-PRODUCT-CD (WS-BEST-SUB) TO WS-PREV-PRODUCT.      PGM183
050600*                                                                 PGM183
050700 3210-EVALUATE-CANDIDATE.                                         PGM183
050800     IF WS-WT-LINE-CD (WS-WO-SUB) = WS-LK-LINE-CD                 PGM183
050900         AND WS-WT-RUN-SEQ (WS-WO-SUB) = 0                        PGM183
051000         MOVE WS-PREV-PRODUCT TO WS-LK-FROM-PRODUCT               PGM183
051100         MOVE WS-WT-PRODUCT-CD (WS-WO-SUB) TO WS-LK-TO-PRODUCT    PGM183
051200         PERFORM 5000-LOOKUP-CHANGEOVER                           PGM183
051300         MOVE 'N' TO WS-TAKE-FLAG                                 PGM183
051400         EVALUATE TRUE                                            PGM183
051500             WHEN WS-BEST-SUB = 0                                 PGM183
051600                 SET WS-TAKE TO TRUE                              PGM183
051700             WHEN WS-WT-URGENT (WS-WO-SUB)                        PGM183
051800                 AND NOT WS-WT-URGENT (WS-BEST-SUB)               PGM183
051900                 SET WS-TAKE TO TRUE                              PGM183
052000             WHEN WS-WT-URGENT (WS-BEST-SUB)                      PGM183
052100                 AND NOT WS-WT-URGENT (WS-WO-SUB)                 PGM183
052200                 CONTINUE                                         PGM183
052300             WHEN WS-WT-URGENT (WS-WO-SUB)                        PGM183
052400                 AND WS-WT-DUE-DATE (WS-WO-SUB)                   PGM183
052500                     < WS-WT-DUE-DATE (WS-BEST-SUB)               PGM183
052600                 SET WS-TAKE TO TRUE                              PGM183
052700             WHEN WS-WT-URGENT (WS-WO-SUB)                        PGM183
052800                 AND WS-WT-DUE-DATE (WS-WO-SUB)                   PGM183
052900                     > WS-WT-DUE-DATE (WS-BEST-SUB)               PGM183
053000                 CONTINUE                                         PGM183
053100             WHEN WS-LK-SETUP-MIN < WS-BEST-SETUP                 PGM183
053200                 SET WS-TAKE TO TRUE                              PGM183
053300             WHEN WS-LK-SETUP-MIN = WS-BEST-SETUP                 PGM183
053400                 AND WS-LK-LOSS-QTY < WS-BEST-LOSS                PGM183
053500                 SET WS-TAKE TO TRUE                              PGM183
053600             WHEN OTHER                                           PGM183
053700                 CONTINUE                                         PGM183
053800         END-EVALUATE                                             PGM183
053900         IF WS-TAKE                                               PGM183
054000             MOVE WS-WO-SUB         TO WS-BEST-SUB                PGM183
054100             MOVE WS-LK-SETUP-MIN   TO WS-BEST-SETUP              PGM183
054200             MOVE WS-LK-LOSS-QTY    TO WS-BEST-LOSS               PGM183
054300             MOVE WS-LK-MATRIX-FLAG TO WS-BEST-MATRIX-FLAG        PGM183
054400         END-IF                                                   PGM183
054500     END-IF.                                                      PGM183
054600*                                                                 PGM183
054700 3300-UPDATE-WORK-ORDER.                                          PGM183
054800     MOVE WS-WT-ORDER-NO (WS-BEST-SUB) TO WO-ORDER-NO             PGM183
054900     READ WORK-ORDER-FILE                                         PGM183
055000         INVALID KEY                                              PGM183
055100             DISPLAY 'WORK ORDER NOT FOUND ON UPDATE: '           PGM183
055200                     WO-ORDER-NO                                  PGM183
055300         NOT INVALID KEY                                          PGM183
055400             MOVE WS-NEXT-SEQ   TO WO-RUN-SEQ                     PGM183
055500             MOVE WS-BEST-SETUP TO WO-PLAN-SETUP-MIN              PGM183
055600             MOVE WS-BEST-LOSS  TO WO-PLAN-LOSS-QTY               PGM183
055700             REWRITE WORK-ORDER-REC                               PGM183
055800                 INVALID KEY                                      PGM183
055900                     DISPLAY 'WORK ORDER REWRITE ERROR: '         PGM183
056000                             WS-FILE-STATUS2 ' ' WO-ORDER-NO      PGM183
056100             END-REWRITE                                          PGM183
056200             ADD 1 TO WS-SEQUENCED-CNT                            PGM183
056300     END-READ.                                                    PGM183
056400*                                                                 PGM183
056500 3400-WRITE-DETAIL.                                               PGM183
056600     MOVE WS-NEXT-SEQ                    TO RS-RUN-SEQ            PGM183
056700     MOVE WS-WT-ORDER-NO (WS-BEST-SUB)   TO RS-ORDER-NO           PGM183
056800     MOVE WS-WT-PRODUCT-CD (WS-BEST-SUB) TO RS-PRODUCT-CD         PGM183
056900     MOVE WS-WT-SCHED-QTY (WS-BEST-SUB)  TO RS-SCHED-QTY          PGM183
057000     MOVE WS-WT-DUE-DATE (WS-BEST-SUB)   TO RS-DUE-DATE           PGM183
057100     MOVE WS-BEST-SETUP                  TO RS-SETUP-MIN          PGM183
057200     MOVE WS-BEST-LOSS                   TO RS-LOSS-QTY           PGM183
057300     IF WS-WT-URGENT (WS-BEST-SUB)                                PGM183
057400         MOVE 'U' TO RS-URGENT                                    PGM183
057500     ELSE                                                         PGM183
057600         MOVE SPACE TO RS-URGENT                                  PGM183
057700     END-IF                                                       PGM183
057800     EVALUATE TRUE                                                PGM183
057900         WHEN WS-BEST-MATRIX-FLAG = 'N'                           PGM183
058000             MOVE 'NOT IN MATRIX-DEFLT' TO RS-NOTE                PGM183
058100             ADD 1 TO WS-NO-MATRIX-CNT                            PGM183
058200         WHEN WS-PREV-PRODUCT = SPACES                            PGM183
058300             MOVE 'LINE START'          TO RS-NOTE                PGM183
058400         WHEN WS-PREV-PRODUCT = WS-WT-PRODUCT-CD (WS-BEST-SUB)    PGM183
058500             MOVE 'SAME PRODUCT'        TO RS-NOTE                PGM183
058600         WHEN OTHER                                               PGM183
058700             MOVE SPACES                TO RS-NOTE                PGM183
058800     END-EVALUATE                                                 PGM183
058900     WRITE SEQUENCE-REPORT-REC FROM WS-RPT-DETAIL.                PGM183
059000*                                                                 PGM183
059100* 교체 셋업/손실 조회: 라인별 등록, 없으면 전 라인 공통                                PGM183
059200* 등록, 둘 다 없으면 기본 셋업 시간(손실 0). 출발 제품이                              PGM183
059300* 없거나 같은 제품이면 교체가 없다. 중지(I)된 등록은 없는                               PGM183
059400* 것으로 본다.                                                         PGM183
059500 5000-LOOKUP-CHANGEOVER.                                          PGM183
059600     MOVE ZEROS TO WS-LK-SETUP-MIN                                PGM183
059700     MOVE ZEROS TO WS-LK-LOSS-QTY                                 PGM183
059800     SET WS-LK-IN-MATRIX TO TRUE                                  PGM183
059900     IF WS-LK-FROM-PRODUCT NOT = SPACES                           PGM183
060000         AND WS-LK-FROM-PRODUCT NOT = WS-LK-TO-PRODUCT            PGM183
060100         MOVE 'N' TO WS-FOUND-FLAG                                PGM183
060200         MOVE WS-LK-LINE-CD      TO CG-LINE-CD                    PGM183
060300         PERFORM 5100-READ-CHANGEOVER                             PGM183
060400         IF NOT WS-FOUND                                          PGM183
060500             MOVE SPACES         TO CG-LINE-CD                    PGM183
060600             PERFORM 5100-READ-CHANGEOVER                         PGM183
060700         END-IF                                                   PGM183
060800         IF WS-FOUND                                              PGM183
060900             MOVE CG-SETUP-MINUTES TO WS-LK-SETUP-MIN             PGM183
061000             MOVE CG-LOSS-QTY      TO WS-LK-LOSS-QTY              PGM183
061100         ELSE                                                     PGM183
061200             MOVE WS-DEFAULT-SETUP TO WS-LK-SETUP-MIN             PGM183
061300             SET WS-LK-NO-MATRIX   TO TRUE                        PGM183
061400         END-IF                                                   PGM183
061500     END-IF.                                                      PGM183
061600*                                                                 PGM183
061700 5100-READ-CHANGEOVER.                                            PGM183
061800     MOVE WS-LK-FROM-PRODUCT TO CG-FROM-PRODUCT                   PGM183
061900     MOVE WS-LK-TO-PRODUCT   TO CG-TO-PRODUCT                     PGM183
062000     READ CHANGEOVER-FILE                                         PGM183
062100         INVALID KEY                                              PGM183
062200             CONTINUE                                             PGM183
062300         NOT INVALID KEY                                          PGM183
062400             IF CG-ACTIVE                                         PGM183
062500                 SET WS-FOUND TO TRUE                             PGM183
062600             END-IF                                               PGM183
062700     END-READ.                                                    PGM183
062800*                                                                 PGM183
062900 7000-FIND-LINE-SLOT.                                             PGM183
063000     MOVE 'N' TO WS-FOUND-FLAG                                    PGM183
063100     IF WS-LN-COUNT > 0                                           PGM183
063200         SET LN-IDX TO 1                                          PGM183
063300         SEARCH WS-LN-ENTRY                                       PGM183
063400             AT END                                               PGM183
063500                 MOVE 'N' TO WS-FOUND-FLAG                        PGM183
063600             WHEN WS-LN-LINE-CD (LN-IDX) = WO-LINE-CD             PGM183
063700                 AND LN-IDX <= WS-LN-COUNT                        PGM183
063800                 SET WS-FOUND TO TRUE                             PGM183
063900         END-SEARCH                                               PGM183
064000     END-IF                                                       PGM183
064100     IF NOT WS-FOUND                                              PGM183
064200         IF WS-LN-COUNT >= WS-LN-MAX                              PGM183
064300             DISPLAY 'LINE TABLE FULL AT ' WS-LN-MAX              PGM183
064400             MOVE 'FL' TO WS-ABEND-STATUS                         PGM183
064500             PERFORM 9900-ABNORMAL-END                            PGM183
064600         END-IF                                                   PGM183
064700         ADD 1 TO WS-LN-COUNT                                     PGM183
064800         SET LN-IDX TO WS-LN-COUNT                                PGM183
064900         MOVE WO-LINE-CD TO WS-LN-LINE-CD (LN-IDX)                PGM183
065000         MOVE SPACES     TO WS-LN-START-PROD (LN-IDX)             PGM183
065100         MOVE ZEROS      TO WS-LN-START-DATE (LN-IDX)             PGM183
065200         MOVE ZEROS      TO WS-LN-START-SEQ (LN-IDX)              PGM183
065300         MOVE ZEROS      TO WS-LN-WO-CNT (LN-IDX)                 PGM183
065400     END-IF.                                                      PGM183
065500*                                                                 PGM183
065600 9000-FINALIZE.                                                   PGM183
065700     MOVE 'ALL LINES'      TO RT-LINE-CD                          PGM183
065800     MOVE WS-TOT-CHG-CNT   TO RT-CHG-CNT                          PGM183
065900     MOVE WS-TOT-SETUP-MIN TO RT-SETUP-MIN                        PGM183
066000     MOVE WS-TOT-LOSS-QTY  TO RT-LOSS-QTY                         PGM183
066100     MOVE WS-TOT-BASE-MIN  TO RT-BASE-MIN                         PGM183
066200     WRITE SEQUENCE-REPORT-REC FROM WS-RPT-BLANK                  PGM183
066300     WRITE SEQUENCE-REPORT-REC FROM WS-RPT-TOTAL                  PGM183
066400     CLOSE WORK-ORDER-FILE                                        PGM183
066500     CLOSE CHANGEOVER-FILE                                        PGM183
066600     IF WS-CORD-READY                                             PGM183
066700         CLOSE CUST-ORDER-FILE                                    PGM183
066800     END-IF                                                       PGM183
066900     CLOSE SEQUENCE-REPORT-FILE                                   PGM183
067000     DISPLAY 'PGM183 COMPLETED: ' WS-WO-READ-CNT                  PGM183
067100             ' WORK ORDERS READ, ' WS-SEQUENCED-CNT               PGM183
067200             ' SEQUENCED, ' WS-URGENT-CNT ' URGENT, '             PGM183
067300             WS-NO-MATRIX-CNT ' CHANGEOVERS NOT IN MATRIX'.       PGM183
067400*                                                                 PGM183
067500 9750-DIAGNOSE-FILE-STATUS.                                       PGM183
067600     EVALUATE WS-ABEND-STATUS                                     PGM183
067700         WHEN '10'                                                PGM183
067800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM183
067900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM183
068000         WHEN '23'                                                PGM183
068100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM183
068200             DISPLAY '  AND RETRY THE REQUEST'                    PGM183
068300         WHEN '35'                                                PGM183
068400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM183
068500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM183
068600         WHEN '37'                                                PGM183
068700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM183
068800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM183
068900         WHEN '39'                                                PGM183
069000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM183
069100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM183
069200         WHEN '41'                                                PGM183
069300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM183
069400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM183
069500         WHEN '42'                                                PGM183
069600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM183
069700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM183
069800         WHEN '46'                                                PGM183
069900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM183
070000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM183
070100         WHEN OTHER                                               PGM183
070200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM183
070300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM183
070400     END-EVALUATE.                                                PGM183
070500*                                                                 PGM183
070600 9900-ABNORMAL-END.                                               PGM183
070700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM183
070800     DISPLAY 'PGM183 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM183
070900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM183
071000     MOVE 16 TO RETURN-CODE                                       PGM183
071100     GOBACK.                                                      PGM183
071200                                                                  PGM183
