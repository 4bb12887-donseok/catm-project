000100 IDENTIFICATION DIVISION.                                         PGM167
000200 PROGRAM-ID.    PGM167.                                           PGM167
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM167
000400*                                                                 PGM167
000500* =========================================================       PGM167
000600* 프로그램명: 차량 체류시간 일일 보고 및 경보                                       PGM167
000700* 처리내용  : 기준일의 입고 계량표(CPYWBTK)와 출하 계량표                            PGM167
000800*            (CPYWBTO)를 정문 출입 기록(CPYGATE)에 PO번호/                  PGM167
000900*            적재번호와 계량 시각으로 연결하고, 기준일에                             PGM167
001000*            출문한 차량의 입문-출문 체류시간을 운송사/자재                           PGM167
001100*            별로 보고한다. 한도를 넘어 구내에 있는 차량과                           PGM167
001200*            출문 기록과 연결되지 않은 계량표는 경보 큐에                            PGM167
001300*            올리고 RC 4 로 끝낸다.                                      PGM167
001400* =========================================================       PGM167
001500*                                                                 PGM167
001600 ENVIRONMENT DIVISION.                                            PGM167
001700 CONFIGURATION SECTION.                                           PGM167
001800 INPUT-OUTPUT SECTION.                                            PGM167
001900 FILE-CONTROL.                                                    PGM167
002000     SELECT OPTIONAL TURNAROUND-PARM-FILE                         PGM167
002100         ASSIGN TO GTPARM                                         PGM167
002200         ORGANIZATION IS SEQUENTIAL                               PGM167
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM167
002400     SELECT OPTIONAL INBOUND-TICKET-FILE                          PGM167
002500         ASSIGN TO WBTICKET                                       PGM167
002600         ORGANIZATION IS SEQUENTIAL                               PGM167
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM167
002800     SELECT OPTIONAL OUTBOUND-TICKET-FILE                         PGM167
002900         ASSIGN TO OWBTICK                                        PGM167
003000         ORGANIZATION IS SEQUENTIAL                               PGM167
003100         FILE STATUS IS WS-FILE-STATUS3.                          PGM167
003200     SELECT GATE-LOG-FILE                                         PGM167
003300         ASSIGN TO GATELOG                                        PGM167
003400         ORGANIZATION IS INDEXED                                  PGM167
003500         ACCESS MODE IS SEQUENTIAL                                PGM167
003600         RECORD KEY IS GT-KEY                                     PGM167
003700         FILE STATUS IS WS-FILE-STATUS4.                          PGM167
003800     SELECT TURNAROUND-REPORT-FILE                                PGM167
003900         ASSIGN TO GTRPT                                          PGM167
004000         ORGANIZATION IS SEQUENTIAL                               PGM167
004100         FILE STATUS IS WS-FILE-STATUS5.                          PGM167
004200     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM167
004300         ASSIGN TO ALRTQUE                                        PGM167
004400         ORGANIZATION IS SEQUENTIAL                               PGM167
004500         FILE STATUS IS WS-FILE-STATUS6.                          PGM167
004600*                                                                 PGM167
004700 DATA DIVISION.                                                   PGM167
004800 FILE SECTION.                                                    PGM167
004900 FD  TURNAROUND-PARM-FILE.                                        PGM167
005000 01  TURNAROUND-PARM-REC.                                         PGM167
005100     05 TP-RUN-DATE          PIC 9(08).                           PGM167
005200     05 TP-ON-SITE-LIMIT     PIC 9(05).                           PGM167
005300     05 FILLER               PIC X(67).                           PGM167
005400 FD  INBOUND-TICKET-FILE.                                         PGM167
005500 01  INBOUND-TICKET-REC.                                          PGM167
005600     COPY CPYWBTK.                                                PGM167
005700 FD  OUTBOUND-TICKET-FILE.                                        PGM167
005800 01  OUTBOUND-TICKET-REC.                                         PGM167
005900     COPY CPYWBTO.                                                PGM167
006000 FD  GATE-LOG-FILE.                                               PGM167
006100 01  GATE-LOG-REC.                                                PGM167
006200     COPY CPYGATE.                                                PGM167
006300 FD  TURNAROUND-REPORT-FILE.                                      PGM167
006400 01  TURNAROUND-REPORT-REC   PIC X(132).                          PGM167
006500 FD  ALERT-QUEUE-FILE.                                            PGM167
006600 01  ALERT-QUEUE-REC.                                             PGM167
006700     COPY CPYALRTQ.                                               PGM167
006800*                                                                 PGM167
006900 WORKING-STORAGE SECTION.                                         PGM167
007000 01  WS-FILE-STATUS         PIC XX.                               PGM167
007100 01  WS-FILE-STATUS2        PIC XX.                               PGM167
007200 01  WS-FILE-STATUS3        PIC XX.                               PGM167
007300 01  WS-FILE-STATUS4        PIC XX.                               PGM167
007400 01  WS-FILE-STATUS5        PIC XX.                               PGM167
007500 01  WS-FILE-STATUS6        PIC XX.                               PGM167
007600 01  WS-ABEND-STATUS        PIC XX.                               PGM167
007700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM167
007800     88 WS-EOF              VALUE 'Y'.                            PGM167
007900 01  WS-ALRTQ-OPEN-FLAG     PIC X VALUE 'N'.                      PGM167
008000     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM167
008100 01  WS-TICKET-FOUND-FLAG   PIC X VALUE 'N'.                      PGM167
008200     88 WS-TICKET-FOUND     VALUE 'Y'.                            PGM167
008300 01  WS-REWRITE-FLAG        PIC X VALUE 'N'.                      PGM167
008400     88 WS-REWRITE-NEEDED   VALUE 'Y'.                            PGM167
008500 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM167
008600 01  WS-SYSTEM-DATE         PIC 9(08) VALUE ZEROS.                PGM167
008700 01  WS-SYSTEM-TIME         PIC 9(08) VALUE ZEROS.                PGM167
008800* 구내 체류 한도(분) - 파라미터가 없으면 4시간                                     PGM167
008900 01  WS-ON-SITE-LIMIT       PIC 9(05) VALUE 240.                  PGM167
009000* 기준일 계량표 - 입고(R)/출하(S)                                           PGM167
009100 01  WS-TK-MAX              PIC 9(05) VALUE 3000.                 PGM167
009200 01  WS-TK-COUNT            PIC 9(05) VALUE ZEROS.                PGM167
009300 01  WS-TK-TABLE.                                                 PGM167
009400     05 WS-TK-ENTRY OCCURS 3000 TIMES                             PGM167
009500                    INDEXED BY TK-IDX.                            PGM167
009600         10 WS-TKT-TYPE      PIC X(01).                           PGM167
009700         10 WS-TKT-NO        PIC X(10).                           PGM167
009800         10 WS-TKT-REF       PIC X(12).                           PGM167
009900         10 WS-TKT-STAMP.                                         PGM167
010000             15 WS-TKT-DATE  PIC 9(08).                           PGM167
010100             15 WS-TKT-TIME  PIC 9(06).                           PGM167
010200         10 WS-TKT-STATE     PIC X(01).                           PGM167
010300             88 WS-TKT-UNLINKED  VALUE ' '.                       PGM167
010400             88 WS-TKT-ON-SITE   VALUE 'V'.                       PGM167
010500             88 WS-TKT-EXITED    VALUE 'X'.                       PGM167
010600* 운송사/자재별 체류시간 집계                                                 PGM167
010700 01  WS-SM-MAX              PIC 9(05) VALUE 500.                  PGM167
010800 01  WS-SM-COUNT            PIC 9(05) VALUE ZEROS.                PGM167
010900 01  WS-SM-TABLE.                                                 PGM167
011000     05 WS-SM-ENTRY OCCURS 500 TIMES                              PGM167
011100                    INDEXED BY SM-IDX.                            PGM167
011200         10 WS-SMT-CARRIER-CD  PIC X(04).                         PGM167
011300         10 WS-SMT-MATERIAL-CD PIC X(15).                         PGM167
011400         10 WS-SMT-VISIT-CNT   PIC 9(07).                         PGM167
011500         10 WS-SMT-TOTAL-MIN   PIC 9(11).                         PGM167
011600         10 WS-SMT-MAX-MIN     PIC 9(05).                         PGM167
011700* 출입 기록 처리                                                        PGM167
011800 01  WS-VISIT-TYPE          PIC X(01).                            PGM167
011900 01  WS-VISIT-REF           PIC X(12).                            PGM167
012000 01  WS-IN-STAMP.                                                 PGM167
012100     05 WS-IN-STAMP-DATE    PIC 9(08).                            PGM167
012200     05 WS-IN-STAMP-TIME    PIC 9(06).                            PGM167
012300 01  WS-OUT-STAMP.                                                PGM167
012400     05 WS-OUT-STAMP-DATE   PIC 9(08).                            PGM167
012500     05 WS-OUT-STAMP-TIME   PIC 9(06).                            PGM167
012600 01  WS-VISIT-RESULT        PIC X(20).                            PGM167
012700* 경과 시간(분) 계산 - 날짜는 하루씩 넘겨 센다                                     PGM167
012800 01  WS-FROM-DATE           PIC 9(08).                            PGM167
012900 01  WS-FROM-TIME           PIC 9(06).                            PGM167
013000 01  WS-FROM-TIME-R REDEFINES WS-FROM-TIME.                       PGM167
013100     05 WS-FROM-HH          PIC 9(02).                            PGM167
013200     05 WS-FROM-MI          PIC 9(02).                            PGM167
013300     05 WS-FROM-SS          PIC 9(02).                            PGM167
013400 01  WS-TO-DATE             PIC 9(08).                            PGM167
013500 01  WS-TO-TIME             PIC 9(06).                            PGM167
013600 01  WS-TO-TIME-R REDEFINES WS-TO-TIME.                           PGM167
013700     05 WS-TO-HH            PIC 9(02).                            PGM167
013800     05 WS-TO-MI            PIC 9(02).                            PGM167
013900     05 WS-TO-SS            PIC 9(02).                            PGM167
014000 01  WS-STEP-DATE           PIC 9(08).                            PGM167
014100 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM167
014200     05 WS-STEP-YYYY        PIC 9(04).                            PGM167
014300     05 WS-STEP-MM          PIC 9(02).                            PGM167
014400     05 WS-STEP-DD          PIC 9(02).                            PGM167
014500 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM167
014600         '312831303130313130313031'.                              PGM167
014700 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM167
014800     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM167
014900 01  WS-MONTH-END           PIC 9(02).                            PGM167
015000 01  WS-LEAP-QUOT           PIC 9(04).                            PGM167
015100 01  WS-LEAP-REM4           PIC 9(04).                            PGM167
015200 01  WS-LEAP-REM100         PIC 9(04).                            PGM167
015300 01  WS-LEAP-REM400         PIC 9(04).                            PGM167
015400 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM167
015500 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE 60.                   PGM167
015600 01  WS-ELAPSED-MIN         PIC S9(09) VALUE ZEROS.               PGM167
015700 01  WS-TURN-MIN            PIC 9(05) VALUE ZEROS.                PGM167
015800* 경보                                                              PGM167
015900 01  WS-AQ-SEVERITY         PIC X(01).                            PGM167
016000 01  WS-AQ-KEY              PIC X(20).                            PGM167
016100 01  WS-AQ-DESC             PIC X(30).                            PGM167
016200 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM167
016300 01  WS-AQ-HOUR             PIC 9(02).                            PGM167
016400* 처리 건수                                                           PGM167
016500 01  WS-INBOUND-COUNT       PIC 9(07) VALUE ZEROS.                PGM167
016600 01  WS-OUTBOUND-COUNT      PIC 9(07) VALUE ZEROS.                PGM167
016700 01  WS-VISIT-COUNT         PIC 9(07) VALUE ZEROS.                PGM167
016800 01  WS-EXITED-COUNT        PIC 9(07) VALUE ZEROS.                PGM167
016900 01  WS-ON-SITE-COUNT       PIC 9(07) VALUE ZEROS.                PGM167
017000 01  WS-OVER-LIMIT-COUNT    PIC 9(07) VALUE ZEROS.                PGM167
017100 01  WS-LINKED-COUNT        PIC 9(07) VALUE ZEROS.                PGM167
017200 01  WS-NO-GATE-COUNT       PIC 9(07) VALUE ZEROS.                PGM167
017300 01  WS-NO-EXIT-COUNT       PIC 9(07) VALUE ZEROS.                PGM167
017400 01  WS-AVG-MIN             PIC 9(05) VALUE ZEROS.                PGM167
017500*                                                                 PGM167
017600 01  WS-RPT-HEADER.                                               PGM167
017700     05 FILLER               PIC X(40) VALUE                      PGM167
017800             'PGM167 TRUCK TURNAROUND REPORT - DATE   '.          PGM167
017900     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
018000     05 RH-RUN-DATE          PIC 9(08).                           PGM167
018100     05 FILLER               PIC X(18) VALUE                      PGM167
018200             '  ON-SITE LIMIT : '.                                PGM167
018300     05 RH-LIMIT             PIC ZZZZ9.                           PGM167
018400     05 FILLER               PIC X(60) VALUE ' MIN'.              PGM167
018500 01  WS-RPT-SECTION.                                              PGM167
018600     05 RS-TITLE             PIC X(60).                           PGM167
018700     05 FILLER               PIC X(72) VALUE SPACES.              PGM167
018800 01  WS-RPT-COLUMNS.                                              PGM167
018900     05 FILLER               PIC X(48) VALUE                      PGM167
019000             'PLATE NO     P PO/LOAD REF  CARR MATERIAL       '.  PGM167
019100     05 FILLER               PIC X(48) VALUE                      PGM167
019200             ' IN DATE  TIME   OUT DATE TIME    MIN TICKET NO '.  PGM167
019300     05 FILLER               PIC X(36) VALUE                      PGM167
019400             ' RESULT'.                                           PGM167
019500 01  WS-RPT-DETAIL.                                               PGM167
019600     05 RD-PLATE-NO          PIC X(12).                           PGM167
019700     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
019800     05 RD-PURPOSE-CD        PIC X(01).                           PGM167
019900     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
020000     05 RD-REF               PIC X(12).                           PGM167
020100     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
020200     05 RD-CARRIER-CD        PIC X(04).                           PGM167
020300     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
020400     05 RD-MATERIAL-CD       PIC X(15).                           PGM167
020500     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
020600     05 RD-IN-DATE           PIC 9(08).                           PGM167
020700     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
020800     05 RD-IN-TIME           PIC 9(06).                           PGM167
020900     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
021000     05 RD-OUT-DATE          PIC 9(08).                           PGM167
021100     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
021200     05 RD-OUT-TIME          PIC 9(06).                           PGM167
021300     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
021400     05 RD-MINUTES           PIC ZZZZ9.                           PGM167
021500     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
021600     05 RD-TICKET-NO         PIC X(10).                           PGM167
021700     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
021800     05 RD-RESULT            PIC X(20).                           PGM167
021900     05 FILLER               PIC X(13) VALUE SPACES.              PGM167
022000 01  WS-RPT-SUM-COLUMNS.                                          PGM167
022100     05 FILLER               PIC X(48) VALUE                      PGM167
022200             'CARR MATERIAL        VISITS AVG MIN MAX MIN     '.  PGM167
022300     05 FILLER               PIC X(84) VALUE SPACES.              PGM167
022400 01  WS-RPT-SUM-LINE.                                             PGM167
022500     05 RT-CARRIER-CD        PIC X(04).                           PGM167
022600     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
022700     05 RT-MATERIAL-CD       PIC X(15).                           PGM167
022800     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
022900     05 RT-VISIT-CNT         PIC ZZZZZ9.                          PGM167
023000     05 FILLER               PIC X(03) VALUE SPACES.              PGM167
023100     05 RT-AVG-MIN           PIC ZZZZ9.                           PGM167
023200     05 FILLER               PIC X(03) VALUE SPACES.              PGM167
023300     05 RT-MAX-MIN           PIC ZZZZ9.                           PGM167
023400     05 FILLER               PIC X(89) VALUE SPACES.              PGM167
023500 01  WS-RPT-TICKET-LINE.                                          PGM167
023600     05 RK-TYPE              PIC X(01).                           PGM167
023700     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
023800     05 RK-TICKET-NO         PIC X(10).                           PGM167
023900     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
024000     05 RK-REF               PIC X(12).                           PGM167
024100     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
024200     05 RK-DATE              PIC 9(08).                           PGM167
024300     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
024400     05 RK-TIME              PIC 9(06).                           PGM167
024500     05 FILLER               PIC X(01) VALUE SPACE.               PGM167
024600     05 RK-RESULT            PIC X(30).                           PGM167
024700     05 FILLER               PIC X(60) VALUE SPACES.              PGM167
024800 01  WS-RPT-CNT-LINE.                                             PGM167
024900     05 RN-LABEL             PIC X(40).                           PGM167
025000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM167
025100     05 FILLER               PIC X(85) VALUE SPACES.              PGM167
025200*                                                                 PGM167
025300 PROCEDURE DIVISION.                                              PGM167
025400*                                                                 PGM167
025500 0000-MAIN-PROCESS.                                               PGM167
025600     PERFORM 1000-INITIALIZE                                      PGM167
025700     PERFORM 2000-LOAD-TICKETS                                    PGM167
025800     PERFORM 3000-SCAN-GATE-LOG                                   PGM167
025900     PERFORM 5000-PRINT-SUMMARY                                   PGM167
026000     PERFORM 6000-CHECK-TICKETS                                   PGM167
026100     PERFORM 7000-PRINT-TOTALS                                    PGM167
026200     PERFORM 9000-FINALIZE                                        PGM167
026300     GOBACK.                                                      PGM167
026400*                                                                 PGM167
026500* 기준일과 구내 체류 한도: 파라미터가 있으면 그 값을 쓴다.                               PGM167
026600 1000-INITIALIZE.                                                 PGM167
026700     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD                     PGM167
026800     ACCEPT WS-SYSTEM-TIME FROM TIME                              PGM167
026900     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE                           PGM167
027000     OPEN INPUT TURNAROUND-PARM-FILE                              PGM167
027100     IF WS-FILE-STATUS = '00'                                     PGM167
027200         READ TURNAROUND-PARM-FILE                                PGM167
027300             NOT AT END                                           PGM167
027400                 IF TP-RUN-DATE IS NUMERIC AND TP-RUN-DATE > 0    PGM167
027500                     MOVE TP-RUN-DATE TO WS-RUN-DATE              PGM167
027600                 END-IF                                           PGM167
027700                 IF TP-ON-SITE-LIMIT IS NUMERIC                   PGM167
027800                     AND TP-ON-SITE-LIMIT > 0                     PGM167
027900                     MOVE TP-ON-SITE-LIMIT TO WS-ON-SITE-LIMIT    PGM167
028000                 END-IF                                           PGM167
028100         END-READ                                                 PGM167
028200         CLOSE TURNAROUND-PARM-FILE                               PGM167
028300     END-IF                                                       PGM167
028400     OPEN I-O GATE-LOG-FILE                                       PGM167
028500     IF WS-FILE-STATUS4 NOT = '00'                                PGM167
028600         DISPLAY 'GATE LOG OPEN ERROR: ' WS-FILE-STATUS4          PGM167
028700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM167
028800         PERFORM 9900-ABNORMAL-END                                PGM167
028900     END-IF                                                       PGM167
029000     OPEN OUTPUT TURNAROUND-REPORT-FILE                           PGM167
029100     IF WS-FILE-STATUS5 NOT = '00'                                PGM167
029200         DISPLAY 'TURNAROUND REPORT OPEN ERROR: ' WS-FILE-STATUS5 PGM167
029300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM167
029400         PERFORM 9900-ABNORMAL-END                                PGM167
029500     END-IF                                                       PGM167
029600     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM167
029700     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM167
029800         SET WS-ALRTQ-READY TO TRUE                               PGM167
029900     ELSE                                                         PGM167
030000         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS6       PGM167
030100     END-IF                                                       PGM167
030200     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM167
030300     MOVE WS-ON-SITE-LIMIT TO RH-LIMIT                            PGM167
030400     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-HEADER.              PGM167
030500*                                                                 PGM167
030600* 기준일 계량표를 모은다. 입고는 PO번호, 출하는 적재번호가                               PGM167
030700* 출입 기록과의 연결 키다.                                                  PGM167
030800 2000-LOAD-TICKETS.                                               PGM167
030900     OPEN INPUT INBOUND-TICKET-FILE                               PGM167
031000     IF WS-FILE-STATUS2 = '00'                                    PGM167
031100         PERFORM 2100-READ-INBOUND                                PGM167
031200             UNTIL WS-EOF                                         PGM167
031300         CLOSE INBOUND-TICKET-FILE                                PGM167
031400         MOVE 'N' TO WS-EOF-FLAG                                  PGM167
031500     ELSE                                                         PGM167
031600         DISPLAY 'NO INBOUND WEIGHBRIDGE FILE'                    PGM167
031700     END-IF                                                       PGM167
031800     OPEN INPUT OUTBOUND-TICKET-FILE                              PGM167
031900     IF WS-FILE-STATUS3 = '00'                                    PGM167
032000         PERFORM 2200-READ-OUTBOUND                               PGM167
032100             UNTIL WS-EOF                                         PGM167
032200         CLOSE OUTBOUND-TICKET-FILE                               PGM167
032300         MOVE 'N' TO WS-EOF-FLAG                                  PGM167
032400     ELSE                                                         PGM167
032500         DISPLAY 'NO OUTBOUND WEIGHBRIDGE FILE'                   PGM167
032600     END-IF.                                                      PGM167
032700*                                                                 PGM167
032800 2100-READ-INBOUND.                                               PGM167
032900     READ INBOUND-TICKET-FILE                                     PGM167
033000         AT END                                                   PGM167
033100             SET WS-EOF TO TRUE                                   PGM167
033200         NOT AT END                                               PGM167
033300             IF WB-WEIGH-DATE = WS-RUN-DATE                       PGM167
033400                 ADD 1 TO WS-INBOUND-COUNT                        PGM167
033500                 PERFORM 2300-ADD-TICKET-ENTRY                    PGM167
033600                 MOVE 'R'           TO WS-TKT-TYPE (WS-TK-COUNT)  PGM167
033700                 MOVE WB-TICKET-NO  TO WS-TKT-NO (WS-TK-COUNT)    PGM167
033800                 MOVE WB-PO-NO      TO WS-TKT-REF (WS-TK-COUNT)   PGM167
033900                 MOVE WB-WEIGH-DATE TO WS-TKT-DATE (WS-TK-COUNT)  PGM167
034000                 MOVE WB-WEIGH-TIME TO WS-TKT-TIME (WS-TK-COUNT)  PGM167
034100             END-IF                                               PGM167
034200     END-READ.                                                    PGM167
034300*                                                                 PGM167
034400 2200-READ-OUTBOUND.                                              PGM167
034500     READ OUTBOUND-TICKET-FILE                                    PGM167
034600         AT END                                                   PGM167
034700             SET WS-EOF TO TRUE                                   PGM167
034800         NOT AT END                                               PGM167
034900             IF OW-WEIGH-DATE = WS-RUN-DATE                       PGM167
035000                 ADD 1 TO WS-OUTBOUND-COUNT                       PGM167
035100                 PERFORM 2300-ADD-TICKET-ENTRY                    PGM167
035200                 MOVE 'S'           TO WS-TKT-TYPE (WS-TK-COUNT)  PGM167
035300                 MOVE OW-TICKET-NO  TO WS-TKT-NO (WS-TK-COUNT)    PGM167
035400                 MOVE OW-LOAD-NO    TO WS-TKT-REF (WS-TK-COUNT)   PGM167
035500                 MOVE OW-WEIGH-DATE TO WS-TKT-DATE (WS-TK-COUNT)  PGM167
035600                 MOVE OW-WEIGH-TIME TO WS-TKT-TIME (WS-TK-COUNT)  PGM167
035700             END-IF                                               PGM167
035800     END-READ.                                                    PGM167
035900*                                                                 PGM167
036000 2300-ADD-TICKET-ENTRY.                                           PGM167
036100     IF WS-TK-COUNT >= WS-TK-MAX                                  PGM167
036200         DISPLAY 'TICKET TABLE FULL - MAX ' WS-TK-MAX             PGM167
036300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM167
036400         PERFORM 9900-ABNORMAL-END                                PGM167
036500     END-IF                                                       PGM167
036600     ADD 1 TO WS-TK-COUNT                                         PGM167
036700     MOVE SPACE TO WS-TKT-STATE (WS-TK-COUNT).                    PGM167
036800*                                                                 PGM167
036900* 출입 기록 전체를 읽어 기준일에 출문한 차량과 아직 구내에                                PGM167
037000* 있는 차량만 다룬다.                                                     PGM167
037100 3000-SCAN-GATE-LOG.                                              PGM167
037200     MOVE 'N' TO WS-EOF-FLAG                                      PGM167
037300     MOVE 'EXITED ON RUN DATE' TO RS-TITLE                        PGM167
037400     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SECTION              PGM167
037500     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-COLUMNS              PGM167
037600     PERFORM 3100-READ-GATE-LOG                                   PGM167
037700         UNTIL WS-EOF.                                            PGM167
037800*                                                                 PGM167
037900 3100-READ-GATE-LOG.                                              PGM167
038000     READ GATE-LOG-FILE NEXT RECORD                               PGM167
038100         AT END                                                   PGM167
038200             SET WS-EOF TO TRUE                                   PGM167
038300         NOT AT END                                               PGM167
038400             EVALUATE TRUE                                        PGM167
038500                 WHEN GT-EXITED AND GT-OUT-DATE = WS-RUN-DATE     PGM167
038600                     ADD 1 TO WS-VISIT-COUNT                      PGM167
038700                     PERFORM 3200-PROCESS-VISIT                   PGM167
038800                 WHEN GT-ON-SITE AND GT-IN-DATE NOT > WS-RUN-DATE PGM167
038900                     ADD 1 TO WS-VISIT-COUNT                      PGM167
039000                     PERFORM 3200-PROCESS-VISIT                   PGM167
039100                 WHEN OTHER                                       PGM167
039200                     CONTINUE                                     PGM167
039300             END-EVALUATE                                         PGM167
039400     END-READ.                                                    PGM167
039500*                                                                 PGM167
039600 3200-PROCESS-VISIT.                                              PGM167
039700     MOVE 'N' TO WS-REWRITE-FLAG                                  PGM167
039800     MOVE SPACES TO WS-VISIT-RESULT                               PGM167
039900     MOVE GT-IN-DATE  TO WS-IN-STAMP-DATE                         PGM167
040000     MOVE GT-IN-TIME  TO WS-IN-STAMP-TIME                         PGM167
040100     MOVE GT-OUT-DATE TO WS-OUT-STAMP-DATE                        PGM167
040200     MOVE GT-OUT-TIME TO WS-OUT-STAMP-TIME                        PGM167
040300     MOVE SPACES TO WS-VISIT-TYPE WS-VISIT-REF                    PGM167
040400     EVALUATE TRUE                                                PGM167
040500         WHEN GT-RECEIPT                                          PGM167
040600             MOVE 'R'        TO WS-VISIT-TYPE                     PGM167
040700             MOVE GT-PO-NO   TO WS-VISIT-REF                      PGM167
040800         WHEN GT-SHIPMENT                                         PGM167
040900             MOVE 'S'        TO WS-VISIT-TYPE                     PGM167
041000             MOVE GT-LOAD-NO TO WS-VISIT-REF                      PGM167
041100         WHEN OTHER                                               PGM167
041200             CONTINUE                                             PGM167
041300     END-EVALUATE                                                 PGM167
041400     IF WS-VISIT-TYPE NOT = SPACE                                 PGM167
041500         PERFORM 3300-LINK-TICKET                                 PGM167
041600     END-IF                                                       PGM167
041700     IF GT-EXITED                                                 PGM167
041800         PERFORM 3400-EXITED-VISIT                                PGM167
041900     ELSE                                                         PGM167
042000         PERFORM 3500-ON-SITE-VISIT                               PGM167
042100     END-IF                                                       PGM167
042200     IF WS-REWRITE-NEEDED                                         PGM167
042300         REWRITE GATE-LOG-REC                                     PGM167
042400             INVALID KEY                                          PGM167
042500                 DISPLAY 'GATE LOG REWRITE ERROR: '               PGM167
042600                         WS-FILE-STATUS4                          PGM167
042700         END-REWRITE                                              PGM167
042800     END-IF.                                                      PGM167
042900*                                                                 PGM167
043000* 계량표 연결: 이미 연결된 기록은 그 계량표를 표시만 하고,                               PGM167
043100* 비어 있으면 같은 PO/적재의 계량표 가운데 입문 이후(출문한                              PGM167
043200* 차량은 출문 이전) 계량된 첫 계량표를 연결한다.                                     PGM167
043300 3300-LINK-TICKET.                                                PGM167
043400     MOVE 'N' TO WS-TICKET-FOUND-FLAG                             PGM167
043500     SET TK-IDX TO 1                                              PGM167
043600     IF GT-TICKET-NO NOT = SPACES                                 PGM167
043700         SEARCH WS-TK-ENTRY                                       PGM167
043800             AT END                                               PGM167
043900                 CONTINUE                                         PGM167
044000             WHEN TK-IDX > WS-TK-COUNT                            PGM167
044100                 CONTINUE                                         PGM167
044200             WHEN WS-TKT-TYPE (TK-IDX) = WS-VISIT-TYPE            PGM167
044300                 AND WS-TKT-NO (TK-IDX) = GT-TICKET-NO            PGM167
044400                 SET WS-TICKET-FOUND TO TRUE                      PGM167
044500         END-SEARCH                                               PGM167
044600     ELSE                                                         PGM167
044700         SEARCH WS-TK-ENTRY                                       PGM167
044800             AT END                                               PGM167
044900                 CONTINUE                                         PGM167
045000             WHEN TK-IDX > WS-TK-COUNT                            PGM167
045100                 CONTINUE                                         PGM167
045200             WHEN WS-TKT-TYPE (TK-IDX) = WS-VISIT-TYPE            PGM167
045300                 AND WS-TKT-REF (TK-IDX) = WS-VISIT-REF           PGM167
045400                 AND WS-TKT-UNLINKED (TK-IDX)                     PGM167
045500                 AND WS-TKT-STAMP (TK-IDX) NOT < WS-IN-STAMP      PGM167
045600                 AND (GT-ON-SITE                                  PGM167
045700                      OR WS-TKT-STAMP (TK-IDX) NOT > WS-OUT-STAMP)PGM167
045800                 SET WS-TICKET-FOUND TO TRUE                      PGM167
045900                 MOVE WS-TKT-NO (TK-IDX) TO GT-TICKET-NO          PGM167
046000                 SET WS-REWRITE-NEEDED TO TRUE                    PGM167
046100                 ADD 1 TO WS-LINKED-COUNT                         PGM167
046200         END-SEARCH                                               PGM167
046300     END-IF                                                       PGM167
046400     IF WS-TICKET-FOUND                                           PGM167
046500         IF GT-EXITED                                             PGM167
046600             SET WS-TKT-EXITED (TK-IDX) TO TRUE                   PGM167
046700         ELSE                                                     PGM167
046800             SET WS-TKT-ON-SITE (TK-IDX) TO TRUE                  PGM167
046900         END-IF                                                   PGM167
047000     END-IF.                                                      PGM167
047100*                                                                 PGM167
047200 3400-EXITED-VISIT.                                               PGM167
047300     ADD 1 TO WS-EXITED-COUNT                                     PGM167
047400     MOVE GT-IN-DATE  TO WS-FROM-DATE                             PGM167
047500     MOVE GT-IN-TIME  TO WS-FROM-TIME                             PGM167
047600     MOVE GT-OUT-DATE TO WS-TO-DATE                               PGM167
047700     MOVE GT-OUT-TIME TO WS-TO-TIME                               PGM167
047800     PERFORM 8000-ELAPSED-MINUTES                                 PGM167
047900     IF GT-TURN-MINUTES NOT = WS-TURN-MIN                         PGM167
048000         MOVE WS-TURN-MIN TO GT-TURN-MINUTES                      PGM167
048100         SET WS-REWRITE-NEEDED TO TRUE                            PGM167
048200     END-IF                                                       PGM167
048300     PERFORM 3450-ACCUMULATE-SUMMARY                              PGM167
048400     IF GT-TICKET-NO = SPACES AND WS-VISIT-TYPE NOT = SPACE       PGM167
048500         MOVE 'NO WEIGH TICKET' TO WS-VISIT-RESULT                PGM167
048600     ELSE                                                         PGM167
048700         MOVE 'OK' TO WS-VISIT-RESULT                             PGM167
048800     END-IF                                                       PGM167
048900     PERFORM 3600-WRITE-DETAIL.                                   PGM167
049000*                                                                 PGM167
049100 3450-ACCUMULATE-SUMMARY.                                         PGM167
049200     SET SM-IDX TO 1                                              PGM167
049300     SEARCH WS-SM-ENTRY                                           PGM167
049400         AT END                                                   PGM167
049500             PERFORM 3460-NEW-SUMMARY                             PGM167
049600         WHEN SM-IDX > WS-SM-COUNT                                PGM167
049700             PERFORM 3460-NEW-SUMMARY                             PGM167
049800         WHEN WS-SMT-CARRIER-CD (SM-IDX) = GT-CARRIER-CD          PGM167
049900             AND WS-SMT-MATERIAL-CD (SM-IDX) = GT-MATERIAL-CD     PGM167
050000             CONTINUE                                             PGM167
050100     END-SEARCH                                                   PGM167
050200     ADD 1           TO WS-SMT-VISIT-CNT (SM-IDX)                 PGM167
050300     ADD WS-TURN-MIN TO WS-SMT-TOTAL-MIN (SM-IDX)                 PGM167
050400     IF WS-TURN-MIN > WS-SMT-MAX-MIN (SM-IDX)                     PGM167
050500         MOVE WS-TURN-MIN TO WS-SMT-MAX-MIN (SM-IDX)              PGM167
050600     END-IF.                                                      PGM167
050700*                                                                 PGM167
050800 3460-NEW-SUMMARY.                                                PGM167
050900     IF WS-SM-COUNT >= WS-SM-MAX                                  PGM167
051000         DISPLAY 'SUMMARY TABLE FULL - MAX ' WS-SM-MAX            PGM167
051100         MOVE 'FL' TO WS-ABEND-STATUS                             PGM167
051200         PERFORM 9900-ABNORMAL-END                                PGM167
051300     END-IF                                                       PGM167
051400     ADD 1 TO WS-SM-COUNT                                         PGM167
051500     SET SM-IDX TO WS-SM-COUNT                                    PGM167
051600     MOVE GT-CARRIER-CD  TO WS-SMT-CARRIER-CD (SM-IDX)            PGM167
051700     MOVE GT-MATERIAL-CD TO WS-SMT-MATERIAL-CD (SM-IDX)           PGM167
051800     MOVE ZEROS TO WS-SMT-VISIT-CNT (SM-IDX)                      PGM167
051900     MOVE ZEROS TO WS-SMT-TOTAL-MIN (SM-IDX)                      PGM167
052000     MOVE ZEROS TO WS-SMT-MAX-MIN (SM-IDX).                       PGM167
052100*                                                                 PGM167
052200* 구내 차량: 기준일이 오늘이면 현재 시각까지, 지난 날짜면 그                              PGM167
052300* 날 자정 직전까지를 체류시간으로 보고 한도와 비교한다.                                  PGM167
052400 3500-ON-SITE-VISIT.                                              PGM167
052500     ADD 1 TO WS-ON-SITE-COUNT                                    PGM167
052600     MOVE GT-IN-DATE  TO WS-FROM-DATE                             PGM167
052700     MOVE GT-IN-TIME  TO WS-FROM-TIME                             PGM167
052800     MOVE WS-RUN-DATE TO WS-TO-DATE                               PGM167
052900     IF WS-RUN-DATE = WS-SYSTEM-DATE                              PGM167
053000         MOVE WS-SYSTEM-TIME (1:6) TO WS-TO-TIME                  PGM167
053100     ELSE                                                         PGM167
053200         MOVE 235959 TO WS-TO-TIME                                PGM167
053300     END-IF                                                       PGM167
053400     PERFORM 8000-ELAPSED-MINUTES                                 PGM167
053500     IF WS-TURN-MIN > WS-ON-SITE-LIMIT                            PGM167
053600         ADD 1 TO WS-OVER-LIMIT-COUNT                             PGM167
053700         MOVE 'ON SITE OVER LIMIT' TO WS-VISIT-RESULT             PGM167
053800         MOVE 'W'                  TO WS-AQ-SEVERITY              PGM167
053900         MOVE GT-PLATE-NO          TO WS-AQ-KEY                   PGM167
054000         MOVE 'TRUCK ON SITE PAST LIMIT' TO WS-AQ-DESC            PGM167
054100         PERFORM 9760-WRITE-ALERT-QUEUE                           PGM167
054200     ELSE                                                         PGM167
054300         MOVE 'ON SITE' TO WS-VISIT-RESULT                        PGM167
054400     END-IF                                                       PGM167
054500     PERFORM 3600-WRITE-DETAIL.                                   PGM167
054600*                                                                 PGM167
054700 3600-WRITE-DETAIL.                                               PGM167
054800     MOVE GT-PLATE-NO    TO RD-PLATE-NO                           PGM167
054900     MOVE GT-PURPOSE-CD  TO RD-PURPOSE-CD                         PGM167
055000     MOVE WS-VISIT-REF   TO RD-REF                                PGM167
055100     MOVE GT-CARRIER-CD  TO RD-CARRIER-CD                         PGM167
055200     MOVE GT-MATERIAL-CD TO RD-MATERIAL-CD                        PGM167
055300     MOVE GT-IN-DATE     TO RD-IN-DATE                            PGM167
055400     MOVE GT-IN-TIME     TO RD-IN-TIME                            PGM167
055500     MOVE GT-OUT-DATE    TO RD-OUT-DATE                           PGM167
055600     MOVE GT-OUT-TIME    TO RD-OUT-TIME                           PGM167
055700     MOVE WS-TURN-MIN    TO RD-MINUTES                            PGM167
055800     MOVE GT-TICKET-NO   TO RD-TICKET-NO                          PGM167
055900     MOVE WS-VISIT-RESULT TO RD-RESULT                            PGM167
056000     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-DETAIL.              PGM167
056100*                                                                 PGM167
056200 5000-PRINT-SUMMARY.                                              PGM167
056300     MOVE 'TURNAROUND BY CARRIER AND MATERIAL' TO RS-TITLE        PGM167
056400     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SECTION              PGM167
056500     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SUM-COLUMNS          PGM167
056600     PERFORM 5100-PRINT-SUMMARY-LINE                              PGM167
056700         VARYING SM-IDX FROM 1 BY 1                               PGM167
056800         UNTIL SM-IDX > WS-SM-COUNT.                              PGM167
056900*                                                                 PGM167
057000 5100-PRINT-SUMMARY-LINE.                                         PGM167
057100     DIVIDE WS-SMT-TOTAL-MIN (SM-IDX) BY WS-SMT-VISIT-CNT (SM-IDX)PGM167
057200         GIVING WS-AVG-MIN ROUNDED                                PGM167
057300     MOVE WS-SMT-CARRIER-CD (SM-IDX)  TO RT-CARRIER-CD            PGM167
057400     MOVE WS-SMT-MATERIAL-CD (SM-IDX) TO RT-MATERIAL-CD           PGM167
057500     MOVE WS-SMT-VISIT-CNT (SM-IDX)   TO RT-VISIT-CNT             PGM167
057600     MOVE WS-AVG-MIN                  TO RT-AVG-MIN               PGM167
057700     MOVE WS-SMT-MAX-MIN (SM-IDX)     TO RT-MAX-MIN               PGM167
057800     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SUM-LINE.            PGM167
057900*                                                                 PGM167
058000* 출문한 출입 기록과 연결되지 않은 계량표는 경보한다. 구내                                PGM167
058100* 차량에만 연결된 계량표는 출문 미등록으로 본다.                                      PGM167
058200 6000-CHECK-TICKETS.                                              PGM167
058300     MOVE 'WEIGH TICKETS WITHOUT GATE EXIT' TO RS-TITLE           PGM167
058400     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SECTION              PGM167
058500     PERFORM 6100-CHECK-ONE-TICKET                                PGM167
058600         VARYING TK-IDX FROM 1 BY 1                               PGM167
058700         UNTIL TK-IDX > WS-TK-COUNT.                              PGM167
058800*                                                                 PGM167
058900 6100-CHECK-ONE-TICKET.                                           PGM167
059000     EVALUATE TRUE                                                PGM167
059100         WHEN WS-TKT-EXITED (TK-IDX)                              PGM167
059200             CONTINUE                                             PGM167
059300         WHEN WS-TKT-ON-SITE (TK-IDX)                             PGM167
059400             ADD 1 TO WS-NO-EXIT-COUNT                            PGM167
059500             MOVE 'WEIGH TICKET WITH NO GATE EXIT' TO WS-AQ-DESC  PGM167
059600             PERFORM 6200-REPORT-TICKET                           PGM167
059700         WHEN OTHER                                               PGM167
059800             ADD 1 TO WS-NO-GATE-COUNT                            PGM167
059900             MOVE 'WEIGH TICKET WITH NO GATE-IN' TO WS-AQ-DESC    PGM167
060000             PERFORM 6200-REPORT-TICKET                           PGM167
060100     END-EVALUATE.                                                PGM167
060200*                                                                 PGM167
060300 6200-REPORT-TICKET.                                              PGM167
060400     MOVE WS-TKT-TYPE (TK-IDX)      TO RK-TYPE                    PGM167
060500     MOVE WS-TKT-NO (TK-IDX) TO RK-TICKET-NO                      PGM167
060600     MOVE WS-TKT-REF (TK-IDX)       TO RK-REF                     PGM167
060700     MOVE WS-TKT-DATE (TK-IDX)      TO RK-DATE                    PGM167
060800     MOVE WS-TKT-TIME (TK-IDX)      TO RK-TIME                    PGM167
060900     MOVE WS-AQ-DESC                TO RK-RESULT                  PGM167
061000     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-TICKET-LINE          PGM167
061100     MOVE 'W'                       TO WS-AQ-SEVERITY             PGM167
061200     MOVE WS-TKT-NO (TK-IDX) TO WS-AQ-KEY                         PGM167
061300     PERFORM 9760-WRITE-ALERT-QUEUE.                              PGM167
061400*                                                                 PGM167
061500 7000-PRINT-TOTALS.                                               PGM167
061600     MOVE 'CONTROL TOTALS' TO RS-TITLE                            PGM167
061700     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-SECTION              PGM167
061800     MOVE 'INBOUND WEIGH TICKETS' TO RN-LABEL                     PGM167
061900     MOVE WS-INBOUND-COUNT TO RN-COUNT                            PGM167
062000     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
062100     MOVE 'OUTBOUND WEIGH TICKETS' TO RN-LABEL                    PGM167
062200     MOVE WS-OUTBOUND-COUNT TO RN-COUNT                           PGM167
062300     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
062400     MOVE 'TICKETS LINKED THIS RUN' TO RN-LABEL                   PGM167
062500     MOVE WS-LINKED-COUNT TO RN-COUNT                             PGM167
062600     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
062700     MOVE 'GATE VISITS EXITED' TO RN-LABEL                        PGM167
062800     MOVE WS-EXITED-COUNT TO RN-COUNT                             PGM167
062900     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
063000     MOVE 'TRUCKS STILL ON SITE' TO RN-LABEL                      PGM167
063100     MOVE WS-ON-SITE-COUNT TO RN-COUNT                            PGM167
063200     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
063300     MOVE 'ON SITE PAST LIMIT' TO RN-LABEL                        PGM167
063400     MOVE WS-OVER-LIMIT-COUNT TO RN-COUNT                         PGM167
063500     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
063600     MOVE 'TICKETS WITH NO GATE-IN' TO RN-LABEL                   PGM167
063700     MOVE WS-NO-GATE-COUNT TO RN-COUNT                            PGM167
063800     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE             PGM167
063900     MOVE 'TICKETS WITH NO GATE EXIT' TO RN-LABEL                 PGM167
064000     MOVE WS-NO-EXIT-COUNT TO RN-COUNT                            PGM167
064100     WRITE TURNAROUND-REPORT-REC FROM WS-RPT-CNT-LINE.            PGM167
064200*                                                                 PGM167
064300* 경과 시간(분): 날짜 차이는 하루씩 넘겨 세고 시/분 차이를                              PGM167
064400* 더한다. 음수는 0, 5자리를 넘으면 99999 로 둔다.                                PGM167
064500 8000-ELAPSED-MINUTES.                                            PGM167
064600     MOVE ZEROS TO WS-DAY-GAP                                     PGM167
064700     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM167
064800     PERFORM 8100-NEXT-DAY                                        PGM167
064900         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM167
065000            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX                    PGM167
065100     COMPUTE WS-ELAPSED-MIN = WS-DAY-GAP * 1440                   PGM167
065200                            + WS-TO-HH * 60 + WS-TO-MI            PGM167
065300                            - WS-FROM-HH * 60 - WS-FROM-MI        PGM167
065400     EVALUATE TRUE                                                PGM167
065500         WHEN WS-ELAPSED-MIN < 0                                  PGM167
065600             MOVE ZEROS TO WS-TURN-MIN                            PGM167
065700         WHEN WS-ELAPSED-MIN > 99999                              PGM167
065800             MOVE 99999 TO WS-TURN-MIN                            PGM167
065900         WHEN OTHER                                               PGM167
066000             MOVE WS-ELAPSED-MIN TO WS-TURN-MIN                   PGM167
066100     END-EVALUATE.                                                PGM167
066200*                                                                 PGM167
066300 8100-NEXT-DAY.                                                   PGM167
066400     ADD 1 TO WS-DAY-GAP                                          PGM167
066500     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM167
066600     IF WS-STEP-MM = 2                                            PGM167
066700         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM167
066800             REMAINDER WS-LEAP-REM4                               PGM167
066900         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM167
067000             REMAINDER WS-LEAP-REM100                             PGM167
067100         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM167
067200             REMAINDER WS-LEAP-REM400                             PGM167
067300         IF WS-LEAP-REM4 = 0                                      PGM167
067400             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM167
067500             MOVE 29 TO WS-MONTH-END                              PGM167
067600         END-IF                                                   PGM167
067700     END-IF                                                       PGM167
067800     ADD 1 TO WS-STEP-DD                                          PGM167
067900     IF WS-STEP-DD > WS-MONTH-END                                 PGM167
068000         MOVE 1 TO WS-STEP-DD                                     PGM167
068100         ADD 1 TO WS-STEP-MM                                      PGM167
068200         IF WS-STEP-MM > 12                                       PGM167
068300             MOVE 1 TO WS-STEP-MM                                 PGM167
068400             ADD 1 TO WS-STEP-YYYY                                PGM167
068500         END-IF                                                   PGM167
068600     END-IF.                                                      PGM167
068700*                                                                 PGM167
068800 9000-FINALIZE.                                                   PGM167
068900     CLOSE GATE-LOG-FILE                                          PGM167
069000     CLOSE TURNAROUND-REPORT-FILE                                 PGM167
069100     IF WS-ALRTQ-READY                                            PGM167
069200         CLOSE ALERT-QUEUE-FILE                                   PGM167
069300     END-IF                                                       PGM167
069400     IF WS-OVER-LIMIT-COUNT > 0 OR WS-NO-GATE-COUNT > 0           PGM167
069500         OR WS-NO-EXIT-COUNT > 0                                  PGM167
069600         MOVE 4 TO RETURN-CODE                                    PGM167
069700     END-IF                                                       PGM167
069800     DISPLAY 'PGM167 COMPLETED: ' WS-EXITED-COUNT ' EXITED, '     PGM167
069900             WS-ON-SITE-COUNT ' ON SITE, '                        PGM167
070000             WS-OVER-LIMIT-COUNT ' OVER LIMIT'.                   PGM167
070100*                                                                 PGM167
070200 9760-WRITE-ALERT-QUEUE.                                          PGM167
070300     IF WS-ALRTQ-READY                                            PGM167
070400         INITIALIZE ALERT-QUEUE-REC                               PGM167
070500         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM167
070600         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM167
070700         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM167
070800         MOVE 'PGM167' TO AQ-SOURCE-PGM                           PGM167
070900         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM167
071000         MOVE WS-AQ-TIME-WK (1:2) TO WS-AQ-HOUR                   PGM167
071100         EVALUATE TRUE                                            PGM167
071200             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM167
071300                 MOVE '1' TO AQ-SHIFT-CD                          PGM167
071400             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM167
071500                 MOVE '2' TO AQ-SHIFT-CD                          PGM167
071600             WHEN OTHER                                           PGM167
071700                 MOVE '3' TO AQ-SHIFT-CD                          PGM167
071800         END-EVALUATE                                             PGM167
071900         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM167
072000         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM167
072100         MOVE 'N' TO AQ-ACK-FLAG                                  PGM167
072200         WRITE ALERT-QUEUE-REC                                    PGM167
072300     END-IF.                                                      PGM167
072400*                                                                 PGM167
072500 9750-DIAGNOSE-FILE-STATUS.                                       PGM167
072600     EVALUATE WS-ABEND-STATUS                                     PGM167
072700         WHEN '10'                                                PGM167
072800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM167
072900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM167
073000         WHEN '23'                                                PGM167
073100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM167
073200             DISPLAY '  AND RETRY THE REQUEST'                    PGM167
073300         WHEN '35'                                                PGM167
073400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM167
073500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM167
073600         WHEN '37'                                                PGM167
073700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM167
073800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM167
073900         WHEN '39'                                                PGM167
074000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM167
074100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM167
074200         WHEN '41'                                                PGM167
074300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM167
074400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM167
074500         WHEN '42'                                                PGM167
074600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM167
074700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM167
074800         WHEN '46'                                                PGM167
074900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM167
075000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM167
075100         WHEN OTHER                                               PGM167
075200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM167
075300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM167
075400     END-EVALUATE.                                                PGM167
075500*                                                                 PGM167
075600 9900-ABNORMAL-END.                                               PGM167
075700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM167
075800     DISPLAY 'PGM167 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM167
075900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM167
076000     MOVE 16 TO RETURN-CODE                                       PGM167
076100     GOBACK.                                                      PGM167
076200                                                                  PGM167
