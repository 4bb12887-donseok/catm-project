000100 IDENTIFICATION DIVISION.                                         PGM207
000200 PROGRAM-ID.    PGM207.                                           PGM207
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM207
000400*                                                                 PGM207
000500* =========================================================       PGM207
000600* 프로그램명: 실험실 미결 시료/처리시간(TAT) 보고 및 지연 경보                           PGM207
000700* 처리내용  : 시료 접수 대장(CPYLSMP)을 읽어 미완료 시료의                           PGM207
000800*            미결 시험 항목을 채취 후 경과시간과 함께 출력                           PGM207
000900*            하고, 시험 항목 마스터(CPYLTTP)의 목표 TAT 를                     PGM207
001000*            넘은 항목은 한 번만 경보 큐에 올린 뒤 경보                            PGM207
001100*            표시를 남긴다. 대상월(기본 전월)에 결과가 들어온                         PGM207
001200*            항목은 채취부터 결과까지의 TAT 를 시험 항목별로                         PGM207
001300*            건수/평균/최대/목표 초과/준수율로 집계한다.                            PGM207
001400* =========================================================       PGM207
001500*                                                                 PGM207
001600 ENVIRONMENT DIVISION.                                            PGM207
001700 CONFIGURATION SECTION.                                           PGM207
001800 INPUT-OUTPUT SECTION.                                            PGM207
001900 FILE-CONTROL.                                                    PGM207
002000     SELECT OPTIONAL LAB-PARM-FILE                                PGM207
002100         ASSIGN TO LABPARM                                        PGM207
002200         ORGANIZATION IS SEQUENTIAL                               PGM207
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM207
002400     SELECT LAB-TEST-FILE                                         PGM207
002500         ASSIGN TO LABTEST                                        PGM207
002600         ORGANIZATION IS INDEXED                                  PGM207
002700         ACCESS MODE IS SEQUENTIAL                                PGM207
002800         RECORD KEY IS LT-TEST-CD                                 PGM207
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM207
003000     SELECT LAB-SAMPLE-FILE                                       PGM207
003100         ASSIGN TO LABSMPL                                        PGM207
003200         ORGANIZATION IS INDEXED                                  PGM207
003300         ACCESS MODE IS SEQUENTIAL                                PGM207
003400         RECORD KEY IS LS-KEY                                     PGM207
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM207
003600     SELECT LAB-REPORT-FILE                                       PGM207
003700         ASSIGN TO LABRPT                                         PGM207
003800         ORGANIZATION IS SEQUENTIAL                               PGM207
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM207
004000     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM207
004100         ASSIGN TO ALRTQUE                                        PGM207
004200         ORGANIZATION IS SEQUENTIAL                               PGM207
004300         FILE STATUS IS WS-FILE-STATUS5.                          PGM207
004400*                                                                 PGM207
004500 DATA DIVISION.                                                   PGM207
004600 FILE SECTION.                                                    PGM207
004700 FD  LAB-PARM-FILE.                                               PGM207
004800 01  LAB-PARM-REC.                                                PGM207
004900     05 LP-TAT-YYYYMM        PIC 9(06).                           PGM207
005000     05 FILLER               PIC X(74).                           PGM207
005100 FD  LAB-TEST-FILE.                                               PGM207
005200 01  LAB-TEST-REC.                                                PGM207
005300     COPY CPYLTTP.                                                PGM207
005400 FD  LAB-SAMPLE-FILE.                                             PGM207
005500 01  LAB-SAMPLE-REC.                                              PGM207
005600     COPY CPYLSMP.                                                PGM207
005700 FD  LAB-REPORT-FILE.                                             PGM207
005800 01  LAB-REPORT-REC          PIC X(132).                          PGM207
005900 FD  ALERT-QUEUE-FILE.                                            PGM207
006000 01  ALERT-QUEUE-REC.                                             PGM207
006100     COPY CPYALRTQ.                                               PGM207
006200*                                                                 PGM207
006300 WORKING-STORAGE SECTION.                                         PGM207
006400 01  WS-FILE-STATUS         PIC XX.                               PGM207
006500 01  WS-FILE-STATUS2        PIC XX.                               PGM207
006600 01  WS-FILE-STATUS3        PIC XX.                               PGM207
006700 01  WS-FILE-STATUS4        PIC XX.                               PGM207
006800 01  WS-FILE-STATUS5        PIC XX.                               PGM207
006900 01  WS-ABEND-STATUS        PIC XX.                               PGM207
007000 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM207
007100     88 WS-EOF              VALUE 'Y'.                            PGM207
007200 01  WS-TT-EOF-FLAG         PIC X VALUE 'N'.                      PGM207
007300     88 WS-TT-EOF           VALUE 'Y'.                            PGM207
007400 01  WS-REWRITE-FLAG        PIC X VALUE 'N'.                      PGM207
007500     88 WS-REWRITE-NEEDED   VALUE 'Y'.                            PGM207
007600 01  WS-ALRTQ-READY-FLAG    PIC X VALUE 'N'.                      PGM207
007700     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM207
007800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM207
007900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM207
008000     05 WS-RUN-YYYY          PIC 9(04).                           PGM207
008100     05 WS-RUN-MM            PIC 9(02).                           PGM207
008200     05 WS-RUN-DD            PIC 9(02).                           PGM207
008300 01  WS-RUN-TIME-WK         PIC 9(08) VALUE ZEROS.                PGM207
008400 01  WS-RUN-TIME            PIC 9(06) VALUE ZEROS.                PGM207
008500 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM207
008600 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM207
008700     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM207
008800     05 WS-PERIOD-MM         PIC 9(02).                           PGM207
008900 01  WS-RESULT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM207
009000*                                                                 PGM207
009100* 시험 항목 표 - 마스터에 없는 항목은 목표 0 으로 추가한다.                             PGM207
009200 01  WS-TX                  PIC 9(02) COMP VALUE ZEROS.           PGM207
009300 01  WS-TT-COUNT            PIC 9(03) VALUE ZEROS.                PGM207
009400 01  WS-TT-MAX              PIC 9(03) VALUE 200.                  PGM207
009500 01  WS-TT-KEY              PIC X(05).                            PGM207
009600 01  WS-TT-TABLE.                                                 PGM207
009700     05 WS-TT-ENTRY OCCURS 200 TIMES                              PGM207
009800             INDEXED BY TT-IDX.                                   PGM207
009900         10 TT-TEST-CD        PIC X(05).                          PGM207
010000         10 TT-TEST-DESC      PIC X(30).                          PGM207
010100         10 TT-TARGET-MIN     PIC 9(05).                          PGM207
010200         10 TT-DONE-CNT       PIC 9(07).                          PGM207
010300         10 TT-TAT-SUM        PIC 9(11).                          PGM207
010400         10 TT-TAT-MAX        PIC 9(05).                          PGM207
010500         10 TT-OVER-CNT       PIC 9(07).                          PGM207
010600         10 TT-OPEN-CNT       PIC 9(07).                          PGM207
010700*                                                                 PGM207
010800* 경과 시간 계산                                                        PGM207
010900 01  WS-FROM-DATE           PIC 9(08).                            PGM207
011000 01  WS-FROM-TIME           PIC 9(06).                            PGM207
011100 01  WS-FROM-TIME-R REDEFINES WS-FROM-TIME.                       PGM207
011200     05 WS-FROM-HH          PIC 9(02).                            PGM207
011300     05 WS-FROM-MI          PIC 9(02).                            PGM207
011400     05 WS-FROM-SS          PIC 9(02).                            PGM207
011500 01  WS-TO-DATE             PIC 9(08).                            PGM207
011600 01  WS-TO-TIME             PIC 9(06).                            PGM207
011700 01  WS-TO-TIME-R REDEFINES WS-TO-TIME.                           PGM207
011800     05 WS-TO-HH            PIC 9(02).                            PGM207
011900     05 WS-TO-MI            PIC 9(02).                            PGM207
012000     05 WS-TO-SS            PIC 9(02).                            PGM207
012100 01  WS-STEP-DATE           PIC 9(08).                            PGM207
012200 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM207
012300     05 WS-STEP-YYYY        PIC 9(04).                            PGM207
012400     05 WS-STEP-MM          PIC 9(02).                            PGM207
012500     05 WS-STEP-DD          PIC 9(02).                            PGM207
012600 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM207
012700         '312831303130313130313031'.                              PGM207
012800 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM207
012900     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM207
013000 01  WS-MONTH-END           PIC 9(02).                            PGM207
013100 01  WS-LEAP-QUOT           PIC 9(04).                            PGM207
013200 01  WS-LEAP-REM4           PIC 9(04).                            PGM207
013300 01  WS-LEAP-REM100         PIC 9(04).                            PGM207
013400 01  WS-LEAP-REM400         PIC 9(04).                            PGM207
013500 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM207
013600 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE 70.                   PGM207
013700 01  WS-ELAPSED-MIN         PIC S9(09) VALUE ZEROS.               PGM207
013800 01  WS-AGE-MIN             PIC 9(05) VALUE ZEROS.                PGM207
013900 01  WS-ON-TIME-PCT         PIC 9(03)V9 VALUE ZEROS.              PGM207
014000 01  WS-AVG-MIN             PIC 9(05) VALUE ZEROS.                PGM207
014100*                                                                 PGM207
014200* 경보                                                              PGM207
014300 01  WS-AQ-SEVERITY         PIC X(01).                            PGM207
014400 01  WS-AQ-KEY              PIC X(20).                            PGM207
014500 01  WS-AQ-DESC             PIC X(30).                            PGM207
014600 01  WS-AQ-EVENT-TIME       PIC 9(06).                            PGM207
014700 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM207
014800 01  WS-AQ-HOUR             PIC 9(02).                            PGM207
014900 01  WS-AQ-KEY-WK.                                                PGM207
015000     05 AK-SAMPLE-ID        PIC X(12).                            PGM207
015100     05 FILLER              PIC X(01) VALUE '-'.                  PGM207
015200     05 AK-TEST-CD          PIC X(05).                            PGM207
015300     05 FILLER              PIC X(02) VALUE SPACES.               PGM207
015400*                                                                 PGM207
015500 01  WS-SAMPLE-COUNT        PIC 9(07) VALUE ZEROS.                PGM207
015600 01  WS-OPEN-COUNT          PIC 9(07) VALUE ZEROS.                PGM207
015700 01  WS-PENDING-COUNT       PIC 9(07) VALUE ZEROS.                PGM207
015800 01  WS-OVERDUE-COUNT       PIC 9(07) VALUE ZEROS.                PGM207
015900 01  WS-ALERT-COUNT         PIC 9(05) VALUE ZEROS.                PGM207
016000 01  WS-DONE-COUNT          PIC 9(07) VALUE ZEROS.                PGM207
016100*                                                                 PGM207
016200 01  WS-RPT-HEADER.                                               PGM207
016300     05 FILLER               PIC X(48) VALUE                      PGM207
016400             'PGM207 LAB SAMPLE BACKLOG AND TURNAROUND - RUN '.   PGM207
016500     05 RH-RUN-DATE          PIC 9(08).                           PGM207
016600     05 FILLER               PIC X(01) VALUE SPACE.               PGM207
016700     05 RH-RUN-TIME          PIC 9(06).                           PGM207
016800     05 FILLER               PIC X(13) VALUE '   TAT MONTH '.     PGM207
016900     05 RH-YYYYMM            PIC 9(06).                           PGM207
017000     05 FILLER               PIC X(50) VALUE SPACES.              PGM207
017100 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM207
017200 01  WS-RPT-BL-TITLE.                                             PGM207
017300     05 FILLER               PIC X(40) VALUE                      PGM207
017400             'OPEN SAMPLE BACKLOG - PENDING TESTS'.               PGM207
017500     05 FILLER               PIC X(92) VALUE SPACES.              PGM207
017600 01  WS-RPT-BL-HEAD.                                              PGM207
017700     05 FILLER               PIC X(44) VALUE                      PGM207
017800             '  SAMPLE ID     T SOURCE REFERENCE     SQ  T'.      PGM207
017900     05 FILLER               PIC X(44) VALUE                      PGM207
018000             'EST   TAKEN DATE/TIME  AGE MN  TARGET  STATU'.      PGM207
018100     05 FILLER               PIC X(44) VALUE                      PGM207
018200             'S                                           '.      PGM207
018300 01  WS-RPT-BACKLOG.                                              PGM207
018400     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
018500     05 BL-SAMPLE-ID         PIC X(12).                           PGM207
018600     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
018700     05 BL-SOURCE-TYPE       PIC X(01).                           PGM207
018800     05 FILLER               PIC X(01) VALUE SPACES.              PGM207
018900     05 BL-SOURCE-REF        PIC X(20).                           PGM207
019000     05 FILLER               PIC X(01) VALUE SPACES.              PGM207
019100     05 BL-SAMPLE-SEQ        PIC 9(02).                           PGM207
019200     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
019300     05 BL-TEST-CD           PIC X(05).                           PGM207
019400     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
019500     05 BL-TAKEN-DATE        PIC 9(08).                           PGM207
019600     05 FILLER               PIC X(01) VALUE SPACES.              PGM207
019700     05 BL-TAKEN-TIME        PIC 9(06).                           PGM207
019800     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
019900     05 BL-AGE-MIN           PIC ZZ,ZZ9.                          PGM207
020000     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
020100     05 BL-TARGET-MIN        PIC ZZ,ZZ9.                          PGM207
020200     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
020300     05 BL-STATUS            PIC X(10).                           PGM207
020400     05 FILLER               PIC X(39) VALUE SPACES.              PGM207
020500 01  WS-RPT-TT-TITLE.                                             PGM207
020600     05 FILLER               PIC X(45) VALUE                      PGM207
020700             'TURNAROUND BY TEST TYPE - RESULTS IN MONTH '.       PGM207
020800     05 RT-YYYYMM            PIC 9(06).                           PGM207
020900     05 FILLER               PIC X(81) VALUE SPACES.              PGM207
021000 01  WS-RPT-TT-HEAD.                                              PGM207
021100     05 FILLER               PIC X(44) VALUE                      PGM207
021200             '  TEST   DESCRIPTION                     TAR'.      PGM207
021300     05 FILLER               PIC X(44) VALUE                      PGM207
021400             'GET    DONE  AVG MN  MAX MN    OVER  ONTM%  '.      PGM207
021500     05 FILLER               PIC X(44) VALUE                      PGM207
021600             '  OPEN                                      '.      PGM207
021700 01  WS-RPT-TAT.                                                  PGM207
021800     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
021900     05 RT-TEST-CD           PIC X(05).                           PGM207
022000     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
022100     05 RT-TEST-DESC         PIC X(30).                           PGM207
022200     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
022300     05 RT-TARGET-MIN        PIC ZZ,ZZ9.                          PGM207
022400     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
022500     05 RT-DONE-CNT          PIC ZZ,ZZ9.                          PGM207
022600     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
022700     05 RT-AVG-MIN           PIC ZZ,ZZ9.                          PGM207
022800     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
022900     05 RT-MAX-MIN           PIC ZZ,ZZ9.                          PGM207
023000     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
023100     05 RT-OVER-CNT          PIC ZZ,ZZ9.                          PGM207
023200     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
023300     05 RT-ON-TIME-PCT       PIC ZZ9.9.                           PGM207
023400     05 FILLER               PIC X(02) VALUE SPACES.              PGM207
023500     05 RT-OPEN-CNT          PIC ZZ,ZZ9.                          PGM207
023600     05 FILLER               PIC X(38) VALUE SPACES.              PGM207
023700 01  WS-RPT-TOTALS.                                               PGM207
023800     05 FILLER               PIC X(16) VALUE 'SAMPLES READ    '.  PGM207
023900     05 RR-SAMPLE-CNT        PIC ZZZ,ZZ9.                         PGM207
024000     05 FILLER               PIC X(08) VALUE '  OPEN  '.          PGM207
024100     05 RR-OPEN-CNT          PIC ZZZ,ZZ9.                         PGM207
024200     05 FILLER               PIC X(17) VALUE '  PENDING TESTS  '. PGM207
024300     05 RR-PENDING-CNT       PIC ZZZ,ZZ9.                         PGM207
024400     05 FILLER               PIC X(11) VALUE '  OVERDUE  '.       PGM207
024500     05 RR-OVERDUE-CNT       PIC ZZZ,ZZ9.                         PGM207
024600     05 FILLER               PIC X(14) VALUE '  NEW ALERTS  '.    PGM207
024700     05 RR-ALERT-CNT         PIC ZZ,ZZ9.                          PGM207
024800     05 FILLER               PIC X(14) VALUE '  RESULTS IN  '.    PGM207
024900     05 RR-DONE-CNT          PIC ZZZ,ZZ9.                         PGM207
025000     05 FILLER               PIC X(11) VALUE SPACES.              PGM207
025100*                                                                 PGM207
025200 PROCEDURE DIVISION.                                              PGM207
025300*                                                                 PGM207
025400 0000-MAIN-PROCESS.                                               PGM207
025500     PERFORM 1000-INITIALIZE                                      PGM207
025600     PERFORM 2000-PROCESS-SAMPLE                                  PGM207
025700         UNTIL WS-EOF                                             PGM207
025800     PERFORM 3000-REPORT-TURNAROUND                               PGM207
025900     PERFORM 9000-FINALIZE                                        PGM207
026000     GOBACK.                                                      PGM207
026100*                                                                 PGM207
026200* 집계월 기본값은 실행월의 전월이다.                                             PGM207
026300 1000-INITIALIZE.                                                 PGM207
026400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM207
026500     ACCEPT WS-RUN-TIME-WK FROM TIME                              PGM207
026600     MOVE WS-RUN-TIME-WK (1:6) TO WS-RUN-TIME                     PGM207
026700     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM207
026800     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM207
026900     IF WS-PERIOD-MM = 1                                          PGM207
027000         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM207
027100         MOVE 12 TO WS-PERIOD-MM                                  PGM207
027200     ELSE                                                         PGM207
027300         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM207
027400     END-IF                                                       PGM207
027500     MOVE SPACES TO LAB-PARM-REC                                  PGM207
027600     OPEN INPUT LAB-PARM-FILE                                     PGM207
027700     IF WS-FILE-STATUS = '00'                                     PGM207
027800         READ LAB-PARM-FILE                                       PGM207
027900             AT END                                               PGM207
028000                 MOVE SPACES TO LAB-PARM-REC                      PGM207
028100         END-READ                                                 PGM207
028200         CLOSE LAB-PARM-FILE                                      PGM207
028300     END-IF                                                       PGM207
028400     IF LP-TAT-YYYYMM NUMERIC AND LP-TAT-YYYYMM > 0               PGM207
028500         MOVE LP-TAT-YYYYMM TO WS-PERIOD-YYYYMM                   PGM207
028600     END-IF                                                       PGM207
028700     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM207
028800         DISPLAY 'INVALID TAT MONTH: ' WS-PERIOD-YYYYMM           PGM207
028900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM207
029000         PERFORM 9900-ABNORMAL-END                                PGM207
029100     END-IF                                                       PGM207
029200     PERFORM 1100-LOAD-TEST-TYPES                                 PGM207
029300     OPEN I-O LAB-SAMPLE-FILE                                     PGM207
029400     IF WS-FILE-STATUS3 NOT = '00'                                PGM207
029500         DISPLAY 'LAB SAMPLE OPEN ERROR: ' WS-FILE-STATUS3        PGM207
029600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM207
029700         PERFORM 9900-ABNORMAL-END                                PGM207
029800     END-IF                                                       PGM207
029900     OPEN OUTPUT LAB-REPORT-FILE                                  PGM207
030000     IF WS-FILE-STATUS4 NOT = '00'                                PGM207
030100         DISPLAY 'LAB REPORT OPEN ERROR: ' WS-FILE-STATUS4        PGM207
030200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM207
030300         PERFORM 9900-ABNORMAL-END                                PGM207
030400     END-IF                                                       PGM207
030500     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM207
030600     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM207
030700         SET WS-ALRTQ-READY TO TRUE                               PGM207
030800     ELSE                                                         PGM207
030900         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS5       PGM207
031000     END-IF                                                       PGM207
031100     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM207
031200     MOVE WS-RUN-TIME      TO RH-RUN-TIME                         PGM207
031300     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM207
031400     WRITE LAB-REPORT-REC FROM WS-RPT-HEADER                      PGM207
031500     WRITE LAB-REPORT-REC FROM WS-RPT-BLANK                       PGM207
031600     WRITE LAB-REPORT-REC FROM WS-RPT-BL-TITLE                    PGM207
031700     WRITE LAB-REPORT-REC FROM WS-RPT-BL-HEAD                     PGM207
031800     PERFORM 1200-READ-SAMPLE.                                    PGM207
031900*                                                                 PGM207
032000 1100-LOAD-TEST-TYPES.                                            PGM207
032100     OPEN INPUT LAB-TEST-FILE                                     PGM207
032200     IF WS-FILE-STATUS2 NOT = '00'                                PGM207
032300         DISPLAY 'LAB TEST MASTER OPEN ERROR: ' WS-FILE-STATUS2   PGM207
032400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM207
032500         PERFORM 9900-ABNORMAL-END                                PGM207
032600     END-IF                                                       PGM207
032700     PERFORM 1110-LOAD-TEST-TYPE                                  PGM207
032800         UNTIL WS-TT-EOF                                          PGM207
032900     CLOSE LAB-TEST-FILE.                                         PGM207
033000*                                                                 PGM207
033100 1110-LOAD-TEST-TYPE.                                             PGM207
033200     READ LAB-TEST-FILE                                           PGM207
033300         AT END                                                   PGM207
033400             SET WS-TT-EOF TO TRUE                                PGM207
033500     END-READ                                                     PGM207
033600     IF NOT WS-TT-EOF                                             PGM207
033700         MOVE LT-TEST-CD TO WS-TT-KEY                             PGM207
033800         PERFORM 8500-FIND-TEST-TYPE                              PGM207
033900         MOVE LT-TEST-DESC  TO TT-TEST-DESC (TT-IDX)              PGM207
034000         MOVE LT-TARGET-MIN TO TT-TARGET-MIN (TT-IDX)             PGM207
034100     END-IF.                                                      PGM207
034200*                                                                 PGM207
034300 1200-READ-SAMPLE.                                                PGM207
034400     READ LAB-SAMPLE-FILE                                         PGM207
034500         AT END                                                   PGM207
034600             SET WS-EOF TO TRUE                                   PGM207
034700     END-READ.                                                    PGM207
034800*                                                                 PGM207
034900* 미완료 시료는 미결 항목을 출력/경보하고, 결과가 대상월에                                PGM207
035000* 들어온 항목은 상태와 무관하게 TAT 를 집계한다.                                    PGM207
035100 2000-PROCESS-SAMPLE.                                             PGM207
035200     ADD 1 TO WS-SAMPLE-COUNT                                     PGM207
035300     MOVE 'N' TO WS-REWRITE-FLAG                                  PGM207
035400     IF LS-SAMPLE-OPEN                                            PGM207
035500         ADD 1 TO WS-OPEN-COUNT                                   PGM207
035600     END-IF                                                       PGM207
035700     PERFORM 2100-PROCESS-TEST                                    PGM207
035800         VARYING WS-TX FROM 1 BY 1                                PGM207
035900         UNTIL WS-TX > LS-TEST-CNT OR WS-TX > 5                   PGM207
036000     IF WS-REWRITE-NEEDED                                         PGM207
036100         REWRITE LAB-SAMPLE-REC                                   PGM207
036200         IF WS-FILE-STATUS3 NOT = '00'                            PGM207
036300             DISPLAY 'LAB SAMPLE REWRITE ERROR: ' WS-FILE-STATUS3 PGM207
036400                     ' ' LS-SAMPLE-ID                             PGM207
036500         END-IF                                                   PGM207
036600     END-IF                                                       PGM207
036700     PERFORM 1200-READ-SAMPLE.                                    PGM207
036800*                                                                 PGM207
036900 2100-PROCESS-TEST.                                               PGM207
037000     MOVE LS-TEST-CD (WS-TX) TO WS-TT-KEY                         PGM207
037100     PERFORM 8500-FIND-TEST-TYPE                                  PGM207
037200     EVALUATE TRUE                                                PGM207
037300         WHEN LS-SAMPLE-OPEN AND LS-TEST-PENDING (WS-TX)          PGM207
037400             PERFORM 2200-BACKLOG-TEST                            PGM207
037500         WHEN LS-TEST-DONE (WS-TX)                                PGM207
037600             MOVE LS-RESULT-DATE (WS-TX) (1:6) TO WS-RESULT-YYYYMMPGM207
037700             IF WS-RESULT-YYYYMM = WS-PERIOD-YYYYMM               PGM207
037800                 PERFORM 2300-ACCUMULATE-TAT                      PGM207
037900             END-IF                                               PGM207
038000         WHEN OTHER                                               PGM207
038100             CONTINUE                                             PGM207
038200     END-EVALUATE.                                                PGM207
038300*                                                                 PGM207
038400* 목표 TAT 가 없는(0) 항목은 지연 판정하지 않는다.                                 PGM207
038500 2200-BACKLOG-TEST.                                               PGM207
038600     ADD 1 TO WS-PENDING-COUNT                                    PGM207
038700     ADD 1 TO TT-OPEN-CNT (TT-IDX)                                PGM207
038800     MOVE LS-TAKEN-DATE TO WS-FROM-DATE                           PGM207
038900     MOVE LS-TAKEN-TIME TO WS-FROM-TIME                           PGM207
039000     MOVE WS-RUN-DATE   TO WS-TO-DATE                             PGM207
039100     MOVE WS-RUN-TIME   TO WS-TO-TIME                             PGM207
039200     PERFORM 8000-ELAPSED-MINUTES                                 PGM207
039300     MOVE LS-SAMPLE-ID         TO BL-SAMPLE-ID                    PGM207
039400     MOVE LS-SOURCE-TYPE       TO BL-SOURCE-TYPE                  PGM207
039500     MOVE LS-SOURCE-REF        TO BL-SOURCE-REF                   PGM207
039600     MOVE LS-SAMPLE-SEQ        TO BL-SAMPLE-SEQ                   PGM207
039700     MOVE LS-TEST-CD (WS-TX)   TO BL-TEST-CD                      PGM207
039800     MOVE LS-TAKEN-DATE        TO BL-TAKEN-DATE                   PGM207
039900     MOVE LS-TAKEN-TIME        TO BL-TAKEN-TIME                   PGM207
040000     MOVE WS-AGE-MIN           TO BL-AGE-MIN                      PGM207
040100     MOVE TT-TARGET-MIN (TT-IDX) TO BL-TARGET-MIN                 PGM207
040200     EVALUATE TRUE                                                PGM207
040300         WHEN TT-TARGET-MIN (TT-IDX) = 0                          PGM207
040400             MOVE 'NO TARGET' TO BL-STATUS                        PGM207
040500         WHEN WS-AGE-MIN > TT-TARGET-MIN (TT-IDX)                 PGM207
040600             ADD 1 TO WS-OVERDUE-COUNT                            PGM207
040700             IF LS-OVERDUE-ALERTED (WS-TX)                        PGM207
040800                 MOVE 'OVERDUE'   TO BL-STATUS                    PGM207
040900             ELSE                                                 PGM207
041000                 MOVE 'OVERDUE *' TO BL-STATUS                    PGM207
041100                 PERFORM 2700-RAISE-ALERT                         PGM207
041200             END-IF                                               PGM207
041300         WHEN OTHER                                               PGM207
041400             MOVE 'WAITING'   TO BL-STATUS                        PGM207
041500     END-EVALUATE                                                 PGM207
041600     WRITE LAB-REPORT-REC FROM WS-RPT-BACKLOG.                    PGM207
041700*                                                                 PGM207
041800 2300-ACCUMULATE-TAT.                                             PGM207
041900     ADD 1 TO WS-DONE-COUNT                                       PGM207
042000     MOVE LS-TAKEN-DATE          TO WS-FROM-DATE                  PGM207
042100     MOVE LS-TAKEN-TIME          TO WS-FROM-TIME                  PGM207
042200     MOVE LS-RESULT-DATE (WS-TX) TO WS-TO-DATE                    PGM207
042300     MOVE LS-RESULT-TIME (WS-TX) TO WS-TO-TIME                    PGM207
042400     PERFORM 8000-ELAPSED-MINUTES                                 PGM207
042500     ADD 1          TO TT-DONE-CNT (TT-IDX)                       PGM207
042600     ADD WS-AGE-MIN TO TT-TAT-SUM (TT-IDX)                        PGM207
042700     IF WS-AGE-MIN > TT-TAT-MAX (TT-IDX)                          PGM207
042800         MOVE WS-AGE-MIN TO TT-TAT-MAX (TT-IDX)                   PGM207
042900     END-IF                                                       PGM207
043000     IF TT-TARGET-MIN (TT-IDX) > 0                                PGM207
043100         AND WS-AGE-MIN > TT-TARGET-MIN (TT-IDX)                  PGM207
043200         ADD 1 TO TT-OVER-CNT (TT-IDX)                            PGM207
043300     END-IF.                                                      PGM207
043400*                                                                 PGM207
043500* 경보 키: 시료번호-시험항목. 경보 표시로 재경보를 막는다.                               PGM207
043600 2700-RAISE-ALERT.                                                PGM207
043700     MOVE 'W'                   TO WS-AQ-SEVERITY                 PGM207
043800     MOVE 'LAB SAMPLE OVERDUE VS TARGET' TO WS-AQ-DESC            PGM207
043900     MOVE WS-RUN-TIME           TO WS-AQ-EVENT-TIME               PGM207
044000     MOVE LS-SAMPLE-ID          TO AK-SAMPLE-ID                   PGM207
044100     MOVE LS-TEST-CD (WS-TX)    TO AK-TEST-CD                     PGM207
044200     MOVE WS-AQ-KEY-WK          TO WS-AQ-KEY                      PGM207
044300     ADD 1 TO WS-ALERT-COUNT                                      PGM207
044400     PERFORM 9760-WRITE-ALERT-QUEUE                               PGM207
044500     SET LS-OVERDUE-ALERTED (WS-TX) TO TRUE                       PGM207
044600     SET WS-REWRITE-NEEDED TO TRUE.                               PGM207
044700*                                                                 PGM207
044800 3000-REPORT-TURNAROUND.                                          PGM207
044900     MOVE WS-PERIOD-YYYYMM TO RT-YYYYMM                           PGM207
045000     WRITE LAB-REPORT-REC FROM WS-RPT-BLANK                       PGM207
045100     WRITE LAB-REPORT-REC FROM WS-RPT-TT-TITLE                    PGM207
045200     WRITE LAB-REPORT-REC FROM WS-RPT-TT-HEAD                     PGM207
045300     PERFORM 3100-REPORT-TEST-TYPE                                PGM207
045400         VARYING TT-IDX FROM 1 BY 1                               PGM207
045500         UNTIL TT-IDX > WS-TT-COUNT.                              PGM207
045600*                                                                 PGM207
045700* 준수율 = (완료 - 목표 초과) / 완료. 목표 없는 항목은 0.                           PGM207
045800 3100-REPORT-TEST-TYPE.                                           PGM207
045900     IF TT-DONE-CNT (TT-IDX) > 0 OR TT-OPEN-CNT (TT-IDX) > 0      PGM207
046000         MOVE ZEROS TO WS-AVG-MIN WS-ON-TIME-PCT                  PGM207
046100         IF TT-DONE-CNT (TT-IDX) > 0                              PGM207
046200             DIVIDE TT-TAT-SUM (TT-IDX) BY TT-DONE-CNT (TT-IDX)   PGM207
046300                 GIVING WS-AVG-MIN ROUNDED                        PGM207
046400             IF TT-TARGET-MIN (TT-IDX) > 0                        PGM207
046500                 COMPUTE WS-ON-TIME-PCT ROUNDED =                 PGM207
046600                     (TT-DONE-CNT (TT-IDX) - TT-OVER-CNT (TT-IDX))PGM207
046700                     * 100 / TT-DONE-CNT (TT-IDX)                 PGM207
046800             END-IF                                               PGM207
046900         END-IF                                                   PGM207
047000         MOVE TT-TEST-CD (TT-IDX)    TO RT-TEST-CD                PGM207
047100         MOVE TT-TEST-DESC (TT-IDX)  TO RT-TEST-DESC              PGM207
047200         MOVE TT-TARGET-MIN (TT-IDX) TO RT-TARGET-MIN             PGM207
047300         MOVE TT-DONE-CNT (TT-IDX)   TO RT-DONE-CNT               PGM207
047400         MOVE WS-AVG-MIN             TO RT-AVG-MIN                PGM207
047500         MOVE TT-TAT-MAX (TT-IDX)    TO RT-MAX-MIN                PGM207
047600         MOVE TT-OVER-CNT (TT-IDX)   TO RT-OVER-CNT               PGM207
047700         MOVE WS-ON-TIME-PCT         TO RT-ON-TIME-PCT            PGM207
047800         MOVE TT-OPEN-CNT (TT-IDX)   TO RT-OPEN-CNT               PGM207
047900         WRITE LAB-REPORT-REC FROM WS-RPT-TAT                     PGM207
048000     END-IF.                                                      PGM207
048100*                                                                 PGM207
048200* 경과 시간(분): 날짜 차이는 하루씩 넘겨 세고 시/분 차이를                              PGM207
048300* 더한다. 음수는 0, 5자리를 넘으면 99999 로 둔다.                                PGM207
048400 8000-ELAPSED-MINUTES.                                            PGM207
048500     MOVE ZEROS TO WS-DAY-GAP                                     PGM207
048600     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM207
048700     PERFORM 8100-NEXT-DAY                                        PGM207
048800         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM207
048900            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX                    PGM207
049000     COMPUTE WS-ELAPSED-MIN = WS-DAY-GAP * 1440                   PGM207
049100                            + WS-TO-HH * 60 + WS-TO-MI            PGM207
049200                            - WS-FROM-HH * 60 - WS-FROM-MI        PGM207
049300     EVALUATE TRUE                                                PGM207
049400         WHEN WS-ELAPSED-MIN < 0                                  PGM207
049500             MOVE ZEROS TO WS-AGE-MIN                             PGM207
049600         WHEN WS-ELAPSED-MIN > 99999                              PGM207
049700             MOVE 99999 TO WS-AGE-MIN                             PGM207
049800         WHEN OTHER                                               PGM207
049900             MOVE WS-ELAPSED-MIN TO WS-AGE-MIN                    PGM207
050000     END-EVALUATE.                                                PGM207
050100*                                                                 PGM207
050200 8100-NEXT-DAY.                                                   PGM207
050300     ADD 1 TO WS-DAY-GAP                                          PGM207
050400     PERFORM 8300-MONTH-END                                       PGM207
050500     ADD 1 TO WS-STEP-DD                                          PGM207
050600     IF WS-STEP-DD > WS-MONTH-END                                 PGM207
050700         MOVE 1 TO WS-STEP-DD                                     PGM207
050800         ADD 1 TO WS-STEP-MM                                      PGM207
050900         IF WS-STEP-MM > 12                                       PGM207
051000             MOVE 1 TO WS-STEP-MM                                 PGM207
051100             ADD 1 TO WS-STEP-YYYY                                PGM207
051200         END-IF                                                   PGM207
051300     END-IF.                                                      PGM207
051400*                                                                 PGM207
051500 8300-MONTH-END.                                                  PGM207
051600     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM207
051700     IF WS-STEP-MM = 2                                            PGM207
051800         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM207
051900             REMAINDER WS-LEAP-REM4                               PGM207
052000         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM207
052100             REMAINDER WS-LEAP-REM100                             PGM207
052200         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM207
052300             REMAINDER WS-LEAP-REM400                             PGM207
052400         IF WS-LEAP-REM4 = 0                                      PGM207
052500             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM207
052600             MOVE 29 TO WS-MONTH-END                              PGM207
052700         END-IF                                                   PGM207
052800     END-IF.                                                      PGM207
052900*                                                                 PGM207
053000 8500-FIND-TEST-TYPE.                                             PGM207
053100     SET TT-IDX TO 1                                              PGM207
053200     SEARCH WS-TT-ENTRY                                           PGM207
053300         AT END                                                   PGM207
053400             IF WS-TT-COUNT >= WS-TT-MAX                          PGM207
053500                 DISPLAY 'TEST TYPE TABLE FULL AT ' WS-TT-MAX     PGM207
053600                 MOVE 'FL' TO WS-ABEND-STATUS                     PGM207
053700                 PERFORM 9900-ABNORMAL-END                        PGM207
053800             END-IF                                               PGM207
053900             ADD 1 TO WS-TT-COUNT                                 PGM207
054000             SET TT-IDX TO WS-TT-COUNT                            PGM207
054100             INITIALIZE WS-TT-ENTRY (TT-IDX)                      PGM207
054200             MOVE WS-TT-KEY TO TT-TEST-CD (TT-IDX)                PGM207
054300             MOVE '*** NOT ON TEST MASTER'                        PGM207
054400                 TO TT-TEST-DESC (TT-IDX)                         PGM207
054500         WHEN TT-TEST-CD (TT-IDX) = WS-TT-KEY                     PGM207
054600             AND TT-IDX <= WS-TT-COUNT                            PGM207
054700             CONTINUE                                             PGM207
054800     END-SEARCH.                                                  PGM207
054900*                                                                 PGM207
055000 9000-FINALIZE.                                                   PGM207
055100     MOVE WS-SAMPLE-COUNT  TO RR-SAMPLE-CNT                       PGM207
055200     MOVE WS-OPEN-COUNT    TO RR-OPEN-CNT                         PGM207
055300     MOVE WS-PENDING-COUNT TO RR-PENDING-CNT                      PGM207
055400     MOVE WS-OVERDUE-COUNT TO RR-OVERDUE-CNT                      PGM207
055500     MOVE WS-ALERT-COUNT   TO RR-ALERT-CNT                        PGM207
055600     MOVE WS-DONE-COUNT    TO RR-DONE-CNT                         PGM207
055700     WRITE LAB-REPORT-REC FROM WS-RPT-BLANK                       PGM207
055800     WRITE LAB-REPORT-REC FROM WS-RPT-TOTALS                      PGM207
055900     CLOSE LAB-SAMPLE-FILE                                        PGM207
056000     CLOSE LAB-REPORT-FILE                                        PGM207
056100     IF WS-ALRTQ-READY                                            PGM207
056200         CLOSE ALERT-QUEUE-FILE                                   PGM207
056300     END-IF                                                       PGM207
056400     IF WS-OVERDUE-COUNT > 0                                      PGM207
056500         MOVE 4 TO RETURN-CODE                                    PGM207
056600     END-IF                                                       PGM207
056700     DISPLAY 'PGM207 COMPLETED: ' WS-PERIOD-YYYYMM ' '            PGM207
056800             WS-SAMPLE-COUNT ' SAMPLES, ' WS-PENDING-COUNT        PGM207
056900             ' PENDING TESTS, ' WS-OVERDUE-COUNT ' OVERDUE'.      PGM207
057000*                                                                 PGM207
057100* 경보 시각은 실행 시각으로 교대를 정한다.                                         PGM207
057200 9760-WRITE-ALERT-QUEUE.                                          PGM207
057300     IF WS-ALRTQ-READY                                            PGM207
057400         INITIALIZE ALERT-QUEUE-REC                               PGM207
057500         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM207
057600         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM207
057700         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM207
057800         MOVE 'PGM207' TO AQ-SOURCE-PGM                           PGM207
057900         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM207
058000         MOVE WS-AQ-EVENT-TIME (1:2) TO WS-AQ-HOUR                PGM207
058100         EVALUATE TRUE                                            PGM207
058200             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM207
058300                 MOVE '1' TO AQ-SHIFT-CD                          PGM207
058400             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM207
058500                 MOVE '2' TO AQ-SHIFT-CD                          PGM207
058600             WHEN OTHER                                           PGM207
058700                 MOVE '3' TO AQ-SHIFT-CD                          PGM207
058800         END-EVALUATE                                             PGM207
058900         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM207
059000         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM207
059100         MOVE 'N' TO AQ-ACK-FLAG                                  PGM207
059200         WRITE ALERT-QUEUE-REC                                    PGM207
059300     END-IF.                                                      PGM207
059400*                                                                 PGM207
059500 9750-DIAGNOSE-FILE-STATUS.                                       PGM207
059600     EVALUATE WS-ABEND-STATUS                                     PGM207
059700         WHEN '10'                                                PGM207
059800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM207
059900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM207
060000         WHEN '23'                                                PGM207
060100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM207
060200             DISPLAY '  AND RETRY THE REQUEST'                    PGM207
060300         WHEN '35'                                                PGM207
060400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM207
060500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM207
060600         WHEN '37'                                                PGM207
060700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM207
060800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM207
060900         WHEN '39'                                                PGM207
061000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM207
061100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM207
061200         WHEN '41'                                                PGM207
061300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM207
061400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM207
061500         WHEN '42'                                                PGM207
061600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM207
061700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM207
061800         WHEN '46'                                                PGM207
061900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM207
062000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM207
062100         WHEN OTHER                                               PGM207
062200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM207
062300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM207
062400     END-EVALUATE.                                                PGM207
062500*                                                                 PGM207
062600 9900-ABNORMAL-END.                                               PGM207
062700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM207
062800     DISPLAY 'PGM207 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM207
062900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM207
063000     MOVE 16 TO RETURN-CODE                                       PGM207
063100     GOBACK.                                                      PGM207
063200                                                                  PGM207
