000100 IDENTIFICATION DIVISION.                                         PGM211
000200 PROGRAM-ID.    PGM211.                                           PGM211
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM211
000400*                                                                 PGM211
000500* =========================================================       PGM211
000600* 프로그램명: 전력 15분 구간 계량 적재 및 수요전력 경보                                PGM211
000700* 처리내용  : 전력 계량기 15분 구간 피드(CPYEMIV)를 공장,                          PGM211
000800*            일자, 구간, 계량기 순으로 정렬하여 검증 후 구간                         PGM211
000900*            이력(ELECINTV)에 적재한다. 공장별로 같은 구간의                      PGM211
001000*            계량기 사용량을 합해 수요전력(kW = kWh x 4)을 구하고                  PGM211
001100*            최근 구간 이동평균을 계약전력(CPYETRF)과 비교한다.                     PGM211
001200*            경보 기준(%) 이상이면 주의, 계약전력 초과면 긴급                        PGM211
001300*            경보를 올리고, 당월 최대수요(CPYEPEK)에 근접하거나                     PGM211
001400*            새 최대를 세우면 주의 경보를 올린다(당월 첫 96                         PGM211
001500*            구간은 최대수요 경보 제외). 이미 적재된 구간의                          PGM211
001600*            재수신은 거부한다. 경보/거부가 있으면 RC 4.                          PGM211
001700* =========================================================       PGM211
001800*                                                                 PGM211
001900 ENVIRONMENT DIVISION.                                            PGM211
002000 CONFIGURATION SECTION.                                           PGM211
002100 INPUT-OUTPUT SECTION.                                            PGM211
002200 FILE-CONTROL.                                                    PGM211
002300     SELECT TARIFF-FILE                                           PGM211
002400         ASSIGN TO ELECTRF                                        PGM211
002500         ORGANIZATION IS SEQUENTIAL                               PGM211
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM211
002700     SELECT METER-FEED-FILE                                       PGM211
002800         ASSIGN TO ELECFEED                                       PGM211
002900         ORGANIZATION IS SEQUENTIAL                               PGM211
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM211
003100     SELECT SORT-WORK-FILE                                        PGM211
003200         ASSIGN TO SORTWK01.                                      PGM211
003300     SELECT SORTED-FEED-FILE                                      PGM211
003400         ASSIGN TO ELECFSRT                                       PGM211
003500         ORGANIZATION IS SEQUENTIAL                               PGM211
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM211
003700     SELECT INTERVAL-FILE                                         PGM211
003800         ASSIGN TO ELECINTV                                       PGM211
003900         ORGANIZATION IS INDEXED                                  PGM211
004000         ACCESS MODE IS RANDOM                                    PGM211
004100         RECORD KEY IS EI-KEY OF INTERVAL-REC                     PGM211
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM211
004300     SELECT DEMAND-PEAK-FILE                                      PGM211
004400         ASSIGN TO ELECPEAK                                       PGM211
004500         ORGANIZATION IS INDEXED                                  PGM211
004600         ACCESS MODE IS RANDOM                                    PGM211
004700         RECORD KEY IS EP-KEY                                     PGM211
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM211
004900     SELECT DEMAND-REPORT-FILE                                    PGM211
005000         ASSIGN TO ELECRPT                                        PGM211
005100         ORGANIZATION IS SEQUENTIAL                               PGM211
005200         FILE STATUS IS WS-FILE-STATUS6.                          PGM211
005300     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM211
005400         ASSIGN TO ALRTQUE                                        PGM211
005500         ORGANIZATION IS SEQUENTIAL                               PGM211
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM211
005700*                                                                 PGM211
005800 DATA DIVISION.                                                   PGM211
005900 FILE SECTION.                                                    PGM211
006000 FD  TARIFF-FILE.                                                 PGM211
006100 01  TARIFF-FILE-REC         PIC X(250).                          PGM211
006200 FD  METER-FEED-FILE.                                             PGM211
006300 01  METER-FEED-REC.                                              PGM211
006400     COPY CPYEMIV.                                                PGM211
006500 SD  SORT-WORK-FILE.                                              PGM211
006600 01  SORT-WORK-REC.                                               PGM211
006700     COPY CPYEMIV.                                                PGM211
006800 FD  SORTED-FEED-FILE.                                            PGM211
006900 01  SORTED-FEED-REC.                                             PGM211
007000     COPY CPYEMIV.                                                PGM211
007100 FD  INTERVAL-FILE.                                               PGM211
007200 01  INTERVAL-REC.                                                PGM211
007300     COPY CPYEMIV.                                                PGM211
007400 FD  DEMAND-PEAK-FILE.                                            PGM211
007500 01  DEMAND-PEAK-REC.                                             PGM211
007600     COPY CPYEPEK.                                                PGM211
007700 FD  DEMAND-REPORT-FILE.                                          PGM211
007800 01  DEMAND-REPORT-REC       PIC X(132).                          PGM211
007900 FD  ALERT-QUEUE-FILE.                                            PGM211
008000 01  ALERT-QUEUE-REC.                                             PGM211
008100     COPY CPYALRTQ.                                               PGM211
008200*                                                                 PGM211
008300 WORKING-STORAGE SECTION.                                         PGM211
008400 01  WS-FILE-STATUS         PIC XX.                               PGM211
008500 01  WS-FILE-STATUS2        PIC XX.                               PGM211
008600 01  WS-FILE-STATUS3        PIC XX.                               PGM211
008700 01  WS-FILE-STATUS4        PIC XX.                               PGM211
008800 01  WS-FILE-STATUS5        PIC XX.                               PGM211
008900 01  WS-FILE-STATUS6        PIC XX.                               PGM211
009000 01  WS-FILE-STATUS7        PIC XX.                               PGM211
009100 01  WS-ABEND-STATUS        PIC XX.                               PGM211
009200 01  WS-DATE-STATUS         PIC XX.                               PGM211
009300 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM211
009400     88 WS-EOF              VALUE 'Y'.                            PGM211
009500 01  WS-TRF-EOF-FLAG        PIC X VALUE 'N'.                      PGM211
009600     88 WS-TRF-EOF          VALUE 'Y'.                            PGM211
009700 01  WS-ALRTQ-READY-FLAG    PIC X VALUE 'N'.                      PGM211
009800     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM211
009900 01  WS-GROUP-OPEN-FLAG     PIC X VALUE 'N'.                      PGM211
010000     88 WS-GROUP-OPEN       VALUE 'Y'.                            PGM211
010100 01  WS-PEAK-NEW-FLAG       PIC X VALUE 'N'.                      PGM211
010200     88 WS-PEAK-NEW         VALUE 'Y'.                            PGM211
010300 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM211
010400 01  WS-REJECT-REASON       PIC X(30).                            PGM211
010500*                                                                 PGM211
010600 01  WS-TARIFF-REC.                                               PGM211
010700     COPY CPYETRF.                                                PGM211
010800*                                                                 PGM211
010900* 공장별 계약 표 - 이번 실행 집계를 함께 둔다.                                     PGM211
011000 01  WS-TX                  PIC 9(02) COMP VALUE ZEROS.           PGM211
011100 01  WS-TT-COUNT            PIC 9(02) VALUE ZEROS.                PGM211
011200 01  WS-TT-MAX              PIC 9(02) VALUE 20.                   PGM211
011300 01  WS-TT-TABLE.                                                 PGM211
011400     05 WS-TT-ENTRY OCCURS 20 TIMES                               PGM211
011500             INDEXED BY TT-IDX.                                   PGM211
011600         10 TT-PLANT-CD       PIC X(04).                          PGM211
011700         10 TT-CONTRACT-KW    PIC 9(07).                          PGM211
011800         10 TT-ALERT-PCT      PIC 9(03).                          PGM211
011900         10 TT-ROLL-INTERVALS PIC 9(01).                          PGM211
012000         10 TT-INTERVAL-CNT   PIC 9(05).                          PGM211
012100         10 TT-ALERT-CNT      PIC 9(05).                          PGM211
012200         10 TT-RUN-MAX-KW     PIC S9(7)V99.                       PGM211
012300         10 TT-MONTH-PEAK-KW  PIC S9(7)V99.                       PGM211
012400*                                                                 PGM211
012500* 구간 묶음 (공장/일자/구간)                                                PGM211
012600 01  WS-GRP-PLANT           PIC X(04) VALUE SPACES.               PGM211
012700 01  WS-GRP-DATE            PIC 9(08) VALUE ZEROS.                PGM211
012800 01  WS-GRP-DATE-R REDEFINES WS-GRP-DATE.                         PGM211
012900     05 WS-GRP-YYYYMM       PIC 9(06).                            PGM211
013000     05 WS-GRP-DD           PIC 9(02).                            PGM211
013100 01  WS-GRP-INTERVAL        PIC 9(02) VALUE ZEROS.                PGM211
013200 01  WS-GRP-METERS          PIC 9(05) VALUE ZEROS.                PGM211
013300 01  WS-GRP-KWH             PIC S9(9)V999 VALUE ZEROS.            PGM211
013400 01  WS-DEMAND-KW           PIC S9(7)V99 VALUE ZEROS.             PGM211
013500 01  WS-ROLLING-KW          PIC S9(7)V99 VALUE ZEROS.             PGM211
013600 01  WS-ROLL-SUM            PIC S9(9)V99 VALUE ZEROS.             PGM211
013700 01  WS-ROLL-N              PIC 9(01) VALUE ZEROS.                PGM211
013800 01  WS-RX                  PIC 9(01) COMP VALUE ZEROS.           PGM211
013900 01  WS-PRIOR-PEAK-KW       PIC S9(7)V99 VALUE ZEROS.             PGM211
014000 01  WS-LIMIT-KW            PIC S9(7)V99 VALUE ZEROS.             PGM211
014100 01  WS-START-MIN           PIC 9(04) VALUE ZEROS.                PGM211
014200 01  WS-START-HHMM.                                               PGM211
014300     05 WS-START-HH         PIC 9(02).                            PGM211
014400     05 WS-START-MI         PIC 9(02).                            PGM211
014500 01  WS-START-HHMM-N REDEFINES WS-START-HHMM                      PGM211
014600                            PIC 9(04).                            PGM211
014700*                                                                 PGM211
014800* 경보                                                              PGM211
014900 01  WS-AQ-SEVERITY         PIC X(01).                            PGM211
015000 01  WS-AQ-KEY              PIC X(20).                            PGM211
015100 01  WS-AQ-DESC             PIC X(30).                            PGM211
015200 01  WS-AQ-EVENT-TIME       PIC 9(06).                            PGM211
015300 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM211
015400 01  WS-AQ-HOUR             PIC 9(02).                            PGM211
015500 01  WS-AQ-KEY-WK.                                                PGM211
015600     05 AK-PLANT-CD         PIC X(04).                            PGM211
015700     05 FILLER              PIC X(01) VALUE '-'.                  PGM211
015800     05 AK-DATE             PIC 9(08).                            PGM211
015900     05 FILLER              PIC X(01) VALUE '-'.                  PGM211
016000     05 AK-INTERVAL         PIC 9(02).                            PGM211
016100     05 FILLER              PIC X(04) VALUE SPACES.               PGM211
016200*                                                                 PGM211
016300 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM211
016400 01  WS-LOAD-COUNT          PIC 9(07) VALUE ZEROS.                PGM211
016500 01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM211
016600 01  WS-GROUP-COUNT         PIC 9(07) VALUE ZEROS.                PGM211
016700 01  WS-LATE-COUNT          PIC 9(07) VALUE ZEROS.                PGM211
016800 01  WS-ALERT-COUNT         PIC 9(05) VALUE ZEROS.                PGM211
016900*                                                                 PGM211
017000 01  WS-RPT-HEADER.                                               PGM211
017100     05 FILLER               PIC X(48) VALUE                      PGM211
017200             'PGM211 ELECTRICITY INTERVAL DEMAND MONITOR - RUN'.  PGM211
017300     05 FILLER               PIC X(01) VALUE SPACE.               PGM211
017400     05 RH-RUN-DATE          PIC 9(08).                           PGM211
017500     05 FILLER               PIC X(75) VALUE SPACES.              PGM211
017600 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM211
017700 01  WS-RPT-AL-HEAD.                                              PGM211
017800     05 FILLER               PIC X(44) VALUE                      PGM211
017900             '  PLANT DATE     INT START    DEMAND KW   RO'.      PGM211
018000     05 FILLER               PIC X(44) VALUE                      PGM211
018100             'LLING KW CONTRACT   MONTH PEAK SEV MESSAGE  '.      PGM211
018200     05 FILLER               PIC X(44) VALUE SPACES.              PGM211
018300 01  WS-RPT-ALERT.                                                PGM211
018400     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
018500     05 RA-PLANT-CD          PIC X(04).                           PGM211
018600     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
018700     05 RA-DATE              PIC 9(08).                           PGM211
018800     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
018900     05 RA-INTERVAL          PIC 9(02).                           PGM211
019000     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
019100     05 RA-START-HH          PIC 9(02).                           PGM211
019200     05 FILLER               PIC X(01) VALUE ':'.                 PGM211
019300     05 RA-START-MI          PIC 9(02).                           PGM211
019400     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
019500     05 RA-DEMAND-KW         PIC Z,ZZZ,ZZ9.99.                    PGM211
019600     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
019700     05 RA-ROLLING-KW        PIC Z,ZZZ,ZZ9.99.                    PGM211
019800     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
019900     05 RA-CONTRACT-KW       PIC Z,ZZZ,ZZ9.                       PGM211
020000     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
020100     05 RA-PEAK-KW           PIC Z,ZZZ,ZZ9.99.                    PGM211
020200     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
020300     05 RA-SEVERITY          PIC X(01).                           PGM211
020400     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
020500     05 RA-MESSAGE           PIC X(30).                           PGM211
020600     05 FILLER               PIC X(23) VALUE SPACES.              PGM211
020700 01  WS-RPT-REJECT.                                               PGM211
020800     05 FILLER               PIC X(10) VALUE '  REJECT  '.        PGM211
020900     05 RJ-PLANT-CD          PIC X(04).                           PGM211
021000     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
021100     05 RJ-METER-ID          PIC X(10).                           PGM211
021200     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
021300     05 RJ-DATE              PIC X(08).                           PGM211
021400     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
021500     05 RJ-INTERVAL          PIC X(02).                           PGM211
021600     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
021700     05 RJ-REASON            PIC X(30).                           PGM211
021800     05 FILLER               PIC X(63) VALUE SPACES.              PGM211
021900 01  WS-RPT-SM-HEAD.                                              PGM211
022000     05 FILLER               PIC X(44) VALUE                      PGM211
022100             '  PLANT CONTRACT INTERVALS    ALERTS  RUN MA'.      PGM211
022200     05 FILLER               PIC X(44) VALUE                      PGM211
022300             'X KW  MONTH PEAK KW                         '.      PGM211
022400     05 FILLER               PIC X(44) VALUE SPACES.              PGM211
022500 01  WS-RPT-SUMMARY.                                              PGM211
022600     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
022700     05 RS-PLANT-CD          PIC X(04).                           PGM211
022800     05 FILLER               PIC X(03) VALUE SPACES.              PGM211
022900     05 RS-CONTRACT-KW       PIC Z,ZZZ,ZZ9.                       PGM211
023000     05 FILLER               PIC X(02) VALUE SPACES.              PGM211
023100     05 RS-INTERVAL-CNT      PIC ZZ,ZZ9.                          PGM211
023200     05 FILLER               PIC X(04) VALUE SPACES.              PGM211
023300     05 RS-ALERT-CNT         PIC ZZ,ZZ9.                          PGM211
023400     05 FILLER               PIC X(01) VALUE SPACES.              PGM211
023500     05 RS-RUN-MAX-KW        PIC Z,ZZZ,ZZ9.99.                    PGM211
023600     05 FILLER               PIC X(03) VALUE SPACES.              PGM211
023700     05 RS-MONTH-PEAK-KW     PIC Z,ZZZ,ZZ9.99.                    PGM211
023800     05 FILLER               PIC X(68) VALUE SPACES.              PGM211
023900 01  WS-RPT-TOTALS.                                               PGM211
024000     05 FILLER               PIC X(16) VALUE 'READINGS READ   '.  PGM211
024100     05 RR-READ-CNT          PIC ZZZ,ZZ9.                         PGM211
024200     05 FILLER               PIC X(10) VALUE '  LOADED  '.        PGM211
024300     05 RR-LOAD-CNT          PIC ZZZ,ZZ9.                         PGM211
024400     05 FILLER               PIC X(12) VALUE '  REJECTED  '.      PGM211
024500     05 RR-REJECT-CNT        PIC ZZZ,ZZ9.                         PGM211
024600     05 FILLER               PIC X(13) VALUE '  INTERVALS  '.     PGM211
024700     05 RR-GROUP-CNT         PIC ZZZ,ZZ9.                         PGM211
024800     05 FILLER               PIC X(08) VALUE '  LATE  '.          PGM211
024900     05 RR-LATE-CNT          PIC ZZZ,ZZ9.                         PGM211
025000     05 FILLER               PIC X(10) VALUE '  ALERTS  '.        PGM211
025100     05 RR-ALERT-CNT         PIC ZZ,ZZ9.                          PGM211
025200     05 FILLER               PIC X(22) VALUE SPACES.              PGM211
025300*                                                                 PGM211
025400 PROCEDURE DIVISION.                                              PGM211
025500*                                                                 PGM211
025600 0000-MAIN-PROCESS.                                               PGM211
025700     PERFORM 1000-INITIALIZE                                      PGM211
025800     PERFORM 2000-PROCESS-READING                                 PGM211
025900         UNTIL WS-EOF                                             PGM211
026000     IF WS-GROUP-OPEN                                             PGM211
026100         PERFORM 3000-CLOSE-INTERVAL                              PGM211
026200     END-IF                                                       PGM211
026300     PERFORM 9000-FINALIZE                                        PGM211
026400     GOBACK.                                                      PGM211
026500*                                                                 PGM211
026600 1000-INITIALIZE.                                                 PGM211
026700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM211
026800     PERFORM 1100-LOAD-TARIFFS                                    PGM211
026900     SORT SORT-WORK-FILE                                          PGM211
027000         ON ASCENDING KEY EI-PLANT-CD OF SORT-WORK-REC            PGM211
027100         ON ASCENDING KEY EI-READ-DATE OF SORT-WORK-REC           PGM211
027200         ON ASCENDING KEY EI-INTERVAL-NO OF SORT-WORK-REC         PGM211
027300         ON ASCENDING KEY EI-METER-ID OF SORT-WORK-REC            PGM211
027400         USING METER-FEED-FILE                                    PGM211
027500         GIVING SORTED-FEED-FILE                                  PGM211
027600     OPEN INPUT SORTED-FEED-FILE                                  PGM211
027700     IF WS-FILE-STATUS3 NOT = '00'                                PGM211
027800         DISPLAY 'SORTED FEED OPEN ERROR: ' WS-FILE-STATUS3       PGM211
027900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM211
028000         PERFORM 9900-ABNORMAL-END                                PGM211
028100     END-IF                                                       PGM211
028200     OPEN I-O INTERVAL-FILE                                       PGM211
028300     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM211
028400         DISPLAY 'INTERVAL FILE OPEN ERROR: ' WS-FILE-STATUS4     PGM211
028500         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM211
028600         PERFORM 9900-ABNORMAL-END                                PGM211
028700     END-IF                                                       PGM211
028800     OPEN I-O DEMAND-PEAK-FILE                                    PGM211
028900     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM211
029000         DISPLAY 'DEMAND PEAK FILE OPEN ERROR: ' WS-FILE-STATUS5  PGM211
029100         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM211
029200         PERFORM 9900-ABNORMAL-END                                PGM211
029300     END-IF                                                       PGM211
029400     OPEN OUTPUT DEMAND-REPORT-FILE                               PGM211
029500     IF WS-FILE-STATUS6 NOT = '00'                                PGM211
029600         DISPLAY 'DEMAND REPORT OPEN ERROR: ' WS-FILE-STATUS6     PGM211
029700         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM211
029800         PERFORM 9900-ABNORMAL-END                                PGM211
029900     END-IF                                                       PGM211
030000     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM211
030100     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM211
030200         SET WS-ALRTQ-READY TO TRUE                               PGM211
030300     ELSE                                                         PGM211
030400         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS7       PGM211
030500     END-IF                                                       PGM211
030600     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM211
030700     WRITE DEMAND-REPORT-REC FROM WS-RPT-HEADER                   PGM211
030800     WRITE DEMAND-REPORT-REC FROM WS-RPT-BLANK                    PGM211
030900     WRITE DEMAND-REPORT-REC FROM WS-RPT-AL-HEAD                  PGM211
031000     PERFORM 1300-READ-SORTED.                                    PGM211
031100*                                                                 PGM211
031200* 경보 기준 기본값 90%, 이동평균 구간 기본값 1.                                   PGM211
031300 1100-LOAD-TARIFFS.                                               PGM211
031400     OPEN INPUT TARIFF-FILE                                       PGM211
031500     IF WS-FILE-STATUS NOT = '00'                                 PGM211
031600         DISPLAY 'TARIFF FILE OPEN ERROR: ' WS-FILE-STATUS        PGM211
031700         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM211
031800         PERFORM 9900-ABNORMAL-END                                PGM211
031900     END-IF                                                       PGM211
032000     PERFORM 1110-READ-TARIFF                                     PGM211
032100     PERFORM 1120-STORE-TARIFF                                    PGM211
032200         UNTIL WS-TRF-EOF                                         PGM211
032300     CLOSE TARIFF-FILE                                            PGM211
032400     IF WS-TT-COUNT = 0                                           PGM211
032500         DISPLAY 'NO ELECTRICITY CONTRACTS ON TARIFF FILE'        PGM211
032600         MOVE 'PM' TO WS-ABEND-STATUS                             PGM211
032700         PERFORM 9900-ABNORMAL-END                                PGM211
032800     END-IF.                                                      PGM211
032900*                                                                 PGM211
033000 1110-READ-TARIFF.                                                PGM211
033100     READ TARIFF-FILE INTO WS-TARIFF-REC                          PGM211
033200         AT END SET WS-TRF-EOF TO TRUE                            PGM211
033300     END-READ.                                                    PGM211
033400*                                                                 PGM211
033500 1120-STORE-TARIFF.                                               PGM211
033600     IF WS-TT-COUNT NOT < WS-TT-MAX                               PGM211
033700         DISPLAY 'CONTRACT TABLE FULL: ' WS-TT-MAX                PGM211
033800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM211
033900         PERFORM 9900-ABNORMAL-END                                PGM211
034000     END-IF                                                       PGM211
034100     IF ET-CONTRACT-KW NOT NUMERIC OR ET-CONTRACT-KW = 0          PGM211
034200         DISPLAY 'INVALID CONTRACT KW FOR PLANT ' ET-PLANT-CD     PGM211
034300         MOVE 'PM' TO WS-ABEND-STATUS                             PGM211
034400         PERFORM 9900-ABNORMAL-END                                PGM211
034500     END-IF                                                       PGM211
034600     ADD 1 TO WS-TT-COUNT                                         PGM211
034700     INITIALIZE WS-TT-ENTRY (WS-TT-COUNT)                         PGM211
034800     MOVE ET-PLANT-CD    TO TT-PLANT-CD (WS-TT-COUNT)             PGM211
034900     MOVE ET-CONTRACT-KW TO TT-CONTRACT-KW (WS-TT-COUNT)          PGM211
035000     IF ET-ALERT-PCT NUMERIC AND ET-ALERT-PCT > 0                 PGM211
035100         MOVE ET-ALERT-PCT TO TT-ALERT-PCT (WS-TT-COUNT)          PGM211
035200     ELSE                                                         PGM211
035300         MOVE 90 TO TT-ALERT-PCT (WS-TT-COUNT)                    PGM211
035400     END-IF                                                       PGM211
035500     IF ET-ROLL-INTERVALS NUMERIC                                 PGM211
035600         AND ET-ROLL-INTERVALS > 0 AND ET-ROLL-INTERVALS < 5      PGM211
035700         MOVE ET-ROLL-INTERVALS TO TT-ROLL-INTERVALS (WS-TT-COUNT)PGM211
035800     ELSE                                                         PGM211
035900         MOVE 1 TO TT-ROLL-INTERVALS (WS-TT-COUNT)                PGM211
036000     END-IF                                                       PGM211
036100     PERFORM 1110-READ-TARIFF.                                    PGM211
036200*                                                                 PGM211
036300 1300-READ-SORTED.                                                PGM211
036400     READ SORTED-FEED-FILE                                        PGM211
036500         AT END SET WS-EOF TO TRUE                                PGM211
036600     END-READ.                                                    PGM211
036700*                                                                 PGM211
036800 2000-PROCESS-READING.                                            PGM211
036900     ADD 1 TO WS-READ-COUNT                                       PGM211
037000     PERFORM 2100-VALIDATE-READING                                PGM211
037100     IF WS-REJECT-REASON NOT = SPACES                             PGM211
037200         PERFORM 2300-REJECT-READING                              PGM211
037300     ELSE                                                         PGM211
037400         IF NOT WS-GROUP-OPEN                                     PGM211
037500             OR EI-PLANT-CD OF SORTED-FEED-REC NOT = WS-GRP-PLANT PGM211
037600             OR EI-READ-DATE OF SORTED-FEED-REC NOT = WS-GRP-DATE PGM211
037700             OR EI-INTERVAL-NO OF SORTED-FEED-REC                 PGM211
037800                 NOT = WS-GRP-INTERVAL                            PGM211
037900             IF WS-GROUP-OPEN                                     PGM211
038000                 PERFORM 3000-CLOSE-INTERVAL                      PGM211
038100             END-IF                                               PGM211
038200             PERFORM 2200-OPEN-INTERVAL                           PGM211
038300         END-IF                                                   PGM211
038400         MOVE SORTED-FEED-REC TO INTERVAL-REC                     PGM211
038500         MOVE WS-RUN-DATE TO EI-LOAD-DATE OF INTERVAL-REC         PGM211
038600         WRITE INTERVAL-REC                                       PGM211
038700             INVALID KEY                                          PGM211
038800                 MOVE 'INTERVAL ALREADY LOADED'                   PGM211
038900                     TO WS-REJECT-REASON                          PGM211
039000                 PERFORM 2300-REJECT-READING                      PGM211
039100             NOT INVALID KEY                                      PGM211
039200                 ADD 1 TO WS-LOAD-COUNT                           PGM211
039300                 ADD 1 TO WS-GRP-METERS                           PGM211
039400                 ADD EI-KWH OF SORTED-FEED-REC TO WS-GRP-KWH      PGM211
039500         END-WRITE                                                PGM211
039600     END-IF                                                       PGM211
039700     PERFORM 1300-READ-SORTED.                                    PGM211
039800*                                                                 PGM211
039900 2100-VALIDATE-READING.                                           PGM211
040000     MOVE SPACES TO WS-REJECT-REASON                              PGM211
040100     SET TT-IDX TO 1                                              PGM211
040200     SEARCH WS-TT-ENTRY                                           PGM211
040300         AT END                                                   PGM211
040400             MOVE 'PLANT HAS NO CONTRACT' TO WS-REJECT-REASON     PGM211
040500         WHEN TT-IDX NOT > WS-TT-COUNT                            PGM211
040600             AND TT-PLANT-CD (TT-IDX)                             PGM211
040700                 = EI-PLANT-CD OF SORTED-FEED-REC                 PGM211
040800             CONTINUE                                             PGM211
040900     END-SEARCH                                                   PGM211
041000     IF WS-REJECT-REASON = SPACES                                 PGM211
041100         CALL 'DATECHK' USING EI-READ-DATE OF SORTED-FEED-REC     PGM211
041200                              WS-DATE-STATUS                      PGM211
041300         EVALUATE TRUE                                            PGM211
041400             WHEN EI-METER-ID OF SORTED-FEED-REC = SPACES         PGM211
041500                 MOVE 'METER ID MISSING' TO WS-REJECT-REASON      PGM211
041600             WHEN WS-DATE-STATUS NOT = '00'                       PGM211
041700                 MOVE 'INVALID READ DATE' TO WS-REJECT-REASON     PGM211
041800             WHEN EI-INTERVAL-NO OF SORTED-FEED-REC NOT NUMERIC   PGM211
041900                 OR EI-INTERVAL-NO OF SORTED-FEED-REC < 1         PGM211
042000                 OR EI-INTERVAL-NO OF SORTED-FEED-REC > 96        PGM211
042100                 MOVE 'INTERVAL NOT 01-96' TO WS-REJECT-REASON    PGM211
042200             WHEN EI-KWH OF SORTED-FEED-REC NOT NUMERIC           PGM211
042300                 OR EI-KWH OF SORTED-FEED-REC < 0                 PGM211
042400                 MOVE 'INVALID KWH' TO WS-REJECT-REASON           PGM211
042500             WHEN OTHER                                           PGM211
042600                 CONTINUE                                         PGM211
042700         END-EVALUATE                                             PGM211
042800     END-IF.                                                      PGM211
042900*                                                                 PGM211
043000 2200-OPEN-INTERVAL.                                              PGM211
043100     MOVE EI-PLANT-CD OF SORTED-FEED-REC    TO WS-GRP-PLANT       PGM211
043200     MOVE EI-READ-DATE OF SORTED-FEED-REC   TO WS-GRP-DATE        PGM211
043300     MOVE EI-INTERVAL-NO OF SORTED-FEED-REC TO WS-GRP-INTERVAL    PGM211
043400     MOVE ZEROS TO WS-GRP-METERS WS-GRP-KWH                       PGM211
043500     SET WS-GROUP-OPEN TO TRUE.                                   PGM211
043600*                                                                 PGM211
043700 2300-REJECT-READING.                                             PGM211
043800     ADD 1 TO WS-REJECT-COUNT                                     PGM211
043900     MOVE EI-PLANT-CD OF SORTED-FEED-REC    TO RJ-PLANT-CD        PGM211
044000     MOVE EI-METER-ID OF SORTED-FEED-REC    TO RJ-METER-ID        PGM211
044100     MOVE EI-READ-DATE OF SORTED-FEED-REC   TO RJ-DATE            PGM211
044200     MOVE EI-INTERVAL-NO OF SORTED-FEED-REC TO RJ-INTERVAL        PGM211
044300     MOVE WS-REJECT-REASON                  TO RJ-REASON          PGM211
044400     WRITE DEMAND-REPORT-REC FROM WS-RPT-REJECT.                  PGM211
044500*                                                                 PGM211
044600* ---------------------------------------------------------       PGM211
044700* 구간 마감: 공장 합계 수요전력을 구하고 당월 현황에 반영.                               PGM211
044800* 이미 감시한 구간보다 앞선(지연 수신) 구간은 최대수요만                                 PGM211
044900* 반영하고 이동평균/경보에서는 뺀다.                                             PGM211
045000* ---------------------------------------------------------       PGM211
045100 3000-CLOSE-INTERVAL.                                             PGM211
045200     MOVE 'N' TO WS-GROUP-OPEN-FLAG                               PGM211
045300     IF WS-GRP-METERS > 0                                         PGM211
045400         ADD 1 TO WS-GROUP-COUNT                                  PGM211
045500         COMPUTE WS-DEMAND-KW ROUNDED = WS-GRP-KWH * 4            PGM211
045600         SET TT-IDX TO 1                                          PGM211
045700         SEARCH WS-TT-ENTRY                                       PGM211
045800             AT END                                               PGM211
045900                 CONTINUE                                         PGM211
046000             WHEN TT-PLANT-CD (TT-IDX) = WS-GRP-PLANT             PGM211
046100                 CONTINUE                                         PGM211
046200         END-SEARCH                                               PGM211
046300         PERFORM 3100-READ-PEAK                                   PGM211
046400         MOVE EP-PEAK-KW TO WS-PRIOR-PEAK-KW                      PGM211
046500         IF WS-GRP-DATE < EP-LAST-DATE                            PGM211
046600             OR (WS-GRP-DATE = EP-LAST-DATE                       PGM211
046700                 AND WS-GRP-INTERVAL NOT > EP-LAST-INTERVAL)      PGM211
046800             ADD 1 TO WS-LATE-COUNT                               PGM211
046900         ELSE                                                     PGM211
047000             PERFORM 3200-ROLL-DEMAND                             PGM211
047100             PERFORM 3300-CHECK-DEMAND                            PGM211
047200             MOVE WS-GRP-DATE     TO EP-LAST-DATE                 PGM211
047300             MOVE WS-GRP-INTERVAL TO EP-LAST-INTERVAL             PGM211
047400         END-IF                                                   PGM211
047500         IF WS-DEMAND-KW > EP-PEAK-KW                             PGM211
047600             MOVE WS-DEMAND-KW    TO EP-PEAK-KW                   PGM211
047700             MOVE WS-GRP-DATE     TO EP-PEAK-DATE                 PGM211
047800             MOVE WS-GRP-INTERVAL TO EP-PEAK-INTERVAL             PGM211
047900         END-IF                                                   PGM211
048000         ADD 1 TO EP-INTERVAL-CNT                                 PGM211
048100         ADD 1 TO TT-INTERVAL-CNT (TT-IDX)                        PGM211
048200         IF WS-DEMAND-KW > TT-RUN-MAX-KW (TT-IDX)                 PGM211
048300             MOVE WS-DEMAND-KW TO TT-RUN-MAX-KW (TT-IDX)          PGM211
048400         END-IF                                                   PGM211
048500         MOVE EP-PEAK-KW TO TT-MONTH-PEAK-KW (TT-IDX)             PGM211
048600         PERFORM 3400-SAVE-PEAK                                   PGM211
048700     END-IF.                                                      PGM211
048800*                                                                 PGM211
048900 3100-READ-PEAK.                                                  PGM211
049000     MOVE 'N' TO WS-PEAK-NEW-FLAG                                 PGM211
049100     MOVE WS-GRP-PLANT  TO EP-PLANT-CD                            PGM211
049200     MOVE WS-GRP-YYYYMM TO EP-YYYYMM                              PGM211
049300     READ DEMAND-PEAK-FILE                                        PGM211
049400         INVALID KEY                                              PGM211
049500             SET WS-PEAK-NEW TO TRUE                              PGM211
049600             INITIALIZE DEMAND-PEAK-REC                           PGM211
049700             MOVE WS-GRP-PLANT  TO EP-PLANT-CD                    PGM211
049800             MOVE WS-GRP-YYYYMM TO EP-YYYYMM                      PGM211
049900     END-READ.                                                    PGM211
050000*                                                                 PGM211
050100* 최근 4 구간을 한 칸씩 밀어 두고 설정 구간 수만큼 평균한다.                             PGM211
050200 3200-ROLL-DEMAND.                                                PGM211
050300     PERFORM 3210-SHIFT-RECENT                                    PGM211
050400         VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 3                PGM211
050500     MOVE WS-DEMAND-KW TO EP-RECENT-KW (4)                        PGM211
050600     IF EP-RECENT-CNT < 4                                         PGM211
050700         ADD 1 TO EP-RECENT-CNT                                   PGM211
050800     END-IF                                                       PGM211
050900     MOVE TT-ROLL-INTERVALS (TT-IDX) TO WS-ROLL-N                 PGM211
051000     IF WS-ROLL-N > EP-RECENT-CNT                                 PGM211
051100         MOVE EP-RECENT-CNT TO WS-ROLL-N                          PGM211
051200     END-IF                                                       PGM211
051300     MOVE ZEROS TO WS-ROLL-SUM                                    PGM211
051400     PERFORM 3220-SUM-RECENT                                      PGM211
051500         VARYING WS-RX FROM 4 BY -1 UNTIL WS-RX < 5 - WS-ROLL-N   PGM211
051600     COMPUTE WS-ROLLING-KW ROUNDED = WS-ROLL-SUM / WS-ROLL-N.     PGM211
051700*                                                                 PGM211
051800 3210-SHIFT-RECENT.                                               PGM211
051900     MOVE EP-RECENT-KW (WS-RX + 1) TO EP-RECENT-KW (WS-RX).       PGM211
052000*                                                                 PGM211
052100 3220-SUM-RECENT.                                                 PGM211
052200     ADD EP-RECENT-KW (WS-RX) TO WS-ROLL-SUM.                     PGM211
052300*                                                                 PGM211
052400* 경보 우선순위: 계약 초과 > 계약 근접 > 새 당월 최대 > 당월                           PGM211
052500* 최대 근접. 구간당 한 건만 올린다.                                            PGM211
052600 3300-CHECK-DEMAND.                                               PGM211
052700     MOVE SPACES TO WS-AQ-SEVERITY                                PGM211
052800     COMPUTE WS-LIMIT-KW ROUNDED =                                PGM211
052900         TT-CONTRACT-KW (TT-IDX) * TT-ALERT-PCT (TT-IDX) / 100    PGM211
053000     EVALUATE TRUE                                                PGM211
053100         WHEN WS-ROLLING-KW > TT-CONTRACT-KW (TT-IDX)             PGM211
053200             MOVE 'C' TO WS-AQ-SEVERITY                           PGM211
053300             MOVE 'DEMAND OVER CONTRACT KW' TO WS-AQ-DESC         PGM211
053400         WHEN WS-ROLLING-KW NOT < WS-LIMIT-KW                     PGM211
053500             MOVE 'W' TO WS-AQ-SEVERITY                           PGM211
053600             MOVE 'DEMAND NEAR CONTRACT KW' TO WS-AQ-DESC         PGM211
053700         WHEN EP-INTERVAL-CNT < 96 OR WS-PRIOR-PEAK-KW = 0        PGM211
053800             CONTINUE                                             PGM211
053900         WHEN WS-DEMAND-KW > WS-PRIOR-PEAK-KW                     PGM211
054000             MOVE 'W' TO WS-AQ-SEVERITY                           PGM211
054100             MOVE 'NEW MONTHLY DEMAND PEAK SET' TO WS-AQ-DESC     PGM211
054200         WHEN OTHER                                               PGM211
054300             COMPUTE WS-LIMIT-KW ROUNDED =                        PGM211
054400                 WS-PRIOR-PEAK-KW * TT-ALERT-PCT (TT-IDX) / 100   PGM211
054500             IF WS-ROLLING-KW NOT < WS-LIMIT-KW                   PGM211
054600                 MOVE 'W' TO WS-AQ-SEVERITY                       PGM211
054700                 MOVE 'DEMAND APPROACHING MONTH PEAK'             PGM211
054800                     TO WS-AQ-DESC                                PGM211
054900             END-IF                                               PGM211
055000     END-EVALUATE                                                 PGM211
055100     IF WS-AQ-SEVERITY NOT = SPACES                               PGM211
055200         PERFORM 3500-RAISE-ALERT                                 PGM211
055300     END-IF.                                                      PGM211
055400*                                                                 PGM211
055500 3400-SAVE-PEAK.                                                  PGM211
055600     IF WS-PEAK-NEW                                               PGM211
055700         WRITE DEMAND-PEAK-REC                                    PGM211
055800             INVALID KEY                                          PGM211
055900                 DISPLAY 'DEMAND PEAK WRITE ERROR: '              PGM211
056000                         WS-FILE-STATUS5                          PGM211
056100         END-WRITE                                                PGM211
056200     ELSE                                                         PGM211
056300         REWRITE DEMAND-PEAK-REC                                  PGM211
056400             INVALID KEY                                          PGM211
056500                 DISPLAY 'DEMAND PEAK REWRITE ERROR: '            PGM211
056600                         WS-FILE-STATUS5                          PGM211
056700         END-REWRITE                                              PGM211
056800     END-IF.                                                      PGM211
056900*                                                                 PGM211
057000* 경보 키: 공장-일자-구간, 이벤트 시각은 구간 시작 시각.                               PGM211
057100 3500-RAISE-ALERT.                                                PGM211
057200     ADD 1 TO WS-ALERT-COUNT                                      PGM211
057300     ADD 1 TO EP-ALERT-CNT                                        PGM211
057400     ADD 1 TO TT-ALERT-CNT (TT-IDX)                               PGM211
057500     COMPUTE WS-START-MIN = (WS-GRP-INTERVAL - 1) * 15            PGM211
057600     DIVIDE WS-START-MIN BY 60 GIVING WS-START-HH                 PGM211
057700         REMAINDER WS-START-MI                                    PGM211
057800     MOVE WS-GRP-PLANT             TO RA-PLANT-CD                 PGM211
057900     MOVE WS-GRP-DATE              TO RA-DATE                     PGM211
058000     MOVE WS-GRP-INTERVAL          TO RA-INTERVAL                 PGM211
058100     MOVE WS-START-HH              TO RA-START-HH                 PGM211
058200     MOVE WS-START-MI              TO RA-START-MI                 PGM211
058300     MOVE WS-DEMAND-KW             TO RA-DEMAND-KW                PGM211
058400     MOVE WS-ROLLING-KW            TO RA-ROLLING-KW               PGM211
058500     MOVE TT-CONTRACT-KW (TT-IDX)  TO RA-CONTRACT-KW              PGM211
058600     MOVE WS-PRIOR-PEAK-KW         TO RA-PEAK-KW                  PGM211
058700     MOVE WS-AQ-SEVERITY           TO RA-SEVERITY                 PGM211
058800     MOVE WS-AQ-DESC               TO RA-MESSAGE                  PGM211
058900     WRITE DEMAND-REPORT-REC FROM WS-RPT-ALERT                    PGM211
059000     MOVE WS-GRP-PLANT    TO AK-PLANT-CD                          PGM211
059100     MOVE WS-GRP-DATE     TO AK-DATE                              PGM211
059200     MOVE WS-GRP-INTERVAL TO AK-INTERVAL                          PGM211
059300     MOVE WS-AQ-KEY-WK    TO WS-AQ-KEY                            PGM211
059400     COMPUTE WS-AQ-EVENT-TIME = WS-START-HHMM-N * 100             PGM211
059500     PERFORM 9760-WRITE-ALERT-QUEUE.                              PGM211
059600*                                                                 PGM211
059700 9000-FINALIZE.                                                   PGM211
059800     WRITE DEMAND-REPORT-REC FROM WS-RPT-BLANK                    PGM211
059900     WRITE DEMAND-REPORT-REC FROM WS-RPT-SM-HEAD                  PGM211
060000     PERFORM 9100-PRINT-PLANT-SUMMARY                             PGM211
060100         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TT-COUNT      PGM211
060200     MOVE WS-READ-COUNT   TO RR-READ-CNT                          PGM211
060300     MOVE WS-LOAD-COUNT   TO RR-LOAD-CNT                          PGM211
060400     MOVE WS-REJECT-COUNT TO RR-REJECT-CNT                        PGM211
060500     MOVE WS-GROUP-COUNT  TO RR-GROUP-CNT                         PGM211
060600     MOVE WS-LATE-COUNT   TO RR-LATE-CNT                          PGM211
060700     MOVE WS-ALERT-COUNT  TO RR-ALERT-CNT                         PGM211
060800     WRITE DEMAND-REPORT-REC FROM WS-RPT-BLANK                    PGM211
060900     WRITE DEMAND-REPORT-REC FROM WS-RPT-TOTALS                   PGM211
061000     CLOSE SORTED-FEED-FILE                                       PGM211
061100     CLOSE INTERVAL-FILE                                          PGM211
061200     CLOSE DEMAND-PEAK-FILE                                       PGM211
061300     CLOSE DEMAND-REPORT-FILE                                     PGM211
061400     IF WS-ALRTQ-READY                                            PGM211
061500         CLOSE ALERT-QUEUE-FILE                                   PGM211
061600     END-IF                                                       PGM211
061700     IF WS-ALERT-COUNT > 0 OR WS-REJECT-COUNT > 0                 PGM211
061800         MOVE 4 TO RETURN-CODE                                    PGM211
061900     END-IF                                                       PGM211
062000     DISPLAY 'PGM211 COMPLETED: ' WS-READ-COUNT ' READINGS, '     PGM211
062100             WS-LOAD-COUNT ' LOADED, ' WS-REJECT-COUNT            PGM211
062200             ' REJECTED'                                          PGM211
062300     DISPLAY '  INTERVALS ' WS-GROUP-COUNT ', LATE '              PGM211
062400             WS-LATE-COUNT ', ALERTS ' WS-ALERT-COUNT.            PGM211
062500*                                                                 PGM211
062600 9100-PRINT-PLANT-SUMMARY.                                        PGM211
062700     MOVE TT-PLANT-CD (WS-TX)      TO RS-PLANT-CD                 PGM211
062800     MOVE TT-CONTRACT-KW (WS-TX)   TO RS-CONTRACT-KW              PGM211
062900     MOVE TT-INTERVAL-CNT (WS-TX)  TO RS-INTERVAL-CNT             PGM211
063000     MOVE TT-ALERT-CNT (WS-TX)     TO RS-ALERT-CNT                PGM211
063100     MOVE TT-RUN-MAX-KW (WS-TX)    TO RS-RUN-MAX-KW               PGM211
063200     MOVE TT-MONTH-PEAK-KW (WS-TX) TO RS-MONTH-PEAK-KW            PGM211
063300     WRITE DEMAND-REPORT-REC FROM WS-RPT-SUMMARY.                 PGM211
063400*                                                                 PGM211
063500* 경보 시각은 구간 시작 시각으로 교대를 정한다.                                      PGM211
063600 9760-WRITE-ALERT-QUEUE.                                          PGM211
063700     IF WS-ALRTQ-READY                                            PGM211
063800         INITIALIZE ALERT-QUEUE-REC                               PGM211
063900         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM211
064000         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM211
064100         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM211
064200         MOVE 'PGM211' TO AQ-SOURCE-PGM                           PGM211
064300         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM211
064400         MOVE WS-AQ-EVENT-TIME (1:2) TO WS-AQ-HOUR                PGM211
064500         EVALUATE TRUE                                            PGM211
064600             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM211
064700                 MOVE '1' TO AQ-SHIFT-CD                          PGM211
064800             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM211
064900                 MOVE '2' TO AQ-SHIFT-CD                          PGM211
065000             WHEN OTHER                                           PGM211
065100                 MOVE '3' TO AQ-SHIFT-CD                          PGM211
065200         END-EVALUATE                                             PGM211
065300         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM211
065400         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM211
065500         MOVE 'N' TO AQ-ACK-FLAG                                  PGM211
065600         WRITE ALERT-QUEUE-REC                                    PGM211
065700     END-IF.                                                      PGM211
065800*                                                                 PGM211
065900 9750-DIAGNOSE-FILE-STATUS.                                       PGM211
066000     EVALUATE WS-ABEND-STATUS                                     PGM211
066100         WHEN '10'                                                PGM211
066200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM211
066300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM211
066400         WHEN '23'                                                PGM211
066500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM211
066600             DISPLAY '  AND RETRY THE REQUEST'                    PGM211
066700         WHEN '35'                                                PGM211
066800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM211
066900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM211
067000         WHEN '37'                                                PGM211
067100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM211
067200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM211
067300         WHEN '39'                                                PGM211
067400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM211
067500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM211
067600         WHEN '41'                                                PGM211
067700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM211
067800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM211
067900         WHEN '42'                                                PGM211
068000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM211
068100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM211
068200         WHEN '46'                                                PGM211
068300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM211
068400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM211
068500         WHEN OTHER                                               PGM211
068600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM211
068700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM211
068800     END-EVALUATE.                                                PGM211
068900*                                                                 PGM211
069000 9900-ABNORMAL-END.                                               PGM211
069100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM211
069200     DISPLAY 'PGM211 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM211
069300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM211
069400     MOVE 16 TO RETURN-CODE                                       PGM211
069500     GOBACK.                                                      PGM211
069600                                                                  PGM211
