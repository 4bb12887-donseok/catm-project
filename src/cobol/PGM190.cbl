000100 IDENTIFICATION DIVISION.                                         PGM190
000200 PROGRAM-ID.    PGM190.                                           PGM190
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM190
000400*                                                                 PGM190
000500* =========================================================       PGM190
000600* 프로그램명: 열풍로 일별 사이클 보고 및 경보                                       PGM190
000700* 처리내용  : 열풍로 전환 이벤트(CPYBFSV)를 고로/열풍로/시각                          PGM190
000800*            순으로 읽어 송풍(ON-BLAST)/연소(ON-GAS) 구간별                   PGM190
000900*            경과 분을 구하고, 보고일에 끝난 구간과 보고일                           PGM190
001000*            말에 아직 열린 구간을 보고한다. 구간이 한계                            PGM190
001100*            분을 넘거나 돔 온도가 한계를 넘으면 통합 경보                           PGM190
001200*            큐(CPYALRTQ)에 경보를 올린다. 열풍로/고로별                        PGM190
001300*            요약 줄(평균 사이클, 최고 돔/폐가스 온도, 평균                         PGM190
001400*            열풍 온도)을 붙이며 경보가 있으면 RC 4.                            PGM190
001500* =========================================================       PGM190
001600*                                                                 PGM190
001700 ENVIRONMENT DIVISION.                                            PGM190
001800 CONFIGURATION SECTION.                                           PGM190
001900 INPUT-OUTPUT SECTION.                                            PGM190
002000 FILE-CONTROL.                                                    PGM190
002100     SELECT OPTIONAL STOVE-PARM-FILE                              PGM190
002200         ASSIGN TO STOVPARM                                       PGM190
002300         ORGANIZATION IS SEQUENTIAL                               PGM190
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM190
002500     SELECT STOVE-EVENT-FILE                                      PGM190
002600         ASSIGN TO STOVLOG                                        PGM190
002700         ORGANIZATION IS INDEXED                                  PGM190
002800         ACCESS MODE IS DYNAMIC                                   PGM190
002900         RECORD KEY IS SV-KEY                                     PGM190
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM190
003100     SELECT STOVE-REPORT-FILE                                     PGM190
003200         ASSIGN TO STOVRPT                                        PGM190
003300         ORGANIZATION IS SEQUENTIAL                               PGM190
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM190
003500     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM190
003600         ASSIGN TO ALRTQUE                                        PGM190
003700         ORGANIZATION IS SEQUENTIAL                               PGM190
003800         FILE STATUS IS WS-FILE-STATUS4.                          PGM190
003900*                                                                 PGM190
004000 DATA DIVISION.                                                   PGM190
004100 FILE SECTION.                                                    PGM190
004200 FD  STOVE-PARM-FILE.                                             PGM190
004300 01  STOVE-PARM-REC.                                              PGM190
004400     05 SP-REPORT-DATE       PIC 9(08).                           PGM190
004500     05 SP-BF-NO             PIC X(03).                           PGM190
004600     05 SP-BLAST-MAX-MIN     PIC 9(03).                           PGM190
004700     05 SP-GAS-MAX-MIN       PIC 9(03).                           PGM190
004800     05 SP-DOME-MAX-TEMP     PIC 9(04).                           PGM190
004900     05 FILLER               PIC X(59).                           PGM190
005000 FD  STOVE-EVENT-FILE.                                            PGM190
005100 01  STOVE-EVENT-REC.                                             PGM190
005200     COPY CPYBFSV.                                                PGM190
005300 FD  STOVE-REPORT-FILE.                                           PGM190
005400 01  STOVE-REPORT-REC        PIC X(132).                          PGM190
005500 FD  ALERT-QUEUE-FILE.                                            PGM190
005600 01  ALERT-QUEUE-REC.                                             PGM190
005700     COPY CPYALRTQ.                                               PGM190
005800*                                                                 PGM190
005900 WORKING-STORAGE SECTION.                                         PGM190
006000 01  WS-FILE-STATUS         PIC XX.                               PGM190
006100 01  WS-FILE-STATUS2        PIC XX.                               PGM190
006200 01  WS-FILE-STATUS3        PIC XX.                               PGM190
006300 01  WS-FILE-STATUS4        PIC XX.                               PGM190
006400 01  WS-ABEND-STATUS        PIC XX.                               PGM190
006500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM190
006600     88 WS-EOF              VALUE 'Y'.                            PGM190
006700 01  WS-ALRTQ-READY-FLAG    PIC X VALUE 'N'.                      PGM190
006800     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM190
006900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM190
007000 01  WS-REPORT-DATE         PIC 9(08) VALUE ZEROS.                PGM190
007100 01  WS-PREV-DAY            PIC 9(08) VALUE ZEROS.                PGM190
007200 01  WS-SEL-BF-NO           PIC X(03) VALUE SPACES.               PGM190
007300 01  WS-EVENT-COUNT         PIC 9(07) VALUE ZEROS.                PGM190
007400 01  WS-SEGMENT-COUNT       PIC 9(05) VALUE ZEROS.                PGM190
007500 01  WS-ALERT-COUNT         PIC 9(05) VALUE ZEROS.                PGM190
007600*                                                                 PGM190
007700* 한계값 기본값 - STOVPARM 에 값이 있으면 그 값을 쓴다                             PGM190
007800 01  WS-BLAST-MAX-MIN       PIC 9(03) VALUE 70.                   PGM190
007900 01  WS-GAS-MAX-MIN         PIC 9(03) VALUE 140.                  PGM190
008000 01  WS-DOME-MAX-TEMP       PIC 9(04) VALUE 1400.                 PGM190
008100*                                                                 PGM190
008200* 현재 열풍로와 직전 이벤트                                                  PGM190
008300 01  WS-CUR-BF              PIC X(03) VALUE SPACES.               PGM190
008400 01  WS-CUR-STOVE           PIC 9(01) VALUE ZEROS.                PGM190
008500 01  WS-PREV-FLAG           PIC X VALUE 'N'.                      PGM190
008600     88 WS-PREV-VALID       VALUE 'Y'.                            PGM190
008700 01  WS-PREV-DATE           PIC 9(08) VALUE ZEROS.                PGM190
008800 01  WS-PREV-TIME           PIC 9(06) VALUE ZEROS.                PGM190
008900 01  WS-PREV-EVENT-CD       PIC X(01) VALUE SPACE.                PGM190
009000 01  WS-PREV-DOME           PIC 9(04) VALUE ZEROS.                PGM190
009100 01  WS-PREV-WASTE          PIC 9(04) VALUE ZEROS.                PGM190
009200 01  WS-PREV-HOT-BLAST      PIC 9(04) VALUE ZEROS.                PGM190
009300 01  WS-PREV-DOME-FLAG      PIC X VALUE 'N'.                      PGM190
009400 01  WS-EVT-DOME-FLAG       PIC X VALUE 'N'.                      PGM190
009500     88 WS-EVT-DOME-OVER    VALUE 'Y'.                            PGM190
009600*                                                                 PGM190
009700* 보고 구간                                                           PGM190
009800 01  WS-SEG-OPEN-FLAG       PIC X VALUE 'N'.                      PGM190
009900     88 WS-SEG-OPEN         VALUE 'Y'.                            PGM190
010000 01  WS-SEG-SEQ-FLAG        PIC X VALUE 'N'.                      PGM190
010100     88 WS-SEG-SEQ-ERROR    VALUE 'Y'.                            PGM190
010200 01  WS-SEG-DOME-FLAG       PIC X VALUE 'N'.                      PGM190
010300     88 WS-SEG-DOME-OVER    VALUE 'Y'.                            PGM190
010400 01  WS-SEG-DOME            PIC 9(04) VALUE ZEROS.                PGM190
010500 01  WS-SEG-WASTE           PIC 9(04) VALUE ZEROS.                PGM190
010600 01  WS-SEG-HOT-BLAST       PIC 9(04) VALUE ZEROS.                PGM190
010700 01  WS-SEG-LIMIT           PIC 9(03) VALUE ZEROS.                PGM190
010800 01  WS-SEG-MIN             PIC 9(05) VALUE ZEROS.                PGM190
010900*                                                                 PGM190
011000* 열풍로/고로 누계 (세 그룹은 같은 배열)                                         PGM190
011100 01  WS-STOVE-ACCUM.                                              PGM190
011200     05 WS-ST-EVENT-CNT     PIC 9(05).                            PGM190
011300     05 WS-ST-LINES         PIC 9(05).                            PGM190
011400     05 WS-ST-BLAST-CNT     PIC 9(05).                            PGM190
011500     05 WS-ST-BLAST-MIN     PIC 9(09).                            PGM190
011600     05 WS-ST-GAS-CNT       PIC 9(05).                            PGM190
011700     05 WS-ST-GAS-MIN       PIC 9(09).                            PGM190
011800     05 WS-ST-MAX-DOME      PIC 9(04).                            PGM190
011900     05 WS-ST-MAX-WASTE     PIC 9(04).                            PGM190
012000     05 WS-ST-HB-SUM        PIC 9(09).                            PGM190
012100     05 WS-ST-HB-CNT        PIC 9(05).                            PGM190
012200     05 WS-ST-OVERRUN       PIC 9(05).                            PGM190
012300     05 WS-ST-DOME-CNT      PIC 9(05).                            PGM190
012400 01  WS-BF-ACCUM.                                                 PGM190
012500     05 WS-BF-EVENT-CNT     PIC 9(05).                            PGM190
012600     05 WS-BF-LINES         PIC 9(05).                            PGM190
012700     05 WS-BF-BLAST-CNT     PIC 9(05).                            PGM190
012800     05 WS-BF-BLAST-MIN     PIC 9(09).                            PGM190
012900     05 WS-BF-GAS-CNT       PIC 9(05).                            PGM190
013000     05 WS-BF-GAS-MIN       PIC 9(09).                            PGM190
013100     05 WS-BF-MAX-DOME      PIC 9(04).                            PGM190
013200     05 WS-BF-MAX-WASTE     PIC 9(04).                            PGM190
013300     05 WS-BF-HB-SUM        PIC 9(09).                            PGM190
013400     05 WS-BF-HB-CNT        PIC 9(05).                            PGM190
013500     05 WS-BF-OVERRUN       PIC 9(05).                            PGM190
013600     05 WS-BF-DOME-CNT      PIC 9(05).                            PGM190
013700 01  WS-SUM-ACCUM.                                                PGM190
013800     05 WS-SM-EVENT-CNT     PIC 9(05).                            PGM190
013900     05 WS-SM-LINES         PIC 9(05).                            PGM190
014000     05 WS-SM-BLAST-CNT     PIC 9(05).                            PGM190
014100     05 WS-SM-BLAST-MIN     PIC 9(09).                            PGM190
014200     05 WS-SM-GAS-CNT       PIC 9(05).                            PGM190
014300     05 WS-SM-GAS-MIN       PIC 9(09).                            PGM190
014400     05 WS-SM-MAX-DOME      PIC 9(04).                            PGM190
014500     05 WS-SM-MAX-WASTE     PIC 9(04).                            PGM190
014600     05 WS-SM-HB-SUM        PIC 9(09).                            PGM190
014700     05 WS-SM-HB-CNT        PIC 9(05).                            PGM190
014800     05 WS-SM-OVERRUN       PIC 9(05).                            PGM190
014900     05 WS-SM-DOME-CNT      PIC 9(05).                            PGM190
015000 01  WS-AVG-MIN             PIC 9(05) VALUE ZEROS.                PGM190
015100 01  WS-AVG-HB              PIC 9(04) VALUE ZEROS.                PGM190
015200*                                                                 PGM190
015300* 경과 시간(분) 계산 - 날짜는 하루씩 넘겨 센다                                     PGM190
015400 01  WS-FROM-DATE           PIC 9(08).                            PGM190
015500 01  WS-FROM-TIME           PIC 9(06).                            PGM190
015600 01  WS-FROM-TIME-R REDEFINES WS-FROM-TIME.                       PGM190
015700     05 WS-FROM-HH          PIC 9(02).                            PGM190
015800     05 WS-FROM-MI          PIC 9(02).                            PGM190
015900     05 WS-FROM-SS          PIC 9(02).                            PGM190
016000 01  WS-TO-DATE             PIC 9(08).                            PGM190
016100 01  WS-TO-TIME             PIC 9(06).                            PGM190
016200 01  WS-TO-TIME-R REDEFINES WS-TO-TIME.                           PGM190
016300     05 WS-TO-HH            PIC 9(02).                            PGM190
016400     05 WS-TO-MI            PIC 9(02).                            PGM190
016500     05 WS-TO-SS            PIC 9(02).                            PGM190
016600 01  WS-STEP-DATE           PIC 9(08).                            PGM190
016700 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM190
016800     05 WS-STEP-YYYY        PIC 9(04).                            PGM190
016900     05 WS-STEP-MM          PIC 9(02).                            PGM190
017000     05 WS-STEP-DD          PIC 9(02).                            PGM190
017100 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM190
017200         '312831303130313130313031'.                              PGM190
017300 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM190
017400     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM190
017500 01  WS-MONTH-END           PIC 9(02).                            PGM190
017600 01  WS-LEAP-QUOT           PIC 9(04).                            PGM190
017700 01  WS-LEAP-REM4           PIC 9(04).                            PGM190
017800 01  WS-LEAP-REM100         PIC 9(04).                            PGM190
017900 01  WS-LEAP-REM400         PIC 9(04).                            PGM190
018000 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM190
018100 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE 60.                   PGM190
018200 01  WS-ELAPSED-MIN         PIC S9(09) VALUE ZEROS.               PGM190
018300* 경보                                                              PGM190
018400 01  WS-AQ-SEVERITY         PIC X(01).                            PGM190
018500 01  WS-AQ-KEY              PIC X(20).                            PGM190
018600 01  WS-AQ-DESC             PIC X(30).                            PGM190
018700 01  WS-AQ-EVENT-TIME       PIC 9(06).                            PGM190
018800 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM190
018900 01  WS-AQ-HOUR             PIC 9(02).                            PGM190
019000 01  WS-AQ-KEY-WK.                                                PGM190
019100     05 AK-BF-NO            PIC X(03).                            PGM190
019200     05 FILLER              PIC X(02) VALUE '-S'.                 PGM190
019300     05 AK-STOVE-NO         PIC 9(01).                            PGM190
019400     05 FILLER              PIC X(01) VALUE SPACE.                PGM190
019500     05 AK-EVENT-TIME       PIC 9(06).                            PGM190
019600     05 FILLER              PIC X(07) VALUE SPACES.               PGM190
019700*                                                                 PGM190
019800 01  WS-RPT-HEADER.                                               PGM190
019900     05 FILLER               PIC X(37) VALUE                      PGM190
020000             'PGM190 HOT STOVE CYCLE REPORT - DATE '.             PGM190
020100     05 RH-REPORT-DATE       PIC 9(08).                           PGM190
020200     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM190
020300     05 RH-RUN-DATE          PIC 9(08).                           PGM190
020400     05 FILLER               PIC X(69) VALUE SPACES.              PGM190
020500 01  WS-RPT-LIMITS.                                               PGM190
020600     05 FILLER               PIC X(21) VALUE                      PGM190
020700             'LIMITS  ON-BLAST MAX '.                             PGM190
020800     05 RL-BLAST-MAX         PIC ZZ9.                             PGM190
020900     05 FILLER               PIC X(17) VALUE                      PGM190
021000             ' MIN  ON-GAS MAX '.                                 PGM190
021100     05 RL-GAS-MAX           PIC ZZ9.                             PGM190
021200     05 FILLER               PIC X(15) VALUE                      PGM190
021300             ' MIN  DOME MAX '.                                   PGM190
021400     05 RL-DOME-MAX          PIC ZZZ9.                            PGM190
021500     05 FILLER               PIC X(69) VALUE ' C'.                PGM190
021600 01  WS-RPT-COLUMNS1.                                             PGM190
021700     05 FILLER               PIC X(44) VALUE                      PGM190
021800             'BF  S MODE  FROM            TO             C'.      PGM190
021900     05 FILLER               PIC X(44) VALUE                      PGM190
022000             'YCLE LIMIT DOME WASTE HOT  FLAGS            '.      PGM190
022100     05 FILLER               PIC X(44) VALUE SPACES.              PGM190
022200 01  WS-RPT-COLUMNS2.                                             PGM190
022300     05 FILLER               PIC X(44) VALUE                      PGM190
022400             'NO  NO      DATE     TIME   DATE     TIME   '.      PGM190
022500     05 FILLER               PIC X(44) VALUE                      PGM190
022600             ' MIN  MIN   (C)  (C)  (C)                   '.      PGM190
022700     05 FILLER               PIC X(44) VALUE SPACES.              PGM190
022800 01  WS-RPT-DETAIL.                                               PGM190
022900     05 RD-BF-NO             PIC X(03).                           PGM190
023000     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
023100     05 RD-STOVE-NO          PIC 9(01).                           PGM190
023200     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
023300     05 RD-MODE              PIC X(05).                           PGM190
023400     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
023500     05 RD-FROM-DATE         PIC 9(08).                           PGM190
023600     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
023700     05 RD-FROM-TIME         PIC 9(06).                           PGM190
023800     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
023900     05 RD-TO-DATE           PIC 9(08).                           PGM190
024000     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
024100     05 RD-TO-TIME           PIC X(06).                           PGM190
024200     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
024300     05 RD-MINUTES           PIC ZZZZ9.                           PGM190
024400     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
024500     05 RD-LIMIT             PIC ZZZ9.                            PGM190
024600     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
024700     05 RD-DOME              PIC ZZZ9.                            PGM190
024800     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
024900     05 RD-WASTE             PIC ZZZ9.                            PGM190
025000     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
025100     05 RD-HOT-BLAST         PIC ZZZ9.                            PGM190
025200     05 FILLER               PIC X(02) VALUE SPACES.              PGM190
025300     05 RD-FLAG-CYCLE        PIC X(05).                           PGM190
025400     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
025500     05 RD-FLAG-DOME         PIC X(05).                           PGM190
025600     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
025700     05 RD-FLAG-SEQ          PIC X(05).                           PGM190
025800     05 FILLER               PIC X(44) VALUE SPACES.              PGM190
025900 01  WS-RPT-SUMMARY.                                              PGM190
026000     05 RS-BF-NO             PIC X(03).                           PGM190
026100     05 FILLER               PIC X(01) VALUE SPACE.               PGM190
026200     05 RS-STOVE             PIC X(01).                           PGM190
026300     05 FILLER               PIC X(02) VALUE SPACES.              PGM190
026400     05 RS-LABEL             PIC X(10).                           PGM190
026500     05 FILLER               PIC X(07) VALUE ' BLAST '.           PGM190
026600     05 RS-BLAST-CNT         PIC ZZ9.                             PGM190
026700     05 FILLER               PIC X(05) VALUE ' AVG '.             PGM190
026800     05 RS-BLAST-AVG         PIC ZZZZ9.                           PGM190
026900     05 FILLER               PIC X(06) VALUE ' GAS  '.            PGM190
027000     05 RS-GAS-CNT           PIC ZZ9.                             PGM190
027100     05 FILLER               PIC X(05) VALUE ' AVG '.             PGM190
027200     05 RS-GAS-AVG           PIC ZZZZ9.                           PGM190
027300     05 FILLER               PIC X(10) VALUE ' MAX DOME '.        PGM190
027400     05 RS-MAX-DOME          PIC ZZZ9.                            PGM190
027500     05 FILLER               PIC X(11) VALUE ' MAX WASTE '.       PGM190
027600     05 RS-MAX-WASTE         PIC ZZZ9.                            PGM190
027700     05 FILLER               PIC X(11) VALUE ' AVG HBLST '.       PGM190
027800     05 RS-AVG-HB            PIC ZZZ9.                            PGM190
027900     05 FILLER               PIC X(10) VALUE ' OVERRUNS '.        PGM190
028000     05 RS-OVERRUN           PIC ZZ9.                             PGM190
028100     05 FILLER               PIC X(07) VALUE ' DOME+ '.           PGM190
028200     05 RS-DOME-CNT          PIC ZZ9.                             PGM190
028300     05 FILLER               PIC X(09) VALUE SPACES.              PGM190
028400 01  WS-RPT-COUNTS.                                               PGM190
028500     05 FILLER               PIC X(13) VALUE 'EVENTS READ  '.     PGM190
028600     05 RC-EVENTS            PIC ZZZZZZ9.                         PGM190
028700     05 FILLER               PIC X(11) VALUE '  SEGMENTS '.       PGM190
028800     05 RC-SEGMENTS          PIC ZZZZ9.                           PGM190
028900     05 FILLER               PIC X(09) VALUE '  ALERTS '.         PGM190
029000     05 RC-ALERTS            PIC ZZZZ9.                           PGM190
029100     05 FILLER               PIC X(82) VALUE SPACES.              PGM190
029200 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM190
029300*                                                                 PGM190
029400 PROCEDURE DIVISION.                                              PGM190
029500*                                                                 PGM190
029600 0000-MAIN-PROCESS.                                               PGM190
029700     PERFORM 1000-INITIALIZE                                      PGM190
029800     PERFORM 2000-PROCESS-EVENT                                   PGM190
029900         UNTIL WS-EOF                                             PGM190
030000     IF WS-CUR-BF NOT = SPACES                                    PGM190
030100         PERFORM 2900-CLOSE-STOVE                                 PGM190
030200         PERFORM 2950-CLOSE-FURNACE                               PGM190
030300     END-IF                                                       PGM190
030400     PERFORM 9000-FINALIZE                                        PGM190
030500     GOBACK.                                                      PGM190
030600*                                                                 PGM190
030700* 보고일 기본값은 실행일 전날(하루 조업 마감 후 실행)이고                                PGM190
030800* 고로 공백은 전 고로. 전날의 전날(WS-PREV-DAY)부터 시작된                          PGM190
030900* 구간까지 보고일 말에 열린 구간으로 본다.                                         PGM190
031000 1000-INITIALIZE.                                                 PGM190
031100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM190
031200     MOVE WS-RUN-DATE TO WS-STEP-DATE                             PGM190
031300     PERFORM 8200-PREVIOUS-DAY                                    PGM190
031400     MOVE WS-STEP-DATE TO WS-REPORT-DATE                          PGM190
031500     OPEN INPUT STOVE-PARM-FILE                                   PGM190
031600     IF WS-FILE-STATUS = '00'                                     PGM190
031700         READ STOVE-PARM-FILE                                     PGM190
031800             AT END                                               PGM190
031900                 CONTINUE                                         PGM190
032000             NOT AT END                                           PGM190
032100                 PERFORM 1050-APPLY-PARM                          PGM190
032200         END-READ                                                 PGM190
032300         CLOSE STOVE-PARM-FILE                                    PGM190
032400     END-IF                                                       PGM190
032500     MOVE WS-REPORT-DATE TO WS-STEP-DATE                          PGM190
032600     PERFORM 8200-PREVIOUS-DAY                                    PGM190
032700     MOVE WS-STEP-DATE TO WS-PREV-DAY                             PGM190
032800     OPEN INPUT STOVE-EVENT-FILE                                  PGM190
032900     IF WS-FILE-STATUS2 NOT = '00'                                PGM190
033000         DISPLAY 'STOVE EVENT FILE OPEN ERROR: ' WS-FILE-STATUS2  PGM190
033100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM190
033200         PERFORM 9900-ABNORMAL-END                                PGM190
033300     END-IF                                                       PGM190
033400     OPEN OUTPUT STOVE-REPORT-FILE                                PGM190
033500     IF WS-FILE-STATUS3 NOT = '00'                                PGM190
033600         DISPLAY 'STOVE REPORT OPEN ERROR: ' WS-FILE-STATUS3      PGM190
033700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM190
033800         PERFORM 9900-ABNORMAL-END                                PGM190
033900     END-IF                                                       PGM190
034000     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM190
034100     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM190
034200         SET WS-ALRTQ-READY TO TRUE                               PGM190
034300     ELSE                                                         PGM190
034400         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS4       PGM190
034500     END-IF                                                       PGM190
034600     MOVE WS-REPORT-DATE   TO RH-REPORT-DATE                      PGM190
034700     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM190
034800     MOVE WS-BLAST-MAX-MIN TO RL-BLAST-MAX                        PGM190
034900     MOVE WS-GAS-MAX-MIN   TO RL-GAS-MAX                          PGM190
035000     MOVE WS-DOME-MAX-TEMP TO RL-DOME-MAX                         PGM190
035100     WRITE STOVE-REPORT-REC FROM WS-RPT-HEADER                    PGM190
035200     WRITE STOVE-REPORT-REC FROM WS-RPT-LIMITS                    PGM190
035300     WRITE STOVE-REPORT-REC FROM WS-RPT-BLANK                     PGM190
035400     WRITE STOVE-REPORT-REC FROM WS-RPT-COLUMNS1                  PGM190
035500     WRITE STOVE-REPORT-REC FROM WS-RPT-COLUMNS2                  PGM190
035600     INITIALIZE WS-STOVE-ACCUM                                    PGM190
035700     INITIALIZE WS-BF-ACCUM                                       PGM190
035800     MOVE LOW-VALUES TO SV-KEY                                    PGM190
035900     IF WS-SEL-BF-NO NOT = SPACES                                 PGM190
036000         MOVE WS-SEL-BF-NO TO SV-BF-NO                            PGM190
036100     END-IF                                                       PGM190
036200     START STOVE-EVENT-FILE KEY IS NOT LESS THAN SV-KEY           PGM190
036300         INVALID KEY                                              PGM190
036400             SET WS-EOF TO TRUE                                   PGM190
036500     END-START                                                    PGM190
036600     IF NOT WS-EOF                                                PGM190
036700         PERFORM 1100-READ-EVENT                                  PGM190
036800     END-IF.                                                      PGM190
036900*                                                                 PGM190
037000 1050-APPLY-PARM.                                                 PGM190
037100     IF SP-REPORT-DATE NUMERIC AND SP-REPORT-DATE > 0             PGM190
037200         MOVE SP-REPORT-DATE TO WS-REPORT-DATE                    PGM190
037300     END-IF                                                       PGM190
037400     MOVE SP-BF-NO TO WS-SEL-BF-NO                                PGM190
037500     IF SP-BLAST-MAX-MIN NUMERIC AND SP-BLAST-MAX-MIN > 0         PGM190
037600         MOVE SP-BLAST-MAX-MIN TO WS-BLAST-MAX-MIN                PGM190
037700     END-IF                                                       PGM190
037800     IF SP-GAS-MAX-MIN NUMERIC AND SP-GAS-MAX-MIN > 0             PGM190
037900         MOVE SP-GAS-MAX-MIN TO WS-GAS-MAX-MIN                    PGM190
038000     END-IF                                                       PGM190
038100     IF SP-DOME-MAX-TEMP NUMERIC AND SP-DOME-MAX-TEMP > 0         PGM190
038200         MOVE SP-DOME-MAX-TEMP TO WS-DOME-MAX-TEMP                PGM190
038300     END-IF.                                                      PGM190
038400*                                                                 PGM190
038500 1100-READ-EVENT.                                                 PGM190
038600     READ STOVE-EVENT-FILE NEXT RECORD                            PGM190
038700         AT END SET WS-EOF TO TRUE                                PGM190
038800     END-READ.                                                    PGM190
038900*                                                                 PGM190
039000* 고로를 지정하면 그 고로의 키 범위를 벗어날 때 끝낸다.                                 PGM190
039100 2000-PROCESS-EVENT.                                              PGM190
039200     IF WS-SEL-BF-NO NOT = SPACES                                 PGM190
039300         AND SV-BF-NO NOT = WS-SEL-BF-NO                          PGM190
039400         SET WS-EOF TO TRUE                                       PGM190
039500     ELSE                                                         PGM190
039600         PERFORM 2100-APPLY-EVENT                                 PGM190
039700         PERFORM 1100-READ-EVENT                                  PGM190
039800     END-IF.                                                      PGM190
039900*                                                                 PGM190
040000* 보고일 이후 이벤트는 직전 구간을 보고일 말 기준 열린                                  PGM190
040100* 구간으로 닫는 데만 쓰고, 보고일 이전 이벤트는 직전                                   PGM190
040200* 상태로만 기억한다.                                                      PGM190
040300 2100-APPLY-EVENT.                                                PGM190
040400     ADD 1 TO WS-EVENT-COUNT                                      PGM190
040500     IF SV-BF-NO NOT = WS-CUR-BF                                  PGM190
040600         OR SV-STOVE-NO NOT = WS-CUR-STOVE                        PGM190
040700         IF WS-CUR-BF NOT = SPACES                                PGM190
040800             PERFORM 2900-CLOSE-STOVE                             PGM190
040900             IF SV-BF-NO NOT = WS-CUR-BF                          PGM190
041000                 PERFORM 2950-CLOSE-FURNACE                       PGM190
041100             END-IF                                               PGM190
041200         END-IF                                                   PGM190
041300         MOVE SV-BF-NO    TO WS-CUR-BF                            PGM190
041400         MOVE SV-STOVE-NO TO WS-CUR-STOVE                         PGM190
041500         MOVE 'N' TO WS-PREV-FLAG                                 PGM190
041600     END-IF                                                       PGM190
041700     IF SV-EVENT-DATE > WS-REPORT-DATE                            PGM190
041800         IF WS-PREV-VALID                                         PGM190
041900             AND WS-PREV-DATE NOT < WS-PREV-DAY                   PGM190
042000             PERFORM 2400-OPEN-SEGMENT                            PGM190
042100         END-IF                                                   PGM190
042200         MOVE 'N' TO WS-PREV-FLAG                                 PGM190
042300     ELSE                                                         PGM190
042400         MOVE 'N' TO WS-EVT-DOME-FLAG                             PGM190
042500         IF SV-EVENT-DATE = WS-REPORT-DATE                        PGM190
042600             PERFORM 2200-CHECK-EVENT                             PGM190
042700             IF WS-PREV-VALID                                     PGM190
042800                 PERFORM 2300-CLOSED-SEGMENT                      PGM190
042900             END-IF                                               PGM190
043000         END-IF                                                   PGM190
043100         PERFORM 2500-SAVE-PREV                                   PGM190
043200     END-IF.                                                      PGM190
043300*                                                                 PGM190
043400* 보고일 이벤트의 온도 누계와 돔 온도 한계 점검.                                     PGM190
043500* 열풍 온도는 송풍 전환 시점 값만 평균한다.                                        PGM190
043600 2200-CHECK-EVENT.                                                PGM190
043700     ADD 1 TO WS-ST-EVENT-CNT                                     PGM190
043800     IF SV-DOME-TEMP > WS-ST-MAX-DOME                             PGM190
043900         MOVE SV-DOME-TEMP TO WS-ST-MAX-DOME                      PGM190
044000     END-IF                                                       PGM190
044100     IF SV-WASTE-GAS-TEMP > WS-ST-MAX-WASTE                       PGM190
044200         MOVE SV-WASTE-GAS-TEMP TO WS-ST-MAX-WASTE                PGM190
044300     END-IF                                                       PGM190
044400     IF SV-ON-BLAST AND SV-HOT-BLAST-TEMP > 0                     PGM190
044500         ADD SV-HOT-BLAST-TEMP TO WS-ST-HB-SUM                    PGM190
044600         ADD 1 TO WS-ST-HB-CNT                                    PGM190
044700     END-IF                                                       PGM190
044800     IF SV-DOME-TEMP > WS-DOME-MAX-TEMP                           PGM190
044900         SET WS-EVT-DOME-OVER TO TRUE                             PGM190
045000         ADD 1 TO WS-ST-DOME-CNT                                  PGM190
045100         MOVE 'C' TO WS-AQ-SEVERITY                               PGM190
045200         MOVE 'STOVE DOME TEMP OVER LIMIT' TO WS-AQ-DESC          PGM190
045300         MOVE SV-EVENT-TIME TO WS-AQ-EVENT-TIME                   PGM190
045400         PERFORM 2800-RAISE-ALERT                                 PGM190
045500     END-IF.                                                      PGM190
045600*                                                                 PGM190
045700* 직전 이벤트부터 이 이벤트까지 닫힌 구간. 같은 상태가                                  PGM190
045800* 이어지면 전환 누락(SEQ?)으로 표시한다.                                        PGM190
045900 2300-CLOSED-SEGMENT.                                             PGM190
046000     MOVE SV-EVENT-DATE     TO WS-TO-DATE                         PGM190
046100     MOVE SV-EVENT-TIME     TO WS-TO-TIME                         PGM190
046200     MOVE SV-DOME-TEMP      TO WS-SEG-DOME                        PGM190
046300     MOVE SV-WASTE-GAS-TEMP TO WS-SEG-WASTE                       PGM190
046400     MOVE SV-HOT-BLAST-TEMP TO WS-SEG-HOT-BLAST                   PGM190
046500     MOVE WS-EVT-DOME-FLAG  TO WS-SEG-DOME-FLAG                   PGM190
046600     MOVE 'N' TO WS-SEG-OPEN-FLAG                                 PGM190
046700     IF SV-EVENT-CD = WS-PREV-EVENT-CD                            PGM190
046800         SET WS-SEG-SEQ-ERROR TO TRUE                             PGM190
046900     ELSE                                                         PGM190
047000         MOVE 'N' TO WS-SEG-SEQ-FLAG                              PGM190
047100     END-IF                                                       PGM190
047200     MOVE SV-EVENT-TIME TO WS-AQ-EVENT-TIME                       PGM190
047300     PERFORM 2600-REPORT-SEGMENT.                                 PGM190
047400*                                                                 PGM190
047500* 보고일 말(24:00)까지 전환이 없는 구간                                        PGM190
047600 2400-OPEN-SEGMENT.                                               PGM190
047700     MOVE WS-REPORT-DATE    TO WS-TO-DATE                         PGM190
047800     MOVE 240000            TO WS-TO-TIME                         PGM190
047900     MOVE WS-PREV-DOME      TO WS-SEG-DOME                        PGM190
048000     MOVE WS-PREV-WASTE     TO WS-SEG-WASTE                       PGM190
048100     MOVE WS-PREV-HOT-BLAST TO WS-SEG-HOT-BLAST                   PGM190
048200     MOVE WS-PREV-DOME-FLAG TO WS-SEG-DOME-FLAG                   PGM190
048300     SET WS-SEG-OPEN TO TRUE                                      PGM190
048400     MOVE 'N' TO WS-SEG-SEQ-FLAG                                  PGM190
048500     MOVE WS-PREV-TIME TO WS-AQ-EVENT-TIME                        PGM190
048600     PERFORM 2600-REPORT-SEGMENT.                                 PGM190
048700*                                                                 PGM190
048800 2500-SAVE-PREV.                                                  PGM190
048900     MOVE SV-EVENT-DATE     TO WS-PREV-DATE                       PGM190
049000     MOVE SV-EVENT-TIME     TO WS-PREV-TIME                       PGM190
049100     MOVE SV-EVENT-CD       TO WS-PREV-EVENT-CD                   PGM190
049200     MOVE SV-DOME-TEMP      TO WS-PREV-DOME                       PGM190
049300     MOVE SV-WASTE-GAS-TEMP TO WS-PREV-WASTE                      PGM190
049400     MOVE SV-HOT-BLAST-TEMP TO WS-PREV-HOT-BLAST                  PGM190
049500     MOVE WS-EVT-DOME-FLAG  TO WS-PREV-DOME-FLAG                  PGM190
049600     SET WS-PREV-VALID TO TRUE.                                   PGM190
049700*                                                                 PGM190
049800* 구간의 상태는 시작 이벤트의 상태다. 평균 사이클은 닫힌                                 PGM190
049900* 구간만으로 내고, 한계 초과는 열린 구간도 경보한다.                                   PGM190
050000 2600-REPORT-SEGMENT.                                             PGM190
050100     MOVE WS-PREV-DATE TO WS-FROM-DATE                            PGM190
050200     MOVE WS-PREV-TIME TO WS-FROM-TIME                            PGM190
050300     PERFORM 8000-ELAPSED-MINUTES                                 PGM190
050400     EVALUATE WS-PREV-EVENT-CD                                    PGM190
050500         WHEN 'B'                                                 PGM190
050600             MOVE 'BLAST'          TO RD-MODE                     PGM190
050700             MOVE WS-BLAST-MAX-MIN TO WS-SEG-LIMIT                PGM190
050800             IF NOT WS-SEG-OPEN                                   PGM190
050900                 ADD 1          TO WS-ST-BLAST-CNT                PGM190
051000                 ADD WS-SEG-MIN TO WS-ST-BLAST-MIN                PGM190
051100             END-IF                                               PGM190
051200         WHEN 'G'                                                 PGM190
051300             MOVE 'GAS'            TO RD-MODE                     PGM190
051400             MOVE WS-GAS-MAX-MIN   TO WS-SEG-LIMIT                PGM190
051500             IF NOT WS-SEG-OPEN                                   PGM190
051600                 ADD 1          TO WS-ST-GAS-CNT                  PGM190
051700                 ADD WS-SEG-MIN TO WS-ST-GAS-MIN                  PGM190
051800             END-IF                                               PGM190
051900         WHEN OTHER                                               PGM190
052000             MOVE '?'              TO RD-MODE                     PGM190
052100             MOVE ZEROS            TO WS-SEG-LIMIT                PGM190
052200     END-EVALUATE                                                 PGM190
052300     MOVE SPACES TO RD-FLAG-CYCLE                                 PGM190
052400     IF WS-SEG-LIMIT > 0 AND WS-SEG-MIN > WS-SEG-LIMIT            PGM190
052500         MOVE 'OVRUN' TO RD-FLAG-CYCLE                            PGM190
052600         ADD 1 TO WS-ST-OVERRUN                                   PGM190
052700         MOVE 'W' TO WS-AQ-SEVERITY                               PGM190
052800         IF WS-PREV-EVENT-CD = 'B'                                PGM190
052900             MOVE 'STOVE ON-BLAST CYCLE OVERRUN' TO WS-AQ-DESC    PGM190
053000         ELSE                                                     PGM190
053100             MOVE 'STOVE ON-GAS CYCLE OVERRUN' TO WS-AQ-DESC      PGM190
053200         END-IF                                                   PGM190
053300         PERFORM 2800-RAISE-ALERT                                 PGM190
053400     END-IF                                                       PGM190
053500     MOVE WS-CUR-BF       TO RD-BF-NO                             PGM190
053600     MOVE WS-CUR-STOVE    TO RD-STOVE-NO                          PGM190
053700     MOVE WS-FROM-DATE    TO RD-FROM-DATE                         PGM190
053800     MOVE WS-FROM-TIME    TO RD-FROM-TIME                         PGM190
053900     MOVE WS-TO-DATE      TO RD-TO-DATE                           PGM190
054000     IF WS-SEG-OPEN                                               PGM190
054100         MOVE 'OPEN'      TO RD-TO-TIME                           PGM190
054200     ELSE                                                         PGM190
054300         MOVE WS-TO-TIME  TO RD-TO-TIME                           PGM190
054400     END-IF                                                       PGM190
054500     MOVE WS-SEG-MIN      TO RD-MINUTES                           PGM190
054600     MOVE WS-SEG-LIMIT    TO RD-LIMIT                             PGM190
054700     MOVE WS-SEG-DOME     TO RD-DOME                              PGM190
054800     MOVE WS-SEG-WASTE    TO RD-WASTE                             PGM190
054900     MOVE WS-SEG-HOT-BLAST TO RD-HOT-BLAST                        PGM190
055000     IF WS-SEG-DOME-OVER                                          PGM190
055100         MOVE 'DOME+' TO RD-FLAG-DOME                             PGM190
055200     ELSE                                                         PGM190
055300         MOVE SPACES  TO RD-FLAG-DOME                             PGM190
055400     END-IF                                                       PGM190
055500     IF WS-SEG-SEQ-ERROR                                          PGM190
055600         MOVE 'SEQ?'  TO RD-FLAG-SEQ                              PGM190
055700     ELSE                                                         PGM190
055800         MOVE SPACES  TO RD-FLAG-SEQ                              PGM190
055900     END-IF                                                       PGM190
056000     WRITE STOVE-REPORT-REC FROM WS-RPT-DETAIL                    PGM190
056100     ADD 1 TO WS-SEGMENT-COUNT                                    PGM190
056200     ADD 1 TO WS-ST-LINES.                                        PGM190
056300*                                                                 PGM190
056400* 경보 키: 고로-S열풍로 이벤트시각                                             PGM190
056500 2800-RAISE-ALERT.                                                PGM190
056600     MOVE WS-CUR-BF        TO AK-BF-NO                            PGM190
056700     MOVE WS-CUR-STOVE     TO AK-STOVE-NO                         PGM190
056800     MOVE WS-AQ-EVENT-TIME TO AK-EVENT-TIME                       PGM190
056900     MOVE WS-AQ-KEY-WK     TO WS-AQ-KEY                           PGM190
057000     ADD 1 TO WS-ALERT-COUNT                                      PGM190
057100     PERFORM 9760-WRITE-ALERT-QUEUE.                              PGM190
057200*                                                                 PGM190
057300 2900-CLOSE-STOVE.                                                PGM190
057400     IF WS-PREV-VALID                                             PGM190
057500         AND WS-PREV-DATE NOT < WS-PREV-DAY                       PGM190
057600         PERFORM 2400-OPEN-SEGMENT                                PGM190
057700     END-IF                                                       PGM190
057800     MOVE 'N' TO WS-PREV-FLAG                                     PGM190
057900     IF WS-ST-LINES > 0 OR WS-ST-EVENT-CNT > 0                    PGM190
058000         MOVE WS-STOVE-ACCUM TO WS-SUM-ACCUM                      PGM190
058100         MOVE WS-CUR-BF      TO RS-BF-NO                          PGM190
058200         MOVE WS-CUR-STOVE   TO RS-STOVE                          PGM190
058300         MOVE 'STOVE'        TO RS-LABEL                          PGM190
058400         PERFORM 2980-WRITE-SUMMARY                               PGM190
058500         PERFORM 2960-ROLL-TO-FURNACE                             PGM190
058600     END-IF                                                       PGM190
058700     INITIALIZE WS-STOVE-ACCUM.                                   PGM190
058800*                                                                 PGM190
058900 2950-CLOSE-FURNACE.                                              PGM190
059000     IF WS-BF-LINES > 0 OR WS-BF-EVENT-CNT > 0                    PGM190
059100         MOVE WS-BF-ACCUM    TO WS-SUM-ACCUM                      PGM190
059200         MOVE WS-CUR-BF      TO RS-BF-NO                          PGM190
059300         MOVE '*'            TO RS-STOVE                          PGM190
059400         MOVE 'FURNACE'      TO RS-LABEL                          PGM190
059500         PERFORM 2980-WRITE-SUMMARY                               PGM190
059600         WRITE STOVE-REPORT-REC FROM WS-RPT-BLANK                 PGM190
059700     END-IF                                                       PGM190
059800     INITIALIZE WS-BF-ACCUM.                                      PGM190
059900*                                                                 PGM190
060000 2960-ROLL-TO-FURNACE.                                            PGM190
060100     ADD WS-ST-EVENT-CNT TO WS-BF-EVENT-CNT                       PGM190
060200     ADD WS-ST-LINES     TO WS-BF-LINES                           PGM190
060300     ADD WS-ST-BLAST-CNT TO WS-BF-BLAST-CNT                       PGM190
060400     ADD WS-ST-BLAST-MIN TO WS-BF-BLAST-MIN                       PGM190
060500     ADD WS-ST-GAS-CNT   TO WS-BF-GAS-CNT                         PGM190
060600     ADD WS-ST-GAS-MIN   TO WS-BF-GAS-MIN                         PGM190
060700     ADD WS-ST-HB-SUM    TO WS-BF-HB-SUM                          PGM190
060800     ADD WS-ST-HB-CNT    TO WS-BF-HB-CNT                          PGM190
060900     ADD WS-ST-OVERRUN   TO WS-BF-OVERRUN                         PGM190
061000     ADD WS-ST-DOME-CNT  TO WS-BF-DOME-CNT                        PGM190
061100     IF WS-ST-MAX-DOME > WS-BF-MAX-DOME                           PGM190
061200         MOVE WS-ST-MAX-DOME TO WS-BF-MAX-DOME                    PGM190
061300     END-IF                                                       PGM190
061400     IF WS-ST-MAX-WASTE > WS-BF-MAX-WASTE                         PGM190
061500         MOVE WS-ST-MAX-WASTE TO WS-BF-MAX-WASTE                  PGM190
061600     END-IF.                                                      PGM190
061700*                                                                 PGM190
061800 2980-WRITE-SUMMARY.                                              PGM190
061900     MOVE WS-SM-BLAST-CNT TO RS-BLAST-CNT                         PGM190
062000     MOVE ZEROS TO WS-AVG-MIN                                     PGM190
062100     IF WS-SM-BLAST-CNT > 0                                       PGM190
062200         DIVIDE WS-SM-BLAST-MIN BY WS-SM-BLAST-CNT                PGM190
062300             GIVING WS-AVG-MIN ROUNDED                            PGM190
062400     END-IF                                                       PGM190
062500     MOVE WS-AVG-MIN TO RS-BLAST-AVG                              PGM190
062600     MOVE WS-SM-GAS-CNT TO RS-GAS-CNT                             PGM190
062700     MOVE ZEROS TO WS-AVG-MIN                                     PGM190
062800     IF WS-SM-GAS-CNT > 0                                         PGM190
062900         DIVIDE WS-SM-GAS-MIN BY WS-SM-GAS-CNT                    PGM190
063000             GIVING WS-AVG-MIN ROUNDED                            PGM190
063100     END-IF                                                       PGM190
063200     MOVE WS-AVG-MIN TO RS-GAS-AVG                                PGM190
063300     MOVE ZEROS TO WS-AVG-HB                                      PGM190
063400     IF WS-SM-HB-CNT > 0                                          PGM190
063500         DIVIDE WS-SM-HB-SUM BY WS-SM-HB-CNT                      PGM190
063600             GIVING WS-AVG-HB ROUNDED                             PGM190
063700     END-IF                                                       PGM190
063800     MOVE WS-AVG-HB       TO RS-AVG-HB                            PGM190
063900     MOVE WS-SM-MAX-DOME  TO RS-MAX-DOME                          PGM190
064000     MOVE WS-SM-MAX-WASTE TO RS-MAX-WASTE                         PGM190
064100     MOVE WS-SM-OVERRUN   TO RS-OVERRUN                           PGM190
064200     MOVE WS-SM-DOME-CNT  TO RS-DOME-CNT                          PGM190
064300     WRITE STOVE-REPORT-REC FROM WS-RPT-SUMMARY.                  PGM190
064400*                                                                 PGM190
064500* 경과 시간(분): 날짜 차이는 하루씩 넘겨 세고 시/분 차이를                              PGM190
064600* 더한다. 음수는 0, 5자리를 넘으면 99999 로 둔다.                                PGM190
064700 8000-ELAPSED-MINUTES.                                            PGM190
064800     MOVE ZEROS TO WS-DAY-GAP                                     PGM190
064900     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM190
065000     PERFORM 8100-NEXT-DAY                                        PGM190
065100         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM190
065200            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX                    PGM190
065300     COMPUTE WS-ELAPSED-MIN = WS-DAY-GAP * 1440                   PGM190
065400                            + WS-TO-HH * 60 + WS-TO-MI            PGM190
065500                            - WS-FROM-HH * 60 - WS-FROM-MI        PGM190
065600     EVALUATE TRUE                                                PGM190
065700         WHEN WS-ELAPSED-MIN < 0                                  PGM190
065800             MOVE ZEROS TO WS-SEG-MIN                             PGM190
065900         WHEN WS-ELAPSED-MIN > 99999                              PGM190
066000             MOVE 99999 TO WS-SEG-MIN                             PGM190
066100         WHEN OTHER                                               PGM190
066200             MOVE WS-ELAPSED-MIN TO WS-SEG-MIN                    PGM190
066300     END-EVALUATE.                                                PGM190
066400*                                                                 PGM190
066500 8100-NEXT-DAY.                                                   PGM190
066600     ADD 1 TO WS-DAY-GAP                                          PGM190
066700     PERFORM 8300-MONTH-END                                       PGM190
066800     ADD 1 TO WS-STEP-DD                                          PGM190
066900     IF WS-STEP-DD > WS-MONTH-END                                 PGM190
067000         MOVE 1 TO WS-STEP-DD                                     PGM190
067100         ADD 1 TO WS-STEP-MM                                      PGM190
067200         IF WS-STEP-MM > 12                                       PGM190
067300             MOVE 1 TO WS-STEP-MM                                 PGM190
067400             ADD 1 TO WS-STEP-YYYY                                PGM190
067500         END-IF                                                   PGM190
067600     END-IF.                                                      PGM190
067700*                                                                 PGM190
067800 8200-PREVIOUS-DAY.                                               PGM190
067900     IF WS-STEP-DD > 1                                            PGM190
068000         SUBTRACT 1 FROM WS-STEP-DD                               PGM190
068100     ELSE                                                         PGM190
068200         IF WS-STEP-MM > 1                                        PGM190
068300             SUBTRACT 1 FROM WS-STEP-MM                           PGM190
068400         ELSE                                                     PGM190
068500             MOVE 12 TO WS-STEP-MM                                PGM190
068600             SUBTRACT 1 FROM WS-STEP-YYYY                         PGM190
068700         END-IF                                                   PGM190
068800         PERFORM 8300-MONTH-END                                   PGM190
068900         MOVE WS-MONTH-END TO WS-STEP-DD                          PGM190
069000     END-IF.                                                      PGM190
069100*                                                                 PGM190
069200 8300-MONTH-END.                                                  PGM190
069300     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM190
069400     IF WS-STEP-MM = 2                                            PGM190
069500         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM190
069600             REMAINDER WS-LEAP-REM4                               PGM190
069700         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM190
069800             REMAINDER WS-LEAP-REM100                             PGM190
069900         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM190
070000             REMAINDER WS-LEAP-REM400                             PGM190
070100         IF WS-LEAP-REM4 = 0                                      PGM190
070200             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM190
070300             MOVE 29 TO WS-MONTH-END                              PGM190
070400         END-IF                                                   PGM190
070500     END-IF.                                                      PGM190
070600*                                                                 PGM190
070700 9000-FINALIZE.                                                   PGM190
070800     MOVE WS-EVENT-COUNT   TO RC-EVENTS                           PGM190
070900     MOVE WS-SEGMENT-COUNT TO RC-SEGMENTS                         PGM190
071000     MOVE WS-ALERT-COUNT   TO RC-ALERTS                           PGM190
071100     WRITE STOVE-REPORT-REC FROM WS-RPT-BLANK                     PGM190
071200     WRITE STOVE-REPORT-REC FROM WS-RPT-COUNTS                    PGM190
071300     CLOSE STOVE-EVENT-FILE                                       PGM190
071400     CLOSE STOVE-REPORT-FILE                                      PGM190
071500     IF WS-ALRTQ-READY                                            PGM190
071600         CLOSE ALERT-QUEUE-FILE                                   PGM190
071700     END-IF                                                       PGM190
071800     IF WS-ALERT-COUNT > 0                                        PGM190
071900         MOVE 4 TO RETURN-CODE                                    PGM190
072000     END-IF                                                       PGM190
072100     DISPLAY 'PGM190 COMPLETED: ' WS-SEGMENT-COUNT ' SEGMENTS, '  PGM190
072200             WS-ALERT-COUNT ' ALERTS'.                            PGM190
072300*                                                                 PGM190
072400* 경보 시각은 이벤트 시각으로 교대를 정한다.                                        PGM190
072500 9760-WRITE-ALERT-QUEUE.                                          PGM190
072600     IF WS-ALRTQ-READY                                            PGM190
072700         INITIALIZE ALERT-QUEUE-REC                               PGM190
072800         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM190
072900         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM190
073000         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM190
073100         MOVE 'PGM190' TO AQ-SOURCE-PGM                           PGM190
073200         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM190
073300         MOVE WS-AQ-EVENT-TIME (1:2) TO WS-AQ-HOUR                PGM190
073400         EVALUATE TRUE                                            PGM190
073500             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM190
073600                 MOVE '1' TO AQ-SHIFT-CD                          PGM190
073700             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM190
073800                 MOVE '2' TO AQ-SHIFT-CD                          PGM190
073900             WHEN OTHER                                           PGM190
074000                 MOVE '3' TO AQ-SHIFT-CD                          PGM190
074100         END-EVALUATE                                             PGM190
074200         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM190
074300         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM190
074400         MOVE 'N' TO AQ-ACK-FLAG                                  PGM190
074500         WRITE ALERT-QUEUE-REC                                    PGM190
074600     END-IF.                                                      PGM190
074700*                                                                 PGM190
074800 9750-DIAGNOSE-FILE-STATUS.                                       PGM190
074900     EVALUATE WS-ABEND-STATUS                                     PGM190
075000         WHEN '10'                                                PGM190
075100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM190
075200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM190
075300         WHEN '23'                                                PGM190
075400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM190
075500             DISPLAY '  AND RETRY THE REQUEST'                    PGM190
075600         WHEN '35'                                                PGM190
075700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM190
075800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM190
075900         WHEN '37'                                                PGM190
076000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM190
076100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM190
076200         WHEN '39'                                                PGM190
076300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM190
076400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM190
076500         WHEN '41'                                                PGM190
076600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM190
076700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM190
076800         WHEN '42'                                                PGM190
076900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM190
077000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM190
077100         WHEN '46'                                                PGM190
077200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM190
077300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM190
077400         WHEN OTHER                                               PGM190
077500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM190
077600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM190
077700     END-EVALUATE.                                                PGM190
077800*                                                                 PGM190
077900 9900-ABNORMAL-END.                                               PGM190
078000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM190
078100     DISPLAY 'PGM190 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM190
078200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM190
078300     MOVE 16 TO RETURN-CODE                                       PGM190
078400     GOBACK.                                                      PGM190
078500                                                                  PGM190
