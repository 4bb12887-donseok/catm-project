000100 IDENTIFICATION DIVISION.                                         PGM192
000200 PROGRAM-ID.    PGM192.                                           PGM192
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM192
000400*                                                                 PGM192
000500* =========================================================       PGM192
000600* 프로그램명: 고로 월간 가동률/생산성 보고                                         PGM192
000700* 처리내용  : 대상월 고로 휴풍/감풍/뱅킹 기록(CPYBFSP)을 월                          PGM192
000800*            경계로 잘라 구분별 시간을 모으고, 출선 기록                            PGM192
000900*            (CPYBFTAP)의 월 출선량을 캠페인 마스터(CPYBFCP)                  PGM192
001000*            의 고로에 붙여 가동률(%), 감풍 시간, 출선                           PGM192
001100*            생산성(T/내용적 M3/일)과 캠페인 누적 생산성을                         PGM192
001200*            보고한다. 화입일 이전 출선은 그 캠페인에 넣지                           PGM192
001300*            않으며, 캠페인 마스터에 없는 고로의 출선이 있으면                         PGM192
001400*            RC 4.                                                PGM192
001500* =========================================================       PGM192
001600*                                                                 PGM192
001700 ENVIRONMENT DIVISION.                                            PGM192
001800 CONFIGURATION SECTION.                                           PGM192
001900 INPUT-OUTPUT SECTION.                                            PGM192
002000 FILE-CONTROL.                                                    PGM192
002100     SELECT OPTIONAL AVAIL-PARM-FILE                              PGM192
002200         ASSIGN TO BFAVPARM                                       PGM192
002300         ORGANIZATION IS SEQUENTIAL                               PGM192
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM192
002500     SELECT CAMPAIGN-MASTER-FILE                                  PGM192
002600         ASSIGN TO BFCAMP                                         PGM192
002700         ORGANIZATION IS SEQUENTIAL                               PGM192
002800         FILE STATUS IS WS-FILE-STATUS2.                          PGM192
002900     SELECT BF-TAP-FILE                                           PGM192
003000         ASSIGN TO BFTAP                                          PGM192
003100         ORGANIZATION IS SEQUENTIAL                               PGM192
003200         FILE STATUS IS WS-FILE-STATUS3.                          PGM192
003300     SELECT OPTIONAL BF-STOP-FILE                                 PGM192
003400         ASSIGN TO BFSTOP                                         PGM192
003500         ORGANIZATION IS INDEXED                                  PGM192
003600         ACCESS MODE IS SEQUENTIAL                                PGM192
003700         RECORD KEY IS BS-KEY                                     PGM192
003800         FILE STATUS IS WS-FILE-STATUS4.                          PGM192
003900     SELECT AVAIL-REPORT-FILE                                     PGM192
004000         ASSIGN TO BFAVRPT                                        PGM192
004100         ORGANIZATION IS SEQUENTIAL                               PGM192
004200         FILE STATUS IS WS-FILE-STATUS5.                          PGM192
004300*                                                                 PGM192
004400 DATA DIVISION.                                                   PGM192
004500 FILE SECTION.                                                    PGM192
004600 FD  AVAIL-PARM-FILE.                                             PGM192
004700 01  AVAIL-PARM-REC.                                              PGM192
004800     05 AP-REPORT-YYYYMM     PIC 9(06).                           PGM192
004900     05 FILLER               PIC X(14).                           PGM192
005000 FD  CAMPAIGN-MASTER-FILE.                                        PGM192
005100 01  CAMPAIGN-MASTER-REC.                                         PGM192
005200     COPY CPYBFCP.                                                PGM192
005300 FD  BF-TAP-FILE.                                                 PGM192
005400 01  BF-TAP-REC.                                                  PGM192
005500     COPY CPYBFTAP.                                               PGM192
005600 FD  BF-STOP-FILE.                                                PGM192
005700 01  BF-STOP-REC.                                                 PGM192
005800     COPY CPYBFSP.                                                PGM192
005900 FD  AVAIL-REPORT-FILE.                                           PGM192
006000 01  AVAIL-REPORT-REC        PIC X(132).                          PGM192
006100*                                                                 PGM192
006200 WORKING-STORAGE SECTION.                                         PGM192
006300 01  WS-FILE-STATUS         PIC XX.                               PGM192
006400 01  WS-FILE-STATUS2        PIC XX.                               PGM192
006500 01  WS-FILE-STATUS3        PIC XX.                               PGM192
006600 01  WS-FILE-STATUS4        PIC XX.                               PGM192
006700 01  WS-FILE-STATUS5        PIC XX.                               PGM192
006800 01  WS-ABEND-STATUS        PIC XX.                               PGM192
006900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM192
007000     88 WS-EOF              VALUE 'Y'.                            PGM192
007100 01  WS-STOP-READY-FLAG     PIC X VALUE 'N'.                      PGM192
007200     88 WS-STOP-READY       VALUE 'Y'.                            PGM192
007300 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM192
007400     88 WS-BF-FOUND         VALUE 'Y'.                            PGM192
007500 01  WS-BF-NO-KEY           PIC X(03) VALUE SPACES.               PGM192
007600 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM192
007700 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM192
007800     05 WS-RUN-YYYY          PIC 9(04).                           PGM192
007900     05 WS-RUN-MM            PIC 9(02).                           PGM192
008000     05 WS-RUN-DD            PIC 9(02).                           PGM192
008100 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM192
008200 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM192
008300     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM192
008400     05 WS-PERIOD-MM         PIC 9(02).                           PGM192
008500 01  WS-MONTH-FIRST         PIC 9(08) VALUE ZEROS.                PGM192
008600 01  WS-MONTH-LAST          PIC 9(08) VALUE ZEROS.                PGM192
008700 01  WS-TAP-COUNT           PIC 9(07) VALUE ZEROS.                PGM192
008800 01  WS-ORPHAN-TAP-COUNT    PIC 9(07) VALUE ZEROS.                PGM192
008900 01  WS-PRE-CAMP-TAP-COUNT  PIC 9(07) VALUE ZEROS.                PGM192
009000 01  WS-STOP-COUNT          PIC 9(05) VALUE ZEROS.                PGM192
009100 01  WS-OPEN-STOP-COUNT     PIC 9(05) VALUE ZEROS.                PGM192
009200*                                                                 PGM192
009300* 캠페인 마스터 고로 테이블                                                  PGM192
009400 01  WS-BF-SUB              PIC 9(02) COMP VALUE ZEROS.           PGM192
009500 01  WS-BF-COUNT            PIC 9(02) VALUE ZEROS.                PGM192
009600 01  WS-BF-MAX              PIC 9(02) VALUE 10.                   PGM192
009700 01  WS-BF-TABLE.                                                 PGM192
009800     05 WS-BF-ENTRY OCCURS 10 TIMES                               PGM192
009900             INDEXED BY BF-IDX.                                   PGM192
010000         10 WS-BF-NO          PIC X(03).                          PGM192
010100         10 WS-BF-BLOW-IN     PIC 9(08).                          PGM192
010200         10 WS-BF-PLANNED-QTY PIC S9(11)V99 COMP-3.               PGM192
010300         10 WS-BF-CUM-QTY     PIC S9(11)V99 COMP-3.               PGM192
010400         10 WS-BF-CUM-ASOF    PIC 9(08).                          PGM192
010500         10 WS-BF-VOLUME      PIC 9(05).                          PGM192
010600         10 WS-BF-IN-BLAST    PIC X(01).                          PGM192
010700             88 WS-BF-BLOWING VALUE 'Y'.                          PGM192
010800         10 WS-BF-START-DATE  PIC 9(08).                          PGM192
010900         10 WS-BF-PERIOD-MIN  PIC 9(07).                          PGM192
011000         10 WS-BF-PLAN-MIN    PIC 9(07).                          PGM192
011100         10 WS-BF-UNPL-MIN    PIC 9(07).                          PGM192
011200         10 WS-BF-BANK-MIN    PIC 9(07).                          PGM192
011300         10 WS-BF-REDB-MIN    PIC 9(07).                          PGM192
011400         10 WS-BF-TAP-QTY     PIC S9(11)V99 COMP-3.               PGM192
011500*                                                                 PGM192
011600* 구간 자르기용 일시 (YYYYMMDD + HHMM)                                    PGM192
011700 01  WS-PERIOD-START-STAMP.                                       PGM192
011800     05 WS-PS-DATE           PIC 9(08).                           PGM192
011900     05 WS-PS-TIME           PIC 9(04).                           PGM192
012000 01  WS-PERIOD-END-STAMP.                                         PGM192
012100     05 WS-PE-DATE           PIC 9(08).                           PGM192
012200     05 WS-PE-TIME           PIC 9(04).                           PGM192
012300 01  WS-CLIP-FROM-STAMP.                                          PGM192
012400     05 WS-CF-DATE           PIC 9(08).                           PGM192
012500     05 WS-CF-TIME           PIC 9(04).                           PGM192
012600 01  WS-CLIP-TO-STAMP.                                            PGM192
012700     05 WS-CT-DATE           PIC 9(08).                           PGM192
012800     05 WS-CT-TIME           PIC 9(04).                           PGM192
012900 01  WS-STOP-START-STAMP.                                         PGM192
013000     05 WS-SS-DATE           PIC 9(08).                           PGM192
013100     05 WS-SS-TIME           PIC 9(04).                           PGM192
013200 01  WS-STOP-END-STAMP.                                           PGM192
013300     05 WS-SE-DATE           PIC 9(08).                           PGM192
013400     05 WS-SE-TIME           PIC 9(04).                           PGM192
013500 01  WS-CLIP-MIN            PIC 9(07) VALUE ZEROS.                PGM192
013600*                                                                 PGM192
013700* 경과 시간(분) 계산 - 날짜는 하루씩 넘겨 센다                                     PGM192
013800 01  WS-FROM-DATE           PIC 9(08).                            PGM192
013900 01  WS-FROM-TIME           PIC 9(04).                            PGM192
014000 01  WS-FROM-TIME-R REDEFINES WS-FROM-TIME.                       PGM192
014100     05 WS-FROM-HH          PIC 9(02).                            PGM192
014200     05 WS-FROM-MI          PIC 9(02).                            PGM192
014300 01  WS-TO-DATE             PIC 9(08).                            PGM192
014400 01  WS-TO-TIME             PIC 9(04).                            PGM192
014500 01  WS-TO-TIME-R REDEFINES WS-TO-TIME.                           PGM192
014600     05 WS-TO-HH            PIC 9(02).                            PGM192
014700     05 WS-TO-MI            PIC 9(02).                            PGM192
014800 01  WS-STEP-DATE           PIC 9(08).                            PGM192
014900 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM192
015000     05 WS-STEP-YYYY        PIC 9(04).                            PGM192
015100     05 WS-STEP-MM          PIC 9(02).                            PGM192
015200     05 WS-STEP-DD          PIC 9(02).                            PGM192
015300 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM192
015400         '312831303130313130313031'.                              PGM192
015500 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM192
015600     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM192
015700 01  WS-MONTH-END           PIC 9(02).                            PGM192
015800 01  WS-LEAP-QUOT           PIC 9(04).                            PGM192
015900 01  WS-LEAP-REM4           PIC 9(04).                            PGM192
016000 01  WS-LEAP-REM100         PIC 9(04).                            PGM192
016100 01  WS-LEAP-REM400         PIC 9(04).                            PGM192
016200 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM192
016300 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE 20000.                PGM192
016400 01  WS-ELAPSED-MIN         PIC S9(11) VALUE ZEROS.               PGM192
016500 01  WS-ELAPSED-RESULT      PIC 9(09) VALUE ZEROS.                PGM192
016600*                                                                 PGM192
016700* 보고 계산                                                           PGM192
016800 01  WS-STOP-MIN            PIC 9(07) VALUE ZEROS.                PGM192
016900 01  WS-AVAIL-PCT           PIC 9(03)V99 VALUE ZEROS.             PGM192
017000 01  WS-PRODUCTIVITY        PIC 9(02)V999 VALUE ZEROS.            PGM192
017100 01  WS-CAMP-MIN            PIC 9(09) VALUE ZEROS.                PGM192
017200 01  WS-CAMP-PROD           PIC 9(02)V999 VALUE ZEROS.            PGM192
017300 01  WS-LIFE-PCT            PIC 9(03)V9 VALUE ZEROS.              PGM192
017400*                                                                 PGM192
017500 01  WS-RPT-HEADER.                                               PGM192
017600     05 FILLER               PIC X(45) VALUE                      PGM192
017700             'PGM192 BF AVAILABILITY/PRODUCTIVITY - MONTH '.      PGM192
017800     05 RH-YYYYMM            PIC 9(06).                           PGM192
017900     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM192
018000     05 RH-RUN-DATE          PIC 9(08).                           PGM192
018100     05 FILLER               PIC X(63) VALUE SPACES.              PGM192
018200 01  WS-RPT-SECTION1         PIC X(132) VALUE                     PGM192
018300             'STOPPAGES, BANKINGS AND REDUCED BLAST IN MONTH'.    PGM192
018400 01  WS-RPT-SECTION2         PIC X(132) VALUE                     PGM192
018500             'FURNACE AVAILABILITY AND PRODUCTIVITY'.             PGM192
018600 01  WS-RPT-STOP-COLS1.                                           PGM192
018700     05 FILLER               PIC X(44) VALUE                      PGM192
018800             'BF  TYPE       CAUSE START          END     '.      PGM192
018900     05 FILLER               PIC X(44) VALUE                      PGM192
019000             '       HOURS  REMARK                        '.      PGM192
019100     05 FILLER               PIC X(44) VALUE SPACES.              PGM192
019200 01  WS-RPT-STOP-COLS2.                                           PGM192
019300     05 FILLER               PIC X(44) VALUE                      PGM192
019400             'NO                   DATE     HHMM  DATE    '.      PGM192
019500     05 FILLER               PIC X(44) VALUE                      PGM192
019600             ' HHMM IN MTH                                '.      PGM192
019700     05 FILLER               PIC X(44) VALUE SPACES.              PGM192
019800 01  WS-RPT-STOP-DETAIL.                                          PGM192
019900     05 RD-BF-NO             PIC X(03).                           PGM192
020000     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
020100     05 RD-TYPE              PIC X(10).                           PGM192
020200     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
020300     05 RD-CAUSE             PIC X(05).                           PGM192
020400     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
020500     05 RD-START-DATE        PIC 9(08).                           PGM192
020600     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
020700     05 RD-START-TIME        PIC 9(04).                           PGM192
020800     05 FILLER               PIC X(02) VALUE SPACES.              PGM192
020900     05 RD-END-DATE          PIC X(08).                           PGM192
021000     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
021100     05 RD-END-TIME          PIC X(04).                           PGM192
021200     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
021300     05 RD-HOURS             PIC ZZZ9.9.                          PGM192
021400     05 FILLER               PIC X(02) VALUE SPACES.              PGM192
021500     05 RD-REMARK            PIC X(30).                           PGM192
021600     05 FILLER               PIC X(44) VALUE SPACES.              PGM192
021700 01  WS-RPT-SUM-COLS1.                                            PGM192
021800     05 FILLER               PIC X(44) VALUE                      PGM192
021900             'BF  BLOW-IN   CAL   PLAN   UNPL   BANK  AVAI'.      PGM192
022000     05 FILLER               PIC X(44) VALUE                      PGM192
022100             'L REDUCD   TAPPED  INNER  PROD    CAMPAIGN  '.      PGM192
022200     05 FILLER               PIC X(44) VALUE                      PGM192
022300             '   AS OF     LIFE  CAMP  NOTE               '.      PGM192
022400 01  WS-RPT-SUM-COLS2.                                            PGM192
022500     05 FILLER               PIC X(44) VALUE                      PGM192
022600             'NO  DATE      HRS    HRS    HRS    HRS   PCT'.      PGM192
022700     05 FILLER               PIC X(44) VALUE                      PGM192
022800             '  BL HRS       (T)   M3  T/M3D         CUM ('.      PGM192
022900     05 FILLER               PIC X(44) VALUE                      PGM192
023000             'T) DATE       PCT T/M3D                     '.      PGM192
023100 01  WS-RPT-SUM-DETAIL.                                           PGM192
023200     05 RS-BF-NO             PIC X(03).                           PGM192
023300     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
023400     05 RS-BLOW-IN           PIC 9(08).                           PGM192
023500     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
023600     05 RS-CAL-HRS           PIC ZZZ9.                            PGM192
023700     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
023800     05 RS-PLAN-HRS          PIC ZZZ9.9.                          PGM192
023900     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
024000     05 RS-UNPL-HRS          PIC ZZZ9.9.                          PGM192
024100     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
024200     05 RS-BANK-HRS          PIC ZZZ9.9.                          PGM192
024300     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
024400     05 RS-AVAIL             PIC ZZ9.99.                          PGM192
024500     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
024600     05 RS-REDB-HRS          PIC ZZZ9.9.                          PGM192
024700     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
024800     05 RS-TAP-QTY           PIC Z,ZZZ,ZZ9.                       PGM192
024900     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
025000     05 RS-VOLUME            PIC ZZZZ9.                           PGM192
025100     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
025200     05 RS-PROD              PIC Z9.999.                          PGM192
025300     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
025400     05 RS-CUM-QTY           PIC ZZ,ZZZ,ZZZ,ZZ9.                  PGM192
025500     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
025600     05 RS-ASOF              PIC 9(08).                           PGM192
025700     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
025800     05 RS-LIFE              PIC ZZ9.9.                           PGM192
025900     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
026000     05 RS-CAMP-PROD         PIC Z9.999.                          PGM192
026100     05 FILLER               PIC X(01) VALUE SPACE.               PGM192
026200     05 RS-NOTE              PIC X(12).                           PGM192
026300     05 FILLER               PIC X(07) VALUE SPACES.              PGM192
026400 01  WS-RPT-COUNTS.                                               PGM192
026500     05 FILLER               PIC X(12) VALUE 'TAPS READ   '.      PGM192
026600     05 RC-TAPS              PIC ZZZZZZ9.                         PGM192
026700     05 FILLER               PIC X(20) VALUE                      PGM192
026800             '  NO CAMPAIGN TAPS  '.                              PGM192
026900     05 RC-ORPHAN            PIC ZZZZZZ9.                         PGM192
027000     05 FILLER               PIC X(20) VALUE                      PGM192
027100             '  PRE-BLOW-IN TAPS  '.                              PGM192
027200     05 RC-PRE-CAMP          PIC ZZZZZZ9.                         PGM192
027300     05 FILLER               PIC X(17) VALUE                      PGM192
027400             '  OPEN STOPPAGES '.                                 PGM192
027500     05 RC-OPEN-STOPS        PIC ZZZZ9.                           PGM192
027600     05 FILLER               PIC X(37) VALUE SPACES.              PGM192
027700 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM192
027800*                                                                 PGM192
027900 PROCEDURE DIVISION.                                              PGM192
028000*                                                                 PGM192
028100 0000-MAIN-PROCESS.                                               PGM192
028200     PERFORM 1000-INITIALIZE                                      PGM192
028300     PERFORM 1200-LOAD-CAMPAIGNS                                  PGM192
028400         UNTIL WS-EOF                                             PGM192
028500     PERFORM 1300-SET-FURNACE-PERIODS                             PGM192
028600         VARYING WS-BF-SUB FROM 1 BY 1                            PGM192
028700         UNTIL WS-BF-SUB > WS-BF-COUNT                            PGM192
028800     MOVE 'N' TO WS-EOF-FLAG                                      PGM192
028900     PERFORM 1400-READ-TAP                                        PGM192
029000     PERFORM 2000-TALLY-TAPS                                      PGM192
029100         UNTIL WS-EOF                                             PGM192
029200     WRITE AVAIL-REPORT-REC FROM WS-RPT-SECTION1                  PGM192
029300     WRITE AVAIL-REPORT-REC FROM WS-RPT-STOP-COLS1                PGM192
029400     WRITE AVAIL-REPORT-REC FROM WS-RPT-STOP-COLS2                PGM192
029500     IF WS-STOP-READY                                             PGM192
029600         MOVE 'N' TO WS-EOF-FLAG                                  PGM192
029700         PERFORM 1500-READ-STOP                                   PGM192
029800         PERFORM 3000-TALLY-STOPPAGES                             PGM192
029900             UNTIL WS-EOF                                         PGM192
030000     END-IF                                                       PGM192
030100     WRITE AVAIL-REPORT-REC FROM WS-RPT-BLANK                     PGM192
030200     WRITE AVAIL-REPORT-REC FROM WS-RPT-SECTION2                  PGM192
030300     WRITE AVAIL-REPORT-REC FROM WS-RPT-SUM-COLS1                 PGM192
030400     WRITE AVAIL-REPORT-REC FROM WS-RPT-SUM-COLS2                 PGM192
030500     PERFORM 4000-REPORT-FURNACE                                  PGM192
030600         VARYING WS-BF-SUB FROM 1 BY 1                            PGM192
030700         UNTIL WS-BF-SUB > WS-BF-COUNT                            PGM192
030800     PERFORM 9000-FINALIZE                                        PGM192
030900     GOBACK.                                                      PGM192
031000*                                                                 PGM192
031100* 대상월 기본값은 실행월의 전월.                                               PGM192
031200 1000-INITIALIZE.                                                 PGM192
031300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM192
031400     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM192
031500     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM192
031600     IF WS-PERIOD-MM = 1                                          PGM192
031700         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM192
031800         MOVE 12 TO WS-PERIOD-MM                                  PGM192
031900     ELSE                                                         PGM192
032000         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM192
032100     END-IF                                                       PGM192
032200     OPEN INPUT AVAIL-PARM-FILE                                   PGM192
032300     IF WS-FILE-STATUS = '00'                                     PGM192
032400         READ AVAIL-PARM-FILE                                     PGM192
032500             AT END                                               PGM192
032600                 CONTINUE                                         PGM192
032700             NOT AT END                                           PGM192
032800                 IF AP-REPORT-YYYYMM NUMERIC                      PGM192
032900                     AND AP-REPORT-YYYYMM > 0                     PGM192
033000                     MOVE AP-REPORT-YYYYMM TO WS-PERIOD-YYYYMM    PGM192
033100                 END-IF                                           PGM192
033200         END-READ                                                 PGM192
033300         CLOSE AVAIL-PARM-FILE                                    PGM192
033400     END-IF                                                       PGM192
033500     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM192
033600         DISPLAY 'INVALID REPORT MONTH: ' WS-PERIOD-YYYYMM        PGM192
033700         MOVE 'PM' TO WS-ABEND-STATUS                             PGM192
033800         PERFORM 9900-ABNORMAL-END                                PGM192
033900     END-IF                                                       PGM192
034000     MOVE WS-PERIOD-YYYY TO WS-STEP-YYYY                          PGM192
034100     MOVE WS-PERIOD-MM   TO WS-STEP-MM                            PGM192
034200     MOVE 01 TO WS-STEP-DD                                        PGM192
034300     MOVE WS-STEP-DATE TO WS-MONTH-FIRST                          PGM192
034400     PERFORM 8300-MONTH-END                                       PGM192
034500     MOVE WS-MONTH-END TO WS-STEP-DD                              PGM192
034600     MOVE WS-STEP-DATE TO WS-MONTH-LAST                           PGM192
034700     MOVE WS-MONTH-LAST TO WS-PE-DATE                             PGM192
034800     MOVE 2400          TO WS-PE-TIME                             PGM192
034900     OPEN INPUT CAMPAIGN-MASTER-FILE                              PGM192
035000     IF WS-FILE-STATUS2 NOT = '00'                                PGM192
035100         DISPLAY 'CAMPAIGN MASTER OPEN ERROR: ' WS-FILE-STATUS2   PGM192
035200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM192
035300         PERFORM 9900-ABNORMAL-END                                PGM192
035400     END-IF                                                       PGM192
035500     OPEN INPUT BF-TAP-FILE                                       PGM192
035600     IF WS-FILE-STATUS3 NOT = '00'                                PGM192
035700         DISPLAY 'TAP FILE OPEN ERROR: ' WS-FILE-STATUS3          PGM192
035800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM192
035900         PERFORM 9900-ABNORMAL-END                                PGM192
036000     END-IF                                                       PGM192
036100     OPEN INPUT BF-STOP-FILE                                      PGM192
036200     IF WS-FILE-STATUS4 = '00'                                    PGM192
036300         SET WS-STOP-READY TO TRUE                                PGM192
036400     ELSE                                                         PGM192
036500         DISPLAY 'BF STOPPAGE FILE ABSENT - NO STOPPAGES: '       PGM192
036600                 WS-FILE-STATUS4                                  PGM192
036700     END-IF                                                       PGM192
036800     OPEN OUTPUT AVAIL-REPORT-FILE                                PGM192
036900     IF WS-FILE-STATUS5 NOT = '00'                                PGM192
037000         DISPLAY 'AVAIL REPORT OPEN ERROR: ' WS-FILE-STATUS5      PGM192
037100         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM192
037200         PERFORM 9900-ABNORMAL-END                                PGM192
037300     END-IF                                                       PGM192
037400     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM192
037500     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM192
037600     WRITE AVAIL-REPORT-REC FROM WS-RPT-HEADER                    PGM192
037700     WRITE AVAIL-REPORT-REC FROM WS-RPT-BLANK.                    PGM192
037800*                                                                 PGM192
037900 1200-LOAD-CAMPAIGNS.                                             PGM192
038000     READ CAMPAIGN-MASTER-FILE                                    PGM192
038100         AT END                                                   PGM192
038200             SET WS-EOF TO TRUE                                   PGM192
038300         NOT AT END                                               PGM192
038400             IF WS-BF-COUNT >= WS-BF-MAX                          PGM192
038500                 DISPLAY 'FURNACE TABLE FULL AT ' WS-BF-MAX       PGM192
038600                 MOVE 'FL' TO WS-ABEND-STATUS                     PGM192
038700                 PERFORM 9900-ABNORMAL-END                        PGM192
038800             END-IF                                               PGM192
038900             ADD 1 TO WS-BF-COUNT                                 PGM192
039000             SET BF-IDX TO WS-BF-COUNT                            PGM192
039100             INITIALIZE WS-BF-ENTRY (BF-IDX)                      PGM192
039200             MOVE CP-BF-NO           TO WS-BF-NO (BF-IDX)         PGM192
039300             MOVE CP-BLOW-IN-DATE    TO WS-BF-BLOW-IN (BF-IDX)    PGM192
039400             MOVE CP-PLANNED-TONNAGE TO WS-BF-PLANNED-QTY (BF-IDX)PGM192
039500             MOVE CP-CUM-TONNAGE     TO WS-BF-CUM-QTY (BF-IDX)    PGM192
039600             MOVE CP-LAST-UPD-DATE   TO WS-BF-CUM-ASOF (BF-IDX)   PGM192
039700             MOVE CP-INNER-VOLUME    TO WS-BF-VOLUME (BF-IDX)     PGM192
039800     END-READ.                                                    PGM192
039900*                                                                 PGM192
040000* 보고 기간은 대상월 1일 00:00 (그 달 화입이면 화입일                               PGM192
040100* 00:00) 부터 말일 24:00 까지다. 월말 뒤 화입 고로는 제외.                         PGM192
040200 1300-SET-FURNACE-PERIODS.                                        PGM192
040300     SET BF-IDX TO WS-BF-SUB                                      PGM192
040400     MOVE 'N' TO WS-BF-IN-BLAST (BF-IDX)                          PGM192
040500     IF WS-BF-BLOW-IN (BF-IDX) > 0                                PGM192
040600         AND WS-BF-BLOW-IN (BF-IDX) NOT > WS-MONTH-LAST           PGM192
040700         SET WS-BF-BLOWING (BF-IDX) TO TRUE                       PGM192
040800         IF WS-BF-BLOW-IN (BF-IDX) > WS-MONTH-FIRST               PGM192
040900             MOVE WS-BF-BLOW-IN (BF-IDX)                          PGM192
041000                 TO WS-BF-START-DATE (BF-IDX)                     PGM192
041100         ELSE                                                     PGM192
041200             MOVE WS-MONTH-FIRST TO WS-BF-START-DATE (BF-IDX)     PGM192
041300         END-IF                                                   PGM192
041400         MOVE WS-BF-START-DATE (BF-IDX) TO WS-FROM-DATE           PGM192
041500         MOVE ZEROS                     TO WS-FROM-TIME           PGM192
041600         MOVE WS-PE-DATE                TO WS-TO-DATE             PGM192
041700         MOVE WS-PE-TIME                TO WS-TO-TIME             PGM192
041800         PERFORM 8000-ELAPSED-MINUTES                             PGM192
041900         MOVE WS-ELAPSED-RESULT TO WS-BF-PERIOD-MIN (BF-IDX)      PGM192
042000     END-IF.                                                      PGM192
042100*                                                                 PGM192
042200 1400-READ-TAP.                                                   PGM192
042300     READ BF-TAP-FILE                                             PGM192
042400         AT END SET WS-EOF TO TRUE                                PGM192
042500     END-READ.                                                    PGM192
042600*                                                                 PGM192
042700 1500-READ-STOP.                                                  PGM192
042800     READ BF-STOP-FILE NEXT RECORD                                PGM192
042900         AT END SET WS-EOF TO TRUE                                PGM192
043000     END-READ.                                                    PGM192
043100*                                                                 PGM192
043200* 대상월 출선량을 캠페인 고로에 붙인다. 화입일 이전 출선은                                PGM192
043300* 이전 캠페인 분이므로 넣지 않는다.                                             PGM192
043400 2000-TALLY-TAPS.                                                 PGM192
043500     ADD 1 TO WS-TAP-COUNT                                        PGM192
043600     IF TQ-OPER-DATE (1:6) = WS-PERIOD-YYYYMM                     PGM192
043700         MOVE TQ-BF-NO TO WS-BF-NO-KEY                            PGM192
043800         PERFORM 7000-FIND-FURNACE                                PGM192
043900         EVALUATE TRUE                                            PGM192
044000             WHEN NOT WS-BF-FOUND                                 PGM192
044100                 ADD 1 TO WS-ORPHAN-TAP-COUNT                     PGM192
044200             WHEN TQ-OPER-DATE < WS-BF-BLOW-IN (BF-IDX)           PGM192
044300                 ADD 1 TO WS-PRE-CAMP-TAP-COUNT                   PGM192
044400             WHEN OTHER                                           PGM192
044500                 ADD TQ-TAP-QTY TO WS-BF-TAP-QTY (BF-IDX)         PGM192
044600         END-EVALUATE                                             PGM192
044700     END-IF                                                       PGM192
044800     PERFORM 1400-READ-TAP.                                       PGM192
044900*                                                                 PGM192
045000* 취소되지 않은 정지 기록을 고로 보고 기간으로 잘라 구분별                                PGM192
045100* 분을 더한다. 종료일자 0 은 기간 말까지 진행 중으로 본다.                              PGM192
045200 3000-TALLY-STOPPAGES.                                            PGM192
045300     IF BS-ACTIVE                                                 PGM192
045400         MOVE BS-BF-NO TO WS-BF-NO-KEY                            PGM192
045500         PERFORM 7000-FIND-FURNACE                                PGM192
045600         IF WS-BF-FOUND                                           PGM192
045700             IF WS-BF-BLOWING (BF-IDX)                            PGM192
045800                 PERFORM 3100-CLIP-STOPPAGE                       PGM192
045900             END-IF                                               PGM192
046000         END-IF                                                   PGM192
046100     END-IF                                                       PGM192
046200     PERFORM 1500-READ-STOP.                                      PGM192
046300*                                                                 PGM192
046400 3100-CLIP-STOPPAGE.                                              PGM192
046500     MOVE WS-BF-START-DATE (BF-IDX) TO WS-PS-DATE                 PGM192
046600     MOVE ZEROS                     TO WS-PS-TIME                 PGM192
046700     MOVE BS-START-DATE TO WS-SS-DATE                             PGM192
046800     MOVE BS-START-TIME TO WS-SS-TIME                             PGM192
046900     IF BS-END-DATE = ZEROS                                       PGM192
047000         MOVE WS-PERIOD-END-STAMP TO WS-STOP-END-STAMP            PGM192
047100     ELSE                                                         PGM192
047200         MOVE BS-END-DATE TO WS-SE-DATE                           PGM192
047300         MOVE BS-END-TIME TO WS-SE-TIME                           PGM192
047400     END-IF                                                       PGM192
047500     IF WS-STOP-START-STAMP < WS-PERIOD-END-STAMP                 PGM192
047600         AND WS-STOP-END-STAMP > WS-PERIOD-START-STAMP            PGM192
047700         IF WS-STOP-START-STAMP > WS-PERIOD-START-STAMP           PGM192
047800             MOVE WS-STOP-START-STAMP TO WS-CLIP-FROM-STAMP       PGM192
047900         ELSE                                                     PGM192
048000             MOVE WS-PERIOD-START-STAMP TO WS-CLIP-FROM-STAMP     PGM192
048100         END-IF                                                   PGM192
048200         IF WS-STOP-END-STAMP < WS-PERIOD-END-STAMP               PGM192
048300             MOVE WS-STOP-END-STAMP TO WS-CLIP-TO-STAMP           PGM192
048400         ELSE                                                     PGM192
048500             MOVE WS-PERIOD-END-STAMP TO WS-CLIP-TO-STAMP         PGM192
048600         END-IF                                                   PGM192
048700         MOVE WS-CF-DATE TO WS-FROM-DATE                          PGM192
048800         MOVE WS-CF-TIME TO WS-FROM-TIME                          PGM192
048900         MOVE WS-CT-DATE TO WS-TO-DATE                            PGM192
049000         MOVE WS-CT-TIME TO WS-TO-TIME                            PGM192
049100         PERFORM 8000-ELAPSED-MINUTES                             PGM192
049200         MOVE WS-ELAPSED-RESULT TO WS-CLIP-MIN                    PGM192
049300         PERFORM 3200-ADD-STOPPAGE                                PGM192
049400     END-IF.                                                      PGM192
049500*                                                                 PGM192
049600 3200-ADD-STOPPAGE.                                               PGM192
049700     EVALUATE TRUE                                                PGM192
049800         WHEN BS-PLANNED-STOP                                     PGM192
049900             ADD WS-CLIP-MIN TO WS-BF-PLAN-MIN (BF-IDX)           PGM192
050000             MOVE 'PLANNED'   TO RD-TYPE                          PGM192
050100         WHEN BS-UNPLANNED-STOP                                   PGM192
050200             ADD WS-CLIP-MIN TO WS-BF-UNPL-MIN (BF-IDX)           PGM192
050300             MOVE 'UNPLANNED' TO RD-TYPE                          PGM192
050400         WHEN BS-BANKING                                          PGM192
050500             ADD WS-CLIP-MIN TO WS-BF-BANK-MIN (BF-IDX)           PGM192
050600             MOVE 'BANKING'   TO RD-TYPE                          PGM192
050700         WHEN OTHER                                               PGM192
050800             ADD WS-CLIP-MIN TO WS-BF-REDB-MIN (BF-IDX)           PGM192
050900             MOVE 'REDUCED'   TO RD-TYPE                          PGM192
051000     END-EVALUATE                                                 PGM192
051100     ADD 1 TO WS-STOP-COUNT                                       PGM192
051200     MOVE BS-BF-NO      TO RD-BF-NO                               PGM192
051300     MOVE BS-CAUSE-CD   TO RD-CAUSE                               PGM192
051400     MOVE BS-START-DATE TO RD-START-DATE                          PGM192
051500     MOVE BS-START-TIME TO RD-START-TIME                          PGM192
051600     IF BS-END-DATE = ZEROS                                       PGM192
051700         ADD 1 TO WS-OPEN-STOP-COUNT                              PGM192
051800         MOVE 'OPEN'      TO RD-END-DATE                          PGM192
051900         MOVE SPACES      TO RD-END-TIME                          PGM192
052000     ELSE                                                         PGM192
052100         MOVE BS-END-DATE TO RD-END-DATE                          PGM192
052200         MOVE BS-END-TIME TO RD-END-TIME                          PGM192
052300     END-IF                                                       PGM192
052400     COMPUTE RD-HOURS ROUNDED = WS-CLIP-MIN / 60                  PGM192
052500     MOVE BS-REMARK     TO RD-REMARK                              PGM192
052600     WRITE AVAIL-REPORT-REC FROM WS-RPT-STOP-DETAIL.              PGM192
052700*                                                                 PGM192
052800* 가동률 = (기간 - 계획/비계획 휴풍 - 뱅킹) / 기간. 감풍은                           PGM192
052900* 가동 중이므로 시간만 따로 보인다. 생산성은 월 출선량을                                 PGM192
053000* 내용적과 기간 일수로 나눈다. 캠페인 생산성은 누적 출선                                 PGM192
053100* 량을 화입일부터 누적 갱신일까지의 일수로 나눈다.                                     PGM192
053200 4000-REPORT-FURNACE.                                             PGM192
053300     SET BF-IDX TO WS-BF-SUB                                      PGM192
053400     MOVE SPACES TO RS-NOTE                                       PGM192
053500     MOVE ZEROS  TO WS-AVAIL-PCT WS-PRODUCTIVITY                  PGM192
053600                    WS-CAMP-PROD WS-LIFE-PCT                      PGM192
053700     MOVE WS-BF-NO (BF-IDX)      TO RS-BF-NO                      PGM192
053800     MOVE WS-BF-BLOW-IN (BF-IDX) TO RS-BLOW-IN                    PGM192
053900     IF NOT WS-BF-BLOWING (BF-IDX)                                PGM192
054000         MOVE 'NOT IN BLAST' TO RS-NOTE                           PGM192
054100     ELSE                                                         PGM192
054200         IF WS-BF-PERIOD-MIN (BF-IDX) > 0                         PGM192
054300             COMPUTE WS-STOP-MIN = WS-BF-PLAN-MIN (BF-IDX)        PGM192
054400                                 + WS-BF-UNPL-MIN (BF-IDX)        PGM192
054500                                 + WS-BF-BANK-MIN (BF-IDX)        PGM192
054600             IF WS-STOP-MIN > WS-BF-PERIOD-MIN (BF-IDX)           PGM192
054700                 MOVE WS-BF-PERIOD-MIN (BF-IDX) TO WS-STOP-MIN    PGM192
054800             END-IF                                               PGM192
054900             COMPUTE WS-AVAIL-PCT ROUNDED =                       PGM192
055000                 (WS-BF-PERIOD-MIN (BF-IDX) - WS-STOP-MIN) * 100  PGM192
055100                 / WS-BF-PERIOD-MIN (BF-IDX)                      PGM192
055200         END-IF                                                   PGM192
055300         IF WS-BF-VOLUME (BF-IDX) > 0                             PGM192
055400             IF WS-BF-PERIOD-MIN (BF-IDX) > 0                     PGM192
055500                 COMPUTE WS-PRODUCTIVITY ROUNDED =                PGM192
055600                     WS-BF-TAP-QTY (BF-IDX) * 1440                PGM192
055700                     / (WS-BF-VOLUME (BF-IDX)                     PGM192
055800                        * WS-BF-PERIOD-MIN (BF-IDX))              PGM192
055900             END-IF                                               PGM192
056000             PERFORM 4100-CAMPAIGN-PRODUCTIVITY                   PGM192
056100         ELSE                                                     PGM192
056200             MOVE 'NO VOLUME' TO RS-NOTE                          PGM192
056300         END-IF                                                   PGM192
056400     END-IF                                                       PGM192
056500     IF WS-BF-PLANNED-QTY (BF-IDX) > 0                            PGM192
056600         COMPUTE WS-LIFE-PCT ROUNDED =                            PGM192
056700             WS-BF-CUM-QTY (BF-IDX) * 100                         PGM192
056800             / WS-BF-PLANNED-QTY (BF-IDX)                         PGM192
056900     END-IF                                                       PGM192
057000     COMPUTE RS-CAL-HRS  ROUNDED = WS-BF-PERIOD-MIN (BF-IDX) / 60 PGM192
057100     COMPUTE RS-PLAN-HRS ROUNDED = WS-BF-PLAN-MIN (BF-IDX) / 60   PGM192
057200     COMPUTE RS-UNPL-HRS ROUNDED = WS-BF-UNPL-MIN (BF-IDX) / 60   PGM192
057300     COMPUTE RS-BANK-HRS ROUNDED = WS-BF-BANK-MIN (BF-IDX) / 60   PGM192
057400     COMPUTE RS-REDB-HRS ROUNDED = WS-BF-REDB-MIN (BF-IDX) / 60   PGM192
057500     MOVE WS-AVAIL-PCT             TO RS-AVAIL                    PGM192
057600     MOVE WS-BF-TAP-QTY (BF-IDX)   TO RS-TAP-QTY                  PGM192
057700     MOVE WS-BF-VOLUME (BF-IDX)    TO RS-VOLUME                   PGM192
057800     MOVE WS-PRODUCTIVITY          TO RS-PROD                     PGM192
057900     MOVE WS-BF-CUM-QTY (BF-IDX)   TO RS-CUM-QTY                  PGM192
058000     MOVE WS-BF-CUM-ASOF (BF-IDX)  TO RS-ASOF                     PGM192
058100     MOVE WS-LIFE-PCT              TO RS-LIFE                     PGM192
058200     MOVE WS-CAMP-PROD             TO RS-CAMP-PROD                PGM192
058300     WRITE AVAIL-REPORT-REC FROM WS-RPT-SUM-DETAIL.               PGM192
058400*                                                                 PGM192
058500 4100-CAMPAIGN-PRODUCTIVITY.                                      PGM192
058600     IF WS-BF-CUM-ASOF (BF-IDX) NOT < WS-BF-BLOW-IN (BF-IDX)      PGM192
058700         MOVE WS-BF-BLOW-IN (BF-IDX)  TO WS-FROM-DATE             PGM192
058800         MOVE ZEROS                   TO WS-FROM-TIME             PGM192
058900         MOVE WS-BF-CUM-ASOF (BF-IDX) TO WS-TO-DATE               PGM192
059000         MOVE 2400                    TO WS-TO-TIME               PGM192
059100         PERFORM 8000-ELAPSED-MINUTES                             PGM192
059200         MOVE WS-ELAPSED-RESULT TO WS-CAMP-MIN                    PGM192
059300         IF WS-CAMP-MIN > 0                                       PGM192
059400             COMPUTE WS-CAMP-PROD ROUNDED =                       PGM192
059500                 WS-BF-CUM-QTY (BF-IDX) * 1440                    PGM192
059600                 / (WS-BF-VOLUME (BF-IDX) * WS-CAMP-MIN)          PGM192
059700         END-IF                                                   PGM192
059800     END-IF.                                                      PGM192
059900*                                                                 PGM192
060000 7000-FIND-FURNACE.                                               PGM192
060100     MOVE 'N' TO WS-FOUND-FLAG                                    PGM192
060200     IF WS-BF-COUNT > 0                                           PGM192
060300         SET BF-IDX TO 1                                          PGM192
060400         SEARCH WS-BF-ENTRY                                       PGM192
060500             AT END                                               PGM192
060600                 MOVE 'N' TO WS-FOUND-FLAG                        PGM192
060700             WHEN WS-BF-NO (BF-IDX) = WS-BF-NO-KEY                PGM192
060800                 AND BF-IDX <= WS-BF-COUNT                        PGM192
060900                 SET WS-BF-FOUND TO TRUE                          PGM192
061000         END-SEARCH                                               PGM192
061100     END-IF.                                                      PGM192
061200*                                                                 PGM192
061300* 경과 시간(분): 날짜 차이는 하루씩 넘겨 세고 시/분 차이를                              PGM192
061400* 더한다. 음수는 0 으로 둔다.                                               PGM192
061500 8000-ELAPSED-MINUTES.                                            PGM192
061600     MOVE ZEROS TO WS-DAY-GAP                                     PGM192
061700     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM192
061800     PERFORM 8100-NEXT-DAY                                        PGM192
061900         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM192
062000            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX                    PGM192
062100     COMPUTE WS-ELAPSED-MIN = WS-DAY-GAP * 1440                   PGM192
062200                            + WS-TO-HH * 60 + WS-TO-MI            PGM192
062300                            - WS-FROM-HH * 60 - WS-FROM-MI        PGM192
062400     IF WS-ELAPSED-MIN < 0                                        PGM192
062500         MOVE ZEROS TO WS-ELAPSED-RESULT                          PGM192
062600     ELSE                                                         PGM192
062700         MOVE WS-ELAPSED-MIN TO WS-ELAPSED-RESULT                 PGM192
062800     END-IF.                                                      PGM192
062900*                                                                 PGM192
063000 8100-NEXT-DAY.                                                   PGM192
063100     ADD 1 TO WS-DAY-GAP                                          PGM192
063200     PERFORM 8300-MONTH-END                                       PGM192
063300     ADD 1 TO WS-STEP-DD                                          PGM192
063400     IF WS-STEP-DD > WS-MONTH-END                                 PGM192
063500         MOVE 1 TO WS-STEP-DD                                     PGM192
063600         ADD 1 TO WS-STEP-MM                                      PGM192
063700         IF WS-STEP-MM > 12                                       PGM192
063800             MOVE 1 TO WS-STEP-MM                                 PGM192
063900             ADD 1 TO WS-STEP-YYYY                                PGM192
064000         END-IF                                                   PGM192
064100     END-IF.                                                      PGM192
064200*                                                                 PGM192
064300 8300-MONTH-END.                                                  PGM192
064400     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM192
064500     IF WS-STEP-MM = 2                                            PGM192
064600         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM192
064700             REMAINDER WS-LEAP-REM4                               PGM192
064800         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM192
064900             REMAINDER WS-LEAP-REM100                             PGM192
065000         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM192
065100             REMAINDER WS-LEAP-REM400                             PGM192
065200         IF WS-LEAP-REM4 = 0                                      PGM192
065300             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM192
065400             MOVE 29 TO WS-MONTH-END                              PGM192
065500         END-IF                                                   PGM192
065600     END-IF.                                                      PGM192
065700*                                                                 PGM192
065800 9000-FINALIZE.                                                   PGM192
065900     MOVE WS-TAP-COUNT          TO RC-TAPS                        PGM192
066000     MOVE WS-ORPHAN-TAP-COUNT   TO RC-ORPHAN                      PGM192
066100     MOVE WS-PRE-CAMP-TAP-COUNT TO RC-PRE-CAMP                    PGM192
066200     MOVE WS-OPEN-STOP-COUNT    TO RC-OPEN-STOPS                  PGM192
066300     WRITE AVAIL-REPORT-REC FROM WS-RPT-BLANK                     PGM192
066400     WRITE AVAIL-REPORT-REC FROM WS-RPT-COUNTS                    PGM192
066500     CLOSE CAMPAIGN-MASTER-FILE                                   PGM192
066600     CLOSE BF-TAP-FILE                                            PGM192
066700     IF WS-STOP-READY                                             PGM192
066800         CLOSE BF-STOP-FILE                                       PGM192
066900     END-IF                                                       PGM192
067000     CLOSE AVAIL-REPORT-FILE                                      PGM192
067100     IF WS-ORPHAN-TAP-COUNT > 0                                   PGM192
067200         MOVE 4 TO RETURN-CODE                                    PGM192
067300     END-IF                                                       PGM192
067400     DISPLAY 'PGM192 COMPLETED: MONTH ' WS-PERIOD-YYYYMM ' '      PGM192
067500             WS-BF-COUNT ' FURNACES, ' WS-STOP-COUNT              PGM192
067600             ' STOPPAGES, ' WS-ORPHAN-TAP-COUNT                   PGM192
067700             ' TAPS WITHOUT CAMPAIGN'.                            PGM192
067800*                                                                 PGM192
067900 9750-DIAGNOSE-FILE-STATUS.                                       PGM192
068000     EVALUATE WS-ABEND-STATUS                                     PGM192
068100         WHEN '10'                                                PGM192
068200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM192
068300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM192
068400         WHEN '23'                                                PGM192
068500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM192
068600             DISPLAY '  AND RETRY THE REQUEST'                    PGM192
068700         WHEN '35'                                                PGM192
068800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM192
068900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM192
069000         WHEN '37'                                                PGM192
069100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM192
069200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM192
069300         WHEN '39'                                                PGM192
069400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM192
069500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM192
069600         WHEN '41'                                                PGM192
069700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM192
069800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM192
069900         WHEN '42'                                                PGM192
070000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM192
070100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM192
070200         WHEN '46'                                                PGM192
070300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM192
070400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM192
070500         WHEN OTHER                                               PGM192
070600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM192
070700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM192
070800     END-EVALUATE.                                                PGM192
070900*                                                                 PGM192
071000 9900-ABNORMAL-END.                                               PGM192
071100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM192
071200     DISPLAY 'PGM192 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM192
071300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM192
071400     MOVE 16 TO RETURN-CODE                                       PGM192
071500     GOBACK.                                                      PGM192
071600                                                                  PGM192
