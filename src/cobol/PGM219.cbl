000100 IDENTIFICATION DIVISION.                                         PGM219
000200 PROGRAM-ID.    PGM219.                                           PGM219
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM219
000400*                                                                 PGM219
000500* =========================================================       PGM219
000600* 프로그램명: 근로시간 준수 야간 점검                                            PGM219
000700* 처리내용  : 크루 로스터(CPYROST)를 작업자별로 라인에 관계                           PGM219
000800*            없이 근무 시작시각 순으로 정렬하여 다음을 점검한다.                        PGM219
000900*             WK 근무일 포함 최근 7일 누계가 주 한도(기본                         PGM219
001000*                52시간) 초과                                         PGM219
001100*             RS 직전 근무 종료부터 이번 근무 시작까지 휴식이                        PGM219
001200*                최소 휴식시간(기본 11시간) 미만 (겹침 포함)                      PGM219
001300*             WN 7일 누계가 경고 수준(기본 48시간) 초과                         PGM219
001400*            근무조 시작시각과 한도는 WKHPARM(CPYWHPR)에서                     PGM219
001500*            읽고, 점검 대상은 실행일 전후 일수(기본 7/7)의                        PGM219
001600*            근무이다. 위반(WK/RS)은 감독자 소명(CPYWHJS)이                    PGM219
001700*            있으면 소명, 없으면 미소명으로 표시한다. 예외는                          PGM219
001800*            라인 담당 감독자(CPYLSUP)별로 모아 인쇄하고                         PGM219
001900*            미소명 위반이 있으면 RC 4.                                    PGM219
002000* =========================================================       PGM219
002100*                                                                 PGM219
002200 ENVIRONMENT DIVISION.                                            PGM219
002300 CONFIGURATION SECTION.                                           PGM219
002400 INPUT-OUTPUT SECTION.                                            PGM219
002500 FILE-CONTROL.                                                    PGM219
002600     SELECT OPTIONAL WKH-PARM-FILE                                PGM219
002700         ASSIGN TO WKHPARM                                        PGM219
002800         ORGANIZATION IS SEQUENTIAL                               PGM219
002900         FILE STATUS IS WS-FILE-STATUS.                           PGM219
003000     SELECT CREW-ROSTER-FILE                                      PGM219
003100         ASSIGN TO CREWROST                                       PGM219
003200         ORGANIZATION IS INDEXED                                  PGM219
003300         ACCESS MODE IS SEQUENTIAL                                PGM219
003400         RECORD KEY IS CR-KEY                                     PGM219
003500         FILE STATUS IS WS-FILE-STATUS2.                          PGM219
003600     SELECT OPTIONAL LINE-SUPV-FILE                               PGM219
003700         ASSIGN TO LINESUPV                                       PGM219
003800         ORGANIZATION IS SEQUENTIAL                               PGM219
003900         FILE STATUS IS WS-FILE-STATUS3.                          PGM219
004000     SELECT PERSONNEL-FILE                                        PGM219
004100         ASSIGN TO PERSMAST                                       PGM219
004200         ORGANIZATION IS INDEXED                                  PGM219
004300         ACCESS MODE IS RANDOM                                    PGM219
004400         RECORD KEY IS PE-USER-ID                                 PGM219
004500         FILE STATUS IS WS-FILE-STATUS4.                          PGM219
004600     SELECT OPTIONAL WKH-JUST-FILE                                PGM219
004700         ASSIGN TO WKHJUST                                        PGM219
004800         ORGANIZATION IS INDEXED                                  PGM219
004900         ACCESS MODE IS RANDOM                                    PGM219
005000         RECORD KEY IS WJ-KEY                                     PGM219
005100         FILE STATUS IS WS-FILE-STATUS5.                          PGM219
005200     SELECT SHIFT-SORT-FILE                                       PGM219
005300         ASSIGN TO SORTWK01.                                      PGM219
005400     SELECT SORTED-SHIFT-FILE                                     PGM219
005500         ASSIGN TO WKHSHFT                                        PGM219
005600         ORGANIZATION IS SEQUENTIAL                               PGM219
005700         FILE STATUS IS WS-FILE-STATUS6.                          PGM219
005800     SELECT EXCP-SORT-FILE                                        PGM219
005900         ASSIGN TO SORTWK02.                                      PGM219
006000     SELECT SORTED-EXCP-FILE                                      PGM219
006100         ASSIGN TO WKHEXCP                                        PGM219
006200         ORGANIZATION IS SEQUENTIAL                               PGM219
006300         FILE STATUS IS WS-FILE-STATUS7.                          PGM219
006400     SELECT WKH-REPORT-FILE                                       PGM219
006500         ASSIGN TO WKHRPT                                         PGM219
006600         ORGANIZATION IS SEQUENTIAL                               PGM219
006700         FILE STATUS IS WS-FILE-STATUS8.                          PGM219
006800*                                                                 PGM219
006900 DATA DIVISION.                                                   PGM219
007000 FILE SECTION.                                                    PGM219
007100 FD  WKH-PARM-FILE.                                               PGM219
007200 01  WKH-PARM-REC.                                                PGM219
007300     COPY CPYWHPR.                                                PGM219
007400 FD  CREW-ROSTER-FILE.                                            PGM219
007500 01  CREW-ROSTER-REC.                                             PGM219
007600     COPY CPYROST.                                                PGM219
007700 FD  LINE-SUPV-FILE.                                              PGM219
007800 01  LINE-SUPV-REC.                                               PGM219
007900     COPY CPYLSUP.                                                PGM219
008000 FD  PERSONNEL-FILE.                                              PGM219
008100 01  PERSONNEL-REC.                                               PGM219
008200     COPY CPYPERS.                                                PGM219
008300 FD  WKH-JUST-FILE.                                               PGM219
008400 01  WKH-JUST-REC.                                                PGM219
008500     COPY CPYWHJS.                                                PGM219
008600* 근무 단위 정렬 레코드: 작업자/시작시각(분) 순.                                    PGM219
008700 SD  SHIFT-SORT-FILE.                                             PGM219
008800 01  SHIFT-SORT-REC.                                              PGM219
008900     05 SS-WORKER-ID         PIC X(10).                           PGM219
009000     05 SS-START-MIN         PIC 9(10).                           PGM219
009100     05 SS-PLANT-CD          PIC X(04).                           PGM219
009200     05 SS-LINE-CD           PIC X(10).                           PGM219
009300     05 SS-WORK-DATE         PIC 9(08).                           PGM219
009400     05 SS-SHIFT-CD          PIC X(01).                           PGM219
009500     05 SS-DAY-NO            PIC 9(07).                           PGM219
009600     05 SS-WORK-HOURS        PIC 9(02)V9.                         PGM219
009700 FD  SORTED-SHIFT-FILE.                                           PGM219
009800 01  SORTED-SHIFT-REC.                                            PGM219
009900     05 TS-WORKER-ID         PIC X(10).                           PGM219
010000     05 TS-START-MIN         PIC 9(10).                           PGM219
010100     05 TS-PLANT-CD          PIC X(04).                           PGM219
010200     05 TS-LINE-CD           PIC X(10).                           PGM219
010300     05 TS-WORK-DATE         PIC 9(08).                           PGM219
010400     05 TS-SHIFT-CD          PIC X(01).                           PGM219
010500     05 TS-DAY-NO            PIC 9(07).                           PGM219
010600     05 TS-WORK-HOURS        PIC 9(02)V9.                         PGM219
010700* 예외 레코드: 담당 감독자/공장/라인/작업자/일자 순.                                  PGM219
010800 SD  EXCP-SORT-FILE.                                              PGM219
010900 01  EXCP-SORT-REC.                                               PGM219
011000     05 ES-SUPERVISOR-ID     PIC X(10).                           PGM219
011100     05 ES-PLANT-CD          PIC X(04).                           PGM219
011200     05 ES-LINE-CD           PIC X(10).                           PGM219
011300     05 ES-WORKER-ID         PIC X(10).                           PGM219
011400     05 ES-WORK-DATE         PIC 9(08).                           PGM219
011500     05 ES-SHIFT-CD          PIC X(01).                           PGM219
011600     05 ES-CHECK-CD          PIC X(02).                           PGM219
011700     05 ES-VALUE             PIC S9(03)V9.                        PGM219
011800     05 ES-LIMIT             PIC 9(03)V9.                         PGM219
011900 FD  SORTED-EXCP-FILE.                                            PGM219
012000 01  SORTED-EXCP-REC.                                             PGM219
012100     05 TE-SUPERVISOR-ID     PIC X(10).                           PGM219
012200     05 TE-PLANT-CD          PIC X(04).                           PGM219
012300     05 TE-LINE-CD           PIC X(10).                           PGM219
012400     05 TE-WORKER-ID         PIC X(10).                           PGM219
012500     05 TE-WORK-DATE         PIC 9(08).                           PGM219
012600     05 TE-SHIFT-CD          PIC X(01).                           PGM219
012700     05 TE-CHECK-CD          PIC X(02).                           PGM219
012800         88 TE-WEEK-LIMIT    VALUE 'WK'.                          PGM219
012900         88 TE-SHORT-REST    VALUE 'RS'.                          PGM219
013000         88 TE-WARNING       VALUE 'WN'.                          PGM219
013100     05 TE-VALUE             PIC S9(03)V9.                        PGM219
013200     05 TE-LIMIT             PIC 9(03)V9.                         PGM219
013300 FD  WKH-REPORT-FILE.                                             PGM219
013400 01  WKH-REPORT-REC          PIC X(132).                          PGM219
013500*                                                                 PGM219
013600 WORKING-STORAGE SECTION.                                         PGM219
013700 01  WS-FILE-STATUS         PIC XX.                               PGM219
013800 01  WS-FILE-STATUS2        PIC XX.                               PGM219
013900 01  WS-FILE-STATUS3        PIC XX.                               PGM219
014000 01  WS-FILE-STATUS4        PIC XX.                               PGM219
014100 01  WS-FILE-STATUS5        PIC XX.                               PGM219
014200 01  WS-FILE-STATUS6        PIC XX.                               PGM219
014300 01  WS-FILE-STATUS7        PIC XX.                               PGM219
014400 01  WS-FILE-STATUS8        PIC XX.                               PGM219
014500 01  WS-ABEND-STATUS        PIC XX.                               PGM219
014600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM219
014700     88 WS-EOF              VALUE 'Y'.                            PGM219
014800 01  WS-JUST-OPEN-FLAG      PIC X VALUE 'N'.                      PGM219
014900     88 WS-JUST-READY       VALUE 'Y'.                            PGM219
015000 01  WS-JUST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM219
015100     88 WS-JUST-FOUND       VALUE 'Y'.                            PGM219
015200 01  WS-FIRST-SUPV-FLAG     PIC X VALUE 'Y'.                      PGM219
015300     88 WS-FIRST-SUPV       VALUE 'Y'.                            PGM219
015400 01  WS-RUN-DATE            PIC 9(08).                            PGM219
015500* 점검 한도 - WKHPARM 항목이 0보다 크면 대체                                   PGM219
015600 01  WS-WEEK-LIMIT-HRS      PIC 9(03)V9 VALUE 52.0.               PGM219
015700 01  WS-WARN-HRS            PIC 9(03)V9 VALUE 48.0.               PGM219
015800 01  WS-MIN-REST-HRS        PIC 9(02)V9 VALUE 11.0.               PGM219
015900 01  WS-LOOKBACK-DAYS       PIC 9(02) VALUE 7.                    PGM219
016000 01  WS-LOOKAHEAD-DAYS      PIC 9(02) VALUE 7.                    PGM219
016100 01  WS-SHIFT-START-TABLE.                                        PGM219
016200     05 WS-SHIFT-START-INIT.                                      PGM219
016300         10 FILLER           PIC 9(04) VALUE 0600.                PGM219
016400         10 FILLER           PIC 9(04) VALUE 1400.                PGM219
016500         10 FILLER           PIC 9(04) VALUE 2200.                PGM219
016600     05 WS-SHIFT-START-R REDEFINES WS-SHIFT-START-INIT.           PGM219
016700         10 WS-SHIFT-START   PIC 9(04) OCCURS 3 TIMES.            PGM219
016800 01  WS-SX                  PIC 9(01).                            PGM219
016900 01  WS-MIN-REST-MIN        PIC 9(05).                            PGM219
017000* 일련일수 계산 (그레고리력, 윤년 반영)                                          PGM219
017100 01  WS-CUM-DAYS-TABLE.                                           PGM219
017200     05 WS-CUM-DAYS-INIT    PIC X(36) VALUE                       PGM219
017300             '000031059090120151181212243273304334'.              PGM219
017400     05 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-INIT.                 PGM219
017500         10 WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.            PGM219
017600 01  WS-DN-DATE             PIC 9(08).                            PGM219
017700 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.                           PGM219
017800     05 WS-DN-YYYY          PIC 9(04).                            PGM219
017900     05 WS-DN-MM            PIC 9(02).                            PGM219
018000     05 WS-DN-DD            PIC 9(02).                            PGM219
018100 01  WS-DN-DAY-NO           PIC 9(07).                            PGM219
018200 01  WS-DN-Y1               PIC 9(04).                            PGM219
018300 01  WS-DN-Q4               PIC 9(04).                            PGM219
018400 01  WS-DN-Q100             PIC 9(04).                            PGM219
018500 01  WS-DN-Q400             PIC 9(04).                            PGM219
018600 01  WS-DN-R4               PIC 9(04).                            PGM219
018700 01  WS-DN-R100             PIC 9(04).                            PGM219
018800 01  WS-DN-R400             PIC 9(04).                            PGM219
018900 01  WS-RUN-DAY-NO          PIC 9(07).                            PGM219
019000 01  WS-EVAL-FROM-DAY       PIC 9(07).                            PGM219
019100 01  WS-EVAL-TO-DAY         PIC 9(07).                            PGM219
019200 01  WS-LOAD-FROM-DAY       PIC 9(07).                            PGM219
019300 01  WS-HHMM                PIC 9(04).                            PGM219
019400 01  WS-HH                  PIC 9(02).                            PGM219
019500 01  WS-MM                  PIC 9(02).                            PGM219
019600* 작업자별 최근 7일 근무 창                                                 PGM219
019700 01  WS-PREV-WORKER         PIC X(10) VALUE SPACES.               PGM219
019800 01  WS-PREV-END-MIN        PIC 9(10) VALUE ZEROS.                PGM219
019900 01  WS-CUR-END-MIN         PIC 9(10).                            PGM219
020000 01  WS-REST-MIN            PIC S9(10).                           PGM219
020100 01  WS-WEEK-TOTAL          PIC 9(03)V9.                          PGM219
020200 01  WS-WIN-FROM-DAY        PIC 9(07).                            PGM219
020300 01  WS-WIN-MAX             PIC 9(04) COMP VALUE 40.              PGM219
020400 01  WS-WIN-COUNT           PIC 9(04) COMP VALUE ZEROS.           PGM219
020500 01  WS-WIN-KEEP            PIC 9(04) COMP VALUE ZEROS.           PGM219
020600 01  WS-WX                  PIC 9(04) COMP.                       PGM219
020700 01  WS-WIN-TABLE.                                                PGM219
020800     05 WS-WIN-ENTRY OCCURS 40 TIMES.                             PGM219
020900         10 WS-WIN-DAY-NO   PIC 9(07).                            PGM219
021000         10 WS-WIN-HOURS    PIC 9(02)V9.                          PGM219
021100* 라인 담당 감독자 표                                                     PGM219
021200 01  WS-LS-MAX              PIC 9(04) COMP VALUE 500.             PGM219
021300 01  WS-LS-COUNT            PIC 9(04) COMP VALUE ZEROS.           PGM219
021400 01  WS-LS-TABLE.                                                 PGM219
021500     05 WS-LS-ENTRY OCCURS 500 TIMES                              PGM219
021600                    INDEXED BY WS-LS-IDX.                         PGM219
021700         10 WS-LST-PLANT-CD  PIC X(04).                           PGM219
021800         10 WS-LST-LINE-CD   PIC X(10).                           PGM219
021900         10 WS-LST-SUPV-ID   PIC X(10).                           PGM219
022000* 감독자별 집계 (인쇄 중 누적)                                               PGM219
022100 01  WS-SV-MAX              PIC 9(04) COMP VALUE 200.             PGM219
022200 01  WS-SV-COUNT            PIC 9(04) COMP VALUE ZEROS.           PGM219
022300 01  WS-SVX                 PIC 9(04) COMP.                       PGM219
022400 01  WS-SV-TABLE.                                                 PGM219
022500     05 WS-SV-ENTRY OCCURS 200 TIMES.                             PGM219
022600         10 WS-SVT-SUPV-ID   PIC X(10).                           PGM219
022700         10 WS-SVT-NAME      PIC X(20).                           PGM219
022800         10 WS-SVT-BREACH    PIC 9(07).                           PGM219
022900         10 WS-SVT-UNJUST    PIC 9(07).                           PGM219
023000         10 WS-SVT-WARN      PIC 9(07).                           PGM219
023100 01  WS-CUR-SUPV-ID         PIC X(10).                            PGM219
023200 01  WS-CUR-SUPV-NAME       PIC X(20).                            PGM219
023300 01  WS-WORKER-NAME         PIC X(20).                            PGM219
023400* 처리 건수                                                           PGM219
023500 01  WS-ROSTER-READ-CNT     PIC 9(07) VALUE ZEROS.                PGM219
023600 01  WS-SHIFT-CNT           PIC 9(07) VALUE ZEROS.                PGM219
023700 01  WS-BAD-SHIFT-CNT       PIC 9(07) VALUE ZEROS.                PGM219
023800 01  WS-EVAL-CNT            PIC 9(07) VALUE ZEROS.                PGM219
023900 01  WS-BREACH-CNT          PIC 9(07) VALUE ZEROS.                PGM219
024000 01  WS-UNJUST-CNT          PIC 9(07) VALUE ZEROS.                PGM219
024100 01  WS-WARN-CNT            PIC 9(07) VALUE ZEROS.                PGM219
024200*                                                                 PGM219
024300 01  WS-RPT-HEADER.                                               PGM219
024400     05 FILLER               PIC X(36) VALUE                      PGM219
024500             'PGM219 WORKING HOURS COMPLIANCE     '.              PGM219
024600     05 FILLER               PIC X(06) VALUE ' RUN  '.            PGM219
024700     05 RH-RUN-DATE          PIC 9(08).                           PGM219
024800     05 FILLER               PIC X(08) VALUE '  DAYS -'.          PGM219
024900     05 RH-LOOKBACK          PIC Z9.                              PGM219
025000     05 FILLER               PIC X(02) VALUE ' +'.                PGM219
025100     05 RH-LOOKAHEAD         PIC Z9.                              PGM219
025200     05 FILLER               PIC X(13) VALUE '  WEEK LIMIT '.     PGM219
025300     05 RH-WEEK-LIMIT        PIC ZZ9.9.                           PGM219
025400     05 FILLER               PIC X(07) VALUE '  WARN '.           PGM219
025500     05 RH-WARN              PIC ZZ9.9.                           PGM219
025600     05 FILLER               PIC X(11) VALUE '  MIN REST '.       PGM219
025700     05 RH-MIN-REST          PIC Z9.9.                            PGM219
025800     05 FILLER               PIC X(23) VALUE SPACES.              PGM219
025900 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM219
026000 01  WS-RPT-SUPV-LINE.                                            PGM219
026100     05 FILLER               PIC X(12) VALUE 'SUPERVISOR: '.      PGM219
026200     05 RV-SUPV-ID           PIC X(12).                           PGM219
026300     05 RV-SUPV-NAME         PIC X(20).                           PGM219
026400     05 FILLER               PIC X(88) VALUE SPACES.              PGM219
026500 01  WS-RPT-DET-HEAD.                                             PGM219
026600     05 FILLER               PIC X(44) VALUE                      PGM219
026700             'PLNT LINE       WORKER     WORKER NAME      '.      PGM219
026800     05 FILLER               PIC X(44) VALUE                      PGM219
026900             '    WORK DATE S CHECK        VALUE LIMIT STA'.      PGM219
027000     05 FILLER               PIC X(44) VALUE                      PGM219
027100             'TUS      JUSTIFIED BY                       '.      PGM219
027200 01  WS-RPT-DETAIL.                                               PGM219
027300     05 RD-PLANT-CD          PIC X(04).                           PGM219
027400     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
027500     05 RD-LINE-CD           PIC X(10).                           PGM219
027600     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
027700     05 RD-WORKER-ID         PIC X(10).                           PGM219
027800     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
027900     05 RD-WORKER-NAME       PIC X(20).                           PGM219
028000     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
028100     05 RD-WORK-DATE         PIC 9(08).                           PGM219
028200     05 FILLER               PIC X(02) VALUE SPACES.              PGM219
028300     05 RD-SHIFT-CD          PIC X(01).                           PGM219
028400     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
028500     05 RD-CHECK-DESC        PIC X(12).                           PGM219
028600     05 RD-VALUE             PIC ZZ9.9-.                          PGM219
028700     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
028800     05 RD-LIMIT             PIC ZZ9.9.                           PGM219
028900     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
029000     05 RD-STATUS            PIC X(11).                           PGM219
029100     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
029200     05 RD-JUST-BY           PIC X(10).                           PGM219
029300     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
029400     05 RD-JUST-NAME         PIC X(20).                           PGM219
029500     05 FILLER               PIC X(04) VALUE SPACES.              PGM219
029600 01  WS-RPT-JUST-LINE.                                            PGM219
029700     05 FILLER               PIC X(60) VALUE SPACES.              PGM219
029800     05 FILLER               PIC X(15) VALUE 'JUSTIFICATION: '.   PGM219
029900     05 RJ-JUSTIFY-TEXT      PIC X(40).                           PGM219
030000     05 FILLER               PIC X(17) VALUE SPACES.              PGM219
030100 01  WS-RPT-SUPV-TOTAL.                                           PGM219
030200     05 FILLER               PIC X(16) VALUE '  SUPERVISOR   '.   PGM219
030300     05 FILLER               PIC X(10) VALUE 'BREACHES '.         PGM219
030400     05 RT-BREACH-CNT        PIC ZZZ,ZZ9.                         PGM219
030500     05 FILLER               PIC X(14) VALUE '   UNJUSTIFIED'.    PGM219
030600     05 RT-UNJUST-CNT        PIC ZZZ,ZZ9.                         PGM219
030700     05 FILLER               PIC X(11) VALUE '   WARNINGS'.       PGM219
030800     05 RT-WARN-CNT          PIC ZZZ,ZZ9.                         PGM219
030900     05 FILLER               PIC X(60) VALUE SPACES.              PGM219
031000 01  WS-RPT-NONE.                                                 PGM219
031100     05 FILLER               PIC X(44) VALUE                      PGM219
031200             '    NO WORKING HOURS EXCEPTIONS IN WINDOW   '.      PGM219
031300     05 FILLER               PIC X(88) VALUE SPACES.              PGM219
031400 01  WS-RPT-SECTION.                                              PGM219
031500     05 RS-TITLE             PIC X(50).                           PGM219
031600     05 FILLER               PIC X(82) VALUE SPACES.              PGM219
031700 01  WS-RPT-SUM-HEAD.                                             PGM219
031800     05 FILLER               PIC X(44) VALUE                      PGM219
031900             'SUPERVISOR NAME                  BREACHES UN'.      PGM219
032000     05 FILLER               PIC X(44) VALUE                      PGM219
032100             'JUSTIFIED  WARNINGS                         '.      PGM219
032200     05 FILLER               PIC X(44) VALUE SPACES.              PGM219
032300 01  WS-RPT-SUM-DETAIL.                                           PGM219
032400     05 RM-SUPV-ID           PIC X(10).                           PGM219
032500     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
032600     05 RM-SUPV-NAME         PIC X(20).                           PGM219
032700     05 FILLER               PIC X(02) VALUE SPACES.              PGM219
032800     05 RM-BREACH-CNT        PIC ZZZZZZZ9.                        PGM219
032900     05 FILLER               PIC X(01) VALUE SPACES.              PGM219
033000     05 RM-UNJUST-CNT        PIC ZZZZZZZZZZ9.                     PGM219
033100     05 FILLER               PIC X(02) VALUE SPACES.              PGM219
033200     05 RM-WARN-CNT          PIC ZZZZZZZ9.                        PGM219
033300     05 FILLER               PIC X(69) VALUE SPACES.              PGM219
033400 01  WS-RPT-TOTALS.                                               PGM219
033500     05 FILLER               PIC X(24) VALUE                      PGM219
033600             'SHIFTS EVALUATED        '.                          PGM219
033700     05 RT-EVAL-CNT          PIC ZZZ,ZZ9.                         PGM219
033800     05 FILLER               PIC X(12) VALUE '   BREACHES '.      PGM219
033900     05 RT-TOT-BREACH-CNT    PIC ZZZ,ZZ9.                         PGM219
034000     05 FILLER               PIC X(15) VALUE '   UNJUSTIFIED '.   PGM219
034100     05 RT-TOT-UNJUST-CNT    PIC ZZZ,ZZ9.                         PGM219
034200     05 FILLER               PIC X(12) VALUE '   WARNINGS '.      PGM219
034300     05 RT-TOT-WARN-CNT      PIC ZZZ,ZZ9.                         PGM219
034400     05 FILLER               PIC X(41) VALUE SPACES.              PGM219
034500*                                                                 PGM219
034600 PROCEDURE DIVISION.                                              PGM219
034700*                                                                 PGM219
034800 0000-MAIN-PROCESS.                                               PGM219
034900     PERFORM 1000-INITIALIZE                                      PGM219
035000     PERFORM 1100-LOAD-LINE-SUPERVISORS                           PGM219
035100     PERFORM 2000-SORT-SHIFTS                                     PGM219
035200     PERFORM 3000-EVALUATE-SHIFTS                                 PGM219
035300     PERFORM 4000-PRINT-EXCEPTIONS                                PGM219
035400     PERFORM 5000-PRINT-SUMMARY                                   PGM219
035500     PERFORM 9000-FINALIZE                                        PGM219
035600     GOBACK.                                                      PGM219
035700*                                                                 PGM219
035800* 점검 창: 실행일 - 이전일수 부터 실행일 + 이후일수 까지.                              PGM219
035900* 7일 누계를 위해 창 시작 6일 전 근무부터 읽는다.                                   PGM219
036000 1000-INITIALIZE.                                                 PGM219
036100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM219
036200     MOVE SPACES TO WKH-PARM-REC                                  PGM219
036300     OPEN INPUT WKH-PARM-FILE                                     PGM219
036400     IF WS-FILE-STATUS = '00'                                     PGM219
036500         READ WKH-PARM-FILE                                       PGM219
036600             AT END                                               PGM219
036700                 MOVE SPACES TO WKH-PARM-REC                      PGM219
036800         END-READ                                                 PGM219
036900         CLOSE WKH-PARM-FILE                                      PGM219
037000     END-IF                                                       PGM219
037100     PERFORM 1050-APPLY-PARAMETERS                                PGM219
037200     COMPUTE WS-MIN-REST-MIN = WS-MIN-REST-HRS * 60               PGM219
037300     MOVE WS-RUN-DATE TO WS-DN-DATE                               PGM219
037400     PERFORM 6000-COMPUTE-DAY-NO                                  PGM219
037500     MOVE WS-DN-DAY-NO TO WS-RUN-DAY-NO                           PGM219
037600     COMPUTE WS-EVAL-FROM-DAY = WS-RUN-DAY-NO - WS-LOOKBACK-DAYS  PGM219
037700     COMPUTE WS-EVAL-TO-DAY   = WS-RUN-DAY-NO + WS-LOOKAHEAD-DAYS PGM219
037800     COMPUTE WS-LOAD-FROM-DAY = WS-EVAL-FROM-DAY - 6              PGM219
037900     OPEN INPUT PERSONNEL-FILE                                    PGM219
038000     IF WS-FILE-STATUS4 NOT = '00'                                PGM219
038100         DISPLAY 'PERSONNEL OPEN ERROR: ' WS-FILE-STATUS4         PGM219
038200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM219
038300         PERFORM 9900-ABNORMAL-END                                PGM219
038400     END-IF                                                       PGM219
038500     OPEN INPUT WKH-JUST-FILE                                     PGM219
038600     IF WS-FILE-STATUS5 = '00'                                    PGM219
038700         SET WS-JUST-READY TO TRUE                                PGM219
038800     ELSE                                                         PGM219
038900         IF WS-FILE-STATUS5 NOT = '05'                            PGM219
039000             DISPLAY 'JUSTIFICATION FILE OPEN ERROR: '            PGM219
039100                     WS-FILE-STATUS5                              PGM219
039200             MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS              PGM219
039300             PERFORM 9900-ABNORMAL-END                            PGM219
039400         END-IF                                                   PGM219
039500     END-IF                                                       PGM219
039600     OPEN OUTPUT WKH-REPORT-FILE                                  PGM219
039700     IF WS-FILE-STATUS8 NOT = '00'                                PGM219
039800         DISPLAY 'WORKING HOURS REPORT OPEN ERROR: '              PGM219
039900                 WS-FILE-STATUS8                                  PGM219
040000         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM219
040100         PERFORM 9900-ABNORMAL-END                                PGM219
040200     END-IF                                                       PGM219
040300     MOVE WS-RUN-DATE       TO RH-RUN-DATE                        PGM219
040400     MOVE WS-LOOKBACK-DAYS  TO RH-LOOKBACK                        PGM219
040500     MOVE WS-LOOKAHEAD-DAYS TO RH-LOOKAHEAD                       PGM219
040600     MOVE WS-WEEK-LIMIT-HRS TO RH-WEEK-LIMIT                      PGM219
040700     MOVE WS-WARN-HRS       TO RH-WARN                            PGM219
040800     MOVE WS-MIN-REST-HRS   TO RH-MIN-REST                        PGM219
040900     WRITE WKH-REPORT-REC FROM WS-RPT-HEADER.                     PGM219
041000*                                                                 PGM219
041100 1050-APPLY-PARAMETERS.                                           PGM219
041200     IF WHP-WEEK-LIMIT-HRS NUMERIC AND WHP-WEEK-LIMIT-HRS > 0     PGM219
041300         MOVE WHP-WEEK-LIMIT-HRS TO WS-WEEK-LIMIT-HRS             PGM219
041400     END-IF                                                       PGM219
041500     IF WHP-WARN-HRS NUMERIC AND WHP-WARN-HRS > 0                 PGM219
041600         MOVE WHP-WARN-HRS TO WS-WARN-HRS                         PGM219
041700     END-IF                                                       PGM219
041800     IF WHP-MIN-REST-HRS NUMERIC AND WHP-MIN-REST-HRS > 0         PGM219
041900         MOVE WHP-MIN-REST-HRS TO WS-MIN-REST-HRS                 PGM219
042000     END-IF                                                       PGM219
042100     IF WHP-LOOKBACK-DAYS NUMERIC AND WHP-LOOKBACK-DAYS > 0       PGM219
042200         MOVE WHP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS               PGM219
042300     END-IF                                                       PGM219
042400     IF WHP-LOOKAHEAD-DAYS NUMERIC AND WHP-LOOKAHEAD-DAYS > 0     PGM219
042500         MOVE WHP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS             PGM219
042600     END-IF                                                       PGM219
042700     PERFORM 1060-APPLY-SHIFT-START                               PGM219
042800         VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3.               PGM219
042900*                                                                 PGM219
043000 1060-APPLY-SHIFT-START.                                          PGM219
043100     IF WHP-SHIFT-START (WS-SX) NUMERIC                           PGM219
043200         AND WHP-SHIFT-START (WS-SX) > 0                          PGM219
043300         AND WHP-SHIFT-START (WS-SX) < 2400                       PGM219
043400         MOVE WHP-SHIFT-START (WS-SX) TO WS-SHIFT-START (WS-SX)   PGM219
043500     END-IF.                                                      PGM219
043600*                                                                 PGM219
043700* 라인 담당 감독자 지정은 없어도 된다 (전부 미지정).                                  PGM219
043800 1100-LOAD-LINE-SUPERVISORS.                                      PGM219
043900     OPEN INPUT LINE-SUPV-FILE                                    PGM219
044000     IF WS-FILE-STATUS3 = '00'                                    PGM219
044100         PERFORM 1150-READ-LINE-SUPERVISOR                        PGM219
044200             UNTIL WS-EOF                                         PGM219
044300         CLOSE LINE-SUPV-FILE                                     PGM219
044400         MOVE 'N' TO WS-EOF-FLAG                                  PGM219
044500     ELSE                                                         PGM219
044600         IF WS-FILE-STATUS3 NOT = '05'                            PGM219
044700             DISPLAY 'LINE SUPERVISOR OPEN ERROR: '               PGM219
044800                     WS-FILE-STATUS3                              PGM219
044900         END-IF                                                   PGM219
045000     END-IF.                                                      PGM219
045100*                                                                 PGM219
045200 1150-READ-LINE-SUPERVISOR.                                       PGM219
045300     READ LINE-SUPV-FILE                                          PGM219
045400         AT END                                                   PGM219
045500             SET WS-EOF TO TRUE                                   PGM219
045600         NOT AT END                                               PGM219
045700             IF WS-LS-COUNT NOT < WS-LS-MAX                       PGM219
045800                 DISPLAY 'LINE SUPERVISOR TABLE FULL - MAX '      PGM219
045900                         WS-LS-MAX                                PGM219
046000                 MOVE 'FL' TO WS-ABEND-STATUS                     PGM219
046100                 PERFORM 9900-ABNORMAL-END                        PGM219
046200             END-IF                                               PGM219
046300             ADD 1 TO WS-LS-COUNT                                 PGM219
046400             MOVE LSV-PLANT-CD TO WS-LST-PLANT-CD (WS-LS-COUNT)   PGM219
046500             MOVE LSV-LINE-CD  TO WS-LST-LINE-CD (WS-LS-COUNT)    PGM219
046600             MOVE LSV-SUPERVISOR-ID                               PGM219
046700                               TO WS-LST-SUPV-ID (WS-LS-COUNT)    PGM219
046800     END-READ.                                                    PGM219
046900*                                                                 PGM219
047000* ---------------------------------------------------------       PGM219
047100* 1차 정렬: 창 안의 근무를 작업자/시작시각 순으로                                    PGM219
047200* ---------------------------------------------------------       PGM219
047300 2000-SORT-SHIFTS.                                                PGM219
047400     SORT SHIFT-SORT-FILE                                         PGM219
047500         ON ASCENDING KEY SS-WORKER-ID                            PGM219
047600                          SS-START-MIN                            PGM219
047700                          SS-PLANT-CD                             PGM219
047800                          SS-LINE-CD                              PGM219
047900         INPUT PROCEDURE 2100-SELECT-SHIFTS                       PGM219
048000         GIVING SORTED-SHIFT-FILE.                                PGM219
048100*                                                                 PGM219
048200 2100-SELECT-SHIFTS.                                              PGM219
048300     OPEN INPUT CREW-ROSTER-FILE                                  PGM219
048400     IF WS-FILE-STATUS2 NOT = '00'                                PGM219
048500         DISPLAY 'ROSTER FILE OPEN ERROR: ' WS-FILE-STATUS2       PGM219
048600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM219
048700         PERFORM 9900-ABNORMAL-END                                PGM219
048800     END-IF                                                       PGM219
048900     PERFORM 2150-READ-ROSTER                                     PGM219
049000         UNTIL WS-EOF                                             PGM219
049100     MOVE 'N' TO WS-EOF-FLAG                                      PGM219
049200     CLOSE CREW-ROSTER-FILE.                                      PGM219
049300*                                                                 PGM219
049400 2150-READ-ROSTER.                                                PGM219
049500     READ CREW-ROSTER-FILE NEXT RECORD                            PGM219
049600         AT END                                                   PGM219
049700             SET WS-EOF TO TRUE                                   PGM219
049800         NOT AT END                                               PGM219
049900             ADD 1 TO WS-ROSTER-READ-CNT                          PGM219
050000             PERFORM 2200-RELEASE-SHIFT                           PGM219
050100     END-READ.                                                    PGM219
050200*                                                                 PGM219
050300* 근무조 코드나 일자가 잘못된 근무는 건수만 센다.                                     PGM219
050400 2200-RELEASE-SHIFT.                                              PGM219
050500     MOVE CR-WORK-DATE TO WS-DN-DATE                              PGM219
050600     PERFORM 6000-COMPUTE-DAY-NO                                  PGM219
050700     IF WS-DN-DAY-NO = 0                                          PGM219
050800         OR CR-SHIFT-CD < '1' OR CR-SHIFT-CD > '3'                PGM219
050900         ADD 1 TO WS-BAD-SHIFT-CNT                                PGM219
051000     ELSE                                                         PGM219
051100         IF WS-DN-DAY-NO NOT < WS-LOAD-FROM-DAY                   PGM219
051200             AND WS-DN-DAY-NO NOT > WS-EVAL-TO-DAY                PGM219
051300             AND CR-WORK-HOURS > 0                                PGM219
051400             MOVE CR-SHIFT-CD TO WS-SX                            PGM219
051500             MOVE WS-SHIFT-START (WS-SX) TO WS-HHMM               PGM219
051600             DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM   PGM219
051700             COMPUTE SS-START-MIN =                               PGM219
051800                 WS-DN-DAY-NO * 1440 + WS-HH * 60 + WS-MM         PGM219
051900             MOVE CR-WORKER-ID  TO SS-WORKER-ID                   PGM219
052000             MOVE CR-PLANT-CD   TO SS-PLANT-CD                    PGM219
052100             MOVE CR-LINE-CD    TO SS-LINE-CD                     PGM219
052200             MOVE CR-WORK-DATE  TO SS-WORK-DATE                   PGM219
052300             MOVE CR-SHIFT-CD   TO SS-SHIFT-CD                    PGM219
052400             MOVE WS-DN-DAY-NO  TO SS-DAY-NO                      PGM219
052500             MOVE CR-WORK-HOURS TO SS-WORK-HOURS                  PGM219
052600             ADD 1 TO WS-SHIFT-CNT                                PGM219
052700             RELEASE SHIFT-SORT-REC                               PGM219
052800         END-IF                                                   PGM219
052900     END-IF.                                                      PGM219
053000*                                                                 PGM219
053100* ---------------------------------------------------------       PGM219
053200* 2차 정렬: 작업자별 근무를 차례로 평가하여 예외를                                    PGM219
053300* 담당 감독자/라인 순으로                                                   PGM219
053400* ---------------------------------------------------------       PGM219
053500 3000-EVALUATE-SHIFTS.                                            PGM219
053600     SORT EXCP-SORT-FILE                                          PGM219
053700         ON ASCENDING KEY ES-SUPERVISOR-ID                        PGM219
053800                          ES-PLANT-CD                             PGM219
053900                          ES-LINE-CD                              PGM219
054000                          ES-WORKER-ID                            PGM219
054100                          ES-WORK-DATE                            PGM219
054200                          ES-SHIFT-CD                             PGM219
054300                          ES-CHECK-CD                             PGM219
054400         INPUT PROCEDURE 3100-WALK-SHIFTS                         PGM219
054500         GIVING SORTED-EXCP-FILE.                                 PGM219
054600*                                                                 PGM219
054700 3100-WALK-SHIFTS.                                                PGM219
054800     OPEN INPUT SORTED-SHIFT-FILE                                 PGM219
054900     IF WS-FILE-STATUS6 NOT = '00'                                PGM219
055000         DISPLAY 'SORTED SHIFT OPEN ERROR: ' WS-FILE-STATUS6      PGM219
055100         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM219
055200         PERFORM 9900-ABNORMAL-END                                PGM219
055300     END-IF                                                       PGM219
055400     PERFORM 3150-READ-SORTED-SHIFT                               PGM219
055500         UNTIL WS-EOF                                             PGM219
055600     MOVE 'N' TO WS-EOF-FLAG                                      PGM219
055700     CLOSE SORTED-SHIFT-FILE.                                     PGM219
055800*                                                                 PGM219
055900 3150-READ-SORTED-SHIFT.                                          PGM219
056000     READ SORTED-SHIFT-FILE                                       PGM219
056100         AT END                                                   PGM219
056200             SET WS-EOF TO TRUE                                   PGM219
056300         NOT AT END                                               PGM219
056400             PERFORM 3200-EVALUATE-SHIFT                          PGM219
056500     END-READ.                                                    PGM219
056600*                                                                 PGM219
056700* 작업자가 바뀌면 창과 직전 종료시각을 비운다. 7일 창은                                 PGM219
056800* 근무일 기준 6일 전까지만 남기고 이번 근무를 더한다.                                  PGM219
056900 3200-EVALUATE-SHIFT.                                             PGM219
057000     IF TS-WORKER-ID NOT = WS-PREV-WORKER                         PGM219
057100         MOVE TS-WORKER-ID TO WS-PREV-WORKER                      PGM219
057200         MOVE ZEROS TO WS-WIN-COUNT                               PGM219
057300         MOVE ZEROS TO WS-PREV-END-MIN                            PGM219
057400     END-IF                                                       PGM219
057500     COMPUTE WS-WIN-FROM-DAY = TS-DAY-NO - 6                      PGM219
057600     MOVE ZEROS TO WS-WIN-KEEP                                    PGM219
057700     PERFORM 3250-KEEP-WINDOW-ENTRY                               PGM219
057800         VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WIN-COUNT     PGM219
057900     MOVE WS-WIN-KEEP TO WS-WIN-COUNT                             PGM219
058000     IF WS-WIN-COUNT NOT < WS-WIN-MAX                             PGM219
058100         DISPLAY 'SHIFT WINDOW TABLE FULL - WORKER ' TS-WORKER-ID PGM219
058200         MOVE 'FL' TO WS-ABEND-STATUS                             PGM219
058300         PERFORM 9900-ABNORMAL-END                                PGM219
058400     END-IF                                                       PGM219
058500     ADD 1 TO WS-WIN-COUNT                                        PGM219
058600     MOVE TS-DAY-NO     TO WS-WIN-DAY-NO (WS-WIN-COUNT)           PGM219
058700     MOVE TS-WORK-HOURS TO WS-WIN-HOURS (WS-WIN-COUNT)            PGM219
058800     MOVE ZEROS TO WS-WEEK-TOTAL                                  PGM219
058900     PERFORM 3270-ADD-WINDOW-HOURS                                PGM219
059000         VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WIN-COUNT     PGM219
059100     COMPUTE WS-CUR-END-MIN ROUNDED =                             PGM219
059200         TS-START-MIN + TS-WORK-HOURS * 60                        PGM219
059300     IF TS-DAY-NO NOT < WS-EVAL-FROM-DAY                          PGM219
059400         ADD 1 TO WS-EVAL-CNT                                     PGM219
059500         PERFORM 3300-CHECK-SHIFT-LIMITS                          PGM219
059600     END-IF                                                       PGM219
059700     IF WS-CUR-END-MIN > WS-PREV-END-MIN                          PGM219
059800         MOVE WS-CUR-END-MIN TO WS-PREV-END-MIN                   PGM219
059900     END-IF.                                                      PGM219
060000*                                                                 PGM219
060100 3250-KEEP-WINDOW-ENTRY.                                          PGM219
060200     IF WS-WIN-DAY-NO (WS-WX) NOT < WS-WIN-FROM-DAY               PGM219
060300         ADD 1 TO WS-WIN-KEEP                                     PGM219
060400         MOVE WS-WIN-ENTRY (WS-WX) TO WS-WIN-ENTRY (WS-WIN-KEEP)  PGM219
060500     END-IF.                                                      PGM219
060600*                                                                 PGM219
060700 3270-ADD-WINDOW-HOURS.                                           PGM219
060800     ADD WS-WIN-HOURS (WS-WX) TO WS-WEEK-TOTAL.                   PGM219
060900*                                                                 PGM219
061000* 한도 초과는 경고를 겸하므로 경고는 한도 이하일 때만.                                  PGM219
061100 3300-CHECK-SHIFT-LIMITS.                                         PGM219
061200     IF WS-WEEK-TOTAL > WS-WEEK-LIMIT-HRS                         PGM219
061300         MOVE 'WK' TO ES-CHECK-CD                                 PGM219
061400         MOVE WS-WEEK-TOTAL     TO ES-VALUE                       PGM219
061500         MOVE WS-WEEK-LIMIT-HRS TO ES-LIMIT                       PGM219
061600         PERFORM 3400-RELEASE-EXCEPTION                           PGM219
061700     ELSE                                                         PGM219
061800         IF WS-WEEK-TOTAL > WS-WARN-HRS                           PGM219
061900             MOVE 'WN' TO ES-CHECK-CD                             PGM219
062000             MOVE WS-WEEK-TOTAL TO ES-VALUE                       PGM219
062100             MOVE WS-WARN-HRS   TO ES-LIMIT                       PGM219
062200             PERFORM 3400-RELEASE-EXCEPTION                       PGM219
062300         END-IF                                                   PGM219
062400     END-IF                                                       PGM219
062500     IF WS-PREV-END-MIN > 0                                       PGM219
062600         COMPUTE WS-REST-MIN = TS-START-MIN - WS-PREV-END-MIN     PGM219
062700         IF WS-REST-MIN < WS-MIN-REST-MIN                         PGM219
062800             MOVE 'RS' TO ES-CHECK-CD                             PGM219
062900             COMPUTE ES-VALUE ROUNDED = WS-REST-MIN / 60          PGM219
063000             MOVE WS-MIN-REST-HRS TO ES-LIMIT                     PGM219
063100             PERFORM 3400-RELEASE-EXCEPTION                       PGM219
063200         END-IF                                                   PGM219
063300     END-IF.                                                      PGM219
063400*                                                                 PGM219
063500 3400-RELEASE-EXCEPTION.                                          PGM219
063600     MOVE SPACES TO ES-SUPERVISOR-ID                              PGM219
063700     SET WS-LS-IDX TO 1                                           PGM219
063800     SEARCH WS-LS-ENTRY                                           PGM219
063900         AT END                                                   PGM219
064000             CONTINUE                                             PGM219
064100         WHEN WS-LS-IDX > WS-LS-COUNT                             PGM219
064200             CONTINUE                                             PGM219
064300         WHEN WS-LST-PLANT-CD (WS-LS-IDX) = TS-PLANT-CD           PGM219
064400          AND WS-LST-LINE-CD (WS-LS-IDX) = TS-LINE-CD             PGM219
064500             MOVE WS-LST-SUPV-ID (WS-LS-IDX) TO ES-SUPERVISOR-ID  PGM219
064600     END-SEARCH                                                   PGM219
064700     MOVE TS-PLANT-CD  TO ES-PLANT-CD                             PGM219
064800     MOVE TS-LINE-CD   TO ES-LINE-CD                              PGM219
064900     MOVE TS-WORKER-ID TO ES-WORKER-ID                            PGM219
065000     MOVE TS-WORK-DATE TO ES-WORK-DATE                            PGM219
065100     MOVE TS-SHIFT-CD  TO ES-SHIFT-CD                             PGM219
065200     RELEASE EXCP-SORT-REC.                                       PGM219
065300*                                                                 PGM219
065400* ---------------------------------------------------------       PGM219
065500* 감독자별 예외 보고                                                      PGM219
065600* ---------------------------------------------------------       PGM219
065700 4000-PRINT-EXCEPTIONS.                                           PGM219
065800     OPEN INPUT SORTED-EXCP-FILE                                  PGM219
065900     IF WS-FILE-STATUS7 NOT = '00'                                PGM219
066000         DISPLAY 'SORTED EXCEPTION OPEN ERROR: ' WS-FILE-STATUS7  PGM219
066100         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM219
066200         PERFORM 9900-ABNORMAL-END                                PGM219
066300     END-IF                                                       PGM219
066400     PERFORM 4050-READ-EXCEPTION                                  PGM219
066500         UNTIL WS-EOF                                             PGM219
066600     IF WS-FIRST-SUPV                                             PGM219
066700         WRITE WKH-REPORT-REC FROM WS-RPT-BLANK                   PGM219
066800         WRITE WKH-REPORT-REC FROM WS-RPT-NONE                    PGM219
066900     ELSE                                                         PGM219
067000         PERFORM 4300-PRINT-SUPV-TOTAL                            PGM219
067100     END-IF                                                       PGM219
067200     MOVE 'N' TO WS-EOF-FLAG                                      PGM219
067300     CLOSE SORTED-EXCP-FILE.                                      PGM219
067400*                                                                 PGM219
067500 4050-READ-EXCEPTION.                                             PGM219
067600     READ SORTED-EXCP-FILE                                        PGM219
067700         AT END                                                   PGM219
067800             SET WS-EOF TO TRUE                                   PGM219
067900         NOT AT END                                               PGM219
068000             PERFORM 4100-PRINT-EXCEPTION                         PGM219
068100     END-READ.                                                    PGM219
068200*                                                                 PGM219
068300 4100-PRINT-EXCEPTION.                                            PGM219
068400     IF WS-FIRST-SUPV OR TE-SUPERVISOR-ID NOT = WS-CUR-SUPV-ID    PGM219
068500         IF NOT WS-FIRST-SUPV                                     PGM219
068600             PERFORM 4300-PRINT-SUPV-TOTAL                        PGM219
068700         END-IF                                                   PGM219
068800         MOVE 'N' TO WS-FIRST-SUPV-FLAG                           PGM219
068900         PERFORM 4200-START-SUPERVISOR                            PGM219
069000     END-IF                                                       PGM219
069100     MOVE TE-WORKER-ID TO PE-USER-ID                              PGM219
069200     PERFORM 6100-READ-PERSON-NAME                                PGM219
069300     MOVE WS-WORKER-NAME TO RD-WORKER-NAME                        PGM219
069400     MOVE TE-PLANT-CD  TO RD-PLANT-CD                             PGM219
069500     MOVE TE-LINE-CD   TO RD-LINE-CD                              PGM219
069600     MOVE TE-WORKER-ID TO RD-WORKER-ID                            PGM219
069700     MOVE TE-WORK-DATE TO RD-WORK-DATE                            PGM219
069800     MOVE TE-SHIFT-CD  TO RD-SHIFT-CD                             PGM219
069900     MOVE TE-VALUE     TO RD-VALUE                                PGM219
070000     MOVE TE-LIMIT     TO RD-LIMIT                                PGM219
070100     MOVE SPACES       TO RD-JUST-BY                              PGM219
070200     MOVE SPACES       TO RD-JUST-NAME                            PGM219
070300     EVALUATE TRUE                                                PGM219
070400         WHEN TE-WEEK-LIMIT                                       PGM219
070500             MOVE '7-DAY HOURS' TO RD-CHECK-DESC                  PGM219
070600         WHEN TE-SHORT-REST                                       PGM219
070700             MOVE 'REST HOURS'  TO RD-CHECK-DESC                  PGM219
070800         WHEN OTHER                                               PGM219
070900             MOVE '7-DAY WARN'  TO RD-CHECK-DESC                  PGM219
071000     END-EVALUATE                                                 PGM219
071100     IF TE-WARNING                                                PGM219
071200         MOVE 'WARNING' TO RD-STATUS                              PGM219
071300         ADD 1 TO WS-WARN-CNT                                     PGM219
071400         ADD 1 TO WS-SVT-WARN (WS-SVX)                            PGM219
071500         WRITE WKH-REPORT-REC FROM WS-RPT-DETAIL                  PGM219
071600     ELSE                                                         PGM219
071700         ADD 1 TO WS-BREACH-CNT                                   PGM219
071800         ADD 1 TO WS-SVT-BREACH (WS-SVX)                          PGM219
071900         PERFORM 4150-FIND-JUSTIFICATION                          PGM219
072000     END-IF.                                                      PGM219
072100*                                                                 PGM219
072200 4150-FIND-JUSTIFICATION.                                         PGM219
072300     MOVE 'N' TO WS-JUST-FOUND-FLAG                               PGM219
072400     IF WS-JUST-READY                                             PGM219
072500         MOVE TE-WORKER-ID TO WJ-WORKER-ID                        PGM219
072600         MOVE TE-WORK-DATE TO WJ-WORK-DATE                        PGM219
072700         MOVE TE-SHIFT-CD  TO WJ-SHIFT-CD                         PGM219
072800         MOVE TE-CHECK-CD  TO WJ-BREACH-CD                        PGM219
072900         READ WKH-JUST-FILE                                       PGM219
073000             INVALID KEY                                          PGM219
073100                 CONTINUE                                         PGM219
073200             NOT INVALID KEY                                      PGM219
073300                 SET WS-JUST-FOUND TO TRUE                        PGM219
073400         END-READ                                                 PGM219
073500     END-IF                                                       PGM219
073600     IF WS-JUST-FOUND                                             PGM219
073700         MOVE 'JUSTIFIED'      TO RD-STATUS                       PGM219
073800         MOVE WJ-SUPERVISOR-ID TO RD-JUST-BY                      PGM219
073900         MOVE WJ-SUPERVISOR-ID TO PE-USER-ID                      PGM219
074000         PERFORM 6100-READ-PERSON-NAME                            PGM219
074100         MOVE WS-WORKER-NAME   TO RD-JUST-NAME                    PGM219
074200         MOVE WJ-JUSTIFY-TEXT  TO RJ-JUSTIFY-TEXT                 PGM219
074300         WRITE WKH-REPORT-REC FROM WS-RPT-DETAIL                  PGM219
074400         WRITE WKH-REPORT-REC FROM WS-RPT-JUST-LINE               PGM219
074500     ELSE                                                         PGM219
074600         MOVE 'UNJUSTIFIED'    TO RD-STATUS                       PGM219
074700         ADD 1 TO WS-UNJUST-CNT                                   PGM219
074800         ADD 1 TO WS-SVT-UNJUST (WS-SVX)                          PGM219
074900         WRITE WKH-REPORT-REC FROM WS-RPT-DETAIL                  PGM219
075000     END-IF.                                                      PGM219
075100*                                                                 PGM219
075200 4200-START-SUPERVISOR.                                           PGM219
075300     MOVE TE-SUPERVISOR-ID TO WS-CUR-SUPV-ID                      PGM219
075400     IF TE-SUPERVISOR-ID = SPACES                                 PGM219
075500         MOVE '(UNASSIGNED)' TO RV-SUPV-ID                        PGM219
075600         MOVE SPACES TO WS-CUR-SUPV-NAME                          PGM219
075700     ELSE                                                         PGM219
075800         MOVE TE-SUPERVISOR-ID TO RV-SUPV-ID                      PGM219
075900         MOVE TE-SUPERVISOR-ID TO PE-USER-ID                      PGM219
076000         PERFORM 6100-READ-PERSON-NAME                            PGM219
076100         MOVE WS-WORKER-NAME TO WS-CUR-SUPV-NAME                  PGM219
076200     END-IF                                                       PGM219
076300     MOVE WS-CUR-SUPV-NAME TO RV-SUPV-NAME                        PGM219
076400     IF WS-SV-COUNT NOT < WS-SV-MAX                               PGM219
076500         DISPLAY 'SUPERVISOR TABLE FULL - MAX ' WS-SV-MAX         PGM219
076600         MOVE 'FL' TO WS-ABEND-STATUS                             PGM219
076700         PERFORM 9900-ABNORMAL-END                                PGM219
076800     END-IF                                                       PGM219
076900     ADD 1 TO WS-SV-COUNT                                         PGM219
077000     MOVE WS-SV-COUNT TO WS-SVX                                   PGM219
077100     MOVE RV-SUPV-ID       TO WS-SVT-SUPV-ID (WS-SVX)             PGM219
077200     MOVE WS-CUR-SUPV-NAME TO WS-SVT-NAME (WS-SVX)                PGM219
077300     MOVE ZEROS TO WS-SVT-BREACH (WS-SVX)                         PGM219
077400     MOVE ZEROS TO WS-SVT-UNJUST (WS-SVX)                         PGM219
077500     MOVE ZEROS TO WS-SVT-WARN (WS-SVX)                           PGM219
077600     WRITE WKH-REPORT-REC FROM WS-RPT-BLANK                       PGM219
077700     WRITE WKH-REPORT-REC FROM WS-RPT-SUPV-LINE                   PGM219
077800     WRITE WKH-REPORT-REC FROM WS-RPT-DET-HEAD.                   PGM219
077900*                                                                 PGM219
078000 4300-PRINT-SUPV-TOTAL.                                           PGM219
078100     MOVE WS-SVT-BREACH (WS-SVX) TO RT-BREACH-CNT                 PGM219
078200     MOVE WS-SVT-UNJUST (WS-SVX) TO RT-UNJUST-CNT                 PGM219
078300     MOVE WS-SVT-WARN (WS-SVX)   TO RT-WARN-CNT                   PGM219
078400     WRITE WKH-REPORT-REC FROM WS-RPT-SUPV-TOTAL.                 PGM219
078500*                                                                 PGM219
078600 5000-PRINT-SUMMARY.                                              PGM219
078700     WRITE WKH-REPORT-REC FROM WS-RPT-BLANK                       PGM219
078800     MOVE 'SUMMARY BY LINE SUPERVISOR' TO RS-TITLE                PGM219
078900     WRITE WKH-REPORT-REC FROM WS-RPT-SECTION                     PGM219
079000     WRITE WKH-REPORT-REC FROM WS-RPT-SUM-HEAD                    PGM219
079100     PERFORM 5100-PRINT-SUPV-SUMMARY                              PGM219
079200         VARYING WS-SVX FROM 1 BY 1 UNTIL WS-SVX > WS-SV-COUNT    PGM219
079300     WRITE WKH-REPORT-REC FROM WS-RPT-BLANK                       PGM219
079400     MOVE WS-EVAL-CNT   TO RT-EVAL-CNT                            PGM219
079500     MOVE WS-BREACH-CNT TO RT-TOT-BREACH-CNT                      PGM219
079600     MOVE WS-UNJUST-CNT TO RT-TOT-UNJUST-CNT                      PGM219
079700     MOVE WS-WARN-CNT   TO RT-TOT-WARN-CNT                        PGM219
079800     WRITE WKH-REPORT-REC FROM WS-RPT-TOTALS.                     PGM219
079900*                                                                 PGM219
080000 5100-PRINT-SUPV-SUMMARY.                                         PGM219
080100     MOVE WS-SVT-SUPV-ID (WS-SVX) TO RM-SUPV-ID                   PGM219
080200     MOVE WS-SVT-NAME (WS-SVX)    TO RM-SUPV-NAME                 PGM219
080300     MOVE WS-SVT-BREACH (WS-SVX)  TO RM-BREACH-CNT                PGM219
080400     MOVE WS-SVT-UNJUST (WS-SVX)  TO RM-UNJUST-CNT                PGM219
080500     MOVE WS-SVT-WARN (WS-SVX)    TO RM-WARN-CNT                  PGM219
080600     WRITE WKH-REPORT-REC FROM WS-RPT-SUM-DETAIL.                 PGM219
080700*                                                                 PGM219
080800* ---------------------------------------------------------       PGM219
080900* 일련일수: 0001-01-01 을 1 로 하는 경과일수 (윤년 반영).                         PGM219
081000* 월/일이 범위를 벗어나면 0.                                                PGM219
081100* ---------------------------------------------------------       PGM219
081200 6000-COMPUTE-DAY-NO.                                             PGM219
081300     MOVE ZEROS TO WS-DN-DAY-NO                                   PGM219
081400     IF WS-DN-DATE NUMERIC                                        PGM219
081500         AND WS-DN-YYYY > 0                                       PGM219
081600         AND WS-DN-MM > 0 AND WS-DN-MM < 13                       PGM219
081700         AND WS-DN-DD > 0 AND WS-DN-DD < 32                       PGM219
081800         COMPUTE WS-DN-Y1 = WS-DN-YYYY - 1                        PGM219
081900         DIVIDE WS-DN-Y1 BY 4   GIVING WS-DN-Q4                   PGM219
082000         DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q100                 PGM219
082100         DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q400                 PGM219
082200         COMPUTE WS-DN-DAY-NO = WS-DN-Y1 * 365                    PGM219
082300             + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                 PGM219
082400             + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD                  PGM219
082500         IF WS-DN-MM > 2                                          PGM219
082600             DIVIDE WS-DN-YYYY BY 4   GIVING WS-DN-Q4             PGM219
082700                 REMAINDER WS-DN-R4                               PGM219
082800             DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-Q100           PGM219
082900                 REMAINDER WS-DN-R100                             PGM219
083000             DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-Q400           PGM219
083100                 REMAINDER WS-DN-R400                             PGM219
083200             IF WS-DN-R4 = 0                                      PGM219
083300                 AND (WS-DN-R100 NOT = 0 OR WS-DN-R400 = 0)       PGM219
083400                 ADD 1 TO WS-DN-DAY-NO                            PGM219
083500             END-IF                                               PGM219
083600         END-IF                                                   PGM219
083700     END-IF.                                                      PGM219
083800*                                                                 PGM219
083900 6100-READ-PERSON-NAME.                                           PGM219
084000     READ PERSONNEL-FILE                                          PGM219
084100         INVALID KEY                                              PGM219
084200             MOVE '(NOT ON PERSONNEL)' TO WS-WORKER-NAME          PGM219
084300         NOT INVALID KEY                                          PGM219
084400             MOVE PE-NAME TO WS-WORKER-NAME                       PGM219
084500     END-READ.                                                    PGM219
084600*                                                                 PGM219
084700 9000-FINALIZE.                                                   PGM219
084800     CLOSE PERSONNEL-FILE                                         PGM219
084900     IF WS-JUST-READY                                             PGM219
085000         CLOSE WKH-JUST-FILE                                      PGM219
085100     END-IF                                                       PGM219
085200     CLOSE WKH-REPORT-FILE                                        PGM219
085300     DISPLAY 'PGM219 COMPLETED: ROSTER READ ' WS-ROSTER-READ-CNT  PGM219
085400             ' SHIFTS ' WS-SHIFT-CNT                              PGM219
085500             ' EVALUATED ' WS-EVAL-CNT                            PGM219
085600             ' INVALID ' WS-BAD-SHIFT-CNT                         PGM219
085700     DISPLAY '  BREACHES ' WS-BREACH-CNT                          PGM219
085800             ' UNJUSTIFIED ' WS-UNJUST-CNT                        PGM219
085900             ' WARNINGS ' WS-WARN-CNT                             PGM219
086000     IF WS-UNJUST-CNT > 0                                         PGM219
086100         MOVE 4 TO RETURN-CODE                                    PGM219
086200     END-IF.                                                      PGM219
086300*                                                                 PGM219
086400 9750-DIAGNOSE-FILE-STATUS.                                       PGM219
086500     EVALUATE WS-ABEND-STATUS                                     PGM219
086600         WHEN '10'                                                PGM219
086700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM219
086800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM219
086900         WHEN '23'                                                PGM219
087000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM219
087100             DISPLAY '  AND RETRY THE REQUEST'                    PGM219
087200         WHEN '35'                                                PGM219
087300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM219
087400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM219
087500         WHEN '37'                                                PGM219
087600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM219
087700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM219
087800         WHEN '39'                                                PGM219
087900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM219
088000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM219
088100         WHEN '41'                                                PGM219
088200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM219
088300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM219
088400         WHEN '42'                                                PGM219
088500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM219
088600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM219
088700         WHEN '46'                                                PGM219
088800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM219
088900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM219
089000         WHEN OTHER                                               PGM219
089100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM219
089200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM219
089300     END-EVALUATE.                                                PGM219
089400*                                                                 PGM219
089500 9900-ABNORMAL-END.                                               PGM219
089600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM219
089700     DISPLAY 'PGM219 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM219
089800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM219
089900     MOVE 16 TO RETURN-CODE                                       PGM219
090000     GOBACK.                                                      PGM219
090100                                                                  PGM219
