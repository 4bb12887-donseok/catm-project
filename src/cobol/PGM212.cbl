000100 IDENTIFICATION DIVISION.                                         PGM212
000200 PROGRAM-ID.    PGM212.                                           PGM212
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM212
000400*                                                                 PGM212
000500* =========================================================       PGM212
000600* 프로그램명: 월 전력 시간대별 요금 산정 및 청구서 대사                                 PGM212
000700* 처리내용  : 당월 15분 구간 이력(CPYEMIV)을 공장별 요금                           PGM212
000800*            계약(CPYETRF)의 계절/요일별 시간대표에 따라 경부하                     PGM212
000900*            (L), 중간부하(M), 최대부하(P)로 나누어 사용량과                      PGM212
001000*            전력량요금을 구하고, 당월 최대수요(CPYEPEK)와 계약                     PGM212
001100*            전력 x 최저 적용률(기본 30%) 중 큰 값으로 기본요금을                    PGM212
001200*            산정한다. 한전 청구서(CPYEINV)와 항목별로 비교하여                     PGM212
001300*            허용오차(기본 1.00%)를 넘는 차이, 청구서 누락,                       PGM212
001400*            계량자료 누락을 표시한다. 일요일과 파라미터 휴일은                         PGM212
001500*            경부하. 표시 항목이 있으면 RC 4.                                PGM212
001600* =========================================================       PGM212
001700*                                                                 PGM212
001800 ENVIRONMENT DIVISION.                                            PGM212
001900 CONFIGURATION SECTION.                                           PGM212
002000 INPUT-OUTPUT SECTION.                                            PGM212
002100 FILE-CONTROL.                                                    PGM212
002200     SELECT OPTIONAL ELEC-BILL-PARM-FILE                          PGM212
002300         ASSIGN TO ELBPARM                                        PGM212
002400         ORGANIZATION IS SEQUENTIAL                               PGM212
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM212
002600     SELECT TARIFF-FILE                                           PGM212
002700         ASSIGN TO ELECTRF                                        PGM212
002800         ORGANIZATION IS SEQUENTIAL                               PGM212
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM212
003000     SELECT INTERVAL-FILE                                         PGM212
003100         ASSIGN TO ELECINTV                                       PGM212
003200         ORGANIZATION IS INDEXED                                  PGM212
003300         ACCESS MODE IS SEQUENTIAL                                PGM212
003400         RECORD KEY IS EI-KEY                                     PGM212
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM212
003600     SELECT DEMAND-PEAK-FILE                                      PGM212
003700         ASSIGN TO ELECPEAK                                       PGM212
003800         ORGANIZATION IS INDEXED                                  PGM212
003900         ACCESS MODE IS RANDOM                                    PGM212
004000         RECORD KEY IS EP-KEY                                     PGM212
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM212
004200     SELECT UTILITY-INVOICE-FILE                                  PGM212
004300         ASSIGN TO UTILINV                                        PGM212
004400         ORGANIZATION IS SEQUENTIAL                               PGM212
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM212
004600     SELECT ELEC-BILL-REPORT-FILE                                 PGM212
004700         ASSIGN TO ELBRPT                                         PGM212
004800         ORGANIZATION IS SEQUENTIAL                               PGM212
004900         FILE STATUS IS WS-FILE-STATUS6.                          PGM212
005000*                                                                 PGM212
005100 DATA DIVISION.                                                   PGM212
005200 FILE SECTION.                                                    PGM212
005300 FD  ELEC-BILL-PARM-FILE.                                         PGM212
005400 01  ELEC-BILL-PARM-REC.                                          PGM212
005500     05 EB-YYYYMM            PIC 9(06).                           PGM212
005600     05 EB-TOL-PCT           PIC 9(02)V99.                        PGM212
005700     05 EB-HOLIDAY           PIC 9(08) OCCURS 10 TIMES.           PGM212
005800     05 FILLER               PIC X(10).                           PGM212
005900 FD  TARIFF-FILE.                                                 PGM212
006000 01  TARIFF-FILE-REC         PIC X(250).                          PGM212
006100 FD  INTERVAL-FILE.                                               PGM212
006200 01  INTERVAL-REC.                                                PGM212
006300     COPY CPYEMIV.                                                PGM212
006400 FD  DEMAND-PEAK-FILE.                                            PGM212
006500 01  DEMAND-PEAK-REC.                                             PGM212
006600     COPY CPYEPEK.                                                PGM212
006700 FD  UTILITY-INVOICE-FILE.                                        PGM212
006800 01  UTILITY-INVOICE-REC.                                         PGM212
006900     COPY CPYEINV.                                                PGM212
007000 FD  ELEC-BILL-REPORT-FILE.                                       PGM212
007100 01  ELEC-BILL-REPORT-REC    PIC X(132).                          PGM212
007200*                                                                 PGM212
007300 WORKING-STORAGE SECTION.                                         PGM212
007400 01  WS-FILE-STATUS         PIC XX.                               PGM212
007500 01  WS-FILE-STATUS2        PIC XX.                               PGM212
007600 01  WS-FILE-STATUS3        PIC XX.                               PGM212
007700 01  WS-FILE-STATUS4        PIC XX.                               PGM212
007800 01  WS-FILE-STATUS5        PIC XX.                               PGM212
007900 01  WS-FILE-STATUS6        PIC XX.                               PGM212
008000 01  WS-ABEND-STATUS        PIC XX.                               PGM212
008100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM212
008200     88 WS-EOF              VALUE 'Y'.                            PGM212
008300 01  WS-TRF-EOF-FLAG        PIC X VALUE 'N'.                      PGM212
008400     88 WS-TRF-EOF          VALUE 'Y'.                            PGM212
008500 01  WS-INV-EOF-FLAG        PIC X VALUE 'N'.                      PGM212
008600     88 WS-INV-EOF          VALUE 'Y'.                            PGM212
008700 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM212
008800     88 WS-FOUND            VALUE 'Y'.                            PGM212
008900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM212
009000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM212
009100     05 WS-RUN-YYYY          PIC 9(04).                           PGM212
009200     05 WS-RUN-MM            PIC 9(02).                           PGM212
009300     05 WS-RUN-DD            PIC 9(02).                           PGM212
009400 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM212
009500 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM212
009600     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM212
009700     05 WS-PERIOD-MM         PIC 9(02).                           PGM212
009800 01  WS-TOL-PCT             PIC 9(02)V99 VALUE 1.00.              PGM212
009900*                                                                 PGM212
010000 01  WS-TARIFF-REC.                                               PGM212
010100     COPY CPYETRF.                                                PGM212
010200*                                                                 PGM212
010300* 당월 일자별 요일 구분: H 일요일/휴일, S 토요일, W 평일                             PGM212
010400 01  WS-DAY-TYPES           PIC X(31) VALUE SPACES.               PGM212
010500 01  WS-DAYS-IN-MONTH       PIC 9(02) VALUE ZEROS.                PGM212
010600 01  WS-DX                  PIC 9(02) COMP VALUE ZEROS.           PGM212
010700 01  WS-DOW-FIRST           PIC 9(01) VALUE ZEROS.                PGM212
010800 01  WS-DOW                 PIC 9(01) VALUE ZEROS.                PGM212
010900 01  WS-ZL-YEAR             PIC 9(04) VALUE ZEROS.                PGM212
011000 01  WS-ZL-MONTH            PIC 9(02) VALUE ZEROS.                PGM212
011100 01  WS-ZL-CENT             PIC 9(02) VALUE ZEROS.                PGM212
011200 01  WS-ZL-YY               PIC 9(02) VALUE ZEROS.                PGM212
011300 01  WS-ZL-TERM             PIC 9(04) VALUE ZEROS.                PGM212
011400 01  WS-ZL-SUM              PIC 9(05) VALUE ZEROS.                PGM212
011500 01  WS-ZL-QUOT             PIC 9(05) VALUE ZEROS.                PGM212
011600 01  WS-LEAP-REM            PIC 9(03) VALUE ZEROS.                PGM212
011700 01  WS-HOLIDAY-WK          PIC 9(08) VALUE ZEROS.                PGM212
011800 01  WS-HOLIDAY-R REDEFINES WS-HOLIDAY-WK.                        PGM212
011900     05 WS-HOLIDAY-YYYYMM    PIC 9(06).                           PGM212
012000     05 WS-HOLIDAY-DD        PIC 9(02).                           PGM212
012100*                                                                 PGM212
012200* 공장별 당월 요금 계약과 산정/청구 금액                                          PGM212
012300 01  WS-TX                  PIC 9(02) COMP VALUE ZEROS.           PGM212
012400 01  WS-PX                  PIC 9(01) COMP VALUE ZEROS.           PGM212
012500 01  WS-SX                  PIC 9(01) COMP VALUE ZEROS.           PGM212
012600 01  WS-TT-COUNT            PIC 9(02) VALUE ZEROS.                PGM212
012700 01  WS-TT-MAX              PIC 9(02) VALUE 20.                   PGM212
012800 01  WS-TT-TABLE.                                                 PGM212
012900     05 WS-TT-ENTRY OCCURS 20 TIMES                               PGM212
013000             INDEXED BY TT-IDX.                                   PGM212
013100         10 TT-PLANT-CD       PIC X(04).                          PGM212
013200         10 TT-SEASON-CD      PIC X(01).                          PGM212
013300         10 TT-CONTRACT-KW    PIC 9(07).                          PGM212
013400         10 TT-MIN-PCT        PIC 9(03).                          PGM212
013500         10 TT-DEMAND-RATE    PIC 9(05)V99.                       PGM212
013600         10 TT-WEEKDAY-PROF   PIC X(24).                          PGM212
013700         10 TT-SATURDAY-PROF  PIC X(24).                          PGM212
013800         10 TT-KWH-RATE       PIC 9(03)V99 OCCURS 3 TIMES.        PGM212
013900         10 TT-INTERVAL-CNT   PIC 9(05).                          PGM212
014000         10 TT-KWH            PIC S9(9)V999 OCCURS 3 TIMES.       PGM212
014100         10 TT-CHARGE         PIC S9(11)V99 OCCURS 3 TIMES.       PGM212
014200         10 TT-PEAK-KW        PIC S9(7)V99.                       PGM212
014300         10 TT-BILLED-KW      PIC S9(7)V99.                       PGM212
014400         10 TT-ENERGY-CHG     PIC S9(11)V99.                      PGM212
014500         10 TT-DEMAND-CHG     PIC S9(11)V99.                      PGM212
014600         10 TT-TOTAL-CHG      PIC S9(11)V99.                      PGM212
014700         10 TT-INV-FLAG       PIC X(01).                          PGM212
014800             88 TT-INVOICED   VALUE 'Y'.                          PGM212
014900         10 TT-INV-NO         PIC X(15).                          PGM212
015000         10 TT-INV-KWH        PIC S9(9)V99 OCCURS 3 TIMES.        PGM212
015100         10 TT-INV-BILLED-KW  PIC S9(7)V99.                       PGM212
015200         10 TT-INV-ENERGY-CHG PIC S9(11)V99.                      PGM212
015300         10 TT-INV-DEMAND-CHG PIC S9(11)V99.                      PGM212
015400         10 TT-INV-TOTAL-CHG  PIC S9(11)V99.                      PGM212
015500         10 TT-FLAG-CNT       PIC 9(02).                          PGM212
015600*                                                                 PGM212
015700 01  WS-PROF-CHECK          PIC 9(02) VALUE ZEROS.                PGM212
015800 01  WS-READ-DD             PIC 9(02) VALUE ZEROS.                PGM212
015900 01  WS-READ-HOUR           PIC 9(02) VALUE ZEROS.                PGM212
016000 01  WS-PERIOD-CD           PIC X(01) VALUE SPACES.               PGM212
016100 01  WS-MIN-BILLED-KW       PIC S9(7)V99 VALUE ZEROS.             PGM212
016200*                                                                 PGM212
016300* 항목 비교 작업 영역                                                     PGM212
016400 01  WS-CMP-NAME            PIC X(20).                            PGM212
016500 01  WS-CMP-CALC            PIC S9(11)V99 VALUE ZEROS.            PGM212
016600 01  WS-CMP-INV             PIC S9(11)V99 VALUE ZEROS.            PGM212
016700 01  WS-CMP-CHARGE          PIC S9(11)V99 VALUE ZEROS.            PGM212
016800 01  WS-CMP-DIFF            PIC S9(11)V99 VALUE ZEROS.            PGM212
016900 01  WS-CMP-ABS             PIC S9(11)V99 VALUE ZEROS.            PGM212
017000 01  WS-CMP-LIMIT           PIC S9(11)V99 VALUE ZEROS.            PGM212
017100 01  WS-CMP-PCT             PIC S9(5)V99 VALUE ZEROS.             PGM212
017200*                                                                 PGM212
017300 01  WS-INTV-READ-COUNT     PIC 9(07) VALUE ZEROS.                PGM212
017400 01  WS-INTV-USED-COUNT     PIC 9(07) VALUE ZEROS.                PGM212
017500 01  WS-NO-PLANT-COUNT      PIC 9(07) VALUE ZEROS.                PGM212
017600 01  WS-INV-COUNT           PIC 9(05) VALUE ZEROS.                PGM212
017700 01  WS-FLAG-COUNT          PIC 9(05) VALUE ZEROS.                PGM212
017800*                                                                 PGM212
017900 01  WS-RPT-HEADER.                                               PGM212
018000     05 FILLER               PIC X(42) VALUE                      PGM212
018100             'PGM212 ELECTRICITY TOU COST AND INVOICE CH'.        PGM212
018200     05 FILLER               PIC X(12) VALUE 'ECK - MONTH '.      PGM212
018300     05 RH-YYYYMM            PIC 9(06).                           PGM212
018400     05 FILLER               PIC X(05) VALUE '  RUN'.             PGM212
018500     05 FILLER               PIC X(01) VALUE SPACE.               PGM212
018600     05 RH-RUN-DATE          PIC 9(08).                           PGM212
018700     05 FILLER               PIC X(13) VALUE '  TOLERANCE %'.     PGM212
018800     05 RH-TOL-PCT           PIC Z9.99.                           PGM212
018900     05 FILLER               PIC X(40) VALUE SPACES.              PGM212
019000 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM212
019100 01  WS-RPT-PLANT.                                                PGM212
019200     05 FILLER               PIC X(08) VALUE 'PLANT   '.          PGM212
019300     05 RP-PLANT-CD          PIC X(04).                           PGM212
019400     05 FILLER               PIC X(10) VALUE '  SEASON  '.        PGM212
019500     05 RP-SEASON-CD         PIC X(01).                           PGM212
019600     05 FILLER               PIC X(15) VALUE '  CONTRACT KW  '.   PGM212
019700     05 RP-CONTRACT-KW       PIC Z,ZZZ,ZZ9.                       PGM212
019800     05 FILLER               PIC X(11) VALUE '  PEAK KW  '.       PGM212
019900     05 RP-PEAK-KW           PIC Z,ZZZ,ZZ9.99.                    PGM212
020000     05 FILLER               PIC X(10) VALUE '  MIN KW  '.        PGM212
020100     05 RP-MIN-KW            PIC Z,ZZZ,ZZ9.99.                    PGM212
020200     05 FILLER               PIC X(11) VALUE '  INVOICE  '.       PGM212
020300     05 RP-INV-NO            PIC X(15).                           PGM212
020400     05 FILLER               PIC X(14) VALUE SPACES.              PGM212
020500 01  WS-RPT-CMP-HEAD.                                             PGM212
020600     05 FILLER               PIC X(44) VALUE                      PGM212
020700             '  COMPONENT                 CALCULATED      '.      PGM212
020800     05 FILLER               PIC X(44) VALUE                      PGM212
020900             '     INVOICED         DIFFERENCE      DIFF %'.      PGM212
021000     05 FILLER               PIC X(44) VALUE                      PGM212
021100             '  FLAG        CALC CHARGE                   '.      PGM212
021200 01  WS-RPT-COMPONENT.                                            PGM212
021300     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
021400     05 RC-NAME              PIC X(20).                           PGM212
021500     05 RC-CALC              PIC Z,ZZZ,ZZZ,ZZ9.99-.               PGM212
021600     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
021700     05 RC-INV               PIC Z,ZZZ,ZZZ,ZZ9.99-.               PGM212
021800     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
021900     05 RC-DIFF              PIC Z,ZZZ,ZZZ,ZZ9.99-.               PGM212
022000     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
022100     05 RC-PCT               PIC ZZ,ZZ9.99-.                      PGM212
022200     05 FILLER               PIC X(01) VALUE SPACES.              PGM212
022300     05 RC-FLAG              PIC X(05).                           PGM212
022400     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
022500     05 RC-CHARGE            PIC Z,ZZZ,ZZZ,ZZ9.99-                PGM212
022600                             BLANK WHEN ZERO.                     PGM212
022700     05 FILLER               PIC X(18) VALUE SPACES.              PGM212
022800 01  WS-RPT-MESSAGE.                                              PGM212
022900     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
023000     05 RM-PLANT-CD          PIC X(04).                           PGM212
023100     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
023200     05 RM-TEXT              PIC X(40).                           PGM212
023300     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
023400     05 RM-INV-NO            PIC X(15).                           PGM212
023500     05 FILLER               PIC X(02) VALUE SPACES.              PGM212
023600     05 RM-FLAG              PIC X(05).                           PGM212
023700     05 FILLER               PIC X(60) VALUE SPACES.              PGM212
023800 01  WS-RPT-TOTALS.                                               PGM212
023900     05 FILLER               PIC X(17) VALUE 'INTERVALS READ   '. PGM212
024000     05 RR-READ-CNT          PIC Z,ZZZ,ZZ9.                       PGM212
024100     05 FILLER               PIC X(11) VALUE '  IN MONTH '.       PGM212
024200     05 RR-USED-CNT          PIC Z,ZZZ,ZZ9.                       PGM212
024300     05 FILLER               PIC X(14) VALUE '  NO CONTRACT '.    PGM212
024400     05 RR-NO-PLANT-CNT      PIC Z,ZZZ,ZZ9.                       PGM212
024500     05 FILLER               PIC X(12) VALUE '  INVOICES  '.      PGM212
024600     05 RR-INV-CNT           PIC ZZ,ZZ9.                          PGM212
024700     05 FILLER               PIC X(11) VALUE '  FLAGGED  '.       PGM212
024800     05 RR-FLAG-CNT          PIC ZZ,ZZ9.                          PGM212
024900     05 FILLER               PIC X(28) VALUE SPACES.              PGM212
025000*                                                                 PGM212
025100 PROCEDURE DIVISION.                                              PGM212
025200*                                                                 PGM212
025300 0000-MAIN-PROCESS.                                               PGM212
025400     PERFORM 1000-INITIALIZE                                      PGM212
025500     PERFORM 2000-COST-INTERVALS                                  PGM212
025600     PERFORM 3000-PRICE-PLANTS                                    PGM212
025700         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TT-COUNT      PGM212
025800     PERFORM 4000-LOAD-INVOICES                                   PGM212
025900     PERFORM 5000-RECONCILE-PLANT                                 PGM212
026000         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-TT-COUNT      PGM212
026100     PERFORM 9000-FINALIZE                                        PGM212
026200     GOBACK.                                                      PGM212
026300*                                                                 PGM212
026400* 대상월 기본값은 실행월의 전월이다.                                             PGM212
026500 1000-INITIALIZE.                                                 PGM212
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM212
026700     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM212
026800     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM212
026900     IF WS-PERIOD-MM = 1                                          PGM212
027000         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM212
027100         MOVE 12 TO WS-PERIOD-MM                                  PGM212
027200     ELSE                                                         PGM212
027300         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM212
027400     END-IF                                                       PGM212
027500     MOVE SPACES TO ELEC-BILL-PARM-REC                            PGM212
027600     OPEN INPUT ELEC-BILL-PARM-FILE                               PGM212
027700     IF WS-FILE-STATUS = '00'                                     PGM212
027800         READ ELEC-BILL-PARM-FILE                                 PGM212
027900             AT END                                               PGM212
028000                 MOVE SPACES TO ELEC-BILL-PARM-REC                PGM212
028100         END-READ                                                 PGM212
028200         CLOSE ELEC-BILL-PARM-FILE                                PGM212
028300     END-IF                                                       PGM212
028400     IF EB-YYYYMM NUMERIC AND EB-YYYYMM > 0                       PGM212
028500         MOVE EB-YYYYMM TO WS-PERIOD-YYYYMM                       PGM212
028600     END-IF                                                       PGM212
028700     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM212
028800         DISPLAY 'INVALID BILLING MONTH: ' WS-PERIOD-YYYYMM       PGM212
028900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM212
029000         PERFORM 9900-ABNORMAL-END                                PGM212
029100     END-IF                                                       PGM212
029200     IF EB-TOL-PCT NUMERIC AND EB-TOL-PCT > 0                     PGM212
029300         MOVE EB-TOL-PCT TO WS-TOL-PCT                            PGM212
029400     END-IF                                                       PGM212
029500     PERFORM 1200-BUILD-CALENDAR                                  PGM212
029600     PERFORM 1100-LOAD-TARIFFS                                    PGM212
029700     OPEN INPUT DEMAND-PEAK-FILE                                  PGM212
029800     IF WS-FILE-STATUS4 NOT = '00'                                PGM212
029900         DISPLAY 'DEMAND PEAK FILE OPEN ERROR: ' WS-FILE-STATUS4  PGM212
030000         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM212
030100         PERFORM 9900-ABNORMAL-END                                PGM212
030200     END-IF                                                       PGM212
030300     OPEN OUTPUT ELEC-BILL-REPORT-FILE                            PGM212
030400     IF WS-FILE-STATUS6 NOT = '00'                                PGM212
030500         DISPLAY 'BILL REPORT OPEN ERROR: ' WS-FILE-STATUS6       PGM212
030600         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM212
030700         PERFORM 9900-ABNORMAL-END                                PGM212
030800     END-IF                                                       PGM212
030900     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM212
031000     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM212
031100     MOVE WS-TOL-PCT       TO RH-TOL-PCT                          PGM212
031200     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-HEADER.               PGM212
031300*                                                                 PGM212
031400* 대상월 계절의 시간대표만 공장별로 보관한다.                                        PGM212
031500 1100-LOAD-TARIFFS.                                               PGM212
031600     OPEN INPUT TARIFF-FILE                                       PGM212
031700     IF WS-FILE-STATUS2 NOT = '00'                                PGM212
031800         DISPLAY 'TARIFF FILE OPEN ERROR: ' WS-FILE-STATUS2       PGM212
031900         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM212
032000         PERFORM 9900-ABNORMAL-END                                PGM212
032100     END-IF                                                       PGM212
032200     PERFORM 1110-READ-TARIFF                                     PGM212
032300     PERFORM 1120-STORE-TARIFF                                    PGM212
032400         UNTIL WS-TRF-EOF                                         PGM212
032500     CLOSE TARIFF-FILE                                            PGM212
032600     IF WS-TT-COUNT = 0                                           PGM212
032700         DISPLAY 'NO ELECTRICITY CONTRACTS ON TARIFF FILE'        PGM212
032800         MOVE 'PM' TO WS-ABEND-STATUS                             PGM212
032900         PERFORM 9900-ABNORMAL-END                                PGM212
033000     END-IF.                                                      PGM212
033100*                                                                 PGM212
033200 1110-READ-TARIFF.                                                PGM212
033300     READ TARIFF-FILE INTO WS-TARIFF-REC                          PGM212
033400         AT END SET WS-TRF-EOF TO TRUE                            PGM212
033500     END-READ.                                                    PGM212
033600*                                                                 PGM212
033700 1120-STORE-TARIFF.                                               PGM212
033800     IF WS-TT-COUNT NOT < WS-TT-MAX                               PGM212
033900         DISPLAY 'CONTRACT TABLE FULL: ' WS-TT-MAX                PGM212
034000         MOVE 'FL' TO WS-ABEND-STATUS                             PGM212
034100         PERFORM 9900-ABNORMAL-END                                PGM212
034200     END-IF                                                       PGM212
034300     ADD 1 TO WS-TT-COUNT                                         PGM212
034400     INITIALIZE WS-TT-ENTRY (WS-TT-COUNT)                         PGM212
034500     MOVE ET-PLANT-CD TO TT-PLANT-CD (WS-TT-COUNT)                PGM212
034600     MOVE ET-SEASON-OF-MONTH (WS-PERIOD-MM:1)                     PGM212
034700         TO TT-SEASON-CD (WS-TT-COUNT)                            PGM212
034800     EVALUATE TT-SEASON-CD (WS-TT-COUNT)                          PGM212
034900         WHEN 'S'                                                 PGM212
035000             MOVE 1 TO WS-SX                                      PGM212
035100         WHEN 'M'                                                 PGM212
035200             MOVE 2 TO WS-SX                                      PGM212
035300         WHEN 'W'                                                 PGM212
035400             MOVE 3 TO WS-SX                                      PGM212
035500         WHEN OTHER                                               PGM212
035600             DISPLAY 'INVALID SEASON FOR PLANT ' ET-PLANT-CD      PGM212
035700             MOVE 'PM' TO WS-ABEND-STATUS                         PGM212
035800             PERFORM 9900-ABNORMAL-END                            PGM212
035900     END-EVALUATE                                                 PGM212
036000     MOVE ZEROS TO WS-PROF-CHECK                                  PGM212
036100     INSPECT ET-WEEKDAY-PROFILE (WS-SX)                           PGM212
036200         TALLYING WS-PROF-CHECK FOR ALL 'L' 'M' 'P'               PGM212
036300     INSPECT ET-SATURDAY-PROFILE (WS-SX)                          PGM212
036400         TALLYING WS-PROF-CHECK FOR ALL 'L' 'M' 'P'               PGM212
036500     IF WS-PROF-CHECK NOT = 48                                    PGM212
036600         DISPLAY 'INVALID TOU PROFILE FOR PLANT ' ET-PLANT-CD     PGM212
036700         MOVE 'PM' TO WS-ABEND-STATUS                             PGM212
036800         PERFORM 9900-ABNORMAL-END                                PGM212
036900     END-IF                                                       PGM212
037000     MOVE ET-CONTRACT-KW  TO TT-CONTRACT-KW (WS-TT-COUNT)         PGM212
037100     IF ET-MIN-DEMAND-PCT NUMERIC AND ET-MIN-DEMAND-PCT > 0       PGM212
037200         MOVE ET-MIN-DEMAND-PCT TO TT-MIN-PCT (WS-TT-COUNT)       PGM212
037300     ELSE                                                         PGM212
037400         MOVE 30 TO TT-MIN-PCT (WS-TT-COUNT)                      PGM212
037500     END-IF                                                       PGM212
037600     MOVE ET-DEMAND-RATE  TO TT-DEMAND-RATE (WS-TT-COUNT)         PGM212
037700     MOVE ET-WEEKDAY-PROFILE (WS-SX)                              PGM212
037800         TO TT-WEEKDAY-PROF (WS-TT-COUNT)                         PGM212
037900     MOVE ET-SATURDAY-PROFILE (WS-SX)                             PGM212
038000         TO TT-SATURDAY-PROF (WS-TT-COUNT)                        PGM212
038100     PERFORM 1130-STORE-RATE                                      PGM212
038200         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3                PGM212
038300     MOVE 'N' TO TT-INV-FLAG (WS-TT-COUNT)                        PGM212
038400     PERFORM 1110-READ-TARIFF.                                    PGM212
038500*                                                                 PGM212
038600 1130-STORE-RATE.                                                 PGM212
038700     MOVE ET-KWH-RATE (WS-SX WS-PX)                               PGM212
038800         TO TT-KWH-RATE (WS-TT-COUNT WS-PX).                      PGM212
038900*                                                                 PGM212
039000* ---------------------------------------------------------       PGM212
039100* 대상월 달력: 1일의 요일을 젤러 공식으로 구해                                      PGM212
039200* (0 토, 1 일, 2 월 ... 6 금) 말일까지 차례로 매기고,                           PGM212
039300* 파라미터 휴일을 덮어쓴다.                                                  PGM212
039400* ---------------------------------------------------------       PGM212
039500 1200-BUILD-CALENDAR.                                             PGM212
039600     EVALUATE WS-PERIOD-MM                                        PGM212
039700         WHEN 4                                                   PGM212
039800         WHEN 6                                                   PGM212
039900         WHEN 9                                                   PGM212
040000         WHEN 11                                                  PGM212
040100             MOVE 30 TO WS-DAYS-IN-MONTH                          PGM212
040200         WHEN 2                                                   PGM212
040300             MOVE 28 TO WS-DAYS-IN-MONTH                          PGM212
040400             DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-ZL-QUOT         PGM212
040500                 REMAINDER WS-LEAP-REM                            PGM212
040600             IF WS-LEAP-REM = 0                                   PGM212
040700                 MOVE 29 TO WS-DAYS-IN-MONTH                      PGM212
040800                 DIVIDE WS-PERIOD-YYYY BY 100 GIVING WS-ZL-QUOT   PGM212
040900                     REMAINDER WS-LEAP-REM                        PGM212
041000                 IF WS-LEAP-REM = 0                               PGM212
041100                     DIVIDE WS-PERIOD-YYYY BY 400                 PGM212
041200                         GIVING WS-ZL-QUOT REMAINDER WS-LEAP-REM  PGM212
041300                     IF WS-LEAP-REM NOT = 0                       PGM212
041400                         MOVE 28 TO WS-DAYS-IN-MONTH              PGM212
041500                     END-IF                                       PGM212
041600                 END-IF                                           PGM212
041700             END-IF                                               PGM212
041800         WHEN OTHER                                               PGM212
041900             MOVE 31 TO WS-DAYS-IN-MONTH                          PGM212
042000     END-EVALUATE                                                 PGM212
042100     MOVE WS-PERIOD-YYYY TO WS-ZL-YEAR                            PGM212
042200     MOVE WS-PERIOD-MM   TO WS-ZL-MONTH                           PGM212
042300     IF WS-ZL-MONTH < 3                                           PGM212
042400         ADD 12 TO WS-ZL-MONTH                                    PGM212
042500         SUBTRACT 1 FROM WS-ZL-YEAR                               PGM212
042600     END-IF                                                       PGM212
042700     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENT                   PGM212
042800         REMAINDER WS-ZL-YY                                       PGM212
042900     MOVE 1 TO WS-ZL-SUM                                          PGM212
043000     COMPUTE WS-ZL-TERM = (WS-ZL-MONTH + 1) * 13                  PGM212
043100     DIVIDE WS-ZL-TERM BY 5 GIVING WS-ZL-QUOT                     PGM212
043200     ADD WS-ZL-QUOT TO WS-ZL-SUM                                  PGM212
043300     ADD WS-ZL-YY TO WS-ZL-SUM                                    PGM212
043400     DIVIDE WS-ZL-YY BY 4 GIVING WS-ZL-QUOT                       PGM212
043500     ADD WS-ZL-QUOT TO WS-ZL-SUM                                  PGM212
043600     DIVIDE WS-ZL-CENT BY 4 GIVING WS-ZL-QUOT                     PGM212
043700     ADD WS-ZL-QUOT TO WS-ZL-SUM                                  PGM212
043800     COMPUTE WS-ZL-SUM = WS-ZL-SUM + WS-ZL-CENT * 5               PGM212
043900     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOT                      PGM212
044000         REMAINDER WS-DOW-FIRST                                   PGM212
044100     PERFORM 1210-SET-DAY-TYPE                                    PGM212
044200         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DAYS-IN-MONTH PGM212
044300     PERFORM 1220-SET-HOLIDAY                                     PGM212
044400         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 10.              PGM212
044500*                                                                 PGM212
044600 1210-SET-DAY-TYPE.                                               PGM212
044700     COMPUTE WS-ZL-SUM = WS-DOW-FIRST + WS-DX - 1                 PGM212
044800     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOT                      PGM212
044900         REMAINDER WS-DOW                                         PGM212
045000     EVALUATE WS-DOW                                              PGM212
045100         WHEN 0                                                   PGM212
045200             MOVE 'S' TO WS-DAY-TYPES (WS-DX:1)                   PGM212
045300         WHEN 1                                                   PGM212
045400             MOVE 'H' TO WS-DAY-TYPES (WS-DX:1)                   PGM212
045500         WHEN OTHER                                               PGM212
045600             MOVE 'W' TO WS-DAY-TYPES (WS-DX:1)                   PGM212
045700     END-EVALUATE.                                                PGM212
045800*                                                                 PGM212
045900 1220-SET-HOLIDAY.                                                PGM212
046000     IF EB-HOLIDAY (WS-DX) NUMERIC                                PGM212
046100         MOVE EB-HOLIDAY (WS-DX) TO WS-HOLIDAY-WK                 PGM212
046200         IF WS-HOLIDAY-YYYYMM = WS-PERIOD-YYYYMM                  PGM212
046300             AND WS-HOLIDAY-DD > 0                                PGM212
046400             AND WS-HOLIDAY-DD NOT > WS-DAYS-IN-MONTH             PGM212
046500             MOVE 'H' TO WS-DAY-TYPES (WS-HOLIDAY-DD:1)           PGM212
046600         END-IF                                                   PGM212
046700     END-IF.                                                      PGM212
046800*                                                                 PGM212
046900* ---------------------------------------------------------       PGM212
047000* 구간 이력 중 대상월 자료를 시간대별 사용량으로 누적.                                  PGM212
047100* 구간 nn 의 시(hour)는 (nn - 1) / 4 이다.                               PGM212
047200* ---------------------------------------------------------       PGM212
047300 2000-COST-INTERVALS.                                             PGM212
047400     OPEN INPUT INTERVAL-FILE                                     PGM212
047500     IF WS-FILE-STATUS3 NOT = '00'                                PGM212
047600         DISPLAY 'INTERVAL FILE OPEN ERROR: ' WS-FILE-STATUS3     PGM212
047700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM212
047800         PERFORM 9900-ABNORMAL-END                                PGM212
047900     END-IF                                                       PGM212
048000     PERFORM 2100-READ-INTERVAL                                   PGM212
048100     PERFORM 2200-COST-INTERVAL                                   PGM212
048200         UNTIL WS-EOF                                             PGM212
048300     CLOSE INTERVAL-FILE.                                         PGM212
048400*                                                                 PGM212
048500 2100-READ-INTERVAL.                                              PGM212
048600     READ INTERVAL-FILE NEXT RECORD                               PGM212
048700         AT END SET WS-EOF TO TRUE                                PGM212
048800     END-READ.                                                    PGM212
048900*                                                                 PGM212
049000 2200-COST-INTERVAL.                                              PGM212
049100     ADD 1 TO WS-INTV-READ-COUNT                                  PGM212
049200     IF EI-READ-DATE (1:6) = WS-PERIOD-YYYYMM                     PGM212
049300         AND EI-INTERVAL-NO > 0 AND EI-INTERVAL-NO < 97           PGM212
049400         SET TT-IDX TO 1                                          PGM212
049500         SEARCH WS-TT-ENTRY                                       PGM212
049600             AT END                                               PGM212
049700                 ADD 1 TO WS-NO-PLANT-COUNT                       PGM212
049800             WHEN TT-IDX NOT > WS-TT-COUNT                        PGM212
049900                 AND TT-PLANT-CD (TT-IDX) = EI-PLANT-CD           PGM212
050000                 PERFORM 2210-CLASSIFY-INTERVAL                   PGM212
050100         END-SEARCH                                               PGM212
050200     END-IF                                                       PGM212
050300     PERFORM 2100-READ-INTERVAL.                                  PGM212
050400*                                                                 PGM212
050500 2210-CLASSIFY-INTERVAL.                                          PGM212
050600     ADD 1 TO WS-INTV-USED-COUNT                                  PGM212
050700     ADD 1 TO TT-INTERVAL-CNT (TT-IDX)                            PGM212
050800     MOVE EI-READ-DATE (7:2) TO WS-READ-DD                        PGM212
050900     COMPUTE WS-READ-HOUR = (EI-INTERVAL-NO - 1) / 4              PGM212
051000     EVALUATE WS-DAY-TYPES (WS-READ-DD:1)                         PGM212
051100         WHEN 'S'                                                 PGM212
051200             MOVE TT-SATURDAY-PROF (TT-IDX) (WS-READ-HOUR + 1:1)  PGM212
051300                 TO WS-PERIOD-CD                                  PGM212
051400         WHEN 'W'                                                 PGM212
051500             MOVE TT-WEEKDAY-PROF (TT-IDX) (WS-READ-HOUR + 1:1)   PGM212
051600                 TO WS-PERIOD-CD                                  PGM212
051700         WHEN OTHER                                               PGM212
051800             MOVE 'L' TO WS-PERIOD-CD                             PGM212
051900     END-EVALUATE                                                 PGM212
052000     EVALUATE WS-PERIOD-CD                                        PGM212
052100         WHEN 'P'                                                 PGM212
052200             MOVE 3 TO WS-PX                                      PGM212
052300         WHEN 'M'                                                 PGM212
052400             MOVE 2 TO WS-PX                                      PGM212
052500         WHEN OTHER                                               PGM212
052600             MOVE 1 TO WS-PX                                      PGM212
052700     END-EVALUATE                                                 PGM212
052800     ADD EI-KWH TO TT-KWH (TT-IDX WS-PX).                         PGM212
052900*                                                                 PGM212
053000* ---------------------------------------------------------       PGM212
053100* 요금 산정: 전력량요금 = 시간대별 kWh x 단가,                                   PGM212
053200* 적용전력 = MAX(당월 최대수요, 계약전력 x 최저 적용률),                             PGM212
053300* 기본요금 = 적용전력 x 기본요금 단가.                                          PGM212
053400* ---------------------------------------------------------       PGM212
053500 3000-PRICE-PLANTS.                                               PGM212
053600     PERFORM 3100-PRICE-PERIOD                                    PGM212
053700         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3                PGM212
053800     MOVE TT-PLANT-CD (WS-TX) TO EP-PLANT-CD                      PGM212
053900     MOVE WS-PERIOD-YYYYMM    TO EP-YYYYMM                        PGM212
054000     READ DEMAND-PEAK-FILE                                        PGM212
054100         INVALID KEY                                              PGM212
054200             MOVE ZEROS TO EP-PEAK-KW                             PGM212
054300     END-READ                                                     PGM212
054400     MOVE EP-PEAK-KW TO TT-PEAK-KW (WS-TX)                        PGM212
054500     COMPUTE WS-MIN-BILLED-KW ROUNDED =                           PGM212
054600         TT-CONTRACT-KW (WS-TX) * TT-MIN-PCT (WS-TX) / 100        PGM212
054700     IF TT-PEAK-KW (WS-TX) > WS-MIN-BILLED-KW                     PGM212
054800         MOVE TT-PEAK-KW (WS-TX) TO TT-BILLED-KW (WS-TX)          PGM212
054900     ELSE                                                         PGM212
055000         MOVE WS-MIN-BILLED-KW TO TT-BILLED-KW (WS-TX)            PGM212
055100     END-IF                                                       PGM212
055200     COMPUTE TT-DEMAND-CHG (WS-TX) ROUNDED =                      PGM212
055300         TT-BILLED-KW (WS-TX) * TT-DEMAND-RATE (WS-TX)            PGM212
055400     COMPUTE TT-TOTAL-CHG (WS-TX) =                               PGM212
055500         TT-ENERGY-CHG (WS-TX) + TT-DEMAND-CHG (WS-TX).           PGM212
055600*                                                                 PGM212
055700 3100-PRICE-PERIOD.                                               PGM212
055800     COMPUTE TT-CHARGE (WS-TX WS-PX) ROUNDED =                    PGM212
055900         TT-KWH (WS-TX WS-PX) * TT-KWH-RATE (WS-TX WS-PX)         PGM212
056000     ADD TT-CHARGE (WS-TX WS-PX) TO TT-ENERGY-CHG (WS-TX).        PGM212
056100*                                                                 PGM212
056200* ---------------------------------------------------------       PGM212
056300* 대상월 청구서를 공장별로 붙인다. 계약이 없는 공장의                                   PGM212
056400* 청구서나 중복 청구서는 바로 표시한다.                                           PGM212
056500* ---------------------------------------------------------       PGM212
056600 4000-LOAD-INVOICES.                                              PGM212
056700     OPEN INPUT UTILITY-INVOICE-FILE                              PGM212
056800     IF WS-FILE-STATUS5 NOT = '00'                                PGM212
056900         DISPLAY 'UTILITY INVOICE OPEN ERROR: ' WS-FILE-STATUS5   PGM212
057000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM212
057100         PERFORM 9900-ABNORMAL-END                                PGM212
057200     END-IF                                                       PGM212
057300     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-BLANK                 PGM212
057400     PERFORM 4100-READ-INVOICE                                    PGM212
057500     PERFORM 4200-STORE-INVOICE                                   PGM212
057600         UNTIL WS-INV-EOF                                         PGM212
057700     CLOSE UTILITY-INVOICE-FILE.                                  PGM212
057800*                                                                 PGM212
057900 4100-READ-INVOICE.                                               PGM212
058000     READ UTILITY-INVOICE-FILE                                    PGM212
058100         AT END SET WS-INV-EOF TO TRUE                            PGM212
058200     END-READ.                                                    PGM212
058300*                                                                 PGM212
058400 4200-STORE-INVOICE.                                              PGM212
058500     IF UV-YYYYMM = WS-PERIOD-YYYYMM                              PGM212
058600         ADD 1 TO WS-INV-COUNT                                    PGM212
058700         MOVE 'N' TO WS-FOUND-FLAG                                PGM212
058800         SET TT-IDX TO 1                                          PGM212
058900         SEARCH WS-TT-ENTRY                                       PGM212
059000             AT END                                               PGM212
059100                 CONTINUE                                         PGM212
059200             WHEN TT-IDX NOT > WS-TT-COUNT                        PGM212
059300                 AND TT-PLANT-CD (TT-IDX) = UV-PLANT-CD           PGM212
059400                 SET WS-FOUND TO TRUE                             PGM212
059500         END-SEARCH                                               PGM212
059600         EVALUATE TRUE                                            PGM212
059700             WHEN NOT WS-FOUND                                    PGM212
059800                 MOVE 'INVOICE FOR PLANT WITHOUT CONTRACT'        PGM212
059900                     TO RM-TEXT                                   PGM212
060000                 PERFORM 4300-PRINT-INVOICE-ERROR                 PGM212
060100             WHEN TT-INVOICED (TT-IDX)                            PGM212
060200                 MOVE 'DUPLICATE INVOICE - NOT RECONCILED'        PGM212
060300                     TO RM-TEXT                                   PGM212
060400                 PERFORM 4300-PRINT-INVOICE-ERROR                 PGM212
060500             WHEN OTHER                                           PGM212
060600                 SET TT-INVOICED (TT-IDX) TO TRUE                 PGM212
060700                 MOVE UV-INVOICE-NO  TO TT-INV-NO (TT-IDX)        PGM212
060800                 MOVE UV-KWH (1)     TO TT-INV-KWH (TT-IDX 1)     PGM212
060900                 MOVE UV-KWH (2)     TO TT-INV-KWH (TT-IDX 2)     PGM212
061000                 MOVE UV-KWH (3)     TO TT-INV-KWH (TT-IDX 3)     PGM212
061100                 MOVE UV-BILLED-KW   TO TT-INV-BILLED-KW (TT-IDX) PGM212
061200                 MOVE UV-ENERGY-CHG  TO TT-INV-ENERGY-CHG (TT-IDX)PGM212
061300                 MOVE UV-DEMAND-CHG  TO TT-INV-DEMAND-CHG (TT-IDX)PGM212
061400                 MOVE UV-TOTAL-CHG   TO TT-INV-TOTAL-CHG (TT-IDX) PGM212
061500         END-EVALUATE                                             PGM212
061600     END-IF                                                       PGM212
061700     PERFORM 4100-READ-INVOICE.                                   PGM212
061800*                                                                 PGM212
061900 4300-PRINT-INVOICE-ERROR.                                        PGM212
062000     ADD 1 TO WS-FLAG-COUNT                                       PGM212
062100     MOVE UV-PLANT-CD   TO RM-PLANT-CD                            PGM212
062200     MOVE UV-INVOICE-NO TO RM-INV-NO                              PGM212
062300     MOVE 'CHECK'       TO RM-FLAG                                PGM212
062400     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-MESSAGE.              PGM212
062500*                                                                 PGM212
062600* ---------------------------------------------------------       PGM212
062700* 공장별 대사: 산정값과 청구값을 항목별로 나란히 인쇄.                                  PGM212
062800* ---------------------------------------------------------       PGM212
062900 5000-RECONCILE-PLANT.                                            PGM212
063000     MOVE TT-PLANT-CD (WS-TX)    TO RP-PLANT-CD                   PGM212
063100     MOVE TT-SEASON-CD (WS-TX)   TO RP-SEASON-CD                  PGM212
063200     MOVE TT-CONTRACT-KW (WS-TX) TO RP-CONTRACT-KW                PGM212
063300     MOVE TT-PEAK-KW (WS-TX)     TO RP-PEAK-KW                    PGM212
063400     COMPUTE WS-MIN-BILLED-KW ROUNDED =                           PGM212
063500         TT-CONTRACT-KW (WS-TX) * TT-MIN-PCT (WS-TX) / 100        PGM212
063600     MOVE WS-MIN-BILLED-KW       TO RP-MIN-KW                     PGM212
063700     MOVE TT-INV-NO (WS-TX)      TO RP-INV-NO                     PGM212
063800     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-BLANK                 PGM212
063900     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-PLANT                 PGM212
064000     IF TT-INTERVAL-CNT (WS-TX) = 0 AND NOT TT-INVOICED (WS-TX)   PGM212
064100         MOVE 'NO METER DATA AND NO INVOICE' TO RM-TEXT           PGM212
064200         MOVE TT-PLANT-CD (WS-TX) TO RM-PLANT-CD                  PGM212
064300         MOVE SPACES TO RM-INV-NO RM-FLAG                         PGM212
064400         WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-MESSAGE           PGM212
064500     ELSE                                                         PGM212
064600         PERFORM 5200-COMPARE-PLANT                               PGM212
064700     END-IF.                                                      PGM212
064800*                                                                 PGM212
064900 5200-COMPARE-PLANT.                                              PGM212
065000     IF TT-INTERVAL-CNT (WS-TX) = 0                               PGM212
065100         MOVE 'NO METER DATA FOR MONTH' TO RM-TEXT                PGM212
065200         PERFORM 5300-PRINT-PLANT-FLAG                            PGM212
065300     END-IF                                                       PGM212
065400     IF NOT TT-INVOICED (WS-TX)                                   PGM212
065500         MOVE 'NO INVOICE RECEIVED' TO RM-TEXT                    PGM212
065600         PERFORM 5300-PRINT-PLANT-FLAG                            PGM212
065700     END-IF                                                       PGM212
065800     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-CMP-HEAD              PGM212
065900     MOVE 'KWH OFF-PEAK (L)' TO WS-CMP-NAME                       PGM212
066000     MOVE TT-KWH (WS-TX 1) TO WS-CMP-CALC                         PGM212
066100     MOVE TT-INV-KWH (WS-TX 1) TO WS-CMP-INV                      PGM212
066200     MOVE TT-CHARGE (WS-TX 1) TO WS-CMP-CHARGE                    PGM212
066300     PERFORM 5100-COMPARE-COMPONENT                               PGM212
066400     MOVE 'KWH MID-LOAD (M)' TO WS-CMP-NAME                       PGM212
066500     MOVE TT-KWH (WS-TX 2) TO WS-CMP-CALC                         PGM212
066600     MOVE TT-INV-KWH (WS-TX 2) TO WS-CMP-INV                      PGM212
066700     MOVE TT-CHARGE (WS-TX 2) TO WS-CMP-CHARGE                    PGM212
066800     PERFORM 5100-COMPARE-COMPONENT                               PGM212
066900     MOVE 'KWH PEAK (P)' TO WS-CMP-NAME                           PGM212
067000     MOVE TT-KWH (WS-TX 3) TO WS-CMP-CALC                         PGM212
067100     MOVE TT-INV-KWH (WS-TX 3) TO WS-CMP-INV                      PGM212
067200     MOVE TT-CHARGE (WS-TX 3) TO WS-CMP-CHARGE                    PGM212
067300     PERFORM 5100-COMPARE-COMPONENT                               PGM212
067400     MOVE ZEROS TO WS-CMP-CHARGE                                  PGM212
067500     MOVE 'BILLED DEMAND KW' TO WS-CMP-NAME                       PGM212
067600     MOVE TT-BILLED-KW (WS-TX) TO WS-CMP-CALC                     PGM212
067700     MOVE TT-INV-BILLED-KW (WS-TX) TO WS-CMP-INV                  PGM212
067800     PERFORM 5100-COMPARE-COMPONENT                               PGM212
067900     MOVE 'ENERGY CHARGE' TO WS-CMP-NAME                          PGM212
068000     MOVE TT-ENERGY-CHG (WS-TX) TO WS-CMP-CALC                    PGM212
068100     MOVE TT-INV-ENERGY-CHG (WS-TX) TO WS-CMP-INV                 PGM212
068200     PERFORM 5100-COMPARE-COMPONENT                               PGM212
068300     MOVE 'DEMAND CHARGE' TO WS-CMP-NAME                          PGM212
068400     MOVE TT-DEMAND-CHG (WS-TX) TO WS-CMP-CALC                    PGM212
068500     MOVE TT-INV-DEMAND-CHG (WS-TX) TO WS-CMP-INV                 PGM212
068600     PERFORM 5100-COMPARE-COMPONENT                               PGM212
068700     MOVE 'TOTAL CHARGE' TO WS-CMP-NAME                           PGM212
068800     MOVE TT-TOTAL-CHG (WS-TX) TO WS-CMP-CALC                     PGM212
068900     MOVE TT-INV-TOTAL-CHG (WS-TX) TO WS-CMP-INV                  PGM212
069000     PERFORM 5100-COMPARE-COMPONENT.                              PGM212
069100*                                                                 PGM212
069200* 차이 = 청구 - 산정. 허용오차는 산정값 대비 %.                                   PGM212
069300* 청구서가 없으면 비교 없이 산정값만 인쇄한다.                                       PGM212
069400 5100-COMPARE-COMPONENT.                                          PGM212
069500     MOVE WS-CMP-NAME   TO RC-NAME                                PGM212
069600     MOVE WS-CMP-CALC   TO RC-CALC                                PGM212
069700     MOVE WS-CMP-CHARGE TO RC-CHARGE                              PGM212
069800     MOVE SPACES TO RC-FLAG                                       PGM212
069900     IF TT-INVOICED (WS-TX)                                       PGM212
070000         COMPUTE WS-CMP-DIFF = WS-CMP-INV - WS-CMP-CALC           PGM212
070100         IF WS-CMP-DIFF < 0                                       PGM212
070200             COMPUTE WS-CMP-ABS = 0 - WS-CMP-DIFF                 PGM212
070300         ELSE                                                     PGM212
070400             MOVE WS-CMP-DIFF TO WS-CMP-ABS                       PGM212
070500         END-IF                                                   PGM212
070600         IF WS-CMP-CALC = 0                                       PGM212
070700             MOVE ZEROS TO WS-CMP-PCT WS-CMP-LIMIT                PGM212
070800         ELSE                                                     PGM212
070900             COMPUTE WS-CMP-PCT ROUNDED =                         PGM212
071000                 WS-CMP-DIFF * 100 / WS-CMP-CALC                  PGM212
071100                 ON SIZE ERROR                                    PGM212
071200                     MOVE 99999.99 TO WS-CMP-PCT                  PGM212
071300             END-COMPUTE                                          PGM212
071400             COMPUTE WS-CMP-LIMIT ROUNDED =                       PGM212
071500                 WS-CMP-CALC * WS-TOL-PCT / 100                   PGM212
071600             IF WS-CMP-LIMIT < 0                                  PGM212
071700                 COMPUTE WS-CMP-LIMIT = 0 - WS-CMP-LIMIT          PGM212
071800             END-IF                                               PGM212
071900         END-IF                                                   PGM212
072000         MOVE WS-CMP-INV  TO RC-INV                               PGM212
072100         MOVE WS-CMP-DIFF TO RC-DIFF                              PGM212
072200         MOVE WS-CMP-PCT  TO RC-PCT                               PGM212
072300         IF WS-CMP-ABS > WS-CMP-LIMIT                             PGM212
072400             MOVE 'CHECK' TO RC-FLAG                              PGM212
072500             ADD 1 TO WS-FLAG-COUNT                               PGM212
072600             ADD 1 TO TT-FLAG-CNT (WS-TX)                         PGM212
072700         END-IF                                                   PGM212
072800     ELSE                                                         PGM212
072900         MOVE ZEROS TO RC-INV RC-DIFF RC-PCT                      PGM212
073000     END-IF                                                       PGM212
073100     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-COMPONENT.            PGM212
073200*                                                                 PGM212
073300 5300-PRINT-PLANT-FLAG.                                           PGM212
073400     ADD 1 TO WS-FLAG-COUNT                                       PGM212
073500     ADD 1 TO TT-FLAG-CNT (WS-TX)                                 PGM212
073600     MOVE TT-PLANT-CD (WS-TX) TO RM-PLANT-CD                      PGM212
073700     MOVE TT-INV-NO (WS-TX)   TO RM-INV-NO                        PGM212
073800     MOVE 'CHECK'             TO RM-FLAG                          PGM212
073900     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-MESSAGE.              PGM212
074000*                                                                 PGM212
074100 9000-FINALIZE.                                                   PGM212
074200     MOVE WS-INTV-READ-COUNT TO RR-READ-CNT                       PGM212
074300     MOVE WS-INTV-USED-COUNT TO RR-USED-CNT                       PGM212
074400     MOVE WS-NO-PLANT-COUNT  TO RR-NO-PLANT-CNT                   PGM212
074500     MOVE WS-INV-COUNT       TO RR-INV-CNT                        PGM212
074600     MOVE WS-FLAG-COUNT      TO RR-FLAG-CNT                       PGM212
074700     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-BLANK                 PGM212
074800     WRITE ELEC-BILL-REPORT-REC FROM WS-RPT-TOTALS                PGM212
074900     CLOSE DEMAND-PEAK-FILE                                       PGM212
075000     CLOSE ELEC-BILL-REPORT-FILE                                  PGM212
075100     IF WS-FLAG-COUNT > 0                                         PGM212
075200         MOVE 4 TO RETURN-CODE                                    PGM212
075300     END-IF                                                       PGM212
075400     DISPLAY 'PGM212 COMPLETED: ' WS-PERIOD-YYYYMM ' '            PGM212
075500             WS-TT-COUNT ' PLANTS, ' WS-INV-COUNT ' INVOICES, '   PGM212
075600             WS-FLAG-COUNT ' FLAGGED'.                            PGM212
075700*                                                                 PGM212
075800 9750-DIAGNOSE-FILE-STATUS.                                       PGM212
075900     EVALUATE WS-ABEND-STATUS                                     PGM212
076000         WHEN '10'                                                PGM212
076100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM212
076200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM212
076300         WHEN '23'                                                PGM212
076400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM212
076500             DISPLAY '  AND RETRY THE REQUEST'                    PGM212
076600         WHEN '35'                                                PGM212
076700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM212
076800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM212
076900         WHEN '37'                                                PGM212
077000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM212
077100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM212
077200         WHEN '39'                                                PGM212
077300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM212
077400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM212
077500         WHEN '41'                                                PGM212
077600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM212
077700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM212
077800         WHEN '42'                                                PGM212
077900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM212
078000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM212
078100         WHEN '46'                                                PGM212
078200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM212
078300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM212
078400         WHEN OTHER                                               PGM212
078500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM212
078600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM212
078700     END-EVALUATE.                                                PGM212
078800*                                                                 PGM212
078900 9900-ABNORMAL-END.                                               PGM212
079000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM212
079100     DISPLAY 'PGM212 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM212
079200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM212
079300     MOVE 16 TO RETURN-CODE                                       PGM212
079400     GOBACK.                                                      PGM212
079500                                                                  PGM212
