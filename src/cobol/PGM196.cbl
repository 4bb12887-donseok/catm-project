000100 IDENTIFICATION DIVISION.                                         PGM196
000200 PROGRAM-ID.    PGM196.                                           PGM196
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM196
000400*                                                                 PGM196
000500* =========================================================       PGM196
000600* 프로그램명: 배출권거래제 월간 CO2 산정 보고                                      PGM196
000700* 처리내용  : 계산법으로 고로별/공장 CO2 배출량을 산정한다.                             PGM196
000800*            장입지시(CPYCHGI)의 코크스/석탄/석회석 등 장입                       PGM196
000900*            중량, 연료 실적(CPYBFFL)의 PCI/너트코크스, 에너지                   PGM196
001000*            검침(CPYENGY)의 구입 전력/가스/산소에 배출계수                       PGM196
001100*            (CPYCO2F)를 곱하고, 출선(CPYBFTAP)의 용선/슬래그로                PGM196
001200*            반출되는 탄소를 공제한다. 대상월과 연초 누계의                           PGM196
001300*            고로/공장 순배출 tCO2, 용선톤당 tCO2, 할당 배출권                    PGM196
001400*            대비 누계/연간 추정 위치를 보고한다. 계수가 없는                         PGM196
001500*            탄소 투입이 있거나 연간 추정이 할당을 넘으면 RC 4.                      PGM196
001600* =========================================================       PGM196
001700*                                                                 PGM196
001800 ENVIRONMENT DIVISION.                                            PGM196
001900 CONFIGURATION SECTION.                                           PGM196
002000 INPUT-OUTPUT SECTION.                                            PGM196
002100 FILE-CONTROL.                                                    PGM196
002200     SELECT OPTIONAL CO2-PARM-FILE                                PGM196
002300         ASSIGN TO CO2PARM                                        PGM196
002400         ORGANIZATION IS SEQUENTIAL                               PGM196
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM196
002600     SELECT CO2-FACTOR-FILE                                       PGM196
002700         ASSIGN TO CO2FACT                                        PGM196
002800         ORGANIZATION IS INDEXED                                  PGM196
002900         ACCESS MODE IS SEQUENTIAL                                PGM196
003000         RECORD KEY IS CF-KEY                                     PGM196
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM196
003200     SELECT OPTIONAL CHARGING-INSTR-FILE                          PGM196
003300         ASSIGN TO CHRGINST                                       PGM196
003400         ORGANIZATION IS INDEXED                                  PGM196
003500         ACCESS MODE IS SEQUENTIAL                                PGM196
003600         RECORD KEY IS CI2-KEY                                    PGM196
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM196
003800     SELECT RM-MASTER-FILE                                        PGM196
003900         ASSIGN TO RMMAST                                         PGM196
004000         ORGANIZATION IS INDEXED                                  PGM196
004100         ACCESS MODE IS RANDOM                                    PGM196
004200         RECORD KEY IS RM-MATL-CD                                 PGM196
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM196
004400     SELECT OPTIONAL BF-FUEL-FILE                                 PGM196
004500         ASSIGN TO BFFUEL                                         PGM196
004600         ORGANIZATION IS INDEXED                                  PGM196
004700         ACCESS MODE IS SEQUENTIAL                                PGM196
004800         RECORD KEY IS FL-KEY                                     PGM196
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM196
005000     SELECT OPTIONAL BF-TAP-FILE                                  PGM196
005100         ASSIGN TO BFTAP                                          PGM196
005200         ORGANIZATION IS SEQUENTIAL                               PGM196
005300         FILE STATUS IS WS-FILE-STATUS6.                          PGM196
005400     SELECT OPTIONAL ENERGY-METER-FILE                            PGM196
005500         ASSIGN TO ENGYMETR                                       PGM196
005600         ORGANIZATION IS INDEXED                                  PGM196
005700         ACCESS MODE IS SEQUENTIAL                                PGM196
005800         RECORD KEY IS EN-KEY                                     PGM196
005900         FILE STATUS IS WS-FILE-STATUS7.                          PGM196
006000     SELECT CO2-REPORT-FILE                                       PGM196
006100         ASSIGN TO CO2RPT                                         PGM196
006200         ORGANIZATION IS SEQUENTIAL                               PGM196
006300         FILE STATUS IS WS-FILE-STATUS8.                          PGM196
006400*                                                                 PGM196
006500 DATA DIVISION.                                                   PGM196
006600 FILE SECTION.                                                    PGM196
006700 FD  CO2-PARM-FILE.                                               PGM196
006800 01  CO2-PARM-REC.                                                PGM196
006900     05 CP-REPORT-YYYYMM     PIC 9(06).                           PGM196
007000     05 CP-PLANT-CD          PIC X(04).                           PGM196
007100     05 CP-ANNUAL-ALLOWANCE  PIC 9(09).                           PGM196
007200     05 FILLER               PIC X(11).                           PGM196
007300 FD  CO2-FACTOR-FILE.                                             PGM196
007400 01  CO2-FACTOR-REC.                                              PGM196
007500     COPY CPYCO2F.                                                PGM196
007600 FD  CHARGING-INSTR-FILE.                                         PGM196
007700 01  CHARGING-INSTR-REC.                                          PGM196
007800     COPY CPYCHGI.                                                PGM196
007900 FD  RM-MASTER-FILE.                                              PGM196
008000 01  RM-MASTER-REC.                                               PGM196
008100     COPY CPYRMMS.                                                PGM196
008200 FD  BF-FUEL-FILE.                                                PGM196
008300 01  BF-FUEL-REC.                                                 PGM196
008400     COPY CPYBFFL.                                                PGM196
008500 FD  BF-TAP-FILE.                                                 PGM196
008600 01  BF-TAP-REC.                                                  PGM196
008700     COPY CPYBFTAP.                                               PGM196
008800 FD  ENERGY-METER-FILE.                                           PGM196
008900 01  ENERGY-METER-REC.                                            PGM196
009000     COPY CPYENGY.                                                PGM196
009100 FD  CO2-REPORT-FILE.                                             PGM196
009200 01  CO2-REPORT-REC          PIC X(132).                          PGM196
009300*                                                                 PGM196
009400 WORKING-STORAGE SECTION.                                         PGM196
009500 01  WS-FILE-STATUS         PIC XX.                               PGM196
009600 01  WS-FILE-STATUS2        PIC XX.                               PGM196
009700 01  WS-FILE-STATUS3        PIC XX.                               PGM196
009800 01  WS-FILE-STATUS4        PIC XX.                               PGM196
009900 01  WS-FILE-STATUS5        PIC XX.                               PGM196
010000 01  WS-FILE-STATUS6        PIC XX.                               PGM196
010100 01  WS-FILE-STATUS7        PIC XX.                               PGM196
010200 01  WS-FILE-STATUS8        PIC XX.                               PGM196
010300 01  WS-ABEND-STATUS        PIC XX.                               PGM196
010400 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM196
010500     88 WS-EOF              VALUE 'Y'.                            PGM196
010600 01  WS-FACTOR-FLAG         PIC X VALUE 'N'.                      PGM196
010700     88 WS-FACTOR-FOUND     VALUE 'Y'.                            PGM196
010800 01  WS-PLANT-CD            PIC X(04) VALUE SPACES.               PGM196
010900 01  WS-ANNUAL-ALLOWANCE    PIC 9(09) VALUE ZEROS.                PGM196
011000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM196
011100 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM196
011200     05 WS-RUN-YYYY          PIC 9(04).                           PGM196
011300     05 WS-RUN-MM            PIC 9(02).                           PGM196
011400     05 WS-RUN-DD            PIC 9(02).                           PGM196
011500 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM196
011600 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM196
011700     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM196
011800     05 WS-PERIOD-MM         PIC 9(02).                           PGM196
011900*                                                                 PGM196
012000* 배출계수 테이블                                                        PGM196
012100 01  WS-FC-COUNT            PIC 9(03) VALUE ZEROS.                PGM196
012200 01  WS-FC-MAX              PIC 9(03) VALUE 200.                  PGM196
012300 01  WS-FC-TABLE.                                                 PGM196
012400     05 WS-FC-ENTRY OCCURS 200 TIMES                              PGM196
012500             INDEXED BY FC-IDX.                                   PGM196
012600         10 WS-FC-TYPE        PIC X(04).                          PGM196
012700         10 WS-FC-CODE        PIC X(12).                          PGM196
012800         10 WS-FC-FACTOR      PIC 9(02)V9(7).                     PGM196
012900 01  WS-LK-TYPE             PIC X(04).                            PGM196
013000 01  WS-LK-CODE             PIC X(12).                            PGM196
013100 01  WS-LK-FACTOR           PIC 9(02)V9(7) VALUE ZEROS.           PGM196
013200*                                                                 PGM196
013300* 고로별 배출 집계 - 기간 1 대상월, 2 연초 누계                                   PGM196
013400* 구분 1 연료/환원재, 2 석회석, 3 전력/가스/산소, 4 반출 공제                         PGM196
013500 01  WS-BF-SUB              PIC 9(02) COMP VALUE ZEROS.           PGM196
013600 01  WS-PER-SUB             PIC 9(01) COMP VALUE ZEROS.           PGM196
013700 01  WS-BKT-SUB             PIC 9(01) COMP VALUE ZEROS.           PGM196
013800 01  WS-BF-COUNT            PIC 9(02) VALUE ZEROS.                PGM196
013900 01  WS-BF-MAX              PIC 9(02) VALUE 11.                   PGM196
014000 01  WS-OTHER-BF            PIC X(03) VALUE '***'.                PGM196
014100 01  WS-BF-TABLE.                                                 PGM196
014200     05 WS-BF-ENTRY OCCURS 11 TIMES                               PGM196
014300             INDEXED BY BF-IDX.                                   PGM196
014400         10 WS-BF-NO          PIC X(03).                          PGM196
014500         10 WS-BF-PERIOD OCCURS 2 TIMES.                          PGM196
014600             15 WS-BF-CO2     PIC S9(9)V999 COMP-3                PGM196
014700                              OCCURS 4 TIMES.                     PGM196
014800             15 WS-BF-HM-QTY  PIC S9(11)V99 COMP-3.               PGM196
014900*                                                                 PGM196
015000* 배출 반영 입력                                                        PGM196
015100 01  WS-POST-BF-NO          PIC X(03).                            PGM196
015200 01  WS-POST-BUCKET         PIC 9(01).                            PGM196
015300 01  WS-POST-QTY            PIC S9(11)V999 VALUE ZEROS.           PGM196
015400 01  WS-POST-HM-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM196
015500 01  WS-POST-CO2            PIC S9(9)V999 VALUE ZEROS.            PGM196
015600 01  WS-POST-DATE           PIC 9(08) VALUE ZEROS.                PGM196
015700 01  WS-POST-DATE-R REDEFINES WS-POST-DATE.                       PGM196
015800     05 WS-POST-YYYY         PIC 9(04).                           PGM196
015900     05 WS-POST-MM           PIC 9(02).                           PGM196
016000     05 WS-POST-DD           PIC 9(02).                           PGM196
016100*                                                                 PGM196
016200* 계수 누락 목록                                                        PGM196
016300 01  WS-MS-COUNT            PIC 9(03) VALUE ZEROS.                PGM196
016400 01  WS-MS-MAX              PIC 9(03) VALUE 30.                   PGM196
016500 01  WS-MS-REC-COUNT        PIC 9(07) VALUE ZEROS.                PGM196
016600 01  WS-MS-TABLE.                                                 PGM196
016700     05 WS-MS-ENTRY OCCURS 30 TIMES                               PGM196
016800             INDEXED BY MS-IDX.                                   PGM196
016900         10 WS-MS-TYPE        PIC X(04).                          PGM196
017000         10 WS-MS-CODE        PIC X(12).                          PGM196
017100*                                                                 PGM196
017200* 보고 계산                                                           PGM196
017300 01  WS-CHARGE-CNT          PIC 9(07) VALUE ZEROS.                PGM196
017400 01  WS-FUEL-CNT            PIC 9(07) VALUE ZEROS.                PGM196
017500 01  WS-TAP-CNT             PIC 9(07) VALUE ZEROS.                PGM196
017600 01  WS-METER-CNT           PIC 9(07) VALUE ZEROS.                PGM196
017700 01  WS-NET-CO2             PIC S9(9)V999 VALUE ZEROS.            PGM196
017800 01  WS-INTENSITY           PIC 9(02)V999 VALUE ZEROS.            PGM196
017900 01  WS-TOTAL-AREA.                                               PGM196
018000     05 WS-TOTAL-PERIOD OCCURS 2 TIMES.                           PGM196
018100         10 WS-TOTAL-CO2      PIC S9(9)V999 COMP-3                PGM196
018200                              OCCURS 4 TIMES.                     PGM196
018300         10 WS-TOTAL-HM-QTY   PIC S9(11)V99 COMP-3.               PGM196
018400 01  WS-YTD-NET             PIC S9(9)V999 VALUE ZEROS.            PGM196
018500 01  WS-PRORATA-ALLOW       PIC S9(9)V999 VALUE ZEROS.            PGM196
018600 01  WS-REMAIN-ALLOW        PIC S9(9)V999 VALUE ZEROS.            PGM196
018700 01  WS-PROJECTED-CO2       PIC S9(9)V999 VALUE ZEROS.            PGM196
018800 01  WS-PROJECTED-POS       PIC S9(9)V999 VALUE ZEROS.            PGM196
018900*                                                                 PGM196
019000 01  WS-RPT-HEADER.                                               PGM196
019100     05 FILLER               PIC X(41) VALUE                      PGM196
019200             'PGM196 CO2 EMISSIONS (ETS, CALCULATION) -'.         PGM196
019300     05 FILLER               PIC X(07) VALUE ' MONTH '.           PGM196
019400     05 RH-YYYYMM            PIC 9(06).                           PGM196
019500     05 FILLER               PIC X(07) VALUE ' PLANT '.           PGM196
019600     05 RH-PLANT             PIC X(04).                           PGM196
019700     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM196
019800     05 RH-RUN-DATE          PIC 9(08).                           PGM196
019900     05 FILLER               PIC X(49) VALUE SPACES.              PGM196
020000 01  WS-RPT-COLS1.                                                PGM196
020100     05 FILLER               PIC X(44) VALUE                      PGM196
020200             '             FUEL/COKE   LIMESTONE   ELEC/GA'.      PGM196
020300     05 FILLER               PIC X(44) VALUE                      PGM196
020400             'S/O2 C CREDIT    NET MONTH    HOT METAL    T'.      PGM196
020500     05 FILLER               PIC X(44) VALUE                      PGM196
020600             'CO2/   NET YTD      HOT METAL    TCO2/THM   '.      PGM196
020700 01  WS-RPT-COLS2.                                                PGM196
020800     05 FILLER               PIC X(44) VALUE                      PGM196
020900             'FURNACE      TCO2        TCO2        TCO2   '.      PGM196
021000     05 FILLER               PIC X(44) VALUE                      PGM196
021100             '     TCO2        TCO2         TONS         T'.      PGM196
021200     05 FILLER               PIC X(44) VALUE                      PGM196
021300             'HM     TCO2         YTD TONS     YTD        '.      PGM196
021400 01  WS-RPT-DETAIL.                                               PGM196
021500     05 RD-NAME              PIC X(12).                           PGM196
021600     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
021700     05 RD-FUEL              PIC ZZZ,ZZZ,ZZ9.                     PGM196
021800     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
021900     05 RD-FLUX              PIC ZZZ,ZZZ,ZZ9.                     PGM196
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
022100     05 RD-ENERGY            PIC ZZZ,ZZZ,ZZ9.                     PGM196
022200     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
022300     05 RD-CREDIT            PIC ZZZ,ZZZ,ZZ9.                     PGM196
022400     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
022500     05 RD-NET               PIC ZZZ,ZZZ,ZZ9-.                    PGM196
022600     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
022700     05 RD-HM-QTY            PIC ZZZ,ZZZ,ZZ9.                     PGM196
022800     05 FILLER               PIC X(02) VALUE SPACES.              PGM196
022900     05 RD-INTENSITY         PIC Z9.999.                          PGM196
023000     05 FILLER               PIC X(02) VALUE SPACES.              PGM196
023100     05 RD-YTD-NET           PIC ZZZ,ZZZ,ZZ9-.                    PGM196
023200     05 FILLER               PIC X(01) VALUE SPACE.               PGM196
023300     05 RD-YTD-HM-QTY        PIC ZZZ,ZZZ,ZZ9.                     PGM196
023400     05 FILLER               PIC X(02) VALUE SPACES.              PGM196
023500     05 RD-YTD-INTENSITY     PIC Z9.999.                          PGM196
023600     05 FILLER               PIC X(05) VALUE SPACES.              PGM196
023700 01  WS-RPT-SECTION2         PIC X(132) VALUE                     PGM196
023800             'ALLOWANCE POSITION (TCO2)'.                         PGM196
023900 01  WS-RPT-ALLOW-LINE.                                           PGM196
024000     05 RA-LABEL             PIC X(40).                           PGM196
024100     05 RA-VALUE             PIC ZZZ,ZZZ,ZZ9-.                    PGM196
024200     05 FILLER               PIC X(02) VALUE SPACES.              PGM196
024300     05 RA-NOTE              PIC X(30).                           PGM196
024400     05 FILLER               PIC X(48) VALUE SPACES.              PGM196
024500 01  WS-RPT-MISSING.                                              PGM196
024600     05 FILLER               PIC X(28) VALUE                      PGM196
024700             'NO EMISSION FACTOR FOR TYPE '.                      PGM196
024800     05 RM-MS-TYPE           PIC X(04).                           PGM196
024900     05 FILLER               PIC X(06) VALUE ' CODE '.            PGM196
025000     05 RM-MS-CODE           PIC X(12).                           PGM196
025100     05 FILLER               PIC X(82) VALUE SPACES.              PGM196
025200 01  WS-RPT-COUNTS.                                               PGM196
025300     05 FILLER               PIC X(16) VALUE 'CHARGE RECORDS  '.  PGM196
025400     05 RC-CHARGES           PIC ZZZZZZ9.                         PGM196
025500     05 FILLER               PIC X(16) VALUE '  FUEL RECORDS  '.  PGM196
025600     05 RC-FUELS             PIC ZZZZZZ9.                         PGM196
025700     05 FILLER               PIC X(07) VALUE '  TAPS '.           PGM196
025800     05 RC-TAPS              PIC ZZZZZZ9.                         PGM196
025900     05 FILLER               PIC X(17) VALUE '  METER READINGS '. PGM196
026000     05 RC-METERS            PIC ZZZZZZ9.                         PGM196
026100     05 FILLER               PIC X(25) VALUE                      PGM196
026200             '  NO-FACTOR CARBON INPUTS'.                         PGM196
026300     05 RC-MISSING           PIC ZZZZZZ9.                         PGM196
026400     05 FILLER               PIC X(16) VALUE SPACES.              PGM196
026500 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM196
026600*                                                                 PGM196
026700 PROCEDURE DIVISION.                                              PGM196
026800*                                                                 PGM196
026900 0000-MAIN-PROCESS.                                               PGM196
027000     PERFORM 1000-INITIALIZE                                      PGM196
027100     PERFORM 1100-LOAD-FACTORS                                    PGM196
027200         UNTIL WS-EOF                                             PGM196
027300     PERFORM 2000-TALLY-CHARGING                                  PGM196
027400     PERFORM 3000-TALLY-FUEL                                      PGM196
027500     PERFORM 4000-TALLY-TAPS                                      PGM196
027600     PERFORM 5000-TALLY-ENERGY                                    PGM196
027700     PERFORM 6000-REPORT-FURNACES                                 PGM196
027800     PERFORM 6500-REPORT-ALLOWANCE                                PGM196
027900     PERFORM 6600-REPORT-MISSING                                  PGM196
028000     PERFORM 9000-FINALIZE                                        PGM196
028100     GOBACK.                                                      PGM196
028200*                                                                 PGM196
028300* 대상월 기본값은 실행월의 전월. 누계는 대상월이 속한 해의                                PGM196
028400* 1 월부터 대상월까지.                                                    PGM196
028500 1000-INITIALIZE.                                                 PGM196
028600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM196
028700     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM196
028800     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM196
028900     IF WS-PERIOD-MM = 1                                          PGM196
029000         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM196
029100         MOVE 12 TO WS-PERIOD-MM                                  PGM196
029200     ELSE                                                         PGM196
029300         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM196
029400     END-IF                                                       PGM196
029500     OPEN INPUT CO2-PARM-FILE                                     PGM196
029600     IF WS-FILE-STATUS = '00'                                     PGM196
029700         READ CO2-PARM-FILE                                       PGM196
029800             AT END                                               PGM196
029900                 CONTINUE                                         PGM196
030000             NOT AT END                                           PGM196
030100                 IF CP-REPORT-YYYYMM NUMERIC                      PGM196
030200                     AND CP-REPORT-YYYYMM > 0                     PGM196
030300                     MOVE CP-REPORT-YYYYMM TO WS-PERIOD-YYYYMM    PGM196
030400                 END-IF                                           PGM196
030500                 MOVE CP-PLANT-CD TO WS-PLANT-CD                  PGM196
030600                 IF CP-ANNUAL-ALLOWANCE NUMERIC                   PGM196
030700                     MOVE CP-ANNUAL-ALLOWANCE                     PGM196
030800                         TO WS-ANNUAL-ALLOWANCE                   PGM196
030900                 END-IF                                           PGM196
031000         END-READ                                                 PGM196
031100         CLOSE CO2-PARM-FILE                                      PGM196
031200     END-IF                                                       PGM196
031300     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM196
031400         DISPLAY 'INVALID REPORT MONTH: ' WS-PERIOD-YYYYMM        PGM196
031500         MOVE 'PM' TO WS-ABEND-STATUS                             PGM196
031600         PERFORM 9900-ABNORMAL-END                                PGM196
031700     END-IF                                                       PGM196
031800     INITIALIZE WS-BF-TABLE                                       PGM196
031900     INITIALIZE WS-TOTAL-AREA                                     PGM196
032000     OPEN INPUT CO2-FACTOR-FILE                                   PGM196
032100     IF WS-FILE-STATUS2 NOT = '00'                                PGM196
032200         DISPLAY 'CO2 FACTOR TABLE OPEN ERROR: ' WS-FILE-STATUS2  PGM196
032300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM196
032400         PERFORM 9900-ABNORMAL-END                                PGM196
032500     END-IF                                                       PGM196
032600     OPEN INPUT RM-MASTER-FILE                                    PGM196
032700     IF WS-FILE-STATUS4 NOT = '00'                                PGM196
032800         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS4         PGM196
032900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM196
033000         PERFORM 9900-ABNORMAL-END                                PGM196
033100     END-IF                                                       PGM196
033200     OPEN OUTPUT CO2-REPORT-FILE                                  PGM196
033300     IF WS-FILE-STATUS8 NOT = '00'                                PGM196
033400         DISPLAY 'CO2 REPORT OPEN ERROR: ' WS-FILE-STATUS8        PGM196
033500         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM196
033600         PERFORM 9900-ABNORMAL-END                                PGM196
033700     END-IF                                                       PGM196
033800     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM196
033900     MOVE WS-PLANT-CD      TO RH-PLANT                            PGM196
034000     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM196
034100     WRITE CO2-REPORT-REC FROM WS-RPT-HEADER                      PGM196
034200     WRITE CO2-REPORT-REC FROM WS-RPT-BLANK.                      PGM196
034300*                                                                 PGM196
034400 1100-LOAD-FACTORS.                                               PGM196
034500     READ CO2-FACTOR-FILE                                         PGM196
034600         AT END                                                   PGM196
034700             SET WS-EOF TO TRUE                                   PGM196
034800         NOT AT END                                               PGM196
034900             IF CF-ACTIVE                                         PGM196
035000                 IF WS-FC-COUNT >= WS-FC-MAX                      PGM196
035100                     DISPLAY 'FACTOR TABLE FULL AT ' WS-FC-MAX    PGM196
035200                     MOVE 'FL' TO WS-ABEND-STATUS                 PGM196
035300                     PERFORM 9900-ABNORMAL-END                    PGM196
035400                 END-IF                                           PGM196
035500                 ADD 1 TO WS-FC-COUNT                             PGM196
035600                 SET FC-IDX TO WS-FC-COUNT                        PGM196
035700                 MOVE CF-SOURCE-TYPE TO WS-FC-TYPE (FC-IDX)       PGM196
035800                 MOVE CF-SOURCE-CD   TO WS-FC-CODE (FC-IDX)       PGM196
035900                 MOVE CF-FACTOR      TO WS-FC-FACTOR (FC-IDX)     PGM196
036000             END-IF                                               PGM196
036100     END-READ.                                                    PGM196
036200*                                                                 PGM196
036300* 장입 자재는 자재코드 계수, 없으면 원자재 분류 계수를 쓴다.                              PGM196
036400* 둘 다 없는 연료(CL)/석회석(LS) 장입은 누락으로 남긴다.                             PGM196
036500* 장입중량은 KG 이므로 톤으로 바꾼다.                                           PGM196
036600 2000-TALLY-CHARGING.                                             PGM196
036700     OPEN INPUT CHARGING-INSTR-FILE                               PGM196
036800     IF WS-FILE-STATUS3 = '00'                                    PGM196
036900         MOVE 'N' TO WS-EOF-FLAG                                  PGM196
037000         PERFORM 2100-READ-ONE-CHARGE                             PGM196
037100             UNTIL WS-EOF                                         PGM196
037200         CLOSE CHARGING-INSTR-FILE                                PGM196
037300     ELSE                                                         PGM196
037400         DISPLAY 'CHARGING INSTRUCTIONS ABSENT - NO CHARGES: '    PGM196
037500                 WS-FILE-STATUS3                                  PGM196
037600     END-IF.                                                      PGM196
037700*                                                                 PGM196
037800 2100-READ-ONE-CHARGE.                                            PGM196
037900     READ CHARGING-INSTR-FILE NEXT RECORD                         PGM196
038000         AT END                                                   PGM196
038100             SET WS-EOF TO TRUE                                   PGM196
038200         NOT AT END                                               PGM196
038300             MOVE CI2-CHARGE-DATE TO WS-POST-DATE                 PGM196
038400             IF WS-POST-YYYY = WS-PERIOD-YYYY                     PGM196
038500                 AND WS-POST-MM NOT > WS-PERIOD-MM                PGM196
038600                 ADD 1 TO WS-CHARGE-CNT                           PGM196
038700                 PERFORM 2200-POST-CHARGE                         PGM196
038800             END-IF                                               PGM196
038900     END-READ.                                                    PGM196
039000*                                                                 PGM196
039100 2200-POST-CHARGE.                                                PGM196
039200     MOVE 'MATL'      TO WS-LK-TYPE                               PGM196
039300     MOVE CI2-MATL-CD TO WS-LK-CODE                               PGM196
039400     PERFORM 8200-FIND-FACTOR                                     PGM196
039500     MOVE CI2-MATL-CD TO RM-MATL-CD                               PGM196
039600     READ RM-MASTER-FILE                                          PGM196
039700         INVALID KEY                                              PGM196
039800             MOVE SPACES TO RM-CATEGORY                           PGM196
039900     END-READ                                                     PGM196
040000     IF NOT WS-FACTOR-FOUND AND RM-CATEGORY NOT = SPACES          PGM196
040100         MOVE 'CATG'      TO WS-LK-TYPE                           PGM196
040200         MOVE RM-CATEGORY TO WS-LK-CODE                           PGM196
040300         PERFORM 8200-FIND-FACTOR                                 PGM196
040400     END-IF                                                       PGM196
040500     IF WS-FACTOR-FOUND                                           PGM196
040600         MOVE CI2-BF-NO TO WS-POST-BF-NO                          PGM196
040700         IF RM-LIMESTONE                                          PGM196
040800             MOVE 2 TO WS-POST-BUCKET                             PGM196
040900         ELSE                                                     PGM196
041000             MOVE 1 TO WS-POST-BUCKET                             PGM196
041100         END-IF                                                   PGM196
041200         COMPUTE WS-POST-QTY = CI2-TOTAL-WGT / 1000               PGM196
041300         MOVE ZEROS TO WS-POST-HM-QTY                             PGM196
041400         PERFORM 8000-POST-CO2                                    PGM196
041500     ELSE                                                         PGM196
041600         IF RM-COAL OR RM-LIMESTONE                               PGM196
041700             MOVE 'MATL'      TO WS-LK-TYPE                       PGM196
041800             MOVE CI2-MATL-CD TO WS-LK-CODE                       PGM196
041900             PERFORM 8300-NOTE-MISSING                            PGM196
042000         END-IF                                                   PGM196
042100     END-IF.                                                      PGM196
042200*                                                                 PGM196
042300* PCI 미분탄과 너트코크스는 장입지시 밖으로 들어가므로 연료                               PGM196
042400* 실적에서 가져온다 (톤).                                                  PGM196
042500 3000-TALLY-FUEL.                                                 PGM196
042600     OPEN INPUT BF-FUEL-FILE                                      PGM196
042700     IF WS-FILE-STATUS5 = '00'                                    PGM196
042800         MOVE 'N' TO WS-EOF-FLAG                                  PGM196
042900         PERFORM 3100-READ-ONE-FUEL                               PGM196
043000             UNTIL WS-EOF                                         PGM196
043100         CLOSE BF-FUEL-FILE                                       PGM196
043200     ELSE                                                         PGM196
043300         DISPLAY 'BF FUEL FILE ABSENT - NO PCI/NUT COKE: '        PGM196
043400                 WS-FILE-STATUS5                                  PGM196
043500     END-IF.                                                      PGM196
043600*                                                                 PGM196
043700 3100-READ-ONE-FUEL.                                              PGM196
043800     READ BF-FUEL-FILE NEXT RECORD                                PGM196
043900         AT END                                                   PGM196
044000             SET WS-EOF TO TRUE                                   PGM196
044100         NOT AT END                                               PGM196
044200             MOVE FL-OPER-DATE TO WS-POST-DATE                    PGM196
044300             IF WS-POST-YYYY = WS-PERIOD-YYYY                     PGM196
044400                 AND WS-POST-MM NOT > WS-PERIOD-MM                PGM196
044500                 ADD 1 TO WS-FUEL-CNT                             PGM196
044600                 MOVE FL-BF-NO TO WS-POST-BF-NO                   PGM196
044700                 MOVE 1        TO WS-POST-BUCKET                  PGM196
044800                 MOVE ZEROS    TO WS-POST-HM-QTY                  PGM196
044900                 IF FL-PCI-COAL-QTY NOT = 0                       PGM196
045000                     MOVE 'FUEL' TO WS-LK-TYPE                    PGM196
045100                     MOVE 'PCI'  TO WS-LK-CODE                    PGM196
045200                     MOVE FL-PCI-COAL-QTY TO WS-POST-QTY          PGM196
045300                     PERFORM 3200-POST-FUEL                       PGM196
045400                 END-IF                                           PGM196
045500                 IF FL-NUT-COKE-QTY NOT = 0                       PGM196
045600                     MOVE 'FUEL' TO WS-LK-TYPE                    PGM196
045700                     MOVE 'NUTC' TO WS-LK-CODE                    PGM196
045800                     MOVE FL-NUT-COKE-QTY TO WS-POST-QTY          PGM196
045900                     PERFORM 3200-POST-FUEL                       PGM196
046000                 END-IF                                           PGM196
046100             END-IF                                               PGM196
046200     END-READ.                                                    PGM196
046300*                                                                 PGM196
046400 3200-POST-FUEL.                                                  PGM196
046500     PERFORM 8200-FIND-FACTOR                                     PGM196
046600     IF WS-FACTOR-FOUND                                           PGM196
046700         PERFORM 8000-POST-CO2                                    PGM196
046800     ELSE                                                         PGM196
046900         PERFORM 8300-NOTE-MISSING                                PGM196
047000     END-IF.                                                      PGM196
047100*                                                                 PGM196
047200* 용선/슬래그로 나가는 탄소를 공제한다. 용선 계수가 없으면                                PGM196
047300* 누락으로 남기고, 슬래그 계수는 없으면 공제하지 않는다.                                 PGM196
047400 4000-TALLY-TAPS.                                                 PGM196
047500     OPEN INPUT BF-TAP-FILE                                       PGM196
047600     IF WS-FILE-STATUS6 = '00'                                    PGM196
047700         MOVE 'N' TO WS-EOF-FLAG                                  PGM196
047800         PERFORM 4100-READ-ONE-TAP                                PGM196
047900             UNTIL WS-EOF                                         PGM196
048000         CLOSE BF-TAP-FILE                                        PGM196
048100     ELSE                                                         PGM196
048200         DISPLAY 'TAP FILE ABSENT - NO HOT METAL: '               PGM196
048300                 WS-FILE-STATUS6                                  PGM196
048400     END-IF.                                                      PGM196
048500*                                                                 PGM196
048600 4100-READ-ONE-TAP.                                               PGM196
048700     READ BF-TAP-FILE                                             PGM196
048800         AT END                                                   PGM196
048900             SET WS-EOF TO TRUE                                   PGM196
049000         NOT AT END                                               PGM196
049100             MOVE TQ-OPER-DATE TO WS-POST-DATE                    PGM196
049200             IF WS-POST-YYYY = WS-PERIOD-YYYY                     PGM196
049300                 AND WS-POST-MM NOT > WS-PERIOD-MM                PGM196
049400                 ADD 1 TO WS-TAP-CNT                              PGM196
049500                 PERFORM 4200-POST-TAP                            PGM196
049600             END-IF                                               PGM196
049700     END-READ.                                                    PGM196
049800*                                                                 PGM196
049900 4200-POST-TAP.                                                   PGM196
050000     MOVE TQ-BF-NO    TO WS-POST-BF-NO                            PGM196
050100     MOVE 4           TO WS-POST-BUCKET                           PGM196
050200     MOVE TQ-TAP-QTY  TO WS-POST-QTY                              PGM196
050300     MOVE TQ-TAP-QTY  TO WS-POST-HM-QTY                           PGM196
050400     MOVE 'CRED'      TO WS-LK-TYPE                               PGM196
050500     MOVE 'HM'        TO WS-LK-CODE                               PGM196
050600     PERFORM 8200-FIND-FACTOR                                     PGM196
050700     IF NOT WS-FACTOR-FOUND                                       PGM196
050800         PERFORM 8300-NOTE-MISSING                                PGM196
050900     END-IF                                                       PGM196
051000     PERFORM 8000-POST-CO2                                        PGM196
051100     MOVE ZEROS       TO WS-POST-HM-QTY                           PGM196
051200     MOVE 'SLAG'      TO WS-LK-CODE                               PGM196
051300     PERFORM 8200-FIND-FACTOR                                     PGM196
051400     IF WS-FACTOR-FOUND AND TQ-SLAG-QTY NOT = 0                   PGM196
051500         MOVE TQ-SLAG-QTY TO WS-POST-QTY                          PGM196
051600         PERFORM 8000-POST-CO2                                    PGM196
051700     END-IF.                                                      PGM196
051800*                                                                 PGM196
051900* 구입 전력/가스/산소. 라인코드가 고로번호인 계량기는 그                                 PGM196
052000* 고로로, 나머지는 공장 기타로 모은다. 공장코드를 주면 그                                PGM196
052100* 공장 계량기만 본다.                                                     PGM196
052200 5000-TALLY-ENERGY.                                               PGM196
052300     OPEN INPUT ENERGY-METER-FILE                                 PGM196
052400     IF WS-FILE-STATUS7 = '00'                                    PGM196
052500         MOVE 'N' TO WS-EOF-FLAG                                  PGM196
052600         PERFORM 5100-READ-ONE-METER                              PGM196
052700             UNTIL WS-EOF                                         PGM196
052800         CLOSE ENERGY-METER-FILE                                  PGM196
052900     ELSE                                                         PGM196
053000         DISPLAY 'ENERGY METER FILE ABSENT - NO ENERGY: '         PGM196
053100                 WS-FILE-STATUS7                                  PGM196
053200     END-IF.                                                      PGM196
053300*                                                                 PGM196
053400 5100-READ-ONE-METER.                                             PGM196
053500     READ ENERGY-METER-FILE NEXT RECORD                           PGM196
053600         AT END                                                   PGM196
053700             SET WS-EOF TO TRUE                                   PGM196
053800         NOT AT END                                               PGM196
053900             MOVE EN-READ-DATE TO WS-POST-DATE                    PGM196
054000             IF WS-POST-YYYY = WS-PERIOD-YYYY                     PGM196
054100                 AND WS-POST-MM NOT > WS-PERIOD-MM                PGM196
054200                 AND (WS-PLANT-CD = SPACES                        PGM196
054300                      OR EN-PLANT-CD = WS-PLANT-CD)               PGM196
054400                 ADD 1 TO WS-METER-CNT                            PGM196
054500                 PERFORM 5200-POST-METER                          PGM196
054600             END-IF                                               PGM196
054700     END-READ.                                                    PGM196
054800*                                                                 PGM196
054900 5200-POST-METER.                                                 PGM196
055000     MOVE 'ENGY'         TO WS-LK-TYPE                            PGM196
055100     MOVE EN-ENERGY-TYPE TO WS-LK-CODE                            PGM196
055200     PERFORM 8200-FIND-FACTOR                                     PGM196
055300     IF WS-FACTOR-FOUND                                           PGM196
055400         MOVE WS-OTHER-BF TO WS-POST-BF-NO                        PGM196
055500         SET BF-IDX TO 1                                          PGM196
055600         SEARCH WS-BF-ENTRY                                       PGM196
055700             AT END                                               PGM196
055800                 CONTINUE                                         PGM196
055900             WHEN WS-BF-NO (BF-IDX) = EN-LINE-CD                  PGM196
056000                 AND BF-IDX <= WS-BF-COUNT                        PGM196
056100                 MOVE WS-BF-NO (BF-IDX) TO WS-POST-BF-NO          PGM196
056200         END-SEARCH                                               PGM196
056300         MOVE 3               TO WS-POST-BUCKET                   PGM196
056400         MOVE EN-CONSUMED-QTY TO WS-POST-QTY                      PGM196
056500         MOVE ZEROS           TO WS-POST-HM-QTY                   PGM196
056600         PERFORM 8000-POST-CO2                                    PGM196
056700     ELSE                                                         PGM196
056800         IF EN-CONSUMED-QTY NOT = 0                               PGM196
056900             PERFORM 8300-NOTE-MISSING                            PGM196
057000         END-IF                                                   PGM196
057100     END-IF.                                                      PGM196
057200*                                                                 PGM196
057300 6000-REPORT-FURNACES.                                            PGM196
057400     WRITE CO2-REPORT-REC FROM WS-RPT-COLS1                       PGM196
057500     WRITE CO2-REPORT-REC FROM WS-RPT-COLS2                       PGM196
057600     PERFORM 6100-REPORT-ONE-FURNACE                              PGM196
057700         VARYING WS-BF-SUB FROM 1 BY 1                            PGM196
057800         UNTIL WS-BF-SUB > WS-BF-COUNT                            PGM196
057900     MOVE 'PLANT TOTAL' TO RD-NAME                                PGM196
058000     MOVE WS-TOTAL-CO2 (1, 1) TO RD-FUEL                          PGM196
058100     MOVE WS-TOTAL-CO2 (1, 2) TO RD-FLUX                          PGM196
058200     MOVE WS-TOTAL-CO2 (1, 3) TO RD-ENERGY                        PGM196
058300     MOVE WS-TOTAL-CO2 (1, 4) TO RD-CREDIT                        PGM196
058400     MOVE 1 TO WS-PER-SUB                                         PGM196
058500     PERFORM 6300-TOTAL-NET                                       PGM196
058600     MOVE WS-NET-CO2          TO RD-NET                           PGM196
058700     MOVE WS-TOTAL-HM-QTY (1) TO RD-HM-QTY                        PGM196
058800     MOVE WS-INTENSITY        TO RD-INTENSITY                     PGM196
058900     MOVE 2 TO WS-PER-SUB                                         PGM196
059000     PERFORM 6300-TOTAL-NET                                       PGM196
059100     MOVE WS-NET-CO2          TO RD-YTD-NET                       PGM196
059200     MOVE WS-NET-CO2          TO WS-YTD-NET                       PGM196
059300     MOVE WS-TOTAL-HM-QTY (2) TO RD-YTD-HM-QTY                    PGM196
059400     MOVE WS-INTENSITY        TO RD-YTD-INTENSITY                 PGM196
059500     WRITE CO2-REPORT-REC FROM WS-RPT-BLANK                       PGM196
059600     WRITE CO2-REPORT-REC FROM WS-RPT-DETAIL.                     PGM196
059700*                                                                 PGM196
059800 6100-REPORT-ONE-FURNACE.                                         PGM196
059900     SET BF-IDX TO WS-BF-SUB                                      PGM196
060000     IF WS-BF-NO (BF-IDX) = WS-OTHER-BF                           PGM196
060100         MOVE 'OTHER PLANT' TO RD-NAME                            PGM196
060200     ELSE                                                         PGM196
060300         MOVE SPACES TO RD-NAME                                   PGM196
060400         STRING 'BF ' WS-BF-NO (BF-IDX)                           PGM196
060500             DELIMITED BY SIZE INTO RD-NAME                       PGM196
060600     END-IF                                                       PGM196
060700     MOVE WS-BF-CO2 (BF-IDX, 1, 1) TO RD-FUEL                     PGM196
060800     MOVE WS-BF-CO2 (BF-IDX, 1, 2) TO RD-FLUX                     PGM196
060900     MOVE WS-BF-CO2 (BF-IDX, 1, 3) TO RD-ENERGY                   PGM196
061000     MOVE WS-BF-CO2 (BF-IDX, 1, 4) TO RD-CREDIT                   PGM196
061100     MOVE 1 TO WS-PER-SUB                                         PGM196
061200     PERFORM 6200-FURNACE-NET                                     PGM196
061300     MOVE WS-NET-CO2               TO RD-NET                      PGM196
061400     MOVE WS-BF-HM-QTY (BF-IDX, 1) TO RD-HM-QTY                   PGM196
061500     MOVE WS-INTENSITY             TO RD-INTENSITY                PGM196
061600     MOVE 2 TO WS-PER-SUB                                         PGM196
061700     PERFORM 6200-FURNACE-NET                                     PGM196
061800     MOVE WS-NET-CO2               TO RD-YTD-NET                  PGM196
061900     MOVE WS-BF-HM-QTY (BF-IDX, 2) TO RD-YTD-HM-QTY               PGM196
062000     MOVE WS-INTENSITY             TO RD-YTD-INTENSITY            PGM196
062100     WRITE CO2-REPORT-REC FROM WS-RPT-DETAIL                      PGM196
062200     PERFORM 6150-ADD-TO-TOTAL                                    PGM196
062300         VARYING WS-BKT-SUB FROM 1 BY 1                           PGM196
062400         UNTIL WS-BKT-SUB > 4                                     PGM196
062500     ADD WS-BF-HM-QTY (BF-IDX, 1) TO WS-TOTAL-HM-QTY (1)          PGM196
062600     ADD WS-BF-HM-QTY (BF-IDX, 2) TO WS-TOTAL-HM-QTY (2).         PGM196
062700*                                                                 PGM196
062800 6150-ADD-TO-TOTAL.                                               PGM196
062900     ADD WS-BF-CO2 (BF-IDX, 1, WS-BKT-SUB)                        PGM196
063000         TO WS-TOTAL-CO2 (1, WS-BKT-SUB)                          PGM196
063100     ADD WS-BF-CO2 (BF-IDX, 2, WS-BKT-SUB)                        PGM196
063200         TO WS-TOTAL-CO2 (2, WS-BKT-SUB).                         PGM196
063300*                                                                 PGM196
063400* 순배출 = 연료 + 석회석 + 에너지 - 반출 공제.                                   PGM196
063500 6200-FURNACE-NET.                                                PGM196
063600     COMPUTE WS-NET-CO2 = WS-BF-CO2 (BF-IDX, WS-PER-SUB, 1)       PGM196
063700                        + WS-BF-CO2 (BF-IDX, WS-PER-SUB, 2)       PGM196
063800                        + WS-BF-CO2 (BF-IDX, WS-PER-SUB, 3)       PGM196
063900                        - WS-BF-CO2 (BF-IDX, WS-PER-SUB, 4)       PGM196
064000     MOVE ZEROS TO WS-INTENSITY                                   PGM196
064100     IF WS-BF-HM-QTY (BF-IDX, WS-PER-SUB) > 0                     PGM196
064200         AND WS-NET-CO2 > 0                                       PGM196
064300         COMPUTE WS-INTENSITY ROUNDED =                           PGM196
064400             WS-NET-CO2 / WS-BF-HM-QTY (BF-IDX, WS-PER-SUB)       PGM196
064500             ON SIZE ERROR                                        PGM196
064600                 MOVE 99.999 TO WS-INTENSITY                      PGM196
064700         END-COMPUTE                                              PGM196
064800     END-IF.                                                      PGM196
064900*                                                                 PGM196
065000 6300-TOTAL-NET.                                                  PGM196
065100     COMPUTE WS-NET-CO2 = WS-TOTAL-CO2 (WS-PER-SUB, 1)            PGM196
065200                        + WS-TOTAL-CO2 (WS-PER-SUB, 2)            PGM196
065300                        + WS-TOTAL-CO2 (WS-PER-SUB, 3)            PGM196
065400                        - WS-TOTAL-CO2 (WS-PER-SUB, 4)            PGM196
065500     MOVE ZEROS TO WS-INTENSITY                                   PGM196
065600     IF WS-TOTAL-HM-QTY (WS-PER-SUB) > 0                          PGM196
065700         AND WS-NET-CO2 > 0                                       PGM196
065800         COMPUTE WS-INTENSITY ROUNDED =                           PGM196
065900             WS-NET-CO2 / WS-TOTAL-HM-QTY (WS-PER-SUB)            PGM196
066000             ON SIZE ERROR                                        PGM196
066100                 MOVE 99.999 TO WS-INTENSITY                      PGM196
066200         END-COMPUTE                                              PGM196
066300     END-IF.                                                      PGM196
066400*                                                                 PGM196
066500* 할당 배출권 대비 위치. 기간 비례 할당 = 연간 할당 X 경과                             PGM196
066600* 월수 / 12, 연간 추정 = 누계 X 12 / 경과 월수.                               PGM196
066700 6500-REPORT-ALLOWANCE.                                           PGM196
066800     WRITE CO2-REPORT-REC FROM WS-RPT-BLANK                       PGM196
066900     WRITE CO2-REPORT-REC FROM WS-RPT-SECTION2                    PGM196
067000     MOVE SPACES TO RA-NOTE                                       PGM196
067100     MOVE 'ANNUAL ALLOCATED ALLOWANCE' TO RA-LABEL                PGM196
067200     MOVE WS-ANNUAL-ALLOWANCE TO RA-VALUE                         PGM196
067300     IF WS-ANNUAL-ALLOWANCE = 0                                   PGM196
067400         MOVE 'NOT GIVEN IN CO2PARM' TO RA-NOTE                   PGM196
067500     END-IF                                                       PGM196
067600     WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE                  PGM196
067700     MOVE SPACES TO RA-NOTE                                       PGM196
067800     MOVE 'YEAR-TO-DATE NET EMISSIONS' TO RA-LABEL                PGM196
067900     MOVE WS-YTD-NET TO RA-VALUE                                  PGM196
068000     WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE                  PGM196
068100     IF WS-ANNUAL-ALLOWANCE > 0                                   PGM196
068200         COMPUTE WS-PRORATA-ALLOW ROUNDED =                       PGM196
068300             WS-ANNUAL-ALLOWANCE * WS-PERIOD-MM / 12              PGM196
068400         COMPUTE WS-REMAIN-ALLOW =                                PGM196
068500             WS-ANNUAL-ALLOWANCE - WS-YTD-NET                     PGM196
068600         COMPUTE WS-PROJECTED-CO2 ROUNDED =                       PGM196
068700             WS-YTD-NET * 12 / WS-PERIOD-MM                       PGM196
068800         COMPUTE WS-PROJECTED-POS =                               PGM196
068900             WS-ANNUAL-ALLOWANCE - WS-PROJECTED-CO2               PGM196
069000         MOVE 'PRO-RATA ALLOWANCE TO DATE' TO RA-LABEL            PGM196
069100         MOVE WS-PRORATA-ALLOW TO RA-VALUE                        PGM196
069200         IF WS-YTD-NET > WS-PRORATA-ALLOW                         PGM196
069300             MOVE 'YEAR-TO-DATE OVER PRO-RATA' TO RA-NOTE         PGM196
069400         END-IF                                                   PGM196
069500         WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE              PGM196
069600         MOVE SPACES TO RA-NOTE                                   PGM196
069700         MOVE 'ALLOWANCE REMAINING FOR YEAR' TO RA-LABEL          PGM196
069800         MOVE WS-REMAIN-ALLOW TO RA-VALUE                         PGM196
069900         WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE              PGM196
070000         MOVE 'PROJECTED FULL-YEAR EMISSIONS' TO RA-LABEL         PGM196
070100         MOVE WS-PROJECTED-CO2 TO RA-VALUE                        PGM196
070200         WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE              PGM196
070300         MOVE 'PROJECTED SURPLUS (SHORTFALL -)' TO RA-LABEL       PGM196
070400         MOVE WS-PROJECTED-POS TO RA-VALUE                        PGM196
070500         IF WS-PROJECTED-POS < 0                                  PGM196
070600             MOVE 'ALLOWANCES TO BE PURCHASED' TO RA-NOTE         PGM196
070700             MOVE 4 TO RETURN-CODE                                PGM196
070800         END-IF                                                   PGM196
070900         WRITE CO2-REPORT-REC FROM WS-RPT-ALLOW-LINE              PGM196
071000     END-IF.                                                      PGM196
071100*                                                                 PGM196
071200 6600-REPORT-MISSING.                                             PGM196
071300     WRITE CO2-REPORT-REC FROM WS-RPT-BLANK                       PGM196
071400     IF WS-MS-COUNT > 0                                           PGM196
071500         PERFORM 6610-REPORT-ONE-MISSING                          PGM196
071600             VARYING MS-IDX FROM 1 BY 1                           PGM196
071700             UNTIL MS-IDX > WS-MS-COUNT                           PGM196
071800         MOVE 4 TO RETURN-CODE                                    PGM196
071900     END-IF                                                       PGM196
072000     MOVE WS-CHARGE-CNT   TO RC-CHARGES                           PGM196
072100     MOVE WS-FUEL-CNT     TO RC-FUELS                             PGM196
072200     MOVE WS-TAP-CNT      TO RC-TAPS                              PGM196
072300     MOVE WS-METER-CNT    TO RC-METERS                            PGM196
072400     MOVE WS-MS-REC-COUNT TO RC-MISSING                           PGM196
072500     WRITE CO2-REPORT-REC FROM WS-RPT-COUNTS.                     PGM196
072600*                                                                 PGM196
072700 6610-REPORT-ONE-MISSING.                                         PGM196
072800     MOVE WS-MS-TYPE (MS-IDX) TO RM-MS-TYPE                       PGM196
072900     MOVE WS-MS-CODE (MS-IDX) TO RM-MS-CODE                       PGM196
073000     WRITE CO2-REPORT-REC FROM WS-RPT-MISSING.                    PGM196
073100*                                                                 PGM196
073200* WS-POST-QTY X 계수를 고로의 대상월/누계 구분에 더한다.                           PGM196
073300* 호출 전에 WS-LK-FACTOR 를 찾아 둔다.                                     PGM196
073400 8000-POST-CO2.                                                   PGM196
073500     PERFORM 8100-FIND-FURNACE                                    PGM196
073600     COMPUTE WS-POST-CO2 ROUNDED = WS-POST-QTY * WS-LK-FACTOR     PGM196
073700     ADD WS-POST-CO2    TO WS-BF-CO2 (BF-IDX, 2, WS-POST-BUCKET)  PGM196
073800     ADD WS-POST-HM-QTY TO WS-BF-HM-QTY (BF-IDX, 2)               PGM196
073900     IF WS-POST-MM = WS-PERIOD-MM                                 PGM196
074000         ADD WS-POST-CO2                                          PGM196
074100             TO WS-BF-CO2 (BF-IDX, 1, WS-POST-BUCKET)             PGM196
074200         ADD WS-POST-HM-QTY TO WS-BF-HM-QTY (BF-IDX, 1)           PGM196
074300     END-IF.                                                      PGM196
074400*                                                                 PGM196
074500 8100-FIND-FURNACE.                                               PGM196
074600     SET BF-IDX TO 1                                              PGM196
074700     SEARCH WS-BF-ENTRY                                           PGM196
074800         AT END                                                   PGM196
074900             IF WS-BF-COUNT >= WS-BF-MAX                          PGM196
075000                 DISPLAY 'FURNACE TABLE FULL AT ' WS-BF-MAX       PGM196
075100                 MOVE 'FL' TO WS-ABEND-STATUS                     PGM196
075200                 PERFORM 9900-ABNORMAL-END                        PGM196
075300             END-IF                                               PGM196
075400             ADD 1 TO WS-BF-COUNT                                 PGM196
075500             SET BF-IDX TO WS-BF-COUNT                            PGM196
075600             MOVE WS-POST-BF-NO TO WS-BF-NO (BF-IDX)              PGM196
075700         WHEN WS-BF-NO (BF-IDX) = WS-POST-BF-NO                   PGM196
075800             AND BF-IDX <= WS-BF-COUNT                            PGM196
075900             CONTINUE                                             PGM196
076000     END-SEARCH.                                                  PGM196
076100*                                                                 PGM196
076200 8200-FIND-FACTOR.                                                PGM196
076300     MOVE 'N' TO WS-FACTOR-FLAG                                   PGM196
076400     MOVE ZEROS TO WS-LK-FACTOR                                   PGM196
076500     SET FC-IDX TO 1                                              PGM196
076600     SEARCH WS-FC-ENTRY                                           PGM196
076700         AT END                                                   PGM196
076800             CONTINUE                                             PGM196
076900         WHEN WS-FC-TYPE (FC-IDX) = WS-LK-TYPE                    PGM196
077000             AND WS-FC-CODE (FC-IDX) = WS-LK-CODE                 PGM196
077100             AND FC-IDX <= WS-FC-COUNT                            PGM196
077200             SET WS-FACTOR-FOUND TO TRUE                          PGM196
077300             MOVE WS-FC-FACTOR (FC-IDX) TO WS-LK-FACTOR           PGM196
077400     END-SEARCH.                                                  PGM196
077500*                                                                 PGM196
077600* 계수 누락 유형/코드를 한 번씩 목록에 남긴다.                                      PGM196
077700 8300-NOTE-MISSING.                                               PGM196
077800     ADD 1 TO WS-MS-REC-COUNT                                     PGM196
077900     SET MS-IDX TO 1                                              PGM196
078000     SEARCH WS-MS-ENTRY                                           PGM196
078100         AT END                                                   PGM196
078200             IF WS-MS-COUNT < WS-MS-MAX                           PGM196
078300                 ADD 1 TO WS-MS-COUNT                             PGM196
078400                 SET MS-IDX TO WS-MS-COUNT                        PGM196
078500                 MOVE WS-LK-TYPE TO WS-MS-TYPE (MS-IDX)           PGM196
078600                 MOVE WS-LK-CODE TO WS-MS-CODE (MS-IDX)           PGM196
078700             END-IF                                               PGM196
078800         WHEN WS-MS-TYPE (MS-IDX) = WS-LK-TYPE                    PGM196
078900             AND WS-MS-CODE (MS-IDX) = WS-LK-CODE                 PGM196
079000             AND MS-IDX <= WS-MS-COUNT                            PGM196
079100             CONTINUE                                             PGM196
079200     END-SEARCH.                                                  PGM196
079300*                                                                 PGM196
079400 9000-FINALIZE.                                                   PGM196
079500     CLOSE CO2-FACTOR-FILE                                        PGM196
079600     CLOSE RM-MASTER-FILE                                         PGM196
079700     CLOSE CO2-REPORT-FILE                                        PGM196
079800     DISPLAY 'PGM196 - MONTH ' WS-PERIOD-YYYYMM                   PGM196
079900             ' YTD NET TCO2 ' WS-YTD-NET                          PGM196
080000             ' NO-FACTOR INPUTS ' WS-MS-REC-COUNT.                PGM196
080100*                                                                 PGM196
080200 9750-DIAGNOSE-FILE-STATUS.                                       PGM196
080300     EVALUATE WS-ABEND-STATUS                                     PGM196
080400         WHEN '10'                                                PGM196
080500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM196
080600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM196
080700         WHEN '23'                                                PGM196
080800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM196
080900             DISPLAY '  AND RETRY THE REQUEST'                    PGM196
081000         WHEN '35'                                                PGM196
081100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM196
081200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM196
081300         WHEN '37'                                                PGM196
081400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM196
081500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM196
081600         WHEN '39'                                                PGM196
081700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM196
081800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM196
081900         WHEN '41'                                                PGM196
082000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM196
082100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM196
082200         WHEN '42'                                                PGM196
082300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM196
082400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM196
082500         WHEN '46'                                                PGM196
082600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM196
082700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM196
082800         WHEN OTHER                                               PGM196
082900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM196
083000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM196
083100     END-EVALUATE.                                                PGM196
083200*                                                                 PGM196
083300 9900-ABNORMAL-END.                                               PGM196
083400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM196
083500     DISPLAY 'PGM196 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM196
083600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM196
083700     MOVE 16 TO RETURN-CODE                                       PGM196
083800     GOBACK.                                                      PGM196
083900                                                                  PGM196
