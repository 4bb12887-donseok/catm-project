000100 IDENTIFICATION DIVISION.                                         PGM204
000200 PROGRAM-ID.    PGM204.                                           PGM204
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM204
000400*                                                                 PGM204
000500* =========================================================       PGM204
000600* 프로그램명: 공정 관리도(SPC) 작성 및 런 규칙 경보                                 PGM204
000700* 처리내용  : 품질검사 결과의 측정치(QR-MEASURE-VAL)를 제품/                       PGM204
000800*            특성(QR-CHAR-CD)/라인별로 모아 기준기간 자료로                      PGM204
000900*            관리한계를 구하고, 관리월(기본 전월) 측정치를                           PGM204
001000*            타점해 웨스턴 일렉트릭 런 규칙을 적용한다.                             PGM204
001100*            기준기간 부분군이 충분하면 X-BAR/R 관리도,                          PGM204
001200*            부족한 저빈도 특성은 개별치/이동범위(I-MR)                           PGM204
001300*            관리도로 그린다. 규칙 위반 타점은 경보 큐에                            PGM204
001400*            올리고 특성별 관리도 명세를 출력한다.                                PGM204
001500* =========================================================       PGM204
001600*                                                                 PGM204
001700 ENVIRONMENT DIVISION.                                            PGM204
001800 CONFIGURATION SECTION.                                           PGM204
001900 INPUT-OUTPUT SECTION.                                            PGM204
002000 FILE-CONTROL.                                                    PGM204
002100     SELECT OPTIONAL SPC-PARM-FILE                                PGM204
002200         ASSIGN TO SPCPARM                                        PGM204
002300         ORGANIZATION IS SEQUENTIAL                               PGM204
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM204
002500     SELECT QC-RESULT-FILE                                        PGM204
002600         ASSIGN TO QCRSLT                                         PGM204
002700         ORGANIZATION IS INDEXED                                  PGM204
002800         ACCESS MODE IS SEQUENTIAL                                PGM204
002900         RECORD KEY IS QR-KEY                                     PGM204
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM204
003100     SELECT SORT-WORK-FILE                                        PGM204
003200         ASSIGN TO SORTWK01.                                      PGM204
003300     SELECT SORTED-SPC-FILE                                       PGM204
003400         ASSIGN TO SRTSPC                                         PGM204
003500         ORGANIZATION IS SEQUENTIAL                               PGM204
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM204
003700     SELECT SPC-REPORT-FILE                                       PGM204
003800         ASSIGN TO SPCRPT                                         PGM204
003900         ORGANIZATION IS SEQUENTIAL                               PGM204
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM204
004100     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM204
004200         ASSIGN TO ALRTQUE                                        PGM204
004300         ORGANIZATION IS SEQUENTIAL                               PGM204
004400         FILE STATUS IS WS-FILE-STATUS5.                          PGM204
004500*                                                                 PGM204
004600 DATA DIVISION.                                                   PGM204
004700 FILE SECTION.                                                    PGM204
004800 FD  SPC-PARM-FILE.                                               PGM204
004900 01  SPC-PARM-REC.                                                PGM204
005000     05 SP-CHART-YYYYMM      PIC 9(06).                           PGM204
005100     05 SP-BASE-FROM-DT      PIC 9(08).                           PGM204
005200     05 SP-BASE-TO-DT        PIC 9(08).                           PGM204
005300     05 SP-SUBGROUP-SIZE     PIC 9(02).                           PGM204
005400     05 SP-MIN-SUBGROUPS     PIC 9(03).                           PGM204
005500     05 SP-RUN-LENGTH        PIC 9(02).                           PGM204
005600     05 FILLER               PIC X(51).                           PGM204
005700 FD  QC-RESULT-FILE.                                              PGM204
005800 01  QC-RESULT-REC.                                               PGM204
005900     COPY CPYQCRS.                                                PGM204
006000 SD  SORT-WORK-FILE.                                              PGM204
006100 01  SORT-WORK-REC.                                               PGM204
006200     COPY CPYSPCS.                                                PGM204
006300 FD  SORTED-SPC-FILE.                                             PGM204
006400 01  SORTED-SPC-REC.                                              PGM204
006500     COPY CPYSPCS.                                                PGM204
006600 FD  SPC-REPORT-FILE.                                             PGM204
006700 01  SPC-REPORT-REC          PIC X(132).                          PGM204
006800 FD  ALERT-QUEUE-FILE.                                            PGM204
006900 01  ALERT-QUEUE-REC.                                             PGM204
007000     COPY CPYALRTQ.                                               PGM204
007100*                                                                 PGM204
007200 WORKING-STORAGE SECTION.                                         PGM204
007300 01  WS-FILE-STATUS         PIC XX.                               PGM204
007400 01  WS-FILE-STATUS2        PIC XX.                               PGM204
007500 01  WS-FILE-STATUS3        PIC XX.                               PGM204
007600 01  WS-FILE-STATUS4        PIC XX.                               PGM204
007700 01  WS-FILE-STATUS5        PIC XX.                               PGM204
007800 01  WS-ABEND-STATUS        PIC XX.                               PGM204
007900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM204
008000     88 WS-EOF              VALUE 'Y'.                            PGM204
008100 01  WS-FIRST-FLAG          PIC X VALUE 'Y'.                      PGM204
008200     88 WS-FIRST-READING    VALUE 'Y'.                            PGM204
008300 01  WS-ALRTQ-READY-FLAG    PIC X VALUE 'N'.                      PGM204
008400     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM204
008500 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM204
008600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM204
008700     05 WS-RUN-YYYY          PIC 9(04).                           PGM204
008800     05 WS-RUN-MM            PIC 9(02).                           PGM204
008900     05 WS-RUN-DD            PIC 9(02).                           PGM204
009000 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM204
009100 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM204
009200     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM204
009300     05 WS-PERIOD-MM         PIC 9(02).                           PGM204
009400 01  WS-WORK-DATE           PIC 9(08) VALUE ZEROS.                PGM204
009500 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       PGM204
009600     05 WS-WORK-YYYY         PIC 9(04).                           PGM204
009700     05 WS-WORK-MM           PIC 9(02).                           PGM204
009800     05 WS-WORK-DD           PIC 9(02).                           PGM204
009900 01  WS-CHART-FROM-DT       PIC 9(08) VALUE ZEROS.                PGM204
010000 01  WS-CHART-TO-DT         PIC 9(08) VALUE ZEROS.                PGM204
010100 01  WS-BASE-FROM-DT        PIC 9(08) VALUE ZEROS.                PGM204
010200 01  WS-BASE-TO-DT          PIC 9(08) VALUE ZEROS.                PGM204
010300*                                                                 PGM204
010400* 실행 기준값 - 부분군 크기, 최소 기준 부분군 수, 런 길이                              PGM204
010500 01  WS-SUBGROUP-SIZE       PIC 9(02) VALUE 5.                    PGM204
010600 01  WS-MIN-SUBGROUPS       PIC 9(03) VALUE 20.                   PGM204
010700 01  WS-RUN-LENGTH          PIC 9(02) VALUE 7.                    PGM204
010800*                                                                 PGM204
010900* X-BAR/R 관리도 계수 A2, D3, D4 - 부분군 크기 2 부터 10                      PGM204
011000 01  WS-SPC-CONST-TABLE.                                          PGM204
011100     05 FILLER               PIC X(36) VALUE                      PGM204
011200             '188000003267102300002574072900002282'.              PGM204
011300     05 FILLER               PIC X(36) VALUE                      PGM204
011400             '057700002114048300002004041900761924'.              PGM204
011500     05 FILLER               PIC X(36) VALUE                      PGM204
011600             '037301361864033701841816030802231777'.              PGM204
011700 01  WS-SPC-CONST-R REDEFINES WS-SPC-CONST-TABLE.                 PGM204
011800     05 WS-SPC-CONST OCCURS 9 TIMES.                              PGM204
011900         10 WS-CONST-A2        PIC 9V999.                         PGM204
012000         10 WS-CONST-D3        PIC 9V999.                         PGM204
012100         10 WS-CONST-D4        PIC 9V999.                         PGM204
012200 01  WS-CONST-IX            PIC 9(02) COMP VALUE ZEROS.           PGM204
012300* I-MR 관리도 계수 - 이동범위 크기 2                                         PGM204
012400 01  WS-IMR-D2              PIC 9V999 VALUE 1.128.                PGM204
012500 01  WS-IMR-E2              PIC 9V999 VALUE 2.660.                PGM204
012600 01  WS-IMR-D4              PIC 9V999 VALUE 3.267.                PGM204
012700*                                                                 PGM204
012800* 특성(제품+특성+라인) 단위 작업 영역                                           PGM204
012900 01  WS-CURR-PRODUCT-CD     PIC X(15) VALUE SPACES.               PGM204
013000 01  WS-CURR-CHAR-CD        PIC X(05) VALUE SPACES.               PGM204
013100 01  WS-CURR-LINE-CD        PIC X(10) VALUE SPACES.               PGM204
013200 01  WS-CHART-FLAG          PIC X VALUE 'N'.                      PGM204
013300     88 WS-CHART-STARTED    VALUE 'Y'.                            PGM204
013400 01  WS-CHART-TYPE          PIC X(01) VALUE SPACE.                PGM204
013500     88 WS-CHART-XBAR-R     VALUE 'X'.                            PGM204
013600     88 WS-CHART-I-MR       VALUE 'I'.                            PGM204
013700     88 WS-CHART-NONE       VALUE 'N'.                            PGM204
013800 01  WS-NO-LIMIT-REASON     PIC X(30) VALUE SPACES.               PGM204
013900 01  WS-PREV-FLAG           PIC X VALUE 'N'.                      PGM204
014000     88 WS-PREV-VALID       VALUE 'Y'.                            PGM204
014100 01  WS-PREV-VAL            PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
014200 01  WS-MR-VAL              PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
014300* 기준기간 누계                                                         PGM204
014400 01  WS-BL-READ-CNT         PIC 9(07) COMP VALUE ZEROS.           PGM204
014500 01  WS-BL-SUM-X            PIC S9(13)V99 COMP-3 VALUE ZEROS.     PGM204
014600 01  WS-BL-MR-CNT           PIC 9(07) COMP VALUE ZEROS.           PGM204
014700 01  WS-BL-SUM-MR           PIC S9(13)V99 COMP-3 VALUE ZEROS.     PGM204
014800 01  WS-BL-SG-CNT           PIC 9(05) COMP VALUE ZEROS.           PGM204
014900 01  WS-BL-SUM-MEAN         PIC S9(11)V9(4) COMP-3 VALUE ZEROS.   PGM204
015000 01  WS-BL-SUM-RANGE        PIC S9(11)V99 COMP-3 VALUE ZEROS.     PGM204
015100* 부분군 작업                                                          PGM204
015200 01  WS-SG-CNT              PIC 9(02) COMP VALUE ZEROS.           PGM204
015300 01  WS-SG-SUM              PIC S9(11)V99 COMP-3 VALUE ZEROS.     PGM204
015400 01  WS-SG-MIN              PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
015500 01  WS-SG-MAX              PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
015600 01  WS-SG-MEAN             PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
015700 01  WS-SG-RANGE            PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
015800* 관리한계                                                            PGM204
015900 01  WS-CL                  PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016000 01  WS-UCL                 PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016100 01  WS-LCL                 PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016200 01  WS-SIGMA               PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016300 01  WS-RBAR                PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016400 01  WS-UCL-R               PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016500 01  WS-LCL-R               PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016600* 타점 판정                                                           PGM204
016700 01  WS-POINT-VAL           PIC S9(7)V9(4) COMP-3 VALUE ZEROS.    PGM204
016800 01  WS-POINT-RANGE         PIC S9(7)V99 COMP-3 VALUE ZEROS.      PGM204
016900 01  WS-RANGE-FLAG          PIC X VALUE 'N'.                      PGM204
017000     88 WS-RANGE-VALID      VALUE 'Y'.                            PGM204
017100 01  WS-Z-VAL               PIC S9(5)V9(4) COMP-3 VALUE ZEROS.    PGM204
017200 01  WS-ABS-Z               PIC S9(5)V9(4) COMP-3 VALUE ZEROS.    PGM204
017300 01  WS-CUR-SIDE            PIC S9(01) VALUE ZEROS.               PGM204
017400 01  WS-CUR-LEVEL           PIC 9(01) VALUE ZEROS.                PGM204
017500* 최근 5 타점의 중심선 기준 쪽(+1/-1/0)과 시그마 구간(0-3)                         PGM204
017600 01  WS-HISTORY.                                                  PGM204
017700     05 WS-HIST-ENTRY OCCURS 5 TIMES.                             PGM204
017800         10 WS-HIST-SIDE       PIC S9(01).                        PGM204
017900         10 WS-HIST-LEVEL      PIC 9(01).                         PGM204
018000 01  WS-HIST-CNT            PIC 9(01) COMP VALUE ZEROS.           PGM204
018100 01  WS-HX                  PIC 9(02) COMP VALUE ZEROS.           PGM204
018200 01  WS-WINDOW              PIC 9(01) COMP VALUE ZEROS.           PGM204
018300 01  WS-MIN-LEVEL           PIC 9(01) VALUE ZEROS.                PGM204
018400 01  WS-ZONE-HITS           PIC 9(01) COMP VALUE ZEROS.           PGM204
018500 01  WS-RUN-SIDE            PIC S9(01) VALUE ZEROS.               PGM204
018600 01  WS-RUN-CNT             PIC 9(05) COMP VALUE ZEROS.           PGM204
018700 01  WS-SIGNAL-FLAGS.                                             PGM204
018800     05 WS-SIG-RULE1         PIC X(01).                           PGM204
018900     05 WS-SIG-RULE2         PIC X(01).                           PGM204
019000     05 WS-SIG-RULE3         PIC X(01).                           PGM204
019100     05 WS-SIG-RULE4         PIC X(01).                           PGM204
019200     05 WS-SIG-RANGE         PIC X(01).                           PGM204
019300 01  WS-SIGNAL-FLAG         PIC X VALUE 'N'.                      PGM204
019400     88 WS-POINT-SIGNALLED  VALUE 'Y'.                            PGM204
019500* 관리도 타점 위치 - 중심선 25, 1 시그마 7 칸, 관리한계 4/46                        PGM204
019600 01  WS-PLOT-LINE           PIC X(49) VALUE SPACES.               PGM204
019700 01  WS-PLOT-POS            PIC S9(03) VALUE ZEROS.               PGM204
019800 01  WS-PLOT-CHAR           PIC X(01) VALUE SPACE.                PGM204
019900* 특성별 집계                                                          PGM204
020000 01  WS-CH-READ-CNT         PIC 9(07) VALUE ZEROS.                PGM204
020100 01  WS-CH-POINT-CNT        PIC 9(05) VALUE ZEROS.                PGM204
020200 01  WS-CH-SIGNAL-CNT       PIC 9(05) VALUE ZEROS.                PGM204
020300 01  WS-CH-UNPLOTTED        PIC 9(02) VALUE ZEROS.                PGM204
020400* 실행 집계                                                           PGM204
020500 01  WS-SELECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM204
020600 01  WS-CHAR-COUNT          PIC 9(05) VALUE ZEROS.                PGM204
020700 01  WS-NO-LIMIT-COUNT      PIC 9(05) VALUE ZEROS.                PGM204
020800 01  WS-OOC-COUNT           PIC 9(05) VALUE ZEROS.                PGM204
020900 01  WS-POINT-COUNT         PIC 9(07) VALUE ZEROS.                PGM204
021000 01  WS-SIGNAL-COUNT        PIC 9(05) VALUE ZEROS.                PGM204
021100 01  WS-ALERT-COUNT         PIC 9(05) VALUE ZEROS.                PGM204
021200* 경보                                                              PGM204
021300 01  WS-AQ-SEVERITY         PIC X(01).                            PGM204
021400 01  WS-AQ-KEY              PIC X(20).                            PGM204
021500 01  WS-AQ-DESC             PIC X(30).                            PGM204
021600 01  WS-AQ-EVENT-TIME       PIC 9(06).                            PGM204
021700 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM204
021800 01  WS-AQ-HOUR             PIC 9(02).                            PGM204
021900 01  WS-AQ-KEY-WK.                                                PGM204
022000     05 AK-PRODUCT-CD       PIC X(15).                            PGM204
022100     05 AK-CHAR-CD          PIC X(05).                            PGM204
022200 01  WS-AQ-DESC-WK.                                               PGM204
022300     05 FILLER              PIC X(04) VALUE 'SPC '.               PGM204
022400     05 AD-LINE-CD          PIC X(10).                            PGM204
022500     05 FILLER              PIC X(01) VALUE SPACE.                PGM204
022600     05 AD-RULE-TEXT        PIC X(15).                            PGM204
022700*                                                                 PGM204
022800 01  WS-RPT-HEADER.                                               PGM204
022900     05 FILLER               PIC X(36) VALUE                      PGM204
023000             'PGM204 SPC CONTROL CHARTS - MONTH   '.              PGM204
023100     05 RH-YYYYMM            PIC 9(06).                           PGM204
023200     05 FILLER               PIC X(11) VALUE '  BASELINE '.       PGM204
023300     05 RH-BASE-FROM-DT      PIC 9(08).                           PGM204
023400     05 FILLER               PIC X(01) VALUE '-'.                 PGM204
023500     05 RH-BASE-TO-DT        PIC 9(08).                           PGM204
023600     05 FILLER               PIC X(11) VALUE '  SUBGROUP '.       PGM204
023700     05 RH-SUBGROUP-SIZE     PIC Z9.                              PGM204
023800     05 FILLER               PIC X(12) VALUE '  MIN SUBGR '.      PGM204
023900     05 RH-MIN-SUBGROUPS     PIC ZZ9.                             PGM204
024000     05 FILLER               PIC X(06) VALUE '  RUN '.            PGM204
024100     05 RH-RUN-LENGTH        PIC Z9.                              PGM204
024200     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM204
024300     05 RH-RUN-DATE          PIC 9(08).                           PGM204
024400     05 FILLER               PIC X(08) VALUE SPACES.              PGM204
024500 01  WS-RPT-LEGEND.                                               PGM204
024600     05 FILLER               PIC X(44) VALUE                      PGM204
024700             'RULES  1=BEYOND 3 SIGMA  2=2 OF 3 BEYOND 2 S'.      PGM204
024800     05 FILLER               PIC X(44) VALUE                      PGM204
024900             'IGMA SAME SIDE  3=4 OF 5 BEYOND 1 SIGMA SAME'.      PGM204
025000     05 FILLER               PIC X(44) VALUE                      PGM204
025100             ' SIDE  4=RUN ON ONE SIDE  R=RANGE OVER UCL  '.      PGM204
025200 01  WS-RPT-CHAR-HEAD.                                            PGM204
025300     05 FILLER               PIC X(08) VALUE 'PRODUCT '.          PGM204
025400     05 RC-PRODUCT-CD        PIC X(15).                           PGM204
025500     05 FILLER               PIC X(07) VALUE '  CHAR '.           PGM204
025600     05 RC-CHAR-CD           PIC X(05).                           PGM204
025700     05 FILLER               PIC X(07) VALUE '  LINE '.           PGM204
025800     05 RC-LINE-CD           PIC X(10).                           PGM204
025900     05 FILLER               PIC X(08) VALUE '  CHART '.          PGM204
026000     05 RC-CHART-TYPE        PIC X(06).                           PGM204
026100     05 FILLER               PIC X(17) VALUE                      PGM204
026200             '  BASE READINGS  '.                                 PGM204
026300     05 RC-BASE-READ-CNT     PIC Z,ZZZ,ZZ9.                       PGM204
026400     05 FILLER               PIC X(13) VALUE '  SUBGROUPS  '.     PGM204
026500     05 RC-BASE-SG-CNT       PIC ZZ,ZZ9.                          PGM204
026600     05 FILLER               PIC X(21) VALUE SPACES.              PGM204
026700 01  WS-RPT-LIMITS.                                               PGM204
026800     05 FILLER               PIC X(04) VALUE 'CL  '.              PGM204
026900     05 RL-CL                PIC -(7)9.9999.                      PGM204
027000     05 FILLER               PIC X(06) VALUE '  UCL '.            PGM204
027100     05 RL-UCL               PIC -(7)9.9999.                      PGM204
027200     05 FILLER               PIC X(06) VALUE '  LCL '.            PGM204
027300     05 RL-LCL               PIC -(7)9.9999.                      PGM204
027400     05 FILLER               PIC X(08) VALUE '  SIGMA '.          PGM204
027500     05 RL-SIGMA             PIC -(7)9.9999.                      PGM204
027600     05 FILLER               PIC X(02) VALUE SPACES.              PGM204
027700     05 RL-RBAR-LABEL        PIC X(06).                           PGM204
027800     05 RL-RBAR              PIC -(7)9.9999.                      PGM204
027900     05 FILLER               PIC X(08) VALUE '  UCL-R '.          PGM204
028000     05 RL-UCL-R             PIC -(7)9.9999.                      PGM204
028100     05 FILLER               PIC X(14) VALUE SPACES.              PGM204
028200 01  WS-RPT-NO-LIMITS.                                            PGM204
028300     05 FILLER               PIC X(17) VALUE                      PGM204
028400             'LIMITS NOT SET - '.                                 PGM204
028500     05 RN-REASON            PIC X(30).                           PGM204
028600     05 FILLER               PIC X(85) VALUE SPACES.              PGM204
028700 01  WS-RPT-COLUMNS.                                              PGM204
028800     05 FILLER               PIC X(44) VALUE                      PGM204
028900             'INSP DT  TIME   LOT NO            POINT VALU'.      PGM204
029000     05 FILLER               PIC X(44) VALUE                      PGM204
029100             'E     RANGE/MR    -3S                   CL  '.      PGM204
029200     05 FILLER               PIC X(44) VALUE                      PGM204
029300             '                +3S    RULES SIGNAL         '.      PGM204
029400 01  WS-RPT-DETAIL.                                               PGM204
029500     05 RD-INSPECT-DT        PIC 9(08).                           PGM204
029600     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
029700     05 RD-REG-TIME          PIC 9(06).                           PGM204
029800     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
029900     05 RD-LOT-NO            PIC X(15).                           PGM204
030000     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
030100     05 RD-POINT-VAL         PIC -(7)9.9999.                      PGM204
030200     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
030300     05 RD-RANGE-VAL         PIC Z(6)9.9999.                      PGM204
030400     05 FILLER               PIC X(02) VALUE SPACES.              PGM204
030500     05 RD-PLOT              PIC X(49).                           PGM204
030600     05 FILLER               PIC X(02) VALUE SPACES.              PGM204
030700     05 RD-SIGNALS           PIC X(05).                           PGM204
030800     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
030900     05 RD-SIGNAL-TEXT       PIC X(14).                           PGM204
031000     05 FILLER               PIC X(01) VALUE SPACE.               PGM204
031100 01  WS-RPT-CHAR-TOTAL.                                           PGM204
031200     05 FILLER               PIC X(11) VALUE 'READINGS   '.       PGM204
031300     05 RT-READ-CNT          PIC Z,ZZZ,ZZ9.                       PGM204
031400     05 FILLER               PIC X(10) VALUE '  POINTS  '.        PGM204
031500     05 RT-POINT-CNT         PIC ZZ,ZZ9.                          PGM204
031600     05 FILLER               PIC X(13) VALUE '  UNPLOTTED  '.     PGM204
031700     05 RT-UNPLOTTED         PIC Z9.                              PGM204
031800     05 FILLER               PIC X(11) VALUE '  SIGNALS  '.       PGM204
031900     05 RT-SIGNAL-CNT        PIC ZZ,ZZ9.                          PGM204
032000     05 FILLER               PIC X(10) VALUE '  STATUS  '.        PGM204
032100     05 RT-STATUS            PIC X(20).                           PGM204
032200     05 FILLER               PIC X(34) VALUE SPACES.              PGM204
032300 01  WS-RPT-RUN-TOTAL.                                            PGM204
032400     05 FILLER               PIC X(17) VALUE                      PGM204
032500             'CHARACTERISTICS  '.                                 PGM204
032600     05 RR-CHAR-CNT          PIC ZZ,ZZ9.                          PGM204
032700     05 FILLER               PIC X(14) VALUE '  NO LIMITS   '.    PGM204
032800     05 RR-NO-LIMIT-CNT      PIC ZZ,ZZ9.                          PGM204
032900     05 FILLER               PIC X(18) VALUE                      PGM204
033000             '  OUT OF CONTROL  '.                                PGM204
033100     05 RR-OOC-CNT           PIC ZZ,ZZ9.                          PGM204
033200     05 FILLER               PIC X(10) VALUE '  POINTS  '.        PGM204
033300     05 RR-POINT-CNT         PIC Z,ZZZ,ZZ9.                       PGM204
033400     05 FILLER               PIC X(11) VALUE '  SIGNALS  '.       PGM204
033500     05 RR-SIGNAL-CNT        PIC ZZ,ZZ9.                          PGM204
033600     05 FILLER               PIC X(10) VALUE '  ALERTS  '.        PGM204
033700     05 RR-ALERT-CNT         PIC ZZ,ZZ9.                          PGM204
033800     05 FILLER               PIC X(13) VALUE SPACES.              PGM204
033900 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM204
034000*                                                                 PGM204
034100 PROCEDURE DIVISION.                                              PGM204
034200*                                                                 PGM204
034300 0000-MAIN-PROCESS.                                               PGM204
034400     PERFORM 1000-INITIALIZE                                      PGM204
034500     PERFORM 2000-PROCESS-READING                                 PGM204
034600         UNTIL WS-EOF                                             PGM204
034700     PERFORM 9000-FINALIZE                                        PGM204
034800     GOBACK.                                                      PGM204
034900*                                                                 PGM204
035000* 관리월 기본값은 실행월의 전월, 기준기간 기본값은 관리월                                 PGM204
035100* 직전 3 개월이다. 기준기간은 관리월보다 앞서야 한다.                                  PGM204
035200 1000-INITIALIZE.                                                 PGM204
035300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM204
035400     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM204
035500     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM204
035600     IF WS-PERIOD-MM = 1                                          PGM204
035700         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM204
035800         MOVE 12 TO WS-PERIOD-MM                                  PGM204
035900     ELSE                                                         PGM204
036000         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM204
036100     END-IF                                                       PGM204
036200     MOVE SPACES TO SPC-PARM-REC                                  PGM204
036300     OPEN INPUT SPC-PARM-FILE                                     PGM204
036400     IF WS-FILE-STATUS = '00'                                     PGM204
036500         READ SPC-PARM-FILE                                       PGM204
036600             AT END                                               PGM204
036700                 MOVE SPACES TO SPC-PARM-REC                      PGM204
036800         END-READ                                                 PGM204
036900         CLOSE SPC-PARM-FILE                                      PGM204
037000     END-IF                                                       PGM204
037100     IF SP-CHART-YYYYMM NUMERIC AND SP-CHART-YYYYMM > 0           PGM204
037200         MOVE SP-CHART-YYYYMM TO WS-PERIOD-YYYYMM                 PGM204
037300     END-IF                                                       PGM204
037400     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM204
037500         DISPLAY 'INVALID CHART MONTH: ' WS-PERIOD-YYYYMM         PGM204
037600         MOVE 'PM' TO WS-ABEND-STATUS                             PGM204
037700         PERFORM 9900-ABNORMAL-END                                PGM204
037800     END-IF                                                       PGM204
037900     PERFORM 1050-SET-PERIODS                                     PGM204
038000     IF SP-SUBGROUP-SIZE NUMERIC AND SP-SUBGROUP-SIZE > 0         PGM204
038100         MOVE SP-SUBGROUP-SIZE TO WS-SUBGROUP-SIZE                PGM204
038200     END-IF                                                       PGM204
038300     IF SP-MIN-SUBGROUPS NUMERIC AND SP-MIN-SUBGROUPS > 0         PGM204
038400         MOVE SP-MIN-SUBGROUPS TO WS-MIN-SUBGROUPS                PGM204
038500     END-IF                                                       PGM204
038600     IF SP-RUN-LENGTH NUMERIC AND SP-RUN-LENGTH > 0               PGM204
038700         MOVE SP-RUN-LENGTH TO WS-RUN-LENGTH                      PGM204
038800     END-IF                                                       PGM204
038900     IF WS-SUBGROUP-SIZE > 10                                     PGM204
039000         OR WS-BASE-FROM-DT > WS-BASE-TO-DT                       PGM204
039100         OR WS-BASE-TO-DT NOT < WS-CHART-FROM-DT                  PGM204
039200         DISPLAY 'INVALID SPC PARAMETERS: SUBGROUP '              PGM204
039300                 WS-SUBGROUP-SIZE ' BASELINE ' WS-BASE-FROM-DT    PGM204
039400                 '-' WS-BASE-TO-DT                                PGM204
039500         MOVE 'PM' TO WS-ABEND-STATUS                             PGM204
039600         PERFORM 9900-ABNORMAL-END                                PGM204
039700     END-IF                                                       PGM204
039800     COMPUTE WS-CONST-IX = WS-SUBGROUP-SIZE - 1                   PGM204
039900     OPEN OUTPUT SPC-REPORT-FILE                                  PGM204
040000     IF WS-FILE-STATUS4 NOT = '00'                                PGM204
040100         DISPLAY 'SPC REPORT OPEN ERROR: ' WS-FILE-STATUS4        PGM204
040200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM204
040300         PERFORM 9900-ABNORMAL-END                                PGM204
040400     END-IF                                                       PGM204
040500     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM204
040600     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM204
040700         SET WS-ALRTQ-READY TO TRUE                               PGM204
040800     ELSE                                                         PGM204
040900         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS5       PGM204
041000     END-IF                                                       PGM204
041100     SORT SORT-WORK-FILE                                          PGM204
041200         ON ASCENDING KEY SC-PRODUCT-CD OF SORT-WORK-REC          PGM204
041300                          SC-CHAR-CD OF SORT-WORK-REC             PGM204
041400                          SC-LINE-CD OF SORT-WORK-REC             PGM204
041500                          SC-INSPECT-DT OF SORT-WORK-REC          PGM204
041600                          SC-REG-TIME OF SORT-WORK-REC            PGM204
041700                          SC-INSPECT-ID OF SORT-WORK-REC          PGM204
041800         INPUT PROCEDURE 1500-SELECT-READINGS                     PGM204
041900         GIVING SORTED-SPC-FILE                                   PGM204
042000     OPEN INPUT SORTED-SPC-FILE                                   PGM204
042100     IF WS-FILE-STATUS3 NOT = '00'                                PGM204
042200         DISPLAY 'SORTED SPC OPEN ERROR: ' WS-FILE-STATUS3        PGM204
042300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM204
042400         PERFORM 9900-ABNORMAL-END                                PGM204
042500     END-IF                                                       PGM204
042600     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM204
042700     MOVE WS-BASE-FROM-DT  TO RH-BASE-FROM-DT                     PGM204
042800     MOVE WS-BASE-TO-DT    TO RH-BASE-TO-DT                       PGM204
042900     MOVE WS-SUBGROUP-SIZE TO RH-SUBGROUP-SIZE                    PGM204
043000     MOVE WS-MIN-SUBGROUPS TO RH-MIN-SUBGROUPS                    PGM204
043100     MOVE WS-RUN-LENGTH    TO RH-RUN-LENGTH                       PGM204
043200     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM204
043300     WRITE SPC-REPORT-REC FROM WS-RPT-HEADER                      PGM204
043400     WRITE SPC-REPORT-REC FROM WS-RPT-LEGEND                      PGM204
043500     WRITE SPC-REPORT-REC FROM WS-RPT-BLANK                       PGM204
043600     PERFORM 1100-READ-SORTED.                                    PGM204
043700*                                                                 PGM204
043800* 관리월 1 일-31 일, 기준기간은 파라미터가 없으면 관리월 3 개월                          PGM204
043900* 전 1 일부터 전월 31 일까지.                                              PGM204
044000 1050-SET-PERIODS.                                                PGM204
044100     MOVE WS-PERIOD-YYYYMM TO WS-WORK-DATE (1:6)                  PGM204
044200     MOVE 01 TO WS-WORK-DD                                        PGM204
044300     MOVE WS-WORK-DATE TO WS-CHART-FROM-DT                        PGM204
044400     MOVE 31 TO WS-WORK-DD                                        PGM204
044500     MOVE WS-WORK-DATE TO WS-CHART-TO-DT                          PGM204
044600     IF WS-WORK-MM = 1                                            PGM204
044700         SUBTRACT 1 FROM WS-WORK-YYYY                             PGM204
044800         MOVE 12 TO WS-WORK-MM                                    PGM204
044900     ELSE                                                         PGM204
045000         SUBTRACT 1 FROM WS-WORK-MM                               PGM204
045100     END-IF                                                       PGM204
045200     MOVE WS-WORK-DATE TO WS-BASE-TO-DT                           PGM204
045300     IF WS-WORK-MM > 2                                            PGM204
045400         SUBTRACT 2 FROM WS-WORK-MM                               PGM204
045500     ELSE                                                         PGM204
045600         SUBTRACT 1 FROM WS-WORK-YYYY                             PGM204
045700         ADD 10 TO WS-WORK-MM                                     PGM204
045800     END-IF                                                       PGM204
045900     MOVE 01 TO WS-WORK-DD                                        PGM204
046000     MOVE WS-WORK-DATE TO WS-BASE-FROM-DT                         PGM204
046100     IF SP-BASE-FROM-DT NUMERIC AND SP-BASE-FROM-DT > 0           PGM204
046200         AND SP-BASE-TO-DT NUMERIC AND SP-BASE-TO-DT > 0          PGM204
046300         MOVE SP-BASE-FROM-DT TO WS-BASE-FROM-DT                  PGM204
046400         MOVE SP-BASE-TO-DT   TO WS-BASE-TO-DT                    PGM204
046500     END-IF.                                                      PGM204
046600*                                                                 PGM204
046700 1100-READ-SORTED.                                                PGM204
046800     READ SORTED-SPC-FILE                                         PGM204
046900         AT END SET WS-EOF TO TRUE                                PGM204
047000     END-READ.                                                    PGM204
047100*                                                                 PGM204
047200 1500-SELECT-READINGS.                                            PGM204
047300     OPEN INPUT QC-RESULT-FILE                                    PGM204
047400     IF WS-FILE-STATUS2 NOT = '00'                                PGM204
047500         DISPLAY 'QC RESULT OPEN ERROR: ' WS-FILE-STATUS2         PGM204
047600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM204
047700         PERFORM 9900-ABNORMAL-END                                PGM204
047800     END-IF                                                       PGM204
047900     PERFORM 1600-SELECT-READING                                  PGM204
048000         UNTIL WS-EOF                                             PGM204
048100     CLOSE QC-RESULT-FILE                                         PGM204
048200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM204
048300*                                                                 PGM204
048400* 특성 코드가 있는 측정치 중 기준기간/관리월 분만 넘긴다.                                PGM204
048500 1600-SELECT-READING.                                             PGM204
048600     READ QC-RESULT-FILE NEXT RECORD                              PGM204
048700         AT END                                                   PGM204
048800             SET WS-EOF TO TRUE                                   PGM204
048900         NOT AT END                                               PGM204
049000             IF QR-CHAR-CD NOT = SPACES                           PGM204
049100                 EVALUATE TRUE                                    PGM204
049200                     WHEN QR-INSPECT-DT NOT < WS-BASE-FROM-DT     PGM204
049300                         AND QR-INSPECT-DT NOT > WS-BASE-TO-DT    PGM204
049400                         MOVE 'B' TO SC-PHASE OF SORT-WORK-REC    PGM204
049500                         PERFORM 1700-RELEASE-READING             PGM204
049600                     WHEN QR-INSPECT-DT NOT < WS-CHART-FROM-DT    PGM204
049700                         AND QR-INSPECT-DT NOT > WS-CHART-TO-DT   PGM204
049800                         MOVE 'C' TO SC-PHASE OF SORT-WORK-REC    PGM204
049900                         PERFORM 1700-RELEASE-READING             PGM204
050000                     WHEN OTHER                                   PGM204
050100                         CONTINUE                                 PGM204
050200                 END-EVALUATE                                     PGM204
050300             END-IF                                               PGM204
050400     END-READ.                                                    PGM204
050500*                                                                 PGM204
050600 1700-RELEASE-READING.                                            PGM204
050700     MOVE QR-PRODUCT-CD  TO SC-PRODUCT-CD OF SORT-WORK-REC        PGM204
050800     MOVE QR-CHAR-CD     TO SC-CHAR-CD OF SORT-WORK-REC           PGM204
050900     MOVE QR-LINE-CD     TO SC-LINE-CD OF SORT-WORK-REC           PGM204
051000     MOVE QR-INSPECT-DT  TO SC-INSPECT-DT OF SORT-WORK-REC        PGM204
051100     MOVE QR-REG-TIME    TO SC-REG-TIME OF SORT-WORK-REC          PGM204
051200     MOVE QR-INSPECT-ID  TO SC-INSPECT-ID OF SORT-WORK-REC        PGM204
051300     MOVE QR-LOT-NO      TO SC-LOT-NO OF SORT-WORK-REC            PGM204
051400     MOVE QR-MEASURE-VAL TO SC-MEASURE-VAL OF SORT-WORK-REC       PGM204
051500     ADD 1 TO WS-SELECT-COUNT                                     PGM204
051600     RELEASE SORT-WORK-REC.                                       PGM204
051700*                                                                 PGM204
051800* 정렬 순서상 한 특성의 기준기간 측정치가 관리월보다 먼저                                 PGM204
051900* 온다. 관리월 첫 측정치에서 관리한계를 확정한다.                                     PGM204
052000 2000-PROCESS-READING.                                            PGM204
052100     IF WS-FIRST-READING                                          PGM204
052200         MOVE 'N' TO WS-FIRST-FLAG                                PGM204
052300         PERFORM 2100-OPEN-CHARACTERISTIC                         PGM204
052400     ELSE                                                         PGM204
052500         IF SC-PRODUCT-CD OF SORTED-SPC-REC                       PGM204
052600                 NOT = WS-CURR-PRODUCT-CD                         PGM204
052700             OR SC-CHAR-CD OF SORTED-SPC-REC                      PGM204
052800                 NOT = WS-CURR-CHAR-CD                            PGM204
052900             OR SC-LINE-CD OF SORTED-SPC-REC                      PGM204
053000                 NOT = WS-CURR-LINE-CD                            PGM204
053100             PERFORM 3000-CLOSE-CHARACTERISTIC                    PGM204
053200             PERFORM 2100-OPEN-CHARACTERISTIC                     PGM204
053300         END-IF                                                   PGM204
053400     END-IF                                                       PGM204
053500     IF SC-BASELINE-PHASE OF SORTED-SPC-REC                       PGM204
053600         PERFORM 2200-ADD-BASELINE-READING                        PGM204
053700     ELSE                                                         PGM204
053800         IF NOT WS-CHART-STARTED                                  PGM204
053900             PERFORM 2300-SET-CONTROL-LIMITS                      PGM204
054000         END-IF                                                   PGM204
054100         PERFORM 2400-ADD-CHART-READING                           PGM204
054200     END-IF                                                       PGM204
054300     PERFORM 1100-READ-SORTED.                                    PGM204
054400*                                                                 PGM204
054500 2100-OPEN-CHARACTERISTIC.                                        PGM204
054600     MOVE SC-PRODUCT-CD OF SORTED-SPC-REC TO WS-CURR-PRODUCT-CD   PGM204
054700     MOVE SC-CHAR-CD OF SORTED-SPC-REC    TO WS-CURR-CHAR-CD      PGM204
054800     MOVE SC-LINE-CD OF SORTED-SPC-REC    TO WS-CURR-LINE-CD      PGM204
054900     MOVE 'N' TO WS-CHART-FLAG                                    PGM204
055000     MOVE 'N' TO WS-PREV-FLAG                                     PGM204
055100     MOVE SPACE TO WS-CHART-TYPE                                  PGM204
055200     MOVE ZEROS TO WS-BL-READ-CNT WS-BL-SUM-X WS-BL-MR-CNT        PGM204
055300                   WS-BL-SUM-MR WS-BL-SG-CNT WS-BL-SUM-MEAN       PGM204
055400                   WS-BL-SUM-RANGE WS-SG-CNT                      PGM204
055500                   WS-CH-READ-CNT WS-CH-POINT-CNT                 PGM204
055600                   WS-CH-SIGNAL-CNT WS-CH-UNPLOTTED.              PGM204
055700*                                                                 PGM204
055800* 기준기간 - 개별치/이동범위 누계와 부분군 평균/범위 누계                                PGM204
055900 2200-ADD-BASELINE-READING.                                       PGM204
056000     ADD 1 TO WS-BL-READ-CNT                                      PGM204
056100     ADD SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-BL-SUM-X          PGM204
056200     IF WS-PREV-VALID                                             PGM204
056300         PERFORM 2270-CALC-MOVING-RANGE                           PGM204
056400         ADD 1 TO WS-BL-MR-CNT                                    PGM204
056500         ADD WS-MR-VAL TO WS-BL-SUM-MR                            PGM204
056600     END-IF                                                       PGM204
056700     MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-PREV-VAL         PGM204
056800     SET WS-PREV-VALID TO TRUE                                    PGM204
056900     IF WS-SUBGROUP-SIZE > 1                                      PGM204
057000         PERFORM 2250-ADD-TO-SUBGROUP                             PGM204
057100         IF WS-SG-CNT = WS-SUBGROUP-SIZE                          PGM204
057200             PERFORM 2260-CLOSE-SUBGROUP                          PGM204
057300             ADD 1 TO WS-BL-SG-CNT                                PGM204
057400             ADD WS-SG-MEAN  TO WS-BL-SUM-MEAN                    PGM204
057500             ADD WS-SG-RANGE TO WS-BL-SUM-RANGE                   PGM204
057600         END-IF                                                   PGM204
057700     END-IF.                                                      PGM204
057800*                                                                 PGM204
057900 2250-ADD-TO-SUBGROUP.                                            PGM204
058000     IF WS-SG-CNT = 0                                             PGM204
058100         MOVE ZEROS TO WS-SG-SUM                                  PGM204
058200         MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-SG-MIN       PGM204
058300         MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-SG-MAX       PGM204
058400     END-IF                                                       PGM204
058500     ADD 1 TO WS-SG-CNT                                           PGM204
058600     ADD SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-SG-SUM            PGM204
058700     IF SC-MEASURE-VAL OF SORTED-SPC-REC < WS-SG-MIN              PGM204
058800         MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-SG-MIN       PGM204
058900     END-IF                                                       PGM204
059000     IF SC-MEASURE-VAL OF SORTED-SPC-REC > WS-SG-MAX              PGM204
059100         MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-SG-MAX       PGM204
059200     END-IF.                                                      PGM204
059300*                                                                 PGM204
059400 2260-CLOSE-SUBGROUP.                                             PGM204
059500     COMPUTE WS-SG-MEAN ROUNDED = WS-SG-SUM / WS-SG-CNT           PGM204
059600     COMPUTE WS-SG-RANGE = WS-SG-MAX - WS-SG-MIN                  PGM204
059700     MOVE ZEROS TO WS-SG-CNT.                                     PGM204
059800*                                                                 PGM204
059900 2270-CALC-MOVING-RANGE.                                          PGM204
060000     IF SC-MEASURE-VAL OF SORTED-SPC-REC > WS-PREV-VAL            PGM204
060100         COMPUTE WS-MR-VAL =                                      PGM204
060200             SC-MEASURE-VAL OF SORTED-SPC-REC - WS-PREV-VAL       PGM204
060300     ELSE                                                         PGM204
060400         COMPUTE WS-MR-VAL =                                      PGM204
060500             WS-PREV-VAL - SC-MEASURE-VAL OF SORTED-SPC-REC       PGM204
060600     END-IF.                                                      PGM204
060700*                                                                 PGM204
060800* 기준 부분군이 최소 수 이상이면 X-BAR/R, 아니면 기준 측정치                           PGM204
060900* 수가 최소 수 이상일 때 I-MR. 타점 시그마는 X-BAR 는                             PGM204
061000* A2 x R-BAR / 3, 개별치는 MR-BAR / D2 이다.                            PGM204
061100 2300-SET-CONTROL-LIMITS.                                         PGM204
061200     SET WS-CHART-STARTED TO TRUE                                 PGM204
061300     ADD 1 TO WS-CHAR-COUNT                                       PGM204
061400     MOVE SPACES TO WS-NO-LIMIT-REASON                            PGM204
061500     EVALUATE TRUE                                                PGM204
061600         WHEN WS-SUBGROUP-SIZE > 1                                PGM204
061700             AND WS-BL-SG-CNT NOT < WS-MIN-SUBGROUPS              PGM204
061800             SET WS-CHART-XBAR-R TO TRUE                          PGM204
061900             COMPUTE WS-CL ROUNDED =                              PGM204
062000                 WS-BL-SUM-MEAN / WS-BL-SG-CNT                    PGM204
062100             COMPUTE WS-RBAR ROUNDED =                            PGM204
062200                 WS-BL-SUM-RANGE / WS-BL-SG-CNT                   PGM204
062300             COMPUTE WS-UCL ROUNDED =                             PGM204
062400                 WS-CL + WS-CONST-A2 (WS-CONST-IX) * WS-RBAR      PGM204
062500             COMPUTE WS-LCL ROUNDED =                             PGM204
062600                 WS-CL - WS-CONST-A2 (WS-CONST-IX) * WS-RBAR      PGM204
062700             COMPUTE WS-SIGMA ROUNDED =                           PGM204
062800                 WS-CONST-A2 (WS-CONST-IX) * WS-RBAR / 3          PGM204
062900             COMPUTE WS-UCL-R ROUNDED =                           PGM204
063000                 WS-CONST-D4 (WS-CONST-IX) * WS-RBAR              PGM204
063100             COMPUTE WS-LCL-R ROUNDED =                           PGM204
063200                 WS-CONST-D3 (WS-CONST-IX) * WS-RBAR              PGM204
063300         WHEN WS-BL-MR-CNT > 0                                    PGM204
063400             AND WS-BL-READ-CNT NOT < WS-MIN-SUBGROUPS            PGM204
063500             SET WS-CHART-I-MR TO TRUE                            PGM204
063600             COMPUTE WS-CL ROUNDED =                              PGM204
063700                 WS-BL-SUM-X / WS-BL-READ-CNT                     PGM204
063800             COMPUTE WS-RBAR ROUNDED =                            PGM204
063900                 WS-BL-SUM-MR / WS-BL-MR-CNT                      PGM204
064000             COMPUTE WS-UCL ROUNDED =                             PGM204
064100                 WS-CL + WS-IMR-E2 * WS-RBAR                      PGM204
064200             COMPUTE WS-LCL ROUNDED =                             PGM204
064300                 WS-CL - WS-IMR-E2 * WS-RBAR                      PGM204
064400             COMPUTE WS-SIGMA ROUNDED = WS-RBAR / WS-IMR-D2       PGM204
064500             COMPUTE WS-UCL-R ROUNDED = WS-IMR-D4 * WS-RBAR       PGM204
064600             MOVE ZEROS TO WS-LCL-R                               PGM204
064700         WHEN OTHER                                               PGM204
064800             SET WS-CHART-NONE TO TRUE                            PGM204
064900             MOVE 'INSUFFICIENT BASELINE DATA'                    PGM204
065000                 TO WS-NO-LIMIT-REASON                            PGM204
065100     END-EVALUATE                                                 PGM204
065200     IF NOT WS-CHART-NONE AND WS-SIGMA NOT > 0                    PGM204
065300         SET WS-CHART-NONE TO TRUE                                PGM204
065400         MOVE 'NO VARIATION IN BASELINE' TO WS-NO-LIMIT-REASON    PGM204
065500     END-IF                                                       PGM204
065600     IF WS-CHART-NONE                                             PGM204
065700         ADD 1 TO WS-NO-LIMIT-COUNT                               PGM204
065800     END-IF                                                       PGM204
065900     MOVE ZEROS TO WS-SG-CNT WS-HIST-CNT WS-RUN-CNT WS-RUN-SIDE   PGM204
066000     PERFORM 2350-PRINT-CHART-HEADER.                             PGM204
066100*                                                                 PGM204
066200 2350-PRINT-CHART-HEADER.                                         PGM204
066300     MOVE WS-CURR-PRODUCT-CD TO RC-PRODUCT-CD                     PGM204
066400     MOVE WS-CURR-CHAR-CD    TO RC-CHAR-CD                        PGM204
066500     MOVE WS-CURR-LINE-CD    TO RC-LINE-CD                        PGM204
066600     EVALUATE TRUE                                                PGM204
066700         WHEN WS-CHART-XBAR-R                                     PGM204
066800             MOVE 'XBAR-R' TO RC-CHART-TYPE                       PGM204
066900         WHEN WS-CHART-I-MR                                       PGM204
067000             MOVE 'I-MR'   TO RC-CHART-TYPE                       PGM204
067100         WHEN OTHER                                               PGM204
067200             MOVE 'NONE'   TO RC-CHART-TYPE                       PGM204
067300     END-EVALUATE                                                 PGM204
067400     MOVE WS-BL-READ-CNT TO RC-BASE-READ-CNT                      PGM204
067500     MOVE WS-BL-SG-CNT   TO RC-BASE-SG-CNT                        PGM204
067600     WRITE SPC-REPORT-REC FROM WS-RPT-CHAR-HEAD                   PGM204
067700     IF WS-CHART-NONE                                             PGM204
067800         MOVE WS-NO-LIMIT-REASON TO RN-REASON                     PGM204
067900         WRITE SPC-REPORT-REC FROM WS-RPT-NO-LIMITS               PGM204
068000     ELSE                                                         PGM204
068100         MOVE WS-CL    TO RL-CL                                   PGM204
068200         MOVE WS-UCL   TO RL-UCL                                  PGM204
068300         MOVE WS-LCL   TO RL-LCL                                  PGM204
068400         MOVE WS-SIGMA TO RL-SIGMA                                PGM204
068500         IF WS-CHART-XBAR-R                                       PGM204
068600             MOVE 'RBAR  ' TO RL-RBAR-LABEL                       PGM204
068700         ELSE                                                     PGM204
068800             MOVE 'MRBAR ' TO RL-RBAR-LABEL                       PGM204
068900         END-IF                                                   PGM204
069000         MOVE WS-RBAR  TO RL-RBAR                                 PGM204
069100         MOVE WS-UCL-R TO RL-UCL-R                                PGM204
069200         WRITE SPC-REPORT-REC FROM WS-RPT-LIMITS                  PGM204
069300         WRITE SPC-REPORT-REC FROM WS-RPT-COLUMNS                 PGM204
069400     END-IF.                                                      PGM204
069500*                                                                 PGM204
069600* 관리월 - I-MR 은 측정치마다, X-BAR/R 은 부분군이 찰 때마다                        PGM204
069700* 타점한다. 첫 개별치의 이동범위는 직전 기준 측정치와 잰다.                               PGM204
069800 2400-ADD-CHART-READING.                                          PGM204
069900     ADD 1 TO WS-CH-READ-CNT                                      PGM204
070000     EVALUATE TRUE                                                PGM204
070100         WHEN WS-CHART-I-MR                                       PGM204
070200             MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-POINT-VALPGM204
070300             MOVE 'N' TO WS-RANGE-FLAG                            PGM204
070400             IF WS-PREV-VALID                                     PGM204
070500                 PERFORM 2270-CALC-MOVING-RANGE                   PGM204
070600                 MOVE WS-MR-VAL TO WS-POINT-RANGE                 PGM204
070700                 SET WS-RANGE-VALID TO TRUE                       PGM204
070800             END-IF                                               PGM204
070900             MOVE SC-MEASURE-VAL OF SORTED-SPC-REC TO WS-PREV-VAL PGM204
071000             SET WS-PREV-VALID TO TRUE                            PGM204
071100             PERFORM 2500-PLOT-POINT                              PGM204
071200         WHEN WS-CHART-XBAR-R                                     PGM204
071300             PERFORM 2250-ADD-TO-SUBGROUP                         PGM204
071400             IF WS-SG-CNT = WS-SUBGROUP-SIZE                      PGM204
071500                 PERFORM 2260-CLOSE-SUBGROUP                      PGM204
071600                 MOVE WS-SG-MEAN  TO WS-POINT-VAL                 PGM204
071700                 MOVE WS-SG-RANGE TO WS-POINT-RANGE               PGM204
071800                 SET WS-RANGE-VALID TO TRUE                       PGM204
071900                 PERFORM 2500-PLOT-POINT                          PGM204
072000             END-IF                                               PGM204
072100         WHEN OTHER                                               PGM204
072200             CONTINUE                                             PGM204
072300     END-EVALUATE.                                                PGM204
072400*                                                                 PGM204
072500* 타점을 시그마 구간으로 바꿔 런 규칙을 본다.                                       PGM204
072600*   1 - 1 점이 3 시그마 밖                                              PGM204
072700*   2 - 연속 3 점 중 2 점이 같은 쪽 2 시그마 밖                                PGM204
072800*   3 - 연속 5 점 중 4 점이 같은 쪽 1 시그마 밖                                PGM204
072900*   4 - 연속 WS-RUN-LENGTH 점이 중심선 한쪽                                PGM204
073000*   R - 범위/이동범위가 R 관리도 상한 초과                                      PGM204
073100 2500-PLOT-POINT.                                                 PGM204
073200     ADD 1 TO WS-CH-POINT-CNT                                     PGM204
073300     ADD 1 TO WS-POINT-COUNT                                      PGM204
073400     COMPUTE WS-Z-VAL ROUNDED = (WS-POINT-VAL - WS-CL) / WS-SIGMA PGM204
073500         ON SIZE ERROR                                            PGM204
073600             IF WS-POINT-VAL > WS-CL                              PGM204
073700                 MOVE 9999 TO WS-Z-VAL                            PGM204
073800             ELSE                                                 PGM204
073900                 MOVE -9999 TO WS-Z-VAL                           PGM204
074000             END-IF                                               PGM204
074100     END-COMPUTE                                                  PGM204
074200     EVALUATE TRUE                                                PGM204
074300         WHEN WS-Z-VAL > 0                                        PGM204
074400             MOVE 1 TO WS-CUR-SIDE                                PGM204
074500             MOVE WS-Z-VAL TO WS-ABS-Z                            PGM204
074600         WHEN WS-Z-VAL < 0                                        PGM204
074700             MOVE -1 TO WS-CUR-SIDE                               PGM204
074800             COMPUTE WS-ABS-Z = 0 - WS-Z-VAL                      PGM204
074900         WHEN OTHER                                               PGM204
075000             MOVE 0 TO WS-CUR-SIDE                                PGM204
075100             MOVE 0 TO WS-ABS-Z                                   PGM204
075200     END-EVALUATE                                                 PGM204
075300     EVALUATE TRUE                                                PGM204
075400         WHEN WS-ABS-Z > 3                                        PGM204
075500             MOVE 3 TO WS-CUR-LEVEL                               PGM204
075600         WHEN WS-ABS-Z > 2                                        PGM204
075700             MOVE 2 TO WS-CUR-LEVEL                               PGM204
075800         WHEN WS-ABS-Z > 1                                        PGM204
075900             MOVE 1 TO WS-CUR-LEVEL                               PGM204
076000         WHEN OTHER                                               PGM204
076100             MOVE 0 TO WS-CUR-LEVEL                               PGM204
076200     END-EVALUATE                                                 PGM204
076300     PERFORM 2550-UPDATE-HISTORY                                  PGM204
076400     MOVE '.....' TO WS-SIGNAL-FLAGS                              PGM204
076500     MOVE 'N' TO WS-SIGNAL-FLAG                                   PGM204
076600     IF WS-CUR-LEVEL = 3                                          PGM204
076700         MOVE '1' TO WS-SIG-RULE1                                 PGM204
076800     END-IF                                                       PGM204
076900     IF WS-CUR-LEVEL NOT < 2                                      PGM204
077000         MOVE 3 TO WS-WINDOW                                      PGM204
077100         MOVE 2 TO WS-MIN-LEVEL                                   PGM204
077200         PERFORM 2600-COUNT-ZONE-HITS                             PGM204
077300         IF WS-ZONE-HITS NOT < 2                                  PGM204
077400             MOVE '2' TO WS-SIG-RULE2                             PGM204
077500         END-IF                                                   PGM204
077600     END-IF                                                       PGM204
077700     IF WS-CUR-LEVEL NOT < 1                                      PGM204
077800         MOVE 5 TO WS-WINDOW                                      PGM204
077900         MOVE 1 TO WS-MIN-LEVEL                                   PGM204
078000         PERFORM 2600-COUNT-ZONE-HITS                             PGM204
078100         IF WS-ZONE-HITS NOT < 4                                  PGM204
078200             MOVE '3' TO WS-SIG-RULE3                             PGM204
078300         END-IF                                                   PGM204
078400     END-IF                                                       PGM204
078500     EVALUATE TRUE                                                PGM204
078600         WHEN WS-CUR-SIDE = 0                                     PGM204
078700             MOVE ZEROS TO WS-RUN-CNT WS-RUN-SIDE                 PGM204
078800         WHEN WS-CUR-SIDE = WS-RUN-SIDE                           PGM204
078900             ADD 1 TO WS-RUN-CNT                                  PGM204
079000         WHEN OTHER                                               PGM204
079100             MOVE WS-CUR-SIDE TO WS-RUN-SIDE                      PGM204
079200             MOVE 1 TO WS-RUN-CNT                                 PGM204
079300     END-EVALUATE                                                 PGM204
079400     IF WS-RUN-CNT = WS-RUN-LENGTH                                PGM204
079500         MOVE '4' TO WS-SIG-RULE4                                 PGM204
079600     END-IF                                                       PGM204
079700     IF WS-RANGE-VALID AND WS-POINT-RANGE > WS-UCL-R              PGM204
079800         MOVE 'R' TO WS-SIG-RANGE                                 PGM204
079900     END-IF                                                       PGM204
080000     IF WS-SIGNAL-FLAGS NOT = '.....'                             PGM204
080100         SET WS-POINT-SIGNALLED TO TRUE                           PGM204
080200         ADD 1 TO WS-CH-SIGNAL-CNT                                PGM204
080300         ADD 1 TO WS-SIGNAL-COUNT                                 PGM204
080400         PERFORM 2700-RAISE-ALERT                                 PGM204
080500     END-IF                                                       PGM204
080600     PERFORM 2650-PRINT-POINT.                                    PGM204
080700*                                                                 PGM204
080800 2550-UPDATE-HISTORY.                                             PGM204
080900     PERFORM 2560-SHIFT-HISTORY                                   PGM204
081000         VARYING WS-HX FROM 5 BY -1 UNTIL WS-HX < 2               PGM204
081100     MOVE WS-CUR-SIDE  TO WS-HIST-SIDE (1)                        PGM204
081200     MOVE WS-CUR-LEVEL TO WS-HIST-LEVEL (1)                       PGM204
081300     IF WS-HIST-CNT < 5                                           PGM204
081400         ADD 1 TO WS-HIST-CNT                                     PGM204
081500     END-IF.                                                      PGM204
081600*                                                                 PGM204
081700 2560-SHIFT-HISTORY.                                              PGM204
081800     MOVE WS-HIST-ENTRY (WS-HX - 1) TO WS-HIST-ENTRY (WS-HX).     PGM204
081900*                                                                 PGM204
082000* 최근 WS-WINDOW 점 중 현재 점과 같은 쪽으로 WS-MIN-LEVEL                      PGM204
082100* 구간 이상 벗어난 점 수                                                   PGM204
082200 2600-COUNT-ZONE-HITS.                                            PGM204
082300     MOVE ZEROS TO WS-ZONE-HITS                                   PGM204
082400     PERFORM 2610-COUNT-ONE-ZONE                                  PGM204
082500         VARYING WS-HX FROM 1 BY 1                                PGM204
082600         UNTIL WS-HX > WS-WINDOW OR WS-HX > WS-HIST-CNT.          PGM204
082700*                                                                 PGM204
082800 2610-COUNT-ONE-ZONE.                                             PGM204
082900     IF WS-HIST-SIDE (WS-HX) = WS-CUR-SIDE                        PGM204
083000         AND WS-HIST-LEVEL (WS-HX) NOT < WS-MIN-LEVEL             PGM204
083100         ADD 1 TO WS-ZONE-HITS                                    PGM204
083200     END-IF.                                                      PGM204
083300*                                                                 PGM204
083400* 타점 줄 - 관리한계(:), 중심선(|), 타점(* 또는 위반 X),                          PGM204
083500* 도표 밖 타점은 양 끝에 < > 로 찍는다.                                        PGM204
083600 2650-PRINT-POINT.                                                PGM204
083700     MOVE SPACES TO WS-PLOT-LINE                                  PGM204
083800     MOVE ':' TO WS-PLOT-LINE (4:1)                               PGM204
083900     MOVE '|' TO WS-PLOT-LINE (25:1)                              PGM204
084000     MOVE ':' TO WS-PLOT-LINE (46:1)                              PGM204
084100     EVALUATE TRUE                                                PGM204
084200         WHEN WS-Z-VAL > 3.4285                                   PGM204
084300             MOVE 49 TO WS-PLOT-POS                               PGM204
084400             MOVE '>' TO WS-PLOT-CHAR                             PGM204
084500         WHEN WS-Z-VAL < -3.4285                                  PGM204
084600             MOVE 1 TO WS-PLOT-POS                                PGM204
084700             MOVE '<' TO WS-PLOT-CHAR                             PGM204
084800         WHEN OTHER                                               PGM204
084900             COMPUTE WS-PLOT-POS ROUNDED = 25 + WS-Z-VAL * 7      PGM204
085000             IF WS-POINT-SIGNALLED                                PGM204
085100                 MOVE 'X' TO WS-PLOT-CHAR                         PGM204
085200             ELSE                                                 PGM204
085300                 MOVE '*' TO WS-PLOT-CHAR                         PGM204
085400             END-IF                                               PGM204
085500     END-EVALUATE                                                 PGM204
085600     MOVE WS-PLOT-CHAR TO WS-PLOT-LINE (WS-PLOT-POS:1)            PGM204
085700     MOVE SC-INSPECT-DT OF SORTED-SPC-REC TO RD-INSPECT-DT        PGM204
085800     MOVE SC-REG-TIME OF SORTED-SPC-REC   TO RD-REG-TIME          PGM204
085900     MOVE SC-LOT-NO OF SORTED-SPC-REC     TO RD-LOT-NO            PGM204
086000     MOVE WS-POINT-VAL TO RD-POINT-VAL                            PGM204
086100     IF WS-RANGE-VALID                                            PGM204
086200         MOVE WS-POINT-RANGE TO RD-RANGE-VAL                      PGM204
086300     ELSE                                                         PGM204
086400         MOVE ZEROS TO RD-RANGE-VAL                               PGM204
086500     END-IF                                                       PGM204
086600     MOVE WS-PLOT-LINE    TO RD-PLOT                              PGM204
086700     MOVE WS-SIGNAL-FLAGS TO RD-SIGNALS                           PGM204
086800     IF WS-POINT-SIGNALLED                                        PGM204
086900         MOVE 'OUT OF CONTROL' TO RD-SIGNAL-TEXT                  PGM204
087000     ELSE                                                         PGM204
087100         MOVE SPACES TO RD-SIGNAL-TEXT                            PGM204
087200     END-IF                                                       PGM204
087300     WRITE SPC-REPORT-REC FROM WS-RPT-DETAIL.                     PGM204
087400*                                                                 PGM204
087500* 한 타점에 경보 1 건 - 가장 중한 규칙을 내용으로 한다.                               PGM204
087600* 경보 키: 제품+특성, 내용: SPC 라인 규칙                                      PGM204
087700 2700-RAISE-ALERT.                                                PGM204
087800     MOVE 'W' TO WS-AQ-SEVERITY                                   PGM204
087900     EVALUATE TRUE                                                PGM204
088000         WHEN WS-SIG-RULE1 NOT = '.'                              PGM204
088100             MOVE 'C' TO WS-AQ-SEVERITY                           PGM204
088200             MOVE 'BEYOND 3 SIGMA' TO AD-RULE-TEXT                PGM204
088300         WHEN WS-SIG-RANGE NOT = '.'                              PGM204
088400             MOVE 'RANGE OVER UCL' TO AD-RULE-TEXT                PGM204
088500         WHEN WS-SIG-RULE2 NOT = '.'                              PGM204
088600             MOVE '2 OF 3 > 2SIGMA' TO AD-RULE-TEXT               PGM204
088700         WHEN WS-SIG-RULE3 NOT = '.'                              PGM204
088800             MOVE '4 OF 5 > 1SIGMA' TO AD-RULE-TEXT               PGM204
088900         WHEN OTHER                                               PGM204
089000             MOVE 'RUN ON ONE SIDE' TO AD-RULE-TEXT               PGM204
089100     END-EVALUATE                                                 PGM204
089200     MOVE WS-CURR-PRODUCT-CD TO AK-PRODUCT-CD                     PGM204
089300     MOVE WS-CURR-CHAR-CD    TO AK-CHAR-CD                        PGM204
089400     MOVE WS-CURR-LINE-CD    TO AD-LINE-CD                        PGM204
089500     MOVE WS-AQ-KEY-WK  TO WS-AQ-KEY                              PGM204
089600     MOVE WS-AQ-DESC-WK TO WS-AQ-DESC                             PGM204
089700     MOVE SC-REG-TIME OF SORTED-SPC-REC TO WS-AQ-EVENT-TIME       PGM204
089800     ADD 1 TO WS-ALERT-COUNT                                      PGM204
089900     PERFORM 9760-WRITE-ALERT-QUEUE.                              PGM204
090000*                                                                 PGM204
090100* 기준기간 자료만 있고 관리월 측정치가 없는 특성은 찍지 않는다.                             PGM204
090200 3000-CLOSE-CHARACTERISTIC.                                       PGM204
090300     IF WS-CHART-STARTED                                          PGM204
090400         IF WS-CHART-XBAR-R                                       PGM204
090500             MOVE WS-SG-CNT TO WS-CH-UNPLOTTED                    PGM204
090600         END-IF                                                   PGM204
090700         MOVE WS-CH-READ-CNT   TO RT-READ-CNT                     PGM204
090800         MOVE WS-CH-POINT-CNT  TO RT-POINT-CNT                    PGM204
090900         MOVE WS-CH-UNPLOTTED  TO RT-UNPLOTTED                    PGM204
091000         MOVE WS-CH-SIGNAL-CNT TO RT-SIGNAL-CNT                   PGM204
091100         EVALUATE TRUE                                            PGM204
091200             WHEN WS-CHART-NONE                                   PGM204
091300                 MOVE 'NOT CHARTED' TO RT-STATUS                  PGM204
091400             WHEN WS-CH-SIGNAL-CNT > 0                            PGM204
091500                 MOVE 'OUT OF CONTROL' TO RT-STATUS               PGM204
091600                 ADD 1 TO WS-OOC-COUNT                            PGM204
091700             WHEN OTHER                                           PGM204
091800                 MOVE 'IN CONTROL' TO RT-STATUS                   PGM204
091900         END-EVALUATE                                             PGM204
092000         WRITE SPC-REPORT-REC FROM WS-RPT-CHAR-TOTAL              PGM204
092100         WRITE SPC-REPORT-REC FROM WS-RPT-BLANK                   PGM204
092200     END-IF.                                                      PGM204
092300*                                                                 PGM204
092400 9000-FINALIZE.                                                   PGM204
092500     IF NOT WS-FIRST-READING                                      PGM204
092600         PERFORM 3000-CLOSE-CHARACTERISTIC                        PGM204
092700     END-IF                                                       PGM204
092800     MOVE WS-CHAR-COUNT     TO RR-CHAR-CNT                        PGM204
092900     MOVE WS-NO-LIMIT-COUNT TO RR-NO-LIMIT-CNT                    PGM204
093000     MOVE WS-OOC-COUNT      TO RR-OOC-CNT                         PGM204
093100     MOVE WS-POINT-COUNT    TO RR-POINT-CNT                       PGM204
093200     MOVE WS-SIGNAL-COUNT   TO RR-SIGNAL-CNT                      PGM204
093300     MOVE WS-ALERT-COUNT    TO RR-ALERT-CNT                       PGM204
093400     WRITE SPC-REPORT-REC FROM WS-RPT-RUN-TOTAL                   PGM204
093500     CLOSE SORTED-SPC-FILE                                        PGM204
093600     CLOSE SPC-REPORT-FILE                                        PGM204
093700     IF WS-ALRTQ-READY                                            PGM204
093800         CLOSE ALERT-QUEUE-FILE                                   PGM204
093900     END-IF                                                       PGM204
094000     IF WS-SIGNAL-COUNT > 0                                       PGM204
094100         MOVE 4 TO RETURN-CODE                                    PGM204
094200     END-IF                                                       PGM204
094300     DISPLAY 'PGM204 COMPLETED: ' WS-PERIOD-YYYYMM ' '            PGM204
094400             WS-SELECT-COUNT ' READINGS, ' WS-CHAR-COUNT          PGM204
094500             ' CHARACTERISTICS, ' WS-SIGNAL-COUNT ' SIGNALS'.     PGM204
094600*                                                                 PGM204
094700* 경보 시각은 측정 등록시각으로 교대를 정한다.                                       PGM204
094800 9760-WRITE-ALERT-QUEUE.                                          PGM204
094900     IF WS-ALRTQ-READY                                            PGM204
095000         INITIALIZE ALERT-QUEUE-REC                               PGM204
095100         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM204
095200         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM204
095300         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM204
095400         MOVE 'PGM204' TO AQ-SOURCE-PGM                           PGM204
095500         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM204
095600         MOVE WS-AQ-EVENT-TIME (1:2) TO WS-AQ-HOUR                PGM204
095700         EVALUATE TRUE                                            PGM204
095800             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM204
095900                 MOVE '1' TO AQ-SHIFT-CD                          PGM204
096000             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM204
096100                 MOVE '2' TO AQ-SHIFT-CD                          PGM204
096200             WHEN OTHER                                           PGM204
096300                 MOVE '3' TO AQ-SHIFT-CD                          PGM204
096400         END-EVALUATE                                             PGM204
096500         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM204
096600         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM204
096700         MOVE 'N' TO AQ-ACK-FLAG                                  PGM204
096800         WRITE ALERT-QUEUE-REC                                    PGM204
096900     END-IF.                                                      PGM204
097000*                                                                 PGM204
097100 9750-DIAGNOSE-FILE-STATUS.                                       PGM204
097200     EVALUATE WS-ABEND-STATUS                                     PGM204
097300         WHEN '10'                                                PGM204
097400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM204
097500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM204
097600         WHEN '23'                                                PGM204
097700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM204
097800             DISPLAY '  AND RETRY THE REQUEST'                    PGM204
097900         WHEN '35'                                                PGM204
098000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM204
098100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM204
098200         WHEN '37'                                                PGM204
098300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM204
098400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM204
098500         WHEN '39'                                                PGM204
098600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM204
098700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM204
098800         WHEN '41'                                                PGM204
098900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM204
099000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM204
099100         WHEN '42'                                                PGM204
099200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM204
099300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM204
099400         WHEN '46'                                                PGM204
099500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM204
099600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM204
099700         WHEN OTHER                                               PGM204
099800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM204
099900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM204
100000     END-EVALUATE.                                                PGM204
100100*                                                                 PGM204
100200 9900-ABNORMAL-END.                                               PGM204
100300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM204
100400     DISPLAY 'PGM204 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM204
100500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM204
100600     MOVE 16 TO RETURN-CODE                                       PGM204
100700     GOBACK.                                                      PGM204
100800                                                                  PGM204
