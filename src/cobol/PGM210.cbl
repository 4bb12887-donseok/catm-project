000100 IDENTIFICATION DIVISION.                                         PGM210
000200 PROGRAM-ID.    PGM210.                                           PGM210
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM210
000400*                                                                 PGM210
000500* =========================================================       PGM210
000600* 프로그램명: 설비 보전비/MTTR/예비품 사용이력 월보                                  PGM210
000700* 처리내용  : 보전 작업지시 실적(CPYMWOA, PGM209)을 공장,                        PGM210
000800*            라인, 설비, 실적일자 순으로 정렬하여 대상월                            PGM210
000900*            (기본 전월)의 설비별 보전비(직종 공수 x 파라미터                        PGM210
001000*            직종 시간당 단가 + 예비품 출고 원가)를 라인                           PGM210
001100*            소계/합계와 함께 출력한다. 대상월에 완료된 작업                          PGM210
001200*            지시(CPYMWOR)로 설비별 평균 수리시간(MTTR)을,                     PGM210
001300*            대상월까지 최근 N 개월(기본 12)의 예비품 출고를                        PGM210
001400*            설비별 이력으로 출력한다. 단가가 없는 직종 공수가                         PGM210
001500*            있으면 RC 4 로 끝낸다.                                      PGM210
001600* =========================================================       PGM210
001700*                                                                 PGM210
001800 ENVIRONMENT DIVISION.                                            PGM210
001900 CONFIGURATION SECTION.                                           PGM210
002000 INPUT-OUTPUT SECTION.                                            PGM210
002100 FILE-CONTROL.                                                    PGM210
002200     SELECT OPTIONAL MNT-PARM-FILE                                PGM210
002300         ASSIGN TO MNTPARM                                        PGM210
002400         ORGANIZATION IS SEQUENTIAL                               PGM210
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM210
002600     SELECT WO-ACTIVITY-FILE                                      PGM210
002700         ASSIGN TO MNTWOACT                                       PGM210
002800         ORGANIZATION IS SEQUENTIAL                               PGM210
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM210
003000     SELECT SORT-WORK-FILE                                        PGM210
003100         ASSIGN TO SORTWK01.                                      PGM210
003200     SELECT SORTED-ACT-FILE                                       PGM210
003300         ASSIGN TO MNTACTS                                        PGM210
003400         ORGANIZATION IS SEQUENTIAL                               PGM210
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM210
003600     SELECT WORK-ORDER-FILE                                       PGM210
003700         ASSIGN TO MNTWORD                                        PGM210
003800         ORGANIZATION IS INDEXED                                  PGM210
003900         ACCESS MODE IS SEQUENTIAL                                PGM210
004000         RECORD KEY IS MW-WO-NO                                   PGM210
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM210
004200     SELECT MNT-REPORT-FILE                                       PGM210
004300         ASSIGN TO MNTRPT                                         PGM210
004400         ORGANIZATION IS SEQUENTIAL                               PGM210
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM210
004600*                                                                 PGM210
004700 DATA DIVISION.                                                   PGM210
004800 FILE SECTION.                                                    PGM210
004900 FD  MNT-PARM-FILE.                                               PGM210
005000 01  MNT-PARM-REC.                                                PGM210
005100     05 MP-PERIOD-YYYYMM     PIC 9(06).                           PGM210
005200     05 MP-HIST-MONTHS       PIC 9(02).                           PGM210
005300     05 MP-CRAFT-RATE OCCURS 10 TIMES.                            PGM210
005400         10 MP-CRAFT-CD      PIC X(05).                           PGM210
005500         10 MP-HOURLY-RATE   PIC 9(05)V99.                        PGM210
005600     05 FILLER               PIC X(02).                           PGM210
005700 FD  WO-ACTIVITY-FILE.                                            PGM210
005800 01  WO-ACTIVITY-REC.                                             PGM210
005900     COPY CPYMWOA.                                                PGM210
006000 SD  SORT-WORK-FILE.                                              PGM210
006100 01  SORT-WORK-REC.                                               PGM210
006200     COPY CPYMWOA.                                                PGM210
006300 FD  SORTED-ACT-FILE.                                             PGM210
006400 01  SORTED-ACT-REC.                                              PGM210
006500     COPY CPYMWOA.                                                PGM210
006600 FD  WORK-ORDER-FILE.                                             PGM210
006700 01  WORK-ORDER-REC.                                              PGM210
006800     COPY CPYMWOR.                                                PGM210
006900 FD  MNT-REPORT-FILE.                                             PGM210
007000 01  MNT-REPORT-REC          PIC X(132).                          PGM210
007100*                                                                 PGM210
007200 WORKING-STORAGE SECTION.                                         PGM210
007300 01  WS-FILE-STATUS         PIC XX.                               PGM210
007400 01  WS-FILE-STATUS2        PIC XX.                               PGM210
007500 01  WS-FILE-STATUS3        PIC XX.                               PGM210
007600 01  WS-FILE-STATUS4        PIC XX.                               PGM210
007700 01  WS-FILE-STATUS5        PIC XX.                               PGM210
007800 01  WS-ABEND-STATUS        PIC XX.                               PGM210
007900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM210
008000     88 WS-EOF              VALUE 'Y'.                            PGM210
008100 01  WS-WO-EOF-FLAG         PIC X VALUE 'N'.                      PGM210
008200     88 WS-WO-EOF           VALUE 'Y'.                            PGM210
008300 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM210
008400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM210
008500     05 WS-RUN-YYYY          PIC 9(04).                           PGM210
008600     05 WS-RUN-MM            PIC 9(02).                           PGM210
008700     05 WS-RUN-DD            PIC 9(02).                           PGM210
008800 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM210
008900 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM210
009000     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM210
009100     05 WS-PERIOD-MM         PIC 9(02).                           PGM210
009200 01  WS-HIST-MONTHS         PIC 9(02) VALUE 12.                   PGM210
009300 01  WS-HIST-FROM-YYYYMM    PIC 9(06) VALUE ZEROS.                PGM210
009400 01  WS-HIST-FROM-R REDEFINES WS-HIST-FROM-YYYYMM.                PGM210
009500     05 WS-HIST-FROM-YYYY    PIC 9(04).                           PGM210
009600     05 WS-HIST-FROM-MM      PIC 9(02).                           PGM210
009700 01  WS-MONTH-NO            PIC 9(06) VALUE ZEROS.                PGM210
009800 01  WS-MONTH-REM           PIC 9(02) VALUE ZEROS.                PGM210
009900 01  WS-ACT-YYYYMM          PIC 9(06) VALUE ZEROS.                PGM210
010000*                                                                 PGM210
010100* 직종별 시간당 단가 (파라미터)                                               PGM210
010200 01  WS-PX                  PIC 9(02) COMP VALUE ZEROS.           PGM210
010300 01  WS-RATE-COUNT          PIC 9(02) VALUE ZEROS.                PGM210
010400 01  WS-RATE-TABLE.                                               PGM210
010500     05 WS-RATE-ENTRY OCCURS 10 TIMES                             PGM210
010600             INDEXED BY RT-IDX.                                   PGM210
010700         10 RT-CRAFT-CD       PIC X(05).                          PGM210
010800         10 RT-HOURLY-RATE    PIC 9(05)V99.                       PGM210
010900 01  WS-RATE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM210
011000     88 WS-RATE-FOUND       VALUE 'Y'.                            PGM210
011100*                                                                 PGM210
011200* 설비별 보전비 집계 (제어 구분)                                              PGM210
011300 01  WS-FIRST-FLAG          PIC X VALUE 'Y'.                      PGM210
011400     88 WS-FIRST-RECORD     VALUE 'Y'.                            PGM210
011500 01  WS-CURR-PLANT          PIC X(04) VALUE SPACES.               PGM210
011600 01  WS-CURR-LINE           PIC X(10) VALUE SPACES.               PGM210
011700 01  WS-CURR-EQUIP          PIC X(10) VALUE SPACES.               PGM210
011800 01  WS-LABOR-COST          PIC S9(11)V99 VALUE ZEROS.            PGM210
011900 01  WS-PART-VALUE          PIC S9(13)V99 VALUE ZEROS.            PGM210
012000 01  WS-EQ-TOTALS.                                                PGM210
012100     05 WS-EQ-HOURS          PIC S9(07)V99.                       PGM210
012200     05 WS-EQ-LABOR-COST     PIC S9(13)V99.                       PGM210
012300     05 WS-EQ-PARTS-COST     PIC S9(13)V99.                       PGM210
012400     05 WS-EQ-NORATE-CNT     PIC 9(05).                           PGM210
012500 01  WS-LN-TOTALS.                                                PGM210
012600     05 WS-LN-HOURS          PIC S9(07)V99.                       PGM210
012700     05 WS-LN-LABOR-COST     PIC S9(13)V99.                       PGM210
012800     05 WS-LN-PARTS-COST     PIC S9(13)V99.                       PGM210
012900     05 WS-LN-NORATE-CNT     PIC 9(05).                           PGM210
013000 01  WS-GR-TOTALS.                                                PGM210
013100     05 WS-GR-HOURS          PIC S9(07)V99.                       PGM210
013200     05 WS-GR-LABOR-COST     PIC S9(13)V99.                       PGM210
013300     05 WS-GR-PARTS-COST     PIC S9(13)V99.                       PGM210
013400     05 WS-GR-NORATE-CNT     PIC 9(05).                           PGM210
013500 01  WS-PRT-PLANT           PIC X(04).                            PGM210
013600 01  WS-PRT-LINE            PIC X(10).                            PGM210
013700 01  WS-PRT-EQUIP           PIC X(10).                            PGM210
013800*                                                                 PGM210
013900* 설비별 MTTR 표 - 공장/라인/설비 순으로 끼워 넣는다.                               PGM210
014000 01  WS-MX                  PIC 9(04) COMP VALUE ZEROS.           PGM210
014100 01  WS-MY                  PIC 9(04) COMP VALUE ZEROS.           PGM210
014200 01  WS-MT-COUNT            PIC 9(04) VALUE ZEROS.                PGM210
014300 01  WS-MT-MAX              PIC 9(04) VALUE 500.                  PGM210
014400 01  WS-MT-KEY.                                                   PGM210
014500     05 WS-MT-KEY-PLANT      PIC X(04).                           PGM210
014600     05 WS-MT-KEY-LINE       PIC X(10).                           PGM210
014700     05 WS-MT-KEY-EQUIP      PIC X(10).                           PGM210
014800 01  WS-MT-POS-FLAG         PIC X VALUE 'N'.                      PGM210
014900     88 WS-MT-POS-FOUND     VALUE 'Y'.                            PGM210
015000 01  WS-MT-NEW-FLAG         PIC X VALUE 'N'.                      PGM210
015100     88 WS-MT-NEW-ENTRY     VALUE 'Y'.                            PGM210
015200 01  WS-MT-TABLE.                                                 PGM210
015300     05 WS-MT-ENTRY OCCURS 500 TIMES.                             PGM210
015400         10 MT-KEY.                                               PGM210
015500             15 MT-PLANT-CD   PIC X(04).                          PGM210
015600             15 MT-LINE-CD    PIC X(10).                          PGM210
015700             15 MT-EQUIP-ID   PIC X(10).                          PGM210
015800         10 MT-WO-CNT         PIC 9(05).                          PGM210
015900         10 MT-REPAIR-MIN     PIC 9(09).                          PGM210
016000 01  WS-MT-LN-CNT           PIC 9(05) VALUE ZEROS.                PGM210
016100 01  WS-MT-LN-MIN           PIC 9(09) VALUE ZEROS.                PGM210
016200 01  WS-MT-GR-CNT           PIC 9(05) VALUE ZEROS.                PGM210
016300 01  WS-MT-GR-MIN           PIC 9(09) VALUE ZEROS.                PGM210
016400 01  WS-MT-PRT-CNT          PIC 9(05) VALUE ZEROS.                PGM210
016500 01  WS-MT-PRT-MIN          PIC 9(09) VALUE ZEROS.                PGM210
016600 01  WS-MTTR-MIN            PIC 9(09) VALUE ZEROS.                PGM210
016700 01  WS-MTTR-HRS            PIC 9(07)V99 VALUE ZEROS.             PGM210
016800*                                                                 PGM210
016900* 예비품 이력 설비 소계                                                    PGM210
017000 01  WS-HS-EQ-QTY           PIC S9(11) VALUE ZEROS.               PGM210
017100 01  WS-HS-EQ-VALUE         PIC S9(13)V99 VALUE ZEROS.            PGM210
017200 01  WS-HS-OPEN-FLAG        PIC X VALUE 'N'.                      PGM210
017300     88 WS-HS-OPEN          VALUE 'Y'.                            PGM210
017400*                                                                 PGM210
017500 01  WS-ACT-COUNT           PIC 9(07) VALUE ZEROS.                PGM210
017600 01  WS-PERIOD-ACT-COUNT    PIC 9(07) VALUE ZEROS.                PGM210
017700 01  WS-NORATE-COUNT        PIC 9(07) VALUE ZEROS.                PGM210
017800 01  WS-WO-READ-COUNT       PIC 9(07) VALUE ZEROS.                PGM210
017900 01  WS-WO-CLOSED-COUNT     PIC 9(07) VALUE ZEROS.                PGM210
018000 01  WS-HIST-COUNT          PIC 9(07) VALUE ZEROS.                PGM210
018100*                                                                 PGM210
018200 01  WS-RPT-HEADER.                                               PGM210
018300     05 FILLER               PIC X(48) VALUE                      PGM210
018400             'PGM210 EQUIPMENT MAINTENANCE COST/MTTR - RUN '.     PGM210
018500     05 RH-RUN-DATE          PIC 9(08).                           PGM210
018600     05 FILLER               PIC X(09) VALUE '   MONTH '.         PGM210
018700     05 RH-YYYYMM            PIC 9(06).                           PGM210
018800     05 FILLER               PIC X(61) VALUE SPACES.              PGM210
018900 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM210
019000 01  WS-RPT-CS-TITLE.                                             PGM210
019100     05 FILLER               PIC X(40) VALUE                      PGM210
019200             'MAINTENANCE COST BY EQUIPMENT - MONTH '.            PGM210
019300     05 RC-YYYYMM            PIC 9(06).                           PGM210
019400     05 FILLER               PIC X(86) VALUE SPACES.              PGM210
019500 01  WS-RPT-CS-HEAD.                                              PGM210
019600     05 FILLER               PIC X(44) VALUE                      PGM210
019700             '  PLANT LINE        EQUIPMENT   LABOUR HRS  '.      PGM210
019800     05 FILLER               PIC X(44) VALUE                      PGM210
019900             '   LABOUR COST      PARTS COST      TOTAL CO'.      PGM210
020000     05 FILLER               PIC X(44) VALUE                      PGM210
020100             'ST  RATE                                    '.      PGM210
020200 01  WS-RPT-COST.                                                 PGM210
020300     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
020400     05 RC-PLANT-CD          PIC X(04).                           PGM210
020500     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
020600     05 RC-LINE-CD           PIC X(10).                           PGM210
020700     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
020800     05 RC-EQUIP-ID          PIC X(10).                           PGM210
020900     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
021000     05 RC-LABOR-HRS         PIC ZZZ,ZZ9.99.                      PGM210
021100     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
021200     05 RC-LABOR-COST        PIC ZZZ,ZZZ,ZZ9.99.                  PGM210
021300     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
021400     05 RC-PARTS-COST        PIC ZZZ,ZZZ,ZZ9.99.                  PGM210
021500     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
021600     05 RC-TOTAL-COST        PIC ZZZ,ZZZ,ZZ9.99.                  PGM210
021700     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
021800     05 RC-RATE-FLAG         PIC X(08).                           PGM210
021900     05 FILLER               PIC X(32) VALUE SPACES.              PGM210
022000 01  WS-RPT-MT-TITLE.                                             PGM210
022100     05 FILLER               PIC X(51) VALUE                      PGM210
022200             'MEAN TIME TO REPAIR - WORK ORDERS CLOSED IN MONTH '.PGM210
022300     05 RM-YYYYMM            PIC 9(06).                           PGM210
022400     05 FILLER               PIC X(75) VALUE SPACES.              PGM210
022500 01  WS-RPT-MT-HEAD.                                              PGM210
022600     05 FILLER               PIC X(44) VALUE                      PGM210
022700             '  PLANT LINE        EQUIPMENT   CLOSED  REPA'.      PGM210
022800     05 FILLER               PIC X(44) VALUE                      PGM210
022900             'IR MIN    MTTR MIN    MTTR HRS              '.      PGM210
023000     05 FILLER               PIC X(44) VALUE SPACES.              PGM210
023100 01  WS-RPT-MTTR.                                                 PGM210
023200     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
023300     05 RM-PLANT-CD          PIC X(04).                           PGM210
023400     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
023500     05 RM-LINE-CD           PIC X(10).                           PGM210
023600     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
023700     05 RM-EQUIP-ID          PIC X(10).                           PGM210
023800     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
023900     05 RM-WO-CNT            PIC ZZ,ZZ9.                          PGM210
024000     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
024100     05 RM-REPAIR-MIN        PIC ZZ,ZZZ,ZZ9.                      PGM210
024200     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
024300     05 RM-MTTR-MIN          PIC ZZ,ZZZ,ZZ9.                      PGM210
024400     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
024500     05 RM-MTTR-HRS          PIC ZZZ,ZZ9.99.                      PGM210
024600     05 FILLER               PIC X(58) VALUE SPACES.              PGM210
024700 01  WS-RPT-HS-TITLE.                                             PGM210
024800     05 FILLER               PIC X(46) VALUE                      PGM210
024900             'SPARE PARTS CONSUMPTION HISTORY BY EQUIPMENT  '.    PGM210
025000     05 RS-FROM-YYYYMM       PIC 9(06).                           PGM210
025100     05 FILLER               PIC X(04) VALUE ' TO '.              PGM210
025200     05 RS-TO-YYYYMM         PIC 9(06).                           PGM210
025300     05 FILLER               PIC X(70) VALUE SPACES.              PGM210
025400 01  WS-RPT-HS-HEAD.                                              PGM210
025500     05 FILLER               PIC X(44) VALUE                      PGM210
025600             '  PLANT LINE        EQUIPMENT   ISSUE DT  WO'.      PGM210
025700     05 FILLER               PIC X(44) VALUE                      PGM210
025800             'RK ORDER  ITEM             WHSE       QUANTI'.      PGM210
025900     05 FILLER               PIC X(44) VALUE                      PGM210
026000             'TY       UNIT COST          ISSUE VALUE     '.      PGM210
026100 01  WS-RPT-HIST.                                                 PGM210
026200     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
026300     05 RS-PLANT-CD          PIC X(04).                           PGM210
026400     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
026500     05 RS-LINE-CD           PIC X(10).                           PGM210
026600     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
026700     05 RS-EQUIP-ID          PIC X(10).                           PGM210
026800     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
026900     05 RS-ACT-DATE          PIC X(08).                           PGM210
027000     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
027100     05 RS-WO-NO             PIC X(10).                           PGM210
027200     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
027300     05 RS-ITEM-CD           PIC X(15).                           PGM210
027400     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
027500     05 RS-WAREHOUSE-CD      PIC X(05).                           PGM210
027600     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
027700     05 RS-QTY               PIC -ZZZ,ZZZ,ZZ9.                    PGM210
027800     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
027900     05 RS-UNIT-COST         PIC ZZZ,ZZZ,ZZ9.99.                  PGM210
028000     05 FILLER               PIC X(02) VALUE SPACES.              PGM210
028100     05 RS-VALUE             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             PGM210
028200     05 FILLER               PIC X(05) VALUE SPACES.              PGM210
028300 01  WS-RPT-TOTALS.                                               PGM210
028400     05 FILLER               PIC X(16) VALUE 'ACTIVITIES READ '.  PGM210
028500     05 RR-ACT-CNT           PIC ZZZ,ZZ9.                         PGM210
028600     05 FILLER               PIC X(12) VALUE '  IN MONTH  '.      PGM210
028700     05 RR-PERIOD-CNT        PIC ZZZ,ZZ9.                         PGM210
028800     05 FILLER               PIC X(17) VALUE '  UNRATED LABOUR '. PGM210
028900     05 RR-NORATE-CNT        PIC ZZZ,ZZ9.                         PGM210
029000     05 FILLER               PIC X(13) VALUE '  WO CLOSED  '.     PGM210
029100     05 RR-CLOSED-CNT        PIC ZZZ,ZZ9.                         PGM210
029200     05 FILLER               PIC X(16) VALUE '  PART ISSUES   '.  PGM210
029300     05 RR-HIST-CNT          PIC ZZZ,ZZ9.                         PGM210
029400     05 FILLER               PIC X(23) VALUE SPACES.              PGM210
029500*                                                                 PGM210
029600 PROCEDURE DIVISION.                                              PGM210
029700*                                                                 PGM210
029800 0000-MAIN-PROCESS.                                               PGM210
029900     PERFORM 1000-INITIALIZE                                      PGM210
030000     PERFORM 2000-REPORT-COST                                     PGM210
030100     PERFORM 3000-REPORT-MTTR                                     PGM210
030200     PERFORM 4000-REPORT-PARTS-HISTORY                            PGM210
030300     PERFORM 9000-FINALIZE                                        PGM210
030400     GOBACK.                                                      PGM210
030500*                                                                 PGM210
030600* 대상월 기본값은 실행월의 전월, 이력 기간 기본값은 12 개월.                             PGM210
030700 1000-INITIALIZE.                                                 PGM210
030800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM210
030900     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM210
031000     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM210
031100     IF WS-PERIOD-MM = 1                                          PGM210
031200         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM210
031300         MOVE 12 TO WS-PERIOD-MM                                  PGM210
031400     ELSE                                                         PGM210
031500         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM210
031600     END-IF                                                       PGM210
031700     MOVE SPACES TO MNT-PARM-REC                                  PGM210
031800     OPEN INPUT MNT-PARM-FILE                                     PGM210
031900     IF WS-FILE-STATUS = '00'                                     PGM210
032000         READ MNT-PARM-FILE                                       PGM210
032100             AT END                                               PGM210
032200                 MOVE SPACES TO MNT-PARM-REC                      PGM210
032300         END-READ                                                 PGM210
032400         CLOSE MNT-PARM-FILE                                      PGM210
032500     END-IF                                                       PGM210
032600     IF MP-PERIOD-YYYYMM NUMERIC AND MP-PERIOD-YYYYMM > 0         PGM210
032700         MOVE MP-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM                PGM210
032800     END-IF                                                       PGM210
032900     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM210
033000         DISPLAY 'INVALID REPORT MONTH: ' WS-PERIOD-YYYYMM        PGM210
033100         MOVE 'PM' TO WS-ABEND-STATUS                             PGM210
033200         PERFORM 9900-ABNORMAL-END                                PGM210
033300     END-IF                                                       PGM210
033400     IF MP-HIST-MONTHS NUMERIC AND MP-HIST-MONTHS > 0             PGM210
033500         MOVE MP-HIST-MONTHS TO WS-HIST-MONTHS                    PGM210
033600     END-IF                                                       PGM210
033700     COMPUTE WS-MONTH-NO = WS-PERIOD-YYYY * 12 + WS-PERIOD-MM     PGM210
033800                         - WS-HIST-MONTHS                         PGM210
033900     DIVIDE WS-MONTH-NO BY 12 GIVING WS-HIST-FROM-YYYY            PGM210
034000         REMAINDER WS-MONTH-REM                                   PGM210
034100     COMPUTE WS-HIST-FROM-MM = WS-MONTH-REM + 1                   PGM210
034200     PERFORM 1100-LOAD-CRAFT-RATE                                 PGM210
034300         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10               PGM210
034400     SORT SORT-WORK-FILE                                          PGM210
034500         ON ASCENDING KEY MA-PLANT-CD OF SORT-WORK-REC            PGM210
034600         ON ASCENDING KEY MA-LINE-CD OF SORT-WORK-REC             PGM210
034700         ON ASCENDING KEY MA-EQUIP-ID OF SORT-WORK-REC            PGM210
034800         ON ASCENDING KEY MA-ACT-DATE OF SORT-WORK-REC            PGM210
034900         ON ASCENDING KEY MA-WO-NO OF SORT-WORK-REC               PGM210
035000         USING WO-ACTIVITY-FILE                                   PGM210
035100         GIVING SORTED-ACT-FILE                                   PGM210
035200     OPEN OUTPUT MNT-REPORT-FILE                                  PGM210
035300     IF WS-FILE-STATUS5 NOT = '00'                                PGM210
035400         DISPLAY 'MAINT REPORT OPEN ERROR: ' WS-FILE-STATUS5      PGM210
035500         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM210
035600         PERFORM 9900-ABNORMAL-END                                PGM210
035700     END-IF                                                       PGM210
035800     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM210
035900     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM210
036000     WRITE MNT-REPORT-REC FROM WS-RPT-HEADER.                     PGM210
036100*                                                                 PGM210
036200 1100-LOAD-CRAFT-RATE.                                            PGM210
036300     IF MP-CRAFT-CD (WS-PX) NOT = SPACES                          PGM210
036400         AND MP-HOURLY-RATE (WS-PX) NUMERIC                       PGM210
036500         ADD 1 TO WS-RATE-COUNT                                   PGM210
036600         MOVE MP-CRAFT-CD (WS-PX)                                 PGM210
036700             TO RT-CRAFT-CD (WS-RATE-COUNT)                       PGM210
036800         MOVE MP-HOURLY-RATE (WS-PX)                              PGM210
036900             TO RT-HOURLY-RATE (WS-RATE-COUNT)                    PGM210
037000     END-IF.                                                      PGM210
037100*                                                                 PGM210
037200 1200-OPEN-SORTED.                                                PGM210
037300     MOVE 'N' TO WS-EOF-FLAG                                      PGM210
037400     OPEN INPUT SORTED-ACT-FILE                                   PGM210
037500     IF WS-FILE-STATUS3 NOT = '00'                                PGM210
037600         DISPLAY 'SORTED ACTIVITY OPEN ERROR: ' WS-FILE-STATUS3   PGM210
037700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM210
037800         PERFORM 9900-ABNORMAL-END                                PGM210
037900     END-IF                                                       PGM210
038000     PERFORM 1300-READ-SORTED.                                    PGM210
038100*                                                                 PGM210
038200 1300-READ-SORTED.                                                PGM210
038300     READ SORTED-ACT-FILE                                         PGM210
038400         AT END SET WS-EOF TO TRUE                                PGM210
038500     END-READ.                                                    PGM210
038600*                                                                 PGM210
038700* ---------------------------------------------------------       PGM210
038800* 1. 대상월 설비별 보전비 - 설비 변경 시 설비 행, 공장/라인                            PGM210
038900*    변경 시 라인 소계를 낸다.                                              PGM210
039000* ---------------------------------------------------------       PGM210
039100 2000-REPORT-COST.                                                PGM210
039200     MOVE WS-PERIOD-YYYYMM TO RC-YYYYMM                           PGM210
039300     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
039400     WRITE MNT-REPORT-REC FROM WS-RPT-CS-TITLE                    PGM210
039500     WRITE MNT-REPORT-REC FROM WS-RPT-CS-HEAD                     PGM210
039600     INITIALIZE WS-EQ-TOTALS WS-LN-TOTALS WS-GR-TOTALS            PGM210
039700     PERFORM 1200-OPEN-SORTED                                     PGM210
039800     PERFORM 2100-COST-ACTIVITY                                   PGM210
039900         UNTIL WS-EOF                                             PGM210
040000     IF NOT WS-FIRST-RECORD                                       PGM210
040100         PERFORM 2300-EQUIP-BREAK                                 PGM210
040200         PERFORM 2400-LINE-BREAK                                  PGM210
040300     END-IF                                                       PGM210
040400     MOVE SPACES       TO WS-PRT-PLANT                            PGM210
040500     MOVE 'ALL LINES'  TO WS-PRT-LINE                             PGM210
040600     MOVE 'TOTAL'      TO WS-PRT-EQUIP                            PGM210
040700     MOVE WS-GR-TOTALS TO WS-EQ-TOTALS                            PGM210
040800     PERFORM 2500-PRINT-COST-LINE                                 PGM210
040900     CLOSE SORTED-ACT-FILE.                                       PGM210
041000*                                                                 PGM210
041100 2100-COST-ACTIVITY.                                              PGM210
041200     ADD 1 TO WS-ACT-COUNT                                        PGM210
041300     MOVE MA-ACT-DATE OF SORTED-ACT-REC (1:6) TO WS-ACT-YYYYMM    PGM210
041400     IF WS-ACT-YYYYMM = WS-PERIOD-YYYYMM                          PGM210
041500         ADD 1 TO WS-PERIOD-ACT-COUNT                             PGM210
041600         IF WS-FIRST-RECORD                                       PGM210
041700             PERFORM 2200-START-EQUIP                             PGM210
041800             MOVE 'N' TO WS-FIRST-FLAG                            PGM210
041900         ELSE                                                     PGM210
042000             IF MA-PLANT-CD OF SORTED-ACT-REC NOT = WS-CURR-PLANT PGM210
042100                 OR MA-LINE-CD OF SORTED-ACT-REC                  PGM210
042200                     NOT = WS-CURR-LINE                           PGM210
042300                 PERFORM 2300-EQUIP-BREAK                         PGM210
042400                 PERFORM 2400-LINE-BREAK                          PGM210
042500                 PERFORM 2200-START-EQUIP                         PGM210
042600             ELSE                                                 PGM210
042700                 IF MA-EQUIP-ID OF SORTED-ACT-REC                 PGM210
042800                     NOT = WS-CURR-EQUIP                          PGM210
042900                     PERFORM 2300-EQUIP-BREAK                     PGM210
043000                     PERFORM 2200-START-EQUIP                     PGM210
043100                 END-IF                                           PGM210
043200             END-IF                                               PGM210
043300         END-IF                                                   PGM210
043400         IF MA-LABOR OF SORTED-ACT-REC                            PGM210
043500             PERFORM 2150-COST-LABOR                              PGM210
043600         ELSE                                                     PGM210
043700             COMPUTE WS-PART-VALUE =                              PGM210
043800                 MA-QTY OF SORTED-ACT-REC                         PGM210
043900                 * MA-UNIT-COST OF SORTED-ACT-REC                 PGM210
044000             ADD WS-PART-VALUE TO WS-EQ-PARTS-COST                PGM210
044100         END-IF                                                   PGM210
044200     END-IF                                                       PGM210
044300     PERFORM 1300-READ-SORTED.                                    PGM210
044400*                                                                 PGM210
044500* 파라미터에 단가가 없는 직종 공수는 시간만 잡고 원가 0.                                PGM210
044600 2150-COST-LABOR.                                                 PGM210
044700     ADD MA-HOURS OF SORTED-ACT-REC TO WS-EQ-HOURS                PGM210
044800     MOVE 'N' TO WS-RATE-FOUND-FLAG                               PGM210
044900     SET RT-IDX TO 1                                              PGM210
045000     SEARCH WS-RATE-ENTRY                                         PGM210
045100         AT END                                                   PGM210
045200             CONTINUE                                             PGM210
045300         WHEN RT-IDX NOT > WS-RATE-COUNT                          PGM210
045400             AND RT-CRAFT-CD (RT-IDX)                             PGM210
045500                 = MA-CRAFT-CD OF SORTED-ACT-REC                  PGM210
045600             SET WS-RATE-FOUND TO TRUE                            PGM210
045700             COMPUTE WS-LABOR-COST ROUNDED =                      PGM210
045800                 MA-HOURS OF SORTED-ACT-REC                       PGM210
045900                 * RT-HOURLY-RATE (RT-IDX)                        PGM210
046000             ADD WS-LABOR-COST TO WS-EQ-LABOR-COST                PGM210
046100     END-SEARCH                                                   PGM210
046200     IF NOT WS-RATE-FOUND                                         PGM210
046300         ADD 1 TO WS-EQ-NORATE-CNT                                PGM210
046400         ADD 1 TO WS-NORATE-COUNT                                 PGM210
046500     END-IF.                                                      PGM210
046600*                                                                 PGM210
046700 2200-START-EQUIP.                                                PGM210
046800     MOVE MA-PLANT-CD OF SORTED-ACT-REC TO WS-CURR-PLANT          PGM210
046900     MOVE MA-LINE-CD OF SORTED-ACT-REC  TO WS-CURR-LINE           PGM210
047000     MOVE MA-EQUIP-ID OF SORTED-ACT-REC TO WS-CURR-EQUIP          PGM210
047100     INITIALIZE WS-EQ-TOTALS.                                     PGM210
047200*                                                                 PGM210
047300 2300-EQUIP-BREAK.                                                PGM210
047400     ADD WS-EQ-HOURS      TO WS-LN-HOURS                          PGM210
047500     ADD WS-EQ-LABOR-COST TO WS-LN-LABOR-COST                     PGM210
047600     ADD WS-EQ-PARTS-COST TO WS-LN-PARTS-COST                     PGM210
047700     ADD WS-EQ-NORATE-CNT TO WS-LN-NORATE-CNT                     PGM210
047800     MOVE WS-CURR-PLANT   TO WS-PRT-PLANT                         PGM210
047900     MOVE WS-CURR-LINE    TO WS-PRT-LINE                          PGM210
048000     MOVE WS-CURR-EQUIP   TO WS-PRT-EQUIP                         PGM210
048100     PERFORM 2500-PRINT-COST-LINE.                                PGM210
048200*                                                                 PGM210
048300 2400-LINE-BREAK.                                                 PGM210
048400     ADD WS-LN-HOURS      TO WS-GR-HOURS                          PGM210
048500     ADD WS-LN-LABOR-COST TO WS-GR-LABOR-COST                     PGM210
048600     ADD WS-LN-PARTS-COST TO WS-GR-PARTS-COST                     PGM210
048700     ADD WS-LN-NORATE-CNT TO WS-GR-NORATE-CNT                     PGM210
048800     MOVE WS-CURR-PLANT   TO WS-PRT-PLANT                         PGM210
048900     MOVE WS-CURR-LINE    TO WS-PRT-LINE                          PGM210
049000     MOVE 'LINE TOTAL'    TO WS-PRT-EQUIP                         PGM210
049100     MOVE WS-LN-TOTALS    TO WS-EQ-TOTALS                         PGM210
049200     PERFORM 2500-PRINT-COST-LINE                                 PGM210
049300     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
049400     INITIALIZE WS-LN-TOTALS.                                     PGM210
049500*                                                                 PGM210
049600 2500-PRINT-COST-LINE.                                            PGM210
049700     MOVE WS-PRT-PLANT     TO RC-PLANT-CD                         PGM210
049800     MOVE WS-PRT-LINE      TO RC-LINE-CD                          PGM210
049900     MOVE WS-PRT-EQUIP     TO RC-EQUIP-ID                         PGM210
050000     MOVE WS-EQ-HOURS      TO RC-LABOR-HRS                        PGM210
050100     MOVE WS-EQ-LABOR-COST TO RC-LABOR-COST                       PGM210
050200     MOVE WS-EQ-PARTS-COST TO RC-PARTS-COST                       PGM210
050300     COMPUTE RC-TOTAL-COST = WS-EQ-LABOR-COST + WS-EQ-PARTS-COST  PGM210
050400     IF WS-EQ-NORATE-CNT > 0                                      PGM210
050500         MOVE 'NO RATE' TO RC-RATE-FLAG                           PGM210
050600     ELSE                                                         PGM210
050700         MOVE SPACES TO RC-RATE-FLAG                              PGM210
050800     END-IF                                                       PGM210
050900     WRITE MNT-REPORT-REC FROM WS-RPT-COST.                       PGM210
051000*                                                                 PGM210
051100* ---------------------------------------------------------       PGM210
051200* 2. MTTR - 대상월에 완료된 작업지시의 수리시간(고장부터                              PGM210
051300*    완료까지 분)을 설비별로 모아 평균한다.                                       PGM210
051400* ---------------------------------------------------------       PGM210
051500 3000-REPORT-MTTR.                                                PGM210
051600     OPEN INPUT WORK-ORDER-FILE                                   PGM210
051700     IF WS-FILE-STATUS4 NOT = '00'                                PGM210
051800         DISPLAY 'WORK ORDER FILE OPEN ERROR: ' WS-FILE-STATUS4   PGM210
051900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM210
052000         PERFORM 9900-ABNORMAL-END                                PGM210
052100     END-IF                                                       PGM210
052200     PERFORM 3100-READ-WO                                         PGM210
052300     PERFORM 3200-COLLECT-WO                                      PGM210
052400         UNTIL WS-WO-EOF                                          PGM210
052500     CLOSE WORK-ORDER-FILE                                        PGM210
052600     MOVE WS-PERIOD-YYYYMM TO RM-YYYYMM                           PGM210
052700     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
052800     WRITE MNT-REPORT-REC FROM WS-RPT-MT-TITLE                    PGM210
052900     WRITE MNT-REPORT-REC FROM WS-RPT-MT-HEAD                     PGM210
053000     PERFORM 3500-PRINT-MTTR-ENTRY                                PGM210
053100         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT      PGM210
053200     IF WS-MT-COUNT > 0                                           PGM210
053300         PERFORM 3600-MTTR-LINE-TOTAL                             PGM210
053400     END-IF                                                       PGM210
053500     MOVE SPACES       TO RM-PLANT-CD                             PGM210
053600     MOVE 'ALL LINES'  TO RM-LINE-CD                              PGM210
053700     MOVE 'TOTAL'      TO RM-EQUIP-ID                             PGM210
053800     MOVE WS-MT-GR-CNT TO WS-MT-PRT-CNT                           PGM210
053900     MOVE WS-MT-GR-MIN TO WS-MT-PRT-MIN                           PGM210
054000     PERFORM 3700-PRINT-MTTR-LINE.                                PGM210
054100*                                                                 PGM210
054200 3100-READ-WO.                                                    PGM210
054300     READ WORK-ORDER-FILE                                         PGM210
054400         AT END SET WS-WO-EOF TO TRUE                             PGM210
054500     END-READ.                                                    PGM210
054600*                                                                 PGM210
054700 3200-COLLECT-WO.                                                 PGM210
054800     ADD 1 TO WS-WO-READ-COUNT                                    PGM210
054900     IF MW-CLOSED AND MW-CLOSE-DATE (1:6) = WS-PERIOD-YYYYMM      PGM210
055000         ADD 1 TO WS-WO-CLOSED-COUNT                              PGM210
055100         MOVE MW-PLANT-CD TO WS-MT-KEY-PLANT                      PGM210
055200         MOVE MW-LINE-CD  TO WS-MT-KEY-LINE                       PGM210
055300         MOVE MW-EQUIP-ID TO WS-MT-KEY-EQUIP                      PGM210
055400         PERFORM 3300-LOCATE-MTTR-ENTRY                           PGM210
055500         ADD 1 TO MT-WO-CNT (WS-MX)                               PGM210
055600         ADD MW-REPAIR-MIN TO MT-REPAIR-MIN (WS-MX)               PGM210
055700     END-IF                                                       PGM210
055800     PERFORM 3100-READ-WO.                                        PGM210
055900*                                                                 PGM210
056000* 키 순서로 자리를 찾아 같은 키가 없으면 뒤를 밀고 끼운다.                               PGM210
056100 3300-LOCATE-MTTR-ENTRY.                                          PGM210
056200     MOVE 'N' TO WS-MT-POS-FLAG                                   PGM210
056300     PERFORM 3310-SCAN-MTTR-POS                                   PGM210
056400         VARYING WS-MX FROM 1 BY 1                                PGM210
056500         UNTIL WS-MX > WS-MT-COUNT OR WS-MT-POS-FOUND             PGM210
056600     IF WS-MT-POS-FOUND                                           PGM210
056700         SUBTRACT 1 FROM WS-MX                                    PGM210
056800     END-IF                                                       PGM210
056900     MOVE 'N' TO WS-MT-NEW-FLAG                                   PGM210
057000     IF WS-MX > WS-MT-COUNT                                       PGM210
057100         SET WS-MT-NEW-ENTRY TO TRUE                              PGM210
057200     ELSE                                                         PGM210
057300         IF MT-KEY (WS-MX) NOT = WS-MT-KEY                        PGM210
057400             SET WS-MT-NEW-ENTRY TO TRUE                          PGM210
057500         END-IF                                                   PGM210
057600     END-IF                                                       PGM210
057700     IF WS-MT-NEW-ENTRY                                           PGM210
057800         IF WS-MT-COUNT NOT < WS-MT-MAX                           PGM210
057900             DISPLAY 'MTTR EQUIPMENT TABLE FULL: ' WS-MT-MAX      PGM210
058000             MOVE 'FL' TO WS-ABEND-STATUS                         PGM210
058100             PERFORM 9900-ABNORMAL-END                            PGM210
058200         END-IF                                                   PGM210
058300         PERFORM 3320-SHIFT-MTTR-ENTRY                            PGM210
058400             VARYING WS-MY FROM WS-MT-COUNT BY -1                 PGM210
058500             UNTIL WS-MY < WS-MX                                  PGM210
058600         ADD 1 TO WS-MT-COUNT                                     PGM210
058700         MOVE WS-MT-KEY TO MT-KEY (WS-MX)                         PGM210
058800         MOVE ZEROS     TO MT-WO-CNT (WS-MX)                      PGM210
058900         MOVE ZEROS     TO MT-REPAIR-MIN (WS-MX)                  PGM210
059000     END-IF.                                                      PGM210
059100*                                                                 PGM210
059200 3310-SCAN-MTTR-POS.                                              PGM210
059300     IF MT-KEY (WS-MX) NOT < WS-MT-KEY                            PGM210
059400         SET WS-MT-POS-FOUND TO TRUE                              PGM210
059500     END-IF.                                                      PGM210
059600*                                                                 PGM210
059700 3320-SHIFT-MTTR-ENTRY.                                           PGM210
059800     MOVE WS-MT-ENTRY (WS-MY) TO WS-MT-ENTRY (WS-MY + 1).         PGM210
059900*                                                                 PGM210
060000 3500-PRINT-MTTR-ENTRY.                                           PGM210
060100     IF WS-MX > 1                                                 PGM210
060200         AND (MT-PLANT-CD (WS-MX) NOT = MT-PLANT-CD (WS-MX - 1)   PGM210
060300             OR MT-LINE-CD (WS-MX) NOT = MT-LINE-CD (WS-MX - 1))  PGM210
060400         PERFORM 3600-MTTR-LINE-TOTAL                             PGM210
060500     END-IF                                                       PGM210
060600     MOVE MT-PLANT-CD (WS-MX)   TO RM-PLANT-CD                    PGM210
060700     MOVE MT-LINE-CD (WS-MX)    TO RM-LINE-CD                     PGM210
060800     MOVE MT-EQUIP-ID (WS-MX)   TO RM-EQUIP-ID                    PGM210
060900     MOVE MT-WO-CNT (WS-MX)     TO WS-MT-PRT-CNT                  PGM210
061000     MOVE MT-REPAIR-MIN (WS-MX) TO WS-MT-PRT-MIN                  PGM210
061100     PERFORM 3700-PRINT-MTTR-LINE                                 PGM210
061200     ADD MT-WO-CNT (WS-MX)      TO WS-MT-LN-CNT                   PGM210
061300     ADD MT-REPAIR-MIN (WS-MX)  TO WS-MT-LN-MIN                   PGM210
061400     MOVE MT-PLANT-CD (WS-MX)   TO WS-CURR-PLANT                  PGM210
061500     MOVE MT-LINE-CD (WS-MX)    TO WS-CURR-LINE.                  PGM210
061600*                                                                 PGM210
061700 3600-MTTR-LINE-TOTAL.                                            PGM210
061800     ADD WS-MT-LN-CNT  TO WS-MT-GR-CNT                            PGM210
061900     ADD WS-MT-LN-MIN  TO WS-MT-GR-MIN                            PGM210
062000     MOVE WS-CURR-PLANT TO RM-PLANT-CD                            PGM210
062100     MOVE WS-CURR-LINE  TO RM-LINE-CD                             PGM210
062200     MOVE 'LINE TOTAL'  TO RM-EQUIP-ID                            PGM210
062300     MOVE WS-MT-LN-CNT  TO WS-MT-PRT-CNT                          PGM210
062400     MOVE WS-MT-LN-MIN  TO WS-MT-PRT-MIN                          PGM210
062500     PERFORM 3700-PRINT-MTTR-LINE                                 PGM210
062600     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
062700     MOVE ZEROS TO WS-MT-LN-CNT WS-MT-LN-MIN.                     PGM210
062800*                                                                 PGM210
062900 3700-PRINT-MTTR-LINE.                                            PGM210
063000     MOVE WS-MT-PRT-CNT TO RM-WO-CNT                              PGM210
063100     MOVE WS-MT-PRT-MIN TO RM-REPAIR-MIN                          PGM210
063200     IF WS-MT-PRT-CNT > 0                                         PGM210
063300         COMPUTE WS-MTTR-MIN ROUNDED =                            PGM210
063400             WS-MT-PRT-MIN / WS-MT-PRT-CNT                        PGM210
063500         COMPUTE WS-MTTR-HRS ROUNDED =                            PGM210
063600             WS-MT-PRT-MIN / WS-MT-PRT-CNT / 60                   PGM210
063700     ELSE                                                         PGM210
063800         MOVE ZEROS TO WS-MTTR-MIN WS-MTTR-HRS                    PGM210
063900     END-IF                                                       PGM210
064000     MOVE WS-MTTR-MIN TO RM-MTTR-MIN                              PGM210
064100     MOVE WS-MTTR-HRS TO RM-MTTR-HRS                              PGM210
064200     WRITE MNT-REPORT-REC FROM WS-RPT-MTTR.                       PGM210
064300*                                                                 PGM210
064400* ---------------------------------------------------------       PGM210
064500* 3. 예비품 사용이력 - 이력 기간의 출고를 설비별 일자순으로                              PGM210
064600*    나열하고 설비 소계를 낸다.                                              PGM210
064700* ---------------------------------------------------------       PGM210
064800 4000-REPORT-PARTS-HISTORY.                                       PGM210
064900     MOVE WS-HIST-FROM-YYYYMM TO RS-FROM-YYYYMM                   PGM210
065000     MOVE WS-PERIOD-YYYYMM    TO RS-TO-YYYYMM                     PGM210
065100     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
065200     WRITE MNT-REPORT-REC FROM WS-RPT-HS-TITLE                    PGM210
065300     WRITE MNT-REPORT-REC FROM WS-RPT-HS-HEAD                     PGM210
065400     MOVE 'N' TO WS-HS-OPEN-FLAG                                  PGM210
065500     PERFORM 1200-OPEN-SORTED                                     PGM210
065600     PERFORM 4100-HISTORY-ACTIVITY                                PGM210
065700         UNTIL WS-EOF                                             PGM210
065800     PERFORM 4300-HISTORY-EQUIP-TOTAL                             PGM210
065900     CLOSE SORTED-ACT-FILE.                                       PGM210
066000*                                                                 PGM210
066100 4100-HISTORY-ACTIVITY.                                           PGM210
066200     MOVE MA-ACT-DATE OF SORTED-ACT-REC (1:6) TO WS-ACT-YYYYMM    PGM210
066300     IF MA-PART OF SORTED-ACT-REC                                 PGM210
066400         AND WS-ACT-YYYYMM NOT < WS-HIST-FROM-YYYYMM              PGM210
066500         AND WS-ACT-YYYYMM NOT > WS-PERIOD-YYYYMM                 PGM210
066600         IF NOT WS-HS-OPEN                                        PGM210
066700             OR MA-PLANT-CD OF SORTED-ACT-REC NOT = WS-CURR-PLANT PGM210
066800             OR MA-LINE-CD OF SORTED-ACT-REC NOT = WS-CURR-LINE   PGM210
066900             OR MA-EQUIP-ID OF SORTED-ACT-REC NOT = WS-CURR-EQUIP PGM210
067000             PERFORM 4300-HISTORY-EQUIP-TOTAL                     PGM210
067100             PERFORM 2200-START-EQUIP                             PGM210
067200             MOVE ZEROS TO WS-HS-EQ-QTY WS-HS-EQ-VALUE            PGM210
067300             SET WS-HS-OPEN TO TRUE                               PGM210
067400         END-IF                                                   PGM210
067500         PERFORM 4200-PRINT-HISTORY                               PGM210
067600     END-IF                                                       PGM210
067700     PERFORM 1300-READ-SORTED.                                    PGM210
067800*                                                                 PGM210
067900 4200-PRINT-HISTORY.                                              PGM210
068000     ADD 1 TO WS-HIST-COUNT                                       PGM210
068100     COMPUTE WS-PART-VALUE =                                      PGM210
068200         MA-QTY OF SORTED-ACT-REC * MA-UNIT-COST OF SORTED-ACT-RECPGM210
068300     ADD MA-QTY OF SORTED-ACT-REC TO WS-HS-EQ-QTY                 PGM210
068400     ADD WS-PART-VALUE            TO WS-HS-EQ-VALUE               PGM210
068500     MOVE WS-CURR-PLANT  TO RS-PLANT-CD                           PGM210
068600     MOVE WS-CURR-LINE   TO RS-LINE-CD                            PGM210
068700     MOVE WS-CURR-EQUIP  TO RS-EQUIP-ID                           PGM210
068800     MOVE MA-ACT-DATE OF SORTED-ACT-REC     TO RS-ACT-DATE        PGM210
068900     MOVE MA-WO-NO OF SORTED-ACT-REC        TO RS-WO-NO           PGM210
069000     MOVE MA-ITEM-CD OF SORTED-ACT-REC      TO RS-ITEM-CD         PGM210
069100     MOVE MA-WAREHOUSE-CD OF SORTED-ACT-REC TO RS-WAREHOUSE-CD    PGM210
069200     MOVE MA-QTY OF SORTED-ACT-REC          TO RS-QTY             PGM210
069300     MOVE MA-UNIT-COST OF SORTED-ACT-REC    TO RS-UNIT-COST       PGM210
069400     MOVE WS-PART-VALUE                     TO RS-VALUE           PGM210
069500     WRITE MNT-REPORT-REC FROM WS-RPT-HIST.                       PGM210
069600*                                                                 PGM210
069700 4300-HISTORY-EQUIP-TOTAL.                                        PGM210
069800     IF WS-HS-OPEN                                                PGM210
069900         MOVE WS-CURR-PLANT     TO RS-PLANT-CD                    PGM210
070000         MOVE WS-CURR-LINE      TO RS-LINE-CD                     PGM210
070100         MOVE WS-CURR-EQUIP     TO RS-EQUIP-ID                    PGM210
070200         MOVE SPACES            TO RS-ACT-DATE RS-WO-NO           PGM210
070300                                   RS-WAREHOUSE-CD                PGM210
070400         MOVE 'EQUIPMENT TOTAL' TO RS-ITEM-CD                     PGM210
070500         MOVE WS-HS-EQ-QTY      TO RS-QTY                         PGM210
070600         MOVE ZEROS             TO RS-UNIT-COST                   PGM210
070700         MOVE WS-HS-EQ-VALUE    TO RS-VALUE                       PGM210
070800         WRITE MNT-REPORT-REC FROM WS-RPT-HIST                    PGM210
070900         WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                   PGM210
071000         MOVE 'N' TO WS-HS-OPEN-FLAG                              PGM210
071100     END-IF.                                                      PGM210
071200*                                                                 PGM210
071300 9000-FINALIZE.                                                   PGM210
071400     MOVE WS-ACT-COUNT        TO RR-ACT-CNT                       PGM210
071500     MOVE WS-PERIOD-ACT-COUNT TO RR-PERIOD-CNT                    PGM210
071600     MOVE WS-NORATE-COUNT     TO RR-NORATE-CNT                    PGM210
071700     MOVE WS-WO-CLOSED-COUNT  TO RR-CLOSED-CNT                    PGM210
071800     MOVE WS-HIST-COUNT       TO RR-HIST-CNT                      PGM210
071900     WRITE MNT-REPORT-REC FROM WS-RPT-BLANK                       PGM210
072000     WRITE MNT-REPORT-REC FROM WS-RPT-TOTALS                      PGM210
072100     CLOSE MNT-REPORT-FILE                                        PGM210
072200     IF WS-NORATE-COUNT > 0                                       PGM210
072300         DISPLAY 'PGM210 WARNING: ' WS-NORATE-COUNT               PGM210
072400                 ' LABOUR BOOKINGS WITH NO CRAFT RATE IN PARM'    PGM210
072500         MOVE 4 TO RETURN-CODE                                    PGM210
072600     END-IF                                                       PGM210
072700     DISPLAY 'PGM210 COMPLETED: ' WS-ACT-COUNT                    PGM210
072800             ' ACTIVITIES, ' WS-PERIOD-ACT-COUNT ' IN MONTH '     PGM210
072900             WS-PERIOD-YYYYMM                                     PGM210
073000     DISPLAY '  WORK ORDERS READ ' WS-WO-READ-COUNT               PGM210
073100             ', CLOSED IN MONTH ' WS-WO-CLOSED-COUNT              PGM210
073200             ', PART ISSUES IN HISTORY ' WS-HIST-COUNT.           PGM210
073300*                                                                 PGM210
073400 9750-DIAGNOSE-FILE-STATUS.                                       PGM210
073500     EVALUATE WS-ABEND-STATUS                                     PGM210
073600         WHEN '10'                                                PGM210
073700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM210
073800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM210
073900         WHEN '23'                                                PGM210
074000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM210
074100             DISPLAY '  AND RETRY THE REQUEST'                    PGM210
074200         WHEN '35'                                                PGM210
074300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM210
074400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM210
074500         WHEN '37'                                                PGM210
074600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM210
074700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM210
074800         WHEN '39'                                                PGM210
074900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM210
075000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM210
075100         WHEN '41'                                                PGM210
075200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM210
075300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM210
075400         WHEN '42'                                                PGM210
075500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM210
075600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM210
075700         WHEN '46'                                                PGM210
075800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM210
075900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM210
076000         WHEN OTHER                                               PGM210
076100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM210
076200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM210
076300     END-EVALUATE.                                                PGM210
076400*                                                                 PGM210
076500 9900-ABNORMAL-END.                                               PGM210
076600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM210
076700     DISPLAY 'PGM210 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM210
076800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM210
076900     MOVE 16 TO RETURN-CODE                                       PGM210
077000     GOBACK.                                                      PGM210
077100                                                                  PGM210
