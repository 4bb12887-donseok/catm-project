000100 IDENTIFICATION DIVISION.                                         PGM185
000200 PROGRAM-ID.    PGM185.                                           PGM185
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM185
000400*                                                                 PGM185
000500* =========================================================       PGM185
000600* 프로그램명: 자가 스크랩 원자재 입고 반영                                         PGM185
000700* 처리내용  : 생산일의 폐기('03') 실적 폐기중량을 등급 배정                            PGM185
000800*            (CPYSCGR: 라인+제품, 라인, 전체 순)으로 스크랩                     PGM185
000900*            원자재에 묶어 공장/라인/자재별 내부입고로 원자재                          PGM185
001000*            재고(RM-STOCK-QTY)에 더하고, 입고 당시 자재단가                    PGM185
001100*            (표준원가 롤업과 같은 RM-UNIT-PRICE)로 평가해                     PGM185
001200*            GL 인터페이스('HSCR')에 넘긴다. 내부입고 기록                       PGM185
001300*            (CPYSCRC)에 이미 있는 키는 건너뛰므로 재실행해도                      PGM185
001400*            재고가 두 번 늘지 않는다. 배정이 없거나 자재가                          PGM185
001500*            스크랩 분류가 아니면 미반영으로 보고하고 RC 4.                         PGM185
001600* =========================================================       PGM185
001700*                                                                 PGM185
001800 ENVIRONMENT DIVISION.                                            PGM185
001900 CONFIGURATION SECTION.                                           PGM185
002000 INPUT-OUTPUT SECTION.                                            PGM185
002100 FILE-CONTROL.                                                    PGM185
002200     SELECT OPTIONAL SCRAP-PARM-FILE                              PGM185
002300         ASSIGN TO SCRPPARM                                       PGM185
002400         ORGANIZATION IS SEQUENTIAL                               PGM185
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM185
002600     SELECT PROD-TRANS-FILE                                       PGM185
002700         ASSIGN TO PRODTRAN                                       PGM185
002800         ORGANIZATION IS INDEXED                                  PGM185
002900         ACCESS MODE IS SEQUENTIAL                                PGM185
003000         RECORD KEY IS PT-KEY                                     PGM185
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM185
003200     SELECT SCRAP-GRADE-FILE                                      PGM185
003300         ASSIGN TO SCRPGRD                                        PGM185
003400         ORGANIZATION IS INDEXED                                  PGM185
003500         ACCESS MODE IS RANDOM                                    PGM185
003600         RECORD KEY IS SG-KEY                                     PGM185
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM185
003800     SELECT RM-MASTER-FILE                                        PGM185
003900         ASSIGN TO RMMAST                                         PGM185
004000         ORGANIZATION IS INDEXED                                  PGM185
004100         ACCESS MODE IS RANDOM                                    PGM185
004200         RECORD KEY IS RM-MATL-CD                                 PGM185
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM185
004400     SELECT SCRAP-RECEIPT-FILE                                    PGM185
004500         ASSIGN TO SCRPRCV                                        PGM185
004600         ORGANIZATION IS INDEXED                                  PGM185
004700         ACCESS MODE IS RANDOM                                    PGM185
004800         RECORD KEY IS SR-KEY                                     PGM185
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM185
005000     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM185
005100         ASSIGN TO GLINTF                                         PGM185
005200         ORGANIZATION IS SEQUENTIAL                               PGM185
005300         FILE STATUS IS WS-FILE-STATUS6.                          PGM185
005400     SELECT SCRAP-REPORT-FILE                                     PGM185
005500         ASSIGN TO SCRPRPT                                        PGM185
005600         ORGANIZATION IS SEQUENTIAL                               PGM185
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM185
005800*                                                                 PGM185
005900 DATA DIVISION.                                                   PGM185
006000 FILE SECTION.                                                    PGM185
006100 FD  SCRAP-PARM-FILE.                                             PGM185
006200 01  SCRAP-PARM-REC.                                              PGM185
006300     05 SP-PROD-DATE         PIC 9(08).                           PGM185
006400     05 FILLER               PIC X(72).                           PGM185
006500 FD  PROD-TRANS-FILE.                                             PGM185
006600 01  PROD-TRANS-REC.                                              PGM185
006700     COPY CPYTRANS.                                               PGM185
006800 FD  SCRAP-GRADE-FILE.                                            PGM185
006900 01  SCRAP-GRADE-REC.                                             PGM185
007000     COPY CPYSCGR.                                                PGM185
007100 FD  RM-MASTER-FILE.                                              PGM185
007200 01  RM-MASTER-REC.                                               PGM185
007300     COPY CPYRMMS.                                                PGM185
007400 FD  SCRAP-RECEIPT-FILE.                                          PGM185
007500 01  SCRAP-RECEIPT-REC.                                           PGM185
007600     COPY CPYSCRC.                                                PGM185
007700 FD  GL-INTERFACE-FILE.                                           PGM185
007800 01  GL-INTERFACE-REC.                                            PGM185
007900     COPY CPYGLIF.                                                PGM185
008000 FD  SCRAP-REPORT-FILE.                                           PGM185
008100 01  SCRAP-REPORT-REC        PIC X(132).                          PGM185
008200*                                                                 PGM185
008300 WORKING-STORAGE SECTION.                                         PGM185
008400 01  WS-FILE-STATUS         PIC XX.                               PGM185
008500 01  WS-FILE-STATUS2        PIC XX.                               PGM185
008600 01  WS-FILE-STATUS3        PIC XX.                               PGM185
008700 01  WS-FILE-STATUS4        PIC XX.                               PGM185
008800 01  WS-FILE-STATUS5        PIC XX.                               PGM185
008900 01  WS-FILE-STATUS6        PIC XX.                               PGM185
009000 01  WS-FILE-STATUS7        PIC XX.                               PGM185
009100 01  WS-ABEND-STATUS        PIC XX.                               PGM185
009200 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM185
009300     88 WS-EOF              VALUE 'Y'.                            PGM185
009400 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM185
009500     88 WS-GLIF-READY       VALUE 'Y'.                            PGM185
009600 01  WS-ROUTED-FLAG         PIC X VALUE 'N'.                      PGM185
009700     88 WS-ROUTED           VALUE 'Y'.                            PGM185
009800 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM185
009900     88 WS-FOUND            VALUE 'Y'.                            PGM185
010000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM185
010100 01  WS-PROD-DATE           PIC 9(08) VALUE ZEROS.                PGM185
010200 01  WS-SCRAP-MATL-CD       PIC X(12).                            PGM185
010300 01  WS-TRANS-COUNT         PIC 9(07) VALUE ZEROS.                PGM185
010400 01  WS-SCRAP-TRANS-CNT     PIC 9(07) VALUE ZEROS.                PGM185
010500 01  WS-POSTED-CNT          PIC 9(05) VALUE ZEROS.                PGM185
010600 01  WS-SKIPPED-CNT         PIC 9(05) VALUE ZEROS.                PGM185
010700 01  WS-EXCEPTION-CNT       PIC 9(05) VALUE ZEROS.                PGM185
010800 01  WS-POSTED-WGT          PIC S9(11)V99 VALUE ZEROS.            PGM185
010900 01  WS-POSTED-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM185
011000 01  WS-EXCEPTION-WGT       PIC S9(11)V99 VALUE ZEROS.            PGM185
011100 01  WS-VALUE-AMT           PIC S9(11)V99 VALUE ZEROS.            PGM185
011200*                                                                 PGM185
011300 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM185
011400 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM185
011500 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM185
011600 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM185
011700*                                                                 PGM185
011800* 공장/라인/스크랩 자재별 집계 (미배정은 자재 공백)                                   PGM185
011900 01  WS-SA-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM185
012000 01  WS-SA-COUNT            PIC 9(03) VALUE ZEROS.                PGM185
012100 01  WS-SA-MAX              PIC 9(03) VALUE 300.                  PGM185
012200 01  WS-SCRAP-TABLE.                                              PGM185
012300     05 WS-SA-ENTRY OCCURS 300 TIMES                              PGM185
012400             INDEXED BY SA-IDX.                                   PGM185
012500         10 WS-SA-PLANT-CD    PIC X(04).                          PGM185
012600         10 WS-SA-LINE-CD     PIC X(10).                          PGM185
012700         10 WS-SA-MATL-CD     PIC X(12).                          PGM185
012800         10 WS-SA-PRODUCT-CD  PIC X(15).                          PGM185
012900         10 WS-SA-WGT         PIC S9(9)V99 COMP-3.                PGM185
013000         10 WS-SA-TRANS-CNT   PIC 9(05) COMP.                     PGM185
013100*                                                                 PGM185
013200 01  WS-RPT-HEADER.                                               PGM185
013300     05 FILLER               PIC X(38) VALUE                      PGM185
013400             'PGM185 HOME SCRAP RECEIPT - PROD DATE '.            PGM185
013500     05 RH-PROD-DATE         PIC 9(08).                           PGM185
013600     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM185
013700     05 RH-RUN-DATE          PIC 9(08).                           PGM185
013800     05 FILLER               PIC X(68) VALUE SPACES.              PGM185
013900 01  WS-RPT-COLUMNS.                                              PGM185
014000     05 FILLER               PIC X(50) VALUE                      PGM185
014100             'PLNT LINE       SCRAP MATL   TRANS    SCRAP WEIGHT'.PGM185
014200     05 FILLER               PIC X(44) VALUE                      PGM185
014300             '    STD PRICE        VALUE AMT  RESULT      '.      PGM185
014400     05 FILLER               PIC X(38) VALUE SPACES.              PGM185
014500 01  WS-RPT-DETAIL.                                               PGM185
014600     05 RD-PLANT-CD          PIC X(04).                           PGM185
014700     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
014800     05 RD-LINE-CD           PIC X(10).                           PGM185
014900     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
015000     05 RD-MATL-CD           PIC X(12).                           PGM185
015100     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
015200     05 RD-TRANS-CNT         PIC ZZZZ9.                           PGM185
015300     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
015400     05 RD-SCRAP-WGT         PIC ZZZ,ZZZ,ZZ9.99-.                 PGM185
015500     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
015600     05 RD-STD-PRICE         PIC ZZZ,ZZZ,ZZ9.99-.                 PGM185
015700     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
015800     05 RD-VALUE-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              PGM185
015900     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
016000     05 RD-RESULT            PIC X(30).                           PGM185
016100     05 FILLER               PIC X(16) VALUE SPACES.              PGM185
016200 01  WS-RPT-TOTAL.                                                PGM185
016300     05 FILLER               PIC X(14) VALUE 'POSTED ENTRIES'.    PGM185
016400     05 RT-POSTED-CNT        PIC ZZZZ9.                           PGM185
016500     05 FILLER               PIC X(08) VALUE ' WEIGHT '.          PGM185
016600     05 RT-POSTED-WGT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM185
016700     05 FILLER               PIC X(07) VALUE ' VALUE '.           PGM185
016800     05 RT-POSTED-AMT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM185
016900     05 FILLER               PIC X(09) VALUE ' SKIPPED '.         PGM185
017000     05 RT-SKIPPED-CNT       PIC ZZZZ9.                           PGM185
017100     05 FILLER               PIC X(12) VALUE ' EXCEPTIONS '.      PGM185
017200     05 RT-EXCEPTION-CNT     PIC ZZZZ9.                           PGM185
017300     05 FILLER               PIC X(01) VALUE SPACE.               PGM185
017400     05 RT-EXCEPTION-WGT     PIC ZZZ,ZZZ,ZZ9.99-.                 PGM185
017500     05 FILLER               PIC X(13) VALUE SPACES.              PGM185
017600 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM185
017700*                                                                 PGM185
017800 PROCEDURE DIVISION.                                              PGM185
017900*                                                                 PGM185
018000 0000-MAIN-PROCESS.                                               PGM185
018100     PERFORM 1000-INITIALIZE                                      PGM185
018200     PERFORM 2000-COLLECT-SCRAP                                   PGM185
018300         UNTIL WS-EOF                                             PGM185
018400     IF WS-SA-COUNT > 0                                           PGM185
018500         PERFORM 3000-POST-ONE-ENTRY                              PGM185
018600             VARYING WS-SA-SUB FROM 1 BY 1                        PGM185
018700             UNTIL WS-SA-SUB > WS-SA-COUNT                        PGM185
018800     END-IF                                                       PGM185
018900     PERFORM 9000-FINALIZE                                        PGM185
019000     GOBACK.                                                      PGM185
019100*                                                                 PGM185
019200* 생산일 기본값은 실행일이며 파라미터로 지정할 수 있다.                                  PGM185
019300 1000-INITIALIZE.                                                 PGM185
019400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM185
019500     MOVE WS-RUN-DATE TO WS-PROD-DATE                             PGM185
019600     OPEN INPUT SCRAP-PARM-FILE                                   PGM185
019700     IF WS-FILE-STATUS = '00'                                     PGM185
019800         READ SCRAP-PARM-FILE                                     PGM185
019900             AT END                                               PGM185
020000                 CONTINUE                                         PGM185
020100             NOT AT END                                           PGM185
020200                 IF SP-PROD-DATE NUMERIC AND SP-PROD-DATE > 0     PGM185
020300                     MOVE SP-PROD-DATE TO WS-PROD-DATE            PGM185
020400                 END-IF                                           PGM185
020500         END-READ                                                 PGM185
020600         CLOSE SCRAP-PARM-FILE                                    PGM185
020700     END-IF                                                       PGM185
020800     OPEN INPUT PROD-TRANS-FILE                                   PGM185
020900     IF WS-FILE-STATUS2 NOT = '00'                                PGM185
021000         DISPLAY 'PROD TRANS OPEN ERROR: ' WS-FILE-STATUS2        PGM185
021100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM185
021200         PERFORM 9900-ABNORMAL-END                                PGM185
021300     END-IF                                                       PGM185
021400     OPEN INPUT SCRAP-GRADE-FILE                                  PGM185
021500     IF WS-FILE-STATUS3 NOT = '00'                                PGM185
021600         DISPLAY 'SCRAP GRADE FILE OPEN ERROR: ' WS-FILE-STATUS3  PGM185
021700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM185
021800         PERFORM 9900-ABNORMAL-END                                PGM185
021900     END-IF                                                       PGM185
022000     OPEN I-O RM-MASTER-FILE                                      PGM185
022100     IF WS-FILE-STATUS4 NOT = '00'                                PGM185
022200         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS4         PGM185
022300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM185
022400         PERFORM 9900-ABNORMAL-END                                PGM185
022500     END-IF                                                       PGM185
022600     OPEN I-O SCRAP-RECEIPT-FILE                                  PGM185
022700     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM185
022800         DISPLAY 'SCRAP RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS5PGM185
022900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM185
023000         PERFORM 9900-ABNORMAL-END                                PGM185
023100     END-IF                                                       PGM185
023200     OPEN EXTEND GL-INTERFACE-FILE                                PGM185
023300     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM185
023400         SET WS-GLIF-READY TO TRUE                                PGM185
023500         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM185
023600         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM185
023700     ELSE                                                         PGM185
023800         DISPLAY 'GL INTERFACE ABSENT - SCRAP VALUE NOT '         PGM185
023900                 'INTERFACED: ' WS-FILE-STATUS6                   PGM185
024000     END-IF                                                       PGM185
024100     OPEN OUTPUT SCRAP-REPORT-FILE                                PGM185
024200     IF WS-FILE-STATUS7 NOT = '00'                                PGM185
024300         DISPLAY 'SCRAP REPORT OPEN ERROR: ' WS-FILE-STATUS7      PGM185
024400         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM185
024500         PERFORM 9900-ABNORMAL-END                                PGM185
024600     END-IF                                                       PGM185
024700     MOVE WS-PROD-DATE TO RH-PROD-DATE                            PGM185
024800     MOVE WS-RUN-DATE  TO RH-RUN-DATE                             PGM185
024900     WRITE SCRAP-REPORT-REC FROM WS-RPT-HEADER                    PGM185
025000     WRITE SCRAP-REPORT-REC FROM WS-RPT-BLANK                     PGM185
025100     WRITE SCRAP-REPORT-REC FROM WS-RPT-COLUMNS                   PGM185
025200     PERFORM 1100-READ-TRANS.                                     PGM185
025300*                                                                 PGM185
025400 1100-READ-TRANS.                                                 PGM185
025500     READ PROD-TRANS-FILE NEXT RECORD                             PGM185
025600         AT END SET WS-EOF TO TRUE                                PGM185
025700     END-READ.                                                    PGM185
025800*                                                                 PGM185
025900* 폐기 실적의 폐기중량(PGM087 밸런스와 같은 기준)만 모은다.                            PGM185
026000 2000-COLLECT-SCRAP.                                              PGM185
026100     ADD 1 TO WS-TRANS-COUNT                                      PGM185
026200     IF PT-PROD-DATE = WS-PROD-DATE                               PGM185
026300         AND PT-SCRAP                                             PGM185
026400         AND PT-SCRAP-WGT > 0                                     PGM185
026500         ADD 1 TO WS-SCRAP-TRANS-CNT                              PGM185
026600         PERFORM 2100-ROUTE-SCRAP                                 PGM185
026700         PERFORM 2200-ADD-TO-TABLE                                PGM185
026800     END-IF                                                       PGM185
026900     PERFORM 1100-READ-TRANS.                                     PGM185
027000*                                                                 PGM185
027100 2100-ROUTE-SCRAP.                                                PGM185
027200     MOVE 'N' TO WS-ROUTED-FLAG                                   PGM185
027300     MOVE SPACES TO WS-SCRAP-MATL-CD                              PGM185
027400     MOVE PT-LINE-CD    TO SG-LINE-CD                             PGM185
027500     MOVE PT-PRODUCT-CD TO SG-PRODUCT-CD                          PGM185
027600     PERFORM 2110-READ-ROUTING                                    PGM185
027700     IF NOT WS-ROUTED                                             PGM185
027800         MOVE PT-LINE-CD TO SG-LINE-CD                            PGM185
027900         MOVE SPACES     TO SG-PRODUCT-CD                         PGM185
028000         PERFORM 2110-READ-ROUTING                                PGM185
028100     END-IF                                                       PGM185
028200     IF NOT WS-ROUTED                                             PGM185
028300         MOVE SPACES TO SG-LINE-CD                                PGM185
028400         MOVE SPACES TO SG-PRODUCT-CD                             PGM185
028500         PERFORM 2110-READ-ROUTING                                PGM185
028600     END-IF.                                                      PGM185
028700*                                                                 PGM185
028800 2110-READ-ROUTING.                                               PGM185
028900     READ SCRAP-GRADE-FILE                                        PGM185
029000         INVALID KEY                                              PGM185
029100             CONTINUE                                             PGM185
029200         NOT INVALID KEY                                          PGM185
029300             IF SG-ACTIVE                                         PGM185
029400                 SET WS-ROUTED TO TRUE                            PGM185
029500                 MOVE SG-SCRAP-MATL-CD TO WS-SCRAP-MATL-CD        PGM185
029600             END-IF                                               PGM185
029700     END-READ.                                                    PGM185
029800*                                                                 PGM185
029900* 미배정분은 자재 공백으로 라인별 한 줄에 모으고 제품을 남긴다.                             PGM185
030000 2200-ADD-TO-TABLE.                                               PGM185
030100     MOVE 'N' TO WS-FOUND-FLAG                                    PGM185
030200     IF WS-SA-COUNT > 0                                           PGM185
030300         SET SA-IDX TO 1                                          PGM185
030400         SEARCH WS-SA-ENTRY                                       PGM185
030500             AT END                                               PGM185
030600                 MOVE 'N' TO WS-FOUND-FLAG                        PGM185
030700             WHEN WS-SA-PLANT-CD (SA-IDX) = PT-PLANT-CD           PGM185
030800                 AND WS-SA-LINE-CD (SA-IDX) = PT-LINE-CD          PGM185
030900                 AND WS-SA-MATL-CD (SA-IDX) = WS-SCRAP-MATL-CD    PGM185
031000                 AND SA-IDX <= WS-SA-COUNT                        PGM185
031100                 SET WS-FOUND TO TRUE                             PGM185
031200         END-SEARCH                                               PGM185
031300     END-IF                                                       PGM185
031400     IF NOT WS-FOUND                                              PGM185
031500         IF WS-SA-COUNT >= WS-SA-MAX                              PGM185
031600             DISPLAY 'SCRAP TABLE FULL AT ' WS-SA-MAX             PGM185
031700             MOVE 'FL' TO WS-ABEND-STATUS                         PGM185
031800             PERFORM 9900-ABNORMAL-END                            PGM185
031900         END-IF                                                   PGM185
032000         ADD 1 TO WS-SA-COUNT                                     PGM185
032100         SET SA-IDX TO WS-SA-COUNT                                PGM185
032200         MOVE PT-PLANT-CD      TO WS-SA-PLANT-CD (SA-IDX)         PGM185
032300         MOVE PT-LINE-CD       TO WS-SA-LINE-CD (SA-IDX)          PGM185
032400         MOVE WS-SCRAP-MATL-CD TO WS-SA-MATL-CD (SA-IDX)          PGM185
032500         MOVE PT-PRODUCT-CD    TO WS-SA-PRODUCT-CD (SA-IDX)       PGM185
032600         MOVE ZEROS TO WS-SA-WGT (SA-IDX)                         PGM185
032700         MOVE ZEROS TO WS-SA-TRANS-CNT (SA-IDX)                   PGM185
032800     END-IF                                                       PGM185
032900     ADD PT-SCRAP-WGT TO WS-SA-WGT (SA-IDX)                       PGM185
033000     ADD 1 TO WS-SA-TRANS-CNT (SA-IDX).                           PGM185
033100*                                                                 PGM185
033200* 공장/라인/자재 한 건을 원자재 재고에 넣는다.                                      PGM185
033300 3000-POST-ONE-ENTRY.                                             PGM185
033400     MOVE WS-SA-PLANT-CD (WS-SA-SUB)  TO RD-PLANT-CD              PGM185
033500     MOVE WS-SA-LINE-CD (WS-SA-SUB)   TO RD-LINE-CD               PGM185
033600     MOVE WS-SA-MATL-CD (WS-SA-SUB)   TO RD-MATL-CD               PGM185
033700     MOVE WS-SA-TRANS-CNT (WS-SA-SUB) TO RD-TRANS-CNT             PGM185
033800     MOVE WS-SA-WGT (WS-SA-SUB)       TO RD-SCRAP-WGT             PGM185
033900     MOVE ZEROS TO RD-STD-PRICE                                   PGM185
034000     MOVE ZEROS TO RD-VALUE-AMT                                   PGM185
034100     IF WS-SA-MATL-CD (WS-SA-SUB) = SPACES                        PGM185
034200         MOVE SPACES TO RD-RESULT                                 PGM185
034300         STRING 'NO ROUTING ' WS-SA-PRODUCT-CD (WS-SA-SUB)        PGM185
034400             DELIMITED BY SIZE INTO RD-RESULT                     PGM185
034500         PERFORM 3900-COUNT-EXCEPTION                             PGM185
034600     ELSE                                                         PGM185
034700         MOVE WS-PROD-DATE                TO SR-PROD-DATE         PGM185
034800         MOVE WS-SA-PLANT-CD (WS-SA-SUB)  TO SR-PLANT-CD          PGM185
034900         MOVE WS-SA-LINE-CD (WS-SA-SUB)   TO SR-LINE-CD           PGM185
035000         MOVE WS-SA-MATL-CD (WS-SA-SUB)   TO SR-MATL-CD           PGM185
035100         READ SCRAP-RECEIPT-FILE                                  PGM185
035200             INVALID KEY                                          PGM185
035300                 PERFORM 3100-RECEIVE-SCRAP                       PGM185
035400             NOT INVALID KEY                                      PGM185
035500                 MOVE 'ALREADY POSTED - SKIPPED' TO RD-RESULT     PGM185
035600                 MOVE SR-STD-PRICE TO RD-STD-PRICE                PGM185
035700                 MOVE SR-VALUE-AMT TO RD-VALUE-AMT                PGM185
035800                 ADD 1 TO WS-SKIPPED-CNT                          PGM185
035900         END-READ                                                 PGM185
036000     END-IF                                                       PGM185
036100     WRITE SCRAP-REPORT-REC FROM WS-RPT-DETAIL.                   PGM185
036200*                                                                 PGM185
036300 3100-RECEIVE-SCRAP.                                              PGM185
036400     MOVE WS-SA-MATL-CD (WS-SA-SUB) TO RM-MATL-CD                 PGM185
036500     READ RM-MASTER-FILE                                          PGM185
036600         INVALID KEY                                              PGM185
036700             MOVE 'MATERIAL NOT ON RM MASTER' TO RD-RESULT        PGM185
036800             PERFORM 3900-COUNT-EXCEPTION                         PGM185
036900         NOT INVALID KEY                                          PGM185
037000             IF RM-SCRAP                                          PGM185
037100                 PERFORM 3200-POST-RECEIPT                        PGM185
037200             ELSE                                                 PGM185
037300                 MOVE 'MATERIAL NOT SCRAP CATEGORY' TO RD-RESULT  PGM185
037400                 PERFORM 3900-COUNT-EXCEPTION                     PGM185
037500             END-IF                                               PGM185
037600     END-READ.                                                    PGM185
037700*                                                                 PGM185
037800 3200-POST-RECEIPT.                                               PGM185
037900     COMPUTE WS-VALUE-AMT ROUNDED =                               PGM185
038000         WS-SA-WGT (WS-SA-SUB) * RM-UNIT-PRICE                    PGM185
038100     ADD WS-SA-WGT (WS-SA-SUB) TO RM-STOCK-QTY                    PGM185
038200     IF WS-PROD-DATE > RM-LAST-IN-DT                              PGM185
038300         MOVE WS-PROD-DATE TO RM-LAST-IN-DT                       PGM185
038400     END-IF                                                       PGM185
038500     REWRITE RM-MASTER-REC                                        PGM185
038600         INVALID KEY                                              PGM185
038700             DISPLAY 'RM MASTER REWRITE ERROR: ' WS-FILE-STATUS4  PGM185
038800             MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS              PGM185
038900             PERFORM 9900-ABNORMAL-END                            PGM185
039000     END-REWRITE                                                  PGM185
039100     INITIALIZE SR-DATA                                           PGM185
039200     MOVE WS-SA-WGT (WS-SA-SUB)       TO SR-SCRAP-WGT             PGM185
039300     MOVE RM-UNIT-PRICE               TO SR-STD-PRICE             PGM185
039400     MOVE WS-VALUE-AMT                TO SR-VALUE-AMT             PGM185
039500     MOVE WS-SA-TRANS-CNT (WS-SA-SUB) TO SR-TRANS-CNT             PGM185
039600     MOVE WS-RUN-DATE                 TO SR-POST-DATE             PGM185
039700     WRITE SCRAP-RECEIPT-REC                                      PGM185
039800         INVALID KEY                                              PGM185
039900             DISPLAY 'SCRAP RECEIPT WRITE ERROR: ' WS-FILE-STATUS5PGM185
040000             MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS              PGM185
040100             PERFORM 9900-ABNORMAL-END                            PGM185
040200     END-WRITE                                                    PGM185
040300     PERFORM 3300-WRITE-GL-INTERFACE                              PGM185
040400     MOVE RM-UNIT-PRICE TO RD-STD-PRICE                           PGM185
040500     MOVE WS-VALUE-AMT  TO RD-VALUE-AMT                           PGM185
040600     MOVE 'POSTED TO RM STOCK' TO RD-RESULT                       PGM185
040700     ADD 1 TO WS-POSTED-CNT                                       PGM185
040800     ADD WS-SA-WGT (WS-SA-SUB) TO WS-POSTED-WGT                   PGM185
040900     ADD WS-VALUE-AMT TO WS-POSTED-AMT.                           PGM185
041000*                                                                 PGM185
041100 3300-WRITE-GL-INTERFACE.                                         PGM185
041200     IF WS-GLIF-READY                                             PGM185
041300         INITIALIZE GL-INTERFACE-REC                              PGM185
041400         MOVE 'PGM185'         TO GI-SOURCE-PGM                   PGM185
041500         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM185
041600         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM185
041700         SET GI-DETAIL         TO TRUE                            PGM185
041800         MOVE 'HSCR'           TO GI-EVENT-CD                     PGM185
041900         MOVE RM-CATEGORY      TO GI-CATEGORY                     PGM185
042000         MOVE SR-PLANT-CD      TO GI-PLANT-CD                     PGM185
042100         STRING SR-LINE-CD SR-MATL-CD                             PGM185
042200             DELIMITED BY SIZE INTO GI-REF-KEY                    PGM185
042300         MOVE WS-PROD-DATE     TO GI-TRANS-DATE                   PGM185
042400         MOVE WS-VALUE-AMT     TO GI-AMOUNT                       PGM185
042500         WRITE GL-INTERFACE-REC                                   PGM185
042600         ADD 1            TO WS-GL-CTL-CNT                        PGM185
042700         ADD WS-VALUE-AMT TO WS-GL-CTL-AMT                        PGM185
042800     END-IF.                                                      PGM185
042900*                                                                 PGM185
043000 3900-COUNT-EXCEPTION.                                            PGM185
043100     ADD 1 TO WS-EXCEPTION-CNT                                    PGM185
043200     ADD WS-SA-WGT (WS-SA-SUB) TO WS-EXCEPTION-WGT.               PGM185
043300*                                                                 PGM185
043400 9000-FINALIZE.                                                   PGM185
043500     MOVE WS-POSTED-CNT    TO RT-POSTED-CNT                       PGM185
043600     MOVE WS-POSTED-WGT    TO RT-POSTED-WGT                       PGM185
043700     MOVE WS-POSTED-AMT    TO RT-POSTED-AMT                       PGM185
043800     MOVE WS-SKIPPED-CNT   TO RT-SKIPPED-CNT                      PGM185
043900     MOVE WS-EXCEPTION-CNT TO RT-EXCEPTION-CNT                    PGM185
044000     MOVE WS-EXCEPTION-WGT TO RT-EXCEPTION-WGT                    PGM185
044100     WRITE SCRAP-REPORT-REC FROM WS-RPT-BLANK                     PGM185
044200     WRITE SCRAP-REPORT-REC FROM WS-RPT-TOTAL                     PGM185
044300     IF WS-GLIF-READY                                             PGM185
044400         INITIALIZE GL-INTERFACE-REC                              PGM185
044500         MOVE 'PGM185'         TO GI-SOURCE-PGM                   PGM185
044600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM185
044700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM185
044800         SET GI-TRAILER        TO TRUE                            PGM185
044900         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM185
045000         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM185
045100         WRITE GL-INTERFACE-REC                                   PGM185
045200         CLOSE GL-INTERFACE-FILE                                  PGM185
045300     END-IF                                                       PGM185
045400     CLOSE PROD-TRANS-FILE                                        PGM185
045500     CLOSE SCRAP-GRADE-FILE                                       PGM185
045600     CLOSE RM-MASTER-FILE                                         PGM185
045700     CLOSE SCRAP-RECEIPT-FILE                                     PGM185
045800     CLOSE SCRAP-REPORT-FILE                                      PGM185
045900     DISPLAY 'PGM185 COMPLETED: ' WS-SCRAP-TRANS-CNT              PGM185
046000             ' SCRAP TRANS, ' WS-POSTED-CNT ' POSTED, '           PGM185
046100             WS-SKIPPED-CNT ' SKIPPED, ' WS-EXCEPTION-CNT         PGM185
046200             ' EXCEPTIONS'                                        PGM185
046300     IF WS-EXCEPTION-CNT > 0                                      PGM185
046400         MOVE 4 TO RETURN-CODE                                    PGM185
046500     END-IF.                                                      PGM185
046600*                                                                 PGM185
046700 9750-DIAGNOSE-FILE-STATUS.                                       PGM185
046800     EVALUATE WS-ABEND-STATUS                                     PGM185
046900         WHEN '10'                                                PGM185
047000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM185
047100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM185
047200         WHEN '23'                                                PGM185
047300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM185
047400             DISPLAY '  AND RETRY THE REQUEST'                    PGM185
047500         WHEN '35'                                                PGM185
047600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM185
047700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM185
047800         WHEN '37'                                                PGM185
047900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM185
048000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM185
048100         WHEN '39'                                                PGM185
048200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM185
048300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM185
048400         WHEN '41'                                                PGM185
048500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM185
048600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM185
048700         WHEN '42'                                                PGM185
048800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM185
048900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM185
049000         WHEN '46'                                                PGM185
049100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM185
049200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM185
049300         WHEN OTHER                                               PGM185
049400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM185
049500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM185
049600     END-EVALUATE.                                                PGM185
049700*                                                                 PGM185
049800 9900-ABNORMAL-END.                                               PGM185
049900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM185
050000     DISPLAY 'PGM185 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM185
050100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM185
050200     MOVE 16 TO RETURN-CODE                                       PGM185
050300     GOBACK.                                                      PGM185
050400                                                                  PGM185
