000100 IDENTIFICATION DIVISION.                                         PGM151
000200 PROGRAM-ID.    PGM151.                                           PGM151
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM151
000400*                                                                 PGM151
000500* =========================================================       PGM151
000600* 프로그램명: 월말 사내거래(플랜트간) 상계 보고                                      PGM151
000700* 처리내용  : 플랜트간 이고 입고확정 시 발행된 사내 송장                                PGM151
000800*            (CPYICIV)을 읽어 통합 수치에서 빼야 할 금액을                       PGM151
000900*            계산한다. (1) 당월 사내 매출/원가/이익을 출발-                        PGM151
001000*            도착 플랜트 쌍별로, (2) 도착 창고에 남은 사내                         PGM151
001100*            매입 재고의 미실현 이익을, (3) 플랜트간 미정산                         PGM151
001200*            채권/채무를 상호 상계한 잔액을 찍고 통합 상계                           PGM151
001300*            금액을 요약한다. 상계 정산 지시가 있으면 기말일                          PGM151
001400*            까지의 미정산 송장을 정산(S)으로 바꾼다.                             PGM151
001500* =========================================================       PGM151
001600*                                                                 PGM151
001700 ENVIRONMENT DIVISION.                                            PGM151
001800 CONFIGURATION SECTION.                                           PGM151
001900 INPUT-OUTPUT SECTION.                                            PGM151
002000 FILE-CONTROL.                                                    PGM151
002100     SELECT IC-ELIM-PARM-FILE                                     PGM151
002200         ASSIGN TO ICELPARM                                       PGM151
002300         ORGANIZATION IS SEQUENTIAL                               PGM151
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM151
002500     SELECT IC-INVOICE-FILE                                       PGM151
002600         ASSIGN TO ICINVC                                         PGM151
002700         ORGANIZATION IS INDEXED                                  PGM151
002800         ACCESS MODE IS SEQUENTIAL                                PGM151
002900         RECORD KEY IS IC-XFER-NO                                 PGM151
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM151
003100     SELECT INV-MASTER-FILE                                       PGM151
003200         ASSIGN TO INVMAST                                        PGM151
003300         ORGANIZATION IS INDEXED                                  PGM151
003400         ACCESS MODE IS RANDOM                                    PGM151
003500         RECORD KEY IS IM-KEY                                     PGM151
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM151
003700     SELECT IC-ELIM-REPORT-FILE                                   PGM151
003800         ASSIGN TO ICELRPT                                        PGM151
003900         ORGANIZATION IS SEQUENTIAL                               PGM151
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM151
004100*                                                                 PGM151
004200 DATA DIVISION.                                                   PGM151
004300 FILE SECTION.                                                    PGM151
004400 FD  IC-ELIM-PARM-FILE.                                           PGM151
004500 01  IC-ELIM-PARM-REC.                                            PGM151
004600     05 IE-PERIOD-END-DATE   PIC 9(08).                           PGM151
004700     05 IE-LOOKBACK-MONTHS   PIC 9(02).                           PGM151
004800     05 IE-SETTLE-FLAG       PIC X(01).                           PGM151
004900         88 IE-SETTLE        VALUE 'Y'.                           PGM151
005000     05 FILLER               PIC X(09).                           PGM151
005100 FD  IC-INVOICE-FILE.                                             PGM151
005200 01  IC-INVOICE-REC.                                              PGM151
005300     COPY CPYICIV.                                                PGM151
005400 FD  INV-MASTER-FILE.                                             PGM151
005500 01  INV-MASTER-REC.                                              PGM151
005600     COPY CPYINVMS.                                               PGM151
005700 FD  IC-ELIM-REPORT-FILE.                                         PGM151
005800 01  IC-ELIM-REPORT-REC      PIC X(132).                          PGM151
005900*                                                                 PGM151
006000 WORKING-STORAGE SECTION.                                         PGM151
006100 01  WS-FILE-STATUS         PIC XX.                               PGM151
006200 01  WS-FILE-STATUS2        PIC XX.                               PGM151
006300 01  WS-FILE-STATUS3        PIC XX.                               PGM151
006400 01  WS-FILE-STATUS4        PIC XX.                               PGM151
006500 01  WS-ABEND-STATUS        PIC XX.                               PGM151
006600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM151
006700     88 WS-EOF              VALUE 'Y'.                            PGM151
006800 01  WS-SETTLE-FLAG         PIC X VALUE 'N'.                      PGM151
006900     88 WS-SETTLE-RUN       VALUE 'Y'.                            PGM151
007000 01  WS-PERIOD-END          PIC 9(08) VALUE ZEROS.                PGM151
007100 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.                     PGM151
007200     05 WS-PE-YY            PIC 9(04).                            PGM151
007300     05 WS-PE-MM            PIC 9(02).                            PGM151
007400     05 WS-PE-DD            PIC 9(02).                            PGM151
007500* 재고내 이익 계산에 쓰는 사내 매입 기간의 시작일(월초).                                PGM151
007600 01  WS-LOOKBACK-START      PIC 9(08) VALUE ZEROS.                PGM151
007700 01  WS-LOOKBACK-START-R REDEFINES WS-LOOKBACK-START.             PGM151
007800     05 WS-LB-YY            PIC 9(04).                            PGM151
007900     05 WS-LB-MM            PIC 9(02).                            PGM151
008000     05 WS-LB-DD            PIC 9(02).                            PGM151
008100 01  WS-LOOKBACK-MONTHS     PIC 9(02) VALUE 3.                    PGM151
008200 01  WS-MONTH-COUNT         PIC 9(02) VALUE ZEROS.                PGM151
008300 01  WS-IX                  PIC 9(04) VALUE ZEROS.                PGM151
008400 01  WS-JX                  PIC 9(04) VALUE ZEROS.                PGM151
008500 01  WS-FOUND-IX            PIC 9(04) VALUE ZEROS.                PGM151
008600 01  WS-MARGIN-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM151
008700 01  WS-ON-HAND-QTY         PIC S9(9) VALUE ZEROS.                PGM151
008800 01  WS-HELD-QTY            PIC S9(9) VALUE ZEROS.                PGM151
008900 01  WS-UNIT-MARGIN         PIC S9(9)V9(4) VALUE ZEROS.           PGM151
009000 01  WS-UNREALIZED-AMT      PIC S9(13)V99 VALUE ZEROS.            PGM151
009100 01  WS-REVERSE-BAL         PIC S9(13)V99 VALUE ZEROS.            PGM151
009200 01  WS-NET-BAL             PIC S9(13)V99 VALUE ZEROS.            PGM151
009300 01  WS-INVOICE-COUNT       PIC 9(07) VALUE ZEROS.                PGM151
009400 01  WS-AT-COST-COUNT       PIC 9(07) VALUE ZEROS.                PGM151
009500 01  WS-SETTLED-COUNT       PIC 9(07) VALUE ZEROS.                PGM151
009600 01  WS-TOT-SALES           PIC S9(13)V99 VALUE ZEROS.            PGM151
009700 01  WS-TOT-COST            PIC S9(13)V99 VALUE ZEROS.            PGM151
009800 01  WS-TOT-MARGIN          PIC S9(13)V99 VALUE ZEROS.            PGM151
009900 01  WS-TOT-UNREALIZED      PIC S9(13)V99 VALUE ZEROS.            PGM151
010000 01  WS-TOT-OPEN-BAL        PIC S9(13)V99 VALUE ZEROS.            PGM151
010100 01  WS-TOT-NET-BAL         PIC S9(13)V99 VALUE ZEROS.            PGM151
010200* 출발-도착 플랜트 쌍별 당월 거래와 미정산 잔액.                                     PGM151
010300 01  WS-PAIR-MAX            PIC 9(04) VALUE 50.                   PGM151
010400 01  WS-PAIR-CNT            PIC 9(04) VALUE ZEROS.                PGM151
010500 01  WS-PAIR-TABLE.                                               PGM151
010600     05 WS-PAIR-ENTRY OCCURS 50 TIMES.                            PGM151
010700         10 WS-PR-SELL-PLANT    PIC X(04).                        PGM151
010800         10 WS-PR-BUY-PLANT     PIC X(04).                        PGM151
010900         10 WS-PR-COUNT         PIC 9(07).                        PGM151
011000         10 WS-PR-SALES         PIC S9(13)V99 COMP-3.             PGM151
011100         10 WS-PR-COST          PIC S9(13)V99 COMP-3.             PGM151
011200         10 WS-PR-OPEN-BAL      PIC S9(13)V99 COMP-3.             PGM151
011300* 도착 창고+품목별 사내 매입 수량과 이익.                                         PGM151
011400 01  WS-ITEM-MAX            PIC 9(04) VALUE 500.                  PGM151
011500 01  WS-ITEM-CNT            PIC 9(04) VALUE ZEROS.                PGM151
011600 01  WS-ITEM-TABLE.                                               PGM151
011700     05 WS-ITEM-ENTRY OCCURS 500 TIMES.                           PGM151
011800         10 WS-IE-BUY-PLANT     PIC X(04).                        PGM151
011900         10 WS-IE-WHSE-CD       PIC X(05).                        PGM151
012000         10 WS-IE-ITEM-CD       PIC X(15).                        PGM151
012100         10 WS-IE-IC-QTY        PIC S9(11) COMP-3.                PGM151
012200         10 WS-IE-MARGIN        PIC S9(13)V99 COMP-3.             PGM151
012300 01  WS-KEY-SELL-PLANT      PIC X(04).                            PGM151
012400 01  WS-KEY-BUY-PLANT       PIC X(04).                            PGM151
012500*                                                                 PGM151
012600 01  WS-RPT-HEADER.                                               PGM151
012700     05 FILLER               PIC X(45) VALUE                      PGM151
012800             'PGM151 INTERCOMPANY ELIMINATION - PERIOD END '.     PGM151
012900     05 RH-PERIOD-END        PIC 9(08).                           PGM151
013000     05 FILLER               PIC X(17) VALUE                      PGM151
013100             '  MARGIN LOOKBACK'.                                 PGM151
013200     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
013300     05 RH-LOOKBACK          PIC Z9.                              PGM151
013400     05 FILLER               PIC X(07) VALUE ' MONTHS'.           PGM151
013500     05 FILLER               PIC X(52) VALUE SPACES.              PGM151
013600 01  WS-RPT-SECTION.                                              PGM151
013700     05 RT-SECTION-TITLE     PIC X(60).                           PGM151
013800     05 FILLER               PIC X(72) VALUE SPACES.              PGM151
013900 01  WS-RPT-SALES-COLUMNS.                                        PGM151
014000     05 FILLER               PIC X(48) VALUE                      PGM151
014100             'SELL BUY    COUNT        IC SALES      COST OF S'.  PGM151
014200     05 FILLER               PIC X(48) VALUE                      PGM151
014300             'ALES          MARGIN'.                              PGM151
014400     05 FILLER               PIC X(36) VALUE SPACES.              PGM151
014500 01  WS-RPT-SALES-LINE.                                           PGM151
014600     05 RS-SELL-PLANT        PIC X(04).                           PGM151
014700     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
014800     05 RS-BUY-PLANT         PIC X(04).                           PGM151
014900     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
015000     05 RS-COUNT             PIC ZZZZZZ9.                         PGM151
015100     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
015200     05 RS-SALES             PIC ZZZZZZZZZZZZ9.99-.               PGM151
015300     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
015400     05 RS-COST              PIC ZZZZZZZZZZZZ9.99-.               PGM151
015500     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
015600     05 RS-MARGIN            PIC ZZZZZZZZZZZZ9.99-.               PGM151
015700     05 FILLER               PIC X(61) VALUE SPACES.              PGM151
015800 01  WS-RPT-STOCK-COLUMNS.                                        PGM151
015900     05 FILLER               PIC X(48) VALUE                      PGM151
016000             'PLNT WHSE  ITEM              ON HAND   IC QTY  '.   PGM151
016100     05 FILLER               PIC X(48) VALUE                      PGM151
016200             '   HELD   UNIT MARGIN        UNREALIZED'.           PGM151
016300     05 FILLER               PIC X(36) VALUE SPACES.              PGM151
016400 01  WS-RPT-STOCK-LINE.                                           PGM151
016500     05 RK-BUY-PLANT         PIC X(04).                           PGM151
016600     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
016700     05 RK-WHSE-CD           PIC X(05).                           PGM151
016800     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
016900     05 RK-ITEM-CD           PIC X(15).                           PGM151
017000     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
017100     05 RK-ON-HAND           PIC ZZZZZZZ9-.                       PGM151
017200     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
017300     05 RK-IC-QTY            PIC ZZZZZZZ9-.                       PGM151
017400     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
017500     05 RK-HELD-QTY          PIC ZZZZZZZ9-.                       PGM151
017600     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
017700     05 RK-UNIT-MARGIN       PIC ZZZZZZZZ9.9999-.                 PGM151
017800     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
017900     05 RK-UNREALIZED        PIC ZZZZZZZZZZZZ9.99-.               PGM151
018000     05 FILLER               PIC X(42) VALUE SPACES.              PGM151
018100 01  WS-RPT-BAL-COLUMNS.                                          PGM151
018200     05 FILLER               PIC X(48) VALUE                      PGM151
018300             'PLNT PLNT   A DUE FROM B      B DUE FROM A     '.   PGM151
018400     05 FILLER               PIC X(48) VALUE                      PGM151
018500             '   NET DUE TO A'.                                   PGM151
018600     05 FILLER               PIC X(36) VALUE SPACES.              PGM151
018700 01  WS-RPT-BAL-LINE.                                             PGM151
018800     05 RB-PLANT-A           PIC X(04).                           PGM151
018900     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
019000     05 RB-PLANT-B           PIC X(04).                           PGM151
019100     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
019200     05 RB-A-DUE             PIC ZZZZZZZZZZZZ9.99-.               PGM151
019300     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
019400     05 RB-B-DUE             PIC ZZZZZZZZZZZZ9.99-.               PGM151
019500     05 FILLER               PIC X(01) VALUE SPACE.               PGM151
019600     05 RB-NET               PIC ZZZZZZZZZZZZ9.99-.               PGM151
019700     05 FILLER               PIC X(69) VALUE SPACES.              PGM151
019800 01  WS-RPT-AMT-LINE.                                             PGM151
019900     05 RA-LABEL             PIC X(45).                           PGM151
020000     05 RA-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM151
020100     05 FILLER               PIC X(70) VALUE SPACES.              PGM151
020200 01  WS-RPT-CNT-LINE.                                             PGM151
020300     05 RN-LABEL             PIC X(45).                           PGM151
020400     05 RN-COUNT             PIC ZZZZZZ9.                         PGM151
020500     05 FILLER               PIC X(80) VALUE SPACES.              PGM151
020600*                                                                 PGM151
020700 PROCEDURE DIVISION.                                              PGM151
020800*                                                                 PGM151
020900 0000-MAIN-PROCESS.                                               PGM151
021000     PERFORM 1000-INITIALIZE                                      PGM151
021100     PERFORM 2000-READ-IC-INVOICE                                 PGM151
021200         UNTIL WS-EOF                                             PGM151
021300     PERFORM 3000-PRINT-IC-SALES                                  PGM151
021400     PERFORM 4000-PRINT-MARGIN-IN-STOCK                           PGM151
021500     PERFORM 5000-PRINT-IC-BALANCES                               PGM151
021600     PERFORM 6000-PRINT-ELIMINATIONS                              PGM151
021700     PERFORM 9000-FINALIZE                                        PGM151
021800     GOBACK.                                                      PGM151
021900*                                                                 PGM151
022000 1000-INITIALIZE.                                                 PGM151
022100     PERFORM 1050-LOAD-PARAMETERS                                 PGM151
022200     IF WS-SETTLE-RUN                                             PGM151
022300         OPEN I-O IC-INVOICE-FILE                                 PGM151
022400     ELSE                                                         PGM151
022500         OPEN INPUT IC-INVOICE-FILE                               PGM151
022600     END-IF                                                       PGM151
022700     IF WS-FILE-STATUS2 NOT = '00'                                PGM151
022800         DISPLAY 'IC INVOICE OPEN ERROR: ' WS-FILE-STATUS2        PGM151
022900         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM151
023000         PERFORM 9900-ABNORMAL-END                                PGM151
023100     END-IF                                                       PGM151
023200     OPEN INPUT INV-MASTER-FILE                                   PGM151
023300     IF WS-FILE-STATUS3 NOT = '00'                                PGM151
023400         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS3        PGM151
023500         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM151
023600         PERFORM 9900-ABNORMAL-END                                PGM151
023700     END-IF                                                       PGM151
023800     OPEN OUTPUT IC-ELIM-REPORT-FILE                              PGM151
023900     IF WS-FILE-STATUS4 NOT = '00'                                PGM151
024000         DISPLAY 'IC ELIM REPORT OPEN ERROR: ' WS-FILE-STATUS4    PGM151
024100         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM151
024200         PERFORM 9900-ABNORMAL-END                                PGM151
024300     END-IF                                                       PGM151
024400     MOVE WS-PERIOD-END      TO RH-PERIOD-END                     PGM151
024500     MOVE WS-LOOKBACK-MONTHS TO RH-LOOKBACK                       PGM151
024600     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-HEADER.                 PGM151
024700*                                                                 PGM151
024800* 기말일은 필수. 재고내 이익 기간(개월) 미기재는 3개월.                                PGM151
024900* 기간 시작일은 기말월을 포함해 거슬러 센 첫 달의 1일.                                 PGM151
025000 1050-LOAD-PARAMETERS.                                            PGM151
025100     OPEN INPUT IC-ELIM-PARM-FILE                                 PGM151
025200     IF WS-FILE-STATUS NOT = '00'                                 PGM151
025300         DISPLAY 'IC ELIM PARM OPEN ERROR: ' WS-FILE-STATUS       PGM151
025400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM151
025500         PERFORM 9900-ABNORMAL-END                                PGM151
025600     END-IF                                                       PGM151
025700     READ IC-ELIM-PARM-FILE                                       PGM151
025800         AT END                                                   PGM151
025900             DISPLAY 'IC ELIMINATION PARAMETER MISSING'           PGM151
026000             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM151
026100             PERFORM 9900-ABNORMAL-END                            PGM151
026200     END-READ                                                     PGM151
026300     IF IE-PERIOD-END-DATE NOT NUMERIC                            PGM151
026400         OR IE-PERIOD-END-DATE = 0                                PGM151
026500         DISPLAY 'IC ELIM PARAMETER - PERIOD END DATE INVALID'    PGM151
026600         MOVE 'PM' TO WS-ABEND-STATUS                             PGM151
026700         PERFORM 9900-ABNORMAL-END                                PGM151
026800     END-IF                                                       PGM151
026900     MOVE IE-PERIOD-END-DATE TO WS-PERIOD-END                     PGM151
027000     IF WS-PE-MM < 1 OR WS-PE-MM > 12                             PGM151
027100         DISPLAY 'IC ELIM PARAMETER - PERIOD END MONTH INVALID'   PGM151
027200         MOVE 'PM' TO WS-ABEND-STATUS                             PGM151
027300         PERFORM 9900-ABNORMAL-END                                PGM151
027400     END-IF                                                       PGM151
027500     IF IE-LOOKBACK-MONTHS NUMERIC                                PGM151
027600         AND IE-LOOKBACK-MONTHS > 0                               PGM151
027700         MOVE IE-LOOKBACK-MONTHS TO WS-LOOKBACK-MONTHS            PGM151
027800     END-IF                                                       PGM151
027900     IF IE-SETTLE                                                 PGM151
028000         SET WS-SETTLE-RUN TO TRUE                                PGM151
028100     END-IF                                                       PGM151
028200     MOVE WS-PE-YY TO WS-LB-YY                                    PGM151
028300     MOVE WS-PE-MM TO WS-LB-MM                                    PGM151
028400     MOVE 1        TO WS-LB-DD                                    PGM151
028500     PERFORM 1060-STEP-BACK-ONE-MONTH                             PGM151
028600         VARYING WS-MONTH-COUNT FROM 2 BY 1                       PGM151
028700         UNTIL WS-MONTH-COUNT > WS-LOOKBACK-MONTHS                PGM151
028800     CLOSE IC-ELIM-PARM-FILE.                                     PGM151
028900*                                                                 PGM151
029000 1060-STEP-BACK-ONE-MONTH.                                        PGM151
029100     IF WS-LB-MM = 1                                              PGM151
029200         MOVE 12 TO WS-LB-MM                                      PGM151
029300         SUBTRACT 1 FROM WS-LB-YY                                 PGM151
029400     ELSE                                                         PGM151
029500         SUBTRACT 1 FROM WS-LB-MM                                 PGM151
029600     END-IF.                                                      PGM151
029700*                                                                 PGM151
029800 2000-READ-IC-INVOICE.                                            PGM151
029900     READ IC-INVOICE-FILE NEXT RECORD                             PGM151
030000         AT END                                                   PGM151
030100             SET WS-EOF TO TRUE                                   PGM151
030200         NOT AT END                                               PGM151
030300             IF IC-INVOICE-DATE NOT > WS-PERIOD-END               PGM151
030400                 PERFORM 2100-ACCUMULATE-INVOICE                  PGM151
030500             END-IF                                               PGM151
030600     END-READ.                                                    PGM151
030700*                                                                 PGM151
030800* 당월분은 매출/원가, 기간 내분은 재고내 이익 기준,                                   PGM151
030900* 미정산분은 잔액. 정산 실행이면 잔액 집계 후 정산 처리.                                PGM151
031000 2100-ACCUMULATE-INVOICE.                                         PGM151
031100     MOVE IC-SELL-PLANT-CD TO WS-KEY-SELL-PLANT                   PGM151
031200     MOVE IC-BUY-PLANT-CD  TO WS-KEY-BUY-PLANT                    PGM151
031300     IF IC-INVOICE-DATE (1:6) = WS-PERIOD-END (1:6)               PGM151
031400         ADD 1 TO WS-INVOICE-COUNT                                PGM151
031500         PERFORM 2200-FIND-PAIR-ENTRY                             PGM151
031600         ADD 1 TO WS-PR-COUNT (WS-FOUND-IX)                       PGM151
031700         ADD IC-INVOICE-AMT TO WS-PR-SALES (WS-FOUND-IX)          PGM151
031800         ADD IC-COST-AMT    TO WS-PR-COST (WS-FOUND-IX)           PGM151
031900         IF IC-AT-COST                                            PGM151
032000             ADD 1 TO WS-AT-COST-COUNT                            PGM151
032100         END-IF                                                   PGM151
032200     END-IF                                                       PGM151
032300     IF IC-INVOICE-DATE NOT < WS-LOOKBACK-START                   PGM151
032400         PERFORM 2300-FIND-ITEM-ENTRY                             PGM151
032500         ADD IC-QTY TO WS-IE-IC-QTY (WS-FOUND-IX)                 PGM151
032600         COMPUTE WS-IE-MARGIN (WS-FOUND-IX) =                     PGM151
032700             WS-IE-MARGIN (WS-FOUND-IX)                           PGM151
032800             + IC-INVOICE-AMT - IC-COST-AMT                       PGM151
032900     END-IF                                                       PGM151
033000     IF IC-OPEN                                                   PGM151
033100         PERFORM 2200-FIND-PAIR-ENTRY                             PGM151
033200         ADD IC-INVOICE-AMT TO WS-PR-OPEN-BAL (WS-FOUND-IX)       PGM151
033300         IF WS-SETTLE-RUN                                         PGM151
033400             PERFORM 2400-SETTLE-INVOICE                          PGM151
033500         END-IF                                                   PGM151
033600     END-IF.                                                      PGM151
033700*                                                                 PGM151
033800 2200-FIND-PAIR-ENTRY.                                            PGM151
033900     MOVE ZEROS TO WS-FOUND-IX                                    PGM151
034000     PERFORM 2210-MATCH-PAIR-ENTRY                                PGM151
034100         VARYING WS-IX FROM 1 BY 1                                PGM151
034200         UNTIL WS-IX > WS-PAIR-CNT OR WS-FOUND-IX > 0             PGM151
034300     IF WS-FOUND-IX = 0                                           PGM151
034400         IF WS-PAIR-CNT NOT < WS-PAIR-MAX                         PGM151
034500             DISPLAY 'PLANT PAIR TABLE FULL - MAX ' WS-PAIR-MAX   PGM151
034600             MOVE 'FL' TO WS-ABEND-STATUS                         PGM151
034700             PERFORM 9900-ABNORMAL-END                            PGM151
034800         END-IF                                                   PGM151
034900         ADD 1 TO WS-PAIR-CNT                                     PGM151
035000         MOVE WS-PAIR-CNT TO WS-FOUND-IX                          PGM151
035100         MOVE WS-KEY-SELL-PLANT TO WS-PR-SELL-PLANT (WS-FOUND-IX) PGM151
035200         MOVE WS-KEY-BUY-PLANT  TO WS-PR-BUY-PLANT (WS-FOUND-IX)  PGM151
035300         MOVE ZEROS TO WS-PR-COUNT (WS-FOUND-IX)                  PGM151
035400         MOVE ZEROS TO WS-PR-SALES (WS-FOUND-IX)                  PGM151
035500         MOVE ZEROS TO WS-PR-COST (WS-FOUND-IX)                   PGM151
035600         MOVE ZEROS TO WS-PR-OPEN-BAL (WS-FOUND-IX)               PGM151
035700     END-IF.                                                      PGM151
035800*                                                                 PGM151
035900 2210-MATCH-PAIR-ENTRY.                                           PGM151
036000     IF WS-PR-SELL-PLANT (WS-IX) = WS-KEY-SELL-PLANT              PGM151
036100         AND WS-PR-BUY-PLANT (WS-IX) = WS-KEY-BUY-PLANT           PGM151
036200         MOVE WS-IX TO WS-FOUND-IX                                PGM151
036300     END-IF.                                                      PGM151
036400*                                                                 PGM151
036500 2300-FIND-ITEM-ENTRY.                                            PGM151
036600     MOVE ZEROS TO WS-FOUND-IX                                    PGM151
036700     PERFORM 2310-MATCH-ITEM-ENTRY                                PGM151
036800         VARYING WS-IX FROM 1 BY 1                                PGM151
036900         UNTIL WS-IX > WS-ITEM-CNT OR WS-FOUND-IX > 0             PGM151
037000     IF WS-FOUND-IX = 0                                           PGM151
037100         IF WS-ITEM-CNT NOT < WS-ITEM-MAX                         PGM151
037200             DISPLAY 'IC STOCK TABLE FULL - MAX ' WS-ITEM-MAX     PGM151
037300             MOVE 'FL' TO WS-ABEND-STATUS                         PGM151
037400             PERFORM 9900-ABNORMAL-END                            PGM151
037500         END-IF                                                   PGM151
037600         ADD 1 TO WS-ITEM-CNT                                     PGM151
037700         MOVE WS-ITEM-CNT TO WS-FOUND-IX                          PGM151
037800         MOVE IC-BUY-PLANT-CD TO WS-IE-BUY-PLANT (WS-FOUND-IX)    PGM151
037900         MOVE IC-BUY-WHSE-CD  TO WS-IE-WHSE-CD (WS-FOUND-IX)      PGM151
038000         MOVE IC-ITEM-CD      TO WS-IE-ITEM-CD (WS-FOUND-IX)      PGM151
038100         MOVE ZEROS TO WS-IE-IC-QTY (WS-FOUND-IX)                 PGM151
038200         MOVE ZEROS TO WS-IE-MARGIN (WS-FOUND-IX)                 PGM151
038300     END-IF.                                                      PGM151
038400*                                                                 PGM151
038500 2310-MATCH-ITEM-ENTRY.                                           PGM151
038600     IF WS-IE-WHSE-CD (WS-IX) = IC-BUY-WHSE-CD                    PGM151
038700         AND WS-IE-ITEM-CD (WS-IX) = IC-ITEM-CD                   PGM151
038800         AND WS-IE-BUY-PLANT (WS-IX) = IC-BUY-PLANT-CD            PGM151
038900         MOVE WS-IX TO WS-FOUND-IX                                PGM151
039000     END-IF.                                                      PGM151
039100*                                                                 PGM151
039200* 월말 상계 정산: 플랜트간 채권/채무를 맞바꿔 정리한다.                                 PGM151
039300 2400-SETTLE-INVOICE.                                             PGM151
039400     SET IC-SETTLED TO TRUE                                       PGM151
039500     MOVE WS-PERIOD-END TO IC-SETTLE-DATE                         PGM151
039600     REWRITE IC-INVOICE-REC                                       PGM151
039700         INVALID KEY                                              PGM151
039800             DISPLAY 'IC INVOICE REWRITE ERROR: ' IC-XFER-NO      PGM151
039900         NOT INVALID KEY                                          PGM151
040000             ADD 1 TO WS-SETTLED-COUNT                            PGM151
040100     END-REWRITE.                                                 PGM151
040200*                                                                 PGM151
040300 3000-PRINT-IC-SALES.                                             PGM151
040400     MOVE 'INTERCOMPANY SALES FOR THE PERIOD' TO RT-SECTION-TITLE PGM151
040500     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SECTION                 PGM151
040600     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SALES-COLUMNS           PGM151
040700     PERFORM 3100-PRINT-PAIR-SALES                                PGM151
040800         VARYING WS-IX FROM 1 BY 1                                PGM151
040900         UNTIL WS-IX > WS-PAIR-CNT                                PGM151
041000     MOVE 'ALL'         TO RS-SELL-PLANT                          PGM151
041100     MOVE SPACES        TO RS-BUY-PLANT                           PGM151
041200     MOVE WS-INVOICE-COUNT TO RS-COUNT                            PGM151
041300     MOVE WS-TOT-SALES  TO RS-SALES                               PGM151
041400     MOVE WS-TOT-COST   TO RS-COST                                PGM151
041500     MOVE WS-TOT-MARGIN TO RS-MARGIN                              PGM151
041600     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SALES-LINE.             PGM151
041700*                                                                 PGM151
041800 3100-PRINT-PAIR-SALES.                                           PGM151
041900     IF WS-PR-COUNT (WS-IX) > 0                                   PGM151
042000         COMPUTE WS-MARGIN-AMT =                                  PGM151
042100             WS-PR-SALES (WS-IX) - WS-PR-COST (WS-IX)             PGM151
042200         MOVE WS-PR-SELL-PLANT (WS-IX) TO RS-SELL-PLANT           PGM151
042300         MOVE WS-PR-BUY-PLANT (WS-IX)  TO RS-BUY-PLANT            PGM151
042400         MOVE WS-PR-COUNT (WS-IX)      TO RS-COUNT                PGM151
042500         MOVE WS-PR-SALES (WS-IX)      TO RS-SALES                PGM151
042600         MOVE WS-PR-COST (WS-IX)       TO RS-COST                 PGM151
042700         MOVE WS-MARGIN-AMT            TO RS-MARGIN               PGM151
042800         WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SALES-LINE          PGM151
042900         ADD WS-PR-SALES (WS-IX) TO WS-TOT-SALES                  PGM151
043000         ADD WS-PR-COST (WS-IX)  TO WS-TOT-COST                   PGM151
043100         ADD WS-MARGIN-AMT       TO WS-TOT-MARGIN                 PGM151
043200     END-IF.                                                      PGM151
043300*                                                                 PGM151
043400* 도착 창고 현재고 중 사내 매입분(기간 내 사내 매입 수량을                               PGM151
043500* 넘지 않음)에 기간 평균 단위 이익을 곱한다. 현재고는 사내                               PGM151
043600* 매입분부터 남아 있는 것으로 본다(보수적 계상).                                     PGM151
043700 4000-PRINT-MARGIN-IN-STOCK.                                      PGM151
043800     MOVE 'MARGIN IN INVENTORY AT RECEIVING PLANT'                PGM151
043900         TO RT-SECTION-TITLE                                      PGM151
044000     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SECTION                 PGM151
044100     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-STOCK-COLUMNS           PGM151
044200     PERFORM 4100-VALUE-HELD-STOCK                                PGM151
044300         VARYING WS-IX FROM 1 BY 1                                PGM151
044400         UNTIL WS-IX > WS-ITEM-CNT                                PGM151
044500     MOVE 'TOTAL MARGIN IN INVENTORY' TO RA-LABEL                 PGM151
044600     MOVE WS-TOT-UNREALIZED TO RA-AMOUNT                          PGM151
044700     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE.               PGM151
044800*                                                                 PGM151
044900 4100-VALUE-HELD-STOCK.                                           PGM151
045000     MOVE ZEROS TO WS-ON-HAND-QTY                                 PGM151
045100     MOVE WS-IE-ITEM-CD (WS-IX) TO IM-ITEM-CD                     PGM151
045200     MOVE WS-IE-WHSE-CD (WS-IX) TO IM-WAREHOUSE-CD                PGM151
045300     READ INV-MASTER-FILE                                         PGM151
045400         INVALID KEY                                              PGM151
045500             CONTINUE                                             PGM151
045600         NOT INVALID KEY                                          PGM151
045700             MOVE IM-CURR-QTY TO WS-ON-HAND-QTY                   PGM151
045800     END-READ                                                     PGM151
045900     MOVE ZEROS TO WS-HELD-QTY                                    PGM151
046000     IF WS-ON-HAND-QTY > 0                                        PGM151
046100         IF WS-ON-HAND-QTY < WS-IE-IC-QTY (WS-IX)                 PGM151
046200             MOVE WS-ON-HAND-QTY TO WS-HELD-QTY                   PGM151
046300         ELSE                                                     PGM151
046400             MOVE WS-IE-IC-QTY (WS-IX) TO WS-HELD-QTY             PGM151
046500         END-IF                                                   PGM151
046600     END-IF                                                       PGM151
046700     MOVE ZEROS TO WS-UNIT-MARGIN                                 PGM151
046800     IF WS-IE-IC-QTY (WS-IX) > 0                                  PGM151
046900         COMPUTE WS-UNIT-MARGIN ROUNDED =                         PGM151
047000             WS-IE-MARGIN (WS-IX) / WS-IE-IC-QTY (WS-IX)          PGM151
047100     END-IF                                                       PGM151
047200     COMPUTE WS-UNREALIZED-AMT ROUNDED =                          PGM151
047300         WS-HELD-QTY * WS-UNIT-MARGIN                             PGM151
047400     IF WS-HELD-QTY > 0                                           PGM151
047500         MOVE WS-IE-BUY-PLANT (WS-IX) TO RK-BUY-PLANT             PGM151
047600         MOVE WS-IE-WHSE-CD (WS-IX)   TO RK-WHSE-CD               PGM151
047700         MOVE WS-IE-ITEM-CD (WS-IX)   TO RK-ITEM-CD               PGM151
047800         MOVE WS-ON-HAND-QTY          TO RK-ON-HAND               PGM151
047900         MOVE WS-IE-IC-QTY (WS-IX)    TO RK-IC-QTY                PGM151
048000         MOVE WS-HELD-QTY             TO RK-HELD-QTY              PGM151
048100         MOVE WS-UNIT-MARGIN          TO RK-UNIT-MARGIN           PGM151
048200         MOVE WS-UNREALIZED-AMT       TO RK-UNREALIZED            PGM151
048300         WRITE IC-ELIM-REPORT-REC FROM WS-RPT-STOCK-LINE          PGM151
048400         ADD WS-UNREALIZED-AMT TO WS-TOT-UNREALIZED               PGM151
048500     END-IF.                                                      PGM151
048600*                                                                 PGM151
048700* 미정산 잔액: 플랜트 쌍(A,B)마다 A의 B 채권과 B의 A 채권을                          PGM151
048800* 맞상계한다. 역방향 쌍은 한 번만 찍는다.                                         PGM151
048900 5000-PRINT-IC-BALANCES.                                          PGM151
049000     MOVE 'OPEN INTERCOMPANY BALANCES' TO RT-SECTION-TITLE        PGM151
049100     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SECTION                 PGM151
049200     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-BAL-COLUMNS             PGM151
049300     PERFORM 5100-PRINT-PAIR-BALANCE                              PGM151
049400         VARYING WS-IX FROM 1 BY 1                                PGM151
049500         UNTIL WS-IX > WS-PAIR-CNT                                PGM151
049600     MOVE 'GROSS INTERCOMPANY RECEIVABLE/PAYABLE' TO RA-LABEL     PGM151
049700     MOVE WS-TOT-OPEN-BAL TO RA-AMOUNT                            PGM151
049800     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE                PGM151
049900     MOVE 'NET INTERCOMPANY POSITION AFTER SET-OFF' TO RA-LABEL   PGM151
050000     MOVE WS-TOT-NET-BAL TO RA-AMOUNT                             PGM151
050100     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE.               PGM151
050200*                                                                 PGM151
050300 5100-PRINT-PAIR-BALANCE.                                         PGM151
050400     MOVE WS-PR-BUY-PLANT (WS-IX)  TO WS-KEY-SELL-PLANT           PGM151
050500     MOVE WS-PR-SELL-PLANT (WS-IX) TO WS-KEY-BUY-PLANT            PGM151
050600     MOVE ZEROS TO WS-FOUND-IX                                    PGM151
050700     PERFORM 5110-MATCH-REVERSE-PAIR                              PGM151
050800         VARYING WS-JX FROM 1 BY 1                                PGM151
050900         UNTIL WS-JX > WS-PAIR-CNT OR WS-FOUND-IX > 0             PGM151
051000     MOVE ZEROS TO WS-REVERSE-BAL                                 PGM151
051100     IF WS-FOUND-IX > 0                                           PGM151
051200         MOVE WS-PR-OPEN-BAL (WS-FOUND-IX) TO WS-REVERSE-BAL      PGM151
051300     END-IF                                                       PGM151
051400     IF WS-FOUND-IX = 0                                           PGM151
051500         OR WS-PR-SELL-PLANT (WS-IX) < WS-PR-BUY-PLANT (WS-IX)    PGM151
051600         IF WS-PR-OPEN-BAL (WS-IX) NOT = 0                        PGM151
051700             OR WS-REVERSE-BAL NOT = 0                            PGM151
051800             PERFORM 5150-WRITE-BALANCE-LINE                      PGM151
051900         END-IF                                                   PGM151
052000     END-IF.                                                      PGM151
052100*                                                                 PGM151
052200 5110-MATCH-REVERSE-PAIR.                                         PGM151
052300     IF WS-PR-SELL-PLANT (WS-JX) = WS-KEY-SELL-PLANT              PGM151
052400         AND WS-PR-BUY-PLANT (WS-JX) = WS-KEY-BUY-PLANT           PGM151
052500         MOVE WS-JX TO WS-FOUND-IX                                PGM151
052600     END-IF.                                                      PGM151
052700*                                                                 PGM151
052800 5150-WRITE-BALANCE-LINE.                                         PGM151
052900     COMPUTE WS-NET-BAL = WS-PR-OPEN-BAL (WS-IX) - WS-REVERSE-BAL PGM151
053000     MOVE WS-PR-SELL-PLANT (WS-IX) TO RB-PLANT-A                  PGM151
053100     MOVE WS-PR-BUY-PLANT (WS-IX)  TO RB-PLANT-B                  PGM151
053200     MOVE WS-PR-OPEN-BAL (WS-IX)   TO RB-A-DUE                    PGM151
053300     MOVE WS-REVERSE-BAL           TO RB-B-DUE                    PGM151
053400     MOVE WS-NET-BAL               TO RB-NET                      PGM151
053500     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-BAL-LINE                PGM151
053600     COMPUTE WS-TOT-OPEN-BAL =                                    PGM151
053700         WS-TOT-OPEN-BAL + WS-PR-OPEN-BAL (WS-IX) + WS-REVERSE-BALPGM151
053800     IF WS-NET-BAL < 0                                            PGM151
053900         SUBTRACT WS-NET-BAL FROM WS-TOT-NET-BAL                  PGM151
054000     ELSE                                                         PGM151
054100         ADD WS-NET-BAL TO WS-TOT-NET-BAL                         PGM151
054200     END-IF.                                                      PGM151
054300*                                                                 PGM151
054400* 통합 상계 요약: 사내 매출은 매출원가와, 재고내 이익은                                 PGM151
054500* 재고와, 사내 채권은 사내 채무와 상계한다.                                        PGM151
054600 6000-PRINT-ELIMINATIONS.                                         PGM151
054700     MOVE 'CONSOLIDATION ELIMINATIONS' TO RT-SECTION-TITLE        PGM151
054800     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-SECTION                 PGM151
054900     MOVE 'ELIMINATE IC SALES AGAINST COST OF SALES' TO RA-LABEL  PGM151
055000     MOVE WS-TOT-SALES TO RA-AMOUNT                               PGM151
055100     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE                PGM151
055200     MOVE 'DEFER MARGIN IN INVENTORY' TO RA-LABEL                 PGM151
055300     MOVE WS-TOT-UNREALIZED TO RA-AMOUNT                          PGM151
055400     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE                PGM151
055500     MOVE 'ELIMINATE IC RECEIVABLE AGAINST IC PAYABLE' TO RA-LABELPGM151
055600     MOVE WS-TOT-OPEN-BAL TO RA-AMOUNT                            PGM151
055700     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-AMT-LINE                PGM151
055800     MOVE 'INVOICES PRICED AT COST (NO TRANSFER PRICE)'           PGM151
055900         TO RN-LABEL                                              PGM151
056000     MOVE WS-AT-COST-COUNT TO RN-COUNT                            PGM151
056100     WRITE IC-ELIM-REPORT-REC FROM WS-RPT-CNT-LINE                PGM151
056200     IF WS-SETTLE-RUN                                             PGM151
056300         MOVE 'INVOICES SETTLED BY SET-OFF' TO RN-LABEL           PGM151
056400         MOVE WS-SETTLED-COUNT TO RN-COUNT                        PGM151
056500         WRITE IC-ELIM-REPORT-REC FROM WS-RPT-CNT-LINE            PGM151
056600     END-IF.                                                      PGM151
056700*                                                                 PGM151
056800 9000-FINALIZE.                                                   PGM151
056900     CLOSE IC-INVOICE-FILE                                        PGM151
057000     CLOSE INV-MASTER-FILE                                        PGM151
057100     CLOSE IC-ELIM-REPORT-FILE                                    PGM151
057200     IF WS-AT-COST-COUNT > 0                                      PGM151
057300         MOVE 4 TO RETURN-CODE                                    PGM151
057400     END-IF                                                       PGM151
057500     DISPLAY 'PGM151 COMPLETED: ' WS-INVOICE-COUNT                PGM151
057600             ' IC INVOICES IN PERIOD, ' WS-SETTLED-COUNT          PGM151
057700             ' SETTLED'.                                          PGM151
057800*                                                                 PGM151
057900 9750-DIAGNOSE-FILE-STATUS.                                       PGM151
058000     EVALUATE WS-ABEND-STATUS                                     PGM151
058100         WHEN '10'                                                PGM151
058200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM151
058300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM151
058400         WHEN '23'                                                PGM151
058500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM151
058600             DISPLAY '  AND RETRY THE REQUEST'                    PGM151
058700         WHEN '35'                                                PGM151
058800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM151
058900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM151
059000         WHEN '37'                                                PGM151
059100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM151
059200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM151
059300         WHEN '39'                                                PGM151
059400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM151
059500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM151
059600         WHEN '41'                                                PGM151
059700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM151
059800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM151
059900         WHEN '42'                                                PGM151
060000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM151
060100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM151
060200         WHEN '46'                                                PGM151
060300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM151
060400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM151
060500         WHEN OTHER                                               PGM151
060600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM151
060700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM151
060800     END-EVALUATE.                                                PGM151
060900*                                                                 PGM151
061000 9900-ABNORMAL-END.                                               PGM151
061100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM151
061200     DISPLAY 'PGM151 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM151
061300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM151
061400     MOVE 16 TO RETURN-CODE                                       PGM151
061500     GOBACK.                                                      PGM151
061600                                                                  PGM151
