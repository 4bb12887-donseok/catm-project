000100 IDENTIFICATION DIVISION.                                         PGM222
000200 PROGRAM-ID.    PGM222.                                           PGM222
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM222
000400*                                                                 PGM222
000500* =========================================================       PGM222
000600* 프로그램명: 월말 선입선출/이동평균 원가 비교 대사                                    PGM222
000700* 처리내용  : 재고 월말 평가(PGM008)의 카테고리 소계에서                             PGM222
000800*            기말 재고의 이동평균 금액과 선입선출 금액을,                            PGM222
000900*            재고수불 반영 이력(CPYPSTH)에서 대상월 출고                         PGM222
001000*            (O/X)의 이동평균 출고원가(PH-AMOUNT)와 선입                      PGM222
001100*            선출 출고원가(PH-FIFO-AMOUNT)를 카테고리별로                      PGM222
001200*            모아 두 방법의 차이를 나란히 인쇄한다.                               PGM222
001300*            위탁분과 역분개된 원거래는 제외한다 (역분개와                            PGM222
001400*            원거래가 서로 상계되므로). 원가층 도입 전                             PGM222
001500*            반영분은 선입선출 금액이 없으므로 이동평균                              PGM222
001600*            금액으로 대신하고 건수를 따로 표시한다.                               PGM222
001700*            파라미터: 대상월(YYYYMM), 미기재 시 전월.                         PGM222
001800* =========================================================       PGM222
001900*                                                                 PGM222
002000 ENVIRONMENT DIVISION.                                            PGM222
002100 CONFIGURATION SECTION.                                           PGM222
002200 INPUT-OUTPUT SECTION.                                            PGM222
002300 FILE-CONTROL.                                                    PGM222
002400     SELECT OPTIONAL FIFO-PARM-FILE                               PGM222
002500         ASSIGN TO FIFOPARM                                       PGM222
002600         ORGANIZATION IS SEQUENTIAL                               PGM222
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM222
002800     SELECT VALUATION-REPORT-FILE                                 PGM222
002900         ASSIGN TO INVVALR                                        PGM222
003000         ORGANIZATION IS SEQUENTIAL                               PGM222
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM222
003200     SELECT POSTING-HISTORY-FILE                                  PGM222
003300         ASSIGN TO POSTHIST                                       PGM222
003400         ORGANIZATION IS INDEXED                                  PGM222
003500         ACCESS MODE IS SEQUENTIAL                                PGM222
003600         RECORD KEY IS PH-KEY                                     PGM222
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM222
003800     SELECT INV-MASTER-FILE                                       PGM222
003900         ASSIGN TO INVMAST                                        PGM222
004000         ORGANIZATION IS INDEXED                                  PGM222
004100         ACCESS MODE IS RANDOM                                    PGM222
004200         RECORD KEY IS IM-KEY                                     PGM222
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM222
004400     SELECT FIFO-RECON-FILE                                       PGM222
004500         ASSIGN TO FIFORECR                                       PGM222
004600         ORGANIZATION IS SEQUENTIAL                               PGM222
004700         FILE STATUS IS WS-FILE-STATUS5.                          PGM222
004800*                                                                 PGM222
004900 DATA DIVISION.                                                   PGM222
005000 FILE SECTION.                                                    PGM222
005100 FD  FIFO-PARM-FILE.                                              PGM222
005200 01  FIFO-PARM-REC.                                               PGM222
005300     05 FP-PERIOD-YYYYMM     PIC 9(06).                           PGM222
005400     05 FILLER               PIC X(14).                           PGM222
005500 FD  VALUATION-REPORT-FILE.                                       PGM222
005600 01  VALUATION-REPORT-REC.                                        PGM222
005700     05 VR-RECORD-TYPE       PIC X(01).                           PGM222
005800         88 VR-DETAIL        VALUE 'D'.                           PGM222
005900         88 VR-SUBTOTAL      VALUE 'S'.                           PGM222
006000         88 VR-GRAND-TOTAL   VALUE 'G'.                           PGM222
006100     05 VR-ITEM-CD           PIC X(15).                           PGM222
006200     05 VR-CATEGORY          PIC X(10).                           PGM222
006300     05 VR-QTY               PIC S9(9) COMP-3.                    PGM222
006400     05 VR-UNIT-COST         PIC S9(9)V99 COMP-3.                 PGM222
006500     05 VR-EXT-VALUE         PIC S9(11)V99 COMP-3.                PGM222
006600     05 VR-FIFO-VALUE        PIC S9(11)V99 COMP-3.                PGM222
006700     05 FILLER               PIC X(13).                           PGM222
006800 FD  POSTING-HISTORY-FILE.                                        PGM222
006900 01  POSTING-HISTORY-REC.                                         PGM222
007000     COPY CPYPSTH.                                                PGM222
007100 FD  INV-MASTER-FILE.                                             PGM222
007200 01  INV-MASTER-REC.                                              PGM222
007300     COPY CPYINVMS.                                               PGM222
007400 FD  FIFO-RECON-FILE.                                             PGM222
007500 01  FIFO-RECON-REC          PIC X(132).                          PGM222
007600*                                                                 PGM222
007700 WORKING-STORAGE SECTION.                                         PGM222
007800 01  WS-FILE-STATUS         PIC XX.                               PGM222
007900 01  WS-FILE-STATUS2        PIC XX.                               PGM222
008000 01  WS-FILE-STATUS3        PIC XX.                               PGM222
008100 01  WS-FILE-STATUS4        PIC XX.                               PGM222
008200 01  WS-FILE-STATUS5        PIC XX.                               PGM222
008300 01  WS-ABEND-STATUS        PIC XX.                               PGM222
008400 01  WS-VR-EOF-FLAG         PIC X VALUE 'N'.                      PGM222
008500     88 WS-VR-EOF           VALUE 'Y'.                            PGM222
008600 01  WS-PH-EOF-FLAG         PIC X VALUE 'N'.                      PGM222
008700     88 WS-PH-EOF           VALUE 'Y'.                            PGM222
008800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM222
008900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM222
009000     05 WS-RUN-YY           PIC 9(04).                            PGM222
009100     05 WS-RUN-MM           PIC 9(02).                            PGM222
009200     05 WS-RUN-DD           PIC 9(02).                            PGM222
009300 01  WS-PERIOD              PIC 9(06) VALUE ZEROS.                PGM222
009400 01  WS-PERIOD-R REDEFINES WS-PERIOD.                             PGM222
009500     05 WS-PD-YY            PIC 9(04).                            PGM222
009600     05 WS-PD-MM            PIC 9(02).                            PGM222
009700 01  WS-CATEGORY            PIC X(10).                            PGM222
009800 01  WS-FIFO-AMT            PIC S9(11)V99 VALUE ZEROS.            PGM222
009900 01  WS-DIFF-AMT            PIC S9(13)V99 VALUE ZEROS.            PGM222
010000 01  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROS.                PGM222
010100 01  WS-ISSUE-COUNT         PIC 9(07) VALUE ZEROS.                PGM222
010200 01  WS-NO-FIFO-COUNT       PIC 9(07) VALUE ZEROS.                PGM222
010300 01  WS-NO-ITEM-COUNT       PIC 9(07) VALUE ZEROS.                PGM222
010400 01  WS-TOT-STOCK-WA        PIC S9(13)V99 VALUE ZEROS.            PGM222
010500 01  WS-TOT-STOCK-FIFO      PIC S9(13)V99 VALUE ZEROS.            PGM222
010600 01  WS-TOT-ISSUE-WA        PIC S9(13)V99 VALUE ZEROS.            PGM222
010700 01  WS-TOT-ISSUE-FIFO      PIC S9(13)V99 VALUE ZEROS.            PGM222
010800* 카테고리별 누계 테이블                                                    PGM222
010900 01  WS-CT-COUNT            PIC 9(03) VALUE ZEROS.                PGM222
011000 01  WS-CT-MAX              PIC 9(03) VALUE 200.                  PGM222
011100 01  WS-CT-FOUND-FLAG       PIC X VALUE 'N'.                      PGM222
011200     88 WS-CT-FOUND         VALUE 'Y'.                            PGM222
011300 01  WS-CAT-TABLE.                                                PGM222
011400     05 WS-CT-ENTRY OCCURS 200 TIMES                              PGM222
011500             INDEXED BY CT-IDX.                                   PGM222
011600         10 WS-CT-CATEGORY    PIC X(10).                          PGM222
011700         10 WS-CT-STOCK-WA    PIC S9(13)V99 COMP-3.               PGM222
011800         10 WS-CT-STOCK-FIFO  PIC S9(13)V99 COMP-3.               PGM222
011900         10 WS-CT-ISSUE-WA    PIC S9(13)V99 COMP-3.               PGM222
012000         10 WS-CT-ISSUE-FIFO  PIC S9(13)V99 COMP-3.               PGM222
012100         10 WS-CT-ISSUE-CNT   PIC 9(07) COMP-3.                   PGM222
012200*                                                                 PGM222
012300 01  WS-RPT-HEADER.                                               PGM222
012400     05 FILLER               PIC X(40) VALUE                      PGM222
012500             'PGM222 FIFO VS WEIGHTED-AVERAGE COST - '.           PGM222
012600     05 FILLER               PIC X(08) VALUE 'PERIOD '.           PGM222
012700     05 RH-PERIOD            PIC 9(06).                           PGM222
012800     05 FILLER               PIC X(12) VALUE '  RUN DATE '.       PGM222
012900     05 RH-RUN-DATE          PIC 9(08).                           PGM222
013000     05 FILLER               PIC X(58) VALUE SPACES.              PGM222
013100 01  WS-RPT-COLUMNS.                                              PGM222
013200     05 FILLER               PIC X(44) VALUE                      PGM222
013300             'CATEGORY      STOCK AVG COST        STOCK FI'.      PGM222
013400     05 FILLER               PIC X(44) VALUE                      PGM222
013500             'FO  STOCK DIFFERENCE    ISSUE AVG COST      '.      PGM222
013600     05 FILLER               PIC X(44) VALUE                      PGM222
013700             '  ISSUE FIFO  ISSUE DIFFERENCE   LINES      '.      PGM222
013800 01  WS-RPT-DETAIL.                                               PGM222
013900     05 RD-CATEGORY          PIC X(10).                           PGM222
014000     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
014100     05 RD-STOCK-WA          PIC -(13)9.99.                       PGM222
014200     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
014300     05 RD-STOCK-FIFO        PIC -(13)9.99.                       PGM222
014400     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
014500     05 RD-STOCK-DIFF        PIC -(13)9.99.                       PGM222
014600     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
014700     05 RD-ISSUE-WA          PIC -(13)9.99.                       PGM222
014800     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
014900     05 RD-ISSUE-FIFO        PIC -(13)9.99.                       PGM222
015000     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
015100     05 RD-ISSUE-DIFF        PIC -(13)9.99.                       PGM222
015200     05 FILLER               PIC X(01) VALUE SPACE.               PGM222
015300     05 RD-ISSUE-CNT         PIC ZZZZZZ9.                         PGM222
015400     05 FILLER               PIC X(06) VALUE SPACES.              PGM222
015500 01  WS-RPT-TRAILER.                                              PGM222
015600     05 FILLER               PIC X(22) VALUE                      PGM222
015700             '*** HISTORY LINES READ'.                            PGM222
015800     05 RT-HIST-READ         PIC ZZZZZZ9.                         PGM222
015900     05 FILLER               PIC X(14) VALUE '  ISSUE LINES '.    PGM222
016000     05 RT-ISSUE-CNT         PIC ZZZZZZ9.                         PGM222
016100     05 FILLER               PIC X(23) VALUE                      PGM222
016200             '  WITHOUT FIFO (AT AVG)'.                           PGM222
016300     05 RT-NO-FIFO-CNT       PIC ZZZZZZ9.                         PGM222
016400     05 FILLER               PIC X(17) VALUE                      PGM222
016500             '  ITEM NOT FOUND '.                                 PGM222
016600     05 RT-NO-ITEM-CNT       PIC ZZZZZZ9.                         PGM222
016700     05 FILLER               PIC X(28) VALUE SPACES.              PGM222
016800*                                                                 PGM222
016900 PROCEDURE DIVISION.                                              PGM222
017000*                                                                 PGM222
017100 0000-MAIN-PROCESS.                                               PGM222
017200     PERFORM 1000-INITIALIZE                                      PGM222
017300     PERFORM 2000-LOAD-STOCK-VALUES                               PGM222
017400         UNTIL WS-VR-EOF                                          PGM222
017500     PERFORM 3000-ADD-ISSUE-COST                                  PGM222
017600         UNTIL WS-PH-EOF                                          PGM222
017700     PERFORM 4000-PRINT-RECONCILIATION                            PGM222
017800     PERFORM 9000-FINALIZE                                        PGM222
017900     GOBACK.                                                      PGM222
018000*                                                                 PGM222
018100 1000-INITIALIZE.                                                 PGM222
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM222
018300     PERFORM 1050-LOAD-PARAMETERS                                 PGM222
018400     OPEN INPUT VALUATION-REPORT-FILE                             PGM222
018500     IF WS-FILE-STATUS2 NOT = '00'                                PGM222
018600         DISPLAY 'VALUATION FILE OPEN ERROR: ' WS-FILE-STATUS2    PGM222
018700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM222
018800         PERFORM 9900-ABNORMAL-END                                PGM222
018900     END-IF                                                       PGM222
019000     OPEN INPUT POSTING-HISTORY-FILE                              PGM222
019100     IF WS-FILE-STATUS3 NOT = '00'                                PGM222
019200         DISPLAY 'POSTING HISTORY OPEN ERROR: ' WS-FILE-STATUS3   PGM222
019300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM222
019400         PERFORM 9900-ABNORMAL-END                                PGM222
019500     END-IF                                                       PGM222
019600     OPEN INPUT INV-MASTER-FILE                                   PGM222
019700     IF WS-FILE-STATUS4 NOT = '00'                                PGM222
019800         DISPLAY 'MASTER FILE OPEN ERROR: ' WS-FILE-STATUS4       PGM222
019900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM222
020000         PERFORM 9900-ABNORMAL-END                                PGM222
020100     END-IF                                                       PGM222
020200     OPEN OUTPUT FIFO-RECON-FILE                                  PGM222
020300     IF WS-FILE-STATUS5 NOT = '00'                                PGM222
020400         DISPLAY 'FIFO RECON REPORT OPEN ERROR: ' WS-FILE-STATUS5 PGM222
020500         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM222
020600         PERFORM 9900-ABNORMAL-END                                PGM222
020700     END-IF                                                       PGM222
020800     MOVE WS-PERIOD   TO RH-PERIOD                                PGM222
020900     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM222
021000     WRITE FIFO-RECON-REC FROM WS-RPT-HEADER                      PGM222
021100     WRITE FIFO-RECON-REC FROM WS-RPT-COLUMNS                     PGM222
021200     PERFORM 1100-READ-VALUATION                                  PGM222
021300     PERFORM 1200-READ-HISTORY.                                   PGM222
021400*                                                                 PGM222
021500* 대상월 미기재(파일 없음/0/비숫자)는 실행일의 전월.                                  PGM222
021600 1050-LOAD-PARAMETERS.                                            PGM222
021700     MOVE ZEROS TO WS-PERIOD                                      PGM222
021800     OPEN INPUT FIFO-PARM-FILE                                    PGM222
021900     IF WS-FILE-STATUS = '00'                                     PGM222
022000         READ FIFO-PARM-FILE                                      PGM222
022100             AT END                                               PGM222
022200                 CONTINUE                                         PGM222
022300             NOT AT END                                           PGM222
022400                 IF FP-PERIOD-YYYYMM NUMERIC                      PGM222
022500                     MOVE FP-PERIOD-YYYYMM TO WS-PERIOD           PGM222
022600                 END-IF                                           PGM222
022700         END-READ                                                 PGM222
022800         CLOSE FIFO-PARM-FILE                                     PGM222
022900     END-IF                                                       PGM222
023000     IF WS-PERIOD = 0                                             PGM222
023100         IF WS-RUN-MM = 1                                         PGM222
023200             COMPUTE WS-PD-YY = WS-RUN-YY - 1                     PGM222
023300             MOVE 12 TO WS-PD-MM                                  PGM222
023400         ELSE                                                     PGM222
023500             MOVE WS-RUN-YY TO WS-PD-YY                           PGM222
023600             COMPUTE WS-PD-MM = WS-RUN-MM - 1                     PGM222
023700         END-IF                                                   PGM222
023800     END-IF                                                       PGM222
023900     IF WS-PD-MM < 1 OR WS-PD-MM > 12                             PGM222
024000         DISPLAY 'FIFO PARAMETER - PERIOD MONTH INVALID: '        PGM222
024100                 WS-PERIOD                                        PGM222
024200         MOVE 'PM' TO WS-ABEND-STATUS                             PGM222
024300         PERFORM 9900-ABNORMAL-END                                PGM222
024400     END-IF.                                                      PGM222
024500*                                                                 PGM222
024600 1100-READ-VALUATION.                                             PGM222
024700     READ VALUATION-REPORT-FILE                                   PGM222
024800         AT END SET WS-VR-EOF TO TRUE                             PGM222
024900     END-READ.                                                    PGM222
025000*                                                                 PGM222
025100 1200-READ-HISTORY.                                               PGM222
025200     READ POSTING-HISTORY-FILE NEXT RECORD                        PGM222
025300         AT END SET WS-PH-EOF TO TRUE                             PGM222
025400     END-READ.                                                    PGM222
025500*                                                                 PGM222
025600* 기말 재고: PGM008 카테고리 소계(S)만 쓴다.                                   PGM222
025700 2000-LOAD-STOCK-VALUES.                                          PGM222
025800     IF VR-SUBTOTAL                                               PGM222
025900         MOVE VR-CATEGORY TO WS-CATEGORY                          PGM222
026000         PERFORM 8000-FIND-CATEGORY                               PGM222
026100         ADD VR-EXT-VALUE  TO WS-CT-STOCK-WA (CT-IDX)             PGM222
026200         ADD VR-FIFO-VALUE TO WS-CT-STOCK-FIFO (CT-IDX)           PGM222
026300         ADD VR-EXT-VALUE  TO WS-TOT-STOCK-WA                     PGM222
026400         ADD VR-FIFO-VALUE TO WS-TOT-STOCK-FIFO                   PGM222
026500     END-IF                                                       PGM222
026600     PERFORM 1100-READ-VALUATION.                                 PGM222
026700*                                                                 PGM222
026800* 출고원가: 대상월에 반영되어 역분개되지 않은 자가 출고.                                 PGM222
026900* 카테고리는 재고 마스터에서 찾는다.                                             PGM222
027000 3000-ADD-ISSUE-COST.                                             PGM222
027100     ADD 1 TO WS-HIST-READ-COUNT                                  PGM222
027200     IF PH-TRANS-DATE (1:6) = WS-PERIOD                           PGM222
027300         AND PH-ISSUE                                             PGM222
027400         AND PH-POSTED                                            PGM222
027500         AND NOT PH-CONSIGNED                                     PGM222
027600         PERFORM 3100-POST-ISSUE-LINE                             PGM222
027700     END-IF                                                       PGM222
027800     PERFORM 1200-READ-HISTORY.                                   PGM222
027900*                                                                 PGM222
028000 3100-POST-ISSUE-LINE.                                            PGM222
028100     ADD 1 TO WS-ISSUE-COUNT                                      PGM222
028200     MOVE PH-ITEM-CD      TO IM-ITEM-CD                           PGM222
028300     MOVE PH-WAREHOUSE-CD TO IM-WAREHOUSE-CD                      PGM222
028400     READ INV-MASTER-FILE                                         PGM222
028500         INVALID KEY                                              PGM222
028600             ADD 1 TO WS-NO-ITEM-COUNT                            PGM222
028700             MOVE SPACES TO WS-CATEGORY                           PGM222
028800         NOT INVALID KEY                                          PGM222
028900             MOVE IM-CATEGORY TO WS-CATEGORY                      PGM222
029000     END-READ                                                     PGM222
029100     IF PH-FIFO-AMOUNT NUMERIC                                    PGM222
029200         AND (PH-FIFO-AMOUNT NOT = 0 OR PH-AMOUNT = 0)            PGM222
029300         MOVE PH-FIFO-AMOUNT TO WS-FIFO-AMT                       PGM222
029400     ELSE                                                         PGM222
029500         MOVE PH-AMOUNT TO WS-FIFO-AMT                            PGM222
029600         ADD 1 TO WS-NO-FIFO-COUNT                                PGM222
029700     END-IF                                                       PGM222
029800     PERFORM 8000-FIND-CATEGORY                                   PGM222
029900     ADD PH-AMOUNT   TO WS-CT-ISSUE-WA (CT-IDX)                   PGM222
030000     ADD WS-FIFO-AMT TO WS-CT-ISSUE-FIFO (CT-IDX)                 PGM222
030100     ADD 1           TO WS-CT-ISSUE-CNT (CT-IDX)                  PGM222
030200     ADD PH-AMOUNT   TO WS-TOT-ISSUE-WA                           PGM222
030300     ADD WS-FIFO-AMT TO WS-TOT-ISSUE-FIFO.                        PGM222
030400*                                                                 PGM222
030500 4000-PRINT-RECONCILIATION.                                       PGM222
030600     PERFORM 4100-PRINT-ONE-CATEGORY                              PGM222
030700         VARYING CT-IDX FROM 1 BY 1                               PGM222
030800         UNTIL CT-IDX > WS-CT-COUNT                               PGM222
030900     INITIALIZE WS-RPT-DETAIL                                     PGM222
031000     MOVE '** TOTAL'        TO RD-CATEGORY                        PGM222
031100     MOVE WS-TOT-STOCK-WA   TO RD-STOCK-WA                        PGM222
031200     MOVE WS-TOT-STOCK-FIFO TO RD-STOCK-FIFO                      PGM222
031300     COMPUTE WS-DIFF-AMT = WS-TOT-STOCK-FIFO - WS-TOT-STOCK-WA    PGM222
031400     MOVE WS-DIFF-AMT       TO RD-STOCK-DIFF                      PGM222
031500     MOVE WS-TOT-ISSUE-WA   TO RD-ISSUE-WA                        PGM222
031600     MOVE WS-TOT-ISSUE-FIFO TO RD-ISSUE-FIFO                      PGM222
031700     COMPUTE WS-DIFF-AMT = WS-TOT-ISSUE-FIFO - WS-TOT-ISSUE-WA    PGM222
031800     MOVE WS-DIFF-AMT       TO RD-ISSUE-DIFF                      PGM222
031900     MOVE WS-ISSUE-COUNT    TO RD-ISSUE-CNT                       PGM222
032000     WRITE FIFO-RECON-REC FROM WS-RPT-DETAIL.                     PGM222
032100*                                                                 PGM222
032200 4100-PRINT-ONE-CATEGORY.                                         PGM222
032300     INITIALIZE WS-RPT-DETAIL                                     PGM222
032400     MOVE WS-CT-CATEGORY (CT-IDX)   TO RD-CATEGORY                PGM222
032500     MOVE WS-CT-STOCK-WA (CT-IDX)   TO RD-STOCK-WA                PGM222
032600     MOVE WS-CT-STOCK-FIFO (CT-IDX) TO RD-STOCK-FIFO              PGM222
032700     COMPUTE WS-DIFF-AMT = WS-CT-STOCK-FIFO (CT-IDX)              PGM222
032800                         - WS-CT-STOCK-WA (CT-IDX)                PGM222
032900     MOVE WS-DIFF-AMT               TO RD-STOCK-DIFF              PGM222
033000     MOVE WS-CT-ISSUE-WA (CT-IDX)   TO RD-ISSUE-WA                PGM222
033100     MOVE WS-CT-ISSUE-FIFO (CT-IDX) TO RD-ISSUE-FIFO              PGM222
033200     COMPUTE WS-DIFF-AMT = WS-CT-ISSUE-FIFO (CT-IDX)              PGM222
033300                         - WS-CT-ISSUE-WA (CT-IDX)                PGM222
033400     MOVE WS-DIFF-AMT               TO RD-ISSUE-DIFF              PGM222
033500     MOVE WS-CT-ISSUE-CNT (CT-IDX)  TO RD-ISSUE-CNT               PGM222
033600     WRITE FIFO-RECON-REC FROM WS-RPT-DETAIL.                     PGM222
033700*                                                                 PGM222
033800* 카테고리 항목을 찾고 없으면 추가한다 (CT-IDX로 돌려줌).                             PGM222
033900 8000-FIND-CATEGORY.                                              PGM222
034000     MOVE 'N' TO WS-CT-FOUND-FLAG                                 PGM222
034100     IF WS-CT-COUNT > 0                                           PGM222
034200         SET CT-IDX TO 1                                          PGM222
034300         SEARCH WS-CT-ENTRY                                       PGM222
034400             AT END                                               PGM222
034500                 MOVE 'N' TO WS-CT-FOUND-FLAG                     PGM222
034600             WHEN WS-CT-CATEGORY (CT-IDX) = WS-CATEGORY           PGM222
034700                 AND CT-IDX <= WS-CT-COUNT                        PGM222
034800                 SET WS-CT-FOUND TO TRUE                          PGM222
034900         END-SEARCH                                               PGM222
035000     END-IF                                                       PGM222
035100     IF NOT WS-CT-FOUND                                           PGM222
035200         IF WS-CT-COUNT >= WS-CT-MAX                              PGM222
035300             DISPLAY 'CATEGORY TABLE FULL AT ' WS-CT-MAX          PGM222
035400             MOVE 'FL' TO WS-ABEND-STATUS                         PGM222
035500             PERFORM 9900-ABNORMAL-END                            PGM222
035600         END-IF                                                   PGM222
035700         ADD 1 TO WS-CT-COUNT                                     PGM222
035800         SET CT-IDX TO WS-CT-COUNT                                PGM222
035900         MOVE WS-CATEGORY TO WS-CT-CATEGORY (CT-IDX)              PGM222
036000         MOVE ZEROS TO WS-CT-STOCK-WA (CT-IDX)                    PGM222
036100         MOVE ZEROS TO WS-CT-STOCK-FIFO (CT-IDX)                  PGM222
036200         MOVE ZEROS TO WS-CT-ISSUE-WA (CT-IDX)                    PGM222
036300         MOVE ZEROS TO WS-CT-ISSUE-FIFO (CT-IDX)                  PGM222
036400         MOVE ZEROS TO WS-CT-ISSUE-CNT (CT-IDX)                   PGM222
036500     END-IF.                                                      PGM222
036600*                                                                 PGM222
036700 9000-FINALIZE.                                                   PGM222
036800     MOVE WS-HIST-READ-COUNT TO RT-HIST-READ                      PGM222
036900     MOVE WS-ISSUE-COUNT     TO RT-ISSUE-CNT                      PGM222
037000     MOVE WS-NO-FIFO-COUNT   TO RT-NO-FIFO-CNT                    PGM222
037100     MOVE WS-NO-ITEM-COUNT   TO RT-NO-ITEM-CNT                    PGM222
037200     WRITE FIFO-RECON-REC FROM WS-RPT-TRAILER                     PGM222
037300     CLOSE VALUATION-REPORT-FILE                                  PGM222
037400     CLOSE POSTING-HISTORY-FILE                                   PGM222
037500     CLOSE INV-MASTER-FILE                                        PGM222
037600     CLOSE FIFO-RECON-FILE                                        PGM222
037700     IF WS-NO-ITEM-COUNT > 0                                      PGM222
037800         MOVE 4 TO RETURN-CODE                                    PGM222
037900     END-IF                                                       PGM222
038000     DISPLAY 'PGM222 COMPLETED: PERIOD ' WS-PERIOD                PGM222
038100             ' CATEGORIES ' WS-CT-COUNT                           PGM222
038200             ' ISSUE LINES ' WS-ISSUE-COUNT.                      PGM222
038300*                                                                 PGM222
038400 9750-DIAGNOSE-FILE-STATUS.                                       PGM222
038500     EVALUATE WS-ABEND-STATUS                                     PGM222
038600         WHEN '10'                                                PGM222
038700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM222
038800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM222
038900         WHEN '23'                                                PGM222
039000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM222
039100             DISPLAY '  AND RETRY THE REQUEST'                    PGM222
039200         WHEN '35'                                                PGM222
039300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM222
039400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM222
039500         WHEN '37'                                                PGM222
039600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM222
039700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM222
039800         WHEN '39'                                                PGM222
039900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM222
040000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM222
040100         WHEN '41'                                                PGM222
040200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM222
040300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM222
040400         WHEN '42'                                                PGM222
040500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM222
040600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM222
040700         WHEN '46'                                                PGM222
040800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM222
040900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM222
041000         WHEN OTHER                                               PGM222
041100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM222
041200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM222
041300     END-EVALUATE.                                                PGM222
041400*                                                                 PGM222
041500 9900-ABNORMAL-END.                                               PGM222
041600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM222
041700     DISPLAY 'PGM222 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM222
041800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM222
041900     MOVE 16 TO RETURN-CODE                                       PGM222
042000     GOBACK.                                                      PGM222
