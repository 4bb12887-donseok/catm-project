000100 IDENTIFICATION DIVISION.                                         PGM160
000200 PROGRAM-ID.    PGM160.                                           PGM160
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM160
000400*                                                                 PGM160
000500* =========================================================       PGM160
000600* 프로그램명: 월간 견적 수주율(HIT RATE) 보고                                   PGM160
000700* 처리내용  : 보고월에 낸 판매 견적 라인(CPYSQTE)을 읽어                            PGM160
000800*            견적 물량 대비 수주 물량을 고객별, 영업사원별                           PGM160
000900*            로 집계한다. 수주 물량은 PGM035가 전환한 수주                        PGM160
001000*            라인의 현재 주문수량이며 전환 후 취소된 수주는                           PGM160
001100*            실주로 본다. 견적 취소(X) 라인은 제외하고, 아직                        PGM160
001200*            열려 있는 라인은 유효기한이 지났으면 만료로,                            PGM160
001300*            아니면 진행중으로 따로 찍는다.                                    PGM160
001400* =========================================================       PGM160
001500*                                                                 PGM160
001600 ENVIRONMENT DIVISION.                                            PGM160
001700 CONFIGURATION SECTION.                                           PGM160
001800 INPUT-OUTPUT SECTION.                                            PGM160
001900 FILE-CONTROL.                                                    PGM160
002000     SELECT QHIT-PARM-FILE                                        PGM160
002100         ASSIGN TO QHITPARM                                       PGM160
002200         ORGANIZATION IS SEQUENTIAL                               PGM160
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM160
002400     SELECT SALES-QUOTE-FILE                                      PGM160
002500         ASSIGN TO SALEQUOT                                       PGM160
002600         ORGANIZATION IS INDEXED                                  PGM160
002700         ACCESS MODE IS SEQUENTIAL                                PGM160
002800         RECORD KEY IS SQ-KEY                                     PGM160
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM160
003000     SELECT OPTIONAL CUST-ORDER-FILE                              PGM160
003100         ASSIGN TO CUSTORD                                        PGM160
003200         ORGANIZATION IS INDEXED                                  PGM160
003300         ACCESS MODE IS RANDOM                                    PGM160
003400         RECORD KEY IS SO-KEY                                     PGM160
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM160
003600     SELECT HIT-SORT-FILE                                         PGM160
003700         ASSIGN TO SORTWK01.                                      PGM160
003800     SELECT SORTED-HIT-FILE                                       PGM160
003900         ASSIGN TO QHSORT                                         PGM160
004000         ORGANIZATION IS SEQUENTIAL                               PGM160
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM160
004200     SELECT QHIT-REPORT-FILE                                      PGM160
004300         ASSIGN TO QHITRPT                                        PGM160
004400         ORGANIZATION IS SEQUENTIAL                               PGM160
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM160
004600*                                                                 PGM160
004700 DATA DIVISION.                                                   PGM160
004800 FILE SECTION.                                                    PGM160
004900* 파라미터: 보고월(YYYYMM) 레코드 1건.                                       PGM160
005000 FD  QHIT-PARM-FILE.                                              PGM160
005100 01  QHIT-PARM-REC.                                               PGM160
005200     05 QP-REC-TYPE          PIC X(01).                           PGM160
005300         88 QP-PERIOD-REC    VALUE 'P'.                           PGM160
005400     05 QP-REPORT-YYYYMM     PIC 9(06).                           PGM160
005500     05 FILLER               PIC X(13).                           PGM160
005600 FD  SALES-QUOTE-FILE.                                            PGM160
005700 01  SALES-QUOTE-REC.                                             PGM160
005800     COPY CPYSQTE.                                                PGM160
005900 FD  CUST-ORDER-FILE.                                             PGM160
006000 01  CUST-ORDER-REC.                                              PGM160
006100     COPY CPYCORD.                                                PGM160
006200* 집계 단위 레코드: 견적 라인 1건당 차원별 2건                                     PGM160
006300* (1=고객, 2=영업사원).                                                 PGM160
006400 SD  HIT-SORT-FILE.                                               PGM160
006500 01  HIT-SORT-REC.                                                PGM160
006600     05 HS-DIM-TYPE          PIC 9(01).                           PGM160
006700     05 HS-DIM-KEY           PIC X(10).                           PGM160
006800     05 HS-OUTCOME           PIC X(01).                           PGM160
006900     05 HS-QUOTE-QTY         PIC S9(09) COMP-3.                   PGM160
007000     05 HS-WON-QTY           PIC S9(09) COMP-3.                   PGM160
007100 FD  SORTED-HIT-FILE.                                             PGM160
007200 01  SORTED-HIT-REC.                                              PGM160
007300     05 HT-DIM-TYPE          PIC 9(01).                           PGM160
007400     05 HT-DIM-KEY           PIC X(10).                           PGM160
007500     05 HT-OUTCOME           PIC X(01).                           PGM160
007600     05 HT-QUOTE-QTY         PIC S9(09) COMP-3.                   PGM160
007700     05 HT-WON-QTY           PIC S9(09) COMP-3.                   PGM160
007800 FD  QHIT-REPORT-FILE.                                            PGM160
007900 01  QHIT-REPORT-REC         PIC X(132).                          PGM160
008000*                                                                 PGM160
008100 WORKING-STORAGE SECTION.                                         PGM160
008200 01  WS-FILE-STATUS         PIC XX.                               PGM160
008300 01  WS-FILE-STATUS2        PIC XX.                               PGM160
008400 01  WS-FILE-STATUS3        PIC XX.                               PGM160
008500 01  WS-FILE-STATUS4        PIC XX.                               PGM160
008600 01  WS-FILE-STATUS5        PIC XX.                               PGM160
008700 01  WS-ABEND-STATUS        PIC XX.                               PGM160
008800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM160
008900     88 WS-EOF              VALUE 'Y'.                            PGM160
009000 01  WS-ORD-READY-FLAG      PIC X VALUE 'N'.                      PGM160
009100     88 WS-ORD-READY        VALUE 'Y'.                            PGM160
009200 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM160
009300 01  WS-WK-MM               PIC 9(02) VALUE ZEROS.                PGM160
009400 01  WS-MONTH-END-DATE      PIC 9(08) VALUE ZEROS.                PGM160
009500 01  WS-LINE-WON-QTY        PIC S9(09) VALUE ZEROS.               PGM160
009600* 라인 결과: W=수주, L=실주, E=만료, O=진행중                                  PGM160
009700 01  WS-LINE-OUTCOME        PIC X(01).                            PGM160
009800     88 WS-OUTCOME-WON      VALUE 'W'.                            PGM160
009900     88 WS-OUTCOME-LOST     VALUE 'L'.                            PGM160
010000     88 WS-OUTCOME-EXPIRED  VALUE 'E'.                            PGM160
010100     88 WS-OUTCOME-OPEN     VALUE 'O'.                            PGM160
010200* 차원별 제어 단절 누계                                                    PGM160
010300 01  WS-PREV-DIM-TYPE       PIC 9(01).                            PGM160
010400 01  WS-PREV-DIM-KEY        PIC X(10).                            PGM160
010500 01  WS-GRP-TOTALS.                                               PGM160
010600     05 WS-GRP-LINES        PIC 9(07) VALUE ZEROS.                PGM160
010700     05 WS-GRP-WON-LINES    PIC 9(07) VALUE ZEROS.                PGM160
010800     05 WS-GRP-QUOTE-QTY    PIC S9(11) VALUE ZEROS.               PGM160
010900     05 WS-GRP-WON-QTY      PIC S9(11) VALUE ZEROS.               PGM160
011000     05 WS-GRP-LOST-QTY     PIC S9(11) VALUE ZEROS.               PGM160
011100     05 WS-GRP-EXPIRED-QTY  PIC S9(11) VALUE ZEROS.               PGM160
011200     05 WS-GRP-OPEN-QTY     PIC S9(11) VALUE ZEROS.               PGM160
011300 01  WS-MON-TOTALS.                                               PGM160
011400     05 WS-MON-LINES        PIC 9(07) VALUE ZEROS.                PGM160
011500     05 WS-MON-WON-LINES    PIC 9(07) VALUE ZEROS.                PGM160
011600     05 WS-MON-QUOTE-QTY    PIC S9(11) VALUE ZEROS.               PGM160
011700     05 WS-MON-WON-QTY      PIC S9(11) VALUE ZEROS.               PGM160
011800     05 WS-MON-LOST-QTY     PIC S9(11) VALUE ZEROS.               PGM160
011900     05 WS-MON-EXPIRED-QTY  PIC S9(11) VALUE ZEROS.               PGM160
012000     05 WS-MON-OPEN-QTY     PIC S9(11) VALUE ZEROS.               PGM160
012100 01  WS-HIT-PCT             PIC 9(03)V9 VALUE ZEROS.              PGM160
012200* 처리 건수                                                           PGM160
012300 01  WS-QUOTE-COUNT         PIC 9(07) VALUE ZEROS.                PGM160
012400 01  WS-SELECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM160
012500 01  WS-CANCEL-COUNT        PIC 9(07) VALUE ZEROS.                PGM160
012600 01  WS-NO-ORDER-COUNT      PIC 9(07) VALUE ZEROS.                PGM160
012700*                                                                 PGM160
012800 01  WS-RPT-HEADER.                                               PGM160
012900     05 FILLER               PIC X(44) VALUE                      PGM160
013000             'PGM160 SALES QUOTATION HIT-RATE REPORT - MON'.      PGM160
013100     05 FILLER               PIC X(04) VALUE 'TH  '.              PGM160
013200     05 RH-REPORT-YYYYMM     PIC 9(06).                           PGM160
013300     05 FILLER               PIC X(78) VALUE SPACES.              PGM160
013400 01  WS-RPT-SECTION.                                              PGM160
013500     05 RT-SECTION-TITLE     PIC X(60).                           PGM160
013600     05 FILLER               PIC X(72) VALUE SPACES.              PGM160
013700 01  WS-RPT-COLUMNS.                                              PGM160
013800     05 FILLER               PIC X(40) VALUE                      PGM160
013900             'KEY           LINES    WON   QUOTED QTY '.          PGM160
014000     05 FILLER               PIC X(26) VALUE                      PGM160
014100             '     WON QTY     LOST QTY '.                        PGM160
014200     05 FILLER               PIC X(26) VALUE                      PGM160
014300             ' EXPIRED QTY     OPEN QTY '.                        PGM160
014400     05 FILLER               PIC X(40) VALUE                      PGM160
014500             '  HIT%'.                                            PGM160
014600 01  WS-RPT-DETAIL.                                               PGM160
014700     05 RD-KEY               PIC X(10).                           PGM160
014800     05 RD-LINES             PIC ZZZZZZZZ9.                       PGM160
014900     05 RD-WON-LINES         PIC ZZZZZZ9.                         PGM160
015000     05 RD-QUOTE-QTY         PIC ZZZZZZZZZZZZ9-.                  PGM160
015100     05 RD-WON-QTY           PIC ZZZZZZZZZZZ9-.                   PGM160
015200     05 RD-LOST-QTY          PIC ZZZZZZZZZZZ9-.                   PGM160
015300     05 RD-EXPIRED-QTY       PIC ZZZZZZZZZZZ9-.                   PGM160
015400     05 RD-OPEN-QTY          PIC ZZZZZZZZZZZ9-.                   PGM160
015500     05 FILLER               PIC X(01) VALUE SPACE.               PGM160
015600     05 RD-HIT-PCT           PIC ZZ9.9.                           PGM160
015700     05 FILLER               PIC X(34) VALUE SPACES.              PGM160
015800 01  WS-RPT-CNT-LINE.                                             PGM160
015900     05 RN-LABEL             PIC X(40).                           PGM160
016000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM160
016100     05 FILLER               PIC X(85) VALUE SPACES.              PGM160
016200*                                                                 PGM160
016300 PROCEDURE DIVISION.                                              PGM160
016400*                                                                 PGM160
016500 0000-MAIN-PROCESS.                                               PGM160
016600     PERFORM 1000-INITIALIZE                                      PGM160
016700     PERFORM 2000-CLASSIFY-QUOTES                                 PGM160
016800     PERFORM 3000-PRINT-MONTH-SUMMARY                             PGM160
016900     PERFORM 4000-PRINT-DIMENSIONS                                PGM160
017000     PERFORM 7000-PRINT-COUNTS                                    PGM160
017100     PERFORM 9000-FINALIZE                                        PGM160
017200     GOBACK.                                                      PGM160
017300*                                                                 PGM160
017400 1000-INITIALIZE.                                                 PGM160
017500     OPEN INPUT QHIT-PARM-FILE                                    PGM160
017600     IF WS-FILE-STATUS NOT = '00'                                 PGM160
017700         DISPLAY 'QUOTE HIT PARM OPEN ERROR: ' WS-FILE-STATUS     PGM160
017800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM160
017900         PERFORM 9900-ABNORMAL-END                                PGM160
018000     END-IF                                                       PGM160
018100     READ QHIT-PARM-FILE                                          PGM160
018200         AT END                                                   PGM160
018300             MOVE 'N' TO QP-REC-TYPE                              PGM160
018400     END-READ                                                     PGM160
018500     IF NOT QP-PERIOD-REC                                         PGM160
018600         OR QP-REPORT-YYYYMM NOT NUMERIC                          PGM160
018700         DISPLAY 'QUOTE HIT PARM PERIOD RECORD MISSING OR INVALID'PGM160
018800         MOVE 'PM' TO WS-ABEND-STATUS                             PGM160
018900         PERFORM 9900-ABNORMAL-END                                PGM160
019000     END-IF                                                       PGM160
019100     MOVE QP-REPORT-YYYYMM TO WS-REPORT-YYYYMM                    PGM160
019200     MOVE WS-REPORT-YYYYMM (5:2) TO WS-WK-MM                      PGM160
019300     IF WS-WK-MM < 1 OR WS-WK-MM > 12                             PGM160
019400         DISPLAY 'QUOTE HIT PARM REPORT MONTH INVALID: '          PGM160
019500                 WS-REPORT-YYYYMM                                 PGM160
019600         MOVE 'PM' TO WS-ABEND-STATUS                             PGM160
019700         PERFORM 9900-ABNORMAL-END                                PGM160
019800     END-IF                                                       PGM160
019900     CLOSE QHIT-PARM-FILE                                         PGM160
020000     COMPUTE WS-MONTH-END-DATE = (WS-REPORT-YYYYMM * 100) + 31    PGM160
020100     OPEN INPUT SALES-QUOTE-FILE                                  PGM160
020200     IF WS-FILE-STATUS2 NOT = '00'                                PGM160
020300         DISPLAY 'SALES QUOTE OPEN ERROR: ' WS-FILE-STATUS2       PGM160
020400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM160
020500         PERFORM 9900-ABNORMAL-END                                PGM160
020600     END-IF                                                       PGM160
020700     OPEN INPUT CUST-ORDER-FILE                                   PGM160
020800     IF WS-FILE-STATUS3 = '00' OR WS-FILE-STATUS3 = '05'          PGM160
020900         SET WS-ORD-READY TO TRUE                                 PGM160
021000     ELSE                                                         PGM160
021100         DISPLAY 'CUSTOMER ORDER ABSENT - WON QTY FROM QUOTE: '   PGM160
021200                 WS-FILE-STATUS3                                  PGM160
021300     END-IF                                                       PGM160
021400     OPEN OUTPUT QHIT-REPORT-FILE                                 PGM160
021500     IF WS-FILE-STATUS5 NOT = '00'                                PGM160
021600         DISPLAY 'QUOTE HIT REPORT OPEN ERROR: ' WS-FILE-STATUS5  PGM160
021700         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM160
021800         PERFORM 9900-ABNORMAL-END                                PGM160
021900     END-IF                                                       PGM160
022000     MOVE WS-REPORT-YYYYMM TO RH-REPORT-YYYYMM                    PGM160
022100     WRITE QHIT-REPORT-REC FROM WS-RPT-HEADER.                    PGM160
022200*                                                                 PGM160
022300* 보고월 견적 라인을 결과별로 분류하여 고객/영업사원                                    PGM160
022400* 차원 레코드로 정렬에 넘긴다.                                                PGM160
022500 2000-CLASSIFY-QUOTES.                                            PGM160
022600     SORT HIT-SORT-FILE                                           PGM160
022700         ON ASCENDING KEY HS-DIM-TYPE                             PGM160
022800                          HS-DIM-KEY                              PGM160
022900         INPUT PROCEDURE 2100-SELECT-QUOTES                       PGM160
023000         GIVING SORTED-HIT-FILE.                                  PGM160
023100*                                                                 PGM160
023200 2100-SELECT-QUOTES.                                              PGM160
023300     PERFORM 2150-READ-QUOTE                                      PGM160
023400         UNTIL WS-EOF                                             PGM160
023500     MOVE 'N' TO WS-EOF-FLAG.                                     PGM160
023600*                                                                 PGM160
023700 2150-READ-QUOTE.                                                 PGM160
023800     READ SALES-QUOTE-FILE NEXT RECORD                            PGM160
023900         AT END                                                   PGM160
024000             SET WS-EOF TO TRUE                                   PGM160
024100         NOT AT END                                               PGM160
024200             ADD 1 TO WS-QUOTE-COUNT                              PGM160
024300             IF SQ-QUOTE-DATE (1:6) = WS-REPORT-YYYYMM            PGM160
024400                 IF SQ-CANCELLED                                  PGM160
024500                     ADD 1 TO WS-CANCEL-COUNT                     PGM160
024600                 ELSE                                             PGM160
024700                     PERFORM 2200-CLASSIFY-QUOTE-LINE             PGM160
024800                 END-IF                                           PGM160
024900             END-IF                                               PGM160
025000     END-READ.                                                    PGM160
025100*                                                                 PGM160
025200* 유효기한 판단은 보고월 말일 기준이다. 전환 당시 수량은                                 PGM160
025300* 이후 수주 정정으로 바뀔 수 있으므로 수주 라인을 읽는다.                                PGM160
025400 2200-CLASSIFY-QUOTE-LINE.                                        PGM160
025500     ADD 1 TO WS-SELECT-COUNT                                     PGM160
025600     MOVE ZEROS TO WS-LINE-WON-QTY                                PGM160
025700     EVALUATE TRUE                                                PGM160
025800         WHEN SQ-WON                                              PGM160
025900             SET WS-OUTCOME-WON TO TRUE                           PGM160
026000             PERFORM 2250-FIND-WON-ORDER                          PGM160
026100         WHEN SQ-LOST                                             PGM160
026200             SET WS-OUTCOME-LOST TO TRUE                          PGM160
026300         WHEN SQ-VALID-DATE < WS-MONTH-END-DATE                   PGM160
026400             SET WS-OUTCOME-EXPIRED TO TRUE                       PGM160
026500         WHEN OTHER                                               PGM160
026600             SET WS-OUTCOME-OPEN TO TRUE                          PGM160
026700     END-EVALUATE                                                 PGM160
026800     MOVE WS-LINE-OUTCOME  TO HS-OUTCOME                          PGM160
026900     MOVE SQ-QUOTE-QTY     TO HS-QUOTE-QTY                        PGM160
027000     MOVE WS-LINE-WON-QTY  TO HS-WON-QTY                          PGM160
027100     MOVE 1                TO HS-DIM-TYPE                         PGM160
027200     MOVE SQ-CUSTOMER-CD   TO HS-DIM-KEY                          PGM160
027300     RELEASE HIT-SORT-REC                                         PGM160
027400     MOVE 2                TO HS-DIM-TYPE                         PGM160
027500     MOVE SPACES           TO HS-DIM-KEY                          PGM160
027600     MOVE SQ-SALES-REP     TO HS-DIM-KEY                          PGM160
027700     RELEASE HIT-SORT-REC                                         PGM160
027800     PERFORM 2300-ADD-MONTH-TOTAL.                                PGM160
027900*                                                                 PGM160
028000 2250-FIND-WON-ORDER.                                             PGM160
028100     MOVE SQ-QUOTE-QTY TO WS-LINE-WON-QTY                         PGM160
028200     IF WS-ORD-READY                                              PGM160
028300         MOVE SQ-ORDER-NO TO SO-ORDER-NO                          PGM160
028400         MOVE SQ-LINE-NO  TO SO-LINE-NO                           PGM160
028500         READ CUST-ORDER-FILE                                     PGM160
028600             INVALID KEY                                          PGM160
028700                 ADD 1 TO WS-NO-ORDER-COUNT                       PGM160
028800             NOT INVALID KEY                                      PGM160
028900                 IF SO-CANCELLED                                  PGM160
029000                     SET WS-OUTCOME-LOST TO TRUE                  PGM160
029100                     MOVE ZEROS TO WS-LINE-WON-QTY                PGM160
029200                 ELSE                                             PGM160
029300                     MOVE SO-ORDER-QTY TO WS-LINE-WON-QTY         PGM160
029400                 END-IF                                           PGM160
029500         END-READ                                                 PGM160
029600     END-IF.                                                      PGM160
029700*                                                                 PGM160
029800 2300-ADD-MONTH-TOTAL.                                            PGM160
029900     ADD 1            TO WS-MON-LINES                             PGM160
030000     ADD SQ-QUOTE-QTY TO WS-MON-QUOTE-QTY                         PGM160
030100     EVALUATE TRUE                                                PGM160
030200         WHEN WS-OUTCOME-WON                                      PGM160
030300             ADD 1               TO WS-MON-WON-LINES              PGM160
030400             ADD WS-LINE-WON-QTY TO WS-MON-WON-QTY                PGM160
030500         WHEN WS-OUTCOME-LOST                                     PGM160
030600             ADD SQ-QUOTE-QTY    TO WS-MON-LOST-QTY               PGM160
030700         WHEN WS-OUTCOME-EXPIRED                                  PGM160
030800             ADD SQ-QUOTE-QTY    TO WS-MON-EXPIRED-QTY            PGM160
030900         WHEN OTHER                                               PGM160
031000             ADD SQ-QUOTE-QTY    TO WS-MON-OPEN-QTY               PGM160
031100     END-EVALUATE.                                                PGM160
031200*                                                                 PGM160
031300 3000-PRINT-MONTH-SUMMARY.                                        PGM160
031400     MOVE 'REPORT MONTH TOTAL (QUOTES ISSUED IN MONTH)'           PGM160
031500         TO RT-SECTION-TITLE                                      PGM160
031600     WRITE QHIT-REPORT-REC FROM WS-RPT-SECTION                    PGM160
031700     WRITE QHIT-REPORT-REC FROM WS-RPT-COLUMNS                    PGM160
031800     MOVE 'ALL'              TO RD-KEY                            PGM160
031900     MOVE WS-MON-LINES       TO RD-LINES                          PGM160
032000     MOVE WS-MON-WON-LINES   TO RD-WON-LINES                      PGM160
032100     MOVE WS-MON-QUOTE-QTY   TO RD-QUOTE-QTY                      PGM160
032200     MOVE WS-MON-WON-QTY     TO RD-WON-QTY                        PGM160
032300     MOVE WS-MON-LOST-QTY    TO RD-LOST-QTY                       PGM160
032400     MOVE WS-MON-EXPIRED-QTY TO RD-EXPIRED-QTY                    PGM160
032500     MOVE WS-MON-OPEN-QTY    TO RD-OPEN-QTY                       PGM160
032600     MOVE ZEROS TO WS-HIT-PCT                                     PGM160
032700     IF WS-MON-QUOTE-QTY > 0                                      PGM160
032800         COMPUTE WS-HIT-PCT ROUNDED =                             PGM160
032900             (WS-MON-WON-QTY * 100) / WS-MON-QUOTE-QTY            PGM160
033000             ON SIZE ERROR                                        PGM160
033100                 MOVE 999.9 TO WS-HIT-PCT                         PGM160
033200         END-COMPUTE                                              PGM160
033300     END-IF                                                       PGM160
033400     MOVE WS-HIT-PCT         TO RD-HIT-PCT                        PGM160
033500     WRITE QHIT-REPORT-REC FROM WS-RPT-DETAIL.                    PGM160
033600*                                                                 PGM160
033700* 고객 > 영업사원 순으로 구역을 나누고 구역 안에서는                                   PGM160
033800* 키별로 한 줄씩 찍는다.                                                   PGM160
033900 4000-PRINT-DIMENSIONS.                                           PGM160
034000     OPEN INPUT SORTED-HIT-FILE                                   PGM160
034100     IF WS-FILE-STATUS4 NOT = '00'                                PGM160
034200         DISPLAY 'SORTED HIT OPEN ERROR: ' WS-FILE-STATUS4        PGM160
034300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM160
034400         PERFORM 9900-ABNORMAL-END                                PGM160
034500     END-IF                                                       PGM160
034600     PERFORM 4150-READ-SORTED-HIT                                 PGM160
034700     IF NOT WS-EOF                                                PGM160
034800         MOVE HT-DIM-TYPE TO WS-PREV-DIM-TYPE                     PGM160
034900         MOVE HT-DIM-KEY  TO WS-PREV-DIM-KEY                      PGM160
035000         PERFORM 4300-PRINT-SECTION-HEADER                        PGM160
035100     END-IF                                                       PGM160
035200     PERFORM 4200-PROCESS-HIT-REC                                 PGM160
035300         UNTIL WS-EOF                                             PGM160
035400     IF WS-GRP-LINES > 0                                          PGM160
035500         PERFORM 4400-KEY-BREAK                                   PGM160
035600     END-IF                                                       PGM160
035700     CLOSE SORTED-HIT-FILE                                        PGM160
035800     MOVE 'N' TO WS-EOF-FLAG.                                     PGM160
035900*                                                                 PGM160
036000 4150-READ-SORTED-HIT.                                            PGM160
036100     READ SORTED-HIT-FILE                                         PGM160
036200         AT END                                                   PGM160
036300             SET WS-EOF TO TRUE                                   PGM160
036400     END-READ.                                                    PGM160
036500*                                                                 PGM160
036600 4200-PROCESS-HIT-REC.                                            PGM160
036700     IF HT-DIM-TYPE NOT = WS-PREV-DIM-TYPE                        PGM160
036800         PERFORM 4400-KEY-BREAK                                   PGM160
036900         MOVE HT-DIM-TYPE TO WS-PREV-DIM-TYPE                     PGM160
037000         MOVE HT-DIM-KEY  TO WS-PREV-DIM-KEY                      PGM160
037100         PERFORM 4300-PRINT-SECTION-HEADER                        PGM160
037200     ELSE                                                         PGM160
037300         IF HT-DIM-KEY NOT = WS-PREV-DIM-KEY                      PGM160
037400             PERFORM 4400-KEY-BREAK                               PGM160
037500             MOVE HT-DIM-KEY TO WS-PREV-DIM-KEY                   PGM160
037600         END-IF                                                   PGM160
037700     END-IF                                                       PGM160
037800     ADD 1            TO WS-GRP-LINES                             PGM160
037900     ADD HT-QUOTE-QTY TO WS-GRP-QUOTE-QTY                         PGM160
038000     EVALUATE HT-OUTCOME                                          PGM160
038100         WHEN 'W'                                                 PGM160
038200             ADD 1          TO WS-GRP-WON-LINES                   PGM160
038300             ADD HT-WON-QTY TO WS-GRP-WON-QTY                     PGM160
038400         WHEN 'L'                                                 PGM160
038500             ADD HT-QUOTE-QTY TO WS-GRP-LOST-QTY                  PGM160
038600         WHEN 'E'                                                 PGM160
038700             ADD HT-QUOTE-QTY TO WS-GRP-EXPIRED-QTY               PGM160
038800         WHEN OTHER                                               PGM160
038900             ADD HT-QUOTE-QTY TO WS-GRP-OPEN-QTY                  PGM160
039000     END-EVALUATE                                                 PGM160
039100     PERFORM 4150-READ-SORTED-HIT.                                PGM160
039200*                                                                 PGM160
039300 4300-PRINT-SECTION-HEADER.                                       PGM160
039400     IF WS-PREV-DIM-TYPE = 1                                      PGM160
039500         MOVE 'HIT RATE BY CUSTOMER' TO RT-SECTION-TITLE          PGM160
039600     ELSE                                                         PGM160
039700         MOVE 'HIT RATE BY SALES REP (BLANK = NOT ASSIGNED)'      PGM160
039800             TO RT-SECTION-TITLE                                  PGM160
039900     END-IF                                                       PGM160
040000     WRITE QHIT-REPORT-REC FROM WS-RPT-SECTION                    PGM160
040100     WRITE QHIT-REPORT-REC FROM WS-RPT-COLUMNS.                   PGM160
040200*                                                                 PGM160
040300 4400-KEY-BREAK.                                                  PGM160
040400     MOVE WS-PREV-DIM-KEY    TO RD-KEY                            PGM160
040500     MOVE WS-GRP-LINES       TO RD-LINES                          PGM160
040600     MOVE WS-GRP-WON-LINES   TO RD-WON-LINES                      PGM160
040700     MOVE WS-GRP-QUOTE-QTY   TO RD-QUOTE-QTY                      PGM160
040800     MOVE WS-GRP-WON-QTY     TO RD-WON-QTY                        PGM160
040900     MOVE WS-GRP-LOST-QTY    TO RD-LOST-QTY                       PGM160
041000     MOVE WS-GRP-EXPIRED-QTY TO RD-EXPIRED-QTY                    PGM160
041100     MOVE WS-GRP-OPEN-QTY    TO RD-OPEN-QTY                       PGM160
041200     MOVE ZEROS TO WS-HIT-PCT                                     PGM160
041300     IF WS-GRP-QUOTE-QTY > 0                                      PGM160
041400         COMPUTE WS-HIT-PCT ROUNDED =                             PGM160
041500             (WS-GRP-WON-QTY * 100) / WS-GRP-QUOTE-QTY            PGM160
041600             ON SIZE ERROR                                        PGM160
041700                 MOVE 999.9 TO WS-HIT-PCT                         PGM160
041800         END-COMPUTE                                              PGM160
041900     END-IF                                                       PGM160
042000     MOVE WS-HIT-PCT         TO RD-HIT-PCT                        PGM160
042100     WRITE QHIT-REPORT-REC FROM WS-RPT-DETAIL                     PGM160
042200     INITIALIZE WS-GRP-TOTALS.                                    PGM160
042300*                                                                 PGM160
042400 7000-PRINT-COUNTS.                                               PGM160
042500     MOVE 'PROCESSING COUNTS' TO RT-SECTION-TITLE                 PGM160
042600     WRITE QHIT-REPORT-REC FROM WS-RPT-SECTION                    PGM160
042700     MOVE 'QUOTE LINES READ' TO RN-LABEL                          PGM160
042800     MOVE WS-QUOTE-COUNT TO RN-COUNT                              PGM160
042900     WRITE QHIT-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM160
043000     MOVE 'QUOTE LINES ISSUED IN MONTH' TO RN-LABEL               PGM160
043100     MOVE WS-SELECT-COUNT TO RN-COUNT                             PGM160
043200     WRITE QHIT-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM160
043300     MOVE 'CANCELLED LINES EXCLUDED' TO RN-LABEL                  PGM160
043400     MOVE WS-CANCEL-COUNT TO RN-COUNT                             PGM160
043500     WRITE QHIT-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM160
043600     MOVE 'WON LINES WITH ORDER NOT FOUND' TO RN-LABEL            PGM160
043700     MOVE WS-NO-ORDER-COUNT TO RN-COUNT                           PGM160
043800     WRITE QHIT-REPORT-REC FROM WS-RPT-CNT-LINE.                  PGM160
043900*                                                                 PGM160
044000 9000-FINALIZE.                                                   PGM160
044100     CLOSE SALES-QUOTE-FILE                                       PGM160
044200     IF WS-ORD-READY                                              PGM160
044300         CLOSE CUST-ORDER-FILE                                    PGM160
044400     END-IF                                                       PGM160
044500     CLOSE QHIT-REPORT-FILE                                       PGM160
044600     IF WS-NO-ORDER-COUNT > 0                                     PGM160
044700         DISPLAY 'PGM160 WARNING - WON QUOTE LINES WITHOUT '      PGM160
044800                 'ORDER: ' WS-NO-ORDER-COUNT                      PGM160
044900         MOVE 4 TO RETURN-CODE                                    PGM160
045000     END-IF                                                       PGM160
045100     DISPLAY 'PGM160 - QUOTE LINES IN MONTH: ' WS-SELECT-COUNT.   PGM160
045200*                                                                 PGM160
045300 9750-DIAGNOSE-FILE-STATUS.                                       PGM160
045400     EVALUATE WS-ABEND-STATUS                                     PGM160
045500         WHEN '10'                                                PGM160
045600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM160
045700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM160
045800         WHEN '23'                                                PGM160
045900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM160
046000             DISPLAY '  AND RETRY THE REQUEST'                    PGM160
046100         WHEN '35'                                                PGM160
046200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM160
046300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM160
046400         WHEN '37'                                                PGM160
046500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM160
046600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM160
046700         WHEN '39'                                                PGM160
046800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM160
046900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM160
047000         WHEN '41'                                                PGM160
047100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM160
047200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM160
047300         WHEN '42'                                                PGM160
047400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM160
047500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM160
047600         WHEN '46'                                                PGM160
047700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM160
047800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM160
047900         WHEN OTHER                                               PGM160
048000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM160
048100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM160
048200     END-EVALUATE.                                                PGM160
048300*                                                                 PGM160
048400 9900-ABNORMAL-END.                                               PGM160
048500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM160
048600     DISPLAY 'PGM160 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM160
048700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM160
048800     MOVE 16 TO RETURN-CODE                                       PGM160
048900     GOBACK.                                                      PGM160
049000                                                                  PGM160
