000100 IDENTIFICATION DIVISION.                                         PGM202
000200 PROGRAM-ID.    PGM202.                                           PGM202
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM202
000400*                                                                 PGM202
000500* =========================================================       PGM202
000600* 프로그램명: 입고 건량/품위 정산 계산                                           PGM202
000700* 처리내용  : 송장 대사 전인 입고 성분분석(CPYRASY) 전체에                           PGM202
000800*            대해 순인수 습량(합격 전량/부분합격 x 인수율/                          PGM202
000900*            불합격 0)에서 수분을 빼 건량톤(DMT)을 구하고,                        PGM202
001000*            계약 품위 스케일(CPYQPSC - 공급사 스케일, 없으면                     PGM202
001100*            자재 기본 스케일)로 DMT 당 보너스/페널티를 더해                        PGM202
001200*            정산단가와 정산금액을 계산해 되쓴다. 기준단가는                           PGM202
001300*            발주 단가이다. 스케일이 없으면 건량 기준 발주                           PGM202
001400*            단가 그대로 정산한다(상태 N). 입고/발주가 없거나                        PGM202
001500*            스케일 성분이 분석되지 않았으면 이전 계산을                             PGM202
001600*            미계산으로 되돌려 보고하며 RC 4 로 끝낸다.                           PGM202
001700* =========================================================       PGM202
001800*                                                                 PGM202
001900 ENVIRONMENT DIVISION.                                            PGM202
002000 CONFIGURATION SECTION.                                           PGM202
002100 INPUT-OUTPUT SECTION.                                            PGM202
002200 FILE-CONTROL.                                                    PGM202
002300     SELECT RECEIPT-ASSAY-FILE                                    PGM202
002400         ASSIGN TO RCPTASY                                        PGM202
002500         ORGANIZATION IS INDEXED                                  PGM202
002600         ACCESS MODE IS SEQUENTIAL                                PGM202
002700         RECORD KEY IS RA-KEY                                     PGM202
002800         FILE STATUS IS WS-FILE-STATUS.                           PGM202
002900     SELECT RM-RECEIPT-FILE                                       PGM202
003000         ASSIGN TO RMRCPT                                         PGM202
003100         ORGANIZATION IS INDEXED                                  PGM202
003200         ACCESS MODE IS RANDOM                                    PGM202
003300         RECORD KEY IS RR-KEY                                     PGM202
003400         FILE STATUS IS WS-FILE-STATUS2.                          PGM202
003500     SELECT PO-MASTER-FILE                                        PGM202
003600         ASSIGN TO POMAST                                         PGM202
003700         ORGANIZATION IS INDEXED                                  PGM202
003800         ACCESS MODE IS RANDOM                                    PGM202
003900         RECORD KEY IS PO-NO                                      PGM202
004000         FILE STATUS IS WS-FILE-STATUS3.                          PGM202
004100     SELECT QUALITY-SCALE-FILE                                    PGM202
004200         ASSIGN TO QPSCALE                                        PGM202
004300         ORGANIZATION IS INDEXED                                  PGM202
004400         ACCESS MODE IS DYNAMIC                                   PGM202
004500         RECORD KEY IS QS-KEY                                     PGM202
004600         FILE STATUS IS WS-FILE-STATUS4.                          PGM202
004700     SELECT ASSAY-REPORT-FILE                                     PGM202
004800         ASSIGN TO ASYRPT                                         PGM202
004900         ORGANIZATION IS SEQUENTIAL                               PGM202
005000         FILE STATUS IS WS-FILE-STATUS5.                          PGM202
005100*                                                                 PGM202
005200 DATA DIVISION.                                                   PGM202
005300 FILE SECTION.                                                    PGM202
005400 FD  RECEIPT-ASSAY-FILE.                                          PGM202
005500 01  RECEIPT-ASSAY-REC.                                           PGM202
005600     COPY CPYRASY.                                                PGM202
005700 FD  RM-RECEIPT-FILE.                                             PGM202
005800 01  RM-RECEIPT-REC.                                              PGM202
005900     COPY CPYRMRC.                                                PGM202
006000 FD  PO-MASTER-FILE.                                              PGM202
006100 01  PO-MASTER-REC.                                               PGM202
006200     COPY CPYPOMS.                                                PGM202
006300 FD  QUALITY-SCALE-FILE.                                          PGM202
006400 01  QUALITY-SCALE-REC.                                           PGM202
006500     COPY CPYQPSC.                                                PGM202
006600 FD  ASSAY-REPORT-FILE.                                           PGM202
006700 01  ASSAY-REPORT-REC        PIC X(132).                          PGM202
006800*                                                                 PGM202
006900 WORKING-STORAGE SECTION.                                         PGM202
007000 01  WS-FILE-STATUS         PIC XX.                               PGM202
007100 01  WS-FILE-STATUS2        PIC XX.                               PGM202
007200 01  WS-FILE-STATUS3        PIC XX.                               PGM202
007300 01  WS-FILE-STATUS4        PIC XX.                               PGM202
007400 01  WS-FILE-STATUS5        PIC XX.                               PGM202
007500 01  WS-ABEND-STATUS        PIC XX.                               PGM202
007600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM202
007700     88 WS-EOF              VALUE 'Y'.                            PGM202
007800 01  WS-SCALE-EOF-FLAG      PIC X VALUE 'N'.                      PGM202
007900     88 WS-SCALE-EOF        VALUE 'Y'.                            PGM202
008000 01  WS-CALC-OK-FLAG        PIC X VALUE 'N'.                      PGM202
008100     88 WS-CALC-OK          VALUE 'Y'.                            PGM202
008200 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM202
008300*                                                                 PGM202
008400* 정산 작업값 - 차이는 좋아진 쪽이 양수                                          PGM202
008500 01  WS-NET-WET-QTY         PIC S9(9)V99 VALUE ZEROS.             PGM202
008600 01  WS-DMT-QTY             PIC S9(9)V99 VALUE ZEROS.             PGM202
008700 01  WS-SCALE-VENDOR        PIC X(10) VALUE SPACES.               PGM202
008800 01  WS-SCALE-LINES         PIC 9(03) VALUE ZEROS.                PGM202
008900 01  WS-ELEM-VALUE          PIC 9(05)V999 VALUE ZEROS.            PGM202
009000 01  WS-ELEM-DIFF           PIC S9(05)V999 VALUE ZEROS.           PGM202
009100 01  WS-STEPS               PIC 9(05)V9999 VALUE ZEROS.           PGM202
009200 01  WS-WHOLE-STEPS         PIC 9(05) VALUE ZEROS.                PGM202
009300 01  WS-BONUS-PER-T         PIC S9(7)V99 VALUE ZEROS.             PGM202
009400 01  WS-PENALTY-PER-T       PIC S9(7)V99 VALUE ZEROS.             PGM202
009500 01  WS-ADJ-PER-T           PIC S9(7)V99 VALUE ZEROS.             PGM202
009600 01  WS-ADJ-UNIT-PRICE      PIC S9(9)V99 VALUE ZEROS.             PGM202
009700 01  WS-ERROR-TEXT          PIC X(15) VALUE SPACES.               PGM202
009800*                                                                 PGM202
009900 01  WS-READ-CNT            PIC 9(07) VALUE ZEROS.                PGM202
010000 01  WS-INVOICED-CNT        PIC 9(07) VALUE ZEROS.                PGM202
010100 01  WS-SCALE-CNT           PIC 9(07) VALUE ZEROS.                PGM202
010200 01  WS-NO-SCALE-CNT        PIC 9(07) VALUE ZEROS.                PGM202
010300 01  WS-ERROR-CNT           PIC 9(07) VALUE ZEROS.                PGM202
010400 01  WS-TOT-BASE-VALUE      PIC S9(13)V99 VALUE ZEROS.            PGM202
010500 01  WS-TOT-BONUS-AMT       PIC S9(13)V99 VALUE ZEROS.            PGM202
010600 01  WS-TOT-PENALTY-AMT     PIC S9(13)V99 VALUE ZEROS.            PGM202
010700 01  WS-TOT-ADJ-VALUE       PIC S9(13)V99 VALUE ZEROS.            PGM202
010800*                                                                 PGM202
010900 01  WS-RPT-HEADER.                                               PGM202
011000     05 FILLER               PIC X(44) VALUE                      PGM202
011100             'PGM202 RECEIPT ASSAY SETTLEMENT CALCULATION '.      PGM202
011200     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM202
011300     05 RH-RUN-DATE          PIC 9(08).                           PGM202
011400     05 FILLER               PIC X(70) VALUE SPACES.              PGM202
011500 01  WS-RPT-COLUMNS.                                              PGM202
011600     05 FILLER               PIC X(44) VALUE                      PGM202
011700             'RECEIPT NO RCPT DATE VENDOR     MATERIAL    '.      PGM202
011800     05 FILLER               PIC X(44) VALUE                      PGM202
011900             '      NET WET  H2O%     DRY (DMT) BASE PRICE'.      PGM202
012000     05 FILLER               PIC X(44) VALUE                      PGM202
012100             '  ADJ PER T SETTLEMENT VALUE NOTE           '.      PGM202
012200 01  WS-RPT-DETAIL.                                               PGM202
012300     05 RD-RECEIPT-NO        PIC 9(10).                           PGM202
012400     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
012500     05 RD-RECEIPT-DT        PIC 9(08).                           PGM202
012600     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
012700     05 RD-VENDOR-CD         PIC X(10).                           PGM202
012800     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
012900     05 RD-MATL-CD           PIC X(12).                           PGM202
013000     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
013100     05 RD-WET-QTY           PIC ZZ,ZZZ,ZZ9.99.                   PGM202
013200     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
013300     05 RD-H2O-PCT           PIC Z9.99.                           PGM202
013400     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
013500     05 RD-DMT-QTY           PIC ZZ,ZZZ,ZZ9.99.                   PGM202
013600     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
013700     05 RD-BASE-PRICE        PIC ZZZ,ZZ9.99.                      PGM202
013800     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
013900     05 RD-ADJ-PER-T         PIC ZZ,ZZ9.99-.                      PGM202
014000     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
014100     05 RD-ADJ-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.                PGM202
014200     05 FILLER               PIC X(01) VALUE SPACE.               PGM202
014300     05 RD-NOTE              PIC X(15).                           PGM202
014400 01  WS-RPT-TOTAL1.                                               PGM202
014500     05 FILLER               PIC X(13) VALUE 'ASSAYS READ  '.     PGM202
014600     05 RT-READ-CNT          PIC Z,ZZZ,ZZ9.                       PGM202
014700     05 FILLER               PIC X(12) VALUE '  INVOICED  '.      PGM202
014800     05 RT-INVOICED-CNT      PIC Z,ZZZ,ZZ9.                       PGM202
014900     05 FILLER               PIC X(12) VALUE '  BY SCALE  '.      PGM202
015000     05 RT-SCALE-CNT         PIC Z,ZZZ,ZZ9.                       PGM202
015100     05 FILLER               PIC X(12) VALUE '  NO SCALE  '.      PGM202
015200     05 RT-NO-SCALE-CNT      PIC Z,ZZZ,ZZ9.                       PGM202
015300     05 FILLER               PIC X(12) VALUE '  ERRORS    '.      PGM202
015400     05 RT-ERROR-CNT         PIC Z,ZZZ,ZZ9.                       PGM202
015500     05 FILLER               PIC X(26) VALUE SPACES.              PGM202
015600 01  WS-RPT-TOTAL2.                                               PGM202
015700     05 FILLER               PIC X(13) VALUE 'BASE VALUE   '.     PGM202
015800     05 RT-BASE-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM202
015900     05 FILLER               PIC X(09) VALUE '  BONUS  '.         PGM202
016000     05 RT-BONUS-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM202
016100     05 FILLER               PIC X(11) VALUE '  PENALTY  '.       PGM202
016200     05 RT-PENALTY-AMT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM202
016300     05 FILLER               PIC X(14) VALUE '  SETTLEMENT  '.    PGM202
016400     05 RT-ADJ-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM202
016500     05 FILLER               PIC X(09) VALUE SPACES.              PGM202
016600 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM202
016700*                                                                 PGM202
016800 PROCEDURE DIVISION.                                              PGM202
016900*                                                                 PGM202
017000 0000-MAIN-PROCESS.                                               PGM202
017100     PERFORM 1000-INITIALIZE                                      PGM202
017200     PERFORM 2000-PROCESS-ASSAY                                   PGM202
017300         UNTIL WS-EOF                                             PGM202
017400     PERFORM 9000-FINALIZE                                        PGM202
017500     GOBACK.                                                      PGM202
017600*                                                                 PGM202
017700 1000-INITIALIZE.                                                 PGM202
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM202
017900     OPEN I-O RECEIPT-ASSAY-FILE                                  PGM202
018000     IF WS-FILE-STATUS NOT = '00'                                 PGM202
018100         DISPLAY 'RECEIPT ASSAY OPEN ERROR: ' WS-FILE-STATUS      PGM202
018200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM202
018300         PERFORM 9900-ABNORMAL-END                                PGM202
018400     END-IF                                                       PGM202
018500     OPEN INPUT RM-RECEIPT-FILE                                   PGM202
018600     IF WS-FILE-STATUS2 NOT = '00'                                PGM202
018700         DISPLAY 'RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM202
018800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM202
018900         PERFORM 9900-ABNORMAL-END                                PGM202
019000     END-IF                                                       PGM202
019100     OPEN INPUT PO-MASTER-FILE                                    PGM202
019200     IF WS-FILE-STATUS3 NOT = '00'                                PGM202
019300         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS3         PGM202
019400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM202
019500         PERFORM 9900-ABNORMAL-END                                PGM202
019600     END-IF                                                       PGM202
019700     OPEN INPUT QUALITY-SCALE-FILE                                PGM202
019800     IF WS-FILE-STATUS4 NOT = '00'                                PGM202
019900         DISPLAY 'QUALITY SCALE OPEN ERROR: ' WS-FILE-STATUS4     PGM202
020000         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM202
020100         PERFORM 9900-ABNORMAL-END                                PGM202
020200     END-IF                                                       PGM202
020300     OPEN OUTPUT ASSAY-REPORT-FILE                                PGM202
020400     IF WS-FILE-STATUS5 NOT = '00'                                PGM202
020500         DISPLAY 'ASSAY REPORT OPEN ERROR: ' WS-FILE-STATUS5      PGM202
020600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM202
020700         PERFORM 9900-ABNORMAL-END                                PGM202
020800     END-IF                                                       PGM202
020900     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM202
021000     WRITE ASSAY-REPORT-REC FROM WS-RPT-HEADER                    PGM202
021100     WRITE ASSAY-REPORT-REC FROM WS-RPT-BLANK                     PGM202
021200     WRITE ASSAY-REPORT-REC FROM WS-RPT-COLUMNS.                  PGM202
021300*                                                                 PGM202
021400* 송장 대사가 끝난 분석치는 정산이 확정되었으므로 건너뛴다.                                PGM202
021500 2000-PROCESS-ASSAY.                                              PGM202
021600     READ RECEIPT-ASSAY-FILE NEXT RECORD                          PGM202
021700         AT END                                                   PGM202
021800             SET WS-EOF TO TRUE                                   PGM202
021900         NOT AT END                                               PGM202
022000             ADD 1 TO WS-READ-CNT                                 PGM202
022100             IF RA-INVOICE-NO NOT = SPACES                        PGM202
022200                 ADD 1 TO WS-INVOICED-CNT                         PGM202
022300             ELSE                                                 PGM202
022400                 PERFORM 2100-CALCULATE-SETTLEMENT                PGM202
022500             END-IF                                               PGM202
022600     END-READ.                                                    PGM202
022700*                                                                 PGM202
022800 2100-CALCULATE-SETTLEMENT.                                       PGM202
022900     MOVE 'N' TO WS-CALC-OK-FLAG                                  PGM202
023000     MOVE SPACES TO WS-ERROR-TEXT                                 PGM202
023100     MOVE ZEROS TO WS-NET-WET-QTY WS-DMT-QTY                      PGM202
023200     MOVE RA-RECEIPT-NO TO RR-RECEIPT-NO                          PGM202
023300     MOVE RA-RECEIPT-DT TO RR-RECEIPT-DT                          PGM202
023400     READ RM-RECEIPT-FILE                                         PGM202
023500         INVALID KEY                                              PGM202
023600             MOVE 'NO RECEIPT' TO WS-ERROR-TEXT                   PGM202
023700         NOT INVALID KEY                                          PGM202
023800             PERFORM 2200-COMPUTE-DRY-TONS                        PGM202
023900             MOVE RR-PO-NO TO PO-NO                               PGM202
024000             READ PO-MASTER-FILE                                  PGM202
024100                 INVALID KEY                                      PGM202
024200                     MOVE 'NO PO' TO WS-ERROR-TEXT                PGM202
024300                 NOT INVALID KEY                                  PGM202
024400                     IF PO-UNIT-PRICE NOT NUMERIC                 PGM202
024500                         OR PO-UNIT-PRICE NOT > 0                 PGM202
024600                         MOVE 'PO UNPRICED' TO WS-ERROR-TEXT      PGM202
024700                     ELSE                                         PGM202
024800                         PERFORM 3000-APPLY-QUALITY-SCALE         PGM202
024900                     END-IF                                       PGM202
025000             END-READ                                             PGM202
025100     END-READ                                                     PGM202
025200     IF WS-ERROR-TEXT = SPACES                                    PGM202
025300         SET WS-CALC-OK TO TRUE                                   PGM202
025400         PERFORM 2500-UPDATE-ASSAY                                PGM202
025500     ELSE                                                         PGM202
025600         ADD 1 TO WS-ERROR-CNT                                    PGM202
025700         IF NOT RA-CALC-PENDING                                   PGM202
025800             SET RA-CALC-PENDING TO TRUE                          PGM202
025900             REWRITE RECEIPT-ASSAY-REC                            PGM202
026000                 INVALID KEY                                      PGM202
026100                     DISPLAY 'ASSAY REWRITE ERROR: '              PGM202
026200                             WS-FILE-STATUS                       PGM202
026300                             ' RECEIPT ' RA-RECEIPT-NO            PGM202
026400             END-REWRITE                                          PGM202
026500         END-IF                                                   PGM202
026600     END-IF                                                       PGM202
026700     PERFORM 2600-PRINT-DETAIL.                                   PGM202
026800*                                                                 PGM202
026900* 순인수 습량은 송장 대사(PGM043)와 같은 규칙으로 구한다.                             PGM202
027000 2200-COMPUTE-DRY-TONS.                                           PGM202
027100     EVALUATE TRUE                                                PGM202
027200         WHEN RR-ACCEPTED                                         PGM202
027300             MOVE RR-RECEIPT-QTY TO WS-NET-WET-QTY                PGM202
027400         WHEN RR-PARTIAL                                          PGM202
027500             COMPUTE WS-NET-WET-QTY ROUNDED =                     PGM202
027600                 RR-RECEIPT-QTY * RR-ACCEPT-RATE / 100            PGM202
027700         WHEN OTHER                                               PGM202
027800             MOVE ZEROS TO WS-NET-WET-QTY                         PGM202
027900     END-EVALUATE                                                 PGM202
028000     COMPUTE WS-DMT-QTY ROUNDED =                                 PGM202
028100         WS-NET-WET-QTY * (100 - RA-H2O-PCT) / 100.               PGM202
028200*                                                                 PGM202
028300 2500-UPDATE-ASSAY.                                               PGM202
028400     IF WS-SCALE-LINES > 0                                        PGM202
028500         SET RA-CALC-SCALE TO TRUE                                PGM202
028600         ADD 1 TO WS-SCALE-CNT                                    PGM202
028700     ELSE                                                         PGM202
028800         SET RA-CALC-NO-SCALE TO TRUE                             PGM202
028900         MOVE SPACES TO WS-SCALE-VENDOR                           PGM202
029000         ADD 1 TO WS-NO-SCALE-CNT                                 PGM202
029100     END-IF                                                       PGM202
029200     MOVE WS-NET-WET-QTY    TO RA-NET-WET-QTY                     PGM202
029300     MOVE WS-DMT-QTY        TO RA-DMT-QTY                         PGM202
029400     MOVE PO-UNIT-PRICE     TO RA-BASE-PRICE                      PGM202
029500     MOVE WS-BONUS-PER-T    TO RA-BONUS-PER-T                     PGM202
029600     MOVE WS-PENALTY-PER-T  TO RA-PENALTY-PER-T                   PGM202
029700     MOVE WS-ADJ-UNIT-PRICE TO RA-ADJ-UNIT-PRICE                  PGM202
029800     COMPUTE RA-BASE-VALUE ROUNDED = WS-DMT-QTY * PO-UNIT-PRICE   PGM202
029900     COMPUTE RA-BONUS-AMT ROUNDED = WS-DMT-QTY * WS-BONUS-PER-T   PGM202
030000     COMPUTE RA-PENALTY-AMT ROUNDED =                             PGM202
030100         WS-DMT-QTY * WS-PENALTY-PER-T                            PGM202
030200     COMPUTE RA-ADJ-VALUE ROUNDED =                               PGM202
030300         WS-DMT-QTY * WS-ADJ-UNIT-PRICE                           PGM202
030400     MOVE WS-SCALE-VENDOR   TO RA-SCALE-VENDOR                    PGM202
030500     MOVE WS-RUN-DATE       TO RA-CALC-DATE                       PGM202
030600     REWRITE RECEIPT-ASSAY-REC                                    PGM202
030700         INVALID KEY                                              PGM202
030800             DISPLAY 'ASSAY REWRITE ERROR: ' WS-FILE-STATUS       PGM202
030900                     ' RECEIPT ' RA-RECEIPT-NO                    PGM202
031000     END-REWRITE                                                  PGM202
031100     ADD RA-BASE-VALUE  TO WS-TOT-BASE-VALUE                      PGM202
031200     ADD RA-BONUS-AMT   TO WS-TOT-BONUS-AMT                       PGM202
031300     ADD RA-PENALTY-AMT TO WS-TOT-PENALTY-AMT                     PGM202
031400     ADD RA-ADJ-VALUE   TO WS-TOT-ADJ-VALUE.                      PGM202
031500*                                                                 PGM202
031600 2600-PRINT-DETAIL.                                               PGM202
031700     MOVE SPACES TO WS-RPT-DETAIL                                 PGM202
031800     MOVE RA-RECEIPT-NO  TO RD-RECEIPT-NO                         PGM202
031900     MOVE RA-RECEIPT-DT  TO RD-RECEIPT-DT                         PGM202
032000     MOVE RA-VENDOR-CD   TO RD-VENDOR-CD                          PGM202
032100     MOVE RA-MATL-CD     TO RD-MATL-CD                            PGM202
032200     MOVE WS-NET-WET-QTY TO RD-WET-QTY                            PGM202
032300     MOVE RA-H2O-PCT     TO RD-H2O-PCT                            PGM202
032400     MOVE WS-DMT-QTY     TO RD-DMT-QTY                            PGM202
032500     IF WS-CALC-OK                                                PGM202
032600         MOVE RA-BASE-PRICE TO RD-BASE-PRICE                      PGM202
032700         COMPUTE WS-ADJ-PER-T =                                   PGM202
032800             RA-BONUS-PER-T - RA-PENALTY-PER-T                    PGM202
032900         MOVE WS-ADJ-PER-T  TO RD-ADJ-PER-T                       PGM202
033000         MOVE RA-ADJ-VALUE  TO RD-ADJ-VALUE                       PGM202
033100         IF RA-CALC-SCALE                                         PGM202
033200             IF RA-SCALE-VENDOR = SPACES                          PGM202
033300                 MOVE 'MATERIAL SCALE' TO RD-NOTE                 PGM202
033400             ELSE                                                 PGM202
033500                 MOVE 'VENDOR SCALE'   TO RD-NOTE                 PGM202
033600             END-IF                                               PGM202
033700         ELSE                                                     PGM202
033800             MOVE 'NO SCALE - DMT' TO RD-NOTE                     PGM202
033900         END-IF                                                   PGM202
034000     ELSE                                                         PGM202
034100         MOVE WS-ERROR-TEXT TO RD-NOTE                            PGM202
034200     END-IF                                                       PGM202
034300     WRITE ASSAY-REPORT-REC FROM WS-RPT-DETAIL.                   PGM202
034400*                                                                 PGM202
034500* 공급사 스케일을 먼저 찾고 한 줄도 없으면 자재 기본                                   PGM202
034600* 스케일(공급사 공백)을 쓴다.                                                PGM202
034700 3000-APPLY-QUALITY-SCALE.                                        PGM202
034800     MOVE ZEROS TO WS-BONUS-PER-T WS-PENALTY-PER-T                PGM202
034900     MOVE ZEROS TO WS-SCALE-LINES                                 PGM202
035000     MOVE RA-VENDOR-CD TO WS-SCALE-VENDOR                         PGM202
035100     PERFORM 3100-READ-SCALE-SET                                  PGM202
035200     IF WS-SCALE-LINES = 0 AND WS-ERROR-TEXT = SPACES             PGM202
035300         MOVE SPACES TO WS-SCALE-VENDOR                           PGM202
035400         PERFORM 3100-READ-SCALE-SET                              PGM202
035500     END-IF                                                       PGM202
035600     COMPUTE WS-ADJ-UNIT-PRICE =                                  PGM202
035700         PO-UNIT-PRICE + WS-BONUS-PER-T - WS-PENALTY-PER-T        PGM202
035800     IF WS-ADJ-UNIT-PRICE < 0                                     PGM202
035900         MOVE ZEROS TO WS-ADJ-UNIT-PRICE                          PGM202
036000     END-IF.                                                      PGM202
036100*                                                                 PGM202
036200 3100-READ-SCALE-SET.                                             PGM202
036300     MOVE 'N' TO WS-SCALE-EOF-FLAG                                PGM202
036400     MOVE RA-MATL-CD      TO QS-MATL-CD                           PGM202
036500     MOVE WS-SCALE-VENDOR TO QS-VENDOR-CD                         PGM202
036600     MOVE LOW-VALUES      TO QS-ELEMENT-CD                        PGM202
036700     START QUALITY-SCALE-FILE KEY NOT < QS-KEY                    PGM202
036800         INVALID KEY                                              PGM202
036900             SET WS-SCALE-EOF TO TRUE                             PGM202
037000     END-START                                                    PGM202
037100     PERFORM 3150-READ-NEXT-SCALE                                 PGM202
037200         UNTIL WS-SCALE-EOF.                                      PGM202
037300*                                                                 PGM202
037400 3150-READ-NEXT-SCALE.                                            PGM202
037500     READ QUALITY-SCALE-FILE NEXT RECORD                          PGM202
037600         AT END                                                   PGM202
037700             SET WS-SCALE-EOF TO TRUE                             PGM202
037800     END-READ                                                     PGM202
037900     IF NOT WS-SCALE-EOF                                          PGM202
038000         IF QS-MATL-CD NOT = RA-MATL-CD                           PGM202
038100             OR QS-VENDOR-CD NOT = WS-SCALE-VENDOR                PGM202
038200             SET WS-SCALE-EOF TO TRUE                             PGM202
038300         ELSE                                                     PGM202
038400             IF QS-ACTIVE                                         PGM202
038500                 ADD 1 TO WS-SCALE-LINES                          PGM202
038600                 PERFORM 3200-APPLY-ELEMENT                       PGM202
038700             END-IF                                               PGM202
038800         END-IF                                                   PGM202
038900     END-IF.                                                      PGM202
039000*                                                                 PGM202
039100* 성분값 0 은 미분석으로 본다(수분 제외). 좋아진 단계는                                PGM202
039200* 보너스, 나빠진 단계는 페널티. 비례가 아니면 온 단계만                                 PGM202
039300* 센다.                                                             PGM202
039400 3200-APPLY-ELEMENT.                                              PGM202
039500     EVALUATE TRUE                                                PGM202
039600         WHEN QS-ELEM-FE                                          PGM202
039700             MOVE RA-FE-PCT    TO WS-ELEM-VALUE                   PGM202
039800         WHEN QS-ELEM-SIO2                                        PGM202
039900             MOVE RA-SIO2-PCT  TO WS-ELEM-VALUE                   PGM202
040000         WHEN QS-ELEM-AL2O3                                       PGM202
040100             MOVE RA-AL2O3-PCT TO WS-ELEM-VALUE                   PGM202
040200         WHEN QS-ELEM-P                                           PGM202
040300             MOVE RA-P-PCT     TO WS-ELEM-VALUE                   PGM202
040400         WHEN QS-ELEM-S                                           PGM202
040500             MOVE RA-S-PCT     TO WS-ELEM-VALUE                   PGM202
040600         WHEN QS-ELEM-ASH                                         PGM202
040700             MOVE RA-ASH-PCT   TO WS-ELEM-VALUE                   PGM202
040800         WHEN QS-ELEM-VM                                          PGM202
040900             MOVE RA-VM-PCT    TO WS-ELEM-VALUE                   PGM202
041000         WHEN QS-ELEM-CV                                          PGM202
041100             MOVE RA-CV-KCAL   TO WS-ELEM-VALUE                   PGM202
041200         WHEN QS-ELEM-H2O                                         PGM202
041300             MOVE RA-H2O-PCT   TO WS-ELEM-VALUE                   PGM202
041400         WHEN OTHER                                               PGM202
041500             MOVE ZEROS        TO WS-ELEM-VALUE                   PGM202
041600     END-EVALUATE                                                 PGM202
041700     IF WS-ELEM-VALUE = 0 AND NOT QS-ELEM-H2O                     PGM202
041800         STRING QS-ELEMENT-CD DELIMITED BY SPACE                  PGM202
041900                ' NOT ASSAYED' DELIMITED BY SIZE                  PGM202
042000             INTO WS-ERROR-TEXT                                   PGM202
042100         SET WS-SCALE-EOF TO TRUE                                 PGM202
042200     ELSE                                                         PGM202
042300         IF QS-HIGHER-BETTER                                      PGM202
042400             COMPUTE WS-ELEM-DIFF = WS-ELEM-VALUE - QS-BASIS-VALUEPGM202
042500         ELSE                                                     PGM202
042600             COMPUTE WS-ELEM-DIFF = QS-BASIS-VALUE - WS-ELEM-VALUEPGM202
042700         END-IF                                                   PGM202
042800         IF WS-ELEM-DIFF < 0                                      PGM202
042900             COMPUTE WS-ELEM-DIFF = 0 - WS-ELEM-DIFF              PGM202
043000             PERFORM 3250-COUNT-STEPS                             PGM202
043100             COMPUTE WS-PENALTY-PER-T ROUNDED = WS-PENALTY-PER-T  PGM202
043200                 + WS-STEPS * QS-PENALTY-PER-STEP                 PGM202
043300         ELSE                                                     PGM202
043400             PERFORM 3250-COUNT-STEPS                             PGM202
043500             COMPUTE WS-BONUS-PER-T ROUNDED = WS-BONUS-PER-T      PGM202
043600                 + WS-STEPS * QS-BONUS-PER-STEP                   PGM202
043700         END-IF                                                   PGM202
043800     END-IF.                                                      PGM202
043900*                                                                 PGM202
044000 3250-COUNT-STEPS.                                                PGM202
044100     IF QS-PRO-RATA                                               PGM202
044200         COMPUTE WS-STEPS ROUNDED = WS-ELEM-DIFF / QS-STEP-SIZE   PGM202
044300     ELSE                                                         PGM202
044400         COMPUTE WS-WHOLE-STEPS = WS-ELEM-DIFF / QS-STEP-SIZE     PGM202
044500         MOVE WS-WHOLE-STEPS TO WS-STEPS                          PGM202
044600     END-IF                                                       PGM202
044700     IF QS-MAX-STEPS > 0 AND WS-STEPS > QS-MAX-STEPS              PGM202
044800         MOVE QS-MAX-STEPS TO WS-STEPS                            PGM202
044900     END-IF.                                                      PGM202
045000*                                                                 PGM202
045100 9000-FINALIZE.                                                   PGM202
045200     MOVE WS-READ-CNT        TO RT-READ-CNT                       PGM202
045300     MOVE WS-INVOICED-CNT    TO RT-INVOICED-CNT                   PGM202
045400     MOVE WS-SCALE-CNT       TO RT-SCALE-CNT                      PGM202
045500     MOVE WS-NO-SCALE-CNT    TO RT-NO-SCALE-CNT                   PGM202
045600     MOVE WS-ERROR-CNT       TO RT-ERROR-CNT                      PGM202
045700     MOVE WS-TOT-BASE-VALUE  TO RT-BASE-VALUE                     PGM202
045800     MOVE WS-TOT-BONUS-AMT   TO RT-BONUS-AMT                      PGM202
045900     MOVE WS-TOT-PENALTY-AMT TO RT-PENALTY-AMT                    PGM202
046000     MOVE WS-TOT-ADJ-VALUE   TO RT-ADJ-VALUE                      PGM202
046100     WRITE ASSAY-REPORT-REC FROM WS-RPT-BLANK                     PGM202
046200     WRITE ASSAY-REPORT-REC FROM WS-RPT-TOTAL1                    PGM202
046300     WRITE ASSAY-REPORT-REC FROM WS-RPT-TOTAL2                    PGM202
046400     CLOSE RECEIPT-ASSAY-FILE                                     PGM202
046500     CLOSE RM-RECEIPT-FILE                                        PGM202
046600     CLOSE PO-MASTER-FILE                                         PGM202
046700     CLOSE QUALITY-SCALE-FILE                                     PGM202
046800     CLOSE ASSAY-REPORT-FILE                                      PGM202
046900     IF WS-ERROR-CNT > 0                                          PGM202
047000         MOVE 4 TO RETURN-CODE                                    PGM202
047100     END-IF                                                       PGM202
047200     DISPLAY 'PGM202 COMPLETED: ' WS-READ-CNT ' READ, '           PGM202
047300             WS-SCALE-CNT ' BY SCALE, ' WS-NO-SCALE-CNT           PGM202
047400             ' NO SCALE, ' WS-ERROR-CNT ' ERRORS'.                PGM202
047500*                                                                 PGM202
047600 9750-DIAGNOSE-FILE-STATUS.                                       PGM202
047700     EVALUATE WS-ABEND-STATUS                                     PGM202
047800         WHEN '10'                                                PGM202
047900             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM202
048000             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM202
048100         WHEN '23'                                                PGM202
048200             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM202
048300             DISPLAY '  AND RETRY THE REQUEST'                    PGM202
048400         WHEN '35'                                                PGM202
048500             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM202
048600             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM202
048700         WHEN '37'                                                PGM202
048800             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM202
048900             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM202
049000         WHEN '39'                                                PGM202
049100             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM202
049200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM202
049300         WHEN '41'                                                PGM202
049400             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM202
049500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM202
049600         WHEN '42'                                                PGM202
049700             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM202
049800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM202
049900         WHEN '46'                                                PGM202
050000             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM202
050100             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM202
050200         WHEN OTHER                                               PGM202
050300             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM202
050400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM202
050500     END-EVALUATE.                                                PGM202
050600*                                                                 PGM202
050700 9900-ABNORMAL-END.                                               PGM202
050800     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM202
050900     DISPLAY 'PGM202 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM202
051000     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM202
051100     MOVE 16 TO RETURN-CODE                                       PGM202
051200     GOBACK.                                                      PGM202
051300                                                                  PGM202
