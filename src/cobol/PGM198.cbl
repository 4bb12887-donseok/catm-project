000100 IDENTIFICATION DIVISION.                                         PGM198
000200 PROGRAM-ID.    PGM198.                                           PGM198
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM198
000400*                                                                 PGM198
000500* =========================================================       PGM198
000600* 프로그램명: 야적장 측량 장부 대사/조정 발행                                       PGM198
000700* 처리내용  : 측량월(기본 전월)의 야적더미 측량(CPYSTPS)을                           PGM198
000800*            자재별로 합해 원자재 장부재고(RM-STOCK-QTY)와                      PGM198
000900*            비교하고 허용오차(%) 판정을 보고한다. 처음                            PGM198
001000*            대사하는 자재는 그때의 장부재고를 스냅숏으로                             PGM198
001100*            차이 머리에 남기고(상태 V), 이후 실행은 그                           PGM198
001200*            스냅숏을 그대로 쓴다. 승인(A)된 차이는 원자재                          PGM198
001300*            재고조정(CPYRMAJ, 발생원 SRVY)으로 발행하고 상태를                   PGM198
001400*            P 로 바꾼다. 재고 반영은 PGM199 가 한다. 허용오차를                   PGM198
001500*            넘는 미결 차이나 마스터에 없는 자재가 있으면 RC 4.                      PGM198
001600* =========================================================       PGM198
001700*                                                                 PGM198
001800 ENVIRONMENT DIVISION.                                            PGM198
001900 CONFIGURATION SECTION.                                           PGM198
002000 INPUT-OUTPUT SECTION.                                            PGM198
002100 FILE-CONTROL.                                                    PGM198
002200     SELECT OPTIONAL SURVEY-PARM-FILE                             PGM198
002300         ASSIGN TO STPPARM                                        PGM198
002400         ORGANIZATION IS SEQUENTIAL                               PGM198
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM198
002600     SELECT STOCKPILE-SURVEY-FILE                                 PGM198
002700         ASSIGN TO STPSURV                                        PGM198
002800         ORGANIZATION IS INDEXED                                  PGM198
002900         ACCESS MODE IS DYNAMIC                                   PGM198
003000         RECORD KEY IS SS-KEY                                     PGM198
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM198
003200     SELECT RM-MASTER-FILE                                        PGM198
003300         ASSIGN TO RMMAST                                         PGM198
003400         ORGANIZATION IS INDEXED                                  PGM198
003500         ACCESS MODE IS RANDOM                                    PGM198
003600         RECORD KEY IS RM-MATL-CD                                 PGM198
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM198
003800     SELECT RM-ADJUST-FILE                                        PGM198
003900         ASSIGN TO RMADJ                                          PGM198
004000         ORGANIZATION IS INDEXED                                  PGM198
004100         ACCESS MODE IS RANDOM                                    PGM198
004200         RECORD KEY IS AJ-KEY                                     PGM198
004300         FILE STATUS IS WS-FILE-STATUS4.                          PGM198
004400     SELECT SURVEY-REPORT-FILE                                    PGM198
004500         ASSIGN TO STPRPT                                         PGM198
004600         ORGANIZATION IS SEQUENTIAL                               PGM198
004700         FILE STATUS IS WS-FILE-STATUS5.                          PGM198
004800*                                                                 PGM198
004900 DATA DIVISION.                                                   PGM198
005000 FILE SECTION.                                                    PGM198
005100 FD  SURVEY-PARM-FILE.                                            PGM198
005200 01  SURVEY-PARM-REC.                                             PGM198
005300     05 SP-SURVEY-YYYYMM     PIC 9(06).                           PGM198
005400     05 SP-TOLERANCE-PCT     PIC 9(02)V99.                        PGM198
005500     05 FILLER               PIC X(70).                           PGM198
005600 FD  STOCKPILE-SURVEY-FILE.                                       PGM198
005700 01  STOCKPILE-SURVEY-REC.                                        PGM198
005800     COPY CPYSTPS.                                                PGM198
005900 FD  RM-MASTER-FILE.                                              PGM198
006000 01  RM-MASTER-REC.                                               PGM198
006100     COPY CPYRMMS.                                                PGM198
006200 FD  RM-ADJUST-FILE.                                              PGM198
006300 01  RM-ADJUST-REC.                                               PGM198
006400     COPY CPYRMAJ.                                                PGM198
006500 FD  SURVEY-REPORT-FILE.                                          PGM198
006600 01  SURVEY-REPORT-REC       PIC X(132).                          PGM198
006700*                                                                 PGM198
006800 WORKING-STORAGE SECTION.                                         PGM198
006900 01  WS-FILE-STATUS         PIC XX.                               PGM198
007000 01  WS-FILE-STATUS2        PIC XX.                               PGM198
007100 01  WS-FILE-STATUS3        PIC XX.                               PGM198
007200 01  WS-FILE-STATUS4        PIC XX.                               PGM198
007300 01  WS-FILE-STATUS5        PIC XX.                               PGM198
007400 01  WS-ABEND-STATUS        PIC XX.                               PGM198
007500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM198
007600     88 WS-EOF              VALUE 'Y'.                            PGM198
007700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM198
007800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM198
007900     05 WS-RUN-YYYY          PIC 9(04).                           PGM198
008000     05 WS-RUN-MM            PIC 9(02).                           PGM198
008100     05 WS-RUN-DD            PIC 9(02).                           PGM198
008200 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM198
008300 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM198
008400     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM198
008500     05 WS-PERIOD-MM         PIC 9(02).                           PGM198
008600 01  WS-TOLERANCE-PCT       PIC 9(02)V99 VALUE 2.00.              PGM198
008700 01  WS-ABS-PCT             PIC 9(05)V99 VALUE ZEROS.             PGM198
008800 01  WS-VARIANCE-PCT        PIC S9(05)V99 VALUE ZEROS.            PGM198
008900*                                                                 PGM198
009000* 측량월 자재별 더미 합계와 차이 머리 상태                                         PGM198
009100 01  WS-SM-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM198
009200 01  WS-SM-COUNT            PIC 9(03) VALUE ZEROS.                PGM198
009300 01  WS-SM-MAX              PIC 9(03) VALUE 200.                  PGM198
009400 01  WS-SM-TABLE.                                                 PGM198
009500     05 WS-SM-ENTRY OCCURS 200 TIMES                              PGM198
009600             INDEXED BY SM-IDX.                                   PGM198
009700         10 WS-SM-MATL-CD     PIC X(12).                          PGM198
009800         10 WS-SM-HDR-STATUS  PIC X(01).                          PGM198
009900         10 WS-SM-PILE-CNT    PIC 9(03) COMP.                     PGM198
010000         10 WS-SM-WET-TONS    PIC S9(9)V99 COMP-3.                PGM198
010100         10 WS-SM-DRY-TONS    PIC S9(9)V99 COMP-3.                PGM198
010200*                                                                 PGM198
010300 01  WS-MATL-CNT            PIC 9(05) VALUE ZEROS.                PGM198
010400 01  WS-NEW-CNT             PIC 9(05) VALUE ZEROS.                PGM198
010500 01  WS-AWAIT-CNT           PIC 9(05) VALUE ZEROS.                PGM198
010600 01  WS-OVER-CNT            PIC 9(05) VALUE ZEROS.                PGM198
010700 01  WS-ISSUED-CNT          PIC 9(05) VALUE ZEROS.                PGM198
010800 01  WS-REJECTED-CNT        PIC 9(05) VALUE ZEROS.                PGM198
010900 01  WS-ERROR-CNT           PIC 9(05) VALUE ZEROS.                PGM198
011000 01  WS-ISSUED-QTY          PIC S9(11)V99 VALUE ZEROS.            PGM198
011100*                                                                 PGM198
011200 01  WS-RPT-HEADER.                                               PGM198
011300     05 FILLER               PIC X(43) VALUE                      PGM198
011400             'PGM198 STOCKPILE SURVEY VS BOOK - MONTH    '.       PGM198
011500     05 RH-YYYYMM            PIC 9(06).                           PGM198
011600     05 FILLER               PIC X(12) VALUE ' TOLERANCE %'.      PGM198
011700     05 RH-TOLERANCE         PIC Z9.99.                           PGM198
011800     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM198
011900     05 RH-RUN-DATE          PIC 9(08).                           PGM198
012000     05 FILLER               PIC X(48) VALUE SPACES.              PGM198
012100 01  WS-RPT-COLUMNS.                                              PGM198
012200     05 FILLER               PIC X(44) VALUE                      PGM198
012300             'MATERIAL   PILES   SURVEY WET T   SURVEY DRY'.      PGM198
012400     05 FILLER               PIC X(44) VALUE                      PGM198
012500             ' T       BOOK QTY        VARIANCE   VAR %  T'.      PGM198
012600     05 FILLER               PIC X(44) VALUE                      PGM198
012700             'OL    STATUS / ACTION                       '.      PGM198
012800 01  WS-RPT-DETAIL.                                               PGM198
012900     05 RD-MATL-CD           PIC X(12).                           PGM198
013000     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
013100     05 RD-PILE-CNT          PIC ZZ9.                             PGM198
013200     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
013300     05 RD-WET-TONS          PIC ZZZ,ZZZ,ZZ9.99.                  PGM198
013400     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
013500     05 RD-DRY-TONS          PIC ZZZ,ZZZ,ZZ9.99.                  PGM198
013600     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
013700     05 RD-BOOK-QTY          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM198
013800     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
013900     05 RD-VARIANCE          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM198
014000     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
014100     05 RD-VARIANCE-PCT      PIC ZZ9.99-.                         PGM198
014200     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
014300     05 RD-TOLERANCE         PIC X(06).                           PGM198
014400     05 FILLER               PIC X(01) VALUE SPACE.               PGM198
014500     05 RD-ACTION            PIC X(30).                           PGM198
014600     05 FILLER               PIC X(08) VALUE SPACES.              PGM198
014700 01  WS-RPT-TOTAL.                                                PGM198
014800     05 FILLER               PIC X(10) VALUE 'MATERIALS '.        PGM198
014900     05 RT-MATL-CNT          PIC ZZZZ9.                           PGM198
015000     05 FILLER               PIC X(15) VALUE ' NEW SNAPSHOTS '.   PGM198
015100     05 RT-NEW-CNT           PIC ZZZZ9.                           PGM198
015200     05 FILLER               PIC X(10) VALUE ' AWAITING '.        PGM198
015300     05 RT-AWAIT-CNT         PIC ZZZZ9.                           PGM198
015400     05 FILLER               PIC X(10) VALUE ' OVER TOL '.        PGM198
015500     05 RT-OVER-CNT          PIC ZZZZ9.                           PGM198
015600     05 FILLER               PIC X(08) VALUE ' ISSUED '.          PGM198
015700     05 RT-ISSUED-CNT        PIC ZZZZ9.                           PGM198
015800     05 FILLER               PIC X(05) VALUE ' QTY '.             PGM198
015900     05 RT-ISSUED-QTY        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM198
016000     05 FILLER               PIC X(10) VALUE ' REJECTED '.        PGM198
016100     05 RT-REJECTED-CNT      PIC ZZZZ9.                           PGM198
016200     05 FILLER               PIC X(08) VALUE ' ERRORS '.          PGM198
016300     05 RT-ERROR-CNT         PIC ZZZZ9.                           PGM198
016400     05 FILLER               PIC X(02) VALUE SPACES.              PGM198
016500 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM198
016600*                                                                 PGM198
016700 PROCEDURE DIVISION.                                              PGM198
016800*                                                                 PGM198
016900 0000-MAIN-PROCESS.                                               PGM198
017000     PERFORM 1000-INITIALIZE                                      PGM198
017100     PERFORM 2000-COLLECT-SURVEYS                                 PGM198
017200         UNTIL WS-EOF                                             PGM198
017300     IF WS-SM-COUNT > 0                                           PGM198
017400         PERFORM 3000-RECONCILE-MATERIAL                          PGM198
017500             VARYING WS-SM-SUB FROM 1 BY 1                        PGM198
017600             UNTIL WS-SM-SUB > WS-SM-COUNT                        PGM198
017700     END-IF                                                       PGM198
017800     PERFORM 9000-FINALIZE                                        PGM198
017900     GOBACK.                                                      PGM198
018000*                                                                 PGM198
018100* 측량월 기본값은 실행월의 전월이다.                                             PGM198
018200 1000-INITIALIZE.                                                 PGM198
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM198
018400     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM198
018500     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM198
018600     IF WS-PERIOD-MM = 1                                          PGM198
018700         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM198
018800         MOVE 12 TO WS-PERIOD-MM                                  PGM198
018900     ELSE                                                         PGM198
019000         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM198
019100     END-IF                                                       PGM198
019200     OPEN INPUT SURVEY-PARM-FILE                                  PGM198
019300     IF WS-FILE-STATUS = '00'                                     PGM198
019400         READ SURVEY-PARM-FILE                                    PGM198
019500             AT END                                               PGM198
019600                 CONTINUE                                         PGM198
019700             NOT AT END                                           PGM198
019800                 IF SP-SURVEY-YYYYMM NUMERIC                      PGM198
019900                     AND SP-SURVEY-YYYYMM > 0                     PGM198
020000                     MOVE SP-SURVEY-YYYYMM TO WS-PERIOD-YYYYMM    PGM198
020100                 END-IF                                           PGM198
020200                 IF SP-TOLERANCE-PCT NUMERIC                      PGM198
020300                     AND SP-TOLERANCE-PCT > 0                     PGM198
020400                     MOVE SP-TOLERANCE-PCT TO WS-TOLERANCE-PCT    PGM198
020500                 END-IF                                           PGM198
020600         END-READ                                                 PGM198
020700         CLOSE SURVEY-PARM-FILE                                   PGM198
020800     END-IF                                                       PGM198
020900     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM198
021000         DISPLAY 'INVALID SURVEY MONTH: ' WS-PERIOD-YYYYMM        PGM198
021100         MOVE 'PM' TO WS-ABEND-STATUS                             PGM198
021200         PERFORM 9900-ABNORMAL-END                                PGM198
021300     END-IF                                                       PGM198
021400     OPEN I-O STOCKPILE-SURVEY-FILE                               PGM198
021500     IF WS-FILE-STATUS2 NOT = '00'                                PGM198
021600         DISPLAY 'STOCKPILE SURVEY OPEN ERROR: ' WS-FILE-STATUS2  PGM198
021700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM198
021800         PERFORM 9900-ABNORMAL-END                                PGM198
021900     END-IF                                                       PGM198
022000     OPEN INPUT RM-MASTER-FILE                                    PGM198
022100     IF WS-FILE-STATUS3 NOT = '00'                                PGM198
022200         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS3         PGM198
022300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM198
022400         PERFORM 9900-ABNORMAL-END                                PGM198
022500     END-IF                                                       PGM198
022600     OPEN I-O RM-ADJUST-FILE                                      PGM198
022700     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM198
022800         DISPLAY 'RM ADJUSTMENT OPEN ERROR: ' WS-FILE-STATUS4     PGM198
022900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM198
023000         PERFORM 9900-ABNORMAL-END                                PGM198
023100     END-IF                                                       PGM198
023200     OPEN OUTPUT SURVEY-REPORT-FILE                               PGM198
023300     IF WS-FILE-STATUS5 NOT = '00'                                PGM198
023400         DISPLAY 'SURVEY REPORT OPEN ERROR: ' WS-FILE-STATUS5     PGM198
023500         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM198
023600         PERFORM 9900-ABNORMAL-END                                PGM198
023700     END-IF                                                       PGM198
023800     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM198
023900     MOVE WS-TOLERANCE-PCT TO RH-TOLERANCE                        PGM198
024000     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM198
024100     WRITE SURVEY-REPORT-REC FROM WS-RPT-HEADER                   PGM198
024200     WRITE SURVEY-REPORT-REC FROM WS-RPT-BLANK                    PGM198
024300     WRITE SURVEY-REPORT-REC FROM WS-RPT-COLUMNS                  PGM198
024400     MOVE WS-PERIOD-YYYYMM TO SS-SURVEY-YYYYMM                    PGM198
024500     MOVE SPACES           TO SS-MATL-CD                          PGM198
024600     MOVE SPACES           TO SS-PILE-CD                          PGM198
024700     START STOCKPILE-SURVEY-FILE KEY NOT < SS-KEY                 PGM198
024800         INVALID KEY                                              PGM198
024900             SET WS-EOF TO TRUE                                   PGM198
025000     END-START.                                                   PGM198
025100*                                                                 PGM198
025200* 측량월 레코드를 자재별로 모은다. 차이 머리는 더미보다                                  PGM198
025300* 앞에 오므로 먼저 상태를 남긴다.                                              PGM198
025400 2000-COLLECT-SURVEYS.                                            PGM198
025500     READ STOCKPILE-SURVEY-FILE NEXT RECORD                       PGM198
025600         AT END                                                   PGM198
025700             SET WS-EOF TO TRUE                                   PGM198
025800         NOT AT END                                               PGM198
025900             IF SS-SURVEY-YYYYMM NOT = WS-PERIOD-YYYYMM           PGM198
026000                 SET WS-EOF TO TRUE                               PGM198
026100             ELSE                                                 PGM198
026200                 PERFORM 2100-FIND-MATERIAL                       PGM198
026300                 IF SS-PILE-CD = SPACES                           PGM198
026400                     MOVE SS-STATUS-CD                            PGM198
026500                         TO WS-SM-HDR-STATUS (SM-IDX)             PGM198
026600                 ELSE                                             PGM198
026700                     ADD 1 TO WS-SM-PILE-CNT (SM-IDX)             PGM198
026800                     ADD SS-WET-TONS TO WS-SM-WET-TONS (SM-IDX)   PGM198
026900                     ADD SS-DRY-TONS TO WS-SM-DRY-TONS (SM-IDX)   PGM198
027000                 END-IF                                           PGM198
027100             END-IF                                               PGM198
027200     END-READ.                                                    PGM198
027300*                                                                 PGM198
027400 2100-FIND-MATERIAL.                                              PGM198
027500     SET SM-IDX TO 1                                              PGM198
027600     SEARCH WS-SM-ENTRY                                           PGM198
027700         AT END                                                   PGM198
027800             IF WS-SM-COUNT >= WS-SM-MAX                          PGM198
027900                 DISPLAY 'SURVEY MATERIAL TABLE FULL AT '         PGM198
028000                         WS-SM-MAX                                PGM198
028100                 MOVE 'FL' TO WS-ABEND-STATUS                     PGM198
028200                 PERFORM 9900-ABNORMAL-END                        PGM198
028300             END-IF                                               PGM198
028400             ADD 1 TO WS-SM-COUNT                                 PGM198
028500             SET SM-IDX TO WS-SM-COUNT                            PGM198
028600             MOVE SS-MATL-CD TO WS-SM-MATL-CD (SM-IDX)            PGM198
028700             MOVE SPACE      TO WS-SM-HDR-STATUS (SM-IDX)         PGM198
028800             MOVE ZEROS      TO WS-SM-PILE-CNT (SM-IDX)           PGM198
028900             MOVE ZEROS      TO WS-SM-WET-TONS (SM-IDX)           PGM198
029000             MOVE ZEROS      TO WS-SM-DRY-TONS (SM-IDX)           PGM198
029100         WHEN WS-SM-MATL-CD (SM-IDX) = SS-MATL-CD                 PGM198
029200             AND SM-IDX <= WS-SM-COUNT                            PGM198
029300             CONTINUE                                             PGM198
029400     END-SEARCH.                                                  PGM198
029500*                                                                 PGM198
029600* 자재 한 건을 대사한다. 머리가 없으면 스냅숏을 새로 뜨고,                               PGM198
029700* 승인된 차이는 조정으로 발행한다.                                              PGM198
029800 3000-RECONCILE-MATERIAL.                                         PGM198
029900     SET SM-IDX TO WS-SM-SUB                                      PGM198
030000     ADD 1 TO WS-MATL-CNT                                         PGM198
030100     MOVE SPACES TO WS-RPT-DETAIL                                 PGM198
030200     MOVE WS-SM-MATL-CD (SM-IDX)  TO RD-MATL-CD                   PGM198
030300     MOVE WS-SM-PILE-CNT (SM-IDX) TO RD-PILE-CNT                  PGM198
030400     MOVE WS-SM-WET-TONS (SM-IDX) TO RD-WET-TONS                  PGM198
030500     MOVE WS-SM-DRY-TONS (SM-IDX) TO RD-DRY-TONS                  PGM198
030600     MOVE WS-PERIOD-YYYYMM        TO SS-SURVEY-YYYYMM             PGM198
030700     MOVE WS-SM-MATL-CD (SM-IDX)  TO SS-MATL-CD                   PGM198
030800     MOVE SPACES                  TO SS-PILE-CD                   PGM198
030900     EVALUATE TRUE                                                PGM198
031000         WHEN WS-SM-PILE-CNT (SM-IDX) = 0                         PGM198
031100             MOVE 'NO PILE SURVEYS - HEADER ONLY' TO RD-ACTION    PGM198
031200             ADD 1 TO WS-ERROR-CNT                                PGM198
031300         WHEN WS-SM-HDR-STATUS (SM-IDX) = SPACE                   PGM198
031400             PERFORM 3100-TAKE-SNAPSHOT                           PGM198
031500         WHEN OTHER                                               PGM198
031600             READ STOCKPILE-SURVEY-FILE                           PGM198
031700                 INVALID KEY                                      PGM198
031800                     MOVE 'VARIANCE HEADER READ ERROR'            PGM198
031900                         TO RD-ACTION                             PGM198
032000                     ADD 1 TO WS-ERROR-CNT                        PGM198
032100                 NOT INVALID KEY                                  PGM198
032200                     PERFORM 3300-SHOW-VARIANCE                   PGM198
032300                     PERFORM 3400-ACT-ON-DECISION                 PGM198
032400             END-READ                                             PGM198
032500     END-EVALUATE                                                 PGM198
032600     WRITE SURVEY-REPORT-REC FROM WS-RPT-DETAIL.                  PGM198
032700*                                                                 PGM198
032800 3100-TAKE-SNAPSHOT.                                              PGM198
032900     MOVE WS-SM-MATL-CD (SM-IDX) TO RM-MATL-CD                    PGM198
033000     READ RM-MASTER-FILE                                          PGM198
033100         INVALID KEY                                              PGM198
033200             MOVE 'MATERIAL NOT ON RM MASTER' TO RD-ACTION        PGM198
033300             ADD 1 TO WS-ERROR-CNT                                PGM198
033400         NOT INVALID KEY                                          PGM198
033500             PERFORM 3200-WRITE-VARIANCE-HEADER                   PGM198
033600     END-READ.                                                    PGM198
033700*                                                                 PGM198
033800* 차이 = 측량 습량 톤 - 장부재고. 장부가 0 이면 비율은                               PGM198
033900* 최대로 보고 허용오차 초과로 판정한다.                                           PGM198
034000 3200-WRITE-VARIANCE-HEADER.                                      PGM198
034100     INITIALIZE SS-HDR-DATA                                       PGM198
034200     SET SS-AWAITING TO TRUE                                      PGM198
034300     MOVE WS-SM-PILE-CNT (SM-IDX) TO SS-PILE-CNT                  PGM198
034400     MOVE WS-SM-WET-TONS (SM-IDX) TO SS-TOT-WET-TONS              PGM198
034500     MOVE WS-SM-DRY-TONS (SM-IDX) TO SS-TOT-DRY-TONS              PGM198
034600     MOVE RM-STOCK-QTY            TO SS-BOOK-QTY                  PGM198
034700     MOVE WS-RUN-DATE             TO SS-SNAPSHOT-DATE             PGM198
034800     COMPUTE SS-VARIANCE-QTY =                                    PGM198
034900         WS-SM-WET-TONS (SM-IDX) - RM-STOCK-QTY                   PGM198
035000     IF RM-STOCK-QTY > 0                                          PGM198
035100         COMPUTE WS-VARIANCE-PCT ROUNDED =                        PGM198
035200             SS-VARIANCE-QTY * 100 / RM-STOCK-QTY                 PGM198
035300         IF WS-VARIANCE-PCT > 999.99                              PGM198
035400             MOVE 999.99 TO WS-VARIANCE-PCT                       PGM198
035500         END-IF                                                   PGM198
035600         IF WS-VARIANCE-PCT < -999.99                             PGM198
035700             MOVE -999.99 TO WS-VARIANCE-PCT                      PGM198
035800         END-IF                                                   PGM198
035900     ELSE                                                         PGM198
036000         IF SS-VARIANCE-QTY = 0                                   PGM198
036100             MOVE ZEROS TO WS-VARIANCE-PCT                        PGM198
036200         ELSE                                                     PGM198
036300             MOVE 999.99 TO WS-VARIANCE-PCT                       PGM198
036400         END-IF                                                   PGM198
036500     END-IF                                                       PGM198
036600     MOVE WS-VARIANCE-PCT TO SS-VARIANCE-PCT                      PGM198
036700     IF WS-VARIANCE-PCT < 0                                       PGM198
036800         COMPUTE WS-ABS-PCT = 0 - WS-VARIANCE-PCT                 PGM198
036900     ELSE                                                         PGM198
037000         MOVE WS-VARIANCE-PCT TO WS-ABS-PCT                       PGM198
037100     END-IF                                                       PGM198
037200     IF WS-ABS-PCT > WS-TOLERANCE-PCT                             PGM198
037300         SET SS-OVER-TOL TO TRUE                                  PGM198
037400     ELSE                                                         PGM198
037500         SET SS-WITHIN-TOL TO TRUE                                PGM198
037600     END-IF                                                       PGM198
037700     WRITE STOCKPILE-SURVEY-REC                                   PGM198
037800         INVALID KEY                                              PGM198
037900             DISPLAY 'VARIANCE HEADER WRITE ERROR: '              PGM198
038000                     WS-FILE-STATUS2                              PGM198
038100             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM198
038200             PERFORM 9900-ABNORMAL-END                            PGM198
038300     END-WRITE                                                    PGM198
038400     ADD 1 TO WS-NEW-CNT                                          PGM198
038500     PERFORM 3300-SHOW-VARIANCE                                   PGM198
038600     MOVE 'NEW - AWAITING APPROVAL' TO RD-ACTION                  PGM198
038700     PERFORM 3350-COUNT-AWAITING.                                 PGM198
038800*                                                                 PGM198
038900 3300-SHOW-VARIANCE.                                              PGM198
039000     MOVE SS-BOOK-QTY     TO RD-BOOK-QTY                          PGM198
039100     MOVE SS-VARIANCE-QTY TO RD-VARIANCE                          PGM198
039200     MOVE SS-VARIANCE-PCT TO RD-VARIANCE-PCT                      PGM198
039300     IF SS-OVER-TOL                                               PGM198
039400         MOVE 'OVER'   TO RD-TOLERANCE                            PGM198
039500     ELSE                                                         PGM198
039600         MOVE 'WITHIN' TO RD-TOLERANCE                            PGM198
039700     END-IF.                                                      PGM198
039800*                                                                 PGM198
039900 3350-COUNT-AWAITING.                                             PGM198
040000     ADD 1 TO WS-AWAIT-CNT                                        PGM198
040100     IF SS-OVER-TOL                                               PGM198
040200         ADD 1 TO WS-OVER-CNT                                     PGM198
040300     END-IF.                                                      PGM198
040400*                                                                 PGM198
040500 3400-ACT-ON-DECISION.                                            PGM198
040600     EVALUATE TRUE                                                PGM198
040700         WHEN SS-AWAITING                                         PGM198
040800             MOVE SPACES TO RD-ACTION                             PGM198
040900             STRING 'AWAITING APPROVAL - BOOK '                   PGM198
041000                    SS-SNAPSHOT-DATE                              PGM198
041100                 DELIMITED BY SIZE INTO RD-ACTION                 PGM198
041200             PERFORM 3350-COUNT-AWAITING                          PGM198
041300         WHEN SS-APPROVED                                         PGM198
041400             PERFORM 3500-ISSUE-ADJUSTMENT                        PGM198
041500         WHEN SS-REJECTED                                         PGM198
041600             MOVE SPACES TO RD-ACTION                             PGM198
041700             STRING 'REJECTED ' SS-REASON-CD ' BY '               PGM198
041800                    SS-DECIDED-BY                                 PGM198
041900                 DELIMITED BY SIZE INTO RD-ACTION                 PGM198
042000             ADD 1 TO WS-REJECTED-CNT                             PGM198
042100         WHEN SS-ISSUED                                           PGM198
042200             MOVE SPACES TO RD-ACTION                             PGM198
042300             STRING 'ADJUSTMENT ISSUED ' SS-REASON-CD             PGM198
042400                 DELIMITED BY SIZE INTO RD-ACTION                 PGM198
042500         WHEN OTHER                                               PGM198
042600             MOVE 'UNKNOWN VARIANCE STATUS' TO RD-ACTION          PGM198
042700             ADD 1 TO WS-ERROR-CNT                                PGM198
042800     END-EVALUATE.                                                PGM198
042900*                                                                 PGM198
043000* 승인된 차이를 재고조정 트랜잭션으로 낸다. 같은 키가 이미                                PGM198
043100* 있으면 앞선 실행에서 발행된 것이므로 상태만 맞춘다.                                   PGM198
043200 3500-ISSUE-ADJUSTMENT.                                           PGM198
043300     INITIALIZE RM-ADJUST-REC                                     PGM198
043400     MOVE SS-MATL-CD       TO AJ-MATL-CD                          PGM198
043500     MOVE WS-RUN-DATE      TO AJ-ADJ-DATE                         PGM198
043600     SET AJ-FROM-SURVEY    TO TRUE                                PGM198
043700     MOVE SS-SURVEY-YYYYMM TO AJ-REF-NO                           PGM198
043800     MOVE SS-VARIANCE-QTY  TO AJ-ADJ-QTY                          PGM198
043900     MOVE SS-REASON-CD     TO AJ-REASON-CD                        PGM198
044000     MOVE SS-DECIDED-BY    TO AJ-USER-ID                          PGM198
044100     SET AJ-PENDING        TO TRUE                                PGM198
044200     WRITE RM-ADJUST-REC                                          PGM198
044300         INVALID KEY                                              PGM198
044400             IF WS-FILE-STATUS4 NOT = '22'                        PGM198
044500                 DISPLAY 'RM ADJUSTMENT WRITE ERROR: '            PGM198
044600                         WS-FILE-STATUS4                          PGM198
044700                 MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS          PGM198
044800                 PERFORM 9900-ABNORMAL-END                        PGM198
044900             END-IF                                               PGM198
045000     END-WRITE                                                    PGM198
045100     SET SS-ISSUED TO TRUE                                        PGM198
045200     REWRITE STOCKPILE-SURVEY-REC                                 PGM198
045300         INVALID KEY                                              PGM198
045400             DISPLAY 'VARIANCE HEADER REWRITE ERROR: '            PGM198
045500                     WS-FILE-STATUS2                              PGM198
045600             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM198
045700             PERFORM 9900-ABNORMAL-END                            PGM198
045800     END-REWRITE                                                  PGM198
045900     MOVE SPACES TO RD-ACTION                                     PGM198
046000     STRING 'ADJUSTMENT NOW ISSUED ' SS-REASON-CD                 PGM198
046100         DELIMITED BY SIZE INTO RD-ACTION                         PGM198
046200     ADD 1 TO WS-ISSUED-CNT                                       PGM198
046300     ADD SS-VARIANCE-QTY TO WS-ISSUED-QTY.                        PGM198
046400*                                                                 PGM198
046500 9000-FINALIZE.                                                   PGM198
046600     MOVE WS-MATL-CNT     TO RT-MATL-CNT                          PGM198
046700     MOVE WS-NEW-CNT      TO RT-NEW-CNT                           PGM198
046800     MOVE WS-AWAIT-CNT    TO RT-AWAIT-CNT                         PGM198
046900     MOVE WS-OVER-CNT     TO RT-OVER-CNT                          PGM198
047000     MOVE WS-ISSUED-CNT   TO RT-ISSUED-CNT                        PGM198
047100     MOVE WS-ISSUED-QTY   TO RT-ISSUED-QTY                        PGM198
047200     MOVE WS-REJECTED-CNT TO RT-REJECTED-CNT                      PGM198
047300     MOVE WS-ERROR-CNT    TO RT-ERROR-CNT                         PGM198
047400     WRITE SURVEY-REPORT-REC FROM WS-RPT-BLANK                    PGM198
047500     WRITE SURVEY-REPORT-REC FROM WS-RPT-TOTAL                    PGM198
047600     CLOSE STOCKPILE-SURVEY-FILE                                  PGM198
047700     CLOSE RM-MASTER-FILE                                         PGM198
047800     CLOSE RM-ADJUST-FILE                                         PGM198
047900     CLOSE SURVEY-REPORT-FILE                                     PGM198
048000     DISPLAY 'PGM198 COMPLETED: ' WS-MATL-CNT ' MATERIALS, '      PGM198
048100             WS-AWAIT-CNT ' AWAITING, ' WS-OVER-CNT               PGM198
048200             ' OVER TOLERANCE, ' WS-ISSUED-CNT ' ISSUED'          PGM198
048300     IF WS-OVER-CNT > 0 OR WS-ERROR-CNT > 0                       PGM198
048400         MOVE 4 TO RETURN-CODE                                    PGM198
048500     END-IF.                                                      PGM198
048600*                                                                 PGM198
048700 9750-DIAGNOSE-FILE-STATUS.                                       PGM198
048800     EVALUATE WS-ABEND-STATUS                                     PGM198
048900         WHEN '10'                                                PGM198
049000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM198
049100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM198
049200         WHEN '23'                                                PGM198
049300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM198
049400             DISPLAY '  AND RETRY THE REQUEST'                    PGM198
049500         WHEN '35'                                                PGM198
049600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM198
049700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM198
049800         WHEN '37'                                                PGM198
049900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM198
050000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM198
050100         WHEN '39'                                                PGM198
050200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM198
050300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM198
050400         WHEN '41'                                                PGM198
050500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM198
050600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM198
050700         WHEN '42'                                                PGM198
050800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM198
050900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM198
051000         WHEN '46'                                                PGM198
051100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM198
051200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM198
051300         WHEN OTHER                                               PGM198
051400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM198
051500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM198
051600     END-EVALUATE.                                                PGM198
051700*                                                                 PGM198
051800 9900-ABNORMAL-END.                                               PGM198
051900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM198
052000     DISPLAY 'PGM198 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM198
052100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM198
052200     MOVE 16 TO RETURN-CODE                                       PGM198
052300     GOBACK.                                                      PGM198
052400                                                                  PGM198
