000100 IDENTIFICATION DIVISION.                                         PGM203
000200 PROGRAM-ID.    PGM203.                                           PGM203
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM203
000400*                                                                 PGM203
000500* =========================================================       PGM203
000600* 프로그램명: 공급사별 품위 보너스/페널티 월보                                       PGM203
000700* 처리내용  : 보고월(기본 전월)에 입고된 입고 성분분석                                 PGM203
000800*            (CPYRASY) 중 정산 계산이 끝난 건을 공급사/자재                      PGM203
000900*            별로 모아 입고 건수, 순인수 습량, 건량톤(DMT),                       PGM203
001000*            기준금액(DMT x 발주단가), 보너스, 페널티, 순조정                      PGM203
001100*            금액과 기준금액 대비 순조정률을 보고한다. 공급사                          PGM203
001200*            소계와 전체 합계를 찍고, 아직 계산되지 않은 분석                         PGM203
001300*            건이 있으면 건수를 보고하고 RC 4 로 끝낸다.                          PGM203
001400* =========================================================       PGM203
001500*                                                                 PGM203
001600 ENVIRONMENT DIVISION.                                            PGM203
001700 CONFIGURATION SECTION.                                           PGM203
001800 INPUT-OUTPUT SECTION.                                            PGM203
001900 FILE-CONTROL.                                                    PGM203
002000     SELECT OPTIONAL ASSAY-PARM-FILE                              PGM203
002100         ASSIGN TO ASYPARM                                        PGM203
002200         ORGANIZATION IS SEQUENTIAL                               PGM203
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM203
002400     SELECT RECEIPT-ASSAY-FILE                                    PGM203
002500         ASSIGN TO RCPTASY                                        PGM203
002600         ORGANIZATION IS INDEXED                                  PGM203
002700         ACCESS MODE IS SEQUENTIAL                                PGM203
002800         RECORD KEY IS RA-KEY                                     PGM203
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM203
003000     SELECT SORT-WORK-FILE                                        PGM203
003100         ASSIGN TO SORTWK01.                                      PGM203
003200     SELECT SORTED-ASSAY-FILE                                     PGM203
003300         ASSIGN TO SRTQADJ                                        PGM203
003400         ORGANIZATION IS SEQUENTIAL                               PGM203
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM203
003600     SELECT QUALITY-REPORT-FILE                                   PGM203
003700         ASSIGN TO QADJRPT                                        PGM203
003800         ORGANIZATION IS SEQUENTIAL                               PGM203
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM203
004000*                                                                 PGM203
004100 DATA DIVISION.                                                   PGM203
004200 FILE SECTION.                                                    PGM203
004300 FD  ASSAY-PARM-FILE.                                             PGM203
004400 01  ASSAY-PARM-REC.                                              PGM203
004500     05 AP-REPORT-YYYYMM     PIC 9(06).                           PGM203
004600     05 FILLER               PIC X(74).                           PGM203
004700 FD  RECEIPT-ASSAY-FILE.                                          PGM203
004800 01  RECEIPT-ASSAY-REC.                                           PGM203
004900     COPY CPYRASY.                                                PGM203
005000 SD  SORT-WORK-FILE.                                              PGM203
005100 01  SORT-WORK-REC.                                               PGM203
005200     COPY CPYQASR.                                                PGM203
005300 FD  SORTED-ASSAY-FILE.                                           PGM203
005400 01  SORTED-ASSAY-REC.                                            PGM203
005500     COPY CPYQASR.                                                PGM203
005600 FD  QUALITY-REPORT-FILE.                                         PGM203
005700 01  QUALITY-REPORT-REC      PIC X(132).                          PGM203
005800*                                                                 PGM203
005900 WORKING-STORAGE SECTION.                                         PGM203
006000 01  WS-FILE-STATUS         PIC XX.                               PGM203
006100 01  WS-FILE-STATUS2        PIC XX.                               PGM203
006200 01  WS-FILE-STATUS3        PIC XX.                               PGM203
006300 01  WS-FILE-STATUS4        PIC XX.                               PGM203
006400 01  WS-ABEND-STATUS        PIC XX.                               PGM203
006500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM203
006600     88 WS-EOF              VALUE 'Y'.                            PGM203
006700 01  WS-FIRST-FLAG          PIC X VALUE 'Y'.                      PGM203
006800     88 WS-FIRST-LINE       VALUE 'Y'.                            PGM203
006900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM203
007000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM203
007100     05 WS-RUN-YYYY          PIC 9(04).                           PGM203
007200     05 WS-RUN-MM            PIC 9(02).                           PGM203
007300     05 WS-RUN-DD            PIC 9(02).                           PGM203
007400 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM203
007500 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM203
007600     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM203
007700     05 WS-PERIOD-MM         PIC 9(02).                           PGM203
007800 01  WS-RCPT-DATE           PIC 9(08) VALUE ZEROS.                PGM203
007900 01  WS-RCPT-DATE-R REDEFINES WS-RCPT-DATE.                       PGM203
008000     05 WS-RCPT-YYYYMM       PIC 9(06).                           PGM203
008100     05 WS-RCPT-DD           PIC 9(02).                           PGM203
008200 01  WS-CURR-VENDOR-CD      PIC X(10) VALUE SPACES.               PGM203
008300 01  WS-CURR-MATL-CD        PIC X(12) VALUE SPACES.               PGM203
008400 01  WS-NET-ADJ             PIC S9(13)V99 VALUE ZEROS.            PGM203
008500 01  WS-NET-ADJ-PCT         PIC S9(03)V99 VALUE ZEROS.            PGM203
008600*                                                                 PGM203
008700* 합계 단계 - 1 자재, 2 공급사, 3 전체                                       PGM203
008800 01  WS-SUB                 PIC 9(01) COMP VALUE ZEROS.           PGM203
008900 01  WS-TOTALS.                                                   PGM203
009000     05 WS-TOT-ENTRY OCCURS 3 TIMES.                              PGM203
009100         10 WS-TOT-RCPT-CNT    PIC 9(05) COMP.                    PGM203
009200         10 WS-TOT-WET-QTY     PIC S9(11)V99 COMP-3.              PGM203
009300         10 WS-TOT-DMT-QTY     PIC S9(11)V99 COMP-3.              PGM203
009400         10 WS-TOT-BASE-VALUE  PIC S9(13)V99 COMP-3.              PGM203
009500         10 WS-TOT-BONUS-AMT   PIC S9(13)V99 COMP-3.              PGM203
009600         10 WS-TOT-PENALTY-AMT PIC S9(13)V99 COMP-3.              PGM203
009700*                                                                 PGM203
009800 01  WS-ASSAY-CNT           PIC 9(07) VALUE ZEROS.                PGM203
009900 01  WS-SETTLED-CNT         PIC 9(07) VALUE ZEROS.                PGM203
010000 01  WS-PENDING-CNT         PIC 9(07) VALUE ZEROS.                PGM203
010100 01  WS-VENDOR-CNT          PIC 9(05) VALUE ZEROS.                PGM203
010200*                                                                 PGM203
010300 01  WS-RPT-HEADER.                                               PGM203
010400     05 FILLER               PIC X(44) VALUE                      PGM203
010500             'PGM203 QUALITY BONUS/PENALTY BY VENDOR - MON'.      PGM203
010600     05 FILLER               PIC X(04) VALUE 'TH  '.              PGM203
010700     05 RH-YYYYMM            PIC 9(06).                           PGM203
010800     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM203
010900     05 RH-RUN-DATE          PIC 9(08).                           PGM203
011000     05 FILLER               PIC X(60) VALUE SPACES.              PGM203
011100 01  WS-RPT-COLUMNS.                                              PGM203
011200     05 FILLER               PIC X(44) VALUE                      PGM203
011300             'VENDOR     MATERIAL    RCPTS       NET WET  '.      PGM203
011400     05 FILLER               PIC X(44) VALUE                      PGM203
011500             '         DMT       BASE VALUE          BONUS'.      PGM203
011600     05 FILLER               PIC X(44) VALUE                      PGM203
011700             '        PENALTY     NET ADJUST   ADJ %      '.      PGM203
011800 01  WS-RPT-DETAIL.                                               PGM203
011900     05 RD-VENDOR-CD         PIC X(10).                           PGM203
012000     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
012100     05 RD-MATL-CD           PIC X(12).                           PGM203
012200     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
012300     05 RD-RCPT-CNT          PIC ZZZ9.                            PGM203
012400     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
012500     05 RD-WET-QTY           PIC ZZ,ZZZ,ZZ9.99.                   PGM203
012600     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
012700     05 RD-DMT-QTY           PIC ZZ,ZZZ,ZZ9.99.                   PGM203
012800     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
012900     05 RD-BASE-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.                PGM203
013000     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
013100     05 RD-BONUS-AMT         PIC ZZZ,ZZZ,ZZ9.99.                  PGM203
013200     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
013300     05 RD-PENALTY-AMT       PIC ZZZ,ZZZ,ZZ9.99.                  PGM203
013400     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
013500     05 RD-NET-ADJ           PIC ZZZ,ZZZ,ZZ9.99-.                 PGM203
013600     05 FILLER               PIC X(01) VALUE SPACE.               PGM203
013700     05 RD-NET-ADJ-PCT       PIC ZZ9.99-.                         PGM203
013800     05 FILLER               PIC X(05) VALUE SPACES.              PGM203
013900 01  WS-RPT-TOTAL.                                                PGM203
014000     05 FILLER               PIC X(18) VALUE 'ASSAYS IN MONTH   '.PGM203
014100     05 RT-ASSAY-CNT         PIC Z,ZZZ,ZZ9.                       PGM203
014200     05 FILLER               PIC X(11) VALUE '  SETTLED  '.       PGM203
014300     05 RT-SETTLED-CNT       PIC Z,ZZZ,ZZ9.                       PGM203
014400     05 FILLER               PIC X(24) VALUE                      PGM203
014500             '  NOT YET CALCULATED    '.                          PGM203
014600     05 RT-PENDING-CNT       PIC Z,ZZZ,ZZ9.                       PGM203
014700     05 FILLER               PIC X(11) VALUE '  VENDORS  '.       PGM203
014800     05 RT-VENDOR-CNT        PIC ZZ,ZZ9.                          PGM203
014900     05 FILLER               PIC X(35) VALUE SPACES.              PGM203
015000 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM203
015100*                                                                 PGM203
015200 PROCEDURE DIVISION.                                              PGM203
015300*                                                                 PGM203
015400 0000-MAIN-PROCESS.                                               PGM203
015500     PERFORM 1000-INITIALIZE                                      PGM203
015600     PERFORM 2000-PRINT-ASSAY                                     PGM203
015700         UNTIL WS-EOF                                             PGM203
015800     PERFORM 9000-FINALIZE                                        PGM203
015900     GOBACK.                                                      PGM203
016000*                                                                 PGM203
016100* 보고월 기본값은 실행월의 전월이다.                                             PGM203
016200 1000-INITIALIZE.                                                 PGM203
016300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM203
016400     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM203
016500     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM203
016600     IF WS-PERIOD-MM = 1                                          PGM203
016700         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM203
016800         MOVE 12 TO WS-PERIOD-MM                                  PGM203
016900     ELSE                                                         PGM203
017000         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM203
017100     END-IF                                                       PGM203
017200     OPEN INPUT ASSAY-PARM-FILE                                   PGM203
017300     IF WS-FILE-STATUS = '00'                                     PGM203
017400         READ ASSAY-PARM-FILE                                     PGM203
017500             AT END                                               PGM203
017600                 CONTINUE                                         PGM203
017700             NOT AT END                                           PGM203
017800                 IF AP-REPORT-YYYYMM NUMERIC                      PGM203
017900                     AND AP-REPORT-YYYYMM > 0                     PGM203
018000                     MOVE AP-REPORT-YYYYMM TO WS-PERIOD-YYYYMM    PGM203
018100                 END-IF                                           PGM203
018200         END-READ                                                 PGM203
018300         CLOSE ASSAY-PARM-FILE                                    PGM203
018400     END-IF                                                       PGM203
018500     IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12                     PGM203
018600         DISPLAY 'INVALID REPORT MONTH: ' WS-PERIOD-YYYYMM        PGM203
018700         MOVE 'PM' TO WS-ABEND-STATUS                             PGM203
018800         PERFORM 9900-ABNORMAL-END                                PGM203
018900     END-IF                                                       PGM203
019000     INITIALIZE WS-TOTALS                                         PGM203
019100     OPEN OUTPUT QUALITY-REPORT-FILE                              PGM203
019200     IF WS-FILE-STATUS4 NOT = '00'                                PGM203
019300         DISPLAY 'QUALITY REPORT OPEN ERROR: ' WS-FILE-STATUS4    PGM203
019400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM203
019500         PERFORM 9900-ABNORMAL-END                                PGM203
019600     END-IF                                                       PGM203
019700     SORT SORT-WORK-FILE                                          PGM203
019800         ON ASCENDING KEY QA-VENDOR-CD OF SORT-WORK-REC           PGM203
019900                          QA-MATL-CD OF SORT-WORK-REC             PGM203
020000                          QA-RECEIPT-NO OF SORT-WORK-REC          PGM203
020100                          QA-RECEIPT-DT OF SORT-WORK-REC          PGM203
020200         INPUT PROCEDURE 1500-SELECT-ASSAYS                       PGM203
020300         GIVING SORTED-ASSAY-FILE                                 PGM203
020400     OPEN INPUT SORTED-ASSAY-FILE                                 PGM203
020500     IF WS-FILE-STATUS3 NOT = '00'                                PGM203
020600         DISPLAY 'SORTED ASSAY OPEN ERROR: ' WS-FILE-STATUS3      PGM203
020700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM203
020800         PERFORM 9900-ABNORMAL-END                                PGM203
020900     END-IF                                                       PGM203
021000     MOVE WS-PERIOD-YYYYMM TO RH-YYYYMM                           PGM203
021100     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM203
021200     WRITE QUALITY-REPORT-REC FROM WS-RPT-HEADER                  PGM203
021300     WRITE QUALITY-REPORT-REC FROM WS-RPT-BLANK                   PGM203
021400     WRITE QUALITY-REPORT-REC FROM WS-RPT-COLUMNS                 PGM203
021500     PERFORM 1100-READ-SORTED.                                    PGM203
021600*                                                                 PGM203
021700 1100-READ-SORTED.                                                PGM203
021800     READ SORTED-ASSAY-FILE                                       PGM203
021900         AT END SET WS-EOF TO TRUE                                PGM203
022000     END-READ.                                                    PGM203
022100*                                                                 PGM203
022200 1500-SELECT-ASSAYS.                                              PGM203
022300     OPEN INPUT RECEIPT-ASSAY-FILE                                PGM203
022400     IF WS-FILE-STATUS2 NOT = '00'                                PGM203
022500         DISPLAY 'RECEIPT ASSAY OPEN ERROR: ' WS-FILE-STATUS2     PGM203
022600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM203
022700         PERFORM 9900-ABNORMAL-END                                PGM203
022800     END-IF                                                       PGM203
022900     PERFORM 1600-SELECT-ASSAY                                    PGM203
023000         UNTIL WS-EOF                                             PGM203
023100     CLOSE RECEIPT-ASSAY-FILE                                     PGM203
023200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM203
023300*                                                                 PGM203
023400* 보고월 입고분만 본다. 정산 계산 전인 분석은 건수만 센다.                               PGM203
023500 1600-SELECT-ASSAY.                                               PGM203
023600     READ RECEIPT-ASSAY-FILE NEXT RECORD                          PGM203
023700         AT END                                                   PGM203
023800             SET WS-EOF TO TRUE                                   PGM203
023900         NOT AT END                                               PGM203
024000             MOVE RA-RECEIPT-DT TO WS-RCPT-DATE                   PGM203
024100             IF WS-RCPT-YYYYMM = WS-PERIOD-YYYYMM                 PGM203
024200                 ADD 1 TO WS-ASSAY-CNT                            PGM203
024300                 IF RA-CALCULATED                                 PGM203
024400                     ADD 1 TO WS-SETTLED-CNT                      PGM203
024500                     PERFORM 1700-RELEASE-ASSAY                   PGM203
024600                 ELSE                                             PGM203
024700                     ADD 1 TO WS-PENDING-CNT                      PGM203
024800                 END-IF                                           PGM203
024900             END-IF                                               PGM203
025000     END-READ.                                                    PGM203
025100*                                                                 PGM203
025200 1700-RELEASE-ASSAY.                                              PGM203
025300     INITIALIZE SORT-WORK-REC                                     PGM203
025400     MOVE RA-VENDOR-CD   TO QA-VENDOR-CD OF SORT-WORK-REC         PGM203
025500     MOVE RA-MATL-CD     TO QA-MATL-CD OF SORT-WORK-REC           PGM203
025600     MOVE RA-RECEIPT-NO  TO QA-RECEIPT-NO OF SORT-WORK-REC        PGM203
025700     MOVE RA-RECEIPT-DT  TO QA-RECEIPT-DT OF SORT-WORK-REC        PGM203
025800     MOVE RA-NET-WET-QTY TO QA-WET-QTY OF SORT-WORK-REC           PGM203
025900     MOVE RA-DMT-QTY     TO QA-DMT-QTY OF SORT-WORK-REC           PGM203
026000     MOVE RA-BASE-VALUE  TO QA-BASE-VALUE OF SORT-WORK-REC        PGM203
026100     MOVE RA-BONUS-AMT   TO QA-BONUS-AMT OF SORT-WORK-REC         PGM203
026200     MOVE RA-PENALTY-AMT TO QA-PENALTY-AMT OF SORT-WORK-REC       PGM203
026300     MOVE RA-ADJ-VALUE   TO QA-ADJ-VALUE OF SORT-WORK-REC         PGM203
026400     RELEASE SORT-WORK-REC.                                       PGM203
026500*                                                                 PGM203
026600* 공급사/자재가 바뀌면 자재 줄과 공급사 소계를 찍는다.                                  PGM203
026700 2000-PRINT-ASSAY.                                                PGM203
026800     IF WS-FIRST-LINE                                             PGM203
026900         MOVE 'N' TO WS-FIRST-FLAG                                PGM203
027000         PERFORM 2100-OPEN-VENDOR                                 PGM203
027100     ELSE                                                         PGM203
027200         IF QA-VENDOR-CD OF SORTED-ASSAY-REC                      PGM203
027300                 NOT = WS-CURR-VENDOR-CD                          PGM203
027400             PERFORM 3000-CLOSE-VENDOR                            PGM203
027500             PERFORM 2100-OPEN-VENDOR                             PGM203
027600         ELSE                                                     PGM203
027700             IF QA-MATL-CD OF SORTED-ASSAY-REC                    PGM203
027800                     NOT = WS-CURR-MATL-CD                        PGM203
027900                 PERFORM 2900-PRINT-MATERIAL                      PGM203
028000                 MOVE QA-MATL-CD OF SORTED-ASSAY-REC              PGM203
028100                     TO WS-CURR-MATL-CD                           PGM203
028200             END-IF                                               PGM203
028300         END-IF                                                   PGM203
028400     END-IF                                                       PGM203
028500     ADD 1 TO WS-TOT-RCPT-CNT (1)                                 PGM203
028600     ADD QA-WET-QTY OF SORTED-ASSAY-REC     TO WS-TOT-WET-QTY (1) PGM203
028700     ADD QA-DMT-QTY OF SORTED-ASSAY-REC     TO WS-TOT-DMT-QTY (1) PGM203
028800     ADD QA-BASE-VALUE OF SORTED-ASSAY-REC                        PGM203
028900         TO WS-TOT-BASE-VALUE (1)                                 PGM203
029000     ADD QA-BONUS-AMT OF SORTED-ASSAY-REC                         PGM203
029100         TO WS-TOT-BONUS-AMT (1)                                  PGM203
029200     ADD QA-PENALTY-AMT OF SORTED-ASSAY-REC                       PGM203
029300         TO WS-TOT-PENALTY-AMT (1)                                PGM203
029400     PERFORM 1100-READ-SORTED.                                    PGM203
029500*                                                                 PGM203
029600 2100-OPEN-VENDOR.                                                PGM203
029700     MOVE QA-VENDOR-CD OF SORTED-ASSAY-REC TO WS-CURR-VENDOR-CD   PGM203
029800     MOVE QA-MATL-CD OF SORTED-ASSAY-REC   TO WS-CURR-MATL-CD     PGM203
029900     ADD 1 TO WS-VENDOR-CNT.                                      PGM203
030000*                                                                 PGM203
030100* 합계 단계 WS-SUB 의 한 줄을 찍는다.                                        PGM203
030200 2800-PRINT-TOTAL-LINE.                                           PGM203
030300     MOVE WS-TOT-RCPT-CNT (WS-SUB)    TO RD-RCPT-CNT              PGM203
030400     MOVE WS-TOT-WET-QTY (WS-SUB)     TO RD-WET-QTY               PGM203
030500     MOVE WS-TOT-DMT-QTY (WS-SUB)     TO RD-DMT-QTY               PGM203
030600     MOVE WS-TOT-BASE-VALUE (WS-SUB)  TO RD-BASE-VALUE            PGM203
030700     MOVE WS-TOT-BONUS-AMT (WS-SUB)   TO RD-BONUS-AMT             PGM203
030800     MOVE WS-TOT-PENALTY-AMT (WS-SUB) TO RD-PENALTY-AMT           PGM203
030900     COMPUTE WS-NET-ADJ = WS-TOT-BONUS-AMT (WS-SUB)               PGM203
031000         - WS-TOT-PENALTY-AMT (WS-SUB)                            PGM203
031100     MOVE WS-NET-ADJ TO RD-NET-ADJ                                PGM203
031200     MOVE ZEROS TO WS-NET-ADJ-PCT                                 PGM203
031300     IF WS-TOT-BASE-VALUE (WS-SUB) > 0                            PGM203
031400         COMPUTE WS-NET-ADJ-PCT ROUNDED =                         PGM203
031500             WS-NET-ADJ * 100 / WS-TOT-BASE-VALUE (WS-SUB)        PGM203
031600     END-IF                                                       PGM203
031700     MOVE WS-NET-ADJ-PCT TO RD-NET-ADJ-PCT                        PGM203
031800     WRITE QUALITY-REPORT-REC FROM WS-RPT-DETAIL.                 PGM203
031900*                                                                 PGM203
032000* 단계 WS-SUB 합계를 윗 단계에 더하고 지운다.                                    PGM203
032100 2850-ROLL-TOTALS.                                                PGM203
032200     ADD WS-TOT-RCPT-CNT (WS-SUB) TO WS-TOT-RCPT-CNT (WS-SUB + 1) PGM203
032300     ADD WS-TOT-WET-QTY (WS-SUB)  TO WS-TOT-WET-QTY (WS-SUB + 1)  PGM203
032400     ADD WS-TOT-DMT-QTY (WS-SUB)  TO WS-TOT-DMT-QTY (WS-SUB + 1)  PGM203
032500     ADD WS-TOT-BASE-VALUE (WS-SUB)                               PGM203
032600         TO WS-TOT-BASE-VALUE (WS-SUB + 1)                        PGM203
032700     ADD WS-TOT-BONUS-AMT (WS-SUB)                                PGM203
032800         TO WS-TOT-BONUS-AMT (WS-SUB + 1)                         PGM203
032900     ADD WS-TOT-PENALTY-AMT (WS-SUB)                              PGM203
033000         TO WS-TOT-PENALTY-AMT (WS-SUB + 1)                       PGM203
033100     INITIALIZE WS-TOT-ENTRY (WS-SUB).                            PGM203
033200*                                                                 PGM203
033300 2900-PRINT-MATERIAL.                                             PGM203
033400     MOVE SPACES TO WS-RPT-DETAIL                                 PGM203
033500     MOVE WS-CURR-VENDOR-CD TO RD-VENDOR-CD                       PGM203
033600     MOVE WS-CURR-MATL-CD   TO RD-MATL-CD                         PGM203
033700     MOVE 1 TO WS-SUB                                             PGM203
033800     PERFORM 2800-PRINT-TOTAL-LINE                                PGM203
033900     PERFORM 2850-ROLL-TOTALS.                                    PGM203
034000*                                                                 PGM203
034100 3000-CLOSE-VENDOR.                                               PGM203
034200     PERFORM 2900-PRINT-MATERIAL                                  PGM203
034300     MOVE SPACES TO WS-RPT-DETAIL                                 PGM203
034400     MOVE WS-CURR-VENDOR-CD TO RD-VENDOR-CD                       PGM203
034500     MOVE 'VENDOR TOTAL'    TO RD-MATL-CD                         PGM203
034600     MOVE 2 TO WS-SUB                                             PGM203
034700     PERFORM 2800-PRINT-TOTAL-LINE                                PGM203
034800     PERFORM 2850-ROLL-TOTALS                                     PGM203
034900     WRITE QUALITY-REPORT-REC FROM WS-RPT-BLANK.                  PGM203
035000*                                                                 PGM203
035100 9000-FINALIZE.                                                   PGM203
035200     IF NOT WS-FIRST-LINE                                         PGM203
035300         PERFORM 3000-CLOSE-VENDOR                                PGM203
035400     END-IF                                                       PGM203
035500     MOVE SPACES TO WS-RPT-DETAIL                                 PGM203
035600     MOVE 'ALL'         TO RD-VENDOR-CD                           PGM203
035700     MOVE 'GRAND TOTAL' TO RD-MATL-CD                             PGM203
035800     MOVE 3 TO WS-SUB                                             PGM203
035900     PERFORM 2800-PRINT-TOTAL-LINE                                PGM203
036000     MOVE WS-ASSAY-CNT   TO RT-ASSAY-CNT                          PGM203
036100     MOVE WS-SETTLED-CNT TO RT-SETTLED-CNT                        PGM203
036200     MOVE WS-PENDING-CNT TO RT-PENDING-CNT                        PGM203
036300     MOVE WS-VENDOR-CNT  TO RT-VENDOR-CNT                         PGM203
036400     WRITE QUALITY-REPORT-REC FROM WS-RPT-BLANK                   PGM203
036500     WRITE QUALITY-REPORT-REC FROM WS-RPT-TOTAL                   PGM203
036600     CLOSE SORTED-ASSAY-FILE                                      PGM203
036700     CLOSE QUALITY-REPORT-FILE                                    PGM203
036800     IF WS-PENDING-CNT > 0                                        PGM203
036900         MOVE 4 TO RETURN-CODE                                    PGM203
037000     END-IF                                                       PGM203
037100     DISPLAY 'PGM203 COMPLETED: ' WS-PERIOD-YYYYMM ' '            PGM203
037200             WS-SETTLED-CNT ' SETTLED, ' WS-PENDING-CNT           PGM203
037300             ' NOT CALCULATED, ' WS-VENDOR-CNT ' VENDORS'.        PGM203
037400*                                                                 PGM203
037500 9750-DIAGNOSE-FILE-STATUS.                                       PGM203
037600     EVALUATE WS-ABEND-STATUS                                     PGM203
037700         WHEN '10'                                                PGM203
037800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM203
037900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM203
038000         WHEN '23'                                                PGM203
038100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM203
038200             DISPLAY '  AND RETRY THE REQUEST'                    PGM203
038300         WHEN '35'                                                PGM203
038400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM203
038500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM203
038600         WHEN '37'                                                PGM203
038700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM203
038800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM203
038900         WHEN '39'                                                PGM203
039000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM203
039100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM203
039200         WHEN '41'                                                PGM203
039300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM203
039400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM203
039500         WHEN '42'                                                PGM203
039600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM203
039700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM203
039800         WHEN '46'                                                PGM203
039900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM203
040000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM203
040100         WHEN OTHER                                               PGM203
040200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM203
040300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM203
040400     END-EVALUATE.                                                PGM203
040500*                                                                 PGM203
040600 9900-ABNORMAL-END.                                               PGM203
040700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM203
040800     DISPLAY 'PGM203 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM203
040900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM203
041000     MOVE 16 TO RETURN-CODE                                       PGM203
041100     GOBACK.                                                      PGM203
041200                                                                  PGM203
