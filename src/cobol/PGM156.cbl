000100 IDENTIFICATION DIVISION.                                         PGM156
000200 PROGRAM-ID.    PGM156.                                           PGM156
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM156
000400*                                                                 PGM156
000500* =========================================================       PGM156
000600* 프로그램명: 미결 구매요청 경과일 보고서                                          PGM156
000700* 처리내용  : 결재 대기(P)와 최종 승인 후 발주 미전환(A)                             PGM156
000800*            구매요청을 요청자별, 결재자별로 나누어 찍는다.                           PGM156
000900*            요청자별은 요청 등록일부터의 경과일, 결재자별은                           PGM156
001000*            현재 단계에 머문 일수(마지막 결재일 기준)로                            PGM156
001100*            0-7/8-15/16-30/30일 초과 구간을 나누어 소계한다.                  PGM156
001200*            승인 완료 건은 결재자 '*PURCHASE'(구매 발주 전환                    PGM156
001300*            대기)로 모은다. 필요일이 지난 요청은 '*' 표시.                        PGM156
001400* =========================================================       PGM156
001500*                                                                 PGM156
001600 ENVIRONMENT DIVISION.                                            PGM156
001700 CONFIGURATION SECTION.                                           PGM156
001800 INPUT-OUTPUT SECTION.                                            PGM156
001900 FILE-CONTROL.                                                    PGM156
002000     SELECT OPTIONAL AGING-PARM-FILE                              PGM156
002100         ASSIGN TO PRAGPARM                                       PGM156
002200         ORGANIZATION IS SEQUENTIAL                               PGM156
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM156
002400     SELECT PREQ-MASTER-FILE                                      PGM156
002500         ASSIGN TO PREQMAST                                       PGM156
002600         ORGANIZATION IS INDEXED                                  PGM156
002700         ACCESS MODE IS SEQUENTIAL                                PGM156
002800         RECORD KEY IS PR-REQ-NO                                  PGM156
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM156
003000     SELECT SORT-WORK-FILE                                        PGM156
003100         ASSIGN TO SORTWK01.                                      PGM156
003200     SELECT SORTED-AGING-FILE                                     PGM156
003300         ASSIGN TO PRAGSORT                                       PGM156
003400         ORGANIZATION IS SEQUENTIAL                               PGM156
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM156
003600     SELECT AGING-REPORT-FILE                                     PGM156
003700         ASSIGN TO PRAGRPT                                        PGM156
003800         ORGANIZATION IS SEQUENTIAL                               PGM156
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM156
004000*                                                                 PGM156
004100 DATA DIVISION.                                                   PGM156
004200 FILE SECTION.                                                    PGM156
004300 FD  AGING-PARM-FILE.                                             PGM156
004400 01  AGING-PARM-REC.                                              PGM156
004500     05 AP-RUN-DATE          PIC 9(08).                           PGM156
004600     05 FILLER               PIC X(72).                           PGM156
004700 FD  PREQ-MASTER-FILE.                                            PGM156
004800 01  PREQ-MASTER-REC.                                             PGM156
004900     COPY CPYPREQ.                                                PGM156
005000* 묶음키(요청자 또는 결재자)별 미결 요청 1건                                       PGM156
005100 SD  SORT-WORK-FILE.                                              PGM156
005200 01  SORT-WORK-REC.                                               PGM156
005300     05 AS-GROUP-ID          PIC X(10).                           PGM156
005400     05 AS-REQ-NO            PIC 9(06).                           PGM156
005500     05 AS-OTHER-ID          PIC X(10).                           PGM156
005600     05 AS-COST-CENTER       PIC X(06).                           PGM156
005700     05 AS-ITEM-DESC         PIC X(24).                           PGM156
005800     05 AS-EST-VALUE         PIC S9(11)V99 COMP-3.                PGM156
005900     05 AS-CREATE-DATE       PIC 9(08).                           PGM156
006000     05 AS-NEED-DATE         PIC 9(08).                           PGM156
006100     05 AS-STATUS-CD         PIC X(01).                           PGM156
006200     05 AS-AGE-DAYS          PIC S9(05).                          PGM156
006300     05 AS-WAIT-DAYS         PIC S9(05).                          PGM156
006400 FD  SORTED-AGING-FILE.                                           PGM156
006500 01  SORTED-AGING-REC.                                            PGM156
006600     05 AR-GROUP-ID          PIC X(10).                           PGM156
006700     05 AR-REQ-NO            PIC 9(06).                           PGM156
006800     05 AR-OTHER-ID          PIC X(10).                           PGM156
006900     05 AR-COST-CENTER       PIC X(06).                           PGM156
007000     05 AR-ITEM-DESC         PIC X(24).                           PGM156
007100     05 AR-EST-VALUE         PIC S9(11)V99 COMP-3.                PGM156
007200     05 AR-CREATE-DATE       PIC 9(08).                           PGM156
007300     05 AR-NEED-DATE         PIC 9(08).                           PGM156
007400     05 AR-STATUS-CD         PIC X(01).                           PGM156
007500     05 AR-AGE-DAYS          PIC S9(05).                          PGM156
007600     05 AR-WAIT-DAYS         PIC S9(05).                          PGM156
007700 FD  AGING-REPORT-FILE.                                           PGM156
007800 01  AGING-REPORT-REC        PIC X(132).                          PGM156
007900*                                                                 PGM156
008000 WORKING-STORAGE SECTION.                                         PGM156
008100 01  WS-FILE-STATUS         PIC XX.                               PGM156
008200 01  WS-FILE-STATUS2        PIC XX.                               PGM156
008300 01  WS-FILE-STATUS3        PIC XX.                               PGM156
008400 01  WS-FILE-STATUS4        PIC XX.                               PGM156
008500 01  WS-ABEND-STATUS        PIC XX.                               PGM156
008600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM156
008700     88 WS-EOF              VALUE 'Y'.                            PGM156
008800* 보고 구분: R=요청자별, A=결재자별                                           PGM156
008900 01  WS-SECTION-FLAG        PIC X VALUE 'R'.                      PGM156
009000     88 WS-BY-REQUESTER     VALUE 'R'.                            PGM156
009100     88 WS-BY-APPROVER      VALUE 'A'.                            PGM156
009200* 기준일과 경과일(30/360 기준)                                             PGM156
009300 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM156
009400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM156
009500     05 WS-RUN-YY           PIC 9(04).                            PGM156
009600     05 WS-RUN-MM           PIC 9(02).                            PGM156
009700     05 WS-RUN-DD           PIC 9(02).                            PGM156
009800 01  WS-FROM-DATE           PIC 9(08) VALUE ZEROS.                PGM156
009900 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.                       PGM156
010000     05 WS-FROM-YY          PIC 9(04).                            PGM156
010100     05 WS-FROM-MM          PIC 9(02).                            PGM156
010200     05 WS-FROM-DD          PIC 9(02).                            PGM156
010300 01  WS-ELAPSED-DAYS        PIC S9(05) VALUE ZEROS.               PGM156
010400 01  WS-AGE-DAYS            PIC S9(05) VALUE ZEROS.               PGM156
010500 01  WS-WAIT-DAYS           PIC S9(05) VALUE ZEROS.               PGM156
010600 01  WS-BUCKET-DAYS         PIC S9(05) VALUE ZEROS.               PGM156
010700 01  WS-PREV-GROUP-ID       PIC X(10).                            PGM156
010800 01  WS-SECTION-LINES       PIC 9(07) VALUE ZEROS.                PGM156
010900* 묶음 소계와 구분 합계 (경과 구간별 건수)                                        PGM156
011000 01  WS-GROUP-TOTALS.                                             PGM156
011100     05 WS-GRP-COUNT        PIC 9(07) VALUE ZEROS.                PGM156
011200     05 WS-GRP-VALUE        PIC S9(13)V99 VALUE ZEROS.            PGM156
011300     05 WS-GRP-BUCKET       PIC 9(07) OCCURS 4 TIMES.             PGM156
011400 01  WS-SECTION-TOTALS.                                           PGM156
011500     05 WS-SEC-COUNT        PIC 9(07) VALUE ZEROS.                PGM156
011600     05 WS-SEC-VALUE        PIC S9(13)V99 VALUE ZEROS.            PGM156
011700     05 WS-SEC-BUCKET       PIC 9(07) OCCURS 4 TIMES.             PGM156
011800 01  WS-BUCKET-IX           PIC 9(01) VALUE ZEROS.                PGM156
011900* 처리 건수                                                           PGM156
012000 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM156
012100 01  WS-OPEN-COUNT          PIC 9(07) VALUE ZEROS.                PGM156
012200 01  WS-PENDING-COUNT       PIC 9(07) VALUE ZEROS.                PGM156
012300 01  WS-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.                PGM156
012400 01  WS-PAST-NEED-COUNT     PIC 9(07) VALUE ZEROS.                PGM156
012500*                                                                 PGM156
012600 01  WS-RPT-HEADER.                                               PGM156
012700     05 FILLER               PIC X(44) VALUE                      PGM156
012800             'PGM156 OPEN PURCHASE REQUISITION AGING - AS '.      PGM156
012900     05 FILLER               PIC X(03) VALUE 'OF '.               PGM156
013000     05 RH-RUN-DATE          PIC 9(08).                           PGM156
013100     05 FILLER               PIC X(77) VALUE SPACES.              PGM156
013200 01  WS-RPT-SECTION.                                              PGM156
013300     05 RT-SECTION-TITLE     PIC X(60).                           PGM156
013400     05 FILLER               PIC X(72) VALUE SPACES.              PGM156
013500 01  WS-RPT-COLUMNS.                                              PGM156
013600     05 FILLER               PIC X(48) VALUE                      PGM156
013700             'GROUP      REQ NO CC     ITEM                   '.  PGM156
013800     05 FILLER               PIC X(48) VALUE                      PGM156
013900             '           EST VALUE CREATED  NEED DT   S REQR/A'.  PGM156
014000     05 FILLER               PIC X(36) VALUE                      PGM156
014100             'PPR    AGE  WAIT BUCKET'.                           PGM156
014200 01  WS-RPT-DETAIL.                                               PGM156
014300     05 RD-GROUP-ID          PIC X(10).                           PGM156
014400     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
014500     05 RD-REQ-NO            PIC 9(06).                           PGM156
014600     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
014700     05 RD-COST-CENTER       PIC X(06).                           PGM156
014800     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
014900     05 RD-ITEM-DESC         PIC X(24).                           PGM156
015000     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
015100     05 RD-EST-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              PGM156
015200     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
015300     05 RD-CREATE-DATE       PIC 9(08).                           PGM156
015400     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
015500     05 RD-NEED-DATE         PIC 9(08).                           PGM156
015600     05 RD-PAST-NEED         PIC X(01).                           PGM156
015700     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
015800     05 RD-STATUS-CD         PIC X(01).                           PGM156
015900     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
016000     05 RD-OTHER-ID          PIC X(10).                           PGM156
016100     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
016200     05 RD-AGE-DAYS          PIC ZZZ9-.                           PGM156
016300     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
016400     05 RD-WAIT-DAYS         PIC ZZZ9-.                           PGM156
016500     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
016600     05 RD-BUCKET            PIC X(05).                           PGM156
016700     05 FILLER               PIC X(14) VALUE SPACES.              PGM156
016800 01  WS-RPT-TOTAL.                                                PGM156
016900     05 RS-LABEL             PIC X(10).                           PGM156
017000     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
017100     05 RS-GROUP-ID          PIC X(10).                           PGM156
017200     05 FILLER               PIC X(01) VALUE SPACE.               PGM156
017300     05 RS-COUNT             PIC ZZZZZZ9.                         PGM156
017400     05 FILLER               PIC X(05) VALUE ' REQ '.             PGM156
017500     05 RS-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              PGM156
017600     05 FILLER               PIC X(08) VALUE '   0-7: '.          PGM156
017700     05 RS-BUCKET-1          PIC ZZZZZ9.                          PGM156
017800     05 FILLER               PIC X(08) VALUE '  8-15: '.          PGM156
017900     05 RS-BUCKET-2          PIC ZZZZZ9.                          PGM156
018000     05 FILLER               PIC X(08) VALUE ' 16-30: '.          PGM156
018100     05 RS-BUCKET-3          PIC ZZZZZ9.                          PGM156
018200     05 FILLER               PIC X(08) VALUE '  >30: '.           PGM156
018300     05 RS-BUCKET-4          PIC ZZZZZ9.                          PGM156
018400     05 FILLER               PIC X(24) VALUE SPACES.              PGM156
018500 01  WS-RPT-CNT-LINE.                                             PGM156
018600     05 RN-LABEL             PIC X(40).                           PGM156
018700     05 RN-COUNT             PIC ZZZZZZ9.                         PGM156
018800     05 FILLER               PIC X(85) VALUE SPACES.              PGM156
018900*                                                                 PGM156
019000 PROCEDURE DIVISION.                                              PGM156
019100*                                                                 PGM156
019200 0000-MAIN-PROCESS.                                               PGM156
019300     PERFORM 1000-INITIALIZE                                      PGM156
019400     SET WS-BY-REQUESTER TO TRUE                                  PGM156
019500     PERFORM 2000-PRINT-AGING-SECTION                             PGM156
019600     SET WS-BY-APPROVER TO TRUE                                   PGM156
019700     PERFORM 2000-PRINT-AGING-SECTION                             PGM156
019800     PERFORM 5000-PRINT-COUNTS                                    PGM156
019900     PERFORM 9000-FINALIZE                                        PGM156
020000     GOBACK.                                                      PGM156
020100*                                                                 PGM156
020200* 기준일: 파라미터가 없으면 시스템 일자.                                          PGM156
020300 1000-INITIALIZE.                                                 PGM156
020400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM156
020500     OPEN INPUT AGING-PARM-FILE                                   PGM156
020600     IF WS-FILE-STATUS = '00'                                     PGM156
020700         READ AGING-PARM-FILE                                     PGM156
020800             NOT AT END                                           PGM156
020900                 IF AP-RUN-DATE IS NUMERIC AND AP-RUN-DATE > 0    PGM156
021000                     MOVE AP-RUN-DATE TO WS-RUN-DATE              PGM156
021100                 END-IF                                           PGM156
021200         END-READ                                                 PGM156
021300         CLOSE AGING-PARM-FILE                                    PGM156
021400     END-IF                                                       PGM156
021500     OPEN OUTPUT AGING-REPORT-FILE                                PGM156
021600     IF WS-FILE-STATUS4 NOT = '00'                                PGM156
021700         DISPLAY 'AGING REPORT OPEN ERROR: ' WS-FILE-STATUS4      PGM156
021800         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM156
021900         PERFORM 9900-ABNORMAL-END                                PGM156
022000     END-IF                                                       PGM156
022100     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM156
022200     WRITE AGING-REPORT-REC FROM WS-RPT-HEADER.                   PGM156
022300*                                                                 PGM156
022400* 구분마다 요청 마스터를 다시 읽어 묶음키로 정렬한다.                                   PGM156
022500 2000-PRINT-AGING-SECTION.                                        PGM156
022600     IF WS-BY-REQUESTER                                           PGM156
022700         MOVE 'OPEN REQUISITIONS BY REQUESTER - AGE FROM CREATION'PGM156
022800             TO RT-SECTION-TITLE                                  PGM156
022900     ELSE                                                         PGM156
023000         MOVE 'OPEN REQUISITIONS BY APPROVER - DAYS AT STEP'      PGM156
023100             TO RT-SECTION-TITLE                                  PGM156
023200     END-IF                                                       PGM156
023300     WRITE AGING-REPORT-REC FROM WS-RPT-SECTION                   PGM156
023400     WRITE AGING-REPORT-REC FROM WS-RPT-COLUMNS                   PGM156
023500     SORT SORT-WORK-FILE                                          PGM156
023600         ON ASCENDING KEY AS-GROUP-ID                             PGM156
023700                          AS-REQ-NO                               PGM156
023800         INPUT PROCEDURE 2100-SELECT-OPEN-REQUISITIONS            PGM156
023900         GIVING SORTED-AGING-FILE                                 PGM156
024000     PERFORM 3000-PRINT-SORTED-SECTION.                           PGM156
024100*                                                                 PGM156
024200 2100-SELECT-OPEN-REQUISITIONS.                                   PGM156
024300     OPEN INPUT PREQ-MASTER-FILE                                  PGM156
024400     IF WS-FILE-STATUS2 NOT = '00'                                PGM156
024500         DISPLAY 'REQUISITION MASTER OPEN ERROR: ' WS-FILE-STATUS2PGM156
024600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM156
024700         PERFORM 9900-ABNORMAL-END                                PGM156
024800     END-IF                                                       PGM156
024900     PERFORM 2150-READ-REQUISITION                                PGM156
025000         UNTIL WS-EOF                                             PGM156
025100     CLOSE PREQ-MASTER-FILE                                       PGM156
025200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM156
025300*                                                                 PGM156
025400 2150-READ-REQUISITION.                                           PGM156
025500     READ PREQ-MASTER-FILE NEXT RECORD                            PGM156
025600         AT END                                                   PGM156
025700             SET WS-EOF TO TRUE                                   PGM156
025800         NOT AT END                                               PGM156
025900             IF PR-OPEN-REQ                                       PGM156
026000                 PERFORM 2200-RELEASE-REQUISITION                 PGM156
026100             END-IF                                               PGM156
026200             IF WS-BY-REQUESTER                                   PGM156
026300                 ADD 1 TO WS-READ-COUNT                           PGM156
026400             END-IF                                               PGM156
026500     END-READ.                                                    PGM156
026600*                                                                 PGM156
026700 2200-RELEASE-REQUISITION.                                        PGM156
026800     MOVE PR-CREATE-DATE TO WS-FROM-DATE                          PGM156
026900     PERFORM 2300-COMPUTE-ELAPSED                                 PGM156
027000     MOVE WS-ELAPSED-DAYS TO WS-AGE-DAYS                          PGM156
027100     IF PR-LAST-ACTION-DATE > 0                                   PGM156
027200         MOVE PR-LAST-ACTION-DATE TO WS-FROM-DATE                 PGM156
027300     END-IF                                                       PGM156
027400     PERFORM 2300-COMPUTE-ELAPSED                                 PGM156
027500     MOVE WS-ELAPSED-DAYS TO WS-WAIT-DAYS                         PGM156
027600     INITIALIZE SORT-WORK-REC                                     PGM156
027700     IF WS-BY-REQUESTER                                           PGM156
027800         MOVE PR-REQUESTER-ID TO AS-GROUP-ID                      PGM156
027900         IF PR-APPROVED                                           PGM156
028000             MOVE '*PURCHASE' TO AS-OTHER-ID                      PGM156
028100         ELSE                                                     PGM156
028200             MOVE PR-CURR-APPROVER TO AS-OTHER-ID                 PGM156
028300         END-IF                                                   PGM156
028400         PERFORM 2250-COUNT-OPEN-REQUISITION                      PGM156
028500     ELSE                                                         PGM156
028600         IF PR-APPROVED                                           PGM156
028700             MOVE '*PURCHASE' TO AS-GROUP-ID                      PGM156
028800         ELSE                                                     PGM156
028900             MOVE PR-CURR-APPROVER TO AS-GROUP-ID                 PGM156
029000         END-IF                                                   PGM156
029100         MOVE PR-REQUESTER-ID TO AS-OTHER-ID                      PGM156
029200     END-IF                                                       PGM156
029300     MOVE PR-REQ-NO       TO AS-REQ-NO                            PGM156
029400     MOVE PR-COST-CENTER  TO AS-COST-CENTER                       PGM156
029500     MOVE PR-ITEM-DESC    TO AS-ITEM-DESC                         PGM156
029600     MOVE PR-EST-VALUE    TO AS-EST-VALUE                         PGM156
029700     MOVE PR-CREATE-DATE  TO AS-CREATE-DATE                       PGM156
029800     MOVE PR-NEED-DATE    TO AS-NEED-DATE                         PGM156
029900     MOVE PR-STATUS-CD    TO AS-STATUS-CD                         PGM156
030000     MOVE WS-AGE-DAYS     TO AS-AGE-DAYS                          PGM156
030100     MOVE WS-WAIT-DAYS    TO AS-WAIT-DAYS                         PGM156
030200     RELEASE SORT-WORK-REC.                                       PGM156
030300*                                                                 PGM156
030400 2250-COUNT-OPEN-REQUISITION.                                     PGM156
030500     ADD 1 TO WS-OPEN-COUNT                                       PGM156
030600     IF PR-APPROVED                                               PGM156
030700         ADD 1 TO WS-APPROVED-COUNT                               PGM156
030800     ELSE                                                         PGM156
030900         ADD 1 TO WS-PENDING-COUNT                                PGM156
031000     END-IF                                                       PGM156
031100     IF PR-NEED-DATE < WS-RUN-DATE                                PGM156
031200         ADD 1 TO WS-PAST-NEED-COUNT                              PGM156
031300     END-IF.                                                      PGM156
031400*                                                                 PGM156
031500 2300-COMPUTE-ELAPSED.                                            PGM156
031600     COMPUTE WS-ELAPSED-DAYS =                                    PGM156
031700         ((WS-RUN-YY - WS-FROM-YY) * 360)                         PGM156
031800         + ((WS-RUN-MM - WS-FROM-MM) * 30)                        PGM156
031900         + (WS-RUN-DD - WS-FROM-DD)                               PGM156
032000     IF WS-ELAPSED-DAYS < 0                                       PGM156
032100         MOVE ZEROS TO WS-ELAPSED-DAYS                            PGM156
032200     END-IF.                                                      PGM156
032300*                                                                 PGM156
032400* 묶음키가 바뀔 때 소계를 찍는다.                                              PGM156
032500 3000-PRINT-SORTED-SECTION.                                       PGM156
032600     OPEN INPUT SORTED-AGING-FILE                                 PGM156
032700     IF WS-FILE-STATUS3 NOT = '00'                                PGM156
032800         DISPLAY 'SORTED AGING OPEN ERROR: ' WS-FILE-STATUS3      PGM156
032900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM156
033000         PERFORM 9900-ABNORMAL-END                                PGM156
033100     END-IF                                                       PGM156
033200     INITIALIZE WS-GROUP-TOTALS                                   PGM156
033300     INITIALIZE WS-SECTION-TOTALS                                 PGM156
033400     MOVE ZEROS TO WS-SECTION-LINES                               PGM156
033500     PERFORM 3150-READ-SORTED                                     PGM156
033600     IF NOT WS-EOF                                                PGM156
033700         MOVE AR-GROUP-ID TO WS-PREV-GROUP-ID                     PGM156
033800     END-IF                                                       PGM156
033900     PERFORM 3200-PROCESS-SORTED-LINE                             PGM156
034000         UNTIL WS-EOF                                             PGM156
034100     IF WS-SECTION-LINES > 0                                      PGM156
034200         PERFORM 3500-GROUP-BREAK                                 PGM156
034300     END-IF                                                       PGM156
034400     PERFORM 3600-PRINT-SECTION-TOTAL                             PGM156
034500     CLOSE SORTED-AGING-FILE                                      PGM156
034600     MOVE 'N' TO WS-EOF-FLAG.                                     PGM156
034700*                                                                 PGM156
034800 3150-READ-SORTED.                                                PGM156
034900     READ SORTED-AGING-FILE                                       PGM156
035000         AT END                                                   PGM156
035100             SET WS-EOF TO TRUE                                   PGM156
035200     END-READ.                                                    PGM156
035300*                                                                 PGM156
035400 3200-PROCESS-SORTED-LINE.                                        PGM156
035500     IF AR-GROUP-ID NOT = WS-PREV-GROUP-ID                        PGM156
035600         PERFORM 3500-GROUP-BREAK                                 PGM156
035700         MOVE AR-GROUP-ID TO WS-PREV-GROUP-ID                     PGM156
035800     END-IF                                                       PGM156
035900     ADD 1 TO WS-SECTION-LINES                                    PGM156
036000     IF WS-BY-REQUESTER                                           PGM156
036100         MOVE AR-AGE-DAYS  TO WS-BUCKET-DAYS                      PGM156
036200     ELSE                                                         PGM156
036300         MOVE AR-WAIT-DAYS TO WS-BUCKET-DAYS                      PGM156
036400     END-IF                                                       PGM156
036500     EVALUATE TRUE                                                PGM156
036600         WHEN WS-BUCKET-DAYS NOT > 7                              PGM156
036700             MOVE 1 TO WS-BUCKET-IX                               PGM156
036800             MOVE '0-7'   TO RD-BUCKET                            PGM156
036900         WHEN WS-BUCKET-DAYS NOT > 15                             PGM156
037000             MOVE 2 TO WS-BUCKET-IX                               PGM156
037100             MOVE '8-15'  TO RD-BUCKET                            PGM156
037200         WHEN WS-BUCKET-DAYS NOT > 30                             PGM156
037300             MOVE 3 TO WS-BUCKET-IX                               PGM156
037400             MOVE '16-30' TO RD-BUCKET                            PGM156
037500         WHEN OTHER                                               PGM156
037600             MOVE 4 TO WS-BUCKET-IX                               PGM156
037700             MOVE '>30'   TO RD-BUCKET                            PGM156
037800     END-EVALUATE                                                 PGM156
037900     ADD 1 TO WS-GRP-COUNT                                        PGM156
038000     ADD AR-EST-VALUE TO WS-GRP-VALUE                             PGM156
038100     ADD 1 TO WS-GRP-BUCKET (WS-BUCKET-IX)                        PGM156
038200     MOVE AR-GROUP-ID    TO RD-GROUP-ID                           PGM156
038300     MOVE AR-REQ-NO      TO RD-REQ-NO                             PGM156
038400     MOVE AR-COST-CENTER TO RD-COST-CENTER                        PGM156
038500     MOVE AR-ITEM-DESC   TO RD-ITEM-DESC                          PGM156
038600     MOVE AR-EST-VALUE   TO RD-EST-VALUE                          PGM156
038700     MOVE AR-CREATE-DATE TO RD-CREATE-DATE                        PGM156
038800     MOVE AR-NEED-DATE   TO RD-NEED-DATE                          PGM156
038900     IF AR-NEED-DATE < WS-RUN-DATE                                PGM156
039000         MOVE '*' TO RD-PAST-NEED                                 PGM156
039100     ELSE                                                         PGM156
039200         MOVE SPACE TO RD-PAST-NEED                               PGM156
039300     END-IF                                                       PGM156
039400     MOVE AR-STATUS-CD   TO RD-STATUS-CD                          PGM156
039500     MOVE AR-OTHER-ID    TO RD-OTHER-ID                           PGM156
039600     MOVE AR-AGE-DAYS    TO RD-AGE-DAYS                           PGM156
039700     MOVE AR-WAIT-DAYS   TO RD-WAIT-DAYS                          PGM156
039800     WRITE AGING-REPORT-REC FROM WS-RPT-DETAIL                    PGM156
039900     PERFORM 3150-READ-SORTED.                                    PGM156
040000*                                                                 PGM156
040100 3500-GROUP-BREAK.                                                PGM156
040200     MOVE 'SUBTOTAL'       TO RS-LABEL                            PGM156
040300     MOVE WS-PREV-GROUP-ID TO RS-GROUP-ID                         PGM156
040400     MOVE WS-GRP-COUNT     TO RS-COUNT                            PGM156
040500     MOVE WS-GRP-VALUE     TO RS-VALUE                            PGM156
040600     MOVE WS-GRP-BUCKET (1) TO RS-BUCKET-1                        PGM156
040700     MOVE WS-GRP-BUCKET (2) TO RS-BUCKET-2                        PGM156
040800     MOVE WS-GRP-BUCKET (3) TO RS-BUCKET-3                        PGM156
040900     MOVE WS-GRP-BUCKET (4) TO RS-BUCKET-4                        PGM156
041000     WRITE AGING-REPORT-REC FROM WS-RPT-TOTAL                     PGM156
041100     ADD WS-GRP-COUNT     TO WS-SEC-COUNT                         PGM156
041200     ADD WS-GRP-VALUE     TO WS-SEC-VALUE                         PGM156
041300     ADD WS-GRP-BUCKET (1) TO WS-SEC-BUCKET (1)                   PGM156
041400     ADD WS-GRP-BUCKET (2) TO WS-SEC-BUCKET (2)                   PGM156
041500     ADD WS-GRP-BUCKET (3) TO WS-SEC-BUCKET (3)                   PGM156
041600     ADD WS-GRP-BUCKET (4) TO WS-SEC-BUCKET (4)                   PGM156
041700     INITIALIZE WS-GROUP-TOTALS.                                  PGM156
041800*                                                                 PGM156
041900 3600-PRINT-SECTION-TOTAL.                                        PGM156
042000     MOVE 'TOTAL'          TO RS-LABEL                            PGM156
042100     MOVE SPACES           TO RS-GROUP-ID                         PGM156
042200     MOVE WS-SEC-COUNT     TO RS-COUNT                            PGM156
042300     MOVE WS-SEC-VALUE     TO RS-VALUE                            PGM156
042400     MOVE WS-SEC-BUCKET (1) TO RS-BUCKET-1                        PGM156
042500     MOVE WS-SEC-BUCKET (2) TO RS-BUCKET-2                        PGM156
042600     MOVE WS-SEC-BUCKET (3) TO RS-BUCKET-3                        PGM156
042700     MOVE WS-SEC-BUCKET (4) TO RS-BUCKET-4                        PGM156
042800     WRITE AGING-REPORT-REC FROM WS-RPT-TOTAL.                    PGM156
042900*                                                                 PGM156
043000 5000-PRINT-COUNTS.                                               PGM156
043100     MOVE 'RUN COUNTS' TO RT-SECTION-TITLE                        PGM156
043200     WRITE AGING-REPORT-REC FROM WS-RPT-SECTION                   PGM156
043300     MOVE 'REQUISITIONS READ' TO RN-LABEL                         PGM156
043400     MOVE WS-READ-COUNT TO RN-COUNT                               PGM156
043500     WRITE AGING-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM156
043600     MOVE 'OPEN REQUISITIONS' TO RN-LABEL                         PGM156
043700     MOVE WS-OPEN-COUNT TO RN-COUNT                               PGM156
043800     WRITE AGING-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM156
043900     MOVE '  AWAITING APPROVAL' TO RN-LABEL                       PGM156
044000     MOVE WS-PENDING-COUNT TO RN-COUNT                            PGM156
044100     WRITE AGING-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM156
044200     MOVE '  APPROVED - AWAITING PO CONVERSION' TO RN-LABEL       PGM156
044300     MOVE WS-APPROVED-COUNT TO RN-COUNT                           PGM156
044400     WRITE AGING-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM156
044500     MOVE 'PAST NEED DATE (*)' TO RN-LABEL                        PGM156
044600     MOVE WS-PAST-NEED-COUNT TO RN-COUNT                          PGM156
044700     WRITE AGING-REPORT-REC FROM WS-RPT-CNT-LINE.                 PGM156
044800*                                                                 PGM156
044900 9000-FINALIZE.                                                   PGM156
045000     CLOSE AGING-REPORT-FILE                                      PGM156
045100     IF WS-PAST-NEED-COUNT > 0                                    PGM156
045200         MOVE 4 TO RETURN-CODE                                    PGM156
045300     END-IF                                                       PGM156
045400     DISPLAY 'PGM156 COMPLETED: ' WS-OPEN-COUNT                   PGM156
045500             ' OPEN REQUISITIONS, ' WS-PAST-NEED-COUNT            PGM156
045600             ' PAST NEED DATE'.                                   PGM156
045700*                                                                 PGM156
045800 9750-DIAGNOSE-FILE-STATUS.                                       PGM156
045900     EVALUATE WS-ABEND-STATUS                                     PGM156
046000         WHEN '10'                                                PGM156
046100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM156
046200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM156
046300         WHEN '23'                                                PGM156
046400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM156
046500             DISPLAY '  AND RETRY THE REQUEST'                    PGM156
046600         WHEN '35'                                                PGM156
046700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM156
046800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM156
046900         WHEN '37'                                                PGM156
047000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM156
047100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM156
047200         WHEN '39'                                                PGM156
047300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM156
047400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM156
047500         WHEN '41'                                                PGM156
047600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM156
047700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM156
047800         WHEN '42'                                                PGM156
047900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM156
048000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM156
048100         WHEN '46'                                                PGM156
048200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM156
048300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM156
048400         WHEN OTHER                                               PGM156
048500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM156
048600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM156
048700     END-EVALUATE.                                                PGM156
048800*                                                                 PGM156
048900 9900-ABNORMAL-END.                                               PGM156
049000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM156
049100     DISPLAY 'PGM156 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM156
049200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM156
049300     MOVE 16 TO RETURN-CODE                                       PGM156
049400     GOBACK.                                                      PGM156
049500                                                                  PGM156
