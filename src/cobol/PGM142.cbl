000100 IDENTIFICATION DIVISION.                                         PGM142
000200 PROGRAM-ID.    PGM142.                                           PGM142
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM142
000400*                                                                 PGM142
000500* =========================================================       PGM142
000600* 프로그램명: GL 분개 생성 및 분개 전기장                                        PGM142
000700* 처리내용  : 각 반영 프로그램이 적재한 GL 인터페이스                                 PGM142
000800*            (CPYGLIF)를 실행 배치 단위로 검증하고 계정결정                       PGM142
000900*            테이블(CPYGLAD)로 차/대변 계정을 정해 분개                         PGM142
001000*            파일을 만든다. 계정 미결정, 차대 불일치, 컨트롤                         PGM142
001100*            레코드 누락/불일치 배치는 통째로 반려 파일에                            PGM142
001200*            남긴다. 정상 분개는 계정/원천 프로그램 순으로                           PGM142
001300*            정렬하여 분개 전기장을 출력한다.                                   PGM142
001400* =========================================================       PGM142
001500*                                                                 PGM142
001600 ENVIRONMENT DIVISION.                                            PGM142
001700 CONFIGURATION SECTION.                                           PGM142
001800 INPUT-OUTPUT SECTION.                                            PGM142
001900 FILE-CONTROL.                                                    PGM142
002000     SELECT GL-INTERFACE-FILE                                     PGM142
002100         ASSIGN TO GLINTF                                         PGM142
002200         ORGANIZATION IS SEQUENTIAL                               PGM142
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM142
002400     SELECT ACCT-DETERM-FILE                                      PGM142
002500         ASSIGN TO GLACCTD                                        PGM142
002600         ORGANIZATION IS INDEXED                                  PGM142
002700         ACCESS MODE IS RANDOM                                    PGM142
002800         RECORD KEY IS GA-KEY                                     PGM142
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM142
003000     SELECT JOURNAL-FILE                                          PGM142
003100         ASSIGN TO GLJRNL                                         PGM142
003200         ORGANIZATION IS SEQUENTIAL                               PGM142
003300         FILE STATUS IS WS-FILE-STATUS3.                          PGM142
003400     SELECT JOURNAL-REJECT-FILE                                   PGM142
003500         ASSIGN TO GLJREJ                                         PGM142
003600         ORGANIZATION IS SEQUENTIAL                               PGM142
003700         FILE STATUS IS WS-FILE-STATUS4.                          PGM142
003800     SELECT SORT-WORK-FILE                                        PGM142
003900         ASSIGN TO SORTWK01.                                      PGM142
004000     SELECT SORTED-JOURNAL-FILE                                   PGM142
004100         ASSIGN TO SRTJRNL                                        PGM142
004200         ORGANIZATION IS SEQUENTIAL                               PGM142
004300         FILE STATUS IS WS-FILE-STATUS5.                          PGM142
004400     SELECT JOURNAL-REGISTER-FILE                                 PGM142
004500         ASSIGN TO GLJRPT                                         PGM142
004600         ORGANIZATION IS SEQUENTIAL                               PGM142
004700         FILE STATUS IS WS-FILE-STATUS6.                          PGM142
004800     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM142
004900         ASSIGN TO AUDTRAIL                                       PGM142
005000         ORGANIZATION IS SEQUENTIAL                               PGM142
005100         FILE STATUS IS WS-FILE-STATUS7.                          PGM142
005200*                                                                 PGM142
005300 DATA DIVISION.                                                   PGM142
005400 FILE SECTION.                                                    PGM142
005500 FD  GL-INTERFACE-FILE.                                           PGM142
005600 01  GL-INTERFACE-REC.                                            PGM142
005700     COPY CPYGLIF.                                                PGM142
005800 FD  ACCT-DETERM-FILE.                                            PGM142
005900 01  ACCT-DETERM-REC.                                             PGM142
006000     COPY CPYGLAD.                                                PGM142
006100 FD  JOURNAL-FILE.                                                PGM142
006200 01  JOURNAL-REC.                                                 PGM142
006300     COPY CPYJRNL.                                                PGM142
006400 FD  JOURNAL-REJECT-FILE.                                         PGM142
006500 01  JOURNAL-REJECT-REC.                                          PGM142
006600     COPY CPYJRNL.                                                PGM142
006700 SD  SORT-WORK-FILE.                                              PGM142
006800 01  SORT-WORK-REC.                                               PGM142
006900     COPY CPYJRNL.                                                PGM142
007000 FD  SORTED-JOURNAL-FILE.                                         PGM142
007100 01  SORTED-JOURNAL-REC.                                          PGM142
007200     COPY CPYJRNL.                                                PGM142
007300 FD  JOURNAL-REGISTER-FILE.                                       PGM142
007400 01  JOURNAL-REGISTER-REC    PIC X(132).                          PGM142
007500 FD  AUDIT-TRAIL-FILE.                                            PGM142
007600 01  AUDIT-TRAIL-REC.                                             PGM142
007700     COPY CPYAUDIT.                                               PGM142
007800*                                                                 PGM142
007900 WORKING-STORAGE SECTION.                                         PGM142
008000 01  WS-FILE-STATUS         PIC XX.                               PGM142
008100 01  WS-FILE-STATUS2        PIC XX.                               PGM142
008200 01  WS-FILE-STATUS3        PIC XX.                               PGM142
008300 01  WS-FILE-STATUS4        PIC XX.                               PGM142
008400 01  WS-FILE-STATUS5        PIC XX.                               PGM142
008500 01  WS-FILE-STATUS6        PIC XX.                               PGM142
008600 01  WS-FILE-STATUS7        PIC XX.                               PGM142
008700 01  WS-ABEND-STATUS        PIC XX.                               PGM142
008800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM142
008900     88 WS-EOF              VALUE 'Y'.                            PGM142
009000 01  WS-SRT-EOF-FLAG        PIC X VALUE 'N'.                      PGM142
009100     88 WS-SRT-EOF          VALUE 'Y'.                            PGM142
009200 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM142
009300     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM142
009400 01  WS-AUDIT-COND          PIC X(10).                            PGM142
009500 01  WS-AUDIT-KEY1          PIC X(15).                            PGM142
009600 01  WS-AUDIT-KEY2          PIC X(15).                            PGM142
009700 01  WS-AUDIT-DESC          PIC X(40).                            PGM142
009800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM142
009900 01  WS-GA-FOUND-FLAG       PIC X VALUE 'N'.                      PGM142
010000     88 WS-GA-FOUND         VALUE 'Y'.                            PGM142
010100 01  WS-DEBIT-ACCT          PIC X(10).                            PGM142
010200 01  WS-CREDIT-ACCT         PIC X(10).                            PGM142
010300 01  WS-ABS-AMT             PIC S9(11)V99 VALUE ZEROS.            PGM142
010400 01  WS-LINE-NO             PIC 9(07) VALUE ZEROS.                PGM142
010500 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM142
010600 01  WS-POSTED-LINES        PIC 9(07) VALUE ZEROS.                PGM142
010700 01  WS-REJECT-LINES        PIC 9(07) VALUE ZEROS.                PGM142
010800 01  WS-POSTED-BATCHES      PIC 9(05) VALUE ZEROS.                PGM142
010900 01  WS-REJECT-BATCHES      PIC 9(05) VALUE ZEROS.                PGM142
011000*                                                                 PGM142
011100* 배치 테이블: 1차 판독에서 배치별 명세 건수/금액,                                   PGM142
011200* 차/대변 합계, 계정 미결정 건수와 컨트롤 레코드를                                    PGM142
011300* 모으고, 평가 결과(반려 사유)를 2차 판독에 쓴다.                                   PGM142
011400 01  WS-BT-COUNT            PIC 9(05) VALUE ZEROS.                PGM142
011500 01  WS-BT-MAX              PIC 9(05) VALUE 500.                  PGM142
011600 01  WS-BT-FOUND-FLAG       PIC X VALUE 'N'.                      PGM142
011700     88 WS-BT-FOUND         VALUE 'Y'.                            PGM142
011800 01  WS-WORK-BATCH-KEY      PIC X(22).                            PGM142
011900 01  WS-BATCH-TABLE.                                              PGM142
012000     05 WS-BT-ENTRY OCCURS 500 TIMES                              PGM142
012100             INDEXED BY BT-IDX.                                   PGM142
012200         10 WS-BT-KEY        PIC X(22).                           PGM142
012300         10 WS-BT-DTL-CNT    PIC 9(07).                           PGM142
012400         10 WS-BT-DTL-AMT    PIC S9(13)V99 COMP-3.                PGM142
012500         10 WS-BT-DR-AMT     PIC S9(13)V99 COMP-3.                PGM142
012600         10 WS-BT-CR-AMT     PIC S9(13)V99 COMP-3.                PGM142
012700         10 WS-BT-NOACCT-CNT PIC 9(05).                           PGM142
012800         10 WS-BT-TRL-FLAG   PIC X(01).                           PGM142
012900         10 WS-BT-CTL-CNT    PIC 9(07).                           PGM142
013000         10 WS-BT-CTL-AMT    PIC S9(13)V99 COMP-3.                PGM142
013100         10 WS-BT-REJECT-CD  PIC X(02).                           PGM142
013200*                                                                 PGM142
013300 01  WS-GROUP-OPEN-FLAG     PIC X VALUE 'N'.                      PGM142
013400     88 WS-GROUP-OPEN       VALUE 'Y'.                            PGM142
013500 01  WS-CURR-ACCOUNT        PIC X(10) VALUE SPACES.               PGM142
013600 01  WS-CURR-SOURCE         PIC X(06) VALUE SPACES.               PGM142
013700 01  WS-GRP-LINES           PIC 9(07) VALUE ZEROS.                PGM142
013800 01  WS-GRP-DR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
013900 01  WS-GRP-CR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
014000 01  WS-ACC-LINES           PIC 9(07) VALUE ZEROS.                PGM142
014100 01  WS-ACC-DR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
014200 01  WS-ACC-CR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
014300 01  WS-TOT-LINES           PIC 9(07) VALUE ZEROS.                PGM142
014400 01  WS-TOT-DR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
014500 01  WS-TOT-CR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM142
014600*                                                                 PGM142
014700 01  WS-RPT-HEADER.                                               PGM142
014800     05 FILLER               PIC X(30) VALUE                      PGM142
014900             'PGM142 GL JOURNAL REGISTER -  '.                    PGM142
015000     05 RH-RUN-DATE          PIC 9(08).                           PGM142
015100     05 FILLER               PIC X(94) VALUE SPACES.              PGM142
015200 01  WS-RPT-COLUMNS.                                              PGM142
015300     05 FILLER               PIC X(32) VALUE                      PGM142
015400         'ACCOUNT    SOURCE    LINES      '.                      PGM142
015500     05 FILLER               PIC X(32) VALUE                      PGM142
015600         ' DEBIT AMOUNT      CREDIT AMOUNT'.                      PGM142
015700     05 FILLER               PIC X(68) VALUE SPACES.              PGM142
015800 01  WS-RPT-DETAIL.                                               PGM142
015900     05 RD-ACCOUNT           PIC X(10).                           PGM142
016000     05 FILLER               PIC X(01) VALUE SPACE.               PGM142
016100     05 RD-SOURCE            PIC X(06).                           PGM142
016200     05 FILLER               PIC X(02) VALUE SPACES.              PGM142
016300     05 RD-LINES             PIC ZZZZZZ9.                         PGM142
016400     05 FILLER               PIC X(02) VALUE SPACES.              PGM142
016500     05 RD-DEBIT             PIC ZZZZZZZZZZZZ9.99-.               PGM142
016600     05 FILLER               PIC X(02) VALUE SPACES.              PGM142
016700     05 RD-CREDIT            PIC ZZZZZZZZZZZZ9.99-.               PGM142
016800     05 FILLER               PIC X(01) VALUE SPACE.               PGM142
016900     05 RD-NOTE              PIC X(20).                           PGM142
017000     05 FILLER               PIC X(47) VALUE SPACES.              PGM142
017100 01  WS-RPT-BATCH.                                                PGM142
017200     05 FILLER               PIC X(06) VALUE 'BATCH '.            PGM142
017300     05 RB-SOURCE            PIC X(06).                           PGM142
017400     05 FILLER               PIC X(01) VALUE SPACE.               PGM142
017500     05 RB-RUN-DATE          PIC 9(08).                           PGM142
017600     05 FILLER               PIC X(01) VALUE SPACE.               PGM142
017700     05 RB-RUN-TIME          PIC 9(08).                           PGM142
017800     05 FILLER               PIC X(05) VALUE ' DTL '.             PGM142
017900     05 RB-DTL-CNT           PIC ZZZZZZ9.                         PGM142
018000     05 FILLER               PIC X(04) VALUE ' DR '.              PGM142
018100     05 RB-DR-AMT            PIC ZZZZZZZZZZZZ9.99-.               PGM142
018200     05 FILLER               PIC X(04) VALUE ' CR '.              PGM142
018300     05 RB-CR-AMT            PIC ZZZZZZZZZZZZ9.99-.               PGM142
018400     05 FILLER               PIC X(01) VALUE SPACE.               PGM142
018500     05 RB-STATUS            PIC X(30).                           PGM142
018600     05 FILLER               PIC X(17) VALUE SPACES.              PGM142
018700*                                                                 PGM142
018800 PROCEDURE DIVISION.                                              PGM142
018900*                                                                 PGM142
019000 0000-MAIN-PROCESS.                                               PGM142
019100     PERFORM 1000-INITIALIZE                                      PGM142
019200     PERFORM 2000-SCAN-INTERFACE                                  PGM142
019300         UNTIL WS-EOF                                             PGM142
019400     CLOSE GL-INTERFACE-FILE                                      PGM142
019500     PERFORM 3000-EVALUATE-BATCH                                  PGM142
019600         VARYING BT-IDX FROM 1 BY 1                               PGM142
019700         UNTIL BT-IDX > WS-BT-COUNT                               PGM142
019800     PERFORM 4000-OPEN-POSTING                                    PGM142
019900     PERFORM 4100-POST-INTERFACE                                  PGM142
020000         UNTIL WS-EOF                                             PGM142
020100     PERFORM 4900-CLOSE-POSTING                                   PGM142
020200     PERFORM 5000-PRINT-REGISTER                                  PGM142
020300     PERFORM 9000-FINALIZE                                        PGM142
020400     GOBACK.                                                      PGM142
020500*                                                                 PGM142
020600 1000-INITIALIZE.                                                 PGM142
020700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM142
020800     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM142
020900     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM142
021000         SET WS-AUDIT-READY TO TRUE                               PGM142
021100     ELSE                                                         PGM142
021200         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS7       PGM142
021300     END-IF                                                       PGM142
021400     OPEN INPUT ACCT-DETERM-FILE                                  PGM142
021500     IF WS-FILE-STATUS2 NOT = '00'                                PGM142
021600         DISPLAY 'ACCOUNT DETERMINATION OPEN ERROR: '             PGM142
021700                 WS-FILE-STATUS2                                  PGM142
021800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM142
021900         PERFORM 9900-ABNORMAL-END                                PGM142
022000     END-IF                                                       PGM142
022100     PERFORM 1100-OPEN-INTERFACE.                                 PGM142
022200*                                                                 PGM142
022300 1100-OPEN-INTERFACE.                                             PGM142
022400     MOVE 'N' TO WS-EOF-FLAG                                      PGM142
022500     OPEN INPUT GL-INTERFACE-FILE                                 PGM142
022600     IF WS-FILE-STATUS NOT = '00'                                 PGM142
022700         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS       PGM142
022800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM142
022900         PERFORM 9900-ABNORMAL-END                                PGM142
023000     END-IF                                                       PGM142
023100     PERFORM 1200-READ-INTERFACE.                                 PGM142
023200*                                                                 PGM142
023300 1200-READ-INTERFACE.                                             PGM142
023400     READ GL-INTERFACE-FILE                                       PGM142
023500         AT END SET WS-EOF TO TRUE                                PGM142
023600     END-READ.                                                    PGM142
023700*                                                                 PGM142
023800* 1차 판독: 배치별 명세/컨트롤을 누적하고 명세마다                                    PGM142
023900* 계정을 결정하여 차/대변 합계를 만든다.                                          PGM142
024000 2000-SCAN-INTERFACE.                                             PGM142
024100     ADD 1 TO WS-READ-COUNT                                       PGM142
024200     MOVE GI-BATCH-KEY TO WS-WORK-BATCH-KEY                       PGM142
024300     PERFORM 2100-FIND-BATCH-ENTRY                                PGM142
024400     IF NOT WS-BT-FOUND                                           PGM142
024500         PERFORM 2150-ADD-BATCH-ENTRY                             PGM142
024600     END-IF                                                       PGM142
024700     IF GI-TRAILER                                                PGM142
024800         MOVE 'Y'           TO WS-BT-TRL-FLAG (BT-IDX)            PGM142
024900         MOVE GI-CTL-COUNT  TO WS-BT-CTL-CNT (BT-IDX)             PGM142
025000         MOVE GI-CTL-AMOUNT TO WS-BT-CTL-AMT (BT-IDX)             PGM142
025100     ELSE                                                         PGM142
025200         ADD 1         TO WS-BT-DTL-CNT (BT-IDX)                  PGM142
025300         ADD GI-AMOUNT TO WS-BT-DTL-AMT (BT-IDX)                  PGM142
025400         PERFORM 2200-DETERMINE-ACCOUNTS                          PGM142
025500         IF WS-DEBIT-ACCT = SPACES OR WS-CREDIT-ACCT = SPACES     PGM142
025600             ADD 1 TO WS-BT-NOACCT-CNT (BT-IDX)                   PGM142
025700         END-IF                                                   PGM142
025800         IF WS-DEBIT-ACCT NOT = SPACES                            PGM142
025900             ADD WS-ABS-AMT TO WS-BT-DR-AMT (BT-IDX)              PGM142
026000         END-IF                                                   PGM142
026100         IF WS-CREDIT-ACCT NOT = SPACES                           PGM142
026200             ADD WS-ABS-AMT TO WS-BT-CR-AMT (BT-IDX)              PGM142
026300         END-IF                                                   PGM142
026400     END-IF                                                       PGM142
026500     PERFORM 1200-READ-INTERFACE.                                 PGM142
026600*                                                                 PGM142
026700 2100-FIND-BATCH-ENTRY.                                           PGM142
026800     MOVE 'N' TO WS-BT-FOUND-FLAG                                 PGM142
026900     IF WS-BT-COUNT > 0                                           PGM142
027000         SET BT-IDX TO 1                                          PGM142
027100         SEARCH WS-BT-ENTRY                                       PGM142
027200             AT END                                               PGM142
027300                 MOVE 'N' TO WS-BT-FOUND-FLAG                     PGM142
027400             WHEN WS-BT-KEY (BT-IDX) = WS-WORK-BATCH-KEY          PGM142
027500                 AND BT-IDX <= WS-BT-COUNT                        PGM142
027600                 SET WS-BT-FOUND TO TRUE                          PGM142
027700         END-SEARCH                                               PGM142
027800     END-IF.                                                      PGM142
027900*                                                                 PGM142
028000 2150-ADD-BATCH-ENTRY.                                            PGM142
028100     IF WS-BT-COUNT >= WS-BT-MAX                                  PGM142
028200         DISPLAY 'GL BATCH TABLE FULL AT ' WS-BT-MAX              PGM142
028300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM142
028400         PERFORM 9900-ABNORMAL-END                                PGM142
028500     END-IF                                                       PGM142
028600     ADD 1 TO WS-BT-COUNT                                         PGM142
028700     SET BT-IDX TO WS-BT-COUNT                                    PGM142
028800     MOVE WS-WORK-BATCH-KEY TO WS-BT-KEY (BT-IDX)                 PGM142
028900     MOVE ZEROS TO WS-BT-DTL-CNT (BT-IDX)                         PGM142
029000     MOVE ZEROS TO WS-BT-DTL-AMT (BT-IDX)                         PGM142
029100     MOVE ZEROS TO WS-BT-DR-AMT (BT-IDX)                          PGM142
029200     MOVE ZEROS TO WS-BT-CR-AMT (BT-IDX)                          PGM142
029300     MOVE ZEROS TO WS-BT-NOACCT-CNT (BT-IDX)                      PGM142
029400     MOVE 'N'   TO WS-BT-TRL-FLAG (BT-IDX)                        PGM142
029500     MOVE ZEROS TO WS-BT-CTL-CNT (BT-IDX)                         PGM142
029600     MOVE ZEROS TO WS-BT-CTL-AMT (BT-IDX)                         PGM142
029700     MOVE SPACES TO WS-BT-REJECT-CD (BT-IDX).                     PGM142
029800*                                                                 PGM142
029900* 계정결정: 이벤트+분류+공장 -> 이벤트+분류 -> 이벤트                                PGM142
030000* 단독 순으로 활성 행을 찾는다. 음수 금액(취소/환입)은                                 PGM142
030100* 차/대변 계정을 바꾸고 절대값으로 분개한다.                                        PGM142
030200 2200-DETERMINE-ACCOUNTS.                                         PGM142
030300     MOVE SPACES TO WS-DEBIT-ACCT                                 PGM142
030400     MOVE SPACES TO WS-CREDIT-ACCT                                PGM142
030500     MOVE 'N' TO WS-GA-FOUND-FLAG                                 PGM142
030600     MOVE GI-EVENT-CD TO GA-EVENT-CD                              PGM142
030700     MOVE GI-CATEGORY TO GA-CATEGORY                              PGM142
030800     MOVE GI-PLANT-CD TO GA-PLANT-CD                              PGM142
030900     PERFORM 2210-READ-ACCT-DETERM                                PGM142
031000     IF NOT WS-GA-FOUND                                           PGM142
031100         MOVE GI-EVENT-CD TO GA-EVENT-CD                          PGM142
031200         MOVE GI-CATEGORY TO GA-CATEGORY                          PGM142
031300         MOVE SPACES      TO GA-PLANT-CD                          PGM142
031400         PERFORM 2210-READ-ACCT-DETERM                            PGM142
031500     END-IF                                                       PGM142
031600     IF NOT WS-GA-FOUND                                           PGM142
031700         MOVE GI-EVENT-CD TO GA-EVENT-CD                          PGM142
031800         MOVE SPACES      TO GA-CATEGORY                          PGM142
031900         MOVE SPACES      TO GA-PLANT-CD                          PGM142
032000         PERFORM 2210-READ-ACCT-DETERM                            PGM142
032100     END-IF                                                       PGM142
032200     IF GI-AMOUNT < 0                                             PGM142
032300         COMPUTE WS-ABS-AMT = 0 - GI-AMOUNT                       PGM142
032400         IF WS-GA-FOUND                                           PGM142
032500             MOVE GA-CREDIT-ACCT TO WS-DEBIT-ACCT                 PGM142
032600             MOVE GA-DEBIT-ACCT  TO WS-CREDIT-ACCT                PGM142
032700         END-IF                                                   PGM142
032800     ELSE                                                         PGM142
032900         MOVE GI-AMOUNT TO WS-ABS-AMT                             PGM142
033000         IF WS-GA-FOUND                                           PGM142
033100             MOVE GA-DEBIT-ACCT  TO WS-DEBIT-ACCT                 PGM142
033200             MOVE GA-CREDIT-ACCT TO WS-CREDIT-ACCT                PGM142
033300         END-IF                                                   PGM142
033400     END-IF.                                                      PGM142
033500*                                                                 PGM142
033600 2210-READ-ACCT-DETERM.                                           PGM142
033700     READ ACCT-DETERM-FILE                                        PGM142
033800         INVALID KEY                                              PGM142
033900             MOVE 'N' TO WS-GA-FOUND-FLAG                         PGM142
034000         NOT INVALID KEY                                          PGM142
034100             IF GA-ACTIVE                                         PGM142
034200                 SET WS-GA-FOUND TO TRUE                          PGM142
034300             END-IF                                               PGM142
034400     END-READ.                                                    PGM142
034500*                                                                 PGM142
034600* 배치 평가: 컨트롤(T) 누락, 계정 미결정, 차대 불일치,                               PGM142
034700* 컨트롤 건수/금액 불일치 중 하나라도 있으면 배치 전체를                                 PGM142
034800* 반려한다. 일부만 전기하면 원천과 GL이 어긋나기 때문이다.                               PGM142
034900 3000-EVALUATE-BATCH.                                             PGM142
035000     EVALUATE TRUE                                                PGM142
035100         WHEN WS-BT-TRL-FLAG (BT-IDX) NOT = 'Y'                   PGM142
035200             MOVE 'NT' TO WS-BT-REJECT-CD (BT-IDX)                PGM142
035300         WHEN WS-BT-NOACCT-CNT (BT-IDX) > 0                       PGM142
035400             MOVE 'NA' TO WS-BT-REJECT-CD (BT-IDX)                PGM142
035500         WHEN WS-BT-DR-AMT (BT-IDX) NOT = WS-BT-CR-AMT (BT-IDX)   PGM142
035600             MOVE 'OB' TO WS-BT-REJECT-CD (BT-IDX)                PGM142
035700         WHEN WS-BT-CTL-CNT (BT-IDX) NOT = WS-BT-DTL-CNT (BT-IDX) PGM142
035800             OR WS-BT-CTL-AMT (BT-IDX)                            PGM142
035900                 NOT = WS-BT-DTL-AMT (BT-IDX)                     PGM142
036000             MOVE 'CD' TO WS-BT-REJECT-CD (BT-IDX)                PGM142
036100         WHEN OTHER                                               PGM142
036200             MOVE SPACES TO WS-BT-REJECT-CD (BT-IDX)              PGM142
036300     END-EVALUATE                                                 PGM142
036400     IF WS-BT-REJECT-CD (BT-IDX) = SPACES                         PGM142
036500         ADD 1 TO WS-POSTED-BATCHES                               PGM142
036600     ELSE                                                         PGM142
036700         ADD 1 TO WS-REJECT-BATCHES                               PGM142
036800         MOVE 'ERROR' TO WS-AUDIT-COND                            PGM142
036900         MOVE WS-BT-KEY (BT-IDX) TO WS-AUDIT-KEY1                 PGM142
037000         MOVE WS-BT-REJECT-CD (BT-IDX) TO WS-AUDIT-KEY2           PGM142
037100         MOVE 'GL BATCH REJECTED - NOT POSTED'                    PGM142
037200             TO WS-AUDIT-DESC                                     PGM142
037300         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM142
037400         DISPLAY 'PGM142 BATCH REJECTED: ' WS-BT-KEY (BT-IDX)     PGM142
037500                 ' REASON ' WS-BT-REJECT-CD (BT-IDX)              PGM142
037600     END-IF.                                                      PGM142
037700*                                                                 PGM142
037800 4000-OPEN-POSTING.                                               PGM142
037900     OPEN OUTPUT JOURNAL-FILE                                     PGM142
038000     IF WS-FILE-STATUS3 NOT = '00'                                PGM142
038100         DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-FILE-STATUS3      PGM142
038200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM142
038300         PERFORM 9900-ABNORMAL-END                                PGM142
038400     END-IF                                                       PGM142
038500     OPEN OUTPUT JOURNAL-REJECT-FILE                              PGM142
038600     IF WS-FILE-STATUS4 NOT = '00'                                PGM142
038700         DISPLAY 'JOURNAL REJECT OPEN ERROR: ' WS-FILE-STATUS4    PGM142
038800         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM142
038900         PERFORM 9900-ABNORMAL-END                                PGM142
039000     END-IF                                                       PGM142
039100     PERFORM 1100-OPEN-INTERFACE.                                 PGM142
039200*                                                                 PGM142
039300* 2차 판독: 명세 1건을 차변/대변 2라인으로 만들어                                   PGM142
039400* 정상 배치는 분개 파일에, 반려 배치는 반려 파일에 쓴다.                                PGM142
039500 4100-POST-INTERFACE.                                             PGM142
039600     IF GI-DETAIL                                                 PGM142
039700         MOVE GI-BATCH-KEY TO WS-WORK-BATCH-KEY                   PGM142
039800         PERFORM 2100-FIND-BATCH-ENTRY                            PGM142
039900         PERFORM 2200-DETERMINE-ACCOUNTS                          PGM142
040000         INITIALIZE JOURNAL-REC                                   PGM142
040100         MOVE GI-BATCH-KEY   TO JE-BATCH-KEY OF JOURNAL-REC       PGM142
040200         MOVE WS-RUN-DATE    TO JE-POST-DATE OF JOURNAL-REC       PGM142
040300         MOVE WS-ABS-AMT     TO JE-AMOUNT OF JOURNAL-REC          PGM142
040400         MOVE GI-EVENT-CD    TO JE-EVENT-CD OF JOURNAL-REC        PGM142
040500         MOVE GI-CATEGORY    TO JE-CATEGORY OF JOURNAL-REC        PGM142
040600         MOVE GI-PLANT-CD    TO JE-PLANT-CD OF JOURNAL-REC        PGM142
040700         MOVE GI-REF-KEY     TO JE-REF-KEY OF JOURNAL-REC         PGM142
040800         MOVE GI-TRANS-DATE  TO JE-TRANS-DATE OF JOURNAL-REC      PGM142
040900         MOVE WS-BT-REJECT-CD (BT-IDX)                            PGM142
041000             TO JE-REJECT-CD OF JOURNAL-REC                       PGM142
041100         ADD 1 TO WS-LINE-NO                                      PGM142
041200         MOVE WS-LINE-NO     TO JE-LINE-NO OF JOURNAL-REC         PGM142
041300         MOVE WS-DEBIT-ACCT  TO JE-ACCOUNT-CD OF JOURNAL-REC      PGM142
041400         SET JE-DEBIT OF JOURNAL-REC TO TRUE                      PGM142
041500         PERFORM 4200-WRITE-JOURNAL-LINE                          PGM142
041600         ADD 1 TO WS-LINE-NO                                      PGM142
041700         MOVE WS-LINE-NO     TO JE-LINE-NO OF JOURNAL-REC         PGM142
041800         MOVE WS-CREDIT-ACCT TO JE-ACCOUNT-CD OF JOURNAL-REC      PGM142
041900         SET JE-CREDIT OF JOURNAL-REC TO TRUE                     PGM142
042000         PERFORM 4200-WRITE-JOURNAL-LINE                          PGM142
042100     END-IF                                                       PGM142
042200     PERFORM 1200-READ-INTERFACE.                                 PGM142
042300*                                                                 PGM142
042400 4200-WRITE-JOURNAL-LINE.                                         PGM142
042500     IF WS-BT-REJECT-CD (BT-IDX) = SPACES                         PGM142
042600         WRITE JOURNAL-REC                                        PGM142
042700         ADD 1 TO WS-POSTED-LINES                                 PGM142
042800     ELSE                                                         PGM142
042900         MOVE JOURNAL-REC TO JOURNAL-REJECT-REC                   PGM142
043000         WRITE JOURNAL-REJECT-REC                                 PGM142
043100         ADD 1 TO WS-REJECT-LINES                                 PGM142
043200     END-IF.                                                      PGM142
043300*                                                                 PGM142
043400 4900-CLOSE-POSTING.                                              PGM142
043500     CLOSE GL-INTERFACE-FILE                                      PGM142
043600     CLOSE JOURNAL-FILE                                           PGM142
043700     CLOSE JOURNAL-REJECT-FILE.                                   PGM142
043800*                                                                 PGM142
043900* 분개 전기장: 정상 분개를 계정/원천 프로그램 순으로                                   PGM142
044000* 정렬하여 원천별 소계, 계정 합계, 총계를 찍고 끝에                                   PGM142
044100* 배치별 전기/반려 현황을 붙인다.                                              PGM142
044200 5000-PRINT-REGISTER.                                             PGM142
044300     SORT SORT-WORK-FILE                                          PGM142
044400         ON ASCENDING KEY JE-ACCOUNT-CD OF SORT-WORK-REC          PGM142
044500         ON ASCENDING KEY JE-SOURCE-PGM OF SORT-WORK-REC          PGM142
044600         ON ASCENDING KEY JE-LINE-NO OF SORT-WORK-REC             PGM142
044700         USING JOURNAL-FILE                                       PGM142
044800         GIVING SORTED-JOURNAL-FILE                               PGM142
044900     OPEN INPUT SORTED-JOURNAL-FILE                               PGM142
045000     IF WS-FILE-STATUS5 NOT = '00'                                PGM142
045100         DISPLAY 'SORTED JOURNAL OPEN ERROR: ' WS-FILE-STATUS5    PGM142
045200         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM142
045300         PERFORM 9900-ABNORMAL-END                                PGM142
045400     END-IF                                                       PGM142
045500     OPEN OUTPUT JOURNAL-REGISTER-FILE                            PGM142
045600     IF WS-FILE-STATUS6 NOT = '00'                                PGM142
045700         DISPLAY 'JOURNAL REGISTER OPEN ERROR: ' WS-FILE-STATUS6  PGM142
045800         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM142
045900         PERFORM 9900-ABNORMAL-END                                PGM142
046000     END-IF                                                       PGM142
046100     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM142
046200     WRITE JOURNAL-REGISTER-REC FROM WS-RPT-HEADER                PGM142
046300     WRITE JOURNAL-REGISTER-REC FROM WS-RPT-COLUMNS               PGM142
046400     PERFORM 5050-READ-SORTED                                     PGM142
046500     PERFORM 5100-REGISTER-ONE-LINE                               PGM142
046600         UNTIL WS-SRT-EOF                                         PGM142
046700     PERFORM 5200-BREAK-SOURCE                                    PGM142
046800     PERFORM 5300-BREAK-ACCOUNT                                   PGM142
046900     INITIALIZE WS-RPT-DETAIL                                     PGM142
047000     MOVE 'GRAND TOT' TO RD-ACCOUNT                               PGM142
047100     MOVE WS-TOT-LINES  TO RD-LINES                               PGM142
047200     MOVE WS-TOT-DR-AMT TO RD-DEBIT                               PGM142
047300     MOVE WS-TOT-CR-AMT TO RD-CREDIT                              PGM142
047400     IF WS-TOT-DR-AMT NOT = WS-TOT-CR-AMT                         PGM142
047500         MOVE '*** OUT OF BALANCE' TO RD-NOTE                     PGM142
047600     END-IF                                                       PGM142
047700     WRITE JOURNAL-REGISTER-REC FROM WS-RPT-DETAIL                PGM142
047800     PERFORM 5400-PRINT-BATCH-STATUS                              PGM142
047900         VARYING BT-IDX FROM 1 BY 1                               PGM142
048000         UNTIL BT-IDX > WS-BT-COUNT                               PGM142
048100     CLOSE SORTED-JOURNAL-FILE                                    PGM142
048200     CLOSE JOURNAL-REGISTER-FILE.                                 PGM142
048300*                                                                 PGM142
048400 5050-READ-SORTED.                                                PGM142
048500     READ SORTED-JOURNAL-FILE                                     PGM142
048600         AT END SET WS-SRT-EOF TO TRUE                            PGM142
048700     END-READ.                                                    PGM142
048800*                                                                 PGM142
048900 5100-REGISTER-ONE-LINE.                                          PGM142
049000     IF WS-GROUP-OPEN                                             PGM142
049100         AND (JE-ACCOUNT-CD OF SORTED-JOURNAL-REC                 PGM142
049200                 NOT = WS-CURR-ACCOUNT                            PGM142
049300             OR JE-SOURCE-PGM OF SORTED-JOURNAL-REC               PGM142
049400                 NOT = WS-CURR-SOURCE)                            PGM142
049500         PERFORM 5200-BREAK-SOURCE                                PGM142
049600         IF JE-ACCOUNT-CD OF SORTED-JOURNAL-REC                   PGM142
049700             NOT = WS-CURR-ACCOUNT                                PGM142
049800             PERFORM 5300-BREAK-ACCOUNT                           PGM142
049900         END-IF                                                   PGM142
050000     END-IF                                                       PGM142
050100     MOVE JE-ACCOUNT-CD OF SORTED-JOURNAL-REC TO WS-CURR-ACCOUNT  PGM142
050200     MOVE JE-SOURCE-PGM OF SORTED-JOURNAL-REC TO WS-CURR-SOURCE   PGM142
050300     SET WS-GROUP-OPEN TO TRUE                                    PGM142
050400     ADD 1 TO WS-GRP-LINES                                        PGM142
050500     IF JE-DEBIT OF SORTED-JOURNAL-REC                            PGM142
050600         ADD JE-AMOUNT OF SORTED-JOURNAL-REC TO WS-GRP-DR-AMT     PGM142
050700     ELSE                                                         PGM142
050800         ADD JE-AMOUNT OF SORTED-JOURNAL-REC TO WS-GRP-CR-AMT     PGM142
050900     END-IF                                                       PGM142
051000     PERFORM 5050-READ-SORTED.                                    PGM142
051100*                                                                 PGM142
051200 5200-BREAK-SOURCE.                                               PGM142
051300     IF WS-GRP-LINES > 0                                          PGM142
051400         INITIALIZE WS-RPT-DETAIL                                 PGM142
051500         MOVE WS-CURR-ACCOUNT TO RD-ACCOUNT                       PGM142
051600         MOVE WS-CURR-SOURCE  TO RD-SOURCE                        PGM142
051700         MOVE WS-GRP-LINES    TO RD-LINES                         PGM142
051800         MOVE WS-GRP-DR-AMT   TO RD-DEBIT                         PGM142
051900         MOVE WS-GRP-CR-AMT   TO RD-CREDIT                        PGM142
052000         WRITE JOURNAL-REGISTER-REC FROM WS-RPT-DETAIL            PGM142
052100         ADD WS-GRP-LINES  TO WS-ACC-LINES                        PGM142
052200         ADD WS-GRP-DR-AMT TO WS-ACC-DR-AMT                       PGM142
052300         ADD WS-GRP-CR-AMT TO WS-ACC-CR-AMT                       PGM142
052400         MOVE ZEROS TO WS-GRP-LINES                               PGM142
052500         MOVE ZEROS TO WS-GRP-DR-AMT                              PGM142
052600         MOVE ZEROS TO WS-GRP-CR-AMT                              PGM142
052700     END-IF.                                                      PGM142
052800*                                                                 PGM142
052900 5300-BREAK-ACCOUNT.                                              PGM142
053000     IF WS-ACC-LINES > 0                                          PGM142
053100         INITIALIZE WS-RPT-DETAIL                                 PGM142
053200         MOVE WS-CURR-ACCOUNT TO RD-ACCOUNT                       PGM142
053300         MOVE 'TOTAL'         TO RD-SOURCE                        PGM142
053400         MOVE WS-ACC-LINES    TO RD-LINES                         PGM142
053500         MOVE WS-ACC-DR-AMT   TO RD-DEBIT                         PGM142
053600         MOVE WS-ACC-CR-AMT   TO RD-CREDIT                        PGM142
053700         WRITE JOURNAL-REGISTER-REC FROM WS-RPT-DETAIL            PGM142
053800         ADD WS-ACC-LINES  TO WS-TOT-LINES                        PGM142
053900         ADD WS-ACC-DR-AMT TO WS-TOT-DR-AMT                       PGM142
054000         ADD WS-ACC-CR-AMT TO WS-TOT-CR-AMT                       PGM142
054100         MOVE ZEROS TO WS-ACC-LINES                               PGM142
054200         MOVE ZEROS TO WS-ACC-DR-AMT                              PGM142
054300         MOVE ZEROS TO WS-ACC-CR-AMT                              PGM142
054400     END-IF.                                                      PGM142
054500*                                                                 PGM142
054600 5400-PRINT-BATCH-STATUS.                                         PGM142
054700     MOVE WS-BT-KEY (BT-IDX) (1:6)  TO RB-SOURCE                  PGM142
054800     MOVE WS-BT-KEY (BT-IDX) (7:8)  TO RB-RUN-DATE                PGM142
054900     MOVE WS-BT-KEY (BT-IDX) (15:8) TO RB-RUN-TIME                PGM142
055000     MOVE WS-BT-DTL-CNT (BT-IDX)    TO RB-DTL-CNT                 PGM142
055100     MOVE WS-BT-DR-AMT (BT-IDX)     TO RB-DR-AMT                  PGM142
055200     MOVE WS-BT-CR-AMT (BT-IDX)     TO RB-CR-AMT                  PGM142
055300     EVALUATE WS-BT-REJECT-CD (BT-IDX)                            PGM142
055400         WHEN SPACES                                              PGM142
055500             MOVE 'POSTED' TO RB-STATUS                           PGM142
055600         WHEN 'NT'                                                PGM142
055700             MOVE 'REJECTED - NO CONTROL RECORD' TO RB-STATUS     PGM142
055800         WHEN 'NA'                                                PGM142
055900             MOVE 'REJECTED - ACCOUNT NOT FOUND' TO RB-STATUS     PGM142
056000         WHEN 'OB'                                                PGM142
056100             MOVE 'REJECTED - DR/CR OUT OF BAL' TO RB-STATUS      PGM142
056200         WHEN OTHER                                               PGM142
056300             MOVE 'REJECTED - CONTROL MISMATCH' TO RB-STATUS      PGM142
056400     END-EVALUATE                                                 PGM142
056500     WRITE JOURNAL-REGISTER-REC FROM WS-RPT-BATCH.                PGM142
056600*                                                                 PGM142
056700 9000-FINALIZE.                                                   PGM142
056800     CLOSE ACCT-DETERM-FILE                                       PGM142
056900     IF WS-AUDIT-READY                                            PGM142
057000         CLOSE AUDIT-TRAIL-FILE                                   PGM142
057100     END-IF                                                       PGM142
057200     DISPLAY 'PGM142 COMPLETED: ' WS-READ-COUNT                   PGM142
057300             ' INTERFACE RECS, ' WS-POSTED-BATCHES                PGM142
057400             ' BATCHES POSTED, ' WS-REJECT-BATCHES                PGM142
057500             ' REJECTED, ' WS-POSTED-LINES ' JOURNAL LINES'       PGM142
057600     IF WS-REJECT-BATCHES > 0                                     PGM142
057700         MOVE 4 TO RETURN-CODE                                    PGM142
057800     END-IF.                                                      PGM142
057900*                                                                 PGM142
058000 9700-WRITE-AUDIT-RECORD.                                         PGM142
058100     IF WS-AUDIT-READY                                            PGM142
058200         INITIALIZE AUDIT-TRAIL-REC                               PGM142
058300         MOVE 'PGM142'   TO AT-PROGRAM-ID                         PGM142
058400         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM142
058500         ACCEPT AT-RUN-TIME FROM TIME                             PGM142
058600         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM142
058700         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM142
058800         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM142
058900         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM142
059000         WRITE AUDIT-TRAIL-REC                                    PGM142
059100     END-IF.                                                      PGM142
059200*                                                                 PGM142
059300 9750-DIAGNOSE-FILE-STATUS.                                       PGM142
059400     EVALUATE WS-ABEND-STATUS                                     PGM142
059500         WHEN '10'                                                PGM142
059600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM142
059700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM142
059800         WHEN '23'                                                PGM142
059900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM142
060000             DISPLAY '  AND RETRY THE REQUEST'                    PGM142
060100         WHEN '35'                                                PGM142
060200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM142
060300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM142
060400         WHEN '37'                                                PGM142
060500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM142
060600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM142
060700         WHEN '39'                                                PGM142
060800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM142
060900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM142
061000         WHEN '41'                                                PGM142
061100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM142
061200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM142
061300         WHEN '42'                                                PGM142
061400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM142
061500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM142
061600         WHEN '46'                                                PGM142
061700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM142
061800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM142
061900         WHEN OTHER                                               PGM142
062000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM142
062100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM142
062200     END-EVALUATE.                                                PGM142
062300*                                                                 PGM142
062400 9900-ABNORMAL-END.                                               PGM142
062500     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM142
062600     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM142
062700     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM142
062800     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM142
062900     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM142
063000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM142
063100     DISPLAY 'PGM142 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM142
063200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM142
063300     MOVE 16 TO RETURN-CODE                                       PGM142
063400     GOBACK.                                                      PGM142
063500                                                                  PGM142
