000100 IDENTIFICATION DIVISION.                                         PGM150
000200 PROGRAM-ID.    PGM150.                                           PGM150
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM150
000400*                                                                 PGM150
000500* =========================================================       PGM150
000600* 프로그램명: 은행 거래내역 대사 및 현금 잔액 대조                                    PGM150
000700* 처리내용  : 은행이 매일 보내는 고정길이 거래내역을 받아                                PGM150
000800*            입금(C)은 수금 적용분(현금 장부 R)과, 출금(D)은                      PGM150
000900*            공급사 지급분(현금 장부 P)과 금액/참조로 자동                          PGM150
001000*            대사한다. 대사되지 않은 은행 거래는 대사 예외                           PGM150
001100*            파일에 미결로 남겨 해소될 때까지 매일 재대사하고,                         PGM150
001200*            담당자 해소 거래는 감사 추적을 남긴다. 장부 잔액과                        PGM150
001300*            은행 잔액, 미결 항목, 미해명 차이를 일일 대사표로                        PGM150
001400*            찍는다.                                                 PGM150
001500* =========================================================       PGM150
001600*                                                                 PGM150
001700 ENVIRONMENT DIVISION.                                            PGM150
001800 CONFIGURATION SECTION.                                           PGM150
001900 INPUT-OUTPUT SECTION.                                            PGM150
002000 FILE-CONTROL.                                                    PGM150
002100     SELECT BANK-STATEMENT-FILE                                   PGM150
002200         ASSIGN TO BANKSTMT                                       PGM150
002300         ORGANIZATION IS SEQUENTIAL                               PGM150
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM150
002500     SELECT OPTIONAL CASH-BOOK-FILE                               PGM150
002600         ASSIGN TO CASHBOOK                                       PGM150
002700         ORGANIZATION IS INDEXED                                  PGM150
002800         ACCESS MODE IS DYNAMIC                                   PGM150
002900         RECORD KEY IS CB-KEY                                     PGM150
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM150
003100     SELECT OPTIONAL RECON-EXCEPTION-FILE                         PGM150
003200         ASSIGN TO RECONEXC                                       PGM150
003300         ORGANIZATION IS INDEXED                                  PGM150
003400         ACCESS MODE IS DYNAMIC                                   PGM150
003500         RECORD KEY IS RX-KEY                                     PGM150
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM150
003700     SELECT OPTIONAL RECON-CLEAR-FILE                             PGM150
003800         ASSIGN TO RECONCLR                                       PGM150
003900         ORGANIZATION IS SEQUENTIAL                               PGM150
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM150
004100     SELECT OPTIONAL BANK-BALANCE-FILE                            PGM150
004200         ASSIGN TO BANKBAL                                        PGM150
004300         ORGANIZATION IS INDEXED                                  PGM150
004400         ACCESS MODE IS RANDOM                                    PGM150
004500         RECORD KEY IS BB-KEY                                     PGM150
004600         FILE STATUS IS WS-FILE-STATUS5.                          PGM150
004700     SELECT RECON-REPORT-FILE                                     PGM150
004800         ASSIGN TO RECONRPT                                       PGM150
004900         ORGANIZATION IS SEQUENTIAL                               PGM150
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM150
005100     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM150
005200         ASSIGN TO AUDTRAIL                                       PGM150
005300         ORGANIZATION IS SEQUENTIAL                               PGM150
005400         FILE STATUS IS WS-FILE-STATUS7.                          PGM150
005500*                                                                 PGM150
005600 DATA DIVISION.                                                   PGM150
005700 FILE SECTION.                                                    PGM150
005800 FD  BANK-STATEMENT-FILE.                                         PGM150
005900 01  BANK-STATEMENT-REC.                                          PGM150
006000     COPY CPYBKST.                                                PGM150
006100 FD  CASH-BOOK-FILE.                                              PGM150
006200 01  CASH-BOOK-REC.                                               PGM150
006300     COPY CPYCSHB.                                                PGM150
006400 FD  RECON-EXCEPTION-FILE.                                        PGM150
006500 01  RECON-EXCEPTION-REC.                                         PGM150
006600     COPY CPYRCEX.                                                PGM150
006700 FD  RECON-CLEAR-FILE.                                            PGM150
006800 01  RECON-CLEAR-REC.                                             PGM150
006900     05 RC-STMT-DATE         PIC 9(08).                           PGM150
007000     05 RC-BANK-REF          PIC X(16).                           PGM150
007100     05 RC-USER-ID           PIC X(10).                           PGM150
007200     05 RC-REASON            PIC X(30).                           PGM150
007300     05 FILLER               PIC X(16).                           PGM150
007400 FD  BANK-BALANCE-FILE.                                           PGM150
007500 01  BANK-BALANCE-REC.                                            PGM150
007600     COPY CPYBKBL.                                                PGM150
007700 FD  RECON-REPORT-FILE.                                           PGM150
007800 01  RECON-REPORT-REC        PIC X(132).                          PGM150
007900 FD  AUDIT-TRAIL-FILE.                                            PGM150
008000 01  AUDIT-TRAIL-REC.                                             PGM150
008100     COPY CPYAUDIT.                                               PGM150
008200*                                                                 PGM150
008300 WORKING-STORAGE SECTION.                                         PGM150
008400 01  WS-FILE-STATUS         PIC XX.                               PGM150
008500 01  WS-FILE-STATUS2        PIC XX.                               PGM150
008600 01  WS-FILE-STATUS3        PIC XX.                               PGM150
008700 01  WS-FILE-STATUS4        PIC XX.                               PGM150
008800 01  WS-FILE-STATUS5        PIC XX.                               PGM150
008900 01  WS-FILE-STATUS6        PIC XX.                               PGM150
009000 01  WS-FILE-STATUS7        PIC XX.                               PGM150
009100 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM150
009200     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM150
009300 01  WS-AUDIT-COND          PIC X(10).                            PGM150
009400 01  WS-AUDIT-KEY1          PIC X(15).                            PGM150
009500 01  WS-AUDIT-KEY2          PIC X(15).                            PGM150
009600 01  WS-AUDIT-DESC          PIC X(40).                            PGM150
009700 01  WS-ABEND-STATUS        PIC XX.                               PGM150
009800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM150
009900     88 WS-EOF              VALUE 'Y'.                            PGM150
010000 01  WS-HEADER-FLAG         PIC X VALUE 'N'.                      PGM150
010100     88 WS-HEADER-FOUND     VALUE 'Y'.                            PGM150
010200 01  WS-TRAILER-FLAG        PIC X VALUE 'N'.                      PGM150
010300     88 WS-TRAILER-FOUND    VALUE 'Y'.                            PGM150
010400 01  WS-NEW-ACCOUNT-FLAG    PIC X VALUE 'N'.                      PGM150
010500     88 WS-NEW-ACCOUNT      VALUE 'Y'.                            PGM150
010600 01  WS-CLEAR-OPEN-FLAG     PIC X VALUE 'N'.                      PGM150
010700     88 WS-CLEAR-READY      VALUE 'Y'.                            PGM150
010800 01  WS-MATCH-FLAG          PIC X VALUE 'N'.                      PGM150
010900     88 WS-MATCH-FOUND      VALUE 'Y'.                            PGM150
011000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM150
011100 01  WS-STMT-DATE           PIC 9(08) VALUE ZEROS.                PGM150
011200 01  WS-BANK-CD             PIC X(03) VALUE SPACES.               PGM150
011300 01  WS-ACCT-NO             PIC X(20) VALUE SPACES.               PGM150
011400* 거래내역 잔액/합계 - 은행 금액은 부호 없는 숫자로 온다.                               PGM150
011500 01  WS-OPEN-BAL            PIC S9(13)V99 VALUE ZEROS.            PGM150
011600 01  WS-CLOSE-BAL           PIC S9(13)V99 VALUE ZEROS.            PGM150
011700 01  WS-STMT-CREDITS        PIC S9(13)V99 VALUE ZEROS.            PGM150
011800 01  WS-STMT-DEBITS         PIC S9(13)V99 VALUE ZEROS.            PGM150
011900 01  WS-STMT-FOOT           PIC S9(13)V99 VALUE ZEROS.            PGM150
012000 01  WS-STMT-COUNT          PIC 9(07) VALUE ZEROS.                PGM150
012100 01  WS-TRAILER-COUNT       PIC 9(07) VALUE ZEROS.                PGM150
012200 01  WS-BOOK-BALANCE        PIC S9(13)V99 VALUE ZEROS.            PGM150
012300 01  WS-PRIOR-BANK-BAL      PIC S9(13)V99 VALUE ZEROS.            PGM150
012400* 대사 입력 - 오늘 거래내역 명세와 전일 미결 예외 공용.                                PGM150
012500 01  WS-MT-DC-CD            PIC X(01).                            PGM150
012600 01  WS-MT-SOURCE           PIC X(01).                            PGM150
012700 01  WS-MT-AMOUNT           PIC S9(13)V99 VALUE ZEROS.            PGM150
012800 01  WS-MT-REFERENCE        PIC X(20).                            PGM150
012900 01  WS-MT-BANK-REF         PIC X(16).                            PGM150
013000 01  WS-MATCH-SUB           PIC 9(05) VALUE ZEROS.                PGM150
013100 01  WS-CANDIDATE-COUNT     PIC 9(05) VALUE ZEROS.                PGM150
013200* 미대사 장부 입출금 - 대사 대상으로 메모리에 올린다.                                  PGM150
013300 01  WS-CB-MAX              PIC 9(05) VALUE 3000.                 PGM150
013400 01  WS-CB-COUNT            PIC 9(05) VALUE ZEROS.                PGM150
013500 01  WS-CB-TABLE.                                                 PGM150
013600     05 WS-CB-ENTRY OCCURS 3000 TIMES                             PGM150
013700                    INDEXED BY CB-IDX.                            PGM150
013800         10 WS-CBT-KEY          PIC X(33).                        PGM150
013900         10 WS-CBT-BOOK-DATE    PIC 9(08).                        PGM150
014000         10 WS-CBT-SOURCE       PIC X(01).                        PGM150
014100         10 WS-CBT-PARTY-CD     PIC X(10).                        PGM150
014200         10 WS-CBT-DOC-REF      PIC X(12).                        PGM150
014300         10 WS-CBT-AMOUNT       PIC S9(13)V99.                    PGM150
014400         10 WS-CBT-MATCH-FLAG   PIC X(01).                        PGM150
014500             88 WS-CBT-MATCHED  VALUE 'Y'.                        PGM150
014600* 처리 건수                                                           PGM150
014700 01  WS-REF-MATCH-COUNT     PIC 9(07) VALUE ZEROS.                PGM150
014800 01  WS-AMT-MATCH-COUNT     PIC 9(07) VALUE ZEROS.                PGM150
014900 01  WS-NEW-EXC-COUNT       PIC 9(07) VALUE ZEROS.                PGM150
015000 01  WS-AUTO-CLEAR-COUNT    PIC 9(07) VALUE ZEROS.                PGM150
015100 01  WS-MANUAL-CLEAR-COUNT  PIC 9(07) VALUE ZEROS.                PGM150
015200 01  WS-CLEAR-REJECT-COUNT  PIC 9(07) VALUE ZEROS.                PGM150
015300 01  WS-OPEN-EXC-COUNT      PIC 9(07) VALUE ZEROS.                PGM150
015400 01  WS-OPEN-BOOK-COUNT     PIC 9(07) VALUE ZEROS.                PGM150
015500* 대사 조정 - 장부 = 은행 - 은행만 입금 + 은행만 출금                               PGM150
015600*                        + 장부만 입금 - 장부만 출금                        PGM150
015700 01  WS-BANK-ONLY-CR        PIC S9(13)V99 VALUE ZEROS.            PGM150
015800 01  WS-BANK-ONLY-DR        PIC S9(13)V99 VALUE ZEROS.            PGM150
015900 01  WS-BOOK-ONLY-RCPT      PIC S9(13)V99 VALUE ZEROS.            PGM150
016000 01  WS-BOOK-ONLY-PAY       PIC S9(13)V99 VALUE ZEROS.            PGM150
016100 01  WS-ADJUSTED-BANK       PIC S9(13)V99 VALUE ZEROS.            PGM150
016200 01  WS-BALANCE-DIFF        PIC S9(13)V99 VALUE ZEROS.            PGM150
016300 01  WS-UNEXPLAINED         PIC S9(13)V99 VALUE ZEROS.            PGM150
016400*                                                                 PGM150
016500 01  WS-RPT-HEADER.                                               PGM150
016600     05 FILLER               PIC X(33) VALUE                      PGM150
016700             'PGM150 BANK RECONCILIATION - BANK'.                 PGM150
016800     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
016900     05 RH-BANK-CD           PIC X(03).                           PGM150
017000     05 FILLER               PIC X(09) VALUE '  ACCOUNT'.         PGM150
017100     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
017200     05 RH-ACCT-NO           PIC X(20).                           PGM150
017300     05 FILLER               PIC X(18) VALUE                      PGM150
017400             '  STATEMENT DATE  '.                                PGM150
017500     05 RH-STMT-DATE         PIC 9(08).                           PGM150
017600     05 FILLER               PIC X(39) VALUE SPACES.              PGM150
017700 01  WS-RPT-SECTION.                                              PGM150
017800     05 RT-SECTION-TITLE     PIC X(60).                           PGM150
017900     05 FILLER               PIC X(72) VALUE SPACES.              PGM150
018000 01  WS-RPT-EXC-COLUMNS.                                          PGM150
018100     05 FILLER               PIC X(48) VALUE                      PGM150
018200             'STMT DATE BANK REF         VALUE DT D'.             PGM150
018300     05 FILLER               PIC X(48) VALUE                      PGM150
018400             '            AMOUNT REFERENCE            COUNTERP'.  PGM150
018500     05 FILLER               PIC X(36) VALUE                      PGM150
018600             'ARTY'.                                              PGM150
018700 01  WS-RPT-EXC-LINE.                                             PGM150
018800     05 RE-STMT-DATE         PIC 9(08).                           PGM150
018900     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
019000     05 RE-BANK-REF          PIC X(16).                           PGM150
019100     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
019200     05 RE-VALUE-DATE        PIC 9(08).                           PGM150
019300     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
019400     05 RE-DC-CD             PIC X(01).                           PGM150
019500     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
019600     05 RE-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM150
019700     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
019800     05 RE-REFERENCE         PIC X(20).                           PGM150
019900     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
020000     05 RE-COUNTERPARTY      PIC X(30).                           PGM150
020100     05 FILLER               PIC X(26) VALUE SPACES.              PGM150
020200 01  WS-RPT-BOOK-COLUMNS.                                         PGM150
020300     05 FILLER               PIC X(48) VALUE                      PGM150
020400             'BOOK DATE S PARTY      DOC REF                AM'.  PGM150
020500     05 FILLER               PIC X(48) VALUE                      PGM150
020600             'OUNT CASH BOOK REFERENCE'.                          PGM150
020700     05 FILLER               PIC X(36) VALUE SPACES.              PGM150
020800 01  WS-RPT-BOOK-LINE.                                            PGM150
020900     05 RK-BOOK-DATE         PIC 9(08).                           PGM150
021000     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
021100     05 RK-SOURCE            PIC X(01).                           PGM150
021200     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
021300     05 RK-PARTY-CD          PIC X(10).                           PGM150
021400     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
021500     05 RK-DOC-REF           PIC X(12).                           PGM150
021600     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
021700     05 RK-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM150
021800     05 FILLER               PIC X(01) VALUE SPACE.               PGM150
021900     05 RK-REF-KEY           PIC X(24).                           PGM150
022000     05 FILLER               PIC X(55) VALUE SPACES.              PGM150
022100 01  WS-RPT-AMT-LINE.                                             PGM150
022200     05 RA-LABEL             PIC X(40).                           PGM150
022300     05 RA-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM150
022400     05 FILLER               PIC X(75) VALUE SPACES.              PGM150
022500 01  WS-RPT-CNT-LINE.                                             PGM150
022600     05 RN-LABEL             PIC X(40).                           PGM150
022700     05 RN-COUNT             PIC ZZZZZZ9.                         PGM150
022800     05 FILLER               PIC X(85) VALUE SPACES.              PGM150
022900*                                                                 PGM150
023000 PROCEDURE DIVISION.                                              PGM150
023100*                                                                 PGM150
023200 0000-MAIN-PROCESS.                                               PGM150
023300     PERFORM 1000-INITIALIZE                                      PGM150
023400     PERFORM 3000-RETRY-OPEN-EXCEPTIONS                           PGM150
023500     PERFORM 2000-PROCESS-STATEMENT                               PGM150
023600     PERFORM 4000-APPLY-MANUAL-CLEARS                             PGM150
023700     PERFORM 5000-PRINT-RECONCILIATION                            PGM150
023800     PERFORM 6000-UPDATE-BANK-BALANCE                             PGM150
023900     PERFORM 9000-FINALIZE                                        PGM150
024000     GOBACK.                                                      PGM150
024100*                                                                 PGM150
024200 1000-INITIALIZE.                                                 PGM150
024300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM150
024400     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM150
024500     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM150
024600         SET WS-AUDIT-READY TO TRUE                               PGM150
024700     ELSE                                                         PGM150
024800         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS7       PGM150
024900     END-IF                                                       PGM150
025000     PERFORM 1100-VALIDATE-STATEMENT                              PGM150
025100     PERFORM 1200-READ-BANK-BALANCE                               PGM150
025200     OPEN I-O CASH-BOOK-FILE                                      PGM150
025300     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM150
025400         DISPLAY 'CASH BOOK OPEN ERROR: ' WS-FILE-STATUS2         PGM150
025500         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM150
025600         PERFORM 9900-ABNORMAL-END                                PGM150
025700     END-IF                                                       PGM150
025800     OPEN I-O RECON-EXCEPTION-FILE                                PGM150
025900     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM150
026000         DISPLAY 'RECON EXCEPTION OPEN ERROR: ' WS-FILE-STATUS3   PGM150
026100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM150
026200         PERFORM 9900-ABNORMAL-END                                PGM150
026300     END-IF                                                       PGM150
026400     OPEN OUTPUT RECON-REPORT-FILE                                PGM150
026500     IF WS-FILE-STATUS6 NOT = '00'                                PGM150
026600         DISPLAY 'RECON REPORT OPEN ERROR: ' WS-FILE-STATUS6      PGM150
026700         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM150
026800         PERFORM 9900-ABNORMAL-END                                PGM150
026900     END-IF                                                       PGM150
027000     MOVE WS-BANK-CD   TO RH-BANK-CD                              PGM150
027100     MOVE WS-ACCT-NO   TO RH-ACCT-NO                              PGM150
027200     MOVE WS-STMT-DATE TO RH-STMT-DATE                            PGM150
027300     WRITE RECON-REPORT-REC FROM WS-RPT-HEADER                    PGM150
027400     PERFORM 1300-LOAD-CASH-BOOK.                                 PGM150
027500*                                                                 PGM150
027600* 1차 판독: 머리/꼬리와 건수를 확인한 뒤에만 장부를 건드린다.                             PGM150
027700* 잘린 파일로 대사 상태가 반쯤 갱신되는 것을 막는다.                                   PGM150
027800 1100-VALIDATE-STATEMENT.                                         PGM150
027900     OPEN INPUT BANK-STATEMENT-FILE                               PGM150
028000     IF WS-FILE-STATUS NOT = '00'                                 PGM150
028100         DISPLAY 'BANK STATEMENT OPEN ERROR: ' WS-FILE-STATUS     PGM150
028200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM150
028300         PERFORM 9900-ABNORMAL-END                                PGM150
028400     END-IF                                                       PGM150
028500     PERFORM 1150-SCAN-STATEMENT                                  PGM150
028600         UNTIL WS-EOF                                             PGM150
028700     CLOSE BANK-STATEMENT-FILE                                    PGM150
028800     MOVE 'N' TO WS-EOF-FLAG                                      PGM150
028900     IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND               PGM150
029000         DISPLAY 'BANK STATEMENT HEADER/TRAILER MISSING'          PGM150
029100         MOVE 'PM' TO WS-ABEND-STATUS                             PGM150
029200         PERFORM 9900-ABNORMAL-END                                PGM150
029300     END-IF                                                       PGM150
029400     IF WS-STMT-COUNT NOT = WS-TRAILER-COUNT                      PGM150
029500         DISPLAY 'BANK STATEMENT COUNT MISMATCH - READ '          PGM150
029600                 WS-STMT-COUNT ' TRAILER ' WS-TRAILER-COUNT       PGM150
029700         MOVE 'PM' TO WS-ABEND-STATUS                             PGM150
029800         PERFORM 9900-ABNORMAL-END                                PGM150
029900     END-IF                                                       PGM150
030000     COMPUTE WS-STMT-FOOT =                                       PGM150
030100         WS-OPEN-BAL + WS-STMT-CREDITS - WS-STMT-DEBITS           PGM150
030200     IF WS-STMT-FOOT NOT = WS-CLOSE-BAL                           PGM150
030300         DISPLAY 'WARNING: STATEMENT DOES NOT FOOT TO CLOSING'    PGM150
030400                 ' BALANCE'                                       PGM150
030500         MOVE 4 TO RETURN-CODE                                    PGM150
030600     END-IF.                                                      PGM150
030700*                                                                 PGM150
030800 1150-SCAN-STATEMENT.                                             PGM150
030900     READ BANK-STATEMENT-FILE                                     PGM150
031000         AT END                                                   PGM150
031100             SET WS-EOF TO TRUE                                   PGM150
031200         NOT AT END                                               PGM150
031300             PERFORM 1160-CHECK-STATEMENT-RECORD                  PGM150
031400     END-READ.                                                    PGM150
031500*                                                                 PGM150
031600 1160-CHECK-STATEMENT-RECORD.                                     PGM150
031700     EVALUATE TRUE                                                PGM150
031800         WHEN BS-HEADER                                           PGM150
031900             SET WS-HEADER-FOUND TO TRUE                          PGM150
032000             MOVE BS-BANK-CD   TO WS-BANK-CD                      PGM150
032100             MOVE BS-ACCT-NO   TO WS-ACCT-NO                      PGM150
032200             MOVE BS-STMT-DATE TO WS-STMT-DATE                    PGM150
032300             MOVE BS-OPEN-BAL  TO WS-OPEN-BAL                     PGM150
032400             IF BS-OPEN-SIGN = '-'                                PGM150
032500                 COMPUTE WS-OPEN-BAL = 0 - WS-OPEN-BAL            PGM150
032600             END-IF                                               PGM150
032700         WHEN BS-DETAIL                                           PGM150
032800             ADD 1 TO WS-STMT-COUNT                               PGM150
032900             IF BS-CREDIT                                         PGM150
033000                 ADD BS-AMOUNT TO WS-STMT-CREDITS                 PGM150
033100             ELSE                                                 PGM150
033200                 ADD BS-AMOUNT TO WS-STMT-DEBITS                  PGM150
033300             END-IF                                               PGM150
033400         WHEN BS-TRAILER                                          PGM150
033500             SET WS-TRAILER-FOUND TO TRUE                         PGM150
033600             MOVE BS-TXN-COUNT TO WS-TRAILER-COUNT                PGM150
033700             MOVE BS-CLOSE-BAL TO WS-CLOSE-BAL                    PGM150
033800             IF BS-CLOSE-SIGN = '-'                               PGM150
033900                 COMPUTE WS-CLOSE-BAL = 0 - WS-CLOSE-BAL          PGM150
034000             END-IF                                               PGM150
034100     END-EVALUATE.                                                PGM150
034200*                                                                 PGM150
034300* 같은 거래일 이하의 거래내역 재처리는 거부한다. 첫 거래일은                               PGM150
034400* 은행 전일 잔액을 장부 잔액의 출발점으로 삼는다.                                     PGM150
034500 1200-READ-BANK-BALANCE.                                          PGM150
034600     OPEN I-O BANK-BALANCE-FILE                                   PGM150
034700     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM150
034800         DISPLAY 'BANK BALANCE OPEN ERROR: ' WS-FILE-STATUS5      PGM150
034900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM150
035000         PERFORM 9900-ABNORMAL-END                                PGM150
035100     END-IF                                                       PGM150
035200     MOVE WS-BANK-CD TO BB-BANK-CD                                PGM150
035300     MOVE WS-ACCT-NO TO BB-ACCT-NO                                PGM150
035400     READ BANK-BALANCE-FILE                                       PGM150
035500         INVALID KEY                                              PGM150
035600             SET WS-NEW-ACCOUNT TO TRUE                           PGM150
035700             MOVE WS-OPEN-BAL TO WS-BOOK-BALANCE                  PGM150
035800             MOVE WS-OPEN-BAL TO WS-PRIOR-BANK-BAL                PGM150
035900         NOT INVALID KEY                                          PGM150
036000             MOVE BB-BOOK-BALANCE TO WS-BOOK-BALANCE              PGM150
036100             MOVE BB-BANK-BALANCE TO WS-PRIOR-BANK-BAL            PGM150
036200     END-READ                                                     PGM150
036300     IF NOT WS-NEW-ACCOUNT                                        PGM150
036400         AND WS-STMT-DATE NOT > BB-LAST-STMT-DATE                 PGM150
036500         DISPLAY 'STATEMENT ' WS-STMT-DATE                        PGM150
036600                 ' ALREADY PROCESSED - LAST ' BB-LAST-STMT-DATE   PGM150
036700         MOVE 'PM' TO WS-ABEND-STATUS                             PGM150
036800         PERFORM 9900-ABNORMAL-END                                PGM150
036900     END-IF                                                       PGM150
037000     IF WS-OPEN-BAL NOT = WS-PRIOR-BANK-BAL                       PGM150
037100         DISPLAY 'WARNING: OPENING BALANCE DIFFERS FROM PRIOR'    PGM150
037200                 ' CLOSING BALANCE'                               PGM150
037300         MOVE 4 TO RETURN-CODE                                    PGM150
037400     END-IF.                                                      PGM150
037500*                                                                 PGM150
037600* 장부 전체를 한 번 읽어 (1) 거래일까지의 미반영 입출금을                               PGM150
037700* 장부 잔액에 반영하고 (2) 미대사 건을 대사 표에 올린다.                               PGM150
037800* 첫 거래일 이전 일자 건은 은행 전일 잔액에 이미 들어 있는                               PGM150
037900* 것으로 보고 반영 표시만 한다.                                               PGM150
038000 1300-LOAD-CASH-BOOK.                                             PGM150
038100     MOVE LOW-VALUES TO CB-KEY                                    PGM150
038200     START CASH-BOOK-FILE KEY IS NOT LESS THAN CB-KEY             PGM150
038300         INVALID KEY SET WS-EOF TO TRUE                           PGM150
038400     END-START                                                    PGM150
038500     PERFORM 1350-READ-CASH-BOOK                                  PGM150
038600         UNTIL WS-EOF                                             PGM150
038700     MOVE 'N' TO WS-EOF-FLAG.                                     PGM150
038800*                                                                 PGM150
038900 1350-READ-CASH-BOOK.                                             PGM150
039000     READ CASH-BOOK-FILE NEXT RECORD                              PGM150
039100         AT END                                                   PGM150
039200             SET WS-EOF TO TRUE                                   PGM150
039300         NOT AT END                                               PGM150
039400             PERFORM 1400-POST-BOOK-BALANCE                       PGM150
039500             IF CB-UNMATCHED                                      PGM150
039600                 PERFORM 1450-ADD-BOOK-ENTRY                      PGM150
039700             END-IF                                               PGM150
039800     END-READ.                                                    PGM150
039900*                                                                 PGM150
040000 1400-POST-BOOK-BALANCE.                                          PGM150
040100     IF NOT CB-BAL-POSTED                                         PGM150
040200         AND CB-BOOK-DATE NOT > WS-STMT-DATE                      PGM150
040300         IF NOT WS-NEW-ACCOUNT                                    PGM150
040400             OR CB-BOOK-DATE = WS-STMT-DATE                       PGM150
040500             IF CB-RECEIPT                                        PGM150
040600                 ADD CB-AMOUNT TO WS-BOOK-BALANCE                 PGM150
040700             ELSE                                                 PGM150
040800                 SUBTRACT CB-AMOUNT FROM WS-BOOK-BALANCE          PGM150
040900             END-IF                                               PGM150
041000         END-IF                                                   PGM150
041100         SET CB-BAL-POSTED TO TRUE                                PGM150
041200         REWRITE CASH-BOOK-REC                                    PGM150
041300             INVALID KEY                                          PGM150
041400                 DISPLAY 'CASH BOOK REWRITE ERROR: ' CB-REF-KEY   PGM150
041500         END-REWRITE                                              PGM150
041600     END-IF.                                                      PGM150
041700*                                                                 PGM150
041800 1450-ADD-BOOK-ENTRY.                                             PGM150
041900     IF WS-CB-COUNT NOT < WS-CB-MAX                               PGM150
042000         DISPLAY 'CASH BOOK TABLE FULL - MAX ' WS-CB-MAX          PGM150
042100         MOVE 'FL' TO WS-ABEND-STATUS                             PGM150
042200         PERFORM 9900-ABNORMAL-END                                PGM150
042300     END-IF                                                       PGM150
042400     ADD 1 TO WS-CB-COUNT                                         PGM150
042500     MOVE CB-KEY       TO WS-CBT-KEY (WS-CB-COUNT)                PGM150
042600     MOVE CB-BOOK-DATE TO WS-CBT-BOOK-DATE (WS-CB-COUNT)          PGM150
042700     MOVE CB-SOURCE    TO WS-CBT-SOURCE (WS-CB-COUNT)             PGM150
042800     MOVE CB-PARTY-CD  TO WS-CBT-PARTY-CD (WS-CB-COUNT)           PGM150
042900     MOVE CB-DOC-REF   TO WS-CBT-DOC-REF (WS-CB-COUNT)            PGM150
043000     MOVE CB-AMOUNT    TO WS-CBT-AMOUNT (WS-CB-COUNT)             PGM150
043100     MOVE 'N'          TO WS-CBT-MATCH-FLAG (WS-CB-COUNT).        PGM150
043200*                                                                 PGM150
043300* 2차 판독: 명세별로 대사하고 못 맞춘 건은 예외로 남긴다.                               PGM150
043400 2000-PROCESS-STATEMENT.                                          PGM150
043500     OPEN INPUT BANK-STATEMENT-FILE                               PGM150
043600     IF WS-FILE-STATUS NOT = '00'                                 PGM150
043700         DISPLAY 'BANK STATEMENT OPEN ERROR: ' WS-FILE-STATUS     PGM150
043800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM150
043900         PERFORM 9900-ABNORMAL-END                                PGM150
044000     END-IF                                                       PGM150
044100     PERFORM 2050-READ-STATEMENT                                  PGM150
044200         UNTIL WS-EOF                                             PGM150
044300     CLOSE BANK-STATEMENT-FILE                                    PGM150
044400     MOVE 'N' TO WS-EOF-FLAG.                                     PGM150
044500*                                                                 PGM150
044600 2050-READ-STATEMENT.                                             PGM150
044700     READ BANK-STATEMENT-FILE                                     PGM150
044800         AT END                                                   PGM150
044900             SET WS-EOF TO TRUE                                   PGM150
045000         NOT AT END                                               PGM150
045100             IF BS-DETAIL                                         PGM150
045200                 PERFORM 2100-MATCH-STATEMENT-LINE                PGM150
045300             END-IF                                               PGM150
045400     END-READ.                                                    PGM150
045500*                                                                 PGM150
045600 2100-MATCH-STATEMENT-LINE.                                       PGM150
045700     MOVE BS-DC-CD       TO WS-MT-DC-CD                           PGM150
045800     MOVE BS-AMOUNT      TO WS-MT-AMOUNT                          PGM150
045900     MOVE BS-REFERENCE   TO WS-MT-REFERENCE                       PGM150
046000     MOVE BS-BANK-REF    TO WS-MT-BANK-REF                        PGM150
046100     PERFORM 2150-FIND-BOOK-MATCH                                 PGM150
046200     IF WS-MATCH-FOUND                                            PGM150
046300         PERFORM 2200-MARK-BOOK-MATCHED                           PGM150
046400     ELSE                                                         PGM150
046500         PERFORM 2300-WRITE-EXCEPTION                             PGM150
046600     END-IF.                                                      PGM150
046700*                                                                 PGM150
046800* 입금은 수금(R), 출금은 지급(P) 장부 건과 맞춘다.                                 PGM150
046900* 1단계: 금액이 같고 참조가 거래처코드나 문서번호와 같은 건.                              PGM150
047000* 2단계: 참조가 없거나 다르면 금액이 같은 건이 단 하나일 때만.                            PGM150
047100 2150-FIND-BOOK-MATCH.                                            PGM150
047200     MOVE 'N' TO WS-MATCH-FLAG                                    PGM150
047300     IF WS-MT-DC-CD = 'C'                                         PGM150
047400         MOVE 'R' TO WS-MT-SOURCE                                 PGM150
047500     ELSE                                                         PGM150
047600         MOVE 'P' TO WS-MT-SOURCE                                 PGM150
047700     END-IF                                                       PGM150
047800     SET CB-IDX TO 1                                              PGM150
047900     SEARCH WS-CB-ENTRY                                           PGM150
048000         AT END                                                   PGM150
048100             CONTINUE                                             PGM150
048200         WHEN CB-IDX <= WS-CB-COUNT                               PGM150
048300              AND WS-CBT-SOURCE (CB-IDX) = WS-MT-SOURCE           PGM150
048400              AND NOT WS-CBT-MATCHED (CB-IDX)                     PGM150
048500              AND WS-CBT-AMOUNT (CB-IDX) = WS-MT-AMOUNT           PGM150
048600              AND WS-MT-REFERENCE NOT = SPACES                    PGM150
048700              AND (WS-CBT-PARTY-CD (CB-IDX)                       PGM150
048800                       = WS-MT-REFERENCE (1:10)                   PGM150
048900                OR WS-CBT-DOC-REF (CB-IDX)                        PGM150
049000                       = WS-MT-REFERENCE (1:12))                  PGM150
049100             SET WS-MATCH-FOUND TO TRUE                           PGM150
049200             SET WS-MATCH-SUB TO CB-IDX                           PGM150
049300             ADD 1 TO WS-REF-MATCH-COUNT                          PGM150
049400     END-SEARCH                                                   PGM150
049500     IF NOT WS-MATCH-FOUND                                        PGM150
049600         MOVE ZEROS TO WS-CANDIDATE-COUNT                         PGM150
049700         PERFORM 2160-COUNT-AMOUNT-CANDIDATE                      PGM150
049800             VARYING CB-IDX FROM 1 BY 1                           PGM150
049900             UNTIL CB-IDX > WS-CB-COUNT                           PGM150
050000         IF WS-CANDIDATE-COUNT = 1                                PGM150
050100             SET WS-MATCH-FOUND TO TRUE                           PGM150
050200             ADD 1 TO WS-AMT-MATCH-COUNT                          PGM150
050300         END-IF                                                   PGM150
050400     END-IF.                                                      PGM150
050500*                                                                 PGM150
050600 2160-COUNT-AMOUNT-CANDIDATE.                                     PGM150
050700     IF WS-CBT-SOURCE (CB-IDX) = WS-MT-SOURCE                     PGM150
050800         AND NOT WS-CBT-MATCHED (CB-IDX)                          PGM150
050900         AND WS-CBT-AMOUNT (CB-IDX) = WS-MT-AMOUNT                PGM150
051000         ADD 1 TO WS-CANDIDATE-COUNT                              PGM150
051100         SET WS-MATCH-SUB TO CB-IDX                               PGM150
051200     END-IF.                                                      PGM150
051300*                                                                 PGM150
051400 2200-MARK-BOOK-MATCHED.                                          PGM150
051500     MOVE 'Y' TO WS-CBT-MATCH-FLAG (WS-MATCH-SUB)                 PGM150
051600     MOVE WS-CBT-KEY (WS-MATCH-SUB) TO CB-KEY                     PGM150
051700     READ CASH-BOOK-FILE                                          PGM150
051800         INVALID KEY                                              PGM150
051900             DISPLAY 'CASH BOOK ENTRY NOT FOUND: ' CB-REF-KEY     PGM150
052000         NOT INVALID KEY                                          PGM150
052100             SET CB-MATCHED     TO TRUE                           PGM150
052200             MOVE WS-STMT-DATE  TO CB-MATCH-DATE                  PGM150
052300             MOVE WS-MT-BANK-REF TO CB-BANK-REF                   PGM150
052400             REWRITE CASH-BOOK-REC                                PGM150
052500                 INVALID KEY                                      PGM150
052600                     DISPLAY 'CASH BOOK REWRITE ERROR: '          PGM150
052700                             CB-REF-KEY                           PGM150
052800             END-REWRITE                                          PGM150
052900     END-READ.                                                    PGM150
053000*                                                                 PGM150
053100 2300-WRITE-EXCEPTION.                                            PGM150
053200     INITIALIZE RECON-EXCEPTION-REC                               PGM150
053300     MOVE WS-STMT-DATE    TO RX-STMT-DATE                         PGM150
053400     MOVE BS-BANK-REF     TO RX-BANK-REF                          PGM150
053500     MOVE BS-VALUE-DATE   TO RX-VALUE-DATE                        PGM150
053600     MOVE BS-DC-CD        TO RX-DC-CD                             PGM150
053700     MOVE BS-AMOUNT       TO RX-AMOUNT                            PGM150
053800     MOVE BS-REFERENCE    TO RX-REFERENCE                         PGM150
053900     MOVE BS-COUNTERPARTY TO RX-COUNTERPARTY                      PGM150
054000     SET RX-OPEN          TO TRUE                                 PGM150
054100     WRITE RECON-EXCEPTION-REC                                    PGM150
054200         INVALID KEY                                              PGM150
054300             DISPLAY 'RECON EXCEPTION DUPLICATE: ' RX-BANK-REF    PGM150
054400         NOT INVALID KEY                                          PGM150
054500             ADD 1 TO WS-NEW-EXC-COUNT                            PGM150
054600     END-WRITE.                                                   PGM150
054700*                                                                 PGM150
054800* 전일까지의 미결 예외를 오늘 장부와 다시 맞춰 본다.                                   PGM150
054900* (은행에 먼저 들어오고 수금 적용/지급 처리가 늦은 건)                                 PGM150
055000 3000-RETRY-OPEN-EXCEPTIONS.                                      PGM150
055100     MOVE LOW-VALUES TO RX-KEY                                    PGM150
055200     START RECON-EXCEPTION-FILE KEY IS NOT LESS THAN RX-KEY       PGM150
055300         INVALID KEY SET WS-EOF TO TRUE                           PGM150
055400     END-START                                                    PGM150
055500     PERFORM 3050-READ-EXCEPTION                                  PGM150
055600         UNTIL WS-EOF                                             PGM150
055700     MOVE 'N' TO WS-EOF-FLAG.                                     PGM150
055800*                                                                 PGM150
055900 3050-READ-EXCEPTION.                                             PGM150
056000     READ RECON-EXCEPTION-FILE NEXT RECORD                        PGM150
056100         AT END                                                   PGM150
056200             SET WS-EOF TO TRUE                                   PGM150
056300         NOT AT END                                               PGM150
056400             IF RX-OPEN                                           PGM150
056500                 PERFORM 3100-RETRY-EXCEPTION                     PGM150
056600             END-IF                                               PGM150
056700     END-READ.                                                    PGM150
056800*                                                                 PGM150
056900 3100-RETRY-EXCEPTION.                                            PGM150
057000     MOVE RX-DC-CD       TO WS-MT-DC-CD                           PGM150
057100     MOVE RX-AMOUNT      TO WS-MT-AMOUNT                          PGM150
057200     MOVE RX-REFERENCE   TO WS-MT-REFERENCE                       PGM150
057300     MOVE RX-BANK-REF    TO WS-MT-BANK-REF                        PGM150
057400     PERFORM 2150-FIND-BOOK-MATCH                                 PGM150
057500     IF WS-MATCH-FOUND                                            PGM150
057600         SET RX-AUTO-CLEARED TO TRUE                              PGM150
057700         MOVE WS-STMT-DATE   TO RX-CLEAR-DATE                     PGM150
057800         MOVE 'PGM150'       TO RX-CLEAR-USER                     PGM150
057900         MOVE WS-CBT-KEY (WS-MATCH-SUB) TO RX-CLEAR-NOTE          PGM150
058000         REWRITE RECON-EXCEPTION-REC                              PGM150
058100             INVALID KEY                                          PGM150
058200                 DISPLAY 'RECON EXCEPTION REWRITE ERROR: '        PGM150
058300                         RX-BANK-REF                              PGM150
058400         END-REWRITE                                              PGM150
058500         PERFORM 2200-MARK-BOOK-MATCHED                           PGM150
058600         ADD 1 TO WS-AUTO-CLEAR-COUNT                             PGM150
058700     END-IF.                                                      PGM150
058800*                                                                 PGM150
058900* 담당자 해소 거래: 은행 수수료/이자처럼 장부 건이 없는                                 PGM150
059000* 예외를 사유와 함께 정리한다. 해소 건마다 감사 추적.                                  PGM150
059100 4000-APPLY-MANUAL-CLEARS.                                        PGM150
059200     OPEN INPUT RECON-CLEAR-FILE                                  PGM150
059300     IF WS-FILE-STATUS4 = '00'                                    PGM150
059400         SET WS-CLEAR-READY TO TRUE                               PGM150
059500     ELSE                                                         PGM150
059600         IF WS-FILE-STATUS4 NOT = '05'                            PGM150
059700             DISPLAY 'RECON CLEAR OPEN ERROR: ' WS-FILE-STATUS4   PGM150
059800         END-IF                                                   PGM150
059900     END-IF                                                       PGM150
060000     IF WS-CLEAR-READY                                            PGM150
060100         PERFORM 4050-READ-CLEAR                                  PGM150
060200             UNTIL WS-EOF                                         PGM150
060300         CLOSE RECON-CLEAR-FILE                                   PGM150
060400         MOVE 'N' TO WS-EOF-FLAG                                  PGM150
060500     END-IF.                                                      PGM150
060600*                                                                 PGM150
060700 4050-READ-CLEAR.                                                 PGM150
060800     READ RECON-CLEAR-FILE                                        PGM150
060900         AT END                                                   PGM150
061000             SET WS-EOF TO TRUE                                   PGM150
061100         NOT AT END                                               PGM150
061200             PERFORM 4100-CLEAR-EXCEPTION                         PGM150
061300     END-READ.                                                    PGM150
061400*                                                                 PGM150
061500 4100-CLEAR-EXCEPTION.                                            PGM150
061600     MOVE RC-STMT-DATE TO RX-STMT-DATE                            PGM150
061700     MOVE RC-BANK-REF  TO RX-BANK-REF                             PGM150
061800     READ RECON-EXCEPTION-FILE                                    PGM150
061900         INVALID KEY                                              PGM150
062000             DISPLAY 'CLEAR REJECTED - NOT FOUND: ' RC-BANK-REF   PGM150
062100             ADD 1 TO WS-CLEAR-REJECT-COUNT                       PGM150
062200         NOT INVALID KEY                                          PGM150
062300             PERFORM 4150-MARK-CLEARED                            PGM150
062400     END-READ.                                                    PGM150
062500*                                                                 PGM150
062600 4150-MARK-CLEARED.                                               PGM150
062700     IF NOT RX-OPEN                                               PGM150
062800         DISPLAY 'CLEAR REJECTED - NOT OPEN: ' RC-BANK-REF        PGM150
062900         ADD 1 TO WS-CLEAR-REJECT-COUNT                           PGM150
063000     ELSE                                                         PGM150
063100         SET RX-MANUAL-CLEARED TO TRUE                            PGM150
063200         MOVE WS-RUN-DATE  TO RX-CLEAR-DATE                       PGM150
063300         MOVE RC-USER-ID   TO RX-CLEAR-USER                       PGM150
063400         MOVE RC-REASON    TO RX-CLEAR-NOTE                       PGM150
063500         REWRITE RECON-EXCEPTION-REC                              PGM150
063600             INVALID KEY                                          PGM150
063700                 DISPLAY 'RECON EXCEPTION REWRITE ERROR: '        PGM150
063800                         RX-BANK-REF                              PGM150
063900         END-REWRITE                                              PGM150
064000         ADD 1 TO WS-MANUAL-CLEAR-COUNT                           PGM150
064100         MOVE 'RECCLR'     TO WS-AUDIT-COND                       PGM150
064200         MOVE RX-BANK-REF  TO WS-AUDIT-KEY1                       PGM150
064300         MOVE RC-USER-ID   TO WS-AUDIT-KEY2                       PGM150
064400         MOVE RC-REASON    TO WS-AUDIT-DESC                       PGM150
064500         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM150
064600     END-IF.                                                      PGM150
064700*                                                                 PGM150
064800* 대사표: 미결 은행 예외, 미대사 장부 건, 잔액 대조.                                 PGM150
064900 5000-PRINT-RECONCILIATION.                                       PGM150
065000     MOVE 'OPEN BANK ITEMS NOT IN BOOK' TO RT-SECTION-TITLE       PGM150
065100     WRITE RECON-REPORT-REC FROM WS-RPT-SECTION                   PGM150
065200     WRITE RECON-REPORT-REC FROM WS-RPT-EXC-COLUMNS               PGM150
065300     MOVE LOW-VALUES TO RX-KEY                                    PGM150
065400     START RECON-EXCEPTION-FILE KEY IS NOT LESS THAN RX-KEY       PGM150
065500         INVALID KEY SET WS-EOF TO TRUE                           PGM150
065600     END-START                                                    PGM150
065700     PERFORM 5100-PRINT-OPEN-EXCEPTION                            PGM150
065800         UNTIL WS-EOF                                             PGM150
065900     MOVE 'N' TO WS-EOF-FLAG                                      PGM150
066000     MOVE 'OPEN BOOK ITEMS NOT IN BANK' TO RT-SECTION-TITLE       PGM150
066100     WRITE RECON-REPORT-REC FROM WS-RPT-SECTION                   PGM150
066200     WRITE RECON-REPORT-REC FROM WS-RPT-BOOK-COLUMNS              PGM150
066300     PERFORM 5200-PRINT-OPEN-BOOK-ITEM                            PGM150
066400         VARYING CB-IDX FROM 1 BY 1                               PGM150
066500         UNTIL CB-IDX > WS-CB-COUNT                               PGM150
066600     PERFORM 5300-PRINT-BALANCES.                                 PGM150
066700*                                                                 PGM150
066800 5100-PRINT-OPEN-EXCEPTION.                                       PGM150
066900     READ RECON-EXCEPTION-FILE NEXT RECORD                        PGM150
067000         AT END                                                   PGM150
067100             SET WS-EOF TO TRUE                                   PGM150
067200         NOT AT END                                               PGM150
067300             IF RX-OPEN                                           PGM150
067400                 PERFORM 5150-PRINT-EXCEPTION-LINE                PGM150
067500             END-IF                                               PGM150
067600     END-READ.                                                    PGM150
067700*                                                                 PGM150
067800 5150-PRINT-EXCEPTION-LINE.                                       PGM150
067900     MOVE RX-STMT-DATE    TO RE-STMT-DATE                         PGM150
068000     MOVE RX-BANK-REF     TO RE-BANK-REF                          PGM150
068100     MOVE RX-VALUE-DATE   TO RE-VALUE-DATE                        PGM150
068200     MOVE RX-DC-CD        TO RE-DC-CD                             PGM150
068300     MOVE RX-AMOUNT       TO RE-AMOUNT                            PGM150
068400     MOVE RX-REFERENCE    TO RE-REFERENCE                         PGM150
068500     MOVE RX-COUNTERPARTY TO RE-COUNTERPARTY                      PGM150
068600     WRITE RECON-REPORT-REC FROM WS-RPT-EXC-LINE                  PGM150
068700     ADD 1 TO WS-OPEN-EXC-COUNT                                   PGM150
068800     IF RX-CREDIT                                                 PGM150
068900         ADD RX-AMOUNT TO WS-BANK-ONLY-CR                         PGM150
069000     ELSE                                                         PGM150
069100         ADD RX-AMOUNT TO WS-BANK-ONLY-DR                         PGM150
069200     END-IF.                                                      PGM150
069300*                                                                 PGM150
069400* 거래일 이후 일자의 장부 건은 아직 장부 잔액에 없으므로                                 PGM150
069500* 조정 항목에서 뺀다.                                                     PGM150
069600 5200-PRINT-OPEN-BOOK-ITEM.                                       PGM150
069700     IF NOT WS-CBT-MATCHED (CB-IDX)                               PGM150
069800         AND WS-CBT-BOOK-DATE (CB-IDX) NOT > WS-STMT-DATE         PGM150
069900         MOVE WS-CBT-BOOK-DATE (CB-IDX) TO RK-BOOK-DATE           PGM150
070000         MOVE WS-CBT-SOURCE (CB-IDX)    TO RK-SOURCE              PGM150
070100         MOVE WS-CBT-PARTY-CD (CB-IDX)  TO RK-PARTY-CD            PGM150
070200         MOVE WS-CBT-DOC-REF (CB-IDX)   TO RK-DOC-REF             PGM150
070300         MOVE WS-CBT-AMOUNT (CB-IDX)    TO RK-AMOUNT              PGM150
070400         MOVE WS-CBT-KEY (CB-IDX) (10:24) TO RK-REF-KEY           PGM150
070500         WRITE RECON-REPORT-REC FROM WS-RPT-BOOK-LINE             PGM150
070600         ADD 1 TO WS-OPEN-BOOK-COUNT                              PGM150
070700         IF WS-CBT-SOURCE (CB-IDX) = 'R'                          PGM150
070800             ADD WS-CBT-AMOUNT (CB-IDX) TO WS-BOOK-ONLY-RCPT      PGM150
070900         ELSE                                                     PGM150
071000             ADD WS-CBT-AMOUNT (CB-IDX) TO WS-BOOK-ONLY-PAY       PGM150
071100         END-IF                                                   PGM150
071200     END-IF.                                                      PGM150
071300*                                                                 PGM150
071400 5300-PRINT-BALANCES.                                             PGM150
071500     COMPUTE WS-BALANCE-DIFF = WS-BOOK-BALANCE - WS-CLOSE-BAL     PGM150
071600     COMPUTE WS-ADJUSTED-BANK =                                   PGM150
071700         WS-CLOSE-BAL - WS-BANK-ONLY-CR + WS-BANK-ONLY-DR         PGM150
071800         + WS-BOOK-ONLY-RCPT - WS-BOOK-ONLY-PAY                   PGM150
071900     COMPUTE WS-UNEXPLAINED = WS-BOOK-BALANCE - WS-ADJUSTED-BANK  PGM150
072000     MOVE 'BOOK TO BANK BALANCE' TO RT-SECTION-TITLE              PGM150
072100     WRITE RECON-REPORT-REC FROM WS-RPT-SECTION                   PGM150
072200     MOVE 'BOOK BALANCE' TO RA-LABEL                              PGM150
072300     MOVE WS-BOOK-BALANCE TO RA-AMOUNT                            PGM150
072400     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
072500     MOVE 'BANK BALANCE PER STATEMENT' TO RA-LABEL                PGM150
072600     MOVE WS-CLOSE-BAL TO RA-AMOUNT                               PGM150
072700     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
072800     MOVE 'DIFFERENCE (BOOK - BANK)' TO RA-LABEL                  PGM150
072900     MOVE WS-BALANCE-DIFF TO RA-AMOUNT                            PGM150
073000     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
073100     MOVE 'LESS BANK CREDITS NOT IN BOOK' TO RA-LABEL             PGM150
073200     MOVE WS-BANK-ONLY-CR TO RA-AMOUNT                            PGM150
073300     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
073400     MOVE 'ADD BANK DEBITS NOT IN BOOK' TO RA-LABEL               PGM150
073500     MOVE WS-BANK-ONLY-DR TO RA-AMOUNT                            PGM150
073600     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
073700     MOVE 'ADD BOOK RECEIPTS NOT IN BANK' TO RA-LABEL             PGM150
073800     MOVE WS-BOOK-ONLY-RCPT TO RA-AMOUNT                          PGM150
073900     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
074000     MOVE 'LESS BOOK PAYMENTS NOT IN BANK' TO RA-LABEL            PGM150
074100     MOVE WS-BOOK-ONLY-PAY TO RA-AMOUNT                           PGM150
074200     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
074300     MOVE 'ADJUSTED BANK BALANCE' TO RA-LABEL                     PGM150
074400     MOVE WS-ADJUSTED-BANK TO RA-AMOUNT                           PGM150
074500     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
074600     MOVE 'UNEXPLAINED DIFFERENCE' TO RA-LABEL                    PGM150
074700     MOVE WS-UNEXPLAINED TO RA-AMOUNT                             PGM150
074800     WRITE RECON-REPORT-REC FROM WS-RPT-AMT-LINE                  PGM150
074900     MOVE 'STATEMENT ITEMS' TO RN-LABEL                           PGM150
075000     MOVE WS-STMT-COUNT TO RN-COUNT                               PGM150
075100     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
075200     MOVE 'MATCHED BY REFERENCE' TO RN-LABEL                      PGM150
075300     MOVE WS-REF-MATCH-COUNT TO RN-COUNT                          PGM150
075400     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
075500     MOVE 'MATCHED BY AMOUNT ONLY' TO RN-LABEL                    PGM150
075600     MOVE WS-AMT-MATCH-COUNT TO RN-COUNT                          PGM150
075700     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
075800     MOVE 'NEW EXCEPTIONS' TO RN-LABEL                            PGM150
075900     MOVE WS-NEW-EXC-COUNT TO RN-COUNT                            PGM150
076000     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
076100     MOVE 'PRIOR EXCEPTIONS AUTO-CLEARED' TO RN-LABEL             PGM150
076200     MOVE WS-AUTO-CLEAR-COUNT TO RN-COUNT                         PGM150
076300     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
076400     MOVE 'EXCEPTIONS CLEARED MANUALLY' TO RN-LABEL               PGM150
076500     MOVE WS-MANUAL-CLEAR-COUNT TO RN-COUNT                       PGM150
076600     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
076700     MOVE 'CLEAR REQUESTS REJECTED' TO RN-LABEL                   PGM150
076800     MOVE WS-CLEAR-REJECT-COUNT TO RN-COUNT                       PGM150
076900     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
077000     MOVE 'OPEN BANK ITEMS' TO RN-LABEL                           PGM150
077100     MOVE WS-OPEN-EXC-COUNT TO RN-COUNT                           PGM150
077200     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM150
077300     MOVE 'OPEN BOOK ITEMS' TO RN-LABEL                           PGM150
077400     MOVE WS-OPEN-BOOK-COUNT TO RN-COUNT                          PGM150
077500     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE.                 PGM150
077600*                                                                 PGM150
077700 6000-UPDATE-BANK-BALANCE.                                        PGM150
077800     MOVE WS-BANK-CD      TO BB-BANK-CD                           PGM150
077900     MOVE WS-ACCT-NO      TO BB-ACCT-NO                           PGM150
078000     MOVE WS-BOOK-BALANCE TO BB-BOOK-BALANCE                      PGM150
078100     MOVE WS-CLOSE-BAL    TO BB-BANK-BALANCE                      PGM150
078200     MOVE WS-STMT-DATE    TO BB-LAST-STMT-DATE                    PGM150
078300     IF WS-NEW-ACCOUNT                                            PGM150
078400         WRITE BANK-BALANCE-REC                                   PGM150
078500             INVALID KEY                                          PGM150
078600                 DISPLAY 'BANK BALANCE WRITE ERROR: ' BB-ACCT-NO  PGM150
078700         END-WRITE                                                PGM150
078800     ELSE                                                         PGM150
078900         REWRITE BANK-BALANCE-REC                                 PGM150
079000             INVALID KEY                                          PGM150
079100                 DISPLAY 'BANK BALANCE REWRITE ERROR: ' BB-ACCT-NOPGM150
079200         END-REWRITE                                              PGM150
079300     END-IF.                                                      PGM150
079400*                                                                 PGM150
079500 9000-FINALIZE.                                                   PGM150
079600     CLOSE CASH-BOOK-FILE                                         PGM150
079700     CLOSE RECON-EXCEPTION-FILE                                   PGM150
079800     CLOSE BANK-BALANCE-FILE                                      PGM150
079900     CLOSE RECON-REPORT-FILE                                      PGM150
080000     IF WS-AUDIT-READY                                            PGM150
080100         CLOSE AUDIT-TRAIL-FILE                                   PGM150
080200     END-IF                                                       PGM150
080300     IF WS-OPEN-EXC-COUNT > 0 OR WS-UNEXPLAINED NOT = 0           PGM150
080400         MOVE 4 TO RETURN-CODE                                    PGM150
080500     END-IF                                                       PGM150
080600     DISPLAY 'PGM150 COMPLETED: ' WS-STMT-COUNT ' ITEMS, '        PGM150
080700             WS-NEW-EXC-COUNT ' NEW EXCEPTIONS, '                 PGM150
080800             WS-OPEN-EXC-COUNT ' OPEN'.                           PGM150
080900*                                                                 PGM150
081000 9700-WRITE-AUDIT-RECORD.                                         PGM150
081100     IF WS-AUDIT-READY                                            PGM150
081200         INITIALIZE AUDIT-TRAIL-REC                               PGM150
081300         MOVE 'PGM150'   TO AT-PROGRAM-ID                         PGM150
081400         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM150
081500         ACCEPT AT-RUN-TIME FROM TIME                             PGM150
081600         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM150
081700         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM150
081800         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM150
081900         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM150
082000         WRITE AUDIT-TRAIL-REC                                    PGM150
082100     END-IF.                                                      PGM150
082200*                                                                 PGM150
082300 9750-DIAGNOSE-FILE-STATUS.                                       PGM150
082400     EVALUATE WS-ABEND-STATUS                                     PGM150
082500         WHEN '10'                                                PGM150
082600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM150
082700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM150
082800         WHEN '23'                                                PGM150
082900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM150
083000             DISPLAY '  AND RETRY THE REQUEST'                    PGM150
083100         WHEN '35'                                                PGM150
083200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM150
083300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM150
083400         WHEN '37'                                                PGM150
083500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM150
083600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM150
083700         WHEN '39'                                                PGM150
083800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM150
083900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM150
084000         WHEN '41'                                                PGM150
084100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM150
084200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM150
084300         WHEN '42'                                                PGM150
084400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM150
084500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM150
084600         WHEN '46'                                                PGM150
084700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM150
084800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM150
084900         WHEN OTHER                                               PGM150
085000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM150
085100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM150
085200     END-EVALUATE.                                                PGM150
085300*                                                                 PGM150
085400 9900-ABNORMAL-END.                                               PGM150
085500     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM150
085600     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM150
085700     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM150
085800     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM150
085900     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM150
086000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM150
086100     DISPLAY 'PGM150 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM150
086200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM150
086300     MOVE 16 TO RETURN-CODE                                       PGM150
086400     GOBACK.                                                      PGM150
086500                                                                  PGM150
