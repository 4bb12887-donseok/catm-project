000100 IDENTIFICATION DIVISION.                                         PGM180
000200 PROGRAM-ID.    PGM180.                                           PGM180
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM180
000400*                                                                 PGM180
000500* =========================================================       PGM180
000600* 프로그램명: 고객 거래명세서(STATEMENT OF ACCOUNT) 출력                        PGM180
000700* 처리내용  : 매출채권(CPYAROP)을 고객별로 읽어 월간 거래                            PGM180
000800*            명세서를 출력한다. 명세 기간(기본: 실행월 1일                          PGM180
000900*            부터 실행일까지)의 송장/크레딧 메모와 현금 장부                          PGM180
001000*            (CPYCSHB)의 수금 입금을 거래 내역으로, 잔액이                       PGM180
001100*            남은 송장/크레딧을 미결 항목으로 싣는다. 이월                           PGM180
001200*            잔액은 기말 잔액에서 기간 거래를 되돌려 구한다.                          PGM180
001300*            경과일은 PGM132 에이징과 같은 30일/360일 기준이며                    PGM180
001400*            결제조건은 여신한도(CC-TERMS-DAYS) 우선, 없으면                    PGM180
001500*            고객 마스터의 조건일수를 쓴다. 파라미터로 명세                           PGM180
001600*            기간(YYYYMM)과 단일 고객 재발행을 지정한다.                         PGM180
001700* =========================================================       PGM180
001800*                                                                 PGM180
001900 ENVIRONMENT DIVISION.                                            PGM180
002000 CONFIGURATION SECTION.                                           PGM180
002100 INPUT-OUTPUT SECTION.                                            PGM180
002200 FILE-CONTROL.                                                    PGM180
002300     SELECT OPTIONAL STMT-PARM-FILE                               PGM180
002400         ASSIGN TO STMTPARM                                       PGM180
002500         ORGANIZATION IS SEQUENTIAL                               PGM180
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM180
002700     SELECT AR-OPEN-FILE                                          PGM180
002800         ASSIGN TO AROPEN                                         PGM180
002900         ORGANIZATION IS INDEXED                                  PGM180
003000         ACCESS MODE IS DYNAMIC                                   PGM180
003100         RECORD KEY IS AO-KEY                                     PGM180
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM180
003300     SELECT OPTIONAL CASH-BOOK-FILE                               PGM180
003400         ASSIGN TO CASHBOOK                                       PGM180
003500         ORGANIZATION IS INDEXED                                  PGM180
003600         ACCESS MODE IS DYNAMIC                                   PGM180
003700         RECORD KEY IS CB-KEY                                     PGM180
003800         FILE STATUS IS WS-FILE-STATUS3.                          PGM180
003900     SELECT CUSTOMER-MASTER-FILE                                  PGM180
004000         ASSIGN TO CUSTMAST                                       PGM180
004100         ORGANIZATION IS INDEXED                                  PGM180
004200         ACCESS MODE IS RANDOM                                    PGM180
004300         RECORD KEY IS CU-CUSTOMER-CD                             PGM180
004400         FILE STATUS IS WS-FILE-STATUS4.                          PGM180
004500     SELECT CUSTOMER-ADDRESS-FILE                                 PGM180
004600         ASSIGN TO CUSTADDR                                       PGM180
004700         ORGANIZATION IS INDEXED                                  PGM180
004800         ACCESS MODE IS RANDOM                                    PGM180
004900         RECORD KEY IS CA-KEY                                     PGM180
005000         FILE STATUS IS WS-FILE-STATUS5.                          PGM180
005100     SELECT OPTIONAL CREDIT-LIMIT-FILE                            PGM180
005200         ASSIGN TO CRDLIMIT                                       PGM180
005300         ORGANIZATION IS INDEXED                                  PGM180
005400         ACCESS MODE IS RANDOM                                    PGM180
005500         RECORD KEY IS CC-CUSTOMER-CD                             PGM180
005600         FILE STATUS IS WS-FILE-STATUS6.                          PGM180
005700     SELECT STATEMENT-FILE                                        PGM180
005800         ASSIGN TO STMTRPT                                        PGM180
005900         ORGANIZATION IS SEQUENTIAL                               PGM180
006000         FILE STATUS IS WS-FILE-STATUS7.                          PGM180
006100*                                                                 PGM180
006200 DATA DIVISION.                                                   PGM180
006300 FILE SECTION.                                                    PGM180
006400 FD  STMT-PARM-FILE.                                              PGM180
006500 01  STMT-PARM-REC.                                               PGM180
006600     05 TP-PERIOD-YM         PIC 9(06).                           PGM180
006700     05 TP-CUSTOMER-CD       PIC X(10).                           PGM180
006800     05 FILLER               PIC X(04).                           PGM180
006900 FD  AR-OPEN-FILE.                                                PGM180
007000 01  AR-OPEN-REC.                                                 PGM180
007100     COPY CPYAROP.                                                PGM180
007200 FD  CASH-BOOK-FILE.                                              PGM180
007300 01  CASH-BOOK-REC.                                               PGM180
007400     COPY CPYCSHB.                                                PGM180
007500 FD  CUSTOMER-MASTER-FILE.                                        PGM180
007600 01  CUSTOMER-MASTER-REC.                                         PGM180
007700     COPY CPYCUST.                                                PGM180
007800 FD  CUSTOMER-ADDRESS-FILE.                                       PGM180
007900 01  CUSTOMER-ADDRESS-REC.                                        PGM180
008000     COPY CPYCADR.                                                PGM180
008100 FD  CREDIT-LIMIT-FILE.                                           PGM180
008200 01  CREDIT-LIMIT-REC.                                            PGM180
008300     COPY CPYCRLM.                                                PGM180
008400 FD  STATEMENT-FILE.                                              PGM180
008500 01  STATEMENT-REC           PIC X(132).                          PGM180
008600*                                                                 PGM180
008700 WORKING-STORAGE SECTION.                                         PGM180
008800 01  WS-FILE-STATUS         PIC XX.                               PGM180
008900 01  WS-FILE-STATUS2        PIC XX.                               PGM180
009000 01  WS-FILE-STATUS3        PIC XX.                               PGM180
009100 01  WS-FILE-STATUS4        PIC XX.                               PGM180
009200 01  WS-FILE-STATUS5        PIC XX.                               PGM180
009300 01  WS-FILE-STATUS6        PIC XX.                               PGM180
009400 01  WS-FILE-STATUS7        PIC XX.                               PGM180
009500 01  WS-ABEND-STATUS        PIC XX.                               PGM180
009600 01  WS-AR-EOF-FLAG         PIC X VALUE 'N'.                      PGM180
009700     88 WS-AR-EOF           VALUE 'Y'.                            PGM180
009800 01  WS-CB-EOF-FLAG         PIC X VALUE 'N'.                      PGM180
009900     88 WS-CB-EOF           VALUE 'Y'.                            PGM180
010000 01  WS-CRDT-READY-FLAG     PIC X VALUE 'N'.                      PGM180
010100     88 WS-CRDT-READY       VALUE 'Y'.                            PGM180
010200 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM180
010300 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM180
010400     05 WS-RUN-YY            PIC 9(04).                           PGM180
010500     05 WS-RUN-MM            PIC 9(02).                           PGM180
010600     05 WS-RUN-DD            PIC 9(02).                           PGM180
010700 01  WS-INV-DATE            PIC 9(08) VALUE ZEROS.                PGM180
010800 01  WS-INV-DATE-R REDEFINES WS-INV-DATE.                         PGM180
010900     05 WS-INV-YY            PIC 9(04).                           PGM180
011000     05 WS-INV-MM            PIC 9(02).                           PGM180
011100     05 WS-INV-DD            PIC 9(02).                           PGM180
011200 01  WS-PERIOD-FROM         PIC 9(08) VALUE ZEROS.                PGM180
011300 01  WS-ONE-CUSTOMER        PIC X(10) VALUE SPACES.               PGM180
011400 01  WS-CURR-CUSTOMER       PIC X(10) VALUE SPACES.               PGM180
011500 01  WS-TERMS-DAYS          PIC 9(03) VALUE ZEROS.                PGM180
011600 01  WS-DEFAULT-TERMS       PIC 9(03) VALUE 30.                   PGM180
011700 01  WS-AGE-DAYS            PIC S9(05) VALUE ZEROS.               PGM180
011800 01  WS-DAYS-OVER           PIC S9(05) VALUE ZEROS.               PGM180
011900 01  WS-OPEN-AMT            PIC S9(11)V99 VALUE ZEROS.            PGM180
012000 01  WS-CLOSING-BAL         PIC S9(13)V99 VALUE ZEROS.            PGM180
012100 01  WS-OVERDUE-AMT         PIC S9(13)V99 VALUE ZEROS.            PGM180
012200 01  WS-BAL-FORWARD         PIC S9(13)V99 VALUE ZEROS.            PGM180
012300 01  WS-PERIOD-INV          PIC S9(13)V99 VALUE ZEROS.            PGM180
012400 01  WS-PERIOD-CRD          PIC S9(13)V99 VALUE ZEROS.            PGM180
012500 01  WS-PERIOD-PAY          PIC S9(13)V99 VALUE ZEROS.            PGM180
012600 01  WS-ACTIVITY-CNT        PIC 9(05) VALUE ZEROS.                PGM180
012700 01  WS-STMT-COUNT          PIC 9(05) VALUE ZEROS.                PGM180
012800 01  WS-SKIP-COUNT          PIC 9(05) VALUE ZEROS.                PGM180
012900 01  WS-IX                  PIC 9(04) VALUE ZEROS.                PGM180
013000 01  WS-RX                  PIC 9(04) VALUE ZEROS.                PGM180
013100*                                                                 PGM180
013200* 한 고객의 채권 항목 (이월 잔액을 먼저 구한 뒤 출력)                                 PGM180
013300 01  WS-ITEM-CNT            PIC 9(04) VALUE ZEROS.                PGM180
013400 01  WS-ITEM-MAX            PIC 9(04) VALUE 500.                  PGM180
013500 01  WS-ITEM-TABLE.                                               PGM180
013600     05 WS-ITEM-ENTRY OCCURS 500 TIMES.                           PGM180
013700         10 WS-IT-INVOICE-NO  PIC 9(10).                          PGM180
013800         10 WS-IT-INV-DATE    PIC 9(08).                          PGM180
013900         10 WS-IT-INV-AMT     PIC S9(11)V99 COMP-3.               PGM180
014000         10 WS-IT-PAID-AMT    PIC S9(11)V99 COMP-3.               PGM180
014100         10 WS-IT-STATUS-CD   PIC X(01).                          PGM180
014200             88 WS-IT-OPEN     VALUE 'O'.                         PGM180
014300             88 WS-IT-CREDITED VALUE 'C'.                         PGM180
014400*                                                                 PGM180
014500* 명세 기간의 수금 입금 (현금 장부 R 건)                                        PGM180
014600 01  WS-RCPT-CNT            PIC 9(04) VALUE ZEROS.                PGM180
014700 01  WS-RCPT-MAX            PIC 9(04) VALUE 5000.                 PGM180
014800 01  WS-RCPT-TABLE.                                               PGM180
014900     05 WS-RCPT-ENTRY OCCURS 5000 TIMES.                          PGM180
015000         10 WS-RC-CUSTOMER-CD PIC X(10).                          PGM180
015100         10 WS-RC-BOOK-DATE   PIC 9(08).                          PGM180
015200         10 WS-RC-DOC-REF     PIC X(12).                          PGM180
015300         10 WS-RC-AMOUNT      PIC S9(11)V99 COMP-3.               PGM180
015400*                                                                 PGM180
015500 01  WS-RPT-TITLE.                                                PGM180
015600     05 FILLER               PIC X(30) VALUE                      PGM180
015700             'PGM180 STATEMENT OF ACCOUNT   '.                    PGM180
015800     05 FILLER               PIC X(16) VALUE 'STATEMENT DATE: '.  PGM180
015900     05 RT-STMT-DATE         PIC 9(08).                           PGM180
016000     05 FILLER               PIC X(15) VALUE '  PERIOD FROM: '.   PGM180
016100     05 RT-PERIOD-FROM       PIC 9(08).                           PGM180
016200     05 FILLER               PIC X(55) VALUE SPACES.              PGM180
016300 01  WS-RPT-CUSTOMER.                                             PGM180
016400     05 FILLER               PIC X(10) VALUE 'CUSTOMER: '.        PGM180
016500     05 RC-CUSTOMER          PIC X(10).                           PGM180
016600     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
016700     05 RC-NAME              PIC X(40).                           PGM180
016800     05 FILLER               PIC X(08) VALUE ' TERMS: '.          PGM180
016900     05 RC-TERMS             PIC ZZ9.                             PGM180
017000     05 FILLER               PIC X(05) VALUE ' DAYS'.             PGM180
017100     05 FILLER               PIC X(54) VALUE SPACES.              PGM180
017200 01  WS-RPT-ADDRESS.                                              PGM180
017300     05 FILLER               PIC X(10) VALUE '  BILL-TO '.        PGM180
017400     05 RA-ADDR-LINE1        PIC X(40).                           PGM180
017500     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
017600     05 RA-ADDR-LINE2        PIC X(30).                           PGM180
017700     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
017800     05 RA-POSTAL-CD         PIC X(06).                           PGM180
017900     05 FILLER               PIC X(44) VALUE SPACES.              PGM180
018000 01  WS-RPT-FORWARD.                                              PGM180
018100     05 FILLER               PIC X(30) VALUE                      PGM180
018200             'BALANCE BROUGHT FORWARD       '.                    PGM180
018300     05 RF-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
018400     05 FILLER               PIC X(83) VALUE SPACES.              PGM180
018500 01  WS-RPT-ACT-COLUMNS.                                          PGM180
018600     05 FILLER               PIC X(34) VALUE                      PGM180
018700             '  DATE      TYPE     DOCUMENT     '.                PGM180
018800     05 FILLER               PIC X(19) VALUE                      PGM180
018900             '             AMOUNT'.                               PGM180
019000     05 FILLER               PIC X(79) VALUE SPACES.              PGM180
019100 01  WS-RPT-ACTIVITY.                                             PGM180
019200     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
019300     05 RV-DATE              PIC 9(08).                           PGM180
019400     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
019500     05 RV-TYPE              PIC X(08).                           PGM180
019600     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
019700     05 RV-DOC               PIC X(12).                           PGM180
019800     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
019900     05 RV-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
020000     05 FILLER               PIC X(79) VALUE SPACES.              PGM180
020100 01  WS-RPT-OPEN-COLUMNS.                                         PGM180
020200     05 FILLER               PIC X(48) VALUE                      PGM180
020300             '  DOCUMENT    INV DATE            ORIGINAL      '.  PGM180
020400     05 FILLER               PIC X(50) VALUE                      PGM180
020500             '          PAID                OPEN   DAYS STATUS  '.PGM180
020600     05 FILLER               PIC X(34) VALUE SPACES.              PGM180
020700 01  WS-RPT-OPEN-ITEM.                                            PGM180
020800     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
020900     05 RO-DOC               PIC 9(10).                           PGM180
021000     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
021100     05 RO-INV-DATE          PIC 9(08).                           PGM180
021200     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
021300     05 RO-INV-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
021400     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
021500     05 RO-PAID-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
021600     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
021700     05 RO-OPEN-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
021800     05 FILLER               PIC X(02) VALUE SPACES.              PGM180
021900     05 RO-DAYS-OVER         PIC ZZZZ9.                           PGM180
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM180
022100     05 RO-STATUS            PIC X(08).                           PGM180
022200     05 FILLER               PIC X(34) VALUE SPACES.              PGM180
022300 01  WS-RPT-CLOSING.                                              PGM180
022400     05 FILLER               PIC X(30) VALUE                      PGM180
022500             'CLOSING BALANCE               '.                    PGM180
022600     05 RL-CLOSING           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
022700     05 FILLER               PIC X(12) VALUE '   OVERDUE: '.      PGM180
022800     05 RL-OVERDUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM180
022900     05 FILLER               PIC X(52) VALUE SPACES.              PGM180
023000 01  WS-RPT-RULE            PIC X(132) VALUE ALL '-'.             PGM180
023100*                                                                 PGM180
023200 PROCEDURE DIVISION.                                              PGM180
023300*                                                                 PGM180
023400 0000-MAIN-PROCESS.                                               PGM180
023500     PERFORM 1000-INITIALIZE                                      PGM180
023600     PERFORM 1500-LOAD-RECEIPTS                                   PGM180
023700     PERFORM 2000-START-AR-SCAN                                   PGM180
023800     PERFORM 3000-PROCESS-CUSTOMER                                PGM180
023900         UNTIL WS-AR-EOF                                          PGM180
024000     PERFORM 9000-FINALIZE                                        PGM180
024100     GOBACK.                                                      PGM180
024200*                                                                 PGM180
024300 1000-INITIALIZE.                                                 PGM180
024400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM180
024500     COMPUTE WS-PERIOD-FROM =                                     PGM180
024600         (WS-RUN-YY * 10000) + (WS-RUN-MM * 100) + 1              PGM180
024700     OPEN INPUT STMT-PARM-FILE                                    PGM180
024800     IF WS-FILE-STATUS = '00'                                     PGM180
024900         READ STMT-PARM-FILE                                      PGM180
025000             AT END                                               PGM180
025100                 CONTINUE                                         PGM180
025200             NOT AT END                                           PGM180
025300                 IF TP-PERIOD-YM NUMERIC AND TP-PERIOD-YM > 0     PGM180
025400                     COMPUTE WS-PERIOD-FROM =                     PGM180
025500                         (TP-PERIOD-YM * 100) + 1                 PGM180
025600                 END-IF                                           PGM180
025700                 MOVE TP-CUSTOMER-CD TO WS-ONE-CUSTOMER           PGM180
025800         END-READ                                                 PGM180
025900         CLOSE STMT-PARM-FILE                                     PGM180
026000     END-IF                                                       PGM180
026100     OPEN INPUT AR-OPEN-FILE                                      PGM180
026200     IF WS-FILE-STATUS2 NOT = '00'                                PGM180
026300         DISPLAY 'AR OPEN FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM180
026400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM180
026500         PERFORM 9900-ABNORMAL-END                                PGM180
026600     END-IF                                                       PGM180
026700     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM180
026800     IF WS-FILE-STATUS4 NOT = '00'                                PGM180
026900         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS4   PGM180
027000         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM180
027100         PERFORM 9900-ABNORMAL-END                                PGM180
027200     END-IF                                                       PGM180
027300     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM180
027400     IF WS-FILE-STATUS5 NOT = '00'                                PGM180
027500         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS5  PGM180
027600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM180
027700         PERFORM 9900-ABNORMAL-END                                PGM180
027800     END-IF                                                       PGM180
027900     OPEN INPUT CREDIT-LIMIT-FILE                                 PGM180
028000     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM180
028100         SET WS-CRDT-READY TO TRUE                                PGM180
028200     ELSE                                                         PGM180
028300         DISPLAY 'CREDIT LIMIT FILE ABSENT - CUSTOMER TERMS '     PGM180
028400                 'USED: ' WS-FILE-STATUS6                         PGM180
028500     END-IF                                                       PGM180
028600     OPEN OUTPUT STATEMENT-FILE                                   PGM180
028700     IF WS-FILE-STATUS7 NOT = '00'                                PGM180
028800         DISPLAY 'STATEMENT FILE OPEN ERROR: ' WS-FILE-STATUS7    PGM180
028900         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM180
029000         PERFORM 9900-ABNORMAL-END                                PGM180
029100     END-IF.                                                      PGM180
029200*                                                                 PGM180
029300* 현금 장부는 장부일자가 키 선두이므로 명세 기간 시작일                                  PGM180
029400* 부터 읽어 수금(R) 건만 고객별로 모아 둔다.                                      PGM180
029500 1500-LOAD-RECEIPTS.                                              PGM180
029600     OPEN INPUT CASH-BOOK-FILE                                    PGM180
029700     IF WS-FILE-STATUS3 = '00' OR WS-FILE-STATUS3 = '05'          PGM180
029800         MOVE LOW-VALUES     TO CB-KEY                            PGM180
029900         MOVE WS-PERIOD-FROM TO CB-BOOK-DATE                      PGM180
030000         START CASH-BOOK-FILE KEY >= CB-KEY                       PGM180
030100             INVALID KEY                                          PGM180
030200                 SET WS-CB-EOF TO TRUE                            PGM180
030300         END-START                                                PGM180
030400         PERFORM 1510-LOAD-ONE-RECEIPT                            PGM180
030500             UNTIL WS-CB-EOF                                      PGM180
030600         CLOSE CASH-BOOK-FILE                                     PGM180
030700     ELSE                                                         PGM180
030800         DISPLAY 'CASH BOOK ABSENT - PAYMENTS NOT LISTED: '       PGM180
030900                 WS-FILE-STATUS3                                  PGM180
031000     END-IF.                                                      PGM180
031100*                                                                 PGM180
031200 1510-LOAD-ONE-RECEIPT.                                           PGM180
031300     READ CASH-BOOK-FILE NEXT RECORD                              PGM180
031400         AT END                                                   PGM180
031500             SET WS-CB-EOF TO TRUE                                PGM180
031600         NOT AT END                                               PGM180
031700             IF CB-RECEIPT                                        PGM180
031800                 AND (WS-ONE-CUSTOMER = SPACES                    PGM180
031900                     OR CB-PARTY-CD = WS-ONE-CUSTOMER)            PGM180
032000                 IF WS-RCPT-CNT >= WS-RCPT-MAX                    PGM180
032100                     DISPLAY 'RECEIPT TABLE FULL AT '             PGM180
032200                             WS-RCPT-MAX                          PGM180
032300                     MOVE 'FL' TO WS-ABEND-STATUS                 PGM180
032400                     PERFORM 9900-ABNORMAL-END                    PGM180
032500                 END-IF                                           PGM180
032600                 ADD 1 TO WS-RCPT-CNT                             PGM180
032700                 MOVE CB-PARTY-CD                                 PGM180
032800                     TO WS-RC-CUSTOMER-CD (WS-RCPT-CNT)           PGM180
032900                 MOVE CB-BOOK-DATE                                PGM180
033000                     TO WS-RC-BOOK-DATE (WS-RCPT-CNT)             PGM180
033100                 MOVE CB-DOC-REF                                  PGM180
033200                     TO WS-RC-DOC-REF (WS-RCPT-CNT)               PGM180
033300                 MOVE CB-AMOUNT                                   PGM180
033400                     TO WS-RC-AMOUNT (WS-RCPT-CNT)                PGM180
033500             END-IF                                               PGM180
033600     END-READ.                                                    PGM180
033700*                                                                 PGM180
033800 2000-START-AR-SCAN.                                              PGM180
033900     MOVE LOW-VALUES TO AO-KEY                                    PGM180
034000     IF WS-ONE-CUSTOMER NOT = SPACES                              PGM180
034100         MOVE WS-ONE-CUSTOMER TO AO-CUSTOMER-CD                   PGM180
034200     END-IF                                                       PGM180
034300     START AR-OPEN-FILE KEY >= AO-KEY                             PGM180
034400         INVALID KEY                                              PGM180
034500             SET WS-AR-EOF TO TRUE                                PGM180
034600     END-START                                                    PGM180
034700     IF NOT WS-AR-EOF                                             PGM180
034800         PERFORM 2100-READ-AR                                     PGM180
034900     END-IF.                                                      PGM180
035000*                                                                 PGM180
035100 2100-READ-AR.                                                    PGM180
035200     READ AR-OPEN-FILE NEXT RECORD                                PGM180
035300         AT END                                                   PGM180
035400             SET WS-AR-EOF TO TRUE                                PGM180
035500         NOT AT END                                               PGM180
035600             IF WS-ONE-CUSTOMER NOT = SPACES                      PGM180
035700                 AND AO-CUSTOMER-CD NOT = WS-ONE-CUSTOMER         PGM180
035800                 SET WS-AR-EOF TO TRUE                            PGM180
035900             END-IF                                               PGM180
036000     END-READ.                                                    PGM180
036100*                                                                 PGM180
036200* 고객 한 명의 채권을 모두 모은 뒤 이월 잔액을 계산한다:                                PGM180
036300* 이월 = 기말 잔액 - 기간 송장 - 기간 크레딧 + 기간 수금.                            PGM180
036400 3000-PROCESS-CUSTOMER.                                           PGM180
036500     MOVE AO-CUSTOMER-CD TO WS-CURR-CUSTOMER                      PGM180
036600     MOVE ZEROS TO WS-ITEM-CNT                                    PGM180
036700     MOVE ZEROS TO WS-CLOSING-BAL                                 PGM180
036800     MOVE ZEROS TO WS-OVERDUE-AMT                                 PGM180
036900     MOVE ZEROS TO WS-PERIOD-INV                                  PGM180
037000     MOVE ZEROS TO WS-PERIOD-CRD                                  PGM180
037100     MOVE ZEROS TO WS-PERIOD-PAY                                  PGM180
037200     MOVE ZEROS TO WS-ACTIVITY-CNT                                PGM180
037300     PERFORM 3100-COLLECT-ITEM                                    PGM180
037400         UNTIL WS-AR-EOF                                          PGM180
037500             OR AO-CUSTOMER-CD NOT = WS-CURR-CUSTOMER             PGM180
037600     PERFORM 3200-SUM-RECEIPT                                     PGM180
037700         VARYING WS-RX FROM 1 BY 1                                PGM180
037800         UNTIL WS-RX > WS-RCPT-CNT                                PGM180
037900     COMPUTE WS-BAL-FORWARD =                                     PGM180
038000         WS-CLOSING-BAL - WS-PERIOD-INV - WS-PERIOD-CRD           PGM180
038100         + WS-PERIOD-PAY                                          PGM180
038200     IF WS-CLOSING-BAL NOT = 0 OR WS-ACTIVITY-CNT > 0             PGM180
038300         PERFORM 4000-PRINT-STATEMENT                             PGM180
038400     ELSE                                                         PGM180
038500         ADD 1 TO WS-SKIP-COUNT                                   PGM180
038600     END-IF.                                                      PGM180
038700*                                                                 PGM180
038800 3100-COLLECT-ITEM.                                               PGM180
038900     IF WS-ITEM-CNT >= WS-ITEM-MAX                                PGM180
039000         DISPLAY 'CUSTOMER ITEM TABLE FULL AT ' WS-ITEM-MAX       PGM180
039100                 ' - CUSTOMER ' WS-CURR-CUSTOMER                  PGM180
039200         MOVE 'FL' TO WS-ABEND-STATUS                             PGM180
039300         PERFORM 9900-ABNORMAL-END                                PGM180
039400     END-IF                                                       PGM180
039500     ADD 1 TO WS-ITEM-CNT                                         PGM180
039600     MOVE AO-INVOICE-NO TO WS-IT-INVOICE-NO (WS-ITEM-CNT)         PGM180
039700     MOVE AO-INV-DATE   TO WS-IT-INV-DATE (WS-ITEM-CNT)           PGM180
039800     MOVE AO-INV-AMT    TO WS-IT-INV-AMT (WS-ITEM-CNT)            PGM180
039900     MOVE AO-PAID-AMT   TO WS-IT-PAID-AMT (WS-ITEM-CNT)           PGM180
040000     MOVE AO-STATUS-CD  TO WS-IT-STATUS-CD (WS-ITEM-CNT)          PGM180
040100     IF AO-OPEN OR AO-CREDITED                                    PGM180
040200         COMPUTE WS-CLOSING-BAL =                                 PGM180
040300             WS-CLOSING-BAL + AO-INV-AMT - AO-PAID-AMT            PGM180
040400     END-IF                                                       PGM180
040500     IF AO-INV-DATE >= WS-PERIOD-FROM                             PGM180
040600         ADD 1 TO WS-ACTIVITY-CNT                                 PGM180
040700         IF AO-INV-AMT < 0                                        PGM180
040800             ADD AO-INV-AMT TO WS-PERIOD-CRD                      PGM180
040900         ELSE                                                     PGM180
041000             ADD AO-INV-AMT TO WS-PERIOD-INV                      PGM180
041100         END-IF                                                   PGM180
041200     END-IF                                                       PGM180
041300     PERFORM 2100-READ-AR.                                        PGM180
041400*                                                                 PGM180
041500 3200-SUM-RECEIPT.                                                PGM180
041600     IF WS-RC-CUSTOMER-CD (WS-RX) = WS-CURR-CUSTOMER              PGM180
041700         ADD 1 TO WS-ACTIVITY-CNT                                 PGM180
041800         ADD WS-RC-AMOUNT (WS-RX) TO WS-PERIOD-PAY                PGM180
041900     END-IF.                                                      PGM180
042000*                                                                 PGM180
042100 4000-PRINT-STATEMENT.                                            PGM180
042200     PERFORM 4100-READ-CUSTOMER-INFO                              PGM180
042300     MOVE WS-RUN-DATE    TO RT-STMT-DATE                          PGM180
042400     MOVE WS-PERIOD-FROM TO RT-PERIOD-FROM                        PGM180
042500     WRITE STATEMENT-REC FROM WS-RPT-TITLE                        PGM180
042600     WRITE STATEMENT-REC FROM WS-RPT-CUSTOMER                     PGM180
042700     WRITE STATEMENT-REC FROM WS-RPT-ADDRESS                      PGM180
042800     MOVE WS-BAL-FORWARD TO RF-AMOUNT                             PGM180
042900     WRITE STATEMENT-REC FROM WS-RPT-FORWARD                      PGM180
043000     WRITE STATEMENT-REC FROM WS-RPT-ACT-COLUMNS                  PGM180
043100     PERFORM 4200-PRINT-ITEM-ACTIVITY                             PGM180
043200         VARYING WS-IX FROM 1 BY 1                                PGM180
043300         UNTIL WS-IX > WS-ITEM-CNT                                PGM180
043400     PERFORM 4300-PRINT-RECEIPT                                   PGM180
043500         VARYING WS-RX FROM 1 BY 1                                PGM180
043600         UNTIL WS-RX > WS-RCPT-CNT                                PGM180
043700     WRITE STATEMENT-REC FROM WS-RPT-OPEN-COLUMNS                 PGM180
043800     PERFORM 4400-PRINT-OPEN-ITEM                                 PGM180
043900         VARYING WS-IX FROM 1 BY 1                                PGM180
044000         UNTIL WS-IX > WS-ITEM-CNT                                PGM180
044100     MOVE WS-CLOSING-BAL TO RL-CLOSING                            PGM180
044200     MOVE WS-OVERDUE-AMT TO RL-OVERDUE                            PGM180
044300     WRITE STATEMENT-REC FROM WS-RPT-CLOSING                      PGM180
044400     WRITE STATEMENT-REC FROM WS-RPT-RULE                         PGM180
044500     ADD 1 TO WS-STMT-COUNT.                                      PGM180
044600*                                                                 PGM180
044700* 결제조건: 여신한도의 조건일수 우선, 없으면 고객 마스터,                                PGM180
044800* 둘 다 없으면 30일.                                                    PGM180
044900 4100-READ-CUSTOMER-INFO.                                         PGM180
045000     MOVE WS-CURR-CUSTOMER TO RC-CUSTOMER                         PGM180
045100     MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS                       PGM180
045200     MOVE WS-CURR-CUSTOMER TO CU-CUSTOMER-CD                      PGM180
045300     READ CUSTOMER-MASTER-FILE                                    PGM180
045400         INVALID KEY                                              PGM180
045500             MOVE 'CUSTOMER NOT ON FILE' TO RC-NAME               PGM180
045600         NOT INVALID KEY                                          PGM180
045700             MOVE CU-LEGAL-NAME TO RC-NAME                        PGM180
045800             IF CU-TERMS-DAYS > 0                                 PGM180
045900                 MOVE CU-TERMS-DAYS TO WS-TERMS-DAYS              PGM180
046000             END-IF                                               PGM180
046100     END-READ                                                     PGM180
046200     IF WS-CRDT-READY                                             PGM180
046300         MOVE WS-CURR-CUSTOMER TO CC-CUSTOMER-CD                  PGM180
046400         READ CREDIT-LIMIT-FILE                                   PGM180
046500             INVALID KEY                                          PGM180
046600                 CONTINUE                                         PGM180
046700             NOT INVALID KEY                                      PGM180
046800                 IF CC-TERMS-DAYS > 0                             PGM180
046900                     MOVE CC-TERMS-DAYS TO WS-TERMS-DAYS          PGM180
047000                 END-IF                                           PGM180
047100         END-READ                                                 PGM180
047200     END-IF                                                       PGM180
047300     MOVE WS-TERMS-DAYS TO RC-TERMS                               PGM180
047400     MOVE SPACES TO RA-ADDR-LINE1 RA-ADDR-LINE2 RA-POSTAL-CD      PGM180
047500     MOVE WS-CURR-CUSTOMER TO CA-CUSTOMER-CD                      PGM180
047600     SET CA-BILL-TO        TO TRUE                                PGM180
047700     MOVE 1                TO CA-ADDR-SEQ                         PGM180
047800     READ CUSTOMER-ADDRESS-FILE                                   PGM180
047900         INVALID KEY                                              PGM180
048000             MOVE 'ADDRESS NOT ON FILE' TO RA-ADDR-LINE1          PGM180
048100         NOT INVALID KEY                                          PGM180
048200             MOVE CA-ADDR-LINE1 TO RA-ADDR-LINE1                  PGM180
048300             MOVE CA-ADDR-LINE2 TO RA-ADDR-LINE2                  PGM180
048400             MOVE CA-POSTAL-CD  TO RA-POSTAL-CD                   PGM180
048500     END-READ.                                                    PGM180
048600*                                                                 PGM180
048700 4200-PRINT-ITEM-ACTIVITY.                                        PGM180
048800     IF WS-IT-INV-DATE (WS-IX) >= WS-PERIOD-FROM                  PGM180
048900         MOVE WS-IT-INV-DATE (WS-IX)   TO RV-DATE                 PGM180
049000         IF WS-IT-INV-AMT (WS-IX) < 0                             PGM180
049100             MOVE 'CREDIT'  TO RV-TYPE                            PGM180
049200         ELSE                                                     PGM180
049300             MOVE 'INVOICE' TO RV-TYPE                            PGM180
049400         END-IF                                                   PGM180
049500         MOVE WS-IT-INVOICE-NO (WS-IX) TO RV-DOC                  PGM180
049600         MOVE WS-IT-INV-AMT (WS-IX)    TO RV-AMOUNT               PGM180
049700         WRITE STATEMENT-REC FROM WS-RPT-ACTIVITY                 PGM180
049800     END-IF.                                                      PGM180
049900*                                                                 PGM180
050000 4300-PRINT-RECEIPT.                                              PGM180
050100     IF WS-RC-CUSTOMER-CD (WS-RX) = WS-CURR-CUSTOMER              PGM180
050200         MOVE WS-RC-BOOK-DATE (WS-RX) TO RV-DATE                  PGM180
050300         MOVE 'PAYMENT'               TO RV-TYPE                  PGM180
050400         MOVE WS-RC-DOC-REF (WS-RX)   TO RV-DOC                   PGM180
050500         COMPUTE RV-AMOUNT = 0 - WS-RC-AMOUNT (WS-RX)             PGM180
050600         WRITE STATEMENT-REC FROM WS-RPT-ACTIVITY                 PGM180
050700     END-IF.                                                      PGM180
050800*                                                                 PGM180
050900* 미결 항목: 경과일이 결제조건을 넘은 송장은 연체(OVERDUE)로                           PGM180
051000* 표시하고 연체 합계에 더한다. 크레딧은 CREDIT로 표시한다.                             PGM180
051100 4400-PRINT-OPEN-ITEM.                                            PGM180
051200     IF WS-IT-OPEN (WS-IX) OR WS-IT-CREDITED (WS-IX)              PGM180
051300         COMPUTE WS-OPEN-AMT =                                    PGM180
051400             WS-IT-INV-AMT (WS-IX) - WS-IT-PAID-AMT (WS-IX)       PGM180
051500         IF WS-OPEN-AMT NOT = 0                                   PGM180
051600             MOVE WS-IT-INV-DATE (WS-IX) TO WS-INV-DATE           PGM180
051700             COMPUTE WS-AGE-DAYS =                                PGM180
051800                 ((WS-RUN-YY - WS-INV-YY) * 360)                  PGM180
051900                 + ((WS-RUN-MM - WS-INV-MM) * 30)                 PGM180
052000                 + (WS-RUN-DD - WS-INV-DD)                        PGM180
052100             COMPUTE WS-DAYS-OVER = WS-AGE-DAYS - WS-TERMS-DAYS   PGM180
052200             MOVE WS-IT-INVOICE-NO (WS-IX) TO RO-DOC              PGM180
052300             MOVE WS-IT-INV-DATE (WS-IX)   TO RO-INV-DATE         PGM180
052400             MOVE WS-IT-INV-AMT (WS-IX)    TO RO-INV-AMT          PGM180
052500             MOVE WS-IT-PAID-AMT (WS-IX)   TO RO-PAID-AMT         PGM180
052600             MOVE WS-OPEN-AMT              TO RO-OPEN-AMT         PGM180
052700             MOVE ZEROS                    TO RO-DAYS-OVER        PGM180
052800             EVALUATE TRUE                                        PGM180
052900                 WHEN WS-OPEN-AMT < 0                             PGM180
053000                     MOVE 'CREDIT'  TO RO-STATUS                  PGM180
053100                 WHEN WS-DAYS-OVER > 0                            PGM180
053200                     MOVE WS-DAYS-OVER TO RO-DAYS-OVER            PGM180
053300                     MOVE 'OVERDUE' TO RO-STATUS                  PGM180
053400                     ADD WS-OPEN-AMT TO WS-OVERDUE-AMT            PGM180
053500                 WHEN OTHER                                       PGM180
053600                     MOVE 'CURRENT' TO RO-STATUS                  PGM180
053700             END-EVALUATE                                         PGM180
053800             WRITE STATEMENT-REC FROM WS-RPT-OPEN-ITEM            PGM180
053900         END-IF                                                   PGM180
054000     END-IF.                                                      PGM180
054100*                                                                 PGM180
054200 9000-FINALIZE.                                                   PGM180
054300     CLOSE AR-OPEN-FILE                                           PGM180
054400     CLOSE CUSTOMER-MASTER-FILE                                   PGM180
054500     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM180
054600     IF WS-CRDT-READY                                             PGM180
054700         CLOSE CREDIT-LIMIT-FILE                                  PGM180
054800     END-IF                                                       PGM180
054900     CLOSE STATEMENT-FILE                                         PGM180
055000     DISPLAY 'PGM180 COMPLETED: ' WS-STMT-COUNT                   PGM180
055100             ' STATEMENTS, ' WS-SKIP-COUNT                        PGM180
055200             ' CUSTOMERS WITH NO BALANCE OR ACTIVITY'.            PGM180
055300 9750-DIAGNOSE-FILE-STATUS.                                       PGM180
055400     EVALUATE WS-ABEND-STATUS                                     PGM180
055500         WHEN '10'                                                PGM180
055600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM180
055700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM180
055800         WHEN '23'                                                PGM180
055900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM180
056000             DISPLAY '  AND RETRY THE REQUEST'                    PGM180
056100         WHEN '35'                                                PGM180
056200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM180
056300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM180
056400         WHEN '37'                                                PGM180
056500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM180
056600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM180
056700         WHEN '39'                                                PGM180
056800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM180
056900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM180
057000         WHEN '41'                                                PGM180
057100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM180
057200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM180
057300         WHEN '42'                                                PGM180
057400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM180
057500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM180
057600         WHEN '46'                                                PGM180
057700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM180
057800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM180
057900         WHEN OTHER                                               PGM180
058000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM180
058100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM180
058200     END-EVALUATE.                                                PGM180
058300*                                                                 PGM180
058400 9900-ABNORMAL-END.                                               PGM180
058500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM180
058600     DISPLAY 'PGM180 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM180
058700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM180
058800     MOVE 16 TO RETURN-CODE                                       PGM180
058900     GOBACK.                                                      PGM180
059000                                                                  PGM180
