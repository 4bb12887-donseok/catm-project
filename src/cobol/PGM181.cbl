000100 IDENTIFICATION DIVISION.                                         PGM181
000200 PROGRAM-ID.    PGM181.                                           PGM181
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM181
000400*                                                                 PGM181
000500* =========================================================       PGM181
000600* 프로그램명: 매출채권 연체 독촉장 생성                                           PGM181
000700* 처리내용  : 매출채권(CPYAROP)의 미결 송장을 고객별로 읽어                           PGM181
000800*            결제조건(여신한도 CC-TERMS-DAYS, 없으면 고객                      PGM181
000900*            마스터 조건일수) 경과일로 독촉 단계를 정한다.                           PGM181
001000*            1단계 독촉(경과 1일 이상), 2단계 재독촉, 3단계                       PGM181
001100*            여신보류 전 최종 통지이며 2/3단계 경과일은                            PGM181
001200*            파라미터로 준다 (기본 15/25일: 30일 조건이면                        PGM181
001300*            PGM132의 60일 초과 보류 전에 최종 통지가 나간다).                    PGM181
001400*            송장이 새 단계에 이르렀을 때만 독촉장에 싣고                            PGM181
001500*            송장별 단계와 발송일을 채권에 기록하여 같은                             PGM181
001600*            통지가 두 번 나가지 않게 한다. 고객별 독촉장은                          PGM181
001700*            실린 송장 중 가장 높은 단계의 문안으로 출력한다.                         PGM181
001800*            경과일은 PGM132 에이징과 같은 30일/360일 기준.                     PGM181
001900* =========================================================       PGM181
002000*                                                                 PGM181
002100 ENVIRONMENT DIVISION.                                            PGM181
002200 CONFIGURATION SECTION.                                           PGM181
002300 INPUT-OUTPUT SECTION.                                            PGM181
002400 FILE-CONTROL.                                                    PGM181
002500     SELECT OPTIONAL DUN-PARM-FILE                                PGM181
002600         ASSIGN TO DUNPARM                                        PGM181
002700         ORGANIZATION IS SEQUENTIAL                               PGM181
002800         FILE STATUS IS WS-FILE-STATUS.                           PGM181
002900     SELECT AR-OPEN-FILE                                          PGM181
003000         ASSIGN TO AROPEN                                         PGM181
003100         ORGANIZATION IS INDEXED                                  PGM181
003200         ACCESS MODE IS DYNAMIC                                   PGM181
003300         RECORD KEY IS AO-KEY                                     PGM181
003400         FILE STATUS IS WS-FILE-STATUS2.                          PGM181
003500     SELECT CUSTOMER-MASTER-FILE                                  PGM181
003600         ASSIGN TO CUSTMAST                                       PGM181
003700         ORGANIZATION IS INDEXED                                  PGM181
003800         ACCESS MODE IS RANDOM                                    PGM181
003900         RECORD KEY IS CU-CUSTOMER-CD                             PGM181
004000         FILE STATUS IS WS-FILE-STATUS3.                          PGM181
004100     SELECT CUSTOMER-ADDRESS-FILE                                 PGM181
004200         ASSIGN TO CUSTADDR                                       PGM181
004300         ORGANIZATION IS INDEXED                                  PGM181
004400         ACCESS MODE IS RANDOM                                    PGM181
004500         RECORD KEY IS CA-KEY                                     PGM181
004600         FILE STATUS IS WS-FILE-STATUS4.                          PGM181
004700     SELECT OPTIONAL CREDIT-LIMIT-FILE                            PGM181
004800         ASSIGN TO CRDLIMIT                                       PGM181
004900         ORGANIZATION IS INDEXED                                  PGM181
005000         ACCESS MODE IS RANDOM                                    PGM181
005100         RECORD KEY IS CC-CUSTOMER-CD                             PGM181
005200         FILE STATUS IS WS-FILE-STATUS5.                          PGM181
005300     SELECT DUNNING-LETTER-FILE                                   PGM181
005400         ASSIGN TO DUNLTR                                         PGM181
005500         ORGANIZATION IS SEQUENTIAL                               PGM181
005600         FILE STATUS IS WS-FILE-STATUS6.                          PGM181
005700*                                                                 PGM181
005800 DATA DIVISION.                                                   PGM181
005900 FILE SECTION.                                                    PGM181
006000 FD  DUN-PARM-FILE.                                               PGM181
006100 01  DUN-PARM-REC.                                                PGM181
006200     05 DP-LEVEL2-DAYS       PIC 9(03).                           PGM181
006300     05 DP-LEVEL3-DAYS       PIC 9(03).                           PGM181
006400     05 FILLER               PIC X(14).                           PGM181
006500 FD  AR-OPEN-FILE.                                                PGM181
006600 01  AR-OPEN-REC.                                                 PGM181
006700     COPY CPYAROP.                                                PGM181
006800 FD  CUSTOMER-MASTER-FILE.                                        PGM181
006900 01  CUSTOMER-MASTER-REC.                                         PGM181
007000     COPY CPYCUST.                                                PGM181
007100 FD  CUSTOMER-ADDRESS-FILE.                                       PGM181
007200 01  CUSTOMER-ADDRESS-REC.                                        PGM181
007300     COPY CPYCADR.                                                PGM181
007400 FD  CREDIT-LIMIT-FILE.                                           PGM181
007500 01  CREDIT-LIMIT-REC.                                            PGM181
007600     COPY CPYCRLM.                                                PGM181
007700 FD  DUNNING-LETTER-FILE.                                         PGM181
007800 01  DUNNING-LETTER-REC      PIC X(132).                          PGM181
007900*                                                                 PGM181
008000 WORKING-STORAGE SECTION.                                         PGM181
008100 01  WS-FILE-STATUS         PIC XX.                               PGM181
008200 01  WS-FILE-STATUS2        PIC XX.                               PGM181
008300 01  WS-FILE-STATUS3        PIC XX.                               PGM181
008400 01  WS-FILE-STATUS4        PIC XX.                               PGM181
008500 01  WS-FILE-STATUS5        PIC XX.                               PGM181
008600 01  WS-FILE-STATUS6        PIC XX.                               PGM181
008700 01  WS-ABEND-STATUS        PIC XX.                               PGM181
008800 01  WS-AR-EOF-FLAG         PIC X VALUE 'N'.                      PGM181
008900     88 WS-AR-EOF           VALUE 'Y'.                            PGM181
009000 01  WS-CRDT-READY-FLAG     PIC X VALUE 'N'.                      PGM181
009100     88 WS-CRDT-READY       VALUE 'Y'.                            PGM181
009200 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM181
009300 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM181
009400     05 WS-RUN-YY            PIC 9(04).                           PGM181
009500     05 WS-RUN-MM            PIC 9(02).                           PGM181
009600     05 WS-RUN-DD            PIC 9(02).                           PGM181
009700 01  WS-INV-DATE            PIC 9(08) VALUE ZEROS.                PGM181
009800 01  WS-INV-DATE-R REDEFINES WS-INV-DATE.                         PGM181
009900     05 WS-INV-YY            PIC 9(04).                           PGM181
010000     05 WS-INV-MM            PIC 9(02).                           PGM181
010100     05 WS-INV-DD            PIC 9(02).                           PGM181
010200 01  WS-LEVEL2-DAYS         PIC 9(03) VALUE 15.                   PGM181
010300 01  WS-LEVEL3-DAYS         PIC 9(03) VALUE 25.                   PGM181
010400 01  WS-CURR-CUSTOMER       PIC X(10) VALUE SPACES.               PGM181
010500 01  WS-TERMS-DAYS          PIC 9(03) VALUE ZEROS.                PGM181
010600 01  WS-DEFAULT-TERMS       PIC 9(03) VALUE 30.                   PGM181
010700 01  WS-AGE-DAYS            PIC S9(05) VALUE ZEROS.               PGM181
010800 01  WS-DAYS-OVER           PIC S9(05) VALUE ZEROS.               PGM181
010900 01  WS-OPEN-AMT            PIC S9(11)V99 VALUE ZEROS.            PGM181
011000 01  WS-NEW-LEVEL           PIC 9(01) VALUE ZEROS.                PGM181
011100 01  WS-LETTER-LEVEL        PIC 9(01) VALUE ZEROS.                PGM181
011200 01  WS-LETTER-TOTAL        PIC S9(13)V99 VALUE ZEROS.            PGM181
011300 01  WS-INVOICE-DUN-CNT     PIC 9(07) VALUE ZEROS.                PGM181
011400 01  WS-LEVEL1-CNT          PIC 9(05) VALUE ZEROS.                PGM181
011500 01  WS-LEVEL2-CNT          PIC 9(05) VALUE ZEROS.                PGM181
011600 01  WS-LEVEL3-CNT          PIC 9(05) VALUE ZEROS.                PGM181
011700 01  WS-IX                  PIC 9(04) VALUE ZEROS.                PGM181
011800*                                                                 PGM181
011900* 한 고객의 이번 독촉 대상 송장                                               PGM181
012000 01  WS-DUN-CNT             PIC 9(04) VALUE ZEROS.                PGM181
012100 01  WS-DUN-MAX             PIC 9(04) VALUE 500.                  PGM181
012200 01  WS-DUN-TABLE.                                                PGM181
012300     05 WS-DUN-ENTRY OCCURS 500 TIMES.                            PGM181
012400         10 WS-DN-INVOICE-NO  PIC 9(10).                          PGM181
012500         10 WS-DN-INV-DATE    PIC 9(08).                          PGM181
012600         10 WS-DN-OPEN-AMT    PIC S9(11)V99 COMP-3.               PGM181
012700         10 WS-DN-DAYS-OVER   PIC S9(05).                         PGM181
012800         10 WS-DN-LEVEL       PIC 9(01).                          PGM181
012900*                                                                 PGM181
013000* 독촉 단계별 안내 문안 (2행)                                               PGM181
013100 01  WS-MSG-REMIND.                                               PGM181
013200     05 FILLER               PIC X(60) VALUE                      PGM181
013300         'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST THEIR'.    PGM181
013400     05 FILLER               PIC X(60) VALUE                      PGM181
013500         'PAYMENT TERMS. PLEASE ARRANGE PAYMENT.'.                PGM181
013600 01  WS-MSG-SECOND.                                               PGM181
013700     05 FILLER               PIC X(60) VALUE                      PGM181
013800         'THE INVOICES BELOW REMAIN UNPAID AFTER OUR REMINDER.'.  PGM181
013900     05 FILLER               PIC X(60) VALUE                      PGM181
014000         'PLEASE SETTLE THEM WITHOUT FURTHER DELAY.'.             PGM181
014100 01  WS-MSG-FINAL.                                                PGM181
014200     05 FILLER               PIC X(60) VALUE                      PGM181
014300         'UNLESS PAYMENT IS RECEIVED PROMPTLY, NEW ORDERS WILL'.  PGM181
014400     05 FILLER               PIC X(60) VALUE                      PGM181
014500         'BE HELD PENDING CREDIT RELEASE.'.                       PGM181
014600 01  WS-MSG-WORK.                                                 PGM181
014700     05 WS-MSG-LINE1         PIC X(60).                           PGM181
014800     05 WS-MSG-LINE2         PIC X(60).                           PGM181
014900*                                                                 PGM181
015000 01  WS-LTR-TITLE.                                                PGM181
015100     05 FILLER               PIC X(07) VALUE 'PGM181 '.           PGM181
015200     05 LT-TITLE             PIC X(40).                           PGM181
015300     05 FILLER               PIC X(12) VALUE 'LETTER DATE '.      PGM181
015400     05 LT-LETTER-DATE       PIC 9(08).                           PGM181
015500     05 FILLER               PIC X(65) VALUE SPACES.              PGM181
015600 01  WS-LTR-CUSTOMER.                                             PGM181
015700     05 FILLER               PIC X(04) VALUE 'TO: '.              PGM181
015800     05 LC-CUSTOMER          PIC X(10).                           PGM181
015900     05 FILLER               PIC X(02) VALUE SPACES.              PGM181
016000     05 LC-NAME              PIC X(40).                           PGM181
016100     05 FILLER               PIC X(08) VALUE ' TERMS: '.          PGM181
016200     05 LC-TERMS             PIC ZZ9.                             PGM181
016300     05 FILLER               PIC X(05) VALUE ' DAYS'.             PGM181
016400     05 FILLER               PIC X(60) VALUE SPACES.              PGM181
016500 01  WS-LTR-ADDRESS.                                              PGM181
016600     05 FILLER               PIC X(04) VALUE SPACES.              PGM181
016700     05 LA-ADDR-LINE1        PIC X(40).                           PGM181
016800     05 FILLER               PIC X(01) VALUE SPACE.               PGM181
016900     05 LA-ADDR-LINE2        PIC X(30).                           PGM181
017000     05 FILLER               PIC X(01) VALUE SPACE.               PGM181
017100     05 LA-POSTAL-CD         PIC X(06).                           PGM181
017200     05 FILLER               PIC X(50) VALUE SPACES.              PGM181
017300 01  WS-LTR-TEXT.                                                 PGM181
017400     05 FILLER               PIC X(04) VALUE SPACES.              PGM181
017500     05 LX-TEXT              PIC X(60).                           PGM181
017600     05 FILLER               PIC X(68) VALUE SPACES.              PGM181
017700 01  WS-LTR-COLUMNS.                                              PGM181
017800     05 FILLER               PIC X(48) VALUE                      PGM181
017900             '  INVOICE     INV DATE         OPEN AMOUNT   DAY'.  PGM181
018000     05 FILLER               PIC X(23) VALUE                      PGM181
018100             'S  NOTICE              '.                           PGM181
018200     05 FILLER               PIC X(61) VALUE SPACES.              PGM181
018300 01  WS-LTR-ITEM.                                                 PGM181
018400     05 FILLER               PIC X(02) VALUE SPACES.              PGM181
018500     05 LI-INVOICE-NO        PIC 9(10).                           PGM181
018600     05 FILLER               PIC X(02) VALUE SPACES.              PGM181
018700     05 LI-INV-DATE          PIC 9(08).                           PGM181
018800     05 FILLER               PIC X(01) VALUE SPACE.               PGM181
018900     05 LI-OPEN-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM181
019000     05 FILLER               PIC X(02) VALUE SPACES.              PGM181
019100     05 LI-DAYS-OVER         PIC ZZZZ9.                           PGM181
019200     05 FILLER               PIC X(02) VALUE SPACES.              PGM181
019300     05 LI-NOTICE            PIC X(20).                           PGM181
019400     05 FILLER               PIC X(61) VALUE SPACES.              PGM181
019500 01  WS-LTR-TOTAL.                                                PGM181
019600     05 FILLER               PIC X(23) VALUE                      PGM181
019700             '  TOTAL NOW DUE        '.                           PGM181
019800     05 LO-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM181
019900     05 FILLER               PIC X(90) VALUE SPACES.              PGM181
020000 01  WS-LTR-RULE            PIC X(132) VALUE ALL '='.             PGM181
020100*                                                                 PGM181
020200 PROCEDURE DIVISION.                                              PGM181
020300*                                                                 PGM181
020400 0000-MAIN-PROCESS.                                               PGM181
020500     PERFORM 1000-INITIALIZE                                      PGM181
020600     PERFORM 2000-START-AR-SCAN                                   PGM181
020700     PERFORM 3000-PROCESS-CUSTOMER                                PGM181
020800         UNTIL WS-AR-EOF                                          PGM181
020900     PERFORM 9000-FINALIZE                                        PGM181
021000     GOBACK.                                                      PGM181
021100*                                                                 PGM181
021200 1000-INITIALIZE.                                                 PGM181
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM181
021400     OPEN INPUT DUN-PARM-FILE                                     PGM181
021500     IF WS-FILE-STATUS = '00'                                     PGM181
021600         READ DUN-PARM-FILE                                       PGM181
021700             AT END                                               PGM181
021800                 CONTINUE                                         PGM181
021900             NOT AT END                                           PGM181
022000                 IF DP-LEVEL2-DAYS NUMERIC                        PGM181
022100                     AND DP-LEVEL2-DAYS > 0                       PGM181
022200                     MOVE DP-LEVEL2-DAYS TO WS-LEVEL2-DAYS        PGM181
022300                 END-IF                                           PGM181
022400                 IF DP-LEVEL3-DAYS NUMERIC                        PGM181
022500                     AND DP-LEVEL3-DAYS > 0                       PGM181
022600                     MOVE DP-LEVEL3-DAYS TO WS-LEVEL3-DAYS        PGM181
022700                 END-IF                                           PGM181
022800         END-READ                                                 PGM181
022900         CLOSE DUN-PARM-FILE                                      PGM181
023000     END-IF                                                       PGM181
023100     IF WS-LEVEL3-DAYS NOT > WS-LEVEL2-DAYS                       PGM181
023200         DISPLAY 'DUNNING PARM INVALID - FINAL NOTICE DAYS '      PGM181
023300                 WS-LEVEL3-DAYS ' NOT AFTER SECOND NOTICE '       PGM181
023400                 WS-LEVEL2-DAYS                                   PGM181
023500         MOVE 'PM' TO WS-ABEND-STATUS                             PGM181
023600         PERFORM 9900-ABNORMAL-END                                PGM181
023700     END-IF                                                       PGM181
023800     OPEN I-O AR-OPEN-FILE                                        PGM181
023900     IF WS-FILE-STATUS2 NOT = '00'                                PGM181
024000         DISPLAY 'AR OPEN FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM181
024100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM181
024200         PERFORM 9900-ABNORMAL-END                                PGM181
024300     END-IF                                                       PGM181
024400     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM181
024500     IF WS-FILE-STATUS3 NOT = '00'                                PGM181
024600         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS3   PGM181
024700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM181
024800         PERFORM 9900-ABNORMAL-END                                PGM181
024900     END-IF                                                       PGM181
025000     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM181
025100     IF WS-FILE-STATUS4 NOT = '00'                                PGM181
025200         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS4  PGM181
025300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM181
025400         PERFORM 9900-ABNORMAL-END                                PGM181
025500     END-IF                                                       PGM181
025600     OPEN INPUT CREDIT-LIMIT-FILE                                 PGM181
025700     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM181
025800         SET WS-CRDT-READY TO TRUE                                PGM181
025900     ELSE                                                         PGM181
026000         DISPLAY 'CREDIT LIMIT FILE ABSENT - CUSTOMER TERMS '     PGM181
026100                 'USED: ' WS-FILE-STATUS5                         PGM181
026200     END-IF                                                       PGM181
026300     OPEN OUTPUT DUNNING-LETTER-FILE                              PGM181
026400     IF WS-FILE-STATUS6 NOT = '00'                                PGM181
026500         DISPLAY 'DUNNING LETTER OPEN ERROR: ' WS-FILE-STATUS6    PGM181
026600         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM181
026700         PERFORM 9900-ABNORMAL-END                                PGM181
026800     END-IF.                                                      PGM181
026900*                                                                 PGM181
027000 2000-START-AR-SCAN.                                              PGM181
027100     MOVE LOW-VALUES TO AO-KEY                                    PGM181
027200     START AR-OPEN-FILE KEY >= AO-KEY                             PGM181
027300         INVALID KEY                                              PGM181
027400             SET WS-AR-EOF TO TRUE                                PGM181
027500     END-START                                                    PGM181
027600     IF NOT WS-AR-EOF                                             PGM181
027700         PERFORM 2100-READ-AR                                     PGM181
027800     END-IF.                                                      PGM181
027900*                                                                 PGM181
028000 2100-READ-AR.                                                    PGM181
028100     READ AR-OPEN-FILE NEXT RECORD                                PGM181
028200         AT END                                                   PGM181
028300             SET WS-AR-EOF TO TRUE                                PGM181
028400     END-READ.                                                    PGM181
028500*                                                                 PGM181
028600 3000-PROCESS-CUSTOMER.                                           PGM181
028700     MOVE AO-CUSTOMER-CD TO WS-CURR-CUSTOMER                      PGM181
028800     MOVE ZEROS TO WS-DUN-CNT                                     PGM181
028900     MOVE ZEROS TO WS-LETTER-LEVEL                                PGM181
029000     MOVE ZEROS TO WS-LETTER-TOTAL                                PGM181
029100     PERFORM 3050-READ-CUSTOMER-INFO                              PGM181
029200     PERFORM 3100-CHECK-ONE-INVOICE                               PGM181
029300         UNTIL WS-AR-EOF                                          PGM181
029400             OR AO-CUSTOMER-CD NOT = WS-CURR-CUSTOMER             PGM181
029500     IF WS-DUN-CNT > 0                                            PGM181
029600         PERFORM 4000-WRITE-LETTER                                PGM181
029700     END-IF.                                                      PGM181
029800*                                                                 PGM181
029900* 결제조건: 여신한도의 조건일수 우선, 없으면 고객 마스터,                                PGM181
030000* 둘 다 없으면 30일.                                                    PGM181
030100 3050-READ-CUSTOMER-INFO.                                         PGM181
030200     MOVE WS-CURR-CUSTOMER TO LC-CUSTOMER                         PGM181
030300     MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS                       PGM181
030400     MOVE WS-CURR-CUSTOMER TO CU-CUSTOMER-CD                      PGM181
030500     READ CUSTOMER-MASTER-FILE                                    PGM181
030600         INVALID KEY                                              PGM181
030700             MOVE 'CUSTOMER NOT ON FILE' TO LC-NAME               PGM181
030800         NOT INVALID KEY                                          PGM181
030900             MOVE CU-LEGAL-NAME TO LC-NAME                        PGM181
031000             IF CU-TERMS-DAYS > 0                                 PGM181
031100                 MOVE CU-TERMS-DAYS TO WS-TERMS-DAYS              PGM181
031200             END-IF                                               PGM181
031300     END-READ                                                     PGM181
031400     IF WS-CRDT-READY                                             PGM181
031500         MOVE WS-CURR-CUSTOMER TO CC-CUSTOMER-CD                  PGM181
031600         READ CREDIT-LIMIT-FILE                                   PGM181
031700             INVALID KEY                                          PGM181
031800                 CONTINUE                                         PGM181
031900             NOT INVALID KEY                                      PGM181
032000                 IF CC-TERMS-DAYS > 0                             PGM181
032100                     MOVE CC-TERMS-DAYS TO WS-TERMS-DAYS          PGM181
032200                 END-IF                                           PGM181
032300         END-READ                                                 PGM181
032400     END-IF                                                       PGM181
032500     MOVE WS-TERMS-DAYS TO LC-TERMS.                              PGM181
032600*                                                                 PGM181
032700* 미결 송장(크레딧 제외)의 조건 경과일로 단계를 정하고,                                 PGM181
032800* 기록된 단계보다 높아진 송장만 독촉 대상으로 올린다.                                   PGM181
032900 3100-CHECK-ONE-INVOICE.                                          PGM181
033000     IF AO-OPEN AND AO-INV-AMT > 0                                PGM181
033100         COMPUTE WS-OPEN-AMT = AO-INV-AMT - AO-PAID-AMT           PGM181
033200         IF WS-OPEN-AMT > 0                                       PGM181
033300             IF AO-DUN-LEVEL NOT NUMERIC                          PGM181
033400                 MOVE ZEROS TO AO-DUN-LEVEL                       PGM181
033500             END-IF                                               PGM181
033600             MOVE AO-INV-DATE TO WS-INV-DATE                      PGM181
033700             COMPUTE WS-AGE-DAYS =                                PGM181
033800                 ((WS-RUN-YY - WS-INV-YY) * 360)                  PGM181
033900                 + ((WS-RUN-MM - WS-INV-MM) * 30)                 PGM181
034000                 + (WS-RUN-DD - WS-INV-DD)                        PGM181
034100             COMPUTE WS-DAYS-OVER = WS-AGE-DAYS - WS-TERMS-DAYS   PGM181
034200             EVALUATE TRUE                                        PGM181
034300                 WHEN WS-DAYS-OVER >= WS-LEVEL3-DAYS              PGM181
034400                     MOVE 3 TO WS-NEW-LEVEL                       PGM181
034500                 WHEN WS-DAYS-OVER >= WS-LEVEL2-DAYS              PGM181
034600                     MOVE 2 TO WS-NEW-LEVEL                       PGM181
034700                 WHEN WS-DAYS-OVER > 0                            PGM181
034800                     MOVE 1 TO WS-NEW-LEVEL                       PGM181
034900                 WHEN OTHER                                       PGM181
035000                     MOVE 0 TO WS-NEW-LEVEL                       PGM181
035100             END-EVALUATE                                         PGM181
035200             IF WS-NEW-LEVEL > AO-DUN-LEVEL                       PGM181
035300                 PERFORM 3200-ADD-DUN-ITEM                        PGM181
035400             END-IF                                               PGM181
035500         END-IF                                                   PGM181
035600     END-IF                                                       PGM181
035700     PERFORM 2100-READ-AR.                                        PGM181
035800*                                                                 PGM181
035900 3200-ADD-DUN-ITEM.                                               PGM181
036000     IF WS-DUN-CNT >= WS-DUN-MAX                                  PGM181
036100         DISPLAY 'DUNNING ITEM TABLE FULL AT ' WS-DUN-MAX         PGM181
036200                 ' - CUSTOMER ' WS-CURR-CUSTOMER                  PGM181
036300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM181
036400         PERFORM 9900-ABNORMAL-END                                PGM181
036500     END-IF                                                       PGM181
036600     ADD 1 TO WS-DUN-CNT                                          PGM181
036700     MOVE AO-INVOICE-NO TO WS-DN-INVOICE-NO (WS-DUN-CNT)          PGM181
036800     MOVE AO-INV-DATE   TO WS-DN-INV-DATE (WS-DUN-CNT)            PGM181
036900     MOVE WS-OPEN-AMT   TO WS-DN-OPEN-AMT (WS-DUN-CNT)            PGM181
037000     MOVE WS-DAYS-OVER  TO WS-DN-DAYS-OVER (WS-DUN-CNT)           PGM181
037100     MOVE WS-NEW-LEVEL  TO WS-DN-LEVEL (WS-DUN-CNT)               PGM181
037200     ADD WS-OPEN-AMT TO WS-LETTER-TOTAL                           PGM181
037300     IF WS-NEW-LEVEL > WS-LETTER-LEVEL                            PGM181
037400         MOVE WS-NEW-LEVEL TO WS-LETTER-LEVEL                     PGM181
037500     END-IF                                                       PGM181
037600     MOVE WS-NEW-LEVEL TO AO-DUN-LEVEL                            PGM181
037700     MOVE WS-RUN-DATE  TO AO-DUN-DATE                             PGM181
037800     REWRITE AR-OPEN-REC                                          PGM181
037900         INVALID KEY                                              PGM181
038000             DISPLAY 'AR REWRITE ERROR: ' WS-FILE-STATUS2         PGM181
038100                     ' INVOICE ' AO-INVOICE-NO                    PGM181
038200     END-REWRITE                                                  PGM181
038300     ADD 1 TO WS-INVOICE-DUN-CNT.                                 PGM181
038400*                                                                 PGM181
038500 4000-WRITE-LETTER.                                               PGM181
038600     EVALUATE WS-LETTER-LEVEL                                     PGM181
038700         WHEN 3                                                   PGM181
038800             MOVE 'FINAL NOTICE BEFORE CREDIT HOLD' TO LT-TITLE   PGM181
038900             MOVE WS-MSG-FINAL  TO WS-MSG-WORK                    PGM181
039000             ADD 1 TO WS-LEVEL3-CNT                               PGM181
039100         WHEN 2                                                   PGM181
039200             MOVE 'SECOND NOTICE - PAYMENT OVERDUE' TO LT-TITLE   PGM181
039300             MOVE WS-MSG-SECOND TO WS-MSG-WORK                    PGM181
039400             ADD 1 TO WS-LEVEL2-CNT                               PGM181
039500         WHEN OTHER                                               PGM181
039600             MOVE 'PAYMENT REMINDER'                TO LT-TITLE   PGM181
039700             MOVE WS-MSG-REMIND TO WS-MSG-WORK                    PGM181
039800             ADD 1 TO WS-LEVEL1-CNT                               PGM181
039900     END-EVALUATE                                                 PGM181
040000     MOVE WS-RUN-DATE TO LT-LETTER-DATE                           PGM181
040100     WRITE DUNNING-LETTER-REC FROM WS-LTR-TITLE                   PGM181
040200     WRITE DUNNING-LETTER-REC FROM WS-LTR-CUSTOMER                PGM181
040300     PERFORM 4100-WRITE-ADDRESS                                   PGM181
040400     MOVE WS-MSG-LINE1 TO LX-TEXT                                 PGM181
040500     WRITE DUNNING-LETTER-REC FROM WS-LTR-TEXT                    PGM181
040600     MOVE WS-MSG-LINE2 TO LX-TEXT                                 PGM181
040700     WRITE DUNNING-LETTER-REC FROM WS-LTR-TEXT                    PGM181
040800     WRITE DUNNING-LETTER-REC FROM WS-LTR-COLUMNS                 PGM181
040900     PERFORM 4200-WRITE-LETTER-ITEM                               PGM181
041000         VARYING WS-IX FROM 1 BY 1                                PGM181
041100         UNTIL WS-IX > WS-DUN-CNT                                 PGM181
041200     MOVE WS-LETTER-TOTAL TO LO-TOTAL                             PGM181
041300     WRITE DUNNING-LETTER-REC FROM WS-LTR-TOTAL                   PGM181
041400     WRITE DUNNING-LETTER-REC FROM WS-LTR-RULE.                   PGM181
041500*                                                                 PGM181
041600 4100-WRITE-ADDRESS.                                              PGM181
041700     MOVE SPACES TO LA-ADDR-LINE1 LA-ADDR-LINE2 LA-POSTAL-CD      PGM181
041800     MOVE WS-CURR-CUSTOMER TO CA-CUSTOMER-CD                      PGM181
041900     SET CA-BILL-TO        TO TRUE                                PGM181
042000     MOVE 1                TO CA-ADDR-SEQ                         PGM181
042100     READ CUSTOMER-ADDRESS-FILE                                   PGM181
042200         INVALID KEY                                              PGM181
042300             MOVE 'ADDRESS NOT ON FILE' TO LA-ADDR-LINE1          PGM181
042400         NOT INVALID KEY                                          PGM181
042500             MOVE CA-ADDR-LINE1 TO LA-ADDR-LINE1                  PGM181
042600             MOVE CA-ADDR-LINE2 TO LA-ADDR-LINE2                  PGM181
042700             MOVE CA-POSTAL-CD  TO LA-POSTAL-CD                   PGM181
042800     END-READ                                                     PGM181
042900     WRITE DUNNING-LETTER-REC FROM WS-LTR-ADDRESS.                PGM181
043000*                                                                 PGM181
043100 4200-WRITE-LETTER-ITEM.                                          PGM181
043200     MOVE WS-DN-INVOICE-NO (WS-IX) TO LI-INVOICE-NO               PGM181
043300     MOVE WS-DN-INV-DATE (WS-IX)   TO LI-INV-DATE                 PGM181
043400     MOVE WS-DN-OPEN-AMT (WS-IX)   TO LI-OPEN-AMT                 PGM181
043500     MOVE WS-DN-DAYS-OVER (WS-IX)  TO LI-DAYS-OVER                PGM181
043600     EVALUATE WS-DN-LEVEL (WS-IX)                                 PGM181
043700         WHEN 3                                                   PGM181
043800             MOVE 'FINAL NOTICE'  TO LI-NOTICE                    PGM181
043900         WHEN 2                                                   PGM181
044000             MOVE 'SECOND NOTICE' TO LI-NOTICE                    PGM181
044100         WHEN OTHER                                               PGM181
044200             MOVE 'REMINDER'      TO LI-NOTICE                    PGM181
044300     END-EVALUATE                                                 PGM181
044400     WRITE DUNNING-LETTER-REC FROM WS-LTR-ITEM.                   PGM181
044500*                                                                 PGM181
044600 9000-FINALIZE.                                                   PGM181
044700     CLOSE AR-OPEN-FILE                                           PGM181
044800     CLOSE CUSTOMER-MASTER-FILE                                   PGM181
044900     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM181
045000     IF WS-CRDT-READY                                             PGM181
045100         CLOSE CREDIT-LIMIT-FILE                                  PGM181
045200     END-IF                                                       PGM181
045300     CLOSE DUNNING-LETTER-FILE                                    PGM181
045400     DISPLAY 'PGM181 COMPLETED: ' WS-INVOICE-DUN-CNT              PGM181
045500             ' INVOICES DUNNED - LETTERS: REMINDER '              PGM181
045600             WS-LEVEL1-CNT ', SECOND ' WS-LEVEL2-CNT              PGM181
045700             ', FINAL ' WS-LEVEL3-CNT.                            PGM181
045800 9750-DIAGNOSE-FILE-STATUS.                                       PGM181
045900     EVALUATE WS-ABEND-STATUS                                     PGM181
046000         WHEN '10'                                                PGM181
046100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM181
046200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM181
046300         WHEN '23'                                                PGM181
046400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM181
046500             DISPLAY '  AND RETRY THE REQUEST'                    PGM181
046600         WHEN '35'                                                PGM181
046700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM181
046800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM181
046900         WHEN '37'                                                PGM181
047000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM181
047100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM181
047200         WHEN '39'                                                PGM181
047300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM181
047400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM181
047500         WHEN '41'                                                PGM181
047600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM181
047700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM181
047800         WHEN '42'                                                PGM181
047900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM181
048000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM181
048100         WHEN '46'                                                PGM181
048200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM181
048300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM181
048400         WHEN OTHER                                               PGM181
048500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM181
048600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM181
048700     END-EVALUATE.                                                PGM181
048800*                                                                 PGM181
048900 9900-ABNORMAL-END.                                               PGM181
049000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM181
049100     DISPLAY 'PGM181 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM181
049200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM181
049300     MOVE 16 TO RETURN-CODE                                       PGM181
049400     GOBACK.                                                      PGM181
049500                                                                  PGM181
