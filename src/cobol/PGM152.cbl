000100 IDENTIFICATION DIVISION.                                         PGM152
000200 PROGRAM-ID.    PGM152.                                           PGM152
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM152
000400*                                                                 PGM152
000500* =========================================================       PGM152
000600* 프로그램명: 고객 물량 리베이트 약정 충당 및 정산 (야간)                               PGM152
000700* 처리내용  : 영업이 올린 약정 등록/변경/해지 거래를 약정                               PGM152
000800*            마스터에 반영한 뒤, 당일 고객 송장에서 약정별                           PGM152
000900*            (고객+제품군+기간) 수량/공급가액을 누계한다.                           PGM152
001000*            달성 구간 요율로 리베이트를 소급 재계산하여 전일                          PGM152
001100*            충당액과의 차이를 GL 인터페이스(RBAC)에 넘기고,                       PGM152
001200*            구간 상향 시 표시한다. 약정 기간이 끝난 약정은                          PGM152
001300*            충당액을 매출채권 크레딧으로 정산(RBST)한다.                          PGM152
001400* =========================================================       PGM152
001500*                                                                 PGM152
001600 ENVIRONMENT DIVISION.                                            PGM152
001700 CONFIGURATION SECTION.                                           PGM152
001800 INPUT-OUTPUT SECTION.                                            PGM152
001900 FILE-CONTROL.                                                    PGM152
002000     SELECT OPTIONAL REBATE-PARM-FILE                             PGM152
002100         ASSIGN TO RBATPARM                                       PGM152
002200         ORGANIZATION IS SEQUENTIAL                               PGM152
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM152
002400     SELECT OPTIONAL REBATE-TXN-FILE                              PGM152
002500         ASSIGN TO RBAGTXN                                        PGM152
002600         ORGANIZATION IS SEQUENTIAL                               PGM152
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM152
002800     SELECT OPTIONAL REBATE-AGREEMENT-FILE                        PGM152
002900         ASSIGN TO RBAGMAST                                       PGM152
003000         ORGANIZATION IS INDEXED                                  PGM152
003100         ACCESS MODE IS DYNAMIC                                   PGM152
003200         RECORD KEY IS RA-AGREEMENT-NO                            PGM152
003300         FILE STATUS IS WS-FILE-STATUS3.                          PGM152
003400     SELECT OPTIONAL INVOICE-FILE                                 PGM152
003500         ASSIGN TO CUSTINV                                        PGM152
003600         ORGANIZATION IS SEQUENTIAL                               PGM152
003700         FILE STATUS IS WS-FILE-STATUS4.                          PGM152
003800     SELECT AR-OPEN-FILE                                          PGM152
003900         ASSIGN TO AROPEN                                         PGM152
004000         ORGANIZATION IS INDEXED                                  PGM152
004100         ACCESS MODE IS DYNAMIC                                   PGM152
004200         RECORD KEY IS AO-KEY                                     PGM152
004300         FILE STATUS IS WS-FILE-STATUS5.                          PGM152
004400     SELECT REBATE-REPORT-FILE                                    PGM152
004500         ASSIGN TO RBATRPT                                        PGM152
004600         ORGANIZATION IS SEQUENTIAL                               PGM152
004700         FILE STATUS IS WS-FILE-STATUS6.                          PGM152
004800     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM152
004900         ASSIGN TO AUDTRAIL                                       PGM152
005000         ORGANIZATION IS SEQUENTIAL                               PGM152
005100         FILE STATUS IS WS-FILE-STATUS7.                          PGM152
005200     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM152
005300         ASSIGN TO GLINTF                                         PGM152
005400         ORGANIZATION IS SEQUENTIAL                               PGM152
005500         FILE STATUS IS WS-FILE-STATUS8.                          PGM152
005600*                                                                 PGM152
005700 DATA DIVISION.                                                   PGM152
005800 FILE SECTION.                                                    PGM152
005900 FD  REBATE-PARM-FILE.                                            PGM152
006000 01  REBATE-PARM-REC.                                             PGM152
006100     05 RP-RUN-DATE          PIC 9(08).                           PGM152
006200     05 FILLER               PIC X(72).                           PGM152
006300* 약정 유지 거래: A 등록, C 변경, X 해지                                      PGM152
006400 FD  REBATE-TXN-FILE.                                             PGM152
006500 01  REBATE-TXN-REC.                                              PGM152
006600     05 RQ-ACTION-CD         PIC X(01).                           PGM152
006700         88 RQ-ADD           VALUE 'A'.                           PGM152
006800         88 RQ-CHANGE        VALUE 'C'.                           PGM152
006900         88 RQ-CANCEL        VALUE 'X'.                           PGM152
007000     05 RQ-AGREEMENT-NO      PIC 9(06).                           PGM152
007100     05 RQ-CUSTOMER-CD       PIC X(10).                           PGM152
007200     05 RQ-PROD-GROUP        PIC X(15).                           PGM152
007300     05 RQ-PERIOD-START      PIC 9(08).                           PGM152
007400     05 RQ-PERIOD-END        PIC 9(08).                           PGM152
007500     05 RQ-BASIS-CD          PIC X(01).                           PGM152
007600     05 RQ-TIER OCCURS 5 TIMES.                                   PGM152
007700         10 RQ-TIER-FROM     PIC 9(11)V99.                        PGM152
007800         10 RQ-TIER-RATE     PIC 9(02)V9(03).                     PGM152
007900     05 RQ-USER-ID           PIC X(10).                           PGM152
008000     05 FILLER               PIC X(11).                           PGM152
008100 FD  REBATE-AGREEMENT-FILE.                                       PGM152
008200 01  REBATE-AGREEMENT-REC.                                        PGM152
008300     COPY CPYRBAG.                                                PGM152
008400 FD  INVOICE-FILE.                                                PGM152
008500 01  INVOICE-REC.                                                 PGM152
008600     COPY CPYCINV.                                                PGM152
008700 FD  AR-OPEN-FILE.                                                PGM152
008800 01  AR-OPEN-REC.                                                 PGM152
008900     COPY CPYAROP.                                                PGM152
009000 FD  REBATE-REPORT-FILE.                                          PGM152
009100 01  REBATE-REPORT-REC       PIC X(132).                          PGM152
009200 FD  AUDIT-TRAIL-FILE.                                            PGM152
009300 01  AUDIT-TRAIL-REC.                                             PGM152
009400     COPY CPYAUDIT.                                               PGM152
009500 FD  GL-INTERFACE-FILE.                                           PGM152
009600 01  GL-INTERFACE-REC.                                            PGM152
009700     COPY CPYGLIF.                                                PGM152
009800*                                                                 PGM152
009900 WORKING-STORAGE SECTION.                                         PGM152
010000 01  WS-FILE-STATUS         PIC XX.                               PGM152
010100 01  WS-FILE-STATUS2        PIC XX.                               PGM152
010200 01  WS-FILE-STATUS3        PIC XX.                               PGM152
010300 01  WS-FILE-STATUS4        PIC XX.                               PGM152
010400 01  WS-FILE-STATUS5        PIC XX.                               PGM152
010500 01  WS-FILE-STATUS6        PIC XX.                               PGM152
010600 01  WS-FILE-STATUS7        PIC XX.                               PGM152
010700 01  WS-FILE-STATUS8        PIC XX.                               PGM152
010800 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM152
010900     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM152
011000 01  WS-AUDIT-COND          PIC X(10).                            PGM152
011100 01  WS-AUDIT-KEY1          PIC X(15).                            PGM152
011200 01  WS-AUDIT-KEY2          PIC X(15).                            PGM152
011300 01  WS-AUDIT-DESC          PIC X(40).                            PGM152
011400 01  WS-ABEND-STATUS        PIC XX.                               PGM152
011500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM152
011600     88 WS-EOF              VALUE 'Y'.                            PGM152
011700 01  WS-TXN-OPEN-FLAG       PIC X VALUE 'N'.                      PGM152
011800     88 WS-TXN-READY        VALUE 'Y'.                            PGM152
011900 01  WS-INV-OPEN-FLAG       PIC X VALUE 'N'.                      PGM152
012000     88 WS-INV-READY        VALUE 'Y'.                            PGM152
012100 01  WS-TXN-VALID-FLAG      PIC X VALUE 'N'.                      PGM152
012200     88 WS-TXN-VALID        VALUE 'Y'.                            PGM152
012300 01  WS-LEN-DONE-FLAG       PIC X VALUE 'N'.                      PGM152
012400     88 WS-LEN-DONE         VALUE 'Y'.                            PGM152
012500 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM152
012600 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.               PGM152
012700 01  WS-TIER-IX             PIC 9(01) VALUE ZEROS.                PGM152
012800 01  WS-NEW-TIER            PIC 9(01) VALUE ZEROS.                PGM152
012900 01  WS-PRIOR-TIER          PIC 9(01) VALUE ZEROS.                PGM152
013000 01  WS-MEASURE             PIC S9(13)V99 VALUE ZEROS.            PGM152
013100 01  WS-INV-VALUE           PIC S9(11)V99 VALUE ZEROS.            PGM152
013200 01  WS-NEW-ACCRUAL         PIC S9(11)V99 VALUE ZEROS.            PGM152
013300 01  WS-ACCRUAL-DELTA       PIC S9(11)V99 VALUE ZEROS.            PGM152
013400 01  WS-CREDIT-DOC-NO       PIC 9(10) VALUE ZEROS.                PGM152
013500 01  WS-ACTION-TEXT         PIC X(10) VALUE SPACES.               PGM152
013600* 유효 약정 - 당일 송장 누계용으로 메모리에 올린다.                                   PGM152
013700* 제품군은 제품코드 앞자리로 비교하며 비교 길이를 미리 구한다.                              PGM152
013800 01  WS-AG-MAX              PIC 9(05) VALUE 1000.                 PGM152
013900 01  WS-AG-COUNT            PIC 9(05) VALUE ZEROS.                PGM152
014000 01  WS-AG-TABLE.                                                 PGM152
014100     05 WS-AG-ENTRY OCCURS 1000 TIMES                             PGM152
014200                    INDEXED BY AG-IDX.                            PGM152
014300         10 WS-AGT-AGREEMENT-NO PIC 9(06).                        PGM152
014400         10 WS-AGT-CUSTOMER-CD  PIC X(10).                        PGM152
014500         10 WS-AGT-PROD-GROUP   PIC X(15).                        PGM152
014600         10 WS-AGT-GROUP-LEN    PIC 9(02).                        PGM152
014700         10 WS-AGT-PERIOD-START PIC 9(08).                        PGM152
014800         10 WS-AGT-PERIOD-END   PIC 9(08).                        PGM152
014900         10 WS-AGT-ADD-QTY      PIC S9(11).                       PGM152
015000         10 WS-AGT-ADD-VALUE    PIC S9(13)V99.                    PGM152
015100         10 WS-AGT-ADD-COUNT    PIC 9(05).                        PGM152
015200 01  WS-GROUP-LEN           PIC 9(02) VALUE ZEROS.                PGM152
015300* 처리 건수                                                           PGM152
015400 01  WS-TXN-COUNT           PIC 9(07) VALUE ZEROS.                PGM152
015500 01  WS-TXN-REJECT-COUNT    PIC 9(07) VALUE ZEROS.                PGM152
015600 01  WS-INV-COUNT           PIC 9(07) VALUE ZEROS.                PGM152
015700 01  WS-INV-MATCH-COUNT     PIC 9(07) VALUE ZEROS.                PGM152
015800 01  WS-TIER-UP-COUNT       PIC 9(07) VALUE ZEROS.                PGM152
015900 01  WS-SETTLE-COUNT        PIC 9(07) VALUE ZEROS.                PGM152
016000 01  WS-RERUN-COUNT         PIC 9(07) VALUE ZEROS.                PGM152
016100 01  WS-TOTAL-DELTA         PIC S9(13)V99 VALUE ZEROS.            PGM152
016200 01  WS-TOTAL-SETTLED       PIC S9(13)V99 VALUE ZEROS.            PGM152
016300* GL 인터페이스                                                        PGM152
016400 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM152
016500     88 WS-GLIF-READY       VALUE 'Y'.                            PGM152
016600 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM152
016700 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM152
016800 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM152
016900 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM152
017000 01  WS-GL-EVENT-CD         PIC X(04).                            PGM152
017100 01  WS-GL-CATEGORY         PIC X(10).                            PGM152
017200 01  WS-GL-PLANT-CD         PIC X(04).                            PGM152
017300 01  WS-GL-REF-KEY          PIC X(24).                            PGM152
017400 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM152
017500 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM152
017600*                                                                 PGM152
017700 01  WS-RPT-HEADER.                                               PGM152
017800     05 FILLER               PIC X(40) VALUE                      PGM152
017900             'PGM152 CUSTOMER VOLUME REBATE - RUN DATE'.          PGM152
018000     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
018100     05 RH-RUN-DATE          PIC 9(08).                           PGM152
018200     05 FILLER               PIC X(83) VALUE SPACES.              PGM152
018300 01  WS-RPT-SECTION.                                              PGM152
018400     05 RT-SECTION-TITLE     PIC X(60).                           PGM152
018500     05 FILLER               PIC X(72) VALUE SPACES.              PGM152
018600 01  WS-RPT-TXN-LINE.                                             PGM152
018700     05 RX-ACTION-CD         PIC X(01).                           PGM152
018800     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
018900     05 RX-AGREEMENT-NO      PIC 9(06).                           PGM152
019000     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
019100     05 RX-CUSTOMER-CD       PIC X(10).                           PGM152
019200     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
019300     05 RX-USER-ID           PIC X(10).                           PGM152
019400     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
019500     05 RX-RESULT            PIC X(30).                           PGM152
019600     05 FILLER               PIC X(71) VALUE SPACES.              PGM152
019700 01  WS-RPT-COLUMNS.                                              PGM152
019800     05 FILLER               PIC X(48) VALUE                      PGM152
019900             'AGREE  CUSTOMER   PROD GROUP      PERIOD END B  '.  PGM152
020000     05 FILLER               PIC X(48) VALUE                      PGM152
020100             '    ACC QTY        ACC VALUE T  RATE      ACCRUE'.  PGM152
020200     05 FILLER               PIC X(36) VALUE                      PGM152
020300             'D         CHANGE ACTION'.                           PGM152
020400 01  WS-RPT-DETAIL.                                               PGM152
020500     05 RD-AGREEMENT-NO      PIC 9(06).                           PGM152
020600     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
020700     05 RD-CUSTOMER-CD       PIC X(10).                           PGM152
020800     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
020900     05 RD-PROD-GROUP        PIC X(15).                           PGM152
021000     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
021100     05 RD-PERIOD-END        PIC 9(08).                           PGM152
021200     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
021300     05 RD-BASIS-CD          PIC X(01).                           PGM152
021400     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
021500     05 RD-ACC-QTY           PIC ZZZZZZZZZZ9-.                    PGM152
021600     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
021700     05 RD-ACC-VALUE         PIC ZZZZZZZZZZZZ9.99-.               PGM152
021800     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
021900     05 RD-TIER              PIC 9(01).                           PGM152
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
022100     05 RD-RATE              PIC Z9.999.                          PGM152
022200     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
022300     05 RD-ACCRUED           PIC ZZZZZZZZZZ9.99-.                 PGM152
022400     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
022500     05 RD-DELTA             PIC ZZZZZZZZZZ9.99-.                 PGM152
022600     05 FILLER               PIC X(01) VALUE SPACE.               PGM152
022700     05 RD-ACTION            PIC X(10).                           PGM152
022800     05 FILLER               PIC X(04) VALUE SPACES.              PGM152
022900 01  WS-RPT-AMT-LINE.                                             PGM152
023000     05 RM-LABEL             PIC X(40).                           PGM152
023100     05 RM-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM152
023200     05 FILLER               PIC X(75) VALUE SPACES.              PGM152
023300 01  WS-RPT-CNT-LINE.                                             PGM152
023400     05 RN-LABEL             PIC X(40).                           PGM152
023500     05 RN-COUNT             PIC ZZZZZZ9.                         PGM152
023600     05 FILLER               PIC X(85) VALUE SPACES.              PGM152
023700*                                                                 PGM152
023800 PROCEDURE DIVISION.                                              PGM152
023900*                                                                 PGM152
024000 0000-MAIN-PROCESS.                                               PGM152
024100     PERFORM 1000-INITIALIZE                                      PGM152
024200     PERFORM 2000-APPLY-AGREEMENT-TXNS                            PGM152
024300     PERFORM 3000-LOAD-AGREEMENTS                                 PGM152
024400     PERFORM 4000-ACCUMULATE-INVOICES                             PGM152
024500     PERFORM 5000-ACCRUE-AGREEMENTS                               PGM152
024600     PERFORM 7000-PRINT-TOTALS                                    PGM152
024700     PERFORM 9000-FINALIZE                                        PGM152
024800     GOBACK.                                                      PGM152
024900*                                                                 PGM152
025000* 기준일: 파라미터가 있으면 그 일자, 없으면 시스템 일자.                                PGM152
025100 1000-INITIALIZE.                                                 PGM152
025200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM152
025300     OPEN INPUT REBATE-PARM-FILE                                  PGM152
025400     IF WS-FILE-STATUS = '00'                                     PGM152
025500         READ REBATE-PARM-FILE                                    PGM152
025600             NOT AT END                                           PGM152
025700                 IF RP-RUN-DATE IS NUMERIC AND RP-RUN-DATE > 0    PGM152
025800                     MOVE RP-RUN-DATE TO WS-RUN-DATE              PGM152
025900                 END-IF                                           PGM152
026000         END-READ                                                 PGM152
026100         CLOSE REBATE-PARM-FILE                                   PGM152
026200     END-IF                                                       PGM152
026300     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM152
026400     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM152
026500         SET WS-AUDIT-READY TO TRUE                               PGM152
026600     ELSE                                                         PGM152
026700         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS7       PGM152
026800     END-IF                                                       PGM152
026900     OPEN I-O REBATE-AGREEMENT-FILE                               PGM152
027000     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM152
027100         DISPLAY 'REBATE AGREEMENT OPEN ERROR: ' WS-FILE-STATUS3  PGM152
027200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM152
027300         PERFORM 9900-ABNORMAL-END                                PGM152
027400     END-IF                                                       PGM152
027500     OPEN I-O AR-OPEN-FILE                                        PGM152
027600     IF WS-FILE-STATUS5 NOT = '00'                                PGM152
027700         DISPLAY 'AR OPEN ITEM OPEN ERROR: ' WS-FILE-STATUS5      PGM152
027800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM152
027900         PERFORM 9900-ABNORMAL-END                                PGM152
028000     END-IF                                                       PGM152
028100     OPEN OUTPUT REBATE-REPORT-FILE                               PGM152
028200     IF WS-FILE-STATUS6 NOT = '00'                                PGM152
028300         DISPLAY 'REBATE REPORT OPEN ERROR: ' WS-FILE-STATUS6     PGM152
028400         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM152
028500         PERFORM 9900-ABNORMAL-END                                PGM152
028600     END-IF                                                       PGM152
028700     OPEN EXTEND GL-INTERFACE-FILE                                PGM152
028800     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM152
028900         SET WS-GLIF-READY TO TRUE                                PGM152
029000         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM152
029100         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM152
029200     ELSE                                                         PGM152
029300         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS8      PGM152
029400     END-IF                                                       PGM152
029500     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM152
029600     WRITE REBATE-REPORT-REC FROM WS-RPT-HEADER.                  PGM152
029700*                                                                 PGM152
029800* 약정 유지: 스프레드시트 대신 영업이 올린 거래를 반영한다.                               PGM152
029900* 거래마다 감사 추적을 남기고 부적격 거래는 사유와 함께 찍는다.                             PGM152
030000 2000-APPLY-AGREEMENT-TXNS.                                       PGM152
030100     OPEN INPUT REBATE-TXN-FILE                                   PGM152
030200     IF WS-FILE-STATUS2 = '00'                                    PGM152
030300         SET WS-TXN-READY TO TRUE                                 PGM152
030400     ELSE                                                         PGM152
030500         IF WS-FILE-STATUS2 NOT = '05'                            PGM152
030600             DISPLAY 'REBATE TXN OPEN ERROR: ' WS-FILE-STATUS2    PGM152
030700         END-IF                                                   PGM152
030800     END-IF                                                       PGM152
030900     IF WS-TXN-READY                                              PGM152
031000         MOVE 'AGREEMENT MAINTENANCE' TO RT-SECTION-TITLE         PGM152
031100         WRITE REBATE-REPORT-REC FROM WS-RPT-SECTION              PGM152
031200         PERFORM 2050-READ-TXN                                    PGM152
031300             UNTIL WS-EOF                                         PGM152
031400         CLOSE REBATE-TXN-FILE                                    PGM152
031500         MOVE 'N' TO WS-EOF-FLAG                                  PGM152
031600     END-IF.                                                      PGM152
031700*                                                                 PGM152
031800 2050-READ-TXN.                                                   PGM152
031900     READ REBATE-TXN-FILE                                         PGM152
032000         AT END                                                   PGM152
032100             SET WS-EOF TO TRUE                                   PGM152
032200         NOT AT END                                               PGM152
032300             ADD 1 TO WS-TXN-COUNT                                PGM152
032400             PERFORM 2100-PROCESS-TXN                             PGM152
032500     END-READ.                                                    PGM152
032600*                                                                 PGM152
032700 2100-PROCESS-TXN.                                                PGM152
032800     MOVE SPACES TO WS-REJECT-REASON                              PGM152
032900     MOVE RQ-AGREEMENT-NO TO RA-AGREEMENT-NO                      PGM152
033000     EVALUATE TRUE                                                PGM152
033100         WHEN RQ-ADD                                              PGM152
033200             PERFORM 2200-VALIDATE-TERMS                          PGM152
033300             IF WS-TXN-VALID                                      PGM152
033400                 PERFORM 2300-ADD-AGREEMENT                       PGM152
033500             END-IF                                               PGM152
033600         WHEN RQ-CHANGE                                           PGM152
033700             PERFORM 2200-VALIDATE-TERMS                          PGM152
033800             IF WS-TXN-VALID                                      PGM152
033900                 PERFORM 2400-CHANGE-AGREEMENT                    PGM152
034000             END-IF                                               PGM152
034100         WHEN RQ-CANCEL                                           PGM152
034200             PERFORM 2500-CANCEL-AGREEMENT                        PGM152
034300         WHEN OTHER                                               PGM152
034400             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON       PGM152
034500     END-EVALUATE                                                 PGM152
034600     MOVE RQ-ACTION-CD    TO RX-ACTION-CD                         PGM152
034700     MOVE RQ-AGREEMENT-NO TO RX-AGREEMENT-NO                      PGM152
034800     MOVE RQ-CUSTOMER-CD  TO RX-CUSTOMER-CD                       PGM152
034900     MOVE RQ-USER-ID      TO RX-USER-ID                           PGM152
035000     IF WS-REJECT-REASON = SPACES                                 PGM152
035100         MOVE 'APPLIED' TO RX-RESULT                              PGM152
035200         MOVE 'RBAGMNT'       TO WS-AUDIT-COND                    PGM152
035300         MOVE RQ-AGREEMENT-NO TO WS-AUDIT-KEY1                    PGM152
035400         MOVE RQ-USER-ID      TO WS-AUDIT-KEY2                    PGM152
035500         MOVE SPACES          TO WS-AUDIT-DESC                    PGM152
035600         STRING 'REBATE AGREEMENT ' RQ-ACTION-CD ' CUST '         PGM152
035700                RQ-CUSTOMER-CD                                    PGM152
035800             DELIMITED BY SIZE INTO WS-AUDIT-DESC                 PGM152
035900         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM152
036000     ELSE                                                         PGM152
036100         MOVE WS-REJECT-REASON TO RX-RESULT                       PGM152
036200         ADD 1 TO WS-TXN-REJECT-COUNT                             PGM152
036300     END-IF                                                       PGM152
036400     WRITE REBATE-REPORT-REC FROM WS-RPT-TXN-LINE.                PGM152
036500*                                                                 PGM152
036600* 등록/변경 공통 점검. 구간 문턱은 오름차순이어야 하고                                  PGM152
036700* 요율이 없는 구간 뒤에는 구간을 둘 수 없다.                                       PGM152
036800 2200-VALIDATE-TERMS.                                             PGM152
036900     MOVE 'N' TO WS-TXN-VALID-FLAG                                PGM152
037000     EVALUATE TRUE                                                PGM152
037100         WHEN RQ-AGREEMENT-NO NOT NUMERIC OR RQ-AGREEMENT-NO = 0  PGM152
037200             MOVE 'INVALID AGREEMENT NO' TO WS-REJECT-REASON      PGM152
037300         WHEN RQ-CUSTOMER-CD = SPACES                             PGM152
037400             MOVE 'CUSTOMER REQUIRED' TO WS-REJECT-REASON         PGM152
037500         WHEN RQ-PERIOD-START NOT NUMERIC                         PGM152
037600           OR RQ-PERIOD-END NOT NUMERIC                           PGM152
037700           OR RQ-PERIOD-START = 0                                 PGM152
037800           OR RQ-PERIOD-END < RQ-PERIOD-START                     PGM152
037900             MOVE 'INVALID AGREEMENT PERIOD' TO WS-REJECT-REASON  PGM152
038000         WHEN RQ-BASIS-CD NOT = 'Q' AND RQ-BASIS-CD NOT = 'V'     PGM152
038100             MOVE 'BASIS MUST BE Q OR V' TO WS-REJECT-REASON      PGM152
038200         WHEN OTHER                                               PGM152
038300             PERFORM 2250-CHECK-TIER                              PGM152
038400                 VARYING WS-TIER-IX FROM 1 BY 1                   PGM152
038500                 UNTIL WS-TIER-IX > 5                             PGM152
038600                    OR WS-REJECT-REASON NOT = SPACES              PGM152
038700             IF WS-REJECT-REASON = SPACES                         PGM152
038800                 AND RQ-TIER-RATE (1) = 0                         PGM152
038900                 MOVE 'TIER 1 RATE REQUIRED' TO WS-REJECT-REASON  PGM152
039000             END-IF                                               PGM152
039100     END-EVALUATE                                                 PGM152
039200     IF WS-REJECT-REASON = SPACES                                 PGM152
039300         SET WS-TXN-VALID TO TRUE                                 PGM152
039400     END-IF.                                                      PGM152
039500*                                                                 PGM152
039600 2250-CHECK-TIER.                                                 PGM152
039700     IF RQ-TIER-FROM (WS-TIER-IX) NOT NUMERIC                     PGM152
039800         OR RQ-TIER-RATE (WS-TIER-IX) NOT NUMERIC                 PGM152
039900         MOVE 'TIER NOT NUMERIC' TO WS-REJECT-REASON              PGM152
040000     ELSE                                                         PGM152
040100         IF WS-TIER-IX > 1                                        PGM152
040200             AND RQ-TIER-RATE (WS-TIER-IX) > 0                    PGM152
040300             IF RQ-TIER-RATE (WS-TIER-IX - 1) = 0                 PGM152
040400                 OR RQ-TIER-FROM (WS-TIER-IX)                     PGM152
040500                    NOT > RQ-TIER-FROM (WS-TIER-IX - 1)           PGM152
040600                 MOVE 'TIERS OUT OF SEQUENCE' TO WS-REJECT-REASON PGM152
040700             END-IF                                               PGM152
040800         END-IF                                                   PGM152
040900     END-IF.                                                      PGM152
041000*                                                                 PGM152
041100 2300-ADD-AGREEMENT.                                              PGM152
041200     INITIALIZE REBATE-AGREEMENT-REC                              PGM152
041300     MOVE RQ-AGREEMENT-NO TO RA-AGREEMENT-NO                      PGM152
041400     PERFORM 2350-MOVE-TERMS                                      PGM152
041500     SET RA-ACTIVE TO TRUE                                        PGM152
041600     WRITE REBATE-AGREEMENT-REC                                   PGM152
041700         INVALID KEY                                              PGM152
041800             MOVE 'AGREEMENT ALREADY EXISTS' TO WS-REJECT-REASON  PGM152
041900     END-WRITE.                                                   PGM152
042000*                                                                 PGM152
042100 2350-MOVE-TERMS.                                                 PGM152
042200     MOVE RQ-CUSTOMER-CD  TO RA-CUSTOMER-CD                       PGM152
042300     MOVE RQ-PROD-GROUP   TO RA-PROD-GROUP                        PGM152
042400     MOVE RQ-PERIOD-START TO RA-PERIOD-START                      PGM152
042500     MOVE RQ-PERIOD-END   TO RA-PERIOD-END                        PGM152
042600     MOVE RQ-BASIS-CD     TO RA-BASIS-CD                          PGM152
042700     PERFORM 2360-MOVE-TIER                                       PGM152
042800         VARYING WS-TIER-IX FROM 1 BY 1                           PGM152
042900         UNTIL WS-TIER-IX > 5                                     PGM152
043000     MOVE RQ-USER-ID      TO RA-UPD-USER.                         PGM152
043100*                                                                 PGM152
043200 2360-MOVE-TIER.                                                  PGM152
043300     MOVE RQ-TIER-FROM (WS-TIER-IX) TO RA-TIER-FROM (WS-TIER-IX)  PGM152
043400     MOVE RQ-TIER-RATE (WS-TIER-IX) TO RA-TIER-RATE (WS-TIER-IX). PGM152
043500*                                                                 PGM152
043600* 변경은 유효 약정만. 고객은 바꿀 수 없다(해지 후 재등록).                              PGM152
043700* 누계는 유지하고 새 조건의 충당 차이는 당일 재계산에서 넘긴다.                             PGM152
043800 2400-CHANGE-AGREEMENT.                                           PGM152
043900     READ REBATE-AGREEMENT-FILE                                   PGM152
044000         INVALID KEY                                              PGM152
044100             MOVE 'AGREEMENT NOT FOUND' TO WS-REJECT-REASON       PGM152
044200     END-READ                                                     PGM152
044300     IF WS-REJECT-REASON = SPACES                                 PGM152
044400         EVALUATE TRUE                                            PGM152
044500             WHEN NOT RA-ACTIVE                                   PGM152
044600                 MOVE 'AGREEMENT NOT ACTIVE' TO WS-REJECT-REASON  PGM152
044700             WHEN RA-CUSTOMER-CD NOT = RQ-CUSTOMER-CD             PGM152
044800                 MOVE 'CUSTOMER CANNOT CHANGE' TO WS-REJECT-REASONPGM152
044900             WHEN OTHER                                           PGM152
045000                 PERFORM 2350-MOVE-TERMS                          PGM152
045100                 REWRITE REBATE-AGREEMENT-REC                     PGM152
045200                     INVALID KEY                                  PGM152
045300                         MOVE 'AGREEMENT REWRITE ERROR'           PGM152
045400                             TO WS-REJECT-REASON                  PGM152
045500                 END-REWRITE                                      PGM152
045600         END-EVALUATE                                             PGM152
045700     END-IF.                                                      PGM152
045800*                                                                 PGM152
045900* 해지: 쌓인 충당액을 환입하고 더 이상 누계하지 않는다.                                 PGM152
046000 2500-CANCEL-AGREEMENT.                                           PGM152
046100     READ REBATE-AGREEMENT-FILE                                   PGM152
046200         INVALID KEY                                              PGM152
046300             MOVE 'AGREEMENT NOT FOUND' TO WS-REJECT-REASON       PGM152
046400     END-READ                                                     PGM152
046500     IF WS-REJECT-REASON = SPACES                                 PGM152
046600         IF NOT RA-ACTIVE                                         PGM152
046700             MOVE 'AGREEMENT NOT ACTIVE' TO WS-REJECT-REASON      PGM152
046800         ELSE                                                     PGM152
046900             IF RA-ACCRUED-AMT NOT = 0                            PGM152
047000                 COMPUTE WS-ACCRUAL-DELTA = 0 - RA-ACCRUED-AMT    PGM152
047100                 PERFORM 5600-WRITE-ACCRUAL-GL                    PGM152
047200                 ADD WS-ACCRUAL-DELTA TO WS-TOTAL-DELTA           PGM152
047300             END-IF                                               PGM152
047400             MOVE ZEROS      TO RA-ACCRUED-AMT                    PGM152
047500             SET RA-CANCELLED TO TRUE                             PGM152
047600             MOVE WS-RUN-DATE TO RA-SETTLE-DATE                   PGM152
047700             MOVE RQ-USER-ID  TO RA-UPD-USER                      PGM152
047800             REWRITE REBATE-AGREEMENT-REC                         PGM152
047900                 INVALID KEY                                      PGM152
048000                     MOVE 'AGREEMENT REWRITE ERROR'               PGM152
048100                         TO WS-REJECT-REASON                      PGM152
048200             END-REWRITE                                          PGM152
048300         END-IF                                                   PGM152
048400     END-IF.                                                      PGM152
048500*                                                                 PGM152
048600* 유효 약정 중 기간이 기준일 전에 시작한 것만 누계 대상.                                PGM152
048700 3000-LOAD-AGREEMENTS.                                            PGM152
048800     MOVE LOW-VALUES TO RA-AGREEMENT-NO                           PGM152
048900     START REBATE-AGREEMENT-FILE                                  PGM152
049000         KEY IS NOT LESS THAN RA-AGREEMENT-NO                     PGM152
049100         INVALID KEY SET WS-EOF TO TRUE                           PGM152
049200     END-START                                                    PGM152
049300     PERFORM 3050-READ-AGREEMENT                                  PGM152
049400         UNTIL WS-EOF                                             PGM152
049500     MOVE 'N' TO WS-EOF-FLAG.                                     PGM152
049600*                                                                 PGM152
049700 3050-READ-AGREEMENT.                                             PGM152
049800     READ REBATE-AGREEMENT-FILE NEXT RECORD                       PGM152
049900         AT END                                                   PGM152
050000             SET WS-EOF TO TRUE                                   PGM152
050100         NOT AT END                                               PGM152
050200             IF RA-ACTIVE                                         PGM152
050300                 AND RA-PERIOD-START NOT > WS-RUN-DATE            PGM152
050400                 PERFORM 3100-ADD-AGREEMENT-ENTRY                 PGM152
050500             END-IF                                               PGM152
050600     END-READ.                                                    PGM152
050700*                                                                 PGM152
050800 3100-ADD-AGREEMENT-ENTRY.                                        PGM152
050900     IF WS-AG-COUNT NOT < WS-AG-MAX                               PGM152
051000         DISPLAY 'REBATE AGREEMENT TABLE FULL - MAX ' WS-AG-MAX   PGM152
051100         MOVE 'FL' TO WS-ABEND-STATUS                             PGM152
051200         PERFORM 9900-ABNORMAL-END                                PGM152
051300     END-IF                                                       PGM152
051400     ADD 1 TO WS-AG-COUNT                                         PGM152
051500     MOVE RA-AGREEMENT-NO TO WS-AGT-AGREEMENT-NO (WS-AG-COUNT)    PGM152
051600     MOVE RA-CUSTOMER-CD  TO WS-AGT-CUSTOMER-CD (WS-AG-COUNT)     PGM152
051700     MOVE RA-PROD-GROUP   TO WS-AGT-PROD-GROUP (WS-AG-COUNT)      PGM152
051800     MOVE RA-PERIOD-START TO WS-AGT-PERIOD-START (WS-AG-COUNT)    PGM152
051900     MOVE RA-PERIOD-END   TO WS-AGT-PERIOD-END (WS-AG-COUNT)      PGM152
052000     MOVE ZEROS           TO WS-AGT-ADD-QTY (WS-AG-COUNT)         PGM152
052100     MOVE ZEROS           TO WS-AGT-ADD-VALUE (WS-AG-COUNT)       PGM152
052200     MOVE ZEROS           TO WS-AGT-ADD-COUNT (WS-AG-COUNT)       PGM152
052300     MOVE 15  TO WS-GROUP-LEN                                     PGM152
052400     MOVE 'N' TO WS-LEN-DONE-FLAG                                 PGM152
052500     PERFORM 3150-MEASURE-GROUP                                   PGM152
052600         UNTIL WS-LEN-DONE OR WS-GROUP-LEN = 0                    PGM152
052700     MOVE WS-GROUP-LEN TO WS-AGT-GROUP-LEN (WS-AG-COUNT).         PGM152
052800*                                                                 PGM152
052900 3150-MEASURE-GROUP.                                              PGM152
053000     IF RA-PROD-GROUP (WS-GROUP-LEN:1) = SPACE                    PGM152
053100         SUBTRACT 1 FROM WS-GROUP-LEN                             PGM152
053200     ELSE                                                         PGM152
053300         SET WS-LEN-DONE TO TRUE                                  PGM152
053400     END-IF.                                                      PGM152
053500*                                                                 PGM152
053600* 당일 송장 판독: 한 송장 라인이 여러 약정(예: 제품군이 겹치는                            PGM152
053700* 약정)에 해당하면 각 약정에 모두 누계한다.                                        PGM152
053800 4000-ACCUMULATE-INVOICES.                                        PGM152
053900     OPEN INPUT INVOICE-FILE                                      PGM152
054000     IF WS-FILE-STATUS4 = '00'                                    PGM152
054100         SET WS-INV-READY TO TRUE                                 PGM152
054200     ELSE                                                         PGM152
054300         IF WS-FILE-STATUS4 NOT = '05'                            PGM152
054400             DISPLAY 'INVOICE FILE OPEN ERROR: ' WS-FILE-STATUS4  PGM152
054500         END-IF                                                   PGM152
054600     END-IF                                                       PGM152
054700     IF WS-INV-READY                                              PGM152
054800         PERFORM 4050-READ-INVOICE                                PGM152
054900             UNTIL WS-EOF                                         PGM152
055000         CLOSE INVOICE-FILE                                       PGM152
055100         MOVE 'N' TO WS-EOF-FLAG                                  PGM152
055200     END-IF.                                                      PGM152
055300*                                                                 PGM152
055300* 원자재 할증 송장은 같은 출하의 상품 송장에 이미 수량이                                 PGM152
055300* 잡히므로 리베이트 누계에서 뺀다.                                              PGM152
055400 4050-READ-INVOICE.                                               PGM152
055500     READ INVOICE-FILE                                            PGM152
055600         AT END                                                   PGM152
055700             SET WS-EOF TO TRUE                                   PGM152
055800         NOT AT END                                               PGM152
055900             ADD 1 TO WS-INV-COUNT                                PGM152
056000             IF NOT CI-CREDITED AND NOT CI-DEPOSIT-LINE           PGM152
056000                 AND NOT CI-SURCHARGE-LINE                        PGM152
056100                 PERFORM 4100-MATCH-INVOICE                       PGM152
056200             END-IF                                               PGM152
056300     END-READ.                                                    PGM152
056400*                                                                 PGM152
056500* 리베이트 기준 금액은 부가세를 뺀 공급가액.                                        PGM152
056600 4100-MATCH-INVOICE.                                              PGM152
056700     IF CI-VAT-AMT NUMERIC                                        PGM152
056800         COMPUTE WS-INV-VALUE = CI-INV-AMT - CI-VAT-AMT           PGM152
056900     ELSE                                                         PGM152
057000         MOVE CI-INV-AMT TO WS-INV-VALUE                          PGM152
057100     END-IF                                                       PGM152
057200     PERFORM 4150-CHECK-AGREEMENT                                 PGM152
057300         VARYING AG-IDX FROM 1 BY 1                               PGM152
057400         UNTIL AG-IDX > WS-AG-COUNT.                              PGM152
057500*                                                                 PGM152
057600 4150-CHECK-AGREEMENT.                                            PGM152
057700     IF WS-AGT-CUSTOMER-CD (AG-IDX) = CI-CUSTOMER-CD              PGM152
057800         AND CI-INVOICE-DATE NOT < WS-AGT-PERIOD-START (AG-IDX)   PGM152
057900         AND CI-INVOICE-DATE NOT > WS-AGT-PERIOD-END (AG-IDX)     PGM152
058000         MOVE WS-AGT-GROUP-LEN (AG-IDX) TO WS-GROUP-LEN           PGM152
058100         IF WS-GROUP-LEN = 0                                      PGM152
058200             PERFORM 4200-ADD-TO-AGREEMENT                        PGM152
058300         ELSE                                                     PGM152
058400             IF CI-PRODUCT-CD (1:WS-GROUP-LEN)                    PGM152
058500                 = WS-AGT-PROD-GROUP (AG-IDX) (1:WS-GROUP-LEN)    PGM152
058600                 PERFORM 4200-ADD-TO-AGREEMENT                    PGM152
058700             END-IF                                               PGM152
058800         END-IF                                                   PGM152
058900     END-IF.                                                      PGM152
059000*                                                                 PGM152
059100 4200-ADD-TO-AGREEMENT.                                           PGM152
059200     ADD CI-INV-QTY   TO WS-AGT-ADD-QTY (AG-IDX)                  PGM152
059300     ADD WS-INV-VALUE TO WS-AGT-ADD-VALUE (AG-IDX)                PGM152
059400     ADD 1            TO WS-AGT-ADD-COUNT (AG-IDX)                PGM152
059500     ADD 1            TO WS-INV-MATCH-COUNT.                      PGM152
059600*                                                                 PGM152
059700* 약정별 재계산. 같은 기준일로 다시 돌면 누계는 건너뛰고                                 PGM152
059800* (이중 누계 방지) 충당/정산만 다시 본다.                                        PGM152
059900 5000-ACCRUE-AGREEMENTS.                                          PGM152
060000     MOVE 'AGREEMENT ACCRUAL' TO RT-SECTION-TITLE                 PGM152
060100     WRITE REBATE-REPORT-REC FROM WS-RPT-SECTION                  PGM152
060200     WRITE REBATE-REPORT-REC FROM WS-RPT-COLUMNS                  PGM152
060300     PERFORM 5050-ACCRUE-AGREEMENT                                PGM152
060400         VARYING AG-IDX FROM 1 BY 1                               PGM152
060500         UNTIL AG-IDX > WS-AG-COUNT.                              PGM152
060600*                                                                 PGM152
060700 5050-ACCRUE-AGREEMENT.                                           PGM152
060800     MOVE WS-AGT-AGREEMENT-NO (AG-IDX) TO RA-AGREEMENT-NO         PGM152
060900     READ REBATE-AGREEMENT-FILE                                   PGM152
061000         INVALID KEY                                              PGM152
061100             DISPLAY 'REBATE AGREEMENT NOT FOUND: '               PGM152
061200                     WS-AGT-AGREEMENT-NO (AG-IDX)                 PGM152
061300         NOT INVALID KEY                                          PGM152
061400             PERFORM 5100-UPDATE-AGREEMENT                        PGM152
061500     END-READ.                                                    PGM152
061600*                                                                 PGM152
061700 5100-UPDATE-AGREEMENT.                                           PGM152
061800     MOVE SPACES TO WS-ACTION-TEXT                                PGM152
061900     IF RA-LAST-ACCUM-DATE NOT < WS-RUN-DATE                      PGM152
062000         ADD 1 TO WS-RERUN-COUNT                                  PGM152
062100         MOVE 'RERUN' TO WS-ACTION-TEXT                           PGM152
062200     ELSE                                                         PGM152
062300         ADD WS-AGT-ADD-QTY (AG-IDX)   TO RA-ACC-QTY              PGM152
062400         ADD WS-AGT-ADD-VALUE (AG-IDX) TO RA-ACC-VALUE            PGM152
062500         MOVE WS-RUN-DATE TO RA-LAST-ACCUM-DATE                   PGM152
062600     END-IF                                                       PGM152
062700     MOVE RA-CURR-TIER TO WS-PRIOR-TIER                           PGM152
062800     PERFORM 5200-DETERMINE-TIER                                  PGM152
062900     IF WS-NEW-TIER > WS-PRIOR-TIER                               PGM152
063000         ADD 1 TO WS-TIER-UP-COUNT                                PGM152
063100         MOVE 'TIER UP' TO WS-ACTION-TEXT                         PGM152
063200     END-IF                                                       PGM152
063300     MOVE WS-NEW-TIER TO RA-CURR-TIER                             PGM152
063400     IF WS-NEW-TIER = 0                                           PGM152
063500         MOVE ZEROS TO WS-NEW-ACCRUAL                             PGM152
063600     ELSE                                                         PGM152
063700         COMPUTE WS-NEW-ACCRUAL ROUNDED =                         PGM152
063800             RA-ACC-VALUE * RA-TIER-RATE (WS-NEW-TIER) / 100      PGM152
063900     END-IF                                                       PGM152
064000     COMPUTE WS-ACCRUAL-DELTA = WS-NEW-ACCRUAL - RA-ACCRUED-AMT   PGM152
064100     IF WS-ACCRUAL-DELTA NOT = 0                                  PGM152
064200         PERFORM 5600-WRITE-ACCRUAL-GL                            PGM152
064300         ADD WS-ACCRUAL-DELTA TO WS-TOTAL-DELTA                   PGM152
064400         MOVE WS-NEW-ACCRUAL TO RA-ACCRUED-AMT                    PGM152
064500     END-IF                                                       PGM152
064600     IF RA-PERIOD-END NOT > WS-RUN-DATE                           PGM152
064700         PERFORM 6000-SETTLE-AGREEMENT                            PGM152
064800     END-IF                                                       PGM152
064900     REWRITE REBATE-AGREEMENT-REC                                 PGM152
065000         INVALID KEY                                              PGM152
065100             DISPLAY 'REBATE AGREEMENT REWRITE ERROR: '           PGM152
065200                     RA-AGREEMENT-NO                              PGM152
065300     END-REWRITE                                                  PGM152
065400     PERFORM 5700-PRINT-AGREEMENT.                                PGM152
065500*                                                                 PGM152
065600* 달성 구간: 누계(수량 또는 금액)가 문턱 이상인 가장 높은                               PGM152
065700* 구간. 요율이 없는 구간은 미사용으로 본다.                                        PGM152
065800 5200-DETERMINE-TIER.                                             PGM152
065900     IF RA-QTY-BASIS                                              PGM152
066000         MOVE RA-ACC-QTY   TO WS-MEASURE                          PGM152
066100     ELSE                                                         PGM152
066200         MOVE RA-ACC-VALUE TO WS-MEASURE                          PGM152
066300     END-IF                                                       PGM152
066400     MOVE ZEROS TO WS-NEW-TIER                                    PGM152
066500     PERFORM 5250-CHECK-TIER-REACHED                              PGM152
066600         VARYING WS-TIER-IX FROM 1 BY 1                           PGM152
066700         UNTIL WS-TIER-IX > 5.                                    PGM152
066800*                                                                 PGM152
066900 5250-CHECK-TIER-REACHED.                                         PGM152
067000     IF RA-TIER-RATE (WS-TIER-IX) > 0                             PGM152
067100         AND WS-MEASURE NOT < RA-TIER-FROM (WS-TIER-IX)           PGM152
067200         MOVE WS-TIER-IX TO WS-NEW-TIER                           PGM152
067300     END-IF.                                                      PGM152
067400*                                                                 PGM152
067500* 충당 차이: 고객별 리베이트 충당 분개(RBAC). 구간 상향 시                            PGM152
067600* 기간 누계 전체에 새 요율이 소급되어 차이가 커진다.                                   PGM152
067700 5600-WRITE-ACCRUAL-GL.                                           PGM152
067800     MOVE 'RBAC'            TO WS-GL-EVENT-CD                     PGM152
067900     MOVE SPACES            TO WS-GL-CATEGORY                     PGM152
068000     MOVE SPACES            TO WS-GL-PLANT-CD                     PGM152
068100     MOVE SPACES            TO WS-GL-REF-KEY                      PGM152
068200     STRING RA-AGREEMENT-NO RA-CUSTOMER-CD                        PGM152
068300         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM152
068400     MOVE WS-RUN-DATE       TO WS-GL-TRANS-DATE                   PGM152
068500     MOVE WS-ACCRUAL-DELTA  TO WS-GL-AMOUNT                       PGM152
068600     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM152
068700*                                                                 PGM152
068800 5700-PRINT-AGREEMENT.                                            PGM152
068900     MOVE RA-AGREEMENT-NO  TO RD-AGREEMENT-NO                     PGM152
069000     MOVE RA-CUSTOMER-CD   TO RD-CUSTOMER-CD                      PGM152
069100     MOVE RA-PROD-GROUP    TO RD-PROD-GROUP                       PGM152
069200     MOVE RA-PERIOD-END    TO RD-PERIOD-END                       PGM152
069300     MOVE RA-BASIS-CD      TO RD-BASIS-CD                         PGM152
069400     MOVE RA-ACC-QTY       TO RD-ACC-QTY                          PGM152
069500     MOVE RA-ACC-VALUE     TO RD-ACC-VALUE                        PGM152
069600     MOVE RA-CURR-TIER     TO RD-TIER                             PGM152
069700     IF RA-CURR-TIER = 0                                          PGM152
069800         MOVE ZEROS TO RD-RATE                                    PGM152
069900     ELSE                                                         PGM152
070000         MOVE RA-TIER-RATE (RA-CURR-TIER) TO RD-RATE              PGM152
070100     END-IF                                                       PGM152
070200     MOVE RA-ACCRUED-AMT   TO RD-ACCRUED                          PGM152
070300     MOVE WS-ACCRUAL-DELTA TO RD-DELTA                            PGM152
070400     MOVE WS-ACTION-TEXT   TO RD-ACTION                           PGM152
070500     WRITE REBATE-REPORT-REC FROM WS-RPT-DETAIL.                  PGM152
070600*                                                                 PGM152
070700* 정산: 기간이 끝난 약정의 충당액을 음수 채권(크레딧)으로                                PGM152
070800* 매출채권에 올리고 충당 해소 분개(RBST)를 넘긴다. 크레딧                              PGM152
070900* 문서번호는 9000000000 + 약정번호로 송장번호와 겹치지 않는다.                         PGM152
071000 6000-SETTLE-AGREEMENT.                                           PGM152
071100     MOVE ZEROS TO RA-CREDIT-DOC-NO                               PGM152
071200     IF RA-ACCRUED-AMT > 0                                        PGM152
071300         COMPUTE WS-CREDIT-DOC-NO = 9000000000 + RA-AGREEMENT-NO  PGM152
071400         INITIALIZE AR-OPEN-REC                                   PGM152
071500         MOVE RA-CUSTOMER-CD   TO AO-CUSTOMER-CD                  PGM152
071600         MOVE WS-CREDIT-DOC-NO TO AO-INVOICE-NO                   PGM152
071700         MOVE WS-RUN-DATE      TO AO-INV-DATE                     PGM152
071800         COMPUTE AO-INV-AMT = 0 - RA-ACCRUED-AMT                  PGM152
071900         MOVE ZEROS            TO AO-PAID-AMT                     PGM152
072000         SET AO-CREDITED       TO TRUE                            PGM152
072100         WRITE AR-OPEN-REC                                        PGM152
072200             INVALID KEY                                          PGM152
072300                 DISPLAY 'REBATE CREDIT ALREADY ON AR: '          PGM152
072400                         WS-CREDIT-DOC-NO                         PGM152
072500         END-WRITE                                                PGM152
072600         MOVE WS-CREDIT-DOC-NO TO RA-CREDIT-DOC-NO                PGM152
072700         MOVE 'RBST'           TO WS-GL-EVENT-CD                  PGM152
072800         MOVE SPACES           TO WS-GL-CATEGORY                  PGM152
072900         MOVE SPACES           TO WS-GL-PLANT-CD                  PGM152
073000         MOVE SPACES           TO WS-GL-REF-KEY                   PGM152
073100         STRING WS-CREDIT-DOC-NO RA-CUSTOMER-CD                   PGM152
073200             DELIMITED BY SIZE INTO WS-GL-REF-KEY                 PGM152
073300         MOVE WS-RUN-DATE      TO WS-GL-TRANS-DATE                PGM152
073400         MOVE RA-ACCRUED-AMT   TO WS-GL-AMOUNT                    PGM152
073500         PERFORM 9780-WRITE-GL-INTERFACE                          PGM152
073600         ADD RA-ACCRUED-AMT    TO WS-TOTAL-SETTLED                PGM152
073700     END-IF                                                       PGM152
073800     SET RA-SETTLED   TO TRUE                                     PGM152
073900     MOVE WS-RUN-DATE TO RA-SETTLE-DATE                           PGM152
074000     ADD 1 TO WS-SETTLE-COUNT                                     PGM152
074100     MOVE 'SETTLED' TO WS-ACTION-TEXT.                            PGM152
074200*                                                                 PGM152
074300 7000-PRINT-TOTALS.                                               PGM152
074400     MOVE 'RUN TOTALS' TO RT-SECTION-TITLE                        PGM152
074500     WRITE REBATE-REPORT-REC FROM WS-RPT-SECTION                  PGM152
074600     MOVE 'ACCRUAL CHANGE POSTED' TO RM-LABEL                     PGM152
074700     MOVE WS-TOTAL-DELTA TO RM-AMOUNT                             PGM152
074800     WRITE REBATE-REPORT-REC FROM WS-RPT-AMT-LINE                 PGM152
074900     MOVE 'SETTLED AS AR CREDIT' TO RM-LABEL                      PGM152
075000     MOVE WS-TOTAL-SETTLED TO RM-AMOUNT                           PGM152
075100     WRITE REBATE-REPORT-REC FROM WS-RPT-AMT-LINE                 PGM152
075200     MOVE 'AGREEMENT TRANSACTIONS' TO RN-LABEL                    PGM152
075300     MOVE WS-TXN-COUNT TO RN-COUNT                                PGM152
075400     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
075500     MOVE 'TRANSACTIONS REJECTED' TO RN-LABEL                     PGM152
075600     MOVE WS-TXN-REJECT-COUNT TO RN-COUNT                         PGM152
075700     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
075800     MOVE 'INVOICE LINES READ' TO RN-LABEL                        PGM152
075900     MOVE WS-INV-COUNT TO RN-COUNT                                PGM152
076000     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
076100     MOVE 'INVOICE LINES ACCUMULATED' TO RN-LABEL                 PGM152
076200     MOVE WS-INV-MATCH-COUNT TO RN-COUNT                          PGM152
076300     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
076400     MOVE 'AGREEMENTS EVALUATED' TO RN-LABEL                      PGM152
076500     MOVE WS-AG-COUNT TO RN-COUNT                                 PGM152
076600     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
076700     MOVE 'AGREEMENTS ALREADY RUN TODAY' TO RN-LABEL              PGM152
076800     MOVE WS-RERUN-COUNT TO RN-COUNT                              PGM152
076900     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
077000     MOVE 'TIER CROSSINGS' TO RN-LABEL                            PGM152
077100     MOVE WS-TIER-UP-COUNT TO RN-COUNT                            PGM152
077200     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM152
077300     MOVE 'AGREEMENTS SETTLED' TO RN-LABEL                        PGM152
077400     MOVE WS-SETTLE-COUNT TO RN-COUNT                             PGM152
077500     WRITE REBATE-REPORT-REC FROM WS-RPT-CNT-LINE.                PGM152
077600*                                                                 PGM152
077700 9000-FINALIZE.                                                   PGM152
077800     CLOSE REBATE-AGREEMENT-FILE                                  PGM152
077900     CLOSE AR-OPEN-FILE                                           PGM152
078000     CLOSE REBATE-REPORT-FILE                                     PGM152
078100     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM152
078200     IF WS-AUDIT-READY                                            PGM152
078300         CLOSE AUDIT-TRAIL-FILE                                   PGM152
078400     END-IF                                                       PGM152
078500     IF WS-TXN-REJECT-COUNT > 0                                   PGM152
078600         MOVE 4 TO RETURN-CODE                                    PGM152
078700     END-IF                                                       PGM152
078800     DISPLAY 'PGM152 COMPLETED: ' WS-AG-COUNT ' AGREEMENTS, '     PGM152
078900             WS-TIER-UP-COUNT ' TIER CROSSINGS, '                 PGM152
079000             WS-SETTLE-COUNT ' SETTLED'.                          PGM152
079100*                                                                 PGM152
079200 9780-WRITE-GL-INTERFACE.                                         PGM152
079300     IF WS-GLIF-READY                                             PGM152
079400         INITIALIZE GL-INTERFACE-REC                              PGM152
079500         MOVE 'PGM152'         TO GI-SOURCE-PGM                   PGM152
079600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM152
079700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM152
079800         SET GI-DETAIL         TO TRUE                            PGM152
079900         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM152
080000         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM152
080100         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM152
080200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM152
080300         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM152
080400         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM152
080500         WRITE GL-INTERFACE-REC                                   PGM152
080600         ADD 1            TO WS-GL-CTL-CNT                        PGM152
080700         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM152
080800     END-IF.                                                      PGM152
080900*                                                                 PGM152
081000* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM152
081100* 배치를 완결된 것으로 보고 분개한다.                                            PGM152
081200 9790-CLOSE-GL-INTERFACE.                                         PGM152
081300     IF WS-GLIF-READY                                             PGM152
081400         INITIALIZE GL-INTERFACE-REC                              PGM152
081500         MOVE 'PGM152'         TO GI-SOURCE-PGM                   PGM152
081600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM152
081700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM152
081800         SET GI-TRAILER        TO TRUE                            PGM152
081900         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM152
082000         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM152
082100         WRITE GL-INTERFACE-REC                                   PGM152
082200         CLOSE GL-INTERFACE-FILE                                  PGM152
082300     END-IF.                                                      PGM152
082400*                                                                 PGM152
082500 9700-WRITE-AUDIT-RECORD.                                         PGM152
082600     IF WS-AUDIT-READY                                            PGM152
082700         INITIALIZE AUDIT-TRAIL-REC                               PGM152
082800         MOVE 'PGM152'   TO AT-PROGRAM-ID                         PGM152
082900         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM152
083000         ACCEPT AT-RUN-TIME FROM TIME                             PGM152
083100         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM152
083200         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM152
083300         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM152
083400         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM152
083500         WRITE AUDIT-TRAIL-REC                                    PGM152
083600     END-IF.                                                      PGM152
083700*                                                                 PGM152
083800 9750-DIAGNOSE-FILE-STATUS.                                       PGM152
083900     EVALUATE WS-ABEND-STATUS                                     PGM152
084000         WHEN '10'                                                PGM152
084100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM152
084200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM152
084300         WHEN '23'                                                PGM152
084400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM152
084500             DISPLAY '  AND RETRY THE REQUEST'                    PGM152
084600         WHEN '35'                                                PGM152
084700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM152
084800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM152
084900         WHEN '37'                                                PGM152
085000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM152
085100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM152
085200         WHEN '39'                                                PGM152
085300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM152
085400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM152
085500         WHEN '41'                                                PGM152
085600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM152
085700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM152
085800         WHEN '42'                                                PGM152
085900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM152
086000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM152
086100         WHEN '46'                                                PGM152
086200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM152
086300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM152
086400         WHEN OTHER                                               PGM152
086500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM152
086600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM152
086700     END-EVALUATE.                                                PGM152
086800*                                                                 PGM152
086900 9900-ABNORMAL-END.                                               PGM152
087000     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM152
087100     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM152
087200     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM152
087300     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM152
087400     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM152
087500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM152
087600     DISPLAY 'PGM152 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM152
087700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM152
087800     MOVE 16 TO RETURN-CODE                                       PGM152
087900     GOBACK.                                                      PGM152
088000                                                                  PGM152
