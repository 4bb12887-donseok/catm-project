000100 IDENTIFICATION DIVISION.                                         PGM147
000200 PROGRAM-ID.    PGM147.                                           PGM147
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM147
000400*                                                                 PGM147
000500* =========================================================       PGM147
000600* 프로그램명: 공급사 지급 실행                                                PGM147
000700* 처리내용  : PGM146에서 승인(A)된 지급 제안(CPYPAYP)을                         PGM147
000800*            공급사별로 묶어 은행 대량이체 파일(CPYBKXF)과                        PGM147
000900*            공급사별 지급통지서(REMITTANCE ADVICE)를 만들고                   PGM147
001000*            지급전표를 지급완료(AP-PAID)로, 제안 라인을 지급                      PGM147
001100*            (D)으로 표시한 뒤 지급 등록부를 출력한다. 실행                         PGM147
001200*            시점에 이미 지급/삭제된 전표는 건너뛰고 보고한다.                         PGM147
001300*            공급사별 이체금액은 GL 인터페이스(APPY)로 넘긴다.                      PGM147
001300*            외화 전표는 이체일 환율(CPYFXRT)로 원화 지급액을                      PGM147
001300*            산출하고 장부환율 대비 차이를 실현 환차손익(FXRL)                       PGM147
001300*            으로 넘긴다. 채무 소멸(APPY)은 장부금액 기준이다.                      PGM147
001300*            공급사별 이체는 현금 장부(CPYCSHB)에 출금으로 남겨                     PGM147
001300*            은행 거래내역 대사(PGM150)의 장부측이 되게 한다.                      PGM147
001400* =========================================================       PGM147
001500*                                                                 PGM147
001600 ENVIRONMENT DIVISION.                                            PGM147
001700 CONFIGURATION SECTION.                                           PGM147
001800 INPUT-OUTPUT SECTION.                                            PGM147
001900 FILE-CONTROL.                                                    PGM147
002000     SELECT PAY-EXEC-PARM-FILE                                    PGM147
002100         ASSIGN TO PAYXPARM                                       PGM147
002200         ORGANIZATION IS SEQUENTIAL                               PGM147
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM147
002400     SELECT PAY-PROPOSAL-FILE                                     PGM147
002500         ASSIGN TO PAYPROP                                        PGM147
002600         ORGANIZATION IS INDEXED                                  PGM147
002700         ACCESS MODE IS SEQUENTIAL                                PGM147
002800         RECORD KEY IS PP-KEY                                     PGM147
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM147
003000     SELECT AP-VOUCHER-FILE                                       PGM147
003100         ASSIGN TO APVOUCH                                        PGM147
003200         ORGANIZATION IS INDEXED                                  PGM147
003300         ACCESS MODE IS RANDOM                                    PGM147
003400         RECORD KEY IS AP-KEY                                     PGM147
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM147
003600     SELECT VENDOR-MASTER-FILE                                    PGM147
003700         ASSIGN TO VNDRMAST                                       PGM147
003800         ORGANIZATION IS INDEXED                                  PGM147
003900         ACCESS MODE IS RANDOM                                    PGM147
004000         RECORD KEY IS VN-VENDOR-CD                               PGM147
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM147
004200     SELECT BANK-TRANSFER-FILE                                    PGM147
004300         ASSIGN TO BANKXFER                                       PGM147
004400         ORGANIZATION IS SEQUENTIAL                               PGM147
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM147
004600     SELECT REMITTANCE-FILE                                       PGM147
004700         ASSIGN TO REMITADV                                       PGM147
004800         ORGANIZATION IS SEQUENTIAL                               PGM147
004900         FILE STATUS IS WS-FILE-STATUS6.                          PGM147
005000     SELECT PAYMENT-REGISTER-FILE                                 PGM147
005100         ASSIGN TO PAYREG                                         PGM147
005200         ORGANIZATION IS SEQUENTIAL                               PGM147
005300         FILE STATUS IS WS-FILE-STATUS7.                          PGM147
005400     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM147
005500         ASSIGN TO GLINTF                                         PGM147
005600         ORGANIZATION IS SEQUENTIAL                               PGM147
005700         FILE STATUS IS WS-FILE-STATUS8.                          PGM147
005800     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM147
005900         ASSIGN TO AUDTRAIL                                       PGM147
006000         ORGANIZATION IS SEQUENTIAL                               PGM147
006100         FILE STATUS IS WS-FILE-STATUS9.                          PGM147
006100     SELECT OPTIONAL FX-RATE-FILE                                 PGM147
006100         ASSIGN TO FXRATE                                         PGM147
006100         ORGANIZATION IS INDEXED                                  PGM147
006100         ACCESS MODE IS DYNAMIC                                   PGM147
006100         RECORD KEY IS FX-KEY                                     PGM147
006100         FILE STATUS IS WS-FILE-STATUS10.                         PGM147
006100     SELECT OPTIONAL CASH-BOOK-FILE                               PGM147
006100         ASSIGN TO CASHBOOK                                       PGM147
006100         ORGANIZATION IS INDEXED                                  PGM147
006100         ACCESS MODE IS RANDOM                                    PGM147
006100         RECORD KEY IS CB-KEY                                     PGM147
006100         FILE STATUS IS WS-FILE-STATUS11.                         PGM147
006200*                                                                 PGM147
006300 DATA DIVISION.                                                   PGM147
006400 FILE SECTION.                                                    PGM147
006500 FD  PAY-EXEC-PARM-FILE.                                          PGM147
006600 01  PAY-EXEC-PARM-REC.                                           PGM147
006700     05 PX-DEBIT-BANK-CD     PIC X(03).                           PGM147
006800     05 PX-DEBIT-ACCT-NO     PIC X(20).                           PGM147
006900     05 PX-VALUE-DATE        PIC 9(08).                           PGM147
007000     05 PX-COMPANY-NM        PIC X(30).                           PGM147
007100     05 FILLER               PIC X(19).                           PGM147
007200 FD  PAY-PROPOSAL-FILE.                                           PGM147
007300 01  PAY-PROPOSAL-REC.                                            PGM147
007400     COPY CPYPAYP.                                                PGM147
007500 FD  AP-VOUCHER-FILE.                                             PGM147
007600 01  AP-VOUCHER-REC.                                              PGM147
007700     COPY CPYAPVCH.                                               PGM147
007800 FD  VENDOR-MASTER-FILE.                                          PGM147
007900 01  VENDOR-MASTER-REC.                                           PGM147
008000     COPY CPYVNMS.                                                PGM147
008100 FD  BANK-TRANSFER-FILE.                                          PGM147
008200 01  BANK-TRANSFER-REC.                                           PGM147
008300     COPY CPYBKXF.                                                PGM147
008400 FD  REMITTANCE-FILE.                                             PGM147
008500 01  REMITTANCE-REC          PIC X(132).                          PGM147
008600 FD  PAYMENT-REGISTER-FILE.                                       PGM147
008700 01  PAYMENT-REGISTER-REC    PIC X(132).                          PGM147
008800 FD  GL-INTERFACE-FILE.                                           PGM147
008900 01  GL-INTERFACE-REC.                                            PGM147
009000     COPY CPYGLIF.                                                PGM147
009100 FD  AUDIT-TRAIL-FILE.                                            PGM147
009200 01  AUDIT-TRAIL-REC.                                             PGM147
009300     COPY CPYAUDIT.                                               PGM147
009300 FD  FX-RATE-FILE.                                                PGM147
009300 01  FX-RATE-REC.                                                 PGM147
009300     COPY CPYFXRT.                                                PGM147
009300 FD  CASH-BOOK-FILE.                                              PGM147
009300 01  CASH-BOOK-REC.                                               PGM147
009300     COPY CPYCSHB.                                                PGM147
009400*                                                                 PGM147
009500 WORKING-STORAGE SECTION.                                         PGM147
009600 01  WS-FILE-STATUS         PIC XX.                               PGM147
009700 01  WS-FILE-STATUS2        PIC XX.                               PGM147
009800 01  WS-FILE-STATUS3        PIC XX.                               PGM147
009900 01  WS-FILE-STATUS4        PIC XX.                               PGM147
010000 01  WS-FILE-STATUS5        PIC XX.                               PGM147
010100 01  WS-FILE-STATUS6        PIC XX.                               PGM147
010200 01  WS-FILE-STATUS7        PIC XX.                               PGM147
010300 01  WS-FILE-STATUS8        PIC XX.                               PGM147
010400 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM147
010500     88 WS-GLIF-READY       VALUE 'Y'.                            PGM147
010600 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM147
010700 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM147
010800 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM147
010900 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM147
011000 01  WS-GL-EVENT-CD         PIC X(04).                            PGM147
011100 01  WS-GL-CATEGORY         PIC X(10).                            PGM147
011200 01  WS-GL-PLANT-CD         PIC X(04).                            PGM147
011300 01  WS-GL-REF-KEY          PIC X(24).                            PGM147
011400 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM147
011500 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM147
011600 01  WS-FILE-STATUS9        PIC XX.                               PGM147
011600 01  WS-FILE-STATUS10       PIC XX.                               PGM147
011600 01  WS-FILE-STATUS11       PIC XX.                               PGM147
011700 01  WS-ABEND-STATUS        PIC XX.                               PGM147
011800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM147
011900     88 WS-EOF              VALUE 'Y'.                            PGM147
012000 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM147
012100     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM147
012200 01  WS-AUDIT-COND          PIC X(10).                            PGM147
012300 01  WS-AUDIT-KEY1          PIC X(15).                            PGM147
012400 01  WS-AUDIT-KEY2          PIC X(15).                            PGM147
012500 01  WS-AUDIT-DESC          PIC X(40).                            PGM147
012600 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM147
012600 01  WS-RUN-TIME            PIC 9(08) VALUE ZEROS.                PGM147
012700 01  WS-VALUE-DATE          PIC 9(08) VALUE ZEROS.                PGM147
012800 01  WS-CURR-VENDOR-CD      PIC X(10) VALUE SPACES.               PGM147
012900 01  WS-VENDOR-OPEN-FLAG    PIC X VALUE 'N'.                      PGM147
013000     88 WS-VENDOR-OPEN      VALUE 'Y'.                            PGM147
013100 01  WS-VENDOR-LINES        PIC 9(05) VALUE ZEROS.                PGM147
013200 01  WS-VENDOR-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM147
013300 01  WS-XFER-COUNT          PIC 9(07) VALUE ZEROS.                PGM147
013400 01  WS-XFER-AMT            PIC S9(15) VALUE ZEROS.               PGM147
013500 01  WS-PAID-LINES          PIC 9(07) VALUE ZEROS.                PGM147
013600 01  WS-SKIP-LINES          PIC 9(07) VALUE ZEROS.                PGM147
013700 01  WS-PAID-AMT            PIC S9(13)V99 VALUE ZEROS.            PGM147
013700 01  WS-FX-READY-FLAG       PIC X VALUE 'N'.                      PGM147
013700     88 WS-FX-READY         VALUE 'Y'.                            PGM147
013700 01  WS-FX-EOF-FLAG         PIC X VALUE 'N'.                      PGM147
013700     88 WS-FX-EOF           VALUE 'Y'.                            PGM147
013700 01  WS-PAY-RATE            PIC 9(5)V9(5) VALUE ZEROS.            PGM147
013700 01  WS-LINE-PAY-AMT        PIC S9(11)V99 VALUE ZEROS.            PGM147
013700 01  WS-FX-REALIZED         PIC S9(11)V99 VALUE ZEROS.            PGM147
013700 01  WS-FC-AMT              PIC S9(11)V99 VALUE ZEROS.            PGM147
013700 01  WS-VENDOR-BOOKED       PIC S9(13)V99 VALUE ZEROS.            PGM147
013700 01  WS-TOTAL-FX-REALIZED   PIC S9(13)V99 VALUE ZEROS.            PGM147
013800*                                                                 PGM147
013900 01  WS-REG-HEADER.                                               PGM147
014000     05 FILLER               PIC X(32) VALUE                      PGM147
014100             'PGM147 PAYMENT REGISTER - RUN  '.                   PGM147
014200     05 RH-RUN-DATE          PIC 9(08).                           PGM147
014300     05 FILLER               PIC X(12) VALUE ' VALUE DATE '.      PGM147
014400     05 RH-VALUE-DATE        PIC 9(08).                           PGM147
014500     05 FILLER               PIC X(72) VALUE SPACES.              PGM147
014600 01  WS-REG-DETAIL.                                               PGM147
014700     05 RD-VENDOR            PIC X(10).                           PGM147
014800     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
014900     05 RD-INVOICE           PIC X(12).                           PGM147
015000     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
015100     05 RD-DUE-DATE          PIC 9(08).                           PGM147
015200     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
015300     05 RD-AMOUNT            PIC ZZZZZZZZZZ9.99-.                 PGM147
015400     05 FILLER               PIC X(02) VALUE SPACES.              PGM147
015500     05 RD-REVIEW-BY         PIC X(10).                           PGM147
015600     05 FILLER               PIC X(02) VALUE SPACES.              PGM147
015700     05 RD-NOTE              PIC X(30).                           PGM147
015800     05 FILLER               PIC X(40) VALUE SPACES.              PGM147
015900 01  WS-REG-VENDOR-TOTAL.                                         PGM147
016000     05 FILLER               PIC X(07) VALUE 'VENDOR '.           PGM147
016100     05 RV-VENDOR            PIC X(10).                           PGM147
016200     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
016300     05 RV-BANK-CD           PIC X(03).                           PGM147
016400     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
016500     05 RV-ACCT-NO           PIC X(20).                           PGM147
016600     05 FILLER               PIC X(08) VALUE ' LINES  '.          PGM147
016700     05 RV-LINES             PIC ZZZZ9.                           PGM147
016800     05 FILLER               PIC X(10) VALUE ' TRANSFER '.        PGM147
016900     05 RV-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM147
017000     05 FILLER               PIC X(50) VALUE SPACES.              PGM147
017100 01  WS-REG-TOTAL.                                                PGM147
017200     05 FILLER               PIC X(10) VALUE 'TRANSFERS '.        PGM147
017300     05 RT-XFER-CNT          PIC ZZZZZZ9.                         PGM147
017400     05 FILLER               PIC X(07) VALUE ' PAID  '.           PGM147
017500     05 RT-PAID-LINES        PIC ZZZZZZ9.                         PGM147
017600     05 FILLER               PIC X(09) VALUE ' SKIPPED '.         PGM147
017700     05 RT-SKIP-LINES        PIC ZZZZZZ9.                         PGM147
017800     05 FILLER               PIC X(08) VALUE ' AMOUNT '.          PGM147
017900     05 RT-PAID-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM147
018000     05 FILLER               PIC X(08) VALUE ' FX P/L '.          PGM147
018000     05 RT-FX-AMT            PIC ZZZZZZZZZZZZ9.99-.               PGM147
018000     05 FILLER               PIC X(35) VALUE SPACES.              PGM147
018100*                                                                 PGM147
018200 01  WS-ADV-SEPARATOR.                                            PGM147
018300     05 FILLER               PIC X(60) VALUE ALL '='.             PGM147
018400     05 FILLER               PIC X(72) VALUE SPACES.              PGM147
018500 01  WS-ADV-HEADER.                                               PGM147
018600     05 FILLER               PIC X(20) VALUE                      PGM147
018700             'REMITTANCE ADVICE - '.                              PGM147
018800     05 AH-COMPANY-NM        PIC X(30).                           PGM147
018900     05 FILLER               PIC X(82) VALUE SPACES.              PGM147
019000 01  WS-ADV-PAYEE.                                                PGM147
019100     05 FILLER               PIC X(08) VALUE 'PAYEE : '.          PGM147
019200     05 AP-PAYEE-CD          PIC X(10).                           PGM147
019300     05 FILLER               PIC X(01) VALUE SPACE.               PGM147
019400     05 AP-PAYEE-NM          PIC X(30).                           PGM147
019500     05 FILLER               PIC X(10) VALUE ' PAY DATE '.        PGM147
019600     05 AP-PAY-DATE          PIC 9(08).                           PGM147
019700     05 FILLER               PIC X(09) VALUE ' ACCOUNT '.         PGM147
019800     05 AP-PAYEE-BANK        PIC X(03).                           PGM147
019900     05 FILLER               PIC X(01) VALUE '-'.                 PGM147
020000     05 AP-PAYEE-ACCT        PIC X(20).                           PGM147
020100     05 FILLER               PIC X(32) VALUE SPACES.              PGM147
020200 01  WS-ADV-LINE.                                                 PGM147
020300     05 FILLER               PIC X(10) VALUE '  INVOICE '.        PGM147
020400     05 AL-INVOICE           PIC X(12).                           PGM147
020500     05 FILLER               PIC X(05) VALUE ' DUE '.             PGM147
020600     05 AL-DUE-DATE          PIC 9(08).                           PGM147
020700     05 FILLER               PIC X(08) VALUE ' AMOUNT '.          PGM147
020800     05 AL-AMOUNT            PIC ZZZZZZZZZZ9.99-.                 PGM147
020900     05 FILLER               PIC X(74) VALUE SPACES.              PGM147
021000 01  WS-ADV-TOTAL.                                                PGM147
021100     05 FILLER               PIC X(26) VALUE                      PGM147
021200             '  TOTAL TRANSFERRED       '.                        PGM147
021300     05 AT-TOTAL-AMT         PIC ZZZZZZZZZZZZ9.99-.               PGM147
021400     05 FILLER               PIC X(89) VALUE SPACES.              PGM147
021500*                                                                 PGM147
021600 PROCEDURE DIVISION.                                              PGM147
021700*                                                                 PGM147
021800 0000-MAIN-PROCESS.                                               PGM147
021900     PERFORM 1000-INITIALIZE                                      PGM147
022000     PERFORM 2000-PROCESS-PROPOSAL                                PGM147
022100         UNTIL WS-EOF                                             PGM147
022200     IF WS-VENDOR-OPEN                                            PGM147
022300         PERFORM 3000-CLOSE-VENDOR                                PGM147
022400     END-IF                                                       PGM147
022500     PERFORM 9000-FINALIZE                                        PGM147
022600     GOBACK.                                                      PGM147
022700*                                                                 PGM147
022800 1000-INITIALIZE.                                                 PGM147
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM147
022900     ACCEPT WS-RUN-TIME FROM TIME                                 PGM147
023000     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM147
023100     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM147
023200         SET WS-AUDIT-READY TO TRUE                               PGM147
023300     ELSE                                                         PGM147
023400         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS9       PGM147
023500     END-IF                                                       PGM147
023600     PERFORM 1050-LOAD-PARAMETERS                                 PGM147
023700     OPEN I-O PAY-PROPOSAL-FILE                                   PGM147
023800     IF WS-FILE-STATUS2 NOT = '00'                                PGM147
023900         DISPLAY 'PAY PROPOSAL OPEN ERROR: ' WS-FILE-STATUS2      PGM147
024000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM147
024100         PERFORM 9900-ABNORMAL-END                                PGM147
024200     END-IF                                                       PGM147
024300     OPEN I-O AP-VOUCHER-FILE                                     PGM147
024400     IF WS-FILE-STATUS3 NOT = '00'                                PGM147
024500         DISPLAY 'AP VOUCHER OPEN ERROR: ' WS-FILE-STATUS3        PGM147
024600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM147
024700         PERFORM 9900-ABNORMAL-END                                PGM147
024800     END-IF                                                       PGM147
024900     OPEN INPUT VENDOR-MASTER-FILE                                PGM147
025000     IF WS-FILE-STATUS4 NOT = '00'                                PGM147
025100         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS4     PGM147
025200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM147
025300         PERFORM 9900-ABNORMAL-END                                PGM147
025400     END-IF                                                       PGM147
025400     OPEN INPUT FX-RATE-FILE                                      PGM147
025400     IF WS-FILE-STATUS10 = '00'                                   PGM147
025400         SET WS-FX-READY TO TRUE                                  PGM147
025400     END-IF                                                       PGM147
025400     OPEN I-O CASH-BOOK-FILE                                      PGM147
025400     IF WS-FILE-STATUS11 NOT = '00'                               PGM147
025400         AND WS-FILE-STATUS11 NOT = '05'                          PGM147
025400         DISPLAY 'CASH BOOK OPEN ERROR: ' WS-FILE-STATUS11        PGM147
025400         MOVE WS-FILE-STATUS11 TO WS-ABEND-STATUS                 PGM147
025400         PERFORM 9900-ABNORMAL-END                                PGM147
025400     END-IF                                                       PGM147
025500     OPEN OUTPUT BANK-TRANSFER-FILE                               PGM147
025600     IF WS-FILE-STATUS5 NOT = '00'                                PGM147
025700         DISPLAY 'BANK TRANSFER OPEN ERROR: ' WS-FILE-STATUS5     PGM147
025800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM147
025900         PERFORM 9900-ABNORMAL-END                                PGM147
026000     END-IF                                                       PGM147
026100     OPEN OUTPUT REMITTANCE-FILE                                  PGM147
026200     IF WS-FILE-STATUS6 NOT = '00'                                PGM147
026300         DISPLAY 'REMITTANCE OPEN ERROR: ' WS-FILE-STATUS6        PGM147
026400         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM147
026500         PERFORM 9900-ABNORMAL-END                                PGM147
026600     END-IF                                                       PGM147
026700     OPEN OUTPUT PAYMENT-REGISTER-FILE                            PGM147
026800     IF WS-FILE-STATUS7 NOT = '00'                                PGM147
026900         DISPLAY 'PAYMENT REGISTER OPEN ERROR: ' WS-FILE-STATUS7  PGM147
027000         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM147
027100         PERFORM 9900-ABNORMAL-END                                PGM147
027200     END-IF                                                       PGM147
027300     OPEN EXTEND GL-INTERFACE-FILE                                PGM147
027400     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM147
027500         SET WS-GLIF-READY TO TRUE                                PGM147
027600         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM147
027700         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM147
027800     ELSE                                                         PGM147
027900         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS8      PGM147
028000     END-IF                                                       PGM147
028100     MOVE WS-RUN-DATE   TO RH-RUN-DATE                            PGM147
028200     MOVE WS-VALUE-DATE TO RH-VALUE-DATE                          PGM147
028300     WRITE PAYMENT-REGISTER-REC FROM WS-REG-HEADER                PGM147
028400     INITIALIZE BANK-TRANSFER-REC                                 PGM147
028500     SET BK-HEADER TO TRUE                                        PGM147
028600     MOVE PX-DEBIT-BANK-CD TO BK-DEBIT-BANK-CD                    PGM147
028700     MOVE PX-DEBIT-ACCT-NO TO BK-DEBIT-ACCT-NO                    PGM147
028800     MOVE WS-VALUE-DATE    TO BK-VALUE-DATE                       PGM147
028900     MOVE PX-COMPANY-NM    TO BK-COMPANY-NM                       PGM147
029000     WRITE BANK-TRANSFER-REC                                      PGM147
029100     PERFORM 1100-READ-PROPOSAL.                                  PGM147
029200*                                                                 PGM147
029300* 출금계좌는 필수. 이체일 미기재(0/비숫자)이면 실행일.                                 PGM147
029400 1050-LOAD-PARAMETERS.                                            PGM147
029500     OPEN INPUT PAY-EXEC-PARM-FILE                                PGM147
029600     IF WS-FILE-STATUS NOT = '00'                                 PGM147
029700         DISPLAY 'PAYMENT EXEC PARM OPEN ERROR: ' WS-FILE-STATUS  PGM147
029800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM147
029900         PERFORM 9900-ABNORMAL-END                                PGM147
030000     END-IF                                                       PGM147
030100     READ PAY-EXEC-PARM-FILE                                      PGM147
030200         AT END                                                   PGM147
030300             DISPLAY 'PAYMENT EXEC PARAMETER MISSING'             PGM147
030400             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM147
030500             PERFORM 9900-ABNORMAL-END                            PGM147
030600     END-READ                                                     PGM147
030700     IF PX-DEBIT-BANK-CD = SPACES OR PX-DEBIT-ACCT-NO = SPACES    PGM147
030800         DISPLAY 'PAYMENT EXEC PARAMETER - DEBIT ACCOUNT BLANK'   PGM147
030900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM147
031000         PERFORM 9900-ABNORMAL-END                                PGM147
031100     END-IF                                                       PGM147
031200     MOVE WS-RUN-DATE TO WS-VALUE-DATE                            PGM147
031300     IF PX-VALUE-DATE NUMERIC                                     PGM147
031400         AND PX-VALUE-DATE > 0                                    PGM147
031500         MOVE PX-VALUE-DATE TO WS-VALUE-DATE                      PGM147
031600     END-IF                                                       PGM147
031700     CLOSE PAY-EXEC-PARM-FILE.                                    PGM147
031800*                                                                 PGM147
031900 1100-READ-PROPOSAL.                                              PGM147
032000     READ PAY-PROPOSAL-FILE NEXT RECORD                           PGM147
032100         AT END SET WS-EOF TO TRUE                                PGM147
032200     END-READ.                                                    PGM147
032300*                                                                 PGM147
032400* 제안 파일은 공급사+송장번호 순이므로 공급사가 바뀌면                                   PGM147
032500* 앞 공급사의 이체/통지서를 마감한다.                                            PGM147
032600 2000-PROCESS-PROPOSAL.                                           PGM147
032700     IF PP-APPROVED                                               PGM147
032800         IF WS-VENDOR-OPEN                                        PGM147
032900             AND PP-VENDOR-CD NOT = WS-CURR-VENDOR-CD             PGM147
033000             PERFORM 3000-CLOSE-VENDOR                            PGM147
033100         END-IF                                                   PGM147
033200         PERFORM 2100-PAY-LINE                                    PGM147
033300     END-IF                                                       PGM147
033400     PERFORM 1100-READ-PROPOSAL.                                  PGM147
033500*                                                                 PGM147
033600 2100-PAY-LINE.                                                   PGM147
033700     MOVE PP-VENDOR-CD  TO AP-VENDOR-CD                           PGM147
033800     MOVE PP-INVOICE-NO TO AP-INVOICE-NO                          PGM147
033900     MOVE SPACES TO RD-NOTE                                       PGM147
033900     MOVE PP-PAY-AMT TO WS-LINE-PAY-AMT                           PGM147
034000     READ AP-VOUCHER-FILE                                         PGM147
034100         INVALID KEY                                              PGM147
034200             MOVE 'SKIPPED - VOUCHER NOT FOUND' TO RD-NOTE        PGM147
034300         NOT INVALID KEY                                          PGM147
034400             IF NOT AP-OPEN                                       PGM147
034500                 MOVE 'SKIPPED - VOUCHER NOT OPEN' TO RD-NOTE     PGM147
034600             END-IF                                               PGM147
034700     END-READ                                                     PGM147
034750     IF RD-NOTE = SPACES AND NOT WS-VENDOR-OPEN                   PGM147
034750         PERFORM 2190-CHECK-VENDOR-BANK                           PGM147
034750     END-IF                                                       PGM147
034800     IF RD-NOTE NOT = SPACES                                      PGM147
034900         ADD 1 TO WS-SKIP-LINES                                   PGM147
035000         MOVE 'PAYSKIP' TO WS-AUDIT-COND                          PGM147
035100         MOVE PP-VENDOR-CD  TO WS-AUDIT-KEY1                      PGM147
035200         MOVE PP-INVOICE-NO TO WS-AUDIT-KEY2                      PGM147
035300         IF RD-NOTE = 'SKIPPED - NO BANK ACCOUNT'                 PGM147
035300             MOVE 'APPROVED LINE NOT PAID - NO BANK ACCT'         PGM147
035300                 TO WS-AUDIT-DESC                                 PGM147
035300         ELSE                                                     PGM147
035300             MOVE 'APPROVED LINE NOT PAID - VOUCHER STATE'        PGM147
035400                 TO WS-AUDIT-DESC                                 PGM147
035400         END-IF                                                   PGM147
035500         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM147
035600     ELSE                                                         PGM147
035700         IF NOT WS-VENDOR-OPEN                                    PGM147
035800             PERFORM 2200-OPEN-VENDOR                             PGM147
035900         END-IF                                                   PGM147
035900         MOVE 'PAID' TO RD-NOTE                                   PGM147
035900         PERFORM 2150-COMPUTE-REALIZED-FX                         PGM147
036000         SET AP-PAID TO TRUE                                      PGM147
036100         REWRITE AP-VOUCHER-REC                                   PGM147
036200         SET PP-PAID TO TRUE                                      PGM147
036300         MOVE WS-VALUE-DATE TO PP-PAID-DATE                       PGM147
036400         REWRITE PAY-PROPOSAL-REC                                 PGM147
036500         ADD 1 TO WS-VENDOR-LINES                                 PGM147
036600         ADD WS-LINE-PAY-AMT TO WS-VENDOR-AMT                     PGM147
036600         ADD PP-PAY-AMT TO WS-VENDOR-BOOKED                       PGM147
036700         ADD 1 TO WS-PAID-LINES                                   PGM147
036800         ADD WS-LINE-PAY-AMT TO WS-PAID-AMT                       PGM147
036900         MOVE PP-INVOICE-NO TO AL-INVOICE                         PGM147
037000         MOVE PP-DUE-DATE   TO AL-DUE-DATE                        PGM147
037100         MOVE WS-LINE-PAY-AMT TO AL-AMOUNT                        PGM147
037200         WRITE REMITTANCE-REC FROM WS-ADV-LINE                    PGM147
037400     END-IF                                                       PGM147
037500     MOVE PP-VENDOR-CD  TO RD-VENDOR                              PGM147
037600     MOVE PP-INVOICE-NO TO RD-INVOICE                             PGM147
037700     MOVE PP-DUE-DATE   TO RD-DUE-DATE                            PGM147
037800     MOVE WS-LINE-PAY-AMT TO RD-AMOUNT                            PGM147
037900     MOVE PP-REVIEW-BY  TO RD-REVIEW-BY                           PGM147
038000     WRITE PAYMENT-REGISTER-REC FROM WS-REG-DETAIL.               PGM147
038100*                                                                 PGM147
038200* 공급사 첫 지급 라인에서 지급통지서 머리글을 쓴다.                                    PGM147
038300* 외화 전표: 이체일 이전 최근 환율로 원화 지급액을 다시                                 PGM147
038300* 산출한다. 환율이 없으면 장부환율로 지급한다(차이 0).                                 PGM147
038300* 실현 환차 = 외화금액 x (지급환율 - 장부환율). 외화금액은                             PGM147
038300* 전표금액 / 장부환율(외화 전표는 부가세 없음). 채무이므로                               PGM147
038300* 양수는 손실, 음수는 이익이며 전표 단위로 GL에 넘긴다.                                PGM147
038300 2150-COMPUTE-REALIZED-FX.                                        PGM147
038300     MOVE ZEROS TO WS-FX-REALIZED                                 PGM147
038300     IF WS-FX-READY                                               PGM147
038300         AND AP-CURRENCY-CD NOT = SPACES                          PGM147
038300         AND AP-CURRENCY-CD NOT = 'KRW'                           PGM147
038300         AND AP-BOOKED-RATE NUMERIC                               PGM147
038300         AND AP-BOOKED-RATE > 0                                   PGM147
038300         COMPUTE WS-FC-AMT ROUNDED =                              PGM147
038300             AP-VOUCHER-AMT / AP-BOOKED-RATE                      PGM147
038300         MOVE AP-BOOKED-RATE TO WS-PAY-RATE                       PGM147
038300         PERFORM 2160-LOOKUP-PAY-RATE                             PGM147
038300         COMPUTE WS-FX-REALIZED ROUNDED =                         PGM147
038300             WS-FC-AMT * (WS-PAY-RATE - AP-BOOKED-RATE)           PGM147
038300     END-IF                                                       PGM147
038300     IF WS-FX-REALIZED NOT = 0                                    PGM147
038300         ADD WS-FX-REALIZED TO WS-LINE-PAY-AMT                    PGM147
038300         ADD WS-FX-REALIZED TO WS-TOTAL-FX-REALIZED               PGM147
038300         MOVE 'PAID - FX DIFFERENCE' TO RD-NOTE                   PGM147
038300         MOVE 'FXRL'            TO WS-GL-EVENT-CD                 PGM147
038300         MOVE AP-CURRENCY-CD    TO WS-GL-CATEGORY                 PGM147
038300         MOVE SPACES            TO WS-GL-PLANT-CD                 PGM147
038300         MOVE SPACES            TO WS-GL-REF-KEY                  PGM147
038300         STRING PP-VENDOR-CD PP-INVOICE-NO                        PGM147
038300             DELIMITED BY SIZE INTO WS-GL-REF-KEY                 PGM147
038300         MOVE WS-VALUE-DATE     TO WS-GL-TRANS-DATE               PGM147
038300         MOVE WS-FX-REALIZED    TO WS-GL-AMOUNT                   PGM147
038300         PERFORM 9780-WRITE-GL-INTERFACE                          PGM147
038300     END-IF.                                                      PGM147
038300*                                                                 PGM147
038300 2160-LOOKUP-PAY-RATE.                                            PGM147
038300     MOVE 'N' TO WS-FX-EOF-FLAG                                   PGM147
038300     MOVE AP-CURRENCY-CD TO FX-CURRENCY-CD                        PGM147
038300     MOVE ZEROS          TO FX-RATE-DATE                          PGM147
038300     START FX-RATE-FILE KEY >= FX-KEY                             PGM147
038300         INVALID KEY                                              PGM147
038300             SET WS-FX-EOF TO TRUE                                PGM147
038300     END-START                                                    PGM147
038300     PERFORM 2170-SCAN-ONE-RATE                                   PGM147
038300         UNTIL WS-FX-EOF.                                         PGM147
038300*                                                                 PGM147
038300 2170-SCAN-ONE-RATE.                                              PGM147
038300     READ FX-RATE-FILE NEXT RECORD                                PGM147
038300         AT END                                                   PGM147
038300             SET WS-FX-EOF TO TRUE                                PGM147
038300         NOT AT END                                               PGM147
038300             IF FX-CURRENCY-CD NOT = AP-CURRENCY-CD               PGM147
038300                 OR FX-RATE-DATE > WS-VALUE-DATE                  PGM147
038300                 SET WS-FX-EOF TO TRUE                            PGM147
038300             ELSE                                                 PGM147
038300                 MOVE FX-RATE TO WS-PAY-RATE                      PGM147
038300             END-IF                                               PGM147
038300     END-READ.                                                    PGM147
038300*                                                                 PGM147
038350* 공급사 첫 지급 라인 전에 입금계좌를 확인한다. 제안 이후                                PGM147
038350* 계좌가 지워졌으면 전표 상태 불일치와 같이 그 공급사의                                  PGM147
038350* 라인을 건너뛰어(PAYSKIP) 이체 없이 지급 처리되지 않게                              PGM147
038350* 한다.                                                             PGM147
038350 2190-CHECK-VENDOR-BANK.                                          PGM147
038350     MOVE PP-VENDOR-CD TO VN-VENDOR-CD                            PGM147
038350     READ VENDOR-MASTER-FILE                                      PGM147
038350         INVALID KEY                                              PGM147
038350             MOVE SPACES TO VN-DATA                               PGM147
038350     END-READ                                                     PGM147
038350     IF VN-BANK-CD = SPACES OR VN-BANK-ACCT-NO = SPACES           PGM147
038350         DISPLAY 'VENDOR BANK ACCOUNT MISSING: ' PP-VENDOR-CD     PGM147
038350         MOVE 'SKIPPED - NO BANK ACCOUNT' TO RD-NOTE              PGM147
038350     END-IF.                                                      PGM147
038350*                                                                 PGM147
038400 2200-OPEN-VENDOR.                                                PGM147
038500     MOVE PP-VENDOR-CD TO WS-CURR-VENDOR-CD                       PGM147
038600     MOVE PP-VENDOR-CD TO VN-VENDOR-CD                            PGM147
038700     READ VENDOR-MASTER-FILE                                      PGM147
038800         INVALID KEY                                              PGM147
038900             MOVE SPACES TO VN-DATA                               PGM147
039000     END-READ                                                     PGM147
039600     SET WS-VENDOR-OPEN TO TRUE                                   PGM147
039700     MOVE ZEROS TO WS-VENDOR-LINES                                PGM147
039800     MOVE ZEROS TO WS-VENDOR-AMT                                  PGM147
039800     MOVE ZEROS TO WS-VENDOR-BOOKED                               PGM147
039900     MOVE PX-COMPANY-NM   TO AH-COMPANY-NM                        PGM147
040000     MOVE PP-VENDOR-CD    TO AP-PAYEE-CD                          PGM147
040100     MOVE VN-VENDOR-NM    TO AP-PAYEE-NM                          PGM147
040200     MOVE WS-VALUE-DATE   TO AP-PAY-DATE                          PGM147
040300     MOVE VN-BANK-CD      TO AP-PAYEE-BANK                        PGM147
040400     MOVE VN-BANK-ACCT-NO TO AP-PAYEE-ACCT                        PGM147
040500     WRITE REMITTANCE-REC FROM WS-ADV-SEPARATOR                   PGM147
040600     WRITE REMITTANCE-REC FROM WS-ADV-HEADER                      PGM147
040700     WRITE REMITTANCE-REC FROM WS-ADV-PAYEE.                      PGM147
040800*                                                                 PGM147
040900* 공급사 마감: 이체 명세 1건, 통지서 합계, 등록부 소계,                               PGM147
041000* GL(APPY: 매입채무/보통예금) 1건.                                         PGM147
041100 3000-CLOSE-VENDOR.                                               PGM147
041200     INITIALIZE BANK-TRANSFER-REC                                 PGM147
041300     SET BK-DETAIL TO TRUE                                        PGM147
041400     MOVE VN-BANK-CD        TO BK-BANK-CD                         PGM147
041500     MOVE VN-BANK-ACCT-NO   TO BK-ACCT-NO                         PGM147
041600     MOVE WS-VENDOR-AMT     TO BK-AMOUNT                          PGM147
041700     MOVE VN-VENDOR-NM      TO BK-PAYEE-NM                        PGM147
041800     MOVE WS-CURR-VENDOR-CD TO BK-VENDOR-CD                       PGM147
041900     MOVE PX-COMPANY-NM     TO BK-MEMO                            PGM147
042000     WRITE BANK-TRANSFER-REC                                      PGM147
042100     ADD 1 TO WS-XFER-COUNT                                       PGM147
042200     ADD BK-AMOUNT TO WS-XFER-AMT                                 PGM147
042300     MOVE WS-VENDOR-AMT TO AT-TOTAL-AMT                           PGM147
042400     WRITE REMITTANCE-REC FROM WS-ADV-TOTAL                       PGM147
042500     MOVE WS-CURR-VENDOR-CD TO RV-VENDOR                          PGM147
042600     MOVE VN-BANK-CD        TO RV-BANK-CD                         PGM147
042700     MOVE VN-BANK-ACCT-NO   TO RV-ACCT-NO                         PGM147
042800     MOVE WS-VENDOR-LINES   TO RV-LINES                           PGM147
042900     MOVE WS-VENDOR-AMT     TO RV-AMOUNT                          PGM147
043000     WRITE PAYMENT-REGISTER-REC FROM WS-REG-VENDOR-TOTAL          PGM147
043100     MOVE 'APPY'            TO WS-GL-EVENT-CD                     PGM147
043200     MOVE SPACES            TO WS-GL-CATEGORY                     PGM147
043300     MOVE SPACES            TO WS-GL-PLANT-CD                     PGM147
043400     MOVE SPACES            TO WS-GL-REF-KEY                      PGM147
043500     STRING WS-CURR-VENDOR-CD WS-VALUE-DATE                       PGM147
043600         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM147
043700     MOVE WS-VALUE-DATE     TO WS-GL-TRANS-DATE                   PGM147
043700     MOVE WS-VENDOR-BOOKED  TO WS-GL-AMOUNT                       PGM147
043900     PERFORM 9780-WRITE-GL-INTERFACE                              PGM147
043900     PERFORM 3050-WRITE-CASH-BOOK                                 PGM147
043900     MOVE 'N' TO WS-VENDOR-OPEN-FLAG.                             PGM147
043900*                                                                 PGM147
043900* 이체 출금 기록: 참조키는 공급사+이체일+실행시각으로 같은                                PGM147
043900* 날 여러 번 지급해도 은행 출금 건과 1:1로 대응한다.                                 PGM147
043900 3050-WRITE-CASH-BOOK.                                            PGM147
043900     INITIALIZE CASH-BOOK-REC                                     PGM147
043900     MOVE WS-VALUE-DATE     TO CB-BOOK-DATE                       PGM147
043900     SET CB-PAYMENT         TO TRUE                               PGM147
043900     STRING WS-CURR-VENDOR-CD WS-VALUE-DATE WS-RUN-TIME (1:6)     PGM147
043900         DELIMITED BY SIZE INTO CB-REF-KEY                        PGM147
043900     MOVE WS-CURR-VENDOR-CD TO CB-PARTY-CD                        PGM147
043900     MOVE WS-VENDOR-AMT     TO CB-AMOUNT                          PGM147
043900     SET CB-UNMATCHED       TO TRUE                               PGM147
043900     WRITE CASH-BOOK-REC                                          PGM147
043900         INVALID KEY                                              PGM147
043900             DISPLAY 'CASH BOOK DUPLICATE: ' CB-REF-KEY           PGM147
043900     END-WRITE.                                                   PGM147
044100*                                                                 PGM147
044200 9000-FINALIZE.                                                   PGM147
044300     INITIALIZE BANK-TRANSFER-REC                                 PGM147
044400     SET BK-TRAILER TO TRUE                                       PGM147
044500     MOVE WS-XFER-COUNT TO BK-TOTAL-COUNT                         PGM147
044600     MOVE WS-XFER-AMT   TO BK-TOTAL-AMOUNT                        PGM147
044700     WRITE BANK-TRANSFER-REC                                      PGM147
044800     MOVE WS-XFER-COUNT TO RT-XFER-CNT                            PGM147
044900     MOVE WS-PAID-LINES TO RT-PAID-LINES                          PGM147
045000     MOVE WS-SKIP-LINES TO RT-SKIP-LINES                          PGM147
045100     MOVE WS-PAID-AMT   TO RT-PAID-AMT                            PGM147
045100     MOVE WS-TOTAL-FX-REALIZED TO RT-FX-AMT                       PGM147
045200     WRITE PAYMENT-REGISTER-REC FROM WS-REG-TOTAL                 PGM147
045300     CLOSE PAY-PROPOSAL-FILE                                      PGM147
045400     CLOSE AP-VOUCHER-FILE                                        PGM147
045500     CLOSE VENDOR-MASTER-FILE                                     PGM147
045500     CLOSE CASH-BOOK-FILE                                         PGM147
045500     IF WS-FX-READY                                               PGM147
045500         CLOSE FX-RATE-FILE                                       PGM147
045500     END-IF                                                       PGM147
045600     CLOSE BANK-TRANSFER-FILE                                     PGM147
045700     CLOSE REMITTANCE-FILE                                        PGM147
045800     CLOSE PAYMENT-REGISTER-FILE                                  PGM147
045900     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM147
046000     IF WS-AUDIT-READY                                            PGM147
046100         CLOSE AUDIT-TRAIL-FILE                                   PGM147
046200     END-IF                                                       PGM147
046300     IF WS-SKIP-LINES > 0                                         PGM147
046400         MOVE 4 TO RETURN-CODE                                    PGM147
046500     END-IF                                                       PGM147
046600     DISPLAY 'PGM147 COMPLETED: ' WS-XFER-COUNT ' TRANSFERS, '    PGM147
046700             WS-PAID-LINES ' LINES PAID, '                        PGM147
046800             WS-SKIP-LINES ' SKIPPED'.                            PGM147
046900*                                                                 PGM147
047000 9780-WRITE-GL-INTERFACE.                                         PGM147
047100     IF WS-GLIF-READY                                             PGM147
047200         INITIALIZE GL-INTERFACE-REC                              PGM147
047300         MOVE 'PGM147'         TO GI-SOURCE-PGM                   PGM147
047400         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM147
047500         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM147
047600         SET GI-DETAIL         TO TRUE                            PGM147
047700         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM147
047800         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM147
047900         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM147
048000         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM147
048100         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM147
048200         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM147
048300         WRITE GL-INTERFACE-REC                                   PGM147
048400         ADD 1            TO WS-GL-CTL-CNT                        PGM147
048500         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM147
048600     END-IF.                                                      PGM147
048700*                                                                 PGM147
048800* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM147
048900* 배치를 완결된 것으로 보고 분개한다.                                            PGM147
049000 9790-CLOSE-GL-INTERFACE.                                         PGM147
049100     IF WS-GLIF-READY                                             PGM147
049200         INITIALIZE GL-INTERFACE-REC                              PGM147
049300         MOVE 'PGM147'         TO GI-SOURCE-PGM                   PGM147
049400         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM147
049500         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM147
049600         SET GI-TRAILER        TO TRUE                            PGM147
049700         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM147
049800         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM147
049900         WRITE GL-INTERFACE-REC                                   PGM147
050000         CLOSE GL-INTERFACE-FILE                                  PGM147
050100     END-IF.                                                      PGM147
050200*                                                                 PGM147
050300 9700-WRITE-AUDIT-RECORD.                                         PGM147
050400     IF WS-AUDIT-READY                                            PGM147
050500         INITIALIZE AUDIT-TRAIL-REC                               PGM147
050600         MOVE 'PGM147'   TO AT-PROGRAM-ID                         PGM147
050700         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM147
050800         ACCEPT AT-RUN-TIME FROM TIME                             PGM147
050900         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM147
051000         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM147
051100         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM147
051200         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM147
051300         WRITE AUDIT-TRAIL-REC                                    PGM147
051400     END-IF.                                                      PGM147
051500*                                                                 PGM147
051600 9750-DIAGNOSE-FILE-STATUS.                                       PGM147
051700     EVALUATE WS-ABEND-STATUS                                     PGM147
051800         WHEN '10'                                                PGM147
051900             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM147
052000             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM147
052100         WHEN '23'                                                PGM147
052200             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM147
052300             DISPLAY '  AND RETRY THE REQUEST'                    PGM147
052400         WHEN '35'                                                PGM147
052500             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM147
052600             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM147
052700         WHEN '37'                                                PGM147
052800             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM147
052900             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM147
053000         WHEN '39'                                                PGM147
053100             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM147
053200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM147
053300         WHEN '41'                                                PGM147
053400             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM147
053500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM147
053600         WHEN '42'                                                PGM147
053700             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM147
053800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM147
053900         WHEN '46'                                                PGM147
054000             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM147
054100             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM147
054200         WHEN OTHER                                               PGM147
054300             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM147
054400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM147
054500     END-EVALUATE.                                                PGM147
054600*                                                                 PGM147
054700 9900-ABNORMAL-END.                                               PGM147
054800     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM147
054900     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM147
055000     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM147
055100     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM147
055200     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM147
055300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM147
055400     DISPLAY 'PGM147 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM147
055500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM147
055600     MOVE 16 TO RETURN-CODE                                       PGM147
055700     GOBACK.                                                      PGM147
055800                                                                  PGM147
