000100 IDENTIFICATION DIVISION.                                         PGM163
000200 PROGRAM-ID.    PGM163.                                           PGM163
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM163
000400*                                                                 PGM163
000500* =========================================================       PGM163
000600* 프로그램명: 운송사 운임 청구 검수 및 지급 승인                                     PGM163
000700* 처리내용  : 운송사 운임 청구 라인을 운송사+청구번호 순으로                              PGM163
000800*            정렬하여 청구서 단위로 운임 충당(CPYFRAC)과                         PGM163
000900*            대사한다. 충당 없음, 운송사 상이, 기청구, 중량                         PGM163
001000*            허용오차 초과, 운임 단가 상이, 금액 허용오차 초과                        PGM163
001100*            라인이 하나라도 있으면 청구서 전체를 예외로 찍고                          PGM163
001200*            충당을 E로 표시한다. 이상 없는 청구서는 충당을                          PGM163
001300*            M으로 닫고 지급 승인 파일(PAYAPPR)에 붙여 PGM108이                 PGM163
001400*            지급전표를 만들게 하며, 충당 해소(FRIV)와 청구                        PGM163
001500*            차이(FRVR)를 GL 인터페이스에 넘긴다.                             PGM163
001600*            PGM043 뒤, PGM108 앞에 돈다.                              PGM163
001700* =========================================================       PGM163
001800*                                                                 PGM163
001900 ENVIRONMENT DIVISION.                                            PGM163
002000 CONFIGURATION SECTION.                                           PGM163
002100 INPUT-OUTPUT SECTION.                                            PGM163
002200 FILE-CONTROL.                                                    PGM163
002300     SELECT OPTIONAL AUDIT-PARM-FILE                              PGM163
002400         ASSIGN TO FRAUPARM                                       PGM163
002500         ORGANIZATION IS SEQUENTIAL                               PGM163
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM163
002700     SELECT FREIGHT-INVOICE-FILE                                  PGM163
002800         ASSIGN TO FRTINV                                         PGM163
002900         ORGANIZATION IS SEQUENTIAL                               PGM163
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM163
003100     SELECT INVOICE-SORT-FILE                                     PGM163
003200         ASSIGN TO SORTWK01.                                      PGM163
003300     SELECT SORTED-INVOICE-FILE                                   PGM163
003400         ASSIGN TO FRIVSORT                                       PGM163
003500         ORGANIZATION IS SEQUENTIAL                               PGM163
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM163
003700     SELECT FREIGHT-ACCRUAL-FILE                                  PGM163
003800         ASSIGN TO FRTACCR                                        PGM163
003900         ORGANIZATION IS INDEXED                                  PGM163
004000         ACCESS MODE IS RANDOM                                    PGM163
004100         RECORD KEY IS FA-LOAD-NO                                 PGM163
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM163
004300     SELECT CARRIER-MASTER-FILE                                   PGM163
004400         ASSIGN TO CARRMAST                                       PGM163
004500         ORGANIZATION IS INDEXED                                  PGM163
004600         ACCESS MODE IS RANDOM                                    PGM163
004700         RECORD KEY IS CR-CARRIER-CD                              PGM163
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM163
004900     SELECT PAYMENT-APPROVAL-FILE                                 PGM163
005000         ASSIGN TO PAYAPPR                                        PGM163
005100         ORGANIZATION IS SEQUENTIAL                               PGM163
005200         FILE STATUS IS WS-FILE-STATUS6.                          PGM163
005300     SELECT FREIGHT-AUDIT-REPORT                                  PGM163
005400         ASSIGN TO FRAURPT                                        PGM163
005500         ORGANIZATION IS SEQUENTIAL                               PGM163
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM163
005700     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM163
005800         ASSIGN TO GLINTF                                         PGM163
005900         ORGANIZATION IS SEQUENTIAL                               PGM163
006000         FILE STATUS IS WS-FILE-STATUS8.                          PGM163
006100*                                                                 PGM163
006200 DATA DIVISION.                                                   PGM163
006300 FILE SECTION.                                                    PGM163
006400* 파라미터: 중량 허용오차(%)와 라인당 금액 허용오차(원).                               PGM163
006500 FD  AUDIT-PARM-FILE.                                             PGM163
006600 01  AUDIT-PARM-REC.                                              PGM163
006700     05 FP-RUN-DATE          PIC 9(08).                           PGM163
006800     05 FP-WT-TOL-PCT        PIC 9(03)V99.                        PGM163
006900     05 FP-AMT-TOL           PIC 9(09)V99.                        PGM163
007000     05 FILLER               PIC X(56).                           PGM163
007100 FD  FREIGHT-INVOICE-FILE.                                        PGM163
007200 01  FREIGHT-INVOICE-REC     PIC X(71).                           PGM163
007300 SD  INVOICE-SORT-FILE.                                           PGM163
007400 01  INVOICE-SORT-REC.                                            PGM163
007500     05 IS-CARRIER-CD        PIC X(04).                           PGM163
007600     05 IS-INVOICE-NO        PIC X(12).                           PGM163
007700     05 IS-INVOICE-DATE      PIC 9(08).                           PGM163
007800     05 IS-LOAD-NO           PIC 9(12).                           PGM163
007900     05 FILLER               PIC X(35).                           PGM163
008000 FD  SORTED-INVOICE-FILE.                                         PGM163
008100 01  SORTED-INVOICE-REC.                                          PGM163
008200     COPY CPYFRIV.                                                PGM163
008300 FD  FREIGHT-ACCRUAL-FILE.                                        PGM163
008400 01  FREIGHT-ACCRUAL-REC.                                         PGM163
008500     COPY CPYFRAC.                                                PGM163
008600 FD  CARRIER-MASTER-FILE.                                         PGM163
008700 01  CARRIER-MASTER-REC.                                          PGM163
008800     COPY CPYCARR.                                                PGM163
008900 FD  PAYMENT-APPROVAL-FILE.                                       PGM163
009000 01  PAYMENT-APPROVAL-REC.                                        PGM163
009100     05 PA-VENDOR-CD         PIC X(10).                           PGM163
009200     05 PA-INVOICE-NO        PIC X(12).                           PGM163
009300     05 PA-PO-NO             PIC X(12).                           PGM163
009400     05 PA-INV-AMT           PIC S9(11)V99 COMP-3.                PGM163
009500     05 PA-CURRENCY-CD       PIC X(03).                           PGM163
009600     05 PA-FX-RATE           PIC 9(5)V9(5) COMP-3.                PGM163
009700     05 PA-HOME-AMT          PIC S9(13)V99 COMP-3.                PGM163
009800     05 PA-VAT-AMT           PIC S9(11)V99 COMP-3.                PGM163
009900     05 FILLER               PIC X(07).                           PGM163
010000 FD  FREIGHT-AUDIT-REPORT.                                        PGM163
010100 01  FREIGHT-AUDIT-REC       PIC X(132).                          PGM163
010200 FD  GL-INTERFACE-FILE.                                           PGM163
010300 01  GL-INTERFACE-REC.                                            PGM163
010400     COPY CPYGLIF.                                                PGM163
010500*                                                                 PGM163
010600 WORKING-STORAGE SECTION.                                         PGM163
010700 01  WS-FILE-STATUS         PIC XX.                               PGM163
010800 01  WS-FILE-STATUS2        PIC XX.                               PGM163
010900 01  WS-FILE-STATUS3        PIC XX.                               PGM163
011000 01  WS-FILE-STATUS4        PIC XX.                               PGM163
011100 01  WS-FILE-STATUS5        PIC XX.                               PGM163
011200 01  WS-FILE-STATUS6        PIC XX.                               PGM163
011300 01  WS-FILE-STATUS7        PIC XX.                               PGM163
011400 01  WS-FILE-STATUS8        PIC XX.                               PGM163
011500 01  WS-ABEND-STATUS        PIC XX.                               PGM163
011600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM163
011700     88 WS-EOF              VALUE 'Y'.                            PGM163
011800 01  WS-INVOICE-OK-FLAG     PIC X VALUE 'N'.                      PGM163
011900     88 WS-INVOICE-OK       VALUE 'Y'.                            PGM163
012000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM163
012100 01  WS-WT-TOL-PCT          PIC 9(03)V99 VALUE 2.00.              PGM163
012200 01  WS-AMT-TOL             PIC 9(09)V99 VALUE 1000.00.           PGM163
012300 01  WS-VENDOR-CD           PIC X(10).                            PGM163
012400* 청구서 한 장의 라인 - 검수가 끝날 때까지 모아 둔다.                                 PGM163
012500 01  WS-CUR-CARRIER-CD      PIC X(04) VALUE SPACES.               PGM163
012600 01  WS-CUR-INVOICE-NO      PIC X(12) VALUE SPACES.               PGM163
012700 01  WS-IL-MAX              PIC 9(03) VALUE 200.                  PGM163
012800 01  WS-IL-COUNT            PIC 9(03) VALUE ZEROS.                PGM163
012900 01  WS-IL-IX               PIC 9(03) VALUE ZEROS.                PGM163
013000 01  WS-IL-IX2              PIC 9(03) VALUE ZEROS.                PGM163
013100 01  WS-IL-TABLE.                                                 PGM163
013200     05 WS-IL-ENTRY OCCURS 200 TIMES.                             PGM163
013300         10 WS-ILT-LOAD-NO     PIC 9(12).                         PGM163
013400         10 WS-ILT-BILLED-WT   PIC S9(9)V99.                      PGM163
013500         10 WS-ILT-BILLED-RATE PIC S9(7)V99.                      PGM163
013600         10 WS-ILT-BILLED-AMT  PIC S9(11)V99.                     PGM163
013700         10 WS-ILT-VAT-AMT     PIC S9(11)V99.                     PGM163
013800         10 WS-ILT-ACCRUED-WT  PIC S9(9)V99.                      PGM163
013900         10 WS-ILT-ACCRUED-AMT PIC S9(11)V99.                     PGM163
014000         10 WS-ILT-EXCEPT-CD   PIC X(02).                         PGM163
014100* 라인 검수 작업                                                        PGM163
014200 01  WS-WT-DIFF             PIC S9(9)V99 VALUE ZEROS.             PGM163
014300 01  WS-WT-LIMIT            PIC S9(9)V99 VALUE ZEROS.             PGM163
014400 01  WS-AMT-DIFF            PIC S9(11)V99 VALUE ZEROS.            PGM163
014500 01  WS-INV-BILLED          PIC S9(13)V99 VALUE ZEROS.            PGM163
014600 01  WS-INV-VAT             PIC S9(13)V99 VALUE ZEROS.            PGM163
014700 01  WS-INV-ACCRUED         PIC S9(13)V99 VALUE ZEROS.            PGM163
014800 01  WS-INV-VARIANCE        PIC S9(13)V99 VALUE ZEROS.            PGM163
014900 01  WS-INV-EXCEPT-CNT      PIC 9(03) VALUE ZEROS.                PGM163
015000* 처리 건수                                                           PGM163
015100 01  WS-LINE-COUNT          PIC 9(07) VALUE ZEROS.                PGM163
015200 01  WS-INVOICE-COUNT       PIC 9(07) VALUE ZEROS.                PGM163
015300 01  WS-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.                PGM163
015400 01  WS-REJECTED-COUNT      PIC 9(07) VALUE ZEROS.                PGM163
015500 01  WS-TOTAL-APPROVED      PIC S9(13)V99 VALUE ZEROS.            PGM163
015600 01  WS-TOTAL-VARIANCE      PIC S9(13)V99 VALUE ZEROS.            PGM163
015700* GL 인터페이스                                                        PGM163
015800 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM163
015900     88 WS-GLIF-READY       VALUE 'Y'.                            PGM163
016000 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM163
016100 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM163
016200 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM163
016300 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM163
016400 01  WS-GL-EVENT-CD         PIC X(04).                            PGM163
016500 01  WS-GL-CATEGORY         PIC X(10).                            PGM163
016600 01  WS-GL-PLANT-CD         PIC X(04).                            PGM163
016700 01  WS-GL-REF-KEY          PIC X(24).                            PGM163
016800 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM163
016900 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM163
017000*                                                                 PGM163
017100 01  WS-RPT-HEADER.                                               PGM163
017200     05 FILLER               PIC X(40) VALUE                      PGM163
017300             'PGM163 FREIGHT INVOICE AUDIT - RUN DATE '.          PGM163
017400     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
017500     05 RH-RUN-DATE          PIC 9(08).                           PGM163
017600     05 FILLER               PIC X(05) VALUE SPACES.              PGM163
017700     05 FILLER               PIC X(08) VALUE 'WT TOL% '.          PGM163
017800     05 RH-WT-TOL            PIC ZZ9.99.                          PGM163
017900     05 FILLER               PIC X(10) VALUE '  AMT TOL '.        PGM163
018000     05 RH-AMT-TOL           PIC ZZZZZZZZ9.99.                    PGM163
018100     05 FILLER               PIC X(42) VALUE SPACES.              PGM163
018200 01  WS-RPT-COLUMNS.                                              PGM163
018300     05 FILLER               PIC X(48) VALUE                      PGM163
018400             'CARR INVOICE NO   LOAD NO        BILLED WT  ACCR'.  PGM163
018500     05 FILLER               PIC X(48) VALUE                      PGM163
018600             'UED WT    RATE     BILLED AMT    ACCRUED AMT EX '.  PGM163
018700     05 FILLER               PIC X(36) VALUE SPACES.              PGM163
018800 01  WS-RPT-DETAIL.                                               PGM163
018900     05 RD-CARRIER-CD        PIC X(04).                           PGM163
019000     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
019100     05 RD-INVOICE-NO        PIC X(12).                           PGM163
019200     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
019300     05 RD-LOAD-NO           PIC 9(12).                           PGM163
019400     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
019500     05 RD-BILLED-WT         PIC ZZZZZZZZ9.99-.                   PGM163
019600     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
019700     05 RD-ACCRUED-WT        PIC ZZZZZZZZ9.99-.                   PGM163
019800     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
019900     05 RD-RATE              PIC ZZZZZZ9.99.                      PGM163
020000     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
020100     05 RD-BILLED-AMT        PIC ZZZZZZZZZZ9.99-.                 PGM163
020200     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
020300     05 RD-ACCRUED-AMT       PIC ZZZZZZZZZZ9.99-.                 PGM163
020400     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
020500     05 RD-EXCEPT-CD         PIC X(02).                           PGM163
020600     05 FILLER               PIC X(28) VALUE SPACES.              PGM163
020700 01  WS-RPT-INVOICE-LINE.                                         PGM163
020800     05 FILLER               PIC X(05) VALUE SPACES.              PGM163
020900     05 RI-RESULT            PIC X(30).                           PGM163
021000     05 FILLER               PIC X(01) VALUE SPACE.               PGM163
021100     05 FILLER               PIC X(08) VALUE 'BILLED  '.          PGM163
021200     05 RI-BILLED            PIC ZZZZZZZZZZZZ9.99-.               PGM163
021300     05 FILLER               PIC X(10) VALUE '  ACCRUED '.        PGM163
021400     05 RI-ACCRUED           PIC ZZZZZZZZZZZZ9.99-.               PGM163
021500     05 FILLER               PIC X(11) VALUE '  VARIANCE '.       PGM163
021600     05 RI-VARIANCE          PIC ZZZZZZZZZZZZ9.99-.               PGM163
021700     05 FILLER               PIC X(16) VALUE SPACES.              PGM163
021800 01  WS-RPT-LEGEND.                                               PGM163
021900     05 FILLER               PIC X(48) VALUE                      PGM163
022000             'EX: NA NOT ACCRUED  CR CARRIER DIFFERS  DP ALREA'.  PGM163
022100     05 FILLER               PIC X(48) VALUE                      PGM163
022200             'DY MATCHED  WT WEIGHT TOLERANCE  RT RATE DIFFERS'.  PGM163
022300     05 FILLER               PIC X(36) VALUE                      PGM163
022400             '  AM AMOUNT TOLERANCE'.                             PGM163
022500 01  WS-RPT-AMT-LINE.                                             PGM163
022600     05 RM-LABEL             PIC X(40).                           PGM163
022700     05 RM-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM163
022800     05 FILLER               PIC X(75) VALUE SPACES.              PGM163
022900 01  WS-RPT-CNT-LINE.                                             PGM163
023000     05 RN-LABEL             PIC X(40).                           PGM163
023100     05 RN-COUNT             PIC ZZZZZZ9.                         PGM163
023200     05 FILLER               PIC X(85) VALUE SPACES.              PGM163
023300*                                                                 PGM163
023400 PROCEDURE DIVISION.                                              PGM163
023500*                                                                 PGM163
023600 0000-MAIN-PROCESS.                                               PGM163
023700     PERFORM 1000-INITIALIZE                                      PGM163
023800     PERFORM 2000-SORT-INVOICES                                   PGM163
023900     PERFORM 3000-AUDIT-INVOICES                                  PGM163
024000     PERFORM 7000-PRINT-TOTALS                                    PGM163
024100     PERFORM 9000-FINALIZE                                        PGM163
024200     GOBACK.                                                      PGM163
024300*                                                                 PGM163
024400* 파라미터가 없거나 0이면 기본 허용오차(중량 2%, 금액                                 PGM163
024500* 라인당 1,000원)를 쓴다.                                                PGM163
024600 1000-INITIALIZE.                                                 PGM163
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM163
024800     OPEN INPUT AUDIT-PARM-FILE                                   PGM163
024900     IF WS-FILE-STATUS = '00'                                     PGM163
025000         READ AUDIT-PARM-FILE                                     PGM163
025100             NOT AT END                                           PGM163
025200                 IF FP-RUN-DATE IS NUMERIC AND FP-RUN-DATE > 0    PGM163
025300                     MOVE FP-RUN-DATE TO WS-RUN-DATE              PGM163
025400                 END-IF                                           PGM163
025500                 IF FP-WT-TOL-PCT IS NUMERIC AND FP-WT-TOL-PCT > 0PGM163
025600                     MOVE FP-WT-TOL-PCT TO WS-WT-TOL-PCT          PGM163
025700                 END-IF                                           PGM163
025800                 IF FP-AMT-TOL IS NUMERIC AND FP-AMT-TOL > 0      PGM163
025900                     MOVE FP-AMT-TOL TO WS-AMT-TOL                PGM163
026000                 END-IF                                           PGM163
026100         END-READ                                                 PGM163
026200         CLOSE AUDIT-PARM-FILE                                    PGM163
026300     END-IF                                                       PGM163
026400     OPEN I-O FREIGHT-ACCRUAL-FILE                                PGM163
026500     IF WS-FILE-STATUS4 NOT = '00'                                PGM163
026600         DISPLAY 'FREIGHT ACCRUAL OPEN ERROR: ' WS-FILE-STATUS4   PGM163
026700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM163
026800         PERFORM 9900-ABNORMAL-END                                PGM163
026900     END-IF                                                       PGM163
027000     OPEN INPUT CARRIER-MASTER-FILE                               PGM163
027100     IF WS-FILE-STATUS5 NOT = '00'                                PGM163
027200         DISPLAY 'CARRIER MASTER OPEN ERROR: ' WS-FILE-STATUS5    PGM163
027300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM163
027400         PERFORM 9900-ABNORMAL-END                                PGM163
027500     END-IF                                                       PGM163
027600     OPEN EXTEND PAYMENT-APPROVAL-FILE                            PGM163
027700     IF WS-FILE-STATUS6 NOT = '00' AND WS-FILE-STATUS6 NOT = '05' PGM163
027800         DISPLAY 'PAYMENT APPROVAL OPEN ERROR: ' WS-FILE-STATUS6  PGM163
027900         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM163
028000         PERFORM 9900-ABNORMAL-END                                PGM163
028100     END-IF                                                       PGM163
028200     OPEN OUTPUT FREIGHT-AUDIT-REPORT                             PGM163
028300     IF WS-FILE-STATUS7 NOT = '00'                                PGM163
028400         DISPLAY 'FREIGHT AUDIT REPORT OPEN ERROR: '              PGM163
028500                 WS-FILE-STATUS7                                  PGM163
028600         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM163
028700         PERFORM 9900-ABNORMAL-END                                PGM163
028800     END-IF                                                       PGM163
028900     OPEN EXTEND GL-INTERFACE-FILE                                PGM163
029000     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM163
029100         SET WS-GLIF-READY TO TRUE                                PGM163
029200         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM163
029300         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM163
029400     ELSE                                                         PGM163
029500         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS8      PGM163
029600     END-IF                                                       PGM163
029700     MOVE WS-RUN-DATE   TO RH-RUN-DATE                            PGM163
029800     MOVE WS-WT-TOL-PCT TO RH-WT-TOL                              PGM163
029900     MOVE WS-AMT-TOL    TO RH-AMT-TOL                             PGM163
030000     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-HEADER                   PGM163
030100     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-LEGEND                   PGM163
030200     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-COLUMNS.                 PGM163
030300*                                                                 PGM163
030400 2000-SORT-INVOICES.                                              PGM163
030500     SORT INVOICE-SORT-FILE                                       PGM163
030600         ON ASCENDING KEY IS-CARRIER-CD                           PGM163
030700                          IS-INVOICE-NO                           PGM163
030800                          IS-LOAD-NO                              PGM163
030900         USING FREIGHT-INVOICE-FILE                               PGM163
031000         GIVING SORTED-INVOICE-FILE.                              PGM163
031100*                                                                 PGM163
031200* 정렬된 청구 라인을 읽어 청구서가 바뀔 때 검수한다.                                   PGM163
031300 3000-AUDIT-INVOICES.                                             PGM163
031400     OPEN INPUT SORTED-INVOICE-FILE                               PGM163
031500     IF WS-FILE-STATUS3 NOT = '00'                                PGM163
031600         DISPLAY 'SORTED INVOICE OPEN ERROR: ' WS-FILE-STATUS3    PGM163
031700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM163
031800         PERFORM 9900-ABNORMAL-END                                PGM163
031900     END-IF                                                       PGM163
032000     PERFORM 3050-READ-INVOICE-LINE                               PGM163
032100         UNTIL WS-EOF                                             PGM163
032200     IF WS-IL-COUNT > 0                                           PGM163
032300         PERFORM 4000-AUDIT-ONE-INVOICE                           PGM163
032400     END-IF                                                       PGM163
032500     CLOSE SORTED-INVOICE-FILE.                                   PGM163
032600*                                                                 PGM163
032700 3050-READ-INVOICE-LINE.                                          PGM163
032800     READ SORTED-INVOICE-FILE                                     PGM163
032900         AT END                                                   PGM163
033000             SET WS-EOF TO TRUE                                   PGM163
033100         NOT AT END                                               PGM163
033200             ADD 1 TO WS-LINE-COUNT                               PGM163
033300             IF FI-CARRIER-CD NOT = WS-CUR-CARRIER-CD             PGM163
033400                 OR FI-INVOICE-NO NOT = WS-CUR-INVOICE-NO         PGM163
033500                 IF WS-IL-COUNT > 0                               PGM163
033600                     PERFORM 4000-AUDIT-ONE-INVOICE               PGM163
033700                 END-IF                                           PGM163
033800                 MOVE FI-CARRIER-CD TO WS-CUR-CARRIER-CD          PGM163
033900                 MOVE FI-INVOICE-NO TO WS-CUR-INVOICE-NO          PGM163
034000                 MOVE ZEROS         TO WS-IL-COUNT                PGM163
034100             END-IF                                               PGM163
034200             PERFORM 3100-BUFFER-LINE                             PGM163
034300     END-READ.                                                    PGM163
034400*                                                                 PGM163
034500 3100-BUFFER-LINE.                                                PGM163
034600     IF WS-IL-COUNT >= WS-IL-MAX                                  PGM163
034700         DISPLAY 'INVOICE LINE TABLE FULL - MAX ' WS-IL-MAX       PGM163
034800                 ' INVOICE ' FI-INVOICE-NO                        PGM163
034900         MOVE 'FL' TO WS-ABEND-STATUS                             PGM163
035000         PERFORM 9900-ABNORMAL-END                                PGM163
035100     END-IF                                                       PGM163
035200     ADD 1 TO WS-IL-COUNT                                         PGM163
035300     MOVE FI-LOAD-NO     TO WS-ILT-LOAD-NO (WS-IL-COUNT)          PGM163
035400     MOVE FI-BILLED-WT   TO WS-ILT-BILLED-WT (WS-IL-COUNT)        PGM163
035500     MOVE FI-BILLED-RATE TO WS-ILT-BILLED-RATE (WS-IL-COUNT)      PGM163
035600     MOVE FI-BILLED-AMT  TO WS-ILT-BILLED-AMT (WS-IL-COUNT)       PGM163
035700     MOVE FI-VAT-AMT     TO WS-ILT-VAT-AMT (WS-IL-COUNT)          PGM163
035800     MOVE ZEROS          TO WS-ILT-ACCRUED-WT (WS-IL-COUNT)       PGM163
035900     MOVE ZEROS          TO WS-ILT-ACCRUED-AMT (WS-IL-COUNT)      PGM163
036000     MOVE SPACES         TO WS-ILT-EXCEPT-CD (WS-IL-COUNT).       PGM163
036100*                                                                 PGM163
036200* 청구서 검수: 라인 하나라도 예외면 청구서 전체를 보류한다.                               PGM163
036300* 지급처는 운송사 마스터의 공급사 코드이다.                                         PGM163
036400 4000-AUDIT-ONE-INVOICE.                                          PGM163
036500     ADD 1 TO WS-INVOICE-COUNT                                    PGM163
036600     MOVE ZEROS TO WS-INV-BILLED                                  PGM163
036700     MOVE ZEROS TO WS-INV-VAT                                     PGM163
036800     MOVE ZEROS TO WS-INV-ACCRUED                                 PGM163
036900     MOVE ZEROS TO WS-INV-EXCEPT-CNT                              PGM163
037000     MOVE SPACES TO WS-VENDOR-CD                                  PGM163
037100     MOVE WS-CUR-CARRIER-CD TO CR-CARRIER-CD                      PGM163
037200     READ CARRIER-MASTER-FILE                                     PGM163
037300         INVALID KEY                                              PGM163
037400             CONTINUE                                             PGM163
037500         NOT INVALID KEY                                          PGM163
037600             MOVE CR-VENDOR-CD TO WS-VENDOR-CD                    PGM163
037700     END-READ                                                     PGM163
037800     PERFORM 4100-CHECK-LINE                                      PGM163
037900         VARYING WS-IL-IX FROM 1 BY 1                             PGM163
038000         UNTIL WS-IL-IX > WS-IL-COUNT                             PGM163
038100     COMPUTE WS-INV-VARIANCE = WS-INV-BILLED - WS-INV-ACCRUED     PGM163
038200     EVALUATE TRUE                                                PGM163
038300         WHEN WS-VENDOR-CD = SPACES                               PGM163
038400             MOVE 'N' TO WS-INVOICE-OK-FLAG                       PGM163
038500             MOVE 'REJECTED - UNKNOWN CARRIER' TO RI-RESULT       PGM163
038600         WHEN WS-INV-EXCEPT-CNT > 0                               PGM163
038700             MOVE 'N' TO WS-INVOICE-OK-FLAG                       PGM163
038800             MOVE 'REJECTED - LINE EXCEPTIONS' TO RI-RESULT       PGM163
038900         WHEN OTHER                                               PGM163
039000             SET WS-INVOICE-OK TO TRUE                            PGM163
039100             MOVE 'APPROVED FOR PAYMENT' TO RI-RESULT             PGM163
039200     END-EVALUATE                                                 PGM163
039300     PERFORM 4500-UPDATE-ACCRUAL                                  PGM163
039400         VARYING WS-IL-IX FROM 1 BY 1                             PGM163
039500         UNTIL WS-IL-IX > WS-IL-COUNT                             PGM163
039600     IF WS-INVOICE-OK                                             PGM163
039700         PERFORM 4600-APPROVE-INVOICE                             PGM163
039800     ELSE                                                         PGM163
039900         ADD 1 TO WS-REJECTED-COUNT                               PGM163
040000     END-IF                                                       PGM163
040100     MOVE WS-INV-BILLED   TO RI-BILLED                            PGM163
040200     MOVE WS-INV-ACCRUED  TO RI-ACCRUED                           PGM163
040300     MOVE WS-INV-VARIANCE TO RI-VARIANCE                          PGM163
040400     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-INVOICE-LINE             PGM163
040500     MOVE SPACES TO FREIGHT-AUDIT-REC                             PGM163
040600     WRITE FREIGHT-AUDIT-REC.                                     PGM163
040700*                                                                 PGM163
040800* 라인 점검 순서: 충당 없음, 기청구, 운송사, 중량, 단가, 금액.                          PGM163
040900* 같은 청구서에 같은 적재가 두 번 오면 기청구로 본다.                                  PGM163
041000 4100-CHECK-LINE.                                                 PGM163
041100     ADD WS-ILT-BILLED-AMT (WS-IL-IX) TO WS-INV-BILLED            PGM163
041200     ADD WS-ILT-VAT-AMT (WS-IL-IX)    TO WS-INV-VAT               PGM163
041300     MOVE WS-ILT-LOAD-NO (WS-IL-IX) TO FA-LOAD-NO                 PGM163
041400     READ FREIGHT-ACCRUAL-FILE                                    PGM163
041500         INVALID KEY                                              PGM163
041600             MOVE 'NA' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
041700         NOT INVALID KEY                                          PGM163
041800             MOVE FA-NET-WT      TO WS-ILT-ACCRUED-WT (WS-IL-IX)  PGM163
041900             MOVE FA-ACCRUED-AMT TO WS-ILT-ACCRUED-AMT (WS-IL-IX) PGM163
042000             ADD FA-ACCRUED-AMT  TO WS-INV-ACCRUED                PGM163
042100             PERFORM 4150-COMPARE-ACCRUAL                         PGM163
042200     END-READ                                                     PGM163
042300     IF WS-ILT-EXCEPT-CD (WS-IL-IX) = SPACES AND WS-IL-IX > 1     PGM163
042400         PERFORM 4190-CHECK-DUPLICATE-LOAD                        PGM163
042500             VARYING WS-IL-IX2 FROM 1 BY 1                        PGM163
042600             UNTIL WS-IL-IX2 >= WS-IL-IX                          PGM163
042700     END-IF                                                       PGM163
042800     IF WS-ILT-EXCEPT-CD (WS-IL-IX) NOT = SPACES                  PGM163
042900         ADD 1 TO WS-INV-EXCEPT-CNT                               PGM163
043000     END-IF                                                       PGM163
043100     PERFORM 4900-PRINT-LINE.                                     PGM163
043200*                                                                 PGM163
043300 4150-COMPARE-ACCRUAL.                                            PGM163
043400     COMPUTE WS-WT-DIFF =                                         PGM163
043500         WS-ILT-BILLED-WT (WS-IL-IX) - FA-NET-WT                  PGM163
043600     IF WS-WT-DIFF < 0                                            PGM163
043700         MULTIPLY -1 BY WS-WT-DIFF                                PGM163
043800     END-IF                                                       PGM163
043900     COMPUTE WS-WT-LIMIT ROUNDED =                                PGM163
044000         FA-NET-WT * WS-WT-TOL-PCT / 100                          PGM163
044100     COMPUTE WS-AMT-DIFF =                                        PGM163
044200         WS-ILT-BILLED-AMT (WS-IL-IX) - FA-ACCRUED-AMT            PGM163
044300     IF WS-AMT-DIFF < 0                                           PGM163
044400         MULTIPLY -1 BY WS-AMT-DIFF                               PGM163
044500     END-IF                                                       PGM163
044600     EVALUATE TRUE                                                PGM163
044700         WHEN FA-MATCHED                                          PGM163
044800             MOVE 'DP' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
044900         WHEN FA-CARRIER-CD NOT = WS-CUR-CARRIER-CD               PGM163
045000             MOVE 'CR' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
045100         WHEN WS-WT-DIFF > WS-WT-LIMIT                            PGM163
045200             MOVE 'WT' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
045300         WHEN WS-ILT-BILLED-RATE (WS-IL-IX) NOT = FA-RATE-PER-TON PGM163
045400             MOVE 'RT' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
045500         WHEN WS-AMT-DIFF > WS-AMT-TOL                            PGM163
045600             MOVE 'AM' TO WS-ILT-EXCEPT-CD (WS-IL-IX)             PGM163
045700         WHEN OTHER                                               PGM163
045800             CONTINUE                                             PGM163
045900     END-EVALUATE.                                                PGM163
046000*                                                                 PGM163
046100 4190-CHECK-DUPLICATE-LOAD.                                       PGM163
046200     IF WS-ILT-LOAD-NO (WS-IL-IX2) = WS-ILT-LOAD-NO (WS-IL-IX)    PGM163
046300         MOVE 'DP' TO WS-ILT-EXCEPT-CD (WS-IL-IX)                 PGM163
046400     END-IF.                                                      PGM163
046500*                                                                 PGM163
046600* 충당 갱신: 승인 청구서는 M, 보류 청구서는 E로 표시한다.                              PGM163
046700* 다른 청구서로 이미 M이 된 충당과 운송사가 다른 충당은                                 PGM163
046800* 건드리지 않는다. E 충당은 정정 청구서로 다시 검수된다.                                PGM163
046900 4500-UPDATE-ACCRUAL.                                             PGM163
047000     IF WS-ILT-EXCEPT-CD (WS-IL-IX) NOT = 'NA'                    PGM163
047100         AND WS-ILT-EXCEPT-CD (WS-IL-IX) NOT = 'DP'               PGM163
047200         AND WS-ILT-EXCEPT-CD (WS-IL-IX) NOT = 'CR'               PGM163
047300         MOVE WS-ILT-LOAD-NO (WS-IL-IX) TO FA-LOAD-NO             PGM163
047400         READ FREIGHT-ACCRUAL-FILE                                PGM163
047500             INVALID KEY                                          PGM163
047600                 CONTINUE                                         PGM163
047700             NOT INVALID KEY                                      PGM163
047800                 MOVE WS-CUR-INVOICE-NO TO FA-INVOICE-NO          PGM163
047900                 MOVE WS-ILT-BILLED-WT (WS-IL-IX)                 PGM163
048000                                        TO FA-BILLED-WT           PGM163
048100                 MOVE WS-ILT-BILLED-AMT (WS-IL-IX)                PGM163
048200                                        TO FA-BILLED-AMT          PGM163
048300                 MOVE WS-RUN-DATE       TO FA-AUDIT-DATE          PGM163
048400                 IF WS-INVOICE-OK                                 PGM163
048500                     SET FA-MATCHED   TO TRUE                     PGM163
048600                 ELSE                                             PGM163
048700                     SET FA-EXCEPTION TO TRUE                     PGM163
048800                 END-IF                                           PGM163
048900                 REWRITE FREIGHT-ACCRUAL-REC                      PGM163
049000                     INVALID KEY                                  PGM163
049100                         DISPLAY 'FREIGHT ACCRUAL REWRITE ERROR: 'PGM163
049200                                 WS-FILE-STATUS4                  PGM163
049300                 END-REWRITE                                      PGM163
049400         END-READ                                                 PGM163
049500     END-IF.                                                      PGM163
049600*                                                                 PGM163
049700* 지급 승인: 청구 공급가액/부가세로 PAYAPPR 1건을 붙인다.                            PGM163
049800* 발주번호 자리에는 청구서 첫 적재번호를 남긴다.                                      PGM163
049900 4600-APPROVE-INVOICE.                                            PGM163
050000     ADD 1 TO WS-APPROVED-COUNT                                   PGM163
050100     ADD WS-INV-BILLED   TO WS-TOTAL-APPROVED                     PGM163
050200     ADD WS-INV-VARIANCE TO WS-TOTAL-VARIANCE                     PGM163
050300     INITIALIZE PAYMENT-APPROVAL-REC                              PGM163
050400     MOVE WS-VENDOR-CD       TO PA-VENDOR-CD                      PGM163
050500     MOVE WS-CUR-INVOICE-NO  TO PA-INVOICE-NO                     PGM163
050600     MOVE WS-ILT-LOAD-NO (1) TO PA-PO-NO                          PGM163
050700     MOVE WS-INV-BILLED      TO PA-INV-AMT                        PGM163
050800     MOVE 'KRW'              TO PA-CURRENCY-CD                    PGM163
050900     MOVE 1                  TO PA-FX-RATE                        PGM163
051000     MOVE WS-INV-BILLED      TO PA-HOME-AMT                       PGM163
051100     MOVE WS-INV-VAT         TO PA-VAT-AMT                        PGM163
051200     WRITE PAYMENT-APPROVAL-REC                                   PGM163
051300     MOVE SPACES TO WS-GL-REF-KEY                                 PGM163
051400     STRING WS-CUR-CARRIER-CD WS-CUR-INVOICE-NO                   PGM163
051500         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM163
051600     MOVE WS-CUR-CARRIER-CD TO WS-GL-CATEGORY                     PGM163
051700     MOVE SPACES            TO WS-GL-PLANT-CD                     PGM163
051800     MOVE WS-RUN-DATE       TO WS-GL-TRANS-DATE                   PGM163
051900     MOVE 'FRIV'            TO WS-GL-EVENT-CD                     PGM163
052000     MOVE WS-INV-ACCRUED    TO WS-GL-AMOUNT                       PGM163
052100     PERFORM 9780-WRITE-GL-INTERFACE                              PGM163
052200     IF WS-INV-VARIANCE NOT = 0                                   PGM163
052300         MOVE 'FRVR'          TO WS-GL-EVENT-CD                   PGM163
052400         MOVE WS-INV-VARIANCE TO WS-GL-AMOUNT                     PGM163
052500         PERFORM 9780-WRITE-GL-INTERFACE                          PGM163
052600     END-IF.                                                      PGM163
052700*                                                                 PGM163
052800 4900-PRINT-LINE.                                                 PGM163
052900     MOVE WS-CUR-CARRIER-CD                TO RD-CARRIER-CD       PGM163
053000     MOVE WS-CUR-INVOICE-NO                TO RD-INVOICE-NO       PGM163
053100     MOVE WS-ILT-LOAD-NO (WS-IL-IX)        TO RD-LOAD-NO          PGM163
053200     MOVE WS-ILT-BILLED-WT (WS-IL-IX)      TO RD-BILLED-WT        PGM163
053300     MOVE WS-ILT-ACCRUED-WT (WS-IL-IX)     TO RD-ACCRUED-WT       PGM163
053400     MOVE WS-ILT-BILLED-RATE (WS-IL-IX)    TO RD-RATE             PGM163
053500     MOVE WS-ILT-BILLED-AMT (WS-IL-IX)     TO RD-BILLED-AMT       PGM163
053600     MOVE WS-ILT-ACCRUED-AMT (WS-IL-IX)    TO RD-ACCRUED-AMT      PGM163
053700     MOVE WS-ILT-EXCEPT-CD (WS-IL-IX)      TO RD-EXCEPT-CD        PGM163
053800     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-DETAIL.                  PGM163
053900*                                                                 PGM163
054000 7000-PRINT-TOTALS.                                               PGM163
054100     MOVE 'INVOICE LINES READ' TO RN-LABEL                        PGM163
054200     MOVE WS-LINE-COUNT TO RN-COUNT                               PGM163
054300     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-CNT-LINE                 PGM163
054400     MOVE 'INVOICES AUDITED' TO RN-LABEL                          PGM163
054500     MOVE WS-INVOICE-COUNT TO RN-COUNT                            PGM163
054600     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-CNT-LINE                 PGM163
054700     MOVE 'INVOICES APPROVED FOR PAYMENT' TO RN-LABEL             PGM163
054800     MOVE WS-APPROVED-COUNT TO RN-COUNT                           PGM163
054900     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-CNT-LINE                 PGM163
055000     MOVE 'INVOICES REJECTED' TO RN-LABEL                         PGM163
055100     MOVE WS-REJECTED-COUNT TO RN-COUNT                           PGM163
055200     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-CNT-LINE                 PGM163
055300     MOVE 'TOTAL APPROVED (SUPPLY AMOUNT)' TO RM-LABEL            PGM163
055400     MOVE WS-TOTAL-APPROVED TO RM-AMOUNT                          PGM163
055500     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-AMT-LINE                 PGM163
055600     MOVE 'TOTAL VARIANCE TO ACCRUAL' TO RM-LABEL                 PGM163
055700     MOVE WS-TOTAL-VARIANCE TO RM-AMOUNT                          PGM163
055800     WRITE FREIGHT-AUDIT-REC FROM WS-RPT-AMT-LINE.                PGM163
055900*                                                                 PGM163
056000 9000-FINALIZE.                                                   PGM163
056100     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM163
056200     CLOSE FREIGHT-ACCRUAL-FILE                                   PGM163
056300     CLOSE CARRIER-MASTER-FILE                                    PGM163
056400     CLOSE PAYMENT-APPROVAL-FILE                                  PGM163
056500     CLOSE FREIGHT-AUDIT-REPORT                                   PGM163
056600     DISPLAY 'PGM163 - INVOICES APPROVED: ' WS-APPROVED-COUNT     PGM163
056700             ' REJECTED: ' WS-REJECTED-COUNT                      PGM163
056800     IF WS-REJECTED-COUNT > 0                                     PGM163
056900         MOVE 4 TO RETURN-CODE                                    PGM163
057000     END-IF.                                                      PGM163
057100*                                                                 PGM163
057200 9780-WRITE-GL-INTERFACE.                                         PGM163
057300     IF WS-GLIF-READY                                             PGM163
057400         INITIALIZE GL-INTERFACE-REC                              PGM163
057500         MOVE 'PGM163'         TO GI-SOURCE-PGM                   PGM163
057600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM163
057700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM163
057800         SET GI-DETAIL         TO TRUE                            PGM163
057900         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM163
058000         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM163
058100         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM163
058200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM163
058300         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM163
058400         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM163
058500         WRITE GL-INTERFACE-REC                                   PGM163
058600         ADD 1            TO WS-GL-CTL-CNT                        PGM163
058700         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM163
058800     END-IF.                                                      PGM163
058900*                                                                 PGM163
059000* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM163
059100* 배치를 완결된 것으로 보고 분개한다.                                            PGM163
059200 9790-CLOSE-GL-INTERFACE.                                         PGM163
059300     IF WS-GLIF-READY                                             PGM163
059400         INITIALIZE GL-INTERFACE-REC                              PGM163
059500         MOVE 'PGM163'         TO GI-SOURCE-PGM                   PGM163
059600         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM163
059700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM163
059800         SET GI-TRAILER        TO TRUE                            PGM163
059900         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM163
060000         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM163
060100         WRITE GL-INTERFACE-REC                                   PGM163
060200         CLOSE GL-INTERFACE-FILE                                  PGM163
060300     END-IF.                                                      PGM163
060400*                                                                 PGM163
060500 9750-DIAGNOSE-FILE-STATUS.                                       PGM163
060600     EVALUATE WS-ABEND-STATUS                                     PGM163
060700         WHEN '10'                                                PGM163
060800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM163
060900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM163
061000         WHEN '23'                                                PGM163
061100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM163
061200             DISPLAY '  AND RETRY THE REQUEST'                    PGM163
061300         WHEN '35'                                                PGM163
061400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM163
061500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM163
061600         WHEN '37'                                                PGM163
061700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM163
061800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM163
061900         WHEN '39'                                                PGM163
062000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM163
062100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM163
062200         WHEN '41'                                                PGM163
062300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM163
062400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM163
062500         WHEN '42'                                                PGM163
062600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM163
062700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM163
062800         WHEN '46'                                                PGM163
062900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM163
063000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM163
063100         WHEN OTHER                                               PGM163
063200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM163
063300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM163
063400     END-EVALUATE.                                                PGM163
063500*                                                                 PGM163
063600 9900-ABNORMAL-END.                                               PGM163
063700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM163
063800     DISPLAY 'PGM163 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM163
063900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM163
064000     MOVE 16 TO RETURN-CODE                                       PGM163
064100     GOBACK.                                                      PGM163
064200                                                                  PGM163
