001000*            (인쇄용)을 생성한다. PGM036이 거절한 확정 건은                       PGM079
001100*            추출에 없으므로 청구되지 않는다. 구매측 PGM043                        PGM079
001200*            매입송장 대사의 매출측 대칭 프로그램이다.                              PGM079
001200*            지수 연동 단가(CPYSPRC) 출하에는 출하월의 승인된                      PGM079
001200*            원자재 할증(CPYMSUR)을 별도 송장으로 청구한다.                       PGM079
001300* =========================================================       PGM079
001400*                                                                 PGM079
001500 ENVIRONMENT DIVISION.                                            PGM079
003800         ASSIGN TO CINVRPT                                        PGM079
003900         ORGANIZATION IS SEQUENTIAL                               PGM079
004000         FILE STATUS IS WS-FILE-STATUS5.                          PGM079
004000     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM079
004000         ASSIGN TO GLINTF                                         PGM079
004000         ORGANIZATION IS SEQUENTIAL                               PGM079
004000         FILE STATUS IS WS-FILE-STATUS6.                          PGM079
004000     SELECT VAT-REGISTER-FILE                                     PGM079
004000         ASSIGN TO VATREG                                         PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS RANDOM                                    PGM079
004000         RECORD KEY IS VR-KEY                                     PGM079
004000         FILE STATUS IS WS-FILE-STATUS7.                          PGM079
004000     SELECT CUSTOMER-MASTER-FILE                                  PGM079
004000         ASSIGN TO CUSTMAST                                       PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS RANDOM                                    PGM079
004000         RECORD KEY IS CU-CUSTOMER-CD                             PGM079
004000         FILE STATUS IS WS-FILE-STATUS8.                          PGM079
004000     SELECT CUSTOMER-ADDRESS-FILE                                 PGM079
004000         ASSIGN TO CUSTADDR                                       PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS RANDOM                                    PGM079
004000         RECORD KEY IS CA-KEY                                     PGM079
004000         FILE STATUS IS WS-FILE-STATUS9.                          PGM079
004000     SELECT OPTIONAL DEPOSIT-CHARGE-FILE                          PGM079
004000         ASSIGN TO RCDEPO                                         PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS DYNAMIC                                   PGM079
004000         RECORD KEY IS DC-KEY                                     PGM079
004000         FILE STATUS IS WS-FILE-STATUS10.                         PGM079
004000     SELECT OPTIONAL PRICE-MASTER-FILE                            PGM079
004000         ASSIGN TO SALEPRCE                                       PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS DYNAMIC                                   PGM079
004000         RECORD KEY IS SP-KEY                                     PGM079
004000         FILE STATUS IS WS-FILE-STATUS11.                         PGM079
004000     SELECT OPTIONAL SURCHARGE-FILE                               PGM079
004000         ASSIGN TO MTLSURC                                        PGM079
004000         ORGANIZATION IS INDEXED                                  PGM079
004000         ACCESS MODE IS SEQUENTIAL                                PGM079
004000         RECORD KEY IS MS-KEY                                     PGM079
004000         FILE STATUS IS WS-FILE-STATUS12.                         PGM079
004100*                                                                 PGM079
004200 DATA DIVISION.                                                   PGM079
004300 FILE SECTION.                                                    PGM079
006000     COPY CPYCINV.                                                PGM079
006100 FD  INVOICE-REGISTER-FILE.                                       PGM079
006200 01  INVOICE-REGISTER-REC    PIC X(132).                          PGM079
006200 FD  GL-INTERFACE-FILE.                                           PGM079
006200 01  GL-INTERFACE-REC.                                            PGM079
006200     COPY CPYGLIF.                                                PGM079
006200 FD  VAT-REGISTER-FILE.                                           PGM079
006200 01  VAT-REGISTER-REC.                                            PGM079
006200     COPY CPYVATR.                                                PGM079
006200 FD  CUSTOMER-MASTER-FILE.                                        PGM079
006200 01  CUSTOMER-MASTER-REC.                                         PGM079
006200     COPY CPYCUST.                                                PGM079
006200 FD  CUSTOMER-ADDRESS-FILE.                                       PGM079
006200 01  CUSTOMER-ADDRESS-REC.                                        PGM079
006200     COPY CPYCADR.                                                PGM079
006200 FD  DEPOSIT-CHARGE-FILE.                                         PGM079
006200 01  DEPOSIT-CHARGE-REC.                                          PGM079
006200     COPY CPYRCDP.                                                PGM079
006200 FD  PRICE-MASTER-FILE.                                           PGM079
006200 01  PRICE-MASTER-REC.                                            PGM079
006200     COPY CPYSPRC.                                                PGM079
006200 FD  SURCHARGE-FILE.                                              PGM079
006200 01  SURCHARGE-REC.                                               PGM079
006200     COPY CPYMSUR.                                                PGM079
006300*                                                                 PGM079
006400 WORKING-STORAGE SECTION.                                         PGM079
006500 01  WS-FILE-STATUS         PIC XX.                               PGM079
006700 01  WS-FILE-STATUS3        PIC XX.                               PGM079
006800 01  WS-FILE-STATUS4        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS5        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS6        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS7        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS8        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS9        PIC XX.                               PGM079
006900 01  WS-FILE-STATUS10       PIC XX.                               PGM079
006900 01  WS-FILE-STATUS11       PIC XX.                               PGM079
006900 01  WS-FILE-STATUS12       PIC XX.                               PGM079
006900 01  WS-RCDEPO-READY-FLAG   PIC X VALUE 'N'.                      PGM079
006900     88 WS-RCDEPO-READY     VALUE 'Y'.                            PGM079
006900 01  WS-DC-EOF-FLAG         PIC X VALUE 'N'.                      PGM079
006900     88 WS-DC-EOF           VALUE 'Y'.                            PGM079
006900 01  WS-DEPOSIT-CUSTOMER    PIC X(10) VALUE SPACES.               PGM079
006900 01  WS-DEPOSIT-COUNT       PIC 9(5) VALUE ZEROS.                 PGM079
006900* 원자재 할증 - 승인/유효 할증을 메모리에 올린다. 제품군은                               PGM079
006900* 제품코드 앞자리로 비교하며 비교 길이를 미리 구한다.                                   PGM079
006900 01  WS-PRICE-READY-FLAG    PIC X VALUE 'N'.                      PGM079
006900     88 WS-PRICE-READY      VALUE 'Y'.                            PGM079
006900 01  WS-PRICE-FOUND-FLAG    PIC X VALUE 'N'.                      PGM079
006900     88 WS-PRICE-FOUND      VALUE 'Y'.                            PGM079
006900 01  WS-PRICE-EOF-FLAG      PIC X VALUE 'N'.                      PGM079
006900     88 WS-PRICE-EOF        VALUE 'Y'.                            PGM079
006900 01  WS-PRICE-LINK-FLAG     PIC X VALUE 'N'.                      PGM079
006900     88 WS-PRICE-INDEX-LINKED VALUE 'Y'.                          PGM079
006900 01  WS-LOOKUP-CUST         PIC X(10) VALUE SPACES.               PGM079
006900 01  WS-MS-EOF-FLAG         PIC X VALUE 'N'.                      PGM079
006900     88 WS-MS-EOF           VALUE 'Y'.                            PGM079
006900 01  WS-LEN-DONE-FLAG       PIC X VALUE 'N'.                      PGM079
006900     88 WS-LEN-DONE         VALUE 'Y'.                            PGM079
006900 01  WS-GROUP-LEN           PIC 9(02) VALUE ZEROS.                PGM079
006900 01  WS-SURCH-MONTH         PIC 9(06) VALUE ZEROS.                PGM079
006900 01  WS-BEST-IX             PIC 9(05) VALUE ZEROS.                PGM079
006900 01  WS-BEST-LEN            PIC 9(02) VALUE ZEROS.                PGM079
006900 01  WS-MS-MAX              PIC 9(05) VALUE 2000.                 PGM079
006900 01  WS-MS-COUNT            PIC 9(05) VALUE ZEROS.                PGM079
006900 01  WS-MS-TABLE.                                                 PGM079
006900     05 WS-MS-ENTRY OCCURS 2000 TIMES                             PGM079
006900                    INDEXED BY MS-IDX.                            PGM079
006900         10 WS-MST-PROD-GROUP   PIC X(15).                        PGM079
006900         10 WS-MST-GROUP-LEN    PIC 9(02).                        PGM079
006900         10 WS-MST-MONTH        PIC 9(06).                        PGM079
006900         10 WS-MST-SURCH-AMT    PIC S9(7)V99.                     PGM079
006900 01  WS-SURCHARGE-COUNT     PIC 9(5) VALUE ZEROS.                 PGM079
006900 01  WS-NO-SURCH-COUNT      PIC 9(5) VALUE ZEROS.                 PGM079
006900 01  WS-PREV-CUSTOMER       PIC X(10) VALUE SPACES.               PGM079
006900 01  WS-NO-CUST-COUNT       PIC 9(5) VALUE ZEROS.                 PGM079
006900 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM079
006900     88 WS-GLIF-READY       VALUE 'Y'.                            PGM079
006900 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM079
006900 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM079
006900 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM079
006900 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM079
006900 01  WS-GL-EVENT-CD         PIC X(04).                            PGM079
006900 01  WS-GL-CATEGORY         PIC X(10).                            PGM079
006900 01  WS-GL-PLANT-CD         PIC X(04).                            PGM079
006900 01  WS-GL-REF-KEY          PIC X(24).                            PGM079
006900 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM079
006900 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM079
007000 01  WS-ABEND-STATUS        PIC XX.                               PGM079
007100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM079
007200     88 WS-EOF              VALUE 'Y'.                            PGM079
007700 01  WS-SKIP-COUNT          PIC 9(5) VALUE ZEROS.                 PGM079
007800 01  WS-TOTAL-AMT           PIC S9(13)V99 VALUE ZEROS.            PGM079
007900 01  WS-LINE-AMT            PIC S9(11)V99 VALUE ZEROS.            PGM079
007900* 부가가치세율(%) - 세액은 원 미만 절사                                         PGM079
007900 01  WS-VAT-RATE            PIC 9(02) VALUE 10.                   PGM079
007900 01  WS-VAT-AMT             PIC S9(11) VALUE ZEROS.               PGM079
007900* 수출/외화 고객은 영세율(부가세 0)                                            PGM079
007900 01  WS-ZERO-RATE-FLAG      PIC X VALUE 'N'.                      PGM079
007900     88 WS-ZERO-RATED       VALUE 'Y'.                            PGM079
007900 01  WS-TOTAL-VAT           PIC S9(13)V99 VALUE ZEROS.            PGM079
008000*                                                                 PGM079
008100 01  WS-RPT-HEADER.                                               PGM079
008200     05 FILLER               PIC X(33) VALUE                      PGM079
009900     05 RD-PRICE             PIC ZZZZZZZZ9.99-.                   PGM079
010000     05 FILLER               PIC X(01) VALUE SPACE.               PGM079
010100     05 RD-AMOUNT            PIC ZZZZZZZZZZ9.99-.                 PGM079
010200     05 FILLER               PIC X(01) VALUE SPACE.               PGM079
010200     05 RD-VAT               PIC ZZZZZZZZZZ9-.                    PGM079
010200     05 FILLER               PIC X(34) VALUE SPACES.              PGM079
010200 01  WS-RPT-BILL-TO.                                              PGM079
010200     05 FILLER               PIC X(08) VALUE 'BILL TO '.          PGM079
010200     05 RB-CUSTOMER          PIC X(10).                           PGM079
010200     05 FILLER               PIC X(01) VALUE SPACE.               PGM079
010200     05 RB-LEGAL-NAME        PIC X(40).                           PGM079
010200     05 FILLER               PIC X(08) VALUE ' TAX NO '.          PGM079
010200     05 RB-TAX-REG-NO        PIC X(10).                           PGM079
010200     05 FILLER               PIC X(10) VALUE ' CURRENCY '.        PGM079
010200     05 RB-CURRENCY          PIC X(03).                           PGM079
010200     05 FILLER               PIC X(42) VALUE SPACES.              PGM079
010200 01  WS-RPT-BILL-ADDR.                                            PGM079
010200     05 FILLER               PIC X(08) VALUE SPACES.              PGM079
010200     05 RB-ADDR-LINE1        PIC X(40).                           PGM079
010200     05 FILLER               PIC X(01) VALUE SPACE.               PGM079
010200     05 RB-ADDR-LINE2        PIC X(30).                           PGM079
010200     05 FILLER               PIC X(01) VALUE SPACE.               PGM079
010200     05 RB-POSTAL-CD         PIC X(06).                           PGM079
010200     05 FILLER               PIC X(46) VALUE SPACES.              PGM079
010300 01  WS-RPT-TOTAL.                                                PGM079
010400     05 FILLER               PIC X(09) VALUE 'INVOICES '.         PGM079
010500     05 RT-INVOICE-CNT       PIC ZZZZZZ9.                         PGM079
010700     05 RT-SKIP-CNT          PIC ZZZZ9.                           PGM079
010800     05 FILLER               PIC X(14) VALUE ' TOTAL AMOUNT '.    PGM079
010900     05 RT-TOTAL-AMT         PIC ZZZZZZZZZZZZ9.99-.               PGM079
011000     05 FILLER               PIC X(05) VALUE ' VAT '.             PGM079
011000     05 RT-TOTAL-VAT         PIC ZZZZZZZZZZZZ9.99-.               PGM079
011000     05 FILLER               PIC X(49) VALUE SPACES.              PGM079
011100*                                                                 PGM079
011200 PROCEDURE DIVISION.                                              PGM079
011300*                                                                 PGM079
014600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM079
014700         PERFORM 9900-ABNORMAL-END                                PGM079
014800     END-IF                                                       PGM079
014800     OPEN EXTEND GL-INTERFACE-FILE                                PGM079
014800     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM079
014800         SET WS-GLIF-READY TO TRUE                                PGM079
014800         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM079
014800         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM079
014800     ELSE                                                         PGM079
014800         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS6      PGM079
014800     END-IF                                                       PGM079
014800     OPEN I-O VAT-REGISTER-FILE                                   PGM079
014800     IF WS-FILE-STATUS7 NOT = '00' AND WS-FILE-STATUS7 NOT = '05' PGM079
014800         DISPLAY 'VAT REGISTER OPEN ERROR: ' WS-FILE-STATUS7      PGM079
014800         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM079
014800         PERFORM 9900-ABNORMAL-END                                PGM079
014800     END-IF                                                       PGM079
014800     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM079
014800     IF WS-FILE-STATUS8 NOT = '00'                                PGM079
014800         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS8   PGM079
014800         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM079
014800         PERFORM 9900-ABNORMAL-END                                PGM079
014800     END-IF                                                       PGM079
014800     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM079
014800     IF WS-FILE-STATUS9 NOT = '00'                                PGM079
014800         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS9  PGM079
014800         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM079
014800         PERFORM 9900-ABNORMAL-END                                PGM079
014800     END-IF                                                       PGM079
014800     OPEN I-O DEPOSIT-CHARGE-FILE                                 PGM079
014800     IF WS-FILE-STATUS10 = '00' OR WS-FILE-STATUS10 = '05'        PGM079
014800         SET WS-RCDEPO-READY TO TRUE                              PGM079
014800     ELSE                                                         PGM079
014800         DISPLAY 'DEPOSIT CHARGE OPEN ERROR: ' WS-FILE-STATUS10   PGM079
014800     END-IF                                                       PGM079
014800     OPEN INPUT PRICE-MASTER-FILE                                 PGM079
014800     IF WS-FILE-STATUS11 = '00'                                   PGM079
014800         SET WS-PRICE-READY TO TRUE                               PGM079
014800     ELSE                                                         PGM079
014800         IF WS-FILE-STATUS11 NOT = '05'                           PGM079
014800             DISPLAY 'PRICE MASTER OPEN ERROR: ' WS-FILE-STATUS11 PGM079
014800         END-IF                                                   PGM079
014800     END-IF                                                       PGM079
014800     PERFORM 1200-LOAD-SURCHARGES                                 PGM079
014900     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM079
015000     WRITE INVOICE-REGISTER-REC FROM WS-RPT-HEADER                PGM079
015100     PERFORM 1100-READ-SHIPMENT.                                  PGM079
017100         AT END SET WS-EOF TO TRUE                                PGM079
017200     END-READ.                                                    PGM079
017300*                                                                 PGM079
017300* 원자재 할증 적재: 승인되고 유효한 할증만 올린다.                                    PGM079
017300 1200-LOAD-SURCHARGES.                                            PGM079
017300     OPEN INPUT SURCHARGE-FILE                                    PGM079
017300     IF WS-FILE-STATUS12 = '00'                                   PGM079
017300         PERFORM 1250-READ-SURCHARGE                              PGM079
017300             UNTIL WS-MS-EOF                                      PGM079
017300         CLOSE SURCHARGE-FILE                                     PGM079
017300     ELSE                                                         PGM079
017300         IF WS-FILE-STATUS12 NOT = '05'                           PGM079
017300             DISPLAY 'SURCHARGE TABLE OPEN ERROR: '               PGM079
017300                     WS-FILE-STATUS12                             PGM079
017300         END-IF                                                   PGM079
017300     END-IF.                                                      PGM079
017300*                                                                 PGM079
017300 1250-READ-SURCHARGE.                                             PGM079
017300     READ SURCHARGE-FILE NEXT RECORD                              PGM079
017300         AT END                                                   PGM079
017300             SET WS-MS-EOF TO TRUE                                PGM079
017300         NOT AT END                                               PGM079
017300             IF MS-ACTIVE AND MS-APPROVED                         PGM079
017300                 PERFORM 1260-ADD-SURCHARGE-ENTRY                 PGM079
017300             END-IF                                               PGM079
017300     END-READ.                                                    PGM079
017300*                                                                 PGM079
017300 1260-ADD-SURCHARGE-ENTRY.                                        PGM079
017300     IF WS-MS-COUNT NOT < WS-MS-MAX                               PGM079
017300         DISPLAY 'SURCHARGE TABLE FULL - MAX ' WS-MS-MAX          PGM079
017300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM079
017300         PERFORM 9900-ABNORMAL-END                                PGM079
017300     END-IF                                                       PGM079
017300     ADD 1 TO WS-MS-COUNT                                         PGM079
017300     MOVE MS-PROD-GROUP  TO WS-MST-PROD-GROUP (WS-MS-COUNT)       PGM079
017300     MOVE MS-SURCH-MONTH TO WS-MST-MONTH (WS-MS-COUNT)            PGM079
017300     MOVE MS-SURCH-AMT   TO WS-MST-SURCH-AMT (WS-MS-COUNT)        PGM079
017300     MOVE 15  TO WS-GROUP-LEN                                     PGM079
017300     MOVE 'N' TO WS-LEN-DONE-FLAG                                 PGM079
017300     PERFORM 1270-MEASURE-GROUP                                   PGM079
017300         UNTIL WS-LEN-DONE OR WS-GROUP-LEN = 0                    PGM079
017300     MOVE WS-GROUP-LEN TO WS-MST-GROUP-LEN (WS-MS-COUNT).         PGM079
017300*                                                                 PGM079
017300 1270-MEASURE-GROUP.                                              PGM079
017300     IF MS-PROD-GROUP (WS-GROUP-LEN:1) = SPACE                    PGM079
017300         SUBTRACT 1 FROM WS-GROUP-LEN                             PGM079
017300     ELSE                                                         PGM079
017300         SET WS-LEN-DONE TO TRUE                                  PGM079
017300     END-IF.                                                      PGM079
017300*                                                                 PGM079
017400 2000-PROCESS-SHIPMENT.                                           PGM079
017500     ADD 1 TO WS-SHIP-COUNT                                       PGM079
017600     MOVE BX-ORDER-NO TO SO-ORDER-NO                              PGM079
019400         ADD 1 TO WS-NEXT-INVOICE-NO                              PGM079
019500         COMPUTE WS-LINE-AMT =                                    PGM079
019600             BX-SHIP-QTY * SO-UNIT-PRICE                          PGM079
019600         PERFORM 2120-COMPUTE-OUTPUT-VAT                          PGM079
019700         INITIALIZE CUST-INVOICE-REC                              PGM079
019800         MOVE WS-NEXT-INVOICE-NO TO CI-INVOICE-NO                 PGM079
019900         MOVE WS-RUN-DATE        TO CI-INVOICE-DATE               PGM079
020400         MOVE BX-SHIP-DATE       TO CI-SHIP-DATE                  PGM079
020500         MOVE BX-SHIP-QTY        TO CI-INV-QTY                    PGM079
020600         MOVE SO-UNIT-PRICE      TO CI-UNIT-PRICE                 PGM079
020700         MOVE WS-VAT-AMT         TO CI-VAT-AMT                    PGM079
020700         COMPUTE CI-INV-AMT = WS-LINE-AMT + CI-VAT-AMT            PGM079
020800         SET CI-OPEN             TO TRUE                          PGM079
020900         WRITE CUST-INVOICE-REC                                   PGM079
020900         PERFORM 2150-WRITE-INVOICE-GL                            PGM079
020900         PERFORM 2160-WRITE-VAT-REGISTER                          PGM079
021000         ADD 1 TO WS-INVOICE-COUNT                                PGM079
021100         ADD CI-INV-AMT TO WS-TOTAL-AMT                           PGM079
021100         ADD CI-VAT-AMT TO WS-TOTAL-VAT                           PGM079
021200         PERFORM 2200-WRITE-REGISTER-LINE                         PGM079
021200         PERFORM 2300-BILL-METAL-SURCHARGE                        PGM079
021200         PERFORM 2400-BILL-CONTAINER-DEPOSIT                      PGM079
021300     END-IF.                                                      PGM079
021400*                                                                 PGM079
021300* 매출세액: 고객 통화가 원화가 아니면(수출/외화 고객) 영세율로                             PGM079
021300* 부가세 0이다. 매입측 PGM043과 같은 규칙으로 통화 미기재는                            PGM079
021300* 원화로 보며, 고객 마스터에 없는 고객은 과세한다.                                    PGM079
021300 2120-COMPUTE-OUTPUT-VAT.                                         PGM079
021300     MOVE 'N' TO WS-ZERO-RATE-FLAG                                PGM079
021300     MOVE SO-CUSTOMER-CD TO CU-CUSTOMER-CD                        PGM079
021300     READ CUSTOMER-MASTER-FILE                                    PGM079
021300         INVALID KEY                                              PGM079
021300             CONTINUE                                             PGM079
021300         NOT INVALID KEY                                          PGM079
021300             IF CU-CURRENCY-CD NOT = SPACES                       PGM079
021300                 AND CU-CURRENCY-CD NOT = 'KRW'                   PGM079
021300                 SET WS-ZERO-RATED TO TRUE                        PGM079
021300             END-IF                                               PGM079
021300     END-READ                                                     PGM079
021300     IF WS-ZERO-RATED                                             PGM079
021300         MOVE ZEROS TO WS-VAT-AMT                                 PGM079
021300     ELSE                                                         PGM079
021300         COMPUTE WS-VAT-AMT =                                     PGM079
021300             WS-LINE-AMT * WS-VAT-RATE / 100                      PGM079
021300     END-IF.                                                      PGM079
021300*                                                                 PGM079
021400* 매출 분개는 공급가액(ARIN)과 매출세액(VATO)으로 나누어                             PGM079
021400* GL 인터페이스로 넘긴다. 매출채권은 두 금액의 합이다.                                 PGM079
021400 2150-WRITE-INVOICE-GL.                                           PGM079
021400     MOVE 'ARIN'         TO WS-GL-EVENT-CD                        PGM079
021400     MOVE SPACES         TO WS-GL-CATEGORY                        PGM079
021400     MOVE SPACES         TO WS-GL-PLANT-CD                        PGM079
021400     MOVE SPACES         TO WS-GL-REF-KEY                         PGM079
021400     STRING CI-INVOICE-NO CI-CUSTOMER-CD                          PGM079
021400         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM079
021400     MOVE CI-INVOICE-DATE TO WS-GL-TRANS-DATE                     PGM079
021400     COMPUTE WS-GL-AMOUNT = CI-INV-AMT - CI-VAT-AMT               PGM079
021400     PERFORM 9780-WRITE-GL-INTERFACE                              PGM079
021400     IF CI-VAT-AMT NOT = ZERO                                     PGM079
021400         MOVE 'VATO'      TO WS-GL-EVENT-CD                       PGM079
021400         MOVE CI-VAT-AMT  TO WS-GL-AMOUNT                         PGM079
021400         PERFORM 9780-WRITE-GL-INTERFACE                          PGM079
021400     END-IF.                                                      PGM079
021400*                                                                 PGM079
021400* 매출 VAT 장부 적재 - PGM143이 전자세금계산서 송신 대상으로                          PGM079
021400* 읽는다. 재실행 시에는 같은 송장번호 항목을 갱신한다.                                  PGM079
021400 2160-WRITE-VAT-REGISTER.                                         PGM079
021400     INITIALIZE VAT-REGISTER-REC                                  PGM079
021400     SET VR-SALES            TO TRUE                              PGM079
021400     MOVE CI-CUSTOMER-CD     TO VR-PARTNER-CD                     PGM079
021400     MOVE CI-INVOICE-NO      TO VR-DOC-NO                         PGM079
021400     MOVE CI-INVOICE-DATE    TO VR-DOC-DATE                       PGM079
021400     COMPUTE VR-SUPPLY-AMT = CI-INV-AMT - CI-VAT-AMT              PGM079
021400     MOVE CI-VAT-AMT         TO VR-VAT-AMT                        PGM079
021400     IF WS-ZERO-RATED                                             PGM079
021400         SET VR-ZERO-RATED   TO TRUE                              PGM079
021400     ELSE                                                         PGM079
021400         SET VR-TAXABLE      TO TRUE                              PGM079
021400     END-IF                                                       PGM079
021400     SET VR-ETAX-NONE        TO TRUE                              PGM079
021400     WRITE VAT-REGISTER-REC                                       PGM079
021400         INVALID KEY                                              PGM079
021400             REWRITE VAT-REGISTER-REC                             PGM079
021400     END-WRITE.                                                   PGM079
021400*                                                                 PGM079
021500 2200-WRITE-REGISTER-LINE.                                        PGM079
021500     IF CI-CUSTOMER-CD NOT = WS-PREV-CUSTOMER                     PGM079
021500         PERFORM 2250-WRITE-BILL-TO                               PGM079
021500     END-IF                                                       PGM079
021600     MOVE SPACES             TO WS-RPT-DETAIL                     PGM079
021700     MOVE CI-INVOICE-NO      TO RD-INVOICE-NO                     PGM079
021800     MOVE CI-CUSTOMER-CD     TO RD-CUSTOMER                       PGM079
022200     MOVE CI-INV-QTY         TO RD-QTY                            PGM079
022300     MOVE CI-UNIT-PRICE      TO RD-PRICE                          PGM079
022400     MOVE CI-INV-AMT         TO RD-AMOUNT                         PGM079
022400     MOVE CI-VAT-AMT         TO RD-VAT                            PGM079
022500     WRITE INVOICE-REGISTER-REC FROM WS-RPT-DETAIL.               PGM079
022600*                                                                 PGM079
022600* 고객이 바뀔 때마다 청구처(법인명, 사업자등록번호, 청구처                                PGM079
022600* 주소)를 송장 등록부에 인쇄한다. 고객 마스터에 없는 고객은                               PGM079
022600* 청구는 하되 경고로 표시하고 RC 4로 끝낸다.                                      PGM079
022600 2250-WRITE-BILL-TO.                                              PGM079
022600     MOVE CI-CUSTOMER-CD TO WS-PREV-CUSTOMER                      PGM079
022600     MOVE CI-CUSTOMER-CD TO RB-CUSTOMER                           PGM079
022600     MOVE CI-CUSTOMER-CD TO CU-CUSTOMER-CD                        PGM079
022600     READ CUSTOMER-MASTER-FILE                                    PGM079
022600         INVALID KEY                                              PGM079
022600             ADD 1 TO WS-NO-CUST-COUNT                            PGM079
022600             MOVE '*** CUSTOMER NOT ON MASTER ***'                PGM079
022600                 TO RB-LEGAL-NAME                                 PGM079
022600             MOVE SPACES TO RB-TAX-REG-NO RB-CURRENCY             PGM079
022600             DISPLAY 'CUSTOMER NOT ON MASTER - BILL-TO MISSING: ' PGM079
022600                     CI-CUSTOMER-CD                               PGM079
022600         NOT INVALID KEY                                          PGM079
022600             MOVE CU-LEGAL-NAME  TO RB-LEGAL-NAME                 PGM079
022600             MOVE CU-TAX-REG-NO  TO RB-TAX-REG-NO                 PGM079
022600             MOVE CU-CURRENCY-CD TO RB-CURRENCY                   PGM079
022600     END-READ                                                     PGM079
022600     WRITE INVOICE-REGISTER-REC FROM WS-RPT-BILL-TO               PGM079
022600     MOVE CI-CUSTOMER-CD TO CA-CUSTOMER-CD                        PGM079
022600     SET CA-BILL-TO      TO TRUE                                  PGM079
022600     MOVE 1              TO CA-ADDR-SEQ                           PGM079
022600     READ CUSTOMER-ADDRESS-FILE                                   PGM079
022600         INVALID KEY                                              PGM079
022600             CONTINUE                                             PGM079
022600         NOT INVALID KEY                                          PGM079
022600             MOVE CA-ADDR-LINE1 TO RB-ADDR-LINE1                  PGM079
022600             MOVE CA-ADDR-LINE2 TO RB-ADDR-LINE2                  PGM079
022600             MOVE CA-POSTAL-CD  TO RB-POSTAL-CD                   PGM079
022600             WRITE INVOICE-REGISTER-REC FROM WS-RPT-BILL-ADDR     PGM079
022600     END-READ.                                                    PGM079
022600*                                                                 PGM079
022600* 원자재 할증: 주문 시점에 적용된 판매단가(PGM035와 같은 선택                           PGM079
022600* 규칙)가 지수 연동이면 출하월 할증을 출하 수량만큼 별도 송장                              PGM079
022600* 으로 청구한다. 제품군이 여러 개 맞으면 가장 긴 제품군을 쓴다.                            PGM079
022600* 승인된 할증이 없으면 청구하지 않고 경고 후 RC 4로 끝낸다.                             PGM079
022600* 할증표가 비어 있거나 없어도 지수 연동 라인은 같은 경고 대상이다.                           PGM079
022600 2300-BILL-METAL-SURCHARGE.                                       PGM079
022600     PERFORM 2310-LOOKUP-PRICE-LINK                               PGM079
022600     IF WS-PRICE-INDEX-LINKED                                     PGM079
022600         MOVE BX-SHIP-DATE (1:6) TO WS-SURCH-MONTH                PGM079
022600         MOVE ZEROS TO WS-BEST-IX                                 PGM079
022600         MOVE ZEROS TO WS-BEST-LEN                                PGM079
022600         PERFORM 2340-CHECK-SURCHARGE                             PGM079
022600             VARYING MS-IDX FROM 1 BY 1                           PGM079
022600             UNTIL MS-IDX > WS-MS-COUNT                           PGM079
022600         IF WS-BEST-IX = 0                                        PGM079
022600             ADD 1 TO WS-NO-SURCH-COUNT                           PGM079
022600             DISPLAY 'NO APPROVED SURCHARGE FOR INDEX-LINKED '    PGM079
022600                     'SHIPMENT: ' BX-ORDER-NO ' LINE ' BX-LINE-NO PGM079
022600                     ' MONTH ' WS-SURCH-MONTH                     PGM079
022600         ELSE                                                     PGM079
022600             IF WS-MST-SURCH-AMT (WS-BEST-IX) NOT = 0             PGM079
022600                 PERFORM 2350-WRITE-SURCHARGE-INVOICE             PGM079
022600             END-IF                                               PGM079
022600         END-IF                                                   PGM079
022600     END-IF.                                                      PGM079
022600*                                                                 PGM079
022600 2310-LOOKUP-PRICE-LINK.                                          PGM079
022600     MOVE 'N' TO WS-PRICE-FOUND-FLAG                              PGM079
022600     MOVE 'N' TO WS-PRICE-LINK-FLAG                               PGM079
022600     IF WS-PRICE-READY                                            PGM079
022600         MOVE SO-CUSTOMER-CD TO WS-LOOKUP-CUST                    PGM079
022600         PERFORM 2320-SCAN-PRICE-LEVEL                            PGM079
022600         IF NOT WS-PRICE-FOUND                                    PGM079
022600             MOVE SPACES TO WS-LOOKUP-CUST                        PGM079
022600             PERFORM 2320-SCAN-PRICE-LEVEL                        PGM079
022600         END-IF                                                   PGM079
022600     END-IF.                                                      PGM079
022600*                                                                 PGM079
022600 2320-SCAN-PRICE-LEVEL.                                           PGM079
022600     MOVE 'N' TO WS-PRICE-EOF-FLAG                                PGM079
022600     MOVE SO-PRODUCT-CD  TO SP-PRODUCT-CD                         PGM079
022600     MOVE WS-LOOKUP-CUST TO SP-CUSTOMER-CD                        PGM079
022600     MOVE ZEROS          TO SP-EFF-DATE                           PGM079
022600     START PRICE-MASTER-FILE KEY >= SP-KEY                        PGM079
022600         INVALID KEY                                              PGM079
022600             SET WS-PRICE-EOF TO TRUE                             PGM079
022600     END-START                                                    PGM079
022600     PERFORM 2330-SCAN-ONE-PRICE                                  PGM079
022600         UNTIL WS-PRICE-EOF.                                      PGM079
022600*                                                                 PGM079
022600 2330-SCAN-ONE-PRICE.                                             PGM079
022600     READ PRICE-MASTER-FILE NEXT RECORD                           PGM079
022600         AT END                                                   PGM079
022600             SET WS-PRICE-EOF TO TRUE                             PGM079
022600         NOT AT END                                               PGM079
022600             IF SP-PRODUCT-CD NOT = SO-PRODUCT-CD                 PGM079
022600                 OR SP-CUSTOMER-CD NOT = WS-LOOKUP-CUST           PGM079
022600                 SET WS-PRICE-EOF TO TRUE                         PGM079
022600             ELSE                                                 PGM079
022600                 IF SP-EFF-DATE <= SO-ORDER-DATE                  PGM079
022600                     AND SP-ACTIVE AND SP-APPROVED                PGM079
022600                     AND SO-ORDER-QTY >= SP-MIN-QTY               PGM079
022600                     MOVE SP-INDEX-LINK-FLAG                      PGM079
022600                         TO WS-PRICE-LINK-FLAG                    PGM079
022600                     SET WS-PRICE-FOUND TO TRUE                   PGM079
022600                 END-IF                                           PGM079
022600             END-IF                                               PGM079
022600     END-READ.                                                    PGM079
022600*                                                                 PGM079
022600 2340-CHECK-SURCHARGE.                                            PGM079
022600     IF WS-MST-MONTH (MS-IDX) = WS-SURCH-MONTH                    PGM079
022600         AND WS-MST-GROUP-LEN (MS-IDX) > WS-BEST-LEN              PGM079
022600         MOVE WS-MST-GROUP-LEN (MS-IDX) TO WS-GROUP-LEN           PGM079
022600         IF SO-PRODUCT-CD (1:WS-GROUP-LEN)                        PGM079
022600             = WS-MST-PROD-GROUP (MS-IDX) (1:WS-GROUP-LEN)        PGM079
022600             SET WS-BEST-IX TO MS-IDX                             PGM079
022600             MOVE WS-GROUP-LEN TO WS-BEST-LEN                     PGM079
022600         END-IF                                                   PGM079
022600     END-IF.                                                      PGM079
022600*                                                                 PGM079
022600* 할증 송장은 원 송장과 같은 주문/라인/제품을 가지며 부가세는                              PGM079
022600* 상품 매출과 같이 계산한다(외화 고객 영세율). 공급가액은                                PGM079
022600* MSUR로 분개한다.                                                     PGM079
022600 2350-WRITE-SURCHARGE-INVOICE.                                    PGM079
022600     ADD 1 TO WS-NEXT-INVOICE-NO                                  PGM079
022600     COMPUTE WS-LINE-AMT =                                        PGM079
022600         BX-SHIP-QTY * WS-MST-SURCH-AMT (WS-BEST-IX)              PGM079
022600     PERFORM 2120-COMPUTE-OUTPUT-VAT                              PGM079
022600     INITIALIZE CUST-INVOICE-REC                                  PGM079
022600     MOVE WS-NEXT-INVOICE-NO TO CI-INVOICE-NO                     PGM079
022600     MOVE WS-RUN-DATE        TO CI-INVOICE-DATE                   PGM079
022600     MOVE SO-CUSTOMER-CD     TO CI-CUSTOMER-CD                    PGM079
022600     MOVE BX-ORDER-NO        TO CI-ORDER-NO                       PGM079
022600     MOVE BX-LINE-NO         TO CI-LINE-NO                        PGM079
022600     MOVE SO-PRODUCT-CD      TO CI-PRODUCT-CD                     PGM079
022600     MOVE BX-SHIP-DATE       TO CI-SHIP-DATE                      PGM079
022600     MOVE BX-SHIP-QTY        TO CI-INV-QTY                        PGM079
022600     MOVE WS-MST-SURCH-AMT (WS-BEST-IX) TO CI-UNIT-PRICE          PGM079
022600     MOVE WS-VAT-AMT         TO CI-VAT-AMT                        PGM079
022600     COMPUTE CI-INV-AMT = WS-LINE-AMT + CI-VAT-AMT                PGM079
022600     SET CI-SURCHARGE-LINE   TO TRUE                              PGM079
022600     SET CI-OPEN             TO TRUE                              PGM079
022600     WRITE CUST-INVOICE-REC                                       PGM079
022600     MOVE 'MSUR'         TO WS-GL-EVENT-CD                        PGM079
022600     MOVE SPACES         TO WS-GL-CATEGORY                        PGM079
022600     MOVE SPACES         TO WS-GL-PLANT-CD                        PGM079
022600     MOVE SPACES         TO WS-GL-REF-KEY                         PGM079
022600     STRING CI-INVOICE-NO CI-CUSTOMER-CD                          PGM079
022600         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM079
022600     MOVE CI-INVOICE-DATE TO WS-GL-TRANS-DATE                     PGM079
022600     COMPUTE WS-GL-AMOUNT = CI-INV-AMT - CI-VAT-AMT               PGM079
022600     PERFORM 9780-WRITE-GL-INTERFACE                              PGM079
022600     IF CI-VAT-AMT NOT = ZERO                                     PGM079
022600         MOVE 'VATO'      TO WS-GL-EVENT-CD                       PGM079
022600         MOVE CI-VAT-AMT  TO WS-GL-AMOUNT                         PGM079
022600         PERFORM 9780-WRITE-GL-INTERFACE                          PGM079
022600     END-IF                                                       PGM079
022600     PERFORM 2160-WRITE-VAT-REGISTER                              PGM079
022600     ADD 1 TO WS-INVOICE-COUNT                                    PGM079
022600     ADD 1 TO WS-SURCHARGE-COUNT                                  PGM079
022600     ADD CI-INV-AMT TO WS-TOTAL-AMT                               PGM079
022600     ADD CI-VAT-AMT TO WS-TOTAL-VAT                               PGM079
022600     PERFORM 2200-WRITE-REGISTER-LINE.                            PGM079
022600*                                                                 PGM079
022600* 회수용기 보증금: 고객의 첫 송장 뒤에 그 고객의 청구 대기                               PGM079
022600* 보증금(PGM169)을 부가세 없는 보증금 송장으로 청구한다.                              PGM079
022600* 환급 대기 건은 음수 금액의 송장이 된다.                                         PGM079
022600 2400-BILL-CONTAINER-DEPOSIT.                                     PGM079
022600     IF WS-RCDEPO-READY                                           PGM079
022600         AND SO-CUSTOMER-CD NOT = WS-DEPOSIT-CUSTOMER             PGM079
022600         MOVE SO-CUSTOMER-CD TO WS-DEPOSIT-CUSTOMER               PGM079
022600         MOVE 'N' TO WS-DC-EOF-FLAG                               PGM079
022600         MOVE SO-CUSTOMER-CD TO DC-CUSTOMER-CD                    PGM079
022600         MOVE LOW-VALUES     TO DC-TYPE-CD                        PGM079
022600         MOVE ZEROS          TO DC-CHARGE-DATE                    PGM079
022600         START DEPOSIT-CHARGE-FILE KEY >= DC-KEY                  PGM079
022600             INVALID KEY                                          PGM079
022600                 SET WS-DC-EOF TO TRUE                            PGM079
022600         END-START                                                PGM079
022600         PERFORM 2410-READ-DEPOSIT-CHARGE                         PGM079
022600             UNTIL WS-DC-EOF                                      PGM079
022600     END-IF.                                                      PGM079
022600*                                                                 PGM079
022600 2410-READ-DEPOSIT-CHARGE.                                        PGM079
022600     READ DEPOSIT-CHARGE-FILE NEXT RECORD                         PGM079
022600         AT END                                                   PGM079
022600             SET WS-DC-EOF TO TRUE                                PGM079
022600         NOT AT END                                               PGM079
022600             IF DC-CUSTOMER-CD NOT = WS-DEPOSIT-CUSTOMER          PGM079
022600                 SET WS-DC-EOF TO TRUE                            PGM079
022600             ELSE                                                 PGM079
022600                 IF DC-PENDING AND DC-AMOUNT NOT = 0              PGM079
022600                     PERFORM 2450-WRITE-DEPOSIT-INVOICE           PGM079
022600                 END-IF                                           PGM079
022600             END-IF                                               PGM079
022600     END-READ.                                                    PGM079
022600*                                                                 PGM079
022600 2450-WRITE-DEPOSIT-INVOICE.                                      PGM079
022600     ADD 1 TO WS-NEXT-INVOICE-NO                                  PGM079
022600     INITIALIZE CUST-INVOICE-REC                                  PGM079
022600     MOVE WS-NEXT-INVOICE-NO TO CI-INVOICE-NO                     PGM079
022600     MOVE WS-RUN-DATE        TO CI-INVOICE-DATE                   PGM079
022600     MOVE DC-CUSTOMER-CD     TO CI-CUSTOMER-CD                    PGM079
022600     MOVE DC-TYPE-CD         TO CI-PRODUCT-CD                     PGM079
022600     MOVE DC-CHARGE-DATE     TO CI-SHIP-DATE                      PGM079
022600     MOVE DC-QTY             TO CI-INV-QTY                        PGM079
022600     MOVE DC-UNIT-AMT        TO CI-UNIT-PRICE                     PGM079
022600     MOVE ZEROS              TO CI-VAT-AMT                        PGM079
022600     MOVE DC-AMOUNT          TO CI-INV-AMT                        PGM079
022600     SET CI-DEPOSIT-LINE     TO TRUE                              PGM079
022600     SET CI-OPEN             TO TRUE                              PGM079
022600     WRITE CUST-INVOICE-REC                                       PGM079
022600     MOVE 'RCDP'         TO WS-GL-EVENT-CD                        PGM079
022600     MOVE SPACES         TO WS-GL-CATEGORY                        PGM079
022600     MOVE SPACES         TO WS-GL-PLANT-CD                        PGM079
022600     MOVE SPACES         TO WS-GL-REF-KEY                         PGM079
022600     STRING CI-INVOICE-NO CI-CUSTOMER-CD                          PGM079
022600         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM079
022600     MOVE CI-INVOICE-DATE TO WS-GL-TRANS-DATE                     PGM079
022600     MOVE CI-INV-AMT      TO WS-GL-AMOUNT                         PGM079
022600     PERFORM 9780-WRITE-GL-INTERFACE                              PGM079
022600     SET DC-BILLED TO TRUE                                        PGM079
022600     MOVE CI-INVOICE-NO TO DC-INVOICE-NO                          PGM079
022600     MOVE WS-RUN-DATE   TO DC-BILLED-DATE                         PGM079
022600     REWRITE DEPOSIT-CHARGE-REC                                   PGM079
022600         INVALID KEY                                              PGM079
022600             DISPLAY 'DEPOSIT CHARGE REWRITE ERROR: '             PGM079
022600                     WS-FILE-STATUS10                             PGM079
022600     END-REWRITE                                                  PGM079
022600     ADD 1 TO WS-INVOICE-COUNT                                    PGM079
022600     ADD 1 TO WS-DEPOSIT-COUNT                                    PGM079
022600     ADD CI-INV-AMT TO WS-TOTAL-AMT                               PGM079
022600     PERFORM 2200-WRITE-REGISTER-LINE.                            PGM079
022600*                                                                 PGM079
022700 9000-FINALIZE.                                                   PGM079
022800     MOVE WS-INVOICE-COUNT TO RT-INVOICE-CNT                      PGM079
022900     MOVE WS-SKIP-COUNT    TO RT-SKIP-CNT                         PGM079
023000     MOVE WS-TOTAL-AMT     TO RT-TOTAL-AMT                        PGM079
023000     MOVE WS-TOTAL-VAT     TO RT-TOTAL-VAT                        PGM079
023100     WRITE INVOICE-REGISTER-REC FROM WS-RPT-TOTAL                 PGM079
023200     PERFORM 9100-SAVE-INVOICE-CONTROL                            PGM079
023300     CLOSE BILLING-EXTRACT-FILE                                   PGM079
023400     CLOSE CUST-ORDER-FILE                                        PGM079
023500     CLOSE CUST-INVOICE-FILE                                      PGM079
023600     CLOSE INVOICE-REGISTER-FILE                                  PGM079
023600     CLOSE VAT-REGISTER-FILE                                      PGM079
023600     CLOSE CUSTOMER-MASTER-FILE                                   PGM079
023600     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM079
023600     IF WS-PRICE-READY                                            PGM079
023600         CLOSE PRICE-MASTER-FILE                                  PGM079
023600     END-IF                                                       PGM079
023600     IF WS-RCDEPO-READY                                           PGM079
023600         CLOSE DEPOSIT-CHARGE-FILE                                PGM079
023600     END-IF                                                       PGM079
023600     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM079
023700     DISPLAY 'PGM079 COMPLETED: ' WS-SHIP-COUNT                   PGM079
023800             ' SHIPMENTS, ' WS-INVOICE-COUNT ' INVOICED, '        PGM079
023900             WS-SKIP-COUNT ' SKIPPED'                             PGM079
023900     IF WS-DEPOSIT-COUNT > 0                                      PGM079
023900         DISPLAY 'PGM079 CONTAINER DEPOSIT INVOICES: '            PGM079
023900                 WS-DEPOSIT-COUNT                                 PGM079
023900     END-IF                                                       PGM079
023900     IF WS-SURCHARGE-COUNT > 0                                    PGM079
023900         DISPLAY 'PGM079 METAL SURCHARGE INVOICES: '              PGM079
023900                 WS-SURCHARGE-COUNT                               PGM079
023900     END-IF                                                       PGM079
023900     IF WS-NO-SURCH-COUNT > 0                                     PGM079
023900         DISPLAY 'PGM079 WARNING: ' WS-NO-SURCH-COUNT             PGM079
023900                 ' INDEX-LINKED SHIPMENTS WITHOUT APPROVED'       PGM079
023900                 ' SURCHARGE - NOT SURCHARGED'                    PGM079
023900         MOVE 4 TO RETURN-CODE                                    PGM079
023900     END-IF                                                       PGM079
023900     IF WS-NO-CUST-COUNT > 0                                      PGM079
023900         DISPLAY 'PGM079 WARNING: ' WS-NO-CUST-COUNT              PGM079
023900                 ' CUSTOMERS NOT ON CUSTOMER MASTER'              PGM079
023900         MOVE 4 TO RETURN-CODE                                    PGM079
023900     END-IF.                                                      PGM079
024000*                                                                 PGM079
024100 9100-SAVE-INVOICE-CONTROL.                                       PGM079
024200     OPEN OUTPUT INVOICE-CONTROL-FILE                             PGM079
025000     WRITE INVOICE-CONTROL-REC                                    PGM079
025100     CLOSE INVOICE-CONTROL-FILE.                                  PGM079
025200*                                                                 PGM079
025200 9780-WRITE-GL-INTERFACE.                                         PGM079
025200     IF WS-GLIF-READY                                             PGM079
025200         INITIALIZE GL-INTERFACE-REC                              PGM079
025200         MOVE 'PGM079'         TO GI-SOURCE-PGM                   PGM079
025200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM079
025200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM079
025200         SET GI-DETAIL         TO TRUE                            PGM079
025200         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM079
025200         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM079
025200         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM079
025200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM079
025200         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM079
025200         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM079
025200         WRITE GL-INTERFACE-REC                                   PGM079
025200         ADD 1            TO WS-GL-CTL-CNT                        PGM079
025200         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM079
025200     END-IF.                                                      PGM079
025200*                                                                 PGM079
025200* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM079
025200* 배치를 완결된 것으로 보고 분개한다.                                            PGM079
025200 9790-CLOSE-GL-INTERFACE.                                         PGM079
025200     IF WS-GLIF-READY                                             PGM079
025200         INITIALIZE GL-INTERFACE-REC                              PGM079
025200         MOVE 'PGM079'         TO GI-SOURCE-PGM                   PGM079
025200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM079
025200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM079
025200         SET GI-TRAILER        TO TRUE                            PGM079
025200         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM079
025200         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM079
025200         WRITE GL-INTERFACE-REC                                   PGM079
025200         CLOSE GL-INTERFACE-FILE                                  PGM079
025200     END-IF.                                                      PGM079
025200*                                                                 PGM079
025300 9750-DIAGNOSE-FILE-STATUS.                                       PGM079
025400     EVALUATE WS-ABEND-STATUS                                     PGM079
025500         WHEN '10'                                                PGM079
