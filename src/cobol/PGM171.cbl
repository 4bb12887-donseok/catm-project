000100 IDENTIFICATION DIVISION.                                         PGM171
000200 PROGRAM-ID.    PGM171.                                           PGM171
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM171
000400*                                                                 PGM171
000500* =========================================================       PGM171
000600* 프로그램명: VMI 고객 소비실적 청구 추출                                        PGM171
000700* 처리내용  : VMI 거점 고객이 보낸 소비 보고(CPYVMCR)를                           PGM171
000800*            위탁 입고 원장(CPYVMMV)의 오래된 미소비 입고부터                      PGM171
000900*            소진시키고, 소진된 주문 라인별 수량을 청구 추출                          PGM171
001000*            (BILLEXTR)에 덧붙여 PGM079가 주문 단가로 청구하게                  PGM171
001100*            한다. 거점 위탁 창고 재고를 출하(S)로 차감하고                         PGM171
001200*            소비 원장(C)을 남긴다. 위탁 잔량을 넘거나 이미                         PGM171
001300*            반영된 보고번호는 거절하고 RC 4로 끝낸다.                            PGM171
001400*            PGM036(청구 추출 생성) 뒤, PGM079 앞에 돈다.                    PGM171
001500* =========================================================       PGM171
001600*                                                                 PGM171
001700 ENVIRONMENT DIVISION.                                            PGM171
001800 CONFIGURATION SECTION.                                           PGM171
001900 INPUT-OUTPUT SECTION.                                            PGM171
002000 FILE-CONTROL.                                                    PGM171
002100     SELECT CONSUMPTION-REPORT-FILE                               PGM171
002200         ASSIGN TO VMICONS                                        PGM171
002300         ORGANIZATION IS SEQUENTIAL                               PGM171
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM171
002500     SELECT VMI-SITE-FILE                                         PGM171
002600         ASSIGN TO VMISITE                                        PGM171
002700         ORGANIZATION IS INDEXED                                  PGM171
002800         ACCESS MODE IS RANDOM                                    PGM171
002900         RECORD KEY IS VS-CUSTOMER-CD                             PGM171
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM171
003100     SELECT VMI-MOVE-FILE                                         PGM171
003200         ASSIGN TO VMIMOVE                                        PGM171
003300         ORGANIZATION IS INDEXED                                  PGM171
003400         ACCESS MODE IS DYNAMIC                                   PGM171
003500         RECORD KEY IS VM-KEY                                     PGM171
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM171
003700     SELECT INV-MASTER-FILE                                       PGM171
003800         ASSIGN TO INVMAST                                        PGM171
003900         ORGANIZATION IS INDEXED                                  PGM171
004000         ACCESS MODE IS RANDOM                                    PGM171
004100         RECORD KEY IS IM-KEY                                     PGM171
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM171
004300     SELECT LEDGER-FILE                                           PGM171
004400         ASSIGN TO INVLEDG                                        PGM171
004500         ORGANIZATION IS SEQUENTIAL                               PGM171
004600         FILE STATUS IS WS-FILE-STATUS5.                          PGM171
004700     SELECT BILLING-EXTRACT-FILE                                  PGM171
004800         ASSIGN TO BILLEXTR                                       PGM171
004900         ORGANIZATION IS SEQUENTIAL                               PGM171
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM171
005100     SELECT CUST-ORDER-FILE                                       PGM171
005200         ASSIGN TO CUSTORD                                        PGM171
005300         ORGANIZATION IS INDEXED                                  PGM171
005400         ACCESS MODE IS RANDOM                                    PGM171
005500         RECORD KEY IS SO-KEY                                     PGM171
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM171
005700     SELECT CONSUMPTION-RPT-FILE                                  PGM171
005800         ASSIGN TO VMIBRPT                                        PGM171
005900         ORGANIZATION IS SEQUENTIAL                               PGM171
006000         FILE STATUS IS WS-FILE-STATUS8.                          PGM171
006100*                                                                 PGM171
006200 DATA DIVISION.                                                   PGM171
006300 FILE SECTION.                                                    PGM171
006400 FD  CONSUMPTION-REPORT-FILE.                                     PGM171
006500 01  CONSUMPTION-REPORT-REC.                                      PGM171
006600     COPY CPYVMCR.                                                PGM171
006700 FD  VMI-SITE-FILE.                                               PGM171
006800 01  VMI-SITE-REC.                                                PGM171
006900     COPY CPYVMIS.                                                PGM171
007000 FD  VMI-MOVE-FILE.                                               PGM171
007100 01  VMI-MOVE-REC.                                                PGM171
007200     COPY CPYVMMV.                                                PGM171
007300 FD  INV-MASTER-FILE.                                             PGM171
007400 01  INV-MASTER-REC.                                              PGM171
007500     COPY CPYINVMS.                                               PGM171
007600 FD  LEDGER-FILE.                                                 PGM171
007700 01  LEDGER-REC.                                                  PGM171
007800     COPY CPYLEDGR.                                               PGM171
007900* 청구 추출: PGM036이 만든 파일에 같은 배치(PGM079 입력)로                         PGM171
008000* 덧붙인다.                                                           PGM171
008100 FD  BILLING-EXTRACT-FILE.                                        PGM171
008200 01  BILLING-EXTRACT-REC.                                         PGM171
008300     05 BX-ORDER-NO          PIC X(12).                           PGM171
008400     05 BX-LINE-NO           PIC 9(03).                           PGM171
008500     05 BX-SHIP-DATE         PIC 9(08).                           PGM171
008600     05 BX-SHIP-QTY          PIC S9(9) COMP-3.                    PGM171
008700     05 FILLER               PIC X(10).                           PGM171
008800 FD  CUST-ORDER-FILE.                                             PGM171
008900 01  CUST-ORDER-REC.                                              PGM171
009000     COPY CPYCORD.                                                PGM171
009100 FD  CONSUMPTION-RPT-FILE.                                        PGM171
009200 01  CONSUMPTION-RPT-REC     PIC X(132).                          PGM171
009300*                                                                 PGM171
009400 WORKING-STORAGE SECTION.                                         PGM171
009500 01  WS-FILE-STATUS         PIC XX.                               PGM171
009600 01  WS-FILE-STATUS2        PIC XX.                               PGM171
009700 01  WS-FILE-STATUS3        PIC XX.                               PGM171
009800 01  WS-FILE-STATUS4        PIC XX.                               PGM171
009900 01  WS-FILE-STATUS5        PIC XX.                               PGM171
010000 01  WS-FILE-STATUS6        PIC XX.                               PGM171
010100 01  WS-FILE-STATUS7        PIC XX.                               PGM171
010200 01  WS-FILE-STATUS8        PIC XX.                               PGM171
010300 01  WS-ABEND-STATUS        PIC XX.                               PGM171
010400 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM171
010500     88 WS-EOF              VALUE 'Y'.                            PGM171
010600 01  WS-MV-EOF-FLAG         PIC X VALUE 'N'.                      PGM171
010700     88 WS-MV-EOF           VALUE 'Y'.                            PGM171
010800 01  WS-WRITTEN-FLAG        PIC X VALUE 'N'.                      PGM171
010900     88 WS-WRITTEN          VALUE 'Y'.                            PGM171
011000 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM171
011100 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM171
011200 01  WS-WRITE-TRIES         PIC 9(03) VALUE ZEROS.                PGM171
011300 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.               PGM171
011400 01  WS-SITE-WAREHOUSE-CD   PIC X(05).                            PGM171
011500 01  WS-OPEN-QTY            PIC S9(11) VALUE ZEROS.               PGM171
011600 01  WS-REMAIN-QTY          PIC S9(9) VALUE ZEROS.                PGM171
011700 01  WS-SLICE-QTY           PIC S9(9) VALUE ZEROS.                PGM171
011800 01  WS-SLICE-PRICE         PIC S9(9)V99 VALUE ZEROS.             PGM171
011900 01  WS-SLICE-AMT           PIC S9(11)V99 VALUE ZEROS.            PGM171
012000 01  WS-PREV-QTY            PIC S9(9) VALUE ZEROS.                PGM171
012100* 처리 건수                                                           PGM171
012200 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM171
012300 01  WS-APPLIED-COUNT       PIC 9(07) VALUE ZEROS.                PGM171
012400 01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM171
012500 01  WS-EXTRACT-COUNT       PIC 9(07) VALUE ZEROS.                PGM171
012600 01  WS-TOTAL-QTY           PIC S9(11) VALUE ZEROS.               PGM171
012700 01  WS-TOTAL-AMT           PIC S9(13)V99 VALUE ZEROS.            PGM171
012800*                                                                 PGM171
012900 01  WS-RPT-HEADER.                                               PGM171
013000     05 FILLER               PIC X(40) VALUE                      PGM171
013100             'PGM171 VMI CONSUMPTION BILLING EXTRACT  '.          PGM171
013200     05 FILLER               PIC X(09) VALUE 'RUN DATE '.         PGM171
013300     05 RH-RUN-DATE          PIC 9(08).                           PGM171
013400     05 FILLER               PIC X(75) VALUE SPACES.              PGM171
013500 01  WS-RPT-COLUMNS.                                              PGM171
013600     05 FILLER               PIC X(48) VALUE                      PGM171
013700             'CUSTOMER   PRODUCT         REPORT REF      ORDER'.  PGM171
013800     05 FILLER               PIC X(48) VALUE                      PGM171
013900             '       LINE  CONSUMED   BILL QTY   UNIT PRICE   '.  PGM171
014000     05 FILLER               PIC X(36) VALUE                      PGM171
014100             '   BILL AMOUNT  NOTE                '.              PGM171
014200 01  WS-RPT-DETAIL.                                               PGM171
014300     05 RD-CUSTOMER-CD       PIC X(10).                           PGM171
014400     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
014500     05 RD-PRODUCT-CD        PIC X(15).                           PGM171
014600     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
014700     05 RD-REPORT-REF        PIC X(15).                           PGM171
014800     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
014900     05 RD-ORDER-NO          PIC X(12).                           PGM171
015000     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
015100     05 RD-LINE-NO           PIC ZZ9.                             PGM171
015200     05 FILLER               PIC X(02) VALUE SPACES.              PGM171
015300     05 RD-CONSUME-DATE      PIC 9(08).                           PGM171
015400     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
015500     05 RD-QTY               PIC ZZZZZZZZZ9-.                     PGM171
015600     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
015700     05 RD-UNIT-PRICE        PIC ZZZZZZZZ9.99.                    PGM171
015800     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
015900     05 RD-AMOUNT            PIC ZZZZZZZZZZZ9.99-.                PGM171
016000     05 FILLER               PIC X(01) VALUE SPACE.               PGM171
016100     05 RD-NOTE              PIC X(20).                           PGM171
016200 01  WS-RPT-CNT-LINE.                                             PGM171
016300     05 RN-LABEL             PIC X(40).                           PGM171
016400     05 RN-COUNT             PIC ZZZZZZZZZ9-.                     PGM171
016500     05 FILLER               PIC X(81) VALUE SPACES.              PGM171
016600 01  WS-RPT-AMT-LINE.                                             PGM171
016700     05 RM-LABEL             PIC X(40).                           PGM171
016800     05 RM-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM171
016900     05 FILLER               PIC X(75) VALUE SPACES.              PGM171
017000*                                                                 PGM171
017100 PROCEDURE DIVISION.                                              PGM171
017200*                                                                 PGM171
017300 0000-MAIN-PROCESS.                                               PGM171
017400     PERFORM 1000-INITIALIZE                                      PGM171
017500     PERFORM 2000-PROCESS-REPORT                                  PGM171
017600         UNTIL WS-EOF                                             PGM171
017700     PERFORM 7000-PRINT-TOTALS                                    PGM171
017800     PERFORM 9000-FINALIZE                                        PGM171
017900     GOBACK.                                                      PGM171
018000*                                                                 PGM171
018100 1000-INITIALIZE.                                                 PGM171
018200     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM171
018300     OPEN INPUT CONSUMPTION-REPORT-FILE                           PGM171
018400     IF WS-FILE-STATUS NOT = '00'                                 PGM171
018500         DISPLAY 'CONSUMPTION REPORT OPEN ERROR: ' WS-FILE-STATUS PGM171
018600         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM171
018700         PERFORM 9900-ABNORMAL-END                                PGM171
018800     END-IF                                                       PGM171
018900     OPEN INPUT VMI-SITE-FILE                                     PGM171
019000     IF WS-FILE-STATUS2 NOT = '00'                                PGM171
019100         DISPLAY 'VMI SITE MASTER OPEN ERROR: ' WS-FILE-STATUS2   PGM171
019200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM171
019300         PERFORM 9900-ABNORMAL-END                                PGM171
019400     END-IF                                                       PGM171
019500     OPEN I-O VMI-MOVE-FILE                                       PGM171
019600     IF WS-FILE-STATUS3 NOT = '00'                                PGM171
019700         DISPLAY 'VMI LEDGER OPEN ERROR: ' WS-FILE-STATUS3        PGM171
019800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM171
019900         PERFORM 9900-ABNORMAL-END                                PGM171
020000     END-IF                                                       PGM171
020100     OPEN I-O INV-MASTER-FILE                                     PGM171
020200     IF WS-FILE-STATUS4 NOT = '00'                                PGM171
020300         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS4        PGM171
020400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM171
020500         PERFORM 9900-ABNORMAL-END                                PGM171
020600     END-IF                                                       PGM171
020700     OPEN EXTEND LEDGER-FILE                                      PGM171
020800     IF WS-FILE-STATUS5 NOT = '00'                                PGM171
020900         DISPLAY 'LEDGER OPEN ERROR: ' WS-FILE-STATUS5            PGM171
021000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM171
021100         PERFORM 9900-ABNORMAL-END                                PGM171
021200     END-IF                                                       PGM171
021300     OPEN EXTEND BILLING-EXTRACT-FILE                             PGM171
021400     IF WS-FILE-STATUS6 NOT = '00'                                PGM171
021500         DISPLAY 'BILLING EXTRACT OPEN ERROR: ' WS-FILE-STATUS6   PGM171
021600         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM171
021700         PERFORM 9900-ABNORMAL-END                                PGM171
021800     END-IF                                                       PGM171
021900     OPEN INPUT CUST-ORDER-FILE                                   PGM171
022000     IF WS-FILE-STATUS7 NOT = '00'                                PGM171
022100         DISPLAY 'ORDER FILE OPEN ERROR: ' WS-FILE-STATUS7        PGM171
022200         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM171
022300         PERFORM 9900-ABNORMAL-END                                PGM171
022400     END-IF                                                       PGM171
022500     OPEN OUTPUT CONSUMPTION-RPT-FILE                             PGM171
022600     IF WS-FILE-STATUS8 NOT = '00'                                PGM171
022700         DISPLAY 'CONSUMPTION REPORT FILE OPEN ERROR: '           PGM171
022800                 WS-FILE-STATUS8                                  PGM171
022900         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM171
023000         PERFORM 9900-ABNORMAL-END                                PGM171
023100     END-IF                                                       PGM171
023200     MOVE WS-TODAY TO RH-RUN-DATE                                 PGM171
023300     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-HEADER                 PGM171
023400     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-COLUMNS                PGM171
023500     PERFORM 1100-READ-REPORT.                                    PGM171
023600*                                                                 PGM171
023700 1100-READ-REPORT.                                                PGM171
023800     READ CONSUMPTION-REPORT-FILE                                 PGM171
023900         AT END                                                   PGM171
024000             SET WS-EOF TO TRUE                                   PGM171
024100         NOT AT END                                               PGM171
024200             ADD 1 TO WS-READ-COUNT                               PGM171
024300     END-READ.                                                    PGM171
024400*                                                                 PGM171
024500 2000-PROCESS-REPORT.                                             PGM171
024600     MOVE SPACES TO WS-REJECT-REASON                              PGM171
024700     PERFORM 2100-VALIDATE-REPORT                                 PGM171
024800     IF WS-REJECT-REASON = SPACES                                 PGM171
024900         PERFORM 2400-APPLY-CONSUMPTION                           PGM171
025000     ELSE                                                         PGM171
025100         PERFORM 2900-REJECT-REPORT                               PGM171
025200     END-IF                                                       PGM171
025300     PERFORM 1100-READ-REPORT.                                    PGM171
025400*                                                                 PGM171
025500* 보고 검증: 수량/일자/보고번호, 유효한 VMI 거점, 위탁 입고                            PGM171
025600* 미소비 잔량, 거점 창고 장부 잔량 순으로 본다.                                     PGM171
025700 2100-VALIDATE-REPORT.                                            PGM171
025800     EVALUATE TRUE                                                PGM171
025900         WHEN VC-CONSUME-QTY NOT NUMERIC                          PGM171
026000             OR VC-CONSUME-QTY NOT > 0                            PGM171
026100             MOVE 'INVALID CONSUMPTION QTY' TO WS-REJECT-REASON   PGM171
026200         WHEN VC-CONSUME-DATE NOT NUMERIC                         PGM171
026300             OR VC-CONSUME-DATE = 0                               PGM171
026400             OR VC-CONSUME-DATE > WS-TODAY                        PGM171
026500             MOVE 'INVALID CONSUMPTION DATE' TO WS-REJECT-REASON  PGM171
026600         WHEN VC-REPORT-REF = SPACES                              PGM171
026700             MOVE 'REPORT REFERENCE MISSING' TO WS-REJECT-REASON  PGM171
026800         WHEN OTHER                                               PGM171
026900             PERFORM 2110-CHECK-SITE                              PGM171
027000     END-EVALUATE                                                 PGM171
027100     IF WS-REJECT-REASON = SPACES                                 PGM171
027200         PERFORM 2200-SCAN-OPEN-RECEIPTS                          PGM171
027300     END-IF                                                       PGM171
027400     IF WS-REJECT-REASON = SPACES                                 PGM171
027500         PERFORM 2300-READ-SITE-STOCK                             PGM171
027600     END-IF.                                                      PGM171
027700*                                                                 PGM171
027800 2110-CHECK-SITE.                                                 PGM171
027900     MOVE VC-CUSTOMER-CD TO VS-CUSTOMER-CD                        PGM171
028000     READ VMI-SITE-FILE                                           PGM171
028100         INVALID KEY                                              PGM171
028200             MOVE 'CUSTOMER NOT A VMI SITE' TO WS-REJECT-REASON   PGM171
028300         NOT INVALID KEY                                          PGM171
028400             IF VS-ACTIVE                                         PGM171
028500                 MOVE VS-WAREHOUSE-CD TO WS-SITE-WAREHOUSE-CD     PGM171
028600             ELSE                                                 PGM171
028700                 MOVE 'VMI SITE INACTIVE' TO WS-REJECT-REASON     PGM171
028800             END-IF                                               PGM171
028900     END-READ.                                                    PGM171
029000*                                                                 PGM171
029100* 고객/제품의 위탁 원장을 훑어 미소비 입고 수량을 모으고 같은                              PGM171
029200* 보고번호의 소비가 이미 있는지 본다.                                            PGM171
029300 2200-SCAN-OPEN-RECEIPTS.                                         PGM171
029400     MOVE ZEROS TO WS-OPEN-QTY                                    PGM171
029500     PERFORM 2500-START-MOVEMENTS                                 PGM171
029600     PERFORM 2250-SCAN-ONE-MOVEMENT                               PGM171
029700         UNTIL WS-MV-EOF                                          PGM171
029800     EVALUATE TRUE                                                PGM171
029900         WHEN WS-REJECT-REASON NOT = SPACES                       PGM171
030000             CONTINUE                                             PGM171
030100         WHEN WS-OPEN-QTY < VC-CONSUME-QTY                        PGM171
030200             MOVE 'EXCEEDS CONSIGNED STOCK' TO WS-REJECT-REASON   PGM171
030300         WHEN OTHER                                               PGM171
030400             CONTINUE                                             PGM171
030500     END-EVALUATE.                                                PGM171
030600*                                                                 PGM171
030700 2250-SCAN-ONE-MOVEMENT.                                          PGM171
030800     READ VMI-MOVE-FILE NEXT RECORD                               PGM171
030900         AT END                                                   PGM171
031000             SET WS-MV-EOF TO TRUE                                PGM171
031100         NOT AT END                                               PGM171
031200             IF VM-CUSTOMER-CD NOT = VC-CUSTOMER-CD               PGM171
031300                 OR VM-PRODUCT-CD NOT = VC-PRODUCT-CD             PGM171
031400                 SET WS-MV-EOF TO TRUE                            PGM171
031500             ELSE                                                 PGM171
031600                 IF VM-SHIP-IN AND VM-OPEN-QTY > 0                PGM171
031700                     ADD VM-OPEN-QTY TO WS-OPEN-QTY               PGM171
031800                 END-IF                                           PGM171
031900                 IF VM-CONSUMED                                   PGM171
032000                     AND VM-REPORT-REF = VC-REPORT-REF            PGM171
032100                     MOVE 'REPORT ALREADY APPLIED'                PGM171
032200                         TO WS-REJECT-REASON                      PGM171
032300                 END-IF                                           PGM171
032400             END-IF                                               PGM171
032500     END-READ.                                                    PGM171
032600*                                                                 PGM171
032700 2300-READ-SITE-STOCK.                                            PGM171
032800     MOVE VC-PRODUCT-CD        TO IM-ITEM-CD                      PGM171
032900     MOVE WS-SITE-WAREHOUSE-CD TO IM-WAREHOUSE-CD                 PGM171
033000     READ INV-MASTER-FILE                                         PGM171
033100         INVALID KEY                                              PGM171
033200             MOVE 'NO BOOK STOCK AT SITE' TO WS-REJECT-REASON     PGM171
033300         NOT INVALID KEY                                          PGM171
033400             IF IM-CURR-QTY < VC-CONSUME-QTY                      PGM171
033500                 MOVE 'BOOK STOCK SHORT AT SITE'                  PGM171
033600                     TO WS-REJECT-REASON                          PGM171
033700             END-IF                                               PGM171
033800     END-READ.                                                    PGM171
033900*                                                                 PGM171
034000* 소비 반영: 오래된 미소비 입고부터 줄이며 입고별(주문 라인별)                             PGM171
034100* 청구 추출과 거점 출하 수불을 남긴다. 재고 마스터는 마지막에                              PGM171
034200* 한 번 다시 쓴다.                                                      PGM171
034300 2400-APPLY-CONSUMPTION.                                          PGM171
034400     MOVE VC-CONSUME-QTY TO WS-REMAIN-QTY                         PGM171
034500     PERFORM 2500-START-MOVEMENTS                                 PGM171
034600     PERFORM 2550-APPLY-ONE-MOVEMENT                              PGM171
034700         UNTIL WS-MV-EOF OR WS-REMAIN-QTY = 0                     PGM171
034800     MOVE VC-CONSUME-DATE TO IM-LAST-DATE                         PGM171
034900     REWRITE INV-MASTER-REC                                       PGM171
035000         INVALID KEY                                              PGM171
035100             DISPLAY 'SITE STOCK REWRITE ERROR: ' WS-FILE-STATUS4 PGM171
035200     END-REWRITE                                                  PGM171
035300     PERFORM 2700-WRITE-CONSUMPTION                               PGM171
035400     ADD 1 TO WS-APPLIED-COUNT.                                   PGM171
035500*                                                                 PGM171
035600 2500-START-MOVEMENTS.                                            PGM171
035700     MOVE 'N' TO WS-MV-EOF-FLAG                                   PGM171
035800     MOVE VC-CUSTOMER-CD TO VM-CUSTOMER-CD                        PGM171
035900     MOVE VC-PRODUCT-CD  TO VM-PRODUCT-CD                         PGM171
036000     MOVE ZEROS          TO VM-MOVE-DATE VM-MOVE-SEQ              PGM171
036100     START VMI-MOVE-FILE KEY >= VM-KEY                            PGM171
036200         INVALID KEY                                              PGM171
036300             SET WS-MV-EOF TO TRUE                                PGM171
036400     END-START.                                                   PGM171
036500*                                                                 PGM171
036600 2550-APPLY-ONE-MOVEMENT.                                         PGM171
036700     READ VMI-MOVE-FILE NEXT RECORD                               PGM171
036800         AT END                                                   PGM171
036900             SET WS-MV-EOF TO TRUE                                PGM171
037000         NOT AT END                                               PGM171
037100             IF VM-CUSTOMER-CD NOT = VC-CUSTOMER-CD               PGM171
037200                 OR VM-PRODUCT-CD NOT = VC-PRODUCT-CD             PGM171
037300                 SET WS-MV-EOF TO TRUE                            PGM171
037400             ELSE                                                 PGM171
037500                 IF VM-SHIP-IN AND VM-OPEN-QTY > 0                PGM171
037600                     PERFORM 2600-CONSUME-RECEIPT                 PGM171
037700                 END-IF                                           PGM171
037800             END-IF                                               PGM171
037900     END-READ.                                                    PGM171
038000*                                                                 PGM171
038100 2600-CONSUME-RECEIPT.                                            PGM171
038200     IF VM-OPEN-QTY < WS-REMAIN-QTY                               PGM171
038300         MOVE VM-OPEN-QTY TO WS-SLICE-QTY                         PGM171
038400     ELSE                                                         PGM171
038500         MOVE WS-REMAIN-QTY TO WS-SLICE-QTY                       PGM171
038600     END-IF                                                       PGM171
038700     SUBTRACT WS-SLICE-QTY FROM VM-OPEN-QTY                       PGM171
038800     SUBTRACT WS-SLICE-QTY FROM WS-REMAIN-QTY                     PGM171
038900     REWRITE VMI-MOVE-REC                                         PGM171
039000         INVALID KEY                                              PGM171
039100             DISPLAY 'VMI LEDGER REWRITE ERROR: ' WS-FILE-STATUS3 PGM171
039200     END-REWRITE                                                  PGM171
039300     MOVE VM-ORDER-NO TO SO-ORDER-NO                              PGM171
039400     MOVE VM-LINE-NO  TO SO-LINE-NO                               PGM171
039500     READ CUST-ORDER-FILE                                         PGM171
039600         INVALID KEY                                              PGM171
039700             MOVE ZEROS TO WS-SLICE-PRICE                         PGM171
039800         NOT INVALID KEY                                          PGM171
039900             MOVE SO-UNIT-PRICE TO WS-SLICE-PRICE                 PGM171
040000     END-READ                                                     PGM171
040100     COMPUTE WS-SLICE-AMT = WS-SLICE-QTY * WS-SLICE-PRICE         PGM171
040200     INITIALIZE BILLING-EXTRACT-REC                               PGM171
040300     MOVE VM-ORDER-NO     TO BX-ORDER-NO                          PGM171
040400     MOVE VM-LINE-NO      TO BX-LINE-NO                           PGM171
040500     MOVE VC-CONSUME-DATE TO BX-SHIP-DATE                         PGM171
040600     MOVE WS-SLICE-QTY    TO BX-SHIP-QTY                          PGM171
040700     WRITE BILLING-EXTRACT-REC                                    PGM171
040800     ADD 1 TO WS-EXTRACT-COUNT                                    PGM171
040900     ADD WS-SLICE-QTY TO WS-TOTAL-QTY                             PGM171
041000     ADD WS-SLICE-AMT TO WS-TOTAL-AMT                             PGM171
041100     MOVE IM-CURR-QTY TO WS-PREV-QTY                              PGM171
041200     SUBTRACT WS-SLICE-QTY FROM IM-CURR-QTY                       PGM171
041300     INITIALIZE LEDGER-REC                                        PGM171
041400     MOVE VC-PRODUCT-CD        TO LG-ITEM-CD                      PGM171
041500     MOVE WS-SITE-WAREHOUSE-CD TO LG-WAREHOUSE-CD                 PGM171
041600     MOVE 'S'                  TO LG-TRANS-TYPE                   PGM171
041700     MOVE WS-SLICE-QTY         TO LG-QTY                          PGM171
041800     MOVE WS-PREV-QTY          TO LG-PREV-QTY                     PGM171
041900     MOVE IM-CURR-QTY          TO LG-CURR-QTY                     PGM171
042000     MOVE VC-CONSUME-DATE      TO LG-TRANS-DATE                   PGM171
042100     MOVE WS-SLICE-PRICE       TO LG-UNIT-PRICE                   PGM171
042200     MOVE WS-SLICE-AMT         TO LG-AMOUNT                       PGM171
042300     WRITE LEDGER-REC                                             PGM171
042400     MOVE VM-ORDER-NO    TO RD-ORDER-NO                           PGM171
042500     MOVE VM-LINE-NO     TO RD-LINE-NO                            PGM171
042600     MOVE WS-SLICE-QTY   TO RD-QTY                                PGM171
042700     MOVE WS-SLICE-PRICE TO RD-UNIT-PRICE                         PGM171
042800     MOVE WS-SLICE-AMT   TO RD-AMOUNT                             PGM171
042900     IF WS-SLICE-PRICE = 0                                        PGM171
043000         MOVE 'ORDER LINE NOT FOUND' TO RD-NOTE                   PGM171
043100     ELSE                                                         PGM171
043200         MOVE 'BILLED' TO RD-NOTE                                 PGM171
043300     END-IF                                                       PGM171
043400     PERFORM 3000-WRITE-DETAIL.                                   PGM171
043500*                                                                 PGM171
043600* 소비 원장: 순번은 시각이며 같은 키가 있으면 하나씩 올려                                PGM171
043700* 다시 쓴다.                                                          PGM171
043800 2700-WRITE-CONSUMPTION.                                          PGM171
043900     INITIALIZE VMI-MOVE-REC                                      PGM171
044000     MOVE VC-CUSTOMER-CD  TO VM-CUSTOMER-CD                       PGM171
044100     MOVE VC-PRODUCT-CD   TO VM-PRODUCT-CD                        PGM171
044200     MOVE VC-CONSUME-DATE TO VM-MOVE-DATE                         PGM171
044300     ACCEPT WS-NOW-TIME FROM TIME                                 PGM171
044400     MOVE WS-NOW-TIME (1:6) TO VM-MOVE-SEQ                        PGM171
044500     SET VM-CONSUMED TO TRUE                                      PGM171
044600     MOVE VC-CONSUME-QTY  TO VM-QTY                               PGM171
044700     MOVE ZEROS           TO VM-OPEN-QTY                          PGM171
044800     MOVE VC-REPORT-REF   TO VM-REPORT-REF                        PGM171
044900     MOVE 'N' TO WS-WRITTEN-FLAG                                  PGM171
045000     MOVE ZEROS TO WS-WRITE-TRIES                                 PGM171
045100     PERFORM 2750-TRY-WRITE-CONSUMPTION                           PGM171
045200         UNTIL WS-WRITTEN OR WS-WRITE-TRIES > 50.                 PGM171
045300*                                                                 PGM171
045400 2750-TRY-WRITE-CONSUMPTION.                                      PGM171
045500     ADD 1 TO WS-WRITE-TRIES                                      PGM171
045600     WRITE VMI-MOVE-REC                                           PGM171
045700         INVALID KEY                                              PGM171
045800             ADD 1 TO VM-MOVE-SEQ                                 PGM171
045900         NOT INVALID KEY                                          PGM171
046000             SET WS-WRITTEN TO TRUE                               PGM171
046100     END-WRITE.                                                   PGM171
046200*                                                                 PGM171
046300 2900-REJECT-REPORT.                                              PGM171
046400     ADD 1 TO WS-REJECT-COUNT                                     PGM171
046500     MOVE SPACES         TO RD-ORDER-NO                           PGM171
046600     MOVE ZEROS          TO RD-LINE-NO RD-UNIT-PRICE RD-AMOUNT    PGM171
046700     MOVE VC-CONSUME-QTY TO RD-QTY                                PGM171
046800     MOVE WS-REJECT-REASON TO RD-NOTE                             PGM171
046900     PERFORM 3000-WRITE-DETAIL                                    PGM171
047000     DISPLAY 'CONSUMPTION REJECTED: ' VC-CUSTOMER-CD ' '          PGM171
047100             VC-PRODUCT-CD ' ' VC-REPORT-REF ' '                  PGM171
047200             WS-REJECT-REASON.                                    PGM171
047300*                                                                 PGM171
047400 3000-WRITE-DETAIL.                                               PGM171
047500     MOVE VC-CUSTOMER-CD  TO RD-CUSTOMER-CD                       PGM171
047600     MOVE VC-PRODUCT-CD   TO RD-PRODUCT-CD                        PGM171
047700     MOVE VC-REPORT-REF   TO RD-REPORT-REF                        PGM171
047800     MOVE VC-CONSUME-DATE TO RD-CONSUME-DATE                      PGM171
047900     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-DETAIL.                PGM171
048000*                                                                 PGM171
048100 7000-PRINT-TOTALS.                                               PGM171
048200     MOVE SPACES TO CONSUMPTION-RPT-REC                           PGM171
048300     WRITE CONSUMPTION-RPT-REC                                    PGM171
048400     MOVE 'CONSUMPTION REPORTS READ' TO RN-LABEL                  PGM171
048500     MOVE WS-READ-COUNT TO RN-COUNT                               PGM171
048600     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-CNT-LINE               PGM171
048700     MOVE 'REPORTS APPLIED' TO RN-LABEL                           PGM171
048800     MOVE WS-APPLIED-COUNT TO RN-COUNT                            PGM171
048900     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-CNT-LINE               PGM171
049000     MOVE 'REPORTS REJECTED' TO RN-LABEL                          PGM171
049100     MOVE WS-REJECT-COUNT TO RN-COUNT                             PGM171
049200     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-CNT-LINE               PGM171
049300     MOVE 'BILLING EXTRACT LINES ADDED' TO RN-LABEL               PGM171
049400     MOVE WS-EXTRACT-COUNT TO RN-COUNT                            PGM171
049500     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-CNT-LINE               PGM171
049600     MOVE 'QUANTITY BILLED' TO RN-LABEL                           PGM171
049700     MOVE WS-TOTAL-QTY TO RN-COUNT                                PGM171
049800     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-CNT-LINE               PGM171
049900     MOVE 'SUPPLY VALUE BILLED' TO RM-LABEL                       PGM171
050000     MOVE WS-TOTAL-AMT TO RM-AMOUNT                               PGM171
050100     WRITE CONSUMPTION-RPT-REC FROM WS-RPT-AMT-LINE.              PGM171
050200*                                                                 PGM171
050300 9000-FINALIZE.                                                   PGM171
050400     CLOSE CONSUMPTION-REPORT-FILE                                PGM171
050500     CLOSE VMI-SITE-FILE                                          PGM171
050600     CLOSE VMI-MOVE-FILE                                          PGM171
050700     CLOSE INV-MASTER-FILE                                        PGM171
050800     CLOSE LEDGER-FILE                                            PGM171
050900     CLOSE BILLING-EXTRACT-FILE                                   PGM171
051000     CLOSE CUST-ORDER-FILE                                        PGM171
051100     CLOSE CONSUMPTION-RPT-FILE                                   PGM171
051200     IF WS-REJECT-COUNT > 0                                       PGM171
051300         MOVE 4 TO RETURN-CODE                                    PGM171
051400     END-IF                                                       PGM171
051500     DISPLAY 'PGM171 COMPLETED: ' WS-APPLIED-COUNT                PGM171
051600             ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, '           PGM171
051700             WS-EXTRACT-COUNT ' BILLING LINES'.                   PGM171
051800*                                                                 PGM171
051900 9750-DIAGNOSE-FILE-STATUS.                                       PGM171
052000     EVALUATE WS-ABEND-STATUS                                     PGM171
052100         WHEN '10'                                                PGM171
052200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM171
052300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM171
052400         WHEN '23'                                                PGM171
052500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM171
052600             DISPLAY '  AND RETRY THE REQUEST'                    PGM171
052700         WHEN '35'                                                PGM171
052800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM171
052900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM171
053000         WHEN '37'                                                PGM171
053100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM171
053200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM171
053300         WHEN '39'                                                PGM171
053400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM171
053500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM171
053600         WHEN '41'                                                PGM171
053700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM171
053800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM171
053900         WHEN '42'                                                PGM171
054000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM171
054100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM171
054200         WHEN '46'                                                PGM171
054300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM171
054400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM171
054500         WHEN OTHER                                               PGM171
054600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM171
054700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM171
054800     END-EVALUATE.                                                PGM171
054900*                                                                 PGM171
055000 9900-ABNORMAL-END.                                               PGM171
055100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM171
055200     DISPLAY 'PGM171 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM171
055300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM171
055400     MOVE 16 TO RETURN-CODE                                       PGM171
055500     GOBACK.                                                      PGM171
055600                                                                  PGM171
