000500* 처리내용  : 출하확정 트랜잭션을 검증(주문취소/수량/QC HOLD)하고                        PGM036
000500*            재고 차감, 수불원장 기재, 주문 출하누계 갱신을                          PGM036
000500*            수행한다. 미결 QC HOLD 제품의 출하는 차단한다.                       PGM036
000500*            정상 반영된 확정 건은 출하확정 이력에 누적한다.                          PGM036
000500*            확정 트랜잭션의 운송사/차종을 적재에 배정한다.                           PGM036
000500*            VMI 거점 고객 앞 출하는 청구하지 않고 거점 위탁                        PGM036
000500*            창고로 옮긴다 (청구는 PGM171 소비 보고 시점).                       PGM036
000500*            핸디 스캔 대사(PGM177)가 끝나지 않았거나 예외가                       PGM036
000500*            남은 적재는 감독자 승인(PGM178) 전까지 확정을                        PGM036
000500*            거부한다.                                                PGM036
000500*            사양 미달로 보류(H)된 라인은 고객 주문확인                            PGM036
000500*            스테이징(CPYOACK)에 변경확인으로 기록한다.                          PGM036
001400* =========================================================       PGM036
001500                                                                  PGM036
001600 ENVIRONMENT DIVISION.                                            PGM036
005100         ASSIGN TO ASNSTAGE                                       PGM036
005100         ORGANIZATION IS SEQUENTIAL                               PGM036
005100         FILE STATUS IS WS-FILE-STATUS14.                         PGM036
005100     SELECT OPTIONAL SHIP-HISTORY-FILE                            PGM036
005100         ASSIGN TO SHIPHIST                                       PGM036
005100         ORGANIZATION IS SEQUENTIAL                               PGM036
005100         FILE STATUS IS WS-FILE-STATUS17.                         PGM036
005100     SELECT OPTIONAL RESERVATION-FILE                             PGM036
005100         ASSIGN TO RESVFILE                                       PGM036
005100         ORGANIZATION IS INDEXED                                  PGM036
005100         ASSIGN TO QCHOLD                                         PGM036
005100         ORGANIZATION IS SEQUENTIAL                               PGM036
005100         FILE STATUS IS WS-FILE-STATUS8.                          PGM036
005100     SELECT OPTIONAL VMI-SITE-FILE                                PGM036
005100         ASSIGN TO VMISITE                                        PGM036
005100         ORGANIZATION IS INDEXED                                  PGM036
005100         ACCESS MODE IS RANDOM                                    PGM036
005100         RECORD KEY IS VS-CUSTOMER-CD                             PGM036
005100         FILE STATUS IS WS-FILE-STATUS18.                         PGM036
005100     SELECT OPTIONAL VMI-MOVE-FILE                                PGM036
005100         ASSIGN TO VMIMOVE                                        PGM036
005100         ORGANIZATION IS INDEXED                                  PGM036
005100         ACCESS MODE IS RANDOM                                    PGM036
005100         RECORD KEY IS VM-KEY                                     PGM036
005100         FILE STATUS IS WS-FILE-STATUS19.                         PGM036
005100     SELECT OPTIONAL LOAD-SCAN-FILE                               PGM036
005100         ASSIGN TO LOADSCN                                        PGM036
005100         ORGANIZATION IS INDEXED                                  PGM036
005100         ACCESS MODE IS RANDOM                                    PGM036
005100         RECORD KEY IS LS-LOAD-NO                                 PGM036
005100         FILE STATUS IS WS-FILE-STATUS20.                         PGM036
005100     SELECT OPTIONAL ORDER-ACK-STAGE-FILE                         PGM036
005100         ASSIGN TO OACKSTG                                        PGM036
005100         ORGANIZATION IS SEQUENTIAL                               PGM036
005100         FILE STATUS IS WS-FILE-STATUS21.                         PGM036
005200                                                                  PGM036
005300 DATA DIVISION.                                                   PGM036
005400 FILE SECTION.                                                    PGM036
005500 FD  SHIP-CONF-FILE.                                              PGM036
005600 01  SHIP-CONF-REC.                                               PGM036
005700     COPY CPYSHCF.                                                PGM036
005700* 출하확정 이력: 정상 반영된 확정 건을 CPYSHCF 그대로 누적                            PGM036
005700* 한다. PGM158(OTIF 보고)이 납기/수량 달성을 평가한다.                            PGM036
005700 FD  SHIP-HISTORY-FILE.                                           PGM036
005700 01  SHIP-HISTORY-REC        PIC X(82).                           PGM036
005800 FD  CUST-ORDER-FILE.                                             PGM036
005900 01  CUST-ORDER-REC.                                              PGM036
006000     COPY CPYCORD.                                                PGM036
007900 FD  QC-HOLD-FILE.                                                PGM036
007900 01  QC-HOLD-REC.                                                 PGM036
007900     COPY CPYQHLD.                                                PGM036
007900* 고객 위탁재고(VMI) 거점: 등록 고객 앞 출하는 청구하지 않고                            PGM036
007900* 거점 위탁 창고로 옮기며 입고 원장을 남긴다. 청구는 고객                                PGM036
007900* 소비 보고(PGM171) 시점이다.                                             PGM036
007900 FD  VMI-SITE-FILE.                                               PGM036
007900 01  VMI-SITE-REC.                                                PGM036
007900     COPY CPYVMIS.                                                PGM036
007900 FD  VMI-MOVE-FILE.                                               PGM036
007900 01  VMI-MOVE-REC.                                                PGM036
007900     COPY CPYVMMV.                                                PGM036
007900* 적재 태그 스캔 대사 상태: 대사 완료(R)/감독자 승인(O)                              PGM036
007900* 적재만 확정할 수 있다.                                                   PGM036
007900 FD  LOAD-SCAN-FILE.                                              PGM036
007900 01  LOAD-SCAN-REC.                                               PGM036
007900     COPY CPYLDSC.                                                PGM036
007900 FD  ORDER-ACK-STAGE-FILE.                                        PGM036
007900 01  ORDER-ACK-STAGE-REC.                                         PGM036
007900     COPY CPYOACK.                                                PGM036
008000 FD  AUDIT-TRAIL-FILE.                                            PGM036
008100 01  AUDIT-TRAIL-REC.                                             PGM036
008200     COPY CPYAUDIT.                                               PGM036
009100     88 WS-ASN-READY        VALUE 'Y'.                            PGM036
009100 01  WS-FILE-STATUS15       PIC XX.                               PGM036
009100 01  WS-FILE-STATUS16       PIC XX.                               PGM036
009100 01  WS-FILE-STATUS17       PIC XX.                               PGM036
009100 01  WS-SHHS-READY-FLAG     PIC X VALUE 'N'.                      PGM036
009100     88 WS-SHHS-READY       VALUE 'Y'.                            PGM036
009100 01  WS-FILE-STATUS18       PIC XX.                               PGM036
009100 01  WS-FILE-STATUS19       PIC XX.                               PGM036
009100 01  WS-VMI-READY-FLAG      PIC X VALUE 'N'.                      PGM036
009100     88 WS-VMI-READY        VALUE 'Y'.                            PGM036
009100 01  WS-VMI-SHIP-FLAG       PIC X VALUE 'N'.                      PGM036
009100     88 WS-VMI-SHIP         VALUE 'Y'.                            PGM036
009100 01  WS-VMI-WAREHOUSE-CD    PIC X(05).                            PGM036
009100 01  WS-VMI-PLANT-IMAGE     PIC X(130).                           PGM036
009100 01  WS-VMI-NOW-TIME        PIC 9(08) VALUE ZEROS.                PGM036
009100 01  WS-VMI-WRITE-TRIES     PIC 9(03) VALUE ZEROS.                PGM036
009100 01  WS-VMI-WRITTEN-FLAG    PIC X VALUE 'N'.                      PGM036
009100     88 WS-VMI-WRITTEN      VALUE 'Y'.                            PGM036
009100 01  WS-VMI-COUNT           PIC 9(07) VALUE ZEROS.                PGM036
009100 01  WS-FILE-STATUS20       PIC XX.                               PGM036
009100 01  WS-FILE-STATUS21       PIC XX.                               PGM036
009100 01  WS-OACK-READY-FLAG     PIC X VALUE 'N'.                      PGM036
009100     88 WS-OACK-READY       VALUE 'Y'.                            PGM036
009100 01  WS-LDSC-READY-FLAG     PIC X VALUE 'N'.                      PGM036
009100     88 WS-LDSC-READY       VALUE 'Y'.                            PGM036
009100 01  WS-PKUN-READY-FLAG     PIC X VALUE 'N'.                      PGM036
009100     88 WS-PKUN-READY       VALUE 'Y'.                            PGM036
009100 01  WS-TAG-CHECK-FLAG      PIC X VALUE 'S'.                      PGM036
009100     88 WS-LOAD-FOUND       VALUE 'Y'.                            PGM036
009100     88 WS-LOAD-MISSING     VALUE 'N'.                            PGM036
009100     88 WS-LOAD-NOTREQ      VALUE 'S'.                            PGM036
009100     88 WS-LOAD-SCAN-BLOCKED VALUE 'B'.                           PGM036
009100 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM036
009100     88 WS-LD-EOF           VALUE 'Y'.                            PGM036
009100 01  WS-ROLL-EOF-FLAG       PIC X VALUE 'N'.                      PGM036
014100         DISPLAY 'ASN STAGE ABSENT - ASN NOT FED: '               PGM036
014100                 WS-FILE-STATUS14                                 PGM036
014100     END-IF                                                       PGM036
014100     OPEN EXTEND SHIP-HISTORY-FILE                                PGM036
014100     IF WS-FILE-STATUS17 = '00' OR WS-FILE-STATUS17 = '05'        PGM036
014100         SET WS-SHHS-READY TO TRUE                                PGM036
014100     ELSE                                                         PGM036
014100         DISPLAY 'SHIP HISTORY ABSENT - OTIF NOT FED: '           PGM036
014100                 WS-FILE-STATUS17                                 PGM036
014100     END-IF                                                       PGM036
014100     OPEN INPUT VMI-SITE-FILE                                     PGM036
014100     IF WS-FILE-STATUS18 = '00'                                   PGM036
014100         OPEN I-O VMI-MOVE-FILE                                   PGM036
014100         IF WS-FILE-STATUS19 = '00' OR WS-FILE-STATUS19 = '05'    PGM036
014100             SET WS-VMI-READY TO TRUE                             PGM036
014100         ELSE                                                     PGM036
014100             DISPLAY 'VMI LEDGER OPEN ERROR: ' WS-FILE-STATUS19   PGM036
014100             MOVE WS-FILE-STATUS19 TO WS-ABEND-STATUS             PGM036
014100             PERFORM 9900-ABNORMAL-END                            PGM036
014100         END-IF                                                   PGM036
014100     ELSE                                                         PGM036
014100         DISPLAY 'VMI SITE MASTER ABSENT - ALL SHIPMENTS '        PGM036
014100                 'BILLED: ' WS-FILE-STATUS18                      PGM036
014100     END-IF                                                       PGM036
014100* 스캔 상태 파일이 없는 사업장은 스캔 대사를 쓰지 않는                                  PGM036
014100* 것으로 보고 적재 확정을 막지 않는다.                                           PGM036
014100     OPEN INPUT LOAD-SCAN-FILE                                    PGM036
014100     IF WS-FILE-STATUS20 = '00'                                   PGM036
014100         SET WS-LDSC-READY TO TRUE                                PGM036
014100     ELSE                                                         PGM036
014100         DISPLAY 'LOAD SCAN STATUS ABSENT - LOADS NOT '           PGM036
014100                 'SCAN-CHECKED: ' WS-FILE-STATUS20                PGM036
014100     END-IF                                                       PGM036
014100     OPEN EXTEND ORDER-ACK-STAGE-FILE                             PGM036
014100     IF WS-FILE-STATUS21 = '00' OR WS-FILE-STATUS21 = '05'        PGM036
014100         SET WS-OACK-READY TO TRUE                                PGM036
014100     ELSE                                                         PGM036
014100         DISPLAY 'ORDER ACK STAGE ABSENT - SPEC HOLD NOT '        PGM036
014100                 'ACKNOWLEDGED: ' WS-FILE-STATUS21                PGM036
014100     END-IF                                                       PGM036
014100     OPEN I-O RESERVATION-FILE                                    PGM036
014100     IF WS-FILE-STATUS13 = '00' OR WS-FILE-STATUS13 = '05'        PGM036
014100         SET WS-RESV-READY TO TRUE                                PGM036
019900             MOVE 'SHIPMENT NOT ON PLANNED LOAD'                  PGM036
019900                 TO WS-AUDIT-DESC                                 PGM036
019900             PERFORM 2850-REJECT-WITH-REASON                      PGM036
019900         WHEN WS-LOAD-SCAN-BLOCKED                                PGM036
019900             MOVE 'LOAD TAG SCAN NOT RECONCILED'                  PGM036
019900                 TO WS-AUDIT-DESC                                 PGM036
019900             PERFORM 2850-REJECT-WITH-REASON                      PGM036
019900         WHEN WS-TAG-BAD                                          PGM036
019900             MOVE 'PACKING TAG NOT AVAILABLE'                     PGM036
019900                 TO WS-AUDIT-DESC                                 PGM036
019900             PERFORM 2850-REJECT-WITH-REASON                      PGM036
019900             SET SO-SPEC-HOLD TO TRUE                             PGM036
019900             REWRITE CUST-ORDER-REC                               PGM036
019900             PERFORM 2485-WRITE-SPEC-HOLD-ACK                     PGM036
020000         WHEN OTHER                                               PGM036
020100             PERFORM 2200-RELIEVE-STOCK                           PGM036
020200     END-EVALUATE.                                                PGM036
020300         END-START                                                PGM036
020300         PERFORM 2180-SCAN-ONE-LOAD-LINE                          PGM036
020300             UNTIL WS-LD-EOF                                      PGM036
020300         IF WS-LOAD-FOUND AND WS-LDSC-READY                       PGM036
020300             PERFORM 2185-CHECK-LOAD-SCAN                         PGM036
020300         END-IF                                                   PGM036
020300     END-IF.                                                      PGM036
020300*                                                                 PGM036
020300 2180-SCAN-ONE-LOAD-LINE.                                         PGM036
020300             END-IF                                               PGM036
020300     END-READ.                                                    PGM036
020300*                                                                 PGM036
020300* 스캔 대사: 스캔 기록이 없거나 예외로 차단(B)된 적재는                                PGM036
020300* 재스캔 또는 감독자 승인 전까지 확정하지 않는다.                                     PGM036
020300 2185-CHECK-LOAD-SCAN.                                            PGM036
020300     MOVE SC-LOAD-NO TO LS-LOAD-NO                                PGM036
020300     READ LOAD-SCAN-FILE                                          PGM036
020300         INVALID KEY                                              PGM036
020300             SET WS-LOAD-SCAN-BLOCKED TO TRUE                     PGM036
020300         NOT INVALID KEY                                          PGM036
020300             IF NOT LS-RECONCILED AND NOT LS-OVERRIDDEN           PGM036
020300                 SET WS-LOAD-SCAN-BLOCKED TO TRUE                 PGM036
020300             END-IF                                               PGM036
020300     END-READ.                                                    PGM036
020300*                                                                 PGM036
020300* 고객규격 게이트: 주문 고객의 제품규격(CPYCSPX)이 있으면                          PGM036
020300* 확정 로트의 기록 품질(로트 인덱스 최신 판정/성분등급)이                           PGM036
020300* 요구를 충족해야 한다. 미달 시 라인을 규격보류(H)로 잡는다.                         PGM036
020300     END-IF.                                                      PGM036
020300*                                                                 PGM036
020400 2200-RELIEVE-STOCK.                                              PGM036
020400     PERFORM 2230-CHECK-VMI-SITE                                  PGM036
020500     MOVE SO-PRODUCT-CD   TO IM-ITEM-CD                           PGM036
020600     MOVE SO-WAREHOUSE-CD TO IM-WAREHOUSE-CD                      PGM036
020700     READ INV-MASTER-FILE                                         PGM036
021300             PERFORM 2300-POST-SHIPMENT                           PGM036
021400     END-READ.                                                    PGM036
021500*                                                                 PGM036
021500* 고객이 유효한 VMI 거점이면 위탁 창고로 옮긴다. 거점 창고가                             PGM036
021500* 출하 창고와 같으면 이고할 수 없으므로 일반 출하로 본다.                                PGM036
021500 2230-CHECK-VMI-SITE.                                             PGM036
021500     MOVE 'N' TO WS-VMI-SHIP-FLAG                                 PGM036
021500     IF WS-VMI-READY                                              PGM036
021500         MOVE SO-CUSTOMER-CD TO VS-CUSTOMER-CD                    PGM036
021500         READ VMI-SITE-FILE                                       PGM036
021500             INVALID KEY                                          PGM036
021500                 CONTINUE                                         PGM036
021500             NOT INVALID KEY                                      PGM036
021500                 IF VS-ACTIVE                                     PGM036
021500                     AND VS-WAREHOUSE-CD NOT = SPACES             PGM036
021500                     AND VS-WAREHOUSE-CD NOT = SO-WAREHOUSE-CD    PGM036
021500                     SET WS-VMI-SHIP TO TRUE                      PGM036
021500                     MOVE VS-WAREHOUSE-CD TO WS-VMI-WAREHOUSE-CD  PGM036
021500                 END-IF                                           PGM036
021500         END-READ                                                 PGM036
021500     END-IF.                                                      PGM036
021500*                                                                 PGM036
021600 2300-POST-SHIPMENT.                                              PGM036
021650     PERFORM 2210-SUM-OTHER-RESERVATIONS                          PGM036
021700     MOVE IM-CURR-QTY TO WS-PREV-QTY                              PGM036
022600         MOVE SC-SHIP-DATE TO IM-LAST-DATE                        PGM036
022700         REWRITE INV-MASTER-REC                                   PGM036
022800         PERFORM 2400-WRITE-SHIPMENT-LEDGER                       PGM036
022800         IF WS-VMI-SHIP                                           PGM036
022800             PERFORM 2410-MOVE-TO-CONSIGNMENT                     PGM036
022800         END-IF                                                   PGM036
022810*        ASN 상세는 주문 라인(SO-) 필드를 쓰므로 헤더 롤업이                     PGM036
022820*        주문 레코드 영역을 옮기기 전에 기록한다.                              PGM036
022830         PERFORM 2480-WRITE-ASN-DETAIL                            PGM036
022900         PERFORM 2460-CONFIRM-LOAD-LINE                           PGM036
022900         PERFORM 2470-RELIEVE-RESERVATION                         PGM036
022900         PERFORM 2490-CONSUME-PACKING-TAG                         PGM036
022900         IF NOT WS-VMI-SHIP                                       PGM036
022900             PERFORM 2495-WRITE-BILLING-EXTRACT                   PGM036
022900         END-IF                                                   PGM036
022900         PERFORM 2496-WRITE-SHIP-HISTORY                          PGM036
023000         ADD 1 TO WS-POSTED-COUNT                                 PGM036
023100         ADD SC-SHIP-QTY TO WS-SHIPPED-TODAY                      PGM036
023150     END-IF                                                       PGM036
023500     INITIALIZE LEDGER-REC                                        PGM036
023600     MOVE SO-PRODUCT-CD   TO LG-ITEM-CD                           PGM036
023700     MOVE SO-WAREHOUSE-CD TO LG-WAREHOUSE-CD                      PGM036
023800     IF WS-VMI-SHIP                                               PGM036
023800         MOVE 'X'         TO LG-TRANS-TYPE                        PGM036
023800     ELSE                                                         PGM036
023800         MOVE 'S'         TO LG-TRANS-TYPE                        PGM036
023800     END-IF                                                       PGM036
023900     MOVE SC-SHIP-QTY     TO LG-QTY                               PGM036
024000     MOVE WS-PREV-QTY     TO LG-PREV-QTY                          PGM036
024100     MOVE IM-CURR-QTY     TO LG-CURR-QTY                          PGM036
024300     MOVE SO-UNIT-PRICE   TO LG-UNIT-PRICE                        PGM036
024400     COMPUTE LG-AMOUNT = SC-SHIP-QTY * SO-UNIT-PRICE              PGM036
024500     WRITE LEDGER-REC.                                            PGM036
024500*                                                                 PGM036
024500* 위탁 이고: 출하 창고에서 뺀 수량을 거점 위탁 창고에 이고                               PGM036
024500* 입고(Y)로 더한다. 거점에 이 제품 재고 레코드가 없으면 출하                             PGM036
024500* 창고 레코드를 본떠 수량 0으로 만든 뒤 더한다.                                     PGM036
024500 2410-MOVE-TO-CONSIGNMENT.                                        PGM036
024500     MOVE INV-MASTER-REC  TO WS-VMI-PLANT-IMAGE                   PGM036
024500     MOVE SO-PRODUCT-CD   TO IM-ITEM-CD                           PGM036
024500     MOVE WS-VMI-WAREHOUSE-CD TO IM-WAREHOUSE-CD                  PGM036
024500     READ INV-MASTER-FILE                                         PGM036
024500         INVALID KEY                                              PGM036
024500             PERFORM 2420-CREATE-CONSIGN-STOCK                    PGM036
024500     END-READ                                                     PGM036
024500     MOVE IM-CURR-QTY TO WS-PREV-QTY                              PGM036
024500     ADD SC-SHIP-QTY TO IM-CURR-QTY                               PGM036
024500     MOVE SC-SHIP-DATE TO IM-LAST-DATE                            PGM036
024500     REWRITE INV-MASTER-REC                                       PGM036
024500         INVALID KEY                                              PGM036
024500             DISPLAY 'VMI STOCK REWRITE ERROR: ' WS-FILE-STATUS3  PGM036
024500     END-REWRITE                                                  PGM036
024500     INITIALIZE LEDGER-REC                                        PGM036
024500     MOVE SO-PRODUCT-CD       TO LG-ITEM-CD                       PGM036
024500     MOVE WS-VMI-WAREHOUSE-CD TO LG-WAREHOUSE-CD                  PGM036
024500     MOVE 'Y'                 TO LG-TRANS-TYPE                    PGM036
024500     MOVE SC-SHIP-QTY         TO LG-QTY                           PGM036
024500     MOVE WS-PREV-QTY         TO LG-PREV-QTY                      PGM036
024500     MOVE IM-CURR-QTY         TO LG-CURR-QTY                      PGM036
024500     MOVE SC-SHIP-DATE        TO LG-TRANS-DATE                    PGM036
024500     MOVE SO-UNIT-PRICE       TO LG-UNIT-PRICE                    PGM036
024500     COMPUTE LG-AMOUNT = SC-SHIP-QTY * SO-UNIT-PRICE              PGM036
024500     WRITE LEDGER-REC                                             PGM036
024500     PERFORM 2430-WRITE-VMI-RECEIPT                               PGM036
024500     ADD 1 TO WS-VMI-COUNT.                                       PGM036
024500*                                                                 PGM036
024500 2420-CREATE-CONSIGN-STOCK.                                       PGM036
024500     MOVE WS-VMI-PLANT-IMAGE  TO INV-MASTER-REC                   PGM036
024500     MOVE WS-VMI-WAREHOUSE-CD TO IM-WAREHOUSE-CD                  PGM036
024500     MOVE ZEROS TO IM-CURR-QTY IM-MIN-QTY IM-MAX-QTY              PGM036
024500                   IM-CONSIGN-QTY                                 PGM036
024500     WRITE INV-MASTER-REC                                         PGM036
024500         INVALID KEY                                              PGM036
024500             DISPLAY 'VMI STOCK CREATE ERROR: ' WS-FILE-STATUS3   PGM036
024500     END-WRITE.                                                   PGM036
024500*                                                                 PGM036
024500* 위탁 입고 원장: 순번은 시각이며 같은 키가 있으면 하나씩                                PGM036
024500* 올려 다시 쓴다.                                                       PGM036
024500 2430-WRITE-VMI-RECEIPT.                                          PGM036
024500     INITIALIZE VMI-MOVE-REC                                      PGM036
024500     MOVE SO-CUSTOMER-CD TO VM-CUSTOMER-CD                        PGM036
024500     MOVE SO-PRODUCT-CD  TO VM-PRODUCT-CD                         PGM036
024500     MOVE SC-SHIP-DATE   TO VM-MOVE-DATE                          PGM036
024500     ACCEPT WS-VMI-NOW-TIME FROM TIME                             PGM036
024500     MOVE WS-VMI-NOW-TIME (1:6) TO VM-MOVE-SEQ                    PGM036
024500     SET VM-SHIP-IN TO TRUE                                       PGM036
024500     MOVE SC-SHIP-QTY    TO VM-QTY VM-OPEN-QTY                    PGM036
024500     MOVE SC-ORDER-NO    TO VM-ORDER-NO                           PGM036
024500     MOVE SC-LINE-NO     TO VM-LINE-NO                            PGM036
024500     MOVE SC-LOAD-NO     TO VM-LOAD-NO                            PGM036
024500     MOVE SC-LOT-NO      TO VM-LOT-NO                             PGM036
024500     MOVE 'N' TO WS-VMI-WRITTEN-FLAG                              PGM036
024500     MOVE ZEROS TO WS-VMI-WRITE-TRIES                             PGM036
024500     PERFORM 2435-TRY-WRITE-VMI-RECEIPT                           PGM036
024500         UNTIL WS-VMI-WRITTEN OR WS-VMI-WRITE-TRIES > 50.         PGM036
024500*                                                                 PGM036
024500 2435-TRY-WRITE-VMI-RECEIPT.                                      PGM036
024500     ADD 1 TO WS-VMI-WRITE-TRIES                                  PGM036
024500     WRITE VMI-MOVE-REC                                           PGM036
024500         INVALID KEY                                              PGM036
024500             ADD 1 TO VM-MOVE-SEQ                                 PGM036
024500         NOT INVALID KEY                                          PGM036
024500             SET WS-VMI-WRITTEN TO TRUE                           PGM036
024500     END-WRITE.                                                   PGM036
024600*                                                                 PGM036
024530* 정상 반영된 출하 라인만 청구 추출에 기록한다. PGM079는                           PGM036
024530* 본 추출만 청구하므로 거절된 확정 건은 청구되지 않는다.                            PGM036
024535     MOVE SC-SHIP-QTY  TO BX-SHIP-QTY                             PGM036
024535     WRITE BILLING-EXTRACT-REC.                                   PGM036
024535*                                                                 PGM036
024535 2496-WRITE-SHIP-HISTORY.                                         PGM036
024535     IF WS-SHHS-READY                                             PGM036
024535         WRITE SHIP-HISTORY-REC FROM SHIP-CONF-REC                PGM036
024535     END-IF.                                                      PGM036
024535*                                                                 PGM036
024540 2490-CONSUME-PACKING-TAG.                                        PGM036
024540     IF WS-TAG-OK                                                 PGM036
024540         SET PU-SHIPPED TO TRUE                                   PGM036
024560         WRITE ASN-STAGE-REC                                      PGM036
024560     END-IF.                                                      PGM036
024560*                                                                 PGM036
024560* 사양 보류된 라인을 고객 주문확인 스테이징에 변경확인                                   PGM036
024560* (보류 H/SP)으로 기록한다. 수량/단가/납기는 그대로이므로                              PGM036
024560* 변경 전 값도 현재 값과 같다. PGM179가 고객에 전송한다.                             PGM036
024560 2485-WRITE-SPEC-HOLD-ACK.                                        PGM036
024560     IF WS-OACK-READY                                             PGM036
024560         INITIALIZE ORDER-ACK-STAGE-REC                           PGM036
024560         SET OA-DETAIL          TO TRUE                           PGM036
024560         SET OA-DT-CHANGE-ACK   TO TRUE                           PGM036
024560         MOVE WS-TODAY          TO OA-EXTRACT-DATE                PGM036
024560         MOVE SO-CUSTOMER-CD    TO OA-CUSTOMER-CD                 PGM036
024560         ACCEPT OA-DT-EVENT-TIME FROM TIME                        PGM036
024560         MOVE SO-ORDER-NO       TO OA-DT-ORDER-NO                 PGM036
024560         MOVE SO-LINE-NO        TO OA-DT-LINE-NO                  PGM036
024560         MOVE SO-PRODUCT-CD     TO OA-DT-PRODUCT-CD               PGM036
024560         SET OA-DT-HELD         TO TRUE                           PGM036
024560         SET OA-DT-SPEC-HOLD    TO TRUE                           PGM036
024560         MOVE SO-ORDER-QTY      TO OA-DT-ORDER-QTY                PGM036
024560         MOVE SO-ORDER-QTY      TO OA-DT-OLD-QTY                  PGM036
024560         MOVE SO-UNIT-PRICE     TO OA-DT-UNIT-PRICE               PGM036
024560         MOVE SO-UNIT-PRICE     TO OA-DT-OLD-PRICE                PGM036
024560         MOVE SO-DUE-DATE       TO OA-DT-PROMISED-DATE            PGM036
024560         MOVE SO-DUE-DATE       TO OA-DT-OLD-DUE-DATE             PGM036
024560         WRITE ORDER-ACK-STAGE-REC                                PGM036
024560     END-IF.                                                      PGM036
024560*                                                                 PGM036
024600 2460-CONFIRM-LOAD-LINE.                                          PGM036
024600     IF WS-LOAD-FOUND                                             PGM036
024600         SET LD-CONFIRMED TO TRUE                                 PGM036
024600         IF SC-CARRIER-CD NOT = SPACES                            PGM036
024600             MOVE SC-CARRIER-CD   TO LD-CARRIER-CD                PGM036
024600             MOVE SC-VEHICLE-TYPE TO LD-VEHICLE-TYPE              PGM036
024600         END-IF                                                   PGM036
024600         REWRITE LOAD-REC                                         PGM036
024600             INVALID KEY                                          PGM036
024600                 DISPLAY 'LOAD CONFIRM ERROR: '                   PGM036
033000     IF WS-LOAD-READY                                             PGM036
033000         CLOSE LOAD-FILE                                          PGM036
033000     END-IF                                                       PGM036
033000     IF WS-LDSC-READY                                             PGM036
033000         CLOSE LOAD-SCAN-FILE                                     PGM036
033000     END-IF                                                       PGM036
033000     IF WS-RESV-READY                                             PGM036
033000         CLOSE RESERVATION-FILE                                   PGM036
033000     END-IF                                                       PGM036
033000     IF WS-OACK-READY                                             PGM036
033000         CLOSE ORDER-ACK-STAGE-FILE                               PGM036
033000     END-IF                                                       PGM036
033000     IF WS-ASN-READY                                              PGM036
033000         CLOSE ASN-STAGE-FILE                                     PGM036
033000     END-IF                                                       PGM036
033000         CLOSE PACKING-UNIT-FILE                                  PGM036
033000     END-IF                                                       PGM036
033000     CLOSE BILLING-EXTRACT-FILE                                   PGM036
033000     IF WS-VMI-READY                                              PGM036
033000         CLOSE VMI-SITE-FILE                                      PGM036
033000         CLOSE VMI-MOVE-FILE                                      PGM036
033000     END-IF                                                       PGM036
033000     IF WS-SHHS-READY                                             PGM036
033000         CLOSE SHIP-HISTORY-FILE                                  PGM036
033000     END-IF                                                       PGM036
033000     IF WS-CSPEC-READY                                            PGM036
033000         CLOSE CUST-SPEC-FILE                                     PGM036
033000     END-IF                                                       PGM036
033700     DISPLAY 'PGM036 COMPLETED: ' WS-SHIP-COUNT                   PGM036
033800             ' SHIPMENTS, ' WS-POSTED-COUNT ' POSTED, '           PGM036
033900             WS-ERROR-COUNT ' REJECTED, '                         PGM036
034000             WS-BACKLOG-COUNT ' OPEN ORDERS, '                    PGM036
034000             WS-VMI-COUNT ' MOVED TO VMI SITES'.                  PGM036
034100*                                                                 PGM036
034200 9700-WRITE-AUDIT-RECORD.                                         PGM036
034300     IF WS-AUDIT-READY                                            PGM036
