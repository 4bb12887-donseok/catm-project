003200         ASSIGN TO IPXFRPT                                        PGM117
003300         ORGANIZATION IS SEQUENTIAL                               PGM117
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM117
003400     SELECT OPTIONAL TRANSFER-PRICE-FILE                          PGM117
003400         ASSIGN TO TRPRICE                                        PGM117
003400         ORGANIZATION IS INDEXED                                  PGM117
003400         ACCESS MODE IS RANDOM                                    PGM117
003400         RECORD KEY IS TP-KEY                                     PGM117
003400         FILE STATUS IS WS-FILE-STATUS4.                          PGM117
003400     SELECT INV-MASTER-FILE                                       PGM117
003400         ASSIGN TO INVMAST                                        PGM117
003400         ORGANIZATION IS INDEXED                                  PGM117
003400         ACCESS MODE IS RANDOM                                    PGM117
003400         RECORD KEY IS IM-KEY                                     PGM117
003400         FILE STATUS IS WS-FILE-STATUS5.                          PGM117
003400     SELECT OPTIONAL IC-INVOICE-FILE                              PGM117
003400         ASSIGN TO ICINVC                                         PGM117
003400         ORGANIZATION IS INDEXED                                  PGM117
003400         ACCESS MODE IS RANDOM                                    PGM117
003400         RECORD KEY IS IC-XFER-NO                                 PGM117
003400         FILE STATUS IS WS-FILE-STATUS6.                          PGM117
003400     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM117
003400         ASSIGN TO GLINTF                                         PGM117
003400         ORGANIZATION IS SEQUENTIAL                               PGM117
003400         FILE STATUS IS WS-FILE-STATUS7.                          PGM117
003500*                                                                 PGM117
003600 DATA DIVISION.                                                   PGM117
003700 FILE SECTION.                                                    PGM117
004300     COPY CPYINVTR.                                               PGM117
004400 FD  TRANSIT-REPORT-FILE.                                         PGM117
004500 01  TRANSIT-REPORT-REC      PIC X(132).                          PGM117
004500 FD  TRANSFER-PRICE-FILE.                                         PGM117
004500 01  TRANSFER-PRICE-REC.                                          PGM117
004500     COPY CPYTRPR.                                                PGM117
004500 FD  INV-MASTER-FILE.                                             PGM117
004500 01  INV-MASTER-REC.                                              PGM117
004500     COPY CPYINVMS.                                               PGM117
004500 FD  IC-INVOICE-FILE.                                             PGM117
004500 01  IC-INVOICE-REC.                                              PGM117
004500     COPY CPYICIV.                                                PGM117
004500 FD  GL-INTERFACE-FILE.                                           PGM117
004500 01  GL-INTERFACE-REC.                                            PGM117
004500     COPY CPYGLIF.                                                PGM117
004600*                                                                 PGM117
004700 WORKING-STORAGE SECTION.                                         PGM117
004800 01  WS-FILE-STATUS         PIC XX.                               PGM117
004900 01  WS-FILE-STATUS2        PIC XX.                               PGM117
005000 01  WS-FILE-STATUS3        PIC XX.                               PGM117
005000 01  WS-FILE-STATUS4        PIC XX.                               PGM117
005000 01  WS-FILE-STATUS5        PIC XX.                               PGM117
005000 01  WS-FILE-STATUS6        PIC XX.                               PGM117
005000 01  WS-FILE-STATUS7        PIC XX.                               PGM117
005000 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM117
005000     88 WS-GLIF-READY       VALUE 'Y'.                            PGM117
005000 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM117
005000 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM117
005000 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM117
005000 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM117
005000 01  WS-GL-EVENT-CD         PIC X(04).                            PGM117
005000 01  WS-GL-CATEGORY         PIC X(10).                            PGM117
005000 01  WS-GL-PLANT-CD         PIC X(04).                            PGM117
005000 01  WS-GL-REF-KEY          PIC X(24).                            PGM117
005000 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM117
005000 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM117
005100 01  WS-ABEND-STATUS        PIC XX.                               PGM117
005200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM117
005300     88 WS-EXIT             VALUE 'Y'.                            PGM117
005800     88 WS-SHIP-ACTION      VALUE 'S' 's'.                        PGM117
005900     88 WS-RECV-ACTION      VALUE 'R' 'r'.                        PGM117
006000     88 WS-REPORT-ACTION    VALUE 'P' 'p'.                        PGM117
006000     88 WS-PRICE-ACTION     VALUE 'T' 't'.                        PGM117
006100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM117
006200 01  WS-XFER-FOUND-FLAG     PIC X VALUE 'N'.                      PGM117
006300     88 WS-XFER-FOUND       VALUE 'Y'.                            PGM117
007000 01  WS-ENT-TO-WHSE         PIC X(05).                            PGM117
007100 01  WS-ENT-QTY             PIC S9(9).                            PGM117
007200 01  WS-ENT-USER            PIC X(10).                            PGM117
007200 01  WS-ENT-PRICE           PIC S9(9)V99.                         PGM117
007200 01  WS-XFER-UNIT-PRICE     PIC S9(9)V99 VALUE ZEROS.             PGM117
007200 01  WS-XFER-UNIT-COST      PIC S9(9)V99 VALUE ZEROS.             PGM117
007200 01  WS-PRICE-FOUND-FLAG    PIC X VALUE 'N'.                      PGM117
007200     88 WS-PRICE-FOUND      VALUE 'Y'.                            PGM117
007200 01  WS-IC-INVOICE-COUNT    PIC 9(5) VALUE ZEROS.                 PGM117
007300 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM117
007400 01  WS-TRANS-SEQ           PIC 9(05) VALUE ZEROS.                PGM117
007500 01  WS-TRANSIT-COUNT       PIC 9(5) VALUE ZEROS.                 PGM117
012100         DISPLAY 'REPORT OPEN ERROR: ' WS-FILE-STATUS3            PGM117
012200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM117
012300         PERFORM 9900-ABNORMAL-END                                PGM117
012300     END-IF                                                       PGM117
012300     OPEN I-O TRANSFER-PRICE-FILE                                 PGM117
012300     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM117
012300         DISPLAY 'TRANSFER PRICE OPEN ERROR: ' WS-FILE-STATUS4    PGM117
012300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM117
012300         PERFORM 9900-ABNORMAL-END                                PGM117
012300     END-IF                                                       PGM117
012300     OPEN INPUT INV-MASTER-FILE                                   PGM117
012300     IF WS-FILE-STATUS5 NOT = '00'                                PGM117
012300         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS5        PGM117
012300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM117
012300         PERFORM 9900-ABNORMAL-END                                PGM117
012300     END-IF                                                       PGM117
012300     OPEN I-O IC-INVOICE-FILE                                     PGM117
012300     IF WS-FILE-STATUS6 NOT = '00' AND WS-FILE-STATUS6 NOT = '05' PGM117
012300         DISPLAY 'IC INVOICE OPEN ERROR: ' WS-FILE-STATUS6        PGM117
012300         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM117
012300         PERFORM 9900-ABNORMAL-END                                PGM117
012300     END-IF                                                       PGM117
012300     OPEN EXTEND GL-INTERFACE-FILE                                PGM117
012300     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM117
012300         SET WS-GLIF-READY TO TRUE                                PGM117
012300         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM117
012300         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM117
012300     ELSE                                                         PGM117
012300         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS7      PGM117
012400     END-IF.                                                      PGM117
012500*                                                                 PGM117
012600 2000-PROCESS-MENU.                                               PGM117
012700     DISPLAY ' '                                                  PGM117
012800     DISPLAY '=== INTER-PLANT TRANSFER PROCESSING ==='            PGM117
012900     DISPLAY 'A=ADD  S=CONFIRM SHIP  R=CONFIRM RECEIVE  '         PGM117
013000             'P=IN-TRANSIT LIST  T=TRANSFER PRICE  E=EXIT'        PGM117
013100     ACCEPT WS-ACTION-CHOICE                                      PGM117
013200     EVALUATE TRUE                                                PGM117
013300         WHEN WS-EXIT-CHOICE                                      PGM117
014300             PERFORM 2400-CONFIRM-RECEIVE                         PGM117
014400         WHEN WS-REPORT-ACTION                                    PGM117
014500             PERFORM 2500-PRINT-IN-TRANSIT                        PGM117
014500         WHEN WS-PRICE-ACTION                                     PGM117
014500             PERFORM 2600-MAINTAIN-TRANSFER-PRICE                 PGM117
014600         WHEN OTHER                                               PGM117
014700             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM117
014800     END-EVALUATE.                                                PGM117
020700             DISPLAY 'ENTER USER ID: '                            PGM117
020800             ACCEPT WS-ENT-USER                                   PGM117
020900             MOVE WS-TODAY TO PX-SHIP-DATE                        PGM117
020900             PERFORM 2320-CAPTURE-SHIP-COST                       PGM117
021000             SET PX-IN-TRANSIT TO TRUE                            PGM117
021100             REWRITE INTERPLANT-XFER-REC                          PGM117
021200             PERFORM 2350-WRITE-XFER-OUT                          PGM117
021400         END-IF                                                   PGM117
021500     END-IF.                                                      PGM117
021600*                                                                 PGM117
021600* 출고 시점 출발 창고 이동평균 원가를 이고지시에 남긴다.                                 PGM117
021600* 사내 송장의 매출원가와 재고내 미실현 이익의 기준이다.                                  PGM117
021600 2320-CAPTURE-SHIP-COST.                                          PGM117
021600     MOVE PX-ITEM-CD      TO IM-ITEM-CD                           PGM117
021600     MOVE PX-FROM-WHSE-CD TO IM-WAREHOUSE-CD                      PGM117
021600     READ INV-MASTER-FILE                                         PGM117
021600         INVALID KEY                                              PGM117
021600             MOVE ZEROS TO PX-SHIP-UNIT-COST                      PGM117
021600         NOT INVALID KEY                                          PGM117
021600             MOVE IM-UNIT-COST TO PX-SHIP-UNIT-COST               PGM117
021600     END-READ.                                                    PGM117
021600*                                                                 PGM117
021700 2350-WRITE-XFER-OUT.                                             PGM117
021800     INITIALIZE XFER-INV-TRANS-REC                                PGM117
021900     MOVE PX-FROM-PLANT-CD TO IT-PLANT-CD                         PGM117
023800             DISPLAY 'ENTER USER ID: '                            PGM117
023900             ACCEPT WS-ENT-USER                                   PGM117
024000             MOVE WS-TODAY TO PX-RECV-DATE                        PGM117
024000             PERFORM 2420-PRICE-TRANSFER                          PGM117
024100             SET PX-RECEIVED TO TRUE                              PGM117
024200             REWRITE INTERPLANT-XFER-REC                          PGM117
024300             PERFORM 2450-WRITE-XFER-IN                           PGM117
024300             PERFORM 2470-ISSUE-IC-INVOICE                        PGM117
024400             DISPLAY 'RECEIVE CONFIRMED'                          PGM117
024500         END-IF                                                   PGM117
024600     END-IF.                                                      PGM117
024700*                                                                 PGM117
024700* 이전단가: 품목+출발/도착 플랜트 마스터 단가. 마스터가                                 PGM117
024700* 없으면 출고 원가로 넘겨(이익 없음) 도착 재고만 평가한다.                               PGM117
024700* 출고 원가가 없는 구 이고지시는 지금의 출발 창고 원가.                                 PGM117
024700 2420-PRICE-TRANSFER.                                             PGM117
024700     IF PX-SHIP-UNIT-COST NUMERIC                                 PGM117
024700         AND PX-SHIP-UNIT-COST > 0                                PGM117
024700         MOVE PX-SHIP-UNIT-COST TO WS-XFER-UNIT-COST              PGM117
024700     ELSE                                                         PGM117
024700         PERFORM 2320-CAPTURE-SHIP-COST                           PGM117
024700         MOVE PX-SHIP-UNIT-COST TO WS-XFER-UNIT-COST              PGM117
024700     END-IF                                                       PGM117
024700     MOVE PX-ITEM-CD       TO TP-ITEM-CD                          PGM117
024700     MOVE PX-FROM-PLANT-CD TO TP-FROM-PLANT-CD                    PGM117
024700     MOVE PX-TO-PLANT-CD   TO TP-TO-PLANT-CD                      PGM117
024700     READ TRANSFER-PRICE-FILE                                     PGM117
024700         INVALID KEY                                              PGM117
024700             MOVE 'N' TO WS-PRICE-FOUND-FLAG                      PGM117
024700             MOVE WS-XFER-UNIT-COST TO WS-XFER-UNIT-PRICE         PGM117
024700             DISPLAY 'NO TRANSFER PRICE - VALUED AT COST'         PGM117
024700         NOT INVALID KEY                                          PGM117
024700             SET WS-PRICE-FOUND TO TRUE                           PGM117
024700             MOVE TP-UNIT-PRICE TO WS-XFER-UNIT-PRICE             PGM117
024700     END-READ.                                                    PGM117
024700*                                                                 PGM117
024800 2450-WRITE-XFER-IN.                                              PGM117
024900     INITIALIZE XFER-INV-TRANS-REC                                PGM117
025000     MOVE PX-TO-PLANT-CD TO IT-PLANT-CD                           PGM117
025400     MOVE WS-TRANS-SEQ   TO IT-TRANS-SEQ                          PGM117
025500     SET IT-XFER-IN      TO TRUE                                  PGM117
025600     MOVE PX-XFER-QTY    TO IT-QTY                                PGM117
025600     MOVE WS-XFER-UNIT-PRICE TO IT-UNIT-PRICE                     PGM117
025700     MOVE PX-TO-WHSE-CD  TO IT-WAREHOUSE-CD                       PGM117
025800     MOVE WS-ENT-USER    TO IT-USER-ID                            PGM117
025900     ACCEPT IT-REG-TIME FROM TIME                                 PGM117
026000     WRITE XFER-INV-TRANS-REC.                                    PGM117
026100*                                                                 PGM117
026100* 사내 송장: 출발 플랜트의 사내 매출(ICSL)과 도착 플랜트의                             PGM117
026100* 사내 채무(ICPU)를 같은 금액으로 GL 인터페이스에 넘긴다.                             PGM117
026100* 분류에는 상대 플랜트를 넣어 상대별 계정을 둘 수 있게 한다.                              PGM117
026100 2470-ISSUE-IC-INVOICE.                                           PGM117
026100     INITIALIZE IC-INVOICE-REC                                    PGM117
026100     MOVE PX-XFER-NO        TO IC-XFER-NO                         PGM117
026100     MOVE WS-TODAY          TO IC-INVOICE-DATE                    PGM117
026100     MOVE PX-FROM-PLANT-CD  TO IC-SELL-PLANT-CD                   PGM117
026100     MOVE PX-TO-PLANT-CD    TO IC-BUY-PLANT-CD                    PGM117
026100     MOVE PX-TO-WHSE-CD     TO IC-BUY-WHSE-CD                     PGM117
026100     MOVE PX-ITEM-CD        TO IC-ITEM-CD                         PGM117
026100     MOVE PX-XFER-QTY       TO IC-QTY                             PGM117
026100     MOVE WS-XFER-UNIT-PRICE TO IC-UNIT-PRICE                     PGM117
026100     MOVE WS-XFER-UNIT-COST TO IC-UNIT-COST                       PGM117
026100     COMPUTE IC-INVOICE-AMT ROUNDED =                             PGM117
026100         PX-XFER-QTY * WS-XFER-UNIT-PRICE                         PGM117
026100     COMPUTE IC-COST-AMT ROUNDED =                                PGM117
026100         PX-XFER-QTY * WS-XFER-UNIT-COST                          PGM117
026100     IF WS-PRICE-FOUND                                            PGM117
026100         SET IC-PRICED      TO TRUE                               PGM117
026100     ELSE                                                         PGM117
026100         SET IC-AT-COST     TO TRUE                               PGM117
026100     END-IF                                                       PGM117
026100     SET IC-OPEN            TO TRUE                               PGM117
026100     WRITE IC-INVOICE-REC                                         PGM117
026100         INVALID KEY                                              PGM117
026100             DISPLAY 'IC INVOICE ALREADY ISSUED: ' IC-XFER-NO     PGM117
026100         NOT INVALID KEY                                          PGM117
026100             ADD 1 TO WS-IC-INVOICE-COUNT                         PGM117
026100             PERFORM 2480-POST-IC-INVOICE                         PGM117
026100             DISPLAY 'IC INVOICE ISSUED - AMOUNT: '               PGM117
026100                     IC-INVOICE-AMT                               PGM117
026100     END-WRITE.                                                   PGM117
026100*                                                                 PGM117
026100 2480-POST-IC-INVOICE.                                            PGM117
026100     MOVE SPACES            TO WS-GL-REF-KEY                      PGM117
026100     STRING IC-XFER-NO IC-ITEM-CD                                 PGM117
026100         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM117
026100     MOVE WS-TODAY          TO WS-GL-TRANS-DATE                   PGM117
026100     MOVE IC-INVOICE-AMT    TO WS-GL-AMOUNT                       PGM117
026100     MOVE 'ICSL'            TO WS-GL-EVENT-CD                     PGM117
026100     MOVE IC-BUY-PLANT-CD   TO WS-GL-CATEGORY                     PGM117
026100     MOVE IC-SELL-PLANT-CD  TO WS-GL-PLANT-CD                     PGM117
026100     PERFORM 9780-WRITE-GL-INTERFACE                              PGM117
026100     MOVE 'ICPU'            TO WS-GL-EVENT-CD                     PGM117
026100     MOVE IC-SELL-PLANT-CD  TO WS-GL-CATEGORY                     PGM117
026100     MOVE IC-BUY-PLANT-CD   TO WS-GL-PLANT-CD                     PGM117
026100     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM117
026100*                                                                 PGM117
026200 2500-PRINT-IN-TRANSIT.                                           PGM117
026300     MOVE WS-TODAY TO RH-RUN-DATE                                 PGM117
026400     WRITE TRANSIT-REPORT-REC FROM WS-RPT-HEADER                  PGM117
029100             END-IF                                               PGM117
029200     END-READ.                                                    PGM117
029300*                                                                 PGM117
029300* 이전가격 유지: 품목+출발/도착 플랜트 단가 등록/변경.                                 PGM117
029300 2600-MAINTAIN-TRANSFER-PRICE.                                    PGM117
029300     DISPLAY 'ENTER ITEM CODE: '                                  PGM117
029300     ACCEPT WS-ENT-ITEM                                           PGM117
029300     DISPLAY 'ENTER FROM PLANT: '                                 PGM117
029300     ACCEPT WS-ENT-FROM-PLANT                                     PGM117
029300     DISPLAY 'ENTER TO PLANT: '                                   PGM117
029300     ACCEPT WS-ENT-TO-PLANT                                       PGM117
029300     MOVE WS-ENT-ITEM       TO TP-ITEM-CD                         PGM117
029300     MOVE WS-ENT-FROM-PLANT TO TP-FROM-PLANT-CD                   PGM117
029300     MOVE WS-ENT-TO-PLANT   TO TP-TO-PLANT-CD                     PGM117
029300     READ TRANSFER-PRICE-FILE                                     PGM117
029300         INVALID KEY                                              PGM117
029300             MOVE 'N' TO WS-PRICE-FOUND-FLAG                      PGM117
029300             DISPLAY 'NO TRANSFER PRICE ON FILE'                  PGM117
029300         NOT INVALID KEY                                          PGM117
029300             SET WS-PRICE-FOUND TO TRUE                           PGM117
029300             DISPLAY 'CURRENT PRICE: ' TP-UNIT-PRICE              PGM117
029300                     ' SINCE ' TP-EFF-DATE                        PGM117
029300     END-READ                                                     PGM117
029300     DISPLAY 'ENTER NEW UNIT PRICE: '                             PGM117
029300     ACCEPT WS-ENT-PRICE                                          PGM117
029300     DISPLAY 'ENTER USER ID: '                                    PGM117
029300     ACCEPT WS-ENT-USER                                           PGM117
029300     IF WS-ENT-PRICE > 0                                          PGM117
029300         AND WS-ENT-FROM-PLANT NOT = WS-ENT-TO-PLANT              PGM117
029300         PERFORM 2650-SAVE-TRANSFER-PRICE                         PGM117
029300     ELSE                                                         PGM117
029300         DISPLAY 'PRICE NEEDS POSITIVE AMOUNT AND '               PGM117
029300                 'DIFFERENT PLANTS'                               PGM117
029300     END-IF.                                                      PGM117
029300*                                                                 PGM117
029300 2650-SAVE-TRANSFER-PRICE.                                        PGM117
029300     MOVE WS-ENT-PRICE TO TP-UNIT-PRICE                           PGM117
029300     MOVE WS-TODAY     TO TP-EFF-DATE                             PGM117
029300     MOVE WS-ENT-USER  TO TP-UPD-USER                             PGM117
029300     IF WS-PRICE-FOUND                                            PGM117
029300         REWRITE TRANSFER-PRICE-REC                               PGM117
029300             INVALID KEY                                          PGM117
029300                 DISPLAY 'PRICE REWRITE ERROR: ' WS-FILE-STATUS4  PGM117
029300         END-REWRITE                                              PGM117
029300     ELSE                                                         PGM117
029300         WRITE TRANSFER-PRICE-REC                                 PGM117
029300             INVALID KEY                                          PGM117
029300                 DISPLAY 'PRICE WRITE ERROR: ' WS-FILE-STATUS4    PGM117
029300         END-WRITE                                                PGM117
029300     END-IF                                                       PGM117
029300     DISPLAY 'TRANSFER PRICE SAVED'.                              PGM117
029300*                                                                 PGM117
029400 9000-FINALIZE.                                                   PGM117
029500     CLOSE INTERPLANT-XFER-FILE                                   PGM117
029600     CLOSE XFER-INV-TRANS-FILE                                    PGM117
029700     CLOSE TRANSIT-REPORT-FILE                                    PGM117
029700     CLOSE TRANSFER-PRICE-FILE                                    PGM117
029700     CLOSE INV-MASTER-FILE                                        PGM117
029700     CLOSE IC-INVOICE-FILE                                        PGM117
029700     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM117
029800     DISPLAY 'PGM117 - INTER-PLANT TRANSFER SESSION ENDED'.       PGM117
029900*                                                                 PGM117
029900 9780-WRITE-GL-INTERFACE.                                         PGM117
029900     IF WS-GLIF-READY                                             PGM117
029900         INITIALIZE GL-INTERFACE-REC                              PGM117
029900         MOVE 'PGM117'         TO GI-SOURCE-PGM                   PGM117
029900         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM117
029900         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM117
029900         SET GI-DETAIL         TO TRUE                            PGM117
029900         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM117
029900         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM117
029900         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM117
029900         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM117
029900         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM117
029900         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM117
029900         WRITE GL-INTERFACE-REC                                   PGM117
029900         ADD 1            TO WS-GL-CTL-CNT                        PGM117
029900         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM117
029900     END-IF.                                                      PGM117
029900*                                                                 PGM117
029900* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM117
029900* 배치를 완결된 것으로 보고 분개한다.                                            PGM117
029900 9790-CLOSE-GL-INTERFACE.                                         PGM117
029900     IF WS-GLIF-READY                                             PGM117
029900         INITIALIZE GL-INTERFACE-REC                              PGM117
029900         MOVE 'PGM117'         TO GI-SOURCE-PGM                   PGM117
029900         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM117
029900         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM117
029900         SET GI-TRAILER        TO TRUE                            PGM117
029900         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM117
029900         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM117
029900         WRITE GL-INTERFACE-REC                                   PGM117
029900         CLOSE GL-INTERFACE-FILE                                  PGM117
029900     END-IF.                                                      PGM117
029900*                                                                 PGM117
030000 9750-DIAGNOSE-FILE-STATUS.                                       PGM117
030100     EVALUATE WS-ABEND-STATUS                                     PGM117
030200         WHEN '10'                                                PGM117
