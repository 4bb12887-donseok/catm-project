000700* 처리내용  : INV-MASTER-FILE을 카테고리별로 정렬하여                            PGM008
000800*            품목별 재고금액(수량 x 단가)과 카테고리 소계,                          PGM008
000900*            전체 합계를 산출한다.                                         PGM008
000910*            선입선출 원가층(CPYCSTL, PGM002 유지)의 잔량 금액을               PGM008
000920*            같은 줄에 나란히 싣는다 (층이 없는 잔여 수량은                        PGM008
000930*            이동평균 단가로 평가).                                        PGM008
001000* =========================================================       PGM008
                                                                        PGM008
001100 ENVIRONMENT DIVISION.                                            PGM008
001270         ASSIGN TO INVVALR                                        PGM008
001280         ORGANIZATION IS SEQUENTIAL                               PGM008
001290         FILE STATUS IS WS-FILE-STATUS3.                          PGM008
001291     SELECT OPTIONAL COST-LAYER-FILE                              PGM008
001292         ASSIGN TO COSTLYR                                        PGM008
001293         ORGANIZATION IS INDEXED                                  PGM008
001294         ACCESS MODE IS DYNAMIC                                   PGM008
001295         RECORD KEY IS CL-KEY                                     PGM008
001296         FILE STATUS IS WS-FILE-STATUS4.                          PGM008
                                                                        PGM008
001800 DATA DIVISION.                                                   PGM008
001810 FILE SECTION.                                                    PGM008
001990     05 VR-QTY               PIC S9(9) COMP-3.                    PGM008
002000     05 VR-UNIT-COST         PIC S9(9)V99 COMP-3.                 PGM008
002010     05 VR-EXT-VALUE         PIC S9(11)V99 COMP-3.                PGM008
002015     05 VR-FIFO-VALUE        PIC S9(11)V99 COMP-3.                PGM008
002020     05 FILLER               PIC X(13).                           PGM008
002021 FD  COST-LAYER-FILE.                                             PGM008
002022 01  COST-LAYER-REC.                                              PGM008
002023     COPY CPYCSTL.                                                PGM008
                                                                        PGM008
002300 WORKING-STORAGE SECTION.                                         PGM008
002310 01  WS-FILE-STATUS          PIC XX.                              PGM008
002320 01  WS-FILE-STATUS2         PIC XX.                              PGM008
002330 01  WS-FILE-STATUS3         PIC XX.                              PGM008
002335 01  WS-FILE-STATUS4         PIC XX.                              PGM008
002336 01  WS-CSTL-READY-FLAG      PIC X VALUE 'N'.                     PGM008
002337     88 WS-CSTL-READY        VALUE 'Y'.                           PGM008
002338 01  WS-CSTL-EOF-FLAG        PIC X VALUE 'N'.                     PGM008
002339     88 WS-CSTL-EOF          VALUE 'Y'.                           PGM008
002340 01  WS-EOF-FLAG             PIC X VALUE 'N'.                     PGM008
002350     88 WS-EOF               VALUE 'Y'.                           PGM008
002360 01  WS-CURRENT-CATEGORY     PIC X(10) VALUE SPACES.              PGM008
002380 01  WS-GRAND-TOTAL          PIC S9(11)V99 VALUE ZEROS.           PGM008
002390 01  WS-EXT-VALUE            PIC S9(11)V99 VALUE ZEROS.           PGM008
002400 01  WS-ITEM-COUNT           PIC 9(7) VALUE ZEROS.                PGM008
002401 01  WS-CAT-FIFO-SUBTOTAL    PIC S9(11)V99 VALUE ZEROS.           PGM008
002402 01  WS-GRAND-FIFO-TOTAL     PIC S9(11)V99 VALUE ZEROS.           PGM008
002403 01  WS-FIFO-VALUE           PIC S9(11)V99 VALUE ZEROS.           PGM008
002404 01  WS-LAYER-QTY            PIC S9(11) VALUE ZEROS.              PGM008
002406 01  WS-OWN-QTY              PIC S9(11) VALUE ZEROS.              PGM008
002405 01  WS-CONSIGN-QTY          PIC S9(9) VALUE ZEROS.               PGM008
002410 01  WS-ABEND-STATUS         PIC XX.                              PGM008
                                                                        PGM008
003155         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM008
003160         PERFORM 9900-ABNORMAL-END                                PGM008
003170     END-IF                                                       PGM008
003172     OPEN INPUT COST-LAYER-FILE                                   PGM008
003174     IF WS-FILE-STATUS4 = '00'                                    PGM008
003176         SET WS-CSTL-READY TO TRUE                                PGM008
003178     ELSE                                                         PGM008
003179         DISPLAY 'COST LAYER FILE ABSENT - FIFO VALUE AT '        PGM008
003179                 'AVERAGE COST: ' WS-FILE-STATUS4                 PGM008
003179     END-IF                                                       PGM008
003180     PERFORM 1100-READ-FIRST-RECORD.                              PGM008
003190*                                                                 PGM008
003200 1100-READ-FIRST-RECORD.                                          PGM008
003310         MOVE IM-CATEGORY OF SORTED-MASTER-REC                    PGM008
003315             TO WS-CURRENT-CATEGORY                               PGM008
003320         MOVE ZEROS TO WS-CAT-SUBTOTAL                            PGM008
003325         MOVE ZEROS TO WS-CAT-FIFO-SUBTOTAL                       PGM008
003330     END-IF                                                       PGM008
003340     PERFORM 2100-WRITE-DETAIL                                    PGM008
003350     READ SORTED-MASTER-FILE                                      PGM008
003405         * IM-UNIT-COST OF SORTED-MASTER-REC                      PGM008
003410     ADD WS-EXT-VALUE TO WS-CAT-SUBTOTAL                          PGM008
003420     ADD WS-EXT-VALUE TO WS-GRAND-TOTAL                           PGM008
003422     PERFORM 2200-VALUE-FIFO-LAYERS                               PGM008
003424     ADD WS-FIFO-VALUE TO WS-CAT-FIFO-SUBTOTAL                    PGM008
003426     ADD WS-FIFO-VALUE TO WS-GRAND-FIFO-TOTAL                     PGM008
003430     ADD 1 TO WS-ITEM-COUNT                                       PGM008
003440     INITIALIZE VALUATION-REPORT-REC                              PGM008
003450     SET VR-DETAIL TO TRUE                                        PGM008
003480     MOVE IM-CURR-QTY OF SORTED-MASTER-REC TO VR-QTY              PGM008
003490     MOVE IM-UNIT-COST OF SORTED-MASTER-REC TO VR-UNIT-COST       PGM008
003500     MOVE WS-EXT-VALUE TO VR-EXT-VALUE                            PGM008
003505     MOVE WS-FIFO-VALUE TO VR-FIFO-VALUE                          PGM008
003510     WRITE VALUATION-REPORT-REC.                                  PGM008
003510*                                                                 PGM008
003510* 선입선출 평가: 품목/창고의 미소진 원가층 잔량 x 입고단가.                            PGM008
003510* 층으로 덮이지 않은 자가 수량(원가층 도입 전 재고)은 이동                             PGM008
003510* 평균 단가로 평가한다.                                                 PGM008
003510 2200-VALUE-FIFO-LAYERS.                                          PGM008
003510     MOVE ZEROS TO WS-FIFO-VALUE                                  PGM008
003510     MOVE ZEROS TO WS-LAYER-QTY                                   PGM008
003510     COMPUTE WS-OWN-QTY =                                         PGM008
003510         IM-CURR-QTY OF SORTED-MASTER-REC - WS-CONSIGN-QTY        PGM008
003510     IF WS-CSTL-READY                                             PGM008
003510         MOVE 'N' TO WS-CSTL-EOF-FLAG                             PGM008
003510         MOVE IM-ITEM-CD OF SORTED-MASTER-REC TO CL-ITEM-CD       PGM008
003510         MOVE IM-WAREHOUSE-CD OF SORTED-MASTER-REC                PGM008
003510             TO CL-WAREHOUSE-CD                                   PGM008
003510         MOVE ZEROS      TO CL-RECEIPT-DATE                       PGM008
003510         MOVE LOW-VALUES TO CL-PLANT-CD                           PGM008
003510         MOVE ZEROS      TO CL-RECEIPT-SEQ                        PGM008
003510         START COST-LAYER-FILE KEY >= CL-KEY                      PGM008
003510             INVALID KEY                                          PGM008
003510                 SET WS-CSTL-EOF TO TRUE                          PGM008
003510         END-START                                                PGM008
003510         PERFORM 2210-ADD-ONE-LAYER                               PGM008
003510             UNTIL WS-CSTL-EOF                                    PGM008
003510     END-IF                                                       PGM008
003510     IF WS-OWN-QTY > WS-LAYER-QTY                                 PGM008
003510         COMPUTE WS-FIFO-VALUE = WS-FIFO-VALUE                    PGM008
003510             + ((WS-OWN-QTY - WS-LAYER-QTY)                       PGM008
003510                * IM-UNIT-COST OF SORTED-MASTER-REC)              PGM008
003510     END-IF.                                                      PGM008
003510*                                                                 PGM008
003510 2210-ADD-ONE-LAYER.                                              PGM008
003510     READ COST-LAYER-FILE NEXT RECORD                             PGM008
003510         AT END                                                   PGM008
003510             SET WS-CSTL-EOF TO TRUE                              PGM008
003510         NOT AT END                                               PGM008
003510             IF CL-ITEM-CD NOT = IM-ITEM-CD OF SORTED-MASTER-REC  PGM008
003510                 OR CL-WAREHOUSE-CD                               PGM008
003510                    NOT = IM-WAREHOUSE-CD OF SORTED-MASTER-REC    PGM008
003510                 SET WS-CSTL-EOF TO TRUE                          PGM008
003510             ELSE                                                 PGM008
003510                 IF CL-OPEN AND CL-REMAIN-QTY > 0                 PGM008
003510                     ADD CL-REMAIN-QTY TO WS-LAYER-QTY            PGM008
003510                     COMPUTE WS-FIFO-VALUE = WS-FIFO-VALUE        PGM008
003510                         + (CL-REMAIN-QTY * CL-UNIT-COST)         PGM008
003510                 END-IF                                           PGM008
003510             END-IF                                               PGM008
003510     END-READ.                                                    PGM008
003520*                                                                 PGM008
003530 3000-WRITE-SUBTOTAL.                                             PGM008
003540     INITIALIZE VALUATION-REPORT-REC                              PGM008
003550     SET VR-SUBTOTAL TO TRUE                                      PGM008
003560     MOVE WS-CURRENT-CATEGORY TO VR-CATEGORY                      PGM008
003570     MOVE WS-CAT-SUBTOTAL TO VR-EXT-VALUE                         PGM008
003575     MOVE WS-CAT-FIFO-SUBTOTAL TO VR-FIFO-VALUE                   PGM008
003580     WRITE VALUATION-REPORT-REC.                                  PGM008
003590*                                                                 PGM008
003600 3500-WRITE-GRAND-TOTAL.                                          PGM008
003610     INITIALIZE VALUATION-REPORT-REC                              PGM008
003620     SET VR-GRAND-TOTAL TO TRUE                                   PGM008
003630     MOVE WS-GRAND-TOTAL TO VR-EXT-VALUE                          PGM008
003635     MOVE WS-GRAND-FIFO-TOTAL TO VR-FIFO-VALUE                    PGM008
003640     WRITE VALUATION-REPORT-REC.                                  PGM008
003650*                                                                 PGM008
003660 9000-FINALIZE.                                                   PGM008
003670     CLOSE SORTED-MASTER-FILE                                     PGM008
003680     CLOSE VALUATION-REPORT-FILE                                  PGM008
003685     IF WS-CSTL-READY                                             PGM008
003686         CLOSE COST-LAYER-FILE                                    PGM008
003687     END-IF                                                       PGM008
003690     DISPLAY 'PGM008 COMPLETED - ITEMS VALUED: ' WS-ITEM-COUNT.   PGM008
003700*                                                                 PGM008
003705 9750-DIAGNOSE-FILE-STATUS.                                       PGM008
