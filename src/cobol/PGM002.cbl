003099         ACCESS MODE IS RANDOM                                    PGM002
003099         RECORD KEY IS LS-KEY                                     PGM002
003099         FILE STATUS IS WS-FILE-STATUS8.                          PGM002
003099     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM002
003099         ASSIGN TO GLINTF                                         PGM002
003099         ORGANIZATION IS SEQUENTIAL                               PGM002
003099         FILE STATUS IS WS-FILE-STATUS18.                         PGM002
003099     SELECT OPTIONAL POSTING-HISTORY-FILE                         PGM002
003099         ASSIGN TO POSTHIST                                       PGM002
003099         ORGANIZATION IS INDEXED                                  PGM002
003099         ACCESS MODE IS RANDOM                                    PGM002
003099         RECORD KEY IS PH-KEY                                     PGM002
003099         FILE STATUS IS WS-FILE-STATUS19.                         PGM002
003099     SELECT OPTIONAL USER-AUTH-FILE                               PGM002
003099         ASSIGN TO USERAUTH                                       PGM002
003099         ORGANIZATION IS INDEXED                                  PGM002
003099         ACCESS MODE IS RANDOM                                    PGM002
003099         RECORD KEY IS UA-USER-ID                                 PGM002
003099         FILE STATUS IS WS-FILE-STATUS20.                         PGM002
003099     SELECT OPTIONAL REVERSAL-REGISTER-FILE                       PGM002
003099         ASSIGN TO REVREGR                                        PGM002
003099         ORGANIZATION IS SEQUENTIAL                               PGM002
003099         FILE STATUS IS WS-FILE-STATUS21.                         PGM002
003099     SELECT OPTIONAL COST-LAYER-FILE                              PGM002
003099         ASSIGN TO COSTLYR                                        PGM002
003099         ORGANIZATION IS INDEXED                                  PGM002
003099         ACCESS MODE IS DYNAMIC                                   PGM002
003099         RECORD KEY IS CL-KEY                                     PGM002
003099         FILE STATUS IS WS-FILE-STATUS22.                         PGM002
003100                                                                  PGM002
003200 DATA DIVISION.                                                   PGM002
003300 FILE SECTION.                                                    PGM002
004296 FD  CHECKPOINT-FILE.                                             PGM002
004297 01  CHECKPOINT-REC.                                              PGM002
004298     COPY CPYCKPT.                                                PGM002
004298 01  CKX2-REC REDEFINES CHECKPOINT-REC.                           PGM002
004298     05 FILLER                PIC X(95).                          PGM002
004298     05 CKX2-GL-RUN-DATE      PIC 9(08).                          PGM002
004298     05 CKX2-GL-RUN-TIME      PIC 9(08).                          PGM002
004298     05 CKX2-GL-CTL-CNT       PIC 9(07).                          PGM002
004298     05 CKX2-GL-CTL-AMT       PIC S9(13)V99.                      PGM002
004298     05 FILLER                PIC X(362).                         PGM002
004299 FD  LOCATION-STOCK-FILE.                                         PGM002
004299 01  LOCATION-STOCK-REC.                                          PGM002
004299     COPY CPYLOCST.                                               PGM002
004299 01  PARTITION-PARM-REC.                                          PGM002
004299     05 PP2-PARTITION-ID      PIC X(02).                          PGM002
004299     05 FILLER                PIC X(18).                          PGM002
004299 FD  GL-INTERFACE-FILE.                                           PGM002
004299 01  GL-INTERFACE-REC.                                            PGM002
004299     COPY CPYGLIF.                                                PGM002
004299 FD  POSTING-HISTORY-FILE.                                        PGM002
004299 01  POSTING-HISTORY-REC.                                         PGM002
004299     COPY CPYPSTH.                                                PGM002
004299 FD  USER-AUTH-FILE.                                              PGM002
004299 01  USER-AUTH-REC.                                               PGM002
004299     COPY CPYUAUTH.                                               PGM002
004299 FD  REVERSAL-REGISTER-FILE.                                      PGM002
004299 01  REVERSAL-REGISTER-REC      PIC X(132).                       PGM002
004299 FD  COST-LAYER-FILE.                                             PGM002
004299 01  COST-LAYER-REC.                                              PGM002
004299     COPY CPYCSTL.                                                PGM002
004300                                                                  PGM002
004400 WORKING-STORAGE SECTION.                                         PGM002
004500 01  WS-FILE-STATUS         PIC XX.                               PGM002
004768 01  WS-CLOSED-PD-COUNT     PIC 9(5) VALUE ZEROS.                 PGM002
004768 01  WS-ITEM-REJECT-FLAG    PIC X VALUE 'N'.                      PGM002
004768     88 WS-ITEM-REJECTED    VALUE 'Y'.                            PGM002
004768 01  WS-FILE-STATUS18       PIC XX.                               PGM002
004768 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM002
004768     88 WS-GLIF-READY       VALUE 'Y'.                            PGM002
004768 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM002
004768 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM002
004768 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM002
004768 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM002
004768 01  WS-GL-EVENT-CD         PIC X(04).                            PGM002
004768 01  WS-GL-CATEGORY         PIC X(10).                            PGM002
004768 01  WS-GL-PLANT-CD         PIC X(04).                            PGM002
004768 01  WS-GL-REF-KEY          PIC X(24).                            PGM002
004768 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM002
004768 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM002
004768 01  WS-FILE-STATUS19       PIC XX.                               PGM002
004768 01  WS-FILE-STATUS20       PIC XX.                               PGM002
004768 01  WS-FILE-STATUS21       PIC XX.                               PGM002
004768 01  WS-PSTH-READY-FLAG     PIC X VALUE 'N'.                      PGM002
004768     88 WS-PSTH-READY       VALUE 'Y'.                            PGM002
004768 01  WS-UAUTH-READY-FLAG    PIC X VALUE 'N'.                      PGM002
004768     88 WS-UAUTH-READY      VALUE 'Y'.                            PGM002
004768 01  WS-REVREG-READY-FLAG   PIC X VALUE 'N'.                      PGM002
004768     88 WS-REVREG-READY     VALUE 'Y'.                            PGM002
004768 01  WS-REV-LINE-CD         PIC X VALUE SPACE.                    PGM002
004768     88 WS-POSTING-REVERSAL VALUE 'R'.                            PGM002
004768     88 WS-POSTING-CORRECTION VALUE 'C'.                          PGM002
004768 01  WS-REV-REJECT-FLAG     PIC X VALUE 'N'.                      PGM002
004768     88 WS-REV-REJECTED     VALUE 'Y'.                            PGM002
004768 01  WS-REV-REPOST-FLAG     PIC X VALUE 'N'.                      PGM002
004768     88 WS-REV-REPOST       VALUE 'Y'.                            PGM002
004768 01  WS-REV-REASON          PIC X(25).                            PGM002
004768 01  WS-REPOST-STATUS       PIC X(25).                            PGM002
004768 01  WS-REV-COUNT           PIC 9(5) VALUE ZEROS.                 PGM002
004768 01  WS-REV-REJECT-COUNT    PIC 9(5) VALUE ZEROS.                 PGM002
004768 01  WS-REPOST-COUNT        PIC 9(5) VALUE ZEROS.                 PGM002
004768 01  WS-REV-POST-SAVE       PIC 9(09) VALUE ZEROS.                PGM002
004768 01  WS-REV-ERR-SAVE        PIC 9(09) VALUE ZEROS.                PGM002
004768 01  WS-REV-INPUT-SAVE      PIC X(110).                           PGM002
004768 01  WS-REV-ORIG-DATE       PIC 9(08) VALUE ZEROS.                PGM002
004768 01  WS-REV-ORIG-SEQ        PIC 9(05) VALUE ZEROS.                PGM002
004768 01  WS-REV-ORIG-TYPE       PIC X(01).                            PGM002
004768 01  WS-REV-ORIG-WHSE       PIC X(05).                            PGM002
004768 01  WS-REV-ORIG-LOC        PIC X(10).                            PGM002
004768 01  WS-REV-ORIG-OWNER      PIC X(01).                            PGM002
004768 01  WS-REV-ORIG-QTY        PIC S9(9) VALUE ZEROS.                PGM002
004768 01  WS-REV-ORIG-PRICE      PIC S9(9)V99 VALUE ZEROS.             PGM002
004768 01  WS-REV-ORIG-TR-PRICE   PIC S9(9)V99 VALUE ZEROS.             PGM002
004768 01  WS-POST-UNIT-PRICE     PIC S9(9)V99 VALUE ZEROS.             PGM002
004768 01  WS-POST-AMOUNT         PIC S9(11)V99 VALUE ZEROS.            PGM002
004768 01  WS-RR-HEADER-1.                                              PGM002
004768     05 FILLER               PIC X(29) VALUE                      PGM002
004768             'PGM002 INVENTORY TRANSACTION '.                     PGM002
004768     05 FILLER               PIC X(29) VALUE                      PGM002
004768             'REVERSAL REGISTER - RUN DATE '.                     PGM002
004768     05 RR-RUN-DATE          PIC 9(08).                           PGM002
004768     05 FILLER               PIC X(66) VALUE SPACES.              PGM002
004768 01  WS-RR-HEADER-2.                                              PGM002
004768     05 FILLER               PIC X(44) VALUE                      PGM002
004768             'REV DATE SEQ   ITEM            WHSE  T  ORIG'.      PGM002
004768     05 FILLER               PIC X(44) VALUE                      PGM002
004768             ' DT  OSEQ         QTY    UNIT PRICE         '.      PGM002
004768     05 FILLER               PIC X(44) VALUE                      PGM002
004768             ' AMOUNT SUPERVISOR RESULT                   '.      PGM002
004768 01  WS-RR-DETAIL.                                                PGM002
004768     05 RR-REV-DATE          PIC 9(08).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-REV-SEQ           PIC 9(05).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-ITEM-CD           PIC X(15).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-WHSE-CD           PIC X(05).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-TRANS-TYPE        PIC X(01).                           PGM002
004768     05 FILLER               PIC X(02) VALUE SPACES.              PGM002
004768     05 RR-ORIG-DATE         PIC 9(08).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-ORIG-SEQ          PIC 9(05).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-QTY               PIC -(9)9.                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-UNIT-PRICE        PIC -(9)9.99.                        PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-AMOUNT            PIC -(11)9.99.                       PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-USER-ID           PIC X(10).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RR-RESULT            PIC X(25).                           PGM002
004768 01  WS-RR-CORRECTION.                                            PGM002
004768     05 FILLER               PIC X(15) VALUE SPACES.              PGM002
004768     05 RC2-ITEM-CD          PIC X(15).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RC2-WHSE-CD          PIC X(05).                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RC2-TRANS-TYPE       PIC X(01).                           PGM002
004768     05 FILLER               PIC X(02) VALUE SPACES.              PGM002
004768     05 FILLER               PIC X(15) VALUE 'CORRECTION'.        PGM002
004768     05 RC2-QTY              PIC -(9)9.                           PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RC2-UNIT-PRICE       PIC -(9)9.99.                        PGM002
004768     05 FILLER               PIC X(01) VALUE SPACE.               PGM002
004768     05 RC2-AMOUNT           PIC -(11)9.99.                       PGM002
004768     05 FILLER               PIC X(12) VALUE SPACES.              PGM002
004768     05 RC2-RESULT           PIC X(25).                           PGM002
004768 01  WS-RR-TRAILER.                                               PGM002
004768     05 FILLER               PIC X(22) VALUE                      PGM002
004768             '*** REVERSALS POSTED: '.                            PGM002
004768     05 RT2-POSTED           PIC ZZZZ9.                           PGM002
004768     05 FILLER               PIC X(12) VALUE '  REJECTED: '.      PGM002
004768     05 RT2-REJECTED         PIC ZZZZ9.                           PGM002
004768     05 FILLER               PIC X(22) VALUE                      PGM002
004768             '  CORRECTIONS POSTED: '.                            PGM002
004768     05 RT2-REPOSTED         PIC ZZZZ9.                           PGM002
004768     05 FILLER               PIC X(61) VALUE SPACES.              PGM002
004768 01  WS-FILE-STATUS22       PIC XX.                               PGM002
004768 01  WS-CSTL-READY-FLAG     PIC X VALUE 'N'.                      PGM002
004768     88 WS-CSTL-READY       VALUE 'Y'.                            PGM002
004768 01  WS-CSTL-EOF-FLAG       PIC X VALUE 'N'.                      PGM002
004768     88 WS-CSTL-EOF         VALUE 'Y'.                            PGM002
004768 01  WS-FIFO-QTY            PIC S9(9) VALUE ZEROS.                PGM002
004768 01  WS-FIFO-REMAIN         PIC S9(9) VALUE ZEROS.                PGM002
004768 01  WS-FIFO-TAKE-QTY       PIC S9(9) VALUE ZEROS.                PGM002
004768 01  WS-FIFO-COST           PIC S9(11)V99 VALUE ZEROS.            PGM002
004768 01  WS-FIFO-AMOUNT         PIC S9(11)V99 VALUE ZEROS.            PGM002
004768 01  WS-FIFO-SHORT-COUNT    PIC 9(5) VALUE ZEROS.                 PGM002
004800 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM002
004900     88 WS-EOF              VALUE 'Y'.                            PGM002
005000 01  WS-PROCESS-COUNT       PIC 9(7) VALUE ZEROS.                 PGM002
008189         DISPLAY 'EXPIRY LOT FILE ABSENT - SHELF LIFE '           PGM002
008189                 'NOT ENFORCED: ' WS-FILE-STATUS16                PGM002
008189     END-IF                                                       PGM002
008189     OPEN I-O COST-LAYER-FILE                                     PGM002
008189     IF WS-FILE-STATUS22 = '00' OR WS-FILE-STATUS22 = '05'        PGM002
008189         SET WS-CSTL-READY TO TRUE                                PGM002
008189     ELSE                                                         PGM002
008189         DISPLAY 'COST LAYER FILE ABSENT - FIFO COST '            PGM002
008189                 'NOT MAINTAINED: ' WS-FILE-STATUS22              PGM002
008189     END-IF                                                       PGM002
008189     OPEN INPUT RESERVATION-FILE                                  PGM002
008189     IF WS-FILE-STATUS15 = '00' OR WS-FILE-STATUS15 = '05'        PGM002
008189         SET WS-RESV-READY TO TRUE                                PGM002
008189         DISPLAY 'ALERT QUEUE OPEN ERROR: '                       PGM002
008189                 WS-FILE-STATUS12                                 PGM002
008189     END-IF                                                       PGM002
008189     PERFORM 1065-OPEN-GL-INTERFACE                               PGM002
008189     PERFORM 1068-OPEN-REVERSAL-FILES                             PGM002
008190     PERFORM 1100-READ-FIRST-RECORD                               PGM002
008190     PERFORM 1150-SKIP-TO-RESTART-POINT                           PGM002
008190         UNTIL WS-EOF OR NOT WS-RESTART-RUN                       PGM002
008200         PERFORM 1070-CHECK-INPUT-REGISTRY                        PGM002
008200     END-IF.                                                      PGM002
008300*                                                                 PGM002
008300* GL 인터페이스: 재시작 실행은 체크포인트에 남긴 배치                                  PGM002
008300* 키와 컨트롤 누적을 이어 써서 한 배치로 마감한다.                                    PGM002
008300 1065-OPEN-GL-INTERFACE.                                          PGM002
008300     OPEN EXTEND GL-INTERFACE-FILE                                PGM002
008300     IF WS-FILE-STATUS18 = '00' OR WS-FILE-STATUS18 = '05'        PGM002
008300         SET WS-GLIF-READY TO TRUE                                PGM002
008300         IF WS-RESTART-RUN                                        PGM002
008300             AND CKX2-GL-RUN-DATE NUMERIC                         PGM002
008300             AND CKX2-GL-RUN-DATE > 0                             PGM002
008300             MOVE CKX2-GL-RUN-DATE TO WS-GL-RUN-DATE              PGM002
008300             MOVE CKX2-GL-RUN-TIME TO WS-GL-RUN-TIME              PGM002
008300             MOVE CKX2-GL-CTL-CNT  TO WS-GL-CTL-CNT               PGM002
008300             MOVE CKX2-GL-CTL-AMT  TO WS-GL-CTL-AMT               PGM002
008300         ELSE                                                     PGM002
008300             ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD             PGM002
008300             ACCEPT WS-GL-RUN-TIME FROM TIME                      PGM002
008300         END-IF                                                   PGM002
008300     ELSE                                                         PGM002
008300         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS18     PGM002
008300     END-IF.                                                      PGM002
008300*                                                                 PGM002
008300* 역분개 지원: 반영 이력(원거래 조회), 사용자 권한(감독자                               PGM002
008300* 확인), 역분개 대장. 이력/권한이 없으면 역분개는 거절된다.                              PGM002
008300 1068-OPEN-REVERSAL-FILES.                                        PGM002
008300     OPEN I-O POSTING-HISTORY-FILE                                PGM002
008300     IF WS-FILE-STATUS19 = '00' OR WS-FILE-STATUS19 = '05'        PGM002
008300         SET WS-PSTH-READY TO TRUE                                PGM002
008300     ELSE                                                         PGM002
008300         DISPLAY 'POSTING HISTORY OPEN ERROR - REVERSALS '        PGM002
008300                 'NOT AVAILABLE: ' WS-FILE-STATUS19               PGM002
008300     END-IF                                                       PGM002
008300     OPEN INPUT USER-AUTH-FILE                                    PGM002
008300     IF WS-FILE-STATUS20 = '00'                                   PGM002
008300         SET WS-UAUTH-READY TO TRUE                               PGM002
008300     ELSE                                                         PGM002
008300         DISPLAY 'USER AUTHORITY ABSENT - REVERSALS WILL BE '     PGM002
008300                 'REJECTED: ' WS-FILE-STATUS20                    PGM002
008300     END-IF                                                       PGM002
008300     IF WS-RESTART-RUN                                            PGM002
008300         OPEN EXTEND REVERSAL-REGISTER-FILE                       PGM002
008300     ELSE                                                         PGM002
008300         OPEN OUTPUT REVERSAL-REGISTER-FILE                       PGM002
008300     END-IF                                                       PGM002
008300     IF WS-FILE-STATUS21 = '00' OR WS-FILE-STATUS21 = '05'        PGM002
008300         SET WS-REVREG-READY TO TRUE                              PGM002
008300         IF NOT WS-RESTART-RUN                                    PGM002
008300             MOVE WS-TODAY TO RR-RUN-DATE                         PGM002
008300             WRITE REVERSAL-REGISTER-REC FROM WS-RR-HEADER-1      PGM002
008300             WRITE REVERSAL-REGISTER-REC FROM WS-RR-HEADER-2      PGM002
008300         END-IF                                                   PGM002
008300     ELSE                                                         PGM002
008300         DISPLAY 'REVERSAL REGISTER OPEN ERROR: '                 PGM002
008300                 WS-FILE-STATUS21                                 PGM002
008300     END-IF.                                                      PGM002
008300*                                                                 PGM002
008400 1100-READ-FIRST-RECORD.                                          PGM002
008500     READ INV-TRANS-FILE                                          PGM002
008600     AT END SET WS-EOF TO TRUE                                    PGM002
009000             ADD 1 TO WS-CLOSED-PD-COUNT                          PGM002
009000             PERFORM 2130-WRITE-PERIOD-SUSPENSE                   PGM002
009000         ELSE                                                     PGM002
009000         IF IT-REVERSAL                                           PGM002
009000             PERFORM 2400-PROCESS-REVERSAL                        PGM002
009000         ELSE                                                     PGM002
009100         MOVE IT-ITEM-CD TO IM-ITEM-CD                            PGM002
009150         MOVE IT-WAREHOUSE-CD TO IM-WAREHOUSE-CD                  PGM002
009200         READ INV-MASTER-FILE                                     PGM002
009790         IF NOT WS-ITEM-REJECTED                                  PGM002
009795             PERFORM 2300-WRITE-LEDGER                            PGM002
009797             PERFORM 2350-UPDATE-LOCATION-STOCK                   PGM002
009797             PERFORM 2370-UPDATE-COST-LAYERS                      PGM002
009797             PERFORM 2360-WRITE-POSTING-HISTORY                   PGM002
009799         END-IF                                                   PGM002
009845         END-IF                                                   PGM002
009845         END-IF                                                   PGM002
009850     END-IF                                                       PGM002
009860     ADD 1 TO WS-RECS-SINCE-CKPT                                  PGM002
009870     IF WS-RECS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL              PGM002
012540                 PERFORM 2250-CHECK-REORDER-POINT                 PGM002
012540             END-IF                                               PGM002
012540         WHEN 'Y'                                                 PGM002
012540             IF IT-UNIT-PRICE > 0                                 PGM002
012540                 PERFORM 2150-RECALC-WEIGHTED-COST                PGM002
012540             END-IF                                               PGM002
012540             ADD IT-QTY TO IM-CURR-QTY                            PGM002
012540             ADD 1 TO WS-IN-COUNT                                 PGM002
012550         WHEN 'A'                                                 PGM002
013800     MOVE WS-PREV-QTY TO LG-PREV-QTY                              PGM002
013900     MOVE IM-CURR-QTY TO LG-CURR-QTY                              PGM002
014000     MOVE IT-TRANS-DATE TO LG-TRANS-DATE                          PGM002
014000     MOVE IT-TRANS-SEQ TO LG-TRANS-SEQ                            PGM002
014000     IF WS-REV-LINE-CD NOT = SPACE                                PGM002
014000         MOVE WS-REV-LINE-CD   TO LG-REVERSAL-CD                  PGM002
014000         MOVE WS-REV-ORIG-DATE TO LG-ORIG-TRANS-DATE              PGM002
014000         MOVE WS-REV-ORIG-SEQ  TO LG-ORIG-TRANS-SEQ               PGM002
014000     END-IF                                                       PGM002
014000     PERFORM 2310-VALUE-LEDGER-LINE                               PGM002
014000     MOVE LG-UNIT-PRICE TO WS-POST-UNIT-PRICE                     PGM002
014000     MOVE LG-AMOUNT     TO WS-POST-AMOUNT                         PGM002
014000     ADD 1 TO WS-BCTL-WRITE-CNT                                   PGM002
014100     WRITE LEDGER-REC                                             PGM002
014100     PERFORM 2320-WRITE-LEDGER-GL.                                PGM002
014100*                                                                 PGM002
014100* 수불 금액: 입고는 매입단가, 이고입고는 이전단가(없으면                                 PGM002
014100* 평균원가), 그 외는 반영 시점 이동평균 원가로 평가한다.                                PGM002
014100 2310-VALUE-LEDGER-LINE.                                          PGM002
014100     IF WS-POSTING-REVERSAL                                       PGM002
014100         MOVE WS-REV-ORIG-PRICE TO LG-UNIT-PRICE                  PGM002
014100     ELSE                                                         PGM002
014100     IF (IT-IN OR IT-XFER-IN) AND IT-UNIT-PRICE > 0               PGM002
014100         MOVE IT-UNIT-PRICE TO LG-UNIT-PRICE                      PGM002
014100     ELSE                                                         PGM002
014100         MOVE IM-UNIT-COST TO LG-UNIT-PRICE                       PGM002
014100     END-IF                                                       PGM002
014100     END-IF                                                       PGM002
014100     COMPUTE LG-AMOUNT ROUNDED = LG-QTY * LG-UNIT-PRICE.          PGM002
014100*                                                                 PGM002
014100* 위탁(공급사 소유) 수불과 마스터에 반영되지 않은 건은                                  PGM002
014100* GL 인터페이스로 넘기지 않는다.                                              PGM002
014100 2320-WRITE-LEDGER-GL.                                            PGM002
014100     IF NOT IT-CONSIGNED                                          PGM002
014100         AND IM-CURR-QTY NOT = WS-PREV-QTY                        PGM002
014100         AND LG-AMOUNT NOT = 0                                    PGM002
014100         MOVE 'INV '         TO WS-GL-EVENT-CD                    PGM002
014100         MOVE IT-TRANS-TYPE  TO WS-GL-EVENT-CD (4:1)              PGM002
014100         MOVE IM-CATEGORY    TO WS-GL-CATEGORY                    PGM002
014100         MOVE IT-PLANT-CD    TO WS-GL-PLANT-CD                    PGM002
014100         MOVE SPACES         TO WS-GL-REF-KEY                     PGM002
014100         STRING IT-ITEM-CD IT-WAREHOUSE-CD                        PGM002
014100             DELIMITED BY SIZE INTO WS-GL-REF-KEY                 PGM002
014100         MOVE IT-TRANS-DATE  TO WS-GL-TRANS-DATE                  PGM002
014100         MOVE LG-AMOUNT      TO WS-GL-AMOUNT                      PGM002
014100         PERFORM 9780-WRITE-GL-INTERFACE                          PGM002
014100     END-IF.                                                      PGM002
014110*                                                                 PGM002
014115* 로케이션 재고는 마스터에 실제 반영된 수량만 따라간다                                   PGM002
014115* (갱신이 거절되면 0). BIN 파일이 IM-CURR-QTY와                              PGM002
014115         END-IF                                                   PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 반영 이력: 마스터에 실제 반영된 건만 입력 키 그대로 남긴다.                             PGM002
014115* 재시작으로 같은 키가 다시 반영되면 덮어쓴다.                                       PGM002
014115 2360-WRITE-POSTING-HISTORY.                                      PGM002
014115     IF WS-PSTH-READY                                             PGM002
014115         AND IM-CURR-QTY NOT = WS-PREV-QTY                        PGM002
014115         INITIALIZE POSTING-HISTORY-REC                           PGM002
014115         MOVE IT-PLANT-CD        TO PH-PLANT-CD                   PGM002
014115         MOVE IT-ITEM-CD         TO PH-ITEM-CD                    PGM002
014115         MOVE IT-TRANS-DATE      TO PH-TRANS-DATE                 PGM002
014115         MOVE IT-TRANS-SEQ       TO PH-TRANS-SEQ                  PGM002
014115         MOVE IT-WAREHOUSE-CD    TO PH-WAREHOUSE-CD               PGM002
014115         MOVE IT-LOCATION-CD     TO PH-LOCATION-CD                PGM002
014115         MOVE IT-TRANS-TYPE      TO PH-TRANS-TYPE                 PGM002
014115         MOVE IT-OWNER-FLAG      TO PH-OWNER-FLAG                 PGM002
014115         MOVE IT-QTY             TO PH-QTY                        PGM002
014115         MOVE IT-UNIT-PRICE      TO PH-TRANS-PRICE                PGM002
014115         MOVE WS-POST-UNIT-PRICE TO PH-UNIT-PRICE                 PGM002
014115         MOVE WS-POST-AMOUNT     TO PH-AMOUNT                     PGM002
014115         MOVE WS-FIFO-AMOUNT     TO PH-FIFO-AMOUNT                PGM002
014115         MOVE 'N'                TO PH-COST-FLAG                  PGM002
014115         IF NOT IT-CONSIGNED                                      PGM002
014115             AND (IT-IN OR (IT-XFER-IN AND IT-UNIT-PRICE > 0))    PGM002
014115             SET PH-COST-BLENDED TO TRUE                          PGM002
014115         END-IF                                                   PGM002
014115         MOVE IT-USER-ID         TO PH-USER-ID                    PGM002
014115         MOVE WS-TODAY           TO PH-POST-DATE                  PGM002
014115         SET PH-POSTED           TO TRUE                          PGM002
014115         WRITE POSTING-HISTORY-REC                                PGM002
014115             INVALID KEY                                          PGM002
014115                 REWRITE POSTING-HISTORY-REC                      PGM002
014115         END-WRITE                                                PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 선입선출 원가층: 마스터에 실제 반영된 자가 재고 증감만                                 PGM002
014115* 따라간다. 증가분은 수불 평가단가로 새 층을 만들고, 감소분은                              PGM002
014115* 입고일자가 가장 오래된 층부터 차감한다. 층이 모자라는                                 PGM002
014115* 부분(원가층 도입 전 재고, 음수 오버라이드)은 수불 평가단가로                            PGM002
014115* 원가를 잡는다. 결과 금액은 반영 이력에 수불 금액과 같은                                PGM002
014115* 부호로 남긴다 (출고는 양수). 층 파일이 없거나 위탁분이면                               PGM002
014115* 수불 금액을 그대로 쓴다.                                                  PGM002
014115 2370-UPDATE-COST-LAYERS.                                         PGM002
014115     MOVE WS-POST-AMOUNT TO WS-FIFO-AMOUNT                        PGM002
014115     COMPUTE WS-FIFO-QTY = IM-CURR-QTY - WS-PREV-QTY              PGM002
014115     IF WS-CSTL-READY                                             PGM002
014115         AND NOT IT-CONSIGNED                                     PGM002
014115         AND WS-FIFO-QTY NOT = 0                                  PGM002
014115         MOVE ZEROS TO WS-FIFO-COST                               PGM002
014115         IF WS-FIFO-QTY > 0                                       PGM002
014115             PERFORM 2371-ADD-COST-LAYER                          PGM002
014115         ELSE                                                     PGM002
014115             COMPUTE WS-FIFO-REMAIN = 0 - WS-FIFO-QTY             PGM002
014115             IF WS-POSTING-REVERSAL                               PGM002
014115                 AND (WS-REV-ORIG-TYPE = 'I'                      PGM002
014115                      OR WS-REV-ORIG-TYPE = 'Y')                  PGM002
014115                 PERFORM 2374-BACK-OUT-ORIG-LAYER                 PGM002
014115             END-IF                                               PGM002
014115             IF WS-FIFO-REMAIN > 0                                PGM002
014115                 PERFORM 2372-CONSUME-FIFO-LAYERS                 PGM002
014115             END-IF                                               PGM002
014115         END-IF                                                   PGM002
014115         IF WS-FIFO-QTY > 0 OR IT-OUT OR IT-XFER-OUT              PGM002
014115             MOVE WS-FIFO-COST TO WS-FIFO-AMOUNT                  PGM002
014115         ELSE                                                     PGM002
014115             COMPUTE WS-FIFO-AMOUNT = 0 - WS-FIFO-COST            PGM002
014115         END-IF                                                   PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 새 원가층 키는 트랜잭션 키(일자/사업장/순번)이다. 역분개로                              PGM002
014115* 되살리는 출고/차감 조정분은 원거래 키와 원거래의 선입선출                               PGM002
014115* 단가를 쓴다 (원가층 도입 전 원거래는 수불 평가단가).                                 PGM002
014115 2371-ADD-COST-LAYER.                                             PGM002
014115     INITIALIZE COST-LAYER-REC                                    PGM002
014115     MOVE IT-ITEM-CD      TO CL-ITEM-CD                           PGM002
014115     MOVE IT-WAREHOUSE-CD TO CL-WAREHOUSE-CD                      PGM002
014115     MOVE IT-PLANT-CD     TO CL-PLANT-CD                          PGM002
014115     IF WS-POSTING-REVERSAL                                       PGM002
014115         MOVE WS-REV-ORIG-DATE TO CL-RECEIPT-DATE                 PGM002
014115         MOVE WS-REV-ORIG-SEQ  TO CL-RECEIPT-SEQ                  PGM002
014115         SET CL-FROM-REVERSAL  TO TRUE                            PGM002
014115         IF PH-FIFO-AMOUNT NUMERIC                                PGM002
014115             AND PH-FIFO-AMOUNT NOT = 0                           PGM002
014115             AND PH-QTY NOT = 0                                   PGM002
014115             COMPUTE CL-UNIT-COST ROUNDED =                       PGM002
014115                 PH-FIFO-AMOUNT / PH-QTY                          PGM002
014115         ELSE                                                     PGM002
014115             MOVE WS-REV-ORIG-PRICE TO CL-UNIT-COST               PGM002
014115         END-IF                                                   PGM002
014115     ELSE                                                         PGM002
014115         MOVE IT-TRANS-DATE      TO CL-RECEIPT-DATE               PGM002
014115         MOVE IT-TRANS-SEQ       TO CL-RECEIPT-SEQ                PGM002
014115         MOVE IT-TRANS-TYPE      TO CL-SOURCE-TYPE                PGM002
014115         MOVE WS-POST-UNIT-PRICE TO CL-UNIT-COST                  PGM002
014115     END-IF                                                       PGM002
014115     MOVE WS-FIFO-QTY TO CL-RECEIPT-QTY                           PGM002
014115     MOVE WS-FIFO-QTY TO CL-REMAIN-QTY                            PGM002
014115     MOVE ZEROS       TO CL-LAST-ISSUE-DATE                       PGM002
014115     SET CL-OPEN      TO TRUE                                     PGM002
014115     COMPUTE WS-FIFO-COST ROUNDED = WS-FIFO-QTY * CL-UNIT-COST    PGM002
014115     WRITE COST-LAYER-REC                                         PGM002
014115         INVALID KEY                                              PGM002
014115             REWRITE COST-LAYER-REC                               PGM002
014115     END-WRITE.                                                   PGM002
014115*                                                                 PGM002
014115 2372-CONSUME-FIFO-LAYERS.                                        PGM002
014115     MOVE 'N' TO WS-CSTL-EOF-FLAG                                 PGM002
014115     MOVE IT-ITEM-CD      TO CL-ITEM-CD                           PGM002
014115     MOVE IT-WAREHOUSE-CD TO CL-WAREHOUSE-CD                      PGM002
014115     MOVE ZEROS           TO CL-RECEIPT-DATE                      PGM002
014115     MOVE LOW-VALUES      TO CL-PLANT-CD                          PGM002
014115     MOVE ZEROS           TO CL-RECEIPT-SEQ                       PGM002
014115     START COST-LAYER-FILE KEY >= CL-KEY                          PGM002
014115         INVALID KEY                                              PGM002
014115             SET WS-CSTL-EOF TO TRUE                              PGM002
014115     END-START                                                    PGM002
014115     PERFORM 2373-CONSUME-ONE-LAYER                               PGM002
014115         UNTIL WS-FIFO-REMAIN <= 0                                PGM002
014115         OR WS-CSTL-EOF                                           PGM002
014115     IF WS-FIFO-REMAIN > 0                                        PGM002
014115         COMPUTE WS-FIFO-COST ROUNDED = WS-FIFO-COST              PGM002
014115             + (WS-FIFO-REMAIN * WS-POST-UNIT-PRICE)              PGM002
014115         ADD 1 TO WS-FIFO-SHORT-COUNT                             PGM002
014115         MOVE ZEROS TO WS-FIFO-REMAIN                             PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115 2373-CONSUME-ONE-LAYER.                                          PGM002
014115     READ COST-LAYER-FILE NEXT RECORD                             PGM002
014115         AT END                                                   PGM002
014115             SET WS-CSTL-EOF TO TRUE                              PGM002
014115         NOT AT END                                               PGM002
014115             IF CL-ITEM-CD NOT = IT-ITEM-CD                       PGM002
014115                 OR CL-WAREHOUSE-CD NOT = IT-WAREHOUSE-CD         PGM002
014115                 SET WS-CSTL-EOF TO TRUE                          PGM002
014115             ELSE                                                 PGM002
014115                 IF CL-OPEN AND CL-REMAIN-QTY > 0                 PGM002
014115                     PERFORM 2375-TAKE-FROM-LAYER                 PGM002
014115                 END-IF                                           PGM002
014115             END-IF                                               PGM002
014115     END-READ.                                                    PGM002
014115*                                                                 PGM002
014115* 입고 역분개는 원거래가 만든 층에 남은 수량부터 되돌리고,                               PGM002
014115* 이미 소비된 부분만 가장 오래된 층에서 차감한다.                                   PGM002
014115 2374-BACK-OUT-ORIG-LAYER.                                        PGM002
014115     MOVE IT-ITEM-CD       TO CL-ITEM-CD                          PGM002
014115     MOVE IT-WAREHOUSE-CD  TO CL-WAREHOUSE-CD                     PGM002
014115     MOVE WS-REV-ORIG-DATE TO CL-RECEIPT-DATE                     PGM002
014115     MOVE IT-PLANT-CD      TO CL-PLANT-CD                         PGM002
014115     MOVE WS-REV-ORIG-SEQ  TO CL-RECEIPT-SEQ                      PGM002
014115     READ COST-LAYER-FILE                                         PGM002
014115         INVALID KEY                                              PGM002
014115             CONTINUE                                             PGM002
014115         NOT INVALID KEY                                          PGM002
014115             IF CL-OPEN AND CL-REMAIN-QTY > 0                     PGM002
014115                 PERFORM 2375-TAKE-FROM-LAYER                     PGM002
014115             END-IF                                               PGM002
014115     END-READ.                                                    PGM002
014115*                                                                 PGM002
014115 2375-TAKE-FROM-LAYER.                                            PGM002
014115     MOVE WS-FIFO-REMAIN TO WS-FIFO-TAKE-QTY                      PGM002
014115     IF WS-FIFO-TAKE-QTY > CL-REMAIN-QTY                          PGM002
014115         MOVE CL-REMAIN-QTY TO WS-FIFO-TAKE-QTY                   PGM002
014115     END-IF                                                       PGM002
014115     SUBTRACT WS-FIFO-TAKE-QTY FROM CL-REMAIN-QTY                 PGM002
014115     SUBTRACT WS-FIFO-TAKE-QTY FROM WS-FIFO-REMAIN                PGM002
014115     COMPUTE WS-FIFO-COST ROUNDED = WS-FIFO-COST                  PGM002
014115         + (WS-FIFO-TAKE-QTY * CL-UNIT-COST)                      PGM002
014115     MOVE IT-TRANS-DATE TO CL-LAST-ISSUE-DATE                     PGM002
014115     IF CL-REMAIN-QTY <= 0                                        PGM002
014115         MOVE ZEROS TO CL-REMAIN-QTY                              PGM002
014115         SET CL-EXHAUSTED TO TRUE                                 PGM002
014115     END-IF                                                       PGM002
014115     REWRITE COST-LAYER-REC.                                      PGM002
014115*                                                                 PGM002
014115* 역분개(R): 잘못 반영된 입출고를 원거래 키(사업장/품목/일자/                            PGM002
014115* 순번)로 지정하여 반영 당시 창고/수량/평가단가로 정확히                                 PGM002
014115* 되돌린다. 감독자(승인 권한) 입력만 허용하며 원거래 기간이                               PGM002
014115* 마감되었거나 이미 역분개된 건은 거절한다. 역분개 후 정정                                PGM002
014115* 지시(IT-REPOST)가 있으면 같은 처리에서 정정분을 반영한다.                           PGM002
014115* 입력 레코드는 처리 후 원상 복구하여 체크포인트 키를 지킨다.                              PGM002
014115 2400-PROCESS-REVERSAL.                                           PGM002
014115     MOVE INV-TRANS-REC TO WS-REV-INPUT-SAVE                      PGM002
014115     MOVE 'N' TO WS-REV-REJECT-FLAG                               PGM002
014115     MOVE 'N' TO WS-REV-REPOST-FLAG                               PGM002
014115     IF IT-REPOST                                                 PGM002
014115         SET WS-REV-REPOST TO TRUE                                PGM002
014115     END-IF                                                       PGM002
014115     MOVE SPACES TO WS-REV-REASON                                 PGM002
014115     MOVE SPACES TO WS-REPOST-STATUS                              PGM002
014115     MOVE ZEROS  TO WS-REV-ORIG-DATE                              PGM002
014115     MOVE ZEROS  TO WS-REV-ORIG-SEQ                               PGM002
014115     INITIALIZE WS-RR-DETAIL                                      PGM002
014115     MOVE IT-TRANS-DATE TO RR-REV-DATE                            PGM002
014115     MOVE IT-TRANS-SEQ  TO RR-REV-SEQ                             PGM002
014115     MOVE IT-ITEM-CD    TO RR-ITEM-CD                             PGM002
014115     MOVE IT-USER-ID    TO RR-USER-ID                             PGM002
014115     PERFORM 2410-CHECK-REVERSAL-AUTHORITY                        PGM002
014115     IF NOT WS-REV-REJECTED                                       PGM002
014115         PERFORM 2420-FIND-ORIGINAL-POSTING                       PGM002
014115     END-IF                                                       PGM002
014115     IF NOT WS-REV-REJECTED                                       PGM002
014115         PERFORM 2430-POST-REVERSAL-MIRROR                        PGM002
014115     END-IF                                                       PGM002
014115     IF WS-REV-REJECTED                                           PGM002
014115         PERFORM 2470-REJECT-REVERSAL                             PGM002
014115     ELSE                                                         PGM002
014115         ADD 1 TO WS-REV-COUNT                                    PGM002
014115         ADD 1 TO WS-BCTL-POST-CNT                                PGM002
014115     END-IF                                                       PGM002
014115     PERFORM 2480-WRITE-REVERSAL-LINE                             PGM002
014115     IF NOT WS-REV-REJECTED AND WS-REV-REPOST                     PGM002
014115         PERFORM 2450-POST-CORRECTION                             PGM002
014115         PERFORM 2490-WRITE-CORRECTION-LINE                       PGM002
014115     END-IF                                                       PGM002
014115     MOVE SPACE TO WS-REV-LINE-CD                                 PGM002
014115     MOVE WS-REV-INPUT-SAVE TO INV-TRANS-REC.                     PGM002
014115*                                                                 PGM002
014115 2410-CHECK-REVERSAL-AUTHORITY.                                   PGM002
014115     IF NOT WS-UAUTH-READY                                        PGM002
014115         MOVE 'NO USER AUTHORITY FILE' TO WS-REV-REASON           PGM002
014115         SET WS-REV-REJECTED TO TRUE                              PGM002
014115     ELSE                                                         PGM002
014115         MOVE IT-USER-ID TO UA-USER-ID                            PGM002
014115         READ USER-AUTH-FILE                                      PGM002
014115             INVALID KEY                                          PGM002
014115                 MOVE 'NO SUPERVISOR AUTHORITY' TO WS-REV-REASON  PGM002
014115                 SET WS-REV-REJECTED TO TRUE                      PGM002
014115             NOT INVALID KEY                                      PGM002
014115                 IF NOT UA-ACTIVE OR NOT UA-CAN-APPROVE           PGM002
014115                     MOVE 'NO SUPERVISOR AUTHORITY'               PGM002
014115                         TO WS-REV-REASON                         PGM002
014115                     SET WS-REV-REJECTED TO TRUE                  PGM002
014115                 END-IF                                           PGM002
014115         END-READ                                                 PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115 2420-FIND-ORIGINAL-POSTING.                                      PGM002
014115     IF NOT WS-PSTH-READY                                         PGM002
014115         MOVE 'NO POSTING HISTORY FILE' TO WS-REV-REASON          PGM002
014115         SET WS-REV-REJECTED TO TRUE                              PGM002
014115     ELSE                                                         PGM002
014115     IF IT-ORIG-TRANS-DATE NOT NUMERIC                            PGM002
014115         OR IT-ORIG-TRANS-SEQ NOT NUMERIC                         PGM002
014115         MOVE 'ORIGINAL KEY INVALID' TO WS-REV-REASON             PGM002
014115         SET WS-REV-REJECTED TO TRUE                              PGM002
014115     ELSE                                                         PGM002
014115         MOVE IT-ORIG-TRANS-DATE TO RR-ORIG-DATE                  PGM002
014115         MOVE IT-ORIG-TRANS-SEQ  TO RR-ORIG-SEQ                   PGM002
014115         MOVE IT-PLANT-CD        TO PH-PLANT-CD                   PGM002
014115         MOVE IT-ITEM-CD         TO PH-ITEM-CD                    PGM002
014115         MOVE IT-ORIG-TRANS-DATE TO PH-TRANS-DATE                 PGM002
014115         MOVE IT-ORIG-TRANS-SEQ  TO PH-TRANS-SEQ                  PGM002
014115         READ POSTING-HISTORY-FILE                                PGM002
014115             INVALID KEY                                          PGM002
014115                 MOVE 'ORIGINAL NOT FOUND' TO WS-REV-REASON       PGM002
014115                 SET WS-REV-REJECTED TO TRUE                      PGM002
014115             NOT INVALID KEY                                      PGM002
014115                 IF PH-REVERSED                                   PGM002
014115                     MOVE 'ORIGINAL ALREADY REVERSED'             PGM002
014115                         TO WS-REV-REASON                         PGM002
014115                     SET WS-REV-REJECTED TO TRUE                  PGM002
014115                 ELSE                                             PGM002
014115                     PERFORM 2425-CHECK-ORIGINAL-PERIOD           PGM002
014115                 END-IF                                           PGM002
014115         END-READ                                                 PGM002
014115     END-IF                                                       PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 마감된 기간의 원거래는 역분개하지 않는다 (마감 수치 보호).                              PGM002
014115 2425-CHECK-ORIGINAL-PERIOD.                                      PGM002
014115     IF WS-PDCTL-READY                                            PGM002
014115         MOVE PH-TRANS-DATE (1:6) TO PD-PERIOD-YYYYMM             PGM002
014115         READ PERIOD-CONTROL-FILE                                 PGM002
014115             INVALID KEY                                          PGM002
014115                 CONTINUE                                         PGM002
014115             NOT INVALID KEY                                      PGM002
014115                 IF PD-CLOSED                                     PGM002
014115                     MOVE 'ORIGINAL PERIOD CLOSED'                PGM002
014115                         TO WS-REV-REASON                         PGM002
014115                     SET WS-REV-REJECTED TO TRUE                  PGM002
014115                 END-IF                                           PGM002
014115         END-READ                                                 PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 원거래를 트랜잭션 영역에 복원해 마스터를 되돌리고, 수량/                                PGM002
014115* 금액 부호만 반대인 수불대장 행(R)을 원거래 평가단가로                                 PGM002
014115* 남긴다. 로케이션 재고와 GL은 일반 반영 경로를 그대로 쓴다.                             PGM002
014115 2430-POST-REVERSAL-MIRROR.                                       PGM002
014115     MOVE PH-TRANS-DATE   TO WS-REV-ORIG-DATE                     PGM002
014115     MOVE PH-TRANS-SEQ    TO WS-REV-ORIG-SEQ                      PGM002
014115     MOVE PH-TRANS-TYPE   TO WS-REV-ORIG-TYPE                     PGM002
014115     MOVE PH-WAREHOUSE-CD TO WS-REV-ORIG-WHSE                     PGM002
014115     MOVE PH-LOCATION-CD  TO WS-REV-ORIG-LOC                      PGM002
014115     MOVE PH-OWNER-FLAG   TO WS-REV-ORIG-OWNER                    PGM002
014115     MOVE PH-QTY          TO WS-REV-ORIG-QTY                      PGM002
014115     MOVE PH-UNIT-PRICE   TO WS-REV-ORIG-PRICE                    PGM002
014115     MOVE PH-TRANS-PRICE  TO WS-REV-ORIG-TR-PRICE                 PGM002
014115     MOVE PH-WAREHOUSE-CD TO RR-WHSE-CD                           PGM002
014115     MOVE PH-TRANS-TYPE   TO RR-TRANS-TYPE                        PGM002
014115     COMPUTE RR-QTY    = 0 - PH-QTY                               PGM002
014115     MOVE PH-UNIT-PRICE   TO RR-UNIT-PRICE                        PGM002
014115     COMPUTE RR-AMOUNT = 0 - PH-AMOUNT                            PGM002
014115     MOVE PH-TRANS-TYPE   TO IT-TRANS-TYPE                        PGM002
014115     MOVE PH-WAREHOUSE-CD TO IT-WAREHOUSE-CD                      PGM002
014115     MOVE PH-LOCATION-CD  TO IT-LOCATION-CD                       PGM002
014115     MOVE PH-OWNER-FLAG   TO IT-OWNER-FLAG                        PGM002
014115     MOVE PH-QTY          TO IT-QTY                               PGM002
014115     MOVE PH-TRANS-PRICE  TO IT-UNIT-PRICE                        PGM002
014115     MOVE SPACES          TO IT-UNIT-CD                           PGM002
014115     MOVE IT-ITEM-CD      TO IM-ITEM-CD                           PGM002
014115     MOVE IT-WAREHOUSE-CD TO IM-WAREHOUSE-CD                      PGM002
014115     READ INV-MASTER-FILE                                         PGM002
014115         INVALID KEY                                              PGM002
014115             MOVE 'ITEM MASTER NOT FOUND' TO WS-REV-REASON        PGM002
014115             SET WS-REV-REJECTED TO TRUE                          PGM002
014115         NOT INVALID KEY                                          PGM002
014115             PERFORM 2435-REVERSE-MASTER-QTY                      PGM002
014115     END-READ                                                     PGM002
014115     IF NOT WS-REV-REJECTED                                       PGM002
014115         MOVE IT-TRANS-DATE TO IM-LAST-DATE                       PGM002
014115         REWRITE INV-MASTER-REC                                   PGM002
014115         SET WS-POSTING-REVERSAL TO TRUE                          PGM002
014115         COMPUTE IT-QTY = 0 - WS-REV-ORIG-QTY                     PGM002
014115         PERFORM 2300-WRITE-LEDGER                                PGM002
014115         PERFORM 2350-UPDATE-LOCATION-STOCK                       PGM002
014115         PERFORM 2370-UPDATE-COST-LAYERS                          PGM002
014115         MOVE SPACE TO WS-REV-LINE-CD                             PGM002
014115         PERFORM 2440-MARK-ORIGINAL-REVERSED                      PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115* 입고 역분개는 그 사이 소비되어 재고가 모자라면 거절한다.                                PGM002
014115* 이동평균: 입고는 반영 당시 입고단가분을 빼서 되돌리고,                                 PGM002
014115* 출고는 출고 당시 평가단가로 되돌려 넣어 다시 가중한다.                                 PGM002
014115* 위탁분은 위탁수량만 되돌린다.                                                PGM002
014115 2435-REVERSE-MASTER-QTY.                                         PGM002
014115     MOVE IM-CURR-QTY TO WS-PREV-QTY                              PGM002
014115     EVALUATE TRUE                                                PGM002
014115         WHEN PH-RECEIPT                                          PGM002
014115             COMPUTE WS-NEW-QTY = IM-CURR-QTY - PH-QTY            PGM002
014115             IF WS-NEW-QTY < 0                                    PGM002
014115                 MOVE 'STOCK ALREADY CONSUMED' TO WS-REV-REASON   PGM002
014115                 SET WS-REV-REJECTED TO TRUE                      PGM002
014115             ELSE                                                 PGM002
014115                 IF PH-CONSIGNED                                  PGM002
014115                     PERFORM 2156-TRACK-CONSIGN-ISSUE             PGM002
014115                 ELSE                                             PGM002
014115                     IF PH-COST-BLENDED                           PGM002
014115                         PERFORM 2445-BACK-OUT-RECEIPT-COST       PGM002
014115                     END-IF                                       PGM002
014115                 END-IF                                           PGM002
014115                 MOVE WS-NEW-QTY TO IM-CURR-QTY                   PGM002
014115                 PERFORM 2250-CHECK-REORDER-POINT                 PGM002
014115             END-IF                                               PGM002
014115         WHEN PH-ISSUE                                            PGM002
014115             IF PH-CONSIGNED                                      PGM002
014115                 PERFORM 2155-TRACK-CONSIGN-RECEIPT               PGM002
014115             ELSE                                                 PGM002
014115                 MOVE PH-UNIT-PRICE TO IT-UNIT-PRICE              PGM002
014115                 PERFORM 2150-RECALC-WEIGHTED-COST                PGM002
014115             END-IF                                               PGM002
014115             ADD PH-QTY TO IM-CURR-QTY                            PGM002
014115         WHEN OTHER                                               PGM002
014115             COMPUTE WS-NEW-QTY = IM-CURR-QTY - PH-QTY            PGM002
014115             IF WS-NEW-QTY < 0                                    PGM002
014115                 MOVE 'STOCK ALREADY CONSUMED' TO WS-REV-REASON   PGM002
014115                 SET WS-REV-REJECTED TO TRUE                      PGM002
014115             ELSE                                                 PGM002
014115                 MOVE WS-NEW-QTY TO IM-CURR-QTY                   PGM002
014115                 PERFORM 2250-CHECK-REORDER-POINT                 PGM002
014115             END-IF                                               PGM002
014115     END-EVALUATE.                                                PGM002
014115*                                                                 PGM002
014115* 잔여 재고가 없거나 잔여 금액이 음수가 되면 원가를 유지한다                               PGM002
014115* (2150과 동일하게 수량 0 이하에서는 재계산하지 않음).                               PGM002
014115 2445-BACK-OUT-RECEIPT-COST.                                      PGM002
014115     COMPUTE WS-TOTAL-VALUE =                                     PGM002
014115         (WS-PREV-QTY * IM-UNIT-COST)                             PGM002
014115         - (PH-QTY * PH-TRANS-PRICE)                              PGM002
014115     COMPUTE WS-TOTAL-QTY = WS-PREV-QTY - PH-QTY                  PGM002
014115     IF WS-TOTAL-QTY > 0 AND WS-TOTAL-VALUE > 0                   PGM002
014115         COMPUTE IM-UNIT-COST ROUNDED =                           PGM002
014115             WS-TOTAL-VALUE / WS-TOTAL-QTY                        PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115 2440-MARK-ORIGINAL-REVERSED.                                     PGM002
014115     SET PH-REVERSED TO TRUE                                      PGM002
014115     MOVE IT-TRANS-DATE TO PH-REV-TRANS-DATE                      PGM002
014115     MOVE IT-TRANS-SEQ  TO PH-REV-TRANS-SEQ                       PGM002
014115     MOVE IT-USER-ID    TO PH-REV-USER-ID                         PGM002
014115     REWRITE POSTING-HISTORY-REC                                  PGM002
014115         INVALID KEY                                              PGM002
014115             DISPLAY 'POSTING HISTORY REWRITE ERROR: '            PGM002
014115                     WS-FILE-STATUS19                             PGM002
014115     END-REWRITE.                                                 PGM002
014115*                                                                 PGM002
014115* 정정분은 원거래와 같은 구분으로 역분개 일자/순번에 반영한다.                              PGM002
014115* 정정 품목/창고/로케이션/수량/단가가 비어 있으면 원거래 값을                              PGM002
014115* 쓴다. 입력 1건에 대한 컨트롤 건수는 역분개에서 이미 셌으므로                             PGM002
014115* 정정 반영의 컨트롤 증감은 되돌린다. 정정분이 거절되어도                                 PGM002
014115* 역분개는 유지되고 대장에 거절로 남는다.                                          PGM002
014115 2450-POST-CORRECTION.                                            PGM002
014115     MOVE WS-BCTL-POST-CNT TO WS-REV-POST-SAVE                    PGM002
014115     MOVE WS-BCTL-ERR-CNT  TO WS-REV-ERR-SAVE                     PGM002
014115     MOVE WS-REV-INPUT-SAVE TO INV-TRANS-REC                      PGM002
014115     MOVE WS-REV-ORIG-TYPE TO IT-TRANS-TYPE                       PGM002
014115     IF IT-REPOST-ITEM-CD NOT = SPACES                            PGM002
014115         MOVE IT-REPOST-ITEM-CD TO IT-ITEM-CD                     PGM002
014115     END-IF                                                       PGM002
014115     IF IT-WAREHOUSE-CD = SPACES                                  PGM002
014115         MOVE WS-REV-ORIG-WHSE TO IT-WAREHOUSE-CD                 PGM002
014115     END-IF                                                       PGM002
014115     IF IT-LOCATION-CD = SPACES                                   PGM002
014115         MOVE WS-REV-ORIG-LOC TO IT-LOCATION-CD                   PGM002
014115     END-IF                                                       PGM002
014115     IF IT-QTY = 0                                                PGM002
014115         MOVE WS-REV-ORIG-QTY TO IT-QTY                           PGM002
014115         MOVE SPACES TO IT-UNIT-CD                                PGM002
014115     END-IF                                                       PGM002
014115     IF IT-UNIT-PRICE = 0                                         PGM002
014115         MOVE WS-REV-ORIG-TR-PRICE TO IT-UNIT-PRICE               PGM002
014115     END-IF                                                       PGM002
014115     MOVE WS-REV-ORIG-OWNER TO IT-OWNER-FLAG                      PGM002
014115     MOVE SPACES TO IT-SOURCE-REF                                 PGM002
014115     MOVE 'N' TO WS-ITEM-REJECT-FLAG                              PGM002
014115     SET WS-POSTING-CORRECTION TO TRUE                            PGM002
014115     INITIALIZE WS-RR-CORRECTION                                  PGM002
014115     MOVE IT-ITEM-CD      TO RC2-ITEM-CD                          PGM002
014115     MOVE IT-WAREHOUSE-CD TO RC2-WHSE-CD                          PGM002
014115     MOVE IT-TRANS-TYPE   TO RC2-TRANS-TYPE                       PGM002
014115     MOVE IT-ITEM-CD      TO IM-ITEM-CD                           PGM002
014115     MOVE IT-WAREHOUSE-CD TO IM-WAREHOUSE-CD                      PGM002
014115     READ INV-MASTER-FILE                                         PGM002
014115         INVALID KEY                                              PGM002
014115             SET WS-ITEM-REJECTED TO TRUE                         PGM002
014115             ADD 1 TO WS-ERROR-COUNT                              PGM002
014115             MOVE 'CORRECTION ITEM UNKNOWN' TO WS-REPOST-STATUS   PGM002
014115             MOVE 'ERROR'         TO WS-AUDIT-COND                PGM002
014115             MOVE IT-ITEM-CD      TO WS-AUDIT-KEY1                PGM002
014115             MOVE IT-WAREHOUSE-CD TO WS-AUDIT-KEY2                PGM002
014115             MOVE 'CORRECTION ITEM UNKNOWN - NOT POSTED'          PGM002
014115                 TO WS-AUDIT-DESC                                 PGM002
014115             PERFORM 9700-WRITE-AUDIT-RECORD                      PGM002
014115         NOT INVALID KEY                                          PGM002
014115             PERFORM 2200-UPDATE-INVENTORY                        PGM002
014115     END-READ                                                     PGM002
014115     IF NOT WS-ITEM-REJECTED                                      PGM002
014115         PERFORM 2300-WRITE-LEDGER                                PGM002
014115         PERFORM 2350-UPDATE-LOCATION-STOCK                       PGM002
014115         PERFORM 2370-UPDATE-COST-LAYERS                          PGM002
014115         PERFORM 2360-WRITE-POSTING-HISTORY                       PGM002
014115     END-IF                                                       PGM002
014115     IF NOT WS-ITEM-REJECTED                                      PGM002
014115         AND IM-CURR-QTY NOT = WS-PREV-QTY                        PGM002
014115         ADD 1 TO WS-REPOST-COUNT                                 PGM002
014115         MOVE 'CORRECTION POSTED' TO WS-REPOST-STATUS             PGM002
014115         MOVE IT-QTY             TO RC2-QTY                       PGM002
014115         MOVE WS-POST-UNIT-PRICE TO RC2-UNIT-PRICE                PGM002
014115         MOVE WS-POST-AMOUNT     TO RC2-AMOUNT                    PGM002
014115     ELSE                                                         PGM002
014115         IF WS-REPOST-STATUS = SPACES                             PGM002
014115             MOVE 'CORRECTION REJECTED' TO WS-REPOST-STATUS       PGM002
014115         END-IF                                                   PGM002
014115         MOVE IT-QTY        TO RC2-QTY                            PGM002
014115         MOVE IT-UNIT-PRICE TO RC2-UNIT-PRICE                     PGM002
014115     END-IF                                                       PGM002
014115     MOVE WS-REV-POST-SAVE TO WS-BCTL-POST-CNT                    PGM002
014115     MOVE WS-REV-ERR-SAVE  TO WS-BCTL-ERR-CNT                     PGM002
014115     MOVE SPACE TO WS-REV-LINE-CD.                                PGM002
014115*                                                                 PGM002
014115 2470-REJECT-REVERSAL.                                            PGM002
014115     ADD 1 TO WS-REV-REJECT-COUNT                                 PGM002
014115     ADD 1 TO WS-ERROR-COUNT                                      PGM002
014115     ADD 1 TO WS-BCTL-ERR-CNT                                     PGM002
014115     MOVE 'ERROR'     TO WS-AUDIT-COND                            PGM002
014115     MOVE IT-ITEM-CD  TO WS-AUDIT-KEY1                            PGM002
014115     MOVE IT-USER-ID  TO WS-AUDIT-KEY2                            PGM002
014115     MOVE SPACES      TO WS-AUDIT-DESC                            PGM002
014115     STRING 'REV REJECTED: ' WS-REV-REASON                        PGM002
014115         DELIMITED BY SIZE INTO WS-AUDIT-DESC                     PGM002
014115     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM002
014115*                                                                 PGM002
014115 2480-WRITE-REVERSAL-LINE.                                        PGM002
014115     IF WS-REVREG-READY                                           PGM002
014115         IF WS-REV-REJECTED                                       PGM002
014115             MOVE WS-REV-REASON TO RR-RESULT                      PGM002
014115         ELSE                                                     PGM002
014115             MOVE 'REVERSAL POSTED' TO RR-RESULT                  PGM002
014115         END-IF                                                   PGM002
014115         WRITE REVERSAL-REGISTER-REC FROM WS-RR-DETAIL            PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014115 2490-WRITE-CORRECTION-LINE.                                      PGM002
014115     IF WS-REVREG-READY                                           PGM002
014115         MOVE WS-REPOST-STATUS TO RC2-RESULT                      PGM002
014115         WRITE REVERSAL-REGISTER-REC FROM WS-RR-CORRECTION        PGM002
014115     END-IF.                                                      PGM002
014115*                                                                 PGM002
014120 2900-WRITE-CHECKPOINT.                                           PGM002
014125     MOVE 'PGM002'         TO CK-PROGRAM-ID                       PGM002
014130     MOVE IT-KEY           TO CK-RESTART-KEY                      PGM002
014171     MOVE WS-IN-COUNT      TO CK-ACCUM-4                          PGM002
014172     MOVE WS-OUT-COUNT     TO CK-ACCUM-5                          PGM002
014173     MOVE WS-ADJ-COUNT     TO CK-ACCUM-6                          PGM002
014173     MOVE WS-GL-RUN-DATE   TO CKX2-GL-RUN-DATE                    PGM002
014173     MOVE WS-GL-RUN-TIME   TO CKX2-GL-RUN-TIME                    PGM002
014173     MOVE WS-GL-CTL-CNT    TO CKX2-GL-CTL-CNT                     PGM002
014173     MOVE WS-GL-CTL-AMT    TO CKX2-GL-CTL-AMT                     PGM002
014180     SET CK-INCOMPLETE     TO TRUE                                PGM002
014190     IF WS-CKPT-FOUND                                             PGM002
014190         REWRITE CHECKPOINT-REC                                   PGM002
015866     IF WS-PDCTL-READY                                            PGM002
015866         CLOSE PERIOD-CONTROL-FILE                                PGM002
015866     END-IF                                                       PGM002
015866     IF WS-CSTL-READY                                             PGM002
015866         CLOSE COST-LAYER-FILE                                    PGM002
015866         IF WS-FIFO-SHORT-COUNT > 0                               PGM002
015866             DISPLAY 'PGM002 FIFO ISSUES BEYOND COST LAYERS: '    PGM002
015866                     WS-FIFO-SHORT-COUNT                          PGM002
015866         END-IF                                                   PGM002
015866     END-IF                                                       PGM002
015870     CLOSE CHECKPOINT-FILE                                        PGM002
015880     IF WS-AUDIT-READY                                            PGM002
015890         CLOSE AUDIT-TRAIL-FILE                                   PGM002
015895     IF WS-ALRTQ-READY                                            PGM002
015895         CLOSE ALERT-QUEUE-FILE                                   PGM002
015895     END-IF                                                       PGM002
015895     PERFORM 9770-CLOSE-REVERSAL-FILES                            PGM002
015895     PERFORM 9550-RECORD-INPUT-REGISTRY                           PGM002
015895     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM002
015900     DISPLAY 'PGM002 COMPLETED: ' WS-PROCESS-COUNT                PGM002
016000             ' TRANS, IN:' WS-IN-COUNT                            PGM002
016050             ' OUT:' WS-OUT-COUNT                                 PGM002
016200         WRITE ALERT-QUEUE-REC                                    PGM002
016200     END-IF.                                                      PGM002
016200*                                                                 PGM002
016200 9770-CLOSE-REVERSAL-FILES.                                       PGM002
016200     IF WS-PSTH-READY                                             PGM002
016200         CLOSE POSTING-HISTORY-FILE                               PGM002
016200     END-IF                                                       PGM002
016200     IF WS-UAUTH-READY                                            PGM002
016200         CLOSE USER-AUTH-FILE                                     PGM002
016200     END-IF                                                       PGM002
016200     IF WS-REVREG-READY                                           PGM002
016200         MOVE WS-REV-COUNT        TO RT2-POSTED                   PGM002
016200         MOVE WS-REV-REJECT-COUNT TO RT2-REJECTED                 PGM002
016200         MOVE WS-REPOST-COUNT     TO RT2-REPOSTED                 PGM002
016200         WRITE REVERSAL-REGISTER-REC FROM WS-RR-TRAILER           PGM002
016200         CLOSE REVERSAL-REGISTER-FILE                             PGM002
016200     END-IF                                                       PGM002
016200     IF WS-REV-COUNT > 0 OR WS-REV-REJECT-COUNT > 0               PGM002
016200         DISPLAY 'PGM002 REVERSALS: ' WS-REV-COUNT                PGM002
016200                 ' REJECTED: ' WS-REV-REJECT-COUNT                PGM002
016200                 ' CORRECTIONS: ' WS-REPOST-COUNT                 PGM002
016200     END-IF.                                                      PGM002
016200*                                                                 PGM002
016200 9780-WRITE-GL-INTERFACE.                                         PGM002
016200     IF WS-GLIF-READY                                             PGM002
016200         INITIALIZE GL-INTERFACE-REC                              PGM002
016200         MOVE 'PGM002'         TO GI-SOURCE-PGM                   PGM002
016200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM002
016200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM002
016200         SET GI-DETAIL         TO TRUE                            PGM002
016200         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM002
016200         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM002
016200         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM002
016200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM002
016200         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM002
016200         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM002
016200         WRITE GL-INTERFACE-REC                                   PGM002
016200         ADD 1            TO WS-GL-CTL-CNT                        PGM002
016200         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM002
016200     END-IF.                                                      PGM002
016200*                                                                 PGM002
016200* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM002
016200* 배치를 완결된 것으로 보고 분개한다.                                            PGM002
016200 9790-CLOSE-GL-INTERFACE.                                         PGM002
016200     IF WS-GLIF-READY                                             PGM002
016200         INITIALIZE GL-INTERFACE-REC                              PGM002
016200         MOVE 'PGM002'         TO GI-SOURCE-PGM                   PGM002
016200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM002
016200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM002
016200         SET GI-TRAILER        TO TRUE                            PGM002
016200         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM002
016200         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM002
016200         WRITE GL-INTERFACE-REC                                   PGM002
016200         CLOSE GL-INTERFACE-FILE                                  PGM002
016200     END-IF.                                                      PGM002
016200*                                                                 PGM002
016210 9700-WRITE-AUDIT-RECORD.                                         PGM002
016220     IF WS-AUDIT-READY                                            PGM002
016230         INITIALIZE AUDIT-TRAIL-REC                               PGM002
