000500* 처리내용  : 발주 등록과 수량/단가 정정을 처리하고 정정 이력을                            PGM042
000500*            남긴다. PGM028 제안 발주(상태 W)의 구매담당자 승인도                   PGM042
000500*            여기서 수행한다.                                            PGM042
000500*            발주가 열리거나(등록/승인/릴리스) 정정/취소되면                          PGM042
000500*            구매처 전송 스테이징(POTXSTG/CPYPOTX)에 신규(N)/                 PGM042
000500*            정정(A)/취소(X)로 기록한다 (PGM220 전송). 취소(C)는                PGM042
000500*            입고가 없는 발주만 허용한다.                                     PGM042
001500* =========================================================       PGM042
001600*                                                                 PGM042
001700 ENVIRONMENT DIVISION.                                            PGM042
003850         ACCESS MODE IS RANDOM                                    PGM042
003850         RECORD KEY IS BL-CONTRACT-NO                             PGM042
003850         FILE STATUS IS WS-FILE-STATUS5.                          PGM042
003850     SELECT OPTIONAL PREQ-MASTER-FILE                             PGM042
003850         ASSIGN TO PREQMAST                                       PGM042
003850         ORGANIZATION IS INDEXED                                  PGM042
003850         ACCESS MODE IS RANDOM                                    PGM042
003850         RECORD KEY IS PR-REQ-NO                                  PGM042
003850         FILE STATUS IS WS-FILE-STATUS7.                          PGM042
003900     SELECT OPTIONAL PO-HISTORY-FILE                              PGM042
004000         ASSIGN TO POHIST                                         PGM042
004100         ORGANIZATION IS SEQUENTIAL                               PGM042
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM042
004200     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM042
004200         ASSIGN TO USERACT                                        PGM042
004200         ORGANIZATION IS SEQUENTIAL                               PGM042
004200         FILE STATUS IS WS-FILE-STATUS8.                          PGM042
004200     SELECT OPTIONAL PO-TRANSMIT-STAGE-FILE                       PGM042
004200         ASSIGN TO POTXSTG                                        PGM042
004200         ORGANIZATION IS SEQUENTIAL                               PGM042
004200         FILE STATUS IS WS-FILE-STATUS9.                          PGM042
004300*                                                                 PGM042
004400 DATA DIVISION.                                                   PGM042
004500 FILE SECTION.                                                    PGM042
005500 FD  PO-HISTORY-FILE.                                             PGM042
005600 01  PO-HISTORY-REC.                                              PGM042
005700     COPY CPYPOHS.                                                PGM042
005700 FD  USER-ACTIVITY-FILE.                                          PGM042
005700 01  USER-ACTIVITY-REC.                                           PGM042
005700     COPY CPYUACT.                                                PGM042
005700 FD  BLANKET-PO-FILE.                                             PGM042
005700 01  BLANKET-PO-REC.                                              PGM042
005700     COPY CPYBPO.                                                 PGM042
005700 FD  FX-RATE-FILE.                                                PGM042
005700 01  FX-RATE-REC.                                                 PGM042
005700     COPY CPYFXRT.                                                PGM042
005700 FD  PREQ-MASTER-FILE.                                            PGM042
005700 01  PREQ-MASTER-REC.                                             PGM042
005700     COPY CPYPREQ.                                                PGM042
005700 FD  PO-TRANSMIT-STAGE-FILE.                                      PGM042
005700 01  PO-TRANSMIT-STAGE-REC.                                       PGM042
005700     COPY CPYPOTX.                                                PGM042
005800*                                                                 PGM042
005900 WORKING-STORAGE SECTION.                                         PGM042
006000 01  WS-FILE-STATUS         PIC XX.                               PGM042
006300     88 WS-FX-READY         VALUE 'Y'.                            PGM042
006300 01  WS-FX-EOF-FLAG         PIC X VALUE 'N'.                      PGM042
006300     88 WS-FX-EOF           VALUE 'Y'.                            PGM042
006300 01  WS-FILE-STATUS7        PIC XX.                               PGM042
006300 01  WS-FILE-STATUS8        PIC XX.                               PGM042
006300 01  WS-UACT-READY-FLAG     PIC X VALUE 'N'.                      PGM042
006300     88 WS-UACT-READY       VALUE 'Y'.                            PGM042
006300 01  WS-PREQ-READY-FLAG     PIC X VALUE 'N'.                      PGM042
006300     88 WS-PREQ-READY       VALUE 'Y'.                            PGM042
006300 01  WS-FILE-STATUS9        PIC XX.                               PGM042
006300 01  WS-POTX-READY-FLAG     PIC X VALUE 'N'.                      PGM042
006300     88 WS-POTX-READY       VALUE 'Y'.                            PGM042
006300 01  WS-STAGE-TXN-TYPE      PIC X(01).                            PGM042
006300 01  WS-MAINT-REQ-NO        PIC 9(06) VALUE ZEROS.                PGM042
006300 01  WS-REQ-PO-VALUE        PIC S9(13)V99 VALUE ZEROS.            PGM042
006300 01  WS-MAINT-CURRENCY      PIC X(03).                            PGM042
006300 01  WS-FX-RATE-FOUND       PIC 9(5)V9(5) VALUE ZEROS.            PGM042
006400 01  WS-ABEND-STATUS        PIC XX.                               PGM042
006900     88 WS-AMEND-ACTION     VALUE 'M' 'm'.                        PGM042
006900     88 WS-APPROVE-ACTION   VALUE 'B' 'b'.                        PGM042
006950     88 WS-RELEASE-ACTION   VALUE 'R' 'r'.                        PGM042
006950     88 WS-CONVERT-ACTION   VALUE 'Q' 'q'.                        PGM042
006950     88 WS-CANCEL-ACTION    VALUE 'C' 'c'.                        PGM042
007000     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM042
007100 01  WS-PO-FOUND-FLAG       PIC X VALUE 'N'.                      PGM042
007200     88 WS-PO-FOUND         VALUE 'Y'.                            PGM042
011350         DISPLAY 'BLANKET PO FILE ABSENT - RELEASES '             PGM042
011350                 'DISABLED: ' WS-FILE-STATUS5                     PGM042
011350     END-IF                                                       PGM042
011350     OPEN I-O PREQ-MASTER-FILE                                    PGM042
011350     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM042
011350         SET WS-PREQ-READY TO TRUE                                PGM042
011350     ELSE                                                         PGM042
011350         DISPLAY 'REQUISITION FILE ABSENT - CONVERSION '          PGM042
011350                 'DISABLED: ' WS-FILE-STATUS7                     PGM042
011350     END-IF                                                       PGM042
011400     OPEN EXTEND PO-HISTORY-FILE                                  PGM042
011500     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM042
011600         DISPLAY 'PO HISTORY OPEN ERROR: ' WS-FILE-STATUS4        PGM042
011700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM042
011800         PERFORM 9900-ABNORMAL-END                                PGM042
011800     END-IF                                                       PGM042
011800     OPEN EXTEND USER-ACTIVITY-FILE                               PGM042
011800     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM042
011800         SET WS-UACT-READY TO TRUE                                PGM042
011800     ELSE                                                         PGM042
011800         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS8 PGM042
011800     END-IF                                                       PGM042
011800     OPEN EXTEND PO-TRANSMIT-STAGE-FILE                           PGM042
011800     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM042
011800         SET WS-POTX-READY TO TRUE                                PGM042
011800     ELSE                                                         PGM042
011800         DISPLAY 'PO TRANSMIT STAGE ABSENT - PO NOT FED: '        PGM042
011800                 WS-FILE-STATUS9                                  PGM042
011900     END-IF.                                                      PGM042
012000*                                                                 PGM042
012100 2000-PROCESS-MAINTENANCE.                                        PGM042
012200     DISPLAY ' '                                                  PGM042
012300     DISPLAY '=== PURCHASE ORDER ENTRY/AMENDMENT ==='             PGM042
012300     DISPLAY 'A=ADD  M=AMEND  B=APPROVE  R=RELEASE  '             PGM042
012300             'Q=REQUISITION  C=CANCEL  X=EXIT'                    PGM042
012500     ACCEPT WS-ACTION-CHOICE                                      PGM042
012600     IF WS-EXIT-CHOICE                                            PGM042
012700         SET WS-EXIT TO TRUE                                      PGM042
012800     ELSE                                                         PGM042
012900         IF WS-ADD-ACTION OR WS-AMEND-ACTION                      PGM042
012900             OR WS-APPROVE-ACTION OR WS-RELEASE-ACTION            PGM042
012900             OR WS-CONVERT-ACTION OR WS-CANCEL-ACTION             PGM042
013000             PERFORM 2100-LOCATE-ORDER                            PGM042
013000             EVALUATE TRUE                                        PGM042
013000                 WHEN WS-ADD-ACTION                               PGM042
013000                     PERFORM 2300-AMEND-ORDER                     PGM042
013000                 WHEN WS-RELEASE-ACTION                           PGM042
013000                     PERFORM 2380-RELEASE-FROM-BLANKET            PGM042
013000                 WHEN WS-CONVERT-ACTION                           PGM042
013000                     PERFORM 2250-CONVERT-REQUISITION             PGM042
013000                 WHEN WS-CANCEL-ACTION                            PGM042
013000                     PERFORM 2360-CANCEL-ORDER                    PGM042
013000                 WHEN OTHER                                       PGM042
013000                     PERFORM 2350-APPROVE-ORDER                   PGM042
013000             END-EVALUATE                                         PGM042
015300     IF WS-PO-FOUND                                               PGM042
015400         DISPLAY 'PO ALREADY EXISTS - USE AMEND'                  PGM042
015500     ELSE                                                         PGM042
015500         MOVE ZEROS TO WS-MAINT-REQ-NO                            PGM042
015600         PERFORM 2400-ENTER-ORDER-FIELDS                          PGM042
015700         PERFORM 2500-VALIDATE-ORDER-FIELDS                       PGM042
015800         IF WS-PO-VALID                                           PGM042
016200         END-IF                                                   PGM042
016300     END-IF.                                                      PGM042
016400*                                                                 PGM042
016400* 구매요청 발주 전환: PGM155 에서 최종 승인(A)된 요청만                             PGM042
016400* 발주로 만든다. 품목이 자유기술이면 구매담당자가 자재코드를                                PGM042
016400* 정한다. 발주금액(원화)이 승인 예상금액을 넘으면 다시                                  PGM042
016400* 결재받아야 하므로 전환하지 않는다. 발주는 요청번호를 갖고,                               PGM042
016400* 요청은 발주번호와 함께 전환(C) 상태가 된다.                                      PGM042
016400 2250-CONVERT-REQUISITION.                                        PGM042
016400     IF WS-PO-FOUND                                               PGM042
016400         DISPLAY 'PO ALREADY EXISTS - USE AMEND'                  PGM042
016400     ELSE                                                         PGM042
016400     IF NOT WS-PREQ-READY                                         PGM042
016400         DISPLAY 'REQUISITION FILE NOT AVAILABLE'                 PGM042
016400     ELSE                                                         PGM042
016400         DISPLAY 'ENTER REQUISITION NO: '                         PGM042
016400         ACCEPT WS-MAINT-REQ-NO                                   PGM042
016400         MOVE WS-MAINT-REQ-NO TO PR-REQ-NO                        PGM042
016400         READ PREQ-MASTER-FILE                                    PGM042
016400             INVALID KEY                                          PGM042
016400                 DISPLAY 'REQUISITION NOT FOUND: '                PGM042
016400                         WS-MAINT-REQ-NO                          PGM042
016400             NOT INVALID KEY                                      PGM042
016400                 IF PR-APPROVED                                   PGM042
016400                     PERFORM 2260-ENTER-REQUISITION-ORDER         PGM042
016400                 ELSE                                             PGM042
016400                     DISPLAY 'REQUISITION NOT FULLY APPROVED - '  PGM042
016400                             'STATUS ' PR-STATUS-CD               PGM042
016400                 END-IF                                           PGM042
016400         END-READ                                                 PGM042
016400     END-IF                                                       PGM042
016400     END-IF.                                                      PGM042
016400*                                                                 PGM042
016400 2260-ENTER-REQUISITION-ORDER.                                    PGM042
016400     DISPLAY 'REQUISITION ITEM: ' PR-ITEM-CD ' ' PR-ITEM-DESC     PGM042
016400     DISPLAY 'REQUESTED QTY: ' PR-REQ-QTY                         PGM042
016400             '  APPROVED VALUE: ' PR-EST-VALUE                    PGM042
016400     PERFORM 2400-ENTER-ORDER-FIELDS                              PGM042
016400     PERFORM 2500-VALIDATE-ORDER-FIELDS                           PGM042
016400     IF WS-PO-VALID                                               PGM042
016400         IF WS-MAINT-CURRENCY = SPACES OR NOT WS-FX-READY         PGM042
016400             COMPUTE WS-REQ-PO-VALUE ROUNDED =                    PGM042
016400                 WS-MAINT-QTY * WS-MAINT-PRICE                    PGM042
016400         ELSE                                                     PGM042
016400             PERFORM 2670-LOOKUP-FX-RATE                          PGM042
016400             COMPUTE WS-REQ-PO-VALUE ROUNDED =                    PGM042
016400                 WS-MAINT-QTY * WS-MAINT-PRICE * WS-FX-RATE-FOUND PGM042
016400         END-IF                                                   PGM042
016400         IF WS-REQ-PO-VALUE > PR-EST-VALUE                        PGM042
016400             DISPLAY 'PO VALUE ' WS-REQ-PO-VALUE                  PGM042
016400                     ' EXCEEDS APPROVED VALUE - RE-APPROVE'       PGM042
016400         ELSE                                                     PGM042
016400             PERFORM 2600-WRITE-NEW-ORDER                         PGM042
016400             IF WS-FILE-STATUS = '00'                             PGM042
016400                 SET PR-CONVERTED TO TRUE                         PGM042
016400                 MOVE WS-MAINT-PO-NO TO PR-PO-NO                  PGM042
016400                 MOVE WS-TODAY       TO PR-CONVERT-DATE           PGM042
016400                 MOVE WS-TODAY       TO PR-LAST-ACTION-DATE       PGM042
016400                 REWRITE PREQ-MASTER-REC                          PGM042
016400                 DISPLAY 'REQUISITION ' WS-MAINT-REQ-NO           PGM042
016400                         ' CONVERTED TO PO ' WS-MAINT-PO-NO       PGM042
016400             END-IF                                               PGM042
016400         END-IF                                                   PGM042
016400     ELSE                                                         PGM042
016400         DISPLAY 'ORDER REJECTED - CHECK FIELDS'                  PGM042
016400     END-IF.                                                      PGM042
016400*                                                                 PGM042
016500 2300-AMEND-ORDER.                                                PGM042
016600     IF WS-PO-NOT-FOUND                                           PGM042
016700         DISPLAY 'PO NOT FOUND: ' WS-MAINT-PO-NO                  PGM042
016800     ELSE                                                         PGM042
016900         IF PO-CLOSED OR PO-CANCELLED                             PGM042
017000             DISPLAY 'PO CLOSED - AMENDMENT NOT ALLOWED'          PGM042
017100         ELSE                                                     PGM042
017200             MOVE PO-ORDER-QTY  TO WS-OLD-QTY                     PGM042
019000                 DISPLAY 'BUYER ID REQUIRED - NOT APPROVED'       PGM042
019000             ELSE                                                 PGM042
019000                 SET PO-OPEN TO TRUE                              PGM042
019000                 MOVE WS-MAINT-USER TO PO-BUYER-ID                PGM042
019000                 REWRITE PO-MASTER-REC                            PGM042
019000                 INITIALIZE USER-ACTIVITY-REC                     PGM042
019000                 SET UL-PO-APPROVE TO TRUE                        PGM042
019000                 PERFORM 2950-WRITE-USER-ACTIVITY                 PGM042
019000                 MOVE 'N' TO WS-STAGE-TXN-TYPE                    PGM042
019000                 PERFORM 2970-STAGE-TRANSMISSION                  PGM042
019000                 DISPLAY 'PO APPROVED AND OPENED: '               PGM042
019000                         WS-MAINT-PO-NO                           PGM042
019000             END-IF                                               PGM042
019000         END-IF                                                   PGM042
019000     END-IF.                                                      PGM042
019000*                                                                 PGM042
019050* 취소: 입고가 하나라도 있으면 취소할 수 없다(종결 처리는                                PGM042
019050* 입고 수량으로 한다). 사유와 사용자는 필수이며 정정 이력에                               PGM042
019050* 신수량 0으로 남긴다. 포괄계약 릴리스는 계약 릴리스누계를                                PGM042
019050* 되돌린다. 제안(W) 발주는 구매처에 간 적이 없으므로 전송                               PGM042
019050* 스테이징에 기록하지 않는다.                                                 PGM042
019050 2360-CANCEL-ORDER.                                               PGM042
019050     IF WS-PO-NOT-FOUND                                           PGM042
019050         DISPLAY 'PO NOT FOUND: ' WS-MAINT-PO-NO                  PGM042
019050     ELSE                                                         PGM042
019050     IF PO-CLOSED OR PO-CANCELLED                                 PGM042
019050         DISPLAY 'PO CLOSED OR ALREADY CANCELLED'                 PGM042
019050     ELSE                                                         PGM042
019050     IF PO-RECEIVED-QTY NOT = 0                                   PGM042
019050         DISPLAY 'RECEIPTS POSTED - CANCEL NOT ALLOWED'           PGM042
019050     ELSE                                                         PGM042
019050         DISPLAY 'ENTER CANCEL REASON CODE: '                     PGM042
019050         ACCEPT WS-MAINT-REASON                                   PGM042
019050         DISPLAY 'ENTER USER ID: '                                PGM042
019050         ACCEPT WS-MAINT-USER                                     PGM042
019050         IF WS-MAINT-REASON = SPACES OR WS-MAINT-USER = SPACES    PGM042
019050             DISPLAY 'CANCEL NEEDS REASON AND USER ID'            PGM042
019050         ELSE                                                     PGM042
019050             PERFORM 2370-APPLY-CANCEL                            PGM042
019050         END-IF                                                   PGM042
019050     END-IF                                                       PGM042
019050     END-IF                                                       PGM042
019050     END-IF.                                                      PGM042
019050*                                                                 PGM042
019050 2370-APPLY-CANCEL.                                               PGM042
019050     MOVE PO-ORDER-QTY TO WS-OLD-QTY                              PGM042
019050     IF PO-UNIT-PRICE NUMERIC                                     PGM042
019050         MOVE PO-UNIT-PRICE TO WS-OLD-PRICE                       PGM042
019050     ELSE                                                         PGM042
019050         MOVE ZEROS TO WS-OLD-PRICE                               PGM042
019050     END-IF                                                       PGM042
019050     MOVE ZEROS        TO WS-MAINT-QTY                            PGM042
019050     MOVE WS-OLD-PRICE TO WS-MAINT-PRICE                          PGM042
019050     IF PO-PROPOSED                                               PGM042
019050         MOVE SPACES TO WS-STAGE-TXN-TYPE                         PGM042
019050     ELSE                                                         PGM042
019050         MOVE 'X' TO WS-STAGE-TXN-TYPE                            PGM042
019050     END-IF                                                       PGM042
019050     SET PO-CANCELLED TO TRUE                                     PGM042
019050     REWRITE PO-MASTER-REC                                        PGM042
019050         INVALID KEY                                              PGM042
019050             DISPLAY 'PO REWRITE ERROR: ' WS-FILE-STATUS          PGM042
019050     END-REWRITE                                                  PGM042
019050     IF WS-FILE-STATUS = '00'                                     PGM042
019050         PERFORM 2800-WRITE-AMEND-HISTORY                         PGM042
019050         IF WS-STAGE-TXN-TYPE NOT = SPACES                        PGM042
019050             PERFORM 2970-STAGE-TRANSMISSION                      PGM042
019050         END-IF                                                   PGM042
019050         IF PO-CONTRACT-NO NOT = SPACES AND WS-BPO-READY          PGM042
019050             PERFORM 2375-RETURN-CONTRACT-QTY                     PGM042
019050         END-IF                                                   PGM042
019050         DISPLAY 'PO CANCELLED: ' WS-MAINT-PO-NO                  PGM042
019050     END-IF.                                                      PGM042
019050*                                                                 PGM042
019050 2375-RETURN-CONTRACT-QTY.                                        PGM042
019050     MOVE PO-CONTRACT-NO TO BL-CONTRACT-NO                        PGM042
019050     READ BLANKET-PO-FILE                                         PGM042
019050         INVALID KEY                                              PGM042
019050             DISPLAY 'CONTRACT NOT FOUND: ' PO-CONTRACT-NO        PGM042
019050         NOT INVALID KEY                                          PGM042
019050             SUBTRACT WS-OLD-QTY FROM BL-RELEASED-QTY             PGM042
019050             IF BL-RELEASED-QTY < 0                               PGM042
019050                 MOVE ZEROS TO BL-RELEASED-QTY                    PGM042
019050             END-IF                                               PGM042
019050             REWRITE BLANKET-PO-REC                               PGM042
019050     END-READ.                                                    PGM042
019050*                                                                 PGM042
019050* 포괄계약 릴리스: 계약 유효기간과 잔량(계약-릴리스누계)을                           PGM042
019050* 통제하여 릴리스 PO를 생성하고 릴리스누계를 갱신한다.                             PGM042
019050* 단가는 계약 합의단가를 그대로 쓴다.                                        PGM042
019060         ACCEPT WS-MAINT-CONTRACT                                 PGM042
019060         DISPLAY 'ENTER RELEASE QTY: '                            PGM042
019060         ACCEPT WS-MAINT-QTY                                      PGM042
019060         DISPLAY 'ENTER BUYER ID: '                               PGM042
019060         ACCEPT WS-MAINT-USER                                     PGM042
019060         MOVE WS-MAINT-CONTRACT TO BL-CONTRACT-NO                 PGM042
019060         READ BLANKET-PO-FILE                                     PGM042
019060             INVALID KEY                                          PGM042
019070         WHEN WS-TODAY < BL-VALID-FROM                            PGM042
019070             OR WS-TODAY > BL-VALID-TO                            PGM042
019070             DISPLAY 'CONTRACT OUTSIDE VALIDITY PERIOD'           PGM042
019070         WHEN WS-MAINT-USER = SPACES                              PGM042
019070             DISPLAY 'BUYER ID REQUIRED - NO RELEASE'             PGM042
019070         WHEN WS-MAINT-QTY <= 0                                   PGM042
019070             DISPLAY 'RELEASE QTY MUST BE POSITIVE'               PGM042
019070         WHEN WS-MAINT-QTY > WS-REMAIN-QTY                        PGM042
019070             MOVE BL-AGREED-PRICE  TO PO-UNIT-PRICE               PGM042
019070             MOVE ZEROS            TO PO-RECEIVED-QTY             PGM042
019070             MOVE WS-MAINT-CONTRACT TO PO-CONTRACT-NO             PGM042
019070             MOVE WS-MAINT-USER    TO PO-BUYER-ID                 PGM042
019070             SET PO-OPEN           TO TRUE                        PGM042
019070             WRITE PO-MASTER-REC                                  PGM042
019070                 INVALID KEY                                      PGM042
019070                     DISPLAY 'PO WRITE ERROR: '                   PGM042
019070                             WS-FILE-STATUS                       PGM042
019070             END-WRITE                                            PGM042
019070             IF WS-FILE-STATUS = '00'                             PGM042
019070                 INITIALIZE USER-ACTIVITY-REC                     PGM042
019070                 SET UL-PO-RAISE TO TRUE                          PGM042
019070                 PERFORM 2950-WRITE-USER-ACTIVITY                 PGM042
019070                 MOVE 'N' TO WS-STAGE-TXN-TYPE                    PGM042
019070                 PERFORM 2970-STAGE-TRANSMISSION                  PGM042
019070             END-IF                                               PGM042
019070             ADD WS-MAINT-QTY TO BL-RELEASED-QTY                  PGM042
019070             REWRITE BLANKET-PO-REC                               PGM042
019070             DISPLAY 'RELEASE CREATED: ' WS-MAINT-PO-NO           PGM042
019800     DISPLAY 'ENTER UNIT PRICE: '                                 PGM042
019900     ACCEPT WS-MAINT-PRICE                                        PGM042
019910     DISPLAY 'ENTER CURRENCY (BLANK=HOME): '                      PGM042
019920     ACCEPT WS-MAINT-CURRENCY                                     PGM042
019920     DISPLAY 'ENTER BUYER ID: '                                   PGM042
019920     ACCEPT WS-MAINT-USER.                                        PGM042
020000*                                                                 PGM042
020100 2500-VALIDATE-ORDER-FIELDS.                                      PGM042
020200     MOVE 'N' TO WS-PO-VALID-FLAG                                 PGM042
020200     IF WS-MAINT-USER = SPACES                                    PGM042
020200         DISPLAY 'BUYER ID REQUIRED'                              PGM042
020200     ELSE                                                         PGM042
020300     IF WS-MAINT-QTY > 0                                          PGM042
020400         MOVE WS-MAINT-MATL-CD TO RM-MATL-CD                      PGM042
020500         READ RM-MASTER-FILE                                      PGM042
021100         END-READ                                                 PGM042
021200     ELSE                                                         PGM042
021300         DISPLAY 'ORDER QTY MUST BE POSITIVE'                     PGM042
021300     END-IF                                                       PGM042
021400     END-IF.                                                      PGM042
021500*                                                                 PGM042
021600 2550-VALIDATE-VENDOR.                                            PGM042
023700     MOVE WS-MAINT-PRICE     TO PO-UNIT-PRICE                     PGM042
023800     MOVE ZEROS              TO PO-RECEIVED-QTY                   PGM042
023850     PERFORM 2660-SET-CURRENCY-FIELDS                             PGM042
023850     MOVE WS-MAINT-REQ-NO    TO PO-REQ-NO                         PGM042
023850     MOVE WS-MAINT-USER      TO PO-BUYER-ID                       PGM042
023900     SET PO-OPEN             TO TRUE                              PGM042
024000     WRITE PO-MASTER-REC                                          PGM042
024100         INVALID KEY                                              PGM042
024200             DISPLAY 'PO WRITE ERROR: ' WS-FILE-STATUS            PGM042
024300     END-WRITE                                                    PGM042
024300     IF WS-FILE-STATUS = '00'                                     PGM042
024300         INITIALIZE USER-ACTIVITY-REC                             PGM042
024300         SET UL-PO-RAISE TO TRUE                                  PGM042
024300         PERFORM 2950-WRITE-USER-ACTIVITY                         PGM042
024300         MOVE 'N' TO WS-STAGE-TXN-TYPE                            PGM042
024300         PERFORM 2970-STAGE-TRANSMISSION                          PGM042
024300     END-IF                                                       PGM042
024400     DISPLAY 'PO ADDED: ' WS-MAINT-PO-NO.                         PGM042
024500*                                                                 PGM042
024510* 문서통화와 원화 환산단가를 함께 보관한다. 환율은 발주일                           PGM042
024570             END-IF                                               PGM042
024570     END-READ.                                                    PGM042
024580*                                                                 PGM042
024580* 정정된 발주는 구매처 확인을 다시 받아야 하므로 확인 상태를                               PGM042
024580* 비우고 정정(A)으로 전송한다. 제안(W) 발주는 전송하지 않는다.                           PGM042
024600 2700-APPLY-AMENDMENT.                                            PGM042
024700     MOVE WS-MAINT-QTY   TO PO-ORDER-QTY                          PGM042
024800     MOVE WS-MAINT-PRICE TO PO-UNIT-PRICE                         PGM042
024800     IF NOT PO-PROPOSED                                           PGM042
024800         SET PO-ACK-NONE TO TRUE                                  PGM042
024800     END-IF                                                       PGM042
024900     REWRITE PO-MASTER-REC                                        PGM042
025000     PERFORM 2800-WRITE-AMEND-HISTORY                             PGM042
025000     IF NOT PO-PROPOSED                                           PGM042
025000         MOVE 'A' TO WS-STAGE-TXN-TYPE                            PGM042
025000         PERFORM 2970-STAGE-TRANSMISSION                          PGM042
025000     END-IF                                                       PGM042
025100     DISPLAY 'PO AMENDED: ' WS-MAINT-PO-NO.                       PGM042
025200*                                                                 PGM042
025300 2800-WRITE-AMEND-HISTORY.                                        PGM042
026200     MOVE WS-MAINT-PRICE  TO PH-NEW-UNIT-PRICE                    PGM042
026300     MOVE WS-MAINT-USER   TO PH-USER-ID                           PGM042
026400     WRITE PO-HISTORY-REC.                                        PGM042
026400*                                                                 PGM042
026400* 발주 등록(POAD)과 제안 발주 승인(POAP)의 구매담당자를                             PGM042
026400* 업무처리 이력에 남긴다. 월간 직무분리 점검(PGM216)이                               PGM042
026400* 거래처 등록 승인자와 대조한다.                                               PGM042
026400 2950-WRITE-USER-ACTIVITY.                                        PGM042
026400     IF WS-UACT-READY                                             PGM042
026400         ACCEPT UL-ACT-DATE FROM DATE YYYYMMDD                    PGM042
026400         ACCEPT UL-ACT-TIME FROM TIME                             PGM042
026400         MOVE WS-MAINT-USER TO UL-USER-ID                         PGM042
026400         MOVE PO-NO         TO UL-KEY-1                           PGM042
026400         MOVE PO-VENDOR-CD  TO UL-KEY-2                           PGM042
026400         MOVE PO-MATL-CD    TO UL-KEY-3                           PGM042
026400         MOVE 'PGM042'      TO UL-PROGRAM-ID                      PGM042
026400         WRITE USER-ACTIVITY-REC                                  PGM042
026400     END-IF.                                                      PGM042
026500*                                                                 PGM042
026500* 구매처 발주 전송 스테이징: 발주 현재값을 명세(DT)로 남긴다.                            PGM042
026500* 요청 납기는 PGM220이 자재 리드타임으로 채운다.                                   PGM042
026500 2970-STAGE-TRANSMISSION.                                         PGM042
026500     IF WS-POTX-READY                                             PGM042
026500         INITIALIZE PO-TRANSMIT-STAGE-REC                         PGM042
026500         SET PX-DETAIL          TO TRUE                           PGM042
026500         MOVE WS-TODAY          TO PX-EXTRACT-DATE                PGM042
026500         MOVE PO-VENDOR-CD      TO PX-VENDOR-CD                   PGM042
026500         MOVE WS-STAGE-TXN-TYPE TO PX-DT-TXN-TYPE                 PGM042
026500         ACCEPT PX-DT-EVENT-TIME FROM TIME                        PGM042
026500         MOVE PO-NO             TO PX-DT-PO-NO                    PGM042
026500         MOVE PO-MATL-CD        TO PX-DT-MATL-CD                  PGM042
026500         MOVE PO-ORDER-QTY      TO PX-DT-ORDER-QTY                PGM042
026500         IF PO-UNIT-PRICE NUMERIC                                 PGM042
026500             MOVE PO-UNIT-PRICE TO PX-DT-UNIT-PRICE               PGM042
026500         END-IF                                                   PGM042
026500         MOVE PO-CURRENCY-CD    TO PX-DT-CURRENCY-CD              PGM042
026500         MOVE PO-ISSUE-DATE     TO PX-DT-ISSUE-DATE               PGM042
026500         MOVE PO-CONTRACT-NO    TO PX-DT-CONTRACT-NO              PGM042
026500         MOVE PO-BUYER-ID       TO PX-DT-BUYER-ID                 PGM042
026500         WRITE PO-TRANSMIT-STAGE-REC                              PGM042
026500     END-IF.                                                      PGM042
026500*                                                                 PGM042
026600 9000-FINALIZE.                                                   PGM042
026700     CLOSE PO-MASTER-FILE                                         PGM042
026800     CLOSE RM-MASTER-FILE                                         PGM042
026900     CLOSE VENDOR-MASTER-FILE                                     PGM042
027000     CLOSE PO-HISTORY-FILE                                        PGM042
027000     IF WS-UACT-READY                                             PGM042
027000         CLOSE USER-ACTIVITY-FILE                                 PGM042
027000     END-IF                                                       PGM042
027000     IF WS-BPO-READY                                              PGM042
027000         CLOSE BLANKET-PO-FILE                                    PGM042
027000     END-IF                                                       PGM042
027000     IF WS-FX-READY                                               PGM042
027000         CLOSE FX-RATE-FILE                                       PGM042
027000     END-IF                                                       PGM042
027000     IF WS-PREQ-READY                                             PGM042
027000         CLOSE PREQ-MASTER-FILE                                   PGM042
027000     END-IF                                                       PGM042
027000     IF WS-POTX-READY                                             PGM042
027000         CLOSE PO-TRANSMIT-STAGE-FILE                             PGM042
027000     END-IF                                                       PGM042
027100     DISPLAY 'PGM042 - PO MAINTENANCE SESSION ENDED'.             PGM042
027200*                                                                 PGM042
027300 9750-DIAGNOSE-FILE-STATUS.                                       PGM042
