001000*            반영한다. 기존에는 2100-HANDLE-NEW-ITEM(PGM002)              PGM022
001100*            이 미등록 품목코드를 수불 중에 자동 생성하였으나,                         PGM022
001200*            이제는 이 프로그램을 통한 정식 등록만 허용한다.                          PGM022
001200*            고객 마스터(법인명/사업자번호/결제조건)와 청구처/                         PGM022
001200*            납품처 주소도 같은 메이커-체커 승인을 거쳐 반영한다.                       PGM022
001300* =========================================================       PGM022
001400*                                                                 PGM022
001500 ENVIRONMENT DIVISION.                                            PGM022
003100         ASSIGN TO PENDQUE                                        PGM022
003100         ORGANIZATION IS SEQUENTIAL                               PGM022
003100         FILE STATUS IS WS-FILE-STATUS5.                          PGM022
003100     SELECT OPTIONAL CUSTOMER-MASTER-FILE                         PGM022
003100         ASSIGN TO CUSTMAST                                       PGM022
003100         ORGANIZATION IS INDEXED                                  PGM022
003100         ACCESS MODE IS RANDOM                                    PGM022
003100         RECORD KEY IS CU-CUSTOMER-CD                             PGM022
003100         FILE STATUS IS WS-FILE-STATUS7.                          PGM022
003100     SELECT OPTIONAL CUSTOMER-ADDRESS-FILE                        PGM022
003100         ASSIGN TO CUSTADDR                                       PGM022
003100         ORGANIZATION IS INDEXED                                  PGM022
003100         ACCESS MODE IS RANDOM                                    PGM022
003100         RECORD KEY IS CA-KEY                                     PGM022
003100         FILE STATUS IS WS-FILE-STATUS8.                          PGM022
003100     SELECT OPTIONAL REVIEW-PROPOSAL-FILE                         PGM022
003100         ASSIGN TO ROREVIEW                                       PGM022
003100         ORGANIZATION IS SEQUENTIAL                               PGM022
004000 FD  PENDING-QUEUE-FILE.                                          PGM022
004000 01  PENDING-QUEUE-REC.                                           PGM022
004000     COPY CPYPENDQ.                                               PGM022
004000 FD  CUSTOMER-MASTER-FILE.                                        PGM022
004000 01  CUSTOMER-MASTER-REC.                                         PGM022
004000     COPY CPYCUST.                                                PGM022
004000 FD  CUSTOMER-ADDRESS-FILE.                                       PGM022
004000 01  CUSTOMER-ADDRESS-REC.                                        PGM022
004000     COPY CPYCADR.                                                PGM022
004000 FD  REVIEW-PROPOSAL-FILE.                                        PGM022
004000 01  REVIEW-PROPOSAL-REC.                                         PGM022
004000     COPY CPYRVPR.                                                PGM022
004300 01  WS-FILE-STATUS4        PIC XX.                               PGM022
004300 01  WS-FILE-STATUS5        PIC XX.                               PGM022
004300 01  WS-FILE-STATUS6        PIC XX.                               PGM022
004300 01  WS-FILE-STATUS7        PIC XX.                               PGM022
004300 01  WS-FILE-STATUS8        PIC XX.                               PGM022
004350 01  WS-ABEND-STATUS        PIC XX.                               PGM022
004400 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM022
004500     88 WS-EXIT             VALUE 'Y'.                            PGM022
004900     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM022
004900     88 WS-PROP-CHOICE      VALUE 'P' 'p'.                        PGM022
004900     88 WS-PEND-CHOICE      VALUE 'Q' 'q'.                        PGM022
004900     88 WS-CUST-CHOICE      VALUE 'C' 'c'.                        PGM022
004900     88 WS-ADDR-CHOICE      VALUE 'B' 'b'.                        PGM022
005000 01  WS-ACTION-CHOICE       PIC X(01).                            PGM022
005100     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM022
005200     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM022
006100     88 WS-ITEM-VALID       VALUE 'Y'.                            PGM022
006200 01  WS-MATL-VALID-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-MATL-VALID       VALUE 'Y'.                            PGM022
006300 01  WS-CUST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-CUST-FOUND       VALUE 'Y'.                            PGM022
006300     88 WS-CUST-NOT-FOUND   VALUE 'N'.                            PGM022
006300 01  WS-ADDR-FOUND-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-ADDR-FOUND       VALUE 'Y'.                            PGM022
006300     88 WS-ADDR-NOT-FOUND   VALUE 'N'.                            PGM022
006300 01  WS-CUST-VALID-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-CUST-VALID       VALUE 'Y'.                            PGM022
006300 01  WS-ADDR-VALID-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-ADDR-VALID       VALUE 'Y'.                            PGM022
006300 01  WS-CUST-READY-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-CUST-READY       VALUE 'Y'.                            PGM022
006300 01  WS-CADR-READY-FLAG     PIC X VALUE 'N'.                      PGM022
006300     88 WS-CADR-READY       VALUE 'Y'.                            PGM022
006400 01  WS-APPROVAL-FLAG       PIC X VALUE 'N'.                      PGM022
006500     88 WS-APPROVED         VALUE 'Y'.                            PGM022
006700 01  WS-APPROVAL-RESPONSE   PIC X(01).                            PGM022
006700     88 WS-AUTH-MATL        VALUE 'Y'.                            PGM022
006700 01  WS-AUTH-PROP-FLAG      PIC X VALUE 'N'.                      PGM022
006700     88 WS-AUTH-PROP        VALUE 'Y'.                            PGM022
006700 01  WS-AUTH-CUST-FLAG      PIC X VALUE 'N'.                      PGM022
006700     88 WS-AUTH-CUST        VALUE 'Y'.                            PGM022
006700 01  WS-APPROVE-AUTH-FLAG   PIC X VALUE 'N'.                      PGM022
006700     88 WS-CAN-APPROVE      VALUE 'Y'.                            PGM022
006700 01  WS-PQ-TARGET           PIC X(01).                            PGM022
006600 01  WS-APPLY-MATL-LEAD     PIC 9(03).                            PGM022
006600 01  WS-APPLY-MATL-VENDOR   PIC X(10).                            PGM022
006600 01  WS-APPLY-MATL-STATUS   PIC X(01).                            PGM022
006600 01  WS-APPLY-CU-NAME       PIC X(40).                            PGM022
006600 01  WS-APPLY-CU-TAX-NO     PIC X(10).                            PGM022
006600 01  WS-APPLY-CU-TERMS      PIC 9(03).                            PGM022
006600 01  WS-APPLY-CU-CURRENCY   PIC X(03).                            PGM022
006600 01  WS-APPLY-CU-WHSE       PIC X(05).                            PGM022
006600 01  WS-APPLY-CU-REP        PIC X(06).                            PGM022
006600 01  WS-APPLY-CU-STATUS     PIC X(01).                            PGM022
006600 01  WS-APPLY-CA-SITE       PIC X(30).                            PGM022
006600 01  WS-APPLY-CA-LINE1      PIC X(40).                            PGM022
006600 01  WS-APPLY-CA-LINE2      PIC X(30).                            PGM022
006600 01  WS-APPLY-CA-POSTAL     PIC X(06).                            PGM022
006600 01  WS-APPLY-CA-STATUS     PIC X(01).                            PGM022
006700 01  WS-MCHG-READY-FLAG     PIC X VALUE 'N'.                      PGM022
006700     88 WS-MCHG-READY       VALUE 'Y'.                            PGM022
006700 01  WS-BEFORE-IMAGE        PIC X(130).                           PGM022
008100 01  WS-MAINT-MATL-SAFETY   PIC S9(9)V99.                         PGM022
008200 01  WS-MAINT-MATL-LEAD     PIC 9(03).                            PGM022
008300 01  WS-MAINT-MATL-VENDOR   PIC X(10).                            PGM022
008300 01  WS-MAINT-CUST-CD       PIC X(10).                            PGM022
008300 01  WS-MAINT-CU-NAME       PIC X(40).                            PGM022
008300 01  WS-MAINT-CU-TAX-NO     PIC X(10).                            PGM022
008300 01  WS-MAINT-CU-TERMS      PIC 9(03).                            PGM022
008300 01  WS-MAINT-CU-CURRENCY   PIC X(03).                            PGM022
008300 01  WS-MAINT-CU-WHSE       PIC X(05).                            PGM022
008300 01  WS-MAINT-CU-REP        PIC X(06).                            PGM022
008300 01  WS-MAINT-ADDR-TYPE     PIC X(01).                            PGM022
008300 01  WS-MAINT-ADDR-SEQ      PIC 9(03).                            PGM022
008300 01  WS-MAINT-CA-SITE       PIC X(30).                            PGM022
008300 01  WS-MAINT-CA-LINE1      PIC X(40).                            PGM022
008300 01  WS-MAINT-CA-LINE2      PIC X(30).                            PGM022
008300 01  WS-MAINT-CA-POSTAL     PIC X(06).                            PGM022
008400*                                                                 PGM022
008500 PROCEDURE DIVISION.                                              PGM022
008600*                                                                 PGM022
010400     END-IF                                                       PGM022
010400     PERFORM 1100-SIGN-ON                                         PGM022
010400     PERFORM 1150-OPEN-PENDING-QUEUE                              PGM022
010400     PERFORM 1160-OPEN-CHANGE-HISTORY                             PGM022
010400     PERFORM 1170-OPEN-CUSTOMER-FILES.                            PGM022
010500*                                                                 PGM022
010500 1100-SIGN-ON.                                                    PGM022
010500     OPEN INPUT USER-AUTH-FILE                                    PGM022
010500             MOVE UA-FUNC-ITEM-FLAG TO WS-AUTH-ITEM-FLAG          PGM022
010500             MOVE UA-FUNC-MATL-FLAG TO WS-AUTH-MATL-FLAG          PGM022
010500             MOVE UA-FUNC-PROP-FLAG TO WS-AUTH-PROP-FLAG          PGM022
010500             MOVE UA-FUNC-CUST-FLAG TO WS-AUTH-CUST-FLAG          PGM022
010500             MOVE UA-APPROVE-FLAG TO WS-APPROVE-AUTH-FLAG         PGM022
010500             DISPLAY 'SIGNED ON: ' UA-USER-NAME                   PGM022
010500     END-READ                                                     PGM022
010500                 WS-FILE-STATUS6                                  PGM022
010500     END-IF.                                                      PGM022
010500*                                                                 PGM022
010500*                                                                 PGM022
010500* 고객 마스터와 주소 파일이 없으면 최초 OPEN 시 생성된다.                              PGM022
010500* 열 수 없으면 고객 기능만 막고 나머지 유지보수는 계속한다.                               PGM022
010500 1170-OPEN-CUSTOMER-FILES.                                        PGM022
010500     OPEN I-O CUSTOMER-MASTER-FILE                                PGM022
010500     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM022
010500         SET WS-CUST-READY TO TRUE                                PGM022
010500     ELSE                                                         PGM022
010500         DISPLAY 'CUSTOMER MASTER OPEN ERROR: '                   PGM022
010500                 WS-FILE-STATUS7                                  PGM022
010500     END-IF                                                       PGM022
010500     OPEN I-O CUSTOMER-ADDRESS-FILE                               PGM022
010500     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM022
010500         SET WS-CADR-READY TO TRUE                                PGM022
010500     ELSE                                                         PGM022
010500         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: '                  PGM022
010500                 WS-FILE-STATUS8                                  PGM022
010500     END-IF.                                                      PGM022
010600 2000-PROCESS-MAINTENANCE.                                        PGM022
010700     DISPLAY ' '                                                  PGM022
010800     DISPLAY '=== ITEM/MATERIAL/CUSTOMER MASTER MAINTENANCE ==='  PGM022
010800     DISPLAY 'I=ITEM  R=MATERIAL  P=PROPOSALS'                    PGM022
010800     DISPLAY 'C=CUSTOMER  B=BILL-TO/SHIP-TO ADDRESS'              PGM022
010800     DISPLAY 'Q=PENDING APPROVALS  X=EXIT'                        PGM022
011000     ACCEPT WS-MASTER-CHOICE                                      PGM022
011100     EVALUATE TRUE                                                PGM022
011400             ELSE                                                 PGM022
011400                 DISPLAY 'PROPOSAL APPROVAL NOT AUTHORIZED'       PGM022
011400             END-IF                                               PGM022
011400         WHEN WS-CUST-CHOICE                                      PGM022
011400             IF WS-AUTH-CUST AND WS-CUST-READY                    PGM022
011400                 PERFORM 2300-MAINTAIN-CUSTOMER                   PGM022
011400             ELSE                                                 PGM022
011400                 DISPLAY 'CUSTOMER FUNCTION NOT AUTHORIZED'       PGM022
011400             END-IF                                               PGM022
011400         WHEN WS-ADDR-CHOICE                                      PGM022
011400             IF WS-AUTH-CUST AND WS-CADR-READY                    PGM022
011400                 PERFORM 2400-MAINTAIN-ADDRESS                    PGM022
011400             ELSE                                                 PGM022
011400                 DISPLAY 'CUSTOMER FUNCTION NOT AUTHORIZED'       PGM022
011400             END-IF                                               PGM022
011400         WHEN WS-PEND-CHOICE                                      PGM022
011400             IF WS-CAN-APPROVE                                    PGM022
011400                 PERFORM 5000-REVIEW-PENDING                      PGM022
038200     MOVE WS-MAINT-MATL-LEAD   TO RM-LEAD-DAYS                    PGM022
038300     MOVE WS-MAINT-MATL-VENDOR TO RM-MAIN-VENDOR.                 PGM022
038700*                                                                 PGM022
038700 2300-MAINTAIN-CUSTOMER.                                          PGM022
038700     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE'                      PGM022
038700     ACCEPT WS-ACTION-CHOICE                                      PGM022
038700     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM022
038700     ACCEPT WS-MAINT-CUST-CD                                      PGM022
038700     MOVE WS-MAINT-CUST-CD TO CU-CUSTOMER-CD                      PGM022
038700     READ CUSTOMER-MASTER-FILE                                    PGM022
038700         INVALID KEY                                              PGM022
038700             SET WS-CUST-NOT-FOUND TO TRUE                        PGM022
038700         NOT INVALID KEY                                          PGM022
038700             SET WS-CUST-FOUND TO TRUE                            PGM022
038700     END-READ                                                     PGM022
038700     EVALUATE TRUE                                                PGM022
038700         WHEN WS-MAINT-CUST-CD = SPACES                           PGM022
038700             DISPLAY 'CUSTOMER CODE REQUIRED'                     PGM022
038700         WHEN WS-ADD-ACTION                                       PGM022
038700             PERFORM 2310-ADD-CUSTOMER                            PGM022
038700         WHEN WS-CHANGE-ACTION                                    PGM022
038700             PERFORM 2320-CHANGE-CUSTOMER                         PGM022
038700         WHEN WS-DEACT-ACTION                                     PGM022
038700             PERFORM 2330-DEACTIVATE-CUSTOMER                     PGM022
038700         WHEN OTHER                                               PGM022
038700             DISPLAY 'INVALID ACTION - TRY AGAIN'                 PGM022
038700     END-EVALUATE.                                                PGM022
038700*                                                                 PGM022
038700 2310-ADD-CUSTOMER.                                               PGM022
038700     IF WS-CUST-FOUND                                             PGM022
038700         DISPLAY 'CUSTOMER ALREADY EXISTS - USE CHANGE'           PGM022
038700     ELSE                                                         PGM022
038700         PERFORM 2340-ENTER-CUSTOMER-FIELDS                       PGM022
038700         PERFORM 2350-VALIDATE-CUST-FIELDS                        PGM022
038700         IF WS-CUST-VALID                                         PGM022
038700             PERFORM 2375-BUILD-CUST-IMAGE                        PGM022
038700             MOVE 'C' TO WS-PQ-TARGET                             PGM022
038700             MOVE 'A' TO WS-PQ-ACTION                             PGM022
038700             MOVE CUSTOMER-MASTER-REC TO PQ-RECORD-IMAGE          PGM022
038700             PERFORM 2190-QUEUE-PENDING                           PGM022
038700         ELSE                                                     PGM022
038700             DISPLAY 'REQUIRED FIELD MISSING - ADD REJECTED'      PGM022
038700         END-IF                                                   PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2320-CHANGE-CUSTOMER.                                            PGM022
038700     IF WS-CUST-NOT-FOUND                                         PGM022
038700         DISPLAY 'CUSTOMER NOT FOUND: ' WS-MAINT-CUST-CD          PGM022
038700     ELSE                                                         PGM022
038700         PERFORM 2340-ENTER-CUSTOMER-FIELDS                       PGM022
038700         PERFORM 2350-VALIDATE-CUST-FIELDS                        PGM022
038700         IF WS-CUST-VALID                                         PGM022
038700             PERFORM 2385-BUILD-CUST-CHG-IMAGE                    PGM022
038700             MOVE 'C' TO WS-PQ-TARGET                             PGM022
038700             MOVE 'C' TO WS-PQ-ACTION                             PGM022
038700             MOVE CUSTOMER-MASTER-REC TO PQ-RECORD-IMAGE          PGM022
038700             PERFORM 2190-QUEUE-PENDING                           PGM022
038700         ELSE                                                     PGM022
038700             DISPLAY 'REQUIRED FIELD MISSING - CHANGE REJECTED'   PGM022
038700         END-IF                                                   PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2330-DEACTIVATE-CUSTOMER.                                        PGM022
038700     IF WS-CUST-NOT-FOUND                                         PGM022
038700         DISPLAY 'CUSTOMER NOT FOUND: ' WS-MAINT-CUST-CD          PGM022
038700     ELSE                                                         PGM022
038700         SET CU-INACTIVE TO TRUE                                  PGM022
038700         MOVE 'C' TO WS-PQ-TARGET                                 PGM022
038700         MOVE 'D' TO WS-PQ-ACTION                                 PGM022
038700         MOVE CUSTOMER-MASTER-REC TO PQ-RECORD-IMAGE              PGM022
038700         PERFORM 2190-QUEUE-PENDING                               PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2340-ENTER-CUSTOMER-FIELDS.                                      PGM022
038700     DISPLAY 'ENTER LEGAL NAME: '                                 PGM022
038700     ACCEPT WS-MAINT-CU-NAME                                      PGM022
038700     DISPLAY 'ENTER BUSINESS REGISTRATION/TAX NO: '               PGM022
038700     ACCEPT WS-MAINT-CU-TAX-NO                                    PGM022
038700     DISPLAY 'ENTER PAYMENT TERMS DAYS: '                         PGM022
038700     ACCEPT WS-MAINT-CU-TERMS                                     PGM022
038700     DISPLAY 'ENTER CURRENCY CODE: '                              PGM022
038700     ACCEPT WS-MAINT-CU-CURRENCY                                  PGM022
038700     DISPLAY 'ENTER DEFAULT WAREHOUSE: '                          PGM022
038700     ACCEPT WS-MAINT-CU-WHSE                                      PGM022
038700     DISPLAY 'ENTER SALES REP: '                                  PGM022
038700     ACCEPT WS-MAINT-CU-REP.                                      PGM022
038700*                                                                 PGM022
038700 2350-VALIDATE-CUST-FIELDS.                                       PGM022
038700     MOVE 'N' TO WS-CUST-VALID-FLAG                               PGM022
038700     IF WS-MAINT-CU-NAME     NOT = SPACES                         PGM022
038700         AND WS-MAINT-CU-TAX-NO   NOT = SPACES                    PGM022
038700         AND WS-MAINT-CU-CURRENCY NOT = SPACES                    PGM022
038700         AND WS-MAINT-CU-WHSE     NOT = SPACES                    PGM022
038700         AND WS-MAINT-CU-TERMS IS NUMERIC                         PGM022
038700         SET WS-CUST-VALID TO TRUE                                PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2375-BUILD-CUST-IMAGE.                                           PGM022
038700     INITIALIZE CUSTOMER-MASTER-REC                               PGM022
038700     MOVE WS-MAINT-CUST-CD     TO CU-CUSTOMER-CD                  PGM022
038700     PERFORM 2385-BUILD-CUST-CHG-IMAGE                            PGM022
038700     SET CU-ACTIVE             TO TRUE.                           PGM022
038700*                                                                 PGM022
038700 2385-BUILD-CUST-CHG-IMAGE.                                       PGM022
038700     MOVE WS-MAINT-CU-NAME     TO CU-LEGAL-NAME                   PGM022
038700     MOVE WS-MAINT-CU-TAX-NO   TO CU-TAX-REG-NO                   PGM022
038700     MOVE WS-MAINT-CU-TERMS    TO CU-TERMS-DAYS                   PGM022
038700     MOVE WS-MAINT-CU-CURRENCY TO CU-CURRENCY-CD                  PGM022
038700     MOVE WS-MAINT-CU-WHSE     TO CU-DEFAULT-WHSE                 PGM022
038700     MOVE WS-MAINT-CU-REP      TO CU-SALES-REP.                   PGM022
038700*                                                                 PGM022
038700* 청구처는 고객당 한 건(일련번호 001)이고 납품처는 일련번호로                             PGM022
038700* 여러 건을 둔다. 주소는 고객 마스터에 등록된 고객에만 단다.                              PGM022
038700 2400-MAINTAIN-ADDRESS.                                           PGM022
038700     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE'                      PGM022
038700     ACCEPT WS-ACTION-CHOICE                                      PGM022
038700     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM022
038700     ACCEPT WS-MAINT-CUST-CD                                      PGM022
038700     DISPLAY 'ENTER ADDRESS TYPE (B=BILL-TO S=SHIP-TO): '         PGM022
038700     ACCEPT WS-MAINT-ADDR-TYPE                                    PGM022
038700     IF WS-MAINT-ADDR-TYPE = 'b' OR WS-MAINT-ADDR-TYPE = 'B'      PGM022
038700         MOVE 'B' TO WS-MAINT-ADDR-TYPE                           PGM022
038700         MOVE 1   TO WS-MAINT-ADDR-SEQ                            PGM022
038700     ELSE                                                         PGM022
038700         IF WS-MAINT-ADDR-TYPE = 's'                              PGM022
038700             MOVE 'S' TO WS-MAINT-ADDR-TYPE                       PGM022
038700         END-IF                                                   PGM022
038700         DISPLAY 'ENTER SHIP-TO SEQ: '                            PGM022
038700         ACCEPT WS-MAINT-ADDR-SEQ                                 PGM022
038700     END-IF                                                       PGM022
038700     MOVE WS-MAINT-CUST-CD TO CU-CUSTOMER-CD                      PGM022
038700     READ CUSTOMER-MASTER-FILE                                    PGM022
038700         INVALID KEY                                              PGM022
038700             SET WS-CUST-NOT-FOUND TO TRUE                        PGM022
038700         NOT INVALID KEY                                          PGM022
038700             SET WS-CUST-FOUND TO TRUE                            PGM022
038700     END-READ                                                     PGM022
038700     MOVE WS-MAINT-CUST-CD   TO CA-CUSTOMER-CD                    PGM022
038700     MOVE WS-MAINT-ADDR-TYPE TO CA-ADDR-TYPE                      PGM022
038700     MOVE WS-MAINT-ADDR-SEQ  TO CA-ADDR-SEQ                       PGM022
038700     READ CUSTOMER-ADDRESS-FILE                                   PGM022
038700         INVALID KEY                                              PGM022
038700             SET WS-ADDR-NOT-FOUND TO TRUE                        PGM022
038700         NOT INVALID KEY                                          PGM022
038700             SET WS-ADDR-FOUND TO TRUE                            PGM022
038700     END-READ                                                     PGM022
038700     EVALUATE TRUE                                                PGM022
038700         WHEN WS-CUST-NOT-FOUND                                   PGM022
038700             DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-MAINT-CUST-CD  PGM022
038700         WHEN WS-MAINT-ADDR-TYPE NOT = 'B'                        PGM022
038700             AND WS-MAINT-ADDR-TYPE NOT = 'S'                     PGM022
038700             DISPLAY 'INVALID ADDRESS TYPE - USE B OR S'          PGM022
038700         WHEN WS-MAINT-ADDR-SEQ NOT NUMERIC                       PGM022
038700             OR WS-MAINT-ADDR-SEQ = ZEROS                         PGM022
038700             DISPLAY 'SHIP-TO SEQ MUST BE 001-999'                PGM022
038700         WHEN WS-ADD-ACTION                                       PGM022
038700             PERFORM 2410-ADD-ADDRESS                             PGM022
038700         WHEN WS-CHANGE-ACTION                                    PGM022
038700             PERFORM 2420-CHANGE-ADDRESS                          PGM022
038700         WHEN WS-DEACT-ACTION                                     PGM022
038700             PERFORM 2430-DEACTIVATE-ADDRESS                      PGM022
038700         WHEN OTHER                                               PGM022
038700             DISPLAY 'INVALID ACTION - TRY AGAIN'                 PGM022
038700     END-EVALUATE.                                                PGM022
038700*                                                                 PGM022
038700 2410-ADD-ADDRESS.                                                PGM022
038700     IF WS-ADDR-FOUND                                             PGM022
038700         DISPLAY 'ADDRESS ALREADY EXISTS - USE CHANGE'            PGM022
038700     ELSE                                                         PGM022
038700         PERFORM 2440-ENTER-ADDRESS-FIELDS                        PGM022
038700         PERFORM 2450-VALIDATE-ADDR-FIELDS                        PGM022
038700         IF WS-ADDR-VALID                                         PGM022
038700             PERFORM 2475-BUILD-ADDR-IMAGE                        PGM022
038700             MOVE 'S' TO WS-PQ-TARGET                             PGM022
038700             MOVE 'A' TO WS-PQ-ACTION                             PGM022
038700             MOVE CUSTOMER-ADDRESS-REC TO PQ-RECORD-IMAGE         PGM022
038700             PERFORM 2190-QUEUE-PENDING                           PGM022
038700         ELSE                                                     PGM022
038700             DISPLAY 'REQUIRED FIELD MISSING - ADD REJECTED'      PGM022
038700         END-IF                                                   PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2420-CHANGE-ADDRESS.                                             PGM022
038700     IF WS-ADDR-NOT-FOUND                                         PGM022
038700         DISPLAY 'ADDRESS NOT FOUND: ' WS-MAINT-CUST-CD           PGM022
038700                 ' ' WS-MAINT-ADDR-TYPE WS-MAINT-ADDR-SEQ         PGM022
038700     ELSE                                                         PGM022
038700         PERFORM 2440-ENTER-ADDRESS-FIELDS                        PGM022
038700         PERFORM 2450-VALIDATE-ADDR-FIELDS                        PGM022
038700         IF WS-ADDR-VALID                                         PGM022
038700             PERFORM 2485-BUILD-ADDR-CHG-IMAGE                    PGM022
038700             MOVE 'S' TO WS-PQ-TARGET                             PGM022
038700             MOVE 'C' TO WS-PQ-ACTION                             PGM022
038700             MOVE CUSTOMER-ADDRESS-REC TO PQ-RECORD-IMAGE         PGM022
038700             PERFORM 2190-QUEUE-PENDING                           PGM022
038700         ELSE                                                     PGM022
038700             DISPLAY 'REQUIRED FIELD MISSING - CHANGE REJECTED'   PGM022
038700         END-IF                                                   PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2430-DEACTIVATE-ADDRESS.                                         PGM022
038700     IF WS-ADDR-NOT-FOUND                                         PGM022
038700         DISPLAY 'ADDRESS NOT FOUND: ' WS-MAINT-CUST-CD           PGM022
038700                 ' ' WS-MAINT-ADDR-TYPE WS-MAINT-ADDR-SEQ         PGM022
038700     ELSE                                                         PGM022
038700         SET CA-INACTIVE TO TRUE                                  PGM022
038700         MOVE 'S' TO WS-PQ-TARGET                                 PGM022
038700         MOVE 'D' TO WS-PQ-ACTION                                 PGM022
038700         MOVE CUSTOMER-ADDRESS-REC TO PQ-RECORD-IMAGE             PGM022
038700         PERFORM 2190-QUEUE-PENDING                               PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2440-ENTER-ADDRESS-FIELDS.                                       PGM022
038700     DISPLAY 'ENTER SITE NAME: '                                  PGM022
038700     ACCEPT WS-MAINT-CA-SITE                                      PGM022
038700     DISPLAY 'ENTER ADDRESS LINE 1: '                             PGM022
038700     ACCEPT WS-MAINT-CA-LINE1                                     PGM022
038700     DISPLAY 'ENTER ADDRESS LINE 2: '                             PGM022
038700     ACCEPT WS-MAINT-CA-LINE2                                     PGM022
038700     DISPLAY 'ENTER POSTAL CODE: '                                PGM022
038700     ACCEPT WS-MAINT-CA-POSTAL.                                   PGM022
038700*                                                                 PGM022
038700 2450-VALIDATE-ADDR-FIELDS.                                       PGM022
038700     MOVE 'N' TO WS-ADDR-VALID-FLAG                               PGM022
038700     IF WS-MAINT-CA-SITE  NOT = SPACES                            PGM022
038700         AND WS-MAINT-CA-LINE1  NOT = SPACES                      PGM022
038700         AND WS-MAINT-CA-POSTAL NOT = SPACES                      PGM022
038700         SET WS-ADDR-VALID TO TRUE                                PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 2475-BUILD-ADDR-IMAGE.                                           PGM022
038700     INITIALIZE CUSTOMER-ADDRESS-REC                              PGM022
038700     MOVE WS-MAINT-CUST-CD     TO CA-CUSTOMER-CD                  PGM022
038700     MOVE WS-MAINT-ADDR-TYPE   TO CA-ADDR-TYPE                    PGM022
038700     MOVE WS-MAINT-ADDR-SEQ    TO CA-ADDR-SEQ                     PGM022
038700     PERFORM 2485-BUILD-ADDR-CHG-IMAGE                            PGM022
038700     SET CA-ACTIVE             TO TRUE.                           PGM022
038700*                                                                 PGM022
038700 2485-BUILD-ADDR-CHG-IMAGE.                                       PGM022
038700     MOVE WS-MAINT-CA-SITE     TO CA-SITE-NAME                    PGM022
038700     MOVE WS-MAINT-CA-LINE1    TO CA-ADDR-LINE1                   PGM022
038700     MOVE WS-MAINT-CA-LINE2    TO CA-ADDR-LINE2                   PGM022
038700     MOVE WS-MAINT-CA-POSTAL   TO CA-POSTAL-CD.                   PGM022
038700*                                                                 PGM022
038700 4000-REVIEW-PROPOSALS.                                           PGM022
038700     OPEN I-O REVIEW-PROPOSAL-FILE                                PGM022
038700     IF WS-FILE-STATUS3 = '35' OR WS-FILE-STATUS3 = '05'          PGM022
038700 5300-APPLY-PENDING.                                              PGM022
038700     PERFORM 5350-CAPTURE-BEFORE-IMAGE                            PGM022
038700     MOVE 'Y' TO WS-APPLY-OK-FLAG                                 PGM022
038700     EVALUATE TRUE                                                PGM022
038700         WHEN PQ-ITEM-TARGET                                      PGM022
038700             PERFORM 5310-APPLY-ITEM-PENDING                      PGM022
038700         WHEN PQ-MATL-TARGET                                      PGM022
038700             PERFORM 5320-APPLY-MATL-PENDING                      PGM022
038700         WHEN PQ-CUST-TARGET                                      PGM022
038700             PERFORM 5330-APPLY-CUST-PENDING                      PGM022
038700         WHEN PQ-ADDR-TARGET                                      PGM022
038700             PERFORM 5340-APPLY-ADDR-PENDING                      PGM022
038700     END-EVALUATE                                                 PGM022
038700     IF WS-APPLY-OK                                               PGM022
038700         SET PQ-APPLIED TO TRUE                                   PGM022
038700         MOVE WS-SIGNON-USER TO PQ-APPROVED-BY                    PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700*                                                                 PGM022
038700 5330-APPLY-CUST-PENDING.                                         PGM022
038700     IF NOT WS-CUST-READY                                         PGM022
038700         DISPLAY 'CUSTOMER MASTER NOT OPEN - APPLY REFUSED'       PGM022
038700         MOVE 'N' TO WS-APPLY-OK-FLAG                             PGM022
038700     ELSE                                                         PGM022
038700     IF PQ-ADD-ACTION                                             PGM022
038700         MOVE PQ-RECORD-IMAGE TO CUSTOMER-MASTER-REC              PGM022
038700         ACCEPT CU-LAST-UPD-DATE FROM DATE YYYYMMDD               PGM022
038700         WRITE CUSTOMER-MASTER-REC                                PGM022
038700             INVALID KEY                                          PGM022
038700                 DISPLAY 'CUSTOMER ALREADY EXISTS - '             PGM022
038700                         'APPLY AS CHANGE REFUSED'                PGM022
038700                 MOVE 'N' TO WS-APPLY-OK-FLAG                     PGM022
038700         END-WRITE                                                PGM022
038700     ELSE                                                         PGM022
038700     IF NOT WS-MASTER-FOUND                                       PGM022
038700         DISPLAY 'CUSTOMER NO LONGER ON MASTER - '                PGM022
038700                 'APPLY REFUSED'                                  PGM022
038700         MOVE 'N' TO WS-APPLY-OK-FLAG                             PGM022
038700     ELSE                                                         PGM022
038700         MOVE PQ-RECORD-IMAGE TO CUSTOMER-MASTER-REC              PGM022
038700         MOVE CU-LEGAL-NAME   TO WS-APPLY-CU-NAME                 PGM022
038700         MOVE CU-TAX-REG-NO   TO WS-APPLY-CU-TAX-NO               PGM022
038700         MOVE CU-TERMS-DAYS   TO WS-APPLY-CU-TERMS                PGM022
038700         MOVE CU-CURRENCY-CD  TO WS-APPLY-CU-CURRENCY             PGM022
038700         MOVE CU-DEFAULT-WHSE TO WS-APPLY-CU-WHSE                 PGM022
038700         MOVE CU-SALES-REP    TO WS-APPLY-CU-REP                  PGM022
038700         MOVE CU-STATUS-CD    TO WS-APPLY-CU-STATUS               PGM022
038700         MOVE WS-BEFORE-IMAGE TO CUSTOMER-MASTER-REC              PGM022
038700         IF PQ-DEACT-ACTION                                       PGM022
038700             MOVE WS-APPLY-CU-STATUS   TO CU-STATUS-CD            PGM022
038700         ELSE                                                     PGM022
038700             MOVE WS-APPLY-CU-NAME     TO CU-LEGAL-NAME           PGM022
038700             MOVE WS-APPLY-CU-TAX-NO   TO CU-TAX-REG-NO           PGM022
038700             MOVE WS-APPLY-CU-TERMS    TO CU-TERMS-DAYS           PGM022
038700             MOVE WS-APPLY-CU-CURRENCY TO CU-CURRENCY-CD          PGM022
038700             MOVE WS-APPLY-CU-WHSE     TO CU-DEFAULT-WHSE         PGM022
038700             MOVE WS-APPLY-CU-REP      TO CU-SALES-REP            PGM022
038700         END-IF                                                   PGM022
038700         ACCEPT CU-LAST-UPD-DATE FROM DATE YYYYMMDD               PGM022
038700         REWRITE CUSTOMER-MASTER-REC                              PGM022
038700         IF WS-FILE-STATUS7 NOT = '00'                            PGM022
038700             DISPLAY 'CUSTOMER APPLY REWRITE ERROR: '             PGM022
038700                     WS-FILE-STATUS7                              PGM022
038700             MOVE 'N' TO WS-APPLY-OK-FLAG                         PGM022
038700         END-IF                                                   PGM022
038700     END-IF                                                       PGM022
038700     END-IF                                                       PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 5340-APPLY-ADDR-PENDING.                                         PGM022
038700     IF NOT WS-CADR-READY                                         PGM022
038700         DISPLAY 'CUSTOMER ADDRESS NOT OPEN - APPLY REFUSED'      PGM022
038700         MOVE 'N' TO WS-APPLY-OK-FLAG                             PGM022
038700     ELSE                                                         PGM022
038700     IF PQ-ADD-ACTION                                             PGM022
038700         MOVE PQ-RECORD-IMAGE TO CUSTOMER-ADDRESS-REC             PGM022
038700         WRITE CUSTOMER-ADDRESS-REC                               PGM022
038700             INVALID KEY                                          PGM022
038700                 DISPLAY 'ADDRESS ALREADY EXISTS - '              PGM022
038700                         'APPLY AS CHANGE REFUSED'                PGM022
038700                 MOVE 'N' TO WS-APPLY-OK-FLAG                     PGM022
038700         END-WRITE                                                PGM022
038700     ELSE                                                         PGM022
038700     IF NOT WS-MASTER-FOUND                                       PGM022
038700         DISPLAY 'ADDRESS NO LONGER ON FILE - '                   PGM022
038700                 'APPLY REFUSED'                                  PGM022
038700         MOVE 'N' TO WS-APPLY-OK-FLAG                             PGM022
038700     ELSE                                                         PGM022
038700         MOVE PQ-RECORD-IMAGE TO CUSTOMER-ADDRESS-REC             PGM022
038700         MOVE CA-SITE-NAME    TO WS-APPLY-CA-SITE                 PGM022
038700         MOVE CA-ADDR-LINE1   TO WS-APPLY-CA-LINE1                PGM022
038700         MOVE CA-ADDR-LINE2   TO WS-APPLY-CA-LINE2                PGM022
038700         MOVE CA-POSTAL-CD    TO WS-APPLY-CA-POSTAL               PGM022
038700         MOVE CA-STATUS-CD    TO WS-APPLY-CA-STATUS               PGM022
038700         MOVE WS-BEFORE-IMAGE TO CUSTOMER-ADDRESS-REC             PGM022
038700         IF PQ-DEACT-ACTION                                       PGM022
038700             MOVE WS-APPLY-CA-STATUS TO CA-STATUS-CD              PGM022
038700         ELSE                                                     PGM022
038700             MOVE WS-APPLY-CA-SITE   TO CA-SITE-NAME              PGM022
038700             MOVE WS-APPLY-CA-LINE1  TO CA-ADDR-LINE1             PGM022
038700             MOVE WS-APPLY-CA-LINE2  TO CA-ADDR-LINE2             PGM022
038700             MOVE WS-APPLY-CA-POSTAL TO CA-POSTAL-CD              PGM022
038700         END-IF                                                   PGM022
038700         REWRITE CUSTOMER-ADDRESS-REC                             PGM022
038700         IF WS-FILE-STATUS8 NOT = '00'                            PGM022
038700             DISPLAY 'ADDRESS APPLY REWRITE ERROR: '              PGM022
038700                     WS-FILE-STATUS8                              PGM022
038700             MOVE 'N' TO WS-APPLY-OK-FLAG                         PGM022
038700         END-IF                                                   PGM022
038700     END-IF                                                       PGM022
038700     END-IF                                                       PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 5350-CAPTURE-BEFORE-IMAGE.                                       PGM022
038700     MOVE SPACES TO WS-BEFORE-IMAGE                               PGM022
038700     MOVE 'Y' TO WS-MASTER-FOUND-FLAG                             PGM022
038700     IF NOT PQ-ADD-ACTION                                         PGM022
038700         EVALUATE TRUE                                            PGM022
038700             WHEN PQ-ITEM-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:20) TO IM-KEY            PGM022
038700                 READ INV-MASTER-FILE                             PGM022
038700                     INVALID KEY                                  PGM022
038700                         MOVE 'N'                                 PGM022
038700                             TO WS-MASTER-FOUND-FLAG              PGM022
038700                     NOT INVALID KEY                              PGM022
038700                         MOVE INV-MASTER-REC                      PGM022
038700                             TO WS-BEFORE-IMAGE                   PGM022
038700                 END-READ                                         PGM022
038700             WHEN PQ-MATL-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:12) TO RM-MATL-CD        PGM022
038700                 READ RM-MASTER-FILE                              PGM022
038700                     INVALID KEY                                  PGM022
038700                         MOVE 'N'                                 PGM022
038700                             TO WS-MASTER-FOUND-FLAG              PGM022
038700                     NOT INVALID KEY                              PGM022
038700                         MOVE RM-MASTER-REC                       PGM022
038700                             TO WS-BEFORE-IMAGE                   PGM022
038700                 END-READ                                         PGM022
038700             WHEN PQ-CUST-TARGET AND WS-CUST-READY                PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:10) TO CU-CUSTOMER-CD    PGM022
038700                 READ CUSTOMER-MASTER-FILE                        PGM022
038700                     INVALID KEY                                  PGM022
038700                         MOVE 'N'                                 PGM022
038700                             TO WS-MASTER-FOUND-FLAG              PGM022
038700                     NOT INVALID KEY                              PGM022
038700                         MOVE CUSTOMER-MASTER-REC                 PGM022
038700                             TO WS-BEFORE-IMAGE                   PGM022
038700                 END-READ                                         PGM022
038700             WHEN PQ-ADDR-TARGET AND WS-CADR-READY                PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:14) TO CA-KEY            PGM022
038700                 READ CUSTOMER-ADDRESS-FILE                       PGM022
038700                     INVALID KEY                                  PGM022
038700                         MOVE 'N'                                 PGM022
038700                             TO WS-MASTER-FOUND-FLAG              PGM022
038700                     NOT INVALID KEY                              PGM022
038700                         MOVE CUSTOMER-ADDRESS-REC                PGM022
038700                             TO WS-BEFORE-IMAGE                   PGM022
038700                 END-READ                                         PGM022
038700         END-EVALUATE                                             PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038700 5400-WRITE-CHANGE-HISTORY.                                       PGM022
038700         MOVE PQ-TARGET-CD TO MC-TARGET-CD                        PGM022
038700         MOVE PQ-ACTION-CD TO MC-ACTION-CD                        PGM022
038700         MOVE SPACES TO MC-RECORD-KEY                             PGM022
038700         MOVE WS-SIGNON-USER TO MC-CHANGED-BY                     PGM022
038700         MOVE WS-BEFORE-IMAGE TO MC-BEFORE-IMAGE                  PGM022
038700         EVALUATE TRUE                                            PGM022
038700             WHEN PQ-ITEM-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:20) TO MC-RECORD-KEY     PGM022
038700                 MOVE INV-MASTER-REC TO MC-AFTER-IMAGE            PGM022
038700             WHEN PQ-MATL-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:12) TO MC-RECORD-KEY     PGM022
038700                 MOVE RM-MASTER-REC TO MC-AFTER-IMAGE             PGM022
038700             WHEN PQ-CUST-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:10) TO MC-RECORD-KEY     PGM022
038700                 MOVE CUSTOMER-MASTER-REC TO MC-AFTER-IMAGE       PGM022
038700             WHEN PQ-ADDR-TARGET                                  PGM022
038700                 MOVE PQ-RECORD-IMAGE (1:14) TO MC-RECORD-KEY     PGM022
038700                 MOVE CUSTOMER-ADDRESS-REC TO MC-AFTER-IMAGE      PGM022
038700         END-EVALUATE                                             PGM022
038700         WRITE MASTER-CHANGE-REC                                  PGM022
038700     END-IF.                                                      PGM022
038700*                                                                 PGM022
038900     CLOSE INV-MASTER-FILE                                        PGM022
039000     CLOSE RM-MASTER-FILE                                         PGM022
039000     CLOSE PENDING-QUEUE-FILE                                     PGM022
039000     IF WS-CUST-READY                                             PGM022
039000         CLOSE CUSTOMER-MASTER-FILE                               PGM022
039000     END-IF                                                       PGM022
039000     IF WS-CADR-READY                                             PGM022
039000         CLOSE CUSTOMER-ADDRESS-FILE                              PGM022
039000     END-IF                                                       PGM022
039000     IF WS-MCHG-READY                                             PGM022
039000         CLOSE MASTER-CHANGE-FILE                                 PGM022
039000     END-IF                                                       PGM022
