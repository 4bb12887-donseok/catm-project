000700* 처리내용  : 고객주문을 헤더(주문 단위)와 라인(제품 단위)                              PGM035
000800*            으로 등록/변경/취소한다. 라인 상태를 헤더에                            PGM035
000900*            롤업하여 고객이 보는 주문 단위 상태를 유지한다.                          PGM035
000900*            승인된 유효 견적(CPYSQTE)을 새 주문으로 전환한다.                     PGM035
000900*            라인 등록/취소와 수량/단가/납기 변경은 고객 주문                         PGM035
000900*            확인 스테이징(CPYOACK)에 기록한다 (PGM179 전송).                  PGM035
001000* =========================================================       PGM035
001100*                                                                 PGM035
001200 ENVIRONMENT DIVISION.                                            PGM035
006300         ASSIGN TO ORDHIST                                        PGM035
006400         ORGANIZATION IS SEQUENTIAL                               PGM035
006500         FILE STATUS IS WS-FILE-STATUS9.                          PGM035
006500     SELECT CUSTOMER-MASTER-FILE                                  PGM035
006500         ASSIGN TO CUSTMAST                                       PGM035
006500         ORGANIZATION IS INDEXED                                  PGM035
006500         ACCESS MODE IS RANDOM                                    PGM035
006500         RECORD KEY IS CU-CUSTOMER-CD                             PGM035
006500         FILE STATUS IS WS-FILE-STATUS10.                         PGM035
006500     SELECT CUSTOMER-ADDRESS-FILE                                 PGM035
006500         ASSIGN TO CUSTADDR                                       PGM035
006500         ORGANIZATION IS INDEXED                                  PGM035
006500         ACCESS MODE IS RANDOM                                    PGM035
006500         RECORD KEY IS CA-KEY                                     PGM035
006500         FILE STATUS IS WS-FILE-STATUS11.                         PGM035
006500     SELECT OPTIONAL SALES-QUOTE-FILE                             PGM035
006500         ASSIGN TO SALEQUOT                                       PGM035
006500         ORGANIZATION IS INDEXED                                  PGM035
006500         ACCESS MODE IS DYNAMIC                                   PGM035
006500         RECORD KEY IS SQ-KEY                                     PGM035
006500         FILE STATUS IS WS-FILE-STATUS12.                         PGM035
006500     SELECT OPTIONAL ORDER-ACK-STAGE-FILE                         PGM035
006500         ASSIGN TO OACKSTG                                        PGM035
006500         ORGANIZATION IS SEQUENTIAL                               PGM035
006500         FILE STATUS IS WS-FILE-STATUS13.                         PGM035
006500     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM035
006500         ASSIGN TO USERACT                                        PGM035
006500         ORGANIZATION IS SEQUENTIAL                               PGM035
006500         FILE STATUS IS WS-FILE-STATUS14.                         PGM035
006600*                                                                 PGM035
006700 DATA DIVISION.                                                   PGM035
006800 FILE SECTION.                                                    PGM035
009300 FD  ORDER-HISTORY-FILE.                                          PGM035
009400 01  ORDER-HISTORY-REC.                                           PGM035
009500     COPY CPYCOHS.                                                PGM035
009500 FD  CUSTOMER-MASTER-FILE.                                        PGM035
009500 01  CUSTOMER-MASTER-REC.                                         PGM035
009500     COPY CPYCUST.                                                PGM035
009500 FD  CUSTOMER-ADDRESS-FILE.                                       PGM035
009500 01  CUSTOMER-ADDRESS-REC.                                        PGM035
009500     COPY CPYCADR.                                                PGM035
009500 FD  SALES-QUOTE-FILE.                                            PGM035
009500 01  SALES-QUOTE-REC.                                             PGM035
009500     COPY CPYSQTE.                                                PGM035
009500 FD  ORDER-ACK-STAGE-FILE.                                        PGM035
009500 01  ORDER-ACK-STAGE-REC.                                         PGM035
009500     COPY CPYOACK.                                                PGM035
009500 FD  USER-ACTIVITY-FILE.                                          PGM035
009500 01  USER-ACTIVITY-REC.                                           PGM035
009500     COPY CPYUACT.                                                PGM035
009600*                                                                 PGM035
009700 WORKING-STORAGE SECTION.                                         PGM035
009800 01  WS-FILE-STATUS         PIC XX.                               PGM035
010500     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM035
010600     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM035
010700     88 WS-CANCEL-ACTION    VALUE 'X' 'x'.                        PGM035
010700     88 WS-QUOTE-ACTION     VALUE 'Q' 'q'.                        PGM035
010800     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM035
010900 01  WS-ORDER-FOUND-FLAG    PIC X VALUE 'N'.                      PGM035
011000     88 WS-ORDER-FOUND      VALUE 'Y'.                            PGM035
015300 01  WS-FILE-STATUS9        PIC XX.                               PGM035
015400 01  WS-HIST-READY-FLAG     PIC X VALUE 'N'.                      PGM035
015500     88 WS-HIST-READY       VALUE 'Y'.                            PGM035
015500 01  WS-FILE-STATUS10       PIC XX.                               PGM035
015500 01  WS-FILE-STATUS11       PIC XX.                               PGM035
015500 01  WS-CUST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM035
015500     88 WS-CUST-FOUND       VALUE 'Y'.                            PGM035
015500 01  WS-CUST-VALID-FLAG     PIC X VALUE 'N'.                      PGM035
015500     88 WS-CUST-VALID       VALUE 'Y'.                            PGM035
015500 01  WS-FILE-STATUS12       PIC XX.                               PGM035
015500 01  WS-QUOTE-READY-FLAG    PIC X VALUE 'N'.                      PGM035
015500     88 WS-QUOTE-READY      VALUE 'Y'.                            PGM035
015500 01  WS-QUOTE-EOF-FLAG      PIC X VALUE 'N'.                      PGM035
015500     88 WS-QUOTE-EOF        VALUE 'Y'.                            PGM035
015500 01  WS-CONV-QUOTE-NO       PIC X(12).                            PGM035
015500 01  WS-CONV-CUSTOMER       PIC X(10).                            PGM035
015500 01  WS-CONV-DUE-DATE       PIC 9(08).                            PGM035
015500 01  WS-CONV-LINE-CNT       PIC 9(03) VALUE ZEROS.                PGM035
015500 01  WS-CONV-ERROR-CNT      PIC 9(03) VALUE ZEROS.                PGM035
015500 01  WS-CONV-DONE-CNT       PIC 9(03) VALUE ZEROS.                PGM035
015500 01  WS-FILE-STATUS13       PIC XX.                               PGM035
015500 01  WS-OACK-READY-FLAG     PIC X VALUE 'N'.                      PGM035
015500     88 WS-OACK-READY       VALUE 'Y'.                            PGM035
015500 01  WS-FILE-STATUS14       PIC XX.                               PGM035
015500 01  WS-UACT-READY-FLAG     PIC X VALUE 'N'.                      PGM035
015500     88 WS-UACT-READY       VALUE 'Y'.                            PGM035
015600 01  WS-RESV-QTY            PIC S9(9) VALUE ZEROS.                PGM035
015700 01  WS-MAINT-REASON        PIC X(03).                            PGM035
015800 01  WS-MAINT-USER          PIC X(10).                            PGM035
016200 01  WS-MAINT-ORDER-NO      PIC X(12).                            PGM035
016300 01  WS-MAINT-LINE-NO       PIC 9(03).                            PGM035
016400 01  WS-MAINT-CUSTOMER      PIC X(10).                            PGM035
016400 01  WS-MAINT-SHIPTO        PIC 9(03).                            PGM035
016500 01  WS-MAINT-PRODUCT       PIC X(15).                            PGM035
016600 01  WS-MAINT-WHSE          PIC X(05).                            PGM035
016700 01  WS-MAINT-QTY           PIC S9(9).                            PGM035
020300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM035
020400         PERFORM 9900-ABNORMAL-END                                PGM035
020500     END-IF                                                       PGM035
020500     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM035
020500     IF WS-FILE-STATUS10 NOT = '00'                               PGM035
020500         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS10  PGM035
020500         MOVE WS-FILE-STATUS10 TO WS-ABEND-STATUS                 PGM035
020500         PERFORM 9900-ABNORMAL-END                                PGM035
020500     END-IF                                                       PGM035
020500     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM035
020500     IF WS-FILE-STATUS11 NOT = '00'                               PGM035
020500         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS11 PGM035
020500         MOVE WS-FILE-STATUS11 TO WS-ABEND-STATUS                 PGM035
020500         PERFORM 9900-ABNORMAL-END                                PGM035
020500     END-IF                                                       PGM035
020600     OPEN INPUT PRICE-MASTER-FILE                                 PGM035
020700     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM035
020800         SET WS-PRICE-READY TO TRUE                               PGM035
021000         DISPLAY 'PRICE MASTER ABSENT - PRICE NOT VALIDATED: '    PGM035
021100                 WS-FILE-STATUS4                                  PGM035
021200     END-IF                                                       PGM035
021200     OPEN I-O SALES-QUOTE-FILE                                    PGM035
021200     IF WS-FILE-STATUS12 = '00' OR WS-FILE-STATUS12 = '05'        PGM035
021200         SET WS-QUOTE-READY TO TRUE                               PGM035
021200     ELSE                                                         PGM035
021200         DISPLAY 'SALES QUOTE FILE ABSENT - NO QUOTE '            PGM035
021200                 'CONVERSION: ' WS-FILE-STATUS12                  PGM035
021200     END-IF                                                       PGM035
021200     OPEN EXTEND ORDER-ACK-STAGE-FILE                             PGM035
021200     IF WS-FILE-STATUS13 = '00' OR WS-FILE-STATUS13 = '05'        PGM035
021200         SET WS-OACK-READY TO TRUE                                PGM035
021200     ELSE                                                         PGM035
021200         DISPLAY 'ORDER ACK STAGE ABSENT - ACK NOT FED: '         PGM035
021200                 WS-FILE-STATUS13                                 PGM035
021200     END-IF                                                       PGM035
021200     OPEN EXTEND USER-ACTIVITY-FILE                               PGM035
021200     IF WS-FILE-STATUS14 = '00' OR WS-FILE-STATUS14 = '05'        PGM035
021200         SET WS-UACT-READY TO TRUE                                PGM035
021200     ELSE                                                         PGM035
021200         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: '                 PGM035
021200                 WS-FILE-STATUS14                                 PGM035
021200     END-IF                                                       PGM035
021300     OPEN I-O RESERVATION-FILE                                    PGM035
021400     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM035
021500         SET WS-RESV-READY TO TRUE                                PGM035
024200 2000-PROCESS-MAINTENANCE.                                        PGM035
024300     DISPLAY ' '                                                  PGM035
024400     DISPLAY '=== CUSTOMER ORDER MAINTENANCE ==='                 PGM035
024500     DISPLAY 'A=ADD LINE  C=CHANGE LINE  X=CANCEL LINE  '         PGM035
024500             'Q=ORDER FROM QUOTE  E=EXIT'                         PGM035
024600     ACCEPT WS-ACTION-CHOICE                                      PGM035
024700     IF WS-EXIT-CHOICE                                            PGM035
024800         SET WS-EXIT TO TRUE                                      PGM035
025900                     PERFORM 2400-CANCEL-ORDER                    PGM035
026000             END-EVALUATE                                         PGM035
026100         ELSE                                                     PGM035
026200             IF WS-QUOTE-ACTION                                   PGM035
026200                 PERFORM 2450-CONVERT-QUOTE                       PGM035
026200             ELSE                                                 PGM035
026200                 DISPLAY 'INVALID SELECTION - TRY AGAIN'          PGM035
026200             END-IF                                               PGM035
026300         END-IF                                                   PGM035
026400     END-IF.                                                      PGM035
026500*                                                                 PGM035
029300             DISPLAY 'ORDER CANCELLED - ADD NOT ALLOWED'          PGM035
029400         ELSE                                                     PGM035
029500             PERFORM 2500-ENTER-ORDER-FIELDS                      PGM035
029500             DISPLAY 'ENTER USER ID: '                            PGM035
029500             ACCEPT WS-MAINT-USER                                 PGM035
029600             PERFORM 2600-VALIDATE-ORDER-FIELDS                   PGM035
029600             IF WS-MAINT-USER = SPACES                            PGM035
029600                 DISPLAY 'USER ID REQUIRED'                       PGM035
029600                 MOVE 'N' TO WS-ORDER-VALID-FLAG                  PGM035
029600             END-IF                                               PGM035
029700             IF WS-ORDER-VALID                                    PGM035
029800                 PERFORM 2630-ATP-CHECK                           PGM035
029900                 PERFORM 2640-CHECK-CREDIT-HOLD                   PGM035
033700                     PERFORM 2820-REPROMISE-IF-NEEDED             PGM035
033800                     PERFORM 2800-REWRITE-ORDER                   PGM035
033900                     PERFORM 2850-WRITE-AMEND-HISTORY             PGM035
033900                     IF WS-MAINT-QTY NOT = WS-OLD-QTY             PGM035
033900                         OR WS-MAINT-PRICE NOT = WS-OLD-PRICE     PGM035
033900                         OR WS-MAINT-DUE-DATE                     PGM035
033900                             NOT = WS-OLD-DUE-DATE                PGM035
033900                         PERFORM 2970-STAGE-CHANGE-ACK            PGM035
033900                     END-IF                                       PGM035
034000                     PERFORM 2690-UPSERT-RESERVATION              PGM035
034100                     PERFORM 2900-ROLLUP-HEADER                   PGM035
034200             END-EVALUATE                                         PGM035
035300         ELSE                                                     PGM035
035400             SET SO-CANCELLED TO TRUE                             PGM035
035500             REWRITE CUST-ORDER-REC                               PGM035
035500             MOVE SO-ORDER-QTY  TO WS-OLD-QTY                     PGM035
035500             MOVE SO-UNIT-PRICE TO WS-OLD-PRICE                   PGM035
035500             MOVE SO-DUE-DATE   TO WS-OLD-DUE-DATE                PGM035
035500             PERFORM 2970-STAGE-CHANGE-ACK                        PGM035
035600             PERFORM 2695-RELEASE-RESERVATION                     PGM035
035700             DISPLAY 'ORDER LINE CANCELLED: ' WS-MAINT-ORDER-NO   PGM035
035800                     ' LINE ' WS-MAINT-LINE-NO                    PGM035
036000         END-IF                                                   PGM035
036100     END-IF.                                                      PGM035
036200*                                                                 PGM035
036200* 견적 전환: 견적의 열린 라인이 모두 승인되고 유효기한                                  PGM035
036200* 안이며 한 고객의 것일 때만 새 주문번호로 라인을 복사                                  PGM035
036200* 한다. 실주/취소 라인은 건너뛰고, 이미 전환된 라인이                                  PGM035
036200* 있으면 거부한다. 견적단가는 승인된 단가이므로 단가                                    PGM035
036200* 예외 표시를 하지 않는다.                                                  PGM035
036200 2450-CONVERT-QUOTE.                                              PGM035
036200     IF NOT WS-QUOTE-READY                                        PGM035
036200         DISPLAY 'SALES QUOTE FILE ABSENT - CONVERSION NOT '      PGM035
036200                 'AVAILABLE'                                      PGM035
036200     ELSE                                                         PGM035
036200         DISPLAY 'ENTER QUOTE NO: '                               PGM035
036200         ACCEPT WS-CONV-QUOTE-NO                                  PGM035
036200         DISPLAY 'ENTER NEW ORDER NO: '                           PGM035
036200         ACCEPT WS-MAINT-ORDER-NO                                 PGM035
036200         DISPLAY 'ENTER USER ID: '                                PGM035
036200         ACCEPT WS-MAINT-USER                                     PGM035
036200         PERFORM 2455-CHECK-QUOTE                                 PGM035
036200         EVALUATE TRUE                                            PGM035
036200             WHEN WS-MAINT-USER = SPACES                          PGM035
036200                 DISPLAY 'USER ID REQUIRED - QUOTE NOT CONVERTED' PGM035
036200             WHEN WS-CONV-ERROR-CNT > 0                           PGM035
036200                 DISPLAY 'QUOTE NOT CONVERTED - SEE LINES ABOVE'  PGM035
036200             WHEN WS-CONV-LINE-CNT = 0                            PGM035
036200                 DISPLAY 'NO OPEN QUOTE LINES: ' WS-CONV-QUOTE-NO PGM035
036200             WHEN WS-HEADER-FOUND                                 PGM035
036200                 DISPLAY 'ORDER NO ALREADY EXISTS: '              PGM035
036200                         WS-MAINT-ORDER-NO                        PGM035
036200             WHEN OTHER                                           PGM035
036200                 PERFORM 2465-ENTER-CONVERT-FIELDS                PGM035
036200                 PERFORM 2470-COPY-QUOTE-LINES                    PGM035
036200         END-EVALUATE                                             PGM035
036200     END-IF.                                                      PGM035
036200*                                                                 PGM035
036200 2455-CHECK-QUOTE.                                                PGM035
036200     MOVE ZEROS  TO WS-CONV-LINE-CNT                              PGM035
036200                    WS-CONV-ERROR-CNT                             PGM035
036200     MOVE SPACES TO WS-CONV-CUSTOMER                              PGM035
036200     MOVE 'N' TO WS-QUOTE-EOF-FLAG                                PGM035
036200     MOVE WS-CONV-QUOTE-NO TO SQ-QUOTE-NO                         PGM035
036200     MOVE ZEROS            TO SQ-LINE-NO                          PGM035
036200     START SALES-QUOTE-FILE KEY >= SQ-KEY                         PGM035
036200         INVALID KEY                                              PGM035
036200             SET WS-QUOTE-EOF TO TRUE                             PGM035
036200     END-START                                                    PGM035
036200     PERFORM 2460-CHECK-QUOTE-LINE                                PGM035
036200         UNTIL WS-QUOTE-EOF                                       PGM035
036200     MOVE 'N' TO WS-HEADER-FOUND-FLAG                             PGM035
036200     MOVE WS-MAINT-ORDER-NO TO OH-ORDER-NO                        PGM035
036200     READ ORDER-HEADER-FILE                                       PGM035
036200         INVALID KEY                                              PGM035
036200             CONTINUE                                             PGM035
036200         NOT INVALID KEY                                          PGM035
036200             SET WS-HEADER-FOUND TO TRUE                          PGM035
036200     END-READ.                                                    PGM035
036200*                                                                 PGM035
036200 2460-CHECK-QUOTE-LINE.                                           PGM035
036200     READ SALES-QUOTE-FILE NEXT RECORD                            PGM035
036200         AT END                                                   PGM035
036200             SET WS-QUOTE-EOF TO TRUE                             PGM035
036200         NOT AT END                                               PGM035
036200             IF SQ-QUOTE-NO NOT = WS-CONV-QUOTE-NO                PGM035
036200                 SET WS-QUOTE-EOF TO TRUE                         PGM035
036200             ELSE                                                 PGM035
036200                 IF WS-CONV-CUSTOMER = SPACES                     PGM035
036200                     MOVE SQ-CUSTOMER-CD TO WS-CONV-CUSTOMER      PGM035
036200                 END-IF                                           PGM035
036200                 EVALUATE TRUE                                    PGM035
036200                     WHEN SQ-LOST OR SQ-CANCELLED                 PGM035
036200                         CONTINUE                                 PGM035
036200                     WHEN SQ-WON                                  PGM035
036200                         ADD 1 TO WS-CONV-ERROR-CNT               PGM035
036200                         DISPLAY 'LINE ' SQ-LINE-NO               PGM035
036200                                 ' ALREADY ON ORDER ' SQ-ORDER-NO PGM035
036200                     WHEN NOT SQ-APPROVED                         PGM035
036200                         ADD 1 TO WS-CONV-ERROR-CNT               PGM035
036200                         DISPLAY 'LINE ' SQ-LINE-NO               PGM035
036200                                 ' PENDING PRICE APPROVAL'        PGM035
036200                     WHEN SQ-VALID-DATE < WS-TODAY                PGM035
036200                         ADD 1 TO WS-CONV-ERROR-CNT               PGM035
036200                         DISPLAY 'LINE ' SQ-LINE-NO               PGM035
036200                                 ' QUOTE EXPIRED ' SQ-VALID-DATE  PGM035
036200                     WHEN SQ-CUSTOMER-CD NOT = WS-CONV-CUSTOMER   PGM035
036200                         ADD 1 TO WS-CONV-ERROR-CNT               PGM035
036200                         DISPLAY 'LINE ' SQ-LINE-NO               PGM035
036200                                 ' CUSTOMER DIFFERS: '            PGM035
036200                                 SQ-CUSTOMER-CD                   PGM035
036200                     WHEN OTHER                                   PGM035
036200                         ADD 1 TO WS-CONV-LINE-CNT                PGM035
036200                 END-EVALUATE                                     PGM035
036200             END-IF                                               PGM035
036200     END-READ.                                                    PGM035
036200*                                                                 PGM035
036200 2465-ENTER-CONVERT-FIELDS.                                       PGM035
036200     MOVE WS-CONV-CUSTOMER TO WS-MAINT-CUSTOMER                   PGM035
036200     PERFORM 2610-READ-CUSTOMER                                   PGM035
036200     DISPLAY 'ENTER SHIP-TO SEQ (0=BILL-TO ADDRESS): '            PGM035
036200     ACCEPT WS-MAINT-SHIPTO                                       PGM035
036200     DISPLAY 'ENTER DUE DATE (YYYYMMDD): '                        PGM035
036200     ACCEPT WS-CONV-DUE-DATE.                                     PGM035
036200*                                                                 PGM035
036200 2470-COPY-QUOTE-LINES.                                           PGM035
036200     MOVE ZEROS TO WS-CONV-DONE-CNT                               PGM035
036200     MOVE 'N' TO WS-QUOTE-EOF-FLAG                                PGM035
036200     MOVE WS-CONV-QUOTE-NO TO SQ-QUOTE-NO                         PGM035
036200     MOVE ZEROS            TO SQ-LINE-NO                          PGM035
036200     START SALES-QUOTE-FILE KEY >= SQ-KEY                         PGM035
036200         INVALID KEY                                              PGM035
036200             SET WS-QUOTE-EOF TO TRUE                             PGM035
036200     END-START                                                    PGM035
036200     PERFORM 2475-COPY-ONE-QUOTE-LINE                             PGM035
036200         UNTIL WS-QUOTE-EOF                                       PGM035
036200     DISPLAY 'QUOTE ' WS-CONV-QUOTE-NO ' CONVERTED TO ORDER '     PGM035
036200             WS-MAINT-ORDER-NO ' - LINES ' WS-CONV-DONE-CNT       PGM035
036200             ' OF ' WS-CONV-LINE-CNT.                             PGM035
036200*                                                                 PGM035
036200 2475-COPY-ONE-QUOTE-LINE.                                        PGM035
036200     READ SALES-QUOTE-FILE NEXT RECORD                            PGM035
036200         AT END                                                   PGM035
036200             SET WS-QUOTE-EOF TO TRUE                             PGM035
036200         NOT AT END                                               PGM035
036200             IF SQ-QUOTE-NO NOT = WS-CONV-QUOTE-NO                PGM035
036200                 SET WS-QUOTE-EOF TO TRUE                         PGM035
036200             ELSE                                                 PGM035
036200                 IF SQ-OPEN                                       PGM035
036200                     PERFORM 2480-ORDER-FROM-QUOTE-LINE           PGM035
036200                 END-IF                                           PGM035
036200             END-IF                                               PGM035
036200     END-READ.                                                    PGM035
036200*                                                                 PGM035
036200 2480-ORDER-FROM-QUOTE-LINE.                                      PGM035
036200     MOVE SQ-LINE-NO       TO WS-MAINT-LINE-NO                    PGM035
036200     MOVE SQ-PRODUCT-CD    TO WS-MAINT-PRODUCT                    PGM035
036200     MOVE SQ-WAREHOUSE-CD  TO WS-MAINT-WHSE                       PGM035
036200     MOVE SQ-QUOTE-QTY     TO WS-MAINT-QTY                        PGM035
036200     MOVE SQ-QUOTE-PRICE   TO WS-MAINT-PRICE                      PGM035
036200     MOVE WS-CONV-DUE-DATE TO WS-MAINT-DUE-DATE                   PGM035
036200     MOVE 'N' TO WS-PRICE-FOUND-FLAG                              PGM035
036200     PERFORM 2600-VALIDATE-ORDER-FIELDS                           PGM035
036200     IF WS-ORDER-VALID                                            PGM035
036200         PERFORM 2630-ATP-CHECK                                   PGM035
036200         PERFORM 2640-CHECK-CREDIT-HOLD                           PGM035
036200         PERFORM 2700-WRITE-NEW-ORDER                             PGM035
036200         PERFORM 2900-ROLLUP-HEADER                               PGM035
036200         SET SQ-WON TO TRUE                                       PGM035
036200         MOVE WS-MAINT-ORDER-NO TO SQ-ORDER-NO                    PGM035
036200         MOVE WS-TODAY          TO SQ-CONVERT-DATE                PGM035
036200         REWRITE SALES-QUOTE-REC                                  PGM035
036200             INVALID KEY                                          PGM035
036200                 DISPLAY 'QUOTE REWRITE ERROR: ' WS-FILE-STATUS12 PGM035
036200         END-REWRITE                                              PGM035
036200         ADD 1 TO WS-CONV-DONE-CNT                                PGM035
036200     ELSE                                                         PGM035
036200         DISPLAY 'QUOTE LINE ' SQ-LINE-NO ' NOT CONVERTED'        PGM035
036200     END-IF.                                                      PGM035
036200*                                                                 PGM035
036300 2500-ENTER-ORDER-FIELDS.                                         PGM035
036400     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM035
036500     ACCEPT WS-MAINT-CUSTOMER                                     PGM035
036500     PERFORM 2610-READ-CUSTOMER                                   PGM035
036500     IF NOT WS-HEADER-FOUND                                       PGM035
036500         DISPLAY 'ENTER SHIP-TO SEQ (0=BILL-TO ADDRESS): '        PGM035
036500         ACCEPT WS-MAINT-SHIPTO                                   PGM035
036500     END-IF                                                       PGM035
036600     DISPLAY 'ENTER PRODUCT CODE: '                               PGM035
036700     ACCEPT WS-MAINT-PRODUCT                                      PGM035
036800     DISPLAY 'ENTER WAREHOUSE CODE (BLANK=CUSTOMER DEFAULT): '    PGM035
036900     ACCEPT WS-MAINT-WHSE                                         PGM035
036900     IF WS-MAINT-WHSE = SPACES AND WS-CUST-FOUND                  PGM035
036900         MOVE CU-DEFAULT-WHSE TO WS-MAINT-WHSE                    PGM035
036900         DISPLAY 'WAREHOUSE DEFAULTED: ' WS-MAINT-WHSE            PGM035
036900     END-IF                                                       PGM035
037000     DISPLAY 'ENTER ORDER QTY: '                                  PGM035
037100     ACCEPT WS-MAINT-QTY                                          PGM035
037200     PERFORM 2650-LOOKUP-MASTER-PRICE                             PGM035
038300*                                                                 PGM035
038400 2600-VALIDATE-ORDER-FIELDS.                                      PGM035
038500     MOVE 'N' TO WS-ORDER-VALID-FLAG                              PGM035
038500     PERFORM 2620-VALIDATE-CUSTOMER                               PGM035
038600     IF WS-HEADER-FOUND                                           PGM035
038700         AND WS-MAINT-CUSTOMER NOT = OH-CUSTOMER-CD               PGM035
038800         DISPLAY 'CUSTOMER DIFFERS FROM ORDER HEADER: '           PGM035
038900                 OH-CUSTOMER-CD                                   PGM035
039000     ELSE                                                         PGM035
039100     IF WS-CUST-VALID                                             PGM035
039200         AND WS-MAINT-QTY > 0                                     PGM035
039300         AND WS-MAINT-PRICE > 0                                   PGM035
039400         MOVE WS-MAINT-PRODUCT TO IM-ITEM-CD                      PGM035
040700     END-IF                                                       PGM035
040800     END-IF.                                                      PGM035
040900*                                                                 PGM035
040900 2610-READ-CUSTOMER.                                              PGM035
040900     MOVE 'N' TO WS-CUST-FOUND-FLAG                               PGM035
040900     MOVE WS-MAINT-CUSTOMER TO CU-CUSTOMER-CD                     PGM035
040900     READ CUSTOMER-MASTER-FILE                                    PGM035
040900         INVALID KEY                                              PGM035
040900             DISPLAY 'CUSTOMER NOT ON CUSTOMER MASTER: '          PGM035
040900                     WS-MAINT-CUSTOMER                            PGM035
040900         NOT INVALID KEY                                          PGM035
040900             SET WS-CUST-FOUND TO TRUE                            PGM035
040900             DISPLAY 'CUSTOMER: ' CU-LEGAL-NAME                   PGM035
040900     END-READ.                                                    PGM035
040900*                                                                 PGM035
040900* 수주는 고객 마스터에 등록된 활성 고객만 받는다. 신규 주문은                              PGM035
040900* 납품처 일련번호가 0이면 청구처로 납품하고, 지정하면 해당                                PGM035
040900* 고객의 활성 납품처(S)여야 한다.                                             PGM035
040900 2620-VALIDATE-CUSTOMER.                                          PGM035
040900     MOVE 'N' TO WS-CUST-VALID-FLAG                               PGM035
040900     EVALUATE TRUE                                                PGM035
040900         WHEN NOT WS-CUST-FOUND                                   PGM035
040900             CONTINUE                                             PGM035
040900         WHEN NOT CU-ACTIVE                                       PGM035
040900             DISPLAY 'CUSTOMER INACTIVE: ' WS-MAINT-CUSTOMER      PGM035
040900         WHEN WS-HEADER-FOUND                                     PGM035
040900             SET WS-CUST-VALID TO TRUE                            PGM035
040900         WHEN WS-MAINT-SHIPTO NOT NUMERIC                         PGM035
040900             DISPLAY 'SHIP-TO SEQ INVALID'                        PGM035
040900         WHEN WS-MAINT-SHIPTO = ZEROS                             PGM035
040900             SET WS-CUST-VALID TO TRUE                            PGM035
040900         WHEN OTHER                                               PGM035
040900             MOVE WS-MAINT-CUSTOMER TO CA-CUSTOMER-CD             PGM035
040900             SET CA-SHIP-TO         TO TRUE                       PGM035
040900             MOVE WS-MAINT-SHIPTO   TO CA-ADDR-SEQ                PGM035
040900             READ CUSTOMER-ADDRESS-FILE                           PGM035
040900                 INVALID KEY                                      PGM035
040900                     DISPLAY 'SHIP-TO NOT ON FILE: '              PGM035
040900                             WS-MAINT-SHIPTO                      PGM035
040900                 NOT INVALID KEY                                  PGM035
040900                     IF CA-ACTIVE                                 PGM035
040900                         SET WS-CUST-VALID TO TRUE                PGM035
040900                         DISPLAY 'SHIP TO: ' CA-SITE-NAME         PGM035
040900                     ELSE                                         PGM035
040900                         DISPLAY 'SHIP-TO INACTIVE: '             PGM035
040900                                 WS-MAINT-SHIPTO                  PGM035
040900                     END-IF                                       PGM035
040900             END-READ                                             PGM035
040900     END-EVALUATE.                                                PGM035
040900*                                                                 PGM035
041000* 납기가능(ATP) 점검: 창고 로케이션 재고 + 납기일까지의                               PGM035
041100* 생산스케줄 공급 - 기수주 미출하 잔량으로 가용량을 구해                                 PGM035
041200* 납기를 확정하거나 최초 가능일을 제안한다. 가용량 초과                                  PGM035
061200     WRITE CUST-ORDER-REC                                         PGM035
061300         INVALID KEY                                              PGM035
061400             DISPLAY 'ORDER WRITE ERROR: ' WS-FILE-STATUS         PGM035
061400         NOT INVALID KEY                                          PGM035
061400             PERFORM 2960-STAGE-NEW-ACK                           PGM035
061400             PERFORM 2980-WRITE-USER-ACTIVITY                     PGM035
061500     END-WRITE                                                    PGM035
061600     IF NOT WS-HEADER-FOUND                                       PGM035
061700         PERFORM 2750-CREATE-HEADER                               PGM035
067900     INITIALIZE ORDER-HEADER-REC                                  PGM035
068000     MOVE WS-MAINT-ORDER-NO TO OH-ORDER-NO                        PGM035
068100     MOVE WS-MAINT-CUSTOMER TO OH-CUSTOMER-CD                     PGM035
068100     MOVE WS-MAINT-SHIPTO   TO OH-SHIPTO-SEQ                      PGM035
068200     ACCEPT OH-ORDER-DATE FROM DATE YYYYMMDD                      PGM035
068300     MOVE WS-MAINT-DUE-DATE TO OH-DUE-DATE                        PGM035
068400     MOVE 1                 TO OH-LINE-COUNT                      PGM035
076300*                                                                 PGM035
076400* 라인 상태를 헤더로 롤업: 전 라인 취소=X, 전 라인 완료=C,                            PGM035
076500* 일부 출하=P, 그 외=O. 라인수와 최조 납기일도 갱신한다.                              PGM035
076500* 고객 주문확인 스테이징: 신규 라인은 접수확인(N), 수량/                               PGM035
076500* 단가/납기 변경과 취소는 변경확인(C)으로 변경 전 값과 함께                              PGM035
076500* 기록한다. 라인 상태는 접수(A), 보류(H: 신용 CR, 사양 SP),                        PGM035
076500* 취소(X)로 알리고 납기 미확정(W)은 접수+NC로 알린다.                               PGM035
076500 2960-STAGE-NEW-ACK.                                              PGM035
076500     IF WS-OACK-READY                                             PGM035
076500         INITIALIZE ORDER-ACK-STAGE-REC                           PGM035
076500         SET OA-DT-NEW-ACK TO TRUE                                PGM035
076500         PERFORM 2965-FILL-ACK-DETAIL                             PGM035
076500         WRITE ORDER-ACK-STAGE-REC                                PGM035
076500     END-IF.                                                      PGM035
076500*                                                                 PGM035
076500 2965-FILL-ACK-DETAIL.                                            PGM035
076500     SET OA-DETAIL          TO TRUE                               PGM035
076500     MOVE WS-TODAY          TO OA-EXTRACT-DATE                    PGM035
076500     MOVE SO-CUSTOMER-CD    TO OA-CUSTOMER-CD                     PGM035
076500     ACCEPT OA-DT-EVENT-TIME FROM TIME                            PGM035
076500     MOVE SO-ORDER-NO       TO OA-DT-ORDER-NO                     PGM035
076500     MOVE SO-LINE-NO        TO OA-DT-LINE-NO                      PGM035
076500     MOVE SO-PRODUCT-CD     TO OA-DT-PRODUCT-CD                   PGM035
076500     EVALUATE TRUE                                                PGM035
076500         WHEN SO-CANCELLED                                        PGM035
076500             SET OA-DT-CANCELLED   TO TRUE                        PGM035
076500         WHEN SO-CREDIT-HOLD                                      PGM035
076500             SET OA-DT-HELD        TO TRUE                        PGM035
076500             SET OA-DT-CREDIT-HOLD TO TRUE                        PGM035
076500         WHEN SO-SPEC-HOLD                                        PGM035
076500             SET OA-DT-HELD        TO TRUE                        PGM035
076500             SET OA-DT-SPEC-HOLD   TO TRUE                        PGM035
076500         WHEN SO-UNCONFIRMED                                      PGM035
076500             SET OA-DT-ACCEPTED    TO TRUE                        PGM035
076500             SET OA-DT-UNCONFIRMED TO TRUE                        PGM035
076500         WHEN OTHER                                               PGM035
076500             SET OA-DT-ACCEPTED    TO TRUE                        PGM035
076500     END-EVALUATE                                                 PGM035
076500     MOVE SO-ORDER-QTY      TO OA-DT-ORDER-QTY                    PGM035
076500     MOVE SO-UNIT-PRICE     TO OA-DT-UNIT-PRICE                   PGM035
076500     MOVE SO-DUE-DATE       TO OA-DT-PROMISED-DATE.               PGM035
076500*                                                                 PGM035
076500 2970-STAGE-CHANGE-ACK.                                           PGM035
076500     IF WS-OACK-READY                                             PGM035
076500         INITIALIZE ORDER-ACK-STAGE-REC                           PGM035
076500         SET OA-DT-CHANGE-ACK TO TRUE                             PGM035
076500         PERFORM 2965-FILL-ACK-DETAIL                             PGM035
076500         MOVE WS-OLD-QTY        TO OA-DT-OLD-QTY                  PGM035
076500         MOVE WS-OLD-PRICE      TO OA-DT-OLD-PRICE                PGM035
076500         MOVE WS-OLD-DUE-DATE   TO OA-DT-OLD-DUE-DATE             PGM035
076500         WRITE ORDER-ACK-STAGE-REC                                PGM035
076500     END-IF.                                                      PGM035
076500*                                                                 PGM035
076500* 수주 입력자를 업무처리 이력에 남긴다. 월간 직무분리                                   PGM035
076500* 점검(PGM216)이 같은 사람이 그 제품/고객 단가를 승인                               PGM035
076500* 했는지 대조한다.                                                       PGM035
076500 2980-WRITE-USER-ACTIVITY.                                        PGM035
076500     IF WS-UACT-READY                                             PGM035
076500         INITIALIZE USER-ACTIVITY-REC                             PGM035
076500         ACCEPT UL-ACT-DATE FROM DATE YYYYMMDD                    PGM035
076500         ACCEPT UL-ACT-TIME FROM TIME                             PGM035
076500         MOVE WS-MAINT-USER  TO UL-USER-ID                        PGM035
076500         SET UL-ORDER-ENTRY TO TRUE                               PGM035
076500         MOVE SO-KEY         TO UL-KEY-1                          PGM035
076500         MOVE SO-CUSTOMER-CD TO UL-KEY-2                          PGM035
076500         MOVE SO-PRODUCT-CD  TO UL-KEY-3                          PGM035
076500         MOVE 'PGM035'       TO UL-PROGRAM-ID                     PGM035
076500         WRITE USER-ACTIVITY-REC                                  PGM035
076500     END-IF.                                                      PGM035
076500*                                                                 PGM035
076600 2900-ROLLUP-HEADER.                                              PGM035
076700     IF NOT WS-HEADER-FOUND                                       PGM035
076800         CONTINUE                                                 PGM035
084000     CLOSE ORDER-HEADER-FILE                                      PGM035
084100     CLOSE CUST-ORDER-FILE                                        PGM035
084200     CLOSE INV-MASTER-FILE                                        PGM035
084200     CLOSE CUSTOMER-MASTER-FILE                                   PGM035
084200     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM035
084300     IF WS-PRICE-READY                                            PGM035
084400         CLOSE PRICE-MASTER-FILE                                  PGM035
084500     END-IF                                                       PGM035
085500     IF WS-HIST-READY                                             PGM035
085600         CLOSE ORDER-HISTORY-FILE                                 PGM035
085700     END-IF                                                       PGM035
085700     IF WS-QUOTE-READY                                            PGM035
085700         CLOSE SALES-QUOTE-FILE                                   PGM035
085700     END-IF                                                       PGM035
085700     IF WS-OACK-READY                                             PGM035
085700         CLOSE ORDER-ACK-STAGE-FILE                               PGM035
085700     END-IF                                                       PGM035
085700     IF WS-UACT-READY                                             PGM035
085700         CLOSE USER-ACTIVITY-FILE                                 PGM035
085700     END-IF                                                       PGM035
085800     DISPLAY 'PGM035 - ORDER MAINTENANCE SESSION ENDED'.          PGM035
085900*                                                                 PGM035
086000 9750-DIAGNOSE-FILE-STATUS.                                       PGM035
