000800*            30/60/90+ 에이징을 출력한다. 고객별 채권 잔액이                      PGM132
000900*            여신한도를 넘거나 조건일수 경과 미수가 있으면                            PGM132
001000*            여신보류(H)를 설정하고, 해소되면 해제한다.                            PGM132
001000*            적용된 수금은 현금 장부(CPYCSHB)에 입금으로 남겨                      PGM132
001000*            은행 거래내역 대사(PGM150)의 장부측이 되게 한다.                      PGM132
001100* =========================================================       PGM132
001200*                                                                 PGM132
001300 ENVIRONMENT DIVISION.                                            PGM132
003800         ASSIGN TO ARAGERPT                                       PGM132
003900         ORGANIZATION IS SEQUENTIAL                               PGM132
004000         FILE STATUS IS WS-FILE-STATUS5.                          PGM132
004000     SELECT OPTIONAL CASH-BOOK-FILE                               PGM132
004000         ASSIGN TO CASHBOOK                                       PGM132
004000         ORGANIZATION IS INDEXED                                  PGM132
004000         ACCESS MODE IS RANDOM                                    PGM132
004000         RECORD KEY IS CB-KEY                                     PGM132
004000         FILE STATUS IS WS-FILE-STATUS6.                          PGM132
004100*                                                                 PGM132
004200 DATA DIVISION.                                                   PGM132
004300 FILE SECTION.                                                    PGM132
005900     COPY CPYCRLM.                                                PGM132
006000 FD  AGING-REPORT-FILE.                                           PGM132
006100 01  AGING-REPORT-REC        PIC X(132).                          PGM132
006100 FD  CASH-BOOK-FILE.                                              PGM132
006100 01  CASH-BOOK-REC.                                               PGM132
006100     COPY CPYCSHB.                                                PGM132
006200*                                                                 PGM132
006300 WORKING-STORAGE SECTION.                                         PGM132
006400 01  WS-FILE-STATUS         PIC XX.                               PGM132
006600 01  WS-FILE-STATUS3        PIC XX.                               PGM132
006700 01  WS-FILE-STATUS4        PIC XX.                               PGM132
006800 01  WS-FILE-STATUS5        PIC XX.                               PGM132
006800 01  WS-FILE-STATUS6        PIC XX.                               PGM132
006900 01  WS-ABEND-STATUS        PIC XX.                               PGM132
007000 01  WS-INV-EOF-FLAG        PIC X VALUE 'N'.                      PGM132
007100     88 WS-INV-EOF          VALUE 'Y'.                            PGM132
009700 01  WS-IX                  PIC 9(03) VALUE ZEROS.                PGM132
009800 01  WS-FOUND-IX            PIC 9(03) VALUE ZEROS.                PGM132
009900 01  WS-OVERDUE-FLAG        PIC X VALUE 'N'.                      PGM132
009900 01  WS-CB-SEQ              PIC 9(04) VALUE ZEROS.                PGM132
009900 01  WS-CB-DUP-COUNT        PIC 9(05) VALUE ZEROS.                PGM132
010000*                                                                 PGM132
010100 01  WS-CUST-TABLE.                                               PGM132
010200     05 WS-CUST-ENTRY OCCURS 200 TIMES.                           PGM132
016400         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM132
016500         PERFORM 9900-ABNORMAL-END                                PGM132
016600     END-IF                                                       PGM132
016600     OPEN I-O CASH-BOOK-FILE                                      PGM132
016600     IF WS-FILE-STATUS6 NOT = '00' AND WS-FILE-STATUS6 NOT = '05' PGM132
016600         DISPLAY 'CASH BOOK OPEN ERROR: ' WS-FILE-STATUS6         PGM132
016600         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM132
016600         PERFORM 9900-ABNORMAL-END                                PGM132
016600     END-IF                                                       PGM132
016700     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM132
016800     WRITE AGING-REPORT-REC FROM WS-RPT-HEADER.                   PGM132
016900*                                                                 PGM132
022100                     END-IF                                       PGM132
022200                     REWRITE AR-OPEN-REC                          PGM132
022300                     ADD 1 TO WS-PAYMENT-COUNT                    PGM132
022300                     PERFORM 3200-WRITE-CASH-BOOK                 PGM132
022400             END-READ                                             PGM132
022500     END-READ.                                                    PGM132
022600*                                                                 PGM132
022600* 수금 입금 기록: 참조키는 고객+송장번호+실행 내 순번. 같은                              PGM132
022600* 수금 파일을 다시 돌리면 같은 키가 되어 중복 기록되지 않는다.                             PGM132
022600 3200-WRITE-CASH-BOOK.                                            PGM132
022600     ADD 1 TO WS-CB-SEQ                                           PGM132
022600     INITIALIZE CASH-BOOK-REC                                     PGM132
022600     MOVE PY-PAY-DATE     TO CB-BOOK-DATE                         PGM132
022600     SET CB-RECEIPT       TO TRUE                                 PGM132
022600     STRING PY-CUSTOMER-CD PY-INVOICE-NO WS-CB-SEQ                PGM132
022600         DELIMITED BY SIZE INTO CB-REF-KEY                        PGM132
022600     MOVE PY-CUSTOMER-CD  TO CB-PARTY-CD                          PGM132
022600     MOVE PY-INVOICE-NO   TO CB-DOC-REF                           PGM132
022600     MOVE PY-PAY-AMT      TO CB-AMOUNT                            PGM132
022600     SET CB-UNMATCHED     TO TRUE                                 PGM132
022600     WRITE CASH-BOOK-REC                                          PGM132
022600         INVALID KEY                                              PGM132
022600             ADD 1 TO WS-CB-DUP-COUNT                             PGM132
022600     END-WRITE.                                                   PGM132
022600*                                                                 PGM132
022700 4000-START-AGING-SCAN.                                           PGM132
022800     MOVE LOW-VALUES TO AO-KEY                                    PGM132
022900     START AR-OPEN-FILE KEY >= AO-KEY                             PGM132
037000     CLOSE AR-OPEN-FILE                                           PGM132
037100     CLOSE CREDIT-LIMIT-FILE                                      PGM132
037200     CLOSE AGING-REPORT-FILE                                      PGM132
037200     CLOSE CASH-BOOK-FILE                                         PGM132
037300     DISPLAY 'PGM132 COMPLETED: ' WS-POSTED-COUNT                 PGM132
037400             ' INVOICES POSTED, ' WS-PAYMENT-COUNT                PGM132
037500             ' PAYMENTS, ' WS-HOLD-SET-COUNT ' HOLDS SET, '       PGM132
037500             WS-HOLD-CLR-COUNT ' HOLDS CLEARED'                   PGM132
037500     IF WS-CB-DUP-COUNT > 0                                       PGM132
037500         DISPLAY 'PGM132 CASH BOOK DUPLICATES SKIPPED: '          PGM132
037500                 WS-CB-DUP-COUNT                                  PGM132
037500     END-IF.                                                      PGM132
037700*                                                                 PGM132
037800 9750-DIAGNOSE-FILE-STATUS.                                       PGM132
037900     EVALUATE WS-ABEND-STATUS                                     PGM132
