004000         ASSIGN TO CASHRPT                                        PGM108
004100         ORGANIZATION IS SEQUENTIAL                               PGM108
004200         FILE STATUS IS WS-FILE-STATUS5.                          PGM108
004200     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM108
004200         ASSIGN TO GLINTF                                         PGM108
004200         ORGANIZATION IS SEQUENTIAL                               PGM108
004200         FILE STATUS IS WS-FILE-STATUS6.                          PGM108
004300*                                                                 PGM108
004400 DATA DIVISION.                                                   PGM108
004500 FILE SECTION.                                                    PGM108
005200     05 PA-CURRENCY-CD       PIC X(03).                           PGM108
005300     05 PA-FX-RATE           PIC 9(5)V9(5) COMP-3.                PGM108
005400     05 PA-HOME-AMT          PIC S9(13)V99 COMP-3.                PGM108
005500     05 PA-VAT-AMT           PIC S9(11)V99 COMP-3.                PGM108
005500     05 FILLER               PIC X(07).                           PGM108
005600 FD  VENDOR-MASTER-FILE.                                          PGM108
005700 01  VENDOR-MASTER-REC.                                           PGM108
005800     COPY CPYVNMS.                                                PGM108
006400     COPY CPYAPVCH.                                               PGM108
006500 FD  CASH-REPORT-FILE.                                            PGM108
006600 01  CASH-REPORT-REC         PIC X(132).                          PGM108
006600 FD  GL-INTERFACE-FILE.                                           PGM108
006600 01  GL-INTERFACE-REC.                                            PGM108
006600     COPY CPYGLIF.                                                PGM108
006700*                                                                 PGM108
006800 WORKING-STORAGE SECTION.                                         PGM108
006900 01  WS-FILE-STATUS         PIC XX.                               PGM108
007100 01  WS-FILE-STATUS3        PIC XX.                               PGM108
007200 01  WS-FILE-STATUS4        PIC XX.                               PGM108
007300 01  WS-FILE-STATUS5        PIC XX.                               PGM108
007300 01  WS-FILE-STATUS6        PIC XX.                               PGM108
007300 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM108
007300     88 WS-GLIF-READY       VALUE 'Y'.                            PGM108
007300 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM108
007300 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM108
007300 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM108
007300 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM108
007300 01  WS-GL-EVENT-CD         PIC X(04).                            PGM108
007300 01  WS-GL-CATEGORY         PIC X(10).                            PGM108
007300 01  WS-GL-PLANT-CD         PIC X(04).                            PGM108
007300 01  WS-GL-REF-KEY          PIC X(24).                            PGM108
007300 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM108
007300 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM108
007400 01  WS-ABEND-STATUS        PIC XX.                               PGM108
007500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM108
007600     88 WS-EOF              VALUE 'Y'.                            PGM108
010400     05 WS-DUE-MM            PIC 9(02).                           PGM108
010500     05 WS-DUE-DD            PIC 9(02).                           PGM108
010600 01  WS-PAY-AMT             PIC S9(13)V99 VALUE ZEROS.            PGM108
010600 01  WS-SUPPLY-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM108
010600 01  WS-VAT-AMT             PIC S9(11)V99 VALUE ZEROS.            PGM108
010700 01  WS-VD-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM108
010800 01  WS-VD-COUNT            PIC 9(03) VALUE ZEROS.                PGM108
010900 01  WS-VD-MAX              PIC 9(03) VALUE 200.                  PGM108
019900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM108
020000         PERFORM 9900-ABNORMAL-END                                PGM108
020100     END-IF                                                       PGM108
020100     OPEN EXTEND GL-INTERFACE-FILE                                PGM108
020100     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM108
020100         SET WS-GLIF-READY TO TRUE                                PGM108
020100         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM108
020100         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM108
020100     ELSE                                                         PGM108
020100         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS6      PGM108
020100     END-IF                                                       PGM108
020200     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM108
020300     WRITE CASH-REPORT-REC FROM WS-RPT-HEADER                     PGM108
020400     PERFORM 1100-READ-INVOICE.                                   PGM108
021900     ELSE                                                         PGM108
022000         MOVE PA-INV-AMT TO WS-PAY-AMT                            PGM108
022100     END-IF                                                       PGM108
022100     MOVE WS-PAY-AMT TO WS-SUPPLY-AMT                             PGM108
022100     IF PA-VAT-AMT NUMERIC                                        PGM108
022100         MOVE PA-VAT-AMT TO WS-VAT-AMT                            PGM108
022100     ELSE                                                         PGM108
022100         MOVE ZEROS TO WS-VAT-AMT                                 PGM108
022100     END-IF                                                       PGM108
022100     ADD WS-VAT-AMT TO WS-PAY-AMT                                 PGM108
022200     MOVE 030 TO WS-TERMS-DAYS                                    PGM108
022300     MOVE PA-VENDOR-CD TO VN-VENDOR-CD                            PGM108
022400     READ VENDOR-MASTER-FILE                                      PGM108
024300     MOVE PA-INVOICE-NO TO AP-INVOICE-NO                          PGM108
024400     MOVE PA-PO-NO      TO AP-PO-NO                               PGM108
024500     MOVE WS-PAY-AMT    TO AP-VOUCHER-AMT                         PGM108
024500     MOVE PA-CURRENCY-CD TO AP-CURRENCY-CD                        PGM108
024500     MOVE PA-FX-RATE    TO AP-BOOKED-RATE                         PGM108
024500     IF PA-CURRENCY-CD = SPACES                                   PGM108
024500         MOVE 'KRW'     TO AP-CURRENCY-CD                         PGM108
024500     END-IF                                                       PGM108
024500     IF PA-FX-RATE NOT NUMERIC                                    PGM108
024500         OR PA-FX-RATE = 0                                        PGM108
024500         MOVE 1         TO AP-BOOKED-RATE                         PGM108
024500     END-IF                                                       PGM108
024600     MOVE WS-DUE-DATE   TO AP-DUE-DATE                            PGM108
024700     SET AP-OPEN        TO TRUE                                   PGM108
024800     WRITE AP-VOUCHER-REC                                         PGM108
024900         INVALID KEY                                              PGM108
025000             REWRITE AP-VOUCHER-REC                               PGM108
025000         NOT INVALID KEY                                          PGM108
025000             PERFORM 2050-WRITE-VOUCHER-GL                        PGM108
025100     END-WRITE                                                    PGM108
025200     ADD 1 TO WS-VOUCHER-COUNT                                    PGM108
025300     ADD WS-PAY-AMT TO WS-GROSS-TOTAL                             PGM108
026100     WRITE CASH-REPORT-REC FROM WS-RPT-DETAIL                     PGM108
026200     PERFORM 1100-READ-INVOICE.                                   PGM108
026300*                                                                 PGM108
026300* 신규 지급전표만 GL 인터페이스로 넘긴다(재처리로 덮어쓴                                 PGM108
026300* 전표는 이미 분개되었으므로 제외).                                             PGM108
026300* 공급가액은 APVC, 매입세액은 VATI로 나누어 넘긴다.                                PGM108
026300 2050-WRITE-VOUCHER-GL.                                           PGM108
026300     MOVE 'APVC'        TO WS-GL-EVENT-CD                         PGM108
026300     MOVE SPACES        TO WS-GL-CATEGORY                         PGM108
026300     MOVE SPACES        TO WS-GL-PLANT-CD                         PGM108
026300     MOVE SPACES        TO WS-GL-REF-KEY                          PGM108
026300     STRING PA-VENDOR-CD PA-INVOICE-NO                            PGM108
026300         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM108
026300     MOVE WS-RUN-DATE   TO WS-GL-TRANS-DATE                       PGM108
026300     MOVE WS-SUPPLY-AMT TO WS-GL-AMOUNT                           PGM108
026300     PERFORM 9780-WRITE-GL-INTERFACE                              PGM108
026300     IF WS-VAT-AMT NOT = ZERO                                     PGM108
026300         MOVE 'VATI'     TO WS-GL-EVENT-CD                        PGM108
026300         MOVE WS-VAT-AMT TO WS-GL-AMOUNT                          PGM108
026300         PERFORM 9780-WRITE-GL-INTERFACE                          PGM108
026300     END-IF.                                                      PGM108
026300*                                                                 PGM108
026400 2100-CARRY-MONTH.                                                PGM108
026500     SUBTRACT 30 FROM WS-NEXT-DD-WORK                             PGM108
026600     ADD 1 TO WS-NEXT-MM                                          PGM108
039700     CLOSE VENDOR-MASTER-FILE                                     PGM108
039800     CLOSE AP-VOUCHER-FILE                                        PGM108
039900     CLOSE CASH-REPORT-FILE                                       PGM108
039900     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM108
040000     DISPLAY 'PGM108 COMPLETED: ' WS-INVOICE-COUNT                PGM108
040100             ' INVOICES, ' WS-VOUCHER-COUNT ' VOUCHERS, '         PGM108
040200             WS-OVERDUE-COUNT ' OVERDUE'.                         PGM108
040300*                                                                 PGM108
040300 9780-WRITE-GL-INTERFACE.                                         PGM108
040300     IF WS-GLIF-READY                                             PGM108
040300         INITIALIZE GL-INTERFACE-REC                              PGM108
040300         MOVE 'PGM108'         TO GI-SOURCE-PGM                   PGM108
040300         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM108
040300         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM108
040300         SET GI-DETAIL         TO TRUE                            PGM108
040300         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM108
040300         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM108
040300         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM108
040300         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM108
040300         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM108
040300         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM108
040300         WRITE GL-INTERFACE-REC                                   PGM108
040300         ADD 1            TO WS-GL-CTL-CNT                        PGM108
040300         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM108
040300     END-IF.                                                      PGM108
040300*                                                                 PGM108
040300* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM108
040300* 배치를 완결된 것으로 보고 분개한다.                                            PGM108
040300 9790-CLOSE-GL-INTERFACE.                                         PGM108
040300     IF WS-GLIF-READY                                             PGM108
040300         INITIALIZE GL-INTERFACE-REC                              PGM108
040300         MOVE 'PGM108'         TO GI-SOURCE-PGM                   PGM108
040300         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM108
040300         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM108
040300         SET GI-TRAILER        TO TRUE                            PGM108
040300         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM108
040300         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM108
040300         WRITE GL-INTERFACE-REC                                   PGM108
040300         CLOSE GL-INTERFACE-FILE                                  PGM108
040300     END-IF.                                                      PGM108
040300*                                                                 PGM108
040400 9750-DIAGNOSE-FILE-STATUS.                                       PGM108
040500     EVALUATE WS-ABEND-STATUS                                     PGM108
040600         WHEN '10'                                                PGM108
