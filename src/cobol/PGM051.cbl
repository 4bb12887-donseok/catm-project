005300         ASSIGN TO PPVPARM                                        PGM051
005400         ORGANIZATION IS SEQUENTIAL                               PGM051
005500         FILE STATUS IS WS-FILE-STATUS6.                          PGM051
005500     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM051
005500         ASSIGN TO GLINTF                                         PGM051
005500         ORGANIZATION IS SEQUENTIAL                               PGM051
005500         FILE STATUS IS WS-FILE-STATUS9.                          PGM051
005600                                                                  PGM051
005700 DATA DIVISION.                                                   PGM051
005800 FILE SECTION.                                                    PGM051
009950 FD  FX-RATE-FILE.                                                PGM051
009950 01  FX-RATE-REC.                                                 PGM051
009950     COPY CPYFXRT.                                                PGM051
009950 FD  GL-INTERFACE-FILE.                                           PGM051
009950 01  GL-INTERFACE-REC.                                            PGM051
009950     COPY CPYGLIF.                                                PGM051
010000 FD  PPV-PARM-FILE.                                               PGM051
010100 01  PPV-PARM-REC.                                                PGM051
010200     05 PP-TARGET-YYYYMM     PIC 9(06).                           PGM051
012600 01  WS-PPV-UNIT            PIC S9(9)V99 VALUE ZEROS.             PGM051
012700 01  WS-PPV-AMOUNT          PIC S9(11)V99 VALUE ZEROS.            PGM051
012700 01  WS-FILE-STATUS8        PIC XX.                               PGM051
012700 01  WS-FILE-STATUS9        PIC XX.                               PGM051
012700 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM051
012700     88 WS-GLIF-READY       VALUE 'Y'.                            PGM051
012700 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM051
012700 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM051
012700 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM051
012700 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM051
012700 01  WS-GL-EVENT-CD         PIC X(04).                            PGM051
012700 01  WS-GL-CATEGORY         PIC X(10).                            PGM051
012700 01  WS-GL-PLANT-CD         PIC X(04).                            PGM051
012700 01  WS-GL-REF-KEY          PIC X(24).                            PGM051
012700 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM051
012700 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM051
012700 01  WS-FX-READY-FLAG       PIC X VALUE 'N'.                      PGM051
012700     88 WS-FX-READY         VALUE 'Y'.                            PGM051
012700 01  WS-FX-EOF-FLAG         PIC X VALUE 'N'.                      PGM051
017350         DISPLAY 'FX RATE TABLE ABSENT - EXCHANGE '               PGM051
017350                 'VARIANCE NOT SPLIT: ' WS-FILE-STATUS8           PGM051
017350     END-IF                                                       PGM051
017350     OPEN EXTEND GL-INTERFACE-FILE                                PGM051
017350     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM051
017350         SET WS-GLIF-READY TO TRUE                                PGM051
017350         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM051
017350         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM051
017350     ELSE                                                         PGM051
017350         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS9      PGM051
017350     END-IF                                                       PGM051
017400     OPEN OUTPUT PPV-WORK-FILE                                    PGM051
017500     IF WS-FILE-STATUS4 NOT = '00'                                PGM051
017600         DISPLAY 'PPV WORK OPEN ERROR: ' WS-FILE-STATUS4          PGM051
023800         WS-PPV-UNIT * RR-RECEIPT-QTY                             PGM051
023810     COMPUTE WS-FX-AMOUNT =                                       PGM051
023820         WS-XCHG-UNIT * RR-RECEIPT-QTY                            PGM051
023820     PERFORM 2280-WRITE-VARIANCE-GL                               PGM051
023900     PERFORM 2300-ADD-TO-PPV-TABLE.                               PGM051
023910*                                                                 PGM051
023910* 외화 발주: 실제단가를 입고시점 환율 원화로 환산하고                              PGM051
023960             END-IF                                               PGM051
023960     END-READ.                                                    PGM051
024000*                                                                 PGM051
024000* 입고 건별 가격차이와 환율차이를 GL 인터페이스로 넘긴다.                                PGM051
024000 2280-WRITE-VARIANCE-GL.                                          PGM051
024000     MOVE RM-CATEGORY    TO WS-GL-CATEGORY                        PGM051
024000     MOVE SPACES         TO WS-GL-PLANT-CD                        PGM051
024000     MOVE SPACES         TO WS-GL-REF-KEY                         PGM051
024000     STRING RR-RECEIPT-NO RR-MATL-CD                              PGM051
024000         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM051
024000     MOVE RR-RECEIPT-DT  TO WS-GL-TRANS-DATE                      PGM051
024000     IF WS-PPV-AMOUNT NOT = 0                                     PGM051
024000         MOVE 'PPV '         TO WS-GL-EVENT-CD                    PGM051
024000         MOVE WS-PPV-AMOUNT  TO WS-GL-AMOUNT                      PGM051
024000         PERFORM 9780-WRITE-GL-INTERFACE                          PGM051
024000     END-IF                                                       PGM051
024000     IF WS-FX-AMOUNT NOT = 0                                      PGM051
024000         MOVE 'PFXV'         TO WS-GL-EVENT-CD                    PGM051
024000         MOVE WS-FX-AMOUNT   TO WS-GL-AMOUNT                      PGM051
024000         PERFORM 9780-WRITE-GL-INTERFACE                          PGM051
024000     END-IF.                                                      PGM051
024000*                                                                 PGM051
024100 2300-ADD-TO-PPV-TABLE.                                           PGM051
024200     MOVE 'N' TO WS-GRP-FOUND-FLAG                                PGM051
024300     IF WS-GRP-COUNT > 0                                          PGM051
033500     END-IF                                                       PGM051
033600     CLOSE SORTED-PPV-FILE                                        PGM051
033700     CLOSE PPV-REPORT-FILE                                        PGM051
033700     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM051
033800     DISPLAY 'PGM051 COMPLETED: ' WS-RECEIPT-COUNT                PGM051
033900             ' RECEIPTS, ' WS-PRICED-COUNT ' PRICED, '            PGM051
034000             WS-UNPRICED-COUNT ' WITHOUT PO PRICE, '              PGM051
034100             WS-RANK ' RANKED GROUPS'.                            PGM051
034200*                                                                 PGM051
034200 9780-WRITE-GL-INTERFACE.                                         PGM051
034200     IF WS-GLIF-READY                                             PGM051
034200         INITIALIZE GL-INTERFACE-REC                              PGM051
034200         MOVE 'PGM051'         TO GI-SOURCE-PGM                   PGM051
034200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM051
034200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM051
034200         SET GI-DETAIL         TO TRUE                            PGM051
034200         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM051
034200         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM051
034200         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM051
034200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM051
034200         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM051
034200         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM051
034200         WRITE GL-INTERFACE-REC                                   PGM051
034200         ADD 1            TO WS-GL-CTL-CNT                        PGM051
034200         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM051
034200     END-IF.                                                      PGM051
034200*                                                                 PGM051
034200* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM051
034200* 배치를 완결된 것으로 보고 분개한다.                                            PGM051
034200 9790-CLOSE-GL-INTERFACE.                                         PGM051
034200     IF WS-GLIF-READY                                             PGM051
034200         INITIALIZE GL-INTERFACE-REC                              PGM051
034200         MOVE 'PGM051'         TO GI-SOURCE-PGM                   PGM051
034200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM051
034200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM051
034200         SET GI-TRAILER        TO TRUE                            PGM051
034200         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM051
034200         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM051
034200         WRITE GL-INTERFACE-REC                                   PGM051
034200         CLOSE GL-INTERFACE-FILE                                  PGM051
034200     END-IF.                                                      PGM051
034200*                                                                 PGM051
034300 9750-DIAGNOSE-FILE-STATUS.                                       PGM051
034400     EVALUATE WS-ABEND-STATUS                                     PGM051
034500         WHEN '10'                                                PGM051
