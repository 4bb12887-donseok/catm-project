003900         ASSIGN TO CRDMRPT                                        PGM138
004000         ORGANIZATION IS SEQUENTIAL                               PGM138
004100         FILE STATUS IS WS-FILE-STATUS5.                          PGM138
004100     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM138
004100         ASSIGN TO GLINTF                                         PGM138
004100         ORGANIZATION IS SEQUENTIAL                               PGM138
004100         FILE STATUS IS WS-FILE-STATUS6.                          PGM138
004200*                                                                 PGM138
004300 DATA DIVISION.                                                   PGM138
004400 FILE SECTION.                                                    PGM138
005700     COPY CPYAROP.                                                PGM138
005800 FD  CREDIT-REGISTER-FILE.                                        PGM138
005900 01  CREDIT-REGISTER-REC     PIC X(132).                          PGM138
005900 FD  GL-INTERFACE-FILE.                                           PGM138
005900 01  GL-INTERFACE-REC.                                            PGM138
005900     COPY CPYGLIF.                                                PGM138
006000*                                                                 PGM138
006100 WORKING-STORAGE SECTION.                                         PGM138
006200 01  WS-FILE-STATUS         PIC XX.                               PGM138
006400 01  WS-FILE-STATUS3        PIC XX.                               PGM138
006500 01  WS-FILE-STATUS4        PIC XX.                               PGM138
006600 01  WS-FILE-STATUS5        PIC XX.                               PGM138
006600 01  WS-FILE-STATUS6        PIC XX.                               PGM138
006600 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM138
006600     88 WS-GLIF-READY       VALUE 'Y'.                            PGM138
006600 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM138
006600 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM138
006600 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM138
006600 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM138
006600 01  WS-GL-EVENT-CD         PIC X(04).                            PGM138
006600 01  WS-GL-CATEGORY         PIC X(10).                            PGM138
006600 01  WS-GL-PLANT-CD         PIC X(04).                            PGM138
006600 01  WS-GL-REF-KEY          PIC X(24).                            PGM138
006600 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM138
006600 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM138
006700 01  WS-ABEND-STATUS        PIC XX.                               PGM138
006800 01  WS-AR-POSTED-FLAG      PIC X VALUE 'N'.                      PGM138
006900     88 WS-AR-POSTED        VALUE 'Y'.                            PGM138
015100         DISPLAY 'REGISTER OPEN ERROR: ' WS-FILE-STATUS5          PGM138
015200         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM138
015300         PERFORM 9900-ABNORMAL-END                                PGM138
015300     END-IF                                                       PGM138
015300     OPEN EXTEND GL-INTERFACE-FILE                                PGM138
015300     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM138
015300         SET WS-GLIF-READY TO TRUE                                PGM138
015300         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM138
015300         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM138
015300     ELSE                                                         PGM138
015300         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS6      PGM138
015400     END-IF.                                                      PGM138
015500*                                                                 PGM138
015600 2000-PROCESS-MENU.                                               PGM138
031700             SET KM-APPLIED TO TRUE                               PGM138
031800             REWRITE CREDIT-MEMO-REC                              PGM138
031900             DISPLAY 'CREDIT APPLIED TO RECEIVABLES'              PGM138
031900             PERFORM 2460-WRITE-CREDIT-GL                         PGM138
032000         END-IF                                                   PGM138
032100     ELSE                                                         PGM138
032200         DISPLAY 'AR OPEN FILE NOT AVAILABLE: '                   PGM138
032300                 WS-FILE-STATUS4                                  PGM138
032400     END-IF.                                                      PGM138
032500*                                                                 PGM138
032500* 적용된 크레딧메모는 매출채권 차감 분개용으로 GL                                     PGM138
032500* 인터페이스에 넘긴다.                                                     PGM138
032500 2460-WRITE-CREDIT-GL.                                            PGM138
032500     MOVE 'CRMM'         TO WS-GL-EVENT-CD                        PGM138
032500     MOVE SPACES         TO WS-GL-CATEGORY                        PGM138
032500     MOVE SPACES         TO WS-GL-PLANT-CD                        PGM138
032500     MOVE SPACES         TO WS-GL-REF-KEY                         PGM138
032500     STRING KM-MEMO-NO KM-CUSTOMER-CD                             PGM138
032500         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM138
032500     MOVE WS-TODAY       TO WS-GL-TRANS-DATE                      PGM138
032500     MOVE KM-CREDIT-AMT  TO WS-GL-AMOUNT                          PGM138
032500     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM138
032500*                                                                 PGM138
032600 2500-PRINT-REGISTER.                                             PGM138
032700     MOVE WS-TODAY TO RH-RUN-DATE                                 PGM138
032800     WRITE CREDIT-REGISTER-REC FROM WS-RPT-HEADER                 PGM138
035600 9000-FINALIZE.                                                   PGM138
035700     CLOSE CREDIT-MEMO-FILE                                       PGM138
035800     CLOSE CREDIT-REGISTER-FILE                                   PGM138
035800     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM138
035900     DISPLAY 'PGM138 - CREDIT MEMO SESSION ENDED'.                PGM138
036000*                                                                 PGM138
036000 9780-WRITE-GL-INTERFACE.                                         PGM138
036000     IF WS-GLIF-READY                                             PGM138
036000         INITIALIZE GL-INTERFACE-REC                              PGM138
036000         MOVE 'PGM138'         TO GI-SOURCE-PGM                   PGM138
036000         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM138
036000         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM138
036000         SET GI-DETAIL         TO TRUE                            PGM138
036000         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM138
036000         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM138
036000         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM138
036000         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM138
036000         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM138
036000         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM138
036000         WRITE GL-INTERFACE-REC                                   PGM138
036000         ADD 1            TO WS-GL-CTL-CNT                        PGM138
036000         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM138
036000     END-IF.                                                      PGM138
036000*                                                                 PGM138
036000* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM138
036000* 배치를 완결된 것으로 보고 분개한다.                                            PGM138
036000 9790-CLOSE-GL-INTERFACE.                                         PGM138
036000     IF WS-GLIF-READY                                             PGM138
036000         INITIALIZE GL-INTERFACE-REC                              PGM138
036000         MOVE 'PGM138'         TO GI-SOURCE-PGM                   PGM138
036000         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM138
036000         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM138
036000         SET GI-TRAILER        TO TRUE                            PGM138
036000         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM138
036000         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM138
036000         WRITE GL-INTERFACE-REC                                   PGM138
036000         CLOSE GL-INTERFACE-FILE                                  PGM138
036000     END-IF.                                                      PGM138
036000*                                                                 PGM138
036100 9750-DIAGNOSE-FILE-STATUS.                                       PGM138
036200     EVALUATE WS-ABEND-STATUS                                     PGM138
036300         WHEN '10'                                                PGM138
