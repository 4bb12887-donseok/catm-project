003800         ACCESS MODE IS RANDOM                                    PGM107
003900         RECORD KEY IS IM-KEY                                     PGM107
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM107
004000     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM107
004000         ASSIGN TO GLINTF                                         PGM107
004000         ORGANIZATION IS SEQUENTIAL                               PGM107
004000         FILE STATUS IS WS-FILE-STATUS5.                          PGM107
004100*                                                                 PGM107
004200 DATA DIVISION.                                                   PGM107
004300 FILE SECTION.                                                    PGM107
005300 FD  INV-MASTER-FILE.                                             PGM107
005400 01  INV-MASTER-REC.                                              PGM107
005500     COPY CPYINVMS.                                               PGM107
005500 FD  GL-INTERFACE-FILE.                                           PGM107
005500 01  GL-INTERFACE-REC.                                            PGM107
005500     COPY CPYGLIF.                                                PGM107
005600*                                                                 PGM107
005700 WORKING-STORAGE SECTION.                                         PGM107
005800 01  WS-FILE-STATUS         PIC XX.                               PGM107
005900 01  WS-FILE-STATUS2        PIC XX.                               PGM107
006000 01  WS-FILE-STATUS3        PIC XX.                               PGM107
006100 01  WS-FILE-STATUS4        PIC XX.                               PGM107
006100 01  WS-FILE-STATUS5        PIC XX.                               PGM107
006100 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM107
006100     88 WS-GLIF-READY       VALUE 'Y'.                            PGM107
006100 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM107
006100 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM107
006100 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM107
006100 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM107
006100 01  WS-GL-EVENT-CD         PIC X(04).                            PGM107
006100 01  WS-GL-CATEGORY         PIC X(10).                            PGM107
006100 01  WS-GL-PLANT-CD         PIC X(04).                            PGM107
006100 01  WS-GL-REF-KEY          PIC X(24).                            PGM107
006100 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM107
006100 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM107
006200 01  WS-ABEND-STATUS        PIC XX.                               PGM107
006300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM107
006400     88 WS-EXIT             VALUE 'Y'.                            PGM107
011200         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS4        PGM107
011300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM107
011400         PERFORM 9900-ABNORMAL-END                                PGM107
011400     END-IF                                                       PGM107
011400     OPEN EXTEND GL-INTERFACE-FILE                                PGM107
011400     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM107
011400         SET WS-GLIF-READY TO TRUE                                PGM107
011400         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM107
011400         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM107
011400     ELSE                                                         PGM107
011400         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS5      PGM107
011500     END-IF.                                                      PGM107
011600*                                                                 PGM107
011700 2000-PROCESS-MAINTENANCE.                                        PGM107
029400                 IF NOT AH-APPLIED                                PGM107
029500                     SET AH-APPLIED TO TRUE                       PGM107
029600                     REWRITE LANDED-CHARGE-REC                    PGM107
029600                     PERFORM 2620-WRITE-CHARGE-GL                 PGM107
029700                 END-IF                                           PGM107
029800             END-IF                                               PGM107
029900     END-READ.                                                    PGM107
030000*                                                                 PGM107
030000* 평균원가에 반영된 부대비용은 비용유형별로 GL                                       PGM107
030000* 인터페이스에 넘긴다(재고 차변 / 미지급 부대비용 대변).                                PGM107
030000 2620-WRITE-CHARGE-GL.                                            PGM107
030000     MOVE 'LNDC'          TO WS-GL-EVENT-CD                       PGM107
030000     MOVE AH-CHARGE-TYPE  TO WS-GL-CATEGORY                       PGM107
030000     MOVE SPACES          TO WS-GL-PLANT-CD                       PGM107
030000     MOVE SPACES          TO WS-GL-REF-KEY                        PGM107
030000     STRING AH-RECEIPT-NO AH-CHARGE-TYPE                          PGM107
030000         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM107
030000     MOVE AH-RECEIPT-DT   TO WS-GL-TRANS-DATE                     PGM107
030000     MOVE AH-CHARGE-AMT   TO WS-GL-AMOUNT                         PGM107
030000     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM107
030000*                                                                 PGM107
030100 9000-FINALIZE.                                                   PGM107
030200     CLOSE LANDED-CHARGE-FILE                                     PGM107
030300     CLOSE RM-RECEIPT-FILE                                        PGM107
030400     CLOSE PO-MASTER-FILE                                         PGM107
030500     CLOSE INV-MASTER-FILE                                        PGM107
030500     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM107
030600     DISPLAY 'PGM107 - LANDED COST SESSION ENDED'.                PGM107
030700*                                                                 PGM107
030700 9780-WRITE-GL-INTERFACE.                                         PGM107
030700     IF WS-GLIF-READY                                             PGM107
030700         INITIALIZE GL-INTERFACE-REC                              PGM107
030700         MOVE 'PGM107'         TO GI-SOURCE-PGM                   PGM107
030700         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM107
030700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM107
030700         SET GI-DETAIL         TO TRUE                            PGM107
030700         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM107
030700         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM107
030700         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM107
030700         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM107
030700         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM107
030700         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM107
030700         WRITE GL-INTERFACE-REC                                   PGM107
030700         ADD 1            TO WS-GL-CTL-CNT                        PGM107
030700         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM107
030700     END-IF.                                                      PGM107
030700*                                                                 PGM107
030700* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM107
030700* 배치를 완결된 것으로 보고 분개한다.                                            PGM107
030700 9790-CLOSE-GL-INTERFACE.                                         PGM107
030700     IF WS-GLIF-READY                                             PGM107
030700         INITIALIZE GL-INTERFACE-REC                              PGM107
030700         MOVE 'PGM107'         TO GI-SOURCE-PGM                   PGM107
030700         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM107
030700         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM107
030700         SET GI-TRAILER        TO TRUE                            PGM107
030700         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM107
030700         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM107
030700         WRITE GL-INTERFACE-REC                                   PGM107
030700         CLOSE GL-INTERFACE-FILE                                  PGM107
030700     END-IF.                                                      PGM107
030700*                                                                 PGM107
030800 9750-DIAGNOSE-FILE-STATUS.                                       PGM107
030900     EVALUATE WS-ABEND-STATUS                                     PGM107
031000         WHEN '10'                                                PGM107
