004600         ASSIGN TO STDVRPT                                        PGM129
004700         ORGANIZATION IS SEQUENTIAL                               PGM129
004800         FILE STATUS IS WS-FILE-STATUS6.                          PGM129
004800     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM129
004800         ASSIGN TO GLINTF                                         PGM129
004800         ORGANIZATION IS SEQUENTIAL                               PGM129
004800         FILE STATUS IS WS-FILE-STATUS7.                          PGM129
004900*                                                                 PGM129
005000 DATA DIVISION.                                                   PGM129
005100 FILE SECTION.                                                    PGM129
006800     COPY CPYRMMS.                                                PGM129
006900 FD  VARIANCE-REPORT-FILE.                                        PGM129
007000 01  VARIANCE-REPORT-REC     PIC X(132).                          PGM129
007000 FD  GL-INTERFACE-FILE.                                           PGM129
007000 01  GL-INTERFACE-REC.                                            PGM129
007000     COPY CPYGLIF.                                                PGM129
007100*                                                                 PGM129
007200 WORKING-STORAGE SECTION.                                         PGM129
007300 01  WS-FILE-STATUS         PIC XX.                               PGM129
007600 01  WS-FILE-STATUS4        PIC XX.                               PGM129
007700 01  WS-FILE-STATUS5        PIC XX.                               PGM129
007800 01  WS-FILE-STATUS6        PIC XX.                               PGM129
007800 01  WS-FILE-STATUS7        PIC XX.                               PGM129
007800 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM129
007800     88 WS-GLIF-READY       VALUE 'Y'.                            PGM129
007800 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM129
007800 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM129
007800 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM129
007800 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM129
007800 01  WS-GL-EVENT-CD         PIC X(04).                            PGM129
007800 01  WS-GL-CATEGORY         PIC X(10).                            PGM129
007800 01  WS-GL-PLANT-CD         PIC X(04).                            PGM129
007800 01  WS-GL-REF-KEY          PIC X(24).                            PGM129
007800 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM129
007800 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM129
007900 01  WS-ABEND-STATUS        PIC XX.                               PGM129
008000 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM129
008100     88 WS-EOF              VALUE 'Y'.                            PGM129
019200         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM129
019300         PERFORM 9900-ABNORMAL-END                                PGM129
019400     END-IF                                                       PGM129
019400     OPEN EXTEND GL-INTERFACE-FILE                                PGM129
019400     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM129
019400         SET WS-GLIF-READY TO TRUE                                PGM129
019400         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM129
019400         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM129
019400     ELSE                                                         PGM129
019400         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS7      PGM129
019400     END-IF                                                       PGM129
019500     MOVE WS-REPORT-YYYYMM TO RH-YYYYMM                           PGM129
019600     WRITE VARIANCE-REPORT-REC FROM WS-RPT-HEADER                 PGM129
019700     PERFORM 1100-READ-TRANS.                                     PGM129
029800                 WS-CURR-MATL-COST + SD-CONV-COST                 PGM129
029900             MOVE WS-PRICE-VAR            TO RP-PRICE-VAR         PGM129
030000             WRITE VARIANCE-REPORT-REC FROM WS-RPT-PROD           PGM129
030000             PERFORM 3050-WRITE-PRICE-VAR-GL                      PGM129
030100     END-READ.                                                    PGM129
030200*                                                                 PGM129
030200* 제품별 가격차이는 대상월 1일자로 GL 인터페이스에 넘긴다                                PGM129
030200* (라인 사용량차이는 수량 기준이라 분개 대상이 아니다).                                 PGM129
030200 3050-WRITE-PRICE-VAR-GL.                                         PGM129
030200     IF WS-PRICE-VAR NOT = 0                                      PGM129
030200         MOVE 'SCPV'               TO WS-GL-EVENT-CD              PGM129
030200         MOVE SPACES               TO WS-GL-CATEGORY              PGM129
030200         MOVE SPACES               TO WS-GL-PLANT-CD              PGM129
030200         MOVE WS-TBL-PRODUCT (WS-IX) TO WS-GL-REF-KEY             PGM129
030200         COMPUTE WS-GL-TRANS-DATE = WS-REPORT-YYYYMM * 100 + 1    PGM129
030200         MOVE WS-PRICE-VAR         TO WS-GL-AMOUNT                PGM129
030200         PERFORM 9780-WRITE-GL-INTERFACE                          PGM129
030200     END-IF.                                                      PGM129
030200*                                                                 PGM129
030300 3100-RECOST-AT-CURRENT.                                          PGM129
030400     MOVE ZEROS TO WS-CURR-MATL-COST                              PGM129
030500     MOVE 'N' TO WS-BM-EOF-FLAG                                   PGM129
035500     CLOSE BOM-MASTER-FILE                                        PGM129
035600     CLOSE RM-MASTER-FILE                                         PGM129
035700     CLOSE VARIANCE-REPORT-FILE                                   PGM129
035700     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM129
035800     DISPLAY 'PGM129 COMPLETED: ' WS-TRANS-COUNT                  PGM129
035900             ' TRANS, ' WS-PROD-CNT ' PRODUCTS, '                 PGM129
036000             WS-LINE-CNT ' LINES'.                                PGM129
036100*                                                                 PGM129
036100 9780-WRITE-GL-INTERFACE.                                         PGM129
036100     IF WS-GLIF-READY                                             PGM129
036100         INITIALIZE GL-INTERFACE-REC                              PGM129
036100         MOVE 'PGM129'         TO GI-SOURCE-PGM                   PGM129
036100         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM129
036100         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM129
036100         SET GI-DETAIL         TO TRUE                            PGM129
036100         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM129
036100         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM129
036100         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM129
036100         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM129
036100         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM129
036100         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM129
036100         WRITE GL-INTERFACE-REC                                   PGM129
036100         ADD 1            TO WS-GL-CTL-CNT                        PGM129
036100         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM129
036100     END-IF.                                                      PGM129
036100*                                                                 PGM129
036100* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM129
036100* 배치를 완결된 것으로 보고 분개한다.                                            PGM129
036100 9790-CLOSE-GL-INTERFACE.                                         PGM129
036100     IF WS-GLIF-READY                                             PGM129
036100         INITIALIZE GL-INTERFACE-REC                              PGM129
036100         MOVE 'PGM129'         TO GI-SOURCE-PGM                   PGM129
036100         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM129
036100         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM129
036100         SET GI-TRAILER        TO TRUE                            PGM129
036100         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM129
036100         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM129
036100         WRITE GL-INTERFACE-REC                                   PGM129
036100         CLOSE GL-INTERFACE-FILE                                  PGM129
036100     END-IF.                                                      PGM129
036100*                                                                 PGM129
036200 9750-DIAGNOSE-FILE-STATUS.                                       PGM129
036300     EVALUATE WS-ABEND-STATUS                                     PGM129
036400         WHEN '10'                                                PGM129
