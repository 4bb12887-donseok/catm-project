003199         ASSIGN TO PGM6CKPT                                       PGM006
003199         ORGANIZATION IS SEQUENTIAL                               PGM006
003199         FILE STATUS IS WS-FILE-STATUS7.                          PGM006
003199     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM006
003199         ASSIGN TO GLINTF                                         PGM006
003199         ORGANIZATION IS SEQUENTIAL                               PGM006
003199         FILE STATUS IS WS-FILE-STATUS20.                         PGM006
003200                                                                  PGM006
003300 DATA DIVISION.                                                   PGM006
003400 FILE SECTION.                                                    PGM006
004995 FD  AUDIT-TRAIL-FILE.                                            PGM006
004996 01  AUDIT-TRAIL-REC.                                             PGM006
004997     COPY CPYAUDIT.                                               PGM006
004997 FD  GL-INTERFACE-FILE.                                           PGM006
004997 01  GL-INTERFACE-REC.                                            PGM006
004997     COPY CPYGLIF.                                                PGM006
004998 FD  CHECKPOINT-FILE.                                             PGM006
004998 01  CHECKPOINT-REC.                                              PGM006
004998     COPY CPYCKPT.                                                PGM006
004999     05 CKX6-SHORTAGE-COUNT   PIC 9(05).                          PGM006
004999     05 CKX6-PO-ERROR-COUNT   PIC 9(05).                          PGM006
004999     05 CKX6-PO-VARIANCE-CNT  PIC 9(05).                          PGM006
004999     05 CKX6-GL-RUN-DATE      PIC 9(08).                          PGM006
004999     05 CKX6-GL-RUN-TIME      PIC 9(08).                          PGM006
004999     05 CKX6-GL-CTL-CNT       PIC 9(07).                          PGM006
004999     05 CKX6-GL-CTL-AMT       PIC S9(13)V99.                      PGM006
004999     05 FILLER                PIC X(337).                         PGM006
005000                                                                  PGM006
005100 WORKING-STORAGE SECTION.                                         PGM006
005200 01  WS-FILE-STATUS          PIC XX.                              PGM006
005427 01  WS-FILE-STATUS19        PIC XX.                              PGM006
005427 01  WS-BPO-READY-FLAG       PIC X VALUE 'N'.                     PGM006
005427     88 WS-BPO-READY         VALUE 'Y'.                           PGM006
005427 01  WS-FILE-STATUS20       PIC XX.                               PGM006
005427 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM006
005427     88 WS-GLIF-READY       VALUE 'Y'.                            PGM006
005427 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM006
005427 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM006
005427 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM006
005427 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM006
005427 01  WS-GL-EVENT-CD         PIC X(04).                            PGM006
005427 01  WS-GL-CATEGORY         PIC X(10).                            PGM006
005427 01  WS-GL-PLANT-CD         PIC X(04).                            PGM006
005427 01  WS-GL-REF-KEY          PIC X(24).                            PGM006
005427 01  WS-GL-TRANS-DATE       PIC 9(08).                            PGM006
005427 01  WS-GL-AMOUNT           PIC S9(11)V99 VALUE ZEROS.            PGM006
005427 01  WS-RUN-MODE-FLAG        PIC X VALUE ' '.                     PGM006
005427     88 WS-HELD-ONLY-RUN     VALUE 'H'.                           PGM006
005427 01  WS-RCPT-DISP            PIC X(01).                           PGM006
009595     PERFORM 1057-READ-REPROCESS-PARM                             PGM006
009595     PERFORM 1055-OPEN-CONTROL-FILES                              PGM006
009595     PERFORM 1058-OPEN-SAMPLING-FILES                             PGM006
009595     PERFORM 1065-OPEN-GL-INTERFACE                               PGM006
009600     PERFORM 1100-READ-FIRST-RECORD                               PGM006
009601     PERFORM 1150-SKIP-TO-RESTART-POINT                           PGM006
009602         UNTIL WS-EOF OR NOT WS-RESTART-RUN                       PGM006
010110                 WS-FILE-STATUS13                                 PGM006
010110     END-IF.                                                      PGM006
010110*                                                                 PGM006
010110* GL 인터페이스: 재시작 실행은 체크포인트에 남긴 배치                                  PGM006
010110* 키와 컨트롤 누적을 이어 써서 한 배치로 마감한다.                                    PGM006
010110 1065-OPEN-GL-INTERFACE.                                          PGM006
010110     OPEN EXTEND GL-INTERFACE-FILE                                PGM006
010110     IF WS-FILE-STATUS20 = '00' OR WS-FILE-STATUS20 = '05'        PGM006
010110         SET WS-GLIF-READY TO TRUE                                PGM006
010110         IF WS-RESTART-RUN                                        PGM006
010110             AND CKX6-GL-RUN-DATE NUMERIC                         PGM006
010110             AND CKX6-GL-RUN-DATE > 0                             PGM006
010110             MOVE CKX6-GL-RUN-DATE TO WS-GL-RUN-DATE              PGM006
010110             MOVE CKX6-GL-RUN-TIME TO WS-GL-RUN-TIME              PGM006
010110             MOVE CKX6-GL-CTL-CNT  TO WS-GL-CTL-CNT               PGM006
010110             MOVE CKX6-GL-CTL-AMT  TO WS-GL-CTL-AMT               PGM006
010110         ELSE                                                     PGM006
010110             ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD             PGM006
010110             ACCEPT WS-GL-RUN-TIME FROM TIME                      PGM006
010110         END-IF                                                   PGM006
010110     ELSE                                                         PGM006
010110         DISPLAY 'GL INTERFACE OPEN ERROR: ' WS-FILE-STATUS20     PGM006
010110     END-IF.                                                      PGM006
010110*                                                                 PGM006
010110 1070-CHECK-INPUT-REGISTRY.                                       PGM006
010110     IF WS-FREG-READY                                             PGM006
010110         MOVE 'RMRCPT' TO FR-FILE-DD                              PGM006
018447     COMPUTE DM-CHARGEBACK-AMT =                                  PGM006
018448         WS-REJECT-QTY * WS-UNIT-PRICE                            PGM006
018448     ADD 1 TO WS-BCTL-WRITE-CNT                                   PGM006
018449     WRITE DEBIT-MEMO-REC                                         PGM006
018449     MOVE 'DMEM'           TO WS-GL-EVENT-CD                      PGM006
018449     MOVE RM-CATEGORY      TO WS-GL-CATEGORY                      PGM006
018449     MOVE SPACES           TO WS-GL-PLANT-CD                      PGM006
018449     MOVE SPACES           TO WS-GL-REF-KEY                       PGM006
018449     STRING RR-RECEIPT-NO RR-VENDOR-CD                            PGM006
018449         DELIMITED BY SIZE INTO WS-GL-REF-KEY                     PGM006
018449     MOVE DM-MEMO-DATE     TO WS-GL-TRANS-DATE                    PGM006
018449     MOVE DM-CHARGEBACK-AMT TO WS-GL-AMOUNT                       PGM006
018449     PERFORM 9780-WRITE-GL-INTERFACE.                             PGM006
018450*                                                                 PGM006
018495* 안전재고 판정은 자사 소유분(총재고 - 위탁분) 기준이다.                           PGM006
018496* 구마스터는 위탁수량 미설정분이 있으므로 NUMERIC 검사.                           PGM006
018591                                  RR-RECEIPT-QTY                  PGM006
018591                                  PO-ORDER-QTY                    PGM006
018591             ADD 1 TO WS-PO-VARIANCE-COUNT                        PGM006
018591         WHEN PO-CANCELLED                                        PGM006
018591             MOVE 'ERROR'       TO WS-AUDIT-COND                  PGM006
018591             MOVE RR-PO-NO      TO WS-AUDIT-KEY1                  PGM006
018591             MOVE RR-RECEIPT-NO TO WS-AUDIT-KEY2                  PGM006
018591             MOVE 'RECEIPT AGAINST CANCELLED PO'                  PGM006
018591                 TO WS-AUDIT-DESC                                 PGM006
018591             PERFORM 9700-WRITE-AUDIT-RECORD                      PGM006
018591             CALL 'POALERT' USING PO-NO                           PGM006
018591                                  RR-RECEIPT-QTY                  PGM006
018591                                  PO-ORDER-QTY                    PGM006
018591             ADD 1 TO WS-PO-VARIANCE-COUNT                        PGM006
018591         WHEN OTHER                                               PGM006
018591             PERFORM 2620-UPDATE-PO-RECEIVED                      PGM006
018591     END-EVALUATE.                                                PGM006
018627     MOVE WS-SHORTAGE-COUNT    TO CKX6-SHORTAGE-COUNT             PGM006
018627     MOVE WS-PO-ERROR-COUNT    TO CKX6-PO-ERROR-COUNT             PGM006
018627     MOVE WS-PO-VARIANCE-COUNT TO CKX6-PO-VARIANCE-CNT            PGM006
018627     MOVE WS-GL-RUN-DATE       TO CKX6-GL-RUN-DATE                PGM006
018627     MOVE WS-GL-RUN-TIME       TO CKX6-GL-RUN-TIME                PGM006
018627     MOVE WS-GL-CTL-CNT        TO CKX6-GL-CTL-CNT                 PGM006
018627     MOVE WS-GL-CTL-AMT        TO CKX6-GL-CTL-AMT                 PGM006
018628     SET CK-INCOMPLETE     TO TRUE                                PGM006
018629     IF WS-CKPT-FOUND                                             PGM006
018630         REWRITE CHECKPOINT-REC                                   PGM006
020720     IF WS-AUDIT-READY                                            PGM006
020730         CLOSE AUDIT-TRAIL-FILE                                   PGM006
020740     END-IF                                                       PGM006
020740     PERFORM 9790-CLOSE-GL-INTERFACE                              PGM006
020740     PERFORM 9500-WRITE-CONTROL-TOTALS                            PGM006
020740     IF NOT WS-HELD-ONLY-RUN                                      PGM006
020740         PERFORM 9550-RECORD-INPUT-REGISTRY                       PGM006
021200         CLOSE FILE-REGISTRY-FILE                                 PGM006
021200     END-IF.                                                      PGM006
021200*                                                                 PGM006
021200 9780-WRITE-GL-INTERFACE.                                         PGM006
021200     IF WS-GLIF-READY                                             PGM006
021200         INITIALIZE GL-INTERFACE-REC                              PGM006
021200         MOVE 'PGM006'         TO GI-SOURCE-PGM                   PGM006
021200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM006
021200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM006
021200         SET GI-DETAIL         TO TRUE                            PGM006
021200         MOVE WS-GL-EVENT-CD   TO GI-EVENT-CD                     PGM006
021200         MOVE WS-GL-CATEGORY   TO GI-CATEGORY                     PGM006
021200         MOVE WS-GL-PLANT-CD   TO GI-PLANT-CD                     PGM006
021200         MOVE WS-GL-REF-KEY    TO GI-REF-KEY                      PGM006
021200         MOVE WS-GL-TRANS-DATE TO GI-TRANS-DATE                   PGM006
021200         MOVE WS-GL-AMOUNT     TO GI-AMOUNT                       PGM006
021200         WRITE GL-INTERFACE-REC                                   PGM006
021200         ADD 1            TO WS-GL-CTL-CNT                        PGM006
021200         ADD WS-GL-AMOUNT TO WS-GL-CTL-AMT                        PGM006
021200     END-IF.                                                      PGM006
021200*                                                                 PGM006
021200* 배치 마감: 건수/금액 컨트롤(T)이 있어야 PGM142가                                PGM006
021200* 배치를 완결된 것으로 보고 분개한다.                                            PGM006
021200 9790-CLOSE-GL-INTERFACE.                                         PGM006
021200     IF WS-GLIF-READY                                             PGM006
021200         INITIALIZE GL-INTERFACE-REC                              PGM006
021200         MOVE 'PGM006'         TO GI-SOURCE-PGM                   PGM006
021200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM006
021200         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM006
021200         SET GI-TRAILER        TO TRUE                            PGM006
021200         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM006
021200         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM006
021200         WRITE GL-INTERFACE-REC                                   PGM006
021200         CLOSE GL-INTERFACE-FILE                                  PGM006
021200     END-IF.                                                      PGM006
021200*                                                                 PGM006
021210 9700-WRITE-AUDIT-RECORD.                                         PGM006
021220     IF WS-AUDIT-READY                                            PGM006
021230         INITIALIZE AUDIT-TRAIL-REC                               PGM006
