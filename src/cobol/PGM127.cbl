000900*            수주 파일(헤더+라인)에 적재한다. 불합격 건은 에러                        PGM127
001000*            스테이션에 보관하고 일일 편집 보고서를 출력한다.                          PGM127
001100*            (MES 인바운드 게이트웨이 PGM056과 동일 패턴)                       PGM127
001100*            신용보류 고객의 라인은 신용해제 대기(R)로 적재하고                        PGM127
001100*            라인별 접수/거부/보류 결과를 주문확인 스테이징에                          PGM127
001100*            기록한다 (PGM179가 고객별 전송파일 생성).                          PGM127
001200* =========================================================       PGM127
001300*                                                                 PGM127
001400 ENVIRONMENT DIVISION.                                            PGM127
004900         ASSIGN TO ORDINRPT                                       PGM127
005000         ORGANIZATION IS SEQUENTIAL                               PGM127
005100         FILE STATUS IS WS-FILE-STATUS7.                          PGM127
005100     SELECT CUSTOMER-MASTER-FILE                                  PGM127
005100         ASSIGN TO CUSTMAST                                       PGM127
005100         ORGANIZATION IS INDEXED                                  PGM127
005100         ACCESS MODE IS RANDOM                                    PGM127
005100         RECORD KEY IS CU-CUSTOMER-CD                             PGM127
005100         FILE STATUS IS WS-FILE-STATUS8.                          PGM127
005100     SELECT CUSTOMER-ADDRESS-FILE                                 PGM127
005100         ASSIGN TO CUSTADDR                                       PGM127
005100         ORGANIZATION IS INDEXED                                  PGM127
005100         ACCESS MODE IS RANDOM                                    PGM127
005100         RECORD KEY IS CA-KEY                                     PGM127
005100         FILE STATUS IS WS-FILE-STATUS9.                          PGM127
005100     SELECT OPTIONAL CREDIT-LIMIT-FILE                            PGM127
005100         ASSIGN TO CRDLIMIT                                       PGM127
005100         ORGANIZATION IS INDEXED                                  PGM127
005100         ACCESS MODE IS RANDOM                                    PGM127
005100         RECORD KEY IS CC-CUSTOMER-CD                             PGM127
005100         FILE STATUS IS WS-FILE-STATUS10.                         PGM127
005100     SELECT OPTIONAL ORDER-ACK-STAGE-FILE                         PGM127
005100         ASSIGN TO OACKSTG                                        PGM127
005100         ORGANIZATION IS SEQUENTIAL                               PGM127
005100         FILE STATUS IS WS-FILE-STATUS11.                         PGM127
005200*                                                                 PGM127
005300 DATA DIVISION.                                                   PGM127
005400 FILE SECTION.                                                    PGM127
006300     05 CO-UNIT-CD           PIC X(03).                           PGM127
006400     05 CO-UNIT-PRICE        PIC 9(9)V99.                         PGM127
006500     05 CO-DUE-DATE          PIC 9(08).                           PGM127
006600     05 CO-SHIPTO-SEQ        PIC X(03).                           PGM127
006600     05 FILLER               PIC X(01).                           PGM127
006700 FD  CUST-ORDER-FILE.                                             PGM127
006800 01  CUST-ORDER-REC.                                              PGM127
006900     COPY CPYCORD.                                                PGM127
008500         88 OE-BAD-DATE      VALUE 'DT'.                          PGM127
008600         88 OE-BAD-UOM       VALUE 'UM'.                          PGM127
008700         88 OE-DUPLICATE     VALUE 'DP'.                          PGM127
008700         88 OE-BAD-SHIPTO    VALUE 'ST'.                          PGM127
008800     05 OE-INBOUND-IMAGE     PIC X(80).                           PGM127
008900     05 FILLER               PIC X(04).                           PGM127
008900 FD  CUSTOMER-MASTER-FILE.                                        PGM127
008900 01  CUSTOMER-MASTER-REC.                                         PGM127
008900     COPY CPYCUST.                                                PGM127
008900 FD  CUSTOMER-ADDRESS-FILE.                                       PGM127
008900 01  CUSTOMER-ADDRESS-REC.                                        PGM127
008900     COPY CPYCADR.                                                PGM127
008900 FD  CREDIT-LIMIT-FILE.                                           PGM127
008900 01  CREDIT-LIMIT-REC.                                            PGM127
008900     COPY CPYCRLM.                                                PGM127
008900 FD  ORDER-ACK-STAGE-FILE.                                        PGM127
008900 01  ORDER-ACK-STAGE-REC.                                         PGM127
008900     COPY CPYOACK.                                                PGM127
009000 FD  EDIT-REPORT-FILE.                                            PGM127
009100 01  EDIT-REPORT-REC         PIC X(132).                          PGM127
009200*                                                                 PGM127
009800 01  WS-FILE-STATUS5        PIC XX.                               PGM127
009900 01  WS-FILE-STATUS6        PIC XX.                               PGM127
010000 01  WS-FILE-STATUS7        PIC XX.                               PGM127
010000 01  WS-FILE-STATUS8        PIC XX.                               PGM127
010000 01  WS-FILE-STATUS9        PIC XX.                               PGM127
010000 01  WS-FILE-STATUS10       PIC XX.                               PGM127
010000 01  WS-FILE-STATUS11       PIC XX.                               PGM127
010000 01  WS-CRDT-READY-FLAG     PIC X VALUE 'N'.                      PGM127
010000     88 WS-CRDT-READY       VALUE 'Y'.                            PGM127
010000 01  WS-OACK-READY-FLAG     PIC X VALUE 'N'.                      PGM127
010000     88 WS-OACK-READY       VALUE 'Y'.                            PGM127
010000 01  WS-HELD-COUNT          PIC 9(7) VALUE ZEROS.                 PGM127
010100 01  WS-ABEND-STATUS        PIC XX.                               PGM127
010200 01  WS-DATE-STATUS         PIC XX.                               PGM127
010300 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM127
011600 01  WS-CONV-QTY            PIC S9(9) VALUE ZEROS.                PGM127
011700 01  WS-UOM-FACTOR          PIC S9(7)V9(6) VALUE ZEROS.           PGM127
011800 01  WS-STD-UNIT            PIC X(03) VALUE 'TON'.                PGM127
011800 01  WS-SHIPTO-SEQ          PIC 9(03) VALUE ZEROS.                PGM127
011900*                                                                 PGM127
012000 01  WS-RPT-HEADER.                                               PGM127
012100     05 FILLER               PIC X(34) VALUE                      PGM127
017600         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM127
017700         PERFORM 9900-ABNORMAL-END                                PGM127
017800     END-IF                                                       PGM127
017800     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM127
017800     IF WS-FILE-STATUS8 NOT = '00'                                PGM127
017800         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS8   PGM127
017800         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM127
017800         PERFORM 9900-ABNORMAL-END                                PGM127
017800     END-IF                                                       PGM127
017800     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM127
017800     IF WS-FILE-STATUS9 NOT = '00'                                PGM127
017800         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS9  PGM127
017800         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM127
017800         PERFORM 9900-ABNORMAL-END                                PGM127
017800     END-IF                                                       PGM127
017900     OPEN OUTPUT ERROR-STATION-FILE                               PGM127
018000     IF WS-FILE-STATUS6 NOT = '00'                                PGM127
018100         DISPLAY 'ERROR STATION OPEN ERROR: ' WS-FILE-STATUS6     PGM127
018800         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM127
018900         PERFORM 9900-ABNORMAL-END                                PGM127
019000     END-IF                                                       PGM127
019000     OPEN INPUT CREDIT-LIMIT-FILE                                 PGM127
019000     IF WS-FILE-STATUS10 = '00' OR WS-FILE-STATUS10 = '05'        PGM127
019000         SET WS-CRDT-READY TO TRUE                                PGM127
019000     ELSE                                                         PGM127
019000         DISPLAY 'CREDIT LIMIT FILE ABSENT - CREDIT NOT '         PGM127
019000                 'CHECKED: ' WS-FILE-STATUS10                     PGM127
019000     END-IF                                                       PGM127
019000     OPEN EXTEND ORDER-ACK-STAGE-FILE                             PGM127
019000     IF WS-FILE-STATUS11 = '00' OR WS-FILE-STATUS11 = '05'        PGM127
019000         SET WS-OACK-READY TO TRUE                                PGM127
019000     ELSE                                                         PGM127
019000         DISPLAY 'ORDER ACK STAGE ABSENT - ACK NOT FED: '         PGM127
019000                 WS-FILE-STATUS11                                 PGM127
019000     END-IF                                                       PGM127
019100     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM127
019200     WRITE EDIT-REPORT-REC FROM WS-RPT-HEADER                     PGM127
019300     PERFORM 1100-READ-INBOUND.                                   PGM127
022100                 MOVE 'DT' TO WS-ERROR-REASON                     PGM127
022200                 PERFORM 2900-PARK-IN-ERROR-STATION               PGM127
022300             ELSE                                                 PGM127
022400                 PERFORM 2120-CHECK-CUSTOMER                      PGM127
022400                 IF WS-EDIT-OK                                    PGM127
022400                     PERFORM 2150-CHECK-PRODUCT                   PGM127
022400                 END-IF                                           PGM127
022500             END-IF                                               PGM127
022600     END-EVALUATE                                                 PGM127
022700     IF WS-EDIT-OK                                                PGM127
022800         PERFORM 2200-CONVERT-UNIT                                PGM127
022900     END-IF.                                                      PGM127
023000*                                                                 PGM127
023000* 고객 마스터 검증: 미등록/비활성 고객은 CU, 지정한 납품처가                             PGM127
023000* 없거나 비활성이면 ST로 보류한다. 창고가 공백이면 고객의                                PGM127
023000* 기본 출하창고로 채운 뒤 품목을 검증한다.                                         PGM127
023000 2120-CHECK-CUSTOMER.                                             PGM127
023000     MOVE ZEROS TO WS-SHIPTO-SEQ                                  PGM127
023000     IF CO-SHIPTO-SEQ IS NUMERIC                                  PGM127
023000         MOVE CO-SHIPTO-SEQ TO WS-SHIPTO-SEQ                      PGM127
023000     END-IF                                                       PGM127
023000     MOVE CO-CUSTOMER-CD TO CU-CUSTOMER-CD                        PGM127
023000     READ CUSTOMER-MASTER-FILE                                    PGM127
023000         INVALID KEY                                              PGM127
023000             MOVE 'CU' TO WS-ERROR-REASON                         PGM127
023000             PERFORM 2900-PARK-IN-ERROR-STATION                   PGM127
023000         NOT INVALID KEY                                          PGM127
023000             IF NOT CU-ACTIVE                                     PGM127
023000                 MOVE 'CU' TO WS-ERROR-REASON                     PGM127
023000                 PERFORM 2900-PARK-IN-ERROR-STATION               PGM127
023000             ELSE                                                 PGM127
023000                 IF CO-WAREHOUSE-CD = SPACES                      PGM127
023000                     MOVE CU-DEFAULT-WHSE TO CO-WAREHOUSE-CD      PGM127
023000                 END-IF                                           PGM127
023000             END-IF                                               PGM127
023000     END-READ                                                     PGM127
023000     IF WS-EDIT-OK AND WS-SHIPTO-SEQ > ZEROS                      PGM127
023000         MOVE CO-CUSTOMER-CD TO CA-CUSTOMER-CD                    PGM127
023000         SET CA-SHIP-TO      TO TRUE                              PGM127
023000         MOVE WS-SHIPTO-SEQ  TO CA-ADDR-SEQ                       PGM127
023000         READ CUSTOMER-ADDRESS-FILE                               PGM127
023000             INVALID KEY                                          PGM127
023000                 MOVE 'ST' TO WS-ERROR-REASON                     PGM127
023000                 PERFORM 2900-PARK-IN-ERROR-STATION               PGM127
023000             NOT INVALID KEY                                      PGM127
023000                 IF NOT CA-ACTIVE                                 PGM127
023000                     MOVE 'ST' TO WS-ERROR-REASON                 PGM127
023000                     PERFORM 2900-PARK-IN-ERROR-STATION           PGM127
023000                 END-IF                                           PGM127
023000         END-READ                                                 PGM127
023000     END-IF.                                                      PGM127
023000*                                                                 PGM127
023100 2150-CHECK-PRODUCT.                                              PGM127
023200     MOVE CO-PRODUCT-CD   TO IM-ITEM-CD                           PGM127
023300     MOVE CO-WAREHOUSE-CD TO IM-WAREHOUSE-CD                      PGM127
029100     MOVE WS-RUN-DATE     TO SO-ORDER-DATE                        PGM127
029200     MOVE CO-DUE-DATE     TO SO-DUE-DATE                          PGM127
029300     SET SO-OPEN          TO TRUE                                 PGM127
029300     PERFORM 2350-CHECK-CREDIT-HOLD                               PGM127
029400     WRITE CUST-ORDER-REC                                         PGM127
029500         INVALID KEY                                              PGM127
029600             MOVE 'DP' TO WS-ERROR-REASON                         PGM127
029800         NOT INVALID KEY                                          PGM127
029900             ADD 1 TO WS-LOADED-COUNT                             PGM127
030000             PERFORM 2400-UPSERT-HEADER                           PGM127
030000             PERFORM 2950-STAGE-ACCEPT-ACK                        PGM127
030100     END-WRITE.                                                   PGM127
030200*                                                                 PGM127
030200* 신용보류 고객(PGM035 수주 등록과 동일 기준)의 라인은                               PGM127
030200* 신용해제 대기(R)로 적재한다.                                               PGM127
030200 2350-CHECK-CREDIT-HOLD.                                          PGM127
030200     IF WS-CRDT-READY                                             PGM127
030200         MOVE CO-CUSTOMER-CD TO CC-CUSTOMER-CD                    PGM127
030200         READ CREDIT-LIMIT-FILE                                   PGM127
030200             INVALID KEY                                          PGM127
030200                 CONTINUE                                         PGM127
030200             NOT INVALID KEY                                      PGM127
030200                 IF CC-ON-HOLD                                    PGM127
030200                     SET SO-CREDIT-HOLD TO TRUE                   PGM127
030200                     ADD 1 TO WS-HELD-COUNT                       PGM127
030200                 END-IF                                           PGM127
030200         END-READ                                                 PGM127
030200     END-IF.                                                      PGM127
030200*                                                                 PGM127
030300 2400-UPSERT-HEADER.                                              PGM127
030400     MOVE CO-ORDER-NO TO OH-ORDER-NO                              PGM127
030500     READ ORDER-HEADER-FILE                                       PGM127
030700             INITIALIZE ORDER-HEADER-REC                          PGM127
030800             MOVE CO-ORDER-NO    TO OH-ORDER-NO                   PGM127
030900             MOVE CO-CUSTOMER-CD TO OH-CUSTOMER-CD                PGM127
030900             MOVE WS-SHIPTO-SEQ  TO OH-SHIPTO-SEQ                 PGM127
031000             MOVE WS-RUN-DATE    TO OH-ORDER-DATE                 PGM127
031100             MOVE CO-DUE-DATE    TO OH-DUE-DATE                   PGM127
031200             MOVE 1              TO OH-LINE-COUNT                 PGM127
033100     MOVE CO-ORDER-NO     TO RE-ORDER-NO                          PGM127
033200     MOVE CO-LINE-NO      TO RE-LINE-NO                           PGM127
033300     MOVE CO-CUSTOMER-CD  TO RE-CUSTOMER                          PGM127
033400     WRITE EDIT-REPORT-REC FROM WS-RPT-ERROR                      PGM127
033400     PERFORM 2960-STAGE-REJECT-ACK.                               PGM127
033400*                                                                 PGM127
033400* 주문확인 스테이징: 적재된 라인은 접수(A) 또는 신용보류                                PGM127
033400* (H/CR)로, 에러 스테이션에 보관된 라인은 거부(R)와 사유                             PGM127
033400* 코드로 기록한다. 고객코드가 무효(CU)인 건은 회신할 고객이                              PGM127
033400* 없으므로 기록하지 않는다.                                                  PGM127
033400 2950-STAGE-ACCEPT-ACK.                                           PGM127
033400     IF WS-OACK-READY                                             PGM127
033400         INITIALIZE ORDER-ACK-STAGE-REC                           PGM127
033400         SET OA-DETAIL        TO TRUE                             PGM127
033400         SET OA-DT-NEW-ACK    TO TRUE                             PGM127
033400         MOVE WS-RUN-DATE     TO OA-EXTRACT-DATE                  PGM127
033400         MOVE SO-CUSTOMER-CD  TO OA-CUSTOMER-CD                   PGM127
033400         ACCEPT OA-DT-EVENT-TIME FROM TIME                        PGM127
033400         MOVE SO-ORDER-NO     TO OA-DT-ORDER-NO                   PGM127
033400         MOVE SO-LINE-NO      TO OA-DT-LINE-NO                    PGM127
033400         MOVE SO-PRODUCT-CD   TO OA-DT-PRODUCT-CD                 PGM127
033400         IF SO-CREDIT-HOLD                                        PGM127
033400             SET OA-DT-HELD        TO TRUE                        PGM127
033400             SET OA-DT-CREDIT-HOLD TO TRUE                        PGM127
033400         ELSE                                                     PGM127
033400             SET OA-DT-ACCEPTED    TO TRUE                        PGM127
033400         END-IF                                                   PGM127
033400         MOVE SO-ORDER-QTY    TO OA-DT-ORDER-QTY                  PGM127
033400         MOVE SO-UNIT-PRICE   TO OA-DT-UNIT-PRICE                 PGM127
033400         MOVE SO-DUE-DATE     TO OA-DT-PROMISED-DATE              PGM127
033400         WRITE ORDER-ACK-STAGE-REC                                PGM127
033400     END-IF.                                                      PGM127
033400*                                                                 PGM127
033400 2960-STAGE-REJECT-ACK.                                           PGM127
033400     IF WS-OACK-READY AND NOT OE-BAD-CUSTOMER                     PGM127
033400         INITIALIZE ORDER-ACK-STAGE-REC                           PGM127
033400         SET OA-DETAIL        TO TRUE                             PGM127
033400         SET OA-DT-NEW-ACK    TO TRUE                             PGM127
033400         MOVE WS-RUN-DATE     TO OA-EXTRACT-DATE                  PGM127
033400         MOVE CO-CUSTOMER-CD  TO OA-CUSTOMER-CD                   PGM127
033400         ACCEPT OA-DT-EVENT-TIME FROM TIME                        PGM127
033400         MOVE CO-ORDER-NO     TO OA-DT-ORDER-NO                   PGM127
033400         MOVE CO-LINE-NO      TO OA-DT-LINE-NO                    PGM127
033400         MOVE CO-PRODUCT-CD   TO OA-DT-PRODUCT-CD                 PGM127
033400         SET OA-DT-REJECTED   TO TRUE                             PGM127
033400         MOVE WS-ERROR-REASON TO OA-DT-REASON-CD                  PGM127
033400         IF CO-ORDER-QTY IS NUMERIC                               PGM127
033400             MOVE CO-ORDER-QTY  TO OA-DT-ORDER-QTY                PGM127
033400         END-IF                                                   PGM127
033400         IF CO-UNIT-PRICE IS NUMERIC                              PGM127
033400             MOVE CO-UNIT-PRICE TO OA-DT-UNIT-PRICE               PGM127
033400         END-IF                                                   PGM127
033400         WRITE ORDER-ACK-STAGE-REC                                PGM127
033400     END-IF.                                                      PGM127
033500*                                                                 PGM127
033600 9000-FINALIZE.                                                   PGM127
033700     MOVE WS-INBOUND-COUNT TO RT-INBOUND                          PGM127
034200     CLOSE CUST-ORDER-FILE                                        PGM127
034300     CLOSE ORDER-HEADER-FILE                                      PGM127
034400     CLOSE INV-MASTER-FILE                                        PGM127
034400     CLOSE CUSTOMER-MASTER-FILE                                   PGM127
034400     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM127
034500     CLOSE ERROR-STATION-FILE                                     PGM127
034500     IF WS-CRDT-READY                                             PGM127
034500         CLOSE CREDIT-LIMIT-FILE                                  PGM127
034500     END-IF                                                       PGM127
034500     IF WS-OACK-READY                                             PGM127
034500         CLOSE ORDER-ACK-STAGE-FILE                               PGM127
034500     END-IF                                                       PGM127
034600     CLOSE EDIT-REPORT-FILE                                       PGM127
034700     DISPLAY 'PGM127 COMPLETED: ' WS-INBOUND-COUNT                PGM127
034800             ' INBOUND, ' WS-LOADED-COUNT ' LOADED, '             PGM127
034900             WS-ERROR-COUNT ' PARKED IN ERROR STATION, '          PGM127
034900             WS-HELD-COUNT ' ON CREDIT HOLD'.                     PGM127
035000*                                                                 PGM127
035100 9750-DIAGNOSE-FILE-STATUS.                                       PGM127
035200     EVALUATE WS-ABEND-STATUS                                     PGM127
