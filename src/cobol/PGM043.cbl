000500* 프로그램명: 송장 3-WAY 대사                                              PGM043
000500* 처리내용  : 송장을 발주/입고와 수량·단가 기준으로 대사하여                              PGM043
000500*            허용오차를 넘는 불일치를 보고한다.                                  PGM043
000500*            입고 성분분석 정산(PGM202)이 끝난 입고는 건량톤                       PGM043
000500*            (DMT)과 품위 조정 정산단가로 대사하고, 분석은                         PGM043
000500*            있으나 정산 전이면 불일치(AP)로 보류한다.                            PGM043
001500* =========================================================       PGM043
001600                                                                  PGM043
001700 ENVIRONMENT DIVISION.                                            PGM043
004600         ASSIGN TO INVMPARM                                       PGM043
004700         ORGANIZATION IS SEQUENTIAL                               PGM043
004800         FILE STATUS IS WS-FILE-STATUS6.                          PGM043
004800     SELECT VAT-REGISTER-FILE                                     PGM043
004800         ASSIGN TO VATREG                                         PGM043
004800         ORGANIZATION IS INDEXED                                  PGM043
004800         ACCESS MODE IS RANDOM                                    PGM043
004800         RECORD KEY IS VR-KEY                                     PGM043
004800         FILE STATUS IS WS-FILE-STATUS7.                          PGM043
004800     SELECT OPTIONAL RECEIPT-INVOICED-FILE                        PGM043
004800         ASSIGN TO RCPTINV                                        PGM043
004800         ORGANIZATION IS INDEXED                                  PGM043
004800         ACCESS MODE IS RANDOM                                    PGM043
004800         RECORD KEY IS RI-KEY                                     PGM043
004800         FILE STATUS IS WS-FILE-STATUS8.                          PGM043
004800     SELECT OPTIONAL RECEIPT-ASSAY-FILE                           PGM043
004800         ASSIGN TO RCPTASY                                        PGM043
004800         ORGANIZATION IS INDEXED                                  PGM043
004800         ACCESS MODE IS RANDOM                                    PGM043
004800         RECORD KEY IS RA-KEY                                     PGM043
004800         FILE STATUS IS WS-FILE-STATUS9.                          PGM043
004900                                                                  PGM043
005000 DATA DIVISION.                                                   PGM043
005100 FILE SECTION.                                                    PGM043
006610     05 PA-CURRENCY-CD       PIC X(03).                           PGM043
006620     05 PA-FX-RATE           PIC 9(5)V9(5) COMP-3.                PGM043
006630     05 PA-HOME-AMT          PIC S9(13)V99 COMP-3.                PGM043
006700     05 PA-VAT-AMT           PIC S9(11)V99 COMP-3.                PGM043
006700     05 FILLER               PIC X(07).                           PGM043
006800 FD  DISCREPANCY-FILE.                                            PGM043
006900 01  DISCREPANCY-REC.                                             PGM043
007000     05 DC-VENDOR-CD         PIC X(10).                           PGM043
007600         88 DC-MISSING-RCPT  VALUE 'MR'.                          PGM043
007700         88 DC-PRICE-MISM    VALUE 'PX'.                          PGM043
007800         88 DC-QTY-MISM      VALUE 'QX'.                          PGM043
007800         88 DC-VAT-MISM      VALUE 'TX'.                          PGM043
007800         88 DC-ASSAY-PEND    VALUE 'AP'.                          PGM043
007900     05 DC-INV-QTY           PIC S9(9)V99 COMP-3.                 PGM043
008000     05 DC-NET-RECEIPT-QTY   PIC S9(9)V99 COMP-3.                 PGM043
008100     05 DC-INV-PRICE         PIC S9(9)V99 COMP-3.                 PGM043
008200     05 DC-PO-PRICE          PIC S9(9)V99 COMP-3.                 PGM043
008300     05 DC-VAT-DIFF          PIC S9(11)V99 COMP-3.                PGM043
008300     05 FILLER               PIC X(03).                           PGM043
008400 FD  MATCH-PARM-FILE.                                             PGM043
008500 01  MATCH-PARM-REC.                                              PGM043
008600     05 IP-PRICE-TOL-PCT     PIC 9(02)V99.                        PGM043
008700     05 FILLER               PIC X(16).                           PGM043
008700 FD  VAT-REGISTER-FILE.                                           PGM043
008700 01  VAT-REGISTER-REC.                                            PGM043
008700     COPY CPYVATR.                                                PGM043
008700 FD  RECEIPT-INVOICED-FILE.                                       PGM043
008700 01  RECEIPT-INVOICED-REC.                                        PGM043
008700     COPY CPYRCIV.                                                PGM043
008700 FD  RECEIPT-ASSAY-FILE.                                          PGM043
008700 01  RECEIPT-ASSAY-REC.                                           PGM043
008700     COPY CPYRASY.                                                PGM043
008800                                                                  PGM043
008900 WORKING-STORAGE SECTION.                                         PGM043
009000 01  WS-FILE-STATUS         PIC XX.                               PGM043
009300 01  WS-FILE-STATUS4        PIC XX.                               PGM043
009400 01  WS-FILE-STATUS5        PIC XX.                               PGM043
009500 01  WS-FILE-STATUS6        PIC XX.                               PGM043
009500 01  WS-FILE-STATUS7        PIC XX.                               PGM043
009500 01  WS-FILE-STATUS8        PIC XX.                               PGM043
009500 01  WS-FILE-STATUS9        PIC XX.                               PGM043
009600 01  WS-ABEND-STATUS        PIC XX.                               PGM043
009700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM043
009800     88 WS-EOF              VALUE 'Y'.                            PGM043
010500 01  WS-PRICE-TOL-AMT       PIC S9(9)V99 VALUE ZEROS.             PGM043
010600 01  WS-MATCH-OK-FLAG       PIC X VALUE 'N'.                      PGM043
010700     88 WS-MATCH-OK         VALUE 'Y'.                            PGM043
010700* 성분분석 정산 기준 대사 여부와 기대단가(발주단가 또는                                  PGM043
010700* 품위 조정 정산단가)                                                     PGM043
010700 01  WS-ASSAY-FLAG          PIC X VALUE 'N'.                      PGM043
010700     88 WS-ASSAY-BASIS      VALUE 'Y'.                            PGM043
010700     88 WS-ASSAY-PENDING    VALUE 'P'.                            PGM043
010700 01  WS-EXPECT-PRICE        PIC S9(9)V99 VALUE ZEROS.             PGM043
010700 01  WS-ASSAY-MATCH-COUNT   PIC 9(05) VALUE ZEROS.                PGM043
010700* 부가가치세율(%)과 공급사 청구세액 허용차(원) - 세액은 원                              PGM043
010700* 미만 절사. 허용차는 라인별 절사 차이를 흡수하는 범위이다.                               PGM043
010700 01  WS-VAT-RATE            PIC 9(02) VALUE 10.                   PGM043
010700 01  WS-VAT-TOL-AMT         PIC 9(03) VALUE 10.                   PGM043
010700 01  WS-VAT-CALC            PIC S9(11) VALUE ZEROS.               PGM043
010700 01  WS-VAT-DIFF            PIC S9(11)V99 VALUE ZEROS.            PGM043
010700 01  WS-SAVE-SUPPLY-AMT     PIC S9(11)V99 VALUE ZEROS.            PGM043
010700 01  WS-SAVE-VAT-AMT        PIC S9(11)V99 VALUE ZEROS.            PGM043
010700 01  WS-VAT-REG-COUNT       PIC 9(07) VALUE ZEROS.                PGM043
010700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM043
010800                                                                  PGM043
010900 PROCEDURE DIVISION.                                              PGM043
011000*                                                                 PGM043
014700         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM043
014800         PERFORM 9900-ABNORMAL-END                                PGM043
014900     END-IF                                                       PGM043
014900     OPEN I-O VAT-REGISTER-FILE                                   PGM043
014900     IF WS-FILE-STATUS7 NOT = '00' AND WS-FILE-STATUS7 NOT = '05' PGM043
014900         DISPLAY 'VAT REGISTER OPEN ERROR: ' WS-FILE-STATUS7      PGM043
014900         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM043
014900         PERFORM 9900-ABNORMAL-END                                PGM043
014900     END-IF                                                       PGM043
014900     OPEN I-O RECEIPT-INVOICED-FILE                               PGM043
014900     IF WS-FILE-STATUS8 NOT = '00' AND WS-FILE-STATUS8 NOT = '05' PGM043
014900         DISPLAY 'RECEIPT INVOICED OPEN ERROR: ' WS-FILE-STATUS8  PGM043
014900         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM043
014900         PERFORM 9900-ABNORMAL-END                                PGM043
014900     END-IF                                                       PGM043
014900     OPEN I-O RECEIPT-ASSAY-FILE                                  PGM043
014900     IF WS-FILE-STATUS9 NOT = '00' AND WS-FILE-STATUS9 NOT = '05' PGM043
014900         DISPLAY 'RECEIPT ASSAY OPEN ERROR: ' WS-FILE-STATUS9     PGM043
014900         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM043
014900         PERFORM 9900-ABNORMAL-END                                PGM043
014900     END-IF                                                       PGM043
014900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM043
015000     PERFORM 1100-READ-INVOICE.                                   PGM043
015100*                                                                 PGM043
015200 1050-LOAD-PARAMETERS.                                            PGM043
017300 2000-MATCH-INVOICE.                                              PGM043
017400     ADD 1 TO WS-INVOICE-COUNT                                    PGM043
017500     MOVE 'N' TO WS-MATCH-OK-FLAG                                 PGM043
017500     MOVE 'N' TO WS-ASSAY-FLAG                                    PGM043
017600     MOVE ZEROS TO WS-NET-RECEIPT-QTY                             PGM043
017700     MOVE ZEROS TO PO-UNIT-PRICE                                  PGM043
017800     MOVE IV-PO-NO TO PO-NO                                       PGM043
021500         WHEN OTHER                                               PGM043
021600             MOVE ZEROS TO WS-NET-RECEIPT-QTY                     PGM043
021700     END-EVALUATE                                                 PGM043
021800     PERFORM 2250-CHECK-ASSAY                                     PGM043
021900     EVALUATE TRUE                                                PGM043
022000         WHEN WS-ASSAY-PENDING                                    PGM043
022100             PERFORM 2500-WRITE-DISCREPANCY                       PGM043
022200             SET DC-ASSAY-PEND TO TRUE                            PGM043
022300             WRITE DISCREPANCY-REC                                PGM043
022400             ADD 1 TO WS-DISCREP-COUNT                            PGM043
022400         WHEN IV-INV-QTY > WS-NET-RECEIPT-QTY                     PGM043
022400             PERFORM 2500-WRITE-DISCREPANCY                       PGM043
022400             SET DC-QTY-MISM TO TRUE                              PGM043
022400             WRITE DISCREPANCY-REC                                PGM043
022400             ADD 1 TO WS-DISCREP-COUNT                            PGM043
022400         WHEN OTHER                                               PGM043
022400             PERFORM 2300-CHECK-PRICE                             PGM043
022500     END-EVALUATE.                                                PGM043
022500*                                                                 PGM043
022500* 정산이 끝난 성분분석이 있으면 송장 수량은 건량톤(DMT),                               PGM043
022500* 단가는 품위 보너스/페널티를 반영한 정산단가로 본다.                                   PGM043
022500 2250-CHECK-ASSAY.                                                PGM043
022500     MOVE IV-RECEIPT-NO TO RA-RECEIPT-NO                          PGM043
022500     MOVE IV-RECEIPT-DT TO RA-RECEIPT-DT                          PGM043
022500     READ RECEIPT-ASSAY-FILE                                      PGM043
022500         INVALID KEY                                              PGM043
022500             CONTINUE                                             PGM043
022500         NOT INVALID KEY                                          PGM043
022500             IF RA-CALCULATED                                     PGM043
022500                 SET WS-ASSAY-BASIS TO TRUE                       PGM043
022500                 MOVE RA-DMT-QTY        TO WS-NET-RECEIPT-QTY     PGM043
022500                 MOVE RA-ADJ-UNIT-PRICE TO WS-EXPECT-PRICE        PGM043
022500             ELSE                                                 PGM043
022500                 SET WS-ASSAY-PENDING TO TRUE                     PGM043
022500             END-IF                                               PGM043
022500     END-READ.                                                    PGM043
022600*                                                                 PGM043
022700 2300-CHECK-PRICE.                                                PGM043
022700     IF PO-UNIT-PRICE NOT NUMERIC                                 PGM043
022700         ADD 1 TO WS-UNPRICED-PO-COUNT                            PGM043
022700     ELSE                                                         PGM043
022700     IF NOT WS-ASSAY-BASIS                                        PGM043
022700         MOVE PO-UNIT-PRICE TO WS-EXPECT-PRICE                    PGM043
022700     END-IF                                                       PGM043
022800     COMPUTE WS-PRICE-DIFF =                                      PGM043
022900         IV-UNIT-PRICE - WS-EXPECT-PRICE                          PGM043
023000     IF WS-PRICE-DIFF < 0                                         PGM043
023100         COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF                PGM043
023200     END-IF                                                       PGM043
023300     COMPUTE WS-PRICE-TOL-AMT ROUNDED =                           PGM043
023400         WS-EXPECT-PRICE * WS-PRICE-TOL-PCT / 100                 PGM043
023500     IF WS-PRICE-DIFF > WS-PRICE-TOL-AMT                          PGM043
023600         PERFORM 2500-WRITE-DISCREPANCY                           PGM043
023700         SET DC-PRICE-MISM TO TRUE                                PGM043
023800         WRITE DISCREPANCY-REC                                    PGM043
023900         ADD 1 TO WS-DISCREP-COUNT                                PGM043
023900     ELSE                                                         PGM043
023900         PERFORM 2350-CHECK-VAT                                   PGM043
023900     END-IF                                                       PGM043
023900     END-IF.                                                      PGM043
023900*                                                                 PGM043
023900* 공급사가 세액을 청구했으면 공급가액 x 세율과 비교한다.                                 PGM043
023900* 외화 송장은 수입 부가세가 세관에서 징수되므로 검사하지                                  PGM043
023900* 않는다. 세액 미기재(0/비숫자)는 2400에서 산출한다.                                PGM043
023900 2350-CHECK-VAT.                                                  PGM043
023900     IF IV-VAT-AMT NUMERIC                                        PGM043
023900         AND IV-VAT-AMT > 0                                       PGM043
023900         AND (IV-CURRENCY-CD = SPACES OR IV-CURRENCY-CD = 'KRW')  PGM043
023900         COMPUTE WS-VAT-CALC =                                    PGM043
023900             IV-INV-AMT * WS-VAT-RATE / 100                       PGM043
023900         COMPUTE WS-VAT-DIFF = IV-VAT-AMT - WS-VAT-CALC           PGM043
023900         IF WS-VAT-DIFF > WS-VAT-TOL-AMT                          PGM043
023900             OR WS-VAT-DIFF < 0 - WS-VAT-TOL-AMT                  PGM043
023900             PERFORM 2500-WRITE-DISCREPANCY                       PGM043
023900             SET DC-VAT-MISM TO TRUE                              PGM043
023900             MOVE WS-VAT-DIFF TO DC-VAT-DIFF                      PGM043
023900             WRITE DISCREPANCY-REC                                PGM043
023900             ADD 1 TO WS-DISCREP-COUNT                            PGM043
023900         ELSE                                                     PGM043
023900             SET WS-MATCH-OK TO TRUE                              PGM043
023900         END-IF                                                   PGM043
024000     ELSE                                                         PGM043
024100         SET WS-MATCH-OK TO TRUE                                  PGM043
024200     END-IF.                                                      PGM043
024300*                                                                 PGM043
024400 2400-WRITE-PAYMENT-APPROVAL.                                     PGM043
024936     END-IF                                                       PGM043
024937     COMPUTE PA-HOME-AMT ROUNDED =                                PGM043
024938         IV-INV-AMT * PA-FX-RATE                                  PGM043
024938     MOVE ZEROS TO PA-VAT-AMT                                     PGM043
024938     IF PA-CURRENCY-CD = 'KRW'                                    PGM043
024938         IF IV-VAT-AMT NUMERIC                                    PGM043
024938             AND IV-VAT-AMT > 0                                   PGM043
024938             MOVE IV-VAT-AMT TO PA-VAT-AMT                        PGM043
024938         ELSE                                                     PGM043
024938             COMPUTE WS-VAT-CALC =                                PGM043
024938                 PA-HOME-AMT * WS-VAT-RATE / 100                  PGM043
024938             MOVE WS-VAT-CALC TO PA-VAT-AMT                       PGM043
024938         END-IF                                                   PGM043
024938         PERFORM 2450-WRITE-VAT-REGISTER                          PGM043
024938     END-IF                                                       PGM043
024938     PERFORM 2460-WRITE-RECEIPT-INVOICED                          PGM043
024938     IF WS-ASSAY-BASIS                                            PGM043
024938         PERFORM 2470-MARK-ASSAY-INVOICED                         PGM043
024938     END-IF                                                       PGM043
025000     WRITE PAYMENT-APPROVAL-REC                                   PGM043
025100     ADD 1 TO WS-PASSED-COUNT.                                    PGM043
025100*                                                                 PGM043
025100* 매입 VAT 장부 적재 - PGM143이 수신 전자세금계산서를 공급사                          PGM043
025100* 송장번호로 대사한다. 재실행 시 금액만 갱신하고 이미 대사된                               PGM043
025100* 전자세금계산서 상태와 승인번호는 보존한다.                                         PGM043
025100 2450-WRITE-VAT-REGISTER.                                         PGM043
025100     INITIALIZE VAT-REGISTER-REC                                  PGM043
025100     SET VR-PURCHASE         TO TRUE                              PGM043
025100     MOVE IV-VENDOR-CD       TO VR-PARTNER-CD                     PGM043
025100     MOVE IV-INVOICE-NO      TO VR-DOC-NO                         PGM043
025100     MOVE IV-RECEIPT-DT      TO VR-DOC-DATE                       PGM043
025100     MOVE PA-HOME-AMT        TO VR-SUPPLY-AMT                     PGM043
025100     MOVE PA-VAT-AMT         TO VR-VAT-AMT                        PGM043
025100     SET VR-TAXABLE          TO TRUE                              PGM043
025100     SET VR-ETAX-NONE        TO TRUE                              PGM043
025100     ADD 1 TO WS-VAT-REG-COUNT                                    PGM043
025100     WRITE VAT-REGISTER-REC                                       PGM043
025100         INVALID KEY                                              PGM043
025100             MOVE VR-SUPPLY-AMT TO WS-SAVE-SUPPLY-AMT             PGM043
025100             MOVE VR-VAT-AMT    TO WS-SAVE-VAT-AMT                PGM043
025100             READ VAT-REGISTER-FILE                               PGM043
025100             MOVE WS-SAVE-SUPPLY-AMT TO VR-SUPPLY-AMT             PGM043
025100             MOVE WS-SAVE-VAT-AMT    TO VR-VAT-AMT                PGM043
025100             REWRITE VAT-REGISTER-REC                             PGM043
025100     END-WRITE.                                                   PGM043
025200*                                                                 PGM043
025200* 입고별 송장 실적 - PGM148(GRNI)이 입고 순인수수량에서                            PGM043
025200* 차감해 미착송장 수량을 구한다. 재대사는 덮어쓴다.                                    PGM043
025200 2460-WRITE-RECEIPT-INVOICED.                                     PGM043
025200     INITIALIZE RECEIPT-INVOICED-REC                              PGM043
025200     MOVE IV-RECEIPT-NO      TO RI-RECEIPT-NO                     PGM043
025200     MOVE IV-RECEIPT-DT      TO RI-RECEIPT-DT                     PGM043
025200     MOVE IV-VENDOR-CD       TO RI-VENDOR-CD                      PGM043
025200     MOVE IV-INVOICE-NO      TO RI-INVOICE-NO                     PGM043
025200     MOVE IV-PO-NO           TO RI-PO-NO                          PGM043
025200*    건량 기준 송장 수량은 입고 습량 단위로 되돌려 남긴다.                              PGM043
025200     IF WS-ASSAY-BASIS AND RA-DMT-QTY > 0                         PGM043
025200         COMPUTE RI-INV-QTY ROUNDED =                             PGM043
025200             IV-INV-QTY * RA-NET-WET-QTY / RA-DMT-QTY             PGM043
025200     ELSE                                                         PGM043
025200         MOVE IV-INV-QTY         TO RI-INV-QTY                    PGM043
025200     END-IF                                                       PGM043
025200     MOVE PA-HOME-AMT        TO RI-HOME-AMT                       PGM043
025200     MOVE WS-RUN-DATE        TO RI-MATCH-DATE                     PGM043
025200     WRITE RECEIPT-INVOICED-REC                                   PGM043
025200         INVALID KEY                                              PGM043
025200             REWRITE RECEIPT-INVOICED-REC                         PGM043
025200     END-WRITE.                                                   PGM043
025200*                                                                 PGM043
025200* 정산이 확정된 성분분석에 송장을 찍어 이후 정정/재계산을                                 PGM043
025200* 막는다.                                                            PGM043
025200 2470-MARK-ASSAY-INVOICED.                                        PGM043
025200     MOVE IV-INVOICE-NO TO RA-INVOICE-NO                          PGM043
025200     MOVE WS-RUN-DATE   TO RA-INVOICED-DATE                       PGM043
025200     REWRITE RECEIPT-ASSAY-REC                                    PGM043
025200         INVALID KEY                                              PGM043
025200             DISPLAY 'RECEIPT ASSAY REWRITE ERROR: '              PGM043
025200                     WS-FILE-STATUS9                              PGM043
025200     END-REWRITE                                                  PGM043
025200     ADD 1 TO WS-ASSAY-MATCH-COUNT.                               PGM043
025200*                                                                 PGM043
025300 2500-WRITE-DISCREPANCY.                                          PGM043
025400     INITIALIZE DISCREPANCY-REC                                   PGM043
025900     MOVE IV-INV-QTY        TO DC-INV-QTY                         PGM043
026000     MOVE WS-NET-RECEIPT-QTY TO DC-NET-RECEIPT-QTY                PGM043
026100     MOVE IV-UNIT-PRICE     TO DC-INV-PRICE                       PGM043
026200     IF WS-ASSAY-BASIS                                            PGM043
026200         MOVE WS-EXPECT-PRICE   TO DC-PO-PRICE                    PGM043
026200     ELSE                                                         PGM043
026200         MOVE PO-UNIT-PRICE     TO DC-PO-PRICE                    PGM043
026200     END-IF.                                                      PGM043
026300*                                                                 PGM043
026400 9000-FINALIZE.                                                   PGM043
026500     CLOSE INVOICE-FILE                                           PGM043
026700     CLOSE RM-RECEIPT-FILE                                        PGM043
026800     CLOSE PAYMENT-APPROVAL-FILE                                  PGM043
026900     CLOSE DISCREPANCY-FILE                                       PGM043
026900     CLOSE VAT-REGISTER-FILE                                      PGM043
026900     CLOSE RECEIPT-INVOICED-FILE                                  PGM043
026900     CLOSE RECEIPT-ASSAY-FILE                                     PGM043
027000     DISPLAY 'PGM043 COMPLETED: ' WS-INVOICE-COUNT                PGM043
027100             ' INVOICES, ' WS-PASSED-COUNT ' PASSED, '            PGM043
027200             WS-DISCREP-COUNT ' DISCREPANCIES, '                  PGM043
027200             WS-VAT-REG-COUNT ' VAT REGISTERED, '                 PGM043
027200             WS-ASSAY-MATCH-COUNT ' ON ASSAY BASIS'.              PGM043
027300*                                                                 PGM043
027400 9750-DIAGNOSE-FILE-STATUS.                                       PGM043
027500     EVALUATE WS-ABEND-STATUS                                     PGM043
