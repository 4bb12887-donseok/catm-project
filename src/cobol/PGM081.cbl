000800*            정렬하여 차량 중량한도 내에서 적재(LOAD)로                           PGM081
000900*            묶고, 적재계획 파일과 차량별 적재표를 생성한다.                          PGM081
001000*            PGM036이 적재 단위 출하확정에 대사한다.                            PGM081
001000*            고객 마스터에 없는 고객은 제외하고, 납품처가 다르면                        PGM081
001000*            같은 고객이라도 적재를 나누어 납품처 주소를 인쇄한다.                       PGM081
001100* =========================================================       PGM081
001200*                                                                 PGM081
001300 ENVIRONMENT DIVISION.                                            PGM081
004400         ASSIGN TO LOADSHET                                       PGM081
004500         ORGANIZATION IS SEQUENTIAL                               PGM081
004600         FILE STATUS IS WS-FILE-STATUS6.                          PGM081
004600     SELECT ORDER-HEADER-FILE                                     PGM081
004600         ASSIGN TO ORDHDR                                         PGM081
004600         ORGANIZATION IS INDEXED                                  PGM081
004600         ACCESS MODE IS RANDOM                                    PGM081
004600         RECORD KEY IS OH-ORDER-NO                                PGM081
004600         FILE STATUS IS WS-FILE-STATUS7.                          PGM081
004600     SELECT CUSTOMER-MASTER-FILE                                  PGM081
004600         ASSIGN TO CUSTMAST                                       PGM081
004600         ORGANIZATION IS INDEXED                                  PGM081
004600         ACCESS MODE IS RANDOM                                    PGM081
004600         RECORD KEY IS CU-CUSTOMER-CD                             PGM081
004600         FILE STATUS IS WS-FILE-STATUS8.                          PGM081
004600     SELECT CUSTOMER-ADDRESS-FILE                                 PGM081
004600         ASSIGN TO CUSTADDR                                       PGM081
004600         ORGANIZATION IS INDEXED                                  PGM081
004600         ACCESS MODE IS RANDOM                                    PGM081
004600         RECORD KEY IS CA-KEY                                     PGM081
004600         FILE STATUS IS WS-FILE-STATUS9.                          PGM081
004700*                                                                 PGM081
004800 DATA DIVISION.                                                   PGM081
004900 FILE SECTION.                                                    PGM081
006300     05 EX-LINE-NO           PIC 9(03).                           PGM081
006400     05 EX-PRODUCT-CD        PIC X(15).                           PGM081
006500     05 EX-REMAIN-QTY        PIC S9(9) COMP-3.                    PGM081
006600     05 EX-SHIPTO-SEQ        PIC 9(03).                           PGM081
006600     05 FILLER               PIC X(07).                           PGM081
006700 SD  SORT-WORK-FILE.                                              PGM081
006800 01  SORT-WORK-REC.                                               PGM081
006900     05 EX-CUSTOMER-CD       PIC X(10).                           PGM081
007300     05 EX-LINE-NO           PIC 9(03).                           PGM081
007400     05 EX-PRODUCT-CD        PIC X(15).                           PGM081
007500     05 EX-REMAIN-QTY        PIC S9(9) COMP-3.                    PGM081
007600     05 EX-SHIPTO-SEQ        PIC 9(03).                           PGM081
007600     05 FILLER               PIC X(07).                           PGM081
007700 FD  SORTED-ORDER-FILE.                                           PGM081
007800 01  SORTED-ORDER-REC.                                            PGM081
007900     05 EX-CUSTOMER-CD       PIC X(10).                           PGM081
008300     05 EX-LINE-NO           PIC 9(03).                           PGM081
008400     05 EX-PRODUCT-CD        PIC X(15).                           PGM081
008500     05 EX-REMAIN-QTY        PIC S9(9) COMP-3.                    PGM081
008600     05 EX-SHIPTO-SEQ        PIC 9(03).                           PGM081
008600     05 FILLER               PIC X(07).                           PGM081
008700 FD  LOAD-FILE.                                                   PGM081
008800 01  LOAD-REC.                                                    PGM081
008900     COPY CPYLOAD.                                                PGM081
009000 FD  LOAD-SHEET-FILE.                                             PGM081
009100 01  LOAD-SHEET-REC          PIC X(132).                          PGM081
009100 FD  ORDER-HEADER-FILE.                                           PGM081
009100 01  ORDER-HEADER-REC.                                            PGM081
009100     COPY CPYCOHD.                                                PGM081
009100 FD  CUSTOMER-MASTER-FILE.                                        PGM081
009100 01  CUSTOMER-MASTER-REC.                                         PGM081
009100     COPY CPYCUST.                                                PGM081
009100 FD  CUSTOMER-ADDRESS-FILE.                                       PGM081
009100 01  CUSTOMER-ADDRESS-REC.                                        PGM081
009100     COPY CPYCADR.                                                PGM081
009200*                                                                 PGM081
009300 WORKING-STORAGE SECTION.                                         PGM081
009400 01  WS-FILE-STATUS         PIC XX.                               PGM081
009700 01  WS-FILE-STATUS4        PIC XX.                               PGM081
009800 01  WS-FILE-STATUS5        PIC XX.                               PGM081
009900 01  WS-FILE-STATUS6        PIC XX.                               PGM081
009900 01  WS-FILE-STATUS7        PIC XX.                               PGM081
009900 01  WS-FILE-STATUS8        PIC XX.                               PGM081
009900 01  WS-FILE-STATUS9        PIC XX.                               PGM081
010000 01  WS-ABEND-STATUS        PIC XX.                               PGM081
010100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM081
010200     88 WS-EOF              VALUE 'Y'.                            PGM081
010300 01  WS-SRT-EOF-FLAG        PIC X VALUE 'N'.                      PGM081
010400     88 WS-SRT-EOF          VALUE 'Y'.                            PGM081
010400 01  WS-CUST-OK-FLAG        PIC X VALUE 'N'.                      PGM081
010400     88 WS-CUST-OK          VALUE 'Y'.                            PGM081
010500 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM081
010600 01  WS-VEHICLE-LIMIT       PIC 9(07) VALUE ZEROS.                PGM081
010700 01  WS-EXTRACT-COUNT       PIC 9(7) VALUE ZEROS.                 PGM081
010800 01  WS-LOAD-COUNT          PIC 9(5) VALUE ZEROS.                 PGM081
010900 01  WS-LINE-COUNT          PIC 9(7) VALUE ZEROS.                 PGM081
010900 01  WS-CUST-SKIP-COUNT     PIC 9(5) VALUE ZEROS.                 PGM081
010900 01  WS-SHIPTO-SEQ          PIC 9(03) VALUE ZEROS.                PGM081
011000 01  WS-REMAIN-QTY          PIC S9(9) VALUE ZEROS.                PGM081
011100 01  WS-CURR-LOAD-NO        PIC 9(12) VALUE ZEROS.                PGM081
011200 01  WS-CURR-LOAD-SEQ       PIC 9(03) VALUE ZEROS.                PGM081
011500 01  WS-GRP-CUSTOMER        PIC X(10) VALUE SPACES.               PGM081
011600 01  WS-GRP-WAREHOUSE       PIC X(05) VALUE SPACES.               PGM081
011700 01  WS-GRP-DUE-DATE        PIC 9(08) VALUE ZEROS.                PGM081
011700 01  WS-GRP-SHIPTO          PIC 9(03) VALUE ZEROS.                PGM081
011800 01  WS-LOAD-OPEN-FLAG      PIC X VALUE 'N'.                      PGM081
011900     88 WS-LOAD-OPEN        VALUE 'Y'.                            PGM081
012000*                                                                 PGM081
013500     05 FILLER               PIC X(05) VALUE ' DUE '.             PGM081
013600     05 RL-DUE-DATE          PIC 9(08).                           PGM081
013700     05 FILLER               PIC X(75) VALUE SPACES.              PGM081
013700 01  WS-RPT-LOAD-CUST.                                            PGM081
013700     05 FILLER               PIC X(11) VALUE '  CUSTOMER '.       PGM081
013700     05 RC-LEGAL-NAME        PIC X(40).                           PGM081
013700     05 FILLER               PIC X(08) VALUE ' TAX NO '.          PGM081
013700     05 RC-TAX-REG-NO        PIC X(10).                           PGM081
013700     05 FILLER               PIC X(63) VALUE SPACES.              PGM081
013700 01  WS-RPT-LOAD-ADDR.                                            PGM081
013700     05 FILLER               PIC X(11) VALUE '  SHIP TO  '.       PGM081
013700     05 RA-SITE-NAME         PIC X(30).                           PGM081
013700     05 FILLER               PIC X(01) VALUE SPACE.               PGM081
013700     05 RA-ADDR-LINE1        PIC X(40).                           PGM081
013700     05 FILLER               PIC X(01) VALUE SPACE.               PGM081
013700     05 RA-ADDR-LINE2        PIC X(30).                           PGM081
013700     05 FILLER               PIC X(01) VALUE SPACE.               PGM081
013700     05 RA-POSTAL-CD         PIC X(06).                           PGM081
013700     05 FILLER               PIC X(12) VALUE SPACES.              PGM081
013800 01  WS-RPT-DETAIL.                                               PGM081
013900     05 FILLER               PIC X(02) VALUE SPACES.              PGM081
014000     05 RD-SEQ               PIC 9(03).                           PGM081
019700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM081
019800         PERFORM 9900-ABNORMAL-END                                PGM081
019900     END-IF                                                       PGM081
019900     OPEN INPUT ORDER-HEADER-FILE                                 PGM081
019900     IF WS-FILE-STATUS7 NOT = '00'                                PGM081
019900         DISPLAY 'ORDER HEADER OPEN ERROR: ' WS-FILE-STATUS7      PGM081
019900         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM081
019900         PERFORM 9900-ABNORMAL-END                                PGM081
019900     END-IF                                                       PGM081
019900     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM081
019900     IF WS-FILE-STATUS8 NOT = '00'                                PGM081
019900         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS8   PGM081
019900         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM081
019900         PERFORM 9900-ABNORMAL-END                                PGM081
019900     END-IF                                                       PGM081
019900     OPEN INPUT CUSTOMER-ADDRESS-FILE                             PGM081
019900     IF WS-FILE-STATUS9 NOT = '00'                                PGM081
019900         DISPLAY 'CUSTOMER ADDRESS OPEN ERROR: ' WS-FILE-STATUS9  PGM081
019900         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM081
019900         PERFORM 9900-ABNORMAL-END                                PGM081
019900     END-IF                                                       PGM081
020000     MOVE LOW-VALUES TO SO-KEY                                    PGM081
020100     START CUST-ORDER-FILE KEY >= SO-KEY                          PGM081
020200         INVALID KEY                                              PGM081
021400         SO-ORDER-QTY - SO-SHIPPED-QTY                            PGM081
021500     IF (SO-OPEN OR SO-PARTIAL)                                   PGM081
021600         AND WS-REMAIN-QTY > 0                                    PGM081
021600         PERFORM 2100-CHECK-CUSTOMER                              PGM081
021600         IF WS-CUST-OK                                            PGM081
021700             INITIALIZE EXTRACT-WORK-REC                          PGM081
021800             MOVE SO-CUSTOMER-CD  TO EX-CUSTOMER-CD               PGM081
021900                                     OF EXTRACT-WORK-REC          PGM081
022000             MOVE SO-WAREHOUSE-CD TO EX-WAREHOUSE-CD              PGM081
022100                                     OF EXTRACT-WORK-REC          PGM081
022200             MOVE SO-DUE-DATE     TO EX-DUE-DATE                  PGM081
022300                                     OF EXTRACT-WORK-REC          PGM081
022400             MOVE SO-ORDER-NO     TO EX-ORDER-NO                  PGM081
022500                                     OF EXTRACT-WORK-REC          PGM081
022600             MOVE SO-LINE-NO      TO EX-LINE-NO                   PGM081
022700                                     OF EXTRACT-WORK-REC          PGM081
022800             MOVE SO-PRODUCT-CD   TO EX-PRODUCT-CD                PGM081
022900                                     OF EXTRACT-WORK-REC          PGM081
023000             MOVE WS-REMAIN-QTY   TO EX-REMAIN-QTY                PGM081
023100                                     OF EXTRACT-WORK-REC          PGM081
023100             MOVE WS-SHIPTO-SEQ   TO EX-SHIPTO-SEQ                PGM081
023100                                     OF EXTRACT-WORK-REC          PGM081
023200             WRITE EXTRACT-WORK-REC                               PGM081
023300             ADD 1 TO WS-EXTRACT-COUNT                            PGM081
023400         END-IF                                                   PGM081
023400     END-IF                                                       PGM081
023500     PERFORM 1100-READ-ORDER.                                     PGM081
023600*                                                                 PGM081
023600* 고객 마스터에 없거나 비활성인 고객의 라인은 적재에서 제외하고                              PGM081
023600* 건수를 보고한다. 납품처는 수주 헤더의 일련번호를 따른다.                                PGM081
023600 2100-CHECK-CUSTOMER.                                             PGM081
023600     MOVE 'N' TO WS-CUST-OK-FLAG                                  PGM081
023600     MOVE SO-CUSTOMER-CD TO CU-CUSTOMER-CD                        PGM081
023600     READ CUSTOMER-MASTER-FILE                                    PGM081
023600         INVALID KEY                                              PGM081
023600             DISPLAY 'CUSTOMER NOT ON MASTER - NOT PLANNED: '     PGM081
023600                     SO-ORDER-NO ' ' SO-CUSTOMER-CD               PGM081
023600         NOT INVALID KEY                                          PGM081
023600             IF CU-ACTIVE                                         PGM081
023600                 SET WS-CUST-OK TO TRUE                           PGM081
023600             ELSE                                                 PGM081
023600                 DISPLAY 'CUSTOMER INACTIVE - NOT PLANNED: '      PGM081
023600                         SO-ORDER-NO ' ' SO-CUSTOMER-CD           PGM081
023600             END-IF                                               PGM081
023600     END-READ                                                     PGM081
023600     IF WS-CUST-OK                                                PGM081
023600         MOVE ZEROS TO WS-SHIPTO-SEQ                              PGM081
023600         MOVE SO-ORDER-NO TO OH-ORDER-NO                          PGM081
023600         READ ORDER-HEADER-FILE                                   PGM081
023600             INVALID KEY                                          PGM081
023600                 CONTINUE                                         PGM081
023600             NOT INVALID KEY                                      PGM081
023600                 MOVE OH-SHIPTO-SEQ TO WS-SHIPTO-SEQ              PGM081
023600         END-READ                                                 PGM081
023600     ELSE                                                         PGM081
023600         ADD 1 TO WS-CUST-SKIP-COUNT                              PGM081
023600     END-IF.                                                      PGM081
023600*                                                                 PGM081
023700 3000-SORT-EXTRACT.                                               PGM081
023800     CLOSE EXTRACT-WORK-FILE                                      PGM081
023900     CLOSE CUST-ORDER-FILE                                        PGM081
023900     CLOSE ORDER-HEADER-FILE                                      PGM081
024000     SORT SORT-WORK-FILE                                          PGM081
024100         ON ASCENDING KEY EX-CUSTOMER-CD OF SORT-WORK-REC         PGM081
024100         ON ASCENDING KEY EX-SHIPTO-SEQ OF SORT-WORK-REC          PGM081
024200         ON ASCENDING KEY EX-WAREHOUSE-CD OF SORT-WORK-REC        PGM081
024300         ON ASCENDING KEY EX-DUE-DATE OF SORT-WORK-REC            PGM081
024400         ON ASCENDING KEY EX-ORDER-NO OF SORT-WORK-REC            PGM081
027800     IF NOT WS-LOAD-OPEN                                          PGM081
027900         OR EX-CUSTOMER-CD OF SORTED-ORDER-REC                    PGM081
028000             NOT = WS-GRP-CUSTOMER                                PGM081
028000         OR EX-SHIPTO-SEQ OF SORTED-ORDER-REC                     PGM081
028000             NOT = WS-GRP-SHIPTO                                  PGM081
028100         OR EX-WAREHOUSE-CD OF SORTED-ORDER-REC                   PGM081
028200             NOT = WS-GRP-WAREHOUSE                               PGM081
028300         OR EX-DUE-DATE OF SORTED-ORDER-REC                       PGM081
031000     MOVE ZEROS TO WS-CURR-LOAD-WGT                               PGM081
031100     MOVE EX-CUSTOMER-CD OF SORTED-ORDER-REC                      PGM081
031200         TO WS-GRP-CUSTOMER                                       PGM081
031200     MOVE EX-SHIPTO-SEQ OF SORTED-ORDER-REC                       PGM081
031200         TO WS-GRP-SHIPTO                                         PGM081
031300     MOVE EX-WAREHOUSE-CD OF SORTED-ORDER-REC                     PGM081
031400         TO WS-GRP-WAREHOUSE                                      PGM081
031500     MOVE EX-DUE-DATE OF SORTED-ORDER-REC                         PGM081
031900     MOVE WS-GRP-CUSTOMER TO RL-CUSTOMER                          PGM081
032000     MOVE WS-GRP-WAREHOUSE TO RL-WAREHOUSE                        PGM081
032100     MOVE WS-GRP-DUE-DATE TO RL-DUE-DATE                          PGM081
032200     WRITE LOAD-SHEET-REC FROM WS-RPT-LOAD-HDR                    PGM081
032200     PERFORM 4310-WRITE-CUSTOMER-BLOCK.                           PGM081
032200*                                                                 PGM081
032200* 적재표 머리에 고객 법인명과 납품처 주소를 인쇄한다. 납품처                               PGM081
032200* 일련번호가 0이면 청구처 주소를 쓴다.                                           PGM081
032200 4310-WRITE-CUSTOMER-BLOCK.                                       PGM081
032200     MOVE SPACES TO RC-LEGAL-NAME RC-TAX-REG-NO                   PGM081
032200     MOVE WS-GRP-CUSTOMER TO CU-CUSTOMER-CD                       PGM081
032200     READ CUSTOMER-MASTER-FILE                                    PGM081
032200         INVALID KEY                                              PGM081
032200             MOVE 'CUSTOMER NOT ON MASTER' TO RC-LEGAL-NAME       PGM081
032200         NOT INVALID KEY                                          PGM081
032200             MOVE CU-LEGAL-NAME TO RC-LEGAL-NAME                  PGM081
032200             MOVE CU-TAX-REG-NO TO RC-TAX-REG-NO                  PGM081
032200     END-READ                                                     PGM081
032200     WRITE LOAD-SHEET-REC FROM WS-RPT-LOAD-CUST                   PGM081
032200     MOVE WS-GRP-CUSTOMER TO CA-CUSTOMER-CD                       PGM081
032200     IF WS-GRP-SHIPTO = ZEROS                                     PGM081
032200         SET CA-BILL-TO TO TRUE                                   PGM081
032200         MOVE 1 TO CA-ADDR-SEQ                                    PGM081
032200     ELSE                                                         PGM081
032200         SET CA-SHIP-TO TO TRUE                                   PGM081
032200         MOVE WS-GRP-SHIPTO TO CA-ADDR-SEQ                        PGM081
032200     END-IF                                                       PGM081
032200     MOVE SPACES TO RA-SITE-NAME RA-ADDR-LINE1                    PGM081
032200                    RA-ADDR-LINE2 RA-POSTAL-CD                    PGM081
032200     READ CUSTOMER-ADDRESS-FILE                                   PGM081
032200         INVALID KEY                                              PGM081
032200             MOVE 'ADDRESS NOT ON FILE' TO RA-SITE-NAME           PGM081
032200         NOT INVALID KEY                                          PGM081
032200             MOVE CA-SITE-NAME  TO RA-SITE-NAME                   PGM081
032200             MOVE CA-ADDR-LINE1 TO RA-ADDR-LINE1                  PGM081
032200             MOVE CA-ADDR-LINE2 TO RA-ADDR-LINE2                  PGM081
032200             MOVE CA-POSTAL-CD  TO RA-POSTAL-CD                   PGM081
032200     END-READ                                                     PGM081
032200     WRITE LOAD-SHEET-REC FROM WS-RPT-LOAD-ADDR.                  PGM081
032300*                                                                 PGM081
032400 4400-WRITE-LOAD-LINE.                                            PGM081
032500     INITIALIZE LOAD-REC                                          PGM081
032800     MOVE WS-GRP-CUSTOMER  TO LD-CUSTOMER-CD                      PGM081
032900     MOVE WS-GRP-WAREHOUSE TO LD-WAREHOUSE-CD                     PGM081
033000     MOVE WS-GRP-DUE-DATE  TO LD-DUE-DATE                         PGM081
033000     MOVE WS-GRP-SHIPTO    TO LD-SHIPTO-SEQ                       PGM081
033100     MOVE EX-ORDER-NO OF SORTED-ORDER-REC                         PGM081
033200         TO LD-ORDER-NO                                           PGM081
033300     MOVE EX-LINE-NO OF SORTED-ORDER-REC                          PGM081
035300     CLOSE SORTED-ORDER-FILE                                      PGM081
035400     CLOSE LOAD-FILE                                              PGM081
035500     CLOSE LOAD-SHEET-FILE                                        PGM081
035500     CLOSE CUSTOMER-MASTER-FILE                                   PGM081
035500     CLOSE CUSTOMER-ADDRESS-FILE                                  PGM081
035600     DISPLAY 'PGM081 COMPLETED: ' WS-EXTRACT-COUNT                PGM081
035700             ' LINES EXTRACTED, ' WS-LOAD-COUNT                   PGM081
035800             ' LOADS, ' WS-LINE-COUNT ' LINES PLANNED'            PGM081
035800     IF WS-CUST-SKIP-COUNT > 0                                    PGM081
035800         DISPLAY 'LINES NOT PLANNED - CUSTOMER NOT VALID: '       PGM081
035800                 WS-CUST-SKIP-COUNT                               PGM081
035800         MOVE 4 TO RETURN-CODE                                    PGM081
035800     END-IF.                                                      PGM081
035900*                                                                 PGM081
036000 9750-DIAGNOSE-FILE-STATUS.                                       PGM081
036100     EVALUATE WS-ABEND-STATUS                                     PGM081
