000100 IDENTIFICATION DIVISION.                                         PGM172
000200 PROGRAM-ID.    PGM172.                                           PGM172
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM172
000400*                                                                 PGM172
000500* =========================================================       PGM172
000600* 프로그램명: VMI 거점 월간 재고 대사                                          PGM172
000700* 처리내용  : 유효한 VMI 거점(CPYVMIS)마다 위탁 창고의                            PGM172
000800*            장부 잔량(CPYINVMS)을 고객이 보낸 월말 재고                        PGM172
000900*            보고(CPYVMSR)와 제품별로 맞춰 차이를 찍는다.                        PGM172
001000*            장부 잔량은 기준일 이후 위탁 입고/소비(CPYVMMV)를                     PGM172
001100*            되돌려 기준일 시점으로 맞춘다. 장부에만 있거나                           PGM172
001200*            보고에만 있는 제품도 차이로 본다. 차이가 있으면                          PGM172
001300*            RC 4로 끝내며 거점 마스터에 대사일을 남긴다.                          PGM172
001400* =========================================================       PGM172
001500*                                                                 PGM172
001600 ENVIRONMENT DIVISION.                                            PGM172
001700 CONFIGURATION SECTION.                                           PGM172
001800 INPUT-OUTPUT SECTION.                                            PGM172
001900 FILE-CONTROL.                                                    PGM172
002000     SELECT OPTIONAL RECON-PARM-FILE                              PGM172
002100         ASSIGN TO VRCPARM                                        PGM172
002200         ORGANIZATION IS SEQUENTIAL                               PGM172
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM172
002400     SELECT VMI-SITE-FILE                                         PGM172
002500         ASSIGN TO VMISITE                                        PGM172
002600         ORGANIZATION IS INDEXED                                  PGM172
002700         ACCESS MODE IS DYNAMIC                                   PGM172
002800         RECORD KEY IS VS-CUSTOMER-CD                             PGM172
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM172
003000     SELECT INV-MASTER-FILE                                       PGM172
003100         ASSIGN TO INVMAST                                        PGM172
003200         ORGANIZATION IS INDEXED                                  PGM172
003300         ACCESS MODE IS DYNAMIC                                   PGM172
003400         RECORD KEY IS IM-KEY                                     PGM172
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM172
003600     SELECT VMI-MOVE-FILE                                         PGM172
003700         ASSIGN TO VMIMOVE                                        PGM172
003800         ORGANIZATION IS INDEXED                                  PGM172
003900         ACCESS MODE IS DYNAMIC                                   PGM172
004000         RECORD KEY IS VM-KEY                                     PGM172
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM172
004200     SELECT CUST-STOCK-FILE                                       PGM172
004300         ASSIGN TO VMISTOCK                                       PGM172
004400         ORGANIZATION IS SEQUENTIAL                               PGM172
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM172
004600     SELECT RECON-REPORT-FILE                                     PGM172
004700         ASSIGN TO VMIRECN                                        PGM172
004800         ORGANIZATION IS SEQUENTIAL                               PGM172
004900         FILE STATUS IS WS-FILE-STATUS6.                          PGM172
005000*                                                                 PGM172
005100 DATA DIVISION.                                                   PGM172
005200 FILE SECTION.                                                    PGM172
005300 FD  RECON-PARM-FILE.                                             PGM172
005400 01  RECON-PARM-REC.                                              PGM172
005500     05 RP-PERIOD-END        PIC 9(08).                           PGM172
005600     05 FILLER               PIC X(72).                           PGM172
005700 FD  VMI-SITE-FILE.                                               PGM172
005800 01  VMI-SITE-REC.                                                PGM172
005900     COPY CPYVMIS.                                                PGM172
006000 FD  INV-MASTER-FILE.                                             PGM172
006100 01  INV-MASTER-REC.                                              PGM172
006200     COPY CPYINVMS.                                               PGM172
006300 FD  VMI-MOVE-FILE.                                               PGM172
006400 01  VMI-MOVE-REC.                                                PGM172
006500     COPY CPYVMMV.                                                PGM172
006600 FD  CUST-STOCK-FILE.                                             PGM172
006700 01  CUST-STOCK-REC.                                              PGM172
006800     COPY CPYVMSR.                                                PGM172
006900 FD  RECON-REPORT-FILE.                                           PGM172
007000 01  RECON-REPORT-REC        PIC X(132).                          PGM172
007100*                                                                 PGM172
007200 WORKING-STORAGE SECTION.                                         PGM172
007300 01  WS-FILE-STATUS         PIC XX.                               PGM172
007400 01  WS-FILE-STATUS2        PIC XX.                               PGM172
007500 01  WS-FILE-STATUS3        PIC XX.                               PGM172
007600 01  WS-FILE-STATUS4        PIC XX.                               PGM172
007700 01  WS-FILE-STATUS5        PIC XX.                               PGM172
007800 01  WS-FILE-STATUS6        PIC XX.                               PGM172
007900 01  WS-ABEND-STATUS        PIC XX.                               PGM172
008000 01  WS-VS-EOF-FLAG         PIC X VALUE 'N'.                      PGM172
008100     88 WS-VS-EOF           VALUE 'Y'.                            PGM172
008200 01  WS-IM-EOF-FLAG         PIC X VALUE 'N'.                      PGM172
008300     88 WS-IM-EOF           VALUE 'Y'.                            PGM172
008400 01  WS-MV-EOF-FLAG         PIC X VALUE 'N'.                      PGM172
008500     88 WS-MV-EOF           VALUE 'Y'.                            PGM172
008600 01  WS-SR-EOF-FLAG         PIC X VALUE 'N'.                      PGM172
008700     88 WS-SR-EOF           VALUE 'Y'.                            PGM172
008800 01  WS-PERIOD-END          PIC 9(08) VALUE ZEROS.                PGM172
008900 01  WS-PRODUCT-CD          PIC X(15).                            PGM172
009000 01  WS-BOOK-QTY            PIC S9(11) VALUE ZEROS.               PGM172
009100 01  WS-CUST-QTY            PIC S9(11) VALUE ZEROS.               PGM172
009200 01  WS-VARIANCE-QTY        PIC S9(11) VALUE ZEROS.               PGM172
009300* 유효 거점 테이블                                                       PGM172
009400 01  WS-SITE-COUNT          PIC 9(03) VALUE ZEROS.                PGM172
009500 01  WS-SITE-TABLE.                                               PGM172
009600     05 WS-SITE-ENTRY OCCURS 50 TIMES INDEXED BY ST-IDX.          PGM172
009700         10 WS-ST-CUSTOMER-CD   PIC X(10).                        PGM172
009800         10 WS-ST-WAREHOUSE-CD  PIC X(05).                        PGM172
009900         10 WS-ST-SITE-NAME     PIC X(30).                        PGM172
010000* 고객 재고 보고 테이블 (고객+제품 합산)                                         PGM172
010100 01  WS-STOCK-COUNT         PIC 9(05) VALUE ZEROS.                PGM172
010200 01  WS-STOCK-TABLE.                                              PGM172
010300     05 WS-STOCK-ENTRY OCCURS 2000 TIMES INDEXED BY SR-IDX.       PGM172
010400         10 WS-SR-CUSTOMER-CD   PIC X(10).                        PGM172
010500         10 WS-SR-PRODUCT-CD    PIC X(15).                        PGM172
010600         10 WS-SR-QTY           PIC S9(11).                       PGM172
010700         10 WS-SR-MATCHED-FLAG  PIC X(01).                        PGM172
010800             88 WS-SR-MATCHED   VALUE 'Y'.                        PGM172
010900* 거점 합계                                                           PGM172
011000 01  WS-SITE-BOOK-QTY       PIC S9(13) VALUE ZEROS.               PGM172
011100 01  WS-SITE-CUST-QTY       PIC S9(13) VALUE ZEROS.               PGM172
011200 01  WS-SITE-VAR-LINES      PIC 9(07) VALUE ZEROS.                PGM172
011300* 처리 건수                                                           PGM172
011400 01  WS-STOCK-READ-COUNT    PIC 9(07) VALUE ZEROS.                PGM172
011500 01  WS-NOT-SITE-COUNT      PIC 9(07) VALUE ZEROS.                PGM172
011600 01  WS-LINE-COUNT          PIC 9(07) VALUE ZEROS.                PGM172
011700 01  WS-MATCH-COUNT         PIC 9(07) VALUE ZEROS.                PGM172
011800 01  WS-VARIANCE-COUNT      PIC 9(07) VALUE ZEROS.                PGM172
011900*                                                                 PGM172
012000 01  WS-RPT-HEADER.                                               PGM172
012100     05 FILLER               PIC X(40) VALUE                      PGM172
012200             'PGM172 VMI SITE STOCK RECONCILIATION    '.          PGM172
012300     05 FILLER               PIC X(14) VALUE 'PERIOD ENDING '.    PGM172
012400     05 RH-PERIOD-END        PIC 9(08).                           PGM172
012500     05 FILLER               PIC X(70) VALUE SPACES.              PGM172
012600 01  WS-RPT-SITE.                                                 PGM172
012700     05 FILLER               PIC X(09) VALUE 'CUSTOMER '.         PGM172
012800     05 RS-CUSTOMER-CD       PIC X(10).                           PGM172
012900     05 FILLER               PIC X(01) VALUE SPACE.               PGM172
013000     05 RS-SITE-NAME         PIC X(30).                           PGM172
013100     05 FILLER               PIC X(11) VALUE ' WAREHOUSE '.       PGM172
013200     05 RS-WAREHOUSE-CD      PIC X(05).                           PGM172
013300     05 FILLER               PIC X(66) VALUE SPACES.              PGM172
013400 01  WS-RPT-COLUMNS.                                              PGM172
013500     05 FILLER               PIC X(48) VALUE                      PGM172
013600             'PRODUCT            BOOK QTY    CUSTOMER QTY     '.  PGM172
013700     05 FILLER               PIC X(48) VALUE                      PGM172
013800             ' VARIANCE  NOTE                                 '.  PGM172
013900     05 FILLER               PIC X(36) VALUE SPACES.              PGM172
014000 01  WS-RPT-DETAIL.                                               PGM172
014100     05 RD-PRODUCT-CD        PIC X(15).                           PGM172
014200     05 FILLER               PIC X(01) VALUE SPACE.               PGM172
014300     05 RD-BOOK-QTY          PIC ZZZZZZZZZZ9-.                    PGM172
014400     05 FILLER               PIC X(03) VALUE SPACES.              PGM172
014500     05 RD-CUST-QTY          PIC ZZZZZZZZZZ9-.                    PGM172
014600     05 FILLER               PIC X(03) VALUE SPACES.              PGM172
014700     05 RD-VARIANCE-QTY      PIC ZZZZZZZZZZ9-.                    PGM172
014800     05 FILLER               PIC X(02) VALUE SPACES.              PGM172
014900     05 RD-NOTE              PIC X(30).                           PGM172
015000     05 FILLER               PIC X(42) VALUE SPACES.              PGM172
015100 01  WS-RPT-SITE-TOTAL.                                           PGM172
015200     05 FILLER               PIC X(16) VALUE '  SITE TOTAL    '.  PGM172
015300     05 RT-BOOK-QTY          PIC ZZZZZZZZZZ9-.                    PGM172
015400     05 FILLER               PIC X(03) VALUE SPACES.              PGM172
015500     05 RT-CUST-QTY          PIC ZZZZZZZZZZ9-.                    PGM172
015600     05 FILLER               PIC X(18) VALUE                      PGM172
015700             '   VARIANCE LINES '.                                PGM172
015800     05 RT-VAR-LINES         PIC ZZZZZZ9.                         PGM172
015900     05 FILLER               PIC X(64) VALUE SPACES.              PGM172
016000 01  WS-RPT-CNT-LINE.                                             PGM172
016100     05 RN-LABEL             PIC X(40).                           PGM172
016200     05 RN-COUNT             PIC ZZZZZZ9.                         PGM172
016300     05 FILLER               PIC X(85) VALUE SPACES.              PGM172
016400*                                                                 PGM172
016500 PROCEDURE DIVISION.                                              PGM172
016600*                                                                 PGM172
016700 0000-MAIN-PROCESS.                                               PGM172
016800     PERFORM 1000-INITIALIZE                                      PGM172
016900     PERFORM 1200-LOAD-SITES                                      PGM172
017000     PERFORM 1400-LOAD-CUSTOMER-STOCK                             PGM172
017100     PERFORM 2000-RECONCILE-SITE                                  PGM172
017200         VARYING ST-IDX FROM 1 BY 1                               PGM172
017300         UNTIL ST-IDX > WS-SITE-COUNT                             PGM172
017400     PERFORM 7000-PRINT-TOTALS                                    PGM172
017500     PERFORM 9000-FINALIZE                                        PGM172
017600     GOBACK.                                                      PGM172
017700*                                                                 PGM172
017800* 기준일: 파라미터가 있으면 그 일자, 없으면 시스템 일자.                                PGM172
017900 1000-INITIALIZE.                                                 PGM172
018000     ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD                      PGM172
018100     OPEN INPUT RECON-PARM-FILE                                   PGM172
018200     IF WS-FILE-STATUS = '00'                                     PGM172
018300         READ RECON-PARM-FILE                                     PGM172
018400             NOT AT END                                           PGM172
018500                 IF RP-PERIOD-END IS NUMERIC AND RP-PERIOD-END > 0PGM172
018600                     MOVE RP-PERIOD-END TO WS-PERIOD-END          PGM172
018700                 END-IF                                           PGM172
018800         END-READ                                                 PGM172
018900         CLOSE RECON-PARM-FILE                                    PGM172
019000     END-IF                                                       PGM172
019100     OPEN I-O VMI-SITE-FILE                                       PGM172
019200     IF WS-FILE-STATUS2 NOT = '00'                                PGM172
019300         DISPLAY 'VMI SITE MASTER OPEN ERROR: ' WS-FILE-STATUS2   PGM172
019400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM172
019500         PERFORM 9900-ABNORMAL-END                                PGM172
019600     END-IF                                                       PGM172
019700     OPEN INPUT INV-MASTER-FILE                                   PGM172
019800     IF WS-FILE-STATUS3 NOT = '00'                                PGM172
019900         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS3        PGM172
020000         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM172
020100         PERFORM 9900-ABNORMAL-END                                PGM172
020200     END-IF                                                       PGM172
020300     OPEN INPUT VMI-MOVE-FILE                                     PGM172
020400     IF WS-FILE-STATUS4 NOT = '00'                                PGM172
020500         DISPLAY 'VMI LEDGER OPEN ERROR: ' WS-FILE-STATUS4        PGM172
020600         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM172
020700         PERFORM 9900-ABNORMAL-END                                PGM172
020800     END-IF                                                       PGM172
020900     OPEN INPUT CUST-STOCK-FILE                                   PGM172
021000     IF WS-FILE-STATUS5 NOT = '00'                                PGM172
021100         DISPLAY 'CUSTOMER STOCK REPORT OPEN ERROR: '             PGM172
021200                 WS-FILE-STATUS5                                  PGM172
021300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM172
021400         PERFORM 9900-ABNORMAL-END                                PGM172
021500     END-IF                                                       PGM172
021600     OPEN OUTPUT RECON-REPORT-FILE                                PGM172
021700     IF WS-FILE-STATUS6 NOT = '00'                                PGM172
021800         DISPLAY 'RECON REPORT OPEN ERROR: ' WS-FILE-STATUS6      PGM172
021900         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM172
022000         PERFORM 9900-ABNORMAL-END                                PGM172
022100     END-IF                                                       PGM172
022200     MOVE WS-PERIOD-END TO RH-PERIOD-END                          PGM172
022300     WRITE RECON-REPORT-REC FROM WS-RPT-HEADER.                   PGM172
022400*                                                                 PGM172
022500 1200-LOAD-SITES.                                                 PGM172
022600     MOVE 'N' TO WS-VS-EOF-FLAG                                   PGM172
022700     MOVE LOW-VALUES TO VS-CUSTOMER-CD                            PGM172
022800     START VMI-SITE-FILE KEY >= VS-CUSTOMER-CD                    PGM172
022900         INVALID KEY                                              PGM172
023000             SET WS-VS-EOF TO TRUE                                PGM172
023100     END-START                                                    PGM172
023200     PERFORM 1250-LOAD-ONE-SITE                                   PGM172
023300         UNTIL WS-VS-EOF.                                         PGM172
023400*                                                                 PGM172
023500 1250-LOAD-ONE-SITE.                                              PGM172
023600     READ VMI-SITE-FILE NEXT RECORD                               PGM172
023700         AT END                                                   PGM172
023800             SET WS-VS-EOF TO TRUE                                PGM172
023900         NOT AT END                                               PGM172
024000             IF VS-ACTIVE                                         PGM172
024100                 IF WS-SITE-COUNT >= 50                           PGM172
024200                     DISPLAY 'VMI SITE TABLE FULL'                PGM172
024300                     MOVE 'FL' TO WS-ABEND-STATUS                 PGM172
024400                     PERFORM 9900-ABNORMAL-END                    PGM172
024500                 END-IF                                           PGM172
024600                 ADD 1 TO WS-SITE-COUNT                           PGM172
024700                 SET ST-IDX TO WS-SITE-COUNT                      PGM172
024800                 MOVE VS-CUSTOMER-CD                              PGM172
024900                     TO WS-ST-CUSTOMER-CD (ST-IDX)                PGM172
025000                 MOVE VS-WAREHOUSE-CD                             PGM172
025100                     TO WS-ST-WAREHOUSE-CD (ST-IDX)               PGM172
025200                 MOVE VS-SITE-NAME                                PGM172
025300                     TO WS-ST-SITE-NAME (ST-IDX)                  PGM172
025400             END-IF                                               PGM172
025500     END-READ.                                                    PGM172
025600*                                                                 PGM172
025700* 고객 재고 보고: 유효 거점 고객분만 고객+제품으로 합산한다.                              PGM172
025800 1400-LOAD-CUSTOMER-STOCK.                                        PGM172
025900     PERFORM 1450-LOAD-ONE-STOCK                                  PGM172
026000         UNTIL WS-SR-EOF.                                         PGM172
026100*                                                                 PGM172
026200 1450-LOAD-ONE-STOCK.                                             PGM172
026300     READ CUST-STOCK-FILE                                         PGM172
026400         AT END                                                   PGM172
026500             SET WS-SR-EOF TO TRUE                                PGM172
026600         NOT AT END                                               PGM172
026700             ADD 1 TO WS-STOCK-READ-COUNT                         PGM172
026800             PERFORM 1500-ADD-STOCK-ENTRY                         PGM172
026900     END-READ.                                                    PGM172
027000*                                                                 PGM172
027100 1500-ADD-STOCK-ENTRY.                                            PGM172
027200     SET ST-IDX TO 1                                              PGM172
027300     SEARCH WS-SITE-ENTRY                                         PGM172
027400         AT END                                                   PGM172
027500             ADD 1 TO WS-NOT-SITE-COUNT                           PGM172
027600             DISPLAY 'STOCK REPORT FOR NON-VMI CUSTOMER: '        PGM172
027700                     VK-CUSTOMER-CD ' ' VK-PRODUCT-CD             PGM172
027800         WHEN ST-IDX > WS-SITE-COUNT                              PGM172
027900             ADD 1 TO WS-NOT-SITE-COUNT                           PGM172
028000             DISPLAY 'STOCK REPORT FOR NON-VMI CUSTOMER: '        PGM172
028100                     VK-CUSTOMER-CD ' ' VK-PRODUCT-CD             PGM172
028200         WHEN WS-ST-CUSTOMER-CD (ST-IDX) = VK-CUSTOMER-CD         PGM172
028300             PERFORM 1550-POST-STOCK-ENTRY                        PGM172
028400     END-SEARCH.                                                  PGM172
028500*                                                                 PGM172
028600 1550-POST-STOCK-ENTRY.                                           PGM172
028700     IF VK-STOCK-QTY NOT NUMERIC                                  PGM172
028800         MOVE ZEROS TO VK-STOCK-QTY                               PGM172
028900     END-IF                                                       PGM172
029000     SET SR-IDX TO 1                                              PGM172
029100     SEARCH WS-STOCK-ENTRY                                        PGM172
029200         AT END                                                   PGM172
029300             PERFORM 1560-NEW-STOCK-ENTRY                         PGM172
029400         WHEN SR-IDX > WS-STOCK-COUNT                             PGM172
029500             PERFORM 1560-NEW-STOCK-ENTRY                         PGM172
029600         WHEN WS-SR-CUSTOMER-CD (SR-IDX) = VK-CUSTOMER-CD         PGM172
029700             AND WS-SR-PRODUCT-CD (SR-IDX) = VK-PRODUCT-CD        PGM172
029800             ADD VK-STOCK-QTY TO WS-SR-QTY (SR-IDX)               PGM172
029900     END-SEARCH.                                                  PGM172
030000*                                                                 PGM172
030100 1560-NEW-STOCK-ENTRY.                                            PGM172
030200     IF WS-STOCK-COUNT >= 2000                                    PGM172
030300         DISPLAY 'CUSTOMER STOCK TABLE FULL'                      PGM172
030400         MOVE 'FL' TO WS-ABEND-STATUS                             PGM172
030500         PERFORM 9900-ABNORMAL-END                                PGM172
030600     END-IF                                                       PGM172
030700     ADD 1 TO WS-STOCK-COUNT                                      PGM172
030800     SET SR-IDX TO WS-STOCK-COUNT                                 PGM172
030900     MOVE VK-CUSTOMER-CD TO WS-SR-CUSTOMER-CD (SR-IDX)            PGM172
031000     MOVE VK-PRODUCT-CD  TO WS-SR-PRODUCT-CD (SR-IDX)             PGM172
031100     MOVE VK-STOCK-QTY   TO WS-SR-QTY (SR-IDX)                    PGM172
031200     MOVE 'N'            TO WS-SR-MATCHED-FLAG (SR-IDX).          PGM172
031300*                                                                 PGM172
031400* 거점 하나: 재고 마스터에서 거점 창고 레코드를 모두 맞추고,                              PGM172
031500* 보고에만 있는 제품을 찍은 뒤 대사일을 남긴다.                                      PGM172
031600 2000-RECONCILE-SITE.                                             PGM172
031700     MOVE ZEROS TO WS-SITE-BOOK-QTY WS-SITE-CUST-QTY              PGM172
031800                   WS-SITE-VAR-LINES                              PGM172
031900     MOVE WS-ST-CUSTOMER-CD (ST-IDX)  TO RS-CUSTOMER-CD           PGM172
032000     MOVE WS-ST-SITE-NAME (ST-IDX)    TO RS-SITE-NAME             PGM172
032100     MOVE WS-ST-WAREHOUSE-CD (ST-IDX) TO RS-WAREHOUSE-CD          PGM172
032200     MOVE SPACES TO RECON-REPORT-REC                              PGM172
032300     WRITE RECON-REPORT-REC                                       PGM172
032400     WRITE RECON-REPORT-REC FROM WS-RPT-SITE                      PGM172
032500     WRITE RECON-REPORT-REC FROM WS-RPT-COLUMNS                   PGM172
032600     MOVE 'N' TO WS-IM-EOF-FLAG                                   PGM172
032700     MOVE LOW-VALUES TO IM-KEY                                    PGM172
032800     START INV-MASTER-FILE KEY >= IM-KEY                          PGM172
032900         INVALID KEY                                              PGM172
033000             SET WS-IM-EOF TO TRUE                                PGM172
033100     END-START                                                    PGM172
033200     PERFORM 2100-CHECK-ONE-ITEM                                  PGM172
033300         UNTIL WS-IM-EOF                                          PGM172
033400     PERFORM 2500-REPORT-ONLY-ITEMS                               PGM172
033500         VARYING SR-IDX FROM 1 BY 1                               PGM172
033600         UNTIL SR-IDX > WS-STOCK-COUNT                            PGM172
033700     MOVE WS-SITE-BOOK-QTY  TO RT-BOOK-QTY                        PGM172
033800     MOVE WS-SITE-CUST-QTY  TO RT-CUST-QTY                        PGM172
033900     MOVE WS-SITE-VAR-LINES TO RT-VAR-LINES                       PGM172
034000     WRITE RECON-REPORT-REC FROM WS-RPT-SITE-TOTAL                PGM172
034100     PERFORM 2800-STAMP-RECON-DATE.                               PGM172
034200*                                                                 PGM172
034300 2100-CHECK-ONE-ITEM.                                             PGM172
034400     READ INV-MASTER-FILE NEXT RECORD                             PGM172
034500         AT END                                                   PGM172
034600             SET WS-IM-EOF TO TRUE                                PGM172
034700         NOT AT END                                               PGM172
034800             IF IM-WAREHOUSE-CD = WS-ST-WAREHOUSE-CD (ST-IDX)     PGM172
034900                 PERFORM 2200-COMPARE-ITEM                        PGM172
035000             END-IF                                               PGM172
035100     END-READ.                                                    PGM172
035200*                                                                 PGM172
035300 2200-COMPARE-ITEM.                                               PGM172
035400     MOVE IM-ITEM-CD TO WS-PRODUCT-CD                             PGM172
035500     MOVE IM-CURR-QTY TO WS-BOOK-QTY                              PGM172
035600     PERFORM 2300-BACK-OUT-LATER-MOVES                            PGM172
035700     MOVE ZEROS TO WS-CUST-QTY                                    PGM172
035800     SET SR-IDX TO 1                                              PGM172
035900     SEARCH WS-STOCK-ENTRY                                        PGM172
036000         AT END                                                   PGM172
036100             CONTINUE                                             PGM172
036200         WHEN SR-IDX > WS-STOCK-COUNT                             PGM172
036300             CONTINUE                                             PGM172
036400         WHEN WS-SR-CUSTOMER-CD (SR-IDX)                          PGM172
036500                 = WS-ST-CUSTOMER-CD (ST-IDX)                     PGM172
036600             AND WS-SR-PRODUCT-CD (SR-IDX) = WS-PRODUCT-CD        PGM172
036700             MOVE WS-SR-QTY (SR-IDX) TO WS-CUST-QTY               PGM172
036800             SET WS-SR-MATCHED (SR-IDX) TO TRUE                   PGM172
036900     END-SEARCH                                                   PGM172
037000     IF WS-BOOK-QTY NOT = 0 OR WS-CUST-QTY NOT = 0                PGM172
037100         PERFORM 3000-WRITE-RECON-LINE                            PGM172
037200     END-IF.                                                      PGM172
037300*                                                                 PGM172
037400* 기준일 뒤의 위탁 입고는 빼고 소비는 더해 기준일 잔량으로                                PGM172
037500* 되돌린다.                                                           PGM172
037600 2300-BACK-OUT-LATER-MOVES.                                       PGM172
037700     MOVE 'N' TO WS-MV-EOF-FLAG                                   PGM172
037800     MOVE WS-ST-CUSTOMER-CD (ST-IDX) TO VM-CUSTOMER-CD            PGM172
037900     MOVE WS-PRODUCT-CD              TO VM-PRODUCT-CD             PGM172
038000     MOVE WS-PERIOD-END              TO VM-MOVE-DATE              PGM172
038100     MOVE 999999                     TO VM-MOVE-SEQ               PGM172
038200     START VMI-MOVE-FILE KEY > VM-KEY                             PGM172
038300         INVALID KEY                                              PGM172
038400             SET WS-MV-EOF TO TRUE                                PGM172
038500     END-START                                                    PGM172
038600     PERFORM 2350-BACK-OUT-ONE-MOVE                               PGM172
038700         UNTIL WS-MV-EOF.                                         PGM172
038800*                                                                 PGM172
038900 2350-BACK-OUT-ONE-MOVE.                                          PGM172
039000     READ VMI-MOVE-FILE NEXT RECORD                               PGM172
039100         AT END                                                   PGM172
039200             SET WS-MV-EOF TO TRUE                                PGM172
039300         NOT AT END                                               PGM172
039400             IF VM-CUSTOMER-CD NOT = WS-ST-CUSTOMER-CD (ST-IDX)   PGM172
039500                 OR VM-PRODUCT-CD NOT = WS-PRODUCT-CD             PGM172
039600                 SET WS-MV-EOF TO TRUE                            PGM172
039700             ELSE                                                 PGM172
039800                 IF VM-SHIP-IN                                    PGM172
039900                     SUBTRACT VM-QTY FROM WS-BOOK-QTY             PGM172
040000                 ELSE                                             PGM172
040100                     ADD VM-QTY TO WS-BOOK-QTY                    PGM172
040200                 END-IF                                           PGM172
040300             END-IF                                               PGM172
040400     END-READ.                                                    PGM172
040500*                                                                 PGM172
040600* 장부에 없는 제품을 고객이 보유로 보고한 경우.                                      PGM172
040700 2500-REPORT-ONLY-ITEMS.                                          PGM172
040800     IF WS-SR-CUSTOMER-CD (SR-IDX) = WS-ST-CUSTOMER-CD (ST-IDX)   PGM172
040900         AND NOT WS-SR-MATCHED (SR-IDX)                           PGM172
041000         AND WS-SR-QTY (SR-IDX) NOT = 0                           PGM172
041100         SET WS-SR-MATCHED (SR-IDX) TO TRUE                       PGM172
041200         MOVE WS-SR-PRODUCT-CD (SR-IDX) TO WS-PRODUCT-CD          PGM172
041300         MOVE ZEROS TO WS-BOOK-QTY                                PGM172
041400         MOVE WS-SR-QTY (SR-IDX) TO WS-CUST-QTY                   PGM172
041500         PERFORM 3000-WRITE-RECON-LINE                            PGM172
041600     END-IF.                                                      PGM172
041700*                                                                 PGM172
041800 2800-STAMP-RECON-DATE.                                           PGM172
041900     MOVE WS-ST-CUSTOMER-CD (ST-IDX) TO VS-CUSTOMER-CD            PGM172
042000     READ VMI-SITE-FILE                                           PGM172
042100         INVALID KEY                                              PGM172
042200             DISPLAY 'VMI SITE READ ERROR: ' WS-FILE-STATUS2      PGM172
042300         NOT INVALID KEY                                          PGM172
042400             MOVE WS-PERIOD-END TO VS-LAST-RECON-DATE             PGM172
042500             REWRITE VMI-SITE-REC                                 PGM172
042600                 INVALID KEY                                      PGM172
042700                     DISPLAY 'VMI SITE REWRITE ERROR: '           PGM172
042800                             WS-FILE-STATUS2                      PGM172
042900             END-REWRITE                                          PGM172
043000     END-READ.                                                    PGM172
043100*                                                                 PGM172
043200 3000-WRITE-RECON-LINE.                                           PGM172
043300     ADD 1 TO WS-LINE-COUNT                                       PGM172
043400     COMPUTE WS-VARIANCE-QTY = WS-CUST-QTY - WS-BOOK-QTY          PGM172
043500     ADD WS-BOOK-QTY TO WS-SITE-BOOK-QTY                          PGM172
043600     ADD WS-CUST-QTY TO WS-SITE-CUST-QTY                          PGM172
043700     MOVE WS-PRODUCT-CD   TO RD-PRODUCT-CD                        PGM172
043800     MOVE WS-BOOK-QTY     TO RD-BOOK-QTY                          PGM172
043900     MOVE WS-CUST-QTY     TO RD-CUST-QTY                          PGM172
044000     MOVE WS-VARIANCE-QTY TO RD-VARIANCE-QTY                      PGM172
044100     EVALUATE TRUE                                                PGM172
044200         WHEN WS-VARIANCE-QTY = 0                                 PGM172
044300             ADD 1 TO WS-MATCH-COUNT                              PGM172
044400             MOVE SPACES TO RD-NOTE                               PGM172
044500         WHEN WS-BOOK-QTY = 0                                     PGM172
044600             MOVE 'NOT ON BOOK - CUSTOMER ONLY' TO RD-NOTE        PGM172
044700         WHEN WS-CUST-QTY = 0                                     PGM172
044800             MOVE 'NOT REPORTED BY CUSTOMER' TO RD-NOTE           PGM172
044900         WHEN WS-VARIANCE-QTY > 0                                 PGM172
045000             MOVE 'CUSTOMER HOLDS MORE' TO RD-NOTE                PGM172
045100         WHEN OTHER                                               PGM172
045200             MOVE 'CUSTOMER HOLDS LESS' TO RD-NOTE                PGM172
045300     END-EVALUATE                                                 PGM172
045400     IF WS-VARIANCE-QTY NOT = 0                                   PGM172
045500         ADD 1 TO WS-VARIANCE-COUNT                               PGM172
045600         ADD 1 TO WS-SITE-VAR-LINES                               PGM172
045700     END-IF                                                       PGM172
045800     WRITE RECON-REPORT-REC FROM WS-RPT-DETAIL.                   PGM172
045900*                                                                 PGM172
046000 7000-PRINT-TOTALS.                                               PGM172
046100     MOVE SPACES TO RECON-REPORT-REC                              PGM172
046200     WRITE RECON-REPORT-REC                                       PGM172
046300     MOVE 'VMI SITES RECONCILED' TO RN-LABEL                      PGM172
046400     MOVE WS-SITE-COUNT TO RN-COUNT                               PGM172
046500     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM172
046600     MOVE 'CUSTOMER STOCK RECORDS READ' TO RN-LABEL               PGM172
046700     MOVE WS-STOCK-READ-COUNT TO RN-COUNT                         PGM172
046800     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM172
046900     MOVE 'STOCK RECORDS FOR NON-VMI CUSTOMERS' TO RN-LABEL       PGM172
047000     MOVE WS-NOT-SITE-COUNT TO RN-COUNT                           PGM172
047100     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM172
047200     MOVE 'PRODUCT LINES COMPARED' TO RN-LABEL                    PGM172
047300     MOVE WS-LINE-COUNT TO RN-COUNT                               PGM172
047400     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM172
047500     MOVE 'PRODUCT LINES IN AGREEMENT' TO RN-LABEL                PGM172
047600     MOVE WS-MATCH-COUNT TO RN-COUNT                              PGM172
047700     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM172
047800     MOVE 'PRODUCT LINES WITH VARIANCE' TO RN-LABEL               PGM172
047900     MOVE WS-VARIANCE-COUNT TO RN-COUNT                           PGM172
048000     WRITE RECON-REPORT-REC FROM WS-RPT-CNT-LINE.                 PGM172
048100*                                                                 PGM172
048200 9000-FINALIZE.                                                   PGM172
048300     CLOSE VMI-SITE-FILE                                          PGM172
048400     CLOSE INV-MASTER-FILE                                        PGM172
048500     CLOSE VMI-MOVE-FILE                                          PGM172
048600     CLOSE CUST-STOCK-FILE                                        PGM172
048700     CLOSE RECON-REPORT-FILE                                      PGM172
048800     IF WS-VARIANCE-COUNT > 0 OR WS-NOT-SITE-COUNT > 0            PGM172
048900         MOVE 4 TO RETURN-CODE                                    PGM172
049000     END-IF                                                       PGM172
049100     DISPLAY 'PGM172 COMPLETED: ' WS-SITE-COUNT ' SITES, '        PGM172
049200             WS-LINE-COUNT ' LINES, ' WS-VARIANCE-COUNT           PGM172
049300             ' VARIANCES'.                                        PGM172
049400*                                                                 PGM172
049500 9750-DIAGNOSE-FILE-STATUS.                                       PGM172
049600     EVALUATE WS-ABEND-STATUS                                     PGM172
049700         WHEN '10'                                                PGM172
049800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM172
049900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM172
050000         WHEN '23'                                                PGM172
050100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM172
050200             DISPLAY '  AND RETRY THE REQUEST'                    PGM172
050300         WHEN '35'                                                PGM172
050400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM172
050500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM172
050600         WHEN '37'                                                PGM172
050700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM172
050800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM172
050900         WHEN '39'                                                PGM172
051000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM172
051100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM172
051200         WHEN '41'                                                PGM172
051300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM172
051400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM172
051500         WHEN '42'                                                PGM172
051600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM172
051700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM172
051800         WHEN '46'                                                PGM172
051900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM172
052000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM172
052100         WHEN OTHER                                               PGM172
052200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM172
052300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM172
052400     END-EVALUATE.                                                PGM172
052500*                                                                 PGM172
052600 9900-ABNORMAL-END.                                               PGM172
052700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM172
052800     DISPLAY 'PGM172 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM172
052900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM172
053000     MOVE 16 TO RETURN-CODE                                       PGM172
053100     GOBACK.                                                      PGM172
053200                                                                  PGM172
