000100 IDENTIFICATION DIVISION.                                         PGM170
000200 PROGRAM-ID.    PGM170.                                           PGM170
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM170
000400*                                                                 PGM170
000500* =========================================================       PGM170
000600* 프로그램명: VMI 거점 등록 및 위탁재고 조회                                      PGM170
000700* 처리내용  : 고객 사내 위탁재고 거점(CPYVMIS)을 고객별로                            PGM170
000800*            등록/변경한다. 거점 창고코드는 재고 마스터의                            PGM170
000900*            위탁 창고이며 출하 창고와 겹칠 수 없다. 조회는                          PGM170
001000*            고객의 미소비 위탁 입고(CPYVMMV)를 제품/입고일                       PGM170
001100*            순으로 보여 준다.                                           PGM170
001200* =========================================================       PGM170
001300*                                                                 PGM170
001400 ENVIRONMENT DIVISION.                                            PGM170
001500 CONFIGURATION SECTION.                                           PGM170
001600 INPUT-OUTPUT SECTION.                                            PGM170
001700 FILE-CONTROL.                                                    PGM170
001800     SELECT VMI-SITE-FILE                                         PGM170
001900         ASSIGN TO VMISITE                                        PGM170
002000         ORGANIZATION IS INDEXED                                  PGM170
002100         ACCESS MODE IS DYNAMIC                                   PGM170
002200         RECORD KEY IS VS-CUSTOMER-CD                             PGM170
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM170
002400     SELECT VMI-MOVE-FILE                                         PGM170
002500         ASSIGN TO VMIMOVE                                        PGM170
002600         ORGANIZATION IS INDEXED                                  PGM170
002700         ACCESS MODE IS DYNAMIC                                   PGM170
002800         RECORD KEY IS VM-KEY                                     PGM170
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM170
003000     SELECT CUSTOMER-MASTER-FILE                                  PGM170
003100         ASSIGN TO CUSTMAST                                       PGM170
003200         ORGANIZATION IS INDEXED                                  PGM170
003300         ACCESS MODE IS RANDOM                                    PGM170
003400         RECORD KEY IS CU-CUSTOMER-CD                             PGM170
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM170
003600*                                                                 PGM170
003700 DATA DIVISION.                                                   PGM170
003800 FILE SECTION.                                                    PGM170
003900 FD  VMI-SITE-FILE.                                               PGM170
004000 01  VMI-SITE-REC.                                                PGM170
004100     COPY CPYVMIS.                                                PGM170
004200 FD  VMI-MOVE-FILE.                                               PGM170
004300 01  VMI-MOVE-REC.                                                PGM170
004400     COPY CPYVMMV.                                                PGM170
004500 FD  CUSTOMER-MASTER-FILE.                                        PGM170
004600 01  CUSTOMER-MASTER-REC.                                         PGM170
004700     COPY CPYCUST.                                                PGM170
004800*                                                                 PGM170
004900 WORKING-STORAGE SECTION.                                         PGM170
005000 01  WS-FILE-STATUS         PIC XX.                               PGM170
005100 01  WS-FILE-STATUS2        PIC XX.                               PGM170
005200 01  WS-FILE-STATUS3        PIC XX.                               PGM170
005300 01  WS-ABEND-STATUS        PIC XX.                               PGM170
005400 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM170
005500     88 WS-EXIT             VALUE 'Y'.                            PGM170
005600 01  WS-ACTION-CHOICE       PIC X(01).                            PGM170
005700     88 WS-SITE-ACTION      VALUE 'S' 's'.                        PGM170
005800     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM170
005900     88 WS-QUERY-ACTION     VALUE 'Q' 'q'.                        PGM170
006000     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM170
006100 01  WS-SITE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM170
006200     88 WS-SITE-FOUND       VALUE 'Y'.                            PGM170
006300 01  WS-CUST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM170
006400     88 WS-CUST-FOUND       VALUE 'Y'.                            PGM170
006500 01  WS-WHSE-USED-FLAG      PIC X VALUE 'N'.                      PGM170
006600     88 WS-WHSE-USED        VALUE 'Y'.                            PGM170
006700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM170
006800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM170
006900 01  WS-VS-EOF-FLAG         PIC X VALUE 'N'.                      PGM170
007000     88 WS-VS-EOF           VALUE 'Y'.                            PGM170
007100 01  WS-MV-EOF-FLAG         PIC X VALUE 'N'.                      PGM170
007200     88 WS-MV-EOF           VALUE 'Y'.                            PGM170
007300 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM170
007400 01  WS-OPEN-LINE-CNT       PIC 9(05) VALUE ZEROS.                PGM170
007500 01  WS-OPEN-TOTAL-QTY      PIC S9(11) VALUE ZEROS.               PGM170
007600 01  WS-SITE-LIST-CNT       PIC 9(05) VALUE ZEROS.                PGM170
007700 01  WS-ENT-CUSTOMER-CD     PIC X(10).                            PGM170
007800 01  WS-ENT-WAREHOUSE-CD    PIC X(05).                            PGM170
007900 01  WS-ENT-SITE-NAME       PIC X(30).                            PGM170
008000 01  WS-ENT-STATUS          PIC X(01).                            PGM170
008100 01  WS-ENT-USER            PIC X(10).                            PGM170
008200 01  WS-HOLD-SITE-REC       PIC X(92).                            PGM170
008300*                                                                 PGM170
008400 PROCEDURE DIVISION.                                              PGM170
008500*                                                                 PGM170
008600 0000-MAIN-PROCESS.                                               PGM170
008700     PERFORM 1000-INITIALIZE                                      PGM170
008800     PERFORM 2000-PROCESS-MENU                                    PGM170
008900         UNTIL WS-EXIT                                            PGM170
009000     PERFORM 9000-FINALIZE                                        PGM170
009100     STOP RUN.                                                    PGM170
009200*                                                                 PGM170
009300 1000-INITIALIZE.                                                 PGM170
009400     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM170
009500     OPEN I-O VMI-SITE-FILE                                       PGM170
009600     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM170
009700         DISPLAY 'VMI SITE MASTER OPEN ERROR: ' WS-FILE-STATUS    PGM170
009800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM170
009900         PERFORM 9900-ABNORMAL-END                                PGM170
010000     END-IF                                                       PGM170
010100     OPEN INPUT VMI-MOVE-FILE                                     PGM170
010200     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM170
010300         DISPLAY 'VMI LEDGER OPEN ERROR: ' WS-FILE-STATUS2        PGM170
010400         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM170
010500         PERFORM 9900-ABNORMAL-END                                PGM170
010600     END-IF                                                       PGM170
010700     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM170
010800     IF WS-FILE-STATUS3 NOT = '00'                                PGM170
010900         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS3   PGM170
011000         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM170
011100         PERFORM 9900-ABNORMAL-END                                PGM170
011200     END-IF.                                                      PGM170
011300*                                                                 PGM170
011400 2000-PROCESS-MENU.                                               PGM170
011500     DISPLAY ' '                                                  PGM170
011600     DISPLAY '=== CUSTOMER CONSIGNMENT (VMI) SITES ==='           PGM170
011700     DISPLAY 'S=SITE ADD/CHANGE  L=LIST SITES'                    PGM170
011800     DISPLAY 'Q=OPEN CONSIGNED STOCK  E=EXIT'                     PGM170
011900     ACCEPT WS-ACTION-CHOICE                                      PGM170
012000     EVALUATE TRUE                                                PGM170
012100         WHEN WS-EXIT-CHOICE                                      PGM170
012200             SET WS-EXIT TO TRUE                                  PGM170
012300         WHEN WS-SITE-ACTION                                      PGM170
012400             PERFORM 2100-MAINTAIN-SITE                           PGM170
012500         WHEN WS-LIST-ACTION                                      PGM170
012600             PERFORM 2300-LIST-SITES                              PGM170
012700         WHEN WS-QUERY-ACTION                                     PGM170
012800             PERFORM 2500-QUERY-OPEN-STOCK                        PGM170
012900         WHEN OTHER                                               PGM170
013000             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM170
013100     END-EVALUATE.                                                PGM170
013200*                                                                 PGM170
013300* 거점 등록/변경: 고객은 고객 마스터에 있어야 하고 거점 창고는                             PGM170
013400* 다른 고객 거점이 쓰고 있지 않아야 한다.                                         PGM170
013500 2100-MAINTAIN-SITE.                                              PGM170
013600     MOVE 'N' TO WS-SITE-FOUND-FLAG                               PGM170
013700     MOVE 'N' TO WS-CUST-FOUND-FLAG                               PGM170
013800     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM170
013900     ACCEPT WS-ENT-CUSTOMER-CD                                    PGM170
014000     MOVE WS-ENT-CUSTOMER-CD TO CU-CUSTOMER-CD                    PGM170
014100     READ CUSTOMER-MASTER-FILE                                    PGM170
014200         INVALID KEY                                              PGM170
014300             DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-ENT-CUSTOMER-CDPGM170
014400         NOT INVALID KEY                                          PGM170
014500             SET WS-CUST-FOUND TO TRUE                            PGM170
014600             DISPLAY 'CUSTOMER: ' CU-LEGAL-NAME                   PGM170
014700     END-READ                                                     PGM170
014800     IF WS-CUST-FOUND                                             PGM170
014900         PERFORM 2110-ENTER-SITE                                  PGM170
015000     END-IF.                                                      PGM170
015100*                                                                 PGM170
015200 2110-ENTER-SITE.                                                 PGM170
015300     MOVE WS-ENT-CUSTOMER-CD TO VS-CUSTOMER-CD                    PGM170
015400     READ VMI-SITE-FILE                                           PGM170
015500         INVALID KEY                                              PGM170
015600             DISPLAY 'NEW VMI SITE FOR CUSTOMER'                  PGM170
015700         NOT INVALID KEY                                          PGM170
015800             SET WS-SITE-FOUND TO TRUE                            PGM170
015900             DISPLAY 'CURRENT: WHSE ' VS-WAREHOUSE-CD ' '         PGM170
016000                     VS-SITE-NAME ' STATUS ' VS-STATUS-CD         PGM170
016100                     ' LAST RECON ' VS-LAST-RECON-DATE            PGM170
016200     END-READ                                                     PGM170
016300     DISPLAY 'ENTER CONSIGNMENT WAREHOUSE CODE: '                 PGM170
016400     ACCEPT WS-ENT-WAREHOUSE-CD                                   PGM170
016500     DISPLAY 'ENTER SITE NAME: '                                  PGM170
016600     ACCEPT WS-ENT-SITE-NAME                                      PGM170
016700     DISPLAY 'ENTER STATUS (A/I): '                               PGM170
016800     ACCEPT WS-ENT-STATUS                                         PGM170
016900     DISPLAY 'ENTER USER ID: '                                    PGM170
017000     ACCEPT WS-ENT-USER                                           PGM170
017100     PERFORM 2150-CHECK-WAREHOUSE-USED                            PGM170
017200     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM170
017300     EVALUATE TRUE                                                PGM170
017400         WHEN WS-ENT-WAREHOUSE-CD = SPACES                        PGM170
017500             DISPLAY 'CONSIGNMENT WAREHOUSE REQUIRED'             PGM170
017600         WHEN WS-WHSE-USED                                        PGM170
017700             DISPLAY 'WAREHOUSE ALREADY USED BY ANOTHER SITE'     PGM170
017800         WHEN WS-ENT-STATUS NOT = 'A' AND WS-ENT-STATUS NOT = 'I' PGM170
017900             DISPLAY 'STATUS MUST BE A OR I'                      PGM170
018000         WHEN WS-ENT-USER = SPACES                                PGM170
018100             DISPLAY 'USER ID REQUIRED'                           PGM170
018200         WHEN OTHER                                               PGM170
018300             SET WS-FIELDS-VALID TO TRUE                          PGM170
018400     END-EVALUATE                                                 PGM170
018500     IF WS-FIELDS-VALID                                           PGM170
018600         PERFORM 2200-WRITE-SITE                                  PGM170
018700     ELSE                                                         PGM170
018800         DISPLAY 'VMI SITE NOT CHANGED'                           PGM170
018900     END-IF.                                                      PGM170
019000*                                                                 PGM170
019100* 다른 고객 거점의 창고코드와 겹치는지 거점 마스터 전체를 본다.                             PGM170
019200* 읽는 동안 레코드 영역이 바뀌므로 현재 거점을 보관해 둔다.                               PGM170
019300 2150-CHECK-WAREHOUSE-USED.                                       PGM170
019400     MOVE 'N' TO WS-WHSE-USED-FLAG                                PGM170
019500     MOVE VMI-SITE-REC TO WS-HOLD-SITE-REC                        PGM170
019600     MOVE 'N' TO WS-VS-EOF-FLAG                                   PGM170
019700     MOVE LOW-VALUES TO VS-CUSTOMER-CD                            PGM170
019800     START VMI-SITE-FILE KEY >= VS-CUSTOMER-CD                    PGM170
019900         INVALID KEY                                              PGM170
020000             SET WS-VS-EOF TO TRUE                                PGM170
020100     END-START                                                    PGM170
020200     PERFORM 2160-CHECK-ONE-SITE                                  PGM170
020300         UNTIL WS-VS-EOF                                          PGM170
020400     MOVE WS-HOLD-SITE-REC TO VMI-SITE-REC.                       PGM170
020500*                                                                 PGM170
020600 2160-CHECK-ONE-SITE.                                             PGM170
020700     READ VMI-SITE-FILE NEXT RECORD                               PGM170
020800         AT END                                                   PGM170
020900             SET WS-VS-EOF TO TRUE                                PGM170
021000         NOT AT END                                               PGM170
021100             IF VS-CUSTOMER-CD NOT = WS-ENT-CUSTOMER-CD           PGM170
021200                 AND VS-WAREHOUSE-CD = WS-ENT-WAREHOUSE-CD        PGM170
021300                 SET WS-WHSE-USED TO TRUE                         PGM170
021400             END-IF                                               PGM170
021500     END-READ.                                                    PGM170
021600*                                                                 PGM170
021700 2200-WRITE-SITE.                                                 PGM170
021800     IF NOT WS-SITE-FOUND                                         PGM170
021900         INITIALIZE VMI-SITE-REC                                  PGM170
022000         MOVE WS-ENT-CUSTOMER-CD TO VS-CUSTOMER-CD                PGM170
022100     END-IF                                                       PGM170
022200     MOVE WS-ENT-WAREHOUSE-CD TO VS-WAREHOUSE-CD                  PGM170
022300     MOVE WS-ENT-SITE-NAME    TO VS-SITE-NAME                     PGM170
022400     MOVE WS-ENT-STATUS       TO VS-STATUS-CD                     PGM170
022500     MOVE WS-ENT-USER         TO VS-REG-USER                      PGM170
022600     MOVE WS-TODAY            TO VS-LAST-UPD-DATE                 PGM170
022700     IF WS-SITE-FOUND                                             PGM170
022800         REWRITE VMI-SITE-REC                                     PGM170
022900             INVALID KEY                                          PGM170
023000                 DISPLAY 'VMI SITE REWRITE ERROR: ' WS-FILE-STATUSPGM170
023100         END-REWRITE                                              PGM170
023200     ELSE                                                         PGM170
023300         WRITE VMI-SITE-REC                                       PGM170
023400             INVALID KEY                                          PGM170
023500                 DISPLAY 'VMI SITE WRITE ERROR: ' WS-FILE-STATUS  PGM170
023600         END-WRITE                                                PGM170
023700     END-IF                                                       PGM170
023800     DISPLAY 'VMI SITE SAVED FOR CUSTOMER ' VS-CUSTOMER-CD.       PGM170
023900*                                                                 PGM170
024000 2300-LIST-SITES.                                                 PGM170
024100     MOVE ZEROS TO WS-SITE-LIST-CNT                               PGM170
024200     MOVE 'N' TO WS-VS-EOF-FLAG                                   PGM170
024300     MOVE LOW-VALUES TO VS-CUSTOMER-CD                            PGM170
024400     START VMI-SITE-FILE KEY >= VS-CUSTOMER-CD                    PGM170
024500         INVALID KEY                                              PGM170
024600             SET WS-VS-EOF TO TRUE                                PGM170
024700     END-START                                                    PGM170
024800     PERFORM 2310-LIST-ONE-SITE                                   PGM170
024900         UNTIL WS-VS-EOF                                          PGM170
025000     DISPLAY WS-SITE-LIST-CNT ' VMI SITES'.                       PGM170
025100*                                                                 PGM170
025200 2310-LIST-ONE-SITE.                                              PGM170
025300     READ VMI-SITE-FILE NEXT RECORD                               PGM170
025400         AT END                                                   PGM170
025500             SET WS-VS-EOF TO TRUE                                PGM170
025600         NOT AT END                                               PGM170
025700             ADD 1 TO WS-SITE-LIST-CNT                            PGM170
025800             DISPLAY VS-CUSTOMER-CD ' WHSE ' VS-WAREHOUSE-CD ' '  PGM170
025900                     VS-SITE-NAME ' ' VS-STATUS-CD                PGM170
026000                     ' RECON ' VS-LAST-RECON-DATE                 PGM170
026100     END-READ.                                                    PGM170
026200*                                                                 PGM170
026300* 미소비 위탁 입고: 입고 원장 중 미소비 수량이 남은 건만                                PGM170
026400* 보여 준다. 합계가 거점 창고 장부 잔량과 같아야 한다.                                 PGM170
026500 2500-QUERY-OPEN-STOCK.                                           PGM170
026600     MOVE ZEROS TO WS-OPEN-LINE-CNT WS-OPEN-TOTAL-QTY             PGM170
026700     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM170
026800     ACCEPT WS-ENT-CUSTOMER-CD                                    PGM170
026900     MOVE 'N' TO WS-MV-EOF-FLAG                                   PGM170
027000     MOVE WS-ENT-CUSTOMER-CD TO VM-CUSTOMER-CD                    PGM170
027100     MOVE LOW-VALUES TO VM-PRODUCT-CD                             PGM170
027200     MOVE ZEROS TO VM-MOVE-DATE VM-MOVE-SEQ                       PGM170
027300     START VMI-MOVE-FILE KEY >= VM-KEY                            PGM170
027400         INVALID KEY                                              PGM170
027500             SET WS-MV-EOF TO TRUE                                PGM170
027600     END-START                                                    PGM170
027700     PERFORM 2550-SHOW-ONE-MOVEMENT                               PGM170
027800         UNTIL WS-MV-EOF                                          PGM170
027900     DISPLAY WS-OPEN-LINE-CNT ' OPEN RECEIPTS, TOTAL QTY '        PGM170
028000             WS-OPEN-TOTAL-QTY.                                   PGM170
028100*                                                                 PGM170
028200 2550-SHOW-ONE-MOVEMENT.                                          PGM170
028300     READ VMI-MOVE-FILE NEXT RECORD                               PGM170
028400         AT END                                                   PGM170
028500             SET WS-MV-EOF TO TRUE                                PGM170
028600         NOT AT END                                               PGM170
028700             IF VM-CUSTOMER-CD NOT = WS-ENT-CUSTOMER-CD           PGM170
028800                 SET WS-MV-EOF TO TRUE                            PGM170
028900             ELSE                                                 PGM170
029000                 IF VM-SHIP-IN AND VM-OPEN-QTY > 0                PGM170
029100                     ADD 1 TO WS-OPEN-LINE-CNT                    PGM170
029200                     ADD VM-OPEN-QTY TO WS-OPEN-TOTAL-QTY         PGM170
029300                     DISPLAY VM-PRODUCT-CD ' ' VM-MOVE-DATE       PGM170
029400                             ' ORDER ' VM-ORDER-NO '/' VM-LINE-NO PGM170
029500                             ' SHIPPED ' VM-QTY                   PGM170
029600                             ' OPEN ' VM-OPEN-QTY                 PGM170
029700                 END-IF                                           PGM170
029800             END-IF                                               PGM170
029900     END-READ.                                                    PGM170
030000*                                                                 PGM170
030100 9000-FINALIZE.                                                   PGM170
030200     CLOSE VMI-SITE-FILE                                          PGM170
030300     CLOSE VMI-MOVE-FILE                                          PGM170
030400     CLOSE CUSTOMER-MASTER-FILE                                   PGM170
030500     DISPLAY 'PGM170 - VMI SITE SESSION ENDED'.                   PGM170
030600*                                                                 PGM170
030700 9750-DIAGNOSE-FILE-STATUS.                                       PGM170
030800     EVALUATE WS-ABEND-STATUS                                     PGM170
030900         WHEN '10'                                                PGM170
031000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM170
031100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM170
031200         WHEN '23'                                                PGM170
031300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM170
031400             DISPLAY '  AND RETRY THE REQUEST'                    PGM170
031500         WHEN '35'                                                PGM170
031600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM170
031700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM170
031800         WHEN '37'                                                PGM170
031900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM170
032000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM170
032100         WHEN '39'                                                PGM170
032200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM170
032300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM170
032400         WHEN '41'                                                PGM170
032500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM170
032600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM170
032700         WHEN '42'                                                PGM170
032800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM170
032900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM170
033000         WHEN '46'                                                PGM170
033100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM170
033200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM170
033300         WHEN OTHER                                               PGM170
033400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM170
033500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM170
033600     END-EVALUATE.                                                PGM170
033700*                                                                 PGM170
033800 9900-ABNORMAL-END.                                               PGM170
033900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM170
034000     DISPLAY 'PGM170 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM170
034100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM170
034200     STOP RUN.                                                    PGM170
034300                                                                  PGM170
