000100 IDENTIFICATION DIVISION.                                         PGM157
000200 PROGRAM-ID.    PGM157.                                           PGM157
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM157
000400*                                                                 PGM157
000500* =========================================================       PGM157
000600* 프로그램명: 납기 미달(OTIF) 사유 등록/변경                                     PGM157
000700* 처리내용  : 출하 담당자가 납기를 넘기거나 수량이 모자란                                PGM157
000800*            수주 라인별로 사유코드를 등록/변경/삭제한다.                            PGM157
000900*            수주 라인은 수주 파일(CPYCORD)에 있어야 하고                        PGM157
001000*            취소 라인은 받지 않는다. 담당자는 인사 마스터의                          PGM157
001100*            재직자여야 한다. PGM158 월간 OTIF 보고가 사유별                     PGM157
001200*            파레토를 낸다.                                             PGM157
001300* =========================================================       PGM157
001400*                                                                 PGM157
001500 ENVIRONMENT DIVISION.                                            PGM157
001600 CONFIGURATION SECTION.                                           PGM157
001700 INPUT-OUTPUT SECTION.                                            PGM157
001800 FILE-CONTROL.                                                    PGM157
001900     SELECT OTIF-REASON-FILE                                      PGM157
002000         ASSIGN TO OTIFRSN                                        PGM157
002100         ORGANIZATION IS INDEXED                                  PGM157
002200         ACCESS MODE IS RANDOM                                    PGM157
002300         RECORD KEY IS OL-KEY                                     PGM157
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM157
002500     SELECT CUST-ORDER-FILE                                       PGM157
002600         ASSIGN TO CUSTORD                                        PGM157
002700         ORGANIZATION IS INDEXED                                  PGM157
002800         ACCESS MODE IS RANDOM                                    PGM157
002900         RECORD KEY IS SO-KEY                                     PGM157
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM157
003100     SELECT PERSONNEL-FILE                                        PGM157
003200         ASSIGN TO PERSMAST                                       PGM157
003300         ORGANIZATION IS INDEXED                                  PGM157
003400         ACCESS MODE IS RANDOM                                    PGM157
003500         RECORD KEY IS PE-USER-ID                                 PGM157
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM157
003700*                                                                 PGM157
003800 DATA DIVISION.                                                   PGM157
003900 FILE SECTION.                                                    PGM157
004000 FD  OTIF-REASON-FILE.                                            PGM157
004100 01  OTIF-REASON-REC.                                             PGM157
004200     COPY CPYOTLR.                                                PGM157
004300 FD  CUST-ORDER-FILE.                                             PGM157
004400 01  CUST-ORDER-REC.                                              PGM157
004500     COPY CPYCORD.                                                PGM157
004600 FD  PERSONNEL-FILE.                                              PGM157
004700 01  PERSONNEL-REC.                                               PGM157
004800     COPY CPYPERS.                                                PGM157
004900*                                                                 PGM157
005000 WORKING-STORAGE SECTION.                                         PGM157
005100 01  WS-FILE-STATUS         PIC XX.                               PGM157
005200 01  WS-FILE-STATUS2        PIC XX.                               PGM157
005300 01  WS-FILE-STATUS3        PIC XX.                               PGM157
005400 01  WS-ABEND-STATUS        PIC XX.                               PGM157
005500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM157
005600     88 WS-EXIT             VALUE 'Y'.                            PGM157
005700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM157
005800     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM157
005900     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM157
006000     88 WS-DELETE-ACTION    VALUE 'D' 'd'.                        PGM157
006100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM157
006200 01  WS-LINE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM157
006300     88 WS-LINE-FOUND       VALUE 'Y'.                            PGM157
006400 01  WS-RSN-FOUND-FLAG      PIC X VALUE 'N'.                      PGM157
006500     88 WS-RSN-FOUND        VALUE 'Y'.                            PGM157
006600     88 WS-RSN-NOT-FOUND    VALUE 'N'.                            PGM157
006700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM157
006800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM157
006900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM157
007000 01  WS-ENT-ORDER-NO        PIC X(12).                            PGM157
007100 01  WS-ENT-LINE-NO         PIC 9(03).                            PGM157
007200 01  WS-ENT-REASON-CD       PIC X(02).                            PGM157
007300 01  WS-ENT-COMMENT         PIC X(40).                            PGM157
007400 01  WS-ENT-USER-ID         PIC X(10).                            PGM157
007500 01  WS-DSP-ORDER-QTY       PIC ZZZZZZZZ9-.                       PGM157
007600 01  WS-DSP-SHIPPED-QTY     PIC ZZZZZZZZ9-.                       PGM157
007700*                                                                 PGM157
007800 PROCEDURE DIVISION.                                              PGM157
007900*                                                                 PGM157
008000 0000-MAIN-PROCESS.                                               PGM157
008100     PERFORM 1000-INITIALIZE                                      PGM157
008200     PERFORM 2000-PROCESS-MAINTENANCE                             PGM157
008300         UNTIL WS-EXIT                                            PGM157
008400     PERFORM 9000-FINALIZE                                        PGM157
008500     STOP RUN.                                                    PGM157
008600*                                                                 PGM157
008700 1000-INITIALIZE.                                                 PGM157
008800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM157
008900     OPEN I-O OTIF-REASON-FILE                                    PGM157
009000     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM157
009100         DISPLAY 'OTIF REASON FILE OPEN ERROR: ' WS-FILE-STATUS   PGM157
009200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM157
009300         PERFORM 9900-ABNORMAL-END                                PGM157
009400     END-IF                                                       PGM157
009500     OPEN INPUT CUST-ORDER-FILE                                   PGM157
009600     IF WS-FILE-STATUS2 NOT = '00'                                PGM157
009700         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS2    PGM157
009800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM157
009900         PERFORM 9900-ABNORMAL-END                                PGM157
010000     END-IF                                                       PGM157
010100     OPEN INPUT PERSONNEL-FILE                                    PGM157
010200     IF WS-FILE-STATUS3 NOT = '00'                                PGM157
010300         DISPLAY 'PERSONNEL OPEN ERROR: ' WS-FILE-STATUS3         PGM157
010400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM157
010500         PERFORM 9900-ABNORMAL-END                                PGM157
010600     END-IF.                                                      PGM157
010700*                                                                 PGM157
010800 2000-PROCESS-MAINTENANCE.                                        PGM157
010900     DISPLAY ' '                                                  PGM157
011000     DISPLAY '=== OTIF LATE/SHORT REASON ENTRY ==='               PGM157
011100     DISPLAY 'A=ADD  C=CHANGE  D=DELETE  E=EXIT'                  PGM157
011200     ACCEPT WS-ACTION-CHOICE                                      PGM157
011300     IF WS-EXIT-CHOICE                                            PGM157
011400         SET WS-EXIT TO TRUE                                      PGM157
011500     ELSE                                                         PGM157
011600         IF WS-ADD-ACTION OR WS-CHANGE-ACTION OR WS-DELETE-ACTION PGM157
011700             PERFORM 2100-LOCATE-ORDER-LINE                       PGM157
011800             IF WS-LINE-FOUND                                     PGM157
011900                 EVALUATE TRUE                                    PGM157
012000                     WHEN WS-ADD-ACTION                           PGM157
012100                         PERFORM 2200-ADD-REASON                  PGM157
012200                     WHEN WS-CHANGE-ACTION                        PGM157
012300                         PERFORM 2300-CHANGE-REASON               PGM157
012400                     WHEN OTHER                                   PGM157
012500                         PERFORM 2400-DELETE-REASON               PGM157
012600                 END-EVALUATE                                     PGM157
012700             END-IF                                               PGM157
012800         ELSE                                                     PGM157
012900             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM157
013000         END-IF                                                   PGM157
013100     END-IF.                                                      PGM157
013200*                                                                 PGM157
013300* 수주 라인을 찾아 납기/수량을 보여주고 기존 사유를 읽는다.                               PGM157
013400 2100-LOCATE-ORDER-LINE.                                          PGM157
013500     MOVE 'N' TO WS-LINE-FOUND-FLAG                               PGM157
013600     DISPLAY 'ENTER ORDER NO: '                                   PGM157
013700     ACCEPT WS-ENT-ORDER-NO                                       PGM157
013800     DISPLAY 'ENTER LINE NO: '                                    PGM157
013900     ACCEPT WS-ENT-LINE-NO                                        PGM157
014000     MOVE WS-ENT-ORDER-NO TO SO-ORDER-NO                          PGM157
014100     MOVE WS-ENT-LINE-NO  TO SO-LINE-NO                           PGM157
014200     READ CUST-ORDER-FILE                                         PGM157
014300         INVALID KEY                                              PGM157
014400             DISPLAY 'ORDER LINE NOT FOUND: ' WS-ENT-ORDER-NO     PGM157
014500                     ' ' WS-ENT-LINE-NO                           PGM157
014600         NOT INVALID KEY                                          PGM157
014700             IF SO-CANCELLED                                      PGM157
014800                 DISPLAY 'ORDER LINE CANCELLED - NO REASON NEEDED'PGM157
014900             ELSE                                                 PGM157
015000                 SET WS-LINE-FOUND TO TRUE                        PGM157
015100                 MOVE SO-ORDER-QTY   TO WS-DSP-ORDER-QTY          PGM157
015200                 MOVE SO-SHIPPED-QTY TO WS-DSP-SHIPPED-QTY        PGM157
015300                 DISPLAY 'CUSTOMER ' SO-CUSTOMER-CD               PGM157
015400                         ' PRODUCT ' SO-PRODUCT-CD                PGM157
015500                 DISPLAY 'DUE ' SO-DUE-DATE                       PGM157
015600                         ' ORDERED ' WS-DSP-ORDER-QTY             PGM157
015700                         ' SHIPPED ' WS-DSP-SHIPPED-QTY           PGM157
015800             END-IF                                               PGM157
015900     END-READ                                                     PGM157
016000     IF WS-LINE-FOUND                                             PGM157
016100         MOVE SO-KEY TO OL-KEY                                    PGM157
016200         READ OTIF-REASON-FILE                                    PGM157
016300             INVALID KEY                                          PGM157
016400                 SET WS-RSN-NOT-FOUND TO TRUE                     PGM157
016500             NOT INVALID KEY                                      PGM157
016600                 SET WS-RSN-FOUND TO TRUE                         PGM157
016700                 DISPLAY 'CURRENT REASON ' OL-REASON-CD           PGM157
016800                         ' BY ' OL-USER-ID ' ON ' OL-ENTRY-DATE   PGM157
016900         END-READ                                                 PGM157
017000     END-IF.                                                      PGM157
017100*                                                                 PGM157
017200 2200-ADD-REASON.                                                 PGM157
017300     IF WS-RSN-FOUND                                              PGM157
017400         DISPLAY 'REASON ALREADY ENTERED - USE CHANGE'            PGM157
017500     ELSE                                                         PGM157
017600         PERFORM 2500-ENTER-REASON-FIELDS                         PGM157
017700         PERFORM 2600-VALIDATE-REASON-FIELDS                      PGM157
017800         IF WS-FIELDS-VALID                                       PGM157
017900             INITIALIZE OTIF-REASON-REC                           PGM157
018000             MOVE SO-KEY          TO OL-KEY                       PGM157
018100             PERFORM 2700-MOVE-REASON-FIELDS                      PGM157
018200             WRITE OTIF-REASON-REC                                PGM157
018300                 INVALID KEY                                      PGM157
018400                     DISPLAY 'REASON WRITE ERROR: ' WS-FILE-STATUSPGM157
018500             END-WRITE                                            PGM157
018600             DISPLAY 'REASON ADDED: ' WS-ENT-ORDER-NO             PGM157
018700                     ' ' WS-ENT-LINE-NO                           PGM157
018800         ELSE                                                     PGM157
018900             DISPLAY 'REASON REJECTED - CHECK FIELDS'             PGM157
019000         END-IF                                                   PGM157
019100     END-IF.                                                      PGM157
019200*                                                                 PGM157
019300 2300-CHANGE-REASON.                                              PGM157
019400     IF WS-RSN-NOT-FOUND                                          PGM157
019500         DISPLAY 'NO REASON ON FILE - USE ADD'                    PGM157
019600     ELSE                                                         PGM157
019700         PERFORM 2500-ENTER-REASON-FIELDS                         PGM157
019800         PERFORM 2600-VALIDATE-REASON-FIELDS                      PGM157
019900         IF WS-FIELDS-VALID                                       PGM157
020000             PERFORM 2700-MOVE-REASON-FIELDS                      PGM157
020100             REWRITE OTIF-REASON-REC                              PGM157
020200             DISPLAY 'REASON CHANGED'                             PGM157
020300         ELSE                                                     PGM157
020400             DISPLAY 'CHANGE REJECTED - CHECK FIELDS'             PGM157
020500         END-IF                                                   PGM157
020600     END-IF.                                                      PGM157
020700*                                                                 PGM157
020800 2400-DELETE-REASON.                                              PGM157
020900     IF WS-RSN-NOT-FOUND                                          PGM157
021000         DISPLAY 'NO REASON ON FILE'                              PGM157
021100     ELSE                                                         PGM157
021200         DELETE OTIF-REASON-FILE                                  PGM157
021300             INVALID KEY                                          PGM157
021400                 DISPLAY 'REASON DELETE ERROR: ' WS-FILE-STATUS   PGM157
021500         END-DELETE                                               PGM157
021600         DISPLAY 'REASON DELETED'                                 PGM157
021700     END-IF.                                                      PGM157
021800*                                                                 PGM157
021900 2500-ENTER-REASON-FIELDS.                                        PGM157
022000     DISPLAY 'PR=PRODUCTION  QC=QUALITY HOLD  ST=STOCK SHORT'     PGM157
022100     DISPLAY 'TR=TRANSPORT  CR=CREDIT HOLD  CU=CUSTOMER REQUEST'  PGM157
022200     DISPLAY 'OE=ORDER ENTRY ERROR  OT=OTHER'                     PGM157
022300     DISPLAY 'ENTER REASON CODE: '                                PGM157
022400     ACCEPT WS-ENT-REASON-CD                                      PGM157
022500     DISPLAY 'ENTER COMMENT: '                                    PGM157
022600     ACCEPT WS-ENT-COMMENT                                        PGM157
022700     DISPLAY 'ENTER YOUR USER ID: '                               PGM157
022800     ACCEPT WS-ENT-USER-ID.                                       PGM157
022900*                                                                 PGM157
023000 2600-VALIDATE-REASON-FIELDS.                                     PGM157
023100     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM157
023200     MOVE WS-ENT-REASON-CD TO OL-REASON-CD                        PGM157
023300     IF NOT OL-VALID-REASON                                       PGM157
023400         DISPLAY 'INVALID REASON CODE'                            PGM157
023500     ELSE                                                         PGM157
023600         MOVE WS-ENT-USER-ID TO PE-USER-ID                        PGM157
023700         READ PERSONNEL-FILE                                      PGM157
023800             INVALID KEY                                          PGM157
023900                 DISPLAY 'USER NOT ON PERSONNEL MASTER: '         PGM157
024000                         WS-ENT-USER-ID                           PGM157
024100             NOT INVALID KEY                                      PGM157
024200                 IF PE-ACTIVE                                     PGM157
024300                     SET WS-FIELDS-VALID TO TRUE                  PGM157
024400                 ELSE                                             PGM157
024500                     DISPLAY 'USER NOT ACTIVE: ' WS-ENT-USER-ID   PGM157
024600                 END-IF                                           PGM157
024700         END-READ                                                 PGM157
024800     END-IF.                                                      PGM157
024900*                                                                 PGM157
025000 2700-MOVE-REASON-FIELDS.                                         PGM157
025100     MOVE WS-ENT-REASON-CD TO OL-REASON-CD                        PGM157
025200     MOVE WS-ENT-COMMENT   TO OL-COMMENT                          PGM157
025300     MOVE WS-ENT-USER-ID   TO OL-USER-ID                          PGM157
025400     MOVE WS-RUN-DATE      TO OL-ENTRY-DATE.                      PGM157
025500*                                                                 PGM157
025600 9000-FINALIZE.                                                   PGM157
025700     CLOSE OTIF-REASON-FILE                                       PGM157
025800     CLOSE CUST-ORDER-FILE                                        PGM157
025900     CLOSE PERSONNEL-FILE                                         PGM157
026000     DISPLAY 'PGM157 - OTIF REASON SESSION ENDED'.                PGM157
026100*                                                                 PGM157
026200 9750-DIAGNOSE-FILE-STATUS.                                       PGM157
026300     EVALUATE WS-ABEND-STATUS                                     PGM157
026400         WHEN '10'                                                PGM157
026500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM157
026600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM157
026700         WHEN '23'                                                PGM157
026800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM157
026900             DISPLAY '  AND RETRY THE REQUEST'                    PGM157
027000         WHEN '35'                                                PGM157
027100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM157
027200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM157
027300         WHEN '37'                                                PGM157
027400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM157
027500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM157
027600         WHEN '39'                                                PGM157
027700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM157
027800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM157
027900         WHEN '41'                                                PGM157
028000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM157
028100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM157
028200         WHEN '42'                                                PGM157
028300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM157
028400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM157
028500         WHEN '46'                                                PGM157
028600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM157
028700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM157
028800         WHEN OTHER                                               PGM157
028900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM157
029000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM157
029100     END-EVALUATE.                                                PGM157
029200*                                                                 PGM157
029300 9900-ABNORMAL-END.                                               PGM157
029400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM157
029500     DISPLAY 'PGM157 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM157
029600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM157
029700     STOP RUN.                                                    PGM157
029800                                                                  PGM157
