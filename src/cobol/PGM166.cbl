000100 IDENTIFICATION DIVISION.                                         PGM166
000200 PROGRAM-ID.    PGM166.                                           PGM166
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM166
000400*                                                                 PGM166
000500* =========================================================       PGM166
000600* 프로그램명: 정문 입문/출문 등록                                              PGM166
000700* 처리내용  : 정문 근무자가 차량번호로 입문과 출문을 등록한다.                             PGM166
000800*            입고 차량은 PO번호(CPYPOMS)로 자재를, 출하 차량은                    PGM166
000900*            적재번호(CPYLOAD)로 운송사와 제품을 가져온다.                        PGM166
001000*            같은 차량이 구내에 있는 동안은 다시 입문할 수                           PGM166
001100*            없고, 출문은 그 차량의 열린 입문 기록을 닫는다.                         PGM166
001200* =========================================================       PGM166
001300*                                                                 PGM166
001400 ENVIRONMENT DIVISION.                                            PGM166
001500 CONFIGURATION SECTION.                                           PGM166
001600 INPUT-OUTPUT SECTION.                                            PGM166
001700 FILE-CONTROL.                                                    PGM166
001800     SELECT GATE-LOG-FILE                                         PGM166
001900         ASSIGN TO GATELOG                                        PGM166
002000         ORGANIZATION IS INDEXED                                  PGM166
002100         ACCESS MODE IS DYNAMIC                                   PGM166
002200         RECORD KEY IS GT-KEY                                     PGM166
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM166
002400     SELECT PO-MASTER-FILE                                        PGM166
002500         ASSIGN TO POMAST                                         PGM166
002600         ORGANIZATION IS INDEXED                                  PGM166
002700         ACCESS MODE IS RANDOM                                    PGM166
002800         RECORD KEY IS PO-NO                                      PGM166
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM166
003000     SELECT OPTIONAL LOAD-FILE                                    PGM166
003100         ASSIGN TO LOADFILE                                       PGM166
003200         ORGANIZATION IS INDEXED                                  PGM166
003300         ACCESS MODE IS DYNAMIC                                   PGM166
003400         RECORD KEY IS LD-KEY                                     PGM166
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM166
003600     SELECT CARRIER-MASTER-FILE                                   PGM166
003700         ASSIGN TO CARRMAST                                       PGM166
003800         ORGANIZATION IS INDEXED                                  PGM166
003900         ACCESS MODE IS RANDOM                                    PGM166
004000         RECORD KEY IS CR-CARRIER-CD                              PGM166
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM166
004200*                                                                 PGM166
004300 DATA DIVISION.                                                   PGM166
004400 FILE SECTION.                                                    PGM166
004500 FD  GATE-LOG-FILE.                                               PGM166
004600 01  GATE-LOG-REC.                                                PGM166
004700     COPY CPYGATE.                                                PGM166
004800 FD  PO-MASTER-FILE.                                              PGM166
004900 01  PO-MASTER-REC.                                               PGM166
005000     COPY CPYPOMS.                                                PGM166
005100 FD  LOAD-FILE.                                                   PGM166
005200 01  LOAD-REC.                                                    PGM166
005300     COPY CPYLOAD.                                                PGM166
005400 FD  CARRIER-MASTER-FILE.                                         PGM166
005500 01  CARRIER-MASTER-REC.                                          PGM166
005600     COPY CPYCARR.                                                PGM166
005700*                                                                 PGM166
005800 WORKING-STORAGE SECTION.                                         PGM166
005900 01  WS-FILE-STATUS         PIC XX.                               PGM166
006000 01  WS-FILE-STATUS2        PIC XX.                               PGM166
006100 01  WS-FILE-STATUS3        PIC XX.                               PGM166
006200 01  WS-FILE-STATUS4        PIC XX.                               PGM166
006300 01  WS-ABEND-STATUS        PIC XX.                               PGM166
006400 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM166
006500     88 WS-EXIT             VALUE 'Y'.                            PGM166
006600 01  WS-ACTION-CHOICE       PIC X(01).                            PGM166
006700     88 WS-GATE-IN-ACTION   VALUE 'I' 'i'.                        PGM166
006800     88 WS-GATE-OUT-ACTION  VALUE 'O' 'o'.                        PGM166
006900     88 WS-ON-SITE-ACTION   VALUE 'Q' 'q'.                        PGM166
007000     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM166
007100 01  WS-LOAD-READY-FLAG     PIC X VALUE 'N'.                      PGM166
007200     88 WS-LOAD-READY       VALUE 'Y'.                            PGM166
007300 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM166
007400     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM166
007500 01  WS-OPEN-VISIT-FLAG     PIC X VALUE 'N'.                      PGM166
007600     88 WS-OPEN-VISIT       VALUE 'Y'.                            PGM166
007700 01  WS-GT-EOF-FLAG         PIC X VALUE 'N'.                      PGM166
007800     88 WS-GT-EOF           VALUE 'Y'.                            PGM166
007900 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM166
008000     88 WS-LD-EOF           VALUE 'Y'.                            PGM166
008100 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM166
008200 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM166
008300 01  WS-OPEN-KEY            PIC X(26).                            PGM166
008400 01  WS-ON-SITE-CNT         PIC 9(05) VALUE ZEROS.                PGM166
008500 01  WS-LOAD-LINE-CNT       PIC 9(05) VALUE ZEROS.                PGM166
008600 01  WS-LOAD-CARRIER-CD     PIC X(04).                            PGM166
008700 01  WS-LOAD-PRODUCT-CD     PIC X(15).                            PGM166
008800 01  WS-ENT-PLATE-NO        PIC X(12).                            PGM166
008900 01  WS-ENT-PURPOSE         PIC X(01).                            PGM166
009000 01  WS-ENT-PO-NO           PIC X(12).                            PGM166
009100 01  WS-ENT-LOAD-NO         PIC 9(12).                            PGM166
009200 01  WS-ENT-CARRIER-CD      PIC X(04).                            PGM166
009300 01  WS-ENT-DRIVER-NM       PIC X(20).                            PGM166
009400 01  WS-ENT-USER            PIC X(10).                            PGM166
009500*                                                                 PGM166
009600 PROCEDURE DIVISION.                                              PGM166
009700*                                                                 PGM166
009800 0000-MAIN-PROCESS.                                               PGM166
009900     PERFORM 1000-INITIALIZE                                      PGM166
010000     PERFORM 2000-PROCESS-MENU                                    PGM166
010100         UNTIL WS-EXIT                                            PGM166
010200     PERFORM 9000-FINALIZE                                        PGM166
010300     STOP RUN.                                                    PGM166
010400*                                                                 PGM166
010500 1000-INITIALIZE.                                                 PGM166
010600     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM166
010700     OPEN I-O GATE-LOG-FILE                                       PGM166
010800     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM166
010900         DISPLAY 'GATE LOG OPEN ERROR: ' WS-FILE-STATUS           PGM166
011000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM166
011100         PERFORM 9900-ABNORMAL-END                                PGM166
011200     END-IF                                                       PGM166
011300     OPEN INPUT PO-MASTER-FILE                                    PGM166
011400     IF WS-FILE-STATUS2 NOT = '00'                                PGM166
011500         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM166
011600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM166
011700         PERFORM 9900-ABNORMAL-END                                PGM166
011800     END-IF                                                       PGM166
011900     OPEN INPUT CARRIER-MASTER-FILE                               PGM166
012000     IF WS-FILE-STATUS4 NOT = '00'                                PGM166
012100         DISPLAY 'CARRIER MASTER OPEN ERROR: ' WS-FILE-STATUS4    PGM166
012200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM166
012300         PERFORM 9900-ABNORMAL-END                                PGM166
012400     END-IF                                                       PGM166
012500     OPEN INPUT LOAD-FILE                                         PGM166
012600     IF WS-FILE-STATUS3 = '00'                                    PGM166
012700         SET WS-LOAD-READY TO TRUE                                PGM166
012800     ELSE                                                         PGM166
012900         DISPLAY 'LOAD FILE ABSENT - SHIPMENT GATE-IN OFF: '      PGM166
013000                 WS-FILE-STATUS3                                  PGM166
013100     END-IF.                                                      PGM166
013200*                                                                 PGM166
013300 2000-PROCESS-MENU.                                               PGM166
013400     DISPLAY ' '                                                  PGM166
013500     DISPLAY '=== GATE PASS CONTROL ==='                          PGM166
013600     DISPLAY 'I=GATE IN  O=GATE OUT  Q=TRUCKS ON SITE  E=EXIT'    PGM166
013700     ACCEPT WS-ACTION-CHOICE                                      PGM166
013800     EVALUATE TRUE                                                PGM166
013900         WHEN WS-EXIT-CHOICE                                      PGM166
014000             SET WS-EXIT TO TRUE                                  PGM166
014100         WHEN WS-GATE-IN-ACTION                                   PGM166
014200             PERFORM 2100-GATE-IN                                 PGM166
014300         WHEN WS-GATE-OUT-ACTION                                  PGM166
014400             PERFORM 2500-GATE-OUT                                PGM166
014500         WHEN WS-ON-SITE-ACTION                                   PGM166
014600             PERFORM 2700-LIST-ON-SITE                            PGM166
014700         WHEN OTHER                                               PGM166
014800             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM166
014900     END-EVALUATE.                                                PGM166
015000*                                                                 PGM166
015100* 입문: 목적 R=입고(PO), S=출하(적재), O=기타. 출하 차량의                         PGM166
015200* 운송사는 적재에 배정된 운송사를 쓰고, 입고 차량의 운송사는                               PGM166
015300* 입력했을 때만 마스터로 확인한다.                                              PGM166
015400 2100-GATE-IN.                                                    PGM166
015500     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM166
015600     MOVE SPACES TO WS-ENT-PO-NO WS-ENT-CARRIER-CD                PGM166
015700     MOVE SPACES TO WS-LOAD-CARRIER-CD WS-LOAD-PRODUCT-CD         PGM166
015800     MOVE ZEROS  TO WS-ENT-LOAD-NO                                PGM166
015900     DISPLAY 'ENTER VEHICLE PLATE NO: '                           PGM166
016000     ACCEPT WS-ENT-PLATE-NO                                       PGM166
016100     DISPLAY 'ENTER PURPOSE (R=RECEIPT S=SHIPMENT O=OTHER): '     PGM166
016200     ACCEPT WS-ENT-PURPOSE                                        PGM166
016300     EVALUATE WS-ENT-PURPOSE                                      PGM166
016400         WHEN 'R'                                                 PGM166
016500             DISPLAY 'ENTER PO NO: '                              PGM166
016600             ACCEPT WS-ENT-PO-NO                                  PGM166
016700             DISPLAY 'ENTER CARRIER CODE (BLANK=NONE): '          PGM166
016800             ACCEPT WS-ENT-CARRIER-CD                             PGM166
016900         WHEN 'S'                                                 PGM166
017000             DISPLAY 'ENTER LOAD NO: '                            PGM166
017100             ACCEPT WS-ENT-LOAD-NO                                PGM166
017200         WHEN OTHER                                               PGM166
017300             CONTINUE                                             PGM166
017400     END-EVALUATE                                                 PGM166
017500     DISPLAY 'ENTER DRIVER NAME: '                                PGM166
017600     ACCEPT WS-ENT-DRIVER-NM                                      PGM166
017700     DISPLAY 'ENTER USER ID: '                                    PGM166
017800     ACCEPT WS-ENT-USER                                           PGM166
017900     PERFORM 2400-FIND-OPEN-VISIT                                 PGM166
018000     EVALUATE TRUE                                                PGM166
018100         WHEN WS-ENT-PLATE-NO = SPACES                            PGM166
018200             DISPLAY 'PLATE NO REQUIRED'                          PGM166
018300         WHEN WS-ENT-USER = SPACES                                PGM166
018400             DISPLAY 'USER ID REQUIRED'                           PGM166
018500         WHEN WS-OPEN-VISIT                                       PGM166
018600             DISPLAY 'VEHICLE ALREADY ON SITE SINCE '             PGM166
018700                     GT-IN-DATE ' ' GT-IN-TIME                    PGM166
018800         WHEN WS-ENT-PURPOSE = 'R'                                PGM166
018900             PERFORM 2200-CHECK-PO                                PGM166
019000         WHEN WS-ENT-PURPOSE = 'S'                                PGM166
019100             PERFORM 2300-CHECK-LOAD                              PGM166
019200         WHEN WS-ENT-PURPOSE = 'O'                                PGM166
019300             SET WS-FIELDS-VALID TO TRUE                          PGM166
019400         WHEN OTHER                                               PGM166
019500             DISPLAY 'PURPOSE MUST BE R, S OR O'                  PGM166
019600     END-EVALUATE                                                 PGM166
019700     IF WS-FIELDS-VALID                                           PGM166
019800         PERFORM 2450-WRITE-GATE-IN                               PGM166
019900     ELSE                                                         PGM166
020000         DISPLAY 'GATE IN REJECTED'                               PGM166
020100     END-IF.                                                      PGM166
020200*                                                                 PGM166
020300 2200-CHECK-PO.                                                   PGM166
020400     MOVE WS-ENT-PO-NO TO PO-NO                                   PGM166
020500     READ PO-MASTER-FILE                                          PGM166
020600         INVALID KEY                                              PGM166
020700             DISPLAY 'PO NOT FOUND: ' WS-ENT-PO-NO                PGM166
020800         NOT INVALID KEY                                          PGM166
020900             IF PO-CLOSED                                         PGM166
021000                 DISPLAY 'PO ALREADY CLOSED: ' WS-ENT-PO-NO       PGM166
021100             ELSE                                                 PGM166
021100             IF PO-CANCELLED                                      PGM166
021100                 DISPLAY 'PO CANCELLED: ' WS-ENT-PO-NO            PGM166
021100             ELSE                                                 PGM166
021200                 MOVE PO-MATL-CD TO WS-LOAD-PRODUCT-CD            PGM166
021300                 SET WS-FIELDS-VALID TO TRUE                      PGM166
021400             END-IF                                               PGM166
021400             END-IF                                               PGM166
021500     END-READ                                                     PGM166
021600     IF WS-FIELDS-VALID AND WS-ENT-CARRIER-CD NOT = SPACES        PGM166
021700         PERFORM 2250-CHECK-CARRIER                               PGM166
021800     END-IF.                                                      PGM166
021900*                                                                 PGM166
022000 2250-CHECK-CARRIER.                                              PGM166
022100     MOVE WS-ENT-CARRIER-CD TO CR-CARRIER-CD                      PGM166
022200     READ CARRIER-MASTER-FILE                                     PGM166
022300         INVALID KEY                                              PGM166
022400             DISPLAY 'CARRIER NOT ON MASTER: ' WS-ENT-CARRIER-CD  PGM166
022500             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM166
022600         NOT INVALID KEY                                          PGM166
022700             IF NOT CR-ACTIVE                                     PGM166
022800                 DISPLAY 'CARRIER INACTIVE: ' WS-ENT-CARRIER-CD   PGM166
022900                 MOVE 'N' TO WS-FIELDS-VALID-FLAG                 PGM166
023000             END-IF                                               PGM166
023100     END-READ.                                                    PGM166
023200*                                                                 PGM166
023300* 출하 차량: 취소되지 않은 적재 라인이 있어야 하고 운송사가                               PGM166
023400* 배정되어 있어야 한다. 제품은 첫 라인의 제품으로 한다.                                 PGM166
023500 2300-CHECK-LOAD.                                                 PGM166
023600     MOVE ZEROS TO WS-LOAD-LINE-CNT                               PGM166
023700     IF WS-LOAD-READY                                             PGM166
023800         MOVE 'N' TO WS-LD-EOF-FLAG                               PGM166
023900         MOVE WS-ENT-LOAD-NO TO LD-LOAD-NO                        PGM166
024000         MOVE ZEROS          TO LD-LOAD-SEQ                       PGM166
024100         START LOAD-FILE KEY >= LD-KEY                            PGM166
024200             INVALID KEY                                          PGM166
024300                 SET WS-LD-EOF TO TRUE                            PGM166
024400         END-START                                                PGM166
024500         PERFORM 2350-READ-LOAD-LINE                              PGM166
024600             UNTIL WS-LD-EOF                                      PGM166
024700     END-IF                                                       PGM166
024800     EVALUATE TRUE                                                PGM166
024900         WHEN NOT WS-LOAD-READY                                   PGM166
025000             DISPLAY 'LOAD FILE NOT AVAILABLE'                    PGM166
025100         WHEN WS-LOAD-LINE-CNT = 0                                PGM166
025200             DISPLAY 'LOAD NOT FOUND: ' WS-ENT-LOAD-NO            PGM166
025300         WHEN WS-LOAD-CARRIER-CD = SPACES                         PGM166
025400             DISPLAY 'NO CARRIER ASSIGNED TO LOAD'                PGM166
025500         WHEN OTHER                                               PGM166
025600             MOVE WS-LOAD-CARRIER-CD TO WS-ENT-CARRIER-CD         PGM166
025700             SET WS-FIELDS-VALID TO TRUE                          PGM166
025800             PERFORM 2250-CHECK-CARRIER                           PGM166
025900     END-EVALUATE.                                                PGM166
026000*                                                                 PGM166
026100 2350-READ-LOAD-LINE.                                             PGM166
026200     READ LOAD-FILE NEXT RECORD                                   PGM166
026300         AT END                                                   PGM166
026400             SET WS-LD-EOF TO TRUE                                PGM166
026500         NOT AT END                                               PGM166
026600             IF LD-LOAD-NO NOT = WS-ENT-LOAD-NO                   PGM166
026700                 SET WS-LD-EOF TO TRUE                            PGM166
026800             ELSE                                                 PGM166
026900                 IF NOT LD-CANCELLED                              PGM166
027000                     ADD 1 TO WS-LOAD-LINE-CNT                    PGM166
027100                     IF WS-LOAD-LINE-CNT = 1                      PGM166
027200                         MOVE LD-PRODUCT-CD TO WS-LOAD-PRODUCT-CD PGM166
027300                         MOVE LD-CARRIER-CD TO WS-LOAD-CARRIER-CD PGM166
027400                     END-IF                                       PGM166
027500                 END-IF                                           PGM166
027600             END-IF                                               PGM166
027700     END-READ.                                                    PGM166
027800*                                                                 PGM166
027900* 차량번호로 구내에 있는(I) 입문 기록을 찾는다. 찾으면 그                               PGM166
028000* 기록의 키를 WS-OPEN-KEY 에 남긴다.                                       PGM166
028100 2400-FIND-OPEN-VISIT.                                            PGM166
028200     MOVE 'N' TO WS-OPEN-VISIT-FLAG                               PGM166
028300     MOVE 'N' TO WS-GT-EOF-FLAG                                   PGM166
028400     MOVE WS-ENT-PLATE-NO TO GT-PLATE-NO                          PGM166
028500     MOVE ZEROS           TO GT-IN-DATE GT-IN-TIME                PGM166
028600     START GATE-LOG-FILE KEY >= GT-KEY                            PGM166
028700         INVALID KEY                                              PGM166
028800             SET WS-GT-EOF TO TRUE                                PGM166
028900     END-START                                                    PGM166
029000     PERFORM 2410-READ-PLATE-VISIT                                PGM166
029100         UNTIL WS-GT-EOF                                          PGM166
029200     IF WS-OPEN-VISIT                                             PGM166
029300         MOVE WS-OPEN-KEY TO GT-KEY                               PGM166
029400         READ GATE-LOG-FILE                                       PGM166
029500             INVALID KEY                                          PGM166
029600                 MOVE 'N' TO WS-OPEN-VISIT-FLAG                   PGM166
029700         END-READ                                                 PGM166
029800     END-IF.                                                      PGM166
029900*                                                                 PGM166
030000 2410-READ-PLATE-VISIT.                                           PGM166
030100     READ GATE-LOG-FILE NEXT RECORD                               PGM166
030200         AT END                                                   PGM166
030300             SET WS-GT-EOF TO TRUE                                PGM166
030400         NOT AT END                                               PGM166
030500             IF GT-PLATE-NO NOT = WS-ENT-PLATE-NO                 PGM166
030600                 SET WS-GT-EOF TO TRUE                            PGM166
030700             ELSE                                                 PGM166
030800                 IF GT-ON-SITE                                    PGM166
030900                     SET WS-OPEN-VISIT TO TRUE                    PGM166
031000                     MOVE GT-KEY TO WS-OPEN-KEY                   PGM166
031100                 END-IF                                           PGM166
031200             END-IF                                               PGM166
031300     END-READ.                                                    PGM166
031400*                                                                 PGM166
031500 2450-WRITE-GATE-IN.                                              PGM166
031600     ACCEPT WS-NOW-TIME FROM TIME                                 PGM166
031700     INITIALIZE GATE-LOG-REC                                      PGM166
031800     MOVE WS-ENT-PLATE-NO     TO GT-PLATE-NO                      PGM166
031900     MOVE WS-TODAY            TO GT-IN-DATE                       PGM166
032000     MOVE WS-NOW-TIME (1:6)   TO GT-IN-TIME                       PGM166
032100     MOVE WS-ENT-PURPOSE      TO GT-PURPOSE-CD                    PGM166
032200     MOVE WS-ENT-PO-NO        TO GT-PO-NO                         PGM166
032300     MOVE WS-ENT-LOAD-NO      TO GT-LOAD-NO                       PGM166
032400     MOVE WS-ENT-CARRIER-CD   TO GT-CARRIER-CD                    PGM166
032500     MOVE WS-LOAD-PRODUCT-CD  TO GT-MATERIAL-CD                   PGM166
032600     MOVE WS-ENT-DRIVER-NM    TO GT-DRIVER-NM                     PGM166
032700     SET GT-ON-SITE TO TRUE                                       PGM166
032800     MOVE WS-ENT-USER         TO GT-IN-USER                       PGM166
032900     WRITE GATE-LOG-REC                                           PGM166
033000         INVALID KEY                                              PGM166
033100             DISPLAY 'GATE LOG WRITE ERROR: ' WS-FILE-STATUS      PGM166
033200         NOT INVALID KEY                                          PGM166
033300             DISPLAY 'GATE IN RECORDED: ' GT-PLATE-NO ' '         PGM166
033400                     GT-IN-DATE ' ' GT-IN-TIME                    PGM166
033500     END-WRITE.                                                   PGM166
033600*                                                                 PGM166
033700* 출문: 구내에 있는 입문 기록을 닫는다. 체류시간과 계량표                                PGM166
033800* 연결은 일일 배치(PGM167)가 채운다.                                         PGM166
033900 2500-GATE-OUT.                                                   PGM166
034000     DISPLAY 'ENTER VEHICLE PLATE NO: '                           PGM166
034100     ACCEPT WS-ENT-PLATE-NO                                       PGM166
034200     DISPLAY 'ENTER USER ID: '                                    PGM166
034300     ACCEPT WS-ENT-USER                                           PGM166
034400     PERFORM 2400-FIND-OPEN-VISIT                                 PGM166
034500     EVALUATE TRUE                                                PGM166
034600         WHEN WS-ENT-USER = SPACES                                PGM166
034700             DISPLAY 'USER ID REQUIRED'                           PGM166
034800         WHEN NOT WS-OPEN-VISIT                                   PGM166
034900             DISPLAY 'NO OPEN GATE-IN FOR VEHICLE: '              PGM166
035000                     WS-ENT-PLATE-NO                              PGM166
035100         WHEN OTHER                                               PGM166
035200             ACCEPT WS-NOW-TIME FROM TIME                         PGM166
035300             MOVE WS-TODAY          TO GT-OUT-DATE                PGM166
035400             MOVE WS-NOW-TIME (1:6) TO GT-OUT-TIME                PGM166
035500             MOVE WS-ENT-USER       TO GT-OUT-USER                PGM166
035600             SET GT-EXITED TO TRUE                                PGM166
035700             REWRITE GATE-LOG-REC                                 PGM166
035800                 INVALID KEY                                      PGM166
035900                     DISPLAY 'GATE LOG REWRITE ERROR: '           PGM166
036000                             WS-FILE-STATUS                       PGM166
036100                 NOT INVALID KEY                                  PGM166
036200                     DISPLAY 'GATE OUT RECORDED - IN '            PGM166
036300                             GT-IN-DATE ' ' GT-IN-TIME            PGM166
036400                             ' OUT ' GT-OUT-DATE ' ' GT-OUT-TIME  PGM166
036500             END-REWRITE                                          PGM166
036600     END-EVALUATE.                                                PGM166
036700*                                                                 PGM166
036800 2700-LIST-ON-SITE.                                               PGM166
036900     MOVE ZEROS TO WS-ON-SITE-CNT                                 PGM166
037000     MOVE 'N' TO WS-GT-EOF-FLAG                                   PGM166
037100     MOVE LOW-VALUES TO GT-KEY                                    PGM166
037200     START GATE-LOG-FILE KEY >= GT-KEY                            PGM166
037300         INVALID KEY                                              PGM166
037400             SET WS-GT-EOF TO TRUE                                PGM166
037500     END-START                                                    PGM166
037600     PERFORM 2750-LIST-ONE-VISIT                                  PGM166
037700         UNTIL WS-GT-EOF                                          PGM166
037800     DISPLAY 'TRUCKS ON SITE: ' WS-ON-SITE-CNT.                   PGM166
037900*                                                                 PGM166
038000 2750-LIST-ONE-VISIT.                                             PGM166
038100     READ GATE-LOG-FILE NEXT RECORD                               PGM166
038200         AT END                                                   PGM166
038300             SET WS-GT-EOF TO TRUE                                PGM166
038400         NOT AT END                                               PGM166
038500             IF GT-ON-SITE                                        PGM166
038600                 ADD 1 TO WS-ON-SITE-CNT                          PGM166
038700                 DISPLAY GT-PLATE-NO ' IN ' GT-IN-DATE ' '        PGM166
038800                         GT-IN-TIME ' ' GT-PURPOSE-CD ' '         PGM166
038900                         GT-PO-NO ' ' GT-LOAD-NO ' '              PGM166
039000                         GT-CARRIER-CD                            PGM166
039100             END-IF                                               PGM166
039200     END-READ.                                                    PGM166
039300*                                                                 PGM166
039400 9000-FINALIZE.                                                   PGM166
039500     CLOSE GATE-LOG-FILE                                          PGM166
039600     CLOSE PO-MASTER-FILE                                         PGM166
039700     CLOSE CARRIER-MASTER-FILE                                    PGM166
039800     IF WS-LOAD-READY                                             PGM166
039900         CLOSE LOAD-FILE                                          PGM166
040000     END-IF                                                       PGM166
040100     DISPLAY 'PGM166 - GATE PASS SESSION ENDED'.                  PGM166
040200*                                                                 PGM166
040300 9750-DIAGNOSE-FILE-STATUS.                                       PGM166
040400     EVALUATE WS-ABEND-STATUS                                     PGM166
040500         WHEN '10'                                                PGM166
040600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM166
040700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM166
040800         WHEN '23'                                                PGM166
040900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM166
041000             DISPLAY '  AND RETRY THE REQUEST'                    PGM166
041100         WHEN '35'                                                PGM166
041200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM166
041300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM166
041400         WHEN '37'                                                PGM166
041500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM166
041600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM166
041700         WHEN '39'                                                PGM166
041800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM166
041900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM166
042000         WHEN '41'                                                PGM166
042100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM166
042200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM166
042300         WHEN '42'                                                PGM166
042400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM166
042500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM166
042600         WHEN '46'                                                PGM166
042700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM166
042800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM166
042900         WHEN OTHER                                               PGM166
043000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM166
043100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM166
043200     END-EVALUATE.                                                PGM166
043300*                                                                 PGM166
043400 9900-ABNORMAL-END.                                               PGM166
043500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM166
043600     DISPLAY 'PGM166 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM166
043700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM166
043800     STOP RUN.                                                    PGM166
043900                                                                  PGM166
