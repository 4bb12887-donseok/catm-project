000100 IDENTIFICATION DIVISION.                                         PGM209
000200 PROGRAM-ID.    PGM209.                                           PGM209
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM209
000400*                                                                 PGM209
000500* =========================================================       PGM209
000600* 프로그램명: 설비 보전(사후정비) 작업지시                                         PGM209
000700* 처리내용  : 고장 비가동(설비ID가 있는 비가동 레코드, PGM071                         PGM209
000800*            순번) 또는 정비요청으로 작업지시를 발행하고,                            PGM209
000900*            직종 공수와 예비품 출고를 기록하며, 고장코드로                           PGM209
001000*            완료한다. 예비품 출고는 보전 스테이징(MNTINVT)에                      PGM209
001100*            출고(O) 트랜잭션으로 기록하고 IT-PO-NO 에 작업                      PGM209
001200*            지시 번호를 싣는다. 기존 병합/적재 경로가 INVTRAN                     PGM209
001300*            으로 모아 PGM002 가 반영한다(XFRINVT/IPXINVT 와                PGM209
001400*            동일 방식). 월간 보고는 PGM210 이 한다.                          PGM209
001500* =========================================================       PGM209
001600*                                                                 PGM209
001700 ENVIRONMENT DIVISION.                                            PGM209
001800 CONFIGURATION SECTION.                                           PGM209
001900 INPUT-OUTPUT SECTION.                                            PGM209
002000 FILE-CONTROL.                                                    PGM209
002100     SELECT WORK-ORDER-FILE                                       PGM209
002200         ASSIGN TO MNTWORD                                        PGM209
002300         ORGANIZATION IS INDEXED                                  PGM209
002400         ACCESS MODE IS DYNAMIC                                   PGM209
002500         RECORD KEY IS MW-WO-NO                                   PGM209
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM209
002700     SELECT OPTIONAL WO-ACTIVITY-FILE                             PGM209
002800         ASSIGN TO MNTWOACT                                       PGM209
002900         ORGANIZATION IS SEQUENTIAL                               PGM209
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM209
003100     SELECT OPTIONAL MAINT-INV-TRANS-FILE                         PGM209
003200         ASSIGN TO MNTINVT                                        PGM209
003300         ORGANIZATION IS SEQUENTIAL                               PGM209
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM209
003500     SELECT EQUIP-MASTER-FILE                                     PGM209
003600         ASSIGN TO EQPMAST                                        PGM209
003700         ORGANIZATION IS INDEXED                                  PGM209
003800         ACCESS MODE IS RANDOM                                    PGM209
003900         RECORD KEY IS EQ-EQUIP-ID                                PGM209
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM209
004100     SELECT DOWNTIME-FILE                                         PGM209
004200         ASSIGN TO DOWNTIME                                       PGM209
004300         ORGANIZATION IS SEQUENTIAL                               PGM209
004400         FILE STATUS IS WS-FILE-STATUS5.                          PGM209
004500     SELECT CODE-TABLE-FILE                                       PGM209
004600         ASSIGN TO CODETBL                                        PGM209
004700         ORGANIZATION IS INDEXED                                  PGM209
004800         ACCESS MODE IS RANDOM                                    PGM209
004900         RECORD KEY IS CD-KEY                                     PGM209
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM209
005100     SELECT PERSONNEL-MASTER-FILE                                 PGM209
005200         ASSIGN TO PERSMAST                                       PGM209
005300         ORGANIZATION IS INDEXED                                  PGM209
005400         ACCESS MODE IS RANDOM                                    PGM209
005500         RECORD KEY IS PE-USER-ID                                 PGM209
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM209
005700     SELECT INV-MASTER-FILE                                       PGM209
005800         ASSIGN TO INVMAST                                        PGM209
005900         ORGANIZATION IS INDEXED                                  PGM209
006000         ACCESS MODE IS RANDOM                                    PGM209
006100         RECORD KEY IS IM-KEY                                     PGM209
006200         FILE STATUS IS WS-FILE-STATUS8.                          PGM209
006300*                                                                 PGM209
006400 DATA DIVISION.                                                   PGM209
006500 FILE SECTION.                                                    PGM209
006600 FD  WORK-ORDER-FILE.                                             PGM209
006700 01  WORK-ORDER-REC.                                              PGM209
006800     COPY CPYMWOR.                                                PGM209
006900 FD  WO-ACTIVITY-FILE.                                            PGM209
007000 01  WO-ACTIVITY-REC.                                             PGM209
007100     COPY CPYMWOA.                                                PGM209
007200 FD  MAINT-INV-TRANS-FILE.                                        PGM209
007300 01  MAINT-INV-TRANS-REC.                                         PGM209
007400     COPY CPYINVTR.                                               PGM209
007500 FD  EQUIP-MASTER-FILE.                                           PGM209
007600 01  EQUIP-MASTER-REC.                                            PGM209
007700     COPY CPYEQPM.                                                PGM209
007800 FD  DOWNTIME-FILE.                                               PGM209
007900 01  DOWNTIME-REC.                                                PGM209
008000     COPY CPYDNTM.                                                PGM209
008100 FD  CODE-TABLE-FILE.                                             PGM209
008200 01  CODE-TABLE-REC.                                              PGM209
008300     COPY CPYCDTB.                                                PGM209
008400 FD  PERSONNEL-MASTER-FILE.                                       PGM209
008500 01  PERSONNEL-MASTER-REC.                                        PGM209
008600     COPY CPYPERS.                                                PGM209
008700 FD  INV-MASTER-FILE.                                             PGM209
008800 01  INV-MASTER-REC.                                              PGM209
008900     COPY CPYINVMS.                                               PGM209
009000*                                                                 PGM209
009100 WORKING-STORAGE SECTION.                                         PGM209
009200 01  WS-FILE-STATUS         PIC XX.                               PGM209
009300 01  WS-FILE-STATUS2        PIC XX.                               PGM209
009400 01  WS-FILE-STATUS3        PIC XX.                               PGM209
009500 01  WS-FILE-STATUS4        PIC XX.                               PGM209
009600 01  WS-FILE-STATUS5        PIC XX.                               PGM209
009700 01  WS-FILE-STATUS6        PIC XX.                               PGM209
009800 01  WS-FILE-STATUS7        PIC XX.                               PGM209
009900 01  WS-FILE-STATUS8        PIC XX.                               PGM209
010000 01  WS-ABEND-STATUS        PIC XX.                               PGM209
010100 01  WS-DATE-STATUS         PIC XX.                               PGM209
010200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM209
010300     88 WS-EXIT             VALUE 'Y'.                            PGM209
010400 01  WS-ACTION-CHOICE       PIC X(01).                            PGM209
010500     88 WS-BREAKDOWN-ACTION VALUE 'B' 'b'.                        PGM209
010600     88 WS-REQUEST-ACTION   VALUE 'R' 'r'.                        PGM209
010700     88 WS-LABOR-ACTION     VALUE 'L' 'l'.                        PGM209
010800     88 WS-PART-ACTION      VALUE 'P' 'p'.                        PGM209
010900     88 WS-CLOSE-ACTION     VALUE 'C' 'c'.                        PGM209
011000     88 WS-CANCEL-ACTION    VALUE 'X' 'x'.                        PGM209
011100     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM209
011200     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM209
011300 01  WS-WO-FOUND-FLAG       PIC X VALUE 'N'.                      PGM209
011400     88 WS-WO-FOUND         VALUE 'Y'.                            PGM209
011500     88 WS-WO-NOT-FOUND     VALUE 'N'.                            PGM209
011600 01  WS-EQUIP-OK-FLAG       PIC X VALUE 'N'.                      PGM209
011700     88 WS-EQUIP-OK         VALUE 'Y'.                            PGM209
011800 01  WS-CODE-OK-FLAG        PIC X VALUE 'N'.                      PGM209
011900     88 WS-CODE-OK          VALUE 'Y'.                            PGM209
012000 01  WS-WORKER-OK-FLAG      PIC X VALUE 'N'.                      PGM209
012100     88 WS-WORKER-OK        VALUE 'Y'.                            PGM209
012200 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM209
012300     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM209
012400 01  WS-DT-EOF-FLAG         PIC X VALUE 'N'.                      PGM209
012500     88 WS-DT-EOF           VALUE 'Y'.                            PGM209
012600 01  WS-DT-FOUND-FLAG       PIC X VALUE 'N'.                      PGM209
012700     88 WS-DT-FOUND         VALUE 'Y'.                            PGM209
012800 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM209
012900 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM209
013000 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                         PGM209
013100     05 WS-NOW-HHMM         PIC 9(04).                            PGM209
013200     05 FILLER              PIC 9(04).                            PGM209
013300 01  WS-TRANS-SEQ           PIC 9(05) VALUE ZEROS.                PGM209
013400 01  WS-REC-SEQ             PIC 9(05) VALUE ZEROS.                PGM209
013500 01  WS-ENT-WO-NO           PIC X(10).                            PGM209
013600 01  WS-ENT-DOWN-SEQ        PIC 9(05).                            PGM209
013700 01  WS-ENT-EQUIP           PIC X(10).                            PGM209
013800 01  WS-ENT-FAIL-DATE       PIC 9(08).                            PGM209
013900 01  WS-ENT-FAIL-TIME       PIC 9(04).                            PGM209
014000 01  WS-ENT-FAIL-TIME-R REDEFINES WS-ENT-FAIL-TIME.               PGM209
014100     05 WS-ENT-FAIL-HH      PIC 9(02).                            PGM209
014200     05 WS-ENT-FAIL-MI      PIC 9(02).                            PGM209
014300 01  WS-ENT-DESC            PIC X(40).                            PGM209
014400 01  WS-ENT-CRAFT           PIC X(05).                            PGM209
014500 01  WS-ENT-WORKER          PIC X(10).                            PGM209
014600 01  WS-ENT-HOURS           PIC 9(03)V99.                         PGM209
014700 01  WS-ENT-ITEM            PIC X(15).                            PGM209
014800 01  WS-ENT-WHSE            PIC X(05).                            PGM209
014900 01  WS-ENT-QTY             PIC 9(07).                            PGM209
015000 01  WS-ENT-FAILURE-CD      PIC X(05).                            PGM209
015100 01  WS-ENT-CLOSE-DATE      PIC 9(08).                            PGM209
015200 01  WS-ENT-CLOSE-TIME      PIC 9(04).                            PGM209
015300 01  WS-ENT-CLOSE-TIME-R REDEFINES WS-ENT-CLOSE-TIME.             PGM209
015400     05 WS-ENT-CLOSE-HH     PIC 9(02).                            PGM209
015500     05 WS-ENT-CLOSE-MI     PIC 9(02).                            PGM209
015600 01  WS-ENT-USER            PIC X(10).                            PGM209
015700 01  WS-PART-COST           PIC S9(11)V99 VALUE ZEROS.            PGM209
015800 01  WS-DSP-COST            PIC Z(10)9.99.                        PGM209
015900 01  WS-DSP-HRS             PIC ZZZZ9.99.                         PGM209
016000*                                                                 PGM209
016100* 경과 시간 계산                                                        PGM209
016200 01  WS-FROM-DATE           PIC 9(08).                            PGM209
016300 01  WS-FROM-TIME           PIC 9(04).                            PGM209
016400 01  WS-FROM-TIME-R REDEFINES WS-FROM-TIME.                       PGM209
016500     05 WS-FROM-HH          PIC 9(02).                            PGM209
016600     05 WS-FROM-MI          PIC 9(02).                            PGM209
016700 01  WS-TO-DATE             PIC 9(08).                            PGM209
016800 01  WS-TO-TIME             PIC 9(04).                            PGM209
016900 01  WS-TO-TIME-R REDEFINES WS-TO-TIME.                           PGM209
017000     05 WS-TO-HH            PIC 9(02).                            PGM209
017100     05 WS-TO-MI            PIC 9(02).                            PGM209
017200 01  WS-STEP-DATE           PIC 9(08).                            PGM209
017300 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM209
017400     05 WS-STEP-YYYY        PIC 9(04).                            PGM209
017500     05 WS-STEP-MM          PIC 9(02).                            PGM209
017600     05 WS-STEP-DD          PIC 9(02).                            PGM209
017700 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM209
017800         '312831303130313130313031'.                              PGM209
017900 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM209
018000     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM209
018100 01  WS-MONTH-END           PIC 9(02).                            PGM209
018200 01  WS-LEAP-QUOT           PIC 9(04).                            PGM209
018300 01  WS-LEAP-REM4           PIC 9(04).                            PGM209
018400 01  WS-LEAP-REM100         PIC 9(04).                            PGM209
018500 01  WS-LEAP-REM400         PIC 9(04).                            PGM209
018600 01  WS-DAY-GAP             PIC 9(05) VALUE ZEROS.                PGM209
018700 01  WS-DAY-GAP-MAX         PIC 9(05) VALUE 3660.                 PGM209
018800 01  WS-ELAPSED-MIN         PIC S9(09) VALUE ZEROS.               PGM209
018900 01  WS-REPAIR-MIN          PIC 9(07) VALUE ZEROS.                PGM209
019000*                                                                 PGM209
019100 PROCEDURE DIVISION.                                              PGM209
019200*                                                                 PGM209
019300 0000-MAIN-PROCESS.                                               PGM209
019400     PERFORM 1000-INITIALIZE                                      PGM209
019500     PERFORM 2000-PROCESS-MENU                                    PGM209
019600         UNTIL WS-EXIT                                            PGM209
019700     PERFORM 9000-FINALIZE                                        PGM209
019800     STOP RUN.                                                    PGM209
019900*                                                                 PGM209
020000 1000-INITIALIZE.                                                 PGM209
020100     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM209
020200     OPEN I-O WORK-ORDER-FILE                                     PGM209
020300     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM209
020400         DISPLAY 'WORK ORDER FILE OPEN ERROR: ' WS-FILE-STATUS    PGM209
020500         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM209
020600         PERFORM 9900-ABNORMAL-END                                PGM209
020700     END-IF                                                       PGM209
020800     OPEN EXTEND WO-ACTIVITY-FILE                                 PGM209
020900     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM209
021000         DISPLAY 'WO ACTIVITY OPEN ERROR: ' WS-FILE-STATUS2       PGM209
021100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM209
021200         PERFORM 9900-ABNORMAL-END                                PGM209
021300     END-IF                                                       PGM209
021400     OPEN EXTEND MAINT-INV-TRANS-FILE                             PGM209
021500     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM209
021600         DISPLAY 'MAINT INV STAGE OPEN ERROR: ' WS-FILE-STATUS3   PGM209
021700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM209
021800         PERFORM 9900-ABNORMAL-END                                PGM209
021900     END-IF                                                       PGM209
022000     OPEN INPUT EQUIP-MASTER-FILE                                 PGM209
022100     IF WS-FILE-STATUS4 NOT = '00'                                PGM209
022200         DISPLAY 'EQUIP MASTER OPEN ERROR: ' WS-FILE-STATUS4      PGM209
022300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM209
022400         PERFORM 9900-ABNORMAL-END                                PGM209
022500     END-IF                                                       PGM209
022600     OPEN INPUT CODE-TABLE-FILE                                   PGM209
022700     IF WS-FILE-STATUS6 NOT = '00'                                PGM209
022800         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS6        PGM209
022900         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM209
023000         PERFORM 9900-ABNORMAL-END                                PGM209
023100     END-IF                                                       PGM209
023200     OPEN INPUT PERSONNEL-MASTER-FILE                             PGM209
023300     IF WS-FILE-STATUS7 NOT = '00'                                PGM209
023400         DISPLAY 'PERSONNEL MASTER OPEN ERROR: ' WS-FILE-STATUS7  PGM209
023500         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM209
023600         PERFORM 9900-ABNORMAL-END                                PGM209
023700     END-IF                                                       PGM209
023800     OPEN INPUT INV-MASTER-FILE                                   PGM209
023900     IF WS-FILE-STATUS8 NOT = '00'                                PGM209
024000         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS8        PGM209
024100         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM209
024200         PERFORM 9900-ABNORMAL-END                                PGM209
024300     END-IF.                                                      PGM209
024400*                                                                 PGM209
024500 2000-PROCESS-MENU.                                               PGM209
024600     DISPLAY ' '                                                  PGM209
024700     DISPLAY '=== MAINTENANCE WORK ORDERS ==='                    PGM209
024800     DISPLAY 'B=FROM BREAKDOWN  R=BY REQUEST  L=LABOUR  '         PGM209
024900             'P=PART ISSUE'                                       PGM209
025000     DISPLAY 'C=CLOSE  X=CANCEL  I=INQUIRE  E=EXIT'               PGM209
025100     ACCEPT WS-ACTION-CHOICE                                      PGM209
025200     EVALUATE TRUE                                                PGM209
025300         WHEN WS-EXIT-CHOICE                                      PGM209
025400             SET WS-EXIT TO TRUE                                  PGM209
025500         WHEN WS-BREAKDOWN-ACTION                                 PGM209
025600             PERFORM 2100-LOCATE-WO                               PGM209
025700             PERFORM 2200-RAISE-FROM-BREAKDOWN                    PGM209
025800         WHEN WS-REQUEST-ACTION                                   PGM209
025900             PERFORM 2100-LOCATE-WO                               PGM209
026000             PERFORM 2300-RAISE-BY-REQUEST                        PGM209
026100         WHEN WS-LABOR-ACTION                                     PGM209
026200             PERFORM 2100-LOCATE-WO                               PGM209
026300             PERFORM 2400-BOOK-LABOR                              PGM209
026400         WHEN WS-PART-ACTION                                      PGM209
026500             PERFORM 2100-LOCATE-WO                               PGM209
026600             PERFORM 2500-ISSUE-PART                              PGM209
026700         WHEN WS-CLOSE-ACTION                                     PGM209
026800             PERFORM 2100-LOCATE-WO                               PGM209
026900             PERFORM 2600-CLOSE-WO                                PGM209
027000         WHEN WS-CANCEL-ACTION                                    PGM209
027100             PERFORM 2100-LOCATE-WO                               PGM209
027200             PERFORM 2650-CANCEL-WO                               PGM209
027300         WHEN WS-INQUIRE-ACTION                                   PGM209
027400             PERFORM 2100-LOCATE-WO                               PGM209
027500             PERFORM 2700-SHOW-WO                                 PGM209
027600         WHEN OTHER                                               PGM209
027700             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM209
027800     END-EVALUATE.                                                PGM209
027900*                                                                 PGM209
028000 2100-LOCATE-WO.                                                  PGM209
028100     DISPLAY 'ENTER WORK ORDER NO: '                              PGM209
028200     ACCEPT WS-ENT-WO-NO                                          PGM209
028300     MOVE WS-ENT-WO-NO TO MW-WO-NO                                PGM209
028400     READ WORK-ORDER-FILE                                         PGM209
028500         INVALID KEY                                              PGM209
028600             SET WS-WO-NOT-FOUND TO TRUE                          PGM209
028700         NOT INVALID KEY                                          PGM209
028800             SET WS-WO-FOUND TO TRUE                              PGM209
028900     END-READ.                                                    PGM209
029000*                                                                 PGM209
029100* 고장 비가동에서 발행: 비가동 레코드 순번으로 찾아 사용중                                PGM209
029200* 이고 설비ID가 있으며 계획정비(PM)가 아니고 아직 발행되지                              PGM209
029300* 않은 건만 받는다. 발행 후 비가동 레코드에 표시한다.                                  PGM209
029400 2200-RAISE-FROM-BREAKDOWN.                                       PGM209
029500     EVALUATE TRUE                                                PGM209
029600         WHEN WS-ENT-WO-NO = SPACES                               PGM209
029700             DISPLAY 'WORK ORDER NO REQUIRED'                     PGM209
029800         WHEN WS-WO-FOUND                                         PGM209
029900             DISPLAY 'WORK ORDER ALREADY EXISTS'                  PGM209
030000         WHEN OTHER                                               PGM209
030100             DISPLAY 'ENTER DOWNTIME RECORD SEQUENCE NUMBER: '    PGM209
030200             ACCEPT WS-ENT-DOWN-SEQ                               PGM209
030300             PERFORM 2210-FIND-DOWNTIME                           PGM209
030400             IF WS-DT-FOUND                                       PGM209
030500                 PERFORM 2220-RAISE-BREAKDOWN-WO                  PGM209
030600             END-IF                                               PGM209
030700             IF WS-FILE-STATUS5 = '00'                            PGM209
030800                 CLOSE DOWNTIME-FILE                              PGM209
030900             END-IF                                               PGM209
031000     END-EVALUATE.                                                PGM209
031100*                                                                 PGM209
031200 2210-FIND-DOWNTIME.                                              PGM209
031300     MOVE 'N' TO WS-DT-FOUND-FLAG                                 PGM209
031400     MOVE 'N' TO WS-DT-EOF-FLAG                                   PGM209
031500     MOVE ZEROS TO WS-REC-SEQ                                     PGM209
031600     OPEN I-O DOWNTIME-FILE                                       PGM209
031700     IF WS-FILE-STATUS5 NOT = '00'                                PGM209
031800         DISPLAY 'DOWNTIME FILE NOT AVAILABLE: ' WS-FILE-STATUS5  PGM209
031900     ELSE                                                         PGM209
032000         IF WS-ENT-DOWN-SEQ > 0                                   PGM209
032100             PERFORM 2215-SEEK-DOWNTIME                           PGM209
032200                 UNTIL WS-DT-EOF OR WS-DT-FOUND                   PGM209
032300         END-IF                                                   PGM209
032400         EVALUATE TRUE                                            PGM209
032500             WHEN NOT WS-DT-FOUND                                 PGM209
032600                 DISPLAY 'DOWNTIME ENTRY NOT FOUND: '             PGM209
032700                         WS-ENT-DOWN-SEQ                          PGM209
032800             WHEN NOT DT-ACTIVE                                   PGM209
032900                 DISPLAY 'DOWNTIME ENTRY IS CANCELLED'            PGM209
033000                 MOVE 'N' TO WS-DT-FOUND-FLAG                     PGM209
033100             WHEN DT-EQUIP-ID = SPACES                            PGM209
033200                 DISPLAY 'DOWNTIME HAS NO EQUIPMENT - USE REQUEST'PGM209
033300                 MOVE 'N' TO WS-DT-FOUND-FLAG                     PGM209
033400             WHEN DT-REASON-CD = 'PM '                            PGM209
033500                 DISPLAY 'PLANNED PM DOWNTIME - NOT A BREAKDOWN'  PGM209
033600                 MOVE 'N' TO WS-DT-FOUND-FLAG                     PGM209
033700             WHEN DT-WO-RAISED                                    PGM209
033800                 DISPLAY 'WORK ORDER ALREADY RAISED FOR THIS'     PGM209
033900                         ' DOWNTIME'                              PGM209
034000                 MOVE 'N' TO WS-DT-FOUND-FLAG                     PGM209
034100             WHEN OTHER                                           PGM209
034200                 CONTINUE                                         PGM209
034300         END-EVALUATE                                             PGM209
034400     END-IF.                                                      PGM209
034500*                                                                 PGM209
034600 2215-SEEK-DOWNTIME.                                              PGM209
034700     READ DOWNTIME-FILE                                           PGM209
034800         AT END                                                   PGM209
034900             SET WS-DT-EOF TO TRUE                                PGM209
035000         NOT AT END                                               PGM209
035100             ADD 1 TO WS-REC-SEQ                                  PGM209
035200             IF WS-REC-SEQ = WS-ENT-DOWN-SEQ                      PGM209
035300                 SET WS-DT-FOUND TO TRUE                          PGM209
035400             END-IF                                               PGM209
035500     END-READ.                                                    PGM209
035600*                                                                 PGM209
035700 2220-RAISE-BREAKDOWN-WO.                                         PGM209
035800     DISPLAY 'DOWNTIME ' DT-LINE-CD ' ' DT-DOWN-DATE ' '          PGM209
035900             DT-START-TIME '-' DT-STOP-TIME ' REASON '            PGM209
036000             DT-REASON-CD ' EQUIPMENT ' DT-EQUIP-ID               PGM209
036100     DISPLAY 'ENTER PROBLEM DESCRIPTION: '                        PGM209
036200     ACCEPT WS-ENT-DESC                                           PGM209
036300     DISPLAY 'ENTER USER ID: '                                    PGM209
036400     ACCEPT WS-ENT-USER                                           PGM209
036500     IF WS-ENT-DESC = SPACES OR WS-ENT-USER = SPACES              PGM209
036600         DISPLAY 'DESCRIPTION AND USER REQUIRED'                  PGM209
036700     ELSE                                                         PGM209
036800         INITIALIZE WORK-ORDER-REC                                PGM209
036900         MOVE WS-ENT-WO-NO    TO MW-WO-NO                         PGM209
037000         MOVE DT-EQUIP-ID     TO MW-EQUIP-ID                      PGM209
037100         MOVE DT-PLANT-CD     TO MW-PLANT-CD                      PGM209
037200         MOVE DT-LINE-CD      TO MW-LINE-CD                       PGM209
037300         SET MW-FROM-BREAKDOWN TO TRUE                            PGM209
037400         MOVE WS-ENT-DOWN-SEQ TO MW-DOWN-SEQ                      PGM209
037500         MOVE DT-DOWN-DATE    TO MW-FAIL-DATE                     PGM209
037600         MOVE DT-START-TIME   TO MW-FAIL-TIME                     PGM209
037700         PERFORM 2800-WRITE-NEW-WO                                PGM209
037800         IF WS-FILE-STATUS = '00'                                 PGM209
037900             SET DT-WO-RAISED TO TRUE                             PGM209
038000             REWRITE DOWNTIME-REC                                 PGM209
038100         END-IF                                                   PGM209
038200     END-IF.                                                      PGM209
038300*                                                                 PGM209
038400* 정비요청 발행: 사용중 설비, 고장(요청) 일시는 오늘 이전.                              PGM209
038500 2300-RAISE-BY-REQUEST.                                           PGM209
038600     EVALUATE TRUE                                                PGM209
038700         WHEN WS-ENT-WO-NO = SPACES                               PGM209
038800             DISPLAY 'WORK ORDER NO REQUIRED'                     PGM209
038900         WHEN WS-WO-FOUND                                         PGM209
039000             DISPLAY 'WORK ORDER ALREADY EXISTS'                  PGM209
039100         WHEN OTHER                                               PGM209
039200             DISPLAY 'ENTER EQUIPMENT ID: '                       PGM209
039300             ACCEPT WS-ENT-EQUIP                                  PGM209
039400             DISPLAY 'ENTER FAILURE/REQUEST DATE (YYYYMMDD): '    PGM209
039500             ACCEPT WS-ENT-FAIL-DATE                              PGM209
039600             DISPLAY 'ENTER FAILURE/REQUEST TIME (HHMM): '        PGM209
039700             ACCEPT WS-ENT-FAIL-TIME                              PGM209
039800             DISPLAY 'ENTER PROBLEM DESCRIPTION: '                PGM209
039900             ACCEPT WS-ENT-DESC                                   PGM209
040000             DISPLAY 'ENTER USER ID: '                            PGM209
040100             ACCEPT WS-ENT-USER                                   PGM209
040200             PERFORM 2310-VALIDATE-REQUEST                        PGM209
040300             IF WS-FIELDS-VALID                                   PGM209
040400                 INITIALIZE WORK-ORDER-REC                        PGM209
040500                 MOVE WS-ENT-WO-NO     TO MW-WO-NO                PGM209
040600                 MOVE EQ-EQUIP-ID      TO MW-EQUIP-ID             PGM209
040700                 MOVE EQ-PLANT-CD      TO MW-PLANT-CD             PGM209
040800                 MOVE EQ-LINE-CD       TO MW-LINE-CD              PGM209
040900                 SET MW-FROM-REQUEST   TO TRUE                    PGM209
041000                 MOVE WS-ENT-FAIL-DATE TO MW-FAIL-DATE            PGM209
041100                 MOVE WS-ENT-FAIL-TIME TO MW-FAIL-TIME            PGM209
041200                 PERFORM 2800-WRITE-NEW-WO                        PGM209
041300             ELSE                                                 PGM209
041400                 DISPLAY 'WORK ORDER REJECTED - CHECK FIELDS'     PGM209
041500             END-IF                                               PGM209
041600     END-EVALUATE.                                                PGM209
041700*                                                                 PGM209
041800 2310-VALIDATE-REQUEST.                                           PGM209
041900     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM209
042000     MOVE 'N' TO WS-EQUIP-OK-FLAG                                 PGM209
042100     MOVE WS-ENT-EQUIP TO EQ-EQUIP-ID                             PGM209
042200     READ EQUIP-MASTER-FILE                                       PGM209
042300         INVALID KEY                                              PGM209
042400             CONTINUE                                             PGM209
042500         NOT INVALID KEY                                          PGM209
042600             IF EQ-ACTIVE                                         PGM209
042700                 SET WS-EQUIP-OK TO TRUE                          PGM209
042800             END-IF                                               PGM209
042900     END-READ                                                     PGM209
043000     CALL 'DATECHK' USING WS-ENT-FAIL-DATE WS-DATE-STATUS         PGM209
043100     EVALUATE TRUE                                                PGM209
043200         WHEN NOT WS-EQUIP-OK                                     PGM209
043300             DISPLAY 'EQUIPMENT NOT ON MASTER OR INACTIVE'        PGM209
043400         WHEN WS-DATE-STATUS NOT = '00'                           PGM209
043500             DISPLAY 'INVALID FAILURE DATE'                       PGM209
043600         WHEN WS-ENT-FAIL-DATE > WS-TODAY                         PGM209
043700             DISPLAY 'FAILURE DATE IN THE FUTURE'                 PGM209
043800         WHEN WS-ENT-FAIL-HH > 23 OR WS-ENT-FAIL-MI > 59          PGM209
043900             DISPLAY 'INVALID FAILURE TIME'                       PGM209
044000         WHEN WS-ENT-DESC = SPACES                                PGM209
044100             DISPLAY 'PROBLEM DESCRIPTION REQUIRED'               PGM209
044200         WHEN WS-ENT-USER = SPACES                                PGM209
044300             DISPLAY 'USER ID REQUIRED'                           PGM209
044400         WHEN OTHER                                               PGM209
044500             SET WS-FIELDS-VALID TO TRUE                          PGM209
044600     END-EVALUATE.                                                PGM209
044700*                                                                 PGM209
044800* 직종 공수: 직종(CRFT)과 사용중 작업자, 0 보다 큰 시간.                            PGM209
044900 2400-BOOK-LABOR.                                                 PGM209
045000     EVALUATE TRUE                                                PGM209
045100         WHEN WS-WO-NOT-FOUND                                     PGM209
045200             DISPLAY 'WORK ORDER NOT FOUND'                       PGM209
045300         WHEN NOT MW-OPEN                                         PGM209
045400             DISPLAY 'WORK ORDER NOT OPEN'                        PGM209
045500         WHEN OTHER                                               PGM209
045600             DISPLAY 'ENTER CRAFT CODE: '                         PGM209
045700             ACCEPT WS-ENT-CRAFT                                  PGM209
045800             DISPLAY 'ENTER WORKER ID: '                          PGM209
045900             ACCEPT WS-ENT-WORKER                                 PGM209
046000             DISPLAY 'ENTER HOURS (999.99): '                     PGM209
046100             ACCEPT WS-ENT-HOURS                                  PGM209
046200             DISPLAY 'ENTER USER ID: '                            PGM209
046300             ACCEPT WS-ENT-USER                                   PGM209
046400             MOVE 'CRFT' TO CD-CODE-TYPE                          PGM209
046500             MOVE WS-ENT-CRAFT TO CD-CODE                         PGM209
046600             PERFORM 2900-CHECK-CODE                              PGM209
046700             PERFORM 2950-CHECK-WORKER                            PGM209
046800             EVALUATE TRUE                                        PGM209
046900                 WHEN NOT WS-CODE-OK                              PGM209
047000                     DISPLAY 'CRAFT CODE NOT ON CODE TABLE OR'    PGM209
047100                             ' INACTIVE'                          PGM209
047200                 WHEN NOT WS-WORKER-OK                            PGM209
047300                     DISPLAY 'WORKER NOT ON PERSONNEL MASTER OR'  PGM209
047400                             ' INACTIVE'                          PGM209
047500                 WHEN WS-ENT-HOURS = 0                            PGM209
047600                     DISPLAY 'HOURS MUST BE POSITIVE'             PGM209
047700                 WHEN WS-ENT-USER = SPACES                        PGM209
047800                     DISPLAY 'USER ID REQUIRED'                   PGM209
047900                 WHEN OTHER                                       PGM209
048000                     PERFORM 2850-INIT-ACTIVITY                   PGM209
048100                     SET MA-LABOR        TO TRUE                  PGM209
048200                     MOVE WS-ENT-CRAFT   TO MA-CRAFT-CD           PGM209
048300                     MOVE WS-ENT-WORKER  TO MA-WORKER-ID          PGM209
048400                     MOVE WS-ENT-HOURS   TO MA-HOURS              PGM209
048500                     WRITE WO-ACTIVITY-REC                        PGM209
048600                     ADD WS-ENT-HOURS TO MW-LABOR-HRS             PGM209
048700                     REWRITE WORK-ORDER-REC                       PGM209
048800                         INVALID KEY                              PGM209
048900                             DISPLAY 'WORK ORDER REWRITE ERROR: ' PGM209
049000                                     WS-FILE-STATUS               PGM209
049100                     END-REWRITE                                  PGM209
049200                     MOVE MW-LABOR-HRS TO WS-DSP-HRS              PGM209
049300                     DISPLAY 'LABOUR BOOKED - WORK ORDER HOURS '  PGM209
049400                             WS-DSP-HRS                           PGM209
049500             END-EVALUATE                                         PGM209
049600     END-EVALUATE.                                                PGM209
049700*                                                                 PGM209
049800* 예비품 출고: 재고 마스터(품목+창고)에 사용중이고 가용                                 PGM209
049900* 수량이 있어야 한다. 출고 원가는 창고 이동평균 원가이다.                                PGM209
050000 2500-ISSUE-PART.                                                 PGM209
050100     EVALUATE TRUE                                                PGM209
050200         WHEN WS-WO-NOT-FOUND                                     PGM209
050300             DISPLAY 'WORK ORDER NOT FOUND'                       PGM209
050400         WHEN NOT MW-OPEN                                         PGM209
050500             DISPLAY 'WORK ORDER NOT OPEN'                        PGM209
050600         WHEN OTHER                                               PGM209
050700             DISPLAY 'ENTER SPARE PART ITEM CODE: '               PGM209
050800             ACCEPT WS-ENT-ITEM                                   PGM209
050900             DISPLAY 'ENTER ISSUING WAREHOUSE: '                  PGM209
051000             ACCEPT WS-ENT-WHSE                                   PGM209
051100             DISPLAY 'ENTER QUANTITY: '                           PGM209
051200             ACCEPT WS-ENT-QTY                                    PGM209
051300             DISPLAY 'ENTER USER ID: '                            PGM209
051400             ACCEPT WS-ENT-USER                                   PGM209
051500             PERFORM 2510-VALIDATE-PART                           PGM209
051600             IF WS-FIELDS-VALID                                   PGM209
051700                 PERFORM 2520-WRITE-PART-ISSUE                    PGM209
051800             ELSE                                                 PGM209
051900                 DISPLAY 'PART ISSUE REJECTED - CHECK FIELDS'     PGM209
052000             END-IF                                               PGM209
052100     END-EVALUATE.                                                PGM209
052200*                                                                 PGM209
052300 2510-VALIDATE-PART.                                              PGM209
052400     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM209
052500     MOVE WS-ENT-ITEM TO IM-ITEM-CD                               PGM209
052600     MOVE WS-ENT-WHSE TO IM-WAREHOUSE-CD                          PGM209
052700     READ INV-MASTER-FILE                                         PGM209
052800         INVALID KEY                                              PGM209
052900             DISPLAY 'ITEM/WAREHOUSE NOT ON INVENTORY MASTER'     PGM209
053000         NOT INVALID KEY                                          PGM209
053100             EVALUATE TRUE                                        PGM209
053200                 WHEN NOT IM-ACTIVE                               PGM209
053300                     DISPLAY 'ITEM NOT ACTIVE'                    PGM209
053400                 WHEN WS-ENT-QTY = 0                              PGM209
053500                     DISPLAY 'QUANTITY MUST BE POSITIVE'          PGM209
053600                 WHEN WS-ENT-QTY > IM-CURR-QTY                    PGM209
053700                     DISPLAY 'INSUFFICIENT STOCK - ON HAND '      PGM209
053800                             IM-CURR-QTY                          PGM209
053900                 WHEN WS-ENT-USER = SPACES                        PGM209
054000                     DISPLAY 'USER ID REQUIRED'                   PGM209
054100                 WHEN OTHER                                       PGM209
054200                     SET WS-FIELDS-VALID TO TRUE                  PGM209
054300             END-EVALUATE                                         PGM209
054400     END-READ.                                                    PGM209
054500*                                                                 PGM209
054600 2520-WRITE-PART-ISSUE.                                           PGM209
054700     INITIALIZE MAINT-INV-TRANS-REC                               PGM209
054800     MOVE MW-PLANT-CD    TO IT-PLANT-CD                           PGM209
054900     MOVE WS-ENT-ITEM    TO IT-ITEM-CD                            PGM209
055000     MOVE WS-TODAY       TO IT-TRANS-DATE                         PGM209
055100     ADD 1 TO WS-TRANS-SEQ                                        PGM209
055200     MOVE WS-TRANS-SEQ   TO IT-TRANS-SEQ                          PGM209
055300     SET IT-OUT          TO TRUE                                  PGM209
055400     MOVE WS-ENT-QTY     TO IT-QTY                                PGM209
055500     MOVE WS-ENT-WHSE    TO IT-WAREHOUSE-CD                       PGM209
055600     MOVE MW-WO-NO       TO IT-PO-NO                              PGM209
055700     MOVE WS-ENT-USER    TO IT-USER-ID                            PGM209
055800     ACCEPT IT-REG-TIME FROM TIME                                 PGM209
055900     WRITE MAINT-INV-TRANS-REC                                    PGM209
056000     PERFORM 2850-INIT-ACTIVITY                                   PGM209
056100     SET MA-PART          TO TRUE                                 PGM209
056200     MOVE WS-ENT-ITEM     TO MA-ITEM-CD                           PGM209
056300     MOVE WS-ENT-WHSE     TO MA-WAREHOUSE-CD                      PGM209
056400     MOVE WS-ENT-QTY      TO MA-QTY                               PGM209
056500     MOVE IM-UNIT-COST    TO MA-UNIT-COST                         PGM209
056600     WRITE WO-ACTIVITY-REC                                        PGM209
056700     COMPUTE WS-PART-COST = WS-ENT-QTY * IM-UNIT-COST             PGM209
056800     ADD WS-PART-COST TO MW-PARTS-COST                            PGM209
056900     REWRITE WORK-ORDER-REC                                       PGM209
057000         INVALID KEY                                              PGM209
057100             DISPLAY 'WORK ORDER REWRITE ERROR: ' WS-FILE-STATUS  PGM209
057200     END-REWRITE                                                  PGM209
057300     MOVE WS-PART-COST TO WS-DSP-COST                             PGM209
057400     DISPLAY 'PART ISSUED - COST ' WS-DSP-COST.                   PGM209
057500*                                                                 PGM209
057600* 완료: 고장코드(FAIL)와 완료 일시(0 이면 현재). 수리시간은                           PGM209
057700* 고장(요청) 일시부터 완료 일시까지의 경과 분이다.                                    PGM209
057800 2600-CLOSE-WO.                                                   PGM209
057900     EVALUATE TRUE                                                PGM209
058000         WHEN WS-WO-NOT-FOUND                                     PGM209
058100             DISPLAY 'WORK ORDER NOT FOUND'                       PGM209
058200         WHEN NOT MW-OPEN                                         PGM209
058300             DISPLAY 'WORK ORDER NOT OPEN'                        PGM209
058400         WHEN OTHER                                               PGM209
058500             DISPLAY 'ENTER FAILURE CODE: '                       PGM209
058600             ACCEPT WS-ENT-FAILURE-CD                             PGM209
058700             DISPLAY 'ENTER COMPLETION DATE (YYYYMMDD, 0=NOW): '  PGM209
058800             ACCEPT WS-ENT-CLOSE-DATE                             PGM209
058900             DISPLAY 'ENTER COMPLETION TIME (HHMM): '             PGM209
059000             ACCEPT WS-ENT-CLOSE-TIME                             PGM209
059100             DISPLAY 'ENTER USER ID: '                            PGM209
059200             ACCEPT WS-ENT-USER                                   PGM209
059300             IF WS-ENT-CLOSE-DATE = ZEROS                         PGM209
059400                 ACCEPT WS-NOW-TIME FROM TIME                     PGM209
059500                 MOVE WS-TODAY    TO WS-ENT-CLOSE-DATE            PGM209
059600                 MOVE WS-NOW-HHMM TO WS-ENT-CLOSE-TIME            PGM209
059700             END-IF                                               PGM209
059800             PERFORM 2610-VALIDATE-CLOSE                          PGM209
059900             IF WS-FIELDS-VALID                                   PGM209
060000                 MOVE MW-FAIL-DATE      TO WS-FROM-DATE           PGM209
060100                 MOVE MW-FAIL-TIME      TO WS-FROM-TIME           PGM209
060200                 MOVE WS-ENT-CLOSE-DATE TO WS-TO-DATE             PGM209
060300                 MOVE WS-ENT-CLOSE-TIME TO WS-TO-TIME             PGM209
060400                 PERFORM 8000-ELAPSED-MINUTES                     PGM209
060500                 SET MW-CLOSED          TO TRUE                   PGM209
060600                 MOVE WS-ENT-CLOSE-DATE TO MW-CLOSE-DATE          PGM209
060700                 MOVE WS-ENT-CLOSE-TIME TO MW-CLOSE-TIME          PGM209
060800                 MOVE WS-ENT-FAILURE-CD TO MW-FAILURE-CD          PGM209
060900                 MOVE WS-REPAIR-MIN     TO MW-REPAIR-MIN          PGM209
061000                 MOVE WS-ENT-USER       TO MW-CLOSED-BY           PGM209
061100                 REWRITE WORK-ORDER-REC                           PGM209
061200                     INVALID KEY                                  PGM209
061300                         DISPLAY 'WORK ORDER REWRITE ERROR: '     PGM209
061400                                 WS-FILE-STATUS                   PGM209
061500                 END-REWRITE                                      PGM209
061600                 DISPLAY 'WORK ORDER CLOSED - REPAIR MINUTES '    PGM209
061700                         WS-REPAIR-MIN                            PGM209
061800             ELSE                                                 PGM209
061900                 DISPLAY 'CLOSE REJECTED - CHECK FIELDS'          PGM209
062000             END-IF                                               PGM209
062100     END-EVALUATE.                                                PGM209
062200*                                                                 PGM209
062300 2610-VALIDATE-CLOSE.                                             PGM209
062400     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM209
062500     MOVE 'FAIL' TO CD-CODE-TYPE                                  PGM209
062600     MOVE WS-ENT-FAILURE-CD TO CD-CODE                            PGM209
062700     PERFORM 2900-CHECK-CODE                                      PGM209
062800     CALL 'DATECHK' USING WS-ENT-CLOSE-DATE WS-DATE-STATUS        PGM209
062900     EVALUATE TRUE                                                PGM209
063000         WHEN NOT WS-CODE-OK                                      PGM209
063100             DISPLAY 'FAILURE CODE NOT ON CODE TABLE OR INACTIVE' PGM209
063200         WHEN WS-DATE-STATUS NOT = '00'                           PGM209
063300             DISPLAY 'INVALID COMPLETION DATE'                    PGM209
063400         WHEN WS-ENT-CLOSE-DATE > WS-TODAY                        PGM209
063500             DISPLAY 'COMPLETION DATE IN THE FUTURE'              PGM209
063600         WHEN WS-ENT-CLOSE-HH > 23 OR WS-ENT-CLOSE-MI > 59        PGM209
063700             DISPLAY 'INVALID COMPLETION TIME'                    PGM209
063800         WHEN WS-ENT-CLOSE-DATE < MW-FAIL-DATE                    PGM209
063900             OR (WS-ENT-CLOSE-DATE = MW-FAIL-DATE                 PGM209
064000                 AND WS-ENT-CLOSE-TIME < MW-FAIL-TIME)            PGM209
064100             DISPLAY 'COMPLETION BEFORE FAILURE ' MW-FAIL-DATE    PGM209
064200                     ' ' MW-FAIL-TIME                             PGM209
064300         WHEN WS-ENT-USER = SPACES                                PGM209
064400             DISPLAY 'USER ID REQUIRED'                           PGM209
064500         WHEN OTHER                                               PGM209
064600             SET WS-FIELDS-VALID TO TRUE                          PGM209
064700     END-EVALUATE.                                                PGM209
064800*                                                                 PGM209
064900* 실적(공수/출고)이 없는 작업지시만 취소할 수 있다.                                   PGM209
065000 2650-CANCEL-WO.                                                  PGM209
065100     EVALUATE TRUE                                                PGM209
065200         WHEN WS-WO-NOT-FOUND                                     PGM209
065300             DISPLAY 'WORK ORDER NOT FOUND'                       PGM209
065400         WHEN NOT MW-OPEN                                         PGM209
065500             DISPLAY 'WORK ORDER NOT OPEN'                        PGM209
065600         WHEN MW-LABOR-HRS NOT = 0 OR MW-PARTS-COST NOT = 0       PGM209
065700             DISPLAY 'WORK ORDER HAS BOOKINGS - CLOSE INSTEAD'    PGM209
065800         WHEN OTHER                                               PGM209
065900             DISPLAY 'ENTER USER ID: '                            PGM209
066000             ACCEPT WS-ENT-USER                                   PGM209
066100             IF WS-ENT-USER = SPACES                              PGM209
066200                 DISPLAY 'USER ID REQUIRED'                       PGM209
066300             ELSE                                                 PGM209
066400                 SET MW-CANCELLED  TO TRUE                        PGM209
066500                 MOVE WS-TODAY     TO MW-CLOSE-DATE               PGM209
066600                 MOVE WS-ENT-USER  TO MW-CLOSED-BY                PGM209
066700                 REWRITE WORK-ORDER-REC                           PGM209
066800                     INVALID KEY                                  PGM209
066900                         DISPLAY 'WORK ORDER REWRITE ERROR: '     PGM209
067000                                 WS-FILE-STATUS                   PGM209
067100                 END-REWRITE                                      PGM209
067200                 DISPLAY 'WORK ORDER CANCELLED'                   PGM209
067300             END-IF                                               PGM209
067400     END-EVALUATE.                                                PGM209
067500*                                                                 PGM209
067600 2700-SHOW-WO.                                                    PGM209
067700     IF WS-WO-NOT-FOUND                                           PGM209
067800         DISPLAY 'WORK ORDER NOT FOUND'                           PGM209
067900     ELSE                                                         PGM209
068000         DISPLAY 'WORK ORDER ' MW-WO-NO ' STATUS ' MW-STATUS-CD   PGM209
068100                 ' SOURCE ' MW-SOURCE-CD ' DOWNTIME SEQ '         PGM209
068200                 MW-DOWN-SEQ                                      PGM209
068300         DISPLAY '  EQUIPMENT ' MW-EQUIP-ID ' PLANT ' MW-PLANT-CD PGM209
068400                 ' LINE ' MW-LINE-CD                              PGM209
068500         DISPLAY '  FAILED ' MW-FAIL-DATE ' ' MW-FAIL-TIME        PGM209
068600                 ' OPENED ' MW-OPEN-DATE ' BY ' MW-REQ-BY         PGM209
068700         DISPLAY '  PROBLEM ' MW-PROBLEM-DESC                     PGM209
068800         MOVE MW-LABOR-HRS  TO WS-DSP-HRS                         PGM209
068900         MOVE MW-PARTS-COST TO WS-DSP-COST                        PGM209
069000         DISPLAY '  LABOUR HOURS ' WS-DSP-HRS                     PGM209
069100                 ' PARTS COST ' WS-DSP-COST                       PGM209
069200         IF MW-CLOSED                                             PGM209
069300             DISPLAY '  CLOSED ' MW-CLOSE-DATE ' ' MW-CLOSE-TIME  PGM209
069400                     ' FAILURE ' MW-FAILURE-CD ' REPAIR MIN '     PGM209
069500                     MW-REPAIR-MIN ' BY ' MW-CLOSED-BY            PGM209
069600         END-IF                                                   PGM209
069700     END-IF.                                                      PGM209
069800*                                                                 PGM209
069900 2800-WRITE-NEW-WO.                                               PGM209
070000     MOVE WS-ENT-DESC TO MW-PROBLEM-DESC                          PGM209
070100     MOVE WS-ENT-USER TO MW-REQ-BY                                PGM209
070200     MOVE WS-TODAY    TO MW-OPEN-DATE                             PGM209
070300     SET MW-OPEN      TO TRUE                                     PGM209
070400     MOVE ZEROS       TO MW-LABOR-HRS MW-PARTS-COST               PGM209
070500     WRITE WORK-ORDER-REC                                         PGM209
070600         INVALID KEY                                              PGM209
070700             DISPLAY 'WORK ORDER WRITE ERROR: ' WS-FILE-STATUS    PGM209
070800         NOT INVALID KEY                                          PGM209
070900             DISPLAY 'WORK ORDER RAISED: ' MW-WO-NO               PGM209
071000                     ' EQUIPMENT ' MW-EQUIP-ID                    PGM209
071100     END-WRITE.                                                   PGM209
071200*                                                                 PGM209
071300 2850-INIT-ACTIVITY.                                              PGM209
071400     INITIALIZE WO-ACTIVITY-REC                                   PGM209
071500     MOVE MW-WO-NO     TO MA-WO-NO                                PGM209
071600     MOVE MW-EQUIP-ID  TO MA-EQUIP-ID                             PGM209
071700     MOVE MW-PLANT-CD  TO MA-PLANT-CD                             PGM209
071800     MOVE MW-LINE-CD   TO MA-LINE-CD                              PGM209
071900     MOVE WS-TODAY     TO MA-ACT-DATE                             PGM209
072000     MOVE WS-ENT-USER  TO MA-USER-ID.                             PGM209
072100*                                                                 PGM209
072200 2900-CHECK-CODE.                                                 PGM209
072300     MOVE 'N' TO WS-CODE-OK-FLAG                                  PGM209
072400     READ CODE-TABLE-FILE                                         PGM209
072500         INVALID KEY                                              PGM209
072600             CONTINUE                                             PGM209
072700         NOT INVALID KEY                                          PGM209
072800             IF CD-ACTIVE                                         PGM209
072900                 SET WS-CODE-OK TO TRUE                           PGM209
073000             END-IF                                               PGM209
073100     END-READ.                                                    PGM209
073200*                                                                 PGM209
073300 2950-CHECK-WORKER.                                               PGM209
073400     MOVE 'N' TO WS-WORKER-OK-FLAG                                PGM209
073500     MOVE WS-ENT-WORKER TO PE-USER-ID                             PGM209
073600     READ PERSONNEL-MASTER-FILE                                   PGM209
073700         INVALID KEY                                              PGM209
073800             CONTINUE                                             PGM209
073900         NOT INVALID KEY                                          PGM209
074000             IF PE-ACTIVE                                         PGM209
074100                 SET WS-WORKER-OK TO TRUE                         PGM209
074200             END-IF                                               PGM209
074300     END-READ.                                                    PGM209
074400*                                                                 PGM209
074500* 경과 시간(분): 날짜 차이는 하루씩 넘겨 세고 시/분 차이를                              PGM209
074600* 더한다. 음수는 0, 7자리를 넘으면 9999999 로 둔다.                              PGM209
074700 8000-ELAPSED-MINUTES.                                            PGM209
074800     MOVE ZEROS TO WS-DAY-GAP                                     PGM209
074900     MOVE WS-FROM-DATE TO WS-STEP-DATE                            PGM209
075000     PERFORM 8100-NEXT-DAY                                        PGM209
075100         UNTIL WS-STEP-DATE NOT < WS-TO-DATE                      PGM209
075200            OR WS-DAY-GAP NOT < WS-DAY-GAP-MAX                    PGM209
075300     COMPUTE WS-ELAPSED-MIN = WS-DAY-GAP * 1440                   PGM209
075400                            + WS-TO-HH * 60 + WS-TO-MI            PGM209
075500                            - WS-FROM-HH * 60 - WS-FROM-MI        PGM209
075600     EVALUATE TRUE                                                PGM209
075700         WHEN WS-ELAPSED-MIN < 0                                  PGM209
075800             MOVE ZEROS TO WS-REPAIR-MIN                          PGM209
075900         WHEN WS-ELAPSED-MIN > 9999999                            PGM209
076000             MOVE 9999999 TO WS-REPAIR-MIN                        PGM209
076100         WHEN OTHER                                               PGM209
076200             MOVE WS-ELAPSED-MIN TO WS-REPAIR-MIN                 PGM209
076300     END-EVALUATE.                                                PGM209
076400*                                                                 PGM209
076500 8100-NEXT-DAY.                                                   PGM209
076600     ADD 1 TO WS-DAY-GAP                                          PGM209
076700     PERFORM 8300-MONTH-END                                       PGM209
076800     ADD 1 TO WS-STEP-DD                                          PGM209
076900     IF WS-STEP-DD > WS-MONTH-END                                 PGM209
077000         MOVE 1 TO WS-STEP-DD                                     PGM209
077100         ADD 1 TO WS-STEP-MM                                      PGM209
077200         IF WS-STEP-MM > 12                                       PGM209
077300             MOVE 1 TO WS-STEP-MM                                 PGM209
077400             ADD 1 TO WS-STEP-YYYY                                PGM209
077500         END-IF                                                   PGM209
077600     END-IF.                                                      PGM209
077700*                                                                 PGM209
077800 8300-MONTH-END.                                                  PGM209
077900     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM209
078000     IF WS-STEP-MM = 2                                            PGM209
078100         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM209
078200             REMAINDER WS-LEAP-REM4                               PGM209
078300         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM209
078400             REMAINDER WS-LEAP-REM100                             PGM209
078500         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM209
078600             REMAINDER WS-LEAP-REM400                             PGM209
078700         IF WS-LEAP-REM4 = 0                                      PGM209
078800             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM209
078900             MOVE 29 TO WS-MONTH-END                              PGM209
079000         END-IF                                                   PGM209
079100     END-IF.                                                      PGM209
079200*                                                                 PGM209
079300 9000-FINALIZE.                                                   PGM209
079400     CLOSE WORK-ORDER-FILE                                        PGM209
079500     CLOSE WO-ACTIVITY-FILE                                       PGM209
079600     CLOSE MAINT-INV-TRANS-FILE                                   PGM209
079700     CLOSE EQUIP-MASTER-FILE                                      PGM209
079800     CLOSE CODE-TABLE-FILE                                        PGM209
079900     CLOSE PERSONNEL-MASTER-FILE                                  PGM209
080000     CLOSE INV-MASTER-FILE                                        PGM209
080100     DISPLAY 'PGM209 - MAINTENANCE WORK ORDER SESSION ENDED'.     PGM209
080200*                                                                 PGM209
080300 9750-DIAGNOSE-FILE-STATUS.                                       PGM209
080400     EVALUATE WS-ABEND-STATUS                                     PGM209
080500         WHEN '10'                                                PGM209
080600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM209
080700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM209
080800         WHEN '23'                                                PGM209
080900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM209
081000             DISPLAY '  AND RETRY THE REQUEST'                    PGM209
081100         WHEN '35'                                                PGM209
081200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM209
081300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM209
081400         WHEN '37'                                                PGM209
081500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM209
081600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM209
081700         WHEN '39'                                                PGM209
081800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM209
081900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM209
082000         WHEN '41'                                                PGM209
082100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM209
082200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM209
082300         WHEN '42'                                                PGM209
082400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM209
082500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM209
082600         WHEN '46'                                                PGM209
082700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM209
082800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM209
082900         WHEN OTHER                                               PGM209
083000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM209
083100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM209
083200     END-EVALUATE.                                                PGM209
083300*                                                                 PGM209
083400 9900-ABNORMAL-END.                                               PGM209
083500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM209
083600     DISPLAY 'PGM209 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM209
083700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM209
083800     STOP RUN.                                                    PGM209
083900                                                                  PGM209
