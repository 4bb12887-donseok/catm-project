000100 IDENTIFICATION DIVISION.                                         PGM161
000200 PROGRAM-ID.    PGM161.                                           PGM161
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM161
000400*                                                                 PGM161
000500* =========================================================       PGM161
000600* 프로그램명: 운송사/운임표 등록 및 적재 운송사 배정                                   PGM161
000700* 처리내용  : 운송사 마스터(CPYCARR)와 구간/차종별 톤당                             PGM161
000800*            운임표(CPYFRRT)를 등록/변경/중지한다. 운송사의                       PGM161
000900*            지급 공급사 코드는 공급사 마스터에 있어야 한다.                          PGM161
001000*            출하확정 때 운송사가 빠졌거나 잘못 들어간 적재는                          PGM161
001100*            운임 충당(PGM162) 전에 여기서 배정/정정한다.                        PGM161
001200* =========================================================       PGM161
001300*                                                                 PGM161
001400 ENVIRONMENT DIVISION.                                            PGM161
001500 CONFIGURATION SECTION.                                           PGM161
001600 INPUT-OUTPUT SECTION.                                            PGM161
001700 FILE-CONTROL.                                                    PGM161
001800     SELECT CARRIER-MASTER-FILE                                   PGM161
001900         ASSIGN TO CARRMAST                                       PGM161
002000         ORGANIZATION IS INDEXED                                  PGM161
002100         ACCESS MODE IS RANDOM                                    PGM161
002200         RECORD KEY IS CR-CARRIER-CD                              PGM161
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM161
002400     SELECT FREIGHT-RATE-FILE                                     PGM161
002500         ASSIGN TO FRTRATE                                        PGM161
002600         ORGANIZATION IS INDEXED                                  PGM161
002700         ACCESS MODE IS RANDOM                                    PGM161
002800         RECORD KEY IS FT-KEY                                     PGM161
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM161
003000     SELECT VENDOR-MASTER-FILE                                    PGM161
003100         ASSIGN TO VNDRMAST                                       PGM161
003200         ORGANIZATION IS INDEXED                                  PGM161
003300         ACCESS MODE IS RANDOM                                    PGM161
003400         RECORD KEY IS VN-VENDOR-CD                               PGM161
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM161
003600     SELECT OPTIONAL LOAD-FILE                                    PGM161
003700         ASSIGN TO LOADFILE                                       PGM161
003800         ORGANIZATION IS INDEXED                                  PGM161
003900         ACCESS MODE IS DYNAMIC                                   PGM161
004000         RECORD KEY IS LD-KEY                                     PGM161
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM161
004200     SELECT OPTIONAL FREIGHT-ACCRUAL-FILE                         PGM161
004300         ASSIGN TO FRTACCR                                        PGM161
004400         ORGANIZATION IS INDEXED                                  PGM161
004500         ACCESS MODE IS RANDOM                                    PGM161
004600         RECORD KEY IS FA-LOAD-NO                                 PGM161
004700         FILE STATUS IS WS-FILE-STATUS5.                          PGM161
004800*                                                                 PGM161
004900 DATA DIVISION.                                                   PGM161
005000 FILE SECTION.                                                    PGM161
005100 FD  CARRIER-MASTER-FILE.                                         PGM161
005200 01  CARRIER-MASTER-REC.                                          PGM161
005300     COPY CPYCARR.                                                PGM161
005400 FD  FREIGHT-RATE-FILE.                                           PGM161
005500 01  FREIGHT-RATE-REC.                                            PGM161
005600     COPY CPYFRRT.                                                PGM161
005700 FD  VENDOR-MASTER-FILE.                                          PGM161
005800 01  VENDOR-MASTER-REC.                                           PGM161
005900     COPY CPYVNMS.                                                PGM161
006000 FD  LOAD-FILE.                                                   PGM161
006100 01  LOAD-REC.                                                    PGM161
006200     COPY CPYLOAD.                                                PGM161
006300 FD  FREIGHT-ACCRUAL-FILE.                                        PGM161
006400 01  FREIGHT-ACCRUAL-REC.                                         PGM161
006500     COPY CPYFRAC.                                                PGM161
006600*                                                                 PGM161
006700 WORKING-STORAGE SECTION.                                         PGM161
006800 01  WS-FILE-STATUS         PIC XX.                               PGM161
006900 01  WS-FILE-STATUS2        PIC XX.                               PGM161
007000 01  WS-FILE-STATUS3        PIC XX.                               PGM161
007100 01  WS-FILE-STATUS4        PIC XX.                               PGM161
007200 01  WS-FILE-STATUS5        PIC XX.                               PGM161
007300 01  WS-ABEND-STATUS        PIC XX.                               PGM161
007400 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM161
007500     88 WS-EXIT             VALUE 'Y'.                            PGM161
007600 01  WS-ACTION-CHOICE       PIC X(01).                            PGM161
007700     88 WS-CARRIER-ACTION   VALUE 'C' 'c'.                        PGM161
007800     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM161
007900     88 WS-RATE-ACTION      VALUE 'R' 'r'.                        PGM161
008000     88 WS-LOAD-ACTION      VALUE 'L' 'l'.                        PGM161
008100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM161
008200 01  WS-LOAD-READY-FLAG     PIC X VALUE 'N'.                      PGM161
008300     88 WS-LOAD-READY       VALUE 'Y'.                            PGM161
008400 01  WS-FRAC-READY-FLAG     PIC X VALUE 'N'.                      PGM161
008500     88 WS-FRAC-READY       VALUE 'Y'.                            PGM161
008600 01  WS-CARR-FOUND-FLAG     PIC X VALUE 'N'.                      PGM161
008700     88 WS-CARR-FOUND       VALUE 'Y'.                            PGM161
008800     88 WS-CARR-NOT-FOUND   VALUE 'N'.                            PGM161
008900 01  WS-RATE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM161
009000     88 WS-RATE-FOUND       VALUE 'Y'.                            PGM161
009100     88 WS-RATE-NOT-FOUND   VALUE 'N'.                            PGM161
009200 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM161
009300     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM161
009400 01  WS-ACCRUED-FLAG        PIC X VALUE 'N'.                      PGM161
009500     88 WS-LOAD-ACCRUED     VALUE 'Y'.                            PGM161
009600 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM161
009700     88 WS-LD-EOF           VALUE 'Y'.                            PGM161
009800 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM161
009900 01  WS-ENT-CARRIER-CD      PIC X(04).                            PGM161
010000 01  WS-ENT-CARRIER-NM      PIC X(30).                            PGM161
010100 01  WS-ENT-VENDOR-CD       PIC X(10).                            PGM161
010200 01  WS-ENT-WHSE            PIC X(05).                            PGM161
010300 01  WS-ENT-DEST-ZONE       PIC X(03).                            PGM161
010400 01  WS-ENT-VEHICLE-TYPE    PIC X(01).                            PGM161
010500 01  WS-ENT-EFF-DATE        PIC 9(08).                            PGM161
010600 01  WS-ENT-RATE            PIC S9(7)V99.                         PGM161
010700 01  WS-ENT-MIN-CHARGE      PIC S9(9)V99.                         PGM161
010800 01  WS-ENT-STATUS          PIC X(01).                            PGM161
010900 01  WS-ENT-LOAD-NO         PIC 9(12).                            PGM161
011000 01  WS-ENT-USER            PIC X(10).                            PGM161
011100 01  WS-LOAD-LINE-CNT       PIC 9(03) VALUE ZEROS.                PGM161
011200*                                                                 PGM161
011300 PROCEDURE DIVISION.                                              PGM161
011400*                                                                 PGM161
011500 0000-MAIN-PROCESS.                                               PGM161
011600     PERFORM 1000-INITIALIZE                                      PGM161
011700     PERFORM 2000-PROCESS-MAINTENANCE                             PGM161
011800         UNTIL WS-EXIT                                            PGM161
011900     PERFORM 9000-FINALIZE                                        PGM161
012000     STOP RUN.                                                    PGM161
012100*                                                                 PGM161
012200 1000-INITIALIZE.                                                 PGM161
012300     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM161
012400     OPEN I-O CARRIER-MASTER-FILE                                 PGM161
012500     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM161
012600         DISPLAY 'CARRIER MASTER OPEN ERROR: ' WS-FILE-STATUS     PGM161
012700         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM161
012800         PERFORM 9900-ABNORMAL-END                                PGM161
012900     END-IF                                                       PGM161
013000     OPEN I-O FREIGHT-RATE-FILE                                   PGM161
013100     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM161
013200         DISPLAY 'FREIGHT RATE OPEN ERROR: ' WS-FILE-STATUS2      PGM161
013300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM161
013400         PERFORM 9900-ABNORMAL-END                                PGM161
013500     END-IF                                                       PGM161
013600     OPEN INPUT VENDOR-MASTER-FILE                                PGM161
013700     IF WS-FILE-STATUS3 NOT = '00'                                PGM161
013800         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS3     PGM161
013900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM161
014000         PERFORM 9900-ABNORMAL-END                                PGM161
014100     END-IF                                                       PGM161
014200     OPEN I-O LOAD-FILE                                           PGM161
014300     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM161
014400         SET WS-LOAD-READY TO TRUE                                PGM161
014500     ELSE                                                         PGM161
014600         DISPLAY 'LOAD FILE ABSENT - LOAD ASSIGNMENT OFF: '       PGM161
014700                 WS-FILE-STATUS4                                  PGM161
014800     END-IF                                                       PGM161
014900     OPEN INPUT FREIGHT-ACCRUAL-FILE                              PGM161
015000     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM161
015100         SET WS-FRAC-READY TO TRUE                                PGM161
015200     END-IF.                                                      PGM161
015300*                                                                 PGM161
015400 2000-PROCESS-MAINTENANCE.                                        PGM161
015500     DISPLAY ' '                                                  PGM161
015600     DISPLAY '=== CARRIER / FREIGHT RATE MAINTENANCE ==='         PGM161
015700     DISPLAY 'C=CARRIER ADD/CHANGE  D=DEACTIVATE CARRIER'         PGM161
015800     DISPLAY 'R=RATE ADD/CHANGE  L=ASSIGN CARRIER TO LOAD  E=EXIT'PGM161
015900     ACCEPT WS-ACTION-CHOICE                                      PGM161
016000     EVALUATE TRUE                                                PGM161
016100         WHEN WS-EXIT-CHOICE                                      PGM161
016200             SET WS-EXIT TO TRUE                                  PGM161
016300         WHEN WS-CARRIER-ACTION                                   PGM161
016400             PERFORM 2100-LOCATE-CARRIER                          PGM161
016500             PERFORM 2200-MAINTAIN-CARRIER                        PGM161
016600         WHEN WS-DEACT-ACTION                                     PGM161
016700             PERFORM 2100-LOCATE-CARRIER                          PGM161
016800             PERFORM 2300-DEACTIVATE-CARRIER                      PGM161
016900         WHEN WS-RATE-ACTION                                      PGM161
017000             PERFORM 2400-MAINTAIN-RATE                           PGM161
017100         WHEN WS-LOAD-ACTION                                      PGM161
017200             PERFORM 2600-ASSIGN-LOAD-CARRIER                     PGM161
017300         WHEN OTHER                                               PGM161
017400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM161
017500     END-EVALUATE.                                                PGM161
017600*                                                                 PGM161
017700 2100-LOCATE-CARRIER.                                             PGM161
017800     DISPLAY 'ENTER CARRIER CODE: '                               PGM161
017900     ACCEPT WS-ENT-CARRIER-CD                                     PGM161
018000     MOVE WS-ENT-CARRIER-CD TO CR-CARRIER-CD                      PGM161
018100     READ CARRIER-MASTER-FILE                                     PGM161
018200         INVALID KEY                                              PGM161
018300             SET WS-CARR-NOT-FOUND TO TRUE                        PGM161
018400         NOT INVALID KEY                                          PGM161
018500             SET WS-CARR-FOUND TO TRUE                            PGM161
018600             DISPLAY 'CARRIER: ' CR-CARRIER-NM                    PGM161
018700                     ' VENDOR ' CR-VENDOR-CD                      PGM161
018800                     ' STATUS ' CR-STATUS-CD                      PGM161
018900     END-READ.                                                    PGM161
019000*                                                                 PGM161
019100* 운송사 등록/변경. 지급 공급사는 활성 공급사여야 한다.                                 PGM161
019200 2200-MAINTAIN-CARRIER.                                           PGM161
019300     DISPLAY 'ENTER CARRIER NAME: '                               PGM161
019400     ACCEPT WS-ENT-CARRIER-NM                                     PGM161
019500     DISPLAY 'ENTER PAYEE VENDOR CODE: '                          PGM161
019600     ACCEPT WS-ENT-VENDOR-CD                                      PGM161
019700     DISPLAY 'ENTER USER ID: '                                    PGM161
019800     ACCEPT WS-ENT-USER                                           PGM161
019900     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM161
020000     MOVE WS-ENT-VENDOR-CD TO VN-VENDOR-CD                        PGM161
020100     READ VENDOR-MASTER-FILE                                      PGM161
020200         INVALID KEY                                              PGM161
020300             DISPLAY 'VENDOR NOT ON VENDOR MASTER: '              PGM161
020400                     WS-ENT-VENDOR-CD                             PGM161
020500         NOT INVALID KEY                                          PGM161
020600             IF VN-ACTIVE                                         PGM161
020700                 SET WS-FIELDS-VALID TO TRUE                      PGM161
020800             ELSE                                                 PGM161
020900                 DISPLAY 'VENDOR INACTIVE: ' WS-ENT-VENDOR-CD     PGM161
021000             END-IF                                               PGM161
021100     END-READ                                                     PGM161
021200     EVALUATE TRUE                                                PGM161
021300         WHEN NOT WS-FIELDS-VALID                                 PGM161
021400             DISPLAY 'CARRIER REJECTED - CHECK VENDOR'            PGM161
021500         WHEN WS-ENT-CARRIER-CD = SPACES                          PGM161
021600             OR WS-ENT-CARRIER-NM = SPACES                        PGM161
021700             OR WS-ENT-USER = SPACES                              PGM161
021800             DISPLAY 'CARRIER REJECTED - CODE, NAME AND USER '    PGM161
021900                     'REQUIRED'                                   PGM161
022000         WHEN WS-CARR-FOUND                                       PGM161
022100             MOVE WS-ENT-CARRIER-NM TO CR-CARRIER-NM              PGM161
022200             MOVE WS-ENT-VENDOR-CD  TO CR-VENDOR-CD               PGM161
022300             MOVE WS-ENT-USER       TO CR-REG-USER                PGM161
022400             MOVE WS-TODAY          TO CR-LAST-UPD-DATE           PGM161
022500             SET CR-ACTIVE          TO TRUE                       PGM161
022600             REWRITE CARRIER-MASTER-REC                           PGM161
022700             DISPLAY 'CARRIER CHANGED: ' WS-ENT-CARRIER-CD        PGM161
022800         WHEN OTHER                                               PGM161
022900             INITIALIZE CARRIER-MASTER-REC                        PGM161
023000             MOVE WS-ENT-CARRIER-CD TO CR-CARRIER-CD              PGM161
023100             MOVE WS-ENT-CARRIER-NM TO CR-CARRIER-NM              PGM161
023200             MOVE WS-ENT-VENDOR-CD  TO CR-VENDOR-CD               PGM161
023300             MOVE WS-ENT-USER       TO CR-REG-USER                PGM161
023400             MOVE WS-TODAY          TO CR-LAST-UPD-DATE           PGM161
023500             SET CR-ACTIVE          TO TRUE                       PGM161
023600             WRITE CARRIER-MASTER-REC                             PGM161
023700                 INVALID KEY                                      PGM161
023800                     DISPLAY 'CARRIER WRITE ERROR: '              PGM161
023900                             WS-FILE-STATUS                       PGM161
024000             END-WRITE                                            PGM161
024100             DISPLAY 'CARRIER ADDED: ' WS-ENT-CARRIER-CD          PGM161
024200     END-EVALUATE.                                                PGM161
024300*                                                                 PGM161
024400 2300-DEACTIVATE-CARRIER.                                         PGM161
024500     IF WS-CARR-NOT-FOUND                                         PGM161
024600         DISPLAY 'CARRIER NOT FOUND'                              PGM161
024700     ELSE                                                         PGM161
024800         SET CR-INACTIVE TO TRUE                                  PGM161
024900         MOVE WS-TODAY TO CR-LAST-UPD-DATE                        PGM161
025000         REWRITE CARRIER-MASTER-REC                               PGM161
025100         DISPLAY 'CARRIER DEACTIVATED'                            PGM161
025200     END-IF.                                                      PGM161
025300*                                                                 PGM161
025400* 운임표 등록/변경. 도착 권역 공백은 해당 창고 출발 전                                 PGM161
025500* 권역 기본 운임이다. 상태 I로 중지한다.                                         PGM161
025600 2400-MAINTAIN-RATE.                                              PGM161
025700     DISPLAY 'ENTER CARRIER CODE: '                               PGM161
025800     ACCEPT WS-ENT-CARRIER-CD                                     PGM161
025900     DISPLAY 'ENTER ORIGIN WAREHOUSE: '                           PGM161
026000     ACCEPT WS-ENT-WHSE                                           PGM161
026100     DISPLAY 'ENTER DEST ZONE (POSTAL 3, BLANK=ALL): '            PGM161
026200     ACCEPT WS-ENT-DEST-ZONE                                      PGM161
026300     DISPLAY 'ENTER VEHICLE TYPE: '                               PGM161
026400     ACCEPT WS-ENT-VEHICLE-TYPE                                   PGM161
026500     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '                  PGM161
026600     ACCEPT WS-ENT-EFF-DATE                                       PGM161
026700     MOVE WS-ENT-CARRIER-CD   TO FT-CARRIER-CD                    PGM161
026800     MOVE WS-ENT-WHSE         TO FT-WAREHOUSE-CD                  PGM161
026900     MOVE WS-ENT-DEST-ZONE    TO FT-DEST-ZONE                     PGM161
027000     MOVE WS-ENT-VEHICLE-TYPE TO FT-VEHICLE-TYPE                  PGM161
027100     MOVE WS-ENT-EFF-DATE     TO FT-EFF-DATE                      PGM161
027200     READ FREIGHT-RATE-FILE                                       PGM161
027300         INVALID KEY                                              PGM161
027400             SET WS-RATE-NOT-FOUND TO TRUE                        PGM161
027500         NOT INVALID KEY                                          PGM161
027600             SET WS-RATE-FOUND TO TRUE                            PGM161
027700             DISPLAY 'CURRENT RATE/TON ' FT-RATE-PER-TON          PGM161
027800                     ' MIN ' FT-MIN-CHARGE ' STATUS ' FT-STATUS-CDPGM161
027900     END-READ                                                     PGM161
028000     DISPLAY 'ENTER RATE PER TON: '                               PGM161
028100     ACCEPT WS-ENT-RATE                                           PGM161
028200     DISPLAY 'ENTER MINIMUM CHARGE PER LOAD: '                    PGM161
028300     ACCEPT WS-ENT-MIN-CHARGE                                     PGM161
028400     DISPLAY 'ENTER STATUS (A=ACTIVE I=INACTIVE): '               PGM161
028500     ACCEPT WS-ENT-STATUS                                         PGM161
028600     DISPLAY 'ENTER USER ID: '                                    PGM161
028700     ACCEPT WS-ENT-USER                                           PGM161
028800     PERFORM 2450-VALIDATE-RATE                                   PGM161
028900     IF WS-FIELDS-VALID                                           PGM161
029000         PERFORM 2500-WRITE-RATE                                  PGM161
029100     ELSE                                                         PGM161
029200         DISPLAY 'RATE REJECTED - CHECK FIELDS'                   PGM161
029300     END-IF.                                                      PGM161
029400*                                                                 PGM161
029500 2450-VALIDATE-RATE.                                              PGM161
029600     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM161
029700     MOVE WS-ENT-CARRIER-CD TO CR-CARRIER-CD                      PGM161
029800     READ CARRIER-MASTER-FILE                                     PGM161
029900         INVALID KEY                                              PGM161
030000             DISPLAY 'CARRIER NOT ON MASTER: ' WS-ENT-CARRIER-CD  PGM161
030100         NOT INVALID KEY                                          PGM161
030200             EVALUATE TRUE                                        PGM161
030300                 WHEN NOT CR-ACTIVE                               PGM161
030400                     DISPLAY 'CARRIER INACTIVE'                   PGM161
030500                 WHEN WS-ENT-WHSE = SPACES                        PGM161
030600                     OR WS-ENT-VEHICLE-TYPE = SPACES              PGM161
030700                     DISPLAY 'WAREHOUSE AND VEHICLE TYPE REQUIRED'PGM161
030800                 WHEN WS-ENT-EFF-DATE NOT NUMERIC                 PGM161
030900                     OR WS-ENT-EFF-DATE = ZEROS                   PGM161
031000                     DISPLAY 'EFFECTIVE DATE INVALID'             PGM161
031100                 WHEN WS-ENT-RATE NOT > 0                         PGM161
031200                     DISPLAY 'RATE MUST BE POSITIVE'              PGM161
031300                 WHEN WS-ENT-MIN-CHARGE < 0                       PGM161
031400                     DISPLAY 'MINIMUM CHARGE MUST NOT BE NEGATIVE'PGM161
031500                 WHEN WS-ENT-STATUS NOT = 'A'                     PGM161
031600                     AND WS-ENT-STATUS NOT = 'I'                  PGM161
031700                     DISPLAY 'STATUS MUST BE A OR I'              PGM161
031800                 WHEN OTHER                                       PGM161
031900                     SET WS-FIELDS-VALID TO TRUE                  PGM161
032000             END-EVALUATE                                         PGM161
032100     END-READ.                                                    PGM161
032200*                                                                 PGM161
032300 2500-WRITE-RATE.                                                 PGM161
032400     IF WS-RATE-NOT-FOUND                                         PGM161
032500         INITIALIZE FREIGHT-RATE-REC                              PGM161
032600         MOVE WS-ENT-CARRIER-CD   TO FT-CARRIER-CD                PGM161
032700         MOVE WS-ENT-WHSE         TO FT-WAREHOUSE-CD              PGM161
032800         MOVE WS-ENT-DEST-ZONE    TO FT-DEST-ZONE                 PGM161
032900         MOVE WS-ENT-VEHICLE-TYPE TO FT-VEHICLE-TYPE              PGM161
033000         MOVE WS-ENT-EFF-DATE     TO FT-EFF-DATE                  PGM161
033100     END-IF                                                       PGM161
033200     MOVE WS-ENT-RATE       TO FT-RATE-PER-TON                    PGM161
033300     MOVE WS-ENT-MIN-CHARGE TO FT-MIN-CHARGE                      PGM161
033400     MOVE WS-ENT-STATUS     TO FT-STATUS-CD                       PGM161
033500     MOVE WS-ENT-USER       TO FT-REG-USER                        PGM161
033600     IF WS-RATE-FOUND                                             PGM161
033700         REWRITE FREIGHT-RATE-REC                                 PGM161
033800             INVALID KEY                                          PGM161
033900                 DISPLAY 'RATE REWRITE ERROR: ' WS-FILE-STATUS2   PGM161
034000         END-REWRITE                                              PGM161
034100         DISPLAY 'RATE CHANGED'                                   PGM161
034200     ELSE                                                         PGM161
034300         WRITE FREIGHT-RATE-REC                                   PGM161
034400             INVALID KEY                                          PGM161
034500                 DISPLAY 'RATE WRITE ERROR: ' WS-FILE-STATUS2     PGM161
034600         END-WRITE                                                PGM161
034700         DISPLAY 'RATE ADDED'                                     PGM161
034800     END-IF.                                                      PGM161
034900*                                                                 PGM161
035000* 적재 운송사 배정: 적재의 모든 라인에 같은 운송사/차종을                                PGM161
035100* 넣는다. 이미 운임이 충당된 적재는 바꾸지 않는다.                                    PGM161
035200 2600-ASSIGN-LOAD-CARRIER.                                        PGM161
035300     MOVE 'N' TO WS-ACCRUED-FLAG                                  PGM161
035400     DISPLAY 'ENTER LOAD NO: '                                    PGM161
035500     ACCEPT WS-ENT-LOAD-NO                                        PGM161
035600     DISPLAY 'ENTER CARRIER CODE: '                               PGM161
035700     ACCEPT WS-ENT-CARRIER-CD                                     PGM161
035800     DISPLAY 'ENTER VEHICLE TYPE: '                               PGM161
035900     ACCEPT WS-ENT-VEHICLE-TYPE                                   PGM161
036000     IF WS-FRAC-READY                                             PGM161
036100         MOVE WS-ENT-LOAD-NO TO FA-LOAD-NO                        PGM161
036200         READ FREIGHT-ACCRUAL-FILE                                PGM161
036300             INVALID KEY                                          PGM161
036400                 CONTINUE                                         PGM161
036500             NOT INVALID KEY                                      PGM161
036600                 SET WS-LOAD-ACCRUED TO TRUE                      PGM161
036700         END-READ                                                 PGM161
036800     END-IF                                                       PGM161
036900     MOVE WS-ENT-CARRIER-CD TO CR-CARRIER-CD                      PGM161
037000     PERFORM 2610-CHECK-CARRIER                                   PGM161
037100     EVALUATE TRUE                                                PGM161
037200         WHEN NOT WS-LOAD-READY                                   PGM161
037300             DISPLAY 'LOAD FILE NOT AVAILABLE'                    PGM161
037400         WHEN WS-LOAD-ACCRUED                                     PGM161
037500             DISPLAY 'FREIGHT ALREADY ACCRUED FOR LOAD - NOT '    PGM161
037600                     'CHANGED'                                    PGM161
037700         WHEN NOT WS-FIELDS-VALID                                 PGM161
037800             DISPLAY 'ASSIGNMENT REJECTED - CHECK CARRIER'        PGM161
037900         WHEN WS-ENT-VEHICLE-TYPE = SPACES                        PGM161
038000             DISPLAY 'VEHICLE TYPE REQUIRED'                      PGM161
038100         WHEN OTHER                                               PGM161
038200             PERFORM 2650-UPDATE-LOAD-LINES                       PGM161
038300     END-EVALUATE.                                                PGM161
038400*                                                                 PGM161
038500 2610-CHECK-CARRIER.                                              PGM161
038600     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM161
038700     READ CARRIER-MASTER-FILE                                     PGM161
038800         INVALID KEY                                              PGM161
038900             DISPLAY 'CARRIER NOT ON MASTER: ' WS-ENT-CARRIER-CD  PGM161
039000         NOT INVALID KEY                                          PGM161
039100             IF CR-ACTIVE                                         PGM161
039200                 SET WS-FIELDS-VALID TO TRUE                      PGM161
039300             ELSE                                                 PGM161
039400                 DISPLAY 'CARRIER INACTIVE: ' WS-ENT-CARRIER-CD   PGM161
039500             END-IF                                               PGM161
039600     END-READ.                                                    PGM161
039700*                                                                 PGM161
039800 2650-UPDATE-LOAD-LINES.                                          PGM161
039900     MOVE ZEROS TO WS-LOAD-LINE-CNT                               PGM161
040000     MOVE 'N' TO WS-LD-EOF-FLAG                                   PGM161
040100     MOVE WS-ENT-LOAD-NO TO LD-LOAD-NO                            PGM161
040200     MOVE ZEROS          TO LD-LOAD-SEQ                           PGM161
040300     START LOAD-FILE KEY >= LD-KEY                                PGM161
040400         INVALID KEY                                              PGM161
040500             SET WS-LD-EOF TO TRUE                                PGM161
040600     END-START                                                    PGM161
040700     PERFORM 2660-UPDATE-ONE-LOAD-LINE                            PGM161
040800         UNTIL WS-LD-EOF                                          PGM161
040900     IF WS-LOAD-LINE-CNT = 0                                      PGM161
041000         DISPLAY 'LOAD NOT FOUND: ' WS-ENT-LOAD-NO                PGM161
041100     ELSE                                                         PGM161
041200         DISPLAY 'CARRIER ASSIGNED TO LOAD ' WS-ENT-LOAD-NO       PGM161
041300                 ' - LINES ' WS-LOAD-LINE-CNT                     PGM161
041400     END-IF.                                                      PGM161
041500*                                                                 PGM161
041600 2660-UPDATE-ONE-LOAD-LINE.                                       PGM161
041700     READ LOAD-FILE NEXT RECORD                                   PGM161
041800         AT END                                                   PGM161
041900             SET WS-LD-EOF TO TRUE                                PGM161
042000         NOT AT END                                               PGM161
042100             IF LD-LOAD-NO NOT = WS-ENT-LOAD-NO                   PGM161
042200                 SET WS-LD-EOF TO TRUE                            PGM161
042300             ELSE                                                 PGM161
042400                 IF NOT LD-CANCELLED                              PGM161
042500                     MOVE WS-ENT-CARRIER-CD   TO LD-CARRIER-CD    PGM161
042600                     MOVE WS-ENT-VEHICLE-TYPE TO LD-VEHICLE-TYPE  PGM161
042700                     REWRITE LOAD-REC                             PGM161
042800                         INVALID KEY                              PGM161
042900                             DISPLAY 'LOAD REWRITE ERROR: '       PGM161
043000                                     WS-FILE-STATUS4              PGM161
043100                     END-REWRITE                                  PGM161
043200                     ADD 1 TO WS-LOAD-LINE-CNT                    PGM161
043300                 END-IF                                           PGM161
043400             END-IF                                               PGM161
043500     END-READ.                                                    PGM161
043600*                                                                 PGM161
043700 9000-FINALIZE.                                                   PGM161
043800     CLOSE CARRIER-MASTER-FILE                                    PGM161
043900     CLOSE FREIGHT-RATE-FILE                                      PGM161
044000     CLOSE VENDOR-MASTER-FILE                                     PGM161
044100     IF WS-LOAD-READY                                             PGM161
044200         CLOSE LOAD-FILE                                          PGM161
044300     END-IF                                                       PGM161
044400     IF WS-FRAC-READY                                             PGM161
044500         CLOSE FREIGHT-ACCRUAL-FILE                               PGM161
044600     END-IF                                                       PGM161
044700     DISPLAY 'PGM161 - CARRIER MAINTENANCE SESSION ENDED'.        PGM161
044800*                                                                 PGM161
044900 9750-DIAGNOSE-FILE-STATUS.                                       PGM161
045000     EVALUATE WS-ABEND-STATUS                                     PGM161
045100         WHEN '10'                                                PGM161
045200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM161
045300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM161
045400         WHEN '23'                                                PGM161
045500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM161
045600             DISPLAY '  AND RETRY THE REQUEST'                    PGM161
045700         WHEN '35'                                                PGM161
045800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM161
045900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM161
046000         WHEN '37'                                                PGM161
046100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM161
046200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM161
046300         WHEN '39'                                                PGM161
046400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM161
046500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM161
046600         WHEN '41'                                                PGM161
046700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM161
046800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM161
046900         WHEN '42'                                                PGM161
047000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM161
047100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM161
047200         WHEN '46'                                                PGM161
047300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM161
047400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM161
047500         WHEN OTHER                                               PGM161
047600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM161
047700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM161
047800     END-EVALUATE.                                                PGM161
047900*                                                                 PGM161
048000 9900-ABNORMAL-END.                                               PGM161
048100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM161
048200     DISPLAY 'PGM161 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM161
048300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM161
048400     STOP RUN.                                                    PGM161
048500                                                                  PGM161
