000100 IDENTIFICATION DIVISION.                                         PGM208
000200 PROGRAM-ID.    PGM208.                                           PGM208
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM208
000400*                                                                 PGM208
000500* =========================================================       PGM208
000600* 프로그램명: 측정시스템 GR&R 연구 등록/평가                                      PGM208
000700* 처리내용  : 계측기/특성별 GR&R 연구(평가자 2~3명, 부품                            PGM208
000800*            2~10개, 반복 2~3회)의 측정치를 입력받아 평균-                       PGM208
000900*            범위법으로 반복성(EV), 재현성(AV), GR&R, 부품                     PGM208
001000*            변동(PV)을 구하고 제품규격 마스터의 공차(상한-                         PGM208
001100*            하한) 대비 %GRR 로 판정한다(10% 이하 적합, 30%                    PGM208
001200*            이하 조건부, 초과 부적합). 저장 시 계측기의 최근                        PGM208
001300*            연구 판정을 교정 마스터에 반영하며, 부적합 계측기                         PGM208
001400*            로 측정된 검사 결과는 PGM003 이 보류한다.                          PGM208
001500* =========================================================       PGM208
001600*                                                                 PGM208
001700 ENVIRONMENT DIVISION.                                            PGM208
001800 CONFIGURATION SECTION.                                           PGM208
001900 INPUT-OUTPUT SECTION.                                            PGM208
002000 FILE-CONTROL.                                                    PGM208
002100     SELECT GAUGE-STUDY-FILE                                      PGM208
002200         ASSIGN TO GRRSTDY                                        PGM208
002300         ORGANIZATION IS INDEXED                                  PGM208
002400         ACCESS MODE IS DYNAMIC                                   PGM208
002500         RECORD KEY IS GS-KEY                                     PGM208
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM208
002700     SELECT CALIB-MASTER-FILE                                     PGM208
002800         ASSIGN TO CALMAST                                        PGM208
002900         ORGANIZATION IS INDEXED                                  PGM208
003000         ACCESS MODE IS RANDOM                                    PGM208
003100         RECORD KEY IS CA-INSTR-ID                                PGM208
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM208
003300     SELECT SPEC-MASTER-FILE                                      PGM208
003400         ASSIGN TO SPECMAST                                       PGM208
003500         ORGANIZATION IS INDEXED                                  PGM208
003600         ACCESS MODE IS DYNAMIC                                   PGM208
003700         RECORD KEY IS PS-KEY                                     PGM208
003800         FILE STATUS IS WS-FILE-STATUS3.                          PGM208
003900*                                                                 PGM208
004000 DATA DIVISION.                                                   PGM208
004100 FILE SECTION.                                                    PGM208
004200 FD  GAUGE-STUDY-FILE.                                            PGM208
004300 01  GAUGE-STUDY-REC.                                             PGM208
004400     COPY CPYGSTD.                                                PGM208
004500 FD  CALIB-MASTER-FILE.                                           PGM208
004600 01  CALIB-MASTER-REC.                                            PGM208
004700     COPY CPYCALM.                                                PGM208
004800 FD  SPEC-MASTER-FILE.                                            PGM208
004900 01  SPEC-MASTER-REC.                                             PGM208
005000     COPY CPYSPCM.                                                PGM208
005100*                                                                 PGM208
005200 WORKING-STORAGE SECTION.                                         PGM208
005300 01  WS-FILE-STATUS         PIC XX.                               PGM208
005400 01  WS-FILE-STATUS2        PIC XX.                               PGM208
005500 01  WS-FILE-STATUS3        PIC XX.                               PGM208
005600 01  WS-ABEND-STATUS        PIC XX.                               PGM208
005700 01  WS-DATE-STATUS         PIC XX.                               PGM208
005800 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM208
005900     88 WS-EXIT             VALUE 'Y'.                            PGM208
006000 01  WS-ACTION-CHOICE       PIC X(01).                            PGM208
006100     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM208
006200     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM208
006300     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM208
006400     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM208
006500 01  WS-CONFIRM             PIC X(01).                            PGM208
006600     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM208
006700 01  WS-GS-FOUND-FLAG       PIC X VALUE 'N'.                      PGM208
006800     88 WS-GS-FOUND         VALUE 'Y'.                            PGM208
006900     88 WS-GS-NOT-FOUND     VALUE 'N'.                            PGM208
007000 01  WS-CA-FOUND-FLAG       PIC X VALUE 'N'.                      PGM208
007100     88 WS-CA-FOUND         VALUE 'Y'.                            PGM208
007200 01  WS-SPEC-FOUND-FLAG     PIC X VALUE 'N'.                      PGM208
007300     88 WS-SPEC-FOUND       VALUE 'Y'.                            PGM208
007400 01  WS-SPEC-EOF-FLAG       PIC X VALUE 'N'.                      PGM208
007500     88 WS-SPEC-EOF         VALUE 'Y'.                            PGM208
007600 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM208
007700     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM208
007800 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM208
007900     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM208
008000 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM208
008100 01  WS-ENT-INSTR           PIC X(10).                            PGM208
008200 01  WS-ENT-CHAR-CD         PIC X(05).                            PGM208
008300 01  WS-ENT-STUDY-DT        PIC 9(08).                            PGM208
008400 01  WS-ENT-PRODUCT-CD      PIC X(15).                            PGM208
008500 01  WS-ENT-OPER-CNT        PIC 9(01).                            PGM208
008600 01  WS-ENT-PART-CNT        PIC 9(02).                            PGM208
008700 01  WS-ENT-TRIAL-CNT       PIC 9(01).                            PGM208
008800 01  WS-ENT-READING         PIC S9(07)V99.                        PGM208
008900 01  WS-ENT-USER            PIC X(10).                            PGM208
009000 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM208
009100 01  WS-SPEC-UPPER          PIC S9(7)V99 VALUE ZEROS.             PGM208
009200 01  WS-SPEC-LOWER          PIC S9(7)V99 VALUE ZEROS.             PGM208
009300*                                                                 PGM208
009400* 평균-범위법 상수 - K1 은 반복수, K2 는 평가자수, K3 은                           PGM208
009500* 부품수로 찾는다(첫 칸은 쓰지 않는다).                                          PGM208
009600 01  WS-K1-VALUES           PIC X(12) VALUE                       PGM208
009700         '000088625908'.                                          PGM208
009800 01  WS-K1-TABLE REDEFINES WS-K1-VALUES.                          PGM208
009900     05 WS-K1               PIC V9(4) OCCURS 3 TIMES.             PGM208
010000 01  WS-K2-VALUES           PIC X(12) VALUE                       PGM208
010100         '000070715231'.                                          PGM208
010200 01  WS-K2-TABLE REDEFINES WS-K2-VALUES.                          PGM208
010300     05 WS-K2               PIC V9(4) OCCURS 3 TIMES.             PGM208
010400 01  WS-K3-VALUES           PIC X(40) VALUE                       PGM208
010500         '0000707152314467403037423534337532493146'.              PGM208
010600 01  WS-K3-TABLE REDEFINES WS-K3-VALUES.                          PGM208
010700     05 WS-K3               PIC V9(4) OCCURS 10 TIMES.            PGM208
010800 01  WS-GRR-ACCEPT-PCT      PIC 9(03)V99 VALUE 10.00.             PGM208
010900 01  WS-GRR-REJECT-PCT      PIC 9(03)V99 VALUE 30.00.             PGM208
011000 01  WS-PCT-MAX             PIC 9(04)V99 VALUE 9999.99.           PGM208
011100*                                                                 PGM208
011200* 평가 작업영역                                                         PGM208
011300 01  WS-OX                  PIC 9(02) COMP VALUE ZEROS.           PGM208
011400 01  WS-PX                  PIC 9(02) COMP VALUE ZEROS.           PGM208
011500 01  WS-TX                  PIC 9(02) COMP VALUE ZEROS.           PGM208
011600 01  WS-CELL-MAX            PIC S9(7)V99 VALUE ZEROS.             PGM208
011700 01  WS-CELL-MIN            PIC S9(7)V99 VALUE ZEROS.             PGM208
011800 01  WS-RANGE-SUM           PIC S9(9)V99 VALUE ZEROS.             PGM208
011900 01  WS-RBAR                PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012000 01  WS-OPER-XSUM           PIC S9(11)V99 OCCURS 3 TIMES.         PGM208
012100 01  WS-PART-XSUM           PIC S9(11)V99 OCCURS 10 TIMES.        PGM208
012200 01  WS-MEAN                PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012300 01  WS-XBAR-MAX            PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012400 01  WS-XBAR-MIN            PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012500 01  WS-XDIFF               PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012600 01  WS-RP                  PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012700 01  WS-EV                  PIC S9(7)V9(6) VALUE ZEROS.           PGM208
012800 01  WS-AV-SQ               PIC S9(13)V9(6) VALUE ZEROS.          PGM208
012900 01  WS-AV                  PIC S9(7)V9(6) VALUE ZEROS.           PGM208
013000 01  WS-GRR                 PIC S9(7)V9(6) VALUE ZEROS.           PGM208
013100 01  WS-PV                  PIC S9(7)V9(6) VALUE ZEROS.           PGM208
013200 01  WS-PCT-WK              PIC S9(9)V99 VALUE ZEROS.             PGM208
013300 01  WS-NDC-WK              PIC S9(9) VALUE ZEROS.                PGM208
013400 01  WS-DSP-VAL             PIC -(7)9.9999.                       PGM208
013500 01  WS-DSP-PCT             PIC ZZZ9.99.                          PGM208
013600*                                                                 PGM208
013700 PROCEDURE DIVISION.                                              PGM208
013800*                                                                 PGM208
013900 0000-MAIN-PROCESS.                                               PGM208
014000     PERFORM 1000-INITIALIZE                                      PGM208
014100     PERFORM 2000-PROCESS-MAINTENANCE                             PGM208
014200         UNTIL WS-EXIT                                            PGM208
014300     PERFORM 9000-FINALIZE                                        PGM208
014400     STOP RUN.                                                    PGM208
014500*                                                                 PGM208
014600 1000-INITIALIZE.                                                 PGM208
014700     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM208
014800     OPEN I-O GAUGE-STUDY-FILE                                    PGM208
014900     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM208
015000         DISPLAY 'GAUGE STUDY OPEN ERROR: ' WS-FILE-STATUS        PGM208
015100         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM208
015200         PERFORM 9900-ABNORMAL-END                                PGM208
015300     END-IF                                                       PGM208
015400     OPEN I-O CALIB-MASTER-FILE                                   PGM208
015500     IF WS-FILE-STATUS2 NOT = '00'                                PGM208
015600         DISPLAY 'CALIB MASTER OPEN ERROR: ' WS-FILE-STATUS2      PGM208
015700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM208
015800         PERFORM 9900-ABNORMAL-END                                PGM208
015900     END-IF                                                       PGM208
016000     OPEN INPUT SPEC-MASTER-FILE                                  PGM208
016100     IF WS-FILE-STATUS3 NOT = '00'                                PGM208
016200         DISPLAY 'SPEC MASTER OPEN ERROR: ' WS-FILE-STATUS3       PGM208
016300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM208
016400         PERFORM 9900-ABNORMAL-END                                PGM208
016500     END-IF.                                                      PGM208
016600*                                                                 PGM208
016700 2000-PROCESS-MAINTENANCE.                                        PGM208
016800     DISPLAY ' '                                                  PGM208
016900     DISPLAY '=== GAUGE R&R STUDY ==='                            PGM208
017000     DISPLAY 'A=NEW STUDY  I=INQUIRE  L=LIST BY INSTRUMENT'       PGM208
017100             '  E=EXIT'                                           PGM208
017200     ACCEPT WS-ACTION-CHOICE                                      PGM208
017300     EVALUATE TRUE                                                PGM208
017400         WHEN WS-EXIT-CHOICE                                      PGM208
017500             SET WS-EXIT TO TRUE                                  PGM208
017600         WHEN WS-ADD-ACTION                                       PGM208
017700             PERFORM 2100-LOCATE-STUDY                            PGM208
017800             PERFORM 2200-ADD-STUDY                               PGM208
017900         WHEN WS-INQUIRE-ACTION                                   PGM208
018000             PERFORM 2100-LOCATE-STUDY                            PGM208
018100             PERFORM 2600-SHOW-STUDY                              PGM208
018200         WHEN WS-LIST-ACTION                                      PGM208
018300             PERFORM 2700-LIST-STUDIES                            PGM208
018400         WHEN OTHER                                               PGM208
018500             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM208
018600     END-EVALUATE.                                                PGM208
018700*                                                                 PGM208
018800 2100-LOCATE-STUDY.                                               PGM208
018900     DISPLAY 'ENTER INSTRUMENT ID: '                              PGM208
019000     ACCEPT WS-ENT-INSTR                                          PGM208
019100     DISPLAY 'ENTER CHARACTERISTIC CODE: '                        PGM208
019200     ACCEPT WS-ENT-CHAR-CD                                        PGM208
019300     DISPLAY 'ENTER STUDY DATE (YYYYMMDD): '                      PGM208
019400     ACCEPT WS-ENT-STUDY-DT                                       PGM208
019500     MOVE WS-ENT-INSTR    TO GS-INSTR-ID                          PGM208
019600     MOVE WS-ENT-CHAR-CD  TO GS-CHAR-CD                           PGM208
019700     MOVE WS-ENT-STUDY-DT TO GS-STUDY-DT                          PGM208
019800     READ GAUGE-STUDY-FILE                                        PGM208
019900         INVALID KEY                                              PGM208
020000             SET WS-GS-NOT-FOUND TO TRUE                          PGM208
020100         NOT INVALID KEY                                          PGM208
020200             SET WS-GS-FOUND TO TRUE                              PGM208
020300     END-READ.                                                    PGM208
020400*                                                                 PGM208
020500* 연구는 사용중 계측기, 유효한 연구일자(오늘 이전), 승인된                               PGM208
020600* 제품규격 공차가 있어야 등록된다.                                              PGM208
020700 2200-ADD-STUDY.                                                  PGM208
020800     IF WS-GS-FOUND                                               PGM208
020900         DISPLAY 'STUDY ALREADY RECORDED FOR THIS DATE'           PGM208
021000     ELSE                                                         PGM208
021100         PERFORM 2150-READ-INSTRUMENT                             PGM208
021200         CALL 'DATECHK' USING WS-ENT-STUDY-DT WS-DATE-STATUS      PGM208
021300         EVALUATE TRUE                                            PGM208
021400             WHEN NOT WS-CA-FOUND                                 PGM208
021500                 DISPLAY 'INSTRUMENT NOT ON CALIBRATION MASTER'   PGM208
021600             WHEN NOT CA-ACTIVE                                   PGM208
021700                 DISPLAY 'INSTRUMENT INACTIVE'                    PGM208
021800             WHEN WS-ENT-CHAR-CD = SPACES                         PGM208
021900                 DISPLAY 'CHARACTERISTIC CODE REQUIRED'           PGM208
022000             WHEN WS-DATE-STATUS NOT = '00'                       PGM208
022100                 DISPLAY 'INVALID STUDY DATE'                     PGM208
022200             WHEN WS-ENT-STUDY-DT > WS-TODAY                      PGM208
022300                 DISPLAY 'STUDY DATE IN THE FUTURE'               PGM208
022400             WHEN OTHER                                           PGM208
022500                 PERFORM 2500-ENTER-STUDY-FIELDS                  PGM208
022600                 IF WS-FIELDS-VALID                               PGM208
022700                     PERFORM 3000-EVALUATE-STUDY                  PGM208
022800                     PERFORM 2650-SHOW-RESULT                     PGM208
022900                     DISPLAY 'SAVE THIS STUDY (Y/N): '            PGM208
023000                     ACCEPT WS-CONFIRM                            PGM208
023100                     IF WS-CONFIRMED                              PGM208
023200                         PERFORM 2800-SAVE-STUDY                  PGM208
023300                     ELSE                                         PGM208
023400                         DISPLAY 'STUDY DISCARDED'                PGM208
023500                     END-IF                                       PGM208
023600                 ELSE                                             PGM208
023700                     DISPLAY 'STUDY REJECTED - CHECK FIELDS'      PGM208
023800                 END-IF                                           PGM208
023900         END-EVALUATE                                             PGM208
024000     END-IF.                                                      PGM208
024100*                                                                 PGM208
024200 2150-READ-INSTRUMENT.                                            PGM208
024300     MOVE 'N' TO WS-CA-FOUND-FLAG                                 PGM208
024400     MOVE WS-ENT-INSTR TO CA-INSTR-ID                             PGM208
024500     READ CALIB-MASTER-FILE                                       PGM208
024600         INVALID KEY                                              PGM208
024700             CONTINUE                                             PGM208
024800         NOT INVALID KEY                                          PGM208
024900             SET WS-CA-FOUND TO TRUE                              PGM208
025000     END-READ.                                                    PGM208
025100*                                                                 PGM208
025200* 연구일자에 유효한 최종 승인 규격(적용일자 오름차순 중                                  PGM208
025300* 마지막)의 상한-하한을 공차로 쓴다.                                            PGM208
025400 2160-LOOKUP-SPEC.                                                PGM208
025500     MOVE 'N' TO WS-SPEC-FOUND-FLAG                               PGM208
025600     MOVE 'N' TO WS-SPEC-EOF-FLAG                                 PGM208
025700     MOVE WS-ENT-PRODUCT-CD TO PS-PRODUCT-CD                      PGM208
025800     MOVE WS-ENT-CHAR-CD    TO PS-CHAR-CD                         PGM208
025900     MOVE ZEROS             TO PS-EFF-DATE                        PGM208
026000     START SPEC-MASTER-FILE KEY >= PS-KEY                         PGM208
026100         INVALID KEY                                              PGM208
026200             SET WS-SPEC-EOF TO TRUE                              PGM208
026300     END-START                                                    PGM208
026400     PERFORM 2170-SCAN-ONE-SPEC                                   PGM208
026500         UNTIL WS-SPEC-EOF.                                       PGM208
026600*                                                                 PGM208
026700 2170-SCAN-ONE-SPEC.                                              PGM208
026800     READ SPEC-MASTER-FILE NEXT RECORD                            PGM208
026900         AT END                                                   PGM208
027000             SET WS-SPEC-EOF TO TRUE                              PGM208
027100         NOT AT END                                               PGM208
027200             IF PS-PRODUCT-CD NOT = WS-ENT-PRODUCT-CD             PGM208
027300                 OR PS-CHAR-CD NOT = WS-ENT-CHAR-CD               PGM208
027400                 SET WS-SPEC-EOF TO TRUE                          PGM208
027500             ELSE                                                 PGM208
027600                 IF PS-EFF-DATE <= WS-ENT-STUDY-DT                PGM208
027700                     AND PS-ACTIVE AND PS-APPROVED                PGM208
027800                     MOVE PS-UPPER-LIMIT TO WS-SPEC-UPPER         PGM208
027900                     MOVE PS-LOWER-LIMIT TO WS-SPEC-LOWER         PGM208
028000                     SET WS-SPEC-FOUND TO TRUE                    PGM208
028100                 END-IF                                           PGM208
028200             END-IF                                               PGM208
028300     END-READ.                                                    PGM208
028400*                                                                 PGM208
028500 2500-ENTER-STUDY-FIELDS.                                         PGM208
028600     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM208
028700     DISPLAY 'ENTER PRODUCT CODE (FOR SPEC TOLERANCE): '          PGM208
028800     ACCEPT WS-ENT-PRODUCT-CD                                     PGM208
028900     DISPLAY 'ENTER NUMBER OF OPERATORS (2-3): '                  PGM208
029000     ACCEPT WS-ENT-OPER-CNT                                       PGM208
029100     DISPLAY 'ENTER NUMBER OF PARTS (2-10): '                     PGM208
029200     ACCEPT WS-ENT-PART-CNT                                       PGM208
029300     DISPLAY 'ENTER TRIALS PER PART (2-3): '                      PGM208
029400     ACCEPT WS-ENT-TRIAL-CNT                                      PGM208
029500     DISPLAY 'ENTER USER ID: '                                    PGM208
029600     ACCEPT WS-ENT-USER                                           PGM208
029700     PERFORM 2160-LOOKUP-SPEC                                     PGM208
029800     EVALUATE TRUE                                                PGM208
029900         WHEN NOT WS-SPEC-FOUND                                   PGM208
030000             DISPLAY 'NO APPROVED SPEC FOR PRODUCT/CHARACTERISTIC'PGM208
030100         WHEN WS-SPEC-UPPER NOT > WS-SPEC-LOWER                   PGM208
030200             DISPLAY 'SPEC TOLERANCE IS ZERO - CANNOT EVALUATE'   PGM208
030300         WHEN WS-ENT-OPER-CNT < 2 OR WS-ENT-OPER-CNT > 3          PGM208
030400             DISPLAY 'OPERATORS MUST BE 2 OR 3'                   PGM208
030500         WHEN WS-ENT-PART-CNT < 2 OR WS-ENT-PART-CNT > 10         PGM208
030600             DISPLAY 'PARTS MUST BE 2 TO 10'                      PGM208
030700         WHEN WS-ENT-TRIAL-CNT < 2 OR WS-ENT-TRIAL-CNT > 3        PGM208
030800             DISPLAY 'TRIALS MUST BE 2 OR 3'                      PGM208
030900         WHEN WS-ENT-USER = SPACES                                PGM208
031000             DISPLAY 'USER ID REQUIRED'                           PGM208
031100         WHEN OTHER                                               PGM208
031200             SET WS-FIELDS-VALID TO TRUE                          PGM208
031300     END-EVALUATE                                                 PGM208
031400     IF WS-FIELDS-VALID                                           PGM208
031500         INITIALIZE GAUGE-STUDY-REC                               PGM208
031600         MOVE WS-ENT-INSTR      TO GS-INSTR-ID                    PGM208
031700         MOVE WS-ENT-CHAR-CD    TO GS-CHAR-CD                     PGM208
031800         MOVE WS-ENT-STUDY-DT   TO GS-STUDY-DT                    PGM208
031900         MOVE WS-ENT-PRODUCT-CD TO GS-PRODUCT-CD                  PGM208
032000         MOVE WS-ENT-OPER-CNT   TO GS-OPER-CNT                    PGM208
032100         MOVE WS-ENT-PART-CNT   TO GS-PART-CNT                    PGM208
032200         MOVE WS-ENT-TRIAL-CNT  TO GS-TRIAL-CNT                   PGM208
032300         COMPUTE GS-TOLERANCE = WS-SPEC-UPPER - WS-SPEC-LOWER     PGM208
032400         MOVE WS-ENT-USER       TO GS-REG-USER                    PGM208
032500         MOVE WS-TODAY          TO GS-REG-DATE                    PGM208
032600         PERFORM 2510-ENTER-OPERATOR                              PGM208
032700             VARYING WS-OX FROM 1 BY 1                            PGM208
032800             UNTIL WS-OX > GS-OPER-CNT                            PGM208
032900     END-IF.                                                      PGM208
033000*                                                                 PGM208
033100* 측정 순서는 평가자별로 부품 1 부터, 부품마다 반복 측정치                               PGM208
033200* 를 차례로 입력한다.                                                     PGM208
033300 2510-ENTER-OPERATOR.                                             PGM208
033400     DISPLAY 'ENTER OPERATOR ' WS-OX ' ID: '                      PGM208
033500     ACCEPT GS-OPER-ID (WS-OX)                                    PGM208
033600     IF GS-OPER-ID (WS-OX) = SPACES                               PGM208
033700         DISPLAY 'OPERATOR ID REQUIRED'                           PGM208
033800         MOVE 'N' TO WS-FIELDS-VALID-FLAG                         PGM208
033900     END-IF                                                       PGM208
034000     PERFORM 2520-ENTER-PART                                      PGM208
034100         VARYING WS-PX FROM 1 BY 1                                PGM208
034200         UNTIL WS-PX > GS-PART-CNT.                               PGM208
034300*                                                                 PGM208
034400 2520-ENTER-PART.                                                 PGM208
034500     PERFORM 2530-ENTER-TRIAL                                     PGM208
034600         VARYING WS-TX FROM 1 BY 1                                PGM208
034700         UNTIL WS-TX > GS-TRIAL-CNT.                              PGM208
034800*                                                                 PGM208
034900 2530-ENTER-TRIAL.                                                PGM208
035000     DISPLAY 'OPERATOR ' WS-OX ' PART ' WS-PX ' TRIAL ' WS-TX     PGM208
035100             ' READING: '                                         PGM208
035200     ACCEPT WS-ENT-READING                                        PGM208
035300     MOVE WS-ENT-READING TO GS-READING (WS-OX, WS-PX, WS-TX).     PGM208
035400*                                                                 PGM208
035500 2600-SHOW-STUDY.                                                 PGM208
035600     IF WS-GS-NOT-FOUND                                           PGM208
035700         DISPLAY 'STUDY NOT FOUND'                                PGM208
035800     ELSE                                                         PGM208
035900         DISPLAY 'STUDY ' GS-INSTR-ID ' ' GS-CHAR-CD ' '          PGM208
036000                 GS-STUDY-DT ' PRODUCT ' GS-PRODUCT-CD            PGM208
036100         DISPLAY '  OPERATORS ' GS-OPER-CNT ' PARTS ' GS-PART-CNT PGM208
036200                 ' TRIALS ' GS-TRIAL-CNT ' BY ' GS-REG-USER       PGM208
036300                 ' ' GS-REG-DATE                                  PGM208
036400         PERFORM 2650-SHOW-RESULT                                 PGM208
036500     END-IF.                                                      PGM208
036600*                                                                 PGM208
036700 2650-SHOW-RESULT.                                                PGM208
036800     MOVE GS-TOLERANCE TO WS-DSP-VAL                              PGM208
036900     DISPLAY '  TOLERANCE      ' WS-DSP-VAL                       PGM208
037000     MOVE GS-EV TO WS-DSP-VAL                                     PGM208
037100     MOVE GS-PCT-EV TO WS-DSP-PCT                                 PGM208
037200     DISPLAY '  REPEATABILITY  ' WS-DSP-VAL '  %TOL ' WS-DSP-PCT  PGM208
037300     MOVE GS-AV TO WS-DSP-VAL                                     PGM208
037400     MOVE GS-PCT-AV TO WS-DSP-PCT                                 PGM208
037500     DISPLAY '  REPRODUCIBILITY' WS-DSP-VAL '  %TOL ' WS-DSP-PCT  PGM208
037600     MOVE GS-GRR TO WS-DSP-VAL                                    PGM208
037700     MOVE GS-PCT-GRR TO WS-DSP-PCT                                PGM208
037800     DISPLAY '  GAUGE R&R      ' WS-DSP-VAL '  %TOL ' WS-DSP-PCT  PGM208
037900     MOVE GS-PV TO WS-DSP-VAL                                     PGM208
038000     DISPLAY '  PART VARIATION ' WS-DSP-VAL '  NDC ' GS-NDC       PGM208
038100     EVALUATE TRUE                                                PGM208
038200         WHEN GS-ACCEPT                                           PGM208
038300             DISPLAY '  VERDICT: ACCEPTABLE'                      PGM208
038400         WHEN GS-MARGINAL                                         PGM208
038500             DISPLAY '  VERDICT: MARGINAL - CONDITIONAL USE'      PGM208
038600         WHEN OTHER                                               PGM208
038700             DISPLAY '  VERDICT: UNFIT - RESULTS WILL BE HELD'    PGM208
038800     END-EVALUATE.                                                PGM208
038900*                                                                 PGM208
039000 2700-LIST-STUDIES.                                               PGM208
039100     MOVE ZEROS TO WS-LIST-CNT                                    PGM208
039200     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM208
039300     DISPLAY 'ENTER INSTRUMENT ID: '                              PGM208
039400     ACCEPT WS-ENT-INSTR                                          PGM208
039500     MOVE WS-ENT-INSTR TO GS-INSTR-ID                             PGM208
039600     MOVE LOW-VALUES   TO GS-CHAR-CD                              PGM208
039700     MOVE ZEROS        TO GS-STUDY-DT                             PGM208
039800     START GAUGE-STUDY-FILE KEY NOT < GS-KEY                      PGM208
039900         INVALID KEY                                              PGM208
040000             SET WS-BROWSE-EOF TO TRUE                            PGM208
040100     END-START                                                    PGM208
040200     PERFORM 2710-LIST-NEXT                                       PGM208
040300         UNTIL WS-BROWSE-EOF                                      PGM208
040400     DISPLAY WS-LIST-CNT ' STUDIES LISTED'.                       PGM208
040500*                                                                 PGM208
040600 2710-LIST-NEXT.                                                  PGM208
040700     READ GAUGE-STUDY-FILE NEXT RECORD                            PGM208
040800         AT END                                                   PGM208
040900             SET WS-BROWSE-EOF TO TRUE                            PGM208
041000     END-READ                                                     PGM208
041100     IF NOT WS-BROWSE-EOF                                         PGM208
041200         IF GS-INSTR-ID NOT = WS-ENT-INSTR                        PGM208
041300             SET WS-BROWSE-EOF TO TRUE                            PGM208
041400         ELSE                                                     PGM208
041500             MOVE GS-PCT-GRR TO WS-DSP-PCT                        PGM208
041600             DISPLAY GS-CHAR-CD ' ' GS-STUDY-DT ' '               PGM208
041700                     GS-PRODUCT-CD ' %GRR ' WS-DSP-PCT            PGM208
041800                     ' VERDICT ' GS-VERDICT                       PGM208
041900             ADD 1 TO WS-LIST-CNT                                 PGM208
042000         END-IF                                                   PGM208
042100     END-IF.                                                      PGM208
042200*                                                                 PGM208
042300* 연구를 저장하고, 교정 마스터의 연구일자보다 늦거나 같은                                 PGM208
042400* 연구면 계측기 MSA 판정을 이 연구 결과로 바꾼다.                                   PGM208
042500 2800-SAVE-STUDY.                                                 PGM208
042600     WRITE GAUGE-STUDY-REC                                        PGM208
042700         INVALID KEY                                              PGM208
042800             DISPLAY 'STUDY WRITE ERROR: ' WS-FILE-STATUS         PGM208
042900         NOT INVALID KEY                                          PGM208
043000             DISPLAY 'STUDY SAVED'                                PGM208
043100             IF CA-MSA-STUDY-DT NOT NUMERIC                       PGM208
043200                 OR GS-STUDY-DT NOT < CA-MSA-STUDY-DT             PGM208
043300                 MOVE GS-VERDICT  TO CA-MSA-STATUS                PGM208
043400                 MOVE GS-STUDY-DT TO CA-MSA-STUDY-DT              PGM208
043500                 REWRITE CALIB-MASTER-REC                         PGM208
043600                     INVALID KEY                                  PGM208
043700                         DISPLAY 'CALIB MASTER REWRITE ERROR: '   PGM208
043800                                 WS-FILE-STATUS2                  PGM208
043900                 END-REWRITE                                      PGM208
044000                 IF CA-MSA-UNFIT                                  PGM208
044100                     DISPLAY 'INSTRUMENT ' CA-INSTR-ID            PGM208
044200                             ' FLAGGED UNFIT - RESULTS HELD'      PGM208
044300                 ELSE                                             PGM208
044400                     DISPLAY 'INSTRUMENT MSA STATUS NOW '         PGM208
044500                             CA-MSA-STATUS                        PGM208
044600                 END-IF                                           PGM208
044700             ELSE                                                 PGM208
044800                 DISPLAY 'LATER STUDY ON FILE ' CA-MSA-STUDY-DT   PGM208
044900                         ' - INSTRUMENT STATUS UNCHANGED'         PGM208
045000             END-IF                                               PGM208
045100     END-WRITE.                                                   PGM208
045200*                                                                 PGM208
045300* 평균-범위법: EV = R2BAR*K1, AV = SQRT((XDIFF*K2)**2 -                PGM208
045400* EV**2/(N*R)), GRR = SQRT(EV**2+AV**2), PV = RP*K3.              PGM208
045500* %GRR 은 6 시그마 폭(6*GRR)의 공차 대비 비율이다.                              PGM208
045600 3000-EVALUATE-STUDY.                                             PGM208
045700     MOVE ZEROS TO WS-RANGE-SUM                                   PGM208
045800     PERFORM 3010-CLEAR-SUMS                                      PGM208
045900         VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 10               PGM208
046000     PERFORM 3100-OPERATOR-SUMS                                   PGM208
046100         VARYING WS-OX FROM 1 BY 1                                PGM208
046200         UNTIL WS-OX > GS-OPER-CNT                                PGM208
046300     COMPUTE WS-RBAR ROUNDED =                                    PGM208
046400         WS-RANGE-SUM / (GS-OPER-CNT * GS-PART-CNT)               PGM208
046500     PERFORM 3300-OPERATOR-SPREAD                                 PGM208
046600     PERFORM 3400-PART-SPREAD                                     PGM208
046700     COMPUTE WS-EV ROUNDED = WS-RBAR * WS-K1 (GS-TRIAL-CNT)       PGM208
046800     COMPUTE WS-AV-SQ ROUNDED =                                   PGM208
046900         (WS-XDIFF * WS-K2 (GS-OPER-CNT)) ** 2                    PGM208
047000         - (WS-EV ** 2) / (GS-PART-CNT * GS-TRIAL-CNT)            PGM208
047100     IF WS-AV-SQ < 0                                              PGM208
047200         MOVE ZEROS TO WS-AV-SQ                                   PGM208
047300     END-IF                                                       PGM208
047400     PERFORM 3500-ROOT-TERMS                                      PGM208
047500     COMPUTE WS-PV ROUNDED = WS-RP * WS-K3 (GS-PART-CNT)          PGM208
047600     MOVE WS-EV  TO GS-EV                                         PGM208
047700     MOVE WS-AV  TO GS-AV                                         PGM208
047800     MOVE WS-GRR TO GS-GRR                                        PGM208
047900     MOVE WS-PV  TO GS-PV                                         PGM208
048000     COMPUTE WS-PCT-WK ROUNDED = 600 * WS-EV / GS-TOLERANCE       PGM208
048100     PERFORM 3600-CLAMP-PCT                                       PGM208
048200     MOVE WS-PCT-WK TO GS-PCT-EV                                  PGM208
048300     COMPUTE WS-PCT-WK ROUNDED = 600 * WS-AV / GS-TOLERANCE       PGM208
048400     PERFORM 3600-CLAMP-PCT                                       PGM208
048500     MOVE WS-PCT-WK TO GS-PCT-AV                                  PGM208
048600     COMPUTE WS-PCT-WK ROUNDED = 600 * WS-GRR / GS-TOLERANCE      PGM208
048700     PERFORM 3600-CLAMP-PCT                                       PGM208
048800     MOVE WS-PCT-WK TO GS-PCT-GRR                                 PGM208
048900     IF WS-GRR > 0                                                PGM208
049000         COMPUTE WS-NDC-WK = 1.41 * WS-PV / WS-GRR                PGM208
049100         IF WS-NDC-WK > 999                                       PGM208
049200             MOVE 999 TO WS-NDC-WK                                PGM208
049300         END-IF                                                   PGM208
049400     ELSE                                                         PGM208
049500         MOVE 999 TO WS-NDC-WK                                    PGM208
049600     END-IF                                                       PGM208
049700     MOVE WS-NDC-WK TO GS-NDC                                     PGM208
049800     EVALUATE TRUE                                                PGM208
049900         WHEN GS-PCT-GRR <= WS-GRR-ACCEPT-PCT                     PGM208
050000             SET GS-ACCEPT TO TRUE                                PGM208
050100         WHEN GS-PCT-GRR <= WS-GRR-REJECT-PCT                     PGM208
050200             SET GS-MARGINAL TO TRUE                              PGM208
050300         WHEN OTHER                                               PGM208
050400             SET GS-UNFIT TO TRUE                                 PGM208
050500     END-EVALUATE.                                                PGM208
050600*                                                                 PGM208
050700 3010-CLEAR-SUMS.                                                 PGM208
050800     MOVE ZEROS TO WS-PART-XSUM (WS-PX)                           PGM208
050900     IF WS-PX <= 3                                                PGM208
051000         MOVE ZEROS TO WS-OPER-XSUM (WS-PX)                       PGM208
051100     END-IF.                                                      PGM208
051200*                                                                 PGM208
051300 3100-OPERATOR-SUMS.                                              PGM208
051400     PERFORM 3200-PART-CELL                                       PGM208
051500         VARYING WS-PX FROM 1 BY 1                                PGM208
051600         UNTIL WS-PX > GS-PART-CNT.                               PGM208
051700*                                                                 PGM208
051800* 평가자/부품 칸의 반복 측정 범위와 합계                                          PGM208
051900 3200-PART-CELL.                                                  PGM208
052000     MOVE GS-READING (WS-OX, WS-PX, 1) TO WS-CELL-MAX             PGM208
052100     MOVE GS-READING (WS-OX, WS-PX, 1) TO WS-CELL-MIN             PGM208
052200     PERFORM 3210-TRIAL-VALUE                                     PGM208
052300         VARYING WS-TX FROM 1 BY 1                                PGM208
052400         UNTIL WS-TX > GS-TRIAL-CNT                               PGM208
052500     COMPUTE WS-RANGE-SUM = WS-RANGE-SUM                          PGM208
052600                          + WS-CELL-MAX - WS-CELL-MIN.            PGM208
052700*                                                                 PGM208
052800 3210-TRIAL-VALUE.                                                PGM208
052900     IF GS-READING (WS-OX, WS-PX, WS-TX) > WS-CELL-MAX            PGM208
053000         MOVE GS-READING (WS-OX, WS-PX, WS-TX) TO WS-CELL-MAX     PGM208
053100     END-IF                                                       PGM208
053200     IF GS-READING (WS-OX, WS-PX, WS-TX) < WS-CELL-MIN            PGM208
053300         MOVE GS-READING (WS-OX, WS-PX, WS-TX) TO WS-CELL-MIN     PGM208
053400     END-IF                                                       PGM208
053500     ADD GS-READING (WS-OX, WS-PX, WS-TX) TO WS-OPER-XSUM (WS-OX) PGM208
053600     ADD GS-READING (WS-OX, WS-PX, WS-TX) TO WS-PART-XSUM (WS-PX).PGM208
053700*                                                                 PGM208
053800* 평가자 평균의 최대-최소(XDIFF)                                            PGM208
053900 3300-OPERATOR-SPREAD.                                            PGM208
054000     PERFORM 3310-OPERATOR-MEAN                                   PGM208
054100         VARYING WS-OX FROM 1 BY 1                                PGM208
054200         UNTIL WS-OX > GS-OPER-CNT                                PGM208
054300     COMPUTE WS-XDIFF = WS-XBAR-MAX - WS-XBAR-MIN.                PGM208
054400*                                                                 PGM208
054500 3310-OPERATOR-MEAN.                                              PGM208
054600     COMPUTE WS-MEAN ROUNDED = WS-OPER-XSUM (WS-OX)               PGM208
054700                             / (GS-PART-CNT * GS-TRIAL-CNT)       PGM208
054800     IF WS-OX = 1 OR WS-MEAN > WS-XBAR-MAX                        PGM208
054900         MOVE WS-MEAN TO WS-XBAR-MAX                              PGM208
055000     END-IF                                                       PGM208
055100     IF WS-OX = 1 OR WS-MEAN < WS-XBAR-MIN                        PGM208
055200         MOVE WS-MEAN TO WS-XBAR-MIN                              PGM208
055300     END-IF.                                                      PGM208
055400*                                                                 PGM208
055500* 부품 평균의 최대-최소(RP)                                                PGM208
055600 3400-PART-SPREAD.                                                PGM208
055700     PERFORM 3410-PART-MEAN                                       PGM208
055800         VARYING WS-PX FROM 1 BY 1                                PGM208
055900         UNTIL WS-PX > GS-PART-CNT                                PGM208
056000     COMPUTE WS-RP = WS-XBAR-MAX - WS-XBAR-MIN.                   PGM208
056100*                                                                 PGM208
056200 3410-PART-MEAN.                                                  PGM208
056300     COMPUTE WS-MEAN ROUNDED = WS-PART-XSUM (WS-PX)               PGM208
056400                             / (GS-OPER-CNT * GS-TRIAL-CNT)       PGM208
056500     IF WS-PX = 1 OR WS-MEAN > WS-XBAR-MAX                        PGM208
056600         MOVE WS-MEAN TO WS-XBAR-MAX                              PGM208
056700     END-IF                                                       PGM208
056800     IF WS-PX = 1 OR WS-MEAN < WS-XBAR-MIN                        PGM208
056900         MOVE WS-MEAN TO WS-XBAR-MIN                              PGM208
057000     END-IF.                                                      PGM208
057100*                                                                 PGM208
057200* 재현성과 GR&R 에는 제곱근이 필요하다. 일반 동사로는                                 PGM208
057300* 제곱근을 구할 수 없어 FUNCTION SQRT를 사용한다.                               PGM208
057400 3500-ROOT-TERMS.                                                 PGM208
057500     COMPUTE WS-AV ROUNDED = FUNCTION SQRT (WS-AV-SQ)             PGM208
057600     COMPUTE WS-GRR ROUNDED =                                     PGM208
057700         FUNCTION SQRT (WS-EV ** 2 + WS-AV ** 2).                 PGM208
057800*                                                                 PGM208
057900 3600-CLAMP-PCT.                                                  PGM208
058000     IF WS-PCT-WK > WS-PCT-MAX                                    PGM208
058100         MOVE WS-PCT-MAX TO WS-PCT-WK                             PGM208
058200     END-IF.                                                      PGM208
058300*                                                                 PGM208
058400 9000-FINALIZE.                                                   PGM208
058500     CLOSE GAUGE-STUDY-FILE                                       PGM208
058600     CLOSE CALIB-MASTER-FILE                                      PGM208
058700     CLOSE SPEC-MASTER-FILE                                       PGM208
058800     DISPLAY 'PGM208 - GAUGE R&R SESSION ENDED'.                  PGM208
058900*                                                                 PGM208
059000 9750-DIAGNOSE-FILE-STATUS.                                       PGM208
059100     EVALUATE WS-ABEND-STATUS                                     PGM208
059200         WHEN '10'                                                PGM208
059300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM208
059400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM208
059500         WHEN '23'                                                PGM208
059600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM208
059700             DISPLAY '  AND RETRY THE REQUEST'                    PGM208
059800         WHEN '35'                                                PGM208
059900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM208
060000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM208
060100         WHEN '37'                                                PGM208
060200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM208
060300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM208
060400         WHEN '39'                                                PGM208
060500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM208
060600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM208
060700         WHEN '41'                                                PGM208
060800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM208
060900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM208
061000         WHEN '42'                                                PGM208
061100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM208
061200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM208
061300         WHEN '46'                                                PGM208
061400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM208
061500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM208
061600         WHEN OTHER                                               PGM208
061700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM208
061800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM208
061900     END-EVALUATE.                                                PGM208
062000*                                                                 PGM208
062100 9900-ABNORMAL-END.                                               PGM208
062200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM208
062300     DISPLAY 'PGM208 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM208
062400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM208
062500     STOP RUN.                                                    PGM208
062600                                                                  PGM208
