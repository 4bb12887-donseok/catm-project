000100 IDENTIFICATION DIVISION.                                         PGM186
000200 PROGRAM-ID.    PGM186.                                           PGM186
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM186
000400*                                                                 PGM186
000500* =========================================================       PGM186
000600* 프로그램명: 자가 스크랩 등급 배정 등록/조회                                       PGM186
000700* 처리내용  : 라인/제품별 생산 폐기가 들어갈 스크랩 등급                                PGM186
000800*            원자재를 배정 파일(CPYSCGR)에 등록/변경/중지하고                      PGM186
000900*            라인별 배정을 조회한다. 제품 공백은 라인 기본값,                         PGM186
001000*            라인까지 공백이면 전체 기본값이다. 스크랩 자재는                          PGM186
001100*            원자재 마스터에 스크랩 분류(SC)로 있어야 한다.                         PGM186
001200*            자가 스크랩 입고 반영(PGM185)이 이 배정을 쓴다.                      PGM186
001300* =========================================================       PGM186
001400*                                                                 PGM186
001500 ENVIRONMENT DIVISION.                                            PGM186
001600 CONFIGURATION SECTION.                                           PGM186
001700 INPUT-OUTPUT SECTION.                                            PGM186
001800 FILE-CONTROL.                                                    PGM186
001900     SELECT SCRAP-GRADE-FILE                                      PGM186
002000         ASSIGN TO SCRPGRD                                        PGM186
002100         ORGANIZATION IS INDEXED                                  PGM186
002200         ACCESS MODE IS DYNAMIC                                   PGM186
002300         RECORD KEY IS SG-KEY                                     PGM186
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM186
002500     SELECT RM-MASTER-FILE                                        PGM186
002600         ASSIGN TO RMMAST                                         PGM186
002700         ORGANIZATION IS INDEXED                                  PGM186
002800         ACCESS MODE IS RANDOM                                    PGM186
002900         RECORD KEY IS RM-MATL-CD                                 PGM186
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM186
003100*                                                                 PGM186
003200 DATA DIVISION.                                                   PGM186
003300 FILE SECTION.                                                    PGM186
003400 FD  SCRAP-GRADE-FILE.                                            PGM186
003500 01  SCRAP-GRADE-REC.                                             PGM186
003600     COPY CPYSCGR.                                                PGM186
003700 FD  RM-MASTER-FILE.                                              PGM186
003800 01  RM-MASTER-REC.                                               PGM186
003900     COPY CPYRMMS.                                                PGM186
004000*                                                                 PGM186
004100 WORKING-STORAGE SECTION.                                         PGM186
004200 01  WS-FILE-STATUS         PIC XX.                               PGM186
004300 01  WS-FILE-STATUS2        PIC XX.                               PGM186
004400 01  WS-ABEND-STATUS        PIC XX.                               PGM186
004500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM186
004600     88 WS-EXIT             VALUE 'Y'.                            PGM186
004700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM186
004800     88 WS-MAINT-ACTION     VALUE 'A' 'a'.                        PGM186
004900     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM186
005000     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM186
005100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM186
005200 01  WS-SCGR-FOUND-FLAG     PIC X VALUE 'N'.                      PGM186
005300     88 WS-SCGR-FOUND       VALUE 'Y'.                            PGM186
005400     88 WS-SCGR-NOT-FOUND   VALUE 'N'.                            PGM186
005500 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM186
005600     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM186
005700 01  WS-SG-EOF-FLAG         PIC X VALUE 'N'.                      PGM186
005800     88 WS-SG-EOF           VALUE 'Y'.                            PGM186
005900 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM186
006000 01  WS-ENT-LINE-CD         PIC X(10).                            PGM186
006100 01  WS-ENT-PRODUCT-CD      PIC X(15).                            PGM186
006200 01  WS-ENT-MATL-CD         PIC X(12).                            PGM186
006300 01  WS-ENT-USER            PIC X(10).                            PGM186
006400 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM186
006500*                                                                 PGM186
006600 PROCEDURE DIVISION.                                              PGM186
006700*                                                                 PGM186
006800 0000-MAIN-PROCESS.                                               PGM186
006900     PERFORM 1000-INITIALIZE                                      PGM186
007000     PERFORM 2000-PROCESS-MAINTENANCE                             PGM186
007100         UNTIL WS-EXIT                                            PGM186
007200     PERFORM 9000-FINALIZE                                        PGM186
007300     STOP RUN.                                                    PGM186
007400*                                                                 PGM186
007500 1000-INITIALIZE.                                                 PGM186
007600     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM186
007700     OPEN I-O SCRAP-GRADE-FILE                                    PGM186
007800     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM186
007900         DISPLAY 'SCRAP GRADE FILE OPEN ERROR: ' WS-FILE-STATUS   PGM186
008000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM186
008100         PERFORM 9900-ABNORMAL-END                                PGM186
008200     END-IF                                                       PGM186
008300     OPEN INPUT RM-MASTER-FILE                                    PGM186
008400     IF WS-FILE-STATUS2 NOT = '00'                                PGM186
008500         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM186
008600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM186
008700         PERFORM 9900-ABNORMAL-END                                PGM186
008800     END-IF.                                                      PGM186
008900*                                                                 PGM186
009000 2000-PROCESS-MAINTENANCE.                                        PGM186
009100     DISPLAY ' '                                                  PGM186
009200     DISPLAY '=== HOME SCRAP GRADE ROUTING MAINTENANCE ==='       PGM186
009300     DISPLAY 'A=ADD/CHANGE  D=DEACTIVATE  L=LIST FOR LINE'        PGM186
009400     DISPLAY 'E=EXIT'                                             PGM186
009500     ACCEPT WS-ACTION-CHOICE                                      PGM186
009600     EVALUATE TRUE                                                PGM186
009700         WHEN WS-EXIT-CHOICE                                      PGM186
009800             SET WS-EXIT TO TRUE                                  PGM186
009900         WHEN WS-MAINT-ACTION                                     PGM186
010000             PERFORM 2100-LOCATE-ROUTING                          PGM186
010100             PERFORM 2200-MAINTAIN-ROUTING                        PGM186
010200         WHEN WS-DEACT-ACTION                                     PGM186
010300             PERFORM 2100-LOCATE-ROUTING                          PGM186
010400             PERFORM 2300-DEACTIVATE-ROUTING                      PGM186
010500         WHEN WS-LIST-ACTION                                      PGM186
010600             PERFORM 2400-LIST-ROUTINGS                           PGM186
010700         WHEN OTHER                                               PGM186
010800             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM186
010900     END-EVALUATE.                                                PGM186
011000*                                                                 PGM186
011100 2100-LOCATE-ROUTING.                                             PGM186
011200     DISPLAY 'ENTER LINE CODE (BLANK=ALL LINES): '                PGM186
011300     ACCEPT WS-ENT-LINE-CD                                        PGM186
011400     DISPLAY 'ENTER PRODUCT (BLANK=LINE DEFAULT): '               PGM186
011500     ACCEPT WS-ENT-PRODUCT-CD                                     PGM186
011600     MOVE WS-ENT-LINE-CD    TO SG-LINE-CD                         PGM186
011700     MOVE WS-ENT-PRODUCT-CD TO SG-PRODUCT-CD                      PGM186
011800     READ SCRAP-GRADE-FILE                                        PGM186
011900         INVALID KEY                                              PGM186
012000             SET WS-SCGR-NOT-FOUND TO TRUE                        PGM186
012100         NOT INVALID KEY                                          PGM186
012200             SET WS-SCGR-FOUND TO TRUE                            PGM186
012300             DISPLAY 'CURRENT SCRAP MATERIAL ' SG-SCRAP-MATL-CD   PGM186
012400                     ' STATUS ' SG-STATUS-CD                      PGM186
012500     END-READ.                                                    PGM186
012600*                                                                 PGM186
012700* 배정 등록/변경. 스크랩 자재는 사용중인 스크랩 분류 원자재만                              PGM186
012800* 받는다.                                                            PGM186
012900 2200-MAINTAIN-ROUTING.                                           PGM186
013000     DISPLAY 'ENTER SCRAP GRADE MATERIAL CODE: '                  PGM186
013100     ACCEPT WS-ENT-MATL-CD                                        PGM186
013200     DISPLAY 'ENTER USER ID: '                                    PGM186
013300     ACCEPT WS-ENT-USER                                           PGM186
013400     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM186
013500     EVALUATE TRUE                                                PGM186
013600         WHEN WS-ENT-MATL-CD = SPACES                             PGM186
013700             OR WS-ENT-USER = SPACES                              PGM186
013800             DISPLAY 'SCRAP MATERIAL AND USER REQUIRED'           PGM186
013900         WHEN WS-ENT-LINE-CD = SPACES                             PGM186
014000             AND WS-ENT-PRODUCT-CD NOT = SPACES                   PGM186
014100             DISPLAY 'PRODUCT ROUTING NEEDS A LINE CODE'          PGM186
014200         WHEN OTHER                                               PGM186
014300             PERFORM 2210-VALIDATE-SCRAP-MATL                     PGM186
014400     END-EVALUATE                                                 PGM186
014500     IF WS-FIELDS-VALID                                           PGM186
014600         PERFORM 2250-WRITE-ROUTING                               PGM186
014700     ELSE                                                         PGM186
014800         DISPLAY 'ROUTING REJECTED - CHECK FIELDS'                PGM186
014900     END-IF.                                                      PGM186
015000*                                                                 PGM186
015100 2210-VALIDATE-SCRAP-MATL.                                        PGM186
015200     MOVE WS-ENT-MATL-CD TO RM-MATL-CD                            PGM186
015300     READ RM-MASTER-FILE                                          PGM186
015400         INVALID KEY                                              PGM186
015500             DISPLAY 'MATERIAL NOT ON RM MASTER: ' WS-ENT-MATL-CD PGM186
015600         NOT INVALID KEY                                          PGM186
015700             IF RM-SCRAP AND RM-ACTIVE                            PGM186
015800                 SET WS-FIELDS-VALID TO TRUE                      PGM186
015900             ELSE                                                 PGM186
016000                 DISPLAY 'MATERIAL IS NOT AN ACTIVE SCRAP GRADE: 'PGM186
016100                         RM-CATEGORY ' ' RM-STATUS                PGM186
016200             END-IF                                               PGM186
016300     END-READ.                                                    PGM186
016400*                                                                 PGM186
016500 2250-WRITE-ROUTING.                                              PGM186
016600     IF WS-SCGR-NOT-FOUND                                         PGM186
016700         INITIALIZE SCRAP-GRADE-REC                               PGM186
016800         MOVE WS-ENT-LINE-CD    TO SG-LINE-CD                     PGM186
016900         MOVE WS-ENT-PRODUCT-CD TO SG-PRODUCT-CD                  PGM186
017000     END-IF                                                       PGM186
017100     MOVE WS-ENT-MATL-CD TO SG-SCRAP-MATL-CD                      PGM186
017200     MOVE WS-ENT-USER    TO SG-REG-USER                           PGM186
017300     MOVE WS-TODAY       TO SG-LAST-UPD-DATE                      PGM186
017400     SET SG-ACTIVE       TO TRUE                                  PGM186
017500     IF WS-SCGR-FOUND                                             PGM186
017600         REWRITE SCRAP-GRADE-REC                                  PGM186
017700             INVALID KEY                                          PGM186
017800                 DISPLAY 'ROUTING REWRITE ERROR: '                PGM186
017900                         WS-FILE-STATUS                           PGM186
018000         END-REWRITE                                              PGM186
018100         DISPLAY 'ROUTING CHANGED'                                PGM186
018200     ELSE                                                         PGM186
018300         WRITE SCRAP-GRADE-REC                                    PGM186
018400             INVALID KEY                                          PGM186
018500                 DISPLAY 'ROUTING WRITE ERROR: '                  PGM186
018600                         WS-FILE-STATUS                           PGM186
018700         END-WRITE                                                PGM186
018800         DISPLAY 'ROUTING ADDED'                                  PGM186
018900     END-IF.                                                      PGM186
019000*                                                                 PGM186
019100 2300-DEACTIVATE-ROUTING.                                         PGM186
019200     IF WS-SCGR-NOT-FOUND                                         PGM186
019300         DISPLAY 'ROUTING NOT FOUND'                              PGM186
019400     ELSE                                                         PGM186
019500         SET SG-INACTIVE TO TRUE                                  PGM186
019600         MOVE WS-TODAY TO SG-LAST-UPD-DATE                        PGM186
019700         REWRITE SCRAP-GRADE-REC                                  PGM186
019800         DISPLAY 'ROUTING DEACTIVATED'                            PGM186
019900     END-IF.                                                      PGM186
020000*                                                                 PGM186
020100* 한 라인의 기본값과 제품별 배정을 키 순서로 보여준다.                                  PGM186
020200 2400-LIST-ROUTINGS.                                              PGM186
020300     DISPLAY 'ENTER LINE CODE (BLANK=ALL LINES): '                PGM186
020400     ACCEPT WS-ENT-LINE-CD                                        PGM186
020500     MOVE ZEROS TO WS-LIST-CNT                                    PGM186
020600     MOVE 'N' TO WS-SG-EOF-FLAG                                   PGM186
020700     MOVE WS-ENT-LINE-CD TO SG-LINE-CD                            PGM186
020800     MOVE LOW-VALUES     TO SG-PRODUCT-CD                         PGM186
020900     START SCRAP-GRADE-FILE KEY >= SG-KEY                         PGM186
021000         INVALID KEY                                              PGM186
021100             SET WS-SG-EOF TO TRUE                                PGM186
021200     END-START                                                    PGM186
021300     PERFORM 2410-LIST-ONE-ROUTING                                PGM186
021400         UNTIL WS-SG-EOF                                          PGM186
021500     IF WS-LIST-CNT = 0                                           PGM186
021600         DISPLAY 'NO ROUTINGS FOR LINE ' WS-ENT-LINE-CD           PGM186
021700     ELSE                                                         PGM186
021800         DISPLAY WS-LIST-CNT ' ROUTINGS LISTED'                   PGM186
021900     END-IF.                                                      PGM186
022000*                                                                 PGM186
022100 2410-LIST-ONE-ROUTING.                                           PGM186
022200     READ SCRAP-GRADE-FILE NEXT RECORD                            PGM186
022300         AT END                                                   PGM186
022400             SET WS-SG-EOF TO TRUE                                PGM186
022500         NOT AT END                                               PGM186
022600             IF SG-LINE-CD NOT = WS-ENT-LINE-CD                   PGM186
022700                 SET WS-SG-EOF TO TRUE                            PGM186
022800             ELSE                                                 PGM186
022900                 DISPLAY '  PRODUCT ' SG-PRODUCT-CD               PGM186
023000                         ' SCRAP MATL ' SG-SCRAP-MATL-CD          PGM186
023100                         ' STATUS ' SG-STATUS-CD                  PGM186
023200                 ADD 1 TO WS-LIST-CNT                             PGM186
023300             END-IF                                               PGM186
023400     END-READ.                                                    PGM186
023500*                                                                 PGM186
023600 9000-FINALIZE.                                                   PGM186
023700     CLOSE SCRAP-GRADE-FILE                                       PGM186
023800     CLOSE RM-MASTER-FILE                                         PGM186
023900     DISPLAY 'PGM186 - SCRAP GRADE ROUTING SESSION ENDED'.        PGM186
024000*                                                                 PGM186
024100 9750-DIAGNOSE-FILE-STATUS.                                       PGM186
024200     EVALUATE WS-ABEND-STATUS                                     PGM186
024300         WHEN '10'                                                PGM186
024400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM186
024500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM186
024600         WHEN '23'                                                PGM186
024700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM186
024800             DISPLAY '  AND RETRY THE REQUEST'                    PGM186
024900         WHEN '35'                                                PGM186
025000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM186
025100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM186
025200         WHEN '37'                                                PGM186
025300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM186
025400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM186
025500         WHEN '39'                                                PGM186
025600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM186
025700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM186
025800         WHEN '41'                                                PGM186
025900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM186
026000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM186
026100         WHEN '42'                                                PGM186
026200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM186
026300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM186
026400         WHEN '46'                                                PGM186
026500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM186
026600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM186
026700         WHEN OTHER                                               PGM186
026800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM186
026900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM186
027000     END-EVALUATE.                                                PGM186
027100*                                                                 PGM186
027200 9900-ABNORMAL-END.                                               PGM186
027300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM186
027400     DISPLAY 'PGM186 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM186
027500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM186
027600     STOP RUN.                                                    PGM186
027700                                                                  PGM186
