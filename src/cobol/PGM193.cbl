000100 IDENTIFICATION DIVISION.                                         PGM193
000200 PROGRAM-ID.    PGM193.                                           PGM193
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM193
000400*                                                                 PGM193
000500* =========================================================       PGM193
000600* 프로그램명: 원자재 성분분석 등록/변경                                           PGM193
000700* 처리내용  : 자재별 대표 성분분석치(FE/SIO2/AL2O3/CAO/MGO/                     PGM193
000800*            P 건량 %, 수분 %)와 배합 상한 원단위를 성분분석                       PGM193
000900*            마스터(CPYRMAN)에 등록/정정/사용중지한다. 자재는                      PGM193
001000*            원자재 마스터에 있어야 하고 시료일자는 DATECHK                        PGM193
001100*            로 검증한다. 최소원가 장입배합 계산(PGM194)이                        PGM193
001200*            이 마스터를 쓴다.                                           PGM193
001300* =========================================================       PGM193
001400*                                                                 PGM193
001500 ENVIRONMENT DIVISION.                                            PGM193
001600 CONFIGURATION SECTION.                                           PGM193
001700 INPUT-OUTPUT SECTION.                                            PGM193
001800 FILE-CONTROL.                                                    PGM193
001900     SELECT RM-ANALYSIS-FILE                                      PGM193
002000         ASSIGN TO RMANAL                                         PGM193
002100         ORGANIZATION IS INDEXED                                  PGM193
002200         ACCESS MODE IS RANDOM                                    PGM193
002300         RECORD KEY IS AN-MATL-CD                                 PGM193
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM193
002500     SELECT RM-MASTER-FILE                                        PGM193
002600         ASSIGN TO RMMAST                                         PGM193
002700         ORGANIZATION IS INDEXED                                  PGM193
002800         ACCESS MODE IS RANDOM                                    PGM193
002900         RECORD KEY IS RM-MATL-CD                                 PGM193
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM193
003100*                                                                 PGM193
003200 DATA DIVISION.                                                   PGM193
003300 FILE SECTION.                                                    PGM193
003400 FD  RM-ANALYSIS-FILE.                                            PGM193
003500 01  RM-ANALYSIS-REC.                                             PGM193
003600     COPY CPYRMAN.                                                PGM193
003700 FD  RM-MASTER-FILE.                                              PGM193
003800 01  RM-MASTER-REC.                                               PGM193
003900     COPY CPYRMMS.                                                PGM193
004000*                                                                 PGM193
004100 WORKING-STORAGE SECTION.                                         PGM193
004200 01  WS-FILE-STATUS         PIC XX.                               PGM193
004300 01  WS-FILE-STATUS2        PIC XX.                               PGM193
004400 01  WS-ABEND-STATUS        PIC XX.                               PGM193
004500 01  WS-DATE-STATUS         PIC XX.                               PGM193
004600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM193
004700     88 WS-EXIT             VALUE 'Y'.                            PGM193
004800 01  WS-ACTION-CHOICE       PIC X(01).                            PGM193
004900     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM193
005000     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM193
005100     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM193
005200     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM193
005300     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM193
005400 01  WS-AN-FOUND-FLAG       PIC X VALUE 'N'.                      PGM193
005500     88 WS-AN-FOUND         VALUE 'Y'.                            PGM193
005600     88 WS-AN-NOT-FOUND     VALUE 'N'.                            PGM193
005700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM193
005800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM193
005900 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM193
006000 01  WS-ENT-MATL            PIC X(12).                            PGM193
006100 01  WS-ENT-FE              PIC 9(02)V99.                         PGM193
006200 01  WS-ENT-SIO2            PIC 9(02)V99.                         PGM193
006300 01  WS-ENT-AL2O3           PIC 9(02)V99.                         PGM193
006400 01  WS-ENT-CAO             PIC 9(02)V99.                         PGM193
006500 01  WS-ENT-MGO             PIC 9(02)V99.                         PGM193
006600 01  WS-ENT-P               PIC 9(01)V999.                        PGM193
006700 01  WS-ENT-H2O             PIC 9(02)V99.                         PGM193
006800 01  WS-ENT-MAX-KG          PIC 9(05).                            PGM193
006900 01  WS-ENT-SAMPLE-DATE     PIC 9(08).                            PGM193
007000 01  WS-ENT-USER            PIC X(10).                            PGM193
007100* 건량 성분 합계 - 철은 FE2O3 환산(X 1.43)으로 더한다                            PGM193
007200 01  WS-ANAL-SUM            PIC 9(03)V99 VALUE ZEROS.             PGM193
007300 01  WS-ANAL-SUM-MAX        PIC 9(03)V99 VALUE 100.50.            PGM193
007400 01  WS-H2O-MAX             PIC 9(02)V99 VALUE 25.00.             PGM193
007500*                                                                 PGM193
007600 PROCEDURE DIVISION.                                              PGM193
007700*                                                                 PGM193
007800 0000-MAIN-PROCESS.                                               PGM193
007900     PERFORM 1000-INITIALIZE                                      PGM193
008000     PERFORM 2000-PROCESS-MAINTENANCE                             PGM193
008100         UNTIL WS-EXIT                                            PGM193
008200     PERFORM 9000-FINALIZE                                        PGM193
008300     STOP RUN.                                                    PGM193
008400*                                                                 PGM193
008500 1000-INITIALIZE.                                                 PGM193
008600     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM193
008700     OPEN I-O RM-ANALYSIS-FILE                                    PGM193
008800     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM193
008900         DISPLAY 'RM ANALYSIS OPEN ERROR: ' WS-FILE-STATUS        PGM193
009000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM193
009100         PERFORM 9900-ABNORMAL-END                                PGM193
009200     END-IF                                                       PGM193
009300     OPEN INPUT RM-MASTER-FILE                                    PGM193
009400     IF WS-FILE-STATUS2 NOT = '00'                                PGM193
009500         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM193
009600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM193
009700         PERFORM 9900-ABNORMAL-END                                PGM193
009800     END-IF.                                                      PGM193
009900*                                                                 PGM193
010000 2000-PROCESS-MAINTENANCE.                                        PGM193
010100     DISPLAY ' '                                                  PGM193
010200     DISPLAY '=== RAW MATERIAL ANALYSIS MAINTENANCE ==='          PGM193
010300     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE  I=INQUIRE  E=EXIT'   PGM193
010400     ACCEPT WS-ACTION-CHOICE                                      PGM193
010500     EVALUATE TRUE                                                PGM193
010600         WHEN WS-EXIT-CHOICE                                      PGM193
010700             SET WS-EXIT TO TRUE                                  PGM193
010800         WHEN WS-ADD-ACTION                                       PGM193
010900             PERFORM 2100-LOCATE-ANALYSIS                         PGM193
011000             PERFORM 2200-ADD-ANALYSIS                            PGM193
011100         WHEN WS-CHANGE-ACTION                                    PGM193
011200             PERFORM 2100-LOCATE-ANALYSIS                         PGM193
011300             PERFORM 2300-CHANGE-ANALYSIS                         PGM193
011400         WHEN WS-DEACT-ACTION                                     PGM193
011500             PERFORM 2100-LOCATE-ANALYSIS                         PGM193
011600             PERFORM 2400-DEACTIVATE-ANALYSIS                     PGM193
011700         WHEN WS-INQUIRE-ACTION                                   PGM193
011800             PERFORM 2100-LOCATE-ANALYSIS                         PGM193
011900             PERFORM 2600-SHOW-ANALYSIS                           PGM193
012000         WHEN OTHER                                               PGM193
012100             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM193
012200     END-EVALUATE.                                                PGM193
012300*                                                                 PGM193
012400 2100-LOCATE-ANALYSIS.                                            PGM193
012500     DISPLAY 'ENTER MATERIAL CODE: '                              PGM193
012600     ACCEPT WS-ENT-MATL                                           PGM193
012700     MOVE WS-ENT-MATL TO AN-MATL-CD                               PGM193
012800     READ RM-ANALYSIS-FILE                                        PGM193
012900         INVALID KEY                                              PGM193
013000             SET WS-AN-NOT-FOUND TO TRUE                          PGM193
013100         NOT INVALID KEY                                          PGM193
013200             SET WS-AN-FOUND TO TRUE                              PGM193
013300     END-READ.                                                    PGM193
013400*                                                                 PGM193
013500 2200-ADD-ANALYSIS.                                               PGM193
013600     IF WS-AN-FOUND                                               PGM193
013700         DISPLAY 'ANALYSIS ALREADY EXISTS - USE CHANGE'           PGM193
013800     ELSE                                                         PGM193
013900         MOVE WS-ENT-MATL TO RM-MATL-CD                           PGM193
014000         READ RM-MASTER-FILE                                      PGM193
014100             INVALID KEY                                          PGM193
014200                 DISPLAY 'MATERIAL NOT ON RAW MATERIAL MASTER'    PGM193
014300             NOT INVALID KEY                                      PGM193
014400                 PERFORM 2500-ENTER-ANALYSIS-FIELDS               PGM193
014500                 IF WS-FIELDS-VALID                               PGM193
014600                     INITIALIZE RM-ANALYSIS-REC                   PGM193
014700                     MOVE WS-ENT-MATL TO AN-MATL-CD               PGM193
014800                     PERFORM 2550-MOVE-ANALYSIS-FIELDS            PGM193
014900                     WRITE RM-ANALYSIS-REC                        PGM193
015000                         INVALID KEY                              PGM193
015100                             DISPLAY 'ANALYSIS WRITE ERROR: '     PGM193
015200                                     WS-FILE-STATUS               PGM193
015300                         NOT INVALID KEY                          PGM193
015400                             DISPLAY 'ANALYSIS ADDED: '           PGM193
015500                                     WS-ENT-MATL                  PGM193
015600                     END-WRITE                                    PGM193
015700                 ELSE                                             PGM193
015800                     DISPLAY 'ANALYSIS REJECTED - CHECK FIELDS'   PGM193
015900                 END-IF                                           PGM193
016000         END-READ                                                 PGM193
016100     END-IF.                                                      PGM193
016200*                                                                 PGM193
016300 2300-CHANGE-ANALYSIS.                                            PGM193
016400     IF WS-AN-NOT-FOUND                                           PGM193
016500         DISPLAY 'ANALYSIS NOT FOUND'                             PGM193
016600     ELSE                                                         PGM193
016700         PERFORM 2600-SHOW-ANALYSIS                               PGM193
016800         PERFORM 2500-ENTER-ANALYSIS-FIELDS                       PGM193
016900         IF WS-FIELDS-VALID                                       PGM193
017000             PERFORM 2550-MOVE-ANALYSIS-FIELDS                    PGM193
017100             REWRITE RM-ANALYSIS-REC                              PGM193
017200                 INVALID KEY                                      PGM193
017300                     DISPLAY 'ANALYSIS REWRITE ERROR: '           PGM193
017400                             WS-FILE-STATUS                       PGM193
017500             END-REWRITE                                          PGM193
017600             DISPLAY 'ANALYSIS CHANGED'                           PGM193
017700         ELSE                                                     PGM193
017800             DISPLAY 'ANALYSIS ENTRY REJECTED - CHECK FIELDS'     PGM193
017900         END-IF                                                   PGM193
018000     END-IF.                                                      PGM193
018100*                                                                 PGM193
018200 2400-DEACTIVATE-ANALYSIS.                                        PGM193
018300     IF WS-AN-NOT-FOUND                                           PGM193
018400         DISPLAY 'ANALYSIS NOT FOUND'                             PGM193
018500     ELSE                                                         PGM193
018600         DISPLAY 'ENTER USER ID: '                                PGM193
018700         ACCEPT WS-ENT-USER                                       PGM193
018800         IF WS-ENT-USER = SPACES                                  PGM193
018900             DISPLAY 'USER ID REQUIRED'                           PGM193
019000         ELSE                                                     PGM193
019100             SET AN-INACTIVE    TO TRUE                           PGM193
019200             MOVE WS-ENT-USER   TO AN-ENTERED-BY                  PGM193
019300             MOVE WS-TODAY      TO AN-LAST-UPD-DATE               PGM193
019400             REWRITE RM-ANALYSIS-REC                              PGM193
019500                 INVALID KEY                                      PGM193
019600                     DISPLAY 'ANALYSIS REWRITE ERROR: '           PGM193
019700                             WS-FILE-STATUS                       PGM193
019800             END-REWRITE                                          PGM193
019900             DISPLAY 'ANALYSIS DEACTIVATED'                       PGM193
020000         END-IF                                                   PGM193
020100     END-IF.                                                      PGM193
020200*                                                                 PGM193
020300* 성분 합계(FE 는 FE2O3 환산)가 100% 를 넘거나 수분이                            PGM193
020400* 지나치면 입력 오류로 본다.                                                 PGM193
020500 2500-ENTER-ANALYSIS-FIELDS.                                      PGM193
020600     DISPLAY 'ENTER FE % (DRY): '                                 PGM193
020700     ACCEPT WS-ENT-FE                                             PGM193
020800     DISPLAY 'ENTER SIO2 % (DRY): '                               PGM193
020900     ACCEPT WS-ENT-SIO2                                           PGM193
021000     DISPLAY 'ENTER AL2O3 % (DRY): '                              PGM193
021100     ACCEPT WS-ENT-AL2O3                                          PGM193
021200     DISPLAY 'ENTER CAO % (DRY): '                                PGM193
021300     ACCEPT WS-ENT-CAO                                            PGM193
021400     DISPLAY 'ENTER MGO % (DRY): '                                PGM193
021500     ACCEPT WS-ENT-MGO                                            PGM193
021600     DISPLAY 'ENTER P % (DRY): '                                  PGM193
021700     ACCEPT WS-ENT-P                                              PGM193
021800     DISPLAY 'ENTER MOISTURE % (AS RECEIVED): '                   PGM193
021900     ACCEPT WS-ENT-H2O                                            PGM193
022000     DISPLAY 'ENTER MAX KG/THM IN MIX (0=NO LIMIT): '             PGM193
022100     ACCEPT WS-ENT-MAX-KG                                         PGM193
022200     DISPLAY 'ENTER SAMPLE DATE (YYYYMMDD): '                     PGM193
022300     ACCEPT WS-ENT-SAMPLE-DATE                                    PGM193
022400     DISPLAY 'ENTER USER ID: '                                    PGM193
022500     ACCEPT WS-ENT-USER                                           PGM193
022600     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM193
022700     COMPUTE WS-ANAL-SUM ROUNDED =                                PGM193
022800         WS-ENT-FE * 1.43 + WS-ENT-SIO2 + WS-ENT-AL2O3            PGM193
022900         + WS-ENT-CAO + WS-ENT-MGO + WS-ENT-P                     PGM193
023000     CALL 'DATECHK' USING WS-ENT-SAMPLE-DATE WS-DATE-STATUS       PGM193
023100     EVALUATE TRUE                                                PGM193
023200         WHEN WS-ANAL-SUM > WS-ANAL-SUM-MAX                       PGM193
023300             DISPLAY 'ANALYSIS TOTALS OVER 100 PCT: ' WS-ANAL-SUM PGM193
023400         WHEN WS-ENT-H2O > WS-H2O-MAX                             PGM193
023500             DISPLAY 'MOISTURE OVER ' WS-H2O-MAX ' PCT'           PGM193
023600         WHEN WS-DATE-STATUS NOT = '00'                           PGM193
023700             DISPLAY 'SAMPLE DATE INVALID'                        PGM193
023800         WHEN WS-ENT-SAMPLE-DATE > WS-TODAY                       PGM193
023900             DISPLAY 'SAMPLE DATE IS IN THE FUTURE'               PGM193
024000         WHEN WS-ENT-USER = SPACES                                PGM193
024100             DISPLAY 'USER ID REQUIRED'                           PGM193
024200         WHEN OTHER                                               PGM193
024300             SET WS-FIELDS-VALID TO TRUE                          PGM193
024400     END-EVALUATE.                                                PGM193
024500*                                                                 PGM193
024600 2550-MOVE-ANALYSIS-FIELDS.                                       PGM193
024700     MOVE WS-ENT-FE          TO AN-FE-PCT                         PGM193
024800     MOVE WS-ENT-SIO2        TO AN-SIO2-PCT                       PGM193
024900     MOVE WS-ENT-AL2O3       TO AN-AL2O3-PCT                      PGM193
025000     MOVE WS-ENT-CAO         TO AN-CAO-PCT                        PGM193
025100     MOVE WS-ENT-MGO         TO AN-MGO-PCT                        PGM193
025200     MOVE WS-ENT-P           TO AN-P-PCT                          PGM193
025300     MOVE WS-ENT-H2O         TO AN-H2O-PCT                        PGM193
025400     MOVE WS-ENT-MAX-KG      TO AN-MAX-KG-PER-TON                 PGM193
025500     MOVE WS-ENT-SAMPLE-DATE TO AN-SAMPLE-DATE                    PGM193
025600     MOVE WS-ENT-USER        TO AN-ENTERED-BY                     PGM193
025700     MOVE WS-TODAY           TO AN-LAST-UPD-DATE                  PGM193
025800     SET AN-ACTIVE           TO TRUE.                             PGM193
025900*                                                                 PGM193
026000 2600-SHOW-ANALYSIS.                                              PGM193
026100     IF WS-AN-NOT-FOUND                                           PGM193
026200         DISPLAY 'ANALYSIS NOT FOUND'                             PGM193
026300     ELSE                                                         PGM193
026400         DISPLAY 'MATERIAL ' AN-MATL-CD ' STATUS ' AN-STATUS-CD   PGM193
026500                 ' SAMPLE ' AN-SAMPLE-DATE                        PGM193
026600         DISPLAY '  FE ' AN-FE-PCT ' SIO2 ' AN-SIO2-PCT           PGM193
026700                 ' AL2O3 ' AN-AL2O3-PCT ' CAO ' AN-CAO-PCT        PGM193
026800                 ' MGO ' AN-MGO-PCT                               PGM193
026900         DISPLAY '  P ' AN-P-PCT ' H2O ' AN-H2O-PCT               PGM193
027000                 ' MAX KG/T ' AN-MAX-KG-PER-TON                   PGM193
027100                 ' BY ' AN-ENTERED-BY                             PGM193
027200     END-IF.                                                      PGM193
027300*                                                                 PGM193
027400 9000-FINALIZE.                                                   PGM193
027500     CLOSE RM-ANALYSIS-FILE                                       PGM193
027600     CLOSE RM-MASTER-FILE                                         PGM193
027700     DISPLAY 'PGM193 - RM ANALYSIS SESSION ENDED'.                PGM193
027800*                                                                 PGM193
027900 9750-DIAGNOSE-FILE-STATUS.                                       PGM193
028000     EVALUATE WS-ABEND-STATUS                                     PGM193
028100         WHEN '10'                                                PGM193
028200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM193
028300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM193
028400         WHEN '23'                                                PGM193
028500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM193
028600             DISPLAY '  AND RETRY THE REQUEST'                    PGM193
028700         WHEN '35'                                                PGM193
028800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM193
028900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM193
029000         WHEN '37'                                                PGM193
029100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM193
029200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM193
029300         WHEN '39'                                                PGM193
029400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM193
029500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM193
029600         WHEN '41'                                                PGM193
029700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM193
029800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM193
029900         WHEN '42'                                                PGM193
030000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM193
030100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM193
030200         WHEN '46'                                                PGM193
030300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM193
030400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM193
030500         WHEN OTHER                                               PGM193
030600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM193
030700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM193
030800     END-EVALUATE.                                                PGM193
030900*                                                                 PGM193
031000 9900-ABNORMAL-END.                                               PGM193
031100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM193
031200     DISPLAY 'PGM193 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM193
031300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM193
031400     STOP RUN.                                                    PGM193
031500                                                                  PGM193
