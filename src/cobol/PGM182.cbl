000100 IDENTIFICATION DIVISION.                                         PGM182
000200 PROGRAM-ID.    PGM182.                                           PGM182
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM182
000400*                                                                 PGM182
000500* =========================================================       PGM182
000600* 프로그램명: 품종 교체 매트릭스 등록/조회                                         PGM182
000700* 처리내용  : 라인별 앞 제품(FROM) -> 다음 제품(TO) 교체의                         PGM182
000800*            셋업 시간(분)과 예상 전환손실 수량을 교체                             PGM182
000900*            매트릭스(CPYCHGO)에 등록/변경/중지하고, 한 제품                      PGM182
001000*            에서 나가는 교체 목록을 조회한다. 라인 공백은                           PGM182
001100*            전 라인 공통값이다. 일일 투입순서 편성(PGM183)이                      PGM182
001200*            이 값으로 교체 합계가 최소인 순서를 정한다.                            PGM182
001300* =========================================================       PGM182
001400*                                                                 PGM182
001500 ENVIRONMENT DIVISION.                                            PGM182
001600 CONFIGURATION SECTION.                                           PGM182
001700 INPUT-OUTPUT SECTION.                                            PGM182
001800 FILE-CONTROL.                                                    PGM182
001900     SELECT CHANGEOVER-FILE                                       PGM182
002000         ASSIGN TO CHGOVER                                        PGM182
002100         ORGANIZATION IS INDEXED                                  PGM182
002200         ACCESS MODE IS DYNAMIC                                   PGM182
002300         RECORD KEY IS CG-KEY                                     PGM182
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM182
002500*                                                                 PGM182
002600 DATA DIVISION.                                                   PGM182
002700 FILE SECTION.                                                    PGM182
002800 FD  CHANGEOVER-FILE.                                             PGM182
002900 01  CHANGEOVER-REC.                                              PGM182
003000     COPY CPYCHGO.                                                PGM182
003100*                                                                 PGM182
003200 WORKING-STORAGE SECTION.                                         PGM182
003300 01  WS-FILE-STATUS         PIC XX.                               PGM182
003400 01  WS-ABEND-STATUS        PIC XX.                               PGM182
003500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM182
003600     88 WS-EXIT             VALUE 'Y'.                            PGM182
003700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM182
003800     88 WS-MAINT-ACTION     VALUE 'A' 'a'.                        PGM182
003900     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM182
004000     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM182
004100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM182
004200 01  WS-CHGO-FOUND-FLAG     PIC X VALUE 'N'.                      PGM182
004300     88 WS-CHGO-FOUND       VALUE 'Y'.                            PGM182
004400     88 WS-CHGO-NOT-FOUND   VALUE 'N'.                            PGM182
004500 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM182
004600     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM182
004700 01  WS-CG-EOF-FLAG         PIC X VALUE 'N'.                      PGM182
004800     88 WS-CG-EOF           VALUE 'Y'.                            PGM182
004900 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM182
005000 01  WS-ENT-LINE-CD         PIC X(10).                            PGM182
005100 01  WS-ENT-FROM-PRODUCT    PIC X(15).                            PGM182
005200 01  WS-ENT-TO-PRODUCT      PIC X(15).                            PGM182
005300 01  WS-ENT-SETUP-MIN       PIC 9(04).                            PGM182
005400 01  WS-ENT-LOSS-QTY        PIC S9(3)V99.                         PGM182
005500 01  WS-ENT-USER            PIC X(10).                            PGM182
005600 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM182
005700*                                                                 PGM182
005800 PROCEDURE DIVISION.                                              PGM182
005900*                                                                 PGM182
006000 0000-MAIN-PROCESS.                                               PGM182
006100     PERFORM 1000-INITIALIZE                                      PGM182
006200     PERFORM 2000-PROCESS-MAINTENANCE                             PGM182
006300         UNTIL WS-EXIT                                            PGM182
006400     PERFORM 9000-FINALIZE                                        PGM182
006500     STOP RUN.                                                    PGM182
006600*                                                                 PGM182
006700 1000-INITIALIZE.                                                 PGM182
006800     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM182
006900     OPEN I-O CHANGEOVER-FILE                                     PGM182
007000     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM182
007100         DISPLAY 'CHANGEOVER MATRIX OPEN ERROR: ' WS-FILE-STATUS  PGM182
007200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM182
007300         PERFORM 9900-ABNORMAL-END                                PGM182
007400     END-IF.                                                      PGM182
007500*                                                                 PGM182
007600 2000-PROCESS-MAINTENANCE.                                        PGM182
007700     DISPLAY ' '                                                  PGM182
007800     DISPLAY '=== GRADE CHANGEOVER MATRIX MAINTENANCE ==='        PGM182
007900     DISPLAY 'A=ADD/CHANGE  D=DEACTIVATE  L=LIST FROM PRODUCT'    PGM182
008000     DISPLAY 'E=EXIT'                                             PGM182
008100     ACCEPT WS-ACTION-CHOICE                                      PGM182
008200     EVALUATE TRUE                                                PGM182
008300         WHEN WS-EXIT-CHOICE                                      PGM182
008400             SET WS-EXIT TO TRUE                                  PGM182
008500         WHEN WS-MAINT-ACTION                                     PGM182
008600             PERFORM 2100-LOCATE-CHANGEOVER                       PGM182
008700             PERFORM 2200-MAINTAIN-CHANGEOVER                     PGM182
008800         WHEN WS-DEACT-ACTION                                     PGM182
008900             PERFORM 2100-LOCATE-CHANGEOVER                       PGM182
009000             PERFORM 2300-DEACTIVATE-CHANGEOVER                   PGM182
009100         WHEN WS-LIST-ACTION                                      PGM182
009200             PERFORM 2400-LIST-CHANGEOVERS                        PGM182
009300         WHEN OTHER                                               PGM182
009400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM182
009500     END-EVALUATE.                                                PGM182
009600*                                                                 PGM182
009700 2100-LOCATE-CHANGEOVER.                                          PGM182
009800     DISPLAY 'ENTER LINE CODE (BLANK=ALL LINES): '                PGM182
009900     ACCEPT WS-ENT-LINE-CD                                        PGM182
010000     DISPLAY 'ENTER FROM PRODUCT: '                               PGM182
010100     ACCEPT WS-ENT-FROM-PRODUCT                                   PGM182
010200     DISPLAY 'ENTER TO PRODUCT: '                                 PGM182
010300     ACCEPT WS-ENT-TO-PRODUCT                                     PGM182
010400     MOVE WS-ENT-LINE-CD      TO CG-LINE-CD                       PGM182
010500     MOVE WS-ENT-FROM-PRODUCT TO CG-FROM-PRODUCT                  PGM182
010600     MOVE WS-ENT-TO-PRODUCT   TO CG-TO-PRODUCT                    PGM182
010700     READ CHANGEOVER-FILE                                         PGM182
010800         INVALID KEY                                              PGM182
010900             SET WS-CHGO-NOT-FOUND TO TRUE                        PGM182
011000         NOT INVALID KEY                                          PGM182
011100             SET WS-CHGO-FOUND TO TRUE                            PGM182
011200             DISPLAY 'CURRENT SETUP MIN ' CG-SETUP-MINUTES        PGM182
011300                     ' LOSS QTY ' CG-LOSS-QTY                     PGM182
011400                     ' STATUS ' CG-STATUS-CD                      PGM182
011500     END-READ.                                                    PGM182
011600*                                                                 PGM182
011700* 교체 등록/변경. 같은 제품끼리는 교체가 아니므로 받지 않는다.                             PGM182
011800 2200-MAINTAIN-CHANGEOVER.                                        PGM182
011900     DISPLAY 'ENTER SETUP MINUTES: '                              PGM182
012000     ACCEPT WS-ENT-SETUP-MIN                                      PGM182
012100     DISPLAY 'ENTER EXPECTED TRANSITION LOSS QTY: '               PGM182
012200     ACCEPT WS-ENT-LOSS-QTY                                       PGM182
012300     DISPLAY 'ENTER USER ID: '                                    PGM182
012400     ACCEPT WS-ENT-USER                                           PGM182
012500     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM182
012600     EVALUATE TRUE                                                PGM182
012700         WHEN WS-ENT-FROM-PRODUCT = SPACES                        PGM182
012800             OR WS-ENT-TO-PRODUCT = SPACES                        PGM182
012900             OR WS-ENT-USER = SPACES                              PGM182
013000             DISPLAY 'FROM/TO PRODUCT AND USER REQUIRED'          PGM182
013100         WHEN WS-ENT-FROM-PRODUCT = WS-ENT-TO-PRODUCT             PGM182
013200             DISPLAY 'FROM AND TO PRODUCT ARE THE SAME'           PGM182
013300         WHEN WS-ENT-SETUP-MIN NOT NUMERIC                        PGM182
013400             DISPLAY 'SETUP MINUTES INVALID'                      PGM182
013500         WHEN WS-ENT-LOSS-QTY < 0                                 PGM182
013600             DISPLAY 'LOSS QTY MUST NOT BE NEGATIVE'              PGM182
013700         WHEN OTHER                                               PGM182
013800             SET WS-FIELDS-VALID TO TRUE                          PGM182
013900     END-EVALUATE                                                 PGM182
014000     IF WS-FIELDS-VALID                                           PGM182
014100         PERFORM 2250-WRITE-CHANGEOVER                            PGM182
014200     ELSE                                                         PGM182
014300         DISPLAY 'CHANGEOVER REJECTED - CHECK FIELDS'             PGM182
014400     END-IF.                                                      PGM182
014500*                                                                 PGM182
014600 2250-WRITE-CHANGEOVER.                                           PGM182
014700     IF WS-CHGO-NOT-FOUND                                         PGM182
014800         INITIALIZE CHANGEOVER-REC                                PGM182
014900         MOVE WS-ENT-LINE-CD      TO CG-LINE-CD                   PGM182
015000         MOVE WS-ENT-FROM-PRODUCT TO CG-FROM-PRODUCT              PGM182
015100         MOVE WS-ENT-TO-PRODUCT   TO CG-TO-PRODUCT                PGM182
015200     END-IF                                                       PGM182
015300     MOVE WS-ENT-SETUP-MIN TO CG-SETUP-MINUTES                    PGM182
015400     MOVE WS-ENT-LOSS-QTY  TO CG-LOSS-QTY                         PGM182
015500     MOVE WS-ENT-USER      TO CG-REG-USER                         PGM182
015600     MOVE WS-TODAY         TO CG-LAST-UPD-DATE                    PGM182
015700     SET CG-ACTIVE         TO TRUE                                PGM182
015800     IF WS-CHGO-FOUND                                             PGM182
015900         REWRITE CHANGEOVER-REC                                   PGM182
016000             INVALID KEY                                          PGM182
016100                 DISPLAY 'CHANGEOVER REWRITE ERROR: '             PGM182
016200                         WS-FILE-STATUS                           PGM182
016300         END-REWRITE                                              PGM182
016400         DISPLAY 'CHANGEOVER CHANGED'                             PGM182
016500     ELSE                                                         PGM182
016600         WRITE CHANGEOVER-REC                                     PGM182
016700             INVALID KEY                                          PGM182
016800                 DISPLAY 'CHANGEOVER WRITE ERROR: '               PGM182
016900                         WS-FILE-STATUS                           PGM182
017000         END-WRITE                                                PGM182
017100         DISPLAY 'CHANGEOVER ADDED'                               PGM182
017200     END-IF.                                                      PGM182
017300*                                                                 PGM182
017400 2300-DEACTIVATE-CHANGEOVER.                                      PGM182
017500     IF WS-CHGO-NOT-FOUND                                         PGM182
017600         DISPLAY 'CHANGEOVER NOT FOUND'                           PGM182
017700     ELSE                                                         PGM182
017800         SET CG-INACTIVE TO TRUE                                  PGM182
017900         MOVE WS-TODAY TO CG-LAST-UPD-DATE                        PGM182
018000         REWRITE CHANGEOVER-REC                                   PGM182
018100         DISPLAY 'CHANGEOVER DEACTIVATED'                         PGM182
018200     END-IF.                                                      PGM182
018300*                                                                 PGM182
018400* 한 라인/FROM 제품에서 나가는 교체를 키 순서로 보여준다.                              PGM182
018500 2400-LIST-CHANGEOVERS.                                           PGM182
018600     DISPLAY 'ENTER LINE CODE (BLANK=ALL LINES): '                PGM182
018700     ACCEPT WS-ENT-LINE-CD                                        PGM182
018800     DISPLAY 'ENTER FROM PRODUCT: '                               PGM182
018900     ACCEPT WS-ENT-FROM-PRODUCT                                   PGM182
019000     MOVE ZEROS TO WS-LIST-CNT                                    PGM182
019100     MOVE 'N' TO WS-CG-EOF-FLAG                                   PGM182
019200     MOVE WS-ENT-LINE-CD      TO CG-LINE-CD                       PGM182
019300     MOVE WS-ENT-FROM-PRODUCT TO CG-FROM-PRODUCT                  PGM182
019400     MOVE LOW-VALUES          TO CG-TO-PRODUCT                    PGM182
019500     START CHANGEOVER-FILE KEY >= CG-KEY                          PGM182
019600         INVALID KEY                                              PGM182
019700             SET WS-CG-EOF TO TRUE                                PGM182
019800     END-START                                                    PGM182
019900     PERFORM 2410-LIST-ONE-CHANGEOVER                             PGM182
020000         UNTIL WS-CG-EOF                                          PGM182
020100     IF WS-LIST-CNT = 0                                           PGM182
020200         DISPLAY 'NO CHANGEOVERS FROM ' WS-ENT-FROM-PRODUCT       PGM182
020300     ELSE                                                         PGM182
020400         DISPLAY WS-LIST-CNT ' CHANGEOVERS LISTED'                PGM182
020500     END-IF.                                                      PGM182
020600*                                                                 PGM182
020700 2410-LIST-ONE-CHANGEOVER.                                        PGM182
020800     READ CHANGEOVER-FILE NEXT RECORD                             PGM182
020900         AT END                                                   PGM182
021000             SET WS-CG-EOF TO TRUE                                PGM182
021100         NOT AT END                                               PGM182
021200             IF CG-LINE-CD NOT = WS-ENT-LINE-CD                   PGM182
021300                 OR CG-FROM-PRODUCT NOT = WS-ENT-FROM-PRODUCT     PGM182
021400                 SET WS-CG-EOF TO TRUE                            PGM182
021500             ELSE                                                 PGM182
021600                 DISPLAY '  TO ' CG-TO-PRODUCT                    PGM182
021700                         ' SETUP MIN ' CG-SETUP-MINUTES           PGM182
021800                         ' LOSS ' CG-LOSS-QTY                     PGM182
021900                         ' STATUS ' CG-STATUS-CD                  PGM182
022000                 ADD 1 TO WS-LIST-CNT                             PGM182
022100             END-IF                                               PGM182
022200     END-READ.                                                    PGM182
022300*                                                                 PGM182
022400 9000-FINALIZE.                                                   PGM182
022500     CLOSE CHANGEOVER-FILE                                        PGM182
022600     DISPLAY 'PGM182 - CHANGEOVER MATRIX SESSION ENDED'.          PGM182
022700*                                                                 PGM182
022800 9750-DIAGNOSE-FILE-STATUS.                                       PGM182
022900     EVALUATE WS-ABEND-STATUS                                     PGM182
023000         WHEN '10'                                                PGM182
023100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM182
023200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM182
023300         WHEN '23'                                                PGM182
023400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM182
023500             DISPLAY '  AND RETRY THE REQUEST'                    PGM182
023600         WHEN '35'                                                PGM182
023700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM182
023800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM182
023900         WHEN '37'                                                PGM182
024000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM182
024100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM182
024200         WHEN '39'                                                PGM182
024300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM182
024400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM182
024500         WHEN '41'                                                PGM182
024600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM182
024700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM182
024800         WHEN '42'                                                PGM182
024900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM182
025000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM182
025100         WHEN '46'                                                PGM182
025200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM182
025300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM182
025400         WHEN OTHER                                               PGM182
025500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM182
025600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM182
025700     END-EVALUATE.                                                PGM182
025800*                                                                 PGM182
025900 9900-ABNORMAL-END.                                               PGM182
026000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM182
026100     DISPLAY 'PGM182 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM182
026200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM182
026300     STOP RUN.                                                    PGM182
026400                                                                  PGM182
