000100 IDENTIFICATION DIVISION.                                         PGM217
000200 PROGRAM-ID.    PGM217.                                           PGM217
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM217
000400*                                                                 PGM217
000500* =========================================================       PGM217
000600* 프로그램명: 직무분리(SoD) 충돌 검토 서명                                       PGM217
000700* 처리내용  : PGM216이 등록한 충돌 등록부(CPYSODC)의 미검토                        PGM217
000800*            건을 점검월별로 차례로 보이고, 승인권자(CPYUAUTH                      PGM217
000900*            승인 권한)가 수용(A) 또는 시정(R)으로 서명한다.                       PGM217
001000*            검토 의견은 필수이며 충돌 당사자는 본인 건을                            PGM217
001100*            서명할 수 없다. 서명은 감사 추적에 남긴다.                            PGM217
001200* =========================================================       PGM217
001300*                                                                 PGM217
001400 ENVIRONMENT DIVISION.                                            PGM217
001500 CONFIGURATION SECTION.                                           PGM217
001600 INPUT-OUTPUT SECTION.                                            PGM217
001700 FILE-CONTROL.                                                    PGM217
001800     SELECT SOD-CONFLICT-FILE                                     PGM217
001900         ASSIGN TO SODCONF                                        PGM217
002000         ORGANIZATION IS INDEXED                                  PGM217
002100         ACCESS MODE IS DYNAMIC                                   PGM217
002200         RECORD KEY IS SOD-KEY                                    PGM217
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM217
002400     SELECT USER-AUTH-FILE                                        PGM217
002500         ASSIGN TO USERAUTH                                       PGM217
002600         ORGANIZATION IS INDEXED                                  PGM217
002700         ACCESS MODE IS RANDOM                                    PGM217
002800         RECORD KEY IS UA-USER-ID                                 PGM217
002900         FILE STATUS IS WS-FILE-STATUS3.                          PGM217
003000     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM217
003100         ASSIGN TO AUDTRAIL                                       PGM217
003200         ORGANIZATION IS SEQUENTIAL                               PGM217
003300         FILE STATUS IS WS-FILE-STATUS4.                          PGM217
003400*                                                                 PGM217
003500 DATA DIVISION.                                                   PGM217
003600 FILE SECTION.                                                    PGM217
003700 FD  SOD-CONFLICT-FILE.                                           PGM217
003800 01  SOD-CONFLICT-REC.                                            PGM217
003900     COPY CPYSODC.                                                PGM217
004000 FD  USER-AUTH-FILE.                                              PGM217
004100 01  USER-AUTH-REC.                                               PGM217
004200     COPY CPYUAUTH.                                               PGM217
004300 FD  AUDIT-TRAIL-FILE.                                            PGM217
004400 01  AUDIT-TRAIL-REC.                                             PGM217
004500     COPY CPYAUDIT.                                               PGM217
004600*                                                                 PGM217
004700 WORKING-STORAGE SECTION.                                         PGM217
004800 01  WS-FILE-STATUS         PIC XX.                               PGM217
004900 01  WS-FILE-STATUS3        PIC XX.                               PGM217
005000 01  WS-FILE-STATUS4        PIC XX.                               PGM217
005100 01  WS-ABEND-STATUS        PIC XX.                               PGM217
005200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM217
005300     88 WS-EXIT             VALUE 'Y'.                            PGM217
005400 01  WS-SD-EOF-FLAG         PIC X VALUE 'N'.                      PGM217
005500     88 WS-SD-EOF           VALUE 'Y'.                            PGM217
005600 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM217
005700     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM217
005800 01  WS-AUDIT-COND          PIC X(10).                            PGM217
005900 01  WS-AUDIT-KEY1          PIC X(15).                            PGM217
006000 01  WS-AUDIT-KEY2          PIC X(15).                            PGM217
006100 01  WS-AUDIT-DESC          PIC X(40).                            PGM217
006200 01  WS-ACTION-CHOICE       PIC X(01).                            PGM217
006300     88 WS-REVIEW-ACTION    VALUE 'R' 'r'.                        PGM217
006400     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM217
006500 01  WS-DECISION            PIC X(01).                            PGM217
006600     88 WS-DECIDE-ACCEPT    VALUE 'A' 'a'.                        PGM217
006700     88 WS-DECIDE-REMEDY    VALUE 'R' 'r'.                        PGM217
006800     88 WS-DECIDE-SKIP      VALUE ' '.                            PGM217
006900     88 WS-DECIDE-QUIT      VALUE 'Q' 'q'.                        PGM217
007000 01  WS-APPROVER-FLAG       PIC X VALUE 'N'.                      PGM217
007100     88 WS-APPROVER-OK      VALUE 'Y'.                            PGM217
007200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM217
007300 01  WS-ENT-MONTH           PIC 9(06).                            PGM217
007400 01  WS-ENT-USER            PIC X(10).                            PGM217
007500 01  WS-ENT-COMMENT         PIC X(40).                            PGM217
007600 01  WS-OPEN-SHOWN-CNT      PIC 9(05) VALUE ZEROS.                PGM217
007700 01  WS-SIGNED-CNT          PIC 9(05) VALUE ZEROS.                PGM217
007800*                                                                 PGM217
007900 PROCEDURE DIVISION.                                              PGM217
008000*                                                                 PGM217
008100 0000-MAIN-PROCESS.                                               PGM217
008200     PERFORM 1000-INITIALIZE                                      PGM217
008300     PERFORM 2000-PROCESS-MENU                                    PGM217
008400         UNTIL WS-EXIT                                            PGM217
008500     PERFORM 9000-FINALIZE                                        PGM217
008600     STOP RUN.                                                    PGM217
008700*                                                                 PGM217
008800 1000-INITIALIZE.                                                 PGM217
008900     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM217
009000     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM217
009100     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM217
009200         SET WS-AUDIT-READY TO TRUE                               PGM217
009300     ELSE                                                         PGM217
009400         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS4       PGM217
009500     END-IF                                                       PGM217
009600     OPEN I-O SOD-CONFLICT-FILE                                   PGM217
009700     IF WS-FILE-STATUS NOT = '00'                                 PGM217
009800         DISPLAY 'SOD CONFLICT REGISTER OPEN ERROR: '             PGM217
009900                 WS-FILE-STATUS                                   PGM217
010000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM217
010100         PERFORM 9900-ABNORMAL-END                                PGM217
010200     END-IF                                                       PGM217
010300     OPEN INPUT USER-AUTH-FILE                                    PGM217
010400     IF WS-FILE-STATUS3 NOT = '00'                                PGM217
010500         DISPLAY 'USER AUTHORITY OPEN ERROR: ' WS-FILE-STATUS3    PGM217
010600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM217
010700         PERFORM 9900-ABNORMAL-END                                PGM217
010800     END-IF.                                                      PGM217
010900*                                                                 PGM217
011000 2000-PROCESS-MENU.                                               PGM217
011100     DISPLAY ' '                                                  PGM217
011200     DISPLAY '=== SEGREGATION OF DUTIES CONFLICT SIGN-OFF ==='    PGM217
011300     DISPLAY 'R=REVIEW MONTH  E=EXIT'                             PGM217
011400     ACCEPT WS-ACTION-CHOICE                                      PGM217
011500     EVALUATE TRUE                                                PGM217
011600         WHEN WS-EXIT-CHOICE                                      PGM217
011700             SET WS-EXIT TO TRUE                                  PGM217
011800         WHEN WS-REVIEW-ACTION                                    PGM217
011900             PERFORM 2100-REVIEW-MONTH                            PGM217
012000         WHEN OTHER                                               PGM217
012100             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM217
012200     END-EVALUATE.                                                PGM217
012300*                                                                 PGM217
012400* 검토자는 활성 사용자이며 승인 권한이 있어야 한다.                                    PGM217
012500 2100-REVIEW-MONTH.                                               PGM217
012600     DISPLAY 'ENTER REVIEW MONTH (YYYYMM): '                      PGM217
012700     ACCEPT WS-ENT-MONTH                                          PGM217
012800     DISPLAY 'ENTER REVIEWER USER ID: '                           PGM217
012900     ACCEPT WS-ENT-USER                                           PGM217
013000     PERFORM 2500-CHECK-APPROVER                                  PGM217
013100     IF WS-APPROVER-OK                                            PGM217
013200         MOVE ZEROS TO WS-OPEN-SHOWN-CNT                          PGM217
013300         MOVE ZEROS TO WS-SIGNED-CNT                              PGM217
013400         MOVE 'N' TO WS-SD-EOF-FLAG                               PGM217
013500         MOVE LOW-VALUES   TO SOD-KEY                             PGM217
013600         MOVE WS-ENT-MONTH TO SOD-REVIEW-MONTH                    PGM217
013700         START SOD-CONFLICT-FILE KEY >= SOD-KEY                   PGM217
013800             INVALID KEY                                          PGM217
013900                 SET WS-SD-EOF TO TRUE                            PGM217
014000         END-START                                                PGM217
014100         PERFORM 2200-REVIEW-ONE-CONFLICT                         PGM217
014200             UNTIL WS-SD-EOF                                      PGM217
014300         DISPLAY WS-OPEN-SHOWN-CNT ' OPEN CONFLICT(S) SHOWN, '    PGM217
014400                 WS-SIGNED-CNT ' SIGNED OFF'                      PGM217
014500     ELSE                                                         PGM217
014600         DISPLAY 'USER HAS NO APPROVAL AUTHORITY'                 PGM217
014700     END-IF.                                                      PGM217
014800*                                                                 PGM217
014900 2200-REVIEW-ONE-CONFLICT.                                        PGM217
015000     READ SOD-CONFLICT-FILE NEXT RECORD                           PGM217
015100         AT END                                                   PGM217
015200             SET WS-SD-EOF TO TRUE                                PGM217
015300         NOT AT END                                               PGM217
015400             IF SOD-REVIEW-MONTH NOT = WS-ENT-MONTH               PGM217
015500                 SET WS-SD-EOF TO TRUE                            PGM217
015600             ELSE                                                 PGM217
015700                 IF SOD-OPEN                                      PGM217
015800                     PERFORM 2300-SIGN-OFF-CONFLICT               PGM217
015900                 END-IF                                           PGM217
016000             END-IF                                               PGM217
016100     END-READ.                                                    PGM217
016200*                                                                 PGM217
016300* 서명: 수용(A)/시정(R), 공백은 건너뛰고 Q는 종료.                                PGM217
016400* 충돌 당사자는 본인 건을 서명할 수 없고 의견은 필수.                                  PGM217
016500 2300-SIGN-OFF-CONFLICT.                                          PGM217
016600     ADD 1 TO WS-OPEN-SHOWN-CNT                                   PGM217
016700     DISPLAY ' '                                                  PGM217
016800     DISPLAY SOD-RULE-CD ' USER ' SOD-USER-ID                     PGM217
016900             ' REF ' SOD-REF-KEY                                  PGM217
017000     DISPLAY '   ' SOD-FIRST-DESC ' / ' SOD-SECOND-DESC           PGM217
017100     DISPLAY '   DETECTED ' SOD-DETECT-DATE                       PGM217
017200     DISPLAY 'A=ACCEPT  R=REMEDIATED  BLANK=SKIP  Q=QUIT: '       PGM217
017300     MOVE SPACES TO WS-DECISION                                   PGM217
017400     ACCEPT WS-DECISION                                           PGM217
017500     MOVE SPACES TO WS-ENT-COMMENT                                PGM217
017600     IF WS-DECIDE-ACCEPT OR WS-DECIDE-REMEDY                      PGM217
017700         DISPLAY 'ENTER REVIEW COMMENT: '                         PGM217
017800         ACCEPT WS-ENT-COMMENT                                    PGM217
017900     END-IF                                                       PGM217
018000     EVALUATE TRUE                                                PGM217
018100         WHEN WS-DECIDE-SKIP                                      PGM217
018200             CONTINUE                                             PGM217
018300         WHEN WS-DECIDE-QUIT                                      PGM217
018400             SET WS-SD-EOF TO TRUE                                PGM217
018500         WHEN NOT WS-DECIDE-ACCEPT AND NOT WS-DECIDE-REMEDY       PGM217
018600             DISPLAY 'INVALID DECISION - CONFLICT LEFT OPEN'      PGM217
018700         WHEN WS-ENT-USER = SOD-USER-ID                           PGM217
018800             DISPLAY 'REVIEWER CANNOT SIGN OFF OWN CONFLICT'      PGM217
018900         WHEN WS-ENT-COMMENT = SPACES                             PGM217
019000             DISPLAY 'COMMENT REQUIRED - CONFLICT LEFT OPEN'      PGM217
019100         WHEN OTHER                                               PGM217
019200             IF WS-DECIDE-ACCEPT                                  PGM217
019300                 SET SOD-ACCEPTED TO TRUE                         PGM217
019400                 MOVE 'SODACPT' TO WS-AUDIT-COND                  PGM217
019500                 MOVE 'SOD CONFLICT ACCEPTED' TO WS-AUDIT-DESC    PGM217
019600             ELSE                                                 PGM217
019700                 SET SOD-REMEDIATED TO TRUE                       PGM217
019800                 MOVE 'SODREMD' TO WS-AUDIT-COND                  PGM217
019900                 MOVE 'SOD CONFLICT REMEDIATED' TO WS-AUDIT-DESC  PGM217
020000             END-IF                                               PGM217
020100             MOVE WS-ENT-USER    TO SOD-REVIEWER-ID               PGM217
020200             MOVE WS-TODAY       TO SOD-SIGNOFF-DATE              PGM217
020300             MOVE WS-ENT-COMMENT TO SOD-REVIEW-COMMENT            PGM217
020400             PERFORM 2600-REWRITE-CONFLICT                        PGM217
020500     END-EVALUATE.                                                PGM217
020600*                                                                 PGM217
020700 2500-CHECK-APPROVER.                                             PGM217
020800     MOVE 'N' TO WS-APPROVER-FLAG                                 PGM217
020900     MOVE WS-ENT-USER TO UA-USER-ID                               PGM217
021000     READ USER-AUTH-FILE                                          PGM217
021100         INVALID KEY                                              PGM217
021200             CONTINUE                                             PGM217
021300         NOT INVALID KEY                                          PGM217
021400             IF UA-ACTIVE AND UA-CAN-APPROVE                      PGM217
021500                 SET WS-APPROVER-OK TO TRUE                       PGM217
021600             END-IF                                               PGM217
021700     END-READ.                                                    PGM217
021800*                                                                 PGM217
021900 2600-REWRITE-CONFLICT.                                           PGM217
022000     REWRITE SOD-CONFLICT-REC                                     PGM217
022100         INVALID KEY                                              PGM217
022200             DISPLAY 'SOD CONFLICT REWRITE ERROR: ' WS-FILE-STATUSPGM217
022300         NOT INVALID KEY                                          PGM217
022400             ADD 1 TO WS-SIGNED-CNT                               PGM217
022500             MOVE SPACES TO WS-AUDIT-KEY1                         PGM217
022600             STRING SOD-REVIEW-MONTH ' ' SOD-RULE-CD              PGM217
022700                 DELIMITED BY SIZE INTO WS-AUDIT-KEY1             PGM217
022800             MOVE SOD-USER-ID TO WS-AUDIT-KEY2                    PGM217
022900             PERFORM 9700-WRITE-AUDIT-RECORD                      PGM217
023000             DISPLAY 'CONFLICT SIGNED OFF BY ' WS-ENT-USER        PGM217
023100     END-REWRITE.                                                 PGM217
023200*                                                                 PGM217
023300 9000-FINALIZE.                                                   PGM217
023400     CLOSE SOD-CONFLICT-FILE                                      PGM217
023500     CLOSE USER-AUTH-FILE                                         PGM217
023600     IF WS-AUDIT-READY                                            PGM217
023700         CLOSE AUDIT-TRAIL-FILE                                   PGM217
023800     END-IF                                                       PGM217
023900     DISPLAY 'PGM217 - SOD SIGN-OFF SESSION ENDED'.               PGM217
024000*                                                                 PGM217
024100 9700-WRITE-AUDIT-RECORD.                                         PGM217
024200     IF WS-AUDIT-READY                                            PGM217
024300         INITIALIZE AUDIT-TRAIL-REC                               PGM217
024400         MOVE 'PGM217'   TO AT-PROGRAM-ID                         PGM217
024500         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM217
024600         ACCEPT AT-RUN-TIME FROM TIME                             PGM217
024700         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM217
024800         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM217
024900         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM217
025000         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM217
025100         WRITE AUDIT-TRAIL-REC                                    PGM217
025200     END-IF.                                                      PGM217
025300*                                                                 PGM217
025400 9750-DIAGNOSE-FILE-STATUS.                                       PGM217
025500     EVALUATE WS-ABEND-STATUS                                     PGM217
025600         WHEN '10'                                                PGM217
025700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM217
025800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM217
025900         WHEN '23'                                                PGM217
026000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM217
026100             DISPLAY '  AND RETRY THE REQUEST'                    PGM217
026200         WHEN '35'                                                PGM217
026300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM217
026400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM217
026500         WHEN '37'                                                PGM217
026600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM217
026700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM217
026800         WHEN '39'                                                PGM217
026900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM217
027000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM217
027100         WHEN '41'                                                PGM217
027200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM217
027300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM217
027400         WHEN '42'                                                PGM217
027500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM217
027600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM217
027700         WHEN '46'                                                PGM217
027800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM217
027900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM217
028000         WHEN OTHER                                               PGM217
028100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM217
028200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM217
028300     END-EVALUATE.                                                PGM217
028400*                                                                 PGM217
028500 9900-ABNORMAL-END.                                               PGM217
028600     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM217
028700     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM217
028800     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM217
028900     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM217
029000     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM217
029100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM217
029200     DISPLAY 'PGM217 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM217
029300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM217
029400     STOP RUN.                                                    PGM217
029500                                                                  PGM217
