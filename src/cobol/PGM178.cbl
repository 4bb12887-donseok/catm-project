000100 IDENTIFICATION DIVISION.                                         PGM178
000200 PROGRAM-ID.    PGM178.                                           PGM178
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM178
000400*                                                                 PGM178
000500* =========================================================       PGM178
000600* 프로그램명: 적재 태그 스캔 예외 조회/감독자 승인                                    PGM178
000700* 처리내용  : PGM177이 기록한 적재 스캔 상태(CPYLDSC)와 예외                       PGM178
000800*            (CPYSCEX)를 적재번호로 조회한다. 차단(B) 적재는                     PGM178
000900*            승인권자(CPYUAUTH 승인 권한)가 사유를 입력해                        PGM178
001000*            출하확정을 허용(O)할 수 있으며 마지막 스캔자는                          PGM178
001100*            본인 적재를 승인할 수 없다. 승인 취소 시 다시                          PGM178
001200*            차단된다. 승인/취소는 감사 추적에 남긴다.                             PGM178
001300* =========================================================       PGM178
001400*                                                                 PGM178
001500 ENVIRONMENT DIVISION.                                            PGM178
001600 CONFIGURATION SECTION.                                           PGM178
001700 INPUT-OUTPUT SECTION.                                            PGM178
001800 FILE-CONTROL.                                                    PGM178
001900     SELECT LOAD-SCAN-FILE                                        PGM178
002000         ASSIGN TO LOADSCN                                        PGM178
002100         ORGANIZATION IS INDEXED                                  PGM178
002200         ACCESS MODE IS RANDOM                                    PGM178
002300         RECORD KEY IS LS-LOAD-NO                                 PGM178
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM178
002500     SELECT OPTIONAL SCAN-EXC-FILE                                PGM178
002600         ASSIGN TO SCANEXC                                        PGM178
002700         ORGANIZATION IS INDEXED                                  PGM178
002800         ACCESS MODE IS DYNAMIC                                   PGM178
002900         RECORD KEY IS SX-KEY                                     PGM178
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM178
003100     SELECT USER-AUTH-FILE                                        PGM178
003200         ASSIGN TO USERAUTH                                       PGM178
003300         ORGANIZATION IS INDEXED                                  PGM178
003400         ACCESS MODE IS RANDOM                                    PGM178
003500         RECORD KEY IS UA-USER-ID                                 PGM178
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM178
003700     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM178
003800         ASSIGN TO AUDTRAIL                                       PGM178
003900         ORGANIZATION IS SEQUENTIAL                               PGM178
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM178
004100*                                                                 PGM178
004200 DATA DIVISION.                                                   PGM178
004300 FILE SECTION.                                                    PGM178
004400 FD  LOAD-SCAN-FILE.                                              PGM178
004500 01  LOAD-SCAN-REC.                                               PGM178
004600     COPY CPYLDSC.                                                PGM178
004700 FD  SCAN-EXC-FILE.                                               PGM178
004800 01  SCAN-EXC-REC.                                                PGM178
004900     COPY CPYSCEX.                                                PGM178
005000 FD  USER-AUTH-FILE.                                              PGM178
005100 01  USER-AUTH-REC.                                               PGM178
005200     COPY CPYUAUTH.                                               PGM178
005300 FD  AUDIT-TRAIL-FILE.                                            PGM178
005400 01  AUDIT-TRAIL-REC.                                             PGM178
005500     COPY CPYAUDIT.                                               PGM178
005600*                                                                 PGM178
005700 WORKING-STORAGE SECTION.                                         PGM178
005800 01  WS-FILE-STATUS         PIC XX.                               PGM178
005900 01  WS-FILE-STATUS2        PIC XX.                               PGM178
006000 01  WS-FILE-STATUS3        PIC XX.                               PGM178
006100 01  WS-FILE-STATUS4        PIC XX.                               PGM178
006200 01  WS-ABEND-STATUS        PIC XX.                               PGM178
006300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM178
006400     88 WS-EXIT             VALUE 'Y'.                            PGM178
006500 01  WS-SX-READY-FLAG       PIC X VALUE 'N'.                      PGM178
006600     88 WS-SX-READY         VALUE 'Y'.                            PGM178
006700 01  WS-SX-EOF-FLAG         PIC X VALUE 'N'.                      PGM178
006800     88 WS-SX-EOF           VALUE 'Y'.                            PGM178
006900 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM178
007000     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM178
007100 01  WS-AUDIT-COND          PIC X(10).                            PGM178
007200 01  WS-AUDIT-KEY1          PIC X(15).                            PGM178
007300 01  WS-AUDIT-KEY2          PIC X(15).                            PGM178
007400 01  WS-AUDIT-DESC          PIC X(40).                            PGM178
007500 01  WS-ACTION-CHOICE       PIC X(01).                            PGM178
007600     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM178
007700     88 WS-OVERRIDE-ACTION  VALUE 'O' 'o'.                        PGM178
007800     88 WS-REVOKE-ACTION    VALUE 'R' 'r'.                        PGM178
007900     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM178
008000 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM178
008100     88 WS-FOUND            VALUE 'Y'.                            PGM178
008200 01  WS-APPROVER-FLAG       PIC X VALUE 'N'.                      PGM178
008300     88 WS-APPROVER-OK      VALUE 'Y'.                            PGM178
008400 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM178
008500 01  WS-ENT-LOAD-NO         PIC 9(12).                            PGM178
008600 01  WS-ENT-USER            PIC X(10).                            PGM178
008700 01  WS-ENT-REASON          PIC X(30).                            PGM178
008800 01  WS-EXC-COUNT           PIC 9(05) VALUE ZEROS.                PGM178
008900*                                                                 PGM178
009000 PROCEDURE DIVISION.                                              PGM178
009100*                                                                 PGM178
009200 0000-MAIN-PROCESS.                                               PGM178
009300     PERFORM 1000-INITIALIZE                                      PGM178
009400     PERFORM 2000-PROCESS-MENU                                    PGM178
009500         UNTIL WS-EXIT                                            PGM178
009600     PERFORM 9000-FINALIZE                                        PGM178
009700     STOP RUN.                                                    PGM178
009800*                                                                 PGM178
009900 1000-INITIALIZE.                                                 PGM178
010000     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM178
010100     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM178
010200     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM178
010300         SET WS-AUDIT-READY TO TRUE                               PGM178
010400     ELSE                                                         PGM178
010500         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS4       PGM178
010600     END-IF                                                       PGM178
010700     OPEN I-O LOAD-SCAN-FILE                                      PGM178
010800     IF WS-FILE-STATUS NOT = '00'                                 PGM178
010900         DISPLAY 'LOAD SCAN STATUS OPEN ERROR: ' WS-FILE-STATUS   PGM178
011000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM178
011100         PERFORM 9900-ABNORMAL-END                                PGM178
011200     END-IF                                                       PGM178
011300     OPEN INPUT USER-AUTH-FILE                                    PGM178
011400     IF WS-FILE-STATUS3 NOT = '00'                                PGM178
011500         DISPLAY 'USER AUTHORITY OPEN ERROR: ' WS-FILE-STATUS3    PGM178
011600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM178
011700         PERFORM 9900-ABNORMAL-END                                PGM178
011800     END-IF                                                       PGM178
011900     OPEN INPUT SCAN-EXC-FILE                                     PGM178
012000     IF WS-FILE-STATUS2 = '00'                                    PGM178
012100         SET WS-SX-READY TO TRUE                                  PGM178
012200     END-IF.                                                      PGM178
012300*                                                                 PGM178
012400 2000-PROCESS-MENU.                                               PGM178
012500     DISPLAY ' '                                                  PGM178
012600     DISPLAY '=== LOADING TAG SCAN EXCEPTIONS ==='                PGM178
012700     DISPLAY 'I=INQUIRE  O=OVERRIDE  R=REVOKE OVERRIDE  E=EXIT'   PGM178
012800     ACCEPT WS-ACTION-CHOICE                                      PGM178
012900     EVALUATE TRUE                                                PGM178
013000         WHEN WS-EXIT-CHOICE                                      PGM178
013100             SET WS-EXIT TO TRUE                                  PGM178
013200         WHEN WS-INQUIRE-ACTION                                   PGM178
013300             PERFORM 2100-LOCATE-LOAD                             PGM178
013400             PERFORM 2200-LIST-EXCEPTIONS                         PGM178
013500         WHEN WS-OVERRIDE-ACTION                                  PGM178
013600             PERFORM 2100-LOCATE-LOAD                             PGM178
013700             PERFORM 2300-OVERRIDE-LOAD                           PGM178
013800         WHEN WS-REVOKE-ACTION                                    PGM178
013900             PERFORM 2100-LOCATE-LOAD                             PGM178
014000             PERFORM 2400-REVOKE-OVERRIDE                         PGM178
014100         WHEN OTHER                                               PGM178
014200             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM178
014300     END-EVALUATE.                                                PGM178
014400*                                                                 PGM178
014500 2100-LOCATE-LOAD.                                                PGM178
014600     MOVE 'N' TO WS-FOUND-FLAG                                    PGM178
014700     DISPLAY 'ENTER LOAD NO: '                                    PGM178
014800     ACCEPT WS-ENT-LOAD-NO                                        PGM178
014900     MOVE WS-ENT-LOAD-NO TO LS-LOAD-NO                            PGM178
015000     READ LOAD-SCAN-FILE                                          PGM178
015100         INVALID KEY                                              PGM178
015200             DISPLAY 'LOAD NOT SCAN-VERIFIED: ' WS-ENT-LOAD-NO    PGM178
015300         NOT INVALID KEY                                          PGM178
015400             SET WS-FOUND TO TRUE                                 PGM178
015500             DISPLAY 'CUSTOMER ' LS-CUSTOMER-CD                   PGM178
015600                     ' STATUS ' LS-STATUS-CD                      PGM178
015700                     ' VERIFIED ' LS-VERIFY-DATE                  PGM178
015800                     ' SCANNED BY ' LS-SCAN-USER                  PGM178
015900             DISPLAY 'SCANS ' LS-SCAN-CNT                         PGM178
016000                     ' ALLOCATED ' LS-ALLOC-TAG-CNT               PGM178
016100                     ' MATCHED ' LS-MATCH-CNT                     PGM178
016200             DISPLAY 'WRONG CUST ' LS-WRONG-CUST-CNT              PGM178
016300                     ' WRONG PROD ' LS-WRONG-PROD-CNT             PGM178
016400                     ' HELD LOT ' LS-HELD-LOT-CNT                 PGM178
016500                     ' MISSING ' LS-MISSING-CNT                   PGM178
016600                     ' OTHER ' LS-OTHER-EXC-CNT                   PGM178
016700             IF LS-OVERRIDDEN                                     PGM178
016800                 DISPLAY 'OVERRIDDEN BY ' LS-OVR-USER             PGM178
016900                         ' ON ' LS-OVR-DATE ' - ' LS-OVR-REASON   PGM178
017000             END-IF                                               PGM178
017100     END-READ.                                                    PGM178
017200*                                                                 PGM178
017300 2200-LIST-EXCEPTIONS.                                            PGM178
017400     IF WS-FOUND AND WS-SX-READY                                  PGM178
017500         MOVE ZEROS TO WS-EXC-COUNT                               PGM178
017600         MOVE 'N' TO WS-SX-EOF-FLAG                               PGM178
017700         MOVE WS-ENT-LOAD-NO TO SX-LOAD-NO                        PGM178
017800         MOVE ZEROS          TO SX-SEQ-NO                         PGM178
017900         START SCAN-EXC-FILE KEY >= SX-KEY                        PGM178
018000             INVALID KEY                                          PGM178
018100                 SET WS-SX-EOF TO TRUE                            PGM178
018200         END-START                                                PGM178
018300         PERFORM 2210-LIST-ONE-EXCEPTION                          PGM178
018400             UNTIL WS-SX-EOF                                      PGM178
018500         DISPLAY WS-EXC-COUNT ' EXCEPTION(S) LISTED'              PGM178
018600     END-IF.                                                      PGM178
018700*                                                                 PGM178
018800 2210-LIST-ONE-EXCEPTION.                                         PGM178
018900     READ SCAN-EXC-FILE NEXT RECORD                               PGM178
019000         AT END                                                   PGM178
019100             SET WS-SX-EOF TO TRUE                                PGM178
019200         NOT AT END                                               PGM178
019300             IF SX-LOAD-NO NOT = WS-ENT-LOAD-NO                   PGM178
019400                 SET WS-SX-EOF TO TRUE                            PGM178
019500             ELSE                                                 PGM178
019600                 ADD 1 TO WS-EXC-COUNT                            PGM178
019700                 DISPLAY SX-EXC-CD ' TAG ' SX-TAG-NO              PGM178
019800                         ' LOT ' SX-LOT-NO                        PGM178
019900                         ' PROD ' SX-PRODUCT-CD                   PGM178
020000                 DISPLAY '   ORDER ' SX-ORDER-NO '-' SX-LINE-NO   PGM178
020100                         ' OTHER CUST ' SX-OTHER-CUST-CD          PGM178
020200             END-IF                                               PGM178
020300     END-READ.                                                    PGM178
020400*                                                                 PGM178
020500* 승인: 차단 적재만 대상. 승인권자는 활성 사용자이며 승인                                PGM178
020600* 권한이 있고 마지막 스캔자와 달라야 한다. 사유는 필수.                                 PGM178
020700 2300-OVERRIDE-LOAD.                                              PGM178
020800     EVALUATE TRUE                                                PGM178
020900         WHEN NOT WS-FOUND                                        PGM178
021000             CONTINUE                                             PGM178
021100         WHEN NOT LS-BLOCKED                                      PGM178
021200             DISPLAY 'LOAD IS NOT BLOCKED - NO OVERRIDE NEEDED'   PGM178
021300         WHEN OTHER                                               PGM178
021400             DISPLAY 'ENTER SUPERVISOR USER ID: '                 PGM178
021500             ACCEPT WS-ENT-USER                                   PGM178
021600             DISPLAY 'ENTER OVERRIDE REASON: '                    PGM178
021700             ACCEPT WS-ENT-REASON                                 PGM178
021800             PERFORM 2500-CHECK-APPROVER                          PGM178
021900             EVALUATE TRUE                                        PGM178
022000                 WHEN NOT WS-APPROVER-OK                          PGM178
022100                     DISPLAY 'USER HAS NO APPROVAL AUTHORITY'     PGM178
022200                 WHEN WS-ENT-USER = LS-SCAN-USER                  PGM178
022300                     DISPLAY 'SCANNING USER CANNOT OVERRIDE '     PGM178
022400                             'OWN LOAD'                           PGM178
022500                 WHEN WS-ENT-REASON = SPACES                      PGM178
022600                     DISPLAY 'OVERRIDE REASON REQUIRED'           PGM178
022700                 WHEN OTHER                                       PGM178
022800                     SET LS-OVERRIDDEN TO TRUE                    PGM178
022900                     MOVE WS-ENT-USER   TO LS-OVR-USER            PGM178
023000                     MOVE WS-TODAY      TO LS-OVR-DATE            PGM178
023100                     MOVE WS-ENT-REASON TO LS-OVR-REASON          PGM178
023200                     PERFORM 2600-REWRITE-STATUS                  PGM178
023300                     MOVE 'SCANOVR'  TO WS-AUDIT-COND             PGM178
023400                     MOVE 'SCAN OVERRIDE - SHIPMENT RELEASED'     PGM178
023500                         TO WS-AUDIT-DESC                         PGM178
023600                     PERFORM 2700-AUDIT-LOAD                      PGM178
023700                     DISPLAY 'LOAD RELEASED FOR SHIPMENT CONFIRM' PGM178
023800             END-EVALUATE                                         PGM178
023900     END-EVALUATE.                                                PGM178
024000*                                                                 PGM178
024100 2400-REVOKE-OVERRIDE.                                            PGM178
024200     EVALUATE TRUE                                                PGM178
024300         WHEN NOT WS-FOUND                                        PGM178
024400             CONTINUE                                             PGM178
024500         WHEN NOT LS-OVERRIDDEN                                   PGM178
024600             DISPLAY 'LOAD HAS NO OVERRIDE'                       PGM178
024700         WHEN OTHER                                               PGM178
024800             DISPLAY 'ENTER SUPERVISOR USER ID: '                 PGM178
024900             ACCEPT WS-ENT-USER                                   PGM178
025000             PERFORM 2500-CHECK-APPROVER                          PGM178
025100             IF WS-APPROVER-OK                                    PGM178
025200                 SET LS-BLOCKED TO TRUE                           PGM178
025300                 MOVE WS-ENT-USER TO LS-OVR-USER                  PGM178
025400                 MOVE WS-TODAY    TO LS-OVR-DATE                  PGM178
025500                 MOVE SPACES      TO LS-OVR-REASON                PGM178
025600                 PERFORM 2600-REWRITE-STATUS                      PGM178
025700                 MOVE 'SCANRVK'  TO WS-AUDIT-COND                 PGM178
025800                 MOVE 'SCAN OVERRIDE REVOKED - LOAD BLOCKED'      PGM178
025900                     TO WS-AUDIT-DESC                             PGM178
026000                 PERFORM 2700-AUDIT-LOAD                          PGM178
026100                 DISPLAY 'OVERRIDE REVOKED - LOAD BLOCKED'        PGM178
026200             ELSE                                                 PGM178
026300                 DISPLAY 'USER HAS NO APPROVAL AUTHORITY'         PGM178
026400             END-IF                                               PGM178
026500     END-EVALUATE.                                                PGM178
026600*                                                                 PGM178
026700 2500-CHECK-APPROVER.                                             PGM178
026800     MOVE 'N' TO WS-APPROVER-FLAG                                 PGM178
026900     MOVE WS-ENT-USER TO UA-USER-ID                               PGM178
027000     READ USER-AUTH-FILE                                          PGM178
027100         INVALID KEY                                              PGM178
027200             CONTINUE                                             PGM178
027300         NOT INVALID KEY                                          PGM178
027400             IF UA-ACTIVE AND UA-CAN-APPROVE                      PGM178
027500                 SET WS-APPROVER-OK TO TRUE                       PGM178
027600             END-IF                                               PGM178
027700     END-READ.                                                    PGM178
027800*                                                                 PGM178
027900 2600-REWRITE-STATUS.                                             PGM178
028000     REWRITE LOAD-SCAN-REC                                        PGM178
028100         INVALID KEY                                              PGM178
028200             DISPLAY 'LOAD SCAN REWRITE ERROR: ' WS-FILE-STATUS   PGM178
028300     END-REWRITE.                                                 PGM178
028400*                                                                 PGM178
028500 2700-AUDIT-LOAD.                                                 PGM178
028600     MOVE LS-LOAD-NO  TO WS-AUDIT-KEY1                            PGM178
028700     MOVE WS-ENT-USER TO WS-AUDIT-KEY2                            PGM178
028800     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM178
028900*                                                                 PGM178
029000 9000-FINALIZE.                                                   PGM178
029100     CLOSE LOAD-SCAN-FILE                                         PGM178
029200     CLOSE USER-AUTH-FILE                                         PGM178
029300     IF WS-SX-READY                                               PGM178
029400         CLOSE SCAN-EXC-FILE                                      PGM178
029500     END-IF                                                       PGM178
029600     IF WS-AUDIT-READY                                            PGM178
029700         CLOSE AUDIT-TRAIL-FILE                                   PGM178
029800     END-IF                                                       PGM178
029900     DISPLAY 'PGM178 - SCAN EXCEPTION SESSION ENDED'.             PGM178
030000*                                                                 PGM178
030100 9700-WRITE-AUDIT-RECORD.                                         PGM178
030200     IF WS-AUDIT-READY                                            PGM178
030300         INITIALIZE AUDIT-TRAIL-REC                               PGM178
030400         MOVE 'PGM178'   TO AT-PROGRAM-ID                         PGM178
030500         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM178
030600         ACCEPT AT-RUN-TIME FROM TIME                             PGM178
030700         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM178
030800         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM178
030900         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM178
031000         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM178
031100         WRITE AUDIT-TRAIL-REC                                    PGM178
031200     END-IF.                                                      PGM178
031300*                                                                 PGM178
031400 9750-DIAGNOSE-FILE-STATUS.                                       PGM178
031500     EVALUATE WS-ABEND-STATUS                                     PGM178
031600         WHEN '10'                                                PGM178
031700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM178
031800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM178
031900         WHEN '23'                                                PGM178
032000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM178
032100             DISPLAY '  AND RETRY THE REQUEST'                    PGM178
032200         WHEN '35'                                                PGM178
032300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM178
032400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM178
032500         WHEN '37'                                                PGM178
032600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM178
032700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM178
032800         WHEN '39'                                                PGM178
032900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM178
033000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM178
033100         WHEN '41'                                                PGM178
033200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM178
033300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM178
033400         WHEN '42'                                                PGM178
033500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM178
033600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM178
033700         WHEN '46'                                                PGM178
033800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM178
033900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM178
034000         WHEN OTHER                                               PGM178
034100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM178
034200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM178
034300     END-EVALUATE.                                                PGM178
034400*                                                                 PGM178
034500 9900-ABNORMAL-END.                                               PGM178
034600     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM178
034700     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM178
034800     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM178
034900     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM178
035000     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM178
035100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM178
035200     DISPLAY 'PGM178 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM178
035300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM178
035400     STOP RUN.                                                    PGM178
035500                                                                  PGM178
