000100 IDENTIFICATION DIVISION.                                         PGM146
000200 PROGRAM-ID.    PGM146.                                           PGM146
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM146
000400*                                                                 PGM146
000500* =========================================================       PGM146
000600* 프로그램명: 지급 제안 검토 및 승인                                            PGM146
000700* 처리내용  : PGM145가 만든 지급 제안(CPYPAYP)을 감독자가                         PGM146
000800*            조회하고 전표 단위로 제외(X)/제외 취소하며,                           PGM146
000900*            남은 제안분 전체를 승인(A)한다. 보류(H) 전표는                        PGM146
001000*            승인 대상이 아니다(공제전표 정산/마스터 정비 후                          PGM146
001100*            제안 재실행). 제외/승인은 감독자 ID와 함께 감사                        PGM146
001200*            추적에 남긴다.                                             PGM146
001300* =========================================================       PGM146
001400*                                                                 PGM146
001500 ENVIRONMENT DIVISION.                                            PGM146
001600 CONFIGURATION SECTION.                                           PGM146
001700 INPUT-OUTPUT SECTION.                                            PGM146
001800 FILE-CONTROL.                                                    PGM146
001900     SELECT PAY-PROPOSAL-FILE                                     PGM146
002000         ASSIGN TO PAYPROP                                        PGM146
002100         ORGANIZATION IS INDEXED                                  PGM146
002200         ACCESS MODE IS DYNAMIC                                   PGM146
002300         RECORD KEY IS PP-KEY                                     PGM146
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM146
002500     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM146
002600         ASSIGN TO AUDTRAIL                                       PGM146
002700         ORGANIZATION IS SEQUENTIAL                               PGM146
002800         FILE STATUS IS WS-FILE-STATUS2.                          PGM146
002900*                                                                 PGM146
003000 DATA DIVISION.                                                   PGM146
003100 FILE SECTION.                                                    PGM146
003200 FD  PAY-PROPOSAL-FILE.                                           PGM146
003300 01  PAY-PROPOSAL-REC.                                            PGM146
003400     COPY CPYPAYP.                                                PGM146
003500 FD  AUDIT-TRAIL-FILE.                                            PGM146
003600 01  AUDIT-TRAIL-REC.                                             PGM146
003700     COPY CPYAUDIT.                                               PGM146
003800*                                                                 PGM146
003900 WORKING-STORAGE SECTION.                                         PGM146
004000 01  WS-FILE-STATUS         PIC XX.                               PGM146
004100 01  WS-FILE-STATUS2        PIC XX.                               PGM146
004200 01  WS-ABEND-STATUS        PIC XX.                               PGM146
004300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM146
004400     88 WS-EXIT             VALUE 'Y'.                            PGM146
004500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM146
004600     88 WS-EOF              VALUE 'Y'.                            PGM146
004700 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM146
004800     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM146
004900 01  WS-AUDIT-COND          PIC X(10).                            PGM146
005000 01  WS-AUDIT-KEY1          PIC X(15).                            PGM146
005100 01  WS-AUDIT-KEY2          PIC X(15).                            PGM146
005200 01  WS-AUDIT-DESC          PIC X(40).                            PGM146
005300 01  WS-ACTION-CHOICE       PIC X(01).                            PGM146
005400     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM146
005500     88 WS-EXCLUDE-ACTION   VALUE 'X' 'x'.                        PGM146
005600     88 WS-REINSTATE-ACTION VALUE 'R' 'r'.                        PGM146
005700     88 WS-APPROVE-ACTION   VALUE 'A' 'a'.                        PGM146
005800     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM146
005900 01  WS-ENT-VENDOR          PIC X(10).                            PGM146
006000 01  WS-ENT-INVOICE         PIC X(12).                            PGM146
006100 01  WS-ENT-USER            PIC X(10).                            PGM146
006200 01  WS-CONFIRM             PIC X(01).                            PGM146
006300 01  WS-DISP-AMT            PIC ZZZZZZZZZZ9.99-.                  PGM146
006400 01  WS-PROPOSED-COUNT      PIC 9(07) VALUE ZEROS.                PGM146
006500 01  WS-PROPOSED-AMT        PIC S9(13)V99 VALUE ZEROS.            PGM146
006600 01  WS-HELD-COUNT          PIC 9(07) VALUE ZEROS.                PGM146
006700 01  WS-EXCLUDED-COUNT      PIC 9(07) VALUE ZEROS.                PGM146
006800 01  WS-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.                PGM146
006900*                                                                 PGM146
007000 PROCEDURE DIVISION.                                              PGM146
007100*                                                                 PGM146
007200 0000-MAIN-PROCESS.                                               PGM146
007300     PERFORM 1000-INITIALIZE                                      PGM146
007400     PERFORM 2000-PROCESS-MENU                                    PGM146
007500         UNTIL WS-EXIT                                            PGM146
007600     CLOSE PAY-PROPOSAL-FILE                                      PGM146
007700     IF WS-AUDIT-READY                                            PGM146
007800         CLOSE AUDIT-TRAIL-FILE                                   PGM146
007900     END-IF                                                       PGM146
008000     DISPLAY 'PGM146 - PAYMENT PROPOSAL REVIEW SESSION ENDED'     PGM146
008100     STOP RUN.                                                    PGM146
008200*                                                                 PGM146
008300 1000-INITIALIZE.                                                 PGM146
008400     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM146
008500     IF WS-FILE-STATUS2 = '00' OR WS-FILE-STATUS2 = '05'          PGM146
008600         SET WS-AUDIT-READY TO TRUE                               PGM146
008700     ELSE                                                         PGM146
008800         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS2       PGM146
008900     END-IF                                                       PGM146
009000     OPEN I-O PAY-PROPOSAL-FILE                                   PGM146
009100     IF WS-FILE-STATUS NOT = '00'                                 PGM146
009200         DISPLAY 'PAY PROPOSAL OPEN ERROR: ' WS-FILE-STATUS       PGM146
009300         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM146
009400         PERFORM 9900-ABNORMAL-END                                PGM146
009500     END-IF.                                                      PGM146
009600*                                                                 PGM146
009700 2000-PROCESS-MENU.                                               PGM146
009800     DISPLAY ' '                                                  PGM146
009900     DISPLAY '=== VENDOR PAYMENT PROPOSAL REVIEW ==='             PGM146
010000     DISPLAY 'L=LIST  X=EXCLUDE  R=REINSTATE  A=APPROVE  E=EXIT'  PGM146
010100     ACCEPT WS-ACTION-CHOICE                                      PGM146
010200     EVALUATE TRUE                                                PGM146
010300         WHEN WS-EXIT-CHOICE                                      PGM146
010400             SET WS-EXIT TO TRUE                                  PGM146
010500         WHEN WS-LIST-ACTION                                      PGM146
010600             PERFORM 2100-LIST-PROPOSAL                           PGM146
010700         WHEN WS-EXCLUDE-ACTION                                   PGM146
010800             PERFORM 2200-EXCLUDE-LINE                            PGM146
010900         WHEN WS-REINSTATE-ACTION                                 PGM146
011000             PERFORM 2300-REINSTATE-LINE                          PGM146
011100         WHEN WS-APPROVE-ACTION                                   PGM146
011200             PERFORM 2400-APPROVE-PROPOSAL                        PGM146
011300         WHEN OTHER                                               PGM146
011400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM146
011500     END-EVALUATE.                                                PGM146
011600*                                                                 PGM146
011700 2100-LIST-PROPOSAL.                                              PGM146
011800     MOVE ZEROS TO WS-PROPOSED-COUNT                              PGM146
011900     MOVE ZEROS TO WS-PROPOSED-AMT                                PGM146
012000     MOVE ZEROS TO WS-HELD-COUNT                                  PGM146
012100     MOVE ZEROS TO WS-EXCLUDED-COUNT                              PGM146
012200     MOVE ZEROS TO WS-APPROVED-COUNT                              PGM146
012300     PERFORM 2900-START-PROPOSAL                                  PGM146
012400     PERFORM 2110-LIST-ONE-LINE                                   PGM146
012500         UNTIL WS-EOF                                             PGM146
012600     MOVE WS-PROPOSED-AMT TO WS-DISP-AMT                          PGM146
012700     DISPLAY 'PROPOSED: ' WS-PROPOSED-COUNT ' AMOUNT ' WS-DISP-AMTPGM146
012800     DISPLAY 'HELD: ' WS-HELD-COUNT                               PGM146
012900             ' EXCLUDED: ' WS-EXCLUDED-COUNT                      PGM146
013000             ' APPROVED: ' WS-APPROVED-COUNT.                     PGM146
013100*                                                                 PGM146
013200 2110-LIST-ONE-LINE.                                              PGM146
013300     READ PAY-PROPOSAL-FILE NEXT RECORD                           PGM146
013400         AT END                                                   PGM146
013500             SET WS-EOF TO TRUE                                   PGM146
013600         NOT AT END                                               PGM146
013700             MOVE PP-PAY-AMT TO WS-DISP-AMT                       PGM146
013800             EVALUATE TRUE                                        PGM146
013900                 WHEN PP-PROPOSED                                 PGM146
014000                     ADD 1 TO WS-PROPOSED-COUNT                   PGM146
014100                     ADD PP-PAY-AMT TO WS-PROPOSED-AMT            PGM146
014200                 WHEN PP-HELD                                     PGM146
014300                     ADD 1 TO WS-HELD-COUNT                       PGM146
014400                 WHEN PP-EXCLUDED                                 PGM146
014500                     ADD 1 TO WS-EXCLUDED-COUNT                   PGM146
014600                 WHEN PP-APPROVED                                 PGM146
014700                     ADD 1 TO WS-APPROVED-COUNT                   PGM146
014800             END-EVALUATE                                         PGM146
014900             DISPLAY PP-STATUS ' ' PP-VENDOR-CD ' ' PP-INVOICE-NO PGM146
015000                     ' DUE ' PP-DUE-DATE ' ' WS-DISP-AMT          PGM146
015100                     ' ' PP-HOLD-REASON ' ' PP-REVIEW-BY          PGM146
015200     END-READ.                                                    PGM146
015300*                                                                 PGM146
015400 2200-EXCLUDE-LINE.                                               PGM146
015500     PERFORM 2800-ENTER-LINE-KEY                                  PGM146
015600     IF WS-ENT-USER = SPACES                                      PGM146
015700         DISPLAY 'SUPERVISOR ID REQUIRED - NOT EXCLUDED'          PGM146
015800     ELSE                                                         PGM146
015900         PERFORM 2850-READ-LINE                                   PGM146
016000         IF WS-FILE-STATUS = '00'                                 PGM146
016100             IF PP-PROPOSED OR PP-APPROVED                        PGM146
016200                 SET PP-EXCLUDED TO TRUE                          PGM146
016300                 MOVE WS-ENT-USER TO PP-REVIEW-BY                 PGM146
016400                 REWRITE PAY-PROPOSAL-REC                         PGM146
016500                 MOVE 'PAYEXCL' TO WS-AUDIT-COND                  PGM146
016600                 MOVE 'PAYMENT LINE EXCLUDED BY SUPERVISOR'       PGM146
016700                     TO WS-AUDIT-DESC                             PGM146
016800                 PERFORM 2870-AUDIT-LINE                          PGM146
016900                 DISPLAY 'LINE EXCLUDED: ' WS-ENT-VENDOR ' '      PGM146
017000                         WS-ENT-INVOICE ' BY ' WS-ENT-USER        PGM146
017100             ELSE                                                 PGM146
017200                 DISPLAY 'LINE NOT ELIGIBLE FOR EXCLUSION: '      PGM146
017300                         PP-STATUS                                PGM146
017400             END-IF                                               PGM146
017500         END-IF                                                   PGM146
017600     END-IF.                                                      PGM146
017700*                                                                 PGM146
017800 2300-REINSTATE-LINE.                                             PGM146
017900     PERFORM 2800-ENTER-LINE-KEY                                  PGM146
018000     IF WS-ENT-USER = SPACES                                      PGM146
018100         DISPLAY 'SUPERVISOR ID REQUIRED - NOT REINSTATED'        PGM146
018200     ELSE                                                         PGM146
018300         PERFORM 2850-READ-LINE                                   PGM146
018400         IF WS-FILE-STATUS = '00'                                 PGM146
018500             IF PP-EXCLUDED                                       PGM146
018600                 SET PP-PROPOSED TO TRUE                          PGM146
018700                 MOVE WS-ENT-USER TO PP-REVIEW-BY                 PGM146
018800                 REWRITE PAY-PROPOSAL-REC                         PGM146
018900                 MOVE 'PAYRINS' TO WS-AUDIT-COND                  PGM146
019000                 MOVE 'PAYMENT LINE REINSTATED BY SUPERVISOR'     PGM146
019100                     TO WS-AUDIT-DESC                             PGM146
019200                 PERFORM 2870-AUDIT-LINE                          PGM146
019300                 DISPLAY 'LINE REINSTATED: ' WS-ENT-VENDOR ' '    PGM146
019400                         WS-ENT-INVOICE                           PGM146
019500             ELSE                                                 PGM146
019600                 DISPLAY 'LINE IS NOT EXCLUDED: ' PP-STATUS       PGM146
019700             END-IF                                               PGM146
019800         END-IF                                                   PGM146
019900     END-IF.                                                      PGM146
020000*                                                                 PGM146
020100* 승인: 제안(P) 상태 전부를 승인(A)으로 바꾼다. 보류/제외                             PGM146
020200* 전표는 그대로 남는다.                                                    PGM146
020300 2400-APPROVE-PROPOSAL.                                           PGM146
020400     DISPLAY 'ENTER SUPERVISOR ID: '                              PGM146
020500     ACCEPT WS-ENT-USER                                           PGM146
020600     DISPLAY 'APPROVE ALL PROPOSED LINES FOR PAYMENT? (Y/N): '    PGM146
020700     ACCEPT WS-CONFIRM                                            PGM146
020800     IF WS-ENT-USER = SPACES                                      PGM146
020900         OR (WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y')       PGM146
021000         DISPLAY 'PROPOSAL NOT APPROVED'                          PGM146
021100     ELSE                                                         PGM146
021200         MOVE ZEROS TO WS-APPROVED-COUNT                          PGM146
021300         MOVE ZEROS TO WS-PROPOSED-AMT                            PGM146
021400         PERFORM 2900-START-PROPOSAL                              PGM146
021500         PERFORM 2410-APPROVE-ONE-LINE                            PGM146
021600             UNTIL WS-EOF                                         PGM146
021700         MOVE 'PAYAPPR' TO WS-AUDIT-COND                          PGM146
021800         MOVE WS-ENT-USER TO WS-AUDIT-KEY1                        PGM146
021900         MOVE WS-APPROVED-COUNT TO WS-AUDIT-KEY2                  PGM146
022000         MOVE 'PAYMENT PROPOSAL APPROVED' TO WS-AUDIT-DESC        PGM146
022100         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM146
022200         MOVE WS-PROPOSED-AMT TO WS-DISP-AMT                      PGM146
022300         DISPLAY 'LINES APPROVED: ' WS-APPROVED-COUNT             PGM146
022400                 ' AMOUNT ' WS-DISP-AMT ' BY ' WS-ENT-USER        PGM146
022500     END-IF.                                                      PGM146
022600*                                                                 PGM146
022700 2410-APPROVE-ONE-LINE.                                           PGM146
022800     READ PAY-PROPOSAL-FILE NEXT RECORD                           PGM146
022900         AT END                                                   PGM146
023000             SET WS-EOF TO TRUE                                   PGM146
023100         NOT AT END                                               PGM146
023200             IF PP-PROPOSED                                       PGM146
023300                 SET PP-APPROVED TO TRUE                          PGM146
023400                 MOVE WS-ENT-USER TO PP-REVIEW-BY                 PGM146
023500                 REWRITE PAY-PROPOSAL-REC                         PGM146
023600                 ADD 1 TO WS-APPROVED-COUNT                       PGM146
023700                 ADD PP-PAY-AMT TO WS-PROPOSED-AMT                PGM146
023800             END-IF                                               PGM146
023900     END-READ.                                                    PGM146
024000*                                                                 PGM146
024100 2800-ENTER-LINE-KEY.                                             PGM146
024200     DISPLAY 'ENTER VENDOR CODE: '                                PGM146
024300     ACCEPT WS-ENT-VENDOR                                         PGM146
024400     DISPLAY 'ENTER INVOICE NO: '                                 PGM146
024500     ACCEPT WS-ENT-INVOICE                                        PGM146
024600     DISPLAY 'ENTER SUPERVISOR ID: '                              PGM146
024700     ACCEPT WS-ENT-USER.                                          PGM146
024800*                                                                 PGM146
024900 2850-READ-LINE.                                                  PGM146
025000     MOVE WS-ENT-VENDOR  TO PP-VENDOR-CD                          PGM146
025100     MOVE WS-ENT-INVOICE TO PP-INVOICE-NO                         PGM146
025200     READ PAY-PROPOSAL-FILE                                       PGM146
025300         INVALID KEY                                              PGM146
025400             DISPLAY 'PROPOSAL LINE NOT FOUND: ' WS-ENT-VENDOR    PGM146
025500                     ' ' WS-ENT-INVOICE                           PGM146
025600     END-READ.                                                    PGM146
025700*                                                                 PGM146
025800 2870-AUDIT-LINE.                                                 PGM146
025900     MOVE PP-VENDOR-CD  TO WS-AUDIT-KEY1                          PGM146
026000     MOVE PP-INVOICE-NO TO WS-AUDIT-KEY2                          PGM146
026100     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM146
026200*                                                                 PGM146
026300 2900-START-PROPOSAL.                                             PGM146
026400     MOVE 'N' TO WS-EOF-FLAG                                      PGM146
026500     MOVE LOW-VALUES TO PP-KEY                                    PGM146
026600     START PAY-PROPOSAL-FILE KEY >= PP-KEY                        PGM146
026700         INVALID KEY                                              PGM146
026800             SET WS-EOF TO TRUE                                   PGM146
026900     END-START.                                                   PGM146
027000*                                                                 PGM146
027100 9700-WRITE-AUDIT-RECORD.                                         PGM146
027200     IF WS-AUDIT-READY                                            PGM146
027300         INITIALIZE AUDIT-TRAIL-REC                               PGM146
027400         MOVE 'PGM146'   TO AT-PROGRAM-ID                         PGM146
027500         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM146
027600         ACCEPT AT-RUN-TIME FROM TIME                             PGM146
027700         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM146
027800         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM146
027900         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM146
028000         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM146
028100         WRITE AUDIT-TRAIL-REC                                    PGM146
028200     END-IF.                                                      PGM146
028300*                                                                 PGM146
028400 9750-DIAGNOSE-FILE-STATUS.                                       PGM146
028500     EVALUATE WS-ABEND-STATUS                                     PGM146
028600         WHEN '10'                                                PGM146
028700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM146
028800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM146
028900         WHEN '23'                                                PGM146
029000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM146
029100             DISPLAY '  AND RETRY THE REQUEST'                    PGM146
029200         WHEN '35'                                                PGM146
029300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM146
029400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM146
029500         WHEN '37'                                                PGM146
029600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM146
029700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM146
029800         WHEN '39'                                                PGM146
029900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM146
030000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM146
030100         WHEN '41'                                                PGM146
030200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM146
030300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM146
030400         WHEN '42'                                                PGM146
030500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM146
030600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM146
030700         WHEN '46'                                                PGM146
030800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM146
030900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM146
031000         WHEN OTHER                                               PGM146
031100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM146
031200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM146
031300     END-EVALUATE.                                                PGM146
031400*                                                                 PGM146
031500 9900-ABNORMAL-END.                                               PGM146
031600     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM146
031700     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM146
031800     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM146
031900     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM146
032000     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM146
032100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM146
032200     DISPLAY 'PGM146 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM146
032300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM146
032400     STOP RUN.                                                    PGM146
032500                                                                  PGM146
