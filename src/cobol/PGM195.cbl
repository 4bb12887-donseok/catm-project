000100 IDENTIFICATION DIVISION.                                         PGM195
000200 PROGRAM-ID.    PGM195.                                           PGM195
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM195
000400*                                                                 PGM195
000500* =========================================================       PGM195
000600* 프로그램명: 장입배합 제안 승인/적용                                            PGM195
000700* 처리내용  : 최소원가 장입배합 계산(PGM194)이 남긴 제안                             PGM195
000800*            (CPYBMPR)을 조회하고 승인/반려한다. 제안자는                        PGM195
000900*            자기 제안을 승인할 수 없고, 필요 FE 를 못 채운                        PGM195
001000*            제안은 승인할 수 없다. 승인된 제안을 적용하면                           PGM195
001100*            고로 배합 마스터(CPYBMIX)의 원단위를 제안대로                        PGM195
001200*            바꾸고, 제안에 없는(0 인) 자재는 사용중지하며,                         PGM195
001300*            새 자재는 추가한다. 다음 장입 계산(PGM110)부터                       PGM195
001400*            새 배합이 쓰인다.                                           PGM195
001500* =========================================================       PGM195
001600*                                                                 PGM195
001700 ENVIRONMENT DIVISION.                                            PGM195
001800 CONFIGURATION SECTION.                                           PGM195
001900 INPUT-OUTPUT SECTION.                                            PGM195
002000 FILE-CONTROL.                                                    PGM195
002100     SELECT MIX-PROPOSAL-FILE                                     PGM195
002200         ASSIGN TO BMPROP                                         PGM195
002300         ORGANIZATION IS INDEXED                                  PGM195
002400         ACCESS MODE IS DYNAMIC                                   PGM195
002500         RECORD KEY IS BP-KEY                                     PGM195
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM195
002700     SELECT BURDEN-MIX-FILE                                       PGM195
002800         ASSIGN TO BRDNMIX                                        PGM195
002900         ORGANIZATION IS INDEXED                                  PGM195
003000         ACCESS MODE IS DYNAMIC                                   PGM195
003100         RECORD KEY IS BU-KEY                                     PGM195
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM195
003300*                                                                 PGM195
003400 DATA DIVISION.                                                   PGM195
003500 FILE SECTION.                                                    PGM195
003600 FD  MIX-PROPOSAL-FILE.                                           PGM195
003700 01  MIX-PROPOSAL-REC.                                            PGM195
003800     COPY CPYBMPR.                                                PGM195
003900 FD  BURDEN-MIX-FILE.                                             PGM195
004000 01  BURDEN-MIX-REC.                                              PGM195
004100     COPY CPYBMIX.                                                PGM195
004200*                                                                 PGM195
004300 WORKING-STORAGE SECTION.                                         PGM195
004400 01  WS-FILE-STATUS         PIC XX.                               PGM195
004500 01  WS-FILE-STATUS2        PIC XX.                               PGM195
004600 01  WS-ABEND-STATUS        PIC XX.                               PGM195
004700 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM195
004800     88 WS-EXIT             VALUE 'Y'.                            PGM195
004900 01  WS-ACTION-CHOICE       PIC X(01).                            PGM195
005000     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM195
005100     88 WS-SHOW-ACTION      VALUE 'S' 's'.                        PGM195
005200     88 WS-APPROVE-ACTION   VALUE 'A' 'a'.                        PGM195
005300     88 WS-REJECT-ACTION    VALUE 'J' 'j'.                        PGM195
005400     88 WS-RELEASE-ACTION   VALUE 'R' 'r'.                        PGM195
005500     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM195
005600 01  WS-CONFIRM             PIC X(01).                            PGM195
005700     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM195
005800 01  WS-PROP-FOUND-FLAG     PIC X VALUE 'N'.                      PGM195
005900     88 WS-PROP-FOUND       VALUE 'Y'.                            PGM195
006000 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM195
006100     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM195
006200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM195
006300 01  WS-ENT-BF-NO           PIC X(03).                            PGM195
006400 01  WS-ENT-PROP-DATE       PIC 9(08).                            PGM195
006500 01  WS-ENT-PROP-SEQ        PIC 9(02).                            PGM195
006600 01  WS-ENT-USER            PIC X(10).                            PGM195
006700* 작업 중인 제안 머리 키                                                   PGM195
006800 01  WS-PROP-KEY.                                                 PGM195
006900     05 WS-PROP-BF-NO       PIC X(03).                            PGM195
007000     05 WS-PROP-DATE        PIC 9(08).                            PGM195
007100     05 WS-PROP-SEQ         PIC 9(02).                            PGM195
007200 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM195
007300 01  WS-CHANGED-CNT         PIC 9(05) VALUE ZEROS.                PGM195
007400 01  WS-ADDED-CNT           PIC 9(05) VALUE ZEROS.                PGM195
007500 01  WS-DROPPED-CNT         PIC 9(05) VALUE ZEROS.                PGM195
007600 01  WS-NEW-KG              PIC 9(05)V99 VALUE ZEROS.             PGM195
007700*                                                                 PGM195
007800 PROCEDURE DIVISION.                                              PGM195
007900*                                                                 PGM195
008000 0000-MAIN-PROCESS.                                               PGM195
008100     PERFORM 1000-INITIALIZE                                      PGM195
008200     PERFORM 2000-PROCESS-MENU                                    PGM195
008300         UNTIL WS-EXIT                                            PGM195
008400     PERFORM 9000-FINALIZE                                        PGM195
008500     STOP RUN.                                                    PGM195
008600*                                                                 PGM195
008700 1000-INITIALIZE.                                                 PGM195
008800     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM195
008900     OPEN I-O MIX-PROPOSAL-FILE                                   PGM195
009000     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM195
009100         DISPLAY 'MIX PROPOSAL OPEN ERROR: ' WS-FILE-STATUS       PGM195
009200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM195
009300         PERFORM 9900-ABNORMAL-END                                PGM195
009400     END-IF                                                       PGM195
009500     OPEN I-O BURDEN-MIX-FILE                                     PGM195
009600     IF WS-FILE-STATUS2 NOT = '00'                                PGM195
009700         DISPLAY 'BURDEN MIX OPEN ERROR: ' WS-FILE-STATUS2        PGM195
009800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM195
009900         PERFORM 9900-ABNORMAL-END                                PGM195
010000     END-IF.                                                      PGM195
010100*                                                                 PGM195
010200 2000-PROCESS-MENU.                                               PGM195
010300     DISPLAY ' '                                                  PGM195
010400     DISPLAY '=== BURDEN MIX PROPOSAL APPROVAL ==='               PGM195
010500     DISPLAY 'L=LIST  S=SHOW  A=APPROVE  J=REJECT  R=RELEASE'     PGM195
010600     DISPLAY 'X=EXIT'                                             PGM195
010700     ACCEPT WS-ACTION-CHOICE                                      PGM195
010800     EVALUATE TRUE                                                PGM195
010900         WHEN WS-LIST-ACTION                                      PGM195
011000             PERFORM 2600-LIST-PROPOSALS                          PGM195
011100         WHEN WS-SHOW-ACTION                                      PGM195
011200             PERFORM 2100-LOCATE-PROPOSAL                         PGM195
011300             IF WS-PROP-FOUND                                     PGM195
011400                 PERFORM 2700-SHOW-PROPOSAL-LINES                 PGM195
011500             END-IF                                               PGM195
011600         WHEN WS-APPROVE-ACTION                                   PGM195
011700             PERFORM 2100-LOCATE-PROPOSAL                         PGM195
011800             IF WS-PROP-FOUND                                     PGM195
011900                 PERFORM 2200-APPROVE-PROPOSAL                    PGM195
012000             END-IF                                               PGM195
012100         WHEN WS-REJECT-ACTION                                    PGM195
012200             PERFORM 2100-LOCATE-PROPOSAL                         PGM195
012300             IF WS-PROP-FOUND                                     PGM195
012400                 PERFORM 2300-REJECT-PROPOSAL                     PGM195
012500             END-IF                                               PGM195
012600         WHEN WS-RELEASE-ACTION                                   PGM195
012700             PERFORM 2100-LOCATE-PROPOSAL                         PGM195
012800             IF WS-PROP-FOUND                                     PGM195
012900                 PERFORM 2400-RELEASE-PROPOSAL                    PGM195
013000             END-IF                                               PGM195
013100         WHEN WS-EXIT-CHOICE                                      PGM195
013200             SET WS-EXIT TO TRUE                                  PGM195
013300         WHEN OTHER                                               PGM195
013400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM195
013500     END-EVALUATE.                                                PGM195
013600*                                                                 PGM195
013700* 제안 머리(자재코드 공백)를 읽어 보여 준다.                                       PGM195
013800 2100-LOCATE-PROPOSAL.                                            PGM195
013900     MOVE 'N' TO WS-PROP-FOUND-FLAG                               PGM195
014000     DISPLAY 'ENTER FURNACE NO: '                                 PGM195
014100     ACCEPT WS-ENT-BF-NO                                          PGM195
014200     DISPLAY 'ENTER PROPOSAL DATE (YYYYMMDD): '                   PGM195
014300     ACCEPT WS-ENT-PROP-DATE                                      PGM195
014400     DISPLAY 'ENTER PROPOSAL SEQ: '                               PGM195
014500     ACCEPT WS-ENT-PROP-SEQ                                       PGM195
014600     MOVE WS-ENT-BF-NO     TO WS-PROP-BF-NO                       PGM195
014700     MOVE WS-ENT-PROP-DATE TO WS-PROP-DATE                        PGM195
014800     MOVE WS-ENT-PROP-SEQ  TO WS-PROP-SEQ                         PGM195
014900     PERFORM 2150-READ-PROPOSAL-HEADER                            PGM195
015000     IF WS-PROP-FOUND                                             PGM195
015100         PERFORM 2160-DISPLAY-HEADER                              PGM195
015200     ELSE                                                         PGM195
015300         DISPLAY 'PROPOSAL NOT FOUND'                             PGM195
015400     END-IF.                                                      PGM195
015500*                                                                 PGM195
015600 2150-READ-PROPOSAL-HEADER.                                       PGM195
015700     MOVE 'N' TO WS-PROP-FOUND-FLAG                               PGM195
015800     MOVE WS-PROP-BF-NO TO BP-BF-NO                               PGM195
015900     MOVE WS-PROP-DATE  TO BP-PROP-DATE                           PGM195
016000     MOVE WS-PROP-SEQ   TO BP-PROP-SEQ                            PGM195
016100     MOVE SPACES        TO BP-MATL-CD                             PGM195
016200     READ MIX-PROPOSAL-FILE                                       PGM195
016300         INVALID KEY                                              PGM195
016400             CONTINUE                                             PGM195
016500         NOT INVALID KEY                                          PGM195
016600             SET WS-PROP-FOUND TO TRUE                            PGM195
016700     END-READ.                                                    PGM195
016800*                                                                 PGM195
016900 2160-DISPLAY-HEADER.                                             PGM195
017000     DISPLAY 'BF ' BP-BF-NO ' ' BP-PROP-DATE '-' BP-PROP-SEQ      PGM195
017100             ' STATUS ' BP-STATUS-CD ' TARGETS ' BP-TARGET-CD     PGM195
017200             ' BY ' BP-PROPOSED-BY                                PGM195
017300     DISPLAY '  COST/THM CURRENT ' BP-CUR-COST-PER-T              PGM195
017400             ' PROPOSED ' BP-NEW-COST-PER-T                       PGM195
017500             ' BASICITY ' BP-NEW-BASICITY                         PGM195
017600             ' SLAG ' BP-NEW-SLAG-KG.                             PGM195
017700*                                                                 PGM195
017800* 제안자 본인은 승인할 수 없다. 목표 미충족(슬래그/염기도)                               PGM195
017900* 제안은 확인을 받아 승인하고, FE 부족 제안은 승인 불가.                               PGM195
018000 2200-APPROVE-PROPOSAL.                                           PGM195
018100     EVALUATE TRUE                                                PGM195
018200         WHEN NOT BP-PROPOSED                                     PGM195
018300             DISPLAY 'ONLY A PROPOSED (P) PROPOSAL CAN BE'        PGM195
018400                     ' APPROVED'                                  PGM195
018500         WHEN BP-FE-SHORT                                         PGM195
018600             DISPLAY 'PROPOSAL DOES NOT MEET FE REQUIREMENT -'    PGM195
018700                     ' CANNOT APPROVE'                            PGM195
018800         WHEN OTHER                                               PGM195
018900             MOVE 'Y' TO WS-CONFIRM                               PGM195
019000             IF NOT BP-TARGETS-MET                                PGM195
019100                 DISPLAY 'PROPOSAL MISSES A CHEMISTRY TARGET ('   PGM195
019200                         BP-TARGET-CD ') - APPROVE ANYWAY (Y/N)? 'PGM195
019300                 ACCEPT WS-CONFIRM                                PGM195
019400             END-IF                                               PGM195
019500             IF WS-CONFIRMED                                      PGM195
019600                 DISPLAY 'ENTER USER ID: '                        PGM195
019700                 ACCEPT WS-ENT-USER                               PGM195
019800                 EVALUATE TRUE                                    PGM195
019900                     WHEN WS-ENT-USER = SPACES                    PGM195
020000                         DISPLAY 'USER ID REQUIRED'               PGM195
020100                     WHEN WS-ENT-USER = BP-PROPOSED-BY            PGM195
020200                         DISPLAY 'PROPOSER CANNOT APPROVE OWN'    PGM195
020300                                 ' PROPOSAL'                      PGM195
020400                     WHEN OTHER                                   PGM195
020500                         SET BP-APPROVED     TO TRUE              PGM195
020600                         MOVE WS-ENT-USER    TO BP-APPROVED-BY    PGM195
020700                         MOVE WS-TODAY       TO BP-APPROVED-DATE  PGM195
020800                         PERFORM 2250-REWRITE-APPROVAL            PGM195
020900                 END-EVALUATE                                     PGM195
021000             ELSE                                                 PGM195
021100                 DISPLAY 'APPROVAL CANCELLED'                     PGM195
021200             END-IF                                               PGM195
021300     END-EVALUATE.                                                PGM195
021400*                                                                 PGM195
021500 2250-REWRITE-APPROVAL.                                           PGM195
021600     REWRITE MIX-PROPOSAL-REC                                     PGM195
021700         INVALID KEY                                              PGM195
021800             DISPLAY 'PROPOSAL REWRITE ERROR: ' WS-FILE-STATUS    PGM195
021900     END-REWRITE                                                  PGM195
022000     DISPLAY 'PROPOSAL APPROVED'.                                 PGM195
022100*                                                                 PGM195
022200 2300-REJECT-PROPOSAL.                                            PGM195
022300     IF BP-PROPOSED OR BP-APPROVED                                PGM195
022400         DISPLAY 'ENTER USER ID: '                                PGM195
022500         ACCEPT WS-ENT-USER                                       PGM195
022600         IF WS-ENT-USER = SPACES                                  PGM195
022700             DISPLAY 'USER ID REQUIRED'                           PGM195
022800         ELSE                                                     PGM195
022900             SET BP-REJECTED     TO TRUE                          PGM195
023000             MOVE WS-ENT-USER    TO BP-APPROVED-BY                PGM195
023100             MOVE WS-TODAY       TO BP-APPROVED-DATE              PGM195
023200             REWRITE MIX-PROPOSAL-REC                             PGM195
023300                 INVALID KEY                                      PGM195
023400                     DISPLAY 'PROPOSAL REWRITE ERROR: '           PGM195
023500                             WS-FILE-STATUS                       PGM195
023600             END-REWRITE                                          PGM195
023700             DISPLAY 'PROPOSAL REJECTED'                          PGM195
023800         END-IF                                                   PGM195
023900     ELSE                                                         PGM195
024000         DISPLAY 'PROPOSAL ALREADY ' BP-STATUS-CD                 PGM195
024100                 ' - CANNOT REJECT'                               PGM195
024200     END-IF.                                                      PGM195
024300*                                                                 PGM195
024400* 적용: 배합 마스터의 고로 자재를 훑어 제안 원단위로 바꾸거나                              PGM195
024500* 사용중지한 뒤, 마스터에 없는 제안 자재를 추가한다.                                   PGM195
024600 2400-RELEASE-PROPOSAL.                                           PGM195
024700     IF NOT BP-APPROVED                                           PGM195
024800         DISPLAY 'ONLY AN APPROVED (A) PROPOSAL CAN BE RELEASED'  PGM195
024900     ELSE                                                         PGM195
025000         DISPLAY 'RELEASE AS NEW BURDEN MIX FOR BF '              PGM195
025100                 WS-PROP-BF-NO ' (Y/N)? '                         PGM195
025200         ACCEPT WS-CONFIRM                                        PGM195
025300         IF WS-CONFIRMED                                          PGM195
025400             MOVE ZEROS TO WS-CHANGED-CNT                         PGM195
025500             MOVE ZEROS TO WS-ADDED-CNT                           PGM195
025600             MOVE ZEROS TO WS-DROPPED-CNT                         PGM195
025700             PERFORM 2410-UPDATE-EXISTING-MIX                     PGM195
025800             PERFORM 2450-ADD-NEW-MATERIALS                       PGM195
025900             PERFORM 2150-READ-PROPOSAL-HEADER                    PGM195
026000             IF WS-PROP-FOUND                                     PGM195
026100                 SET BP-RELEASED     TO TRUE                      PGM195
026200                 MOVE WS-TODAY       TO BP-RELEASED-DATE          PGM195
026300                 REWRITE MIX-PROPOSAL-REC                         PGM195
026400                     INVALID KEY                                  PGM195
026500                         DISPLAY 'PROPOSAL REWRITE ERROR: '       PGM195
026600                                 WS-FILE-STATUS                   PGM195
026700                 END-REWRITE                                      PGM195
026800             END-IF                                               PGM195
026900             DISPLAY 'BURDEN MIX RELEASED - CHANGED '             PGM195
027000                     WS-CHANGED-CNT ' ADDED ' WS-ADDED-CNT        PGM195
027100                     ' DEACTIVATED ' WS-DROPPED-CNT               PGM195
027200         ELSE                                                     PGM195
027300             DISPLAY 'RELEASE CANCELLED'                          PGM195
027400         END-IF                                                   PGM195
027500     END-IF.                                                      PGM195
027600*                                                                 PGM195
027700 2410-UPDATE-EXISTING-MIX.                                        PGM195
027800     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM195
027900     MOVE LOW-VALUES    TO BU-KEY                                 PGM195
028000     MOVE WS-PROP-BF-NO TO BU-BF-NO                               PGM195
028100     START BURDEN-MIX-FILE KEY >= BU-KEY                          PGM195
028200         INVALID KEY                                              PGM195
028300             SET WS-BROWSE-EOF TO TRUE                            PGM195
028400     END-START                                                    PGM195
028500     PERFORM 2420-UPDATE-ONE-MIX                                  PGM195
028600         UNTIL WS-BROWSE-EOF.                                     PGM195
028700*                                                                 PGM195
028800 2420-UPDATE-ONE-MIX.                                             PGM195
028900     READ BURDEN-MIX-FILE NEXT RECORD                             PGM195
029000         AT END                                                   PGM195
029100             SET WS-BROWSE-EOF TO TRUE                            PGM195
029200         NOT AT END                                               PGM195
029300             IF BU-BF-NO NOT = WS-PROP-BF-NO                      PGM195
029400                 SET WS-BROWSE-EOF TO TRUE                        PGM195
029500             ELSE                                                 PGM195
029600                 PERFORM 2430-APPLY-PROPOSAL-LINE                 PGM195
029700             END-IF                                               PGM195
029800     END-READ.                                                    PGM195
029900*                                                                 PGM195
030000 2430-APPLY-PROPOSAL-LINE.                                        PGM195
030100     MOVE ZEROS         TO WS-NEW-KG                              PGM195
030200     MOVE WS-PROP-BF-NO TO BP-BF-NO                               PGM195
030300     MOVE WS-PROP-DATE  TO BP-PROP-DATE                           PGM195
030400     MOVE WS-PROP-SEQ   TO BP-PROP-SEQ                            PGM195
030500     MOVE BU-MATL-CD    TO BP-MATL-CD                             PGM195
030600     READ MIX-PROPOSAL-FILE                                       PGM195
030700         INVALID KEY                                              PGM195
030800             CONTINUE                                             PGM195
030900         NOT INVALID KEY                                          PGM195
031000             MOVE BP-NEW-KG-PER-TON TO WS-NEW-KG                  PGM195
031100     END-READ                                                     PGM195
031200     EVALUATE TRUE                                                PGM195
031300         WHEN WS-NEW-KG > 0                                       PGM195
031400             MOVE WS-NEW-KG TO BU-KG-PER-TON                      PGM195
031500             SET BU-ACTIVE  TO TRUE                               PGM195
031600             REWRITE BURDEN-MIX-REC                               PGM195
031700                 INVALID KEY                                      PGM195
031800                     DISPLAY 'BURDEN MIX REWRITE ERROR: '         PGM195
031900                             WS-FILE-STATUS2                      PGM195
032000             END-REWRITE                                          PGM195
032100             ADD 1 TO WS-CHANGED-CNT                              PGM195
032200         WHEN BU-ACTIVE                                           PGM195
032300             SET BU-INACTIVE TO TRUE                              PGM195
032400             REWRITE BURDEN-MIX-REC                               PGM195
032500                 INVALID KEY                                      PGM195
032600                     DISPLAY 'BURDEN MIX REWRITE ERROR: '         PGM195
032700                             WS-FILE-STATUS2                      PGM195
032800             END-REWRITE                                          PGM195
032900             ADD 1 TO WS-DROPPED-CNT                              PGM195
033000         WHEN OTHER                                               PGM195
033100             CONTINUE                                             PGM195
033200     END-EVALUATE.                                                PGM195
033300*                                                                 PGM195
033400 2450-ADD-NEW-MATERIALS.                                          PGM195
033500     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM195
033600     MOVE WS-PROP-BF-NO TO BP-BF-NO                               PGM195
033700     MOVE WS-PROP-DATE  TO BP-PROP-DATE                           PGM195
033800     MOVE WS-PROP-SEQ   TO BP-PROP-SEQ                            PGM195
033900     MOVE SPACES        TO BP-MATL-CD                             PGM195
034000     START MIX-PROPOSAL-FILE KEY > BP-KEY                         PGM195
034100         INVALID KEY                                              PGM195
034200             SET WS-BROWSE-EOF TO TRUE                            PGM195
034300     END-START                                                    PGM195
034400     PERFORM 2460-ADD-ONE-MATERIAL                                PGM195
034500         UNTIL WS-BROWSE-EOF.                                     PGM195
034600*                                                                 PGM195
034700 2460-ADD-ONE-MATERIAL.                                           PGM195
034800     READ MIX-PROPOSAL-FILE NEXT RECORD                           PGM195
034900         AT END                                                   PGM195
035000             SET WS-BROWSE-EOF TO TRUE                            PGM195
035100         NOT AT END                                               PGM195
035200             IF BP-BF-NO NOT = WS-PROP-BF-NO                      PGM195
035300                 OR BP-PROP-DATE NOT = WS-PROP-DATE               PGM195
035400                 OR BP-PROP-SEQ NOT = WS-PROP-SEQ                 PGM195
035500                 SET WS-BROWSE-EOF TO TRUE                        PGM195
035600             ELSE                                                 PGM195
035700                 IF BP-NEW-KG-PER-TON > 0                         PGM195
035800                     MOVE BP-BF-NO   TO BU-BF-NO                  PGM195
035900                     MOVE BP-MATL-CD TO BU-MATL-CD                PGM195
036000                     READ BURDEN-MIX-FILE                         PGM195
036100                         INVALID KEY                              PGM195
036200                             PERFORM 2470-WRITE-NEW-MIX           PGM195
036300                     END-READ                                     PGM195
036400                 END-IF                                           PGM195
036500             END-IF                                               PGM195
036600     END-READ.                                                    PGM195
036700*                                                                 PGM195
036800 2470-WRITE-NEW-MIX.                                              PGM195
036900     INITIALIZE BURDEN-MIX-REC                                    PGM195
037000     MOVE BP-BF-NO          TO BU-BF-NO                           PGM195
037100     MOVE BP-MATL-CD        TO BU-MATL-CD                         PGM195
037200     MOVE BP-NEW-KG-PER-TON TO BU-KG-PER-TON                      PGM195
037300     SET BU-ACTIVE          TO TRUE                               PGM195
037400     WRITE BURDEN-MIX-REC                                         PGM195
037500         INVALID KEY                                              PGM195
037600             DISPLAY 'BURDEN MIX WRITE ERROR: ' WS-FILE-STATUS2   PGM195
037700         NOT INVALID KEY                                          PGM195
037800             ADD 1 TO WS-ADDED-CNT                                PGM195
037900     END-WRITE.                                                   PGM195
038000*                                                                 PGM195
038100 2600-LIST-PROPOSALS.                                             PGM195
038200     DISPLAY 'ENTER FURNACE NO: '                                 PGM195
038300     ACCEPT WS-ENT-BF-NO                                          PGM195
038400     MOVE ZEROS TO WS-LIST-CNT                                    PGM195
038500     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM195
038600     MOVE LOW-VALUES   TO BP-KEY                                  PGM195
038700     MOVE WS-ENT-BF-NO TO BP-BF-NO                                PGM195
038800     START MIX-PROPOSAL-FILE KEY >= BP-KEY                        PGM195
038900         INVALID KEY                                              PGM195
039000             SET WS-BROWSE-EOF TO TRUE                            PGM195
039100     END-START                                                    PGM195
039200     PERFORM 2610-LIST-ONE-PROPOSAL                               PGM195
039300         UNTIL WS-BROWSE-EOF                                      PGM195
039400     IF WS-LIST-CNT = 0                                           PGM195
039500         DISPLAY 'NO PROPOSAL FOR ' WS-ENT-BF-NO                  PGM195
039600     END-IF.                                                      PGM195
039700*                                                                 PGM195
039800 2610-LIST-ONE-PROPOSAL.                                          PGM195
039900     READ MIX-PROPOSAL-FILE NEXT RECORD                           PGM195
040000         AT END                                                   PGM195
040100             SET WS-BROWSE-EOF TO TRUE                            PGM195
040200         NOT AT END                                               PGM195
040300             IF BP-BF-NO NOT = WS-ENT-BF-NO                       PGM195
040400                 SET WS-BROWSE-EOF TO TRUE                        PGM195
040500             ELSE                                                 PGM195
040600                 IF BP-MATL-CD = SPACES                           PGM195
040700                     PERFORM 2160-DISPLAY-HEADER                  PGM195
040800                     ADD 1 TO WS-LIST-CNT                         PGM195
040900                 END-IF                                           PGM195
041000             END-IF                                               PGM195
041100     END-READ.                                                    PGM195
041200*                                                                 PGM195
041300 2700-SHOW-PROPOSAL-LINES.                                        PGM195
041400     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM195
041500     START MIX-PROPOSAL-FILE KEY > BP-KEY                         PGM195
041600         INVALID KEY                                              PGM195
041700             SET WS-BROWSE-EOF TO TRUE                            PGM195
041800     END-START                                                    PGM195
041900     PERFORM 2710-SHOW-ONE-LINE                                   PGM195
042000         UNTIL WS-BROWSE-EOF.                                     PGM195
042100*                                                                 PGM195
042200 2710-SHOW-ONE-LINE.                                              PGM195
042300     READ MIX-PROPOSAL-FILE NEXT RECORD                           PGM195
042400         AT END                                                   PGM195
042500             SET WS-BROWSE-EOF TO TRUE                            PGM195
042600         NOT AT END                                               PGM195
042700             IF BP-BF-NO NOT = WS-PROP-BF-NO                      PGM195
042800                 OR BP-PROP-DATE NOT = WS-PROP-DATE               PGM195
042900                 OR BP-PROP-SEQ NOT = WS-PROP-SEQ                 PGM195
043000                 SET WS-BROWSE-EOF TO TRUE                        PGM195
043100             ELSE                                                 PGM195
043200                 DISPLAY '  ' BP-MATL-CD ' ROLE ' BP-ROLE-CD      PGM195
043300                         ' CURRENT ' BP-CUR-KG-PER-TON            PGM195
043400                         ' PROPOSED ' BP-NEW-KG-PER-TON           PGM195
043500                         ' PRICE ' BP-UNIT-PRICE                  PGM195
043600             END-IF                                               PGM195
043700     END-READ.                                                    PGM195
043800*                                                                 PGM195
043900 9000-FINALIZE.                                                   PGM195
044000     CLOSE MIX-PROPOSAL-FILE                                      PGM195
044100     CLOSE BURDEN-MIX-FILE                                        PGM195
044200     DISPLAY 'PGM195 - BURDEN MIX PROPOSAL SESSION ENDED'.        PGM195
044300*                                                                 PGM195
044400 9750-DIAGNOSE-FILE-STATUS.                                       PGM195
044500     EVALUATE WS-ABEND-STATUS                                     PGM195
044600         WHEN '10'                                                PGM195
044700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM195
044800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM195
044900         WHEN '23'                                                PGM195
045000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM195
045100             DISPLAY '  AND RETRY THE REQUEST'                    PGM195
045200         WHEN '35'                                                PGM195
045300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM195
045400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM195
045500         WHEN '37'                                                PGM195
045600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM195
045700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM195
045800         WHEN '39'                                                PGM195
045900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM195
046000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM195
046100         WHEN '41'                                                PGM195
046200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM195
046300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM195
046400         WHEN '42'                                                PGM195
046500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM195
046600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM195
046700         WHEN '46'                                                PGM195
046800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM195
046900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM195
047000         WHEN OTHER                                               PGM195
047100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM195
047200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM195
047300     END-EVALUATE.                                                PGM195
047400*                                                                 PGM195
047500 9900-ABNORMAL-END.                                               PGM195
047600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM195
047700     DISPLAY 'PGM195 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM195
047800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM195
047900     STOP RUN.                                                    PGM195
048000                                                                  PGM195
