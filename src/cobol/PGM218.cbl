000100 IDENTIFICATION DIVISION.                                         PGM218
000200 PROGRAM-ID.    PGM218.                                           PGM218
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM218
000400*                                                                 PGM218
000500* =========================================================       PGM218
000600* 프로그램명: 작업허가서/잠금표지(LOTO) 등록부                                     PGM218
000700* 처리내용  : 설비 정비 작업허가서(CPYPTWK)를 발행하고 수령자                          PGM218
000800*            서명, 발행자 중지/종료를 처리한다. 설비는 설비                          PGM218
000900*            마스터에서, 발행자/수령자는 인사 마스터에서                             PGM218
001000*            검증하며 둘은 같은 사람일 수 없다. 서명은 유효                          PGM218
001100*            기간 안에서만 가능하고 종료 시 잠금 해제를 확인                          PGM218
001200*            받는다. L 은 현재 미종료 허가서 목록(유효기간                          PGM218
001300*            경과 표시)을 보인다. 모든 처리는 감사 추적에                           PGM218
001400*            남긴다.                                                 PGM218
001500* =========================================================       PGM218
001600*                                                                 PGM218
001700 ENVIRONMENT DIVISION.                                            PGM218
001800 CONFIGURATION SECTION.                                           PGM218
001900 INPUT-OUTPUT SECTION.                                            PGM218
002000 FILE-CONTROL.                                                    PGM218
002100     SELECT OPTIONAL PERMIT-FILE                                  PGM218
002200         ASSIGN TO PTWMAST                                        PGM218
002300         ORGANIZATION IS INDEXED                                  PGM218
002400         ACCESS MODE IS DYNAMIC                                   PGM218
002500         RECORD KEY IS PTW-PERMIT-NO                              PGM218
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM218
002700     SELECT EQUIP-MASTER-FILE                                     PGM218
002800         ASSIGN TO EQPMAST                                        PGM218
002900         ORGANIZATION IS INDEXED                                  PGM218
003000         ACCESS MODE IS RANDOM                                    PGM218
003100         RECORD KEY IS EQ-EQUIP-ID                                PGM218
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM218
003300     SELECT PERSONNEL-FILE                                        PGM218
003400         ASSIGN TO PERSMAST                                       PGM218
003500         ORGANIZATION IS INDEXED                                  PGM218
003600         ACCESS MODE IS RANDOM                                    PGM218
003700         RECORD KEY IS PE-USER-ID                                 PGM218
003800         FILE STATUS IS WS-FILE-STATUS3.                          PGM218
003900     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM218
004000         ASSIGN TO AUDTRAIL                                       PGM218
004100         ORGANIZATION IS SEQUENTIAL                               PGM218
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM218
004300*                                                                 PGM218
004400 DATA DIVISION.                                                   PGM218
004500 FILE SECTION.                                                    PGM218
004600 FD  PERMIT-FILE.                                                 PGM218
004700 01  PERMIT-REC.                                                  PGM218
004800     COPY CPYPTWK.                                                PGM218
004900 FD  EQUIP-MASTER-FILE.                                           PGM218
005000 01  EQUIP-MASTER-REC.                                            PGM218
005100     COPY CPYEQPM.                                                PGM218
005200 FD  PERSONNEL-FILE.                                              PGM218
005300 01  PERSONNEL-REC.                                               PGM218
005400     COPY CPYPERS.                                                PGM218
005500 FD  AUDIT-TRAIL-FILE.                                            PGM218
005600 01  AUDIT-TRAIL-REC.                                             PGM218
005700     COPY CPYAUDIT.                                               PGM218
005800*                                                                 PGM218
005900 WORKING-STORAGE SECTION.                                         PGM218
006000 01  WS-FILE-STATUS         PIC XX.                               PGM218
006100 01  WS-FILE-STATUS2        PIC XX.                               PGM218
006200 01  WS-FILE-STATUS3        PIC XX.                               PGM218
006300 01  WS-FILE-STATUS4        PIC XX.                               PGM218
006400 01  WS-ABEND-STATUS        PIC XX.                               PGM218
006500 01  WS-DATE-STATUS         PIC XX.                               PGM218
006600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM218
006700     88 WS-EXIT             VALUE 'Y'.                            PGM218
006800 01  WS-PT-EOF-FLAG         PIC X VALUE 'N'.                      PGM218
006900     88 WS-PT-EOF           VALUE 'Y'.                            PGM218
007000 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM218
007100     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM218
007200 01  WS-AUDIT-COND          PIC X(10).                            PGM218
007300 01  WS-AUDIT-KEY1          PIC X(15).                            PGM218
007400 01  WS-AUDIT-KEY2          PIC X(15).                            PGM218
007500 01  WS-AUDIT-DESC          PIC X(40).                            PGM218
007600 01  WS-ACTION-CHOICE       PIC X(01).                            PGM218
007700     88 WS-ISSUE-ACTION     VALUE 'I' 'i'.                        PGM218
007800     88 WS-SIGNON-ACTION    VALUE 'S' 's'.                        PGM218
007900     88 WS-SUSPEND-ACTION   VALUE 'P' 'p'.                        PGM218
008000     88 WS-CLOSE-ACTION     VALUE 'C' 'c'.                        PGM218
008100     88 WS-INQUIRE-ACTION   VALUE 'Q' 'q'.                        PGM218
008200     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM218
008300     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM218
008400 01  WS-PERMIT-FOUND-FLAG   PIC X VALUE 'N'.                      PGM218
008500     88 WS-PERMIT-FOUND     VALUE 'Y'.                            PGM218
008600     88 WS-PERMIT-NOT-FOUND VALUE 'N'.                            PGM218
008700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM218
008800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM218
008900 01  WS-PERSON-OK-FLAG      PIC X VALUE 'N'.                      PGM218
009000     88 WS-PERSON-OK        VALUE 'Y'.                            PGM218
009100 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM218
009200 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM218
009300 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                         PGM218
009400     05 WS-NOW-HHMM         PIC 9(04).                            PGM218
009500     05 FILLER              PIC 9(04).                            PGM218
009600 01  WS-NOW-STAMP           PIC 9(12) VALUE ZEROS.                PGM218
009700 01  WS-FROM-STAMP          PIC 9(12) VALUE ZEROS.                PGM218
009800 01  WS-TO-STAMP            PIC 9(12) VALUE ZEROS.                PGM218
009900 01  WS-ENT-PERMIT-NO       PIC 9(08).                            PGM218
010000 01  WS-ENT-EQUIP           PIC X(10).                            PGM218
010100 01  WS-ENT-TYPE            PIC X(01).                            PGM218
010200 01  WS-ENT-JOB-TYPE        PIC X(01).                            PGM218
010300 01  WS-ENT-JOB-REF         PIC X(12).                            PGM218
010400 01  WS-ENT-JOB-DESC        PIC X(30).                            PGM218
010500 01  WS-ENT-ISSUER          PIC X(10).                            PGM218
010600 01  WS-ENT-RECEIVER        PIC X(10).                            PGM218
010700 01  WS-ENT-FROM-DT         PIC 9(08).                            PGM218
010800 01  WS-ENT-FROM-TM         PIC 9(04).                            PGM218
010900 01  WS-ENT-TO-DT           PIC 9(08).                            PGM218
011000 01  WS-ENT-TO-TM           PIC 9(04).                            PGM218
011100 01  WS-ENT-ISOL-CNT        PIC 9(02).                            PGM218
011200 01  WS-ENT-USER            PIC X(10).                            PGM218
011300 01  WS-ENT-REASON          PIC X(30).                            PGM218
011400 01  WS-ENT-CONFIRM         PIC X(01).                            PGM218
011500     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM218
011600 01  WS-CHK-PERSON          PIC X(10).                            PGM218
011700 01  WS-IX                  PIC 9(02) COMP VALUE ZEROS.           PGM218
011800 01  WS-ISOL-MISSING-CNT    PIC 9(02) VALUE ZEROS.                PGM218
011900 01  WS-ISOL-TABLE.                                               PGM218
012000     05 WS-ISOL-ENTRY OCCURS 6 TIMES.                             PGM218
012100         10 WS-ISOL-DESC    PIC X(15).                            PGM218
012200         10 WS-ISOL-LOCK    PIC X(08).                            PGM218
012300 01  WS-OPEN-COUNT          PIC 9(05) VALUE ZEROS.                PGM218
012400 01  WS-EXPIRED-COUNT       PIC 9(05) VALUE ZEROS.                PGM218
012500 01  WS-LIST-FLAG           PIC X(08).                            PGM218
012600*                                                                 PGM218
012700 PROCEDURE DIVISION.                                              PGM218
012800*                                                                 PGM218
012900 0000-MAIN-PROCESS.                                               PGM218
013000     PERFORM 1000-INITIALIZE                                      PGM218
013100     PERFORM 2000-PROCESS-MENU                                    PGM218
013200         UNTIL WS-EXIT                                            PGM218
013300     PERFORM 9000-FINALIZE                                        PGM218
013400     STOP RUN.                                                    PGM218
013500*                                                                 PGM218
013600 1000-INITIALIZE.                                                 PGM218
013700     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM218
013800     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM218
013900     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM218
014000         SET WS-AUDIT-READY TO TRUE                               PGM218
014100     ELSE                                                         PGM218
014200         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS4       PGM218
014300     END-IF                                                       PGM218
014400     OPEN I-O PERMIT-FILE                                         PGM218
014500     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM218
014600         DISPLAY 'PERMIT FILE OPEN ERROR: ' WS-FILE-STATUS        PGM218
014700         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM218
014800         PERFORM 9900-ABNORMAL-END                                PGM218
014900     END-IF                                                       PGM218
015000     OPEN INPUT EQUIP-MASTER-FILE                                 PGM218
015100     IF WS-FILE-STATUS2 NOT = '00'                                PGM218
015200         DISPLAY 'EQUIP MASTER OPEN ERROR: ' WS-FILE-STATUS2      PGM218
015300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM218
015400         PERFORM 9900-ABNORMAL-END                                PGM218
015500     END-IF                                                       PGM218
015600     OPEN INPUT PERSONNEL-FILE                                    PGM218
015700     IF WS-FILE-STATUS3 NOT = '00'                                PGM218
015800         DISPLAY 'PERSONNEL OPEN ERROR: ' WS-FILE-STATUS3         PGM218
015900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM218
016000         PERFORM 9900-ABNORMAL-END                                PGM218
016100     END-IF.                                                      PGM218
016200*                                                                 PGM218
016300 2000-PROCESS-MENU.                                               PGM218
016400     DISPLAY ' '                                                  PGM218
016500     DISPLAY '=== PERMIT TO WORK / LOCKOUT-TAGOUT ==='            PGM218
016600     DISPLAY 'I=ISSUE  S=SIGN ON  P=SUSPEND  C=CLOSE  '           PGM218
016700             'Q=INQUIRE  L=LIST OPEN  E=EXIT'                     PGM218
016800     ACCEPT WS-ACTION-CHOICE                                      PGM218
016900     ACCEPT WS-NOW-TIME FROM TIME                                 PGM218
017000     COMPUTE WS-NOW-STAMP = WS-TODAY * 10000 + WS-NOW-HHMM        PGM218
017100     EVALUATE TRUE                                                PGM218
017200         WHEN WS-EXIT-CHOICE                                      PGM218
017300             SET WS-EXIT TO TRUE                                  PGM218
017400         WHEN WS-LIST-ACTION                                      PGM218
017500             PERFORM 2800-LIST-OPEN-PERMITS                       PGM218
017600         WHEN WS-ISSUE-ACTION OR WS-SIGNON-ACTION                 PGM218
017700             OR WS-SUSPEND-ACTION OR WS-CLOSE-ACTION              PGM218
017800             OR WS-INQUIRE-ACTION                                 PGM218
017900             PERFORM 2100-LOCATE-PERMIT                           PGM218
018000             EVALUATE TRUE                                        PGM218
018100                 WHEN WS-ISSUE-ACTION                             PGM218
018200                     PERFORM 2200-ISSUE-PERMIT                    PGM218
018300                 WHEN WS-SIGNON-ACTION                            PGM218
018400                     PERFORM 2400-SIGN-ON-PERMIT                  PGM218
018500                 WHEN WS-SUSPEND-ACTION                           PGM218
018600                     PERFORM 2500-SUSPEND-PERMIT                  PGM218
018700                 WHEN WS-CLOSE-ACTION                             PGM218
018800                     PERFORM 2600-CLOSE-PERMIT                    PGM218
018900                 WHEN OTHER                                       PGM218
019000                     PERFORM 2700-SHOW-PERMIT                     PGM218
019100             END-EVALUATE                                         PGM218
019200         WHEN OTHER                                               PGM218
019300             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM218
019400     END-EVALUATE.                                                PGM218
019500*                                                                 PGM218
019600 2100-LOCATE-PERMIT.                                              PGM218
019700     DISPLAY 'ENTER PERMIT NO: '                                  PGM218
019800     ACCEPT WS-ENT-PERMIT-NO                                      PGM218
019900     MOVE WS-ENT-PERMIT-NO TO PTW-PERMIT-NO                       PGM218
020000     READ PERMIT-FILE                                             PGM218
020100         INVALID KEY                                              PGM218
020200             SET WS-PERMIT-NOT-FOUND TO TRUE                      PGM218
020300         NOT INVALID KEY                                          PGM218
020400             SET WS-PERMIT-FOUND TO TRUE                          PGM218
020500     END-READ.                                                    PGM218
020600*                                                                 PGM218
020700* ---------------------------------------------------------       PGM218
020800* 발행: 설비 활성, 발행자/수령자 재직(서로 다름), 유효기간                              PGM218
020900* 시작 < 종료, 전기 차단은 차단점/잠금번호 1건 이상 필수.                              PGM218
021000* ---------------------------------------------------------       PGM218
021100 2200-ISSUE-PERMIT.                                               PGM218
021200     IF WS-PERMIT-FOUND                                           PGM218
021300         DISPLAY 'PERMIT NO ALREADY USED: ' WS-ENT-PERMIT-NO      PGM218
021400     ELSE                                                         PGM218
021500         IF WS-ENT-PERMIT-NO = ZEROS                              PGM218
021600             DISPLAY 'PERMIT NO REQUIRED'                         PGM218
021700         ELSE                                                     PGM218
021800             PERFORM 2210-ENTER-PERMIT-FIELDS                     PGM218
021900             PERFORM 2300-VALIDATE-PERMIT-FIELDS                  PGM218
022000             IF WS-FIELDS-VALID                                   PGM218
022100                 PERFORM 2250-WRITE-NEW-PERMIT                    PGM218
022200             ELSE                                                 PGM218
022300                 DISPLAY 'PERMIT REJECTED - CHECK FIELDS'         PGM218
022400             END-IF                                               PGM218
022500         END-IF                                                   PGM218
022600     END-IF.                                                      PGM218
022700*                                                                 PGM218
022800 2210-ENTER-PERMIT-FIELDS.                                        PGM218
022900     DISPLAY 'ENTER EQUIPMENT ID: '                               PGM218
023000     ACCEPT WS-ENT-EQUIP                                          PGM218
023100     DISPLAY 'ENTER PERMIT TYPE (H=HOT WORK C=CONFINED '          PGM218
023200             'E=ELEC ISOLATION): '                                PGM218
023300     ACCEPT WS-ENT-TYPE                                           PGM218
023400     DISPLAY 'ENTER JOB TYPE (P=PM B=BREAKDOWN O=OTHER): '        PGM218
023500     ACCEPT WS-ENT-JOB-TYPE                                       PGM218
023600     DISPLAY 'ENTER JOB REFERENCE (WORK ORDER): '                 PGM218
023700     ACCEPT WS-ENT-JOB-REF                                        PGM218
023800     DISPLAY 'ENTER JOB DESCRIPTION: '                            PGM218
023900     ACCEPT WS-ENT-JOB-DESC                                       PGM218
024000     DISPLAY 'ENTER ISSUER ID: '                                  PGM218
024100     ACCEPT WS-ENT-ISSUER                                         PGM218
024200     DISPLAY 'ENTER RECEIVER ID: '                                PGM218
024300     ACCEPT WS-ENT-RECEIVER                                       PGM218
024400     DISPLAY 'ENTER VALID FROM DATE (YYYYMMDD): '                 PGM218
024500     ACCEPT WS-ENT-FROM-DT                                        PGM218
024600     DISPLAY 'ENTER VALID FROM TIME (HHMM): '                     PGM218
024700     ACCEPT WS-ENT-FROM-TM                                        PGM218
024800     DISPLAY 'ENTER VALID TO DATE (YYYYMMDD): '                   PGM218
024900     ACCEPT WS-ENT-TO-DT                                          PGM218
025000     DISPLAY 'ENTER VALID TO TIME (HHMM): '                       PGM218
025100     ACCEPT WS-ENT-TO-TM                                          PGM218
025200     MOVE SPACES TO WS-ISOL-TABLE                                 PGM218
025300     DISPLAY 'ENTER NUMBER OF ISOLATION POINTS (0-6): '           PGM218
025400     ACCEPT WS-ENT-ISOL-CNT                                       PGM218
025500     IF WS-ENT-ISOL-CNT > 6                                       PGM218
025600         MOVE 6 TO WS-ENT-ISOL-CNT                                PGM218
025700         DISPLAY 'MAXIMUM 6 ISOLATION POINTS - 6 TAKEN'           PGM218
025800     END-IF                                                       PGM218
025900     PERFORM 2220-ENTER-ISOLATION-POINT                           PGM218
026000         VARYING WS-IX FROM 1 BY 1                                PGM218
026100         UNTIL WS-IX > WS-ENT-ISOL-CNT.                           PGM218
026200*                                                                 PGM218
026300 2220-ENTER-ISOLATION-POINT.                                      PGM218
026400     DISPLAY 'ISOLATION POINT ' WS-IX ': '                        PGM218
026500     ACCEPT WS-ISOL-DESC (WS-IX)                                  PGM218
026600     DISPLAY 'LOCK NO FOR POINT ' WS-IX ': '                      PGM218
026700     ACCEPT WS-ISOL-LOCK (WS-IX).                                 PGM218
026800*                                                                 PGM218
026900 2250-WRITE-NEW-PERMIT.                                           PGM218
027000     INITIALIZE PERMIT-REC                                        PGM218
027100     MOVE WS-ENT-PERMIT-NO TO PTW-PERMIT-NO                       PGM218
027200     MOVE WS-ENT-EQUIP     TO PTW-EQUIP-ID                        PGM218
027300     MOVE EQ-PLANT-CD      TO PTW-PLANT-CD                        PGM218
027400     MOVE EQ-LINE-CD       TO PTW-LINE-CD                         PGM218
027500     MOVE WS-ENT-TYPE      TO PTW-PERMIT-TYPE                     PGM218
027600     MOVE WS-ENT-JOB-TYPE  TO PTW-JOB-TYPE                        PGM218
027700     MOVE WS-ENT-JOB-REF   TO PTW-JOB-REF                         PGM218
027800     MOVE WS-ENT-JOB-DESC  TO PTW-JOB-DESC                        PGM218
027900     MOVE WS-ENT-ISSUER    TO PTW-ISSUER-ID                       PGM218
028000     MOVE WS-ENT-RECEIVER  TO PTW-RECEIVER-ID                     PGM218
028100     MOVE WS-TODAY         TO PTW-ISSUE-DATE                      PGM218
028200     MOVE WS-ENT-FROM-DT   TO PTW-VALID-FROM-DT                   PGM218
028300     MOVE WS-ENT-FROM-TM   TO PTW-VALID-FROM-TM                   PGM218
028400     MOVE WS-ENT-TO-DT     TO PTW-VALID-TO-DT                     PGM218
028500     MOVE WS-ENT-TO-TM     TO PTW-VALID-TO-TM                     PGM218
028600     MOVE WS-ENT-ISOL-CNT  TO PTW-ISOL-CNT                        PGM218
028700     PERFORM 2260-MOVE-ISOLATION-POINT                            PGM218
028800         VARYING WS-IX FROM 1 BY 1                                PGM218
028900         UNTIL WS-IX > 6                                          PGM218
029000     SET PTW-ISSUED TO TRUE                                       PGM218
029100     WRITE PERMIT-REC                                             PGM218
029200         INVALID KEY                                              PGM218
029300             DISPLAY 'PERMIT WRITE ERROR: ' WS-FILE-STATUS        PGM218
029400         NOT INVALID KEY                                          PGM218
029500             MOVE 'PTWISSU' TO WS-AUDIT-COND                      PGM218
029600             MOVE WS-ENT-ISSUER TO WS-AUDIT-KEY2                  PGM218
029700             MOVE 'PERMIT ISSUED - AWAITING SIGN ON'              PGM218
029800                 TO WS-AUDIT-DESC                                 PGM218
029900             PERFORM 2900-AUDIT-PERMIT                            PGM218
030000             DISPLAY 'PERMIT ISSUED: ' WS-ENT-PERMIT-NO           PGM218
030100                     ' - RECEIVER MUST SIGN ON'                   PGM218
030200     END-WRITE.                                                   PGM218
030300*                                                                 PGM218
030400 2260-MOVE-ISOLATION-POINT.                                       PGM218
030500     MOVE WS-ISOL-DESC (WS-IX) TO PTW-ISOL-DESC (WS-IX)           PGM218
030600     MOVE WS-ISOL-LOCK (WS-IX) TO PTW-LOCK-NO (WS-IX).            PGM218
030700*                                                                 PGM218
030800 2300-VALIDATE-PERMIT-FIELDS.                                     PGM218
030900     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM218
031000     MOVE WS-ENT-TYPE     TO PTW-PERMIT-TYPE                      PGM218
031100     MOVE WS-ENT-JOB-TYPE TO PTW-JOB-TYPE                         PGM218
031200     COMPUTE WS-FROM-STAMP = WS-ENT-FROM-DT * 10000               PGM218
031300                           + WS-ENT-FROM-TM                       PGM218
031400     COMPUTE WS-TO-STAMP   = WS-ENT-TO-DT * 10000                 PGM218
031500                           + WS-ENT-TO-TM                         PGM218
031600     MOVE ZEROS TO WS-ISOL-MISSING-CNT                            PGM218
031700     PERFORM 2310-CHECK-ISOLATION-POINT                           PGM218
031800         VARYING WS-IX FROM 1 BY 1                                PGM218
031900         UNTIL WS-IX > WS-ENT-ISOL-CNT                            PGM218
032000     MOVE WS-ENT-EQUIP TO EQ-EQUIP-ID                             PGM218
032100     READ EQUIP-MASTER-FILE                                       PGM218
032200         INVALID KEY                                              PGM218
032300             MOVE SPACES TO EQ-STATUS-CD                          PGM218
032400     END-READ                                                     PGM218
032500     EVALUATE TRUE                                                PGM218
032600         WHEN NOT EQ-ACTIVE                                       PGM218
032700             DISPLAY 'EQUIPMENT NOT ACTIVE ON MASTER: '           PGM218
032800                     WS-ENT-EQUIP                                 PGM218
032900         WHEN NOT PTW-VALID-TYPE                                  PGM218
033000             DISPLAY 'INVALID PERMIT TYPE'                        PGM218
033100         WHEN NOT PTW-VALID-JOB                                   PGM218
033200             DISPLAY 'INVALID JOB TYPE'                           PGM218
033300         WHEN OTHER                                               PGM218
033400             PERFORM 2320-VALIDATE-PEOPLE-AND-TIME                PGM218
033500     END-EVALUATE.                                                PGM218
033600*                                                                 PGM218
033700 2310-CHECK-ISOLATION-POINT.                                      PGM218
033800     IF WS-ISOL-DESC (WS-IX) = SPACES                             PGM218
033900         OR WS-ISOL-LOCK (WS-IX) = SPACES                         PGM218
034000         ADD 1 TO WS-ISOL-MISSING-CNT                             PGM218
034100     END-IF.                                                      PGM218
034200*                                                                 PGM218
034300 2320-VALIDATE-PEOPLE-AND-TIME.                                   PGM218
034400     MOVE WS-ENT-ISSUER TO WS-CHK-PERSON                          PGM218
034500     PERFORM 2350-CHECK-PERSON                                    PGM218
034600     IF WS-PERSON-OK                                              PGM218
034700         MOVE WS-ENT-RECEIVER TO WS-CHK-PERSON                    PGM218
034800         PERFORM 2350-CHECK-PERSON                                PGM218
034900     END-IF                                                       PGM218
035000     IF WS-PERSON-OK                                              PGM218
035100         CALL 'DATECHK' USING WS-ENT-FROM-DT WS-DATE-STATUS       PGM218
035200         IF WS-DATE-STATUS = '00'                                 PGM218
035300             CALL 'DATECHK' USING WS-ENT-TO-DT WS-DATE-STATUS     PGM218
035400         END-IF                                                   PGM218
035500         EVALUATE TRUE                                            PGM218
035600             WHEN WS-ENT-ISSUER = WS-ENT-RECEIVER                 PGM218
035700                 DISPLAY 'ISSUER AND RECEIVER MUST DIFFER'        PGM218
035800             WHEN WS-DATE-STATUS NOT = '00'                       PGM218
035900                 DISPLAY 'INVALID VALIDITY DATE'                  PGM218
036000             WHEN WS-ENT-FROM-TM > 2359 OR WS-ENT-TO-TM > 2359    PGM218
036100                 DISPLAY 'INVALID VALIDITY TIME'                  PGM218
036200             WHEN WS-TO-STAMP NOT > WS-FROM-STAMP                 PGM218
036300                 DISPLAY 'VALID TO MUST BE AFTER VALID FROM'      PGM218
036400             WHEN WS-TO-STAMP NOT > WS-NOW-STAMP                  PGM218
036500                 DISPLAY 'VALIDITY WINDOW ALREADY EXPIRED'        PGM218
036600             WHEN PTW-ELEC-ISOL AND WS-ENT-ISOL-CNT = 0           PGM218
036700                 DISPLAY 'ELEC ISOLATION NEEDS LOCKED POINTS'     PGM218
036800             WHEN WS-ISOL-MISSING-CNT > 0                         PGM218
036900                 DISPLAY 'EACH ISOLATION POINT NEEDS A LOCK NO'   PGM218
037000             WHEN OTHER                                           PGM218
037100                 SET WS-FIELDS-VALID TO TRUE                      PGM218
037200         END-EVALUATE                                             PGM218
037300     END-IF.                                                      PGM218
037400*                                                                 PGM218
037500 2350-CHECK-PERSON.                                               PGM218
037600     MOVE 'N' TO WS-PERSON-OK-FLAG                                PGM218
037700     MOVE WS-CHK-PERSON TO PE-USER-ID                             PGM218
037800     READ PERSONNEL-FILE                                          PGM218
037900         INVALID KEY                                              PGM218
038000             DISPLAY 'NOT ON PERSONNEL MASTER: ' WS-CHK-PERSON    PGM218
038100         NOT INVALID KEY                                          PGM218
038200             IF PE-ACTIVE                                         PGM218
038300                 SET WS-PERSON-OK TO TRUE                         PGM218
038400             ELSE                                                 PGM218
038500                 DISPLAY 'PERSON NOT ACTIVE: ' WS-CHK-PERSON      PGM218
038600             END-IF                                               PGM218
038700     END-READ.                                                    PGM218
038800*                                                                 PGM218
038900* ---------------------------------------------------------       PGM218
039000* 서명: 지정 수령자만, 유효기간 안에서. 중지 허가서도                                  PGM218
039100* 재서명하면 재개된다.                                                     PGM218
039200* ---------------------------------------------------------       PGM218
039300 2400-SIGN-ON-PERMIT.                                             PGM218
039400     IF WS-PERMIT-NOT-FOUND                                       PGM218
039500         DISPLAY 'PERMIT NOT FOUND: ' WS-ENT-PERMIT-NO            PGM218
039600     ELSE                                                         PGM218
039700         DISPLAY 'ENTER RECEIVER ID: '                            PGM218
039800         ACCEPT WS-ENT-USER                                       PGM218
039900         COMPUTE WS-FROM-STAMP = PTW-VALID-FROM-DT * 10000        PGM218
040000                               + PTW-VALID-FROM-TM                PGM218
040100         COMPUTE WS-TO-STAMP   = PTW-VALID-TO-DT * 10000          PGM218
040200                               + PTW-VALID-TO-TM                  PGM218
040300         EVALUATE TRUE                                            PGM218
040400             WHEN NOT PTW-ISSUED AND NOT PTW-SUSPENDED            PGM218
040500                 DISPLAY 'PERMIT NOT AWAITING SIGN ON - STATUS '  PGM218
040600                         PTW-STATUS-CD                            PGM218
040700             WHEN WS-ENT-USER NOT = PTW-RECEIVER-ID               PGM218
040800                 DISPLAY 'ONLY NAMED RECEIVER MAY SIGN ON: '      PGM218
040900                         PTW-RECEIVER-ID                          PGM218
041000             WHEN WS-NOW-STAMP < WS-FROM-STAMP                    PGM218
041100                 DISPLAY 'PERMIT NOT YET VALID - FROM '           PGM218
041200                         PTW-VALID-FROM-DT ' ' PTW-VALID-FROM-TM  PGM218
041300             WHEN WS-NOW-STAMP > WS-TO-STAMP                      PGM218
041400                 DISPLAY 'PERMIT EXPIRED - CLOSE AND REISSUE'     PGM218
041500             WHEN OTHER                                           PGM218
041600                 SET PTW-ACTIVE TO TRUE                           PGM218
041700                 MOVE WS-TODAY    TO PTW-SIGNON-DATE              PGM218
041800                 MOVE WS-NOW-HHMM TO PTW-SIGNON-TIME              PGM218
041900                 MOVE SPACES      TO PTW-SUSPEND-REASON           PGM218
042000                 PERFORM 2950-REWRITE-PERMIT                      PGM218
042100                 MOVE 'PTWSIGN' TO WS-AUDIT-COND                  PGM218
042200                 MOVE WS-ENT-USER TO WS-AUDIT-KEY2                PGM218
042300                 MOVE 'PERMIT SIGNED ON - WORK MAY START'         PGM218
042400                     TO WS-AUDIT-DESC                             PGM218
042500                 PERFORM 2900-AUDIT-PERMIT                        PGM218
042600                 DISPLAY 'PERMIT ACTIVE - WORK MAY START'         PGM218
042700         END-EVALUATE                                             PGM218
042800     END-IF.                                                      PGM218
042900*                                                                 PGM218
043000* 중지: 작업중(A) 허가서를 발행자가 사유와 함께 중지.                                 PGM218
043100 2500-SUSPEND-PERMIT.                                             PGM218
043200     IF WS-PERMIT-NOT-FOUND                                       PGM218
043300         DISPLAY 'PERMIT NOT FOUND: ' WS-ENT-PERMIT-NO            PGM218
043400     ELSE                                                         PGM218
043500         DISPLAY 'ENTER ISSUER ID: '                              PGM218
043600         ACCEPT WS-ENT-USER                                       PGM218
043700         DISPLAY 'ENTER SUSPEND REASON: '                         PGM218
043800         ACCEPT WS-ENT-REASON                                     PGM218
043900         EVALUATE TRUE                                            PGM218
044000             WHEN NOT PTW-ACTIVE                                  PGM218
044100                 DISPLAY 'ONLY AN ACTIVE PERMIT CAN BE SUSPENDED' PGM218
044200             WHEN WS-ENT-USER NOT = PTW-ISSUER-ID                 PGM218
044300                 DISPLAY 'ONLY THE ISSUER MAY SUSPEND: '          PGM218
044400                         PTW-ISSUER-ID                            PGM218
044500             WHEN WS-ENT-REASON = SPACES                          PGM218
044600                 DISPLAY 'SUSPEND REASON REQUIRED'                PGM218
044700             WHEN OTHER                                           PGM218
044800                 SET PTW-SUSPENDED TO TRUE                        PGM218
044900                 MOVE WS-ENT-REASON TO PTW-SUSPEND-REASON         PGM218
045000                 PERFORM 2950-REWRITE-PERMIT                      PGM218
045100                 MOVE 'PTWSUSP' TO WS-AUDIT-COND                  PGM218
045200                 MOVE WS-ENT-USER TO WS-AUDIT-KEY2                PGM218
045300                 MOVE WS-ENT-REASON TO WS-AUDIT-DESC              PGM218
045400                 PERFORM 2900-AUDIT-PERMIT                        PGM218
045500                 DISPLAY 'PERMIT SUSPENDED - WORK MUST STOP'      PGM218
045600         END-EVALUATE                                             PGM218
045700     END-IF.                                                      PGM218
045800*                                                                 PGM218
045900* 종료: 발행자가 모든 잠금 해제를 확인한 후 종료.                                    PGM218
046000 2600-CLOSE-PERMIT.                                               PGM218
046100     IF WS-PERMIT-NOT-FOUND                                       PGM218
046200         DISPLAY 'PERMIT NOT FOUND: ' WS-ENT-PERMIT-NO            PGM218
046300     ELSE                                                         PGM218
046400         DISPLAY 'ENTER ISSUER ID: '                              PGM218
046500         ACCEPT WS-ENT-USER                                       PGM218
046600         MOVE SPACES TO WS-ENT-CONFIRM                            PGM218
046700         IF PTW-ISOL-CNT > 0                                      PGM218
046800             DISPLAY 'ALL ' PTW-ISOL-CNT ' LOCKS REMOVED AND '    PGM218
046900                     'EQUIPMENT RESTORED (Y/N): '                 PGM218
047000             ACCEPT WS-ENT-CONFIRM                                PGM218
047100         ELSE                                                     PGM218
047200             MOVE 'Y' TO WS-ENT-CONFIRM                           PGM218
047300         END-IF                                                   PGM218
047400         EVALUATE TRUE                                            PGM218
047500             WHEN NOT PTW-OPEN                                    PGM218
047600                 DISPLAY 'PERMIT ALREADY CLOSED ON '              PGM218
047700                         PTW-CLOSE-DATE                           PGM218
047800             WHEN WS-ENT-USER NOT = PTW-ISSUER-ID                 PGM218
047900                 DISPLAY 'ONLY THE ISSUER MAY CLOSE: '            PGM218
048000                         PTW-ISSUER-ID                            PGM218
048100             WHEN NOT WS-CONFIRMED                                PGM218
048200                 DISPLAY 'LOCK REMOVAL NOT CONFIRMED'             PGM218
048300             WHEN OTHER                                           PGM218
048400                 SET PTW-CLOSED TO TRUE                           PGM218
048500                 MOVE WS-TODAY    TO PTW-CLOSE-DATE               PGM218
048600                 MOVE WS-NOW-HHMM TO PTW-CLOSE-TIME               PGM218
048700                 MOVE WS-ENT-USER TO PTW-CLOSED-BY                PGM218
048800                 PERFORM 2950-REWRITE-PERMIT                      PGM218
048900                 MOVE 'PTWCLOS' TO WS-AUDIT-COND                  PGM218
049000                 MOVE WS-ENT-USER TO WS-AUDIT-KEY2                PGM218
049100                 MOVE 'PERMIT CLOSED - LOCKS REMOVED'             PGM218
049200                     TO WS-AUDIT-DESC                             PGM218
049300                 PERFORM 2900-AUDIT-PERMIT                        PGM218
049400                 DISPLAY 'PERMIT CLOSED'                          PGM218
049500         END-EVALUATE                                             PGM218
049600     END-IF.                                                      PGM218
049700*                                                                 PGM218
049800 2700-SHOW-PERMIT.                                                PGM218
049900     IF WS-PERMIT-NOT-FOUND                                       PGM218
050000         DISPLAY 'PERMIT NOT FOUND: ' WS-ENT-PERMIT-NO            PGM218
050100     ELSE                                                         PGM218
050200         DISPLAY 'EQUIP ' PTW-EQUIP-ID ' LINE ' PTW-LINE-CD       PGM218
050300                 ' TYPE ' PTW-PERMIT-TYPE ' JOB ' PTW-JOB-TYPE    PGM218
050400                 ' ' PTW-JOB-REF                                  PGM218
050500         DISPLAY '  ' PTW-JOB-DESC                                PGM218
050600         DISPLAY '  ISSUER ' PTW-ISSUER-ID                        PGM218
050700                 ' RECEIVER ' PTW-RECEIVER-ID                     PGM218
050800                 ' STATUS ' PTW-STATUS-CD                         PGM218
050900         DISPLAY '  VALID ' PTW-VALID-FROM-DT ' '                 PGM218
051000                 PTW-VALID-FROM-TM                                PGM218
051100                 ' TO ' PTW-VALID-TO-DT ' ' PTW-VALID-TO-TM       PGM218
051200         IF PTW-SIGNON-DATE > 0                                   PGM218
051300             DISPLAY '  SIGNED ON ' PTW-SIGNON-DATE ' '           PGM218
051400                     PTW-SIGNON-TIME                              PGM218
051500         END-IF                                                   PGM218
051600         IF PTW-SUSPENDED                                         PGM218
051700             DISPLAY '  SUSPENDED: ' PTW-SUSPEND-REASON           PGM218
051800         END-IF                                                   PGM218
051900         IF PTW-CLOSED                                            PGM218
052000             DISPLAY '  CLOSED ' PTW-CLOSE-DATE ' ' PTW-CLOSE-TIMEPGM218
052100                     ' BY ' PTW-CLOSED-BY                         PGM218
052200         END-IF                                                   PGM218
052300         PERFORM 2710-SHOW-ISOLATION-POINT                        PGM218
052400             VARYING WS-IX FROM 1 BY 1                            PGM218
052500             UNTIL WS-IX > PTW-ISOL-CNT                           PGM218
052600     END-IF.                                                      PGM218
052700*                                                                 PGM218
052800 2710-SHOW-ISOLATION-POINT.                                       PGM218
052900     DISPLAY '  ISOLATION ' WS-IX ' ' PTW-ISOL-DESC (WS-IX)       PGM218
053000             ' LOCK ' PTW-LOCK-NO (WS-IX).                        PGM218
053100*                                                                 PGM218
053200* ---------------------------------------------------------       PGM218
053300* 미종료 허가서 목록 (유효기간 경과 건은 EXPIRED 표시)                              PGM218
053400* ---------------------------------------------------------       PGM218
053500 2800-LIST-OPEN-PERMITS.                                          PGM218
053600     MOVE ZEROS TO WS-OPEN-COUNT                                  PGM218
053700     MOVE ZEROS TO WS-EXPIRED-COUNT                               PGM218
053800     MOVE 'N' TO WS-PT-EOF-FLAG                                   PGM218
053900     MOVE ZEROS TO PTW-PERMIT-NO                                  PGM218
054000     START PERMIT-FILE KEY >= PTW-PERMIT-NO                       PGM218
054100         INVALID KEY                                              PGM218
054200             SET WS-PT-EOF TO TRUE                                PGM218
054300     END-START                                                    PGM218
054400     DISPLAY 'PERMIT   EQUIPMENT  LINE       T J STATUS   '       PGM218
054500             'VALID TO      RECEIVER'                             PGM218
054600     PERFORM 2810-LIST-ONE-PERMIT                                 PGM218
054700         UNTIL WS-PT-EOF                                          PGM218
054800     DISPLAY WS-OPEN-COUNT ' OPEN PERMIT(S), '                    PGM218
054900             WS-EXPIRED-COUNT ' PAST VALIDITY'.                   PGM218
055000*                                                                 PGM218
055100 2810-LIST-ONE-PERMIT.                                            PGM218
055200     READ PERMIT-FILE NEXT RECORD                                 PGM218
055300         AT END                                                   PGM218
055400             SET WS-PT-EOF TO TRUE                                PGM218
055500         NOT AT END                                               PGM218
055600             IF PTW-OPEN                                          PGM218
055700                 ADD 1 TO WS-OPEN-COUNT                           PGM218
055800                 COMPUTE WS-TO-STAMP = PTW-VALID-TO-DT * 10000    PGM218
055900                                     + PTW-VALID-TO-TM            PGM218
056000                 EVALUATE TRUE                                    PGM218
056100                     WHEN WS-NOW-STAMP > WS-TO-STAMP              PGM218
056200                         MOVE 'EXPIRED' TO WS-LIST-FLAG           PGM218
056300                         ADD 1 TO WS-EXPIRED-COUNT                PGM218
056400                     WHEN PTW-ISSUED                              PGM218
056500                         MOVE 'ISSUED'    TO WS-LIST-FLAG         PGM218
056600                     WHEN PTW-ACTIVE                              PGM218
056700                         MOVE 'ACTIVE'    TO WS-LIST-FLAG         PGM218
056800                     WHEN OTHER                                   PGM218
056900                         MOVE 'SUSPEND'   TO WS-LIST-FLAG         PGM218
057000                 END-EVALUATE                                     PGM218
057100                 DISPLAY PTW-PERMIT-NO ' ' PTW-EQUIP-ID ' '       PGM218
057200                         PTW-LINE-CD ' ' PTW-PERMIT-TYPE ' '      PGM218
057300                         PTW-JOB-TYPE ' ' WS-LIST-FLAG ' '        PGM218
057400                         PTW-VALID-TO-DT ' ' PTW-VALID-TO-TM ' '  PGM218
057500                         PTW-RECEIVER-ID                          PGM218
057600             END-IF                                               PGM218
057700     END-READ.                                                    PGM218
057800*                                                                 PGM218
057900 2900-AUDIT-PERMIT.                                               PGM218
058000     MOVE PTW-PERMIT-NO TO WS-AUDIT-KEY1                          PGM218
058100     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM218
058200*                                                                 PGM218
058300 2950-REWRITE-PERMIT.                                             PGM218
058400     REWRITE PERMIT-REC                                           PGM218
058500         INVALID KEY                                              PGM218
058600             DISPLAY 'PERMIT REWRITE ERROR: ' WS-FILE-STATUS      PGM218
058700     END-REWRITE.                                                 PGM218
058800*                                                                 PGM218
058900 9000-FINALIZE.                                                   PGM218
059000     CLOSE PERMIT-FILE                                            PGM218
059100     CLOSE EQUIP-MASTER-FILE                                      PGM218
059200     CLOSE PERSONNEL-FILE                                         PGM218
059300     IF WS-AUDIT-READY                                            PGM218
059400         CLOSE AUDIT-TRAIL-FILE                                   PGM218
059500     END-IF                                                       PGM218
059600     DISPLAY 'PGM218 - PERMIT TO WORK SESSION ENDED'.             PGM218
059700*                                                                 PGM218
059800 9700-WRITE-AUDIT-RECORD.                                         PGM218
059900     IF WS-AUDIT-READY                                            PGM218
060000         INITIALIZE AUDIT-TRAIL-REC                               PGM218
060100         MOVE 'PGM218'   TO AT-PROGRAM-ID                         PGM218
060200         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM218
060300         ACCEPT AT-RUN-TIME FROM TIME                             PGM218
060400         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM218
060500         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM218
060600         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM218
060700         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM218
060800         WRITE AUDIT-TRAIL-REC                                    PGM218
060900     END-IF.                                                      PGM218
061000*                                                                 PGM218
061100 9750-DIAGNOSE-FILE-STATUS.                                       PGM218
061200     EVALUATE WS-ABEND-STATUS                                     PGM218
061300         WHEN '10'                                                PGM218
061400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM218
061500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM218
061600         WHEN '23'                                                PGM218
061700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM218
061800             DISPLAY '  AND RETRY THE REQUEST'                    PGM218
061900         WHEN '35'                                                PGM218
062000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM218
062100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM218
062200         WHEN '37'                                                PGM218
062300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM218
062400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM218
062500         WHEN '39'                                                PGM218
062600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM218
062700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM218
062800         WHEN '41'                                                PGM218
062900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM218
063000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM218
063100         WHEN '42'                                                PGM218
063200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM218
063300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM218
063400         WHEN '46'                                                PGM218
063500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM218
063600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM218
063700         WHEN OTHER                                               PGM218
063800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM218
063900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM218
064000     END-EVALUATE.                                                PGM218
064100*                                                                 PGM218
064200 9900-ABNORMAL-END.                                               PGM218
064300     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM218
064400     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM218
064500     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM218
064600     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM218
064700     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM218
064800     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM218
064900     DISPLAY 'PGM218 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM218
065000     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM218
065100     STOP RUN.                                                    PGM218
065200                                                                  PGM218
