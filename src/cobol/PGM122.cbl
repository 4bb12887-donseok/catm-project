002500         ACCESS MODE IS RANDOM                                    PGM122
002600         RECORD KEY IS PE-USER-ID                                 PGM122
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM122
002700     SELECT OPTIONAL PERMIT-FILE                                  PGM122
002700         ASSIGN TO PTWMAST                                        PGM122
002700         ORGANIZATION IS INDEXED                                  PGM122
002700         ACCESS MODE IS RANDOM                                    PGM122
002700         RECORD KEY IS PTW-PERMIT-NO                              PGM122
002700         FILE STATUS IS WS-FILE-STATUS3.                          PGM122
002800*                                                                 PGM122
002900 DATA DIVISION.                                                   PGM122
003000 FILE SECTION.                                                    PGM122
003400 FD  PERSONNEL-FILE.                                              PGM122
003500 01  PERSONNEL-REC.                                               PGM122
003600     COPY CPYPERS.                                                PGM122
003600 FD  PERMIT-FILE.                                                 PGM122
003600 01  PERMIT-REC.                                                  PGM122
003600     COPY CPYPTWK.                                                PGM122
003700*                                                                 PGM122
003800 WORKING-STORAGE SECTION.                                         PGM122
003900 01  WS-FILE-STATUS         PIC XX.                               PGM122
004000 01  WS-FILE-STATUS2        PIC XX.                               PGM122
004000 01  WS-FILE-STATUS3        PIC XX.                               PGM122
004100 01  WS-ABEND-STATUS        PIC XX.                               PGM122
004200 01  WS-DATE-STATUS         PIC XX.                               PGM122
004300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM122
005100     88 WS-INCD-NOT-FOUND   VALUE 'N'.                            PGM122
005200 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM122
005300     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM122
005300 01  WS-PTW-READY-FLAG      PIC X VALUE 'N'.                      PGM122
005300     88 WS-PTW-READY        VALUE 'Y'.                            PGM122
005400 01  WS-ENT-INCIDENT-NO     PIC 9(08).                            PGM122
005500 01  WS-ENT-DATE            PIC 9(08).                            PGM122
005600 01  WS-ENT-PLANT           PIC X(04).                            PGM122
006000 01  WS-ENT-CLASS           PIC X(01).                            PGM122
006100 01  WS-ENT-LOST-DAYS       PIC 9(03).                            PGM122
006200 01  WS-ENT-DESC            PIC X(40).                            PGM122
006200 01  WS-ENT-PERMIT-NO       PIC 9(08).                            PGM122
006300*                                                                 PGM122
006400 PROCEDURE DIVISION.                                              PGM122
006500*                                                                 PGM122
008200         DISPLAY 'PERSONNEL OPEN ERROR: ' WS-FILE-STATUS2         PGM122
008300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM122
008400         PERFORM 9900-ABNORMAL-END                                PGM122
008400     END-IF                                                       PGM122
008400     OPEN INPUT PERMIT-FILE                                       PGM122
008400     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM122
008400         DISPLAY 'PERMIT FILE OPEN ERROR: ' WS-FILE-STATUS3       PGM122
008400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM122
008400         PERFORM 9900-ABNORMAL-END                                PGM122
008400     END-IF                                                       PGM122
008400     IF WS-FILE-STATUS3 = '00'                                    PGM122
008400         SET WS-PTW-READY TO TRUE                                 PGM122
008500     END-IF.                                                      PGM122
008600*                                                                 PGM122
008700 2000-PROCESS-MAINTENANCE.                                        PGM122
013300             MOVE WS-ENT-CLASS       TO SI-CLASS-CD               PGM122
013400             MOVE WS-ENT-LOST-DAYS   TO SI-LOST-DAYS              PGM122
013500             MOVE WS-ENT-DESC        TO SI-DESCRIPTION            PGM122
013500             MOVE WS-ENT-PERMIT-NO   TO SI-PERMIT-NO              PGM122
013600             WRITE SAFETY-INCIDENT-REC                            PGM122
013700                 INVALID KEY                                      PGM122
013800                     DISPLAY 'INCIDENT WRITE ERROR: '             PGM122
015900             MOVE WS-ENT-CLASS     TO SI-CLASS-CD                 PGM122
016000             MOVE WS-ENT-LOST-DAYS TO SI-LOST-DAYS                PGM122
016100             MOVE WS-ENT-DESC      TO SI-DESCRIPTION              PGM122
016100             MOVE WS-ENT-PERMIT-NO TO SI-PERMIT-NO                PGM122
016200             REWRITE SAFETY-INCIDENT-REC                          PGM122
016300             DISPLAY 'INCIDENT CHANGED'                           PGM122
016400         ELSE                                                     PGM122
018200     DISPLAY 'ENTER LOST DAYS: '                                  PGM122
018300     ACCEPT WS-ENT-LOST-DAYS                                      PGM122
018400     DISPLAY 'ENTER DESCRIPTION: '                                PGM122
018500     ACCEPT WS-ENT-DESC                                           PGM122
018500     DISPLAY 'ENTER PERMIT TO WORK NO (0 = NONE): '               PGM122
018500     ACCEPT WS-ENT-PERMIT-NO.                                     PGM122
018600*                                                                 PGM122
018700 2600-VALIDATE-INCIDENT-FIELDS.                                   PGM122
018800     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM122
020400                 DISPLAY 'WORKER NOT ON PERSONNEL MASTER: '       PGM122
020500                         WS-ENT-WORKER                            PGM122
020600             NOT INVALID KEY                                      PGM122
020700                 PERFORM 2650-VALIDATE-PERMIT-NO                  PGM122
020800         END-READ                                                 PGM122
020900     END-IF                                                       PGM122
021000     END-IF                                                       PGM122
021100     END-IF.                                                      PGM122
021200*                                                                 PGM122
021200* 허가서 번호는 등록부에 있어야 하며 사고일 이전에 발행된                                 PGM122
021200* 허가서여야 한다.                                                       PGM122
021200 2650-VALIDATE-PERMIT-NO.                                         PGM122
021200     IF WS-ENT-PERMIT-NO = ZEROS                                  PGM122
021200         SET WS-FIELDS-VALID TO TRUE                              PGM122
021200     ELSE                                                         PGM122
021200         MOVE WS-ENT-PERMIT-NO TO PTW-PERMIT-NO                   PGM122
021200         IF WS-PTW-READY                                          PGM122
021200             READ PERMIT-FILE                                     PGM122
021200                 INVALID KEY                                      PGM122
021200                     MOVE ZEROS TO PTW-ISSUE-DATE                 PGM122
021200             END-READ                                             PGM122
021200         ELSE                                                     PGM122
021200             MOVE ZEROS TO PTW-ISSUE-DATE                         PGM122
021200         END-IF                                                   PGM122
021200         EVALUATE TRUE                                            PGM122
021200             WHEN PTW-ISSUE-DATE = ZEROS                          PGM122
021200                 DISPLAY 'PERMIT NOT ON REGISTER: '               PGM122
021200                         WS-ENT-PERMIT-NO                         PGM122
021200             WHEN PTW-ISSUE-DATE > WS-ENT-DATE                    PGM122
021200                 DISPLAY 'PERMIT ISSUED AFTER INCIDENT DATE'      PGM122
021200             WHEN OTHER                                           PGM122
021200                 SET WS-FIELDS-VALID TO TRUE                      PGM122
021200         END-EVALUATE                                             PGM122
021200     END-IF.                                                      PGM122
021200*                                                                 PGM122
021300 9000-FINALIZE.                                                   PGM122
021400     CLOSE SAFETY-INCIDENT-FILE                                   PGM122
021500     CLOSE PERSONNEL-FILE                                         PGM122
021500     IF WS-PTW-READY                                              PGM122
021500         CLOSE PERMIT-FILE                                        PGM122
021500     END-IF                                                       PGM122
021600     DISPLAY 'PGM122 - SAFETY REGISTER SESSION ENDED'.            PGM122
021700*                                                                 PGM122
021800 9750-DIAGNOSE-FILE-STATUS.                                       PGM122
