002800         ASSIGN TO PMDUE                                          PGM111
002900         ORGANIZATION IS SEQUENTIAL                               PGM111
003000         FILE STATUS IS WS-FILE-STATUS3.                          PGM111
003000     SELECT OPTIONAL PERMIT-FILE                                  PGM111
003000         ASSIGN TO PTWMAST                                        PGM111
003000         ORGANIZATION IS INDEXED                                  PGM111
003000         ACCESS MODE IS DYNAMIC                                   PGM111
003000         RECORD KEY IS PTW-PERMIT-NO                              PGM111
003000         FILE STATUS IS WS-FILE-STATUS4.                          PGM111
003100*                                                                 PGM111
003200 DATA DIVISION.                                                   PGM111
003300 FILE SECTION.                                                    PGM111
003900     COPY CPYDNTM.                                                PGM111
004000 FD  PM-DUE-LIST-FILE.                                            PGM111
004100 01  PM-DUE-LIST-REC         PIC X(132).                          PGM111
004100 FD  PERMIT-FILE.                                                 PGM111
004100 01  PERMIT-REC.                                                  PGM111
004100     COPY CPYPTWK.                                                PGM111
004200*                                                                 PGM111
004300 WORKING-STORAGE SECTION.                                         PGM111
004400 01  WS-FILE-STATUS         PIC XX.                               PGM111
004500 01  WS-FILE-STATUS2        PIC XX.                               PGM111
004600 01  WS-FILE-STATUS3        PIC XX.                               PGM111
004600 01  WS-FILE-STATUS4        PIC XX.                               PGM111
004700 01  WS-ABEND-STATUS        PIC XX.                               PGM111
004800 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM111
004900     88 WS-EXIT             VALUE 'Y'.                            PGM111
005000 01  WS-EQ-EOF-FLAG         PIC X VALUE 'N'.                      PGM111
005100     88 WS-EQ-EOF           VALUE 'Y'.                            PGM111
005100 01  WS-PTW-READY-FLAG      PIC X VALUE 'N'.                      PGM111
005100     88 WS-PTW-READY        VALUE 'Y'.                            PGM111
005100 01  WS-PTW-EOF-FLAG        PIC X VALUE 'N'.                      PGM111
005100     88 WS-PTW-EOF          VALUE 'Y'.                            PGM111
005100 01  WS-PM-PERMIT-FLAG      PIC X VALUE 'N'.                      PGM111
005100     88 WS-PM-PERMIT-OPEN   VALUE 'Y'.                            PGM111
005100 01  WS-OPEN-PERMIT-NO      PIC 9(08) VALUE ZEROS.                PGM111
005200 01  WS-ACTION-CHOICE       PIC X(01).                            PGM111
005300     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM111
005400     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM111
011100         DISPLAY 'PM DUE LIST OPEN ERROR: ' WS-FILE-STATUS3       PGM111
011200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM111
011300         PERFORM 9900-ABNORMAL-END                                PGM111
011300     END-IF                                                       PGM111
011300     OPEN INPUT PERMIT-FILE                                       PGM111
011300     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM111
011300         DISPLAY 'PERMIT FILE OPEN ERROR: ' WS-FILE-STATUS4       PGM111
011300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM111
011300         PERFORM 9900-ABNORMAL-END                                PGM111
011300     END-IF                                                       PGM111
011300     IF WS-FILE-STATUS4 = '00'                                    PGM111
011300         SET WS-PTW-READY TO TRUE                                 PGM111
011400     END-IF.                                                      PGM111
011500*                                                                 PGM111
011600 2000-PROCESS-MAINTENANCE.                                        PGM111
021000     IF WS-EQUIP-NOT-FOUND                                        PGM111
021100         DISPLAY 'EQUIPMENT NOT FOUND: ' WS-ENT-EQUIP             PGM111
021200     ELSE                                                         PGM111
021200         PERFORM 2520-CHECK-OPEN-PM-PERMIT                        PGM111
021200         IF WS-PM-PERMIT-OPEN                                     PGM111
021200             DISPLAY 'PM PERMIT STILL OPEN: ' WS-OPEN-PERMIT-NO   PGM111
021200             DISPLAY 'CLOSE THE PERMIT BEFORE RECORDING PM DONE'  PGM111
021200         ELSE                                                     PGM111
021300         DISPLAY 'ENTER PM DATE (YYYYMMDD): '                     PGM111
021400         ACCEPT WS-ENT-PM-DATE                                    PGM111
021500         IF WS-ENT-PM-DATE = ZEROS                                PGM111
022800             REWRITE EQUIP-MASTER-REC                             PGM111
022900             DISPLAY 'PM RECORDED - NEXT DUE ' EQ-NEXT-PM-DT      PGM111
023000         END-IF                                                   PGM111
023000         END-IF                                                   PGM111
023100     END-IF.                                                      PGM111
023200*                                                                 PGM111
023300 2510-CARRY-MONTH.                                                PGM111
023800         ADD 1 TO WS-NEXT-YY                                      PGM111
023900     END-IF.                                                      PGM111
024000*                                                                 PGM111
024000* 예방정비 작업허가서(작업구분 P)가 미종료인 설비는 정비실적을                              PGM111
024000* 기록할 수 없다. 허가서 파일이 없으면 점검하지 않는다.                                 PGM111
024000 2520-CHECK-OPEN-PM-PERMIT.                                       PGM111
024000     MOVE 'N' TO WS-PM-PERMIT-FLAG                                PGM111
024000     MOVE ZEROS TO WS-OPEN-PERMIT-NO                              PGM111
024000     IF WS-PTW-READY                                              PGM111
024000         MOVE 'N' TO WS-PTW-EOF-FLAG                              PGM111
024000         MOVE ZEROS TO PTW-PERMIT-NO                              PGM111
024000         START PERMIT-FILE KEY >= PTW-PERMIT-NO                   PGM111
024000             INVALID KEY                                          PGM111
024000                 SET WS-PTW-EOF TO TRUE                           PGM111
024000         END-START                                                PGM111
024000         PERFORM 2525-CHECK-ONE-PERMIT                            PGM111
024000             UNTIL WS-PTW-EOF OR WS-PM-PERMIT-OPEN                PGM111
024000     END-IF.                                                      PGM111
024000*                                                                 PGM111
024000 2525-CHECK-ONE-PERMIT.                                           PGM111
024000     READ PERMIT-FILE NEXT RECORD                                 PGM111
024000         AT END                                                   PGM111
024000             SET WS-PTW-EOF TO TRUE                               PGM111
024000         NOT AT END                                               PGM111
024000             IF PTW-EQUIP-ID = EQ-EQUIP-ID                        PGM111
024000                 AND PTW-PM-JOB AND PTW-OPEN                      PGM111
024000                 SET WS-PM-PERMIT-OPEN TO TRUE                    PGM111
024000                 MOVE PTW-PERMIT-NO TO WS-OPEN-PERMIT-NO          PGM111
024000             END-IF                                               PGM111
024000     END-READ.                                                    PGM111
024000*                                                                 PGM111
024100* PM 스케줄: 도래/만료 설비의 리스트를 출력하고 계획정비                                PGM111
024200* 비가동(사유 PM)을 기록하여 OEE(PGM072)가 계획정비를                             PGM111
024300* 볼 수 있게 한다.                                                      PGM111
031300 9000-FINALIZE.                                                   PGM111
031400     CLOSE EQUIP-MASTER-FILE                                      PGM111
031500     CLOSE PM-DUE-LIST-FILE                                       PGM111
031500     IF WS-PTW-READY                                              PGM111
031500         CLOSE PERMIT-FILE                                        PGM111
031500     END-IF                                                       PGM111
031600     DISPLAY 'PGM111 - EQUIPMENT SESSION ENDED'.                  PGM111
031700*                                                                 PGM111
031800 9750-DIAGNOSE-FILE-STATUS.                                       PGM111
