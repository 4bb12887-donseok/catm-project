001900         ACCESS MODE IS RANDOM                                    PGM092
002000         RECORD KEY IS PS-KEY                                     PGM092
002100         FILE STATUS IS WS-FILE-STATUS.                           PGM092
002100     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM092
002100         ASSIGN TO USERACT                                        PGM092
002100         ORGANIZATION IS SEQUENTIAL                               PGM092
002100         FILE STATUS IS WS-FILE-STATUS2.                          PGM092
002200*                                                                 PGM092
002300 DATA DIVISION.                                                   PGM092
002400 FILE SECTION.                                                    PGM092
002500 FD  SPEC-MASTER-FILE.                                            PGM092
002600 01  SPEC-MASTER-REC.                                             PGM092
002700     COPY CPYSPCM.                                                PGM092
002700 FD  USER-ACTIVITY-FILE.                                          PGM092
002700 01  USER-ACTIVITY-REC.                                           PGM092
002700     COPY CPYUACT.                                                PGM092
002800*                                                                 PGM092
002900 WORKING-STORAGE SECTION.                                         PGM092
003000 01  WS-FILE-STATUS         PIC XX.                               PGM092
003000 01  WS-FILE-STATUS2        PIC XX.                               PGM092
003000 01  WS-UACT-READY-FLAG     PIC X VALUE 'N'.                      PGM092
003000     88 WS-UACT-READY       VALUE 'Y'.                            PGM092
003100 01  WS-ABEND-STATUS        PIC XX.                               PGM092
003200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM092
003300     88 WS-EXIT             VALUE 'Y'.                            PGM092
006200         DISPLAY 'SPEC MASTER OPEN ERROR: ' WS-FILE-STATUS        PGM092
006300         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM092
006400         PERFORM 9900-ABNORMAL-END                                PGM092
006400     END-IF                                                       PGM092
006400     OPEN EXTEND USER-ACTIVITY-FILE                               PGM092
006400     IF WS-FILE-STATUS2 = '00' OR WS-FILE-STATUS2 = '05'          PGM092
006400         SET WS-UACT-READY TO TRUE                                PGM092
006400     ELSE                                                         PGM092
006400         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS2 PGM092
006500     END-IF.                                                      PGM092
006600*                                                                 PGM092
006700 2000-PROCESS-MAINTENANCE.                                        PGM092
017700             ELSE                                                 PGM092
017800                 SET PS-APPROVED TO TRUE                          PGM092
017900                 REWRITE SPEC-MASTER-REC                          PGM092
018000                 PERFORM 2460-WRITE-USER-ACTIVITY                 PGM092
018000                 DISPLAY 'SPEC APPROVED'                          PGM092
018100             END-IF                                               PGM092
018200         END-IF                                                   PGM092
018300     END-IF.                                                      PGM092
018400*                                                                 PGM092
018400* 제품규격 승인자를 업무처리 이력에 남긴다. 월간 직무분리                                 PGM092
018400* 점검(PGM216)이 같은 사람의 보류 로트 해제 건과 대조한다.                            PGM092
018400 2460-WRITE-USER-ACTIVITY.                                        PGM092
018400     IF WS-UACT-READY                                             PGM092
018400         INITIALIZE USER-ACTIVITY-REC                             PGM092
018400         ACCEPT UL-ACT-DATE FROM DATE YYYYMMDD                    PGM092
018400         ACCEPT UL-ACT-TIME FROM TIME                             PGM092
018400         MOVE WS-MAINT-USER  TO UL-USER-ID                        PGM092
018400         SET UL-SPEC-APPROVE TO TRUE                              PGM092
018400         MOVE PS-PRODUCT-CD  TO UL-KEY-1                          PGM092
018400         MOVE PS-CHAR-CD     TO UL-KEY-2                          PGM092
018400         MOVE 'PGM092'       TO UL-PROGRAM-ID                     PGM092
018400         WRITE USER-ACTIVITY-REC                                  PGM092
018400     END-IF.                                                      PGM092
018400*                                                                 PGM092
018500 2500-ENTER-SPEC-FIELDS.                                          PGM092
018600     DISPLAY 'ENTER UPPER LIMIT: '                                PGM092
018700     ACCEPT WS-MAINT-UPPER                                        PGM092
019200*                                                                 PGM092
019300 9000-FINALIZE.                                                   PGM092
019400     CLOSE SPEC-MASTER-FILE                                       PGM092
019400     IF WS-UACT-READY                                             PGM092
019400         CLOSE USER-ACTIVITY-FILE                                 PGM092
019400     END-IF                                                       PGM092
019500     DISPLAY 'PGM092 - SPEC MAINTENANCE SESSION ENDED'.           PGM092
019600*                                                                 PGM092
019700 9750-DIAGNOSE-FILE-STATUS.                                       PGM092
