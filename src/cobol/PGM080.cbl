000700* 처리내용  : 제품/고객/적용일자별 판매단가를 등록/정정/비활성                             PGM080
000800*            처리하고 승인(메이커-체커)을 수행한다. 승인된                           PGM080
000900*            단가만 PGM035 수주 입력의 기본값/검증에 쓰인다.                       PGM080
000900*            지수 연동 표시 단가는 출하월 원자재 할증(PGM173)이                     PGM080
000900*            송장에 별도로 붙는다.                                         PGM080
001000* =========================================================       PGM080
001100*                                                                 PGM080
001200 ENVIRONMENT DIVISION.                                            PGM080
001900         ACCESS MODE IS RANDOM                                    PGM080
002000         RECORD KEY IS SP-KEY                                     PGM080
002100         FILE STATUS IS WS-FILE-STATUS.                           PGM080
002100     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM080
002100         ASSIGN TO USERACT                                        PGM080
002100         ORGANIZATION IS SEQUENTIAL                               PGM080
002100         FILE STATUS IS WS-FILE-STATUS2.                          PGM080
002200*                                                                 PGM080
002300 DATA DIVISION.                                                   PGM080
002400 FILE SECTION.                                                    PGM080
002500 FD  PRICE-MASTER-FILE.                                           PGM080
002600 01  PRICE-MASTER-REC.                                            PGM080
002700     COPY CPYSPRC.                                                PGM080
002700 FD  USER-ACTIVITY-FILE.                                          PGM080
002700 01  USER-ACTIVITY-REC.                                           PGM080
002700     COPY CPYUACT.                                                PGM080
002800*                                                                 PGM080
002900 WORKING-STORAGE SECTION.                                         PGM080
003000 01  WS-FILE-STATUS         PIC XX.                               PGM080
003000 01  WS-FILE-STATUS2        PIC XX.                               PGM080
003000 01  WS-UACT-READY-FLAG     PIC X VALUE 'N'.                      PGM080
003000     88 WS-UACT-READY       VALUE 'Y'.                            PGM080
003100 01  WS-ABEND-STATUS        PIC XX.                               PGM080
003200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM080
003300     88 WS-EXIT             VALUE 'Y'.                            PGM080
004600 01  WS-MAINT-MIN-QTY       PIC S9(9).                            PGM080
004700 01  WS-MAINT-PRICE         PIC S9(9)V99.                         PGM080
004800 01  WS-MAINT-USER          PIC X(10).                            PGM080
004800 01  WS-MAINT-INDEX-LINK    PIC X(01).                            PGM080
004900*                                                                 PGM080
005000 PROCEDURE DIVISION.                                              PGM080
005100*                                                                 PGM080
006200         DISPLAY 'PRICE MASTER OPEN ERROR: ' WS-FILE-STATUS       PGM080
006300         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM080
006400         PERFORM 9900-ABNORMAL-END                                PGM080
006400     END-IF                                                       PGM080
006400     OPEN EXTEND USER-ACTIVITY-FILE                               PGM080
006400     IF WS-FILE-STATUS2 = '00' OR WS-FILE-STATUS2 = '05'          PGM080
006400         SET WS-UACT-READY TO TRUE                                PGM080
006400     ELSE                                                         PGM080
006400         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS2 PGM080
006500     END-IF.                                                      PGM080
006600*                                                                 PGM080
006700 2000-PROCESS-MAINTENANCE.                                        PGM080
012100             MOVE WS-MAINT-MIN-QTY  TO SP-MIN-QTY                 PGM080
012200             MOVE WS-MAINT-PRICE    TO SP-UNIT-PRICE              PGM080
012300             MOVE WS-MAINT-USER     TO SP-REG-USER                PGM080
012300             MOVE WS-MAINT-INDEX-LINK TO SP-INDEX-LINK-FLAG       PGM080
012400             SET SP-ACTIVE          TO TRUE                       PGM080
012500             SET SP-PENDING         TO TRUE                       PGM080
012600             WRITE PRICE-MASTER-REC                               PGM080
014300             MOVE WS-MAINT-MIN-QTY TO SP-MIN-QTY                  PGM080
014400             MOVE WS-MAINT-PRICE   TO SP-UNIT-PRICE               PGM080
014500             MOVE WS-MAINT-USER    TO SP-REG-USER                 PGM080
014500             MOVE WS-MAINT-INDEX-LINK TO SP-INDEX-LINK-FLAG       PGM080
014600             SET SP-PENDING        TO TRUE                        PGM080
014700             REWRITE PRICE-MASTER-REC                             PGM080
014800             DISPLAY 'PRICE CHANGED (PENDING APPROVAL)'           PGM080
017700             ELSE                                                 PGM080
017800                 SET SP-APPROVED TO TRUE                          PGM080
017900                 REWRITE PRICE-MASTER-REC                         PGM080
018000                 PERFORM 2460-WRITE-USER-ACTIVITY                 PGM080
018000                 DISPLAY 'PRICE APPROVED'                         PGM080
018100             END-IF                                               PGM080
018200         END-IF                                                   PGM080
018300     END-IF.                                                      PGM080
018400*                                                                 PGM080
018400* 판매단가 승인자를 업무처리 이력에 남긴다. 월간 직무분리                                 PGM080
018400* 점검(PGM216)이 같은 사람의 수주 입력 건과 대조한다.                               PGM080
018400 2460-WRITE-USER-ACTIVITY.                                        PGM080
018400     IF WS-UACT-READY                                             PGM080
018400         INITIALIZE USER-ACTIVITY-REC                             PGM080
018400         ACCEPT UL-ACT-DATE FROM DATE YYYYMMDD                    PGM080
018400         ACCEPT UL-ACT-TIME FROM TIME                             PGM080
018400         MOVE WS-MAINT-USER  TO UL-USER-ID                        PGM080
018400         SET UL-PRICE-APPROVE TO TRUE                             PGM080
018400         MOVE SP-PRODUCT-CD  TO UL-KEY-1                          PGM080
018400         MOVE SP-CUSTOMER-CD TO UL-KEY-2                          PGM080
018400         MOVE 'PGM080'       TO UL-PROGRAM-ID                     PGM080
018400         WRITE USER-ACTIVITY-REC                                  PGM080
018400     END-IF.                                                      PGM080
018400*                                                                 PGM080
018500 2500-ENTER-PRICE-FIELDS.                                         PGM080
018600     DISPLAY 'ENTER MINIMUM QTY: '                                PGM080
018700     ACCEPT WS-MAINT-MIN-QTY                                      PGM080
018800     DISPLAY 'ENTER UNIT PRICE: '                                 PGM080
018900     ACCEPT WS-MAINT-PRICE                                        PGM080
018900     DISPLAY 'INDEX-LINKED METAL SURCHARGE (Y/N): '               PGM080
018900     ACCEPT WS-MAINT-INDEX-LINK                                   PGM080
018900     IF WS-MAINT-INDEX-LINK = 'y'                                 PGM080
018900         MOVE 'Y' TO WS-MAINT-INDEX-LINK                          PGM080
018900     END-IF                                                       PGM080
018900     IF WS-MAINT-INDEX-LINK NOT = 'Y'                             PGM080
018900         MOVE 'N' TO WS-MAINT-INDEX-LINK                          PGM080
018900     END-IF                                                       PGM080
019000     DISPLAY 'ENTER USER ID: '                                    PGM080
019100     ACCEPT WS-MAINT-USER.                                        PGM080
019200*                                                                 PGM080
019300 9000-FINALIZE.                                                   PGM080
019400     CLOSE PRICE-MASTER-FILE                                      PGM080
019400     IF WS-UACT-READY                                             PGM080
019400         CLOSE USER-ACTIVITY-FILE                                 PGM080
019400     END-IF                                                       PGM080
019500     DISPLAY 'PGM080 - PRICE MAINTENANCE SESSION ENDED'.          PGM080
019600*                                                                 PGM080
019700 9750-DIAGNOSE-FILE-STATUS.                                       PGM080
