002300         ACCESS MODE IS RANDOM                                    PGM041
002400         RECORD KEY IS VN-VENDOR-CD                               PGM041
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM041
002500     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM041
002500         ASSIGN TO USERACT                                        PGM041
002500         ORGANIZATION IS SEQUENTIAL                               PGM041
002500         FILE STATUS IS WS-FILE-STATUS2.                          PGM041
002600*                                                                 PGM041
002700 DATA DIVISION.                                                   PGM041
002800 FILE SECTION.                                                    PGM041
002900 FD  VENDOR-MASTER-FILE.                                          PGM041
003000 01  VENDOR-MASTER-REC.                                           PGM041
003100     COPY CPYVNMS.                                                PGM041
003100 FD  USER-ACTIVITY-FILE.                                          PGM041
003100 01  USER-ACTIVITY-REC.                                           PGM041
003100     COPY CPYUACT.                                                PGM041
003200*                                                                 PGM041
003300 WORKING-STORAGE SECTION.                                         PGM041
003400 01  WS-FILE-STATUS         PIC XX.                               PGM041
003400 01  WS-FILE-STATUS2        PIC XX.                               PGM041
003400 01  WS-UACT-READY-FLAG     PIC X VALUE 'N'.                      PGM041
003400     88 WS-UACT-READY       VALUE 'Y'.                            PGM041
003500 01  WS-ABEND-STATUS        PIC XX.                               PGM041
003600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM041
003700     88 WS-EXIT             VALUE 'Y'.                            PGM041
005300 01  WS-MAINT-VENDOR-NM     PIC X(30).                            PGM041
005400 01  WS-MAINT-PAY-TERMS     PIC X(03).                            PGM041
005500 01  WS-MAINT-CONTACT       PIC X(20).                            PGM041
005500 01  WS-MAINT-BIZ-REG-NO    PIC X(10).                            PGM041
005500 01  WS-MAINT-BANK-CD       PIC X(03).                            PGM041
005500 01  WS-MAINT-BANK-ACCT-NO  PIC X(20).                            PGM041
005600*                                                                 PGM041
005700 PROCEDURE DIVISION.                                              PGM041
005800*                                                                 PGM041
006900         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS      PGM041
007000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM041
007100         PERFORM 9900-ABNORMAL-END                                PGM041
007100     END-IF                                                       PGM041
007100     OPEN EXTEND USER-ACTIVITY-FILE                               PGM041
007100     IF WS-FILE-STATUS2 = '00' OR WS-FILE-STATUS2 = '05'          PGM041
007100         SET WS-UACT-READY TO TRUE                                PGM041
007100     ELSE                                                         PGM041
007100         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS2 PGM041
007200     END-IF.                                                      PGM041
007300*                                                                 PGM041
007400 2000-PROCESS-MAINTENANCE.                                        PGM041
016200     DISPLAY 'ENTER PAYMENT TERMS: '                              PGM041
016300     ACCEPT WS-MAINT-PAY-TERMS                                    PGM041
016400     DISPLAY 'ENTER CONTACT: '                                    PGM041
016500     ACCEPT WS-MAINT-CONTACT                                      PGM041
016500     DISPLAY 'ENTER BUSINESS REGISTRATION NO: '                   PGM041
016500     ACCEPT WS-MAINT-BIZ-REG-NO                                   PGM041
016500     DISPLAY 'ENTER BANK CODE: '                                  PGM041
016500     ACCEPT WS-MAINT-BANK-CD                                      PGM041
016500     DISPLAY 'ENTER BANK ACCOUNT NO: '                            PGM041
016500     ACCEPT WS-MAINT-BANK-ACCT-NO.                                PGM041
016600*                                                                 PGM041
016700 2600-VALIDATE-VENDOR-FIELDS.                                     PGM041
016800     MOVE 'N' TO WS-VENDOR-VALID-FLAG                             PGM041
018800     MOVE WS-MAINT-VENDOR-NM TO VN-VENDOR-NM                      PGM041
018900     MOVE WS-MAINT-PAY-TERMS TO VN-PAY-TERMS                      PGM041
019000     MOVE WS-MAINT-CONTACT   TO VN-CONTACT                        PGM041
019000     MOVE WS-MAINT-BIZ-REG-NO TO VN-BIZ-REG-NO                    PGM041
019000     MOVE WS-MAINT-BANK-CD    TO VN-BANK-CD                       PGM041
019000     MOVE WS-MAINT-BANK-ACCT-NO TO VN-BANK-ACCT-NO                PGM041
019100     SET VN-ACTIVE   TO TRUE                                      PGM041
019200     SET VN-APPROVED TO TRUE                                      PGM041
019300     WRITE VENDOR-MASTER-REC                                      PGM041
019400         INVALID KEY                                              PGM041
019500             DISPLAY 'VENDOR WRITE ERROR: ' WS-FILE-STATUS        PGM041
019600     END-WRITE                                                    PGM041
019600     IF WS-FILE-STATUS = '00'                                     PGM041
019600         INITIALIZE USER-ACTIVITY-REC                             PGM041
019600         SET UL-VENDOR-ADD TO TRUE                                PGM041
019600         PERFORM 2950-WRITE-USER-ACTIVITY                         PGM041
019600     END-IF                                                       PGM041
019700     DISPLAY 'VENDOR ADDED AND APPROVED: ' WS-MAINT-VENDOR-CD.    PGM041
019800*                                                                 PGM041
019900 2900-REWRITE-VENDOR.                                             PGM041
020000     MOVE WS-MAINT-VENDOR-NM TO VN-VENDOR-NM                      PGM041
020100     MOVE WS-MAINT-PAY-TERMS TO VN-PAY-TERMS                      PGM041
020200     MOVE WS-MAINT-CONTACT   TO VN-CONTACT                        PGM041
020200     MOVE WS-MAINT-BIZ-REG-NO TO VN-BIZ-REG-NO                    PGM041
020200     MOVE WS-MAINT-BANK-CD    TO VN-BANK-CD                       PGM041
020200     MOVE WS-MAINT-BANK-ACCT-NO TO VN-BANK-ACCT-NO                PGM041
020300     SET VN-APPROVED TO TRUE                                      PGM041
020400     REWRITE VENDOR-MASTER-REC                                    PGM041
020500     INITIALIZE USER-ACTIVITY-REC                                 PGM041
020500     SET UL-VENDOR-CHANGE TO TRUE                                 PGM041
020500     PERFORM 2950-WRITE-USER-ACTIVITY                             PGM041
020500     DISPLAY 'VENDOR CHANGED AND APPROVED: ' WS-MAINT-VENDOR-CD.  PGM041
020500*                                                                 PGM041
020500* 거래처 등록/변경 승인자를 업무처리 이력에 남긴다. 월간                                 PGM041
020500* 직무분리 점검(PGM216)이 같은 사람이 그 거래처 발주나                               PGM041
020500* 지급 승인을 했는지 대조한다.                                                PGM041
020500 2950-WRITE-USER-ACTIVITY.                                        PGM041
020500     IF WS-UACT-READY                                             PGM041
020500         ACCEPT UL-ACT-DATE FROM DATE YYYYMMDD                    PGM041
020500         ACCEPT UL-ACT-TIME FROM TIME                             PGM041
020500         MOVE WS-APPROVER-ID     TO UL-USER-ID                    PGM041
020500         MOVE WS-MAINT-VENDOR-CD TO UL-KEY-1                      PGM041
020500         MOVE 'PGM041'           TO UL-PROGRAM-ID                 PGM041
020500         WRITE USER-ACTIVITY-REC                                  PGM041
020500     END-IF.                                                      PGM041
020600*                                                                 PGM041
020700 9000-FINALIZE.                                                   PGM041
020800     CLOSE VENDOR-MASTER-FILE                                     PGM041
020800     IF WS-UACT-READY                                             PGM041
020800         CLOSE USER-ACTIVITY-FILE                                 PGM041
020800     END-IF                                                       PGM041
020900     DISPLAY 'PGM041 - VENDOR MAINTENANCE SESSION ENDED'.         PGM041
021000*                                                                 PGM041
021100 9750-DIAGNOSE-FILE-STATUS.                                       PGM041
