000500* =========================================================       PGM053
000500* 프로그램명: 공통코드 유지보수                                                PGM053
000500* 처리내용  : 코드유형별 공통코드의 등록/변경/비활성화를                                 PGM053
000500*            처리한다. 철강협회 통계 품목분류(코드유형 ASCT)에                       PGM053
000500*            제품코드를 잇는 매핑(CPYASCM)도 여기서 등록/해제한다.                   PGM053
001400* =========================================================       PGM053
001500*                                                                 PGM053
001600 ENVIRONMENT DIVISION.                                            PGM053
002300         ACCESS MODE IS RANDOM                                    PGM053
002400         RECORD KEY IS CD-KEY                                     PGM053
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM053
002500     SELECT OPTIONAL ASSOC-MAP-FILE                               PGM053
002500         ASSIGN TO ASCMAP                                         PGM053
002500         ORGANIZATION IS INDEXED                                  PGM053
002500         ACCESS MODE IS RANDOM                                    PGM053
002500         RECORD KEY IS AM-PRODUCT-CD                              PGM053
002500         FILE STATUS IS WS-FILE-STATUS2.                          PGM053
002600*                                                                 PGM053
002700 DATA DIVISION.                                                   PGM053
002800 FILE SECTION.                                                    PGM053
002900 FD  CODE-TABLE-FILE.                                             PGM053
003000 01  CODE-TABLE-REC.                                              PGM053
003100     COPY CPYCDTB.                                                PGM053
003100 FD  ASSOC-MAP-FILE.                                              PGM053
003100 01  ASSOC-MAP-REC.                                               PGM053
003100     COPY CPYASCM.                                                PGM053
003200*                                                                 PGM053
003300 WORKING-STORAGE SECTION.                                         PGM053
003400 01  WS-FILE-STATUS         PIC XX.                               PGM053
003400 01  WS-FILE-STATUS2        PIC XX.                               PGM053
003500 01  WS-ABEND-STATUS        PIC XX.                               PGM053
003600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM053
003700     88 WS-EXIT             VALUE 'Y'.                            PGM053
003900     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM053
004000     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM053
004100     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM053
004100     88 WS-MAP-ACTION       VALUE 'M' 'm'.                        PGM053
004100     88 WS-UNMAP-ACTION     VALUE 'R' 'r'.                        PGM053
004200     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM053
004300 01  WS-CODE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM053
004400     88 WS-CODE-FOUND       VALUE 'Y'.                            PGM053
004600 01  WS-MAINT-CODE-TYPE     PIC X(04).                            PGM053
004700 01  WS-MAINT-CODE          PIC X(05).                            PGM053
004800 01  WS-MAINT-DESC          PIC X(30).                            PGM053
004800 01  WS-MAP-READY-FLAG      PIC X VALUE 'N'.                      PGM053
004800     88 WS-MAP-READY        VALUE 'Y'.                            PGM053
004800 01  WS-MAP-FOUND-FLAG      PIC X VALUE 'N'.                      PGM053
004800     88 WS-MAP-FOUND        VALUE 'Y'.                            PGM053
004800     88 WS-MAP-NOT-FOUND    VALUE 'N'.                            PGM053
004800 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM053
004800 01  WS-MAP-PRODUCT         PIC X(15).                            PGM053
004800 01  WS-MAP-USER            PIC X(10).                            PGM053
004900*                                                                 PGM053
005000 PROCEDURE DIVISION.                                              PGM053
005100*                                                                 PGM053
005700     STOP RUN.                                                    PGM053
005800*                                                                 PGM053
005900 1000-INITIALIZE.                                                 PGM053
005900     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM053
006000     OPEN I-O CODE-TABLE-FILE                                     PGM053
006100     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM053
006200         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS         PGM053
006300         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM053
006400         PERFORM 9900-ABNORMAL-END                                PGM053
006400     END-IF                                                       PGM053
006400     OPEN I-O ASSOC-MAP-FILE                                      PGM053
006400     IF WS-FILE-STATUS2 = '00' OR WS-FILE-STATUS2 = '05'          PGM053
006400         SET WS-MAP-READY TO TRUE                                 PGM053
006400     ELSE                                                         PGM053
006400         DISPLAY 'ASSOCIATION MAP FILE ABSENT - MAPPING OFF: '    PGM053
006400                 WS-FILE-STATUS2                                  PGM053
006500     END-IF.                                                      PGM053
006600*                                                                 PGM053
006700 2000-PROCESS-MAINTENANCE.                                        PGM053
006800     DISPLAY ' '                                                  PGM053
006900     DISPLAY '=== CODE TABLE MAINTENANCE ==='                     PGM053
007000     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE  X=EXIT'              PGM053
007000     DISPLAY 'M=MAP PRODUCT TO ASSOC CATEGORY  R=REMOVE MAPPING'  PGM053
007100     ACCEPT WS-ACTION-CHOICE                                      PGM053
007200     IF WS-EXIT-CHOICE                                            PGM053
007300         SET WS-EXIT TO TRUE                                      PGM053
008400                     PERFORM 2400-DEACTIVATE-CODE                 PGM053
008500             END-EVALUATE                                         PGM053
008600         ELSE                                                     PGM053
008700             IF WS-MAP-ACTION OR WS-UNMAP-ACTION                  PGM053
008700                 PERFORM 2500-LOCATE-MAPPING                      PGM053
008700                 IF WS-MAP-ACTION                                 PGM053
008700                     PERFORM 2600-MAP-PRODUCT                     PGM053
008700                 ELSE                                             PGM053
008700                     PERFORM 2700-UNMAP-PRODUCT                   PGM053
008700                 END-IF                                           PGM053
008700             ELSE                                                 PGM053
008700                 DISPLAY 'INVALID SELECTION - TRY AGAIN'          PGM053
008700             END-IF                                               PGM053
008800         END-IF                                                   PGM053
008900     END-IF.                                                      PGM053
009000*                                                                 PGM053
009100 2100-LOCATE-CODE.                                                PGM053
009200     DISPLAY 'ENTER CODE TYPE (QDEF/RRSN/RTRN/BREM/UOM/ASCT): '   PGM053
009300     ACCEPT WS-MAINT-CODE-TYPE                                    PGM053
009400     DISPLAY 'ENTER CODE: '                                       PGM053
009500     ACCEPT WS-MAINT-CODE                                         PGM053
015000         DISPLAY 'CODE DEACTIVATED: ' WS-MAINT-CODE               PGM053
015100     END-IF.                                                      PGM053
015200*                                                                 PGM053
015200 2500-LOCATE-MAPPING.                                             PGM053
015200     MOVE 'N' TO WS-MAP-FOUND-FLAG                                PGM053
015200     DISPLAY 'ENTER PRODUCT CODE: '                               PGM053
015200     ACCEPT WS-MAP-PRODUCT                                        PGM053
015200     IF WS-MAP-READY                                              PGM053
015200         MOVE WS-MAP-PRODUCT TO AM-PRODUCT-CD                     PGM053
015200         READ ASSOC-MAP-FILE                                      PGM053
015200             INVALID KEY                                          PGM053
015200                 SET WS-MAP-NOT-FOUND TO TRUE                     PGM053
015200             NOT INVALID KEY                                      PGM053
015200                 SET WS-MAP-FOUND TO TRUE                         PGM053
015200                 DISPLAY 'CURRENT CATEGORY ' AM-ASSOC-CAT-CD      PGM053
015200                         ' STATUS ' AM-STATUS-CD                  PGM053
015200         END-READ                                                 PGM053
015200     END-IF.                                                      PGM053
015200*                                                                 PGM053
015200* 협회 분류는 공통코드 ASCT에 활성으로 등록된 코드여야 한다.                             PGM053
015200 2600-MAP-PRODUCT.                                                PGM053
015200     DISPLAY 'ENTER ASSOCIATION CATEGORY CODE: '                  PGM053
015200     ACCEPT WS-MAINT-CODE                                         PGM053
015200     DISPLAY 'ENTER USER ID: '                                    PGM053
015200     ACCEPT WS-MAP-USER                                           PGM053
015200     MOVE 'ASCT'        TO CD-CODE-TYPE                           PGM053
015200     MOVE WS-MAINT-CODE TO CD-CODE                                PGM053
015200     READ CODE-TABLE-FILE                                         PGM053
015200         INVALID KEY                                              PGM053
015200             SET WS-CODE-NOT-FOUND TO TRUE                        PGM053
015200         NOT INVALID KEY                                          PGM053
015200             SET WS-CODE-FOUND TO TRUE                            PGM053
015200     END-READ                                                     PGM053
015200     EVALUATE TRUE                                                PGM053
015200         WHEN NOT WS-MAP-READY                                    PGM053
015200             DISPLAY 'ASSOCIATION MAP FILE NOT AVAILABLE'         PGM053
015200         WHEN WS-MAP-PRODUCT = SPACES OR WS-MAP-USER = SPACES     PGM053
015200             DISPLAY 'PRODUCT AND USER REQUIRED - MAP REJECTED'   PGM053
015200         WHEN WS-CODE-NOT-FOUND                                   PGM053
015200             DISPLAY 'CATEGORY NOT IN CODE TABLE (ASCT): '        PGM053
015200                     WS-MAINT-CODE                                PGM053
015200         WHEN NOT CD-ACTIVE                                       PGM053
015200             DISPLAY 'CATEGORY INACTIVE: ' WS-MAINT-CODE          PGM053
015200         WHEN WS-MAP-FOUND                                        PGM053
015200             MOVE WS-MAINT-CODE TO AM-ASSOC-CAT-CD                PGM053
015200             MOVE WS-MAP-USER   TO AM-REG-USER                    PGM053
015200             MOVE WS-TODAY      TO AM-LAST-UPD-DATE               PGM053
015200             SET AM-ACTIVE      TO TRUE                           PGM053
015200             REWRITE ASSOC-MAP-REC                                PGM053
015200             DISPLAY 'MAPPING CHANGED: ' WS-MAP-PRODUCT           PGM053
015200         WHEN OTHER                                               PGM053
015200             INITIALIZE ASSOC-MAP-REC                             PGM053
015200             MOVE WS-MAP-PRODUCT TO AM-PRODUCT-CD                 PGM053
015200             MOVE WS-MAINT-CODE  TO AM-ASSOC-CAT-CD               PGM053
015200             MOVE WS-MAP-USER    TO AM-REG-USER                   PGM053
015200             MOVE WS-TODAY       TO AM-LAST-UPD-DATE              PGM053
015200             SET AM-ACTIVE       TO TRUE                          PGM053
015200             WRITE ASSOC-MAP-REC                                  PGM053
015200                 INVALID KEY                                      PGM053
015200                     DISPLAY 'MAPPING WRITE ERROR: '              PGM053
015200                             WS-FILE-STATUS2                      PGM053
015200             END-WRITE                                            PGM053
015200             DISPLAY 'MAPPING ADDED: ' WS-MAP-PRODUCT             PGM053
015200     END-EVALUATE.                                                PGM053
015200*                                                                 PGM053
015200 2700-UNMAP-PRODUCT.                                              PGM053
015200     IF WS-MAP-NOT-FOUND                                          PGM053
015200         DISPLAY 'MAPPING NOT FOUND: ' WS-MAP-PRODUCT             PGM053
015200     ELSE                                                         PGM053
015200         SET AM-INACTIVE TO TRUE                                  PGM053
015200         MOVE WS-TODAY TO AM-LAST-UPD-DATE                        PGM053
015200         REWRITE ASSOC-MAP-REC                                    PGM053
015200         DISPLAY 'MAPPING REMOVED: ' WS-MAP-PRODUCT               PGM053
015200     END-IF.                                                      PGM053
015200*                                                                 PGM053
015300 9000-FINALIZE.                                                   PGM053
015400     CLOSE CODE-TABLE-FILE                                        PGM053
015400     IF WS-MAP-READY                                              PGM053
015400         CLOSE ASSOC-MAP-FILE                                     PGM053
015400     END-IF                                                       PGM053
015500     DISPLAY 'PGM053 - CODE TABLE SESSION ENDED'.                 PGM053
015600*                                                                 PGM053
015700 9750-DIAGNOSE-FILE-STATUS.                                       PGM053
