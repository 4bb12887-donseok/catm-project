000100 IDENTIFICATION DIVISION.                                         PGM165
000200 PROGRAM-ID.    PGM165.                                           PGM165
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM165
000400*                                                                 PGM165
000500* =========================================================       PGM165
000600* 프로그램명: 출하 송장 서명본 회수 등록                                          PGM165
000700* 처리내용  : 고객 서명을 받은 송장 사본이 돌아오면 적재                                PGM165
000800*            번호로 발행 대장(CPYBOLR)을 찾아 송장번호를                         PGM165
000900*            확인한 뒤 회수 표시/회수일/등록자를 남긴다.                            PGM165
001000*            잘못 등록한 회수 표시는 취소할 수 있다.                              PGM165
001100* =========================================================       PGM165
001200*                                                                 PGM165
001300 ENVIRONMENT DIVISION.                                            PGM165
001400 CONFIGURATION SECTION.                                           PGM165
001500 INPUT-OUTPUT SECTION.                                            PGM165
001600 FILE-CONTROL.                                                    PGM165
001700     SELECT BOL-REGISTER-FILE                                     PGM165
001800         ASSIGN TO BOLREG                                         PGM165
001900         ORGANIZATION IS INDEXED                                  PGM165
002000         ACCESS MODE IS RANDOM                                    PGM165
002100         RECORD KEY IS BL-LOAD-NO                                 PGM165
002200         FILE STATUS IS WS-FILE-STATUS.                           PGM165
002300*                                                                 PGM165
002400 DATA DIVISION.                                                   PGM165
002500 FILE SECTION.                                                    PGM165
002600 FD  BOL-REGISTER-FILE.                                           PGM165
002700 01  BOL-REGISTER-REC.                                            PGM165
002800     COPY CPYBOLR.                                                PGM165
002900*                                                                 PGM165
003000 WORKING-STORAGE SECTION.                                         PGM165
003100 01  WS-FILE-STATUS         PIC XX.                               PGM165
003200 01  WS-ABEND-STATUS        PIC XX.                               PGM165
003300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM165
003400     88 WS-EXIT             VALUE 'Y'.                            PGM165
003500 01  WS-ACTION-CHOICE       PIC X(01).                            PGM165
003600     88 WS-SIGNED-ACTION    VALUE 'S' 's'.                        PGM165
003700     88 WS-UNDO-ACTION      VALUE 'U' 'u'.                        PGM165
003800     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM165
003900     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM165
004000 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM165
004100     88 WS-FOUND            VALUE 'Y'.                            PGM165
004200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM165
004300 01  WS-ENT-LOAD-NO         PIC 9(12).                            PGM165
004400 01  WS-ENT-BOL-NO          PIC 9(10).                            PGM165
004500 01  WS-ENT-DATE            PIC 9(08).                            PGM165
004600 01  WS-ENT-USER            PIC X(10).                            PGM165
004700*                                                                 PGM165
004800 PROCEDURE DIVISION.                                              PGM165
004900*                                                                 PGM165
005000 0000-MAIN-PROCESS.                                               PGM165
005100     PERFORM 1000-INITIALIZE                                      PGM165
005200     PERFORM 2000-PROCESS-MENU                                    PGM165
005300         UNTIL WS-EXIT                                            PGM165
005400     PERFORM 9000-FINALIZE                                        PGM165
005500     STOP RUN.                                                    PGM165
005600*                                                                 PGM165
005700 1000-INITIALIZE.                                                 PGM165
005800     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM165
005900     OPEN I-O BOL-REGISTER-FILE                                   PGM165
006000     IF WS-FILE-STATUS NOT = '00'                                 PGM165
006100         DISPLAY 'BOL REGISTER OPEN ERROR: ' WS-FILE-STATUS       PGM165
006200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM165
006300         PERFORM 9900-ABNORMAL-END                                PGM165
006400     END-IF.                                                      PGM165
006500*                                                                 PGM165
006600 2000-PROCESS-MENU.                                               PGM165
006700     DISPLAY ' '                                                  PGM165
006800     DISPLAY '=== DELIVERY NOTE SIGNED COPY RETURN ==='           PGM165
006900     DISPLAY 'S=SIGNED COPY RETURNED  U=UNDO  I=INQUIRE  E=EXIT'  PGM165
007000     ACCEPT WS-ACTION-CHOICE                                      PGM165
007100     EVALUATE TRUE                                                PGM165
007200         WHEN WS-EXIT-CHOICE                                      PGM165
007300             SET WS-EXIT TO TRUE                                  PGM165
007400         WHEN WS-SIGNED-ACTION                                    PGM165
007500             PERFORM 2100-LOCATE-BOL                              PGM165
007600             PERFORM 2200-RECORD-SIGNED                           PGM165
007700         WHEN WS-UNDO-ACTION                                      PGM165
007800             PERFORM 2100-LOCATE-BOL                              PGM165
007900             PERFORM 2300-UNDO-SIGNED                             PGM165
008000         WHEN WS-INQUIRE-ACTION                                   PGM165
008100             PERFORM 2100-LOCATE-BOL                              PGM165
008200         WHEN OTHER                                               PGM165
008300             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM165
008400     END-EVALUATE.                                                PGM165
008500*                                                                 PGM165
008600 2100-LOCATE-BOL.                                                 PGM165
008700     MOVE 'N' TO WS-FOUND-FLAG                                    PGM165
008800     DISPLAY 'ENTER LOAD NO: '                                    PGM165
008900     ACCEPT WS-ENT-LOAD-NO                                        PGM165
009000     MOVE WS-ENT-LOAD-NO TO BL-LOAD-NO                            PGM165
009100     READ BOL-REGISTER-FILE                                       PGM165
009200         INVALID KEY                                              PGM165
009300             DISPLAY 'NO DELIVERY NOTE ISSUED FOR LOAD: '         PGM165
009400                     WS-ENT-LOAD-NO                               PGM165
009500         NOT INVALID KEY                                          PGM165
009600             SET WS-FOUND TO TRUE                                 PGM165
009700             DISPLAY 'B/L NO ' BL-BOL-NO ' CUSTOMER '             PGM165
009800                     BL-CUSTOMER-CD ' ISSUED ' BL-ISSUE-DATE      PGM165
009900             DISPLAY 'PRINTS ' BL-PRINT-CNT ' SIGNED '            PGM165
010000                     BL-SIGNED-FLAG ' ON ' BL-SIGNED-DATE         PGM165
010100                     ' BY ' BL-SIGNED-USER                        PGM165
010200     END-READ.                                                    PGM165
010300*                                                                 PGM165
010400* 회수 등록: 사본의 송장번호가 대장과 같아야 한다. 회수일은                               PGM165
010500* 비우면 오늘이며 발행일보다 앞설 수 없다.                                         PGM165
010600 2200-RECORD-SIGNED.                                              PGM165
010700     EVALUATE TRUE                                                PGM165
010800         WHEN NOT WS-FOUND                                        PGM165
010900             CONTINUE                                             PGM165
011000         WHEN BL-SIGNED-RETURNED                                  PGM165
011100             DISPLAY 'SIGNED COPY ALREADY RECORDED'               PGM165
011200         WHEN OTHER                                               PGM165
011300             DISPLAY 'ENTER B/L NO ON SIGNED COPY: '              PGM165
011400             ACCEPT WS-ENT-BOL-NO                                 PGM165
011500             DISPLAY 'ENTER RETURN DATE (YYYYMMDD, 0=TODAY): '    PGM165
011600             ACCEPT WS-ENT-DATE                                   PGM165
011700             DISPLAY 'ENTER USER ID: '                            PGM165
011800             ACCEPT WS-ENT-USER                                   PGM165
011900             IF WS-ENT-DATE NOT NUMERIC OR WS-ENT-DATE = 0        PGM165
012000                 MOVE WS-TODAY TO WS-ENT-DATE                     PGM165
012100             END-IF                                               PGM165
012200             EVALUATE TRUE                                        PGM165
012300                 WHEN WS-ENT-BOL-NO NOT = BL-BOL-NO               PGM165
012400                     DISPLAY 'B/L NO DOES NOT MATCH LOAD - '      PGM165
012500                             'NOT RECORDED'                       PGM165
012600                 WHEN WS-ENT-DATE < BL-ISSUE-DATE                 PGM165
012700                     OR WS-ENT-DATE > WS-TODAY                    PGM165
012800                     DISPLAY 'RETURN DATE INVALID - NOT RECORDED' PGM165
012900                 WHEN WS-ENT-USER = SPACES                        PGM165
013000                     DISPLAY 'USER ID REQUIRED'                   PGM165
013100                 WHEN OTHER                                       PGM165
013200                     SET BL-SIGNED-RETURNED TO TRUE               PGM165
013300                     MOVE WS-ENT-DATE TO BL-SIGNED-DATE           PGM165
013400                     MOVE WS-ENT-USER TO BL-SIGNED-USER           PGM165
013500                     REWRITE BOL-REGISTER-REC                     PGM165
013600                         INVALID KEY                              PGM165
013700                             DISPLAY 'BOL REWRITE ERROR: '        PGM165
013800                                     WS-FILE-STATUS               PGM165
013900                     END-REWRITE                                  PGM165
014000                     DISPLAY 'SIGNED COPY RECORDED FOR B/L '      PGM165
014100                             BL-BOL-NO                            PGM165
014200             END-EVALUATE                                         PGM165
014300     END-EVALUATE.                                                PGM165
014400*                                                                 PGM165
014500 2300-UNDO-SIGNED.                                                PGM165
014600     EVALUATE TRUE                                                PGM165
014700         WHEN NOT WS-FOUND                                        PGM165
014800             CONTINUE                                             PGM165
014900         WHEN NOT BL-SIGNED-RETURNED                              PGM165
015000             DISPLAY 'NO SIGNED COPY RECORDED'                    PGM165
015100         WHEN OTHER                                               PGM165
015200             DISPLAY 'ENTER USER ID: '                            PGM165
015300             ACCEPT WS-ENT-USER                                   PGM165
015400             IF WS-ENT-USER = SPACES                              PGM165
015500                 DISPLAY 'USER ID REQUIRED'                       PGM165
015600             ELSE                                                 PGM165
015700                 SET BL-SIGNED-PENDING TO TRUE                    PGM165
015800                 MOVE ZEROS       TO BL-SIGNED-DATE               PGM165
015900                 MOVE WS-ENT-USER TO BL-SIGNED-USER               PGM165
016000                 REWRITE BOL-REGISTER-REC                         PGM165
016100                     INVALID KEY                                  PGM165
016200                         DISPLAY 'BOL REGISTER REWRITE ERROR: '   PGM165
016300                                 WS-FILE-STATUS                   PGM165
016400                 END-REWRITE                                      PGM165
016500                 DISPLAY 'SIGNED COPY RETURN CANCELLED'           PGM165
016600             END-IF                                               PGM165
016700     END-EVALUATE.                                                PGM165
016800*                                                                 PGM165
016900 9000-FINALIZE.                                                   PGM165
017000     CLOSE BOL-REGISTER-FILE                                      PGM165
017100     DISPLAY 'PGM165 - SIGNED COPY SESSION ENDED'.                PGM165
017200*                                                                 PGM165
017300 9750-DIAGNOSE-FILE-STATUS.                                       PGM165
017400     EVALUATE WS-ABEND-STATUS                                     PGM165
017500         WHEN '10'                                                PGM165
017600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM165
017700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM165
017800         WHEN '23'                                                PGM165
017900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM165
018000             DISPLAY '  AND RETRY THE REQUEST'                    PGM165
018100         WHEN '35'                                                PGM165
018200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM165
018300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM165
018400         WHEN '37'                                                PGM165
018500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM165
018600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM165
018700         WHEN '39'                                                PGM165
018800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM165
018900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM165
019000         WHEN '41'                                                PGM165
019100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM165
019200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM165
019300         WHEN '42'                                                PGM165
019400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM165
019500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM165
019600         WHEN '46'                                                PGM165
019700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM165
019800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM165
019900         WHEN OTHER                                               PGM165
020000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM165
020100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM165
020200     END-EVALUATE.                                                PGM165
020300*                                                                 PGM165
020400 9900-ABNORMAL-END.                                               PGM165
020500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM165
020600     DISPLAY 'PGM165 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM165
020700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM165
020800     STOP RUN.                                                    PGM165
020900                                                                  PGM165
