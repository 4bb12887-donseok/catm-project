000100 IDENTIFICATION DIVISION.                                         PGM173
000200 PROGRAM-ID.    PGM173.                                           PGM173
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM173
000400*                                                                 PGM173
000500* =========================================================       PGM173
000600* 프로그램명: 원자재 지수 연동 할증 등록/승인                                       PGM173
000700* 처리내용  : 제품군/적용월별 단위당 원자재 할증액(CPYMSUR)을                          PGM173
000800*            등록/정정/비활성 처리하고 승인(메이커-체커)을                           PGM173
000900*            수행한다. 정정하면 다시 승인 대기가 된다. 승인된                         PGM173
001000*            할증만 PGM079가 지수 연동 단가 출하에 청구한다.                       PGM173
001100* =========================================================       PGM173
001200*                                                                 PGM173
001300 ENVIRONMENT DIVISION.                                            PGM173
001400 CONFIGURATION SECTION.                                           PGM173
001500 INPUT-OUTPUT SECTION.                                            PGM173
001600 FILE-CONTROL.                                                    PGM173
001700     SELECT SURCHARGE-FILE                                        PGM173
001800         ASSIGN TO MTLSURC                                        PGM173
001900         ORGANIZATION IS INDEXED                                  PGM173
002000         ACCESS MODE IS DYNAMIC                                   PGM173
002100         RECORD KEY IS MS-KEY                                     PGM173
002200         FILE STATUS IS WS-FILE-STATUS.                           PGM173
002300*                                                                 PGM173
002400 DATA DIVISION.                                                   PGM173
002500 FILE SECTION.                                                    PGM173
002600 FD  SURCHARGE-FILE.                                              PGM173
002700 01  SURCHARGE-REC.                                               PGM173
002800     COPY CPYMSUR.                                                PGM173
002900*                                                                 PGM173
003000 WORKING-STORAGE SECTION.                                         PGM173
003100 01  WS-FILE-STATUS         PIC XX.                               PGM173
003200 01  WS-ABEND-STATUS        PIC XX.                               PGM173
003300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM173
003400     88 WS-EXIT             VALUE 'Y'.                            PGM173
003500 01  WS-ACTION-CHOICE       PIC X(01).                            PGM173
003600     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM173
003700     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM173
003800     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM173
003900     88 WS-APPROVE-ACTION   VALUE 'B' 'b'.                        PGM173
004000     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM173
004100     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM173
004200 01  WS-SURCH-FOUND-FLAG    PIC X VALUE 'N'.                      PGM173
004300     88 WS-SURCH-FOUND      VALUE 'Y'.                            PGM173
004400     88 WS-SURCH-NOT-FOUND  VALUE 'N'.                            PGM173
004500 01  WS-KEY-VALID-FLAG      PIC X VALUE 'N'.                      PGM173
004600     88 WS-KEY-VALID        VALUE 'Y'.                            PGM173
004700 01  WS-MS-EOF-FLAG         PIC X VALUE 'N'.                      PGM173
004800     88 WS-MS-EOF           VALUE 'Y'.                            PGM173
004900 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM173
005000 01  WS-LIST-COUNT          PIC 9(05) VALUE ZEROS.                PGM173
005100 01  WS-MAINT-GROUP         PIC X(15).                            PGM173
005200 01  WS-MAINT-MONTH         PIC 9(06).                            PGM173
005300 01  WS-MAINT-MONTH-R REDEFINES WS-MAINT-MONTH.                   PGM173
005400     05 WS-MAINT-YYYY       PIC 9(04).                            PGM173
005500     05 WS-MAINT-MM         PIC 9(02).                            PGM173
005600 01  WS-MAINT-INDEX-CD      PIC X(10).                            PGM173
005700 01  WS-MAINT-INDEX-VALUE   PIC S9(7)V99.                         PGM173
005800 01  WS-MAINT-SURCH-AMT     PIC S9(7)V99.                         PGM173
005900 01  WS-MAINT-USER          PIC X(10).                            PGM173
006000*                                                                 PGM173
006100 PROCEDURE DIVISION.                                              PGM173
006200*                                                                 PGM173
006300 0000-MAIN-PROCESS.                                               PGM173
006400     PERFORM 1000-INITIALIZE                                      PGM173
006500     PERFORM 2000-PROCESS-MAINTENANCE                             PGM173
006600         UNTIL WS-EXIT                                            PGM173
006700     PERFORM 9000-FINALIZE                                        PGM173
006800     STOP RUN.                                                    PGM173
006900*                                                                 PGM173
007000 1000-INITIALIZE.                                                 PGM173
007100     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM173
007200     OPEN I-O SURCHARGE-FILE                                      PGM173
007300     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM173
007400         DISPLAY 'SURCHARGE TABLE OPEN ERROR: ' WS-FILE-STATUS    PGM173
007500         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM173
007600         PERFORM 9900-ABNORMAL-END                                PGM173
007700     END-IF.                                                      PGM173
007800*                                                                 PGM173
007900 2000-PROCESS-MAINTENANCE.                                        PGM173
008000     DISPLAY ' '                                                  PGM173
008100     DISPLAY '=== METAL SURCHARGE MAINTENANCE ==='                PGM173
008200     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE  B=APPROVE'           PGM173
008300     DISPLAY 'L=LIST MONTH  E=EXIT'                               PGM173
008400     ACCEPT WS-ACTION-CHOICE                                      PGM173
008500     EVALUATE TRUE                                                PGM173
008600         WHEN WS-EXIT-CHOICE                                      PGM173
008700             SET WS-EXIT TO TRUE                                  PGM173
008800         WHEN WS-LIST-ACTION                                      PGM173
008900             PERFORM 2600-LIST-MONTH                              PGM173
009000         WHEN WS-ADD-ACTION OR WS-CHANGE-ACTION                   PGM173
009100             OR WS-DEACT-ACTION OR WS-APPROVE-ACTION              PGM173
009200             PERFORM 2100-LOCATE-SURCHARGE                        PGM173
009300             IF WS-KEY-VALID                                      PGM173
009400                 PERFORM 2150-DISPATCH-ACTION                     PGM173
009500             END-IF                                               PGM173
009600         WHEN OTHER                                               PGM173
009700             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM173
009800     END-EVALUATE.                                                PGM173
009900*                                                                 PGM173
010000 2100-LOCATE-SURCHARGE.                                           PGM173
010100     MOVE 'N' TO WS-KEY-VALID-FLAG                                PGM173
010200     DISPLAY 'ENTER PRODUCT GROUP (PRODUCT CODE PREFIX): '        PGM173
010300     ACCEPT WS-MAINT-GROUP                                        PGM173
010400     DISPLAY 'ENTER SURCHARGE MONTH (YYYYMM): '                   PGM173
010500     ACCEPT WS-MAINT-MONTH                                        PGM173
010600     IF WS-MAINT-GROUP = SPACES                                   PGM173
010700         OR WS-MAINT-MONTH NOT NUMERIC                            PGM173
010800         OR WS-MAINT-MM < 1 OR WS-MAINT-MM > 12                   PGM173
010900         DISPLAY 'PRODUCT GROUP AND VALID MONTH REQUIRED'         PGM173
011000     ELSE                                                         PGM173
011100         SET WS-KEY-VALID TO TRUE                                 PGM173
011200         MOVE WS-MAINT-GROUP TO MS-PROD-GROUP                     PGM173
011300         MOVE WS-MAINT-MONTH TO MS-SURCH-MONTH                    PGM173
011400         READ SURCHARGE-FILE                                      PGM173
011500             INVALID KEY                                          PGM173
011600                 SET WS-SURCH-NOT-FOUND TO TRUE                   PGM173
011700             NOT INVALID KEY                                      PGM173
011800                 SET WS-SURCH-FOUND TO TRUE                       PGM173
011900                 DISPLAY 'CURRENT: INDEX ' MS-INDEX-CD ' '        PGM173
012000                         MS-INDEX-VALUE ' SURCHARGE/UNIT '        PGM173
012100                         MS-SURCH-AMT ' STATUS ' MS-STATUS-CD     PGM173
012200                         ' APPROVED ' MS-APPROVAL-STATUS          PGM173
012300         END-READ                                                 PGM173
012400     END-IF.                                                      PGM173
012500*                                                                 PGM173
012600 2150-DISPATCH-ACTION.                                            PGM173
012700     EVALUATE TRUE                                                PGM173
012800         WHEN WS-ADD-ACTION                                       PGM173
012900             PERFORM 2200-ADD-SURCHARGE                           PGM173
013000         WHEN WS-CHANGE-ACTION                                    PGM173
013100             PERFORM 2300-CHANGE-SURCHARGE                        PGM173
013200         WHEN WS-DEACT-ACTION                                     PGM173
013300             PERFORM 2400-DEACTIVATE-SURCHARGE                    PGM173
013400         WHEN OTHER                                               PGM173
013500             PERFORM 2450-APPROVE-SURCHARGE                       PGM173
013600     END-EVALUATE.                                                PGM173
013700*                                                                 PGM173
013800 2200-ADD-SURCHARGE.                                              PGM173
013900     IF WS-SURCH-FOUND                                            PGM173
014000         DISPLAY 'SURCHARGE ALREADY EXISTS - USE CHANGE'          PGM173
014100     ELSE                                                         PGM173
014200         PERFORM 2500-ENTER-SURCHARGE-FIELDS                      PGM173
014300         IF WS-MAINT-SURCH-AMT NOT < 0                            PGM173
014400             AND WS-MAINT-INDEX-CD NOT = SPACES                   PGM173
014500             AND WS-MAINT-USER NOT = SPACES                       PGM173
014600             INITIALIZE SURCHARGE-REC                             PGM173
014700             MOVE WS-MAINT-GROUP       TO MS-PROD-GROUP           PGM173
014800             MOVE WS-MAINT-MONTH       TO MS-SURCH-MONTH          PGM173
014900             MOVE WS-MAINT-INDEX-CD    TO MS-INDEX-CD             PGM173
015000             MOVE WS-MAINT-INDEX-VALUE TO MS-INDEX-VALUE          PGM173
015100             MOVE WS-MAINT-SURCH-AMT   TO MS-SURCH-AMT            PGM173
015200             MOVE WS-MAINT-USER        TO MS-REG-USER             PGM173
015300             MOVE WS-TODAY             TO MS-LAST-UPD-DATE        PGM173
015400             SET MS-ACTIVE             TO TRUE                    PGM173
015500             SET MS-PENDING            TO TRUE                    PGM173
015600             WRITE SURCHARGE-REC                                  PGM173
015700                 INVALID KEY                                      PGM173
015800                     DISPLAY 'SURCHARGE WRITE ERROR: '            PGM173
015900                             WS-FILE-STATUS                       PGM173
016000             END-WRITE                                            PGM173
016100             DISPLAY 'SURCHARGE ADDED (PENDING APPROVAL): '       PGM173
016200                     WS-MAINT-GROUP ' ' WS-MAINT-MONTH            PGM173
016300         ELSE                                                     PGM173
016400             DISPLAY 'SURCHARGE REJECTED - CHECK INDEX, AMOUNT '  PGM173
016500                     'AND USER'                                   PGM173
016600         END-IF                                                   PGM173
016700     END-IF.                                                      PGM173
016800*                                                                 PGM173
016900* 정정은 승인을 되돌린다. 이미 청구된 출하분은 바뀌지 않는다.                              PGM173
017000 2300-CHANGE-SURCHARGE.                                           PGM173
017100     IF WS-SURCH-NOT-FOUND                                        PGM173
017200         DISPLAY 'SURCHARGE NOT FOUND'                            PGM173
017300     ELSE                                                         PGM173
017400         PERFORM 2500-ENTER-SURCHARGE-FIELDS                      PGM173
017500         IF WS-MAINT-SURCH-AMT NOT < 0                            PGM173
017600             AND WS-MAINT-INDEX-CD NOT = SPACES                   PGM173
017700             AND WS-MAINT-USER NOT = SPACES                       PGM173
017800             MOVE WS-MAINT-INDEX-CD    TO MS-INDEX-CD             PGM173
017900             MOVE WS-MAINT-INDEX-VALUE TO MS-INDEX-VALUE          PGM173
018000             MOVE WS-MAINT-SURCH-AMT   TO MS-SURCH-AMT            PGM173
018100             MOVE WS-MAINT-USER        TO MS-REG-USER             PGM173
018200             MOVE WS-TODAY             TO MS-LAST-UPD-DATE        PGM173
018300             MOVE SPACES               TO MS-APPR-USER            PGM173
018400             MOVE ZEROS                TO MS-APPR-DATE            PGM173
018500             SET MS-PENDING            TO TRUE                    PGM173
018600             REWRITE SURCHARGE-REC                                PGM173
018700             DISPLAY 'SURCHARGE CHANGED (PENDING APPROVAL)'       PGM173
018800         ELSE                                                     PGM173
018900             DISPLAY 'CHANGE REJECTED - CHECK INDEX, AMOUNT '     PGM173
019000                     'AND USER'                                   PGM173
019100         END-IF                                                   PGM173
019200     END-IF.                                                      PGM173
019300*                                                                 PGM173
019400 2400-DEACTIVATE-SURCHARGE.                                       PGM173
019500     IF WS-SURCH-NOT-FOUND                                        PGM173
019600         DISPLAY 'SURCHARGE NOT FOUND'                            PGM173
019700     ELSE                                                         PGM173
019800         SET MS-INACTIVE TO TRUE                                  PGM173
019900         MOVE WS-TODAY TO MS-LAST-UPD-DATE                        PGM173
020000         REWRITE SURCHARGE-REC                                    PGM173
020100         DISPLAY 'SURCHARGE DEACTIVATED'                          PGM173
020200     END-IF.                                                      PGM173
020300*                                                                 PGM173
020400* 등록자와 다른 담당자가 승인해야 청구에 쓰인다.                                      PGM173
020500 2450-APPROVE-SURCHARGE.                                          PGM173
020600     IF WS-SURCH-NOT-FOUND                                        PGM173
020700         DISPLAY 'SURCHARGE NOT FOUND'                            PGM173
020800     ELSE                                                         PGM173
020900         IF MS-APPROVED                                           PGM173
021000             DISPLAY 'SURCHARGE ALREADY APPROVED'                 PGM173
021100         ELSE                                                     PGM173
021200             DISPLAY 'ENTER APPROVER ID: '                        PGM173
021300             ACCEPT WS-MAINT-USER                                 PGM173
021400             IF WS-MAINT-USER = SPACES                            PGM173
021500                 OR WS-MAINT-USER = MS-REG-USER                   PGM173
021600                 DISPLAY 'APPROVER MUST DIFFER FROM MAKER - '     PGM173
021700                         'NOT APPROVED'                           PGM173
021800             ELSE                                                 PGM173
021900                 SET MS-APPROVED TO TRUE                          PGM173
022000                 MOVE WS-MAINT-USER TO MS-APPR-USER               PGM173
022100                 MOVE WS-TODAY      TO MS-APPR-DATE               PGM173
022200                 REWRITE SURCHARGE-REC                            PGM173
022300                 DISPLAY 'SURCHARGE APPROVED'                     PGM173
022400             END-IF                                               PGM173
022500         END-IF                                                   PGM173
022600     END-IF.                                                      PGM173
022700*                                                                 PGM173
022800 2500-ENTER-SURCHARGE-FIELDS.                                     PGM173
022900     DISPLAY 'ENTER INDEX CODE (E.G. ORE, SCRAP): '               PGM173
023000     ACCEPT WS-MAINT-INDEX-CD                                     PGM173
023100     DISPLAY 'ENTER PUBLISHED INDEX VALUE: '                      PGM173
023200     ACCEPT WS-MAINT-INDEX-VALUE                                  PGM173
023300     DISPLAY 'ENTER SURCHARGE PER UNIT: '                         PGM173
023400     ACCEPT WS-MAINT-SURCH-AMT                                    PGM173
023500     DISPLAY 'ENTER USER ID: '                                    PGM173
023600     ACCEPT WS-MAINT-USER.                                        PGM173
023700*                                                                 PGM173
023800 2600-LIST-MONTH.                                                 PGM173
023900     MOVE ZEROS TO WS-LIST-COUNT                                  PGM173
024000     DISPLAY 'ENTER SURCHARGE MONTH (YYYYMM): '                   PGM173
024100     ACCEPT WS-MAINT-MONTH                                        PGM173
024200     MOVE 'N' TO WS-MS-EOF-FLAG                                   PGM173
024300     MOVE LOW-VALUES TO MS-KEY                                    PGM173
024400     START SURCHARGE-FILE KEY >= MS-KEY                           PGM173
024500         INVALID KEY                                              PGM173
024600             SET WS-MS-EOF TO TRUE                                PGM173
024700     END-START                                                    PGM173
024800     PERFORM 2650-LIST-ONE-SURCHARGE                              PGM173
024900         UNTIL WS-MS-EOF                                          PGM173
025000     DISPLAY WS-LIST-COUNT ' SURCHARGES FOR ' WS-MAINT-MONTH.     PGM173
025100*                                                                 PGM173
025200 2650-LIST-ONE-SURCHARGE.                                         PGM173
025300     READ SURCHARGE-FILE NEXT RECORD                              PGM173
025400         AT END                                                   PGM173
025500             SET WS-MS-EOF TO TRUE                                PGM173
025600         NOT AT END                                               PGM173
025700             IF MS-SURCH-MONTH = WS-MAINT-MONTH                   PGM173
025800                 ADD 1 TO WS-LIST-COUNT                           PGM173
025900                 DISPLAY MS-PROD-GROUP ' ' MS-INDEX-CD ' '        PGM173
026000                         MS-INDEX-VALUE ' ' MS-SURCH-AMT ' '      PGM173
026100                         MS-STATUS-CD ' ' MS-APPROVAL-STATUS ' '  PGM173
026200                         MS-REG-USER ' ' MS-APPR-USER             PGM173
026300             END-IF                                               PGM173
026400     END-READ.                                                    PGM173
026500*                                                                 PGM173
026600 9000-FINALIZE.                                                   PGM173
026700     CLOSE SURCHARGE-FILE                                         PGM173
026800     DISPLAY 'PGM173 - SURCHARGE MAINTENANCE SESSION ENDED'.      PGM173
026900*                                                                 PGM173
027000 9750-DIAGNOSE-FILE-STATUS.                                       PGM173
027100     EVALUATE WS-ABEND-STATUS                                     PGM173
027200         WHEN '10'                                                PGM173
027300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM173
027400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM173
027500         WHEN '23'                                                PGM173
027600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM173
027700             DISPLAY '  AND RETRY THE REQUEST'                    PGM173
027800         WHEN '35'                                                PGM173
027900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM173
028000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM173
028100         WHEN '37'                                                PGM173
028200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM173
028300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM173
028400         WHEN '39'                                                PGM173
028500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM173
028600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM173
028700         WHEN '41'                                                PGM173
028800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM173
028900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM173
029000         WHEN '42'                                                PGM173
029100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM173
029200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM173
029300         WHEN '46'                                                PGM173
029400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM173
029500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM173
029600         WHEN OTHER                                               PGM173
029700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM173
029800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM173
029900     END-EVALUATE.                                                PGM173
030000*                                                                 PGM173
030100 9900-ABNORMAL-END.                                               PGM173
030200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM173
030300     DISPLAY 'PGM173 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM173
030400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM173
030500     STOP RUN.                                                    PGM173
030600                                                                  PGM173
