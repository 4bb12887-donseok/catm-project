000100 IDENTIFICATION DIVISION.                                         PGM206
000200 PROGRAM-ID.    PGM206.                                           PGM206
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM206
000400*                                                                 PGM206
000500* =========================================================       PGM206
000600* 프로그램명: 실험실 시험 항목 등록/변경                                          PGM206
000700* 처리내용  : 시료에 의뢰하는 시험 항목(CPYLTTP)의 명칭,                            PGM206
000800*            적용 출처유형(L 로트/T 출선/R 입고, 공백은                          PGM206
000900*            전체), 목표 처리시간(TAT, 분)을 등록/정정/사용                       PGM206
001000*            중지/조회/목록한다. 시료 접수(PGM205)가 의뢰                        PGM206
001100*            항목을 검증하고 미결/TAT 보고(PGM207)가 목표                       PGM206
001200*            TAT 로 지연을 판정한다.                                      PGM206
001300* =========================================================       PGM206
001400*                                                                 PGM206
001500 ENVIRONMENT DIVISION.                                            PGM206
001600 CONFIGURATION SECTION.                                           PGM206
001700 INPUT-OUTPUT SECTION.                                            PGM206
001800 FILE-CONTROL.                                                    PGM206
001900     SELECT LAB-TEST-FILE                                         PGM206
002000         ASSIGN TO LABTEST                                        PGM206
002100         ORGANIZATION IS INDEXED                                  PGM206
002200         ACCESS MODE IS DYNAMIC                                   PGM206
002300         RECORD KEY IS LT-TEST-CD                                 PGM206
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM206
002500*                                                                 PGM206
002600 DATA DIVISION.                                                   PGM206
002700 FILE SECTION.                                                    PGM206
002800 FD  LAB-TEST-FILE.                                               PGM206
002900 01  LAB-TEST-REC.                                                PGM206
003000     COPY CPYLTTP.                                                PGM206
003100*                                                                 PGM206
003200 WORKING-STORAGE SECTION.                                         PGM206
003300 01  WS-FILE-STATUS         PIC XX.                               PGM206
003400 01  WS-ABEND-STATUS        PIC XX.                               PGM206
003500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM206
003600     88 WS-EXIT             VALUE 'Y'.                            PGM206
003700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM206
003800     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM206
003900     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM206
004000     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM206
004100     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM206
004200     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM206
004300     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM206
004400 01  WS-LT-FOUND-FLAG       PIC X VALUE 'N'.                      PGM206
004500     88 WS-LT-FOUND         VALUE 'Y'.                            PGM206
004600     88 WS-LT-NOT-FOUND     VALUE 'N'.                            PGM206
004700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM206
004800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM206
004900 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM206
005000     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM206
005100 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM206
005200 01  WS-ENT-TEST-CD         PIC X(05).                            PGM206
005300 01  WS-ENT-DESC            PIC X(30).                            PGM206
005400 01  WS-ENT-SOURCE-TYPE     PIC X(01).                            PGM206
005500     88 WS-ENT-SOURCE-OK    VALUE ' ' 'L' 'T' 'R'.                PGM206
005600 01  WS-ENT-TARGET-MIN      PIC 9(05).                            PGM206
005700 01  WS-ENT-USER            PIC X(10).                            PGM206
005800 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM206
005900*                                                                 PGM206
006000 PROCEDURE DIVISION.                                              PGM206
006100*                                                                 PGM206
006200 0000-MAIN-PROCESS.                                               PGM206
006300     PERFORM 1000-INITIALIZE                                      PGM206
006400     PERFORM 2000-PROCESS-MAINTENANCE                             PGM206
006500         UNTIL WS-EXIT                                            PGM206
006600     PERFORM 9000-FINALIZE                                        PGM206
006700     STOP RUN.                                                    PGM206
006800*                                                                 PGM206
006900 1000-INITIALIZE.                                                 PGM206
007000     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM206
007100     OPEN I-O LAB-TEST-FILE                                       PGM206
007200     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM206
007300         DISPLAY 'LAB TEST MASTER OPEN ERROR: ' WS-FILE-STATUS    PGM206
007400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM206
007500         PERFORM 9900-ABNORMAL-END                                PGM206
007600     END-IF.                                                      PGM206
007700*                                                                 PGM206
007800 2000-PROCESS-MAINTENANCE.                                        PGM206
007900     DISPLAY ' '                                                  PGM206
008000     DISPLAY '=== LAB TEST TYPE MAINTENANCE ==='                  PGM206
008100     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE  I=INQUIRE  L=LIST'   PGM206
008200             '  E=EXIT'                                           PGM206
008300     ACCEPT WS-ACTION-CHOICE                                      PGM206
008400     EVALUATE TRUE                                                PGM206
008500         WHEN WS-EXIT-CHOICE                                      PGM206
008600             SET WS-EXIT TO TRUE                                  PGM206
008700         WHEN WS-ADD-ACTION                                       PGM206
008800             PERFORM 2100-LOCATE-TEST                             PGM206
008900             PERFORM 2200-ADD-TEST                                PGM206
009000         WHEN WS-CHANGE-ACTION                                    PGM206
009100             PERFORM 2100-LOCATE-TEST                             PGM206
009200             PERFORM 2300-CHANGE-TEST                             PGM206
009300         WHEN WS-DEACT-ACTION                                     PGM206
009400             PERFORM 2100-LOCATE-TEST                             PGM206
009500             PERFORM 2400-DEACTIVATE-TEST                         PGM206
009600         WHEN WS-INQUIRE-ACTION                                   PGM206
009700             PERFORM 2100-LOCATE-TEST                             PGM206
009800             PERFORM 2600-SHOW-TEST                               PGM206
009900         WHEN WS-LIST-ACTION                                      PGM206
010000             PERFORM 2700-LIST-TESTS                              PGM206
010100         WHEN OTHER                                               PGM206
010200             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM206
010300     END-EVALUATE.                                                PGM206
010400*                                                                 PGM206
010500 2100-LOCATE-TEST.                                                PGM206
010600     DISPLAY 'ENTER TEST CODE: '                                  PGM206
010700     ACCEPT WS-ENT-TEST-CD                                        PGM206
010800     MOVE WS-ENT-TEST-CD TO LT-TEST-CD                            PGM206
010900     READ LAB-TEST-FILE                                           PGM206
011000         INVALID KEY                                              PGM206
011100             SET WS-LT-NOT-FOUND TO TRUE                          PGM206
011200         NOT INVALID KEY                                          PGM206
011300             SET WS-LT-FOUND TO TRUE                              PGM206
011400     END-READ.                                                    PGM206
011500*                                                                 PGM206
011600 2200-ADD-TEST.                                                   PGM206
011700     EVALUATE TRUE                                                PGM206
011800         WHEN WS-ENT-TEST-CD = SPACES                             PGM206
011900             DISPLAY 'TEST CODE REQUIRED'                         PGM206
012000         WHEN WS-LT-FOUND                                         PGM206
012100             DISPLAY 'TEST TYPE ALREADY EXISTS - USE CHANGE'      PGM206
012200         WHEN OTHER                                               PGM206
012300             PERFORM 2500-ENTER-TEST-FIELDS                       PGM206
012400             IF WS-FIELDS-VALID                                   PGM206
012500                 INITIALIZE LAB-TEST-REC                          PGM206
012600                 MOVE WS-ENT-TEST-CD TO LT-TEST-CD                PGM206
012700                 PERFORM 2550-MOVE-TEST-FIELDS                    PGM206
012800                 WRITE LAB-TEST-REC                               PGM206
012900                     INVALID KEY                                  PGM206
013000                         DISPLAY 'TEST TYPE WRITE ERROR: '        PGM206
013100                                 WS-FILE-STATUS                   PGM206
013200                     NOT INVALID KEY                              PGM206
013300                         DISPLAY 'TEST TYPE ADDED: '              PGM206
013400                                 WS-ENT-TEST-CD                   PGM206
013500                 END-WRITE                                        PGM206
013600             ELSE                                                 PGM206
013700                 DISPLAY 'TEST TYPE REJECTED - CHECK FIELDS'      PGM206
013800             END-IF                                               PGM206
013900     END-EVALUATE.                                                PGM206
014000*                                                                 PGM206
014100 2300-CHANGE-TEST.                                                PGM206
014200     IF WS-LT-NOT-FOUND                                           PGM206
014300         DISPLAY 'TEST TYPE NOT FOUND'                            PGM206
014400     ELSE                                                         PGM206
014500         PERFORM 2600-SHOW-TEST                                   PGM206
014600         PERFORM 2500-ENTER-TEST-FIELDS                           PGM206
014700         IF WS-FIELDS-VALID                                       PGM206
014800             PERFORM 2550-MOVE-TEST-FIELDS                        PGM206
014900             REWRITE LAB-TEST-REC                                 PGM206
015000                 INVALID KEY                                      PGM206
015100                     DISPLAY 'TEST TYPE REWRITE ERROR: '          PGM206
015200                             WS-FILE-STATUS                       PGM206
015300             END-REWRITE                                          PGM206
015400             DISPLAY 'TEST TYPE CHANGED'                          PGM206
015500         ELSE                                                     PGM206
015600             DISPLAY 'TEST TYPE ENTRY REJECTED - CHECK FIELDS'    PGM206
015700         END-IF                                                   PGM206
015800     END-IF.                                                      PGM206
015900*                                                                 PGM206
016000 2400-DEACTIVATE-TEST.                                            PGM206
016100     IF WS-LT-NOT-FOUND                                           PGM206
016200         DISPLAY 'TEST TYPE NOT FOUND'                            PGM206
016300     ELSE                                                         PGM206
016400         DISPLAY 'ENTER USER ID: '                                PGM206
016500         ACCEPT WS-ENT-USER                                       PGM206
016600         IF WS-ENT-USER = SPACES                                  PGM206
016700             DISPLAY 'USER ID REQUIRED'                           PGM206
016800         ELSE                                                     PGM206
016900             SET LT-INACTIVE    TO TRUE                           PGM206
017000             MOVE WS-ENT-USER   TO LT-UPD-USER                    PGM206
017100             MOVE WS-TODAY      TO LT-UPD-DATE                    PGM206
017200             REWRITE LAB-TEST-REC                                 PGM206
017300                 INVALID KEY                                      PGM206
017400                     DISPLAY 'TEST TYPE REWRITE ERROR: '          PGM206
017500                             WS-FILE-STATUS                       PGM206
017600             END-REWRITE                                          PGM206
017700             DISPLAY 'TEST TYPE DEACTIVATED - OPEN SAMPLES KEEP'  PGM206
017800                     ' THEIR REQUESTS'                            PGM206
017900         END-IF                                                   PGM206
018000     END-IF.                                                      PGM206
018100*                                                                 PGM206
018200* 목표 TAT 는 0 보다 커야 한다(최대 99999 분).                                PGM206
018300 2500-ENTER-TEST-FIELDS.                                          PGM206
018400     DISPLAY 'ENTER TEST DESCRIPTION: '                           PGM206
018500     ACCEPT WS-ENT-DESC                                           PGM206
018600     DISPLAY 'ENTER SOURCE TYPE (L=LOT T=TAP R=RECEIPT'           PGM206
018700             ' BLANK=ANY): '                                      PGM206
018800     ACCEPT WS-ENT-SOURCE-TYPE                                    PGM206
018900     DISPLAY 'ENTER TARGET TAT IN MINUTES: '                      PGM206
019000     ACCEPT WS-ENT-TARGET-MIN                                     PGM206
019100     DISPLAY 'ENTER USER ID: '                                    PGM206
019200     ACCEPT WS-ENT-USER                                           PGM206
019300     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM206
019400     EVALUATE TRUE                                                PGM206
019500         WHEN WS-ENT-DESC = SPACES                                PGM206
019600             DISPLAY 'DESCRIPTION REQUIRED'                       PGM206
019700         WHEN NOT WS-ENT-SOURCE-OK                                PGM206
019800             DISPLAY 'SOURCE TYPE MUST BE L, T, R OR BLANK'       PGM206
019900         WHEN WS-ENT-TARGET-MIN = 0                               PGM206
020000             DISPLAY 'TARGET TAT MUST BE POSITIVE'                PGM206
020100         WHEN WS-ENT-USER = SPACES                                PGM206
020200             DISPLAY 'USER ID REQUIRED'                           PGM206
020300         WHEN OTHER                                               PGM206
020400             SET WS-FIELDS-VALID TO TRUE                          PGM206
020500     END-EVALUATE.                                                PGM206
020600*                                                                 PGM206
020700 2550-MOVE-TEST-FIELDS.                                           PGM206
020800     MOVE WS-ENT-DESC        TO LT-TEST-DESC                      PGM206
020900     MOVE WS-ENT-SOURCE-TYPE TO LT-SOURCE-TYPE                    PGM206
021000     MOVE WS-ENT-TARGET-MIN  TO LT-TARGET-MIN                     PGM206
021100     MOVE WS-ENT-USER        TO LT-UPD-USER                       PGM206
021200     MOVE WS-TODAY           TO LT-UPD-DATE                       PGM206
021300     SET LT-ACTIVE           TO TRUE.                             PGM206
021400*                                                                 PGM206
021500 2600-SHOW-TEST.                                                  PGM206
021600     IF WS-LT-NOT-FOUND                                           PGM206
021700         DISPLAY 'TEST TYPE NOT FOUND'                            PGM206
021800     ELSE                                                         PGM206
021900         DISPLAY 'TEST ' LT-TEST-CD ' ' LT-TEST-DESC              PGM206
022000                 ' SOURCE ' LT-SOURCE-TYPE                        PGM206
022100                 ' TARGET MIN ' LT-TARGET-MIN                     PGM206
022200                 ' STATUS ' LT-STATUS-CD                          PGM206
022300         DISPLAY '  BY ' LT-UPD-USER ' ' LT-UPD-DATE              PGM206
022400     END-IF.                                                      PGM206
022500*                                                                 PGM206
022600 2700-LIST-TESTS.                                                 PGM206
022700     MOVE ZEROS TO WS-LIST-CNT                                    PGM206
022800     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM206
022900     MOVE LOW-VALUES TO LT-TEST-CD                                PGM206
023000     START LAB-TEST-FILE KEY NOT < LT-TEST-CD                     PGM206
023100         INVALID KEY                                              PGM206
023200             SET WS-BROWSE-EOF TO TRUE                            PGM206
023300     END-START                                                    PGM206
023400     PERFORM 2710-LIST-NEXT                                       PGM206
023500         UNTIL WS-BROWSE-EOF                                      PGM206
023600     DISPLAY WS-LIST-CNT ' TEST TYPES LISTED'.                    PGM206
023700*                                                                 PGM206
023800 2710-LIST-NEXT.                                                  PGM206
023900     READ LAB-TEST-FILE NEXT RECORD                               PGM206
024000         AT END                                                   PGM206
024100             SET WS-BROWSE-EOF TO TRUE                            PGM206
024200     END-READ                                                     PGM206
024300     IF NOT WS-BROWSE-EOF                                         PGM206
024400         SET WS-LT-FOUND TO TRUE                                  PGM206
024500         PERFORM 2600-SHOW-TEST                                   PGM206
024600         ADD 1 TO WS-LIST-CNT                                     PGM206
024700     END-IF.                                                      PGM206
024800*                                                                 PGM206
024900 9000-FINALIZE.                                                   PGM206
025000     CLOSE LAB-TEST-FILE                                          PGM206
025100     DISPLAY 'PGM206 - LAB TEST TYPE SESSION ENDED'.              PGM206
025200*                                                                 PGM206
025300 9750-DIAGNOSE-FILE-STATUS.                                       PGM206
025400     EVALUATE WS-ABEND-STATUS                                     PGM206
025500         WHEN '10'                                                PGM206
025600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM206
025700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM206
025800         WHEN '23'                                                PGM206
025900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM206
026000             DISPLAY '  AND RETRY THE REQUEST'                    PGM206
026100         WHEN '35'                                                PGM206
026200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM206
026300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM206
026400         WHEN '37'                                                PGM206
026500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM206
026600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM206
026700         WHEN '39'                                                PGM206
026800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM206
026900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM206
027000         WHEN '41'                                                PGM206
027100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM206
027200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM206
027300         WHEN '42'                                                PGM206
027400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM206
027500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM206
027600         WHEN '46'                                                PGM206
027700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM206
027800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM206
027900         WHEN OTHER                                               PGM206
028000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM206
028100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM206
028200     END-EVALUATE.                                                PGM206
028300*                                                                 PGM206
028400 9900-ABNORMAL-END.                                               PGM206
028500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM206
028600     DISPLAY 'PGM206 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM206
028700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM206
028800     STOP RUN.                                                    PGM206
028900                                                                  PGM206
