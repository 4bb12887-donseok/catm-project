000100 IDENTIFICATION DIVISION.                                         PGM201
000200 PROGRAM-ID.    PGM201.                                           PGM201
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM201
000400*                                                                 PGM201
000500* =========================================================       PGM201
000600* 프로그램명: 계약 품위 스케일 등록/변경                                          PGM201
000700* 처리내용  : 광석/석탄 구매계약의 성분별 보너스/페널티                                 PGM201
000800*            스케일(CPYQPSC)을 자재/공급사/성분 단위로                          PGM201
000900*            등록/정정/사용중지/조회/목록한다. 공급사를 비워                          PGM201
001000*            두면 그 자재의 기본 스케일이다. 자재는 원자재                           PGM201
001100*            마스터, 공급사는 공급사 마스터에 있어야 한다.                           PGM201
001200*            방향은 성분으로 정한다(FE/CV 는 높을수록, 나머지                       PGM201
001300*            는 낮을수록 좋음). 정산 계산(PGM202)이 쓴다.                       PGM201
001400* =========================================================       PGM201
001500*                                                                 PGM201
001600 ENVIRONMENT DIVISION.                                            PGM201
001700 CONFIGURATION SECTION.                                           PGM201
001800 INPUT-OUTPUT SECTION.                                            PGM201
001900 FILE-CONTROL.                                                    PGM201
002000     SELECT QUALITY-SCALE-FILE                                    PGM201
002100         ASSIGN TO QPSCALE                                        PGM201
002200         ORGANIZATION IS INDEXED                                  PGM201
002300         ACCESS MODE IS DYNAMIC                                   PGM201
002400         RECORD KEY IS QS-KEY                                     PGM201
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM201
002600     SELECT RM-MASTER-FILE                                        PGM201
002700         ASSIGN TO RMMAST                                         PGM201
002800         ORGANIZATION IS INDEXED                                  PGM201
002900         ACCESS MODE IS RANDOM                                    PGM201
003000         RECORD KEY IS RM-MATL-CD                                 PGM201
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM201
003200     SELECT VENDOR-MASTER-FILE                                    PGM201
003300         ASSIGN TO VNDRMAST                                       PGM201
003400         ORGANIZATION IS INDEXED                                  PGM201
003500         ACCESS MODE IS RANDOM                                    PGM201
003600         RECORD KEY IS VN-VENDOR-CD                               PGM201
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM201
003800*                                                                 PGM201
003900 DATA DIVISION.                                                   PGM201
004000 FILE SECTION.                                                    PGM201
004100 FD  QUALITY-SCALE-FILE.                                          PGM201
004200 01  QUALITY-SCALE-REC.                                           PGM201
004300     COPY CPYQPSC.                                                PGM201
004400 FD  RM-MASTER-FILE.                                              PGM201
004500 01  RM-MASTER-REC.                                               PGM201
004600     COPY CPYRMMS.                                                PGM201
004700 FD  VENDOR-MASTER-FILE.                                          PGM201
004800 01  VENDOR-MASTER-REC.                                           PGM201
004900     COPY CPYVNMS.                                                PGM201
005000*                                                                 PGM201
005100 WORKING-STORAGE SECTION.                                         PGM201
005200 01  WS-FILE-STATUS         PIC XX.                               PGM201
005300 01  WS-FILE-STATUS2        PIC XX.                               PGM201
005400 01  WS-FILE-STATUS3        PIC XX.                               PGM201
005500 01  WS-ABEND-STATUS        PIC XX.                               PGM201
005600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM201
005700     88 WS-EXIT             VALUE 'Y'.                            PGM201
005800 01  WS-ACTION-CHOICE       PIC X(01).                            PGM201
005900     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM201
006000     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM201
006100     88 WS-DEACT-ACTION     VALUE 'D' 'd'.                        PGM201
006200     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM201
006300     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM201
006400     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM201
006500 01  WS-QS-FOUND-FLAG       PIC X VALUE 'N'.                      PGM201
006600     88 WS-QS-FOUND         VALUE 'Y'.                            PGM201
006700     88 WS-QS-NOT-FOUND     VALUE 'N'.                            PGM201
006800 01  WS-KEY-VALID-FLAG      PIC X VALUE 'N'.                      PGM201
006900     88 WS-KEY-VALID        VALUE 'Y'.                            PGM201
007000 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM201
007100     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM201
007200 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM201
007300     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM201
007400 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM201
007500 01  WS-ENT-MATL            PIC X(12).                            PGM201
007600 01  WS-ENT-VENDOR          PIC X(10).                            PGM201
007700 01  WS-ENT-ELEMENT         PIC X(05).                            PGM201
007800 01  WS-ENT-BASIS           PIC 9(05)V999.                        PGM201
007900 01  WS-ENT-STEP            PIC 9(05)V999.                        PGM201
008000 01  WS-ENT-BONUS           PIC 9(07)V99.                         PGM201
008100 01  WS-ENT-PENALTY         PIC 9(07)V99.                         PGM201
008200 01  WS-ENT-MAX-STEPS       PIC 9(03).                            PGM201
008300 01  WS-ENT-PRO-RATA        PIC X(01).                            PGM201
008400 01  WS-ENT-CONTRACT        PIC X(12).                            PGM201
008500 01  WS-ENT-USER            PIC X(10).                            PGM201
008600 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM201
008700*                                                                 PGM201
008800 PROCEDURE DIVISION.                                              PGM201
008900*                                                                 PGM201
009000 0000-MAIN-PROCESS.                                               PGM201
009100     PERFORM 1000-INITIALIZE                                      PGM201
009200     PERFORM 2000-PROCESS-MAINTENANCE                             PGM201
009300         UNTIL WS-EXIT                                            PGM201
009400     PERFORM 9000-FINALIZE                                        PGM201
009500     STOP RUN.                                                    PGM201
009600*                                                                 PGM201
009700 1000-INITIALIZE.                                                 PGM201
009800     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM201
009900     OPEN I-O QUALITY-SCALE-FILE                                  PGM201
010000     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM201
010100         DISPLAY 'QUALITY SCALE OPEN ERROR: ' WS-FILE-STATUS      PGM201
010200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM201
010300         PERFORM 9900-ABNORMAL-END                                PGM201
010400     END-IF                                                       PGM201
010500     OPEN INPUT RM-MASTER-FILE                                    PGM201
010600     IF WS-FILE-STATUS2 NOT = '00'                                PGM201
010700         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM201
010800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM201
010900         PERFORM 9900-ABNORMAL-END                                PGM201
011000     END-IF                                                       PGM201
011100     OPEN INPUT VENDOR-MASTER-FILE                                PGM201
011200     IF WS-FILE-STATUS3 NOT = '00'                                PGM201
011300         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS3     PGM201
011400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM201
011500         PERFORM 9900-ABNORMAL-END                                PGM201
011600     END-IF.                                                      PGM201
011700*                                                                 PGM201
011800 2000-PROCESS-MAINTENANCE.                                        PGM201
011900     DISPLAY ' '                                                  PGM201
012000     DISPLAY '=== CONTRACT QUALITY SCALE MAINTENANCE ==='         PGM201
012100     DISPLAY 'A=ADD  C=CHANGE  D=DEACTIVATE  I=INQUIRE  L=LIST'   PGM201
012200             '  E=EXIT'                                           PGM201
012300     ACCEPT WS-ACTION-CHOICE                                      PGM201
012400     EVALUATE TRUE                                                PGM201
012500         WHEN WS-EXIT-CHOICE                                      PGM201
012600             SET WS-EXIT TO TRUE                                  PGM201
012700         WHEN WS-ADD-ACTION                                       PGM201
012800             PERFORM 2100-LOCATE-SCALE                            PGM201
012900             PERFORM 2200-ADD-SCALE                               PGM201
013000         WHEN WS-CHANGE-ACTION                                    PGM201
013100             PERFORM 2100-LOCATE-SCALE                            PGM201
013200             PERFORM 2300-CHANGE-SCALE                            PGM201
013300         WHEN WS-DEACT-ACTION                                     PGM201
013400             PERFORM 2100-LOCATE-SCALE                            PGM201
013500             PERFORM 2400-DEACTIVATE-SCALE                        PGM201
013600         WHEN WS-INQUIRE-ACTION                                   PGM201
013700             PERFORM 2100-LOCATE-SCALE                            PGM201
013800             PERFORM 2600-SHOW-SCALE                              PGM201
013900         WHEN WS-LIST-ACTION                                      PGM201
014000             PERFORM 2700-LIST-MATERIAL                           PGM201
014100         WHEN OTHER                                               PGM201
014200             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM201
014300     END-EVALUATE.                                                PGM201
014400*                                                                 PGM201
014500 2100-LOCATE-SCALE.                                               PGM201
014600     DISPLAY 'ENTER MATERIAL CODE: '                              PGM201
014700     ACCEPT WS-ENT-MATL                                           PGM201
014800     DISPLAY 'ENTER VENDOR CODE (BLANK=ALL VENDORS): '            PGM201
014900     ACCEPT WS-ENT-VENDOR                                         PGM201
015000     DISPLAY 'ENTER ELEMENT (FE/SIO2/AL2O3/P/S/ASH/VM/CV/H2O): '  PGM201
015100     ACCEPT WS-ENT-ELEMENT                                        PGM201
015200     MOVE WS-ENT-MATL    TO QS-MATL-CD                            PGM201
015300     MOVE WS-ENT-VENDOR  TO QS-VENDOR-CD                          PGM201
015400     MOVE WS-ENT-ELEMENT TO QS-ELEMENT-CD                         PGM201
015500     READ QUALITY-SCALE-FILE                                      PGM201
015600         INVALID KEY                                              PGM201
015700             SET WS-QS-NOT-FOUND TO TRUE                          PGM201
015800         NOT INVALID KEY                                          PGM201
015900             SET WS-QS-FOUND TO TRUE                              PGM201
016000     END-READ.                                                    PGM201
016100*                                                                 PGM201
016200 2150-CHECK-SCALE-KEY.                                            PGM201
016300     MOVE 'N' TO WS-KEY-VALID-FLAG                                PGM201
016400     MOVE WS-ENT-MATL TO RM-MATL-CD                               PGM201
016500     READ RM-MASTER-FILE                                          PGM201
016600         INVALID KEY                                              PGM201
016700             DISPLAY 'MATERIAL NOT ON RAW MATERIAL MASTER'        PGM201
016800         NOT INVALID KEY                                          PGM201
016900             IF WS-ENT-VENDOR = SPACES                            PGM201
017000                 SET WS-KEY-VALID TO TRUE                         PGM201
017100             ELSE                                                 PGM201
017200                 MOVE WS-ENT-VENDOR TO VN-VENDOR-CD               PGM201
017300                 READ VENDOR-MASTER-FILE                          PGM201
017400                     INVALID KEY                                  PGM201
017500                         DISPLAY 'VENDOR NOT ON VENDOR MASTER'    PGM201
017600                     NOT INVALID KEY                              PGM201
017700                         SET WS-KEY-VALID TO TRUE                 PGM201
017800                 END-READ                                         PGM201
017900             END-IF                                               PGM201
018000     END-READ                                                     PGM201
018100     MOVE WS-ENT-ELEMENT TO QS-ELEMENT-CD                         PGM201
018200     IF WS-KEY-VALID AND NOT QS-ELEM-VALID                        PGM201
018300         DISPLAY 'ELEMENT CODE NOT RECOGNISED: ' WS-ENT-ELEMENT   PGM201
018400         MOVE 'N' TO WS-KEY-VALID-FLAG                            PGM201
018500     END-IF.                                                      PGM201
018600*                                                                 PGM201
018700 2200-ADD-SCALE.                                                  PGM201
018800     IF WS-QS-FOUND                                               PGM201
018900         DISPLAY 'SCALE ALREADY EXISTS - USE CHANGE'              PGM201
019000     ELSE                                                         PGM201
019100         PERFORM 2150-CHECK-SCALE-KEY                             PGM201
019200         IF WS-KEY-VALID                                          PGM201
019300             PERFORM 2500-ENTER-SCALE-FIELDS                      PGM201
019400             IF WS-FIELDS-VALID                                   PGM201
019500                 INITIALIZE QUALITY-SCALE-REC                     PGM201
019600                 MOVE WS-ENT-MATL    TO QS-MATL-CD                PGM201
019700                 MOVE WS-ENT-VENDOR  TO QS-VENDOR-CD              PGM201
019800                 MOVE WS-ENT-ELEMENT TO QS-ELEMENT-CD             PGM201
019900                 PERFORM 2550-MOVE-SCALE-FIELDS                   PGM201
020000                 WRITE QUALITY-SCALE-REC                          PGM201
020100                     INVALID KEY                                  PGM201
020200                         DISPLAY 'SCALE WRITE ERROR: '            PGM201
020300                                 WS-FILE-STATUS                   PGM201
020400                     NOT INVALID KEY                              PGM201
020500                         DISPLAY 'SCALE ADDED: ' WS-ENT-MATL ' '  PGM201
020600                                 WS-ENT-VENDOR ' ' WS-ENT-ELEMENT PGM201
020700                 END-WRITE                                        PGM201
020800             ELSE                                                 PGM201
020900                 DISPLAY 'SCALE REJECTED - CHECK FIELDS'          PGM201
021000             END-IF                                               PGM201
021100         END-IF                                                   PGM201
021200     END-IF.                                                      PGM201
021300*                                                                 PGM201
021400 2300-CHANGE-SCALE.                                               PGM201
021500     IF WS-QS-NOT-FOUND                                           PGM201
021600         DISPLAY 'SCALE NOT FOUND'                                PGM201
021700     ELSE                                                         PGM201
021800         PERFORM 2600-SHOW-SCALE                                  PGM201
021900         PERFORM 2500-ENTER-SCALE-FIELDS                          PGM201
022000         IF WS-FIELDS-VALID                                       PGM201
022100             PERFORM 2550-MOVE-SCALE-FIELDS                       PGM201
022200             REWRITE QUALITY-SCALE-REC                            PGM201
022300                 INVALID KEY                                      PGM201
022400                     DISPLAY 'SCALE REWRITE ERROR: '              PGM201
022500                             WS-FILE-STATUS                       PGM201
022600             END-REWRITE                                          PGM201
022700             DISPLAY 'SCALE CHANGED - UNINVOICED RECEIPTS ARE'    PGM201
022800                     ' RECALCULATED BY PGM202'                    PGM201
022900         ELSE                                                     PGM201
023000             DISPLAY 'SCALE ENTRY REJECTED - CHECK FIELDS'        PGM201
023100         END-IF                                                   PGM201
023200     END-IF.                                                      PGM201
023300*                                                                 PGM201
023400 2400-DEACTIVATE-SCALE.                                           PGM201
023500     IF WS-QS-NOT-FOUND                                           PGM201
023600         DISPLAY 'SCALE NOT FOUND'                                PGM201
023700     ELSE                                                         PGM201
023800         DISPLAY 'ENTER USER ID: '                                PGM201
023900         ACCEPT WS-ENT-USER                                       PGM201
024000         IF WS-ENT-USER = SPACES                                  PGM201
024100             DISPLAY 'USER ID REQUIRED'                           PGM201
024200         ELSE                                                     PGM201
024300             SET QS-INACTIVE    TO TRUE                           PGM201
024400             MOVE WS-ENT-USER   TO QS-UPD-USER                    PGM201
024500             MOVE WS-TODAY      TO QS-UPD-DATE                    PGM201
024600             REWRITE QUALITY-SCALE-REC                            PGM201
024700                 INVALID KEY                                      PGM201
024800                     DISPLAY 'SCALE REWRITE ERROR: '              PGM201
024900                             WS-FILE-STATUS                       PGM201
025000             END-REWRITE                                          PGM201
025100             DISPLAY 'SCALE DEACTIVATED'                          PGM201
025200         END-IF                                                   PGM201
025300     END-IF.                                                      PGM201
025400*                                                                 PGM201
025500* 단계폭은 0 보다 커야 하고 보너스/페널티 중 하나는 있어야                               PGM201
025600* 한다. 페널티만 있는 성분은 보너스 0 으로 둔다.                                    PGM201
025700 2500-ENTER-SCALE-FIELDS.                                         PGM201
025800     DISPLAY 'ENTER BASIS VALUE (% OR KCAL/KG): '                 PGM201
025900     ACCEPT WS-ENT-BASIS                                          PGM201
026000     DISPLAY 'ENTER STEP SIZE: '                                  PGM201
026100     ACCEPT WS-ENT-STEP                                           PGM201
026200     DISPLAY 'ENTER BONUS PER STEP PER DMT (0=NONE): '            PGM201
026300     ACCEPT WS-ENT-BONUS                                          PGM201
026400     DISPLAY 'ENTER PENALTY PER STEP PER DMT (0=NONE): '          PGM201
026500     ACCEPT WS-ENT-PENALTY                                        PGM201
026600     DISPLAY 'ENTER MAX STEPS (0=NO LIMIT): '                     PGM201
026700     ACCEPT WS-ENT-MAX-STEPS                                      PGM201
026800     DISPLAY 'PRO-RATA PART STEPS (Y/N): '                        PGM201
026900     ACCEPT WS-ENT-PRO-RATA                                       PGM201
027000     DISPLAY 'ENTER CONTRACT NO: '                                PGM201
027100     ACCEPT WS-ENT-CONTRACT                                       PGM201
027200     DISPLAY 'ENTER USER ID: '                                    PGM201
027300     ACCEPT WS-ENT-USER                                           PGM201
027400     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM201
027500     EVALUATE TRUE                                                PGM201
027600         WHEN WS-ENT-STEP = 0                                     PGM201
027700             DISPLAY 'STEP SIZE MUST BE POSITIVE'                 PGM201
027800         WHEN WS-ENT-BONUS = 0 AND WS-ENT-PENALTY = 0             PGM201
027900             DISPLAY 'BONUS OR PENALTY REQUIRED'                  PGM201
028000         WHEN WS-ENT-PRO-RATA NOT = 'Y' AND NOT = 'N'             PGM201
028100             DISPLAY 'PRO-RATA FLAG MUST BE Y OR N'               PGM201
028200         WHEN WS-ENT-USER = SPACES                                PGM201
028300             DISPLAY 'USER ID REQUIRED'                           PGM201
028400         WHEN OTHER                                               PGM201
028500             SET WS-FIELDS-VALID TO TRUE                          PGM201
028600     END-EVALUATE.                                                PGM201
028700*                                                                 PGM201
028800 2550-MOVE-SCALE-FIELDS.                                          PGM201
028900     IF QS-ELEM-FE OR QS-ELEM-CV                                  PGM201
029000         SET QS-HIGHER-BETTER TO TRUE                             PGM201
029100     ELSE                                                         PGM201
029200         SET QS-LOWER-BETTER  TO TRUE                             PGM201
029300     END-IF                                                       PGM201
029400     MOVE WS-ENT-BASIS       TO QS-BASIS-VALUE                    PGM201
029500     MOVE WS-ENT-STEP        TO QS-STEP-SIZE                      PGM201
029600     MOVE WS-ENT-BONUS       TO QS-BONUS-PER-STEP                 PGM201
029700     MOVE WS-ENT-PENALTY     TO QS-PENALTY-PER-STEP               PGM201
029800     MOVE WS-ENT-MAX-STEPS   TO QS-MAX-STEPS                      PGM201
029900     MOVE WS-ENT-PRO-RATA    TO QS-PRO-RATA-FL                    PGM201
030000     MOVE WS-ENT-CONTRACT    TO QS-CONTRACT-NO                    PGM201
030100     MOVE WS-ENT-USER        TO QS-UPD-USER                       PGM201
030200     MOVE WS-TODAY           TO QS-UPD-DATE                       PGM201
030300     SET QS-ACTIVE           TO TRUE.                             PGM201
030400*                                                                 PGM201
030500 2600-SHOW-SCALE.                                                 PGM201
030600     IF WS-QS-NOT-FOUND                                           PGM201
030700         DISPLAY 'SCALE NOT FOUND'                                PGM201
030800     ELSE                                                         PGM201
030900         DISPLAY 'MATERIAL ' QS-MATL-CD ' VENDOR ' QS-VENDOR-CD   PGM201
031000                 ' ELEMENT ' QS-ELEMENT-CD ' DIR ' QS-DIRECTION   PGM201
031100                 ' STATUS ' QS-STATUS-CD                          PGM201
031200         DISPLAY '  BASIS ' QS-BASIS-VALUE ' STEP ' QS-STEP-SIZE  PGM201
031300                 ' BONUS ' QS-BONUS-PER-STEP                      PGM201
031400                 ' PENALTY ' QS-PENALTY-PER-STEP                  PGM201
031500         DISPLAY '  MAX STEPS ' QS-MAX-STEPS                      PGM201
031600                 ' PRO-RATA ' QS-PRO-RATA-FL                      PGM201
031700                 ' CONTRACT ' QS-CONTRACT-NO                      PGM201
031800                 ' BY ' QS-UPD-USER ' ' QS-UPD-DATE               PGM201
031900     END-IF.                                                      PGM201
032000*                                                                 PGM201
032100 2700-LIST-MATERIAL.                                              PGM201
032200     DISPLAY 'ENTER MATERIAL CODE: '                              PGM201
032300     ACCEPT WS-ENT-MATL                                           PGM201
032400     MOVE ZEROS TO WS-LIST-CNT                                    PGM201
032500     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM201
032600     MOVE WS-ENT-MATL TO QS-MATL-CD                               PGM201
032700     MOVE SPACES      TO QS-VENDOR-CD                             PGM201
032800     MOVE SPACES      TO QS-ELEMENT-CD                            PGM201
032900     START QUALITY-SCALE-FILE KEY NOT < QS-KEY                    PGM201
033000         INVALID KEY                                              PGM201
033100             SET WS-BROWSE-EOF TO TRUE                            PGM201
033200     END-START                                                    PGM201
033300     PERFORM 2710-LIST-NEXT                                       PGM201
033400         UNTIL WS-BROWSE-EOF                                      PGM201
033500     DISPLAY WS-LIST-CNT ' SCALE LINES LISTED'.                   PGM201
033600*                                                                 PGM201
033700 2710-LIST-NEXT.                                                  PGM201
033800     READ QUALITY-SCALE-FILE NEXT RECORD                          PGM201
033900         AT END                                                   PGM201
034000             SET WS-BROWSE-EOF TO TRUE                            PGM201
034100     END-READ                                                     PGM201
034200     IF NOT WS-BROWSE-EOF                                         PGM201
034300         IF QS-MATL-CD NOT = WS-ENT-MATL                          PGM201
034400             SET WS-BROWSE-EOF TO TRUE                            PGM201
034500         ELSE                                                     PGM201
034600             SET WS-QS-FOUND TO TRUE                              PGM201
034700             PERFORM 2600-SHOW-SCALE                              PGM201
034800             ADD 1 TO WS-LIST-CNT                                 PGM201
034900         END-IF                                                   PGM201
035000     END-IF.                                                      PGM201
035100*                                                                 PGM201
035200 9000-FINALIZE.                                                   PGM201
035300     CLOSE QUALITY-SCALE-FILE                                     PGM201
035400     CLOSE RM-MASTER-FILE                                         PGM201
035500     CLOSE VENDOR-MASTER-FILE                                     PGM201
035600     DISPLAY 'PGM201 - QUALITY SCALE SESSION ENDED'.              PGM201
035700*                                                                 PGM201
035800 9750-DIAGNOSE-FILE-STATUS.                                       PGM201
035900     EVALUATE WS-ABEND-STATUS                                     PGM201
036000         WHEN '10'                                                PGM201
036100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM201
036200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM201
036300         WHEN '23'                                                PGM201
036400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM201
036500             DISPLAY '  AND RETRY THE REQUEST'                    PGM201
036600         WHEN '35'                                                PGM201
036700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM201
036800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM201
036900         WHEN '37'                                                PGM201
037000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM201
037100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM201
037200         WHEN '39'                                                PGM201
037300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM201
037400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM201
037500         WHEN '41'                                                PGM201
037600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM201
037700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM201
037800         WHEN '42'                                                PGM201
037900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM201
038000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM201
038100         WHEN '46'                                                PGM201
038200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM201
038300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM201
038400         WHEN OTHER                                               PGM201
038500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM201
038600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM201
038700     END-EVALUATE.                                                PGM201
038800*                                                                 PGM201
038900 9900-ABNORMAL-END.                                               PGM201
039000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM201
039100     DISPLAY 'PGM201 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM201
039200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM201
039300     STOP RUN.                                                    PGM201
039400                                                                  PGM201
