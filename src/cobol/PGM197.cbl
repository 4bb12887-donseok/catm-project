000100 IDENTIFICATION DIVISION.                                         PGM197
000200 PROGRAM-ID.    PGM197.                                           PGM197
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM197
000400*                                                                 PGM197
000500* =========================================================       PGM197
000600* 프로그램명: 야적장 측량 입력/차이 승인                                          PGM197
000700* 처리내용  : 월간 야적장 측량 결과(야적더미별 부피, 부피                               PGM197
000800*            밀도, 수분)를 입력/정정/삭제하고 습량/건량 톤을                         PGM197
000900*            환산해 둔다(CPYSTPS). 장부 대사(PGM198)가 만든                   PGM197
001000*            자재별 차이는 여기서 사유코드(코드테이블 RADJ)를                        PGM197
001100*            붙여 승인하거나 반려한다. 측량자는 자기 측량의                           PGM197
001200*            차이를 승인할 수 없고, 허용오차를 넘는 차이는                           PGM197
001300*            확인을 받아 승인한다. 차이가 계산된 뒤 더미를                           PGM197
001400*            고치면 차이 머리를 지워 PGM198 이 다시 계산하게                       PGM197
001500*            하며, 결정된 차이의 더미는 고칠 수 없다.                             PGM197
001600* =========================================================       PGM197
001700*                                                                 PGM197
001800 ENVIRONMENT DIVISION.                                            PGM197
001900 CONFIGURATION SECTION.                                           PGM197
002000 INPUT-OUTPUT SECTION.                                            PGM197
002100 FILE-CONTROL.                                                    PGM197
002200     SELECT STOCKPILE-SURVEY-FILE                                 PGM197
002300         ASSIGN TO STPSURV                                        PGM197
002400         ORGANIZATION IS INDEXED                                  PGM197
002500         ACCESS MODE IS DYNAMIC                                   PGM197
002600         RECORD KEY IS SS-KEY                                     PGM197
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM197
002800     SELECT RM-MASTER-FILE                                        PGM197
002900         ASSIGN TO RMMAST                                         PGM197
003000         ORGANIZATION IS INDEXED                                  PGM197
003100         ACCESS MODE IS RANDOM                                    PGM197
003200         RECORD KEY IS RM-MATL-CD                                 PGM197
003300         FILE STATUS IS WS-FILE-STATUS2.                          PGM197
003400     SELECT CODE-TABLE-FILE                                       PGM197
003500         ASSIGN TO CODETBL                                        PGM197
003600         ORGANIZATION IS INDEXED                                  PGM197
003700         ACCESS MODE IS RANDOM                                    PGM197
003800         RECORD KEY IS CD-KEY                                     PGM197
003900         FILE STATUS IS WS-FILE-STATUS3.                          PGM197
004000*                                                                 PGM197
004100 DATA DIVISION.                                                   PGM197
004200 FILE SECTION.                                                    PGM197
004300 FD  STOCKPILE-SURVEY-FILE.                                       PGM197
004400 01  STOCKPILE-SURVEY-REC.                                        PGM197
004500     COPY CPYSTPS.                                                PGM197
004600 FD  RM-MASTER-FILE.                                              PGM197
004700 01  RM-MASTER-REC.                                               PGM197
004800     COPY CPYRMMS.                                                PGM197
004900 FD  CODE-TABLE-FILE.                                             PGM197
005000 01  CODE-TABLE-REC.                                              PGM197
005100     COPY CPYCDTB.                                                PGM197
005200*                                                                 PGM197
005300 WORKING-STORAGE SECTION.                                         PGM197
005400 01  WS-FILE-STATUS         PIC XX.                               PGM197
005500 01  WS-FILE-STATUS2        PIC XX.                               PGM197
005600 01  WS-FILE-STATUS3        PIC XX.                               PGM197
005700 01  WS-ABEND-STATUS        PIC XX.                               PGM197
005800 01  WS-DATE-STATUS         PIC XX.                               PGM197
005900 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM197
006000     88 WS-EXIT             VALUE 'Y'.                            PGM197
006100 01  WS-ACTION-CHOICE       PIC X(01).                            PGM197
006200     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM197
006300     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM197
006400     88 WS-DELETE-ACTION    VALUE 'D' 'd'.                        PGM197
006500     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM197
006600     88 WS-APPROVE-ACTION   VALUE 'V' 'v'.                        PGM197
006700     88 WS-REJECT-ACTION    VALUE 'J' 'j'.                        PGM197
006800     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM197
006900 01  WS-CONFIRM             PIC X(01).                            PGM197
007000     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM197
007100 01  WS-PILE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM197
007200     88 WS-PILE-FOUND       VALUE 'Y'.                            PGM197
007300     88 WS-PILE-NOT-FOUND   VALUE 'N'.                            PGM197
007400 01  WS-HDR-FOUND-FLAG      PIC X VALUE 'N'.                      PGM197
007500     88 WS-HDR-FOUND        VALUE 'Y'.                            PGM197
007600 01  WS-HDR-STATUS          PIC X(01) VALUE SPACE.                PGM197
007700     88 WS-HDR-OPEN         VALUE 'V'.                            PGM197
007800 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM197
007900     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM197
008000 01  WS-REASON-OK-FLAG      PIC X VALUE 'N'.                      PGM197
008100     88 WS-REASON-OK        VALUE 'Y'.                            PGM197
008200 01  WS-SURVEYOR-FLAG       PIC X VALUE 'N'.                      PGM197
008300     88 WS-IS-SURVEYOR      VALUE 'Y'.                            PGM197
008400 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM197
008500     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM197
008600 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM197
008700 01  WS-ENT-YYYYMM          PIC 9(06).                            PGM197
008800 01  WS-ENT-MATL            PIC X(12).                            PGM197
008900 01  WS-ENT-PILE            PIC X(06).                            PGM197
009000 01  WS-ENT-DATE            PIC 9(08).                            PGM197
009100 01  WS-ENT-DATE-R REDEFINES WS-ENT-DATE.                         PGM197
009200     05 WS-ENT-DATE-YYYYMM  PIC 9(06).                            PGM197
009300     05 WS-ENT-DATE-DD      PIC 9(02).                            PGM197
009400 01  WS-ENT-VOLUME          PIC 9(07)V9.                          PGM197
009500 01  WS-ENT-DENSITY         PIC 9(01)V999.                        PGM197
009600 01  WS-ENT-MOISTURE        PIC 9(02)V99.                         PGM197
009700 01  WS-ENT-REASON          PIC X(05).                            PGM197
009800 01  WS-ENT-USER            PIC X(10).                            PGM197
009900* 작업 중인 측량월/자재                                                    PGM197
010000 01  WS-WORK-YYYYMM         PIC 9(06).                            PGM197
010100 01  WS-WORK-MATL           PIC X(12).                            PGM197
010200* 부피밀도 허용 범위(T/M3)와 수분 상한(%)                                      PGM197
010300 01  WS-DENSITY-MIN         PIC 9(01)V999 VALUE 0.300.            PGM197
010400 01  WS-DENSITY-MAX         PIC 9(01)V999 VALUE 3.500.            PGM197
010500 01  WS-MOISTURE-MAX        PIC 9(02)V99 VALUE 25.00.             PGM197
010600 01  WS-WET-TONS            PIC 9(9)V99 VALUE ZEROS.              PGM197
010700 01  WS-DRY-TONS            PIC 9(9)V99 VALUE ZEROS.              PGM197
010800 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM197
010900*                                                                 PGM197
011000 PROCEDURE DIVISION.                                              PGM197
011100*                                                                 PGM197
011200 0000-MAIN-PROCESS.                                               PGM197
011300     PERFORM 1000-INITIALIZE                                      PGM197
011400     PERFORM 2000-PROCESS-MENU                                    PGM197
011500         UNTIL WS-EXIT                                            PGM197
011600     PERFORM 9000-FINALIZE                                        PGM197
011700     STOP RUN.                                                    PGM197
011800*                                                                 PGM197
011900 1000-INITIALIZE.                                                 PGM197
012000     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM197
012100     OPEN I-O STOCKPILE-SURVEY-FILE                               PGM197
012200     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM197
012300         DISPLAY 'STOCKPILE SURVEY OPEN ERROR: ' WS-FILE-STATUS   PGM197
012400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM197
012500         PERFORM 9900-ABNORMAL-END                                PGM197
012600     END-IF                                                       PGM197
012700     OPEN INPUT RM-MASTER-FILE                                    PGM197
012800     IF WS-FILE-STATUS2 NOT = '00'                                PGM197
012900         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM197
013000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM197
013100         PERFORM 9900-ABNORMAL-END                                PGM197
013200     END-IF                                                       PGM197
013300     OPEN INPUT CODE-TABLE-FILE                                   PGM197
013400     IF WS-FILE-STATUS3 NOT = '00'                                PGM197
013500         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS3        PGM197
013600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM197
013700         PERFORM 9900-ABNORMAL-END                                PGM197
013800     END-IF.                                                      PGM197
013900*                                                                 PGM197
014000 2000-PROCESS-MENU.                                               PGM197
014100     DISPLAY ' '                                                  PGM197
014200     DISPLAY '=== STOCKPILE SURVEY ENTRY / VARIANCE APPROVAL ===' PGM197
014300     DISPLAY 'A=ADD PILE  C=CHANGE PILE  D=DELETE PILE  L=LIST'   PGM197
014400     DISPLAY 'V=APPROVE VARIANCE  J=REJECT VARIANCE  X=EXIT'      PGM197
014500     ACCEPT WS-ACTION-CHOICE                                      PGM197
014600     EVALUATE TRUE                                                PGM197
014700         WHEN WS-ADD-ACTION                                       PGM197
014800             PERFORM 2100-LOCATE-PILE                             PGM197
014900             PERFORM 2200-ADD-PILE                                PGM197
015000         WHEN WS-CHANGE-ACTION                                    PGM197
015100             PERFORM 2100-LOCATE-PILE                             PGM197
015200             PERFORM 2300-CHANGE-PILE                             PGM197
015300         WHEN WS-DELETE-ACTION                                    PGM197
015400             PERFORM 2100-LOCATE-PILE                             PGM197
015500             PERFORM 2400-DELETE-PILE                             PGM197
015600         WHEN WS-LIST-ACTION                                      PGM197
015700             PERFORM 2700-LIST-MONTH                              PGM197
015800         WHEN WS-APPROVE-ACTION                                   PGM197
015900             PERFORM 3000-LOCATE-VARIANCE                         PGM197
016000             IF WS-HDR-FOUND                                      PGM197
016100                 PERFORM 3100-APPROVE-VARIANCE                    PGM197
016200             END-IF                                               PGM197
016300         WHEN WS-REJECT-ACTION                                    PGM197
016400             PERFORM 3000-LOCATE-VARIANCE                         PGM197
016500             IF WS-HDR-FOUND                                      PGM197
016600                 PERFORM 3300-REJECT-VARIANCE                     PGM197
016700             END-IF                                               PGM197
016800         WHEN WS-EXIT-CHOICE                                      PGM197
016900             SET WS-EXIT TO TRUE                                  PGM197
017000         WHEN OTHER                                               PGM197
017100             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM197
017200     END-EVALUATE.                                                PGM197
017300*                                                                 PGM197
017400 2100-LOCATE-PILE.                                                PGM197
017500     DISPLAY 'ENTER SURVEY MONTH (YYYYMM): '                      PGM197
017600     ACCEPT WS-ENT-YYYYMM                                         PGM197
017700     DISPLAY 'ENTER MATERIAL CODE: '                              PGM197
017800     ACCEPT WS-ENT-MATL                                           PGM197
017900     DISPLAY 'ENTER STOCKPILE CODE: '                             PGM197
018000     ACCEPT WS-ENT-PILE                                           PGM197
018100     MOVE WS-ENT-YYYYMM TO WS-WORK-YYYYMM                         PGM197
018200     MOVE WS-ENT-MATL   TO WS-WORK-MATL                           PGM197
018300     PERFORM 2150-READ-VARIANCE-HEADER                            PGM197
018400     MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM                       PGM197
018500     MOVE WS-ENT-MATL   TO SS-MATL-CD                             PGM197
018600     MOVE WS-ENT-PILE   TO SS-PILE-CD                             PGM197
018700     IF WS-ENT-PILE = SPACES                                      PGM197
018800         SET WS-PILE-NOT-FOUND TO TRUE                            PGM197
018900     ELSE                                                         PGM197
019000         READ STOCKPILE-SURVEY-FILE                               PGM197
019100             INVALID KEY                                          PGM197
019200                 SET WS-PILE-NOT-FOUND TO TRUE                    PGM197
019300             NOT INVALID KEY                                      PGM197
019400                 SET WS-PILE-FOUND TO TRUE                        PGM197
019500         END-READ                                                 PGM197
019600     END-IF.                                                      PGM197
019700*                                                                 PGM197
019800* 자재의 차이 머리(야적더미 공백)를 읽는다.                                        PGM197
019900 2150-READ-VARIANCE-HEADER.                                       PGM197
020000     MOVE 'N' TO WS-HDR-FOUND-FLAG                                PGM197
020100     MOVE WS-WORK-YYYYMM TO SS-SURVEY-YYYYMM                      PGM197
020200     MOVE WS-WORK-MATL   TO SS-MATL-CD                            PGM197
020300     MOVE SPACES         TO SS-PILE-CD                            PGM197
020400     READ STOCKPILE-SURVEY-FILE                                   PGM197
020500         INVALID KEY                                              PGM197
020600             CONTINUE                                             PGM197
020700         NOT INVALID KEY                                          PGM197
020800             SET WS-HDR-FOUND TO TRUE                             PGM197
020900             MOVE SS-STATUS-CD TO WS-HDR-STATUS                   PGM197
021000     END-READ.                                                    PGM197
021100*                                                                 PGM197
021200 2200-ADD-PILE.                                                   PGM197
021300     EVALUATE TRUE                                                PGM197
021400         WHEN WS-ENT-PILE = SPACES                                PGM197
021500             DISPLAY 'STOCKPILE CODE REQUIRED'                    PGM197
021600         WHEN WS-PILE-FOUND                                       PGM197
021700             DISPLAY 'PILE SURVEY ALREADY EXISTS - USE CHANGE'    PGM197
021800         WHEN WS-HDR-FOUND AND NOT WS-HDR-OPEN                    PGM197
021900             DISPLAY 'VARIANCE ALREADY DECIDED - CANNOT ADD'      PGM197
022000         WHEN OTHER                                               PGM197
022100             MOVE WS-ENT-MATL TO RM-MATL-CD                       PGM197
022200             READ RM-MASTER-FILE                                  PGM197
022300                 INVALID KEY                                      PGM197
022400                     DISPLAY 'MATERIAL NOT ON RAW MATERIAL MASTER'PGM197
022500                 NOT INVALID KEY                                  PGM197
022600                     PERFORM 2500-ENTER-SURVEY-FIELDS             PGM197
022700                     IF WS-FIELDS-VALID                           PGM197
022800                         PERFORM 2600-RESET-VARIANCE              PGM197
022900                         INITIALIZE STOCKPILE-SURVEY-REC          PGM197
023000                         MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM   PGM197
023100                         MOVE WS-ENT-MATL   TO SS-MATL-CD         PGM197
023200                         MOVE WS-ENT-PILE   TO SS-PILE-CD         PGM197
023300                         PERFORM 2550-MOVE-SURVEY-FIELDS          PGM197
023400                         WRITE STOCKPILE-SURVEY-REC               PGM197
023500                             INVALID KEY                          PGM197
023600                                 DISPLAY 'SURVEY WRITE ERROR: '   PGM197
023700                                         WS-FILE-STATUS           PGM197
023800                             NOT INVALID KEY                      PGM197
023900                                 DISPLAY 'PILE SURVEY ADDED: '    PGM197
024000                                         WS-ENT-PILE ' WET T '    PGM197
024100                                         WS-WET-TONS              PGM197
024200                         END-WRITE                                PGM197
024300                     ELSE                                         PGM197
024400                         DISPLAY 'SURVEY REJECTED - CHECK FIELDS' PGM197
024500                     END-IF                                       PGM197
024600             END-READ                                             PGM197
024700     END-EVALUATE.                                                PGM197
024800*                                                                 PGM197
024900 2300-CHANGE-PILE.                                                PGM197
025000     EVALUATE TRUE                                                PGM197
025100         WHEN WS-PILE-NOT-FOUND                                   PGM197
025200             DISPLAY 'PILE SURVEY NOT FOUND'                      PGM197
025300         WHEN WS-HDR-FOUND AND NOT WS-HDR-OPEN                    PGM197
025400             DISPLAY 'VARIANCE ALREADY DECIDED - CANNOT CHANGE'   PGM197
025500         WHEN OTHER                                               PGM197
025600             PERFORM 2650-SHOW-PILE                               PGM197
025700             PERFORM 2500-ENTER-SURVEY-FIELDS                     PGM197
025800             IF WS-FIELDS-VALID                                   PGM197
025900                 PERFORM 2600-RESET-VARIANCE                      PGM197
026000                 MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM           PGM197
026100                 MOVE WS-ENT-MATL   TO SS-MATL-CD                 PGM197
026200                 MOVE WS-ENT-PILE   TO SS-PILE-CD                 PGM197
026300                 READ STOCKPILE-SURVEY-FILE                       PGM197
026400                     INVALID KEY                                  PGM197
026500                         DISPLAY 'PILE SURVEY NOT FOUND'          PGM197
026600                     NOT INVALID KEY                              PGM197
026700                         PERFORM 2550-MOVE-SURVEY-FIELDS          PGM197
026800                         REWRITE STOCKPILE-SURVEY-REC             PGM197
026900                             INVALID KEY                          PGM197
027000                                 DISPLAY 'SURVEY REWRITE ERROR: ' PGM197
027100                                         WS-FILE-STATUS           PGM197
027200                         END-REWRITE                              PGM197
027300                         DISPLAY 'PILE SURVEY CHANGED - WET T '   PGM197
027400                                 WS-WET-TONS                      PGM197
027500                 END-READ                                         PGM197
027600             ELSE                                                 PGM197
027700                 DISPLAY 'SURVEY ENTRY REJECTED - CHECK FIELDS'   PGM197
027800             END-IF                                               PGM197
027900     END-EVALUATE.                                                PGM197
028000*                                                                 PGM197
028100 2400-DELETE-PILE.                                                PGM197
028200     EVALUATE TRUE                                                PGM197
028300         WHEN WS-PILE-NOT-FOUND                                   PGM197
028400             DISPLAY 'PILE SURVEY NOT FOUND'                      PGM197
028500         WHEN WS-HDR-FOUND AND NOT WS-HDR-OPEN                    PGM197
028600             DISPLAY 'VARIANCE ALREADY DECIDED - CANNOT DELETE'   PGM197
028700         WHEN OTHER                                               PGM197
028800             PERFORM 2650-SHOW-PILE                               PGM197
028900             DISPLAY 'DELETE THIS PILE SURVEY (Y/N)? '            PGM197
029000             ACCEPT WS-CONFIRM                                    PGM197
029100             IF WS-CONFIRMED                                      PGM197
029200                 PERFORM 2600-RESET-VARIANCE                      PGM197
029300                 MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM           PGM197
029400                 MOVE WS-ENT-MATL   TO SS-MATL-CD                 PGM197
029500                 MOVE WS-ENT-PILE   TO SS-PILE-CD                 PGM197
029600                 DELETE STOCKPILE-SURVEY-FILE                     PGM197
029700                     INVALID KEY                                  PGM197
029800                         DISPLAY 'SURVEY DELETE ERROR: '          PGM197
029900                                 WS-FILE-STATUS                   PGM197
030000                     NOT INVALID KEY                              PGM197
030100                         DISPLAY 'PILE SURVEY DELETED'            PGM197
030200                 END-DELETE                                       PGM197
030300             ELSE                                                 PGM197
030400                 DISPLAY 'DELETE CANCELLED'                       PGM197
030500             END-IF                                               PGM197
030600     END-EVALUATE.                                                PGM197
030700*                                                                 PGM197
030800* 측량일은 측량월 안이어야 하고 미래일 수 없다.                                      PGM197
030900 2500-ENTER-SURVEY-FIELDS.                                        PGM197
031000     DISPLAY 'ENTER SURVEY DATE (YYYYMMDD): '                     PGM197
031100     ACCEPT WS-ENT-DATE                                           PGM197
031200     DISPLAY 'ENTER MEASURED VOLUME (M3): '                       PGM197
031300     ACCEPT WS-ENT-VOLUME                                         PGM197
031400     DISPLAY 'ENTER BULK DENSITY (T/M3): '                        PGM197
031500     ACCEPT WS-ENT-DENSITY                                        PGM197
031600     DISPLAY 'ENTER MOISTURE %: '                                 PGM197
031700     ACCEPT WS-ENT-MOISTURE                                       PGM197
031800     DISPLAY 'ENTER USER ID: '                                    PGM197
031900     ACCEPT WS-ENT-USER                                           PGM197
032000     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM197
032100     CALL 'DATECHK' USING WS-ENT-DATE WS-DATE-STATUS              PGM197
032200     EVALUATE TRUE                                                PGM197
032300         WHEN WS-DATE-STATUS NOT = '00'                           PGM197
032400             DISPLAY 'SURVEY DATE INVALID'                        PGM197
032500         WHEN WS-ENT-DATE-YYYYMM NOT = WS-ENT-YYYYMM              PGM197
032600             DISPLAY 'SURVEY DATE NOT IN SURVEY MONTH'            PGM197
032700         WHEN WS-ENT-DATE > WS-TODAY                              PGM197
032800             DISPLAY 'SURVEY DATE IS IN THE FUTURE'               PGM197
032900         WHEN WS-ENT-VOLUME = 0                                   PGM197
033000             DISPLAY 'VOLUME MUST BE POSITIVE'                    PGM197
033100         WHEN WS-ENT-DENSITY < WS-DENSITY-MIN                     PGM197
033200             OR WS-ENT-DENSITY > WS-DENSITY-MAX                   PGM197
033300             DISPLAY 'BULK DENSITY OUTSIDE ' WS-DENSITY-MIN       PGM197
033400                     ' - ' WS-DENSITY-MAX ' T/M3'                 PGM197
033500         WHEN WS-ENT-MOISTURE > WS-MOISTURE-MAX                   PGM197
033600             DISPLAY 'MOISTURE OVER ' WS-MOISTURE-MAX ' PCT'      PGM197
033700         WHEN WS-ENT-USER = SPACES                                PGM197
033800             DISPLAY 'USER ID REQUIRED'                           PGM197
033900         WHEN OTHER                                               PGM197
034000             SET WS-FIELDS-VALID TO TRUE                          PGM197
034100             COMPUTE WS-WET-TONS ROUNDED =                        PGM197
034200                 WS-ENT-VOLUME * WS-ENT-DENSITY                   PGM197
034300             COMPUTE WS-DRY-TONS ROUNDED =                        PGM197
034400                 WS-WET-TONS * (100 - WS-ENT-MOISTURE) / 100      PGM197
034500     END-EVALUATE.                                                PGM197
034600*                                                                 PGM197
034700 2550-MOVE-SURVEY-FIELDS.                                         PGM197
034800     MOVE WS-ENT-DATE     TO SS-SURVEY-DATE                       PGM197
034900     MOVE WS-ENT-VOLUME   TO SS-VOLUME-M3                         PGM197
035000     MOVE WS-ENT-DENSITY  TO SS-BULK-DENSITY                      PGM197
035100     MOVE WS-ENT-MOISTURE TO SS-MOISTURE-PCT                      PGM197
035200     MOVE WS-WET-TONS     TO SS-WET-TONS                          PGM197
035300     MOVE WS-DRY-TONS     TO SS-DRY-TONS                          PGM197
035400     MOVE WS-ENT-USER     TO SS-SURVEYED-BY                       PGM197
035500     MOVE WS-TODAY        TO SS-ENTRY-DATE.                       PGM197
035600*                                                                 PGM197
035700* 계산된(미결정) 차이가 있으면 지워서 다시 계산하게 한다.                                PGM197
035800 2600-RESET-VARIANCE.                                             PGM197
035900     IF WS-HDR-FOUND                                              PGM197
036000         MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM                   PGM197
036100         MOVE WS-ENT-MATL   TO SS-MATL-CD                         PGM197
036200         MOVE SPACES        TO SS-PILE-CD                         PGM197
036300         DELETE STOCKPILE-SURVEY-FILE                             PGM197
036400             INVALID KEY                                          PGM197
036500                 CONTINUE                                         PGM197
036600             NOT INVALID KEY                                      PGM197
036700                 DISPLAY 'CALCULATED VARIANCE CLEARED - RERUN'    PGM197
036800                         ' PGM198 BEFORE APPROVAL'                PGM197
036900         END-DELETE                                               PGM197
037000         MOVE 'N' TO WS-HDR-FOUND-FLAG                            PGM197
037100     END-IF.                                                      PGM197
037200*                                                                 PGM197
037300 2650-SHOW-PILE.                                                  PGM197
037400     DISPLAY 'PILE ' SS-PILE-CD ' MATERIAL ' SS-MATL-CD           PGM197
037500             ' DATE ' SS-SURVEY-DATE ' BY ' SS-SURVEYED-BY        PGM197
037600     DISPLAY '  VOLUME M3 ' SS-VOLUME-M3                          PGM197
037700             ' DENSITY ' SS-BULK-DENSITY                          PGM197
037800             ' MOISTURE ' SS-MOISTURE-PCT                         PGM197
037900             ' WET T ' SS-WET-TONS ' DRY T ' SS-DRY-TONS.         PGM197
038000*                                                                 PGM197
038100 2700-LIST-MONTH.                                                 PGM197
038200     DISPLAY 'ENTER SURVEY MONTH (YYYYMM): '                      PGM197
038300     ACCEPT WS-ENT-YYYYMM                                         PGM197
038400     MOVE ZEROS TO WS-LIST-CNT                                    PGM197
038500     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM197
038600     MOVE WS-ENT-YYYYMM TO SS-SURVEY-YYYYMM                       PGM197
038700     MOVE SPACES        TO SS-MATL-CD                             PGM197
038800     MOVE SPACES        TO SS-PILE-CD                             PGM197
038900     START STOCKPILE-SURVEY-FILE KEY NOT < SS-KEY                 PGM197
039000         INVALID KEY                                              PGM197
039100             SET WS-BROWSE-EOF TO TRUE                            PGM197
039200     END-START                                                    PGM197
039300     PERFORM 2710-LIST-NEXT                                       PGM197
039400         UNTIL WS-BROWSE-EOF                                      PGM197
039500     DISPLAY WS-LIST-CNT ' RECORDS LISTED'.                       PGM197
039600*                                                                 PGM197
039700 2710-LIST-NEXT.                                                  PGM197
039800     READ STOCKPILE-SURVEY-FILE NEXT RECORD                       PGM197
039900         AT END                                                   PGM197
040000             SET WS-BROWSE-EOF TO TRUE                            PGM197
040100         NOT AT END                                               PGM197
040200             IF SS-SURVEY-YYYYMM NOT = WS-ENT-YYYYMM              PGM197
040300                 SET WS-BROWSE-EOF TO TRUE                        PGM197
040400             ELSE                                                 PGM197
040500                 ADD 1 TO WS-LIST-CNT                             PGM197
040600                 IF SS-PILE-CD = SPACES                           PGM197
040700                     PERFORM 3050-SHOW-VARIANCE                   PGM197
040800                 ELSE                                             PGM197
040900                     PERFORM 2650-SHOW-PILE                       PGM197
041000                 END-IF                                           PGM197
041100             END-IF                                               PGM197
041200     END-READ.                                                    PGM197
041300*                                                                 PGM197
041400 3000-LOCATE-VARIANCE.                                            PGM197
041500     DISPLAY 'ENTER SURVEY MONTH (YYYYMM): '                      PGM197
041600     ACCEPT WS-ENT-YYYYMM                                         PGM197
041700     DISPLAY 'ENTER MATERIAL CODE: '                              PGM197
041800     ACCEPT WS-ENT-MATL                                           PGM197
041900     MOVE WS-ENT-YYYYMM TO WS-WORK-YYYYMM                         PGM197
042000     MOVE WS-ENT-MATL   TO WS-WORK-MATL                           PGM197
042100     PERFORM 2150-READ-VARIANCE-HEADER                            PGM197
042200     IF WS-HDR-FOUND                                              PGM197
042300         PERFORM 3050-SHOW-VARIANCE                               PGM197
042400     ELSE                                                         PGM197
042500         DISPLAY 'NO CALCULATED VARIANCE - RUN PGM198 FIRST'      PGM197
042600     END-IF.                                                      PGM197
042700*                                                                 PGM197
042800 3050-SHOW-VARIANCE.                                              PGM197
042900     DISPLAY 'MATERIAL ' SS-MATL-CD ' MONTH ' SS-SURVEY-YYYYMM    PGM197
043000             ' STATUS ' SS-STATUS-CD ' PILES ' SS-PILE-CNT        PGM197
043100             ' BOOK AS OF ' SS-SNAPSHOT-DATE                      PGM197
043200     DISPLAY '  SURVEY WET T ' SS-TOT-WET-TONS                    PGM197
043300             ' BOOK ' SS-BOOK-QTY                                 PGM197
043400             ' VARIANCE ' SS-VARIANCE-QTY                         PGM197
043500             ' PCT ' SS-VARIANCE-PCT                              PGM197
043600             ' TOL ' SS-TOL-FLAG                                  PGM197
043700     IF SS-DECIDED-BY NOT = SPACES                                PGM197
043800         DISPLAY '  REASON ' SS-REASON-CD ' DECIDED BY '          PGM197
043900                 SS-DECIDED-BY ' ON ' SS-DECIDED-DATE             PGM197
044000     END-IF.                                                      PGM197
044100*                                                                 PGM197
044200* 측량자 본인은 승인할 수 없다. 허용오차 초과는 확인 후 승인.                             PGM197
044300 3100-APPROVE-VARIANCE.                                           PGM197
044400     IF NOT SS-AWAITING                                           PGM197
044500         DISPLAY 'ONLY A CALCULATED (V) VARIANCE CAN BE APPROVED' PGM197
044600     ELSE                                                         PGM197
044700         MOVE 'Y' TO WS-CONFIRM                                   PGM197
044800         IF SS-OVER-TOL                                           PGM197
044900             DISPLAY 'VARIANCE IS OUTSIDE TOLERANCE - APPROVE'    PGM197
045000                     ' ANYWAY (Y/N)? '                            PGM197
045100             ACCEPT WS-CONFIRM                                    PGM197
045200         END-IF                                                   PGM197
045300         IF WS-CONFIRMED                                          PGM197
045400             PERFORM 3200-ENTER-DECISION                          PGM197
045500             IF WS-REASON-OK AND WS-ENT-USER NOT = SPACES         PGM197
045600                 PERFORM 3400-CHECK-SURVEYOR                      PGM197
045700                 IF WS-IS-SURVEYOR                                PGM197
045800                     DISPLAY 'SURVEYOR CANNOT APPROVE OWN SURVEY' PGM197
045900                 ELSE                                             PGM197
046000                     PERFORM 2150-READ-VARIANCE-HEADER            PGM197
046100                     SET SS-APPROVED TO TRUE                      PGM197
046200                     PERFORM 3500-REWRITE-DECISION                PGM197
046300                     DISPLAY 'VARIANCE APPROVED - ADJUSTMENT IS'  PGM197
046400                             ' ISSUED BY THE NEXT PGM198 RUN'     PGM197
046500                 END-IF                                           PGM197
046600             END-IF                                               PGM197
046700         ELSE                                                     PGM197
046800             DISPLAY 'APPROVAL CANCELLED'                         PGM197
046900         END-IF                                                   PGM197
047000     END-IF.                                                      PGM197
047100*                                                                 PGM197
047200 3200-ENTER-DECISION.                                             PGM197
047300     MOVE 'N' TO WS-REASON-OK-FLAG                                PGM197
047400     DISPLAY 'ENTER REASON CODE (RADJ): '                         PGM197
047500     ACCEPT WS-ENT-REASON                                         PGM197
047600     DISPLAY 'ENTER USER ID: '                                    PGM197
047700     ACCEPT WS-ENT-USER                                           PGM197
047800     MOVE 'RADJ'        TO CD-CODE-TYPE                           PGM197
047900     MOVE WS-ENT-REASON TO CD-CODE                                PGM197
048000     READ CODE-TABLE-FILE                                         PGM197
048100         INVALID KEY                                              PGM197
048200             DISPLAY 'REASON CODE NOT ON CODE TABLE (RADJ)'       PGM197
048300         NOT INVALID KEY                                          PGM197
048400             IF CD-ACTIVE                                         PGM197
048500                 SET WS-REASON-OK TO TRUE                         PGM197
048600             ELSE                                                 PGM197
048700                 DISPLAY 'REASON CODE IS INACTIVE'                PGM197
048800             END-IF                                               PGM197
048900     END-READ                                                     PGM197
049000     IF WS-ENT-USER = SPACES                                      PGM197
049100         DISPLAY 'USER ID REQUIRED'                               PGM197
049200     END-IF.                                                      PGM197
049300*                                                                 PGM197
049400 3300-REJECT-VARIANCE.                                            PGM197
049500     IF NOT SS-AWAITING                                           PGM197
049600         DISPLAY 'VARIANCE ALREADY ' SS-STATUS-CD                 PGM197
049700                 ' - CANNOT REJECT'                               PGM197
049800     ELSE                                                         PGM197
049900         PERFORM 3200-ENTER-DECISION                              PGM197
050000         IF WS-REASON-OK AND WS-ENT-USER NOT = SPACES             PGM197
050100             SET SS-REJECTED TO TRUE                              PGM197
050200             PERFORM 3500-REWRITE-DECISION                        PGM197
050300             DISPLAY 'VARIANCE REJECTED - BOOK STOCK UNCHANGED'   PGM197
050400         END-IF                                                   PGM197
050500     END-IF.                                                      PGM197
050600*                                                                 PGM197
050700* 해당 자재의 더미 측량자 중에 승인자가 있는지 본다.                                   PGM197
050800 3400-CHECK-SURVEYOR.                                             PGM197
050900     MOVE 'N' TO WS-SURVEYOR-FLAG                                 PGM197
051000     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM197
051100     MOVE WS-WORK-YYYYMM TO SS-SURVEY-YYYYMM                      PGM197
051200     MOVE WS-WORK-MATL   TO SS-MATL-CD                            PGM197
051300     MOVE SPACES         TO SS-PILE-CD                            PGM197
051400     START STOCKPILE-SURVEY-FILE KEY > SS-KEY                     PGM197
051500         INVALID KEY                                              PGM197
051600             SET WS-BROWSE-EOF TO TRUE                            PGM197
051700     END-START                                                    PGM197
051800     PERFORM 3410-CHECK-NEXT-PILE                                 PGM197
051900         UNTIL WS-BROWSE-EOF.                                     PGM197
052000*                                                                 PGM197
052100 3410-CHECK-NEXT-PILE.                                            PGM197
052200     READ STOCKPILE-SURVEY-FILE NEXT RECORD                       PGM197
052300         AT END                                                   PGM197
052400             SET WS-BROWSE-EOF TO TRUE                            PGM197
052500         NOT AT END                                               PGM197
052600             IF SS-SURVEY-YYYYMM NOT = WS-WORK-YYYYMM             PGM197
052700                 OR SS-MATL-CD NOT = WS-WORK-MATL                 PGM197
052800                 SET WS-BROWSE-EOF TO TRUE                        PGM197
052900             ELSE                                                 PGM197
053000                 IF SS-SURVEYED-BY = WS-ENT-USER                  PGM197
053100                     SET WS-IS-SURVEYOR TO TRUE                   PGM197
053200                 END-IF                                           PGM197
053300             END-IF                                               PGM197
053400     END-READ.                                                    PGM197
053500*                                                                 PGM197
053600 3500-REWRITE-DECISION.                                           PGM197
053700     MOVE WS-ENT-REASON TO SS-REASON-CD                           PGM197
053800     MOVE WS-ENT-USER   TO SS-DECIDED-BY                          PGM197
053900     MOVE WS-TODAY      TO SS-DECIDED-DATE                        PGM197
054000     REWRITE STOCKPILE-SURVEY-REC                                 PGM197
054100         INVALID KEY                                              PGM197
054200             DISPLAY 'VARIANCE REWRITE ERROR: ' WS-FILE-STATUS    PGM197
054300     END-REWRITE.                                                 PGM197
054400*                                                                 PGM197
054500 9000-FINALIZE.                                                   PGM197
054600     CLOSE STOCKPILE-SURVEY-FILE                                  PGM197
054700     CLOSE RM-MASTER-FILE                                         PGM197
054800     CLOSE CODE-TABLE-FILE                                        PGM197
054900     DISPLAY 'PGM197 - STOCKPILE SURVEY SESSION ENDED'.           PGM197
055000*                                                                 PGM197
055100 9750-DIAGNOSE-FILE-STATUS.                                       PGM197
055200     EVALUATE WS-ABEND-STATUS                                     PGM197
055300         WHEN '10'                                                PGM197
055400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM197
055500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM197
055600         WHEN '23'                                                PGM197
055700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM197
055800             DISPLAY '  AND RETRY THE REQUEST'                    PGM197
055900         WHEN '35'                                                PGM197
056000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM197
056100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM197
056200         WHEN '37'                                                PGM197
056300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM197
056400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM197
056500         WHEN '39'                                                PGM197
056600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM197
056700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM197
056800         WHEN '41'                                                PGM197
056900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM197
057000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM197
057100         WHEN '42'                                                PGM197
057200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM197
057300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM197
057400         WHEN '46'                                                PGM197
057500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM197
057600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM197
057700         WHEN OTHER                                               PGM197
057800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM197
057900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM197
058000     END-EVALUATE.                                                PGM197
058100*                                                                 PGM197
058200 9900-ABNORMAL-END.                                               PGM197
058300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM197
058400     DISPLAY 'PGM197 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM197
058500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM197
058600     STOP RUN.                                                    PGM197
058700                                                                  PGM197
