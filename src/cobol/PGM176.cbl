000100 IDENTIFICATION DIVISION.                                         PGM176
000200 PROGRAM-ID.    PGM176.                                           PGM176
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM176
000400*                                                                 PGM176
000500* =========================================================       PGM176
000600* 프로그램명: 기준생산계획(MPS) 제안 검토/확정                                     PGM176
000700* 처리내용  : PGM175가 만든 계획 제안(CPYMPSP)을 월별로                          PGM176
000800*            조회하고 건별로 확정/반려한다. 확정하면 생산                            PGM176
000900*            계획 마스터(CPYPPLAN)에 정규 계획으로 쓴다. 같은                     PGM176
001000*            키의 계획이 이미 있으면 담당자가 명시적으로                             PGM176
001100*            동의해야 하며 이때 원 계획수량은 두고 수정수량                           PGM176
001200*            (PP-REVISED-QTY)만 바꾼다. 제품별 계획 기준                     PGM176
001300*            (CPYMPSM)도 여기서 등록/변경한다.                              PGM176
001400* =========================================================       PGM176
001500*                                                                 PGM176
001600 ENVIRONMENT DIVISION.                                            PGM176
001700 CONFIGURATION SECTION.                                           PGM176
001800 INPUT-OUTPUT SECTION.                                            PGM176
001900 FILE-CONTROL.                                                    PGM176
002000     SELECT MPS-PROPOSAL-FILE                                     PGM176
002100         ASSIGN TO MPSPROP                                        PGM176
002200         ORGANIZATION IS INDEXED                                  PGM176
002300         ACCESS MODE IS DYNAMIC                                   PGM176
002400         RECORD KEY IS MP-KEY                                     PGM176
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM176
002600     SELECT PROD-PLAN-FILE                                        PGM176
002700         ASSIGN TO PRDPLAN                                        PGM176
002800         ORGANIZATION IS INDEXED                                  PGM176
002900         ACCESS MODE IS RANDOM                                    PGM176
003000         RECORD KEY IS PP-KEY                                     PGM176
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM176
003200     SELECT MPS-PRODUCT-FILE                                      PGM176
003300         ASSIGN TO MPSPRDM                                        PGM176
003400         ORGANIZATION IS INDEXED                                  PGM176
003500         ACCESS MODE IS RANDOM                                    PGM176
003600         RECORD KEY IS MM-PRODUCT-CD                              PGM176
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM176
003800*                                                                 PGM176
003900 DATA DIVISION.                                                   PGM176
004000 FILE SECTION.                                                    PGM176
004100 FD  MPS-PROPOSAL-FILE.                                           PGM176
004200 01  MPS-PROPOSAL-REC.                                            PGM176
004300     COPY CPYMPSP.                                                PGM176
004400 FD  PROD-PLAN-FILE.                                              PGM176
004500 01  PROD-PLAN-REC.                                               PGM176
004600     COPY CPYPPLAN.                                               PGM176
004700 FD  MPS-PRODUCT-FILE.                                            PGM176
004800 01  MPS-PRODUCT-REC.                                             PGM176
004900     COPY CPYMPSM.                                                PGM176
005000*                                                                 PGM176
005100 WORKING-STORAGE SECTION.                                         PGM176
005200 01  WS-FILE-STATUS         PIC XX.                               PGM176
005300 01  WS-FILE-STATUS2        PIC XX.                               PGM176
005400 01  WS-FILE-STATUS3        PIC XX.                               PGM176
005500 01  WS-ABEND-STATUS        PIC XX.                               PGM176
005600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM176
005700     88 WS-EXIT             VALUE 'Y'.                            PGM176
005800 01  WS-ACTION-CHOICE       PIC X(01).                            PGM176
005900     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM176
006000     88 WS-RELEASE-ACTION   VALUE 'R' 'r'.                        PGM176
006100     88 WS-REJECT-ACTION    VALUE 'X' 'x'.                        PGM176
006200     88 WS-PARM-ACTION      VALUE 'P' 'p'.                        PGM176
006300     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM176
006400 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM176
006500     88 WS-FOUND            VALUE 'Y'.                            PGM176
006600 01  WS-PLAN-FOUND-FLAG     PIC X VALUE 'N'.                      PGM176
006700     88 WS-PLAN-FOUND       VALUE 'Y'.                            PGM176
006800 01  WS-MP-EOF-FLAG         PIC X VALUE 'N'.                      PGM176
006900     88 WS-MP-EOF           VALUE 'Y'.                            PGM176
007000 01  WS-CONFIRM             PIC X(01).                            PGM176
007100     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM176
007200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM176
007300 01  WS-LIST-COUNT          PIC 9(05) VALUE ZEROS.                PGM176
007400 01  WS-ENT-PLANT-CD        PIC X(04).                            PGM176
007500 01  WS-ENT-PRODUCT-CD      PIC X(15).                            PGM176
007600 01  WS-ENT-YYYYMM          PIC 9(06).                            PGM176
007700 01  WS-ENT-QTY             PIC S9(9)V99.                         PGM176
007800 01  WS-ENT-USER            PIC X(10).                            PGM176
007900* 계획 기준 입력                                                        PGM176
008000 01  WS-ENT-LINE-CD         PIC X(10).                            PGM176
008100 01  WS-ENT-WAREHOUSE-CD    PIC X(05).                            PGM176
008200 01  WS-ENT-UNIT-CD         PIC X(03).                            PGM176
008300 01  WS-ENT-BATCH-QTY       PIC S9(9).                            PGM176
008400 01  WS-ENT-TARGET-STOCK    PIC S9(9).                            PGM176
008500 01  WS-ENT-STATUS          PIC X(01).                            PGM176
008600*                                                                 PGM176
008700 PROCEDURE DIVISION.                                              PGM176
008800*                                                                 PGM176
008900 0000-MAIN-PROCESS.                                               PGM176
009000     PERFORM 1000-INITIALIZE                                      PGM176
009100     PERFORM 2000-PROCESS-MENU                                    PGM176
009200         UNTIL WS-EXIT                                            PGM176
009300     PERFORM 9000-FINALIZE                                        PGM176
009400     STOP RUN.                                                    PGM176
009500*                                                                 PGM176
009600 1000-INITIALIZE.                                                 PGM176
009700     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM176
009800     OPEN I-O MPS-PROPOSAL-FILE                                   PGM176
009900     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM176
010000         DISPLAY 'MPS PROPOSAL OPEN ERROR: ' WS-FILE-STATUS       PGM176
010100         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM176
010200         PERFORM 9900-ABNORMAL-END                                PGM176
010300     END-IF                                                       PGM176
010400     OPEN I-O PROD-PLAN-FILE                                      PGM176
010500     IF WS-FILE-STATUS2 NOT = '00'                                PGM176
010600         DISPLAY 'PLAN FILE OPEN ERROR: ' WS-FILE-STATUS2         PGM176
010700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM176
010800         PERFORM 9900-ABNORMAL-END                                PGM176
010900     END-IF                                                       PGM176
011000     OPEN I-O MPS-PRODUCT-FILE                                    PGM176
011100     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM176
011200         DISPLAY 'MPS PRODUCT MASTER OPEN ERROR: ' WS-FILE-STATUS3PGM176
011300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM176
011400         PERFORM 9900-ABNORMAL-END                                PGM176
011500     END-IF.                                                      PGM176
011600*                                                                 PGM176
011700 2000-PROCESS-MENU.                                               PGM176
011800     DISPLAY ' '                                                  PGM176
011900     DISPLAY '=== MASTER PRODUCTION SCHEDULE PROPOSALS ==='       PGM176
012000     DISPLAY 'L=LIST MONTH  R=RELEASE  X=REJECT'                  PGM176
012100     DISPLAY 'P=PRODUCT PLANNING PARAMETERS  E=EXIT'              PGM176
012200     ACCEPT WS-ACTION-CHOICE                                      PGM176
012300     EVALUATE TRUE                                                PGM176
012400         WHEN WS-EXIT-CHOICE                                      PGM176
012500             SET WS-EXIT TO TRUE                                  PGM176
012600         WHEN WS-LIST-ACTION                                      PGM176
012700             PERFORM 2100-LIST-MONTH                              PGM176
012800         WHEN WS-RELEASE-ACTION                                   PGM176
012900             PERFORM 2200-LOCATE-PROPOSAL                         PGM176
013000             PERFORM 2300-RELEASE-PROPOSAL                        PGM176
013100         WHEN WS-REJECT-ACTION                                    PGM176
013200             PERFORM 2200-LOCATE-PROPOSAL                         PGM176
013300             PERFORM 2500-REJECT-PROPOSAL                         PGM176
013400         WHEN WS-PARM-ACTION                                      PGM176
013500             PERFORM 2600-MAINTAIN-PARAMETERS                     PGM176
013600         WHEN OTHER                                               PGM176
013700             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM176
013800     END-EVALUATE.                                                PGM176
013900*                                                                 PGM176
014000 2100-LIST-MONTH.                                                 PGM176
014100     MOVE ZEROS TO WS-LIST-COUNT                                  PGM176
014200     DISPLAY 'ENTER PLAN MONTH (YYYYMM): '                        PGM176
014300     ACCEPT WS-ENT-YYYYMM                                         PGM176
014400     MOVE 'N' TO WS-MP-EOF-FLAG                                   PGM176
014500     MOVE LOW-VALUES TO MP-KEY                                    PGM176
014600     START MPS-PROPOSAL-FILE KEY >= MP-KEY                        PGM176
014700         INVALID KEY                                              PGM176
014800             SET WS-MP-EOF TO TRUE                                PGM176
014900     END-START                                                    PGM176
015000     PERFORM 2150-LIST-ONE-PROPOSAL                               PGM176
015100         UNTIL WS-MP-EOF                                          PGM176
015200     DISPLAY WS-LIST-COUNT ' PROPOSALS FOR ' WS-ENT-YYYYMM.       PGM176
015300*                                                                 PGM176
015400 2150-LIST-ONE-PROPOSAL.                                          PGM176
015500     READ MPS-PROPOSAL-FILE NEXT RECORD                           PGM176
015600         AT END                                                   PGM176
015700             SET WS-MP-EOF TO TRUE                                PGM176
015800         NOT AT END                                               PGM176
015900             IF MP-YYYYMM = WS-ENT-YYYYMM                         PGM176
016000                 ADD 1 TO WS-LIST-COUNT                           PGM176
016100                 DISPLAY MP-PLANT-CD ' ' MP-PRODUCT-CD            PGM176
016200                         ' DEMAND ' MP-DEMAND-QTY                 PGM176
016300                         ' PROPOSED ' MP-PROPOSED-QTY             PGM176
016400                         ' STATUS ' MP-STATUS-CD                  PGM176
016500                         ' PLAN EXISTS ' MP-PLAN-EXIST-FLAG       PGM176
016600             END-IF                                               PGM176
016700     END-READ.                                                    PGM176
016800*                                                                 PGM176
016900 2200-LOCATE-PROPOSAL.                                            PGM176
017000     MOVE 'N' TO WS-FOUND-FLAG                                    PGM176
017100     DISPLAY 'ENTER PLANT CODE: '                                 PGM176
017200     ACCEPT WS-ENT-PLANT-CD                                       PGM176
017300     DISPLAY 'ENTER PRODUCT CODE: '                               PGM176
017400     ACCEPT WS-ENT-PRODUCT-CD                                     PGM176
017500     DISPLAY 'ENTER PLAN MONTH (YYYYMM): '                        PGM176
017600     ACCEPT WS-ENT-YYYYMM                                         PGM176
017700     MOVE WS-ENT-PLANT-CD   TO MP-PLANT-CD                        PGM176
017800     MOVE WS-ENT-PRODUCT-CD TO MP-PRODUCT-CD                      PGM176
017900     MOVE WS-ENT-YYYYMM     TO MP-YYYYMM                          PGM176
018000     READ MPS-PROPOSAL-FILE                                       PGM176
018100         INVALID KEY                                              PGM176
018200             DISPLAY 'PROPOSAL NOT FOUND'                         PGM176
018300         NOT INVALID KEY                                          PGM176
018400             SET WS-FOUND TO TRUE                                 PGM176
018500             DISPLAY 'FORECAST ' MP-FCST-QTY ' ORDERS '           PGM176
018600                     MP-ORDER-QTY ' RESERVED ' MP-RESERVED-QTY    PGM176
018700             DISPLAY 'DEMAND ' MP-DEMAND-QTY ' OPEN STOCK '       PGM176
018800                     MP-OPEN-STOCK-QTY ' TARGET ' MP-TARGET-STOCK PGM176
018900             DISPLAY 'NET REQ ' MP-NET-REQ-QTY ' BATCH '          PGM176
019000                     MP-BATCH-QTY ' PROPOSED ' MP-PROPOSED-QTY    PGM176
019100                     ' LINE ' MP-LINE-CD                          PGM176
019200             DISPLAY 'STATUS ' MP-STATUS-CD ' GENERATED '         PGM176
019300                     MP-GEN-DATE ' RELEASED BY ' MP-REL-USER      PGM176
019400     END-READ.                                                    PGM176
019500*                                                                 PGM176
019600* 확정: 수량을 비우면 제안 수량. 같은 키 계획이 있으면 덮어                              PGM176
019700* 쓰기 전에 반드시 확인을 받는다.                                              PGM176
019800 2300-RELEASE-PROPOSAL.                                           PGM176
019900     EVALUATE TRUE                                                PGM176
020000         WHEN NOT WS-FOUND                                        PGM176
020100             CONTINUE                                             PGM176
020200         WHEN NOT MP-PROPOSED                                     PGM176
020300             DISPLAY 'PROPOSAL NOT OPEN FOR RELEASE - STATUS '    PGM176
020400                     MP-STATUS-CD                                 PGM176
020500         WHEN OTHER                                               PGM176
020600             DISPLAY 'ENTER RELEASE QTY (0=AS PROPOSED): '        PGM176
020700             ACCEPT WS-ENT-QTY                                    PGM176
020800             DISPLAY 'ENTER USER ID: '                            PGM176
020900             ACCEPT WS-ENT-USER                                   PGM176
021000             IF WS-ENT-QTY NOT NUMERIC OR WS-ENT-QTY = 0          PGM176
021100                 MOVE MP-PROPOSED-QTY TO WS-ENT-QTY               PGM176
021200             END-IF                                               PGM176
021300             EVALUATE TRUE                                        PGM176
021400                 WHEN WS-ENT-USER = SPACES                        PGM176
021500                     DISPLAY 'USER ID REQUIRED'                   PGM176
021600                 WHEN WS-ENT-QTY < 0                              PGM176
021700                     DISPLAY 'RELEASE QTY INVALID - NOT RELEASED' PGM176
021800                 WHEN OTHER                                       PGM176
021900                     PERFORM 2350-POST-PLAN                       PGM176
022000             END-EVALUATE                                         PGM176
022100     END-EVALUATE.                                                PGM176
022200*                                                                 PGM176
022300 2350-POST-PLAN.                                                  PGM176
022400     MOVE 'N' TO WS-PLAN-FOUND-FLAG                               PGM176
022500     MOVE MP-KEY TO PP-KEY                                        PGM176
022600     READ PROD-PLAN-FILE                                          PGM176
022700         INVALID KEY                                              PGM176
022800             CONTINUE                                             PGM176
022900         NOT INVALID KEY                                          PGM176
023000             SET WS-PLAN-FOUND TO TRUE                            PGM176
023100     END-READ                                                     PGM176
023200     IF WS-PLAN-FOUND                                             PGM176
023300         DISPLAY 'PLAN ALREADY EXISTS: TYPE ' PP-PLAN-TYPE        PGM176
023400                 ' PLAN QTY ' PP-PLAN-QTY                         PGM176
023500                 ' REVISED QTY ' PP-REVISED-QTY                   PGM176
023600                 ' BY ' PP-REG-USER                               PGM176
023700         DISPLAY 'REVISE EXISTING PLAN TO RELEASE QTY? (Y/N): '   PGM176
023800         ACCEPT WS-CONFIRM                                        PGM176
023900         IF WS-CONFIRMED                                          PGM176
024000             MOVE WS-ENT-QTY TO PP-REVISED-QTY                    PGM176
024100             REWRITE PROD-PLAN-REC                                PGM176
024200                 INVALID KEY                                      PGM176
024300                     DISPLAY 'PLAN REWRITE ERROR: '               PGM176
024400                             WS-FILE-STATUS2                      PGM176
024500             END-REWRITE                                          PGM176
024600             PERFORM 2400-MARK-RELEASED                           PGM176
024700             DISPLAY 'EXISTING PLAN REVISED - PROPOSAL RELEASED'  PGM176
024800         ELSE                                                     PGM176
024900             DISPLAY 'EXISTING PLAN KEPT - PROPOSAL NOT RELEASED' PGM176
025000         END-IF                                                   PGM176
025100     ELSE                                                         PGM176
025200         INITIALIZE PROD-PLAN-REC                                 PGM176
025300         MOVE MP-KEY      TO PP-KEY                               PGM176
025400         MOVE WS-ENT-QTY  TO PP-PLAN-QTY                          PGM176
025500         MOVE MP-UNIT-CD  TO PP-UNIT-CD                           PGM176
025600         MOVE MP-LINE-CD  TO PP-LINE-CD                           PGM176
025700         SET PP-NORMAL    TO TRUE                                 PGM176
025800         SET PP-REGULAR   TO TRUE                                 PGM176
025900         MOVE WS-TODAY    TO PP-REG-DATE                          PGM176
026000         MOVE WS-ENT-USER TO PP-REG-USER                          PGM176
026100         MOVE ZEROS       TO PP-REVISED-QTY                       PGM176
026200         WRITE PROD-PLAN-REC                                      PGM176
026300             INVALID KEY                                          PGM176
026400                 DISPLAY 'PLAN WRITE ERROR: ' WS-FILE-STATUS2     PGM176
026500         END-WRITE                                                PGM176
026600         PERFORM 2400-MARK-RELEASED                               PGM176
026700         DISPLAY 'REGULAR PLAN CREATED - PROPOSAL RELEASED'       PGM176
026800     END-IF.                                                      PGM176
026900*                                                                 PGM176
027000 2400-MARK-RELEASED.                                              PGM176
027100     MOVE WS-ENT-QTY  TO MP-PROPOSED-QTY                          PGM176
027200     SET MP-RELEASED  TO TRUE                                     PGM176
027300     MOVE WS-ENT-USER TO MP-REL-USER                              PGM176
027400     MOVE WS-TODAY    TO MP-REL-DATE                              PGM176
027500     REWRITE MPS-PROPOSAL-REC                                     PGM176
027600         INVALID KEY                                              PGM176
027700             DISPLAY 'MPS PROPOSAL REWRITE ERROR: ' WS-FILE-STATUSPGM176
027800     END-REWRITE.                                                 PGM176
027900*                                                                 PGM176
028000 2500-REJECT-PROPOSAL.                                            PGM176
028100     EVALUATE TRUE                                                PGM176
028200         WHEN NOT WS-FOUND                                        PGM176
028300             CONTINUE                                             PGM176
028400         WHEN NOT MP-PROPOSED                                     PGM176
028500             DISPLAY 'PROPOSAL NOT OPEN - STATUS ' MP-STATUS-CD   PGM176
028600         WHEN OTHER                                               PGM176
028700             DISPLAY 'ENTER USER ID: '                            PGM176
028800             ACCEPT WS-ENT-USER                                   PGM176
028900             IF WS-ENT-USER = SPACES                              PGM176
029000                 DISPLAY 'USER ID REQUIRED'                       PGM176
029100             ELSE                                                 PGM176
029200                 SET MP-REJECTED  TO TRUE                         PGM176
029300                 MOVE WS-ENT-USER TO MP-REL-USER                  PGM176
029400                 MOVE WS-TODAY    TO MP-REL-DATE                  PGM176
029500                 REWRITE MPS-PROPOSAL-REC                         PGM176
029600                     INVALID KEY                                  PGM176
029700                         DISPLAY 'MPS PROPOSAL REWRITE ERROR: '   PGM176
029800                                 WS-FILE-STATUS                   PGM176
029900                 END-REWRITE                                      PGM176
030000                 DISPLAY 'PROPOSAL REJECTED'                      PGM176
030100             END-IF                                               PGM176
030200     END-EVALUATE.                                                PGM176
030300*                                                                 PGM176
030400* 제품별 계획 기준: 없으면 등록, 있으면 변경.                                      PGM176
030500 2600-MAINTAIN-PARAMETERS.                                        PGM176
030600     MOVE 'N' TO WS-FOUND-FLAG                                    PGM176
030700     DISPLAY 'ENTER PRODUCT CODE: '                               PGM176
030800     ACCEPT WS-ENT-PRODUCT-CD                                     PGM176
030900     MOVE WS-ENT-PRODUCT-CD TO MM-PRODUCT-CD                      PGM176
031000     READ MPS-PRODUCT-FILE                                        PGM176
031100         INVALID KEY                                              PGM176
031200             DISPLAY 'NEW PRODUCT PLANNING PARAMETERS'            PGM176
031300         NOT INVALID KEY                                          PGM176
031400             SET WS-FOUND TO TRUE                                 PGM176
031500             DISPLAY 'CURRENT: PLANT ' MM-PLANT-CD ' LINE '       PGM176
031600                     MM-LINE-CD ' WAREHOUSE ' MM-WAREHOUSE-CD     PGM176
031700                     ' UNIT ' MM-UNIT-CD                          PGM176
031800             DISPLAY 'BATCH ' MM-BATCH-QTY ' TARGET STOCK '       PGM176
031900                     MM-TARGET-STOCK ' STATUS ' MM-STATUS-CD      PGM176
032000     END-READ                                                     PGM176
032100     DISPLAY 'ENTER PLANT CODE: '                                 PGM176
032200     ACCEPT WS-ENT-PLANT-CD                                       PGM176
032300     DISPLAY 'ENTER LINE CODE: '                                  PGM176
032400     ACCEPT WS-ENT-LINE-CD                                        PGM176
032500     DISPLAY 'ENTER FG WAREHOUSE (BLANK=ALL): '                   PGM176
032600     ACCEPT WS-ENT-WAREHOUSE-CD                                   PGM176
032700     DISPLAY 'ENTER UNIT CODE: '                                  PGM176
032800     ACCEPT WS-ENT-UNIT-CD                                        PGM176
032900     DISPLAY 'ENTER LINE BATCH SIZE: '                            PGM176
033000     ACCEPT WS-ENT-BATCH-QTY                                      PGM176
033100     DISPLAY 'ENTER TARGET CLOSING STOCK: '                       PGM176
033200     ACCEPT WS-ENT-TARGET-STOCK                                   PGM176
033300     DISPLAY 'ENTER STATUS (A/I): '                               PGM176
033400     ACCEPT WS-ENT-STATUS                                         PGM176
033500     DISPLAY 'ENTER USER ID: '                                    PGM176
033600     ACCEPT WS-ENT-USER                                           PGM176
033700     EVALUATE TRUE                                                PGM176
033800         WHEN WS-ENT-PRODUCT-CD = SPACES                          PGM176
033900             OR WS-ENT-PLANT-CD = SPACES                          PGM176
034000             OR WS-ENT-USER = SPACES                              PGM176
034100             DISPLAY 'PRODUCT, PLANT AND USER ID REQUIRED'        PGM176
034200         WHEN WS-ENT-BATCH-QTY NOT NUMERIC                        PGM176
034300             OR WS-ENT-TARGET-STOCK NOT NUMERIC                   PGM176
034400             OR WS-ENT-BATCH-QTY < 0                              PGM176
034500             OR WS-ENT-TARGET-STOCK < 0                           PGM176
034600             DISPLAY 'BATCH SIZE AND TARGET STOCK MUST BE >= 0'   PGM176
034700         WHEN WS-ENT-STATUS NOT = 'A' AND WS-ENT-STATUS NOT = 'I' PGM176
034800             DISPLAY 'STATUS MUST BE A OR I'                      PGM176
034900         WHEN OTHER                                               PGM176
035000             PERFORM 2650-SAVE-PARAMETERS                         PGM176
035100     END-EVALUATE.                                                PGM176
035200*                                                                 PGM176
035300 2650-SAVE-PARAMETERS.                                            PGM176
035400     IF NOT WS-FOUND                                              PGM176
035500         INITIALIZE MPS-PRODUCT-REC                               PGM176
035600         MOVE WS-ENT-PRODUCT-CD TO MM-PRODUCT-CD                  PGM176
035700     END-IF                                                       PGM176
035800     MOVE WS-ENT-PLANT-CD     TO MM-PLANT-CD                      PGM176
035900     MOVE WS-ENT-LINE-CD      TO MM-LINE-CD                       PGM176
036000     MOVE WS-ENT-WAREHOUSE-CD TO MM-WAREHOUSE-CD                  PGM176
036100     MOVE WS-ENT-UNIT-CD      TO MM-UNIT-CD                       PGM176
036200     MOVE WS-ENT-BATCH-QTY    TO MM-BATCH-QTY                     PGM176
036300     MOVE WS-ENT-TARGET-STOCK TO MM-TARGET-STOCK                  PGM176
036400     MOVE WS-ENT-STATUS       TO MM-STATUS-CD                     PGM176
036500     MOVE WS-ENT-USER         TO MM-REG-USER                      PGM176
036600     MOVE WS-TODAY            TO MM-LAST-UPD-DATE                 PGM176
036700     IF WS-FOUND                                                  PGM176
036800         REWRITE MPS-PRODUCT-REC                                  PGM176
036900             INVALID KEY                                          PGM176
037000                 DISPLAY 'PARAMETER REWRITE ERROR: '              PGM176
037100                         WS-FILE-STATUS3                          PGM176
037200         END-REWRITE                                              PGM176
037300         DISPLAY 'PLANNING PARAMETERS CHANGED'                    PGM176
037400     ELSE                                                         PGM176
037500         WRITE MPS-PRODUCT-REC                                    PGM176
037600             INVALID KEY                                          PGM176
037700                 DISPLAY 'PARAMETER WRITE ERROR: ' WS-FILE-STATUS3PGM176
037800         END-WRITE                                                PGM176
037900         DISPLAY 'PLANNING PARAMETERS ADDED'                      PGM176
038000     END-IF.                                                      PGM176
038100*                                                                 PGM176
038200 9000-FINALIZE.                                                   PGM176
038300     CLOSE MPS-PROPOSAL-FILE                                      PGM176
038400     CLOSE PROD-PLAN-FILE                                         PGM176
038500     CLOSE MPS-PRODUCT-FILE                                       PGM176
038600     DISPLAY 'PGM176 - MPS PROPOSAL SESSION ENDED'.               PGM176
038700*                                                                 PGM176
038800 9750-DIAGNOSE-FILE-STATUS.                                       PGM176
038900     EVALUATE WS-ABEND-STATUS                                     PGM176
039000         WHEN '10'                                                PGM176
039100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM176
039200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM176
039300         WHEN '23'                                                PGM176
039400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM176
039500             DISPLAY '  AND RETRY THE REQUEST'                    PGM176
039600         WHEN '35'                                                PGM176
039700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM176
039800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM176
039900         WHEN '37'                                                PGM176
040000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM176
040100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM176
040200         WHEN '39'                                                PGM176
040300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM176
040400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM176
040500         WHEN '41'                                                PGM176
040600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM176
040700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM176
040800         WHEN '42'                                                PGM176
040900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM176
041000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM176
041100         WHEN '46'                                                PGM176
041200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM176
041300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM176
041400         WHEN OTHER                                               PGM176
041500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM176
041600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM176
041700     END-EVALUATE.                                                PGM176
041800*                                                                 PGM176
041900 9900-ABNORMAL-END.                                               PGM176
042000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM176
042100     DISPLAY 'PGM176 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM176
042200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM176
042300     STOP RUN.                                                    PGM176
042400                                                                  PGM176
