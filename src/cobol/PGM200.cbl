000100 IDENTIFICATION DIVISION.                                         PGM200
000200 PROGRAM-ID.    PGM200.                                           PGM200
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM200
000400*                                                                 PGM200
000500* =========================================================       PGM200
000600* 프로그램명: 입고 성분분석 등록/변경                                            PGM200
000700* 처리내용  : 원자재 입고(CPYRMRC)별 시료 분석치(수분 입하                           PGM200
000800*            기준 %, FE/SIO2/AL2O3/P/S/회분/휘발분 건량 %,                 PGM200
000900*            건량 발열량 KCAL/KG)를 입고 성분분석 파일                          PGM200
001000*            (CPYRASY)에 등록/정정/삭제/조회한다. 불합격                        PGM200
001100*            입고에는 등록하지 않고, 시료일자는 입고일 이후                           PGM200
001200*            오늘까지여야 한다. 등록/정정하면 정산 결과를                            PGM200
001300*            지워 PGM202 가 다시 계산하게 하며, 송장 대사가                       PGM200
001400*            끝난 분석치는 고칠 수 없다.                                     PGM200
001500* =========================================================       PGM200
001600*                                                                 PGM200
001700 ENVIRONMENT DIVISION.                                            PGM200
001800 CONFIGURATION SECTION.                                           PGM200
001900 INPUT-OUTPUT SECTION.                                            PGM200
002000 FILE-CONTROL.                                                    PGM200
002100     SELECT RECEIPT-ASSAY-FILE                                    PGM200
002200         ASSIGN TO RCPTASY                                        PGM200
002300         ORGANIZATION IS INDEXED                                  PGM200
002400         ACCESS MODE IS RANDOM                                    PGM200
002500         RECORD KEY IS RA-KEY                                     PGM200
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM200
002700     SELECT RM-RECEIPT-FILE                                       PGM200
002800         ASSIGN TO RMRCPT                                         PGM200
002900         ORGANIZATION IS INDEXED                                  PGM200
003000         ACCESS MODE IS RANDOM                                    PGM200
003100         RECORD KEY IS RR-KEY                                     PGM200
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM200
003200     SELECT OPTIONAL LAB-SAMPLE-FILE                              PGM200
003200         ASSIGN TO LABSMPL                                        PGM200
003200         ORGANIZATION IS INDEXED                                  PGM200
003200         ACCESS MODE IS DYNAMIC                                   PGM200
003200         RECORD KEY IS LS-KEY                                     PGM200
003200         FILE STATUS IS WS-FILE-STATUS3.                          PGM200
003300*                                                                 PGM200
003400 DATA DIVISION.                                                   PGM200
003500 FILE SECTION.                                                    PGM200
003600 FD  RECEIPT-ASSAY-FILE.                                          PGM200
003700 01  RECEIPT-ASSAY-REC.                                           PGM200
003800     COPY CPYRASY.                                                PGM200
003900 FD  RM-RECEIPT-FILE.                                             PGM200
004000 01  RM-RECEIPT-REC.                                              PGM200
004100     COPY CPYRMRC.                                                PGM200
004100 FD  LAB-SAMPLE-FILE.                                             PGM200
004100 01  LAB-SAMPLE-REC.                                              PGM200
004100     COPY CPYLSMP.                                                PGM200
004200*                                                                 PGM200
004300 WORKING-STORAGE SECTION.                                         PGM200
004400 01  WS-FILE-STATUS         PIC XX.                               PGM200
004500 01  WS-FILE-STATUS2        PIC XX.                               PGM200
004500 01  WS-FILE-STATUS3        PIC XX.                               PGM200
004600 01  WS-ABEND-STATUS        PIC XX.                               PGM200
004700 01  WS-DATE-STATUS         PIC XX.                               PGM200
004800 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM200
004900     88 WS-EXIT             VALUE 'Y'.                            PGM200
005000 01  WS-ACTION-CHOICE       PIC X(01).                            PGM200
005100     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM200
005200     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM200
005300     88 WS-DELETE-ACTION    VALUE 'D' 'd'.                        PGM200
005400     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM200
005500     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM200
005600 01  WS-CONFIRM             PIC X(01).                            PGM200
005700     88 WS-CONFIRMED        VALUE 'Y' 'y'.                        PGM200
005800 01  WS-RA-FOUND-FLAG       PIC X VALUE 'N'.                      PGM200
005900     88 WS-RA-FOUND         VALUE 'Y'.                            PGM200
006000     88 WS-RA-NOT-FOUND     VALUE 'N'.                            PGM200
006100 01  WS-RR-FOUND-FLAG       PIC X VALUE 'N'.                      PGM200
006200     88 WS-RR-FOUND         VALUE 'Y'.                            PGM200
006300 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM200
006400     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM200
006400 01  WS-LABS-READY-FLAG     PIC X VALUE 'N'.                      PGM200
006400     88 WS-LABS-READY       VALUE 'Y'.                            PGM200
006400 01  WS-LABS-EOF-FLAG       PIC X VALUE 'N'.                      PGM200
006400     88 WS-LABS-EOF         VALUE 'Y'.                            PGM200
006400 01  WS-LABS-IX             PIC 9(02) COMP VALUE ZEROS.           PGM200
006400 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM200
006500 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM200
006600 01  WS-ENT-RECEIPT-NO      PIC 9(10).                            PGM200
006700 01  WS-ENT-RECEIPT-DT      PIC 9(08).                            PGM200
006800 01  WS-ENT-SAMPLE-DATE     PIC 9(08).                            PGM200
006900 01  WS-ENT-LAB-REF         PIC X(10).                            PGM200
007000 01  WS-ENT-H2O             PIC 9(02)V99.                         PGM200
007100 01  WS-ENT-FE              PIC 9(02)V99.                         PGM200
007200 01  WS-ENT-SIO2            PIC 9(02)V99.                         PGM200
007300 01  WS-ENT-AL2O3           PIC 9(02)V99.                         PGM200
007400 01  WS-ENT-P               PIC 9(01)V999.                        PGM200
007500 01  WS-ENT-S               PIC 9(01)V999.                        PGM200
007600 01  WS-ENT-ASH             PIC 9(02)V99.                         PGM200
007700 01  WS-ENT-VM              PIC 9(02)V99.                         PGM200
007800 01  WS-ENT-CV              PIC 9(05).                            PGM200
007900 01  WS-ENT-USER            PIC X(10).                            PGM200
008000* 광석 성분 합계(철은 FE2O3 환산 X 1.43)와 석탄 회분+휘발분                         PGM200
008100* 합계가 100% 를 넘거나 수분/발열량이 지나치면 입력 오류                               PGM200
008200 01  WS-ORE-SUM             PIC 9(03)V99 VALUE ZEROS.             PGM200
008300 01  WS-COAL-SUM            PIC 9(03)V99 VALUE ZEROS.             PGM200
008400 01  WS-ANAL-SUM-MAX        PIC 9(03)V99 VALUE 100.50.            PGM200
008500 01  WS-H2O-MAX             PIC 9(02)V99 VALUE 25.00.             PGM200
008600 01  WS-CV-MAX              PIC 9(05) VALUE 9000.                 PGM200
008700*                                                                 PGM200
008800 PROCEDURE DIVISION.                                              PGM200
008900*                                                                 PGM200
009000 0000-MAIN-PROCESS.                                               PGM200
009100     PERFORM 1000-INITIALIZE                                      PGM200
009200     PERFORM 2000-PROCESS-MAINTENANCE                             PGM200
009300         UNTIL WS-EXIT                                            PGM200
009400     PERFORM 9000-FINALIZE                                        PGM200
009500     STOP RUN.                                                    PGM200
009600*                                                                 PGM200
009700 1000-INITIALIZE.                                                 PGM200
009800     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM200
009900     OPEN I-O RECEIPT-ASSAY-FILE                                  PGM200
010000     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM200
010100         DISPLAY 'RECEIPT ASSAY OPEN ERROR: ' WS-FILE-STATUS      PGM200
010200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM200
010300         PERFORM 9900-ABNORMAL-END                                PGM200
010400     END-IF                                                       PGM200
010500     OPEN INPUT RM-RECEIPT-FILE                                   PGM200
010600     IF WS-FILE-STATUS2 NOT = '00'                                PGM200
010700         DISPLAY 'RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM200
010800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM200
010900         PERFORM 9900-ABNORMAL-END                                PGM200
010900     END-IF                                                       PGM200
010900     OPEN I-O LAB-SAMPLE-FILE                                     PGM200
010900     IF WS-FILE-STATUS3 = '00' OR WS-FILE-STATUS3 = '05'          PGM200
010900         SET WS-LABS-READY TO TRUE                                PGM200
010900     ELSE                                                         PGM200
010900         DISPLAY 'LAB SAMPLE OPEN ERROR: ' WS-FILE-STATUS3        PGM200
011000     END-IF.                                                      PGM200
011100*                                                                 PGM200
011200 2000-PROCESS-MAINTENANCE.                                        PGM200
011300     DISPLAY ' '                                                  PGM200
011400     DISPLAY '=== RECEIPT ASSAY ENTRY ==='                        PGM200
011500     DISPLAY 'A=ADD  C=CHANGE  D=DELETE  I=INQUIRE  E=EXIT'       PGM200
011600     ACCEPT WS-ACTION-CHOICE                                      PGM200
011700     EVALUATE TRUE                                                PGM200
011800         WHEN WS-EXIT-CHOICE                                      PGM200
011900             SET WS-EXIT TO TRUE                                  PGM200
012000         WHEN WS-ADD-ACTION                                       PGM200
012100             PERFORM 2100-LOCATE-ASSAY                            PGM200
012200             PERFORM 2200-ADD-ASSAY                               PGM200
012300         WHEN WS-CHANGE-ACTION                                    PGM200
012400             PERFORM 2100-LOCATE-ASSAY                            PGM200
012500             PERFORM 2300-CHANGE-ASSAY                            PGM200
012600         WHEN WS-DELETE-ACTION                                    PGM200
012700             PERFORM 2100-LOCATE-ASSAY                            PGM200
012800             PERFORM 2400-DELETE-ASSAY                            PGM200
012900         WHEN WS-INQUIRE-ACTION                                   PGM200
013000             PERFORM 2100-LOCATE-ASSAY                            PGM200
013100             PERFORM 2600-SHOW-ASSAY                              PGM200
013200         WHEN OTHER                                               PGM200
013300             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM200
013400     END-EVALUATE.                                                PGM200
013500*                                                                 PGM200
013600 2100-LOCATE-ASSAY.                                               PGM200
013700     DISPLAY 'ENTER RECEIPT NO: '                                 PGM200
013800     ACCEPT WS-ENT-RECEIPT-NO                                     PGM200
013900     DISPLAY 'ENTER RECEIPT DATE (YYYYMMDD): '                    PGM200
014000     ACCEPT WS-ENT-RECEIPT-DT                                     PGM200
014100     MOVE WS-ENT-RECEIPT-NO TO RA-RECEIPT-NO                      PGM200
014200     MOVE WS-ENT-RECEIPT-DT TO RA-RECEIPT-DT                      PGM200
014300     READ RECEIPT-ASSAY-FILE                                      PGM200
014400         INVALID KEY                                              PGM200
014500             SET WS-RA-NOT-FOUND TO TRUE                          PGM200
014600         NOT INVALID KEY                                          PGM200
014700             SET WS-RA-FOUND TO TRUE                              PGM200
014800     END-READ.                                                    PGM200
014900*                                                                 PGM200
015000 2200-ADD-ASSAY.                                                  PGM200
015100     IF WS-RA-FOUND                                               PGM200
015200         DISPLAY 'ASSAY ALREADY EXISTS - USE CHANGE'              PGM200
015300     ELSE                                                         PGM200
015400         PERFORM 2150-READ-RECEIPT                                PGM200
015500         EVALUATE TRUE                                            PGM200
015600             WHEN NOT WS-RR-FOUND                                 PGM200
015700                 DISPLAY 'RECEIPT NOT FOUND'                      PGM200
015800             WHEN RR-REJECTED                                     PGM200
015900                 DISPLAY 'RECEIPT REJECTED - NO ASSAY REQUIRED'   PGM200
016000             WHEN OTHER                                           PGM200
016100                 PERFORM 2500-ENTER-ASSAY-FIELDS                  PGM200
016200                 IF WS-FIELDS-VALID                               PGM200
016300                     INITIALIZE RECEIPT-ASSAY-REC                 PGM200
016400                     MOVE WS-ENT-RECEIPT-NO TO RA-RECEIPT-NO      PGM200
016500                     MOVE WS-ENT-RECEIPT-DT TO RA-RECEIPT-DT      PGM200
016600                     MOVE RR-MATL-CD        TO RA-MATL-CD         PGM200
016700                     MOVE RR-VENDOR-CD      TO RA-VENDOR-CD       PGM200
016800                     MOVE RR-PO-NO          TO RA-PO-NO           PGM200
016900                     PERFORM 2550-MOVE-ASSAY-FIELDS               PGM200
017000                     WRITE RECEIPT-ASSAY-REC                      PGM200
017100                         INVALID KEY                              PGM200
017200                             DISPLAY 'ASSAY WRITE ERROR: '        PGM200
017300                                     WS-FILE-STATUS               PGM200
017400                         NOT INVALID KEY                          PGM200
017500                             DISPLAY 'ASSAY ADDED - RUN PGM202 TO'PGM200
017600                                     ' CALCULATE SETTLEMENT'      PGM200
017600                             PERFORM 2560-CLOSE-LAB-SAMPLE        PGM200
017700                     END-WRITE                                    PGM200
017800                 ELSE                                             PGM200
017900                     DISPLAY 'ASSAY REJECTED - CHECK FIELDS'      PGM200
018000                 END-IF                                           PGM200
018100         END-EVALUATE                                             PGM200
018200     END-IF.                                                      PGM200
018300*                                                                 PGM200
018400 2150-READ-RECEIPT.                                               PGM200
018500     MOVE 'N' TO WS-RR-FOUND-FLAG                                 PGM200
018600     MOVE WS-ENT-RECEIPT-NO TO RR-RECEIPT-NO                      PGM200
018700     MOVE WS-ENT-RECEIPT-DT TO RR-RECEIPT-DT                      PGM200
018800     READ RM-RECEIPT-FILE                                         PGM200
018900         INVALID KEY                                              PGM200
019000             CONTINUE                                             PGM200
019100         NOT INVALID KEY                                          PGM200
019200             SET WS-RR-FOUND TO TRUE                              PGM200
019300     END-READ.                                                    PGM200
019400*                                                                 PGM200
019500 2300-CHANGE-ASSAY.                                               PGM200
019600     EVALUATE TRUE                                                PGM200
019700         WHEN WS-RA-NOT-FOUND                                     PGM200
019800             DISPLAY 'ASSAY NOT FOUND'                            PGM200
019900         WHEN RA-INVOICE-NO NOT = SPACES                          PGM200
020000             DISPLAY 'ASSAY ALREADY INVOICED ON ' RA-INVOICE-NO   PGM200
020100                     ' - CANNOT CHANGE'                           PGM200
020200         WHEN OTHER                                               PGM200
020300             PERFORM 2600-SHOW-ASSAY                              PGM200
020400             PERFORM 2500-ENTER-ASSAY-FIELDS                      PGM200
020500             IF WS-FIELDS-VALID                                   PGM200
020600                 PERFORM 2550-MOVE-ASSAY-FIELDS                   PGM200
020700                 REWRITE RECEIPT-ASSAY-REC                        PGM200
020800                     INVALID KEY                                  PGM200
020900                         DISPLAY 'ASSAY REWRITE ERROR: '          PGM200
021000                                 WS-FILE-STATUS                   PGM200
021100                 END-REWRITE                                      PGM200
021200                 DISPLAY 'ASSAY CHANGED - RUN PGM202 TO'          PGM200
021300                         ' RECALCULATE SETTLEMENT'                PGM200
021400             ELSE                                                 PGM200
021500                 DISPLAY 'ASSAY ENTRY REJECTED - CHECK FIELDS'    PGM200
021600             END-IF                                               PGM200
021700     END-EVALUATE.                                                PGM200
021800*                                                                 PGM200
021900 2400-DELETE-ASSAY.                                               PGM200
022000     EVALUATE TRUE                                                PGM200
022100         WHEN WS-RA-NOT-FOUND                                     PGM200
022200             DISPLAY 'ASSAY NOT FOUND'                            PGM200
022300         WHEN RA-INVOICE-NO NOT = SPACES                          PGM200
022400             DISPLAY 'ASSAY ALREADY INVOICED ON ' RA-INVOICE-NO   PGM200
022500                     ' - CANNOT DELETE'                           PGM200
022600         WHEN OTHER                                               PGM200
022700             PERFORM 2600-SHOW-ASSAY                              PGM200
022800             DISPLAY 'DELETE THIS ASSAY (Y/N)? '                  PGM200
022900             ACCEPT WS-CONFIRM                                    PGM200
023000             IF WS-CONFIRMED                                      PGM200
023100                 DELETE RECEIPT-ASSAY-FILE                        PGM200
023200                     INVALID KEY                                  PGM200
023300                         DISPLAY 'ASSAY DELETE ERROR: '           PGM200
023400                                 WS-FILE-STATUS                   PGM200
023500                     NOT INVALID KEY                              PGM200
023600                         DISPLAY 'ASSAY DELETED'                  PGM200
023700                 END-DELETE                                       PGM200
023800             ELSE                                                 PGM200
023900                 DISPLAY 'DELETE CANCELLED'                       PGM200
024000             END-IF                                               PGM200
024100     END-EVALUATE.                                                PGM200
024200*                                                                 PGM200
024300* 시료일자는 입고일 이후 오늘까지여야 한다.                                         PGM200
024400 2500-ENTER-ASSAY-FIELDS.                                         PGM200
024500     DISPLAY 'ENTER SAMPLE DATE (YYYYMMDD): '                     PGM200
024600     ACCEPT WS-ENT-SAMPLE-DATE                                    PGM200
024700     DISPLAY 'ENTER LAB REFERENCE: '                              PGM200
024800     ACCEPT WS-ENT-LAB-REF                                        PGM200
024900     DISPLAY 'ENTER MOISTURE % (AS RECEIVED): '                   PGM200
025000     ACCEPT WS-ENT-H2O                                            PGM200
025100     DISPLAY 'ENTER FE % (DRY, 0 IF N/A): '                       PGM200
025200     ACCEPT WS-ENT-FE                                             PGM200
025300     DISPLAY 'ENTER SIO2 % (DRY): '                               PGM200
025400     ACCEPT WS-ENT-SIO2                                           PGM200
025500     DISPLAY 'ENTER AL2O3 % (DRY): '                              PGM200
025600     ACCEPT WS-ENT-AL2O3                                          PGM200
025700     DISPLAY 'ENTER P % (DRY): '                                  PGM200
025800     ACCEPT WS-ENT-P                                              PGM200
025900     DISPLAY 'ENTER S % (DRY): '                                  PGM200
026000     ACCEPT WS-ENT-S                                              PGM200
026100     DISPLAY 'ENTER ASH % (DRY, 0 IF N/A): '                      PGM200
026200     ACCEPT WS-ENT-ASH                                            PGM200
026300     DISPLAY 'ENTER VOLATILE MATTER % (DRY, 0 IF N/A): '          PGM200
026400     ACCEPT WS-ENT-VM                                             PGM200
026500     DISPLAY 'ENTER CALORIFIC VALUE KCAL/KG (DRY, 0 IF N/A): '    PGM200
026600     ACCEPT WS-ENT-CV                                             PGM200
026700     DISPLAY 'ENTER USER ID: '                                    PGM200
026800     ACCEPT WS-ENT-USER                                           PGM200
026900     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM200
027000     COMPUTE WS-ORE-SUM ROUNDED =                                 PGM200
027100         WS-ENT-FE * 1.43 + WS-ENT-SIO2 + WS-ENT-AL2O3            PGM200
027200         + WS-ENT-P + WS-ENT-S                                    PGM200
027300     COMPUTE WS-COAL-SUM = WS-ENT-ASH + WS-ENT-VM                 PGM200
027400     CALL 'DATECHK' USING WS-ENT-SAMPLE-DATE WS-DATE-STATUS       PGM200
027500     EVALUATE TRUE                                                PGM200
027600         WHEN WS-DATE-STATUS NOT = '00'                           PGM200
027700             DISPLAY 'SAMPLE DATE INVALID'                        PGM200
027800         WHEN WS-ENT-SAMPLE-DATE < WS-ENT-RECEIPT-DT              PGM200
027900             DISPLAY 'SAMPLE DATE BEFORE RECEIPT DATE'            PGM200
028000         WHEN WS-ENT-SAMPLE-DATE > WS-TODAY                       PGM200
028100             DISPLAY 'SAMPLE DATE IS IN THE FUTURE'               PGM200
028200         WHEN WS-ENT-H2O > WS-H2O-MAX                             PGM200
028300             DISPLAY 'MOISTURE OVER ' WS-H2O-MAX ' PCT'           PGM200
028400         WHEN WS-ORE-SUM > WS-ANAL-SUM-MAX                        PGM200
028500             DISPLAY 'ORE ANALYSIS TOTALS OVER 100 PCT: '         PGM200
028600                     WS-ORE-SUM                                   PGM200
028700         WHEN WS-COAL-SUM > WS-ANAL-SUM-MAX                       PGM200
028800             DISPLAY 'ASH + VOLATILE MATTER OVER 100 PCT: '       PGM200
028900                     WS-COAL-SUM                                  PGM200
029000         WHEN WS-ENT-CV > WS-CV-MAX                               PGM200
029100             DISPLAY 'CALORIFIC VALUE OVER ' WS-CV-MAX ' KCAL/KG' PGM200
029200         WHEN WS-ENT-USER = SPACES                                PGM200
029300             DISPLAY 'USER ID REQUIRED'                           PGM200
029400         WHEN OTHER                                               PGM200
029500             SET WS-FIELDS-VALID TO TRUE                          PGM200
029600     END-EVALUATE.                                                PGM200
029700*                                                                 PGM200
029800* 분석치가 바뀌면 이전 정산 결과는 무효이므로 지운다.                                   PGM200
029900 2550-MOVE-ASSAY-FIELDS.                                          PGM200
030000     MOVE WS-ENT-SAMPLE-DATE TO RA-SAMPLE-DATE                    PGM200
030100     MOVE WS-ENT-LAB-REF     TO RA-LAB-REF                        PGM200
030200     MOVE WS-ENT-H2O         TO RA-H2O-PCT                        PGM200
030300     MOVE WS-ENT-FE          TO RA-FE-PCT                         PGM200
030400     MOVE WS-ENT-SIO2        TO RA-SIO2-PCT                       PGM200
030500     MOVE WS-ENT-AL2O3       TO RA-AL2O3-PCT                      PGM200
030600     MOVE WS-ENT-P           TO RA-P-PCT                          PGM200
030700     MOVE WS-ENT-S           TO RA-S-PCT                          PGM200
030800     MOVE WS-ENT-ASH         TO RA-ASH-PCT                        PGM200
030900     MOVE WS-ENT-VM          TO RA-VM-PCT                         PGM200
031000     MOVE WS-ENT-CV          TO RA-CV-KCAL                        PGM200
031100     MOVE WS-ENT-USER        TO RA-ENTERED-BY                     PGM200
031200     MOVE WS-TODAY           TO RA-ENTRY-DATE                     PGM200
031300     SET RA-CALC-PENDING     TO TRUE                              PGM200
031400     MOVE ZEROS TO RA-NET-WET-QTY RA-DMT-QTY RA-BASE-PRICE        PGM200
031500                   RA-BONUS-PER-T RA-PENALTY-PER-T                PGM200
031600                   RA-ADJ-UNIT-PRICE RA-BASE-VALUE                PGM200
031700                   RA-BONUS-AMT RA-PENALTY-AMT RA-ADJ-VALUE       PGM200
031800                   RA-CALC-DATE                                   PGM200
031900     MOVE SPACES TO RA-SCALE-VENDOR.                              PGM200
032000*                                                                 PGM200
032000* 성분분석이 들어오면 이 입고의 미완료 시료를 모두 완료한다.                               PGM200
032000 2560-CLOSE-LAB-SAMPLE.                                           PGM200
032000     IF WS-LABS-READY                                             PGM200
032000         ACCEPT WS-NOW-TIME FROM TIME                             PGM200
032000         MOVE 'N' TO WS-LABS-EOF-FLAG                             PGM200
032000         MOVE 'R'               TO LS-SOURCE-TYPE                 PGM200
032000         MOVE SPACES            TO LS-SOURCE-REF                  PGM200
032000         MOVE WS-ENT-RECEIPT-NO TO LS-RECEIPT-NO                  PGM200
032000         MOVE WS-ENT-RECEIPT-DT TO LS-RECEIPT-DT                  PGM200
032000         MOVE ZEROS             TO LS-SAMPLE-SEQ                  PGM200
032000         START LAB-SAMPLE-FILE KEY NOT < LS-KEY                   PGM200
032000             INVALID KEY                                          PGM200
032000                 SET WS-LABS-EOF TO TRUE                          PGM200
032000         END-START                                                PGM200
032000         PERFORM 2570-SCAN-LAB-SAMPLE                             PGM200
032000             UNTIL WS-LABS-EOF                                    PGM200
032000     END-IF.                                                      PGM200
032000*                                                                 PGM200
032000 2570-SCAN-LAB-SAMPLE.                                            PGM200
032000     READ LAB-SAMPLE-FILE NEXT RECORD                             PGM200
032000         AT END                                                   PGM200
032000             SET WS-LABS-EOF TO TRUE                              PGM200
032000     END-READ                                                     PGM200
032000     IF NOT WS-LABS-EOF                                           PGM200
032000         IF NOT LS-SRC-RECEIPT                                    PGM200
032000             OR LS-RECEIPT-NO NOT = WS-ENT-RECEIPT-NO             PGM200
032000             OR LS-RECEIPT-DT NOT = WS-ENT-RECEIPT-DT             PGM200
032000             SET WS-LABS-EOF TO TRUE                              PGM200
032000         ELSE                                                     PGM200
032000             IF LS-SAMPLE-OPEN                                    PGM200
032000                 PERFORM 2580-CLOSE-LAB-TEST                      PGM200
032000                     VARYING WS-LABS-IX FROM 1 BY 1               PGM200
032000                     UNTIL WS-LABS-IX > LS-TEST-CNT               PGM200
032000                 SET LS-SAMPLE-COMPLETE TO TRUE                   PGM200
032000                 MOVE WS-TODAY          TO LS-CLOSE-DATE          PGM200
032000                 MOVE WS-NOW-TIME (1:6) TO LS-CLOSE-TIME          PGM200
032000                 REWRITE LAB-SAMPLE-REC                           PGM200
032000                     INVALID KEY                                  PGM200
032000                         DISPLAY 'LAB SAMPLE REWRITE ERROR: '     PGM200
032000                                 WS-FILE-STATUS3                  PGM200
032000                 END-REWRITE                                      PGM200
032000                 DISPLAY 'LAB SAMPLE CLOSED: ' LS-SAMPLE-ID       PGM200
032000             END-IF                                               PGM200
032000         END-IF                                                   PGM200
032000     END-IF.                                                      PGM200
032000*                                                                 PGM200
032000 2580-CLOSE-LAB-TEST.                                             PGM200
032000     IF LS-TEST-PENDING (WS-LABS-IX)                              PGM200
032000         SET LS-TEST-DONE (WS-LABS-IX) TO TRUE                    PGM200
032000         MOVE WS-TODAY          TO LS-RESULT-DATE (WS-LABS-IX)    PGM200
032000         MOVE WS-NOW-TIME (1:6) TO LS-RESULT-TIME (WS-LABS-IX)    PGM200
032000         MOVE 'PGM200'          TO LS-RESULT-PGM (WS-LABS-IX)     PGM200
032000     END-IF.                                                      PGM200
032000*                                                                 PGM200
032100 2600-SHOW-ASSAY.                                                 PGM200
032200     IF WS-RA-NOT-FOUND                                           PGM200
032300         DISPLAY 'ASSAY NOT FOUND'                                PGM200
032400     ELSE                                                         PGM200
032500         DISPLAY 'RECEIPT ' RA-RECEIPT-NO ' ' RA-RECEIPT-DT       PGM200
032600                 ' MATERIAL ' RA-MATL-CD ' VENDOR ' RA-VENDOR-CD  PGM200
032700         DISPLAY '  SAMPLE ' RA-SAMPLE-DATE ' LAB ' RA-LAB-REF    PGM200
032800                 ' BY ' RA-ENTERED-BY                             PGM200
032900         DISPLAY '  H2O ' RA-H2O-PCT ' FE ' RA-FE-PCT             PGM200
033000                 ' SIO2 ' RA-SIO2-PCT ' AL2O3 ' RA-AL2O3-PCT      PGM200
033100                 ' P ' RA-P-PCT ' S ' RA-S-PCT                    PGM200
033200         DISPLAY '  ASH ' RA-ASH-PCT ' VM ' RA-VM-PCT             PGM200
033300                 ' CV ' RA-CV-KCAL                                PGM200
033400         IF RA-CALCULATED                                         PGM200
033500             DISPLAY '  WET ' RA-NET-WET-QTY ' DMT ' RA-DMT-QTY   PGM200
033600                     ' BASE ' RA-BASE-PRICE                       PGM200
033700                     ' ADJ PRICE ' RA-ADJ-UNIT-PRICE              PGM200
033800             DISPLAY '  BONUS ' RA-BONUS-AMT                      PGM200
033900                     ' PENALTY ' RA-PENALTY-AMT                   PGM200
034000                     ' VALUE ' RA-ADJ-VALUE                       PGM200
034100                     ' CALC ' RA-CALC-DATE                        PGM200
034200         ELSE                                                     PGM200
034300             DISPLAY '  SETTLEMENT NOT YET CALCULATED'            PGM200
034400         END-IF                                                   PGM200
034500     END-IF.                                                      PGM200
034600*                                                                 PGM200
034700 9000-FINALIZE.                                                   PGM200
034800     CLOSE RECEIPT-ASSAY-FILE                                     PGM200
034900     CLOSE RM-RECEIPT-FILE                                        PGM200
034900     IF WS-LABS-READY                                             PGM200
034900         CLOSE LAB-SAMPLE-FILE                                    PGM200
034900     END-IF                                                       PGM200
035000     DISPLAY 'PGM200 - RECEIPT ASSAY SESSION ENDED'.              PGM200
035100*                                                                 PGM200
035200 9750-DIAGNOSE-FILE-STATUS.                                       PGM200
035300     EVALUATE WS-ABEND-STATUS                                     PGM200
035400         WHEN '10'                                                PGM200
035500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM200
035600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM200
035700         WHEN '23'                                                PGM200
035800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM200
035900             DISPLAY '  AND RETRY THE REQUEST'                    PGM200
036000         WHEN '35'                                                PGM200
036100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM200
036200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM200
036300         WHEN '37'                                                PGM200
036400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM200
036500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM200
036600         WHEN '39'                                                PGM200
036700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM200
036800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM200
036900         WHEN '41'                                                PGM200
037000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM200
037100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM200
037200         WHEN '42'                                                PGM200
037300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM200
037400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM200
037500         WHEN '46'                                                PGM200
037600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM200
037700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM200
037800         WHEN OTHER                                               PGM200
037900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM200
038000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM200
038100     END-EVALUATE.                                                PGM200
038200*                                                                 PGM200
038300 9900-ABNORMAL-END.                                               PGM200
038400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM200
038500     DISPLAY 'PGM200 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM200
038600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM200
038700     STOP RUN.                                                    PGM200
038800                                                                  PGM200
