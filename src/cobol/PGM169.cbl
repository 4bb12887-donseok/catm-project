000100 IDENTIFICATION DIVISION.                                         PGM169
000200 PROGRAM-ID.    PGM169.                                           PGM169
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM169
000400*                                                                 PGM169
000500* =========================================================       PGM169
000600* 프로그램명: 회수용기 월간 고객 명세 및 보증금 청구                                   PGM169
000700* 처리내용  : 고객/용기유형별 잔량(CPYRCBL)과 원장(CPYRCMV)                       PGM169
000800*            으로 명세월의 기초/출고/회수/기말 수량을 고객별                          PGM169
000900*            명세로 찍는다. 무상 보유일수(CPYRCTY)를 넘겨                        PGM169
001000*            기준일까지 돌아오지 않은 출고 수량은 보증금                             PGM169
001100*            대상이며, 이미 청구된 수량과의 차이를 보증금                            PGM169
001200*            청구(양수) 또는 환급(음수)으로 CPYRCDP에 남겨                       PGM169
001300*            다음 송장(PGM079)에서 청구되게 한다.                             PGM169
001400* =========================================================       PGM169
001500*                                                                 PGM169
001600 ENVIRONMENT DIVISION.                                            PGM169
001700 CONFIGURATION SECTION.                                           PGM169
001800 INPUT-OUTPUT SECTION.                                            PGM169
001900 FILE-CONTROL.                                                    PGM169
002000     SELECT OPTIONAL STATEMENT-PARM-FILE                          PGM169
002100         ASSIGN TO RCSPARM                                        PGM169
002200         ORGANIZATION IS SEQUENTIAL                               PGM169
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM169
002400     SELECT CONTAINER-BALANCE-FILE                                PGM169
002500         ASSIGN TO RCBAL                                          PGM169
002600         ORGANIZATION IS INDEXED                                  PGM169
002700         ACCESS MODE IS SEQUENTIAL                                PGM169
002800         RECORD KEY IS RZ-KEY                                     PGM169
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM169
003000     SELECT CONTAINER-MOVE-FILE                                   PGM169
003100         ASSIGN TO RCMOVE                                         PGM169
003200         ORGANIZATION IS INDEXED                                  PGM169
003300         ACCESS MODE IS DYNAMIC                                   PGM169
003400         RECORD KEY IS RW-KEY                                     PGM169
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM169
003600     SELECT CONTAINER-TYPE-FILE                                   PGM169
003700         ASSIGN TO RCTYPE                                         PGM169
003800         ORGANIZATION IS INDEXED                                  PGM169
003900         ACCESS MODE IS RANDOM                                    PGM169
004000         RECORD KEY IS RY-TYPE-CD                                 PGM169
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM169
004200     SELECT CUSTOMER-MASTER-FILE                                  PGM169
004300         ASSIGN TO CUSTMAST                                       PGM169
004400         ORGANIZATION IS INDEXED                                  PGM169
004500         ACCESS MODE IS RANDOM                                    PGM169
004600         RECORD KEY IS CU-CUSTOMER-CD                             PGM169
004700         FILE STATUS IS WS-FILE-STATUS5.                          PGM169
004800     SELECT OPTIONAL DEPOSIT-CHARGE-FILE                          PGM169
004900         ASSIGN TO RCDEPO                                         PGM169
005000         ORGANIZATION IS INDEXED                                  PGM169
005100         ACCESS MODE IS RANDOM                                    PGM169
005200         RECORD KEY IS DC-KEY                                     PGM169
005300         FILE STATUS IS WS-FILE-STATUS6.                          PGM169
005400     SELECT STATEMENT-REPORT-FILE                                 PGM169
005500         ASSIGN TO RCSTMT                                         PGM169
005600         ORGANIZATION IS SEQUENTIAL                               PGM169
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM169
005800*                                                                 PGM169
005900 DATA DIVISION.                                                   PGM169
006000 FILE SECTION.                                                    PGM169
006100 FD  STATEMENT-PARM-FILE.                                         PGM169
006200 01  STATEMENT-PARM-REC.                                          PGM169
006300     05 SP-PERIOD-END        PIC 9(08).                           PGM169
006400     05 FILLER               PIC X(72).                           PGM169
006500 FD  CONTAINER-BALANCE-FILE.                                      PGM169
006600 01  CONTAINER-BALANCE-REC.                                       PGM169
006700     COPY CPYRCBL.                                                PGM169
006800 FD  CONTAINER-MOVE-FILE.                                         PGM169
006900 01  CONTAINER-MOVE-REC.                                          PGM169
007000     COPY CPYRCMV.                                                PGM169
007100 FD  CONTAINER-TYPE-FILE.                                         PGM169
007200 01  CONTAINER-TYPE-REC.                                          PGM169
007300     COPY CPYRCTY.                                                PGM169
007400 FD  CUSTOMER-MASTER-FILE.                                        PGM169
007500 01  CUSTOMER-MASTER-REC.                                         PGM169
007600     COPY CPYCUST.                                                PGM169
007700 FD  DEPOSIT-CHARGE-FILE.                                         PGM169
007800 01  DEPOSIT-CHARGE-REC.                                          PGM169
007900     COPY CPYRCDP.                                                PGM169
008000 FD  STATEMENT-REPORT-FILE.                                       PGM169
008100 01  STATEMENT-REPORT-REC    PIC X(132).                          PGM169
008200*                                                                 PGM169
008300 WORKING-STORAGE SECTION.                                         PGM169
008400 01  WS-FILE-STATUS         PIC XX.                               PGM169
008500 01  WS-FILE-STATUS2        PIC XX.                               PGM169
008600 01  WS-FILE-STATUS3        PIC XX.                               PGM169
008700 01  WS-FILE-STATUS4        PIC XX.                               PGM169
008800 01  WS-FILE-STATUS5        PIC XX.                               PGM169
008900 01  WS-FILE-STATUS6        PIC XX.                               PGM169
009000 01  WS-FILE-STATUS7        PIC XX.                               PGM169
009100 01  WS-ABEND-STATUS        PIC XX.                               PGM169
009200 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM169
009300     88 WS-EOF              VALUE 'Y'.                            PGM169
009400 01  WS-MV-EOF-FLAG         PIC X VALUE 'N'.                      PGM169
009500     88 WS-MV-EOF           VALUE 'Y'.                            PGM169
009600 01  WS-TYPE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM169
009700     88 WS-TYPE-FOUND       VALUE 'Y'.                            PGM169
009800 01  WS-CUST-PRINTED-FLAG   PIC X VALUE 'N'.                      PGM169
009900     88 WS-CUST-PRINTED     VALUE 'Y'.                            PGM169
010000 01  WS-PERIOD-END          PIC 9(08) VALUE ZEROS.                PGM169
010100 01  WS-STMT-MONTH          PIC 9(06) VALUE ZEROS.                PGM169
010200 01  WS-PREV-CUSTOMER       PIC X(10) VALUE SPACES.               PGM169
010300* 고객/유형별 명세 수량                                                    PGM169
010400 01  WS-MONTH-ISSUE         PIC S9(7) VALUE ZEROS.                PGM169
010500 01  WS-MONTH-RETURN        PIC S9(7) VALUE ZEROS.                PGM169
010600 01  WS-AFTER-ISSUE         PIC S9(7) VALUE ZEROS.                PGM169
010700 01  WS-AFTER-RETURN        PIC S9(7) VALUE ZEROS.                PGM169
010800 01  WS-OPENING-QTY         PIC S9(7) VALUE ZEROS.                PGM169
010900 01  WS-CLOSING-QTY         PIC S9(7) VALUE ZEROS.                PGM169
011000 01  WS-OVERDUE-QTY         PIC S9(7) VALUE ZEROS.                PGM169
011100 01  WS-DEPOSIT-DELTA       PIC S9(7) VALUE ZEROS.                PGM169
011200 01  WS-DEPOSIT-AMT         PIC S9(11)V99 VALUE ZEROS.            PGM169
011300* 고객 합계                                                           PGM169
011400 01  WS-CUST-DEPOSIT-AMT    PIC S9(13)V99 VALUE ZEROS.            PGM169
011500 01  WS-CUST-CLOSING-QTY    PIC S9(9) VALUE ZEROS.                PGM169
011600* 무상 보유 만료일 - 출고일에서 하루씩 넘긴다                                       PGM169
011700 01  WS-STEP-DATE           PIC 9(08).                            PGM169
011800 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM169
011900     05 WS-STEP-YYYY        PIC 9(04).                            PGM169
012000     05 WS-STEP-MM          PIC 9(02).                            PGM169
012100     05 WS-STEP-DD          PIC 9(02).                            PGM169
012200 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM169
012300         '312831303130313130313031'.                              PGM169
012400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM169
012500     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM169
012600 01  WS-MONTH-END           PIC 9(02).                            PGM169
012700 01  WS-LEAP-QUOT           PIC 9(04).                            PGM169
012800 01  WS-LEAP-REM4           PIC 9(04).                            PGM169
012900 01  WS-LEAP-REM100         PIC 9(04).                            PGM169
013000 01  WS-LEAP-REM400         PIC 9(04).                            PGM169
013100* 처리 건수                                                           PGM169
013200 01  WS-BALANCE-COUNT       PIC 9(07) VALUE ZEROS.                PGM169
013300 01  WS-CUSTOMER-COUNT      PIC 9(07) VALUE ZEROS.                PGM169
013400 01  WS-LINE-COUNT          PIC 9(07) VALUE ZEROS.                PGM169
013500 01  WS-CHARGE-COUNT        PIC 9(07) VALUE ZEROS.                PGM169
013600 01  WS-REFUND-COUNT        PIC 9(07) VALUE ZEROS.                PGM169
013700 01  WS-NO-TYPE-COUNT       PIC 9(07) VALUE ZEROS.                PGM169
013800 01  WS-TOTAL-CHARGE        PIC S9(13)V99 VALUE ZEROS.            PGM169
013900 01  WS-TOTAL-REFUND        PIC S9(13)V99 VALUE ZEROS.            PGM169
014000*                                                                 PGM169
014100 01  WS-RPT-HEADER.                                               PGM169
014200     05 FILLER               PIC X(40) VALUE                      PGM169
014300             'PGM169 RETURNABLE CONTAINER STATEMENTS  '.          PGM169
014400     05 FILLER               PIC X(14) VALUE 'PERIOD ENDING '.    PGM169
014500     05 RH-PERIOD-END        PIC 9(08).                           PGM169
014600     05 FILLER               PIC X(70) VALUE SPACES.              PGM169
014700 01  WS-RPT-CUSTOMER.                                             PGM169
014800     05 FILLER               PIC X(09) VALUE 'CUSTOMER '.         PGM169
014900     05 RC-CUSTOMER-CD       PIC X(10).                           PGM169
015000     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
015100     05 RC-CUSTOMER-NM       PIC X(40).                           PGM169
015200     05 FILLER               PIC X(17) VALUE                      PGM169
015300             ' STATEMENT MONTH '.                                 PGM169
015400     05 RC-STMT-MONTH        PIC 9(06).                           PGM169
015500     05 FILLER               PIC X(49) VALUE SPACES.              PGM169
015600 01  WS-RPT-COLUMNS.                                              PGM169
015700     05 FILLER               PIC X(48) VALUE                      PGM169
015800             'TYPE DESCRIPTION           OPENING  ISSUED RETUR'.  PGM169
015900     05 FILLER               PIC X(48) VALUE                      PGM169
016000             'NED  CLOSING OVERDUE DEP QTY   DEPOSIT CHANGE   '.  PGM169
016100     05 FILLER               PIC X(36) VALUE SPACES.              PGM169
016200 01  WS-RPT-DETAIL.                                               PGM169
016300     05 RD-TYPE-CD           PIC X(04).                           PGM169
016400     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
016500     05 RD-TYPE-DESC         PIC X(20).                           PGM169
016600     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
016700     05 RD-OPENING           PIC ZZZZZZ9-.                        PGM169
016800     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
016900     05 RD-ISSUED            PIC ZZZZZZ9.                         PGM169
017000     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
017100     05 RD-RETURNED          PIC ZZZZZZ9.                         PGM169
017200     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
017300     05 RD-CLOSING           PIC ZZZZZZ9-.                        PGM169
017400     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
017500     05 RD-OVERDUE           PIC ZZZZZZ9.                         PGM169
017600     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
017700     05 RD-DEPOSIT-QTY       PIC ZZZZZZ9-.                        PGM169
017800     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
017900     05 RD-DEPOSIT-AMT       PIC ZZZZZZZZZ9.99-.                  PGM169
018000     05 FILLER               PIC X(01) VALUE SPACE.               PGM169
018100     05 RD-NOTE              PIC X(20).                           PGM169
018200     05 FILLER               PIC X(20) VALUE SPACES.              PGM169
018300 01  WS-RPT-CUST-TOTAL.                                           PGM169
018400     05 FILLER               PIC X(26) VALUE                      PGM169
018500             '  CUSTOMER TOTAL HELD     '.                        PGM169
018600     05 RU-CLOSING           PIC ZZZZZZZZ9-.                      PGM169
018700     05 FILLER               PIC X(26) VALUE                      PGM169
018800             '   DEPOSIT BILLED NEXT    '.                        PGM169
018900     05 RU-DEPOSIT-AMT       PIC ZZZZZZZZZZZZ9.99-.               PGM169
019000     05 FILLER               PIC X(53) VALUE SPACES.              PGM169
019100 01  WS-RPT-AMT-LINE.                                             PGM169
019200     05 RM-LABEL             PIC X(40).                           PGM169
019300     05 RM-AMOUNT            PIC ZZZZZZZZZZZZ9.99-.               PGM169
019400     05 FILLER               PIC X(75) VALUE SPACES.              PGM169
019500 01  WS-RPT-CNT-LINE.                                             PGM169
019600     05 RN-LABEL             PIC X(40).                           PGM169
019700     05 RN-COUNT             PIC ZZZZZZ9.                         PGM169
019800     05 FILLER               PIC X(85) VALUE SPACES.              PGM169
019900*                                                                 PGM169
020000 PROCEDURE DIVISION.                                              PGM169
020100*                                                                 PGM169
020200 0000-MAIN-PROCESS.                                               PGM169
020300     PERFORM 1000-INITIALIZE                                      PGM169
020400     PERFORM 2000-PROCESS-BALANCE                                 PGM169
020500         UNTIL WS-EOF                                             PGM169
020600     PERFORM 3500-CUSTOMER-TOTAL                                  PGM169
020700     PERFORM 7000-PRINT-TOTALS                                    PGM169
020800     PERFORM 9000-FINALIZE                                        PGM169
020900     GOBACK.                                                      PGM169
021000*                                                                 PGM169
021100* 기준일(명세월 말일): 파라미터가 있으면 그 일자, 없으면                                PGM169
021200* 시스템 일자. 명세월은 기준일의 연월이다.                                         PGM169
021300 1000-INITIALIZE.                                                 PGM169
021400     ACCEPT WS-PERIOD-END FROM DATE YYYYMMDD                      PGM169
021500     OPEN INPUT STATEMENT-PARM-FILE                               PGM169
021600     IF WS-FILE-STATUS = '00'                                     PGM169
021700         READ STATEMENT-PARM-FILE                                 PGM169
021800             NOT AT END                                           PGM169
021900                 IF SP-PERIOD-END IS NUMERIC AND SP-PERIOD-END > 0PGM169
022000                     MOVE SP-PERIOD-END TO WS-PERIOD-END          PGM169
022100                 END-IF                                           PGM169
022200         END-READ                                                 PGM169
022300         CLOSE STATEMENT-PARM-FILE                                PGM169
022400     END-IF                                                       PGM169
022500     MOVE WS-PERIOD-END (1:6) TO WS-STMT-MONTH                    PGM169
022600     OPEN I-O CONTAINER-BALANCE-FILE                              PGM169
022700     IF WS-FILE-STATUS2 NOT = '00'                                PGM169
022800         DISPLAY 'CONTAINER BALANCE OPEN ERROR: ' WS-FILE-STATUS2 PGM169
022900         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM169
023000         PERFORM 9900-ABNORMAL-END                                PGM169
023100     END-IF                                                       PGM169
023200     OPEN INPUT CONTAINER-MOVE-FILE                               PGM169
023300     IF WS-FILE-STATUS3 NOT = '00'                                PGM169
023400         DISPLAY 'CONTAINER LEDGER OPEN ERROR: ' WS-FILE-STATUS3  PGM169
023500         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM169
023600         PERFORM 9900-ABNORMAL-END                                PGM169
023700     END-IF                                                       PGM169
023800     OPEN INPUT CONTAINER-TYPE-FILE                               PGM169
023900     IF WS-FILE-STATUS4 NOT = '00'                                PGM169
024000         DISPLAY 'CONTAINER TYPE OPEN ERROR: ' WS-FILE-STATUS4    PGM169
024100         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM169
024200         PERFORM 9900-ABNORMAL-END                                PGM169
024300     END-IF                                                       PGM169
024400     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM169
024500     IF WS-FILE-STATUS5 NOT = '00'                                PGM169
024600         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS5   PGM169
024700         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM169
024800         PERFORM 9900-ABNORMAL-END                                PGM169
024900     END-IF                                                       PGM169
025000     OPEN I-O DEPOSIT-CHARGE-FILE                                 PGM169
025100     IF WS-FILE-STATUS6 NOT = '00' AND WS-FILE-STATUS6 NOT = '05' PGM169
025200         DISPLAY 'DEPOSIT CHARGE OPEN ERROR: ' WS-FILE-STATUS6    PGM169
025300         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM169
025400         PERFORM 9900-ABNORMAL-END                                PGM169
025500     END-IF                                                       PGM169
025600     OPEN OUTPUT STATEMENT-REPORT-FILE                            PGM169
025700     IF WS-FILE-STATUS7 NOT = '00'                                PGM169
025800         DISPLAY 'STATEMENT REPORT OPEN ERROR: ' WS-FILE-STATUS7  PGM169
025900         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM169
026000         PERFORM 9900-ABNORMAL-END                                PGM169
026100     END-IF                                                       PGM169
026200     MOVE WS-PERIOD-END TO RH-PERIOD-END                          PGM169
026300     WRITE STATEMENT-REPORT-REC FROM WS-RPT-HEADER                PGM169
026400     PERFORM 1100-READ-BALANCE.                                   PGM169
026500*                                                                 PGM169
026600 1100-READ-BALANCE.                                               PGM169
026700     READ CONTAINER-BALANCE-FILE NEXT RECORD                      PGM169
026800         AT END                                                   PGM169
026900             SET WS-EOF TO TRUE                                   PGM169
027000         NOT AT END                                               PGM169
027100             ADD 1 TO WS-BALANCE-COUNT                            PGM169
027200     END-READ.                                                    PGM169
027300*                                                                 PGM169
027400 2000-PROCESS-BALANCE.                                            PGM169
027500     IF RZ-CUSTOMER-CD NOT = WS-PREV-CUSTOMER                     PGM169
027600         PERFORM 3500-CUSTOMER-TOTAL                              PGM169
027700         MOVE RZ-CUSTOMER-CD TO WS-PREV-CUSTOMER                  PGM169
027800         MOVE 'N' TO WS-CUST-PRINTED-FLAG                         PGM169
027900         MOVE ZEROS TO WS-CUST-DEPOSIT-AMT WS-CUST-CLOSING-QTY    PGM169
028000     END-IF                                                       PGM169
028100     PERFORM 2100-READ-TYPE                                       PGM169
028200     PERFORM 2200-SCAN-LEDGER                                     PGM169
028300     COMPUTE WS-CLOSING-QTY = RZ-BALANCE-QTY                      PGM169
028400                            - WS-AFTER-ISSUE + WS-AFTER-RETURN    PGM169
028500     COMPUTE WS-OPENING-QTY = WS-CLOSING-QTY                      PGM169
028600                            - WS-MONTH-ISSUE + WS-MONTH-RETURN    PGM169
028700     PERFORM 2400-SETTLE-DEPOSIT                                  PGM169
028800     MOVE WS-PERIOD-END TO RZ-LAST-STMT-DATE                      PGM169
028900     REWRITE CONTAINER-BALANCE-REC                                PGM169
029000         INVALID KEY                                              PGM169
029100             DISPLAY 'BALANCE REWRITE ERROR: ' WS-FILE-STATUS2    PGM169
029200     END-REWRITE                                                  PGM169
029300     IF WS-OPENING-QTY NOT = 0 OR WS-CLOSING-QTY NOT = 0          PGM169
029400         OR WS-MONTH-ISSUE NOT = 0 OR WS-MONTH-RETURN NOT = 0     PGM169
029500         OR WS-DEPOSIT-DELTA NOT = 0                              PGM169
029600         PERFORM 3000-WRITE-STATEMENT-LINE                        PGM169
029700     END-IF                                                       PGM169
029800     PERFORM 1100-READ-BALANCE.                                   PGM169
029900*                                                                 PGM169
030000 2100-READ-TYPE.                                                  PGM169
030100     MOVE 'N' TO WS-TYPE-FOUND-FLAG                               PGM169
030200     MOVE RZ-TYPE-CD TO RY-TYPE-CD                                PGM169
030300     READ CONTAINER-TYPE-FILE                                     PGM169
030400         INVALID KEY                                              PGM169
030500             ADD 1 TO WS-NO-TYPE-COUNT                            PGM169
030600             MOVE SPACES TO RY-TYPE-DESC                          PGM169
030700             MOVE ZEROS  TO RY-DEPOSIT-AMT RY-FREE-DAYS           PGM169
030800             DISPLAY 'CONTAINER TYPE NOT ON MASTER: ' RZ-TYPE-CD  PGM169
030900         NOT INVALID KEY                                          PGM169
031000             SET WS-TYPE-FOUND TO TRUE                            PGM169
031100     END-READ.                                                    PGM169
031200*                                                                 PGM169
031300* 원장: 명세월 출고/회수, 기준일 이후 출고/회수(기말 잔량                               PGM169
031400* 역산용), 무상 보유일수를 넘긴 미회수 출고 수량을 모은다.                               PGM169
031500 2200-SCAN-LEDGER.                                                PGM169
031600     MOVE ZEROS TO WS-MONTH-ISSUE WS-MONTH-RETURN                 PGM169
031700     MOVE ZEROS TO WS-AFTER-ISSUE WS-AFTER-RETURN WS-OVERDUE-QTY  PGM169
031800     MOVE 'N' TO WS-MV-EOF-FLAG                                   PGM169
031900     MOVE RZ-CUSTOMER-CD TO RW-CUSTOMER-CD                        PGM169
032000     MOVE RZ-TYPE-CD     TO RW-TYPE-CD                            PGM169
032100     MOVE ZEROS          TO RW-MOVE-DATE RW-MOVE-SEQ              PGM169
032200     START CONTAINER-MOVE-FILE KEY >= RW-KEY                      PGM169
032300         INVALID KEY                                              PGM169
032400             SET WS-MV-EOF TO TRUE                                PGM169
032500     END-START                                                    PGM169
032600     PERFORM 2250-READ-MOVEMENT                                   PGM169
032700         UNTIL WS-MV-EOF.                                         PGM169
032800*                                                                 PGM169
032900 2250-READ-MOVEMENT.                                              PGM169
033000     READ CONTAINER-MOVE-FILE NEXT RECORD                         PGM169
033100         AT END                                                   PGM169
033200             SET WS-MV-EOF TO TRUE                                PGM169
033300         NOT AT END                                               PGM169
033400             IF RW-CUSTOMER-CD NOT = RZ-CUSTOMER-CD               PGM169
033500                 OR RW-TYPE-CD NOT = RZ-TYPE-CD                   PGM169
033600                 SET WS-MV-EOF TO TRUE                            PGM169
033700             ELSE                                                 PGM169
033800                 PERFORM 2300-ADD-MOVEMENT                        PGM169
033900             END-IF                                               PGM169
034000     END-READ.                                                    PGM169
034100*                                                                 PGM169
034200 2300-ADD-MOVEMENT.                                               PGM169
034300     EVALUATE TRUE                                                PGM169
034400         WHEN RW-MOVE-DATE > WS-PERIOD-END AND RW-ISSUE           PGM169
034500             ADD RW-QTY TO WS-AFTER-ISSUE                         PGM169
034600         WHEN RW-MOVE-DATE > WS-PERIOD-END                        PGM169
034700             ADD RW-QTY TO WS-AFTER-RETURN                        PGM169
034800         WHEN RW-MOVE-DATE (1:6) = WS-STMT-MONTH AND RW-ISSUE     PGM169
034900             ADD RW-QTY TO WS-MONTH-ISSUE                         PGM169
035000         WHEN RW-MOVE-DATE (1:6) = WS-STMT-MONTH                  PGM169
035100             ADD RW-QTY TO WS-MONTH-RETURN                        PGM169
035200         WHEN OTHER                                               PGM169
035300             CONTINUE                                             PGM169
035400     END-EVALUATE                                                 PGM169
035500     IF RW-ISSUE AND RW-OPEN-QTY > 0                              PGM169
035600         AND RW-MOVE-DATE NOT > WS-PERIOD-END                     PGM169
035700         AND WS-TYPE-FOUND                                        PGM169
035800         MOVE RW-MOVE-DATE TO WS-STEP-DATE                        PGM169
035900         PERFORM 8100-NEXT-DAY RY-FREE-DAYS TIMES                 PGM169
036000         IF WS-STEP-DATE < WS-PERIOD-END                          PGM169
036100             ADD RW-OPEN-QTY TO WS-OVERDUE-QTY                    PGM169
036200         END-IF                                                   PGM169
036300     END-IF.                                                      PGM169
036400*                                                                 PGM169
036500* 보증금 정산: 보증금 대상 수량과 이미 청구된 수량의 차이를                               PGM169
036600* 청구(양수) 또는 환급(음수) 대기 건으로 남긴다.                                    PGM169
036700 2400-SETTLE-DEPOSIT.                                             PGM169
036800     MOVE ZEROS TO WS-DEPOSIT-AMT                                 PGM169
036900     IF WS-TYPE-FOUND                                             PGM169
037000         COMPUTE WS-DEPOSIT-DELTA =                               PGM169
037100             WS-OVERDUE-QTY - RZ-DEPOSIT-QTY                      PGM169
037200     ELSE                                                         PGM169
037300         MOVE ZEROS TO WS-DEPOSIT-DELTA                           PGM169
037400     END-IF                                                       PGM169
037500     IF WS-DEPOSIT-DELTA NOT = 0                                  PGM169
037600         COMPUTE WS-DEPOSIT-AMT =                                 PGM169
037700             WS-DEPOSIT-DELTA * RY-DEPOSIT-AMT                    PGM169
037800         PERFORM 2450-WRITE-DEPOSIT-CHARGE                        PGM169
037900         MOVE WS-OVERDUE-QTY TO RZ-DEPOSIT-QTY                    PGM169
038000         ADD WS-DEPOSIT-AMT TO WS-CUST-DEPOSIT-AMT                PGM169
038100         IF WS-DEPOSIT-DELTA > 0                                  PGM169
038200             ADD 1 TO WS-CHARGE-COUNT                             PGM169
038300             ADD WS-DEPOSIT-AMT TO WS-TOTAL-CHARGE                PGM169
038400         ELSE                                                     PGM169
038500             ADD 1 TO WS-REFUND-COUNT                             PGM169
038600             ADD WS-DEPOSIT-AMT TO WS-TOTAL-REFUND                PGM169
038700         END-IF                                                   PGM169
038800     END-IF.                                                      PGM169
038900*                                                                 PGM169
039000* 같은 기준일로 다시 돌아 대기 건이 이미 있으면 수량과                                  PGM169
039100* 금액을 더한다.                                                        PGM169
039200 2450-WRITE-DEPOSIT-CHARGE.                                       PGM169
039300     INITIALIZE DEPOSIT-CHARGE-REC                                PGM169
039400     MOVE RZ-CUSTOMER-CD   TO DC-CUSTOMER-CD                      PGM169
039500     MOVE RZ-TYPE-CD       TO DC-TYPE-CD                          PGM169
039600     MOVE WS-PERIOD-END    TO DC-CHARGE-DATE                      PGM169
039700     MOVE WS-DEPOSIT-DELTA TO DC-QTY                              PGM169
039800     MOVE RY-DEPOSIT-AMT   TO DC-UNIT-AMT                         PGM169
039900     MOVE WS-DEPOSIT-AMT   TO DC-AMOUNT                           PGM169
040000     SET DC-PENDING TO TRUE                                       PGM169
040100     WRITE DEPOSIT-CHARGE-REC                                     PGM169
040200         INVALID KEY                                              PGM169
040300             PERFORM 2460-ADD-TO-DEPOSIT-CHARGE                   PGM169
040400     END-WRITE.                                                   PGM169
040500*                                                                 PGM169
040600 2460-ADD-TO-DEPOSIT-CHARGE.                                      PGM169
040700     READ DEPOSIT-CHARGE-FILE                                     PGM169
040800         INVALID KEY                                              PGM169
040900             DISPLAY 'DEPOSIT CHARGE WRITE ERROR: '               PGM169
041000                     WS-FILE-STATUS6                              PGM169
041100         NOT INVALID KEY                                          PGM169
041200             IF DC-PENDING                                        PGM169
041300                 ADD WS-DEPOSIT-DELTA TO DC-QTY                   PGM169
041400                 ADD WS-DEPOSIT-AMT   TO DC-AMOUNT                PGM169
041500             ELSE                                                 PGM169
041600                 MOVE WS-DEPOSIT-DELTA TO DC-QTY                  PGM169
041700                 MOVE WS-DEPOSIT-AMT   TO DC-AMOUNT               PGM169
041800                 MOVE ZEROS            TO DC-INVOICE-NO           PGM169
041900                 MOVE ZEROS            TO DC-BILLED-DATE          PGM169
042000                 SET DC-PENDING TO TRUE                           PGM169
042100             END-IF                                               PGM169
042200             REWRITE DEPOSIT-CHARGE-REC                           PGM169
042300                 INVALID KEY                                      PGM169
042400                     DISPLAY 'DEPOSIT CHARGE REWRITE ERROR: '     PGM169
042500                             WS-FILE-STATUS6                      PGM169
042600             END-REWRITE                                          PGM169
042700     END-READ.                                                    PGM169
042800*                                                                 PGM169
042900 3000-WRITE-STATEMENT-LINE.                                       PGM169
043000     IF NOT WS-CUST-PRINTED                                       PGM169
043100         PERFORM 3100-WRITE-CUSTOMER-HEADER                       PGM169
043200     END-IF                                                       PGM169
043300     ADD 1 TO WS-LINE-COUNT                                       PGM169
043400     ADD WS-CLOSING-QTY TO WS-CUST-CLOSING-QTY                    PGM169
043500     MOVE RZ-TYPE-CD      TO RD-TYPE-CD                           PGM169
043600     MOVE RY-TYPE-DESC    TO RD-TYPE-DESC                         PGM169
043700     MOVE WS-OPENING-QTY  TO RD-OPENING                           PGM169
043800     MOVE WS-MONTH-ISSUE  TO RD-ISSUED                            PGM169
043900     MOVE WS-MONTH-RETURN TO RD-RETURNED                          PGM169
044000     MOVE WS-CLOSING-QTY  TO RD-CLOSING                           PGM169
044100     MOVE WS-OVERDUE-QTY  TO RD-OVERDUE                           PGM169
044200     MOVE RZ-DEPOSIT-QTY  TO RD-DEPOSIT-QTY                       PGM169
044300     MOVE WS-DEPOSIT-AMT  TO RD-DEPOSIT-AMT                       PGM169
044400     EVALUATE TRUE                                                PGM169
044500         WHEN NOT WS-TYPE-FOUND                                   PGM169
044600             MOVE 'TYPE NOT ON MASTER' TO RD-NOTE                 PGM169
044700         WHEN WS-DEPOSIT-DELTA > 0                                PGM169
044800             MOVE 'DEPOSIT CHARGED' TO RD-NOTE                    PGM169
044900         WHEN WS-DEPOSIT-DELTA < 0                                PGM169
045000             MOVE 'DEPOSIT REFUNDED' TO RD-NOTE                   PGM169
045100         WHEN OTHER                                               PGM169
045200             MOVE SPACES TO RD-NOTE                               PGM169
045300     END-EVALUATE                                                 PGM169
045400     WRITE STATEMENT-REPORT-REC FROM WS-RPT-DETAIL.               PGM169
045500*                                                                 PGM169
045600 3100-WRITE-CUSTOMER-HEADER.                                      PGM169
045700     SET WS-CUST-PRINTED TO TRUE                                  PGM169
045800     ADD 1 TO WS-CUSTOMER-COUNT                                   PGM169
045900     MOVE RZ-CUSTOMER-CD TO RC-CUSTOMER-CD CU-CUSTOMER-CD         PGM169
046000     READ CUSTOMER-MASTER-FILE                                    PGM169
046100         INVALID KEY                                              PGM169
046200             MOVE '*** CUSTOMER NOT ON MASTER ***'                PGM169
046300                 TO RC-CUSTOMER-NM                                PGM169
046400         NOT INVALID KEY                                          PGM169
046500             MOVE CU-LEGAL-NAME TO RC-CUSTOMER-NM                 PGM169
046600     END-READ                                                     PGM169
046700     MOVE WS-STMT-MONTH TO RC-STMT-MONTH                          PGM169
046800     MOVE SPACES TO STATEMENT-REPORT-REC                          PGM169
046900     WRITE STATEMENT-REPORT-REC                                   PGM169
047000     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CUSTOMER              PGM169
047100     WRITE STATEMENT-REPORT-REC FROM WS-RPT-COLUMNS.              PGM169
047200*                                                                 PGM169
047300 3500-CUSTOMER-TOTAL.                                             PGM169
047400     IF WS-CUST-PRINTED                                           PGM169
047500         MOVE WS-CUST-CLOSING-QTY TO RU-CLOSING                   PGM169
047600         MOVE WS-CUST-DEPOSIT-AMT TO RU-DEPOSIT-AMT               PGM169
047700         WRITE STATEMENT-REPORT-REC FROM WS-RPT-CUST-TOTAL        PGM169
047800         MOVE 'N' TO WS-CUST-PRINTED-FLAG                         PGM169
047900     END-IF.                                                      PGM169
048000*                                                                 PGM169
048100 7000-PRINT-TOTALS.                                               PGM169
048200     MOVE SPACES TO STATEMENT-REPORT-REC                          PGM169
048300     WRITE STATEMENT-REPORT-REC                                   PGM169
048400     MOVE 'BALANCE RECORDS READ' TO RN-LABEL                      PGM169
048500     MOVE WS-BALANCE-COUNT TO RN-COUNT                            PGM169
048600     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE              PGM169
048700     MOVE 'CUSTOMER STATEMENTS' TO RN-LABEL                       PGM169
048800     MOVE WS-CUSTOMER-COUNT TO RN-COUNT                           PGM169
048900     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE              PGM169
049000     MOVE 'STATEMENT LINES' TO RN-LABEL                           PGM169
049100     MOVE WS-LINE-COUNT TO RN-COUNT                               PGM169
049200     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE              PGM169
049300     MOVE 'DEPOSIT CHARGES RAISED' TO RN-LABEL                    PGM169
049400     MOVE WS-CHARGE-COUNT TO RN-COUNT                             PGM169
049500     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE              PGM169
049600     MOVE 'DEPOSIT CHARGE AMOUNT' TO RM-LABEL                     PGM169
049700     MOVE WS-TOTAL-CHARGE TO RM-AMOUNT                            PGM169
049800     WRITE STATEMENT-REPORT-REC FROM WS-RPT-AMT-LINE              PGM169
049900     MOVE 'DEPOSIT REFUNDS RAISED' TO RN-LABEL                    PGM169
050000     MOVE WS-REFUND-COUNT TO RN-COUNT                             PGM169
050100     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE              PGM169
050200     MOVE 'DEPOSIT REFUND AMOUNT' TO RM-LABEL                     PGM169
050300     MOVE WS-TOTAL-REFUND TO RM-AMOUNT                            PGM169
050400     WRITE STATEMENT-REPORT-REC FROM WS-RPT-AMT-LINE              PGM169
050500     MOVE 'TYPES NOT ON MASTER' TO RN-LABEL                       PGM169
050600     MOVE WS-NO-TYPE-COUNT TO RN-COUNT                            PGM169
050700     WRITE STATEMENT-REPORT-REC FROM WS-RPT-CNT-LINE.             PGM169
050800*                                                                 PGM169
050900 8100-NEXT-DAY.                                                   PGM169
051000     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM169
051100     IF WS-STEP-MM = 2                                            PGM169
051200         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM169
051300             REMAINDER WS-LEAP-REM4                               PGM169
051400         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM169
051500             REMAINDER WS-LEAP-REM100                             PGM169
051600         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM169
051700             REMAINDER WS-LEAP-REM400                             PGM169
051800         IF WS-LEAP-REM4 = 0                                      PGM169
051900             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM169
052000             MOVE 29 TO WS-MONTH-END                              PGM169
052100         END-IF                                                   PGM169
052200     END-IF                                                       PGM169
052300     ADD 1 TO WS-STEP-DD                                          PGM169
052400     IF WS-STEP-DD > WS-MONTH-END                                 PGM169
052500         MOVE 1 TO WS-STEP-DD                                     PGM169
052600         ADD 1 TO WS-STEP-MM                                      PGM169
052700         IF WS-STEP-MM > 12                                       PGM169
052800             MOVE 1 TO WS-STEP-MM                                 PGM169
052900             ADD 1 TO WS-STEP-YYYY                                PGM169
053000         END-IF                                                   PGM169
053100     END-IF.                                                      PGM169
053200*                                                                 PGM169
053300 9000-FINALIZE.                                                   PGM169
053400     CLOSE CONTAINER-BALANCE-FILE                                 PGM169
053500     CLOSE CONTAINER-MOVE-FILE                                    PGM169
053600     CLOSE CONTAINER-TYPE-FILE                                    PGM169
053700     CLOSE CUSTOMER-MASTER-FILE                                   PGM169
053800     CLOSE DEPOSIT-CHARGE-FILE                                    PGM169
053900     CLOSE STATEMENT-REPORT-FILE                                  PGM169
054000     IF WS-NO-TYPE-COUNT > 0                                      PGM169
054100         MOVE 4 TO RETURN-CODE                                    PGM169
054200     END-IF                                                       PGM169
054300     DISPLAY 'PGM169 COMPLETED: ' WS-CUSTOMER-COUNT               PGM169
054400             ' STATEMENTS, ' WS-CHARGE-COUNT ' CHARGES, '         PGM169
054500             WS-REFUND-COUNT ' REFUNDS'.                          PGM169
054600*                                                                 PGM169
054700 9750-DIAGNOSE-FILE-STATUS.                                       PGM169
054800     EVALUATE WS-ABEND-STATUS                                     PGM169
054900         WHEN '10'                                                PGM169
055000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM169
055100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM169
055200         WHEN '23'                                                PGM169
055300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM169
055400             DISPLAY '  AND RETRY THE REQUEST'                    PGM169
055500         WHEN '35'                                                PGM169
055600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM169
055700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM169
055800         WHEN '37'                                                PGM169
055900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM169
056000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM169
056100         WHEN '39'                                                PGM169
056200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM169
056300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM169
056400         WHEN '41'                                                PGM169
056500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM169
056600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM169
056700         WHEN '42'                                                PGM169
056800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM169
056900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM169
057000         WHEN '46'                                                PGM169
057100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM169
057200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM169
057300         WHEN OTHER                                               PGM169
057400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM169
057500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM169
057600     END-EVALUATE.                                                PGM169
057700*                                                                 PGM169
057800 9900-ABNORMAL-END.                                               PGM169
057900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM169
058000     DISPLAY 'PGM169 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM169
058100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM169
058200     MOVE 16 TO RETURN-CODE                                       PGM169
058300     GOBACK.                                                      PGM169
058400                                                                  PGM169
