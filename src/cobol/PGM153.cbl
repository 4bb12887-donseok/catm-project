000100 IDENTIFICATION DIVISION.                                         PGM153
000200 PROGRAM-ID.    PGM153.                                           PGM153
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM153
000400*                                                                 PGM153
000500* =========================================================       PGM153
000600* 프로그램명: 고객/제품별 매출총이익 수익성 분석 (월간)                                 PGM153
000700* 처리내용  : 해당 월 고객 송장(일별 송장 파일 월 연결분)을                             PGM153
000800*            수주 라인 창고로 공장을 찾아 공장/고객/제품별로                          PGM153
000900*            모으고, 같은 월 채권 반영된 크레딧 메모를 차감해                         PGM153
001000*            순매출을 낸다. 동결 표준원가(CPYSTDC)로 출하원가                      PGM153
001100*            를 계산하여 매출총이익과 이익률을 공장>고객>제품                          PGM153
001200*            소계로 찍고, 손실 고객/제품 조합을 손실이 큰                           PGM153
001300*            순서로 따로 찍는다.                                          PGM153
001400* =========================================================       PGM153
001500*                                                                 PGM153
001600 ENVIRONMENT DIVISION.                                            PGM153
001700 CONFIGURATION SECTION.                                           PGM153
001800 INPUT-OUTPUT SECTION.                                            PGM153
001900 FILE-CONTROL.                                                    PGM153
002000     SELECT MARGIN-PARM-FILE                                      PGM153
002100         ASSIGN TO GMPARM                                         PGM153
002200         ORGANIZATION IS SEQUENTIAL                               PGM153
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM153
002400     SELECT OPTIONAL INVOICE-FILE                                 PGM153
002500         ASSIGN TO CUSTINV                                        PGM153
002600         ORGANIZATION IS SEQUENTIAL                               PGM153
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM153
002800     SELECT CUST-ORDER-FILE                                       PGM153
002900         ASSIGN TO CUSTORD                                        PGM153
003000         ORGANIZATION IS INDEXED                                  PGM153
003100         ACCESS MODE IS RANDOM                                    PGM153
003200         RECORD KEY IS SO-KEY                                     PGM153
003300         FILE STATUS IS WS-FILE-STATUS3.                          PGM153
003400     SELECT STD-COST-FILE                                         PGM153
003500         ASSIGN TO STDCOST                                        PGM153
003600         ORGANIZATION IS INDEXED                                  PGM153
003700         ACCESS MODE IS RANDOM                                    PGM153
003800         RECORD KEY IS SD-KEY                                     PGM153
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM153
004000     SELECT OPTIONAL CREDIT-MEMO-FILE                             PGM153
004100         ASSIGN TO CRDMEMO                                        PGM153
004200         ORGANIZATION IS INDEXED                                  PGM153
004300         ACCESS MODE IS SEQUENTIAL                                PGM153
004400         RECORD KEY IS KM-MEMO-NO                                 PGM153
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM153
004600     SELECT SORT-WORK-FILE                                        PGM153
004700         ASSIGN TO SORTWK01.                                      PGM153
004800     SELECT SORTED-MARGIN-FILE                                    PGM153
004900         ASSIGN TO GMSORT                                         PGM153
005000         ORGANIZATION IS SEQUENTIAL                               PGM153
005100         FILE STATUS IS WS-FILE-STATUS6.                          PGM153
005200     SELECT LOSS-SORT-FILE                                        PGM153
005300         ASSIGN TO SORTWK02.                                      PGM153
005400     SELECT SORTED-LOSS-FILE                                      PGM153
005500         ASSIGN TO GMLOSS                                         PGM153
005600         ORGANIZATION IS SEQUENTIAL                               PGM153
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM153
005800     SELECT MARGIN-REPORT-FILE                                    PGM153
005900         ASSIGN TO GMRPT                                          PGM153
006000         ORGANIZATION IS SEQUENTIAL                               PGM153
006100         FILE STATUS IS WS-FILE-STATUS8.                          PGM153
006200*                                                                 PGM153
006300 DATA DIVISION.                                                   PGM153
006400 FILE SECTION.                                                    PGM153
006500* 파라미터: 첫 레코드(P)는 분석월/표준원가 적용일자,                                  PGM153
006600* 이후 레코드(W)는 창고 -> 공장 대응표.                                        PGM153
006700 FD  MARGIN-PARM-FILE.                                            PGM153
006800 01  MARGIN-PARM-REC.                                             PGM153
006900     05 GP-REC-TYPE          PIC X(01).                           PGM153
007000         88 GP-PERIOD-REC    VALUE 'P'.                           PGM153
007100         88 GP-WHSE-REC      VALUE 'W'.                           PGM153
007200     05 GP-PERIOD-DATA.                                           PGM153
007300         10 GP-REPORT-YYYYMM PIC 9(06).                           PGM153
007400         10 GP-STD-EFF-DATE  PIC 9(08).                           PGM153
007500         10 FILLER           PIC X(05).                           PGM153
007600     05 GP-WHSE-DATA REDEFINES GP-PERIOD-DATA.                    PGM153
007700         10 GP-WAREHOUSE-CD  PIC X(05).                           PGM153
007800         10 GP-PLANT-CD      PIC X(04).                           PGM153
007900         10 FILLER           PIC X(10).                           PGM153
008000 FD  INVOICE-FILE.                                                PGM153
008100 01  INVOICE-REC.                                                 PGM153
008200     COPY CPYCINV.                                                PGM153
008300 FD  CUST-ORDER-FILE.                                             PGM153
008400 01  CUST-ORDER-REC.                                              PGM153
008500     COPY CPYCORD.                                                PGM153
008600 FD  STD-COST-FILE.                                               PGM153
008700 01  STD-COST-REC.                                                PGM153
008800     COPY CPYSTDC.                                                PGM153
008900 FD  CREDIT-MEMO-FILE.                                            PGM153
009000 01  CREDIT-MEMO-REC.                                             PGM153
009100     COPY CPYCRMM.                                                PGM153
009200* 분석 단위 레코드: 송장(I)은 매출/원가, 크레딧(C)은 차감액.                           PGM153
009300 SD  SORT-WORK-FILE.                                              PGM153
009400 01  SORT-WORK-REC.                                               PGM153
009500     05 GS-PLANT-CD          PIC X(04).                           PGM153
009600     05 GS-CUSTOMER-CD       PIC X(10).                           PGM153
009700     05 GS-PRODUCT-CD        PIC X(15).                           PGM153
009800     05 GS-REC-TYPE          PIC X(01).                           PGM153
009900     05 GS-QTY               PIC S9(09) COMP-3.                   PGM153
010000     05 GS-REVENUE           PIC S9(11)V99 COMP-3.                PGM153
010100     05 GS-CREDIT            PIC S9(11)V99 COMP-3.                PGM153
010200     05 GS-STD-COST          PIC S9(13)V99 COMP-3.                PGM153
010300     05 GS-NO-COST-FLAG      PIC X(01).                           PGM153
010400 FD  SORTED-MARGIN-FILE.                                          PGM153
010500 01  SORTED-MARGIN-REC.                                           PGM153
010600     05 GT-PLANT-CD          PIC X(04).                           PGM153
010700     05 GT-CUSTOMER-CD       PIC X(10).                           PGM153
010800     05 GT-PRODUCT-CD        PIC X(15).                           PGM153
010900     05 GT-REC-TYPE          PIC X(01).                           PGM153
011000     05 GT-QTY               PIC S9(09) COMP-3.                   PGM153
011100     05 GT-REVENUE           PIC S9(11)V99 COMP-3.                PGM153
011200     05 GT-CREDIT            PIC S9(11)V99 COMP-3.                PGM153
011300     05 GT-STD-COST          PIC S9(13)V99 COMP-3.                PGM153
011400     05 GT-NO-COST-FLAG      PIC X(01).                           PGM153
011500         88 GT-NO-COST       VALUE 'Y'.                           PGM153
011600 SD  LOSS-SORT-FILE.                                              PGM153
011700 01  LOSS-SORT-REC.                                               PGM153
011800     05 LS-MARGIN            PIC S9(13)V99.                       PGM153
011900     05 LS-PLANT-CD          PIC X(04).                           PGM153
012000     05 LS-CUSTOMER-CD       PIC X(10).                           PGM153
012100     05 LS-PRODUCT-CD        PIC X(15).                           PGM153
012200     05 LS-NET-REVENUE       PIC S9(13)V99.                       PGM153
012300     05 LS-STD-COST          PIC S9(13)V99.                       PGM153
012400 FD  SORTED-LOSS-FILE.                                            PGM153
012500 01  SORTED-LOSS-REC.                                             PGM153
012600     05 LT-MARGIN            PIC S9(13)V99.                       PGM153
012700     05 LT-PLANT-CD          PIC X(04).                           PGM153
012800     05 LT-CUSTOMER-CD       PIC X(10).                           PGM153
012900     05 LT-PRODUCT-CD        PIC X(15).                           PGM153
013000     05 LT-NET-REVENUE       PIC S9(13)V99.                       PGM153
013100     05 LT-STD-COST          PIC S9(13)V99.                       PGM153
013200 FD  MARGIN-REPORT-FILE.                                          PGM153
013300 01  MARGIN-REPORT-REC       PIC X(132).                          PGM153
013400*                                                                 PGM153
013500 WORKING-STORAGE SECTION.                                         PGM153
013600 01  WS-FILE-STATUS         PIC XX.                               PGM153
013700 01  WS-FILE-STATUS2        PIC XX.                               PGM153
013800 01  WS-FILE-STATUS3        PIC XX.                               PGM153
013900 01  WS-FILE-STATUS4        PIC XX.                               PGM153
014000 01  WS-FILE-STATUS5        PIC XX.                               PGM153
014100 01  WS-FILE-STATUS6        PIC XX.                               PGM153
014200 01  WS-FILE-STATUS7        PIC XX.                               PGM153
014300 01  WS-FILE-STATUS8        PIC XX.                               PGM153
014400 01  WS-ABEND-STATUS        PIC XX.                               PGM153
014500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM153
014600     88 WS-EOF              VALUE 'Y'.                            PGM153
014700 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM153
014800 01  WS-STD-EFF-DATE        PIC 9(08) VALUE ZEROS.                PGM153
014900 01  WS-LINE-PLANT-CD       PIC X(04).                            PGM153
015000 01  WS-UNIT-STD-COST       PIC S9(9)V99 VALUE ZEROS.             PGM153
015100 01  WS-NO-COST-FLAG        PIC X VALUE 'N'.                      PGM153
015200     88 WS-NO-COST          VALUE 'Y'.                            PGM153
015300 01  WS-FOUND-IX            PIC 9(05) VALUE ZEROS.                PGM153
015400 01  WS-IX                  PIC 9(05) VALUE ZEROS.                PGM153
015500* 창고 -> 공장 대응표                                                    PGM153
015600 01  WS-WH-MAX              PIC 9(03) VALUE 100.                  PGM153
015700 01  WS-WH-COUNT            PIC 9(03) VALUE ZEROS.                PGM153
015800 01  WS-WH-TABLE.                                                 PGM153
015900     05 WS-WH-ENTRY OCCURS 100 TIMES.                             PGM153
016000         10 WS-WHT-WAREHOUSE-CD PIC X(05).                        PGM153
016100         10 WS-WHT-PLANT-CD     PIC X(04).                        PGM153
016200* 고객/제품별 매출 공장 - 크레딧 메모를 매출 공장에 붙인다.                              PGM153
016300 01  WS-CP-MAX              PIC 9(05) VALUE 5000.                 PGM153
016400 01  WS-CP-COUNT            PIC 9(05) VALUE ZEROS.                PGM153
016500 01  WS-CP-TABLE.                                                 PGM153
016600     05 WS-CP-ENTRY OCCURS 5000 TIMES.                            PGM153
016700         10 WS-CPT-CUSTOMER-CD  PIC X(10).                        PGM153
016800         10 WS-CPT-PRODUCT-CD   PIC X(15).                        PGM153
016900         10 WS-CPT-PLANT-CD     PIC X(04).                        PGM153
017000* 제품 단위 누계와 고객/공장/전체 소계                                           PGM153
017100 01  WS-PREV-PLANT-CD       PIC X(04).                            PGM153
017200 01  WS-PREV-CUSTOMER-CD    PIC X(10).                            PGM153
017300 01  WS-PREV-PRODUCT-CD     PIC X(15).                            PGM153
017400 01  WS-PROD-TOTALS.                                              PGM153
017500     05 WS-PROD-QTY         PIC S9(11) VALUE ZEROS.               PGM153
017600     05 WS-PROD-REVENUE     PIC S9(13)V99 VALUE ZEROS.            PGM153
017700     05 WS-PROD-CREDIT      PIC S9(13)V99 VALUE ZEROS.            PGM153
017800     05 WS-PROD-STD-COST    PIC S9(13)V99 VALUE ZEROS.            PGM153
017900     05 WS-PROD-NO-COST     PIC X(01) VALUE 'N'.                  PGM153
018000 01  WS-CUST-TOTALS.                                              PGM153
018100     05 WS-CUST-QTY         PIC S9(11) VALUE ZEROS.               PGM153
018200     05 WS-CUST-REVENUE     PIC S9(13)V99 VALUE ZEROS.            PGM153
018300     05 WS-CUST-CREDIT      PIC S9(13)V99 VALUE ZEROS.            PGM153
018400     05 WS-CUST-STD-COST    PIC S9(13)V99 VALUE ZEROS.            PGM153
018500 01  WS-PLANT-TOTALS.                                             PGM153
018600     05 WS-PLANT-QTY        PIC S9(11) VALUE ZEROS.               PGM153
018700     05 WS-PLANT-REVENUE    PIC S9(13)V99 VALUE ZEROS.            PGM153
018800     05 WS-PLANT-CREDIT     PIC S9(13)V99 VALUE ZEROS.            PGM153
018900     05 WS-PLANT-STD-COST   PIC S9(13)V99 VALUE ZEROS.            PGM153
019000 01  WS-GRAND-TOTALS.                                             PGM153
019100     05 WS-GRAND-QTY        PIC S9(11) VALUE ZEROS.               PGM153
019200     05 WS-GRAND-REVENUE    PIC S9(13)V99 VALUE ZEROS.            PGM153
019300     05 WS-GRAND-CREDIT     PIC S9(13)V99 VALUE ZEROS.            PGM153
019400     05 WS-GRAND-STD-COST   PIC S9(13)V99 VALUE ZEROS.            PGM153
019500* 인쇄 계산 공용                                                        PGM153
019600 01  WS-PR-QTY              PIC S9(11) VALUE ZEROS.               PGM153
019700 01  WS-PR-REVENUE          PIC S9(13)V99 VALUE ZEROS.            PGM153
019800 01  WS-PR-CREDIT           PIC S9(13)V99 VALUE ZEROS.            PGM153
019900 01  WS-PR-STD-COST         PIC S9(13)V99 VALUE ZEROS.            PGM153
020000 01  WS-NET-REVENUE         PIC S9(13)V99 VALUE ZEROS.            PGM153
020100 01  WS-MARGIN              PIC S9(13)V99 VALUE ZEROS.            PGM153
020200 01  WS-MARGIN-PCT          PIC S9(05)V99 VALUE ZEROS.            PGM153
020300* 처리 건수                                                           PGM153
020400 01  WS-INV-COUNT           PIC 9(07) VALUE ZEROS.                PGM153
020500 01  WS-INV-SELECT-COUNT    PIC 9(07) VALUE ZEROS.                PGM153
020600 01  WS-MEMO-SELECT-COUNT   PIC 9(07) VALUE ZEROS.                PGM153
020700 01  WS-NO-PLANT-COUNT      PIC 9(07) VALUE ZEROS.                PGM153
020800 01  WS-NO-COST-COUNT       PIC 9(07) VALUE ZEROS.                PGM153
020900 01  WS-LOSS-COUNT          PIC 9(07) VALUE ZEROS.                PGM153
021000 01  WS-RANK                PIC 9(05) VALUE ZEROS.                PGM153
021100*                                                                 PGM153
021200 01  WS-RPT-HEADER.                                               PGM153
021300     05 FILLER               PIC X(44) VALUE                      PGM153
021400             'PGM153 GROSS MARGIN BY CUSTOMER/PRODUCT - PE'.      PGM153
021500     05 FILLER               PIC X(06) VALUE 'RIOD  '.            PGM153
021600     05 RH-REPORT-YYYYMM     PIC 9(06).                           PGM153
021700     05 FILLER               PIC X(18) VALUE                      PGM153
021800             '  STD COST AS OF  '.                                PGM153
021900     05 RH-STD-EFF-DATE      PIC 9(08).                           PGM153
022000     05 FILLER               PIC X(50) VALUE SPACES.              PGM153
022100 01  WS-RPT-SECTION.                                              PGM153
022200     05 RT-SECTION-TITLE     PIC X(60).                           PGM153
022300     05 FILLER               PIC X(72) VALUE SPACES.              PGM153
022400 01  WS-RPT-COLUMNS.                                              PGM153
022500     05 FILLER               PIC X(48) VALUE                      PGM153
022600             'LEVEL PLNT CUSTOMER   PRODUCT                 QT'.  PGM153
022700     05 FILLER               PIC X(48) VALUE                      PGM153
022800             'Y       NET REVENUE         STD COST     GROSS M'.  PGM153
022900     05 FILLER               PIC X(36) VALUE                      PGM153
023000             'ARGIN MARGIN%   CREDIT MEMOS'.                      PGM153
023100 01  WS-RPT-DETAIL.                                               PGM153
023200     05 RD-LEVEL             PIC X(05).                           PGM153
023300     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
023400     05 RD-PLANT-CD          PIC X(04).                           PGM153
023500     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
023600     05 RD-CUSTOMER-CD       PIC X(10).                           PGM153
023700     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
023800     05 RD-PRODUCT-CD        PIC X(15).                           PGM153
023900     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
024000     05 RD-QTY               PIC ZZZZZZZZZ9-.                     PGM153
024100     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
024200     05 RD-NET-REVENUE       PIC ZZZZZZZZZZZZ9.99-.               PGM153
024300     05 RD-STD-COST          PIC ZZZZZZZZZZZZ9.99-.               PGM153
024400     05 RD-MARGIN            PIC ZZZZZZZZZZZZ9.99-.               PGM153
024500     05 RD-MARGIN-PCT        PIC ZZZ9.99-.                        PGM153
024600     05 RD-CREDIT            PIC ZZZZZZZZZZ9.99-.                 PGM153
024700     05 RD-NO-COST           PIC X(01).                           PGM153
024800     05 FILLER               PIC X(06) VALUE SPACES.              PGM153
024900 01  WS-RPT-LOSS-COLUMNS.                                         PGM153
025000     05 FILLER               PIC X(48) VALUE                      PGM153
025100             ' RANK PLNT CUSTOMER   PRODUCT               NET '.  PGM153
025200     05 FILLER               PIC X(48) VALUE                      PGM153
025300             'REVENUE         STD COST       GROSS LOSS'.         PGM153
025400     05 FILLER               PIC X(36) VALUE SPACES.              PGM153
025500 01  WS-RPT-LOSS-LINE.                                            PGM153
025600     05 RL-RANK              PIC ZZZZ9.                           PGM153
025700     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
025800     05 RL-PLANT-CD          PIC X(04).                           PGM153
025900     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
026000     05 RL-CUSTOMER-CD       PIC X(10).                           PGM153
026100     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
026200     05 RL-PRODUCT-CD        PIC X(15).                           PGM153
026300     05 FILLER               PIC X(01) VALUE SPACE.               PGM153
026400     05 RL-NET-REVENUE       PIC ZZZZZZZZZZZZ9.99-.               PGM153
026500     05 RL-STD-COST          PIC ZZZZZZZZZZZZ9.99-.               PGM153
026600     05 RL-MARGIN            PIC ZZZZZZZZZZZZ9.99-.               PGM153
026700     05 FILLER               PIC X(43) VALUE SPACES.              PGM153
026800 01  WS-RPT-CNT-LINE.                                             PGM153
026900     05 RN-LABEL             PIC X(40).                           PGM153
027000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM153
027100     05 FILLER               PIC X(85) VALUE SPACES.              PGM153
027200*                                                                 PGM153
027300 PROCEDURE DIVISION.                                              PGM153
027400*                                                                 PGM153
027500 0000-MAIN-PROCESS.                                               PGM153
027600     PERFORM 1000-INITIALIZE                                      PGM153
027700     PERFORM 2000-SORT-MARGIN-LINES                               PGM153
027800     PERFORM 3000-PRINT-MARGIN-REPORT                             PGM153
027900     PERFORM 4000-PRINT-LOSS-RANKING                              PGM153
028000     PERFORM 5000-PRINT-COUNTS                                    PGM153
028100     PERFORM 9000-FINALIZE                                        PGM153
028200     GOBACK.                                                      PGM153
028300*                                                                 PGM153
028400 1000-INITIALIZE.                                                 PGM153
028500     OPEN INPUT MARGIN-PARM-FILE                                  PGM153
028600     IF WS-FILE-STATUS NOT = '00'                                 PGM153
028700         DISPLAY 'MARGIN PARM OPEN ERROR: ' WS-FILE-STATUS        PGM153
028800         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM153
028900         PERFORM 9900-ABNORMAL-END                                PGM153
029000     END-IF                                                       PGM153
029100     READ MARGIN-PARM-FILE                                        PGM153
029200         AT END                                                   PGM153
029300             MOVE 'N' TO GP-REC-TYPE                              PGM153
029400     END-READ                                                     PGM153
029500     IF NOT GP-PERIOD-REC                                         PGM153
029600         OR GP-REPORT-YYYYMM NOT NUMERIC                          PGM153
029700         OR GP-STD-EFF-DATE NOT NUMERIC                           PGM153
029800         DISPLAY 'MARGIN PARM PERIOD RECORD MISSING OR INVALID'   PGM153
029900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM153
030000         PERFORM 9900-ABNORMAL-END                                PGM153
030100     END-IF                                                       PGM153
030200     MOVE GP-REPORT-YYYYMM TO WS-REPORT-YYYYMM                    PGM153
030300     MOVE GP-STD-EFF-DATE  TO WS-STD-EFF-DATE                     PGM153
030400     PERFORM 1050-LOAD-WAREHOUSE-PLANT                            PGM153
030500         UNTIL WS-EOF                                             PGM153
030600     MOVE 'N' TO WS-EOF-FLAG                                      PGM153
030700     CLOSE MARGIN-PARM-FILE                                       PGM153
030800     OPEN INPUT CUST-ORDER-FILE                                   PGM153
030900     IF WS-FILE-STATUS3 NOT = '00'                                PGM153
031000         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS3    PGM153
031100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM153
031200         PERFORM 9900-ABNORMAL-END                                PGM153
031300     END-IF                                                       PGM153
031400     OPEN INPUT STD-COST-FILE                                     PGM153
031500     IF WS-FILE-STATUS4 NOT = '00'                                PGM153
031600         DISPLAY 'STD COST OPEN ERROR: ' WS-FILE-STATUS4          PGM153
031700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM153
031800         PERFORM 9900-ABNORMAL-END                                PGM153
031900     END-IF                                                       PGM153
032000     OPEN OUTPUT MARGIN-REPORT-FILE                               PGM153
032100     IF WS-FILE-STATUS8 NOT = '00'                                PGM153
032200         DISPLAY 'MARGIN REPORT OPEN ERROR: ' WS-FILE-STATUS8     PGM153
032300         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM153
032400         PERFORM 9900-ABNORMAL-END                                PGM153
032500     END-IF                                                       PGM153
032600     MOVE WS-REPORT-YYYYMM TO RH-REPORT-YYYYMM                    PGM153
032700     MOVE WS-STD-EFF-DATE  TO RH-STD-EFF-DATE                     PGM153
032800     WRITE MARGIN-REPORT-REC FROM WS-RPT-HEADER.                  PGM153
032900*                                                                 PGM153
033000 1050-LOAD-WAREHOUSE-PLANT.                                       PGM153
033100     READ MARGIN-PARM-FILE                                        PGM153
033200         AT END                                                   PGM153
033300             SET WS-EOF TO TRUE                                   PGM153
033400         NOT AT END                                               PGM153
033500             IF GP-WHSE-REC                                       PGM153
033600                 PERFORM 1060-ADD-WAREHOUSE-PLANT                 PGM153
033700             END-IF                                               PGM153
033800     END-READ.                                                    PGM153
033900*                                                                 PGM153
034000 1060-ADD-WAREHOUSE-PLANT.                                        PGM153
034100     IF WS-WH-COUNT NOT < WS-WH-MAX                               PGM153
034200         DISPLAY 'WAREHOUSE TABLE FULL - MAX ' WS-WH-MAX          PGM153
034300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM153
034400         PERFORM 9900-ABNORMAL-END                                PGM153
034500     END-IF                                                       PGM153
034600     ADD 1 TO WS-WH-COUNT                                         PGM153
034700     MOVE GP-WAREHOUSE-CD TO WS-WHT-WAREHOUSE-CD (WS-WH-COUNT)    PGM153
034800     MOVE GP-PLANT-CD     TO WS-WHT-PLANT-CD (WS-WH-COUNT).       PGM153
034900*                                                                 PGM153
035000 2000-SORT-MARGIN-LINES.                                          PGM153
035100     SORT SORT-WORK-FILE                                          PGM153
035200         ON ASCENDING KEY GS-PLANT-CD                             PGM153
035300                          GS-CUSTOMER-CD                          PGM153
035400                          GS-PRODUCT-CD                           PGM153
035500         INPUT PROCEDURE 2100-SELECT-MARGIN-LINES                 PGM153
035600         GIVING SORTED-MARGIN-FILE.                               PGM153
035700*                                                                 PGM153
035800 2100-SELECT-MARGIN-LINES.                                        PGM153
035900     OPEN INPUT INVOICE-FILE                                      PGM153
036000     IF WS-FILE-STATUS2 = '00'                                    PGM153
036100         PERFORM 2150-READ-INVOICE                                PGM153
036200             UNTIL WS-EOF                                         PGM153
036300         CLOSE INVOICE-FILE                                       PGM153
036400         MOVE 'N' TO WS-EOF-FLAG                                  PGM153
036500     ELSE                                                         PGM153
036600         IF WS-FILE-STATUS2 NOT = '05'                            PGM153
036700             DISPLAY 'INVOICE FILE OPEN ERROR: ' WS-FILE-STATUS2  PGM153
036800         END-IF                                                   PGM153
036900     END-IF                                                       PGM153
037000     OPEN INPUT CREDIT-MEMO-FILE                                  PGM153
037100     IF WS-FILE-STATUS5 = '00'                                    PGM153
037200         PERFORM 2400-READ-CREDIT-MEMO                            PGM153
037300             UNTIL WS-EOF                                         PGM153
037400         CLOSE CREDIT-MEMO-FILE                                   PGM153
037500         MOVE 'N' TO WS-EOF-FLAG                                  PGM153
037600     ELSE                                                         PGM153
037700         IF WS-FILE-STATUS5 NOT = '05'                            PGM153
037800             DISPLAY 'CREDIT MEMO OPEN ERROR: ' WS-FILE-STATUS5   PGM153
037900         END-IF                                                   PGM153
038000     END-IF.                                                      PGM153
038100*                                                                 PGM153
038200 2150-READ-INVOICE.                                               PGM153
038300     READ INVOICE-FILE                                            PGM153
038400         AT END                                                   PGM153
038500             SET WS-EOF TO TRUE                                   PGM153
038600         NOT AT END                                               PGM153
038700             ADD 1 TO WS-INV-COUNT                                PGM153
038800             IF CI-INVOICE-DATE (1:6) = WS-REPORT-YYYYMM          PGM153
038800                 AND NOT CI-DEPOSIT-LINE                          PGM153
038900                 PERFORM 2200-RELEASE-INVOICE                     PGM153
039000             END-IF                                               PGM153
039100     END-READ.                                                    PGM153
039200*                                                                 PGM153
039300* 공장: 수주 라인 출하창고를 대응표로 바꾼다. 못 찾으면 공백.                             PGM153
039400* 원가: 적용일자의 동결 표준원가 x 송장수량(부가세 제외 매출).                            PGM153
039400* 원자재 할증 송장은 매출만 더하고 수량/원가는 0으로 둔다.                               PGM153
039500 2200-RELEASE-INVOICE.                                            PGM153
039600     ADD 1 TO WS-INV-SELECT-COUNT                                 PGM153
039700     MOVE SPACES TO WS-LINE-PLANT-CD                              PGM153
039800     MOVE CI-ORDER-NO TO SO-ORDER-NO                              PGM153
039900     MOVE CI-LINE-NO  TO SO-LINE-NO                               PGM153
040000     READ CUST-ORDER-FILE                                         PGM153
040100         INVALID KEY                                              PGM153
040200             CONTINUE                                             PGM153
040300         NOT INVALID KEY                                          PGM153
040400             PERFORM 2250-FIND-PLANT                              PGM153
040500     END-READ                                                     PGM153
040600     IF WS-LINE-PLANT-CD = SPACES                                 PGM153
040700         ADD 1 TO WS-NO-PLANT-COUNT                               PGM153
040800     END-IF                                                       PGM153
040900     IF CI-SURCHARGE-LINE                                         PGM153
040900         MOVE 'N'   TO WS-NO-COST-FLAG                            PGM153
040900         MOVE ZEROS TO WS-UNIT-STD-COST                           PGM153
040900     ELSE                                                         PGM153
040900         PERFORM 2300-GET-STD-COST                                PGM153
040900     END-IF                                                       PGM153
041000     INITIALIZE SORT-WORK-REC                                     PGM153
041100     MOVE WS-LINE-PLANT-CD TO GS-PLANT-CD                         PGM153
041200     MOVE CI-CUSTOMER-CD   TO GS-CUSTOMER-CD                      PGM153
041300     MOVE CI-PRODUCT-CD    TO GS-PRODUCT-CD                       PGM153
041400     MOVE 'I'              TO GS-REC-TYPE                         PGM153
041500     MOVE CI-INV-QTY       TO GS-QTY                              PGM153
041600     IF CI-VAT-AMT NUMERIC                                        PGM153
041700         COMPUTE GS-REVENUE = CI-INV-AMT - CI-VAT-AMT             PGM153
041800     ELSE                                                         PGM153
041900         MOVE CI-INV-AMT TO GS-REVENUE                            PGM153
042000     END-IF                                                       PGM153
042100     COMPUTE GS-STD-COST ROUNDED = CI-INV-QTY * WS-UNIT-STD-COST  PGM153
042100     IF CI-SURCHARGE-LINE                                         PGM153
042100         MOVE ZEROS TO GS-QTY                                     PGM153
042100     END-IF                                                       PGM153
042200     MOVE WS-NO-COST-FLAG  TO GS-NO-COST-FLAG                     PGM153
042300     RELEASE SORT-WORK-REC                                        PGM153
042400     PERFORM 2270-REMEMBER-SALES-PLANT.                           PGM153
042500*                                                                 PGM153
042600 2250-FIND-PLANT.                                                 PGM153
042700     MOVE ZEROS TO WS-FOUND-IX                                    PGM153
042800     PERFORM 2260-CHECK-WAREHOUSE                                 PGM153
042900         VARYING WS-IX FROM 1 BY 1                                PGM153
043000         UNTIL WS-IX > WS-WH-COUNT OR WS-FOUND-IX > 0             PGM153
043100     IF WS-FOUND-IX > 0                                           PGM153
043200         MOVE WS-WHT-PLANT-CD (WS-FOUND-IX) TO WS-LINE-PLANT-CD   PGM153
043300     END-IF.                                                      PGM153
043400*                                                                 PGM153
043500 2260-CHECK-WAREHOUSE.                                            PGM153
043600     IF WS-WHT-WAREHOUSE-CD (WS-IX) = SO-WAREHOUSE-CD             PGM153
043700         MOVE WS-IX TO WS-FOUND-IX                                PGM153
043800     END-IF.                                                      PGM153
043900*                                                                 PGM153
044000 2270-REMEMBER-SALES-PLANT.                                       PGM153
044100     MOVE ZEROS TO WS-FOUND-IX                                    PGM153
044200     PERFORM 2280-CHECK-CUST-PRODUCT                              PGM153
044300         VARYING WS-IX FROM 1 BY 1                                PGM153
044400         UNTIL WS-IX > WS-CP-COUNT OR WS-FOUND-IX > 0             PGM153
044500     IF WS-FOUND-IX = 0                                           PGM153
044600         IF WS-CP-COUNT NOT < WS-CP-MAX                           PGM153
044700             DISPLAY 'CUSTOMER/PRODUCT TABLE FULL - MAX '         PGM153
044800                     WS-CP-MAX                                    PGM153
044900             MOVE 'FL' TO WS-ABEND-STATUS                         PGM153
045000             PERFORM 9900-ABNORMAL-END                            PGM153
045100         END-IF                                                   PGM153
045200         ADD 1 TO WS-CP-COUNT                                     PGM153
045300         MOVE CI-CUSTOMER-CD   TO WS-CPT-CUSTOMER-CD (WS-CP-COUNT)PGM153
045400         MOVE CI-PRODUCT-CD    TO WS-CPT-PRODUCT-CD (WS-CP-COUNT) PGM153
045500         MOVE WS-LINE-PLANT-CD TO WS-CPT-PLANT-CD (WS-CP-COUNT)   PGM153
045600     END-IF.                                                      PGM153
045700*                                                                 PGM153
045800 2280-CHECK-CUST-PRODUCT.                                         PGM153
045900     IF WS-CPT-CUSTOMER-CD (WS-IX) = CI-CUSTOMER-CD               PGM153
046000         AND WS-CPT-PRODUCT-CD (WS-IX) = CI-PRODUCT-CD            PGM153
046100         MOVE WS-IX TO WS-FOUND-IX                                PGM153
046200     END-IF.                                                      PGM153
046300*                                                                 PGM153
046400 2300-GET-STD-COST.                                               PGM153
046500     MOVE 'N' TO WS-NO-COST-FLAG                                  PGM153
046600     MOVE CI-PRODUCT-CD   TO SD-PRODUCT-CD                        PGM153
046700     MOVE WS-STD-EFF-DATE TO SD-EFF-DATE                          PGM153
046800     READ STD-COST-FILE                                           PGM153
046900         INVALID KEY                                              PGM153
047000             SET WS-NO-COST TO TRUE                               PGM153
047100             MOVE ZEROS TO WS-UNIT-STD-COST                       PGM153
047200             ADD 1 TO WS-NO-COST-COUNT                            PGM153
047300         NOT INVALID KEY                                          PGM153
047400             MOVE SD-TOTAL-COST TO WS-UNIT-STD-COST               PGM153
047500     END-READ.                                                    PGM153
047600*                                                                 PGM153
047700* 해당 월 채권 반영된 크레딧 메모는 같은 고객/제품의 매출                                PGM153
047800* 공장에 붙인다. 당월 매출이 없는 조합은 공장 공백으로 둔다.                              PGM153
047900 2400-READ-CREDIT-MEMO.                                           PGM153
048000     READ CREDIT-MEMO-FILE NEXT RECORD                            PGM153
048100         AT END                                                   PGM153
048200             SET WS-EOF TO TRUE                                   PGM153
048300         NOT AT END                                               PGM153
048400             IF KM-APPLIED                                        PGM153
048500                 AND KM-MEMO-DATE (1:6) = WS-REPORT-YYYYMM        PGM153
048600                 PERFORM 2450-RELEASE-CREDIT-MEMO                 PGM153
048700             END-IF                                               PGM153
048800     END-READ.                                                    PGM153
048900*                                                                 PGM153
049000 2450-RELEASE-CREDIT-MEMO.                                        PGM153
049100     ADD 1 TO WS-MEMO-SELECT-COUNT                                PGM153
049200     MOVE ZEROS TO WS-FOUND-IX                                    PGM153
049300     PERFORM 2460-CHECK-MEMO-CUST-PRODUCT                         PGM153
049400         VARYING WS-IX FROM 1 BY 1                                PGM153
049500         UNTIL WS-IX > WS-CP-COUNT OR WS-FOUND-IX > 0             PGM153
049600     INITIALIZE SORT-WORK-REC                                     PGM153
049700     IF WS-FOUND-IX > 0                                           PGM153
049800         MOVE WS-CPT-PLANT-CD (WS-FOUND-IX) TO GS-PLANT-CD        PGM153
049900     ELSE                                                         PGM153
050000         MOVE SPACES TO GS-PLANT-CD                               PGM153
050100     END-IF                                                       PGM153
050200     MOVE KM-CUSTOMER-CD   TO GS-CUSTOMER-CD                      PGM153
050300     MOVE KM-PRODUCT-CD    TO GS-PRODUCT-CD                       PGM153
050400     MOVE 'C'              TO GS-REC-TYPE                         PGM153
050500     MOVE KM-CREDIT-AMT    TO GS-CREDIT                           PGM153
050600     MOVE 'N'              TO GS-NO-COST-FLAG                     PGM153
050700     RELEASE SORT-WORK-REC.                                       PGM153
050800*                                                                 PGM153
050900 2460-CHECK-MEMO-CUST-PRODUCT.                                    PGM153
051000     IF WS-CPT-CUSTOMER-CD (WS-IX) = KM-CUSTOMER-CD               PGM153
051100         AND WS-CPT-PRODUCT-CD (WS-IX) = KM-PRODUCT-CD            PGM153
051200         MOVE WS-IX TO WS-FOUND-IX                                PGM153
051300     END-IF.                                                      PGM153
051400*                                                                 PGM153
051500* 공장 > 고객 > 제품 순 제어 단절로 소계를 찍는다.                                  PGM153
051600* 손실 조합은 순위 정렬용으로 따로 모은다.                                         PGM153
051700 3000-PRINT-MARGIN-REPORT.                                        PGM153
051800     MOVE 'GROSS MARGIN BY PLANT / CUSTOMER / PRODUCT'            PGM153
051900         TO RT-SECTION-TITLE                                      PGM153
052000     WRITE MARGIN-REPORT-REC FROM WS-RPT-SECTION                  PGM153
052100     WRITE MARGIN-REPORT-REC FROM WS-RPT-COLUMNS                  PGM153
052200     SORT LOSS-SORT-FILE                                          PGM153
052300         ON ASCENDING KEY LS-MARGIN                               PGM153
052400         INPUT PROCEDURE 3100-PROCESS-SORTED-LINES                PGM153
052500         GIVING SORTED-LOSS-FILE.                                 PGM153
052600*                                                                 PGM153
052700 3100-PROCESS-SORTED-LINES.                                       PGM153
052800     OPEN INPUT SORTED-MARGIN-FILE                                PGM153
052900     IF WS-FILE-STATUS6 NOT = '00'                                PGM153
053000         DISPLAY 'SORTED MARGIN OPEN ERROR: ' WS-FILE-STATUS6     PGM153
053100         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM153
053200         PERFORM 9900-ABNORMAL-END                                PGM153
053300     END-IF                                                       PGM153
053400     PERFORM 3150-READ-SORTED                                     PGM153
053500     IF NOT WS-EOF                                                PGM153
053600         MOVE GT-PLANT-CD    TO WS-PREV-PLANT-CD                  PGM153
053700         MOVE GT-CUSTOMER-CD TO WS-PREV-CUSTOMER-CD               PGM153
053800         MOVE GT-PRODUCT-CD  TO WS-PREV-PRODUCT-CD                PGM153
053900     END-IF                                                       PGM153
054000     PERFORM 3200-PROCESS-SORTED-LINE                             PGM153
054100         UNTIL WS-EOF                                             PGM153
054200     IF WS-INV-SELECT-COUNT > 0 OR WS-MEMO-SELECT-COUNT > 0       PGM153
054300         PERFORM 3500-PRODUCT-BREAK                               PGM153
054400         PERFORM 3600-CUSTOMER-BREAK                              PGM153
054500         PERFORM 3700-PLANT-BREAK                                 PGM153
054600     END-IF                                                       PGM153
054700     PERFORM 3800-PRINT-GRAND-TOTAL                               PGM153
054800     CLOSE SORTED-MARGIN-FILE                                     PGM153
054900     MOVE 'N' TO WS-EOF-FLAG.                                     PGM153
055000*                                                                 PGM153
055100 3150-READ-SORTED.                                                PGM153
055200     READ SORTED-MARGIN-FILE                                      PGM153
055300         AT END                                                   PGM153
055400             SET WS-EOF TO TRUE                                   PGM153
055500     END-READ.                                                    PGM153
055600*                                                                 PGM153
055700 3200-PROCESS-SORTED-LINE.                                        PGM153
055800     IF GT-PLANT-CD NOT = WS-PREV-PLANT-CD                        PGM153
055900         PERFORM 3500-PRODUCT-BREAK                               PGM153
056000         PERFORM 3600-CUSTOMER-BREAK                              PGM153
056100         PERFORM 3700-PLANT-BREAK                                 PGM153
056200     ELSE                                                         PGM153
056300         IF GT-CUSTOMER-CD NOT = WS-PREV-CUSTOMER-CD              PGM153
056400             PERFORM 3500-PRODUCT-BREAK                           PGM153
056500             PERFORM 3600-CUSTOMER-BREAK                          PGM153
056600         ELSE                                                     PGM153
056700             IF GT-PRODUCT-CD NOT = WS-PREV-PRODUCT-CD            PGM153
056800                 PERFORM 3500-PRODUCT-BREAK                       PGM153
056900             END-IF                                               PGM153
057000         END-IF                                                   PGM153
057100     END-IF                                                       PGM153
057200     MOVE GT-PLANT-CD    TO WS-PREV-PLANT-CD                      PGM153
057300     MOVE GT-CUSTOMER-CD TO WS-PREV-CUSTOMER-CD                   PGM153
057400     MOVE GT-PRODUCT-CD  TO WS-PREV-PRODUCT-CD                    PGM153
057500     ADD GT-QTY      TO WS-PROD-QTY                               PGM153
057600     ADD GT-REVENUE  TO WS-PROD-REVENUE                           PGM153
057700     ADD GT-CREDIT   TO WS-PROD-CREDIT                            PGM153
057800     ADD GT-STD-COST TO WS-PROD-STD-COST                          PGM153
057900     IF GT-NO-COST                                                PGM153
058000         MOVE 'Y' TO WS-PROD-NO-COST                              PGM153
058100     END-IF                                                       PGM153
058200     PERFORM 3150-READ-SORTED.                                    PGM153
058300*                                                                 PGM153
058400 3500-PRODUCT-BREAK.                                              PGM153
058500     MOVE WS-PROD-QTY      TO WS-PR-QTY                           PGM153
058600     MOVE WS-PROD-REVENUE  TO WS-PR-REVENUE                       PGM153
058700     MOVE WS-PROD-CREDIT   TO WS-PR-CREDIT                        PGM153
058800     MOVE WS-PROD-STD-COST TO WS-PR-STD-COST                      PGM153
058900     PERFORM 3900-COMPUTE-MARGIN                                  PGM153
059000     MOVE SPACES              TO RD-LEVEL                         PGM153
059100     MOVE WS-PREV-PLANT-CD    TO RD-PLANT-CD                      PGM153
059200     MOVE WS-PREV-CUSTOMER-CD TO RD-CUSTOMER-CD                   PGM153
059300     MOVE WS-PREV-PRODUCT-CD  TO RD-PRODUCT-CD                    PGM153
059400     IF WS-PROD-NO-COST = 'Y'                                     PGM153
059500         MOVE '*' TO RD-NO-COST                                   PGM153
059600     ELSE                                                         PGM153
059700         MOVE SPACE TO RD-NO-COST                                 PGM153
059800     END-IF                                                       PGM153
059900     PERFORM 3950-WRITE-DETAIL                                    PGM153
060000     IF WS-MARGIN < 0                                             PGM153
060100         MOVE WS-MARGIN           TO LS-MARGIN                    PGM153
060200         MOVE WS-PREV-PLANT-CD    TO LS-PLANT-CD                  PGM153
060300         MOVE WS-PREV-CUSTOMER-CD TO LS-CUSTOMER-CD               PGM153
060400         MOVE WS-PREV-PRODUCT-CD  TO LS-PRODUCT-CD                PGM153
060500         MOVE WS-NET-REVENUE      TO LS-NET-REVENUE               PGM153
060600         MOVE WS-PR-STD-COST      TO LS-STD-COST                  PGM153
060700         RELEASE LOSS-SORT-REC                                    PGM153
060800         ADD 1 TO WS-LOSS-COUNT                                   PGM153
060900     END-IF                                                       PGM153
061000     ADD WS-PROD-QTY      TO WS-CUST-QTY                          PGM153
061100     ADD WS-PROD-REVENUE  TO WS-CUST-REVENUE                      PGM153
061200     ADD WS-PROD-CREDIT   TO WS-CUST-CREDIT                       PGM153
061300     ADD WS-PROD-STD-COST TO WS-CUST-STD-COST                     PGM153
061400     INITIALIZE WS-PROD-TOTALS                                    PGM153
061500     MOVE 'N' TO WS-PROD-NO-COST.                                 PGM153
061600*                                                                 PGM153
061700 3600-CUSTOMER-BREAK.                                             PGM153
061800     MOVE WS-CUST-QTY      TO WS-PR-QTY                           PGM153
061900     MOVE WS-CUST-REVENUE  TO WS-PR-REVENUE                       PGM153
062000     MOVE WS-CUST-CREDIT   TO WS-PR-CREDIT                        PGM153
062100     MOVE WS-CUST-STD-COST TO WS-PR-STD-COST                      PGM153
062200     PERFORM 3900-COMPUTE-MARGIN                                  PGM153
062300     MOVE 'CUST'              TO RD-LEVEL                         PGM153
062400     MOVE WS-PREV-PLANT-CD    TO RD-PLANT-CD                      PGM153
062500     MOVE WS-PREV-CUSTOMER-CD TO RD-CUSTOMER-CD                   PGM153
062600     MOVE SPACES              TO RD-PRODUCT-CD                    PGM153
062700     MOVE SPACE               TO RD-NO-COST                       PGM153
062800     PERFORM 3950-WRITE-DETAIL                                    PGM153
062900     ADD WS-CUST-QTY      TO WS-PLANT-QTY                         PGM153
063000     ADD WS-CUST-REVENUE  TO WS-PLANT-REVENUE                     PGM153
063100     ADD WS-CUST-CREDIT   TO WS-PLANT-CREDIT                      PGM153
063200     ADD WS-CUST-STD-COST TO WS-PLANT-STD-COST                    PGM153
063300     INITIALIZE WS-CUST-TOTALS.                                   PGM153
063400*                                                                 PGM153
063500 3700-PLANT-BREAK.                                                PGM153
063600     MOVE WS-PLANT-QTY      TO WS-PR-QTY                          PGM153
063700     MOVE WS-PLANT-REVENUE  TO WS-PR-REVENUE                      PGM153
063800     MOVE WS-PLANT-CREDIT   TO WS-PR-CREDIT                       PGM153
063900     MOVE WS-PLANT-STD-COST TO WS-PR-STD-COST                     PGM153
064000     PERFORM 3900-COMPUTE-MARGIN                                  PGM153
064100     MOVE 'PLANT'             TO RD-LEVEL                         PGM153
064200     MOVE WS-PREV-PLANT-CD    TO RD-PLANT-CD                      PGM153
064300     MOVE SPACES              TO RD-CUSTOMER-CD                   PGM153
064400     MOVE SPACES              TO RD-PRODUCT-CD                    PGM153
064500     MOVE SPACE               TO RD-NO-COST                       PGM153
064600     PERFORM 3950-WRITE-DETAIL                                    PGM153
064700     ADD WS-PLANT-QTY      TO WS-GRAND-QTY                        PGM153
064800     ADD WS-PLANT-REVENUE  TO WS-GRAND-REVENUE                    PGM153
064900     ADD WS-PLANT-CREDIT   TO WS-GRAND-CREDIT                     PGM153
065000     ADD WS-PLANT-STD-COST TO WS-GRAND-STD-COST                   PGM153
065100     INITIALIZE WS-PLANT-TOTALS.                                  PGM153
065200*                                                                 PGM153
065300 3800-PRINT-GRAND-TOTAL.                                          PGM153
065400     MOVE WS-GRAND-QTY      TO WS-PR-QTY                          PGM153
065500     MOVE WS-GRAND-REVENUE  TO WS-PR-REVENUE                      PGM153
065600     MOVE WS-GRAND-CREDIT   TO WS-PR-CREDIT                       PGM153
065700     MOVE WS-GRAND-STD-COST TO WS-PR-STD-COST                     PGM153
065800     PERFORM 3900-COMPUTE-MARGIN                                  PGM153
065900     MOVE 'TOTAL' TO RD-LEVEL                                     PGM153
066000     MOVE SPACES  TO RD-PLANT-CD                                  PGM153
066100     MOVE SPACES  TO RD-CUSTOMER-CD                               PGM153
066200     MOVE SPACES  TO RD-PRODUCT-CD                                PGM153
066300     MOVE SPACE   TO RD-NO-COST                                   PGM153
066400     PERFORM 3950-WRITE-DETAIL.                                   PGM153
066500*                                                                 PGM153
066600* 순매출 = 송장 공급가액 - 크레딧 메모, 이익률은 순매출 대비.                            PGM153
066700 3900-COMPUTE-MARGIN.                                             PGM153
066800     COMPUTE WS-NET-REVENUE = WS-PR-REVENUE - WS-PR-CREDIT        PGM153
066900     COMPUTE WS-MARGIN = WS-NET-REVENUE - WS-PR-STD-COST          PGM153
067000     IF WS-NET-REVENUE = 0                                        PGM153
067100         MOVE ZEROS TO WS-MARGIN-PCT                              PGM153
067200     ELSE                                                         PGM153
067300         COMPUTE WS-MARGIN-PCT ROUNDED =                          PGM153
067400             WS-MARGIN * 100 / WS-NET-REVENUE                     PGM153
067500             ON SIZE ERROR                                        PGM153
067600                 MOVE ZEROS TO WS-MARGIN-PCT                      PGM153
067700         END-COMPUTE                                              PGM153
067800     END-IF.                                                      PGM153
067900*                                                                 PGM153
068000 3950-WRITE-DETAIL.                                               PGM153
068100     MOVE WS-PR-QTY      TO RD-QTY                                PGM153
068200     MOVE WS-NET-REVENUE TO RD-NET-REVENUE                        PGM153
068300     MOVE WS-PR-STD-COST TO RD-STD-COST                           PGM153
068400     MOVE WS-MARGIN      TO RD-MARGIN                             PGM153
068500     MOVE WS-MARGIN-PCT  TO RD-MARGIN-PCT                         PGM153
068600     MOVE WS-PR-CREDIT   TO RD-CREDIT                             PGM153
068700     WRITE MARGIN-REPORT-REC FROM WS-RPT-DETAIL.                  PGM153
068800*                                                                 PGM153
068900* 손실 조합 순위: 손실이 큰(이익이 가장 작은) 순서.                                  PGM153
069000 4000-PRINT-LOSS-RANKING.                                         PGM153
069100     MOVE 'LOSS-MAKING CUSTOMER/PRODUCT COMBINATIONS - RANKED'    PGM153
069200         TO RT-SECTION-TITLE                                      PGM153
069300     WRITE MARGIN-REPORT-REC FROM WS-RPT-SECTION                  PGM153
069400     WRITE MARGIN-REPORT-REC FROM WS-RPT-LOSS-COLUMNS             PGM153
069500     OPEN INPUT SORTED-LOSS-FILE                                  PGM153
069600     IF WS-FILE-STATUS7 NOT = '00'                                PGM153
069700         DISPLAY 'SORTED LOSS OPEN ERROR: ' WS-FILE-STATUS7       PGM153
069800         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM153
069900         PERFORM 9900-ABNORMAL-END                                PGM153
070000     END-IF                                                       PGM153
070100     PERFORM 4100-PRINT-LOSS-LINE                                 PGM153
070200         UNTIL WS-EOF                                             PGM153
070300     CLOSE SORTED-LOSS-FILE                                       PGM153
070400     MOVE 'N' TO WS-EOF-FLAG.                                     PGM153
070500*                                                                 PGM153
070600 4100-PRINT-LOSS-LINE.                                            PGM153
070700     READ SORTED-LOSS-FILE                                        PGM153
070800         AT END                                                   PGM153
070900             SET WS-EOF TO TRUE                                   PGM153
071000         NOT AT END                                               PGM153
071100             ADD 1 TO WS-RANK                                     PGM153
071200             MOVE WS-RANK        TO RL-RANK                       PGM153
071300             MOVE LT-PLANT-CD    TO RL-PLANT-CD                   PGM153
071400             MOVE LT-CUSTOMER-CD TO RL-CUSTOMER-CD                PGM153
071500             MOVE LT-PRODUCT-CD  TO RL-PRODUCT-CD                 PGM153
071600             MOVE LT-NET-REVENUE TO RL-NET-REVENUE                PGM153
071700             MOVE LT-STD-COST    TO RL-STD-COST                   PGM153
071800             MOVE LT-MARGIN      TO RL-MARGIN                     PGM153
071900             WRITE MARGIN-REPORT-REC FROM WS-RPT-LOSS-LINE        PGM153
072000     END-READ.                                                    PGM153
072100*                                                                 PGM153
072200 5000-PRINT-COUNTS.                                               PGM153
072300     MOVE 'RUN COUNTS' TO RT-SECTION-TITLE                        PGM153
072400     WRITE MARGIN-REPORT-REC FROM WS-RPT-SECTION                  PGM153
072500     MOVE 'INVOICE LINES READ' TO RN-LABEL                        PGM153
072600     MOVE WS-INV-COUNT TO RN-COUNT                                PGM153
072700     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM153
072800     MOVE 'INVOICE LINES IN PERIOD' TO RN-LABEL                   PGM153
072900     MOVE WS-INV-SELECT-COUNT TO RN-COUNT                         PGM153
073000     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM153
073100     MOVE 'CREDIT MEMOS IN PERIOD' TO RN-LABEL                    PGM153
073200     MOVE WS-MEMO-SELECT-COUNT TO RN-COUNT                        PGM153
073300     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM153
073400     MOVE 'LINES WITHOUT PLANT MAPPING' TO RN-LABEL               PGM153
073500     MOVE WS-NO-PLANT-COUNT TO RN-COUNT                           PGM153
073600     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM153
073700     MOVE 'LINES WITHOUT STANDARD COST (*)' TO RN-LABEL           PGM153
073800     MOVE WS-NO-COST-COUNT TO RN-COUNT                            PGM153
073900     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE                 PGM153
074000     MOVE 'LOSS-MAKING COMBINATIONS' TO RN-LABEL                  PGM153
074100     MOVE WS-LOSS-COUNT TO RN-COUNT                               PGM153
074200     WRITE MARGIN-REPORT-REC FROM WS-RPT-CNT-LINE.                PGM153
074300*                                                                 PGM153
074400 9000-FINALIZE.                                                   PGM153
074500     CLOSE CUST-ORDER-FILE                                        PGM153
074600     CLOSE STD-COST-FILE                                          PGM153
074700     CLOSE MARGIN-REPORT-FILE                                     PGM153
074800     IF WS-NO-COST-COUNT > 0 OR WS-NO-PLANT-COUNT > 0             PGM153
074900         MOVE 4 TO RETURN-CODE                                    PGM153
075000     END-IF                                                       PGM153
075100     DISPLAY 'PGM153 COMPLETED: ' WS-INV-SELECT-COUNT             PGM153
075200             ' INVOICE LINES, ' WS-LOSS-COUNT ' LOSS-MAKING'.     PGM153
075300*                                                                 PGM153
075400 9750-DIAGNOSE-FILE-STATUS.                                       PGM153
075500     EVALUATE WS-ABEND-STATUS                                     PGM153
075600         WHEN '10'                                                PGM153
075700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM153
075800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM153
075900         WHEN '23'                                                PGM153
076000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM153
076100             DISPLAY '  AND RETRY THE REQUEST'                    PGM153
076200         WHEN '35'                                                PGM153
076300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM153
076400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM153
076500         WHEN '37'                                                PGM153
076600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM153
076700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM153
076800         WHEN '39'                                                PGM153
076900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM153
077000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM153
077100         WHEN '41'                                                PGM153
077200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM153
077300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM153
077400         WHEN '42'                                                PGM153
077500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM153
077600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM153
077700         WHEN '46'                                                PGM153
077800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM153
077900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM153
078000         WHEN OTHER                                               PGM153
078100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM153
078200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM153
078300     END-EVALUATE.                                                PGM153
078400*                                                                 PGM153
078500 9900-ABNORMAL-END.                                               PGM153
078600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM153
078700     DISPLAY 'PGM153 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM153
078800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM153
078900     MOVE 16 TO RETURN-CODE                                       PGM153
079000     GOBACK.                                                      PGM153
079100                                                                  PGM153
