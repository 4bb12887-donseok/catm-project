000100 IDENTIFICATION DIVISION.                                         PGM214
000200 PROGRAM-ID.    PGM214.                                           PGM214
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM214
000400*                                                                 PGM214
000500* =========================================================       PGM214
000600* 프로그램명: 야간 마스터 간 참조 무결성 점검                                       PGM214
000700* 처리내용  : 각 마스터가 참조하는 다른 마스터의 존재/상태를                              PGM214
000800*            규칙별로 점검한다.                                           PGM214
000900*             BM01-03 유효 BOM 자재 -> 원자재 마스터 미등록/                   PGM214
001000*                     비활성/승인대기                                    PGM214
001100*             RU01    유효 라우팅 라인 -> 라인 능력 미등록                      PGM214
001200*             SO01-02 미출하 수주 품목 -> 재고 마스터 미등록/단종                  PGM214
001300*             SP01    고객별 유효 단가 -> 고객 마스터 미등록                     PGM214
001400*             DT01-02 기간 내 유효 비가동 설비 -> 설비 마스터                    PGM214
001500*                     미등록/비활성                                     PGM214
001600*             PS01    유효 규격 제품 -> 기간 내 생산계획 없음                    PGM214
001700*            기간은 INTGPARM 개월 수(기본 12개월)로 정한다.                     PGM214
001800*            예외는 규칙/키 순으로 정렬해 마스터별, 규칙별로                          PGM214
001900*            인쇄하고, 규칙별 건수를 이력(CPYINTH)에 추가하여                      PGM214
002000*            직전 실행 대비 증감을 보인다. 예외가 있으면 RC 4.                      PGM214
002100* =========================================================       PGM214
002200*                                                                 PGM214
002300 ENVIRONMENT DIVISION.                                            PGM214
002400 CONFIGURATION SECTION.                                           PGM214
002500 INPUT-OUTPUT SECTION.                                            PGM214
002600 FILE-CONTROL.                                                    PGM214
002700     SELECT OPTIONAL INTG-PARM-FILE                               PGM214
002800         ASSIGN TO INTGPARM                                       PGM214
002900         ORGANIZATION IS SEQUENTIAL                               PGM214
003000         FILE STATUS IS WS-FILE-STATUS.                           PGM214
003100     SELECT BOM-MASTER-FILE                                       PGM214
003200         ASSIGN TO BOMMAST                                        PGM214
003300         ORGANIZATION IS INDEXED                                  PGM214
003400         ACCESS MODE IS SEQUENTIAL                                PGM214
003500         RECORD KEY IS BM-KEY                                     PGM214
003600         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
003700     SELECT RM-MASTER-FILE                                        PGM214
003800         ASSIGN TO RMMAST                                         PGM214
003900         ORGANIZATION IS INDEXED                                  PGM214
004000         ACCESS MODE IS RANDOM                                    PGM214
004100         RECORD KEY IS RM-MATL-CD                                 PGM214
004200         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
004300     SELECT ROUTING-FILE                                          PGM214
004400         ASSIGN TO ROUTING                                        PGM214
004500         ORGANIZATION IS INDEXED                                  PGM214
004600         ACCESS MODE IS SEQUENTIAL                                PGM214
004700         RECORD KEY IS RU-KEY                                     PGM214
004800         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
004900     SELECT LINE-CAPACITY-FILE                                    PGM214
005000         ASSIGN TO LINECAP                                        PGM214
005100         ORGANIZATION IS SEQUENTIAL                               PGM214
005200         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
005300     SELECT CUSTOMER-ORDER-FILE                                   PGM214
005400         ASSIGN TO CUSTORD                                        PGM214
005500         ORGANIZATION IS INDEXED                                  PGM214
005600         ACCESS MODE IS SEQUENTIAL                                PGM214
005700         RECORD KEY IS SO-KEY                                     PGM214
005800         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
005900     SELECT INVENTORY-MASTER-FILE                                 PGM214
006000         ASSIGN TO INVMAST                                        PGM214
006100         ORGANIZATION IS INDEXED                                  PGM214
006200         ACCESS MODE IS RANDOM                                    PGM214
006300         RECORD KEY IS IM-KEY                                     PGM214
006400         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
006500     SELECT SALES-PRICE-FILE                                      PGM214
006600         ASSIGN TO SALEPRCE                                       PGM214
006700         ORGANIZATION IS INDEXED                                  PGM214
006800         ACCESS MODE IS SEQUENTIAL                                PGM214
006900         RECORD KEY IS SP-KEY                                     PGM214
007000         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
007100     SELECT CUSTOMER-MASTER-FILE                                  PGM214
007200         ASSIGN TO CUSTMAST                                       PGM214
007300         ORGANIZATION IS INDEXED                                  PGM214
007400         ACCESS MODE IS RANDOM                                    PGM214
007500         RECORD KEY IS CU-CUSTOMER-CD                             PGM214
007600         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
007700     SELECT DOWNTIME-FILE                                         PGM214
007800         ASSIGN TO DOWNTIME                                       PGM214
007900         ORGANIZATION IS SEQUENTIAL                               PGM214
008000         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
008100     SELECT EQUIPMENT-MASTER-FILE                                 PGM214
008200         ASSIGN TO EQPMAST                                        PGM214
008300         ORGANIZATION IS INDEXED                                  PGM214
008400         ACCESS MODE IS RANDOM                                    PGM214
008500         RECORD KEY IS EQ-EQUIP-ID                                PGM214
008600         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
008700     SELECT SPEC-MASTER-FILE                                      PGM214
008800         ASSIGN TO SPECMAST                                       PGM214
008900         ORGANIZATION IS INDEXED                                  PGM214
009000         ACCESS MODE IS SEQUENTIAL                                PGM214
009100         RECORD KEY IS PS-KEY                                     PGM214
009200         FILE STATUS IS WS-FILE-STATUS2.                          PGM214
009300     SELECT PROD-PLAN-FILE                                        PGM214
009400         ASSIGN TO PRDPLAN                                        PGM214
009500         ORGANIZATION IS INDEXED                                  PGM214
009600         ACCESS MODE IS SEQUENTIAL                                PGM214
009700         RECORD KEY IS PP-KEY                                     PGM214
009800         FILE STATUS IS WS-FILE-STATUS3.                          PGM214
009900     SELECT INTG-EXCEPT-FILE                                      PGM214
010000         ASSIGN TO INTGEXC                                        PGM214
010100         ORGANIZATION IS SEQUENTIAL                               PGM214
010200         FILE STATUS IS WS-FILE-STATUS4.                          PGM214
010300     SELECT SORT-WORK-FILE                                        PGM214
010400         ASSIGN TO SORTWK01.                                      PGM214
010500     SELECT SORTED-EXCEPT-FILE                                    PGM214
010600         ASSIGN TO INTGEXS                                        PGM214
010700         ORGANIZATION IS SEQUENTIAL                               PGM214
010800         FILE STATUS IS WS-FILE-STATUS4.                          PGM214
010900     SELECT OPTIONAL INTG-HISTORY-FILE                            PGM214
011000         ASSIGN TO INTGHIST                                       PGM214
011100         ORGANIZATION IS SEQUENTIAL                               PGM214
011200         FILE STATUS IS WS-FILE-STATUS5.                          PGM214
011300     SELECT INTG-REPORT-FILE                                      PGM214
011400         ASSIGN TO INTGRPT                                        PGM214
011500         ORGANIZATION IS SEQUENTIAL                               PGM214
011600         FILE STATUS IS WS-FILE-STATUS6.                          PGM214
011700*                                                                 PGM214
011800 DATA DIVISION.                                                   PGM214
011900 FILE SECTION.                                                    PGM214
012000 FD  INTG-PARM-FILE.                                              PGM214
012100 01  INTG-PARM-REC.                                               PGM214
012200     05 IP-LOOKBACK-MONTHS   PIC 9(02).                           PGM214
012300     05 FILLER               PIC X(78).                           PGM214
012400 FD  BOM-MASTER-FILE.                                             PGM214
012500 01  BOM-MASTER-REC.                                              PGM214
012600     COPY CPYBOM.                                                 PGM214
012700 FD  RM-MASTER-FILE.                                              PGM214
012800 01  RM-MASTER-REC.                                               PGM214
012900     COPY CPYRMMS.                                                PGM214
013000 FD  ROUTING-FILE.                                                PGM214
013100 01  ROUTING-REC.                                                 PGM214
013200     COPY CPYROUT.                                                PGM214
013300 FD  LINE-CAPACITY-FILE.                                          PGM214
013400 01  LINE-CAPACITY-REC.                                           PGM214
013500     COPY CPYLNCP.                                                PGM214
013600 FD  CUSTOMER-ORDER-FILE.                                         PGM214
013700 01  CUSTOMER-ORDER-REC.                                          PGM214
013800     COPY CPYCORD.                                                PGM214
013900 FD  INVENTORY-MASTER-FILE.                                       PGM214
014000 01  INVENTORY-MASTER-REC.                                        PGM214
014100     COPY CPYINVMS.                                               PGM214
014200 FD  SALES-PRICE-FILE.                                            PGM214
014300 01  SALES-PRICE-REC.                                             PGM214
014400     COPY CPYSPRC.                                                PGM214
014500 FD  CUSTOMER-MASTER-FILE.                                        PGM214
014600 01  CUSTOMER-MASTER-REC.                                         PGM214
014700     COPY CPYCUST.                                                PGM214
014800 FD  DOWNTIME-FILE.                                               PGM214
014900 01  DOWNTIME-REC.                                                PGM214
015000     COPY CPYDNTM.                                                PGM214
015100 FD  EQUIPMENT-MASTER-FILE.                                       PGM214
015200 01  EQUIPMENT-MASTER-REC.                                        PGM214
015300     COPY CPYEQPM.                                                PGM214
015400 FD  SPEC-MASTER-FILE.                                            PGM214
015500 01  SPEC-MASTER-REC.                                             PGM214
015600     COPY CPYSPCM.                                                PGM214
015700 FD  PROD-PLAN-FILE.                                              PGM214
015800 01  PROD-PLAN-REC.                                               PGM214
015900     COPY CPYPPLAN.                                               PGM214
016000 FD  INTG-EXCEPT-FILE.                                            PGM214
016100 01  INTG-EXCEPT-REC.                                             PGM214
016200     COPY CPYINTX.                                                PGM214
016300 SD  SORT-WORK-FILE.                                              PGM214
016400 01  SORT-WORK-REC.                                               PGM214
016500     COPY CPYINTX.                                                PGM214
016600 FD  SORTED-EXCEPT-FILE.                                          PGM214
016700 01  SORTED-EXCEPT-REC.                                           PGM214
016800     COPY CPYINTX.                                                PGM214
016900 FD  INTG-HISTORY-FILE.                                           PGM214
017000 01  INTG-HISTORY-REC.                                            PGM214
017100     COPY CPYINTH.                                                PGM214
017200 FD  INTG-REPORT-FILE.                                            PGM214
017300 01  INTG-REPORT-REC         PIC X(132).                          PGM214
017400*                                                                 PGM214
017500 WORKING-STORAGE SECTION.                                         PGM214
017600 01  WS-FILE-STATUS         PIC XX.                               PGM214
017700 01  WS-FILE-STATUS2        PIC XX.                               PGM214
017800 01  WS-FILE-STATUS3        PIC XX.                               PGM214
017900 01  WS-FILE-STATUS4        PIC XX.                               PGM214
018000 01  WS-FILE-STATUS5        PIC XX.                               PGM214
018100 01  WS-FILE-STATUS6        PIC XX.                               PGM214
018200 01  WS-ABEND-STATUS        PIC XX.                               PGM214
018300 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM214
018400     88 WS-EOF              VALUE 'Y'.                            PGM214
018500 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM214
018600     88 WS-FOUND            VALUE 'Y'.                            PGM214
018700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM214
018800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM214
018900     05 WS-RUN-YYYY         PIC 9(04).                            PGM214
019000     05 WS-RUN-MM           PIC 9(02).                            PGM214
019100     05 WS-RUN-DD           PIC 9(02).                            PGM214
019200 01  WS-LOOKBACK-MONTHS     PIC 9(02) VALUE 12.                   PGM214
019300 01  WS-MONTH-NO            PIC 9(06) VALUE ZEROS.                PGM214
019400 01  WS-MONTH-REM           PIC 9(02) VALUE ZEROS.                PGM214
019500 01  WS-FROM-YYYYMM         PIC 9(06) VALUE ZEROS.                PGM214
019600 01  WS-FROM-YYYYMM-R REDEFINES WS-FROM-YYYYMM.                   PGM214
019700     05 WS-FROM-YYYY        PIC 9(04).                            PGM214
019800     05 WS-FROM-MM          PIC 9(02).                            PGM214
019900 01  WS-LAST-SPEC-PRODUCT   PIC X(15) VALUE SPACES.               PGM214
020000*                                                                 PGM214
020100* 점검 규칙 정의 (순번 = 보고서 순서)                                          PGM214
020200 01  WS-RULE-COUNT          PIC 9(02) VALUE 10.                   PGM214
020300 01  WS-RULE-DEFS.                                                PGM214
020400     05 FILLER PIC X(08) VALUE 'BOMMAST'.                         PGM214
020500     05 FILLER PIC X(04) VALUE 'BM01'.                            PGM214
020600     05 FILLER PIC X(30) VALUE 'BOM MATERIAL NOT ON RM MASTER'.   PGM214
020700     05 FILLER PIC X(08) VALUE 'BOMMAST'.                         PGM214
020800     05 FILLER PIC X(04) VALUE 'BM02'.                            PGM214
020900     05 FILLER PIC X(30) VALUE 'BOM MATERIAL INACTIVE'.           PGM214
021000     05 FILLER PIC X(08) VALUE 'BOMMAST'.                         PGM214
021100     05 FILLER PIC X(04) VALUE 'BM03'.                            PGM214
021200     05 FILLER PIC X(30) VALUE 'BOM MATERIAL PENDING APPROVAL'.   PGM214
021300     05 FILLER PIC X(08) VALUE 'ROUTING'.                         PGM214
021400     05 FILLER PIC X(04) VALUE 'RU01'.                            PGM214
021500     05 FILLER PIC X(30) VALUE 'ROUTING LINE HAS NO CAPACITY'.    PGM214
021600     05 FILLER PIC X(08) VALUE 'CUSTORD'.                         PGM214
021700     05 FILLER PIC X(04) VALUE 'SO01'.                            PGM214
021800     05 FILLER PIC X(30) VALUE 'OPEN ORDER ITEM NOT ON MASTER'.   PGM214
021900     05 FILLER PIC X(08) VALUE 'CUSTORD'.                         PGM214
022000     05 FILLER PIC X(04) VALUE 'SO02'.                            PGM214
022100     05 FILLER PIC X(30) VALUE 'OPEN ORDER ITEM DISCONTINUED'.    PGM214
022200     05 FILLER PIC X(08) VALUE 'SALEPRCE'.                        PGM214
022300     05 FILLER PIC X(04) VALUE 'SP01'.                            PGM214
022400     05 FILLER PIC X(30) VALUE 'PRICE CUSTOMER NOT ON MASTER'.    PGM214
022500     05 FILLER PIC X(08) VALUE 'DOWNTIME'.                        PGM214
022600     05 FILLER PIC X(04) VALUE 'DT01'.                            PGM214
022700     05 FILLER PIC X(30) VALUE 'DOWNTIME EQUIP NOT ON MASTER'.    PGM214
022800     05 FILLER PIC X(08) VALUE 'DOWNTIME'.                        PGM214
022900     05 FILLER PIC X(04) VALUE 'DT02'.                            PGM214
023000     05 FILLER PIC X(30) VALUE 'DOWNTIME EQUIPMENT INACTIVE'.     PGM214
023100     05 FILLER PIC X(08) VALUE 'SPECMAST'.                        PGM214
023200     05 FILLER PIC X(04) VALUE 'PS01'.                            PGM214
023300     05 FILLER PIC X(30) VALUE 'SPEC PRODUCT HAS NO PLAN'.        PGM214
023400 01  WS-RULE-DEFS-R REDEFINES WS-RULE-DEFS.                       PGM214
023500     05 WS-RULE-DEF OCCURS 10 TIMES.                              PGM214
023600         10 RL-MASTER-NM      PIC X(08).                          PGM214
023700         10 RL-RULE-CD        PIC X(04).                          PGM214
023800         10 RL-RULE-DESC      PIC X(30).                          PGM214
023900*                                                                 PGM214
024000* 규칙별 건수 및 직전 실행 건수                                               PGM214
024100 01  WS-RX                  PIC 9(02) COMP VALUE ZEROS.           PGM214
024200 01  WS-RULE-SEQ            PIC 9(02) VALUE ZEROS.                PGM214
024300 01  WS-RULE-COUNTS.                                              PGM214
024400     05 WS-RULE-CNT OCCURS 10 TIMES.                              PGM214
024500         10 RC-CHECKED-CNT    PIC 9(09).                          PGM214
024600         10 RC-EXCEPT-CNT     PIC 9(09).                          PGM214
024700         10 RC-PREV-DATE      PIC 9(08).                          PGM214
024800         10 RC-PREV-CNT       PIC 9(09).                          PGM214
024900*                                                                 PGM214
025000* 라인 능력 등록 라인                                                     PGM214
025100 01  WS-LN-COUNT            PIC 9(04) VALUE ZEROS.                PGM214
025200 01  WS-LN-MAX              PIC 9(04) VALUE 500.                  PGM214
025300 01  WS-LN-TABLE.                                                 PGM214
025400     05 WS-LN-ENTRY OCCURS 500 TIMES                              PGM214
025500             INDEXED BY LN-IDX.                                   PGM214
025600         10 LT-LINE-CD        PIC X(10).                          PGM214
025700*                                                                 PGM214
025800* 기간 내 생산계획이 있는 제품                                                PGM214
025900 01  WS-PL-COUNT            PIC 9(04) VALUE ZEROS.                PGM214
026000 01  WS-PL-MAX              PIC 9(04) VALUE 3000.                 PGM214
026100 01  WS-PL-TABLE.                                                 PGM214
026200     05 WS-PL-ENTRY OCCURS 3000 TIMES                             PGM214
026300             INDEXED BY PL-IDX.                                   PGM214
026400         10 PT-PRODUCT-CD     PIC X(15).                          PGM214
026500*                                                                 PGM214
026600 01  WS-TOTAL-EXCEPT        PIC 9(09) VALUE ZEROS.                PGM214
026700 01  WS-TOTAL-PREV          PIC 9(09) VALUE ZEROS.                PGM214
026800 01  WS-CHANGE-CNT          PIC S9(09) VALUE ZEROS.               PGM214
026900 01  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROS.                PGM214
027000 01  WS-PRINT-RULE-SEQ      PIC 9(02) VALUE ZEROS.                PGM214
027100*                                                                 PGM214
027200 01  WS-RPT-HEADER.                                               PGM214
027300     05 FILLER               PIC X(44) VALUE                      PGM214
027400             'PGM214 CROSS-MASTER REFERENTIAL INTEGRITY - '.      PGM214
027500     05 FILLER               PIC X(04) VALUE 'RUN '.              PGM214
027600     05 RH-RUN-DATE          PIC 9(08).                           PGM214
027700     05 FILLER               PIC X(17) VALUE '  LOOKBACK FROM  '. PGM214
027800     05 RH-FROM-YYYYMM       PIC 9(06).                           PGM214
027900     05 FILLER               PIC X(53) VALUE SPACES.              PGM214
028000 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM214
028100 01  WS-RPT-SECTION.                                              PGM214
028200     05 RS-TITLE             PIC X(40).                           PGM214
028300     05 FILLER               PIC X(92) VALUE SPACES.              PGM214
028400 01  WS-RPT-RULE-HEAD.                                            PGM214
028500     05 FILLER               PIC X(07) VALUE 'MASTER '.           PGM214
028600     05 RG-MASTER-NM         PIC X(08).                           PGM214
028700     05 FILLER               PIC X(07) VALUE '  RULE '.           PGM214
028800     05 RG-RULE-CD           PIC X(04).                           PGM214
028900     05 FILLER               PIC X(02) VALUE SPACES.              PGM214
029000     05 RG-RULE-DESC         PIC X(30).                           PGM214
029100     05 FILLER               PIC X(74) VALUE SPACES.              PGM214
029200 01  WS-RPT-EXC-HEAD.                                             PGM214
029300     05 FILLER               PIC X(44) VALUE                      PGM214
029400             '    RECORD KEY                              '.      PGM214
029500     05 FILLER               PIC X(44) VALUE                      PGM214
029600             '   REFERENCED VALUE      NOTE               '.      PGM214
029700     05 FILLER               PIC X(44) VALUE SPACES.              PGM214
029800 01  WS-RPT-EXC-DETAIL.                                           PGM214
029900     05 FILLER               PIC X(04) VALUE SPACES.              PGM214
030000     05 RD-KEY-1             PIC X(20).                           PGM214
030100     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
030200     05 RD-KEY-2             PIC X(20).                           PGM214
030300     05 FILLER               PIC X(02) VALUE SPACES.              PGM214
030400     05 RD-REF-VALUE         PIC X(20).                           PGM214
030500     05 FILLER               PIC X(02) VALUE SPACES.              PGM214
030600     05 RD-NOTE              PIC X(30).                           PGM214
030700     05 FILLER               PIC X(33) VALUE SPACES.              PGM214
030800 01  WS-RPT-NONE.                                                 PGM214
030900     05 FILLER               PIC X(28) VALUE                      PGM214
031000             '    NO EXCEPTIONS FOUND     '.                      PGM214
031100     05 FILLER               PIC X(104) VALUE SPACES.             PGM214
031200 01  WS-RPT-SUM-HEAD.                                             PGM214
031300     05 FILLER               PIC X(44) VALUE                      PGM214
031400             'MASTER   RULE DESCRIPTION                   '.      PGM214
031500     05 FILLER               PIC X(44) VALUE                      PGM214
031600             '     CHECKED EXCEPTIONS  PREVIOUS PREV-DATE '.      PGM214
031700     05 FILLER               PIC X(44) VALUE                      PGM214
031800             '   CHANGE                                   '.      PGM214
031900 01  WS-RPT-SUM-DETAIL.                                           PGM214
032000     05 RM-MASTER-NM         PIC X(08).                           PGM214
032100     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
032200     05 RM-RULE-CD           PIC X(04).                           PGM214
032300     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
032400     05 RM-RULE-DESC         PIC X(30).                           PGM214
032500     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
032600     05 RM-CHECKED-CNT       PIC ZZZ,ZZZ,ZZ9.                     PGM214
032700     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
032800     05 RM-EXCEPT-CNT        PIC ZZZZZZZZZ9.                      PGM214
032900     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
033000     05 RM-PREV-CNT          PIC ZZZZZZZZ9.                       PGM214
033100     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
033200     05 RM-PREV-DATE         PIC 9(08).                           PGM214
033300     05 FILLER               PIC X(01) VALUE SPACES.              PGM214
033400     05 RM-CHANGE-CNT        PIC -ZZZZZZZZ9.                      PGM214
033500     05 FILLER               PIC X(35) VALUE SPACES.              PGM214
033600 01  WS-RPT-TOTALS.                                               PGM214
033700     05 FILLER               PIC X(18) VALUE 'TOTAL EXCEPTIONS  '.PGM214
033800     05 RT-EXCEPT-CNT        PIC ZZZ,ZZZ,ZZ9.                     PGM214
033900     05 FILLER               PIC X(16) VALUE '  PREVIOUS RUN  '.  PGM214
034000     05 RT-PREV-CNT          PIC ZZZ,ZZZ,ZZ9.                     PGM214
034100     05 FILLER               PIC X(10) VALUE '  CHANGE  '.        PGM214
034200     05 RT-CHANGE-CNT        PIC -ZZZ,ZZZ,ZZ9.                    PGM214
034300     05 FILLER               PIC X(54) VALUE SPACES.              PGM214
034400*                                                                 PGM214
034500 PROCEDURE DIVISION.                                              PGM214
034600*                                                                 PGM214
034700 0000-MAIN-PROCESS.                                               PGM214
034800     PERFORM 1000-INITIALIZE                                      PGM214
034900     PERFORM 1100-LOAD-PREVIOUS-COUNTS                            PGM214
035000     PERFORM 1200-LOAD-LINE-CAPACITY                              PGM214
035100     PERFORM 1300-LOAD-PLAN-PRODUCTS                              PGM214
035200     OPEN OUTPUT INTG-EXCEPT-FILE                                 PGM214
035300     IF WS-FILE-STATUS4 NOT = '00'                                PGM214
035400         DISPLAY 'EXCEPTION WORK OPEN ERROR: ' WS-FILE-STATUS4    PGM214
035500         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM214
035600         PERFORM 9900-ABNORMAL-END                                PGM214
035700     END-IF                                                       PGM214
035800     PERFORM 2000-CHECK-BOM                                       PGM214
035900     PERFORM 2500-CHECK-ROUTING                                   PGM214
036000     PERFORM 3000-CHECK-ORDERS                                    PGM214
036100     PERFORM 3500-CHECK-PRICES                                    PGM214
036200     PERFORM 4000-CHECK-DOWNTIME                                  PGM214
036300     PERFORM 4500-CHECK-SPECS                                     PGM214
036400     CLOSE INTG-EXCEPT-FILE                                       PGM214
036500     SORT SORT-WORK-FILE                                          PGM214
036600         ON ASCENDING KEY IX-RULE-SEQ OF SORT-WORK-REC            PGM214
036700         ON ASCENDING KEY IX-KEY-1 OF SORT-WORK-REC               PGM214
036800         ON ASCENDING KEY IX-KEY-2 OF SORT-WORK-REC               PGM214
036900         USING INTG-EXCEPT-FILE                                   PGM214
037000         GIVING SORTED-EXCEPT-FILE                                PGM214
037100     PERFORM 6000-PRINT-EXCEPTIONS                                PGM214
037200     PERFORM 7000-PRINT-SUMMARY                                   PGM214
037300     PERFORM 8000-WRITE-HISTORY                                   PGM214
037400     PERFORM 9000-FINALIZE                                        PGM214
037500     GOBACK.                                                      PGM214
037600*                                                                 PGM214
037700* 조회 기간 기본 12개월 (당월 포함 이전 n개월부터).                                 PGM214
037800 1000-INITIALIZE.                                                 PGM214
037900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM214
038000     MOVE SPACES TO INTG-PARM-REC                                 PGM214
038100     OPEN INPUT INTG-PARM-FILE                                    PGM214
038200     IF WS-FILE-STATUS = '00'                                     PGM214
038300         READ INTG-PARM-FILE                                      PGM214
038400             AT END                                               PGM214
038500                 MOVE SPACES TO INTG-PARM-REC                     PGM214
038600         END-READ                                                 PGM214
038700         CLOSE INTG-PARM-FILE                                     PGM214
038800     END-IF                                                       PGM214
038900     IF IP-LOOKBACK-MONTHS NUMERIC AND IP-LOOKBACK-MONTHS > 0     PGM214
039000         MOVE IP-LOOKBACK-MONTHS TO WS-LOOKBACK-MONTHS            PGM214
039100     END-IF                                                       PGM214
039200     COMPUTE WS-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM           PGM214
039300                         - WS-LOOKBACK-MONTHS                     PGM214
039400     DIVIDE WS-MONTH-NO BY 12 GIVING WS-FROM-YYYY                 PGM214
039500         REMAINDER WS-MONTH-REM                                   PGM214
039600     COMPUTE WS-FROM-MM = WS-MONTH-REM + 1                        PGM214
039700     INITIALIZE WS-RULE-COUNTS                                    PGM214
039800     OPEN OUTPUT INTG-REPORT-FILE                                 PGM214
039900     IF WS-FILE-STATUS6 NOT = '00'                                PGM214
040000         DISPLAY 'INTEGRITY REPORT OPEN ERROR: ' WS-FILE-STATUS6  PGM214
040100         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM214
040200         PERFORM 9900-ABNORMAL-END                                PGM214
040300     END-IF                                                       PGM214
040400     MOVE WS-RUN-DATE    TO RH-RUN-DATE                           PGM214
040500     MOVE WS-FROM-YYYYMM TO RH-FROM-YYYYMM                        PGM214
040600     WRITE INTG-REPORT-REC FROM WS-RPT-HEADER.                    PGM214
040700*                                                                 PGM214
040800* ---------------------------------------------------------       PGM214
040900* 직전 실행 건수: 당일 이전 가장 최근 실행일의 규칙별 건수                               PGM214
041000* ---------------------------------------------------------       PGM214
041100 1100-LOAD-PREVIOUS-COUNTS.                                       PGM214
041200     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
041300     OPEN INPUT INTG-HISTORY-FILE                                 PGM214
041400     IF WS-FILE-STATUS5 = '00'                                    PGM214
041500         PERFORM 1110-READ-HISTORY                                PGM214
041600         PERFORM 1120-KEEP-PREVIOUS                               PGM214
041700             UNTIL WS-EOF                                         PGM214
041800         CLOSE INTG-HISTORY-FILE                                  PGM214
041900     ELSE                                                         PGM214
042000         DISPLAY 'NO INTEGRITY HISTORY - FIRST RUN'               PGM214
042100     END-IF.                                                      PGM214
042200*                                                                 PGM214
042300 1110-READ-HISTORY.                                               PGM214
042400     READ INTG-HISTORY-FILE                                       PGM214
042500         AT END SET WS-EOF TO TRUE                                PGM214
042600     END-READ.                                                    PGM214
042700*                                                                 PGM214
042800 1120-KEEP-PREVIOUS.                                              PGM214
042900     ADD 1 TO WS-HIST-READ-COUNT                                  PGM214
043000     IF IH-RUN-DATE < WS-RUN-DATE                                 PGM214
043100         PERFORM 1130-MATCH-HISTORY-RULE                          PGM214
043200             VARYING WS-RX FROM 1 BY 1                            PGM214
043300             UNTIL WS-RX > WS-RULE-COUNT                          PGM214
043400     END-IF                                                       PGM214
043500     PERFORM 1110-READ-HISTORY.                                   PGM214
043600*                                                                 PGM214
043700 1130-MATCH-HISTORY-RULE.                                         PGM214
043800     IF RL-RULE-CD (WS-RX) = IH-RULE-CD                           PGM214
043900         AND IH-RUN-DATE NOT < RC-PREV-DATE (WS-RX)               PGM214
044000         MOVE IH-RUN-DATE      TO RC-PREV-DATE (WS-RX)            PGM214
044100         MOVE IH-EXCEPTION-CNT TO RC-PREV-CNT (WS-RX)             PGM214
044200     END-IF.                                                      PGM214
044300*                                                                 PGM214
044400* ---------------------------------------------------------       PGM214
044500* 라인 능력 파일(순차)의 라인 코드 적재                                          PGM214
044600* ---------------------------------------------------------       PGM214
044700 1200-LOAD-LINE-CAPACITY.                                         PGM214
044800     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
044900     OPEN INPUT LINE-CAPACITY-FILE                                PGM214
045000     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
045100         DISPLAY 'LINE CAPACITY OPEN ERROR: ' WS-FILE-STATUS3     PGM214
045200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
045300         PERFORM 9900-ABNORMAL-END                                PGM214
045400     END-IF                                                       PGM214
045500     PERFORM 1210-READ-LINE-CAPACITY                              PGM214
045600     PERFORM 1220-STORE-LINE                                      PGM214
045700         UNTIL WS-EOF                                             PGM214
045800     CLOSE LINE-CAPACITY-FILE.                                    PGM214
045900*                                                                 PGM214
046000 1210-READ-LINE-CAPACITY.                                         PGM214
046100     READ LINE-CAPACITY-FILE                                      PGM214
046200         AT END SET WS-EOF TO TRUE                                PGM214
046300     END-READ.                                                    PGM214
046400*                                                                 PGM214
046500 1220-STORE-LINE.                                                 PGM214
046600     IF WS-LN-COUNT NOT < WS-LN-MAX                               PGM214
046700         DISPLAY 'LINE CAPACITY TABLE FULL: ' WS-LN-MAX           PGM214
046800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM214
046900         PERFORM 9900-ABNORMAL-END                                PGM214
047000     END-IF                                                       PGM214
047100     ADD 1 TO WS-LN-COUNT                                         PGM214
047200     MOVE LN-LINE-CD TO LT-LINE-CD (WS-LN-COUNT)                  PGM214
047300     PERFORM 1210-READ-LINE-CAPACITY.                             PGM214
047400*                                                                 PGM214
047500* ---------------------------------------------------------       PGM214
047600* 기간 내 생산계획 제품 적재 (계획 키는 공장이 선두)                                  PGM214
047700* ---------------------------------------------------------       PGM214
047800 1300-LOAD-PLAN-PRODUCTS.                                         PGM214
047900     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
048000     OPEN INPUT PROD-PLAN-FILE                                    PGM214
048100     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
048200         DISPLAY 'PRODUCTION PLAN OPEN ERROR: ' WS-FILE-STATUS3   PGM214
048300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
048400         PERFORM 9900-ABNORMAL-END                                PGM214
048500     END-IF                                                       PGM214
048600     PERFORM 1310-READ-PLAN                                       PGM214
048700     PERFORM 1320-STORE-PLAN-PRODUCT                              PGM214
048800         UNTIL WS-EOF                                             PGM214
048900     CLOSE PROD-PLAN-FILE.                                        PGM214
049000*                                                                 PGM214
049100 1310-READ-PLAN.                                                  PGM214
049200     READ PROD-PLAN-FILE                                          PGM214
049300         AT END SET WS-EOF TO TRUE                                PGM214
049400     END-READ.                                                    PGM214
049500*                                                                 PGM214
049600 1320-STORE-PLAN-PRODUCT.                                         PGM214
049700     IF PP-YYYYMM NOT < WS-FROM-YYYYMM                            PGM214
049800         SET PL-IDX TO 1                                          PGM214
049900         SEARCH WS-PL-ENTRY                                       PGM214
050000             AT END                                               PGM214
050100                 PERFORM 1330-ADD-PLAN-PRODUCT                    PGM214
050200             WHEN PL-IDX > WS-PL-COUNT                            PGM214
050300                 PERFORM 1330-ADD-PLAN-PRODUCT                    PGM214
050400             WHEN PT-PRODUCT-CD (PL-IDX) = PP-PRODUCT-CD          PGM214
050500                 CONTINUE                                         PGM214
050600         END-SEARCH                                               PGM214
050700     END-IF                                                       PGM214
050800     PERFORM 1310-READ-PLAN.                                      PGM214
050900*                                                                 PGM214
051000 1330-ADD-PLAN-PRODUCT.                                           PGM214
051100     IF WS-PL-COUNT NOT < WS-PL-MAX                               PGM214
051200         DISPLAY 'PLAN PRODUCT TABLE FULL: ' WS-PL-MAX            PGM214
051300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM214
051400         PERFORM 9900-ABNORMAL-END                                PGM214
051500     END-IF                                                       PGM214
051600     ADD 1 TO WS-PL-COUNT                                         PGM214
051700     MOVE PP-PRODUCT-CD TO PT-PRODUCT-CD (WS-PL-COUNT).           PGM214
051800*                                                                 PGM214
051900* ---------------------------------------------------------       PGM214
052000* BM01-03: 유효 BOM 자재의 원자재 마스터 등록/상태                               PGM214
052100* ---------------------------------------------------------       PGM214
052200 2000-CHECK-BOM.                                                  PGM214
052300     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
052400     OPEN INPUT BOM-MASTER-FILE                                   PGM214
052500     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
052600         DISPLAY 'BOM MASTER OPEN ERROR: ' WS-FILE-STATUS2        PGM214
052700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
052800         PERFORM 9900-ABNORMAL-END                                PGM214
052900     END-IF                                                       PGM214
053000     OPEN INPUT RM-MASTER-FILE                                    PGM214
053100     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
053200         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS3         PGM214
053300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
053400         PERFORM 9900-ABNORMAL-END                                PGM214
053500     END-IF                                                       PGM214
053600     PERFORM 2010-READ-BOM                                        PGM214
053700     PERFORM 2100-CHECK-BOM-LINE                                  PGM214
053800         UNTIL WS-EOF                                             PGM214
053900     CLOSE BOM-MASTER-FILE                                        PGM214
054000     CLOSE RM-MASTER-FILE.                                        PGM214
054100*                                                                 PGM214
054200 2010-READ-BOM.                                                   PGM214
054300     READ BOM-MASTER-FILE                                         PGM214
054400         AT END SET WS-EOF TO TRUE                                PGM214
054500     END-READ.                                                    PGM214
054600*                                                                 PGM214
054700 2100-CHECK-BOM-LINE.                                             PGM214
054800     IF BM-ACTIVE                                                 PGM214
054900         ADD 1 TO RC-CHECKED-CNT (1)                              PGM214
055000         ADD 1 TO RC-CHECKED-CNT (2)                              PGM214
055100         ADD 1 TO RC-CHECKED-CNT (3)                              PGM214
055200         MOVE SPACES          TO INTG-EXCEPT-REC                  PGM214
055300         MOVE BM-PRODUCT-CD   TO IX-KEY-1 OF INTG-EXCEPT-REC      PGM214
055400         MOVE BM-MATL-CD      TO IX-KEY-2 OF INTG-EXCEPT-REC      PGM214
055500         MOVE BM-MATL-CD      TO IX-REF-VALUE OF INTG-EXCEPT-REC  PGM214
055600         MOVE BM-MATL-CD      TO RM-MATL-CD                       PGM214
055700         READ RM-MASTER-FILE                                      PGM214
055800             INVALID KEY                                          PGM214
055900                 MOVE 'MATERIAL NOT FOUND'                        PGM214
056000                     TO IX-NOTE OF INTG-EXCEPT-REC                PGM214
056100                 MOVE 1 TO WS-RULE-SEQ                            PGM214
056200                 PERFORM 5000-WRITE-EXCEPTION                     PGM214
056300             NOT INVALID KEY                                      PGM214
056400                 PERFORM 2110-CHECK-MATERIAL-STATUS               PGM214
056500         END-READ                                                 PGM214
056600     END-IF                                                       PGM214
056700     PERFORM 2010-READ-BOM.                                       PGM214
056800*                                                                 PGM214
056900 2110-CHECK-MATERIAL-STATUS.                                      PGM214
057000     IF RM-INACTIVE                                               PGM214
057100         MOVE 'MATERIAL STATUS INACTIVE'                          PGM214
057200             TO IX-NOTE OF INTG-EXCEPT-REC                        PGM214
057300         MOVE 2 TO WS-RULE-SEQ                                    PGM214
057400         PERFORM 5000-WRITE-EXCEPTION                             PGM214
057500     ELSE                                                         PGM214
057600         IF RM-PENDING-APR                                        PGM214
057700             MOVE 'MATERIAL APPROVAL PENDING'                     PGM214
057800                 TO IX-NOTE OF INTG-EXCEPT-REC                    PGM214
057900             MOVE 3 TO WS-RULE-SEQ                                PGM214
058000             PERFORM 5000-WRITE-EXCEPTION                         PGM214
058100         END-IF                                                   PGM214
058200     END-IF.                                                      PGM214
058300*                                                                 PGM214
058400* ---------------------------------------------------------       PGM214
058500* RU01: 유효 라우팅 공정 라인의 능력 등록                                       PGM214
058600* ---------------------------------------------------------       PGM214
058700 2500-CHECK-ROUTING.                                              PGM214
058800     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
058900     OPEN INPUT ROUTING-FILE                                      PGM214
059000     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
059100         DISPLAY 'ROUTING OPEN ERROR: ' WS-FILE-STATUS2           PGM214
059200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
059300         PERFORM 9900-ABNORMAL-END                                PGM214
059400     END-IF                                                       PGM214
059500     PERFORM 2510-READ-ROUTING                                    PGM214
059600     PERFORM 2600-CHECK-ROUTING-STEP                              PGM214
059700         UNTIL WS-EOF                                             PGM214
059800     CLOSE ROUTING-FILE.                                          PGM214
059900*                                                                 PGM214
060000 2510-READ-ROUTING.                                               PGM214
060100     READ ROUTING-FILE                                            PGM214
060200         AT END SET WS-EOF TO TRUE                                PGM214
060300     END-READ.                                                    PGM214
060400*                                                                 PGM214
060500 2600-CHECK-ROUTING-STEP.                                         PGM214
060600     IF RU-ACTIVE                                                 PGM214
060700         ADD 1 TO RC-CHECKED-CNT (4)                              PGM214
060800         MOVE 'N' TO WS-FOUND-FLAG                                PGM214
060900         SET LN-IDX TO 1                                          PGM214
061000         SEARCH WS-LN-ENTRY                                       PGM214
061100             AT END                                               PGM214
061200                 CONTINUE                                         PGM214
061300             WHEN LN-IDX > WS-LN-COUNT                            PGM214
061400                 CONTINUE                                         PGM214
061500             WHEN LT-LINE-CD (LN-IDX) = RU-LINE-CD                PGM214
061600                 SET WS-FOUND TO TRUE                             PGM214
061700         END-SEARCH                                               PGM214
061800         IF NOT WS-FOUND                                          PGM214
061900             MOVE SPACES         TO INTG-EXCEPT-REC               PGM214
062000             MOVE RU-PRODUCT-CD  TO IX-KEY-1 OF INTG-EXCEPT-REC   PGM214
062100             MOVE RU-OPER-SEQ    TO IX-KEY-2 OF INTG-EXCEPT-REC   PGM214
062200             MOVE RU-LINE-CD                                      PGM214
062300                 TO IX-REF-VALUE OF INTG-EXCEPT-REC               PGM214
062400             MOVE 'NO LINE CAPACITY RECORD'                       PGM214
062500                 TO IX-NOTE OF INTG-EXCEPT-REC                    PGM214
062600             MOVE 4 TO WS-RULE-SEQ                                PGM214
062700             PERFORM 5000-WRITE-EXCEPTION                         PGM214
062800         END-IF                                                   PGM214
062900     END-IF                                                       PGM214
063000     PERFORM 2510-READ-ROUTING.                                   PGM214
063100*                                                                 PGM214
063200* ---------------------------------------------------------       PGM214
063300* SO01-02: 미출하 수주 품목/창고의 재고 마스터 등록/단종                             PGM214
063400* ---------------------------------------------------------       PGM214
063500 3000-CHECK-ORDERS.                                               PGM214
063600     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
063700     OPEN INPUT CUSTOMER-ORDER-FILE                               PGM214
063800     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
063900         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS2    PGM214
064000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
064100         PERFORM 9900-ABNORMAL-END                                PGM214
064200     END-IF                                                       PGM214
064300     OPEN INPUT INVENTORY-MASTER-FILE                             PGM214
064400     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
064500         DISPLAY 'INVENTORY MASTER OPEN ERROR: ' WS-FILE-STATUS3  PGM214
064600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
064700         PERFORM 9900-ABNORMAL-END                                PGM214
064800     END-IF                                                       PGM214
064900     PERFORM 3010-READ-ORDER                                      PGM214
065000     PERFORM 3100-CHECK-ORDER-LINE                                PGM214
065100         UNTIL WS-EOF                                             PGM214
065200     CLOSE CUSTOMER-ORDER-FILE                                    PGM214
065300     CLOSE INVENTORY-MASTER-FILE.                                 PGM214
065400*                                                                 PGM214
065500 3010-READ-ORDER.                                                 PGM214
065600     READ CUSTOMER-ORDER-FILE                                     PGM214
065700         AT END SET WS-EOF TO TRUE                                PGM214
065800     END-READ.                                                    PGM214
065900*                                                                 PGM214
066000 3100-CHECK-ORDER-LINE.                                           PGM214
066100     IF NOT SO-SHIPPED AND NOT SO-CANCELLED                       PGM214
066200         ADD 1 TO RC-CHECKED-CNT (5)                              PGM214
066300         ADD 1 TO RC-CHECKED-CNT (6)                              PGM214
066400         MOVE SPACES          TO INTG-EXCEPT-REC                  PGM214
066500         MOVE SO-ORDER-NO     TO IX-KEY-1 OF INTG-EXCEPT-REC      PGM214
066600         STRING SO-LINE-NO ' WH ' SO-WAREHOUSE-CD                 PGM214
066700             DELIMITED BY SIZE INTO IX-KEY-2 OF INTG-EXCEPT-REC   PGM214
066800         MOVE SO-PRODUCT-CD   TO IX-REF-VALUE OF INTG-EXCEPT-REC  PGM214
066900         MOVE SO-PRODUCT-CD   TO IM-ITEM-CD                       PGM214
067000         MOVE SO-WAREHOUSE-CD TO IM-WAREHOUSE-CD                  PGM214
067100         READ INVENTORY-MASTER-FILE                               PGM214
067200             INVALID KEY                                          PGM214
067300                 MOVE 'ITEM/WAREHOUSE NOT FOUND'                  PGM214
067400                     TO IX-NOTE OF INTG-EXCEPT-REC                PGM214
067500                 MOVE 5 TO WS-RULE-SEQ                            PGM214
067600                 PERFORM 5000-WRITE-EXCEPTION                     PGM214
067700             NOT INVALID KEY                                      PGM214
067800                 IF IM-DISCONTINUED                               PGM214
067900                     MOVE 'ITEM DISCONTINUED'                     PGM214
068000                         TO IX-NOTE OF INTG-EXCEPT-REC            PGM214
068100                     MOVE 6 TO WS-RULE-SEQ                        PGM214
068200                     PERFORM 5000-WRITE-EXCEPTION                 PGM214
068300                 END-IF                                           PGM214
068400         END-READ                                                 PGM214
068500     END-IF                                                       PGM214
068600     PERFORM 3010-READ-ORDER.                                     PGM214
068700*                                                                 PGM214
068800* ---------------------------------------------------------       PGM214
068900* SP01: 고객별 유효 단가의 고객 마스터 등록                                      PGM214
069000*       (고객 코드 공백 = 전체 고객 단가, 점검 제외)                              PGM214
069100* ---------------------------------------------------------       PGM214
069200 3500-CHECK-PRICES.                                               PGM214
069300     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
069400     OPEN INPUT SALES-PRICE-FILE                                  PGM214
069500     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
069600         DISPLAY 'SALES PRICE OPEN ERROR: ' WS-FILE-STATUS2       PGM214
069700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
069800         PERFORM 9900-ABNORMAL-END                                PGM214
069900     END-IF                                                       PGM214
070000     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM214
070100     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
070200         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS3   PGM214
070300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
070400         PERFORM 9900-ABNORMAL-END                                PGM214
070500     END-IF                                                       PGM214
070600     PERFORM 3510-READ-PRICE                                      PGM214
070700     PERFORM 3600-CHECK-PRICE-ENTRY                               PGM214
070800         UNTIL WS-EOF                                             PGM214
070900     CLOSE SALES-PRICE-FILE                                       PGM214
071000     CLOSE CUSTOMER-MASTER-FILE.                                  PGM214
071100*                                                                 PGM214
071200 3510-READ-PRICE.                                                 PGM214
071300     READ SALES-PRICE-FILE                                        PGM214
071400         AT END SET WS-EOF TO TRUE                                PGM214
071500     END-READ.                                                    PGM214
071600*                                                                 PGM214
071700 3600-CHECK-PRICE-ENTRY.                                          PGM214
071800     IF SP-ACTIVE AND SP-CUSTOMER-CD NOT = SPACES                 PGM214
071900         ADD 1 TO RC-CHECKED-CNT (7)                              PGM214
072000         MOVE SP-CUSTOMER-CD TO CU-CUSTOMER-CD                    PGM214
072100         READ CUSTOMER-MASTER-FILE                                PGM214
072200             INVALID KEY                                          PGM214
072300                 MOVE SPACES         TO INTG-EXCEPT-REC           PGM214
072400                 MOVE SP-PRODUCT-CD                               PGM214
072500                     TO IX-KEY-1 OF INTG-EXCEPT-REC               PGM214
072600                 MOVE SP-EFF-DATE                                 PGM214
072700                     TO IX-KEY-2 OF INTG-EXCEPT-REC               PGM214
072800                 MOVE SP-CUSTOMER-CD                              PGM214
072900                     TO IX-REF-VALUE OF INTG-EXCEPT-REC           PGM214
073000                 MOVE 'CUSTOMER NOT FOUND'                        PGM214
073100                     TO IX-NOTE OF INTG-EXCEPT-REC                PGM214
073200                 MOVE 7 TO WS-RULE-SEQ                            PGM214
073300                 PERFORM 5000-WRITE-EXCEPTION                     PGM214
073400         END-READ                                                 PGM214
073500     END-IF                                                       PGM214
073600     PERFORM 3510-READ-PRICE.                                     PGM214
073700*                                                                 PGM214
073800* ---------------------------------------------------------       PGM214
073900* DT01-02: 기간 내 유효 비가동 설비의 설비 마스터 등록/상태                           PGM214
074000* ---------------------------------------------------------       PGM214
074100 4000-CHECK-DOWNTIME.                                             PGM214
074200     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
074300     OPEN INPUT DOWNTIME-FILE                                     PGM214
074400     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
074500         DISPLAY 'DOWNTIME OPEN ERROR: ' WS-FILE-STATUS2          PGM214
074600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
074700         PERFORM 9900-ABNORMAL-END                                PGM214
074800     END-IF                                                       PGM214
074900     OPEN INPUT EQUIPMENT-MASTER-FILE                             PGM214
075000     IF WS-FILE-STATUS3 NOT = '00'                                PGM214
075100         DISPLAY 'EQUIPMENT MASTER OPEN ERROR: ' WS-FILE-STATUS3  PGM214
075200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM214
075300         PERFORM 9900-ABNORMAL-END                                PGM214
075400     END-IF                                                       PGM214
075500     PERFORM 4010-READ-DOWNTIME                                   PGM214
075600     PERFORM 4100-CHECK-DOWNTIME-EVENT                            PGM214
075700         UNTIL WS-EOF                                             PGM214
075800     CLOSE DOWNTIME-FILE                                          PGM214
075900     CLOSE EQUIPMENT-MASTER-FILE.                                 PGM214
076000*                                                                 PGM214
076100 4010-READ-DOWNTIME.                                              PGM214
076200     READ DOWNTIME-FILE                                           PGM214
076300         AT END SET WS-EOF TO TRUE                                PGM214
076400     END-READ.                                                    PGM214
076500*                                                                 PGM214
076600 4100-CHECK-DOWNTIME-EVENT.                                       PGM214
076700     IF DT-ACTIVE AND DT-EQUIP-ID NOT = SPACES                    PGM214
076800         AND DT-DOWN-DATE (1:6) NOT < WS-FROM-YYYYMM              PGM214
076900         ADD 1 TO RC-CHECKED-CNT (8)                              PGM214
077000         ADD 1 TO RC-CHECKED-CNT (9)                              PGM214
077100         MOVE SPACES          TO INTG-EXCEPT-REC                  PGM214
077200         MOVE DT-LINE-CD      TO IX-KEY-1 OF INTG-EXCEPT-REC      PGM214
077300         STRING DT-DOWN-DATE ' ' DT-START-TIME                    PGM214
077400             DELIMITED BY SIZE INTO IX-KEY-2 OF INTG-EXCEPT-REC   PGM214
077500         MOVE DT-EQUIP-ID     TO IX-REF-VALUE OF INTG-EXCEPT-REC  PGM214
077600         MOVE DT-EQUIP-ID     TO EQ-EQUIP-ID                      PGM214
077700         READ EQUIPMENT-MASTER-FILE                               PGM214
077800             INVALID KEY                                          PGM214
077900                 MOVE 'EQUIPMENT NOT FOUND'                       PGM214
078000                     TO IX-NOTE OF INTG-EXCEPT-REC                PGM214
078100                 MOVE 8 TO WS-RULE-SEQ                            PGM214
078200                 PERFORM 5000-WRITE-EXCEPTION                     PGM214
078300             NOT INVALID KEY                                      PGM214
078400                 IF EQ-INACTIVE                                   PGM214
078500                     MOVE 'EQUIPMENT STATUS INACTIVE'             PGM214
078600                         TO IX-NOTE OF INTG-EXCEPT-REC            PGM214
078700                     MOVE 9 TO WS-RULE-SEQ                        PGM214
078800                     PERFORM 5000-WRITE-EXCEPTION                 PGM214
078900                 END-IF                                           PGM214
079000         END-READ                                                 PGM214
079100     END-IF                                                       PGM214
079200     PERFORM 4010-READ-DOWNTIME.                                  PGM214
079300*                                                                 PGM214
079400* ---------------------------------------------------------       PGM214
079500* PS01: 유효 규격 제품의 기간 내 생산계획 (제품당 1회)                              PGM214
079600* ---------------------------------------------------------       PGM214
079700 4500-CHECK-SPECS.                                                PGM214
079800     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
079900     MOVE SPACES TO WS-LAST-SPEC-PRODUCT                          PGM214
080000     OPEN INPUT SPEC-MASTER-FILE                                  PGM214
080100     IF WS-FILE-STATUS2 NOT = '00'                                PGM214
080200         DISPLAY 'SPEC MASTER OPEN ERROR: ' WS-FILE-STATUS2       PGM214
080300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM214
080400         PERFORM 9900-ABNORMAL-END                                PGM214
080500     END-IF                                                       PGM214
080600     PERFORM 4510-READ-SPEC                                       PGM214
080700     PERFORM 4600-CHECK-SPEC-PRODUCT                              PGM214
080800         UNTIL WS-EOF                                             PGM214
080900     CLOSE SPEC-MASTER-FILE.                                      PGM214
081000*                                                                 PGM214
081100 4510-READ-SPEC.                                                  PGM214
081200     READ SPEC-MASTER-FILE                                        PGM214
081300         AT END SET WS-EOF TO TRUE                                PGM214
081400     END-READ.                                                    PGM214
081500*                                                                 PGM214
081600 4600-CHECK-SPEC-PRODUCT.                                         PGM214
081700     IF PS-ACTIVE AND PS-PRODUCT-CD NOT = WS-LAST-SPEC-PRODUCT    PGM214
081800         MOVE PS-PRODUCT-CD TO WS-LAST-SPEC-PRODUCT               PGM214
081900         ADD 1 TO RC-CHECKED-CNT (10)                             PGM214
082000         MOVE 'N' TO WS-FOUND-FLAG                                PGM214
082100         SET PL-IDX TO 1                                          PGM214
082200         SEARCH WS-PL-ENTRY                                       PGM214
082300             AT END                                               PGM214
082400                 CONTINUE                                         PGM214
082500             WHEN PL-IDX > WS-PL-COUNT                            PGM214
082600                 CONTINUE                                         PGM214
082700             WHEN PT-PRODUCT-CD (PL-IDX) = PS-PRODUCT-CD          PGM214
082800                 SET WS-FOUND TO TRUE                             PGM214
082900         END-SEARCH                                               PGM214
083000         IF NOT WS-FOUND                                          PGM214
083100             MOVE SPACES         TO INTG-EXCEPT-REC               PGM214
083200             MOVE PS-PRODUCT-CD  TO IX-KEY-1 OF INTG-EXCEPT-REC   PGM214
083300             MOVE PS-CHAR-CD     TO IX-KEY-2 OF INTG-EXCEPT-REC   PGM214
083400             MOVE PS-PRODUCT-CD                                   PGM214
083500                 TO IX-REF-VALUE OF INTG-EXCEPT-REC               PGM214
083600             MOVE 'NO PLAN IN LOOKBACK MONTHS'                    PGM214
083700                 TO IX-NOTE OF INTG-EXCEPT-REC                    PGM214
083800             MOVE 10 TO WS-RULE-SEQ                               PGM214
083900             PERFORM 5000-WRITE-EXCEPTION                         PGM214
084000         END-IF                                                   PGM214
084100     END-IF                                                       PGM214
084200     PERFORM 4510-READ-SPEC.                                      PGM214
084300*                                                                 PGM214
084400* ---------------------------------------------------------       PGM214
084500* 예외 작업 레코드 기록 (규칙 정의에서 마스터/규칙 코드)                                PGM214
084600* ---------------------------------------------------------       PGM214
084700 5000-WRITE-EXCEPTION.                                            PGM214
084800     MOVE WS-RULE-SEQ TO IX-RULE-SEQ OF INTG-EXCEPT-REC           PGM214
084900     MOVE RL-MASTER-NM (WS-RULE-SEQ)                              PGM214
085000         TO IX-MASTER-NM OF INTG-EXCEPT-REC                       PGM214
085100     MOVE RL-RULE-CD (WS-RULE-SEQ)                                PGM214
085200         TO IX-RULE-CD OF INTG-EXCEPT-REC                         PGM214
085300     ADD 1 TO RC-EXCEPT-CNT (WS-RULE-SEQ)                         PGM214
085400     ADD 1 TO WS-TOTAL-EXCEPT                                     PGM214
085500     WRITE INTG-EXCEPT-REC                                        PGM214
085600     IF WS-FILE-STATUS4 NOT = '00'                                PGM214
085700         DISPLAY 'EXCEPTION WORK WRITE ERROR: ' WS-FILE-STATUS4   PGM214
085800         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM214
085900         PERFORM 9900-ABNORMAL-END                                PGM214
086000     END-IF.                                                      PGM214
086100*                                                                 PGM214
086200* ---------------------------------------------------------       PGM214
086300* 예외 보고: 규칙이 바뀔 때 마스터/규칙 제목                                       PGM214
086400* ---------------------------------------------------------       PGM214
086500 6000-PRINT-EXCEPTIONS.                                           PGM214
086600     MOVE 'N' TO WS-EOF-FLAG                                      PGM214
086700     MOVE ZEROS TO WS-PRINT-RULE-SEQ                              PGM214
086800     WRITE INTG-REPORT-REC FROM WS-RPT-BLANK                      PGM214
086900     MOVE 'EXCEPTIONS BY MASTER AND RULE' TO RS-TITLE             PGM214
087000     WRITE INTG-REPORT-REC FROM WS-RPT-SECTION                    PGM214
087100     OPEN INPUT SORTED-EXCEPT-FILE                                PGM214
087200     IF WS-FILE-STATUS4 NOT = '00'                                PGM214
087300         DISPLAY 'SORTED EXCEPTION OPEN ERROR: ' WS-FILE-STATUS4  PGM214
087400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM214
087500         PERFORM 9900-ABNORMAL-END                                PGM214
087600     END-IF                                                       PGM214
087700     PERFORM 6010-READ-SORTED                                     PGM214
087800     PERFORM 6100-PRINT-EXCEPTION                                 PGM214
087900         UNTIL WS-EOF                                             PGM214
088000     CLOSE SORTED-EXCEPT-FILE                                     PGM214
088100     IF WS-TOTAL-EXCEPT = 0                                       PGM214
088200         WRITE INTG-REPORT-REC FROM WS-RPT-NONE                   PGM214
088300     END-IF.                                                      PGM214
088400*                                                                 PGM214
088500 6010-READ-SORTED.                                                PGM214
088600     READ SORTED-EXCEPT-FILE                                      PGM214
088700         AT END SET WS-EOF TO TRUE                                PGM214
088800     END-READ.                                                    PGM214
088900*                                                                 PGM214
089000 6100-PRINT-EXCEPTION.                                            PGM214
089100     IF IX-RULE-SEQ OF SORTED-EXCEPT-REC NOT = WS-PRINT-RULE-SEQ  PGM214
089200         MOVE IX-RULE-SEQ OF SORTED-EXCEPT-REC                    PGM214
089300             TO WS-PRINT-RULE-SEQ                                 PGM214
089400         MOVE RL-MASTER-NM (WS-PRINT-RULE-SEQ) TO RG-MASTER-NM    PGM214
089500         MOVE RL-RULE-CD (WS-PRINT-RULE-SEQ)   TO RG-RULE-CD      PGM214
089600         MOVE RL-RULE-DESC (WS-PRINT-RULE-SEQ) TO RG-RULE-DESC    PGM214
089700         WRITE INTG-REPORT-REC FROM WS-RPT-BLANK                  PGM214
089800         WRITE INTG-REPORT-REC FROM WS-RPT-RULE-HEAD              PGM214
089900         WRITE INTG-REPORT-REC FROM WS-RPT-EXC-HEAD               PGM214
090000     END-IF                                                       PGM214
090100     MOVE IX-KEY-1 OF SORTED-EXCEPT-REC     TO RD-KEY-1           PGM214
090200     MOVE IX-KEY-2 OF SORTED-EXCEPT-REC     TO RD-KEY-2           PGM214
090300     MOVE IX-REF-VALUE OF SORTED-EXCEPT-REC TO RD-REF-VALUE       PGM214
090400     MOVE IX-NOTE OF SORTED-EXCEPT-REC      TO RD-NOTE            PGM214
090500     WRITE INTG-REPORT-REC FROM WS-RPT-EXC-DETAIL                 PGM214
090600     PERFORM 6010-READ-SORTED.                                    PGM214
090700*                                                                 PGM214
090800* ---------------------------------------------------------       PGM214
090900* 규칙별 요약: 점검 건수, 예외, 직전 실행 대비 증감                                  PGM214
091000* ---------------------------------------------------------       PGM214
091100 7000-PRINT-SUMMARY.                                              PGM214
091200     WRITE INTG-REPORT-REC FROM WS-RPT-BLANK                      PGM214
091300     MOVE 'SUMMARY BY RULE' TO RS-TITLE                           PGM214
091400     WRITE INTG-REPORT-REC FROM WS-RPT-SECTION                    PGM214
091500     WRITE INTG-REPORT-REC FROM WS-RPT-SUM-HEAD                   PGM214
091600     PERFORM 7100-PRINT-RULE-LINE                                 PGM214
091700         VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-COUNT    PGM214
091800     COMPUTE WS-CHANGE-CNT = WS-TOTAL-EXCEPT - WS-TOTAL-PREV      PGM214
091900     MOVE WS-TOTAL-EXCEPT TO RT-EXCEPT-CNT                        PGM214
092000     MOVE WS-TOTAL-PREV   TO RT-PREV-CNT                          PGM214
092100     MOVE WS-CHANGE-CNT   TO RT-CHANGE-CNT                        PGM214
092200     WRITE INTG-REPORT-REC FROM WS-RPT-BLANK                      PGM214
092300     WRITE INTG-REPORT-REC FROM WS-RPT-TOTALS.                    PGM214
092400*                                                                 PGM214
092500 7100-PRINT-RULE-LINE.                                            PGM214
092600     COMPUTE WS-CHANGE-CNT = RC-EXCEPT-CNT (WS-RX)                PGM214
092700                           - RC-PREV-CNT (WS-RX)                  PGM214
092800     ADD RC-PREV-CNT (WS-RX) TO WS-TOTAL-PREV                     PGM214
092900     MOVE RL-MASTER-NM (WS-RX)   TO RM-MASTER-NM                  PGM214
093000     MOVE RL-RULE-CD (WS-RX)     TO RM-RULE-CD                    PGM214
093100     MOVE RL-RULE-DESC (WS-RX)   TO RM-RULE-DESC                  PGM214
093200     MOVE RC-CHECKED-CNT (WS-RX) TO RM-CHECKED-CNT                PGM214
093300     MOVE RC-EXCEPT-CNT (WS-RX)  TO RM-EXCEPT-CNT                 PGM214
093400     MOVE RC-PREV-CNT (WS-RX)    TO RM-PREV-CNT                   PGM214
093500     MOVE RC-PREV-DATE (WS-RX)   TO RM-PREV-DATE                  PGM214
093600     MOVE WS-CHANGE-CNT          TO RM-CHANGE-CNT                 PGM214
093700     WRITE INTG-REPORT-REC FROM WS-RPT-SUM-DETAIL.                PGM214
093800*                                                                 PGM214
093900* ---------------------------------------------------------       PGM214
094000* 당일 규칙별 건수를 이력에 추가                                               PGM214
094100* ---------------------------------------------------------       PGM214
094200 8000-WRITE-HISTORY.                                              PGM214
094300     OPEN EXTEND INTG-HISTORY-FILE                                PGM214
094400     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM214
094500         DISPLAY 'INTEGRITY HISTORY OPEN ERROR: ' WS-FILE-STATUS5 PGM214
094600         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM214
094700         PERFORM 9900-ABNORMAL-END                                PGM214
094800     END-IF                                                       PGM214
094900     PERFORM 8100-WRITE-HISTORY-RULE                              PGM214
095000         VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RULE-COUNT    PGM214
095100     CLOSE INTG-HISTORY-FILE.                                     PGM214
095200*                                                                 PGM214
095300 8100-WRITE-HISTORY-RULE.                                         PGM214
095400     MOVE SPACES                 TO INTG-HISTORY-REC              PGM214
095500     MOVE WS-RUN-DATE            TO IH-RUN-DATE                   PGM214
095600     MOVE RL-RULE-CD (WS-RX)     TO IH-RULE-CD                    PGM214
095700     MOVE RL-MASTER-NM (WS-RX)   TO IH-MASTER-NM                  PGM214
095800     MOVE RC-CHECKED-CNT (WS-RX) TO IH-CHECKED-CNT                PGM214
095900     MOVE RC-EXCEPT-CNT (WS-RX)  TO IH-EXCEPTION-CNT              PGM214
096000     WRITE INTG-HISTORY-REC                                       PGM214
096100     IF WS-FILE-STATUS5 NOT = '00'                                PGM214
096200         DISPLAY 'INTEGRITY HISTORY WRITE ERROR: ' WS-FILE-STATUS5PGM214
096300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM214
096400         PERFORM 9900-ABNORMAL-END                                PGM214
096500     END-IF.                                                      PGM214
096600*                                                                 PGM214
096700 9000-FINALIZE.                                                   PGM214
096800     CLOSE INTG-REPORT-FILE                                       PGM214
096900     DISPLAY 'PGM214 COMPLETED: EXCEPTIONS ' WS-TOTAL-EXCEPT      PGM214
097000             ' PREVIOUS RUN ' WS-TOTAL-PREV                       PGM214
097100     IF WS-TOTAL-EXCEPT > 0                                       PGM214
097200         MOVE 4 TO RETURN-CODE                                    PGM214
097300     END-IF.                                                      PGM214
097400*                                                                 PGM214
097500 9750-DIAGNOSE-FILE-STATUS.                                       PGM214
097600     EVALUATE WS-ABEND-STATUS                                     PGM214
097700         WHEN '10'                                                PGM214
097800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM214
097900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM214
098000         WHEN '23'                                                PGM214
098100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM214
098200             DISPLAY '  AND RETRY THE REQUEST'                    PGM214
098300         WHEN '35'                                                PGM214
098400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM214
098500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM214
098600         WHEN '37'                                                PGM214
098700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM214
098800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM214
098900         WHEN '39'                                                PGM214
099000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM214
099100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM214
099200         WHEN '41'                                                PGM214
099300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM214
099400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM214
099500         WHEN '42'                                                PGM214
099600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM214
099700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM214
099800         WHEN '46'                                                PGM214
099900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM214
100000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM214
100100         WHEN OTHER                                               PGM214
100200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM214
100300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM214
100400     END-EVALUATE.                                                PGM214
100500*                                                                 PGM214
100600 9900-ABNORMAL-END.                                               PGM214
100700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM214
100800     DISPLAY 'PGM214 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM214
100900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM214
101000     MOVE 16 TO RETURN-CODE                                       PGM214
101100     GOBACK.                                                      PGM214
101200                                                                  PGM214
