000100 IDENTIFICATION DIVISION.                                         PGM184
000200 PROGRAM-ID.    PGM184.                                           PGM184
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM184
000400*                                                                 PGM184
000500* =========================================================       PGM184
000600* 프로그램명: 철강협회 월간 통계 보고                                            PGM184
000700* 처리내용  : 대상월의 생산(생산실적 트랜잭션), 출하(출하확정                             PGM184
000800*            이력, 고객 거래통화로 내수/수출 구분), 월말 재고                        PGM184
000900*            (재고 마스터)를 제품별 협회 품목분류 매핑(CPYASCM)                    PGM184
001000*            으로 묶어 협회 제출 파일(CPYASRT)과 인쇄본을 만든다.                   PGM184
001100*            제출 전에 생산 합계를 일일 생산집계와 월마감 집계                         PGM184
001200*            (PGM023)에, 출하 합계를 수불대장 출하분에 대사하고                     PGM184
001300*            매핑 없는 생산/출하가 없는지 확인한다. 대사가 맞지                        PGM184
001400*            않으면 제출 파일을 만들지 않고 RC 4로 끝낸다 (강제                      PGM184
001500*            플래그 Y면 차이를 인쇄한 채 제출). 월말 재고는 실행                      PGM184
001600*            시점 재고 마스터 잔량이므로 월말 마감 직후 돌린다.                        PGM184
001700* =========================================================       PGM184
001800*                                                                 PGM184
001900 ENVIRONMENT DIVISION.                                            PGM184
002000 CONFIGURATION SECTION.                                           PGM184
002100 INPUT-OUTPUT SECTION.                                            PGM184
002200 FILE-CONTROL.                                                    PGM184
002300     SELECT OPTIONAL ASSOC-PARM-FILE                              PGM184
002400         ASSIGN TO ASCPARM                                        PGM184
002500         ORGANIZATION IS SEQUENTIAL                               PGM184
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM184
002700     SELECT ASSOC-MAP-FILE                                        PGM184
002800         ASSIGN TO ASCMAP                                         PGM184
002900         ORGANIZATION IS INDEXED                                  PGM184
003000         ACCESS MODE IS RANDOM                                    PGM184
003100         RECORD KEY IS AM-PRODUCT-CD                              PGM184
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM184
003300     SELECT CODE-TABLE-FILE                                       PGM184
003400         ASSIGN TO CODETBL                                        PGM184
003500         ORGANIZATION IS INDEXED                                  PGM184
003600         ACCESS MODE IS RANDOM                                    PGM184
003700         RECORD KEY IS CD-KEY                                     PGM184
003800         FILE STATUS IS WS-FILE-STATUS3.                          PGM184
003900     SELECT PROD-TRANS-FILE                                       PGM184
004000         ASSIGN TO PRODTRAN                                       PGM184
004100         ORGANIZATION IS INDEXED                                  PGM184
004200         ACCESS MODE IS SEQUENTIAL                                PGM184
004300         RECORD KEY IS PT-KEY                                     PGM184
004400         FILE STATUS IS WS-FILE-STATUS4.                          PGM184
004500     SELECT DAILY-SUMMARY-FILE                                    PGM184
004600         ASSIGN TO DLYSMRY                                        PGM184
004700         ORGANIZATION IS SEQUENTIAL                               PGM184
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM184
004900     SELECT OPTIONAL MONTH-CLOSE-FILE                             PGM184
005000         ASSIGN TO MECLOSE                                        PGM184
005100         ORGANIZATION IS SEQUENTIAL                               PGM184
005200         FILE STATUS IS WS-FILE-STATUS6.                          PGM184
005300     SELECT OPTIONAL SHIP-HISTORY-FILE                            PGM184
005400         ASSIGN TO SHIPHIST                                       PGM184
005500         ORGANIZATION IS SEQUENTIAL                               PGM184
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM184
005700     SELECT CUST-ORDER-FILE                                       PGM184
005800         ASSIGN TO CUSTORD                                        PGM184
005900         ORGANIZATION IS INDEXED                                  PGM184
006000         ACCESS MODE IS RANDOM                                    PGM184
006100         RECORD KEY IS SO-KEY                                     PGM184
006200         FILE STATUS IS WS-FILE-STATUS8.                          PGM184
006300     SELECT CUSTOMER-MASTER-FILE                                  PGM184
006400         ASSIGN TO CUSTMAST                                       PGM184
006500         ORGANIZATION IS INDEXED                                  PGM184
006600         ACCESS MODE IS RANDOM                                    PGM184
006700         RECORD KEY IS CU-CUSTOMER-CD                             PGM184
006800         FILE STATUS IS WS-FILE-STATUS9.                          PGM184
006900     SELECT OPTIONAL LEDGER-FILE                                  PGM184
007000         ASSIGN TO INVLEDG                                        PGM184
007100         ORGANIZATION IS SEQUENTIAL                               PGM184
007200         FILE STATUS IS WS-FILE-STATUS10.                         PGM184
007300     SELECT INV-MASTER-FILE                                       PGM184
007400         ASSIGN TO INVMAST                                        PGM184
007500         ORGANIZATION IS INDEXED                                  PGM184
007600         ACCESS MODE IS SEQUENTIAL                                PGM184
007700         RECORD KEY IS IM-KEY                                     PGM184
007800         FILE STATUS IS WS-FILE-STATUS11.                         PGM184
007900     SELECT ASSOC-RETURN-FILE                                     PGM184
008000         ASSIGN TO ASCRTN                                         PGM184
008100         ORGANIZATION IS SEQUENTIAL                               PGM184
008200         FILE STATUS IS WS-FILE-STATUS12.                         PGM184
008300     SELECT ASSOC-REPORT-FILE                                     PGM184
008400         ASSIGN TO ASCRPT                                         PGM184
008500         ORGANIZATION IS SEQUENTIAL                               PGM184
008600         FILE STATUS IS WS-FILE-STATUS13.                         PGM184
008700*                                                                 PGM184
008800 DATA DIVISION.                                                   PGM184
008900 FILE SECTION.                                                    PGM184
009000 FD  ASSOC-PARM-FILE.                                             PGM184
009100 01  ASSOC-PARM-REC.                                              PGM184
009200     05 AP-PERIOD-YYYYMM     PIC 9(06).                           PGM184
009300     05 AP-MEMBER-CD         PIC X(10).                           PGM184
009400     05 AP-MEMBER-NAME       PIC X(40).                           PGM184
009500     05 AP-TOLERANCE-QTY     PIC 9(05)V99.                        PGM184
009600     05 AP-DOMESTIC-CCY      PIC X(03).                           PGM184
009700     05 AP-FORCE-FLAG        PIC X(01).                           PGM184
009800     05 FILLER               PIC X(13).                           PGM184
009900 FD  ASSOC-MAP-FILE.                                              PGM184
010000 01  ASSOC-MAP-REC.                                               PGM184
010100     COPY CPYASCM.                                                PGM184
010200 FD  CODE-TABLE-FILE.                                             PGM184
010300 01  CODE-TABLE-REC.                                              PGM184
010400     COPY CPYCDTB.                                                PGM184
010500 FD  PROD-TRANS-FILE.                                             PGM184
010600 01  PROD-TRANS-REC.                                              PGM184
010700     COPY CPYTRANS.                                               PGM184
010800 FD  DAILY-SUMMARY-FILE.                                          PGM184
010900 01  DAILY-SUMMARY-REC.                                           PGM184
011000     COPY CPYSMRY.                                                PGM184
011100 FD  MONTH-CLOSE-FILE.                                            PGM184
011200 01  MONTH-CLOSE-REC.                                             PGM184
011300     COPY CPYMECL.                                                PGM184
011400 FD  SHIP-HISTORY-FILE.                                           PGM184
011500 01  SHIP-HISTORY-REC.                                            PGM184
011600     COPY CPYSHCF.                                                PGM184
011700 FD  CUST-ORDER-FILE.                                             PGM184
011800 01  CUST-ORDER-REC.                                              PGM184
011900     COPY CPYCORD.                                                PGM184
012000 FD  CUSTOMER-MASTER-FILE.                                        PGM184
012100 01  CUSTOMER-MASTER-REC.                                         PGM184
012200     COPY CPYCUST.                                                PGM184
012300 FD  LEDGER-FILE.                                                 PGM184
012400 01  LEDGER-REC.                                                  PGM184
012500     COPY CPYLEDGR.                                               PGM184
012600 FD  INV-MASTER-FILE.                                             PGM184
012700 01  INV-MASTER-REC.                                              PGM184
012800     COPY CPYINVMS.                                               PGM184
012900 FD  ASSOC-RETURN-FILE.                                           PGM184
013000 01  ASSOC-RETURN-REC.                                            PGM184
013100     COPY CPYASRT.                                                PGM184
013200 FD  ASSOC-REPORT-FILE.                                           PGM184
013300 01  ASSOC-REPORT-REC        PIC X(132).                          PGM184
013400*                                                                 PGM184
013500 WORKING-STORAGE SECTION.                                         PGM184
013600 01  WS-FILE-STATUS         PIC XX.                               PGM184
013700 01  WS-FILE-STATUS2        PIC XX.                               PGM184
013800 01  WS-FILE-STATUS3        PIC XX.                               PGM184
013900 01  WS-FILE-STATUS4        PIC XX.                               PGM184
014000 01  WS-FILE-STATUS5        PIC XX.                               PGM184
014100 01  WS-FILE-STATUS6        PIC XX.                               PGM184
014200 01  WS-FILE-STATUS7        PIC XX.                               PGM184
014300 01  WS-FILE-STATUS8        PIC XX.                               PGM184
014400 01  WS-FILE-STATUS9        PIC XX.                               PGM184
014500 01  WS-FILE-STATUS10       PIC XX.                               PGM184
014600 01  WS-FILE-STATUS11       PIC XX.                               PGM184
014700 01  WS-FILE-STATUS12       PIC XX.                               PGM184
014800 01  WS-FILE-STATUS13       PIC XX.                               PGM184
014900 01  WS-ABEND-STATUS        PIC XX.                               PGM184
015000 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM184
015100     88 WS-EOF              VALUE 'Y'.                            PGM184
015200 01  WS-MECL-READY-FLAG     PIC X VALUE 'N'.                      PGM184
015300     88 WS-MECL-READY       VALUE 'Y'.                            PGM184
015400 01  WS-MECL-FOUND-FLAG     PIC X VALUE 'N'.                      PGM184
015500     88 WS-MECL-FOUND       VALUE 'Y'.                            PGM184
015600 01  WS-SHIP-READY-FLAG     PIC X VALUE 'N'.                      PGM184
015700     88 WS-SHIP-READY       VALUE 'Y'.                            PGM184
015800 01  WS-LEDG-READY-FLAG     PIC X VALUE 'N'.                      PGM184
015900     88 WS-LEDG-READY       VALUE 'Y'.                            PGM184
016000 01  WS-MAPPED-FLAG         PIC X VALUE 'N'.                      PGM184
016100     88 WS-MAPPED           VALUE 'Y'.                            PGM184
016200 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM184
016300     88 WS-FOUND            VALUE 'Y'.                            PGM184
016400 01  WS-HELD-FLAG           PIC X VALUE 'N'.                      PGM184
016500     88 WS-RETURN-HELD      VALUE 'Y'.                            PGM184
016600 01  WS-FORCE-FLAG          PIC X VALUE 'N'.                      PGM184
016700     88 WS-FORCE-RELEASE    VALUE 'Y'.                            PGM184
016800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM184
016900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM184
017000     05 WS-RUN-YYYY          PIC 9(04).                           PGM184
017100     05 WS-RUN-MM            PIC 9(02).                           PGM184
017200     05 WS-RUN-DD            PIC 9(02).                           PGM184
017300 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM184
017400 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM184
017500     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM184
017600     05 WS-PERIOD-MM         PIC 9(02).                           PGM184
017700 01  WS-MEMBER-CD           PIC X(10) VALUE SPACES.               PGM184
017800 01  WS-MEMBER-NAME         PIC X(40) VALUE SPACES.               PGM184
017900 01  WS-TOLERANCE-QTY       PIC 9(05)V99 VALUE 1.00.              PGM184
018000 01  WS-DOMESTIC-CCY        PIC X(03) VALUE 'KRW'.                PGM184
018100*                                                                 PGM184
018200* 제품 -> 분류 조회 입력                                                  PGM184
018300 01  WS-LK-PRODUCT          PIC X(15).                            PGM184
018400 01  WS-LK-SOURCE           PIC X(01).                            PGM184
018500     88 WS-LK-FROM-PROD     VALUE 'P'.                            PGM184
018600     88 WS-LK-FROM-SHIP     VALUE 'S'.                            PGM184
018700     88 WS-LK-FROM-STOCK    VALUE 'I'.                            PGM184
018800 01  WS-LK-QTY              PIC S9(11)V99 VALUE ZEROS.            PGM184
018900*                                                                 PGM184
019000* 대사용 합계 (매핑 여부와 무관한 전체)                                          PGM184
019100 01  WS-ALL-PROD-QTY        PIC S9(11)V99 VALUE ZEROS.            PGM184
019200 01  WS-SMRY-PROD-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM184
019300 01  WS-MECL-PROD-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM184
019400 01  WS-ALL-SHIP-QTY        PIC S9(11)V99 VALUE ZEROS.            PGM184
019500 01  WS-LEDG-SHIP-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM184
019600 01  WS-UNMAP-QTY           PIC S9(11)V99 VALUE ZEROS.            PGM184
019700 01  WS-NO-ORDER-CNT        PIC 9(05) VALUE ZEROS.                PGM184
019800 01  WS-NO-ORDER-QTY        PIC S9(11)V99 VALUE ZEROS.            PGM184
019900*                                                                 PGM184
020000* 협회 제출 합계                                                        PGM184
020100 01  WS-TOT-PROD-QTY        PIC S9(11)V99 VALUE ZEROS.            PGM184
020200 01  WS-TOT-DOM-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM184
020300 01  WS-TOT-EXP-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM184
020400 01  WS-TOT-STOCK-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM184
020500*                                                                 PGM184
020600* 대사 1건 작업영역                                                      PGM184
020700 01  WS-RC-DESC             PIC X(36).                            PGM184
020800 01  WS-RC-RETURN-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM184
020900 01  WS-RC-CONTROL-QTY      PIC S9(11)V99 VALUE ZEROS.            PGM184
021000 01  WS-RC-DIFF-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM184
021100 01  WS-RC-AVAIL-FLAG       PIC X VALUE 'Y'.                      PGM184
021200     88 WS-RC-AVAILABLE     VALUE 'Y'.                            PGM184
021300 01  WS-RECON-FAIL-CNT      PIC 9(02) VALUE ZEROS.                PGM184
021400*                                                                 PGM184
021500* 협회 품목분류 집계 테이블                                                  PGM184
021600 01  WS-CT-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM184
021700 01  WS-CT-COUNT            PIC 9(03) VALUE ZEROS.                PGM184
021800 01  WS-CT-MAX              PIC 9(03) VALUE 100.                  PGM184
021900 01  WS-CATEGORY-TABLE.                                           PGM184
022000     05 WS-CT-ENTRY OCCURS 100 TIMES                              PGM184
022100             INDEXED BY CT-IDX.                                   PGM184
022200         10 WS-CT-CATEGORY-CD PIC X(05).                          PGM184
022300         10 WS-CT-NAME        PIC X(30).                          PGM184
022400         10 WS-CT-PROD-QTY    PIC S9(11)V99 COMP-3.               PGM184
022500         10 WS-CT-DOM-QTY     PIC S9(11)V99 COMP-3.               PGM184
022600         10 WS-CT-EXP-QTY     PIC S9(11)V99 COMP-3.               PGM184
022700         10 WS-CT-STOCK-QTY   PIC S9(11)V99 COMP-3.               PGM184
022800*                                                                 PGM184
022900* 매핑 없는 생산/출하 제품                                                  PGM184
023000 01  WS-UM-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM184
023100 01  WS-UM-COUNT            PIC 9(03) VALUE ZEROS.                PGM184
023200 01  WS-UM-MAX              PIC 9(03) VALUE 200.                  PGM184
023300 01  WS-UNMAPPED-TABLE.                                           PGM184
023400     05 WS-UM-ENTRY OCCURS 200 TIMES                              PGM184
023500             INDEXED BY UM-IDX.                                   PGM184
023600         10 WS-UM-PRODUCT-CD  PIC X(15).                          PGM184
023700         10 WS-UM-PROD-QTY    PIC S9(11)V99 COMP-3.               PGM184
023800         10 WS-UM-SHIP-QTY    PIC S9(11)V99 COMP-3.               PGM184
023900*                                                                 PGM184
024000 01  WS-RPT-HEADER.                                               PGM184
024100     05 FILLER               PIC X(40) VALUE                      PGM184
024200             'PGM184 STEEL ASSOCIATION MONTHLY RETURN '.          PGM184
024300     05 RH-PERIOD            PIC 9(06).                           PGM184
024400     05 FILLER               PIC X(08) VALUE ' MEMBER '.          PGM184
024500     05 RH-MEMBER-CD         PIC X(10).                           PGM184
024600     05 FILLER               PIC X(01) VALUE SPACE.               PGM184
024700     05 RH-MEMBER-NAME       PIC X(40).                           PGM184
024800     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM184
024900     05 RH-RUN-DATE          PIC 9(08).                           PGM184
025000     05 FILLER               PIC X(09) VALUE SPACES.              PGM184
025100 01  WS-RPT-COLUMNS.                                              PGM184
025200     05 FILLER               PIC X(48) VALUE                      PGM184
025300             'CATG   CATEGORY NAME                          PR'.  PGM184
025400     05 FILLER               PIC X(42) VALUE                      PGM184
025500             'ODUCTION        DOMESTIC SHIP          EXP'.        PGM184
025600     05 FILLER               PIC X(33) VALUE                      PGM184
025700             'ORT SHIP      MONTH-END STOCK   '.                  PGM184
025800     05 FILLER               PIC X(09) VALUE SPACES.              PGM184
025900 01  WS-RPT-DETAIL.                                               PGM184
026000     05 RD-CATEGORY-CD       PIC X(05).                           PGM184
026100     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
026200     05 RD-NAME              PIC X(30).                           PGM184
026300     05 FILLER               PIC X(01) VALUE SPACE.               PGM184
026400     05 RD-PROD-QTY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
026500     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
026600     05 RD-DOM-QTY           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
026700     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
026800     05 RD-EXP-QTY           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
026900     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
027000     05 RD-STOCK-QTY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
027100     05 FILLER               PIC X(12) VALUE SPACES.              PGM184
027200 01  WS-RPT-UNMAPPED.                                             PGM184
027300     05 FILLER               PIC X(29) VALUE                      PGM184
027400             '  UNMAPPED PRODUCT           '.                     PGM184
027500     05 RU-PRODUCT-CD        PIC X(15).                           PGM184
027600     05 FILLER               PIC X(12) VALUE ' PRODUCTION '.      PGM184
027700     05 RU-PROD-QTY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
027800     05 FILLER               PIC X(10) VALUE ' SHIPPED  '.        PGM184
027900     05 RU-SHIP-QTY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
028000     05 FILLER               PIC X(28) VALUE SPACES.              PGM184
028100 01  WS-RPT-RECON.                                                PGM184
028200     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
028300     05 RR-DESC              PIC X(36).                           PGM184
028400     05 FILLER               PIC X(08) VALUE ' RETURN '.          PGM184
028500     05 RR-RETURN-QTY        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
028600     05 FILLER               PIC X(09) VALUE ' CONTROL '.         PGM184
028700     05 RR-CONTROL-QTY       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
028800     05 FILLER               PIC X(06) VALUE ' DIFF '.            PGM184
028900     05 RR-DIFF-QTY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM184
029000     05 FILLER               PIC X(02) VALUE SPACES.              PGM184
029100     05 RR-RESULT            PIC X(04).                           PGM184
029200     05 FILLER               PIC X(08) VALUE SPACES.              PGM184
029300 01  WS-RPT-MESSAGE.                                              PGM184
029400     05 RM-TEXT              PIC X(80).                           PGM184
029500     05 FILLER               PIC X(52) VALUE SPACES.              PGM184
029600 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM184
029700*                                                                 PGM184
029800 PROCEDURE DIVISION.                                              PGM184
029900*                                                                 PGM184
030000 0000-MAIN-PROCESS.                                               PGM184
030100     PERFORM 1000-INITIALIZE                                      PGM184
030200     PERFORM 2000-TALLY-PRODUCTION                                PGM184
030300         UNTIL WS-EOF                                             PGM184
030400     PERFORM 2500-TALLY-DAILY-SUMMARY                             PGM184
030500     PERFORM 2600-READ-MONTH-CLOSE                                PGM184
030600     PERFORM 3000-TALLY-SHIPMENTS                                 PGM184
030700     PERFORM 3500-TALLY-SHIP-LEDGER                               PGM184
030800     PERFORM 4000-TALLY-STOCK                                     PGM184
030900     PERFORM 5000-PRINT-CATEGORIES                                PGM184
031000     PERFORM 6000-RECONCILE                                       PGM184
031100     PERFORM 7000-RELEASE-RETURN                                  PGM184
031200     PERFORM 9000-FINALIZE                                        PGM184
031300     GOBACK.                                                      PGM184
031400*                                                                 PGM184
031500* 대상월 기본값은 실행월의 전월이다. 회원사 코드는 필수.                                 PGM184
031600 1000-INITIALIZE.                                                 PGM184
031700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM184
031800     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM184
031900     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM184
032000     IF WS-PERIOD-MM = 1                                          PGM184
032100         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM184
032200         MOVE 12 TO WS-PERIOD-MM                                  PGM184
032300     ELSE                                                         PGM184
032400         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM184
032500     END-IF                                                       PGM184
032600     OPEN INPUT ASSOC-PARM-FILE                                   PGM184
032700     IF WS-FILE-STATUS = '00'                                     PGM184
032800         READ ASSOC-PARM-FILE                                     PGM184
032900             AT END                                               PGM184
033000                 CONTINUE                                         PGM184
033100             NOT AT END                                           PGM184
033200                 PERFORM 1050-APPLY-PARM                          PGM184
033300         END-READ                                                 PGM184
033400         CLOSE ASSOC-PARM-FILE                                    PGM184
033500     END-IF                                                       PGM184
033600     IF WS-MEMBER-CD = SPACES                                     PGM184
033700         DISPLAY 'ASSOCIATION PARM INVALID - MEMBER CODE '        PGM184
033800                 'REQUIRED'                                       PGM184
033900         MOVE 'PM' TO WS-ABEND-STATUS                             PGM184
034000         PERFORM 9900-ABNORMAL-END                                PGM184
034100     END-IF                                                       PGM184
034200     OPEN INPUT ASSOC-MAP-FILE                                    PGM184
034300     IF WS-FILE-STATUS2 NOT = '00'                                PGM184
034400         DISPLAY 'ASSOCIATION MAP OPEN ERROR: ' WS-FILE-STATUS2   PGM184
034500         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM184
034600         PERFORM 9900-ABNORMAL-END                                PGM184
034700     END-IF                                                       PGM184
034800     OPEN INPUT CODE-TABLE-FILE                                   PGM184
034900     IF WS-FILE-STATUS3 NOT = '00'                                PGM184
035000         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS3        PGM184
035100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM184
035200         PERFORM 9900-ABNORMAL-END                                PGM184
035300     END-IF                                                       PGM184
035400     OPEN INPUT PROD-TRANS-FILE                                   PGM184
035500     IF WS-FILE-STATUS4 NOT = '00'                                PGM184
035600         DISPLAY 'PROD TRANS OPEN ERROR: ' WS-FILE-STATUS4        PGM184
035700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM184
035800         PERFORM 9900-ABNORMAL-END                                PGM184
035900     END-IF                                                       PGM184
036000     OPEN INPUT CUST-ORDER-FILE                                   PGM184
036100     IF WS-FILE-STATUS8 NOT = '00'                                PGM184
036200         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS8    PGM184
036300         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM184
036400         PERFORM 9900-ABNORMAL-END                                PGM184
036500     END-IF                                                       PGM184
036600     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM184
036700     IF WS-FILE-STATUS9 NOT = '00'                                PGM184
036800         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS9   PGM184
036900         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM184
037000         PERFORM 9900-ABNORMAL-END                                PGM184
037100     END-IF                                                       PGM184
037200     OPEN OUTPUT ASSOC-REPORT-FILE                                PGM184
037300     IF WS-FILE-STATUS13 NOT = '00'                               PGM184
037400         DISPLAY 'ASSOCIATION REPORT OPEN ERROR: '                PGM184
037500                 WS-FILE-STATUS13                                 PGM184
037600         MOVE WS-FILE-STATUS13 TO WS-ABEND-STATUS                 PGM184
037700         PERFORM 9900-ABNORMAL-END                                PGM184
037800     END-IF                                                       PGM184
037900     MOVE WS-PERIOD-YYYYMM TO RH-PERIOD                           PGM184
038000     MOVE WS-MEMBER-CD     TO RH-MEMBER-CD                        PGM184
038100     MOVE WS-MEMBER-NAME   TO RH-MEMBER-NAME                      PGM184
038200     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM184
038300     WRITE ASSOC-REPORT-REC FROM WS-RPT-HEADER                    PGM184
038400     PERFORM 1100-READ-PROD-TRANS.                                PGM184
038500*                                                                 PGM184
038600 1050-APPLY-PARM.                                                 PGM184
038700     IF AP-PERIOD-YYYYMM NUMERIC                                  PGM184
038800         AND AP-PERIOD-YYYYMM > 0                                 PGM184
038900         MOVE AP-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM                PGM184
039000     END-IF                                                       PGM184
039100     MOVE AP-MEMBER-CD   TO WS-MEMBER-CD                          PGM184
039200     MOVE AP-MEMBER-NAME TO WS-MEMBER-NAME                        PGM184
039300     IF AP-TOLERANCE-QTY NUMERIC                                  PGM184
039400         MOVE AP-TOLERANCE-QTY TO WS-TOLERANCE-QTY                PGM184
039500     END-IF                                                       PGM184
039600     IF AP-DOMESTIC-CCY NOT = SPACES                              PGM184
039700         MOVE AP-DOMESTIC-CCY TO WS-DOMESTIC-CCY                  PGM184
039800     END-IF                                                       PGM184
039900     IF AP-FORCE-FLAG = 'Y'                                       PGM184
040000         SET WS-FORCE-RELEASE TO TRUE                             PGM184
040100     END-IF.                                                      PGM184
040200*                                                                 PGM184
040300 1100-READ-PROD-TRANS.                                            PGM184
040400     READ PROD-TRANS-FILE NEXT RECORD                             PGM184
040500         AT END SET WS-EOF TO TRUE                                PGM184
040600     END-READ.                                                    PGM184
040700*                                                                 PGM184
040800* 생산량은 PGM001 일일집계와 같은 기준: 폐기('03')와                              PGM184
040900* 장입('04')을 빼고 수량이 양수인 실적.                                        PGM184
041000 2000-TALLY-PRODUCTION.                                           PGM184
041100     IF PT-PROD-DATE (1:6) = WS-PERIOD-YYYYMM                     PGM184
041200         AND NOT PT-SCRAP                                         PGM184
041300         AND NOT PT-CHARGE                                        PGM184
041400         AND PT-QTY > 0                                           PGM184
041500         ADD PT-QTY TO WS-ALL-PROD-QTY                            PGM184
041600         MOVE PT-PRODUCT-CD TO WS-LK-PRODUCT                      PGM184
041700         MOVE PT-QTY        TO WS-LK-QTY                          PGM184
041800         SET WS-LK-FROM-PROD TO TRUE                              PGM184
041900         PERFORM 8000-MAP-PRODUCT                                 PGM184
042000         IF WS-MAPPED                                             PGM184
042100             ADD PT-QTY TO WS-CT-PROD-QTY (CT-IDX)                PGM184
042200         END-IF                                                   PGM184
042300     END-IF                                                       PGM184
042400     PERFORM 1100-READ-PROD-TRANS.                                PGM184
042500*                                                                 PGM184
042600 2500-TALLY-DAILY-SUMMARY.                                        PGM184
042700     OPEN INPUT DAILY-SUMMARY-FILE                                PGM184
042800     IF WS-FILE-STATUS5 NOT = '00'                                PGM184
042900         DISPLAY 'DAILY SUMMARY OPEN ERROR: ' WS-FILE-STATUS5     PGM184
043000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM184
043100         PERFORM 9900-ABNORMAL-END                                PGM184
043200     END-IF                                                       PGM184
043300     MOVE 'N' TO WS-EOF-FLAG                                      PGM184
043400     PERFORM 2510-READ-ONE-SUMMARY                                PGM184
043500         UNTIL WS-EOF                                             PGM184
043600     CLOSE DAILY-SUMMARY-FILE.                                    PGM184
043700*                                                                 PGM184
043800 2510-READ-ONE-SUMMARY.                                           PGM184
043900     READ DAILY-SUMMARY-FILE                                      PGM184
044000         AT END                                                   PGM184
044100             SET WS-EOF TO TRUE                                   PGM184
044200         NOT AT END                                               PGM184
044300             IF DS-PROD-DATE (1:6) = WS-PERIOD-YYYYMM             PGM184
044400                 ADD DS-TOTAL-QTY TO WS-SMRY-PROD-QTY             PGM184
044500             END-IF                                               PGM184
044600     END-READ.                                                    PGM184
044700*                                                                 PGM184
044800* 월마감 집계(PGM023)에서 대상월 레코드를 찾는다.                                  PGM184
044900 2600-READ-MONTH-CLOSE.                                           PGM184
045000     OPEN INPUT MONTH-CLOSE-FILE                                  PGM184
045100     IF WS-FILE-STATUS6 = '00'                                    PGM184
045200         SET WS-MECL-READY TO TRUE                                PGM184
045300         MOVE 'N' TO WS-EOF-FLAG                                  PGM184
045400         PERFORM 2610-READ-ONE-CLOSE                              PGM184
045500             UNTIL WS-EOF                                         PGM184
045600         CLOSE MONTH-CLOSE-FILE                                   PGM184
045700     ELSE                                                         PGM184
045800         DISPLAY 'MONTH CLOSE FILE ABSENT: ' WS-FILE-STATUS6      PGM184
045900     END-IF.                                                      PGM184
046000*                                                                 PGM184
046100 2610-READ-ONE-CLOSE.                                             PGM184
046200     READ MONTH-CLOSE-FILE                                        PGM184
046300         AT END                                                   PGM184
046400             SET WS-EOF TO TRUE                                   PGM184
046500         NOT AT END                                               PGM184
046600             IF MC-CLOSE-YYYYMM = WS-PERIOD-YYYYMM                PGM184
046700                 SET WS-MECL-FOUND TO TRUE                        PGM184
046800                 MOVE MC-PROD-TOTAL-QTY TO WS-MECL-PROD-QTY       PGM184
046900             END-IF                                               PGM184
047000     END-READ.                                                    PGM184
047100*                                                                 PGM184
047200* 출하확정 이력의 대상월 출하를 주문 라인의 제품/고객으로                                 PGM184
047300* 풀고, 고객 거래통화가 국내 통화(기본 KRW)면 내수, 아니면                             PGM184
047400* 수출로 나눈다.                                                        PGM184
047500 3000-TALLY-SHIPMENTS.                                            PGM184
047600     OPEN INPUT SHIP-HISTORY-FILE                                 PGM184
047700     IF WS-FILE-STATUS7 = '00'                                    PGM184
047800         SET WS-SHIP-READY TO TRUE                                PGM184
047900         MOVE 'N' TO WS-EOF-FLAG                                  PGM184
048000         PERFORM 3100-TALLY-ONE-SHIPMENT                          PGM184
048100             UNTIL WS-EOF                                         PGM184
048200         CLOSE SHIP-HISTORY-FILE                                  PGM184
048300     ELSE                                                         PGM184
048400         DISPLAY 'SHIP HISTORY ABSENT - NO SHIPMENTS: '           PGM184
048500                 WS-FILE-STATUS7                                  PGM184
048600     END-IF.                                                      PGM184
048700*                                                                 PGM184
048800 3100-TALLY-ONE-SHIPMENT.                                         PGM184
048900     READ SHIP-HISTORY-FILE                                       PGM184
049000         AT END                                                   PGM184
049100             SET WS-EOF TO TRUE                                   PGM184
049200         NOT AT END                                               PGM184
049300             IF SC-SHIP-DATE (1:6) = WS-PERIOD-YYYYMM             PGM184
049400                 ADD SC-SHIP-QTY TO WS-ALL-SHIP-QTY               PGM184
049500                 PERFORM 3200-CLASSIFY-SHIPMENT                   PGM184
049600             END-IF                                               PGM184
049700     END-READ.                                                    PGM184
049800*                                                                 PGM184
049900 3200-CLASSIFY-SHIPMENT.                                          PGM184
050000     MOVE SC-ORDER-NO TO SO-ORDER-NO                              PGM184
050100     MOVE SC-LINE-NO  TO SO-LINE-NO                               PGM184
050200     READ CUST-ORDER-FILE                                         PGM184
050300         INVALID KEY                                              PGM184
050400             ADD 1 TO WS-NO-ORDER-CNT                             PGM184
050500             ADD SC-SHIP-QTY TO WS-NO-ORDER-QTY                   PGM184
050600             DISPLAY 'SHIPMENT ORDER LINE NOT FOUND: '            PGM184
050700                     SC-ORDER-NO ' ' SC-LINE-NO                   PGM184
050800         NOT INVALID KEY                                          PGM184
050900             MOVE SO-PRODUCT-CD TO WS-LK-PRODUCT                  PGM184
051000             MOVE SC-SHIP-QTY   TO WS-LK-QTY                      PGM184
051100             SET WS-LK-FROM-SHIP TO TRUE                          PGM184
051200             PERFORM 8000-MAP-PRODUCT                             PGM184
051300             IF WS-MAPPED                                         PGM184
051400                 PERFORM 3300-ADD-SHIP-BY-MARKET                  PGM184
051500             END-IF                                               PGM184
051600     END-READ.                                                    PGM184
051700*                                                                 PGM184
051800 3300-ADD-SHIP-BY-MARKET.                                         PGM184
051900     MOVE SO-CUSTOMER-CD TO CU-CUSTOMER-CD                        PGM184
052000     READ CUSTOMER-MASTER-FILE                                    PGM184
052100         INVALID KEY                                              PGM184
052200             MOVE SPACES TO CU-CURRENCY-CD                        PGM184
052300     END-READ                                                     PGM184
052400     IF CU-CURRENCY-CD = SPACES                                   PGM184
052500         OR CU-CURRENCY-CD = WS-DOMESTIC-CCY                      PGM184
052600         ADD SC-SHIP-QTY TO WS-CT-DOM-QTY (CT-IDX)                PGM184
052700     ELSE                                                         PGM184
052800         ADD SC-SHIP-QTY TO WS-CT-EXP-QTY (CT-IDX)                PGM184
052900     END-IF.                                                      PGM184
053000*                                                                 PGM184
053100* 수불대장의 출하분(S 일반, X 위탁거점)이 출하 대사 기준이다.                            PGM184
053200 3500-TALLY-SHIP-LEDGER.                                          PGM184
053300     OPEN INPUT LEDGER-FILE                                       PGM184
053400     IF WS-FILE-STATUS10 = '00'                                   PGM184
053500         SET WS-LEDG-READY TO TRUE                                PGM184
053600         MOVE 'N' TO WS-EOF-FLAG                                  PGM184
053700         PERFORM 3510-READ-ONE-LEDGER                             PGM184
053800             UNTIL WS-EOF                                         PGM184
053900         CLOSE LEDGER-FILE                                        PGM184
054000     ELSE                                                         PGM184
054100         DISPLAY 'INVENTORY LEDGER ABSENT: ' WS-FILE-STATUS10     PGM184
054200     END-IF.                                                      PGM184
054300*                                                                 PGM184
054400 3510-READ-ONE-LEDGER.                                            PGM184
054500     READ LEDGER-FILE                                             PGM184
054600         AT END                                                   PGM184
054700             SET WS-EOF TO TRUE                                   PGM184
054800         NOT AT END                                               PGM184
054900             IF LG-TRANS-DATE (1:6) = WS-PERIOD-YYYYMM            PGM184
055000                 AND (LG-TRANS-TYPE = 'S' OR LG-TRANS-TYPE = 'X') PGM184
055100                 ADD LG-QTY TO WS-LEDG-SHIP-QTY                   PGM184
055200             END-IF                                               PGM184
055300     END-READ.                                                    PGM184
055400*                                                                 PGM184
055500* 월말 재고: 매핑된 제품의 창고별 현재고 합계. 매핑이 없는                               PGM184
055600* 품목(원자재/부재료)은 협회 보고 대상이 아니다.                                     PGM184
055700 4000-TALLY-STOCK.                                                PGM184
055800     OPEN INPUT INV-MASTER-FILE                                   PGM184
055900     IF WS-FILE-STATUS11 NOT = '00'                               PGM184
056000         DISPLAY 'INVENTORY MASTER OPEN ERROR: ' WS-FILE-STATUS11 PGM184
056100         MOVE WS-FILE-STATUS11 TO WS-ABEND-STATUS                 PGM184
056200         PERFORM 9900-ABNORMAL-END                                PGM184
056300     END-IF                                                       PGM184
056400     MOVE 'N' TO WS-EOF-FLAG                                      PGM184
056500     PERFORM 4100-TALLY-ONE-ITEM                                  PGM184
056600         UNTIL WS-EOF                                             PGM184
056700     CLOSE INV-MASTER-FILE.                                       PGM184
056800*                                                                 PGM184
056900 4100-TALLY-ONE-ITEM.                                             PGM184
057000     READ INV-MASTER-FILE NEXT RECORD                             PGM184
057100         AT END                                                   PGM184
057200             SET WS-EOF TO TRUE                                   PGM184
057300         NOT AT END                                               PGM184
057400             MOVE IM-ITEM-CD  TO WS-LK-PRODUCT                    PGM184
057500             MOVE IM-CURR-QTY TO WS-LK-QTY                        PGM184
057600             SET WS-LK-FROM-STOCK TO TRUE                         PGM184
057700             PERFORM 8000-MAP-PRODUCT                             PGM184
057800             IF WS-MAPPED                                         PGM184
057900                 ADD IM-CURR-QTY TO WS-CT-STOCK-QTY (CT-IDX)      PGM184
058000             END-IF                                               PGM184
058100     END-READ.                                                    PGM184
058200*                                                                 PGM184
058300 5000-PRINT-CATEGORIES.                                           PGM184
058400     WRITE ASSOC-REPORT-REC FROM WS-RPT-BLANK                     PGM184
058500     WRITE ASSOC-REPORT-REC FROM WS-RPT-COLUMNS                   PGM184
058600     IF WS-CT-COUNT > 0                                           PGM184
058700         PERFORM 5100-PRINT-ONE-CATEGORY                          PGM184
058800             VARYING WS-CT-SUB FROM 1 BY 1                        PGM184
058900             UNTIL WS-CT-SUB > WS-CT-COUNT                        PGM184
059000     END-IF                                                       PGM184
059100     MOVE 'TOTAL'           TO RD-CATEGORY-CD                     PGM184
059200     MOVE SPACES            TO RD-NAME                            PGM184
059300     MOVE WS-TOT-PROD-QTY   TO RD-PROD-QTY                        PGM184
059400     MOVE WS-TOT-DOM-QTY    TO RD-DOM-QTY                         PGM184
059500     MOVE WS-TOT-EXP-QTY    TO RD-EXP-QTY                         PGM184
059600     MOVE WS-TOT-STOCK-QTY  TO RD-STOCK-QTY                       PGM184
059700     WRITE ASSOC-REPORT-REC FROM WS-RPT-BLANK                     PGM184
059800     WRITE ASSOC-REPORT-REC FROM WS-RPT-DETAIL                    PGM184
059900     IF WS-UM-COUNT > 0                                           PGM184
060000         WRITE ASSOC-REPORT-REC FROM WS-RPT-BLANK                 PGM184
060100         PERFORM 5200-PRINT-ONE-UNMAPPED                          PGM184
060200             VARYING WS-UM-SUB FROM 1 BY 1                        PGM184
060300             UNTIL WS-UM-SUB > WS-UM-COUNT                        PGM184
060400     END-IF.                                                      PGM184
060500*                                                                 PGM184
060600 5100-PRINT-ONE-CATEGORY.                                         PGM184
060700     MOVE WS-CT-CATEGORY-CD (WS-CT-SUB) TO RD-CATEGORY-CD         PGM184
060800     MOVE WS-CT-NAME (WS-CT-SUB)        TO RD-NAME                PGM184
060900     MOVE WS-CT-PROD-QTY (WS-CT-SUB)    TO RD-PROD-QTY            PGM184
061000     MOVE WS-CT-DOM-QTY (WS-CT-SUB)     TO RD-DOM-QTY             PGM184
061100     MOVE WS-CT-EXP-QTY (WS-CT-SUB)     TO RD-EXP-QTY             PGM184
061200     MOVE WS-CT-STOCK-QTY (WS-CT-SUB)   TO RD-STOCK-QTY           PGM184
061300     WRITE ASSOC-REPORT-REC FROM WS-RPT-DETAIL                    PGM184
061400     ADD WS-CT-PROD-QTY (WS-CT-SUB)  TO WS-TOT-PROD-QTY           PGM184
061500     ADD WS-CT-DOM-QTY (WS-CT-SUB)   TO WS-TOT-DOM-QTY            PGM184
061600     ADD WS-CT-EXP-QTY (WS-CT-SUB)   TO WS-TOT-EXP-QTY            PGM184
061700     ADD WS-CT-STOCK-QTY (WS-CT-SUB) TO WS-TOT-STOCK-QTY.         PGM184
061800*                                                                 PGM184
061900 5200-PRINT-ONE-UNMAPPED.                                         PGM184
062000     MOVE WS-UM-PRODUCT-CD (WS-UM-SUB) TO RU-PRODUCT-CD           PGM184
062100     MOVE WS-UM-PROD-QTY (WS-UM-SUB)   TO RU-PROD-QTY             PGM184
062200     MOVE WS-UM-SHIP-QTY (WS-UM-SUB)   TO RU-SHIP-QTY             PGM184
062300     WRITE ASSOC-REPORT-REC FROM WS-RPT-UNMAPPED.                 PGM184
062400*                                                                 PGM184
062500* 제출 전 대사: 생산은 일일 생산집계와 월마감 집계에, 출하는                              PGM184
062600* 수불대장 출하분에 허용차(기본 1톤) 안에서 맞아야 하고 매핑                              PGM184
062700* 없는 생산/출하나 주문을 찾지 못한 출하가 없어야 한다.                                 PGM184
062800 6000-RECONCILE.                                                  PGM184
062900     WRITE ASSOC-REPORT-REC FROM WS-RPT-BLANK                     PGM184
063000     MOVE 'PRODUCTION VS DAILY SUMMARY'  TO WS-RC-DESC            PGM184
063100     MOVE WS-ALL-PROD-QTY   TO WS-RC-RETURN-QTY                   PGM184
063200     MOVE WS-SMRY-PROD-QTY  TO WS-RC-CONTROL-QTY                  PGM184
063300     MOVE 'Y' TO WS-RC-AVAIL-FLAG                                 PGM184
063400     PERFORM 6100-CHECK-ONE-CONTROL                               PGM184
063500     MOVE 'PRODUCTION VS MONTH CLOSE'    TO WS-RC-DESC            PGM184
063600     MOVE WS-ALL-PROD-QTY   TO WS-RC-RETURN-QTY                   PGM184
063700     MOVE WS-MECL-PROD-QTY  TO WS-RC-CONTROL-QTY                  PGM184
063800     MOVE WS-MECL-FOUND-FLAG TO WS-RC-AVAIL-FLAG                  PGM184
063900     PERFORM 6100-CHECK-ONE-CONTROL                               PGM184
064000     MOVE 'SHIPMENTS VS INVENTORY LEDGER' TO WS-RC-DESC           PGM184
064100     MOVE WS-ALL-SHIP-QTY   TO WS-RC-RETURN-QTY                   PGM184
064200     MOVE WS-LEDG-SHIP-QTY  TO WS-RC-CONTROL-QTY                  PGM184
064300     MOVE WS-LEDG-READY-FLAG TO WS-RC-AVAIL-FLAG                  PGM184
064400     PERFORM 6100-CHECK-ONE-CONTROL                               PGM184
064500     MOVE 'UNMAPPED PRODUCTION/SHIPMENTS' TO WS-RC-DESC           PGM184
064600     MOVE WS-UNMAP-QTY      TO WS-RC-RETURN-QTY                   PGM184
064700     MOVE ZEROS             TO WS-RC-CONTROL-QTY                  PGM184
064800     MOVE 'Y' TO WS-RC-AVAIL-FLAG                                 PGM184
064900     PERFORM 6100-CHECK-ONE-CONTROL                               PGM184
065000     MOVE 'SHIPMENTS WITH NO ORDER LINE'  TO WS-RC-DESC           PGM184
065100     MOVE WS-NO-ORDER-QTY   TO WS-RC-RETURN-QTY                   PGM184
065200     MOVE ZEROS             TO WS-RC-CONTROL-QTY                  PGM184
065300     MOVE 'Y' TO WS-RC-AVAIL-FLAG                                 PGM184
065400     PERFORM 6100-CHECK-ONE-CONTROL                               PGM184
065500     IF WS-RECON-FAIL-CNT > 0                                     PGM184
065600         SET WS-RETURN-HELD TO TRUE                               PGM184
065700     END-IF.                                                      PGM184
065800*                                                                 PGM184
065900 6100-CHECK-ONE-CONTROL.                                          PGM184
066000     COMPUTE WS-RC-DIFF-QTY =                                     PGM184
066100         WS-RC-RETURN-QTY - WS-RC-CONTROL-QTY                     PGM184
066200     MOVE WS-RC-DESC        TO RR-DESC                            PGM184
066300     MOVE WS-RC-RETURN-QTY  TO RR-RETURN-QTY                      PGM184
066400     MOVE WS-RC-CONTROL-QTY TO RR-CONTROL-QTY                     PGM184
066500     MOVE WS-RC-DIFF-QTY    TO RR-DIFF-QTY                        PGM184
066600     EVALUATE TRUE                                                PGM184
066700         WHEN NOT WS-RC-AVAILABLE                                 PGM184
066800             MOVE 'MISS' TO RR-RESULT                             PGM184
066900             ADD 1 TO WS-RECON-FAIL-CNT                           PGM184
067000         WHEN WS-RC-DIFF-QTY > WS-TOLERANCE-QTY                   PGM184
067100             OR WS-RC-DIFF-QTY < (0 - WS-TOLERANCE-QTY)           PGM184
067200             MOVE 'FAIL' TO RR-RESULT                             PGM184
067300             ADD 1 TO WS-RECON-FAIL-CNT                           PGM184
067400         WHEN OTHER                                               PGM184
067500             MOVE 'OK'   TO RR-RESULT                             PGM184
067600     END-EVALUATE                                                 PGM184
067700     WRITE ASSOC-REPORT-REC FROM WS-RPT-RECON.                    PGM184
067800*                                                                 PGM184
067900* 대사가 맞거나 강제 플래그가 있을 때만 제출 파일을 만든다.                               PGM184
068000 7000-RELEASE-RETURN.                                             PGM184
068100     WRITE ASSOC-REPORT-REC FROM WS-RPT-BLANK                     PGM184
068200     EVALUATE TRUE                                                PGM184
068300         WHEN NOT WS-RETURN-HELD                                  PGM184
068400             MOVE 'RETURN RECONCILED - RELEASED TO ASSOCIATION'   PGM184
068500                 TO RM-TEXT                                       PGM184
068600             PERFORM 7100-WRITE-RETURN-FILE                       PGM184
068700         WHEN WS-FORCE-RELEASE                                    PGM184
068800             MOVE 'RETURN NOT RECONCILED - RELEASED BY FORCE FLAG'PGM184
068900                 TO RM-TEXT                                       PGM184
069000             PERFORM 7100-WRITE-RETURN-FILE                       PGM184
069100         WHEN OTHER                                               PGM184
069200             MOVE 'RETURN HELD - NOT RECONCILED, NO FILE WRITTEN' PGM184
069300                 TO RM-TEXT                                       PGM184
069400             MOVE 4 TO RETURN-CODE                                PGM184
069500     END-EVALUATE                                                 PGM184
069600     WRITE ASSOC-REPORT-REC FROM WS-RPT-MESSAGE.                  PGM184
069700*                                                                 PGM184
069800 7100-WRITE-RETURN-FILE.                                          PGM184
069900     OPEN OUTPUT ASSOC-RETURN-FILE                                PGM184
070000     IF WS-FILE-STATUS12 NOT = '00'                               PGM184
070100         DISPLAY 'ASSOCIATION RETURN OPEN ERROR: '                PGM184
070200                 WS-FILE-STATUS12                                 PGM184
070300         MOVE WS-FILE-STATUS12 TO WS-ABEND-STATUS                 PGM184
070400         PERFORM 9900-ABNORMAL-END                                PGM184
070500     END-IF                                                       PGM184
070600     INITIALIZE ASSOC-RETURN-REC                                  PGM184
070700     SET AX-HEADER         TO TRUE                                PGM184
070800     MOVE WS-MEMBER-CD     TO AX-MEMBER-CD                        PGM184
070900     MOVE WS-PERIOD-YYYYMM TO AX-PERIOD-YYYYMM                    PGM184
071000     MOVE WS-RUN-DATE      TO AX-HD-CREATE-DATE                   PGM184
071100     MOVE WS-MEMBER-NAME   TO AX-HD-MEMBER-NAME                   PGM184
071200     WRITE ASSOC-RETURN-REC                                       PGM184
071300     IF WS-CT-COUNT > 0                                           PGM184
071400         PERFORM 7200-WRITE-ONE-DETAIL                            PGM184
071500             VARYING WS-CT-SUB FROM 1 BY 1                        PGM184
071600             UNTIL WS-CT-SUB > WS-CT-COUNT                        PGM184
071700     END-IF                                                       PGM184
071800     INITIALIZE ASSOC-RETURN-REC                                  PGM184
071900     SET AX-TRAILER        TO TRUE                                PGM184
072000     MOVE WS-MEMBER-CD     TO AX-MEMBER-CD                        PGM184
072100     MOVE WS-PERIOD-YYYYMM TO AX-PERIOD-YYYYMM                    PGM184
072200     MOVE WS-CT-COUNT      TO AX-TR-DETAIL-CNT                    PGM184
072300     MOVE WS-TOT-PROD-QTY  TO AX-TR-PROD-QTY                      PGM184
072400     MOVE WS-TOT-DOM-QTY   TO AX-TR-DOM-SHIP-QTY                  PGM184
072500     MOVE WS-TOT-EXP-QTY   TO AX-TR-EXP-SHIP-QTY                  PGM184
072600     MOVE WS-TOT-STOCK-QTY TO AX-TR-STOCK-QTY                     PGM184
072700     WRITE ASSOC-RETURN-REC                                       PGM184
072800     CLOSE ASSOC-RETURN-FILE.                                     PGM184
072900*                                                                 PGM184
073000 7200-WRITE-ONE-DETAIL.                                           PGM184
073100     INITIALIZE ASSOC-RETURN-REC                                  PGM184
073200     SET AX-DETAIL         TO TRUE                                PGM184
073300     MOVE WS-MEMBER-CD     TO AX-MEMBER-CD                        PGM184
073400     MOVE WS-PERIOD-YYYYMM TO AX-PERIOD-YYYYMM                    PGM184
073500     MOVE WS-CT-CATEGORY-CD (WS-CT-SUB) TO AX-DT-CATEGORY-CD      PGM184
073600     MOVE WS-CT-PROD-QTY (WS-CT-SUB)    TO AX-DT-PROD-QTY         PGM184
073700     MOVE WS-CT-DOM-QTY (WS-CT-SUB)     TO AX-DT-DOM-SHIP-QTY     PGM184
073800     MOVE WS-CT-EXP-QTY (WS-CT-SUB)     TO AX-DT-EXP-SHIP-QTY     PGM184
073900     MOVE WS-CT-STOCK-QTY (WS-CT-SUB)   TO AX-DT-STOCK-QTY        PGM184
074000     WRITE ASSOC-RETURN-REC.                                      PGM184
074100*                                                                 PGM184
074200* 제품 -> 협회 분류. 매핑되면 CT-IDX가 분류 슬롯을 가리킨다.                          PGM184
074300* 생산/출하인데 매핑이 없으면 예외 목록에 남긴다.                                     PGM184
074400 8000-MAP-PRODUCT.                                                PGM184
074500     MOVE 'N' TO WS-MAPPED-FLAG                                   PGM184
074600     MOVE WS-LK-PRODUCT TO AM-PRODUCT-CD                          PGM184
074700     READ ASSOC-MAP-FILE                                          PGM184
074800         INVALID KEY                                              PGM184
074900             CONTINUE                                             PGM184
075000         NOT INVALID KEY                                          PGM184
075100             IF AM-ACTIVE                                         PGM184
075200                 SET WS-MAPPED TO TRUE                            PGM184
075300             END-IF                                               PGM184
075400     END-READ                                                     PGM184
075500     IF WS-MAPPED                                                 PGM184
075600         PERFORM 8100-FIND-CATEGORY-SLOT                          PGM184
075700     ELSE                                                         PGM184
075800         IF NOT WS-LK-FROM-STOCK                                  PGM184
075900             PERFORM 8200-NOTE-UNMAPPED                           PGM184
076000         END-IF                                                   PGM184
076100     END-IF.                                                      PGM184
076200*                                                                 PGM184
076300 8100-FIND-CATEGORY-SLOT.                                         PGM184
076400     MOVE 'N' TO WS-FOUND-FLAG                                    PGM184
076500     IF WS-CT-COUNT > 0                                           PGM184
076600         SET CT-IDX TO 1                                          PGM184
076700         SEARCH WS-CT-ENTRY                                       PGM184
076800             AT END                                               PGM184
076900                 MOVE 'N' TO WS-FOUND-FLAG                        PGM184
077000             WHEN WS-CT-CATEGORY-CD (CT-IDX) = AM-ASSOC-CAT-CD    PGM184
077100                 AND CT-IDX <= WS-CT-COUNT                        PGM184
077200                 SET WS-FOUND TO TRUE                             PGM184
077300         END-SEARCH                                               PGM184
077400     END-IF                                                       PGM184
077500     IF NOT WS-FOUND                                              PGM184
077600         IF WS-CT-COUNT >= WS-CT-MAX                              PGM184
077700             DISPLAY 'CATEGORY TABLE FULL AT ' WS-CT-MAX          PGM184
077800             MOVE 'FL' TO WS-ABEND-STATUS                         PGM184
077900             PERFORM 9900-ABNORMAL-END                            PGM184
078000         END-IF                                                   PGM184
078100         ADD 1 TO WS-CT-COUNT                                     PGM184
078200         SET CT-IDX TO WS-CT-COUNT                                PGM184
078300         MOVE AM-ASSOC-CAT-CD TO WS-CT-CATEGORY-CD (CT-IDX)       PGM184
078400         MOVE ZEROS TO WS-CT-PROD-QTY (CT-IDX)                    PGM184
078500         MOVE ZEROS TO WS-CT-DOM-QTY (CT-IDX)                     PGM184
078600         MOVE ZEROS TO WS-CT-EXP-QTY (CT-IDX)                     PGM184
078700         MOVE ZEROS TO WS-CT-STOCK-QTY (CT-IDX)                   PGM184
078800         MOVE 'ASCT'          TO CD-CODE-TYPE                     PGM184
078900         MOVE AM-ASSOC-CAT-CD TO CD-CODE                          PGM184
079000         READ CODE-TABLE-FILE                                     PGM184
079100             INVALID KEY                                          PGM184
079200                 MOVE '*NOT IN CODE TABLE*' TO WS-CT-NAME (CT-IDX)PGM184
079300             NOT INVALID KEY                                      PGM184
079400                 MOVE CD-DESCRIPTION TO WS-CT-NAME (CT-IDX)       PGM184
079500         END-READ                                                 PGM184
079600     END-IF.                                                      PGM184
079700*                                                                 PGM184
079800 8200-NOTE-UNMAPPED.                                              PGM184
079900     ADD WS-LK-QTY TO WS-UNMAP-QTY                                PGM184
080000     MOVE 'N' TO WS-FOUND-FLAG                                    PGM184
080100     IF WS-UM-COUNT > 0                                           PGM184
080200         SET UM-IDX TO 1                                          PGM184
080300         SEARCH WS-UM-ENTRY                                       PGM184
080400             AT END                                               PGM184
080500                 MOVE 'N' TO WS-FOUND-FLAG                        PGM184
080600             WHEN WS-UM-PRODUCT-CD (UM-IDX) = WS-LK-PRODUCT       PGM184
080700                 AND UM-IDX <= WS-UM-COUNT                        PGM184
080800                 SET WS-FOUND TO TRUE                             PGM184
080900         END-SEARCH                                               PGM184
081000     END-IF                                                       PGM184
081100     IF NOT WS-FOUND                                              PGM184
081200         IF WS-UM-COUNT >= WS-UM-MAX                              PGM184
081300             DISPLAY 'UNMAPPED PRODUCT TABLE FULL AT ' WS-UM-MAX  PGM184
081400             MOVE 'FL' TO WS-ABEND-STATUS                         PGM184
081500             PERFORM 9900-ABNORMAL-END                            PGM184
081600         END-IF                                                   PGM184
081700         ADD 1 TO WS-UM-COUNT                                     PGM184
081800         SET UM-IDX TO WS-UM-COUNT                                PGM184
081900         MOVE WS-LK-PRODUCT TO WS-UM-PRODUCT-CD (UM-IDX)          PGM184
082000         MOVE ZEROS TO WS-UM-PROD-QTY (UM-IDX)                    PGM184
082100         MOVE ZEROS TO WS-UM-SHIP-QTY (UM-IDX)                    PGM184
082200     END-IF                                                       PGM184
082300     IF WS-LK-FROM-PROD                                           PGM184
082400         ADD WS-LK-QTY TO WS-UM-PROD-QTY (UM-IDX)                 PGM184
082500     ELSE                                                         PGM184
082600         ADD WS-LK-QTY TO WS-UM-SHIP-QTY (UM-IDX)                 PGM184
082700     END-IF.                                                      PGM184
082800*                                                                 PGM184
082900 9000-FINALIZE.                                                   PGM184
083000     CLOSE ASSOC-MAP-FILE                                         PGM184
083100     CLOSE CODE-TABLE-FILE                                        PGM184
083200     CLOSE PROD-TRANS-FILE                                        PGM184
083300     CLOSE CUST-ORDER-FILE                                        PGM184
083400     CLOSE CUSTOMER-MASTER-FILE                                   PGM184
083500     CLOSE ASSOC-REPORT-FILE                                      PGM184
083600     DISPLAY 'PGM184 COMPLETED: PERIOD ' WS-PERIOD-YYYYMM ' '     PGM184
083700             WS-CT-COUNT ' CATEGORIES, ' WS-UM-COUNT              PGM184
083800             ' UNMAPPED PRODUCTS, ' WS-RECON-FAIL-CNT             PGM184
083900             ' CONTROLS FAILED'.                                  PGM184
084000*                                                                 PGM184
084100 9750-DIAGNOSE-FILE-STATUS.                                       PGM184
084200     EVALUATE WS-ABEND-STATUS                                     PGM184
084300         WHEN '10'                                                PGM184
084400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM184
084500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM184
084600         WHEN '23'                                                PGM184
084700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM184
084800             DISPLAY '  AND RETRY THE REQUEST'                    PGM184
084900         WHEN '35'                                                PGM184
085000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM184
085100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM184
085200         WHEN '37'                                                PGM184
085300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM184
085400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM184
085500         WHEN '39'                                                PGM184
085600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM184
085700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM184
085800         WHEN '41'                                                PGM184
085900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM184
086000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM184
086100         WHEN '42'                                                PGM184
086200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM184
086300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM184
086400         WHEN '46'                                                PGM184
086500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM184
086600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM184
086700         WHEN OTHER                                               PGM184
086800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM184
086900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM184
087000     END-EVALUATE.                                                PGM184
087100*                                                                 PGM184
087200 9900-ABNORMAL-END.                                               PGM184
087300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM184
087400     DISPLAY 'PGM184 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM184
087500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM184
087600     MOVE 16 TO RETURN-CODE                                       PGM184
087700     GOBACK.                                                      PGM184
087800                                                                  PGM184
