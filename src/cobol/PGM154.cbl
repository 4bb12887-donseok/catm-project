000100 IDENTIFICATION DIVISION.                                         PGM154
000200 PROGRAM-ID.    PGM154.                                           PGM154
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM154
000400*                                                                 PGM154
000500* =========================================================       PGM154
000600* 프로그램명: 수입 원료 신용장(L/C) 관리 및 선적 인출 감시                             PGM154
000700* 처리내용  : 신용장 개설/조건변경/종결 거래를 L/C 마스터에                             PGM154
000800*            반영하고, 선박 파일(CPYVSSL)의 선하증권을 발주                       PGM154
000900*            번호로 L/C에 연결해 인출한다. 선적일(ETD)이 선적                      PGM154
001000*            기한을 넘긴 건, 인출 누계가 L/C 수량/금액의                          PGM154
001100*            과부족 허용율을 넘는 건, 유효기일이 임박하거나                           PGM154
001200*            지난 L/C는 운전경보 큐에 올리고 L/C 현황표를                         PGM154
001300*            찍는다.                                                 PGM154
001400* =========================================================       PGM154
001500*                                                                 PGM154
001600 ENVIRONMENT DIVISION.                                            PGM154
001700 CONFIGURATION SECTION.                                           PGM154
001800 INPUT-OUTPUT SECTION.                                            PGM154
001900 FILE-CONTROL.                                                    PGM154
002000     SELECT OPTIONAL LC-PARM-FILE                                 PGM154
002100         ASSIGN TO LCPARM                                         PGM154
002200         ORGANIZATION IS SEQUENTIAL                               PGM154
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM154
002400     SELECT OPTIONAL LC-TXN-FILE                                  PGM154
002500         ASSIGN TO LCTXN                                          PGM154
002600         ORGANIZATION IS SEQUENTIAL                               PGM154
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM154
002800     SELECT OPTIONAL LC-MASTER-FILE                               PGM154
002900         ASSIGN TO LCMAST                                         PGM154
003000         ORGANIZATION IS INDEXED                                  PGM154
003100         ACCESS MODE IS DYNAMIC                                   PGM154
003200         RECORD KEY IS LC-NO                                      PGM154
003300         FILE STATUS IS WS-FILE-STATUS3.                          PGM154
003400     SELECT OPTIONAL LC-DRAW-FILE                                 PGM154
003500         ASSIGN TO LCDRAW                                         PGM154
003600         ORGANIZATION IS INDEXED                                  PGM154
003700         ACCESS MODE IS RANDOM                                    PGM154
003800         RECORD KEY IS LD-KEY                                     PGM154
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM154
004000     SELECT VESSEL-FILE                                           PGM154
004100         ASSIGN TO VSSLFILE                                       PGM154
004200         ORGANIZATION IS INDEXED                                  PGM154
004300         ACCESS MODE IS SEQUENTIAL                                PGM154
004400         RECORD KEY IS VS-KEY                                     PGM154
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM154
004600     SELECT PO-MASTER-FILE                                        PGM154
004700         ASSIGN TO POMAST                                         PGM154
004800         ORGANIZATION IS INDEXED                                  PGM154
004900         ACCESS MODE IS RANDOM                                    PGM154
005000         RECORD KEY IS PO-NO                                      PGM154
005100         FILE STATUS IS WS-FILE-STATUS6.                          PGM154
005200     SELECT LC-REPORT-FILE                                        PGM154
005300         ASSIGN TO LCRPT                                          PGM154
005400         ORGANIZATION IS SEQUENTIAL                               PGM154
005500         FILE STATUS IS WS-FILE-STATUS7.                          PGM154
005600     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM154
005700         ASSIGN TO ALRTQUE                                        PGM154
005800         ORGANIZATION IS SEQUENTIAL                               PGM154
005900         FILE STATUS IS WS-FILE-STATUS8.                          PGM154
006000     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM154
006100         ASSIGN TO AUDTRAIL                                       PGM154
006200         ORGANIZATION IS SEQUENTIAL                               PGM154
006300         FILE STATUS IS WS-FILE-STATUS9.                          PGM154
006400*                                                                 PGM154
006500 DATA DIVISION.                                                   PGM154
006600 FILE SECTION.                                                    PGM154
006700 FD  LC-PARM-FILE.                                                PGM154
006800 01  LC-PARM-REC.                                                 PGM154
006900     05 LP-RUN-DATE          PIC 9(08).                           PGM154
007000     05 LP-EXPIRY-WARN-DAYS  PIC 9(03).                           PGM154
007100     05 FILLER               PIC X(69).                           PGM154
007200* L/C 유지 거래: A 개설, C 조건변경(AMEND), X 종결                            PGM154
007300 FD  LC-TXN-FILE.                                                 PGM154
007400 01  LC-TXN-REC.                                                  PGM154
007500     05 LQ-ACTION-CD         PIC X(01).                           PGM154
007600         88 LQ-ADD           VALUE 'A'.                           PGM154
007700         88 LQ-AMEND         VALUE 'C'.                           PGM154
007800         88 LQ-CLOSE         VALUE 'X'.                           PGM154
007900     05 LQ-LC-NO             PIC X(16).                           PGM154
008000     05 LQ-PO-NO             PIC X(12).                           PGM154
008100     05 LQ-ISSUE-BANK-CD     PIC X(03).                           PGM154
008200     05 LQ-CURRENCY-CD       PIC X(03).                           PGM154
008300     05 LQ-AMOUNT            PIC 9(13)V99.                        PGM154
008400     05 LQ-QTY               PIC 9(11)V99.                        PGM154
008500     05 LQ-TOLERANCE-PCT     PIC 9(02)V9.                         PGM154
008600     05 LQ-ISSUE-DATE        PIC 9(08).                           PGM154
008700     05 LQ-LATEST-SHIP-DATE  PIC 9(08).                           PGM154
008800     05 LQ-EXPIRY-DATE       PIC 9(08).                           PGM154
008900     05 LQ-USER-ID           PIC X(10).                           PGM154
009000     05 FILLER               PIC X(10).                           PGM154
009100 FD  LC-MASTER-FILE.                                              PGM154
009200 01  LC-MASTER-REC.                                               PGM154
009300     COPY CPYLCMS.                                                PGM154
009400 FD  LC-DRAW-FILE.                                                PGM154
009500 01  LC-DRAW-REC.                                                 PGM154
009600     COPY CPYLCDR.                                                PGM154
009700 FD  VESSEL-FILE.                                                 PGM154
009800 01  VESSEL-REC.                                                  PGM154
009900     COPY CPYVSSL.                                                PGM154
010000 FD  PO-MASTER-FILE.                                              PGM154
010100 01  PO-MASTER-REC.                                               PGM154
010200     COPY CPYPOMS.                                                PGM154
010300 FD  LC-REPORT-FILE.                                              PGM154
010400 01  LC-REPORT-REC           PIC X(132).                          PGM154
010500 FD  ALERT-QUEUE-FILE.                                            PGM154
010600 01  ALERT-QUEUE-REC.                                             PGM154
010700     COPY CPYALRTQ.                                               PGM154
010800 FD  AUDIT-TRAIL-FILE.                                            PGM154
010900 01  AUDIT-TRAIL-REC.                                             PGM154
011000     COPY CPYAUDIT.                                               PGM154
011100*                                                                 PGM154
011200 WORKING-STORAGE SECTION.                                         PGM154
011300 01  WS-FILE-STATUS         PIC XX.                               PGM154
011400 01  WS-FILE-STATUS2        PIC XX.                               PGM154
011500 01  WS-FILE-STATUS3        PIC XX.                               PGM154
011600 01  WS-FILE-STATUS4        PIC XX.                               PGM154
011700 01  WS-FILE-STATUS5        PIC XX.                               PGM154
011800 01  WS-FILE-STATUS6        PIC XX.                               PGM154
011900 01  WS-FILE-STATUS7        PIC XX.                               PGM154
012000 01  WS-FILE-STATUS8        PIC XX.                               PGM154
012100 01  WS-FILE-STATUS9        PIC XX.                               PGM154
012200 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM154
012300     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM154
012400 01  WS-AUDIT-COND          PIC X(10).                            PGM154
012500 01  WS-AUDIT-KEY1          PIC X(15).                            PGM154
012600 01  WS-AUDIT-KEY2          PIC X(15).                            PGM154
012700 01  WS-AUDIT-DESC          PIC X(40).                            PGM154
012800 01  WS-ABEND-STATUS        PIC XX.                               PGM154
012900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM154
013000     88 WS-EOF              VALUE 'Y'.                            PGM154
013100 01  WS-TXN-OPEN-FLAG       PIC X VALUE 'N'.                      PGM154
013200     88 WS-TXN-READY        VALUE 'Y'.                            PGM154
013300 01  WS-ALRTQ-OPEN-FLAG     PIC X VALUE 'N'.                      PGM154
013400     88 WS-ALRTQ-READY      VALUE 'Y'.                            PGM154
013500 01  WS-DRAWN-FLAG          PIC X VALUE 'N'.                      PGM154
013600     88 WS-ALREADY-DRAWN    VALUE 'Y'.                            PGM154
013700* 경보 큐 공용                                                         PGM154
013800 01  WS-AQ-SEVERITY         PIC X(01).                            PGM154
013900 01  WS-AQ-KEY              PIC X(20).                            PGM154
014000 01  WS-AQ-DESC             PIC X(30).                            PGM154
014100 01  WS-AQ-TIME-WK          PIC 9(08).                            PGM154
014200 01  WS-AQ-HOUR             PIC 9(02).                            PGM154
014300* 기준일과 잔여일수(30/360 기준 - 선박 체선 계산과 같은 방식)                          PGM154
014400 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM154
014500 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM154
014600     05 WS-RUN-YY           PIC 9(04).                            PGM154
014700     05 WS-RUN-MM           PIC 9(02).                            PGM154
014800     05 WS-RUN-DD           PIC 9(02).                            PGM154
014900 01  WS-EXP-DATE            PIC 9(08) VALUE ZEROS.                PGM154
015000 01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.                         PGM154
015100     05 WS-EXP-YY           PIC 9(04).                            PGM154
015200     05 WS-EXP-MM           PIC 9(02).                            PGM154
015300     05 WS-EXP-DD           PIC 9(02).                            PGM154
015400 01  WS-DAYS-LEFT           PIC S9(05) VALUE ZEROS.               PGM154
015500 01  WS-WARN-DAYS           PIC 9(03) VALUE 15.                   PGM154
015600 01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.               PGM154
015700 01  WS-DRAW-AMT            PIC S9(13)V99 VALUE ZEROS.            PGM154
015800 01  WS-QTY-LIMIT           PIC S9(11)V99 VALUE ZEROS.            PGM154
015900 01  WS-AMT-LIMIT           PIC S9(13)V99 VALUE ZEROS.            PGM154
016000 01  WS-QTY-FLOOR           PIC S9(11)V99 VALUE ZEROS.            PGM154
016100 01  WS-BALANCE-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM154
016200 01  WS-BALANCE-AMT         PIC S9(13)V99 VALUE ZEROS.            PGM154
016300 01  WS-FOUND-IX            PIC 9(05) VALUE ZEROS.                PGM154
016400 01  WS-IX                  PIC 9(05) VALUE ZEROS.                PGM154
016500 01  WS-REMARK              PIC X(20) VALUE SPACES.               PGM154
016600* 유효 L/C - 발주번호로 선하증권을 연결하기 위해 올린다.                               PGM154
016700 01  WS-LC-MAX              PIC 9(05) VALUE 2000.                 PGM154
016800 01  WS-LC-COUNT            PIC 9(05) VALUE ZEROS.                PGM154
016900 01  WS-LC-TABLE.                                                 PGM154
017000     05 WS-LC-ENTRY OCCURS 2000 TIMES.                            PGM154
017100         10 WS-LCT-PO-NO        PIC X(12).                        PGM154
017200         10 WS-LCT-LC-NO        PIC X(16).                        PGM154
017300* 처리 건수                                                           PGM154
017400 01  WS-TXN-COUNT           PIC 9(07) VALUE ZEROS.                PGM154
017500 01  WS-TXN-REJECT-COUNT    PIC 9(07) VALUE ZEROS.                PGM154
017600 01  WS-BL-COUNT            PIC 9(07) VALUE ZEROS.                PGM154
017700 01  WS-DRAW-COUNT          PIC 9(07) VALUE ZEROS.                PGM154
017800 01  WS-NO-LC-COUNT         PIC 9(07) VALUE ZEROS.                PGM154
017900 01  WS-LATE-SHIP-COUNT     PIC 9(07) VALUE ZEROS.                PGM154
018000 01  WS-OVER-DRAW-COUNT     PIC 9(07) VALUE ZEROS.                PGM154
018100 01  WS-EXPIRY-WARN-COUNT   PIC 9(07) VALUE ZEROS.                PGM154
018200 01  WS-EXPIRED-COUNT       PIC 9(07) VALUE ZEROS.                PGM154
018300 01  WS-CLOSED-COUNT        PIC 9(07) VALUE ZEROS.                PGM154
018400*                                                                 PGM154
018500 01  WS-RPT-HEADER.                                               PGM154
018600     05 FILLER               PIC X(44) VALUE                      PGM154
018700             'PGM154 IMPORT LETTER OF CREDIT MONITOR - RUN'.      PGM154
018800     05 FILLER               PIC X(06) VALUE ' DATE '.            PGM154
018900     05 RH-RUN-DATE          PIC 9(08).                           PGM154
019000     05 FILLER               PIC X(74) VALUE SPACES.              PGM154
019100 01  WS-RPT-SECTION.                                              PGM154
019200     05 RT-SECTION-TITLE     PIC X(60).                           PGM154
019300     05 FILLER               PIC X(72) VALUE SPACES.              PGM154
019400 01  WS-RPT-TXN-LINE.                                             PGM154
019500     05 RX-ACTION-CD         PIC X(01).                           PGM154
019600     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
019700     05 RX-LC-NO             PIC X(16).                           PGM154
019800     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
019900     05 RX-PO-NO             PIC X(12).                           PGM154
020000     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
020100     05 RX-USER-ID           PIC X(10).                           PGM154
020200     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
020300     05 RX-RESULT            PIC X(30).                           PGM154
020400     05 FILLER               PIC X(59) VALUE SPACES.              PGM154
020500 01  WS-RPT-DRAW-COLUMNS.                                         PGM154
020600     05 FILLER               PIC X(48) VALUE                      PGM154
020700             'L/C NO           VESSEL     B/L NO       PO NO  '.  PGM154
020800     05 FILLER               PIC X(48) VALUE                      PGM154
020900             '      ETD              B/L QTY       DRAW AMOUNT'.  PGM154
021000     05 FILLER               PIC X(36) VALUE                      PGM154
021100             ' REMARK'.                                           PGM154
021200 01  WS-RPT-DRAW-LINE.                                            PGM154
021300     05 RD-LC-NO             PIC X(16).                           PGM154
021400     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
021500     05 RD-VESSEL-CD         PIC X(10).                           PGM154
021600     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
021700     05 RD-BL-NO             PIC X(12).                           PGM154
021800     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
021900     05 RD-PO-NO             PIC X(12).                           PGM154
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
022100     05 RD-ETD-DATE          PIC 9(08).                           PGM154
022200     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
022300     05 RD-BL-QTY            PIC ZZZZZZZZZZ9.99-.                 PGM154
022400     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
022500     05 RD-DRAW-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM154
022600     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
022700     05 RD-REMARK            PIC X(20).                           PGM154
022800     05 FILLER               PIC X(15) VALUE SPACES.              PGM154
022900 01  WS-RPT-POS-COLUMNS.                                          PGM154
023000     05 FILLER               PIC X(48) VALUE                      PGM154
023100             'L/C NO           PO NO        CUR        L/C AMO'.  PGM154
023200     05 FILLER               PIC X(48) VALUE                      PGM154
023300             'UNT      DRAWN AMOUNT     BALANCE QTY SHIP BY  E'.  PGM154
023400     05 FILLER               PIC X(36) VALUE                      PGM154
023500             'XPIRY    DAYS S REMARK'.                            PGM154
023600 01  WS-RPT-POS-LINE.                                             PGM154
023700     05 RP-LC-NO             PIC X(16).                           PGM154
023800     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
023900     05 RP-PO-NO             PIC X(12).                           PGM154
024000     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
024100     05 RP-CURRENCY-CD       PIC X(03).                           PGM154
024200     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
024300     05 RP-LC-AMOUNT         PIC ZZZZZZZZZZZZ9.99-.               PGM154
024400     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
024500     05 RP-DRAWN-AMT         PIC ZZZZZZZZZZZZ9.99-.               PGM154
024600     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
024700     05 RP-BALANCE-QTY       PIC ZZZZZZZZZZ9.99-.                 PGM154
024800     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
024900     05 RP-LATEST-SHIP-DATE  PIC 9(08).                           PGM154
025000     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
025100     05 RP-EXPIRY-DATE       PIC 9(08).                           PGM154
025200     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
025300     05 RP-DAYS-LEFT         PIC ZZZ9-.                           PGM154
025400     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
025500     05 RP-STATUS            PIC X(01).                           PGM154
025600     05 FILLER               PIC X(01) VALUE SPACE.               PGM154
025700     05 RP-REMARK            PIC X(20).                           PGM154
025800 01  WS-RPT-CNT-LINE.                                             PGM154
025900     05 RN-LABEL             PIC X(40).                           PGM154
026000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM154
026100     05 FILLER               PIC X(85) VALUE SPACES.              PGM154
026200*                                                                 PGM154
026300 PROCEDURE DIVISION.                                              PGM154
026400*                                                                 PGM154
026500 0000-MAIN-PROCESS.                                               PGM154
026600     PERFORM 1000-INITIALIZE                                      PGM154
026700     PERFORM 2000-APPLY-LC-TXNS                                   PGM154
026800     PERFORM 3000-LOAD-OPEN-LCS                                   PGM154
026900     PERFORM 4000-DRAW-BILLS-OF-LADING                            PGM154
027000     PERFORM 5000-REVIEW-LC-POSITION                              PGM154
027100     PERFORM 6000-PRINT-COUNTS                                    PGM154
027200     PERFORM 9000-FINALIZE                                        PGM154
027300     GOBACK.                                                      PGM154
027400*                                                                 PGM154
027500* 기준일/만기 경보일수: 파라미터가 없으면 시스템 일자, 15일.                             PGM154
027600 1000-INITIALIZE.                                                 PGM154
027700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM154
027800     OPEN INPUT LC-PARM-FILE                                      PGM154
027900     IF WS-FILE-STATUS = '00'                                     PGM154
028000         READ LC-PARM-FILE                                        PGM154
028100             NOT AT END                                           PGM154
028200                 IF LP-RUN-DATE IS NUMERIC AND LP-RUN-DATE > 0    PGM154
028300                     MOVE LP-RUN-DATE TO WS-RUN-DATE              PGM154
028400                 END-IF                                           PGM154
028500                 IF LP-EXPIRY-WARN-DAYS IS NUMERIC                PGM154
028600                     AND LP-EXPIRY-WARN-DAYS > 0                  PGM154
028700                     MOVE LP-EXPIRY-WARN-DAYS TO WS-WARN-DAYS     PGM154
028800                 END-IF                                           PGM154
028900         END-READ                                                 PGM154
029000         CLOSE LC-PARM-FILE                                       PGM154
029100     END-IF                                                       PGM154
029200     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM154
029300     IF WS-FILE-STATUS9 = '00' OR WS-FILE-STATUS9 = '05'          PGM154
029400         SET WS-AUDIT-READY TO TRUE                               PGM154
029500     ELSE                                                         PGM154
029600         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS9       PGM154
029700     END-IF                                                       PGM154
029800     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM154
029900     IF WS-FILE-STATUS8 = '00' OR WS-FILE-STATUS8 = '05'          PGM154
030000         SET WS-ALRTQ-READY TO TRUE                               PGM154
030100     ELSE                                                         PGM154
030200         DISPLAY 'ALERT QUEUE OPEN ERROR: ' WS-FILE-STATUS8       PGM154
030300     END-IF                                                       PGM154
030400     OPEN I-O LC-MASTER-FILE                                      PGM154
030500     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM154
030600         DISPLAY 'LC MASTER OPEN ERROR: ' WS-FILE-STATUS3         PGM154
030700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM154
030800         PERFORM 9900-ABNORMAL-END                                PGM154
030900     END-IF                                                       PGM154
031000     OPEN I-O LC-DRAW-FILE                                        PGM154
031100     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM154
031200         DISPLAY 'LC DRAWING OPEN ERROR: ' WS-FILE-STATUS4        PGM154
031300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM154
031400         PERFORM 9900-ABNORMAL-END                                PGM154
031500     END-IF                                                       PGM154
031600     OPEN INPUT PO-MASTER-FILE                                    PGM154
031700     IF WS-FILE-STATUS6 NOT = '00'                                PGM154
031800         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS6         PGM154
031900         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM154
032000         PERFORM 9900-ABNORMAL-END                                PGM154
032100     END-IF                                                       PGM154
032200     OPEN OUTPUT LC-REPORT-FILE                                   PGM154
032300     IF WS-FILE-STATUS7 NOT = '00'                                PGM154
032400         DISPLAY 'LC REPORT OPEN ERROR: ' WS-FILE-STATUS7         PGM154
032500         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM154
032600         PERFORM 9900-ABNORMAL-END                                PGM154
032700     END-IF                                                       PGM154
032800     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM154
032900     WRITE LC-REPORT-REC FROM WS-RPT-HEADER.                      PGM154
033000*                                                                 PGM154
033100* L/C 유지: 개설은 발주가 있어야 하고 통화는 발주 통화와                               PGM154
033200* 같아야 한다. 한 발주에 유효 L/C는 하나만 둔다.                                   PGM154
033300 2000-APPLY-LC-TXNS.                                              PGM154
033400     OPEN INPUT LC-TXN-FILE                                       PGM154
033500     IF WS-FILE-STATUS2 = '00'                                    PGM154
033600         SET WS-TXN-READY TO TRUE                                 PGM154
033700     ELSE                                                         PGM154
033800         IF WS-FILE-STATUS2 NOT = '05'                            PGM154
033900             DISPLAY 'LC TXN OPEN ERROR: ' WS-FILE-STATUS2        PGM154
034000         END-IF                                                   PGM154
034100     END-IF                                                       PGM154
034200     IF WS-TXN-READY                                              PGM154
034300         MOVE 'L/C MAINTENANCE' TO RT-SECTION-TITLE               PGM154
034400         WRITE LC-REPORT-REC FROM WS-RPT-SECTION                  PGM154
034500         PERFORM 2050-READ-TXN                                    PGM154
034600             UNTIL WS-EOF                                         PGM154
034700         CLOSE LC-TXN-FILE                                        PGM154
034800         MOVE 'N' TO WS-EOF-FLAG                                  PGM154
034900     END-IF.                                                      PGM154
035000*                                                                 PGM154
035100 2050-READ-TXN.                                                   PGM154
035200     READ LC-TXN-FILE                                             PGM154
035300         AT END                                                   PGM154
035400             SET WS-EOF TO TRUE                                   PGM154
035500         NOT AT END                                               PGM154
035600             ADD 1 TO WS-TXN-COUNT                                PGM154
035700             PERFORM 2100-PROCESS-TXN                             PGM154
035800     END-READ.                                                    PGM154
035900*                                                                 PGM154
036000 2100-PROCESS-TXN.                                                PGM154
036100     MOVE SPACES   TO WS-REJECT-REASON                            PGM154
036200     MOVE LQ-LC-NO TO LC-NO                                       PGM154
036300     EVALUATE TRUE                                                PGM154
036400         WHEN LQ-LC-NO = SPACES                                   PGM154
036500             MOVE 'L/C NO REQUIRED' TO WS-REJECT-REASON           PGM154
036600         WHEN LQ-ADD                                              PGM154
036700             PERFORM 2200-VALIDATE-TERMS                          PGM154
036800             IF WS-REJECT-REASON = SPACES                         PGM154
036900                 PERFORM 2300-ADD-LC                              PGM154
037000             END-IF                                               PGM154
037100         WHEN LQ-AMEND                                            PGM154
037200             PERFORM 2200-VALIDATE-TERMS                          PGM154
037300             IF WS-REJECT-REASON = SPACES                         PGM154
037400                 PERFORM 2400-AMEND-LC                            PGM154
037500             END-IF                                               PGM154
037600         WHEN LQ-CLOSE                                            PGM154
037700             PERFORM 2500-CLOSE-LC                                PGM154
037800         WHEN OTHER                                               PGM154
037900             MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON       PGM154
038000     END-EVALUATE                                                 PGM154
038100     MOVE LQ-ACTION-CD TO RX-ACTION-CD                            PGM154
038200     MOVE LQ-LC-NO     TO RX-LC-NO                                PGM154
038300     MOVE LQ-PO-NO     TO RX-PO-NO                                PGM154
038400     MOVE LQ-USER-ID   TO RX-USER-ID                              PGM154
038500     IF WS-REJECT-REASON = SPACES                                 PGM154
038600         MOVE 'APPLIED' TO RX-RESULT                              PGM154
038700         MOVE 'LCMAINT'     TO WS-AUDIT-COND                      PGM154
038800         MOVE LQ-LC-NO      TO WS-AUDIT-KEY1                      PGM154
038900         MOVE LQ-USER-ID    TO WS-AUDIT-KEY2                      PGM154
039000         MOVE SPACES        TO WS-AUDIT-DESC                      PGM154
039100         STRING 'L/C ' LQ-ACTION-CD ' PO ' LQ-PO-NO               PGM154
039200             DELIMITED BY SIZE INTO WS-AUDIT-DESC                 PGM154
039300         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM154
039400     ELSE                                                         PGM154
039500         MOVE WS-REJECT-REASON TO RX-RESULT                       PGM154
039600         ADD 1 TO WS-TXN-REJECT-COUNT                             PGM154
039700     END-IF                                                       PGM154
039800     WRITE LC-REPORT-REC FROM WS-RPT-TXN-LINE.                    PGM154
039900*                                                                 PGM154
040000 2200-VALIDATE-TERMS.                                             PGM154
040100     EVALUATE TRUE                                                PGM154
040200         WHEN LQ-AMOUNT NOT NUMERIC OR LQ-AMOUNT = 0              PGM154
040300             MOVE 'L/C AMOUNT REQUIRED' TO WS-REJECT-REASON       PGM154
040400         WHEN LQ-QTY NOT NUMERIC OR LQ-QTY = 0                    PGM154
040500             MOVE 'L/C QUANTITY REQUIRED' TO WS-REJECT-REASON     PGM154
040600         WHEN LQ-TOLERANCE-PCT NOT NUMERIC                        PGM154
040700             MOVE 'INVALID TOLERANCE' TO WS-REJECT-REASON         PGM154
040800         WHEN LQ-LATEST-SHIP-DATE NOT NUMERIC                     PGM154
040900           OR LQ-EXPIRY-DATE NOT NUMERIC                          PGM154
041000           OR LQ-LATEST-SHIP-DATE = 0                             PGM154
041100           OR LQ-EXPIRY-DATE < LQ-LATEST-SHIP-DATE                PGM154
041200             MOVE 'INVALID SHIP/EXPIRY DATE' TO WS-REJECT-REASON  PGM154
041300         WHEN OTHER                                               PGM154
041400             CONTINUE                                             PGM154
041500     END-EVALUATE.                                                PGM154
041600*                                                                 PGM154
041700 2300-ADD-LC.                                                     PGM154
041800     MOVE LQ-PO-NO TO PO-NO                                       PGM154
041900     READ PO-MASTER-FILE                                          PGM154
042000         INVALID KEY                                              PGM154
042100             MOVE 'PO NOT FOUND' TO WS-REJECT-REASON              PGM154
042200     END-READ                                                     PGM154
042300     IF WS-REJECT-REASON = SPACES                                 PGM154
042400         IF LQ-CURRENCY-CD NOT = SPACES                           PGM154
042500             AND LQ-CURRENCY-CD NOT = PO-CURRENCY-CD              PGM154
042600             MOVE 'CURRENCY DIFFERS FROM PO' TO WS-REJECT-REASON  PGM154
042700         END-IF                                                   PGM154
042800     END-IF                                                       PGM154
042900     IF WS-REJECT-REASON = SPACES                                 PGM154
043000         PERFORM 2350-CHECK-PO-HAS-OPEN-LC                        PGM154
043100     END-IF                                                       PGM154
043200     IF WS-REJECT-REASON = SPACES                                 PGM154
043300         INITIALIZE LC-MASTER-REC                                 PGM154
043400         MOVE LQ-LC-NO            TO LC-NO                        PGM154
043500         MOVE LQ-PO-NO            TO LC-PO-NO                     PGM154
043600         MOVE PO-VENDOR-CD        TO LC-VENDOR-CD                 PGM154
043700         MOVE LQ-ISSUE-BANK-CD    TO LC-ISSUE-BANK-CD             PGM154
043800         MOVE PO-CURRENCY-CD      TO LC-CURRENCY-CD               PGM154
043900         MOVE LQ-ISSUE-DATE       TO LC-ISSUE-DATE                PGM154
044000         PERFORM 2450-MOVE-TERMS                                  PGM154
044100         SET LC-OPEN TO TRUE                                      PGM154
044200         WRITE LC-MASTER-REC                                      PGM154
044300             INVALID KEY                                          PGM154
044400                 MOVE 'L/C ALREADY EXISTS' TO WS-REJECT-REASON    PGM154
044500         END-WRITE                                                PGM154
044600     END-IF.                                                      PGM154
044700*                                                                 PGM154
044800 2350-CHECK-PO-HAS-OPEN-LC.                                       PGM154
044900     MOVE LOW-VALUES TO LC-NO                                     PGM154
045000     START LC-MASTER-FILE KEY IS NOT LESS THAN LC-NO              PGM154
045100         INVALID KEY SET WS-EOF TO TRUE                           PGM154
045200     END-START                                                    PGM154
045300     PERFORM 2360-READ-LC-FOR-PO                                  PGM154
045400         UNTIL WS-EOF OR WS-REJECT-REASON NOT = SPACES            PGM154
045500     MOVE 'N' TO WS-EOF-FLAG.                                     PGM154
045600*                                                                 PGM154
045700 2360-READ-LC-FOR-PO.                                             PGM154
045800     READ LC-MASTER-FILE NEXT RECORD                              PGM154
045900         AT END                                                   PGM154
046000             SET WS-EOF TO TRUE                                   PGM154
046100         NOT AT END                                               PGM154
046200             IF LC-PO-NO = LQ-PO-NO AND LC-OPEN                   PGM154
046300                 MOVE 'PO ALREADY HAS OPEN L/C'                   PGM154
046400                     TO WS-REJECT-REASON                          PGM154
046500             END-IF                                               PGM154
046600     END-READ.                                                    PGM154
046700*                                                                 PGM154
046800* 조건변경: 금액/수량/허용율/선적기한/유효기일만 바꾼다.                                 PGM154
046900 2400-AMEND-LC.                                                   PGM154
047000     READ LC-MASTER-FILE                                          PGM154
047100         INVALID KEY                                              PGM154
047200             MOVE 'L/C NOT FOUND' TO WS-REJECT-REASON             PGM154
047300     END-READ                                                     PGM154
047400     IF WS-REJECT-REASON = SPACES                                 PGM154
047500         IF NOT LC-OPEN AND NOT LC-EXPIRED                        PGM154
047600             MOVE 'L/C CLOSED' TO WS-REJECT-REASON                PGM154
047700         ELSE                                                     PGM154
047800             PERFORM 2450-MOVE-TERMS                              PGM154
047900             IF LC-EXPIRED AND LC-EXPIRY-DATE NOT < WS-RUN-DATE   PGM154
048000                 SET LC-OPEN TO TRUE                              PGM154
048100             END-IF                                               PGM154
048200             REWRITE LC-MASTER-REC                                PGM154
048300                 INVALID KEY                                      PGM154
048400                     MOVE 'L/C REWRITE ERROR' TO WS-REJECT-REASON PGM154
048500             END-REWRITE                                          PGM154
048600         END-IF                                                   PGM154
048700     END-IF.                                                      PGM154
048800*                                                                 PGM154
048900 2450-MOVE-TERMS.                                                 PGM154
049000     MOVE LQ-AMOUNT           TO LC-AMOUNT                        PGM154
049100     MOVE LQ-QTY              TO LC-QTY                           PGM154
049200     MOVE LQ-TOLERANCE-PCT    TO LC-TOLERANCE-PCT                 PGM154
049300     MOVE LQ-LATEST-SHIP-DATE TO LC-LATEST-SHIP-DATE              PGM154
049400     MOVE LQ-EXPIRY-DATE      TO LC-EXPIRY-DATE                   PGM154
049500     MOVE LQ-USER-ID          TO LC-UPD-USER.                     PGM154
049600*                                                                 PGM154
049700 2500-CLOSE-LC.                                                   PGM154
049800     READ LC-MASTER-FILE                                          PGM154
049900         INVALID KEY                                              PGM154
050000             MOVE 'L/C NOT FOUND' TO WS-REJECT-REASON             PGM154
050100     END-READ                                                     PGM154
050200     IF WS-REJECT-REASON = SPACES                                 PGM154
050300         IF LC-CLOSED                                             PGM154
050400             MOVE 'L/C ALREADY CLOSED' TO WS-REJECT-REASON        PGM154
050500         ELSE                                                     PGM154
050600             SET LC-CLOSED TO TRUE                                PGM154
050700             MOVE LQ-USER-ID TO LC-UPD-USER                       PGM154
050800             REWRITE LC-MASTER-REC                                PGM154
050900                 INVALID KEY                                      PGM154
051000                     MOVE 'L/C REWRITE ERROR' TO WS-REJECT-REASON PGM154
051100             END-REWRITE                                          PGM154
051200         END-IF                                                   PGM154
051300     END-IF.                                                      PGM154
051400*                                                                 PGM154
051500 3000-LOAD-OPEN-LCS.                                              PGM154
051600     MOVE LOW-VALUES TO LC-NO                                     PGM154
051700     START LC-MASTER-FILE KEY IS NOT LESS THAN LC-NO              PGM154
051800         INVALID KEY SET WS-EOF TO TRUE                           PGM154
051900     END-START                                                    PGM154
052000     PERFORM 3050-READ-LC                                         PGM154
052100         UNTIL WS-EOF                                             PGM154
052200     MOVE 'N' TO WS-EOF-FLAG.                                     PGM154
052300*                                                                 PGM154
052400 3050-READ-LC.                                                    PGM154
052500     READ LC-MASTER-FILE NEXT RECORD                              PGM154
052600         AT END                                                   PGM154
052700             SET WS-EOF TO TRUE                                   PGM154
052800         NOT AT END                                               PGM154
052900             IF LC-OPEN                                           PGM154
053000                 PERFORM 3100-ADD-LC-ENTRY                        PGM154
053100             END-IF                                               PGM154
053200     END-READ.                                                    PGM154
053300*                                                                 PGM154
053400 3100-ADD-LC-ENTRY.                                               PGM154
053500     IF WS-LC-COUNT NOT < WS-LC-MAX                               PGM154
053600         DISPLAY 'L/C TABLE FULL - MAX ' WS-LC-MAX                PGM154
053700         MOVE 'FL' TO WS-ABEND-STATUS                             PGM154
053800         PERFORM 9900-ABNORMAL-END                                PGM154
053900     END-IF                                                       PGM154
054000     ADD 1 TO WS-LC-COUNT                                         PGM154
054100     MOVE LC-PO-NO TO WS-LCT-PO-NO (WS-LC-COUNT)                  PGM154
054200     MOVE LC-NO    TO WS-LCT-LC-NO (WS-LC-COUNT).                 PGM154
054300*                                                                 PGM154
054400* 선하증권 인출: 아직 인출되지 않은 B/L만 한 번 인출한다.                              PGM154
054500* 인출 금액은 B/L 수량 x 발주 단가(발주 통화).                                   PGM154
054600 4000-DRAW-BILLS-OF-LADING.                                       PGM154
054700     OPEN INPUT VESSEL-FILE                                       PGM154
054800     IF WS-FILE-STATUS5 NOT = '00'                                PGM154
054900         DISPLAY 'VESSEL FILE OPEN ERROR: ' WS-FILE-STATUS5       PGM154
055000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM154
055100         PERFORM 9900-ABNORMAL-END                                PGM154
055200     END-IF                                                       PGM154
055300     MOVE 'BILL OF LADING DRAWINGS AND EXCEPTIONS'                PGM154
055400         TO RT-SECTION-TITLE                                      PGM154
055500     WRITE LC-REPORT-REC FROM WS-RPT-SECTION                      PGM154
055600     WRITE LC-REPORT-REC FROM WS-RPT-DRAW-COLUMNS                 PGM154
055700     PERFORM 4050-READ-VESSEL                                     PGM154
055800         UNTIL WS-EOF                                             PGM154
055900     CLOSE VESSEL-FILE                                            PGM154
056000     MOVE 'N' TO WS-EOF-FLAG.                                     PGM154
056100*                                                                 PGM154
056200 4050-READ-VESSEL.                                                PGM154
056300     READ VESSEL-FILE NEXT RECORD                                 PGM154
056400         AT END                                                   PGM154
056500             SET WS-EOF TO TRUE                                   PGM154
056600         NOT AT END                                               PGM154
056700             IF VS-BL-NO NOT = SPACES                             PGM154
056800                 ADD 1 TO WS-BL-COUNT                             PGM154
056900                 PERFORM 4100-MATCH-BL-TO-LC                      PGM154
057000             END-IF                                               PGM154
057100     END-READ.                                                    PGM154
057200*                                                                 PGM154
057300 4100-MATCH-BL-TO-LC.                                             PGM154
057400     MOVE ZEROS TO WS-FOUND-IX                                    PGM154
057500     PERFORM 4110-CHECK-LC-PO                                     PGM154
057600         VARYING WS-IX FROM 1 BY 1                                PGM154
057700         UNTIL WS-IX > WS-LC-COUNT OR WS-FOUND-IX > 0             PGM154
057800     IF WS-FOUND-IX = 0                                           PGM154
057900         PERFORM 4150-CHECK-ANY-DRAWING                           PGM154
058000     ELSE                                                         PGM154
058100         MOVE WS-LCT-LC-NO (WS-FOUND-IX) TO LD-LC-NO              PGM154
058200         MOVE VS-VESSEL-CD TO LD-VESSEL-CD                        PGM154
058300         MOVE VS-BL-NO     TO LD-BL-NO                            PGM154
058400         READ LC-DRAW-FILE                                        PGM154
058500             INVALID KEY                                          PGM154
058600                 PERFORM 4200-DRAW-BL                             PGM154
058700         END-READ                                                 PGM154
058800     END-IF.                                                      PGM154
058900*                                                                 PGM154
059000 4110-CHECK-LC-PO.                                                PGM154
059100     IF WS-LCT-PO-NO (WS-IX) = VS-PO-NO                           PGM154
059200         MOVE WS-IX TO WS-FOUND-IX                                PGM154
059300     END-IF.                                                      PGM154
059400*                                                                 PGM154
059500* 유효 L/C가 없는 B/L: 이미 종결/만료 L/C로 인출된 것이 아니면                        PGM154
059600* 예외로 찍고 경보를 올린다. (만료 후 선적 등)                                     PGM154
059700 4150-CHECK-ANY-DRAWING.                                          PGM154
059800     MOVE 'N' TO WS-DRAWN-FLAG                                    PGM154
059900     MOVE LOW-VALUES TO LC-NO                                     PGM154
060000     START LC-MASTER-FILE KEY IS NOT LESS THAN LC-NO              PGM154
060100         INVALID KEY SET WS-EOF TO TRUE                           PGM154
060200     END-START                                                    PGM154
060300     PERFORM 4160-READ-LC-DRAWING                                 PGM154
060400         UNTIL WS-EOF OR WS-ALREADY-DRAWN                         PGM154
060500     MOVE 'N' TO WS-EOF-FLAG                                      PGM154
060600     IF NOT WS-ALREADY-DRAWN                                      PGM154
060700         ADD 1 TO WS-NO-LC-COUNT                                  PGM154
060800         MOVE SPACES         TO RD-LC-NO                          PGM154
060900         MOVE ZEROS          TO WS-DRAW-AMT                       PGM154
061000         MOVE 'NO OPEN L/C'  TO WS-REMARK                         PGM154
061100         PERFORM 4400-PRINT-DRAW-LINE                             PGM154
061200         MOVE 'W'            TO WS-AQ-SEVERITY                    PGM154
061300         MOVE VS-BL-NO       TO WS-AQ-KEY                         PGM154
061400         MOVE 'B/L WITHOUT OPEN L/C' TO WS-AQ-DESC                PGM154
061500         PERFORM 9760-WRITE-ALERT-QUEUE                           PGM154
061600     END-IF.                                                      PGM154
061700*                                                                 PGM154
061800 4160-READ-LC-DRAWING.                                            PGM154
061900     READ LC-MASTER-FILE NEXT RECORD                              PGM154
062000         AT END                                                   PGM154
062100             SET WS-EOF TO TRUE                                   PGM154
062200         NOT AT END                                               PGM154
062300             IF LC-PO-NO = VS-PO-NO                               PGM154
062400                 MOVE LC-NO        TO LD-LC-NO                    PGM154
062500                 MOVE VS-VESSEL-CD TO LD-VESSEL-CD                PGM154
062600                 MOVE VS-BL-NO     TO LD-BL-NO                    PGM154
062700                 READ LC-DRAW-FILE                                PGM154
062800                     NOT INVALID KEY                              PGM154
062900                         SET WS-ALREADY-DRAWN TO TRUE             PGM154
063000                 END-READ                                         PGM154
063100             END-IF                                               PGM154
063200     END-READ.                                                    PGM154
063300*                                                                 PGM154
063400 4200-DRAW-BL.                                                    PGM154
063500     MOVE LD-LC-NO TO LC-NO                                       PGM154
063600     READ LC-MASTER-FILE                                          PGM154
063700         INVALID KEY                                              PGM154
063800             DISPLAY 'L/C NOT FOUND FOR DRAWING: ' LD-LC-NO       PGM154
063900     END-READ                                                     PGM154
064000     MOVE ZEROS TO WS-DRAW-AMT                                    PGM154
064100     MOVE VS-PO-NO TO PO-NO                                       PGM154
064200     READ PO-MASTER-FILE                                          PGM154
064300         INVALID KEY                                              PGM154
064400             DISPLAY 'PO NOT FOUND FOR B/L: ' VS-BL-NO            PGM154
064500         NOT INVALID KEY                                          PGM154
064600             COMPUTE WS-DRAW-AMT ROUNDED =                        PGM154
064700                 VS-BL-QTY * PO-UNIT-PRICE                        PGM154
064800     END-READ                                                     PGM154
064900     INITIALIZE LC-DRAW-REC                                       PGM154
065000     MOVE LC-NO          TO LD-LC-NO                              PGM154
065100     MOVE VS-VESSEL-CD   TO LD-VESSEL-CD                          PGM154
065200     MOVE VS-BL-NO       TO LD-BL-NO                              PGM154
065300     MOVE VS-PO-NO       TO LD-PO-NO                              PGM154
065400     MOVE VS-BL-QTY      TO LD-BL-QTY                             PGM154
065500     MOVE WS-DRAW-AMT    TO LD-DRAW-AMT                           PGM154
065600     MOVE VS-ETD-DATE    TO LD-ETD-DATE                           PGM154
065700     MOVE WS-RUN-DATE    TO LD-DRAW-DATE                          PGM154
065800     MOVE 'N'            TO LD-LATE-SHIP-FLAG                     PGM154
065900     MOVE 'N'            TO LD-OVER-DRAW-FLAG                     PGM154
066000     ADD VS-BL-QTY       TO LC-DRAWN-QTY                          PGM154
066100     ADD WS-DRAW-AMT     TO LC-DRAWN-AMT                          PGM154
066200     ADD 1               TO LC-BL-COUNT                           PGM154
066300     MOVE 'DRAWN'        TO WS-REMARK                             PGM154
066400     PERFORM 4300-CHECK-DRAWING                                   PGM154
066500     WRITE LC-DRAW-REC                                            PGM154
066600         INVALID KEY                                              PGM154
066700             DISPLAY 'L/C DRAWING DUPLICATE: ' VS-BL-NO           PGM154
066800     END-WRITE                                                    PGM154
066900     REWRITE LC-MASTER-REC                                        PGM154
067000         INVALID KEY                                              PGM154
067100             DISPLAY 'L/C REWRITE ERROR: ' LC-NO                  PGM154
067200     END-REWRITE                                                  PGM154
067300     ADD 1 TO WS-DRAW-COUNT                                       PGM154
067400     MOVE LC-NO TO RD-LC-NO                                       PGM154
067500     PERFORM 4400-PRINT-DRAW-LINE.                                PGM154
067600*                                                                 PGM154
067700* 선적기한 경과와 과부족 허용율 초과 인출 점검.                                      PGM154
067800 4300-CHECK-DRAWING.                                              PGM154
067900     IF VS-ETD-DATE > LC-LATEST-SHIP-DATE                         PGM154
068000         SET LD-LATE-SHIPMENT TO TRUE                             PGM154
068100         ADD 1 TO WS-LATE-SHIP-COUNT                              PGM154
068200         MOVE 'LATE SHIPMENT' TO WS-REMARK                        PGM154
068300         MOVE 'C'             TO WS-AQ-SEVERITY                   PGM154
068400         MOVE VS-BL-NO        TO WS-AQ-KEY                        PGM154
068500         MOVE 'ETD PAST L/C LATEST SHIPMENT' TO WS-AQ-DESC        PGM154
068600         PERFORM 9760-WRITE-ALERT-QUEUE                           PGM154
068700     END-IF                                                       PGM154
068800     COMPUTE WS-QTY-LIMIT ROUNDED =                               PGM154
068900         LC-QTY * (100 + LC-TOLERANCE-PCT) / 100                  PGM154
069000     COMPUTE WS-AMT-LIMIT ROUNDED =                               PGM154
069100         LC-AMOUNT * (100 + LC-TOLERANCE-PCT) / 100               PGM154
069200     IF LC-DRAWN-QTY > WS-QTY-LIMIT                               PGM154
069300         OR LC-DRAWN-AMT > WS-AMT-LIMIT                           PGM154
069400         SET LD-OVER-DRAWN TO TRUE                                PGM154
069500         ADD 1 TO WS-OVER-DRAW-COUNT                              PGM154
069600         IF LD-LATE-SHIPMENT                                      PGM154
069700             MOVE 'LATE + OVER L/C' TO WS-REMARK                  PGM154
069800         ELSE                                                     PGM154
069900             MOVE 'OVER L/C BALANCE' TO WS-REMARK                 PGM154
070000         END-IF                                                   PGM154
070100         MOVE 'C'             TO WS-AQ-SEVERITY                   PGM154
070200         MOVE VS-BL-NO        TO WS-AQ-KEY                        PGM154
070300         MOVE 'B/L EXCEEDS L/C BAL+TOLERANCE' TO WS-AQ-DESC       PGM154
070400         PERFORM 9760-WRITE-ALERT-QUEUE                           PGM154
070500     END-IF.                                                      PGM154
070600*                                                                 PGM154
070700 4400-PRINT-DRAW-LINE.                                            PGM154
070800     MOVE VS-VESSEL-CD TO RD-VESSEL-CD                            PGM154
070900     MOVE VS-BL-NO     TO RD-BL-NO                                PGM154
071000     MOVE VS-PO-NO     TO RD-PO-NO                                PGM154
071100     MOVE VS-ETD-DATE  TO RD-ETD-DATE                             PGM154
071200     MOVE VS-BL-QTY    TO RD-BL-QTY                               PGM154
071300     MOVE WS-DRAW-AMT  TO RD-DRAW-AMT                             PGM154
071400     MOVE WS-REMARK    TO RD-REMARK                               PGM154
071500     WRITE LC-REPORT-REC FROM WS-RPT-DRAW-LINE.                   PGM154
071600*                                                                 PGM154
071700* L/C 현황: 허용율 하한까지 소진되면 종결, 유효기일이 지나면                             PGM154
071800* 만료. 유효기일이 경보일수 안으로 들어온 L/C는 경보.                                 PGM154
071900 5000-REVIEW-LC-POSITION.                                         PGM154
072000     MOVE 'OPEN L/C POSITION' TO RT-SECTION-TITLE                 PGM154
072100     WRITE LC-REPORT-REC FROM WS-RPT-SECTION                      PGM154
072200     WRITE LC-REPORT-REC FROM WS-RPT-POS-COLUMNS                  PGM154
072300     MOVE LOW-VALUES TO LC-NO                                     PGM154
072400     START LC-MASTER-FILE KEY IS NOT LESS THAN LC-NO              PGM154
072500         INVALID KEY SET WS-EOF TO TRUE                           PGM154
072600     END-START                                                    PGM154
072700     PERFORM 5050-READ-LC-POSITION                                PGM154
072800         UNTIL WS-EOF                                             PGM154
072900     MOVE 'N' TO WS-EOF-FLAG.                                     PGM154
073000*                                                                 PGM154
073100 5050-READ-LC-POSITION.                                           PGM154
073200     READ LC-MASTER-FILE NEXT RECORD                              PGM154
073300         AT END                                                   PGM154
073400             SET WS-EOF TO TRUE                                   PGM154
073500         NOT AT END                                               PGM154
073600             IF LC-OPEN                                           PGM154
073700                 PERFORM 5100-REVIEW-LC                           PGM154
073800             END-IF                                               PGM154
073900     END-READ.                                                    PGM154
074000*                                                                 PGM154
074100 5100-REVIEW-LC.                                                  PGM154
074200     MOVE SPACES TO WS-REMARK                                     PGM154
074300     MOVE LC-EXPIRY-DATE TO WS-EXP-DATE                           PGM154
074400     COMPUTE WS-DAYS-LEFT =                                       PGM154
074500         ((WS-EXP-YY - WS-RUN-YY) * 360)                          PGM154
074600         + ((WS-EXP-MM - WS-RUN-MM) * 30)                         PGM154
074700         + (WS-EXP-DD - WS-RUN-DD)                                PGM154
074800     COMPUTE WS-BALANCE-QTY = LC-QTY - LC-DRAWN-QTY               PGM154
074900     COMPUTE WS-BALANCE-AMT = LC-AMOUNT - LC-DRAWN-AMT            PGM154
075000     COMPUTE WS-QTY-FLOOR ROUNDED =                               PGM154
075100         LC-QTY * (100 - LC-TOLERANCE-PCT) / 100                  PGM154
075200     EVALUATE TRUE                                                PGM154
075300         WHEN LC-DRAWN-QTY NOT < WS-QTY-FLOOR                     PGM154
075400             SET LC-CLOSED TO TRUE                                PGM154
075500             ADD 1 TO WS-CLOSED-COUNT                             PGM154
075600             MOVE 'FULLY DRAWN-CLOSED' TO WS-REMARK               PGM154
075700         WHEN WS-DAYS-LEFT < 0                                    PGM154
075800             SET LC-EXPIRED TO TRUE                               PGM154
075900             ADD 1 TO WS-EXPIRED-COUNT                            PGM154
076000             MOVE 'EXPIRED WITH BAL'   TO WS-REMARK               PGM154
076100             MOVE 'C'                  TO WS-AQ-SEVERITY          PGM154
076200             MOVE LC-NO                TO WS-AQ-KEY               PGM154
076300             MOVE 'L/C EXPIRED WITH BALANCE' TO WS-AQ-DESC        PGM154
076400             PERFORM 9760-WRITE-ALERT-QUEUE                       PGM154
076500         WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS                     PGM154
076600             ADD 1 TO WS-EXPIRY-WARN-COUNT                        PGM154
076700             MOVE 'EXPIRY NEAR'        TO WS-REMARK               PGM154
076800             MOVE 'W'                  TO WS-AQ-SEVERITY          PGM154
076900             MOVE LC-NO                TO WS-AQ-KEY               PGM154
077000             MOVE 'L/C NEARING EXPIRY' TO WS-AQ-DESC              PGM154
077100             PERFORM 9760-WRITE-ALERT-QUEUE                       PGM154
077200         WHEN OTHER                                               PGM154
077300             CONTINUE                                             PGM154
077400     END-EVALUATE                                                 PGM154
077500     IF NOT LC-OPEN                                               PGM154
077600         REWRITE LC-MASTER-REC                                    PGM154
077700             INVALID KEY                                          PGM154
077800                 DISPLAY 'L/C REWRITE ERROR: ' LC-NO              PGM154
077900         END-REWRITE                                              PGM154
078000     END-IF                                                       PGM154
078100     MOVE LC-NO               TO RP-LC-NO                         PGM154
078200     MOVE LC-PO-NO            TO RP-PO-NO                         PGM154
078300     MOVE LC-CURRENCY-CD      TO RP-CURRENCY-CD                   PGM154
078400     MOVE LC-AMOUNT           TO RP-LC-AMOUNT                     PGM154
078500     MOVE LC-DRAWN-AMT        TO RP-DRAWN-AMT                     PGM154
078600     MOVE WS-BALANCE-QTY      TO RP-BALANCE-QTY                   PGM154
078700     MOVE LC-LATEST-SHIP-DATE TO RP-LATEST-SHIP-DATE              PGM154
078800     MOVE LC-EXPIRY-DATE      TO RP-EXPIRY-DATE                   PGM154
078900     MOVE WS-DAYS-LEFT        TO RP-DAYS-LEFT                     PGM154
079000     MOVE LC-STATUS           TO RP-STATUS                        PGM154
079100     MOVE WS-REMARK           TO RP-REMARK                        PGM154
079200     WRITE LC-REPORT-REC FROM WS-RPT-POS-LINE.                    PGM154
079300*                                                                 PGM154
079400 6000-PRINT-COUNTS.                                               PGM154
079500     MOVE 'RUN COUNTS' TO RT-SECTION-TITLE                        PGM154
079600     WRITE LC-REPORT-REC FROM WS-RPT-SECTION                      PGM154
079700     MOVE 'L/C TRANSACTIONS' TO RN-LABEL                          PGM154
079800     MOVE WS-TXN-COUNT TO RN-COUNT                                PGM154
079900     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
080000     MOVE 'TRANSACTIONS REJECTED' TO RN-LABEL                     PGM154
080100     MOVE WS-TXN-REJECT-COUNT TO RN-COUNT                         PGM154
080200     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
080300     MOVE 'BILLS OF LADING READ' TO RN-LABEL                      PGM154
080400     MOVE WS-BL-COUNT TO RN-COUNT                                 PGM154
080500     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
080600     MOVE 'NEW DRAWINGS' TO RN-LABEL                              PGM154
080700     MOVE WS-DRAW-COUNT TO RN-COUNT                               PGM154
080800     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
080900     MOVE 'B/L WITHOUT OPEN L/C' TO RN-LABEL                      PGM154
081000     MOVE WS-NO-LC-COUNT TO RN-COUNT                              PGM154
081100     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
081200     MOVE 'LATE SHIPMENTS' TO RN-LABEL                            PGM154
081300     MOVE WS-LATE-SHIP-COUNT TO RN-COUNT                          PGM154
081400     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
081500     MOVE 'DRAWINGS OVER BALANCE + TOLERANCE' TO RN-LABEL         PGM154
081600     MOVE WS-OVER-DRAW-COUNT TO RN-COUNT                          PGM154
081700     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
081800     MOVE 'L/C NEARING EXPIRY' TO RN-LABEL                        PGM154
081900     MOVE WS-EXPIRY-WARN-COUNT TO RN-COUNT                        PGM154
082000     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
082100     MOVE 'L/C EXPIRED WITH BALANCE' TO RN-LABEL                  PGM154
082200     MOVE WS-EXPIRED-COUNT TO RN-COUNT                            PGM154
082300     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE                     PGM154
082400     MOVE 'L/C CLOSED AS FULLY DRAWN' TO RN-LABEL                 PGM154
082500     MOVE WS-CLOSED-COUNT TO RN-COUNT                             PGM154
082600     WRITE LC-REPORT-REC FROM WS-RPT-CNT-LINE.                    PGM154
082700*                                                                 PGM154
082800 9000-FINALIZE.                                                   PGM154
082900     CLOSE LC-MASTER-FILE                                         PGM154
083000     CLOSE LC-DRAW-FILE                                           PGM154
083100     CLOSE PO-MASTER-FILE                                         PGM154
083200     CLOSE LC-REPORT-FILE                                         PGM154
083300     IF WS-ALRTQ-READY                                            PGM154
083400         CLOSE ALERT-QUEUE-FILE                                   PGM154
083500     END-IF                                                       PGM154
083600     IF WS-AUDIT-READY                                            PGM154
083700         CLOSE AUDIT-TRAIL-FILE                                   PGM154
083800     END-IF                                                       PGM154
083900     IF WS-TXN-REJECT-COUNT > 0 OR WS-NO-LC-COUNT > 0             PGM154
084000         OR WS-LATE-SHIP-COUNT > 0 OR WS-OVER-DRAW-COUNT > 0      PGM154
084100         OR WS-EXPIRED-COUNT > 0                                  PGM154
084200         MOVE 4 TO RETURN-CODE                                    PGM154
084300     END-IF                                                       PGM154
084400     DISPLAY 'PGM154 COMPLETED: ' WS-DRAW-COUNT ' DRAWINGS, '     PGM154
084500             WS-LATE-SHIP-COUNT ' LATE, '                         PGM154
084600             WS-OVER-DRAW-COUNT ' OVER L/C'.                      PGM154
084700*                                                                 PGM154
084800 9760-WRITE-ALERT-QUEUE.                                          PGM154
084900     IF WS-ALRTQ-READY                                            PGM154
085000         INITIALIZE ALERT-QUEUE-REC                               PGM154
085100         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM154
085200         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM154
085300         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM154
085400         MOVE 'PGM154' TO AQ-SOURCE-PGM                           PGM154
085500         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM154
085600         MOVE WS-AQ-TIME-WK (1:2) TO WS-AQ-HOUR                   PGM154
085700         EVALUATE TRUE                                            PGM154
085800             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM154
085900                 MOVE '1' TO AQ-SHIFT-CD                          PGM154
086000             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM154
086100                 MOVE '2' TO AQ-SHIFT-CD                          PGM154
086200             WHEN OTHER                                           PGM154
086300                 MOVE '3' TO AQ-SHIFT-CD                          PGM154
086400         END-EVALUATE                                             PGM154
086500         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM154
086600         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM154
086700         MOVE 'N' TO AQ-ACK-FLAG                                  PGM154
086800         WRITE ALERT-QUEUE-REC                                    PGM154
086900     END-IF.                                                      PGM154
087000*                                                                 PGM154
087100 9700-WRITE-AUDIT-RECORD.                                         PGM154
087200     IF WS-AUDIT-READY                                            PGM154
087300         INITIALIZE AUDIT-TRAIL-REC                               PGM154
087400         MOVE 'PGM154'   TO AT-PROGRAM-ID                         PGM154
087500         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM154
087600         ACCEPT AT-RUN-TIME FROM TIME                             PGM154
087700         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM154
087800         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM154
087900         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM154
088000         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM154
088100         WRITE AUDIT-TRAIL-REC                                    PGM154
088200     END-IF.                                                      PGM154
088300*                                                                 PGM154
088400 9750-DIAGNOSE-FILE-STATUS.                                       PGM154
088500     EVALUATE WS-ABEND-STATUS                                     PGM154
088600         WHEN '10'                                                PGM154
088700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM154
088800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM154
088900         WHEN '23'                                                PGM154
089000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM154
089100             DISPLAY '  AND RETRY THE REQUEST'                    PGM154
089200         WHEN '35'                                                PGM154
089300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM154
089400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM154
089500         WHEN '37'                                                PGM154
089600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM154
089700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM154
089800         WHEN '39'                                                PGM154
089900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM154
090000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM154
090100         WHEN '41'                                                PGM154
090200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM154
090300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM154
090400         WHEN '42'                                                PGM154
090500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM154
090600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM154
090700         WHEN '46'                                                PGM154
090800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM154
090900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM154
091000         WHEN OTHER                                               PGM154
091100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM154
091200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM154
091300     END-EVALUATE.                                                PGM154
091400*                                                                 PGM154
091500 9900-ABNORMAL-END.                                               PGM154
091600     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM154
091700     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM154
091800     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM154
091900     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM154
092000     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM154
092100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM154
092200     DISPLAY 'PGM154 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM154
092300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM154
092400     MOVE 16 TO RETURN-CODE                                       PGM154
092500     GOBACK.                                                      PGM154
092600                                                                  PGM154
