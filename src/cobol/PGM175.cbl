000100 IDENTIFICATION DIVISION.                                         PGM175
000200 PROGRAM-ID.    PGM175.                                           PGM175
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM175
000400*                                                                 PGM175
000500* =========================================================       PGM175
000600* 프로그램명: 기준생산계획(MPS) 제안 생성 (월간)                                   PGM175
000700* 처리내용  : 계획 기준 마스터(CPYMPSM)의 유효 제품마다                             PGM175
000800*            계획 시작월부터 지정 개월 수만큼 월별 수요를                            PGM175
000900*            수요예측(CPYFCST)과 미출하 수주(CPYCORD) 중 큰                   PGM175
001000*            값으로 잡고, 완제품 재고에서 수주 예약을 뺀 가용                         PGM175
001100*            재고와 월말 목표재고로 순소요를 내어 라인 배치                           PGM175
001200*            크기로 올린 계획 제안(CPYMPSP)을 만든다. 생산                       PGM175
001300*            계획 마스터는 건드리지 않으며 계획담당자가 PGM176                       PGM175
001400*            에서 검토/확정해야 반영된다.                                     PGM175
001500* =========================================================       PGM175
001600*                                                                 PGM175
001700 ENVIRONMENT DIVISION.                                            PGM175
001800 CONFIGURATION SECTION.                                           PGM175
001900 INPUT-OUTPUT SECTION.                                            PGM175
002000 FILE-CONTROL.                                                    PGM175
002100     SELECT OPTIONAL MPS-PARM-FILE                                PGM175
002200         ASSIGN TO MPSPARM                                        PGM175
002300         ORGANIZATION IS SEQUENTIAL                               PGM175
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM175
002500     SELECT MPS-PRODUCT-FILE                                      PGM175
002600         ASSIGN TO MPSPRDM                                        PGM175
002700         ORGANIZATION IS INDEXED                                  PGM175
002800         ACCESS MODE IS SEQUENTIAL                                PGM175
002900         RECORD KEY IS MM-PRODUCT-CD                              PGM175
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM175
003100     SELECT FORECAST-FILE                                         PGM175
003200         ASSIGN TO FORECAST                                       PGM175
003300         ORGANIZATION IS INDEXED                                  PGM175
003400         ACCESS MODE IS RANDOM                                    PGM175
003500         RECORD KEY IS FC-KEY                                     PGM175
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM175
003700     SELECT CUST-ORDER-FILE                                       PGM175
003800         ASSIGN TO CUSTORD                                        PGM175
003900         ORGANIZATION IS INDEXED                                  PGM175
004000         ACCESS MODE IS SEQUENTIAL                                PGM175
004100         RECORD KEY IS SO-KEY                                     PGM175
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM175
004300     SELECT OPTIONAL RESERVATION-FILE                             PGM175
004400         ASSIGN TO RESVFILE                                       PGM175
004500         ORGANIZATION IS INDEXED                                  PGM175
004600         ACCESS MODE IS RANDOM                                    PGM175
004700         RECORD KEY IS RS-KEY                                     PGM175
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM175
004900     SELECT INV-MASTER-FILE                                       PGM175
005000         ASSIGN TO INVMAST                                        PGM175
005100         ORGANIZATION IS INDEXED                                  PGM175
005200         ACCESS MODE IS DYNAMIC                                   PGM175
005300         RECORD KEY IS IM-KEY                                     PGM175
005400         FILE STATUS IS WS-FILE-STATUS6.                          PGM175
005500     SELECT PROD-PLAN-FILE                                        PGM175
005600         ASSIGN TO PRDPLAN                                        PGM175
005700         ORGANIZATION IS INDEXED                                  PGM175
005800         ACCESS MODE IS RANDOM                                    PGM175
005900         RECORD KEY IS PP-KEY                                     PGM175
006000         FILE STATUS IS WS-FILE-STATUS7.                          PGM175
006100     SELECT MPS-PROPOSAL-FILE                                     PGM175
006200         ASSIGN TO MPSPROP                                        PGM175
006300         ORGANIZATION IS INDEXED                                  PGM175
006400         ACCESS MODE IS RANDOM                                    PGM175
006500         RECORD KEY IS MP-KEY                                     PGM175
006600         FILE STATUS IS WS-FILE-STATUS8.                          PGM175
006700     SELECT MPS-REPORT-FILE                                       PGM175
006800         ASSIGN TO MPSRPT                                         PGM175
006900         ORGANIZATION IS SEQUENTIAL                               PGM175
007000         FILE STATUS IS WS-FILE-STATUS9.                          PGM175
007100*                                                                 PGM175
007200 DATA DIVISION.                                                   PGM175
007300 FILE SECTION.                                                    PGM175
007400 FD  MPS-PARM-FILE.                                               PGM175
007500 01  MPS-PARM-REC.                                                PGM175
007600     05 MR-START-YYYYMM      PIC 9(06).                           PGM175
007700     05 MR-HORIZON           PIC 9(02).                           PGM175
007800     05 FILLER               PIC X(72).                           PGM175
007900 FD  MPS-PRODUCT-FILE.                                            PGM175
008000 01  MPS-PRODUCT-REC.                                             PGM175
008100     COPY CPYMPSM.                                                PGM175
008200 FD  FORECAST-FILE.                                               PGM175
008300 01  FORECAST-REC.                                                PGM175
008400     COPY CPYFCST.                                                PGM175
008500 FD  CUST-ORDER-FILE.                                             PGM175
008600 01  CUST-ORDER-REC.                                              PGM175
008700     COPY CPYCORD.                                                PGM175
008800 FD  RESERVATION-FILE.                                            PGM175
008900 01  RESERVATION-REC.                                             PGM175
009000     COPY CPYRESV.                                                PGM175
009100 FD  INV-MASTER-FILE.                                             PGM175
009200 01  INV-MASTER-REC.                                              PGM175
009300     COPY CPYINVMS.                                               PGM175
009400 FD  PROD-PLAN-FILE.                                              PGM175
009500 01  PROD-PLAN-REC.                                               PGM175
009600     COPY CPYPPLAN.                                               PGM175
009700 FD  MPS-PROPOSAL-FILE.                                           PGM175
009800 01  MPS-PROPOSAL-REC.                                            PGM175
009900     COPY CPYMPSP.                                                PGM175
010000 FD  MPS-REPORT-FILE.                                             PGM175
010100 01  MPS-REPORT-REC          PIC X(132).                          PGM175
010200*                                                                 PGM175
010300 WORKING-STORAGE SECTION.                                         PGM175
010400 01  WS-FILE-STATUS         PIC XX.                               PGM175
010500 01  WS-FILE-STATUS2        PIC XX.                               PGM175
010600 01  WS-FILE-STATUS3        PIC XX.                               PGM175
010700 01  WS-FILE-STATUS4        PIC XX.                               PGM175
010800 01  WS-FILE-STATUS5        PIC XX.                               PGM175
010900 01  WS-FILE-STATUS6        PIC XX.                               PGM175
011000 01  WS-FILE-STATUS7        PIC XX.                               PGM175
011100 01  WS-FILE-STATUS8        PIC XX.                               PGM175
011200 01  WS-FILE-STATUS9        PIC XX.                               PGM175
011300 01  WS-ABEND-STATUS        PIC XX.                               PGM175
011400 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM175
011500     88 WS-EOF              VALUE 'Y'.                            PGM175
011600 01  WS-IM-EOF-FLAG         PIC X VALUE 'N'.                      PGM175
011700     88 WS-IM-EOF           VALUE 'Y'.                            PGM175
011800 01  WS-RESV-READY-FLAG     PIC X VALUE 'N'.                      PGM175
011900     88 WS-RESV-READY       VALUE 'Y'.                            PGM175
012000 01  WS-MONTH-FOUND-FLAG    PIC X VALUE 'N'.                      PGM175
012100     88 WS-MONTH-FOUND      VALUE 'Y'.                            PGM175
012200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM175
012300* 계획 기간: 시작월과 개월 수 (최대 12개월)                                      PGM175
012400 01  WS-START-YYYYMM        PIC 9(06) VALUE ZEROS.                PGM175
012500 01  WS-HORIZON             PIC 9(02) VALUE 3.                    PGM175
012600 01  WS-HORIZON-MAX         PIC 9(02) VALUE 12.                   PGM175
012700 01  WS-WORK-YYYYMM         PIC 9(06) VALUE ZEROS.                PGM175
012800 01  WS-WORK-YYYYMM-R REDEFINES WS-WORK-YYYYMM.                   PGM175
012900     05 WS-WORK-YYYY        PIC 9(04).                            PGM175
013000     05 WS-WORK-MM          PIC 9(02).                            PGM175
013100 01  WS-MONTH-TABLE.                                              PGM175
013200     05 WS-MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MT-IDX.         PGM175
013300         10 WS-MT-YYYYMM        PIC 9(06).                        PGM175
013400* 계획 제품 테이블 (월별 예측/수주/예약 누계)                                      PGM175
013500 01  WS-PT-MAX              PIC 9(03) VALUE 500.                  PGM175
013600 01  WS-PT-COUNT            PIC 9(03) VALUE ZEROS.                PGM175
013700 01  WS-PT-TABLE.                                                 PGM175
013800     05 WS-PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.           PGM175
013900         10 WS-PT-PRODUCT-CD    PIC X(15).                        PGM175
014000         10 WS-PT-PLANT-CD      PIC X(04).                        PGM175
014100         10 WS-PT-LINE-CD       PIC X(10).                        PGM175
014200         10 WS-PT-WAREHOUSE-CD  PIC X(05).                        PGM175
014300         10 WS-PT-UNIT-CD       PIC X(03).                        PGM175
014400         10 WS-PT-BATCH-QTY     PIC S9(09).                       PGM175
014500         10 WS-PT-TARGET-STOCK  PIC S9(09).                       PGM175
014600         10 WS-PT-STOCK-QTY     PIC S9(11).                       PGM175
014700         10 WS-PT-RESV-TOTAL    PIC S9(11).                       PGM175
014800         10 WS-PT-MONTH OCCURS 12 TIMES INDEXED BY MO-IDX.        PGM175
014900             15 WS-PT-FCST-QTY  PIC S9(9)V99.                     PGM175
015000             15 WS-PT-ORDER-QTY PIC S9(11).                       PGM175
015100             15 WS-PT-RESV-QTY  PIC S9(11).                       PGM175
015200* 월 계산                                                            PGM175
015300 01  WS-OPEN-QTY            PIC S9(11) VALUE ZEROS.               PGM175
015400 01  WS-LINE-RESV-QTY       PIC S9(11) VALUE ZEROS.               PGM175
015500 01  WS-DEMAND-QTY          PIC S9(11)V99 VALUE ZEROS.            PGM175
015600 01  WS-AVAIL-QTY           PIC S9(11)V99 VALUE ZEROS.            PGM175
015700 01  WS-NET-REQ-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM175
015800 01  WS-PROPOSED-QTY        PIC S9(11)V99 VALUE ZEROS.            PGM175
015900 01  WS-CLOSE-QTY           PIC S9(11)V99 VALUE ZEROS.            PGM175
016000 01  WS-BATCH-CNT           PIC 9(09) VALUE ZEROS.                PGM175
016100 01  WS-NOTE                PIC X(20) VALUE SPACES.               PGM175
016200* 처리 건수                                                           PGM175
016300 01  WS-ORDER-READ-COUNT    PIC 9(07) VALUE ZEROS.                PGM175
016400 01  WS-ORDER-USED-COUNT    PIC 9(07) VALUE ZEROS.                PGM175
016500 01  WS-PROPOSAL-COUNT      PIC 9(07) VALUE ZEROS.                PGM175
016600 01  WS-KEPT-COUNT          PIC 9(07) VALUE ZEROS.                PGM175
016700 01  WS-PLAN-EXIST-COUNT    PIC 9(07) VALUE ZEROS.                PGM175
016800 01  WS-NO-BATCH-COUNT      PIC 9(07) VALUE ZEROS.                PGM175
016900*                                                                 PGM175
017000 01  WS-RPT-HEADER.                                               PGM175
017100     05 FILLER               PIC X(40) VALUE                      PGM175
017200             'PGM175 MASTER PRODUCTION SCHEDULE PROPOS'.          PGM175
017300     05 FILLER               PIC X(08) VALUE 'AL FROM '.          PGM175
017400     05 RH-START-YYYYMM      PIC 9(06).                           PGM175
017500     05 FILLER               PIC X(09) VALUE ' MONTHS  '.         PGM175
017600     05 RH-HORIZON           PIC Z9.                              PGM175
017700     05 FILLER               PIC X(67) VALUE SPACES.              PGM175
017800 01  WS-RPT-COLUMNS.                                              PGM175
017900     05 FILLER               PIC X(48) VALUE                      PGM175
018000             'PLNT PRODUCT         MONTH    FORECAST     ORDER'.  PGM175
018100     05 FILLER               PIC X(48) VALUE                      PGM175
018200             'S   RESERVED     DEMAND OPEN STOCK   PROPOSED CL'.  PGM175
018300     05 FILLER               PIC X(36) VALUE                      PGM175
018400             'OSE STCK NOTE                       '.              PGM175
018500 01  WS-RPT-DETAIL.                                               PGM175
018600     05 RD-PLANT-CD          PIC X(04).                           PGM175
018700     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
018800     05 RD-PRODUCT-CD        PIC X(15).                           PGM175
018900     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
019000     05 RD-YYYYMM            PIC 9(06).                           PGM175
019100     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
019200     05 RD-FCST-QTY          PIC ZZZZZZZZ9-.                      PGM175
019300     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
019400     05 RD-ORDER-QTY         PIC ZZZZZZZZ9-.                      PGM175
019500     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
019600     05 RD-RESV-QTY          PIC ZZZZZZZZ9-.                      PGM175
019700     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
019800     05 RD-DEMAND-QTY        PIC ZZZZZZZZ9-.                      PGM175
019900     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
020000     05 RD-OPEN-QTY          PIC ZZZZZZZZ9-.                      PGM175
020100     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
020200     05 RD-PROPOSED-QTY      PIC ZZZZZZZZ9-.                      PGM175
020300     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
020400     05 RD-CLOSE-QTY         PIC ZZZZZZZZ9-.                      PGM175
020500     05 FILLER               PIC X(01) VALUE SPACE.               PGM175
020600     05 RD-NOTE              PIC X(20).                           PGM175
020700     05 FILLER               PIC X(07) VALUE SPACES.              PGM175
020800 01  WS-RPT-CNT-LINE.                                             PGM175
020900     05 RN-LABEL             PIC X(40).                           PGM175
021000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM175
021100     05 FILLER               PIC X(85) VALUE SPACES.              PGM175
021200*                                                                 PGM175
021300 PROCEDURE DIVISION.                                              PGM175
021400*                                                                 PGM175
021500 0000-MAIN-PROCESS.                                               PGM175
021600     PERFORM 1000-INITIALIZE                                      PGM175
021700     PERFORM 1200-LOAD-PRODUCTS                                   PGM175
021800     PERFORM 1400-LOAD-FORECAST                                   PGM175
021900         VARYING PT-IDX FROM 1 BY 1                               PGM175
022000         UNTIL PT-IDX > WS-PT-COUNT                               PGM175
022100         AFTER MO-IDX FROM 1 BY 1                                 PGM175
022200         UNTIL MO-IDX > WS-HORIZON                                PGM175
022300     PERFORM 1600-LOAD-ORDERS                                     PGM175
022400     PERFORM 1800-LOAD-STOCK                                      PGM175
022500         VARYING PT-IDX FROM 1 BY 1                               PGM175
022600         UNTIL PT-IDX > WS-PT-COUNT                               PGM175
022700     PERFORM 2000-PLAN-PRODUCT                                    PGM175
022800         VARYING PT-IDX FROM 1 BY 1                               PGM175
022900         UNTIL PT-IDX > WS-PT-COUNT                               PGM175
023000     PERFORM 7000-PRINT-TOTALS                                    PGM175
023100     PERFORM 9000-FINALIZE                                        PGM175
023200     GOBACK.                                                      PGM175
023300*                                                                 PGM175
023400* 계획 기간: 파라미터가 없으면 시스템 일자 다음 달부터 3개월.                             PGM175
023500 1000-INITIALIZE.                                                 PGM175
023600     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM175
023700     MOVE WS-TODAY (1:6) TO WS-WORK-YYYYMM                        PGM175
023800     PERFORM 1060-NEXT-MONTH                                      PGM175
023900     MOVE WS-WORK-YYYYMM TO WS-START-YYYYMM                       PGM175
024000     OPEN INPUT MPS-PARM-FILE                                     PGM175
024100     IF WS-FILE-STATUS = '00'                                     PGM175
024200         READ MPS-PARM-FILE                                       PGM175
024300             NOT AT END                                           PGM175
024400                 PERFORM 1050-APPLY-PARM                          PGM175
024500         END-READ                                                 PGM175
024600         CLOSE MPS-PARM-FILE                                      PGM175
024700     END-IF                                                       PGM175
024800     MOVE WS-START-YYYYMM TO WS-WORK-YYYYMM                       PGM175
024900     PERFORM 1070-SET-MONTH                                       PGM175
025000         VARYING MT-IDX FROM 1 BY 1                               PGM175
025100         UNTIL MT-IDX > WS-HORIZON                                PGM175
025200     OPEN INPUT MPS-PRODUCT-FILE                                  PGM175
025300     IF WS-FILE-STATUS2 NOT = '00'                                PGM175
025400         DISPLAY 'MPS PRODUCT MASTER OPEN ERROR: ' WS-FILE-STATUS2PGM175
025500         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM175
025600         PERFORM 9900-ABNORMAL-END                                PGM175
025700     END-IF                                                       PGM175
025800     OPEN INPUT FORECAST-FILE                                     PGM175
025900     IF WS-FILE-STATUS3 NOT = '00'                                PGM175
026000         DISPLAY 'FORECAST FILE OPEN ERROR: ' WS-FILE-STATUS3     PGM175
026100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM175
026200         PERFORM 9900-ABNORMAL-END                                PGM175
026300     END-IF                                                       PGM175
026400     OPEN INPUT CUST-ORDER-FILE                                   PGM175
026500     IF WS-FILE-STATUS4 NOT = '00'                                PGM175
026600         DISPLAY 'ORDER FILE OPEN ERROR: ' WS-FILE-STATUS4        PGM175
026700         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM175
026800         PERFORM 9900-ABNORMAL-END                                PGM175
026900     END-IF                                                       PGM175
027000     OPEN INPUT RESERVATION-FILE                                  PGM175
027100     IF WS-FILE-STATUS5 = '00'                                    PGM175
027200         SET WS-RESV-READY TO TRUE                                PGM175
027300     ELSE                                                         PGM175
027400         IF WS-FILE-STATUS5 NOT = '05'                            PGM175
027500             DISPLAY 'RESERVATION FILE OPEN ERROR: '              PGM175
027600                     WS-FILE-STATUS5                              PGM175
027700         END-IF                                                   PGM175
027800     END-IF                                                       PGM175
027900     OPEN INPUT INV-MASTER-FILE                                   PGM175
028000     IF WS-FILE-STATUS6 NOT = '00'                                PGM175
028100         DISPLAY 'INV MASTER OPEN ERROR: ' WS-FILE-STATUS6        PGM175
028200         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM175
028300         PERFORM 9900-ABNORMAL-END                                PGM175
028400     END-IF                                                       PGM175
028500     OPEN INPUT PROD-PLAN-FILE                                    PGM175
028600     IF WS-FILE-STATUS7 NOT = '00'                                PGM175
028700         DISPLAY 'PLAN FILE OPEN ERROR: ' WS-FILE-STATUS7         PGM175
028800         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM175
028900         PERFORM 9900-ABNORMAL-END                                PGM175
029000     END-IF                                                       PGM175
029100     OPEN I-O MPS-PROPOSAL-FILE                                   PGM175
029200     IF WS-FILE-STATUS8 NOT = '00' AND WS-FILE-STATUS8 NOT = '05' PGM175
029300         DISPLAY 'MPS PROPOSAL OPEN ERROR: ' WS-FILE-STATUS8      PGM175
029400         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM175
029500         PERFORM 9900-ABNORMAL-END                                PGM175
029600     END-IF                                                       PGM175
029700     OPEN OUTPUT MPS-REPORT-FILE                                  PGM175
029800     IF WS-FILE-STATUS9 NOT = '00'                                PGM175
029900         DISPLAY 'MPS REPORT OPEN ERROR: ' WS-FILE-STATUS9        PGM175
030000         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM175
030100         PERFORM 9900-ABNORMAL-END                                PGM175
030200     END-IF                                                       PGM175
030300     MOVE WS-START-YYYYMM TO RH-START-YYYYMM                      PGM175
030400     MOVE WS-HORIZON      TO RH-HORIZON                           PGM175
030500     WRITE MPS-REPORT-REC FROM WS-RPT-HEADER                      PGM175
030600     WRITE MPS-REPORT-REC FROM WS-RPT-COLUMNS.                    PGM175
030700*                                                                 PGM175
030800 1050-APPLY-PARM.                                                 PGM175
030900     IF MR-START-YYYYMM IS NUMERIC AND MR-START-YYYYMM > 0        PGM175
031000         MOVE MR-START-YYYYMM TO WS-WORK-YYYYMM                   PGM175
031100         IF WS-WORK-MM < 1 OR WS-WORK-MM > 12                     PGM175
031200             DISPLAY 'MPS PARM START MONTH INVALID: '             PGM175
031300                     MR-START-YYYYMM                              PGM175
031400             MOVE 'PM' TO WS-ABEND-STATUS                         PGM175
031500             PERFORM 9900-ABNORMAL-END                            PGM175
031600         END-IF                                                   PGM175
031700         MOVE MR-START-YYYYMM TO WS-START-YYYYMM                  PGM175
031800     END-IF                                                       PGM175
031900     IF MR-HORIZON IS NUMERIC AND MR-HORIZON > 0                  PGM175
032000         MOVE MR-HORIZON TO WS-HORIZON                            PGM175
032100         IF WS-HORIZON > WS-HORIZON-MAX                           PGM175
032200             MOVE WS-HORIZON-MAX TO WS-HORIZON                    PGM175
032300         END-IF                                                   PGM175
032400     END-IF.                                                      PGM175
032500*                                                                 PGM175
032600 1060-NEXT-MONTH.                                                 PGM175
032700     IF WS-WORK-MM = 12                                           PGM175
032800         ADD 1 TO WS-WORK-YYYY                                    PGM175
032900         MOVE 1 TO WS-WORK-MM                                     PGM175
033000     ELSE                                                         PGM175
033100         ADD 1 TO WS-WORK-MM                                      PGM175
033200     END-IF.                                                      PGM175
033300*                                                                 PGM175
033400 1070-SET-MONTH.                                                  PGM175
033500     MOVE WS-WORK-YYYYMM TO WS-MT-YYYYMM (MT-IDX)                 PGM175
033600     PERFORM 1060-NEXT-MONTH.                                     PGM175
033700*                                                                 PGM175
033800 1200-LOAD-PRODUCTS.                                              PGM175
033900     PERFORM 1250-LOAD-ONE-PRODUCT                                PGM175
034000         UNTIL WS-EOF                                             PGM175
034100     MOVE 'N' TO WS-EOF-FLAG.                                     PGM175
034200*                                                                 PGM175
034300 1250-LOAD-ONE-PRODUCT.                                           PGM175
034400     READ MPS-PRODUCT-FILE NEXT RECORD                            PGM175
034500         AT END                                                   PGM175
034600             SET WS-EOF TO TRUE                                   PGM175
034700         NOT AT END                                               PGM175
034800             IF MM-ACTIVE                                         PGM175
034900                 PERFORM 1300-ADD-PRODUCT-ENTRY                   PGM175
035000             END-IF                                               PGM175
035100     END-READ.                                                    PGM175
035200*                                                                 PGM175
035300 1300-ADD-PRODUCT-ENTRY.                                          PGM175
035400     IF WS-PT-COUNT NOT < WS-PT-MAX                               PGM175
035500         DISPLAY 'MPS PRODUCT TABLE FULL - MAX ' WS-PT-MAX        PGM175
035600         MOVE 'FL' TO WS-ABEND-STATUS                             PGM175
035700         PERFORM 9900-ABNORMAL-END                                PGM175
035800     END-IF                                                       PGM175
035900     ADD 1 TO WS-PT-COUNT                                         PGM175
036000     SET PT-IDX TO WS-PT-COUNT                                    PGM175
036100     INITIALIZE WS-PT-ENTRY (PT-IDX)                              PGM175
036200     MOVE MM-PRODUCT-CD   TO WS-PT-PRODUCT-CD (PT-IDX)            PGM175
036300     MOVE MM-PLANT-CD     TO WS-PT-PLANT-CD (PT-IDX)              PGM175
036400     MOVE MM-LINE-CD      TO WS-PT-LINE-CD (PT-IDX)               PGM175
036500     MOVE MM-WAREHOUSE-CD TO WS-PT-WAREHOUSE-CD (PT-IDX)          PGM175
036600     MOVE MM-UNIT-CD      TO WS-PT-UNIT-CD (PT-IDX)               PGM175
036700     MOVE MM-BATCH-QTY    TO WS-PT-BATCH-QTY (PT-IDX)             PGM175
036800     MOVE MM-TARGET-STOCK TO WS-PT-TARGET-STOCK (PT-IDX).         PGM175
036900*                                                                 PGM175
037000 1400-LOAD-FORECAST.                                              PGM175
037100     MOVE WS-PT-PRODUCT-CD (PT-IDX) TO FC-PRODUCT-CD              PGM175
037200     MOVE WS-MT-YYYYMM (MO-IDX)     TO FC-YYYYMM                  PGM175
037300     READ FORECAST-FILE                                           PGM175
037400         INVALID KEY                                              PGM175
037500             MOVE ZEROS TO WS-PT-FCST-QTY (PT-IDX MO-IDX)         PGM175
037600         NOT INVALID KEY                                          PGM175
037700             MOVE FC-FCST-QTY TO WS-PT-FCST-QTY (PT-IDX MO-IDX)   PGM175
037800     END-READ.                                                    PGM175
037900*                                                                 PGM175
038000* 미출하 수주: 납기월로 나눈다. 납기가 시작월 전이면 첫 달,                              PGM175
038100* 계획 기간 뒤면 수요에서 뺀다. 라인에 걸린 유효 예약은                                 PGM175
038200* 재고에서 빼고 그 달 수요에서도 뺀다(이중 차감 방지).                                 PGM175
038300 1600-LOAD-ORDERS.                                                PGM175
038400     PERFORM 1650-READ-ORDER                                      PGM175
038500         UNTIL WS-EOF                                             PGM175
038600     MOVE 'N' TO WS-EOF-FLAG.                                     PGM175
038700*                                                                 PGM175
038800 1650-READ-ORDER.                                                 PGM175
038900     READ CUST-ORDER-FILE NEXT RECORD                             PGM175
039000         AT END                                                   PGM175
039100             SET WS-EOF TO TRUE                                   PGM175
039200         NOT AT END                                               PGM175
039300             ADD 1 TO WS-ORDER-READ-COUNT                         PGM175
039400             IF SO-OPEN OR SO-PARTIAL                             PGM175
039500                 OR SO-SPEC-HOLD OR SO-CREDIT-HOLD                PGM175
039600                 PERFORM 1700-POST-ORDER-LINE                     PGM175
039700             END-IF                                               PGM175
039800     END-READ.                                                    PGM175
039900*                                                                 PGM175
040000 1700-POST-ORDER-LINE.                                            PGM175
040100     COMPUTE WS-OPEN-QTY = SO-ORDER-QTY - SO-SHIPPED-QTY          PGM175
040200     IF WS-OPEN-QTY > 0                                           PGM175
040300         SET PT-IDX TO 1                                          PGM175
040400         SEARCH WS-PT-ENTRY                                       PGM175
040500             AT END                                               PGM175
040600                 CONTINUE                                         PGM175
040700             WHEN PT-IDX > WS-PT-COUNT                            PGM175
040800                 CONTINUE                                         PGM175
040900             WHEN WS-PT-PRODUCT-CD (PT-IDX) = SO-PRODUCT-CD       PGM175
041000                 PERFORM 1720-BUCKET-ORDER-LINE                   PGM175
041100         END-SEARCH                                               PGM175
041200     END-IF.                                                      PGM175
041300*                                                                 PGM175
041400 1720-BUCKET-ORDER-LINE.                                          PGM175
041500     PERFORM 1750-GET-LINE-RESERVATION                            PGM175
041600     ADD WS-LINE-RESV-QTY TO WS-PT-RESV-TOTAL (PT-IDX)            PGM175
041700     MOVE 'N' TO WS-MONTH-FOUND-FLAG                              PGM175
041800     IF SO-DUE-DATE (1:6) < WS-START-YYYYMM                       PGM175
041900         SET MO-IDX TO 1                                          PGM175
042000         SET WS-MONTH-FOUND TO TRUE                               PGM175
042100     ELSE                                                         PGM175
042200         SET MT-IDX TO 1                                          PGM175
042300         SEARCH WS-MONTH-ENTRY                                    PGM175
042400             AT END                                               PGM175
042500                 CONTINUE                                         PGM175
042600             WHEN MT-IDX > WS-HORIZON                             PGM175
042700                 CONTINUE                                         PGM175
042800             WHEN WS-MT-YYYYMM (MT-IDX) = SO-DUE-DATE (1:6)       PGM175
042900                 SET MO-IDX TO MT-IDX                             PGM175
043000                 SET WS-MONTH-FOUND TO TRUE                       PGM175
043100         END-SEARCH                                               PGM175
043200     END-IF                                                       PGM175
043300     IF WS-MONTH-FOUND                                            PGM175
043400         ADD 1 TO WS-ORDER-USED-COUNT                             PGM175
043500         ADD WS-OPEN-QTY      TO WS-PT-ORDER-QTY (PT-IDX MO-IDX)  PGM175
043600         ADD WS-LINE-RESV-QTY TO WS-PT-RESV-QTY (PT-IDX MO-IDX)   PGM175
043700     END-IF.                                                      PGM175
043800*                                                                 PGM175
043900 1750-GET-LINE-RESERVATION.                                       PGM175
044000     MOVE ZEROS TO WS-LINE-RESV-QTY                               PGM175
044100     IF WS-RESV-READY                                             PGM175
044200         MOVE SO-ORDER-NO TO RS-ORDER-NO                          PGM175
044300         MOVE SO-LINE-NO  TO RS-LINE-NO                           PGM175
044400         READ RESERVATION-FILE                                    PGM175
044500             INVALID KEY                                          PGM175
044600                 CONTINUE                                         PGM175
044700             NOT INVALID KEY                                      PGM175
044800                 IF RS-ACTIVE                                     PGM175
044900                     AND (WS-PT-WAREHOUSE-CD (PT-IDX) = SPACES    PGM175
045000                     OR RS-WAREHOUSE-CD                           PGM175
045100                         = WS-PT-WAREHOUSE-CD (PT-IDX))           PGM175
045200                     MOVE RS-RESERVED-QTY TO WS-LINE-RESV-QTY     PGM175
045300                 END-IF                                           PGM175
045400         END-READ                                                 PGM175
045500         IF WS-LINE-RESV-QTY > WS-OPEN-QTY                        PGM175
045600             MOVE WS-OPEN-QTY TO WS-LINE-RESV-QTY                 PGM175
045700         END-IF                                                   PGM175
045800     END-IF.                                                      PGM175
045900*                                                                 PGM175
046000* 완제품 재고: 계획 기준의 창고만, 공백이면 제품의 전 창고.                              PGM175
046100 1800-LOAD-STOCK.                                                 PGM175
046200     MOVE 'N' TO WS-IM-EOF-FLAG                                   PGM175
046300     MOVE WS-PT-PRODUCT-CD (PT-IDX) TO IM-ITEM-CD                 PGM175
046400     MOVE LOW-VALUES                TO IM-WAREHOUSE-CD            PGM175
046500     START INV-MASTER-FILE KEY >= IM-KEY                          PGM175
046600         INVALID KEY                                              PGM175
046700             SET WS-IM-EOF TO TRUE                                PGM175
046800     END-START                                                    PGM175
046900     PERFORM 1850-ADD-ONE-STOCK                                   PGM175
047000         UNTIL WS-IM-EOF.                                         PGM175
047100*                                                                 PGM175
047200 1850-ADD-ONE-STOCK.                                              PGM175
047300     READ INV-MASTER-FILE NEXT RECORD                             PGM175
047400         AT END                                                   PGM175
047500             SET WS-IM-EOF TO TRUE                                PGM175
047600         NOT AT END                                               PGM175
047700             IF IM-ITEM-CD NOT = WS-PT-PRODUCT-CD (PT-IDX)        PGM175
047800                 SET WS-IM-EOF TO TRUE                            PGM175
047900             ELSE                                                 PGM175
048000                 IF WS-PT-WAREHOUSE-CD (PT-IDX) = SPACES          PGM175
048100                     OR IM-WAREHOUSE-CD                           PGM175
048200                         = WS-PT-WAREHOUSE-CD (PT-IDX)            PGM175
048300                     ADD IM-CURR-QTY TO WS-PT-STOCK-QTY (PT-IDX)  PGM175
048400                 END-IF                                           PGM175
048500             END-IF                                               PGM175
048600     END-READ.                                                    PGM175
048700*                                                                 PGM175
048800* 제품 하나: 기초 가용재고 = 재고 - 예약. 월마다 기말 예상                             PGM175
048900* 재고가 다음 달 기초가 된다.                                                PGM175
049000 2000-PLAN-PRODUCT.                                               PGM175
049100     COMPUTE WS-AVAIL-QTY = WS-PT-STOCK-QTY (PT-IDX)              PGM175
049200                          - WS-PT-RESV-TOTAL (PT-IDX)             PGM175
049300     IF WS-PT-BATCH-QTY (PT-IDX) NOT > 0                          PGM175
049400         ADD 1 TO WS-NO-BATCH-COUNT                               PGM175
049500     END-IF                                                       PGM175
049600     PERFORM 2100-PLAN-MONTH                                      PGM175
049700         VARYING MO-IDX FROM 1 BY 1                               PGM175
049800         UNTIL MO-IDX > WS-HORIZON.                               PGM175
049900*                                                                 PGM175
050000* 수요 = MAX(예측, 수주) - 예약된 수주분. 순소요 = 수요 +                          PGM175
050100* 목표재고 - 기초 가용재고. 제안 = 순소요를 배치 크기로 올림.                            PGM175
050200* 이미 확정된 제안은 바꾸지 않고 그 수량을 공급으로 본다.                                PGM175
050300 2100-PLAN-MONTH.                                                 PGM175
050400     MOVE WS-PT-FCST-QTY (PT-IDX MO-IDX) TO WS-DEMAND-QTY         PGM175
050500     IF WS-PT-ORDER-QTY (PT-IDX MO-IDX) > WS-DEMAND-QTY           PGM175
050600         MOVE WS-PT-ORDER-QTY (PT-IDX MO-IDX) TO WS-DEMAND-QTY    PGM175
050700     END-IF                                                       PGM175
050800     SUBTRACT WS-PT-RESV-QTY (PT-IDX MO-IDX) FROM WS-DEMAND-QTY   PGM175
050900     IF WS-DEMAND-QTY < 0                                         PGM175
051000         MOVE ZEROS TO WS-DEMAND-QTY                              PGM175
051100     END-IF                                                       PGM175
051200     COMPUTE WS-NET-REQ-QTY = WS-DEMAND-QTY                       PGM175
051300                            + WS-PT-TARGET-STOCK (PT-IDX)         PGM175
051400                            - WS-AVAIL-QTY                        PGM175
051500     IF WS-NET-REQ-QTY < 0                                        PGM175
051600         MOVE ZEROS TO WS-NET-REQ-QTY                             PGM175
051700     END-IF                                                       PGM175
051800     PERFORM 2150-ROUND-TO-BATCH                                  PGM175
051900     MOVE SPACES TO WS-NOTE                                       PGM175
052000     PERFORM 2200-WRITE-PROPOSAL                                  PGM175
052100     COMPUTE WS-CLOSE-QTY = WS-AVAIL-QTY + WS-PROPOSED-QTY        PGM175
052200                          - WS-DEMAND-QTY                         PGM175
052300     PERFORM 2300-WRITE-REPORT-LINE                               PGM175
052400     MOVE WS-CLOSE-QTY TO WS-AVAIL-QTY.                           PGM175
052500*                                                                 PGM175
052600 2150-ROUND-TO-BATCH.                                             PGM175
052700     MOVE WS-NET-REQ-QTY TO WS-PROPOSED-QTY                       PGM175
052800     IF WS-NET-REQ-QTY > 0 AND WS-PT-BATCH-QTY (PT-IDX) > 0       PGM175
052900         COMPUTE WS-BATCH-CNT =                                   PGM175
053000             WS-NET-REQ-QTY / WS-PT-BATCH-QTY (PT-IDX)            PGM175
053100         IF WS-BATCH-CNT * WS-PT-BATCH-QTY (PT-IDX)               PGM175
053200             < WS-NET-REQ-QTY                                     PGM175
053300             ADD 1 TO WS-BATCH-CNT                                PGM175
053400         END-IF                                                   PGM175
053500         COMPUTE WS-PROPOSED-QTY =                                PGM175
053600             WS-BATCH-CNT * WS-PT-BATCH-QTY (PT-IDX)              PGM175
053700     END-IF.                                                      PGM175
053800*                                                                 PGM175
053900 2200-WRITE-PROPOSAL.                                             PGM175
054000     MOVE WS-PT-PLANT-CD (PT-IDX)   TO MP-PLANT-CD                PGM175
054100     MOVE WS-PT-PRODUCT-CD (PT-IDX) TO MP-PRODUCT-CD              PGM175
054200     MOVE WS-MT-YYYYMM (MO-IDX)     TO MP-YYYYMM                  PGM175
054300     READ MPS-PROPOSAL-FILE                                       PGM175
054400         INVALID KEY                                              PGM175
054500             PERFORM 2250-BUILD-PROPOSAL                          PGM175
054600             WRITE MPS-PROPOSAL-REC                               PGM175
054700                 INVALID KEY                                      PGM175
054800                     DISPLAY 'MPS PROPOSAL WRITE ERROR: '         PGM175
054900                             WS-FILE-STATUS8                      PGM175
055000             END-WRITE                                            PGM175
055100             ADD 1 TO WS-PROPOSAL-COUNT                           PGM175
055200         NOT INVALID KEY                                          PGM175
055300             IF MP-RELEASED                                       PGM175
055400                 ADD 1 TO WS-KEPT-COUNT                           PGM175
055500                 MOVE MP-PROPOSED-QTY TO WS-PROPOSED-QTY          PGM175
055600                 MOVE 'RELEASED - KEPT' TO WS-NOTE                PGM175
055700             ELSE                                                 PGM175
055800                 PERFORM 2250-BUILD-PROPOSAL                      PGM175
055900                 REWRITE MPS-PROPOSAL-REC                         PGM175
056000                     INVALID KEY                                  PGM175
056100                         DISPLAY 'MPS PROPOSAL REWRITE ERROR: '   PGM175
056200                                 WS-FILE-STATUS8                  PGM175
056300                 END-REWRITE                                      PGM175
056400                 ADD 1 TO WS-PROPOSAL-COUNT                       PGM175
056500             END-IF                                               PGM175
056600     END-READ.                                                    PGM175
056700*                                                                 PGM175
056800 2250-BUILD-PROPOSAL.                                             PGM175
056900     INITIALIZE MP-DATA                                           PGM175
057000     MOVE WS-PT-FCST-QTY (PT-IDX MO-IDX)  TO MP-FCST-QTY          PGM175
057100     MOVE WS-PT-ORDER-QTY (PT-IDX MO-IDX) TO MP-ORDER-QTY         PGM175
057200     MOVE WS-PT-RESV-QTY (PT-IDX MO-IDX)  TO MP-RESERVED-QTY      PGM175
057300     MOVE WS-DEMAND-QTY                   TO MP-DEMAND-QTY        PGM175
057400     MOVE WS-AVAIL-QTY                    TO MP-OPEN-STOCK-QTY    PGM175
057500     MOVE WS-PT-TARGET-STOCK (PT-IDX)     TO MP-TARGET-STOCK      PGM175
057600     MOVE WS-NET-REQ-QTY                  TO MP-NET-REQ-QTY       PGM175
057700     MOVE WS-PT-BATCH-QTY (PT-IDX)        TO MP-BATCH-QTY         PGM175
057800     MOVE WS-PROPOSED-QTY                 TO MP-PROPOSED-QTY      PGM175
057900     COMPUTE MP-CLOSE-STOCK-QTY = WS-AVAIL-QTY + WS-PROPOSED-QTY  PGM175
058000                                - WS-DEMAND-QTY                   PGM175
058100     MOVE WS-PT-LINE-CD (PT-IDX)          TO MP-LINE-CD           PGM175
058200     MOVE WS-PT-UNIT-CD (PT-IDX)          TO MP-UNIT-CD           PGM175
058300     MOVE WS-TODAY                        TO MP-GEN-DATE          PGM175
058400     SET MP-PROPOSED                      TO TRUE                 PGM175
058500     MOVE MP-KEY TO PP-KEY                                        PGM175
058600     READ PROD-PLAN-FILE                                          PGM175
058700         INVALID KEY                                              PGM175
058800             MOVE 'N' TO MP-PLAN-EXIST-FLAG                       PGM175
058900         NOT INVALID KEY                                          PGM175
059000             SET MP-PLAN-EXISTS TO TRUE                           PGM175
059100             ADD 1 TO WS-PLAN-EXIST-COUNT                         PGM175
059200             MOVE 'PLAN EXISTS' TO WS-NOTE                        PGM175
059300     END-READ.                                                    PGM175
059400*                                                                 PGM175
059500 2300-WRITE-REPORT-LINE.                                          PGM175
059600     MOVE WS-PT-PLANT-CD (PT-IDX)         TO RD-PLANT-CD          PGM175
059700     MOVE WS-PT-PRODUCT-CD (PT-IDX)       TO RD-PRODUCT-CD        PGM175
059800     MOVE WS-MT-YYYYMM (MO-IDX)           TO RD-YYYYMM            PGM175
059900     MOVE WS-PT-FCST-QTY (PT-IDX MO-IDX)  TO RD-FCST-QTY          PGM175
060000     MOVE WS-PT-ORDER-QTY (PT-IDX MO-IDX) TO RD-ORDER-QTY         PGM175
060100     MOVE WS-PT-RESV-QTY (PT-IDX MO-IDX)  TO RD-RESV-QTY          PGM175
060200     MOVE WS-DEMAND-QTY                   TO RD-DEMAND-QTY        PGM175
060300     MOVE WS-AVAIL-QTY                    TO RD-OPEN-QTY          PGM175
060400     MOVE WS-PROPOSED-QTY                 TO RD-PROPOSED-QTY      PGM175
060500     MOVE WS-CLOSE-QTY                    TO RD-CLOSE-QTY         PGM175
060600     IF WS-NOTE = SPACES AND WS-PT-BATCH-QTY (PT-IDX) NOT > 0     PGM175
060700         MOVE 'NO BATCH SIZE' TO WS-NOTE                          PGM175
060800     END-IF                                                       PGM175
060900     MOVE WS-NOTE                         TO RD-NOTE              PGM175
061000     WRITE MPS-REPORT-REC FROM WS-RPT-DETAIL.                     PGM175
061100*                                                                 PGM175
061200 7000-PRINT-TOTALS.                                               PGM175
061300     MOVE SPACES TO MPS-REPORT-REC                                PGM175
061400     WRITE MPS-REPORT-REC                                         PGM175
061500     MOVE 'PRODUCTS PLANNED' TO RN-LABEL                          PGM175
061600     MOVE WS-PT-COUNT TO RN-COUNT                                 PGM175
061700     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
061800     MOVE 'ORDER LINES READ' TO RN-LABEL                          PGM175
061900     MOVE WS-ORDER-READ-COUNT TO RN-COUNT                         PGM175
062000     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
062100     MOVE 'OPEN ORDER LINES IN HORIZON' TO RN-LABEL               PGM175
062200     MOVE WS-ORDER-USED-COUNT TO RN-COUNT                         PGM175
062300     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
062400     MOVE 'PROPOSALS WRITTEN' TO RN-LABEL                         PGM175
062500     MOVE WS-PROPOSAL-COUNT TO RN-COUNT                           PGM175
062600     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
062700     MOVE 'RELEASED PROPOSALS KEPT' TO RN-LABEL                   PGM175
062800     MOVE WS-KEPT-COUNT TO RN-COUNT                               PGM175
062900     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
063000     MOVE 'PROPOSALS WITH EXISTING PLAN' TO RN-LABEL              PGM175
063100     MOVE WS-PLAN-EXIST-COUNT TO RN-COUNT                         PGM175
063200     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM175
063300     MOVE 'PRODUCTS WITHOUT BATCH SIZE' TO RN-LABEL               PGM175
063400     MOVE WS-NO-BATCH-COUNT TO RN-COUNT                           PGM175
063500     WRITE MPS-REPORT-REC FROM WS-RPT-CNT-LINE.                   PGM175
063600*                                                                 PGM175
063700 9000-FINALIZE.                                                   PGM175
063800     CLOSE MPS-PRODUCT-FILE                                       PGM175
063900     CLOSE FORECAST-FILE                                          PGM175
064000     CLOSE CUST-ORDER-FILE                                        PGM175
064100     IF WS-RESV-READY                                             PGM175
064200         CLOSE RESERVATION-FILE                                   PGM175
064300     END-IF                                                       PGM175
064400     CLOSE INV-MASTER-FILE                                        PGM175
064500     CLOSE PROD-PLAN-FILE                                         PGM175
064600     CLOSE MPS-PROPOSAL-FILE                                      PGM175
064700     CLOSE MPS-REPORT-FILE                                        PGM175
064800     IF WS-NO-BATCH-COUNT > 0                                     PGM175
064900         MOVE 4 TO RETURN-CODE                                    PGM175
065000     END-IF                                                       PGM175
065100     DISPLAY 'PGM175 COMPLETED: ' WS-PT-COUNT ' PRODUCTS, '       PGM175
065200             WS-PROPOSAL-COUNT ' PROPOSALS, ' WS-KEPT-COUNT       PGM175
065300             ' RELEASED KEPT'.                                    PGM175
065400*                                                                 PGM175
065500 9750-DIAGNOSE-FILE-STATUS.                                       PGM175
065600     EVALUATE WS-ABEND-STATUS                                     PGM175
065700         WHEN '10'                                                PGM175
065800             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM175
065900             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM175
066000         WHEN '23'                                                PGM175
066100             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM175
066200             DISPLAY '  AND RETRY THE REQUEST'                    PGM175
066300         WHEN '35'                                                PGM175
066400             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM175
066500             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM175
066600         WHEN '37'                                                PGM175
066700             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM175
066800             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM175
066900         WHEN '39'                                                PGM175
067000             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM175
067100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM175
067200         WHEN '41'                                                PGM175
067300             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM175
067400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM175
067500         WHEN '42'                                                PGM175
067600             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM175
067700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM175
067800         WHEN '46'                                                PGM175
067900             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM175
068000             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM175
068100         WHEN OTHER                                               PGM175
068200             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM175
068300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM175
068400     END-EVALUATE.                                                PGM175
068500*                                                                 PGM175
068600 9900-ABNORMAL-END.                                               PGM175
068700     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM175
068800     DISPLAY 'PGM175 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM175
068900     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM175
069000     MOVE 16 TO RETURN-CODE                                       PGM175
069100     GOBACK.                                                      PGM175
069200                                                                  PGM175
