000100 IDENTIFICATION DIVISION.                                         PGM177
000200 PROGRAM-ID.    PGM177.                                           PGM177
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM177
000400*                                                                 PGM177
000500* =========================================================       PGM177
000600* 프로그램명: 적재 태그 스캔 대사 (핸디 스캐너 게이트웨이)                               PGM177
000700* 처리내용  : 차량 적재 중 핸디 스캐너로 판독한 태그 파일을                              PGM177
000800*            받아 적재번호별로 적재계획(CPYLOAD) 미확정 라인과                      PGM177
000900*            출하확정 트랜잭션에 배정된 태그(SC-TAG-NO)를                        PGM177
001000*            대사한다. 타고객/타제품/QC HOLD 로트/미판독                         PGM177
001100*            태그 등 예외는 예외 파일(CPYSCEX)과 보고서에                        PGM177
001200*            남기고, 적재 스캔 상태(CPYLDSC)를 대사 완료(R)                     PGM177
001300*            또는 차단(B)으로 기록한다. 차단 적재는 PGM036                       PGM177
001400*            출하확정이 거부하며 재스캔 또는 PGM178 감독자                         PGM177
001500*            승인으로 풀린다. 이 프로그램은 출하확정 파일을                           PGM177
001600*            읽으므로 PGM036보다 먼저 실행한다.                               PGM177
001700* =========================================================       PGM177
001800*                                                                 PGM177
001900 ENVIRONMENT DIVISION.                                            PGM177
002000 CONFIGURATION SECTION.                                           PGM177
002100 INPUT-OUTPUT SECTION.                                            PGM177
002200 FILE-CONTROL.                                                    PGM177
002300     SELECT OPTIONAL SCAN-INPUT-FILE                              PGM177
002400         ASSIGN TO HHSCAN                                         PGM177
002500         ORGANIZATION IS SEQUENTIAL                               PGM177
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM177
002700     SELECT OPTIONAL SHIP-CONF-FILE                               PGM177
002800         ASSIGN TO SHIPCONF                                       PGM177
002900         ORGANIZATION IS SEQUENTIAL                               PGM177
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM177
003100     SELECT LOAD-FILE                                             PGM177
003200         ASSIGN TO LOADFILE                                       PGM177
003300         ORGANIZATION IS INDEXED                                  PGM177
003400         ACCESS MODE IS DYNAMIC                                   PGM177
003500         RECORD KEY IS LD-KEY                                     PGM177
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM177
003700     SELECT PACKING-UNIT-FILE                                     PGM177
003800         ASSIGN TO PACKUNIT                                       PGM177
003900         ORGANIZATION IS INDEXED                                  PGM177
004000         ACCESS MODE IS RANDOM                                    PGM177
004100         RECORD KEY IS PU-TAG-NO                                  PGM177
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM177
004300     SELECT CUST-ORDER-FILE                                       PGM177
004400         ASSIGN TO CUSTORD                                        PGM177
004500         ORGANIZATION IS INDEXED                                  PGM177
004600         ACCESS MODE IS RANDOM                                    PGM177
004700         RECORD KEY IS SO-KEY                                     PGM177
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM177
004900     SELECT OPTIONAL QC-HOLD-FILE                                 PGM177
005000         ASSIGN TO QCHOLD                                         PGM177
005100         ORGANIZATION IS SEQUENTIAL                               PGM177
005200         FILE STATUS IS WS-FILE-STATUS6.                          PGM177
005300     SELECT OPTIONAL LOAD-SCAN-FILE                               PGM177
005400         ASSIGN TO LOADSCN                                        PGM177
005500         ORGANIZATION IS INDEXED                                  PGM177
005600         ACCESS MODE IS RANDOM                                    PGM177
005700         RECORD KEY IS LS-LOAD-NO                                 PGM177
005800         FILE STATUS IS WS-FILE-STATUS7.                          PGM177
005900     SELECT OPTIONAL SCAN-EXC-FILE                                PGM177
006000         ASSIGN TO SCANEXC                                        PGM177
006100         ORGANIZATION IS INDEXED                                  PGM177
006200         ACCESS MODE IS DYNAMIC                                   PGM177
006300         RECORD KEY IS SX-KEY                                     PGM177
006400         FILE STATUS IS WS-FILE-STATUS8.                          PGM177
006500     SELECT SCAN-REPORT-FILE                                      PGM177
006600         ASSIGN TO SCANRPT                                        PGM177
006700         ORGANIZATION IS SEQUENTIAL                               PGM177
006800         FILE STATUS IS WS-FILE-STATUS9.                          PGM177
006900*                                                                 PGM177
007000 DATA DIVISION.                                                   PGM177
007100 FILE SECTION.                                                    PGM177
007200 FD  SCAN-INPUT-FILE.                                             PGM177
007300 01  SCAN-INPUT-REC.                                              PGM177
007400     COPY CPYTSCN.                                                PGM177
007500 FD  SHIP-CONF-FILE.                                              PGM177
007600 01  SHIP-CONF-REC.                                               PGM177
007700     COPY CPYSHCF.                                                PGM177
007800 FD  LOAD-FILE.                                                   PGM177
007900 01  LOAD-REC.                                                    PGM177
008000     COPY CPYLOAD.                                                PGM177
008100 FD  PACKING-UNIT-FILE.                                           PGM177
008200 01  PACKING-UNIT-REC.                                            PGM177
008300     COPY CPYPKUN.                                                PGM177
008400 FD  CUST-ORDER-FILE.                                             PGM177
008500 01  CUST-ORDER-REC.                                              PGM177
008600     COPY CPYCORD.                                                PGM177
008700 FD  QC-HOLD-FILE.                                                PGM177
008800 01  QC-HOLD-REC.                                                 PGM177
008900     COPY CPYQHLD.                                                PGM177
009000 FD  LOAD-SCAN-FILE.                                              PGM177
009100 01  LOAD-SCAN-REC.                                               PGM177
009200     COPY CPYLDSC.                                                PGM177
009300 FD  SCAN-EXC-FILE.                                               PGM177
009400 01  SCAN-EXC-REC.                                                PGM177
009500     COPY CPYSCEX.                                                PGM177
009600 FD  SCAN-REPORT-FILE.                                            PGM177
009700 01  SCAN-REPORT-REC         PIC X(132).                          PGM177
009800*                                                                 PGM177
009900 WORKING-STORAGE SECTION.                                         PGM177
010000 01  WS-FILE-STATUS         PIC XX.                               PGM177
010100 01  WS-FILE-STATUS2        PIC XX.                               PGM177
010200 01  WS-FILE-STATUS3        PIC XX.                               PGM177
010300 01  WS-FILE-STATUS4        PIC XX.                               PGM177
010400 01  WS-FILE-STATUS5        PIC XX.                               PGM177
010500 01  WS-FILE-STATUS6        PIC XX.                               PGM177
010600 01  WS-FILE-STATUS7        PIC XX.                               PGM177
010700 01  WS-FILE-STATUS8        PIC XX.                               PGM177
010800 01  WS-FILE-STATUS9        PIC XX.                               PGM177
010900 01  WS-ABEND-STATUS        PIC XX.                               PGM177
011000 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM177
011100     88 WS-EOF              VALUE 'Y'.                            PGM177
011200 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM177
011300     88 WS-LD-EOF           VALUE 'Y'.                            PGM177
011400 01  WS-SX-EOF-FLAG         PIC X VALUE 'N'.                      PGM177
011500     88 WS-SX-EOF           VALUE 'Y'.                            PGM177
011600 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM177
011700 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM177
011800* 미결 QC HOLD 로트                                                   PGM177
011900 01  WS-HL-MAX              PIC 9(04) VALUE 2000.                 PGM177
012000 01  WS-HL-COUNT            PIC 9(04) VALUE ZEROS.                PGM177
012100 01  WS-HL-TABLE.                                                 PGM177
012200     05 WS-HL-ENTRY OCCURS 2000 TIMES INDEXED BY HL-IDX.          PGM177
012300         10 WS-HL-LOT-NO        PIC X(15).                        PGM177
012400* 출하확정 트랜잭션에 배정된 태그                                               PGM177
012500 01  WS-AL-MAX              PIC 9(04) VALUE 5000.                 PGM177
012600 01  WS-AL-COUNT            PIC 9(04) VALUE ZEROS.                PGM177
012700 01  WS-AL-TABLE.                                                 PGM177
012800     05 WS-AL-ENTRY OCCURS 5000 TIMES INDEXED BY AL-IDX.          PGM177
012900         10 WS-AL-LOAD-NO       PIC 9(12).                        PGM177
013000         10 WS-AL-TAG-NO        PIC X(12).                        PGM177
013100         10 WS-AL-ORDER-NO      PIC X(12).                        PGM177
013200         10 WS-AL-LINE-NO       PIC 9(03).                        PGM177
013300         10 WS-AL-CUSTOMER-CD   PIC X(10).                        PGM177
013400         10 WS-AL-SCANNED-FLAG  PIC X(01).                        PGM177
013500             88 WS-AL-SCANNED   VALUE 'Y'.                        PGM177
013600* 판독 태그 (적재+태그 중복 제거)                                             PGM177
013700 01  WS-SN-MAX              PIC 9(04) VALUE 5000.                 PGM177
013800 01  WS-SN-COUNT            PIC 9(04) VALUE ZEROS.                PGM177
013900 01  WS-SN-TABLE.                                                 PGM177
014000     05 WS-SN-ENTRY OCCURS 5000 TIMES INDEXED BY SN-IDX.          PGM177
014100         10 WS-SN-LOAD-NO       PIC 9(12).                        PGM177
014200         10 WS-SN-TAG-NO        PIC X(12).                        PGM177
014300* 스캔된 적재 목록                                                       PGM177
014400 01  WS-LT-MAX              PIC 9(03) VALUE 500.                  PGM177
014500 01  WS-LT-COUNT            PIC 9(03) VALUE ZEROS.                PGM177
014600 01  WS-LT-TABLE.                                                 PGM177
014700     05 WS-LT-ENTRY OCCURS 500 TIMES INDEXED BY LT-IDX.           PGM177
014800         10 WS-LT-LOAD-NO       PIC 9(12).                        PGM177
014900         10 WS-LT-SCAN-USER     PIC X(10).                        PGM177
015000* 대사 중인 적재의 미확정 라인                                                PGM177
015100 01  WS-LL-MAX              PIC 9(03) VALUE 200.                  PGM177
015200 01  WS-LL-COUNT            PIC 9(03) VALUE ZEROS.                PGM177
015300 01  WS-LL-TABLE.                                                 PGM177
015400     05 WS-LL-ENTRY OCCURS 200 TIMES INDEXED BY LL-IDX LM-IDX.    PGM177
015500         10 WS-LL-ORDER-NO      PIC X(12).                        PGM177
015600         10 WS-LL-LINE-NO       PIC 9(03).                        PGM177
015700         10 WS-LL-PRODUCT-CD    PIC X(15).                        PGM177
015800         10 WS-LL-ALLOC-CNT     PIC 9(05).                        PGM177
015900         10 WS-LL-SCANNED-FLAG  PIC X(01).                        PGM177
016000             88 WS-LL-SCANNED   VALUE 'Y'.                        PGM177
016100* 대사 중인 적재                                                        PGM177
016200 01  WS-CUR-LOAD-NO         PIC 9(12) VALUE ZEROS.                PGM177
016300 01  WS-CUR-CUSTOMER-CD     PIC X(10) VALUE SPACES.               PGM177
016400 01  WS-CUR-SCAN-USER       PIC X(10) VALUE SPACES.               PGM177
016500 01  WS-CONFIRMED-LINE-CNT  PIC 9(05) VALUE ZEROS.                PGM177
016600 01  WS-EXC-SEQ             PIC 9(04) VALUE ZEROS.                PGM177
016700 01  WS-CNT-SCAN            PIC 9(05) VALUE ZEROS.                PGM177
016800 01  WS-CNT-ALLOC           PIC 9(05) VALUE ZEROS.                PGM177
016900 01  WS-CNT-MATCH           PIC 9(05) VALUE ZEROS.                PGM177
017000 01  WS-CNT-WRONG-CUST      PIC 9(05) VALUE ZEROS.                PGM177
017100 01  WS-CNT-WRONG-PROD      PIC 9(05) VALUE ZEROS.                PGM177
017200 01  WS-CNT-HELD-LOT        PIC 9(05) VALUE ZEROS.                PGM177
017300 01  WS-CNT-MISSING         PIC 9(05) VALUE ZEROS.                PGM177
017400 01  WS-CNT-OTHER           PIC 9(05) VALUE ZEROS.                PGM177
017500 01  WS-CNT-EXC-TOTAL       PIC 9(05) VALUE ZEROS.                PGM177
017600 01  WS-STATUS-FOUND-FLAG   PIC X VALUE 'N'.                      PGM177
017700     88 WS-STATUS-FOUND     VALUE 'Y'.                            PGM177
017800 01  WS-SAME-RESULT-FLAG    PIC X VALUE 'N'.                      PGM177
017900     88 WS-SAME-RESULT      VALUE 'Y'.                            PGM177
018000* 태그 판정                                                           PGM177
018100 01  WS-EXC-CD              PIC X(02) VALUE SPACES.               PGM177
018200 01  WS-EXC-ORDER-NO        PIC X(12) VALUE SPACES.               PGM177
018300 01  WS-EXC-LINE-NO         PIC 9(03) VALUE ZEROS.                PGM177
018400 01  WS-EXC-OTHER-CUST      PIC X(10) VALUE SPACES.               PGM177
018500 01  WS-EXC-TAG-NO          PIC X(12) VALUE SPACES.               PGM177
018600 01  WS-EXC-LOT-NO          PIC X(15) VALUE SPACES.               PGM177
018700 01  WS-EXC-PRODUCT-CD      PIC X(15) VALUE SPACES.               PGM177
018800 01  WS-ALLOC-FOUND-FLAG    PIC X VALUE 'N'.                      PGM177
018900     88 WS-ALLOC-FOUND      VALUE 'Y'.                            PGM177
019000 01  WS-PROD-ON-LOAD-FLAG   PIC X VALUE 'N'.                      PGM177
019100     88 WS-PROD-ON-LOAD     VALUE 'Y'.                            PGM177
019200 01  WS-LOT-HELD-FLAG       PIC X VALUE 'N'.                      PGM177
019300     88 WS-LOT-HELD         VALUE 'Y'.                            PGM177
019400 01  WS-SHIP-CUSTOMER-CD    PIC X(10) VALUE SPACES.               PGM177
019500* 처리 건수                                                           PGM177
019600 01  WS-SCAN-READ-COUNT     PIC 9(07) VALUE ZEROS.                PGM177
019700 01  WS-SCAN-BAD-COUNT      PIC 9(07) VALUE ZEROS.                PGM177
019800 01  WS-SCAN-DUP-COUNT      PIC 9(07) VALUE ZEROS.                PGM177
019900 01  WS-ALLOC-READ-COUNT    PIC 9(07) VALUE ZEROS.                PGM177
020000 01  WS-RECONCILED-COUNT    PIC 9(07) VALUE ZEROS.                PGM177
020100 01  WS-BLOCKED-COUNT       PIC 9(07) VALUE ZEROS.                PGM177
020200 01  WS-OVR-KEPT-COUNT      PIC 9(07) VALUE ZEROS.                PGM177
020300 01  WS-SKIPPED-COUNT       PIC 9(07) VALUE ZEROS.                PGM177
020400 01  WS-EXC-WRITE-COUNT     PIC 9(07) VALUE ZEROS.                PGM177
020500*                                                                 PGM177
020600 01  WS-RPT-HEADER.                                               PGM177
020700     05 FILLER               PIC X(40) VALUE                      PGM177
020800             'PGM177 LOADING TAG SCAN RECONCILIATION  '.          PGM177
020900     05 FILLER               PIC X(05) VALUE 'DATE '.             PGM177
021000     05 RH-DATE              PIC 9(08).                           PGM177
021100     05 FILLER               PIC X(79) VALUE SPACES.              PGM177
021200 01  WS-RPT-COLUMNS.                                              PGM177
021300     05 FILLER               PIC X(48) VALUE                      PGM177
021400             'LOAD NO      CUSTOMER   SCANS ALLOC MATCH  WCUS '.  PGM177
021500     05 FILLER               PIC X(48) VALUE                      PGM177
021600             ' WPRD  HELD  MISS  OTHR STATUS                  '.  PGM177
021700     05 FILLER               PIC X(36) VALUE SPACES.              PGM177
021800 01  WS-RPT-EXC-COLUMNS.                                          PGM177
021900     05 FILLER               PIC X(48) VALUE                      PGM177
022000             '    CD TAG NO       LOT NO          PRODUCT     '.  PGM177
022100     05 FILLER               PIC X(48) VALUE                      PGM177
022200             '    ORDER NO     LIN OTHER CUST EXCEPTION       '.  PGM177
022300     05 FILLER               PIC X(36) VALUE SPACES.              PGM177
022400 01  WS-RPT-DETAIL.                                               PGM177
022500     05 RD-LOAD-NO           PIC 9(12).                           PGM177
022600     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
022700     05 RD-CUSTOMER-CD       PIC X(10).                           PGM177
022800     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
022900     05 RD-SCAN-CNT          PIC ZZZZ9.                           PGM177
023000     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
023100     05 RD-ALLOC-CNT         PIC ZZZZ9.                           PGM177
023200     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
023300     05 RD-MATCH-CNT         PIC ZZZZ9.                           PGM177
023400     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
023500     05 RD-WRONG-CUST-CNT    PIC ZZZZ9.                           PGM177
023600     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
023700     05 RD-WRONG-PROD-CNT    PIC ZZZZ9.                           PGM177
023800     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
023900     05 RD-HELD-LOT-CNT      PIC ZZZZ9.                           PGM177
024000     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
024100     05 RD-MISSING-CNT       PIC ZZZZ9.                           PGM177
024200     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
024300     05 RD-OTHER-CNT         PIC ZZZZ9.                           PGM177
024400     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
024500     05 RD-STATUS            PIC X(20).                           PGM177
024600     05 FILLER               PIC X(40) VALUE SPACES.              PGM177
024700 01  WS-RPT-EXC-LINE.                                             PGM177
024800     05 FILLER               PIC X(04) VALUE SPACES.              PGM177
024900     05 RX-EXC-CD            PIC X(02).                           PGM177
025000     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
025100     05 RX-TAG-NO            PIC X(12).                           PGM177
025200     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
025300     05 RX-LOT-NO            PIC X(15).                           PGM177
025400     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
025500     05 RX-PRODUCT-CD        PIC X(15).                           PGM177
025600     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
025700     05 RX-ORDER-NO          PIC X(12).                           PGM177
025800     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
025900     05 RX-LINE-NO           PIC ZZ9.                             PGM177
026000     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
026100     05 RX-OTHER-CUST        PIC X(10).                           PGM177
026200     05 FILLER               PIC X(01) VALUE SPACE.               PGM177
026300     05 RX-DESC              PIC X(36).                           PGM177
026400     05 FILLER               PIC X(16) VALUE SPACES.              PGM177
026500 01  WS-RPT-CNT-LINE.                                             PGM177
026600     05 RN-LABEL             PIC X(40).                           PGM177
026700     05 RN-COUNT             PIC ZZZZZZ9.                         PGM177
026800     05 FILLER               PIC X(85) VALUE SPACES.              PGM177
026900*                                                                 PGM177
027000 PROCEDURE DIVISION.                                              PGM177
027100*                                                                 PGM177
027200 0000-MAIN-PROCESS.                                               PGM177
027300     PERFORM 1000-INITIALIZE                                      PGM177
027400     PERFORM 1100-LOAD-HOLD-LOTS                                  PGM177
027500     PERFORM 1300-LOAD-ALLOCATIONS                                PGM177
027600     PERFORM 1500-LOAD-SCANS                                      PGM177
027700     PERFORM 2000-VERIFY-LOAD                                     PGM177
027800         VARYING LT-IDX FROM 1 BY 1                               PGM177
027900         UNTIL LT-IDX > WS-LT-COUNT                               PGM177
028000     PERFORM 7000-PRINT-TOTALS                                    PGM177
028100     PERFORM 9000-FINALIZE                                        PGM177
028200     GOBACK.                                                      PGM177
028300*                                                                 PGM177
028400 1000-INITIALIZE.                                                 PGM177
028500     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM177
028600     ACCEPT WS-NOW-TIME FROM TIME                                 PGM177
028700     OPEN INPUT LOAD-FILE                                         PGM177
028800     IF WS-FILE-STATUS3 NOT = '00'                                PGM177
028900         DISPLAY 'LOAD FILE OPEN ERROR: ' WS-FILE-STATUS3         PGM177
029000         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM177
029100         PERFORM 9900-ABNORMAL-END                                PGM177
029200     END-IF                                                       PGM177
029300     OPEN INPUT PACKING-UNIT-FILE                                 PGM177
029400     IF WS-FILE-STATUS4 NOT = '00'                                PGM177
029500         DISPLAY 'PACKING UNIT OPEN ERROR: ' WS-FILE-STATUS4      PGM177
029600         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM177
029700         PERFORM 9900-ABNORMAL-END                                PGM177
029800     END-IF                                                       PGM177
029900     OPEN INPUT CUST-ORDER-FILE                                   PGM177
030000     IF WS-FILE-STATUS5 NOT = '00'                                PGM177
030100         DISPLAY 'ORDER FILE OPEN ERROR: ' WS-FILE-STATUS5        PGM177
030200         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM177
030300         PERFORM 9900-ABNORMAL-END                                PGM177
030400     END-IF                                                       PGM177
030500     OPEN I-O LOAD-SCAN-FILE                                      PGM177
030600     IF WS-FILE-STATUS7 NOT = '00' AND WS-FILE-STATUS7 NOT = '05' PGM177
030700         DISPLAY 'LOAD SCAN STATUS OPEN ERROR: ' WS-FILE-STATUS7  PGM177
030800         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM177
030900         PERFORM 9900-ABNORMAL-END                                PGM177
031000     END-IF                                                       PGM177
031100     OPEN I-O SCAN-EXC-FILE                                       PGM177
031200     IF WS-FILE-STATUS8 NOT = '00' AND WS-FILE-STATUS8 NOT = '05' PGM177
031300         DISPLAY 'SCAN EXCEPTION OPEN ERROR: ' WS-FILE-STATUS8    PGM177
031400         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM177
031500         PERFORM 9900-ABNORMAL-END                                PGM177
031600     END-IF                                                       PGM177
031700     OPEN OUTPUT SCAN-REPORT-FILE                                 PGM177
031800     IF WS-FILE-STATUS9 NOT = '00'                                PGM177
031900         DISPLAY 'SCAN REPORT OPEN ERROR: ' WS-FILE-STATUS9       PGM177
032000         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM177
032100         PERFORM 9900-ABNORMAL-END                                PGM177
032200     END-IF                                                       PGM177
032300     MOVE WS-TODAY TO RH-DATE                                     PGM177
032400     WRITE SCAN-REPORT-REC FROM WS-RPT-HEADER                     PGM177
032500     WRITE SCAN-REPORT-REC FROM WS-RPT-COLUMNS                    PGM177
032600     WRITE SCAN-REPORT-REC FROM WS-RPT-EXC-COLUMNS.               PGM177
032700*                                                                 PGM177
032800* 미결 QC HOLD(처분 전) 로트를 테이블에 올린다.                                  PGM177
032900 1100-LOAD-HOLD-LOTS.                                             PGM177
033000     OPEN INPUT QC-HOLD-FILE                                      PGM177
033100     IF WS-FILE-STATUS6 = '00'                                    PGM177
033200         MOVE 'N' TO WS-EOF-FLAG                                  PGM177
033300         PERFORM 1150-READ-HOLD                                   PGM177
033400             UNTIL WS-EOF                                         PGM177
033500         CLOSE QC-HOLD-FILE                                       PGM177
033600     END-IF.                                                      PGM177
033700*                                                                 PGM177
033800 1150-READ-HOLD.                                                  PGM177
033900     READ QC-HOLD-FILE                                            PGM177
034000         AT END                                                   PGM177
034100             SET WS-EOF TO TRUE                                   PGM177
034200         NOT AT END                                               PGM177
034300             IF QHD-OPEN AND QHD-LOT-NO NOT = SPACES              PGM177
034400                 IF WS-HL-COUNT NOT < WS-HL-MAX                   PGM177
034500                     DISPLAY 'QC HOLD LOT TABLE FULL - MAX '      PGM177
034600                             WS-HL-MAX                            PGM177
034700                     MOVE 'FL' TO WS-ABEND-STATUS                 PGM177
034800                     PERFORM 9900-ABNORMAL-END                    PGM177
034900                 END-IF                                           PGM177
035000                 ADD 1 TO WS-HL-COUNT                             PGM177
035100                 SET HL-IDX TO WS-HL-COUNT                        PGM177
035200                 MOVE QHD-LOT-NO TO WS-HL-LOT-NO (HL-IDX)         PGM177
035300             END-IF                                               PGM177
035400     END-READ.                                                    PGM177
035500*                                                                 PGM177
035600* 배정 태그: 적재번호와 태그가 지정된 출하확정 트랜잭션.                                 PGM177
035700* 주문 고객을 함께 보관해 타고객 태그 판정에 쓴다.                                    PGM177
035800 1300-LOAD-ALLOCATIONS.                                           PGM177
035900     OPEN INPUT SHIP-CONF-FILE                                    PGM177
036000     IF WS-FILE-STATUS2 = '00'                                    PGM177
036100         MOVE 'N' TO WS-EOF-FLAG                                  PGM177
036200         PERFORM 1350-READ-CONFIRMATION                           PGM177
036300             UNTIL WS-EOF                                         PGM177
036400         CLOSE SHIP-CONF-FILE                                     PGM177
036500     END-IF.                                                      PGM177
036600*                                                                 PGM177
036700 1350-READ-CONFIRMATION.                                          PGM177
036800     READ SHIP-CONF-FILE                                          PGM177
036900         AT END                                                   PGM177
037000             SET WS-EOF TO TRUE                                   PGM177
037100         NOT AT END                                               PGM177
037200             IF SC-LOAD-NO > 0 AND SC-TAG-NO NOT = SPACES         PGM177
037300                 PERFORM 1360-ADD-ALLOCATION                      PGM177
037400             END-IF                                               PGM177
037500     END-READ.                                                    PGM177
037600*                                                                 PGM177
037700 1360-ADD-ALLOCATION.                                             PGM177
037800     IF WS-AL-COUNT NOT < WS-AL-MAX                               PGM177
037900         DISPLAY 'TAG ALLOCATION TABLE FULL - MAX ' WS-AL-MAX     PGM177
038000         MOVE 'FL' TO WS-ABEND-STATUS                             PGM177
038100         PERFORM 9900-ABNORMAL-END                                PGM177
038200     END-IF                                                       PGM177
038300     ADD 1 TO WS-ALLOC-READ-COUNT                                 PGM177
038400     ADD 1 TO WS-AL-COUNT                                         PGM177
038500     SET AL-IDX TO WS-AL-COUNT                                    PGM177
038600     MOVE SC-LOAD-NO  TO WS-AL-LOAD-NO (AL-IDX)                   PGM177
038700     MOVE SC-TAG-NO   TO WS-AL-TAG-NO (AL-IDX)                    PGM177
038800     MOVE SC-ORDER-NO TO WS-AL-ORDER-NO (AL-IDX)                  PGM177
038900     MOVE SC-LINE-NO  TO WS-AL-LINE-NO (AL-IDX)                   PGM177
039000     MOVE 'N'         TO WS-AL-SCANNED-FLAG (AL-IDX)              PGM177
039100     MOVE SC-ORDER-NO TO SO-ORDER-NO                              PGM177
039200     MOVE SC-LINE-NO  TO SO-LINE-NO                               PGM177
039300     READ CUST-ORDER-FILE                                         PGM177
039400         INVALID KEY                                              PGM177
039500             MOVE SPACES TO WS-AL-CUSTOMER-CD (AL-IDX)            PGM177
039600         NOT INVALID KEY                                          PGM177
039700             MOVE SO-CUSTOMER-CD TO WS-AL-CUSTOMER-CD (AL-IDX)    PGM177
039800     END-READ.                                                    PGM177
039900*                                                                 PGM177
040000* 판독 파일: 같은 적재의 같은 태그는 한 번만 센다.                                   PGM177
040100 1500-LOAD-SCANS.                                                 PGM177
040200     OPEN INPUT SCAN-INPUT-FILE                                   PGM177
040300     IF WS-FILE-STATUS = '00'                                     PGM177
040400         MOVE 'N' TO WS-EOF-FLAG                                  PGM177
040500         PERFORM 1550-READ-SCAN                                   PGM177
040600             UNTIL WS-EOF                                         PGM177
040700         CLOSE SCAN-INPUT-FILE                                    PGM177
040800     ELSE                                                         PGM177
040900         IF WS-FILE-STATUS NOT = '05'                             PGM177
041000             DISPLAY 'SCAN FILE OPEN ERROR: ' WS-FILE-STATUS      PGM177
041100         END-IF                                                   PGM177
041200     END-IF.                                                      PGM177
041300*                                                                 PGM177
041400 1550-READ-SCAN.                                                  PGM177
041500     READ SCAN-INPUT-FILE                                         PGM177
041600         AT END                                                   PGM177
041700             SET WS-EOF TO TRUE                                   PGM177
041800         NOT AT END                                               PGM177
041900             ADD 1 TO WS-SCAN-READ-COUNT                          PGM177
042000             IF TS-LOAD-NO NOT NUMERIC OR TS-LOAD-NO = 0          PGM177
042100                 OR TS-TAG-NO = SPACES                            PGM177
042200                 ADD 1 TO WS-SCAN-BAD-COUNT                       PGM177
042300             ELSE                                                 PGM177
042400                 PERFORM 1560-ADD-SCAN                            PGM177
042500             END-IF                                               PGM177
042600     END-READ.                                                    PGM177
042700*                                                                 PGM177
042800 1560-ADD-SCAN.                                                   PGM177
042900     SET SN-IDX TO 1                                              PGM177
043000     SEARCH WS-SN-ENTRY                                           PGM177
043100         AT END                                                   PGM177
043200             PERFORM 1570-NEW-SCAN                                PGM177
043300         WHEN SN-IDX > WS-SN-COUNT                                PGM177
043400             PERFORM 1570-NEW-SCAN                                PGM177
043500         WHEN WS-SN-LOAD-NO (SN-IDX) = TS-LOAD-NO                 PGM177
043600             AND WS-SN-TAG-NO (SN-IDX) = TS-TAG-NO                PGM177
043700             ADD 1 TO WS-SCAN-DUP-COUNT                           PGM177
043800     END-SEARCH                                                   PGM177
043900     PERFORM 1580-FIND-LOAD-ENTRY.                                PGM177
044000*                                                                 PGM177
044100 1570-NEW-SCAN.                                                   PGM177
044200     IF WS-SN-COUNT NOT < WS-SN-MAX                               PGM177
044300         DISPLAY 'SCAN TABLE FULL - MAX ' WS-SN-MAX               PGM177
044400         MOVE 'FL' TO WS-ABEND-STATUS                             PGM177
044500         PERFORM 9900-ABNORMAL-END                                PGM177
044600     END-IF                                                       PGM177
044700     ADD 1 TO WS-SN-COUNT                                         PGM177
044800     SET SN-IDX TO WS-SN-COUNT                                    PGM177
044900     MOVE TS-LOAD-NO TO WS-SN-LOAD-NO (SN-IDX)                    PGM177
045000     MOVE TS-TAG-NO  TO WS-SN-TAG-NO (SN-IDX).                    PGM177
045100*                                                                 PGM177
045200* 적재별 마지막 스캔 사용자는 감독자 승인 시 본인 승인                                  PGM177
045300* 금지(PGM178) 판정에 쓰인다.                                             PGM177
045400 1580-FIND-LOAD-ENTRY.                                            PGM177
045500     SET LT-IDX TO 1                                              PGM177
045600     SEARCH WS-LT-ENTRY                                           PGM177
045700         AT END                                                   PGM177
045800             PERFORM 1590-NEW-LOAD-ENTRY                          PGM177
045900         WHEN LT-IDX > WS-LT-COUNT                                PGM177
046000             PERFORM 1590-NEW-LOAD-ENTRY                          PGM177
046100         WHEN WS-LT-LOAD-NO (LT-IDX) = TS-LOAD-NO                 PGM177
046200             MOVE TS-USER-ID TO WS-LT-SCAN-USER (LT-IDX)          PGM177
046300     END-SEARCH.                                                  PGM177
046400*                                                                 PGM177
046500 1590-NEW-LOAD-ENTRY.                                             PGM177
046600     IF WS-LT-COUNT NOT < WS-LT-MAX                               PGM177
046700         DISPLAY 'SCANNED LOAD TABLE FULL - MAX ' WS-LT-MAX       PGM177
046800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM177
046900         PERFORM 9900-ABNORMAL-END                                PGM177
047000     END-IF                                                       PGM177
047100     ADD 1 TO WS-LT-COUNT                                         PGM177
047200     SET LT-IDX TO WS-LT-COUNT                                    PGM177
047300     MOVE TS-LOAD-NO TO WS-LT-LOAD-NO (LT-IDX)                    PGM177
047400     MOVE TS-USER-ID TO WS-LT-SCAN-USER (LT-IDX).                 PGM177
047500*                                                                 PGM177
047600* 적재 1건 대사. 미확정 라인이 없고 확정 라인만 있는 적재는                              PGM177
047700* 이미 출하된 것이므로 판독분을 무시한다.                                          PGM177
047800 2000-VERIFY-LOAD.                                                PGM177
047900     MOVE WS-LT-LOAD-NO (LT-IDX)   TO WS-CUR-LOAD-NO              PGM177
048000     MOVE WS-LT-SCAN-USER (LT-IDX) TO WS-CUR-SCAN-USER            PGM177
048100     MOVE ZEROS TO WS-CNT-SCAN WS-CNT-ALLOC WS-CNT-MATCH          PGM177
048200                   WS-CNT-WRONG-CUST WS-CNT-WRONG-PROD            PGM177
048300                   WS-CNT-HELD-LOT WS-CNT-MISSING WS-CNT-OTHER    PGM177
048400                   WS-CNT-EXC-TOTAL WS-EXC-SEQ                    PGM177
048500     PERFORM 2100-LOAD-PLAN-LINES                                 PGM177
048600     MOVE SPACES TO SCAN-REPORT-REC                               PGM177
048700     WRITE SCAN-REPORT-REC                                        PGM177
048800     IF WS-LL-COUNT = 0 AND WS-CONFIRMED-LINE-CNT > 0             PGM177
048900         ADD 1 TO WS-SKIPPED-COUNT                                PGM177
049000         INITIALIZE LOAD-SCAN-REC                                 PGM177
049100         MOVE WS-CUR-LOAD-NO     TO LS-LOAD-NO                    PGM177
049200         MOVE WS-CUR-CUSTOMER-CD TO LS-CUSTOMER-CD                PGM177
049300         MOVE 'CONFIRMED - IGNORED' TO RD-STATUS                  PGM177
049400         PERFORM 2750-PRINT-LOAD-LINE                             PGM177
049500     ELSE                                                         PGM177
049600         PERFORM 2200-CLEAR-OLD-EXCEPTIONS                        PGM177
049700         PERFORM 2270-COUNT-LOAD-ALLOC                            PGM177
049800             VARYING AL-IDX FROM 1 BY 1                           PGM177
049900             UNTIL AL-IDX > WS-AL-COUNT                           PGM177
050000         PERFORM 2300-CHECK-SCAN                                  PGM177
050100             VARYING SN-IDX FROM 1 BY 1                           PGM177
050200             UNTIL SN-IDX > WS-SN-COUNT                           PGM177
050300         PERFORM 2500-CHECK-MISSING-TAG                           PGM177
050400             VARYING AL-IDX FROM 1 BY 1                           PGM177
050500             UNTIL AL-IDX > WS-AL-COUNT                           PGM177
050600         PERFORM 2600-CHECK-UNSCANNED-LINE                        PGM177
050700             VARYING LL-IDX FROM 1 BY 1                           PGM177
050800             UNTIL LL-IDX > WS-LL-COUNT                           PGM177
050900         PERFORM 2700-WRITE-LOAD-STATUS                           PGM177
051000     END-IF.                                                      PGM177
051100*                                                                 PGM177
051200 2100-LOAD-PLAN-LINES.                                            PGM177
051300     MOVE ZEROS  TO WS-LL-COUNT WS-CONFIRMED-LINE-CNT             PGM177
051400     MOVE SPACES TO WS-CUR-CUSTOMER-CD                            PGM177
051500     MOVE 'N' TO WS-LD-EOF-FLAG                                   PGM177
051600     MOVE WS-CUR-LOAD-NO TO LD-LOAD-NO                            PGM177
051700     MOVE ZEROS          TO LD-LOAD-SEQ                           PGM177
051800     START LOAD-FILE KEY >= LD-KEY                                PGM177
051900         INVALID KEY                                              PGM177
052000             SET WS-LD-EOF TO TRUE                                PGM177
052100     END-START                                                    PGM177
052200     PERFORM 2150-READ-LOAD-LINE                                  PGM177
052300         UNTIL WS-LD-EOF.                                         PGM177
052400*                                                                 PGM177
052500 2150-READ-LOAD-LINE.                                             PGM177
052600     READ LOAD-FILE NEXT RECORD                                   PGM177
052700         AT END                                                   PGM177
052800             SET WS-LD-EOF TO TRUE                                PGM177
052900         NOT AT END                                               PGM177
053000             IF LD-LOAD-NO NOT = WS-CUR-LOAD-NO                   PGM177
053100                 SET WS-LD-EOF TO TRUE                            PGM177
053200             ELSE                                                 PGM177
053300                 MOVE LD-CUSTOMER-CD TO WS-CUR-CUSTOMER-CD        PGM177
053400                 EVALUATE TRUE                                    PGM177
053500                     WHEN LD-CONFIRMED                            PGM177
053600                         ADD 1 TO WS-CONFIRMED-LINE-CNT           PGM177
053700                     WHEN LD-PLANNED                              PGM177
053800                         PERFORM 2160-ADD-PLAN-LINE               PGM177
053900                     WHEN OTHER                                   PGM177
054000                         CONTINUE                                 PGM177
054100                 END-EVALUATE                                     PGM177
054200             END-IF                                               PGM177
054300     END-READ.                                                    PGM177
054400*                                                                 PGM177
054500 2160-ADD-PLAN-LINE.                                              PGM177
054600     IF WS-LL-COUNT NOT < WS-LL-MAX                               PGM177
054700         DISPLAY 'LOAD LINE TABLE FULL - MAX ' WS-LL-MAX          PGM177
054800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM177
054900         PERFORM 9900-ABNORMAL-END                                PGM177
055000     END-IF                                                       PGM177
055100     ADD 1 TO WS-LL-COUNT                                         PGM177
055200     SET LL-IDX TO WS-LL-COUNT                                    PGM177
055300     MOVE LD-ORDER-NO   TO WS-LL-ORDER-NO (LL-IDX)                PGM177
055400     MOVE LD-LINE-NO    TO WS-LL-LINE-NO (LL-IDX)                 PGM177
055500     MOVE LD-PRODUCT-CD TO WS-LL-PRODUCT-CD (LL-IDX)              PGM177
055600     MOVE ZEROS         TO WS-LL-ALLOC-CNT (LL-IDX)               PGM177
055700     MOVE 'N'           TO WS-LL-SCANNED-FLAG (LL-IDX).           PGM177
055800*                                                                 PGM177
055900* 재대사: 이 적재의 이전 예외는 지우고 새로 쓴다.                                    PGM177
056000 2200-CLEAR-OLD-EXCEPTIONS.                                       PGM177
056100     MOVE 'N' TO WS-SX-EOF-FLAG                                   PGM177
056200     MOVE WS-CUR-LOAD-NO TO SX-LOAD-NO                            PGM177
056300     MOVE ZEROS          TO SX-SEQ-NO                             PGM177
056400     START SCAN-EXC-FILE KEY >= SX-KEY                            PGM177
056500         INVALID KEY                                              PGM177
056600             SET WS-SX-EOF TO TRUE                                PGM177
056700     END-START                                                    PGM177
056800     PERFORM 2250-DELETE-ONE-EXCEPTION                            PGM177
056900         UNTIL WS-SX-EOF.                                         PGM177
057000*                                                                 PGM177
057100 2250-DELETE-ONE-EXCEPTION.                                       PGM177
057200     READ SCAN-EXC-FILE NEXT RECORD                               PGM177
057300         AT END                                                   PGM177
057400             SET WS-SX-EOF TO TRUE                                PGM177
057500         NOT AT END                                               PGM177
057600             IF SX-LOAD-NO NOT = WS-CUR-LOAD-NO                   PGM177
057700                 SET WS-SX-EOF TO TRUE                            PGM177
057800             ELSE                                                 PGM177
057900                 DELETE SCAN-EXC-FILE RECORD                      PGM177
058000                     INVALID KEY                                  PGM177
058100                         DISPLAY 'SCAN EXCEPTION DELETE ERROR: '  PGM177
058200                                 WS-FILE-STATUS8                  PGM177
058300                 END-DELETE                                       PGM177
058400             END-IF                                               PGM177
058500     END-READ.                                                    PGM177
058600*                                                                 PGM177
058700 2270-COUNT-LOAD-ALLOC.                                           PGM177
058800     IF WS-AL-LOAD-NO (AL-IDX) = WS-CUR-LOAD-NO                   PGM177
058900         ADD 1 TO WS-CNT-ALLOC                                    PGM177
059000         SET LM-IDX TO 1                                          PGM177
059100         SEARCH WS-LL-ENTRY VARYING LM-IDX                        PGM177
059200             AT END                                               PGM177
059300                 CONTINUE                                         PGM177
059400             WHEN LM-IDX > WS-LL-COUNT                            PGM177
059500                 CONTINUE                                         PGM177
059600             WHEN WS-LL-ORDER-NO (LM-IDX)                         PGM177
059700                     = WS-AL-ORDER-NO (AL-IDX)                    PGM177
059800                 AND WS-LL-LINE-NO (LM-IDX)                       PGM177
059900                     = WS-AL-LINE-NO (AL-IDX)                     PGM177
060000                 ADD 1 TO WS-LL-ALLOC-CNT (LM-IDX)                PGM177
060100         END-SEARCH                                               PGM177
060200     END-IF.                                                      PGM177
060300*                                                                 PGM177
060400 2300-CHECK-SCAN.                                                 PGM177
060500     IF WS-SN-LOAD-NO (SN-IDX) = WS-CUR-LOAD-NO                   PGM177
060600         ADD 1 TO WS-CNT-SCAN                                     PGM177
060700         MOVE SPACES TO WS-EXC-CD WS-EXC-ORDER-NO                 PGM177
060800                        WS-EXC-OTHER-CUST WS-EXC-LOT-NO           PGM177
060900                        WS-EXC-PRODUCT-CD                         PGM177
061000         MOVE ZEROS  TO WS-EXC-LINE-NO                            PGM177
061100         MOVE WS-SN-TAG-NO (SN-IDX) TO WS-EXC-TAG-NO              PGM177
061200         MOVE WS-SN-TAG-NO (SN-IDX) TO PU-TAG-NO                  PGM177
061300         READ PACKING-UNIT-FILE                                   PGM177
061400             INVALID KEY                                          PGM177
061500                 MOVE 'UT' TO WS-EXC-CD                           PGM177
061600             NOT INVALID KEY                                      PGM177
061700                 MOVE PU-LOT-NO     TO WS-EXC-LOT-NO              PGM177
061800                 MOVE PU-PRODUCT-CD TO WS-EXC-PRODUCT-CD          PGM177
061900                 PERFORM 2310-CLASSIFY-TAG                        PGM177
062000         END-READ                                                 PGM177
062100         IF WS-EXC-CD = SPACES                                    PGM177
062200             ADD 1 TO WS-CNT-MATCH                                PGM177
062300         ELSE                                                     PGM177
062400             PERFORM 2800-WRITE-EXCEPTION                         PGM177
062500         END-IF                                                   PGM177
062600     END-IF.                                                      PGM177
062700*                                                                 PGM177
062800* 태그 판정 순서: 계획 라인 없음, 출하/폐기 태그(타고객 출하분은                           PGM177
062900* 타고객), 보류 로트, 타고객 배정, 적재에 없는 제품, 동일 고객                           PGM177
063000* 타 적재 배정, 이 적재 미배정(적재에 배정 태그가 있을 때만).                            PGM177
063100 2310-CLASSIFY-TAG.                                               PGM177
063200     PERFORM 2320-FIND-TAG-ALLOC                                  PGM177
063300     PERFORM 2330-FIND-LINE-PRODUCT                               PGM177
063400     PERFORM 2350-FIND-HOLD-LOT                                   PGM177
063500     MOVE SPACES TO WS-SHIP-CUSTOMER-CD                           PGM177
063600     IF PU-SHIPPED AND PU-SHIP-LOAD-NO NOT = WS-CUR-LOAD-NO       PGM177
063700         PERFORM 2340-GET-SHIPPED-CUSTOMER                        PGM177
063800     END-IF                                                       PGM177
063900     EVALUATE TRUE                                                PGM177
064000         WHEN WS-LL-COUNT = 0                                     PGM177
064100             MOVE 'NP' TO WS-EXC-CD                               PGM177
064200         WHEN PU-SHIPPED AND PU-SHIP-LOAD-NO = WS-CUR-LOAD-NO     PGM177
064300             CONTINUE                                             PGM177
064400         WHEN PU-SHIPPED                                          PGM177
064500             AND WS-SHIP-CUSTOMER-CD NOT = WS-CUR-CUSTOMER-CD     PGM177
064600             MOVE 'WC'                TO WS-EXC-CD                PGM177
064700             MOVE PU-SHIP-ORDER-NO    TO WS-EXC-ORDER-NO          PGM177
064800             MOVE PU-SHIP-LINE-NO     TO WS-EXC-LINE-NO           PGM177
064900             MOVE WS-SHIP-CUSTOMER-CD TO WS-EXC-OTHER-CUST        PGM177
065000         WHEN NOT PU-AVAILABLE                                    PGM177
065100             MOVE 'UA' TO WS-EXC-CD                               PGM177
065200         WHEN WS-LOT-HELD                                         PGM177
065300             MOVE 'HL' TO WS-EXC-CD                               PGM177
065400         WHEN WS-ALLOC-FOUND                                      PGM177
065500             AND WS-AL-LOAD-NO (AL-IDX) NOT = WS-CUR-LOAD-NO      PGM177
065600             AND WS-AL-CUSTOMER-CD (AL-IDX)                       PGM177
065700                 NOT = WS-CUR-CUSTOMER-CD                         PGM177
065800             MOVE 'WC' TO WS-EXC-CD                               PGM177
065900             MOVE WS-AL-ORDER-NO (AL-IDX)    TO WS-EXC-ORDER-NO   PGM177
066000             MOVE WS-AL-LINE-NO (AL-IDX)     TO WS-EXC-LINE-NO    PGM177
066100             MOVE WS-AL-CUSTOMER-CD (AL-IDX) TO WS-EXC-OTHER-CUST PGM177
066200         WHEN NOT WS-PROD-ON-LOAD                                 PGM177
066300             MOVE 'WP' TO WS-EXC-CD                               PGM177
066400         WHEN WS-ALLOC-FOUND                                      PGM177
066500             AND WS-AL-LOAD-NO (AL-IDX) NOT = WS-CUR-LOAD-NO      PGM177
066600             MOVE 'OL' TO WS-EXC-CD                               PGM177
066700             MOVE WS-AL-ORDER-NO (AL-IDX) TO WS-EXC-ORDER-NO      PGM177
066800             MOVE WS-AL-LINE-NO (AL-IDX)  TO WS-EXC-LINE-NO       PGM177
066900         WHEN NOT WS-ALLOC-FOUND AND WS-CNT-ALLOC > 0             PGM177
067000             MOVE 'NT' TO WS-EXC-CD                               PGM177
067100         WHEN OTHER                                               PGM177
067200             PERFORM 2360-MARK-PRODUCT-LINE                       PGM177
067300                 VARYING LM-IDX FROM 1 BY 1                       PGM177
067400                 UNTIL LM-IDX > WS-LL-COUNT                       PGM177
067500             IF WS-ALLOC-FOUND                                    PGM177
067600                 SET WS-AL-SCANNED (AL-IDX) TO TRUE               PGM177
067700             END-IF                                               PGM177
067800     END-EVALUATE.                                                PGM177
067900*                                                                 PGM177
068000* 같은 태그가 이 적재에 배정돼 있으면 그 건을 우선한다.                                 PGM177
068100 2320-FIND-TAG-ALLOC.                                             PGM177
068200     MOVE 'N' TO WS-ALLOC-FOUND-FLAG                              PGM177
068300     SET AL-IDX TO 1                                              PGM177
068400     SEARCH WS-AL-ENTRY                                           PGM177
068500         AT END                                                   PGM177
068600             CONTINUE                                             PGM177
068700         WHEN AL-IDX > WS-AL-COUNT                                PGM177
068800             CONTINUE                                             PGM177
068900         WHEN WS-AL-TAG-NO (AL-IDX) = PU-TAG-NO                   PGM177
069000             AND WS-AL-LOAD-NO (AL-IDX) = WS-CUR-LOAD-NO          PGM177
069100             SET WS-ALLOC-FOUND TO TRUE                           PGM177
069200     END-SEARCH                                                   PGM177
069300     IF NOT WS-ALLOC-FOUND                                        PGM177
069400         SET AL-IDX TO 1                                          PGM177
069500         SEARCH WS-AL-ENTRY                                       PGM177
069600             AT END                                               PGM177
069700                 CONTINUE                                         PGM177
069800             WHEN AL-IDX > WS-AL-COUNT                            PGM177
069900                 CONTINUE                                         PGM177
070000             WHEN WS-AL-TAG-NO (AL-IDX) = PU-TAG-NO               PGM177
070100                 SET WS-ALLOC-FOUND TO TRUE                       PGM177
070200         END-SEARCH                                               PGM177
070300     END-IF.                                                      PGM177
070400*                                                                 PGM177
070500 2330-FIND-LINE-PRODUCT.                                          PGM177
070600     MOVE 'N' TO WS-PROD-ON-LOAD-FLAG                             PGM177
070700     SET LL-IDX TO 1                                              PGM177
070800     SEARCH WS-LL-ENTRY                                           PGM177
070900         AT END                                                   PGM177
071000             CONTINUE                                             PGM177
071100         WHEN LL-IDX > WS-LL-COUNT                                PGM177
071200             CONTINUE                                             PGM177
071300         WHEN WS-LL-PRODUCT-CD (LL-IDX) = PU-PRODUCT-CD           PGM177
071400             SET WS-PROD-ON-LOAD TO TRUE                          PGM177
071500     END-SEARCH.                                                  PGM177
071600*                                                                 PGM177
071700 2340-GET-SHIPPED-CUSTOMER.                                       PGM177
071800     MOVE PU-SHIP-ORDER-NO TO SO-ORDER-NO                         PGM177
071900     MOVE PU-SHIP-LINE-NO  TO SO-LINE-NO                          PGM177
072000     READ CUST-ORDER-FILE                                         PGM177
072100         INVALID KEY                                              PGM177
072200             MOVE WS-CUR-CUSTOMER-CD TO WS-SHIP-CUSTOMER-CD       PGM177
072300         NOT INVALID KEY                                          PGM177
072400             MOVE SO-CUSTOMER-CD TO WS-SHIP-CUSTOMER-CD           PGM177
072500     END-READ.                                                    PGM177
072600*                                                                 PGM177
072700 2350-FIND-HOLD-LOT.                                              PGM177
072800     MOVE 'N' TO WS-LOT-HELD-FLAG                                 PGM177
072900     SET HL-IDX TO 1                                              PGM177
073000     SEARCH WS-HL-ENTRY                                           PGM177
073100         AT END                                                   PGM177
073200             CONTINUE                                             PGM177
073300         WHEN HL-IDX > WS-HL-COUNT                                PGM177
073400             CONTINUE                                             PGM177
073500         WHEN WS-HL-LOT-NO (HL-IDX) = PU-LOT-NO                   PGM177
073600             SET WS-LOT-HELD TO TRUE                              PGM177
073700     END-SEARCH.                                                  PGM177
073800*                                                                 PGM177
073900 2360-MARK-PRODUCT-LINE.                                          PGM177
074000     IF WS-LL-PRODUCT-CD (LM-IDX) = PU-PRODUCT-CD                 PGM177
074100         SET WS-LL-SCANNED (LM-IDX) TO TRUE                       PGM177
074200     END-IF.                                                      PGM177
074300*                                                                 PGM177
074400* 배정됐으나 판독되지 않은 태그.                                               PGM177
074500 2500-CHECK-MISSING-TAG.                                          PGM177
074600     IF WS-AL-LOAD-NO (AL-IDX) = WS-CUR-LOAD-NO                   PGM177
074700         AND NOT WS-AL-SCANNED (AL-IDX)                           PGM177
074800         MOVE 'MT'                    TO WS-EXC-CD                PGM177
074900         MOVE WS-AL-TAG-NO (AL-IDX)   TO WS-EXC-TAG-NO            PGM177
075000         MOVE WS-AL-ORDER-NO (AL-IDX) TO WS-EXC-ORDER-NO          PGM177
075100         MOVE WS-AL-LINE-NO (AL-IDX)  TO WS-EXC-LINE-NO           PGM177
075200         MOVE SPACES TO WS-EXC-LOT-NO WS-EXC-PRODUCT-CD           PGM177
075300                        WS-EXC-OTHER-CUST                         PGM177
075400         MOVE WS-AL-TAG-NO (AL-IDX) TO PU-TAG-NO                  PGM177
075500         READ PACKING-UNIT-FILE                                   PGM177
075600             INVALID KEY                                          PGM177
075700                 CONTINUE                                         PGM177
075800             NOT INVALID KEY                                      PGM177
075900                 MOVE PU-LOT-NO     TO WS-EXC-LOT-NO              PGM177
076000                 MOVE PU-PRODUCT-CD TO WS-EXC-PRODUCT-CD          PGM177
076100         END-READ                                                 PGM177
076200         PERFORM 2800-WRITE-EXCEPTION                             PGM177
076300     END-IF.                                                      PGM177
076400*                                                                 PGM177
076500* 배정 태그가 없는 라인은 그 제품 태그가 하나도 판독되지                                 PGM177
076600* 않았으면 미판독 라인이다.                                                  PGM177
076700 2600-CHECK-UNSCANNED-LINE.                                       PGM177
076800     IF WS-LL-ALLOC-CNT (LL-IDX) = 0                              PGM177
076900         AND NOT WS-LL-SCANNED (LL-IDX)                           PGM177
077000         MOVE 'ML'                       TO WS-EXC-CD             PGM177
077100         MOVE SPACES TO WS-EXC-TAG-NO WS-EXC-LOT-NO               PGM177
077200                        WS-EXC-OTHER-CUST                         PGM177
077300         MOVE WS-LL-PRODUCT-CD (LL-IDX)  TO WS-EXC-PRODUCT-CD     PGM177
077400         MOVE WS-LL-ORDER-NO (LL-IDX)    TO WS-EXC-ORDER-NO       PGM177
077500         MOVE WS-LL-LINE-NO (LL-IDX)     TO WS-EXC-LINE-NO        PGM177
077600         PERFORM 2800-WRITE-EXCEPTION                             PGM177
077700     END-IF.                                                      PGM177
077800*                                                                 PGM177
077900* 예외가 없으면 대사 완료. 감독자 승인된 적재는 재대사 결과가                              PGM177
078000* 승인 당시와 같을 때만 승인을 유지한다.                                          PGM177
078100 2700-WRITE-LOAD-STATUS.                                          PGM177
078200     MOVE 'N' TO WS-SAME-RESULT-FLAG                              PGM177
078300     MOVE WS-CUR-LOAD-NO TO LS-LOAD-NO                            PGM177
078400     READ LOAD-SCAN-FILE                                          PGM177
078500         INVALID KEY                                              PGM177
078600             MOVE 'N' TO WS-STATUS-FOUND-FLAG                     PGM177
078700             INITIALIZE LOAD-SCAN-REC                             PGM177
078800             MOVE WS-CUR-LOAD-NO TO LS-LOAD-NO                    PGM177
078900         NOT INVALID KEY                                          PGM177
079000             SET WS-STATUS-FOUND TO TRUE                          PGM177
079100             PERFORM 2710-COMPARE-RESULT                          PGM177
079200     END-READ                                                     PGM177
079300     MOVE WS-CUR-CUSTOMER-CD TO LS-CUSTOMER-CD                    PGM177
079400     MOVE WS-CNT-SCAN        TO LS-SCAN-CNT                       PGM177
079500     MOVE WS-CNT-ALLOC       TO LS-ALLOC-TAG-CNT                  PGM177
079600     MOVE WS-CNT-MATCH       TO LS-MATCH-CNT                      PGM177
079700     MOVE WS-CNT-WRONG-CUST  TO LS-WRONG-CUST-CNT                 PGM177
079800     MOVE WS-CNT-WRONG-PROD  TO LS-WRONG-PROD-CNT                 PGM177
079900     MOVE WS-CNT-HELD-LOT    TO LS-HELD-LOT-CNT                   PGM177
080000     MOVE WS-CNT-MISSING     TO LS-MISSING-CNT                    PGM177
080100     MOVE WS-CNT-OTHER       TO LS-OTHER-EXC-CNT                  PGM177
080200     MOVE WS-CUR-SCAN-USER   TO LS-SCAN-USER                      PGM177
080300     MOVE WS-TODAY           TO LS-VERIFY-DATE                    PGM177
080400     MOVE WS-NOW-TIME (1:6)  TO LS-VERIFY-TIME                    PGM177
080500     EVALUATE TRUE                                                PGM177
080600         WHEN WS-CNT-EXC-TOTAL = 0                                PGM177
080700             SET LS-RECONCILED TO TRUE                            PGM177
080800             MOVE SPACES TO LS-OVR-USER LS-OVR-REASON             PGM177
080900             MOVE ZEROS  TO LS-OVR-DATE                           PGM177
081000             ADD 1 TO WS-RECONCILED-COUNT                         PGM177
081100             MOVE 'RECONCILED' TO RD-STATUS                       PGM177
081200         WHEN WS-SAME-RESULT                                      PGM177
081300             ADD 1 TO WS-OVR-KEPT-COUNT                           PGM177
081400             MOVE 'OVERRIDE KEPT' TO RD-STATUS                    PGM177
081500         WHEN OTHER                                               PGM177
081600             SET LS-BLOCKED TO TRUE                               PGM177
081700             MOVE SPACES TO LS-OVR-USER LS-OVR-REASON             PGM177
081800             MOVE ZEROS  TO LS-OVR-DATE                           PGM177
081900             ADD 1 TO WS-BLOCKED-COUNT                            PGM177
082000             MOVE 'BLOCKED' TO RD-STATUS                          PGM177
082100     END-EVALUATE                                                 PGM177
082200     IF WS-STATUS-FOUND                                           PGM177
082300         REWRITE LOAD-SCAN-REC                                    PGM177
082400             INVALID KEY                                          PGM177
082500                 DISPLAY 'LOAD SCAN REWRITE ERROR: '              PGM177
082600                         WS-FILE-STATUS7                          PGM177
082700         END-REWRITE                                              PGM177
082800     ELSE                                                         PGM177
082900         WRITE LOAD-SCAN-REC                                      PGM177
083000             INVALID KEY                                          PGM177
083100                 DISPLAY 'LOAD SCAN WRITE ERROR: ' WS-FILE-STATUS7PGM177
083200         END-WRITE                                                PGM177
083300     END-IF                                                       PGM177
083400     PERFORM 2750-PRINT-LOAD-LINE.                                PGM177
083500*                                                                 PGM177
083600 2710-COMPARE-RESULT.                                             PGM177
083700     IF LS-OVERRIDDEN                                             PGM177
083800         AND LS-SCAN-CNT       = WS-CNT-SCAN                      PGM177
083900         AND LS-ALLOC-TAG-CNT  = WS-CNT-ALLOC                     PGM177
084000         AND LS-MATCH-CNT      = WS-CNT-MATCH                     PGM177
084100         AND LS-WRONG-CUST-CNT = WS-CNT-WRONG-CUST                PGM177
084200         AND LS-WRONG-PROD-CNT = WS-CNT-WRONG-PROD                PGM177
084300         AND LS-HELD-LOT-CNT   = WS-CNT-HELD-LOT                  PGM177
084400         AND LS-MISSING-CNT    = WS-CNT-MISSING                   PGM177
084500         AND LS-OTHER-EXC-CNT  = WS-CNT-OTHER                     PGM177
084600         SET WS-SAME-RESULT TO TRUE                               PGM177
084700     END-IF.                                                      PGM177
084800*                                                                 PGM177
084900 2750-PRINT-LOAD-LINE.                                            PGM177
085000     MOVE LS-LOAD-NO        TO RD-LOAD-NO                         PGM177
085100     MOVE LS-CUSTOMER-CD    TO RD-CUSTOMER-CD                     PGM177
085200     MOVE WS-CNT-SCAN       TO RD-SCAN-CNT                        PGM177
085300     MOVE WS-CNT-ALLOC      TO RD-ALLOC-CNT                       PGM177
085400     MOVE WS-CNT-MATCH      TO RD-MATCH-CNT                       PGM177
085500     MOVE WS-CNT-WRONG-CUST TO RD-WRONG-CUST-CNT                  PGM177
085600     MOVE WS-CNT-WRONG-PROD TO RD-WRONG-PROD-CNT                  PGM177
085700     MOVE WS-CNT-HELD-LOT   TO RD-HELD-LOT-CNT                    PGM177
085800     MOVE WS-CNT-MISSING    TO RD-MISSING-CNT                     PGM177
085900     MOVE WS-CNT-OTHER      TO RD-OTHER-CNT                       PGM177
086000     WRITE SCAN-REPORT-REC FROM WS-RPT-DETAIL.                    PGM177
086100*                                                                 PGM177
086200 2800-WRITE-EXCEPTION.                                            PGM177
086300     ADD 1 TO WS-CNT-EXC-TOTAL                                    PGM177
086400     EVALUATE WS-EXC-CD                                           PGM177
086500         WHEN 'WC'                                                PGM177
086600             ADD 1 TO WS-CNT-WRONG-CUST                           PGM177
086700         WHEN 'WP'                                                PGM177
086800             ADD 1 TO WS-CNT-WRONG-PROD                           PGM177
086900         WHEN 'HL'                                                PGM177
087000             ADD 1 TO WS-CNT-HELD-LOT                             PGM177
087100         WHEN 'MT'                                                PGM177
087200         WHEN 'ML'                                                PGM177
087300             ADD 1 TO WS-CNT-MISSING                              PGM177
087400         WHEN OTHER                                               PGM177
087500             ADD 1 TO WS-CNT-OTHER                                PGM177
087600     END-EVALUATE                                                 PGM177
087700     ADD 1 TO WS-EXC-SEQ                                          PGM177
087800     INITIALIZE SCAN-EXC-REC                                      PGM177
087900     MOVE WS-CUR-LOAD-NO    TO SX-LOAD-NO                         PGM177
088000     MOVE WS-EXC-SEQ        TO SX-SEQ-NO                          PGM177
088100     MOVE WS-EXC-CD         TO SX-EXC-CD                          PGM177
088200     MOVE WS-EXC-TAG-NO     TO SX-TAG-NO                          PGM177
088300     MOVE WS-EXC-LOT-NO     TO SX-LOT-NO                          PGM177
088400     MOVE WS-EXC-PRODUCT-CD TO SX-PRODUCT-CD                      PGM177
088500     MOVE WS-EXC-ORDER-NO   TO SX-ORDER-NO                        PGM177
088600     MOVE WS-EXC-LINE-NO    TO SX-LINE-NO                         PGM177
088700     MOVE WS-EXC-OTHER-CUST TO SX-OTHER-CUST-CD                   PGM177
088800     MOVE WS-TODAY          TO SX-EXC-DATE                        PGM177
088900     WRITE SCAN-EXC-REC                                           PGM177
089000         INVALID KEY                                              PGM177
089100             DISPLAY 'SCAN EXCEPTION WRITE ERROR: '               PGM177
089200                     WS-FILE-STATUS8                              PGM177
089300         NOT INVALID KEY                                          PGM177
089400             ADD 1 TO WS-EXC-WRITE-COUNT                          PGM177
089500     END-WRITE                                                    PGM177
089600     PERFORM 2850-PRINT-EXCEPTION.                                PGM177
089700*                                                                 PGM177
089800 2850-PRINT-EXCEPTION.                                            PGM177
089900     MOVE WS-EXC-CD         TO RX-EXC-CD                          PGM177
090000     MOVE WS-EXC-TAG-NO     TO RX-TAG-NO                          PGM177
090100     MOVE WS-EXC-LOT-NO     TO RX-LOT-NO                          PGM177
090200     MOVE WS-EXC-PRODUCT-CD TO RX-PRODUCT-CD                      PGM177
090300     MOVE WS-EXC-ORDER-NO   TO RX-ORDER-NO                        PGM177
090400     MOVE WS-EXC-LINE-NO    TO RX-LINE-NO                         PGM177
090500     MOVE WS-EXC-OTHER-CUST TO RX-OTHER-CUST                      PGM177
090600     EVALUATE WS-EXC-CD                                           PGM177
090700         WHEN 'WC'                                                PGM177
090800             MOVE 'TAG BELONGS TO ANOTHER CUSTOMER' TO RX-DESC    PGM177
090900         WHEN 'WP'                                                PGM177
091000             MOVE 'PRODUCT NOT ON LOAD'             TO RX-DESC    PGM177
091100         WHEN 'HL'                                                PGM177
091200             MOVE 'LOT ON OPEN QC HOLD'             TO RX-DESC    PGM177
091300         WHEN 'MT'                                                PGM177
091400             MOVE 'ALLOCATED TAG NOT SCANNED'       TO RX-DESC    PGM177
091500         WHEN 'ML'                                                PGM177
091600             MOVE 'LOAD LINE HAS NO SCANNED TAG'    TO RX-DESC    PGM177
091700         WHEN 'UT'                                                PGM177
091800             MOVE 'TAG NOT ON PACKING UNIT FILE'    TO RX-DESC    PGM177
091900         WHEN 'UA'                                                PGM177
092000             MOVE 'TAG ALREADY SHIPPED OR SCRAPPED' TO RX-DESC    PGM177
092100         WHEN 'OL'                                                PGM177
092200             MOVE 'TAG ALLOCATED TO ANOTHER LOAD'   TO RX-DESC    PGM177
092300         WHEN 'NT'                                                PGM177
092400             MOVE 'TAG NOT ALLOCATED TO THIS LOAD'  TO RX-DESC    PGM177
092500         WHEN 'NP'                                                PGM177
092600             MOVE 'LOAD HAS NO PLANNED LINES'       TO RX-DESC    PGM177
092700         WHEN OTHER                                               PGM177
092800             MOVE SPACES TO RX-DESC                               PGM177
092900     END-EVALUATE                                                 PGM177
093000     WRITE SCAN-REPORT-REC FROM WS-RPT-EXC-LINE.                  PGM177
093100*                                                                 PGM177
093200 7000-PRINT-TOTALS.                                               PGM177
093300     MOVE SPACES TO SCAN-REPORT-REC                               PGM177
093400     WRITE SCAN-REPORT-REC                                        PGM177
093500     MOVE 'SCAN RECORDS READ' TO RN-LABEL                         PGM177
093600     MOVE WS-SCAN-READ-COUNT TO RN-COUNT                          PGM177
093700     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
093800     MOVE 'SCAN RECORDS WITHOUT LOAD OR TAG' TO RN-LABEL          PGM177
093900     MOVE WS-SCAN-BAD-COUNT TO RN-COUNT                           PGM177
094000     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
094100     MOVE 'DUPLICATE SCANS IGNORED' TO RN-LABEL                   PGM177
094200     MOVE WS-SCAN-DUP-COUNT TO RN-COUNT                           PGM177
094300     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
094400     MOVE 'TAGS ALLOCATED ON CONFIRMATIONS' TO RN-LABEL           PGM177
094500     MOVE WS-ALLOC-READ-COUNT TO RN-COUNT                         PGM177
094600     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
094700     MOVE 'LOADS RECONCILED' TO RN-LABEL                          PGM177
094800     MOVE WS-RECONCILED-COUNT TO RN-COUNT                         PGM177
094900     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
095000     MOVE 'LOADS BLOCKED' TO RN-LABEL                             PGM177
095100     MOVE WS-BLOCKED-COUNT TO RN-COUNT                            PGM177
095200     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
095300     MOVE 'LOADS WITH SUPERVISOR OVERRIDE KEPT' TO RN-LABEL       PGM177
095400     MOVE WS-OVR-KEPT-COUNT TO RN-COUNT                           PGM177
095500     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
095600     MOVE 'LOADS ALREADY CONFIRMED - IGNORED' TO RN-LABEL         PGM177
095700     MOVE WS-SKIPPED-COUNT TO RN-COUNT                            PGM177
095800     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE                   PGM177
095900     MOVE 'SCAN EXCEPTIONS WRITTEN' TO RN-LABEL                   PGM177
096000     MOVE WS-EXC-WRITE-COUNT TO RN-COUNT                          PGM177
096100     WRITE SCAN-REPORT-REC FROM WS-RPT-CNT-LINE.                  PGM177
096200*                                                                 PGM177
096300 9000-FINALIZE.                                                   PGM177
096400     CLOSE LOAD-FILE                                              PGM177
096500     CLOSE PACKING-UNIT-FILE                                      PGM177
096600     CLOSE CUST-ORDER-FILE                                        PGM177
096700     CLOSE LOAD-SCAN-FILE                                         PGM177
096800     CLOSE SCAN-EXC-FILE                                          PGM177
096900     CLOSE SCAN-REPORT-FILE                                       PGM177
097000     IF WS-BLOCKED-COUNT > 0                                      PGM177
097100         MOVE 4 TO RETURN-CODE                                    PGM177
097200     END-IF                                                       PGM177
097300     DISPLAY 'PGM177 COMPLETED: ' WS-LT-COUNT ' LOADS SCANNED, '  PGM177
097400             WS-RECONCILED-COUNT ' RECONCILED, '                  PGM177
097500             WS-BLOCKED-COUNT ' BLOCKED'.                         PGM177
097600*                                                                 PGM177
097700 9750-DIAGNOSE-FILE-STATUS.                                       PGM177
097800     EVALUATE WS-ABEND-STATUS                                     PGM177
097900         WHEN '10'                                                PGM177
098000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM177
098100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM177
098200         WHEN '23'                                                PGM177
098300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM177
098400             DISPLAY '  AND RETRY THE REQUEST'                    PGM177
098500         WHEN '35'                                                PGM177
098600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM177
098700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM177
098800         WHEN '37'                                                PGM177
098900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM177
099000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM177
099100         WHEN '39'                                                PGM177
099200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM177
099300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM177
099400         WHEN '41'                                                PGM177
099500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM177
099600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM177
099700         WHEN '42'                                                PGM177
099800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM177
099900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM177
100000         WHEN '46'                                                PGM177
100100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM177
100200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM177
100300         WHEN OTHER                                               PGM177
100400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM177
100500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM177
100600     END-EVALUATE.                                                PGM177
100700*                                                                 PGM177
100800 9900-ABNORMAL-END.                                               PGM177
100900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM177
101000     DISPLAY 'PGM177 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM177
101100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM177
101200     MOVE 16 TO RETURN-CODE                                       PGM177
101300     GOBACK.                                                      PGM177
101400                                                                  PGM177
