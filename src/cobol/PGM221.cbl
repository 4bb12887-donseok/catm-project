000100 IDENTIFICATION DIVISION.                                         PGM221
000200 PROGRAM-ID.    PGM221.                                           PGM221
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM221
000400*                                                                 PGM221
000500* =========================================================       PGM221
000600* 프로그램명: 구매처 발주확인 접수 및 차이 보고                                      PGM221
000700* 처리내용  : 구매처가 보낸 발주확인 파일(CPYPOAK)을 받아                            PGM221
000800*            1차 판독에서 구매처별 HD/DT/TR 엔벨로프와 TR의                      PGM221
000900*            건수/수량 합계를 확인한다. 하나라도 맞지 않으면                          PGM221
001000*            파일 전체를 반영하지 않는다(은행 거래내역 PGM150                       PGM221
001100*            과 같은 규율). 2차 판독에서 명세마다 발주의                           PGM221
001200*            구매처, 상태, 약속 납기를 검증하고 수락수량,                           PGM221
001300*            확정단가, 약속 납기를 발주에 기록한다. 발주 수량/                        PGM221
001400*            단가와 다르면 차이(D), 거절이면 거절(R)로 두고                        PGM221
001500*            구매담당자 검토용 보고서에 찍는다. 검증 오류                            PGM221
001600*            명세도 사유와 함께 찍는다. 차이/거절/오류가 있으면                        PGM221
001700*            RC 4.                                                PGM221
001800* =========================================================       PGM221
001900*                                                                 PGM221
002000 ENVIRONMENT DIVISION.                                            PGM221
002100 CONFIGURATION SECTION.                                           PGM221
002200 INPUT-OUTPUT SECTION.                                            PGM221
002300 FILE-CONTROL.                                                    PGM221
002400     SELECT ACK-IN-FILE                                           PGM221
002500         ASSIGN TO POACKIN                                        PGM221
002600         ORGANIZATION IS SEQUENTIAL                               PGM221
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM221
002800     SELECT PO-MASTER-FILE                                        PGM221
002900         ASSIGN TO POMAST                                         PGM221
003000         ORGANIZATION IS INDEXED                                  PGM221
003100         ACCESS MODE IS RANDOM                                    PGM221
003200         RECORD KEY IS PO-NO                                      PGM221
003300         FILE STATUS IS WS-FILE-STATUS2.                          PGM221
003400     SELECT ACK-REPORT-FILE                                       PGM221
003500         ASSIGN TO POACKRPT                                       PGM221
003600         ORGANIZATION IS SEQUENTIAL                               PGM221
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM221
003800*                                                                 PGM221
003900 DATA DIVISION.                                                   PGM221
004000 FILE SECTION.                                                    PGM221
004100 FD  ACK-IN-FILE.                                                 PGM221
004200 01  ACK-IN-REC.                                                  PGM221
004300     COPY CPYPOAK.                                                PGM221
004400 FD  PO-MASTER-FILE.                                              PGM221
004500 01  PO-MASTER-REC.                                               PGM221
004600     COPY CPYPOMS.                                                PGM221
004700 FD  ACK-REPORT-FILE.                                             PGM221
004800 01  ACK-REPORT-REC          PIC X(132).                          PGM221
004900*                                                                 PGM221
005000 WORKING-STORAGE SECTION.                                         PGM221
005100 01  WS-FILE-STATUS         PIC XX.                               PGM221
005200 01  WS-FILE-STATUS2        PIC XX.                               PGM221
005300 01  WS-FILE-STATUS3        PIC XX.                               PGM221
005400 01  WS-ABEND-STATUS        PIC XX.                               PGM221
005500 01  WS-DATE-STATUS         PIC XX.                               PGM221
005600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM221
005700     88 WS-EOF              VALUE 'Y'.                            PGM221
005800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM221
005900* 엔벨로프 확인                                                         PGM221
006000 01  WS-ENVELOPE-FLAG       PIC X VALUE 'N'.                      PGM221
006100     88 WS-IN-ENVELOPE      VALUE 'Y'.                            PGM221
006200 01  WS-ENV-VENDOR          PIC X(10) VALUE SPACES.               PGM221
006300 01  WS-ENV-DETAIL-CNT      PIC 9(07) VALUE ZEROS.                PGM221
006400 01  WS-ENV-QTY             PIC S9(11)V99 VALUE ZEROS.            PGM221
006500 01  WS-ENV-VENDOR-CNT      PIC 9(05) VALUE ZEROS.                PGM221
006600 01  WS-ENV-ERROR-CNT       PIC 9(05) VALUE ZEROS.                PGM221
006700* 명세 검증/반영                                                        PGM221
006800 01  WS-PO-FOUND-FLAG       PIC X VALUE 'N'.                      PGM221
006900     88 WS-PO-FOUND         VALUE 'Y'.                            PGM221
007000 01  WS-QTY-DIFF-FLAG       PIC X VALUE 'N'.                      PGM221
007100     88 WS-QTY-DIFF         VALUE 'Y'.                            PGM221
007200 01  WS-PRICE-DIFF-FLAG     PIC X VALUE 'N'.                      PGM221
007300     88 WS-PRICE-DIFF       VALUE 'Y'.                            PGM221
007400 01  WS-REJECT-REASON       PIC X(24) VALUE SPACES.               PGM221
007500 01  WS-REMARK              PIC X(24) VALUE SPACES.               PGM221
007600 01  WS-OUR-PRICE           PIC S9(9)V99 VALUE ZEROS.             PGM221
007700 01  WS-LINE-CNT            PIC 9(07) VALUE ZEROS.                PGM221
007800 01  WS-ACCEPT-CNT          PIC 9(07) VALUE ZEROS.                PGM221
007900 01  WS-DIFF-CNT            PIC 9(07) VALUE ZEROS.                PGM221
008000 01  WS-VENDOR-REJ-CNT      PIC 9(07) VALUE ZEROS.                PGM221
008100 01  WS-INVALID-CNT         PIC 9(07) VALUE ZEROS.                PGM221
008200*                                                                 PGM221
008300 01  WS-RPT-HEADER.                                               PGM221
008400     05 FILLER               PIC X(36) VALUE                      PGM221
008500             'PGM221 PO ACKNOWLEDGMENT EXCEPTIONS '.              PGM221
008600     05 FILLER               PIC X(06) VALUE ' RUN  '.            PGM221
008700     05 RH-RUN-DATE          PIC 9(08).                           PGM221
008800     05 FILLER               PIC X(82) VALUE SPACES.              PGM221
008900 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM221
009000 01  WS-RPT-DET-HEAD.                                             PGM221
009100     05 FILLER               PIC X(44) VALUE                      PGM221
009200             'VENDOR     PO NO        BUYER         ORDERE'.      PGM221
009300     05 FILLER               PIC X(44) VALUE                      PGM221
009400             'D QTY         ACK QTY       OUR PRICE     CO'.      PGM221
009500     05 FILLER               PIC X(44) VALUE                      PGM221
009600             'NF PRICE PROMISED A REMARK                  '.      PGM221
009700 01  WS-RPT-DETAIL.                                               PGM221
009800     05 RD-VENDOR-CD         PIC X(10).                           PGM221
009900     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
010000     05 RD-PO-NO             PIC X(12).                           PGM221
010100     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
010200     05 RD-BUYER-ID          PIC X(10).                           PGM221
010300     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
010400     05 RD-ORDER-QTY         PIC ZZZ,ZZZ,ZZ9.99-.                 PGM221
010500     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
010600     05 RD-ACK-QTY           PIC ZZZ,ZZZ,ZZ9.99-.                 PGM221
010700     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
010800     05 RD-OUR-PRICE         PIC ZZZ,ZZZ,ZZ9.99.                  PGM221
010900     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
011000     05 RD-CONF-PRICE        PIC ZZZ,ZZZ,ZZ9.99.                  PGM221
011100     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
011200     05 RD-PROMISED-DATE     PIC 9(08).                           PGM221
011300     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
011400     05 RD-ACK-CD            PIC X(01).                           PGM221
011500     05 FILLER               PIC X(01) VALUE SPACES.              PGM221
011600     05 RD-REMARK            PIC X(24).                           PGM221
011700 01  WS-RPT-NONE.                                                 PGM221
011800     05 FILLER               PIC X(44) VALUE                      PGM221
011900             '    NO ACKNOWLEDGMENT EXCEPTIONS            '.      PGM221
012000     05 FILLER               PIC X(88) VALUE SPACES.              PGM221
012100 01  WS-RPT-TOTALS.                                               PGM221
012200     05 FILLER               PIC X(16) VALUE 'ACK LINES READ  '.  PGM221
012300     05 RT-LINE-CNT          PIC ZZZ,ZZ9.                         PGM221
012400     05 FILLER               PIC X(12) VALUE '   ACCEPTED '.      PGM221
012500     05 RT-ACCEPT-CNT        PIC ZZZ,ZZ9.                         PGM221
012600     05 FILLER               PIC X(11) VALUE '   DIFFER '.        PGM221
012700     05 RT-DIFF-CNT          PIC ZZZ,ZZ9.                         PGM221
012800     05 FILLER               PIC X(20) VALUE                      PGM221
012900             '   VENDOR REJECTED '.                               PGM221
013000     05 RT-VENDOR-REJ-CNT    PIC ZZZ,ZZ9.                         PGM221
013100     05 FILLER               PIC X(11) VALUE '   INVALID '.       PGM221
013200     05 RT-INVALID-CNT       PIC ZZZ,ZZ9.                         PGM221
013300     05 FILLER               PIC X(27) VALUE SPACES.              PGM221
013400*                                                                 PGM221
013500 PROCEDURE DIVISION.                                              PGM221
013600*                                                                 PGM221
013700 0000-MAIN-PROCESS.                                               PGM221
013800     PERFORM 1000-INITIALIZE                                      PGM221
013900     PERFORM 2000-PROCESS-ACK-RECORD                              PGM221
014000         UNTIL WS-EOF                                             PGM221
014100     PERFORM 9000-FINALIZE                                        PGM221
014200     GOBACK.                                                      PGM221
014300*                                                                 PGM221
014400 1000-INITIALIZE.                                                 PGM221
014500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM221
014600     PERFORM 1100-VALIDATE-ENVELOPE                               PGM221
014700     OPEN I-O PO-MASTER-FILE                                      PGM221
014800     IF WS-FILE-STATUS2 NOT = '00'                                PGM221
014900         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM221
015000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM221
015100         PERFORM 9900-ABNORMAL-END                                PGM221
015200     END-IF                                                       PGM221
015300     OPEN OUTPUT ACK-REPORT-FILE                                  PGM221
015400     IF WS-FILE-STATUS3 NOT = '00'                                PGM221
015500         DISPLAY 'PO ACK REPORT OPEN ERROR: ' WS-FILE-STATUS3     PGM221
015600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM221
015700         PERFORM 9900-ABNORMAL-END                                PGM221
015800     END-IF                                                       PGM221
015900     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM221
016000     WRITE ACK-REPORT-REC FROM WS-RPT-HEADER                      PGM221
016100     WRITE ACK-REPORT-REC FROM WS-RPT-BLANK                       PGM221
016200     WRITE ACK-REPORT-REC FROM WS-RPT-DET-HEAD                    PGM221
016300     OPEN INPUT ACK-IN-FILE                                       PGM221
016400     IF WS-FILE-STATUS NOT = '00'                                 PGM221
016500         DISPLAY 'PO ACK FILE OPEN ERROR: ' WS-FILE-STATUS        PGM221
016600         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM221
016700         PERFORM 9900-ABNORMAL-END                                PGM221
016800     END-IF.                                                      PGM221
016900*                                                                 PGM221
017000* 1차 판독: 엔벨로프와 컨트롤 합계를 모두 확인한 뒤에만 발주에                             PGM221
017100* 반영한다. 잘리거나 섞인 파일로 일부만 반영되는 것을 막는다.                              PGM221
017200 1100-VALIDATE-ENVELOPE.                                          PGM221
017300     OPEN INPUT ACK-IN-FILE                                       PGM221
017400     IF WS-FILE-STATUS NOT = '00'                                 PGM221
017500         DISPLAY 'PO ACK FILE OPEN ERROR: ' WS-FILE-STATUS        PGM221
017600         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM221
017700         PERFORM 9900-ABNORMAL-END                                PGM221
017800     END-IF                                                       PGM221
017900     PERFORM 1150-SCAN-ACK-FILE                                   PGM221
018000         UNTIL WS-EOF                                             PGM221
018100     CLOSE ACK-IN-FILE                                            PGM221
018200     MOVE 'N' TO WS-EOF-FLAG                                      PGM221
018300     IF WS-IN-ENVELOPE                                            PGM221
018400         DISPLAY 'TRAILER MISSING FOR VENDOR ' WS-ENV-VENDOR      PGM221
018500         ADD 1 TO WS-ENV-ERROR-CNT                                PGM221
018600     END-IF                                                       PGM221
018700     IF WS-ENV-ERROR-CNT > 0                                      PGM221
018800         DISPLAY 'PO ACK FILE ENVELOPE ERRORS: ' WS-ENV-ERROR-CNT PGM221
018900                 ' - FILE NOT APPLIED'                            PGM221
019000         MOVE 'PM' TO WS-ABEND-STATUS                             PGM221
019100         PERFORM 9900-ABNORMAL-END                                PGM221
019200     END-IF.                                                      PGM221
019300*                                                                 PGM221
019400 1150-SCAN-ACK-FILE.                                              PGM221
019500     READ ACK-IN-FILE                                             PGM221
019600         AT END                                                   PGM221
019700             SET WS-EOF TO TRUE                                   PGM221
019800         NOT AT END                                               PGM221
019900             PERFORM 1160-CHECK-ENVELOPE-RECORD                   PGM221
020000     END-READ.                                                    PGM221
020100*                                                                 PGM221
020200 1160-CHECK-ENVELOPE-RECORD.                                      PGM221
020300     EVALUATE TRUE                                                PGM221
020400         WHEN PK-HEADER                                           PGM221
020500             IF WS-IN-ENVELOPE                                    PGM221
020600                 DISPLAY 'TRAILER MISSING FOR VENDOR '            PGM221
020700                         WS-ENV-VENDOR                            PGM221
020800                 ADD 1 TO WS-ENV-ERROR-CNT                        PGM221
020900             END-IF                                               PGM221
021000             SET WS-IN-ENVELOPE TO TRUE                           PGM221
021100             MOVE PK-VENDOR-CD TO WS-ENV-VENDOR                   PGM221
021200             MOVE ZEROS TO WS-ENV-DETAIL-CNT                      PGM221
021300             MOVE ZEROS TO WS-ENV-QTY                             PGM221
021400             ADD 1 TO WS-ENV-VENDOR-CNT                           PGM221
021500         WHEN PK-DETAIL                                           PGM221
021600             IF NOT WS-IN-ENVELOPE                                PGM221
021700                 OR PK-VENDOR-CD NOT = WS-ENV-VENDOR              PGM221
021800                 DISPLAY 'DETAIL OUTSIDE VENDOR ENVELOPE: '       PGM221
021900                         PK-VENDOR-CD ' ' PK-DT-PO-NO             PGM221
022000                 ADD 1 TO WS-ENV-ERROR-CNT                        PGM221
022100             ELSE                                                 PGM221
022200                 ADD 1 TO WS-ENV-DETAIL-CNT                       PGM221
022300                 IF PK-DT-ACCEPTED-QTY NUMERIC                    PGM221
022400                     ADD PK-DT-ACCEPTED-QTY TO WS-ENV-QTY         PGM221
022500                 END-IF                                           PGM221
022600             END-IF                                               PGM221
022700         WHEN PK-TRAILER                                          PGM221
022800             IF NOT WS-IN-ENVELOPE                                PGM221
022900                 OR PK-VENDOR-CD NOT = WS-ENV-VENDOR              PGM221
023000                 DISPLAY 'TRAILER WITHOUT HEADER: ' PK-VENDOR-CD  PGM221
023100                 ADD 1 TO WS-ENV-ERROR-CNT                        PGM221
023200             ELSE                                                 PGM221
023300             IF PK-TR-DETAIL-CNT NOT = WS-ENV-DETAIL-CNT          PGM221
023400                 OR PK-TR-TOTAL-QTY NOT = WS-ENV-QTY              PGM221
023500                 DISPLAY 'CONTROL TOTAL MISMATCH VENDOR '         PGM221
023600                         WS-ENV-VENDOR                            PGM221
023700                         ' - READ ' WS-ENV-DETAIL-CNT             PGM221
023800                         ' TRAILER ' PK-TR-DETAIL-CNT             PGM221
023900                 ADD 1 TO WS-ENV-ERROR-CNT                        PGM221
024000             END-IF                                               PGM221
024100             END-IF                                               PGM221
024200             MOVE 'N' TO WS-ENVELOPE-FLAG                         PGM221
024300         WHEN OTHER                                               PGM221
024400             DISPLAY 'UNKNOWN PO ACK RECORD TYPE: ' PK-RECORD-TYPEPGM221
024500             ADD 1 TO WS-ENV-ERROR-CNT                            PGM221
024600     END-EVALUATE.                                                PGM221
024700*                                                                 PGM221
024800* 2차 판독: 명세만 검증/반영한다.                                             PGM221
024900 2000-PROCESS-ACK-RECORD.                                         PGM221
025000     READ ACK-IN-FILE                                             PGM221
025100         AT END                                                   PGM221
025200             SET WS-EOF TO TRUE                                   PGM221
025300         NOT AT END                                               PGM221
025400             IF PK-DETAIL                                         PGM221
025500                 PERFORM 2100-EDIT-ACK-LINE                       PGM221
025600             END-IF                                               PGM221
025700     END-READ.                                                    PGM221
025800*                                                                 PGM221
025900 2100-EDIT-ACK-LINE.                                              PGM221
026000     ADD 1 TO WS-LINE-CNT                                         PGM221
026100     MOVE SPACES TO WS-REJECT-REASON                              PGM221
026200     MOVE 'N' TO WS-PO-FOUND-FLAG                                 PGM221
026300     MOVE PK-DT-PO-NO TO PO-NO                                    PGM221
026400     READ PO-MASTER-FILE                                          PGM221
026500         INVALID KEY                                              PGM221
026600             MOVE 'PO NOT FOUND' TO WS-REJECT-REASON              PGM221
026700         NOT INVALID KEY                                          PGM221
026800             SET WS-PO-FOUND TO TRUE                              PGM221
026900             PERFORM 2150-CHECK-ACK-LINE                          PGM221
027000     END-READ                                                     PGM221
027100     IF WS-REJECT-REASON = SPACES                                 PGM221
027200         PERFORM 2200-APPLY-ACK                                   PGM221
027300     ELSE                                                         PGM221
027400         ADD 1 TO WS-INVALID-CNT                                  PGM221
027500         MOVE WS-REJECT-REASON TO WS-REMARK                       PGM221
027600         PERFORM 2800-WRITE-EXCEPTION                             PGM221
027700     END-IF.                                                      PGM221
027800*                                                                 PGM221
027900* 확정/변경 수락은 수량/단가가 숫자여야 하고 변경 수락은                                 PGM221
028000* 수락수량이 있어야 한다. 약속 납기는 유효 일자이며 발주일                                PGM221
028100* 이후여야 한다. 거절은 사유만 남긴다.                                           PGM221
028200 2150-CHECK-ACK-LINE.                                             PGM221
028300     EVALUATE TRUE                                                PGM221
028400         WHEN PO-VENDOR-CD NOT = PK-VENDOR-CD                     PGM221
028500             MOVE 'VENDOR MISMATCH' TO WS-REJECT-REASON           PGM221
028600         WHEN PO-CANCELLED                                        PGM221
028700             MOVE 'PO CANCELLED' TO WS-REJECT-REASON              PGM221
028800         WHEN PO-CLOSED                                           PGM221
028900             MOVE 'PO ALREADY CLOSED' TO WS-REJECT-REASON         PGM221
029000         WHEN PO-PROPOSED                                         PGM221
029100             MOVE 'PO NOT RELEASED' TO WS-REJECT-REASON           PGM221
029200         WHEN NOT PK-DT-VALID-ACK                                 PGM221
029300             MOVE 'INVALID ACK CODE' TO WS-REJECT-REASON          PGM221
029400         WHEN PK-DT-REJECT                                        PGM221
029500             CONTINUE                                             PGM221
029600         WHEN PK-DT-ACCEPTED-QTY NOT NUMERIC                      PGM221
029700             OR PK-DT-CONFIRM-PRICE NOT NUMERIC                   PGM221
029800             MOVE 'INVALID QTY OR PRICE' TO WS-REJECT-REASON      PGM221
029900         WHEN PK-DT-ACCEPTED-QTY < 0                              PGM221
030000             OR PK-DT-CONFIRM-PRICE < 0                           PGM221
030100             MOVE 'INVALID QTY OR PRICE' TO WS-REJECT-REASON      PGM221
030200         WHEN PK-DT-ACCEPT-CHG AND PK-DT-ACCEPTED-QTY = 0         PGM221
030300             MOVE 'CHANGE ACK WITHOUT QTY' TO WS-REJECT-REASON    PGM221
030400         WHEN OTHER                                               PGM221
030500             PERFORM 2160-CHECK-PROMISED-DATE                     PGM221
030600     END-EVALUATE.                                                PGM221
030700*                                                                 PGM221
030800 2160-CHECK-PROMISED-DATE.                                        PGM221
030900     MOVE '99' TO WS-DATE-STATUS                                  PGM221
031000     IF PK-DT-PROMISED-DATE NUMERIC                               PGM221
031100         CALL 'DATECHK' USING PK-DT-PROMISED-DATE WS-DATE-STATUS  PGM221
031200     END-IF                                                       PGM221
031300     IF WS-DATE-STATUS NOT = '00'                                 PGM221
031400         MOVE 'INVALID PROMISED DATE' TO WS-REJECT-REASON         PGM221
031500     ELSE                                                         PGM221
031600     IF PK-DT-PROMISED-DATE < PO-ISSUE-DATE                       PGM221
031700         MOVE 'PROMISED BEFORE PO DATE' TO WS-REJECT-REASON       PGM221
031800     END-IF                                                       PGM221
031900     END-IF.                                                      PGM221
032000*                                                                 PGM221
032100* 확정 수락(A)에서 수량/단가를 비워 보내면 발주값 그대로로                               PGM221
032200* 본다. 발주 수량/단가와 다르면 차이(D)로 구매담당자에게 알린다.                           PGM221
032300 2200-APPLY-ACK.                                                  PGM221
032400     MOVE SPACES TO WS-REMARK                                     PGM221
032500     MOVE 'N' TO WS-QTY-DIFF-FLAG                                 PGM221
032600     MOVE 'N' TO WS-PRICE-DIFF-FLAG                               PGM221
032700     IF PO-UNIT-PRICE NUMERIC                                     PGM221
032800         MOVE PO-UNIT-PRICE TO WS-OUR-PRICE                       PGM221
032900     ELSE                                                         PGM221
033000         MOVE ZEROS TO WS-OUR-PRICE                               PGM221
033100     END-IF                                                       PGM221
033200     MOVE WS-RUN-DATE TO PO-ACK-DATE                              PGM221
033300     IF PK-DT-REJECT                                              PGM221
033400         SET PO-ACK-REJECTED TO TRUE                              PGM221
033500         ADD 1 TO WS-VENDOR-REJ-CNT                               PGM221
033600         MOVE 'REJECTED BY VENDOR' TO WS-REMARK                   PGM221
033700     ELSE                                                         PGM221
033800         IF PK-DT-ACCEPT AND PK-DT-ACCEPTED-QTY = 0               PGM221
033900             MOVE PO-ORDER-QTY TO PO-ACK-QTY                      PGM221
034000         ELSE                                                     PGM221
034100             MOVE PK-DT-ACCEPTED-QTY TO PO-ACK-QTY                PGM221
034200         END-IF                                                   PGM221
034300         IF PK-DT-ACCEPT AND PK-DT-CONFIRM-PRICE = 0              PGM221
034400             MOVE WS-OUR-PRICE TO PO-ACK-PRICE                    PGM221
034500         ELSE                                                     PGM221
034600             MOVE PK-DT-CONFIRM-PRICE TO PO-ACK-PRICE             PGM221
034700         END-IF                                                   PGM221
034800         MOVE PK-DT-PROMISED-DATE TO PO-PROMISED-DATE             PGM221
034900         IF PO-ACK-QTY NOT = PO-ORDER-QTY                         PGM221
035000             SET WS-QTY-DIFF TO TRUE                              PGM221
035100         END-IF                                                   PGM221
035200         IF PO-ACK-PRICE NOT = WS-OUR-PRICE                       PGM221
035300             SET WS-PRICE-DIFF TO TRUE                            PGM221
035400         END-IF                                                   PGM221
035500         PERFORM 2250-SET-ACK-STATUS                              PGM221
035600     END-IF                                                       PGM221
035700     REWRITE PO-MASTER-REC                                        PGM221
035800         INVALID KEY                                              PGM221
035900             DISPLAY 'PO REWRITE ERROR: ' PO-NO ' '               PGM221
036000                     WS-FILE-STATUS2                              PGM221
036100     END-REWRITE                                                  PGM221
036200     IF WS-REMARK NOT = SPACES                                    PGM221
036300         PERFORM 2800-WRITE-EXCEPTION                             PGM221
036400     END-IF.                                                      PGM221
036500*                                                                 PGM221
036600 2250-SET-ACK-STATUS.                                             PGM221
036700     EVALUATE TRUE                                                PGM221
036800         WHEN WS-QTY-DIFF AND WS-PRICE-DIFF                       PGM221
036900             MOVE 'QTY AND PRICE DIFFER' TO WS-REMARK             PGM221
037000         WHEN WS-QTY-DIFF                                         PGM221
037100             MOVE 'QTY DIFFERS' TO WS-REMARK                      PGM221
037200         WHEN WS-PRICE-DIFF                                       PGM221
037300             MOVE 'PRICE DIFFERS' TO WS-REMARK                    PGM221
037400     END-EVALUATE                                                 PGM221
037500     IF WS-QTY-DIFF OR WS-PRICE-DIFF                              PGM221
037600         SET PO-ACK-CHANGED TO TRUE                               PGM221
037700         ADD 1 TO WS-DIFF-CNT                                     PGM221
037800     ELSE                                                         PGM221
037900         SET PO-ACK-ACCEPTED TO TRUE                              PGM221
038000         ADD 1 TO WS-ACCEPT-CNT                                   PGM221
038100     END-IF.                                                      PGM221
038200*                                                                 PGM221
038300 2800-WRITE-EXCEPTION.                                            PGM221
038400     INITIALIZE WS-RPT-DETAIL                                     PGM221
038500     MOVE PK-VENDOR-CD TO RD-VENDOR-CD                            PGM221
038600     MOVE PK-DT-PO-NO  TO RD-PO-NO                                PGM221
038700     MOVE PK-DT-ACK-CD TO RD-ACK-CD                               PGM221
038800     MOVE WS-REMARK    TO RD-REMARK                               PGM221
038900     IF WS-PO-FOUND                                               PGM221
039000         MOVE PO-BUYER-ID  TO RD-BUYER-ID                         PGM221
039100         MOVE PO-ORDER-QTY TO RD-ORDER-QTY                        PGM221
039200         IF PO-UNIT-PRICE NUMERIC                                 PGM221
039300             MOVE PO-UNIT-PRICE TO RD-OUR-PRICE                   PGM221
039400         END-IF                                                   PGM221
039500     END-IF                                                       PGM221
039600     IF PK-DT-ACCEPTED-QTY NUMERIC                                PGM221
039700         MOVE PK-DT-ACCEPTED-QTY TO RD-ACK-QTY                    PGM221
039800     END-IF                                                       PGM221
039900     IF PK-DT-CONFIRM-PRICE NUMERIC                               PGM221
040000         MOVE PK-DT-CONFIRM-PRICE TO RD-CONF-PRICE                PGM221
040100     END-IF                                                       PGM221
040200     IF PK-DT-PROMISED-DATE NUMERIC                               PGM221
040300         MOVE PK-DT-PROMISED-DATE TO RD-PROMISED-DATE             PGM221
040400     END-IF                                                       PGM221
040500     IF WS-REJECT-REASON = SPACES AND NOT PK-DT-REJECT            PGM221
040600         MOVE PO-ACK-QTY   TO RD-ACK-QTY                          PGM221
040700         MOVE PO-ACK-PRICE TO RD-CONF-PRICE                       PGM221
040800     END-IF                                                       PGM221
040900     WRITE ACK-REPORT-REC FROM WS-RPT-DETAIL.                     PGM221
041000*                                                                 PGM221
041100 9000-FINALIZE.                                                   PGM221
041200     CLOSE ACK-IN-FILE                                            PGM221
041300     CLOSE PO-MASTER-FILE                                         PGM221
041400     IF WS-DIFF-CNT = 0 AND WS-VENDOR-REJ-CNT = 0                 PGM221
041500         AND WS-INVALID-CNT = 0                                   PGM221
041600         WRITE ACK-REPORT-REC FROM WS-RPT-NONE                    PGM221
041700     END-IF                                                       PGM221
041800     MOVE WS-LINE-CNT       TO RT-LINE-CNT                        PGM221
041900     MOVE WS-ACCEPT-CNT     TO RT-ACCEPT-CNT                      PGM221
042000     MOVE WS-DIFF-CNT       TO RT-DIFF-CNT                        PGM221
042100     MOVE WS-VENDOR-REJ-CNT TO RT-VENDOR-REJ-CNT                  PGM221
042200     MOVE WS-INVALID-CNT    TO RT-INVALID-CNT                     PGM221
042300     WRITE ACK-REPORT-REC FROM WS-RPT-BLANK                       PGM221
042400     WRITE ACK-REPORT-REC FROM WS-RPT-TOTALS                      PGM221
042500     CLOSE ACK-REPORT-FILE                                        PGM221
042600     DISPLAY 'PGM221 COMPLETED: ' WS-ENV-VENDOR-CNT ' VENDORS, '  PGM221
042700             WS-LINE-CNT ' ACK LINES'                             PGM221
042800     DISPLAY '  ACCEPTED ' WS-ACCEPT-CNT                          PGM221
042900             ', DIFFER ' WS-DIFF-CNT                              PGM221
043000             ', VENDOR REJECTED ' WS-VENDOR-REJ-CNT               PGM221
043100             ', INVALID ' WS-INVALID-CNT                          PGM221
043200     IF WS-DIFF-CNT > 0 OR WS-VENDOR-REJ-CNT > 0                  PGM221
043300         OR WS-INVALID-CNT > 0                                    PGM221
043400         MOVE 4 TO RETURN-CODE                                    PGM221
043500     END-IF.                                                      PGM221
043600*                                                                 PGM221
043700 9750-DIAGNOSE-FILE-STATUS.                                       PGM221
043800     EVALUATE WS-ABEND-STATUS                                     PGM221
043900         WHEN '10'                                                PGM221
044000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM221
044100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM221
044200         WHEN '23'                                                PGM221
044300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM221
044400             DISPLAY '  AND RETRY THE REQUEST'                    PGM221
044500         WHEN '35'                                                PGM221
044600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM221
044700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM221
044800         WHEN '37'                                                PGM221
044900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM221
045000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM221
045100         WHEN '39'                                                PGM221
045200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM221
045300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM221
045400         WHEN '41'                                                PGM221
045500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM221
045600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM221
045700         WHEN '42'                                                PGM221
045800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM221
045900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM221
046000         WHEN '46'                                                PGM221
046100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM221
046200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM221
046300         WHEN OTHER                                               PGM221
046400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM221
046500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM221
046600     END-EVALUATE.                                                PGM221
046700*                                                                 PGM221
046800 9900-ABNORMAL-END.                                               PGM221
046900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM221
047000     DISPLAY 'PGM221 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM221
047100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM221
047200     MOVE 16 TO RETURN-CODE                                       PGM221
047300     GOBACK.                                                      PGM221
047400                                                                  PGM221
