000100 IDENTIFICATION DIVISION.                                         PGM145
000200 PROGRAM-ID.    PGM145.                                           PGM145
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM145
000400*                                                                 PGM145
000500* =========================================================       PGM145
000600* 프로그램명: 공급사 지급 제안 생성                                             PGM145
000700* 처리내용  : 지급전표(CPYAPVCH) 중 미지급(AP-OPEN)이고                         PGM145
000800*            지급기일(공급사 지급조건 VN-PAY-TERMS로 산출)이                     PGM145
000900*            기준일 이전인 전표를 지급 제안 파일(CPYPAYP)로                       PGM145
001000*            만든다. 미정산 공제전표가 있는 공급사, 비활성                           PGM145
001100*            공급사, 입금계좌 미등록 공급사는 보류로 둔다.                           PGM145
001200*            제안분은 PGM146에서 감독자가 제외/승인하고                           PGM145
001300*            PGM147이 승인분만 지급한다. 제안 파일은 매 실행                       PGM145
001400*            새로 만든다(지급 전 재실행 가능).                                 PGM145
001500* =========================================================       PGM145
001600*                                                                 PGM145
001700 ENVIRONMENT DIVISION.                                            PGM145
001800 CONFIGURATION SECTION.                                           PGM145
001900 INPUT-OUTPUT SECTION.                                            PGM145
002000 FILE-CONTROL.                                                    PGM145
002100     SELECT PAY-PARM-FILE                                         PGM145
002200         ASSIGN TO PAYPPARM                                       PGM145
002300         ORGANIZATION IS SEQUENTIAL                               PGM145
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM145
002500     SELECT AP-VOUCHER-FILE                                       PGM145
002600         ASSIGN TO APVOUCH                                        PGM145
002700         ORGANIZATION IS INDEXED                                  PGM145
002800         ACCESS MODE IS SEQUENTIAL                                PGM145
002900         RECORD KEY IS AP-KEY                                     PGM145
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM145
003100     SELECT VENDOR-MASTER-FILE                                    PGM145
003200         ASSIGN TO VNDRMAST                                       PGM145
003300         ORGANIZATION IS INDEXED                                  PGM145
003400         ACCESS MODE IS RANDOM                                    PGM145
003500         RECORD KEY IS VN-VENDOR-CD                               PGM145
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM145
003700     SELECT OPTIONAL DEBIT-MEMO-FILE                              PGM145
003800         ASSIGN TO DEBITMEM                                       PGM145
003900         ORGANIZATION IS SEQUENTIAL                               PGM145
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM145
004100     SELECT PAY-PROPOSAL-FILE                                     PGM145
004200         ASSIGN TO PAYPROP                                        PGM145
004300         ORGANIZATION IS INDEXED                                  PGM145
004400         ACCESS MODE IS SEQUENTIAL                                PGM145
004500         RECORD KEY IS PP-KEY                                     PGM145
004600         FILE STATUS IS WS-FILE-STATUS5.                          PGM145
004700     SELECT PROPOSAL-REPORT-FILE                                  PGM145
004800         ASSIGN TO PAYPRPT                                        PGM145
004900         ORGANIZATION IS SEQUENTIAL                               PGM145
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM145
005100*                                                                 PGM145
005200 DATA DIVISION.                                                   PGM145
005300 FILE SECTION.                                                    PGM145
005400 FD  PAY-PARM-FILE.                                               PGM145
005500 01  PAY-PARM-REC.                                                PGM145
005600     05 PM-CUTOFF-DATE       PIC 9(08).                           PGM145
005700     05 FILLER               PIC X(12).                           PGM145
005800 FD  AP-VOUCHER-FILE.                                             PGM145
005900 01  AP-VOUCHER-REC.                                              PGM145
006000     COPY CPYAPVCH.                                               PGM145
006100 FD  VENDOR-MASTER-FILE.                                          PGM145
006200 01  VENDOR-MASTER-REC.                                           PGM145
006300     COPY CPYVNMS.                                                PGM145
006400 FD  DEBIT-MEMO-FILE.                                             PGM145
006500 01  DEBIT-MEMO-REC.                                              PGM145
006600     COPY CPYDMEMO.                                               PGM145
006700 FD  PAY-PROPOSAL-FILE.                                           PGM145
006800 01  PAY-PROPOSAL-REC.                                            PGM145
006900     COPY CPYPAYP.                                                PGM145
007000 FD  PROPOSAL-REPORT-FILE.                                        PGM145
007100 01  PROPOSAL-REPORT-REC     PIC X(132).                          PGM145
007200*                                                                 PGM145
007300 WORKING-STORAGE SECTION.                                         PGM145
007400 01  WS-FILE-STATUS         PIC XX.                               PGM145
007500 01  WS-FILE-STATUS2        PIC XX.                               PGM145
007600 01  WS-FILE-STATUS3        PIC XX.                               PGM145
007700 01  WS-FILE-STATUS4        PIC XX.                               PGM145
007800 01  WS-FILE-STATUS5        PIC XX.                               PGM145
007900 01  WS-FILE-STATUS6        PIC XX.                               PGM145
008000 01  WS-ABEND-STATUS        PIC XX.                               PGM145
008100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM145
008200     88 WS-EOF              VALUE 'Y'.                            PGM145
008300 01  WS-DM-EOF-FLAG         PIC X VALUE 'N'.                      PGM145
008400     88 WS-DM-EOF           VALUE 'Y'.                            PGM145
008500 01  WS-VN-FOUND-FLAG       PIC X VALUE 'N'.                      PGM145
008600     88 WS-VN-FOUND         VALUE 'Y'.                            PGM145
008700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM145
008800 01  WS-CUTOFF-DATE         PIC 9(08) VALUE ZEROS.                PGM145
008900 01  WS-LAST-VENDOR-CD      PIC X(10) VALUE LOW-VALUES.           PGM145
009000 01  WS-SEARCH-VENDOR-CD    PIC X(10) VALUE SPACES.               PGM145
009100 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM145
009200 01  WS-PROPOSED-COUNT      PIC 9(07) VALUE ZEROS.                PGM145
009300 01  WS-HELD-COUNT          PIC 9(07) VALUE ZEROS.                PGM145
009400 01  WS-PROPOSED-AMT        PIC S9(13)V99 VALUE ZEROS.            PGM145
009500 01  WS-HELD-AMT            PIC S9(13)V99 VALUE ZEROS.            PGM145
009600*                                                                 PGM145
009700* 미정산 공제전표 보유 공급사 테이블                                             PGM145
009800 01  WS-DV-COUNT            PIC 9(05) VALUE ZEROS.                PGM145
009900 01  WS-DV-MAX              PIC 9(05) VALUE 1000.                 PGM145
010000 01  WS-DV-FOUND-FLAG       PIC X VALUE 'N'.                      PGM145
010100     88 WS-DV-FOUND         VALUE 'Y'.                            PGM145
010200 01  WS-DM-VENDOR-TABLE.                                          PGM145
010300     05 WS-DV-ENTRY OCCURS 1000 TIMES                             PGM145
010400             INDEXED BY DV-IDX.                                   PGM145
010500         10 WS-DV-VENDOR-CD  PIC X(10).                           PGM145
010600         10 WS-DV-MEMO-AMT   PIC S9(11)V99 COMP-3.                PGM145
010700*                                                                 PGM145
010800 01  WS-RPT-HEADER.                                               PGM145
010900     05 FILLER               PIC X(32) VALUE                      PGM145
011000             'PGM145 PAYMENT PROPOSAL - RUN  '.                   PGM145
011100     05 RH-RUN-DATE          PIC 9(08).                           PGM145
011200     05 FILLER               PIC X(09) VALUE ' CUT-OFF '.         PGM145
011300     05 RH-CUTOFF-DATE       PIC 9(08).                           PGM145
011400     05 FILLER               PIC X(75) VALUE SPACES.              PGM145
011500 01  WS-RPT-DETAIL.                                               PGM145
011600     05 RD-VENDOR            PIC X(10).                           PGM145
011700     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
011800     05 RD-VENDOR-NM         PIC X(30).                           PGM145
011900     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
012000     05 RD-TERMS             PIC X(03).                           PGM145
012100     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
012200     05 RD-INVOICE           PIC X(12).                           PGM145
012300     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
012400     05 RD-DUE-DATE          PIC 9(08).                           PGM145
012500     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
012600     05 RD-AMOUNT            PIC ZZZZZZZZZZ9.99-.                 PGM145
012700     05 FILLER               PIC X(02) VALUE SPACES.              PGM145
012800     05 RD-STATUS            PIC X(30).                           PGM145
012900     05 FILLER               PIC X(17) VALUE SPACES.              PGM145
013000 01  WS-RPT-TOTAL.                                                PGM145
013100     05 FILLER               PIC X(09) VALUE 'PROPOSED '.         PGM145
013200     05 RT-PROPOSED-CNT      PIC ZZZZZZ9.                         PGM145
013300     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
013400     05 RT-PROPOSED-AMT      PIC ZZZZZZZZZZZZ9.99-.               PGM145
013500     05 FILLER               PIC X(07) VALUE ' HELD  '.           PGM145
013600     05 RT-HELD-CNT          PIC ZZZZZZ9.                         PGM145
013700     05 FILLER               PIC X(01) VALUE SPACE.               PGM145
013800     05 RT-HELD-AMT          PIC ZZZZZZZZZZZZ9.99-.               PGM145
013900     05 FILLER               PIC X(66) VALUE SPACES.              PGM145
014000*                                                                 PGM145
014100 PROCEDURE DIVISION.                                              PGM145
014200*                                                                 PGM145
014300 0000-MAIN-PROCESS.                                               PGM145
014400     PERFORM 1000-INITIALIZE                                      PGM145
014500     PERFORM 2000-SELECT-VOUCHER                                  PGM145
014600         UNTIL WS-EOF                                             PGM145
014700     PERFORM 9000-FINALIZE                                        PGM145
014800     GOBACK.                                                      PGM145
014900*                                                                 PGM145
015000 1000-INITIALIZE.                                                 PGM145
015100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM145
015200     PERFORM 1050-LOAD-PARAMETERS                                 PGM145
015300     PERFORM 1100-LOAD-DEBIT-MEMO-VENDORS                         PGM145
015400     OPEN INPUT AP-VOUCHER-FILE                                   PGM145
015500     IF WS-FILE-STATUS2 NOT = '00'                                PGM145
015600         DISPLAY 'AP VOUCHER OPEN ERROR: ' WS-FILE-STATUS2        PGM145
015700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM145
015800         PERFORM 9900-ABNORMAL-END                                PGM145
015900     END-IF                                                       PGM145
016000     OPEN INPUT VENDOR-MASTER-FILE                                PGM145
016100     IF WS-FILE-STATUS3 NOT = '00'                                PGM145
016200         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS3     PGM145
016300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM145
016400         PERFORM 9900-ABNORMAL-END                                PGM145
016500     END-IF                                                       PGM145
016600     OPEN OUTPUT PAY-PROPOSAL-FILE                                PGM145
016700     IF WS-FILE-STATUS5 NOT = '00'                                PGM145
016800         DISPLAY 'PAY PROPOSAL OPEN ERROR: ' WS-FILE-STATUS5      PGM145
016900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM145
017000         PERFORM 9900-ABNORMAL-END                                PGM145
017100     END-IF                                                       PGM145
017200     OPEN OUTPUT PROPOSAL-REPORT-FILE                             PGM145
017300     IF WS-FILE-STATUS6 NOT = '00'                                PGM145
017400         DISPLAY 'PROPOSAL REPORT OPEN ERROR: ' WS-FILE-STATUS6   PGM145
017500         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM145
017600         PERFORM 9900-ABNORMAL-END                                PGM145
017700     END-IF                                                       PGM145
017800     MOVE WS-RUN-DATE    TO RH-RUN-DATE                           PGM145
017900     MOVE WS-CUTOFF-DATE TO RH-CUTOFF-DATE                        PGM145
018000     WRITE PROPOSAL-REPORT-REC FROM WS-RPT-HEADER                 PGM145
018100     PERFORM 1200-READ-VOUCHER.                                   PGM145
018200*                                                                 PGM145
018300* 기준일 미기재(0/비숫자)이면 실행일을 기준일로 한다.                                  PGM145
018400 1050-LOAD-PARAMETERS.                                            PGM145
018500     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE                           PGM145
018600     OPEN INPUT PAY-PARM-FILE                                     PGM145
018700     IF WS-FILE-STATUS NOT = '00'                                 PGM145
018800         DISPLAY 'PAYMENT PARM OPEN ERROR: ' WS-FILE-STATUS       PGM145
018900         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM145
019000         PERFORM 9900-ABNORMAL-END                                PGM145
019100     END-IF                                                       PGM145
019200     READ PAY-PARM-FILE                                           PGM145
019300         AT END                                                   PGM145
019400             DISPLAY 'PAYMENT PARAMETER MISSING'                  PGM145
019500             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM145
019600             PERFORM 9900-ABNORMAL-END                            PGM145
019700     END-READ                                                     PGM145
019800     IF PM-CUTOFF-DATE NUMERIC                                    PGM145
019900         AND PM-CUTOFF-DATE > 0                                   PGM145
020000         MOVE PM-CUTOFF-DATE TO WS-CUTOFF-DATE                    PGM145
020100     END-IF                                                       PGM145
020200     CLOSE PAY-PARM-FILE.                                         PGM145
020300*                                                                 PGM145
020400 1100-LOAD-DEBIT-MEMO-VENDORS.                                    PGM145
020500     OPEN INPUT DEBIT-MEMO-FILE                                   PGM145
020600     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM145
020700         PERFORM 1110-LOAD-ONE-MEMO                               PGM145
020800             UNTIL WS-DM-EOF                                      PGM145
020900         CLOSE DEBIT-MEMO-FILE                                    PGM145
021000     ELSE                                                         PGM145
021100         DISPLAY 'DEBIT MEMO OPEN ERROR: ' WS-FILE-STATUS4        PGM145
021200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM145
021300         PERFORM 9900-ABNORMAL-END                                PGM145
021400     END-IF.                                                      PGM145
021500*                                                                 PGM145
021600 1110-LOAD-ONE-MEMO.                                              PGM145
021700     READ DEBIT-MEMO-FILE                                         PGM145
021800         AT END                                                   PGM145
021900             SET WS-DM-EOF TO TRUE                                PGM145
022000         NOT AT END                                               PGM145
022100             IF NOT DM-SETTLED                                    PGM145
022200                 PERFORM 1120-POST-MEMO-VENDOR                    PGM145
022300             END-IF                                               PGM145
022400     END-READ.                                                    PGM145
022500*                                                                 PGM145
022600 1120-POST-MEMO-VENDOR.                                           PGM145
022700     MOVE DM-VENDOR-CD TO WS-SEARCH-VENDOR-CD                     PGM145
022800     PERFORM 2150-FIND-MEMO-VENDOR                                PGM145
022900     IF NOT WS-DV-FOUND                                           PGM145
023000         IF WS-DV-COUNT >= WS-DV-MAX                              PGM145
023100             DISPLAY 'DEBIT MEMO VENDOR TABLE FULL AT ' WS-DV-MAX PGM145
023200             MOVE 'FL' TO WS-ABEND-STATUS                         PGM145
023300             PERFORM 9900-ABNORMAL-END                            PGM145
023400         END-IF                                                   PGM145
023500         ADD 1 TO WS-DV-COUNT                                     PGM145
023600         SET DV-IDX TO WS-DV-COUNT                                PGM145
023700         MOVE DM-VENDOR-CD TO WS-DV-VENDOR-CD (DV-IDX)            PGM145
023800         MOVE ZEROS        TO WS-DV-MEMO-AMT (DV-IDX)             PGM145
023900     END-IF                                                       PGM145
024000     ADD DM-CHARGEBACK-AMT TO WS-DV-MEMO-AMT (DV-IDX).            PGM145
024100*                                                                 PGM145
024200 1200-READ-VOUCHER.                                               PGM145
024300     READ AP-VOUCHER-FILE NEXT RECORD                             PGM145
024400         AT END SET WS-EOF TO TRUE                                PGM145
024500     END-READ.                                                    PGM145
024600*                                                                 PGM145
024700 2000-SELECT-VOUCHER.                                             PGM145
024800     ADD 1 TO WS-READ-COUNT                                       PGM145
024900     IF AP-OPEN                                                   PGM145
025000         AND AP-DUE-DATE <= WS-CUTOFF-DATE                        PGM145
025100         PERFORM 2100-BUILD-PROPOSAL                              PGM145
025200     END-IF                                                       PGM145
025300     PERFORM 1200-READ-VOUCHER.                                   PGM145
025400*                                                                 PGM145
025500* 보류 판정 순서: 공제전표 미정산 > 비활성 > 계좌 미등록                               PGM145
025600 2100-BUILD-PROPOSAL.                                             PGM145
025700     IF AP-VENDOR-CD NOT = WS-LAST-VENDOR-CD                      PGM145
025800         PERFORM 2200-READ-VENDOR                                 PGM145
025900     END-IF                                                       PGM145
026000     INITIALIZE PAY-PROPOSAL-REC                                  PGM145
026100     MOVE AP-VENDOR-CD   TO PP-VENDOR-CD                          PGM145
026200     MOVE AP-INVOICE-NO  TO PP-INVOICE-NO                         PGM145
026300     MOVE WS-RUN-DATE    TO PP-PROPOSAL-DATE                      PGM145
026400     MOVE WS-CUTOFF-DATE TO PP-CUTOFF-DATE                        PGM145
026500     MOVE AP-DUE-DATE    TO PP-DUE-DATE                           PGM145
026600     MOVE AP-VOUCHER-AMT TO PP-PAY-AMT                            PGM145
026700     SET PP-PROPOSED     TO TRUE                                  PGM145
026800     MOVE AP-VENDOR-CD   TO WS-SEARCH-VENDOR-CD                   PGM145
026900     PERFORM 2150-FIND-MEMO-VENDOR                                PGM145
027000     EVALUATE TRUE                                                PGM145
027100         WHEN WS-DV-FOUND                                         PGM145
027200             SET PP-HELD TO TRUE                                  PGM145
027300             SET PP-HOLD-DEBIT-MEMO TO TRUE                       PGM145
027400             MOVE 'HELD - UNSETTLED DEBIT MEMO' TO RD-STATUS      PGM145
027500         WHEN NOT WS-VN-FOUND                                     PGM145
027600             SET PP-HELD TO TRUE                                  PGM145
027700             SET PP-HOLD-INACTIVE TO TRUE                         PGM145
027800             MOVE 'HELD - VENDOR NOT ON FILE' TO RD-STATUS        PGM145
027900         WHEN NOT VN-ACTIVE                                       PGM145
028000             SET PP-HELD TO TRUE                                  PGM145
028100             SET PP-HOLD-INACTIVE TO TRUE                         PGM145
028200             MOVE 'HELD - VENDOR INACTIVE' TO RD-STATUS           PGM145
028300         WHEN VN-BANK-CD = SPACES OR VN-BANK-ACCT-NO = SPACES     PGM145
028400             SET PP-HELD TO TRUE                                  PGM145
028500             SET PP-HOLD-NO-BANK TO TRUE                          PGM145
028600             MOVE 'HELD - NO BANK ACCOUNT' TO RD-STATUS           PGM145
028700         WHEN OTHER                                               PGM145
028800             MOVE 'PROPOSED' TO RD-STATUS                         PGM145
028900     END-EVALUATE                                                 PGM145
029000     IF PP-HELD                                                   PGM145
029100         ADD 1 TO WS-HELD-COUNT                                   PGM145
029200         ADD PP-PAY-AMT TO WS-HELD-AMT                            PGM145
029300     ELSE                                                         PGM145
029400         ADD 1 TO WS-PROPOSED-COUNT                               PGM145
029500         ADD PP-PAY-AMT TO WS-PROPOSED-AMT                        PGM145
029600     END-IF                                                       PGM145
029700     WRITE PAY-PROPOSAL-REC                                       PGM145
029800         INVALID KEY                                              PGM145
029900             DISPLAY 'PAY PROPOSAL WRITE ERROR: ' WS-FILE-STATUS5 PGM145
030000             MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS              PGM145
030100             PERFORM 9900-ABNORMAL-END                            PGM145
030200     END-WRITE                                                    PGM145
030300     PERFORM 2300-WRITE-REPORT-LINE.                              PGM145
030400*                                                                 PGM145
030500 2150-FIND-MEMO-VENDOR.                                           PGM145
030600     MOVE 'N' TO WS-DV-FOUND-FLAG                                 PGM145
030700     IF WS-DV-COUNT > 0                                           PGM145
030800         SET DV-IDX TO 1                                          PGM145
030900         SEARCH WS-DV-ENTRY                                       PGM145
031000             AT END                                               PGM145
031100                 MOVE 'N' TO WS-DV-FOUND-FLAG                     PGM145
031200             WHEN WS-DV-VENDOR-CD (DV-IDX) = WS-SEARCH-VENDOR-CD  PGM145
031300                 AND DV-IDX <= WS-DV-COUNT                        PGM145
031400                 SET WS-DV-FOUND TO TRUE                          PGM145
031500         END-SEARCH                                               PGM145
031600     END-IF.                                                      PGM145
031700*                                                                 PGM145
031800 2200-READ-VENDOR.                                                PGM145
031900     MOVE AP-VENDOR-CD TO WS-LAST-VENDOR-CD                       PGM145
032000     MOVE AP-VENDOR-CD TO VN-VENDOR-CD                            PGM145
032100     READ VENDOR-MASTER-FILE                                      PGM145
032200         INVALID KEY                                              PGM145
032300             MOVE 'N' TO WS-VN-FOUND-FLAG                         PGM145
032400             MOVE SPACES TO VN-DATA                               PGM145
032500         NOT INVALID KEY                                          PGM145
032600             SET WS-VN-FOUND TO TRUE                              PGM145
032700     END-READ.                                                    PGM145
032800*                                                                 PGM145
032900 2300-WRITE-REPORT-LINE.                                          PGM145
033000     MOVE PP-VENDOR-CD   TO RD-VENDOR                             PGM145
033100     MOVE VN-VENDOR-NM   TO RD-VENDOR-NM                          PGM145
033200     MOVE VN-PAY-TERMS   TO RD-TERMS                              PGM145
033300     MOVE PP-INVOICE-NO  TO RD-INVOICE                            PGM145
033400     MOVE PP-DUE-DATE    TO RD-DUE-DATE                           PGM145
033500     MOVE PP-PAY-AMT     TO RD-AMOUNT                             PGM145
033600     WRITE PROPOSAL-REPORT-REC FROM WS-RPT-DETAIL.                PGM145
033700*                                                                 PGM145
033800 9000-FINALIZE.                                                   PGM145
033900     MOVE WS-PROPOSED-COUNT TO RT-PROPOSED-CNT                    PGM145
034000     MOVE WS-PROPOSED-AMT   TO RT-PROPOSED-AMT                    PGM145
034100     MOVE WS-HELD-COUNT     TO RT-HELD-CNT                        PGM145
034200     MOVE WS-HELD-AMT       TO RT-HELD-AMT                        PGM145
034300     WRITE PROPOSAL-REPORT-REC FROM WS-RPT-TOTAL                  PGM145
034400     CLOSE AP-VOUCHER-FILE                                        PGM145
034500     CLOSE VENDOR-MASTER-FILE                                     PGM145
034600     CLOSE PAY-PROPOSAL-FILE                                      PGM145
034700     CLOSE PROPOSAL-REPORT-FILE                                   PGM145
034800     DISPLAY 'PGM145 COMPLETED: ' WS-READ-COUNT ' VOUCHERS, '     PGM145
034900             WS-PROPOSED-COUNT ' PROPOSED, '                      PGM145
035000             WS-HELD-COUNT ' HELD'.                               PGM145
035100*                                                                 PGM145
035200 9750-DIAGNOSE-FILE-STATUS.                                       PGM145
035300     EVALUATE WS-ABEND-STATUS                                     PGM145
035400         WHEN '10'                                                PGM145
035500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM145
035600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM145
035700         WHEN '23'                                                PGM145
035800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM145
035900             DISPLAY '  AND RETRY THE REQUEST'                    PGM145
036000         WHEN '35'                                                PGM145
036100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM145
036200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM145
036300         WHEN '37'                                                PGM145
036400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM145
036500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM145
036600         WHEN '39'                                                PGM145
036700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM145
036800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM145
036900         WHEN '41'                                                PGM145
037000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM145
037100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM145
037200         WHEN '42'                                                PGM145
037300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM145
037400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM145
037500         WHEN '46'                                                PGM145
037600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM145
037700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM145
037800         WHEN OTHER                                               PGM145
037900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM145
038000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM145
038100     END-EVALUATE.                                                PGM145
038200*                                                                 PGM145
038300 9900-ABNORMAL-END.                                               PGM145
038400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM145
038500     DISPLAY 'PGM145 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM145
038600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM145
038700     MOVE 16 TO RETURN-CODE                                       PGM145
038800     GOBACK.                                                      PGM145
038900                                                                  PGM145
