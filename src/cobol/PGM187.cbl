000100 IDENTIFICATION DIVISION.                                         PGM187
000200 PROGRAM-ID.    PGM187.                                           PGM187
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM187
000400*                                                                 PGM187
000500* =========================================================       PGM187
000600* 프로그램명: 월간 자가 스크랩 발생/장입 대사                                       PGM187
000700* 처리내용  : 대상월에 원자재 재고로 넣은 자가 스크랩(CPYSCRC)                         PGM187
000800*            을 스크랩 등급별로, 고로 장입지시(CPYCHGI)의 같은                     PGM187
000900*            등급 장입중량과 비교한다. 등급별 발생-장입 차이,                         PGM187
001000*            장입 중 자가 스크랩 비중, 현재고를 인쇄하고, 생산                        PGM187
001100*            실적의 폐기중량 합계와 입고 반영 합계가 다르면                           PGM187
001200*            (배정 누락/미실행 일자) 미반영으로 표시하고 RC 4.                      PGM187
001300* =========================================================       PGM187
001400*                                                                 PGM187
001500 ENVIRONMENT DIVISION.                                            PGM187
001600 CONFIGURATION SECTION.                                           PGM187
001700 INPUT-OUTPUT SECTION.                                            PGM187
001800 FILE-CONTROL.                                                    PGM187
001900     SELECT OPTIONAL RECON-PARM-FILE                              PGM187
002000         ASSIGN TO SCRCPARM                                       PGM187
002100         ORGANIZATION IS SEQUENTIAL                               PGM187
002200         FILE STATUS IS WS-FILE-STATUS.                           PGM187
002300     SELECT PROD-TRANS-FILE                                       PGM187
002400         ASSIGN TO PRODTRAN                                       PGM187
002500         ORGANIZATION IS INDEXED                                  PGM187
002600         ACCESS MODE IS SEQUENTIAL                                PGM187
002700         RECORD KEY IS PT-KEY                                     PGM187
002800         FILE STATUS IS WS-FILE-STATUS2.                          PGM187
002900     SELECT SCRAP-RECEIPT-FILE                                    PGM187
003000         ASSIGN TO SCRPRCV                                        PGM187
003100         ORGANIZATION IS INDEXED                                  PGM187
003200         ACCESS MODE IS SEQUENTIAL                                PGM187
003300         RECORD KEY IS SR-KEY                                     PGM187
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM187
003500     SELECT OPTIONAL CHARGING-INSTR-FILE                          PGM187
003600         ASSIGN TO CHRGINST                                       PGM187
003700         ORGANIZATION IS INDEXED                                  PGM187
003800         ACCESS MODE IS SEQUENTIAL                                PGM187
003900         RECORD KEY IS CI2-KEY                                    PGM187
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM187
004100     SELECT RM-MASTER-FILE                                        PGM187
004200         ASSIGN TO RMMAST                                         PGM187
004300         ORGANIZATION IS INDEXED                                  PGM187
004400         ACCESS MODE IS RANDOM                                    PGM187
004500         RECORD KEY IS RM-MATL-CD                                 PGM187
004600         FILE STATUS IS WS-FILE-STATUS5.                          PGM187
004700     SELECT RECON-REPORT-FILE                                     PGM187
004800         ASSIGN TO SCRCRPT                                        PGM187
004900         ORGANIZATION IS SEQUENTIAL                               PGM187
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM187
005100*                                                                 PGM187
005200 DATA DIVISION.                                                   PGM187
005300 FILE SECTION.                                                    PGM187
005400 FD  RECON-PARM-FILE.                                             PGM187
005500 01  RECON-PARM-REC.                                              PGM187
005600     05 RP-PERIOD-YYYYMM     PIC 9(06).                           PGM187
005700     05 RP-TOLERANCE-WGT     PIC 9(05)V99.                        PGM187
005800     05 FILLER               PIC X(67).                           PGM187
005900 FD  PROD-TRANS-FILE.                                             PGM187
006000 01  PROD-TRANS-REC.                                              PGM187
006100     COPY CPYTRANS.                                               PGM187
006200 FD  SCRAP-RECEIPT-FILE.                                          PGM187
006300 01  SCRAP-RECEIPT-REC.                                           PGM187
006400     COPY CPYSCRC.                                                PGM187
006500 FD  CHARGING-INSTR-FILE.                                         PGM187
006600 01  CHARGING-INSTR-REC.                                          PGM187
006700     COPY CPYCHGI.                                                PGM187
006800 FD  RM-MASTER-FILE.                                              PGM187
006900 01  RM-MASTER-REC.                                               PGM187
007000     COPY CPYRMMS.                                                PGM187
007100 FD  RECON-REPORT-FILE.                                           PGM187
007200 01  RECON-REPORT-REC        PIC X(132).                          PGM187
007300*                                                                 PGM187
007400 WORKING-STORAGE SECTION.                                         PGM187
007500 01  WS-FILE-STATUS         PIC XX.                               PGM187
007600 01  WS-FILE-STATUS2        PIC XX.                               PGM187
007700 01  WS-FILE-STATUS3        PIC XX.                               PGM187
007800 01  WS-FILE-STATUS4        PIC XX.                               PGM187
007900 01  WS-FILE-STATUS5        PIC XX.                               PGM187
008000 01  WS-FILE-STATUS6        PIC XX.                               PGM187
008100 01  WS-ABEND-STATUS        PIC XX.                               PGM187
008200 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM187
008300     88 WS-EOF              VALUE 'Y'.                            PGM187
008400 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM187
008500     88 WS-FOUND            VALUE 'Y'.                            PGM187
008600 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM187
008700 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM187
008800     05 WS-RUN-YYYY          PIC 9(04).                           PGM187
008900     05 WS-RUN-MM            PIC 9(02).                           PGM187
009000     05 WS-RUN-DD            PIC 9(02).                           PGM187
009100 01  WS-PERIOD-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM187
009200 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.                      PGM187
009300     05 WS-PERIOD-YYYY       PIC 9(04).                           PGM187
009400     05 WS-PERIOD-MM         PIC 9(02).                           PGM187
009500 01  WS-TOLERANCE-WGT       PIC 9(05)V99 VALUE 1.00.              PGM187
009600 01  WS-LK-MATL-CD          PIC X(12).                            PGM187
009700 01  WS-PROD-SCRAP-WGT      PIC S9(11)V99 VALUE ZEROS.            PGM187
009800 01  WS-TOT-HOME-WGT        PIC S9(11)V99 VALUE ZEROS.            PGM187
009900 01  WS-TOT-HOME-AMT        PIC S9(13)V99 VALUE ZEROS.            PGM187
010000 01  WS-TOT-CHARGED-WGT     PIC S9(11)V99 VALUE ZEROS.            PGM187
010100 01  WS-TOT-STOCK-QTY       PIC S9(11)V99 VALUE ZEROS.            PGM187
010200 01  WS-DIFF-WGT            PIC S9(11)V99 VALUE ZEROS.            PGM187
010300 01  WS-HOME-PCT            PIC S9(05)V99 VALUE ZEROS.            PGM187
010400 01  WS-UNPOSTED-FLAG       PIC X VALUE 'N'.                      PGM187
010500     88 WS-UNPOSTED         VALUE 'Y'.                            PGM187
010600*                                                                 PGM187
010700* 스크랩 등급(자재)별 발생/장입                                               PGM187
010800 01  WS-GR-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM187
010900 01  WS-GR-COUNT            PIC 9(03) VALUE ZEROS.                PGM187
011000 01  WS-GR-MAX              PIC 9(03) VALUE 200.                  PGM187
011100 01  WS-GRADE-TABLE.                                              PGM187
011200     05 WS-GR-ENTRY OCCURS 200 TIMES                              PGM187
011300             INDEXED BY GR-IDX.                                   PGM187
011400         10 WS-GR-MATL-CD     PIC X(12).                          PGM187
011500         10 WS-GR-MATL-NM     PIC X(30).                          PGM187
011600         10 WS-GR-HOME-WGT    PIC S9(11)V99 COMP-3.               PGM187
011700         10 WS-GR-HOME-AMT    PIC S9(11)V99 COMP-3.               PGM187
011800         10 WS-GR-CHARGED-WGT PIC S9(11)V99 COMP-3.               PGM187
011900         10 WS-GR-STOCK-QTY   PIC S9(11)V99 COMP-3.               PGM187
012000*                                                                 PGM187
012100 01  WS-RPT-HEADER.                                               PGM187
012200     05 FILLER               PIC X(46) VALUE                      PGM187
012300             'PGM187 HOME SCRAP GENERATED VS CHARGED PERIOD '.    PGM187
012400     05 RH-PERIOD            PIC 9(06).                           PGM187
012500     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM187
012600     05 RH-RUN-DATE          PIC 9(08).                           PGM187
012700     05 FILLER               PIC X(62) VALUE SPACES.              PGM187
012800 01  WS-RPT-COLUMNS.                                              PGM187
012900     05 FILLER               PIC X(44) VALUE                      PGM187
013000             'SCRAP MATL   MATERIAL NAME                  '.      PGM187
013100     05 FILLER               PIC X(44) VALUE                      PGM187
013200             ' HOME SCRAP IN     CHARGED WGT  GEN-CHARGED '.      PGM187
013300     05 FILLER               PIC X(44) VALUE                      PGM187
013400             '    HOME%     CURR STOCK  FLAG              '.      PGM187
013500 01  WS-RPT-DETAIL.                                               PGM187
013600     05 RD-MATL-CD           PIC X(12).                           PGM187
013700     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
013800     05 RD-MATL-NM           PIC X(30).                           PGM187
013900     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
014000     05 RD-HOME-WGT          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
014100     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
014200     05 RD-CHARGED-WGT       PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
014300     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
014400     05 RD-DIFF-WGT          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
014500     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
014600     05 RD-HOME-PCT          PIC ZZ9.9.                           PGM187
014700     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
014800     05 RD-STOCK-QTY         PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
014900     05 FILLER               PIC X(01) VALUE SPACE.               PGM187
015000     05 RD-FLAG              PIC X(05).                           PGM187
015100     05 FILLER               PIC X(13) VALUE SPACES.              PGM187
015200 01  WS-RPT-CONTROL.                                              PGM187
015300     05 FILLER               PIC X(28) VALUE                      PGM187
015400             'PRODUCTION SCRAP (PRODTRAN) '.                      PGM187
015500     05 RC-PROD-WGT          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
015600     05 FILLER               PIC X(22) VALUE                      PGM187
015700             '  POSTED TO RM STOCK  '.                            PGM187
015800     05 RC-POSTED-WGT        PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
015900     05 FILLER               PIC X(08) VALUE '  DIFF  '.          PGM187
016000     05 RC-DIFF-WGT          PIC ZZZ,ZZZ,ZZ9.99-.                 PGM187
016100     05 FILLER               PIC X(02) VALUE SPACES.              PGM187
016200     05 RC-RESULT            PIC X(08).                           PGM187
016300     05 FILLER               PIC X(19) VALUE SPACES.              PGM187
016400 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM187
016500*                                                                 PGM187
016600 PROCEDURE DIVISION.                                              PGM187
016700*                                                                 PGM187
016800 0000-MAIN-PROCESS.                                               PGM187
016900     PERFORM 1000-INITIALIZE                                      PGM187
017000     PERFORM 2000-TALLY-PROD-SCRAP                                PGM187
017100     PERFORM 3000-TALLY-HOME-RECEIPTS                             PGM187
017200     PERFORM 4000-TALLY-CHARGED                                   PGM187
017300     PERFORM 5000-PRINT-GRADES                                    PGM187
017400     PERFORM 6000-PRINT-CONTROL                                   PGM187
017500     PERFORM 9000-FINALIZE                                        PGM187
017600     GOBACK.                                                      PGM187
017700*                                                                 PGM187
017800* 대상월 기본값은 실행월의 전월이다.                                             PGM187
017900 1000-INITIALIZE.                                                 PGM187
018000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM187
018100     MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY                           PGM187
018200     MOVE WS-RUN-MM   TO WS-PERIOD-MM                             PGM187
018300     IF WS-PERIOD-MM = 1                                          PGM187
018400         SUBTRACT 1 FROM WS-PERIOD-YYYY                           PGM187
018500         MOVE 12 TO WS-PERIOD-MM                                  PGM187
018600     ELSE                                                         PGM187
018700         SUBTRACT 1 FROM WS-PERIOD-MM                             PGM187
018800     END-IF                                                       PGM187
018900     OPEN INPUT RECON-PARM-FILE                                   PGM187
019000     IF WS-FILE-STATUS = '00'                                     PGM187
019100         READ RECON-PARM-FILE                                     PGM187
019200             AT END                                               PGM187
019300                 CONTINUE                                         PGM187
019400             NOT AT END                                           PGM187
019500                 IF RP-PERIOD-YYYYMM NUMERIC                      PGM187
019600                     AND RP-PERIOD-YYYYMM > 0                     PGM187
019700                     MOVE RP-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM    PGM187
019800                 END-IF                                           PGM187
019900                 IF RP-TOLERANCE-WGT NUMERIC                      PGM187
020000                     MOVE RP-TOLERANCE-WGT TO WS-TOLERANCE-WGT    PGM187
020100                 END-IF                                           PGM187
020200         END-READ                                                 PGM187
020300         CLOSE RECON-PARM-FILE                                    PGM187
020400     END-IF                                                       PGM187
020500     OPEN INPUT RM-MASTER-FILE                                    PGM187
020600     IF WS-FILE-STATUS5 NOT = '00'                                PGM187
020700         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS5         PGM187
020800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM187
020900         PERFORM 9900-ABNORMAL-END                                PGM187
021000     END-IF                                                       PGM187
021100     OPEN OUTPUT RECON-REPORT-FILE                                PGM187
021200     IF WS-FILE-STATUS6 NOT = '00'                                PGM187
021300         DISPLAY 'RECON REPORT OPEN ERROR: ' WS-FILE-STATUS6      PGM187
021400         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM187
021500         PERFORM 9900-ABNORMAL-END                                PGM187
021600     END-IF                                                       PGM187
021700     MOVE WS-PERIOD-YYYYMM TO RH-PERIOD                           PGM187
021800     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM187
021900     WRITE RECON-REPORT-REC FROM WS-RPT-HEADER.                   PGM187
022000*                                                                 PGM187
022100* 생산실적 폐기중량 - 입고 반영분과 맞아야 하는 통제 합계                                PGM187
022200 2000-TALLY-PROD-SCRAP.                                           PGM187
022300     OPEN INPUT PROD-TRANS-FILE                                   PGM187
022400     IF WS-FILE-STATUS2 NOT = '00'                                PGM187
022500         DISPLAY 'PROD TRANS OPEN ERROR: ' WS-FILE-STATUS2        PGM187
022600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM187
022700         PERFORM 9900-ABNORMAL-END                                PGM187
022800     END-IF                                                       PGM187
022900     MOVE 'N' TO WS-EOF-FLAG                                      PGM187
023000     PERFORM 2100-READ-ONE-TRANS                                  PGM187
023100         UNTIL WS-EOF                                             PGM187
023200     CLOSE PROD-TRANS-FILE.                                       PGM187
023300*                                                                 PGM187
023400 2100-READ-ONE-TRANS.                                             PGM187
023500     READ PROD-TRANS-FILE NEXT RECORD                             PGM187
023600         AT END                                                   PGM187
023700             SET WS-EOF TO TRUE                                   PGM187
023800         NOT AT END                                               PGM187
023900             IF PT-PROD-DATE (1:6) = WS-PERIOD-YYYYMM             PGM187
024000                 AND PT-SCRAP                                     PGM187
024100                 AND PT-SCRAP-WGT > 0                             PGM187
024200                 ADD PT-SCRAP-WGT TO WS-PROD-SCRAP-WGT            PGM187
024300             END-IF                                               PGM187
024400     END-READ.                                                    PGM187
024500*                                                                 PGM187
024600 3000-TALLY-HOME-RECEIPTS.                                        PGM187
024700     OPEN INPUT SCRAP-RECEIPT-FILE                                PGM187
024800     IF WS-FILE-STATUS3 NOT = '00'                                PGM187
024900         DISPLAY 'SCRAP RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS3PGM187
025000         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM187
025100         PERFORM 9900-ABNORMAL-END                                PGM187
025200     END-IF                                                       PGM187
025300     MOVE 'N' TO WS-EOF-FLAG                                      PGM187
025400     PERFORM 3100-READ-ONE-RECEIPT                                PGM187
025500         UNTIL WS-EOF                                             PGM187
025600     CLOSE SCRAP-RECEIPT-FILE.                                    PGM187
025700*                                                                 PGM187
025800 3100-READ-ONE-RECEIPT.                                           PGM187
025900     READ SCRAP-RECEIPT-FILE NEXT RECORD                          PGM187
026000         AT END                                                   PGM187
026100             SET WS-EOF TO TRUE                                   PGM187
026200         NOT AT END                                               PGM187
026300             IF SR-PROD-DATE (1:6) = WS-PERIOD-YYYYMM             PGM187
026400                 MOVE SR-MATL-CD TO WS-LK-MATL-CD                 PGM187
026500                 PERFORM 8000-FIND-GRADE-SLOT                     PGM187
026600                 ADD SR-SCRAP-WGT TO WS-GR-HOME-WGT (GR-IDX)      PGM187
026700                 ADD SR-VALUE-AMT TO WS-GR-HOME-AMT (GR-IDX)      PGM187
026800                 ADD SR-SCRAP-WGT TO WS-TOT-HOME-WGT              PGM187
026900                 ADD SR-VALUE-AMT TO WS-TOT-HOME-AMT              PGM187
027000             END-IF                                               PGM187
027100     END-READ.                                                    PGM187
027200*                                                                 PGM187
027300* 장입지시 중 스크랩 분류 자재만 장입량으로 본다. 구매 스크랩                              PGM187
027400* 도 같은 등급으로 장입되므로 장입이 발생보다 클 수 있다.                                PGM187
027500 4000-TALLY-CHARGED.                                              PGM187
027600     OPEN INPUT CHARGING-INSTR-FILE                               PGM187
027700     IF WS-FILE-STATUS4 = '00'                                    PGM187
027800         MOVE 'N' TO WS-EOF-FLAG                                  PGM187
027900         PERFORM 4100-READ-ONE-CHARGE                             PGM187
028000             UNTIL WS-EOF                                         PGM187
028100         CLOSE CHARGING-INSTR-FILE                                PGM187
028200     ELSE                                                         PGM187
028300         DISPLAY 'CHARGING INSTRUCTIONS ABSENT - NO CHARGES: '    PGM187
028400                 WS-FILE-STATUS4                                  PGM187
028500     END-IF.                                                      PGM187
028600*                                                                 PGM187
028700 4100-READ-ONE-CHARGE.                                            PGM187
028800     READ CHARGING-INSTR-FILE NEXT RECORD                         PGM187
028900         AT END                                                   PGM187
029000             SET WS-EOF TO TRUE                                   PGM187
029100         NOT AT END                                               PGM187
029200             IF CI2-CHARGE-DATE (1:6) = WS-PERIOD-YYYYMM          PGM187
029300                 PERFORM 4200-ADD-IF-SCRAP                        PGM187
029400             END-IF                                               PGM187
029500     END-READ.                                                    PGM187
029600*                                                                 PGM187
029700 4200-ADD-IF-SCRAP.                                               PGM187
029800     MOVE CI2-MATL-CD TO RM-MATL-CD                               PGM187
029900     READ RM-MASTER-FILE                                          PGM187
030000         INVALID KEY                                              PGM187
030100             CONTINUE                                             PGM187
030200         NOT INVALID KEY                                          PGM187
030300             IF RM-SCRAP                                          PGM187
030400                 MOVE CI2-MATL-CD TO WS-LK-MATL-CD                PGM187
030500                 PERFORM 8000-FIND-GRADE-SLOT                     PGM187
030600                 ADD CI2-TOTAL-WGT TO WS-GR-CHARGED-WGT (GR-IDX)  PGM187
030700                 ADD CI2-TOTAL-WGT TO WS-TOT-CHARGED-WGT          PGM187
030800             END-IF                                               PGM187
030900     END-READ.                                                    PGM187
031000*                                                                 PGM187
031100 5000-PRINT-GRADES.                                               PGM187
031200     WRITE RECON-REPORT-REC FROM WS-RPT-BLANK                     PGM187
031300     WRITE RECON-REPORT-REC FROM WS-RPT-COLUMNS                   PGM187
031400     IF WS-GR-COUNT > 0                                           PGM187
031500         PERFORM 5100-PRINT-ONE-GRADE                             PGM187
031600             VARYING WS-GR-SUB FROM 1 BY 1                        PGM187
031700             UNTIL WS-GR-SUB > WS-GR-COUNT                        PGM187
031800     END-IF                                                       PGM187
031900     MOVE 'TOTAL'            TO RD-MATL-CD                        PGM187
032000     MOVE SPACES             TO RD-MATL-NM                        PGM187
032100     MOVE WS-TOT-HOME-WGT    TO RD-HOME-WGT                       PGM187
032200     MOVE WS-TOT-CHARGED-WGT TO RD-CHARGED-WGT                    PGM187
032300     COMPUTE WS-DIFF-WGT = WS-TOT-HOME-WGT - WS-TOT-CHARGED-WGT   PGM187
032400     MOVE WS-DIFF-WGT        TO RD-DIFF-WGT                       PGM187
032500     MOVE ZEROS              TO WS-HOME-PCT                       PGM187
032600     IF WS-TOT-CHARGED-WGT > 0                                    PGM187
032700         COMPUTE WS-HOME-PCT ROUNDED =                            PGM187
032800             WS-TOT-HOME-WGT * 100 / WS-TOT-CHARGED-WGT           PGM187
032900     END-IF                                                       PGM187
033000     MOVE WS-HOME-PCT        TO RD-HOME-PCT                       PGM187
033100     MOVE WS-TOT-STOCK-QTY   TO RD-STOCK-QTY                      PGM187
033200     MOVE SPACES             TO RD-FLAG                           PGM187
033300     WRITE RECON-REPORT-REC FROM WS-RPT-BLANK                     PGM187
033400     WRITE RECON-REPORT-REC FROM WS-RPT-DETAIL.                   PGM187
033500*                                                                 PGM187
033600* 발생이 장입보다 많으면 스크랩 야드에 자가 스크랩이 쌓이는                                PGM187
033700* 등급이다(YARD+). 장입 없이 발생만 있으면 NOCHG.                               PGM187
033800 5100-PRINT-ONE-GRADE.                                            PGM187
033900     MOVE WS-GR-MATL-CD (WS-GR-SUB)     TO RD-MATL-CD             PGM187
034000     MOVE WS-GR-MATL-NM (WS-GR-SUB)     TO RD-MATL-NM             PGM187
034100     MOVE WS-GR-HOME-WGT (WS-GR-SUB)    TO RD-HOME-WGT            PGM187
034200     MOVE WS-GR-CHARGED-WGT (WS-GR-SUB) TO RD-CHARGED-WGT         PGM187
034300     COMPUTE WS-DIFF-WGT = WS-GR-HOME-WGT (WS-GR-SUB)             PGM187
034400         - WS-GR-CHARGED-WGT (WS-GR-SUB)                          PGM187
034500     MOVE WS-DIFF-WGT TO RD-DIFF-WGT                              PGM187
034600     MOVE ZEROS TO WS-HOME-PCT                                    PGM187
034700     MOVE SPACES TO RD-FLAG                                       PGM187
034800     IF WS-GR-CHARGED-WGT (WS-GR-SUB) > 0                         PGM187
034900         COMPUTE WS-HOME-PCT ROUNDED =                            PGM187
035000             WS-GR-HOME-WGT (WS-GR-SUB) * 100                     PGM187
035100                 / WS-GR-CHARGED-WGT (WS-GR-SUB)                  PGM187
035200         IF WS-DIFF-WGT > WS-TOLERANCE-WGT                        PGM187
035300             MOVE 'YARD+' TO RD-FLAG                              PGM187
035400         END-IF                                                   PGM187
035500     ELSE                                                         PGM187
035600         IF WS-GR-HOME-WGT (WS-GR-SUB) > 0                        PGM187
035700             MOVE 'NOCHG' TO RD-FLAG                              PGM187
035800         END-IF                                                   PGM187
035900     END-IF                                                       PGM187
036000     MOVE WS-HOME-PCT TO RD-HOME-PCT                              PGM187
036100     MOVE WS-GR-STOCK-QTY (WS-GR-SUB) TO RD-STOCK-QTY             PGM187
036200     ADD WS-GR-STOCK-QTY (WS-GR-SUB)  TO WS-TOT-STOCK-QTY         PGM187
036300     WRITE RECON-REPORT-REC FROM WS-RPT-DETAIL.                   PGM187
036400*                                                                 PGM187
036500* 생산 폐기중량과 입고 반영 중량이 허용차 안에서 맞아야 한다.                              PGM187
036600 6000-PRINT-CONTROL.                                              PGM187
036700     COMPUTE WS-DIFF-WGT = WS-PROD-SCRAP-WGT - WS-TOT-HOME-WGT    PGM187
036800     MOVE WS-PROD-SCRAP-WGT TO RC-PROD-WGT                        PGM187
036900     MOVE WS-TOT-HOME-WGT   TO RC-POSTED-WGT                      PGM187
037000     MOVE WS-DIFF-WGT       TO RC-DIFF-WGT                        PGM187
037100     IF WS-DIFF-WGT > WS-TOLERANCE-WGT                            PGM187
037200         OR WS-DIFF-WGT < (0 - WS-TOLERANCE-WGT)                  PGM187
037300         SET WS-UNPOSTED TO TRUE                                  PGM187
037400         MOVE 'UNPOSTED' TO RC-RESULT                             PGM187
037500     ELSE                                                         PGM187
037600         MOVE 'OK'       TO RC-RESULT                             PGM187
037700     END-IF                                                       PGM187
037800     WRITE RECON-REPORT-REC FROM WS-RPT-BLANK                     PGM187
037900     WRITE RECON-REPORT-REC FROM WS-RPT-CONTROL.                  PGM187
038000*                                                                 PGM187
038100 8000-FIND-GRADE-SLOT.                                            PGM187
038200     MOVE 'N' TO WS-FOUND-FLAG                                    PGM187
038300     IF WS-GR-COUNT > 0                                           PGM187
038400         SET GR-IDX TO 1                                          PGM187
038500         SEARCH WS-GR-ENTRY                                       PGM187
038600             AT END                                               PGM187
038700                 MOVE 'N' TO WS-FOUND-FLAG                        PGM187
038800             WHEN WS-GR-MATL-CD (GR-IDX) = WS-LK-MATL-CD          PGM187
038900                 AND GR-IDX <= WS-GR-COUNT                        PGM187
039000                 SET WS-FOUND TO TRUE                             PGM187
039100         END-SEARCH                                               PGM187
039200     END-IF                                                       PGM187
039300     IF NOT WS-FOUND                                              PGM187
039400         IF WS-GR-COUNT >= WS-GR-MAX                              PGM187
039500             DISPLAY 'SCRAP GRADE TABLE FULL AT ' WS-GR-MAX       PGM187
039600             MOVE 'FL' TO WS-ABEND-STATUS                         PGM187
039700             PERFORM 9900-ABNORMAL-END                            PGM187
039800         END-IF                                                   PGM187
039900         ADD 1 TO WS-GR-COUNT                                     PGM187
040000         SET GR-IDX TO WS-GR-COUNT                                PGM187
040100         MOVE WS-LK-MATL-CD TO WS-GR-MATL-CD (GR-IDX)             PGM187
040200         MOVE ZEROS TO WS-GR-HOME-WGT (GR-IDX)                    PGM187
040300         MOVE ZEROS TO WS-GR-HOME-AMT (GR-IDX)                    PGM187
040400         MOVE ZEROS TO WS-GR-CHARGED-WGT (GR-IDX)                 PGM187
040500         MOVE ZEROS TO WS-GR-STOCK-QTY (GR-IDX)                   PGM187
040600         MOVE WS-LK-MATL-CD TO RM-MATL-CD                         PGM187
040700         READ RM-MASTER-FILE                                      PGM187
040800             INVALID KEY                                          PGM187
040900                 MOVE '*NOT ON RM MASTER*'                        PGM187
041000                     TO WS-GR-MATL-NM (GR-IDX)                    PGM187
041100             NOT INVALID KEY                                      PGM187
041200                 MOVE RM-MATL-NM   TO WS-GR-MATL-NM (GR-IDX)      PGM187
041300                 MOVE RM-STOCK-QTY TO WS-GR-STOCK-QTY (GR-IDX)    PGM187
041400         END-READ                                                 PGM187
041500     END-IF.                                                      PGM187
041600*                                                                 PGM187
041700 9000-FINALIZE.                                                   PGM187
041800     CLOSE RM-MASTER-FILE                                         PGM187
041900     CLOSE RECON-REPORT-FILE                                      PGM187
042000     DISPLAY 'PGM187 COMPLETED: PERIOD ' WS-PERIOD-YYYYMM ' '     PGM187
042100             WS-GR-COUNT ' SCRAP GRADES'                          PGM187
042200     IF WS-UNPOSTED                                               PGM187
042300         DISPLAY 'PGM187 - PRODUCTION SCRAP NOT FULLY POSTED '    PGM187
042400                 'TO RM STOCK'                                    PGM187
042500         MOVE 4 TO RETURN-CODE                                    PGM187
042600     END-IF.                                                      PGM187
042700*                                                                 PGM187
042800 9750-DIAGNOSE-FILE-STATUS.                                       PGM187
042900     EVALUATE WS-ABEND-STATUS                                     PGM187
043000         WHEN '10'                                                PGM187
043100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM187
043200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM187
043300         WHEN '23'                                                PGM187
043400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM187
043500             DISPLAY '  AND RETRY THE REQUEST'                    PGM187
043600         WHEN '35'                                                PGM187
043700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM187
043800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM187
043900         WHEN '37'                                                PGM187
044000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM187
044100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM187
044200         WHEN '39'                                                PGM187
044300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM187
044400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM187
044500         WHEN '41'                                                PGM187
044600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM187
044700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM187
044800         WHEN '42'                                                PGM187
044900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM187
045000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM187
045100         WHEN '46'                                                PGM187
045200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM187
045300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM187
045400         WHEN OTHER                                               PGM187
045500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM187
045600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM187
045700     END-EVALUATE.                                                PGM187
045800*                                                                 PGM187
045900 9900-ABNORMAL-END.                                               PGM187
046000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM187
046100     DISPLAY 'PGM187 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM187
046200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM187
046300     MOVE 16 TO RETURN-CODE                                       PGM187
046400     GOBACK.                                                      PGM187
046500                                                                  PGM187
