000100 IDENTIFICATION DIVISION.                                         PGM199
000200 PROGRAM-ID.    PGM199.                                           PGM199
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM199
000400*                                                                 PGM199
000500* =========================================================       PGM199
000600* 프로그램명: 원자재 재고조정 반영                                              PGM199
000700* 처리내용  : 미반영 원자재 재고조정(CPYRMAJ)을 원자재                              PGM199
000800*            마스터 장부재고(RM-STOCK-QTY)에 더한다. 사유는                     PGM199
000900*            코드테이블 RADJ 의 사용 코드여야 하고, 반영 후                        PGM199
001000*            재고가 음수가 되면 반영하지 않는다(PGM002 의 조정                      PGM199
001100*            음수 처리와 같다). 반영분은 RM-UNIT-PRICE 로 평가해                 PGM199
001200*            GL 인터페이스('RADJ')에 넘기고 조정 건을 반영(P)                    PGM199
001300*            으로 바꾼다. 반영하지 못한 건이 있으면 RC 4.                         PGM199
001400* =========================================================       PGM199
001500*                                                                 PGM199
001600 ENVIRONMENT DIVISION.                                            PGM199
001700 CONFIGURATION SECTION.                                           PGM199
001800 INPUT-OUTPUT SECTION.                                            PGM199
001900 FILE-CONTROL.                                                    PGM199
002000     SELECT RM-ADJUST-FILE                                        PGM199
002100         ASSIGN TO RMADJ                                          PGM199
002200         ORGANIZATION IS INDEXED                                  PGM199
002300         ACCESS MODE IS SEQUENTIAL                                PGM199
002400         RECORD KEY IS AJ-KEY                                     PGM199
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM199
002600     SELECT RM-MASTER-FILE                                        PGM199
002700         ASSIGN TO RMMAST                                         PGM199
002800         ORGANIZATION IS INDEXED                                  PGM199
002900         ACCESS MODE IS RANDOM                                    PGM199
003000         RECORD KEY IS RM-MATL-CD                                 PGM199
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM199
003200     SELECT CODE-TABLE-FILE                                       PGM199
003300         ASSIGN TO CODETBL                                        PGM199
003400         ORGANIZATION IS INDEXED                                  PGM199
003500         ACCESS MODE IS RANDOM                                    PGM199
003600         RECORD KEY IS CD-KEY                                     PGM199
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM199
003800     SELECT OPTIONAL GL-INTERFACE-FILE                            PGM199
003900         ASSIGN TO GLINTF                                         PGM199
004000         ORGANIZATION IS SEQUENTIAL                               PGM199
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM199
004200     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM199
004300         ASSIGN TO AUDTRAIL                                       PGM199
004400         ORGANIZATION IS SEQUENTIAL                               PGM199
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM199
004600     SELECT ADJUST-REPORT-FILE                                    PGM199
004700         ASSIGN TO RMAJRPT                                        PGM199
004800         ORGANIZATION IS SEQUENTIAL                               PGM199
004900         FILE STATUS IS WS-FILE-STATUS6.                          PGM199
005000*                                                                 PGM199
005100 DATA DIVISION.                                                   PGM199
005200 FILE SECTION.                                                    PGM199
005300 FD  RM-ADJUST-FILE.                                              PGM199
005400 01  RM-ADJUST-REC.                                               PGM199
005500     COPY CPYRMAJ.                                                PGM199
005600 FD  RM-MASTER-FILE.                                              PGM199
005700 01  RM-MASTER-REC.                                               PGM199
005800     COPY CPYRMMS.                                                PGM199
005900 FD  CODE-TABLE-FILE.                                             PGM199
006000 01  CODE-TABLE-REC.                                              PGM199
006100     COPY CPYCDTB.                                                PGM199
006200 FD  GL-INTERFACE-FILE.                                           PGM199
006300 01  GL-INTERFACE-REC.                                            PGM199
006400     COPY CPYGLIF.                                                PGM199
006500 FD  AUDIT-TRAIL-FILE.                                            PGM199
006600 01  AUDIT-TRAIL-REC.                                             PGM199
006700     COPY CPYAUDIT.                                               PGM199
006800 FD  ADJUST-REPORT-FILE.                                          PGM199
006900 01  ADJUST-REPORT-REC       PIC X(132).                          PGM199
007000*                                                                 PGM199
007100 WORKING-STORAGE SECTION.                                         PGM199
007200 01  WS-FILE-STATUS         PIC XX.                               PGM199
007300 01  WS-FILE-STATUS2        PIC XX.                               PGM199
007400 01  WS-FILE-STATUS3        PIC XX.                               PGM199
007500 01  WS-FILE-STATUS4        PIC XX.                               PGM199
007600 01  WS-FILE-STATUS5        PIC XX.                               PGM199
007700 01  WS-FILE-STATUS6        PIC XX.                               PGM199
007800 01  WS-ABEND-STATUS        PIC XX.                               PGM199
007900 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM199
008000     88 WS-EOF              VALUE 'Y'.                            PGM199
008100 01  WS-GLIF-READY-FLAG     PIC X VALUE 'N'.                      PGM199
008200     88 WS-GLIF-READY       VALUE 'Y'.                            PGM199
008300 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM199
008400     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM199
008500 01  WS-AUDIT-COND          PIC X(10).                            PGM199
008600 01  WS-AUDIT-KEY1          PIC X(15).                            PGM199
008700 01  WS-AUDIT-KEY2          PIC X(15).                            PGM199
008800 01  WS-AUDIT-DESC          PIC X(40).                            PGM199
008900 01  WS-AUDIT-QTY           PIC -(9)9.99.                         PGM199
009000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM199
009100 01  WS-NEW-STOCK-QTY       PIC S9(9)V99 VALUE ZEROS.             PGM199
009200 01  WS-VALUE-AMT           PIC S9(11)V99 VALUE ZEROS.            PGM199
009300 01  WS-READ-CNT            PIC 9(07) VALUE ZEROS.                PGM199
009400 01  WS-POSTED-CNT          PIC 9(05) VALUE ZEROS.                PGM199
009500 01  WS-HELD-CNT            PIC 9(05) VALUE ZEROS.                PGM199
009600 01  WS-POSTED-QTY          PIC S9(11)V99 VALUE ZEROS.            PGM199
009700 01  WS-POSTED-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM199
009800*                                                                 PGM199
009900 01  WS-GL-RUN-DATE         PIC 9(08) VALUE ZEROS.                PGM199
010000 01  WS-GL-RUN-TIME         PIC 9(08) VALUE ZEROS.                PGM199
010100 01  WS-GL-CTL-CNT          PIC 9(07) VALUE ZEROS.                PGM199
010200 01  WS-GL-CTL-AMT          PIC S9(13)V99 VALUE ZEROS.            PGM199
010300*                                                                 PGM199
010400 01  WS-RPT-HEADER.                                               PGM199
010500     05 FILLER               PIC X(38) VALUE                      PGM199
010600             'PGM199 RAW MATERIAL STOCK ADJUSTMENTS '.            PGM199
010700     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM199
010800     05 RH-RUN-DATE          PIC 9(08).                           PGM199
010900     05 FILLER               PIC X(76) VALUE SPACES.              PGM199
011000 01  WS-RPT-COLUMNS.                                              PGM199
011100     05 FILLER               PIC X(44) VALUE                      PGM199
011200             'MATERIAL     ADJ DATE SRC  REFERENCE  RSN   '.      PGM199
011300     05 FILLER               PIC X(44) VALUE                      PGM199
011400             '       ADJ QTY    NEW BOOK QTY          VALU'.      PGM199
011500     05 FILLER               PIC X(44) VALUE                      PGM199
011600             'E AMT  RESULT                               '.      PGM199
011700 01  WS-RPT-DETAIL.                                               PGM199
011800     05 RD-MATL-CD           PIC X(12).                           PGM199
011900     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
012000     05 RD-ADJ-DATE          PIC 9(08).                           PGM199
012100     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
012200     05 RD-SOURCE-CD         PIC X(04).                           PGM199
012300     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
012400     05 RD-REF-NO            PIC X(10).                           PGM199
012500     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
012600     05 RD-REASON-CD         PIC X(05).                           PGM199
012700     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
012800     05 RD-ADJ-QTY           PIC ZZZ,ZZZ,ZZ9.99-.                 PGM199
012900     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
013000     05 RD-NEW-STOCK         PIC ZZZ,ZZZ,ZZ9.99-.                 PGM199
013100     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
013200     05 RD-VALUE-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              PGM199
013300     05 FILLER               PIC X(01) VALUE SPACE.               PGM199
013400     05 RD-RESULT            PIC X(30).                           PGM199
013500     05 FILLER               PIC X(07) VALUE SPACES.              PGM199
013600 01  WS-RPT-TOTAL.                                                PGM199
013700     05 FILLER               PIC X(07) VALUE 'POSTED '.           PGM199
013800     05 RT-POSTED-CNT        PIC ZZZZ9.                           PGM199
013900     05 FILLER               PIC X(05) VALUE ' QTY '.             PGM199
014000     05 RT-POSTED-QTY        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM199
014100     05 FILLER               PIC X(07) VALUE ' VALUE '.           PGM199
014200     05 RT-POSTED-AMT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.             PGM199
014300     05 FILLER               PIC X(15) VALUE ' NOT POSTED    '.   PGM199
014400     05 RT-HELD-CNT          PIC ZZZZ9.                           PGM199
014500     05 FILLER               PIC X(50) VALUE SPACES.              PGM199
014600 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM199
014700*                                                                 PGM199
014800 PROCEDURE DIVISION.                                              PGM199
014900*                                                                 PGM199
015000 0000-MAIN-PROCESS.                                               PGM199
015100     PERFORM 1000-INITIALIZE                                      PGM199
015200     PERFORM 2000-PROCESS-ADJUSTMENT                              PGM199
015300         UNTIL WS-EOF                                             PGM199
015400     PERFORM 9000-FINALIZE                                        PGM199
015500     GOBACK.                                                      PGM199
015600*                                                                 PGM199
015700 1000-INITIALIZE.                                                 PGM199
015800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM199
015900     PERFORM 1040-OPEN-AUDIT-TRAIL                                PGM199
016000     OPEN I-O RM-ADJUST-FILE                                      PGM199
016100     IF WS-FILE-STATUS NOT = '00'                                 PGM199
016200         DISPLAY 'RM ADJUSTMENT OPEN ERROR: ' WS-FILE-STATUS      PGM199
016300         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM199
016400         PERFORM 9900-ABNORMAL-END                                PGM199
016500     END-IF                                                       PGM199
016600     OPEN I-O RM-MASTER-FILE                                      PGM199
016700     IF WS-FILE-STATUS2 NOT = '00'                                PGM199
016800         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM199
016900         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM199
017000         PERFORM 9900-ABNORMAL-END                                PGM199
017100     END-IF                                                       PGM199
017200     OPEN INPUT CODE-TABLE-FILE                                   PGM199
017300     IF WS-FILE-STATUS3 NOT = '00'                                PGM199
017400         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS3        PGM199
017500         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM199
017600         PERFORM 9900-ABNORMAL-END                                PGM199
017700     END-IF                                                       PGM199
017800     OPEN EXTEND GL-INTERFACE-FILE                                PGM199
017900     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM199
018000         SET WS-GLIF-READY TO TRUE                                PGM199
018100         ACCEPT WS-GL-RUN-DATE FROM DATE YYYYMMDD                 PGM199
018200         ACCEPT WS-GL-RUN-TIME FROM TIME                          PGM199
018300     ELSE                                                         PGM199
018400         DISPLAY 'GL INTERFACE ABSENT - ADJUSTMENT VALUE NOT '    PGM199
018500                 'INTERFACED: ' WS-FILE-STATUS4                   PGM199
018600     END-IF                                                       PGM199
018700     OPEN OUTPUT ADJUST-REPORT-FILE                               PGM199
018800     IF WS-FILE-STATUS6 NOT = '00'                                PGM199
018900         DISPLAY 'ADJUSTMENT REPORT OPEN ERROR: ' WS-FILE-STATUS6 PGM199
019000         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM199
019100         PERFORM 9900-ABNORMAL-END                                PGM199
019200     END-IF                                                       PGM199
019300     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM199
019400     WRITE ADJUST-REPORT-REC FROM WS-RPT-HEADER                   PGM199
019500     WRITE ADJUST-REPORT-REC FROM WS-RPT-BLANK                    PGM199
019600     WRITE ADJUST-REPORT-REC FROM WS-RPT-COLUMNS.                 PGM199
019700*                                                                 PGM199
019800 1040-OPEN-AUDIT-TRAIL.                                           PGM199
019900     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM199
020000     IF WS-FILE-STATUS5 = '00' OR WS-FILE-STATUS5 = '05'          PGM199
020100         SET WS-AUDIT-READY TO TRUE                               PGM199
020200     ELSE                                                         PGM199
020300         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS5       PGM199
020400     END-IF.                                                      PGM199
020500*                                                                 PGM199
020600 2000-PROCESS-ADJUSTMENT.                                         PGM199
020700     READ RM-ADJUST-FILE NEXT RECORD                              PGM199
020800         AT END                                                   PGM199
020900             SET WS-EOF TO TRUE                                   PGM199
021000         NOT AT END                                               PGM199
021100             ADD 1 TO WS-READ-CNT                                 PGM199
021200             IF AJ-PENDING                                        PGM199
021300                 PERFORM 2100-APPLY-ADJUSTMENT                    PGM199
021400             END-IF                                               PGM199
021500     END-READ.                                                    PGM199
021600*                                                                 PGM199
021700 2100-APPLY-ADJUSTMENT.                                           PGM199
021800     MOVE AJ-MATL-CD   TO RD-MATL-CD                              PGM199
021900     MOVE AJ-ADJ-DATE  TO RD-ADJ-DATE                             PGM199
022000     MOVE AJ-SOURCE-CD TO RD-SOURCE-CD                            PGM199
022100     MOVE AJ-REF-NO    TO RD-REF-NO                               PGM199
022200     MOVE AJ-REASON-CD TO RD-REASON-CD                            PGM199
022300     MOVE AJ-ADJ-QTY   TO RD-ADJ-QTY                              PGM199
022400     MOVE ZEROS        TO RD-NEW-STOCK                            PGM199
022500     MOVE ZEROS        TO RD-VALUE-AMT                            PGM199
022600     MOVE 'RADJ'       TO CD-CODE-TYPE                            PGM199
022700     MOVE AJ-REASON-CD TO CD-CODE                                 PGM199
022800     READ CODE-TABLE-FILE                                         PGM199
022900         INVALID KEY                                              PGM199
023000             MOVE 'N' TO CD-ACTIVE-FLAG                           PGM199
023100     END-READ                                                     PGM199
023200     IF NOT CD-ACTIVE                                             PGM199
023300         MOVE 'REASON NOT ACTIVE RADJ CODE' TO RD-RESULT          PGM199
023400         PERFORM 2900-HOLD-ADJUSTMENT                             PGM199
023500     ELSE                                                         PGM199
023600         MOVE AJ-MATL-CD TO RM-MATL-CD                            PGM199
023700         READ RM-MASTER-FILE                                      PGM199
023800             INVALID KEY                                          PGM199
023900                 MOVE 'MATERIAL NOT ON RM MASTER' TO RD-RESULT    PGM199
024000                 PERFORM 2900-HOLD-ADJUSTMENT                     PGM199
024100             NOT INVALID KEY                                      PGM199
024200                 PERFORM 2200-POST-TO-STOCK                       PGM199
024300         END-READ                                                 PGM199
024400     END-IF                                                       PGM199
024500     WRITE ADJUST-REPORT-REC FROM WS-RPT-DETAIL.                  PGM199
024600*                                                                 PGM199
024700 2200-POST-TO-STOCK.                                              PGM199
024800     COMPUTE WS-NEW-STOCK-QTY = RM-STOCK-QTY + AJ-ADJ-QTY         PGM199
024900     MOVE WS-NEW-STOCK-QTY TO RD-NEW-STOCK                        PGM199
025000     IF WS-NEW-STOCK-QTY < 0                                      PGM199
025100         MOVE 'NEGATIVE STOCK - NOT POSTED' TO RD-RESULT          PGM199
025200         MOVE 'ERROR'          TO WS-AUDIT-COND                   PGM199
025300         MOVE AJ-MATL-CD       TO WS-AUDIT-KEY1                   PGM199
025400         MOVE WS-NEW-STOCK-QTY TO WS-AUDIT-QTY                    PGM199
025500         MOVE WS-AUDIT-QTY     TO WS-AUDIT-KEY2                   PGM199
025600         MOVE 'NEGATIVE RM STOCK ON ADJUST' TO WS-AUDIT-DESC      PGM199
025700         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM199
025800         PERFORM 2900-HOLD-ADJUSTMENT                             PGM199
025900     ELSE                                                         PGM199
026000         COMPUTE WS-VALUE-AMT ROUNDED =                           PGM199
026100             AJ-ADJ-QTY * RM-UNIT-PRICE                           PGM199
026200         MOVE WS-NEW-STOCK-QTY TO RM-STOCK-QTY                    PGM199
026300         REWRITE RM-MASTER-REC                                    PGM199
026400             INVALID KEY                                          PGM199
026500                 DISPLAY 'RM MASTER REWRITE ERROR: '              PGM199
026600                         WS-FILE-STATUS2                          PGM199
026700                 MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS          PGM199
026800                 PERFORM 9900-ABNORMAL-END                        PGM199
026900         END-REWRITE                                              PGM199
027000         SET AJ-POSTED       TO TRUE                              PGM199
027100         MOVE WS-RUN-DATE    TO AJ-POSTED-DATE                    PGM199
027200         MOVE WS-VALUE-AMT   TO AJ-VALUE-AMT                      PGM199
027300         REWRITE RM-ADJUST-REC                                    PGM199
027400             INVALID KEY                                          PGM199
027500                 DISPLAY 'RM ADJUSTMENT REWRITE ERROR: '          PGM199
027600                         WS-FILE-STATUS                           PGM199
027700                 MOVE WS-FILE-STATUS TO WS-ABEND-STATUS           PGM199
027800                 PERFORM 9900-ABNORMAL-END                        PGM199
027900         END-REWRITE                                              PGM199
028000         PERFORM 2300-WRITE-GL-INTERFACE                          PGM199
028100         MOVE WS-VALUE-AMT TO RD-VALUE-AMT                        PGM199
028200         MOVE 'POSTED TO RM STOCK' TO RD-RESULT                   PGM199
028300         ADD 1 TO WS-POSTED-CNT                                   PGM199
028400         ADD AJ-ADJ-QTY   TO WS-POSTED-QTY                        PGM199
028500         ADD WS-VALUE-AMT TO WS-POSTED-AMT                        PGM199
028600     END-IF.                                                      PGM199
028700*                                                                 PGM199
028800 2300-WRITE-GL-INTERFACE.                                         PGM199
028900     IF WS-GLIF-READY                                             PGM199
029000         INITIALIZE GL-INTERFACE-REC                              PGM199
029100         MOVE 'PGM199'         TO GI-SOURCE-PGM                   PGM199
029200         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM199
029300         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM199
029400         SET GI-DETAIL         TO TRUE                            PGM199
029500         MOVE 'RADJ'           TO GI-EVENT-CD                     PGM199
029600         MOVE RM-CATEGORY      TO GI-CATEGORY                     PGM199
029700         STRING AJ-MATL-CD AJ-SOURCE-CD AJ-REASON-CD              PGM199
029800             DELIMITED BY SIZE INTO GI-REF-KEY                    PGM199
029900         MOVE AJ-ADJ-DATE      TO GI-TRANS-DATE                   PGM199
030000         MOVE WS-VALUE-AMT     TO GI-AMOUNT                       PGM199
030100         WRITE GL-INTERFACE-REC                                   PGM199
030200         ADD 1            TO WS-GL-CTL-CNT                        PGM199
030300         ADD WS-VALUE-AMT TO WS-GL-CTL-AMT                        PGM199
030400     END-IF.                                                      PGM199
030500*                                                                 PGM199
030600 2900-HOLD-ADJUSTMENT.                                            PGM199
030700     ADD 1 TO WS-HELD-CNT.                                        PGM199
030800*                                                                 PGM199
030900 9000-FINALIZE.                                                   PGM199
031000     MOVE WS-POSTED-CNT TO RT-POSTED-CNT                          PGM199
031100     MOVE WS-POSTED-QTY TO RT-POSTED-QTY                          PGM199
031200     MOVE WS-POSTED-AMT TO RT-POSTED-AMT                          PGM199
031300     MOVE WS-HELD-CNT   TO RT-HELD-CNT                            PGM199
031400     WRITE ADJUST-REPORT-REC FROM WS-RPT-BLANK                    PGM199
031500     WRITE ADJUST-REPORT-REC FROM WS-RPT-TOTAL                    PGM199
031600     IF WS-GLIF-READY                                             PGM199
031700         INITIALIZE GL-INTERFACE-REC                              PGM199
031800         MOVE 'PGM199'         TO GI-SOURCE-PGM                   PGM199
031900         MOVE WS-GL-RUN-DATE   TO GI-RUN-DATE                     PGM199
032000         MOVE WS-GL-RUN-TIME   TO GI-RUN-TIME                     PGM199
032100         SET GI-TRAILER        TO TRUE                            PGM199
032200         MOVE WS-GL-CTL-CNT    TO GI-CTL-COUNT                    PGM199
032300         MOVE WS-GL-CTL-AMT    TO GI-CTL-AMOUNT                   PGM199
032400         WRITE GL-INTERFACE-REC                                   PGM199
032500         CLOSE GL-INTERFACE-FILE                                  PGM199
032600     END-IF                                                       PGM199
032700     IF WS-AUDIT-READY                                            PGM199
032800         CLOSE AUDIT-TRAIL-FILE                                   PGM199
032900     END-IF                                                       PGM199
033000     CLOSE RM-ADJUST-FILE                                         PGM199
033100     CLOSE RM-MASTER-FILE                                         PGM199
033200     CLOSE CODE-TABLE-FILE                                        PGM199
033300     CLOSE ADJUST-REPORT-FILE                                     PGM199
033400     DISPLAY 'PGM199 COMPLETED: ' WS-READ-CNT ' READ, '           PGM199
033500             WS-POSTED-CNT ' POSTED, ' WS-HELD-CNT ' NOT POSTED'  PGM199
033600     IF WS-HELD-CNT > 0                                           PGM199
033700         MOVE 4 TO RETURN-CODE                                    PGM199
033800     END-IF.                                                      PGM199
033900*                                                                 PGM199
034000 9700-WRITE-AUDIT-RECORD.                                         PGM199
034100     IF WS-AUDIT-READY                                            PGM199
034200         INITIALIZE AUDIT-TRAIL-REC                               PGM199
034300         MOVE 'PGM199'   TO AT-PROGRAM-ID                         PGM199
034400         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM199
034500         ACCEPT AT-RUN-TIME FROM TIME                             PGM199
034600         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM199
034700         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM199
034800         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM199
034900         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM199
035000         WRITE AUDIT-TRAIL-REC                                    PGM199
035100     END-IF.                                                      PGM199
035200*                                                                 PGM199
035300 9750-DIAGNOSE-FILE-STATUS.                                       PGM199
035400     EVALUATE WS-ABEND-STATUS                                     PGM199
035500         WHEN '10'                                                PGM199
035600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM199
035700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM199
035800         WHEN '23'                                                PGM199
035900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM199
036000             DISPLAY '  AND RETRY THE REQUEST'                    PGM199
036100         WHEN '35'                                                PGM199
036200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM199
036300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM199
036400         WHEN '37'                                                PGM199
036500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM199
036600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM199
036700         WHEN '39'                                                PGM199
036800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM199
036900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM199
037000         WHEN '41'                                                PGM199
037100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM199
037200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM199
037300         WHEN '42'                                                PGM199
037400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM199
037500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM199
037600         WHEN '46'                                                PGM199
037700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM199
037800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM199
037900         WHEN OTHER                                               PGM199
038000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM199
038100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM199
038200     END-EVALUATE.                                                PGM199
038300*                                                                 PGM199
038400 9900-ABNORMAL-END.                                               PGM199
038500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM199
038600     DISPLAY 'PGM199 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM199
038700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM199
038800     MOVE 16 TO RETURN-CODE                                       PGM199
038900     GOBACK.                                                      PGM199
039000                                                                  PGM199
