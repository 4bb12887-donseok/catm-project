000100 IDENTIFICATION DIVISION.                                         PGM174
000200 PROGRAM-ID.    PGM174.                                           PGM174
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM174
000400*                                                                 PGM174
000500* =========================================================       PGM174
000600* 프로그램명: 원자재 할증 매출 고객별 월간 보고                                      PGM174
000700* 처리내용  : 해당 월 고객 송장(일별 송장 파일 월 연결분)                              PGM174
000800*            중 원자재 할증 송장(CI-SURCHARGE-LINE)만 골라                   PGM174
000900*            고객별로 건수/대상 수량/공급가액/부가세를 모아                           PGM174
001000*            찍는다. 크레딧 처리된 할증 송장은 따로 센다.                           PGM174
001100*            보고 월은 파라미터가 있으면 그 월, 없으면                             PGM174
001200*            시스템 일자의 월이다.                                         PGM174
001300* =========================================================       PGM174
001400*                                                                 PGM174
001500 ENVIRONMENT DIVISION.                                            PGM174
001600 CONFIGURATION SECTION.                                           PGM174
001700 INPUT-OUTPUT SECTION.                                            PGM174
001800 FILE-CONTROL.                                                    PGM174
001900     SELECT OPTIONAL SURCH-PARM-FILE                              PGM174
002000         ASSIGN TO MSRPARM                                        PGM174
002100         ORGANIZATION IS SEQUENTIAL                               PGM174
002200         FILE STATUS IS WS-FILE-STATUS.                           PGM174
002300     SELECT OPTIONAL INVOICE-FILE                                 PGM174
002400         ASSIGN TO CUSTINV                                        PGM174
002500         ORGANIZATION IS SEQUENTIAL                               PGM174
002600         FILE STATUS IS WS-FILE-STATUS2.                          PGM174
002700     SELECT CUSTOMER-MASTER-FILE                                  PGM174
002800         ASSIGN TO CUSTMAST                                       PGM174
002900         ORGANIZATION IS INDEXED                                  PGM174
003000         ACCESS MODE IS RANDOM                                    PGM174
003100         RECORD KEY IS CU-CUSTOMER-CD                             PGM174
003200         FILE STATUS IS WS-FILE-STATUS3.                          PGM174
003300     SELECT SORT-WORK-FILE                                        PGM174
003400         ASSIGN TO SORTWK01.                                      PGM174
003500     SELECT SORTED-SURCH-FILE                                     PGM174
003600         ASSIGN TO MSRSORT                                        PGM174
003700         ORGANIZATION IS SEQUENTIAL                               PGM174
003800         FILE STATUS IS WS-FILE-STATUS4.                          PGM174
003900     SELECT SURCH-REPORT-FILE                                     PGM174
004000         ASSIGN TO MSRRPT                                         PGM174
004100         ORGANIZATION IS SEQUENTIAL                               PGM174
004200         FILE STATUS IS WS-FILE-STATUS5.                          PGM174
004300*                                                                 PGM174
004400 DATA DIVISION.                                                   PGM174
004500 FILE SECTION.                                                    PGM174
004600 FD  SURCH-PARM-FILE.                                             PGM174
004700 01  SURCH-PARM-REC.                                              PGM174
004800     05 MP-REPORT-YYYYMM     PIC 9(06).                           PGM174
004900     05 FILLER               PIC X(74).                           PGM174
005000 FD  INVOICE-FILE.                                                PGM174
005100 01  INVOICE-REC.                                                 PGM174
005200     COPY CPYCINV.                                                PGM174
005300 FD  CUSTOMER-MASTER-FILE.                                        PGM174
005400 01  CUSTOMER-MASTER-REC.                                         PGM174
005500     COPY CPYCUST.                                                PGM174
005600 SD  SORT-WORK-FILE.                                              PGM174
005700 01  SORT-WORK-REC.                                               PGM174
005800     05 MW-CUSTOMER-CD       PIC X(10).                           PGM174
005900     05 MW-INVOICE-NO        PIC 9(10).                           PGM174
006000     05 MW-QTY               PIC S9(09) COMP-3.                   PGM174
006100     05 MW-SUPPLY-AMT        PIC S9(11)V99 COMP-3.                PGM174
006200     05 MW-VAT-AMT           PIC S9(11)V99 COMP-3.                PGM174
006300 FD  SORTED-SURCH-FILE.                                           PGM174
006400 01  SORTED-SURCH-REC.                                            PGM174
006500     05 MT-CUSTOMER-CD       PIC X(10).                           PGM174
006600     05 MT-INVOICE-NO        PIC 9(10).                           PGM174
006700     05 MT-QTY               PIC S9(09) COMP-3.                   PGM174
006800     05 MT-SUPPLY-AMT        PIC S9(11)V99 COMP-3.                PGM174
006900     05 MT-VAT-AMT           PIC S9(11)V99 COMP-3.                PGM174
007000 FD  SURCH-REPORT-FILE.                                           PGM174
007100 01  SURCH-REPORT-REC        PIC X(132).                          PGM174
007200*                                                                 PGM174
007300 WORKING-STORAGE SECTION.                                         PGM174
007400 01  WS-FILE-STATUS         PIC XX.                               PGM174
007500 01  WS-FILE-STATUS2        PIC XX.                               PGM174
007600 01  WS-FILE-STATUS3        PIC XX.                               PGM174
007700 01  WS-FILE-STATUS4        PIC XX.                               PGM174
007800 01  WS-FILE-STATUS5        PIC XX.                               PGM174
007900 01  WS-ABEND-STATUS        PIC XX.                               PGM174
008000 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM174
008100     88 WS-EOF              VALUE 'Y'.                            PGM174
008200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM174
008300 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM174
008400* 고객 소계                                                           PGM174
008500 01  WS-CUR-CUSTOMER        PIC X(10) VALUE SPACES.               PGM174
008600 01  WS-CUST-INV-CNT        PIC 9(07) VALUE ZEROS.                PGM174
008700 01  WS-CUST-QTY            PIC S9(11) VALUE ZEROS.               PGM174
008800 01  WS-CUST-SUPPLY         PIC S9(13)V99 VALUE ZEROS.            PGM174
008900 01  WS-CUST-VAT            PIC S9(13)V99 VALUE ZEROS.            PGM174
009000* 총계                                                              PGM174
009100 01  WS-TOT-QTY             PIC S9(13) VALUE ZEROS.               PGM174
009200 01  WS-TOT-SUPPLY          PIC S9(13)V99 VALUE ZEROS.            PGM174
009300 01  WS-TOT-VAT             PIC S9(13)V99 VALUE ZEROS.            PGM174
009400* 처리 건수                                                           PGM174
009500 01  WS-INV-COUNT           PIC 9(07) VALUE ZEROS.                PGM174
009600 01  WS-SELECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM174
009700 01  WS-CREDITED-COUNT      PIC 9(07) VALUE ZEROS.                PGM174
009800 01  WS-CUSTOMER-COUNT      PIC 9(07) VALUE ZEROS.                PGM174
009900 01  WS-NO-CUST-COUNT       PIC 9(07) VALUE ZEROS.                PGM174
010000*                                                                 PGM174
010100 01  WS-RPT-HEADER.                                               PGM174
010200     05 FILLER               PIC X(40) VALUE                      PGM174
010300             'PGM174 METAL SURCHARGE REVENUE BY CUST  '.          PGM174
010400     05 FILLER               PIC X(06) VALUE 'MONTH '.            PGM174
010500     05 RH-REPORT-YYYYMM     PIC 9(06).                           PGM174
010600     05 FILLER               PIC X(80) VALUE SPACES.              PGM174
010700 01  WS-RPT-COLUMNS.                                              PGM174
010800     05 FILLER               PIC X(48) VALUE                      PGM174
010900             'CUSTOMER   NAME                                 '.  PGM174
011000     05 FILLER               PIC X(48) VALUE                      PGM174
011100             'INVOICES    SURCH QTY      SUPPLY AMOUNT        '.  PGM174
011200     05 FILLER               PIC X(36) VALUE                      PGM174
011300             '   VAT                              '.              PGM174
011400 01  WS-RPT-DETAIL.                                               PGM174
011500     05 RD-CUSTOMER-CD       PIC X(10).                           PGM174
011600     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
011700     05 RD-CUSTOMER-NAME     PIC X(36).                           PGM174
011800     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
011900     05 RD-INV-CNT           PIC ZZZZZZ9.                         PGM174
012000     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
012100     05 RD-QTY               PIC ZZZZZZZZZZ9-.                    PGM174
012200     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
012300     05 RD-SUPPLY-AMT        PIC ZZZZZZZZZZZZ9.99-.               PGM174
012400     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
012500     05 RD-VAT-AMT           PIC ZZZZZZZZZZZZ9.99-.               PGM174
012600     05 FILLER               PIC X(28) VALUE SPACES.              PGM174
012700 01  WS-RPT-TOTAL.                                                PGM174
012800     05 FILLER               PIC X(48) VALUE                      PGM174
012900             'GRAND TOTAL                                     '.  PGM174
013000     05 RT-INV-CNT           PIC ZZZZZZ9.                         PGM174
013100     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
013200     05 RT-QTY               PIC ZZZZZZZZZZ9-.                    PGM174
013300     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
013400     05 RT-SUPPLY-AMT        PIC ZZZZZZZZZZZZ9.99-.               PGM174
013500     05 FILLER               PIC X(01) VALUE SPACE.               PGM174
013600     05 RT-VAT-AMT           PIC ZZZZZZZZZZZZ9.99-.               PGM174
013700     05 FILLER               PIC X(28) VALUE SPACES.              PGM174
013800 01  WS-RPT-CNT-LINE.                                             PGM174
013900     05 RN-LABEL             PIC X(40).                           PGM174
014000     05 RN-COUNT             PIC ZZZZZZ9.                         PGM174
014100     05 FILLER               PIC X(85) VALUE SPACES.              PGM174
014200*                                                                 PGM174
014300 PROCEDURE DIVISION.                                              PGM174
014400*                                                                 PGM174
014500 0000-MAIN-PROCESS.                                               PGM174
014600     PERFORM 1000-INITIALIZE                                      PGM174
014700     PERFORM 2000-SORT-SURCHARGE-LINES                            PGM174
014800     PERFORM 3000-PRINT-SURCHARGE-REPORT                          PGM174
014900     PERFORM 5000-PRINT-COUNTS                                    PGM174
015000     PERFORM 9000-FINALIZE                                        PGM174
015100     GOBACK.                                                      PGM174
015200*                                                                 PGM174
015300* 보고 월: 파라미터가 있으면 그 월, 없으면 시스템 일자의 월.                             PGM174
015400 1000-INITIALIZE.                                                 PGM174
015500     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM174
015600     MOVE WS-TODAY (1:6) TO WS-REPORT-YYYYMM                      PGM174
015700     OPEN INPUT SURCH-PARM-FILE                                   PGM174
015800     IF WS-FILE-STATUS = '00'                                     PGM174
015900         READ SURCH-PARM-FILE                                     PGM174
016000             NOT AT END                                           PGM174
016100                 IF MP-REPORT-YYYYMM IS NUMERIC                   PGM174
016200                     AND MP-REPORT-YYYYMM > 0                     PGM174
016300                     MOVE MP-REPORT-YYYYMM TO WS-REPORT-YYYYMM    PGM174
016400                 END-IF                                           PGM174
016500         END-READ                                                 PGM174
016600         CLOSE SURCH-PARM-FILE                                    PGM174
016700     END-IF                                                       PGM174
016800     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM174
016900     IF WS-FILE-STATUS3 NOT = '00'                                PGM174
017000         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS3   PGM174
017100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM174
017200         PERFORM 9900-ABNORMAL-END                                PGM174
017300     END-IF                                                       PGM174
017400     OPEN OUTPUT SURCH-REPORT-FILE                                PGM174
017500     IF WS-FILE-STATUS5 NOT = '00'                                PGM174
017600         DISPLAY 'SURCHARGE REPORT OPEN ERROR: ' WS-FILE-STATUS5  PGM174
017700         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM174
017800         PERFORM 9900-ABNORMAL-END                                PGM174
017900     END-IF                                                       PGM174
018000     MOVE WS-REPORT-YYYYMM TO RH-REPORT-YYYYMM                    PGM174
018100     WRITE SURCH-REPORT-REC FROM WS-RPT-HEADER                    PGM174
018200     WRITE SURCH-REPORT-REC FROM WS-RPT-COLUMNS.                  PGM174
018300*                                                                 PGM174
018400 2000-SORT-SURCHARGE-LINES.                                       PGM174
018500     SORT SORT-WORK-FILE                                          PGM174
018600         ON ASCENDING KEY MW-CUSTOMER-CD                          PGM174
018700                          MW-INVOICE-NO                           PGM174
018800         INPUT PROCEDURE 2100-SELECT-SURCHARGE-LINES              PGM174
018900         GIVING SORTED-SURCH-FILE.                                PGM174
019000*                                                                 PGM174
019100 2100-SELECT-SURCHARGE-LINES.                                     PGM174
019200     OPEN INPUT INVOICE-FILE                                      PGM174
019300     IF WS-FILE-STATUS2 = '00'                                    PGM174
019400         PERFORM 2150-READ-INVOICE                                PGM174
019500             UNTIL WS-EOF                                         PGM174
019600         CLOSE INVOICE-FILE                                       PGM174
019700         MOVE 'N' TO WS-EOF-FLAG                                  PGM174
019800     ELSE                                                         PGM174
019900         IF WS-FILE-STATUS2 NOT = '05'                            PGM174
020000             DISPLAY 'INVOICE FILE OPEN ERROR: ' WS-FILE-STATUS2  PGM174
020100         END-IF                                                   PGM174
020200     END-IF.                                                      PGM174
020300*                                                                 PGM174
020400* 크레딧 처리된 할증 송장은 매출에서 빼고 건수만 센다.                                  PGM174
020500 2150-READ-INVOICE.                                               PGM174
020600     READ INVOICE-FILE                                            PGM174
020700         AT END                                                   PGM174
020800             SET WS-EOF TO TRUE                                   PGM174
020900         NOT AT END                                               PGM174
021000             ADD 1 TO WS-INV-COUNT                                PGM174
021100             IF CI-INVOICE-DATE (1:6) = WS-REPORT-YYYYMM          PGM174
021200                 AND CI-SURCHARGE-LINE                            PGM174
021300                 IF CI-CREDITED                                   PGM174
021400                     ADD 1 TO WS-CREDITED-COUNT                   PGM174
021500                 ELSE                                             PGM174
021600                     PERFORM 2200-RELEASE-SURCHARGE               PGM174
021700                 END-IF                                           PGM174
021800             END-IF                                               PGM174
021900     END-READ.                                                    PGM174
022000*                                                                 PGM174
022100 2200-RELEASE-SURCHARGE.                                          PGM174
022200     ADD 1 TO WS-SELECT-COUNT                                     PGM174
022300     INITIALIZE SORT-WORK-REC                                     PGM174
022400     MOVE CI-CUSTOMER-CD TO MW-CUSTOMER-CD                        PGM174
022500     MOVE CI-INVOICE-NO  TO MW-INVOICE-NO                         PGM174
022600     MOVE CI-INV-QTY     TO MW-QTY                                PGM174
022700     COMPUTE MW-SUPPLY-AMT = CI-INV-AMT - CI-VAT-AMT              PGM174
022800     MOVE CI-VAT-AMT     TO MW-VAT-AMT                            PGM174
022900     RELEASE SORT-WORK-REC.                                       PGM174
023000*                                                                 PGM174
023100 3000-PRINT-SURCHARGE-REPORT.                                     PGM174
023200     OPEN INPUT SORTED-SURCH-FILE                                 PGM174
023300     IF WS-FILE-STATUS4 NOT = '00'                                PGM174
023400         DISPLAY 'SORTED SURCHARGE OPEN ERROR: ' WS-FILE-STATUS4  PGM174
023500         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM174
023600         PERFORM 9900-ABNORMAL-END                                PGM174
023700     END-IF                                                       PGM174
023800     PERFORM 3100-READ-SORTED                                     PGM174
023900     PERFORM 3200-PROCESS-SORTED                                  PGM174
024000         UNTIL WS-EOF                                             PGM174
024100     IF WS-CUR-CUSTOMER NOT = SPACES                              PGM174
024200         PERFORM 3300-PRINT-CUSTOMER                              PGM174
024300     END-IF                                                       PGM174
024400     CLOSE SORTED-SURCH-FILE                                      PGM174
024500     MOVE SPACES TO SURCH-REPORT-REC                              PGM174
024600     WRITE SURCH-REPORT-REC                                       PGM174
024700     MOVE WS-SELECT-COUNT TO RT-INV-CNT                           PGM174
024800     MOVE WS-TOT-QTY      TO RT-QTY                               PGM174
024900     MOVE WS-TOT-SUPPLY   TO RT-SUPPLY-AMT                        PGM174
025000     MOVE WS-TOT-VAT      TO RT-VAT-AMT                           PGM174
025100     WRITE SURCH-REPORT-REC FROM WS-RPT-TOTAL.                    PGM174
025200*                                                                 PGM174
025300 3100-READ-SORTED.                                                PGM174
025400     READ SORTED-SURCH-FILE                                       PGM174
025500         AT END                                                   PGM174
025600             SET WS-EOF TO TRUE                                   PGM174
025700     END-READ.                                                    PGM174
025800*                                                                 PGM174
025900 3200-PROCESS-SORTED.                                             PGM174
026000     IF MT-CUSTOMER-CD NOT = WS-CUR-CUSTOMER                      PGM174
026100         IF WS-CUR-CUSTOMER NOT = SPACES                          PGM174
026200             PERFORM 3300-PRINT-CUSTOMER                          PGM174
026300         END-IF                                                   PGM174
026400         MOVE MT-CUSTOMER-CD TO WS-CUR-CUSTOMER                   PGM174
026500         MOVE ZEROS TO WS-CUST-INV-CNT WS-CUST-QTY                PGM174
026600                       WS-CUST-SUPPLY WS-CUST-VAT                 PGM174
026700     END-IF                                                       PGM174
026800     ADD 1             TO WS-CUST-INV-CNT                         PGM174
026900     ADD MT-QTY        TO WS-CUST-QTY                             PGM174
027000     ADD MT-SUPPLY-AMT TO WS-CUST-SUPPLY                          PGM174
027100     ADD MT-VAT-AMT    TO WS-CUST-VAT                             PGM174
027200     ADD MT-QTY        TO WS-TOT-QTY                              PGM174
027300     ADD MT-SUPPLY-AMT TO WS-TOT-SUPPLY                           PGM174
027400     ADD MT-VAT-AMT    TO WS-TOT-VAT                              PGM174
027500     PERFORM 3100-READ-SORTED.                                    PGM174
027600*                                                                 PGM174
027700 3300-PRINT-CUSTOMER.                                             PGM174
027800     ADD 1 TO WS-CUSTOMER-COUNT                                   PGM174
027900     MOVE WS-CUR-CUSTOMER TO RD-CUSTOMER-CD                       PGM174
028000     MOVE WS-CUR-CUSTOMER TO CU-CUSTOMER-CD                       PGM174
028100     READ CUSTOMER-MASTER-FILE                                    PGM174
028200         INVALID KEY                                              PGM174
028300             ADD 1 TO WS-NO-CUST-COUNT                            PGM174
028400             MOVE '*** CUSTOMER NOT ON MASTER ***'                PGM174
028500                 TO RD-CUSTOMER-NAME                              PGM174
028600         NOT INVALID KEY                                          PGM174
028700             MOVE CU-LEGAL-NAME TO RD-CUSTOMER-NAME               PGM174
028800     END-READ                                                     PGM174
028900     MOVE WS-CUST-INV-CNT TO RD-INV-CNT                           PGM174
029000     MOVE WS-CUST-QTY     TO RD-QTY                               PGM174
029100     MOVE WS-CUST-SUPPLY  TO RD-SUPPLY-AMT                        PGM174
029200     MOVE WS-CUST-VAT     TO RD-VAT-AMT                           PGM174
029300     WRITE SURCH-REPORT-REC FROM WS-RPT-DETAIL.                   PGM174
029400*                                                                 PGM174
029500 5000-PRINT-COUNTS.                                               PGM174
029600     MOVE SPACES TO SURCH-REPORT-REC                              PGM174
029700     WRITE SURCH-REPORT-REC                                       PGM174
029800     MOVE 'INVOICE RECORDS READ' TO RN-LABEL                      PGM174
029900     MOVE WS-INV-COUNT TO RN-COUNT                                PGM174
030000     WRITE SURCH-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM174
030100     MOVE 'SURCHARGE INVOICES REPORTED' TO RN-LABEL               PGM174
030200     MOVE WS-SELECT-COUNT TO RN-COUNT                             PGM174
030300     WRITE SURCH-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM174
030400     MOVE 'CREDITED SURCHARGE INVOICES EXCLUDED' TO RN-LABEL      PGM174
030500     MOVE WS-CREDITED-COUNT TO RN-COUNT                           PGM174
030600     WRITE SURCH-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM174
030700     MOVE 'CUSTOMERS WITH SURCHARGE REVENUE' TO RN-LABEL          PGM174
030800     MOVE WS-CUSTOMER-COUNT TO RN-COUNT                           PGM174
030900     WRITE SURCH-REPORT-REC FROM WS-RPT-CNT-LINE                  PGM174
031000     MOVE 'CUSTOMERS NOT ON CUSTOMER MASTER' TO RN-LABEL          PGM174
031100     MOVE WS-NO-CUST-COUNT TO RN-COUNT                            PGM174
031200     WRITE SURCH-REPORT-REC FROM WS-RPT-CNT-LINE.                 PGM174
031300*                                                                 PGM174
031400 9000-FINALIZE.                                                   PGM174
031500     CLOSE CUSTOMER-MASTER-FILE                                   PGM174
031600     CLOSE SURCH-REPORT-FILE                                      PGM174
031700     IF WS-NO-CUST-COUNT > 0                                      PGM174
031800         MOVE 4 TO RETURN-CODE                                    PGM174
031900     END-IF                                                       PGM174
032000     DISPLAY 'PGM174 COMPLETED: ' WS-SELECT-COUNT                 PGM174
032100             ' SURCHARGE INVOICES, ' WS-CUSTOMER-COUNT            PGM174
032200             ' CUSTOMERS'.                                        PGM174
032300*                                                                 PGM174
032400 9750-DIAGNOSE-FILE-STATUS.                                       PGM174
032500     EVALUATE WS-ABEND-STATUS                                     PGM174
032600         WHEN '10'                                                PGM174
032700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM174
032800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM174
032900         WHEN '23'                                                PGM174
033000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM174
033100             DISPLAY '  AND RETRY THE REQUEST'                    PGM174
033200         WHEN '35'                                                PGM174
033300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM174
033400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM174
033500         WHEN '37'                                                PGM174
033600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM174
033700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM174
033800         WHEN '39'                                                PGM174
033900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM174
034000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM174
034100         WHEN '41'                                                PGM174
034200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM174
034300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM174
034400         WHEN '42'                                                PGM174
034500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM174
034600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM174
034700         WHEN '46'                                                PGM174
034800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM174
034900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM174
035000         WHEN OTHER                                               PGM174
035100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM174
035200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM174
035300     END-EVALUATE.                                                PGM174
035400*                                                                 PGM174
035500 9900-ABNORMAL-END.                                               PGM174
035600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM174
035700     DISPLAY 'PGM174 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM174
035800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM174
035900     MOVE 16 TO RETURN-CODE                                       PGM174
036000     GOBACK.                                                      PGM174
036100                                                                  PGM174
