000100 IDENTIFICATION DIVISION.                                         PGM144
000200 PROGRAM-ID.    PGM144.                                           PGM144
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM144
000400*                                                                 PGM144
000500* =========================================================       PGM144
000600* 프로그램명: 분기 부가가치세 신고 검토서                                          PGM144
000700* 처리내용  : 파라미터 연도/분기에 속하는 VAT 장부(CPYVATR)                         PGM144
000800*            항목을 모아 매출세액과 매입세액을 대조하고                              PGM144
000900*            납부(환급)할 세액을 산출한다. 매입세액은                              PGM144
001000*            전자세금계산서 수신 대사(PGM143)가 일치(M)로                        PGM144
001100*            확인한 항목만 공제 대상으로 보고, 나머지는                             PGM144
001200*            불공제(보류)로 따로 합산한다. 전자세금계산서                            PGM144
001300*            상대분이 없는 항목(매출 미송신, 매입 미수신,                           PGM144
001400*            금액 불일치)은 명세로 출력하고 RC 4로 끝낸다.                         PGM144
001500*            귀속일자는 매출은 송장일, 매입은 수신 세금                             PGM144
001600*            계산서 작성일(미수신이면 입고일)이다.                                PGM144
001700* =========================================================       PGM144
001800*                                                                 PGM144
001900 ENVIRONMENT DIVISION.                                            PGM144
002000 CONFIGURATION SECTION.                                           PGM144
002100 INPUT-OUTPUT SECTION.                                            PGM144
002200 FILE-CONTROL.                                                    PGM144
002300     SELECT VAT-PARM-FILE                                         PGM144
002400         ASSIGN TO VATQPARM                                       PGM144
002500         ORGANIZATION IS SEQUENTIAL                               PGM144
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM144
002700     SELECT VAT-REGISTER-FILE                                     PGM144
002800         ASSIGN TO VATREG                                         PGM144
002900         ORGANIZATION IS INDEXED                                  PGM144
003000         ACCESS MODE IS SEQUENTIAL                                PGM144
003100         RECORD KEY IS VR-KEY                                     PGM144
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM144
003300     SELECT VAT-RETURN-REPORT                                     PGM144
003400         ASSIGN TO VATQRPT                                        PGM144
003500         ORGANIZATION IS SEQUENTIAL                               PGM144
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM144
003700*                                                                 PGM144
003800 DATA DIVISION.                                                   PGM144
003900 FILE SECTION.                                                    PGM144
004000 FD  VAT-PARM-FILE.                                               PGM144
004100 01  VAT-PARM-REC.                                                PGM144
004200     05 VQ-TAX-YEAR          PIC 9(04).                           PGM144
004300     05 VQ-QUARTER           PIC 9(01).                           PGM144
004400     05 FILLER               PIC X(15).                           PGM144
004500 FD  VAT-REGISTER-FILE.                                           PGM144
004600 01  VAT-REGISTER-REC.                                            PGM144
004700     COPY CPYVATR.                                                PGM144
004800 FD  VAT-RETURN-REPORT.                                           PGM144
004900 01  VAT-RETURN-REC          PIC X(132).                          PGM144
005000*                                                                 PGM144
005100 WORKING-STORAGE SECTION.                                         PGM144
005200 01  WS-FILE-STATUS         PIC XX.                               PGM144
005300 01  WS-FILE-STATUS2        PIC XX.                               PGM144
005400 01  WS-FILE-STATUS3        PIC XX.                               PGM144
005500 01  WS-ABEND-STATUS        PIC XX.                               PGM144
005600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM144
005700     88 WS-EOF              VALUE 'Y'.                            PGM144
005800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM144
005900 01  WS-PERIOD-FROM         PIC 9(08) VALUE ZEROS.                PGM144
006000 01  WS-PERIOD-TO           PIC 9(08) VALUE ZEROS.                PGM144
006100 01  WS-FROM-MM             PIC 9(02) VALUE ZEROS.                PGM144
006200 01  WS-TAX-DATE            PIC 9(08) VALUE ZEROS.                PGM144
006300 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM144
006400 01  WS-MISSING-COUNT       PIC 9(07) VALUE ZEROS.                PGM144
006500 01  WS-NOTE                PIC X(30) VALUE SPACES.               PGM144
006600*                                                                 PGM144
006700* 신고 집계: 매출(과세/영세), 매입(공제/불공제)                                    PGM144
006800 01  WS-OUT-TAX-CNT         PIC 9(07) VALUE ZEROS.                PGM144
006900 01  WS-OUT-TAX-SUPPLY      PIC S9(13)V99 VALUE ZEROS.            PGM144
007000 01  WS-OUT-TAX-VAT         PIC S9(13)V99 VALUE ZEROS.            PGM144
007100 01  WS-OUT-ZERO-CNT        PIC 9(07) VALUE ZEROS.                PGM144
007200 01  WS-OUT-ZERO-SUPPLY     PIC S9(13)V99 VALUE ZEROS.            PGM144
007300 01  WS-IN-DED-CNT          PIC 9(07) VALUE ZEROS.                PGM144
007400 01  WS-IN-DED-SUPPLY       PIC S9(13)V99 VALUE ZEROS.            PGM144
007500 01  WS-IN-DED-VAT          PIC S9(13)V99 VALUE ZEROS.            PGM144
007600 01  WS-IN-HOLD-CNT         PIC 9(07) VALUE ZEROS.                PGM144
007700 01  WS-IN-HOLD-SUPPLY      PIC S9(13)V99 VALUE ZEROS.            PGM144
007800 01  WS-IN-HOLD-VAT         PIC S9(13)V99 VALUE ZEROS.            PGM144
007900 01  WS-NET-PAYABLE         PIC S9(13)V99 VALUE ZEROS.            PGM144
008000*                                                                 PGM144
008100 01  WS-RPT-HEADER.                                               PGM144
008200     05 FILLER               PIC X(36) VALUE                      PGM144
008300             'PGM144 VAT RETURN WORKSHEET - YEAR '.               PGM144
008400     05 RH-TAX-YEAR          PIC 9(04).                           PGM144
008500     05 FILLER               PIC X(09) VALUE ' QUARTER '.         PGM144
008600     05 RH-QUARTER           PIC 9(01).                           PGM144
008700     05 FILLER               PIC X(08) VALUE ' PERIOD '.          PGM144
008800     05 RH-PERIOD-FROM       PIC 9(08).                           PGM144
008900     05 FILLER               PIC X(01) VALUE '-'.                 PGM144
009000     05 RH-PERIOD-TO         PIC 9(08).                           PGM144
009100     05 FILLER               PIC X(05) VALUE ' RUN '.             PGM144
009200     05 RH-RUN-DATE          PIC 9(08).                           PGM144
009300     05 FILLER               PIC X(44) VALUE SPACES.              PGM144
009400 01  WS-RPT-SECTION.                                              PGM144
009500     05 FILLER               PIC X(50) VALUE                      PGM144
009600         'INVOICES WITHOUT E-TAX COUNTERPART'.                    PGM144
009700     05 FILLER               PIC X(82) VALUE SPACES.              PGM144
009800 01  WS-RPT-COLUMNS.                                              PGM144
009900     05 FILLER               PIC X(40) VALUE                      PGM144
010000         'D PARTNER    DOCUMENT NO  TAX DATE      '.              PGM144
010100     05 FILLER               PIC X(40) VALUE                      PGM144
010200         '    SUPPLY AMT         VAT AMT  NOTE    '.              PGM144
010300     05 FILLER               PIC X(52) VALUE SPACES.              PGM144
010400 01  WS-RPT-DETAIL.                                               PGM144
010500     05 RD-DIRECTION         PIC X(01).                           PGM144
010600     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
010700     05 RD-PARTNER           PIC X(10).                           PGM144
010800     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
010900     05 RD-DOC-NO            PIC X(12).                           PGM144
011000     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
011100     05 RD-TAX-DATE          PIC 9(08).                           PGM144
011200     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
011300     05 RD-SUPPLY            PIC ZZZZZZZZZZZZ9.99-.               PGM144
011400     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
011500     05 RD-VAT               PIC ZZZZZZZZZZZZ9.99-.               PGM144
011600     05 FILLER               PIC X(02) VALUE SPACES.              PGM144
011700     05 RD-NOTE              PIC X(30).                           PGM144
011800     05 FILLER               PIC X(30) VALUE SPACES.              PGM144
011900 01  WS-RPT-SUMMARY.                                              PGM144
012000     05 RS-LABEL             PIC X(34).                           PGM144
012100     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
012200     05 RS-COUNT             PIC ZZZZZZ9.                         PGM144
012300     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
012400     05 RS-SUPPLY            PIC ZZZZZZZZZZZZ9.99-.               PGM144
012500     05 FILLER               PIC X(01) VALUE SPACE.               PGM144
012600     05 RS-VAT               PIC ZZZZZZZZZZZZ9.99-.               PGM144
012700     05 FILLER               PIC X(54) VALUE SPACES.              PGM144
012800*                                                                 PGM144
012900 PROCEDURE DIVISION.                                              PGM144
013000*                                                                 PGM144
013100 0000-MAIN-PROCESS.                                               PGM144
013200     PERFORM 1000-INITIALIZE                                      PGM144
013300     PERFORM 2000-ACCUMULATE-ENTRY                                PGM144
013400         UNTIL WS-EOF                                             PGM144
013500     PERFORM 3000-PRINT-SUMMARY                                   PGM144
013600     PERFORM 9000-FINALIZE                                        PGM144
013700     GOBACK.                                                      PGM144
013800*                                                                 PGM144
013900 1000-INITIALIZE.                                                 PGM144
014000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM144
014100     PERFORM 1050-LOAD-PARAMETERS                                 PGM144
014200     OPEN INPUT VAT-REGISTER-FILE                                 PGM144
014300     IF WS-FILE-STATUS2 NOT = '00'                                PGM144
014400         DISPLAY 'VAT REGISTER OPEN ERROR: ' WS-FILE-STATUS2      PGM144
014500         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM144
014600         PERFORM 9900-ABNORMAL-END                                PGM144
014700     END-IF                                                       PGM144
014800     OPEN OUTPUT VAT-RETURN-REPORT                                PGM144
014900     IF WS-FILE-STATUS3 NOT = '00'                                PGM144
015000         DISPLAY 'VAT RETURN REPORT OPEN ERROR: ' WS-FILE-STATUS3 PGM144
015100         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM144
015200         PERFORM 9900-ABNORMAL-END                                PGM144
015300     END-IF                                                       PGM144
015400     MOVE VQ-TAX-YEAR    TO RH-TAX-YEAR                           PGM144
015500     MOVE VQ-QUARTER     TO RH-QUARTER                            PGM144
015600     MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM                        PGM144
015700     MOVE WS-PERIOD-TO   TO RH-PERIOD-TO                          PGM144
015800     MOVE WS-RUN-DATE    TO RH-RUN-DATE                           PGM144
015900     WRITE VAT-RETURN-REC FROM WS-RPT-HEADER                      PGM144
016000     WRITE VAT-RETURN-REC FROM WS-RPT-SECTION                     PGM144
016100     WRITE VAT-RETURN-REC FROM WS-RPT-COLUMNS                     PGM144
016200     PERFORM 1100-READ-VAT-REGISTER.                              PGM144
016300*                                                                 PGM144
016400* 분기 -> 귀속기간(시작월 1일 ~ 종료월 말일, 말일은 31로                             PGM144
016500* 비교해도 무방하다).                                                     PGM144
016600 1050-LOAD-PARAMETERS.                                            PGM144
016700     OPEN INPUT VAT-PARM-FILE                                     PGM144
016800     IF WS-FILE-STATUS NOT = '00'                                 PGM144
016900         DISPLAY 'VAT PARM OPEN ERROR: ' WS-FILE-STATUS           PGM144
017000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM144
017100         PERFORM 9900-ABNORMAL-END                                PGM144
017200     END-IF                                                       PGM144
017300     READ VAT-PARM-FILE                                           PGM144
017400         AT END                                                   PGM144
017500             DISPLAY 'VAT RETURN PARAMETER MISSING'               PGM144
017600             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM144
017700             PERFORM 9900-ABNORMAL-END                            PGM144
017800     END-READ                                                     PGM144
017900     IF VQ-TAX-YEAR NOT NUMERIC                                   PGM144
018000         OR VQ-QUARTER NOT NUMERIC                                PGM144
018100         OR VQ-QUARTER < 1 OR VQ-QUARTER > 4                      PGM144
018200         DISPLAY 'VAT RETURN PARAMETER INVALID: ' VAT-PARM-REC    PGM144
018300         MOVE 'PM' TO WS-ABEND-STATUS                             PGM144
018400         PERFORM 9900-ABNORMAL-END                                PGM144
018500     END-IF                                                       PGM144
018600     COMPUTE WS-FROM-MM = (VQ-QUARTER - 1) * 3 + 1                PGM144
018700     COMPUTE WS-PERIOD-FROM =                                     PGM144
018800         VQ-TAX-YEAR * 10000 + WS-FROM-MM * 100 + 1               PGM144
018900     COMPUTE WS-PERIOD-TO =                                       PGM144
019000         VQ-TAX-YEAR * 10000 + (WS-FROM-MM + 2) * 100 + 31        PGM144
019100     CLOSE VAT-PARM-FILE.                                         PGM144
019200*                                                                 PGM144
019300 1100-READ-VAT-REGISTER.                                          PGM144
019400     READ VAT-REGISTER-FILE NEXT RECORD                           PGM144
019500         AT END SET WS-EOF TO TRUE                                PGM144
019600     END-READ.                                                    PGM144
019700*                                                                 PGM144
019800 2000-ACCUMULATE-ENTRY.                                           PGM144
019900     ADD 1 TO WS-READ-COUNT                                       PGM144
020000     MOVE VR-DOC-DATE TO WS-TAX-DATE                              PGM144
020100     IF VR-PURCHASE                                               PGM144
020200         AND (VR-ETAX-MATCHED OR VR-ETAX-AMT-DIFF)                PGM144
020300         AND VR-ETAX-DATE NUMERIC                                 PGM144
020400         AND VR-ETAX-DATE > 0                                     PGM144
020500         MOVE VR-ETAX-DATE TO WS-TAX-DATE                         PGM144
020600     END-IF                                                       PGM144
020700     IF WS-TAX-DATE >= WS-PERIOD-FROM                             PGM144
020800         AND WS-TAX-DATE <= WS-PERIOD-TO                          PGM144
020900         IF VR-SALES                                              PGM144
021000             PERFORM 2100-ADD-OUTPUT-VAT                          PGM144
021100         ELSE                                                     PGM144
021200             PERFORM 2200-ADD-INPUT-VAT                           PGM144
021300         END-IF                                                   PGM144
021400     END-IF                                                       PGM144
021500     PERFORM 1100-READ-VAT-REGISTER.                              PGM144
021600*                                                                 PGM144
021700 2100-ADD-OUTPUT-VAT.                                             PGM144
021800     IF VR-ZERO-RATED                                             PGM144
021900         ADD 1             TO WS-OUT-ZERO-CNT                     PGM144
022000         ADD VR-SUPPLY-AMT TO WS-OUT-ZERO-SUPPLY                  PGM144
022100     ELSE                                                         PGM144
022200         ADD 1             TO WS-OUT-TAX-CNT                      PGM144
022300         ADD VR-SUPPLY-AMT TO WS-OUT-TAX-SUPPLY                   PGM144
022400         ADD VR-VAT-AMT    TO WS-OUT-TAX-VAT                      PGM144
022500     END-IF                                                       PGM144
022600     IF NOT VR-ETAX-SENT                                          PGM144
022700         MOVE 'SALES E-TAX NOT TRANSMITTED' TO WS-NOTE            PGM144
022800         PERFORM 2900-WRITE-MISSING-LINE                          PGM144
022900     END-IF.                                                      PGM144
023000*                                                                 PGM144
023100 2200-ADD-INPUT-VAT.                                              PGM144
023200     IF VR-ETAX-MATCHED                                           PGM144
023300         ADD 1             TO WS-IN-DED-CNT                       PGM144
023400         ADD VR-SUPPLY-AMT TO WS-IN-DED-SUPPLY                    PGM144
023500         ADD VR-VAT-AMT    TO WS-IN-DED-VAT                       PGM144
023600     ELSE                                                         PGM144
023700         ADD 1             TO WS-IN-HOLD-CNT                      PGM144
023800         ADD VR-SUPPLY-AMT TO WS-IN-HOLD-SUPPLY                   PGM144
023900         ADD VR-VAT-AMT    TO WS-IN-HOLD-VAT                      PGM144
024000         IF VR-ETAX-AMT-DIFF                                      PGM144
024100             MOVE 'E-TAX AMOUNT DIFFERS' TO WS-NOTE               PGM144
024200         ELSE                                                     PGM144
024300             MOVE 'PURCHASE E-TAX NOT RECEIVED' TO WS-NOTE        PGM144
024400         END-IF                                                   PGM144
024500         PERFORM 2900-WRITE-MISSING-LINE                          PGM144
024600     END-IF.                                                      PGM144
024700*                                                                 PGM144
024800 2900-WRITE-MISSING-LINE.                                         PGM144
024900     ADD 1 TO WS-MISSING-COUNT                                    PGM144
025000     MOVE SPACES        TO WS-RPT-DETAIL                          PGM144
025100     MOVE VR-DIRECTION  TO RD-DIRECTION                           PGM144
025200     MOVE VR-PARTNER-CD TO RD-PARTNER                             PGM144
025300     MOVE VR-DOC-NO     TO RD-DOC-NO                              PGM144
025400     MOVE WS-TAX-DATE   TO RD-TAX-DATE                            PGM144
025500     MOVE VR-SUPPLY-AMT TO RD-SUPPLY                              PGM144
025600     MOVE VR-VAT-AMT    TO RD-VAT                                 PGM144
025700     MOVE WS-NOTE       TO RD-NOTE                                PGM144
025800     WRITE VAT-RETURN-REC FROM WS-RPT-DETAIL.                     PGM144
025900*                                                                 PGM144
026000* 신고 요약: 매출세액 - 공제 매입세액 = 납부(음수면 환급)                              PGM144
026100 3000-PRINT-SUMMARY.                                              PGM144
026200     MOVE SPACES TO VAT-RETURN-REC                                PGM144
026300     WRITE VAT-RETURN-REC                                         PGM144
026400     MOVE 'OUTPUT VAT - TAXABLE SALES'   TO RS-LABEL              PGM144
026500     MOVE WS-OUT-TAX-CNT    TO RS-COUNT                           PGM144
026600     MOVE WS-OUT-TAX-SUPPLY TO RS-SUPPLY                          PGM144
026700     MOVE WS-OUT-TAX-VAT    TO RS-VAT                             PGM144
026800     WRITE VAT-RETURN-REC FROM WS-RPT-SUMMARY                     PGM144
026900     MOVE 'OUTPUT VAT - ZERO-RATED SALES' TO RS-LABEL             PGM144
027000     MOVE WS-OUT-ZERO-CNT    TO RS-COUNT                          PGM144
027100     MOVE WS-OUT-ZERO-SUPPLY TO RS-SUPPLY                         PGM144
027200     MOVE ZEROS              TO RS-VAT                            PGM144
027300     WRITE VAT-RETURN-REC FROM WS-RPT-SUMMARY                     PGM144
027400     MOVE 'INPUT VAT - DEDUCTIBLE (MATCHED)' TO RS-LABEL          PGM144
027500     MOVE WS-IN-DED-CNT     TO RS-COUNT                           PGM144
027600     MOVE WS-IN-DED-SUPPLY  TO RS-SUPPLY                          PGM144
027700     MOVE WS-IN-DED-VAT     TO RS-VAT                             PGM144
027800     WRITE VAT-RETURN-REC FROM WS-RPT-SUMMARY                     PGM144
027900     MOVE 'INPUT VAT - HELD (NO/DIFF E-TAX)' TO RS-LABEL          PGM144
028000     MOVE WS-IN-HOLD-CNT    TO RS-COUNT                           PGM144
028100     MOVE WS-IN-HOLD-SUPPLY TO RS-SUPPLY                          PGM144
028200     MOVE WS-IN-HOLD-VAT    TO RS-VAT                             PGM144
028300     WRITE VAT-RETURN-REC FROM WS-RPT-SUMMARY                     PGM144
028400     COMPUTE WS-NET-PAYABLE = WS-OUT-TAX-VAT - WS-IN-DED-VAT      PGM144
028500     MOVE 'NET VAT PAYABLE (REFUND IF -)' TO RS-LABEL             PGM144
028600     MOVE ZEROS             TO RS-COUNT                           PGM144
028700     MOVE ZEROS             TO RS-SUPPLY                          PGM144
028800     MOVE WS-NET-PAYABLE    TO RS-VAT                             PGM144
028900     WRITE VAT-RETURN-REC FROM WS-RPT-SUMMARY.                    PGM144
029000*                                                                 PGM144
029100 9000-FINALIZE.                                                   PGM144
029200     CLOSE VAT-REGISTER-FILE                                      PGM144
029300     CLOSE VAT-RETURN-REPORT                                      PGM144
029400     IF WS-MISSING-COUNT > 0                                      PGM144
029500         MOVE 4 TO RETURN-CODE                                    PGM144
029600     END-IF                                                       PGM144
029700     DISPLAY 'PGM144 COMPLETED: ' WS-READ-COUNT ' READ, '         PGM144
029800             WS-MISSING-COUNT ' WITHOUT E-TAX, NET VAT '          PGM144
029900             WS-NET-PAYABLE.                                      PGM144
030000*                                                                 PGM144
030100 9750-DIAGNOSE-FILE-STATUS.                                       PGM144
030200     EVALUATE WS-ABEND-STATUS                                     PGM144
030300         WHEN '10'                                                PGM144
030400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM144
030500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM144
030600         WHEN '23'                                                PGM144
030700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM144
030800             DISPLAY '  AND RETRY THE REQUEST'                    PGM144
030900         WHEN '35'                                                PGM144
031000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM144
031100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM144
031200         WHEN '37'                                                PGM144
031300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM144
031400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM144
031500         WHEN '39'                                                PGM144
031600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM144
031700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM144
031800         WHEN '41'                                                PGM144
031900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM144
032000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM144
032100         WHEN '42'                                                PGM144
032200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM144
032300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM144
032400         WHEN '46'                                                PGM144
032500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM144
032600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM144
032700         WHEN OTHER                                               PGM144
032800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM144
032900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM144
033000     END-EVALUATE.                                                PGM144
033100*                                                                 PGM144
033200 9900-ABNORMAL-END.                                               PGM144
033300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM144
033400     DISPLAY 'PGM144 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM144
033500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM144
033600     MOVE 16 TO RETURN-CODE                                       PGM144
033700     GOBACK.                                                      PGM144
033800                                                                  PGM144
