000100 IDENTIFICATION DIVISION.                                         PGM143
000200 PROGRAM-ID.    PGM143.                                           PGM143
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM143
000400*                                                                 PGM143
000500* =========================================================       PGM143
000600* 프로그램명: 전자세금계산서 송신 및 수신 대사                                       PGM143
000700* 처리내용  : (1) VAT 장부(CPYVATR)의 미송신 매출 항목을                         PGM143
000800*            국세청 전송용 전자세금계산서 파일로 내보내고                             PGM143
000900*            송신 상태로 표시한다.                                         PGM143
000900*            공급받는자 사업자번호는 고객 마스터에서 가져오며                           PGM143
000900*            번호가 없으면 송신을 보류하고 예외로 보고한다.                           PGM143
001000*            (2) ASP에서 내려받은 매입 전자세금계산서를                           PGM143
001100*            공급자 사업자번호로 공급사를 찾아 공급사                               PGM143
001200*            송장번호(IV-INVOICE-NO)로 매입 VAT 항목에                      PGM143
001300*            대사한다. 금액 일치는 M, 불일치는 D로 표시                           PGM143
001400*            하고 승인번호를 보관한다. 대사 불가 건은                              PGM143
001500*            예외로 보고하고 RC 4로 끝낸다.                                  PGM143
001600* =========================================================       PGM143
001700*                                                                 PGM143
001800 ENVIRONMENT DIVISION.                                            PGM143
001900 CONFIGURATION SECTION.                                           PGM143
002000 INPUT-OUTPUT SECTION.                                            PGM143
002100 FILE-CONTROL.                                                    PGM143
002200     SELECT ETAX-PARM-FILE                                        PGM143
002300         ASSIGN TO ETAXPARM                                       PGM143
002400         ORGANIZATION IS SEQUENTIAL                               PGM143
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM143
002600     SELECT VAT-REGISTER-FILE                                     PGM143
002700         ASSIGN TO VATREG                                         PGM143
002800         ORGANIZATION IS INDEXED                                  PGM143
002900         ACCESS MODE IS DYNAMIC                                   PGM143
003000         RECORD KEY IS VR-KEY                                     PGM143
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM143
003200     SELECT VENDOR-MASTER-FILE                                    PGM143
003300         ASSIGN TO VNDRMAST                                       PGM143
003400         ORGANIZATION IS INDEXED                                  PGM143
003500         ACCESS MODE IS SEQUENTIAL                                PGM143
003600         RECORD KEY IS VN-VENDOR-CD                               PGM143
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM143
003800     SELECT ETAX-OUT-FILE                                         PGM143
003900         ASSIGN TO ETAXOUT                                        PGM143
004000         ORGANIZATION IS SEQUENTIAL                               PGM143
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM143
004200     SELECT OPTIONAL ETAX-IN-FILE                                 PGM143
004300         ASSIGN TO ETAXIN                                         PGM143
004400         ORGANIZATION IS SEQUENTIAL                               PGM143
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM143
004600     SELECT ETAX-REPORT-FILE                                      PGM143
004700         ASSIGN TO ETAXRPT                                        PGM143
004800         ORGANIZATION IS SEQUENTIAL                               PGM143
004900         FILE STATUS IS WS-FILE-STATUS6.                          PGM143
005000     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM143
005100         ASSIGN TO AUDTRAIL                                       PGM143
005200         ORGANIZATION IS SEQUENTIAL                               PGM143
005300         FILE STATUS IS WS-FILE-STATUS7.                          PGM143
005300     SELECT CUSTOMER-MASTER-FILE                                  PGM143
005300         ASSIGN TO CUSTMAST                                       PGM143
005300         ORGANIZATION IS INDEXED                                  PGM143
005300         ACCESS MODE IS RANDOM                                    PGM143
005300         RECORD KEY IS CU-CUSTOMER-CD                             PGM143
005300         FILE STATUS IS WS-FILE-STATUS8.                          PGM143
005400*                                                                 PGM143
005500 DATA DIVISION.                                                   PGM143
005600 FILE SECTION.                                                    PGM143
005700 FD  ETAX-PARM-FILE.                                              PGM143
005800 01  ETAX-PARM-REC.                                               PGM143
005900     05 EP-OUR-REG-NO        PIC X(10).                           PGM143
006000     05 EP-VAT-TOL-AMT       PIC 9(03).                           PGM143
006100     05 FILLER               PIC X(17).                           PGM143
006200 FD  VAT-REGISTER-FILE.                                           PGM143
006300 01  VAT-REGISTER-REC.                                            PGM143
006400     COPY CPYVATR.                                                PGM143
006500 FD  VENDOR-MASTER-FILE.                                          PGM143
006600 01  VENDOR-MASTER-REC.                                           PGM143
006700     COPY CPYVNMS.                                                PGM143
006800 FD  ETAX-OUT-FILE.                                               PGM143
006900 01  ETAX-OUT-REC.                                                PGM143
007000     COPY CPYETAX.                                                PGM143
007100 FD  ETAX-IN-FILE.                                                PGM143
007200 01  ETAX-IN-REC.                                                 PGM143
007300     COPY CPYETAX.                                                PGM143
007400 FD  ETAX-REPORT-FILE.                                            PGM143
007500 01  ETAX-REPORT-REC         PIC X(132).                          PGM143
007600 FD  AUDIT-TRAIL-FILE.                                            PGM143
007700 01  AUDIT-TRAIL-REC.                                             PGM143
007800     COPY CPYAUDIT.                                               PGM143
007800 FD  CUSTOMER-MASTER-FILE.                                        PGM143
007800 01  CUSTOMER-MASTER-REC.                                         PGM143
007800     COPY CPYCUST.                                                PGM143
007900*                                                                 PGM143
008000 WORKING-STORAGE SECTION.                                         PGM143
008100 01  WS-FILE-STATUS         PIC XX.                               PGM143
008200 01  WS-FILE-STATUS2        PIC XX.                               PGM143
008300 01  WS-FILE-STATUS3        PIC XX.                               PGM143
008400 01  WS-FILE-STATUS4        PIC XX.                               PGM143
008500 01  WS-FILE-STATUS5        PIC XX.                               PGM143
008600 01  WS-FILE-STATUS6        PIC XX.                               PGM143
008700 01  WS-FILE-STATUS7        PIC XX.                               PGM143
008700 01  WS-FILE-STATUS8        PIC XX.                               PGM143
008800 01  WS-ABEND-STATUS        PIC XX.                               PGM143
008900 01  WS-VR-EOF-FLAG         PIC X VALUE 'N'.                      PGM143
009000     88 WS-VR-EOF           VALUE 'Y'.                            PGM143
009100 01  WS-VN-EOF-FLAG         PIC X VALUE 'N'.                      PGM143
009200     88 WS-VN-EOF           VALUE 'Y'.                            PGM143
009300 01  WS-IN-EOF-FLAG         PIC X VALUE 'N'.                      PGM143
009400     88 WS-IN-EOF           VALUE 'Y'.                            PGM143
009500 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM143
009600     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM143
009700 01  WS-AUDIT-COND          PIC X(10).                            PGM143
009800 01  WS-AUDIT-KEY1          PIC X(15).                            PGM143
009900 01  WS-AUDIT-KEY2          PIC X(15).                            PGM143
010000 01  WS-AUDIT-DESC          PIC X(40).                            PGM143
010100 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM143
010200 01  WS-OUR-REG-NO          PIC X(10) VALUE SPACES.               PGM143
010200 01  WS-BUYER-REG-NO        PIC X(10) VALUE SPACES.               PGM143
010300 01  WS-VAT-TOL-AMT         PIC 9(03) VALUE 10.                   PGM143
010400 01  WS-AMT-DIFF            PIC S9(11)V99 VALUE ZEROS.            PGM143
010500 01  WS-VAT-DIFF            PIC S9(11)V99 VALUE ZEROS.            PGM143
010600 01  WS-MATCH-VENDOR-CD     PIC X(10) VALUE SPACES.               PGM143
010700 01  WS-EXCEPTION-MSG       PIC X(30) VALUE SPACES.               PGM143
010800 01  WS-SENT-COUNT          PIC 9(07) VALUE ZEROS.                PGM143
010900 01  WS-SENT-VAT            PIC S9(13)V99 VALUE ZEROS.            PGM143
011000 01  WS-IN-COUNT            PIC 9(07) VALUE ZEROS.                PGM143
011100 01  WS-MATCHED-COUNT       PIC 9(07) VALUE ZEROS.                PGM143
011200 01  WS-DIFF-COUNT          PIC 9(07) VALUE ZEROS.                PGM143
011300 01  WS-EXCEPTION-COUNT     PIC 9(07) VALUE ZEROS.                PGM143
011400*                                                                 PGM143
011500* 공급자 사업자번호 -> 공급사코드 변환 테이블. 사업자번호가                               PGM143
011600* 등록된 공급사만 적재한다.                                                  PGM143
011700 01  WS-RG-COUNT            PIC 9(05) VALUE ZEROS.                PGM143
011800 01  WS-RG-MAX              PIC 9(05) VALUE 3000.                 PGM143
011900 01  WS-REG-TABLE.                                                PGM143
012000     05 WS-RG-ENTRY OCCURS 3000 TIMES                             PGM143
012100             INDEXED BY RG-IDX.                                   PGM143
012200         10 WS-RG-REG-NO     PIC X(10).                           PGM143
012300         10 WS-RG-VENDOR-CD  PIC X(10).                           PGM143
012400*                                                                 PGM143
012500 01  WS-RPT-HEADER.                                               PGM143
012600     05 FILLER               PIC X(34) VALUE                      PGM143
012700             'PGM143 E-TAX INVOICE EXCHANGE -  '.                 PGM143
012800     05 RH-RUN-DATE          PIC 9(08).                           PGM143
012900     05 FILLER               PIC X(90) VALUE SPACES.              PGM143
013000 01  WS-RPT-COLUMNS.                                              PGM143
013100     05 FILLER               PIC X(40) VALUE                      PGM143
013200         'D PARTNER    DOCUMENT NO     SUPPLY AMT'.               PGM143
013300     05 FILLER               PIC X(40) VALUE                      PGM143
013400         '           VAT AMT  STATUS              '.              PGM143
013500     05 FILLER               PIC X(52) VALUE                      PGM143
013600         '  APPROVAL NO'.                                         PGM143
013700 01  WS-RPT-DETAIL.                                               PGM143
013800     05 RD-DIRECTION         PIC X(01).                           PGM143
013900     05 FILLER               PIC X(01) VALUE SPACE.               PGM143
014000     05 RD-PARTNER           PIC X(10).                           PGM143
014100     05 FILLER               PIC X(01) VALUE SPACE.               PGM143
014200     05 RD-DOC-NO            PIC X(12).                           PGM143
014300     05 FILLER               PIC X(01) VALUE SPACE.               PGM143
014400     05 RD-SUPPLY            PIC ZZZZZZZZZZ9.99-.                 PGM143
014500     05 FILLER               PIC X(01) VALUE SPACE.               PGM143
014600     05 RD-VAT               PIC ZZZZZZZZZZ9.99-.                 PGM143
014700     05 FILLER               PIC X(02) VALUE SPACES.              PGM143
014800     05 RD-STATUS            PIC X(30).                           PGM143
014900     05 FILLER               PIC X(02) VALUE SPACES.              PGM143
015000     05 RD-APPR-NO           PIC X(24).                           PGM143
015100     05 FILLER               PIC X(17) VALUE SPACES.              PGM143
015200 01  WS-RPT-TOTAL.                                                PGM143
015300     05 FILLER               PIC X(06) VALUE 'SENT '.             PGM143
015400     05 RT-SENT-CNT          PIC ZZZZZZ9.                         PGM143
015500     05 FILLER               PIC X(10) VALUE ' SENT VAT '.        PGM143
015600     05 RT-SENT-VAT          PIC ZZZZZZZZZZZZ9.99-.               PGM143
015700     05 FILLER               PIC X(10) VALUE ' RECEIVED '.        PGM143
015800     05 RT-IN-CNT            PIC ZZZZZZ9.                         PGM143
015900     05 FILLER               PIC X(09) VALUE ' MATCHED '.         PGM143
016000     05 RT-MATCHED-CNT       PIC ZZZZZZ9.                         PGM143
016100     05 FILLER               PIC X(10) VALUE ' AMT DIFF '.        PGM143
016200     05 RT-DIFF-CNT          PIC ZZZZZZ9.                         PGM143
016300     05 FILLER               PIC X(12) VALUE ' EXCEPTIONS '.      PGM143
016400     05 RT-EXCEPTION-CNT     PIC ZZZZZZ9.                         PGM143
016500     05 FILLER               PIC X(23) VALUE SPACES.              PGM143
016600*                                                                 PGM143
016700 PROCEDURE DIVISION.                                              PGM143
016800*                                                                 PGM143
016900 0000-MAIN-PROCESS.                                               PGM143
017000     PERFORM 1000-INITIALIZE                                      PGM143
017100     PERFORM 2000-SEND-SALES-INVOICES                             PGM143
017200     PERFORM 3000-MATCH-PURCHASE-INVOICE                          PGM143
017300         UNTIL WS-IN-EOF                                          PGM143
017400     PERFORM 9000-FINALIZE                                        PGM143
017500     GOBACK.                                                      PGM143
017600*                                                                 PGM143
017700 1000-INITIALIZE.                                                 PGM143
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM143
017900     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM143
018000     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM143
018100         SET WS-AUDIT-READY TO TRUE                               PGM143
018200     ELSE                                                         PGM143
018300         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS7       PGM143
018400     END-IF                                                       PGM143
018500     PERFORM 1050-LOAD-PARAMETERS                                 PGM143
018600     PERFORM 1100-LOAD-VENDOR-REG-NO                              PGM143
018700     OPEN I-O VAT-REGISTER-FILE                                   PGM143
018800     IF WS-FILE-STATUS2 NOT = '00'                                PGM143
018900         DISPLAY 'VAT REGISTER OPEN ERROR: ' WS-FILE-STATUS2      PGM143
019000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM143
019100         PERFORM 9900-ABNORMAL-END                                PGM143
019200     END-IF                                                       PGM143
019200     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM143
019200     IF WS-FILE-STATUS8 NOT = '00'                                PGM143
019200         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS8   PGM143
019200         MOVE WS-FILE-STATUS8 TO WS-ABEND-STATUS                  PGM143
019200         PERFORM 9900-ABNORMAL-END                                PGM143
019200     END-IF                                                       PGM143
019300     OPEN OUTPUT ETAX-OUT-FILE                                    PGM143
019400     IF WS-FILE-STATUS4 NOT = '00'                                PGM143
019500         DISPLAY 'E-TAX OUTBOUND OPEN ERROR: ' WS-FILE-STATUS4    PGM143
019600         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM143
019700         PERFORM 9900-ABNORMAL-END                                PGM143
019800     END-IF                                                       PGM143
019900     OPEN INPUT ETAX-IN-FILE                                      PGM143
020000     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM143
020100         DISPLAY 'E-TAX INBOUND OPEN ERROR: ' WS-FILE-STATUS5     PGM143
020200         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM143
020300         PERFORM 9900-ABNORMAL-END                                PGM143
020400     END-IF                                                       PGM143
020500     OPEN OUTPUT ETAX-REPORT-FILE                                 PGM143
020600     IF WS-FILE-STATUS6 NOT = '00'                                PGM143
020700         DISPLAY 'E-TAX REPORT OPEN ERROR: ' WS-FILE-STATUS6      PGM143
020800         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM143
020900         PERFORM 9900-ABNORMAL-END                                PGM143
021000     END-IF                                                       PGM143
021100     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM143
021200     WRITE ETAX-REPORT-REC FROM WS-RPT-HEADER                     PGM143
021300     WRITE ETAX-REPORT-REC FROM WS-RPT-COLUMNS                    PGM143
021400     PERFORM 1200-READ-ETAX-IN.                                   PGM143
021500*                                                                 PGM143
021600* 당사 사업자번호는 필수. 허용차 미기재 시 10원.                                    PGM143
021700 1050-LOAD-PARAMETERS.                                            PGM143
021800     OPEN INPUT ETAX-PARM-FILE                                    PGM143
021900     IF WS-FILE-STATUS NOT = '00'                                 PGM143
022000         DISPLAY 'E-TAX PARM OPEN ERROR: ' WS-FILE-STATUS         PGM143
022100         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM143
022200         PERFORM 9900-ABNORMAL-END                                PGM143
022300     END-IF                                                       PGM143
022400     READ ETAX-PARM-FILE                                          PGM143
022500         AT END                                                   PGM143
022600             DISPLAY 'E-TAX PARAMETER MISSING'                    PGM143
022700             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM143
022800             PERFORM 9900-ABNORMAL-END                            PGM143
022900     END-READ                                                     PGM143
023000     IF EP-OUR-REG-NO = SPACES                                    PGM143
023100         DISPLAY 'E-TAX PARAMETER - REGISTRATION NO BLANK'        PGM143
023200         MOVE 'PM' TO WS-ABEND-STATUS                             PGM143
023300         PERFORM 9900-ABNORMAL-END                                PGM143
023400     END-IF                                                       PGM143
023500     MOVE EP-OUR-REG-NO TO WS-OUR-REG-NO                          PGM143
023600     IF EP-VAT-TOL-AMT NUMERIC                                    PGM143
023700         MOVE EP-VAT-TOL-AMT TO WS-VAT-TOL-AMT                    PGM143
023800     END-IF                                                       PGM143
023900     CLOSE ETAX-PARM-FILE.                                        PGM143
024000*                                                                 PGM143
024100 1100-LOAD-VENDOR-REG-NO.                                         PGM143
024200     OPEN INPUT VENDOR-MASTER-FILE                                PGM143
024300     IF WS-FILE-STATUS3 NOT = '00'                                PGM143
024400         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS3     PGM143
024500         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM143
024600         PERFORM 9900-ABNORMAL-END                                PGM143
024700     END-IF                                                       PGM143
024800     PERFORM 1110-LOAD-ONE-VENDOR                                 PGM143
024900         UNTIL WS-VN-EOF                                          PGM143
025000     CLOSE VENDOR-MASTER-FILE.                                    PGM143
025100*                                                                 PGM143
025200 1110-LOAD-ONE-VENDOR.                                            PGM143
025300     READ VENDOR-MASTER-FILE NEXT RECORD                          PGM143
025400         AT END                                                   PGM143
025500             SET WS-VN-EOF TO TRUE                                PGM143
025600         NOT AT END                                               PGM143
025700             IF VN-BIZ-REG-NO NOT = SPACES                        PGM143
025800                 AND VN-BIZ-REG-NO NOT = LOW-VALUES               PGM143
025900                 IF WS-RG-COUNT >= WS-RG-MAX                      PGM143
026000                     DISPLAY 'REG NO TABLE FULL AT ' WS-RG-MAX    PGM143
026100                     MOVE 'FL' TO WS-ABEND-STATUS                 PGM143
026200                     PERFORM 9900-ABNORMAL-END                    PGM143
026300                 END-IF                                           PGM143
026400                 ADD 1 TO WS-RG-COUNT                             PGM143
026500                 SET RG-IDX TO WS-RG-COUNT                        PGM143
026600                 MOVE VN-BIZ-REG-NO TO WS-RG-REG-NO (RG-IDX)      PGM143
026700                 MOVE VN-VENDOR-CD  TO WS-RG-VENDOR-CD (RG-IDX)   PGM143
026800             END-IF                                               PGM143
026900     END-READ.                                                    PGM143
027000*                                                                 PGM143
027100 1200-READ-ETAX-IN.                                               PGM143
027200     READ ETAX-IN-FILE                                            PGM143
027300         AT END SET WS-IN-EOF TO TRUE                             PGM143
027400     END-READ.                                                    PGM143
027500*                                                                 PGM143
027600* 매출 송신: 미송신 매출 항목을 키 순으로 훑어 전송 파일을                               PGM143
027700* 만들고 송신 상태로 바꾼다. 재실행 시 이미 송신된 항목은                                PGM143
027800* 다시 나가지 않는다.                                                     PGM143
027900 2000-SEND-SALES-INVOICES.                                        PGM143
028000     INITIALIZE VAT-REGISTER-REC                                  PGM143
028100     SET VR-SALES TO TRUE                                         PGM143
028200     MOVE LOW-VALUES TO VR-PARTNER-CD                             PGM143
028300     MOVE LOW-VALUES TO VR-DOC-NO                                 PGM143
028400     START VAT-REGISTER-FILE KEY >= VR-KEY                        PGM143
028500         INVALID KEY                                              PGM143
028600             SET WS-VR-EOF TO TRUE                                PGM143
028700     END-START                                                    PGM143
028800     PERFORM 2100-SEND-ONE-INVOICE                                PGM143
028900         UNTIL WS-VR-EOF.                                         PGM143
029000*                                                                 PGM143
029100 2100-SEND-ONE-INVOICE.                                           PGM143
029200     READ VAT-REGISTER-FILE NEXT RECORD                           PGM143
029300         AT END                                                   PGM143
029400             SET WS-VR-EOF TO TRUE                                PGM143
029500         NOT AT END                                               PGM143
029600             IF NOT VR-SALES                                      PGM143
029700                 SET WS-VR-EOF TO TRUE                            PGM143
029800             ELSE                                                 PGM143
029900                 IF VR-ETAX-NONE                                  PGM143
030000                     PERFORM 2150-FIND-BUYER-REG-NO               PGM143
030000                     IF WS-BUYER-REG-NO = SPACES                  PGM143
030000                         ADD 1 TO WS-EXCEPTION-COUNT              PGM143
030000                         MOVE 'BUYER REG NO MISSING - HELD'       PGM143
030000                             TO WS-EXCEPTION-MSG                  PGM143
030000                         PERFORM 2900-WRITE-REGISTER-LINE         PGM143
030000                     ELSE                                         PGM143
030000                         PERFORM 2200-WRITE-OUTBOUND              PGM143
030000                     END-IF                                       PGM143
030100                 END-IF                                           PGM143
030200             END-IF                                               PGM143
030300     END-READ.                                                    PGM143
030400*                                                                 PGM143
030400* 공급받는자 사업자번호는 고객 마스터에서 가져온다. 번호가                                 PGM143
030400* 없는 고객의 세금계산서는 국세청에서 반려되므로 송신하지                                  PGM143
030400* 않고 미송신으로 남겨 예외로 보고한다.                                           PGM143
030400 2150-FIND-BUYER-REG-NO.                                          PGM143
030400     MOVE SPACES TO WS-BUYER-REG-NO                               PGM143
030400     MOVE VR-PARTNER-CD TO CU-CUSTOMER-CD                         PGM143
030400     READ CUSTOMER-MASTER-FILE                                    PGM143
030400         INVALID KEY                                              PGM143
030400             CONTINUE                                             PGM143
030400         NOT INVALID KEY                                          PGM143
030400             MOVE CU-TAX-REG-NO TO WS-BUYER-REG-NO                PGM143
030400     END-READ.                                                    PGM143
030400*                                                                 PGM143
030500 2200-WRITE-OUTBOUND.                                             PGM143
030600     INITIALIZE ETAX-OUT-REC                                      PGM143
030700     SET ET-OUTBOUND OF ETAX-OUT-REC TO TRUE                      PGM143
030800     MOVE SPACES          TO ET-APPROVAL-NO OF ETAX-OUT-REC       PGM143
030900     MOVE VR-DOC-DATE     TO ET-ISSUE-DATE OF ETAX-OUT-REC        PGM143
031000     MOVE WS-OUR-REG-NO   TO ET-SUPPLIER-REG-NO OF ETAX-OUT-REC   PGM143
031100     MOVE WS-BUYER-REG-NO TO ET-BUYER-REG-NO OF ETAX-OUT-REC      PGM143
031200     MOVE VR-PARTNER-CD   TO ET-PARTNER-CD OF ETAX-OUT-REC        PGM143
031300     MOVE VR-DOC-NO       TO ET-DOC-NO OF ETAX-OUT-REC            PGM143
031400     MOVE VR-SUPPLY-AMT   TO ET-SUPPLY-AMT OF ETAX-OUT-REC        PGM143
031500     MOVE VR-VAT-AMT      TO ET-VAT-AMT OF ETAX-OUT-REC           PGM143
031600     COMPUTE ET-TOTAL-AMT OF ETAX-OUT-REC =                       PGM143
031700         VR-SUPPLY-AMT + VR-VAT-AMT                               PGM143
031800     MOVE VR-TAX-TYPE     TO ET-TAX-TYPE OF ETAX-OUT-REC          PGM143
031900     WRITE ETAX-OUT-REC                                           PGM143
032000     SET VR-ETAX-SENT TO TRUE                                     PGM143
032100     MOVE WS-RUN-DATE TO VR-ETAX-DATE                             PGM143
032200     REWRITE VAT-REGISTER-REC                                     PGM143
032300     ADD 1 TO WS-SENT-COUNT                                       PGM143
032400     ADD VR-VAT-AMT TO WS-SENT-VAT                                PGM143
032500     MOVE 'SENT' TO WS-EXCEPTION-MSG                              PGM143
032600     PERFORM 2900-WRITE-REGISTER-LINE.                            PGM143
032700*                                                                 PGM143
032800 2900-WRITE-REGISTER-LINE.                                        PGM143
032900     MOVE SPACES           TO WS-RPT-DETAIL                       PGM143
033000     MOVE VR-DIRECTION     TO RD-DIRECTION                        PGM143
033100     MOVE VR-PARTNER-CD    TO RD-PARTNER                          PGM143
033200     MOVE VR-DOC-NO        TO RD-DOC-NO                           PGM143
033300     MOVE VR-SUPPLY-AMT    TO RD-SUPPLY                           PGM143
033400     MOVE VR-VAT-AMT       TO RD-VAT                              PGM143
033500     MOVE WS-EXCEPTION-MSG TO RD-STATUS                           PGM143
033600     MOVE VR-ETAX-APPR-NO  TO RD-APPR-NO                          PGM143
033700     WRITE ETAX-REPORT-REC FROM WS-RPT-DETAIL.                    PGM143
033800*                                                                 PGM143
033900* 매입 수신 대사: 당사 앞 발행분만 받는다. 공급자 사업자                                PGM143
034000* 번호 -> 공급사 -> 공급사 송장번호 순으로 매입 VAT 항목을                            PGM143
034100* 찾고 공급가액/세액을 허용차 이내로 비교한다.                                       PGM143
034200 3000-MATCH-PURCHASE-INVOICE.                                     PGM143
034300     ADD 1 TO WS-IN-COUNT                                         PGM143
034400     EVALUATE TRUE                                                PGM143
034500         WHEN NOT ET-INBOUND OF ETAX-IN-REC                       PGM143
034600             MOVE 'NOT A PURCHASE INVOICE' TO WS-EXCEPTION-MSG    PGM143
034700             PERFORM 3900-WRITE-EXCEPTION                         PGM143
034800         WHEN ET-BUYER-REG-NO OF ETAX-IN-REC NOT = WS-OUR-REG-NO  PGM143
034900             MOVE 'BUYER REG NO NOT OURS' TO WS-EXCEPTION-MSG     PGM143
035000             PERFORM 3900-WRITE-EXCEPTION                         PGM143
035100         WHEN OTHER                                               PGM143
035200             PERFORM 3100-FIND-VENDOR                             PGM143
035300             IF WS-MATCH-VENDOR-CD = SPACES                       PGM143
035400                 MOVE 'SUPPLIER REG NO NOT ON FILE'               PGM143
035500                     TO WS-EXCEPTION-MSG                          PGM143
035600                 PERFORM 3900-WRITE-EXCEPTION                     PGM143
035700             ELSE                                                 PGM143
035800                 PERFORM 3200-MATCH-VAT-REGISTER                  PGM143
035900             END-IF                                               PGM143
036000     END-EVALUATE                                                 PGM143
036100     PERFORM 1200-READ-ETAX-IN.                                   PGM143
036200*                                                                 PGM143
036300 3100-FIND-VENDOR.                                                PGM143
036400     MOVE SPACES TO WS-MATCH-VENDOR-CD                            PGM143
036500     IF WS-RG-COUNT > 0                                           PGM143
036600         SET RG-IDX TO 1                                          PGM143
036700         SEARCH WS-RG-ENTRY                                       PGM143
036800             AT END                                               PGM143
036900                 MOVE SPACES TO WS-MATCH-VENDOR-CD                PGM143
037000             WHEN WS-RG-REG-NO (RG-IDX) =                         PGM143
037100                     ET-SUPPLIER-REG-NO OF ETAX-IN-REC            PGM143
037200                 AND RG-IDX <= WS-RG-COUNT                        PGM143
037300                 MOVE WS-RG-VENDOR-CD (RG-IDX)                    PGM143
037400                     TO WS-MATCH-VENDOR-CD                        PGM143
037500         END-SEARCH                                               PGM143
037600     END-IF.                                                      PGM143
037700*                                                                 PGM143
037800 3200-MATCH-VAT-REGISTER.                                         PGM143
037900     SET VR-PURCHASE TO TRUE                                      PGM143
038000     MOVE WS-MATCH-VENDOR-CD TO VR-PARTNER-CD                     PGM143
038100     MOVE ET-DOC-NO OF ETAX-IN-REC TO VR-DOC-NO                   PGM143
038200     READ VAT-REGISTER-FILE                                       PGM143
038300         INVALID KEY                                              PGM143
038400             MOVE 'NO MATCHING VENDOR INVOICE' TO WS-EXCEPTION-MSGPGM143
038500             PERFORM 3900-WRITE-EXCEPTION                         PGM143
038600         NOT INVALID KEY                                          PGM143
038700             PERFORM 3300-UPDATE-MATCH                            PGM143
038800     END-READ.                                                    PGM143
038900*                                                                 PGM143
039000 3300-UPDATE-MATCH.                                               PGM143
039100     COMPUTE WS-AMT-DIFF =                                        PGM143
039200         ET-SUPPLY-AMT OF ETAX-IN-REC - VR-SUPPLY-AMT             PGM143
039300     COMPUTE WS-VAT-DIFF =                                        PGM143
039400         ET-VAT-AMT OF ETAX-IN-REC - VR-VAT-AMT                   PGM143
039500     IF WS-AMT-DIFF > WS-VAT-TOL-AMT                              PGM143
039600         OR WS-AMT-DIFF < 0 - WS-VAT-TOL-AMT                      PGM143
039700         OR WS-VAT-DIFF > WS-VAT-TOL-AMT                          PGM143
039800         OR WS-VAT-DIFF < 0 - WS-VAT-TOL-AMT                      PGM143
039900         SET VR-ETAX-AMT-DIFF TO TRUE                             PGM143
040000         ADD 1 TO WS-DIFF-COUNT                                   PGM143
040100         MOVE 'MATCHED - AMOUNT DIFFERS' TO WS-EXCEPTION-MSG      PGM143
040200         MOVE 'ETAXDIFF' TO WS-AUDIT-COND                         PGM143
040300         MOVE VR-PARTNER-CD TO WS-AUDIT-KEY1                      PGM143
040400         MOVE VR-DOC-NO TO WS-AUDIT-KEY2                          PGM143
040500         MOVE 'E-TAX AMOUNT DIFFERS FROM VAT VOUCHER'             PGM143
040600             TO WS-AUDIT-DESC                                     PGM143
040700         PERFORM 9700-WRITE-AUDIT-RECORD                          PGM143
040800     ELSE                                                         PGM143
040900         SET VR-ETAX-MATCHED TO TRUE                              PGM143
041000         ADD 1 TO WS-MATCHED-COUNT                                PGM143
041100         MOVE 'MATCHED' TO WS-EXCEPTION-MSG                       PGM143
041200     END-IF                                                       PGM143
041300     MOVE ET-APPROVAL-NO OF ETAX-IN-REC TO VR-ETAX-APPR-NO        PGM143
041400     MOVE ET-ISSUE-DATE OF ETAX-IN-REC  TO VR-ETAX-DATE           PGM143
041500     REWRITE VAT-REGISTER-REC                                     PGM143
041600     PERFORM 2900-WRITE-REGISTER-LINE.                            PGM143
041700*                                                                 PGM143
041800 3900-WRITE-EXCEPTION.                                            PGM143
041900     ADD 1 TO WS-EXCEPTION-COUNT                                  PGM143
042000     MOVE SPACES TO WS-RPT-DETAIL                                 PGM143
042100     MOVE ET-DIRECTION OF ETAX-IN-REC      TO RD-DIRECTION        PGM143
042200     MOVE ET-SUPPLIER-REG-NO OF ETAX-IN-REC TO RD-PARTNER         PGM143
042300     MOVE ET-DOC-NO OF ETAX-IN-REC         TO RD-DOC-NO           PGM143
042400     MOVE ET-SUPPLY-AMT OF ETAX-IN-REC     TO RD-SUPPLY           PGM143
042500     MOVE ET-VAT-AMT OF ETAX-IN-REC        TO RD-VAT              PGM143
042600     MOVE WS-EXCEPTION-MSG                 TO RD-STATUS           PGM143
042700     MOVE ET-APPROVAL-NO OF ETAX-IN-REC    TO RD-APPR-NO          PGM143
042800     WRITE ETAX-REPORT-REC FROM WS-RPT-DETAIL.                    PGM143
042900*                                                                 PGM143
043000 9000-FINALIZE.                                                   PGM143
043100     MOVE WS-SENT-COUNT      TO RT-SENT-CNT                       PGM143
043200     MOVE WS-SENT-VAT        TO RT-SENT-VAT                       PGM143
043300     MOVE WS-IN-COUNT        TO RT-IN-CNT                         PGM143
043400     MOVE WS-MATCHED-COUNT   TO RT-MATCHED-CNT                    PGM143
043500     MOVE WS-DIFF-COUNT      TO RT-DIFF-CNT                       PGM143
043600     MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTION-CNT                  PGM143
043700     WRITE ETAX-REPORT-REC FROM WS-RPT-TOTAL                      PGM143
043800     CLOSE VAT-REGISTER-FILE                                      PGM143
043900     CLOSE ETAX-OUT-FILE                                          PGM143
044000     CLOSE ETAX-IN-FILE                                           PGM143
044100     CLOSE ETAX-REPORT-FILE                                       PGM143
044100     CLOSE CUSTOMER-MASTER-FILE                                   PGM143
044200     IF WS-AUDIT-READY                                            PGM143
044300         CLOSE AUDIT-TRAIL-FILE                                   PGM143
044400     END-IF                                                       PGM143
044500     IF WS-EXCEPTION-COUNT > 0 OR WS-DIFF-COUNT > 0               PGM143
044600         MOVE 4 TO RETURN-CODE                                    PGM143
044700     END-IF                                                       PGM143
044800     DISPLAY 'PGM143 COMPLETED: ' WS-SENT-COUNT ' SENT, '         PGM143
044900             WS-IN-COUNT ' RECEIVED, ' WS-MATCHED-COUNT           PGM143
045000             ' MATCHED, ' WS-DIFF-COUNT ' AMT DIFF, '             PGM143
045100             WS-EXCEPTION-COUNT ' EXCEPTIONS'.                    PGM143
045200*                                                                 PGM143
045300 9700-WRITE-AUDIT-RECORD.                                         PGM143
045400     IF WS-AUDIT-READY                                            PGM143
045500         INITIALIZE AUDIT-TRAIL-REC                               PGM143
045600         MOVE 'PGM143'   TO AT-PROGRAM-ID                         PGM143
045700         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM143
045800         ACCEPT AT-RUN-TIME FROM TIME                             PGM143
045900         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM143
046000         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM143
046100         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM143
046200         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM143
046300         WRITE AUDIT-TRAIL-REC                                    PGM143
046400     END-IF.                                                      PGM143
046500*                                                                 PGM143
046600 9750-DIAGNOSE-FILE-STATUS.                                       PGM143
046700     EVALUATE WS-ABEND-STATUS                                     PGM143
046800         WHEN '10'                                                PGM143
046900             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM143
047000             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM143
047100         WHEN '23'                                                PGM143
047200             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM143
047300             DISPLAY '  AND RETRY THE REQUEST'                    PGM143
047400         WHEN '35'                                                PGM143
047500             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM143
047600             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM143
047700         WHEN '37'                                                PGM143
047800             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM143
047900             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM143
048000         WHEN '39'                                                PGM143
048100             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM143
048200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM143
048300         WHEN '41'                                                PGM143
048400             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM143
048500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM143
048600         WHEN '42'                                                PGM143
048700             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM143
048800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM143
048900         WHEN '46'                                                PGM143
049000             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM143
049100             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM143
049200         WHEN OTHER                                               PGM143
049300             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM143
049400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM143
049500     END-EVALUATE.                                                PGM143
049600*                                                                 PGM143
049700 9900-ABNORMAL-END.                                               PGM143
049800     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM143
049900     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM143
050000     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM143
050100     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM143
050200     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM143
050300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM143
050400     DISPLAY 'PGM143 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM143
050500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM143
050600     MOVE 16 TO RETURN-CODE                                       PGM143
050700     GOBACK.                                                      PGM143
050800                                                                  PGM143
