000100 IDENTIFICATION DIVISION.                                         PGM216
000200 PROGRAM-ID.    PGM216.                                           PGM216
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM216
000400*                                                                 PGM216
000500* =========================================================       PGM216
000600* 프로그램명: 직무분리(SoD) 충돌 월간 점검                                       PGM216
000700* 처리내용  : 업무처리 이력(CPYUACT)과 각 업무 파일의 처리자                          PGM216
000800*            필드를 교차 대조하여 서로 견제해야 할 두 업무를                          PGM216
000900*            같은 사용자가 처리한 건을 찾는다.                                  PGM216
001000*             SD01 거래처 등록/변경 승인자가 그 거래처 발주를                       PGM216
001100*                  등록 또는 정정                                       PGM216
001200*             SD02 판매단가 승인자가 그 제품(고객별 단가는 그                       PGM216
001300*                  고객) 수주를 입력 또는 정정                               PGM216
001400*             SD03 클레임 담당자가 그 클레임의 대변메모 승인                        PGM216
001500*             SD04 제품규격 승인자가 그 제품 보류 로트를 해제                       PGM216
001600*             SD05 거래처 등록/변경 승인자가 그 거래처 지급                        PGM216
001700*                  제안을 승인                                         PGM216
001800*             SD06 승인 처리자가 사용자 권한에 없거나 승인                         PGM216
001900*                  권한이 없거나 정지 상태                                  PGM216
002000*            등록/승인 쪽 이력은 점검월 말까지 전체를, 거래 쪽은                       PGM216
002100*            점검월(SODPARM, 기본 전월) 건만 본다. 충돌은 등록부                   PGM216
002200*            (CPYSODC)에 미검토로 추가하고 이미 있는 건은 검토                     PGM216
002300*            결과를 보존한다. 검토 서명은 PGM217. 보고서는 점검월                    PGM216
002400*            충돌과 이전 월의 미검토 건을 함께 보이며 미검토가                         PGM216
002500*            남아 있으면 RC 4.                                         PGM216
002600* =========================================================       PGM216
002700*                                                                 PGM216
002800 ENVIRONMENT DIVISION.                                            PGM216
002900 CONFIGURATION SECTION.                                           PGM216
003000 INPUT-OUTPUT SECTION.                                            PGM216
003100 FILE-CONTROL.                                                    PGM216
003200     SELECT OPTIONAL SOD-PARM-FILE                                PGM216
003300         ASSIGN TO SODPARM                                        PGM216
003400         ORGANIZATION IS SEQUENTIAL                               PGM216
003500         FILE STATUS IS WS-FILE-STATUS.                           PGM216
003600     SELECT OPTIONAL USER-ACTIVITY-FILE                           PGM216
003700         ASSIGN TO USERACT                                        PGM216
003800         ORGANIZATION IS SEQUENTIAL                               PGM216
003900         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
004000     SELECT OPTIONAL PO-HISTORY-FILE                              PGM216
004100         ASSIGN TO POHIST                                         PGM216
004200         ORGANIZATION IS SEQUENTIAL                               PGM216
004300         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
004400     SELECT PO-MASTER-FILE                                        PGM216
004500         ASSIGN TO POMAST                                         PGM216
004600         ORGANIZATION IS INDEXED                                  PGM216
004700         ACCESS MODE IS RANDOM                                    PGM216
004800         RECORD KEY IS PO-NO                                      PGM216
004900         FILE STATUS IS WS-FILE-STATUS3.                          PGM216
005000     SELECT OPTIONAL ORDER-HISTORY-FILE                           PGM216
005100         ASSIGN TO ORDHIST                                        PGM216
005200         ORGANIZATION IS SEQUENTIAL                               PGM216
005300         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
005400     SELECT CUSTOMER-ORDER-FILE                                   PGM216
005500         ASSIGN TO CUSTORD                                        PGM216
005600         ORGANIZATION IS INDEXED                                  PGM216
005700         ACCESS MODE IS RANDOM                                    PGM216
005800         RECORD KEY IS SO-KEY                                     PGM216
005900         FILE STATUS IS WS-FILE-STATUS3.                          PGM216
006000     SELECT OPTIONAL COMPLAINT-FILE                               PGM216
006100         ASSIGN TO COMPLNT                                        PGM216
006200         ORGANIZATION IS SEQUENTIAL                               PGM216
006300         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
006400     SELECT OPTIONAL CREDIT-MEMO-FILE                             PGM216
006500         ASSIGN TO CRDMEMO                                        PGM216
006600         ORGANIZATION IS INDEXED                                  PGM216
006700         ACCESS MODE IS SEQUENTIAL                                PGM216
006800         RECORD KEY IS KM-MEMO-NO                                 PGM216
006900         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
007000     SELECT OPTIONAL QC-HOLD-FILE                                 PGM216
007100         ASSIGN TO QCHOLD                                         PGM216
007200         ORGANIZATION IS SEQUENTIAL                               PGM216
007300         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
007400     SELECT OPTIONAL PAY-PROPOSAL-FILE                            PGM216
007500         ASSIGN TO PAYPROP                                        PGM216
007600         ORGANIZATION IS INDEXED                                  PGM216
007700         ACCESS MODE IS SEQUENTIAL                                PGM216
007800         RECORD KEY IS PP-KEY                                     PGM216
007900         FILE STATUS IS WS-FILE-STATUS2.                          PGM216
008000     SELECT USER-AUTH-FILE                                        PGM216
008100         ASSIGN TO USERAUTH                                       PGM216
008200         ORGANIZATION IS INDEXED                                  PGM216
008300         ACCESS MODE IS RANDOM                                    PGM216
008400         RECORD KEY IS UA-USER-ID                                 PGM216
008500         FILE STATUS IS WS-FILE-STATUS5.                          PGM216
008600     SELECT OPTIONAL SOD-CONFLICT-FILE                            PGM216
008700         ASSIGN TO SODCONF                                        PGM216
008800         ORGANIZATION IS INDEXED                                  PGM216
008900         ACCESS MODE IS DYNAMIC                                   PGM216
009000         RECORD KEY IS SOD-KEY                                    PGM216
009100         FILE STATUS IS WS-FILE-STATUS4.                          PGM216
009200     SELECT SOD-REPORT-FILE                                       PGM216
009300         ASSIGN TO SODRPT                                         PGM216
009400         ORGANIZATION IS SEQUENTIAL                               PGM216
009500         FILE STATUS IS WS-FILE-STATUS6.                          PGM216
009600*                                                                 PGM216
009700 DATA DIVISION.                                                   PGM216
009800 FILE SECTION.                                                    PGM216
009900 FD  SOD-PARM-FILE.                                               PGM216
010000 01  SOD-PARM-REC.                                                PGM216
010100     05 SDP-REVIEW-MONTH     PIC 9(06).                           PGM216
010200     05 FILLER               PIC X(74).                           PGM216
010300 FD  USER-ACTIVITY-FILE.                                          PGM216
010400 01  USER-ACTIVITY-REC.                                           PGM216
010500     COPY CPYUACT.                                                PGM216
010600 FD  PO-HISTORY-FILE.                                             PGM216
010700 01  PO-HISTORY-REC.                                              PGM216
010800     COPY CPYPOHS.                                                PGM216
010900 FD  PO-MASTER-FILE.                                              PGM216
011000 01  PO-MASTER-REC.                                               PGM216
011100     COPY CPYPOMS.                                                PGM216
011200 FD  ORDER-HISTORY-FILE.                                          PGM216
011300 01  ORDER-HISTORY-REC.                                           PGM216
011400     COPY CPYCOHS.                                                PGM216
011500 FD  CUSTOMER-ORDER-FILE.                                         PGM216
011600 01  CUSTOMER-ORDER-REC.                                          PGM216
011700     COPY CPYCORD.                                                PGM216
011800 FD  COMPLAINT-FILE.                                              PGM216
011900 01  COMPLAINT-REC.                                               PGM216
012000     COPY CPYCMPL.                                                PGM216
012100 FD  CREDIT-MEMO-FILE.                                            PGM216
012200 01  CREDIT-MEMO-REC.                                             PGM216
012300     COPY CPYCRMM.                                                PGM216
012400 FD  QC-HOLD-FILE.                                                PGM216
012500 01  QC-HOLD-REC.                                                 PGM216
012600     COPY CPYQHLD.                                                PGM216
012700 FD  PAY-PROPOSAL-FILE.                                           PGM216
012800 01  PAY-PROPOSAL-REC.                                            PGM216
012900     COPY CPYPAYP.                                                PGM216
013000 FD  USER-AUTH-FILE.                                              PGM216
013100 01  USER-AUTH-REC.                                               PGM216
013200     COPY CPYUAUTH.                                               PGM216
013300 FD  SOD-CONFLICT-FILE.                                           PGM216
013400 01  SOD-CONFLICT-REC.                                            PGM216
013500     COPY CPYSODC.                                                PGM216
013600 FD  SOD-REPORT-FILE.                                             PGM216
013700 01  SOD-REPORT-REC          PIC X(132).                          PGM216
013800*                                                                 PGM216
013900 WORKING-STORAGE SECTION.                                         PGM216
014000 01  WS-FILE-STATUS         PIC XX.                               PGM216
014100 01  WS-FILE-STATUS2        PIC XX.                               PGM216
014200 01  WS-FILE-STATUS3        PIC XX.                               PGM216
014300 01  WS-FILE-STATUS4        PIC XX.                               PGM216
014400 01  WS-FILE-STATUS5        PIC XX.                               PGM216
014500 01  WS-FILE-STATUS6        PIC XX.                               PGM216
014600 01  WS-ABEND-STATUS        PIC XX.                               PGM216
014700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM216
014800     88 WS-EOF              VALUE 'Y'.                            PGM216
014900 01  WS-FOUND-FLAG          PIC X VALUE 'N'.                      PGM216
015000     88 WS-FOUND            VALUE 'Y'.                            PGM216
015100 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM216
015200 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         PGM216
015300     05 WS-RUN-YYYY         PIC 9(04).                            PGM216
015400     05 WS-RUN-MM           PIC 9(02).                            PGM216
015500     05 WS-RUN-DD           PIC 9(02).                            PGM216
015600 01  WS-MONTH-NO            PIC 9(06) VALUE ZEROS.                PGM216
015700 01  WS-MONTH-REM           PIC 9(02) VALUE ZEROS.                PGM216
015800 01  WS-REVIEW-MONTH        PIC 9(06) VALUE ZEROS.                PGM216
015900 01  WS-REVIEW-MONTH-R REDEFINES WS-REVIEW-MONTH.                 PGM216
016000     05 WS-REVIEW-YYYY      PIC 9(04).                            PGM216
016100     05 WS-REVIEW-MM        PIC 9(02).                            PGM216
016200 01  WS-MONTH-FROM-DATE     PIC 9(08) VALUE ZEROS.                PGM216
016300 01  WS-MONTH-TO-DATE       PIC 9(08) VALUE ZEROS.                PGM216
016400*                                                                 PGM216
016500* 점검 규칙 정의 (순번 = 보고서 순서)                                          PGM216
016600 01  WS-RULE-COUNT          PIC 9(02) VALUE 6.                    PGM216
016700 01  WS-RULE-DEFS.                                                PGM216
016800     05 FILLER PIC X(04) VALUE 'SD01'.                            PGM216
016900     05 FILLER PIC X(30) VALUE 'VENDOR SETUP / PO RAISED'.        PGM216
017000     05 FILLER PIC X(04) VALUE 'SD02'.                            PGM216
017100     05 FILLER PIC X(30) VALUE 'PRICE APPROVED / ORDER ENTERED'.  PGM216
017200     05 FILLER PIC X(04) VALUE 'SD03'.                            PGM216
017300     05 FILLER PIC X(30) VALUE 'CREDIT MEMO / OWN COMPLAINT'.     PGM216
017400     05 FILLER PIC X(04) VALUE 'SD04'.                            PGM216
017500     05 FILLER PIC X(30) VALUE 'SPEC APPROVED / LOT RELEASED'.    PGM216
017600     05 FILLER PIC X(04) VALUE 'SD05'.                            PGM216
017700     05 FILLER PIC X(30) VALUE 'VENDOR SETUP / PAY APPROVED'.     PGM216
017800     05 FILLER PIC X(04) VALUE 'SD06'.                            PGM216
017900     05 FILLER PIC X(30) VALUE 'APPROVER LACKS AUTHORITY'.        PGM216
018000 01  WS-RULE-DEFS-R REDEFINES WS-RULE-DEFS.                       PGM216
018100     05 WS-RULE-DEF OCCURS 6 TIMES.                               PGM216
018200         10 RL-RULE-CD        PIC X(04).                          PGM216
018300         10 RL-RULE-DESC      PIC X(30).                          PGM216
018400*                                                                 PGM216
018500* 규칙별 건수 (이번 실행 발견/신규, 점검월 검토 상태별)                                PGM216
018600 01  WS-RX                  PIC 9(02) COMP VALUE ZEROS.           PGM216
018700 01  WS-RULE-SEQ            PIC 9(02) VALUE ZEROS.                PGM216
018800 01  WS-RULE-COUNTS.                                              PGM216
018900     05 WS-RULE-CNT OCCURS 6 TIMES.                               PGM216
019000         10 RC-FOUND-CNT      PIC 9(07).                          PGM216
019100         10 RC-NEW-CNT        PIC 9(07).                          PGM216
019200         10 RC-OPEN-CNT       PIC 9(07).                          PGM216
019300         10 RC-ACCEPT-CNT     PIC 9(07).                          PGM216
019400         10 RC-REMED-CNT      PIC 9(07).                          PGM216
019500*                                                                 PGM216
019600* 거래처 등록/변경 승인자 (거래처+사용자당 1건, 최근 일자)                              PGM216
019700 01  WS-VT-COUNT            PIC 9(05) VALUE ZEROS.                PGM216
019800 01  WS-VT-MAX              PIC 9(05) VALUE 5000.                 PGM216
019900 01  WS-VT-TABLE.                                                 PGM216
020000     05 WS-VT-ENTRY OCCURS 5000 TIMES                             PGM216
020100             INDEXED BY VT-IDX.                                   PGM216
020200         10 VT-VENDOR-CD      PIC X(10).                          PGM216
020300         10 VT-USER-ID        PIC X(10).                          PGM216
020400         10 VT-ACT-DATE       PIC 9(08).                          PGM216
020500*                                                                 PGM216
020600* 판매단가 승인자 (제품+고객+사용자당 1건)                                        PGM216
020700 01  WS-PT-COUNT            PIC 9(05) VALUE ZEROS.                PGM216
020800 01  WS-PT-MAX              PIC 9(05) VALUE 5000.                 PGM216
020900 01  WS-PT-TABLE.                                                 PGM216
021000     05 WS-PT-ENTRY OCCURS 5000 TIMES                             PGM216
021100             INDEXED BY PT-IDX.                                   PGM216
021200         10 PT-PRODUCT-CD     PIC X(15).                          PGM216
021300         10 PT-CUSTOMER-CD    PIC X(10).                          PGM216
021400         10 PT-USER-ID        PIC X(10).                          PGM216
021500         10 PT-ACT-DATE       PIC 9(08).                          PGM216
021600*                                                                 PGM216
021700* 제품규격 승인자 (제품+사용자당 1건)                                           PGM216
021800 01  WS-ST-COUNT            PIC 9(05) VALUE ZEROS.                PGM216
021900 01  WS-ST-MAX              PIC 9(05) VALUE 3000.                 PGM216
022000 01  WS-ST-TABLE.                                                 PGM216
022100     05 WS-ST-ENTRY OCCURS 3000 TIMES                             PGM216
022200             INDEXED BY ST-IDX.                                   PGM216
022300         10 ST-PRODUCT-CD     PIC X(15).                          PGM216
022400         10 ST-USER-ID        PIC X(10).                          PGM216
022500         10 ST-ACT-DATE       PIC 9(08).                          PGM216
022600*                                                                 PGM216
022700* 클레임 담당자                                                         PGM216
022800 01  WS-CT-COUNT            PIC 9(05) VALUE ZEROS.                PGM216
022900 01  WS-CT-MAX              PIC 9(05) VALUE 9000.                 PGM216
023000 01  WS-CT-TABLE.                                                 PGM216
023100     05 WS-CT-ENTRY OCCURS 9000 TIMES                             PGM216
023200             INDEXED BY CT-IDX.                                   PGM216
023300         10 CT-COMPLAINT-NO   PIC 9(08).                          PGM216
023400         10 CT-HANDLED-BY     PIC X(10).                          PGM216
023500*                                                                 PGM216
023600* 대조 대상 거래 (점검 단락 공통)                                             PGM216
023700 01  WS-CHK-USER            PIC X(10).                            PGM216
023800 01  WS-CHK-VENDOR          PIC X(10).                            PGM216
023900 01  WS-CHK-PRODUCT         PIC X(15).                            PGM216
024000 01  WS-CHK-CUSTOMER        PIC X(10).                            PGM216
024100 01  WS-CF-REF-KEY          PIC X(30).                            PGM216
024200 01  WS-CF-FIRST-DESC       PIC X(30).                            PGM216
024300 01  WS-CF-SECOND-DESC      PIC X(30).                            PGM216
024400*                                                                 PGM216
024500 01  WS-ACT-READ-CNT        PIC 9(07) VALUE ZEROS.                PGM216
024600 01  WS-TXN-CHECKED-CNT     PIC 9(07) VALUE ZEROS.                PGM216
024700 01  WS-TOTAL-FOUND         PIC 9(07) VALUE ZEROS.                PGM216
024800 01  WS-TOTAL-NEW           PIC 9(07) VALUE ZEROS.                PGM216
024900 01  WS-MONTH-OPEN-CNT      PIC 9(07) VALUE ZEROS.                PGM216
025000 01  WS-CARRY-OPEN-CNT      PIC 9(07) VALUE ZEROS.                PGM216
025100 01  WS-PRINT-CNT           PIC 9(07) VALUE ZEROS.                PGM216
025200*                                                                 PGM216
025300 01  WS-RPT-HEADER.                                               PGM216
025400     05 FILLER               PIC X(44) VALUE                      PGM216
025500             'PGM216 SEGREGATION OF DUTIES CONFLICT REVIEW'.      PGM216
025600     05 FILLER               PIC X(16) VALUE '  REVIEW MONTH  '.  PGM216
025700     05 RH-REVIEW-MONTH      PIC 9(06).                           PGM216
025800     05 FILLER               PIC X(06) VALUE '  RUN '.            PGM216
025900     05 RH-RUN-DATE          PIC 9(08).                           PGM216
026000     05 FILLER               PIC X(52) VALUE SPACES.              PGM216
026100 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM216
026200 01  WS-RPT-SECTION.                                              PGM216
026300     05 RS-TITLE             PIC X(50).                           PGM216
026400     05 FILLER               PIC X(82) VALUE SPACES.              PGM216
026500 01  WS-RPT-CONF-HEAD.                                            PGM216
026600     05 FILLER               PIC X(44) VALUE                      PGM216
026700             'MONTH  RULE USER ID    USER NAME            '.      PGM216
026800     05 FILLER               PIC X(44) VALUE                      PGM216
026900             'REFERENCE                      STATUS     RE'.      PGM216
027000     05 FILLER               PIC X(44) VALUE                      PGM216
027100             'VIEWER   SIGN-OFF                           '.      PGM216
027200 01  WS-RPT-CONF-HEAD2.                                           PGM216
027300     05 FILLER               PIC X(44) VALUE                      PGM216
027400             '            FIRST DUTY                     S'.      PGM216
027500     05 FILLER               PIC X(44) VALUE                      PGM216
027600             'ECOND DUTY                    REVIEW COMMENT'.      PGM216
027700     05 FILLER               PIC X(44) VALUE SPACES.              PGM216
027800 01  WS-RPT-CONF-DETAIL.                                          PGM216
027900     05 RD-REVIEW-MONTH      PIC 9(06).                           PGM216
028000     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
028100     05 RD-RULE-CD           PIC X(04).                           PGM216
028200     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
028300     05 RD-USER-ID           PIC X(10).                           PGM216
028400     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
028500     05 RD-USER-NAME         PIC X(20).                           PGM216
028600     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
028700     05 RD-REF-KEY           PIC X(30).                           PGM216
028800     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
028900     05 RD-STATUS            PIC X(10).                           PGM216
029000     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
029100     05 RD-REVIEWER-ID       PIC X(10).                           PGM216
029200     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
029300     05 RD-SIGNOFF-DATE      PIC X(08).                           PGM216
029400     05 FILLER               PIC X(27) VALUE SPACES.              PGM216
029500 01  WS-RPT-CONF-DETAIL2.                                         PGM216
029600     05 FILLER               PIC X(12) VALUE SPACES.              PGM216
029700     05 RD-FIRST-DESC        PIC X(30).                           PGM216
029800     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
029900     05 RD-SECOND-DESC       PIC X(30).                           PGM216
030000     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
030100     05 RD-REVIEW-COMMENT    PIC X(40).                           PGM216
030200     05 FILLER               PIC X(18) VALUE SPACES.              PGM216
030300 01  WS-RPT-NONE.                                                 PGM216
030400     05 FILLER               PIC X(28) VALUE                      PGM216
030500             '    NO CONFLICTS TO REPORT  '.                      PGM216
030600     05 FILLER               PIC X(104) VALUE SPACES.             PGM216
030700 01  WS-RPT-SUM-HEAD.                                             PGM216
030800     05 FILLER               PIC X(44) VALUE                      PGM216
030900             'RULE DESCRIPTION                      FOUND '.      PGM216
031000     05 FILLER               PIC X(44) VALUE                      PGM216
031100             '     NEW     OPEN ACCEPTED REMEDIED         '.      PGM216
031200     05 FILLER               PIC X(44) VALUE SPACES.              PGM216
031300 01  WS-RPT-SUM-DETAIL.                                           PGM216
031400     05 RM-RULE-CD           PIC X(04).                           PGM216
031500     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
031600     05 RM-RULE-DESC         PIC X(30).                           PGM216
031700     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
031800     05 RM-FOUND-CNT         PIC ZZZZZZ9.                         PGM216
031900     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
032000     05 RM-NEW-CNT           PIC ZZZZZZZ9.                        PGM216
032100     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
032200     05 RM-OPEN-CNT          PIC ZZZZZZZ9.                        PGM216
032300     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
032400     05 RM-ACCEPT-CNT        PIC ZZZZZZZ9.                        PGM216
032500     05 FILLER               PIC X(01) VALUE SPACES.              PGM216
032600     05 RM-REMED-CNT         PIC ZZZZZZZ9.                        PGM216
032700     05 FILLER               PIC X(53) VALUE SPACES.              PGM216
032800 01  WS-RPT-TOTALS.                                               PGM216
032900     05 FILLER               PIC X(24) VALUE                      PGM216
033000             'OPEN IN REVIEW MONTH    '.                          PGM216
033100     05 RT-MONTH-OPEN-CNT    PIC ZZZ,ZZ9.                         PGM216
033200     05 FILLER               PIC X(28) VALUE                      PGM216
033300             '   OPEN FROM EARLIER MONTHS '.                      PGM216
033400     05 RT-CARRY-OPEN-CNT    PIC ZZZ,ZZ9.                         PGM216
033500     05 FILLER               PIC X(66) VALUE SPACES.              PGM216
033600*                                                                 PGM216
033700 PROCEDURE DIVISION.                                              PGM216
033800*                                                                 PGM216
033900 0000-MAIN-PROCESS.                                               PGM216
034000     PERFORM 1000-INITIALIZE                                      PGM216
034100     PERFORM 1100-LOAD-SETUP-ACTIVITY                             PGM216
034200     PERFORM 1200-LOAD-COMPLAINTS                                 PGM216
034300     PERFORM 2000-CHECK-ACTIVITY                                  PGM216
034400     PERFORM 2500-CHECK-PO-AMENDMENTS                             PGM216
034500     PERFORM 3000-CHECK-ORDER-AMENDMENTS                          PGM216
034600     PERFORM 3500-CHECK-CREDIT-MEMOS                              PGM216
034700     PERFORM 4000-CHECK-LOT-RELEASES                              PGM216
034800     PERFORM 4500-CHECK-PAYMENT-APPROVALS                         PGM216
034900     PERFORM 8000-PRINT-REGISTER                                  PGM216
035000     PERFORM 8500-PRINT-SUMMARY                                   PGM216
035100     PERFORM 9000-FINALIZE                                        PGM216
035200     GOBACK.                                                      PGM216
035300*                                                                 PGM216
035400* 점검월 기본값은 실행일의 전월.                                               PGM216
035500 1000-INITIALIZE.                                                 PGM216
035600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM216
035700     MOVE SPACES TO SOD-PARM-REC                                  PGM216
035800     OPEN INPUT SOD-PARM-FILE                                     PGM216
035900     IF WS-FILE-STATUS = '00'                                     PGM216
036000         READ SOD-PARM-FILE                                       PGM216
036100             AT END                                               PGM216
036200                 MOVE SPACES TO SOD-PARM-REC                      PGM216
036300         END-READ                                                 PGM216
036400         CLOSE SOD-PARM-FILE                                      PGM216
036500     END-IF                                                       PGM216
036600     COMPUTE WS-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM - 2       PGM216
036700     DIVIDE WS-MONTH-NO BY 12 GIVING WS-REVIEW-YYYY               PGM216
036800         REMAINDER WS-MONTH-REM                                   PGM216
036900     COMPUTE WS-REVIEW-MM = WS-MONTH-REM + 1                      PGM216
037000     IF SDP-REVIEW-MONTH NUMERIC AND SDP-REVIEW-MONTH > 0         PGM216
037100         MOVE SDP-REVIEW-MONTH TO WS-REVIEW-MONTH                 PGM216
037200     END-IF                                                       PGM216
037300     IF WS-REVIEW-MM < 1 OR WS-REVIEW-MM > 12                     PGM216
037400         DISPLAY 'INVALID REVIEW MONTH: ' WS-REVIEW-MONTH         PGM216
037500         MOVE 'PM' TO WS-ABEND-STATUS                             PGM216
037600         PERFORM 9900-ABNORMAL-END                                PGM216
037700     END-IF                                                       PGM216
037800     COMPUTE WS-MONTH-FROM-DATE = WS-REVIEW-MONTH * 100 + 1       PGM216
037900     COMPUTE WS-MONTH-TO-DATE   = WS-REVIEW-MONTH * 100 + 31      PGM216
038000     INITIALIZE WS-RULE-COUNTS                                    PGM216
038100     OPEN INPUT USER-AUTH-FILE                                    PGM216
038200     IF WS-FILE-STATUS5 NOT = '00'                                PGM216
038300         DISPLAY 'USER AUTHORITY OPEN ERROR: ' WS-FILE-STATUS5    PGM216
038400         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM216
038500         PERFORM 9900-ABNORMAL-END                                PGM216
038600     END-IF                                                       PGM216
038700     OPEN I-O SOD-CONFLICT-FILE                                   PGM216
038800     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM216
038900         DISPLAY 'SOD CONFLICT REGISTER OPEN ERROR: '             PGM216
039000                 WS-FILE-STATUS4                                  PGM216
039100         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM216
039200         PERFORM 9900-ABNORMAL-END                                PGM216
039300     END-IF                                                       PGM216
039400     OPEN OUTPUT SOD-REPORT-FILE                                  PGM216
039500     IF WS-FILE-STATUS6 NOT = '00'                                PGM216
039600         DISPLAY 'SOD REPORT OPEN ERROR: ' WS-FILE-STATUS6        PGM216
039700         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM216
039800         PERFORM 9900-ABNORMAL-END                                PGM216
039900     END-IF                                                       PGM216
040000     MOVE WS-REVIEW-MONTH TO RH-REVIEW-MONTH                      PGM216
040100     MOVE WS-RUN-DATE     TO RH-RUN-DATE                          PGM216
040200     WRITE SOD-REPORT-REC FROM WS-RPT-HEADER.                     PGM216
040300*                                                                 PGM216
040400* ---------------------------------------------------------       PGM216
040500* 1차 이력 읽기: 점검월 말까지의 등록/승인 업무를 적재                                 PGM216
040600* ---------------------------------------------------------       PGM216
040700 1100-LOAD-SETUP-ACTIVITY.                                        PGM216
040800     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
040900     OPEN INPUT USER-ACTIVITY-FILE                                PGM216
041000     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
041100         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS2 PGM216
041200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
041300         PERFORM 9900-ABNORMAL-END                                PGM216
041400     END-IF                                                       PGM216
041500     PERFORM 1110-READ-ACTIVITY                                   PGM216
041600     PERFORM 1120-STORE-SETUP-EVENT                               PGM216
041700         UNTIL WS-EOF                                             PGM216
041800     CLOSE USER-ACTIVITY-FILE                                     PGM216
041900     IF WS-ACT-READ-CNT = 0                                       PGM216
042000         DISPLAY 'USER ACTIVITY LOG EMPTY - SD01/02/04/05 '       PGM216
042100                 'CANNOT MATCH SETUP SIDE'                        PGM216
042200     END-IF.                                                      PGM216
042300*                                                                 PGM216
042400 1110-READ-ACTIVITY.                                              PGM216
042500     READ USER-ACTIVITY-FILE                                      PGM216
042600         AT END SET WS-EOF TO TRUE                                PGM216
042700     END-READ.                                                    PGM216
042800*                                                                 PGM216
042900 1120-STORE-SETUP-EVENT.                                          PGM216
043000     ADD 1 TO WS-ACT-READ-CNT                                     PGM216
043100     IF UL-ACT-DATE NOT > WS-MONTH-TO-DATE                        PGM216
043200         AND UL-USER-ID NOT = SPACES                              PGM216
043300         EVALUATE TRUE                                            PGM216
043400             WHEN UL-VENDOR-SETUP                                 PGM216
043500                 PERFORM 1130-STORE-VENDOR-SETUP                  PGM216
043600             WHEN UL-PRICE-APPROVE                                PGM216
043700                 PERFORM 1140-STORE-PRICE-APPROVAL                PGM216
043800             WHEN UL-SPEC-APPROVE                                 PGM216
043900                 PERFORM 1150-STORE-SPEC-APPROVAL                 PGM216
044000             WHEN OTHER                                           PGM216
044100                 CONTINUE                                         PGM216
044200         END-EVALUATE                                             PGM216
044300     END-IF                                                       PGM216
044400     PERFORM 1110-READ-ACTIVITY.                                  PGM216
044500*                                                                 PGM216
044600 1130-STORE-VENDOR-SETUP.                                         PGM216
044700     SET VT-IDX TO 1                                              PGM216
044800     SEARCH WS-VT-ENTRY                                           PGM216
044900         AT END                                                   PGM216
045000             PERFORM 1135-ADD-VENDOR-SETUP                        PGM216
045100         WHEN VT-IDX > WS-VT-COUNT                                PGM216
045200             PERFORM 1135-ADD-VENDOR-SETUP                        PGM216
045300         WHEN VT-VENDOR-CD (VT-IDX) = UL-KEY-1                    PGM216
045400             AND VT-USER-ID (VT-IDX) = UL-USER-ID                 PGM216
045500             IF UL-ACT-DATE > VT-ACT-DATE (VT-IDX)                PGM216
045600                 MOVE UL-ACT-DATE TO VT-ACT-DATE (VT-IDX)         PGM216
045700             END-IF                                               PGM216
045800     END-SEARCH.                                                  PGM216
045900*                                                                 PGM216
046000 1135-ADD-VENDOR-SETUP.                                           PGM216
046100     IF WS-VT-COUNT NOT < WS-VT-MAX                               PGM216
046200         DISPLAY 'VENDOR SETUP TABLE FULL: ' WS-VT-MAX            PGM216
046300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM216
046400         PERFORM 9900-ABNORMAL-END                                PGM216
046500     END-IF                                                       PGM216
046600     ADD 1 TO WS-VT-COUNT                                         PGM216
046700     MOVE UL-KEY-1    TO VT-VENDOR-CD (WS-VT-COUNT)               PGM216
046800     MOVE UL-USER-ID  TO VT-USER-ID (WS-VT-COUNT)                 PGM216
046900     MOVE UL-ACT-DATE TO VT-ACT-DATE (WS-VT-COUNT).               PGM216
047000*                                                                 PGM216
047100 1140-STORE-PRICE-APPROVAL.                                       PGM216
047200     SET PT-IDX TO 1                                              PGM216
047300     SEARCH WS-PT-ENTRY                                           PGM216
047400         AT END                                                   PGM216
047500             PERFORM 1145-ADD-PRICE-APPROVAL                      PGM216
047600         WHEN PT-IDX > WS-PT-COUNT                                PGM216
047700             PERFORM 1145-ADD-PRICE-APPROVAL                      PGM216
047800         WHEN PT-PRODUCT-CD (PT-IDX) = UL-KEY-1                   PGM216
047900             AND PT-CUSTOMER-CD (PT-IDX) = UL-KEY-2               PGM216
048000             AND PT-USER-ID (PT-IDX) = UL-USER-ID                 PGM216
048100             IF UL-ACT-DATE > PT-ACT-DATE (PT-IDX)                PGM216
048200                 MOVE UL-ACT-DATE TO PT-ACT-DATE (PT-IDX)         PGM216
048300             END-IF                                               PGM216
048400     END-SEARCH.                                                  PGM216
048500*                                                                 PGM216
048600 1145-ADD-PRICE-APPROVAL.                                         PGM216
048700     IF WS-PT-COUNT NOT < WS-PT-MAX                               PGM216
048800         DISPLAY 'PRICE APPROVAL TABLE FULL: ' WS-PT-MAX          PGM216
048900         MOVE 'FL' TO WS-ABEND-STATUS                             PGM216
049000         PERFORM 9900-ABNORMAL-END                                PGM216
049100     END-IF                                                       PGM216
049200     ADD 1 TO WS-PT-COUNT                                         PGM216
049300     MOVE UL-KEY-1    TO PT-PRODUCT-CD (WS-PT-COUNT)              PGM216
049400     MOVE UL-KEY-2    TO PT-CUSTOMER-CD (WS-PT-COUNT)             PGM216
049500     MOVE UL-USER-ID  TO PT-USER-ID (WS-PT-COUNT)                 PGM216
049600     MOVE UL-ACT-DATE TO PT-ACT-DATE (WS-PT-COUNT).               PGM216
049700*                                                                 PGM216
049800 1150-STORE-SPEC-APPROVAL.                                        PGM216
049900     SET ST-IDX TO 1                                              PGM216
050000     SEARCH WS-ST-ENTRY                                           PGM216
050100         AT END                                                   PGM216
050200             PERFORM 1155-ADD-SPEC-APPROVAL                       PGM216
050300         WHEN ST-IDX > WS-ST-COUNT                                PGM216
050400             PERFORM 1155-ADD-SPEC-APPROVAL                       PGM216
050500         WHEN ST-PRODUCT-CD (ST-IDX) = UL-KEY-1                   PGM216
050600             AND ST-USER-ID (ST-IDX) = UL-USER-ID                 PGM216
050700             IF UL-ACT-DATE > ST-ACT-DATE (ST-IDX)                PGM216
050800                 MOVE UL-ACT-DATE TO ST-ACT-DATE (ST-IDX)         PGM216
050900             END-IF                                               PGM216
051000     END-SEARCH.                                                  PGM216
051100*                                                                 PGM216
051200 1155-ADD-SPEC-APPROVAL.                                          PGM216
051300     IF WS-ST-COUNT NOT < WS-ST-MAX                               PGM216
051400         DISPLAY 'SPEC APPROVAL TABLE FULL: ' WS-ST-MAX           PGM216
051500         MOVE 'FL' TO WS-ABEND-STATUS                             PGM216
051600         PERFORM 9900-ABNORMAL-END                                PGM216
051700     END-IF                                                       PGM216
051800     ADD 1 TO WS-ST-COUNT                                         PGM216
051900     MOVE UL-KEY-1    TO ST-PRODUCT-CD (WS-ST-COUNT)              PGM216
052000     MOVE UL-USER-ID  TO ST-USER-ID (WS-ST-COUNT)                 PGM216
052100     MOVE UL-ACT-DATE TO ST-ACT-DATE (WS-ST-COUNT).               PGM216
052200*                                                                 PGM216
052300* ---------------------------------------------------------       PGM216
052400* 클레임 담당자 적재 (담당자 미지정 건 제외)                                       PGM216
052500* ---------------------------------------------------------       PGM216
052600 1200-LOAD-COMPLAINTS.                                            PGM216
052700     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
052800     OPEN INPUT COMPLAINT-FILE                                    PGM216
052900     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
053000         DISPLAY 'COMPLAINT FILE OPEN ERROR: ' WS-FILE-STATUS2    PGM216
053100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
053200         PERFORM 9900-ABNORMAL-END                                PGM216
053300     END-IF                                                       PGM216
053400     PERFORM 1210-READ-COMPLAINT                                  PGM216
053500     PERFORM 1220-STORE-COMPLAINT                                 PGM216
053600         UNTIL WS-EOF                                             PGM216
053700     CLOSE COMPLAINT-FILE.                                        PGM216
053800*                                                                 PGM216
053900 1210-READ-COMPLAINT.                                             PGM216
054000     READ COMPLAINT-FILE                                          PGM216
054100         AT END SET WS-EOF TO TRUE                                PGM216
054200     END-READ.                                                    PGM216
054300*                                                                 PGM216
054400 1220-STORE-COMPLAINT.                                            PGM216
054500     IF CM-HANDLED-BY NOT = SPACES                                PGM216
054600         IF WS-CT-COUNT NOT < WS-CT-MAX                           PGM216
054700             DISPLAY 'COMPLAINT TABLE FULL: ' WS-CT-MAX           PGM216
054800             MOVE 'FL' TO WS-ABEND-STATUS                         PGM216
054900             PERFORM 9900-ABNORMAL-END                            PGM216
055000         END-IF                                                   PGM216
055100         ADD 1 TO WS-CT-COUNT                                     PGM216
055200         MOVE CM-COMPLAINT-NO TO CT-COMPLAINT-NO (WS-CT-COUNT)    PGM216
055300         MOVE CM-HANDLED-BY   TO CT-HANDLED-BY (WS-CT-COUNT)      PGM216
055400     END-IF                                                       PGM216
055500     PERFORM 1210-READ-COMPLAINT.                                 PGM216
055600*                                                                 PGM216
055700* ---------------------------------------------------------       PGM216
055800* 2차 이력 읽기: 점검월의 발주 등록(SD01), 수주 입력(SD02),                        PGM216
055900* 승인 업무의 승인 권한(SD06)                                              PGM216
056000* ---------------------------------------------------------       PGM216
056100 2000-CHECK-ACTIVITY.                                             PGM216
056200     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
056300     OPEN INPUT USER-ACTIVITY-FILE                                PGM216
056400     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
056500         DISPLAY 'USER ACTIVITY LOG OPEN ERROR: ' WS-FILE-STATUS2 PGM216
056600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
056700         PERFORM 9900-ABNORMAL-END                                PGM216
056800     END-IF                                                       PGM216
056900     PERFORM 1110-READ-ACTIVITY                                   PGM216
057000     PERFORM 2100-CHECK-ACTIVITY-EVENT                            PGM216
057100         UNTIL WS-EOF                                             PGM216
057200     CLOSE USER-ACTIVITY-FILE.                                    PGM216
057300*                                                                 PGM216
057400 2100-CHECK-ACTIVITY-EVENT.                                       PGM216
057500     IF UL-ACT-DATE NOT < WS-MONTH-FROM-DATE                      PGM216
057600         AND UL-ACT-DATE NOT > WS-MONTH-TO-DATE                   PGM216
057700         AND UL-USER-ID NOT = SPACES                              PGM216
057800         MOVE UL-USER-ID TO WS-CHK-USER                           PGM216
057900         IF UL-PO-RAISE                                           PGM216
058000             ADD 1 TO WS-TXN-CHECKED-CNT                          PGM216
058100             MOVE UL-KEY-2 TO WS-CHK-VENDOR                       PGM216
058200             MOVE SPACES   TO WS-CF-REF-KEY                       PGM216
058300             STRING UL-KEY-2 (1:10) ' ' UL-KEY-1 (1:12)           PGM216
058400                 DELIMITED BY SIZE INTO WS-CF-REF-KEY             PGM216
058500             MOVE SPACES   TO WS-CF-SECOND-DESC                   PGM216
058600             STRING 'PO RAISED ' UL-KEY-1 (1:12) ' ' UL-ACT-DATE  PGM216
058700                 DELIMITED BY SIZE INTO WS-CF-SECOND-DESC         PGM216
058800             MOVE 1 TO WS-RULE-SEQ                                PGM216
058900             PERFORM 2200-MATCH-VENDOR-SETUP                      PGM216
059000         END-IF                                                   PGM216
059100         IF UL-ORDER-ENTRY                                        PGM216
059200             ADD 1 TO WS-TXN-CHECKED-CNT                          PGM216
059300             MOVE UL-KEY-3 TO WS-CHK-PRODUCT                      PGM216
059400             MOVE UL-KEY-2 TO WS-CHK-CUSTOMER                     PGM216
059500             MOVE SPACES   TO WS-CF-REF-KEY                       PGM216
059600             STRING UL-KEY-1 UL-KEY-3                             PGM216
059700                 DELIMITED BY SIZE INTO WS-CF-REF-KEY             PGM216
059800             MOVE SPACES   TO WS-CF-SECOND-DESC                   PGM216
059900             STRING 'ORDER ENTERED ' UL-ACT-DATE                  PGM216
060000                 DELIMITED BY SIZE INTO WS-CF-SECOND-DESC         PGM216
060100             PERFORM 2300-MATCH-PRICE-APPROVAL                    PGM216
060200         END-IF                                                   PGM216
060300         IF UL-APPROVAL-ACT                                       PGM216
060400             MOVE SPACES TO WS-CF-REF-KEY                         PGM216
060500             STRING UL-ACT-CD ' ' UL-KEY-1 UL-KEY-2 (1:10)        PGM216
060600                 DELIMITED BY SIZE INTO WS-CF-REF-KEY             PGM216
060700             MOVE SPACES TO WS-CF-SECOND-DESC                     PGM216
060800             STRING 'APPROVAL ' UL-ACT-CD ' ' UL-PROGRAM-ID ' '   PGM216
060900                    UL-ACT-DATE                                   PGM216
061000                 DELIMITED BY SIZE INTO WS-CF-SECOND-DESC         PGM216
061100             PERFORM 6000-CHECK-APPROVER                          PGM216
061200         END-IF                                                   PGM216
061300     END-IF                                                       PGM216
061400     PERFORM 1110-READ-ACTIVITY.                                  PGM216
061500*                                                                 PGM216
061600* 거래처 등록/변경 승인자 = 대조 사용자 (SD01, SD05)                             PGM216
061700 2200-MATCH-VENDOR-SETUP.                                         PGM216
061800     SET VT-IDX TO 1                                              PGM216
061900     SEARCH WS-VT-ENTRY                                           PGM216
062000         AT END                                                   PGM216
062100             CONTINUE                                             PGM216
062200         WHEN VT-IDX > WS-VT-COUNT                                PGM216
062300             CONTINUE                                             PGM216
062400         WHEN VT-VENDOR-CD (VT-IDX) = WS-CHK-VENDOR               PGM216
062500             AND VT-USER-ID (VT-IDX) = WS-CHK-USER                PGM216
062600             MOVE SPACES TO WS-CF-FIRST-DESC                      PGM216
062700             STRING 'VENDOR SETUP ' VT-ACT-DATE (VT-IDX)          PGM216
062800                 DELIMITED BY SIZE INTO WS-CF-FIRST-DESC          PGM216
062900             PERFORM 7000-RECORD-CONFLICT                         PGM216
063000     END-SEARCH.                                                  PGM216
063100*                                                                 PGM216
063200* 판매단가 승인자 = 수주 입력/정정자. 고객 공백 단가는                                 PGM216
063300* 모든 고객에 적용되므로 고객 무관하게 대조한다. (SD02)                               PGM216
063400 2300-MATCH-PRICE-APPROVAL.                                       PGM216
063500     SET PT-IDX TO 1                                              PGM216
063600     SEARCH WS-PT-ENTRY                                           PGM216
063700         AT END                                                   PGM216
063800             CONTINUE                                             PGM216
063900         WHEN PT-IDX > WS-PT-COUNT                                PGM216
064000             CONTINUE                                             PGM216
064100         WHEN PT-PRODUCT-CD (PT-IDX) = WS-CHK-PRODUCT             PGM216
064200             AND PT-USER-ID (PT-IDX) = WS-CHK-USER                PGM216
064300             AND (PT-CUSTOMER-CD (PT-IDX) = WS-CHK-CUSTOMER       PGM216
064400                  OR PT-CUSTOMER-CD (PT-IDX) = SPACES)            PGM216
064500             MOVE SPACES TO WS-CF-FIRST-DESC                      PGM216
064600             STRING 'PRICE APPROVED ' PT-ACT-DATE (PT-IDX)        PGM216
064700                 DELIMITED BY SIZE INTO WS-CF-FIRST-DESC          PGM216
064800             MOVE 2 TO WS-RULE-SEQ                                PGM216
064900             PERFORM 7000-RECORD-CONFLICT                         PGM216
065000     END-SEARCH.                                                  PGM216
065100*                                                                 PGM216
065200* ---------------------------------------------------------       PGM216
065300* SD01: 점검월 발주 정정자 (발주 마스터에서 거래처)                                 PGM216
065400* ---------------------------------------------------------       PGM216
065500 2500-CHECK-PO-AMENDMENTS.                                        PGM216
065600     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
065700     OPEN INPUT PO-HISTORY-FILE                                   PGM216
065800     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
065900         DISPLAY 'PO HISTORY OPEN ERROR: ' WS-FILE-STATUS2        PGM216
066000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
066100         PERFORM 9900-ABNORMAL-END                                PGM216
066200     END-IF                                                       PGM216
066300     OPEN INPUT PO-MASTER-FILE                                    PGM216
066400     IF WS-FILE-STATUS3 NOT = '00'                                PGM216
066500         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS3         PGM216
066600         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM216
066700         PERFORM 9900-ABNORMAL-END                                PGM216
066800     END-IF                                                       PGM216
066900     PERFORM 2510-READ-PO-HISTORY                                 PGM216
067000     PERFORM 2600-CHECK-PO-AMENDMENT                              PGM216
067100         UNTIL WS-EOF                                             PGM216
067200     CLOSE PO-HISTORY-FILE                                        PGM216
067300     CLOSE PO-MASTER-FILE.                                        PGM216
067400*                                                                 PGM216
067500 2510-READ-PO-HISTORY.                                            PGM216
067600     READ PO-HISTORY-FILE                                         PGM216
067700         AT END SET WS-EOF TO TRUE                                PGM216
067800     END-READ.                                                    PGM216
067900*                                                                 PGM216
068000 2600-CHECK-PO-AMENDMENT.                                         PGM216
068100     IF PH-AMEND-DATE NOT < WS-MONTH-FROM-DATE                    PGM216
068200         AND PH-AMEND-DATE NOT > WS-MONTH-TO-DATE                 PGM216
068300         AND PH-USER-ID NOT = SPACES                              PGM216
068400         ADD 1 TO WS-TXN-CHECKED-CNT                              PGM216
068500         MOVE PH-PO-NO TO PO-NO                                   PGM216
068600         READ PO-MASTER-FILE                                      PGM216
068700             INVALID KEY                                          PGM216
068800                 DISPLAY 'AMENDED PO NOT ON MASTER: ' PH-PO-NO    PGM216
068900             NOT INVALID KEY                                      PGM216
069000                 MOVE PH-USER-ID   TO WS-CHK-USER                 PGM216
069100                 MOVE PO-VENDOR-CD TO WS-CHK-VENDOR               PGM216
069200                 MOVE SPACES       TO WS-CF-REF-KEY               PGM216
069300                 STRING PO-VENDOR-CD ' ' PO-NO                    PGM216
069400                     DELIMITED BY SIZE INTO WS-CF-REF-KEY         PGM216
069500                 MOVE SPACES       TO WS-CF-SECOND-DESC           PGM216
069600                 STRING 'PO AMENDED ' PO-NO ' ' PH-AMEND-DATE     PGM216
069700                     DELIMITED BY SIZE INTO WS-CF-SECOND-DESC     PGM216
069800                 MOVE 1 TO WS-RULE-SEQ                            PGM216
069900                 PERFORM 2200-MATCH-VENDOR-SETUP                  PGM216
070000         END-READ                                                 PGM216
070100     END-IF                                                       PGM216
070200     PERFORM 2510-READ-PO-HISTORY.                                PGM216
070300*                                                                 PGM216
070400* ---------------------------------------------------------       PGM216
070500* SD02: 점검월 수주 정정자 (수주 라인에서 고객/제품)                                PGM216
070600* ---------------------------------------------------------       PGM216
070700 3000-CHECK-ORDER-AMENDMENTS.                                     PGM216
070800     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
070900     OPEN INPUT ORDER-HISTORY-FILE                                PGM216
071000     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
071100         DISPLAY 'ORDER HISTORY OPEN ERROR: ' WS-FILE-STATUS2     PGM216
071200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
071300         PERFORM 9900-ABNORMAL-END                                PGM216
071400     END-IF                                                       PGM216
071500     OPEN INPUT CUSTOMER-ORDER-FILE                               PGM216
071600     IF WS-FILE-STATUS3 NOT = '00'                                PGM216
071700         DISPLAY 'CUSTOMER ORDER OPEN ERROR: ' WS-FILE-STATUS3    PGM216
071800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM216
071900         PERFORM 9900-ABNORMAL-END                                PGM216
072000     END-IF                                                       PGM216
072100     PERFORM 3010-READ-ORDER-HISTORY                              PGM216
072200     PERFORM 3100-CHECK-ORDER-AMENDMENT                           PGM216
072300         UNTIL WS-EOF                                             PGM216
072400     CLOSE ORDER-HISTORY-FILE                                     PGM216
072500     CLOSE CUSTOMER-ORDER-FILE.                                   PGM216
072600*                                                                 PGM216
072700 3010-READ-ORDER-HISTORY.                                         PGM216
072800     READ ORDER-HISTORY-FILE                                      PGM216
072900         AT END SET WS-EOF TO TRUE                                PGM216
073000     END-READ.                                                    PGM216
073100*                                                                 PGM216
073200 3100-CHECK-ORDER-AMENDMENT.                                      PGM216
073300     IF OH2-AMEND-DATE NOT < WS-MONTH-FROM-DATE                   PGM216
073400         AND OH2-AMEND-DATE NOT > WS-MONTH-TO-DATE                PGM216
073500         AND OH2-USER-ID NOT = SPACES                             PGM216
073600         ADD 1 TO WS-TXN-CHECKED-CNT                              PGM216
073700         MOVE OH2-ORDER-NO TO SO-ORDER-NO                         PGM216
073800         MOVE OH2-LINE-NO  TO SO-LINE-NO                          PGM216
073900         READ CUSTOMER-ORDER-FILE                                 PGM216
074000             INVALID KEY                                          PGM216
074100                 DISPLAY 'AMENDED ORDER NOT ON FILE: '            PGM216
074200                         OH2-ORDER-NO ' ' OH2-LINE-NO             PGM216
074300             NOT INVALID KEY                                      PGM216
074400                 MOVE OH2-USER-ID    TO WS-CHK-USER               PGM216
074500                 MOVE SO-PRODUCT-CD  TO WS-CHK-PRODUCT            PGM216
074600                 MOVE SO-CUSTOMER-CD TO WS-CHK-CUSTOMER           PGM216
074700                 MOVE SPACES         TO WS-CF-REF-KEY             PGM216
074800                 STRING SO-KEY SO-PRODUCT-CD                      PGM216
074900                     DELIMITED BY SIZE INTO WS-CF-REF-KEY         PGM216
075000                 MOVE SPACES         TO WS-CF-SECOND-DESC         PGM216
075100                 STRING 'ORDER AMENDED ' OH2-AMEND-DATE           PGM216
075200                     DELIMITED BY SIZE INTO WS-CF-SECOND-DESC     PGM216
075300                 PERFORM 2300-MATCH-PRICE-APPROVAL                PGM216
075400         END-READ                                                 PGM216
075500     END-IF                                                       PGM216
075600     PERFORM 3010-READ-ORDER-HISTORY.                             PGM216
075700*                                                                 PGM216
075800* ---------------------------------------------------------       PGM216
075900* SD03: 점검월 승인 대변메모의 승인자 = 클레임 담당자                                PGM216
076000*       (승인자의 승인 권한은 SD06)                                        PGM216
076100* ---------------------------------------------------------       PGM216
076200 3500-CHECK-CREDIT-MEMOS.                                         PGM216
076300     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
076400     OPEN INPUT CREDIT-MEMO-FILE                                  PGM216
076500     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
076600         DISPLAY 'CREDIT MEMO OPEN ERROR: ' WS-FILE-STATUS2       PGM216
076700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
076800         PERFORM 9900-ABNORMAL-END                                PGM216
076900     END-IF                                                       PGM216
077000     PERFORM 3510-READ-CREDIT-MEMO                                PGM216
077100     PERFORM 3600-CHECK-CREDIT-MEMO                               PGM216
077200         UNTIL WS-EOF                                             PGM216
077300     CLOSE CREDIT-MEMO-FILE.                                      PGM216
077400*                                                                 PGM216
077500 3510-READ-CREDIT-MEMO.                                           PGM216
077600     READ CREDIT-MEMO-FILE                                        PGM216
077700         AT END SET WS-EOF TO TRUE                                PGM216
077800     END-READ.                                                    PGM216
077900*                                                                 PGM216
078000 3600-CHECK-CREDIT-MEMO.                                          PGM216
078100     IF KM-APPROVED AND KM-APPR-USER NOT = SPACES                 PGM216
078200         AND KM-MEMO-DATE NOT < WS-MONTH-FROM-DATE                PGM216
078300         AND KM-MEMO-DATE NOT > WS-MONTH-TO-DATE                  PGM216
078400         ADD 1 TO WS-TXN-CHECKED-CNT                              PGM216
078500         MOVE KM-APPR-USER TO WS-CHK-USER                         PGM216
078600         MOVE SPACES       TO WS-CF-REF-KEY                       PGM216
078700         STRING 'MEMO ' KM-MEMO-NO ' CLAIM ' KM-COMPLAINT-NO      PGM216
078800             DELIMITED BY SIZE INTO WS-CF-REF-KEY                 PGM216
078900         MOVE SPACES       TO WS-CF-SECOND-DESC                   PGM216
079000         STRING 'CREDIT MEMO APPROVED ' KM-MEMO-DATE              PGM216
079100             DELIMITED BY SIZE INTO WS-CF-SECOND-DESC             PGM216
079200         SET CT-IDX TO 1                                          PGM216
079300         SEARCH WS-CT-ENTRY                                       PGM216
079400             AT END                                               PGM216
079500                 CONTINUE                                         PGM216
079600             WHEN CT-IDX > WS-CT-COUNT                            PGM216
079700                 CONTINUE                                         PGM216
079800             WHEN CT-COMPLAINT-NO (CT-IDX) = KM-COMPLAINT-NO      PGM216
079900                 IF CT-HANDLED-BY (CT-IDX) = KM-APPR-USER         PGM216
080000                     MOVE SPACES TO WS-CF-FIRST-DESC              PGM216
080100                     STRING 'COMPLAINT HANDLER ' KM-COMPLAINT-NO  PGM216
080200                         DELIMITED BY SIZE INTO WS-CF-FIRST-DESC  PGM216
080300                     MOVE 3 TO WS-RULE-SEQ                        PGM216
080400                     PERFORM 7000-RECORD-CONFLICT                 PGM216
080500                 END-IF                                           PGM216
080600         END-SEARCH                                               PGM216
080700         PERFORM 6000-CHECK-APPROVER                              PGM216
080800     END-IF                                                       PGM216
080900     PERFORM 3510-READ-CREDIT-MEMO.                               PGM216
081000*                                                                 PGM216
081100* ---------------------------------------------------------       PGM216
081200* SD04: 점검월 보류 로트 해제자 = 그 제품 규격 승인자                               PGM216
081300* ---------------------------------------------------------       PGM216
081400 4000-CHECK-LOT-RELEASES.                                         PGM216
081500     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
081600     OPEN INPUT QC-HOLD-FILE                                      PGM216
081700     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
081800         DISPLAY 'QC HOLD OPEN ERROR: ' WS-FILE-STATUS2           PGM216
081900         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
082000         PERFORM 9900-ABNORMAL-END                                PGM216
082100     END-IF                                                       PGM216
082200     PERFORM 4010-READ-QC-HOLD                                    PGM216
082300     PERFORM 4100-CHECK-LOT-RELEASE                               PGM216
082400         UNTIL WS-EOF                                             PGM216
082500     CLOSE QC-HOLD-FILE.                                          PGM216
082600*                                                                 PGM216
082700 4010-READ-QC-HOLD.                                               PGM216
082800     READ QC-HOLD-FILE                                            PGM216
082900         AT END SET WS-EOF TO TRUE                                PGM216
083000     END-READ.                                                    PGM216
083100*                                                                 PGM216
083200 4100-CHECK-LOT-RELEASE.                                          PGM216
083300     IF QHD-RELEASED AND QHD-DISP-BY NOT = SPACES                 PGM216
083400         AND QHD-DISP-DATE NOT < WS-MONTH-FROM-DATE               PGM216
083500         AND QHD-DISP-DATE NOT > WS-MONTH-TO-DATE                 PGM216
083600         ADD 1 TO WS-TXN-CHECKED-CNT                              PGM216
083700         SET ST-IDX TO 1                                          PGM216
083800         SEARCH WS-ST-ENTRY                                       PGM216
083900             AT END                                               PGM216
084000                 CONTINUE                                         PGM216
084100             WHEN ST-IDX > WS-ST-COUNT                            PGM216
084200                 CONTINUE                                         PGM216
084300             WHEN ST-PRODUCT-CD (ST-IDX) = QHD-PRODUCT-CD         PGM216
084400                 AND ST-USER-ID (ST-IDX) = QHD-DISP-BY            PGM216
084500                 MOVE QHD-DISP-BY TO WS-CHK-USER                  PGM216
084600                 MOVE SPACES      TO WS-CF-REF-KEY                PGM216
084700                 STRING QHD-LOT-NO QHD-PRODUCT-CD                 PGM216
084800                     DELIMITED BY SIZE INTO WS-CF-REF-KEY         PGM216
084900                 MOVE SPACES      TO WS-CF-FIRST-DESC             PGM216
085000                 STRING 'SPEC APPROVED ' ST-ACT-DATE (ST-IDX)     PGM216
085100                     DELIMITED BY SIZE INTO WS-CF-FIRST-DESC      PGM216
085200                 MOVE SPACES      TO WS-CF-SECOND-DESC            PGM216
085300                 STRING 'HELD LOT RELEASED ' QHD-DISP-DATE        PGM216
085400                     DELIMITED BY SIZE INTO WS-CF-SECOND-DESC     PGM216
085500                 MOVE 4 TO WS-RULE-SEQ                            PGM216
085600                 PERFORM 7000-RECORD-CONFLICT                     PGM216
085700         END-SEARCH                                               PGM216
085800     END-IF                                                       PGM216
085900     PERFORM 4010-READ-QC-HOLD.                                   PGM216
086000*                                                                 PGM216
086100* ---------------------------------------------------------       PGM216
086200* SD05: 점검월 지급 제안 승인자 = 그 거래처 등록 승인자                              PGM216
086300*       (승인자의 승인 권한은 SD06)                                        PGM216
086400* ---------------------------------------------------------       PGM216
086500 4500-CHECK-PAYMENT-APPROVALS.                                    PGM216
086600     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
086700     OPEN INPUT PAY-PROPOSAL-FILE                                 PGM216
086800     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM216
086900         DISPLAY 'PAYMENT PROPOSAL OPEN ERROR: ' WS-FILE-STATUS2  PGM216
087000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM216
087100         PERFORM 9900-ABNORMAL-END                                PGM216
087200     END-IF                                                       PGM216
087300     PERFORM 4510-READ-PAY-PROPOSAL                               PGM216
087400     PERFORM 4600-CHECK-PAY-PROPOSAL                              PGM216
087500         UNTIL WS-EOF                                             PGM216
087600     CLOSE PAY-PROPOSAL-FILE.                                     PGM216
087700*                                                                 PGM216
087800 4510-READ-PAY-PROPOSAL.                                          PGM216
087900     READ PAY-PROPOSAL-FILE                                       PGM216
088000         AT END SET WS-EOF TO TRUE                                PGM216
088100     END-READ.                                                    PGM216
088200*                                                                 PGM216
088300 4600-CHECK-PAY-PROPOSAL.                                         PGM216
088400     IF (PP-APPROVED OR PP-PAID) AND PP-REVIEW-BY NOT = SPACES    PGM216
088500         AND PP-PROPOSAL-DATE NOT < WS-MONTH-FROM-DATE            PGM216
088600         AND PP-PROPOSAL-DATE NOT > WS-MONTH-TO-DATE              PGM216
088700         ADD 1 TO WS-TXN-CHECKED-CNT                              PGM216
088800         MOVE PP-REVIEW-BY TO WS-CHK-USER                         PGM216
088900         MOVE PP-VENDOR-CD TO WS-CHK-VENDOR                       PGM216
089000         MOVE SPACES       TO WS-CF-REF-KEY                       PGM216
089100         STRING PP-VENDOR-CD ' ' PP-INVOICE-NO                    PGM216
089200             DELIMITED BY SIZE INTO WS-CF-REF-KEY                 PGM216
089300         MOVE SPACES       TO WS-CF-SECOND-DESC                   PGM216
089400         STRING 'PAYMENT APPROVED ' PP-PROPOSAL-DATE              PGM216
089500             DELIMITED BY SIZE INTO WS-CF-SECOND-DESC             PGM216
089600         MOVE 5 TO WS-RULE-SEQ                                    PGM216
089700         PERFORM 2200-MATCH-VENDOR-SETUP                          PGM216
089800         PERFORM 6000-CHECK-APPROVER                              PGM216
089900     END-IF                                                       PGM216
090000     PERFORM 4510-READ-PAY-PROPOSAL.                              PGM216
090100*                                                                 PGM216
090200* ---------------------------------------------------------       PGM216
090300* SD06: 승인 처리자의 사용자 권한 (미등록/정지/승인권 없음)                            PGM216
090400*       참조키와 둘째 업무 설명은 호출 단락이 채운다.                                PGM216
090500* ---------------------------------------------------------       PGM216
090600 6000-CHECK-APPROVER.                                             PGM216
090700     MOVE SPACES TO WS-CF-FIRST-DESC                              PGM216
090800     MOVE WS-CHK-USER TO UA-USER-ID                               PGM216
090900     READ USER-AUTH-FILE                                          PGM216
091000         INVALID KEY                                              PGM216
091100             MOVE 'NOT ON USER AUTHORITY' TO WS-CF-FIRST-DESC     PGM216
091200         NOT INVALID KEY                                          PGM216
091300             IF UA-SUSPENDED                                      PGM216
091400                 MOVE 'USER SUSPENDED' TO WS-CF-FIRST-DESC        PGM216
091500             ELSE                                                 PGM216
091600                 IF NOT UA-CAN-APPROVE                            PGM216
091700                     MOVE 'NO APPROVAL AUTHORITY'                 PGM216
091800                         TO WS-CF-FIRST-DESC                      PGM216
091900                 END-IF                                           PGM216
092000             END-IF                                               PGM216
092100     END-READ                                                     PGM216
092200     IF WS-CF-FIRST-DESC NOT = SPACES                             PGM216
092300         MOVE 6 TO WS-RULE-SEQ                                    PGM216
092400         PERFORM 7000-RECORD-CONFLICT                             PGM216
092500     END-IF.                                                      PGM216
092600*                                                                 PGM216
092700* ---------------------------------------------------------       PGM216
092800* 충돌 등록: 새 건은 미검토(O)로 추가, 이미 있으면(22)                              PGM216
092900* 검토 결과를 그대로 둔다.                                                  PGM216
093000* ---------------------------------------------------------       PGM216
093100 7000-RECORD-CONFLICT.                                            PGM216
093200     ADD 1 TO RC-FOUND-CNT (WS-RULE-SEQ)                          PGM216
093300     ADD 1 TO WS-TOTAL-FOUND                                      PGM216
093400     INITIALIZE SOD-CONFLICT-REC                                  PGM216
093500     MOVE WS-REVIEW-MONTH            TO SOD-REVIEW-MONTH          PGM216
093600     MOVE RL-RULE-CD (WS-RULE-SEQ)   TO SOD-RULE-CD               PGM216
093700     MOVE WS-CHK-USER                TO SOD-USER-ID               PGM216
093800     MOVE WS-CF-REF-KEY              TO SOD-REF-KEY               PGM216
093900     MOVE WS-RUN-DATE                TO SOD-DETECT-DATE           PGM216
094000     MOVE WS-CF-FIRST-DESC           TO SOD-FIRST-DESC            PGM216
094100     MOVE WS-CF-SECOND-DESC          TO SOD-SECOND-DESC           PGM216
094200     SET SOD-OPEN TO TRUE                                         PGM216
094300     WRITE SOD-CONFLICT-REC                                       PGM216
094400         INVALID KEY                                              PGM216
094500             IF WS-FILE-STATUS4 NOT = '22'                        PGM216
094600                 DISPLAY 'SOD CONFLICT WRITE ERROR: '             PGM216
094700                         WS-FILE-STATUS4                          PGM216
094800                 MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS          PGM216
094900                 PERFORM 9900-ABNORMAL-END                        PGM216
095000             END-IF                                               PGM216
095100         NOT INVALID KEY                                          PGM216
095200             ADD 1 TO RC-NEW-CNT (WS-RULE-SEQ)                    PGM216
095300             ADD 1 TO WS-TOTAL-NEW                                PGM216
095400     END-WRITE.                                                   PGM216
095500*                                                                 PGM216
095600* ---------------------------------------------------------       PGM216
095700* 등록부 인쇄: 점검월 전체 건과 이전 월 미검토 건                                    PGM216
095800* ---------------------------------------------------------       PGM216
095900 8000-PRINT-REGISTER.                                             PGM216
096000     MOVE 'N' TO WS-EOF-FLAG                                      PGM216
096100     WRITE SOD-REPORT-REC FROM WS-RPT-BLANK                       PGM216
096200     MOVE 'CONFLICTS - REVIEW MONTH AND OPEN CARRIED FORWARD'     PGM216
096300         TO RS-TITLE                                              PGM216
096400     WRITE SOD-REPORT-REC FROM WS-RPT-SECTION                     PGM216
096500     WRITE SOD-REPORT-REC FROM WS-RPT-CONF-HEAD                   PGM216
096600     WRITE SOD-REPORT-REC FROM WS-RPT-CONF-HEAD2                  PGM216
096700     MOVE LOW-VALUES TO SOD-KEY                                   PGM216
096800     START SOD-CONFLICT-FILE KEY NOT < SOD-KEY                    PGM216
096900         INVALID KEY                                              PGM216
097000             SET WS-EOF TO TRUE                                   PGM216
097100     END-START                                                    PGM216
097200     IF NOT WS-EOF                                                PGM216
097300         PERFORM 8010-READ-REGISTER                               PGM216
097400     END-IF                                                       PGM216
097500     PERFORM 8100-PRINT-CONFLICT                                  PGM216
097600         UNTIL WS-EOF                                             PGM216
097700     IF WS-PRINT-CNT = 0                                          PGM216
097800         WRITE SOD-REPORT-REC FROM WS-RPT-NONE                    PGM216
097900     END-IF.                                                      PGM216
098000*                                                                 PGM216
098100 8010-READ-REGISTER.                                              PGM216
098200     READ SOD-CONFLICT-FILE NEXT RECORD                           PGM216
098300         AT END SET WS-EOF TO TRUE                                PGM216
098400     END-READ.                                                    PGM216
098500*                                                                 PGM216
098600 8100-PRINT-CONFLICT.                                             PGM216
098700     IF SOD-REVIEW-MONTH > WS-REVIEW-MONTH                        PGM216
098800         SET WS-EOF TO TRUE                                       PGM216
098900     ELSE                                                         PGM216
099000         IF SOD-REVIEW-MONTH = WS-REVIEW-MONTH OR SOD-OPEN        PGM216
099100             PERFORM 8110-COUNT-CONFLICT-STATUS                   PGM216
099200             PERFORM 8120-WRITE-CONFLICT-LINES                    PGM216
099300         END-IF                                                   PGM216
099400         PERFORM 8010-READ-REGISTER                               PGM216
099500     END-IF.                                                      PGM216
099600*                                                                 PGM216
099700 8110-COUNT-CONFLICT-STATUS.                                      PGM216
099800     MOVE ZEROS TO WS-RULE-SEQ                                    PGM216
099900     PERFORM 8115-MATCH-RULE                                      PGM216
100000         VARYING WS-RX FROM 1 BY 1                                PGM216
100100         UNTIL WS-RX > WS-RULE-COUNT                              PGM216
100200     IF SOD-REVIEW-MONTH < WS-REVIEW-MONTH                        PGM216
100300         ADD 1 TO WS-CARRY-OPEN-CNT                               PGM216
100400     ELSE                                                         PGM216
100500         IF SOD-OPEN                                              PGM216
100600             ADD 1 TO WS-MONTH-OPEN-CNT                           PGM216
100700         END-IF                                                   PGM216
100800         IF WS-RULE-SEQ > 0                                       PGM216
100900             EVALUATE TRUE                                        PGM216
101000                 WHEN SOD-OPEN                                    PGM216
101100                     ADD 1 TO RC-OPEN-CNT (WS-RULE-SEQ)           PGM216
101200                 WHEN SOD-ACCEPTED                                PGM216
101300                     ADD 1 TO RC-ACCEPT-CNT (WS-RULE-SEQ)         PGM216
101400                 WHEN SOD-REMEDIATED                              PGM216
101500                     ADD 1 TO RC-REMED-CNT (WS-RULE-SEQ)          PGM216
101600             END-EVALUATE                                         PGM216
101700         END-IF                                                   PGM216
101800     END-IF.                                                      PGM216
101900*                                                                 PGM216
102000 8115-MATCH-RULE.                                                 PGM216
102100     IF RL-RULE-CD (WS-RX) = SOD-RULE-CD                          PGM216
102200         MOVE WS-RX TO WS-RULE-SEQ                                PGM216
102300     END-IF.                                                      PGM216
102400*                                                                 PGM216
102500 8120-WRITE-CONFLICT-LINES.                                       PGM216
102600     ADD 1 TO WS-PRINT-CNT                                        PGM216
102700     MOVE SOD-REVIEW-MONTH TO RD-REVIEW-MONTH                     PGM216
102800     MOVE SOD-RULE-CD      TO RD-RULE-CD                          PGM216
102900     MOVE SOD-USER-ID      TO RD-USER-ID                          PGM216
103000     MOVE SOD-USER-ID      TO UA-USER-ID                          PGM216
103100     READ USER-AUTH-FILE                                          PGM216
103200         INVALID KEY                                              PGM216
103300             MOVE '*NOT ON USER AUTH*' TO RD-USER-NAME            PGM216
103400         NOT INVALID KEY                                          PGM216
103500             MOVE UA-USER-NAME TO RD-USER-NAME                    PGM216
103600     END-READ                                                     PGM216
103700     MOVE SOD-REF-KEY      TO RD-REF-KEY                          PGM216
103800     EVALUATE TRUE                                                PGM216
103900         WHEN SOD-OPEN                                            PGM216
104000             MOVE 'OPEN'       TO RD-STATUS                       PGM216
104100         WHEN SOD-ACCEPTED                                        PGM216
104200             MOVE 'ACCEPTED'   TO RD-STATUS                       PGM216
104300         WHEN SOD-REMEDIATED                                      PGM216
104400             MOVE 'REMEDIATED' TO RD-STATUS                       PGM216
104500         WHEN OTHER                                               PGM216
104600             MOVE SOD-REVIEW-STATUS TO RD-STATUS                  PGM216
104700     END-EVALUATE                                                 PGM216
104800     MOVE SOD-REVIEWER-ID  TO RD-REVIEWER-ID                      PGM216
104900     IF SOD-SIGNOFF-DATE = ZEROS                                  PGM216
105000         MOVE SPACES           TO RD-SIGNOFF-DATE                 PGM216
105100     ELSE                                                         PGM216
105200         MOVE SOD-SIGNOFF-DATE TO RD-SIGNOFF-DATE                 PGM216
105300     END-IF                                                       PGM216
105400     MOVE SOD-FIRST-DESC     TO RD-FIRST-DESC                     PGM216
105500     MOVE SOD-SECOND-DESC    TO RD-SECOND-DESC                    PGM216
105600     MOVE SOD-REVIEW-COMMENT TO RD-REVIEW-COMMENT                 PGM216
105700     WRITE SOD-REPORT-REC FROM WS-RPT-CONF-DETAIL                 PGM216
105800     WRITE SOD-REPORT-REC FROM WS-RPT-CONF-DETAIL2.               PGM216
105900*                                                                 PGM216
106000* ---------------------------------------------------------       PGM216
106100* 규칙별 요약 (발견/신규는 이번 실행, 상태는 점검월)                                  PGM216
106200* ---------------------------------------------------------       PGM216
106300 8500-PRINT-SUMMARY.                                              PGM216
106400     WRITE SOD-REPORT-REC FROM WS-RPT-BLANK                       PGM216
106500     MOVE 'SUMMARY BY RULE' TO RS-TITLE                           PGM216
106600     WRITE SOD-REPORT-REC FROM WS-RPT-SECTION                     PGM216
106700     WRITE SOD-REPORT-REC FROM WS-RPT-SUM-HEAD                    PGM216
106800     PERFORM 8510-PRINT-RULE-SUMMARY                              PGM216
106900         VARYING WS-RX FROM 1 BY 1                                PGM216
107000         UNTIL WS-RX > WS-RULE-COUNT                              PGM216
107100     WRITE SOD-REPORT-REC FROM WS-RPT-BLANK                       PGM216
107200     MOVE WS-MONTH-OPEN-CNT TO RT-MONTH-OPEN-CNT                  PGM216
107300     MOVE WS-CARRY-OPEN-CNT TO RT-CARRY-OPEN-CNT                  PGM216
107400     WRITE SOD-REPORT-REC FROM WS-RPT-TOTALS.                     PGM216
107500*                                                                 PGM216
107600 8510-PRINT-RULE-SUMMARY.                                         PGM216
107700     MOVE RL-RULE-CD (WS-RX)     TO RM-RULE-CD                    PGM216
107800     MOVE RL-RULE-DESC (WS-RX)   TO RM-RULE-DESC                  PGM216
107900     MOVE RC-FOUND-CNT (WS-RX)   TO RM-FOUND-CNT                  PGM216
108000     MOVE RC-NEW-CNT (WS-RX)     TO RM-NEW-CNT                    PGM216
108100     MOVE RC-OPEN-CNT (WS-RX)    TO RM-OPEN-CNT                   PGM216
108200     MOVE RC-ACCEPT-CNT (WS-RX)  TO RM-ACCEPT-CNT                 PGM216
108300     MOVE RC-REMED-CNT (WS-RX)   TO RM-REMED-CNT                  PGM216
108400     WRITE SOD-REPORT-REC FROM WS-RPT-SUM-DETAIL.                 PGM216
108500*                                                                 PGM216
108600 9000-FINALIZE.                                                   PGM216
108700     CLOSE USER-AUTH-FILE                                         PGM216
108800     CLOSE SOD-CONFLICT-FILE                                      PGM216
108900     CLOSE SOD-REPORT-FILE                                        PGM216
109000     DISPLAY 'PGM216 COMPLETED: MONTH ' WS-REVIEW-MONTH           PGM216
109100             ' ACTIVITY ' WS-ACT-READ-CNT                         PGM216
109200             ' CHECKED ' WS-TXN-CHECKED-CNT                       PGM216
109300     DISPLAY '  CONFLICTS FOUND ' WS-TOTAL-FOUND                  PGM216
109400             ' NEW ' WS-TOTAL-NEW                                 PGM216
109500             ' OPEN ' WS-MONTH-OPEN-CNT                           PGM216
109600             ' CARRIED OPEN ' WS-CARRY-OPEN-CNT                   PGM216
109700     IF WS-MONTH-OPEN-CNT > 0 OR WS-CARRY-OPEN-CNT > 0            PGM216
109800         MOVE 4 TO RETURN-CODE                                    PGM216
109900     END-IF.                                                      PGM216
110000*                                                                 PGM216
110100 9750-DIAGNOSE-FILE-STATUS.                                       PGM216
110200     EVALUATE WS-ABEND-STATUS                                     PGM216
110300         WHEN '10'                                                PGM216
110400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM216
110500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM216
110600         WHEN '23'                                                PGM216
110700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM216
110800             DISPLAY '  AND RETRY THE REQUEST'                    PGM216
110900         WHEN '35'                                                PGM216
111000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM216
111100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM216
111200         WHEN '37'                                                PGM216
111300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM216
111400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM216
111500         WHEN '39'                                                PGM216
111600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM216
111700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM216
111800         WHEN '41'                                                PGM216
111900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM216
112000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM216
112100         WHEN '42'                                                PGM216
112200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM216
112300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM216
112400         WHEN '46'                                                PGM216
112500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM216
112600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM216
112700         WHEN OTHER                                               PGM216
112800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM216
112900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM216
113000     END-EVALUATE.                                                PGM216
113100*                                                                 PGM216
113200 9900-ABNORMAL-END.                                               PGM216
113300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM216
113400     DISPLAY 'PGM216 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM216
113500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM216
113600     MOVE 16 TO RETURN-CODE                                       PGM216
113700     GOBACK.                                                      PGM216
113800                                                                  PGM216
