000100 IDENTIFICATION DIVISION.                                         PGM164
000200 PROGRAM-ID.    PGM164.                                           PGM164
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM164
000400*                                                                 PGM164
000500* =========================================================       PGM164
000600* 프로그램명: 출하 송장(DELIVERY NOTE / B/L) 발행                            PGM164
000700* 처리내용  : 전 라인이 출하확정된 적재 가운데 송장이 아직                               PGM164
000800*            없는 적재마다 송장 통제 순번으로 번호를 매겨                            PGM164
000900*            송장을 인쇄한다. 고객/배송지, 적재 라인의 수주                          PGM164
001000*            번호/라인, 라인별 포장 태그(로트/중량), 출하 계량                       PGM164
001100*            총중량/공차/순중량, 운송사를 싣고 발행 대장                            PGM164
001200*            (CPYBOLR)에 남긴다. 파라미터 R 레코드로 지정한                      PGM164
001300*            적재는 대장 내용 그대로 COPY 표시를 붙여 재발행한다.                     PGM164
001400*            서명본이 회수되지 않은 송장 목록을 함께 찍는다.                          PGM164
001500* =========================================================       PGM164
001600*                                                                 PGM164
001700 ENVIRONMENT DIVISION.                                            PGM164
001800 CONFIGURATION SECTION.                                           PGM164
001900 INPUT-OUTPUT SECTION.                                            PGM164
002000 FILE-CONTROL.                                                    PGM164
002100     SELECT OPTIONAL BOL-PARM-FILE                                PGM164
002200         ASSIGN TO BOLPARM                                        PGM164
002300         ORGANIZATION IS SEQUENTIAL                               PGM164
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM164
002500     SELECT BOL-CONTROL-FILE                                      PGM164
002600         ASSIGN TO BOLCTL                                         PGM164
002700         ORGANIZATION IS SEQUENTIAL                               PGM164
002800         FILE STATUS IS WS-FILE-STATUS2.                          PGM164
002900     SELECT LOAD-FILE                                             PGM164
003000         ASSIGN TO LOADFILE                                       PGM164
003100         ORGANIZATION IS INDEXED                                  PGM164
003200         ACCESS MODE IS DYNAMIC                                   PGM164
003300         RECORD KEY IS LD-KEY                                     PGM164
003400         FILE STATUS IS WS-FILE-STATUS3.                          PGM164
003500     SELECT OPTIONAL PACKING-UNIT-FILE                            PGM164
003600         ASSIGN TO PACKUNIT                                       PGM164
003700         ORGANIZATION IS INDEXED                                  PGM164
003800         ACCESS MODE IS SEQUENTIAL                                PGM164
003900         RECORD KEY IS PU-TAG-NO                                  PGM164
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM164
004100     SELECT OPTIONAL OUTBOUND-TICKET-FILE                         PGM164
004200         ASSIGN TO OWBTICK                                        PGM164
004300         ORGANIZATION IS SEQUENTIAL                               PGM164
004400         FILE STATUS IS WS-FILE-STATUS5.                          PGM164
004500     SELECT OPTIONAL CUSTOMER-MASTER-FILE                         PGM164
004600         ASSIGN TO CUSTMAST                                       PGM164
004700         ORGANIZATION IS INDEXED                                  PGM164
004800         ACCESS MODE IS RANDOM                                    PGM164
004900         RECORD KEY IS CU-CUSTOMER-CD                             PGM164
005000         FILE STATUS IS WS-FILE-STATUS6.                          PGM164
005100     SELECT OPTIONAL CUST-ADDRESS-FILE                            PGM164
005200         ASSIGN TO CUSTADDR                                       PGM164
005300         ORGANIZATION IS INDEXED                                  PGM164
005400         ACCESS MODE IS RANDOM                                    PGM164
005500         RECORD KEY IS CA-KEY                                     PGM164
005600         FILE STATUS IS WS-FILE-STATUS7.                          PGM164
005700     SELECT OPTIONAL CARRIER-MASTER-FILE                          PGM164
005800         ASSIGN TO CARRMAST                                       PGM164
005900         ORGANIZATION IS INDEXED                                  PGM164
006000         ACCESS MODE IS RANDOM                                    PGM164
006100         RECORD KEY IS CR-CARRIER-CD                              PGM164
006200         FILE STATUS IS WS-FILE-STATUS8.                          PGM164
006300     SELECT OPTIONAL BOL-REGISTER-FILE                            PGM164
006400         ASSIGN TO BOLREG                                         PGM164
006500         ORGANIZATION IS INDEXED                                  PGM164
006600         ACCESS MODE IS DYNAMIC                                   PGM164
006700         RECORD KEY IS BL-LOAD-NO                                 PGM164
006800         FILE STATUS IS WS-FILE-STATUS9.                          PGM164
006900     SELECT BOL-PRINT-FILE                                        PGM164
007000         ASSIGN TO BOLPRT                                         PGM164
007100         ORGANIZATION IS SEQUENTIAL                               PGM164
007200         FILE STATUS IS WS-FILE-STATUS10.                         PGM164
007300     SELECT BOL-REPORT-FILE                                       PGM164
007400         ASSIGN TO BOLRPT                                         PGM164
007500         ORGANIZATION IS SEQUENTIAL                               PGM164
007600         FILE STATUS IS WS-FILE-STATUS11.                         PGM164
007700*                                                                 PGM164
007800 DATA DIVISION.                                                   PGM164
007900 FILE SECTION.                                                    PGM164
008000* 파라미터: D 기준일, R 재발행할 적재번호(복수 가능).                                PGM164
008100 FD  BOL-PARM-FILE.                                               PGM164
008200 01  BOL-PARM-REC.                                                PGM164
008300     05 BP-REC-TYPE          PIC X(01).                           PGM164
008400         88 BP-DATE-REC      VALUE 'D'.                           PGM164
008500         88 BP-REPRINT-REC   VALUE 'R'.                           PGM164
008600     05 BP-RUN-DATE          PIC 9(08).                           PGM164
008700     05 BP-LOAD-NO           PIC 9(12).                           PGM164
008800     05 FILLER               PIC X(59).                           PGM164
008900 FD  BOL-CONTROL-FILE.                                            PGM164
009000 01  BOL-CONTROL-REC.                                             PGM164
009100     05 BC-LAST-BOL-NO       PIC 9(10).                           PGM164
009200     05 FILLER               PIC X(10).                           PGM164
009300 FD  LOAD-FILE.                                                   PGM164
009400 01  LOAD-REC.                                                    PGM164
009500     COPY CPYLOAD.                                                PGM164
009600 FD  PACKING-UNIT-FILE.                                           PGM164
009700 01  PACKING-UNIT-REC.                                            PGM164
009800     COPY CPYPKUN.                                                PGM164
009900 FD  OUTBOUND-TICKET-FILE.                                        PGM164
010000 01  OUTBOUND-TICKET-REC.                                         PGM164
010100     COPY CPYWBTO.                                                PGM164
010200 FD  CUSTOMER-MASTER-FILE.                                        PGM164
010300 01  CUSTOMER-MASTER-REC.                                         PGM164
010400     COPY CPYCUST.                                                PGM164
010500 FD  CUST-ADDRESS-FILE.                                           PGM164
010600 01  CUST-ADDRESS-REC.                                            PGM164
010700     COPY CPYCADR.                                                PGM164
010800 FD  CARRIER-MASTER-FILE.                                         PGM164
010900 01  CARRIER-MASTER-REC.                                          PGM164
011000     COPY CPYCARR.                                                PGM164
011100 FD  BOL-REGISTER-FILE.                                           PGM164
011200 01  BOL-REGISTER-REC.                                            PGM164
011300     COPY CPYBOLR.                                                PGM164
011400 FD  BOL-PRINT-FILE.                                              PGM164
011500 01  BOL-PRINT-REC           PIC X(132).                          PGM164
011600 FD  BOL-REPORT-FILE.                                             PGM164
011700 01  BOL-REPORT-REC          PIC X(132).                          PGM164
011800*                                                                 PGM164
011900 WORKING-STORAGE SECTION.                                         PGM164
012000 01  WS-FILE-STATUS         PIC XX.                               PGM164
012100 01  WS-FILE-STATUS2        PIC XX.                               PGM164
012200 01  WS-FILE-STATUS3        PIC XX.                               PGM164
012300 01  WS-FILE-STATUS4        PIC XX.                               PGM164
012400 01  WS-FILE-STATUS5        PIC XX.                               PGM164
012500 01  WS-FILE-STATUS6        PIC XX.                               PGM164
012600 01  WS-FILE-STATUS7        PIC XX.                               PGM164
012700 01  WS-FILE-STATUS8        PIC XX.                               PGM164
012800 01  WS-FILE-STATUS9        PIC XX.                               PGM164
012900 01  WS-FILE-STATUS10       PIC XX.                               PGM164
013000 01  WS-FILE-STATUS11       PIC XX.                               PGM164
013100 01  WS-ABEND-STATUS        PIC XX.                               PGM164
013200 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM164
013300     88 WS-EOF              VALUE 'Y'.                            PGM164
013400 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM164
013500     88 WS-LD-EOF           VALUE 'Y'.                            PGM164
013600 01  WS-PKUN-OPEN-FLAG      PIC X VALUE 'N'.                      PGM164
013700     88 WS-PKUN-READY       VALUE 'Y'.                            PGM164
013800 01  WS-CUST-OPEN-FLAG      PIC X VALUE 'N'.                      PGM164
013900     88 WS-CUST-READY       VALUE 'Y'.                            PGM164
014000 01  WS-ADDR-OPEN-FLAG      PIC X VALUE 'N'.                      PGM164
014100     88 WS-ADDR-READY       VALUE 'Y'.                            PGM164
014200 01  WS-CARR-OPEN-FLAG      PIC X VALUE 'N'.                      PGM164
014300     88 WS-CARR-READY       VALUE 'Y'.                            PGM164
014400 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM164
014500 01  WS-NEXT-BOL-NO         PIC 9(10) VALUE ZEROS.                PGM164
014600* 재발행 요청 적재                                                       PGM164
014700 01  WS-RP-MAX              PIC 9(03) VALUE 100.                  PGM164
014800 01  WS-RP-COUNT            PIC 9(03) VALUE ZEROS.                PGM164
014900 01  WS-RP-IX               PIC 9(03) VALUE ZEROS.                PGM164
015000 01  WS-RP-TABLE.                                                 PGM164
015100     05 WS-RPT-LOAD-NO OCCURS 100 TIMES PIC 9(12).                PGM164
015200* 이번 실행에서 인쇄할 적재 (N 신규, C 재발행)                                    PGM164
015300 01  WS-PL-MAX              PIC 9(05) VALUE 500.                  PGM164
015400 01  WS-PL-COUNT            PIC 9(05) VALUE ZEROS.                PGM164
015500 01  WS-PL-IX               PIC 9(05) VALUE ZEROS.                PGM164
015600 01  WS-PL-TABLE.                                                 PGM164
015700     05 WS-PL-ENTRY OCCURS 500 TIMES                              PGM164
015800                    INDEXED BY PL-IDX.                            PGM164
015900         10 WS-PLT-LOAD-NO   PIC 9(12).                           PGM164
016000         10 WS-PLT-MODE      PIC X(01).                           PGM164
016100         10 WS-PLT-GROSS-WT  PIC S9(9)V99.                        PGM164
016200         10 WS-PLT-TARE-WT   PIC S9(9)V99.                        PGM164
016300         10 WS-PLT-NET-WT    PIC S9(9)V99.                        PGM164
016400         10 WS-PLT-TICKETS   PIC 9(03).                           PGM164
016500* 인쇄 대상 적재에 실린 포장 태그                                              PGM164
016600 01  WS-TG-MAX              PIC 9(05) VALUE 5000.                 PGM164
016700 01  WS-TG-COUNT            PIC 9(05) VALUE ZEROS.                PGM164
016800 01  WS-TG-IX               PIC 9(05) VALUE ZEROS.                PGM164
016900 01  WS-TG-TABLE.                                                 PGM164
017000     05 WS-TG-ENTRY OCCURS 5000 TIMES.                            PGM164
017100         10 WS-TGT-PL-IX     PIC 9(05).                           PGM164
017200         10 WS-TGT-ORDER-NO  PIC X(12).                           PGM164
017300         10 WS-TGT-LINE-NO   PIC 9(03).                           PGM164
017400         10 WS-TGT-TAG-NO    PIC X(12).                           PGM164
017500         10 WS-TGT-LOT-NO    PIC X(15).                           PGM164
017600         10 WS-TGT-WEIGHT    PIC S9(7)V99.                        PGM164
017700* 적재 판정용 누계 (적재번호 순 읽기 중 분기)                                      PGM164
017800 01  WS-CUR-LOAD-NO         PIC 9(12) VALUE ZEROS.                PGM164
017900 01  WS-CUR-CONFIRMED-CNT   PIC 9(05) VALUE ZEROS.                PGM164
018000 01  WS-CUR-PLANNED-CNT     PIC 9(05) VALUE ZEROS.                PGM164
018100* 송장 한 장 작업                                                       PGM164
018200 01  WS-DOC-CUSTOMER-CD     PIC X(10).                            PGM164
018300 01  WS-DOC-SHIPTO-SEQ      PIC 9(03).                            PGM164
018400 01  WS-DOC-WAREHOUSE-CD    PIC X(05).                            PGM164
018500 01  WS-DOC-CARRIER-CD      PIC X(04).                            PGM164
018600 01  WS-DOC-VEHICLE-TYPE    PIC X(01).                            PGM164
018700 01  WS-DOC-TAG-CNT         PIC 9(05) VALUE ZEROS.                PGM164
018800 01  WS-DOC-TAG-WT          PIC S9(9)V99 VALUE ZEROS.             PGM164
018900 01  WS-DOC-FOUND-FLAG      PIC X VALUE 'N'.                      PGM164
019000     88 WS-DOC-FOUND        VALUE 'Y'.                            PGM164
019100 01  WS-TICKET-NET          PIC S9(9)V99 VALUE ZEROS.             PGM164
019200* 처리 건수                                                           PGM164
019300 01  WS-ISSUED-COUNT        PIC 9(07) VALUE ZEROS.                PGM164
019400 01  WS-COPY-COUNT          PIC 9(07) VALUE ZEROS.                PGM164
019500 01  WS-NOT-WEIGHED-COUNT   PIC 9(07) VALUE ZEROS.                PGM164
019600 01  WS-REPRINT-MISS-COUNT  PIC 9(07) VALUE ZEROS.                PGM164
019700 01  WS-UNSIGNED-COUNT      PIC 9(07) VALUE ZEROS.                PGM164
019800*                                                                 PGM164
019900* 송장 양식                                                           PGM164
020000 01  WS-DOC-RULE             PIC X(132) VALUE ALL '='.            PGM164
020100 01  WS-DOC-TITLE.                                                PGM164
020200     05 FILLER               PIC X(40) VALUE                      PGM164
020300             'DELIVERY NOTE / BILL OF LADING          '.          PGM164
020400     05 DT-COPY-MARK         PIC X(10).                           PGM164
020500     05 FILLER               PIC X(08) VALUE 'B/L NO  '.          PGM164
020600     05 DT-BOL-NO            PIC 9(10).                           PGM164
020700     05 FILLER               PIC X(09) VALUE '  LOAD NO'.         PGM164
020800     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
020900     05 DT-LOAD-NO           PIC 9(12).                           PGM164
021000     05 FILLER               PIC X(08) VALUE '  ISSUED'.          PGM164
021100     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
021200     05 DT-ISSUE-DATE        PIC 9(08).                           PGM164
021300     05 FILLER               PIC X(09) VALUE '  PRINTED'.         PGM164
021400     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
021500     05 DT-PRINT-DATE        PIC 9(08).                           PGM164
021600     05 FILLER               PIC X(07) VALUE SPACES.              PGM164
021700 01  WS-DOC-PARTY.                                                PGM164
021800     05 DP-LABEL             PIC X(12).                           PGM164
021900     05 DP-CODE              PIC X(10).                           PGM164
022000     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
022100     05 DP-NAME              PIC X(40).                           PGM164
022200     05 FILLER               PIC X(69) VALUE SPACES.              PGM164
022300 01  WS-DOC-ADDR.                                                 PGM164
022400     05 FILLER               PIC X(12) VALUE SPACES.              PGM164
022500     05 DA-TEXT              PIC X(40).                           PGM164
022600     05 FILLER               PIC X(80) VALUE SPACES.              PGM164
022700 01  WS-DOC-SHIP.                                                 PGM164
022800     05 FILLER               PIC X(12) VALUE 'WAREHOUSE   '.      PGM164
022900     05 DS-WAREHOUSE-CD      PIC X(05).                           PGM164
023000     05 FILLER               PIC X(10) VALUE '  CARRIER '.        PGM164
023100     05 DS-CARRIER-CD        PIC X(04).                           PGM164
023200     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
023300     05 DS-CARRIER-NM        PIC X(30).                           PGM164
023400     05 FILLER               PIC X(10) VALUE '  VEHICLE '.        PGM164
023500     05 DS-VEHICLE-TYPE      PIC X(01).                           PGM164
023600     05 FILLER               PIC X(59) VALUE SPACES.              PGM164
023700 01  WS-DOC-LINE-HDR.                                             PGM164
023800     05 FILLER               PIC X(48) VALUE                      PGM164
023900             '  ORDER NO     LINE PRODUCT           LOAD QTY  '.  PGM164
024000     05 FILLER               PIC X(48) VALUE                      PGM164
024100             '  (PACKING TAG / LOT / WEIGHT KG)               '.  PGM164
024200     05 FILLER               PIC X(36) VALUE SPACES.              PGM164
024300 01  WS-DOC-LINE.                                                 PGM164
024400     05 FILLER               PIC X(02) VALUE SPACES.              PGM164
024500     05 DL-ORDER-NO          PIC X(12).                           PGM164
024600     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
024700     05 DL-LINE-NO           PIC 9(03).                           PGM164
024800     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
024900     05 DL-PRODUCT-CD        PIC X(15).                           PGM164
025000     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
025100     05 DL-LOAD-QTY          PIC ZZZZZZZZ9-.                      PGM164
025200     05 FILLER               PIC X(87) VALUE SPACES.              PGM164
025300 01  WS-DOC-TAG.                                                  PGM164
025400     05 FILLER               PIC X(08) VALUE SPACES.              PGM164
025500     05 FILLER               PIC X(04) VALUE 'TAG '.              PGM164
025600     05 DG-TAG-NO            PIC X(12).                           PGM164
025700     05 FILLER               PIC X(05) VALUE ' LOT '.             PGM164
025800     05 DG-LOT-NO            PIC X(15).                           PGM164
025900     05 FILLER               PIC X(04) VALUE ' WT '.              PGM164
026000     05 DG-WEIGHT            PIC ZZZZZZ9.99-.                     PGM164
026100     05 FILLER               PIC X(73) VALUE SPACES.              PGM164
026200 01  WS-DOC-WEIGHT.                                               PGM164
026300     05 FILLER               PIC X(06) VALUE 'GROSS '.            PGM164
026400     05 DW-GROSS-WT          PIC ZZZZZZZZ9.99-.                   PGM164
026500     05 FILLER               PIC X(08) VALUE '  TARE  '.          PGM164
026600     05 DW-TARE-WT           PIC ZZZZZZZZ9.99-.                   PGM164
026700     05 FILLER               PIC X(07) VALUE '  NET  '.           PGM164
026800     05 DW-NET-WT            PIC ZZZZZZZZ9.99-.                   PGM164
026900     05 FILLER               PIC X(08) VALUE '  TAGS  '.          PGM164
027000     05 DW-TAG-CNT           PIC ZZZZ9.                           PGM164
027100     05 FILLER               PIC X(10) VALUE '  TAG WT  '.        PGM164
027200     05 DW-TAG-WT            PIC ZZZZZZZZ9.99-.                   PGM164
027300     05 FILLER               PIC X(02) VALUE SPACES.              PGM164
027400     05 DW-NOTE              PIC X(20).                           PGM164
027500     05 FILLER               PIC X(14) VALUE SPACES.              PGM164
027600 01  WS-DOC-SIGN1.                                                PGM164
027700     05 FILLER               PIC X(48) VALUE                      PGM164
027800             'DRIVER SIGNATURE ______________________  RECEIVE'.  PGM164
027900     05 FILLER               PIC X(48) VALUE                      PGM164
028000             'D IN GOOD ORDER (NAME/SIGNATURE/DATE) __________'.  PGM164
028100     05 FILLER               PIC X(36) VALUE                      PGM164
028200             '____________________'.                              PGM164
028300* 실행 보고서                                                          PGM164
028400 01  WS-RPT-HEADER.                                               PGM164
028500     05 FILLER               PIC X(40) VALUE                      PGM164
028600             'PGM164 DELIVERY NOTE ISSUE - RUN DATE   '.          PGM164
028700     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
028800     05 RH-RUN-DATE          PIC 9(08).                           PGM164
028900     05 FILLER               PIC X(83) VALUE SPACES.              PGM164
029000 01  WS-RPT-SECTION.                                              PGM164
029100     05 RT-SECTION-TITLE     PIC X(60).                           PGM164
029200     05 FILLER               PIC X(72) VALUE SPACES.              PGM164
029300 01  WS-RPT-DETAIL.                                               PGM164
029400     05 RD-LOAD-NO           PIC 9(12).                           PGM164
029500     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
029600     05 RD-BOL-NO            PIC 9(10).                           PGM164
029700     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
029800     05 RD-CUSTOMER-CD       PIC X(10).                           PGM164
029900     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
030000     05 RD-CARRIER-CD        PIC X(04).                           PGM164
030100     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
030200     05 RD-ISSUE-DATE        PIC 9(08).                           PGM164
030300     05 FILLER               PIC X(01) VALUE SPACE.               PGM164
030400     05 RD-RESULT            PIC X(30).                           PGM164
030500     05 FILLER               PIC X(53) VALUE SPACES.              PGM164
030600 01  WS-RPT-CNT-LINE.                                             PGM164
030700     05 RN-LABEL             PIC X(40).                           PGM164
030800     05 RN-COUNT             PIC ZZZZZZ9.                         PGM164
030900     05 FILLER               PIC X(85) VALUE SPACES.              PGM164
031000*                                                                 PGM164
031100 PROCEDURE DIVISION.                                              PGM164
031200*                                                                 PGM164
031300 0000-MAIN-PROCESS.                                               PGM164
031400     PERFORM 1000-INITIALIZE                                      PGM164
031500     PERFORM 2000-SELECT-LOADS                                    PGM164
031600     PERFORM 2500-SELECT-REPRINTS                                 PGM164
031700     PERFORM 3000-LOAD-TAGS                                       PGM164
031800     PERFORM 3500-LOAD-WEIGHTS                                    PGM164
031900     PERFORM 4000-PRINT-DOCUMENTS                                 PGM164
032000         VARYING WS-PL-IX FROM 1 BY 1                             PGM164
032100         UNTIL WS-PL-IX > WS-PL-COUNT                             PGM164
032200     PERFORM 6000-LIST-UNSIGNED                                   PGM164
032300     PERFORM 7000-PRINT-TOTALS                                    PGM164
032400     PERFORM 9100-SAVE-BOL-CONTROL                                PGM164
032500     PERFORM 9000-FINALIZE                                        PGM164
032600     GOBACK.                                                      PGM164
032700*                                                                 PGM164
032800* 기준일: 파라미터 D 레코드가 있으면 그 일자, 없으면 시스템                              PGM164
032900* 일자. R 레코드는 재발행 요청으로 모아 둔다.                                      PGM164
033000 1000-INITIALIZE.                                                 PGM164
033100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM164
033200     OPEN INPUT BOL-PARM-FILE                                     PGM164
033300     IF WS-FILE-STATUS = '00'                                     PGM164
033400         PERFORM 1050-READ-PARM                                   PGM164
033500             UNTIL WS-EOF                                         PGM164
033600         CLOSE BOL-PARM-FILE                                      PGM164
033700         MOVE 'N' TO WS-EOF-FLAG                                  PGM164
033800     END-IF                                                       PGM164
033900     PERFORM 1100-LOAD-BOL-CONTROL                                PGM164
034000     OPEN INPUT LOAD-FILE                                         PGM164
034100     IF WS-FILE-STATUS3 NOT = '00'                                PGM164
034200         DISPLAY 'LOAD FILE OPEN ERROR: ' WS-FILE-STATUS3         PGM164
034300         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM164
034400         PERFORM 9900-ABNORMAL-END                                PGM164
034500     END-IF                                                       PGM164
034600     OPEN INPUT PACKING-UNIT-FILE                                 PGM164
034700     IF WS-FILE-STATUS4 = '00'                                    PGM164
034800         SET WS-PKUN-READY TO TRUE                                PGM164
034900     ELSE                                                         PGM164
035000         DISPLAY 'PACKING UNIT ABSENT - NO TAGS PRINTED: '        PGM164
035100                 WS-FILE-STATUS4                                  PGM164
035200     END-IF                                                       PGM164
035300     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM164
035400     IF WS-FILE-STATUS6 = '00'                                    PGM164
035500         SET WS-CUST-READY TO TRUE                                PGM164
035600     END-IF                                                       PGM164
035700     OPEN INPUT CUST-ADDRESS-FILE                                 PGM164
035800     IF WS-FILE-STATUS7 = '00'                                    PGM164
035900         SET WS-ADDR-READY TO TRUE                                PGM164
036000     END-IF                                                       PGM164
036100     OPEN INPUT CARRIER-MASTER-FILE                               PGM164
036200     IF WS-FILE-STATUS8 = '00'                                    PGM164
036300         SET WS-CARR-READY TO TRUE                                PGM164
036400     END-IF                                                       PGM164
036500     OPEN I-O BOL-REGISTER-FILE                                   PGM164
036600     IF WS-FILE-STATUS9 NOT = '00' AND WS-FILE-STATUS9 NOT = '05' PGM164
036700         DISPLAY 'BOL REGISTER OPEN ERROR: ' WS-FILE-STATUS9      PGM164
036800         MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS                  PGM164
036900         PERFORM 9900-ABNORMAL-END                                PGM164
037000     END-IF                                                       PGM164
037100     OPEN OUTPUT BOL-PRINT-FILE                                   PGM164
037200     IF WS-FILE-STATUS10 NOT = '00'                               PGM164
037300         DISPLAY 'BOL PRINT OPEN ERROR: ' WS-FILE-STATUS10        PGM164
037400         MOVE WS-FILE-STATUS10 TO WS-ABEND-STATUS                 PGM164
037500         PERFORM 9900-ABNORMAL-END                                PGM164
037600     END-IF                                                       PGM164
037700     OPEN OUTPUT BOL-REPORT-FILE                                  PGM164
037800     IF WS-FILE-STATUS11 NOT = '00'                               PGM164
037900         DISPLAY 'BOL REPORT OPEN ERROR: ' WS-FILE-STATUS11       PGM164
038000         MOVE WS-FILE-STATUS11 TO WS-ABEND-STATUS                 PGM164
038100         PERFORM 9900-ABNORMAL-END                                PGM164
038200     END-IF                                                       PGM164
038300     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM164
038400     WRITE BOL-REPORT-REC FROM WS-RPT-HEADER                      PGM164
038500     MOVE 'DELIVERY NOTES PRINTED' TO RT-SECTION-TITLE            PGM164
038600     WRITE BOL-REPORT-REC FROM WS-RPT-SECTION.                    PGM164
038700*                                                                 PGM164
038800 1050-READ-PARM.                                                  PGM164
038900     READ BOL-PARM-FILE                                           PGM164
039000         AT END                                                   PGM164
039100             SET WS-EOF TO TRUE                                   PGM164
039200         NOT AT END                                               PGM164
039300             EVALUATE TRUE                                        PGM164
039400                 WHEN BP-DATE-REC                                 PGM164
039500                     IF BP-RUN-DATE IS NUMERIC AND BP-RUN-DATE > 0PGM164
039600                         MOVE BP-RUN-DATE TO WS-RUN-DATE          PGM164
039700                     END-IF                                       PGM164
039800                 WHEN BP-REPRINT-REC                              PGM164
039900                     IF WS-RP-COUNT >= WS-RP-MAX                  PGM164
040000                         DISPLAY 'REPRINT TABLE FULL - MAX '      PGM164
040100                                 WS-RP-MAX                        PGM164
040200                         MOVE 'FL' TO WS-ABEND-STATUS             PGM164
040300                         PERFORM 9900-ABNORMAL-END                PGM164
040400                     END-IF                                       PGM164
040500                     IF BP-LOAD-NO IS NUMERIC AND BP-LOAD-NO > 0  PGM164
040600                         ADD 1 TO WS-RP-COUNT                     PGM164
040700                         MOVE BP-LOAD-NO                          PGM164
040800                             TO WS-RPT-LOAD-NO (WS-RP-COUNT)      PGM164
040900                     END-IF                                       PGM164
041000                 WHEN OTHER                                       PGM164
041100                     CONTINUE                                     PGM164
041200             END-EVALUATE                                         PGM164
041300     END-READ.                                                    PGM164
041400*                                                                 PGM164
041500* 송장 통제 순번: 마지막으로 쓴 송장번호 1건.                                      PGM164
041600 1100-LOAD-BOL-CONTROL.                                           PGM164
041700     OPEN INPUT BOL-CONTROL-FILE                                  PGM164
041800     IF WS-FILE-STATUS2 NOT = '00'                                PGM164
041900         DISPLAY 'BOL CONTROL OPEN ERROR: ' WS-FILE-STATUS2       PGM164
042000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM164
042100         PERFORM 9900-ABNORMAL-END                                PGM164
042200     END-IF                                                       PGM164
042300     READ BOL-CONTROL-FILE                                        PGM164
042400         AT END                                                   PGM164
042500             DISPLAY 'BOL CONTROL RECORD MISSING'                 PGM164
042600             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM164
042700             PERFORM 9900-ABNORMAL-END                            PGM164
042800     END-READ                                                     PGM164
042900     MOVE BC-LAST-BOL-NO TO WS-NEXT-BOL-NO                        PGM164
043000     CLOSE BOL-CONTROL-FILE.                                      PGM164
043100*                                                                 PGM164
043200* 적재 파일을 적재번호 순으로 읽어 확정 라인이 있고 계획                                 PGM164
043300* 라인이 없는 적재 중 송장 대장에 없는 것을 고른다.                                   PGM164
043400 2000-SELECT-LOADS.                                               PGM164
043500     PERFORM 2050-READ-LOAD                                       PGM164
043600         UNTIL WS-EOF                                             PGM164
043700     IF WS-CUR-LOAD-NO > 0                                        PGM164
043800         PERFORM 2100-CHECK-LOAD                                  PGM164
043900     END-IF                                                       PGM164
044000     MOVE 'N' TO WS-EOF-FLAG.                                     PGM164
044100*                                                                 PGM164
044200 2050-READ-LOAD.                                                  PGM164
044300     READ LOAD-FILE NEXT RECORD                                   PGM164
044400         AT END                                                   PGM164
044500             SET WS-EOF TO TRUE                                   PGM164
044600         NOT AT END                                               PGM164
044700             IF LD-LOAD-NO NOT = WS-CUR-LOAD-NO                   PGM164
044800                 IF WS-CUR-LOAD-NO > 0                            PGM164
044900                     PERFORM 2100-CHECK-LOAD                      PGM164
045000                 END-IF                                           PGM164
045100                 MOVE LD-LOAD-NO TO WS-CUR-LOAD-NO                PGM164
045200                 MOVE ZEROS      TO WS-CUR-CONFIRMED-CNT          PGM164
045300                 MOVE ZEROS      TO WS-CUR-PLANNED-CNT            PGM164
045400             END-IF                                               PGM164
045500             EVALUATE TRUE                                        PGM164
045600                 WHEN LD-CONFIRMED                                PGM164
045700                     ADD 1 TO WS-CUR-CONFIRMED-CNT                PGM164
045800                 WHEN LD-PLANNED                                  PGM164
045900                     ADD 1 TO WS-CUR-PLANNED-CNT                  PGM164
046000                 WHEN OTHER                                       PGM164
046100                     CONTINUE                                     PGM164
046200             END-EVALUATE                                         PGM164
046300     END-READ.                                                    PGM164
046400*                                                                 PGM164
046500 2100-CHECK-LOAD.                                                 PGM164
046600     IF WS-CUR-CONFIRMED-CNT > 0 AND WS-CUR-PLANNED-CNT = 0       PGM164
046700         MOVE WS-CUR-LOAD-NO TO BL-LOAD-NO                        PGM164
046800         READ BOL-REGISTER-FILE                                   PGM164
046900             INVALID KEY                                          PGM164
047000                 PERFORM 2200-ADD-PRINT-LOAD                      PGM164
047100                 MOVE 'N' TO WS-PLT-MODE (WS-PL-COUNT)            PGM164
047200             NOT INVALID KEY                                      PGM164
047300                 CONTINUE                                         PGM164
047400         END-READ                                                 PGM164
047500     END-IF.                                                      PGM164
047600*                                                                 PGM164
047700 2200-ADD-PRINT-LOAD.                                             PGM164
047800     IF WS-PL-COUNT >= WS-PL-MAX                                  PGM164
047900         DISPLAY 'PRINT LOAD TABLE FULL - MAX ' WS-PL-MAX         PGM164
048000         MOVE 'FL' TO WS-ABEND-STATUS                             PGM164
048100         PERFORM 9900-ABNORMAL-END                                PGM164
048200     END-IF                                                       PGM164
048300     ADD 1 TO WS-PL-COUNT                                         PGM164
048400     MOVE WS-CUR-LOAD-NO TO WS-PLT-LOAD-NO (WS-PL-COUNT)          PGM164
048500     MOVE ZEROS          TO WS-PLT-GROSS-WT (WS-PL-COUNT)         PGM164
048600     MOVE ZEROS          TO WS-PLT-TARE-WT (WS-PL-COUNT)          PGM164
048700     MOVE ZEROS          TO WS-PLT-NET-WT (WS-PL-COUNT)           PGM164
048800     MOVE ZEROS          TO WS-PLT-TICKETS (WS-PL-COUNT).         PGM164
048900*                                                                 PGM164
049000* 재발행: 대장에 있는 적재만 COPY로 다시 찍는다.                                   PGM164
049100 2500-SELECT-REPRINTS.                                            PGM164
049200     PERFORM 2550-CHECK-REPRINT                                   PGM164
049300         VARYING WS-RP-IX FROM 1 BY 1                             PGM164
049400         UNTIL WS-RP-IX > WS-RP-COUNT.                            PGM164
049500*                                                                 PGM164
049600 2550-CHECK-REPRINT.                                              PGM164
049700     MOVE WS-RPT-LOAD-NO (WS-RP-IX) TO BL-LOAD-NO                 PGM164
049800     READ BOL-REGISTER-FILE                                       PGM164
049900         INVALID KEY                                              PGM164
050000             ADD 1 TO WS-REPRINT-MISS-COUNT                       PGM164
050100             INITIALIZE WS-RPT-DETAIL                             PGM164
050200             MOVE WS-RPT-LOAD-NO (WS-RP-IX) TO RD-LOAD-NO         PGM164
050300             MOVE 'REPRINT - NOT YET ISSUED' TO RD-RESULT         PGM164
050400             WRITE BOL-REPORT-REC FROM WS-RPT-DETAIL              PGM164
050500             END-WRITE                                            PGM164
050600         NOT INVALID KEY                                          PGM164
050700             MOVE BL-LOAD-NO TO WS-CUR-LOAD-NO                    PGM164
050800             PERFORM 2200-ADD-PRINT-LOAD                          PGM164
050900             MOVE 'C' TO WS-PLT-MODE (WS-PL-COUNT)                PGM164
051000     END-READ.                                                    PGM164
051100*                                                                 PGM164
051200* 포장 태그: 출하(S)되어 인쇄 대상 적재에 실린 태그만 모은다.                            PGM164
051300 3000-LOAD-TAGS.                                                  PGM164
051400     IF WS-PKUN-READY AND WS-PL-COUNT > 0                         PGM164
051500         PERFORM 3050-READ-TAG                                    PGM164
051600             UNTIL WS-EOF                                         PGM164
051700         MOVE 'N' TO WS-EOF-FLAG                                  PGM164
051800     END-IF.                                                      PGM164
051900*                                                                 PGM164
052000 3050-READ-TAG.                                                   PGM164
052100     READ PACKING-UNIT-FILE NEXT RECORD                           PGM164
052200         AT END                                                   PGM164
052300             SET WS-EOF TO TRUE                                   PGM164
052400         NOT AT END                                               PGM164
052500             IF PU-SHIPPED                                        PGM164
052600                 SET PL-IDX TO 1                                  PGM164
052700                 SEARCH WS-PL-ENTRY                               PGM164
052800                     AT END                                       PGM164
052900                         CONTINUE                                 PGM164
053000                     WHEN PL-IDX > WS-PL-COUNT                    PGM164
053100                         CONTINUE                                 PGM164
053200                     WHEN WS-PLT-LOAD-NO (PL-IDX)                 PGM164
053300                          = PU-SHIP-LOAD-NO                       PGM164
053400                         PERFORM 3100-ADD-TAG                     PGM164
053500                 END-SEARCH                                       PGM164
053600             END-IF                                               PGM164
053700     END-READ.                                                    PGM164
053800*                                                                 PGM164
053900 3100-ADD-TAG.                                                    PGM164
054000     IF WS-TG-COUNT >= WS-TG-MAX                                  PGM164
054100         DISPLAY 'TAG TABLE FULL - MAX ' WS-TG-MAX                PGM164
054200         MOVE 'FL' TO WS-ABEND-STATUS                             PGM164
054300         PERFORM 9900-ABNORMAL-END                                PGM164
054400     END-IF                                                       PGM164
054500     ADD 1 TO WS-TG-COUNT                                         PGM164
054600     SET WS-TGT-PL-IX (WS-TG-COUNT) TO PL-IDX                     PGM164
054700     MOVE PU-SHIP-ORDER-NO TO WS-TGT-ORDER-NO (WS-TG-COUNT)       PGM164
054800     MOVE PU-SHIP-LINE-NO  TO WS-TGT-LINE-NO (WS-TG-COUNT)        PGM164
054900     MOVE PU-TAG-NO        TO WS-TGT-TAG-NO (WS-TG-COUNT)         PGM164
055000     MOVE PU-LOT-NO        TO WS-TGT-LOT-NO (WS-TG-COUNT)         PGM164
055100     MOVE PU-WEIGHT        TO WS-TGT-WEIGHT (WS-TG-COUNT).        PGM164
055200*                                                                 PGM164
055300* 당일 출하 계량표: 신규 발행 적재의 총중량/공차/순중량 합계.                             PGM164
055400* 순중량이 비어 있으면 총중량-공차중량으로 구한다.                                     PGM164
055500 3500-LOAD-WEIGHTS.                                               PGM164
055600     OPEN INPUT OUTBOUND-TICKET-FILE                              PGM164
055700     IF WS-FILE-STATUS5 = '00'                                    PGM164
055800         PERFORM 3550-READ-TICKET                                 PGM164
055900             UNTIL WS-EOF                                         PGM164
056000         CLOSE OUTBOUND-TICKET-FILE                               PGM164
056100         MOVE 'N' TO WS-EOF-FLAG                                  PGM164
056200     END-IF.                                                      PGM164
056300*                                                                 PGM164
056400 3550-READ-TICKET.                                                PGM164
056500     READ OUTBOUND-TICKET-FILE                                    PGM164
056600         AT END                                                   PGM164
056700             SET WS-EOF TO TRUE                                   PGM164
056800         NOT AT END                                               PGM164
056900             SET PL-IDX TO 1                                      PGM164
057000             SEARCH WS-PL-ENTRY                                   PGM164
057100                 AT END                                           PGM164
057200                     CONTINUE                                     PGM164
057300                 WHEN PL-IDX > WS-PL-COUNT                        PGM164
057400                     CONTINUE                                     PGM164
057500                 WHEN WS-PLT-LOAD-NO (PL-IDX) = OW-LOAD-NO        PGM164
057600                     PERFORM 3600-ADD-TICKET-WEIGHT               PGM164
057700             END-SEARCH                                           PGM164
057800     END-READ.                                                    PGM164
057900*                                                                 PGM164
058000 3600-ADD-TICKET-WEIGHT.                                          PGM164
058100     IF OW-NET-WT > 0                                             PGM164
058200         MOVE OW-NET-WT TO WS-TICKET-NET                          PGM164
058300     ELSE                                                         PGM164
058400         COMPUTE WS-TICKET-NET = OW-GROSS-WT - OW-TARE-WT         PGM164
058500     END-IF                                                       PGM164
058600     ADD OW-GROSS-WT   TO WS-PLT-GROSS-WT (PL-IDX)                PGM164
058700     ADD OW-TARE-WT    TO WS-PLT-TARE-WT (PL-IDX)                 PGM164
058800     ADD WS-TICKET-NET TO WS-PLT-NET-WT (PL-IDX)                  PGM164
058900     ADD 1             TO WS-PLT-TICKETS (PL-IDX).                PGM164
059000*                                                                 PGM164
059100* 송장 1장: 신규는 번호를 매기고 대장에 남기며, 재발행은                                PGM164
059200* 대장의 번호/중량을 그대로 쓰고 COPY를 찍는다.                                    PGM164
059300 4000-PRINT-DOCUMENTS.                                            PGM164
059400     PERFORM 4100-FIND-LOAD-HEADER                                PGM164
059500     IF WS-DOC-FOUND                                              PGM164
059600         MOVE ZEROS TO WS-DOC-TAG-CNT                             PGM164
059700         MOVE ZEROS TO WS-DOC-TAG-WT                              PGM164
059800         PERFORM 4150-SUM-LOAD-TAGS                               PGM164
059900             VARYING WS-TG-IX FROM 1 BY 1                         PGM164
060000             UNTIL WS-TG-IX > WS-TG-COUNT                         PGM164
060100         IF WS-PLT-MODE (WS-PL-IX) = 'N'                          PGM164
060200             PERFORM 4200-REGISTER-NEW-BOL                        PGM164
060300         ELSE                                                     PGM164
060400             PERFORM 4250-REGISTER-COPY                           PGM164
060500         END-IF                                                   PGM164
060600         PERFORM 4300-PRINT-HEADER                                PGM164
060700         PERFORM 4400-PRINT-LOAD-LINES                            PGM164
060800         PERFORM 4600-PRINT-WEIGHTS                               PGM164
060900     END-IF.                                                      PGM164
061000*                                                                 PGM164
061100 4100-FIND-LOAD-HEADER.                                           PGM164
061200     MOVE 'N' TO WS-DOC-FOUND-FLAG                                PGM164
061300     MOVE 'N' TO WS-LD-EOF-FLAG                                   PGM164
061400     MOVE WS-PLT-LOAD-NO (WS-PL-IX) TO LD-LOAD-NO                 PGM164
061500     MOVE ZEROS                     TO LD-LOAD-SEQ                PGM164
061600     START LOAD-FILE KEY >= LD-KEY                                PGM164
061700         INVALID KEY                                              PGM164
061800             SET WS-LD-EOF TO TRUE                                PGM164
061900     END-START                                                    PGM164
062000     PERFORM 4110-READ-HEADER-LINE                                PGM164
062100         UNTIL WS-LD-EOF OR WS-DOC-FOUND.                         PGM164
062200*                                                                 PGM164
062300 4110-READ-HEADER-LINE.                                           PGM164
062400     READ LOAD-FILE NEXT RECORD                                   PGM164
062500         AT END                                                   PGM164
062600             SET WS-LD-EOF TO TRUE                                PGM164
062700         NOT AT END                                               PGM164
062800             IF LD-LOAD-NO NOT = WS-PLT-LOAD-NO (WS-PL-IX)        PGM164
062900                 SET WS-LD-EOF TO TRUE                            PGM164
063000             ELSE                                                 PGM164
063100                 IF LD-CONFIRMED                                  PGM164
063200                     SET WS-DOC-FOUND TO TRUE                     PGM164
063300                     MOVE LD-CUSTOMER-CD  TO WS-DOC-CUSTOMER-CD   PGM164
063400                     MOVE LD-SHIPTO-SEQ   TO WS-DOC-SHIPTO-SEQ    PGM164
063500                     MOVE LD-WAREHOUSE-CD TO WS-DOC-WAREHOUSE-CD  PGM164
063600                     MOVE LD-CARRIER-CD   TO WS-DOC-CARRIER-CD    PGM164
063700                     MOVE LD-VEHICLE-TYPE TO WS-DOC-VEHICLE-TYPE  PGM164
063800                 END-IF                                           PGM164
063900             END-IF                                               PGM164
064000     END-READ.                                                    PGM164
064100*                                                                 PGM164
064200 4150-SUM-LOAD-TAGS.                                              PGM164
064300     IF WS-TGT-PL-IX (WS-TG-IX) = WS-PL-IX                        PGM164
064400         ADD 1 TO WS-DOC-TAG-CNT                                  PGM164
064500         ADD WS-TGT-WEIGHT (WS-TG-IX) TO WS-DOC-TAG-WT            PGM164
064600     END-IF.                                                      PGM164
064700*                                                                 PGM164
064800 4200-REGISTER-NEW-BOL.                                           PGM164
064900     ADD 1 TO WS-NEXT-BOL-NO                                      PGM164
065000     INITIALIZE BOL-REGISTER-REC                                  PGM164
065100     MOVE WS-PLT-LOAD-NO (WS-PL-IX)  TO BL-LOAD-NO                PGM164
065200     MOVE WS-NEXT-BOL-NO             TO BL-BOL-NO                 PGM164
065300     MOVE WS-DOC-CUSTOMER-CD         TO BL-CUSTOMER-CD            PGM164
065400     MOVE WS-DOC-SHIPTO-SEQ          TO BL-SHIPTO-SEQ             PGM164
065500     MOVE WS-DOC-CARRIER-CD          TO BL-CARRIER-CD             PGM164
065600     MOVE WS-DOC-VEHICLE-TYPE        TO BL-VEHICLE-TYPE           PGM164
065700     MOVE WS-RUN-DATE                TO BL-ISSUE-DATE             PGM164
065800     MOVE 1                          TO BL-PRINT-CNT              PGM164
065900     MOVE WS-RUN-DATE                TO BL-LAST-PRINT-DATE        PGM164
066000     MOVE WS-PLT-GROSS-WT (WS-PL-IX) TO BL-GROSS-WT               PGM164
066100     MOVE WS-PLT-TARE-WT (WS-PL-IX)  TO BL-TARE-WT                PGM164
066200     MOVE WS-PLT-NET-WT (WS-PL-IX)   TO BL-NET-WT                 PGM164
066300     MOVE WS-DOC-TAG-CNT             TO BL-TAG-CNT                PGM164
066400     MOVE WS-DOC-TAG-WT              TO BL-TAG-WT                 PGM164
066500     SET BL-SIGNED-PENDING           TO TRUE                      PGM164
066600     WRITE BOL-REGISTER-REC                                       PGM164
066700         INVALID KEY                                              PGM164
066800             DISPLAY 'BOL REGISTER WRITE ERROR: ' WS-FILE-STATUS9 PGM164
066900             MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS              PGM164
067000             PERFORM 9900-ABNORMAL-END                            PGM164
067100     END-WRITE                                                    PGM164
067200     ADD 1 TO WS-ISSUED-COUNT                                     PGM164
067300     MOVE SPACES TO DT-COPY-MARK                                  PGM164
067400     INITIALIZE WS-RPT-DETAIL                                     PGM164
067500     MOVE 'ISSUED' TO RD-RESULT                                   PGM164
067600     IF WS-PLT-TICKETS (WS-PL-IX) = 0                             PGM164
067700         ADD 1 TO WS-NOT-WEIGHED-COUNT                            PGM164
067800         MOVE 'ISSUED - NO WEIGHING TICKET' TO RD-RESULT          PGM164
067900     END-IF                                                       PGM164
068000     PERFORM 4290-REPORT-DOCUMENT.                                PGM164
068100*                                                                 PGM164
068200 4250-REGISTER-COPY.                                              PGM164
068300     MOVE WS-PLT-LOAD-NO (WS-PL-IX) TO BL-LOAD-NO                 PGM164
068400     READ BOL-REGISTER-FILE                                       PGM164
068500         INVALID KEY                                              PGM164
068600             DISPLAY 'BOL REGISTER READ ERROR: ' WS-FILE-STATUS9  PGM164
068700             MOVE WS-FILE-STATUS9 TO WS-ABEND-STATUS              PGM164
068800             PERFORM 9900-ABNORMAL-END                            PGM164
068900     END-READ                                                     PGM164
069000     ADD 1           TO BL-PRINT-CNT                              PGM164
069100     MOVE WS-RUN-DATE TO BL-LAST-PRINT-DATE                       PGM164
069200     REWRITE BOL-REGISTER-REC                                     PGM164
069300         INVALID KEY                                              PGM164
069400             DISPLAY 'BOL REGISTER REWRITE ERROR: '               PGM164
069500                     WS-FILE-STATUS9                              PGM164
069600     END-REWRITE                                                  PGM164
069700     ADD 1 TO WS-COPY-COUNT                                       PGM164
069800     MOVE '** COPY **' TO DT-COPY-MARK                            PGM164
069900     INITIALIZE WS-RPT-DETAIL                                     PGM164
070000     MOVE 'REPRINTED AS COPY' TO RD-RESULT                        PGM164
070100     PERFORM 4290-REPORT-DOCUMENT.                                PGM164
070200*                                                                 PGM164
070300 4290-REPORT-DOCUMENT.                                            PGM164
070400     MOVE BL-LOAD-NO     TO RD-LOAD-NO                            PGM164
070500     MOVE BL-BOL-NO      TO RD-BOL-NO                             PGM164
070600     MOVE BL-CUSTOMER-CD TO RD-CUSTOMER-CD                        PGM164
070700     MOVE BL-CARRIER-CD  TO RD-CARRIER-CD                         PGM164
070800     MOVE BL-ISSUE-DATE  TO RD-ISSUE-DATE                         PGM164
070900     WRITE BOL-REPORT-REC FROM WS-RPT-DETAIL.                     PGM164
071000*                                                                 PGM164
071100* 머리: 송장번호/적재/일자, 고객명, 배송지(순번 0이면 청구지                             PGM164
071200* B/001), 출발 창고와 운송사/차종.                                          PGM164
071300 4300-PRINT-HEADER.                                               PGM164
071400     WRITE BOL-PRINT-REC FROM WS-DOC-RULE                         PGM164
071500     MOVE BL-BOL-NO     TO DT-BOL-NO                              PGM164
071600     MOVE BL-LOAD-NO    TO DT-LOAD-NO                             PGM164
071700     MOVE BL-ISSUE-DATE TO DT-ISSUE-DATE                          PGM164
071800     MOVE WS-RUN-DATE   TO DT-PRINT-DATE                          PGM164
071900     WRITE BOL-PRINT-REC FROM WS-DOC-TITLE                        PGM164
072000     MOVE SPACES TO BOL-PRINT-REC                                 PGM164
072100     WRITE BOL-PRINT-REC                                          PGM164
072200     MOVE 'CUSTOMER    '     TO DP-LABEL                          PGM164
072300     MOVE WS-DOC-CUSTOMER-CD TO DP-CODE                           PGM164
072400     MOVE SPACES             TO DP-NAME                           PGM164
072500     IF WS-CUST-READY                                             PGM164
072600         MOVE WS-DOC-CUSTOMER-CD TO CU-CUSTOMER-CD                PGM164
072700         READ CUSTOMER-MASTER-FILE                                PGM164
072800             INVALID KEY                                          PGM164
072900                 CONTINUE                                         PGM164
073000             NOT INVALID KEY                                      PGM164
073100                 MOVE CU-LEGAL-NAME TO DP-NAME                    PGM164
073200         END-READ                                                 PGM164
073300     END-IF                                                       PGM164
073400     WRITE BOL-PRINT-REC FROM WS-DOC-PARTY                        PGM164
073500     PERFORM 4350-PRINT-SHIP-TO                                   PGM164
073600     MOVE WS-DOC-WAREHOUSE-CD TO DS-WAREHOUSE-CD                  PGM164
073700     MOVE WS-DOC-CARRIER-CD   TO DS-CARRIER-CD                    PGM164
073800     MOVE WS-DOC-VEHICLE-TYPE TO DS-VEHICLE-TYPE                  PGM164
073900     MOVE SPACES              TO DS-CARRIER-NM                    PGM164
074000     IF WS-DOC-CARRIER-CD = SPACES                                PGM164
074100         MOVE 'CUSTOMER COLLECT/NOT ASSIGNED' TO DS-CARRIER-NM    PGM164
074200     ELSE                                                         PGM164
074300         IF WS-CARR-READY                                         PGM164
074400             MOVE WS-DOC-CARRIER-CD TO CR-CARRIER-CD              PGM164
074500             READ CARRIER-MASTER-FILE                             PGM164
074600                 INVALID KEY                                      PGM164
074700                     CONTINUE                                     PGM164
074800                 NOT INVALID KEY                                  PGM164
074900                     MOVE CR-CARRIER-NM TO DS-CARRIER-NM          PGM164
075000             END-READ                                             PGM164
075100         END-IF                                                   PGM164
075200     END-IF                                                       PGM164
075300     WRITE BOL-PRINT-REC FROM WS-DOC-SHIP                         PGM164
075400     MOVE SPACES TO BOL-PRINT-REC                                 PGM164
075500     WRITE BOL-PRINT-REC.                                         PGM164
075600*                                                                 PGM164
075700 4350-PRINT-SHIP-TO.                                              PGM164
075800     MOVE 'SHIP TO     ' TO DP-LABEL                              PGM164
075900     MOVE SPACES         TO DP-CODE                               PGM164
076000     MOVE 'ADDRESS NOT ON FILE' TO DP-NAME                        PGM164
076100     IF WS-ADDR-READY                                             PGM164
076200         MOVE WS-DOC-CUSTOMER-CD TO CA-CUSTOMER-CD                PGM164
076300         IF WS-DOC-SHIPTO-SEQ = 0                                 PGM164
076400             SET CA-BILL-TO TO TRUE                               PGM164
076500             MOVE 1 TO CA-ADDR-SEQ                                PGM164
076600         ELSE                                                     PGM164
076700             SET CA-SHIP-TO TO TRUE                               PGM164
076800             MOVE WS-DOC-SHIPTO-SEQ TO CA-ADDR-SEQ                PGM164
076900         END-IF                                                   PGM164
077000         READ CUST-ADDRESS-FILE                                   PGM164
077100             INVALID KEY                                          PGM164
077200                 MOVE 'ADDRESS NOT ON FILE' TO DP-NAME            PGM164
077300             NOT INVALID KEY                                      PGM164
077400                 MOVE CA-SITE-NAME TO DP-NAME                     PGM164
077500         END-READ                                                 PGM164
077600     END-IF                                                       PGM164
077700     WRITE BOL-PRINT-REC FROM WS-DOC-PARTY                        PGM164
077800     IF DP-NAME NOT = 'ADDRESS NOT ON FILE'                       PGM164
077900         MOVE CA-ADDR-LINE1 TO DA-TEXT                            PGM164
078000         WRITE BOL-PRINT-REC FROM WS-DOC-ADDR                     PGM164
078100         MOVE CA-ADDR-LINE2 TO DA-TEXT                            PGM164
078200         WRITE BOL-PRINT-REC FROM WS-DOC-ADDR                     PGM164
078300         MOVE CA-POSTAL-CD  TO DA-TEXT                            PGM164
078400         WRITE BOL-PRINT-REC FROM WS-DOC-ADDR                     PGM164
078500     END-IF.                                                      PGM164
078600*                                                                 PGM164
078700* 적재 라인: 확정 라인마다 수주번호/라인/제품/수량을 찍고                                PGM164
078800* 그 라인에 실린 태그를 아래에 늘어놓는다.                                         PGM164
078900 4400-PRINT-LOAD-LINES.                                           PGM164
079000     WRITE BOL-PRINT-REC FROM WS-DOC-LINE-HDR                     PGM164
079100     MOVE 'N' TO WS-LD-EOF-FLAG                                   PGM164
079200     MOVE WS-PLT-LOAD-NO (WS-PL-IX) TO LD-LOAD-NO                 PGM164
079300     MOVE ZEROS                     TO LD-LOAD-SEQ                PGM164
079400     START LOAD-FILE KEY >= LD-KEY                                PGM164
079500         INVALID KEY                                              PGM164
079600             SET WS-LD-EOF TO TRUE                                PGM164
079700     END-START                                                    PGM164
079800     PERFORM 4410-PRINT-ONE-LINE                                  PGM164
079900         UNTIL WS-LD-EOF.                                         PGM164
080000*                                                                 PGM164
080100 4410-PRINT-ONE-LINE.                                             PGM164
080200     READ LOAD-FILE NEXT RECORD                                   PGM164
080300         AT END                                                   PGM164
080400             SET WS-LD-EOF TO TRUE                                PGM164
080500         NOT AT END                                               PGM164
080600             IF LD-LOAD-NO NOT = WS-PLT-LOAD-NO (WS-PL-IX)        PGM164
080700                 SET WS-LD-EOF TO TRUE                            PGM164
080800             ELSE                                                 PGM164
080900                 IF LD-CONFIRMED                                  PGM164
081000                     MOVE LD-ORDER-NO   TO DL-ORDER-NO            PGM164
081100                     MOVE LD-LINE-NO    TO DL-LINE-NO             PGM164
081200                     MOVE LD-PRODUCT-CD TO DL-PRODUCT-CD          PGM164
081300                     MOVE LD-LOAD-QTY   TO DL-LOAD-QTY            PGM164
081400                     WRITE BOL-PRINT-REC FROM WS-DOC-LINE         PGM164
081500                     PERFORM 4450-PRINT-LINE-TAG                  PGM164
081600                         VARYING WS-TG-IX FROM 1 BY 1             PGM164
081700                         UNTIL WS-TG-IX > WS-TG-COUNT             PGM164
081800                 END-IF                                           PGM164
081900             END-IF                                               PGM164
082000     END-READ.                                                    PGM164
082100*                                                                 PGM164
082200 4450-PRINT-LINE-TAG.                                             PGM164
082300     IF WS-TGT-PL-IX (WS-TG-IX) = WS-PL-IX                        PGM164
082400         AND WS-TGT-ORDER-NO (WS-TG-IX) = LD-ORDER-NO             PGM164
082500         AND WS-TGT-LINE-NO (WS-TG-IX) = LD-LINE-NO               PGM164
082600         MOVE WS-TGT-TAG-NO (WS-TG-IX) TO DG-TAG-NO               PGM164
082700         MOVE WS-TGT-LOT-NO (WS-TG-IX) TO DG-LOT-NO               PGM164
082800         MOVE WS-TGT-WEIGHT (WS-TG-IX) TO DG-WEIGHT               PGM164
082900         WRITE BOL-PRINT-REC FROM WS-DOC-TAG                      PGM164
083000     END-IF.                                                      PGM164
083100*                                                                 PGM164
083200* 중량/서명란: 중량은 대장 값을 찍으므로 재발행도 같다.                                 PGM164
083300 4600-PRINT-WEIGHTS.                                              PGM164
083400     MOVE SPACES TO BOL-PRINT-REC                                 PGM164
083500     WRITE BOL-PRINT-REC                                          PGM164
083600     MOVE BL-GROSS-WT TO DW-GROSS-WT                              PGM164
083700     MOVE BL-TARE-WT  TO DW-TARE-WT                               PGM164
083800     MOVE BL-NET-WT   TO DW-NET-WT                                PGM164
083900     MOVE BL-TAG-CNT  TO DW-TAG-CNT                               PGM164
084000     MOVE BL-TAG-WT   TO DW-TAG-WT                                PGM164
084100     MOVE SPACES      TO DW-NOTE                                  PGM164
084200     IF BL-NET-WT = 0                                             PGM164
084300         MOVE 'NOT WEIGHED' TO DW-NOTE                            PGM164
084400     END-IF                                                       PGM164
084500     WRITE BOL-PRINT-REC FROM WS-DOC-WEIGHT                       PGM164
084600     MOVE SPACES TO BOL-PRINT-REC                                 PGM164
084700     WRITE BOL-PRINT-REC                                          PGM164
084800     WRITE BOL-PRINT-REC FROM WS-DOC-SIGN1                        PGM164
084900     MOVE SPACES TO BOL-PRINT-REC                                 PGM164
085000     WRITE BOL-PRINT-REC.                                         PGM164
085100*                                                                 PGM164
085200* 서명본 미회수 송장: 기준일 이전 발행분 중 회수 표시가                                 PGM164
085300* 없는 것을 찍어 운송사/영업이 회수를 챙기게 한다.                                    PGM164
085400 6000-LIST-UNSIGNED.                                              PGM164
085500     MOVE 'SIGNED COPY NOT RETURNED' TO RT-SECTION-TITLE          PGM164
085600     MOVE SPACES TO BOL-REPORT-REC                                PGM164
085700     WRITE BOL-REPORT-REC                                         PGM164
085800     WRITE BOL-REPORT-REC FROM WS-RPT-SECTION                     PGM164
085900     MOVE ZEROS TO BL-LOAD-NO                                     PGM164
086000     START BOL-REGISTER-FILE KEY >= BL-LOAD-NO                    PGM164
086100         INVALID KEY                                              PGM164
086200             SET WS-EOF TO TRUE                                   PGM164
086300     END-START                                                    PGM164
086400     PERFORM 6050-READ-REGISTER                                   PGM164
086500         UNTIL WS-EOF                                             PGM164
086600     MOVE 'N' TO WS-EOF-FLAG.                                     PGM164
086700*                                                                 PGM164
086800 6050-READ-REGISTER.                                              PGM164
086900     READ BOL-REGISTER-FILE NEXT RECORD                           PGM164
087000         AT END                                                   PGM164
087100             SET WS-EOF TO TRUE                                   PGM164
087200         NOT AT END                                               PGM164
087300             IF BL-SIGNED-PENDING                                 PGM164
087400                 AND BL-ISSUE-DATE < WS-RUN-DATE                  PGM164
087500                 ADD 1 TO WS-UNSIGNED-COUNT                       PGM164
087600                 INITIALIZE WS-RPT-DETAIL                         PGM164
087700                 MOVE 'AWAITING SIGNED COPY' TO RD-RESULT         PGM164
087800                 PERFORM 4290-REPORT-DOCUMENT                     PGM164
087900             END-IF                                               PGM164
088000     END-READ.                                                    PGM164
088100*                                                                 PGM164
088200 7000-PRINT-TOTALS.                                               PGM164
088300     MOVE SPACES TO BOL-REPORT-REC                                PGM164
088400     WRITE BOL-REPORT-REC                                         PGM164
088500     MOVE 'DELIVERY NOTES ISSUED' TO RN-LABEL                     PGM164
088600     MOVE WS-ISSUED-COUNT TO RN-COUNT                             PGM164
088700     WRITE BOL-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM164
088800     MOVE '  OF WHICH WITHOUT WEIGHING TICKET' TO RN-LABEL        PGM164
088900     MOVE WS-NOT-WEIGHED-COUNT TO RN-COUNT                        PGM164
089000     WRITE BOL-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM164
089100     MOVE 'COPIES REPRINTED' TO RN-LABEL                          PGM164
089200     MOVE WS-COPY-COUNT TO RN-COUNT                               PGM164
089300     WRITE BOL-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM164
089400     MOVE 'REPRINT REQUESTS NOT ISSUED' TO RN-LABEL               PGM164
089500     MOVE WS-REPRINT-MISS-COUNT TO RN-COUNT                       PGM164
089600     WRITE BOL-REPORT-REC FROM WS-RPT-CNT-LINE                    PGM164
089700     MOVE 'SIGNED COPIES OUTSTANDING' TO RN-LABEL                 PGM164
089800     MOVE WS-UNSIGNED-COUNT TO RN-COUNT                           PGM164
089900     WRITE BOL-REPORT-REC FROM WS-RPT-CNT-LINE.                   PGM164
090000*                                                                 PGM164
090100 9000-FINALIZE.                                                   PGM164
090200     CLOSE LOAD-FILE                                              PGM164
090300     IF WS-PKUN-READY                                             PGM164
090400         CLOSE PACKING-UNIT-FILE                                  PGM164
090500     END-IF                                                       PGM164
090600     IF WS-CUST-READY                                             PGM164
090700         CLOSE CUSTOMER-MASTER-FILE                               PGM164
090800     END-IF                                                       PGM164
090900     IF WS-ADDR-READY                                             PGM164
091000         CLOSE CUST-ADDRESS-FILE                                  PGM164
091100     END-IF                                                       PGM164
091200     IF WS-CARR-READY                                             PGM164
091300         CLOSE CARRIER-MASTER-FILE                                PGM164
091400     END-IF                                                       PGM164
091500     CLOSE BOL-REGISTER-FILE                                      PGM164
091600     CLOSE BOL-PRINT-FILE                                         PGM164
091700     CLOSE BOL-REPORT-FILE                                        PGM164
091800     DISPLAY 'PGM164 - ISSUED: ' WS-ISSUED-COUNT                  PGM164
091900             ' COPIES: ' WS-COPY-COUNT                            PGM164
092000     IF WS-NOT-WEIGHED-COUNT > 0 OR WS-REPRINT-MISS-COUNT > 0     PGM164
092100         MOVE 4 TO RETURN-CODE                                    PGM164
092200     END-IF.                                                      PGM164
092300*                                                                 PGM164
092400 9100-SAVE-BOL-CONTROL.                                           PGM164
092500     OPEN OUTPUT BOL-CONTROL-FILE                                 PGM164
092600     IF WS-FILE-STATUS2 NOT = '00'                                PGM164
092700         DISPLAY 'BOL CONTROL REWRITE ERROR: ' WS-FILE-STATUS2    PGM164
092800         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM164
092900         PERFORM 9900-ABNORMAL-END                                PGM164
093000     END-IF                                                       PGM164
093100     MOVE SPACES         TO BOL-CONTROL-REC                       PGM164
093200     MOVE WS-NEXT-BOL-NO TO BC-LAST-BOL-NO                        PGM164
093300     WRITE BOL-CONTROL-REC                                        PGM164
093400     CLOSE BOL-CONTROL-FILE.                                      PGM164
093500*                                                                 PGM164
093600 9750-DIAGNOSE-FILE-STATUS.                                       PGM164
093700     EVALUATE WS-ABEND-STATUS                                     PGM164
093800         WHEN '10'                                                PGM164
093900             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM164
094000             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM164
094100         WHEN '23'                                                PGM164
094200             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM164
094300             DISPLAY '  AND RETRY THE REQUEST'                    PGM164
094400         WHEN '35'                                                PGM164
094500             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM164
094600             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM164
094700         WHEN '37'                                                PGM164
094800             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM164
094900             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM164
095000         WHEN '39'                                                PGM164
095100             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM164
095200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM164
095300         WHEN '41'                                                PGM164
095400             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM164
095500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM164
095600         WHEN '42'                                                PGM164
095700             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM164
095800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM164
095900         WHEN '46'                                                PGM164
096000             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM164
096100             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM164
096200         WHEN OTHER                                               PGM164
096300             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM164
096400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM164
096500     END-EVALUATE.                                                PGM164
096600*                                                                 PGM164
096700 9900-ABNORMAL-END.                                               PGM164
096800     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM164
096900     DISPLAY 'PGM164 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM164
097000     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM164
097100     MOVE 16 TO RETURN-CODE                                       PGM164
097200     GOBACK.                                                      PGM164
097300                                                                  PGM164
