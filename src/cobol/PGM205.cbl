000100 IDENTIFICATION DIVISION.                                         PGM205
000200 PROGRAM-ID.    PGM205.                                           PGM205
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM205
000400*                                                                 PGM205
000500* =========================================================       PGM205
000600* 프로그램명: 실험실 시료 접수 대장                                             PGM205
000700* 처리내용  : 라인 로트(L), 고로 출선(T, 고로/조업일자/                             PGM205
000800*            조업순번), 원자재 입고(R, 입고번호/입고일자)에서                        PGM205
000900*            채취한 시료를 출처별 순번으로 접수(CPYLSMP)하고                       PGM205
001000*            시료번호, 채취일시, 채취자와 의뢰 시험 항목(최대                         PGM205
001100*            5, 시험 항목 마스터 CPYLTTP 검증)을 기록한다.                      PGM205
001200*            조회, 출처별 목록, 미완료 시료 취소를 한다. 시험                        PGM205
001300*            결과는 PGM003/PGM093/PGM200 이 들어올 때 완료                  PGM205
001400*            처리한다.                                                PGM205
001500* =========================================================       PGM205
001600*                                                                 PGM205
001700 ENVIRONMENT DIVISION.                                            PGM205
001800 CONFIGURATION SECTION.                                           PGM205
001900 INPUT-OUTPUT SECTION.                                            PGM205
002000 FILE-CONTROL.                                                    PGM205
002100     SELECT LAB-SAMPLE-FILE                                       PGM205
002200         ASSIGN TO LABSMPL                                        PGM205
002300         ORGANIZATION IS INDEXED                                  PGM205
002400         ACCESS MODE IS DYNAMIC                                   PGM205
002500         RECORD KEY IS LS-KEY                                     PGM205
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM205
002700     SELECT LAB-TEST-FILE                                         PGM205
002800         ASSIGN TO LABTEST                                        PGM205
002900         ORGANIZATION IS INDEXED                                  PGM205
003000         ACCESS MODE IS RANDOM                                    PGM205
003100         RECORD KEY IS LT-TEST-CD                                 PGM205
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM205
003300     SELECT RM-RECEIPT-FILE                                       PGM205
003400         ASSIGN TO RMRCPT                                         PGM205
003500         ORGANIZATION IS INDEXED                                  PGM205
003600         ACCESS MODE IS RANDOM                                    PGM205
003700         RECORD KEY IS RR-KEY                                     PGM205
003800         FILE STATUS IS WS-FILE-STATUS3.                          PGM205
003900*                                                                 PGM205
004000 DATA DIVISION.                                                   PGM205
004100 FILE SECTION.                                                    PGM205
004200 FD  LAB-SAMPLE-FILE.                                             PGM205
004300 01  LAB-SAMPLE-REC.                                              PGM205
004400     COPY CPYLSMP.                                                PGM205
004500 FD  LAB-TEST-FILE.                                               PGM205
004600 01  LAB-TEST-REC.                                                PGM205
004700     COPY CPYLTTP.                                                PGM205
004800 FD  RM-RECEIPT-FILE.                                             PGM205
004900 01  RM-RECEIPT-REC.                                              PGM205
005000     COPY CPYRMRC.                                                PGM205
005100*                                                                 PGM205
005200 WORKING-STORAGE SECTION.                                         PGM205
005300 01  WS-FILE-STATUS         PIC XX.                               PGM205
005400 01  WS-FILE-STATUS2        PIC XX.                               PGM205
005500 01  WS-FILE-STATUS3        PIC XX.                               PGM205
005600 01  WS-ABEND-STATUS        PIC XX.                               PGM205
005700 01  WS-DATE-STATUS         PIC XX.                               PGM205
005800 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM205
005900     88 WS-EXIT             VALUE 'Y'.                            PGM205
006000 01  WS-ACTION-CHOICE       PIC X(01).                            PGM205
006100     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM205
006200     88 WS-INQUIRE-ACTION   VALUE 'I' 'i'.                        PGM205
006300     88 WS-CANCEL-ACTION    VALUE 'X' 'x'.                        PGM205
006400     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM205
006500     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM205
006600 01  WS-LS-FOUND-FLAG       PIC X VALUE 'N'.                      PGM205
006700     88 WS-LS-FOUND         VALUE 'Y'.                            PGM205
006800     88 WS-LS-NOT-FOUND     VALUE 'N'.                            PGM205
006900 01  WS-SOURCE-VALID-FLAG   PIC X VALUE 'N'.                      PGM205
007000     88 WS-SOURCE-VALID     VALUE 'Y'.                            PGM205
007100 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM205
007200     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM205
007300 01  WS-TEST-END-FLAG       PIC X VALUE 'N'.                      PGM205
007400     88 WS-TEST-END         VALUE 'Y'.                            PGM205
007500 01  WS-BROWSE-EOF-FLAG     PIC X VALUE 'N'.                      PGM205
007600     88 WS-BROWSE-EOF       VALUE 'Y'.                            PGM205
007700 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM205
007800 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM205
007900 01  WS-ENT-SOURCE-TYPE     PIC X(01).                            PGM205
008000     88 WS-ENT-SRC-LOT      VALUE 'L'.                            PGM205
008100     88 WS-ENT-SRC-TAP      VALUE 'T'.                            PGM205
008200     88 WS-ENT-SRC-RECEIPT  VALUE 'R'.                            PGM205
008300     88 WS-ENT-SRC-VALID    VALUE 'L' 'T' 'R'.                    PGM205
008400 01  WS-ENT-LOT-NO          PIC X(15).                            PGM205
008500 01  WS-ENT-BF-NO           PIC X(03).                            PGM205
008600 01  WS-ENT-OPER-DATE       PIC 9(08).                            PGM205
008700 01  WS-ENT-OPER-SEQ        PIC 9(05).                            PGM205
008800 01  WS-ENT-RECEIPT-NO      PIC 9(10).                            PGM205
008900 01  WS-ENT-RECEIPT-DT      PIC 9(08).                            PGM205
009000 01  WS-ENT-SAMPLE-SEQ      PIC 9(02).                            PGM205
009100 01  WS-ENT-SAMPLE-ID       PIC X(12).                            PGM205
009200 01  WS-ENT-TAKEN-DATE      PIC 9(08).                            PGM205
009300 01  WS-ENT-TAKEN-TIME      PIC 9(06).                            PGM205
009400 01  WS-ENT-TAKEN-TIME-R REDEFINES WS-ENT-TAKEN-TIME.             PGM205
009500     05 WS-ENT-TAKEN-HH      PIC 9(02).                           PGM205
009600     05 WS-ENT-TAKEN-MI      PIC 9(02).                           PGM205
009700     05 WS-ENT-TAKEN-SS      PIC 9(02).                           PGM205
009800 01  WS-ENT-TAKEN-BY        PIC X(10).                            PGM205
009900 01  WS-ENT-USER            PIC X(10).                            PGM205
010000 01  WS-ENT-TEST-WK         PIC X(05).                            PGM205
010100 01  WS-ENT-TEST-CNT        PIC 9(01) VALUE ZEROS.                PGM205
010200 01  WS-ENT-TEST-TBL.                                             PGM205
010300     05 WS-ENT-TEST-CD      PIC X(05) OCCURS 5 TIMES.             PGM205
010400 01  WS-TX                  PIC 9(02) COMP VALUE ZEROS.           PGM205
010500 01  WS-DX                  PIC 9(02) COMP VALUE ZEROS.           PGM205
010600 01  WS-DUP-FLAG            PIC X VALUE 'N'.                      PGM205
010700     88 WS-DUP-TEST         VALUE 'Y'.                            PGM205
010800 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM205
010900 01  WS-LIST-TYPE           PIC X(01).                            PGM205
011000 01  WS-LIST-REF            PIC X(20).                            PGM205
011100*                                                                 PGM205
011200 PROCEDURE DIVISION.                                              PGM205
011300*                                                                 PGM205
011400 0000-MAIN-PROCESS.                                               PGM205
011500     PERFORM 1000-INITIALIZE                                      PGM205
011600     PERFORM 2000-PROCESS-MAINTENANCE                             PGM205
011700         UNTIL WS-EXIT                                            PGM205
011800     PERFORM 9000-FINALIZE                                        PGM205
011900     STOP RUN.                                                    PGM205
012000*                                                                 PGM205
012100 1000-INITIALIZE.                                                 PGM205
012200     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM205
012300     OPEN I-O LAB-SAMPLE-FILE                                     PGM205
012400     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM205
012500         DISPLAY 'LAB SAMPLE OPEN ERROR: ' WS-FILE-STATUS         PGM205
012600         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM205
012700         PERFORM 9900-ABNORMAL-END                                PGM205
012800     END-IF                                                       PGM205
012900     OPEN INPUT LAB-TEST-FILE                                     PGM205
013000     IF WS-FILE-STATUS2 NOT = '00'                                PGM205
013100         DISPLAY 'LAB TEST MASTER OPEN ERROR: ' WS-FILE-STATUS2   PGM205
013200         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM205
013300         PERFORM 9900-ABNORMAL-END                                PGM205
013400     END-IF                                                       PGM205
013500     OPEN INPUT RM-RECEIPT-FILE                                   PGM205
013600     IF WS-FILE-STATUS3 NOT = '00'                                PGM205
013700         DISPLAY 'RECEIPT FILE OPEN ERROR: ' WS-FILE-STATUS3      PGM205
013800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM205
013900         PERFORM 9900-ABNORMAL-END                                PGM205
014000     END-IF.                                                      PGM205
014100*                                                                 PGM205
014200 2000-PROCESS-MAINTENANCE.                                        PGM205
014300     DISPLAY ' '                                                  PGM205
014400     DISPLAY '=== LAB SAMPLE REGISTER ==='                        PGM205
014500     DISPLAY 'A=REGISTER  I=INQUIRE  X=CANCEL  L=LIST SOURCE'     PGM205
014600             '  E=EXIT'                                           PGM205
014700     ACCEPT WS-ACTION-CHOICE                                      PGM205
014800     EVALUATE TRUE                                                PGM205
014900         WHEN WS-EXIT-CHOICE                                      PGM205
015000             SET WS-EXIT TO TRUE                                  PGM205
015100         WHEN WS-ADD-ACTION                                       PGM205
015200             PERFORM 2100-LOCATE-SAMPLE                           PGM205
015300             PERFORM 2200-ADD-SAMPLE                              PGM205
015400         WHEN WS-INQUIRE-ACTION                                   PGM205
015500             PERFORM 2100-LOCATE-SAMPLE                           PGM205
015600             PERFORM 2600-SHOW-SAMPLE                             PGM205
015700         WHEN WS-CANCEL-ACTION                                    PGM205
015800             PERFORM 2100-LOCATE-SAMPLE                           PGM205
015900             PERFORM 2400-CANCEL-SAMPLE                           PGM205
016000         WHEN WS-LIST-ACTION                                      PGM205
016100             PERFORM 2110-ENTER-SOURCE                            PGM205
016200             PERFORM 2700-LIST-SOURCE                             PGM205
016300         WHEN OTHER                                               PGM205
016400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM205
016500     END-EVALUATE.                                                PGM205
016600*                                                                 PGM205
016700 2100-LOCATE-SAMPLE.                                              PGM205
016800     PERFORM 2110-ENTER-SOURCE                                    PGM205
016900     DISPLAY 'ENTER SAMPLE SEQ FOR THIS SOURCE (01-99): '         PGM205
017000     ACCEPT WS-ENT-SAMPLE-SEQ                                     PGM205
017100     PERFORM 2120-BUILD-KEY                                       PGM205
017200     READ LAB-SAMPLE-FILE                                         PGM205
017300         INVALID KEY                                              PGM205
017400             SET WS-LS-NOT-FOUND TO TRUE                          PGM205
017500         NOT INVALID KEY                                          PGM205
017600             SET WS-LS-FOUND TO TRUE                              PGM205
017700     END-READ.                                                    PGM205
017800*                                                                 PGM205
017900* 출처유형별 참조 - 로트번호 / 고로+조업일자+조업순번 /                                PGM205
018000* 입고번호+입고일자                                                       PGM205
018100 2110-ENTER-SOURCE.                                               PGM205
018200     MOVE SPACES TO WS-ENT-LOT-NO WS-ENT-BF-NO                    PGM205
018300     MOVE ZEROS  TO WS-ENT-OPER-DATE WS-ENT-OPER-SEQ              PGM205
018400                    WS-ENT-RECEIPT-NO WS-ENT-RECEIPT-DT           PGM205
018500     DISPLAY 'ENTER SOURCE TYPE (L=LOT T=TAP R=RECEIPT): '        PGM205
018600     ACCEPT WS-ENT-SOURCE-TYPE                                    PGM205
018700     EVALUATE TRUE                                                PGM205
018800         WHEN WS-ENT-SRC-LOT                                      PGM205
018900             DISPLAY 'ENTER LOT NO: '                             PGM205
019000             ACCEPT WS-ENT-LOT-NO                                 PGM205
019100         WHEN WS-ENT-SRC-TAP                                      PGM205
019200             DISPLAY 'ENTER BLAST FURNACE NO: '                   PGM205
019300             ACCEPT WS-ENT-BF-NO                                  PGM205
019400             DISPLAY 'ENTER OPERATION DATE (YYYYMMDD): '          PGM205
019500             ACCEPT WS-ENT-OPER-DATE                              PGM205
019600             DISPLAY 'ENTER OPERATION (TAP) SEQ: '                PGM205
019700             ACCEPT WS-ENT-OPER-SEQ                               PGM205
019800         WHEN WS-ENT-SRC-RECEIPT                                  PGM205
019900             DISPLAY 'ENTER RECEIPT NO: '                         PGM205
020000             ACCEPT WS-ENT-RECEIPT-NO                             PGM205
020100             DISPLAY 'ENTER RECEIPT DATE (YYYYMMDD): '            PGM205
020200             ACCEPT WS-ENT-RECEIPT-DT                             PGM205
020300         WHEN OTHER                                               PGM205
020400             DISPLAY 'SOURCE TYPE MUST BE L, T OR R'              PGM205
020500     END-EVALUATE.                                                PGM205
020600*                                                                 PGM205
020700 2120-BUILD-KEY.                                                  PGM205
020800     MOVE WS-ENT-SOURCE-TYPE TO LS-SOURCE-TYPE                    PGM205
020900     MOVE SPACES TO LS-SOURCE-REF                                 PGM205
021000     EVALUATE TRUE                                                PGM205
021100         WHEN WS-ENT-SRC-LOT                                      PGM205
021200             MOVE WS-ENT-LOT-NO     TO LS-LOT-NO                  PGM205
021300         WHEN WS-ENT-SRC-TAP                                      PGM205
021400             MOVE WS-ENT-BF-NO      TO LS-BF-NO                   PGM205
021500             MOVE WS-ENT-OPER-DATE  TO LS-OPER-DATE               PGM205
021600             MOVE WS-ENT-OPER-SEQ   TO LS-OPER-SEQ                PGM205
021700         WHEN WS-ENT-SRC-RECEIPT                                  PGM205
021800             MOVE WS-ENT-RECEIPT-NO TO LS-RECEIPT-NO              PGM205
021900             MOVE WS-ENT-RECEIPT-DT TO LS-RECEIPT-DT              PGM205
022000         WHEN OTHER                                               PGM205
022100             CONTINUE                                             PGM205
022200     END-EVALUATE                                                 PGM205
022300     MOVE WS-ENT-SAMPLE-SEQ TO LS-SAMPLE-SEQ.                     PGM205
022400*                                                                 PGM205
022500* 출선 시료는 조업일자를, 입고 시료는 입고 전표를 확인한다.                               PGM205
022600 2150-CHECK-SOURCE.                                               PGM205
022700     MOVE 'N' TO WS-SOURCE-VALID-FLAG                             PGM205
022800     EVALUATE TRUE                                                PGM205
022900         WHEN NOT WS-ENT-SRC-VALID                                PGM205
023000             DISPLAY 'SOURCE TYPE MUST BE L, T OR R'              PGM205
023100         WHEN WS-ENT-SAMPLE-SEQ = 0                               PGM205
023200             DISPLAY 'SAMPLE SEQ MUST BE 01-99'                   PGM205
023300         WHEN WS-ENT-SRC-LOT                                      PGM205
023400             IF WS-ENT-LOT-NO = SPACES                            PGM205
023500                 DISPLAY 'LOT NO REQUIRED'                        PGM205
023600             ELSE                                                 PGM205
023700                 SET WS-SOURCE-VALID TO TRUE                      PGM205
023800             END-IF                                               PGM205
023900         WHEN WS-ENT-SRC-TAP                                      PGM205
024000             CALL 'DATECHK' USING WS-ENT-OPER-DATE WS-DATE-STATUS PGM205
024100             EVALUATE TRUE                                        PGM205
024200                 WHEN WS-ENT-BF-NO = SPACES                       PGM205
024300                     DISPLAY 'BLAST FURNACE NO REQUIRED'          PGM205
024400                 WHEN WS-DATE-STATUS NOT = '00'                   PGM205
024500                     DISPLAY 'INVALID OPERATION DATE'             PGM205
024600                 WHEN WS-ENT-OPER-SEQ = 0                         PGM205
024700                     DISPLAY 'OPERATION SEQ REQUIRED'             PGM205
024800                 WHEN OTHER                                       PGM205
024900                     SET WS-SOURCE-VALID TO TRUE                  PGM205
025000             END-EVALUATE                                         PGM205
025100         WHEN OTHER                                               PGM205
025200             MOVE WS-ENT-RECEIPT-NO TO RR-RECEIPT-NO              PGM205
025300             MOVE WS-ENT-RECEIPT-DT TO RR-RECEIPT-DT              PGM205
025400             READ RM-RECEIPT-FILE                                 PGM205
025500                 INVALID KEY                                      PGM205
025600                     DISPLAY 'RECEIPT NOT FOUND'                  PGM205
025700                 NOT INVALID KEY                                  PGM205
025800                     IF RR-REJECTED                               PGM205
025900                         DISPLAY 'RECEIPT REJECTED - NO SAMPLE'   PGM205
026000                                 ' REQUIRED'                      PGM205
026100                     ELSE                                         PGM205
026200                         SET WS-SOURCE-VALID TO TRUE              PGM205
026300                     END-IF                                       PGM205
026400             END-READ                                             PGM205
026500     END-EVALUATE.                                                PGM205
026600*                                                                 PGM205
026700 2200-ADD-SAMPLE.                                                 PGM205
026800     IF WS-LS-FOUND                                               PGM205
026900         DISPLAY 'SAMPLE SEQ ALREADY REGISTERED FOR THIS SOURCE'  PGM205
027000     ELSE                                                         PGM205
027100         PERFORM 2150-CHECK-SOURCE                                PGM205
027200         IF WS-SOURCE-VALID                                       PGM205
027300             PERFORM 2500-ENTER-SAMPLE-FIELDS                     PGM205
027400             IF WS-FIELDS-VALID                                   PGM205
027500                 INITIALIZE LAB-SAMPLE-REC                        PGM205
027600                 PERFORM 2120-BUILD-KEY                           PGM205
027700                 PERFORM 2550-MOVE-SAMPLE-FIELDS                  PGM205
027800                 WRITE LAB-SAMPLE-REC                             PGM205
027900                     INVALID KEY                                  PGM205
028000                         DISPLAY 'SAMPLE WRITE ERROR: '           PGM205
028100                                 WS-FILE-STATUS                   PGM205
028200                     NOT INVALID KEY                              PGM205
028300                         DISPLAY 'SAMPLE REGISTERED: '            PGM205
028400                                 WS-ENT-SAMPLE-ID ' TESTS '       PGM205
028500                                 WS-ENT-TEST-CNT                  PGM205
028600                 END-WRITE                                        PGM205
028700             ELSE                                                 PGM205
028800                 DISPLAY 'SAMPLE REJECTED - CHECK FIELDS'         PGM205
028900             END-IF                                               PGM205
029000         END-IF                                                   PGM205
029100     END-IF.                                                      PGM205
029200*                                                                 PGM205
029300* 결과가 들어온 항목은 그대로 두고 시료만 취소한다.                                    PGM205
029400 2400-CANCEL-SAMPLE.                                              PGM205
029500     EVALUATE TRUE                                                PGM205
029600         WHEN WS-LS-NOT-FOUND                                     PGM205
029700             DISPLAY 'SAMPLE NOT FOUND'                           PGM205
029800         WHEN NOT LS-SAMPLE-OPEN                                  PGM205
029900             DISPLAY 'SAMPLE NOT OPEN - STATUS ' LS-SAMPLE-STATUS PGM205
030000         WHEN OTHER                                               PGM205
030100             DISPLAY 'ENTER USER ID: '                            PGM205
030200             ACCEPT WS-ENT-USER                                   PGM205
030300             IF WS-ENT-USER = SPACES                              PGM205
030400                 DISPLAY 'USER ID REQUIRED'                       PGM205
030500             ELSE                                                 PGM205
030600                 ACCEPT WS-NOW-TIME FROM TIME                     PGM205
030700                 SET LS-SAMPLE-CANCELLED TO TRUE                  PGM205
030800                 MOVE WS-TODAY         TO LS-CLOSE-DATE           PGM205
030900                 MOVE WS-NOW-TIME (1:6) TO LS-CLOSE-TIME          PGM205
031000                 MOVE WS-ENT-USER      TO LS-REG-USER             PGM205
031100                 REWRITE LAB-SAMPLE-REC                           PGM205
031200                     INVALID KEY                                  PGM205
031300                         DISPLAY 'SAMPLE REWRITE ERROR: '         PGM205
031400                                 WS-FILE-STATUS                   PGM205
031500                 END-REWRITE                                      PGM205
031600                 DISPLAY 'SAMPLE CANCELLED: ' LS-SAMPLE-ID        PGM205
031700             END-IF                                               PGM205
031800     END-EVALUATE.                                                PGM205
031900*                                                                 PGM205
032000* 채취일시는 오늘 이전, 의뢰 항목은 1 건 이상(공백 입력으로                              PGM205
032100* 끝). 항목은 사용중인 마스터 항목이고 출처유형이 맞아야 한다.                             PGM205
032200 2500-ENTER-SAMPLE-FIELDS.                                        PGM205
032300     DISPLAY 'ENTER SAMPLE ID (LABEL NO): '                       PGM205
032400     ACCEPT WS-ENT-SAMPLE-ID                                      PGM205
032500     DISPLAY 'ENTER TAKEN DATE (YYYYMMDD): '                      PGM205
032600     ACCEPT WS-ENT-TAKEN-DATE                                     PGM205
032700     DISPLAY 'ENTER TAKEN TIME (HHMMSS): '                        PGM205
032800     ACCEPT WS-ENT-TAKEN-TIME                                     PGM205
032900     DISPLAY 'ENTER TAKEN BY: '                                   PGM205
033000     ACCEPT WS-ENT-TAKEN-BY                                       PGM205
033100     DISPLAY 'ENTER USER ID: '                                    PGM205
033200     ACCEPT WS-ENT-USER                                           PGM205
033300     MOVE SPACES TO WS-ENT-TEST-TBL                               PGM205
033400     MOVE ZEROS TO WS-ENT-TEST-CNT                                PGM205
033500     MOVE 'N' TO WS-TEST-END-FLAG                                 PGM205
033600     SET WS-FIELDS-VALID TO TRUE                                  PGM205
033700     PERFORM 2520-ENTER-ONE-TEST                                  PGM205
033800         VARYING WS-TX FROM 1 BY 1                                PGM205
033900         UNTIL WS-TX > 5 OR WS-TEST-END OR NOT WS-FIELDS-VALID    PGM205
034000     IF WS-FIELDS-VALID                                           PGM205
034100         MOVE 'N' TO WS-FIELDS-VALID-FLAG                         PGM205
034200         CALL 'DATECHK' USING WS-ENT-TAKEN-DATE WS-DATE-STATUS    PGM205
034300         EVALUATE TRUE                                            PGM205
034400             WHEN WS-ENT-SAMPLE-ID = SPACES                       PGM205
034500                 DISPLAY 'SAMPLE ID REQUIRED'                     PGM205
034600             WHEN WS-DATE-STATUS NOT = '00'                       PGM205
034700                 DISPLAY 'INVALID TAKEN DATE'                     PGM205
034800             WHEN WS-ENT-TAKEN-DATE > WS-TODAY                    PGM205
034900                 DISPLAY 'TAKEN DATE IN THE FUTURE'               PGM205
035000             WHEN WS-ENT-TAKEN-HH > 23 OR WS-ENT-TAKEN-MI > 59    PGM205
035100                 OR WS-ENT-TAKEN-SS > 59                          PGM205
035200                 DISPLAY 'INVALID TAKEN TIME'                     PGM205
035300             WHEN WS-ENT-TAKEN-BY = SPACES                        PGM205
035400                 DISPLAY 'TAKEN BY REQUIRED'                      PGM205
035500             WHEN WS-ENT-USER = SPACES                            PGM205
035600                 DISPLAY 'USER ID REQUIRED'                       PGM205
035700             WHEN WS-ENT-TEST-CNT = 0                             PGM205
035800                 DISPLAY 'AT LEAST ONE TEST REQUIRED'             PGM205
035900             WHEN OTHER                                           PGM205
036000                 SET WS-FIELDS-VALID TO TRUE                      PGM205
036100         END-EVALUATE                                             PGM205
036200     END-IF.                                                      PGM205
036300*                                                                 PGM205
036400 2520-ENTER-ONE-TEST.                                             PGM205
036500     DISPLAY 'ENTER TEST CODE ' WS-TX ' (BLANK=END): '            PGM205
036600     ACCEPT WS-ENT-TEST-WK                                        PGM205
036700     IF WS-ENT-TEST-WK = SPACES                                   PGM205
036800         SET WS-TEST-END TO TRUE                                  PGM205
036900     ELSE                                                         PGM205
037000         MOVE 'N' TO WS-DUP-FLAG                                  PGM205
037100         PERFORM 2530-CHECK-DUP-TEST                              PGM205
037200             VARYING WS-DX FROM 1 BY 1                            PGM205
037300             UNTIL WS-DX > WS-ENT-TEST-CNT                        PGM205
037400         MOVE WS-ENT-TEST-WK TO LT-TEST-CD                        PGM205
037500         READ LAB-TEST-FILE                                       PGM205
037600             INVALID KEY                                          PGM205
037700                 DISPLAY 'TEST CODE NOT ON TEST MASTER: '         PGM205
037800                         WS-ENT-TEST-WK                           PGM205
037900                 MOVE 'N' TO WS-FIELDS-VALID-FLAG                 PGM205
038000             NOT INVALID KEY                                      PGM205
038100                 EVALUATE TRUE                                    PGM205
038200                     WHEN NOT LT-ACTIVE                           PGM205
038300                         DISPLAY 'TEST CODE INACTIVE: '           PGM205
038400                                 WS-ENT-TEST-WK                   PGM205
038500                         MOVE 'N' TO WS-FIELDS-VALID-FLAG         PGM205
038600                     WHEN NOT LT-ANY-SOURCE                       PGM205
038700                      AND LT-SOURCE-TYPE NOT = WS-ENT-SOURCE-TYPE PGM205
038800                         DISPLAY 'TEST NOT FOR THIS SOURCE TYPE: 'PGM205
038900                                 WS-ENT-TEST-WK                   PGM205
039000                         MOVE 'N' TO WS-FIELDS-VALID-FLAG         PGM205
039100                     WHEN WS-DUP-TEST                             PGM205
039200                         DISPLAY 'TEST ALREADY REQUESTED: '       PGM205
039300                                 WS-ENT-TEST-WK                   PGM205
039400                         MOVE 'N' TO WS-FIELDS-VALID-FLAG         PGM205
039500                     WHEN OTHER                                   PGM205
039600                         ADD 1 TO WS-ENT-TEST-CNT                 PGM205
039700                         MOVE WS-ENT-TEST-WK                      PGM205
039800                             TO WS-ENT-TEST-CD (WS-ENT-TEST-CNT)  PGM205
039900                 END-EVALUATE                                     PGM205
040000         END-READ                                                 PGM205
040100     END-IF.                                                      PGM205
040200*                                                                 PGM205
040300 2530-CHECK-DUP-TEST.                                             PGM205
040400     IF WS-ENT-TEST-CD (WS-DX) = WS-ENT-TEST-WK                   PGM205
040500         SET WS-DUP-TEST TO TRUE                                  PGM205
040600     END-IF.                                                      PGM205
040700*                                                                 PGM205
040800 2550-MOVE-SAMPLE-FIELDS.                                         PGM205
040900     MOVE WS-ENT-SAMPLE-ID   TO LS-SAMPLE-ID                      PGM205
041000     MOVE WS-ENT-TAKEN-DATE  TO LS-TAKEN-DATE                     PGM205
041100     MOVE WS-ENT-TAKEN-TIME  TO LS-TAKEN-TIME                     PGM205
041200     MOVE WS-ENT-TAKEN-BY    TO LS-TAKEN-BY                       PGM205
041300     MOVE WS-ENT-TEST-CNT    TO LS-TEST-CNT                       PGM205
041400     PERFORM 2560-MOVE-ONE-TEST                                   PGM205
041500         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-ENT-TEST-CNT  PGM205
041600     SET LS-SAMPLE-OPEN      TO TRUE                              PGM205
041700     MOVE WS-ENT-USER        TO LS-REG-USER                       PGM205
041800     MOVE WS-TODAY           TO LS-REG-DATE.                      PGM205
041900*                                                                 PGM205
042000 2560-MOVE-ONE-TEST.                                              PGM205
042100     MOVE WS-ENT-TEST-CD (WS-TX) TO LS-TEST-CD (WS-TX)            PGM205
042200     SET LS-TEST-PENDING (WS-TX) TO TRUE                          PGM205
042300     MOVE 'N' TO LS-ALERT-FLAG (WS-TX).                           PGM205
042400*                                                                 PGM205
042500 2600-SHOW-SAMPLE.                                                PGM205
042600     IF WS-LS-NOT-FOUND                                           PGM205
042700         DISPLAY 'SAMPLE NOT FOUND'                               PGM205
042800     ELSE                                                         PGM205
042900         DISPLAY 'SAMPLE ' LS-SAMPLE-ID ' SOURCE ' LS-SOURCE-TYPE PGM205
043000                 ' ' LS-SOURCE-REF ' SEQ ' LS-SAMPLE-SEQ          PGM205
043100                 ' STATUS ' LS-SAMPLE-STATUS                      PGM205
043200         DISPLAY '  TAKEN ' LS-TAKEN-DATE ' ' LS-TAKEN-TIME       PGM205
043300                 ' BY ' LS-TAKEN-BY ' CLOSED ' LS-CLOSE-DATE      PGM205
043400                 ' ' LS-CLOSE-TIME                                PGM205
043500         PERFORM 2610-SHOW-ONE-TEST                               PGM205
043600             VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > LS-TEST-CNT  PGM205
043700     END-IF.                                                      PGM205
043800*                                                                 PGM205
043900 2610-SHOW-ONE-TEST.                                              PGM205
044000     DISPLAY '  TEST ' LS-TEST-CD (WS-TX)                         PGM205
044100             ' STATUS ' LS-TEST-STATUS (WS-TX)                    PGM205
044200             ' RESULT ' LS-RESULT-DATE (WS-TX)                    PGM205
044300             ' ' LS-RESULT-TIME (WS-TX)                           PGM205
044400             ' FROM ' LS-RESULT-PGM (WS-TX).                      PGM205
044500*                                                                 PGM205
044600 2700-LIST-SOURCE.                                                PGM205
044700     MOVE ZEROS TO WS-LIST-CNT                                    PGM205
044800     MOVE 'N' TO WS-BROWSE-EOF-FLAG                               PGM205
044900     MOVE ZEROS TO WS-ENT-SAMPLE-SEQ                              PGM205
045000     PERFORM 2120-BUILD-KEY                                       PGM205
045100     MOVE LS-SOURCE-TYPE TO WS-LIST-TYPE                          PGM205
045200     MOVE LS-SOURCE-REF  TO WS-LIST-REF                           PGM205
045300     START LAB-SAMPLE-FILE KEY NOT < LS-KEY                       PGM205
045400         INVALID KEY                                              PGM205
045500             SET WS-BROWSE-EOF TO TRUE                            PGM205
045600     END-START                                                    PGM205
045700     PERFORM 2710-LIST-NEXT                                       PGM205
045800         UNTIL WS-BROWSE-EOF                                      PGM205
045900     DISPLAY WS-LIST-CNT ' SAMPLES LISTED'.                       PGM205
046000*                                                                 PGM205
046100 2710-LIST-NEXT.                                                  PGM205
046200     READ LAB-SAMPLE-FILE NEXT RECORD                             PGM205
046300         AT END                                                   PGM205
046400             SET WS-BROWSE-EOF TO TRUE                            PGM205
046500     END-READ                                                     PGM205
046600     IF NOT WS-BROWSE-EOF                                         PGM205
046700         IF LS-SOURCE-TYPE NOT = WS-LIST-TYPE                     PGM205
046800             OR LS-SOURCE-REF NOT = WS-LIST-REF                   PGM205
046900             SET WS-BROWSE-EOF TO TRUE                            PGM205
047000         ELSE                                                     PGM205
047100             SET WS-LS-FOUND TO TRUE                              PGM205
047200             PERFORM 2600-SHOW-SAMPLE                             PGM205
047300             ADD 1 TO WS-LIST-CNT                                 PGM205
047400         END-IF                                                   PGM205
047500     END-IF.                                                      PGM205
047600*                                                                 PGM205
047700 9000-FINALIZE.                                                   PGM205
047800     CLOSE LAB-SAMPLE-FILE                                        PGM205
047900     CLOSE LAB-TEST-FILE                                          PGM205
048000     CLOSE RM-RECEIPT-FILE                                        PGM205
048100     DISPLAY 'PGM205 - LAB SAMPLE SESSION ENDED'.                 PGM205
048200*                                                                 PGM205
048300 9750-DIAGNOSE-FILE-STATUS.                                       PGM205
048400     EVALUATE WS-ABEND-STATUS                                     PGM205
048500         WHEN '10'                                                PGM205
048600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM205
048700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM205
048800         WHEN '23'                                                PGM205
048900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM205
049000             DISPLAY '  AND RETRY THE REQUEST'                    PGM205
049100         WHEN '35'                                                PGM205
049200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM205
049300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM205
049400         WHEN '37'                                                PGM205
049500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM205
049600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM205
049700         WHEN '39'                                                PGM205
049800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM205
049900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM205
050000         WHEN '41'                                                PGM205
050100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM205
050200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM205
050300         WHEN '42'                                                PGM205
050400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM205
050500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM205
050600         WHEN '46'                                                PGM205
050700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM205
050800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM205
050900         WHEN OTHER                                               PGM205
051000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM205
051100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM205
051200     END-EVALUATE.                                                PGM205
051300*                                                                 PGM205
051400 9900-ABNORMAL-END.                                               PGM205
051500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM205
051600     DISPLAY 'PGM205 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM205
051700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM205
051800     STOP RUN.                                                    PGM205
051900                                                                  PGM205
