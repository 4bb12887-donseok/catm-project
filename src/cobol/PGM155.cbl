000100 IDENTIFICATION DIVISION.                                         PGM155
000200 PROGRAM-ID.    PGM155.                                           PGM155
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM155
000400*                                                                 PGM155
000500* =========================================================       PGM155
000600* 프로그램명: 구매요청 등록/결재                                               PGM155
000700* 처리내용  : 정비/기술 부서의 구매요청(요청자, 원가센터,                               PGM155
000800*            자재코드 또는 자유기술 품목, 수량, 예상금액,                           PGM155
000900*            필요일)을 등록하고 결재자 한도표(CPYAPLM)에                         PGM155
001000*            따라 1단계 결재자부터 차례로 결재를 받는다.                            PGM155
001100*            결재자 한도가 예상금액 이상이면 그 결재로 최종                           PGM155
001200*            승인되고, 아니면 다음 단계 결재자에게 넘어간다.                          PGM155
001300*            반려와 요청자 취소도 여기서 처리한다. 발주 전환은                         PGM155
001400*            PGM042 에서 최종 승인 건만 할 수 있다.                           PGM155
001500* =========================================================       PGM155
001600*                                                                 PGM155
001700 ENVIRONMENT DIVISION.                                            PGM155
001800 CONFIGURATION SECTION.                                           PGM155
001900 INPUT-OUTPUT SECTION.                                            PGM155
002000 FILE-CONTROL.                                                    PGM155
002100     SELECT PREQ-MASTER-FILE                                      PGM155
002200         ASSIGN TO PREQMAST                                       PGM155
002300         ORGANIZATION IS INDEXED                                  PGM155
002400         ACCESS MODE IS RANDOM                                    PGM155
002500         RECORD KEY IS PR-REQ-NO                                  PGM155
002600         FILE STATUS IS WS-FILE-STATUS.                           PGM155
002700     SELECT APPROVAL-LIMIT-FILE                                   PGM155
002800         ASSIGN TO APRLIMIT                                       PGM155
002900         ORGANIZATION IS SEQUENTIAL                               PGM155
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM155
003100     SELECT OPTIONAL RM-MASTER-FILE                               PGM155
003200         ASSIGN TO RMMAST                                         PGM155
003300         ORGANIZATION IS INDEXED                                  PGM155
003400         ACCESS MODE IS RANDOM                                    PGM155
003500         RECORD KEY IS RM-MATL-CD                                 PGM155
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM155
003700     SELECT OPTIONAL AUDIT-TRAIL-FILE                             PGM155
003800         ASSIGN TO AUDTRAIL                                       PGM155
003900         ORGANIZATION IS SEQUENTIAL                               PGM155
004000         FILE STATUS IS WS-FILE-STATUS4.                          PGM155
004100*                                                                 PGM155
004200 DATA DIVISION.                                                   PGM155
004300 FILE SECTION.                                                    PGM155
004400 FD  PREQ-MASTER-FILE.                                            PGM155
004500 01  PREQ-MASTER-REC.                                             PGM155
004600     COPY CPYPREQ.                                                PGM155
004700 FD  APPROVAL-LIMIT-FILE.                                         PGM155
004800 01  APPROVAL-LIMIT-REC.                                          PGM155
004900     COPY CPYAPLM.                                                PGM155
005000 FD  RM-MASTER-FILE.                                              PGM155
005100 01  RM-MASTER-REC.                                               PGM155
005200     COPY CPYRMMS.                                                PGM155
005300 FD  AUDIT-TRAIL-FILE.                                            PGM155
005400 01  AUDIT-TRAIL-REC.                                             PGM155
005500     COPY CPYAUDIT.                                               PGM155
005600*                                                                 PGM155
005700 WORKING-STORAGE SECTION.                                         PGM155
005800 01  WS-FILE-STATUS         PIC XX.                               PGM155
005900 01  WS-FILE-STATUS2        PIC XX.                               PGM155
006000 01  WS-FILE-STATUS3        PIC XX.                               PGM155
006100 01  WS-FILE-STATUS4        PIC XX.                               PGM155
006200 01  WS-ABEND-STATUS        PIC XX.                               PGM155
006300 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM155
006400     88 WS-EOF              VALUE 'Y'.                            PGM155
006500 01  WS-RM-READY-FLAG       PIC X VALUE 'N'.                      PGM155
006600     88 WS-RM-READY         VALUE 'Y'.                            PGM155
006700 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM155
006800     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM155
006900 01  WS-AUDIT-COND          PIC X(10).                            PGM155
007000 01  WS-AUDIT-KEY1          PIC X(15).                            PGM155
007100 01  WS-AUDIT-KEY2          PIC X(15).                            PGM155
007200 01  WS-AUDIT-DESC          PIC X(40).                            PGM155
007300 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM155
007400     88 WS-EXIT             VALUE 'Y'.                            PGM155
007500 01  WS-ACTION-CHOICE       PIC X(01).                            PGM155
007600     88 WS-CREATE-ACTION    VALUE 'C' 'c'.                        PGM155
007700     88 WS-APPROVE-ACTION   VALUE 'A' 'a'.                        PGM155
007800     88 WS-REJECT-ACTION    VALUE 'R' 'r'.                        PGM155
007900     88 WS-CANCEL-ACTION    VALUE 'K' 'k'.                        PGM155
008000     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM155
008100 01  WS-REQ-FOUND-FLAG      PIC X VALUE 'N'.                      PGM155
008200     88 WS-REQ-FOUND        VALUE 'Y'.                            PGM155
008300     88 WS-REQ-NOT-FOUND    VALUE 'N'.                            PGM155
008400 01  WS-REQ-VALID-FLAG      PIC X VALUE 'N'.                      PGM155
008500     88 WS-REQ-VALID        VALUE 'Y'.                            PGM155
008600 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM155
008700 01  WS-MAINT-REQ-NO        PIC 9(06).                            PGM155
008800 01  WS-MAINT-USER          PIC X(10).                            PGM155
008900 01  WS-MAINT-COST-CENTER   PIC X(06).                            PGM155
009000 01  WS-MAINT-ITEM-CD       PIC X(12).                            PGM155
009100 01  WS-MAINT-ITEM-DESC     PIC X(30).                            PGM155
009200 01  WS-MAINT-QTY           PIC S9(9)V99.                         PGM155
009300 01  WS-MAINT-VALUE         PIC S9(11)V99.                        PGM155
009400 01  WS-MAINT-NEED-DATE     PIC 9(08).                            PGM155
009500 01  WS-MAINT-REASON        PIC X(03).                            PGM155
009600 01  WS-DISP-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.               PGM155
009700* 결재자 한도표: 원가센터/단계별 결재자와 최종승인 한도                                  PGM155
009800 01  WS-AL-MAX              PIC 9(03) VALUE 300.                  PGM155
009900 01  WS-AL-COUNT            PIC 9(03) VALUE ZEROS.                PGM155
010000 01  WS-AL-TABLE.                                                 PGM155
010100     05 WS-AL-ENTRY OCCURS 300 TIMES.                             PGM155
010200         10 WS-ALT-COST-CENTER  PIC X(06).                        PGM155
010300         10 WS-ALT-LEVEL        PIC 9(01).                        PGM155
010400         10 WS-ALT-APPROVER-ID  PIC X(10).                        PGM155
010500         10 WS-ALT-LIMIT-AMT    PIC 9(11)V99.                     PGM155
010600 01  WS-MAX-LEVEL           PIC 9(01) VALUE 5.                    PGM155
010700 01  WS-FIND-LEVEL          PIC 9(01) VALUE ZEROS.                PGM155
010800 01  WS-FIND-COST-CENTER    PIC X(06).                            PGM155
010900 01  WS-FOUND-IX            PIC 9(03) VALUE ZEROS.                PGM155
011000 01  WS-DEFAULT-IX          PIC 9(03) VALUE ZEROS.                PGM155
011100 01  WS-IX                  PIC 9(03) VALUE ZEROS.                PGM155
011200 01  WS-CHAIN-FLAG          PIC X VALUE 'N'.                      PGM155
011300     88 WS-CHAIN-COVERED    VALUE 'Y'.                            PGM155
011400     88 WS-CHAIN-BROKEN     VALUE 'B'.                            PGM155
011500*                                                                 PGM155
011600 PROCEDURE DIVISION.                                              PGM155
011700*                                                                 PGM155
011800 0000-MAIN-PROCESS.                                               PGM155
011900     PERFORM 1000-INITIALIZE                                      PGM155
012000     PERFORM 2000-PROCESS-REQUISITION                             PGM155
012100         UNTIL WS-EXIT                                            PGM155
012200     PERFORM 9000-FINALIZE                                        PGM155
012300     STOP RUN.                                                    PGM155
012400*                                                                 PGM155
012500 1000-INITIALIZE.                                                 PGM155
012600     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM155
012700     OPEN I-O PREQ-MASTER-FILE                                    PGM155
012800     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM155
012900         DISPLAY 'REQUISITION MASTER OPEN ERROR: ' WS-FILE-STATUS PGM155
013000         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM155
013100         PERFORM 9900-ABNORMAL-END                                PGM155
013200     END-IF                                                       PGM155
013300     OPEN INPUT APPROVAL-LIMIT-FILE                               PGM155
013400     IF WS-FILE-STATUS2 NOT = '00'                                PGM155
013500         DISPLAY 'APPROVAL LIMIT OPEN ERROR: ' WS-FILE-STATUS2    PGM155
013600         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM155
013700         PERFORM 9900-ABNORMAL-END                                PGM155
013800     END-IF                                                       PGM155
013900     PERFORM 1100-LOAD-APPROVAL-LIMIT                             PGM155
014000         UNTIL WS-EOF                                             PGM155
014100     CLOSE APPROVAL-LIMIT-FILE                                    PGM155
014200     IF WS-AL-COUNT = 0                                           PGM155
014300         DISPLAY 'APPROVAL LIMIT TABLE EMPTY - NO APPROVERS'      PGM155
014400         MOVE 'PM' TO WS-ABEND-STATUS                             PGM155
014500         PERFORM 9900-ABNORMAL-END                                PGM155
014600     END-IF                                                       PGM155
014700     OPEN INPUT RM-MASTER-FILE                                    PGM155
014800     IF WS-FILE-STATUS3 = '00'                                    PGM155
014900         SET WS-RM-READY TO TRUE                                  PGM155
015000     ELSE                                                         PGM155
015100         DISPLAY 'RM MASTER ABSENT - ITEM CODES NOT CHECKED: '    PGM155
015200                 WS-FILE-STATUS3                                  PGM155
015300     END-IF                                                       PGM155
015400     OPEN EXTEND AUDIT-TRAIL-FILE                                 PGM155
015500     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM155
015600         SET WS-AUDIT-READY TO TRUE                               PGM155
015700     ELSE                                                         PGM155
015800         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS4       PGM155
015900     END-IF.                                                      PGM155
016000*                                                                 PGM155
016100* 활성 결재자만 한도표에 올린다.                                               PGM155
016200 1100-LOAD-APPROVAL-LIMIT.                                        PGM155
016300     READ APPROVAL-LIMIT-FILE                                     PGM155
016400         AT END                                                   PGM155
016500             SET WS-EOF TO TRUE                                   PGM155
016600         NOT AT END                                               PGM155
016700             IF AL-ACTIVE                                         PGM155
016800                 AND AL-LEVEL > 0 AND AL-LEVEL NOT > WS-MAX-LEVEL PGM155
016900                 PERFORM 1150-ADD-APPROVAL-LIMIT                  PGM155
017000             END-IF                                               PGM155
017100     END-READ.                                                    PGM155
017200*                                                                 PGM155
017300 1150-ADD-APPROVAL-LIMIT.                                         PGM155
017400     IF WS-AL-COUNT NOT < WS-AL-MAX                               PGM155
017500         DISPLAY 'APPROVAL LIMIT TABLE FULL - MAX ' WS-AL-MAX     PGM155
017600         MOVE 'FL' TO WS-ABEND-STATUS                             PGM155
017700         PERFORM 9900-ABNORMAL-END                                PGM155
017800     END-IF                                                       PGM155
017900     ADD 1 TO WS-AL-COUNT                                         PGM155
018000     MOVE AL-COST-CENTER TO WS-ALT-COST-CENTER (WS-AL-COUNT)      PGM155
018100     MOVE AL-LEVEL       TO WS-ALT-LEVEL (WS-AL-COUNT)            PGM155
018200     MOVE AL-APPROVER-ID TO WS-ALT-APPROVER-ID (WS-AL-COUNT)      PGM155
018300     MOVE AL-LIMIT-AMT   TO WS-ALT-LIMIT-AMT (WS-AL-COUNT).       PGM155
018400*                                                                 PGM155
018500 2000-PROCESS-REQUISITION.                                        PGM155
018600     DISPLAY ' '                                                  PGM155
018700     DISPLAY '=== PURCHASE REQUISITION ENTRY/APPROVAL ==='        PGM155
018800     DISPLAY 'C=CREATE  A=APPROVE  R=REJECT  K=CANCEL  X=EXIT'    PGM155
018900     ACCEPT WS-ACTION-CHOICE                                      PGM155
019000     IF WS-EXIT-CHOICE                                            PGM155
019100         SET WS-EXIT TO TRUE                                      PGM155
019200     ELSE                                                         PGM155
019300         IF WS-CREATE-ACTION OR WS-APPROVE-ACTION                 PGM155
019400             OR WS-REJECT-ACTION OR WS-CANCEL-ACTION              PGM155
019500             PERFORM 2100-LOCATE-REQUISITION                      PGM155
019600             EVALUATE TRUE                                        PGM155
019700                 WHEN WS-CREATE-ACTION                            PGM155
019800                     PERFORM 2200-CREATE-REQUISITION              PGM155
019900                 WHEN WS-APPROVE-ACTION                           PGM155
020000                     PERFORM 2400-APPROVE-REQUISITION             PGM155
020100                 WHEN WS-REJECT-ACTION                            PGM155
020200                     PERFORM 2500-REJECT-REQUISITION              PGM155
020300                 WHEN OTHER                                       PGM155
020400                     PERFORM 2600-CANCEL-REQUISITION              PGM155
020500             END-EVALUATE                                         PGM155
020600         ELSE                                                     PGM155
020700             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM155
020800         END-IF                                                   PGM155
020900     END-IF.                                                      PGM155
021000*                                                                 PGM155
021100 2100-LOCATE-REQUISITION.                                         PGM155
021200     DISPLAY 'ENTER REQUISITION NO: '                             PGM155
021300     ACCEPT WS-MAINT-REQ-NO                                       PGM155
021400     MOVE WS-MAINT-REQ-NO TO PR-REQ-NO                            PGM155
021500     READ PREQ-MASTER-FILE                                        PGM155
021600         INVALID KEY                                              PGM155
021700             SET WS-REQ-NOT-FOUND TO TRUE                         PGM155
021800         NOT INVALID KEY                                          PGM155
021900             SET WS-REQ-FOUND TO TRUE                             PGM155
022000     END-READ.                                                    PGM155
022100*                                                                 PGM155
022200 2200-CREATE-REQUISITION.                                         PGM155
022300     IF WS-REQ-FOUND                                              PGM155
022400         DISPLAY 'REQUISITION ALREADY EXISTS: ' WS-MAINT-REQ-NO   PGM155
022500     ELSE                                                         PGM155
022600         PERFORM 2210-ENTER-REQUISITION-FIELDS                    PGM155
022700         PERFORM 2250-VALIDATE-REQUISITION                        PGM155
022800         IF WS-REQ-VALID                                          PGM155
022900             PERFORM 2300-WRITE-NEW-REQUISITION                   PGM155
023000         ELSE                                                     PGM155
023100             DISPLAY 'REQUISITION REJECTED - CHECK FIELDS'        PGM155
023200         END-IF                                                   PGM155
023300     END-IF.                                                      PGM155
023400*                                                                 PGM155
023500 2210-ENTER-REQUISITION-FIELDS.                                   PGM155
023600     DISPLAY 'ENTER REQUESTER ID: '                               PGM155
023700     ACCEPT WS-MAINT-USER                                         PGM155
023800     DISPLAY 'ENTER COST CENTER: '                                PGM155
023900     ACCEPT WS-MAINT-COST-CENTER                                  PGM155
024000     DISPLAY 'ENTER MATERIAL CODE (BLANK=FREE TEXT): '            PGM155
024100     ACCEPT WS-MAINT-ITEM-CD                                      PGM155
024200     DISPLAY 'ENTER ITEM DESCRIPTION: '                           PGM155
024300     ACCEPT WS-MAINT-ITEM-DESC                                    PGM155
024400     DISPLAY 'ENTER QUANTITY: '                                   PGM155
024500     ACCEPT WS-MAINT-QTY                                          PGM155
024600     DISPLAY 'ENTER ESTIMATED VALUE: '                            PGM155
024700     ACCEPT WS-MAINT-VALUE                                        PGM155
024800     DISPLAY 'ENTER NEED DATE (YYYYMMDD): '                       PGM155
024900     ACCEPT WS-MAINT-NEED-DATE.                                   PGM155
025000*                                                                 PGM155
025100* 자재코드가 있으면 원자재 마스터로 확인하고 품목명이                                    PGM155
025200* 비었으면 자재명을 가져온다. 결재 체인이 예상금액을                                    PGM155
025300* 덮을 수 있는지(한도 충분한 결재자까지 단계가 끊기지                                   PGM155
025400* 않는지)도 등록 시점에 확인한다.                                              PGM155
025500 2250-VALIDATE-REQUISITION.                                       PGM155
025600     MOVE 'N' TO WS-REQ-VALID-FLAG                                PGM155
025700     EVALUATE TRUE                                                PGM155
025800         WHEN WS-MAINT-USER = SPACES                              PGM155
025900             DISPLAY 'REQUESTER ID REQUIRED'                      PGM155
026000         WHEN WS-MAINT-COST-CENTER = SPACES                       PGM155
026100             DISPLAY 'COST CENTER REQUIRED'                       PGM155
026200         WHEN WS-MAINT-ITEM-CD = SPACES                           PGM155
026300             AND WS-MAINT-ITEM-DESC = SPACES                      PGM155
026400             DISPLAY 'MATERIAL CODE OR DESCRIPTION REQUIRED'      PGM155
026500         WHEN WS-MAINT-QTY NOT > 0                                PGM155
026600             DISPLAY 'QUANTITY MUST BE POSITIVE'                  PGM155
026700         WHEN WS-MAINT-VALUE NOT > 0                              PGM155
026800             DISPLAY 'ESTIMATED VALUE MUST BE POSITIVE'           PGM155
026900         WHEN WS-MAINT-NEED-DATE NOT NUMERIC                      PGM155
027000             OR WS-MAINT-NEED-DATE < WS-TODAY                     PGM155
027100             DISPLAY 'NEED DATE MISSING OR IN THE PAST'           PGM155
027200         WHEN OTHER                                               PGM155
027300             SET WS-REQ-VALID TO TRUE                             PGM155
027400     END-EVALUATE                                                 PGM155
027500     IF WS-REQ-VALID AND WS-MAINT-ITEM-CD NOT = SPACES            PGM155
027600         AND WS-RM-READY                                          PGM155
027700         PERFORM 2260-CHECK-MATERIAL                              PGM155
027800     END-IF                                                       PGM155
027900     IF WS-REQ-VALID                                              PGM155
028000         PERFORM 2270-CHECK-APPROVAL-CHAIN                        PGM155
028100     END-IF.                                                      PGM155
028200*                                                                 PGM155
028300 2260-CHECK-MATERIAL.                                             PGM155
028400     MOVE WS-MAINT-ITEM-CD TO RM-MATL-CD                          PGM155
028500     READ RM-MASTER-FILE                                          PGM155
028600         INVALID KEY                                              PGM155
028700             DISPLAY 'MATERIAL NOT ON RM MASTER: '                PGM155
028800                     WS-MAINT-ITEM-CD                             PGM155
028900             MOVE 'N' TO WS-REQ-VALID-FLAG                        PGM155
029000         NOT INVALID KEY                                          PGM155
029100             IF WS-MAINT-ITEM-DESC = SPACES                       PGM155
029200                 MOVE RM-MATL-NM TO WS-MAINT-ITEM-DESC            PGM155
029300             END-IF                                               PGM155
029400     END-READ.                                                    PGM155
029500*                                                                 PGM155
029600 2270-CHECK-APPROVAL-CHAIN.                                       PGM155
029700     MOVE 'N' TO WS-CHAIN-FLAG                                    PGM155
029800     MOVE WS-MAINT-COST-CENTER TO WS-FIND-COST-CENTER             PGM155
029900     MOVE 1 TO WS-FIND-LEVEL                                      PGM155
030000     PERFORM 2280-CHECK-ONE-LEVEL                                 PGM155
030100         UNTIL WS-CHAIN-COVERED OR WS-CHAIN-BROKEN                PGM155
030200     IF WS-CHAIN-BROKEN                                           PGM155
030300         MOVE WS-MAINT-VALUE TO WS-DISP-VALUE                     PGM155
030400         DISPLAY 'NO APPROVER WITH LIMIT FOR ' WS-DISP-VALUE      PGM155
030500                 ' IN COST CENTER ' WS-MAINT-COST-CENTER          PGM155
030600         MOVE 'N' TO WS-REQ-VALID-FLAG                            PGM155
030700     END-IF.                                                      PGM155
030800*                                                                 PGM155
030900 2280-CHECK-ONE-LEVEL.                                            PGM155
031000     PERFORM 2800-FIND-APPROVER                                   PGM155
031100     IF WS-FOUND-IX = 0                                           PGM155
031200         SET WS-CHAIN-BROKEN TO TRUE                              PGM155
031300     ELSE                                                         PGM155
031400         IF WS-ALT-LIMIT-AMT (WS-FOUND-IX) NOT < WS-MAINT-VALUE   PGM155
031500             SET WS-CHAIN-COVERED TO TRUE                         PGM155
031600         ELSE                                                     PGM155
031700             IF WS-FIND-LEVEL NOT < WS-MAX-LEVEL                  PGM155
031800                 SET WS-CHAIN-BROKEN TO TRUE                      PGM155
031900             ELSE                                                 PGM155
032000                 ADD 1 TO WS-FIND-LEVEL                           PGM155
032100             END-IF                                               PGM155
032200         END-IF                                                   PGM155
032300     END-IF.                                                      PGM155
032400*                                                                 PGM155
032500* 신규 요청은 1단계 결재자 대기(P)로 등록한다.                                     PGM155
032600 2300-WRITE-NEW-REQUISITION.                                      PGM155
032700     INITIALIZE PREQ-MASTER-REC                                   PGM155
032800     MOVE WS-MAINT-REQ-NO      TO PR-REQ-NO                       PGM155
032900     MOVE WS-MAINT-USER        TO PR-REQUESTER-ID                 PGM155
033000     MOVE WS-MAINT-COST-CENTER TO PR-COST-CENTER                  PGM155
033100     MOVE WS-MAINT-ITEM-CD     TO PR-ITEM-CD                      PGM155
033200     MOVE WS-MAINT-ITEM-DESC   TO PR-ITEM-DESC                    PGM155
033300     MOVE WS-MAINT-QTY         TO PR-REQ-QTY                      PGM155
033400     MOVE WS-MAINT-VALUE       TO PR-EST-VALUE                    PGM155
033500     MOVE WS-MAINT-NEED-DATE   TO PR-NEED-DATE                    PGM155
033600     MOVE WS-TODAY             TO PR-CREATE-DATE                  PGM155
033700     MOVE WS-TODAY             TO PR-LAST-ACTION-DATE             PGM155
033800     MOVE WS-MAINT-COST-CENTER TO WS-FIND-COST-CENTER             PGM155
033900     MOVE 1 TO WS-FIND-LEVEL                                      PGM155
034000     PERFORM 2800-FIND-APPROVER                                   PGM155
034100     MOVE 1 TO PR-CURR-LEVEL                                      PGM155
034200     MOVE WS-ALT-APPROVER-ID (WS-FOUND-IX) TO PR-CURR-APPROVER    PGM155
034300     SET PR-PENDING TO TRUE                                       PGM155
034400     WRITE PREQ-MASTER-REC                                        PGM155
034500         INVALID KEY                                              PGM155
034600             DISPLAY 'REQUISITION WRITE ERROR: ' WS-FILE-STATUS   PGM155
034700         NOT INVALID KEY                                          PGM155
034800             DISPLAY 'REQUISITION CREATED: ' WS-MAINT-REQ-NO      PGM155
034900                     ' - AWAITING ' PR-CURR-APPROVER              PGM155
035000             MOVE 'PRCREATE'  TO WS-AUDIT-COND                    PGM155
035100             MOVE 'CREATED FOR COST CENTER ' TO WS-AUDIT-DESC     PGM155
035200             MOVE PR-COST-CENTER TO WS-AUDIT-DESC (25:6)          PGM155
035300             PERFORM 2900-AUDIT-REQUISITION                       PGM155
035400     END-WRITE.                                                   PGM155
035500*                                                                 PGM155
035600* 현재 단계 결재자 본인만 결재할 수 있고 요청자는 자기                                  PGM155
035700* 요청을 결재할 수 없다. 결재자 한도가 예상금액 이상이면                                 PGM155
035800* 최종 승인, 아니면 다음 단계 결재자에게 넘긴다.                                     PGM155
035900 2400-APPROVE-REQUISITION.                                        PGM155
036000     IF WS-REQ-NOT-FOUND                                          PGM155
036100         DISPLAY 'REQUISITION NOT FOUND: ' WS-MAINT-REQ-NO        PGM155
036200     ELSE                                                         PGM155
036300         IF NOT PR-PENDING                                        PGM155
036400             DISPLAY 'REQUISITION NOT AWAITING APPROVAL - STATUS 'PGM155
036500                     PR-STATUS-CD                                 PGM155
036600         ELSE                                                     PGM155
036700             DISPLAY 'ENTER APPROVER ID: '                        PGM155
036800             ACCEPT WS-MAINT-USER                                 PGM155
036900             PERFORM 2450-CHECK-APPROVER                          PGM155
037000             IF WS-REQ-VALID                                      PGM155
037100                 PERFORM 2460-RECORD-APPROVAL                     PGM155
037200             END-IF                                               PGM155
037300         END-IF                                                   PGM155
037400     END-IF.                                                      PGM155
037500*                                                                 PGM155
037600 2450-CHECK-APPROVER.                                             PGM155
037700     MOVE 'N' TO WS-REQ-VALID-FLAG                                PGM155
037800     EVALUATE TRUE                                                PGM155
037900         WHEN WS-MAINT-USER = SPACES                              PGM155
038000             DISPLAY 'APPROVER ID REQUIRED'                       PGM155
038100         WHEN WS-MAINT-USER = PR-REQUESTER-ID                     PGM155
038200             DISPLAY 'REQUESTER MAY NOT APPROVE OWN REQUISITION'  PGM155
038300         WHEN WS-MAINT-USER NOT = PR-CURR-APPROVER                PGM155
038400             DISPLAY 'NOT THE CURRENT APPROVER - AWAITING '       PGM155
038500                     PR-CURR-APPROVER                             PGM155
038600         WHEN OTHER                                               PGM155
038700             SET WS-REQ-VALID TO TRUE                             PGM155
038800     END-EVALUATE.                                                PGM155
038900*                                                                 PGM155
039000 2460-RECORD-APPROVAL.                                            PGM155
039100     MOVE PR-COST-CENTER TO WS-FIND-COST-CENTER                   PGM155
039200     MOVE PR-CURR-LEVEL TO WS-FIND-LEVEL                          PGM155
039300     PERFORM 2800-FIND-APPROVER                                   PGM155
039400     MOVE WS-MAINT-USER TO PR-APPR-USER (PR-CURR-LEVEL)           PGM155
039500     MOVE WS-TODAY      TO PR-APPR-DATE (PR-CURR-LEVEL)           PGM155
039600     MOVE WS-TODAY      TO PR-LAST-ACTION-DATE                    PGM155
039700     IF WS-FOUND-IX > 0                                           PGM155
039800         AND WS-ALT-LIMIT-AMT (WS-FOUND-IX) NOT < PR-EST-VALUE    PGM155
039900         SET PR-APPROVED TO TRUE                                  PGM155
040000         MOVE SPACES TO PR-CURR-APPROVER                          PGM155
040100         MOVE 'PRAPPROVE' TO WS-AUDIT-COND                        PGM155
040200         MOVE 'FINAL APPROVAL' TO WS-AUDIT-DESC                   PGM155
040300     ELSE                                                         PGM155
040400         PERFORM 2470-ROUTE-NEXT-LEVEL                            PGM155
040500     END-IF                                                       PGM155
040600     IF WS-REQ-VALID                                              PGM155
040700         REWRITE PREQ-MASTER-REC                                  PGM155
040800         PERFORM 2900-AUDIT-REQUISITION                           PGM155
040900         IF PR-APPROVED                                           PGM155
041000             DISPLAY 'REQUISITION FULLY APPROVED: '               PGM155
041100                     WS-MAINT-REQ-NO                              PGM155
041200         ELSE                                                     PGM155
041300             DISPLAY 'APPROVED - NOW AWAITING LEVEL '             PGM155
041400                     PR-CURR-LEVEL ' ' PR-CURR-APPROVER           PGM155
041500         END-IF                                                   PGM155
041600     END-IF.                                                      PGM155
041700*                                                                 PGM155
041800* 한도표가 등록 이후 바뀌어 다음 단계 결재자가 없으면                                   PGM155
041900* 결재를 기록하지 않고 한도표 정비를 요청한다.                                       PGM155
042000 2470-ROUTE-NEXT-LEVEL.                                           PGM155
042100     IF PR-CURR-LEVEL NOT < WS-MAX-LEVEL                          PGM155
042200         MOVE ZEROS TO WS-FOUND-IX                                PGM155
042300     ELSE                                                         PGM155
042400         COMPUTE WS-FIND-LEVEL = PR-CURR-LEVEL + 1                PGM155
042500         PERFORM 2800-FIND-APPROVER                               PGM155
042600     END-IF                                                       PGM155
042700     IF WS-FOUND-IX = 0                                           PGM155
042800         DISPLAY 'NO NEXT-LEVEL APPROVER FOR COST CENTER '        PGM155
042900                 PR-COST-CENTER ' - UPDATE APPROVAL LIMITS'       PGM155
043000         MOVE 'N' TO WS-REQ-VALID-FLAG                            PGM155
043100     ELSE                                                         PGM155
043200         MOVE WS-FIND-LEVEL TO PR-CURR-LEVEL                      PGM155
043300         MOVE WS-ALT-APPROVER-ID (WS-FOUND-IX) TO PR-CURR-APPROVERPGM155
043400         MOVE 'PRAPPROVE' TO WS-AUDIT-COND                        PGM155
043500         MOVE 'ROUTED TO ' TO WS-AUDIT-DESC                       PGM155
043600         MOVE PR-CURR-APPROVER TO WS-AUDIT-DESC (11:10)           PGM155
043700     END-IF.                                                      PGM155
043800*                                                                 PGM155
043900 2500-REJECT-REQUISITION.                                         PGM155
044000     IF WS-REQ-NOT-FOUND                                          PGM155
044100         DISPLAY 'REQUISITION NOT FOUND: ' WS-MAINT-REQ-NO        PGM155
044200     ELSE                                                         PGM155
044300         IF NOT PR-PENDING                                        PGM155
044400             DISPLAY 'REQUISITION NOT AWAITING APPROVAL - STATUS 'PGM155
044500                     PR-STATUS-CD                                 PGM155
044600         ELSE                                                     PGM155
044700             DISPLAY 'ENTER APPROVER ID: '                        PGM155
044800             ACCEPT WS-MAINT-USER                                 PGM155
044900             DISPLAY 'ENTER REJECT REASON CODE: '                 PGM155
045000             ACCEPT WS-MAINT-REASON                               PGM155
045100             PERFORM 2450-CHECK-APPROVER                          PGM155
045200             IF WS-REQ-VALID AND WS-MAINT-REASON = SPACES         PGM155
045300                 DISPLAY 'REJECT REASON REQUIRED'                 PGM155
045400                 MOVE 'N' TO WS-REQ-VALID-FLAG                    PGM155
045500             END-IF                                               PGM155
045600             IF WS-REQ-VALID                                      PGM155
045700                 SET PR-REJECTED TO TRUE                          PGM155
045800                 MOVE WS-MAINT-REASON TO PR-REJECT-REASON         PGM155
045900                 MOVE WS-TODAY TO PR-LAST-ACTION-DATE             PGM155
046000                 REWRITE PREQ-MASTER-REC                          PGM155
046100                 MOVE 'PRREJECT' TO WS-AUDIT-COND                 PGM155
046200                 MOVE 'REJECTED REASON ' TO WS-AUDIT-DESC         PGM155
046300                 MOVE WS-MAINT-REASON TO WS-AUDIT-DESC (17:3)     PGM155
046400                 PERFORM 2900-AUDIT-REQUISITION                   PGM155
046500                 DISPLAY 'REQUISITION REJECTED: ' WS-MAINT-REQ-NO PGM155
046600             END-IF                                               PGM155
046700         END-IF                                                   PGM155
046800     END-IF.                                                      PGM155
046900*                                                                 PGM155
047000* 요청자 본인만 발주 전환 전(P/A) 요청을 취소할 수 있다.                              PGM155
047100 2600-CANCEL-REQUISITION.                                         PGM155
047200     IF WS-REQ-NOT-FOUND                                          PGM155
047300         DISPLAY 'REQUISITION NOT FOUND: ' WS-MAINT-REQ-NO        PGM155
047400     ELSE                                                         PGM155
047500         IF NOT PR-OPEN-REQ                                       PGM155
047600             DISPLAY 'REQUISITION NOT OPEN - STATUS ' PR-STATUS-CDPGM155
047700         ELSE                                                     PGM155
047800             DISPLAY 'ENTER REQUESTER ID: '                       PGM155
047900             ACCEPT WS-MAINT-USER                                 PGM155
048000             IF WS-MAINT-USER NOT = PR-REQUESTER-ID               PGM155
048100                 DISPLAY 'ONLY THE REQUESTER MAY CANCEL'          PGM155
048200             ELSE                                                 PGM155
048300                 SET PR-CANCELLED TO TRUE                         PGM155
048400                 MOVE SPACES TO PR-CURR-APPROVER                  PGM155
048500                 MOVE WS-TODAY TO PR-LAST-ACTION-DATE             PGM155
048600                 REWRITE PREQ-MASTER-REC                          PGM155
048700                 MOVE 'PRCANCEL' TO WS-AUDIT-COND                 PGM155
048800                 MOVE 'CANCELLED BY REQUESTER' TO WS-AUDIT-DESC   PGM155
048900                 PERFORM 2900-AUDIT-REQUISITION                   PGM155
049000                 DISPLAY 'REQUISITION CANCELLED: ' WS-MAINT-REQ-NOPGM155
049100             END-IF                                               PGM155
049200         END-IF                                                   PGM155
049300     END-IF.                                                      PGM155
049400*                                                                 PGM155
049500* 해당 단계 결재자 찾기: 요청 원가센터 전용 결재자가                                   PGM155
049600* 우선이고, 없으면 원가센터 공백(공통) 결재자를 쓴다.                                  PGM155
049700 2800-FIND-APPROVER.                                              PGM155
049800     MOVE ZEROS TO WS-FOUND-IX                                    PGM155
049900     MOVE ZEROS TO WS-DEFAULT-IX                                  PGM155
050000     PERFORM 2850-CHECK-APPROVER-ENTRY                            PGM155
050100         VARYING WS-IX FROM 1 BY 1                                PGM155
050200         UNTIL WS-IX > WS-AL-COUNT OR WS-FOUND-IX > 0             PGM155
050300     IF WS-FOUND-IX = 0                                           PGM155
050400         MOVE WS-DEFAULT-IX TO WS-FOUND-IX                        PGM155
050500     END-IF.                                                      PGM155
050600*                                                                 PGM155
050700 2850-CHECK-APPROVER-ENTRY.                                       PGM155
050800     IF WS-ALT-LEVEL (WS-IX) = WS-FIND-LEVEL                      PGM155
050900         IF WS-ALT-COST-CENTER (WS-IX) = WS-FIND-COST-CENTER      PGM155
051000             MOVE WS-IX TO WS-FOUND-IX                            PGM155
051100         ELSE                                                     PGM155
051200             IF WS-ALT-COST-CENTER (WS-IX) = SPACES               PGM155
051300                 AND WS-DEFAULT-IX = 0                            PGM155
051400                 MOVE WS-IX TO WS-DEFAULT-IX                      PGM155
051500             END-IF                                               PGM155
051600         END-IF                                                   PGM155
051700     END-IF.                                                      PGM155
051800*                                                                 PGM155
051900 2900-AUDIT-REQUISITION.                                          PGM155
052000     MOVE PR-REQ-NO     TO WS-AUDIT-KEY1                          PGM155
052100     MOVE WS-MAINT-USER TO WS-AUDIT-KEY2                          PGM155
052200     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM155
052300*                                                                 PGM155
052400 9000-FINALIZE.                                                   PGM155
052500     CLOSE PREQ-MASTER-FILE                                       PGM155
052600     IF WS-RM-READY                                               PGM155
052700         CLOSE RM-MASTER-FILE                                     PGM155
052800     END-IF                                                       PGM155
052900     IF WS-AUDIT-READY                                            PGM155
053000         CLOSE AUDIT-TRAIL-FILE                                   PGM155
053100     END-IF                                                       PGM155
053200     DISPLAY 'PGM155 - REQUISITION SESSION ENDED'.                PGM155
053300*                                                                 PGM155
053400 9700-WRITE-AUDIT-RECORD.                                         PGM155
053500     IF WS-AUDIT-READY                                            PGM155
053600         INITIALIZE AUDIT-TRAIL-REC                               PGM155
053700         MOVE 'PGM155'   TO AT-PROGRAM-ID                         PGM155
053800         ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD                    PGM155
053900         ACCEPT AT-RUN-TIME FROM TIME                             PGM155
054000         MOVE WS-AUDIT-COND TO AT-CONDITION-CD                    PGM155
054100         MOVE WS-AUDIT-KEY1 TO AT-KEY-1                           PGM155
054200         MOVE WS-AUDIT-KEY2 TO AT-KEY-2                           PGM155
054300         MOVE WS-AUDIT-DESC TO AT-DESCRIPTION                     PGM155
054400         WRITE AUDIT-TRAIL-REC                                    PGM155
054500     END-IF.                                                      PGM155
054600*                                                                 PGM155
054700 9750-DIAGNOSE-FILE-STATUS.                                       PGM155
054800     EVALUATE WS-ABEND-STATUS                                     PGM155
054900         WHEN '10'                                                PGM155
055000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM155
055100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM155
055200         WHEN '23'                                                PGM155
055300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM155
055400             DISPLAY '  AND RETRY THE REQUEST'                    PGM155
055500         WHEN '35'                                                PGM155
055600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM155
055700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM155
055800         WHEN '37'                                                PGM155
055900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM155
056000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM155
056100         WHEN '39'                                                PGM155
056200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM155
056300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM155
056400         WHEN '41'                                                PGM155
056500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM155
056600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM155
056700         WHEN '42'                                                PGM155
056800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM155
056900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM155
057000         WHEN '46'                                                PGM155
057100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM155
057200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM155
057300         WHEN OTHER                                               PGM155
057400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM155
057500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM155
057600     END-EVALUATE.                                                PGM155
057700*                                                                 PGM155
057800 9900-ABNORMAL-END.                                               PGM155
057900     MOVE 'ABEND'          TO WS-AUDIT-COND                       PGM155
058000     MOVE WS-ABEND-STATUS  TO WS-AUDIT-KEY1                       PGM155
058100     MOVE SPACES           TO WS-AUDIT-KEY2                       PGM155
058200     MOVE 'ABNORMAL END - FILE STATUS ERROR' TO WS-AUDIT-DESC     PGM155
058300     PERFORM 9700-WRITE-AUDIT-RECORD                              PGM155
058400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM155
058500     DISPLAY 'PGM155 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM155
058600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM155
058700     STOP RUN.                                                    PGM155
058800                                                                  PGM155
