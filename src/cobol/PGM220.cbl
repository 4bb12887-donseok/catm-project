000100 IDENTIFICATION DIVISION.                                         PGM220
000200 PROGRAM-ID.    PGM220.                                           PGM220
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM220
000400*                                                                 PGM220
000500* =========================================================       PGM220
000600* 프로그램명: 구매처 발주 전송파일 생성/재전송                                       PGM220
000700* 처리내용  : 발주 전송 스테이징(PGM042 발주 등록/승인/                             PGM220
000800*            릴리스/정정/취소)을 구매처, 발주, 발생시각 순으로                        PGM220
000900*            정렬하여 구매처별 HD/DT/TR 컨트롤 엔벨로프의                         PGM220
001000*            전송파일을 만든다 (주문확인 전송 PGM179와 동일                        PGM220
001100*            규율: TR에 건수/수량 합계). 명세마다 요청 납기를                       PGM220
001200*            발주일 + 자재 리드타임(RM-LEAD-DAYS)으로 채우고,                   PGM220
001300*            신규/정정 발주는 확인 대기(PO-ACK-SENT)로 표시한다.                  PGM220
001400*            피드일자(기본: 실행일)의 스테이징만 전송하고,                           PGM220
001500*            파라미터에 구매처코드를 주면 그 구매처만, 피드                           PGM220
001600*            일자를 주면 해당 일자분을 재전송한다. 구매처별                           PGM220
001700*            송신 통제(CPYPOTS)를 기록한다.                                PGM220
001800* =========================================================       PGM220
001900*                                                                 PGM220
002000 ENVIRONMENT DIVISION.                                            PGM220
002100 CONFIGURATION SECTION.                                           PGM220
002200 INPUT-OUTPUT SECTION.                                            PGM220
002300 FILE-CONTROL.                                                    PGM220
002400     SELECT TX-PARM-FILE                                          PGM220
002500         ASSIGN TO POTXPARM                                       PGM220
002600         ORGANIZATION IS SEQUENTIAL                               PGM220
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM220
002800     SELECT TX-STAGE-FILE                                         PGM220
002900         ASSIGN TO POTXSTG                                        PGM220
003000         ORGANIZATION IS SEQUENTIAL                               PGM220
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM220
003200     SELECT SORT-WORK-FILE                                        PGM220
003300         ASSIGN TO SORTWK01.                                      PGM220
003400     SELECT SORTED-TX-FILE                                        PGM220
003500         ASSIGN TO SRTPOTX                                        PGM220
003600         ORGANIZATION IS SEQUENTIAL                               PGM220
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM220
003800     SELECT TX-OUT-FILE                                           PGM220
003900         ASSIGN TO POTXOUT                                        PGM220
004000         ORGANIZATION IS SEQUENTIAL                               PGM220
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM220
004200     SELECT TX-SENT-FILE                                          PGM220
004300         ASSIGN TO POTXSENT                                       PGM220
004400         ORGANIZATION IS SEQUENTIAL                               PGM220
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM220
004600     SELECT PO-MASTER-FILE                                        PGM220
004700         ASSIGN TO POMAST                                         PGM220
004800         ORGANIZATION IS INDEXED                                  PGM220
004900         ACCESS MODE IS RANDOM                                    PGM220
005000         RECORD KEY IS PO-NO                                      PGM220
005100         FILE STATUS IS WS-FILE-STATUS6.                          PGM220
005200     SELECT RM-MASTER-FILE                                        PGM220
005300         ASSIGN TO RMMAST                                         PGM220
005400         ORGANIZATION IS INDEXED                                  PGM220
005500         ACCESS MODE IS RANDOM                                    PGM220
005600         RECORD KEY IS RM-MATL-CD                                 PGM220
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM220
005800*                                                                 PGM220
005900 DATA DIVISION.                                                   PGM220
006000 FILE SECTION.                                                    PGM220
006100 FD  TX-PARM-FILE.                                                PGM220
006200 01  TX-PARM-REC.                                                 PGM220
006300     05 XP-RESEND-VENDOR     PIC X(10).                           PGM220
006400     05 XP-FEED-DATE         PIC 9(08).                           PGM220
006500     05 FILLER               PIC X(02).                           PGM220
006600 FD  TX-STAGE-FILE.                                               PGM220
006700 01  TX-STAGE-REC.                                                PGM220
006800     COPY CPYPOTX.                                                PGM220
006900 SD  SORT-WORK-FILE.                                              PGM220
007000 01  SORT-WORK-REC.                                               PGM220
007100     COPY CPYPOTX.                                                PGM220
007200 FD  SORTED-TX-FILE.                                              PGM220
007300 01  SORTED-TX-REC.                                               PGM220
007400     COPY CPYPOTX.                                                PGM220
007500 FD  TX-OUT-FILE.                                                 PGM220
007600 01  TX-OUT-REC.                                                  PGM220
007700     COPY CPYPOTX.                                                PGM220
007800 FD  TX-SENT-FILE.                                                PGM220
007900 01  TX-SENT-REC.                                                 PGM220
008000     COPY CPYPOTS.                                                PGM220
008100 FD  PO-MASTER-FILE.                                              PGM220
008200 01  PO-MASTER-REC.                                               PGM220
008300     COPY CPYPOMS.                                                PGM220
008400 FD  RM-MASTER-FILE.                                              PGM220
008500 01  RM-MASTER-REC.                                               PGM220
008600     COPY CPYRMMS.                                                PGM220
008700*                                                                 PGM220
008800 WORKING-STORAGE SECTION.                                         PGM220
008900 01  WS-FILE-STATUS         PIC XX.                               PGM220
009000 01  WS-FILE-STATUS2        PIC XX.                               PGM220
009100 01  WS-FILE-STATUS3        PIC XX.                               PGM220
009200 01  WS-FILE-STATUS4        PIC XX.                               PGM220
009300 01  WS-FILE-STATUS5        PIC XX.                               PGM220
009400 01  WS-FILE-STATUS6        PIC XX.                               PGM220
009500 01  WS-FILE-STATUS7        PIC XX.                               PGM220
009600 01  WS-ABEND-STATUS        PIC XX.                               PGM220
009700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM220
009800     88 WS-EOF              VALUE 'Y'.                            PGM220
009900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM220
010000 01  WS-RESEND-VENDOR       PIC X(10) VALUE SPACES.               PGM220
010100 01  WS-FEED-DATE           PIC 9(08) VALUE ZEROS.                PGM220
010200 01  WS-CURR-VENDOR         PIC X(10) VALUE SPACES.               PGM220
010300 01  WS-VENDOR-OPEN-FLAG    PIC X VALUE 'N'.                      PGM220
010400     88 WS-VENDOR-OPEN      VALUE 'Y'.                            PGM220
010500 01  WS-DETAIL-CNT          PIC 9(07) VALUE ZEROS.                PGM220
010600 01  WS-TOTAL-QTY           PIC S9(11)V99 VALUE ZEROS.            PGM220
010700 01  WS-VENDOR-COUNT        PIC 9(05) VALUE ZEROS.                PGM220
010800 01  WS-OUT-COUNT           PIC 9(07) VALUE ZEROS.                PGM220
010900 01  WS-NEW-COUNT           PIC 9(07) VALUE ZEROS.                PGM220
011000 01  WS-AMEND-COUNT         PIC 9(07) VALUE ZEROS.                PGM220
011100 01  WS-CANCEL-COUNT        PIC 9(07) VALUE ZEROS.                PGM220
011200 01  WS-AWAIT-COUNT         PIC 9(07) VALUE ZEROS.                PGM220
011300 01  WS-NO-PO-COUNT         PIC 9(07) VALUE ZEROS.                PGM220
011400* 요청 납기 계산: 발주일부터 리드타임만큼 하루씩 넘긴다.                                 PGM220
011500 01  WS-STEP-DATE           PIC 9(08).                            PGM220
011600 01  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.                       PGM220
011700     05 WS-STEP-YYYY        PIC 9(04).                            PGM220
011800     05 WS-STEP-MM          PIC 9(02).                            PGM220
011900     05 WS-STEP-DD          PIC 9(02).                            PGM220
012000 01  WS-MONTH-DAYS-TABLE    PIC X(24) VALUE                       PGM220
012100         '312831303130313130313031'.                              PGM220
012200 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               PGM220
012300     05 WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.            PGM220
012400 01  WS-MONTH-END           PIC 9(02).                            PGM220
012500 01  WS-LEAP-QUOT           PIC 9(04).                            PGM220
012600 01  WS-LEAP-REM4           PIC 9(04).                            PGM220
012700 01  WS-LEAP-REM100         PIC 9(04).                            PGM220
012800 01  WS-LEAP-REM400         PIC 9(04).                            PGM220
012900*                                                                 PGM220
013000 PROCEDURE DIVISION.                                              PGM220
013100*                                                                 PGM220
013200 0000-MAIN-PROCESS.                                               PGM220
013300     PERFORM 1000-INITIALIZE                                      PGM220
013400     PERFORM 2000-BUILD-PO-FEED                                   PGM220
013500         UNTIL WS-EOF                                             PGM220
013600     PERFORM 3000-CLOSE-VENDOR                                    PGM220
013700     PERFORM 9000-FINALIZE                                        PGM220
013800     GOBACK.                                                      PGM220
013900*                                                                 PGM220
014000 1000-INITIALIZE.                                                 PGM220
014100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM220
014200     OPEN INPUT TX-PARM-FILE                                      PGM220
014300     IF WS-FILE-STATUS = '00'                                     PGM220
014400         READ TX-PARM-FILE                                        PGM220
014500             AT END                                               PGM220
014600                 CONTINUE                                         PGM220
014700             NOT AT END                                           PGM220
014800                 MOVE XP-RESEND-VENDOR                            PGM220
014900                     TO WS-RESEND-VENDOR                          PGM220
015000                 IF XP-FEED-DATE NUMERIC                          PGM220
015100                     AND XP-FEED-DATE > 0                         PGM220
015200                     MOVE XP-FEED-DATE TO WS-FEED-DATE            PGM220
015300                 END-IF                                           PGM220
015400         END-READ                                                 PGM220
015500         CLOSE TX-PARM-FILE                                       PGM220
015600     END-IF                                                       PGM220
015700     IF WS-FEED-DATE = 0                                          PGM220
015800         MOVE WS-RUN-DATE TO WS-FEED-DATE                         PGM220
015900     END-IF                                                       PGM220
016000* 같은 발주의 신규/정정/취소가 발생 순서대로 가도록                                    PGM220
016100* 발주/발생시각까지 정렬한다.                                                 PGM220
016200     SORT SORT-WORK-FILE                                          PGM220
016300         ON ASCENDING KEY PX-VENDOR-CD OF SORT-WORK-REC           PGM220
016400         ON ASCENDING KEY PX-EXTRACT-DATE OF SORT-WORK-REC        PGM220
016500         ON ASCENDING KEY PX-DT-PO-NO OF SORT-WORK-REC            PGM220
016600         ON ASCENDING KEY PX-DT-EVENT-TIME OF SORT-WORK-REC       PGM220
016700         USING TX-STAGE-FILE                                      PGM220
016800         GIVING SORTED-TX-FILE                                    PGM220
016900     OPEN INPUT SORTED-TX-FILE                                    PGM220
017000     IF WS-FILE-STATUS3 NOT = '00'                                PGM220
017100         DISPLAY 'SORTED PO TRANSMIT OPEN ERROR: ' WS-FILE-STATUS3PGM220
017200         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM220
017300         PERFORM 9900-ABNORMAL-END                                PGM220
017400     END-IF                                                       PGM220
017500     OPEN I-O PO-MASTER-FILE                                      PGM220
017600     IF WS-FILE-STATUS6 NOT = '00'                                PGM220
017700         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS6         PGM220
017800         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM220
017900         PERFORM 9900-ABNORMAL-END                                PGM220
018000     END-IF                                                       PGM220
018100     OPEN INPUT RM-MASTER-FILE                                    PGM220
018200     IF WS-FILE-STATUS7 NOT = '00'                                PGM220
018300         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS7         PGM220
018400         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM220
018500         PERFORM 9900-ABNORMAL-END                                PGM220
018600     END-IF                                                       PGM220
018700     OPEN OUTPUT TX-OUT-FILE                                      PGM220
018800     IF WS-FILE-STATUS4 NOT = '00'                                PGM220
018900         DISPLAY 'PO TRANSMIT OUT OPEN ERROR: ' WS-FILE-STATUS4   PGM220
019000         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM220
019100         PERFORM 9900-ABNORMAL-END                                PGM220
019200     END-IF                                                       PGM220
019300     OPEN EXTEND TX-SENT-FILE                                     PGM220
019400     IF WS-FILE-STATUS5 NOT = '00'                                PGM220
019500         AND WS-FILE-STATUS5 NOT = '05'                           PGM220
019600         DISPLAY 'PO TRANSMIT SENT CONTROL OPEN ERROR: '          PGM220
019700                 WS-FILE-STATUS5                                  PGM220
019800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM220
019900         PERFORM 9900-ABNORMAL-END                                PGM220
020000     END-IF                                                       PGM220
020100     PERFORM 1100-READ-SORTED.                                    PGM220
020200*                                                                 PGM220
020300 1100-READ-SORTED.                                                PGM220
020400     READ SORTED-TX-FILE                                          PGM220
020500         AT END SET WS-EOF TO TRUE                                PGM220
020600     END-READ.                                                    PGM220
020700*                                                                 PGM220
020800 2000-BUILD-PO-FEED.                                              PGM220
020900     IF PX-DETAIL OF SORTED-TX-REC                                PGM220
021000         AND PX-EXTRACT-DATE OF SORTED-TX-REC                     PGM220
021100             = WS-FEED-DATE                                       PGM220
021200         AND (WS-RESEND-VENDOR = SPACES                           PGM220
021300             OR PX-VENDOR-CD OF SORTED-TX-REC                     PGM220
021400                 = WS-RESEND-VENDOR)                              PGM220
021500         IF PX-VENDOR-CD OF SORTED-TX-REC                         PGM220
021600             NOT = WS-CURR-VENDOR                                 PGM220
021700             PERFORM 3000-CLOSE-VENDOR                            PGM220
021800             PERFORM 2100-OPEN-VENDOR                             PGM220
021900         END-IF                                                   PGM220
022000         MOVE SORTED-TX-REC TO TX-OUT-REC                         PGM220
022100         PERFORM 2300-SET-NEED-DATE                               PGM220
022200         PERFORM 2400-MARK-AWAITING-ACK                           PGM220
022300         WRITE TX-OUT-REC                                         PGM220
022400         ADD 1 TO WS-DETAIL-CNT                                   PGM220
022500         ADD 1 TO WS-OUT-COUNT                                    PGM220
022600         ADD PX-DT-ORDER-QTY OF TX-OUT-REC                        PGM220
022700             TO WS-TOTAL-QTY                                      PGM220
022800         PERFORM 2200-COUNT-TXN-TYPE                              PGM220
022900     END-IF                                                       PGM220
023000     PERFORM 1100-READ-SORTED.                                    PGM220
023100*                                                                 PGM220
023200 2100-OPEN-VENDOR.                                                PGM220
023300     MOVE PX-VENDOR-CD OF SORTED-TX-REC                           PGM220
023400         TO WS-CURR-VENDOR                                        PGM220
023500     MOVE ZEROS TO WS-DETAIL-CNT                                  PGM220
023600     MOVE ZEROS TO WS-TOTAL-QTY                                   PGM220
023700     ADD 1 TO WS-VENDOR-COUNT                                     PGM220
023800     SET WS-VENDOR-OPEN TO TRUE                                   PGM220
023900     INITIALIZE TX-OUT-REC                                        PGM220
024000     SET PX-HEADER OF TX-OUT-REC TO TRUE                          PGM220
024100     MOVE WS-FEED-DATE TO PX-EXTRACT-DATE OF TX-OUT-REC           PGM220
024200     MOVE WS-CURR-VENDOR                                          PGM220
024300         TO PX-VENDOR-CD OF TX-OUT-REC                            PGM220
024400     WRITE TX-OUT-REC.                                            PGM220
024500*                                                                 PGM220
024600 2200-COUNT-TXN-TYPE.                                             PGM220
024700     EVALUATE TRUE                                                PGM220
024800         WHEN PX-DT-NEW-PO OF TX-OUT-REC                          PGM220
024900             ADD 1 TO WS-NEW-COUNT                                PGM220
025000         WHEN PX-DT-AMEND-PO OF TX-OUT-REC                        PGM220
025100             ADD 1 TO WS-AMEND-COUNT                              PGM220
025200         WHEN PX-DT-CANCEL-PO OF TX-OUT-REC                       PGM220
025300             ADD 1 TO WS-CANCEL-COUNT                             PGM220
025400     END-EVALUATE.                                                PGM220
025500*                                                                 PGM220
025600* 요청 납기 = 발주일 + 자재 리드타임. 자재가 없거나 리드타임이                            PGM220
025700* 없으면 발주일을 그대로 보낸다.                                               PGM220
025800 2300-SET-NEED-DATE.                                              PGM220
025900     IF PX-DT-ISSUE-DATE OF TX-OUT-REC NUMERIC                    PGM220
026000         AND PX-DT-ISSUE-DATE OF TX-OUT-REC > 0                   PGM220
026100         MOVE PX-DT-ISSUE-DATE OF TX-OUT-REC TO WS-STEP-DATE      PGM220
026200         MOVE PX-DT-MATL-CD OF TX-OUT-REC TO RM-MATL-CD           PGM220
026300         READ RM-MASTER-FILE                                      PGM220
026400             INVALID KEY                                          PGM220
026500                 CONTINUE                                         PGM220
026600             NOT INVALID KEY                                      PGM220
026700                 IF RM-LEAD-DAYS NUMERIC                          PGM220
026800                     PERFORM 6100-NEXT-DAY RM-LEAD-DAYS TIMES     PGM220
026900                 END-IF                                           PGM220
027000         END-READ                                                 PGM220
027100         MOVE WS-STEP-DATE TO PX-DT-NEED-DATE OF TX-OUT-REC       PGM220
027200     END-IF.                                                      PGM220
027300*                                                                 PGM220
027400* 신규/정정 전송은 구매처 확인 대기로 둔다. 이미 확인을 받은                              PGM220
027500* 발주를 재전송할 때는 확인 상태를 건드리지 않는다 (정정 시                               PGM220
027600* PGM042가 확인 상태를 비운다).                                            PGM220
027700 2400-MARK-AWAITING-ACK.                                          PGM220
027800     MOVE PX-DT-PO-NO OF TX-OUT-REC TO PO-NO                      PGM220
027900     READ PO-MASTER-FILE                                          PGM220
028000         INVALID KEY                                              PGM220
028100             DISPLAY 'PO NOT ON MASTER: ' PO-NO                   PGM220
028200             ADD 1 TO WS-NO-PO-COUNT                              PGM220
028300         NOT INVALID KEY                                          PGM220
028400             IF NOT PX-DT-CANCEL-PO OF TX-OUT-REC                 PGM220
028500                 AND NOT PO-CANCELLED                             PGM220
028600                 AND PO-ACK-NONE                                  PGM220
028700                 SET PO-ACK-SENT TO TRUE                          PGM220
028800                 REWRITE PO-MASTER-REC                            PGM220
028900                 ADD 1 TO WS-AWAIT-COUNT                          PGM220
029000             END-IF                                               PGM220
029100     END-READ.                                                    PGM220
029200*                                                                 PGM220
029300 3000-CLOSE-VENDOR.                                               PGM220
029400     IF WS-VENDOR-OPEN                                            PGM220
029500         INITIALIZE TX-OUT-REC                                    PGM220
029600         SET PX-TRAILER OF TX-OUT-REC TO TRUE                     PGM220
029700         MOVE WS-FEED-DATE                                        PGM220
029800             TO PX-EXTRACT-DATE OF TX-OUT-REC                     PGM220
029900         MOVE WS-CURR-VENDOR                                      PGM220
030000             TO PX-VENDOR-CD OF TX-OUT-REC                        PGM220
030100         MOVE WS-DETAIL-CNT                                       PGM220
030200             TO PX-TR-DETAIL-CNT OF TX-OUT-REC                    PGM220
030300         MOVE WS-TOTAL-QTY                                        PGM220
030400             TO PX-TR-TOTAL-QTY OF TX-OUT-REC                     PGM220
030500         WRITE TX-OUT-REC                                         PGM220
030600         PERFORM 3100-WRITE-SENT-CONTROL                          PGM220
030700         MOVE 'N' TO WS-VENDOR-OPEN-FLAG                          PGM220
030800     END-IF.                                                      PGM220
030900*                                                                 PGM220
031000 3100-WRITE-SENT-CONTROL.                                         PGM220
031100     INITIALIZE TX-SENT-REC                                       PGM220
031200     MOVE WS-CURR-VENDOR TO TS-VENDOR-CD                          PGM220
031300     MOVE WS-FEED-DATE   TO TS-FEED-DATE                          PGM220
031400     MOVE WS-DETAIL-CNT  TO TS-DETAIL-CNT                         PGM220
031500     MOVE WS-TOTAL-QTY   TO TS-TOTAL-QTY                          PGM220
031600     WRITE TX-SENT-REC.                                           PGM220
031700*                                                                 PGM220
031800 6100-NEXT-DAY.                                                   PGM220
031900     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END              PGM220
032000     IF WS-STEP-MM = 2                                            PGM220
032100         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOT             PGM220
032200             REMAINDER WS-LEAP-REM4                               PGM220
032300         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOT           PGM220
032400             REMAINDER WS-LEAP-REM100                             PGM220
032500         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOT           PGM220
032600             REMAINDER WS-LEAP-REM400                             PGM220
032700         IF WS-LEAP-REM4 = 0                                      PGM220
032800             AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)   PGM220
032900             MOVE 29 TO WS-MONTH-END                              PGM220
033000         END-IF                                                   PGM220
033100     END-IF                                                       PGM220
033200     ADD 1 TO WS-STEP-DD                                          PGM220
033300     IF WS-STEP-DD > WS-MONTH-END                                 PGM220
033400         MOVE 1 TO WS-STEP-DD                                     PGM220
033500         ADD 1 TO WS-STEP-MM                                      PGM220
033600         IF WS-STEP-MM > 12                                       PGM220
033700             MOVE 1 TO WS-STEP-MM                                 PGM220
033800             ADD 1 TO WS-STEP-YYYY                                PGM220
033900         END-IF                                                   PGM220
034000     END-IF.                                                      PGM220
034100*                                                                 PGM220
034200 9000-FINALIZE.                                                   PGM220
034300     CLOSE SORTED-TX-FILE                                         PGM220
034400     CLOSE TX-OUT-FILE                                            PGM220
034500     CLOSE TX-SENT-FILE                                           PGM220
034600     CLOSE PO-MASTER-FILE                                         PGM220
034700     CLOSE RM-MASTER-FILE                                         PGM220
034800     DISPLAY 'PGM220 COMPLETED: ' WS-VENDOR-COUNT                 PGM220
034900             ' VENDORS, ' WS-OUT-COUNT ' PO DETAILS'              PGM220
035000     DISPLAY '  NEW ' WS-NEW-COUNT                                PGM220
035100             ', AMENDED ' WS-AMEND-COUNT                          PGM220
035200             ', CANCELLED ' WS-CANCEL-COUNT                       PGM220
035300             ', AWAITING ACK ' WS-AWAIT-COUNT                     PGM220
035400     IF WS-NO-PO-COUNT > 0                                        PGM220
035500         DISPLAY '  PO NOT ON MASTER ' WS-NO-PO-COUNT             PGM220
035600         MOVE 4 TO RETURN-CODE                                    PGM220
035700     END-IF.                                                      PGM220
035800*                                                                 PGM220
035900 9750-DIAGNOSE-FILE-STATUS.                                       PGM220
036000     EVALUATE WS-ABEND-STATUS                                     PGM220
036100         WHEN '10'                                                PGM220
036200             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM220
036300             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM220
036400         WHEN '23'                                                PGM220
036500             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM220
036600             DISPLAY '  AND RETRY THE REQUEST'                    PGM220
036700         WHEN '35'                                                PGM220
036800             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM220
036900             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM220
037000         WHEN '37'                                                PGM220
037100             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM220
037200             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM220
037300         WHEN '39'                                                PGM220
037400             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM220
037500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM220
037600         WHEN '41'                                                PGM220
037700             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM220
037800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM220
037900         WHEN '42'                                                PGM220
038000             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM220
038100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM220
038200         WHEN '46'                                                PGM220
038300             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM220
038400             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM220
038500         WHEN OTHER                                               PGM220
038600             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM220
038700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM220
038800     END-EVALUATE.                                                PGM220
038900*                                                                 PGM220
039000 9900-ABNORMAL-END.                                               PGM220
039100     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM220
039200     DISPLAY 'PGM220 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM220
039300     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM220
039400     MOVE 16 TO RETURN-CODE                                       PGM220
039500     GOBACK.                                                      PGM220
039600                                                                  PGM220
