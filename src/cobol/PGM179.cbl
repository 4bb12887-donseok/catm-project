000100 IDENTIFICATION DIVISION.                                         PGM179
000200 PROGRAM-ID.    PGM179.                                           PGM179
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM179
000400*                                                                 PGM179
000500* =========================================================       PGM179
000600* 프로그램명: 고객 주문확인 전송파일 생성/재전송                                      PGM179
000700* 처리내용  : 주문확인 스테이징(PGM035 수주 등록/변경, PGM127                       PGM179
000800*            주문 게이트웨이, PGM036 사양보류 기록)을 고객,                       PGM179
000900*            주문, 라인, 발생시각 순으로 정렬하여 고객별                            PGM179
001000*            HD/DT/TR 컨트롤 엔벨로프의 전송파일을 생성한다                        PGM179
001100*            (ASN 전송 PGM126과 동일 규율: TR에 건수/수량                     PGM179
001200*            합계). 피드일자(기본: 실행일)의 스테이징 건만                          PGM179
001300*            전송하고, 파라미터에 고객코드를 주면 해당 고객만,                         PGM179
001400*            피드일자를 주면 해당 일자분을 재전송한다. 고객별                          PGM179
001500*            송신 통제(CPYOAKS)를 기록한다.                                PGM179
001600* =========================================================       PGM179
001700*                                                                 PGM179
001800 ENVIRONMENT DIVISION.                                            PGM179
001900 CONFIGURATION SECTION.                                           PGM179
002000 INPUT-OUTPUT SECTION.                                            PGM179
002100 FILE-CONTROL.                                                    PGM179
002200     SELECT ACK-PARM-FILE                                         PGM179
002300         ASSIGN TO OACKPARM                                       PGM179
002400         ORGANIZATION IS SEQUENTIAL                               PGM179
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM179
002600     SELECT ACK-STAGE-FILE                                        PGM179
002700         ASSIGN TO OACKSTG                                        PGM179
002800         ORGANIZATION IS SEQUENTIAL                               PGM179
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM179
003000     SELECT SORT-WORK-FILE                                        PGM179
003100         ASSIGN TO SORTWK01.                                      PGM179
003200     SELECT SORTED-ACK-FILE                                       PGM179
003300         ASSIGN TO SRTOACK                                        PGM179
003400         ORGANIZATION IS SEQUENTIAL                               PGM179
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM179
003600     SELECT ACK-OUT-FILE                                          PGM179
003700         ASSIGN TO OACKOUT                                        PGM179
003800         ORGANIZATION IS SEQUENTIAL                               PGM179
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM179
004000     SELECT ACK-SENT-FILE                                         PGM179
004100         ASSIGN TO OACKSENT                                       PGM179
004200         ORGANIZATION IS SEQUENTIAL                               PGM179
004300         FILE STATUS IS WS-FILE-STATUS5.                          PGM179
004400*                                                                 PGM179
004500 DATA DIVISION.                                                   PGM179
004600 FILE SECTION.                                                    PGM179
004700 FD  ACK-PARM-FILE.                                               PGM179
004800 01  ACK-PARM-REC.                                                PGM179
004900     05 KP-RESEND-CUSTOMER   PIC X(10).                           PGM179
005000     05 KP-FEED-DATE         PIC 9(08).                           PGM179
005100     05 FILLER               PIC X(02).                           PGM179
005200 FD  ACK-STAGE-FILE.                                              PGM179
005300 01  ACK-STAGE-REC.                                               PGM179
005400     COPY CPYOACK.                                                PGM179
005500 SD  SORT-WORK-FILE.                                              PGM179
005600 01  SORT-WORK-REC.                                               PGM179
005700     COPY CPYOACK.                                                PGM179
005800 FD  SORTED-ACK-FILE.                                             PGM179
005900 01  SORTED-ACK-REC.                                              PGM179
006000     COPY CPYOACK.                                                PGM179
006100 FD  ACK-OUT-FILE.                                                PGM179
006200 01  ACK-OUT-REC.                                                 PGM179
006300     COPY CPYOACK.                                                PGM179
006400 FD  ACK-SENT-FILE.                                               PGM179
006500 01  ACK-SENT-REC.                                                PGM179
006600     COPY CPYOAKS.                                                PGM179
006700*                                                                 PGM179
006800 WORKING-STORAGE SECTION.                                         PGM179
006900 01  WS-FILE-STATUS         PIC XX.                               PGM179
007000 01  WS-FILE-STATUS2        PIC XX.                               PGM179
007100 01  WS-FILE-STATUS3        PIC XX.                               PGM179
007200 01  WS-FILE-STATUS4        PIC XX.                               PGM179
007300 01  WS-FILE-STATUS5        PIC XX.                               PGM179
007400 01  WS-ABEND-STATUS        PIC XX.                               PGM179
007500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM179
007600     88 WS-EOF              VALUE 'Y'.                            PGM179
007700 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM179
007800 01  WS-RESEND-CUSTOMER     PIC X(10) VALUE SPACES.               PGM179
007900 01  WS-FEED-DATE           PIC 9(08) VALUE ZEROS.                PGM179
008000 01  WS-CURR-CUSTOMER       PIC X(10) VALUE SPACES.               PGM179
008100 01  WS-CUST-OPEN-FLAG      PIC X VALUE 'N'.                      PGM179
008200     88 WS-CUST-OPEN        VALUE 'Y'.                            PGM179
008300 01  WS-DETAIL-CNT          PIC 9(07) VALUE ZEROS.                PGM179
008400 01  WS-TOTAL-QTY           PIC S9(11) VALUE ZEROS.               PGM179
008500 01  WS-CUSTOMER-COUNT      PIC 9(05) VALUE ZEROS.                PGM179
008600 01  WS-OUT-COUNT           PIC 9(07) VALUE ZEROS.                PGM179
008700 01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.                PGM179
008800 01  WS-HELD-COUNT          PIC 9(07) VALUE ZEROS.                PGM179
008900 01  WS-CHANGE-COUNT        PIC 9(07) VALUE ZEROS.                PGM179
009000*                                                                 PGM179
009100 PROCEDURE DIVISION.                                              PGM179
009200*                                                                 PGM179
009300 0000-MAIN-PROCESS.                                               PGM179
009400     PERFORM 1000-INITIALIZE                                      PGM179
009500     PERFORM 2000-BUILD-ACK-FEED                                  PGM179
009600         UNTIL WS-EOF                                             PGM179
009700     PERFORM 3000-CLOSE-CUSTOMER                                  PGM179
009800     PERFORM 9000-FINALIZE                                        PGM179
009900     GOBACK.                                                      PGM179
010000*                                                                 PGM179
010100 1000-INITIALIZE.                                                 PGM179
010200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM179
010300     OPEN INPUT ACK-PARM-FILE                                     PGM179
010400     IF WS-FILE-STATUS = '00'                                     PGM179
010500         READ ACK-PARM-FILE                                       PGM179
010600             AT END                                               PGM179
010700                 CONTINUE                                         PGM179
010800             NOT AT END                                           PGM179
010900                 MOVE KP-RESEND-CUSTOMER                          PGM179
011000                     TO WS-RESEND-CUSTOMER                        PGM179
011100                 IF KP-FEED-DATE NUMERIC                          PGM179
011200                     AND KP-FEED-DATE > 0                         PGM179
011300                     MOVE KP-FEED-DATE TO WS-FEED-DATE            PGM179
011400                 END-IF                                           PGM179
011500         END-READ                                                 PGM179
011600         CLOSE ACK-PARM-FILE                                      PGM179
011700     END-IF                                                       PGM179
011800     IF WS-FEED-DATE = 0                                          PGM179
011900         MOVE WS-RUN-DATE TO WS-FEED-DATE                         PGM179
012000     END-IF                                                       PGM179
012100* 같은 라인의 접수/변경/보류 확인이 발생 순서대로 나가도록                                PGM179
012200* 주문/라인/발생시각까지 정렬한다.                                              PGM179
012300     SORT SORT-WORK-FILE                                          PGM179
012400         ON ASCENDING KEY OA-CUSTOMER-CD OF SORT-WORK-REC         PGM179
012500         ON ASCENDING KEY OA-EXTRACT-DATE OF SORT-WORK-REC        PGM179
012600         ON ASCENDING KEY OA-DT-ORDER-NO OF SORT-WORK-REC         PGM179
012700         ON ASCENDING KEY OA-DT-LINE-NO OF SORT-WORK-REC          PGM179
012800         ON ASCENDING KEY OA-DT-EVENT-TIME OF SORT-WORK-REC       PGM179
012900         USING ACK-STAGE-FILE                                     PGM179
013000         GIVING SORTED-ACK-FILE                                   PGM179
013100     OPEN INPUT SORTED-ACK-FILE                                   PGM179
013200     IF WS-FILE-STATUS3 NOT = '00'                                PGM179
013300         DISPLAY 'SORTED ACK OPEN ERROR: ' WS-FILE-STATUS3        PGM179
013400         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM179
013500         PERFORM 9900-ABNORMAL-END                                PGM179
013600     END-IF                                                       PGM179
013700     OPEN OUTPUT ACK-OUT-FILE                                     PGM179
013800     IF WS-FILE-STATUS4 NOT = '00'                                PGM179
013900         DISPLAY 'ORDER ACK OUT OPEN ERROR: ' WS-FILE-STATUS4     PGM179
014000         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM179
014100         PERFORM 9900-ABNORMAL-END                                PGM179
014200     END-IF                                                       PGM179
014300     OPEN EXTEND ACK-SENT-FILE                                    PGM179
014400     IF WS-FILE-STATUS5 NOT = '00'                                PGM179
014500         AND WS-FILE-STATUS5 NOT = '05'                           PGM179
014600         DISPLAY 'ORDER ACK SENT CONTROL OPEN ERROR: '            PGM179
014700                 WS-FILE-STATUS5                                  PGM179
014800         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM179
014900         PERFORM 9900-ABNORMAL-END                                PGM179
015000     END-IF                                                       PGM179
015100     PERFORM 1100-READ-SORTED.                                    PGM179
015200*                                                                 PGM179
015300 1100-READ-SORTED.                                                PGM179
015400     READ SORTED-ACK-FILE                                         PGM179
015500         AT END SET WS-EOF TO TRUE                                PGM179
015600     END-READ.                                                    PGM179
015700*                                                                 PGM179
015800 2000-BUILD-ACK-FEED.                                             PGM179
015900     IF OA-DETAIL OF SORTED-ACK-REC                               PGM179
016000         AND OA-EXTRACT-DATE OF SORTED-ACK-REC                    PGM179
016100             = WS-FEED-DATE                                       PGM179
016200         AND (WS-RESEND-CUSTOMER = SPACES                         PGM179
016300             OR OA-CUSTOMER-CD OF SORTED-ACK-REC                  PGM179
016400                 = WS-RESEND-CUSTOMER)                            PGM179
016500         IF OA-CUSTOMER-CD OF SORTED-ACK-REC                      PGM179
016600             NOT = WS-CURR-CUSTOMER                               PGM179
016700             PERFORM 3000-CLOSE-CUSTOMER                          PGM179
016800             PERFORM 2100-OPEN-CUSTOMER                           PGM179
016900         END-IF                                                   PGM179
017000         MOVE SORTED-ACK-REC TO ACK-OUT-REC                       PGM179
017100         WRITE ACK-OUT-REC                                        PGM179
017200         ADD 1 TO WS-DETAIL-CNT                                   PGM179
017300         ADD 1 TO WS-OUT-COUNT                                    PGM179
017400         ADD OA-DT-ORDER-QTY OF SORTED-ACK-REC                    PGM179
017500             TO WS-TOTAL-QTY                                      PGM179
017600         PERFORM 2200-COUNT-ACK-TYPE                              PGM179
017700     END-IF                                                       PGM179
017800     PERFORM 1100-READ-SORTED.                                    PGM179
017900*                                                                 PGM179
018000 2100-OPEN-CUSTOMER.                                              PGM179
018100     MOVE OA-CUSTOMER-CD OF SORTED-ACK-REC                        PGM179
018200         TO WS-CURR-CUSTOMER                                      PGM179
018300     MOVE ZEROS TO WS-DETAIL-CNT                                  PGM179
018400     MOVE ZEROS TO WS-TOTAL-QTY                                   PGM179
018500     ADD 1 TO WS-CUSTOMER-COUNT                                   PGM179
018600     SET WS-CUST-OPEN TO TRUE                                     PGM179
018700     INITIALIZE ACK-OUT-REC                                       PGM179
018800     SET OA-HEADER OF ACK-OUT-REC TO TRUE                         PGM179
018900     MOVE WS-FEED-DATE TO OA-EXTRACT-DATE OF ACK-OUT-REC          PGM179
019000     MOVE WS-CURR-CUSTOMER                                        PGM179
019100         TO OA-CUSTOMER-CD OF ACK-OUT-REC                         PGM179
019200     WRITE ACK-OUT-REC.                                           PGM179
019300*                                                                 PGM179
019400 2200-COUNT-ACK-TYPE.                                             PGM179
019500     IF OA-DT-CHANGE-ACK OF SORTED-ACK-REC                        PGM179
019600         ADD 1 TO WS-CHANGE-COUNT                                 PGM179
019700     END-IF                                                       PGM179
019800     IF OA-DT-REJECTED OF SORTED-ACK-REC                          PGM179
019900         ADD 1 TO WS-REJECT-COUNT                                 PGM179
020000     END-IF                                                       PGM179
020100     IF OA-DT-HELD OF SORTED-ACK-REC                              PGM179
020200         ADD 1 TO WS-HELD-COUNT                                   PGM179
020300     END-IF.                                                      PGM179
020400*                                                                 PGM179
020500 3000-CLOSE-CUSTOMER.                                             PGM179
020600     IF WS-CUST-OPEN                                              PGM179
020700         INITIALIZE ACK-OUT-REC                                   PGM179
020800         SET OA-TRAILER OF ACK-OUT-REC TO TRUE                    PGM179
020900         MOVE WS-FEED-DATE                                        PGM179
021000             TO OA-EXTRACT-DATE OF ACK-OUT-REC                    PGM179
021100         MOVE WS-CURR-CUSTOMER                                    PGM179
021200             TO OA-CUSTOMER-CD OF ACK-OUT-REC                     PGM179
021300         MOVE WS-DETAIL-CNT                                       PGM179
021400             TO OA-TR-DETAIL-CNT OF ACK-OUT-REC                   PGM179
021500         MOVE WS-TOTAL-QTY                                        PGM179
021600             TO OA-TR-TOTAL-QTY OF ACK-OUT-REC                    PGM179
021700         WRITE ACK-OUT-REC                                        PGM179
021800         PERFORM 3100-WRITE-SENT-CONTROL                          PGM179
021900         MOVE 'N' TO WS-CUST-OPEN-FLAG                            PGM179
022000     END-IF.                                                      PGM179
022100*                                                                 PGM179
022200 3100-WRITE-SENT-CONTROL.                                         PGM179
022300     INITIALIZE ACK-SENT-REC                                      PGM179
022400     MOVE WS-CURR-CUSTOMER TO AK-CUSTOMER-CD                      PGM179
022500     MOVE WS-FEED-DATE     TO AK-FEED-DATE                        PGM179
022600     MOVE WS-DETAIL-CNT    TO AK-DETAIL-CNT                       PGM179
022700     MOVE WS-TOTAL-QTY     TO AK-TOTAL-QTY                        PGM179
022800     WRITE ACK-SENT-REC.                                          PGM179
022900*                                                                 PGM179
023000 9000-FINALIZE.                                                   PGM179
023100     CLOSE SORTED-ACK-FILE                                        PGM179
023200     CLOSE ACK-OUT-FILE                                           PGM179
023300     CLOSE ACK-SENT-FILE                                          PGM179
023400     DISPLAY 'PGM179 COMPLETED: ' WS-CUSTOMER-COUNT               PGM179
023500             ' CUSTOMERS, ' WS-OUT-COUNT ' ACK DETAILS'           PGM179
023600     DISPLAY '  CHANGE ACKS ' WS-CHANGE-COUNT                     PGM179
023700             ', REJECTED ' WS-REJECT-COUNT                        PGM179
023800             ', HELD ' WS-HELD-COUNT.                             PGM179
023900*                                                                 PGM179
024000 9750-DIAGNOSE-FILE-STATUS.                                       PGM179
024100     EVALUATE WS-ABEND-STATUS                                     PGM179
024200         WHEN '10'                                                PGM179
024300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM179
024400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM179
024500         WHEN '23'                                                PGM179
024600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM179
024700             DISPLAY '  AND RETRY THE REQUEST'                    PGM179
024800         WHEN '35'                                                PGM179
024900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM179
025000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM179
025100         WHEN '37'                                                PGM179
025200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM179
025300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM179
025400         WHEN '39'                                                PGM179
025500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM179
025600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM179
025700         WHEN '41'                                                PGM179
025800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM179
025900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM179
026000         WHEN '42'                                                PGM179
026100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM179
026200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM179
026300         WHEN '46'                                                PGM179
026400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM179
026500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM179
026600         WHEN OTHER                                               PGM179
026700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM179
026800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM179
026900     END-EVALUATE.                                                PGM179
027000*                                                                 PGM179
027100 9900-ABNORMAL-END.                                               PGM179
027200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM179
027300     DISPLAY 'PGM179 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM179
027400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM179
027500     MOVE 16 TO RETURN-CODE                                       PGM179
027600     GOBACK.                                                      PGM179
027700                                                                  PGM179
