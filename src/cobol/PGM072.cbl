000500* 처리내용  : 비가동(가동률), 정격능력 대비 실적(성능), QC 합격률                        PGM072
000500*            (품질)을 결합한 라인/일자별 OEE를 산출하고 월 추이와                     PGM072
000500*            라인별 월평균을 보고한다.                                       PGM072
000500*            투입순서 편성(PGM183)이 작업지시에 남긴 계획 교체                      PGM072
000500*            시간/전환손실을 라인/일자별로 모아, 파라미터의                           PGM072
000500*            교체 비가동 사유코드(기본 CHG) 실적 시간과 나란히                       PGM072
000500*            보여준다.                                                PGM072
001600* =========================================================       PGM072
001700                                                                  PGM072
001800 ENVIRONMENT DIVISION.                                            PGM072
003900         ASSIGN TO LINECAP                                        PGM072
004000         ORGANIZATION IS SEQUENTIAL                               PGM072
004100         FILE STATUS IS WS-FILE-STATUS5.                          PGM072
004100     SELECT OPTIONAL WORK-ORDER-FILE                              PGM072
004100         ASSIGN TO WORKORD                                        PGM072
004100         ORGANIZATION IS INDEXED                                  PGM072
004100         ACCESS MODE IS SEQUENTIAL                                PGM072
004100         RECORD KEY IS WO-ORDER-NO                                PGM072
004100         FILE STATUS IS WS-FILE-STATUS7.                          PGM072
004200     SELECT OEE-REPORT-FILE                                       PGM072
004300         ASSIGN TO OEERPT                                         PGM072
004400         ORGANIZATION IS SEQUENTIAL                               PGM072
005000 01  OEE-PARM-REC.                                                PGM072
005100     05 OE-REPORT-YYYYMM     PIC 9(06).                           PGM072
005200     05 OE-AVAIL-MINUTES     PIC 9(04).                           PGM072
005300     05 OE-SETUP-REASON-CD   PIC X(03).                           PGM072
005300     05 FILLER               PIC X(07).                           PGM072
005400 FD  DOWNTIME-FILE.                                               PGM072
005500 01  DOWNTIME-REC.                                                PGM072
005600     COPY CPYDNTM.                                                PGM072
006300 FD  LINE-CAPACITY-FILE.                                          PGM072
006400 01  LINE-CAPACITY-REC.                                           PGM072
006500     COPY CPYLNCP.                                                PGM072
006500 FD  WORK-ORDER-FILE.                                             PGM072
006500 01  WORK-ORDER-REC.                                              PGM072
006500     COPY CPYWORD.                                                PGM072
006600 FD  OEE-REPORT-FILE.                                             PGM072
006700 01  OEE-REPORT-REC          PIC X(132).                          PGM072
006800                                                                  PGM072
007300 01  WS-FILE-STATUS4        PIC XX.                               PGM072
007400 01  WS-FILE-STATUS5        PIC XX.                               PGM072
007500 01  WS-FILE-STATUS6        PIC XX.                               PGM072
007500 01  WS-FILE-STATUS7        PIC XX.                               PGM072
007600 01  WS-ABEND-STATUS        PIC XX.                               PGM072
007700 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM072
007800     88 WS-EOF              VALUE 'Y'.                            PGM072
008400     88 WS-EOF4             VALUE 'Y'.                            PGM072
008500 01  WS-DNTM-READY-FLAG     PIC X VALUE 'N'.                      PGM072
008600     88 WS-DNTM-READY       VALUE 'Y'.                            PGM072
008600 01  WS-EOF-FLAG5           PIC X VALUE 'N'.                      PGM072
008600     88 WS-EOF5             VALUE 'Y'.                            PGM072
008600 01  WS-WORD-READY-FLAG     PIC X VALUE 'N'.                      PGM072
008600     88 WS-WORD-READY       VALUE 'Y'.                            PGM072
008600 01  WS-SETUP-REASON-CD     PIC X(03) VALUE 'CHG'.                PGM072
008700 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM072
008800 01  WS-AVAIL-MINUTES       PIC 9(04) VALUE ZEROS.                PGM072
008900 01  WS-AVAILABILITY        PIC 9(03)V99 VALUE ZEROS.             PGM072
012100         10 WS-LD-TOTAL-QTY  PIC S9(11)V99 COMP-3.                PGM072
012200         10 WS-LD-QC-TOTAL   PIC 9(07).                           PGM072
012300         10 WS-LD-QC-PASS    PIC 9(07).                           PGM072
012300         10 WS-LD-PLAN-SETUP PIC 9(05).                           PGM072
012300         10 WS-LD-ACT-SETUP  PIC 9(05).                           PGM072
012300         10 WS-LD-PLAN-LOSS  PIC S9(7)V99 COMP-3.                 PGM072
012400*                                                                 PGM072
012500* 라인별 월 평균 테이블                                                    PGM072
012600 01  WS-ML-SUB              PIC 9(02) COMP VALUE ZEROS.           PGM072
015500     05 RD-QUAL              PIC ZZ9.99.                          PGM072
015600     05 FILLER               PIC X(05) VALUE ' OEE '.             PGM072
015700     05 RD-OEE               PIC ZZ9.99.                          PGM072
015800     05 FILLER               PIC X(11) VALUE ' SETUP PLN '.       PGM072
015800     05 RD-PLAN-SETUP        PIC ZZZZ9.                           PGM072
015800     05 FILLER               PIC X(05) VALUE ' ACT '.             PGM072
015800     05 RD-ACT-SETUP         PIC ZZZZ9.                           PGM072
015800     05 FILLER               PIC X(11) VALUE ' PLAN LOSS '.       PGM072
015800     05 RD-PLAN-LOSS         PIC ZZ,ZZ9.99.                       PGM072
015800     05 FILLER               PIC X(25) VALUE SPACES.              PGM072
015900 01  WS-RPT-MONTH.                                                PGM072
016000     05 RM-LINE-CD           PIC X(10).                           PGM072
016100     05 FILLER               PIC X(15) VALUE                      PGM072
017500         UNTIL WS-EOF2                                            PGM072
017600     PERFORM 4000-TALLY-QUALITY                                   PGM072
017700         UNTIL WS-EOF3                                            PGM072
017700     PERFORM 4500-TALLY-PLANNED-SETUP                             PGM072
017700         UNTIL WS-EOF5                                            PGM072
017800     PERFORM 5000-REPORT-OEE                                      PGM072
017900     PERFORM 6000-REPORT-MONTH-AVERAGES                           PGM072
018000     PERFORM 9000-FINALIZE                                        PGM072
019500     END-READ                                                     PGM072
019600     MOVE OE-REPORT-YYYYMM TO WS-REPORT-YYYYMM                    PGM072
019700     MOVE OE-AVAIL-MINUTES TO WS-AVAIL-MINUTES                    PGM072
019700     IF OE-SETUP-REASON-CD NOT = SPACES                           PGM072
019700         MOVE OE-SETUP-REASON-CD TO WS-SETUP-REASON-CD            PGM072
019700     END-IF                                                       PGM072
019800     CLOSE OEE-PARM-FILE                                          PGM072
019900     IF WS-REPORT-YYYYMM = ZEROS OR WS-AVAIL-MINUTES = ZEROS      PGM072
020000         DISPLAY 'INVALID OEE PARAMETERS'                         PGM072
022700         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM072
022800         PERFORM 9900-ABNORMAL-END                                PGM072
022900     END-IF                                                       PGM072
022900     OPEN INPUT WORK-ORDER-FILE                                   PGM072
022900     IF WS-FILE-STATUS7 = '00' OR WS-FILE-STATUS7 = '05'          PGM072
022900         SET WS-WORD-READY TO TRUE                                PGM072
022900     ELSE                                                         PGM072
022900         DISPLAY 'WORK ORDER FILE ABSENT - NO PLANNED SETUP: '    PGM072
022900                 WS-FILE-STATUS7                                  PGM072
022900         SET WS-EOF5 TO TRUE                                      PGM072
022900     END-IF                                                       PGM072
023000     OPEN OUTPUT OEE-REPORT-FILE                                  PGM072
023100     IF WS-FILE-STATUS6 NOT = '00'                                PGM072
023200         DISPLAY 'REPORT OPEN ERROR: ' WS-FILE-STATUS6            PGM072
024200         PERFORM 1100-READ-DOWNTIME                               PGM072
024300     END-IF                                                       PGM072
024400     PERFORM 1200-READ-SUMMARY                                    PGM072
024500     PERFORM 1300-READ-QC-HISTORY                                 PGM072
024500     IF WS-WORD-READY                                             PGM072
024500         PERFORM 1400-READ-WORK-ORDER                             PGM072
024500     END-IF.                                                      PGM072
024500*                                                                 PGM072
024500 1400-READ-WORK-ORDER.                                            PGM072
024500     READ WORK-ORDER-FILE NEXT RECORD                             PGM072
024500         AT END SET WS-EOF5 TO TRUE                               PGM072
024500     END-READ.                                                    PGM072
024600*                                                                 PGM072
024700 1100-READ-DOWNTIME.                                              PGM072
024800     READ DOWNTIME-FILE                                           PGM072
028300         MOVE DT-DOWN-DATE TO WS-SEARCH-DATE                      PGM072
028400         PERFORM 7000-FIND-LINEDAY-SLOT                           PGM072
028500         ADD DT-DOWN-MINUTES TO WS-LD-DOWN-MINS (LD-IDX)          PGM072
028500         IF DT-REASON-CD = WS-SETUP-REASON-CD                     PGM072
028500             ADD DT-DOWN-MINUTES TO WS-LD-ACT-SETUP (LD-IDX)      PGM072
028500         END-IF                                                   PGM072
028600     END-IF                                                       PGM072
028700     PERFORM 1100-READ-DOWNTIME.                                  PGM072
028800*                                                                 PGM072
030700     END-IF                                                       PGM072
030800     PERFORM 1300-READ-QC-HISTORY.                                PGM072
030900*                                                                 PGM072
030900* 편성된 작업지시의 계획 교체시간은 실적이 있는 라인/일자에만                               PGM072
030900* 붙인다 (계획만 있는 일자를 OEE 0으로 만들지 않는다).                               PGM072
030900 4500-TALLY-PLANNED-SETUP.                                        PGM072
030900     IF WO-SCHED-DATE (1:6) = WS-REPORT-YYYYMM                    PGM072
030900         AND WO-RUN-SEQ NUMERIC                                   PGM072
030900         AND WO-RUN-SEQ > 0                                       PGM072
030900         MOVE WO-LINE-CD    TO WS-SEARCH-LINE                     PGM072
030900         MOVE WO-SCHED-DATE TO WS-SEARCH-DATE                     PGM072
030900         PERFORM 7100-LOCATE-LINEDAY                              PGM072
030900         IF WS-LD-FOUND                                           PGM072
030900             ADD WO-PLAN-SETUP-MIN TO WS-LD-PLAN-SETUP (LD-IDX)   PGM072
030900             ADD WO-PLAN-LOSS-QTY  TO WS-LD-PLAN-LOSS (LD-IDX)    PGM072
030900         END-IF                                                   PGM072
030900     END-IF                                                       PGM072
030900     PERFORM 1400-READ-WORK-ORDER.                                PGM072
030900*                                                                 PGM072
031000 5000-REPORT-OEE.                                                 PGM072
031100     IF WS-LD-COUNT > 0                                           PGM072
031200         PERFORM 5100-REPORT-ONE-LINEDAY                          PGM072
034700     MOVE WS-PERFORMANCE  TO RD-PERF                              PGM072
034800     MOVE WS-QUALITY      TO RD-QUAL                              PGM072
034900     MOVE WS-OEE          TO RD-OEE                               PGM072
034900     MOVE WS-LD-PLAN-SETUP (WS-LD-SUB) TO RD-PLAN-SETUP           PGM072
034900     MOVE WS-LD-ACT-SETUP (WS-LD-SUB)  TO RD-ACT-SETUP            PGM072
034900     MOVE WS-LD-PLAN-LOSS (WS-LD-SUB)  TO RD-PLAN-LOSS            PGM072
035000     WRITE OEE-REPORT-REC FROM WS-RPT-DETAIL                      PGM072
035100     PERFORM 5300-ACCUMULATE-MONTH-LINE.                          PGM072
035200*                                                                 PGM072
043700         MOVE ZEROS TO WS-LD-TOTAL-QTY (LD-IDX)                   PGM072
043800         MOVE ZEROS TO WS-LD-QC-TOTAL (LD-IDX)                    PGM072
043900         MOVE ZEROS TO WS-LD-QC-PASS (LD-IDX)                     PGM072
043900         MOVE ZEROS TO WS-LD-PLAN-SETUP (LD-IDX)                  PGM072
043900         MOVE ZEROS TO WS-LD-ACT-SETUP (LD-IDX)                   PGM072
043900         MOVE ZEROS TO WS-LD-PLAN-LOSS (LD-IDX)                   PGM072
044000     END-IF.                                                      PGM072
044100*                                                                 PGM072
044100 7100-LOCATE-LINEDAY.                                             PGM072
044100     MOVE 'N' TO WS-LD-FOUND-FLAG                                 PGM072
044100     IF WS-LD-COUNT > 0                                           PGM072
044100         SET LD-IDX TO 1                                          PGM072
044100         SEARCH WS-LD-ENTRY                                       PGM072
044100             AT END                                               PGM072
044100                 MOVE 'N' TO WS-LD-FOUND-FLAG                     PGM072
044100             WHEN WS-LD-LINE-CD (LD-IDX) = WS-SEARCH-LINE         PGM072
044100                 AND WS-LD-DATE (LD-IDX) = WS-SEARCH-DATE         PGM072
044100                 AND LD-IDX <= WS-LD-COUNT                        PGM072
044100                 SET WS-LD-FOUND TO TRUE                          PGM072
044100         END-SEARCH                                               PGM072
044100     END-IF.                                                      PGM072
044100*                                                                 PGM072
044200 9000-FINALIZE.                                                   PGM072
044300     IF WS-DNTM-READY                                             PGM072
044400         CLOSE DOWNTIME-FILE                                      PGM072
044600     CLOSE DAILY-SUMMARY-FILE                                     PGM072
044700     CLOSE QC-HISTORY-FILE                                        PGM072
044800     CLOSE LINE-CAPACITY-FILE                                     PGM072
044800     IF WS-WORD-READY                                             PGM072
044800         CLOSE WORK-ORDER-FILE                                    PGM072
044800     END-IF                                                       PGM072
044900     CLOSE OEE-REPORT-FILE                                        PGM072
045000     DISPLAY 'PGM072 COMPLETED: ' WS-LD-COUNT                     PGM072
045100             ' LINE/DAYS ' WS-ML-COUNT ' LINES'.                  PGM072
