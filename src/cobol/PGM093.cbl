003600         ASSIGN TO AUDTRAIL                                       PGM093
003700         ORGANIZATION IS SEQUENTIAL                               PGM093
003800         FILE STATUS IS WS-FILE-STATUS5.                          PGM093
003800     SELECT OPTIONAL LAB-SAMPLE-FILE                              PGM093
003800         ASSIGN TO LABSMPL                                        PGM093
003800         ORGANIZATION IS INDEXED                                  PGM093
003800         ACCESS MODE IS DYNAMIC                                   PGM093
003800         RECORD KEY IS LS-KEY                                     PGM093
003800         FILE STATUS IS WS-FILE-STATUS6.                          PGM093
003900*                                                                 PGM093
004000 DATA DIVISION.                                                   PGM093
004100 FILE SECTION.                                                    PGM093
006900 FD  AUDIT-TRAIL-FILE.                                            PGM093
007000 01  AUDIT-TRAIL-REC.                                             PGM093
007100     COPY CPYAUDIT.                                               PGM093
007100 FD  LAB-SAMPLE-FILE.                                             PGM093
007100 01  LAB-SAMPLE-REC.                                              PGM093
007100     COPY CPYLSMP.                                                PGM093
007200*                                                                 PGM093
007300 WORKING-STORAGE SECTION.                                         PGM093
007400 01  WS-FILE-STATUS         PIC XX.                               PGM093
007600 01  WS-FILE-STATUS3        PIC XX.                               PGM093
007700 01  WS-FILE-STATUS4        PIC XX.                               PGM093
007800 01  WS-FILE-STATUS5        PIC XX.                               PGM093
007800 01  WS-FILE-STATUS6        PIC XX.                               PGM093
007900 01  WS-ABEND-STATUS        PIC XX.                               PGM093
008000 01  WS-DATE-STATUS         PIC XX.                               PGM093
008100 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM093
008600     88 WS-DUP-FOUND        VALUE 'Y'.                            PGM093
008700 01  WS-AUDIT-OPEN-FLAG     PIC X VALUE 'N'.                      PGM093
008800     88 WS-AUDIT-READY      VALUE 'Y'.                            PGM093
008800 01  WS-LABS-READY-FLAG     PIC X VALUE 'N'.                      PGM093
008800     88 WS-LABS-READY       VALUE 'Y'.                            PGM093
008800 01  WS-LABS-EOF-FLAG       PIC X VALUE 'N'.                      PGM093
008800     88 WS-LABS-EOF         VALUE 'Y'.                            PGM093
008800 01  WS-LABS-IX             PIC 9(02) COMP VALUE ZEROS.           PGM093
008800 01  WS-LABS-CLOSED-COUNT   PIC 9(7) VALUE ZEROS.                 PGM093
008800 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM093
008800 01  WS-RUN-TIME-WK         PIC 9(08) VALUE ZEROS.                PGM093
008900 01  WS-AUDIT-COND          PIC X(10).                            PGM093
009000 01  WS-AUDIT-KEY1          PIC X(15).                            PGM093
009100 01  WS-AUDIT-KEY2          PIC X(15).                            PGM093
010900     GOBACK.                                                      PGM093
011000*                                                                 PGM093
011100 1000-INITIALIZE.                                                 PGM093
011100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM093
011100     ACCEPT WS-RUN-TIME-WK FROM TIME                              PGM093
011200     PERFORM 1040-OPEN-AUDIT-TRAIL                                PGM093
011200     PERFORM 1050-OPEN-LAB-SAMPLE                                 PGM093
011300     OPEN INPUT LAB-INSTR-FILE                                    PGM093
011400     IF WS-FILE-STATUS NOT = '00'                                 PGM093
011500         DISPLAY 'LAB INSTR OPEN ERROR: ' WS-FILE-STATUS          PGM093
013800         DISPLAY 'AUDIT TRAIL OPEN ERROR: ' WS-FILE-STATUS5       PGM093
013900     END-IF.                                                      PGM093
014000*                                                                 PGM093
014000 1050-OPEN-LAB-SAMPLE.                                            PGM093
014000     OPEN I-O LAB-SAMPLE-FILE                                     PGM093
014000     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM093
014000         SET WS-LABS-READY TO TRUE                                PGM093
014000     ELSE                                                         PGM093
014000         DISPLAY 'LAB SAMPLE OPEN ERROR: ' WS-FILE-STATUS6        PGM093
014000     END-IF.                                                      PGM093
014000*                                                                 PGM093
014100 1100-READ-INBOUND.                                               PGM093
014200     READ LAB-INSTR-FILE                                          PGM093
014300         AT END SET WS-EOF TO TRUE                                PGM093
022300     MOVE LI-HM-TEMP     TO CH-HM-TEMP OF LAB-ENTRY-REC           PGM093
022400     MOVE SPACES         TO CH-GRADE-CD OF LAB-ENTRY-REC          PGM093
022500     WRITE LAB-ENTRY-REC                                          PGM093
022600     ADD 1 TO WS-LOADED-COUNT                                     PGM093
022600     PERFORM 2350-CLOSE-LAB-SAMPLE.                               PGM093
022600*                                                                 PGM093
022600* 분광분석은 출선 시료의 전 항목을 한 번에 보내므로 같은                                 PGM093
022600* 고로/조업일자/조업순번의 미완료 시료는 모두 완료한다.                                  PGM093
022600 2350-CLOSE-LAB-SAMPLE.                                           PGM093
022600     IF WS-LABS-READY                                             PGM093
022600         MOVE 'N' TO WS-LABS-EOF-FLAG                             PGM093
022600         MOVE 'T'          TO LS-SOURCE-TYPE                      PGM093
022600         MOVE SPACES       TO LS-SOURCE-REF                       PGM093
022600         MOVE LI-BF-NO     TO LS-BF-NO                            PGM093
022600         MOVE LI-OPER-DATE TO LS-OPER-DATE                        PGM093
022600         MOVE LI-OPER-SEQ  TO LS-OPER-SEQ                         PGM093
022600         MOVE ZEROS        TO LS-SAMPLE-SEQ                       PGM093
022600         START LAB-SAMPLE-FILE KEY >= LS-KEY                      PGM093
022600             INVALID KEY                                          PGM093
022600                 SET WS-LABS-EOF TO TRUE                          PGM093
022600         END-START                                                PGM093
022600         PERFORM 2360-SCAN-LAB-SAMPLE                             PGM093
022600             UNTIL WS-LABS-EOF                                    PGM093
022600     END-IF.                                                      PGM093
022600*                                                                 PGM093
022600 2360-SCAN-LAB-SAMPLE.                                            PGM093
022600     READ LAB-SAMPLE-FILE NEXT RECORD                             PGM093
022600         AT END                                                   PGM093
022600             SET WS-LABS-EOF TO TRUE                              PGM093
022600         NOT AT END                                               PGM093
022600             IF NOT LS-SRC-TAP                                    PGM093
022600                 OR LS-BF-NO NOT = LI-BF-NO                       PGM093
022600                 OR LS-OPER-DATE NOT = LI-OPER-DATE               PGM093
022600                 OR LS-OPER-SEQ NOT = LI-OPER-SEQ                 PGM093
022600                 SET WS-LABS-EOF TO TRUE                          PGM093
022600             ELSE                                                 PGM093
022600                 IF LS-SAMPLE-OPEN                                PGM093
022600                     PERFORM 2370-CLOSE-LAB-TEST                  PGM093
022600                         VARYING WS-LABS-IX FROM 1 BY 1           PGM093
022600                         UNTIL WS-LABS-IX > LS-TEST-CNT           PGM093
022600                     SET LS-SAMPLE-COMPLETE TO TRUE               PGM093
022600                     MOVE WS-RUN-DATE           TO LS-CLOSE-DATE  PGM093
022600                     MOVE WS-RUN-TIME-WK (1:6)  TO LS-CLOSE-TIME  PGM093
022600                     REWRITE LAB-SAMPLE-REC                       PGM093
022600                     ADD 1 TO WS-LABS-CLOSED-COUNT                PGM093
022600                 END-IF                                           PGM093
022600             END-IF                                               PGM093
022600     END-READ.                                                    PGM093
022600*                                                                 PGM093
022600 2370-CLOSE-LAB-TEST.                                             PGM093
022600     IF LS-TEST-PENDING (WS-LABS-IX)                              PGM093
022600         SET LS-TEST-DONE (WS-LABS-IX) TO TRUE                    PGM093
022600         MOVE WS-RUN-DATE          TO LS-RESULT-DATE (WS-LABS-IX) PGM093
022600         MOVE WS-RUN-TIME-WK (1:6) TO LS-RESULT-TIME (WS-LABS-IX) PGM093
022600         MOVE 'PGM093'             TO LS-RESULT-PGM (WS-LABS-IX)  PGM093
022600     END-IF.                                                      PGM093
022700*                                                                 PGM093
022800 2900-PARK-IN-ERROR-STATION.                                      PGM093
022900     MOVE 'N' TO WS-EDIT-OK-FLAG                                  PGM093
024400     CLOSE ERROR-STATION-FILE                                     PGM093
024500     IF WS-AUDIT-READY                                            PGM093
024600         CLOSE AUDIT-TRAIL-FILE                                   PGM093
024600     END-IF                                                       PGM093
024600     IF WS-LABS-READY                                             PGM093
024600         CLOSE LAB-SAMPLE-FILE                                    PGM093
024700     END-IF                                                       PGM093
024800     DISPLAY 'PGM093 COMPLETED: ' WS-INBOUND-COUNT                PGM093
024900             ' ANALYSES, ' WS-LOADED-COUNT ' LOADED, '            PGM093
025000             WS-ERROR-COUNT ' PARKED IN ERROR STATION, '          PGM093
025000             WS-LABS-CLOSED-COUNT ' LAB SAMPLES CLOSED'.          PGM093
025100*                                                                 PGM093
025200 9700-WRITE-AUDIT-RECORD.                                         PGM093
025300     IF WS-AUDIT-READY                                            PGM093
