001500*               BUSINESS DATE IS WARNED AND SKIPPED SO A          PGM018
001600*               RESUBMITTED CHAIN CANNOT POST THE SAME            PGM018
001700*               DAY'S TRANSACTIONS TWICE.                         PGM018
001700*               EACH STEP'S RUN TIME IS KEPT ON THE DURATION      PGM018
001700*               HISTORY AND COMPARED WITH A ROLLING BASELINE      PGM018
001700*               (LAST 10 COMPLETED RUNS); AN OVERRUN AND A        PGM018
001700*               CHAIN PROJECTED PAST THE BULLETIN DEADLINE        PGM018
001700*               ARE RAISED ON THE ALERT QUEUE.                    PGM018
001800* =========================================================       PGM018
001900 ENVIRONMENT DIVISION.                                            PGM018
002000 CONFIGURATION SECTION.                                           PGM018
003000         ASSIGN TO BATCHDT                                        PGM018
003100         ORGANIZATION IS SEQUENTIAL                               PGM018
003200         FILE STATUS IS WS-FILE-STATUS2.                          PGM018
003200     SELECT OPTIONAL JOB-BASELINE-FILE                            PGM018
003200         ASSIGN TO JOBBASE                                        PGM018
003200         ORGANIZATION IS INDEXED                                  PGM018
003200         ACCESS MODE IS RANDOM                                    PGM018
003200         RECORD KEY IS JB-PROGRAM-ID                              PGM018
003200         FILE STATUS IS WS-FILE-STATUS3.                          PGM018
003200     SELECT OPTIONAL JOB-HISTORY-FILE                             PGM018
003200         ASSIGN TO JOBDHIST                                       PGM018
003200         ORGANIZATION IS SEQUENTIAL                               PGM018
003200         FILE STATUS IS WS-FILE-STATUS4.                          PGM018
003200     SELECT OPTIONAL BATCH-SLA-PARM-FILE                          PGM018
003200         ASSIGN TO BATCHSLA                                       PGM018
003200         ORGANIZATION IS SEQUENTIAL                               PGM018
003200         FILE STATUS IS WS-FILE-STATUS5.                          PGM018
003200     SELECT OPTIONAL ALERT-QUEUE-FILE                             PGM018
003200         ASSIGN TO ALRTQUE                                        PGM018
003200         ORGANIZATION IS SEQUENTIAL                               PGM018
003200         FILE STATUS IS WS-FILE-STATUS6.                          PGM018
003300 DATA DIVISION.                                                   PGM018
003400 FILE SECTION.                                                    PGM018
003500 FD  RUN-CONTROL-FILE.                                            PGM018
003900 01  BATCH-DATE-REC.                                              PGM018
004000     05 BD-BUSINESS-DATE     PIC 9(08).                           PGM018
004100     05 FILLER               PIC X(12).                           PGM018
004100 FD  JOB-BASELINE-FILE.                                           PGM018
004100 01  JOB-BASELINE-REC.                                            PGM018
004100     COPY CPYJBBL.                                                PGM018
004100 FD  JOB-HISTORY-FILE.                                            PGM018
004100 01  JOB-HISTORY-REC.                                             PGM018
004100     COPY CPYJBDH.                                                PGM018
004100 FD  BATCH-SLA-PARM-FILE.                                         PGM018
004100 01  BATCH-SLA-PARM-REC.                                          PGM018
004100     05 SL-DEADLINE-HHMM     PIC 9(04).                           PGM018
004100     05 SL-OVERRUN-PCT       PIC 9(03).                           PGM018
004100     05 SL-MIN-OVER-SEC      PIC 9(05).                           PGM018
004100     05 SL-BULLETIN-MIN      PIC 9(03).                           PGM018
004100     05 SL-MIN-SAMPLES       PIC 9(02).                           PGM018
004100     05 FILLER               PIC X(63).                           PGM018
004100 FD  ALERT-QUEUE-FILE.                                            PGM018
004100 01  ALERT-QUEUE-REC.                                             PGM018
004100     COPY CPYALRTQ.                                               PGM018
004200 WORKING-STORAGE SECTION.                                         PGM018
004300 01  WS-FILE-STATUS          PIC XX.                              PGM018
004400 01  WS-FILE-STATUS2         PIC XX.                              PGM018
004400 01  WS-FILE-STATUS3         PIC XX.                              PGM018
004400 01  WS-FILE-STATUS4         PIC XX.                              PGM018
004400 01  WS-FILE-STATUS5         PIC XX.                              PGM018
004400 01  WS-FILE-STATUS6         PIC XX.                              PGM018
004500 01  WS-RC                   PIC S9(4) COMP VALUE ZERO.           PGM018
004600 01  WS-CHAIN-STATUS         PIC X(08) VALUE 'SUCCESS'.           PGM018
004700     88 WS-CHAIN-OK          VALUE 'SUCCESS'.                     PGM018
005200 01  WS-CTL-FOUND-FLAG       PIC X VALUE 'N'.                     PGM018
005300     88 WS-CTL-FOUND         VALUE 'Y'.                           PGM018
005400 01  WS-SKIP-COUNT           PIC 9(02) VALUE ZEROS.               PGM018
005400 01  WS-JBBL-READY-FLAG      PIC X VALUE 'N'.                     PGM018
005400     88 WS-JBBL-READY        VALUE 'Y'.                           PGM018
005400 01  WS-JDH-READY-FLAG       PIC X VALUE 'N'.                     PGM018
005400     88 WS-JDH-READY         VALUE 'Y'.                           PGM018
005400 01  WS-ALRTQ-READY-FLAG     PIC X VALUE 'N'.                     PGM018
005400     88 WS-ALRTQ-READY       VALUE 'Y'.                           PGM018
005400 01  WS-BASE-FOUND-FLAG      PIC X VALUE 'N'.                     PGM018
005400     88 WS-BASE-FOUND        VALUE 'Y'.                           PGM018
005400 01  WS-OVERRUN-FLAG         PIC X VALUE 'N'.                     PGM018
005400     88 WS-STEP-OVERRUN      VALUE 'Y'.                           PGM018
005400 01  WS-LATE-ALERT-FLAG      PIC X VALUE 'N'.                     PGM018
005400     88 WS-LATE-ALERTED      VALUE 'Y'.                           PGM018
005400*                                                                 PGM018
005400* SLA DEFAULTS: BULLETIN DEADLINE 07:00, A STEP IS OVERRUN AT     PGM018
005400* 150 PCT OF ITS BASELINE AND AT LEAST 300 SECONDS OVER, 15       PGM018
005400* MINUTES ARE ALLOWED FOR THE BULLETIN ITSELF, AND A BASELINE     PGM018
005400* NEEDS 3 COMPLETED RUNS BEFORE OVERRUNS ARE ALERTED.             PGM018
005400 01  WS-DEADLINE-HHMM        PIC 9(04) VALUE 0700.                PGM018
005400 01  WS-DEADLINE-R REDEFINES WS-DEADLINE-HHMM.                    PGM018
005400     05 WS-DEADLINE-HH       PIC 9(02).                           PGM018
005400     05 WS-DEADLINE-MI       PIC 9(02).                           PGM018
005400 01  WS-OVERRUN-PCT          PIC 9(03) VALUE 150.                 PGM018
005400 01  WS-MIN-OVER-SEC         PIC 9(05) VALUE 300.                 PGM018
005400 01  WS-BULLETIN-MIN         PIC 9(03) VALUE 15.                  PGM018
005400 01  WS-MIN-SAMPLES          PIC 9(02) VALUE 3.                   PGM018
005400*                                                                 PGM018
005400* CHAIN STEPS IN RUN ORDER FOR THE COMPLETION PROJECTION          PGM018
005400 01  WS-CHAIN-STEP-LIST.                                          PGM018
005400     05 FILLER               PIC X(08) VALUE 'PGM006'.            PGM018
005400     05 FILLER               PIC X(08) VALUE 'PGM002'.            PGM018
005400     05 FILLER               PIC X(08) VALUE 'PGM001'.            PGM018
005400     05 FILLER               PIC X(08) VALUE 'PGM003'.            PGM018
005400     05 FILLER               PIC X(08) VALUE 'PGM004'.            PGM018
005400 01  WS-CHAIN-STEP-TBL REDEFINES WS-CHAIN-STEP-LIST.              PGM018
005400     05 WS-CHAIN-STEP        PIC X(08) OCCURS 5 TIMES.            PGM018
005400 01  WS-CHAIN-STEP-CNT       PIC 9(02) VALUE 5.                   PGM018
005400 01  WS-STEP-NO              PIC 9(02) VALUE ZEROS.               PGM018
005400 01  WS-SX                   PIC 9(02) COMP VALUE ZEROS.          PGM018
005400 01  WS-BASE-PGM             PIC X(08).                           PGM018
005400*                                                                 PGM018
005400* CLOCK WORK - SECONDS ARE COUNTED FROM MIDNIGHT OF THE DAY       PGM018
005400* THE CHAIN STARTED                                               PGM018
005400 01  WS-CHAIN-START-DATE     PIC 9(08) VALUE ZEROS.               PGM018
005400 01  WS-CHAIN-START-TIME     PIC 9(08) VALUE ZEROS.               PGM018
005400 01  WS-CLOCK-DATE           PIC 9(08) VALUE ZEROS.               PGM018
005400 01  WS-CLOCK-TIME           PIC 9(08) VALUE ZEROS.               PGM018
005400 01  WS-CLOCK-R REDEFINES WS-CLOCK-TIME.                          PGM018
005400     05 WS-CLOCK-HH          PIC 9(02).                           PGM018
005400     05 WS-CLOCK-MI          PIC 9(02).                           PGM018
005400     05 WS-CLOCK-SS          PIC 9(02).                           PGM018
005400     05 WS-CLOCK-CC          PIC 9(02).                           PGM018
005400 01  WS-CLOCK-SEC            PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-STEP-START-SEC       PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-STEP-END-SEC         PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-ELAPSED-SEC          PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-BASE-SEC             PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-OVER-LIMIT-SEC       PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-SAMPLE-SUM           PIC 9(09) VALUE ZEROS.               PGM018
005400 01  WS-REMAIN-SEC           PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-PROJECT-SEC          PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-DEADLINE-SEC         PIC 9(07) VALUE ZEROS.               PGM018
005400 01  WS-NO-BASE-CNT          PIC 9(02) VALUE ZEROS.               PGM018
005400 01  WS-PROJ-DAYS            PIC 9(02) VALUE ZEROS.               PGM018
005400 01  WS-PROJ-REM             PIC 9(05) VALUE ZEROS.               PGM018
005400 01  WS-PROJ-HHMM.                                                PGM018
005400     05 WS-PROJ-HH           PIC 9(02).                           PGM018
005400     05 FILLER               PIC X(01) VALUE ':'.                 PGM018
005400     05 WS-PROJ-MI           PIC 9(02).                           PGM018
005400 01  WS-DEADLINE-DISP.                                            PGM018
005400     05 WS-DL-HH             PIC 9(02).                           PGM018
005400     05 FILLER               PIC X(01) VALUE ':'.                 PGM018
005400     05 WS-DL-MI             PIC 9(02).                           PGM018
005400*                                                                 PGM018
005400 01  WS-AQ-SEVERITY          PIC X(01).                           PGM018
005400 01  WS-AQ-KEY               PIC X(20).                           PGM018
005400 01  WS-AQ-DESC              PIC X(30).                           PGM018
005400 01  WS-AQ-TIME-WK           PIC 9(08).                           PGM018
005400 01  WS-AQ-HOUR              PIC 9(02).                           PGM018
005400 01  WS-AQ-KEY-WK.                                                PGM018
005400     05 AK-PROGRAM-ID        PIC X(06).                           PGM018
005400     05 FILLER               PIC X(01) VALUE '-'.                 PGM018
005400     05 AK-BUSINESS-DATE     PIC 9(08).                           PGM018
005400     05 FILLER               PIC X(05) VALUE SPACES.              PGM018
005500 PROCEDURE DIVISION.                                              PGM018
005600*                                                                 PGM018
005700 0000-MAIN-PROCESS.                                               PGM018
007900                 WS-FILE-STATUS                                   PGM018
008000         SET WS-CHAIN-STOPPED TO TRUE                             PGM018
008100     END-IF                                                       PGM018
008200     PERFORM 1100-GET-BUSINESS-DATE                               PGM018
008200     PERFORM 1200-GET-SLA-PARM                                    PGM018
008200     PERFORM 1300-OPEN-DURATION-FILES                             PGM018
008200     MOVE 0 TO WS-STEP-NO                                         PGM018
008200     PERFORM 6500-PROJECT-CHAIN.                                  PGM018
008300*                                                                 PGM018
008400 1100-GET-BUSINESS-DATE.                                          PGM018
008500     OPEN INPUT BATCH-DATE-FILE                                   PGM018
009700     END-IF                                                       PGM018
009800     DISPLAY 'PGM018: BUSINESS DATE ' WS-BUSINESS-DATE.           PGM018
009900*                                                                 PGM018
009900 1200-GET-SLA-PARM.                                               PGM018
009900     OPEN INPUT BATCH-SLA-PARM-FILE                               PGM018
009900     IF WS-FILE-STATUS5 = '00'                                    PGM018
009900         READ BATCH-SLA-PARM-FILE                                 PGM018
009900             AT END                                               PGM018
009900                 MOVE SPACES TO BATCH-SLA-PARM-REC                PGM018
009900         END-READ                                                 PGM018
009900         CLOSE BATCH-SLA-PARM-FILE                                PGM018
009900         IF SL-DEADLINE-HHMM NUMERIC AND SL-DEADLINE-HHMM > 0     PGM018
009900             MOVE SL-DEADLINE-HHMM TO WS-DEADLINE-HHMM            PGM018
009900         END-IF                                                   PGM018
009900         IF SL-OVERRUN-PCT NUMERIC AND SL-OVERRUN-PCT > 100       PGM018
009900             MOVE SL-OVERRUN-PCT TO WS-OVERRUN-PCT                PGM018
009900         END-IF                                                   PGM018
009900         IF SL-MIN-OVER-SEC NUMERIC                               PGM018
009900             MOVE SL-MIN-OVER-SEC TO WS-MIN-OVER-SEC              PGM018
009900         END-IF                                                   PGM018
009900         IF SL-BULLETIN-MIN NUMERIC                               PGM018
009900             MOVE SL-BULLETIN-MIN TO WS-BULLETIN-MIN              PGM018
009900         END-IF                                                   PGM018
009900         IF SL-MIN-SAMPLES NUMERIC AND SL-MIN-SAMPLES > 0         PGM018
009900             MOVE SL-MIN-SAMPLES TO WS-MIN-SAMPLES                PGM018
009900         END-IF                                                   PGM018
009900     END-IF.                                                      PGM018
009900*                                                                 PGM018
009900* THE DEADLINE IS THE FIRST OCCURRENCE OF THE DEADLINE TIME       PGM018
009900* AFTER THE CHAIN STARTED, SO A CHAIN STARTED BEFORE MIDNIGHT     PGM018
009900* IS MEASURED AGAINST THE NEXT MORNING.                           PGM018
009900 1300-OPEN-DURATION-FILES.                                        PGM018
009900     ACCEPT WS-CHAIN-START-DATE FROM DATE YYYYMMDD                PGM018
009900     ACCEPT WS-CHAIN-START-TIME FROM TIME                         PGM018
009900     MOVE WS-CHAIN-START-DATE TO WS-CLOCK-DATE                    PGM018
009900     MOVE WS-CHAIN-START-TIME TO WS-CLOCK-TIME                    PGM018
009900     PERFORM 6900-CLOCK-SECONDS                                   PGM018
009900     COMPUTE WS-DEADLINE-SEC = WS-DEADLINE-HH * 3600              PGM018
009900                             + WS-DEADLINE-MI * 60                PGM018
009900     IF WS-DEADLINE-SEC NOT > WS-CLOCK-SEC                        PGM018
009900         ADD 86400 TO WS-DEADLINE-SEC                             PGM018
009900     END-IF                                                       PGM018
009900     MOVE WS-DEADLINE-HH TO WS-DL-HH                              PGM018
009900     MOVE WS-DEADLINE-MI TO WS-DL-MI                              PGM018
009900     MOVE WS-BUSINESS-DATE TO AK-BUSINESS-DATE                    PGM018
009900     OPEN I-O JOB-BASELINE-FILE                                   PGM018
009900     IF WS-FILE-STATUS3 = '00' OR WS-FILE-STATUS3 = '05'          PGM018
009900         SET WS-JBBL-READY TO TRUE                                PGM018
009900     ELSE                                                         PGM018
009900         DISPLAY 'PGM018: JOB BASELINE OPEN ERROR: '              PGM018
009900                 WS-FILE-STATUS3                                  PGM018
009900     END-IF                                                       PGM018
009900     OPEN EXTEND JOB-HISTORY-FILE                                 PGM018
009900     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM018
009900         SET WS-JDH-READY TO TRUE                                 PGM018
009900     ELSE                                                         PGM018
009900         DISPLAY 'PGM018: JOB HISTORY OPEN ERROR: '               PGM018
009900                 WS-FILE-STATUS4                                  PGM018
009900     END-IF                                                       PGM018
009900     OPEN EXTEND ALERT-QUEUE-FILE                                 PGM018
009900     IF WS-FILE-STATUS6 = '00' OR WS-FILE-STATUS6 = '05'          PGM018
009900         SET WS-ALRTQ-READY TO TRUE                               PGM018
009900     ELSE                                                         PGM018
009900         DISPLAY 'PGM018: ALERT QUEUE OPEN ERROR: '               PGM018
009900                 WS-FILE-STATUS6                                  PGM018
009900     END-IF.                                                      PGM018
009900*                                                                 PGM018
010000 1500-RUN-RM-RECEIPTS.                                            PGM018
010100     MOVE 'PGM006' TO WS-STEP-PGM                                 PGM018
010100     MOVE 1 TO WS-STEP-NO                                         PGM018
010200     MOVE 'RM RECEIPTS' TO WS-STEP-DESC                           PGM018
010300     PERFORM 5000-EXECUTE-STEP.                                   PGM018
010400*                                                                 PGM018
010500 1600-RUN-INVENTORY.                                              PGM018
010600     MOVE 'PGM002' TO WS-STEP-PGM                                 PGM018
010600     MOVE 2 TO WS-STEP-NO                                         PGM018
010700     MOVE 'INVENTORY UPDATE' TO WS-STEP-DESC                      PGM018
010800     PERFORM 5000-EXECUTE-STEP.                                   PGM018
010900*                                                                 PGM018
011000 1700-RUN-PRODUCTION.                                             PGM018
011100     MOVE 'PGM001' TO WS-STEP-PGM                                 PGM018
011100     MOVE 3 TO WS-STEP-NO                                         PGM018
011200     MOVE 'PRODUCTION TRANS' TO WS-STEP-DESC                      PGM018
011300     PERFORM 5000-EXECUTE-STEP.                                   PGM018
011400*                                                                 PGM018
011500 1800-RUN-QC-RESULTS.                                             PGM018
011600     MOVE 'PGM003' TO WS-STEP-PGM                                 PGM018
011600     MOVE 4 TO WS-STEP-NO                                         PGM018
011700     MOVE 'QC RESULTS' TO WS-STEP-DESC                            PGM018
011800     PERFORM 5000-EXECUTE-STEP.                                   PGM018
011900*                                                                 PGM018
012000 1900-RUN-PLAN-ACTUAL.                                            PGM018
012100     MOVE 'PGM004' TO WS-STEP-PGM                                 PGM018
012100     MOVE 5 TO WS-STEP-NO                                         PGM018
012200     MOVE 'PLAN VS ACTUAL' TO WS-STEP-DESC                        PGM018
012300     PERFORM 5000-EXECUTE-STEP.                                   PGM018
012400*                                                                 PGM018
018300                 ' ABENDED - CHAIN STOPPED'                       PGM018
018400     END-IF                                                       PGM018
018500     REWRITE RUN-CONTROL-REC                                      PGM018
018600     MOVE 0 TO RETURN-CODE                                        PGM018
018600     PERFORM 6000-RECORD-DURATION                                 PGM018
018600     IF WS-RC = 0                                                 PGM018
018600         PERFORM 6500-PROJECT-CHAIN                               PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600* STEP DURATION - COMPARED WITH THE PROGRAM'S ROLLING BASELINE,   PGM018
018600* KEPT ON THE DURATION HISTORY, AND (IF THE STEP COMPLETED)       PGM018
018600* ADDED INTO THE BASELINE.                                        PGM018
018600 6000-RECORD-DURATION.                                            PGM018
018600     MOVE RN-START-DATE TO WS-CLOCK-DATE                          PGM018
018600     MOVE RN-START-TIME TO WS-CLOCK-TIME                          PGM018
018600     PERFORM 6900-CLOCK-SECONDS                                   PGM018
018600     MOVE WS-CLOCK-SEC TO WS-STEP-START-SEC                       PGM018
018600     MOVE RN-END-DATE TO WS-CLOCK-DATE                            PGM018
018600     MOVE RN-END-TIME TO WS-CLOCK-TIME                            PGM018
018600     PERFORM 6900-CLOCK-SECONDS                                   PGM018
018600     MOVE WS-CLOCK-SEC TO WS-STEP-END-SEC                         PGM018
018600     IF WS-STEP-END-SEC < WS-STEP-START-SEC                       PGM018
018600         MOVE ZEROS TO WS-ELAPSED-SEC                             PGM018
018600     ELSE                                                         PGM018
018600         COMPUTE WS-ELAPSED-SEC = WS-STEP-END-SEC                 PGM018
018600                                - WS-STEP-START-SEC               PGM018
018600     END-IF                                                       PGM018
018600     MOVE WS-STEP-PGM TO WS-BASE-PGM                              PGM018
018600     PERFORM 6100-READ-BASELINE                                   PGM018
018600     MOVE 'N' TO WS-OVERRUN-FLAG                                  PGM018
018600     IF WS-RC = 0 AND WS-BASE-FOUND                               PGM018
018600         AND JB-SAMPLE-CNT NOT < WS-MIN-SAMPLES                   PGM018
018600         COMPUTE WS-OVER-LIMIT-SEC ROUNDED =                      PGM018
018600             WS-BASE-SEC * WS-OVERRUN-PCT / 100                   PGM018
018600         IF WS-ELAPSED-SEC > WS-OVER-LIMIT-SEC                    PGM018
018600             AND WS-ELAPSED-SEC - WS-BASE-SEC                     PGM018
018600                 NOT < WS-MIN-OVER-SEC                            PGM018
018600             SET WS-STEP-OVERRUN TO TRUE                          PGM018
018600         END-IF                                                   PGM018
018600     END-IF                                                       PGM018
018600     DISPLAY 'PGM018: ' WS-STEP-PGM ' RAN ' WS-ELAPSED-SEC        PGM018
018600             ' SEC, BASELINE ' WS-BASE-SEC ' SEC'                 PGM018
018600     IF WS-STEP-OVERRUN                                           PGM018
018600         DISPLAY 'PGM018: ' WS-STEP-PGM                           PGM018
018600                 ' OVERRAN ITS BASELINE RUN TIME'                 PGM018
018600         MOVE 'W' TO WS-AQ-SEVERITY                               PGM018
018600         MOVE WS-STEP-PGM TO AK-PROGRAM-ID                        PGM018
018600         MOVE WS-AQ-KEY-WK TO WS-AQ-KEY                           PGM018
018600         MOVE 'STEP RUN TIME OVER BASELINE' TO WS-AQ-DESC         PGM018
018600         PERFORM 9760-WRITE-ALERT-QUEUE                           PGM018
018600     END-IF                                                       PGM018
018600     PERFORM 6200-WRITE-HISTORY                                   PGM018
018600     IF WS-RC = 0                                                 PGM018
018600         PERFORM 6300-UPDATE-BASELINE                             PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600 6100-READ-BASELINE.                                              PGM018
018600     MOVE 'N' TO WS-BASE-FOUND-FLAG                               PGM018
018600     MOVE ZEROS TO WS-BASE-SEC                                    PGM018
018600     IF WS-JBBL-READY                                             PGM018
018600         MOVE WS-BASE-PGM TO JB-PROGRAM-ID                        PGM018
018600         READ JOB-BASELINE-FILE                                   PGM018
018600             INVALID KEY                                          PGM018
018600                 CONTINUE                                         PGM018
018600             NOT INVALID KEY                                      PGM018
018600                 SET WS-BASE-FOUND TO TRUE                        PGM018
018600                 MOVE JB-BASE-SEC TO WS-BASE-SEC                  PGM018
018600         END-READ                                                 PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600 6200-WRITE-HISTORY.                                              PGM018
018600     IF WS-JDH-READY                                              PGM018
018600         INITIALIZE JOB-HISTORY-REC                               PGM018
018600         MOVE WS-STEP-PGM      TO JD-PROGRAM-ID                   PGM018
018600         MOVE WS-BUSINESS-DATE TO JD-BUSINESS-DATE                PGM018
018600         MOVE RN-START-DATE    TO JD-START-DATE                   PGM018
018600         MOVE RN-START-TIME    TO JD-START-TIME                   PGM018
018600         MOVE RN-END-DATE      TO JD-END-DATE                     PGM018
018600         MOVE RN-END-TIME      TO JD-END-TIME                     PGM018
018600         MOVE WS-ELAPSED-SEC   TO JD-ELAPSED-SEC                  PGM018
018600         MOVE WS-BASE-SEC      TO JD-BASE-SEC                     PGM018
018600         MOVE RN-RUN-STATUS    TO JD-RUN-STATUS                   PGM018
018600         MOVE WS-OVERRUN-FLAG  TO JD-OVERRUN-FLAG                 PGM018
018600         WRITE JOB-HISTORY-REC                                    PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600* ROLLING BASELINE - AVERAGE OF THE LAST 10 COMPLETED RUNS.       PGM018
018600 6300-UPDATE-BASELINE.                                            PGM018
018600     IF WS-JBBL-READY                                             PGM018
018600         IF NOT WS-BASE-FOUND                                     PGM018
018600             INITIALIZE JOB-BASELINE-REC                          PGM018
018600             MOVE WS-STEP-PGM TO JB-PROGRAM-ID                    PGM018
018600         END-IF                                                   PGM018
018600         IF JB-SAMPLE-CNT < 10                                    PGM018
018600             ADD 1 TO JB-SAMPLE-CNT                               PGM018
018600         ELSE                                                     PGM018
018600             PERFORM 6310-SHIFT-SAMPLE                            PGM018
018600                 VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 9        PGM018
018600         END-IF                                                   PGM018
018600         MOVE WS-ELAPSED-SEC TO JB-SAMPLE-SEC (JB-SAMPLE-CNT)     PGM018
018600         MOVE ZEROS TO WS-SAMPLE-SUM                              PGM018
018600         PERFORM 6320-ADD-SAMPLE                                  PGM018
018600             VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > JB-SAMPLE-CNTPGM018
018600         COMPUTE JB-BASE-SEC ROUNDED =                            PGM018
018600             WS-SAMPLE-SUM / JB-SAMPLE-CNT                        PGM018
018600         MOVE WS-BUSINESS-DATE TO JB-LAST-BUS-DATE                PGM018
018600         ACCEPT JB-UPDATE-DATE FROM DATE YYYYMMDD                 PGM018
018600         IF WS-BASE-FOUND                                         PGM018
018600             REWRITE JOB-BASELINE-REC                             PGM018
018600                 INVALID KEY                                      PGM018
018600                     DISPLAY 'PGM018: JOB BASELINE REWRITE ERROR' PGM018
018600                             ': ' WS-FILE-STATUS3                 PGM018
018600             END-REWRITE                                          PGM018
018600         ELSE                                                     PGM018
018600             WRITE JOB-BASELINE-REC                               PGM018
018600                 INVALID KEY                                      PGM018
018600                     DISPLAY 'PGM018: JOB BASELINE WRITE ERROR: ' PGM018
018600                             WS-FILE-STATUS3                      PGM018
018600             END-WRITE                                            PGM018
018600         END-IF                                                   PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600 6310-SHIFT-SAMPLE.                                               PGM018
018600     MOVE JB-SAMPLE-SEC (WS-SX + 1) TO JB-SAMPLE-SEC (WS-SX).     PGM018
018600*                                                                 PGM018
018600 6320-ADD-SAMPLE.                                                 PGM018
018600     ADD JB-SAMPLE-SEC (WS-SX) TO WS-SAMPLE-SUM.                  PGM018
018600*                                                                 PGM018
018600* PROJECTED BULLETIN TIME = NOW + BASELINES OF THE STEPS STILL    PGM018
018600* TO RUN + THE BULLETIN ALLOWANCE. A STEP WITH NO BASELINE YET    PGM018
018600* COUNTS AS ZERO AND IS REPORTED.                                 PGM018
018600 6500-PROJECT-CHAIN.                                              PGM018
018600     MOVE ZEROS TO WS-REMAIN-SEC                                  PGM018
018600     MOVE ZEROS TO WS-NO-BASE-CNT                                 PGM018
018600     PERFORM 6510-ADD-REMAINING-STEP                              PGM018
018600         VARYING WS-SX FROM WS-STEP-NO BY 1                       PGM018
018600         UNTIL WS-SX NOT < WS-CHAIN-STEP-CNT                      PGM018
018600     COMPUTE WS-REMAIN-SEC = WS-REMAIN-SEC + WS-BULLETIN-MIN * 60 PGM018
018600     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD                      PGM018
018600     ACCEPT WS-CLOCK-TIME FROM TIME                               PGM018
018600     PERFORM 6900-CLOCK-SECONDS                                   PGM018
018600     COMPUTE WS-PROJECT-SEC = WS-CLOCK-SEC + WS-REMAIN-SEC        PGM018
018600     DIVIDE WS-PROJECT-SEC BY 86400 GIVING WS-PROJ-DAYS           PGM018
018600         REMAINDER WS-PROJ-REM                                    PGM018
018600     DIVIDE WS-PROJ-REM BY 3600 GIVING WS-PROJ-HH                 PGM018
018600         REMAINDER WS-PROJ-REM                                    PGM018
018600     DIVIDE WS-PROJ-REM BY 60 GIVING WS-PROJ-MI                   PGM018
018600     DISPLAY 'PGM018: PROJECTED BULLETIN READY ' WS-PROJ-HHMM     PGM018
018600             ' - DEADLINE ' WS-DEADLINE-DISP                      PGM018
018600     IF WS-NO-BASE-CNT > 0                                        PGM018
018600         DISPLAY 'PGM018: ' WS-NO-BASE-CNT                        PGM018
018600                 ' REMAINING STEPS HAVE NO BASELINE YET'          PGM018
018600     END-IF                                                       PGM018
018600     IF WS-PROJECT-SEC > WS-DEADLINE-SEC                          PGM018
018600         DISPLAY 'PGM018: CHAIN PROJECTED TO MISS THE BULLETIN'   PGM018
018600                 ' DEADLINE'                                      PGM018
018600         IF NOT WS-LATE-ALERTED                                   PGM018
018600             SET WS-LATE-ALERTED TO TRUE                          PGM018
018600             MOVE 'W' TO WS-AQ-SEVERITY                           PGM018
018600             MOVE 'CHAIN' TO AK-PROGRAM-ID                        PGM018
018600             MOVE WS-AQ-KEY-WK TO WS-AQ-KEY                       PGM018
018600             MOVE 'CHAIN PROJECTED PAST DEADLINE' TO WS-AQ-DESC   PGM018
018600             PERFORM 9760-WRITE-ALERT-QUEUE                       PGM018
018600         END-IF                                                   PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600 6510-ADD-REMAINING-STEP.                                         PGM018
018600     MOVE WS-CHAIN-STEP (WS-SX + 1) TO WS-BASE-PGM                PGM018
018600     PERFORM 6100-READ-BASELINE                                   PGM018
018600     IF WS-BASE-FOUND                                             PGM018
018600         ADD WS-BASE-SEC TO WS-REMAIN-SEC                         PGM018
018600     ELSE                                                         PGM018
018600         ADD 1 TO WS-NO-BASE-CNT                                  PGM018
018600     END-IF.                                                      PGM018
018600*                                                                 PGM018
018600 6900-CLOCK-SECONDS.                                              PGM018
018600     COMPUTE WS-CLOCK-SEC = WS-CLOCK-HH * 3600                    PGM018
018600                          + WS-CLOCK-MI * 60 + WS-CLOCK-SS        PGM018
018600     IF WS-CLOCK-DATE > WS-CHAIN-START-DATE                       PGM018
018600         ADD 86400 TO WS-CLOCK-SEC                                PGM018
018600     END-IF.                                                      PGM018
018700*                                                                 PGM018
018800 9000-FINALIZE.                                                   PGM018
018900     CLOSE RUN-CONTROL-FILE                                       PGM018
018900     IF WS-JBBL-READY                                             PGM018
018900         CLOSE JOB-BASELINE-FILE                                  PGM018
018900     END-IF                                                       PGM018
018900     IF WS-JDH-READY                                              PGM018
018900         CLOSE JOB-HISTORY-FILE                                   PGM018
018900     END-IF                                                       PGM018
018900     IF WS-ALRTQ-READY                                            PGM018
018900         CLOSE ALERT-QUEUE-FILE                                   PGM018
018900     END-IF                                                       PGM018
019000     IF WS-CHAIN-OK                                               PGM018
019100         DISPLAY 'PGM018: DAILY BATCH CHAIN COMPLETED OK'         PGM018
019200                 ' (' WS-SKIP-COUNT ' STEPS SKIPPED)'             PGM018
019500                 ' WITH ERRORS'                                   PGM018
019550         MOVE 8 TO RETURN-CODE                                    PGM018
019600     END-IF.                                                      PGM018
019600*                                                                 PGM018
019600* ALERT SHIFT IS TAKEN FROM THE HOUR THE ALERT IS RAISED.         PGM018
019600 9760-WRITE-ALERT-QUEUE.                                          PGM018
019600     IF WS-ALRTQ-READY                                            PGM018
019600         INITIALIZE ALERT-QUEUE-REC                               PGM018
019600         ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD                  PGM018
019600         ACCEPT WS-AQ-TIME-WK FROM TIME                           PGM018
019600         MOVE WS-AQ-TIME-WK TO AQ-ALERT-TIME                      PGM018
019600         MOVE 'PGM018' TO AQ-SOURCE-PGM                           PGM018
019600         MOVE WS-AQ-SEVERITY TO AQ-SEVERITY                       PGM018
019600         MOVE WS-AQ-TIME-WK (1:2) TO WS-AQ-HOUR                   PGM018
019600         EVALUATE TRUE                                            PGM018
019600             WHEN WS-AQ-HOUR >= 06 AND WS-AQ-HOUR < 14            PGM018
019600                 MOVE '1' TO AQ-SHIFT-CD                          PGM018
019600             WHEN WS-AQ-HOUR >= 14 AND WS-AQ-HOUR < 22            PGM018
019600                 MOVE '2' TO AQ-SHIFT-CD                          PGM018
019600             WHEN OTHER                                           PGM018
019600                 MOVE '3' TO AQ-SHIFT-CD                          PGM018
019600         END-EVALUATE                                             PGM018
019600         MOVE WS-AQ-KEY  TO AQ-ALERT-KEY                          PGM018
019600         MOVE WS-AQ-DESC TO AQ-ALERT-DESC                         PGM018
019600         MOVE 'N' TO AQ-ACK-FLAG                                  PGM018
019600         WRITE ALERT-QUEUE-REC                                    PGM018
019600     END-IF.                                                      PGM018
