000700* 처리내용  : 출선 충진(F, 출탕온도는 성분파일에서 인용),                              PGM113
000800*            출발(D), 제강 도착(A, 도착온도)을 기록하고,                         PGM113
000900*            래들별 이동시간(분)과 온도손실을 보고(P)한다.                          PGM113
000900*            래들별 내화물 라이닝 캠페인(CPYLDLN)을 충진마다                       PGM113
000900*            누적하여 최대 heat 에 이른 래들의 충진을 막고,                        PGM113
000900*            재축로(R)/건닝(G)을 기록(CPYLDRP)하며, 라이닝                     PGM113
000900*            현황(L)과 라이닝 수명 구간별 온도손실(C)을 낸다.                       PGM113
001000* =========================================================       PGM113
001100*                                                                 PGM113
001200 ENVIRONMENT DIVISION.                                            PGM113
002700         ASSIGN TO LADLRPT                                        PGM113
002800         ORGANIZATION IS SEQUENTIAL                               PGM113
002900         FILE STATUS IS WS-FILE-STATUS3.                          PGM113
002900     SELECT LINING-FILE                                           PGM113
002900         ASSIGN TO LADLLIN                                        PGM113
002900         ORGANIZATION IS INDEXED                                  PGM113
002900         ACCESS MODE IS DYNAMIC                                   PGM113
002900         RECORD KEY IS LN-LADLE-NO                                PGM113
002900         FILE STATUS IS WS-FILE-STATUS4.                          PGM113
002900     SELECT OPTIONAL LINING-REPAIR-FILE                           PGM113
002900         ASSIGN TO LADLRLOG                                       PGM113
002900         ORGANIZATION IS SEQUENTIAL                               PGM113
002900         FILE STATUS IS WS-FILE-STATUS5.                          PGM113
002900     SELECT CODE-TABLE-FILE                                       PGM113
002900         ASSIGN TO CODETBL                                        PGM113
002900         ORGANIZATION IS INDEXED                                  PGM113
002900         ACCESS MODE IS RANDOM                                    PGM113
002900         RECORD KEY IS CD-KEY                                     PGM113
002900         FILE STATUS IS WS-FILE-STATUS6.                          PGM113
003000*                                                                 PGM113
003100 DATA DIVISION.                                                   PGM113
003200 FILE SECTION.                                                    PGM113
003800     COPY CPYBFCH.                                                PGM113
003900 FD  LADLE-REPORT-FILE.                                           PGM113
004000 01  LADLE-REPORT-REC        PIC X(132).                          PGM113
004000 FD  LINING-FILE.                                                 PGM113
004000 01  LINING-REC.                                                  PGM113
004000     COPY CPYLDLN.                                                PGM113
004000 FD  LINING-REPAIR-FILE.                                          PGM113
004000 01  LINING-REPAIR-REC.                                           PGM113
004000     COPY CPYLDRP.                                                PGM113
004000 FD  CODE-TABLE-FILE.                                             PGM113
004000 01  CODE-TABLE-REC.                                              PGM113
004000     COPY CPYCDTB.                                                PGM113
004100*                                                                 PGM113
004200 WORKING-STORAGE SECTION.                                         PGM113
004300 01  WS-FILE-STATUS         PIC XX.                               PGM113
004400 01  WS-FILE-STATUS2        PIC XX.                               PGM113
004500 01  WS-FILE-STATUS3        PIC XX.                               PGM113
004500 01  WS-FILE-STATUS4        PIC XX.                               PGM113
004500 01  WS-FILE-STATUS5        PIC XX.                               PGM113
004500 01  WS-FILE-STATUS6        PIC XX.                               PGM113
004500 01  WS-DATE-STATUS         PIC XX.                               PGM113
004600 01  WS-ABEND-STATUS        PIC XX.                               PGM113
004700 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM113
004800     88 WS-EXIT             VALUE 'Y'.                            PGM113
005700     88 WS-DEPART-ACTION    VALUE 'D' 'd'.                        PGM113
005800     88 WS-ARRIVE-ACTION    VALUE 'A' 'a'.                        PGM113
005900     88 WS-REPORT-ACTION    VALUE 'P' 'p'.                        PGM113
005900     88 WS-RELINE-ACTION    VALUE 'R' 'r'.                        PGM113
005900     88 WS-GUNNING-ACTION   VALUE 'G' 'g'.                        PGM113
005900     88 WS-LINING-LIST      VALUE 'L' 'l'.                        PGM113
005900     88 WS-LINING-REPORT    VALUE 'C' 'c'.                        PGM113
006000     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM113
006100 01  WS-LADLE-FOUND-FLAG    PIC X VALUE 'N'.                      PGM113
006200     88 WS-LADLE-FOUND      VALUE 'Y'.                            PGM113
006300     88 WS-LADLE-NOT-FOUND  VALUE 'N'.                            PGM113
006300 01  WS-LN-FOUND-FLAG       PIC X VALUE 'N'.                      PGM113
006300     88 WS-LN-FOUND         VALUE 'Y'.                            PGM113
006300     88 WS-LN-NOT-FOUND     VALUE 'N'.                            PGM113
006300 01  WS-LN-BLOCK-FLAG       PIC X VALUE 'N'.                      PGM113
006300     88 WS-LN-BLOCKED       VALUE 'Y'.                            PGM113
006300 01  WS-LN-EOF-FLAG         PIC X VALUE 'N'.                      PGM113
006300     88 WS-LN-EOF           VALUE 'Y'.                            PGM113
006300 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM113
006300 01  WS-ENT-LINING-TYPE     PIC X(05).                            PGM113
006300 01  WS-ENT-MAX-HEATS       PIC 9(05).                            PGM113
006300 01  WS-ENT-WARN-HEATS      PIC 9(05).                            PGM113
006300 01  WS-ENT-GUN-MASS        PIC 9(07).                            PGM113
006300 01  WS-ENT-USER            PIC X(10).                            PGM113
006300 01  WS-ENT-REMARK          PIC X(30).                            PGM113
006300 01  WS-ENT-BAND-WIDTH      PIC 9(04).                            PGM113
006300 01  WS-LN-STATE            PIC X(08).                            PGM113
006300 01  WS-LN-COUNT            PIC 9(05) VALUE ZEROS.                PGM113
006300*                                                                 PGM113
006300* 라이닝 수명(재축로 후 heat) 구간별 온도손실 집계                                  PGM113
006300 01  WS-BX                  PIC 9(02) COMP VALUE ZEROS.           PGM113
006300 01  WS-BAND-MAX            PIC 9(02) VALUE 20.                   PGM113
006300 01  WS-BAND-WIDTH          PIC 9(04) VALUE 50.                   PGM113
006300 01  WS-BAND-QUOT           PIC 9(05) VALUE ZEROS.                PGM113
006300 01  WS-NO-LINING-COUNT     PIC 9(05) VALUE ZEROS.                PGM113
006300 01  WS-BAND-TABLE.                                               PGM113
006300     05 WS-BAND-ENTRY OCCURS 20 TIMES.                            PGM113
006300         10 BD-CYCLE-CNT      PIC 9(05).                          PGM113
006300         10 BD-TRANSIT-SUM    PIC S9(09).                         PGM113
006300         10 BD-LOSS-SUM       PIC S9(09)V9.                       PGM113
006300 01  WS-BAND-FROM           PIC 9(05) VALUE ZEROS.                PGM113
006300 01  WS-BAND-TO             PIC 9(05) VALUE ZEROS.                PGM113
006300 01  WS-AVG-TRANSIT         PIC S9(05)V9 VALUE ZEROS.             PGM113
006300 01  WS-AVG-LOSS            PIC S9(05)V9 VALUE ZEROS.             PGM113
006400 01  WS-ENT-LADLE           PIC X(05).                            PGM113
006500 01  WS-ENT-DATE            PIC 9(08).                            PGM113
006600 01  WS-ENT-TIME            PIC 9(06).                            PGM113
008600     05 FILLER               PIC X(42) VALUE                      PGM113
008700             'PGM113 LADLE TRANSIT AND TEMPERATURE LOSS'.         PGM113
008800     05 FILLER               PIC X(90) VALUE SPACES.              PGM113
008800 01  WS-RPT-LN-HEADER.                                            PGM113
008800     05 FILLER               PIC X(48) VALUE                      PGM113
008800             'PGM113 LADLE LINING AGE VS TEMPERATURE LOSS - '.    PGM113
008800     05 FILLER               PIC X(12) VALUE 'BAND WIDTH '.       PGM113
008800     05 RL-BAND-WIDTH        PIC ZZZ9.                            PGM113
008800     05 FILLER               PIC X(06) VALUE ' HEATS'.            PGM113
008800     05 FILLER               PIC X(62) VALUE SPACES.              PGM113
008800 01  WS-RPT-LN-HEAD.                                              PGM113
008800     05 FILLER               PIC X(44) VALUE                      PGM113
008800             '  HEATS SINCE RELINE   CYCLES  AVG TRANSIT '.       PGM113
008800     05 FILLER               PIC X(44) VALUE                      PGM113
008800             ' AVG TEMP LOSS                              '.      PGM113
008800     05 FILLER               PIC X(44) VALUE SPACES.              PGM113
008800 01  WS-RPT-LN-BAND.                                              PGM113
008800     05 FILLER               PIC X(02) VALUE SPACES.              PGM113
008800     05 RL-FROM              PIC ZZZZ9.                           PGM113
008800     05 FILLER               PIC X(03) VALUE ' - '.               PGM113
008800     05 RL-TO                PIC ZZZZ9.                           PGM113
008800     05 FILLER               PIC X(06) VALUE SPACES.              PGM113
008800     05 RL-CYCLES            PIC ZZ,ZZ9.                          PGM113
008800     05 FILLER               PIC X(04) VALUE SPACES.              PGM113
008800     05 RL-AVG-TRANSIT       PIC ZZZZ9.9.                         PGM113
008800     05 FILLER               PIC X(07) VALUE SPACES.              PGM113
008800     05 RL-AVG-LOSS          PIC ZZZZ9.9-.                        PGM113
008800     05 FILLER               PIC X(79) VALUE SPACES.              PGM113
008900 01  WS-RPT-DETAIL.                                               PGM113
009000     05 RD-LADLE             PIC X(05).                           PGM113
009100     05 FILLER               PIC X(06) VALUE ' FILL '.            PGM113
011600         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM113
011700         PERFORM 9900-ABNORMAL-END                                PGM113
011800     END-IF                                                       PGM113
011900     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM113
011900     OPEN I-O LINING-FILE                                         PGM113
011900     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM113
011900         DISPLAY 'LINING FILE OPEN ERROR: ' WS-FILE-STATUS4       PGM113
011900         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM113
011900         PERFORM 9900-ABNORMAL-END                                PGM113
011900     END-IF                                                       PGM113
011900     OPEN EXTEND LINING-REPAIR-FILE                               PGM113
011900     IF WS-FILE-STATUS5 NOT = '00' AND WS-FILE-STATUS5 NOT = '05' PGM113
011900         DISPLAY 'LINING REPAIR LOG OPEN ERROR: ' WS-FILE-STATUS5 PGM113
011900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM113
011900         PERFORM 9900-ABNORMAL-END                                PGM113
011900     END-IF                                                       PGM113
011900     OPEN INPUT CODE-TABLE-FILE                                   PGM113
011900     IF WS-FILE-STATUS6 NOT = '00'                                PGM113
011900         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS6        PGM113
011900         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM113
011900         PERFORM 9900-ABNORMAL-END                                PGM113
011900     END-IF                                                       PGM113
011900     OPEN OUTPUT LADLE-REPORT-FILE                                PGM113
012000     IF WS-FILE-STATUS3 NOT = '00'                                PGM113
012100         DISPLAY 'REPORT OPEN ERROR: ' WS-FILE-STATUS3            PGM113
012700     DISPLAY ' '                                                  PGM113
012800     DISPLAY '=== TORPEDO LADLE TRACKING ==='                     PGM113
012900     DISPLAY 'F=FILL  D=DEPART  A=ARRIVE  P=PRINT  E=EXIT'        PGM113
012900     DISPLAY 'R=RELINE  G=GUNNING  L=LINING STATUS  '             PGM113
012900             'C=LINING AGE REPORT'                                PGM113
013000     ACCEPT WS-ACTION-CHOICE                                      PGM113
013100     EVALUATE TRUE                                                PGM113
013200         WHEN WS-EXIT-CHOICE                                      PGM113
014100             PERFORM 2400-RECORD-ARRIVE                           PGM113
014200         WHEN WS-REPORT-ACTION                                    PGM113
014300             PERFORM 2500-PRINT-REPORT                            PGM113
014300         WHEN WS-RELINE-ACTION                                    PGM113
014300             PERFORM 2600-RECORD-RELINE                           PGM113
014300         WHEN WS-GUNNING-ACTION                                   PGM113
014300             PERFORM 2650-RECORD-GUNNING                          PGM113
014300         WHEN WS-LINING-LIST                                      PGM113
014300             PERFORM 2700-LIST-LINING                             PGM113
014300         WHEN WS-LINING-REPORT                                    PGM113
014300             PERFORM 2800-PRINT-LINING-REPORT                     PGM113
014400         WHEN OTHER                                               PGM113
014500             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM113
014600     END-EVALUATE.                                                PGM113
016600         ACCEPT WS-ENT-TEMP                                       PGM113
016700     END-IF                                                       PGM113
016800     IF WS-ENT-WGT > 0 AND WS-ENT-LADLE NOT = SPACES              PGM113
016900         PERFORM 2170-CHECK-LINING                                PGM113
017000     END-IF                                                       PGM113
017100     EVALUATE TRUE                                                PGM113
017200         WHEN WS-ENT-WGT NOT > 0 OR WS-ENT-LADLE = SPACES         PGM113
017300             DISPLAY 'FILL NEEDS LADLE AND POSITIVE WEIGHT'       PGM113
017400         WHEN WS-LN-BLOCKED                                       PGM113
017500             DISPLAY 'LADLE ' WS-ENT-LADLE ' LINING AT '          PGM113
017600                     LN-HEATS ' OF ' LN-MAX-HEATS                 PGM113
017700                     ' HEATS - RELINE BEFORE USE'                 PGM113
017800         WHEN OTHER                                               PGM113
017900             INITIALIZE LADLE-REC                                 PGM113
018000             MOVE WS-ENT-LADLE   TO LA-LADLE-NO                   PGM113
018100             MOVE WS-ENT-DATE    TO LA-FILL-DATE                  PGM113
018200             MOVE WS-ENT-TIME    TO LA-FILL-TIME                  PGM113
018200             MOVE WS-ENT-BF-NO   TO LA-BF-NO                      PGM113
018200             MOVE WS-ENT-TAP-SEQ TO LA-TAP-SEQ                    PGM113
018200             MOVE WS-ENT-WGT     TO LA-FILL-WGT                   PGM113
018200             MOVE WS-ENT-TEMP    TO LA-FILL-TEMP                  PGM113
018200             SET LA-FILLED       TO TRUE                          PGM113
018200             IF WS-LN-FOUND                                       PGM113
018200                 MOVE LN-CAMPAIGN-NO TO LA-CAMPAIGN-NO            PGM113
018200                 COMPUTE LA-LINING-HEATS = LN-HEATS + 1           PGM113
018200             END-IF                                               PGM113
018200             WRITE LADLE-REC                                      PGM113
018200                 INVALID KEY                                      PGM113
018200                     DISPLAY 'LADLE CYCLE ALREADY RECORDED'       PGM113
018200                 NOT INVALID KEY                                  PGM113
018200                     IF WS-LN-FOUND                               PGM113
018200                         PERFORM 2180-COUNT-LINING-HEAT           PGM113
018200                     END-IF                                       PGM113
018200             END-WRITE                                            PGM113
018200             DISPLAY 'LADLE FILL RECORDED: ' WS-ENT-LADLE         PGM113
018200     END-EVALUATE.                                                PGM113
018200*                                                                 PGM113
018200* 라이닝 캠페인이 없는 래들은 누적 없이 충진을 받는다.                                  PGM113
018200* 누적 heat 가 최대에 이른 래들은 재축로 전까지 막는다.                               PGM113
018200 2170-CHECK-LINING.                                               PGM113
018200     MOVE 'N' TO WS-LN-BLOCK-FLAG                                 PGM113
018200     PERFORM 2190-READ-LINING                                     PGM113
018200     IF WS-LN-NOT-FOUND                                           PGM113
018200         DISPLAY 'NOTE: NO LINING CAMPAIGN ON FILE FOR LADLE '    PGM113
018200                 WS-ENT-LADLE                                     PGM113
018300     ELSE                                                         PGM113
018400         IF LN-HEATS NOT < LN-MAX-HEATS                           PGM113
018400             SET WS-LN-BLOCKED TO TRUE                            PGM113
018400         END-IF                                                   PGM113
018500     END-IF.                                                      PGM113
018500*                                                                 PGM113
018500 2180-COUNT-LINING-HEAT.                                          PGM113
018500     ADD 1 TO LN-HEATS                                            PGM113
018500     ADD WS-ENT-WGT TO LN-TONNAGE                                 PGM113
018500     MOVE WS-ENT-DATE TO LN-LAST-FILL-DATE                        PGM113
018500     REWRITE LINING-REC                                           PGM113
018500         INVALID KEY                                              PGM113
018500             DISPLAY 'LINING REWRITE ERROR: ' WS-FILE-STATUS4     PGM113
018500     END-REWRITE                                                  PGM113
018500     IF LN-HEATS NOT < LN-WARN-HEATS                              PGM113
018500         DISPLAY 'WARNING: LADLE ' LN-LADLE-NO ' LINING AT '      PGM113
018500                 LN-HEATS ' OF ' LN-MAX-HEATS ' HEATS -'          PGM113
018500                 ' SCHEDULE RELINE'                               PGM113
018500     END-IF.                                                      PGM113
018500*                                                                 PGM113
018500 2190-READ-LINING.                                                PGM113
018500     MOVE WS-ENT-LADLE TO LN-LADLE-NO                             PGM113
018500     READ LINING-FILE                                             PGM113
018500         INVALID KEY                                              PGM113
018500             SET WS-LN-NOT-FOUND TO TRUE                          PGM113
018500         NOT INVALID KEY                                          PGM113
018500             SET WS-LN-FOUND TO TRUE                              PGM113
018500     END-READ.                                                    PGM113
018600*                                                                 PGM113
018700 2150-LOOKUP-TAP-TEMP.                                            PGM113
018800     MOVE 'N' TO WS-TEMP-FOUND-FLAG                               PGM113
029800             END-IF                                               PGM113
029900     END-READ.                                                    PGM113
030000*                                                                 PGM113
030000* 재축로: 끝난 캠페인의 누적 실적을 이력에 남기고 새                                   PGM113
030000* 캠페인을 연다. 경고 heat 를 0 으로 주면 최대의 90%.                             PGM113
030000 2600-RECORD-RELINE.                                              PGM113
030000     DISPLAY 'ENTER LADLE NO: '                                   PGM113
030000     ACCEPT WS-ENT-LADLE                                          PGM113
030000     DISPLAY 'ENTER RELINE DATE (YYYYMMDD): '                     PGM113
030000     ACCEPT WS-ENT-DATE                                           PGM113
030000     DISPLAY 'ENTER LINING TYPE: '                                PGM113
030000     ACCEPT WS-ENT-LINING-TYPE                                    PGM113
030000     DISPLAY 'ENTER MAXIMUM HEATS FOR THIS LINING: '              PGM113
030000     ACCEPT WS-ENT-MAX-HEATS                                      PGM113
030000     DISPLAY 'ENTER WARNING HEATS (0=90% OF MAXIMUM): '           PGM113
030000     ACCEPT WS-ENT-WARN-HEATS                                     PGM113
030000     DISPLAY 'ENTER USER ID: '                                    PGM113
030000     ACCEPT WS-ENT-USER                                           PGM113
030000     IF WS-ENT-WARN-HEATS = 0                                     PGM113
030000         COMPUTE WS-ENT-WARN-HEATS = WS-ENT-MAX-HEATS * 0.9       PGM113
030000     END-IF                                                       PGM113
030000     MOVE 'LNTP' TO CD-CODE-TYPE                                  PGM113
030000     MOVE WS-ENT-LINING-TYPE TO CD-CODE                           PGM113
030000     READ CODE-TABLE-FILE                                         PGM113
030000         INVALID KEY                                              PGM113
030000             MOVE 'I' TO CD-ACTIVE-FLAG                           PGM113
030000     END-READ                                                     PGM113
030000     CALL 'DATECHK' USING WS-ENT-DATE WS-DATE-STATUS              PGM113
030000     EVALUATE TRUE                                                PGM113
030000         WHEN WS-ENT-LADLE = SPACES                               PGM113
030000             DISPLAY 'LADLE NO REQUIRED'                          PGM113
030000         WHEN WS-DATE-STATUS NOT = '00'                           PGM113
030000             DISPLAY 'INVALID RELINE DATE'                        PGM113
030000         WHEN WS-ENT-DATE > WS-TODAY                              PGM113
030000             DISPLAY 'RELINE DATE IN THE FUTURE'                  PGM113
030000         WHEN NOT CD-ACTIVE                                       PGM113
030000             DISPLAY 'LINING TYPE NOT ON CODE TABLE OR INACTIVE'  PGM113
030000         WHEN WS-ENT-MAX-HEATS = 0                                PGM113
030000             DISPLAY 'MAXIMUM HEATS MUST BE POSITIVE'             PGM113
030000         WHEN WS-ENT-WARN-HEATS > WS-ENT-MAX-HEATS                PGM113
030000             DISPLAY 'WARNING HEATS ABOVE MAXIMUM'                PGM113
030000         WHEN WS-ENT-USER = SPACES                                PGM113
030000             DISPLAY 'USER ID REQUIRED'                           PGM113
030000         WHEN OTHER                                               PGM113
030000             PERFORM 2610-WRITE-RELINE                            PGM113
030000     END-EVALUATE.                                                PGM113
030000*                                                                 PGM113
030000 2610-WRITE-RELINE.                                               PGM113
030000     PERFORM 2190-READ-LINING                                     PGM113
030000     INITIALIZE LINING-REPAIR-REC                                 PGM113
030000     MOVE WS-ENT-LADLE   TO LR-LADLE-NO                           PGM113
030000     MOVE WS-ENT-DATE    TO LR-EVENT-DATE                         PGM113
030000     SET LR-RELINE       TO TRUE                                  PGM113
030000     MOVE WS-ENT-USER    TO LR-USER-ID                            PGM113
030000     IF WS-LN-FOUND                                               PGM113
030000         MOVE LN-CAMPAIGN-NO TO LR-CAMPAIGN-NO                    PGM113
030000         MOVE LN-LINING-TYPE TO LR-LINING-TYPE                    PGM113
030000         MOVE LN-HEATS       TO LR-HEATS                          PGM113
030000         MOVE LN-TONNAGE     TO LR-TONNAGE                        PGM113
030000         ADD 1 TO LN-CAMPAIGN-NO                                  PGM113
030000     ELSE                                                         PGM113
030000         INITIALIZE LINING-REC                                    PGM113
030000         MOVE WS-ENT-LADLE TO LN-LADLE-NO                         PGM113
030000         MOVE 1 TO LN-CAMPAIGN-NO                                 PGM113
030000     END-IF                                                       PGM113
030000     WRITE LINING-REPAIR-REC                                      PGM113
030000     MOVE WS-ENT-DATE        TO LN-RELINE-DATE                    PGM113
030000     MOVE WS-ENT-LINING-TYPE TO LN-LINING-TYPE                    PGM113
030000     MOVE WS-ENT-MAX-HEATS   TO LN-MAX-HEATS                      PGM113
030000     MOVE WS-ENT-WARN-HEATS  TO LN-WARN-HEATS                     PGM113
030000     MOVE ZEROS              TO LN-HEATS LN-TONNAGE LN-GUN-COUNT  PGM113
030000                                LN-LAST-GUN-DATE                  PGM113
030000     MOVE WS-ENT-USER        TO LN-RELINE-BY                      PGM113
030000     IF WS-LN-FOUND                                               PGM113
030000         REWRITE LINING-REC                                       PGM113
030000             INVALID KEY                                          PGM113
030000                 DISPLAY 'LINING REWRITE ERROR: ' WS-FILE-STATUS4 PGM113
030000         END-REWRITE                                              PGM113
030000     ELSE                                                         PGM113
030000         WRITE LINING-REC                                         PGM113
030000             INVALID KEY                                          PGM113
030000                 DISPLAY 'LINING WRITE ERROR: ' WS-FILE-STATUS4   PGM113
030000         END-WRITE                                                PGM113
030000     END-IF                                                       PGM113
030000     DISPLAY 'RELINE RECORDED: LADLE ' LN-LADLE-NO                PGM113
030000             ' CAMPAIGN ' LN-CAMPAIGN-NO.                         PGM113
030000*                                                                 PGM113
030000* 건닝 보수: 캠페인은 그대로 두고 보수 시점 실적을 남긴다.                               PGM113
030000 2650-RECORD-GUNNING.                                             PGM113
030000     DISPLAY 'ENTER LADLE NO: '                                   PGM113
030000     ACCEPT WS-ENT-LADLE                                          PGM113
030000     PERFORM 2190-READ-LINING                                     PGM113
030000     IF WS-LN-NOT-FOUND                                           PGM113
030000         DISPLAY 'NO LINING CAMPAIGN ON FILE - RECORD RELINE'     PGM113
030000     ELSE                                                         PGM113
030000         DISPLAY 'ENTER GUNNING DATE (YYYYMMDD): '                PGM113
030000         ACCEPT WS-ENT-DATE                                       PGM113
030000         DISPLAY 'ENTER GUNNING MASS (KG): '                      PGM113
030000         ACCEPT WS-ENT-GUN-MASS                                   PGM113
030000         DISPLAY 'ENTER REMARK: '                                 PGM113
030000         ACCEPT WS-ENT-REMARK                                     PGM113
030000         DISPLAY 'ENTER USER ID: '                                PGM113
030000         ACCEPT WS-ENT-USER                                       PGM113
030000         CALL 'DATECHK' USING WS-ENT-DATE WS-DATE-STATUS          PGM113
030000         EVALUATE TRUE                                            PGM113
030000             WHEN WS-DATE-STATUS NOT = '00'                       PGM113
030000                 DISPLAY 'INVALID GUNNING DATE'                   PGM113
030000             WHEN WS-ENT-DATE > WS-TODAY                          PGM113
030000                 OR WS-ENT-DATE < LN-RELINE-DATE                  PGM113
030000                 DISPLAY 'GUNNING DATE OUTSIDE CURRENT CAMPAIGN'  PGM113
030000             WHEN WS-ENT-USER = SPACES                            PGM113
030000                 DISPLAY 'USER ID REQUIRED'                       PGM113
030000             WHEN OTHER                                           PGM113
030000                 INITIALIZE LINING-REPAIR-REC                     PGM113
030000                 MOVE LN-LADLE-NO    TO LR-LADLE-NO               PGM113
030000                 MOVE WS-ENT-DATE    TO LR-EVENT-DATE             PGM113
030000                 SET LR-GUNNING      TO TRUE                      PGM113
030000                 MOVE LN-CAMPAIGN-NO TO LR-CAMPAIGN-NO            PGM113
030000                 MOVE LN-LINING-TYPE TO LR-LINING-TYPE            PGM113
030000                 MOVE LN-HEATS       TO LR-HEATS                  PGM113
030000                 MOVE LN-TONNAGE     TO LR-TONNAGE                PGM113
030000                 MOVE WS-ENT-GUN-MASS TO LR-GUN-MASS-KG           PGM113
030000                 MOVE WS-ENT-USER    TO LR-USER-ID                PGM113
030000                 MOVE WS-ENT-REMARK  TO LR-REMARK                 PGM113
030000                 WRITE LINING-REPAIR-REC                          PGM113
030000                 ADD 1 TO LN-GUN-COUNT                            PGM113
030000                 MOVE WS-ENT-DATE TO LN-LAST-GUN-DATE             PGM113
030000                 REWRITE LINING-REC                               PGM113
030000                     INVALID KEY                                  PGM113
030000                         DISPLAY 'LINING REWRITE ERROR: '         PGM113
030000                                 WS-FILE-STATUS4                  PGM113
030000                 END-REWRITE                                      PGM113
030000                 DISPLAY 'GUNNING RECORDED: LADLE ' LN-LADLE-NO   PGM113
030000                         ' AT ' LN-HEATS ' HEATS'                 PGM113
030000         END-EVALUATE                                             PGM113
030000     END-IF.                                                      PGM113
030000*                                                                 PGM113
030000 2700-LIST-LINING.                                                PGM113
030000     MOVE ZEROS TO WS-LN-COUNT                                    PGM113
030000     MOVE 'N' TO WS-LN-EOF-FLAG                                   PGM113
030000     MOVE LOW-VALUES TO LN-LADLE-NO                               PGM113
030000     START LINING-FILE KEY NOT < LN-LADLE-NO                      PGM113
030000         INVALID KEY                                              PGM113
030000             SET WS-LN-EOF TO TRUE                                PGM113
030000     END-START                                                    PGM113
030000     DISPLAY 'LADLE CMP RELINED  TYPE  HEATS   MAX  WARN'         PGM113
030000             '  GUN STATUS'                                       PGM113
030000     PERFORM 2710-LIST-NEXT-LINING                                PGM113
030000         UNTIL WS-LN-EOF                                          PGM113
030000     DISPLAY 'LADLES LISTED: ' WS-LN-COUNT.                       PGM113
030000*                                                                 PGM113
030000 2710-LIST-NEXT-LINING.                                           PGM113
030000     READ LINING-FILE NEXT RECORD                                 PGM113
030000         AT END                                                   PGM113
030000             SET WS-LN-EOF TO TRUE                                PGM113
030000         NOT AT END                                               PGM113
030000             ADD 1 TO WS-LN-COUNT                                 PGM113
030000             EVALUATE TRUE                                        PGM113
030000                 WHEN LN-HEATS NOT < LN-MAX-HEATS                 PGM113
030000                     MOVE 'BLOCKED' TO WS-LN-STATE                PGM113
030000                 WHEN LN-HEATS NOT < LN-WARN-HEATS                PGM113
030000                     MOVE 'WARNING' TO WS-LN-STATE                PGM113
030000                 WHEN OTHER                                       PGM113
030000                     MOVE 'OK' TO WS-LN-STATE                     PGM113
030000             END-EVALUATE                                         PGM113
030000             DISPLAY LN-LADLE-NO ' ' LN-CAMPAIGN-NO ' '           PGM113
030000                     LN-RELINE-DATE ' ' LN-LINING-TYPE ' '        PGM113
030000                     LN-HEATS ' ' LN-MAX-HEATS ' ' LN-WARN-HEATS  PGM113
030000                     ' ' LN-GUN-COUNT ' ' WS-LN-STATE             PGM113
030000     END-READ.                                                    PGM113
030000*                                                                 PGM113
030000* 라이닝 수명 구간별 온도손실: 도착 완료 사이클을 충진 시점                               PGM113
030000* 재축로 후 heat 로 구간을 나눠 평균 이동시간/온도손실을                               PGM113
030000* 낸다. 마지막 구간은 그 이상을 모두 담는다.                                       PGM113
030000 2800-PRINT-LINING-REPORT.                                        PGM113
030000     DISPLAY 'ENTER HEAT BAND WIDTH (0=50): '                     PGM113
030000     ACCEPT WS-ENT-BAND-WIDTH                                     PGM113
030000     IF WS-ENT-BAND-WIDTH > 0                                     PGM113
030000         MOVE WS-ENT-BAND-WIDTH TO WS-BAND-WIDTH                  PGM113
030000     ELSE                                                         PGM113
030000         MOVE 50 TO WS-BAND-WIDTH                                 PGM113
030000     END-IF                                                       PGM113
030000     INITIALIZE WS-BAND-TABLE                                     PGM113
030000     MOVE ZEROS TO WS-CYCLE-COUNT WS-NO-LINING-COUNT              PGM113
030000     MOVE 'N' TO WS-LA-EOF-FLAG                                   PGM113
030000     MOVE LOW-VALUES TO LA-KEY                                    PGM113
030000     START LADLE-FILE KEY >= LA-KEY                               PGM113
030000         INVALID KEY                                              PGM113
030000             SET WS-LA-EOF TO TRUE                                PGM113
030000     END-START                                                    PGM113
030000     PERFORM 2810-BAND-ONE-CYCLE                                  PGM113
030000         UNTIL WS-LA-EOF                                          PGM113
030000     MOVE WS-BAND-WIDTH TO RL-BAND-WIDTH                          PGM113
030000     WRITE LADLE-REPORT-REC FROM WS-RPT-LN-HEADER                 PGM113
030000     WRITE LADLE-REPORT-REC FROM WS-RPT-LN-HEAD                   PGM113
030000     PERFORM 2820-PRINT-BAND                                      PGM113
030000         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BAND-MAX      PGM113
030000     DISPLAY 'LINING REPORT PRINTED: ' WS-CYCLE-COUNT             PGM113
030000             ' CYCLES, ' WS-NO-LINING-COUNT                       PGM113
030000             ' WITHOUT LINING DATA'.                              PGM113
030000*                                                                 PGM113
030000 2810-BAND-ONE-CYCLE.                                             PGM113
030000     READ LADLE-FILE NEXT RECORD                                  PGM113
030000         AT END                                                   PGM113
030000             SET WS-LA-EOF TO TRUE                                PGM113
030000         NOT AT END                                               PGM113
030000             IF LA-ARRIVED                                        PGM113
030000                 IF LA-LINING-HEATS NOT NUMERIC                   PGM113
030000                     OR LA-LINING-HEATS = 0                       PGM113
030000                     ADD 1 TO WS-NO-LINING-COUNT                  PGM113
030000                 ELSE                                             PGM113
030000                     ADD 1 TO WS-CYCLE-COUNT                      PGM113
030000                     COMPUTE WS-BAND-QUOT =                       PGM113
030000                         (LA-LINING-HEATS - 1) / WS-BAND-WIDTH    PGM113
030000                     IF WS-BAND-QUOT < WS-BAND-MAX                PGM113
030000                         COMPUTE WS-BX = WS-BAND-QUOT + 1         PGM113
030000                     ELSE                                         PGM113
030000                         MOVE WS-BAND-MAX TO WS-BX                PGM113
030000                     END-IF                                       PGM113
030000                     MOVE LA-DEPART-TIME TO WS-DEP-HHMM           PGM113
030000                     MOVE LA-ARRIVE-TIME TO WS-ARR-HHMM           PGM113
030000                     COMPUTE WS-TRANSIT-MINS =                    PGM113
030000                         ((WS-ARR-HH * 60) + WS-ARR-MM)           PGM113
030000                         - ((WS-DEP-HH * 60) + WS-DEP-MM)         PGM113
030000                     IF WS-TRANSIT-MINS < 0                       PGM113
030000                         ADD 1440 TO WS-TRANSIT-MINS              PGM113
030000                     END-IF                                       PGM113
030000                     ADD 1 TO BD-CYCLE-CNT (WS-BX)                PGM113
030000                     ADD WS-TRANSIT-MINS TO BD-TRANSIT-SUM (WS-BX)PGM113
030000                     COMPUTE BD-LOSS-SUM (WS-BX) =                PGM113
030000                         BD-LOSS-SUM (WS-BX)                      PGM113
030000                         + LA-FILL-TEMP - LA-ARRIVE-TEMP          PGM113
030000                 END-IF                                           PGM113
030000             END-IF                                               PGM113
030000     END-READ.                                                    PGM113
030000*                                                                 PGM113
030000 2820-PRINT-BAND.                                                 PGM113
030000     IF BD-CYCLE-CNT (WS-BX) > 0                                  PGM113
030000         COMPUTE WS-BAND-FROM = (WS-BX - 1) * WS-BAND-WIDTH + 1   PGM113
030000         IF WS-BX = WS-BAND-MAX                                   PGM113
030000             MOVE 99999 TO WS-BAND-TO                             PGM113
030000         ELSE                                                     PGM113
030000             COMPUTE WS-BAND-TO = WS-BX * WS-BAND-WIDTH           PGM113
030000         END-IF                                                   PGM113
030000         COMPUTE WS-AVG-TRANSIT ROUNDED =                         PGM113
030000             BD-TRANSIT-SUM (WS-BX) / BD-CYCLE-CNT (WS-BX)        PGM113
030000         COMPUTE WS-AVG-LOSS ROUNDED =                            PGM113
030000             BD-LOSS-SUM (WS-BX) / BD-CYCLE-CNT (WS-BX)           PGM113
030000         MOVE WS-BAND-FROM         TO RL-FROM                     PGM113
030000         MOVE WS-BAND-TO           TO RL-TO                       PGM113
030000         MOVE BD-CYCLE-CNT (WS-BX) TO RL-CYCLES                   PGM113
030000         MOVE WS-AVG-TRANSIT       TO RL-AVG-TRANSIT              PGM113
030000         MOVE WS-AVG-LOSS          TO RL-AVG-LOSS                 PGM113
030000         WRITE LADLE-REPORT-REC FROM WS-RPT-LN-BAND               PGM113
030000     END-IF.                                                      PGM113
030000*                                                                 PGM113
030100 9000-FINALIZE.                                                   PGM113
030200     CLOSE LADLE-FILE                                             PGM113
030300     CLOSE LADLE-REPORT-FILE                                      PGM113
030300     CLOSE LINING-FILE                                            PGM113
030300     CLOSE LINING-REPAIR-FILE                                     PGM113
030300     CLOSE CODE-TABLE-FILE                                        PGM113
030400     DISPLAY 'PGM113 - LADLE TRACKING SESSION ENDED'.             PGM113
030500*                                                                 PGM113
030600 9750-DIAGNOSE-FILE-STATUS.                                       PGM113
