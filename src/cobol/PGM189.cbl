000100 IDENTIFICATION DIVISION.                                         PGM189
000200 PROGRAM-ID.    PGM189.                                           PGM189
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM189
000400*                                                                 PGM189
000500* =========================================================       PGM189
000600* 프로그램명: 고로 연료(PCI/너트코크스) 실적 입력                                   PGM189
000700* 처리내용  : PCI 제어계 피드가 없거나 틀린 근무조의 미분탄                             PGM189
000800*            취입속도/취입량과 너트코크스 장입량을 고로/조업일                          PGM189
000900*            /근무조별로 입력/정정하고(CPYBFFL), 한 고로/일자의                    PGM189
001000*            근무조 실적을 조회한다. 고로 일별 연료비 보고                           PGM189
001100*            (PGM188)와 KPI 스코어카드(PGM121)가 이 실적을 쓴다.               PGM189
001200* =========================================================       PGM189
001300*                                                                 PGM189
001400 ENVIRONMENT DIVISION.                                            PGM189
001500 CONFIGURATION SECTION.                                           PGM189
001600 INPUT-OUTPUT SECTION.                                            PGM189
001700 FILE-CONTROL.                                                    PGM189
001800     SELECT BF-FUEL-FILE                                          PGM189
001900         ASSIGN TO BFFUEL                                         PGM189
002000         ORGANIZATION IS INDEXED                                  PGM189
002100         ACCESS MODE IS DYNAMIC                                   PGM189
002200         RECORD KEY IS FL-KEY                                     PGM189
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM189
002400*                                                                 PGM189
002500 DATA DIVISION.                                                   PGM189
002600 FILE SECTION.                                                    PGM189
002700 FD  BF-FUEL-FILE.                                                PGM189
002800 01  BF-FUEL-REC.                                                 PGM189
002900     COPY CPYBFFL.                                                PGM189
003000*                                                                 PGM189
003100 WORKING-STORAGE SECTION.                                         PGM189
003200 01  WS-FILE-STATUS         PIC XX.                               PGM189
003300 01  WS-ABEND-STATUS        PIC XX.                               PGM189
003400 01  WS-DATE-STATUS         PIC XX.                               PGM189
003500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM189
003600     88 WS-EXIT             VALUE 'Y'.                            PGM189
003700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM189
003800     88 WS-ENTER-ACTION     VALUE 'A' 'a'.                        PGM189
003900     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM189
004000     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM189
004100 01  WS-FUEL-FOUND-FLAG     PIC X VALUE 'N'.                      PGM189
004200     88 WS-FUEL-FOUND       VALUE 'Y'.                            PGM189
004300     88 WS-FUEL-NOT-FOUND   VALUE 'N'.                            PGM189
004400 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM189
004500     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM189
004600 01  WS-FL-EOF-FLAG         PIC X VALUE 'N'.                      PGM189
004700     88 WS-FL-EOF           VALUE 'Y'.                            PGM189
004800 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM189
004900 01  WS-NOW                 PIC 9(08) VALUE ZEROS.                PGM189
005000 01  WS-ENT-BF-NO           PIC X(03).                            PGM189
005100 01  WS-ENT-OPER-DATE       PIC 9(08).                            PGM189
005200 01  WS-ENT-SHIFT-CD        PIC X(01).                            PGM189
005300     88 WS-ENT-SHIFT-OK     VALUE 'A' 'B' 'C'.                    PGM189
005400 01  WS-ENT-INJ-RATE        PIC 9(03)V99.                         PGM189
005500 01  WS-ENT-COAL-QTY        PIC S9(7)V99.                         PGM189
005600 01  WS-ENT-NUT-QTY         PIC S9(7)V99.                         PGM189
005700 01  WS-ENT-USER            PIC X(10).                            PGM189
005800 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM189
005900*                                                                 PGM189
006000 PROCEDURE DIVISION.                                              PGM189
006100*                                                                 PGM189
006200 0000-MAIN-PROCESS.                                               PGM189
006300     PERFORM 1000-INITIALIZE                                      PGM189
006400     PERFORM 2000-PROCESS-ENTRY                                   PGM189
006500         UNTIL WS-EXIT                                            PGM189
006600     PERFORM 9000-FINALIZE                                        PGM189
006700     STOP RUN.                                                    PGM189
006800*                                                                 PGM189
006900 1000-INITIALIZE.                                                 PGM189
007000     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM189
007100     OPEN I-O BF-FUEL-FILE                                        PGM189
007200     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM189
007300         DISPLAY 'BF FUEL FILE OPEN ERROR: ' WS-FILE-STATUS       PGM189
007400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM189
007500         PERFORM 9900-ABNORMAL-END                                PGM189
007600     END-IF.                                                      PGM189
007700*                                                                 PGM189
007800 2000-PROCESS-ENTRY.                                              PGM189
007900     DISPLAY ' '                                                  PGM189
008000     DISPLAY '=== BLAST FURNACE FUEL (PCI/NUT COKE) ENTRY ==='    PGM189
008100     DISPLAY 'A=ENTER/CORRECT SHIFT  L=LIST FURNACE DAY  E=EXIT'  PGM189
008200     ACCEPT WS-ACTION-CHOICE                                      PGM189
008300     EVALUATE TRUE                                                PGM189
008400         WHEN WS-EXIT-CHOICE                                      PGM189
008500             SET WS-EXIT TO TRUE                                  PGM189
008600         WHEN WS-ENTER-ACTION                                     PGM189
008700             PERFORM 2100-LOCATE-SHIFT                            PGM189
008800             IF WS-FIELDS-VALID                                   PGM189
008900                 PERFORM 2200-ENTER-FUEL                          PGM189
009000             END-IF                                               PGM189
009100         WHEN WS-LIST-ACTION                                      PGM189
009200             PERFORM 2400-LIST-FURNACE-DAY                        PGM189
009300         WHEN OTHER                                               PGM189
009400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM189
009500     END-EVALUATE.                                                PGM189
009600*                                                                 PGM189
009700 2100-LOCATE-SHIFT.                                               PGM189
009800     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM189
009900     DISPLAY 'ENTER FURNACE NO: '                                 PGM189
010000     ACCEPT WS-ENT-BF-NO                                          PGM189
010100     DISPLAY 'ENTER OPERATION DATE (YYYYMMDD): '                  PGM189
010200     ACCEPT WS-ENT-OPER-DATE                                      PGM189
010300     DISPLAY 'ENTER SHIFT (A/B/C): '                              PGM189
010400     ACCEPT WS-ENT-SHIFT-CD                                       PGM189
010500     CALL 'DATECHK' USING WS-ENT-OPER-DATE WS-DATE-STATUS         PGM189
010600     EVALUATE TRUE                                                PGM189
010700         WHEN WS-ENT-BF-NO = SPACES                               PGM189
010800             DISPLAY 'FURNACE NO REQUIRED'                        PGM189
010900         WHEN WS-DATE-STATUS NOT = '00'                           PGM189
011000             DISPLAY 'OPERATION DATE INVALID'                     PGM189
011100         WHEN WS-ENT-OPER-DATE > WS-TODAY                         PGM189
011200             DISPLAY 'OPERATION DATE IS IN THE FUTURE'            PGM189
011300         WHEN NOT WS-ENT-SHIFT-OK                                 PGM189
011400             DISPLAY 'SHIFT MUST BE A, B OR C'                    PGM189
011500         WHEN OTHER                                               PGM189
011600             SET WS-FIELDS-VALID TO TRUE                          PGM189
011700     END-EVALUATE                                                 PGM189
011800     IF WS-FIELDS-VALID                                           PGM189
011900         MOVE WS-ENT-BF-NO     TO FL-BF-NO                        PGM189
012000         MOVE WS-ENT-OPER-DATE TO FL-OPER-DATE                    PGM189
012100         MOVE WS-ENT-SHIFT-CD  TO FL-SHIFT-CD                     PGM189
012200         READ BF-FUEL-FILE                                        PGM189
012300             INVALID KEY                                          PGM189
012400                 SET WS-FUEL-NOT-FOUND TO TRUE                    PGM189
012500             NOT INVALID KEY                                      PGM189
012600                 SET WS-FUEL-FOUND TO TRUE                        PGM189
012700                 DISPLAY 'CURRENT INJ RATE ' FL-INJ-RATE          PGM189
012800                         ' PCI COAL ' FL-PCI-COAL-QTY             PGM189
012900                         ' NUT COKE ' FL-NUT-COKE-QTY             PGM189
013000                         ' SOURCE ' FL-SOURCE-CD                  PGM189
013100         END-READ                                                 PGM189
013200     END-IF.                                                      PGM189
013300*                                                                 PGM189
013400* 근무조 실적 입력/정정. 수량은 톤, 취입속도는 T/H.                                 PGM189
013500 2200-ENTER-FUEL.                                                 PGM189
013600     DISPLAY 'ENTER AVG INJECTION RATE (T/H): '                   PGM189
013700     ACCEPT WS-ENT-INJ-RATE                                       PGM189
013800     DISPLAY 'ENTER PCI COAL INJECTED (T): '                      PGM189
013900     ACCEPT WS-ENT-COAL-QTY                                       PGM189
014000     DISPLAY 'ENTER NUT COKE CHARGED (T): '                       PGM189
014100     ACCEPT WS-ENT-NUT-QTY                                        PGM189
014200     DISPLAY 'ENTER USER ID: '                                    PGM189
014300     ACCEPT WS-ENT-USER                                           PGM189
014400     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM189
014500     EVALUATE TRUE                                                PGM189
014600         WHEN WS-ENT-USER = SPACES                                PGM189
014700             DISPLAY 'USER ID REQUIRED'                           PGM189
014800         WHEN WS-ENT-INJ-RATE NOT NUMERIC                         PGM189
014900             DISPLAY 'INJECTION RATE INVALID'                     PGM189
015000         WHEN WS-ENT-COAL-QTY < 0                                 PGM189
015100             OR WS-ENT-NUT-QTY < 0                                PGM189
015200             DISPLAY 'QUANTITIES MUST NOT BE NEGATIVE'            PGM189
015300         WHEN WS-ENT-INJ-RATE = 0                                 PGM189
015400             AND WS-ENT-COAL-QTY > 0                              PGM189
015500             DISPLAY 'COAL INJECTED WITH ZERO INJECTION RATE'     PGM189
015600         WHEN OTHER                                               PGM189
015700             SET WS-FIELDS-VALID TO TRUE                          PGM189
015800     END-EVALUATE                                                 PGM189
015900     IF WS-FIELDS-VALID                                           PGM189
016000         PERFORM 2250-WRITE-FUEL                                  PGM189
016100     ELSE                                                         PGM189
016200         DISPLAY 'FUEL ENTRY REJECTED - CHECK FIELDS'             PGM189
016300     END-IF.                                                      PGM189
016400*                                                                 PGM189
016500 2250-WRITE-FUEL.                                                 PGM189
016600     ACCEPT WS-NOW FROM TIME                                      PGM189
016700     IF WS-FUEL-NOT-FOUND                                         PGM189
016800         INITIALIZE BF-FUEL-REC                                   PGM189
016900         MOVE WS-ENT-BF-NO     TO FL-BF-NO                        PGM189
017000         MOVE WS-ENT-OPER-DATE TO FL-OPER-DATE                    PGM189
017100         MOVE WS-ENT-SHIFT-CD  TO FL-SHIFT-CD                     PGM189
017200     END-IF                                                       PGM189
017300     MOVE WS-ENT-INJ-RATE  TO FL-INJ-RATE                         PGM189
017400     MOVE WS-ENT-COAL-QTY  TO FL-PCI-COAL-QTY                     PGM189
017500     MOVE WS-ENT-NUT-QTY   TO FL-NUT-COKE-QTY                     PGM189
017600     SET FL-FROM-ENTRY     TO TRUE                                PGM189
017700     MOVE WS-ENT-USER      TO FL-WORKER-ID                        PGM189
017800     MOVE WS-TODAY         TO FL-REG-DATE                         PGM189
017900     MOVE WS-NOW (1:6)     TO FL-REG-TIME                         PGM189
018000     IF WS-FUEL-FOUND                                             PGM189
018100         REWRITE BF-FUEL-REC                                      PGM189
018200             INVALID KEY                                          PGM189
018300                 DISPLAY 'BF FUEL REWRITE ERROR: '                PGM189
018400                         WS-FILE-STATUS                           PGM189
018500         END-REWRITE                                              PGM189
018600         DISPLAY 'SHIFT FUEL CORRECTED'                           PGM189
018700     ELSE                                                         PGM189
018800         WRITE BF-FUEL-REC                                        PGM189
018900             INVALID KEY                                          PGM189
019000                 DISPLAY 'BF FUEL WRITE ERROR: '                  PGM189
019100                         WS-FILE-STATUS                           PGM189
019200         END-WRITE                                                PGM189
019300         DISPLAY 'SHIFT FUEL ENTERED'                             PGM189
019400     END-IF.                                                      PGM189
019500*                                                                 PGM189
019600 2400-LIST-FURNACE-DAY.                                           PGM189
019700     DISPLAY 'ENTER FURNACE NO: '                                 PGM189
019800     ACCEPT WS-ENT-BF-NO                                          PGM189
019900     DISPLAY 'ENTER OPERATION DATE (YYYYMMDD): '                  PGM189
020000     ACCEPT WS-ENT-OPER-DATE                                      PGM189
020100     MOVE ZEROS TO WS-LIST-CNT                                    PGM189
020200     MOVE 'N' TO WS-FL-EOF-FLAG                                   PGM189
020300     MOVE WS-ENT-BF-NO     TO FL-BF-NO                            PGM189
020400     MOVE WS-ENT-OPER-DATE TO FL-OPER-DATE                        PGM189
020500     MOVE LOW-VALUES       TO FL-SHIFT-CD                         PGM189
020600     START BF-FUEL-FILE KEY >= FL-KEY                             PGM189
020700         INVALID KEY                                              PGM189
020800             SET WS-FL-EOF TO TRUE                                PGM189
020900     END-START                                                    PGM189
021000     PERFORM 2410-LIST-ONE-SHIFT                                  PGM189
021100         UNTIL WS-FL-EOF                                          PGM189
021200     IF WS-LIST-CNT = 0                                           PGM189
021300         DISPLAY 'NO FUEL RECORDED FOR ' WS-ENT-BF-NO ' '         PGM189
021400                 WS-ENT-OPER-DATE                                 PGM189
021500     END-IF.                                                      PGM189
021600*                                                                 PGM189
021700 2410-LIST-ONE-SHIFT.                                             PGM189
021800     READ BF-FUEL-FILE NEXT RECORD                                PGM189
021900         AT END                                                   PGM189
022000             SET WS-FL-EOF TO TRUE                                PGM189
022100         NOT AT END                                               PGM189
022200             IF FL-BF-NO NOT = WS-ENT-BF-NO                       PGM189
022300                 OR FL-OPER-DATE NOT = WS-ENT-OPER-DATE           PGM189
022400                 SET WS-FL-EOF TO TRUE                            PGM189
022500             ELSE                                                 PGM189
022600                 DISPLAY '  SHIFT ' FL-SHIFT-CD                   PGM189
022700                         ' INJ RATE ' FL-INJ-RATE                 PGM189
022800                         ' PCI COAL ' FL-PCI-COAL-QTY             PGM189
022900                         ' NUT COKE ' FL-NUT-COKE-QTY             PGM189
023000                         ' SOURCE ' FL-SOURCE-CD                  PGM189
023100                         ' BY ' FL-WORKER-ID                      PGM189
023200                 ADD 1 TO WS-LIST-CNT                             PGM189
023300             END-IF                                               PGM189
023400     END-READ.                                                    PGM189
023500*                                                                 PGM189
023600 9000-FINALIZE.                                                   PGM189
023700     CLOSE BF-FUEL-FILE                                           PGM189
023800     DISPLAY 'PGM189 - BF FUEL ENTRY SESSION ENDED'.              PGM189
023900*                                                                 PGM189
024000 9750-DIAGNOSE-FILE-STATUS.                                       PGM189
024100     EVALUATE WS-ABEND-STATUS                                     PGM189
024200         WHEN '10'                                                PGM189
024300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM189
024400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM189
024500         WHEN '23'                                                PGM189
024600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM189
024700             DISPLAY '  AND RETRY THE REQUEST'                    PGM189
024800         WHEN '35'                                                PGM189
024900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM189
025000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM189
025100         WHEN '37'                                                PGM189
025200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM189
025300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM189
025400         WHEN '39'                                                PGM189
025500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM189
025600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM189
025700         WHEN '41'                                                PGM189
025800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM189
025900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM189
026000         WHEN '42'                                                PGM189
026100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM189
026200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM189
026300         WHEN '46'                                                PGM189
026400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM189
026500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM189
026600         WHEN OTHER                                               PGM189
026700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM189
026800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM189
026900     END-EVALUATE.                                                PGM189
027000*                                                                 PGM189
027100 9900-ABNORMAL-END.                                               PGM189
027200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM189
027300     DISPLAY 'PGM189 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM189
027400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM189
027500     STOP RUN.                                                    PGM189
027600                                                                  PGM189
