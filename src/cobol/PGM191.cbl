000100 IDENTIFICATION DIVISION.                                         PGM191
000200 PROGRAM-ID.    PGM191.                                           PGM191
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM191
000400*                                                                 PGM191
000500* =========================================================       PGM191
000600* 프로그램명: 고로 휴풍/감풍/뱅킹 기록 입력                                        PGM191
000700* 처리내용  : 고로 정지 구간(계획휴풍/비계획휴풍/뱅킹/감풍)을                             PGM191
000800*            고로/시작일시로 등록하고(CPYBFSP), 끝난 구간의                       PGM191
000900*            종료일시를 기록하거나 잘못 든 구간을 취소한다.                           PGM191
001000*            원인코드는 공통코드 BFSC, 일자는 DATECHK로                        PGM191
001100*            검증한다. 고로의 미종료 구간을 조회할 수 있다.                          PGM191
001200*            월간 가동률/생산성 보고(PGM192)가 이 기록을 쓴다.                     PGM191
001300* =========================================================       PGM191
001400*                                                                 PGM191
001500 ENVIRONMENT DIVISION.                                            PGM191
001600 CONFIGURATION SECTION.                                           PGM191
001700 INPUT-OUTPUT SECTION.                                            PGM191
001800 FILE-CONTROL.                                                    PGM191
001900     SELECT BF-STOP-FILE                                          PGM191
002000         ASSIGN TO BFSTOP                                         PGM191
002100         ORGANIZATION IS INDEXED                                  PGM191
002200         ACCESS MODE IS DYNAMIC                                   PGM191
002300         RECORD KEY IS BS-KEY                                     PGM191
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM191
002500     SELECT CODE-TABLE-FILE                                       PGM191
002600         ASSIGN TO CODETBL                                        PGM191
002700         ORGANIZATION IS INDEXED                                  PGM191
002800         ACCESS MODE IS RANDOM                                    PGM191
002900         RECORD KEY IS CD-KEY                                     PGM191
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM191
003100*                                                                 PGM191
003200 DATA DIVISION.                                                   PGM191
003300 FILE SECTION.                                                    PGM191
003400 FD  BF-STOP-FILE.                                                PGM191
003500 01  BF-STOP-REC.                                                 PGM191
003600     COPY CPYBFSP.                                                PGM191
003700 FD  CODE-TABLE-FILE.                                             PGM191
003800 01  CODE-TABLE-REC.                                              PGM191
003900     COPY CPYCDTB.                                                PGM191
004000*                                                                 PGM191
004100 WORKING-STORAGE SECTION.                                         PGM191
004200 01  WS-FILE-STATUS         PIC XX.                               PGM191
004300 01  WS-FILE-STATUS2        PIC XX.                               PGM191
004400 01  WS-ABEND-STATUS        PIC XX.                               PGM191
004500 01  WS-DATE-STATUS         PIC XX.                               PGM191
004600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM191
004700     88 WS-EXIT             VALUE 'Y'.                            PGM191
004800 01  WS-ACTION-CHOICE       PIC X(01).                            PGM191
004900     88 WS-START-ACTION     VALUE 'S' 's'.                        PGM191
005000     88 WS-END-ACTION       VALUE 'E' 'e'.                        PGM191
005100     88 WS-CANCEL-ACTION    VALUE 'C' 'c'.                        PGM191
005200     88 WS-LIST-ACTION      VALUE 'L' 'l'.                        PGM191
005300     88 WS-EXIT-CHOICE      VALUE 'X' 'x'.                        PGM191
005400 01  WS-STOP-FOUND-FLAG     PIC X VALUE 'N'.                      PGM191
005500     88 WS-STOP-FOUND       VALUE 'Y'.                            PGM191
005600 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM191
005700     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM191
005800 01  WS-CAUSE-OK-FLAG       PIC X VALUE 'N'.                      PGM191
005900     88 WS-CAUSE-OK         VALUE 'Y'.                            PGM191
006000 01  WS-BS-EOF-FLAG         PIC X VALUE 'N'.                      PGM191
006100     88 WS-BS-EOF           VALUE 'Y'.                            PGM191
006200 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM191
006300 01  WS-ENT-BF-NO           PIC X(03).                            PGM191
006400 01  WS-ENT-START-DATE      PIC 9(08).                            PGM191
006500 01  WS-ENT-START-TIME      PIC 9(04).                            PGM191
006600 01  WS-ENT-START-TIME-R REDEFINES WS-ENT-START-TIME.             PGM191
006700     05 WS-ENT-START-HH      PIC 9(02).                           PGM191
006800     05 WS-ENT-START-MM      PIC 9(02).                           PGM191
006900 01  WS-ENT-END-DATE        PIC 9(08).                            PGM191
007000 01  WS-ENT-END-TIME        PIC 9(04).                            PGM191
007100 01  WS-ENT-END-TIME-R REDEFINES WS-ENT-END-TIME.                 PGM191
007200     05 WS-ENT-END-HH        PIC 9(02).                           PGM191
007300     05 WS-ENT-END-MM        PIC 9(02).                           PGM191
007400 01  WS-ENT-TYPE            PIC X(01).                            PGM191
007500 01  WS-ENT-CAUSE           PIC X(05).                            PGM191
007600 01  WS-ENT-REMARK          PIC X(30).                            PGM191
007700 01  WS-ENT-USER            PIC X(10).                            PGM191
007800* 시작/종료 비교용 일시 (YYYYMMDDHHMM)                                     PGM191
007900 01  WS-START-STAMP.                                              PGM191
008000     05 WS-START-STAMP-DATE PIC 9(08).                            PGM191
008100     05 WS-START-STAMP-TIME PIC 9(04).                            PGM191
008200 01  WS-END-STAMP.                                                PGM191
008300     05 WS-END-STAMP-DATE   PIC 9(08).                            PGM191
008400     05 WS-END-STAMP-TIME   PIC 9(04).                            PGM191
008500 01  WS-LIST-CNT            PIC 9(05) VALUE ZEROS.                PGM191
008600*                                                                 PGM191
008700 PROCEDURE DIVISION.                                              PGM191
008800*                                                                 PGM191
008900 0000-MAIN-PROCESS.                                               PGM191
009000     PERFORM 1000-INITIALIZE                                      PGM191
009100     PERFORM 2000-PROCESS-MENU                                    PGM191
009200         UNTIL WS-EXIT                                            PGM191
009300     PERFORM 9000-FINALIZE                                        PGM191
009400     STOP RUN.                                                    PGM191
009500*                                                                 PGM191
009600 1000-INITIALIZE.                                                 PGM191
009700     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM191
009800     OPEN I-O BF-STOP-FILE                                        PGM191
009900     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM191
010000         DISPLAY 'BF STOPPAGE FILE OPEN ERROR: ' WS-FILE-STATUS   PGM191
010100         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM191
010200         PERFORM 9900-ABNORMAL-END                                PGM191
010300     END-IF                                                       PGM191
010400     OPEN INPUT CODE-TABLE-FILE                                   PGM191
010500     IF WS-FILE-STATUS2 NOT = '00'                                PGM191
010600         DISPLAY 'CODE TABLE OPEN ERROR: ' WS-FILE-STATUS2        PGM191
010700         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM191
010800         PERFORM 9900-ABNORMAL-END                                PGM191
010900     END-IF.                                                      PGM191
011000*                                                                 PGM191
011100 2000-PROCESS-MENU.                                               PGM191
011200     DISPLAY ' '                                                  PGM191
011300     DISPLAY '=== BLAST FURNACE STOPPAGE LOG ==='                 PGM191
011400     DISPLAY 'S=START  E=END  C=CANCEL  L=LIST OPEN  X=EXIT'      PGM191
011500     ACCEPT WS-ACTION-CHOICE                                      PGM191
011600     EVALUATE TRUE                                                PGM191
011700         WHEN WS-START-ACTION                                     PGM191
011800             PERFORM 2100-START-STOPPAGE                          PGM191
011900         WHEN WS-END-ACTION                                       PGM191
012000             PERFORM 2300-LOCATE-STOPPAGE                         PGM191
012100             IF WS-STOP-FOUND                                     PGM191
012200                 PERFORM 2400-END-STOPPAGE                        PGM191
012300             END-IF                                               PGM191
012400         WHEN WS-CANCEL-ACTION                                    PGM191
012500             PERFORM 2300-LOCATE-STOPPAGE                         PGM191
012600             IF WS-STOP-FOUND                                     PGM191
012700                 PERFORM 2500-CANCEL-STOPPAGE                     PGM191
012800             END-IF                                               PGM191
012900         WHEN WS-LIST-ACTION                                      PGM191
013000             PERFORM 2600-LIST-OPEN-STOPPAGES                     PGM191
013100         WHEN WS-EXIT-CHOICE                                      PGM191
013200             SET WS-EXIT TO TRUE                                  PGM191
013300         WHEN OTHER                                               PGM191
013400             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM191
013500     END-EVALUATE.                                                PGM191
013600*                                                                 PGM191
013700* 새 정지 구간. 종료일자를 0 으로 두면 진행 중 구간이다.                               PGM191
013800 2100-START-STOPPAGE.                                             PGM191
013900     DISPLAY 'ENTER FURNACE NO: '                                 PGM191
014000     ACCEPT WS-ENT-BF-NO                                          PGM191
014100     DISPLAY 'ENTER START DATE (YYYYMMDD): '                      PGM191
014200     ACCEPT WS-ENT-START-DATE                                     PGM191
014300     DISPLAY 'ENTER START TIME (HHMM): '                          PGM191
014400     ACCEPT WS-ENT-START-TIME                                     PGM191
014500     DISPLAY 'ENTER TYPE (P=PLANNED U=UNPLANNED K=BANKING '       PGM191
014600             'R=REDUCED BLAST): '                                 PGM191
014700     ACCEPT WS-ENT-TYPE                                           PGM191
014800     DISPLAY 'ENTER CAUSE CODE: '                                 PGM191
014900     ACCEPT WS-ENT-CAUSE                                          PGM191
015000     DISPLAY 'ENTER END DATE (YYYYMMDD, 0=STILL STOPPED): '       PGM191
015100     ACCEPT WS-ENT-END-DATE                                       PGM191
015200     MOVE ZEROS TO WS-ENT-END-TIME                                PGM191
015300     IF WS-ENT-END-DATE NOT = ZEROS                               PGM191
015400         DISPLAY 'ENTER END TIME (HHMM): '                        PGM191
015500         ACCEPT WS-ENT-END-TIME                                   PGM191
015600     END-IF                                                       PGM191
015700     DISPLAY 'ENTER REMARK: '                                     PGM191
015800     ACCEPT WS-ENT-REMARK                                         PGM191
015900     DISPLAY 'ENTER USER ID: '                                    PGM191
016000     ACCEPT WS-ENT-USER                                           PGM191
016100     PERFORM 2200-VALIDATE-START                                  PGM191
016200     IF WS-FIELDS-VALID                                           PGM191
016300         PERFORM 2250-WRITE-STOPPAGE                              PGM191
016400     ELSE                                                         PGM191
016500         DISPLAY 'STOPPAGE ENTRY REJECTED - CHECK FIELDS'         PGM191
016600     END-IF.                                                      PGM191
016700*                                                                 PGM191
016800 2200-VALIDATE-START.                                             PGM191
016900     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM191
017000     CALL 'DATECHK' USING WS-ENT-START-DATE WS-DATE-STATUS        PGM191
017100     MOVE WS-ENT-TYPE TO BS-STOP-TYPE                             PGM191
017200     EVALUATE TRUE                                                PGM191
017300         WHEN WS-ENT-BF-NO = SPACES                               PGM191
017400             DISPLAY 'FURNACE NO REQUIRED'                        PGM191
017500         WHEN WS-DATE-STATUS NOT = '00'                           PGM191
017600             DISPLAY 'START DATE INVALID'                         PGM191
017700         WHEN WS-ENT-START-DATE > WS-TODAY                        PGM191
017800             DISPLAY 'START DATE IS IN THE FUTURE'                PGM191
017900         WHEN WS-ENT-START-HH > 23 OR WS-ENT-START-MM > 59        PGM191
018000             DISPLAY 'START TIME INVALID'                         PGM191
018100         WHEN NOT BS-TYPE-VALID                                   PGM191
018200             DISPLAY 'TYPE MUST BE P, U, K OR R'                  PGM191
018300         WHEN WS-ENT-USER = SPACES                                PGM191
018400             DISPLAY 'USER ID REQUIRED'                           PGM191
018500         WHEN OTHER                                               PGM191
018600             SET WS-FIELDS-VALID TO TRUE                          PGM191
018700     END-EVALUATE                                                 PGM191
018800     IF WS-FIELDS-VALID                                           PGM191
018900         PERFORM 2270-VALIDATE-CAUSE                              PGM191
019000         IF NOT WS-CAUSE-OK                                       PGM191
019100             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM191
019200         END-IF                                                   PGM191
019300     END-IF                                                       PGM191
019400     IF WS-FIELDS-VALID AND WS-ENT-END-DATE NOT = ZEROS           PGM191
019500         MOVE WS-ENT-START-DATE TO WS-START-STAMP-DATE            PGM191
019600         MOVE WS-ENT-START-TIME TO WS-START-STAMP-TIME            PGM191
019700         PERFORM 2280-VALIDATE-END                                PGM191
019800     END-IF.                                                      PGM191
019900*                                                                 PGM191
020000 2270-VALIDATE-CAUSE.                                             PGM191
020100     MOVE 'N' TO WS-CAUSE-OK-FLAG                                 PGM191
020200     MOVE 'BFSC' TO CD-CODE-TYPE                                  PGM191
020300     MOVE WS-ENT-CAUSE TO CD-CODE                                 PGM191
020400     READ CODE-TABLE-FILE                                         PGM191
020500         INVALID KEY                                              PGM191
020600             DISPLAY 'CAUSE CODE NOT ON CODE TABLE: '             PGM191
020700                     WS-ENT-CAUSE                                 PGM191
020800         NOT INVALID KEY                                          PGM191
020900             IF CD-ACTIVE                                         PGM191
021000                 SET WS-CAUSE-OK TO TRUE                          PGM191
021100             ELSE                                                 PGM191
021200                 DISPLAY 'CAUSE CODE INACTIVE: '                  PGM191
021300                         WS-ENT-CAUSE                             PGM191
021400             END-IF                                               PGM191
021500     END-READ.                                                    PGM191
021600*                                                                 PGM191
021700* 종료일시는 유효한 날짜/시각이고 시작보다 뒤여야 한다.                                  PGM191
021800* WS-START-STAMP 는 호출 전에 채운다.                                     PGM191
021900 2280-VALIDATE-END.                                               PGM191
022000     MOVE WS-ENT-END-DATE TO WS-END-STAMP-DATE                    PGM191
022100     MOVE WS-ENT-END-TIME TO WS-END-STAMP-TIME                    PGM191
022200     CALL 'DATECHK' USING WS-ENT-END-DATE WS-DATE-STATUS          PGM191
022300     EVALUATE TRUE                                                PGM191
022400         WHEN WS-DATE-STATUS NOT = '00'                           PGM191
022500             DISPLAY 'END DATE INVALID'                           PGM191
022600             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM191
022700         WHEN WS-ENT-END-DATE > WS-TODAY                          PGM191
022800             DISPLAY 'END DATE IS IN THE FUTURE'                  PGM191
022900             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM191
023000         WHEN WS-ENT-END-HH > 23 OR WS-ENT-END-MM > 59            PGM191
023100             DISPLAY 'END TIME INVALID'                           PGM191
023200             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM191
023300         WHEN WS-END-STAMP NOT > WS-START-STAMP                   PGM191
023400             DISPLAY 'END MUST FOLLOW START'                      PGM191
023500             MOVE 'N' TO WS-FIELDS-VALID-FLAG                     PGM191
023600         WHEN OTHER                                               PGM191
023700             CONTINUE                                             PGM191
023800     END-EVALUATE.                                                PGM191
023900*                                                                 PGM191
024000 2250-WRITE-STOPPAGE.                                             PGM191
024100     INITIALIZE BF-STOP-REC                                       PGM191
024200     MOVE WS-ENT-BF-NO      TO BS-BF-NO                           PGM191
024300     MOVE WS-ENT-START-DATE TO BS-START-DATE                      PGM191
024400     MOVE WS-ENT-START-TIME TO BS-START-TIME                      PGM191
024500     MOVE WS-ENT-END-DATE   TO BS-END-DATE                        PGM191
024600     MOVE WS-ENT-END-TIME   TO BS-END-TIME                        PGM191
024700     MOVE WS-ENT-TYPE       TO BS-STOP-TYPE                       PGM191
024800     MOVE WS-ENT-CAUSE      TO BS-CAUSE-CD                        PGM191
024900     MOVE WS-ENT-REMARK     TO BS-REMARK                          PGM191
025000     MOVE WS-ENT-USER       TO BS-ENTERED-BY                      PGM191
025100     MOVE WS-TODAY          TO BS-LAST-UPD-DATE                   PGM191
025200     SET BS-ACTIVE          TO TRUE                               PGM191
025300     WRITE BF-STOP-REC                                            PGM191
025400         INVALID KEY                                              PGM191
025500             DISPLAY 'STOPPAGE ALREADY RECORDED FOR THIS START'   PGM191
025600         NOT INVALID KEY                                          PGM191
025700             DISPLAY 'STOPPAGE RECORDED: ' WS-ENT-BF-NO ' '       PGM191
025800                     WS-ENT-START-DATE ' ' WS-ENT-START-TIME      PGM191
025900     END-WRITE.                                                   PGM191
026000*                                                                 PGM191
026100 2300-LOCATE-STOPPAGE.                                            PGM191
026200     MOVE 'N' TO WS-STOP-FOUND-FLAG                               PGM191
026300     DISPLAY 'ENTER FURNACE NO: '                                 PGM191
026400     ACCEPT WS-ENT-BF-NO                                          PGM191
026500     DISPLAY 'ENTER START DATE (YYYYMMDD): '                      PGM191
026600     ACCEPT WS-ENT-START-DATE                                     PGM191
026700     DISPLAY 'ENTER START TIME (HHMM): '                          PGM191
026800     ACCEPT WS-ENT-START-TIME                                     PGM191
026900     MOVE WS-ENT-BF-NO      TO BS-BF-NO                           PGM191
027000     MOVE WS-ENT-START-DATE TO BS-START-DATE                      PGM191
027100     MOVE WS-ENT-START-TIME TO BS-START-TIME                      PGM191
027200     READ BF-STOP-FILE                                            PGM191
027300         INVALID KEY                                              PGM191
027400             DISPLAY 'STOPPAGE NOT FOUND'                         PGM191
027500         NOT INVALID KEY                                          PGM191
027600             IF BS-CANCELLED                                      PGM191
027700                 DISPLAY 'STOPPAGE ALREADY CANCELLED'             PGM191
027800             ELSE                                                 PGM191
027900                 SET WS-STOP-FOUND TO TRUE                        PGM191
028000                 DISPLAY 'TYPE ' BS-STOP-TYPE ' CAUSE '           PGM191
028100                         BS-CAUSE-CD ' END ' BS-END-DATE ' '      PGM191
028200                         BS-END-TIME                              PGM191
028300             END-IF                                               PGM191
028400     END-READ.                                                    PGM191
028500*                                                                 PGM191
028600 2400-END-STOPPAGE.                                               PGM191
028700     DISPLAY 'ENTER END DATE (YYYYMMDD): '                        PGM191
028800     ACCEPT WS-ENT-END-DATE                                       PGM191
028900     DISPLAY 'ENTER END TIME (HHMM): '                            PGM191
029000     ACCEPT WS-ENT-END-TIME                                       PGM191
029100     DISPLAY 'ENTER USER ID: '                                    PGM191
029200     ACCEPT WS-ENT-USER                                           PGM191
029300     SET WS-FIELDS-VALID TO TRUE                                  PGM191
029400     IF WS-ENT-USER = SPACES                                      PGM191
029500         DISPLAY 'USER ID REQUIRED'                               PGM191
029600         MOVE 'N' TO WS-FIELDS-VALID-FLAG                         PGM191
029700     ELSE                                                         PGM191
029800         MOVE BS-START-DATE TO WS-START-STAMP-DATE                PGM191
029900         MOVE BS-START-TIME TO WS-START-STAMP-TIME                PGM191
030000         PERFORM 2280-VALIDATE-END                                PGM191
030100     END-IF                                                       PGM191
030200     IF WS-FIELDS-VALID                                           PGM191
030300         MOVE WS-ENT-END-DATE TO BS-END-DATE                      PGM191
030400         MOVE WS-ENT-END-TIME TO BS-END-TIME                      PGM191
030500         MOVE WS-ENT-USER     TO BS-ENTERED-BY                    PGM191
030600         MOVE WS-TODAY        TO BS-LAST-UPD-DATE                 PGM191
030700         REWRITE BF-STOP-REC                                      PGM191
030800             INVALID KEY                                          PGM191
030900                 DISPLAY 'STOPPAGE REWRITE ERROR: '               PGM191
031000                         WS-FILE-STATUS                           PGM191
031100         END-REWRITE                                              PGM191
031200         DISPLAY 'STOPPAGE END RECORDED'                          PGM191
031300     ELSE                                                         PGM191
031400         DISPLAY 'END ENTRY REJECTED - CHECK FIELDS'              PGM191
031500     END-IF.                                                      PGM191
031600*                                                                 PGM191
031700 2500-CANCEL-STOPPAGE.                                            PGM191
031800     DISPLAY 'ENTER USER ID: '                                    PGM191
031900     ACCEPT WS-ENT-USER                                           PGM191
032000     IF WS-ENT-USER = SPACES                                      PGM191
032100         DISPLAY 'USER ID REQUIRED'                               PGM191
032200     ELSE                                                         PGM191
032300         SET BS-CANCELLED     TO TRUE                             PGM191
032400         MOVE WS-ENT-USER     TO BS-ENTERED-BY                    PGM191
032500         MOVE WS-TODAY        TO BS-LAST-UPD-DATE                 PGM191
032600         REWRITE BF-STOP-REC                                      PGM191
032700             INVALID KEY                                          PGM191
032800                 DISPLAY 'STOPPAGE REWRITE ERROR: '               PGM191
032900                         WS-FILE-STATUS                           PGM191
033000         END-REWRITE                                              PGM191
033100         DISPLAY 'STOPPAGE CANCELLED'                             PGM191
033200     END-IF.                                                      PGM191
033300*                                                                 PGM191
033400 2600-LIST-OPEN-STOPPAGES.                                        PGM191
033500     DISPLAY 'ENTER FURNACE NO: '                                 PGM191
033600     ACCEPT WS-ENT-BF-NO                                          PGM191
033700     MOVE ZEROS TO WS-LIST-CNT                                    PGM191
033800     MOVE 'N' TO WS-BS-EOF-FLAG                                   PGM191
033900     MOVE LOW-VALUES   TO BS-KEY                                  PGM191
034000     MOVE WS-ENT-BF-NO TO BS-BF-NO                                PGM191
034100     START BF-STOP-FILE KEY >= BS-KEY                             PGM191
034200         INVALID KEY                                              PGM191
034300             SET WS-BS-EOF TO TRUE                                PGM191
034400     END-START                                                    PGM191
034500     PERFORM 2610-LIST-ONE-STOPPAGE                               PGM191
034600         UNTIL WS-BS-EOF                                          PGM191
034700     IF WS-LIST-CNT = 0                                           PGM191
034800         DISPLAY 'NO OPEN STOPPAGE FOR ' WS-ENT-BF-NO             PGM191
034900     END-IF.                                                      PGM191
035000*                                                                 PGM191
035100 2610-LIST-ONE-STOPPAGE.                                          PGM191
035200     READ BF-STOP-FILE NEXT RECORD                                PGM191
035300         AT END                                                   PGM191
035400             SET WS-BS-EOF TO TRUE                                PGM191
035500         NOT AT END                                               PGM191
035600             IF BS-BF-NO NOT = WS-ENT-BF-NO                       PGM191
035700                 SET WS-BS-EOF TO TRUE                            PGM191
035800             ELSE                                                 PGM191
035900                 IF BS-ACTIVE AND BS-END-DATE = ZEROS             PGM191
036000                     DISPLAY '  START ' BS-START-DATE ' '         PGM191
036100                             BS-START-TIME ' TYPE ' BS-STOP-TYPE  PGM191
036200                             ' CAUSE ' BS-CAUSE-CD ' '            PGM191
036300                             BS-REMARK                            PGM191
036400                     ADD 1 TO WS-LIST-CNT                         PGM191
036500                 END-IF                                           PGM191
036600             END-IF                                               PGM191
036700     END-READ.                                                    PGM191
036800*                                                                 PGM191
036900 9000-FINALIZE.                                                   PGM191
037000     CLOSE BF-STOP-FILE                                           PGM191
037100     CLOSE CODE-TABLE-FILE                                        PGM191
037200     DISPLAY 'PGM191 - BF STOPPAGE SESSION ENDED'.                PGM191
037300*                                                                 PGM191
037400 9750-DIAGNOSE-FILE-STATUS.                                       PGM191
037500     EVALUATE WS-ABEND-STATUS                                     PGM191
037600         WHEN '10'                                                PGM191
037700             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM191
037800             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM191
037900         WHEN '23'                                                PGM191
038000             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM191
038100             DISPLAY '  AND RETRY THE REQUEST'                    PGM191
038200         WHEN '35'                                                PGM191
038300             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM191
038400             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM191
038500         WHEN '37'                                                PGM191
038600             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM191
038700             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM191
038800         WHEN '39'                                                PGM191
038900             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM191
039000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM191
039100         WHEN '41'                                                PGM191
039200             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM191
039300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM191
039400         WHEN '42'                                                PGM191
039500             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM191
039600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM191
039700         WHEN '46'                                                PGM191
039800             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM191
039900             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM191
040000         WHEN OTHER                                               PGM191
040100             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM191
040200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM191
040300     END-EVALUATE.                                                PGM191
040400*                                                                 PGM191
040500 9900-ABNORMAL-END.                                               PGM191
040600     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM191
040700     DISPLAY 'PGM191 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM191
040800     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM191
040900     STOP RUN.                                                    PGM191
041000                                                                  PGM191
