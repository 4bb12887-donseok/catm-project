000100 IDENTIFICATION DIVISION.                                         PGM188
000200 PROGRAM-ID.    PGM188.                                           PGM188
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM188
000400*                                                                 PGM188
000500* =========================================================       PGM188
000600* 프로그램명: 고로 일별 연료비(PCI/코크스/너트코크스) 보고                              PGM188
000700* 처리내용  : 대상월 고로 조업(CPYBFOP)에서 고로/일자별 출선량                         PGM188
000800*            (용선 톤)과 코크스비를, 연료 실적(CPYBFFL)에서                      PGM188
000900*            미분탄 취입량/너트코크스량을 모아 PCI비, 코크스비,                       PGM188
001000*            너트코크스비와 합계 연료비(KG/T-HM)를 계산하고                        PGM188
001100*            KPI 목표(CPYKPIM: PCI/COKE/NUTC/FUEL, 범위=고로)와          PGM188
001200*            비교한다. 고로별 기간 합계 줄을 붙이며 합계 연료비                        PGM188
001300*            가 목표를 넘은 날이 있으면 RC 4.                                PGM188
001400* =========================================================       PGM188
001500*                                                                 PGM188
001600 ENVIRONMENT DIVISION.                                            PGM188
001700 CONFIGURATION SECTION.                                           PGM188
001800 INPUT-OUTPUT SECTION.                                            PGM188
001900 FILE-CONTROL.                                                    PGM188
002000     SELECT OPTIONAL FUEL-PARM-FILE                               PGM188
002100         ASSIGN TO FUELPARM                                       PGM188
002200         ORGANIZATION IS SEQUENTIAL                               PGM188
002300         FILE STATUS IS WS-FILE-STATUS.                           PGM188
002400     SELECT BF-OPER-FILE                                          PGM188
002500         ASSIGN TO BFOPER                                         PGM188
002600         ORGANIZATION IS INDEXED                                  PGM188
002700         ACCESS MODE IS SEQUENTIAL                                PGM188
002800         RECORD KEY IS BO-KEY                                     PGM188
002900         FILE STATUS IS WS-FILE-STATUS2.                          PGM188
003000     SELECT OPTIONAL BF-FUEL-FILE                                 PGM188
003100         ASSIGN TO BFFUEL                                         PGM188
003200         ORGANIZATION IS INDEXED                                  PGM188
003300         ACCESS MODE IS DYNAMIC                                   PGM188
003400         RECORD KEY IS FL-KEY                                     PGM188
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM188
003600     SELECT KPI-TARGET-FILE                                       PGM188
003700         ASSIGN TO KPITGT                                         PGM188
003800         ORGANIZATION IS INDEXED                                  PGM188
003900         ACCESS MODE IS RANDOM                                    PGM188
004000         RECORD KEY IS KP-KEY                                     PGM188
004100         FILE STATUS IS WS-FILE-STATUS4.                          PGM188
004200     SELECT FUEL-REPORT-FILE                                      PGM188
004300         ASSIGN TO FUELRPT                                        PGM188
004400         ORGANIZATION IS SEQUENTIAL                               PGM188
004500         FILE STATUS IS WS-FILE-STATUS5.                          PGM188
004600*                                                                 PGM188
004700 DATA DIVISION.                                                   PGM188
004800 FILE SECTION.                                                    PGM188
004900 FD  FUEL-PARM-FILE.                                              PGM188
005000 01  FUEL-PARM-REC.                                               PGM188
005100     05 FP-REPORT-YYYYMM     PIC 9(06).                           PGM188
005200     05 FP-BF-NO             PIC X(03).                           PGM188
005300     05 FILLER               PIC X(11).                           PGM188
005400 FD  BF-OPER-FILE.                                                PGM188
005500 01  BF-OPER-REC.                                                 PGM188
005600     COPY CPYBFOP.                                                PGM188
005700 FD  BF-FUEL-FILE.                                                PGM188
005800 01  BF-FUEL-REC.                                                 PGM188
005900     COPY CPYBFFL.                                                PGM188
006000 FD  KPI-TARGET-FILE.                                             PGM188
006100 01  KPI-TARGET-REC.                                              PGM188
006200     COPY CPYKPIM.                                                PGM188
006300 FD  FUEL-REPORT-FILE.                                            PGM188
006400 01  FUEL-REPORT-REC         PIC X(132).                          PGM188
006500*                                                                 PGM188
006600 WORKING-STORAGE SECTION.                                         PGM188
006700 01  WS-FILE-STATUS         PIC XX.                               PGM188
006800 01  WS-FILE-STATUS2        PIC XX.                               PGM188
006900 01  WS-FILE-STATUS3        PIC XX.                               PGM188
007000 01  WS-FILE-STATUS4        PIC XX.                               PGM188
007100 01  WS-FILE-STATUS5        PIC XX.                               PGM188
007200 01  WS-ABEND-STATUS        PIC XX.                               PGM188
007300 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM188
007400     88 WS-EOF              VALUE 'Y'.                            PGM188
007500 01  WS-FL-EOF-FLAG         PIC X VALUE 'N'.                      PGM188
007600     88 WS-FL-EOF           VALUE 'Y'.                            PGM188
007700 01  WS-FUEL-READY-FLAG     PIC X VALUE 'N'.                      PGM188
007800     88 WS-FUEL-READY       VALUE 'Y'.                            PGM188
007900 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM188
008000 01  WS-REPORT-YYYYMM       PIC 9(06) VALUE ZEROS.                PGM188
008100 01  WS-SEL-BF-NO           PIC X(03) VALUE SPACES.               PGM188
008200 01  WS-CURRENT-BF          PIC X(03) VALUE SPACES.               PGM188
008300 01  WS-CURRENT-DATE        PIC 9(08) VALUE ZEROS.                PGM188
008400 01  WS-OPER-COUNT          PIC 9(07) VALUE ZEROS.                PGM188
008500 01  WS-DAY-COUNT           PIC 9(05) VALUE ZEROS.                PGM188
008600 01  WS-OVER-COUNT          PIC 9(05) VALUE ZEROS.                PGM188
008700*                                                                 PGM188
008800* 고로/일 누계                                                         PGM188
008900 01  WS-DAY-HM-QTY          PIC S9(9)V99 VALUE ZEROS.             PGM188
009000 01  WS-DAY-COKE-SUM        PIC 9(07)V99 VALUE ZEROS.             PGM188
009100 01  WS-DAY-COKE-CNT        PIC 9(05) VALUE ZEROS.                PGM188
009200 01  WS-DAY-COAL-QTY        PIC S9(9)V99 VALUE ZEROS.             PGM188
009300 01  WS-DAY-NUT-QTY         PIC S9(9)V99 VALUE ZEROS.             PGM188
009400 01  WS-DAY-INJ-SUM         PIC 9(05)V99 VALUE ZEROS.             PGM188
009500 01  WS-DAY-INJ-CNT         PIC 9(03) VALUE ZEROS.                PGM188
009600*                                                                 PGM188
009700* 고로 기간 누계 (코크스비는 용선 가중)                                          PGM188
009800 01  WS-BF-HM-QTY           PIC S9(11)V99 VALUE ZEROS.            PGM188
009900 01  WS-BF-COKE-KG          PIC S9(13)V99 VALUE ZEROS.            PGM188
010000 01  WS-BF-COAL-QTY         PIC S9(11)V99 VALUE ZEROS.            PGM188
010100 01  WS-BF-NUT-QTY          PIC S9(11)V99 VALUE ZEROS.            PGM188
010200 01  WS-BF-INJ-SUM          PIC 9(07)V99 VALUE ZEROS.             PGM188
010300 01  WS-BF-INJ-CNT          PIC 9(05) VALUE ZEROS.                PGM188
010400*                                                                 PGM188
010500* 연료비 계산 결과 (KG/T-HM)                                             PGM188
010600 01  WS-HM-QTY              PIC S9(11)V99 VALUE ZEROS.            PGM188
010700 01  WS-INJ-RATE            PIC 9(03)V99 VALUE ZEROS.             PGM188
010800 01  WS-PCI-RATE            PIC S9(5)V9 VALUE ZEROS.              PGM188
010900 01  WS-COKE-RATE           PIC S9(5)V9 VALUE ZEROS.              PGM188
011000 01  WS-NUT-RATE            PIC S9(5)V9 VALUE ZEROS.              PGM188
011100 01  WS-FUEL-RATE           PIC S9(5)V9 VALUE ZEROS.              PGM188
011200 01  WS-FUEL-VAR            PIC S9(5)V9 VALUE ZEROS.              PGM188
011300 01  WS-TGT-PCI             PIC S9(7)V99 VALUE ZEROS.             PGM188
011400 01  WS-TGT-COKE            PIC S9(7)V99 VALUE ZEROS.             PGM188
011500 01  WS-TGT-NUT             PIC S9(7)V99 VALUE ZEROS.             PGM188
011600 01  WS-TGT-FUEL            PIC S9(7)V99 VALUE ZEROS.             PGM188
011700 01  WS-LK-KPI-CD           PIC X(04).                            PGM188
011800 01  WS-LK-TARGET           PIC S9(7)V99 VALUE ZEROS.             PGM188
011900*                                                                 PGM188
012000 01  WS-RPT-HEADER.                                               PGM188
012100     05 FILLER               PIC X(40) VALUE                      PGM188
012200             'PGM188 BLAST FURNACE FUEL RATE - MONTH  '.          PGM188
012300     05 RH-YYYYMM            PIC 9(06).                           PGM188
012400     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM188
012500     05 RH-RUN-DATE          PIC 9(08).                           PGM188
012600     05 FILLER               PIC X(68) VALUE SPACES.              PGM188
012700 01  WS-RPT-COLUMNS1.                                             PGM188
012800     05 FILLER               PIC X(44) VALUE                      PGM188
012900             'BF  OPER         HOT       INJ     PCI    PC'.      PGM188
013000     05 FILLER               PIC X(44) VALUE                      PGM188
013100             'I   COKE   COKE    NUT    NUT   FUEL   FUEL '.      PGM188
013200     05 FILLER               PIC X(44) VALUE                      PGM188
013300             '   FUEL EXCEPTIONS                          '.      PGM188
013400 01  WS-RPT-COLUMNS2.                                             PGM188
013500     05 FILLER               PIC X(44) VALUE                      PGM188
013600             'NO  DATE       METAL(T)    T/H    KG/T    TG'.      PGM188
013700     05 FILLER               PIC X(44) VALUE                      PGM188
013800             'T   KG/T    TGT   KG/T    TGT   KG/T    TGT '.      PGM188
013900     05 FILLER               PIC X(44) VALUE                      PGM188
014000             '   VAR                                      '.      PGM188
014100 01  WS-RPT-DETAIL.                                               PGM188
014200     05 RD-BF-NO             PIC X(03).                           PGM188
014300     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
014400     05 RD-DATE              PIC X(08).                           PGM188
014500     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
014600     05 RD-HM-QTY            PIC ZZ,ZZZ,ZZ9.9.                    PGM188
014700     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
014800     05 RD-INJ-RATE          PIC ZZ9.99.                          PGM188
014900     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
015000     05 RD-PCI-RATE          PIC ZZZ9.9.                          PGM188
015100     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
015200     05 RD-PCI-TGT           PIC ZZZ9.9.                          PGM188
015300     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
015400     05 RD-COKE-RATE         PIC ZZZ9.9.                          PGM188
015500     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
015600     05 RD-COKE-TGT          PIC ZZZ9.9.                          PGM188
015700     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
015800     05 RD-NUT-RATE          PIC ZZZ9.9.                          PGM188
015900     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
016000     05 RD-NUT-TGT           PIC ZZZ9.9.                          PGM188
016100     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
016200     05 RD-FUEL-RATE         PIC ZZZ9.9.                          PGM188
016300     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
016400     05 RD-FUEL-TGT          PIC ZZZ9.9.                          PGM188
016500     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
016600     05 RD-FUEL-VAR          PIC ZZZ9.9-.                         PGM188
016700     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
016800     05 RD-FLAG-PCI          PIC X(05).                           PGM188
016900     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
017000     05 RD-FLAG-COKE         PIC X(05).                           PGM188
017100     05 FILLER               PIC X(01) VALUE SPACE.               PGM188
017200     05 RD-FLAG-FUEL         PIC X(05).                           PGM188
017300     05 FILLER               PIC X(18) VALUE SPACES.              PGM188
017400 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM188
017500*                                                                 PGM188
017600 PROCEDURE DIVISION.                                              PGM188
017700*                                                                 PGM188
017800 0000-MAIN-PROCESS.                                               PGM188
017900     PERFORM 1000-INITIALIZE                                      PGM188
018000     PERFORM 2000-PROCESS-OPER                                    PGM188
018100         UNTIL WS-EOF                                             PGM188
018200     IF WS-CURRENT-BF NOT = SPACES                                PGM188
018300         PERFORM 3000-REPORT-FURNACE-DAY                          PGM188
018400         PERFORM 4000-REPORT-FURNACE-TOTAL                        PGM188
018500     END-IF                                                       PGM188
018600     PERFORM 9000-FINALIZE                                        PGM188
018700     GOBACK.                                                      PGM188
018800*                                                                 PGM188
018900* 대상월 기본값은 실행월(월중 누계)이고 고로 공백은 전 고로.                              PGM188
019000 1000-INITIALIZE.                                                 PGM188
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM188
019200     MOVE WS-RUN-DATE (1:6) TO WS-REPORT-YYYYMM                   PGM188
019300     OPEN INPUT FUEL-PARM-FILE                                    PGM188
019400     IF WS-FILE-STATUS = '00'                                     PGM188
019500         READ FUEL-PARM-FILE                                      PGM188
019600             AT END                                               PGM188
019700                 CONTINUE                                         PGM188
019800             NOT AT END                                           PGM188
019900                 IF FP-REPORT-YYYYMM NUMERIC                      PGM188
020000                     AND FP-REPORT-YYYYMM > 0                     PGM188
020100                     MOVE FP-REPORT-YYYYMM TO WS-REPORT-YYYYMM    PGM188
020200                 END-IF                                           PGM188
020300                 MOVE FP-BF-NO TO WS-SEL-BF-NO                    PGM188
020400         END-READ                                                 PGM188
020500         CLOSE FUEL-PARM-FILE                                     PGM188
020600     END-IF                                                       PGM188
020700     OPEN INPUT BF-OPER-FILE                                      PGM188
020800     IF WS-FILE-STATUS2 NOT = '00'                                PGM188
020900         DISPLAY 'BF OPER FILE OPEN ERROR: ' WS-FILE-STATUS2      PGM188
021000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM188
021100         PERFORM 9900-ABNORMAL-END                                PGM188
021200     END-IF                                                       PGM188
021300     OPEN INPUT BF-FUEL-FILE                                      PGM188
021400     IF WS-FILE-STATUS3 = '00'                                    PGM188
021500         SET WS-FUEL-READY TO TRUE                                PGM188
021600     ELSE                                                         PGM188
021700         DISPLAY 'BF FUEL FILE ABSENT - PCI/NUT COKE ZERO: '      PGM188
021800                 WS-FILE-STATUS3                                  PGM188
021900     END-IF                                                       PGM188
022000     OPEN INPUT KPI-TARGET-FILE                                   PGM188
022100     IF WS-FILE-STATUS4 NOT = '00'                                PGM188
022200         DISPLAY 'KPI TARGET OPEN ERROR: ' WS-FILE-STATUS4        PGM188
022300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM188
022400         PERFORM 9900-ABNORMAL-END                                PGM188
022500     END-IF                                                       PGM188
022600     OPEN OUTPUT FUEL-REPORT-FILE                                 PGM188
022700     IF WS-FILE-STATUS5 NOT = '00'                                PGM188
022800         DISPLAY 'FUEL REPORT OPEN ERROR: ' WS-FILE-STATUS5       PGM188
022900         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM188
023000         PERFORM 9900-ABNORMAL-END                                PGM188
023100     END-IF                                                       PGM188
023200     MOVE WS-REPORT-YYYYMM TO RH-YYYYMM                           PGM188
023300     MOVE WS-RUN-DATE      TO RH-RUN-DATE                         PGM188
023400     WRITE FUEL-REPORT-REC FROM WS-RPT-HEADER                     PGM188
023500     WRITE FUEL-REPORT-REC FROM WS-RPT-BLANK                      PGM188
023600     WRITE FUEL-REPORT-REC FROM WS-RPT-COLUMNS1                   PGM188
023700     WRITE FUEL-REPORT-REC FROM WS-RPT-COLUMNS2                   PGM188
023800     PERFORM 1100-READ-OPER.                                      PGM188
023900*                                                                 PGM188
024000 1100-READ-OPER.                                                  PGM188
024100     READ BF-OPER-FILE NEXT RECORD                                PGM188
024200         AT END SET WS-EOF TO TRUE                                PGM188
024300     END-READ.                                                    PGM188
024400*                                                                 PGM188
024500* 대상월/대상 고로의 조업만 모은다. 용선량은 출선('T') 실적의                            PGM188
024600* 출선량, 코크스비는 값이 있는 조업 기록의 평균(KPI 스코어                              PGM188
024700* 카드와 같은 기준)이다.                                                   PGM188
024800 2000-PROCESS-OPER.                                               PGM188
024900     IF BO-OPER-DATE (1:6) = WS-REPORT-YYYYMM                     PGM188
025000         AND (WS-SEL-BF-NO = SPACES                               PGM188
025100              OR BO-BF-NO = WS-SEL-BF-NO)                         PGM188
025200         PERFORM 2100-ACCUMULATE-OPER                             PGM188
025300     END-IF                                                       PGM188
025400     PERFORM 1100-READ-OPER.                                      PGM188
025500*                                                                 PGM188
025600 2100-ACCUMULATE-OPER.                                            PGM188
025700     ADD 1 TO WS-OPER-COUNT                                       PGM188
025800     IF BO-BF-NO NOT = WS-CURRENT-BF                              PGM188
025900         OR BO-OPER-DATE NOT = WS-CURRENT-DATE                    PGM188
026000         IF WS-CURRENT-BF NOT = SPACES                            PGM188
026100             PERFORM 3000-REPORT-FURNACE-DAY                      PGM188
026200         END-IF                                                   PGM188
026300         IF BO-BF-NO NOT = WS-CURRENT-BF                          PGM188
026400             AND WS-CURRENT-BF NOT = SPACES                       PGM188
026500             PERFORM 4000-REPORT-FURNACE-TOTAL                    PGM188
026600         END-IF                                                   PGM188
026700         MOVE BO-BF-NO     TO WS-CURRENT-BF                       PGM188
026800         MOVE BO-OPER-DATE TO WS-CURRENT-DATE                     PGM188
026900     END-IF                                                       PGM188
027000     IF BO-TAPPING                                                PGM188
027100         ADD BO-TAP-QTY TO WS-DAY-HM-QTY                          PGM188
027200     END-IF                                                       PGM188
027300     IF BO-COKE-RATE > 0                                          PGM188
027400         ADD BO-COKE-RATE TO WS-DAY-COKE-SUM                      PGM188
027500         ADD 1 TO WS-DAY-COKE-CNT                                 PGM188
027600     END-IF.                                                      PGM188
027700*                                                                 PGM188
027800 3000-REPORT-FURNACE-DAY.                                         PGM188
027900     ADD 1 TO WS-DAY-COUNT                                        PGM188
028000     PERFORM 3100-COLLECT-DAY-FUEL                                PGM188
028100     MOVE WS-DAY-HM-QTY TO WS-HM-QTY                              PGM188
028200     MOVE ZEROS TO WS-COKE-RATE                                   PGM188
028300     IF WS-DAY-COKE-CNT > 0                                       PGM188
028400         COMPUTE WS-COKE-RATE ROUNDED =                           PGM188
028500             WS-DAY-COKE-SUM / WS-DAY-COKE-CNT                    PGM188
028600     END-IF                                                       PGM188
028700     MOVE ZEROS TO WS-INJ-RATE                                    PGM188
028800     IF WS-DAY-INJ-CNT > 0                                        PGM188
028900         COMPUTE WS-INJ-RATE ROUNDED =                            PGM188
029000             WS-DAY-INJ-SUM / WS-DAY-INJ-CNT                      PGM188
029100     END-IF                                                       PGM188
029200     PERFORM 5000-COMPUTE-RATES                                   PGM188
029300     MOVE WS-CURRENT-BF   TO RD-BF-NO                             PGM188
029400     MOVE WS-CURRENT-DATE TO RD-DATE                              PGM188
029500     PERFORM 5200-EDIT-AND-WRITE                                  PGM188
029600     ADD WS-DAY-HM-QTY   TO WS-BF-HM-QTY                          PGM188
029700     COMPUTE WS-BF-COKE-KG = WS-BF-COKE-KG                        PGM188
029800         + WS-COKE-RATE * WS-DAY-HM-QTY                           PGM188
029900     ADD WS-DAY-COAL-QTY TO WS-BF-COAL-QTY                        PGM188
030000     ADD WS-DAY-NUT-QTY  TO WS-BF-NUT-QTY                         PGM188
030100     ADD WS-DAY-INJ-SUM  TO WS-BF-INJ-SUM                         PGM188
030200     ADD WS-DAY-INJ-CNT  TO WS-BF-INJ-CNT                         PGM188
030300     MOVE ZEROS TO WS-DAY-HM-QTY                                  PGM188
030400                   WS-DAY-COKE-SUM                                PGM188
030500                   WS-DAY-COKE-CNT                                PGM188
030600                   WS-DAY-COAL-QTY                                PGM188
030700                   WS-DAY-NUT-QTY                                 PGM188
030800                   WS-DAY-INJ-SUM                                 PGM188
030900                   WS-DAY-INJ-CNT.                                PGM188
031000*                                                                 PGM188
031100* 한 고로/일자의 근무조별 연료 실적을 모은다.                                       PGM188
031200 3100-COLLECT-DAY-FUEL.                                           PGM188
031300     IF WS-FUEL-READY                                             PGM188
031400         MOVE 'N' TO WS-FL-EOF-FLAG                               PGM188
031500         MOVE WS-CURRENT-BF   TO FL-BF-NO                         PGM188
031600         MOVE WS-CURRENT-DATE TO FL-OPER-DATE                     PGM188
031700         MOVE LOW-VALUES      TO FL-SHIFT-CD                      PGM188
031800         START BF-FUEL-FILE KEY >= FL-KEY                         PGM188
031900             INVALID KEY                                          PGM188
032000                 SET WS-FL-EOF TO TRUE                            PGM188
032100         END-START                                                PGM188
032200         PERFORM 3110-READ-ONE-SHIFT                              PGM188
032300             UNTIL WS-FL-EOF                                      PGM188
032400     END-IF.                                                      PGM188
032500*                                                                 PGM188
032600 3110-READ-ONE-SHIFT.                                             PGM188
032700     READ BF-FUEL-FILE NEXT RECORD                                PGM188
032800         AT END                                                   PGM188
032900             SET WS-FL-EOF TO TRUE                                PGM188
033000         NOT AT END                                               PGM188
033100             IF FL-BF-NO NOT = WS-CURRENT-BF                      PGM188
033200                 OR FL-OPER-DATE NOT = WS-CURRENT-DATE            PGM188
033300                 SET WS-FL-EOF TO TRUE                            PGM188
033400             ELSE                                                 PGM188
033500                 ADD FL-PCI-COAL-QTY TO WS-DAY-COAL-QTY           PGM188
033600                 ADD FL-NUT-COKE-QTY TO WS-DAY-NUT-QTY            PGM188
033700                 IF FL-INJ-RATE > 0                               PGM188
033800                     ADD FL-INJ-RATE TO WS-DAY-INJ-SUM            PGM188
033900                     ADD 1 TO WS-DAY-INJ-CNT                      PGM188
034000                 END-IF                                           PGM188
034100             END-IF                                               PGM188
034200     END-READ.                                                    PGM188
034300*                                                                 PGM188
034400* 고로 기간 합계: 연료비는 기간 용선량 기준, 코크스비는 용선                              PGM188
034500* 가중 평균이다.                                                        PGM188
034600 4000-REPORT-FURNACE-TOTAL.                                       PGM188
034700     MOVE WS-BF-HM-QTY   TO WS-HM-QTY                             PGM188
034800     MOVE WS-BF-COAL-QTY TO WS-DAY-COAL-QTY                       PGM188
034900     MOVE WS-BF-NUT-QTY  TO WS-DAY-NUT-QTY                        PGM188
035000     MOVE ZEROS TO WS-COKE-RATE                                   PGM188
035100     IF WS-BF-HM-QTY > 0                                          PGM188
035200         COMPUTE WS-COKE-RATE ROUNDED =                           PGM188
035300             WS-BF-COKE-KG / WS-BF-HM-QTY                         PGM188
035400     END-IF                                                       PGM188
035500     MOVE ZEROS TO WS-INJ-RATE                                    PGM188
035600     IF WS-BF-INJ-CNT > 0                                         PGM188
035700         COMPUTE WS-INJ-RATE ROUNDED =                            PGM188
035800             WS-BF-INJ-SUM / WS-BF-INJ-CNT                        PGM188
035900     END-IF                                                       PGM188
036000     PERFORM 5000-COMPUTE-RATES                                   PGM188
036100     MOVE WS-CURRENT-BF TO RD-BF-NO                               PGM188
036200     MOVE 'MONTH'       TO RD-DATE                                PGM188
036300     PERFORM 5200-EDIT-AND-WRITE                                  PGM188
036400     WRITE FUEL-REPORT-REC FROM WS-RPT-BLANK                      PGM188
036500     MOVE ZEROS TO WS-BF-HM-QTY                                   PGM188
036600                   WS-BF-COKE-KG                                  PGM188
036700                   WS-BF-COAL-QTY                                 PGM188
036800                   WS-BF-NUT-QTY                                  PGM188
036900                   WS-BF-INJ-SUM                                  PGM188
037000                   WS-BF-INJ-CNT                                  PGM188
037100                   WS-DAY-COAL-QTY                                PGM188
037200                   WS-DAY-NUT-QTY.                                PGM188
037300*                                                                 PGM188
037400* 미분탄/너트코크스 톤을 용선 톤당 KG으로 환산하고 목표를                                PGM188
037500* 읽는다. 용선이 없으면 비율은 0이다.                                           PGM188
037600 5000-COMPUTE-RATES.                                              PGM188
037700     MOVE ZEROS TO WS-PCI-RATE WS-NUT-RATE                        PGM188
037800     IF WS-HM-QTY > 0                                             PGM188
037900         COMPUTE WS-PCI-RATE ROUNDED =                            PGM188
038000             WS-DAY-COAL-QTY * 1000 / WS-HM-QTY                   PGM188
038100         COMPUTE WS-NUT-RATE ROUNDED =                            PGM188
038200             WS-DAY-NUT-QTY * 1000 / WS-HM-QTY                    PGM188
038300     END-IF                                                       PGM188
038400     COMPUTE WS-FUEL-RATE =                                       PGM188
038500         WS-COKE-RATE + WS-PCI-RATE + WS-NUT-RATE                 PGM188
038600     MOVE 'PCI ' TO WS-LK-KPI-CD                                  PGM188
038700     PERFORM 5100-READ-TARGET                                     PGM188
038800     MOVE WS-LK-TARGET TO WS-TGT-PCI                              PGM188
038900     MOVE 'COKE' TO WS-LK-KPI-CD                                  PGM188
039000     PERFORM 5100-READ-TARGET                                     PGM188
039100     MOVE WS-LK-TARGET TO WS-TGT-COKE                             PGM188
039200     MOVE 'NUTC' TO WS-LK-KPI-CD                                  PGM188
039300     PERFORM 5100-READ-TARGET                                     PGM188
039400     MOVE WS-LK-TARGET TO WS-TGT-NUT                              PGM188
039500     MOVE 'FUEL' TO WS-LK-KPI-CD                                  PGM188
039600     PERFORM 5100-READ-TARGET                                     PGM188
039700     MOVE WS-LK-TARGET TO WS-TGT-FUEL.                            PGM188
039800*                                                                 PGM188
039900 5100-READ-TARGET.                                                PGM188
040000     MOVE ZEROS            TO WS-LK-TARGET                        PGM188
040100     MOVE WS-LK-KPI-CD     TO KP-KPI-CD                           PGM188
040200     MOVE SPACES           TO KP-SCOPE-CD                         PGM188
040300     MOVE WS-CURRENT-BF    TO KP-SCOPE-CD (1:3)                   PGM188
040400     MOVE WS-REPORT-YYYYMM TO KP-YYYYMM                           PGM188
040500     READ KPI-TARGET-FILE                                         PGM188
040600         INVALID KEY                                              PGM188
040700             CONTINUE                                             PGM188
040800         NOT INVALID KEY                                          PGM188
040900             MOVE KP-TARGET-VAL TO WS-LK-TARGET                   PGM188
041000     END-READ.                                                    PGM188
041100*                                                                 PGM188
041200* 판정: PCI는 목표 미달, 코크스/합계 연료비는 목표 초과가                              PGM188
041300* 예외다. 목표가 없는 항목은 판정하지 않는다.                                       PGM188
041400 5200-EDIT-AND-WRITE.                                             PGM188
041500     MOVE WS-HM-QTY    TO RD-HM-QTY                               PGM188
041600     MOVE WS-INJ-RATE  TO RD-INJ-RATE                             PGM188
041700     MOVE WS-PCI-RATE  TO RD-PCI-RATE                             PGM188
041800     MOVE WS-TGT-PCI   TO RD-PCI-TGT                              PGM188
041900     MOVE WS-COKE-RATE TO RD-COKE-RATE                            PGM188
042000     MOVE WS-TGT-COKE  TO RD-COKE-TGT                             PGM188
042100     MOVE WS-NUT-RATE  TO RD-NUT-RATE                             PGM188
042200     MOVE WS-TGT-NUT   TO RD-NUT-TGT                              PGM188
042300     MOVE WS-FUEL-RATE TO RD-FUEL-RATE                            PGM188
042400     MOVE WS-TGT-FUEL  TO RD-FUEL-TGT                             PGM188
042500     MOVE ZEROS  TO WS-FUEL-VAR                                   PGM188
042600     MOVE SPACES TO RD-FLAG-PCI RD-FLAG-COKE RD-FLAG-FUEL         PGM188
042700     IF WS-TGT-PCI > 0 AND WS-PCI-RATE < WS-TGT-PCI               PGM188
042800         MOVE 'PCI-' TO RD-FLAG-PCI                               PGM188
042900     END-IF                                                       PGM188
043000     IF WS-TGT-COKE > 0 AND WS-COKE-RATE > WS-TGT-COKE            PGM188
043100         MOVE 'COKE+' TO RD-FLAG-COKE                             PGM188
043200     END-IF                                                       PGM188
043300     IF WS-TGT-FUEL > 0                                           PGM188
043400         COMPUTE WS-FUEL-VAR = WS-FUEL-RATE - WS-TGT-FUEL         PGM188
043500         IF WS-FUEL-RATE > WS-TGT-FUEL                            PGM188
043600             MOVE 'FUEL+' TO RD-FLAG-FUEL                         PGM188
043700             ADD 1 TO WS-OVER-COUNT                               PGM188
043800         END-IF                                                   PGM188
043900     END-IF                                                       PGM188
044000     MOVE WS-FUEL-VAR TO RD-FUEL-VAR                              PGM188
044100     WRITE FUEL-REPORT-REC FROM WS-RPT-DETAIL.                    PGM188
044200*                                                                 PGM188
044300 9000-FINALIZE.                                                   PGM188
044400     CLOSE BF-OPER-FILE                                           PGM188
044500     IF WS-FUEL-READY                                             PGM188
044600         CLOSE BF-FUEL-FILE                                       PGM188
044700     END-IF                                                       PGM188
044800     CLOSE KPI-TARGET-FILE                                        PGM188
044900     CLOSE FUEL-REPORT-FILE                                       PGM188
045000     DISPLAY 'PGM188 COMPLETED: ' WS-OPER-COUNT ' OPER RECS, '    PGM188
045100             WS-DAY-COUNT ' FURNACE-DAYS, ' WS-OVER-COUNT         PGM188
045200             ' OVER FUEL TARGET'                                  PGM188
045300     IF WS-OVER-COUNT > 0                                         PGM188
045400         MOVE 4 TO RETURN-CODE                                    PGM188
045500     END-IF.                                                      PGM188
045600*                                                                 PGM188
045700 9750-DIAGNOSE-FILE-STATUS.                                       PGM188
045800     EVALUATE WS-ABEND-STATUS                                     PGM188
045900         WHEN '10'                                                PGM188
046000             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM188
046100             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM188
046200         WHEN '23'                                                PGM188
046300             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM188
046400             DISPLAY '  AND RETRY THE REQUEST'                    PGM188
046500         WHEN '35'                                                PGM188
046600             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM188
046700             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM188
046800         WHEN '37'                                                PGM188
046900             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM188
047000             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM188
047100         WHEN '39'                                                PGM188
047200             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM188
047300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM188
047400         WHEN '41'                                                PGM188
047500             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM188
047600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM188
047700         WHEN '42'                                                PGM188
047800             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM188
047900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM188
048000         WHEN '46'                                                PGM188
048100             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM188
048200             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM188
048300         WHEN OTHER                                               PGM188
048400             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM188
048500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM188
048600     END-EVALUATE.                                                PGM188
048700*                                                                 PGM188
048800 9900-ABNORMAL-END.                                               PGM188
048900     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM188
049000     DISPLAY 'PGM188 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM188
049100     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM188
049200     MOVE 16 TO RETURN-CODE                                       PGM188
049300     GOBACK.                                                      PGM188
049400                                                                  PGM188
