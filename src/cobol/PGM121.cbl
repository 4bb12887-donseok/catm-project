000900*            전월 실적을 산출하여 목표 대비/전월 대비 한 장으로                        PGM121
001000*            보고한다. 미달 KPI는 MISS로 표시하고 RC 4.                       PGM121
001100*            KPI: YLD 수율%, DEF 불량율%, COKE 코크스비,                   PGM121
001200*            OEE 가동률%, ACH 계획달성율%, PCI 미분탄비,                      PGM121
001200*            NUTC 너트코크스비, FUEL 합계 연료비(KG/T-HM).                   PGM121
001300* =========================================================       PGM121
001400*                                                                 PGM121
001500 ENVIRONMENT DIVISION.                                            PGM121
004400         ACCESS MODE IS DYNAMIC                                   PGM121
004500         RECORD KEY IS PP-KEY                                     PGM121
004600         FILE STATUS IS WS-FILE-STATUS6.                          PGM121
004600     SELECT OPTIONAL BF-FUEL-FILE                                 PGM121
004600         ASSIGN TO BFFUEL                                         PGM121
004600         ORGANIZATION IS INDEXED                                  PGM121
004600         ACCESS MODE IS SEQUENTIAL                                PGM121
004600         RECORD KEY IS FL-KEY                                     PGM121
004600         FILE STATUS IS WS-FILE-STATUS8.                          PGM121
004700     SELECT SCORECARD-FILE                                        PGM121
004800         ASSIGN TO KPISCORE                                       PGM121
004900         ORGANIZATION IS SEQUENTIAL                               PGM121
007000 FD  PROD-PLAN-FILE.                                              PGM121
007100 01  PROD-PLAN-REC.                                               PGM121
007200     COPY CPYPPLAN.                                               PGM121
007200 FD  BF-FUEL-FILE.                                                PGM121
007200 01  BF-FUEL-REC.                                                 PGM121
007200     COPY CPYBFFL.                                                PGM121
007300 FD  SCORECARD-FILE.                                              PGM121
007400 01  SCORECARD-REC           PIC X(132).                          PGM121
007500*                                                                 PGM121
008100 01  WS-FILE-STATUS5        PIC XX.                               PGM121
008200 01  WS-FILE-STATUS6        PIC XX.                               PGM121
008300 01  WS-FILE-STATUS7        PIC XX.                               PGM121
008300 01  WS-FILE-STATUS8        PIC XX.                               PGM121
008400 01  WS-ABEND-STATUS        PIC XX.                               PGM121
008500 01  WS-KP-EOF-FLAG         PIC X VALUE 'N'.                      PGM121
008600     88 WS-KP-EOF           VALUE 'Y'.                            PGM121
010200 01  WS-PLAN-QTY            PIC S9(11)V99 VALUE ZEROS.            PGM121
010300 01  WS-COKE-SUM            PIC 9(09)V99 VALUE ZEROS.             PGM121
010400 01  WS-COKE-CNT            PIC 9(05) VALUE ZEROS.                PGM121
010400 01  WS-HM-QTY              PIC S9(11)V99 VALUE ZEROS.            PGM121
010400 01  WS-COAL-QTY            PIC S9(11)V99 VALUE ZEROS.            PGM121
010400 01  WS-NUT-QTY             PIC S9(11)V99 VALUE ZEROS.            PGM121
010400 01  WS-PCI-RATE            PIC S9(7)V99 VALUE ZEROS.             PGM121
010400 01  WS-NUT-RATE            PIC S9(7)V99 VALUE ZEROS.             PGM121
010500 01  WS-DOWN-MINS           PIC 9(07) VALUE ZEROS.                PGM121
010600 01  WS-MONTH-MINUTES       PIC 9(07) VALUE 0043200.              PGM121
010700*                                                                 PGM121
023000                 COMPUTE WS-ACTUAL-VAL ROUNDED =                  PGM121
023100                     WS-COKE-SUM / WS-COKE-CNT                    PGM121
023200             END-IF                                               PGM121
023200         WHEN 'PCI '                                              PGM121
023200         WHEN 'NUTC'                                              PGM121
023200         WHEN 'FUEL'                                              PGM121
023200             PERFORM 3200-SCAN-BF-OPER                            PGM121
023200             PERFORM 3500-SCAN-BF-FUEL                            PGM121
023200             PERFORM 3550-COMPUTE-FUEL-RATES                      PGM121
023300         WHEN 'OEE '                                              PGM121
023400             PERFORM 3300-SCAN-DOWNTIME                           PGM121
023500             COMPUTE WS-ACTUAL-VAL ROUNDED =                      PGM121
027600     END-READ.                                                    PGM121
027700*                                                                 PGM121
027800 3200-SCAN-BF-OPER.                                               PGM121
027900     MOVE ZEROS TO WS-COKE-SUM WS-COKE-CNT WS-HM-QTY              PGM121
028000     MOVE 'N' TO WS-SRC-EOF-FLAG                                  PGM121
028100     OPEN INPUT BF-OPER-FILE                                      PGM121
028200     IF WS-FILE-STATUS4 = '00' OR WS-FILE-STATUS4 = '05'          PGM121
029500                 AND BO-COKE-RATE > 0                             PGM121
029600                 ADD BO-COKE-RATE TO WS-COKE-SUM                  PGM121
029700                 ADD 1 TO WS-COKE-CNT                             PGM121
029700             END-IF                                               PGM121
029700             IF BO-OPER-DATE (1:6) = WS-CALC-YYYYMM               PGM121
029700                 AND BO-BF-NO = KP-SCOPE-CD (1:3)                 PGM121
029700                 AND BO-TAPPING                                   PGM121
029700                 ADD BO-TAP-QTY TO WS-HM-QTY                      PGM121
029800             END-IF                                               PGM121
029900     END-READ.                                                    PGM121
030000*                                                                 PGM121
034600             END-IF                                               PGM121
034700     END-READ.                                                    PGM121
034800*                                                                 PGM121
034800* 연료 실적(PGM188/PGM189)의 미분탄/너트코크스 톤을 용선 톤당                        PGM121
034800* KG으로 환산한다.                                                      PGM121
034800 3500-SCAN-BF-FUEL.                                               PGM121
034800     MOVE ZEROS TO WS-COAL-QTY WS-NUT-QTY                         PGM121
034800     MOVE 'N' TO WS-SRC-EOF-FLAG                                  PGM121
034800     OPEN INPUT BF-FUEL-FILE                                      PGM121
034800     IF WS-FILE-STATUS8 = '00'                                    PGM121
034800         PERFORM 3510-SCAN-ONE-FUEL                               PGM121
034800             UNTIL WS-SRC-EOF                                     PGM121
034800         CLOSE BF-FUEL-FILE                                       PGM121
034800     END-IF.                                                      PGM121
034800*                                                                 PGM121
034800 3510-SCAN-ONE-FUEL.                                              PGM121
034800     READ BF-FUEL-FILE NEXT RECORD                                PGM121
034800         AT END                                                   PGM121
034800             SET WS-SRC-EOF TO TRUE                               PGM121
034800         NOT AT END                                               PGM121
034800             IF FL-OPER-DATE (1:6) = WS-CALC-YYYYMM               PGM121
034800                 AND FL-BF-NO = KP-SCOPE-CD (1:3)                 PGM121
034800                 ADD FL-PCI-COAL-QTY TO WS-COAL-QTY               PGM121
034800                 ADD FL-NUT-COKE-QTY TO WS-NUT-QTY                PGM121
034800             END-IF                                               PGM121
034800     END-READ.                                                    PGM121
034800*                                                                 PGM121
034800 3550-COMPUTE-FUEL-RATES.                                         PGM121
034800     MOVE ZEROS TO WS-PCI-RATE WS-NUT-RATE                        PGM121
034800     IF WS-HM-QTY > 0                                             PGM121
034800         COMPUTE WS-PCI-RATE ROUNDED =                            PGM121
034800             WS-COAL-QTY * 1000 / WS-HM-QTY                       PGM121
034800         COMPUTE WS-NUT-RATE ROUNDED =                            PGM121
034800             WS-NUT-QTY * 1000 / WS-HM-QTY                        PGM121
034800     END-IF                                                       PGM121
034800     EVALUATE KP-KPI-CD                                           PGM121
034800         WHEN 'PCI '                                              PGM121
034800             MOVE WS-PCI-RATE TO WS-ACTUAL-VAL                    PGM121
034800         WHEN 'NUTC'                                              PGM121
034800             MOVE WS-NUT-RATE TO WS-ACTUAL-VAL                    PGM121
034800         WHEN OTHER                                               PGM121
034800             MOVE ZEROS TO WS-ACTUAL-VAL                          PGM121
034800             IF WS-COKE-CNT > 0                                   PGM121
034800                 COMPUTE WS-ACTUAL-VAL ROUNDED =                  PGM121
034800                     WS-COKE-SUM / WS-COKE-CNT                    PGM121
034800             END-IF                                               PGM121
034800             ADD WS-PCI-RATE WS-NUT-RATE TO WS-ACTUAL-VAL         PGM121
034800     END-EVALUATE.                                                PGM121
034800*                                                                 PGM121
034900* 미달 판정: YLD/OEE/ACH/PCI/NUTC는 목표 미만, DEF/COKE/FUEL은              PGM121
034900* 목표 초과가                                                          PGM121
035000* 미달이다.                                                           PGM121
035100 4000-JUDGE-MISS.                                                 PGM121
035200     MOVE SPACES TO RD-FLAG                                       PGM121
035300     EVALUATE KP-KPI-CD                                           PGM121
035400         WHEN 'DEF '                                              PGM121
035500         WHEN 'COKE'                                              PGM121
035500         WHEN 'FUEL'                                              PGM121
035600             IF WS-ACTUAL-VAL > KP-TARGET-VAL                     PGM121
035700                 MOVE 'MISS' TO RD-FLAG                           PGM121
035800                 ADD 1 TO WS-MISS-COUNT                           PGM121
