000700* 처리내용  : 라인/일자/근무조별 작업자 배치와 근무시간을                                PGM090
000800*            등록/정정/삭제한다. 작업자는 인사 마스터에서                            PGM090
000900*            재직(A) 여부를 검증한다.                                      PGM090
000900*            등록/정정 시 작업자의 모든 라인 근무로 근무일                           PGM090
000900*            포함 7일 누계(주 한도)와 앞뒤 근무와의 휴식시간을                        PGM090
000900*            점검한다(한도는 WKHPARM/CPYWHPR). 위반이면 재직                   PGM090
000900*            감독자의 소명을 받아 WKHJUST(CPYWHJS)에 남기고                    PGM090
000900*            소명이 없으면 입력을 거부한다. J는 야간 점검                           PGM090
000900*            (PGM219)에서 보고된 기존 근무의 위반을 소명한다.                      PGM090
001000* =========================================================       PGM090
001100*                                                                 PGM090
001200 ENVIRONMENT DIVISION.                                            PGM090
001600     SELECT CREW-ROSTER-FILE                                      PGM090
001700         ASSIGN TO CREWROST                                       PGM090
001800         ORGANIZATION IS INDEXED                                  PGM090
001900         ACCESS MODE IS DYNAMIC                                   PGM090
002000         RECORD KEY IS CR-KEY                                     PGM090
002100         FILE STATUS IS WS-FILE-STATUS.                           PGM090
002200     SELECT PERSONNEL-FILE                                        PGM090
002500         ACCESS MODE IS RANDOM                                    PGM090
002600         RECORD KEY IS PE-USER-ID                                 PGM090
002700         FILE STATUS IS WS-FILE-STATUS2.                          PGM090
002700     SELECT OPTIONAL WKH-PARM-FILE                                PGM090
002700         ASSIGN TO WKHPARM                                        PGM090
002700         ORGANIZATION IS SEQUENTIAL                               PGM090
002700         FILE STATUS IS WS-FILE-STATUS3.                          PGM090
002700     SELECT OPTIONAL WKH-JUST-FILE                                PGM090
002700         ASSIGN TO WKHJUST                                        PGM090
002700         ORGANIZATION IS INDEXED                                  PGM090
002700         ACCESS MODE IS RANDOM                                    PGM090
002700         RECORD KEY IS WJ-KEY                                     PGM090
002700         FILE STATUS IS WS-FILE-STATUS4.                          PGM090
002800*                                                                 PGM090
002900 DATA DIVISION.                                                   PGM090
003000 FILE SECTION.                                                    PGM090
003400 FD  PERSONNEL-FILE.                                              PGM090
003500 01  PERSONNEL-REC.                                               PGM090
003600     COPY CPYPERS.                                                PGM090
003600 FD  WKH-PARM-FILE.                                               PGM090
003600 01  WKH-PARM-REC.                                                PGM090
003600     COPY CPYWHPR.                                                PGM090
003600 FD  WKH-JUST-FILE.                                               PGM090
003600 01  WKH-JUST-REC.                                                PGM090
003600     COPY CPYWHJS.                                                PGM090
003700*                                                                 PGM090
003800 WORKING-STORAGE SECTION.                                         PGM090
003900 01  WS-FILE-STATUS         PIC XX.                               PGM090
004000 01  WS-FILE-STATUS2        PIC XX.                               PGM090
004000 01  WS-FILE-STATUS3        PIC XX.                               PGM090
004000 01  WS-FILE-STATUS4        PIC XX.                               PGM090
004100 01  WS-ABEND-STATUS        PIC XX.                               PGM090
004200 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM090
004300     88 WS-EXIT             VALUE 'Y'.                            PGM090
004500     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM090
004600     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM090
004700     88 WS-DELETE-ACTION    VALUE 'D' 'd'.                        PGM090
004700     88 WS-JUSTIFY-ACTION   VALUE 'J' 'j'.                        PGM090
004800     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM090
004900 01  WS-ROST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM090
005000     88 WS-ROST-FOUND       VALUE 'Y'.                            PGM090
005800 01  WS-ENT-WORKER          PIC X(10).                            PGM090
005900 01  WS-ENT-HOURS           PIC 9(02)V9.                          PGM090
006000 01  WS-ENT-USER            PIC X(10).                            PGM090
006000 01  WS-ENT-SUPV            PIC X(10).                            PGM090
006000 01  WS-ENT-JUSTIFY         PIC X(40).                            PGM090
006000 01  WS-TODAY               PIC 9(08).                            PGM090
006000 01  WS-ROST-EOF-FLAG       PIC X VALUE 'N'.                      PGM090
006000     88 WS-ROST-EOF         VALUE 'Y'.                            PGM090
006000 01  WS-HOURS-OK-FLAG       PIC X VALUE 'Y'.                      PGM090
006000     88 WS-HOURS-ACCEPTED   VALUE 'Y'.                            PGM090
006000 01  WS-WK-BREACH-FLAG      PIC X VALUE 'N'.                      PGM090
006000     88 WS-WK-BREACH        VALUE 'Y'.                            PGM090
006000 01  WS-RS-PREV-FLAG        PIC X VALUE 'N'.                      PGM090
006000     88 WS-RS-PREV-BREACH   VALUE 'Y'.                            PGM090
006000 01  WS-RS-NEXT-FLAG        PIC X VALUE 'N'.                      PGM090
006000     88 WS-RS-NEXT-BREACH   VALUE 'Y'.                            PGM090
006000* 근로시간 한도 - WKHPARM 항목이 0보다 크면 대체                                 PGM090
006000 01  WS-WEEK-LIMIT-HRS      PIC 9(03)V9 VALUE 52.0.               PGM090
006000 01  WS-WARN-HRS            PIC 9(03)V9 VALUE 48.0.               PGM090
006000 01  WS-MIN-REST-HRS        PIC 9(02)V9 VALUE 11.0.               PGM090
006000 01  WS-MIN-REST-MIN        PIC 9(05).                            PGM090
006000 01  WS-SHIFT-START-TABLE.                                        PGM090
006000     05 WS-SHIFT-START-INIT.                                      PGM090
006000         10 FILLER           PIC 9(04) VALUE 0600.                PGM090
006000         10 FILLER           PIC 9(04) VALUE 1400.                PGM090
006000         10 FILLER           PIC 9(04) VALUE 2200.                PGM090
006000     05 WS-SHIFT-START-R REDEFINES WS-SHIFT-START-INIT.           PGM090
006000         10 WS-SHIFT-START   PIC 9(04) OCCURS 3 TIMES.            PGM090
006000 01  WS-SX                  PIC 9(01).                            PGM090
006000 01  WS-HHMM                PIC 9(04).                            PGM090
006000 01  WS-HH                  PIC 9(02).                            PGM090
006000 01  WS-MM                  PIC 9(02).                            PGM090
006000* 일련일수 계산 (그레고리력, 윤년 반영)                                          PGM090
006000 01  WS-CUM-DAYS-TABLE.                                           PGM090
006000     05 WS-CUM-DAYS-INIT    PIC X(36) VALUE                       PGM090
006000             '000031059090120151181212243273304334'.              PGM090
006000     05 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-INIT.                 PGM090
006000         10 WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.            PGM090
006000 01  WS-DN-DATE             PIC 9(08).                            PGM090
006000 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.                           PGM090
006000     05 WS-DN-YYYY          PIC 9(04).                            PGM090
006000     05 WS-DN-MM            PIC 9(02).                            PGM090
006000     05 WS-DN-DD            PIC 9(02).                            PGM090
006000 01  WS-DN-DAY-NO           PIC 9(07).                            PGM090
006000 01  WS-DN-Y1               PIC 9(04).                            PGM090
006000 01  WS-DN-Q4               PIC 9(04).                            PGM090
006000 01  WS-DN-Q100             PIC 9(04).                            PGM090
006000 01  WS-DN-Q400             PIC 9(04).                            PGM090
006000 01  WS-DN-R4               PIC 9(04).                            PGM090
006000 01  WS-DN-R100             PIC 9(04).                            PGM090
006000 01  WS-DN-R400             PIC 9(04).                            PGM090
006000* 입력 근무와 앞뒤 근무                                                    PGM090
006000 01  WS-ENT-DAY-NO          PIC 9(07).                            PGM090
006000 01  WS-ENT-START-MIN       PIC 9(10).                            PGM090
006000 01  WS-ENT-END-MIN         PIC 9(10).                            PGM090
006000 01  WS-SCAN-START-MIN      PIC 9(10).                            PGM090
006000 01  WS-SCAN-END-MIN        PIC 9(10).                            PGM090
006000 01  WS-WEEK-TOTAL          PIC 9(03)V9.                          PGM090
006000 01  WS-PREV-END-MIN        PIC 9(10).                            PGM090
006000 01  WS-PREV-REST-HRS       PIC S9(03)V9.                         PGM090
006000 01  WS-NEXT-START-MIN      PIC 9(10).                            PGM090
006000 01  WS-NEXT-REST-HRS       PIC S9(03)V9.                         PGM090
006000 01  WS-NEXT-PLANT          PIC X(04).                            PGM090
006000 01  WS-NEXT-LINE           PIC X(10).                            PGM090
006000 01  WS-NEXT-DATE           PIC 9(08).                            PGM090
006000 01  WS-NEXT-SHIFT          PIC X(01).                            PGM090
006000 01  WS-DISP-HOURS          PIC ZZ9.9-.                           PGM090
006000 01  WS-DISP-LIMIT          PIC ZZ9.9.                            PGM090
006100*                                                                 PGM090
006200 PROCEDURE DIVISION.                                              PGM090
006300*                                                                 PGM090
006900     STOP RUN.                                                    PGM090
007000*                                                                 PGM090
007100 1000-INITIALIZE.                                                 PGM090
007100     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM090
007100     PERFORM 1100-LOAD-HOURS-PARM                                 PGM090
007200     OPEN I-O CREW-ROSTER-FILE                                    PGM090
007300     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM090
007400         DISPLAY 'ROSTER FILE OPEN ERROR: ' WS-FILE-STATUS        PGM090
008000         DISPLAY 'PERSONNEL OPEN ERROR: ' WS-FILE-STATUS2         PGM090
008100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM090
008200         PERFORM 9900-ABNORMAL-END                                PGM090
008200     END-IF                                                       PGM090
008200     OPEN I-O WKH-JUST-FILE                                       PGM090
008200     IF WS-FILE-STATUS4 NOT = '00' AND WS-FILE-STATUS4 NOT = '05' PGM090
008200         DISPLAY 'JUSTIFICATION FILE OPEN ERROR: ' WS-FILE-STATUS4PGM090
008200         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM090
008200         PERFORM 9900-ABNORMAL-END                                PGM090
008300     END-IF.                                                      PGM090
008300*                                                                 PGM090
008300 1100-LOAD-HOURS-PARM.                                            PGM090
008300     MOVE SPACES TO WKH-PARM-REC                                  PGM090
008300     OPEN INPUT WKH-PARM-FILE                                     PGM090
008300     IF WS-FILE-STATUS3 = '00'                                    PGM090
008300         READ WKH-PARM-FILE                                       PGM090
008300             AT END                                               PGM090
008300                 MOVE SPACES TO WKH-PARM-REC                      PGM090
008300         END-READ                                                 PGM090
008300         CLOSE WKH-PARM-FILE                                      PGM090
008300     END-IF                                                       PGM090
008300     IF WHP-WEEK-LIMIT-HRS NUMERIC AND WHP-WEEK-LIMIT-HRS > 0     PGM090
008300         MOVE WHP-WEEK-LIMIT-HRS TO WS-WEEK-LIMIT-HRS             PGM090
008300     END-IF                                                       PGM090
008300     IF WHP-WARN-HRS NUMERIC AND WHP-WARN-HRS > 0                 PGM090
008300         MOVE WHP-WARN-HRS TO WS-WARN-HRS                         PGM090
008300     END-IF                                                       PGM090
008300     IF WHP-MIN-REST-HRS NUMERIC AND WHP-MIN-REST-HRS > 0         PGM090
008300         MOVE WHP-MIN-REST-HRS TO WS-MIN-REST-HRS                 PGM090
008300     END-IF                                                       PGM090
008300     PERFORM 1150-APPLY-SHIFT-START                               PGM090
008300         VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3                PGM090
008300     COMPUTE WS-MIN-REST-MIN = WS-MIN-REST-HRS * 60.              PGM090
008300*                                                                 PGM090
008300 1150-APPLY-SHIFT-START.                                          PGM090
008300     IF WHP-SHIFT-START (WS-SX) NUMERIC                           PGM090
008300         AND WHP-SHIFT-START (WS-SX) > 0                          PGM090
008300         AND WHP-SHIFT-START (WS-SX) < 2400                       PGM090
008300         MOVE WHP-SHIFT-START (WS-SX) TO WS-SHIFT-START (WS-SX)   PGM090
008300     END-IF.                                                      PGM090
008400*                                                                 PGM090
008500 2000-PROCESS-MAINTENANCE.                                        PGM090
008600     DISPLAY ' '                                                  PGM090
008700     DISPLAY '=== CREW ROSTER MAINTENANCE ==='                    PGM090
008800     DISPLAY 'A=ADD  C=CHANGE  D=DELETE  J=JUSTIFY  E=EXIT'       PGM090
008900     ACCEPT WS-ACTION-CHOICE                                      PGM090
009000     IF WS-EXIT-CHOICE                                            PGM090
009100         SET WS-EXIT TO TRUE                                      PGM090
009200     ELSE                                                         PGM090
009300         IF WS-ADD-ACTION OR WS-CHANGE-ACTION                     PGM090
009400             OR WS-DELETE-ACTION OR WS-JUSTIFY-ACTION             PGM090
009500             PERFORM 2100-LOCATE-ROSTER                           PGM090
009600             EVALUATE TRUE                                        PGM090
009700                 WHEN WS-ADD-ACTION                               PGM090
009800                     PERFORM 2200-ADD-ROSTER                      PGM090
009900                 WHEN WS-CHANGE-ACTION                            PGM090
010000                     PERFORM 2300-CHANGE-ROSTER                   PGM090
010000                 WHEN WS-JUSTIFY-ACTION                           PGM090
010000                     PERFORM 2450-JUSTIFY-ROSTER                  PGM090
010100                 WHEN OTHER                                       PGM090
010200                     PERFORM 2400-DELETE-ROSTER                   PGM090
010300             END-EVALUATE                                         PGM090
013700         IF WS-WORKER-VALID                                       PGM090
013800             PERFORM 2600-ENTER-ROSTER-FIELDS                     PGM090
013900             IF WS-ENT-HOURS > 0                                  PGM090
013900                 PERFORM 2700-CHECK-WORKING-HOURS                 PGM090
013900                 IF WS-HOURS-ACCEPTED                             PGM090
014000                     INITIALIZE CREW-ROSTER-REC                   PGM090
014100                     MOVE WS-ENT-PLANT  TO CR-PLANT-CD            PGM090
014200                     MOVE WS-ENT-LINE   TO CR-LINE-CD             PGM090
014300                     MOVE WS-ENT-DATE   TO CR-WORK-DATE           PGM090
014400                     MOVE WS-ENT-SHIFT  TO CR-SHIFT-CD            PGM090
014500                     MOVE WS-ENT-WORKER TO CR-WORKER-ID           PGM090
014600                     MOVE WS-ENT-HOURS  TO CR-WORK-HOURS          PGM090
014700                     MOVE WS-ENT-USER   TO CR-REG-USER            PGM090
014800                     WRITE CREW-ROSTER-REC                        PGM090
014900                         INVALID KEY                              PGM090
015000                             DISPLAY 'ROSTER WRITE ERROR: '       PGM090
015100                                     WS-FILE-STATUS               PGM090
015200                     END-WRITE                                    PGM090
015200                     PERFORM 2900-WRITE-JUSTIFICATIONS            PGM090
015300                     DISPLAY 'ROSTER ENTRY ADDED'                 PGM090
015300                 END-IF                                           PGM090
015400             ELSE                                                 PGM090
015500                 DISPLAY 'HOURS MUST BE POSITIVE'                 PGM090
015600             END-IF                                               PGM090
016600     ELSE                                                         PGM090
016700         PERFORM 2600-ENTER-ROSTER-FIELDS                         PGM090
016800         IF WS-ENT-HOURS > 0                                      PGM090
016800             PERFORM 2700-CHECK-WORKING-HOURS                     PGM090
016800             IF WS-HOURS-ACCEPTED                                 PGM090
016900                 MOVE WS-ENT-HOURS TO CR-WORK-HOURS               PGM090
017000                 MOVE WS-ENT-USER  TO CR-REG-USER                 PGM090
017100                 REWRITE CREW-ROSTER-REC                          PGM090
017100                 PERFORM 2900-WRITE-JUSTIFICATIONS                PGM090
017200                 DISPLAY 'ROSTER ENTRY CHANGED'                   PGM090
017200             END-IF                                               PGM090
017300         ELSE                                                     PGM090
017400             DISPLAY 'HOURS MUST BE POSITIVE'                     PGM090
017500         END-IF                                                   PGM090
018300         DISPLAY 'ROSTER ENTRY DELETED'                           PGM090
018400     END-IF.                                                      PGM090
018500*                                                                 PGM090
018500* 야간 점검에서 보고된 기존 근무의 위반을 소명한다.                                    PGM090
018500 2450-JUSTIFY-ROSTER.                                             PGM090
018500     IF WS-ROST-NOT-FOUND                                         PGM090
018500         DISPLAY 'ROSTER ENTRY NOT FOUND'                         PGM090
018500     ELSE                                                         PGM090
018500         MOVE CR-WORK-HOURS TO WS-ENT-HOURS                       PGM090
018500         PERFORM 2700-CHECK-WORKING-HOURS                         PGM090
018500         IF WS-HOURS-ACCEPTED                                     PGM090
018500             IF WS-WK-BREACH OR WS-RS-PREV-BREACH                 PGM090
018500                 OR WS-RS-NEXT-BREACH                             PGM090
018500                 PERFORM 2900-WRITE-JUSTIFICATIONS                PGM090
018500                 DISPLAY 'JUSTIFICATION RECORDED'                 PGM090
018500             ELSE                                                 PGM090
018500                 DISPLAY 'NO WORKING HOURS BREACH ON THIS SHIFT'  PGM090
018500             END-IF                                               PGM090
018500         END-IF                                                   PGM090
018500     END-IF.                                                      PGM090
018500*                                                                 PGM090
018600 2500-VALIDATE-WORKER.                                            PGM090
018700     MOVE 'N' TO WS-WORKER-VALID-FLAG                             PGM090
018800     MOVE WS-ENT-WORKER TO PE-USER-ID                             PGM090
020100     DISPLAY 'ENTER USER ID: '                                    PGM090
020200     ACCEPT WS-ENT-USER.                                          PGM090
020300*                                                                 PGM090
020300* ---------------------------------------------------------       PGM090
020300* 근로시간 점검: 작업자의 전 라인 근무를 읽어 근무일 포함                                PGM090
020300* 7일 누계(같은 날은 먼저 시작한 근무까지)와 직전 근무                                 PGM090
020300* 종료 후 휴식, 다음 근무 시작 전 휴식을 구한다. 다음                                 PGM090
020300* 근무와의 휴식 부족은 야간 점검과 같이 다음 근무에 건다.                                PGM090
020300* ---------------------------------------------------------       PGM090
020300 2700-CHECK-WORKING-HOURS.                                        PGM090
020300     SET WS-HOURS-ACCEPTED TO TRUE                                PGM090
020300     MOVE 'N' TO WS-WK-BREACH-FLAG                                PGM090
020300     MOVE 'N' TO WS-RS-PREV-FLAG                                  PGM090
020300     MOVE 'N' TO WS-RS-NEXT-FLAG                                  PGM090
020300     MOVE WS-ENT-DATE TO WS-DN-DATE                               PGM090
020300     PERFORM 2790-COMPUTE-DAY-NO                                  PGM090
020300     IF WS-DN-DAY-NO = 0                                          PGM090
020300         OR WS-ENT-SHIFT < '1' OR WS-ENT-SHIFT > '3'              PGM090
020300         DISPLAY 'INVALID WORK DATE OR SHIFT - ENTRY REJECTED'    PGM090
020300         MOVE 'N' TO WS-HOURS-OK-FLAG                             PGM090
020300     ELSE                                                         PGM090
020300         MOVE WS-DN-DAY-NO TO WS-ENT-DAY-NO                       PGM090
020300         MOVE WS-ENT-SHIFT TO WS-SX                               PGM090
020300         PERFORM 2780-COMPUTE-START-MIN                           PGM090
020300         MOVE WS-SCAN-START-MIN TO WS-ENT-START-MIN               PGM090
020300         COMPUTE WS-ENT-END-MIN ROUNDED =                         PGM090
020300             WS-ENT-START-MIN + WS-ENT-HOURS * 60                 PGM090
020300         MOVE WS-ENT-HOURS TO WS-WEEK-TOTAL                       PGM090
020300         MOVE ZEROS TO WS-PREV-END-MIN                            PGM090
020300         MOVE ZEROS TO WS-NEXT-START-MIN                          PGM090
020300         MOVE 'N' TO WS-ROST-EOF-FLAG                             PGM090
020300         MOVE LOW-VALUES TO CR-KEY                                PGM090
020300         START CREW-ROSTER-FILE KEY >= CR-KEY                     PGM090
020300             INVALID KEY                                          PGM090
020300                 SET WS-ROST-EOF TO TRUE                          PGM090
020300         END-START                                                PGM090
020300         PERFORM 2710-SCAN-WORKER-SHIFT                           PGM090
020300             UNTIL WS-ROST-EOF                                    PGM090
020300         IF WS-ROST-FOUND                                         PGM090
020300             PERFORM 2770-REREAD-ROSTER                           PGM090
020300         END-IF                                                   PGM090
020300         PERFORM 2720-EVALUATE-LIMITS                             PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300 2710-SCAN-WORKER-SHIFT.                                          PGM090
020300     READ CREW-ROSTER-FILE NEXT RECORD                            PGM090
020300         AT END                                                   PGM090
020300             SET WS-ROST-EOF TO TRUE                              PGM090
020300         NOT AT END                                               PGM090
020300             IF CR-WORKER-ID = WS-ENT-WORKER                      PGM090
020300                 AND CR-WORK-HOURS > 0                            PGM090
020300                 AND CR-SHIFT-CD NOT < '1'                        PGM090
020300                 AND CR-SHIFT-CD NOT > '3'                        PGM090
020300                 AND NOT (CR-PLANT-CD = WS-ENT-PLANT              PGM090
020300                      AND CR-LINE-CD = WS-ENT-LINE                PGM090
020300                      AND CR-WORK-DATE = WS-ENT-DATE              PGM090
020300                      AND CR-SHIFT-CD = WS-ENT-SHIFT)             PGM090
020300                 PERFORM 2715-COMPARE-SHIFT                       PGM090
020300             END-IF                                               PGM090
020300     END-READ.                                                    PGM090
020300*                                                                 PGM090
020300 2715-COMPARE-SHIFT.                                              PGM090
020300     MOVE CR-WORK-DATE TO WS-DN-DATE                              PGM090
020300     PERFORM 2790-COMPUTE-DAY-NO                                  PGM090
020300     IF WS-DN-DAY-NO + 7 NOT < WS-ENT-DAY-NO                      PGM090
020300         AND WS-DN-DAY-NO NOT > WS-ENT-DAY-NO + 1                 PGM090
020300         MOVE CR-SHIFT-CD TO WS-SX                                PGM090
020300         PERFORM 2780-COMPUTE-START-MIN                           PGM090
020300         COMPUTE WS-SCAN-END-MIN ROUNDED =                        PGM090
020300             WS-SCAN-START-MIN + CR-WORK-HOURS * 60               PGM090
020300         IF WS-SCAN-START-MIN NOT > WS-ENT-START-MIN              PGM090
020300             IF WS-DN-DAY-NO + 6 NOT < WS-ENT-DAY-NO              PGM090
020300                 ADD CR-WORK-HOURS TO WS-WEEK-TOTAL               PGM090
020300             END-IF                                               PGM090
020300             IF WS-SCAN-END-MIN > WS-PREV-END-MIN                 PGM090
020300                 MOVE WS-SCAN-END-MIN TO WS-PREV-END-MIN          PGM090
020300             END-IF                                               PGM090
020300         ELSE                                                     PGM090
020300             IF WS-NEXT-START-MIN = 0                             PGM090
020300                 OR WS-SCAN-START-MIN < WS-NEXT-START-MIN         PGM090
020300                 MOVE WS-SCAN-START-MIN TO WS-NEXT-START-MIN      PGM090
020300                 MOVE CR-PLANT-CD  TO WS-NEXT-PLANT               PGM090
020300                 MOVE CR-LINE-CD   TO WS-NEXT-LINE                PGM090
020300                 MOVE CR-WORK-DATE TO WS-NEXT-DATE                PGM090
020300                 MOVE CR-SHIFT-CD  TO WS-NEXT-SHIFT               PGM090
020300             END-IF                                               PGM090
020300         END-IF                                                   PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300* 한도 초과는 감독자 소명이 있어야 받아들인다.                                       PGM090
020300 2720-EVALUATE-LIMITS.                                            PGM090
020300     IF WS-WEEK-TOTAL > WS-WEEK-LIMIT-HRS                         PGM090
020300         SET WS-WK-BREACH TO TRUE                                 PGM090
020300         MOVE WS-WEEK-TOTAL     TO WS-DISP-HOURS                  PGM090
020300         MOVE WS-WEEK-LIMIT-HRS TO WS-DISP-LIMIT                  PGM090
020300         DISPLAY 'BREACH: 7-DAY HOURS ' WS-DISP-HOURS             PGM090
020300                 ' OVER WEEKLY LIMIT ' WS-DISP-LIMIT              PGM090
020300     ELSE                                                         PGM090
020300         IF WS-WEEK-TOTAL > WS-WARN-HRS                           PGM090
020300             MOVE WS-WEEK-TOTAL TO WS-DISP-HOURS                  PGM090
020300             MOVE WS-WARN-HRS   TO WS-DISP-LIMIT                  PGM090
020300             DISPLAY 'WARNING: 7-DAY HOURS ' WS-DISP-HOURS        PGM090
020300                     ' OVER WARNING LEVEL ' WS-DISP-LIMIT         PGM090
020300         END-IF                                                   PGM090
020300     END-IF                                                       PGM090
020300     MOVE WS-MIN-REST-HRS TO WS-DISP-LIMIT                        PGM090
020300     IF WS-PREV-END-MIN > 0                                       PGM090
020300         AND WS-ENT-START-MIN < WS-PREV-END-MIN + WS-MIN-REST-MIN PGM090
020300         SET WS-RS-PREV-BREACH TO TRUE                            PGM090
020300         COMPUTE WS-PREV-REST-HRS ROUNDED =                       PGM090
020300             (WS-ENT-START-MIN - WS-PREV-END-MIN) / 60            PGM090
020300         MOVE WS-PREV-REST-HRS TO WS-DISP-HOURS                   PGM090
020300         DISPLAY 'BREACH: REST BEFORE THIS SHIFT ' WS-DISP-HOURS  PGM090
020300                 ' UNDER MINIMUM ' WS-DISP-LIMIT                  PGM090
020300     END-IF                                                       PGM090
020300     IF WS-NEXT-START-MIN > 0                                     PGM090
020300         AND WS-NEXT-START-MIN < WS-ENT-END-MIN + WS-MIN-REST-MIN PGM090
020300         SET WS-RS-NEXT-BREACH TO TRUE                            PGM090
020300         COMPUTE WS-NEXT-REST-HRS ROUNDED =                       PGM090
020300             (WS-NEXT-START-MIN - WS-ENT-END-MIN) / 60            PGM090
020300         MOVE WS-NEXT-REST-HRS TO WS-DISP-HOURS                   PGM090
020300         DISPLAY 'BREACH: REST BEFORE NEXT SHIFT ' WS-DISP-HOURS  PGM090
020300                 ' UNDER MINIMUM ' WS-DISP-LIMIT                  PGM090
020300         DISPLAY '  NEXT SHIFT ' WS-NEXT-PLANT ' ' WS-NEXT-LINE   PGM090
020300                 ' ' WS-NEXT-DATE ' ' WS-NEXT-SHIFT               PGM090
020300     END-IF                                                       PGM090
020300     IF WS-WK-BREACH OR WS-RS-PREV-BREACH OR WS-RS-NEXT-BREACH    PGM090
020300         PERFORM 2750-ENTER-JUSTIFICATION                         PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300* 소명자는 재직 감독자(SV)이며 작업자 본인이 아니어야 한다.                              PGM090
020300 2750-ENTER-JUSTIFICATION.                                        PGM090
020300     DISPLAY 'ENTER SUPERVISOR ID FOR JUSTIFICATION: '            PGM090
020300     ACCEPT WS-ENT-SUPV                                           PGM090
020300     DISPLAY 'ENTER JUSTIFICATION: '                              PGM090
020300     MOVE SPACES TO WS-ENT-JUSTIFY                                PGM090
020300     ACCEPT WS-ENT-JUSTIFY                                        PGM090
020300     MOVE 'N' TO WS-HOURS-OK-FLAG                                 PGM090
020300     MOVE WS-ENT-SUPV TO PE-USER-ID                               PGM090
020300     READ PERSONNEL-FILE                                          PGM090
020300         INVALID KEY                                              PGM090
020300             CONTINUE                                             PGM090
020300         NOT INVALID KEY                                          PGM090
020300             IF PE-ACTIVE AND PE-SUPERVISOR                       PGM090
020300                 AND WS-ENT-SUPV NOT = WS-ENT-WORKER              PGM090
020300                 AND WS-ENT-JUSTIFY NOT = SPACES                  PGM090
020300                 SET WS-HOURS-ACCEPTED TO TRUE                    PGM090
020300             END-IF                                               PGM090
020300     END-READ                                                     PGM090
020300     IF NOT WS-HOURS-ACCEPTED                                     PGM090
020300         DISPLAY 'NO VALID SUPERVISOR JUSTIFICATION - '           PGM090
020300                 'ENTRY REJECTED'                                 PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300 2770-REREAD-ROSTER.                                              PGM090
020300     MOVE WS-ENT-PLANT  TO CR-PLANT-CD                            PGM090
020300     MOVE WS-ENT-LINE   TO CR-LINE-CD                             PGM090
020300     MOVE WS-ENT-DATE   TO CR-WORK-DATE                           PGM090
020300     MOVE WS-ENT-SHIFT  TO CR-SHIFT-CD                            PGM090
020300     MOVE WS-ENT-WORKER TO CR-WORKER-ID                           PGM090
020300     READ CREW-ROSTER-FILE                                        PGM090
020300         INVALID KEY                                              PGM090
020300             DISPLAY 'ROSTER REREAD ERROR: ' WS-FILE-STATUS       PGM090
020300             MOVE 'N' TO WS-HOURS-OK-FLAG                         PGM090
020300     END-READ.                                                    PGM090
020300*                                                                 PGM090
020300 2780-COMPUTE-START-MIN.                                          PGM090
020300     MOVE WS-SHIFT-START (WS-SX) TO WS-HHMM                       PGM090
020300     DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM           PGM090
020300     COMPUTE WS-SCAN-START-MIN =                                  PGM090
020300         WS-DN-DAY-NO * 1440 + WS-HH * 60 + WS-MM.                PGM090
020300*                                                                 PGM090
020300* 일련일수: 0001-01-01 을 1 로 하는 경과일수 (윤년 반영).                         PGM090
020300* 월/일이 범위를 벗어나면 0.                                                PGM090
020300 2790-COMPUTE-DAY-NO.                                             PGM090
020300     MOVE ZEROS TO WS-DN-DAY-NO                                   PGM090
020300     IF WS-DN-DATE NUMERIC                                        PGM090
020300         AND WS-DN-YYYY > 0                                       PGM090
020300         AND WS-DN-MM > 0 AND WS-DN-MM < 13                       PGM090
020300         AND WS-DN-DD > 0 AND WS-DN-DD < 32                       PGM090
020300         COMPUTE WS-DN-Y1 = WS-DN-YYYY - 1                        PGM090
020300         DIVIDE WS-DN-Y1 BY 4   GIVING WS-DN-Q4                   PGM090
020300         DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q100                 PGM090
020300         DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q400                 PGM090
020300         COMPUTE WS-DN-DAY-NO = WS-DN-Y1 * 365                    PGM090
020300             + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                 PGM090
020300             + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD                  PGM090
020300         IF WS-DN-MM > 2                                          PGM090
020300             DIVIDE WS-DN-YYYY BY 4   GIVING WS-DN-Q4             PGM090
020300                 REMAINDER WS-DN-R4                               PGM090
020300             DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-Q100           PGM090
020300                 REMAINDER WS-DN-R100                             PGM090
020300             DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-Q400           PGM090
020300                 REMAINDER WS-DN-R400                             PGM090
020300             IF WS-DN-R4 = 0                                      PGM090
020300                 AND (WS-DN-R100 NOT = 0 OR WS-DN-R400 = 0)       PGM090
020300                 ADD 1 TO WS-DN-DAY-NO                            PGM090
020300             END-IF                                               PGM090
020300         END-IF                                                   PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300* 위반마다 소명을 남긴다. 같은 키가 있으면 새 소명으로.                                 PGM090
020300 2900-WRITE-JUSTIFICATIONS.                                       PGM090
020300     IF WS-WK-BREACH                                              PGM090
020300         MOVE WS-ENT-WORKER TO WJ-WORKER-ID                       PGM090
020300         MOVE WS-ENT-DATE   TO WJ-WORK-DATE                       PGM090
020300         MOVE WS-ENT-SHIFT  TO WJ-SHIFT-CD                        PGM090
020300         MOVE 'WK'          TO WJ-BREACH-CD                       PGM090
020300         MOVE WS-ENT-PLANT  TO WJ-PLANT-CD                        PGM090
020300         MOVE WS-ENT-LINE   TO WJ-LINE-CD                         PGM090
020300         MOVE WS-WEEK-TOTAL TO WJ-HOURS-VALUE                     PGM090
020300         PERFORM 2950-PUT-JUSTIFICATION                           PGM090
020300     END-IF                                                       PGM090
020300     IF WS-RS-PREV-BREACH                                         PGM090
020300         MOVE WS-ENT-WORKER TO WJ-WORKER-ID                       PGM090
020300         MOVE WS-ENT-DATE   TO WJ-WORK-DATE                       PGM090
020300         MOVE WS-ENT-SHIFT  TO WJ-SHIFT-CD                        PGM090
020300         MOVE 'RS'          TO WJ-BREACH-CD                       PGM090
020300         MOVE WS-ENT-PLANT  TO WJ-PLANT-CD                        PGM090
020300         MOVE WS-ENT-LINE   TO WJ-LINE-CD                         PGM090
020300         MOVE WS-PREV-REST-HRS TO WJ-HOURS-VALUE                  PGM090
020300         PERFORM 2950-PUT-JUSTIFICATION                           PGM090
020300     END-IF                                                       PGM090
020300     IF WS-RS-NEXT-BREACH                                         PGM090
020300         MOVE WS-ENT-WORKER TO WJ-WORKER-ID                       PGM090
020300         MOVE WS-NEXT-DATE  TO WJ-WORK-DATE                       PGM090
020300         MOVE WS-NEXT-SHIFT TO WJ-SHIFT-CD                        PGM090
020300         MOVE 'RS'          TO WJ-BREACH-CD                       PGM090
020300         MOVE WS-NEXT-PLANT TO WJ-PLANT-CD                        PGM090
020300         MOVE WS-NEXT-LINE  TO WJ-LINE-CD                         PGM090
020300         MOVE WS-NEXT-REST-HRS TO WJ-HOURS-VALUE                  PGM090
020300         PERFORM 2950-PUT-JUSTIFICATION                           PGM090
020300     END-IF.                                                      PGM090
020300*                                                                 PGM090
020300 2950-PUT-JUSTIFICATION.                                          PGM090
020300     MOVE WS-ENT-SUPV    TO WJ-SUPERVISOR-ID                      PGM090
020300     MOVE WS-TODAY       TO WJ-JUSTIFY-DATE                       PGM090
020300     MOVE WS-ENT-JUSTIFY TO WJ-JUSTIFY-TEXT                       PGM090
020300     WRITE WKH-JUST-REC                                           PGM090
020300         INVALID KEY                                              PGM090
020300             REWRITE WKH-JUST-REC                                 PGM090
020300                 INVALID KEY                                      PGM090
020300                     DISPLAY 'JUSTIFICATION WRITE ERROR: '        PGM090
020300                             WS-FILE-STATUS4                      PGM090
020300             END-REWRITE                                          PGM090
020300     END-WRITE.                                                   PGM090
020300*                                                                 PGM090
020400 9000-FINALIZE.                                                   PGM090
020500     CLOSE CREW-ROSTER-FILE                                       PGM090
020600     CLOSE PERSONNEL-FILE                                         PGM090
020600     CLOSE WKH-JUST-FILE                                          PGM090
020700     DISPLAY 'PGM090 - ROSTER SESSION ENDED'.                     PGM090
020800*                                                                 PGM090
020900 9750-DIAGNOSE-FILE-STATUS.                                       PGM090
