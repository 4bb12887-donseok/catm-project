000100 IDENTIFICATION DIVISION.                                         PGM168
000200 PROGRAM-ID.    PGM168.                                           PGM168
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM168
000400*                                                                 PGM168
000500* =========================================================       PGM168
000600* 프로그램명: 회수용기 유형/출고/회수 등록                                         PGM168
000700* 처리내용  : 회수용기 유형(CPYRCTY)의 보증금과 무상 보유                            PGM168
000800*            일수를 등록하고, 적재(CPYLOAD)와 주문 라인 단위로                     PGM168
000900*            실려 나간 용기 수량과 차량이 돌아올 때 회수된                           PGM168
001000*            수량을 원장(CPYRCMV)에 남긴다. 회수는 오래된                        PGM168
001100*            출고부터 미회수 수량을 줄이며 고객/유형별 잔량                           PGM168
001200*            (CPYRCBL)은 매 건 갱신한다.                                 PGM168
001300* =========================================================       PGM168
001400*                                                                 PGM168
001500 ENVIRONMENT DIVISION.                                            PGM168
001600 CONFIGURATION SECTION.                                           PGM168
001700 INPUT-OUTPUT SECTION.                                            PGM168
001800 FILE-CONTROL.                                                    PGM168
001900     SELECT CONTAINER-TYPE-FILE                                   PGM168
002000         ASSIGN TO RCTYPE                                         PGM168
002100         ORGANIZATION IS INDEXED                                  PGM168
002200         ACCESS MODE IS RANDOM                                    PGM168
002300         RECORD KEY IS RY-TYPE-CD                                 PGM168
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM168
002500     SELECT CONTAINER-MOVE-FILE                                   PGM168
002600         ASSIGN TO RCMOVE                                         PGM168
002700         ORGANIZATION IS INDEXED                                  PGM168
002800         ACCESS MODE IS DYNAMIC                                   PGM168
002900         RECORD KEY IS RW-KEY                                     PGM168
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM168
003100     SELECT CONTAINER-BALANCE-FILE                                PGM168
003200         ASSIGN TO RCBAL                                          PGM168
003300         ORGANIZATION IS INDEXED                                  PGM168
003400         ACCESS MODE IS DYNAMIC                                   PGM168
003500         RECORD KEY IS RZ-KEY                                     PGM168
003600         FILE STATUS IS WS-FILE-STATUS3.                          PGM168
003700     SELECT OPTIONAL LOAD-FILE                                    PGM168
003800         ASSIGN TO LOADFILE                                       PGM168
003900         ORGANIZATION IS INDEXED                                  PGM168
004000         ACCESS MODE IS DYNAMIC                                   PGM168
004100         RECORD KEY IS LD-KEY                                     PGM168
004200         FILE STATUS IS WS-FILE-STATUS4.                          PGM168
004300     SELECT CUSTOMER-MASTER-FILE                                  PGM168
004400         ASSIGN TO CUSTMAST                                       PGM168
004500         ORGANIZATION IS INDEXED                                  PGM168
004600         ACCESS MODE IS RANDOM                                    PGM168
004700         RECORD KEY IS CU-CUSTOMER-CD                             PGM168
004800         FILE STATUS IS WS-FILE-STATUS5.                          PGM168
004900*                                                                 PGM168
005000 DATA DIVISION.                                                   PGM168
005100 FILE SECTION.                                                    PGM168
005200 FD  CONTAINER-TYPE-FILE.                                         PGM168
005300 01  CONTAINER-TYPE-REC.                                          PGM168
005400     COPY CPYRCTY.                                                PGM168
005500 FD  CONTAINER-MOVE-FILE.                                         PGM168
005600 01  CONTAINER-MOVE-REC.                                          PGM168
005700     COPY CPYRCMV.                                                PGM168
005800 FD  CONTAINER-BALANCE-FILE.                                      PGM168
005900 01  CONTAINER-BALANCE-REC.                                       PGM168
006000     COPY CPYRCBL.                                                PGM168
006100 FD  LOAD-FILE.                                                   PGM168
006200 01  LOAD-REC.                                                    PGM168
006300     COPY CPYLOAD.                                                PGM168
006400 FD  CUSTOMER-MASTER-FILE.                                        PGM168
006500 01  CUSTOMER-MASTER-REC.                                         PGM168
006600     COPY CPYCUST.                                                PGM168
006700*                                                                 PGM168
006800 WORKING-STORAGE SECTION.                                         PGM168
006900 01  WS-FILE-STATUS         PIC XX.                               PGM168
007000 01  WS-FILE-STATUS2        PIC XX.                               PGM168
007100 01  WS-FILE-STATUS3        PIC XX.                               PGM168
007200 01  WS-FILE-STATUS4        PIC XX.                               PGM168
007300 01  WS-FILE-STATUS5        PIC XX.                               PGM168
007400 01  WS-ABEND-STATUS        PIC XX.                               PGM168
007500 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM168
007600     88 WS-EXIT             VALUE 'Y'.                            PGM168
007700 01  WS-ACTION-CHOICE       PIC X(01).                            PGM168
007800     88 WS-TYPE-ACTION      VALUE 'T' 't'.                        PGM168
007900     88 WS-ISSUE-ACTION     VALUE 'S' 's'.                        PGM168
008000     88 WS-RETURN-ACTION    VALUE 'R' 'r'.                        PGM168
008100     88 WS-BALANCE-ACTION   VALUE 'B' 'b'.                        PGM168
008200     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM168
008300 01  WS-LOAD-READY-FLAG     PIC X VALUE 'N'.                      PGM168
008400     88 WS-LOAD-READY       VALUE 'Y'.                            PGM168
008500 01  WS-TYPE-FOUND-FLAG     PIC X VALUE 'N'.                      PGM168
008600     88 WS-TYPE-FOUND       VALUE 'Y'.                            PGM168
008700 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM168
008800     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM168
008900 01  WS-LD-EOF-FLAG         PIC X VALUE 'N'.                      PGM168
009000     88 WS-LD-EOF           VALUE 'Y'.                            PGM168
009100 01  WS-MV-EOF-FLAG         PIC X VALUE 'N'.                      PGM168
009200     88 WS-MV-EOF           VALUE 'Y'.                            PGM168
009300 01  WS-BL-EOF-FLAG         PIC X VALUE 'N'.                      PGM168
009400     88 WS-BL-EOF           VALUE 'Y'.                            PGM168
009500 01  WS-WRITTEN-FLAG        PIC X VALUE 'N'.                      PGM168
009600     88 WS-WRITTEN          VALUE 'Y'.                            PGM168
009700 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM168
009800 01  WS-NOW-TIME            PIC 9(08) VALUE ZEROS.                PGM168
009900 01  WS-WRITE-TRIES         PIC 9(03) VALUE ZEROS.                PGM168
010000 01  WS-LOAD-LINE-CNT       PIC 9(05) VALUE ZEROS.                PGM168
010100 01  WS-LOAD-CUSTOMER-CD    PIC X(10).                            PGM168
010200 01  WS-LOAD-LINE-NO        PIC 9(03).                            PGM168
010300 01  WS-BAL-DELTA           PIC S9(7) VALUE ZEROS.                PGM168
010400 01  WS-APPLY-LEFT          PIC S9(7) VALUE ZEROS.                PGM168
010500 01  WS-APPLY-QTY           PIC S9(7) VALUE ZEROS.                PGM168
010600 01  WS-BAL-LINE-CNT        PIC 9(05) VALUE ZEROS.                PGM168
010700 01  WS-ENT-TYPE-CD         PIC X(04).                            PGM168
010800 01  WS-ENT-DESC            PIC X(30).                            PGM168
010900 01  WS-ENT-KIND            PIC X(01).                            PGM168
011000 01  WS-ENT-DEPOSIT-AMT     PIC S9(9)V99.                         PGM168
011100 01  WS-ENT-FREE-DAYS       PIC 9(03).                            PGM168
011200 01  WS-ENT-STATUS          PIC X(01).                            PGM168
011300 01  WS-ENT-LOAD-NO         PIC 9(12).                            PGM168
011400 01  WS-ENT-ORDER-NO        PIC X(12).                            PGM168
011500 01  WS-ENT-CUSTOMER-CD     PIC X(10).                            PGM168
011600 01  WS-ENT-QTY             PIC S9(7).                            PGM168
011700 01  WS-ENT-PLATE-NO        PIC X(12).                            PGM168
011800 01  WS-ENT-DATE            PIC 9(08).                            PGM168
011900 01  WS-ENT-USER            PIC X(10).                            PGM168
012000*                                                                 PGM168
012100 PROCEDURE DIVISION.                                              PGM168
012200*                                                                 PGM168
012300 0000-MAIN-PROCESS.                                               PGM168
012400     PERFORM 1000-INITIALIZE                                      PGM168
012500     PERFORM 2000-PROCESS-MENU                                    PGM168
012600         UNTIL WS-EXIT                                            PGM168
012700     PERFORM 9000-FINALIZE                                        PGM168
012800     STOP RUN.                                                    PGM168
012900*                                                                 PGM168
013000 1000-INITIALIZE.                                                 PGM168
013100     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM168
013200     OPEN I-O CONTAINER-TYPE-FILE                                 PGM168
013300     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM168
013400         DISPLAY 'CONTAINER TYPE OPEN ERROR: ' WS-FILE-STATUS     PGM168
013500         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM168
013600         PERFORM 9900-ABNORMAL-END                                PGM168
013700     END-IF                                                       PGM168
013800     OPEN I-O CONTAINER-MOVE-FILE                                 PGM168
013900     IF WS-FILE-STATUS2 NOT = '00' AND WS-FILE-STATUS2 NOT = '05' PGM168
014000         DISPLAY 'CONTAINER LEDGER OPEN ERROR: ' WS-FILE-STATUS2  PGM168
014100         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM168
014200         PERFORM 9900-ABNORMAL-END                                PGM168
014300     END-IF                                                       PGM168
014400     OPEN I-O CONTAINER-BALANCE-FILE                              PGM168
014500     IF WS-FILE-STATUS3 NOT = '00' AND WS-FILE-STATUS3 NOT = '05' PGM168
014600         DISPLAY 'CONTAINER BALANCE OPEN ERROR: ' WS-FILE-STATUS3 PGM168
014700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM168
014800         PERFORM 9900-ABNORMAL-END                                PGM168
014900     END-IF                                                       PGM168
015000     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM168
015100     IF WS-FILE-STATUS5 NOT = '00'                                PGM168
015200         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS5   PGM168
015300         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM168
015400         PERFORM 9900-ABNORMAL-END                                PGM168
015500     END-IF                                                       PGM168
015600     OPEN INPUT LOAD-FILE                                         PGM168
015700     IF WS-FILE-STATUS4 = '00'                                    PGM168
015800         SET WS-LOAD-READY TO TRUE                                PGM168
015900     ELSE                                                         PGM168
016000         DISPLAY 'LOAD FILE ABSENT - CONTAINER ISSUE OFF: '       PGM168
016100                 WS-FILE-STATUS4                                  PGM168
016200     END-IF.                                                      PGM168
016300*                                                                 PGM168
016400 2000-PROCESS-MENU.                                               PGM168
016500     DISPLAY ' '                                                  PGM168
016600     DISPLAY '=== RETURNABLE CONTAINER CONTROL ==='               PGM168
016700     DISPLAY 'T=TYPE ADD/CHANGE  S=ISSUE ON LOAD  R=RETURN'       PGM168
016800     DISPLAY 'B=CUSTOMER BALANCE  E=EXIT'                         PGM168
016900     ACCEPT WS-ACTION-CHOICE                                      PGM168
017000     EVALUATE TRUE                                                PGM168
017100         WHEN WS-EXIT-CHOICE                                      PGM168
017200             SET WS-EXIT TO TRUE                                  PGM168
017300         WHEN WS-TYPE-ACTION                                      PGM168
017400             PERFORM 2100-MAINTAIN-TYPE                           PGM168
017500         WHEN WS-ISSUE-ACTION                                     PGM168
017600             PERFORM 2300-ISSUE-CONTAINERS                        PGM168
017700         WHEN WS-RETURN-ACTION                                    PGM168
017800             PERFORM 2500-RETURN-CONTAINERS                       PGM168
017900         WHEN WS-BALANCE-ACTION                                   PGM168
018000             PERFORM 2700-INQUIRE-BALANCE                         PGM168
018100         WHEN OTHER                                               PGM168
018200             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM168
018300     END-EVALUATE.                                                PGM168
018400*                                                                 PGM168
018500* 용기 유형 등록/변경: 보증금은 1개당 금액, 무상 보유일수는                              PGM168
018600* 출고일부터 보증금 없이 보유할 수 있는 일수다.                                      PGM168
018700 2100-MAINTAIN-TYPE.                                              PGM168
018800     MOVE 'N' TO WS-TYPE-FOUND-FLAG                               PGM168
018900     DISPLAY 'ENTER CONTAINER TYPE CODE: '                        PGM168
019000     ACCEPT WS-ENT-TYPE-CD                                        PGM168
019100     MOVE WS-ENT-TYPE-CD TO RY-TYPE-CD                            PGM168
019200     READ CONTAINER-TYPE-FILE                                     PGM168
019300         INVALID KEY                                              PGM168
019400             DISPLAY 'NEW CONTAINER TYPE: ' WS-ENT-TYPE-CD        PGM168
019500         NOT INVALID KEY                                          PGM168
019600             SET WS-TYPE-FOUND TO TRUE                            PGM168
019700             DISPLAY 'CURRENT: ' RY-TYPE-DESC ' KIND ' RY-KIND-CD PGM168
019800                     ' FREE DAYS ' RY-FREE-DAYS                   PGM168
019900                     ' STATUS ' RY-STATUS-CD                      PGM168
020000     END-READ                                                     PGM168
020100     DISPLAY 'ENTER DESCRIPTION: '                                PGM168
020200     ACCEPT WS-ENT-DESC                                           PGM168
020300     DISPLAY 'ENTER KIND (C=CRADLE P=PALLET B=BULK BAG): '        PGM168
020400     ACCEPT WS-ENT-KIND                                           PGM168
020500     DISPLAY 'ENTER DEPOSIT PER UNIT: '                           PGM168
020600     ACCEPT WS-ENT-DEPOSIT-AMT                                    PGM168
020700     DISPLAY 'ENTER FREE HOLDING DAYS: '                          PGM168
020800     ACCEPT WS-ENT-FREE-DAYS                                      PGM168
020900     DISPLAY 'ENTER STATUS (A/I): '                               PGM168
021000     ACCEPT WS-ENT-STATUS                                         PGM168
021100     DISPLAY 'ENTER USER ID: '                                    PGM168
021200     ACCEPT WS-ENT-USER                                           PGM168
021300     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM168
021400     EVALUATE TRUE                                                PGM168
021500         WHEN WS-ENT-TYPE-CD = SPACES OR WS-ENT-DESC = SPACES     PGM168
021600             DISPLAY 'TYPE CODE AND DESCRIPTION REQUIRED'         PGM168
021700         WHEN WS-ENT-KIND NOT = 'C' AND WS-ENT-KIND NOT = 'P'     PGM168
021800             AND WS-ENT-KIND NOT = 'B'                            PGM168
021900             DISPLAY 'KIND MUST BE C, P OR B'                     PGM168
022000         WHEN WS-ENT-DEPOSIT-AMT NOT > 0                          PGM168
022100             DISPLAY 'DEPOSIT MUST BE POSITIVE'                   PGM168
022200         WHEN WS-ENT-FREE-DAYS NOT NUMERIC                        PGM168
022300             OR WS-ENT-FREE-DAYS = 0                              PGM168
022400             DISPLAY 'FREE HOLDING DAYS INVALID'                  PGM168
022500         WHEN WS-ENT-STATUS NOT = 'A' AND WS-ENT-STATUS NOT = 'I' PGM168
022600             DISPLAY 'STATUS MUST BE A OR I'                      PGM168
022700         WHEN WS-ENT-USER = SPACES                                PGM168
022800             DISPLAY 'USER ID REQUIRED'                           PGM168
022900         WHEN OTHER                                               PGM168
023000             SET WS-FIELDS-VALID TO TRUE                          PGM168
023100     END-EVALUATE                                                 PGM168
023200     IF WS-FIELDS-VALID                                           PGM168
023300         PERFORM 2150-WRITE-TYPE                                  PGM168
023400     ELSE                                                         PGM168
023500         DISPLAY 'CONTAINER TYPE NOT CHANGED'                     PGM168
023600     END-IF.                                                      PGM168
023700*                                                                 PGM168
023800 2150-WRITE-TYPE.                                                 PGM168
023900     IF NOT WS-TYPE-FOUND                                         PGM168
024000         INITIALIZE CONTAINER-TYPE-REC                            PGM168
024100         MOVE WS-ENT-TYPE-CD TO RY-TYPE-CD                        PGM168
024200     END-IF                                                       PGM168
024300     MOVE WS-ENT-DESC        TO RY-TYPE-DESC                      PGM168
024400     MOVE WS-ENT-KIND        TO RY-KIND-CD                        PGM168
024500     MOVE WS-ENT-DEPOSIT-AMT TO RY-DEPOSIT-AMT                    PGM168
024600     MOVE WS-ENT-FREE-DAYS   TO RY-FREE-DAYS                      PGM168
024700     MOVE WS-ENT-STATUS      TO RY-STATUS-CD                      PGM168
024800     MOVE WS-ENT-USER        TO RY-REG-USER                       PGM168
024900     MOVE WS-TODAY           TO RY-LAST-UPD-DATE                  PGM168
025000     IF WS-TYPE-FOUND                                             PGM168
025100         REWRITE CONTAINER-TYPE-REC                               PGM168
025200             INVALID KEY                                          PGM168
025300                 DISPLAY 'TYPE REWRITE ERROR: ' WS-FILE-STATUS    PGM168
025400         END-REWRITE                                              PGM168
025500         DISPLAY 'CONTAINER TYPE CHANGED'                         PGM168
025600     ELSE                                                         PGM168
025700         WRITE CONTAINER-TYPE-REC                                 PGM168
025800             INVALID KEY                                          PGM168
025900                 DISPLAY 'TYPE WRITE ERROR: ' WS-FILE-STATUS      PGM168
026000         END-WRITE                                                PGM168
026100         DISPLAY 'CONTAINER TYPE ADDED'                           PGM168
026200     END-IF.                                                      PGM168
026300*                                                                 PGM168
026400 2200-CHECK-TYPE.                                                 PGM168
026500     MOVE 'N' TO WS-TYPE-FOUND-FLAG                               PGM168
026600     MOVE WS-ENT-TYPE-CD TO RY-TYPE-CD                            PGM168
026700     READ CONTAINER-TYPE-FILE                                     PGM168
026800         INVALID KEY                                              PGM168
026900             DISPLAY 'CONTAINER TYPE NOT FOUND: ' WS-ENT-TYPE-CD  PGM168
027000         NOT INVALID KEY                                          PGM168
027100             IF RY-ACTIVE                                         PGM168
027200                 SET WS-TYPE-FOUND TO TRUE                        PGM168
027300             ELSE                                                 PGM168
027400                 DISPLAY 'CONTAINER TYPE INACTIVE: '              PGM168
027500                         WS-ENT-TYPE-CD                           PGM168
027600             END-IF                                               PGM168
027700     END-READ.                                                    PGM168
027800*                                                                 PGM168
027900* 출고: 적재번호로 고객을 찾는다. 주문번호를 넣으면 그 적재의                              PGM168
028000* 해당 주문 라인(출하 단위)에, 비우면 적재 전체에 남긴다.                               PGM168
028100 2300-ISSUE-CONTAINERS.                                           PGM168
028200     DISPLAY 'ENTER LOAD NO: '                                    PGM168
028300     ACCEPT WS-ENT-LOAD-NO                                        PGM168
028400     DISPLAY 'ENTER ORDER NO (BLANK=WHOLE LOAD): '                PGM168
028500     ACCEPT WS-ENT-ORDER-NO                                       PGM168
028600     DISPLAY 'ENTER CONTAINER TYPE CODE: '                        PGM168
028700     ACCEPT WS-ENT-TYPE-CD                                        PGM168
028800     DISPLAY 'ENTER QUANTITY: '                                   PGM168
028900     ACCEPT WS-ENT-QTY                                            PGM168
029000     DISPLAY 'ENTER USER ID: '                                    PGM168
029100     ACCEPT WS-ENT-USER                                           PGM168
029200     PERFORM 2350-FIND-LOAD                                       PGM168
029300     PERFORM 2200-CHECK-TYPE                                      PGM168
029400     EVALUATE TRUE                                                PGM168
029500         WHEN NOT WS-LOAD-READY                                   PGM168
029600             DISPLAY 'LOAD FILE NOT AVAILABLE'                    PGM168
029700         WHEN WS-LOAD-LINE-CNT = 0                                PGM168
029800             DISPLAY 'LOAD/ORDER NOT FOUND: ' WS-ENT-LOAD-NO ' '  PGM168
029900                     WS-ENT-ORDER-NO                              PGM168
030000         WHEN NOT WS-TYPE-FOUND                                   PGM168
030100             CONTINUE                                             PGM168
030200         WHEN WS-ENT-QTY NOT > 0                                  PGM168
030300             DISPLAY 'QUANTITY MUST BE POSITIVE'                  PGM168
030400         WHEN WS-ENT-USER = SPACES                                PGM168
030500             DISPLAY 'USER ID REQUIRED'                           PGM168
030600         WHEN OTHER                                               PGM168
030700             INITIALIZE CONTAINER-MOVE-REC                        PGM168
030800             MOVE WS-LOAD-CUSTOMER-CD TO RW-CUSTOMER-CD           PGM168
030900             MOVE WS-ENT-TYPE-CD      TO RW-TYPE-CD               PGM168
031000             MOVE WS-TODAY            TO RW-MOVE-DATE             PGM168
031100             SET RW-ISSUE TO TRUE                                 PGM168
031200             MOVE WS-ENT-QTY          TO RW-QTY RW-OPEN-QTY       PGM168
031300             MOVE WS-ENT-LOAD-NO      TO RW-LOAD-NO               PGM168
031400             MOVE WS-ENT-ORDER-NO     TO RW-ORDER-NO              PGM168
031500             MOVE WS-LOAD-LINE-NO     TO RW-LINE-NO               PGM168
031600             MOVE WS-ENT-USER         TO RW-REG-USER              PGM168
031700             PERFORM 2900-WRITE-MOVEMENT                          PGM168
031800             IF WS-WRITTEN                                        PGM168
031900                 MOVE WS-ENT-QTY TO WS-BAL-DELTA                  PGM168
032000                 PERFORM 2800-UPDATE-BALANCE                      PGM168
032100                 DISPLAY 'ISSUED ' WS-ENT-QTY ' ' WS-ENT-TYPE-CD  PGM168
032200                         ' TO ' WS-LOAD-CUSTOMER-CD               PGM168
032300                         ' BALANCE ' RZ-BALANCE-QTY               PGM168
032400             END-IF                                               PGM168
032500     END-EVALUATE.                                                PGM168
032600*                                                                 PGM168
032700 2350-FIND-LOAD.                                                  PGM168
032800     MOVE ZEROS  TO WS-LOAD-LINE-CNT WS-LOAD-LINE-NO              PGM168
032900     MOVE SPACES TO WS-LOAD-CUSTOMER-CD                           PGM168
033000     IF WS-LOAD-READY                                             PGM168
033100         MOVE 'N' TO WS-LD-EOF-FLAG                               PGM168
033200         MOVE WS-ENT-LOAD-NO TO LD-LOAD-NO                        PGM168
033300         MOVE ZEROS          TO LD-LOAD-SEQ                       PGM168
033400         START LOAD-FILE KEY >= LD-KEY                            PGM168
033500             INVALID KEY                                          PGM168
033600                 SET WS-LD-EOF TO TRUE                            PGM168
033700         END-START                                                PGM168
033800         PERFORM 2360-READ-LOAD-LINE                              PGM168
033900             UNTIL WS-LD-EOF                                      PGM168
034000     END-IF.                                                      PGM168
034100*                                                                 PGM168
034200 2360-READ-LOAD-LINE.                                             PGM168
034300     READ LOAD-FILE NEXT RECORD                                   PGM168
034400         AT END                                                   PGM168
034500             SET WS-LD-EOF TO TRUE                                PGM168
034600         NOT AT END                                               PGM168
034700             IF LD-LOAD-NO NOT = WS-ENT-LOAD-NO                   PGM168
034800                 SET WS-LD-EOF TO TRUE                            PGM168
034900             ELSE                                                 PGM168
035000                 IF NOT LD-CANCELLED                              PGM168
035100                     AND (WS-ENT-ORDER-NO = SPACES                PGM168
035200                          OR WS-ENT-ORDER-NO = LD-ORDER-NO)       PGM168
035300                     ADD 1 TO WS-LOAD-LINE-CNT                    PGM168
035400                     IF WS-LOAD-LINE-CNT = 1                      PGM168
035500                         MOVE LD-CUSTOMER-CD                      PGM168
035600                             TO WS-LOAD-CUSTOMER-CD               PGM168
035700                         IF WS-ENT-ORDER-NO NOT = SPACES          PGM168
035800                             MOVE LD-LINE-NO TO WS-LOAD-LINE-NO   PGM168
035900                         END-IF                                   PGM168
036000                     END-IF                                       PGM168
036100                 END-IF                                           PGM168
036200             END-IF                                               PGM168
036300     END-READ.                                                    PGM168
036400*                                                                 PGM168
036500* 회수: 돌아온 수량은 잔량을 넘을 수 없다. 오래된 출고부터                               PGM168
036600* 미회수 수량을 줄인다.                                                    PGM168
036700 2500-RETURN-CONTAINERS.                                          PGM168
036800     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM168
036900     ACCEPT WS-ENT-CUSTOMER-CD                                    PGM168
037000     DISPLAY 'ENTER CONTAINER TYPE CODE: '                        PGM168
037100     ACCEPT WS-ENT-TYPE-CD                                        PGM168
037200     DISPLAY 'ENTER QUANTITY RETURNED: '                          PGM168
037300     ACCEPT WS-ENT-QTY                                            PGM168
037400     DISPLAY 'ENTER VEHICLE PLATE NO: '                           PGM168
037500     ACCEPT WS-ENT-PLATE-NO                                       PGM168
037600     DISPLAY 'ENTER RETURN DATE (YYYYMMDD, 0=TODAY): '            PGM168
037700     ACCEPT WS-ENT-DATE                                           PGM168
037800     DISPLAY 'ENTER USER ID: '                                    PGM168
037900     ACCEPT WS-ENT-USER                                           PGM168
038000     IF WS-ENT-DATE NOT NUMERIC OR WS-ENT-DATE = 0                PGM168
038100         MOVE WS-TODAY TO WS-ENT-DATE                             PGM168
038200     END-IF                                                       PGM168
038300     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM168
038400     MOVE WS-ENT-CUSTOMER-CD TO RZ-CUSTOMER-CD                    PGM168
038500     MOVE WS-ENT-TYPE-CD     TO RZ-TYPE-CD                        PGM168
038600     READ CONTAINER-BALANCE-FILE                                  PGM168
038700         INVALID KEY                                              PGM168
038800             MOVE ZEROS TO RZ-BALANCE-QTY                         PGM168
038900     END-READ                                                     PGM168
039000     EVALUATE TRUE                                                PGM168
039100         WHEN WS-ENT-QTY NOT > 0                                  PGM168
039200             DISPLAY 'QUANTITY MUST BE POSITIVE'                  PGM168
039300         WHEN WS-ENT-QTY > RZ-BALANCE-QTY                         PGM168
039400             DISPLAY 'RETURN EXCEEDS BALANCE HELD: '              PGM168
039500                     RZ-BALANCE-QTY                               PGM168
039600         WHEN WS-ENT-DATE > WS-TODAY                              PGM168
039700             DISPLAY 'RETURN DATE IN THE FUTURE'                  PGM168
039800         WHEN WS-ENT-USER = SPACES                                PGM168
039900             DISPLAY 'USER ID REQUIRED'                           PGM168
040000         WHEN OTHER                                               PGM168
040100             SET WS-FIELDS-VALID TO TRUE                          PGM168
040200     END-EVALUATE                                                 PGM168
040300     IF WS-FIELDS-VALID                                           PGM168
040400         INITIALIZE CONTAINER-MOVE-REC                            PGM168
040500         MOVE WS-ENT-CUSTOMER-CD TO RW-CUSTOMER-CD                PGM168
040600         MOVE WS-ENT-TYPE-CD     TO RW-TYPE-CD                    PGM168
040700         MOVE WS-ENT-DATE        TO RW-MOVE-DATE                  PGM168
040800         SET RW-RETURN TO TRUE                                    PGM168
040900         MOVE WS-ENT-QTY         TO RW-QTY                        PGM168
041000         MOVE ZEROS              TO RW-OPEN-QTY                   PGM168
041100         MOVE WS-ENT-PLATE-NO    TO RW-PLATE-NO                   PGM168
041200         MOVE WS-ENT-USER        TO RW-REG-USER                   PGM168
041300         PERFORM 2900-WRITE-MOVEMENT                              PGM168
041400     ELSE                                                         PGM168
041500         MOVE 'N' TO WS-WRITTEN-FLAG                              PGM168
041600         DISPLAY 'RETURN NOT RECORDED'                            PGM168
041700     END-IF                                                       PGM168
041800     IF WS-WRITTEN                                                PGM168
041900         COMPUTE WS-BAL-DELTA = 0 - WS-ENT-QTY                    PGM168
042000         PERFORM 2800-UPDATE-BALANCE                              PGM168
042100         DISPLAY 'RETURN RECORDED - BALANCE ' RZ-BALANCE-QTY      PGM168
042200         MOVE WS-ENT-QTY TO WS-APPLY-LEFT                         PGM168
042300         PERFORM 2550-APPLY-RETURN                                PGM168
042400     END-IF.                                                      PGM168
042500*                                                                 PGM168
042600 2550-APPLY-RETURN.                                               PGM168
042700     MOVE 'N' TO WS-MV-EOF-FLAG                                   PGM168
042800     MOVE WS-ENT-CUSTOMER-CD TO RW-CUSTOMER-CD                    PGM168
042900     MOVE WS-ENT-TYPE-CD     TO RW-TYPE-CD                        PGM168
043000     MOVE ZEROS              TO RW-MOVE-DATE RW-MOVE-SEQ          PGM168
043100     START CONTAINER-MOVE-FILE KEY >= RW-KEY                      PGM168
043200         INVALID KEY                                              PGM168
043300             SET WS-MV-EOF TO TRUE                                PGM168
043400     END-START                                                    PGM168
043500     PERFORM 2560-APPLY-ONE-ISSUE                                 PGM168
043600         UNTIL WS-MV-EOF OR WS-APPLY-LEFT NOT > 0.                PGM168
043700*                                                                 PGM168
043800 2560-APPLY-ONE-ISSUE.                                            PGM168
043900     READ CONTAINER-MOVE-FILE NEXT RECORD                         PGM168
044000         AT END                                                   PGM168
044100             SET WS-MV-EOF TO TRUE                                PGM168
044200         NOT AT END                                               PGM168
044300             IF RW-CUSTOMER-CD NOT = WS-ENT-CUSTOMER-CD           PGM168
044400                 OR RW-TYPE-CD NOT = WS-ENT-TYPE-CD               PGM168
044500                 SET WS-MV-EOF TO TRUE                            PGM168
044600             ELSE                                                 PGM168
044700                 IF RW-ISSUE AND RW-OPEN-QTY > 0                  PGM168
044800                     IF RW-OPEN-QTY < WS-APPLY-LEFT               PGM168
044900                         MOVE RW-OPEN-QTY   TO WS-APPLY-QTY       PGM168
045000                     ELSE                                         PGM168
045100                         MOVE WS-APPLY-LEFT TO WS-APPLY-QTY       PGM168
045200                     END-IF                                       PGM168
045300                     SUBTRACT WS-APPLY-QTY FROM RW-OPEN-QTY       PGM168
045400                     SUBTRACT WS-APPLY-QTY FROM WS-APPLY-LEFT     PGM168
045500                     REWRITE CONTAINER-MOVE-REC                   PGM168
045600                         INVALID KEY                              PGM168
045700                             DISPLAY 'LEDGER REWRITE ERROR: '     PGM168
045800                                     WS-FILE-STATUS2              PGM168
045900                     END-REWRITE                                  PGM168
046000                 END-IF                                           PGM168
046100             END-IF                                               PGM168
046200     END-READ.                                                    PGM168
046300*                                                                 PGM168
046400 2700-INQUIRE-BALANCE.                                            PGM168
046500     MOVE ZEROS TO WS-BAL-LINE-CNT                                PGM168
046600     DISPLAY 'ENTER CUSTOMER CODE: '                              PGM168
046700     ACCEPT WS-ENT-CUSTOMER-CD                                    PGM168
046800     MOVE WS-ENT-CUSTOMER-CD TO CU-CUSTOMER-CD                    PGM168
046900     READ CUSTOMER-MASTER-FILE                                    PGM168
047000         INVALID KEY                                              PGM168
047100             DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-ENT-CUSTOMER-CDPGM168
047200         NOT INVALID KEY                                          PGM168
047300             DISPLAY 'CUSTOMER ' CU-CUSTOMER-CD ' ' CU-LEGAL-NAME PGM168
047400     END-READ                                                     PGM168
047500     MOVE 'N' TO WS-BL-EOF-FLAG                                   PGM168
047600     MOVE WS-ENT-CUSTOMER-CD TO RZ-CUSTOMER-CD                    PGM168
047700     MOVE LOW-VALUES         TO RZ-TYPE-CD                        PGM168
047800     START CONTAINER-BALANCE-FILE KEY >= RZ-KEY                   PGM168
047900         INVALID KEY                                              PGM168
048000             SET WS-BL-EOF TO TRUE                                PGM168
048100     END-START                                                    PGM168
048200     PERFORM 2750-SHOW-BALANCE                                    PGM168
048300         UNTIL WS-BL-EOF                                          PGM168
048400     IF WS-BAL-LINE-CNT = 0                                       PGM168
048500         DISPLAY 'NO CONTAINERS HELD BY ' WS-ENT-CUSTOMER-CD      PGM168
048600     END-IF.                                                      PGM168
048700*                                                                 PGM168
048800 2750-SHOW-BALANCE.                                               PGM168
048900     READ CONTAINER-BALANCE-FILE NEXT RECORD                      PGM168
049000         AT END                                                   PGM168
049100             SET WS-BL-EOF TO TRUE                                PGM168
049200         NOT AT END                                               PGM168
049300             IF RZ-CUSTOMER-CD NOT = WS-ENT-CUSTOMER-CD           PGM168
049400                 SET WS-BL-EOF TO TRUE                            PGM168
049500             ELSE                                                 PGM168
049600                 ADD 1 TO WS-BAL-LINE-CNT                         PGM168
049700                 DISPLAY RZ-TYPE-CD ' HELD ' RZ-BALANCE-QTY       PGM168
049800                         ' DEPOSIT CHARGED ' RZ-DEPOSIT-QTY       PGM168
049900                         ' LAST ISSUE ' RZ-LAST-ISSUE-DATE        PGM168
050000                         ' LAST RETURN ' RZ-LAST-RETURN-DATE      PGM168
050100             END-IF                                               PGM168
050200     END-READ.                                                    PGM168
050300*                                                                 PGM168
050400* 잔량 갱신: 출고는 양수, 회수는 음수 증감. 방금 쓴 원장                               PGM168
050500* 레코드(RW-)의 고객/유형/일자를 쓴다.                                         PGM168
050600 2800-UPDATE-BALANCE.                                             PGM168
050700     MOVE RW-CUSTOMER-CD TO RZ-CUSTOMER-CD                        PGM168
050800     MOVE RW-TYPE-CD     TO RZ-TYPE-CD                            PGM168
050900     READ CONTAINER-BALANCE-FILE                                  PGM168
051000         INVALID KEY                                              PGM168
051100             INITIALIZE RZ-DATA                                   PGM168
051200             ADD WS-BAL-DELTA TO RZ-BALANCE-QTY                   PGM168
051300             PERFORM 2850-SET-BALANCE-DATE                        PGM168
051400             WRITE CONTAINER-BALANCE-REC                          PGM168
051500                 INVALID KEY                                      PGM168
051600                     DISPLAY 'BALANCE WRITE ERROR: '              PGM168
051700                             WS-FILE-STATUS3                      PGM168
051800             END-WRITE                                            PGM168
051900         NOT INVALID KEY                                          PGM168
052000             ADD WS-BAL-DELTA TO RZ-BALANCE-QTY                   PGM168
052100             PERFORM 2850-SET-BALANCE-DATE                        PGM168
052200             REWRITE CONTAINER-BALANCE-REC                        PGM168
052300                 INVALID KEY                                      PGM168
052400                     DISPLAY 'BALANCE REWRITE ERROR: '            PGM168
052500                             WS-FILE-STATUS3                      PGM168
052600             END-REWRITE                                          PGM168
052700     END-READ.                                                    PGM168
052800*                                                                 PGM168
052900 2850-SET-BALANCE-DATE.                                           PGM168
053000     IF WS-BAL-DELTA > 0                                          PGM168
053100         MOVE RW-MOVE-DATE TO RZ-LAST-ISSUE-DATE                  PGM168
053200     ELSE                                                         PGM168
053300         MOVE RW-MOVE-DATE TO RZ-LAST-RETURN-DATE                 PGM168
053400     END-IF.                                                      PGM168
053500*                                                                 PGM168
053600* 원장 일련번호는 등록 시각(HHMMSS)이며 같은 초에 겹치면                              PGM168
053700* 하나씩 올려 다시 쓴다.                                                   PGM168
053800 2900-WRITE-MOVEMENT.                                             PGM168
053900     MOVE 'N' TO WS-WRITTEN-FLAG                                  PGM168
054000     MOVE ZEROS TO WS-WRITE-TRIES                                 PGM168
054100     ACCEPT WS-NOW-TIME FROM TIME                                 PGM168
054200     MOVE WS-NOW-TIME (1:6) TO RW-MOVE-SEQ                        PGM168
054300     PERFORM 2910-TRY-WRITE-MOVEMENT                              PGM168
054400         UNTIL WS-WRITTEN OR WS-WRITE-TRIES > 50                  PGM168
054500     IF NOT WS-WRITTEN                                            PGM168
054600         DISPLAY 'LEDGER WRITE ERROR: ' WS-FILE-STATUS2           PGM168
054700     END-IF.                                                      PGM168
054800*                                                                 PGM168
054900 2910-TRY-WRITE-MOVEMENT.                                         PGM168
055000     ADD 1 TO WS-WRITE-TRIES                                      PGM168
055100     WRITE CONTAINER-MOVE-REC                                     PGM168
055200         INVALID KEY                                              PGM168
055300             ADD 1 TO RW-MOVE-SEQ                                 PGM168
055400         NOT INVALID KEY                                          PGM168
055500             SET WS-WRITTEN TO TRUE                               PGM168
055600     END-WRITE.                                                   PGM168
055700*                                                                 PGM168
055800 9000-FINALIZE.                                                   PGM168
055900     CLOSE CONTAINER-TYPE-FILE                                    PGM168
056000     CLOSE CONTAINER-MOVE-FILE                                    PGM168
056100     CLOSE CONTAINER-BALANCE-FILE                                 PGM168
056200     CLOSE CUSTOMER-MASTER-FILE                                   PGM168
056300     IF WS-LOAD-READY                                             PGM168
056400         CLOSE LOAD-FILE                                          PGM168
056500     END-IF                                                       PGM168
056600     DISPLAY 'PGM168 - CONTAINER SESSION ENDED'.                  PGM168
056700*                                                                 PGM168
056800 9750-DIAGNOSE-FILE-STATUS.                                       PGM168
056900     EVALUATE WS-ABEND-STATUS                                     PGM168
057000         WHEN '10'                                                PGM168
057100             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM168
057200             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM168
057300         WHEN '23'                                                PGM168
057400             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM168
057500             DISPLAY '  AND RETRY THE REQUEST'                    PGM168
057600         WHEN '35'                                                PGM168
057700             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM168
057800             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM168
057900         WHEN '37'                                                PGM168
058000             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM168
058100             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM168
058200         WHEN '39'                                                PGM168
058300             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM168
058400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM168
058500         WHEN '41'                                                PGM168
058600             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM168
058700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM168
058800         WHEN '42'                                                PGM168
058900             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM168
059000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM168
059100         WHEN '46'                                                PGM168
059200             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM168
059300             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM168
059400         WHEN OTHER                                               PGM168
059500             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM168
059600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM168
059700     END-EVALUATE.                                                PGM168
059800*                                                                 PGM168
059900 9900-ABNORMAL-END.                                               PGM168
060000     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM168
060100     DISPLAY 'PGM168 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM168
060200     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM168
060300     STOP RUN.                                                    PGM168
060400                                                                  PGM168
