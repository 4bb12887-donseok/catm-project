000100 IDENTIFICATION DIVISION.                                         PGM159
000200 PROGRAM-ID.    PGM159.                                           PGM159
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM159
000400*                                                                 PGM159
000500* =========================================================       PGM159
000600* 프로그램명: 판매 견적 등록/승인                                              PGM159
000700* 처리내용  : 고객 견적을 견적번호+라인 단위로 등록/변경                                PGM159
000800*            하고 실주/취소를 표시한다. 등록 시 판매단가                            PGM159
000900*            마스터(CPYSPRC)의 적용 단가를 찾아 함께 보관                        PGM159
001000*            하며, 견적단가가 적용 단가보다 낮거나 적용                             PGM159
001100*            단가가 없으면 승인대기로 둔다. 승인은 등록자와                           PGM159
001200*            다른 담당자만 할 수 있다(PGM080 방식). 승인된                       PGM159
001300*            유효 견적은 PGM035에서 수주로 전환된다.                            PGM159
001400* =========================================================       PGM159
001500*                                                                 PGM159
001600 ENVIRONMENT DIVISION.                                            PGM159
001700 CONFIGURATION SECTION.                                           PGM159
001800 INPUT-OUTPUT SECTION.                                            PGM159
001900 FILE-CONTROL.                                                    PGM159
002000     SELECT SALES-QUOTE-FILE                                      PGM159
002100         ASSIGN TO SALEQUOT                                       PGM159
002200         ORGANIZATION IS INDEXED                                  PGM159
002300         ACCESS MODE IS DYNAMIC                                   PGM159
002400         RECORD KEY IS SQ-KEY                                     PGM159
002500         FILE STATUS IS WS-FILE-STATUS.                           PGM159
002600     SELECT PRICE-MASTER-FILE                                     PGM159
002700         ASSIGN TO SALEPRCE                                       PGM159
002800         ORGANIZATION IS INDEXED                                  PGM159
002900         ACCESS MODE IS DYNAMIC                                   PGM159
003000         RECORD KEY IS SP-KEY                                     PGM159
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM159
003200     SELECT CUSTOMER-MASTER-FILE                                  PGM159
003300         ASSIGN TO CUSTMAST                                       PGM159
003400         ORGANIZATION IS INDEXED                                  PGM159
003500         ACCESS MODE IS RANDOM                                    PGM159
003600         RECORD KEY IS CU-CUSTOMER-CD                             PGM159
003700         FILE STATUS IS WS-FILE-STATUS3.                          PGM159
003800*                                                                 PGM159
003900 DATA DIVISION.                                                   PGM159
004000 FILE SECTION.                                                    PGM159
004100 FD  SALES-QUOTE-FILE.                                            PGM159
004200 01  SALES-QUOTE-REC.                                             PGM159
004300     COPY CPYSQTE.                                                PGM159
004400 FD  PRICE-MASTER-FILE.                                           PGM159
004500 01  PRICE-MASTER-REC.                                            PGM159
004600     COPY CPYSPRC.                                                PGM159
004700 FD  CUSTOMER-MASTER-FILE.                                        PGM159
004800 01  CUSTOMER-MASTER-REC.                                         PGM159
004900     COPY CPYCUST.                                                PGM159
005000*                                                                 PGM159
005100 WORKING-STORAGE SECTION.                                         PGM159
005200 01  WS-FILE-STATUS         PIC XX.                               PGM159
005300 01  WS-FILE-STATUS2        PIC XX.                               PGM159
005400 01  WS-FILE-STATUS3        PIC XX.                               PGM159
005500 01  WS-ABEND-STATUS        PIC XX.                               PGM159
005600 01  WS-EXIT-FLAG           PIC X VALUE 'N'.                      PGM159
005700     88 WS-EXIT             VALUE 'Y'.                            PGM159
005800 01  WS-ACTION-CHOICE       PIC X(01).                            PGM159
005900     88 WS-ADD-ACTION       VALUE 'A' 'a'.                        PGM159
006000     88 WS-CHANGE-ACTION    VALUE 'C' 'c'.                        PGM159
006100     88 WS-APPROVE-ACTION   VALUE 'B' 'b'.                        PGM159
006200     88 WS-LOST-ACTION      VALUE 'L' 'l'.                        PGM159
006300     88 WS-CANCEL-ACTION    VALUE 'X' 'x'.                        PGM159
006400     88 WS-EXIT-CHOICE      VALUE 'E' 'e'.                        PGM159
006500 01  WS-QUOTE-FOUND-FLAG    PIC X VALUE 'N'.                      PGM159
006600     88 WS-QUOTE-FOUND      VALUE 'Y'.                            PGM159
006700     88 WS-QUOTE-NOT-FOUND  VALUE 'N'.                            PGM159
006800 01  WS-FIELDS-VALID-FLAG   PIC X VALUE 'N'.                      PGM159
006900     88 WS-FIELDS-VALID     VALUE 'Y'.                            PGM159
007000 01  WS-CUST-FOUND-FLAG     PIC X VALUE 'N'.                      PGM159
007100     88 WS-CUST-FOUND       VALUE 'Y'.                            PGM159
007200 01  WS-PRICE-FOUND-FLAG    PIC X VALUE 'N'.                      PGM159
007300     88 WS-PRICE-FOUND      VALUE 'Y'.                            PGM159
007400 01  WS-PRICE-EOF-FLAG      PIC X VALUE 'N'.                      PGM159
007500     88 WS-PRICE-EOF        VALUE 'Y'.                            PGM159
007600 01  WS-TODAY               PIC 9(08) VALUE ZEROS.                PGM159
007700 01  WS-LIST-PRICE          PIC S9(9)V99 VALUE ZEROS.             PGM159
007800 01  WS-LOOKUP-CUST         PIC X(10).                            PGM159
007900 01  WS-QUOTE-CUSTOMER      PIC X(10).                            PGM159
008000 01  WS-MAINT-QUOTE-NO      PIC X(12).                            PGM159
008100 01  WS-MAINT-LINE-NO       PIC 9(03).                            PGM159
008200 01  WS-MAINT-CUSTOMER      PIC X(10).                            PGM159
008300 01  WS-MAINT-SALES-REP     PIC X(06).                            PGM159
008400 01  WS-MAINT-PRODUCT       PIC X(15).                            PGM159
008500 01  WS-MAINT-WHSE          PIC X(05).                            PGM159
008600 01  WS-MAINT-QTY           PIC S9(9).                            PGM159
008700 01  WS-MAINT-PRICE         PIC S9(9)V99.                         PGM159
008800 01  WS-MAINT-VALID-DATE    PIC 9(08).                            PGM159
008900 01  WS-MAINT-USER          PIC X(10).                            PGM159
009000 01  WS-DSP-PRICE           PIC ZZZ,ZZZ,ZZ9.99-.                  PGM159
009100 01  WS-DSP-QTY             PIC ZZZ,ZZZ,ZZ9-.                     PGM159
009200*                                                                 PGM159
009300 PROCEDURE DIVISION.                                              PGM159
009400*                                                                 PGM159
009500 0000-MAIN-PROCESS.                                               PGM159
009600     PERFORM 1000-INITIALIZE                                      PGM159
009700     PERFORM 2000-PROCESS-MAINTENANCE                             PGM159
009800         UNTIL WS-EXIT                                            PGM159
009900     PERFORM 9000-FINALIZE                                        PGM159
010000     STOP RUN.                                                    PGM159
010100*                                                                 PGM159
010200 1000-INITIALIZE.                                                 PGM159
010300     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           PGM159
010400     OPEN I-O SALES-QUOTE-FILE                                    PGM159
010500     IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '05'   PGM159
010600         DISPLAY 'SALES QUOTE OPEN ERROR: ' WS-FILE-STATUS        PGM159
010700         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM159
010800         PERFORM 9900-ABNORMAL-END                                PGM159
010900     END-IF                                                       PGM159
011000     OPEN INPUT PRICE-MASTER-FILE                                 PGM159
011100     IF WS-FILE-STATUS2 NOT = '00'                                PGM159
011200         DISPLAY 'PRICE MASTER OPEN ERROR: ' WS-FILE-STATUS2      PGM159
011300         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM159
011400         PERFORM 9900-ABNORMAL-END                                PGM159
011500     END-IF                                                       PGM159
011600     OPEN INPUT CUSTOMER-MASTER-FILE                              PGM159
011700     IF WS-FILE-STATUS3 NOT = '00'                                PGM159
011800         DISPLAY 'CUSTOMER MASTER OPEN ERROR: ' WS-FILE-STATUS3   PGM159
011900         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM159
012000         PERFORM 9900-ABNORMAL-END                                PGM159
012100     END-IF.                                                      PGM159
012200*                                                                 PGM159
012300 2000-PROCESS-MAINTENANCE.                                        PGM159
012400     DISPLAY ' '                                                  PGM159
012500     DISPLAY '=== SALES QUOTATION MAINTENANCE ==='                PGM159
012600     DISPLAY 'A=ADD LINE  C=CHANGE  B=APPROVE  L=LOST  X=CANCEL  'PGM159
012700             'E=EXIT'                                             PGM159
012800     ACCEPT WS-ACTION-CHOICE                                      PGM159
012900     IF WS-EXIT-CHOICE                                            PGM159
013000         SET WS-EXIT TO TRUE                                      PGM159
013100     ELSE                                                         PGM159
013200         IF WS-ADD-ACTION OR WS-CHANGE-ACTION OR WS-APPROVE-ACTIONPGM159
013300             OR WS-LOST-ACTION OR WS-CANCEL-ACTION                PGM159
013400             PERFORM 2100-LOCATE-QUOTE                            PGM159
013500             EVALUATE TRUE                                        PGM159
013600                 WHEN WS-ADD-ACTION                               PGM159
013700                     PERFORM 2200-ADD-QUOTE                       PGM159
013800                 WHEN WS-CHANGE-ACTION                            PGM159
013900                     PERFORM 2300-CHANGE-QUOTE                    PGM159
014000                 WHEN WS-APPROVE-ACTION                           PGM159
014100                     PERFORM 2400-APPROVE-QUOTE                   PGM159
014200                 WHEN OTHER                                       PGM159
014300                     PERFORM 2450-CLOSE-QUOTE                     PGM159
014400             END-EVALUATE                                         PGM159
014500         ELSE                                                     PGM159
014600             DISPLAY 'INVALID SELECTION - TRY AGAIN'              PGM159
014700         END-IF                                                   PGM159
014800     END-IF.                                                      PGM159
014900*                                                                 PGM159
015000 2100-LOCATE-QUOTE.                                               PGM159
015100     DISPLAY 'ENTER QUOTE NO: '                                   PGM159
015200     ACCEPT WS-MAINT-QUOTE-NO                                     PGM159
015300     DISPLAY 'ENTER LINE NO: '                                    PGM159
015400     ACCEPT WS-MAINT-LINE-NO                                      PGM159
015500     MOVE WS-MAINT-QUOTE-NO TO SQ-QUOTE-NO                        PGM159
015600     MOVE WS-MAINT-LINE-NO  TO SQ-LINE-NO                         PGM159
015700     READ SALES-QUOTE-FILE                                        PGM159
015800         INVALID KEY                                              PGM159
015900             SET WS-QUOTE-NOT-FOUND TO TRUE                       PGM159
016000         NOT INVALID KEY                                          PGM159
016100             SET WS-QUOTE-FOUND TO TRUE                           PGM159
016200             MOVE SQ-QUOTE-QTY   TO WS-DSP-QTY                    PGM159
016300             MOVE SQ-QUOTE-PRICE TO WS-DSP-PRICE                  PGM159
016400             DISPLAY 'CUSTOMER ' SQ-CUSTOMER-CD                   PGM159
016500                     ' PRODUCT ' SQ-PRODUCT-CD                    PGM159
016600             DISPLAY 'QTY ' WS-DSP-QTY ' PRICE ' WS-DSP-PRICE     PGM159
016700                     ' VALID TO ' SQ-VALID-DATE                   PGM159
016800             DISPLAY 'STATUS ' SQ-STATUS-CD                       PGM159
016900                     ' APPROVED ' SQ-APPROVAL-STATUS              PGM159
017000     END-READ.                                                    PGM159
017100*                                                                 PGM159
017200 2200-ADD-QUOTE.                                                  PGM159
017300     IF WS-QUOTE-FOUND                                            PGM159
017400         DISPLAY 'QUOTE LINE ALREADY EXISTS - USE CHANGE'         PGM159
017500     ELSE                                                         PGM159
017600         PERFORM 2510-FIND-QUOTE-CUSTOMER                         PGM159
017700         PERFORM 2500-ENTER-QUOTE-FIELDS                          PGM159
017800         PERFORM 2600-VALIDATE-QUOTE-FIELDS                       PGM159
017900         IF WS-FIELDS-VALID                                       PGM159
018000             INITIALIZE SALES-QUOTE-REC                           PGM159
018100             MOVE WS-MAINT-QUOTE-NO TO SQ-QUOTE-NO                PGM159
018200             MOVE WS-MAINT-LINE-NO  TO SQ-LINE-NO                 PGM159
018300             MOVE WS-TODAY          TO SQ-QUOTE-DATE              PGM159
018400             SET SQ-OPEN            TO TRUE                       PGM159
018500             PERFORM 2700-MOVE-QUOTE-FIELDS                       PGM159
018600             WRITE SALES-QUOTE-REC                                PGM159
018700                 INVALID KEY                                      PGM159
018800                     DISPLAY 'QUOTE WRITE ERROR: ' WS-FILE-STATUS PGM159
018900             END-WRITE                                            PGM159
019000             DISPLAY 'QUOTE LINE ADDED: ' WS-MAINT-QUOTE-NO       PGM159
019100                     ' LINE ' WS-MAINT-LINE-NO                    PGM159
019200         ELSE                                                     PGM159
019300             DISPLAY 'QUOTE REJECTED - CHECK FIELDS'              PGM159
019400         END-IF                                                   PGM159
019500     END-IF.                                                      PGM159
019600*                                                                 PGM159
019700 2300-CHANGE-QUOTE.                                               PGM159
019800     IF WS-QUOTE-NOT-FOUND                                        PGM159
019900         DISPLAY 'QUOTE LINE NOT FOUND'                           PGM159
020000     ELSE                                                         PGM159
020100         IF NOT SQ-OPEN                                           PGM159
020200             DISPLAY 'QUOTE LINE CLOSED - CHANGE NOT ALLOWED'     PGM159
020300         ELSE                                                     PGM159
020400             MOVE SQ-CUSTOMER-CD TO WS-QUOTE-CUSTOMER             PGM159
020500             PERFORM 2500-ENTER-QUOTE-FIELDS                      PGM159
020600             PERFORM 2600-VALIDATE-QUOTE-FIELDS                   PGM159
020700             IF WS-FIELDS-VALID                                   PGM159
020800                 PERFORM 2700-MOVE-QUOTE-FIELDS                   PGM159
020900                 REWRITE SALES-QUOTE-REC                          PGM159
021000                     INVALID KEY                                  PGM159
021100                         DISPLAY 'QUOTE REWRITE ERROR: '          PGM159
021200                                 WS-FILE-STATUS                   PGM159
021300                 END-REWRITE                                      PGM159
021400                 DISPLAY 'QUOTE LINE CHANGED'                     PGM159
021500             ELSE                                                 PGM159
021600                 DISPLAY 'CHANGE REJECTED - CHECK FIELDS'         PGM159
021700             END-IF                                               PGM159
021800         END-IF                                                   PGM159
021900     END-IF.                                                      PGM159
022000*                                                                 PGM159
022100* 등록자와 다른 담당자가 승인해야 수주로 전환된다.                                     PGM159
022200 2400-APPROVE-QUOTE.                                              PGM159
022300     IF WS-QUOTE-NOT-FOUND                                        PGM159
022400         DISPLAY 'QUOTE LINE NOT FOUND'                           PGM159
022500     ELSE                                                         PGM159
022600         IF SQ-APPROVED OR NOT SQ-OPEN                            PGM159
022700             DISPLAY 'QUOTE LINE NOT AWAITING APPROVAL'           PGM159
022800         ELSE                                                     PGM159
022900             MOVE SQ-LIST-PRICE TO WS-DSP-PRICE                   PGM159
023000             DISPLAY 'LIST PRICE ' WS-DSP-PRICE                   PGM159
023100             DISPLAY 'ENTER APPROVER ID: '                        PGM159
023200             ACCEPT WS-MAINT-USER                                 PGM159
023300             IF WS-MAINT-USER = SPACES                            PGM159
023400                 OR WS-MAINT-USER = SQ-REG-USER                   PGM159
023500                 DISPLAY 'APPROVER MUST DIFFER FROM MAKER - '     PGM159
023600                         'NOT APPROVED'                           PGM159
023700             ELSE                                                 PGM159
023800                 SET SQ-APPROVED     TO TRUE                      PGM159
023900                 MOVE WS-MAINT-USER  TO SQ-APPR-USER              PGM159
024000                 REWRITE SALES-QUOTE-REC                          PGM159
024100                 DISPLAY 'QUOTE LINE APPROVED'                    PGM159
024200             END-IF                                               PGM159
024300         END-IF                                                   PGM159
024400     END-IF.                                                      PGM159
024500*                                                                 PGM159
024600* 고객이 거절한 견적은 실주(L), 내부 사정으로 거둔                                   PGM159
024700* 견적은 취소(X)로 닫는다. 수주 전환된 라인은 닫지 않는다.                              PGM159
024800 2450-CLOSE-QUOTE.                                                PGM159
024900     IF WS-QUOTE-NOT-FOUND                                        PGM159
025000         DISPLAY 'QUOTE LINE NOT FOUND'                           PGM159
025100     ELSE                                                         PGM159
025200         IF NOT SQ-OPEN                                           PGM159
025300             DISPLAY 'QUOTE LINE ALREADY CLOSED: ' SQ-STATUS-CD   PGM159
025400         ELSE                                                     PGM159
025500             IF WS-LOST-ACTION                                    PGM159
025600                 SET SQ-LOST TO TRUE                              PGM159
025700                 DISPLAY 'QUOTE LINE MARKED LOST'                 PGM159
025800             ELSE                                                 PGM159
025900                 SET SQ-CANCELLED TO TRUE                         PGM159
026000                 DISPLAY 'QUOTE LINE CANCELLED'                   PGM159
026100             END-IF                                               PGM159
026200             REWRITE SALES-QUOTE-REC                              PGM159
026300         END-IF                                                   PGM159
026400     END-IF.                                                      PGM159
026500*                                                                 PGM159
026600 2500-ENTER-QUOTE-FIELDS.                                         PGM159
026700     IF WS-QUOTE-CUSTOMER = SPACES                                PGM159
026800         DISPLAY 'ENTER CUSTOMER CODE: '                          PGM159
026900         ACCEPT WS-MAINT-CUSTOMER                                 PGM159
027000     ELSE                                                         PGM159
027100         MOVE WS-QUOTE-CUSTOMER TO WS-MAINT-CUSTOMER              PGM159
027200         DISPLAY 'CUSTOMER: ' WS-MAINT-CUSTOMER                   PGM159
027300     END-IF                                                       PGM159
027400     PERFORM 2520-READ-CUSTOMER                                   PGM159
027500     DISPLAY 'ENTER SALES REP (BLANK=CUSTOMER REP): '             PGM159
027600     ACCEPT WS-MAINT-SALES-REP                                    PGM159
027700     IF WS-MAINT-SALES-REP = SPACES AND WS-CUST-FOUND             PGM159
027800         MOVE CU-SALES-REP TO WS-MAINT-SALES-REP                  PGM159
027900     END-IF                                                       PGM159
028000     DISPLAY 'ENTER PRODUCT CODE: '                               PGM159
028100     ACCEPT WS-MAINT-PRODUCT                                      PGM159
028200     DISPLAY 'ENTER WAREHOUSE CODE (BLANK=CUSTOMER DEFAULT): '    PGM159
028300     ACCEPT WS-MAINT-WHSE                                         PGM159
028400     IF WS-MAINT-WHSE = SPACES AND WS-CUST-FOUND                  PGM159
028500         MOVE CU-DEFAULT-WHSE TO WS-MAINT-WHSE                    PGM159
028600     END-IF                                                       PGM159
028700     DISPLAY 'ENTER QUOTE QTY: '                                  PGM159
028800     ACCEPT WS-MAINT-QTY                                          PGM159
028900     PERFORM 2650-LOOKUP-LIST-PRICE                               PGM159
029000     IF WS-PRICE-FOUND                                            PGM159
029100         MOVE WS-LIST-PRICE TO WS-DSP-PRICE                       PGM159
029200         DISPLAY 'LIST PRICE: ' WS-DSP-PRICE                      PGM159
029300     ELSE                                                         PGM159
029400         DISPLAY 'NO LIST PRICE ON FILE - APPROVAL REQUIRED'      PGM159
029500     END-IF                                                       PGM159
029600     DISPLAY 'ENTER QUOTED UNIT PRICE (0=LIST PRICE): '           PGM159
029700     ACCEPT WS-MAINT-PRICE                                        PGM159
029800     IF WS-MAINT-PRICE = 0 AND WS-PRICE-FOUND                     PGM159
029900         MOVE WS-LIST-PRICE TO WS-MAINT-PRICE                     PGM159
030000     END-IF                                                       PGM159
030100     DISPLAY 'ENTER VALID-TO DATE (YYYYMMDD): '                   PGM159
030200     ACCEPT WS-MAINT-VALID-DATE                                   PGM159
030300     DISPLAY 'ENTER USER ID: '                                    PGM159
030400     ACCEPT WS-MAINT-USER.                                        PGM159
030500*                                                                 PGM159
030600* 한 견적번호의 라인은 모두 같은 고객이어야 수주 한 건으로                                PGM159
030700* 전환된다. 이미 등록된 라인이 있으면 그 고객을 따른다.                                 PGM159
030800 2510-FIND-QUOTE-CUSTOMER.                                        PGM159
030900     MOVE SPACES TO WS-QUOTE-CUSTOMER                             PGM159
031000     MOVE WS-MAINT-QUOTE-NO TO SQ-QUOTE-NO                        PGM159
031100     MOVE ZEROS             TO SQ-LINE-NO                         PGM159
031200     START SALES-QUOTE-FILE KEY >= SQ-KEY                         PGM159
031300         INVALID KEY                                              PGM159
031400             CONTINUE                                             PGM159
031500         NOT INVALID KEY                                          PGM159
031600             READ SALES-QUOTE-FILE NEXT RECORD                    PGM159
031700                 AT END                                           PGM159
031800                     CONTINUE                                     PGM159
031900                 NOT AT END                                       PGM159
032000                     IF SQ-QUOTE-NO = WS-MAINT-QUOTE-NO           PGM159
032100                         MOVE SQ-CUSTOMER-CD TO WS-QUOTE-CUSTOMER PGM159
032200                     END-IF                                       PGM159
032300             END-READ                                             PGM159
032400     END-START.                                                   PGM159
032500*                                                                 PGM159
032600 2520-READ-CUSTOMER.                                              PGM159
032700     MOVE 'N' TO WS-CUST-FOUND-FLAG                               PGM159
032800     MOVE WS-MAINT-CUSTOMER TO CU-CUSTOMER-CD                     PGM159
032900     READ CUSTOMER-MASTER-FILE                                    PGM159
033000         INVALID KEY                                              PGM159
033100             DISPLAY 'CUSTOMER NOT ON CUSTOMER MASTER: '          PGM159
033200                     WS-MAINT-CUSTOMER                            PGM159
033300         NOT INVALID KEY                                          PGM159
033400             IF CU-ACTIVE                                         PGM159
033500                 SET WS-CUST-FOUND TO TRUE                        PGM159
033600                 DISPLAY 'CUSTOMER: ' CU-LEGAL-NAME               PGM159
033700             ELSE                                                 PGM159
033800                 DISPLAY 'CUSTOMER INACTIVE: ' WS-MAINT-CUSTOMER  PGM159
033900             END-IF                                               PGM159
034000     END-READ.                                                    PGM159
034100*                                                                 PGM159
034200 2600-VALIDATE-QUOTE-FIELDS.                                      PGM159
034300     MOVE 'N' TO WS-FIELDS-VALID-FLAG                             PGM159
034400     EVALUATE TRUE                                                PGM159
034500         WHEN NOT WS-CUST-FOUND                                   PGM159
034600             CONTINUE                                             PGM159
034700         WHEN WS-MAINT-PRODUCT = SPACES                           PGM159
034800             DISPLAY 'PRODUCT CODE REQUIRED'                      PGM159
034900         WHEN WS-MAINT-QTY NOT > 0                                PGM159
035000             DISPLAY 'QUOTE QTY MUST BE POSITIVE'                 PGM159
035100         WHEN WS-MAINT-PRICE NOT > 0                              PGM159
035200             DISPLAY 'QUOTED PRICE MUST BE POSITIVE'              PGM159
035300         WHEN WS-MAINT-VALID-DATE NOT NUMERIC                     PGM159
035400             OR WS-MAINT-VALID-DATE < WS-TODAY                    PGM159
035500             DISPLAY 'VALID-TO DATE MUST NOT BE IN THE PAST'      PGM159
035600         WHEN WS-MAINT-USER = SPACES                              PGM159
035700             DISPLAY 'USER ID REQUIRED'                           PGM159
035800         WHEN OTHER                                               PGM159
035900             SET WS-FIELDS-VALID TO TRUE                          PGM159
036000     END-EVALUATE.                                                PGM159
036100*                                                                 PGM159
036200* 판매단가 마스터 조회는 PGM035와 같다: 고객별 단가 우선,                             PGM159
036300* 없으면 일반 단가. 적용일 도래 + 승인 + 최소수량 충족                                PGM159
036400* 중 최신 적용일자를 택한다.                                                 PGM159
036500 2650-LOOKUP-LIST-PRICE.                                          PGM159
036600     MOVE 'N' TO WS-PRICE-FOUND-FLAG                              PGM159
036700     MOVE ZEROS TO WS-LIST-PRICE                                  PGM159
036800     MOVE WS-MAINT-CUSTOMER TO WS-LOOKUP-CUST                     PGM159
036900     PERFORM 2660-SCAN-PRICE-LEVEL                                PGM159
037000     IF NOT WS-PRICE-FOUND                                        PGM159
037100         MOVE SPACES TO WS-LOOKUP-CUST                            PGM159
037200         PERFORM 2660-SCAN-PRICE-LEVEL                            PGM159
037300     END-IF.                                                      PGM159
037400*                                                                 PGM159
037500 2660-SCAN-PRICE-LEVEL.                                           PGM159
037600     MOVE 'N' TO WS-PRICE-EOF-FLAG                                PGM159
037700     MOVE WS-MAINT-PRODUCT TO SP-PRODUCT-CD                       PGM159
037800     MOVE WS-LOOKUP-CUST   TO SP-CUSTOMER-CD                      PGM159
037900     MOVE ZEROS            TO SP-EFF-DATE                         PGM159
038000     START PRICE-MASTER-FILE KEY >= SP-KEY                        PGM159
038100         INVALID KEY                                              PGM159
038200             SET WS-PRICE-EOF TO TRUE                             PGM159
038300     END-START                                                    PGM159
038400     PERFORM 2670-SCAN-ONE-PRICE                                  PGM159
038500         UNTIL WS-PRICE-EOF.                                      PGM159
038600*                                                                 PGM159
038700 2670-SCAN-ONE-PRICE.                                             PGM159
038800     READ PRICE-MASTER-FILE NEXT RECORD                           PGM159
038900         AT END                                                   PGM159
039000             SET WS-PRICE-EOF TO TRUE                             PGM159
039100         NOT AT END                                               PGM159
039200             IF SP-PRODUCT-CD NOT = WS-MAINT-PRODUCT              PGM159
039300                 OR SP-CUSTOMER-CD NOT = WS-LOOKUP-CUST           PGM159
039400                 SET WS-PRICE-EOF TO TRUE                         PGM159
039500             ELSE                                                 PGM159
039600                 IF SP-EFF-DATE <= WS-TODAY                       PGM159
039700                     AND SP-ACTIVE AND SP-APPROVED                PGM159
039800                     AND WS-MAINT-QTY >= SP-MIN-QTY               PGM159
039900                     MOVE SP-UNIT-PRICE TO WS-LIST-PRICE          PGM159
040000                     SET WS-PRICE-FOUND TO TRUE                   PGM159
040100                 END-IF                                           PGM159
040200             END-IF                                               PGM159
040300     END-READ.                                                    PGM159
040400*                                                                 PGM159
040500* 견적단가가 적용 단가 이상이면 바로 승인 상태가 되고,                                  PGM159
040600* 낮거나 적용 단가가 없으면 등록/변경 때마다 승인대기로                                  PGM159
040700* 되돌린다.                                                           PGM159
040800 2700-MOVE-QUOTE-FIELDS.                                          PGM159
040900     MOVE WS-MAINT-CUSTOMER   TO SQ-CUSTOMER-CD                   PGM159
041000     MOVE WS-MAINT-SALES-REP  TO SQ-SALES-REP                     PGM159
041100     MOVE WS-MAINT-PRODUCT    TO SQ-PRODUCT-CD                    PGM159
041200     MOVE WS-MAINT-WHSE       TO SQ-WAREHOUSE-CD                  PGM159
041300     MOVE WS-MAINT-QTY        TO SQ-QUOTE-QTY                     PGM159
041400     MOVE WS-MAINT-PRICE      TO SQ-QUOTE-PRICE                   PGM159
041500     MOVE WS-LIST-PRICE       TO SQ-LIST-PRICE                    PGM159
041600     MOVE WS-MAINT-VALID-DATE TO SQ-VALID-DATE                    PGM159
041700     MOVE WS-MAINT-USER       TO SQ-REG-USER                      PGM159
041800     MOVE SPACES              TO SQ-APPR-USER                     PGM159
041900     IF WS-PRICE-FOUND                                            PGM159
042000         AND WS-MAINT-PRICE >= WS-LIST-PRICE                      PGM159
042100         SET SQ-APPROVED TO TRUE                                  PGM159
042200     ELSE                                                         PGM159
042300         SET SQ-PENDING TO TRUE                                   PGM159
042400         DISPLAY 'QUOTE BELOW LIST PRICE - PENDING APPROVAL'      PGM159
042500     END-IF.                                                      PGM159
042600*                                                                 PGM159
042700 9000-FINALIZE.                                                   PGM159
042800     CLOSE SALES-QUOTE-FILE                                       PGM159
042900     CLOSE PRICE-MASTER-FILE                                      PGM159
043000     CLOSE CUSTOMER-MASTER-FILE                                   PGM159
043100     DISPLAY 'PGM159 - SALES QUOTATION SESSION ENDED'.            PGM159
043200*                                                                 PGM159
043300 9750-DIAGNOSE-FILE-STATUS.                                       PGM159
043400     EVALUATE WS-ABEND-STATUS                                     PGM159
043500         WHEN '10'                                                PGM159
043600             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM159
043700             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM159
043800         WHEN '23'                                                PGM159
043900             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM159
044000             DISPLAY '  AND RETRY THE REQUEST'                    PGM159
044100         WHEN '35'                                                PGM159
044200             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM159
044300             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM159
044400         WHEN '37'                                                PGM159
044500             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM159
044600             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM159
044700         WHEN '39'                                                PGM159
044800             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM159
044900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM159
045000         WHEN '41'                                                PGM159
045100             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM159
045200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM159
045300         WHEN '42'                                                PGM159
045400             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM159
045500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM159
045600         WHEN '46'                                                PGM159
045700             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM159
045800             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM159
045900         WHEN OTHER                                               PGM159
046000             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM159
046100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM159
046200     END-EVALUATE.                                                PGM159
046300*                                                                 PGM159
046400 9900-ABNORMAL-END.                                               PGM159
046500     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM159
046600     DISPLAY 'PGM159 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM159
046700     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM159
046800     STOP RUN.                                                    PGM159
046900                                                                  PGM159
