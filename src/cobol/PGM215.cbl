000100 IDENTIFICATION DIVISION.                                         PGM215
000200 PROGRAM-ID.    PGM215.                                           PGM215
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM215
000400*                                                                 PGM215
000500* =========================================================       PGM215
000600* 프로그램명: 야간 보고서 분할 배포 및 전달 기록                                     PGM215
000700* 처리내용  : 그날 밤 인쇄 보고서를 모은 스풀(RPTSPOOL)을 읽어                        PGM215
000800*            'PGMnnn ' 으로 시작하는 행마다 새 보고서로 보고,                     PGM215
000900*            배포 마스터(CPYRDST)의 유효 수신자별로 보낼 행을                      PGM215
001000*            골라 분할 출력(CPYRBST)에 쓴다. 범위 수신자는                       PGM215
001100*            구간 키 위치(CPYRSEC)의 값이 수신 값과 같은 구간과                    PGM215
001200*            제목 행만 받는다. 수신자/보고서/행 순으로 정렬하여                        PGM215
001300*            RPTBURST 에 쓰고, 수신자별 전달 결과를 전달 기록                     PGM215
001400*            (CPYRDLG)에 추가한다. 스풀에 오지 않은 보고서는                      PGM215
001500*            NOT RECEIVED 로 기록하며 이 경우 RC 4.                       PGM215
001600* =========================================================       PGM215
001700*                                                                 PGM215
001800 ENVIRONMENT DIVISION.                                            PGM215
001900 CONFIGURATION SECTION.                                           PGM215
002000 INPUT-OUTPUT SECTION.                                            PGM215
002100 FILE-CONTROL.                                                    PGM215
002200     SELECT DIST-MASTER-FILE                                      PGM215
002300         ASSIGN TO RPTDIST                                        PGM215
002400         ORGANIZATION IS INDEXED                                  PGM215
002500         ACCESS MODE IS SEQUENTIAL                                PGM215
002600         RECORD KEY IS RD-KEY                                     PGM215
002700         FILE STATUS IS WS-FILE-STATUS.                           PGM215
002800     SELECT OPTIONAL SECTION-DEF-FILE                             PGM215
002900         ASSIGN TO RPTSECT                                        PGM215
003000         ORGANIZATION IS SEQUENTIAL                               PGM215
003100         FILE STATUS IS WS-FILE-STATUS2.                          PGM215
003200     SELECT SPOOL-FILE                                            PGM215
003300         ASSIGN TO RPTSPOOL                                       PGM215
003400         ORGANIZATION IS SEQUENTIAL                               PGM215
003500         FILE STATUS IS WS-FILE-STATUS3.                          PGM215
003600     SELECT BURST-WORK-FILE                                       PGM215
003700         ASSIGN TO RPTBWRK                                        PGM215
003800         ORGANIZATION IS SEQUENTIAL                               PGM215
003900         FILE STATUS IS WS-FILE-STATUS4.                          PGM215
004000     SELECT SORT-WORK-FILE                                        PGM215
004100         ASSIGN TO SORTWK01.                                      PGM215
004200     SELECT SORTED-BURST-FILE                                     PGM215
004300         ASSIGN TO RPTBSRT                                        PGM215
004400         ORGANIZATION IS SEQUENTIAL                               PGM215
004500         FILE STATUS IS WS-FILE-STATUS4.                          PGM215
004600     SELECT BURST-OUT-FILE                                        PGM215
004700         ASSIGN TO RPTBURST                                       PGM215
004800         ORGANIZATION IS SEQUENTIAL                               PGM215
004900         FILE STATUS IS WS-FILE-STATUS5.                          PGM215
005000     SELECT DELIVERY-LOG-FILE                                     PGM215
005100         ASSIGN TO RPTDLOG                                        PGM215
005200         ORGANIZATION IS SEQUENTIAL                               PGM215
005300         FILE STATUS IS WS-FILE-STATUS6.                          PGM215
005400     SELECT DIST-REPORT-FILE                                      PGM215
005500         ASSIGN TO RPTDRPT                                        PGM215
005600         ORGANIZATION IS SEQUENTIAL                               PGM215
005700         FILE STATUS IS WS-FILE-STATUS7.                          PGM215
005800*                                                                 PGM215
005900 DATA DIVISION.                                                   PGM215
006000 FILE SECTION.                                                    PGM215
006100 FD  DIST-MASTER-FILE.                                            PGM215
006200 01  DIST-MASTER-REC.                                             PGM215
006300     COPY CPYRDST.                                                PGM215
006400 FD  SECTION-DEF-FILE.                                            PGM215
006500 01  SECTION-DEF-REC.                                             PGM215
006600     COPY CPYRSEC.                                                PGM215
006700 FD  SPOOL-FILE.                                                  PGM215
006800 01  SPOOL-REC               PIC X(132).                          PGM215
006900 FD  BURST-WORK-FILE.                                             PGM215
007000 01  BURST-WORK-REC.                                              PGM215
007100     COPY CPYRBST.                                                PGM215
007200 SD  SORT-WORK-FILE.                                              PGM215
007300 01  SORT-WORK-REC.                                               PGM215
007400     COPY CPYRBST.                                                PGM215
007500 FD  SORTED-BURST-FILE.                                           PGM215
007600 01  SORTED-BURST-REC.                                            PGM215
007700     COPY CPYRBST.                                                PGM215
007800 FD  BURST-OUT-FILE.                                              PGM215
007900 01  BURST-OUT-REC.                                               PGM215
008000     COPY CPYRBST.                                                PGM215
008100 FD  DELIVERY-LOG-FILE.                                           PGM215
008200 01  DELIVERY-LOG-REC.                                            PGM215
008300     COPY CPYRDLG.                                                PGM215
008400 FD  DIST-REPORT-FILE.                                            PGM215
008500 01  DIST-REPORT-REC         PIC X(132).                          PGM215
008600*                                                                 PGM215
008700 WORKING-STORAGE SECTION.                                         PGM215
008800 01  WS-FILE-STATUS         PIC XX.                               PGM215
008900 01  WS-FILE-STATUS2        PIC XX.                               PGM215
009000 01  WS-FILE-STATUS3        PIC XX.                               PGM215
009100 01  WS-FILE-STATUS4        PIC XX.                               PGM215
009200 01  WS-FILE-STATUS5        PIC XX.                               PGM215
009300 01  WS-FILE-STATUS6        PIC XX.                               PGM215
009400 01  WS-FILE-STATUS7        PIC XX.                               PGM215
009500 01  WS-ABEND-STATUS        PIC XX.                               PGM215
009600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM215
009700     88 WS-EOF              VALUE 'Y'.                            PGM215
009800 01  WS-SEND-FLAG           PIC X VALUE 'N'.                      PGM215
009900     88 WS-SEND             VALUE 'Y'.                            PGM215
010000 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM215
010100 01  WS-RUN-TIME            PIC 9(08) VALUE ZEROS.                PGM215
010200 01  WS-LINE-SEQ            PIC 9(07) VALUE ZEROS.                PGM215
010300 01  WS-REPORT-LINE-NO      PIC 9(07) VALUE ZEROS.                PGM215
010400 01  WS-CUR-REPORT-ID       PIC X(08) VALUE SPACES.               PGM215
010500 01  WS-CUR-RP              PIC 9(03) VALUE ZEROS.                PGM215
010600 01  WS-DS-FIRST            PIC 9(04) VALUE ZEROS.                PGM215
010700 01  WS-DS-LAST             PIC 9(04) VALUE ZEROS.                PGM215
010800 01  WS-KEY-COL             PIC 9(03) VALUE ZEROS.                PGM215
010900 01  WS-KEY-LEN             PIC 9(02) VALUE ZEROS.                PGM215
011000 01  WS-LAST-RECIPIENT      PIC X(10) VALUE SPACES.               PGM215
011100 01  WS-LAST-REPORT         PIC X(08) VALUE SPACES.               PGM215
011200*                                                                 PGM215
011300* 구간 키 위치 정의                                                      PGM215
011400 01  WS-SC-COUNT            PIC 9(03) VALUE ZEROS.                PGM215
011500 01  WS-SC-MAX              PIC 9(03) VALUE 200.                  PGM215
011600 01  WS-SC-TABLE.                                                 PGM215
011700     05 WS-SC-ENTRY OCCURS 200 TIMES                              PGM215
011800             INDEXED BY SC-IDX.                                   PGM215
011900         10 SC-REPORT-ID      PIC X(08).                          PGM215
012000         10 SC-FILTER-TYPE    PIC X(01).                          PGM215
012100         10 SC-KEY-COL        PIC 9(03).                          PGM215
012200         10 SC-KEY-LEN        PIC 9(02).                          PGM215
012300         10 SC-HEADER-LINES   PIC 9(02).                          PGM215
012400*                                                                 PGM215
012500* 유효 배포 수신자 (보고서/수신자 키 순)                                         PGM215
012600 01  WS-DX                  PIC 9(04) COMP VALUE ZEROS.           PGM215
012700 01  WS-DS-COUNT            PIC 9(04) VALUE ZEROS.                PGM215
012800 01  WS-DS-MAX              PIC 9(04) VALUE 500.                  PGM215
012900 01  WS-DS-TABLE.                                                 PGM215
013000     05 WS-DS-ENTRY OCCURS 500 TIMES                              PGM215
013100             INDEXED BY DS-IDX.                                   PGM215
013200         10 DS-REPORT-ID      PIC X(08).                          PGM215
013300         10 DS-RECIPIENT-ID   PIC X(10).                          PGM215
013400         10 DS-RECIPIENT-NM   PIC X(30).                          PGM215
013500         10 DS-FILTER-TYPE    PIC X(01).                          PGM215
013600         10 DS-FILTER-VALUE   PIC X(10).                          PGM215
013700         10 DS-DEST-TYPE      PIC X(01).                          PGM215
013800         10 DS-DEST-ADDR      PIC X(40).                          PGM215
013900         10 DS-KEY-COL        PIC 9(03).                          PGM215
014000         10 DS-KEY-LEN        PIC 9(02).                          PGM215
014100         10 DS-HEADER-LINES   PIC 9(02).                          PGM215
014200         10 DS-ARRIVED-FLAG   PIC X(01).                          PGM215
014300             88 DS-ARRIVED        VALUE 'Y'.                      PGM215
014400         10 DS-SECTION-STATE  PIC X(01).                          PGM215
014500             88 DS-IN-HEADER      VALUE 'H'.                      PGM215
014600             88 DS-IN-MATCH       VALUE 'Y'.                      PGM215
014700             88 DS-IN-OTHER       VALUE 'N'.                      PGM215
014800         10 DS-SECTION-CNT    PIC 9(05).                          PGM215
014900         10 DS-LINE-CNT       PIC 9(07).                          PGM215
015000         10 DS-STATUS         PIC X(01).                          PGM215
015100*                                                                 PGM215
015200* 스풀에 도착한 보고서                                                     PGM215
015300 01  WS-RX                  PIC 9(03) COMP VALUE ZEROS.           PGM215
015400 01  WS-RP-COUNT            PIC 9(03) VALUE ZEROS.                PGM215
015500 01  WS-RP-MAX              PIC 9(03) VALUE 200.                  PGM215
015600 01  WS-RP-TABLE.                                                 PGM215
015700     05 WS-RP-ENTRY OCCURS 200 TIMES                              PGM215
015800             INDEXED BY RP-IDX.                                   PGM215
015900         10 RP-REPORT-ID      PIC X(08).                          PGM215
016000         10 RP-LINE-CNT       PIC 9(07).                          PGM215
016100         10 RP-RECIPIENTS     PIC 9(04).                          PGM215
016200*                                                                 PGM215
016300 01  WS-SPOOL-LINES         PIC 9(07) VALUE ZEROS.                PGM215
016400 01  WS-UNATTRIB-LINES      PIC 9(07) VALUE ZEROS.                PGM215
016500 01  WS-BURST-LINES         PIC 9(07) VALUE ZEROS.                PGM215
016600 01  WS-SENT-COUNT          PIC 9(04) VALUE ZEROS.                PGM215
016700 01  WS-NO-SECTION-COUNT    PIC 9(04) VALUE ZEROS.                PGM215
016800 01  WS-NOT-ARRIVED-COUNT   PIC 9(04) VALUE ZEROS.                PGM215
016900 01  WS-UNDIST-COUNT        PIC 9(03) VALUE ZEROS.                PGM215
017000*                                                                 PGM215
017100 01  WS-RPT-HEADER.                                               PGM215
017200     05 FILLER               PIC X(38) VALUE                      PGM215
017300             'PGM215 REPORT DISTRIBUTION LOG - RUN '.             PGM215
017400     05 RH-RUN-DATE          PIC 9(08).                           PGM215
017500     05 FILLER               PIC X(86) VALUE SPACES.              PGM215
017600 01  WS-RPT-BLANK            PIC X(132) VALUE SPACES.             PGM215
017700 01  WS-RPT-SECTION.                                              PGM215
017800     05 RS-TITLE             PIC X(40).                           PGM215
017900     05 FILLER               PIC X(92) VALUE SPACES.              PGM215
018000 01  WS-RPT-RCV-HEAD.                                             PGM215
018100     05 FILLER               PIC X(44) VALUE                      PGM215
018200             'REPORT     LINES RECIPIENTS  NOTE           '.      PGM215
018300     05 FILLER               PIC X(44) VALUE SPACES.              PGM215
018400     05 FILLER               PIC X(44) VALUE SPACES.              PGM215
018500 01  WS-RPT-RCV-DETAIL.                                           PGM215
018600     05 RR-REPORT-ID         PIC X(08).                           PGM215
018700     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
018800     05 RR-LINE-CNT          PIC ZZZZZZ9.                         PGM215
018900     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
019000     05 RR-RECIPIENTS        PIC ZZZZZZZZZ9.                      PGM215
019100     05 FILLER               PIC X(02) VALUE SPACES.              PGM215
019200     05 RR-NOTE              PIC X(30).                           PGM215
019300     05 FILLER               PIC X(73) VALUE SPACES.              PGM215
019400 01  WS-RPT-DLV-HEAD.                                             PGM215
019500     05 FILLER               PIC X(44) VALUE                      PGM215
019600             'REPORT   RECIPIENT  NAME                 F F'.      PGM215
019700     05 FILLER               PIC X(44) VALUE                      PGM215
019800             'ILTER     D DESTINATION                    S'.      PGM215
019900     05 FILLER               PIC X(44) VALUE                      PGM215
020000             'ECTS   LINES STATUS                         '.      PGM215
020100 01  WS-RPT-DLV-DETAIL.                                           PGM215
020200     05 RV-REPORT-ID         PIC X(08).                           PGM215
020300     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
020400     05 RV-RECIPIENT-ID      PIC X(10).                           PGM215
020500     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
020600     05 RV-RECIPIENT-NM      PIC X(20).                           PGM215
020700     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
020800     05 RV-FILTER-TYPE       PIC X(01).                           PGM215
020900     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
021000     05 RV-FILTER-VALUE      PIC X(10).                           PGM215
021100     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
021200     05 RV-DEST-TYPE         PIC X(01).                           PGM215
021300     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
021400     05 RV-DEST-ADDR         PIC X(30).                           PGM215
021500     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
021600     05 RV-SECTION-CNT       PIC ZZZZ9.                           PGM215
021700     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
021800     05 RV-LINE-CNT          PIC ZZZZZZ9.                         PGM215
021900     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
022000     05 RV-STATUS            PIC X(30).                           PGM215
022100     05 FILLER               PIC X(01) VALUE SPACES.              PGM215
022200 01  WS-RPT-TOTALS.                                               PGM215
022300     05 FILLER               PIC X(18) VALUE 'REPORTS RECEIVED  '.PGM215
022400     05 RT-RCV-CNT           PIC ZZ9.                             PGM215
022500     05 FILLER               PIC X(09) VALUE '  SENT  '.          PGM215
022600     05 RT-SENT-CNT          PIC ZZZ9.                            PGM215
022700     05 FILLER               PIC X(16) VALUE '  NO SECTION    '.  PGM215
022800     05 RT-NO-SECTION-CNT    PIC ZZZ9.                            PGM215
022900     05 FILLER               PIC X(17) VALUE '  NOT RECEIVED   '. PGM215
023000     05 RT-NOT-ARRIVED-CNT   PIC ZZZ9.                            PGM215
023100     05 FILLER               PIC X(17) VALUE '  UNDISTRIBUTED  '. PGM215
023200     05 RT-UNDIST-CNT        PIC ZZ9.                             PGM215
023300     05 FILLER               PIC X(37) VALUE SPACES.              PGM215
023400*                                                                 PGM215
023500 PROCEDURE DIVISION.                                              PGM215
023600*                                                                 PGM215
023700 0000-MAIN-PROCESS.                                               PGM215
023800     PERFORM 1000-INITIALIZE                                      PGM215
023900     PERFORM 1100-LOAD-SECTION-DEFS                               PGM215
024000     PERFORM 1200-LOAD-DISTRIBUTION                               PGM215
024100     PERFORM 2000-BURST-SPOOL                                     PGM215
024200     SORT SORT-WORK-FILE                                          PGM215
024300         ON ASCENDING KEY RB-RECIPIENT-ID OF SORT-WORK-REC        PGM215
024400         ON ASCENDING KEY RB-REPORT-ID OF SORT-WORK-REC           PGM215
024500         ON ASCENDING KEY RB-LINE-SEQ OF SORT-WORK-REC            PGM215
024600         USING BURST-WORK-FILE                                    PGM215
024700         GIVING SORTED-BURST-FILE                                 PGM215
024800     PERFORM 3000-SET-DELIVERY-STATUS                             PGM215
024900         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT      PGM215
025000     PERFORM 4000-WRITE-BURST-OUTPUT                              PGM215
025100     PERFORM 5000-WRITE-DELIVERY-LOG                              PGM215
025200     PERFORM 6000-PRINT-REPORT                                    PGM215
025300     PERFORM 9000-FINALIZE                                        PGM215
025400     GOBACK.                                                      PGM215
025500*                                                                 PGM215
025600 1000-INITIALIZE.                                                 PGM215
025700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM215
025800     ACCEPT WS-RUN-TIME FROM TIME                                 PGM215
025900     OPEN OUTPUT DIST-REPORT-FILE                                 PGM215
026000     IF WS-FILE-STATUS7 NOT = '00'                                PGM215
026100         DISPLAY 'DISTRIBUTION REPORT OPEN ERROR: '               PGM215
026200                 WS-FILE-STATUS7                                  PGM215
026300         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM215
026400         PERFORM 9900-ABNORMAL-END                                PGM215
026500     END-IF                                                       PGM215
026600     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM215
026700     WRITE DIST-REPORT-REC FROM WS-RPT-HEADER.                    PGM215
026800*                                                                 PGM215
026900* ---------------------------------------------------------       PGM215
027000* 구간 키 위치 정의 적재 (없으면 범위 수신자도 전체 수신)                               PGM215
027100* ---------------------------------------------------------       PGM215
027200 1100-LOAD-SECTION-DEFS.                                          PGM215
027300     MOVE 'N' TO WS-EOF-FLAG                                      PGM215
027400     OPEN INPUT SECTION-DEF-FILE                                  PGM215
027500     IF WS-FILE-STATUS2 = '00'                                    PGM215
027600         PERFORM 1110-READ-SECTION-DEF                            PGM215
027700         PERFORM 1120-STORE-SECTION-DEF                           PGM215
027800             UNTIL WS-EOF                                         PGM215
027900         CLOSE SECTION-DEF-FILE                                   PGM215
028000     ELSE                                                         PGM215
028100         DISPLAY 'NO SECTION KEY DEFINITIONS - FULL REPORTS SENT' PGM215
028200     END-IF.                                                      PGM215
028300*                                                                 PGM215
028400 1110-READ-SECTION-DEF.                                           PGM215
028500     READ SECTION-DEF-FILE                                        PGM215
028600         AT END SET WS-EOF TO TRUE                                PGM215
028700     END-READ.                                                    PGM215
028800*                                                                 PGM215
028900 1120-STORE-SECTION-DEF.                                          PGM215
029000     IF RS-KEY-COL NUMERIC AND RS-KEY-LEN NUMERIC                 PGM215
029100         AND RS-KEY-COL > 0 AND RS-KEY-LEN > 0                    PGM215
029200         AND RS-KEY-COL + RS-KEY-LEN - 1 NOT > 132                PGM215
029300         IF WS-SC-COUNT NOT < WS-SC-MAX                           PGM215
029400             DISPLAY 'SECTION DEFINITION TABLE FULL: ' WS-SC-MAX  PGM215
029500             MOVE 'FL' TO WS-ABEND-STATUS                         PGM215
029600             PERFORM 9900-ABNORMAL-END                            PGM215
029700         END-IF                                                   PGM215
029800         ADD 1 TO WS-SC-COUNT                                     PGM215
029900         MOVE RS-REPORT-ID    TO SC-REPORT-ID (WS-SC-COUNT)       PGM215
030000         MOVE RS-FILTER-TYPE  TO SC-FILTER-TYPE (WS-SC-COUNT)     PGM215
030100         MOVE RS-KEY-COL      TO SC-KEY-COL (WS-SC-COUNT)         PGM215
030200         MOVE RS-KEY-LEN      TO SC-KEY-LEN (WS-SC-COUNT)         PGM215
030300         MOVE ZEROS           TO SC-HEADER-LINES (WS-SC-COUNT)    PGM215
030400         IF RS-HEADER-LINES NUMERIC                               PGM215
030500             MOVE RS-HEADER-LINES                                 PGM215
030600                 TO SC-HEADER-LINES (WS-SC-COUNT)                 PGM215
030700         END-IF                                                   PGM215
030800     ELSE                                                         PGM215
030900         DISPLAY 'INVALID SECTION KEY POSITION IGNORED: '         PGM215
031000                 RS-REPORT-ID ' ' RS-FILTER-TYPE                  PGM215
031100     END-IF                                                       PGM215
031200     PERFORM 1110-READ-SECTION-DEF.                               PGM215
031300*                                                                 PGM215
031400* ---------------------------------------------------------       PGM215
031500* 유효 수신자 적재, 범위 수신자는 구간 키 위치를 붙임                                  PGM215
031600* ---------------------------------------------------------       PGM215
031700 1200-LOAD-DISTRIBUTION.                                          PGM215
031800     MOVE 'N' TO WS-EOF-FLAG                                      PGM215
031900     OPEN INPUT DIST-MASTER-FILE                                  PGM215
032000     IF WS-FILE-STATUS NOT = '00'                                 PGM215
032100         DISPLAY 'DISTRIBUTION MASTER OPEN ERROR: ' WS-FILE-STATUSPGM215
032200         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM215
032300         PERFORM 9900-ABNORMAL-END                                PGM215
032400     END-IF                                                       PGM215
032500     PERFORM 1210-READ-DISTRIBUTION                               PGM215
032600     PERFORM 1220-STORE-RECIPIENT                                 PGM215
032700         UNTIL WS-EOF                                             PGM215
032800     CLOSE DIST-MASTER-FILE.                                      PGM215
032900*                                                                 PGM215
033000 1210-READ-DISTRIBUTION.                                          PGM215
033100     READ DIST-MASTER-FILE                                        PGM215
033200         AT END SET WS-EOF TO TRUE                                PGM215
033300     END-READ.                                                    PGM215
033400*                                                                 PGM215
033500 1220-STORE-RECIPIENT.                                            PGM215
033600     IF RD-ACTIVE                                                 PGM215
033700         IF WS-DS-COUNT NOT < WS-DS-MAX                           PGM215
033800             DISPLAY 'DISTRIBUTION TABLE FULL: ' WS-DS-MAX        PGM215
033900             MOVE 'FL' TO WS-ABEND-STATUS                         PGM215
034000             PERFORM 9900-ABNORMAL-END                            PGM215
034100         END-IF                                                   PGM215
034200         ADD 1 TO WS-DS-COUNT                                     PGM215
034300         INITIALIZE WS-DS-ENTRY (WS-DS-COUNT)                     PGM215
034400         MOVE RD-REPORT-ID    TO DS-REPORT-ID (WS-DS-COUNT)       PGM215
034500         MOVE RD-RECIPIENT-ID TO DS-RECIPIENT-ID (WS-DS-COUNT)    PGM215
034600         MOVE RD-RECIPIENT-NM TO DS-RECIPIENT-NM (WS-DS-COUNT)    PGM215
034700         MOVE RD-FILTER-TYPE  TO DS-FILTER-TYPE (WS-DS-COUNT)     PGM215
034800         MOVE RD-FILTER-VALUE TO DS-FILTER-VALUE (WS-DS-COUNT)    PGM215
034900         MOVE RD-DEST-TYPE    TO DS-DEST-TYPE (WS-DS-COUNT)       PGM215
035000         MOVE RD-DEST-ADDR    TO DS-DEST-ADDR (WS-DS-COUNT)       PGM215
035100         MOVE 'N'             TO DS-ARRIVED-FLAG (WS-DS-COUNT)    PGM215
035200         IF NOT RD-FILTER-ALL                                     PGM215
035300             PERFORM 1230-FIND-SECTION-DEF                        PGM215
035400         END-IF                                                   PGM215
035500     END-IF                                                       PGM215
035600     PERFORM 1210-READ-DISTRIBUTION.                              PGM215
035700*                                                                 PGM215
035800 1230-FIND-SECTION-DEF.                                           PGM215
035900     SET SC-IDX TO 1                                              PGM215
036000     SEARCH WS-SC-ENTRY                                           PGM215
036100         AT END                                                   PGM215
036200             DISPLAY 'NO SECTION KEY FOR ' RD-REPORT-ID           PGM215
036300                     ' TYPE ' RD-FILTER-TYPE                      PGM215
036400                     ' - FULL REPORT TO ' RD-RECIPIENT-ID         PGM215
036500         WHEN SC-IDX > WS-SC-COUNT                                PGM215
036600             DISPLAY 'NO SECTION KEY FOR ' RD-REPORT-ID           PGM215
036700                     ' TYPE ' RD-FILTER-TYPE                      PGM215
036800                     ' - FULL REPORT TO ' RD-RECIPIENT-ID         PGM215
036900         WHEN SC-REPORT-ID (SC-IDX) = RD-REPORT-ID                PGM215
037000             AND SC-FILTER-TYPE (SC-IDX) = RD-FILTER-TYPE         PGM215
037100             MOVE SC-KEY-COL (SC-IDX)                             PGM215
037200                 TO DS-KEY-COL (WS-DS-COUNT)                      PGM215
037300             MOVE SC-KEY-LEN (SC-IDX)                             PGM215
037400                 TO DS-KEY-LEN (WS-DS-COUNT)                      PGM215
037500             MOVE SC-HEADER-LINES (SC-IDX)                        PGM215
037600                 TO DS-HEADER-LINES (WS-DS-COUNT)                 PGM215
037700     END-SEARCH.                                                  PGM215
037800*                                                                 PGM215
037900* ---------------------------------------------------------       PGM215
038000* 스풀 분할: 'PGMnnn ' 행이 보고서 시작                                      PGM215
038100* ---------------------------------------------------------       PGM215
038200 2000-BURST-SPOOL.                                                PGM215
038300     MOVE 'N' TO WS-EOF-FLAG                                      PGM215
038400     OPEN INPUT SPOOL-FILE                                        PGM215
038500     IF WS-FILE-STATUS3 NOT = '00'                                PGM215
038600         DISPLAY 'REPORT SPOOL OPEN ERROR: ' WS-FILE-STATUS3      PGM215
038700         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM215
038800         PERFORM 9900-ABNORMAL-END                                PGM215
038900     END-IF                                                       PGM215
039000     OPEN OUTPUT BURST-WORK-FILE                                  PGM215
039100     IF WS-FILE-STATUS4 NOT = '00'                                PGM215
039200         DISPLAY 'BURST WORK OPEN ERROR: ' WS-FILE-STATUS4        PGM215
039300         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM215
039400         PERFORM 9900-ABNORMAL-END                                PGM215
039500     END-IF                                                       PGM215
039600     PERFORM 2010-READ-SPOOL                                      PGM215
039700     PERFORM 2100-PROCESS-SPOOL-LINE                              PGM215
039800         UNTIL WS-EOF                                             PGM215
039900     CLOSE SPOOL-FILE                                             PGM215
040000     CLOSE BURST-WORK-FILE.                                       PGM215
040100*                                                                 PGM215
040200 2010-READ-SPOOL.                                                 PGM215
040300     READ SPOOL-FILE                                              PGM215
040400         AT END SET WS-EOF TO TRUE                                PGM215
040500     END-READ.                                                    PGM215
040600*                                                                 PGM215
040700 2100-PROCESS-SPOOL-LINE.                                         PGM215
040800     ADD 1 TO WS-SPOOL-LINES                                      PGM215
040900     ADD 1 TO WS-LINE-SEQ                                         PGM215
041000     IF SPOOL-REC (1:3) = 'PGM' AND SPOOL-REC (4:3) NUMERIC       PGM215
041100         AND SPOOL-REC (7:1) = SPACE                              PGM215
041200         PERFORM 2200-START-REPORT                                PGM215
041300     END-IF                                                       PGM215
041400     IF WS-CUR-REPORT-ID = SPACES                                 PGM215
041500         ADD 1 TO WS-UNATTRIB-LINES                               PGM215
041600     ELSE                                                         PGM215
041700         ADD 1 TO WS-REPORT-LINE-NO                               PGM215
041800         ADD 1 TO RP-LINE-CNT (WS-CUR-RP)                         PGM215
041900         IF WS-DS-FIRST > 0                                       PGM215
042000             PERFORM 2300-ROUTE-LINE                              PGM215
042100                 VARYING WS-DX FROM WS-DS-FIRST BY 1              PGM215
042200                 UNTIL WS-DX > WS-DS-LAST                         PGM215
042300         END-IF                                                   PGM215
042400     END-IF                                                       PGM215
042500     PERFORM 2010-READ-SPOOL.                                     PGM215
042600*                                                                 PGM215
042700 2200-START-REPORT.                                               PGM215
042800     MOVE SPACES TO WS-CUR-REPORT-ID                              PGM215
042900     MOVE SPOOL-REC (1:6) TO WS-CUR-REPORT-ID                     PGM215
043000     MOVE ZEROS TO WS-REPORT-LINE-NO                              PGM215
043100     MOVE ZEROS TO WS-DS-FIRST                                    PGM215
043200     MOVE ZEROS TO WS-DS-LAST                                     PGM215
043300     SET RP-IDX TO 1                                              PGM215
043400     SEARCH WS-RP-ENTRY                                           PGM215
043500         AT END                                                   PGM215
043600             PERFORM 2210-ADD-REPORT                              PGM215
043700         WHEN RP-IDX > WS-RP-COUNT                                PGM215
043800             PERFORM 2210-ADD-REPORT                              PGM215
043900         WHEN RP-REPORT-ID (RP-IDX) = WS-CUR-REPORT-ID            PGM215
044000             SET WS-CUR-RP TO RP-IDX                              PGM215
044100     END-SEARCH                                                   PGM215
044200     PERFORM 2220-MARK-RECIPIENT                                  PGM215
044300         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT.     PGM215
044400*                                                                 PGM215
044500 2210-ADD-REPORT.                                                 PGM215
044600     IF WS-RP-COUNT NOT < WS-RP-MAX                               PGM215
044700         DISPLAY 'RECEIVED REPORT TABLE FULL: ' WS-RP-MAX         PGM215
044800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM215
044900         PERFORM 9900-ABNORMAL-END                                PGM215
045000     END-IF                                                       PGM215
045100     ADD 1 TO WS-RP-COUNT                                         PGM215
045200     MOVE WS-CUR-REPORT-ID TO RP-REPORT-ID (WS-RP-COUNT)          PGM215
045300     MOVE ZEROS            TO RP-LINE-CNT (WS-RP-COUNT)           PGM215
045400     MOVE ZEROS            TO RP-RECIPIENTS (WS-RP-COUNT)         PGM215
045500     MOVE WS-RP-COUNT      TO WS-CUR-RP.                          PGM215
045600*                                                                 PGM215
045700* 수신자는 보고서 순으로 적재되어 있어 연속 구간이 된다.                                 PGM215
045800 2220-MARK-RECIPIENT.                                             PGM215
045900     IF DS-REPORT-ID (WS-DX) = WS-CUR-REPORT-ID                   PGM215
046000         IF WS-DS-FIRST = 0                                       PGM215
046100             MOVE WS-DX TO WS-DS-FIRST                            PGM215
046200         END-IF                                                   PGM215
046300         MOVE WS-DX TO WS-DS-LAST                                 PGM215
046400         IF NOT DS-ARRIVED (WS-DX)                                PGM215
046500             ADD 1 TO RP-RECIPIENTS (WS-CUR-RP)                   PGM215
046600         END-IF                                                   PGM215
046700         SET DS-ARRIVED (WS-DX) TO TRUE                           PGM215
046800         SET DS-IN-HEADER (WS-DX) TO TRUE                         PGM215
046900     END-IF.                                                      PGM215
047000*                                                                 PGM215
047100 2300-ROUTE-LINE.                                                 PGM215
047200     MOVE 'N' TO WS-SEND-FLAG                                     PGM215
047300     IF DS-KEY-LEN (WS-DX) = 0                                    PGM215
047400         SET WS-SEND TO TRUE                                      PGM215
047500     ELSE                                                         PGM215
047600         IF WS-REPORT-LINE-NO NOT > DS-HEADER-LINES (WS-DX)       PGM215
047700             SET WS-SEND TO TRUE                                  PGM215
047800         ELSE                                                     PGM215
047900             PERFORM 2310-CHECK-SECTION-KEY                       PGM215
048000         END-IF                                                   PGM215
048100     END-IF                                                       PGM215
048200     IF WS-SEND                                                   PGM215
048300         MOVE SPACES                TO BURST-WORK-REC             PGM215
048400         MOVE DS-RECIPIENT-ID (WS-DX)                             PGM215
048500             TO RB-RECIPIENT-ID OF BURST-WORK-REC                 PGM215
048600         MOVE WS-CUR-REPORT-ID                                    PGM215
048700             TO RB-REPORT-ID OF BURST-WORK-REC                    PGM215
048800         MOVE WS-LINE-SEQ                                         PGM215
048900             TO RB-LINE-SEQ OF BURST-WORK-REC                     PGM215
049000         MOVE DS-DEST-TYPE (WS-DX)                                PGM215
049100             TO RB-DEST-TYPE OF BURST-WORK-REC                    PGM215
049200         MOVE DS-DEST-ADDR (WS-DX)                                PGM215
049300             TO RB-DEST-ADDR OF BURST-WORK-REC                    PGM215
049400         MOVE SPOOL-REC                                           PGM215
049500             TO RB-PRINT-LINE OF BURST-WORK-REC                   PGM215
049600         WRITE BURST-WORK-REC                                     PGM215
049700         IF WS-FILE-STATUS4 NOT = '00'                            PGM215
049800             DISPLAY 'BURST WORK WRITE ERROR: ' WS-FILE-STATUS4   PGM215
049900             MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS              PGM215
050000             PERFORM 9900-ABNORMAL-END                            PGM215
050100         END-IF                                                   PGM215
050200         ADD 1 TO DS-LINE-CNT (WS-DX)                             PGM215
050300     END-IF.                                                      PGM215
050400*                                                                 PGM215
050500* 키 위치가 공백이 아니면 새 구간, 공백이면 직전 구간 유지.                              PGM215
050600 2310-CHECK-SECTION-KEY.                                          PGM215
050700     MOVE DS-KEY-COL (WS-DX) TO WS-KEY-COL                        PGM215
050800     MOVE DS-KEY-LEN (WS-DX) TO WS-KEY-LEN                        PGM215
050900     IF SPOOL-REC (WS-KEY-COL:WS-KEY-LEN) NOT = SPACES            PGM215
051000         IF SPOOL-REC (WS-KEY-COL:WS-KEY-LEN)                     PGM215
051100             = DS-FILTER-VALUE (WS-DX) (1:WS-KEY-LEN)             PGM215
051200             IF NOT DS-IN-MATCH (WS-DX)                           PGM215
051300                 ADD 1 TO DS-SECTION-CNT (WS-DX)                  PGM215
051400             END-IF                                               PGM215
051500             SET DS-IN-MATCH (WS-DX) TO TRUE                      PGM215
051600         ELSE                                                     PGM215
051700             SET DS-IN-OTHER (WS-DX) TO TRUE                      PGM215
051800         END-IF                                                   PGM215
051900     END-IF                                                       PGM215
052000     IF NOT DS-IN-OTHER (WS-DX)                                   PGM215
052100         SET WS-SEND TO TRUE                                      PGM215
052200     END-IF.                                                      PGM215
052300*                                                                 PGM215
052400* ---------------------------------------------------------       PGM215
052500* 전달 상태: S 전달, E 해당 구간 없음(제목만 - 보내지 않음),                          PGM215
052600*            N 스풀 미도착                                             PGM215
052700* ---------------------------------------------------------       PGM215
052800 3000-SET-DELIVERY-STATUS.                                        PGM215
052900     IF NOT DS-ARRIVED (WS-DX)                                    PGM215
053000         MOVE 'N' TO DS-STATUS (WS-DX)                            PGM215
053100         ADD 1 TO WS-NOT-ARRIVED-COUNT                            PGM215
053200     ELSE                                                         PGM215
053300         IF DS-KEY-LEN (WS-DX) > 0 AND DS-SECTION-CNT (WS-DX) = 0 PGM215
053400             MOVE 'E' TO DS-STATUS (WS-DX)                        PGM215
053500             MOVE ZEROS TO DS-LINE-CNT (WS-DX)                    PGM215
053600             ADD 1 TO WS-NO-SECTION-COUNT                         PGM215
053700         ELSE                                                     PGM215
053800             MOVE 'S' TO DS-STATUS (WS-DX)                        PGM215
053900             ADD 1 TO WS-SENT-COUNT                               PGM215
054000         END-IF                                                   PGM215
054100     END-IF.                                                      PGM215
054200*                                                                 PGM215
054300* ---------------------------------------------------------       PGM215
054400* 정렬된 분할 행 중 전달(S) 수신자 것만 출력                                      PGM215
054500* ---------------------------------------------------------       PGM215
054600 4000-WRITE-BURST-OUTPUT.                                         PGM215
054700     MOVE 'N' TO WS-EOF-FLAG                                      PGM215
054800     MOVE 'N' TO WS-SEND-FLAG                                     PGM215
054900     MOVE SPACES TO WS-LAST-RECIPIENT                             PGM215
055000     MOVE SPACES TO WS-LAST-REPORT                                PGM215
055100     OPEN INPUT SORTED-BURST-FILE                                 PGM215
055200     IF WS-FILE-STATUS4 NOT = '00'                                PGM215
055300         DISPLAY 'SORTED BURST OPEN ERROR: ' WS-FILE-STATUS4      PGM215
055400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM215
055500         PERFORM 9900-ABNORMAL-END                                PGM215
055600     END-IF                                                       PGM215
055700     OPEN OUTPUT BURST-OUT-FILE                                   PGM215
055800     IF WS-FILE-STATUS5 NOT = '00'                                PGM215
055900         DISPLAY 'BURST OUTPUT OPEN ERROR: ' WS-FILE-STATUS5      PGM215
056000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM215
056100         PERFORM 9900-ABNORMAL-END                                PGM215
056200     END-IF                                                       PGM215
056300     PERFORM 4010-READ-SORTED                                     PGM215
056400     PERFORM 4100-COPY-BURST-LINE                                 PGM215
056500         UNTIL WS-EOF                                             PGM215
056600     CLOSE SORTED-BURST-FILE                                      PGM215
056700     CLOSE BURST-OUT-FILE.                                        PGM215
056800*                                                                 PGM215
056900 4010-READ-SORTED.                                                PGM215
057000     READ SORTED-BURST-FILE                                       PGM215
057100         AT END SET WS-EOF TO TRUE                                PGM215
057200     END-READ.                                                    PGM215
057300*                                                                 PGM215
057400 4100-COPY-BURST-LINE.                                            PGM215
057500     IF RB-RECIPIENT-ID OF SORTED-BURST-REC                       PGM215
057600             NOT = WS-LAST-RECIPIENT                              PGM215
057700         OR RB-REPORT-ID OF SORTED-BURST-REC NOT = WS-LAST-REPORT PGM215
057800         MOVE RB-RECIPIENT-ID OF SORTED-BURST-REC                 PGM215
057900             TO WS-LAST-RECIPIENT                                 PGM215
058000         MOVE RB-REPORT-ID OF SORTED-BURST-REC TO WS-LAST-REPORT  PGM215
058100         MOVE 'N' TO WS-SEND-FLAG                                 PGM215
058200         SET DS-IDX TO 1                                          PGM215
058300         SEARCH WS-DS-ENTRY                                       PGM215
058400             AT END                                               PGM215
058500                 CONTINUE                                         PGM215
058600             WHEN DS-IDX > WS-DS-COUNT                            PGM215
058700                 CONTINUE                                         PGM215
058800             WHEN DS-REPORT-ID (DS-IDX) = WS-LAST-REPORT          PGM215
058900                 AND DS-RECIPIENT-ID (DS-IDX) = WS-LAST-RECIPIENT PGM215
059000                 IF DS-STATUS (DS-IDX) = 'S'                      PGM215
059100                     SET WS-SEND TO TRUE                          PGM215
059200                 END-IF                                           PGM215
059300         END-SEARCH                                               PGM215
059400     END-IF                                                       PGM215
059500     IF WS-SEND                                                   PGM215
059600         WRITE BURST-OUT-REC FROM SORTED-BURST-REC                PGM215
059700         IF WS-FILE-STATUS5 NOT = '00'                            PGM215
059800             DISPLAY 'BURST OUTPUT WRITE ERROR: ' WS-FILE-STATUS5 PGM215
059900             MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS              PGM215
060000             PERFORM 9900-ABNORMAL-END                            PGM215
060100         END-IF                                                   PGM215
060200         ADD 1 TO WS-BURST-LINES                                  PGM215
060300     END-IF                                                       PGM215
060400     PERFORM 4010-READ-SORTED.                                    PGM215
060500*                                                                 PGM215
060600* ---------------------------------------------------------       PGM215
060700* 전달 기록 추가                                                        PGM215
060800* ---------------------------------------------------------       PGM215
060900 5000-WRITE-DELIVERY-LOG.                                         PGM215
061000     OPEN EXTEND DELIVERY-LOG-FILE                                PGM215
061100     IF WS-FILE-STATUS6 NOT = '00'                                PGM215
061200         DISPLAY 'DELIVERY LOG OPEN ERROR: ' WS-FILE-STATUS6      PGM215
061300         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM215
061400         PERFORM 9900-ABNORMAL-END                                PGM215
061500     END-IF                                                       PGM215
061600     PERFORM 5100-WRITE-LOG-ENTRY                                 PGM215
061700         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT      PGM215
061800     CLOSE DELIVERY-LOG-FILE.                                     PGM215
061900*                                                                 PGM215
062000 5100-WRITE-LOG-ENTRY.                                            PGM215
062100     MOVE SPACES                  TO DELIVERY-LOG-REC             PGM215
062200     MOVE WS-RUN-DATE             TO DL-RUN-DATE                  PGM215
062300     MOVE WS-RUN-TIME (1:6)       TO DL-RUN-TIME                  PGM215
062400     MOVE DS-REPORT-ID (WS-DX)    TO DL-REPORT-ID                 PGM215
062500     MOVE DS-RECIPIENT-ID (WS-DX) TO DL-RECIPIENT-ID              PGM215
062600     MOVE DS-DEST-TYPE (WS-DX)    TO DL-DEST-TYPE                 PGM215
062700     MOVE DS-DEST-ADDR (WS-DX)    TO DL-DEST-ADDR                 PGM215
062800     MOVE DS-SECTION-CNT (WS-DX)  TO DL-SECTION-CNT               PGM215
062900     MOVE DS-LINE-CNT (WS-DX)     TO DL-LINE-CNT                  PGM215
063000     MOVE DS-STATUS (WS-DX)       TO DL-DELIVERY-STATUS           PGM215
063100     WRITE DELIVERY-LOG-REC                                       PGM215
063200     IF WS-FILE-STATUS6 NOT = '00'                                PGM215
063300         DISPLAY 'DELIVERY LOG WRITE ERROR: ' WS-FILE-STATUS6     PGM215
063400         MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS                  PGM215
063500         PERFORM 9900-ABNORMAL-END                                PGM215
063600     END-IF.                                                      PGM215
063700*                                                                 PGM215
063800* ---------------------------------------------------------       PGM215
063900* 보고: 도착 보고서, 수신자별 전달 결과, 합계                                      PGM215
064000* ---------------------------------------------------------       PGM215
064100 6000-PRINT-REPORT.                                               PGM215
064200     WRITE DIST-REPORT-REC FROM WS-RPT-BLANK                      PGM215
064300     MOVE 'REPORTS RECEIVED IN SPOOL' TO RS-TITLE                 PGM215
064400     WRITE DIST-REPORT-REC FROM WS-RPT-SECTION                    PGM215
064500     WRITE DIST-REPORT-REC FROM WS-RPT-RCV-HEAD                   PGM215
064600     PERFORM 6100-PRINT-RECEIVED                                  PGM215
064700         VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RP-COUNT      PGM215
064800     WRITE DIST-REPORT-REC FROM WS-RPT-BLANK                      PGM215
064900     MOVE 'DELIVERIES BY RECIPIENT' TO RS-TITLE                   PGM215
065000     WRITE DIST-REPORT-REC FROM WS-RPT-SECTION                    PGM215
065100     WRITE DIST-REPORT-REC FROM WS-RPT-DLV-HEAD                   PGM215
065200     PERFORM 6200-PRINT-DELIVERY                                  PGM215
065300         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DS-COUNT      PGM215
065400     MOVE WS-RP-COUNT          TO RT-RCV-CNT                      PGM215
065500     MOVE WS-SENT-COUNT        TO RT-SENT-CNT                     PGM215
065600     MOVE WS-NO-SECTION-COUNT  TO RT-NO-SECTION-CNT               PGM215
065700     MOVE WS-NOT-ARRIVED-COUNT TO RT-NOT-ARRIVED-CNT              PGM215
065800     MOVE WS-UNDIST-COUNT      TO RT-UNDIST-CNT                   PGM215
065900     WRITE DIST-REPORT-REC FROM WS-RPT-BLANK                      PGM215
066000     WRITE DIST-REPORT-REC FROM WS-RPT-TOTALS.                    PGM215
066100*                                                                 PGM215
066200 6100-PRINT-RECEIVED.                                             PGM215
066300     MOVE RP-REPORT-ID (WS-RX)  TO RR-REPORT-ID                   PGM215
066400     MOVE RP-LINE-CNT (WS-RX)   TO RR-LINE-CNT                    PGM215
066500     MOVE RP-RECIPIENTS (WS-RX) TO RR-RECIPIENTS                  PGM215
066600     IF RP-RECIPIENTS (WS-RX) = 0                                 PGM215
066700         MOVE 'NO DISTRIBUTION ENTRY' TO RR-NOTE                  PGM215
066800         ADD 1 TO WS-UNDIST-COUNT                                 PGM215
066900     ELSE                                                         PGM215
067000         MOVE SPACES TO RR-NOTE                                   PGM215
067100     END-IF                                                       PGM215
067200     WRITE DIST-REPORT-REC FROM WS-RPT-RCV-DETAIL.                PGM215
067300*                                                                 PGM215
067400 6200-PRINT-DELIVERY.                                             PGM215
067500     MOVE DS-REPORT-ID (WS-DX)    TO RV-REPORT-ID                 PGM215
067600     MOVE DS-RECIPIENT-ID (WS-DX) TO RV-RECIPIENT-ID              PGM215
067700     MOVE DS-RECIPIENT-NM (WS-DX) TO RV-RECIPIENT-NM              PGM215
067800     MOVE DS-FILTER-TYPE (WS-DX)  TO RV-FILTER-TYPE               PGM215
067900     MOVE DS-FILTER-VALUE (WS-DX) TO RV-FILTER-VALUE              PGM215
068000     MOVE DS-DEST-TYPE (WS-DX)    TO RV-DEST-TYPE                 PGM215
068100     MOVE DS-DEST-ADDR (WS-DX)    TO RV-DEST-ADDR                 PGM215
068200     MOVE DS-SECTION-CNT (WS-DX)  TO RV-SECTION-CNT               PGM215
068300     MOVE DS-LINE-CNT (WS-DX)     TO RV-LINE-CNT                  PGM215
068400     EVALUATE DS-STATUS (WS-DX)                                   PGM215
068500         WHEN 'N'                                                 PGM215
068600             MOVE 'NOT RECEIVED' TO RV-STATUS                     PGM215
068700         WHEN 'E'                                                 PGM215
068800             MOVE 'NO MATCHING SECTION' TO RV-STATUS              PGM215
068900         WHEN OTHER                                               PGM215
069000             IF DS-FILTER-TYPE (WS-DX) NOT = SPACE                PGM215
069100                 AND DS-KEY-LEN (WS-DX) = 0                       PGM215
069200                 MOVE 'SENT - FULL, NO SECTION KEY' TO RV-STATUS  PGM215
069300             ELSE                                                 PGM215
069400                 MOVE 'SENT' TO RV-STATUS                         PGM215
069500             END-IF                                               PGM215
069600     END-EVALUATE                                                 PGM215
069700     WRITE DIST-REPORT-REC FROM WS-RPT-DLV-DETAIL.                PGM215
069800*                                                                 PGM215
069900 9000-FINALIZE.                                                   PGM215
070000     CLOSE DIST-REPORT-FILE                                       PGM215
070100     DISPLAY 'PGM215 COMPLETED: SPOOL LINES ' WS-SPOOL-LINES      PGM215
070200             ' BURST LINES ' WS-BURST-LINES                       PGM215
070300             ' NOT RECEIVED ' WS-NOT-ARRIVED-COUNT                PGM215
070400     IF WS-UNATTRIB-LINES > 0                                     PGM215
070500         DISPLAY 'LINES BEFORE FIRST REPORT HEADER SKIPPED: '     PGM215
070600                 WS-UNATTRIB-LINES                                PGM215
070700     END-IF                                                       PGM215
070800     IF WS-NOT-ARRIVED-COUNT > 0                                  PGM215
070900         MOVE 4 TO RETURN-CODE                                    PGM215
071000     END-IF.                                                      PGM215
071100*                                                                 PGM215
071200 9750-DIAGNOSE-FILE-STATUS.                                       PGM215
071300     EVALUATE WS-ABEND-STATUS                                     PGM215
071400         WHEN '10'                                                PGM215
071500             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM215
071600             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM215
071700         WHEN '23'                                                PGM215
071800             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM215
071900             DISPLAY '  AND RETRY THE REQUEST'                    PGM215
072000         WHEN '35'                                                PGM215
072100             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM215
072200             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM215
072300         WHEN '37'                                                PGM215
072400             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM215
072500             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM215
072600         WHEN '39'                                                PGM215
072700             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM215
072800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM215
072900         WHEN '41'                                                PGM215
073000             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM215
073100             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM215
073200         WHEN '42'                                                PGM215
073300             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM215
073400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM215
073500         WHEN '46'                                                PGM215
073600             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM215
073700             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM215
073800         WHEN OTHER                                               PGM215
073900             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM215
074000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM215
074100     END-EVALUATE.                                                PGM215
074200*                                                                 PGM215
074300 9900-ABNORMAL-END.                                               PGM215
074400     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM215
074500     DISPLAY 'PGM215 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM215
074600     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM215
074700     MOVE 16 TO RETURN-CODE                                       PGM215
074800     GOBACK.                                                      PGM215
074900                                                                  PGM215
