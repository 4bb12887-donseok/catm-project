000100 IDENTIFICATION DIVISION.                                         PGM194
000200 PROGRAM-ID.    PGM194.                                           PGM194
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM194
000400*                                                                 PGM194
000500* =========================================================       PGM194
000600* 프로그램명: 최소원가 장입배합 계산 (WHAT-IF)                                   PGM194
000700* 처리내용  : 고로의 현행 배합(CPYBMIX)과 원자재 성분분석                            PGM194
000800*            (CPYRMAN), 단가/재고(CPYRMMS), 목표(CPYCHPM 의              PGM194
000900*            규소 대역, 염기도, 슬래그량 상한)로 용선톤당                           PGM194
001000*            원가가 가장 낮은 배합을 찾는다. 철광석/스크랩은                          PGM194
001100*            성분을 맞추는 데 드는 부원료 값까지 더한 FE 1KG                       PGM194
001200*            당 원가가 싼 순으로 채우고, 석회석류로 염기도를                          PGM194
001300*            맞춘 뒤 슬래그량이 상한을 넘으면 슬래그가 많은                           PGM194
001400*            자재를 깨끗한 자재로 조금씩 바꾼다. 연료/합금철                          PGM194
001500*            등은 현행 원단위로 고정한다. 자재별 상한은 재고/                         PGM194
001600*            계획 용선량과 분석 마스터의 최대 원단위로 둔다.                          PGM194
001700*            현행/제안 원가와 성분을 비교 보고하고, 제안 모드                         PGM194
001800*            이면 제안(CPYBMPR, 상태 P)을 남긴다. 제안은                       PGM194
001900*            PGM195 에서 승인 후 배합 마스터로 적용한다.                         PGM194
002000*            목표 미충족, 성분분석 없는 현행 자재, 현행 배합                         PGM194
002100*            없음은 RC 4.                                            PGM194
002200* =========================================================       PGM194
002300*                                                                 PGM194
002400 ENVIRONMENT DIVISION.                                            PGM194
002500 CONFIGURATION SECTION.                                           PGM194
002600 INPUT-OUTPUT SECTION.                                            PGM194
002700 FILE-CONTROL.                                                    PGM194
002800     SELECT MIX-OPT-PARM-FILE                                     PGM194
002900         ASSIGN TO BMOPARM                                        PGM194
003000         ORGANIZATION IS SEQUENTIAL                               PGM194
003100         FILE STATUS IS WS-FILE-STATUS.                           PGM194
003200     SELECT CHEM-PARM-FILE                                        PGM194
003300         ASSIGN TO CHEMPARM                                       PGM194
003400         ORGANIZATION IS SEQUENTIAL                               PGM194
003500         FILE STATUS IS WS-FILE-STATUS2.                          PGM194
003600     SELECT RM-ANALYSIS-FILE                                      PGM194
003700         ASSIGN TO RMANAL                                         PGM194
003800         ORGANIZATION IS INDEXED                                  PGM194
003900         ACCESS MODE IS SEQUENTIAL                                PGM194
004000         RECORD KEY IS AN-MATL-CD                                 PGM194
004100         FILE STATUS IS WS-FILE-STATUS3.                          PGM194
004200     SELECT RM-MASTER-FILE                                        PGM194
004300         ASSIGN TO RMMAST                                         PGM194
004400         ORGANIZATION IS INDEXED                                  PGM194
004500         ACCESS MODE IS RANDOM                                    PGM194
004600         RECORD KEY IS RM-MATL-CD                                 PGM194
004700         FILE STATUS IS WS-FILE-STATUS4.                          PGM194
004800     SELECT BURDEN-MIX-FILE                                       PGM194
004900         ASSIGN TO BRDNMIX                                        PGM194
005000         ORGANIZATION IS INDEXED                                  PGM194
005100         ACCESS MODE IS DYNAMIC                                   PGM194
005200         RECORD KEY IS BU-KEY                                     PGM194
005300         FILE STATUS IS WS-FILE-STATUS5.                          PGM194
005400     SELECT MIX-PROPOSAL-FILE                                     PGM194
005500         ASSIGN TO BMPROP                                         PGM194
005600         ORGANIZATION IS INDEXED                                  PGM194
005700         ACCESS MODE IS DYNAMIC                                   PGM194
005800         RECORD KEY IS BP-KEY                                     PGM194
005900         FILE STATUS IS WS-FILE-STATUS6.                          PGM194
006000     SELECT MIX-OPT-REPORT-FILE                                   PGM194
006100         ASSIGN TO BMORPT                                         PGM194
006200         ORGANIZATION IS SEQUENTIAL                               PGM194
006300         FILE STATUS IS WS-FILE-STATUS7.                          PGM194
006400*                                                                 PGM194
006500 DATA DIVISION.                                                   PGM194
006600 FILE SECTION.                                                    PGM194
006700 FD  MIX-OPT-PARM-FILE.                                           PGM194
006800 01  MIX-OPT-PARM-REC.                                            PGM194
006900     05 MP-BF-NO             PIC X(03).                           PGM194
007000     05 MP-RUN-MODE          PIC X(01).                           PGM194
007100         88 MP-WHAT-IF       VALUE 'W'.                           PGM194
007200         88 MP-PROPOSE       VALUE 'P'.                           PGM194
007300     05 MP-PLAN-HM-TONS      PIC 9(07).                           PGM194
007400     05 MP-BASICITY-TOL      PIC 9(01)V99.                        PGM194
007500     05 MP-HM-FE-PCT         PIC 9(02)V9.                         PGM194
007600     05 MP-REQUESTED-BY      PIC X(10).                           PGM194
007700     05 FILLER               PIC X(13).                           PGM194
007800 FD  CHEM-PARM-FILE.                                              PGM194
007900 01  CHEM-PARM-REC.                                               PGM194
008000     COPY CPYCHPM.                                                PGM194
008100 FD  RM-ANALYSIS-FILE.                                            PGM194
008200 01  RM-ANALYSIS-REC.                                             PGM194
008300     COPY CPYRMAN.                                                PGM194
008400 FD  RM-MASTER-FILE.                                              PGM194
008500 01  RM-MASTER-REC.                                               PGM194
008600     COPY CPYRMMS.                                                PGM194
008700 FD  BURDEN-MIX-FILE.                                             PGM194
008800 01  BURDEN-MIX-REC.                                              PGM194
008900     COPY CPYBMIX.                                                PGM194
009000 FD  MIX-PROPOSAL-FILE.                                           PGM194
009100 01  MIX-PROPOSAL-REC.                                            PGM194
009200     COPY CPYBMPR.                                                PGM194
009300 FD  MIX-OPT-REPORT-FILE.                                         PGM194
009400 01  MIX-OPT-REPORT-REC      PIC X(132).                          PGM194
009500*                                                                 PGM194
009600 WORKING-STORAGE SECTION.                                         PGM194
009700 01  WS-FILE-STATUS         PIC XX.                               PGM194
009800 01  WS-FILE-STATUS2        PIC XX.                               PGM194
009900 01  WS-FILE-STATUS3        PIC XX.                               PGM194
010000 01  WS-FILE-STATUS4        PIC XX.                               PGM194
010100 01  WS-FILE-STATUS5        PIC XX.                               PGM194
010200 01  WS-FILE-STATUS6        PIC XX.                               PGM194
010300 01  WS-FILE-STATUS7        PIC XX.                               PGM194
010400 01  WS-ABEND-STATUS        PIC XX.                               PGM194
010500 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM194
010600     88 WS-EOF              VALUE 'Y'.                            PGM194
010700 01  WS-PICK-FLAG           PIC X VALUE 'N'.                      PGM194
010800     88 WS-PICK-FOUND       VALUE 'Y'.                            PGM194
010900     88 WS-PICK-NONE        VALUE 'N'.                            PGM194
011000 01  WS-SWAP-DONE-FLAG      PIC X VALUE 'N'.                      PGM194
011100     88 WS-SWAP-DONE        VALUE 'Y'.                            PGM194
011200 01  WS-CALC-MODE           PIC X(01) VALUE 'N'.                  PGM194
011300     88 WS-CALC-CURRENT     VALUE 'C'.                            PGM194
011400     88 WS-CALC-PROPOSED    VALUE 'N'.                            PGM194
011500 01  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.                PGM194
011600 01  WS-PROP-SEQ            PIC 9(02) VALUE ZEROS.                PGM194
011700 01  WS-MIX-COUNT           PIC 9(03) VALUE ZEROS.                PGM194
011800 01  WS-NO-ANAL-COUNT       PIC 9(03) VALUE ZEROS.                PGM194
011900 01  WS-ADD-MATL            PIC X(12) VALUE SPACES.               PGM194
012000*                                                                 PGM194
012100* 목표/상수                                                           PGM194
012200 01  WS-BASICITY-TGT        PIC 9(01)V99 VALUE ZEROS.             PGM194
012300 01  WS-BASICITY-TOL        PIC 9(01)V99 VALUE 0.05.              PGM194
012400 01  WS-BASICITY-LOW        PIC 9(01)V99 VALUE ZEROS.             PGM194
012500 01  WS-BASICITY-HIGH       PIC 9(01)V99 VALUE ZEROS.             PGM194
012600 01  WS-SLAG-MAX-KG         PIC 9(03) VALUE ZEROS.                PGM194
012700 01  WS-SI-TGT-PCT          PIC 9(01)V999 VALUE ZEROS.            PGM194
012800 01  WS-HM-FE-PCT           PIC 9(02)V9 VALUE 94.5.               PGM194
012900 01  WS-FE-REQ-KG           PIC 9(04)V9(4) VALUE ZEROS.           PGM194
013000* 용선 SI 1KG 에 SIO2 2.14KG (60.08/28.09) 이 환원된다                    PGM194
013100 01  WS-SIO2-PER-SI         PIC 9(01)V99 VALUE 2.14.              PGM194
013200 01  WS-SIO2-TO-HM          PIC 9(03)V9(4) VALUE ZEROS.           PGM194
013300 01  WS-NO-LIMIT-KG         PIC 9(05)V99 VALUE 99999.99.          PGM194
013400 01  WS-FE-TOLERANCE        PIC 9(01)V99 VALUE 0.50.              PGM194
013500 01  WS-CAO-TOLERANCE       PIC 9(01)V99 VALUE 0.10.              PGM194
013600 01  WS-SWAP-STEP-FE        PIC 9(03) VALUE 25.                   PGM194
013700 01  WS-SWAP-MAX            PIC 9(03) VALUE 200.                  PGM194
013800 01  WS-SWAP-COUNT          PIC 9(03) VALUE ZEROS.                PGM194
013900*                                                                 PGM194
014000* 자재 테이블 (성분분석 마스터 + 현행 배합)                                       PGM194
014100 01  WS-MT-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM194
014200 01  WS-BEST-SUB            PIC 9(03) COMP VALUE ZEROS.           PGM194
014300 01  WS-HI-SUB              PIC 9(03) COMP VALUE ZEROS.           PGM194
014400 01  WS-MT-COUNT            PIC 9(03) VALUE ZEROS.                PGM194
014500 01  WS-MT-MAX              PIC 9(03) VALUE 150.                  PGM194
014600 01  WS-MT-TABLE.                                                 PGM194
014700     05 WS-MT-ENTRY OCCURS 150 TIMES                              PGM194
014800             INDEXED BY MT-IDX.                                   PGM194
014900         10 MT-MATL-CD        PIC X(12).                          PGM194
015000         10 MT-CATEGORY       PIC X(02).                          PGM194
015100         10 MT-ROLE-CD        PIC X(01).                          PGM194
015200             88 MT-FERROUS    VALUE 'F'.                          PGM194
015300             88 MT-FLUX       VALUE 'X'.                          PGM194
015400             88 MT-FIXED      VALUE 'K'.                          PGM194
015500         10 MT-ANAL-FLAG      PIC X(01).                          PGM194
015600             88 MT-HAS-ANAL   VALUE 'Y'.                          PGM194
015700         10 MT-USABLE-FLAG    PIC X(01).                          PGM194
015800             88 MT-USABLE     VALUE 'Y'.                          PGM194
015900         10 MT-PICKED-FLAG    PIC X(01).                          PGM194
016000             88 MT-PICKED     VALUE 'Y'.                          PGM194
016100         10 MT-PRICE          PIC S9(9)V99 COMP-3.                PGM194
016200         10 MT-STOCK-QTY      PIC S9(9)V99 COMP-3.                PGM194
016300         10 MT-CAP-KG         PIC 9(05).                          PGM194
016400         10 MT-FE-PCT         PIC 9(02)V99.                       PGM194
016500         10 MT-SIO2-PCT       PIC 9(02)V99.                       PGM194
016600         10 MT-CAO-PCT        PIC 9(02)V99.                       PGM194
016700         10 MT-H2O-PCT        PIC 9(02)V99.                       PGM194
016800         10 MT-FE             PIC 9V9(6) COMP-3.                  PGM194
016900         10 MT-SIO2           PIC 9V9(6) COMP-3.                  PGM194
017000         10 MT-AL2O3          PIC 9V9(6) COMP-3.                  PGM194
017100         10 MT-CAO            PIC 9V9(6) COMP-3.                  PGM194
017200         10 MT-MGO            PIC 9V9(6) COMP-3.                  PGM194
017300         10 MT-P              PIC 9V9(6) COMP-3.                  PGM194
017400         10 MT-NET-CAO        PIC S9V9(6) COMP-3.                 PGM194
017500         10 MT-RANK-COST      PIC S9(7)V9(4) COMP-3.              PGM194
017600         10 MT-SLAG-IDX       PIC 9(03)V9(6) COMP-3.              PGM194
017700         10 MT-MAX-KG         PIC 9(05)V99 COMP-3.                PGM194
017800         10 MT-CUR-KG         PIC 9(05)V99 COMP-3.                PGM194
017900         10 MT-NEW-KG         PIC 9(05)V99 COMP-3.                PGM194
018000         10 MT-NOTE           PIC X(10).                          PGM194
018100*                                                                 PGM194
018200* 배합 계산 작업 필드                                                     PGM194
018300 01  WS-DRY-FRAC            PIC 9V9(6) VALUE ZEROS.               PGM194
018400 01  WS-CALC-KG             PIC 9(05)V99 VALUE ZEROS.             PGM194
018500 01  WS-WORK-KG             PIC S9(07)V9(4) VALUE ZEROS.          PGM194
018600 01  WS-FE-NEED             PIC S9(05)V9(4) VALUE ZEROS.          PGM194
018700 01  WS-CAO-NEED            PIC S9(05)V9(4) VALUE ZEROS.          PGM194
018800 01  WS-MOVE-FE             PIC S9(05)V9(4) VALUE ZEROS.          PGM194
018900 01  WS-HEADROOM-FE         PIC S9(07)V9(4) VALUE ZEROS.          PGM194
019000 01  WS-BEST-COST           PIC S9(7)V9(4) VALUE ZEROS.           PGM194
019100 01  WS-HI-SLAG-IDX         PIC 9(03)V9(6) VALUE ZEROS.           PGM194
019200 01  WS-FLUX-REF-COST       PIC S9(7)V9(4) VALUE ZEROS.           PGM194
019300 01  WS-FLUX-COST           PIC S9(7)V9(4) VALUE ZEROS.           PGM194
019400*                                                                 PGM194
019500* 배합 합계 (용선톤당) - 계산 결과를 현행/제안으로 옮긴다                               PGM194
019600 01  WS-TOT.                                                      PGM194
019700     05 WS-TOT-FE            PIC S9(05)V9(4).                     PGM194
019800     05 WS-TOT-SIO2          PIC S9(05)V9(4).                     PGM194
019900     05 WS-TOT-AL2O3         PIC S9(05)V9(4).                     PGM194
020000     05 WS-TOT-CAO           PIC S9(05)V9(4).                     PGM194
020100     05 WS-TOT-MGO           PIC S9(05)V9(4).                     PGM194
020200     05 WS-TOT-P             PIC S9(05)V9(4).                     PGM194
020300     05 WS-TOT-SIO2-SLAG     PIC S9(05)V9(4).                     PGM194
020400     05 WS-TOT-SLAG          PIC S9(05)V9(4).                     PGM194
020500     05 WS-TOT-BASICITY      PIC 9(01)V99.                        PGM194
020600     05 WS-TOT-HM-P-PCT      PIC 9(01)V999.                       PGM194
020700     05 WS-TOT-COST          PIC S9(09)V99.                       PGM194
020800     05 WS-TOT-TARGET-CD     PIC X(01).                           PGM194
020900 01  WS-CUR-TOT.                                                  PGM194
021000     05 WS-CUR-FE            PIC S9(05)V9(4).                     PGM194
021100     05 WS-CUR-SIO2          PIC S9(05)V9(4).                     PGM194
021200     05 WS-CUR-AL2O3         PIC S9(05)V9(4).                     PGM194
021300     05 WS-CUR-CAO           PIC S9(05)V9(4).                     PGM194
021400     05 WS-CUR-MGO           PIC S9(05)V9(4).                     PGM194
021500     05 WS-CUR-P             PIC S9(05)V9(4).                     PGM194
021600     05 WS-CUR-SIO2-SLAG     PIC S9(05)V9(4).                     PGM194
021700     05 WS-CUR-SLAG          PIC S9(05)V9(4).                     PGM194
021800     05 WS-CUR-BASICITY      PIC 9(01)V99.                        PGM194
021900     05 WS-CUR-HM-P-PCT      PIC 9(01)V999.                       PGM194
022000     05 WS-CUR-COST          PIC S9(09)V99.                       PGM194
022100     05 WS-CUR-TARGET-CD     PIC X(01).                           PGM194
022200 01  WS-NEW-TOT.                                                  PGM194
022300     05 WS-NEW-FE            PIC S9(05)V9(4).                     PGM194
022400     05 WS-NEW-SIO2          PIC S9(05)V9(4).                     PGM194
022500     05 WS-NEW-AL2O3         PIC S9(05)V9(4).                     PGM194
022600     05 WS-NEW-CAO           PIC S9(05)V9(4).                     PGM194
022700     05 WS-NEW-MGO           PIC S9(05)V9(4).                     PGM194
022800     05 WS-NEW-P             PIC S9(05)V9(4).                     PGM194
022900     05 WS-NEW-SIO2-SLAG     PIC S9(05)V9(4).                     PGM194
023000     05 WS-NEW-SLAG          PIC S9(05)V9(4).                     PGM194
023100     05 WS-NEW-BASICITY      PIC 9(01)V99.                        PGM194
023200     05 WS-NEW-HM-P-PCT      PIC 9(01)V999.                       PGM194
023300     05 WS-NEW-COST          PIC S9(09)V99.                       PGM194
023400     05 WS-NEW-TARGET-CD     PIC X(01).                           PGM194
023500 01  WS-TARGET-CD           PIC X(01).                            PGM194
023600     88 WS-TARGETS-MET      VALUE 'Y'.                            PGM194
023700     88 WS-SLAG-HIGH        VALUE 'S'.                            PGM194
023800     88 WS-BASICITY-OFF     VALUE 'B'.                            PGM194
023900     88 WS-FE-SHORT         VALUE 'F'.                            PGM194
024000*                                                                 PGM194
024100* 보고 편집 필드                                                        PGM194
024200 01  WS-LINE-COST           PIC S9(09)V99 VALUE ZEROS.            PGM194
024300 01  WS-COST-DIFF           PIC S9(09)V99 VALUE ZEROS.            PGM194
024400 01  WS-EDIT-KG             PIC ZZZZ9.99.                         PGM194
024500 01  WS-EDIT-AMT            PIC ZZ,ZZZ,ZZ9.99-.                   PGM194
024600 01  WS-EDIT-BASICITY       PIC 9.99.                             PGM194
024700 01  WS-EDIT-PCT            PIC 9.999.                            PGM194
024800*                                                                 PGM194
024900 01  WS-RPT-HEADER.                                               PGM194
025000     05 FILLER               PIC X(35) VALUE                      PGM194
025100             'PGM194 LEAST-COST BURDEN MIX - BF '.                PGM194
025200     05 RH-BF-NO             PIC X(03).                           PGM194
025300     05 FILLER               PIC X(10) VALUE ' RUN DATE '.        PGM194
025400     05 RH-RUN-DATE          PIC 9(08).                           PGM194
025500     05 FILLER               PIC X(07) VALUE ' MODE  '.           PGM194
025600     05 RH-MODE              PIC X(08).                           PGM194
025700     05 FILLER               PIC X(61) VALUE SPACES.              PGM194
025800 01  WS-RPT-TARGETS.                                              PGM194
025900     05 FILLER               PIC X(18) VALUE                      PGM194
026000             'TARGETS  BASICITY '.                                PGM194
026100     05 RT-BASICITY          PIC 9.99.                            PGM194
026200     05 FILLER               PIC X(05) VALUE ' +/- '.             PGM194
026300     05 RT-TOL               PIC 9.99.                            PGM194
026400     05 FILLER               PIC X(17) VALUE                      PGM194
026500             '  SLAG MAX KG/T  '.                                 PGM194
026600     05 RT-SLAG-MAX          PIC ZZ9.                             PGM194
026700     05 FILLER               PIC X(13) VALUE '  HM SI PCT  '.     PGM194
026800     05 RT-SI                PIC 9.999.                           PGM194
026900     05 FILLER               PIC X(13) VALUE '  HM FE PCT  '.     PGM194
027000     05 RT-FE                PIC Z9.9.                            PGM194
027100     05 FILLER               PIC X(17) VALUE                      PGM194
027200             '  PLAN HM TONS   '.                                 PGM194
027300     05 RT-PLAN-TONS         PIC Z,ZZZ,ZZ9.                       PGM194
027400     05 FILLER               PIC X(20) VALUE SPACES.              PGM194
027500 01  WS-RPT-COLS1.                                                PGM194
027600     05 FILLER               PIC X(44) VALUE                      PGM194
027700             'MATERIAL     CT R        PRICE    FE  SIO2  '.      PGM194
027800     05 FILLER               PIC X(44) VALUE                      PGM194
027900             ' CAO   H2O MAX KG/T  CUR KG/T  NEW KG/T   CU'.      PGM194
028000     05 FILLER               PIC X(44) VALUE                      PGM194
028100             'R COST    NEW COST NOTE                     '.      PGM194
028200 01  WS-RPT-COLS2.                                                PGM194
028300     05 FILLER               PIC X(44) VALUE                      PGM194
028400             '                       PER TON   PCT   PCT  '.      PGM194
028500     05 FILLER               PIC X(44) VALUE                      PGM194
028600             ' PCT   PCT  PER THM   PER THM   PER THM    P'.      PGM194
028700     05 FILLER               PIC X(44) VALUE                      PGM194
028800             'ER THM     PER THM                          '.      PGM194
028900 01  WS-RPT-DETAIL.                                               PGM194
029000     05 RD-MATL              PIC X(12).                           PGM194
029100     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
029200     05 RD-CATEGORY          PIC X(02).                           PGM194
029300     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
029400     05 RD-ROLE              PIC X(01).                           PGM194
029500     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
029600     05 RD-PRICE             PIC Z,ZZZ,ZZ9.99.                    PGM194
029700     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
029800     05 RD-FE                PIC Z9.99.                           PGM194
029900     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
030000     05 RD-SIO2              PIC Z9.99.                           PGM194
030100     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
030200     05 RD-CAO               PIC Z9.99.                           PGM194
030300     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
030400     05 RD-H2O               PIC Z9.99.                           PGM194
030500     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
030600     05 RD-MAX-KG            PIC X(08).                           PGM194
030700     05 FILLER               PIC X(02) VALUE SPACES.              PGM194
030800     05 RD-CUR-KG            PIC ZZZZ9.99.                        PGM194
030900     05 FILLER               PIC X(02) VALUE SPACES.              PGM194
031000     05 RD-NEW-KG            PIC ZZZZ9.99.                        PGM194
031100     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
031200     05 RD-CUR-COST          PIC ZZZ,ZZ9.99.                      PGM194
031300     05 FILLER               PIC X(02) VALUE SPACES.              PGM194
031400     05 RD-NEW-COST          PIC ZZZ,ZZ9.99.                      PGM194
031500     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
031600     05 RD-NOTE              PIC X(10).                           PGM194
031700     05 FILLER               PIC X(15) VALUE SPACES.              PGM194
031800 01  WS-RPT-SUM-COLS.                                             PGM194
031900     05 FILLER               PIC X(44) VALUE                      PGM194
032000             'MIX SUMMARY                    CURRENT      '.      PGM194
032100     05 FILLER               PIC X(44) VALUE                      PGM194
032200             '  PROPOSED      DIFFERENCE                  '.      PGM194
032300     05 FILLER               PIC X(44) VALUE SPACES.              PGM194
032400 01  WS-RPT-SUM-LINE.                                             PGM194
032500     05 RS-LABEL             PIC X(24).                           PGM194
032600     05 RS-CUR               PIC X(14).                           PGM194
032700     05 FILLER               PIC X(02) VALUE SPACES.              PGM194
032800     05 RS-NEW               PIC X(14).                           PGM194
032900     05 FILLER               PIC X(02) VALUE SPACES.              PGM194
033000     05 RS-DIFF              PIC X(14).                           PGM194
033100     05 FILLER               PIC X(62) VALUE SPACES.              PGM194
033200 01  WS-RPT-RESULT.                                               PGM194
033300     05 RR-TEXT              PIC X(40).                           PGM194
033400     05 RR-BF-NO             PIC X(03).                           PGM194
033500     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
033600     05 RR-PROP-DATE         PIC X(08).                           PGM194
033700     05 FILLER               PIC X(01) VALUE SPACE.               PGM194
033800     05 RR-PROP-SEQ          PIC X(02).                           PGM194
033900     05 FILLER               PIC X(77) VALUE SPACES.              PGM194
034000 01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.              PGM194
034100*                                                                 PGM194
034200 PROCEDURE DIVISION.                                              PGM194
034300*                                                                 PGM194
034400 0000-MAIN-PROCESS.                                               PGM194
034500     PERFORM 1000-INITIALIZE                                      PGM194
034600     PERFORM 1100-LOAD-ANALYSES                                   PGM194
034700         UNTIL WS-EOF                                             PGM194
034800     PERFORM 1200-LOAD-CURRENT-MIX                                PGM194
034900     PERFORM 1300-PREPARE-MATERIAL                                PGM194
035000         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
035100         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
035200     PERFORM 1400-FIND-FLUX-REF                                   PGM194
035300         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
035400         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
035500     PERFORM 1500-RANK-FERROUS                                    PGM194
035600         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
035700         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
035800     SET WS-CALC-CURRENT TO TRUE                                  PGM194
035900     PERFORM 5000-COMPUTE-TOTALS                                  PGM194
036000     MOVE WS-TOT TO WS-CUR-TOT                                    PGM194
036100     PERFORM 2000-BUILD-PROPOSAL                                  PGM194
036200     PERFORM 7000-REPORT-MIX                                      PGM194
036300     IF MP-PROPOSE                                                PGM194
036400         PERFORM 6000-WRITE-PROPOSAL                              PGM194
036500     END-IF                                                       PGM194
036600     PERFORM 9000-FINALIZE                                        PGM194
036700     GOBACK.                                                      PGM194
036800*                                                                 PGM194
036900 1000-INITIALIZE.                                                 PGM194
037000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        PGM194
037100     OPEN INPUT MIX-OPT-PARM-FILE                                 PGM194
037200     IF WS-FILE-STATUS NOT = '00'                                 PGM194
037300         DISPLAY 'MIX OPT PARM OPEN ERROR: ' WS-FILE-STATUS       PGM194
037400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM194
037500         PERFORM 9900-ABNORMAL-END                                PGM194
037600     END-IF                                                       PGM194
037700     READ MIX-OPT-PARM-FILE                                       PGM194
037800         AT END                                                   PGM194
037900             DISPLAY 'MIX OPT PARAMETER MISSING'                  PGM194
038000             MOVE WS-FILE-STATUS TO WS-ABEND-STATUS               PGM194
038100             PERFORM 9900-ABNORMAL-END                            PGM194
038200     END-READ                                                     PGM194
038300     CLOSE MIX-OPT-PARM-FILE                                      PGM194
038400     IF MP-BF-NO = SPACES                                         PGM194
038500         DISPLAY 'FURNACE NO REQUIRED'                            PGM194
038600         MOVE 'PM' TO WS-ABEND-STATUS                             PGM194
038700         PERFORM 9900-ABNORMAL-END                                PGM194
038800     END-IF                                                       PGM194
038900     IF NOT MP-WHAT-IF                                            PGM194
039000         SET MP-PROPOSE TO TRUE                                   PGM194
039100     END-IF                                                       PGM194
039200     IF MP-PROPOSE AND MP-REQUESTED-BY = SPACES                   PGM194
039300         DISPLAY 'REQUESTED-BY REQUIRED FOR A PROPOSAL'           PGM194
039400         MOVE 'PM' TO WS-ABEND-STATUS                             PGM194
039500         PERFORM 9900-ABNORMAL-END                                PGM194
039600     END-IF                                                       PGM194
039700     IF MP-PLAN-HM-TONS NOT NUMERIC                               PGM194
039800         MOVE ZEROS TO MP-PLAN-HM-TONS                            PGM194
039900     END-IF                                                       PGM194
040000     IF MP-BASICITY-TOL NUMERIC AND MP-BASICITY-TOL > 0           PGM194
040100         MOVE MP-BASICITY-TOL TO WS-BASICITY-TOL                  PGM194
040200     END-IF                                                       PGM194
040300     IF MP-HM-FE-PCT NUMERIC AND MP-HM-FE-PCT > 0                 PGM194
040400         MOVE MP-HM-FE-PCT TO WS-HM-FE-PCT                        PGM194
040500     END-IF                                                       PGM194
040600     COMPUTE WS-FE-REQ-KG = WS-HM-FE-PCT * 10                     PGM194
040700     OPEN INPUT CHEM-PARM-FILE                                    PGM194
040800     IF WS-FILE-STATUS2 NOT = '00'                                PGM194
040900         DISPLAY 'CHEM PARM OPEN ERROR: ' WS-FILE-STATUS2         PGM194
041000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM194
041100         PERFORM 9900-ABNORMAL-END                                PGM194
041200     END-IF                                                       PGM194
041300     READ CHEM-PARM-FILE                                          PGM194
041400         AT END                                                   PGM194
041500             DISPLAY 'CHEMISTRY TARGETS MISSING'                  PGM194
041600             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM194
041700             PERFORM 9900-ABNORMAL-END                            PGM194
041800     END-READ                                                     PGM194
041900     CLOSE CHEM-PARM-FILE                                         PGM194
042000     IF HB-BASICITY-TGT NOT NUMERIC OR HB-BASICITY-TGT = 0        PGM194
042100         DISPLAY 'SLAG BASICITY TARGET MISSING IN CHEMPARM'       PGM194
042200         MOVE 'PM' TO WS-ABEND-STATUS                             PGM194
042300         PERFORM 9900-ABNORMAL-END                                PGM194
042400     END-IF                                                       PGM194
042500     MOVE HB-BASICITY-TGT TO WS-BASICITY-TGT                      PGM194
042600     IF HB-SLAG-MAX-KG NUMERIC                                    PGM194
042700         MOVE HB-SLAG-MAX-KG TO WS-SLAG-MAX-KG                    PGM194
042800     END-IF                                                       PGM194
042900     COMPUTE WS-BASICITY-LOW  = WS-BASICITY-TGT - WS-BASICITY-TOL PGM194
043000     COMPUTE WS-BASICITY-HIGH = WS-BASICITY-TGT + WS-BASICITY-TOL PGM194
043100     COMPUTE WS-SI-TGT-PCT ROUNDED =                              PGM194
043200         (HB-SI-LOW-PCT + HB-SI-HIGH-PCT) / 2                     PGM194
043300     COMPUTE WS-SIO2-TO-HM ROUNDED =                              PGM194
043400         WS-SI-TGT-PCT * 10 * WS-SIO2-PER-SI                      PGM194
043500     OPEN INPUT RM-ANALYSIS-FILE                                  PGM194
043600     IF WS-FILE-STATUS3 NOT = '00'                                PGM194
043700         DISPLAY 'RM ANALYSIS OPEN ERROR: ' WS-FILE-STATUS3       PGM194
043800         MOVE WS-FILE-STATUS3 TO WS-ABEND-STATUS                  PGM194
043900         PERFORM 9900-ABNORMAL-END                                PGM194
044000     END-IF                                                       PGM194
044100     OPEN INPUT RM-MASTER-FILE                                    PGM194
044200     IF WS-FILE-STATUS4 NOT = '00'                                PGM194
044300         DISPLAY 'RM MASTER OPEN ERROR: ' WS-FILE-STATUS4         PGM194
044400         MOVE WS-FILE-STATUS4 TO WS-ABEND-STATUS                  PGM194
044500         PERFORM 9900-ABNORMAL-END                                PGM194
044600     END-IF                                                       PGM194
044700     OPEN INPUT BURDEN-MIX-FILE                                   PGM194
044800     IF WS-FILE-STATUS5 NOT = '00'                                PGM194
044900         DISPLAY 'BURDEN MIX OPEN ERROR: ' WS-FILE-STATUS5        PGM194
045000         MOVE WS-FILE-STATUS5 TO WS-ABEND-STATUS                  PGM194
045100         PERFORM 9900-ABNORMAL-END                                PGM194
045200     END-IF                                                       PGM194
045300     IF MP-PROPOSE                                                PGM194
045400         OPEN I-O MIX-PROPOSAL-FILE                               PGM194
045500         IF WS-FILE-STATUS6 NOT = '00'                            PGM194
045600             AND WS-FILE-STATUS6 NOT = '05'                       PGM194
045700             DISPLAY 'MIX PROPOSAL OPEN ERROR: ' WS-FILE-STATUS6  PGM194
045800             MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS              PGM194
045900             PERFORM 9900-ABNORMAL-END                            PGM194
046000         END-IF                                                   PGM194
046100     END-IF                                                       PGM194
046200     OPEN OUTPUT MIX-OPT-REPORT-FILE                              PGM194
046300     IF WS-FILE-STATUS7 NOT = '00'                                PGM194
046400         DISPLAY 'MIX OPT REPORT OPEN ERROR: ' WS-FILE-STATUS7    PGM194
046500         MOVE WS-FILE-STATUS7 TO WS-ABEND-STATUS                  PGM194
046600         PERFORM 9900-ABNORMAL-END                                PGM194
046700     END-IF                                                       PGM194
046800     MOVE MP-BF-NO    TO RH-BF-NO                                 PGM194
046900     MOVE WS-RUN-DATE TO RH-RUN-DATE                              PGM194
047000     IF MP-PROPOSE                                                PGM194
047100         MOVE 'PROPOSE' TO RH-MODE                                PGM194
047200     ELSE                                                         PGM194
047300         MOVE 'WHAT-IF' TO RH-MODE                                PGM194
047400     END-IF                                                       PGM194
047500     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-HEADER                  PGM194
047600     MOVE WS-BASICITY-TGT TO RT-BASICITY                          PGM194
047700     MOVE WS-BASICITY-TOL TO RT-TOL                               PGM194
047800     MOVE WS-SLAG-MAX-KG  TO RT-SLAG-MAX                          PGM194
047900     MOVE WS-SI-TGT-PCT   TO RT-SI                                PGM194
048000     MOVE WS-HM-FE-PCT    TO RT-FE                                PGM194
048100     MOVE MP-PLAN-HM-TONS TO RT-PLAN-TONS                         PGM194
048200     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-TARGETS                 PGM194
048300     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-BLANK.                  PGM194
048400*                                                                 PGM194
048500* 유효한 성분분석을 모두 자재 테이블에 싣는다.                                       PGM194
048600 1100-LOAD-ANALYSES.                                              PGM194
048700     READ RM-ANALYSIS-FILE                                        PGM194
048800         AT END                                                   PGM194
048900             SET WS-EOF TO TRUE                                   PGM194
049000         NOT AT END                                               PGM194
049100             IF AN-ACTIVE                                         PGM194
049200                 MOVE AN-MATL-CD TO WS-ADD-MATL                   PGM194
049300                 PERFORM 1110-ADD-MATERIAL-ENTRY                  PGM194
049400                 SET MT-HAS-ANAL (MT-IDX) TO TRUE                 PGM194
049500                 MOVE AN-MAX-KG-PER-TON TO MT-CAP-KG (MT-IDX)     PGM194
049600                 MOVE AN-FE-PCT         TO MT-FE-PCT (MT-IDX)     PGM194
049700                 MOVE AN-SIO2-PCT       TO MT-SIO2-PCT (MT-IDX)   PGM194
049800                 MOVE AN-CAO-PCT        TO MT-CAO-PCT (MT-IDX)    PGM194
049900                 MOVE AN-H2O-PCT        TO MT-H2O-PCT (MT-IDX)    PGM194
050000                 COMPUTE WS-DRY-FRAC ROUNDED =                    PGM194
050100                     (100 - AN-H2O-PCT) / 100                     PGM194
050200                 COMPUTE MT-FE (MT-IDX) ROUNDED =                 PGM194
050300                     AN-FE-PCT / 100 * WS-DRY-FRAC                PGM194
050400                 COMPUTE MT-SIO2 (MT-IDX) ROUNDED =               PGM194
050500                     AN-SIO2-PCT / 100 * WS-DRY-FRAC              PGM194
050600                 COMPUTE MT-AL2O3 (MT-IDX) ROUNDED =              PGM194
050700                     AN-AL2O3-PCT / 100 * WS-DRY-FRAC             PGM194
050800                 COMPUTE MT-CAO (MT-IDX) ROUNDED =                PGM194
050900                     AN-CAO-PCT / 100 * WS-DRY-FRAC               PGM194
051000                 COMPUTE MT-MGO (MT-IDX) ROUNDED =                PGM194
051100                     AN-MGO-PCT / 100 * WS-DRY-FRAC               PGM194
051200                 COMPUTE MT-P (MT-IDX) ROUNDED =                  PGM194
051300                     AN-P-PCT / 100 * WS-DRY-FRAC                 PGM194
051400             END-IF                                               PGM194
051500     END-READ.                                                    PGM194
051600*                                                                 PGM194
051700* 자재 한 건을 테이블에 더하고 원자재 마스터의 분류/단가/                                PGM194
051800* 재고를 붙인다. 마스터에 없거나 사용중지/미승인 자재는                                  PGM194
051900* 새 배합에 쓰지 않는다.                                                   PGM194
052000 1110-ADD-MATERIAL-ENTRY.                                         PGM194
052100     IF WS-MT-COUNT >= WS-MT-MAX                                  PGM194
052200         DISPLAY 'MATERIAL TABLE FULL AT ' WS-MT-MAX              PGM194
052300         MOVE 'FL' TO WS-ABEND-STATUS                             PGM194
052400         PERFORM 9900-ABNORMAL-END                                PGM194
052500     END-IF                                                       PGM194
052600     ADD 1 TO WS-MT-COUNT                                         PGM194
052700     SET MT-IDX TO WS-MT-COUNT                                    PGM194
052800     INITIALIZE WS-MT-ENTRY (MT-IDX)                              PGM194
052900     MOVE WS-ADD-MATL TO MT-MATL-CD (MT-IDX)                      PGM194
053000     MOVE 'N' TO MT-ANAL-FLAG (MT-IDX)                            PGM194
053100     MOVE 'N' TO MT-USABLE-FLAG (MT-IDX)                          PGM194
053200     MOVE 'N' TO MT-PICKED-FLAG (MT-IDX)                          PGM194
053300     SET MT-FIXED (MT-IDX) TO TRUE                                PGM194
053400     MOVE WS-ADD-MATL TO RM-MATL-CD                               PGM194
053500     READ RM-MASTER-FILE                                          PGM194
053600         INVALID KEY                                              PGM194
053700             MOVE 'NOT ON RM' TO MT-NOTE (MT-IDX)                 PGM194
053800         NOT INVALID KEY                                          PGM194
053900             MOVE RM-CATEGORY   TO MT-CATEGORY (MT-IDX)           PGM194
054000             MOVE RM-UNIT-PRICE TO MT-PRICE (MT-IDX)              PGM194
054100             MOVE RM-STOCK-QTY  TO MT-STOCK-QTY (MT-IDX)          PGM194
054200             EVALUATE TRUE                                        PGM194
054300                 WHEN RM-IRON-ORE OR RM-SCRAP                     PGM194
054400                     SET MT-FERROUS (MT-IDX) TO TRUE              PGM194
054500                 WHEN RM-LIMESTONE                                PGM194
054600                     SET MT-FLUX (MT-IDX) TO TRUE                 PGM194
054700                 WHEN OTHER                                       PGM194
054800                     SET MT-FIXED (MT-IDX) TO TRUE                PGM194
054900             END-EVALUATE                                         PGM194
055000             IF RM-ACTIVE AND NOT RM-PENDING-APR                  PGM194
055100                 MOVE 'Y' TO MT-USABLE-FLAG (MT-IDX)              PGM194
055200             ELSE                                                 PGM194
055300                 MOVE 'RM INACT' TO MT-NOTE (MT-IDX)              PGM194
055400             END-IF                                               PGM194
055500     END-READ.                                                    PGM194
055600*                                                                 PGM194
055700* 고로의 현행(유효) 배합 원단위를 테이블에 붙인다. 성분                                 PGM194
055800* 분석이 없는 자재는 성분 0 으로 두고 표시한다.                                     PGM194
055900 1200-LOAD-CURRENT-MIX.                                           PGM194
056000     MOVE 'N' TO WS-EOF-FLAG                                      PGM194
056100     MOVE LOW-VALUES TO BU-KEY                                    PGM194
056200     MOVE MP-BF-NO   TO BU-BF-NO                                  PGM194
056300     START BURDEN-MIX-FILE KEY >= BU-KEY                          PGM194
056400         INVALID KEY                                              PGM194
056500             SET WS-EOF TO TRUE                                   PGM194
056600     END-START                                                    PGM194
056700     PERFORM 1210-READ-MIX                                        PGM194
056800         UNTIL WS-EOF                                             PGM194
056900     IF WS-MIX-COUNT = 0                                          PGM194
057000         DISPLAY 'NO ACTIVE BURDEN MIX FOR BF ' MP-BF-NO          PGM194
057100         MOVE 4 TO RETURN-CODE                                    PGM194
057200     END-IF.                                                      PGM194
057300*                                                                 PGM194
057400 1210-READ-MIX.                                                   PGM194
057500     READ BURDEN-MIX-FILE NEXT RECORD                             PGM194
057600         AT END                                                   PGM194
057700             SET WS-EOF TO TRUE                                   PGM194
057800         NOT AT END                                               PGM194
057900             IF BU-BF-NO NOT = MP-BF-NO                           PGM194
058000                 SET WS-EOF TO TRUE                               PGM194
058100             ELSE                                                 PGM194
058200                 IF BU-ACTIVE                                     PGM194
058300                     ADD 1 TO WS-MIX-COUNT                        PGM194
058400                     SET MT-IDX TO 1                              PGM194
058500                     SEARCH WS-MT-ENTRY                           PGM194
058600                         AT END                                   PGM194
058700                             MOVE BU-MATL-CD TO WS-ADD-MATL       PGM194
058800                             PERFORM 1110-ADD-MATERIAL-ENTRY      PGM194
058900                         WHEN MT-MATL-CD (MT-IDX) = BU-MATL-CD    PGM194
059000                             AND MT-IDX <= WS-MT-COUNT            PGM194
059100                             CONTINUE                             PGM194
059200                     END-SEARCH                                   PGM194
059300                     MOVE BU-KG-PER-TON TO MT-CUR-KG (MT-IDX)     PGM194
059400                     IF NOT MT-HAS-ANAL (MT-IDX)                  PGM194
059500                         MOVE 'NO ANAL' TO MT-NOTE (MT-IDX)       PGM194
059600                         ADD 1 TO WS-NO-ANAL-COUNT                PGM194
059700                     END-IF                                       PGM194
059800                 END-IF                                           PGM194
059900             END-IF                                               PGM194
060000     END-READ.                                                    PGM194
060100*                                                                 PGM194
060200* 상한 원단위 = 재고 X 1000 / 계획 용선량 (계획량 0 이면                           PGM194
060300* 재고 제한 없음), 분석 마스터 최대 원단위가 더 작으면 그                               PGM194
060400* 값. 부원료는 염기도 목표에서 남는 CAO(순 CAO)를 구한다.                            PGM194
060500 1300-PREPARE-MATERIAL.                                           PGM194
060600     SET MT-IDX TO WS-MT-SUB                                      PGM194
060700     IF NOT MT-HAS-ANAL (MT-IDX)                                  PGM194
060800         MOVE 'N' TO MT-USABLE-FLAG (MT-IDX)                      PGM194
060900     END-IF                                                       PGM194
061000     MOVE WS-NO-LIMIT-KG TO MT-MAX-KG (MT-IDX)                    PGM194
061100     IF MP-PLAN-HM-TONS > 0                                       PGM194
061200         IF MT-STOCK-QTY (MT-IDX) > 0                             PGM194
061300             COMPUTE WS-WORK-KG ROUNDED =                         PGM194
061400                 MT-STOCK-QTY (MT-IDX) * 1000 / MP-PLAN-HM-TONS   PGM194
061500             IF WS-WORK-KG < WS-NO-LIMIT-KG                       PGM194
061600                 MOVE WS-WORK-KG TO MT-MAX-KG (MT-IDX)            PGM194
061700             END-IF                                               PGM194
061800         ELSE                                                     PGM194
061900             MOVE ZEROS TO MT-MAX-KG (MT-IDX)                     PGM194
062000         END-IF                                                   PGM194
062100     END-IF                                                       PGM194
062200     IF MT-CAP-KG (MT-IDX) > 0                                    PGM194
062300         AND MT-CAP-KG (MT-IDX) < MT-MAX-KG (MT-IDX)              PGM194
062400         MOVE MT-CAP-KG (MT-IDX) TO MT-MAX-KG (MT-IDX)            PGM194
062500     END-IF                                                       PGM194
062600     COMPUTE MT-NET-CAO (MT-IDX) ROUNDED =                        PGM194
062700         MT-CAO (MT-IDX) - WS-BASICITY-TGT * MT-SIO2 (MT-IDX)     PGM194
062800     IF MT-USABLE (MT-IDX) AND MT-MAX-KG (MT-IDX) > 0             PGM194
062900         EVALUATE TRUE                                            PGM194
063000             WHEN MT-FERROUS (MT-IDX) AND MT-FE (MT-IDX) = 0      PGM194
063100                 MOVE 'N' TO MT-USABLE-FLAG (MT-IDX)              PGM194
063200             WHEN MT-FLUX (MT-IDX) AND MT-NET-CAO (MT-IDX) NOT > 0PGM194
063300                 MOVE 'N' TO MT-USABLE-FLAG (MT-IDX)              PGM194
063400             WHEN MT-FLUX (MT-IDX)                                PGM194
063500                 COMPUTE MT-RANK-COST (MT-IDX) ROUNDED =          PGM194
063600                     MT-PRICE (MT-IDX) / 1000                     PGM194
063700                     / MT-NET-CAO (MT-IDX)                        PGM194
063800             WHEN OTHER                                           PGM194
063900                 CONTINUE                                         PGM194
064000         END-EVALUATE                                             PGM194
064100     END-IF.                                                      PGM194
064200*                                                                 PGM194
064300* 가장 싼 부원료의 순 CAO 1KG 당 값 - 철 자재의 맥석을                             PGM194
064400* 맞추는 부원료 값 산정에 쓴다.                                               PGM194
064500 1400-FIND-FLUX-REF.                                              PGM194
064600     SET MT-IDX TO WS-MT-SUB                                      PGM194
064700     IF MT-FLUX (MT-IDX) AND MT-USABLE (MT-IDX)                   PGM194
064800         AND MT-MAX-KG (MT-IDX) > 0                               PGM194
064900         IF WS-FLUX-REF-COST = 0                                  PGM194
065000             OR MT-RANK-COST (MT-IDX) < WS-FLUX-REF-COST          PGM194
065100             MOVE MT-RANK-COST (MT-IDX) TO WS-FLUX-REF-COST       PGM194
065200         END-IF                                                   PGM194
065300     END-IF.                                                      PGM194
065400*                                                                 PGM194
065500* 철 자재 순위 원가 = (KG 단가 + 맥석 SIO2 를 목표 염기도로                         PGM194
065600* 맞추는 데 드는 부원료 값 - 자재 자체 CAO 값) / FE KG.                          PGM194
065700* 슬래그 지수 = FE 1KG 이 만드는 슬래그 KG (CAO 포함).                          PGM194
065800 1500-RANK-FERROUS.                                               PGM194
065900     SET MT-IDX TO WS-MT-SUB                                      PGM194
066000     IF MT-FERROUS (MT-IDX) AND MT-FE (MT-IDX) > 0                PGM194
066100         COMPUTE MT-RANK-COST (MT-IDX) ROUNDED =                  PGM194
066200             (MT-PRICE (MT-IDX) / 1000                            PGM194
066300              - MT-NET-CAO (MT-IDX) * WS-FLUX-REF-COST)           PGM194
066400             / MT-FE (MT-IDX)                                     PGM194
066500         COMPUTE MT-SLAG-IDX (MT-IDX) ROUNDED =                   PGM194
066600             ((1 + WS-BASICITY-TGT) * MT-SIO2 (MT-IDX)            PGM194
066700              + MT-AL2O3 (MT-IDX) + MT-MGO (MT-IDX))              PGM194
066800             / MT-FE (MT-IDX)                                     PGM194
066900     END-IF.                                                      PGM194
067000*                                                                 PGM194
067100* 제안 배합 - 고정 자재를 두고, 철 자재를 순위 원가 순으로                              PGM194
067200* 상한까지 채워 필요 FE 를 맞춘 뒤 부원료로 염기도를 맞춘다.                             PGM194
067300* 슬래그량이 상한을 넘으면 철 자재를 바꿔 가며 줄인다.                                  PGM194
067400 2000-BUILD-PROPOSAL.                                             PGM194
067500     PERFORM 2100-SET-FIXED-MATERIAL                              PGM194
067600         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
067700         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
067800     COMPUTE WS-FE-NEED = WS-FE-REQ-KG - WS-TOT-FE                PGM194
067900     SET WS-PICK-FOUND TO TRUE                                    PGM194
068000     PERFORM 2200-PICK-FERROUS                                    PGM194
068100         UNTIL WS-FE-NEED NOT > WS-FE-TOLERANCE OR WS-PICK-NONE   PGM194
068200     PERFORM 3000-BALANCE-FLUX                                    PGM194
068300     MOVE 'N' TO WS-SWAP-DONE-FLAG                                PGM194
068400     MOVE ZEROS TO WS-SWAP-COUNT                                  PGM194
068500     IF WS-SLAG-MAX-KG > 0                                        PGM194
068600         PERFORM 3500-REDUCE-SLAG                                 PGM194
068700             UNTIL WS-TOT-SLAG NOT > WS-SLAG-MAX-KG               PGM194
068800                OR WS-SWAP-DONE                                   PGM194
068900                OR WS-SWAP-COUNT >= WS-SWAP-MAX                   PGM194
069000     END-IF                                                       PGM194
069100     MOVE WS-TOT TO WS-NEW-TOT.                                   PGM194
069200*                                                                 PGM194
069300* 고정 자재는 현행 원단위, 철/부원료는 0 에서 시작한다.                                PGM194
069400* WS-TOT-FE 에 고정 자재의 FE 를 모아 둔다.                                  PGM194
069500 2100-SET-FIXED-MATERIAL.                                         PGM194
069600     SET MT-IDX TO WS-MT-SUB                                      PGM194
069700     IF WS-MT-SUB = 1                                             PGM194
069800         MOVE ZEROS TO WS-TOT-FE                                  PGM194
069900     END-IF                                                       PGM194
070000     MOVE 'N' TO MT-PICKED-FLAG (MT-IDX)                          PGM194
070100     IF MT-FIXED (MT-IDX)                                         PGM194
070200         MOVE MT-CUR-KG (MT-IDX) TO MT-NEW-KG (MT-IDX)            PGM194
070300         COMPUTE WS-TOT-FE ROUNDED = WS-TOT-FE                    PGM194
070400             + MT-NEW-KG (MT-IDX) * MT-FE (MT-IDX)                PGM194
070500     ELSE                                                         PGM194
070600         MOVE ZEROS TO MT-NEW-KG (MT-IDX)                         PGM194
070700     END-IF.                                                      PGM194
070800*                                                                 PGM194
070900 2200-PICK-FERROUS.                                               PGM194
071000     MOVE ZEROS TO WS-BEST-SUB                                    PGM194
071100     PERFORM 2210-FIND-CHEAPEST-FERROUS                           PGM194
071200         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
071300         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
071400     IF WS-BEST-SUB = 0                                           PGM194
071500         SET WS-PICK-NONE TO TRUE                                 PGM194
071600     ELSE                                                         PGM194
071700         SET MT-IDX TO WS-BEST-SUB                                PGM194
071800         MOVE 'Y' TO MT-PICKED-FLAG (MT-IDX)                      PGM194
071900         COMPUTE WS-WORK-KG ROUNDED =                             PGM194
072000             WS-FE-NEED / MT-FE (MT-IDX)                          PGM194
072100         IF WS-WORK-KG > MT-MAX-KG (MT-IDX)                       PGM194
072200             MOVE MT-MAX-KG (MT-IDX) TO WS-WORK-KG                PGM194
072300         END-IF                                                   PGM194
072400         MOVE WS-WORK-KG TO MT-NEW-KG (MT-IDX)                    PGM194
072500         COMPUTE WS-FE-NEED ROUNDED = WS-FE-NEED                  PGM194
072600             - MT-NEW-KG (MT-IDX) * MT-FE (MT-IDX)                PGM194
072700     END-IF.                                                      PGM194
072800*                                                                 PGM194
072900 2210-FIND-CHEAPEST-FERROUS.                                      PGM194
073000     SET MT-IDX TO WS-MT-SUB                                      PGM194
073100     IF MT-FERROUS (MT-IDX) AND MT-USABLE (MT-IDX)                PGM194
073200         AND NOT MT-PICKED (MT-IDX)                               PGM194
073300         AND MT-MAX-KG (MT-IDX) > 0                               PGM194
073400         IF WS-BEST-SUB = 0                                       PGM194
073500             OR MT-RANK-COST (MT-IDX) < WS-BEST-COST              PGM194
073600             MOVE WS-MT-SUB TO WS-BEST-SUB                        PGM194
073700             MOVE MT-RANK-COST (MT-IDX) TO WS-BEST-COST           PGM194
073800         END-IF                                                   PGM194
073900     END-IF.                                                      PGM194
074000*                                                                 PGM194
074100* 부원료를 비우고 합계를 다시 내어 모자라는 CAO 를 순 CAO                             PGM194
074200* 값이 싼 부원료부터 채운다.                                                 PGM194
074300 3000-BALANCE-FLUX.                                               PGM194
074400     PERFORM 3010-CLEAR-FLUX                                      PGM194
074500         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
074600         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
074700     SET WS-CALC-PROPOSED TO TRUE                                 PGM194
074800     PERFORM 5000-COMPUTE-TOTALS                                  PGM194
074900     COMPUTE WS-CAO-NEED ROUNDED =                                PGM194
075000         WS-BASICITY-TGT * WS-TOT-SIO2-SLAG - WS-TOT-CAO          PGM194
075100     SET WS-PICK-FOUND TO TRUE                                    PGM194
075200     PERFORM 3100-ADD-FLUX                                        PGM194
075300         UNTIL WS-CAO-NEED NOT > WS-CAO-TOLERANCE                 PGM194
075400            OR WS-PICK-NONE                                       PGM194
075500     PERFORM 5000-COMPUTE-TOTALS.                                 PGM194
075600*                                                                 PGM194
075700 3010-CLEAR-FLUX.                                                 PGM194
075800     SET MT-IDX TO WS-MT-SUB                                      PGM194
075900     IF MT-FLUX (MT-IDX)                                          PGM194
076000         MOVE ZEROS TO MT-NEW-KG (MT-IDX)                         PGM194
076100         MOVE 'N' TO MT-PICKED-FLAG (MT-IDX)                      PGM194
076200     END-IF.                                                      PGM194
076300*                                                                 PGM194
076400 3100-ADD-FLUX.                                                   PGM194
076500     MOVE ZEROS TO WS-BEST-SUB                                    PGM194
076600     PERFORM 3110-FIND-CHEAPEST-FLUX                              PGM194
076700         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
076800         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
076900     IF WS-BEST-SUB = 0                                           PGM194
077000         SET WS-PICK-NONE TO TRUE                                 PGM194
077100     ELSE                                                         PGM194
077200         SET MT-IDX TO WS-BEST-SUB                                PGM194
077300         MOVE 'Y' TO MT-PICKED-FLAG (MT-IDX)                      PGM194
077400         COMPUTE WS-WORK-KG ROUNDED =                             PGM194
077500             WS-CAO-NEED / MT-NET-CAO (MT-IDX)                    PGM194
077600         IF WS-WORK-KG > MT-MAX-KG (MT-IDX)                       PGM194
077700             MOVE MT-MAX-KG (MT-IDX) TO WS-WORK-KG                PGM194
077800         END-IF                                                   PGM194
077900         MOVE WS-WORK-KG TO MT-NEW-KG (MT-IDX)                    PGM194
078000         COMPUTE WS-CAO-NEED ROUNDED = WS-CAO-NEED                PGM194
078100             - MT-NEW-KG (MT-IDX) * MT-NET-CAO (MT-IDX)           PGM194
078200     END-IF.                                                      PGM194
078300*                                                                 PGM194
078400 3110-FIND-CHEAPEST-FLUX.                                         PGM194
078500     SET MT-IDX TO WS-MT-SUB                                      PGM194
078600     IF MT-FLUX (MT-IDX) AND MT-USABLE (MT-IDX)                   PGM194
078700         AND NOT MT-PICKED (MT-IDX)                               PGM194
078800         AND MT-MAX-KG (MT-IDX) > 0                               PGM194
078900         IF WS-BEST-SUB = 0                                       PGM194
079000             OR MT-RANK-COST (MT-IDX) < WS-BEST-COST              PGM194
079100             MOVE WS-MT-SUB TO WS-BEST-SUB                        PGM194
079200             MOVE MT-RANK-COST (MT-IDX) TO WS-BEST-COST           PGM194
079300         END-IF                                                   PGM194
079400     END-IF.                                                      PGM194
079500*                                                                 PGM194
079600* 쓰고 있는 철 자재 중 슬래그 지수가 가장 높은 것에서,                                 PGM194
079700* 그보다 슬래그 지수가 낮고 여유가 있는 자재 중 순위 원가가                               PGM194
079800* 가장 싼 것으로 FE 를 한 걸음(최대 WS-SWAP-STEP-FE KG)                       PGM194
079900* 옮긴다. 옮길 곳이 없으면 멈춘다.                                             PGM194
080000 3500-REDUCE-SLAG.                                                PGM194
080100     ADD 1 TO WS-SWAP-COUNT                                       PGM194
080200     MOVE ZEROS TO WS-HI-SUB                                      PGM194
080300     MOVE ZEROS TO WS-HI-SLAG-IDX                                 PGM194
080400     PERFORM 3510-FIND-WORST-SLAG                                 PGM194
080500         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
080600         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
080700     MOVE ZEROS TO WS-BEST-SUB                                    PGM194
080800     IF WS-HI-SUB > 0                                             PGM194
080900         PERFORM 3520-FIND-CLEANER-FERROUS                        PGM194
081000             VARYING WS-MT-SUB FROM 1 BY 1                        PGM194
081100             UNTIL WS-MT-SUB > WS-MT-COUNT                        PGM194
081200     END-IF                                                       PGM194
081300     IF WS-BEST-SUB = 0                                           PGM194
081400         SET WS-SWAP-DONE TO TRUE                                 PGM194
081500     ELSE                                                         PGM194
081600         COMPUTE WS-MOVE-FE ROUNDED =                             PGM194
081700             MT-NEW-KG (WS-HI-SUB) * MT-FE (WS-HI-SUB)            PGM194
081800         COMPUTE WS-HEADROOM-FE ROUNDED =                         PGM194
081900             (MT-MAX-KG (WS-BEST-SUB) - MT-NEW-KG (WS-BEST-SUB))  PGM194
082000             * MT-FE (WS-BEST-SUB)                                PGM194
082100         IF WS-HEADROOM-FE < WS-MOVE-FE                           PGM194
082200             MOVE WS-HEADROOM-FE TO WS-MOVE-FE                    PGM194
082300         END-IF                                                   PGM194
082400         IF WS-SWAP-STEP-FE < WS-MOVE-FE                          PGM194
082500             MOVE WS-SWAP-STEP-FE TO WS-MOVE-FE                   PGM194
082600         END-IF                                                   PGM194
082700         COMPUTE WS-WORK-KG ROUNDED = MT-NEW-KG (WS-HI-SUB)       PGM194
082800             - WS-MOVE-FE / MT-FE (WS-HI-SUB)                     PGM194
082900         IF WS-WORK-KG < 0                                        PGM194
083000             MOVE ZEROS TO WS-WORK-KG                             PGM194
083100         END-IF                                                   PGM194
083200         MOVE WS-WORK-KG TO MT-NEW-KG (WS-HI-SUB)                 PGM194
083300         COMPUTE WS-WORK-KG ROUNDED = MT-NEW-KG (WS-BEST-SUB)     PGM194
083400             + WS-MOVE-FE / MT-FE (WS-BEST-SUB)                   PGM194
083500         IF WS-WORK-KG > MT-MAX-KG (WS-BEST-SUB)                  PGM194
083600             MOVE MT-MAX-KG (WS-BEST-SUB) TO WS-WORK-KG           PGM194
083700         END-IF                                                   PGM194
083800         MOVE WS-WORK-KG TO MT-NEW-KG (WS-BEST-SUB)               PGM194
083900         PERFORM 3000-BALANCE-FLUX                                PGM194
084000     END-IF.                                                      PGM194
084100*                                                                 PGM194
084200 3510-FIND-WORST-SLAG.                                            PGM194
084300     SET MT-IDX TO WS-MT-SUB                                      PGM194
084400     IF MT-FERROUS (MT-IDX) AND MT-NEW-KG (MT-IDX) > 0            PGM194
084500         AND MT-SLAG-IDX (MT-IDX) > WS-HI-SLAG-IDX                PGM194
084600         MOVE WS-MT-SUB TO WS-HI-SUB                              PGM194
084700         MOVE MT-SLAG-IDX (MT-IDX) TO WS-HI-SLAG-IDX              PGM194
084800     END-IF.                                                      PGM194
084900*                                                                 PGM194
085000 3520-FIND-CLEANER-FERROUS.                                       PGM194
085100     SET MT-IDX TO WS-MT-SUB                                      PGM194
085200     IF MT-FERROUS (MT-IDX) AND MT-USABLE (MT-IDX)                PGM194
085300         AND MT-NEW-KG (MT-IDX) < MT-MAX-KG (MT-IDX)              PGM194
085400         AND MT-SLAG-IDX (MT-IDX) < WS-HI-SLAG-IDX                PGM194
085500         IF WS-BEST-SUB = 0                                       PGM194
085600             OR MT-RANK-COST (MT-IDX) < WS-BEST-COST              PGM194
085700             MOVE WS-MT-SUB TO WS-BEST-SUB                        PGM194
085800             MOVE MT-RANK-COST (MT-IDX) TO WS-BEST-COST           PGM194
085900         END-IF                                                   PGM194
086000     END-IF.                                                      PGM194
086100*                                                                 PGM194
086200* 현행(WS-CALC-CURRENT) 또는 제안 원단위로 용선톤당 성분/                         PGM194
086300* 슬래그/원가 합계를 낸다. 슬래그 SIO2 는 용선 SI 로 환원                            PGM194
086400* 되는 몫을 뺀 값, 인(P)은 모두 용선으로 간다고 본다.                                PGM194
086500 5000-COMPUTE-TOTALS.                                             PGM194
086600     INITIALIZE WS-TOT                                            PGM194
086700     PERFORM 5010-ADD-MATERIAL-TOTALS                             PGM194
086800         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
086900         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
087000     COMPUTE WS-TOT-SIO2-SLAG = WS-TOT-SIO2 - WS-SIO2-TO-HM       PGM194
087100     IF WS-TOT-SIO2-SLAG < 0                                      PGM194
087200         MOVE ZEROS TO WS-TOT-SIO2-SLAG                           PGM194
087300     END-IF                                                       PGM194
087400     COMPUTE WS-TOT-SLAG = WS-TOT-SIO2-SLAG + WS-TOT-AL2O3        PGM194
087500                         + WS-TOT-CAO + WS-TOT-MGO                PGM194
087600     IF WS-TOT-SIO2-SLAG > 0                                      PGM194
087700         COMPUTE WS-TOT-BASICITY ROUNDED =                        PGM194
087800             WS-TOT-CAO / WS-TOT-SIO2-SLAG                        PGM194
087900             ON SIZE ERROR                                        PGM194
088000                 MOVE 9.99 TO WS-TOT-BASICITY                     PGM194
088100         END-COMPUTE                                              PGM194
088200     END-IF                                                       PGM194
088300     COMPUTE WS-TOT-HM-P-PCT ROUNDED = WS-TOT-P / 10              PGM194
088400     EVALUATE TRUE                                                PGM194
088500         WHEN WS-TOT-FE + WS-FE-TOLERANCE < WS-FE-REQ-KG          PGM194
088600             SET WS-FE-SHORT TO TRUE                              PGM194
088700         WHEN WS-TOT-BASICITY < WS-BASICITY-LOW                   PGM194
088800           OR WS-TOT-BASICITY > WS-BASICITY-HIGH                  PGM194
088900             SET WS-BASICITY-OFF TO TRUE                          PGM194
089000         WHEN WS-SLAG-MAX-KG > 0                                  PGM194
089100          AND WS-TOT-SLAG > WS-SLAG-MAX-KG                        PGM194
089200             SET WS-SLAG-HIGH TO TRUE                             PGM194
089300         WHEN OTHER                                               PGM194
089400             SET WS-TARGETS-MET TO TRUE                           PGM194
089500     END-EVALUATE                                                 PGM194
089600     MOVE WS-TARGET-CD TO WS-TOT-TARGET-CD.                       PGM194
089700*                                                                 PGM194
089800 5010-ADD-MATERIAL-TOTALS.                                        PGM194
089900     SET MT-IDX TO WS-MT-SUB                                      PGM194
090000     IF WS-CALC-CURRENT                                           PGM194
090100         MOVE MT-CUR-KG (MT-IDX) TO WS-CALC-KG                    PGM194
090200     ELSE                                                         PGM194
090300         MOVE MT-NEW-KG (MT-IDX) TO WS-CALC-KG                    PGM194
090400     END-IF                                                       PGM194
090500     IF WS-CALC-KG > 0                                            PGM194
090600         COMPUTE WS-TOT-FE ROUNDED = WS-TOT-FE                    PGM194
090700             + WS-CALC-KG * MT-FE (MT-IDX)                        PGM194
090800         COMPUTE WS-TOT-SIO2 ROUNDED = WS-TOT-SIO2                PGM194
090900             + WS-CALC-KG * MT-SIO2 (MT-IDX)                      PGM194
091000         COMPUTE WS-TOT-AL2O3 ROUNDED = WS-TOT-AL2O3              PGM194
091100             + WS-CALC-KG * MT-AL2O3 (MT-IDX)                     PGM194
091200         COMPUTE WS-TOT-CAO ROUNDED = WS-TOT-CAO                  PGM194
091300             + WS-CALC-KG * MT-CAO (MT-IDX)                       PGM194
091400         COMPUTE WS-TOT-MGO ROUNDED = WS-TOT-MGO                  PGM194
091500             + WS-CALC-KG * MT-MGO (MT-IDX)                       PGM194
091600         COMPUTE WS-TOT-P ROUNDED = WS-TOT-P                      PGM194
091700             + WS-CALC-KG * MT-P (MT-IDX)                         PGM194
091800         COMPUTE WS-TOT-COST ROUNDED = WS-TOT-COST                PGM194
091900             + WS-CALC-KG * MT-PRICE (MT-IDX) / 1000              PGM194
092000     END-IF.                                                      PGM194
092100*                                                                 PGM194
092200* 제안 순번은 같은 고로/일자의 마지막 순번 + 1.                                    PGM194
092300 6000-WRITE-PROPOSAL.                                             PGM194
092400     MOVE ZEROS TO WS-PROP-SEQ                                    PGM194
092500     MOVE 'N' TO WS-EOF-FLAG                                      PGM194
092600     MOVE LOW-VALUES  TO BP-KEY                                   PGM194
092700     MOVE MP-BF-NO    TO BP-BF-NO                                 PGM194
092800     MOVE WS-RUN-DATE TO BP-PROP-DATE                             PGM194
092900     MOVE ZEROS       TO BP-PROP-SEQ                              PGM194
093000     START MIX-PROPOSAL-FILE KEY >= BP-KEY                        PGM194
093100         INVALID KEY                                              PGM194
093200             SET WS-EOF TO TRUE                                   PGM194
093300     END-START                                                    PGM194
093400     PERFORM 6010-FIND-LAST-SEQ                                   PGM194
093500         UNTIL WS-EOF                                             PGM194
093600     IF WS-PROP-SEQ >= 99                                         PGM194
093700         DISPLAY 'PROPOSAL SEQUENCE FULL FOR ' WS-RUN-DATE        PGM194
093800         MOVE 'FL' TO WS-ABEND-STATUS                             PGM194
093900         PERFORM 9900-ABNORMAL-END                                PGM194
094000     END-IF                                                       PGM194
094100     ADD 1 TO WS-PROP-SEQ                                         PGM194
094200     INITIALIZE MIX-PROPOSAL-REC                                  PGM194
094300     MOVE MP-BF-NO    TO BP-BF-NO                                 PGM194
094400     MOVE WS-RUN-DATE TO BP-PROP-DATE                             PGM194
094500     MOVE WS-PROP-SEQ TO BP-PROP-SEQ                              PGM194
094600     MOVE SPACES      TO BP-MATL-CD                               PGM194
094700     SET BP-PROPOSED  TO TRUE                                     PGM194
094800     MOVE WS-CUR-COST     TO BP-CUR-COST-PER-T                    PGM194
094900     MOVE WS-NEW-COST     TO BP-NEW-COST-PER-T                    PGM194
095000     MOVE WS-NEW-BASICITY TO BP-NEW-BASICITY                      PGM194
095100     MOVE WS-NEW-SLAG     TO BP-NEW-SLAG-KG                       PGM194
095200     MOVE WS-NEW-TARGET-CD TO BP-TARGET-CD                        PGM194
095300     MOVE MP-REQUESTED-BY TO BP-PROPOSED-BY                       PGM194
095400     WRITE MIX-PROPOSAL-REC                                       PGM194
095500         INVALID KEY                                              PGM194
095600             DISPLAY 'PROPOSAL WRITE ERROR: ' WS-FILE-STATUS6     PGM194
095700             MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS              PGM194
095800             PERFORM 9900-ABNORMAL-END                            PGM194
095900     END-WRITE                                                    PGM194
096000     PERFORM 6100-WRITE-PROPOSAL-LINE                             PGM194
096100         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
096200         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
096300     MOVE 'PROPOSAL WRITTEN (STATUS P) BF/DATE/SEQ'               PGM194
096400         TO RR-TEXT                                               PGM194
096500     MOVE MP-BF-NO    TO RR-BF-NO                                 PGM194
096600     MOVE WS-RUN-DATE TO RR-PROP-DATE                             PGM194
096700     MOVE WS-PROP-SEQ TO RR-PROP-SEQ                              PGM194
096800     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-BLANK                   PGM194
096900     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-RESULT                  PGM194
097000     DISPLAY 'PGM194 PROPOSAL ' MP-BF-NO ' ' WS-RUN-DATE ' '      PGM194
097100             WS-PROP-SEQ ' WRITTEN'.                              PGM194
097200*                                                                 PGM194
097300 6010-FIND-LAST-SEQ.                                              PGM194
097400     READ MIX-PROPOSAL-FILE NEXT RECORD                           PGM194
097500         AT END                                                   PGM194
097600             SET WS-EOF TO TRUE                                   PGM194
097700         NOT AT END                                               PGM194
097800             IF BP-BF-NO NOT = MP-BF-NO                           PGM194
097900                 OR BP-PROP-DATE NOT = WS-RUN-DATE                PGM194
098000                 SET WS-EOF TO TRUE                               PGM194
098100             ELSE                                                 PGM194
098200                 MOVE BP-PROP-SEQ TO WS-PROP-SEQ                  PGM194
098300             END-IF                                               PGM194
098400     END-READ.                                                    PGM194
098500*                                                                 PGM194
098600 6100-WRITE-PROPOSAL-LINE.                                        PGM194
098700     SET MT-IDX TO WS-MT-SUB                                      PGM194
098800     IF MT-CUR-KG (MT-IDX) > 0 OR MT-NEW-KG (MT-IDX) > 0          PGM194
098900         INITIALIZE MIX-PROPOSAL-REC                              PGM194
099000         MOVE MP-BF-NO             TO BP-BF-NO                    PGM194
099100         MOVE WS-RUN-DATE          TO BP-PROP-DATE                PGM194
099200         MOVE WS-PROP-SEQ          TO BP-PROP-SEQ                 PGM194
099300         MOVE MT-MATL-CD (MT-IDX)  TO BP-MATL-CD                  PGM194
099400         MOVE MT-CUR-KG (MT-IDX)   TO BP-CUR-KG-PER-TON           PGM194
099500         MOVE MT-NEW-KG (MT-IDX)   TO BP-NEW-KG-PER-TON           PGM194
099600         MOVE MT-PRICE (MT-IDX)    TO BP-UNIT-PRICE               PGM194
099700         MOVE MT-ROLE-CD (MT-IDX)  TO BP-ROLE-CD                  PGM194
099800         WRITE MIX-PROPOSAL-REC                                   PGM194
099900             INVALID KEY                                          PGM194
100000                 DISPLAY 'PROPOSAL LINE WRITE ERROR: '            PGM194
100100                         WS-FILE-STATUS6                          PGM194
100200                 MOVE WS-FILE-STATUS6 TO WS-ABEND-STATUS          PGM194
100300                 PERFORM 9900-ABNORMAL-END                        PGM194
100400         END-WRITE                                                PGM194
100500     END-IF.                                                      PGM194
100600*                                                                 PGM194
100700 7000-REPORT-MIX.                                                 PGM194
100800     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-COLS1                   PGM194
100900     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-COLS2                   PGM194
101000     PERFORM 7100-REPORT-MATERIAL                                 PGM194
101100         VARYING WS-MT-SUB FROM 1 BY 1                            PGM194
101200         UNTIL WS-MT-SUB > WS-MT-COUNT                            PGM194
101300     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-BLANK                   PGM194
101400     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-COLS                PGM194
101500     MOVE 'COST PER THM'       TO RS-LABEL                        PGM194
101600     MOVE WS-CUR-COST          TO WS-EDIT-AMT                     PGM194
101700     MOVE WS-EDIT-AMT          TO RS-CUR                          PGM194
101800     MOVE WS-NEW-COST          TO WS-EDIT-AMT                     PGM194
101900     MOVE WS-EDIT-AMT          TO RS-NEW                          PGM194
102000     COMPUTE WS-COST-DIFF = WS-NEW-COST - WS-CUR-COST             PGM194
102100     MOVE WS-COST-DIFF         TO WS-EDIT-AMT                     PGM194
102200     MOVE WS-EDIT-AMT          TO RS-DIFF                         PGM194
102300     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
102400     MOVE 'FE INPUT KG/THM'    TO RS-LABEL                        PGM194
102500     MOVE WS-CUR-FE            TO WS-EDIT-AMT                     PGM194
102600     MOVE WS-EDIT-AMT          TO RS-CUR                          PGM194
102700     MOVE WS-NEW-FE            TO WS-EDIT-AMT                     PGM194
102800     MOVE WS-EDIT-AMT          TO RS-NEW                          PGM194
102900     MOVE WS-FE-REQ-KG         TO WS-EDIT-AMT                     PGM194
103000     MOVE WS-EDIT-AMT          TO RS-DIFF                         PGM194
103100     MOVE 'REQ'                TO RS-DIFF (1:3)                   PGM194
103200     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
103300     MOVE 'SLAG KG/THM'        TO RS-LABEL                        PGM194
103400     MOVE WS-CUR-SLAG          TO WS-EDIT-AMT                     PGM194
103500     MOVE WS-EDIT-AMT          TO RS-CUR                          PGM194
103600     MOVE WS-NEW-SLAG          TO WS-EDIT-AMT                     PGM194
103700     MOVE WS-EDIT-AMT          TO RS-NEW                          PGM194
103800     MOVE SPACES               TO RS-DIFF                         PGM194
103900     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
104000     MOVE 'BASICITY CAO/SIO2'  TO RS-LABEL                        PGM194
104100     MOVE SPACES               TO RS-CUR RS-NEW                   PGM194
104200     MOVE WS-CUR-BASICITY      TO WS-EDIT-BASICITY                PGM194
104300     MOVE WS-EDIT-BASICITY     TO RS-CUR (11:4)                   PGM194
104400     MOVE WS-NEW-BASICITY      TO WS-EDIT-BASICITY                PGM194
104500     MOVE WS-EDIT-BASICITY     TO RS-NEW (11:4)                   PGM194
104600     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
104700     MOVE 'HM P PCT (ESTIMATE)' TO RS-LABEL                       PGM194
104800     MOVE SPACES               TO RS-CUR RS-NEW                   PGM194
104900     MOVE WS-CUR-HM-P-PCT      TO WS-EDIT-PCT                     PGM194
105000     MOVE WS-EDIT-PCT          TO RS-CUR (10:5)                   PGM194
105100     MOVE WS-NEW-HM-P-PCT      TO WS-EDIT-PCT                     PGM194
105200     MOVE WS-EDIT-PCT          TO RS-NEW (10:5)                   PGM194
105300     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
105400     MOVE 'TARGETS'            TO RS-LABEL                        PGM194
105500     MOVE WS-CUR-TARGET-CD     TO WS-TARGET-CD                    PGM194
105600     PERFORM 7200-TARGET-TEXT                                     PGM194
105700     MOVE RS-DIFF              TO RS-CUR                          PGM194
105800     MOVE WS-NEW-TARGET-CD     TO WS-TARGET-CD                    PGM194
105900     PERFORM 7200-TARGET-TEXT                                     PGM194
106000     MOVE RS-DIFF              TO RS-NEW                          PGM194
106100     MOVE SPACES               TO RS-DIFF                         PGM194
106200     WRITE MIX-OPT-REPORT-REC FROM WS-RPT-SUM-LINE                PGM194
106300     IF WS-NEW-TARGET-CD NOT = 'Y' OR WS-NO-ANAL-COUNT > 0        PGM194
106400         MOVE 4 TO RETURN-CODE                                    PGM194
106500     END-IF.                                                      PGM194
106600*                                                                 PGM194
106700 7100-REPORT-MATERIAL.                                            PGM194
106800     SET MT-IDX TO WS-MT-SUB                                      PGM194
106900     IF MT-CUR-KG (MT-IDX) > 0 OR MT-NEW-KG (MT-IDX) > 0          PGM194
107000         OR (MT-USABLE (MT-IDX) AND NOT MT-FIXED (MT-IDX))        PGM194
107100         MOVE MT-MATL-CD (MT-IDX)   TO RD-MATL                    PGM194
107200         MOVE MT-CATEGORY (MT-IDX)  TO RD-CATEGORY                PGM194
107300         MOVE MT-ROLE-CD (MT-IDX)   TO RD-ROLE                    PGM194
107400         MOVE MT-PRICE (MT-IDX)     TO RD-PRICE                   PGM194
107500         MOVE MT-FE-PCT (MT-IDX)    TO RD-FE                      PGM194
107600         MOVE MT-SIO2-PCT (MT-IDX)  TO RD-SIO2                    PGM194
107700         MOVE MT-CAO-PCT (MT-IDX)   TO RD-CAO                     PGM194
107800         MOVE MT-H2O-PCT (MT-IDX)   TO RD-H2O                     PGM194
107900         IF MT-FIXED (MT-IDX)                                     PGM194
108000             MOVE '   FIXED' TO RD-MAX-KG                         PGM194
108100         ELSE                                                     PGM194
108200             IF MT-MAX-KG (MT-IDX) = WS-NO-LIMIT-KG               PGM194
108300                 MOVE 'NO LIMIT' TO RD-MAX-KG                     PGM194
108400             ELSE                                                 PGM194
108500                 MOVE MT-MAX-KG (MT-IDX) TO WS-EDIT-KG            PGM194
108600                 MOVE WS-EDIT-KG TO RD-MAX-KG                     PGM194
108700             END-IF                                               PGM194
108800         END-IF                                                   PGM194
108900         MOVE MT-CUR-KG (MT-IDX)    TO RD-CUR-KG                  PGM194
109000         MOVE MT-NEW-KG (MT-IDX)    TO RD-NEW-KG                  PGM194
109100         COMPUTE WS-LINE-COST ROUNDED =                           PGM194
109200             MT-CUR-KG (MT-IDX) * MT-PRICE (MT-IDX) / 1000        PGM194
109300         MOVE WS-LINE-COST          TO RD-CUR-COST                PGM194
109400         COMPUTE WS-LINE-COST ROUNDED =                           PGM194
109500             MT-NEW-KG (MT-IDX) * MT-PRICE (MT-IDX) / 1000        PGM194
109600         MOVE WS-LINE-COST          TO RD-NEW-COST                PGM194
109700         MOVE MT-NOTE (MT-IDX)      TO RD-NOTE                    PGM194
109800         IF RD-NOTE = SPACES AND MT-NEW-KG (MT-IDX) > 0           PGM194
109900             AND MT-NEW-KG (MT-IDX) = MT-MAX-KG (MT-IDX)          PGM194
110000             MOVE 'AT LIMIT' TO RD-NOTE                           PGM194
110100         END-IF                                                   PGM194
110200         WRITE MIX-OPT-REPORT-REC FROM WS-RPT-DETAIL              PGM194
110300     END-IF.                                                      PGM194
110400*                                                                 PGM194
110500* WS-TARGET-CD 를 글로 바꿔 RS-DIFF 에 둔다.                              PGM194
110600 7200-TARGET-TEXT.                                                PGM194
110700     EVALUATE TRUE                                                PGM194
110800         WHEN WS-TARGETS-MET                                      PGM194
110900             MOVE '           MET' TO RS-DIFF                     PGM194
111000         WHEN WS-SLAG-HIGH                                        PGM194
111100             MOVE '     SLAG HIGH' TO RS-DIFF                     PGM194
111200         WHEN WS-BASICITY-OFF                                     PGM194
111300             MOVE '  BASICITY OFF' TO RS-DIFF                     PGM194
111400         WHEN OTHER                                               PGM194
111500             MOVE '      FE SHORT' TO RS-DIFF                     PGM194
111600     END-EVALUATE.                                                PGM194
111700*                                                                 PGM194
111800 9000-FINALIZE.                                                   PGM194
111900     CLOSE RM-ANALYSIS-FILE                                       PGM194
112000     CLOSE RM-MASTER-FILE                                         PGM194
112100     CLOSE BURDEN-MIX-FILE                                        PGM194
112200     IF MP-PROPOSE                                                PGM194
112300         CLOSE MIX-PROPOSAL-FILE                                  PGM194
112400     END-IF                                                       PGM194
112500     CLOSE MIX-OPT-REPORT-FILE                                    PGM194
112600     DISPLAY 'PGM194 - MATERIALS ' WS-MT-COUNT                    PGM194
112700             ' CURRENT COST ' WS-CUR-COST                         PGM194
112800             ' PROPOSED COST ' WS-NEW-COST                        PGM194
112900             ' TARGETS ' WS-NEW-TARGET-CD.                        PGM194
113000*                                                                 PGM194
113100 9750-DIAGNOSE-FILE-STATUS.                                       PGM194
113200     EVALUATE WS-ABEND-STATUS                                     PGM194
113300         WHEN '10'                                                PGM194
113400             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM194
113500             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM194
113600         WHEN '23'                                                PGM194
113700             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM194
113800             DISPLAY '  AND RETRY THE REQUEST'                    PGM194
113900         WHEN '35'                                                PGM194
114000             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM194
114100             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM194
114200         WHEN '37'                                                PGM194
114300             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM194
114400             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM194
114500         WHEN '39'                                                PGM194
114600             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM194
114700             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM194
114800         WHEN '41'                                                PGM194
114900             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM194
115000             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM194
115100         WHEN '42'                                                PGM194
115200             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM194
115300             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM194
115400         WHEN '46'                                                PGM194
115500             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM194
115600             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM194
115700         WHEN OTHER                                               PGM194
115800             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM194
115900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM194
116000     END-EVALUATE.                                                PGM194
116100*                                                                 PGM194
116200 9900-ABNORMAL-END.                                               PGM194
116300     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM194
116400     DISPLAY 'PGM194 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM194
116500     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM194
116600     MOVE 16 TO RETURN-CODE                                       PGM194
116700     GOBACK.                                                      PGM194
116800                                                                  PGM194
