000100 IDENTIFICATION DIVISION.                                         PGM223
000200 PROGRAM-ID.    PGM223.                                           PGM223
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM223
000400*                                                                 PGM223
000500* =========================================================       PGM223
000600* 프로그램명: 공급사 마스터 레코드 변환 (80 -> 100)                               PGM223
000700* 처리내용  : 기존 공급사 마스터(길이 80)를 순차로 읽어 새                             PGM223
000800*            레이아웃(CPYVNMS, 길이 100)으로 옮겨 쓴다. 앞                     PGM223
000900*            65바이트(코드/명칭/상태/지급조건/담당/승인)는                          PGM223
001000*            그대로 두고, 사업자등록번호/은행코드/입금계좌는                           PGM223
001100*            공백으로 둔다(PGM041에서 등록). 한 번만 실행하며                      PGM223
001200*            새 파일은 빈 파일로 정의해 두어야 한다.                              PGM223
001300* =========================================================       PGM223
001400*                                                                 PGM223
001500 ENVIRONMENT DIVISION.                                            PGM223
001600 CONFIGURATION SECTION.                                           PGM223
001700 INPUT-OUTPUT SECTION.                                            PGM223
001800 FILE-CONTROL.                                                    PGM223
001900     SELECT OLD-VENDOR-FILE                                       PGM223
002000         ASSIGN TO VNDROLD                                        PGM223
002100         ORGANIZATION IS INDEXED                                  PGM223
002200         ACCESS MODE IS SEQUENTIAL                                PGM223
002300         RECORD KEY IS OV-VENDOR-CD                               PGM223
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM223
002500     SELECT VENDOR-MASTER-FILE                                    PGM223
002600         ASSIGN TO VNDRMAST                                       PGM223
002700         ORGANIZATION IS INDEXED                                  PGM223
002800         ACCESS MODE IS SEQUENTIAL                                PGM223
002900         RECORD KEY IS VN-VENDOR-CD                               PGM223
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM223
003100*                                                                 PGM223
003200 DATA DIVISION.                                                   PGM223
003300 FILE SECTION.                                                    PGM223
003400 FD  OLD-VENDOR-FILE.                                             PGM223
003500 01  OLD-VENDOR-REC.                                              PGM223
003600     05 OV-VENDOR-CD         PIC X(10).                           PGM223
003700     05 OV-DATA              PIC X(70).                           PGM223
003800 FD  VENDOR-MASTER-FILE.                                          PGM223
003900 01  VENDOR-MASTER-REC.                                           PGM223
004000     COPY CPYVNMS.                                                PGM223
004100*                                                                 PGM223
004200 WORKING-STORAGE SECTION.                                         PGM223
004300 01  WS-FILE-STATUS         PIC XX.                               PGM223
004400 01  WS-FILE-STATUS2        PIC XX.                               PGM223
004500 01  WS-ABEND-STATUS        PIC XX.                               PGM223
004600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM223
004700     88 WS-EOF              VALUE 'Y'.                            PGM223
004800 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM223
004900 01  WS-WRITE-COUNT         PIC 9(07) VALUE ZEROS.                PGM223
005000*                                                                 PGM223
005100 PROCEDURE DIVISION.                                              PGM223
005200*                                                                 PGM223
005300 0000-MAIN-PROCESS.                                               PGM223
005400     PERFORM 1000-INITIALIZE                                      PGM223
005500     PERFORM 2000-CONVERT-VENDOR                                  PGM223
005600         UNTIL WS-EOF                                             PGM223
005700     PERFORM 9000-FINALIZE                                        PGM223
005800     GOBACK.                                                      PGM223
005900*                                                                 PGM223
006000 1000-INITIALIZE.                                                 PGM223
006100     OPEN INPUT OLD-VENDOR-FILE                                   PGM223
006200     IF WS-FILE-STATUS NOT = '00'                                 PGM223
006300         DISPLAY 'OLD VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS  PGM223
006400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM223
006500         PERFORM 9900-ABNORMAL-END                                PGM223
006600     END-IF                                                       PGM223
006700     OPEN OUTPUT VENDOR-MASTER-FILE                               PGM223
006800     IF WS-FILE-STATUS2 NOT = '00'                                PGM223
006900         DISPLAY 'VENDOR MASTER OPEN ERROR: ' WS-FILE-STATUS2     PGM223
007000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM223
007100         PERFORM 9900-ABNORMAL-END                                PGM223
007200     END-IF                                                       PGM223
007300     PERFORM 1100-READ-OLD-VENDOR.                                PGM223
007400*                                                                 PGM223
007500 1100-READ-OLD-VENDOR.                                            PGM223
007600     READ OLD-VENDOR-FILE NEXT RECORD                             PGM223
007700         AT END SET WS-EOF TO TRUE                                PGM223
007800     END-READ.                                                    PGM223
007900*                                                                 PGM223
008000* 이전 FILLER 자리(사업자등록번호/은행코드)는 내용을 버리고                             PGM223
008100* 새 항목은 모두 공백으로 둔다.                                               PGM223
008200 2000-CONVERT-VENDOR.                                             PGM223
008300     ADD 1 TO WS-READ-COUNT                                       PGM223
008400     MOVE SPACES           TO VENDOR-MASTER-REC                   PGM223
008500     MOVE OLD-VENDOR-REC   TO VENDOR-MASTER-REC                   PGM223
008600     MOVE SPACES           TO VN-BIZ-REG-NO                       PGM223
008700     MOVE SPACES           TO VN-BANK-CD                          PGM223
008800     MOVE SPACES           TO VN-BANK-ACCT-NO                     PGM223
008900     WRITE VENDOR-MASTER-REC                                      PGM223
009000         INVALID KEY                                              PGM223
009100             DISPLAY 'VENDOR MASTER WRITE ERROR: ' VN-VENDOR-CD   PGM223
009200                     ' STATUS ' WS-FILE-STATUS2                   PGM223
009300             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM223
009400             PERFORM 9900-ABNORMAL-END                            PGM223
009500         NOT INVALID KEY                                          PGM223
009600             ADD 1 TO WS-WRITE-COUNT                              PGM223
009700     END-WRITE                                                    PGM223
009800     PERFORM 1100-READ-OLD-VENDOR.                                PGM223
009900*                                                                 PGM223
010000 9000-FINALIZE.                                                   PGM223
010100     CLOSE OLD-VENDOR-FILE                                        PGM223
010200     CLOSE VENDOR-MASTER-FILE                                     PGM223
010300     DISPLAY 'PGM223 COMPLETED: READ ' WS-READ-COUNT              PGM223
010400             ' WRITTEN ' WS-WRITE-COUNT.                          PGM223
010500*                                                                 PGM223
010600 9750-DIAGNOSE-FILE-STATUS.                                       PGM223
010700     EVALUATE WS-ABEND-STATUS                                     PGM223
010800         WHEN '10'                                                PGM223
010900             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM223
011000             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM223
011100         WHEN '23'                                                PGM223
011200             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM223
011300             DISPLAY '  AND RETRY THE REQUEST'                    PGM223
011400         WHEN '35'                                                PGM223
011500             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM223
011600             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM223
011700         WHEN '37'                                                PGM223
011800             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM223
011900             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM223
012000         WHEN '39'                                                PGM223
012100             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM223
012200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM223
012300         WHEN '41'                                                PGM223
012400             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM223
012500             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM223
012600         WHEN '42'                                                PGM223
012700             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM223
012800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM223
012900         WHEN '46'                                                PGM223
013000             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM223
013100             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM223
013200         WHEN OTHER                                               PGM223
013300             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM223
013400             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM223
013500     END-EVALUATE.                                                PGM223
013600*                                                                 PGM223
013700 9900-ABNORMAL-END.                                               PGM223
013800     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM223
013900     DISPLAY 'PGM223 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM223
014000     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM223
014100     MOVE 16 TO RETURN-CODE                                       PGM223
014200     GOBACK.                                                      PGM223
