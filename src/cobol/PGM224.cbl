000100 IDENTIFICATION DIVISION.                                         PGM224
000200 PROGRAM-ID.    PGM224.                                           PGM224
000300 AUTHOR.        DONGKUK-SYSTEMS.                                  PGM224
000400*                                                                 PGM224
000500* =========================================================       PGM224
000600* 프로그램명: 발주 마스터 레코드 변환 (97 -> 136)                                PGM224
000700* 처리내용  : 기존 발주 마스터(길이 97)를 순차로 읽어 새                              PGM224
000800*            레이아웃(CPYPOMS, 길이 136)으로 옮겨 쓴다. 앞                     PGM224
000900*            91바이트(발주 본체/통화/환율/원화단가)는 그대로                         PGM224
001000*            두고, 청구번호/약속납기/확인수량/단가/일자는 0,                         PGM224
001100*            구매담당/확인상태는 공백(확인 없음)으로 둔다.                           PGM224
001200*            한 번만 실행하며 새 파일은 빈 파일로 정의해 둔다.                        PGM224
001300* =========================================================       PGM224
001400*                                                                 PGM224
001500 ENVIRONMENT DIVISION.                                            PGM224
001600 CONFIGURATION SECTION.                                           PGM224
001700 INPUT-OUTPUT SECTION.                                            PGM224
001800 FILE-CONTROL.                                                    PGM224
001900     SELECT OLD-PO-FILE                                           PGM224
002000         ASSIGN TO POMOLD                                         PGM224
002100         ORGANIZATION IS INDEXED                                  PGM224
002200         ACCESS MODE IS SEQUENTIAL                                PGM224
002300         RECORD KEY IS OP-NO                                      PGM224
002400         FILE STATUS IS WS-FILE-STATUS.                           PGM224
002500     SELECT PO-MASTER-FILE                                        PGM224
002600         ASSIGN TO POMAST                                         PGM224
002700         ORGANIZATION IS INDEXED                                  PGM224
002800         ACCESS MODE IS SEQUENTIAL                                PGM224
002900         RECORD KEY IS PO-NO                                      PGM224
003000         FILE STATUS IS WS-FILE-STATUS2.                          PGM224
003100*                                                                 PGM224
003200 DATA DIVISION.                                                   PGM224
003300 FILE SECTION.                                                    PGM224
003400 FD  OLD-PO-FILE.                                                 PGM224
003500 01  OLD-PO-REC.                                                  PGM224
003600     05 OP-NO                PIC X(12).                           PGM224
003700     05 OP-DATA              PIC X(85).                           PGM224
003800 FD  PO-MASTER-FILE.                                              PGM224
003900 01  PO-MASTER-REC.                                               PGM224
004000     COPY CPYPOMS.                                                PGM224
004100*                                                                 PGM224
004200 WORKING-STORAGE SECTION.                                         PGM224
004300 01  WS-FILE-STATUS         PIC XX.                               PGM224
004400 01  WS-FILE-STATUS2        PIC XX.                               PGM224
004500 01  WS-ABEND-STATUS        PIC XX.                               PGM224
004600 01  WS-EOF-FLAG            PIC X VALUE 'N'.                      PGM224
004700     88 WS-EOF              VALUE 'Y'.                            PGM224
004800 01  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.                PGM224
004900 01  WS-WRITE-COUNT         PIC 9(07) VALUE ZEROS.                PGM224
005000*                                                                 PGM224
005100 PROCEDURE DIVISION.                                              PGM224
005200*                                                                 PGM224
005300 0000-MAIN-PROCESS.                                               PGM224
005400     PERFORM 1000-INITIALIZE                                      PGM224
005500     PERFORM 2000-CONVERT-PO                                      PGM224
005600         UNTIL WS-EOF                                             PGM224
005700     PERFORM 9000-FINALIZE                                        PGM224
005800     GOBACK.                                                      PGM224
005900*                                                                 PGM224
006000 1000-INITIALIZE.                                                 PGM224
006100     OPEN INPUT OLD-PO-FILE                                       PGM224
006200     IF WS-FILE-STATUS NOT = '00'                                 PGM224
006300         DISPLAY 'OLD PO MASTER OPEN ERROR: ' WS-FILE-STATUS      PGM224
006400         MOVE WS-FILE-STATUS TO WS-ABEND-STATUS                   PGM224
006500         PERFORM 9900-ABNORMAL-END                                PGM224
006600     END-IF                                                       PGM224
006700     OPEN OUTPUT PO-MASTER-FILE                                   PGM224
006800     IF WS-FILE-STATUS2 NOT = '00'                                PGM224
006900         DISPLAY 'PO MASTER OPEN ERROR: ' WS-FILE-STATUS2         PGM224
007000         MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS                  PGM224
007100         PERFORM 9900-ABNORMAL-END                                PGM224
007200     END-IF                                                       PGM224
007300     PERFORM 1100-READ-OLD-PO.                                    PGM224
007400*                                                                 PGM224
007500 1100-READ-OLD-PO.                                                PGM224
007600     READ OLD-PO-FILE NEXT RECORD                                 PGM224
007700         AT END SET WS-EOF TO TRUE                                PGM224
007800     END-READ.                                                    PGM224
007900*                                                                 PGM224
008000* 이전 FILLER 자리(청구번호)는 내용을 버리고 새 항목은                               PGM224
008100* 숫자는 0, 문자는 공백으로 둔다.                                             PGM224
008200 2000-CONVERT-PO.                                                 PGM224
008300     ADD 1 TO WS-READ-COUNT                                       PGM224
008400     MOVE SPACES           TO PO-MASTER-REC                       PGM224
008500     MOVE OLD-PO-REC       TO PO-MASTER-REC                       PGM224
008600     MOVE ZEROS            TO PO-REQ-NO                           PGM224
008700     MOVE SPACES           TO PO-BUYER-ID                         PGM224
008800     MOVE ZEROS            TO PO-PROMISED-DATE                    PGM224
008900     SET PO-ACK-NONE       TO TRUE                                PGM224
009000     MOVE ZEROS            TO PO-ACK-QTY                          PGM224
009100     MOVE ZEROS            TO PO-ACK-PRICE                        PGM224
009200     MOVE ZEROS            TO PO-ACK-DATE                         PGM224
009300     WRITE PO-MASTER-REC                                          PGM224
009400         INVALID KEY                                              PGM224
009500             DISPLAY 'PO MASTER WRITE ERROR: ' PO-NO              PGM224
009600                     ' STATUS ' WS-FILE-STATUS2                   PGM224
009700             MOVE WS-FILE-STATUS2 TO WS-ABEND-STATUS              PGM224
009800             PERFORM 9900-ABNORMAL-END                            PGM224
009900         NOT INVALID KEY                                          PGM224
010000             ADD 1 TO WS-WRITE-COUNT                              PGM224
010100     END-WRITE                                                    PGM224
010200     PERFORM 1100-READ-OLD-PO.                                    PGM224
010300*                                                                 PGM224
010400 9000-FINALIZE.                                                   PGM224
010500     CLOSE OLD-PO-FILE                                            PGM224
010600     CLOSE PO-MASTER-FILE                                         PGM224
010700     DISPLAY 'PGM224 COMPLETED: READ ' WS-READ-COUNT              PGM224
010800             ' WRITTEN ' WS-WRITE-COUNT.                          PGM224
010900*                                                                 PGM224
011000 9750-DIAGNOSE-FILE-STATUS.                                       PGM224
011100     EVALUATE WS-ABEND-STATUS                                     PGM224
011200         WHEN '10'                                                PGM224
011300             DISPLAY 'DIAGNOSIS: END OF FILE/RECORD NOT FOUND -'  PGM224
011400             DISPLAY '  VERIFY INPUT DATASET HAS EXPECTED DATA'   PGM224
011500         WHEN '23'                                                PGM224
011600             DISPLAY 'DIAGNOSIS: RECORD NOT FOUND - VERIFY KEY'   PGM224
011700             DISPLAY '  AND RETRY THE REQUEST'                    PGM224
011800         WHEN '35'                                                PGM224
011900             DISPLAY 'DIAGNOSIS: DATASET NOT FOUND - CHECK JCL'   PGM224
012000             DISPLAY '  DD ALLOCATION AND CATALOG ENTRY'          PGM224
012100         WHEN '37'                                                PGM224
012200             DISPLAY 'DIAGNOSIS: OPEN MODE NOT SUPPORTED BY'      PGM224
012300             DISPLAY '  DEVICE - ESCALATE TO SYSTEMS SUPPORT'     PGM224
012400         WHEN '39'                                                PGM224
012500             DISPLAY 'DIAGNOSIS: FILE ATTRIBUTE MISMATCH -'       PGM224
012600             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM224
012700         WHEN '41'                                                PGM224
012800             DISPLAY 'DIAGNOSIS: FILE ALREADY OPEN -'             PGM224
012900             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM224
013000         WHEN '42'                                                PGM224
013100             DISPLAY 'DIAGNOSIS: FILE NOT OPEN -'                 PGM224
013200             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM224
013300         WHEN '46'                                                PGM224
013400             DISPLAY 'DIAGNOSIS: SEQUENTIAL READ PAST END OF'     PGM224
013500             DISPLAY '  FILE - VERIFY UPSTREAM JOB COMPLETED'     PGM224
013600         WHEN OTHER                                               PGM224
013700             DISPLAY 'DIAGNOSIS: UNRECOGNIZED FILE STATUS -'      PGM224
013800             DISPLAY '  ESCALATE TO SYSTEMS SUPPORT'              PGM224
013900     END-EVALUATE.                                                PGM224
014000*                                                                 PGM224
014100 9900-ABNORMAL-END.                                               PGM224
014200     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM224
014300     DISPLAY 'PGM224 ABEND - FILE STATUS: ' WS-ABEND-STATUS       PGM224
014400     CALL 'ABNDPGM' USING WS-ABEND-STATUS                         PGM224
014500     MOVE 16 TO RETURN-CODE                                       PGM224
014600     GOBACK.                                                      PGM224
