000500* =========================================================       PGM095
000600* 프로그램명: 계측기 교정 도래 리스트                                            PGM095
000700* 처리내용  : 교정 마스터를 스캔하여 조회 기준일수 내 교정이                              PGM095
000800*            도래/만료된 계측기와 최근 GR&R 연구에서 부적합                         PGM095
000900*            판정된 계측기를 보고한다. 만료 또는 부적합 건이                          PGM095
000900*            있으면 RC 4로 종료한다.                                      PGM095
001000* =========================================================       PGM095
001100*                                                                 PGM095
001200 ENVIRONMENT DIVISION.                                            PGM095
005600 01  WS-INSTR-COUNT         PIC 9(5) VALUE ZEROS.                 PGM095
005700 01  WS-DUE-COUNT           PIC 9(5) VALUE ZEROS.                 PGM095
005800 01  WS-OVERDUE-COUNT       PIC 9(5) VALUE ZEROS.                 PGM095
005800 01  WS-UNFIT-COUNT         PIC 9(5) VALUE ZEROS.                 PGM095
005900*                                                                 PGM095
006000 01  WS-RPT-HEADER.                                               PGM095
006100     05 FILLER               PIC X(33) VALUE                      PGM095
007400     05 RD-DUE-DT            PIC 9(08).                           PGM095
007500     05 FILLER               PIC X(01) VALUE SPACE.               PGM095
007600     05 RD-FLAG              PIC X(08).                           PGM095
007700     05 FILLER               PIC X(01) VALUE SPACE.               PGM095
007700     05 RD-MSA               PIC X(10).                           PGM095
007700     05 FILLER               PIC X(64) VALUE SPACES.              PGM095
007800 01  WS-RPT-TOTAL.                                                PGM095
007900     05 FILLER               PIC X(12) VALUE 'INSTRUMENTS '.      PGM095
008000     05 RT-INSTR-CNT         PIC ZZZZ9.                           PGM095
008200     05 RT-DUE-CNT           PIC ZZZZ9.                           PGM095
008300     05 FILLER               PIC X(09) VALUE ' OVERDUE '.         PGM095
008400     05 RT-OVERDUE-CNT       PIC ZZZZ9.                           PGM095
008500     05 FILLER               PIC X(11) VALUE ' GRR UNFIT '.       PGM095
008500     05 RT-UNFIT-CNT         PIC ZZZZ9.                           PGM095
008500     05 FILLER               PIC X(75) VALUE SPACES.              PGM095
008600*                                                                 PGM095
008700 PROCEDURE DIVISION.                                              PGM095
008800*                                                                 PGM095
015700*                                                                 PGM095
015800 2000-PROCESS-INSTRUMENT.                                         PGM095
015900     ADD 1 TO WS-INSTR-COUNT                                      PGM095
016000     IF CA-ACTIVE AND (CA-NEXT-DUE-DT <= WS-CUTOFF-DATE           PGM095
016000                       OR CA-MSA-UNFIT)                           PGM095
016100         MOVE CA-INSTR-ID      TO RD-INSTR-ID                     PGM095
016200         MOVE CA-LOCATION-CD   TO RD-LOCATION                     PGM095
016300         MOVE CA-LAST-CALIB-DT TO RD-LAST-DT                      PGM095
016600             MOVE 'OVERDUE' TO RD-FLAG                            PGM095
016700             ADD 1 TO WS-OVERDUE-COUNT                            PGM095
016800         ELSE                                                     PGM095
016900             IF CA-NEXT-DUE-DT <= WS-CUTOFF-DATE                  PGM095
017000                 MOVE 'DUE' TO RD-FLAG                            PGM095
017000                 ADD 1 TO WS-DUE-COUNT                            PGM095
017000             ELSE                                                 PGM095
017000                 MOVE SPACES TO RD-FLAG                           PGM095
017000             END-IF                                               PGM095
017000         END-IF                                                   PGM095
017000         IF CA-MSA-UNFIT                                          PGM095
017000             MOVE 'GRR UNFIT' TO RD-MSA                           PGM095
017000             ADD 1 TO WS-UNFIT-COUNT                              PGM095
017000         ELSE                                                     PGM095
017000             MOVE SPACES TO RD-MSA                                PGM095
017100         END-IF                                                   PGM095
017200         WRITE DUE-LIST-REC FROM WS-RPT-DETAIL                    PGM095
017300     END-IF                                                       PGM095
017700     MOVE WS-INSTR-COUNT   TO RT-INSTR-CNT                        PGM095
017800     MOVE WS-DUE-COUNT     TO RT-DUE-CNT                          PGM095
017900     MOVE WS-OVERDUE-COUNT TO RT-OVERDUE-CNT                      PGM095
017900     MOVE WS-UNFIT-COUNT   TO RT-UNFIT-CNT                        PGM095
018000     WRITE DUE-LIST-REC FROM WS-RPT-TOTAL                         PGM095
018100     CLOSE CALIB-MASTER-FILE                                      PGM095
018200     CLOSE DUE-LIST-FILE                                          PGM095
018300     DISPLAY 'PGM095 COMPLETED: ' WS-INSTR-COUNT                  PGM095
018400             ' INSTRUMENTS, ' WS-DUE-COUNT ' DUE, '               PGM095
018500             WS-OVERDUE-COUNT ' OVERDUE, '                        PGM095
018600             WS-UNFIT-COUNT ' GRR UNFIT'                          PGM095
018600     IF WS-OVERDUE-COUNT > 0 OR WS-UNFIT-COUNT > 0                PGM095
018700         MOVE 4 TO RETURN-CODE                                    PGM095
018800     END-IF.                                                      PGM095
018900*                                                                 PGM095
