002593         ACCESS MODE IS RANDOM                                    PGM003
002593         RECORD KEY IS LX-LOT-NO                                  PGM003
002593         FILE STATUS IS WS-FILE-STATUS13.                         PGM003
002593     SELECT OPTIONAL LAB-SAMPLE-FILE                              PGM003
002593         ASSIGN TO LABSMPL                                        PGM003
002593         ORGANIZATION IS INDEXED                                  PGM003
002593         ACCESS MODE IS DYNAMIC                                   PGM003
002593         RECORD KEY IS LS-KEY                                     PGM003
002593         FILE STATUS IS WS-FILE-STATUS14.                         PGM003
002593     SELECT OPTIONAL BATCH-CONTROL-FILE                           PGM003
002593         ASSIGN TO BCHCTL                                         PGM003
002593         ORGANIZATION IS SEQUENTIAL                               PGM003
003491 FD  LOT-INDEX-FILE.                                              PGM003
003491 01  LOT-INDEX-REC.                                               PGM003
003491     COPY CPYLOTIX.                                               PGM003
003491 FD  LAB-SAMPLE-FILE.                                             PGM003
003491 01  LAB-SAMPLE-REC.                                              PGM003
003491     COPY CPYLSMP.                                                PGM003
003491 FD  BATCH-CONTROL-FILE.                                          PGM003
003491 01  BATCH-CONTROL-REC.                                           PGM003
003491     COPY CPYBCTL.                                                PGM003
004671 01  WS-FILE-STATUS11       PIC XX.                               PGM003
004671 01  WS-FILE-STATUS12       PIC XX.                               PGM003
004671 01  WS-FILE-STATUS13       PIC XX.                               PGM003
004671 01  WS-FILE-STATUS14       PIC XX.                               PGM003
004671 01  WS-LOTIX-READY-FLAG    PIC X VALUE 'N'.                      PGM003
004671     88 WS-LOTIX-READY      VALUE 'Y'.                            PGM003
004671 01  WS-LABS-READY-FLAG     PIC X VALUE 'N'.                      PGM003
004671     88 WS-LABS-READY       VALUE 'Y'.                            PGM003
004671 01  WS-LABS-EOF-FLAG       PIC X VALUE 'N'.                      PGM003
004671     88 WS-LABS-EOF         VALUE 'Y'.                            PGM003
004671 01  WS-LABS-MATCH-FLAG     PIC X VALUE 'N'.                      PGM003
004671     88 WS-LABS-MATCHED     VALUE 'Y'.                            PGM003
004671 01  WS-LABS-IX             PIC 9(02) COMP VALUE ZEROS.           PGM003
004671 01  WS-LABS-PEND-CNT       PIC 9(02) VALUE ZEROS.                PGM003
004671 01  WS-BCTL-READY-FLAG     PIC X VALUE 'N'.                      PGM003
004671     88 WS-BCTL-READY       VALUE 'Y'.                            PGM003
004671 01  WS-FREG-READY-FLAG     PIC X VALUE 'N'.                      PGM003
004671 01  WS-CAL-OVERDUE-COUNT   PIC 9(5) VALUE ZEROS.                 PGM003
004671 01  WS-RUN-DATE            PIC 9(08).                            PGM003
004671 01  WS-UNCERT-COUNT        PIC 9(5) VALUE ZEROS.                 PGM003
004671 01  WS-GRR-HOLD-COUNT      PIC 9(5) VALUE ZEROS.                 PGM003
004671 01  WS-INSTR-UNFIT-FLAG    PIC X VALUE 'N'.                      PGM003
004671     88 WS-INSTR-UNFIT      VALUE 'Y'.                            PGM003
004671 01  WS-INSPECTOR-OK-FLAG   PIC X VALUE 'N'.                      PGM003
004671     88 WS-INSPECTOR-OK     VALUE 'Y'.                            PGM003
004672 01  WS-RESTART-FLAG        PIC X VALUE 'N'.                      PGM003
007691     PERFORM 1050-LOAD-THRESHOLDS                                 PGM003
007691     PERFORM 1060-OPEN-CONTROL-FILES                              PGM003
007691     PERFORM 1065-OPEN-LOT-INDEX                                  PGM003
007691     PERFORM 1066-OPEN-LAB-SAMPLE                                 PGM003
007700     PERFORM 1100-READ-FIRST-RECORD                               PGM003
007701     PERFORM 1150-SKIP-TO-RESTART-POINT                           PGM003
007702         UNTIL WS-EOF OR NOT WS-RESTART-RUN                       PGM003
007718                 WS-FILE-STATUS13                                 PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 1066-OPEN-LAB-SAMPLE.                                            PGM003
007718     OPEN I-O LAB-SAMPLE-FILE                                     PGM003
007718     IF WS-FILE-STATUS14 = '00' OR WS-FILE-STATUS14 = '05'        PGM003
007718         SET WS-LABS-READY TO TRUE                                PGM003
007718     ELSE                                                         PGM003
007718         DISPLAY 'LAB SAMPLE OPEN ERROR: '                        PGM003
007718                 WS-FILE-STATUS14                                 PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 2450-UPDATE-LOT-INDEX.                                           PGM003
007718     IF WS-LOTIX-READY AND QR-LOT-NO NOT = SPACES                 PGM003
007718         MOVE QR-LOT-NO TO LX-LOT-NO                              PGM003
007718         ADD 1 TO LX-REWORK-COUNT                                 PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718* 로트 시료 중 이 특성 항목이 미결인 첫 미완료 시료를 완료                               PGM003
007718* 처리하고, 미결 항목이 남지 않으면 시료를 완료한다.                                   PGM003
007718 2470-CLOSE-LAB-SAMPLE.                                           PGM003
007718     IF WS-LABS-READY AND QR-LOT-NO NOT = SPACES                  PGM003
007718         MOVE 'N' TO WS-LABS-EOF-FLAG                             PGM003
007718         MOVE 'L'       TO LS-SOURCE-TYPE                         PGM003
007718         MOVE SPACES    TO LS-SOURCE-REF                          PGM003
007718         MOVE QR-LOT-NO TO LS-LOT-NO                              PGM003
007718         MOVE ZEROS     TO LS-SAMPLE-SEQ                          PGM003
007718         START LAB-SAMPLE-FILE KEY >= LS-KEY                      PGM003
007718             INVALID KEY                                          PGM003
007718                 SET WS-LABS-EOF TO TRUE                          PGM003
007718         END-START                                                PGM003
007718         PERFORM 2475-SCAN-LAB-SAMPLE                             PGM003
007718             UNTIL WS-LABS-EOF                                    PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 2475-SCAN-LAB-SAMPLE.                                            PGM003
007718     READ LAB-SAMPLE-FILE NEXT RECORD                             PGM003
007718         AT END                                                   PGM003
007718             SET WS-LABS-EOF TO TRUE                              PGM003
007718         NOT AT END                                               PGM003
007718             IF NOT LS-SRC-LOT OR LS-LOT-NO NOT = QR-LOT-NO       PGM003
007718                 SET WS-LABS-EOF TO TRUE                          PGM003
007718             ELSE                                                 PGM003
007718                 IF LS-SAMPLE-OPEN                                PGM003
007718                     MOVE 'N' TO WS-LABS-MATCH-FLAG               PGM003
007718                     PERFORM 2476-MATCH-LAB-TEST                  PGM003
007718                         VARYING WS-LABS-IX FROM 1 BY 1           PGM003
007718                         UNTIL WS-LABS-IX > LS-TEST-CNT           PGM003
007718                            OR WS-LABS-MATCHED                    PGM003
007718                     IF WS-LABS-MATCHED                           PGM003
007718                         PERFORM 2478-CHECK-SAMPLE-DONE           PGM003
007718                         REWRITE LAB-SAMPLE-REC                   PGM003
007718                         SET WS-LABS-EOF TO TRUE                  PGM003
007718                     END-IF                                       PGM003
007718                 END-IF                                           PGM003
007718             END-IF                                               PGM003
007718     END-READ.                                                    PGM003
007718*                                                                 PGM003
007718 2476-MATCH-LAB-TEST.                                             PGM003
007718     IF LS-TEST-CD (WS-LABS-IX) = QR-CHAR-CD                      PGM003
007718         AND LS-TEST-PENDING (WS-LABS-IX)                         PGM003
007718         SET LS-TEST-DONE (WS-LABS-IX) TO TRUE                    PGM003
007718         MOVE QR-INSPECT-DT TO LS-RESULT-DATE (WS-LABS-IX)        PGM003
007718         MOVE QR-REG-TIME   TO LS-RESULT-TIME (WS-LABS-IX)        PGM003
007718         MOVE 'PGM003'      TO LS-RESULT-PGM (WS-LABS-IX)         PGM003
007718         SET WS-LABS-MATCHED TO TRUE                              PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 2478-CHECK-SAMPLE-DONE.                                          PGM003
007718     MOVE ZEROS TO WS-LABS-PEND-CNT                               PGM003
007718     PERFORM 2479-COUNT-PENDING-TEST                              PGM003
007718         VARYING WS-LABS-IX FROM 1 BY 1                           PGM003
007718         UNTIL WS-LABS-IX > LS-TEST-CNT                           PGM003
007718     IF WS-LABS-PEND-CNT = 0                                      PGM003
007718         SET LS-SAMPLE-COMPLETE TO TRUE                           PGM003
007718         MOVE QR-INSPECT-DT TO LS-CLOSE-DATE                      PGM003
007718         MOVE QR-REG-TIME   TO LS-CLOSE-TIME                      PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 2479-COUNT-PENDING-TEST.                                         PGM003
007718     IF LS-TEST-PENDING (WS-LABS-IX)                              PGM003
007718         ADD 1 TO WS-LABS-PEND-CNT                                PGM003
007718     END-IF.                                                      PGM003
007718*                                                                 PGM003
007718 1060-OPEN-CONTROL-FILES.                                         PGM003
007718     OPEN EXTEND BATCH-CONTROL-FILE                               PGM003
007718     IF WS-FILE-STATUS11 = '00' OR WS-FILE-STATUS11 = '05'        PGM003
008510         CALL 'ERRLOG' USING QR-INSPECTOR-ID                      PGM003
008510                             QR-INSPECT-ID                        PGM003
008510     ELSE                                                         PGM003
008510     IF WS-INSTR-UNFIT                                            PGM003
008510         PERFORM 2037-HOLD-UNFIT-GAUGE                            PGM003
008510     ELSE                                                         PGM003
008510     EVALUATE QR-JUDGE-CD                                         PGM003
008510         WHEN 'P'                                                 PGM003
008510             ADD 1 TO WS-PASS-COUNT                               PGM003
008510                                 QR-JUDGE-CD                      PGM003
008510     END-EVALUATE                                                 PGM003
008510     END-IF                                                       PGM003
008510     END-IF                                                       PGM003
009900     PERFORM 2400-WRITE-HISTORY                                   PGM003
009910     ADD 1 TO WS-RECS-SINCE-CKPT                                  PGM003
009920     IF WS-RECS-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL              PGM003
010391* 교정만료 계측기로 측정된 검사 건은 플래그한다. 판정은                             PGM003
010392* 계속 진행하되 감사기록으로 영향 로트를 추적할 수 있다.                            PGM003
010393 2035-CHECK-INSTRUMENT.                                           PGM003
010393     MOVE 'N' TO WS-INSTR-UNFIT-FLAG                              PGM003
010393     IF WS-CAL-READY AND QR-INSTR-ID NOT = SPACES                 PGM003
010393         MOVE QR-INSTR-ID TO CA-INSTR-ID                          PGM003
010393         READ CALIB-MASTER-FILE                                   PGM003
010393                         TO WS-AUDIT-DESC                         PGM003
010393                     PERFORM 9700-WRITE-AUDIT-RECORD              PGM003
010393                 END-IF                                           PGM003
010393                 IF CA-ACTIVE AND CA-MSA-UNFIT                    PGM003
010393                     SET WS-INSTR-UNFIT TO TRUE                   PGM003
010393                 END-IF                                           PGM003
010393         END-READ                                                 PGM003
010393     END-IF.                                                      PGM003
010393*                                                                 PGM003
010393* 최근 GR&R 연구에서 부적합 판정된 계측기의 측정 결과는                                PGM003
010393* 판정하지 않고 로트를 보류한다(재측정 후 재투입).                                    PGM003
010393 2037-HOLD-UNFIT-GAUGE.                                           PGM003
010393     ADD 1 TO WS-GRR-HOLD-COUNT                                   PGM003
010393     ADD 1 TO WS-BCTL-SUSP-CNT                                    PGM003
010393     ADD 1 TO WS-BCTL-ERR-CNT                                     PGM003
010393     MOVE 'GH' TO WS-PREV-RESULT                                  PGM003
010393     PERFORM 2350-WRITE-HOLD-RECORD                               PGM003
010393     MOVE 'ERROR'      TO WS-AUDIT-COND                           PGM003
010393     MOVE QR-INSTR-ID  TO WS-AUDIT-KEY1                           PGM003
010393     MOVE QR-LOT-NO    TO WS-AUDIT-KEY2                           PGM003
010393     MOVE 'INSTRUMENT GRR UNFIT - RESULT HELD'                    PGM003
010393         TO WS-AUDIT-DESC                                         PGM003
010393     PERFORM 9700-WRITE-AUDIT-RECORD.                             PGM003
010394*                                                                 PGM003
010395 2040-VALIDATE-DEFECT-CODE.                                       PGM003
010395     IF QR-DEFECT-CD NOT = SPACES                                 PGM003
013070     MOVE QR-INSPECTOR-ID TO QH-INSPECTOR-ID                      PGM003
013070     ADD 1 TO WS-BCTL-WRITE-CNT                                   PGM003
013070     PERFORM 2450-UPDATE-LOT-INDEX                                PGM003
013070     IF (QR-PASS OR QR-FAIL OR QR-REWORK)                         PGM003
013070         AND (WS-PREV-RESULT = 'OK' OR 'SP' OR 'NG' OR 'RW')      PGM003
013070         PERFORM 2470-CLOSE-LAB-SAMPLE                            PGM003
013070     END-IF                                                       PGM003
013100     WRITE QC-HISTORY-REC.                                        PGM003
013200*                                                                 PGM003
013210 2900-WRITE-CHECKPOINT.                                           PGM003
016900     IF WS-LOTIX-READY                                            PGM003
016900         CLOSE LOT-INDEX-FILE                                     PGM003
016900     END-IF                                                       PGM003
016900     IF WS-LABS-READY                                             PGM003
016900         CLOSE LAB-SAMPLE-FILE                                    PGM003
016900     END-IF                                                       PGM003
016950     CLOSE QC-HOLD-FILE                                           PGM003
016952     CLOSE CODE-TABLE-FILE                                        PGM003
016953     CLOSE PERSONNEL-MASTER-FILE                                  PGM003
017250             WS-OUT-OF-SPEC-COUNT ' OUT-OF-SPEC, '                PGM003
017255             WS-SPEC-MISM-COUNT ' LIMIT MISMATCHES, '             PGM003
017256             WS-CAL-OVERDUE-COUNT ' CAL-OVERDUE, '                PGM003
017256             WS-GRR-HOLD-COUNT ' GRR-UNFIT HELD, '                PGM003
017260             WS-UNCERT-COUNT ' UNCERTIFIED INSPECTOR'.            PGM003
017300*                                                                 PGM003
017300 9500-WRITE-CONTROL-TOTALS.                                       PGM003
