000800*            발주일과 RM-LEAD-DAYS(리드타임)를 합산한 예정 입고일을            PGM01PGM015
000900*            실제 입고일과 비교하여 납기 준수 여부를 판정하고                          PGM015
001000*            지연 일수를 보고한다.                                         PGM015
001000*            구매처가 발주확인(PGM221)으로 약속 납기를 준 발주는                     PGM015
001000*            예정일 대신 약속 납기(PO-PROMISED-DATE)와 비교하고                 PGM015
001000*            비교 기준(P 약속납기, N 자체 소요일)을 남긴다.                        PGM015
001100* =========================================================      PPGM015

001200 ENVIRONMENT DIVISION.                                            PGM015
001700     05 OT-STATUS-CD          PIC X(01).                          PGM015
001710         88 OT-ON-TIME        VALUE 'T'.                          PGM015
001720         88 OT-LATE           VALUE 'L'.                          PGM015
001730     05 OT-BASIS-CD           PIC X(01).                          PGM015
001730         88 OT-VS-PROMISED    VALUE 'P'.                          PGM015
001730         88 OT-VS-NEED-DATE   VALUE 'N'.                          PGM015
001730     05 FILLER                PIC X(09).                          PGM015

001800 WORKING-STORAGE SECTION.                                         PGM015
001810 01  WS-FILE-STATUS          PIC XX.                              PGM015
001880 01  WS-ONTIME-COUNT         PIC 9(7) VALUE ZEROS.                PGM015
001890 01  WS-LATE-COUNT           PIC 9(7) VALUE ZEROS.                PGM015
001900 01  WS-ERROR-COUNT          PIC 9(5) VALUE ZEROS.                PGM015
001900 01  WS-PROMISED-COUNT       PIC 9(7) VALUE ZEROS.                PGM015
001900 01  WS-BASIS-CD             PIC X(01) VALUE SPACES.              PGM015
001910 01  WS-LEAD-DAYS            PIC 9(03) VALUE ZEROS.               PGM015
001920 01  WS-EXPECTED-DAYS        PIC 9(09) VALUE ZEROS.               PGM015
001930 01  WS-ACTUAL-DAYS          PIC 9(09) VALUE ZEROS.               PGM015
002710     END-READ.                                                    PGM015
002720*                                                                 PGM015
002730 2200-EVALUATE-ON-TIME.                                           PGM015
002740     IF PO-PROMISED-DATE NUMERIC AND PO-PROMISED-DATE > 0         PGM015
002750         MOVE 'P' TO WS-BASIS-CD                                  PGM015
002760         ADD 1 TO WS-PROMISED-COUNT                               PGM015
002760         MOVE PO-PROMISED-DATE TO WS-CONV-YYYYMMDD                PGM015
002760         PERFORM 2500-CONVERT-TO-DAYS                             PGM015
002760         MOVE WS-CONV-DAYS TO WS-EXPECTED-DAYS                    PGM015
002760     ELSE                                                         PGM015
002760         MOVE 'N' TO WS-BASIS-CD                                  PGM015
002760         MOVE PO-ISSUE-DATE TO WS-CONV-YYYYMMDD                   PGM015
002760         PERFORM 2500-CONVERT-TO-DAYS                             PGM015
002760         COMPUTE WS-EXPECTED-DAYS = WS-CONV-DAYS + WS-LEAD-DAYS   PGM015
002760     END-IF                                                       PGM015
002770     MOVE RR-RECEIPT-DT TO WS-CONV-YYYYMMDD                       PGM015
002780     PERFORM 2500-CONVERT-TO-DAYS                                 PGM015
002790     MOVE WS-CONV-DAYS TO WS-ACTUAL-DAYS                          PGM015
002890     MOVE RR-RECEIPT-DT TO OT-RECEIPT-DATE                        PGM015
002900     MOVE WS-LEAD-DAYS TO OT-LEAD-DAYS                            PGM015
002910     MOVE WS-VARIANCE-DAYS TO OT-VARIANCE-DAYS                    PGM015
002910     MOVE WS-BASIS-CD TO OT-BASIS-CD                              PGM015
002920     IF WS-VARIANCE-DAYS > 0                                      PGM015
002930         SET OT-LATE TO TRUE                                      PGM015
002940         ADD 1 TO WS-LATE-COUNT                                   PGM015
003150             WS-RECEIPT-COUNT ' RECEIPTS, '                       PGM015
003160             WS-ONTIME-COUNT ' ON-TIME, '                         PGM015
003170             WS-LATE-COUNT ' LATE, '                              PGM015
003180             WS-ERROR-COUNT ' ERRORS'                             PGM015
003180     DISPLAY '  MEASURED AGAINST VENDOR PROMISED DATE: '          PGM015
003180             WS-PROMISED-COUNT.                                   PGM015
003190*                                                                 PGM015
003200 9900-ABNORMAL-END.                                               PGM015
003201     PERFORM 9750-DIAGNOSE-FILE-STATUS                            PGM015
