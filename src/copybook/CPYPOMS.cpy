000300* 용도    : 발주(PO) 마스터 레코드 구조                                       CPYPOMS
000400* 사용    : PGM006 (원자재 입고 및 검수 처리)                                 CPYPOMS
000500*          PGM015 (구매처 납기준수 분석)                                   CPYPOMS
000550* 레코드  : 길이 136. 청구/구매담당/약속납기/발주확인 항목을                            CPYPOMS
000560*          붙이며 97에서 늘었으므로 기존 파일은 PGM224로                          CPYPOMS
000570*          변환한다.                                                  CPYPOMS
000600* =========================================================       CPYPOMS
000700     05 PO-NO                 PIC X(12).                          CPYPOMS
000800     05 PO-DATA.                                                  CPYPOMS
001550             88 PO-PARTIAL    VALUE 'P'.                          CPYPOMS
001600             88 PO-CLOSED     VALUE 'C'.                          CPYPOMS
001620             88 PO-PROPOSED   VALUE 'W'.                          CPYPOMS
001630             88 PO-CANCELLED  VALUE 'X'.                          CPYPOMS
001650         10 PO-PARTIAL-CNT    PIC 9(03).                          CPYPOMS
001660         10 PO-UNIT-PRICE     PIC S9(9)V99 COMP-3.                CPYPOMS
001670         10 PO-CONTRACT-NO    PIC X(12).                          CPYPOMS
001680         10 PO-CURRENCY-CD    PIC X(03).                          CPYPOMS
001690         10 PO-FX-RATE        PIC 9(5)V9(5) COMP-3.               CPYPOMS
001695         10 PO-HOME-PRICE     PIC S9(9)V99 COMP-3.                CPYPOMS
001700         10 PO-REQ-NO         PIC 9(06).                          CPYPOMS
001710         10 PO-BUYER-ID       PIC X(10).                          CPYPOMS
001720         10 PO-PROMISED-DATE  PIC 9(08).                          CPYPOMS
001730         10 PO-ACK-STATUS     PIC X(01).                          CPYPOMS
001731             88 PO-ACK-NONE      VALUE ' '.                       CPYPOMS
001732             88 PO-ACK-SENT      VALUE 'S'.                       CPYPOMS
001733             88 PO-ACK-ACCEPTED  VALUE 'A'.                       CPYPOMS
001734             88 PO-ACK-CHANGED   VALUE 'D'.                       CPYPOMS
001735             88 PO-ACK-REJECTED  VALUE 'R'.                       CPYPOMS
001740         10 PO-ACK-QTY        PIC S9(9)V99 COMP-3.                CPYPOMS
001750         10 PO-ACK-PRICE      PIC S9(9)V99 COMP-3.                CPYPOMS
001760         10 PO-ACK-DATE       PIC 9(08).                          CPYPOMS
