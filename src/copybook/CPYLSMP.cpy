      ******************************************************************
      * CPYLSMP - 실험실 시료 접수 대장 레코드
      *
      * 사용 프로그램: PGM205 (시료 접수/조회/취소)
      *               PGM003 (품질검사 결과로 로트 시료 완료)
      *               PGM093 (분광분석 결과로 출선 시료 완료)
      *               PGM200 (입고 성분분석으로 입고 시료 완료)
      *               PGM207 (미결 시료/TAT 통계/지연 경보)
      * 용도: 라인 로트, 고로 출선(CH-OPER-SEQ), 원자재 입고에서
      *       채취해 실험실로 보낸 시료 1건과 의뢰 시험 항목
      *       (최대 5)을 관리한다. 키는 출처유형+출처참조+순번
      *       이라 결과 수신 프로그램이 출처로 시료를 찾는다.
      *       시험 항목은 결과가 들어오면 완료('D')되고, 모든
      *       항목이 완료되면 시료가 완료('C')된다.
      ******************************************************************
       05 LS-KEY.
           10 LS-SOURCE-TYPE     PIC X(01).
               88 LS-SRC-LOT     VALUE 'L'.
               88 LS-SRC-TAP     VALUE 'T'.
               88 LS-SRC-RECEIPT VALUE 'R'.
               88 LS-SRC-VALID   VALUE 'L' 'T' 'R'.
           10 LS-SOURCE-REF      PIC X(20).
           10 LS-LOT-REF REDEFINES LS-SOURCE-REF.
               15 LS-LOT-NO      PIC X(15).
               15 FILLER         PIC X(05).
           10 LS-TAP-REF REDEFINES LS-SOURCE-REF.
               15 LS-BF-NO       PIC X(03).
               15 LS-OPER-DATE   PIC 9(08).
               15 LS-OPER-SEQ    PIC 9(05).
               15 FILLER         PIC X(04).
           10 LS-RCPT-REF REDEFINES LS-SOURCE-REF.
               15 LS-RECEIPT-NO  PIC 9(10).
               15 LS-RECEIPT-DT  PIC 9(08).
               15 FILLER         PIC X(02).
           10 LS-SAMPLE-SEQ      PIC 9(02).
       05 LS-SAMPLE-ID           PIC X(12).
       05 LS-TAKEN-DATE          PIC 9(08).
       05 LS-TAKEN-TIME          PIC 9(06).
       05 LS-TAKEN-BY            PIC X(10).
       05 LS-TEST-CNT            PIC 9(01).
       05 LS-TEST-ENTRY OCCURS 5 TIMES.
           10 LS-TEST-CD         PIC X(05).
           10 LS-TEST-STATUS     PIC X(01).
               88 LS-TEST-PENDING VALUE 'P'.
               88 LS-TEST-DONE   VALUE 'D'.
           10 LS-RESULT-DATE     PIC 9(08).
           10 LS-RESULT-TIME     PIC 9(06).
           10 LS-RESULT-PGM      PIC X(08).
           10 LS-ALERT-FLAG      PIC X(01).
               88 LS-OVERDUE-ALERTED VALUE 'Y'.
       05 LS-SAMPLE-STATUS       PIC X(01).
           88 LS-SAMPLE-OPEN     VALUE 'O'.
           88 LS-SAMPLE-COMPLETE VALUE 'C'.
           88 LS-SAMPLE-CANCELLED VALUE 'X'.
       05 LS-CLOSE-DATE          PIC 9(08).
       05 LS-CLOSE-TIME          PIC 9(06).
       05 LS-REG-USER            PIC X(10).
       05 LS-REG-DATE            PIC 9(08).
       05 FILLER                 PIC X(20).
