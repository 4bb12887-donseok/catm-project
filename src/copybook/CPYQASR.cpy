      ******************************************************************
      * CPYQASR - 품위 정산 월보 정렬 작업 레코드
      *
      * 사용 프로그램: PGM203 (공급사별 품위 보너스/페널티 월보)
      * 용도: 보고월에 입고되어 정산 계산(PGM202)이 끝난 입고
      *       성분분석 1건의 습량/건량과 기준금액·보너스·페널티·
      *       정산금액을 공급사+자재+입고 순으로 정렬해 공급사
      *       소계 명세를 만든다.
      ******************************************************************
       05 QA-VENDOR-CD           PIC X(10).
       05 QA-MATL-CD             PIC X(12).
       05 QA-RECEIPT-NO          PIC 9(10).
       05 QA-RECEIPT-DT          PIC 9(08).
       05 QA-WET-QTY             PIC S9(9)V99 COMP-3.
       05 QA-DMT-QTY             PIC S9(9)V99 COMP-3.
       05 QA-BASE-VALUE          PIC S9(11)V99 COMP-3.
       05 QA-BONUS-AMT           PIC S9(11)V99 COMP-3.
       05 QA-PENALTY-AMT         PIC S9(11)V99 COMP-3.
       05 QA-ADJ-VALUE           PIC S9(11)V99 COMP-3.
       05 FILLER                 PIC X(10).
