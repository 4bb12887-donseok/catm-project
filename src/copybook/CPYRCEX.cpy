      ******************************************************************
      * CPYRCEX - 은행 대사 예외(RECONCILIATION EXCEPTION) 레코드
      *
      * 사용 프로그램: PGM150 (은행 거래내역 대사/현금 잔액 대조)
      * 용도: 장부(CPYCSHB)와 대사되지 않은 은행 거래를 보관한다.
      *       해소될 때까지 미결(O)로 남아 매일 재대사되며, 이후
      *       장부 입출금과 맞으면 자동 해소(A), 담당자가 해소
      *       거래로 정리하면 수동 해소(C)가 된다.
      ******************************************************************
       05 RX-KEY.
           10 RX-STMT-DATE       PIC 9(08).
           10 RX-BANK-REF        PIC X(16).
       05 RX-DATA.
           10 RX-VALUE-DATE      PIC 9(08).
           10 RX-DC-CD           PIC X(01).
               88 RX-CREDIT      VALUE 'C'.
               88 RX-DEBIT       VALUE 'D'.
           10 RX-AMOUNT          PIC S9(13)V99 COMP-3.
           10 RX-REFERENCE       PIC X(20).
           10 RX-COUNTERPARTY    PIC X(30).
           10 RX-STATUS          PIC X(01).
               88 RX-OPEN        VALUE 'O'.
               88 RX-AUTO-CLEARED VALUE 'A'.
               88 RX-MANUAL-CLEARED VALUE 'C'.
           10 RX-CLEAR-DATE      PIC 9(08).
           10 RX-CLEAR-USER      PIC X(10).
           10 RX-CLEAR-NOTE      PIC X(30).
           10 FILLER             PIC X(10).
