      ******************************************************************
      * CPYBKBL - 은행 계좌 잔액(BOOK/BANK BALANCE) 레코드
      *
      * 사용 프로그램: PGM150 (은행 거래내역 대사/현금 잔액 대조)
      * 용도: 계좌별 장부 잔액과 은행 잔액, 마지막 처리 거래일을
      *       보관한다. 장부 잔액은 현금 장부(CPYCSHB)의 입금을
      *       더하고 출금을 빼서, 은행 잔액은 거래내역 꼬리(T)의
      *       당일 잔액으로 갱신한다. 같은 거래일 재처리를 막는다.
      ******************************************************************
       05 BB-KEY.
           10 BB-BANK-CD         PIC X(03).
           10 BB-ACCT-NO         PIC X(20).
       05 BB-DATA.
           10 BB-BOOK-BALANCE    PIC S9(13)V99 COMP-3.
           10 BB-BANK-BALANCE    PIC S9(13)V99 COMP-3.
           10 BB-LAST-STMT-DATE  PIC 9(08).
           10 FILLER             PIC X(10).
