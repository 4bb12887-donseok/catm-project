      ******************************************************************
      * CPYBKST - 은행 거래내역(BANK STATEMENT) 수신 레코드
      *
      * 사용 프로그램: PGM150 (은행 거래내역 대사/현금 잔액 대조)
      * 용도: 은행이 매일 보내는 고정길이 거래내역. 머리(H)에
      *       계좌/거래일/전일 잔액, 명세(D)에 입금(C)/출금(D)
      *       거래, 꼬리(T)에 건수와 당일 잔액이 온다. 금액은
      *       부호 없는 숫자이며 잔액 부호는 별도 바이트('-')로
      *       온다. BS-REFERENCE는 입금자가 적은 참조(고객코드/
      *       송장번호) 또는 이체 시 보낸 적요(공급사코드)이다.
      ******************************************************************
       05 BS-REC-TYPE            PIC X(01).
           88 BS-HEADER          VALUE 'H'.
           88 BS-DETAIL          VALUE 'D'.
           88 BS-TRAILER         VALUE 'T'.
       05 BS-DETAIL-DATA.
           10 BS-VALUE-DATE      PIC 9(08).
           10 BS-DC-CD           PIC X(01).
               88 BS-CREDIT      VALUE 'C'.
               88 BS-DEBIT       VALUE 'D'.
           10 BS-AMOUNT          PIC 9(13)V99.
           10 BS-BANK-REF        PIC X(16).
           10 BS-REFERENCE       PIC X(20).
           10 BS-COUNTERPARTY    PIC X(30).
           10 FILLER             PIC X(09).
       05 BS-HEADER-DATA REDEFINES BS-DETAIL-DATA.
           10 BS-BANK-CD         PIC X(03).
           10 BS-ACCT-NO         PIC X(20).
           10 BS-STMT-DATE       PIC 9(08).
           10 BS-OPEN-SIGN       PIC X(01).
           10 BS-OPEN-BAL        PIC 9(13)V99.
           10 FILLER             PIC X(52).
       05 BS-TRAILER-DATA REDEFINES BS-DETAIL-DATA.
           10 BS-TXN-COUNT       PIC 9(07).
           10 BS-CLOSE-SIGN      PIC X(01).
           10 BS-CLOSE-BAL       PIC 9(13)V99.
           10 FILLER             PIC X(76).
