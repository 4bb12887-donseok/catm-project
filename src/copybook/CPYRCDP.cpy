      ******************************************************************
      * CPYRCDP - 회수용기 보증금 청구 대기
      *
      * 사용 프로그램: PGM169 (회수용기 월간 명세/보증금 청구)
      *               PGM079 (고객 송장 - 보증금 청구)
      * 용도: 무상 보유일수를 넘긴 용기의 보증금(양수)과 보증금
      *       청구 뒤 회수된 용기의 환급(음수)을 남긴다. 대기(P)
      *       건은 그 고객의 다음 송장 실행에서 보증금 송장으로
      *       청구되고 송장번호와 함께 청구완료(B)가 된다.
      ******************************************************************
       05 DC-KEY.
           10 DC-CUSTOMER-CD     PIC X(10).
           10 DC-TYPE-CD         PIC X(04).
           10 DC-CHARGE-DATE     PIC 9(08).
       05 DC-DATA.
           10 DC-QTY             PIC S9(7) COMP-3.
           10 DC-UNIT-AMT        PIC S9(9)V99 COMP-3.
           10 DC-AMOUNT          PIC S9(11)V99 COMP-3.
           10 DC-STATUS-CD       PIC X(01).
               88 DC-PENDING     VALUE 'P'.
               88 DC-BILLED      VALUE 'B'.
           10 DC-INVOICE-NO      PIC 9(10).
           10 DC-BILLED-DATE     PIC 9(08).
           10 FILLER             PIC X(20).
