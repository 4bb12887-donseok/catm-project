      ******************************************************************
      * CPYSQTE - 판매 견적(SALES QUOTATION) 라인 레코드
      *
      * 사용 프로그램: PGM159 (판매 견적 등록/승인)
      *               PGM035 (고객 수주 등록 - 견적 전환)
      *               PGM160 (월간 견적 수주율 보고)
      * 용도: 고객에게 낸 견적을 견적번호+라인번호 단위로
      *       보관한다. 등록 시점의 판매단가 마스터(CPYSPRC)
      *       단가를 SQ-LIST-PRICE에 남기고, 견적단가가 그보다
      *       낮으면 등록자와 다른 담당자의 승인을 받아야 한다.
      *       유효기한 안의 승인된 견적만 PGM035가 수주로
      *       전환하며 전환된 라인에는 수주번호를 남겨 견적과
      *       수주를 잇는다. PGM160이 견적 대비 수주 물량을
      *       고객/영업사원별로 집계한다.
      ******************************************************************
       05 SQ-KEY.
           10 SQ-QUOTE-NO        PIC X(12).
           10 SQ-LINE-NO         PIC 9(03).
       05 SQ-DATA.
           10 SQ-CUSTOMER-CD     PIC X(10).
           10 SQ-SALES-REP       PIC X(06).
           10 SQ-PRODUCT-CD      PIC X(15).
           10 SQ-WAREHOUSE-CD    PIC X(05).
           10 SQ-QUOTE-QTY       PIC S9(9) COMP-3.
           10 SQ-QUOTE-PRICE     PIC S9(9)V99 COMP-3.
           10 SQ-LIST-PRICE      PIC S9(9)V99 COMP-3.
           10 SQ-QUOTE-DATE      PIC 9(08).
           10 SQ-VALID-DATE      PIC 9(08).
           10 SQ-STATUS-CD       PIC X(01).
               88 SQ-OPEN        VALUE 'O'.
               88 SQ-WON         VALUE 'W'.
               88 SQ-LOST        VALUE 'L'.
               88 SQ-CANCELLED   VALUE 'X'.
           10 SQ-APPROVAL-STATUS PIC X(01).
               88 SQ-APPROVED    VALUE 'Y'.
               88 SQ-PENDING     VALUE 'N'.
           10 SQ-REG-USER        PIC X(10).
           10 SQ-APPR-USER       PIC X(10).
           10 SQ-ORDER-NO        PIC X(12).
           10 SQ-CONVERT-DATE    PIC 9(08).
           10 FILLER             PIC X(10).
