      ******************************************************************
      * CPYRBAG - 고객 물량 리베이트 약정(REBATE AGREEMENT) 레코드
      *
      * 사용 프로그램: PGM152 (리베이트 약정 유지/충당/정산)
      * 용도: 고객+제품군+약정기간별 구간(TIER) 리베이트 약정과
      *       기간 누계. 제품군은 제품코드 앞자리(공백이면 전
      *       제품)이다. 구간 기준은 수량(Q) 또는 금액(V)이며
      *       리베이트는 달성 구간 요율 x 누계 공급가액으로 소급
      *       계산한다. 기간 종료 후 정산되면 매출채권(CPYAROP)
      *       에 크레딧으로 반영하고 정산(S)으로 바뀐다.
      ******************************************************************
       05 RA-AGREEMENT-NO        PIC 9(06).
       05 RA-DATA.
           10 RA-CUSTOMER-CD     PIC X(10).
           10 RA-PROD-GROUP      PIC X(15).
           10 RA-PERIOD-START    PIC 9(08).
           10 RA-PERIOD-END      PIC 9(08).
           10 RA-BASIS-CD        PIC X(01).
               88 RA-QTY-BASIS   VALUE 'Q'.
               88 RA-VALUE-BASIS VALUE 'V'.
           10 RA-TIER OCCURS 5 TIMES.
               15 RA-TIER-FROM   PIC 9(11)V99 COMP-3.
               15 RA-TIER-RATE   PIC 9(02)V9(03) COMP-3.
           10 RA-ACC-QTY         PIC S9(11) COMP-3.
           10 RA-ACC-VALUE       PIC S9(13)V99 COMP-3.
           10 RA-CURR-TIER       PIC 9(01).
           10 RA-ACCRUED-AMT     PIC S9(11)V99 COMP-3.
           10 RA-LAST-ACCUM-DATE PIC 9(08).
           10 RA-STATUS          PIC X(01).
               88 RA-ACTIVE      VALUE 'A'.
               88 RA-SETTLED     VALUE 'S'.
               88 RA-CANCELLED   VALUE 'X'.
           10 RA-SETTLE-DATE     PIC 9(08).
           10 RA-CREDIT-DOC-NO   PIC 9(10).
           10 RA-UPD-USER        PIC X(10).
           10 FILLER             PIC X(10).
