      ******************************************************************
      * CPYICIV - 사내(INTERCOMPANY) 송장/채무 레코드
      *
      * 사용 프로그램: PGM117 (플랜트간 이고 처리 - 입고확정 시 발행)
      *               PGM151 (월말 사내거래 상계 보고)
      * 용도: 이고지시 1건당 1건. 출발 플랜트에는 사내 매출/채권,
      *       도착 플랜트에는 같은 금액의 사내 매입/채무이다.
      *       출발 플랜트 원가를 함께 두어 재고내 미실현 이익을
      *       계산한다. 월말 상계 정산 시 정산(S)으로 바뀐다.
      ******************************************************************
       05 IC-XFER-NO             PIC X(12).
       05 IC-DATA.
           10 IC-INVOICE-DATE    PIC 9(08).
           10 IC-SELL-PLANT-CD   PIC X(04).
           10 IC-BUY-PLANT-CD    PIC X(04).
           10 IC-BUY-WHSE-CD     PIC X(05).
           10 IC-ITEM-CD         PIC X(15).
           10 IC-QTY             PIC S9(9) COMP-3.
           10 IC-UNIT-PRICE      PIC S9(9)V99 COMP-3.
           10 IC-INVOICE-AMT     PIC S9(13)V99 COMP-3.
           10 IC-UNIT-COST       PIC S9(9)V99 COMP-3.
           10 IC-COST-AMT        PIC S9(13)V99 COMP-3.
           10 IC-PRICE-FLAG      PIC X(01).
               88 IC-PRICED      VALUE 'Y'.
               88 IC-AT-COST     VALUE 'N'.
           10 IC-STATUS          PIC X(01).
               88 IC-OPEN        VALUE 'O'.
               88 IC-SETTLED     VALUE 'S'.
           10 IC-SETTLE-DATE     PIC 9(08).
           10 FILLER             PIC X(10).
