      ******************************************************************
      * CPYCSTL - 선입선출(FIFO) 원가층(COST LAYER) 레코드
      *
      * 사용 프로그램: PGM002 (재고수불 - 원가층 생성/선입선출 소비)
      *               PGM008 (재고 월말 평가 - 선입선출 평가금액)
      * 용도: 자가 재고 입고분을 품목/창고별 입고일자 순의 원가층
      *       (잔량, 입고단가)으로 보관한다. 출고는 가장 오래된
      *       원가층부터 차감하며 소진된 층은 C 상태가 된다.
      *       키의 입고일자/사업장/순번은 원거래 트랜잭션 키이며,
      *       출고 역분개로 되살린 층(R)은 원 출고의 키를 쓴다.
      *       이동평균(IM-UNIT-COST)과 별도로 세무/모회사 보고용
      *       선입선출 평가의 기준이 된다.
      ******************************************************************
       05 CL-KEY.
           10 CL-ITEM-CD          PIC X(15).
           10 CL-WAREHOUSE-CD     PIC X(05).
           10 CL-RECEIPT-DATE     PIC 9(08).
           10 CL-PLANT-CD         PIC X(04).
           10 CL-RECEIPT-SEQ      PIC 9(05).
       05 CL-DATA.
           10 CL-SOURCE-TYPE      PIC X(01).
               88 CL-FROM-RECEIPT VALUE 'I' 'Y'.
               88 CL-FROM-ADJUST  VALUE 'A'.
               88 CL-FROM-REVERSAL VALUE 'R'.
           10 CL-RECEIPT-QTY      PIC S9(9) COMP-3.
           10 CL-REMAIN-QTY       PIC S9(9) COMP-3.
           10 CL-UNIT-COST        PIC S9(9)V99 COMP-3.
           10 CL-STATUS-CD        PIC X(01).
               88 CL-OPEN         VALUE 'O'.
               88 CL-EXHAUSTED    VALUE 'C'.
           10 CL-LAST-ISSUE-DATE  PIC 9(08).
           10 FILLER              PIC X(10).
