      ******************************************************************
      * CPYVMSR - VMI 고객 재고 보고 레코드
      *
      * 사용 프로그램: PGM172 (VMI 월간 재고 대사)
      * 용도: 위탁 거점 고객이 월말에 보내 오는 제품별 보유
      *       수량이다. 우리 장부의 위탁 창고 잔량과 대사한다.
      ******************************************************************
       05 VK-CUSTOMER-CD         PIC X(10).
       05 VK-PRODUCT-CD          PIC X(15).
       05 VK-STOCK-DATE          PIC 9(08).
       05 VK-STOCK-QTY           PIC S9(9).
       05 FILLER                 PIC X(38).
