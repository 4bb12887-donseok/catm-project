      ******************************************************************
      * CPYTRPR - 플랜트간 이전가격(TRANSFER PRICE) 마스터 레코드
      *
      * 사용 프로그램: PGM117 (플랜트간 이고 처리 - 이전가격 유지)
      * 용도: 품목과 출발/도착 플랜트 쌍별 사내 이전단가(원화).
      *       입고확정 시 도착 플랜트 재고를 이 단가로 평가하고
      *       출발 플랜트 명의의 사내 송장(CPYICIV)을 발행한다.
      ******************************************************************
       05 TP-KEY.
           10 TP-ITEM-CD         PIC X(15).
           10 TP-FROM-PLANT-CD   PIC X(04).
           10 TP-TO-PLANT-CD     PIC X(04).
       05 TP-DATA.
           10 TP-UNIT-PRICE      PIC S9(9)V99 COMP-3.
           10 TP-EFF-DATE        PIC 9(08).
           10 TP-UPD-USER        PIC X(10).
           10 FILLER             PIC X(10).
