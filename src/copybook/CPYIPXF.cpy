      *       아니라 하나의 이고지시로 묶는다 (창고간 CPYXFER의
      *       플랜트 확장판). 상태 S 전체가 플랜트간 이송중
      *       재고이며 통합 보고에서 이중계상을 막는다.
      *       출고확정 시 출발 창고 이동평균 원가를 남겨 사내
      *       송장(CPYICIV)의 원가/미실현 이익 계산에 쓴다.
      ******************************************************************
       05 PX-XFER-NO             PIC X(12).
       05 PX-DATA.
               88 PX-OPEN        VALUE 'O'.
               88 PX-IN-TRANSIT  VALUE 'S'.
               88 PX-RECEIVED    VALUE 'R'.
           10 PX-SHIP-UNIT-COST  PIC S9(9)V99 COMP-3.
           10 FILLER             PIC X(04).
