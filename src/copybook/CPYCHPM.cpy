      * CPYCHPM - 용선성분 목표대역 파라미터 레코드
      *
      * 사용 프로그램: PGM047 (용선성분 적재 및 출선 등급판정)
      *               PGM110 (장입 계산/장입지시 생성)
      *               PGM194 (최소원가 장입배합 계산)
      * 용도: 규소 상/하한, 유황 상한, 용선온도 상/하한의 목표
      *       대역을 적재한다. 대역 이탈 항목 수로 등급을 판정한다.
      *       슬래그 염기도(CAO/SIO2) 목표와 용선톤당 슬래그량
      *       상한(KG/T)은 장입배합 계산이 쓴다.
      ******************************************************************
       05 HB-SI-LOW-PCT          PIC 9(1)V999.
       05 HB-SI-HIGH-PCT         PIC 9(1)V999.
       05 HB-S-MAX-PCT           PIC 9(1)V9999.
       05 HB-TEMP-LOW            PIC S9(5)V9.
       05 HB-TEMP-HIGH           PIC S9(5)V9.
       05 HB-BASICITY-TGT        PIC 9(1)V99.
       05 HB-SLAG-MAX-KG         PIC 9(03).
