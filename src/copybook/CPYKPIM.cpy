      *
      * 사용 프로그램: PGM120 (KPI 목표 등록/변경)
      *               PGM121 (월말 KPI 스코어카드)
      *               PGM188 (고로 일별 연료비 보고)
      * 용도: KPI코드/범위(라인 또는 고로)/월별 목표값을 보관한다.
      *       KPI코드: YLD(수율%), DEF(불량율%), COKE(코크스비
      *       KG/T), OEE(가동률%), ACH(계획달성율%), PCI(미분탄비
      *       KG/T), NUTC(너트코크스비 KG/T), FUEL(합계 연료비
      *       KG/T). 바인더의 목표를 기준정보로 만든 것이다.
      ******************************************************************
       05 KP-KEY.
           10 KP-KPI-CD          PIC X(04).
