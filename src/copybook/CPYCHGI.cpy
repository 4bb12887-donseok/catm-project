      *
      * 사용 프로그램: PGM110 (장입 계산/장입지시 생성)
      *               PGM114 (스톡하우스 빈 - 장입 불출 반영)
      *               PGM187 (자가 스크랩 발생/장입 대사)
      *               PGM196 (배출권거래제 월간 CO2 산정 보고)
      * 용도: 고로/일자/근무조/자재별 1회 장입중량과 총 장입중량
      *       을 보관한다. CH-SILICON-PCT/CH-SULFUR-PCT 결과를
      *       좌우하는 지시가 판정과 같은 시스템에 기록된다.
