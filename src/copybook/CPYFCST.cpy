      *
      * 사용 프로그램: PGM083 (수요예측 등록/변경)
      *               PGM084 (예측 대비 수주 소진 보고)
      *               PGM175 (기준생산계획 제안 - 월 예측)
      * 용도: 제품/월별 수요예측 수량을 보관한다. 월 생산계획
      *       (CPYPPLAN) 수립 전에 수주(CPYCORD)와 대사하여
      *       과소/과대 예측 제품을 식별하는 기준이 된다.
