      * 사용 프로그램: PGM119 (환율 등록/변경)
      *               PGM042 (발주 - 원화 환산단가 산출)
      *               PGM051 (PPV - 가격차이/환율차이 분리)
      *               PGM147 (공급사 지급 실행 - 지급일 환율)
      *               PGM149 (월말 외화 환산 - 기말 환율)
      * 용도: 통화/일자별 원화 환산율을 보관한다. 계산기 환율로
      *       제각각 환산하던 수입 단가를 기준 환율로 통일한다.
      ******************************************************************
