      * CPYBMIX - 장입 배합(BURDEN MIX) 마스터 레코드
      *
      * 사용 프로그램: PGM110 (장입 계산/장입지시 생성)
      *               PGM194 (최소원가 장입배합 계산)
      *               PGM195 (장입배합 제안 승인/적용)
      * 용도: 고로/자재별 용선 1톤당 장입 원단위(KG/T)를 보관
      *       한다. 스프레드시트로 계산해 전화로 불러주던 배합을
      *       시스템 기준정보로 만든 것이다.
