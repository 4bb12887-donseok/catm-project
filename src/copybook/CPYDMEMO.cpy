      *
      * 사용 프로그램: PGM006 (원자재 입고 및 검수 처리)
      *               PGM027 (공제전표 정산 및 미정산 AGING)
      *               PGM145 (지급 제안 - 미정산 공제전표 공급사 보류)
      * 용도: PGM006이 불합격/부분합격 입고 건에 대해 발행하는
      *       공급사 공제전표. PGM027이 공급사 크레딧 확인과
      *       대사하여 정산 완료 표시를 기록한다.
