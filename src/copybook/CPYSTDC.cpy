      *
      * 사용 프로그램: PGM128 (표준원가 롤업)
      *               PGM129 (월말 원가차이 보고)
      *               PGM153 (매출총이익 분석)
      * 용도: 제품/적용일자별 동결 표준원가를 보관한다. 자재비는
      *       BOM 사용량(스크랩율 포함) x 자재단가, 가공비는
      *       라인 톤당 가공율로 산출된다. 표준 사용량 합계
