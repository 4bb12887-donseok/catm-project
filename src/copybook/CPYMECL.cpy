      * CPYMECL - 월마감 집계 레코드
      *
      * 사용 프로그램: PGM023 (월마감 집계)
      *               PGM184 (협회 월간 보고 생산 대사)
      * 용도: 생산일일집계/재고일일집계/원자재입고일일집계 테이블에서
      *       해당월 전체 일자의 합계를 산출하여 월말 경영보고용으로
      *       하나의 레코드에 적재한다.
