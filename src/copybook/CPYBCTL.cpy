      *               PGM002 (재고수불 일일처리),
      *               PGM003 (품질검사 판정),
      *               PGM006 (구매입고 검수)
      *               PGM213 (수행시간 추이 - 처리 건수)
      * 용도: 트랜잭션을 소비하는 배치가 런 종료 시 읽은 건수/
      *       정상반영 건수/보류 건수/출력 건수를 기록하고,
      *       읽은 건수 = 반영 + 거절 검산이 맞지 않으면
