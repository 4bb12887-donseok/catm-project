      *
      * 사용 프로그램: PGM044 (월간 계획 타당성 점검)
      *               PGM072 (일일 OEE 보고)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 라인별 일일 정격 생산능력과 월간 계획정비 일수를
      *       보관한다. 월 계획 확정 전 과부하 라인을 찾아내는
      *       근거이자 OEE 성능(PERFORMANCE) 계산의 기준이 된다.
