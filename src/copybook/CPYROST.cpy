      *
      * 사용 프로그램: PGM090 (로스터 입력/정정)
      *               PGM091 (톤당 공수 월보고)
      *               PGM219 (근로시간 준수 야간 점검)
      * 용도: 라인/일자/근무조별로 실제 배치된 작업자와 근무시간을
      *       기록한다. 인사 마스터(CPYPERS)로 작업자를 검증하며
      *       PGM091이 생산집계와 결합하여 맨아워/톤을 산출한다.
