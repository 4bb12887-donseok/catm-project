      * CPYSMRY - 일일 생산집계 요약 레코드
      *
      * 사용 프로그램: PGM001 (생산실적 일일집계)
      *               PGM184 (협회 월간 보고 생산 대사)
      * 용도: DAILY-SUMMARY-FILE의 레코드 레이아웃
      ******************************************************************
       05 DS-SUMMARY-KEY.
