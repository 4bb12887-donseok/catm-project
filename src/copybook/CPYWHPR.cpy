      ******************************************************************
      * CPYWHPR - 근로시간 준수 점검 파라미터 레코드
      *
      * 사용 프로그램: PGM090 (로스터 입력 - 입력 시 점검)
      *               PGM219 (근로시간 준수 야간 점검)
      * 용도: 주 52시간 한도, 경고 수준, 근무 간 최소 휴식시간,
      *       근무조별 시작시각을 한 곳에서 관리한다. 파일이
      *       없거나 항목이 0이면 프로그램 기본값(52.0/48.0/
      *       11.0 시간, 1조 0600, 2조 1400, 3조 2200)을 쓴다.
      *       점검 기간은 실행일 전후 일수 (기본 7/7).
      ******************************************************************
       05 WHP-WEEK-LIMIT-HRS     PIC 9(03)V9.
       05 WHP-WARN-HRS           PIC 9(03)V9.
       05 WHP-MIN-REST-HRS       PIC 9(02)V9.
       05 WHP-SHIFT-START        PIC 9(04) OCCURS 3 TIMES.
       05 WHP-LOOKBACK-DAYS      PIC 9(02).
       05 WHP-LOOKAHEAD-DAYS     PIC 9(02).
       05 FILLER                 PIC X(53).
