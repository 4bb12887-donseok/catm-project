      ******************************************************************
      * CPYWHJS - 근로시간 위반 감독자 소명 레코드
      *
      * 사용 프로그램: PGM090 (로스터 입력 - 위반 시 소명 입력)
      *               PGM219 (근로시간 준수 야간 점검)
      * 용도: 주간 한도 초과(WK) 또는 휴식시간 부족(RS)이 된
      *       근무(작업자/일자/근무조)마다 감독자의 소명을 남긴다.
      *       소명자는 인사 마스터의 재직 감독자(SV)여야 하며
      *       야간 점검은 소명이 없는 위반을 미소명으로 보고한다.
      *       WJ-HOURS-VALUE 는 WK 면 7일 누계, RS 면 휴식시간.
      ******************************************************************
       05 WJ-KEY.
           10 WJ-WORKER-ID       PIC X(10).
           10 WJ-WORK-DATE       PIC 9(08).
           10 WJ-SHIFT-CD        PIC X(01).
           10 WJ-BREACH-CD       PIC X(02).
               88 WJ-WEEK-LIMIT  VALUE 'WK'.
               88 WJ-SHORT-REST  VALUE 'RS'.
               88 WJ-VALID-BREACH VALUE 'WK' 'RS'.
       05 WJ-DATA.
           10 WJ-PLANT-CD        PIC X(04).
           10 WJ-LINE-CD         PIC X(10).
           10 WJ-SUPERVISOR-ID   PIC X(10).
           10 WJ-JUSTIFY-DATE    PIC 9(08).
           10 WJ-HOURS-VALUE     PIC S9(03)V9.
           10 WJ-JUSTIFY-TEXT    PIC X(40).
           10 FILLER             PIC X(20).
