      ******************************************************************
      * CPYLSUP - 라인별 담당 감독자 지정 레코드
      *
      * 사용 프로그램: PGM219 (근로시간 준수 야간 점검)
      * 용도: 공장/라인마다 담당 감독자(CPYPERS 감독자 SV)를
      *       지정한다. 근로시간 예외 보고서를 감독자별로 나누는
      *       기준이며 지정이 없는 라인은 미지정으로 모은다.
      ******************************************************************
       05 LSV-PLANT-CD           PIC X(04).
       05 LSV-LINE-CD            PIC X(10).
       05 LSV-SUPERVISOR-ID      PIC X(10).
       05 FILLER                 PIC X(56).
