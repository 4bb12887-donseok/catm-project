      * 용도: 종이 양식으로만 남던 재해/아차사고를 라인/교대/
      *       작업자(CPYPERS 검증) 단위로 전산화한다. 구분코드:
      *       L 휴업재해, M 의료처치, F 응급처치, N 아차사고.
      *       정비 작업 중 사고는 작업허가서 번호(CPYPTWK)를
      *       기록한다 (0 = 허가서 작업 아님).
      ******************************************************************
       05 SI-INCIDENT-NO         PIC 9(08).
       05 SI-DATA.
               88 SI-NEAR-MISS   VALUE 'N'.
           10 SI-LOST-DAYS       PIC 9(03).
           10 SI-DESCRIPTION     PIC X(40).
           10 SI-PERMIT-NO       PIC 9(08).
           10 FILLER             PIC X(02).
