      *
      * 사용 프로그램: PGM088 (에너지 검침 입력/정정)
      *               PGM089 (톤당 에너지 원단위 보고)
      *               PGM196 (배출권거래제 월간 CO2 산정 보고)
      * 용도: 플랜트/라인(또는 고로)/계량기/일자/근무조별 전력(kWh),
      *       산소/가스(Nm3) 소비량을 보관한다. PGM089가 생산집계
      *       (DS-TOTAL-QTY)와 출선량(TQ-TAP-QTY)으로 나누어 톤당
      *       원단위를 산출한다. 전력 수요/시간대별 요금 관리는
      *       15분 구간 계량(CPYEMIV)으로 따로 한다.
      ******************************************************************
       05 EN-KEY.
           10 EN-PLANT-CD        PIC X(04).
