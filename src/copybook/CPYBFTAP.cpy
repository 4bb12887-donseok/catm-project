      * CPYBFTAP - 고로 출선 슬래그비 레코드
      *
      * 사용 프로그램: PGM005 (고로 조업일보 처리)
      *               PGM192 (고로 월간 출선량/생산성)
      *               PGM196 (배출권거래제 월간 CO2 산정 보고)
      * 용도: 2300-PROCESS-TAPPING에서 BO-OPER-TYPE = 'T' 출선 건마다
      *       슬래그/메탈비와 전회 출선 대비 간격을 계산하여
      *       BF-TAP-FILE에 1건씩 보존한다.
