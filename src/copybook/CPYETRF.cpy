      ******************************************************************
      * CPYETRF - 공장별 전력 계약/요금표 레코드
      *
      * 사용 프로그램: PGM211 (계약전력 대비 수요 경보)
      *               PGM212 (월간 시간대별 전력요금 산정)
      * 용도: 공장(수전점)별 계약전력(kW), 경보 기준(계약전력 또는
      *       당월 최대수요 대비 %), 이동평균 구간 수(1-4),
      *       기본요금 적용 하한(계약전력 대비 %)과 kW 당 기본
      *       요금, 월별 계절(S 여름, M 봄/가을, W 겨울)과 계절별
      *       평일/토요일 시간대 구분(시간 00-23 각 1자리: L 경부하,
      *       M 중간부하, P 최대부하) 및 시간대별 kWh 단가. 일요일
      *       과 공휴일은 종일 경부하(L)로 본다. 운영부서가 순차
      *       파라미터 데이터셋(ELECTRF)으로 관리한다.
      ******************************************************************
       05 ET-PLANT-CD            PIC X(04).
       05 ET-CONTRACT-KW         PIC 9(07).
       05 ET-ALERT-PCT           PIC 9(03).
       05 ET-ROLL-INTERVALS      PIC 9(01).
       05 ET-MIN-DEMAND-PCT      PIC 9(03).
       05 ET-DEMAND-RATE         PIC 9(05)V99.
       05 ET-SEASON-OF-MONTH     PIC X(12).
       05 ET-SEASON OCCURS 3 TIMES.
           10 ET-WEEKDAY-PROFILE PIC X(24).
           10 ET-SATURDAY-PROFILE
                                 PIC X(24).
           10 ET-KWH-RATE        PIC 9(03)V99 OCCURS 3 TIMES.
       05 FILLER                 PIC X(24).
