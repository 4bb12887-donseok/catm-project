      ******************************************************************
      * CPYEMIV - 전력 15분 구간 계량 레코드
      *
      * 사용 프로그램: PGM211 (구간 계량 적재 및 수요전력 감시)
      *               PGM212 (월간 시간대별 전력요금 산정/청구 대사)
      * 용도: 전력 계량기의 15분 구간 사용량(kWh) 수신 피드
      *       (ELECFEED)와 적재 이력(ELECINTV, 색인)의 공통
      *       레이아웃. 구간번호 01 은 00:00-00:15, 96 은
      *       23:45-24:00 이다. 구간 수요전력(kW)은 구간 kWh x 4.
      *       근무조별 검침(CPYENGY)과 별개로 수요/요금 관리에
      *       쓴다.
      ******************************************************************
       05 EI-KEY.
           10 EI-PLANT-CD        PIC X(04).
           10 EI-METER-ID        PIC X(10).
           10 EI-READ-DATE       PIC 9(08).
           10 EI-INTERVAL-NO     PIC 9(02).
       05 EI-LINE-CD             PIC X(10).
       05 EI-KWH                 PIC S9(7)V999 COMP-3.
       05 EI-QUALITY-CD          PIC X(01).
           88 EI-ACTUAL          VALUE 'A'.
           88 EI-ESTIMATED       VALUE 'E'.
       05 EI-LOAD-DATE           PIC 9(08).
       05 FILLER                 PIC X(10).
