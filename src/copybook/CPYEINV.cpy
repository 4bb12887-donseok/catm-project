      ******************************************************************
      * CPYEINV - 전력회사 월간 청구서 레코드
      *
      * 사용 프로그램: PGM212 (월간 전력요금 산정/청구 대사)
      * 용도: 전력회사가 보낸 공장(수전점)별 월 청구 내역 - 시간대
      *       별(1 경부하, 2 중간부하, 3 최대부하) 사용량, 요금적용
      *       전력(kW), 전력량요금, 기본요금과 합계(부가세/기금
      *       제외). 내부 산정치와 항목별로 대사한다.
      ******************************************************************
       05 UV-PLANT-CD            PIC X(04).
       05 UV-YYYYMM              PIC 9(06).
       05 UV-INVOICE-NO          PIC X(15).
       05 UV-KWH                 PIC S9(9)V99 COMP-3
                                 OCCURS 3 TIMES.
       05 UV-BILLED-KW           PIC S9(7)V99 COMP-3.
       05 UV-ENERGY-CHG          PIC S9(11)V99 COMP-3.
       05 UV-DEMAND-CHG          PIC S9(11)V99 COMP-3.
       05 UV-TOTAL-CHG           PIC S9(11)V99 COMP-3.
       05 FILLER                 PIC X(20).
