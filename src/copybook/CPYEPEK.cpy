      ******************************************************************
      * CPYEPEK - 공장별 월간 수요전력 현황 레코드
      *
      * 사용 프로그램: PGM211 (구간 수요 감시 - 갱신)
      *               PGM212 (기본요금 산정 - 당월 최대수요)
      * 용도: 공장/월별 당월 최대 15분 수요전력(kW)과 발생 일자/
      *       구간, 마지막 감시 구간, 이동평균용 최근 4 구간 수요,
      *       처리 구간 수와 경보 건수를 보관한다(ELECPEAK, 색인).
      ******************************************************************
       05 EP-KEY.
           10 EP-PLANT-CD        PIC X(04).
           10 EP-YYYYMM          PIC 9(06).
       05 EP-PEAK-KW             PIC S9(7)V99 COMP-3.
       05 EP-PEAK-DATE           PIC 9(08).
       05 EP-PEAK-INTERVAL       PIC 9(02).
       05 EP-LAST-DATE           PIC 9(08).
       05 EP-LAST-INTERVAL       PIC 9(02).
       05 EP-RECENT-CNT          PIC 9(01).
       05 EP-RECENT-KW           PIC S9(7)V99 COMP-3
                                 OCCURS 4 TIMES.
       05 EP-INTERVAL-CNT        PIC 9(05).
       05 EP-ALERT-CNT           PIC 9(05).
       05 FILLER                 PIC X(20).
