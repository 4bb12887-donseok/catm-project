      ******************************************************************
      * CPYJBBL - 배치 스텝 수행시간 기준(BASELINE) 레코드
      *
      * 사용 프로그램: PGM018 (일일배치 구동 - 갱신/완료시각 예측)
      * 용도: 프로그램별로 정상 완료된 최근 10회의 경과 초를 오래된
      *       순으로 보관하고(최신이 JB-SAMPLE-CNT 위치), 그 평균을
      *       기준시간(JB-BASE-SEC)으로 둔다. 실패 런은 중간에
      *       끝나므로 기준에 넣지 않는다.
      ******************************************************************
       05 JB-PROGRAM-ID          PIC X(08).
       05 JB-SAMPLE-CNT          PIC 9(02).
       05 JB-SAMPLE-SEC          PIC 9(07) OCCURS 10 TIMES.
       05 JB-BASE-SEC            PIC 9(07).
       05 JB-LAST-BUS-DATE       PIC 9(08).
       05 JB-UPDATE-DATE         PIC 9(08).
       05 FILLER                 PIC X(20).
