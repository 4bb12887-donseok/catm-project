      * 용도: 출선(CPYBFTAP)된 용선이 제강으로 이동하는 동안의
      *       래들별 적재중량/출탕온도/출발·도착 시각/도착온도를
      *       추적한다. 이동시간과 온도손실이 재가열 에너지 비용의
      *       근거가 된다. 충진 시점의 라이닝 캠페인 번호와 재축로
      *       이후 몇 번째 heat 인지(CPYLDLN)를 실어 라이닝 수명과
      *       온도손실의 상관 분석에 쓴다.
      ******************************************************************
       05 LA-KEY.
           10 LA-LADLE-NO        PIC X(05).
               88 LA-FILLED      VALUE 'F'.
               88 LA-IN-TRANSIT  VALUE 'T'.
               88 LA-ARRIVED     VALUE 'A'.
           10 LA-CAMPAIGN-NO     PIC 9(03).
           10 LA-LINING-HEATS    PIC 9(05).
           10 FILLER             PIC X(02).
