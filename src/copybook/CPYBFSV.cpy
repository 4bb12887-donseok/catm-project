      ******************************************************************
      * CPYBFSV - 고로 열풍로(HOT STOVE) 전환 이벤트 레코드
      *
      * 사용 프로그램: PGM190 (열풍로 일별 사이클 보고/경보)
      * 용도: 열풍로 제어계 피드로 들어오는 고로/열풍로별 송풍
      *       (ON-BLAST)/연소(ON-GAS) 전환 이벤트를 보관한다.
      *       전환 시각의 돔 온도, 폐가스 온도, 열풍 온도(섭씨)를
      *       함께 싣는다. 한 이벤트부터 같은 열풍로의 다음
      *       이벤트까지가 그 상태의 한 구간(사이클)이다.
      ******************************************************************
       05 SV-KEY.
           10 SV-BF-NO           PIC X(03).
           10 SV-STOVE-NO        PIC 9(01).
           10 SV-EVENT-DATE      PIC 9(08).
           10 SV-EVENT-TIME      PIC 9(06).
       05 SV-DATA.
           10 SV-EVENT-CD        PIC X(01).
               88 SV-ON-BLAST    VALUE 'B'.
               88 SV-ON-GAS      VALUE 'G'.
           10 SV-DOME-TEMP       PIC 9(04).
           10 SV-WASTE-GAS-TEMP  PIC 9(04).
           10 SV-HOT-BLAST-TEMP  PIC 9(04).
           10 SV-SOURCE-CD       PIC X(01).
               88 SV-FROM-FEED   VALUE 'F'.
               88 SV-FROM-ENTRY  VALUE 'M'.
           10 FILLER             PIC X(20).
