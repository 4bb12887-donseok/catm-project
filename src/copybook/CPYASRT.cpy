      ******************************************************************
      * CPYASRT - 철강협회 월간 통계 보고 파일 레코드
      *
      * 사용 프로그램: PGM184 (철강협회 월간 통계 보고)
      * 용도: 협회 제출 양식. 회원사 1건당 헤더(HD) 1건, 품목
      *       분류별 상세(DT), 합계 트레일러(TR) 1건이다. 수량은
      *       모두 톤 단위(소수 2자리)이며 출하는 내수/수출로
      *       나누고 재고는 월말 보유 재고다.
      ******************************************************************
       05 AX-RECORD-TYPE         PIC X(02).
           88 AX-HEADER          VALUE 'HD'.
           88 AX-DETAIL          VALUE 'DT'.
           88 AX-TRAILER         VALUE 'TR'.
       05 AX-MEMBER-CD           PIC X(10).
       05 AX-PERIOD-YYYYMM       PIC 9(06).
       05 AX-DATA-AREA           PIC X(82).
       05 AX-HD-DATA REDEFINES AX-DATA-AREA.
           10 AX-HD-CREATE-DATE  PIC 9(08).
           10 AX-HD-MEMBER-NAME  PIC X(40).
           10 FILLER             PIC X(34).
       05 AX-DT-DATA REDEFINES AX-DATA-AREA.
           10 AX-DT-CATEGORY-CD  PIC X(05).
           10 AX-DT-PROD-QTY     PIC S9(11)V99.
           10 AX-DT-DOM-SHIP-QTY PIC S9(11)V99.
           10 AX-DT-EXP-SHIP-QTY PIC S9(11)V99.
           10 AX-DT-STOCK-QTY    PIC S9(11)V99.
           10 FILLER             PIC X(25).
       05 AX-TR-DATA REDEFINES AX-DATA-AREA.
           10 AX-TR-DETAIL-CNT   PIC 9(05).
           10 AX-TR-PROD-QTY     PIC S9(11)V99.
           10 AX-TR-DOM-SHIP-QTY PIC S9(11)V99.
           10 AX-TR-EXP-SHIP-QTY PIC S9(11)V99.
           10 AX-TR-STOCK-QTY    PIC S9(11)V99.
           10 FILLER             PIC X(25).
