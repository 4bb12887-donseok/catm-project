      ******************************************************************
      * CPYBFFL - 고로 미분탄 취입(PCI)/너트코크스 실적 레코드
      *
      * 사용 프로그램: PGM189 (고로 연료 실적 입력)
      *               PGM188 (고로 일별 연료비 보고)
      *               PGM121 (월말 KPI 스코어카드 - PCI/NUTC/FUEL)
      *               PGM196 (배출권거래제 월간 CO2 산정 보고)
      * 용도: 고로/조업일/근무조별 미분탄 평균 취입속도(T/H),
      *       취입 미분탄량(T), 장입 너트코크스량(T)을 보관한다.
      *       PCI 제어계 피드나 PGM189 입력으로 들어오며, 같은
      *       키로 다시 들어오면 갱신된다. 근무조 코드는 고로
      *       조업(CPYBFOP BO-SHIFT-CD)과 같은 A/B/C 이다.
      ******************************************************************
       05 FL-KEY.
           10 FL-BF-NO           PIC X(03).
           10 FL-OPER-DATE       PIC 9(08).
           10 FL-SHIFT-CD        PIC X(01).
               88 FL-SHIFT-A     VALUE 'A'.
               88 FL-SHIFT-B     VALUE 'B'.
               88 FL-SHIFT-C     VALUE 'C'.
       05 FL-DATA.
           10 FL-INJ-RATE        PIC 9(03)V99.
           10 FL-PCI-COAL-QTY    PIC S9(7)V99 COMP-3.
           10 FL-NUT-COKE-QTY    PIC S9(7)V99 COMP-3.
           10 FL-SOURCE-CD       PIC X(01).
               88 FL-FROM-FEED   VALUE 'F'.
               88 FL-FROM-ENTRY  VALUE 'M'.
           10 FL-WORKER-ID       PIC X(10).
           10 FL-REG-DATE        PIC 9(08).
           10 FL-REG-TIME        PIC 9(06).
           10 FILLER             PIC X(15).
