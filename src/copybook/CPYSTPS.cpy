      ******************************************************************
      * CPYSTPS - 원자재 야적장(STOCKPILE) 월간 측량 레코드
      *
      * 사용 프로그램: PGM197 (야적장 측량 입력/차이 승인)
      *               PGM198 (야적장 측량 장부 대사/조정 발행)
      * 용도: 측량월/자재/야적더미별 측량 부피(M3), 부피밀도
      *       (T/M3), 수분(%)과 환산 톤수를 보관한다. 습량 톤 =
      *       부피 X 부피밀도, 건량 톤 = 습량 X (1 - 수분/100).
      *       야적더미 코드가 공백인 레코드는 자재의 차이 머리
      *       (PGM198 이 만든 장부 스냅숏, 측량 합계, 차이, 허용
      *       오차 판정과 승인/반려 이력)이다. 승인(A)된 차이는
      *       PGM198 이 원자재 재고조정(CPYRMAJ)으로 발행하고
      *       상태를 P 로 바꾼다.
      ******************************************************************
       05 SS-KEY.
           10 SS-SURVEY-YYYYMM   PIC 9(06).
           10 SS-MATL-CD         PIC X(12).
           10 SS-PILE-CD         PIC X(06).
       05 SS-LINE-DATA.
           10 SS-SURVEY-DATE     PIC 9(08).
           10 SS-VOLUME-M3       PIC 9(07)V9.
           10 SS-BULK-DENSITY    PIC 9(01)V999.
           10 SS-MOISTURE-PCT    PIC 9(02)V99.
           10 SS-WET-TONS        PIC 9(9)V99 COMP-3.
           10 SS-DRY-TONS        PIC 9(9)V99 COMP-3.
           10 SS-SURVEYED-BY     PIC X(10).
           10 SS-ENTRY-DATE      PIC 9(08).
           10 FILLER             PIC X(20).
       05 SS-HDR-DATA REDEFINES SS-LINE-DATA.
           10 SS-STATUS-CD       PIC X(01).
               88 SS-AWAITING    VALUE 'V'.
               88 SS-APPROVED    VALUE 'A'.
               88 SS-REJECTED    VALUE 'R'.
               88 SS-ISSUED      VALUE 'P'.
           10 SS-PILE-CNT        PIC 9(03).
           10 SS-TOT-WET-TONS    PIC S9(9)V99 COMP-3.
           10 SS-TOT-DRY-TONS    PIC S9(9)V99 COMP-3.
           10 SS-BOOK-QTY        PIC S9(9)V99 COMP-3.
           10 SS-VARIANCE-QTY    PIC S9(9)V99 COMP-3.
           10 SS-VARIANCE-PCT    PIC S9(3)V99.
           10 SS-TOL-FLAG        PIC X(01).
               88 SS-WITHIN-TOL  VALUE 'W'.
               88 SS-OVER-TOL    VALUE 'O'.
           10 SS-REASON-CD       PIC X(05).
           10 SS-DECIDED-BY      PIC X(10).
           10 SS-DECIDED-DATE    PIC 9(08).
           10 SS-SNAPSHOT-DATE   PIC 9(08).
           10 FILLER             PIC X(03).
       05 FILLER                 PIC X(10).
