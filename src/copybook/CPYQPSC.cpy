      ******************************************************************
      * CPYQPSC - 원자재 계약 품위 가격조정 스케일 레코드
      *
      * 사용 프로그램: PGM201 (계약 품위 스케일 등록/변경)
      *               PGM202 (입고 건량/품위 정산 계산)
      * 용도: 자재/공급사/성분별 보너스·페널티 단계를 보관한다.
      *       공급사 공백은 그 자재의 기본 스케일이며, 공급사
      *       스케일이 하나라도 있으면 기본 스케일은 쓰지 않는다.
      *       기준값에서 단계폭만큼 좋아질 때마다 DMT 당 보너스,
      *       나빠질 때마다 DMT 당 페널티를 준다. 방향 H 는 값이
      *       높을수록(FE/CV), L 은 낮을수록(SIO2/AL2O3/P/S/ASH/
      *       VM/H2O) 좋은 성분이다. 비례(Y)면 단계 미만도 비례
      *       계산하고 아니면 온 단계만 센다. 최대 단계 0 은
      *       제한 없음. 금액은 발주 단가와 같은 통화이다.
      ******************************************************************
       05 QS-KEY.
           10 QS-MATL-CD         PIC X(12).
           10 QS-VENDOR-CD       PIC X(10).
           10 QS-ELEMENT-CD      PIC X(05).
               88 QS-ELEM-FE     VALUE 'FE'.
               88 QS-ELEM-SIO2   VALUE 'SIO2'.
               88 QS-ELEM-AL2O3  VALUE 'AL2O3'.
               88 QS-ELEM-P      VALUE 'P'.
               88 QS-ELEM-S      VALUE 'S'.
               88 QS-ELEM-ASH    VALUE 'ASH'.
               88 QS-ELEM-VM     VALUE 'VM'.
               88 QS-ELEM-CV     VALUE 'CV'.
               88 QS-ELEM-H2O    VALUE 'H2O'.
               88 QS-ELEM-VALID  VALUE 'FE' 'SIO2' 'AL2O3' 'P' 'S'
                                       'ASH' 'VM' 'CV' 'H2O'.
       05 QS-DATA.
           10 QS-DIRECTION       PIC X(01).
               88 QS-HIGHER-BETTER VALUE 'H'.
               88 QS-LOWER-BETTER  VALUE 'L'.
           10 QS-BASIS-VALUE     PIC 9(05)V999.
           10 QS-STEP-SIZE       PIC 9(05)V999.
           10 QS-BONUS-PER-STEP  PIC 9(07)V99.
           10 QS-PENALTY-PER-STEP PIC 9(07)V99.
           10 QS-MAX-STEPS       PIC 9(03).
           10 QS-PRO-RATA-FL     PIC X(01).
               88 QS-PRO-RATA    VALUE 'Y'.
           10 QS-CONTRACT-NO     PIC X(12).
           10 QS-STATUS-CD       PIC X(01).
               88 QS-ACTIVE      VALUE 'A'.
               88 QS-INACTIVE    VALUE 'I'.
           10 QS-UPD-USER        PIC X(10).
           10 QS-UPD-DATE        PIC 9(08).
           10 FILLER             PIC X(20).
