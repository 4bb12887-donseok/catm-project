      ******************************************************************
      * CPYSPCS - 공정 관리도(SPC) 정렬 작업 레코드
      *
      * 사용 프로그램: PGM204 (관리도 작성/런 규칙 경보)
      * 용도: 품질검사 결과(CPYQCRS) 중 기준기간 또는 관리월에
      *       측정된 특성치 1건을 제품+특성+라인+검사일시 순으로
      *       정렬해, 특성별로 기준기간 관리한계를 먼저 구하고
      *       관리월 타점에 런 규칙을 적용하게 한다.
      ******************************************************************
       05 SC-PRODUCT-CD          PIC X(15).
       05 SC-CHAR-CD             PIC X(05).
       05 SC-LINE-CD             PIC X(10).
       05 SC-INSPECT-DT          PIC 9(08).
       05 SC-REG-TIME            PIC 9(06).
       05 SC-INSPECT-ID          PIC 9(08).
       05 SC-LOT-NO              PIC X(15).
       05 SC-MEASURE-VAL         PIC S9(7)V99 COMP-3.
       05 SC-PHASE               PIC X(01).
           88 SC-BASELINE-PHASE  VALUE 'B'.
           88 SC-CHART-PHASE     VALUE 'C'.
       05 FILLER                 PIC X(10).
