      ******************************************************************
      * CPYFRIV - 운송사 운임 청구(FREIGHT INVOICE) 라인 레코드
      *
      * 사용 프로그램: PGM163 (운송사 운임 청구 검수)
      * 용도: 운송사가 보낸 운임 청구서를 적재 단위 라인으로
      *       받는다. 청구서 한 장(운송사+청구번호)에 여러 적재
      *       라인이 올 수 있으며 금액은 공급가액과 부가세를
      *       나누어 받는다. 중량은 KG, 운임은 톤당 금액이다.
      ******************************************************************
       05 FI-CARRIER-CD          PIC X(04).
       05 FI-INVOICE-NO          PIC X(12).
       05 FI-INVOICE-DATE        PIC 9(08).
       05 FI-LOAD-NO             PIC 9(12).
       05 FI-BILLED-WT           PIC S9(9)V99 COMP-3.
       05 FI-BILLED-RATE         PIC S9(7)V99 COMP-3.
       05 FI-BILLED-AMT          PIC S9(11)V99 COMP-3.
       05 FI-VAT-AMT             PIC S9(11)V99 COMP-3.
       05 FILLER                 PIC X(10).
