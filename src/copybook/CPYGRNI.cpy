      ******************************************************************
      * CPYGRNI - 미착송장 입고(GRNI) 정렬 작업 레코드
      *
      * 사용 프로그램: PGM148 (월말 미착송장 입고 충당 - GRNI)
      * 용도: 기말일까지 인수된 입고 중 송장이 아직 없거나 일부만
      *       대사된 입고 1건을 발주단가(원화)와 부대비용 단가로
      *       평가한 작업 레코드. 공급사+PO+입고 순으로 정렬해
      *       명세서를 만든다. GR-AGED-FLAG는 경과일이 기준일수를
      *       넘은 입고(송장 문제 가능성)를 표시한다.
      ******************************************************************
       05 GR-VENDOR-CD           PIC X(10).
       05 GR-PO-NO               PIC X(12).
       05 GR-RECEIPT-NO          PIC 9(10).
       05 GR-RECEIPT-DT          PIC 9(08).
       05 GR-MATL-CD             PIC X(12).
       05 GR-NET-QTY             PIC S9(9)V99 COMP-3.
       05 GR-INVOICED-QTY        PIC S9(9)V99 COMP-3.
       05 GR-OPEN-QTY            PIC S9(9)V99 COMP-3.
       05 GR-PO-AMT              PIC S9(11)V99 COMP-3.
       05 GR-LANDED-AMT          PIC S9(11)V99 COMP-3.
       05 GR-ACCRUAL-AMT         PIC S9(11)V99 COMP-3.
       05 GR-AGE-DAYS            PIC 9(05).
       05 GR-AGED-FLAG           PIC X(01).
           88 GR-AGED            VALUE 'Y'.
       05 GR-UNPRICED-FLAG       PIC X(01).
           88 GR-UNPRICED        VALUE 'Y'.
       05 FILLER                 PIC X(10).
