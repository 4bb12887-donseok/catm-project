      ******************************************************************
      * CPYLCDR - 신용장 인출(선하증권별) 레코드
      *
      * 사용 프로그램: PGM154 (신용장 유지/선적 인출/만기 감시)
      * 용도: 선하증권 한 건이 신용장에서 인출된 수량/금액과
      *       점검 결과를 보관한다. 같은 선하증권이 두 번 인출
      *       되지 않도록 하는 근거이며, 선적기한 경과
      *       (LD-LATE-SHIPMENT)와 허용율 초과 인출
      *       (LD-OVER-DRAWN)은 은행 하자(DISCREPANCY) 대응의
      *       근거가 된다.
      ******************************************************************
       05 LD-KEY.
           10 LD-LC-NO           PIC X(16).
           10 LD-VESSEL-CD       PIC X(10).
           10 LD-BL-NO           PIC X(12).
       05 LD-DATA.
           10 LD-PO-NO           PIC X(12).
           10 LD-BL-QTY          PIC S9(11)V99 COMP-3.
           10 LD-DRAW-AMT        PIC S9(13)V99 COMP-3.
           10 LD-ETD-DATE        PIC 9(08).
           10 LD-DRAW-DATE       PIC 9(08).
           10 LD-LATE-SHIP-FLAG  PIC X(01).
               88 LD-LATE-SHIPMENT VALUE 'Y'.
           10 LD-OVER-DRAW-FLAG  PIC X(01).
               88 LD-OVER-DRAWN  VALUE 'Y'.
           10 FILLER             PIC X(10).
