       05  LG-CURR-QTY             PIC S9(9) COMP-3.
       05  LG-UNIT-PRICE           PIC S9(9)V99 COMP-3.
       05  LG-AMOUNT               PIC S9(11)V99 COMP-3.
       05  LG-TRANS-SEQ            PIC 9(05) COMP-3.
      *    역분개 표시: R 원거래 역분개(수량/금액 부호 반대),
      *    C 역분개와 같은 처리에서 재반영한 정정분.
      *    두 경우 모두 원거래 일자/순번을 연결한다.
       05  LG-REVERSAL-CD          PIC X(01).
           88  LG-REVERSAL-LINE    VALUE 'R'.
           88  LG-CORRECTION-LINE  VALUE 'C'.
       05  LG-ORIG-TRANS-DATE      PIC 9(08) COMP-3.
       05  LG-ORIG-TRANS-SEQ       PIC 9(05) COMP-3.
       05  FILLER                  PIC X(03).
