      ******************************************************************
      * CPYRCIV - 입고별 송장 대사 실적(RECEIPT INVOICED) 레코드
      *
      * 사용 프로그램: PGM043 (3-WAY 송장 대사)
      *               PGM148 (월말 미착송장 입고 충당 - GRNI)
      *               PGM149 (월말 외화 환산 - 미착입고 송장 수량)
      * 용도: 대사를 통과한 송장 라인을 입고전표+송장번호 단위로
      *       남긴다. 입고 1건에 송장이 여러 번 나누어 올 수 있으
      *       므로 입고전표 키 순으로 합산하면 송장 수량 누계가
      *       되고, 순인수수량과의 차이가 미착송장 수량이 된다.
      *       같은 송장을 재대사하면 수량/금액만 갱신된다.
      ******************************************************************
       05 RI-KEY.
           10 RI-RECEIPT-KEY.
               15 RI-RECEIPT-NO  PIC 9(10).
               15 RI-RECEIPT-DT  PIC 9(08).
           10 RI-VENDOR-CD       PIC X(10).
           10 RI-INVOICE-NO      PIC X(12).
       05 RI-DATA.
           10 RI-PO-NO           PIC X(12).
           10 RI-INV-QTY         PIC S9(9)V99 COMP-3.
           10 RI-HOME-AMT        PIC S9(13)V99 COMP-3.
           10 RI-MATCH-DATE      PIC 9(08).
           10 FILLER             PIC X(10).
