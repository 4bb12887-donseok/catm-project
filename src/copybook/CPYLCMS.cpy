      ******************************************************************
      * CPYLCMS - 수입 신용장(L/C) 마스터 레코드
      *
      * 사용 프로그램: PGM154 (신용장 유지/선적 인출/만기 감시)
      * 용도: 수입 원료(광석/석탄) 발주(PO-NO)별 신용장 번호,
      *       개설 금액/수량, 과부족 허용율, 선적 기한과 유효
      *       기일을 보관한다. 선하증권(CPYVSSL)이 들어올 때마다
      *       인출 누계(LC-DRAWN-QTY/AMT)가 늘고, 잔량이 허용율
      *       안으로 소진되면 종결(C), 유효기일이 지나면 만료(E)
      *       된다. 금액은 발주 통화(LC-CURRENCY-CD) 기준이다.
      ******************************************************************
       05 LC-NO                  PIC X(16).
       05 LC-DATA.
           10 LC-PO-NO           PIC X(12).
           10 LC-VENDOR-CD       PIC X(10).
           10 LC-ISSUE-BANK-CD   PIC X(03).
           10 LC-CURRENCY-CD     PIC X(03).
           10 LC-AMOUNT          PIC S9(13)V99 COMP-3.
           10 LC-QTY             PIC S9(11)V99 COMP-3.
           10 LC-TOLERANCE-PCT   PIC 9(02)V9 COMP-3.
           10 LC-ISSUE-DATE      PIC 9(08).
           10 LC-LATEST-SHIP-DATE PIC 9(08).
           10 LC-EXPIRY-DATE     PIC 9(08).
           10 LC-DRAWN-QTY       PIC S9(11)V99 COMP-3.
           10 LC-DRAWN-AMT       PIC S9(13)V99 COMP-3.
           10 LC-BL-COUNT        PIC 9(03).
           10 LC-STATUS          PIC X(01).
               88 LC-OPEN        VALUE 'O'.
               88 LC-CLOSED      VALUE 'C'.
               88 LC-EXPIRED     VALUE 'E'.
           10 LC-UPD-USER        PIC X(10).
           10 FILLER             PIC X(10).
