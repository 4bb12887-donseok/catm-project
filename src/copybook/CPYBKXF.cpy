      ******************************************************************
      * CPYBKXF - 은행 대량이체(BULK TRANSFER) 파일 레코드
      *
      * 사용 프로그램: PGM147 (지급 실행)
      * 용도: 은행 펌뱅킹 일괄이체 업로드 레이아웃. 헤더(H)에
      *       출금계좌와 이체일, 명세(D)에 공급사별 입금계좌와
      *       이체금액, 트레일러(T)에 건수/총액을 싣는다.
      ******************************************************************
       05 BK-REC-TYPE            PIC X(01).
           88 BK-HEADER          VALUE 'H'.
           88 BK-DETAIL          VALUE 'D'.
           88 BK-TRAILER         VALUE 'T'.
       05 BK-DETAIL-DATA.
           10 BK-BANK-CD         PIC X(03).
           10 BK-ACCT-NO         PIC X(20).
           10 BK-AMOUNT          PIC 9(13).
           10 BK-PAYEE-NM        PIC X(30).
           10 BK-VENDOR-CD       PIC X(10).
           10 BK-MEMO            PIC X(20).
       05 BK-HEADER-DATA REDEFINES BK-DETAIL-DATA.
           10 BK-DEBIT-BANK-CD   PIC X(03).
           10 BK-DEBIT-ACCT-NO   PIC X(20).
           10 BK-VALUE-DATE      PIC 9(08).
           10 BK-COMPANY-NM      PIC X(30).
           10 FILLER             PIC X(35).
       05 BK-TRAILER-DATA REDEFINES BK-DETAIL-DATA.
           10 BK-TOTAL-COUNT     PIC 9(07).
           10 BK-TOTAL-AMOUNT    PIC 9(15).
           10 FILLER             PIC X(74).
       05 FILLER                 PIC X(03).
