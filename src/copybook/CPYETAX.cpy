      ******************************************************************
      * CPYETAX - 전자세금계산서 송수신 레코드
      *
      * 사용 프로그램: PGM143 (전자세금계산서 송신/수신 대사)
      * 용도: 국세청 전송용 매출 전자세금계산서(S)와 ASP에서
      *       내려받은 매입 전자세금계산서(P)의 공통 레이아웃.
      *       매입분은 비고란의 공급사 송장번호(ET-DOC-NO)와
      *       공급자 사업자번호로 VAT 장부(CPYVATR)에 대사한다.
      *       송신분 승인번호는 국세청 전송 후 채번되므로 공백.
      ******************************************************************
       05 ET-DIRECTION           PIC X(01).
           88 ET-OUTBOUND        VALUE 'S'.
           88 ET-INBOUND         VALUE 'P'.
       05 ET-APPROVAL-NO         PIC X(24).
       05 ET-ISSUE-DATE          PIC 9(08).
       05 ET-SUPPLIER-REG-NO     PIC X(10).
       05 ET-BUYER-REG-NO        PIC X(10).
       05 ET-PARTNER-CD          PIC X(10).
       05 ET-DOC-NO              PIC X(12).
       05 ET-SUPPLY-AMT          PIC S9(11)V99 COMP-3.
       05 ET-VAT-AMT             PIC S9(11)V99 COMP-3.
       05 ET-TOTAL-AMT           PIC S9(13)V99 COMP-3.
       05 ET-TAX-TYPE            PIC X(01).
           88 ET-TAXABLE         VALUE 'T'.
           88 ET-ZERO-RATED      VALUE 'Z'.
       05 FILLER                 PIC X(10).
