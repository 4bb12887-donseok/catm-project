      ******************************************************************
      * CPYVATR - 부가가치세 매출/매입 장부(VAT REGISTER) 레코드
      *
      * 사용 프로그램: PGM079 (고객 송장 - 매출세액 적재)
      *               PGM043 (송장 대사 - 매입세액 적재)
      *               PGM143 (전자세금계산서 송신/수신 대사)
      *               PGM144 (분기 부가세 신고 검토서)
      * 용도: 송장 단위 공급가액/세액과 전자세금계산서 상태를
      *       보관한다. 매출(S)은 고객코드+송장번호, 매입(P)은
      *       공급사코드+공급사 송장번호(IV-INVOICE-NO)가 키이다.
      *       전자세금계산서 상태: 공백 미처리, S 송신(매출),
      *       M 수신 대사 일치(매입), D 수신 금액 불일치(매입).
      ******************************************************************
       05 VR-KEY.
           10 VR-DIRECTION       PIC X(01).
               88 VR-SALES       VALUE 'S'.
               88 VR-PURCHASE    VALUE 'P'.
           10 VR-PARTNER-CD      PIC X(10).
           10 VR-DOC-NO          PIC X(12).
       05 VR-DATA.
           10 VR-DOC-DATE        PIC 9(08).
           10 VR-SUPPLY-AMT      PIC S9(11)V99 COMP-3.
           10 VR-VAT-AMT         PIC S9(11)V99 COMP-3.
           10 VR-TAX-TYPE        PIC X(01).
               88 VR-TAXABLE     VALUE 'T'.
               88 VR-ZERO-RATED  VALUE 'Z'.
           10 VR-ETAX-STATUS     PIC X(01).
               88 VR-ETAX-NONE   VALUE ' '.
               88 VR-ETAX-SENT   VALUE 'S'.
               88 VR-ETAX-MATCHED VALUE 'M'.
               88 VR-ETAX-AMT-DIFF VALUE 'D'.
           10 VR-ETAX-APPR-NO    PIC X(24).
           10 VR-ETAX-DATE       PIC 9(08).
           10 FILLER             PIC X(10).
