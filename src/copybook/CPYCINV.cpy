      *
      * 사용 프로그램: PGM079 (출하확정 기반 고객 송장 생성)
      *               PGM132 (매출채권 반영 - 송장 기장)
      *               PGM152 (리베이트 약정 누계)
      *               PGM153 (매출총이익 분석)
      *               PGM174 (원자재 할증 매출 보고)
      * 용도: 당일 출하확정(CPYSHCF)을 주문 라인 단가로 금액화하여
      *       송장번호를 채번해 보관한다. 수작업 청구를 대체하는
      *       매출 서브시스템의 기준 파일이다. 구매측 PGM043의
      *       매입송장 대사와 대칭을 이룬다.
      *       CI-INV-AMT는 공급가액과 부가세(CI-VAT-AMT)를 합한
      *       청구 총액이며 공급가액은 CI-INV-AMT - CI-VAT-AMT이다.
      *       CI-VAT-AMT 도입 전 송장은 그 자리가 비숫자이므로
      *       CI-INV-AMT 전체를 공급가액으로 본다.
      *       회수용기 보증금 송장(CI-DEPOSIT-LINE)은 제품 자리에
      *       용기유형을 두며 매출 분석에서 제외한다.
      *       원자재 할증 송장(CI-SURCHARGE-LINE)은 출하 라인과
      *       같은 주문/제품을 가지며 수량은 참고용이다.
      ******************************************************************
       05 CI-INVOICE-NO          PIC 9(10).
       05 CI-INVOICE-DATE        PIC 9(08).
           88 CI-OPEN            VALUE 'O'.
           88 CI-PAID            VALUE 'P'.
           88 CI-CREDITED        VALUE 'C'.
       05 CI-VAT-AMT             PIC S9(11)V99 COMP-3.
       05 CI-LINE-TYPE           PIC X(01).
           88 CI-GOODS-LINE      VALUE ' ' 'G'.
           88 CI-DEPOSIT-LINE    VALUE 'D'.
           88 CI-SURCHARGE-LINE  VALUE 'M'.
       05 FILLER                 PIC X(02).
