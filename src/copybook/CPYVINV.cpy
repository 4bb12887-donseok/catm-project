      * 사용 프로그램: PGM043 (3-WAY 송장 대사)
      * 용도: 공급사 송장 라인을 발주(PO-MASTER-FILE)와 입고
      *       (RM-RECEIPT-FILE) 실적에 대사하기 위한 입력 레코드.
      *       IV-VAT-AMT는 공급사가 청구한 부가세(원화)로, 원화
      *       송장만 쓴다. 0 이하(미기재)이거나 필드 도입 전
      *       레코드라 NOT NUMERIC이면 PGM043이 세율로 산출한다.
      ******************************************************************
       05 IV-VENDOR-CD           PIC X(10).
       05 IV-INVOICE-NO          PIC X(12).
       05 IV-CURRENCY-CD         PIC X(03).
       05 IV-FX-RATE             PIC 9(5)V9(5) COMP-3.
       05 IV-HOME-AMT            PIC S9(11)V99 COMP-3.
       05 IV-VAT-AMT             PIC S9(11)V99 COMP-3.
       05 FILLER                 PIC X(03).
