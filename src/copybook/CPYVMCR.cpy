      ******************************************************************
      * CPYVMCR - VMI 고객 소비실적 보고 레코드
      *
      * 사용 프로그램: PGM171 (VMI 소비실적 청구 추출)
      * 용도: 위탁 거점 고객이 보내 오는 제품별 소비 수량이다.
      *       보고번호는 고객이 매기며 같은 번호가 다시 오면
      *       이미 반영된 보고로 보고 거절한다.
      ******************************************************************
       05 VC-CUSTOMER-CD         PIC X(10).
       05 VC-PRODUCT-CD          PIC X(15).
       05 VC-CONSUME-DATE        PIC 9(08).
       05 VC-CONSUME-QTY         PIC S9(9).
       05 VC-REPORT-REF          PIC X(15).
       05 FILLER                 PIC X(23).
