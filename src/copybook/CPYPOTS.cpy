      ******************************************************************
      * CPYPOTS - 구매처 발주 전송(송신 통제) 레코드
      *
      * 사용 프로그램: PGM220 (구매처 발주 전송파일 생성 - 송신 기록)
      * 용도: 구매처별 발주 전송 건(피드일자, 명세 건수, 수량
      *       합계)을 보관한다 (주문확인 송신 통제 CPYOAKS와
      *       동일 형식).
      ******************************************************************
       05 TS-VENDOR-CD           PIC X(10).
       05 TS-FEED-DATE           PIC 9(08).
       05 TS-DETAIL-CNT          PIC 9(07).
       05 TS-TOTAL-QTY           PIC S9(11)V99.
       05 FILLER                 PIC X(12).
