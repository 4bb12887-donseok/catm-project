      ******************************************************************
      * CPYOAKS - 주문확인 전송(송신 통제) 레코드
      *
      * 사용 프로그램: PGM179 (주문확인 전송파일 생성 - 송신 기록)
      * 용도: 고객별 주문확인 전송 건(피드일자, 명세 건수, 수량
      *       합계)을 보관한다 (ASN 송신 통제 CPYASNS와 동일 형식).
      ******************************************************************
       05 AK-CUSTOMER-CD         PIC X(10).
       05 AK-FEED-DATE           PIC 9(08).
       05 AK-DETAIL-CNT          PIC 9(07).
       05 AK-TOTAL-QTY           PIC S9(11).
       05 FILLER                 PIC X(14).
