      ******************************************************************
      * CPYPOTX - 구매처 발주 전송(PO TRANSMISSION) 인터페이스 레코드
      *
      * 사용 프로그램: PGM042 (발주 입력/정정/승인 - 전송 스테이징 기록)
      *               PGM220 (구매처 발주 전송파일 생성/재전송)
      * 용도: 구매처에 보낼 발주 건(신규 N, 정정 A, 취소 X)을
      *       전송용 고정포맷으로 보관한다. 스테이징에는 명세
      *       (DT)만 쌓이며, 전송파일은 구매처별 HD/DT/TR 컨트롤
      *       엔벨로프(주문확인 CPYOACK와 동일 규율: TR에 건수/
      *       수량 합계)를 따른다. 요청 납기는 발주일에 자재
      *       리드타임을 더해 전송 시 채운다.
      ******************************************************************
       05 PX-RECORD-TYPE         PIC X(02).
           88 PX-HEADER          VALUE 'HD'.
           88 PX-DETAIL          VALUE 'DT'.
           88 PX-TRAILER         VALUE 'TR'.
       05 PX-EXTRACT-DATE        PIC 9(08).
       05 PX-VENDOR-CD           PIC X(10).
       05 PX-DATA-AREA           PIC X(110).
       05 PX-DT-DATA REDEFINES PX-DATA-AREA.
           10 PX-DT-TXN-TYPE     PIC X(01).
               88 PX-DT-NEW-PO      VALUE 'N'.
               88 PX-DT-AMEND-PO    VALUE 'A'.
               88 PX-DT-CANCEL-PO   VALUE 'X'.
           10 PX-DT-EVENT-TIME   PIC 9(08).
           10 PX-DT-PO-NO        PIC X(12).
           10 PX-DT-MATL-CD      PIC X(12).
           10 PX-DT-ORDER-QTY    PIC S9(09)V99.
           10 PX-DT-UNIT-PRICE   PIC S9(09)V99.
           10 PX-DT-CURRENCY-CD  PIC X(03).
           10 PX-DT-ISSUE-DATE   PIC 9(08).
           10 PX-DT-NEED-DATE    PIC 9(08).
           10 PX-DT-CONTRACT-NO  PIC X(12).
           10 PX-DT-BUYER-ID     PIC X(10).
           10 FILLER             PIC X(14).
       05 PX-TR-DATA REDEFINES PX-DATA-AREA.
           10 PX-TR-DETAIL-CNT   PIC 9(07).
           10 PX-TR-TOTAL-QTY    PIC S9(11)V99.
           10 FILLER             PIC X(90).
       05 FILLER                 PIC X(10).
