      ******************************************************************
      * CPYOACK - 고객 주문확인(ORDER ACK) 인터페이스 레코드
      *
      * 사용 프로그램: PGM035 (수주 등록/변경 - 확인 스테이징 기록)
      *               PGM036 (출하확정 - 사양보류 변경확인 기록)
      *               PGM127 (주문 게이트웨이 - 접수/거부 기록)
      *               PGM179 (주문확인 전송파일 생성/재전송)
      * 용도: 고객이 보낸 주문 라인의 처리 결과(접수/거부/보류)와
      *       확정 단가, 약속 납기를 고객 전송용 고정포맷으로
      *       보관한다. 변경확인(C)은 수량/단가/납기 변경 전
      *       값을 함께 싣는다. 전송파일은 ASN(CPYASN)과 같은
      *       HD/DT/TR 컨트롤 엔벨로프 규율을 따른다.
      ******************************************************************
       05 OA-RECORD-TYPE         PIC X(02).
           88 OA-HEADER          VALUE 'HD'.
           88 OA-DETAIL          VALUE 'DT'.
           88 OA-TRAILER         VALUE 'TR'.
       05 OA-EXTRACT-DATE        PIC 9(08).
       05 OA-CUSTOMER-CD         PIC X(10).
       05 OA-DATA-AREA           PIC X(110).
       05 OA-DT-DATA REDEFINES OA-DATA-AREA.
           10 OA-DT-ACK-TYPE     PIC X(01).
               88 OA-DT-NEW-ACK     VALUE 'N'.
               88 OA-DT-CHANGE-ACK  VALUE 'C'.
           10 OA-DT-EVENT-TIME   PIC 9(08).
           10 OA-DT-ORDER-NO     PIC X(12).
           10 OA-DT-LINE-NO      PIC 9(03).
           10 OA-DT-PRODUCT-CD   PIC X(15).
           10 OA-DT-LINE-STATUS  PIC X(01).
               88 OA-DT-ACCEPTED    VALUE 'A'.
               88 OA-DT-REJECTED    VALUE 'R'.
               88 OA-DT-HELD        VALUE 'H'.
               88 OA-DT-CANCELLED   VALUE 'X'.
           10 OA-DT-REASON-CD    PIC X(02).
               88 OA-DT-CREDIT-HOLD VALUE 'CR'.
               88 OA-DT-SPEC-HOLD   VALUE 'SP'.
               88 OA-DT-UNCONFIRMED VALUE 'NC'.
           10 OA-DT-ORDER-QTY    PIC S9(09).
           10 OA-DT-UNIT-PRICE   PIC S9(09)V99.
           10 OA-DT-PROMISED-DATE PIC 9(08).
           10 OA-DT-OLD-QTY      PIC S9(09).
           10 OA-DT-OLD-PRICE    PIC S9(09)V99.
           10 OA-DT-OLD-DUE-DATE PIC 9(08).
           10 FILLER             PIC X(12).
       05 OA-TR-DATA REDEFINES OA-DATA-AREA.
           10 OA-TR-DETAIL-CNT   PIC 9(07).
           10 OA-TR-TOTAL-QTY    PIC S9(11).
           10 FILLER             PIC X(92).
       05 FILLER                 PIC X(10).
