      ******************************************************************
      * CPYPOAK - 구매처 발주확인(PO ACKNOWLEDGMENT) 수신 레코드
      *
      * 사용 프로그램: PGM221 (구매처 발주확인 접수/차이 보고)
      * 용도: 구매처가 보낸 발주확인을 받는 고정포맷. 구매처별
      *       HD/DT/TR 컨트롤 엔벨로프(CPYPOTX와 동일 규율: TR에
      *       명세 건수와 확인수량 합계)를 따른다. 확인 구분은
      *       A 그대로 수락, C 변경 수락(수량/단가/납기 조정),
      *       R 거절. 수락수량, 확정단가, 약속 납기를 싣는다.
      ******************************************************************
       05 PK-RECORD-TYPE         PIC X(02).
           88 PK-HEADER          VALUE 'HD'.
           88 PK-DETAIL          VALUE 'DT'.
           88 PK-TRAILER         VALUE 'TR'.
       05 PK-FEED-DATE           PIC 9(08).
       05 PK-VENDOR-CD           PIC X(10).
       05 PK-DATA-AREA           PIC X(110).
       05 PK-DT-DATA REDEFINES PK-DATA-AREA.
           10 PK-DT-PO-NO        PIC X(12).
           10 PK-DT-ACK-CD       PIC X(01).
               88 PK-DT-ACCEPT      VALUE 'A'.
               88 PK-DT-ACCEPT-CHG  VALUE 'C'.
               88 PK-DT-REJECT      VALUE 'R'.
               88 PK-DT-VALID-ACK   VALUE 'A' 'C' 'R'.
           10 PK-DT-ACCEPTED-QTY PIC S9(09)V99.
           10 PK-DT-CONFIRM-PRICE PIC S9(09)V99.
           10 PK-DT-PROMISED-DATE PIC 9(08).
           10 PK-DT-VENDOR-REF   PIC X(15).
           10 PK-DT-REMARK       PIC X(30).
           10 FILLER             PIC X(22).
       05 PK-TR-DATA REDEFINES PK-DATA-AREA.
           10 PK-TR-DETAIL-CNT   PIC 9(07).
           10 PK-TR-TOTAL-QTY    PIC S9(11)V99.
           10 FILLER             PIC X(90).
       05 FILLER                 PIC X(10).
