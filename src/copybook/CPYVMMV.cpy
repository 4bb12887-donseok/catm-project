      ******************************************************************
      * CPYVMMV - VMI 위탁재고 입고/소비 원장
      *
      * 사용 프로그램: PGM036 (출하확정 처리 - 위탁 입고 기록)
      *               PGM170 (VMI 거점 등록/위탁재고 조회)
      *               PGM171 (VMI 소비실적 청구 추출)
      *               PGM172 (VMI 거점 월간 재고 대사)
      * 용도: 고객/제품/일자 순으로 위탁 거점 입고(S)와 고객
      *       소비(C)를 남긴다. 입고는 출하한 주문 라인을 가지며
      *       소비는 오래된 입고부터 미소비 수량(VM-OPEN-QTY)을
      *       줄이고 그 주문 라인 단가로 청구된다. 소비는 고객
      *       보고번호(VM-REPORT-REF)로 중복 반영을 막는다.
      ******************************************************************
       05 VM-KEY.
           10 VM-CUSTOMER-CD     PIC X(10).
           10 VM-PRODUCT-CD      PIC X(15).
           10 VM-MOVE-DATE       PIC 9(08).
           10 VM-MOVE-SEQ        PIC 9(06).
       05 VM-DATA.
           10 VM-MOVE-CD         PIC X(01).
               88 VM-SHIP-IN     VALUE 'S'.
               88 VM-CONSUMED    VALUE 'C'.
           10 VM-QTY             PIC S9(9) COMP-3.
           10 VM-OPEN-QTY        PIC S9(9) COMP-3.
           10 VM-ORDER-NO        PIC X(12).
           10 VM-LINE-NO         PIC 9(03).
           10 VM-LOAD-NO         PIC 9(12).
           10 VM-LOT-NO          PIC X(15).
           10 VM-REPORT-REF      PIC X(15).
           10 FILLER             PIC X(20).
