      * 사용 프로그램: PGM035 (고객 수주 등록/변경)
      *               PGM036 (출하확정 처리 및 수주잔량 보고)
      *               PGM127 (고객 주문 게이트웨이 - 헤더 적재)
      *               PGM081 (적재계획 - 납품처 조회)
      * 용도: 한 주문번호 아래 여러 제품 라인(CPYCORD)을 묶는
      *       헤더. 고객/일자/상태를 주문 단위로 보관하고 라인
      *       상태를 롤업하여 고객이 보는 주문 단위 보고를
               88 OH-PARTIAL     VALUE 'P'.
               88 OH-SHIPPED     VALUE 'C'.
               88 OH-CANCELLED   VALUE 'X'.
           10 OH-SHIPTO-SEQ      PIC 9(03).
           10 FILLER             PIC X(09).
