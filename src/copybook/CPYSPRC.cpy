      *
      * 사용 프로그램: PGM080 (판매단가 등록/승인)
      *               PGM035 (고객 수주 등록/변경 - 단가 검증)
      *               PGM159 (판매 견적 - 적용 단가 대조)
      *               PGM079 (고객 송장 생성 - 지수 연동 확인)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 제품/고객(공백=전체 고객 기준단가)/적용일자별 판매
      *       단가를 보관한다. 최소수량(SP-MIN-QTY) 이상 주문에
      *       적용되며 수주 입력 시 기본값 제공과 검증에 쓰인다.
      *       승인(메이커-체커) 전 단가는 수주에 적용되지 않는다.
      *       지수 연동(SP-INDEX-LINKED) 단가는 출하월 원자재 할증
      *       (CPYMSUR)이 별도 송장으로 붙는다 (PGM079).
      ******************************************************************
       05 SP-KEY.
           10 SP-PRODUCT-CD      PIC X(15).
               88 SP-APPROVED    VALUE 'Y'.
               88 SP-PENDING     VALUE 'N'.
           10 SP-REG-USER        PIC X(10).
           10 SP-INDEX-LINK-FLAG PIC X(01).
               88 SP-INDEX-LINKED VALUE 'Y'.
           10 FILLER             PIC X(09).
