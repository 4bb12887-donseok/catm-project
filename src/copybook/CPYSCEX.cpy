      ******************************************************************
      * CPYSCEX - 적재 태그 스캔 예외 레코드
      *
      * 사용 프로그램: PGM177 (적재 태그 스캔 대사)
      *               PGM178 (스캔 예외 조회/감독자 승인)
      * 용도: 스캔 대사에서 걸린 태그/라인을 적재번호+일련번호로
      *       보관한다. 재대사 시 해당 적재분을 지우고 다시 쓴다.
      *       예외코드: WC 타고객 태그, WP 적재에 없는 제품,
      *       HL 미결 QC HOLD 로트, MT 배정 태그 미판독,
      *       ML 적재 라인 미판독, UT 미등록 태그, UA 출하/폐기
      *       태그, OL 동일 고객 타 적재 배정, NT 적재 미배정
      *       태그, NP 계획 라인 없는 적재.
      ******************************************************************
       05 SX-KEY.
           10 SX-LOAD-NO         PIC 9(12).
           10 SX-SEQ-NO          PIC 9(04).
       05 SX-DATA.
           10 SX-EXC-CD          PIC X(02).
               88 SX-WRONG-CUST  VALUE 'WC'.
               88 SX-WRONG-PROD  VALUE 'WP'.
               88 SX-HELD-LOT    VALUE 'HL'.
               88 SX-MISSING     VALUE 'MT' 'ML'.
           10 SX-TAG-NO          PIC X(12).
           10 SX-LOT-NO          PIC X(15).
           10 SX-PRODUCT-CD      PIC X(15).
           10 SX-ORDER-NO        PIC X(12).
           10 SX-LINE-NO         PIC 9(03).
           10 SX-OTHER-CUST-CD   PIC X(10).
           10 SX-EXC-DATE        PIC 9(08).
           10 FILLER             PIC X(10).
