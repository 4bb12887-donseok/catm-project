      *
      * 사용 프로그램: PGM041 (공급사 마스터 유지보수)
      *               PGM006 (원자재 입고 및 검수 처리)
      *               PGM143 (전자세금계산서 공급사 식별)
      *               PGM145/PGM147 (지급 제안/실행 - 입금계좌)
      *               PGM161 (운송사 지급 공급사 확인)
      *               PGM201 (계약 품위 스케일 공급사 확인)
      * 용도: 다섯 곳에 흩어져 쓰이던 공급사코드(RR/PO/IT/RM/RT)의
      *       기준 마스터. PGM006이 입고 건의 공급사를 검증하여
      *       미등록/비활성 공급사 입고를 예외 경로로 보낸다.
      *       레코드 길이 100. 입금계좌(VN-BANK-ACCT-NO)를 붙이며
      *       80에서 늘었으므로 기존 파일은 PGM223으로 변환한다.
      ******************************************************************
       05 VN-VENDOR-CD           PIC X(10).
       05 VN-DATA.
           10 VN-APPROVAL-STAT   PIC X(01).
               88 VN-APPROVED    VALUE 'Y'.
               88 VN-PENDING-APR VALUE 'N'.
           10 VN-BIZ-REG-NO      PIC X(10).
           10 VN-BANK-CD         PIC X(03).
           10 FILLER             PIC X(02).
           10 VN-BANK-ACCT-NO    PIC X(20).
