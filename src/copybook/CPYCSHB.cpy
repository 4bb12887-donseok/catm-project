      ******************************************************************
      * CPYCSHB - 현금 장부(CASH BOOK) 입출금 레코드
      *
      * 사용 프로그램: PGM132 (채권 반영 - 수금 적용분 입금)
      *               PGM147 (지급 실행 - 공급사별 이체 출금)
      *               PGM150 (은행 거래내역 대사/현금 잔액 대조)
      *               PGM180 (거래명세서 - 기간 수금 내역)
      * 용도: 장부상 은행 입출금을 건별로 남긴다. 수금(R)은
      *       고객+송장번호, 지급(P)은 공급사+이체일을 참조로
      *       가진다. PGM150이 은행 거래내역과 대사하면 대사
      *       완료(M)와 은행 거래번호를 기록하고, 장부 잔액에
      *       반영한 건은 CB-BAL-POSTED로 표시한다.
      ******************************************************************
       05 CB-KEY.
           10 CB-BOOK-DATE       PIC 9(08).
           10 CB-SOURCE          PIC X(01).
               88 CB-RECEIPT     VALUE 'R'.
               88 CB-PAYMENT     VALUE 'P'.
           10 CB-REF-KEY         PIC X(24).
       05 CB-DATA.
           10 CB-PARTY-CD        PIC X(10).
           10 CB-DOC-REF         PIC X(12).
           10 CB-AMOUNT          PIC S9(11)V99 COMP-3.
           10 CB-MATCH-STATUS    PIC X(01).
               88 CB-UNMATCHED   VALUE ' '.
               88 CB-MATCHED     VALUE 'M'.
           10 CB-MATCH-DATE      PIC 9(08).
           10 CB-BANK-REF        PIC X(16).
           10 CB-BAL-POSTED-FLAG PIC X(01).
               88 CB-BAL-POSTED  VALUE 'Y'.
           10 FILLER             PIC X(10).
