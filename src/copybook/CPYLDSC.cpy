      ******************************************************************
      * CPYLDSC - 적재 태그 스캔 대사 상태 레코드
      *
      * 사용 프로그램: PGM177 (적재 태그 스캔 대사)
      *               PGM178 (스캔 예외 조회/감독자 승인)
      *               PGM036 (출하확정 - 스캔 미대사 적재 차단)
      * 용도: 적재번호마다 마지막 스캔 대사 결과(판독/일치/예외
      *       유형별 건수)를 보관한다. 대사 완료(R) 또는 감독자
      *       승인(O) 적재만 출하확정이 가능하며, 예외가 남은
      *       적재(B)는 다시 스캔해 맞추거나 스캔자가 아닌
      *       승인권자가 사유와 함께 승인해야 한다.
      ******************************************************************
       05 LS-LOAD-NO             PIC 9(12).
       05 LS-DATA.
           10 LS-CUSTOMER-CD     PIC X(10).
           10 LS-STATUS-CD       PIC X(01).
               88 LS-RECONCILED  VALUE 'R'.
               88 LS-BLOCKED     VALUE 'B'.
               88 LS-OVERRIDDEN  VALUE 'O'.
           10 LS-SCAN-CNT        PIC 9(05).
           10 LS-ALLOC-TAG-CNT   PIC 9(05).
           10 LS-MATCH-CNT       PIC 9(05).
           10 LS-WRONG-CUST-CNT  PIC 9(05).
           10 LS-WRONG-PROD-CNT  PIC 9(05).
           10 LS-HELD-LOT-CNT    PIC 9(05).
           10 LS-MISSING-CNT     PIC 9(05).
           10 LS-OTHER-EXC-CNT   PIC 9(05).
           10 LS-SCAN-USER       PIC X(10).
           10 LS-VERIFY-DATE     PIC 9(08).
           10 LS-VERIFY-TIME     PIC 9(06).
           10 LS-OVR-USER        PIC X(10).
           10 LS-OVR-DATE        PIC 9(08).
           10 LS-OVR-REASON      PIC X(30).
           10 FILLER             PIC X(20).
