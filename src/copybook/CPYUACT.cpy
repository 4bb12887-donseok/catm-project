      ******************************************************************
      * CPYUACT - 사용자 업무처리 이력 레코드 (직무분리 점검용)
      *
      * 사용 프로그램: PGM041 (거래처 등록/변경 승인)
      *               PGM042 (발주 등록/승인)
      *               PGM080 (판매단가 승인)
      *               PGM092 (제품규격 승인)
      *               PGM035 (수주 입력)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: 마스터 자체에 처리자가 남지 않는 등록/승인/입력 업무를
      *       누가 언제 어떤 키로 처리했는지 순차 추가한다. 월간
      *       직무분리 점검이 같은 사용자가 서로 견제해야 할 두
      *       업무를 모두 처리했는지 찾는 데 쓴다.
      *       키1/키2/키3 의 내용은 업무코드별로 다르다.
      *         VNAD/VNCH 거래처코드
      *         POAD/POAP 발주번호, 거래처코드, 자재코드
      *         PRAP      제품코드, 고객코드(공백=전 고객)
      *         PSAP      제품코드, 특성코드
      *         SOEN      수주번호+행번호, 고객코드, 제품코드
      ******************************************************************
       05 UL-ACT-DATE            PIC 9(08).
       05 UL-ACT-TIME            PIC 9(08).
       05 UL-USER-ID             PIC X(10).
       05 UL-ACT-CD              PIC X(04).
           88 UL-VENDOR-ADD      VALUE 'VNAD'.
           88 UL-VENDOR-CHANGE   VALUE 'VNCH'.
           88 UL-VENDOR-SETUP    VALUE 'VNAD' 'VNCH'.
           88 UL-PO-RAISE        VALUE 'POAD'.
           88 UL-PO-APPROVE      VALUE 'POAP'.
           88 UL-PRICE-APPROVE   VALUE 'PRAP'.
           88 UL-SPEC-APPROVE    VALUE 'PSAP'.
           88 UL-ORDER-ENTRY     VALUE 'SOEN'.
           88 UL-APPROVAL-ACT    VALUE 'VNAD' 'VNCH' 'POAP'
                                       'PRAP' 'PSAP'.
       05 UL-KEY-1               PIC X(15).
       05 UL-KEY-2               PIC X(15).
       05 UL-KEY-3               PIC X(15).
       05 UL-PROGRAM-ID          PIC X(08).
       05 FILLER                 PIC X(17).
