      ******************************************************************
      * CPYPAYP - 지급 제안(PAYMENT PROPOSAL) 레코드
      *
      * 사용 프로그램: PGM145 (지급 제안 생성)
      *               PGM146 (지급 제안 검토/승인 - 감독자)
      *               PGM147 (지급 실행 - 이체파일/지급통지서)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: 기준일까지 지급기일이 도래한 미지급 전표(AP-OPEN)
      *       를 전표 단위로 제안한다. 미정산 공제전표가 있는
      *       공급사, 비활성 공급사, 계좌 미등록 공급사는 보류
      *       (H)로 만든다. 감독자가 제외(X)하거나 제안분 전체를
      *       승인(A)하면 PGM147이 승인분만 지급(D)한다.
      ******************************************************************
       05 PP-KEY.
           10 PP-VENDOR-CD       PIC X(10).
           10 PP-INVOICE-NO      PIC X(12).
       05 PP-DATA.
           10 PP-PROPOSAL-DATE   PIC 9(08).
           10 PP-CUTOFF-DATE     PIC 9(08).
           10 PP-DUE-DATE        PIC 9(08).
           10 PP-PAY-AMT         PIC S9(11)V99 COMP-3.
           10 PP-STATUS          PIC X(01).
               88 PP-PROPOSED    VALUE 'P'.
               88 PP-HELD        VALUE 'H'.
               88 PP-EXCLUDED    VALUE 'X'.
               88 PP-APPROVED    VALUE 'A'.
               88 PP-PAID        VALUE 'D'.
           10 PP-HOLD-REASON     PIC X(02).
               88 PP-HOLD-DEBIT-MEMO  VALUE 'DM'.
               88 PP-HOLD-INACTIVE    VALUE 'VI'.
               88 PP-HOLD-NO-BANK     VALUE 'NB'.
           10 PP-REVIEW-BY       PIC X(10).
           10 PP-PAID-DATE       PIC 9(08).
           10 FILLER             PIC X(10).
