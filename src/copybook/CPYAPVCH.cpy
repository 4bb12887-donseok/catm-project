      * CPYAPVCH - 매입채무 지급전표(AP VOUCHER) 레코드
      *
      * 사용 프로그램: PGM108 (지급전표 생성/자금소요 보고)
      *               PGM145 (공급사 지급 제안 생성)
      *               PGM147 (공급사 지급 실행 - 지급 처리/환차)
      *               PGM149 (월말 외화 채무 환산)
      * 용도: PGM043 대사 통과 송장을 지급 스케줄화한다. 지급기일
      *       은 공급사 지급조건(VN-PAY-TERMS)에서 산출되며 미정산
      *       공제전표(CPYDMEMO)가 공급사 단위로 차감 표시된다.
      *       외화 전표는 통화/장부환율을 함께 보관해 월말 환산
      *       (PGM149)과 지급 시 환차손익(PGM147)을 장부환율 기준
      *       으로 산출한다. 외화 전표는 부가세가 없으므로 외화
      *       금액은 AP-VOUCHER-AMT / AP-BOOKED-RATE(반올림)로
      *       구한다. 원화 전표는 통화 'KRW', 장부환율 1이다.
      ******************************************************************
       05 AP-KEY.
           10 AP-VENDOR-CD       PIC X(10).
           10 AP-STATUS-CD       PIC X(01).
               88 AP-OPEN        VALUE 'O'.
               88 AP-PAID        VALUE 'P'.
           10 AP-CURRENCY-CD     PIC X(03).
           10 AP-BOOKED-RATE     PIC 9(5)V9(5) COMP-3.
           10 FILLER             PIC X(01).
