      * CPYCRMM - 고객 크레딧 메모 레코드
      *
      * 사용 프로그램: PGM138 (크레딧 메모 생성/승인/채권 반영)
      *               PGM153 (매출총이익 분석)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: 고객 인용으로 종결된 클레임(CM-COMPLAINT-NO)에서
      *       생성되는 크레딧 메모를 보관한다. 한도 초과 건은
      *       승인(P) 후 채권(CPYAROP)에 반영되어 고객 잔액이
