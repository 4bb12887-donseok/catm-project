      * 사용 프로그램: PGM085 (작업지시 생성)
      *               PGM086 (작업지시 상태관리/조회)
      *               PGM001 (생산실적 집계 - 완성수량 반영)
      *               PGM183 (일일 작업지시 투입순서 편성)
      *               PGM072 (일일 OEE 보고 - 계획 교체시간)
      * 용도: 월계획(CPYPPLAN)과 일일스케줄(CPYDSCH), 생산실적
      *       (CPYTRANS) 사이의 생애주기 실체. 스케줄에서 생성된
      *       지시가 R(release)→S(start)→C(complete)→L(close)로
      *       흐르며 실적 트랜잭션이 완성수량을 누적한다.
      *       WO-RUN-SEQ는 라인/일자 안의 투입순서, WO-PLAN-SETUP-
      *       MIN/LOSS-QTY는 앞 지시에서 넘어올 때의 계획 교체
      *       시간과 예상 전환손실이다 (미편성 0).
      ******************************************************************
       05 WO-ORDER-NO            PIC 9(10).
       05 WO-DATA.
               88 WO-CLOSED      VALUE 'L'.
           10 WO-RELEASE-DATE    PIC 9(08).
           10 WO-CLOSE-DATE      PIC 9(08).
           10 WO-RUN-SEQ         PIC 9(03).
           10 WO-PLAN-SETUP-MIN  PIC 9(04).
           10 WO-PLAN-LOSS-QTY   PIC S9(3)V99 COMP-3.
