      *
      * 사용 프로그램: PGM132 (여신 평가 - 보류 설정/해제)
      *               PGM035 (수주 접수 - 여신보류 고객 통제)
      *               PGM127 (주문 게이트웨이 - 신용보류 적재)
      *               PGM180 (고객 거래명세서)
      *               PGM181 (연체 독촉장)
      * 용도: 고객별 여신한도와 결제조건 일수를 보관한다. 채권
      *       잔액이 한도를 넘거나 조건일수를 지난 미수 송장이
      *       있으면 보류(H)로 전환되어 신규 수주가 여신보류
