      *
      * 사용 프로그램: PGM109 (선적 갱신/도착예정/체선 감시)
      *               PGM028 (발주 제안 - 해상 재고를 공급으로 계상)
      *               PGM154 (신용장 선적 인출)
      * 용도: 발주 후 계량대 도착 전까지 보이지 않던 해상 물량을
      *       선박/선하증권 단위로 추적한다. 하역이 허용 정박기간
      *       (LAYTIME)을 넘기면 체선 감시에 플래그된다.
