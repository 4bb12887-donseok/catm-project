      *               PGM036 (출하확정 - 타주문 예약분 보호/차감)
      *               PGM002 (재고수불 - 예약분 출고 차단)
      *               PGM099 (예약-재고 정합성 보고)
      *               PGM175 (기준생산계획 제안 - 예약 차감)
      * 용도: 수주 라인별로 창고 재고를 선점 예약한다. 예약된
      *       수량은 다른 수요의 출고/출하에 가용하지 않은 것으로
      *       취급되어 선착순 출하 충돌을 사전에 막는다.
