      *               PGM099 (수주 예약 유지)
      *               PGM127 (고객 주문 게이트웨이 - 라인 적재)
      *               PGM130 (출하 계량 대사 - 주문 참조)
      *               PGM153 (매출총이익 분석)
      *               PGM157 (납기 미달 사유 등록 - 라인 확인)
      *               PGM158 (월간 OTIF 보고)
      *               PGM160 (견적 수주율 - 수주 물량)
      *               PGM171 (VMI 소비실적 청구 - 주문 단가)
      *               PGM175 (기준생산계획 제안 - 미출하 수주)
      *               PGM177 (적재 태그 스캔 대사 - 배정 고객)
      *               PGM214 (마스터 참조 무결성 점검)
      *               PGM216 (직무분리 충돌 월간 점검)
      *               PGM183 (작업지시 투입순서 편성 - 수주 납기)
      *               PGM184 (철강협회 월간 통계 - 출하 고객/제품)
      * 용도: 고객 주문을 보관하고 출하확정 누계(SO-SHIPPED-QTY)와
      *       상태코드를 관리한다. 완제품 재고가 수주 없이 쌓이기만
      *       하던 구조를 바로잡는 출하 서브시스템의 기준 파일이다.
