      * CPYPOHS - 발주 변경이력 레코드
      *
      * 사용 프로그램: PGM042 (발주 등록/변경 온라인)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: PO-ORDER-QTY/단가가 덮어써질 때마다 변경 전후 값과
      *       사유코드, 담당자, 일자를 보존한다. PGM015 납기분석이
      *       변경 시점에 실제로 약속되었던 수량을 확인할 수 있는
