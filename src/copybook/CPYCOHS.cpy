      * CPYCOHS - 고객수주 변경이력 레코드
      *
      * 사용 프로그램: PGM035 (고객 수주 등록/변경 - 정정 이력)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: 수주 라인의 수량/단가/납기가 덮어써질 때마다 변경
      *       전후 값과 사유코드, 담당자, 일자를 보존한다. 고객이
      *       합의 내용을 다툴 때 원래 약속을 증빙한다. (발주
