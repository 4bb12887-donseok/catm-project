      * CPYQCRS - 품질검사 결과 레코드
      *
      * 사용 프로그램: PGM003 (품질검사 실시간 처리)
      *               PGM204 (공정 관리도/런 규칙 경보)
      * 용도: QC-RESULT-FILE의 레코드 레이아웃
      ******************************************************************
       05 QR-KEY.
