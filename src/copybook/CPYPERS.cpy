      * 사용 프로그램: PGM052 (인사 마스터 유지보수)
      *               PGM003 (품질검사 - 검사원 자격 검증)
      *               PGM012 (검사원별 보고 - 성명 해석)
      *               PGM209 (보전 공수 - 작업자 검증)
      *               PGM218 (작업허가서 - 발행자/수령자 검증)
      *               PGM219 (근로시간 점검 - 작업자/감독자 성명)
      *               PGM157 (납기 미달 사유 등록 - 입력자 검증)
      * 용도: QR/QH-INSPECTOR-ID, BO-WORKER-ID, IT-USER-ID 뒤에
      *       실체가 없던 자유입력 ID의 기준 마스터. 자격코드와
      *       만료일자로 무자격 검사원의 판정 유입을 차단한다.
