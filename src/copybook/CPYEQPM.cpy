      *
      * 사용 프로그램: PGM111 (설비 마스터/예방정비 스케줄)
      *               PGM071 (비가동 입력 - 설비 검증)
      *               PGM209 (보전 작업지시 - 설비 검증)
      *               PGM214 (마스터 참조 무결성 점검)
      *               PGM218 (작업허가서 - 설비 검증)
      * 용도: 반복 고장나던 설비에 시스템상 실체를 부여한다.
      *       정비주기(일수)로 차기 예방정비 도래일을 관리하며
      *       비가동 레코드가 설비 단위로 연결된다.
