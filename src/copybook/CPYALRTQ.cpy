      * 사용 프로그램: PGM002 (재발주 경보), PGM004 (생산부족 경보),
      *               PGM005 (고로 조업 경보), PGM062 (경보 확인),
      *               PGM069 (미확인 경보 AGING 보고)
      *               PGM154 (신용장 경보)
      *               PGM167 (구내 체류/출문 미등록 경보)
      *               PGM190 (열풍로 사이클/돔 온도 경보)
      *               PGM204 (공정 관리도 런 규칙 경보)
      *               PGM207 (실험실 시료 TAT 지연 경보)
      *               PGM211 (전력 수요 경보)
      *               PGM018 (배치 스텝 지연/체인 완료 예측 경보)
      * 용도: 각 배치가 발생시키는 경보를 공통 레이아웃으로
      *       ALERT-QUEUE-FILE에 적재하고, 운전원 확인(ACK)
      *       기록과 미확인 경보 교대별 집계의 기초가 된다.
