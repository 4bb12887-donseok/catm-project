      *
      * 사용 프로그램: PGM074 (클레임 등록/상태 처리),
      *               PGM075 (미결 클레임 AGING 보고)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: 고객/제품/로트/결함내용을 등록하고 조사(I)와
      *       종결(C)까지의 상태를 추적한다. 등록 시 로트
      *       인덱스 조회와 격리 HOLD 기록이 자동으로 수행된다.
