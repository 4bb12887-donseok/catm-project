      *
      * 사용 프로그램: PGM134 (라우팅 등록/변경)
      *               PGM135 (공정별 WIP 반영/단계수율 보고)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 제품별 공정순서(주조-압연-정정 등)와 담당 라인을
      *       보관한다. 공정 트랜잭션(PT-OPER-SEQ)이 이 순서를
      *       따라 WIP를 이동시킨다.
