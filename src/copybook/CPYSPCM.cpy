      *
      * 사용 프로그램: PGM092 (제품규격 등록/승인)
      *               PGM003 (품질검사 - 마스터 규격 판정)
      *               PGM208 (GR&R 공차 산출)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 제품/특성/적용일자별 상한/하한을 보관한다. MES가
      *       측정값과 함께 보내던 한계값 대신 마스터 규격으로
      *       판정하며, 전송 한계가 마스터와 다르면 검사 건을
