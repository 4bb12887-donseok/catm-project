      *
      * 사용 프로그램: PGM065 (BOM 마스터 유지보수),
      *               PGM066 (자재 소요량 전개)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 제품코드별 구성 원자재(RM-MATL-CD)와 단위당
      *       사용량을 보유한다. PGM066이 월 생산계획을
      *       자재 소요량으로 전개하는 기준 정보이다.
