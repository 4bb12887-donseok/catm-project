      ******************************************************************
      * CPYINTX - 마스터 간 참조 무결성 예외 작업 레코드
      *
      * 사용 프로그램: PGM214 (야간 마스터 참조 무결성 점검)
      * 용도: 점검 중 발견한 예외를 규칙 순번/키 순으로 정렬하여
      *       마스터별, 규칙별 예외 보고서로 인쇄하기 위한 작업
      *       레코드. IX-KEY-1/2 는 점검 대상 레코드의 키, IX-REF-
      *       VALUE 는 참조가 깨진 값(자재/라인/품목/고객/설비/제품)
      *       이다.
      ******************************************************************
       05 IX-RULE-SEQ            PIC 9(02).
       05 IX-MASTER-NM           PIC X(08).
       05 IX-RULE-CD             PIC X(04).
       05 IX-KEY-1               PIC X(20).
       05 IX-KEY-2               PIC X(20).
       05 IX-REF-VALUE           PIC X(20).
       05 IX-NOTE                PIC X(30).
       05 FILLER                 PIC X(06).
