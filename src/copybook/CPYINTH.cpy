      ******************************************************************
      * CPYINTH - 마스터 간 참조 무결성 점검 건수 이력 레코드
      *
      * 사용 프로그램: PGM214 (야간 마스터 참조 무결성 점검)
      * 용도: 점검 실행일/규칙별로 점검 대상 건수와 예외 건수를
      *       순차 추가한다. 다음 실행이 직전 실행일의 건수와
      *       비교하여 예외 잔량이 줄고 있는지 보여 준다.
      ******************************************************************
       05 IH-RUN-DATE            PIC 9(08).
       05 IH-RULE-CD             PIC X(04).
       05 IH-MASTER-NM           PIC X(08).
       05 IH-CHECKED-CNT         PIC 9(09).
       05 IH-EXCEPTION-CNT       PIC 9(09).
       05 FILLER                 PIC X(12).
