      ******************************************************************
      * CPYGLAD - GL 계정결정(ACCOUNT DETERMINATION) 테이블 레코드
      *
      * 사용 프로그램: PGM142 (GL 분개 생성/전기장)
      * 용도: 인터페이스 이벤트코드 + 품목분류 + 공장으로 차변/
      *       대변 계정을 결정한다. 분류/공장이 공백인 행은 해당
      *       항목 전체에 적용되는 기본 행이며, 조회는 이벤트+
      *       분류+공장, 이벤트+분류, 이벤트 단독 순으로 한다.
      ******************************************************************
       05 GA-KEY.
           10 GA-EVENT-CD        PIC X(04).
           10 GA-CATEGORY        PIC X(10).
           10 GA-PLANT-CD        PIC X(04).
       05 GA-DATA.
           10 GA-DEBIT-ACCT      PIC X(10).
           10 GA-CREDIT-ACCT     PIC X(10).
           10 GA-DESCRIPTION     PIC X(30).
           10 GA-STATUS          PIC X(01).
               88 GA-ACTIVE      VALUE 'A'.
               88 GA-INACTIVE    VALUE 'I'.
           10 FILLER             PIC X(10).
