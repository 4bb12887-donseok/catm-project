      ******************************************************************
      * CPYCARR - 운송사(CARRIER) 마스터 레코드
      *
      * 사용 프로그램: PGM161 (운송사/운임표 등록 - 적재 배정)
      *               PGM162 (출하 운임 충당)
      *               PGM163 (운송사 운임 청구 검수)
      *               PGM164 (출하 송장 발행)
      *               PGM166 (정문 입문 - 운송사 확인)
      * 용도: 출하 적재(CPYLOAD)를 운반하는 운송사를 보관한다.
      *       운임 지급은 운송사에 대응하는 공급사 마스터
      *       (CPYVNMS) 코드로 지급승인 추출에 넘긴다.
      ******************************************************************
       05 CR-CARRIER-CD          PIC X(04).
       05 CR-DATA.
           10 CR-CARRIER-NM      PIC X(30).
           10 CR-VENDOR-CD       PIC X(10).
           10 CR-STATUS-CD       PIC X(01).
               88 CR-ACTIVE      VALUE 'A'.
               88 CR-INACTIVE    VALUE 'I'.
           10 CR-REG-USER        PIC X(10).
           10 CR-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(17).
