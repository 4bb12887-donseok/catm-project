      ******************************************************************
      * CPYUAUTH - 사용자 권한(USER AUTHORITY) 레코드
      *
      * 사용 프로그램: PGM022 (품목/자재/고객 마스터 유지보수)
      *               PGM178 (스캔 예외 감독자 승인 - 승인 권한)
      *               PGM216 (직무분리 충돌 월간 점검)
      *               PGM217 (직무분리 충돌 검토 서명)
      *               PGM002 (재고수불 - 역분개 감독자 권한)
      * 용도: 유지보수 트랜잭션 사인온 시 사용자별 허용 기능과
      *       승인 권한을 검증한다. 입력자와 승인자가 동일인일
      *       수 없는 메이커-체커 통제의 기준 정보이다.
           88 UA-ACTIVE           VALUE 'A'.
           88 UA-SUSPENDED        VALUE 'S'.
       05 UA-LAST-UPD-DATE        PIC 9(08).
       05 UA-FUNC-CUST-FLAG       PIC X(01).
           88 UA-FUNC-CUST        VALUE 'Y'.
       05 FILLER                  PIC X(06).
