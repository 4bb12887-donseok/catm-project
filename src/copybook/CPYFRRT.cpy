      ******************************************************************
      * CPYFRRT - 출하 운임표(FREIGHT RATE) 레코드
      *
      * 사용 프로그램: PGM161 (운송사/운임표 등록)
      *               PGM162 (출하 운임 충당 - 적용 운임 조회)
      * 용도: 운송사 + 출발 창고 + 도착 권역(납품처 우편번호 앞
      *       3자리, 공백=전 권역) + 차종별 톤당 운임을 적용일자
      *       단위로 보관한다. 적재 1건의 운임은 순중량(KG)/1000
      *       x 톤당 운임이며 최소 운임에 못 미치면 최소 운임을
      *       적용한다.
      ******************************************************************
       05 FT-KEY.
           10 FT-CARRIER-CD      PIC X(04).
           10 FT-WAREHOUSE-CD    PIC X(05).
           10 FT-DEST-ZONE       PIC X(03).
           10 FT-VEHICLE-TYPE    PIC X(01).
           10 FT-EFF-DATE        PIC 9(08).
       05 FT-DATA.
           10 FT-RATE-PER-TON    PIC S9(7)V99 COMP-3.
           10 FT-MIN-CHARGE      PIC S9(9)V99 COMP-3.
           10 FT-STATUS-CD       PIC X(01).
               88 FT-ACTIVE      VALUE 'A'.
               88 FT-INACTIVE    VALUE 'I'.
           10 FT-REG-USER        PIC X(10).
           10 FILLER             PIC X(12).
