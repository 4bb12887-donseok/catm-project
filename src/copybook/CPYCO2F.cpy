      ******************************************************************
      * CPYCO2F - 온실가스(CO2) 배출계수 테이블 레코드
      *
      * 사용 프로그램: PGM196 (배출권거래제 월간 CO2 산정 보고)
      * 용도: 계산법 CO2 산정에 쓰는 배출/공제 계수를 보관한다.
      *       계수는 투입/산출 1 단위당 tCO2 이다.
      *       MATL  자재코드별 (장입 자재, 톤당)
      *       CATG  원자재 분류별 기본값 (CL 연료, LS 석회석 등)
      *       FUEL  PCI 미분탄 / NUTC 너트코크스 (톤당)
      *       ENGY  E 구입전력(KWH당) / G 가스 / O 산소 (NM3당)
      *       CRED  HM 용선 / SLAG 슬래그 (톤당, 반출 탄소 공제)
      *       자재코드 계수가 있으면 분류 기본값보다 우선한다.
      ******************************************************************
       05 CF-KEY.
           10 CF-SOURCE-TYPE     PIC X(04).
               88 CF-MATERIAL    VALUE 'MATL'.
               88 CF-CATEGORY    VALUE 'CATG'.
               88 CF-FUEL        VALUE 'FUEL'.
               88 CF-ENERGY      VALUE 'ENGY'.
               88 CF-CREDIT      VALUE 'CRED'.
           10 CF-SOURCE-CD       PIC X(12).
       05 CF-DATA.
           10 CF-FACTOR          PIC 9(02)V9(7).
           10 CF-UNIT-CD         PIC X(03).
           10 CF-DESCRIPTION     PIC X(30).
           10 CF-STATUS-CD       PIC X(01).
               88 CF-ACTIVE      VALUE 'A'.
               88 CF-INACTIVE    VALUE 'I'.
           10 FILLER             PIC X(15).
