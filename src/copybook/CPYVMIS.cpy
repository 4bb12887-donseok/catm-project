      ******************************************************************
      * CPYVMIS - 고객 사내 위탁재고(VMI) 거점 마스터
      *
      * 사용 프로그램: PGM036 (출하확정 처리 - 위탁 거점 이고)
      *               PGM170 (VMI 거점 등록/위탁재고 조회)
      *               PGM171 (VMI 소비실적 청구 추출)
      *               PGM172 (VMI 월간 재고 대사)
      * 용도: 고객 공장 안에 우리 재고를 두고 소비분만 청구하는
      *       고객을 등록한다. 거점 창고코드(VS-WAREHOUSE-CD)는
      *       재고 마스터(CPYINVMS)의 위탁 창고이며 이 고객 앞
      *       출하는 청구하지 않고 이 창고로 옮겨진다.
      ******************************************************************
       05 VS-CUSTOMER-CD         PIC X(10).
       05 VS-DATA.
           10 VS-WAREHOUSE-CD    PIC X(05).
           10 VS-SITE-NAME       PIC X(30).
           10 VS-STATUS-CD       PIC X(01).
               88 VS-ACTIVE      VALUE 'A'.
               88 VS-INACTIVE    VALUE 'I'.
           10 VS-REG-USER        PIC X(10).
           10 VS-LAST-UPD-DATE   PIC 9(08).
           10 VS-LAST-RECON-DATE PIC 9(08).
           10 FILLER             PIC X(20).
