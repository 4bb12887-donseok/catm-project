      ******************************************************************
      * CPYRCTY - 회수용기(RETURNABLE CONTAINER) 유형 마스터
      *
      * 사용 프로그램: PGM168 (회수용기 유형/출고/회수 등록)
      *               PGM169 (회수용기 월간 명세/보증금 청구)
      * 용도: 코일 받침대(CRADLE), 팔레트, 벌크백 등 회사 소유
      *       회수용기의 유형별 단위 보증금과 무상 보유일수를
      *       보관한다. 무상 보유일수를 넘긴 용기는 보증금으로
      *       다음 송장에 청구된다.
      ******************************************************************
       05 RY-TYPE-CD             PIC X(04).
       05 RY-DATA.
           10 RY-TYPE-DESC       PIC X(30).
           10 RY-KIND-CD         PIC X(01).
               88 RY-CRADLE      VALUE 'C'.
               88 RY-PALLET      VALUE 'P'.
               88 RY-BULK-BAG    VALUE 'B'.
           10 RY-DEPOSIT-AMT     PIC S9(9)V99 COMP-3.
           10 RY-FREE-DAYS       PIC 9(03).
           10 RY-STATUS-CD       PIC X(01).
               88 RY-ACTIVE      VALUE 'A'.
               88 RY-INACTIVE    VALUE 'I'.
           10 RY-REG-USER        PIC X(10).
           10 RY-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
