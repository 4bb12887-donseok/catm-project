      ******************************************************************
      * CPYRCMV - 회수용기 출고/회수 원장
      *
      * 사용 프로그램: PGM168 (회수용기 유형/출고/회수 등록)
      *               PGM169 (회수용기 월간 명세/보증금 청구)
      * 용도: 고객/용기유형/일자 순으로 출고(I)와 회수(R)를
      *       남긴다. 출고는 적재번호와 주문 라인(출하 단위)을
      *       가지며 회수는 돌아온 차량번호를 가진다. 회수는
      *       오래된 출고부터 미회수 수량(RW-OPEN-QTY)을 줄인다.
      ******************************************************************
       05 RW-KEY.
           10 RW-CUSTOMER-CD     PIC X(10).
           10 RW-TYPE-CD         PIC X(04).
           10 RW-MOVE-DATE       PIC 9(08).
           10 RW-MOVE-SEQ        PIC 9(06).
       05 RW-DATA.
           10 RW-MOVE-CD         PIC X(01).
               88 RW-ISSUE       VALUE 'I'.
               88 RW-RETURN      VALUE 'R'.
           10 RW-QTY             PIC S9(7) COMP-3.
           10 RW-OPEN-QTY        PIC S9(7) COMP-3.
           10 RW-LOAD-NO         PIC 9(12).
           10 RW-ORDER-NO        PIC X(12).
           10 RW-LINE-NO         PIC 9(03).
           10 RW-PLATE-NO        PIC X(12).
           10 RW-REG-USER        PIC X(10).
           10 FILLER             PIC X(20).
