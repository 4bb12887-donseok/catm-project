      ******************************************************************
      * CPYRCBL - 고객별 회수용기 잔량
      *
      * 사용 프로그램: PGM168 (회수용기 유형/출고/회수 등록)
      *               PGM169 (회수용기 월간 명세/보증금 청구)
      * 용도: 고객/용기유형별 현재 보유 수량과 보증금이 청구된
      *       수량을 보관한다. 출고/회수 때마다 PGM168이 갱신하고
      *       월간 명세의 기말 잔량의 기준이 된다.
      ******************************************************************
       05 RZ-KEY.
           10 RZ-CUSTOMER-CD     PIC X(10).
           10 RZ-TYPE-CD         PIC X(04).
       05 RZ-DATA.
           10 RZ-BALANCE-QTY     PIC S9(7) COMP-3.
           10 RZ-DEPOSIT-QTY     PIC S9(7) COMP-3.
           10 RZ-LAST-ISSUE-DATE PIC 9(08).
           10 RZ-LAST-RETURN-DATE PIC 9(08).
           10 RZ-LAST-STMT-DATE  PIC 9(08).
           10 FILLER             PIC X(20).
