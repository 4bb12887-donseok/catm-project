      ******************************************************************
      * CPYAPLM - 구매요청 결재자 한도(APPROVAL LIMIT) 레코드
      *
      * 사용 프로그램: PGM155 (구매요청 등록/결재)
      * 용도: 원가센터별 결재 단계(AL-LEVEL)의 결재자와 그
      *       결재자가 최종 승인할 수 있는 금액 한도를 둔다.
      *       원가센터가 공백이면 모든 원가센터에 적용되는
      *       기본 결재자이다. 요청 금액이 결재자 한도를 넘으면
      *       다음 단계 결재자에게 넘어가고, 한도 안의 결재자가
      *       승인하면 최종 승인이 된다.
      ******************************************************************
       05 AL-COST-CENTER         PIC X(06).
       05 AL-LEVEL               PIC 9(01).
       05 AL-APPROVER-ID         PIC X(10).
       05 AL-APPROVER-NAME       PIC X(20).
       05 AL-LIMIT-AMT           PIC 9(11)V99.
       05 AL-STATUS-CD           PIC X(01).
           88 AL-ACTIVE          VALUE 'A'.
           88 AL-SUSPENDED       VALUE 'S'.
       05 FILLER                 PIC X(09).
