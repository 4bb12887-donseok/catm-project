      ******************************************************************
      * CPYPENDQ - 마스터 변경 대기(PENDING CHANGE QUEUE) 레코드
      *
      * 사용 프로그램: PGM022 (품목/자재/고객 마스터 유지보수)
      * 용도: 입력자가 키한 추가/변경/비활성화 내용을 마스터에
      *       바로 반영하지 않고 레코드 이미지로 보류한다.
      *       승인 권한이 있는 다른 사용자가 승인해야 마스터에
       05 PQ-TARGET-CD            PIC X(01).
           88 PQ-ITEM-TARGET      VALUE 'I'.
           88 PQ-MATL-TARGET      VALUE 'M'.
           88 PQ-CUST-TARGET      VALUE 'C'.
           88 PQ-ADDR-TARGET      VALUE 'S'.
       05 PQ-ACTION-CD            PIC X(01).
           88 PQ-ADD-ACTION       VALUE 'A'.
           88 PQ-CHANGE-ACTION    VALUE 'C'.
