      ******************************************************************
      * CPYMCHG - 마스터 변경이력(BEFORE/AFTER IMAGE) 레코드
      *
      * 사용 프로그램: PGM022 (품목/자재/고객 마스터 유지보수),
      *               PGM070 (마스터 변경이력 조회 보고)
      * 용도: 마스터에 실제 반영된 추가/변경/비활성화 건마다
      *       반영 전/후 레코드 이미지와 사용자, 일시를 보존하여
       05 MC-TARGET-CD            PIC X(01).
           88 MC-ITEM-TARGET      VALUE 'I'.
           88 MC-MATL-TARGET      VALUE 'M'.
           88 MC-CUST-TARGET      VALUE 'C'.
           88 MC-ADDR-TARGET      VALUE 'S'.
       05 MC-ACTION-CD            PIC X(01).
       05 MC-RECORD-KEY           PIC X(20).
       05 MC-CHANGED-BY           PIC X(10).
