      ******************************************************************
      * CPYSCRC - 자가 스크랩 내부입고 기록
      *
      * 사용 프로그램: PGM185 (자가 스크랩 입고 반영)
      *               PGM187 (월간 스크랩 발생/장입 대사)
      * 용도: 생산일/공장/라인/스크랩 자재별로 원자재 재고에
      *       넣은 자가 스크랩 중량과 표준단가(입고 당시 자재
      *       단가) 평가액을 남긴다. 같은 키가 있으면 이미 반영된
      *       것이므로 재실행해도 재고가 두 번 늘지 않는다.
      ******************************************************************
       05 SR-KEY.
           10 SR-PROD-DATE       PIC 9(08).
           10 SR-PLANT-CD        PIC X(04).
           10 SR-LINE-CD         PIC X(10).
           10 SR-MATL-CD         PIC X(12).
       05 SR-DATA.
           10 SR-SCRAP-WGT       PIC S9(9)V99 COMP-3.
           10 SR-STD-PRICE       PIC S9(9)V99 COMP-3.
           10 SR-VALUE-AMT       PIC S9(11)V99 COMP-3.
           10 SR-TRANS-CNT       PIC 9(05).
           10 SR-POST-DATE       PIC 9(08).
           10 FILLER             PIC X(20).
