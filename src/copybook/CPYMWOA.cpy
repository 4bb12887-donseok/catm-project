      ******************************************************************
      * CPYMWOA - 보전 작업지시 실적(공수/예비품 출고) 레코드
      *
      * 사용 프로그램: PGM209 (공수/예비품 출고 입력 - 추가 기록)
      *               PGM210 (월간 보전비용/예비품 소비 이력)
      * 용도: 작업지시별 직종 공수(L)와 예비품 출고(P)를 한 건씩
      *       남긴다. 출고는 같은 시점에 재고 트랜잭션(IT-OUT,
      *       IT-PO-NO = 작업지시 번호)으로도 스테이징되며, 출고
      *       시점 창고 이동평균 원가를 MA-UNIT-COST 로 보관한다.
      *       공수 비용은 보고 시점의 직종별 시간당 단가로 산출한다.
      ******************************************************************
       05 MA-WO-NO               PIC X(10).
       05 MA-EQUIP-ID            PIC X(10).
       05 MA-PLANT-CD            PIC X(04).
       05 MA-LINE-CD             PIC X(10).
       05 MA-ACT-DATE            PIC 9(08).
       05 MA-ACT-TYPE            PIC X(01).
           88 MA-LABOR           VALUE 'L'.
           88 MA-PART            VALUE 'P'.
       05 MA-CRAFT-CD            PIC X(05).
       05 MA-WORKER-ID           PIC X(10).
       05 MA-HOURS               PIC S9(3)V99 COMP-3.
       05 MA-ITEM-CD             PIC X(15).
       05 MA-WAREHOUSE-CD        PIC X(05).
       05 MA-QTY                 PIC S9(9) COMP-3.
       05 MA-UNIT-COST           PIC S9(9)V99 COMP-3.
       05 MA-USER-ID             PIC X(10).
       05 FILLER                 PIC X(10).
