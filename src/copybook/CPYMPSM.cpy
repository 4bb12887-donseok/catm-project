      ******************************************************************
      * CPYMPSM - 기준생산계획(MPS) 제품별 계획 기준 마스터
      *
      * 사용 프로그램: PGM175 (기준생산계획 제안 생성)
      *               PGM176 (기준생산계획 제안 검토/확정)
      * 용도: 계획 대상 제품마다 생산 공장/라인, 라인 배치
      *       크기(제안 수량 올림 단위), 월말 목표재고와 완제품
      *       창고(공백=전 창고)를 보관한다. 유효한 제품만
      *       기준생산계획 제안 대상이 된다.
      ******************************************************************
       05 MM-PRODUCT-CD          PIC X(15).
       05 MM-DATA.
           10 MM-PLANT-CD        PIC X(04).
           10 MM-LINE-CD         PIC X(10).
           10 MM-WAREHOUSE-CD    PIC X(05).
           10 MM-UNIT-CD         PIC X(03).
           10 MM-BATCH-QTY       PIC S9(9) COMP-3.
           10 MM-TARGET-STOCK    PIC S9(9) COMP-3.
           10 MM-STATUS-CD       PIC X(01).
               88 MM-ACTIVE      VALUE 'A'.
               88 MM-INACTIVE    VALUE 'I'.
           10 MM-REG-USER        PIC X(10).
           10 MM-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
