      ******************************************************************
      * CPYMPSP - 기준생산계획(MPS) 제안 레코드
      *
      * 사용 프로그램: PGM175 (기준생산계획 제안 생성)
      *               PGM176 (기준생산계획 제안 검토/확정)
      * 용도: 공장/제품/월별 계획 제안. 키는 월 생산계획
      *       (CPYPPLAN)과 같다. 수요는 예측과 미출하 수주 중
      *       큰 값에서 이미 재고가 예약된 수주분을 뺀 양이며
      *       기초 가용재고와 목표재고로 순소요를 내어 라인
      *       배치 크기로 올린다. 계획담당자가 확정(MP-RELEASED)
      *       해야 생산계획 마스터에 반영되며 확정된 제안은
      *       재실행해도 바뀌지 않는다.
      ******************************************************************
       05 MP-KEY.
           10 MP-PLANT-CD        PIC X(04).
           10 MP-PRODUCT-CD      PIC X(15).
           10 MP-YYYYMM          PIC 9(06).
       05 MP-DATA.
           10 MP-FCST-QTY        PIC S9(9)V99 COMP-3.
           10 MP-ORDER-QTY       PIC S9(9) COMP-3.
           10 MP-RESERVED-QTY    PIC S9(9) COMP-3.
           10 MP-DEMAND-QTY      PIC S9(9)V99 COMP-3.
           10 MP-OPEN-STOCK-QTY  PIC S9(9)V99 COMP-3.
           10 MP-TARGET-STOCK    PIC S9(9) COMP-3.
           10 MP-NET-REQ-QTY     PIC S9(9)V99 COMP-3.
           10 MP-BATCH-QTY       PIC S9(9) COMP-3.
           10 MP-PROPOSED-QTY    PIC S9(9)V99 COMP-3.
           10 MP-CLOSE-STOCK-QTY PIC S9(9)V99 COMP-3.
           10 MP-LINE-CD         PIC X(10).
           10 MP-UNIT-CD         PIC X(03).
           10 MP-PLAN-EXIST-FLAG PIC X(01).
               88 MP-PLAN-EXISTS VALUE 'Y'.
           10 MP-STATUS-CD       PIC X(01).
               88 MP-PROPOSED    VALUE 'P'.
               88 MP-RELEASED    VALUE 'R'.
               88 MP-REJECTED    VALUE 'X'.
           10 MP-GEN-DATE        PIC 9(08).
           10 MP-REL-USER        PIC X(10).
           10 MP-REL-DATE        PIC 9(08).
           10 FILLER             PIC X(20).
