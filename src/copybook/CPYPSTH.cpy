      ******************************************************************
      * CPYPSTH - 재고 수불 반영 이력(POSTED TRANSACTION HISTORY)
      *
      * 사용 프로그램: PGM002 (재고수불 일일처리 - 반영 기록/역분개)
      *               PGM222 (선입선출/이동평균 원가 비교 - 출고원가)
      * 용도: PGM002가 마스터에 실제 반영한 트랜잭션을 입력 키
      *       (사업장/품목/일자/순번) 그대로 보관한다. 역분개(R)
      *       트랜잭션은 이 키로 원거래를 찾아 반영 당시 창고/
      *       수량/평가단가로 정확히 되돌리며, 역분개된 원거래는
      *       R 상태로 바뀌어 이중 역분개가 차단된다.
      *       PH-QTY는 마스터 단위 환산 후 수량, PH-TRANS-PRICE는
      *       이동평균에 반영된 입고단가, PH-UNIT-PRICE/PH-AMOUNT는
      *       수불대장 평가단가/금액이다. PH-FIFO-AMOUNT는 같은
      *       건의 선입선출 원가층 기준 금액(출고는 소비한 층의
      *       원가 합계)이며 PH-AMOUNT와 부호가 같다.
      ******************************************************************
       05 PH-KEY.
           10 PH-PLANT-CD         PIC X(04).
           10 PH-ITEM-CD          PIC X(15).
           10 PH-TRANS-DATE       PIC 9(08).
           10 PH-TRANS-SEQ        PIC 9(05).
       05 PH-DATA.
           10 PH-WAREHOUSE-CD     PIC X(05).
           10 PH-LOCATION-CD      PIC X(10).
           10 PH-TRANS-TYPE       PIC X(01).
               88 PH-RECEIPT      VALUE 'I' 'Y'.
               88 PH-ISSUE        VALUE 'O' 'X'.
               88 PH-ADJUSTMENT   VALUE 'A'.
           10 PH-OWNER-FLAG       PIC X(01).
               88 PH-CONSIGNED    VALUE 'C'.
           10 PH-QTY              PIC S9(9) COMP-3.
           10 PH-TRANS-PRICE      PIC S9(9)V99 COMP-3.
           10 PH-UNIT-PRICE       PIC S9(9)V99 COMP-3.
           10 PH-AMOUNT           PIC S9(11)V99 COMP-3.
           10 PH-COST-FLAG        PIC X(01).
               88 PH-COST-BLENDED VALUE 'Y'.
           10 PH-USER-ID          PIC X(10).
           10 PH-POST-DATE        PIC 9(08).
           10 PH-STATUS-CD        PIC X(01).
               88 PH-POSTED       VALUE 'P'.
               88 PH-REVERSED     VALUE 'R'.
           10 PH-REV-TRANS-DATE   PIC 9(08).
           10 PH-REV-TRANS-SEQ    PIC 9(05).
           10 PH-REV-USER-ID      PIC X(10).
           10 PH-FIFO-AMOUNT      PIC S9(11)V99 COMP-3.
           10 FILLER              PIC X(05).
