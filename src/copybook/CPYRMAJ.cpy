      ******************************************************************
      * CPYRMAJ - 원자재 재고조정 트랜잭션 레코드
      *
      * 사용 프로그램: PGM198 (야적장 측량 조정 발행)
      *               PGM199 (원자재 재고조정 반영)
      * 용도: 원자재 장부재고(RM-STOCK-QTY)를 바로잡는 조정 건을
      *       자재/조정일/발생원/참조번호로 보관한다. 수량은 부호를
      *       가지며(+ 증가, - 감소) 사유는 코드테이블 RADJ 코드다.
      *       발생원 SRVY 는 야적장 측량 차이이고 참조번호는 측량월
      *       이다. PGM199 가 반영하면 상태가 P 가 되고 평가금액이
      *       남으므로 다시 돌려도 재고가 두 번 바뀌지 않는다.
      *       반영하지 못한 건(사유 무효, 재고 음수 등)은 미반영
      *       (공백)으로 남아 다음 실행에서 다시 시도된다.
      ******************************************************************
       05 AJ-KEY.
           10 AJ-MATL-CD         PIC X(12).
           10 AJ-ADJ-DATE        PIC 9(08).
           10 AJ-SOURCE-CD       PIC X(04).
               88 AJ-FROM-SURVEY VALUE 'SRVY'.
           10 AJ-REF-NO          PIC X(10).
       05 AJ-DATA.
           10 AJ-ADJ-QTY         PIC S9(9)V99 COMP-3.
           10 AJ-REASON-CD       PIC X(05).
           10 AJ-USER-ID         PIC X(10).
           10 AJ-POST-STATUS     PIC X(01).
               88 AJ-PENDING     VALUE ' '.
               88 AJ-POSTED      VALUE 'P'.
           10 AJ-POSTED-DATE     PIC 9(08).
           10 AJ-VALUE-AMT       PIC S9(11)V99 COMP-3.
           10 FILLER             PIC X(20).
