      *
      * 사용 프로그램: PGM132 (채권 반영/에이징/여신 평가)
      *               PGM138 (크레딧 메모 - 채권 차감 적용)
      *               PGM152 (리베이트 정산 - 채권 차감 적용)
      *               PGM180 (고객 거래명세서(STATEMENT) 출력)
      *               PGM181 (연체 독촉장 생성 - 독촉 단계 기록)
      * 용도: 고객 송장(CPYCINV)에서 생성된 미수채권과 수금/
      *       크레딧 반영 누계를 보관한다. 에이징과 자동 여신
      *       보류 판단의 원천이다. 독촉 단계(AO-DUN-LEVEL)와
      *       발송일은 송장별로 남겨 같은 단계의 독촉장이 다시
      *       나가지 않게 한다.
      ******************************************************************
       05 AO-KEY.
           10 AO-CUSTOMER-CD     PIC X(10).
               88 AO-OPEN        VALUE 'O'.
               88 AO-PAID        VALUE 'P'.
               88 AO-CREDITED    VALUE 'C'.
           10 AO-DUN-LEVEL       PIC 9(01).
               88 AO-NOT-DUNNED  VALUE 0.
               88 AO-DUN-REMIND  VALUE 1.
               88 AO-DUN-SECOND  VALUE 2.
               88 AO-DUN-FINAL   VALUE 3.
           10 AO-DUN-DATE        PIC 9(08).
           10 FILLER             PIC X(01).
