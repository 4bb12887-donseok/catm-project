      ******************************************************************
      * CPYFRAC - 출하 운임 충당(FREIGHT ACCRUAL) 레코드
      *
      * 사용 프로그램: PGM162 (출하 운임 충당)
      *               PGM163 (운송사 운임 청구 검수)
      *               PGM161 (적재 운송사 배정 - 충당 여부 확인)
      * 용도: 확정된 적재 1건당 1레코드. 운송사/차종/구간,
      *       충당 기준 중량(출하 계량 순중량, 없으면 적재수량)
      *       과 적용 운임, 충당액을 보관한다. 운송사 청구가
      *       들어오면 PGM163이 청구 중량/운임/금액을 본 레코드
      *       와 대사하여 지급 승인(M) 또는 예외(E)로 표시한다.
      ******************************************************************
       05 FA-LOAD-NO             PIC 9(12).
       05 FA-DATA.
           10 FA-CARRIER-CD      PIC X(04).
           10 FA-VEHICLE-TYPE    PIC X(01).
           10 FA-WAREHOUSE-CD    PIC X(05).
           10 FA-CUSTOMER-CD     PIC X(10).
           10 FA-DEST-ZONE       PIC X(03).
           10 FA-ACCRUAL-DATE    PIC 9(08).
           10 FA-NET-WT          PIC S9(9)V99 COMP-3.
           10 FA-WT-SOURCE       PIC X(01).
               88 FA-WT-WEIGHBRIDGE VALUE 'W'.
               88 FA-WT-LOAD-QTY VALUE 'L'.
           10 FA-RATE-PER-TON    PIC S9(7)V99 COMP-3.
           10 FA-ACCRUED-AMT     PIC S9(11)V99 COMP-3.
           10 FA-STATUS-CD       PIC X(01).
               88 FA-ACCRUED     VALUE 'A'.
               88 FA-MATCHED     VALUE 'M'.
               88 FA-EXCEPTION   VALUE 'E'.
           10 FA-INVOICE-NO      PIC X(12).
           10 FA-BILLED-WT       PIC S9(9)V99 COMP-3.
           10 FA-BILLED-AMT      PIC S9(11)V99 COMP-3.
           10 FA-AUDIT-DATE      PIC 9(08).
           10 FILLER             PIC X(10).
