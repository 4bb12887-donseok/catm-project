      ******************************************************************
      * CPYFXRV - 월말 외화 환산(FX REVALUATION) 정렬 작업 레코드
      *
      * 사용 프로그램: PGM149 (월말 외화 채무/미착입고 환산)
      * 용도: 미지급 외화 전표(V)와 송장 미도착 외화 입고(R) 1건을
      *       장부환율과 기말 환율로 각각 원화 환산한 작업 레코드.
      *       통화+공급사 순으로 정렬해 미실현 환차손익 명세를
      *       만든다. FR-UNREALIZED는 채무 기준으로 양수가 손실,
      *       음수가 이익이다.
      ******************************************************************
       05 FR-CURRENCY-CD         PIC X(03).
       05 FR-VENDOR-CD           PIC X(10).
       05 FR-SOURCE              PIC X(01).
           88 FR-VOUCHER         VALUE 'V'.
           88 FR-RECEIPT         VALUE 'R'.
       05 FR-DOC-REF             PIC X(18).
       05 FR-FC-AMT              PIC S9(11)V99 COMP-3.
       05 FR-BOOKED-RATE         PIC 9(5)V9(5) COMP-3.
       05 FR-CLOSING-RATE        PIC 9(5)V9(5) COMP-3.
       05 FR-BOOKED-HOME         PIC S9(13)V99 COMP-3.
       05 FR-REVALUED-HOME       PIC S9(13)V99 COMP-3.
       05 FR-UNREALIZED          PIC S9(11)V99 COMP-3.
       05 FR-NO-RATE-FLAG        PIC X(01).
           88 FR-NO-RATE         VALUE 'Y'.
       05 FILLER                 PIC X(10).
