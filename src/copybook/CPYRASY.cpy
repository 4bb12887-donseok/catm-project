      ******************************************************************
      * CPYRASY - 원자재 입고별 성분분석(ASSAY) 및 품위 정산 레코드
      *
      * 사용 프로그램: PGM200 (입고 성분분석 등록/변경)
      *               PGM202 (입고 건량/품위 정산 계산)
      *               PGM203 (공급사별 품위 보너스/페널티 월보)
      *               PGM043 (송장 3-WAY 대사)
      * 용도: 입고(RR-KEY)별 시료 분석치를 보관한다. 수분은 입하
      *       상태(WET) 기준 %, 나머지 성분과 발열량은 건량(DRY)
      *       기준이다. PGM202 가 순인수 습량에서 건량톤(DMT)을
      *       구하고 계약 품위 스케일(CPYQPSC)로 DMT 당 보너스/
      *       페널티와 정산단가/정산금액을 계산해 채운다. 송장
      *       대사(PGM043)가 끝나면 송장번호가 찍히고 그 뒤로는
      *       고치거나 다시 계산하지 않는다.
      ******************************************************************
       05 RA-KEY.
           10 RA-RECEIPT-NO      PIC 9(10).
           10 RA-RECEIPT-DT      PIC 9(08).
       05 RA-DATA.
           10 RA-MATL-CD         PIC X(12).
           10 RA-VENDOR-CD       PIC X(10).
           10 RA-PO-NO           PIC X(12).
           10 RA-SAMPLE-DATE     PIC 9(08).
           10 RA-LAB-REF         PIC X(10).
           10 RA-H2O-PCT         PIC 9(02)V99.
           10 RA-FE-PCT          PIC 9(02)V99.
           10 RA-SIO2-PCT        PIC 9(02)V99.
           10 RA-AL2O3-PCT       PIC 9(02)V99.
           10 RA-P-PCT           PIC 9(01)V999.
           10 RA-S-PCT           PIC 9(01)V999.
           10 RA-ASH-PCT         PIC 9(02)V99.
           10 RA-VM-PCT          PIC 9(02)V99.
           10 RA-CV-KCAL         PIC 9(05).
           10 RA-ENTERED-BY      PIC X(10).
           10 RA-ENTRY-DATE      PIC 9(08).
           10 RA-CALC-STATUS     PIC X(01).
               88 RA-CALC-PENDING   VALUE ' '.
               88 RA-CALC-SCALE     VALUE 'C'.
               88 RA-CALC-NO-SCALE  VALUE 'N'.
               88 RA-CALCULATED     VALUE 'C' 'N'.
           10 RA-NET-WET-QTY     PIC S9(9)V99 COMP-3.
           10 RA-DMT-QTY         PIC S9(9)V99 COMP-3.
           10 RA-BASE-PRICE      PIC S9(9)V99 COMP-3.
           10 RA-BONUS-PER-T     PIC S9(7)V99 COMP-3.
           10 RA-PENALTY-PER-T   PIC S9(7)V99 COMP-3.
           10 RA-ADJ-UNIT-PRICE  PIC S9(9)V99 COMP-3.
           10 RA-BASE-VALUE      PIC S9(11)V99 COMP-3.
           10 RA-BONUS-AMT       PIC S9(11)V99 COMP-3.
           10 RA-PENALTY-AMT     PIC S9(11)V99 COMP-3.
           10 RA-ADJ-VALUE       PIC S9(11)V99 COMP-3.
           10 RA-SCALE-VENDOR    PIC X(10).
           10 RA-CALC-DATE       PIC 9(08).
           10 RA-INVOICE-NO      PIC X(12).
           10 RA-INVOICED-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
