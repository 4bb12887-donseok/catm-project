      ******************************************************************
      * CPYGLIF - 총계정원장(GL) 인터페이스 레코드
      *
      * 사용 프로그램: PGM002 (재고 수불), PGM006 (불합격 공제전표),
      *               PGM051 (PPV), PGM079 (고객 송장),
      *               PGM107 (수입 부대비용), PGM108 (지급전표),
      *               PGM129 (표준원가 차이), PGM138 (크레딧 메모),
      *               PGM142 (GL 분개 생성/전기장)
      *               PGM185 (자가 스크랩 입고 평가 'HSCR')
      *               PGM199 (원자재 재고조정 평가 'RADJ')
      *               PGM117 (플랜트간 이고지시 - 이고 평가)
      *               PGM147 (공급사 지급 실행 - 지급/실현 환차)
      *               PGM148 (월말 미착송장 입고 충당 - GRNI)
      *               PGM149 (월말 외화 환산 - 미실현 환차)
      *               PGM152 (고객 물량 리베이트 충당)
      *               PGM162 (출하 운임 충당)
      *               PGM163 (운송사 운임 청구 검수/지급 승인)
      * 용도: 금액이 발생하는 반영 프로그램이 실행 단위(배치)로
      *       명세(D)를 적재하고 마지막에 건수/금액 컨트롤(T)을
      *       남긴다. PGM142가 계정결정 테이블(CPYGLAD)로 차/대변
      *       계정을 정해 분개(CPYJRNL)를 만든다. 금액은 부호를
      *       가지며 음수는 차/대변을 바꿔 분개한다.
      ******************************************************************
       05 GI-BATCH-KEY.
           10 GI-SOURCE-PGM      PIC X(06).
           10 GI-RUN-DATE        PIC 9(08).
           10 GI-RUN-TIME        PIC 9(08).
       05 GI-REC-TYPE            PIC X(01).
           88 GI-DETAIL          VALUE 'D'.
           88 GI-TRAILER         VALUE 'T'.
       05 GI-DETAIL-DATA.
           10 GI-EVENT-CD        PIC X(04).
           10 GI-CATEGORY        PIC X(10).
           10 GI-PLANT-CD        PIC X(04).
           10 GI-REF-KEY         PIC X(24).
           10 GI-TRANS-DATE      PIC 9(08).
           10 GI-AMOUNT          PIC S9(11)V99 COMP-3.
       05 GI-TRAILER-DATA REDEFINES GI-DETAIL-DATA.
           10 GI-CTL-COUNT       PIC 9(07).
           10 GI-CTL-AMOUNT      PIC S9(13)V99 COMP-3.
           10 FILLER             PIC X(42).
       05 FILLER                 PIC X(10).
