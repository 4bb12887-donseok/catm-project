      ******************************************************************
      * CPYCHGO - 라인별 품종 교체(CHANGEOVER) 매트릭스 레코드
      *
      * 사용 프로그램: PGM182 (품종 교체 매트릭스 등록/조회)
      *               PGM183 (일일 작업지시 투입순서 편성)
      * 용도: 라인에서 앞 제품(FROM)을 끝내고 다음 제품(TO)으로
      *       넘어갈 때 드는 셋업 시간(분)과 전환 중 예상 손실
      *       (스크랩) 수량을 보관한다. 방향에 따라 값이 다르므로
      *       FROM/TO 쌍마다 따로 등록한다. 라인코드 공백은 전
      *       라인 공통값이며 라인별 등록이 있으면 그쪽이 우선한다.
      ******************************************************************
       05 CG-KEY.
           10 CG-LINE-CD         PIC X(10).
           10 CG-FROM-PRODUCT    PIC X(15).
           10 CG-TO-PRODUCT      PIC X(15).
       05 CG-DATA.
           10 CG-SETUP-MINUTES   PIC 9(04).
           10 CG-LOSS-QTY        PIC S9(3)V99 COMP-3.
           10 CG-STATUS-CD       PIC X(01).
               88 CG-ACTIVE      VALUE 'A'.
               88 CG-INACTIVE    VALUE 'I'.
           10 CG-REG-USER        PIC X(10).
           10 CG-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(17).
