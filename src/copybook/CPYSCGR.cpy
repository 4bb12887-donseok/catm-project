      ******************************************************************
      * CPYSCGR - 자가발생 스크랩 등급 배정(라인/제품 -> 스크랩 자재)
      *
      * 사용 프로그램: PGM186 (스크랩 등급 배정 등록/조회)
      *               PGM185 (자가 스크랩 입고 반영)
      * 용도: 생산 폐기 중량이 어느 스크랩 등급 원자재(CPYRMMS
      *       RM-SCRAP 분류)로 원자재 재고에 들어가는지 정한다.
      *       제품 공백은 라인 기본값, 라인/제품 모두 공백은 공장
      *       전체 기본값이며 조회는 라인+제품, 라인, 전체 순이다.
      ******************************************************************
       05 SG-KEY.
           10 SG-LINE-CD         PIC X(10).
           10 SG-PRODUCT-CD      PIC X(15).
       05 SG-DATA.
           10 SG-SCRAP-MATL-CD   PIC X(12).
           10 SG-STATUS-CD       PIC X(01).
               88 SG-ACTIVE      VALUE 'A'.
               88 SG-INACTIVE    VALUE 'I'.
           10 SG-REG-USER        PIC X(10).
           10 SG-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
