      ******************************************************************
      * CPYASCM - 제품 -> 철강협회 통계 품목분류 매핑 레코드
      *
      * 사용 프로그램: PGM053 (공통코드 유지보수 - 협회 분류 매핑)
      *               PGM184 (철강협회 월간 통계 보고)
      * 용도: 우리 제품코드를 협회 통계 품목분류 코드로 잇는다.
      *       분류 코드와 명칭 자체는 공통코드 테이블(CPYCDTB)의
      *       코드유형 ASCT에 두고, 공통코드 키(5자리)에 제품코드
      *       (15자리)가 들어가지 않으므로 제품별 연결만 여기에
      *       둔다. 매핑이 없는 제품은 원자재/부재료로 보아 재고
      *       집계에서 빠지며, 생산/출하가 있는데 매핑이 없으면
      *       보고서가 보류된다.
      ******************************************************************
       05 AM-PRODUCT-CD          PIC X(15).
       05 AM-DATA.
           10 AM-ASSOC-CAT-CD    PIC X(05).
           10 AM-STATUS-CD       PIC X(01).
               88 AM-ACTIVE      VALUE 'A'.
               88 AM-INACTIVE    VALUE 'I'.
           10 AM-REG-USER        PIC X(10).
           10 AM-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
