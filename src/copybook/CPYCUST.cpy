      ******************************************************************
      * CPYCUST - 고객 마스터(CUSTOMER MASTER) 레코드
      *
      * 사용 프로그램: PGM022 (마스터 유지보수 - 고객 등록/변경)
      *               PGM035 (수주 접수 - 고객 검증/기본창고)
      *               PGM127 (고객 주문 게이트웨이 - 고객 검증)
      *               PGM081 (적재계획 - 고객명 인쇄)
      *               PGM079 (고객 송장 - 청구처 인쇄)
      *               PGM070 (마스터 변경이력 조회 - 결제조건)
      *               PGM143 (전자세금계산서 - 공급받는자 사업자번호)
      *               PGM159 (판매 견적 - 고객 검증/영업사원)
      *               PGM164 (출하 송장 발행)
      *               PGM168 (회수용기 잔량 조회)
      *               PGM169 (회수용기 월간 명세)
      *               PGM170 (VMI 거점 등록 - 고객 확인)
      *               PGM174 (원자재 할증 매출 보고)
      *               PGM180 (고객 거래명세서)
      *               PGM181 (연체 독촉장)
      *               PGM214 (마스터 참조 무결성 점검)
      *               PGM184 (철강협회 월간 통계 - 고객 거래통화)
      * 용도: 고객코드별 법인명, 사업자등록번호, 결제조건, 거래
      *       통화, 기본 출하창고, 담당 영업사원과 거래상태를
      *       보관한다. 청구처/납품처 주소는 CPYCADR에 따로 둔다.
      *       변경은 PGM022의 메이커-체커 승인을 거쳐서만
      *       반영되며 레코드 길이는 대기 이미지(PQ-RECORD-IMAGE)
      *       130바이트에 맞춘다.
      ******************************************************************
       05 CU-CUSTOMER-CD         PIC X(10).
       05 CU-DATA.
           10 CU-LEGAL-NAME      PIC X(40).
           10 CU-TAX-REG-NO      PIC X(10).
           10 CU-TERMS-DAYS      PIC 9(03).
           10 CU-CURRENCY-CD     PIC X(03).
           10 CU-DEFAULT-WHSE    PIC X(05).
           10 CU-SALES-REP       PIC X(06).
           10 CU-STATUS-CD       PIC X(01).
               88 CU-ACTIVE      VALUE 'A'.
               88 CU-INACTIVE    VALUE 'I'.
           10 CU-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(44).
