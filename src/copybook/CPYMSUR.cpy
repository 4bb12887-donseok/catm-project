      ******************************************************************
      * CPYMSUR - 원자재 지수 연동 할증(METAL SURCHARGE) 테이블
      *
      * 사용 프로그램: PGM173 (원자재 할증 등록/승인)
      *               PGM079 (고객 송장 생성 - 할증 송장)
      * 용도: 제품군/적용월별 단위당 원자재 할증액. 제품군은
      *       제품코드 앞자리(CPYRBAG와 같은 규칙)이며 여러
      *       제품군이 맞으면 가장 긴 제품군을 쓴다. 할증액은
      *       공시 철광석/철스크랩 지수(MS-INDEX-CD/VALUE)로
      *       정하며 등록자와 다른 담당자가 승인한 건만 지수
      *       연동 단가(SP-INDEX-LINKED) 출하의 청구에 쓰인다.
      ******************************************************************
       05 MS-KEY.
           10 MS-PROD-GROUP      PIC X(15).
           10 MS-SURCH-MONTH     PIC 9(06).
       05 MS-DATA.
           10 MS-INDEX-CD        PIC X(10).
           10 MS-INDEX-VALUE     PIC S9(7)V99 COMP-3.
           10 MS-SURCH-AMT       PIC S9(7)V99 COMP-3.
           10 MS-STATUS-CD       PIC X(01).
               88 MS-ACTIVE      VALUE 'A'.
               88 MS-INACTIVE    VALUE 'I'.
           10 MS-APPROVAL-STATUS PIC X(01).
               88 MS-APPROVED    VALUE 'Y'.
               88 MS-PENDING     VALUE 'N'.
           10 MS-REG-USER        PIC X(10).
           10 MS-APPR-USER       PIC X(10).
           10 MS-APPR-DATE       PIC 9(08).
           10 MS-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(20).
