      ******************************************************************
      * CPYPREQ - 구매요청(PURCHASE REQUISITION) 레코드
      *
      * 사용 프로그램: PGM155 (구매요청 등록/결재)
      *               PGM156 (미결 구매요청 경과일 보고서)
      *               PGM042 (발주 입력/정정/승인 - 발주 전환)
      * 용도: 정비/기술 부서의 MRO 구매요청 1건을 보관한다.
      *       품목은 자재코드(PR-ITEM-CD) 또는 자유기술
      *       (PR-ITEM-DESC)로 적는다. 결재는 예상금액과 결재자별
      *       한도(CPYAPLM)로 정해지는 단계를 차례로 거치며,
      *       현재 결재 대기자는 PR-CURR-APPROVER 이다. 최종
      *       승인(A)된 요청만 발주로 전환(C)할 수 있다.
      ******************************************************************
       05 PR-REQ-NO              PIC 9(06).
       05 PR-DATA.
           10 PR-REQUESTER-ID    PIC X(10).
           10 PR-COST-CENTER     PIC X(06).
           10 PR-ITEM-CD         PIC X(12).
           10 PR-ITEM-DESC       PIC X(30).
           10 PR-REQ-QTY         PIC S9(9)V99 COMP-3.
           10 PR-EST-VALUE       PIC S9(11)V99 COMP-3.
           10 PR-NEED-DATE       PIC 9(08).
           10 PR-CREATE-DATE     PIC 9(08).
           10 PR-STATUS-CD       PIC X(01).
               88 PR-PENDING     VALUE 'P'.
               88 PR-APPROVED    VALUE 'A'.
               88 PR-REJECTED    VALUE 'R'.
               88 PR-CONVERTED   VALUE 'C'.
               88 PR-CANCELLED   VALUE 'X'.
               88 PR-OPEN-REQ    VALUE 'P' 'A'.
           10 PR-CURR-LEVEL      PIC 9(01).
           10 PR-CURR-APPROVER   PIC X(10).
           10 PR-LAST-ACTION-DATE PIC 9(08).
           10 PR-APPROVAL OCCURS 5 TIMES.
               15 PR-APPR-USER   PIC X(10).
               15 PR-APPR-DATE   PIC 9(08).
           10 PR-REJECT-REASON   PIC X(03).
           10 PR-PO-NO           PIC X(12).
           10 PR-CONVERT-DATE    PIC 9(08).
           10 FILLER             PIC X(20).
