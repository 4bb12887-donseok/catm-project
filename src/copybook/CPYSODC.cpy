      ******************************************************************
      * CPYSODC - 직무분리 충돌 등록부 레코드
      *
      * 사용 프로그램: PGM216 (직무분리 충돌 월간 점검)
      *               PGM217 (직무분리 충돌 검토 서명)
      * 용도: 점검월/규칙/사용자/참조키별 충돌 한 건. 월간 점검이
      *       새 충돌만 미검토(O)로 추가하고 이미 있는 건은 그대로
      *       두므로 재실행해도 검토 결과가 보존된다. 검토자가
      *       소명 수용(A) 또는 시정조치(R)로 서명하고 의견을
      *       남긴다. 검토자는 충돌 당사자일 수 없다.
      ******************************************************************
       05 SOD-KEY.
           10 SOD-REVIEW-MONTH   PIC 9(06).
           10 SOD-RULE-CD        PIC X(04).
           10 SOD-USER-ID        PIC X(10).
           10 SOD-REF-KEY        PIC X(30).
       05 SOD-DATA.
           10 SOD-DETECT-DATE    PIC 9(08).
           10 SOD-FIRST-DESC     PIC X(30).
           10 SOD-SECOND-DESC    PIC X(30).
           10 SOD-REVIEW-STATUS  PIC X(01).
               88 SOD-OPEN       VALUE 'O'.
               88 SOD-ACCEPTED   VALUE 'A'.
               88 SOD-REMEDIATED VALUE 'R'.
               88 SOD-SIGNED-OFF VALUE 'A' 'R'.
           10 SOD-REVIEWER-ID    PIC X(10).
           10 SOD-SIGNOFF-DATE   PIC 9(08).
           10 SOD-REVIEW-COMMENT PIC X(40).
           10 FILLER             PIC X(13).
