      ******************************************************************
      * CPYBMPR - 장입배합 제안(PROPOSAL) 레코드
      *
      * 사용 프로그램: PGM194 (최소원가 장입배합 계산)
      *               PGM195 (장입배합 제안 승인/적용)
      * 용도: 최소원가 계산이 만든 배합 제안을 고로/제안일자/
      *       순번으로 보관한다. 자재코드가 공백인 레코드가
      *       제안 머리(상태, 현행/제안 용선톤당 원가, 염기도,
      *       슬래그량, 목표 충족 여부, 제안/승인/적용 이력)이고
      *       나머지는 자재별 현행/제안 원단위(KG/T) 라인이다.
      *       승인(A)된 제안을 적용하면 배합 마스터(CPYBMIX)가
      *       제안 라인대로 바뀌고 상태가 R 이 된다. 라인의 현행
      *       원단위가 적용 전 배합의 기록으로 남는다.
      ******************************************************************
       05 BP-KEY.
           10 BP-BF-NO           PIC X(03).
           10 BP-PROP-DATE       PIC 9(08).
           10 BP-PROP-SEQ        PIC 9(02).
           10 BP-MATL-CD         PIC X(12).
       05 BP-LINE-DATA.
           10 BP-CUR-KG-PER-TON  PIC 9(5)V99 COMP-3.
           10 BP-NEW-KG-PER-TON  PIC 9(5)V99 COMP-3.
           10 BP-UNIT-PRICE      PIC S9(9)V99 COMP-3.
           10 BP-ROLE-CD         PIC X(01).
               88 BP-ROLE-FERROUS VALUE 'F'.
               88 BP-ROLE-FLUX   VALUE 'X'.
               88 BP-ROLE-FIXED  VALUE 'K'.
           10 FILLER             PIC X(40).
       05 BP-HDR-DATA REDEFINES BP-LINE-DATA.
           10 BP-STATUS-CD       PIC X(01).
               88 BP-PROPOSED    VALUE 'P'.
               88 BP-APPROVED    VALUE 'A'.
               88 BP-REJECTED    VALUE 'X'.
               88 BP-RELEASED    VALUE 'R'.
           10 BP-CUR-COST-PER-T  PIC S9(7)V99 COMP-3.
           10 BP-NEW-COST-PER-T  PIC S9(7)V99 COMP-3.
           10 BP-NEW-BASICITY    PIC 9(01)V99.
           10 BP-NEW-SLAG-KG     PIC 9(04).
           10 BP-TARGET-CD       PIC X(01).
               88 BP-TARGETS-MET VALUE 'Y'.
               88 BP-SLAG-HIGH   VALUE 'S'.
               88 BP-BASICITY-OFF VALUE 'B'.
               88 BP-FE-SHORT    VALUE 'F'.
           10 BP-PROPOSED-BY     PIC X(10).
           10 BP-APPROVED-BY     PIC X(10).
           10 BP-APPROVED-DATE   PIC 9(08).
           10 BP-RELEASED-DATE   PIC 9(08).
       05 FILLER                 PIC X(10).
