      ******************************************************************
      * CPYJRNL - GL 분개(JOURNAL ENTRY) 레코드
      *
      * 사용 프로그램: PGM142 (GL 분개 생성/전기장)
      * 용도: 대차가 일치한 배치의 분개 라인을 회계시스템으로
      *       넘긴다. 인터페이스 명세 1건이 차변/대변 2라인이 된다.
      *       불일치 배치는 같은 레이아웃으로 반려 파일에 남기고
      *       JE-REJECT-CD에 사유를 기록한다.
      ******************************************************************
       05 JE-BATCH-KEY.
           10 JE-SOURCE-PGM      PIC X(06).
           10 JE-RUN-DATE        PIC 9(08).
           10 JE-RUN-TIME        PIC 9(08).
       05 JE-LINE-NO             PIC 9(07).
       05 JE-POST-DATE           PIC 9(08).
       05 JE-ACCOUNT-CD          PIC X(10).
       05 JE-DC-FLAG             PIC X(01).
           88 JE-DEBIT           VALUE 'D'.
           88 JE-CREDIT          VALUE 'C'.
       05 JE-AMOUNT              PIC S9(11)V99 COMP-3.
       05 JE-EVENT-CD            PIC X(04).
       05 JE-CATEGORY            PIC X(10).
       05 JE-PLANT-CD            PIC X(04).
       05 JE-REF-KEY             PIC X(24).
       05 JE-TRANS-DATE          PIC 9(08).
       05 JE-REJECT-CD           PIC X(02).
           88 JE-NO-ACCOUNT      VALUE 'NA'.
           88 JE-OUT-OF-BALANCE  VALUE 'OB'.
           88 JE-NO-TRAILER      VALUE 'NT'.
           88 JE-CONTROL-DIFF    VALUE 'CD'.
       05 FILLER                 PIC X(10).
