      ******************************************************************
      * CPYLDRP - 토페도 래들 라이닝 보수 이력 레코드
      *
      * 사용 프로그램: PGM113 (재축로/건닝 기록)
      * 용도: 재축로(R)와 건닝 보수(G) 발생 건을 순차 추가한다.
      *       재축로 건에는 끝난 캠페인의 번호/라이닝 유형과 최종
      *       누적 heat/톤을 실어 라이닝 수명 실적으로 쓰고, 건닝
      *       건에는 보수 시점의 누적 heat/톤과 건닝재 투입량을
      *       싣는다.
      ******************************************************************
       05 LR-LADLE-NO            PIC X(05).
       05 LR-EVENT-DATE          PIC 9(08).
       05 LR-EVENT-TYPE          PIC X(01).
           88 LR-RELINE          VALUE 'R'.
           88 LR-GUNNING         VALUE 'G'.
       05 LR-CAMPAIGN-NO         PIC 9(03).
       05 LR-LINING-TYPE         PIC X(05).
       05 LR-HEATS               PIC 9(05).
       05 LR-TONNAGE             PIC S9(9)V99 COMP-3.
       05 LR-GUN-MASS-KG         PIC 9(07).
       05 LR-USER-ID             PIC X(10).
       05 LR-REMARK              PIC X(30).
       05 FILLER                 PIC X(10).
