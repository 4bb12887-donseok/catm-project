      ******************************************************************
      * CPYLDLN - 토페도 래들 내화물 라이닝 캠페인 레코드
      *
      * 사용 프로그램: PGM113 (래들 충진 시 누적/한계 차단, 재축로/
      *               건닝 기록, 라이닝 현황 및 수명-온도손실 보고)
      * 용도: 래들별 현재 라이닝 캠페인(재축로 일자, 라이닝 유형
      *       - 코드유형 LNTP, 최대 허용 heat 수와 경고 heat 수)과
      *       재축로 이후 누적 heat 수/적재톤, 건닝 보수 횟수를
      *       보관한다. 충진마다 누적하며, 누적 heat 가 최대에
      *       이른 래들은 재축로 전까지 충진(배정)할 수 없다.
      *       재축로/건닝 이력은 CPYLDRP 에 남긴다.
      ******************************************************************
       05 LN-LADLE-NO            PIC X(05).
       05 LN-CAMPAIGN-NO         PIC 9(03).
       05 LN-RELINE-DATE         PIC 9(08).
       05 LN-LINING-TYPE         PIC X(05).
       05 LN-MAX-HEATS           PIC 9(05).
       05 LN-WARN-HEATS          PIC 9(05).
       05 LN-HEATS               PIC 9(05).
       05 LN-TONNAGE             PIC S9(9)V99 COMP-3.
       05 LN-GUN-COUNT           PIC 9(03).
       05 LN-LAST-GUN-DATE       PIC 9(08).
       05 LN-LAST-FILL-DATE      PIC 9(08).
       05 LN-RELINE-BY           PIC X(10).
       05 FILLER                 PIC X(20).
