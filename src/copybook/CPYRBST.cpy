      ******************************************************************
      * CPYRBST - 보고서 분할 배포 출력 레코드
      *
      * 사용 프로그램: PGM215 (야간 보고서 분할 배포)
      * 용도: 수신자별로 잘라 낸 보고서 인쇄 행. 수신자/보고서/
      *       원 스풀 행 순으로 정렬되어 있어 RB-RECIPIENT-ID 가
      *       바뀌는 곳에서 수신자별 데이터셋으로 나누어 전달한다.
      ******************************************************************
       05 RB-RECIPIENT-ID        PIC X(10).
       05 RB-REPORT-ID           PIC X(08).
       05 RB-LINE-SEQ            PIC 9(07).
       05 RB-DEST-TYPE           PIC X(01).
       05 RB-DEST-ADDR           PIC X(40).
       05 RB-PRINT-LINE          PIC X(132).
