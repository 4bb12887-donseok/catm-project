      ******************************************************************
      * CPYRDLG - 보고서 배포 전달 기록 레코드
      *
      * 사용 프로그램: PGM215 (야간 보고서 분할 배포)
      * 용도: 실행일마다 배포 마스터의 유효 수신자별로 무엇을
      *       얼마나 보냈는지 순차 추가한다. 보고서가 그날 스풀에
      *       없으면 DL-NOT-ARRIVED 로 남는다.
      ******************************************************************
       05 DL-RUN-DATE            PIC 9(08).
       05 DL-RUN-TIME            PIC 9(06).
       05 DL-REPORT-ID           PIC X(08).
       05 DL-RECIPIENT-ID        PIC X(10).
       05 DL-DEST-TYPE           PIC X(01).
       05 DL-DEST-ADDR           PIC X(40).
       05 DL-SECTION-CNT         PIC 9(05).
       05 DL-LINE-CNT            PIC 9(07).
       05 DL-DELIVERY-STATUS     PIC X(01).
           88 DL-SENT            VALUE 'S'.
           88 DL-NO-SECTION      VALUE 'E'.
           88 DL-NOT-ARRIVED     VALUE 'N'.
       05 FILLER                 PIC X(14).
