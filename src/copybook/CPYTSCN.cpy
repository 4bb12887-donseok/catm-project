      ******************************************************************
      * CPYTSCN - 적재 핸디 스캐너 태그 판독 레코드
      *
      * 사용 프로그램: PGM177 (적재 태그 스캔 대사)
      * 용도: 차량 적재 중 핸디 스캐너가 판독한 포장 태그를
      *       적재번호 단위로 전달하는 인바운드 파일 레코드.
      *       스캐너 업로드 파일을 하루 분량씩 연결해 받는다.
      ******************************************************************
       05 TS-LOAD-NO             PIC 9(12).
       05 TS-TAG-NO              PIC X(12).
       05 TS-SCAN-DATE           PIC 9(08).
       05 TS-SCAN-TIME           PIC 9(06).
       05 TS-DEVICE-ID           PIC X(08).
       05 TS-USER-ID             PIC X(10).
       05 FILLER                 PIC X(24).
