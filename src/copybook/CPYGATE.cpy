      ******************************************************************
      * CPYGATE - 정문 출입(GATE PASS) 기록
      *
      * 사용 프로그램: PGM166 (정문 입문/출문 등록)
      *               PGM167 (차량 체류시간 일일 보고/경보)
      * 용도: 차량번호와 입문일시를 키로 입문/출문 사건을 남긴다.
      *       입고 차량은 PO번호, 출하 차량은 적재번호와 연결하고
      *       일일 배치가 계량표(CPYWBTK/CPYWBTO) 번호를 채운다.
      ******************************************************************
       05 GT-KEY.
           10 GT-PLATE-NO         PIC X(12).
           10 GT-IN-DATE          PIC 9(08).
           10 GT-IN-TIME          PIC 9(06).
       05 GT-DATA.
           10 GT-PURPOSE-CD       PIC X(01).
               88 GT-RECEIPT      VALUE 'R'.
               88 GT-SHIPMENT     VALUE 'S'.
               88 GT-OTHER-VISIT  VALUE 'O'.
           10 GT-PO-NO            PIC X(12).
           10 GT-LOAD-NO          PIC 9(12).
           10 GT-CARRIER-CD       PIC X(04).
           10 GT-MATERIAL-CD      PIC X(15).
           10 GT-DRIVER-NM        PIC X(20).
           10 GT-STATUS-CD        PIC X(01).
               88 GT-ON-SITE      VALUE 'I'.
               88 GT-EXITED       VALUE 'O'.
           10 GT-OUT-DATE         PIC 9(08).
           10 GT-OUT-TIME         PIC 9(06).
           10 GT-TICKET-NO        PIC X(10).
           10 GT-IN-USER          PIC X(10).
           10 GT-OUT-USER         PIC X(10).
           10 GT-TURN-MINUTES     PIC 9(05).
           10 FILLER              PIC X(20).
