      ******************************************************************
      * CPYBOLR - 출하 송장/선하증권(BILL OF LADING) 발행 대장 레코드
      *
      * 사용 프로그램: PGM164 (출하 송장 발행/재발행)
      *               PGM165 (송장 서명본 회수 등록)
      * 용도: 확정된 적재 1건당 1레코드. 통제 순번에서 받은
      *       송장번호, 최초 발행일/발행 횟수(재발행은 COPY 표시),
      *       최초 발행 때 찍은 계량 총중량/공차/순중량과 태그
      *       수/태그 중량을 보관하여 재발행도 같은 내용이 나오게
      *       한다. 고객 서명본이 돌아오면 PGM165가 회수 표시를
      *       남긴다.
      ******************************************************************
       05 BL-LOAD-NO             PIC 9(12).
       05 BL-DATA.
           10 BL-BOL-NO          PIC 9(10).
           10 BL-CUSTOMER-CD     PIC X(10).
           10 BL-SHIPTO-SEQ      PIC 9(03).
           10 BL-CARRIER-CD      PIC X(04).
           10 BL-VEHICLE-TYPE    PIC X(01).
           10 BL-ISSUE-DATE      PIC 9(08).
           10 BL-PRINT-CNT       PIC 9(03).
           10 BL-LAST-PRINT-DATE PIC 9(08).
           10 BL-GROSS-WT        PIC S9(9)V99 COMP-3.
           10 BL-TARE-WT         PIC S9(9)V99 COMP-3.
           10 BL-NET-WT          PIC S9(9)V99 COMP-3.
           10 BL-TAG-CNT         PIC 9(05).
           10 BL-TAG-WT          PIC S9(9)V99 COMP-3.
           10 BL-SIGNED-FLAG     PIC X(01).
               88 BL-SIGNED-RETURNED VALUE 'Y'.
               88 BL-SIGNED-PENDING  VALUE 'N'.
           10 BL-SIGNED-DATE     PIC 9(08).
           10 BL-SIGNED-USER     PIC X(10).
           10 FILLER             PIC X(20).
