      ******************************************************************
      * CPYRDST - 보고서 배포 마스터 레코드
      *
      * 사용 프로그램: PGM215 (야간 보고서 분할 배포)
      * 용도: 보고서(작성 프로그램 ID)별 수신자와 수신 범위,
      *       전달처를 정의한다. RD-FILTER-TYPE 이 공백이면 보고서
      *       전체를, P/L/W/F 이면 해당 공장/라인/창고/고로 값
      *       (RD-FILTER-VALUE) 구간만 받는다. 구간을 찾는 보고서
      *       내 키 위치는 CPYRSEC 에 정의한다.
      ******************************************************************
       05 RD-KEY.
           10 RD-REPORT-ID       PIC X(08).
           10 RD-RECIPIENT-ID    PIC X(10).
       05 RD-DATA.
           10 RD-RECIPIENT-NM    PIC X(30).
           10 RD-FILTER-TYPE     PIC X(01).
               88 RD-FILTER-ALL      VALUE SPACE.
               88 RD-FILTER-PLANT    VALUE 'P'.
               88 RD-FILTER-LINE     VALUE 'L'.
               88 RD-FILTER-WHSE     VALUE 'W'.
               88 RD-FILTER-FURNACE  VALUE 'F'.
           10 RD-FILTER-VALUE    PIC X(10).
           10 RD-DEST-TYPE       PIC X(01).
               88 RD-DEST-EMAIL      VALUE 'E'.
               88 RD-DEST-PRINTER    VALUE 'P'.
               88 RD-DEST-DATASET    VALUE 'D'.
           10 RD-DEST-ADDR       PIC X(40).
           10 RD-STATUS-CD       PIC X(01).
               88 RD-ACTIVE          VALUE 'A'.
               88 RD-INACTIVE        VALUE 'I'.
           10 RD-LAST-UPD-DATE   PIC 9(08).
           10 RD-LAST-UPD-USER   PIC X(10).
           10 FILLER             PIC X(11).
