      ******************************************************************
      * CPYBFSP - 고로 휴풍/감풍/뱅킹(STOPPAGE) 기록 레코드
      *
      * 사용 프로그램: PGM191 (고로 휴풍 기록 입력/종료/취소)
      *               PGM192 (고로 월간 가동률/생산성 보고)
      * 용도: 조업 비고(BO-REMARK-CD)로만 남던 고로 정지 구간을
      *       고로/시작일시 키로 기록한다. 구분은 P 계획휴풍,
      *       U 비계획휴풍, K 뱅킹, R 감풍조업이며 원인코드는
      *       공통코드 유형 BFSC 로 검증한다. 종료일자 0 은
      *       아직 끝나지 않은 구간이다. 시각은 HHMM.
      ******************************************************************
       05 BS-KEY.
           10 BS-BF-NO           PIC X(03).
           10 BS-START-DATE      PIC 9(08).
           10 BS-START-TIME      PIC 9(04).
       05 BS-DATA.
           10 BS-END-DATE        PIC 9(08).
           10 BS-END-TIME        PIC 9(04).
           10 BS-STOP-TYPE       PIC X(01).
               88 BS-PLANNED-STOP   VALUE 'P'.
               88 BS-UNPLANNED-STOP VALUE 'U'.
               88 BS-BANKING        VALUE 'K'.
               88 BS-REDUCED-BLAST  VALUE 'R'.
               88 BS-TYPE-VALID     VALUE 'P' 'U' 'K' 'R'.
           10 BS-CAUSE-CD        PIC X(05).
           10 BS-REMARK          PIC X(30).
           10 BS-ENTERED-BY      PIC X(10).
           10 BS-STATUS-CD       PIC X(01).
               88 BS-ACTIVE      VALUE 'A'.
               88 BS-CANCELLED   VALUE 'C'.
           10 BS-LAST-UPD-DATE   PIC 9(08).
           10 FILLER             PIC X(15).
