      ******************************************************************
      * CPYRSEC - 보고서 구간 키 위치 정의 레코드
      *
      * 사용 프로그램: PGM215 (야간 보고서 분할 배포)
      * 용도: 보고서별, 수신 범위 유형(P/L/W/F)별로 인쇄 행에서
      *       공장/라인/창고/고로 값이 찍히는 열(1부터)과 길이를
      *       정의한다. 이 위치가 공백이 아닌 행이 새 구간의
      *       시작이고, 공백인 행은 직전 구간에 이어진다.
      *       보고서 첫 행부터 RS-HEADER-LINES 행은 제목/항목명으로
      *       모든 수신자에게 보낸다.
      ******************************************************************
       05 RS-REPORT-ID           PIC X(08).
       05 RS-FILTER-TYPE         PIC X(01).
       05 RS-KEY-COL             PIC 9(03).
       05 RS-KEY-LEN             PIC 9(02).
       05 RS-HEADER-LINES        PIC 9(02).
       05 RS-REPORT-DESC         PIC X(30).
       05 FILLER                 PIC X(34).
