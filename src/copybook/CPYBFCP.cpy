      *
      * 사용 프로그램: PGM031 (고로 캠페인 수명 갱신)
      *               PGM005 일보와 함께 운용되는 캠페인 누적 관리
      *               PGM192 (고로 월간 가동률/생산성 보고)
      * 용도: 고로별 화입일자, 계획 캠페인 톤수, 누적 출선 톤수를
      *       보관한다. PGM031이 BF-TAP-FILE의 일일 출선량을 누적하고
      *       계획 대비 80%/95% 도달 시 경보 상태를 기록한다.
      *       내용적(M3)은 출선 생산성(T/M3/일)의 분모이며 화입
      *       (개수) 때 계획 톤수와 함께 등록한다.
      ******************************************************************
       05 CP-BF-NO               PIC X(03).
       05 CP-BLOW-IN-DATE        PIC 9(08).
           88 CP-NORMAL          VALUE ' '.
           88 CP-WARN-80         VALUE 'W'.
           88 CP-CRIT-95         VALUE 'C'.
       05 CP-INNER-VOLUME        PIC 9(05).
       05 FILLER                 PIC X(05).
