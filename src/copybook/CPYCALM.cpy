      * CPYCALM - 계측기 교정(CALIBRATION) 마스터 레코드
      *
      * 사용 프로그램: PGM094 (교정 마스터 유지보수/교정실적 기록)
      *               PGM095 (교정 도래 및 GR&R 부적합 리스트)
      *               PGM003 (품질검사 - 교정만료 플래그, GR&R 부적합 보류)
      *               PGM030 (센서 건전성 - 교정상태 표시)
      *               PGM208 (측정시스템 GR&R 평가 - MSA 판정 갱신)
      * 용도: 검사 계측기와 노체 센서의 교정주기/최종교정일/차기
      *       도래일을 관리한다. 교정만료 계측기로 측정된 판정은
      *       플래그되어 어느 로트가 영향을 받았는지 추적된다.
      *       CA-MSA-STATUS 는 최근 GR&R 연구의 판정이며, 부적합
      *       ('U') 계측기로 측정된 검사 결과는 PGM003 이 보류한다.
      ******************************************************************
       05 CA-INSTR-ID            PIC X(10).
       05 CA-DATA.
           10 CA-STATUS-CD       PIC X(01).
               88 CA-ACTIVE      VALUE 'A'.
               88 CA-INACTIVE    VALUE 'I'.
           10 CA-MSA-STATUS      PIC X(01).
               88 CA-MSA-NOT-STUDIED VALUE ' '.
               88 CA-MSA-ACCEPT  VALUE 'A'.
               88 CA-MSA-MARGINAL VALUE 'M'.
               88 CA-MSA-UNFIT   VALUE 'U'.
           10 CA-MSA-STUDY-DT    PIC 9(08).
           10 FILLER             PIC X(01).
