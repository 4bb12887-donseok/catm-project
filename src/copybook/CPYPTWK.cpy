      ******************************************************************
      * CPYPTWK - 작업허가서(PERMIT-TO-WORK)/잠금표지(LOTO) 레코드
      *
      * 사용 프로그램: PGM218 (작업허가서 발행/서명/중지/종료)
      *               PGM111 (예방정비 실적 - 미종료 허가서 차단)
      *               PGM122 (안전사고 등록 - 허가서 번호 검증)
      * 용도: 종이로만 운영되던 설비 정비 작업허가서를 설비
      *       (CPYEQPM) 단위로 전산화한다. 허가 구분: H 화기작업,
      *       C 밀폐공간, E 전기 차단. 작업 구분: P 예방정비
      *       (PGM111), B 고장정비(PGM209 작업지시), O 기타.
      *       발행(I) 후 수령자가 서명(A)해야 작업이 시작되며
      *       발행자가 중지(S)하거나 종료(C)한다. 중지된 허가서는
      *       수령자가 다시 서명하면 재개된다. 차단점마다 잠금
      *       번호를 기록하며 전기 차단 허가서는 차단점이 필수.
      ******************************************************************
       05 PTW-PERMIT-NO          PIC 9(08).
       05 PTW-DATA.
           10 PTW-EQUIP-ID       PIC X(10).
           10 PTW-PLANT-CD       PIC X(04).
           10 PTW-LINE-CD        PIC X(10).
           10 PTW-PERMIT-TYPE    PIC X(01).
               88 PTW-HOT-WORK   VALUE 'H'.
               88 PTW-CONFINED   VALUE 'C'.
               88 PTW-ELEC-ISOL  VALUE 'E'.
               88 PTW-VALID-TYPE VALUE 'H' 'C' 'E'.
           10 PTW-JOB-TYPE       PIC X(01).
               88 PTW-PM-JOB     VALUE 'P'.
               88 PTW-BREAKDOWN  VALUE 'B'.
               88 PTW-OTHER-JOB  VALUE 'O'.
               88 PTW-VALID-JOB  VALUE 'P' 'B' 'O'.
           10 PTW-JOB-REF        PIC X(12).
           10 PTW-JOB-DESC       PIC X(30).
           10 PTW-ISSUER-ID      PIC X(10).
           10 PTW-RECEIVER-ID    PIC X(10).
           10 PTW-ISSUE-DATE     PIC 9(08).
           10 PTW-VALID-FROM-DT  PIC 9(08).
           10 PTW-VALID-FROM-TM  PIC 9(04).
           10 PTW-VALID-TO-DT    PIC 9(08).
           10 PTW-VALID-TO-TM    PIC 9(04).
           10 PTW-STATUS-CD      PIC X(01).
               88 PTW-ISSUED     VALUE 'I'.
               88 PTW-ACTIVE     VALUE 'A'.
               88 PTW-SUSPENDED  VALUE 'S'.
               88 PTW-CLOSED     VALUE 'C'.
               88 PTW-OPEN       VALUE 'I' 'A' 'S'.
           10 PTW-SIGNON-DATE    PIC 9(08).
           10 PTW-SIGNON-TIME    PIC 9(04).
           10 PTW-SUSPEND-REASON PIC X(30).
           10 PTW-CLOSE-DATE     PIC 9(08).
           10 PTW-CLOSE-TIME     PIC 9(04).
           10 PTW-CLOSED-BY      PIC X(10).
           10 PTW-ISOL-CNT       PIC 9(02).
           10 PTW-ISOL-POINT OCCURS 6 TIMES.
               15 PTW-ISOL-DESC  PIC X(15).
               15 PTW-LOCK-NO    PIC X(08).
           10 FILLER             PIC X(20).
