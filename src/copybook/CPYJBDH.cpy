      ******************************************************************
      * CPYJBDH - 배치 스텝 수행시간 이력 레코드
      *
      * 사용 프로그램: PGM018 (일일배치 구동 - 스텝 종료 시 추가),
      *               PGM213 (주간 수행시간 추이 보고)
      * 용도: 야간 체인의 스텝(프로그램)별 업무일자, 시작/종료
      *       일시, 경과 초와 당시 기준시간(CPYJBBL)을 순차로
      *       쌓는다. 기준시간 대비 초과로 경보가 난 스텝은
      *       JD-OVERRUN으로 표시된다.
      ******************************************************************
       05 JD-PROGRAM-ID          PIC X(08).
       05 JD-BUSINESS-DATE       PIC 9(08).
       05 JD-START-DATE          PIC 9(08).
       05 JD-START-TIME          PIC 9(08).
       05 JD-END-DATE            PIC 9(08).
       05 JD-END-TIME            PIC 9(08).
       05 JD-ELAPSED-SEC         PIC 9(07).
       05 JD-BASE-SEC            PIC 9(07).
       05 JD-RUN-STATUS          PIC X(01).
           88 JD-COMPLETE        VALUE 'C'.
           88 JD-FAILED          VALUE 'F'.
       05 JD-OVERRUN-FLAG        PIC X(01).
           88 JD-OVERRUN         VALUE 'Y'.
       05 FILLER                 PIC X(10).
