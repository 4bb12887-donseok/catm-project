      *
      * 사용 프로그램: PGM071 (비가동 입력/정정),
      *               PGM072 (일일 OEE 보고)
      *               PGM209 (고장 비가동에서 보전 작업지시 발행)
      *               PGM214 (마스터 참조 무결성 점검)
      * 용도: 종이 일지로만 남던 라인 비가동을 플랜트/라인/일자/
      *       교대/시각/사유코드로 전산화한다. 가용시간 대비
      *       비가동 시간이 OEE 가동률(AVAILABILITY)의 근거가
      *       된다. 사유코드는 공통코드 유형 DTRS로 검증한다.
      *       DT-WO-FLAG 는 이 비가동으로 보전 작업지시가 발행
      *       되었음을 표시한다(중복 발행 방지).
      ******************************************************************
       05 DT-PLANT-CD             PIC X(04).
       05 DT-LINE-CD              PIC X(10).
           88 DT-ACTIVE           VALUE 'A'.
           88 DT-CANCELLED        VALUE 'C'.
       05 DT-EQUIP-ID             PIC X(10).
       05 DT-WO-FLAG              PIC X(01).
           88 DT-WO-RAISED        VALUE 'Y'.
       05 FILLER                  PIC X(06).
