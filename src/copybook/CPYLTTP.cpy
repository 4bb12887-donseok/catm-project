      ******************************************************************
      * CPYLTTP - 실험실 시험 항목 마스터 레코드
      *
      * 사용 프로그램: PGM206 (시험 항목 등록/변경)
      *               PGM205 (시료 접수 시 의뢰 항목 검증)
      *               PGM207 (목표 TAT 대비 지연/통계)
      * 용도: 시료에 의뢰하는 시험 항목 코드와 목표 처리시간
      *       (TAT, 채취부터 결과 수신까지 분)을 보관한다.
      *       로트 시료 항목 코드는 품질검사 특성코드
      *       (QR-CHAR-CD)와 같게 둔다. 출처유형을 비워 두면
      *       모든 시료에 쓸 수 있다.
      ******************************************************************
       05 LT-TEST-CD             PIC X(05).
       05 LT-TEST-DESC           PIC X(30).
       05 LT-SOURCE-TYPE         PIC X(01).
           88 LT-ANY-SOURCE      VALUE ' '.
       05 LT-TARGET-MIN          PIC 9(05).
       05 LT-STATUS-CD           PIC X(01).
           88 LT-ACTIVE          VALUE 'A'.
           88 LT-INACTIVE        VALUE 'I'.
       05 LT-UPD-USER            PIC X(10).
       05 LT-UPD-DATE            PIC 9(08).
       05 FILLER                 PIC X(20).
