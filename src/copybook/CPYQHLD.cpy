      * CPYQHLD - 반복 재작업 LOT 격리보류 레코드
      *
      * 사용 프로그램: PGM003 (품질검사 실시간 처리)
      *               PGM177 (적재 태그 스캔 대사 - 보류 로트)
      *               PGM216 (직무분리 충돌 월간 점검)
      * 용도: QR-REWORK-CNT 초과로 강제 불합격 처리된 LOT을 자재관리
      *       부서가 격리할 수 있도록 QC-HOLD-FILE에 보존한다.
      *       GR&R 부적합 계측기로 측정된 LOT도 같은 방식으로 보류된다.
      ******************************************************************
       05 QHD-LOT-NO             PIC X(15).
       05 QHD-PRODUCT-CD         PIC X(15).
