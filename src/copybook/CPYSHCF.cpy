      * CPYSHCF - 출하확정 트랜잭션 레코드
      *
      * 사용 프로그램: PGM036 (출하확정 처리)
      *               PGM158 (월간 OTIF 보고 - 출하확정 이력)
      *               PGM177 (적재 태그 스캔 대사 - 배정 태그)
      *               PGM184 (협회 월간 보고 내수/수출 출하)
      * 용도: 출하장에서 확정된 출하 실적을 수주번호 기준으로
      *       전달한다. PGM036이 재고 마스터 차감, 수불대장('S'
      *       출하 유형) 기재, 수주 출하누계/상태 갱신에 사용한다.
      *       정상 반영된 확정 건은 같은 형식으로 출하확정 이력
      *       (SHIPHIST)에 누적되어 OTIF 평가에 쓰인다.
      *       적재 출하는 운송사/차종을 함께 받아 적재에 배정한다.
      ******************************************************************
       05 SC-ORDER-NO            PIC X(12).
       05 SC-LINE-NO             PIC 9(03).
       05 SC-LOAD-NO             PIC 9(12).
       05 SC-LOT-NO              PIC X(15).
       05 SC-TAG-NO              PIC X(12).
       05 SC-CARRIER-CD          PIC X(04).
       05 SC-VEHICLE-TYPE        PIC X(01).
