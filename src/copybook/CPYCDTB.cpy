      * 사용 프로그램: PGM053 (코드테이블 유지보수)
      *               PGM003/PGM006 (입력 시 코드 검증)
      *               PGM010/PGM016 (파레토 보고 명칭 해석)
      *               PGM184 (협회 품목분류 명칭 - ASCT)
      *               PGM191 (고로 휴풍 원인 - BFSC)
      *               PGM197/PGM199 (원자재 재고조정 사유 - RADJ)
      *               PGM209 (보전 고장코드 - FAIL, 정비 직종 - CRFT)
      *               PGM113 (래들 라이닝 유형 - LNTP)
      * 용도: 머릿속에만 있던 자유코드(QR-DEFECT-CD, RR-REASON-CD,
      *       RT-REASON-CD, BO-REMARK-CD, 단위코드)의 기준 사전.
      *       코드유형: QDEF 불량, RRSN 입고/반품사유,
      *       BREM 고로비고, UOM  단위. 반품사유는 입고사유와
      *       동일 코드체계(RRSN)를 쓴다. ASCT 는 철강협회 월간
      *       통계의 품목분류이며 제품별 매핑은 CPYASCM 에 둔다.
      *       BFSC 는 고로 휴풍/감풍/뱅킹 원인(CPYBFSP)이다.
      *       RADJ 는 원자재 재고조정 사유(CPYRMAJ, 예: 수분 손실,
      *       비산 손실, 계량 오차)이다.
      *       FAIL 은 보전 작업지시 완료 시의 고장코드(예: 베어링
      *       파손, 전기 단락), CRFT 는 정비 직종(기계, 전기 등)이다.
      *       LNTP 는 토페도 래들 내화물 라이닝 유형(CPYLDLN)이다.
      ******************************************************************
       05 CD-KEY.
           10 CD-CODE-TYPE       PIC X(04).
