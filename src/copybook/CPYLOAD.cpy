      * 사용 프로그램: PGM081 (적재계획 생성)
      *               PGM036 (출하확정 - 적재계획 대사)
      *               PGM130 (출하 계량 대사 - 적재 중량 참조)
      *               PGM161 (운송사/운임표 등록 - 적재 운송사 배정)
      *               PGM162 (출하 운임 충당)
      *               PGM164 (출하 송장 발행)
      *               PGM166 (정문 입문 - 출하 적재 확인)
      *               PGM168 (회수용기 출고 - 적재 고객)
      *               PGM177 (적재 태그 스캔 대사)
      * 용도: 미출하 수주 라인을 고객/창고/납기일 단위로 차량
      *       중량한도 내에서 묶은 적재계획. 차량 1대 분량이
      *       주문별이 아니라 적재 단위로 확정되도록 PGM036이
      *       출하확정 시 본 파일과 대사하고 상태를 갱신한다.
      *       운송사/차종은 출하확정 시 확정 트랜잭션에서 옮겨
      *       지며(PGM161에서 정정 가능) 운임 충당에 쓰인다.
      ******************************************************************
       05 LD-KEY.
           10 LD-LOAD-NO         PIC 9(12).
               88 LD-PLANNED     VALUE 'P'.
               88 LD-CONFIRMED   VALUE 'C'.
               88 LD-CANCELLED   VALUE 'X'.
           10 LD-SHIPTO-SEQ      PIC 9(03).
           10 LD-CARRIER-CD      PIC X(04).
           10 LD-VEHICLE-TYPE    PIC X(01).
           10 FILLER             PIC X(02).
