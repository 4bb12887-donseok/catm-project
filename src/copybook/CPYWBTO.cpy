      *
      * 사용 프로그램: PGM130 (출하 계량 대사/중량차이 보고)
      *               PGM131 (출하 중량보류 해제)
      *               PGM162 (출하 운임 충당 - 순중량)
      *               PGM164 (출하 송장 발행)
      *               PGM167 (차량 체류시간 - 계량표 연결)
      * 용도: 출하 차량의 총중량/공차중량/순중량을 출하 참조
      *       (주문/라인/적재번호)와 대사한다. 허용오차를 넘는
      *       차이는 보류(H)되어 감독자 해제(PGM078 입고 보류
