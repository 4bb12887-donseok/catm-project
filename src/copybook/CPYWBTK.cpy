      *
      * 사용 프로그램: PGM073 (계량대 대사/중량차이 보고),
      *               PGM006 (구매입고 검수 - 중량보류 확인)
      *               PGM167 (차량 체류시간 - 계량표 연결)
      * 용도: 트럭 스케일에서 전송되는 계량 티켓. PO번호와
      *       계량일자로 입고 레코드와 자동 대사하여 키인 수량과
      *       순중량의 차이가 허용오차를 넘으면 해당 입고를
