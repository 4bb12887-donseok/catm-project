      *
      * 사용 프로그램: PGM136 (태그 생성/차량별 패킹리스트)
      *               PGM036 (출하확정 - 태그 소비)
      *               PGM164 (출하 송장 발행)
      *               PGM177 (적재 태그 스캔 대사)
      * 용도: 정정 공정에서 도색되는 태그번호 단위로 번들/코일을
      *       관리한다. 출하확정이 특정 태그를 소비(S)하며 패킹
      *       리스트가 태그/로트/중량/등급을 인쇄한다.
