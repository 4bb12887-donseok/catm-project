      ******************************************************************
      * CPYCADR - 고객 주소(청구처/납품처) 레코드
      *
      * 사용 프로그램: PGM022 (마스터 유지보수 - 주소 등록/변경)
      *               PGM035 (수주 접수 - 납품처 검증)
      *               PGM127 (고객 주문 게이트웨이 - 납품처 검증)
      *               PGM081 (적재계획 - 납품처 인쇄)
      *               PGM079 (고객 송장 - 청구처 인쇄)
      *               PGM162 (출하 운임 충당 - 도착 권역)
      *               PGM164 (출하 송장 발행)
      *               PGM180 (고객 거래명세서)
      *               PGM181 (연체 독촉장)
      * 용도: 고객별 청구처(B, 일련번호 001 한 건)와 납품처(S,
      *       일련번호별 여러 건) 주소를 보관한다. 수주 헤더의
      *       납품처 일련번호(OH-SHIPTO-SEQ)가 0이면 청구처
      *       주소로 납품한다. 레코드 길이는 대기 이미지 130
      *       바이트에 맞춘다.
      ******************************************************************
       05 CA-KEY.
           10 CA-CUSTOMER-CD     PIC X(10).
           10 CA-ADDR-TYPE       PIC X(01).
               88 CA-BILL-TO     VALUE 'B'.
               88 CA-SHIP-TO     VALUE 'S'.
           10 CA-ADDR-SEQ        PIC 9(03).
       05 CA-DATA.
           10 CA-SITE-NAME       PIC X(30).
           10 CA-ADDR-LINE1      PIC X(40).
           10 CA-ADDR-LINE2      PIC X(30).
           10 CA-POSTAL-CD       PIC X(06).
           10 CA-STATUS-CD       PIC X(01).
               88 CA-ACTIVE      VALUE 'A'.
               88 CA-INACTIVE    VALUE 'I'.
           10 FILLER             PIC X(09).
