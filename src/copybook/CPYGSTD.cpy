      ******************************************************************
      * CPYGSTD - 측정시스템(GR&R) 연구 레코드
      *
      * 사용 프로그램: PGM208 (GR&R 연구 등록/평가/조회)
      * 용도: 계측기/특성/연구일자별로 평가자(2~3명), 부품(2~10개),
      *       반복측정(2~3회) 측정치를 보관하고 평균-범위법으로
      *       구한 반복성(EV), 재현성(AV), GR&R, 부품변동(PV)과
      *       제품규격 공차 대비 %GRR 및 판정을 싣는다. 계측기의
      *       최근 연구 판정은 교정 마스터(CA-MSA-STATUS)에 반영
      *       된다. 판정: 10% 이하 적합, 30% 이하 조건부, 초과
      *       부적합.
      ******************************************************************
       05 GS-KEY.
           10 GS-INSTR-ID        PIC X(10).
           10 GS-CHAR-CD         PIC X(05).
           10 GS-STUDY-DT        PIC 9(08).
       05 GS-PRODUCT-CD          PIC X(15).
       05 GS-OPER-CNT            PIC 9(01).
       05 GS-PART-CNT            PIC 9(02).
       05 GS-TRIAL-CNT           PIC 9(01).
       05 GS-OPERATOR OCCURS 3 TIMES.
           10 GS-OPER-ID         PIC X(10).
           10 GS-PART OCCURS 10 TIMES.
               15 GS-READING     PIC S9(7)V99 COMP-3
                                 OCCURS 3 TIMES.
       05 GS-RESULT.
           10 GS-TOLERANCE       PIC S9(7)V99 COMP-3.
           10 GS-EV              PIC S9(7)V9(4) COMP-3.
           10 GS-AV              PIC S9(7)V9(4) COMP-3.
           10 GS-GRR             PIC S9(7)V9(4) COMP-3.
           10 GS-PV              PIC S9(7)V9(4) COMP-3.
           10 GS-PCT-EV          PIC 9(04)V99.
           10 GS-PCT-AV          PIC 9(04)V99.
           10 GS-PCT-GRR         PIC 9(04)V99.
           10 GS-NDC             PIC 9(03).
           10 GS-VERDICT         PIC X(01).
               88 GS-ACCEPT      VALUE 'A'.
               88 GS-MARGINAL    VALUE 'M'.
               88 GS-UNFIT       VALUE 'U'.
       05 GS-REG-USER            PIC X(10).
       05 GS-REG-DATE            PIC 9(08).
       05 FILLER                 PIC X(20).
