      ******************************************************************
      * CPYRMAN - 원자재 성분분석 마스터 레코드
      *
      * 사용 프로그램: PGM193 (원자재 성분분석 등록/변경)
      *               PGM194 (최소원가 장입배합 계산)
      * 용도: 자재별 대표 성분분석치를 보관한다. FE/SIO2/AL2O3/
      *       CAO/MGO/P 는 건량(DRY) 기준 %, 수분은 입하 상태
      *       (WET) 기준 % 이다. 최대 원단위(KG/T)는 설비/품질상
      *       한 배합에 넣을 수 있는 상한이며 0 이면 제한 없음.
      ******************************************************************
       05 AN-MATL-CD             PIC X(12).
       05 AN-DATA.
           10 AN-FE-PCT          PIC 9(02)V99.
           10 AN-SIO2-PCT        PIC 9(02)V99.
           10 AN-AL2O3-PCT       PIC 9(02)V99.
           10 AN-CAO-PCT         PIC 9(02)V99.
           10 AN-MGO-PCT         PIC 9(02)V99.
           10 AN-P-PCT           PIC 9(01)V999.
           10 AN-H2O-PCT         PIC 9(02)V99.
           10 AN-MAX-KG-PER-TON  PIC 9(05).
           10 AN-SAMPLE-DATE     PIC 9(08).
           10 AN-ENTERED-BY      PIC X(10).
           10 AN-LAST-UPD-DATE   PIC 9(08).
           10 AN-STATUS-CD       PIC X(01).
               88 AN-ACTIVE      VALUE 'A'.
               88 AN-INACTIVE    VALUE 'I'.
           10 FILLER             PIC X(15).
