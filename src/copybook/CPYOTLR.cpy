      ******************************************************************
      * CPYOTLR - 납기 미달(OTIF) 사유 레코드
      *
      * 사용 프로그램: PGM157 (납기 미달 사유 등록/변경)
      *               PGM158 (월간 OTIF 납기 준수 보고)
      * 용도: 납기를 넘기거나 수량이 모자란 수주 라인별로 출하
      *       담당자가 입력한 사유코드를 보관한다. 키는 수주번호
      *       +라인번호(CPYCORD SO-KEY)이며 PGM158이 사유별
      *       파레토 집계에 사용한다. 사유 미입력 라인은 보고서에
      *       '미입력'으로 따로 잡힌다.
      ******************************************************************
       05 OL-KEY.
           10 OL-ORDER-NO        PIC X(12).
           10 OL-LINE-NO         PIC 9(03).
       05 OL-REASON-CD           PIC X(02).
           88 OL-VALID-REASON    VALUE 'PR' 'QC' 'ST' 'TR' 'CR'
                                       'CU' 'OE' 'OT'.
       05 OL-COMMENT             PIC X(40).
       05 OL-USER-ID             PIC X(10).
       05 OL-ENTRY-DATE          PIC 9(08).
       05 FILLER                 PIC X(15).
