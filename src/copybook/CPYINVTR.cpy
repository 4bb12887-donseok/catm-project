               88  IT-ADJ          VALUE 'A'.
               88  IT-XFER-OUT     VALUE 'X'.
               88  IT-XFER-IN      VALUE 'Y'.
               88  IT-REVERSAL     VALUE 'R'.
           10  IT-QTY              PIC S9(9) COMP-3.
           10  IT-UNIT-PRICE       PIC S9(9)V99 COMP-3.
           10  IT-WAREHOUSE-CD     PIC X(05).
           10  IT-LOCATION-CD      PIC X(10).
           10  IT-SOURCE-REF.
               15  IT-VENDOR-CD    PIC X(10).
               15  IT-PO-NO        PIC X(15).
      *    역분개(R): 원거래 키(일자/순번)와 정정 재반영 지시.
      *    정정 창고/로케이션/수량/단가는 본 레코드 필드를 쓰며
      *    공백/0이면 원거래 값을 따른다.
           10  IT-REVERSAL-REF REDEFINES IT-SOURCE-REF.
               15  IT-ORIG-TRANS-DATE PIC 9(08) COMP-3.
               15  IT-ORIG-TRANS-SEQ  PIC 9(05) COMP-3.
               15  IT-REPOST-FLAG  PIC X(01).
                   88  IT-REPOST   VALUE 'Y'.
               15  IT-REPOST-ITEM-CD PIC X(15).
               15  FILLER          PIC X(01).
           10  IT-USER-ID          PIC X(10).
           10  IT-REG-TIME         PIC 9(06).
           10  IT-OVERRIDE-CD      PIC X(02).
