      ******************************************************************
      * CPYMWOR - 설비 보전(사후정비) 작업지시 레코드
      *
      * 사용 프로그램: PGM209 (보전 작업지시 발행/실적/완료)
      *               PGM210 (월간 보전비용/MTTR/예비품 이력 보고)
      * 용도: 고장 비가동(DT-EQUIP-ID) 또는 정비요청으로 발행한
      *       작업지시. 발행원 B 는 비가동 레코드 순번(PGM071 의
      *       정정 순번과 동일)을 싣고 고장 시각은 비가동 시작
      *       시각이다. 공수/예비품 출고는 CPYMWOA 로 누적되며
      *       완료 시 고장코드(공통코드 FAIL)와 고장~완료 경과
      *       분(수리시간)을 기록한다.
      ******************************************************************
       05 MW-WO-NO               PIC X(10).
       05 MW-DATA.
           10 MW-EQUIP-ID        PIC X(10).
           10 MW-PLANT-CD        PIC X(04).
           10 MW-LINE-CD         PIC X(10).
           10 MW-SOURCE-CD       PIC X(01).
               88 MW-FROM-BREAKDOWN VALUE 'B'.
               88 MW-FROM-REQUEST VALUE 'R'.
           10 MW-DOWN-SEQ        PIC 9(05).
           10 MW-FAIL-DATE       PIC 9(08).
           10 MW-FAIL-TIME       PIC 9(04).
           10 MW-PROBLEM-DESC    PIC X(40).
           10 MW-REQ-BY          PIC X(10).
           10 MW-OPEN-DATE       PIC 9(08).
           10 MW-STATUS-CD       PIC X(01).
               88 MW-OPEN        VALUE 'O'.
               88 MW-CLOSED      VALUE 'C'.
               88 MW-CANCELLED   VALUE 'X'.
           10 MW-LABOR-HRS       PIC S9(5)V99 COMP-3.
           10 MW-PARTS-COST      PIC S9(11)V99 COMP-3.
           10 MW-CLOSE-DATE      PIC 9(08).
           10 MW-CLOSE-TIME      PIC 9(04).
           10 MW-FAILURE-CD      PIC X(05).
           10 MW-REPAIR-MIN      PIC 9(07).
           10 MW-CLOSED-BY       PIC X(10).
           10 FILLER             PIC X(20).
