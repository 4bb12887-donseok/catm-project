006000     COPY CPYINVMS.                                               PGM070
006100 01  WS-MATL-IMAGE.                                               PGM070
006200     COPY CPYRMMS.                                                PGM070
006200 01  WS-CUST-IMAGE.                                               PGM070
006200     COPY CPYCUST.                                                PGM070
006300*                                                                 PGM070
006400 01  WS-RPT-HEADER.                                               PGM070
006500     05 FILLER               PIC X(30) VALUE                      PGM070
016500     ELSE                                                         PGM070
016600         MOVE 'Y' TO WS-BEFORE-VALID-FLAG                         PGM070
016700     END-IF                                                       PGM070
016800     EVALUATE TRUE                                                PGM070
016900         WHEN MC-ITEM-TARGET                                      PGM070
017000             PERFORM 2200-DECODE-ITEM-VALUES                      PGM070
017100         WHEN MC-MATL-TARGET                                      PGM070
017200             PERFORM 2300-DECODE-MATL-VALUES                      PGM070
017200         WHEN MC-CUST-TARGET                                      PGM070
017200             PERFORM 2400-DECODE-CUST-VALUES                      PGM070
017200         WHEN OTHER                                               PGM070
017200             CONTINUE                                             PGM070
017200     END-EVALUATE.                                                PGM070
017300*                                                                 PGM070
017400 2200-DECODE-ITEM-VALUES.                                         PGM070
017500     IF WS-BEFORE-VALID                                           PGM070
022500     MOVE 'SAFETY QTY  ' TO RV-LABEL                              PGM070
022600     WRITE CHANGE-REPORT-REC FROM WS-RPT-VALUES.                  PGM070
022700*                                                                 PGM070
022700 2400-DECODE-CUST-VALUES.                                         PGM070
022700     IF WS-BEFORE-VALID                                           PGM070
022700         MOVE MC-BEFORE-IMAGE TO WS-CUST-IMAGE                    PGM070
022700         MOVE CU-TERMS-DAYS OF WS-CUST-IMAGE TO RV-BEFORE         PGM070
022700     ELSE                                                         PGM070
022700         MOVE ZEROS TO RV-BEFORE                                  PGM070
022700     END-IF                                                       PGM070
022700     MOVE MC-AFTER-IMAGE TO WS-CUST-IMAGE                         PGM070
022700     MOVE CU-TERMS-DAYS OF WS-CUST-IMAGE TO RV-AFTER              PGM070
022700     MOVE 'TERMS DAYS  ' TO RV-LABEL                              PGM070
022700     WRITE CHANGE-REPORT-REC FROM WS-RPT-VALUES.                  PGM070
022700*                                                                 PGM070
022800 9000-FINALIZE.                                                   PGM070
022900     MOVE WS-LISTED-COUNT TO RT-LISTED                            PGM070
023000     WRITE CHANGE-REPORT-REC FROM WS-RPT-TOTAL                    PGM070
