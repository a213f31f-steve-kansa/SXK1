*********
*********
       1000-PROCESS-RECORD.
      *    D DEDUCTION DETAIL AND R RETRO PAY RECORDS RIDE WITH
      *    THEIR EMPLOYEE'S E RECORD - PASSED THROUGH UNCOUNTED, THE
      *    TRAILER TOTALS COVER EMPLOYEE RECORDS ONLY.
           IF COMP-IN-RECORD (1:1) = 'P'
               MOVE COMP-IN-RECORD     TO WS-PARTITION-TRAILER
               PERFORM 1100-VERIFY-PARTITION
           ELSE
               IF COMP-IN-RECORD (1:1) = 'D' OR 'R'
                   WRITE COMP-OUT-RECORD FROM COMP-IN-RECORD
               ELSE
                   MOVE COMP-IN-RECORD TO WS-COMP-DETAIL
