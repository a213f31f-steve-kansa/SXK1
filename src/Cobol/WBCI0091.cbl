      *     COUNTED UNDER THE SAME VALID-SHIFT / 20-RECORD-LIMIT       *
      *     RULES WBCI0090 LOADS BY, SO A SHORT OR TRUNCATED EMPOUT    *
      *     CANNOT REACH THE PLANT SYSTEM UNNOTICED AGAIN.             *
      *     THE TRAILER ALSO CARRIES WBCI0090'S PRODUCTION PLAN AND    *
      *     ACTUAL UNITS BY SHIFT AND IN TOTAL.  EACH SHIFT'S ACTUAL   *
      *     IS CHECKED AGAINST THE PRODUCTION COUNTS ON ITS EMPOUT     *
      *     RECORDS AND BOTH TOTALS AGAINST THEIR SHIFTS.  A TRAILER   *
      *     WRITTEN BEFORE THE PLAN FIELDS EXISTED HAS SPACES THERE    *
      *     AND THE PLAN CHECK IS SKIPPED.                             *
      *  3. WRITES THE VERIFICATION REPORT (EMPVERRP) AND RETURNS      *
      *     RC 8 WHEN ANYTHING DISAGREES OR THE TRAILER IS MISSING.    *
      *                                                                *
       01  WS-SHIFT-SUB               PIC 9        VALUE 0.
*********
*********  EMPOUT RECORD -- SHIFT DATA RECORDS CARRY THE SHIFT
*********  NUMBER IN COLUMN 1 AND THE SHIFTMST PRODUCTION COUNT IN
*********  COLUMNS 3-7, THE TRAILER CARRIES A T
*********
       01  WS-EMPOUT-RECORD.
           05  EOR-SHIFT-NUMBER       PIC X(01).
           05  EOR-SHIFT-NUMBER-R     REDEFINES EOR-SHIFT-NUMBER
                                      PIC 9(01).
           05  FILLER                 PIC X(01).
           05  EOR-PRODUCTION-COUNT   PIC X(05).
           05  EOR-PRODUCTION-COUNT-R REDEFINES EOR-PRODUCTION-COUNT
                                      PIC 9(05).
           05  FILLER                 PIC X(73).
       01  WS-EMPOUT-TRAILER.
           05  EOT-RECORD-TYPE        PIC X(01).
               88  EOT-TRAILER                     VALUE 'T'.
           05  EOT-SHIFT-2-COUNT      PIC 9(02).
           05  EOT-SHIFT-3-COUNT      PIC 9(02).
           05  EOT-TOTAL-COUNT        PIC 9(03).
           05  EOT-PLAN-STATUS        PIC X(01).
               88  EOT-PLANNED                     VALUE 'P'.
               88  EOT-NOT-PLANNED                 VALUE 'N'.
               88  EOT-NO-PLAN-FIELDS              VALUE SPACE.
           05  EOT-PLAN-SHIFT         PIC 9(07)    OCCURS 3 TIMES.
           05  EOT-PLAN-TOTAL         PIC 9(07).
           05  EOT-ACTUAL-SHIFT       PIC 9(07)    OCCURS 3 TIMES.
           05  EOT-ACTUAL-TOTAL       PIC 9(07).
           05  FILLER                 PIC X(13).
       01  WS-EOT-SHIFT-COUNTS        REDEFINES WS-EMPOUT-TRAILER.
           05  FILLER                 PIC X(01).
           05  EOT-SHIFT-COUNT        PIC 9(02)    OCCURS 3 TIMES.
           05  WS-SHIFTMST-COUNT      PIC 9(03)    OCCURS 3 TIMES
                                      VALUE ZEROES.
           05  WS-EMPOUT-TOTAL        PIC 9(04)    VALUE ZEROES.
*********
*********  PRODUCTION UNITS -- SUMMED FROM THE EMPOUT SHIFT RECORDS,
*********  AND THE TRAILER'S SHIFT PLANS AND ACTUALS ADDED UP
*********
       01  WS-PRODUCTION-SUMS.
           05  WS-EMPOUT-PRODUCTION   PIC 9(07)    OCCURS 3 TIMES
                                      VALUE ZEROES.
           05  WS-EMPOUT-PROD-TOTAL   PIC 9(07)    VALUE ZEROES.
           05  WS-PLAN-SUM            PIC 9(07)    VALUE ZEROES.
           05  WS-ACTUAL-SUM          PIC 9(07)    VALUE ZEROES.
           05  WS-PLAN-VARIANCE       PIC S9(07)   VALUE ZEROES.
       01  WS-RETURN-CODE             PIC 9(04)    COMP  VALUE 0.
*********
*********  VERIFICATION REPORT LINES (EMPVERRP)
           05  VER-SHIFTMST           PIC ZZ9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  VER-RESULT             PIC X(12).
*********
*********  PLAN VS ACTUAL VERIFICATION LINES (EMPVERRP)
*********
       01  WS-PLAN-HDR1.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(27)    VALUE
                  'PLAN VS ACTUAL VERIFICATION'.
       01  WS-PLAN-HDR2.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'SHIFT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE ' EMPOUT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE ' ACTUAL'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE '   PLAN'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'VARIANCE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'RESULT  '.
       01  WS-PLAN-DETAIL.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  PVD-SHIFT              PIC 9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  PVD-EMPOUT             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVD-ACTUAL             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVD-PLAN               PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVD-VARIANCE           PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVD-RESULT             PIC X(12).
       01  WS-PLAN-TOTAL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'TOTAL'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVT-EMPOUT             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVT-ACTUAL             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVT-PLAN               PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVT-VARIANCE           PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PVT-RESULT             PIC X(12).
       01  WS-VER-MESSAGE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  VER-MESSAGE            PIC X(60).
           PERFORM 2000-COUNT-EMPOUT.
           PERFORM 3000-COUNT-SHIFTMST.
           PERFORM 4000-COMPARE-COUNTS.
           PERFORM 4200-COMPARE-PLAN-ACTUAL THRU 4200-EXIT.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM 9000-CHECKPOINT-COMPLETE.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
                       ADD 1           TO WS-EMPOUT-COUNT
                                          (EOR-SHIFT-NUMBER-R)
                       ADD 1           TO WS-EMPOUT-TOTAL
                       IF EOR-PRODUCTION-COUNT NUMERIC
                           ADD EOR-PRODUCTION-COUNT-R
                                       TO WS-EMPOUT-PRODUCTION
                                          (EOR-SHIFT-NUMBER-R)
                                          WS-EMPOUT-PROD-TOTAL
                       END-IF
                   WHEN OTHER
                       ADD 1           TO WS-EMPOUT-TOTAL
               END-EVALUATE
           END-IF.
           WRITE VERIFY-PRINT-RECORD FROM WS-VER-DETAIL.
*********
*********
      *    PLAN VS ACTUAL - EACH SHIFT'S ACTUAL ON THE TRAILER MUST
      *    EQUAL THE PRODUCTION COUNTS ON ITS EMPOUT RECORDS, AND THE
      *    PLAN AND ACTUAL TOTALS MUST EQUAL THEIR SHIFTS.  A RUN WITH
      *    NO PLAN (STATUS N) MUST CARRY ZERO PLANS.  AN OLDER TRAILER
      *    WITHOUT THE PLAN FIELDS IS REPORTED AND NOT FAILED.
       4200-COMPARE-PLAN-ACTUAL.
           IF NOT TRAILER-FOUND
               GO TO 4200-EXIT
           END-IF.
           WRITE VERIFY-PRINT-RECORD FROM WS-BLANK-LINE.
           IF EOT-NO-PLAN-FIELDS
               MOVE 'NO PLAN TOTALS ON TRAILER - PLAN CHECK SKIPPED'
                                       TO VER-MESSAGE
               WRITE VERIFY-PRINT-RECORD FROM WS-VER-MESSAGE
               GO TO 4200-EXIT
           END-IF.
           WRITE VERIFY-PRINT-RECORD FROM WS-PLAN-HDR1.
           IF NOT EOT-PLANNED AND NOT EOT-NOT-PLANNED
               MOVE 'INVALID PLAN STATUS ON TRAILER'
                                       TO VER-MESSAGE
               WRITE VERIFY-PRINT-RECORD FROM WS-VER-MESSAGE
               MOVE 8                  TO WS-RETURN-CODE
               GO TO 4200-EXIT
           END-IF.
           IF EOT-NOT-PLANNED
               MOVE 'NO PRODUCTION PLAN THIS RUN - ACTUALS ONLY'
                                       TO VER-MESSAGE
               WRITE VERIFY-PRINT-RECORD FROM WS-VER-MESSAGE
           END-IF.
           WRITE VERIFY-PRINT-RECORD FROM WS-PLAN-HDR2.
           PERFORM 4300-COMPARE-ONE-PLAN
             VARYING WS-SHIFT-SUB FROM 1 BY 1
             UNTIL WS-SHIFT-SUB > 3.
           MOVE WS-EMPOUT-PROD-TOTAL   TO PVT-EMPOUT.
           IF (EOT-PLAN-TOTAL NUMERIC) AND
              (EOT-ACTUAL-TOTAL NUMERIC)
               MOVE EOT-ACTUAL-TOTAL   TO PVT-ACTUAL
               MOVE EOT-PLAN-TOTAL     TO PVT-PLAN
               COMPUTE WS-PLAN-VARIANCE =
                   EOT-ACTUAL-TOTAL - EOT-PLAN-TOTAL
               MOVE WS-PLAN-VARIANCE   TO PVT-VARIANCE
               IF (EOT-PLAN-TOTAL = WS-PLAN-SUM)              AND
                  (EOT-ACTUAL-TOTAL = WS-ACTUAL-SUM)          AND
                  (EOT-ACTUAL-TOTAL = WS-EMPOUT-PROD-TOTAL)
                   MOVE 'OK'           TO PVT-RESULT
               ELSE
                   MOVE 'MISMATCH'     TO PVT-RESULT
                   MOVE 8              TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE ZEROES             TO PVT-ACTUAL
                                          PVT-PLAN
                                          PVT-VARIANCE
               MOVE 'INVALID'          TO PVT-RESULT
               MOVE 8                  TO WS-RETURN-CODE
           END-IF.
           WRITE VERIFY-PRINT-RECORD FROM WS-BLANK-LINE.
           WRITE VERIFY-PRINT-RECORD FROM WS-PLAN-TOTAL.
       4200-EXIT.
           EXIT.
*********
*********
       4300-COMPARE-ONE-PLAN.
           MOVE WS-SHIFT-SUB           TO PVD-SHIFT.
           MOVE WS-EMPOUT-PRODUCTION (WS-SHIFT-SUB)
                                       TO PVD-EMPOUT.
           IF (EOT-PLAN-SHIFT (WS-SHIFT-SUB) NOT NUMERIC) OR
              (EOT-ACTUAL-SHIFT (WS-SHIFT-SUB) NOT NUMERIC)
               MOVE ZEROES             TO PVD-ACTUAL
                                          PVD-PLAN
                                          PVD-VARIANCE
               MOVE 'INVALID'          TO PVD-RESULT
               MOVE 8                  TO WS-RETURN-CODE
               WRITE VERIFY-PRINT-RECORD FROM WS-PLAN-DETAIL
           ELSE
               ADD EOT-PLAN-SHIFT (WS-SHIFT-SUB)
                                       TO WS-PLAN-SUM
               ADD EOT-ACTUAL-SHIFT (WS-SHIFT-SUB)
                                       TO WS-ACTUAL-SUM
               MOVE EOT-ACTUAL-SHIFT (WS-SHIFT-SUB)
                                       TO PVD-ACTUAL
               MOVE EOT-PLAN-SHIFT (WS-SHIFT-SUB)
                                       TO PVD-PLAN
               COMPUTE WS-PLAN-VARIANCE =
                   EOT-ACTUAL-SHIFT (WS-SHIFT-SUB) -
                   EOT-PLAN-SHIFT (WS-SHIFT-SUB)
               MOVE WS-PLAN-VARIANCE   TO PVD-VARIANCE
               IF (EOT-ACTUAL-SHIFT (WS-SHIFT-SUB) =
                   WS-EMPOUT-PRODUCTION (WS-SHIFT-SUB))  AND
                  (EOT-PLANNED OR
                   EOT-PLAN-SHIFT (WS-SHIFT-SUB) = ZEROES)
                   MOVE 'OK'           TO PVD-RESULT
               ELSE
                   MOVE 'MISMATCH'     TO PVD-RESULT
                   MOVE 8              TO WS-RETURN-CODE
               END-IF
               WRITE VERIFY-PRINT-RECORD FROM WS-PLAN-DETAIL
           END-IF.
*********
*********
       1000-CHECKPOINT-START.
           OPEN I-O CHECKPOINT-FILE.
