      *       - THEN THE CORRECTED RECYCLE RECORDS - EXCEPT U=         *
      *         USERID RECORDS, WHICH WOULD COLLIDE WITH THE NEW       *
      *         FILE'S SINGLE USERID RECORD AND ARE BYPASSED WITH A    *
      *         COUNT.  A RECYCLED EDI ORDER RECORD (E IN POSITION     *
      *         80) HAS ITS EDI SOURCE AND PO REFERENCE (75-80)        *
      *         CLEARED - ITS PO WAS ACKNOWLEDGED AS REJECTED ON THE   *
      *         NIGHT IT FAILED, AND THE CORRECTION GOES IN AS A       *
      *         KEYED RECORD,                                          *
      *       - THEN THE REST OF THE NEW FILE.                         *
      *  2. WRITES THE RECONCILIATION COUNTS (RECYCLED IN, MERGED,     *
      *     BYPASSED, NEW PARAMETERS, TOTAL OUT) TO MERGERPT SO THE    *
                       ADD 1           TO WS-BYPASSED-COUNT
                   ELSE
                       ADD 1           TO WS-MERGED-COUNT
                       IF RCY-ORIGINAL (80:1) = 'E'
                           MOVE SPACES TO RCY-ORIGINAL (75:6)
                       END-IF
                       WRITE PARM-OUT-RECORD FROM RCY-ORIGINAL
                   END-IF
               END-IF
