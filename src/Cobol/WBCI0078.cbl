       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0078.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. RUNS WHEN THE BANK'S PAID-CHECKS FILE (PAIDCHKS) ARRIVES.  *
      *  2. MATCHES EVERY PAID CHECK TO THE ISSUED-CHECK REGISTER      *
      *     (CHKISSUE) BUILT BY THE WBCI0077 POSITIVE-PAY STEP AND     *
      *     MARKS IT PAID WITH THE PAID DATE AND AMOUNT.  REPORTED TO  *
      *     THE RECONCILIATION REPORT (CHKRECRP):                      *
      *                                                                *
      *        PAID NOT ISSUED   CHECK NUMBER NOT ON THE REGISTER      *
      *        AMOUNT MISMATCH   PAID AMOUNT NOT THE ISSUED AMOUNT     *
      *        PAID TWICE        CHECK ALREADY MARKED PAID             *
      *        OUTSTANDING       ISSUED AND STILL UNPAID MORE THAN     *
      *                          90 DAYS AFTER THE ISSUE DATE          *
      *                                                                *
      *     PAIDCHKS IS 80 BYTES:  COLS  1-10 CHECK NUMBER,            *
      *     COLS 11-20 PAID AMOUNT (9(8)V99), COLS 21-28 PAID DATE     *
      *     (CCYYMMDD).  BANK HEADER AND TRAILER RECORDS (NON-NUMERIC  *
      *     CHECK NUMBER) ARE PASSED OVER.                             *
      *  3. RETURNS.  RC 4 WHEN ANY EXCEPTION WAS REPORTED.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT PAID-CHECK-FILE ASSIGN TO PAIDCHKS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PAIDCHKS-STATUS.
           SELECT CHECK-ISSUE-FILE ASSIGN TO CHKISSUE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CIR-CHECK-NUMBER
              FILE STATUS IS WS-CHKISSUE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO CHKRECRP
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
       FD  PAID-CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAID-CHECK-IO-RECORD       PIC X(80).
       FD  CHECK-ISSUE-FILE.
       01  CHECK-ISSUE-RECORD.
           05  CIR-CHECK-NUMBER       PIC X(06).
           05  CIR-EMP-NUM            PIC X(05).
           05  CIR-PAYEE              PIC X(15).
           05  CIR-ISSUE-AMOUNT       PIC 9(5)V99.
           05  CIR-ISSUE-DATE         PIC 9(08).
           05  CIR-STATUS             PIC X(01).
               88  CIR-OUTSTANDING                 VALUE 'O'.
               88  CIR-PAID                        VALUE 'P'.
           05  CIR-PAID-DATE          PIC 9(08).
           05  CIR-PAID-AMOUNT        PIC 9(5)V99.
           05  CIR-PAID-COUNT         PIC 9(03).
           05  FILLER                 PIC X(20).
       FD  RECON-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  RECON-PRINT-RECORD         PIC X(100).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  WBCI0078    PIC X(8)      VALUE 'WBCI0078'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-PAIDCHKS-STATUS         PIC XX       VALUE '  '.
       01  WS-CHKISSUE-STATUS         PIC XX       VALUE '  '.
           88  CHKISSUE-NOT-FOUND                  VALUE '23'.
       01  WS-RETURN-CODE             PIC 9(04)    COMP  VALUE 0.
       01  WS-OUTSTANDING-DAYS        PIC S9(03)   COMP-3 VALUE +90.
       01  WS-DAYS-OUT                PIC S9(07)   COMP-3 VALUE +0.
*********
*********  BUSINESS DATE - DATECARD POSITIONS 1-8 (CCYYMMDD)
*********
       01  WS-BUSINESS-DATE-CARD.
           05  WS-CARD-DATE           PIC X(08).
           05  WS-CARD-DATE-R         REDEFINES WS-CARD-DATE
                                      PIC 9(08).
           05  FILLER                 PIC X(72).
       01  WS-BUSINESS-DATE           PIC 9(08)    VALUE ZEROES.
*********
*********  BANK PAID-CHECK RECORD (PAIDCHKS)
*********
       01  WS-PAID-CHECK-RECORD.
           05  PCK-CHECK-NUMBER       PIC 9(10).
           05  PCK-CHECK-NUMBER-R     REDEFINES PCK-CHECK-NUMBER.
               10  PCK-CHECK-HIGH     PIC 9(04).
               10  PCK-CHECK-LOW      PIC X(06).
           05  PCK-PAID-AMOUNT        PIC 9(8)V99.
           05  PCK-PAID-DATE          PIC 9(08).
           05  FILLER                 PIC X(52).
*********
*********  RECONCILIATION REPORT LINES (CHKRECRP)
*********
       01  WS-RECON-HDR1.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'RUN DATE  '.
           05  RCH-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(6)     VALUE SPACES.
           05  FILLER                 PIC X(33)    VALUE
                  'PAID CHECK RECONCILIATION REPORT '.
       01  WS-RECON-HDR2.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'CHECK     '.
           05  FILLER                 PIC X(6)     VALUE 'EMPL  '.
           05  FILLER                 PIC X(16)    VALUE 'PAYEE'.
           05  FILLER                 PIC X(9)     VALUE 'ISSUED'.
           05  FILLER                 PIC X(10)    VALUE '   ISSUED'.
           05  FILLER                 PIC X(9)     VALUE 'PAID'.
           05  FILLER                 PIC X(13)    VALUE '      PAID'.
           05  FILLER                 PIC X(9)     VALUE 'EXCEPTION'.
       01  WS-RECON-DETAIL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RCD-CHECK-NUMBER       PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-EMP-NUM            PIC X(05).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-PAYEE              PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-ISSUE-DATE         PIC X(08).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-ISSUE-AMOUNT       PIC ZZZZ9.99.
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-PAID-DATE          PIC X(08).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RCD-PAID-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RCD-EXCEPTION          PIC X(25).
       01  WS-RECON-TOTAL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RCT-LABEL              PIC X(30).
           05  RCT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RCT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE              PIC X(100)   VALUE SPACES.
*********
*********  CONTROL TOTALS
*********
       01  WS-CONTROL-TOTALS.
           05  WS-PAID-READ           PIC S9(07)   COMP-3 VALUE +0.
           05  WS-PAID-AMOUNT         PIC S9(10)V99 COMP-3 VALUE +0.
           05  WS-PAID-MATCHED        PIC S9(07)   COMP-3 VALUE +0.
           05  WS-NOT-ISSUED          PIC S9(07)   COMP-3 VALUE +0.
           05  WS-NOT-ISSUED-AMOUNT   PIC S9(10)V99 COMP-3 VALUE +0.
           05  WS-MISMATCHED          PIC S9(07)   COMP-3 VALUE +0.
           05  WS-PAID-TWICE          PIC S9(07)   COMP-3 VALUE +0.
           05  WS-OUTSTANDING         PIC S9(07)   COMP-3 VALUE +0.
           05  WS-OUTSTANDING-AMOUNT  PIC S9(10)V99 COMP-3 VALUE +0.
           05  WS-STALE               PIC S9(07)   COMP-3 VALUE +0.
           05  WS-STALE-AMOUNT        PIC S9(10)V99 COMP-3 VALUE +0.
       01  WS-SWITCHES.
           05  WS-PAID-EOF-SW         PIC X(01)    VALUE 'N'.
               88  PAID-EOF                        VALUE 'Y'.
           05  WS-BROWSE-EOF-SW       PIC X(01)    VALUE 'N'.
               88  BROWSE-EOF                      VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9000-OPEN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-MATCH-PAID-CHECKS THRU 1000-EXIT.
           PERFORM 2000-REPORT-OUTSTANDING.
           PERFORM 3000-WRITE-CONTROL.
           PERFORM 9200-CLOSE.
           IF (WS-RETURN-CODE = 0)  AND
              ((WS-NOT-ISSUED > +0) OR (WS-MISMATCHED > +0) OR
               (WS-PAID-TWICE > +0) OR (WS-STALE > +0))
               MOVE 4                  TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
*********
*********
      *    OUTSTANDING AGE IS MEASURED FROM THE ISSUE DATE TO THE
      *    BUSINESS DATE ON DATECARD.  NO CARD FALLS BACK TO THE
      *    SYSTEM DATE, AS IT DOES IN P94COMM.
       0500-GET-BUSINESS-DATE.
           MOVE SPACES                 TO WS-BUSINESS-DATE-CARD.
           IF WS-DATECARD-STATUS = '00'
               READ DATE-CARD-FILE INTO WS-BUSINESS-DATE-CARD
                   AT END
                       MOVE SPACES     TO WS-BUSINESS-DATE-CARD
               END-READ
           END-IF.
           IF WS-CARD-DATE NUMERIC
               MOVE WS-CARD-DATE-R     TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'WBCI0078 - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO RCH-RUN-DATE.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-HDR1.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-HDR2.
           WRITE RECON-PRINT-RECORD FROM WS-BLANK-LINE.
*********
*********
       1000-MATCH-PAID-CHECKS.
           IF WS-PAIDCHKS-STATUS NOT = '00'
               DISPLAY 'WBCI0078 - PAIDCHKS UNAVAILABLE, NO PAID '
                       'CHECKS MATCHED THIS RUN'
               GO TO 1000-EXIT
           END-IF.
           READ PAID-CHECK-FILE INTO WS-PAID-CHECK-RECORD
               AT END
                   MOVE 'Y'            TO WS-PAID-EOF-SW
           END-READ.
           PERFORM UNTIL PAID-EOF
               IF (PCK-CHECK-NUMBER NUMERIC) AND
                  (PCK-PAID-AMOUNT NUMERIC)
                   PERFORM 1100-MATCH-ONE-CHECK THRU 1100-EXIT
               END-IF
               READ PAID-CHECK-FILE INTO WS-PAID-CHECK-RECORD
                   AT END
                       MOVE 'Y'        TO WS-PAID-EOF-SW
               END-READ
           END-PERFORM.
       1000-EXIT.
           EXIT.
*********
*********
       1100-MATCH-ONE-CHECK.
           ADD +1                      TO WS-PAID-READ.
           ADD PCK-PAID-AMOUNT         TO WS-PAID-AMOUNT.
           MOVE SPACES                 TO WS-RECON-DETAIL.
           MOVE PCK-CHECK-NUMBER       TO RCD-CHECK-NUMBER.
           MOVE PCK-PAID-DATE          TO RCD-PAID-DATE.
           MOVE PCK-PAID-AMOUNT        TO RCD-PAID-AMOUNT.
      *    OUR CHECK NUMBERS ARE SIX DIGITS - A PAID CHECK NUMBER THAT
      *    DOES NOT FIT WAS NEVER ISSUED BY THIS PAYROLL.
           IF PCK-CHECK-HIGH NOT = ZEROES
               MOVE 'PAID NOT ISSUED'  TO RCD-EXCEPTION
               PERFORM 1900-PAID-NOT-ISSUED
               GO TO 1100-EXIT
           END-IF.
           MOVE PCK-CHECK-LOW          TO CIR-CHECK-NUMBER.
           READ CHECK-ISSUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CHKISSUE-NOT-FOUND
               MOVE 'PAID NOT ISSUED'  TO RCD-EXCEPTION
               PERFORM 1900-PAID-NOT-ISSUED
               GO TO 1100-EXIT
           END-IF.
           MOVE CIR-EMP-NUM            TO RCD-EMP-NUM.
           MOVE CIR-PAYEE              TO RCD-PAYEE.
           MOVE CIR-ISSUE-DATE         TO RCD-ISSUE-DATE.
           MOVE CIR-ISSUE-AMOUNT       TO RCD-ISSUE-AMOUNT.
      *    THE FIRST PAYMENT IS THE ONE KEPT ON THE REGISTER - A
      *    SECOND PRESENTMENT ONLY BUMPS THE PAID COUNT.
           IF CIR-PAID
               IF CIR-PAID-COUNT < 999
                   ADD 1               TO CIR-PAID-COUNT
               END-IF
               REWRITE CHECK-ISSUE-RECORD
               ADD +1                  TO WS-PAID-TWICE
               MOVE 'PAID TWICE'       TO RCD-EXCEPTION
               WRITE RECON-PRINT-RECORD FROM WS-RECON-DETAIL
               GO TO 1100-EXIT
           END-IF.
           MOVE 'P'                    TO CIR-STATUS.
           MOVE PCK-PAID-DATE          TO CIR-PAID-DATE.
           MOVE PCK-PAID-AMOUNT        TO CIR-PAID-AMOUNT.
           MOVE 1                      TO CIR-PAID-COUNT.
           REWRITE CHECK-ISSUE-RECORD.
           ADD +1                      TO WS-PAID-MATCHED.
           IF PCK-PAID-AMOUNT NOT = CIR-ISSUE-AMOUNT
               ADD +1                  TO WS-MISMATCHED
               MOVE 'AMOUNT MISMATCH'  TO RCD-EXCEPTION
               WRITE RECON-PRINT-RECORD FROM WS-RECON-DETAIL
           END-IF.
       1100-EXIT.
           EXIT.
*********
*********
       1900-PAID-NOT-ISSUED.
           ADD +1                      TO WS-NOT-ISSUED.
           ADD PCK-PAID-AMOUNT         TO WS-NOT-ISSUED-AMOUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-DETAIL.
*********
*********
       2000-REPORT-OUTSTANDING.
           MOVE 'N'                    TO WS-BROWSE-EOF-SW.
           MOVE LOW-VALUES             TO CIR-CHECK-NUMBER.
           START CHECK-ISSUE-FILE
               KEY IS NOT LESS THAN CIR-CHECK-NUMBER
               INVALID KEY
                   SET BROWSE-EOF      TO TRUE
           END-START.
           IF NOT BROWSE-EOF
               READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END
                       SET BROWSE-EOF  TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL BROWSE-EOF
               IF CIR-OUTSTANDING
                   PERFORM 2100-AGE-OUTSTANDING
               END-IF
               READ CHECK-ISSUE-FILE NEXT RECORD
                   AT END
                       SET BROWSE-EOF  TO TRUE
               END-READ
           END-PERFORM.
*********
*********
       2100-AGE-OUTSTANDING.
           ADD +1                      TO WS-OUTSTANDING.
           ADD CIR-ISSUE-AMOUNT        TO WS-OUTSTANDING-AMOUNT.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE (CIR-ISSUE-DATE).
           IF WS-DAYS-OUT > WS-OUTSTANDING-DAYS
               ADD +1                  TO WS-STALE
               ADD CIR-ISSUE-AMOUNT    TO WS-STALE-AMOUNT
               MOVE SPACES             TO WS-RECON-DETAIL
               MOVE CIR-CHECK-NUMBER   TO RCD-CHECK-NUMBER
               MOVE CIR-EMP-NUM        TO RCD-EMP-NUM
               MOVE CIR-PAYEE          TO RCD-PAYEE
               MOVE CIR-ISSUE-DATE     TO RCD-ISSUE-DATE
               MOVE CIR-ISSUE-AMOUNT   TO RCD-ISSUE-AMOUNT
               MOVE 'OUTSTANDING OVER 90 DAYS'
                                       TO RCD-EXCEPTION
               WRITE RECON-PRINT-RECORD FROM WS-RECON-DETAIL
           END-IF.
*********
*********
       3000-WRITE-CONTROL.
           WRITE RECON-PRINT-RECORD FROM WS-BLANK-LINE.
           MOVE SPACES                 TO WS-RECON-TOTAL.
           MOVE 'PAID CHECKS READ              '
                                       TO RCT-LABEL.
           MOVE WS-PAID-READ           TO RCT-COUNT.
           MOVE WS-PAID-AMOUNT         TO RCT-AMOUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE SPACES                 TO WS-RECON-TOTAL.
           MOVE 'MATCHED TO AN ISSUED CHECK    '
                                       TO RCT-LABEL.
           MOVE WS-PAID-MATCHED        TO RCT-COUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE 'PAID NOT ISSUED               '
                                       TO RCT-LABEL.
           MOVE WS-NOT-ISSUED          TO RCT-COUNT.
           MOVE WS-NOT-ISSUED-AMOUNT   TO RCT-AMOUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE SPACES                 TO WS-RECON-TOTAL.
           MOVE 'AMOUNT MISMATCHES             '
                                       TO RCT-LABEL.
           MOVE WS-MISMATCHED          TO RCT-COUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE 'PAID TWICE                    '
                                       TO RCT-LABEL.
           MOVE WS-PAID-TWICE          TO RCT-COUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE 'STILL OUTSTANDING             '
                                       TO RCT-LABEL.
           MOVE WS-OUTSTANDING         TO RCT-COUNT.
           MOVE WS-OUTSTANDING-AMOUNT  TO RCT-AMOUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
           MOVE '  OUTSTANDING OVER 90 DAYS    '
                                       TO RCT-LABEL.
           MOVE WS-STALE               TO RCT-COUNT.
           MOVE WS-STALE-AMOUNT        TO RCT-AMOUNT.
           WRITE RECON-PRINT-RECORD FROM WS-RECON-TOTAL.
*********
*********
       9000-OPEN.
           OPEN INPUT DATE-CARD-FILE.
           OPEN INPUT PAID-CHECK-FILE.
           OPEN I-O CHECK-ISSUE-FILE.
           IF WS-CHKISSUE-STATUS NOT = '00'
               DISPLAY 'WBCI0078 - CHKISSUE OPEN FAILED, STATUS = '
                       WS-CHKISSUE-STATUS
               MOVE 16                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
*********
*********
       9200-CLOSE.
           CLOSE DATE-CARD-FILE.
           CLOSE PAID-CHECK-FILE.
           CLOSE CHECK-ISSUE-FILE.
           CLOSE RECON-REPORT-FILE.
