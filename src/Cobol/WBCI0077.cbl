       IDENTIFICATION DIVISION.
       PROGRAM-ID.       WBCI0077.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. RUNS AFTER THE WBCI0075 PAYCHECK AUDIT.                    *
      *  2. BUILDS THE BANK'S POSITIVE-PAY ISSUE FILE (POSPAY) FROM    *
      *     THE EMPCHECK CHECK RECORDS.  EACH ISSUED CHECK GOES TO     *
      *     THE BANK WITH ITS CHECK NUMBER, AMOUNT, ISSUE DATE (THE    *
      *     DATECARD BUSINESS DATE) AND PAYEE (THE EMPLOYEE NAME FROM  *
      *     THE EMPCOMP COMPENSATION FEED), AND THE FILE CLOSES WITH   *
      *     A CONTROL TRAILER OF CHECK COUNT AND AMOUNT TOTAL.         *
      *  3. EVERY CHECK SENT IS ADDED TO THE ISSUED-CHECK REGISTER     *
      *     (CHKISSUE), KEYED BY CHECK NUMBER, AS OUTSTANDING.  THE    *
      *     WBCI0078 PAID-CHECK RECONCILIATION WORKS FROM IT.          *
      *  4. A CHECK IS NOT SENT, AND IS LISTED ON THE ISSUE REPORT     *
      *     (POSPAYRP), WHEN THE RECORD IS INVALID, THE EMPLOYEE IS    *
      *     NOT ON EMPCOMP, OR THE CHECK NUMBER WAS ALREADY ISSUED ON  *
      *     AN EARLIER DATE.  A RERUN FOR THE SAME BUSINESS DATE       *
      *     RESENDS THE CHECKS ALREADY ON THE REGISTER FOR THAT DATE.  *
      *  5. RETURNS.  RC 4 WHEN ANY CHECK WAS HELD BACK.               *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CHECK-FILE ASSIGN TO EMPCHECK
              ORGANIZATION IS SEQUENTIAL.
           SELECT COMP-FILE ASSIGN TO EMPCOMP
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-ISSUE-FILE ASSIGN TO CHKISSUE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CIR-CHECK-NUMBER
              FILE STATUS IS WS-CHKISSUE-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
              ORGANIZATION IS SEQUENTIAL.
           SELECT ISSUE-REPORT-FILE ASSIGN TO POSPAYRP
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
       FD  CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CHECK-RECORD               PIC X(80).
       FD  COMP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COMP-RECORD                PIC X(80).
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
       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  POSITIVE-PAY-RECORD        PIC X(80).
       FD  ISSUE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  ISSUE-PRINT-RECORD         PIC X(100).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  WBCI0077    PIC X(8)      VALUE 'WBCI0077'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-CHKISSUE-STATUS         PIC XX       VALUE '  '.
           88  CHKISSUE-NOT-FOUND                  VALUE '23'.
       01  WS-RETURN-CODE             PIC 9(04)    COMP  VALUE 0.
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
*********  EMPCHECK CHECK RECORD DETAIL LAYOUT
*********
       01  CHECK-SAMPLE.
           05  CHK-EMP-NUM        PIC 9(05).
           05  CHK-CHECK-NUMBER   PIC 9(06).
           05  CHK-CHECK-NUMBER-X REDEFINES CHK-CHECK-NUMBER
                                  PIC X(06).
           05  CHK-CHECK-AMOUNT   PIC 9(5)V99.
           05  FILLER             PIC X(62).
*********
*********  EMPCOMP COMPENSATION FEED RECORD (WRITTEN BY P94COMM)
*********
       01  COMP-FEED-RECORD.
           05  CFR-EMP-NUM        PIC 9(05).
           05  CFR-EMP-NAME       PIC X(15).
           05  CFR-TOTAL-COMP     PIC 9(5)V99.
           05  CFR-TOTAL-DEDUCT   PIC 9(5)V99.
           05  CFR-NET-PAY        PIC 9(5)V99.
           05  FILLER             PIC X(39).
*********
*********  PAYEE NAMES LOADED FROM EMPCOMP
*********
       01  PAYEE-TABLE.
           05  PT-PAYEE-MAX       PIC S9(05)    COMP-3  VALUE +2000.
           05  PT-PAYEE-COUNT     PIC S9(05)    COMP-3  VALUE +0.
           05  PT-ENTRY           OCCURS 2000 TIMES
                                    INDEXED BY PT-IX.
               10  PT-EMP-NUM         PIC 9(05).
               10  PT-EMP-NAME        PIC X(15).
*********
*********  POSITIVE-PAY ISSUE FILE LAYOUT (POSPAY) - BANK FORMAT
*********
       01  WS-POSPAY-DETAIL.
           05  PPD-RECORD-TYPE        PIC X(01)    VALUE 'D'.
           05  PPD-CHECK-NUMBER       PIC 9(10).
           05  PPD-CHECK-AMOUNT       PIC 9(8)V99.
           05  PPD-ISSUE-DATE         PIC 9(08).
           05  PPD-PAYEE-NAME         PIC X(30).
           05  PPD-ISSUE-CODE         PIC X(01)    VALUE 'I'.
           05  FILLER                 PIC X(20)    VALUE SPACES.
       01  WS-POSPAY-TRAILER.
           05  PPT-RECORD-TYPE        PIC X(01)    VALUE 'T'.
           05  PPT-CHECK-COUNT        PIC 9(07).
           05  PPT-AMOUNT-TOTAL       PIC 9(10)V99.
           05  PPT-ISSUE-DATE         PIC 9(08).
           05  FILLER                 PIC X(52)    VALUE SPACES.
*********
*********  ISSUE REPORT LINES (POSPAYRP)
*********
       01  WS-ISSUE-HDR1.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'RUN DATE  '.
           05  ISH-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(6)     VALUE SPACES.
           05  FILLER                 PIC X(32)    VALUE
                  'POSITIVE-PAY ISSUE CONTROL      '.
       01  WS-ISSUE-HDR2.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'EMPLOYEE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE 'CHECK '.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE '  AMOUNT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(15)    VALUE 'PAYEE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE 'REASON'.
       01  WS-ISSUE-DETAIL.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  ISD-EMP-NUM            PIC X(05).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  ISD-CHECK-NUMBER       PIC X(06).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  ISD-CHECK-AMOUNT       PIC ZZZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  ISD-PAYEE              PIC X(15).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  ISD-REASON             PIC X(40).
       01  WS-ISSUE-TOTAL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  IST-LABEL              PIC X(30).
           05  IST-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  IST-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE              PIC X(100)   VALUE SPACES.
*********
*********  CONTROL TOTALS
*********
       01  WS-CONTROL-TOTALS.
           05  WS-CHECKS-READ         PIC S9(07)   COMP-3 VALUE +0.
           05  WS-CHECKS-SENT         PIC S9(07)   COMP-3 VALUE +0.
           05  WS-CHECKS-RESENT       PIC S9(07)   COMP-3 VALUE +0.
           05  WS-CHECKS-HELD         PIC S9(07)   COMP-3 VALUE +0.
           05  WS-AMOUNT-SENT         PIC S9(10)V99 COMP-3 VALUE +0.
           05  WS-AMOUNT-HELD         PIC S9(10)V99 COMP-3 VALUE +0.
       01  WS-SWITCHES.
           05  WS-CHECK-EOF-SW        PIC X(01)    VALUE 'N'.
               88  CHECK-EOF                       VALUE 'Y'.
           05  WS-COMP-EOF-SW         PIC X(01)    VALUE 'N'.
               88  COMP-EOF                        VALUE 'Y'.
           05  WS-PAYEE-FOUND-SW      PIC X(01)    VALUE 'N'.
               88  PAYEE-FOUND                     VALUE 'Y'.
               88  PAYEE-NOT-FOUND                 VALUE 'N'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9000-OPEN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-LOAD-PAYEE-TABLE.
           PERFORM 9100-READ-CHECK.
           PERFORM 2000-ISSUE-CHECK UNTIL CHECK-EOF.
           PERFORM 3000-WRITE-CONTROL.
           PERFORM 9200-CLOSE.
           IF (WS-RETURN-CODE = 0) AND (WS-CHECKS-HELD > +0)
               MOVE 4                  TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
*********
*********
      *    THE ISSUE DATE IS THE BUSINESS DATE ON DATECARD, THE SAME
      *    CARD P94COMM PAYS FROM.  NO CARD FALLS BACK TO THE SYSTEM
      *    DATE, AS IT DOES IN P94COMM.
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
               DISPLAY 'WBCI0077 - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO ISH-RUN-DATE.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-HDR1.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-HDR2.
           WRITE ISSUE-PRINT-RECORD FROM WS-BLANK-LINE.
*********
*********
       1000-LOAD-PAYEE-TABLE.
           READ COMP-FILE INTO COMP-FEED-RECORD
               AT END
                   MOVE 'Y'            TO WS-COMP-EOF-SW
           END-READ.
      *    ONLY REAL EMPLOYEE DETAIL RECORDS (NUMERIC EMPLOYEE NUMBER)
      *    LOAD - PARTITION TRAILERS AND DEDUCTION DETAIL RECORDS ARE
      *    PASSED OVER, AS IN THE WBCI0075 AUDIT.
           PERFORM UNTIL COMP-EOF
               IF (PT-PAYEE-COUNT < PT-PAYEE-MAX) AND
                  (CFR-EMP-NUM NUMERIC)
                   ADD +1              TO PT-PAYEE-COUNT
                   SET PT-IX           TO PT-PAYEE-COUNT
                   MOVE CFR-EMP-NUM    TO PT-EMP-NUM (PT-IX)
                   MOVE CFR-EMP-NAME   TO PT-EMP-NAME (PT-IX)
               END-IF
               READ COMP-FILE INTO COMP-FEED-RECORD
                   AT END
                       MOVE 'Y'        TO WS-COMP-EOF-SW
               END-READ
           END-PERFORM.
*********
*********
       2000-ISSUE-CHECK.
           IF CHECK-SAMPLE NOT = SPACES
               ADD +1                  TO WS-CHECKS-READ
               PERFORM 2100-ISSUE-ONE-CHECK THRU 2100-EXIT
           END-IF.
           PERFORM 9100-READ-CHECK.
*********
*********
       2100-ISSUE-ONE-CHECK.
           MOVE SPACES                 TO WS-ISSUE-DETAIL.
           IF (CHK-EMP-NUM NOT NUMERIC)      OR
              (CHK-CHECK-NUMBER NOT NUMERIC) OR
              (CHK-CHECK-AMOUNT NOT NUMERIC)
               MOVE CHECK-SAMPLE (1:5) TO ISD-EMP-NUM
               MOVE CHECK-SAMPLE (6:6) TO ISD-CHECK-NUMBER
               MOVE 'NOT SENT - CHECK RECORD INVALID'
                                       TO ISD-REASON
               PERFORM 2900-HOLD-CHECK
               GO TO 2100-EXIT
           END-IF.
           MOVE CHK-EMP-NUM            TO ISD-EMP-NUM.
           MOVE CHK-CHECK-NUMBER       TO ISD-CHECK-NUMBER.
           MOVE CHK-CHECK-AMOUNT       TO ISD-CHECK-AMOUNT.
           MOVE 'N'                    TO WS-PAYEE-FOUND-SW.
           IF PT-PAYEE-COUNT > +0
               SET PT-IX               TO +1
               SEARCH PT-ENTRY
                   AT END
                       MOVE 'N'        TO WS-PAYEE-FOUND-SW
                   WHEN (PT-IX > PT-PAYEE-COUNT)
                       MOVE 'N'        TO WS-PAYEE-FOUND-SW
                   WHEN PT-EMP-NUM (PT-IX) = CHK-EMP-NUM
                       MOVE 'Y'        TO WS-PAYEE-FOUND-SW
               END-SEARCH
           END-IF.
      *    A CHECK FOR AN EMPLOYEE THE COMP PASS DID NOT PAY IS NOT
      *    PUT ON POSITIVE PAY - THE BANK WILL RETURN IT IF PRESENTED.
           IF PAYEE-NOT-FOUND
               MOVE 'NOT SENT - EMPLOYEE NOT ON EMPCOMP'
                                       TO ISD-REASON
               PERFORM 2900-HOLD-CHECK
               GO TO 2100-EXIT
           END-IF.
           MOVE PT-EMP-NAME (PT-IX)    TO ISD-PAYEE.
           MOVE CHK-CHECK-NUMBER-X     TO CIR-CHECK-NUMBER.
           READ CHECK-ISSUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CHKISSUE-NOT-FOUND
               MOVE CHK-CHECK-NUMBER-X TO CIR-CHECK-NUMBER
               MOVE CHK-EMP-NUM        TO CIR-EMP-NUM
               MOVE PT-EMP-NAME (PT-IX)
                                       TO CIR-PAYEE
               MOVE CHK-CHECK-AMOUNT   TO CIR-ISSUE-AMOUNT
               MOVE WS-BUSINESS-DATE   TO CIR-ISSUE-DATE
               MOVE 'O'                TO CIR-STATUS
               MOVE ZEROES             TO CIR-PAID-DATE
                                          CIR-PAID-AMOUNT
                                          CIR-PAID-COUNT
               WRITE CHECK-ISSUE-RECORD
           ELSE
      *    THE SAME CHECK ON THE REGISTER FOR TODAY IS A RERUN OF THIS
      *    STEP - SEND IT AGAIN SO THE FILE IS COMPLETE.  A CHECK
      *    NUMBER ISSUED ON ANOTHER DAY, OR TO ANOTHER EMPLOYEE OR FOR
      *    ANOTHER AMOUNT, IS A DUPLICATE AND IS HELD BACK.
               IF (CIR-ISSUE-DATE   = WS-BUSINESS-DATE) AND
                  (CIR-EMP-NUM      = CHK-EMP-NUM)      AND
                  (CIR-ISSUE-AMOUNT = CHK-CHECK-AMOUNT)
                   ADD +1              TO WS-CHECKS-RESENT
               ELSE
                   MOVE 'NOT SENT - CHECK NUMBER ALREADY ISSUED'
                                       TO ISD-REASON
                   PERFORM 2900-HOLD-CHECK
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE CHK-CHECK-NUMBER       TO PPD-CHECK-NUMBER.
           MOVE CHK-CHECK-AMOUNT       TO PPD-CHECK-AMOUNT.
           MOVE WS-BUSINESS-DATE       TO PPD-ISSUE-DATE.
           MOVE PT-EMP-NAME (PT-IX)    TO PPD-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-DETAIL.
           ADD +1                      TO WS-CHECKS-SENT.
           ADD CHK-CHECK-AMOUNT        TO WS-AMOUNT-SENT.
       2100-EXIT.
           EXIT.
*********
*********
       2900-HOLD-CHECK.
           ADD +1                      TO WS-CHECKS-HELD.
           IF CHK-CHECK-AMOUNT NUMERIC
               ADD CHK-CHECK-AMOUNT    TO WS-AMOUNT-HELD
           END-IF.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-DETAIL.
*********
*********
       3000-WRITE-CONTROL.
           MOVE WS-CHECKS-SENT         TO PPT-CHECK-COUNT.
           MOVE WS-AMOUNT-SENT         TO PPT-AMOUNT-TOTAL.
           MOVE WS-BUSINESS-DATE       TO PPT-ISSUE-DATE.
           WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-TRAILER.
           WRITE ISSUE-PRINT-RECORD FROM WS-BLANK-LINE.
           MOVE SPACES                 TO WS-ISSUE-TOTAL.
           MOVE 'CHECKS READ FROM EMPCHECK     '
                                       TO IST-LABEL.
           MOVE WS-CHECKS-READ         TO IST-COUNT.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-TOTAL.
           MOVE 'CHECKS SENT ON POSPAY         '
                                       TO IST-LABEL.
           MOVE WS-CHECKS-SENT         TO IST-COUNT.
           MOVE WS-AMOUNT-SENT         TO IST-AMOUNT.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-TOTAL.
           MOVE SPACES                 TO WS-ISSUE-TOTAL.
           MOVE '  OF WHICH RESENT ON A RERUN  '
                                       TO IST-LABEL.
           MOVE WS-CHECKS-RESENT       TO IST-COUNT.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-TOTAL.
           MOVE 'CHECKS HELD BACK              '
                                       TO IST-LABEL.
           MOVE WS-CHECKS-HELD         TO IST-COUNT.
           MOVE WS-AMOUNT-HELD         TO IST-AMOUNT.
           WRITE ISSUE-PRINT-RECORD FROM WS-ISSUE-TOTAL.
*********
*********
       9000-OPEN.
           OPEN INPUT DATE-CARD-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT COMP-FILE.
           OPEN I-O CHECK-ISSUE-FILE.
      *    A FRESHLY DEFINED (UNLOADED) CHKISSUE CLUSTER OPENS WITH
      *    STATUS 35 - PRIME IT WITH AN OPEN OUTPUT / CLOSE, THEN
      *    RE-OPEN I-O.
           IF WS-CHKISSUE-STATUS = '35'
               OPEN OUTPUT CHECK-ISSUE-FILE
               CLOSE CHECK-ISSUE-FILE
               OPEN I-O CHECK-ISSUE-FILE
           END-IF.
           IF WS-CHKISSUE-STATUS NOT = '00'
               DISPLAY 'WBCI0077 - CHKISSUE OPEN FAILED, STATUS = '
                       WS-CHKISSUE-STATUS
               MOVE 16                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT ISSUE-REPORT-FILE.
*********
*********
       9100-READ-CHECK.
           READ CHECK-FILE INTO CHECK-SAMPLE
               AT END
                   MOVE 'Y'            TO WS-CHECK-EOF-SW
           END-READ.
*********
*********
       9200-CLOSE.
           CLOSE DATE-CARD-FILE.
           CLOSE CHECK-FILE.
           CLOSE COMP-FILE.
           CLOSE CHECK-ISSUE-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE ISSUE-REPORT-FILE.
