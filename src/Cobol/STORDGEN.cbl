       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STORDGEN.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. STANDING ORDER GENERATION - RUNS AHEAD OF P94COMM.  READS  *
      *     THE BUSINESS DATE FROM DATECARD (THE SYSTEM DATE WHEN NO   *
      *     CARD IS SUPPLIED, AS P94COMM DOES), THEN BROWSES THE       *
      *     STANDING ORDER MASTER (STNDORD).  EVERY ACTIVE STANDING    *
      *     ORDER WHOSE NEXT-DUE DATE HAS BEEN REACHED IS DUE:         *
      *       - PAST ITS END DATE, IT IS MARKED ENDED AND NOTHING IS   *
      *         GENERATED,                                             *
      *       - FOR AN INACTIVE CUSTOMER, OR ONE ON CREDIT HOLD (A     *
      *         NON-ZERO CREDIT LIMIT ALREADY REACHED BY THE OPEN      *
      *         BALANCE), THE CYCLE IS SKIPPED AND LISTED,             *
      *       - OTHERWISE AN A= ADD (FIRST LINE) AND ONE I= ITEM       *
      *         CONTINUATION PER FURTHER LINE ARE WRITTEN, EACH        *
      *         MARKED S IN POSITION 80 SO P94COMM RECORDS THE ORDER   *
      *         ON ORDAUDIT AS SYSTEM GENERATED.                       *
      *     GENERATED OR SKIPPED, THE NEXT-DUE DATE IS ADVANCED BY     *
      *     THE FREQUENCY UNTIL IT PASSES THE BUSINESS DATE (A RUN     *
      *     THAT FELL BEHIND GENERATES ONE ORDER, NOT ONE PER MISSED   *
      *     CYCLE), AND AN ORDER WHOSE NEXT CYCLE FALLS AFTER ITS END  *
      *     DATE IS MARKED ENDED.                                      *
      *  2. THE PARAMETER FILE (PARMIN) IS COPIED TO PARMOUT WITH THE  *
      *     GENERATED RECORDS PLACED AFTER THE LEADING U= / G= / O=    *
      *     CONTROL CARDS, AS PARMRMRG PLACES RECYCLED RECORDS, SO     *
      *     THE GENERATED ADDS AUDIT UNDER THE RUN'S USERID AND AN     *
      *     ADD IS FOLLOWED DIRECTLY BY ITS OWN ITEM CONTINUATIONS.    *
      *  3. WRITES THE STANDING ORDER REGISTER (STNDREG) - ONE LINE    *
      *     PER DUE STANDING ORDER WITH WHAT WAS DONE, THEN THE        *
      *     CONTROL COUNTS.                                            *
      *  4. RETURNS.                                                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO STNDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STO-STANDING-ID
              FILE STATUS IS WS-STNDORD-STATUS.
           COPY VCUSTOMR.
           SELECT PARM-IN-FILE ASSIGN TO PARMIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARMIN-STATUS.
           SELECT PARM-OUT-FILE ASSIGN TO PARMOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO STNDREG
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
*********
*********  STANDING ORDER MASTER - ONE RECORD PER STANDING ORDER,
*********  MAINTAINED BY ORDER ENTRY.  FREQUENCY W WEEKLY, B EVERY
*********  TWO WEEKS, M MONTHLY, Q QUARTERLY.  MONTHLY AND QUARTERLY
*********  ORDERS FALL ON STO-DAY-OF-MONTH, OR THE LAST DAY OF A
*********  SHORTER MONTH.  A ZERO END DATE MEANS OPEN ENDED.  LINE 1
*********  GOES ON THE A= ADD; A ZERO LINE PRICE LEAVES THE LINE TO
*********  BE PRICED BY P94COMM AS A KEYED LINE WOULD BE.
*********
       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  STANDING-ORDER-RECORD.
           05  STO-STANDING-ID        PIC X(08).
           05  STO-CUSTOMER-ID        PIC X(32).
           05  STO-CATEGORY           PIC X(14).
           05  STO-SUB-CATEGORY       PIC X(14).
           05  STO-FREQUENCY          PIC X(01).
               88  STO-WEEKLY                      VALUE 'W'.
               88  STO-BIWEEKLY                    VALUE 'B'.
               88  STO-MONTHLY                     VALUE 'M'.
               88  STO-QUARTERLY                   VALUE 'Q'.
               88  STO-FREQUENCY-VALID             VALUES 'W' 'B'
                                                          'M' 'Q'.
           05  STO-DAY-OF-MONTH       PIC 9(02).
           05  STO-NEXT-DUE-DATE      PIC 9(08).
           05  STO-END-DATE           PIC 9(08).
           05  STO-STATUS             PIC X(01).
               88  STO-ACTIVE                      VALUE 'A'.
               88  STO-ENDED                       VALUE 'E'.
           05  STO-LAST-GENERATED     PIC 9(08).
           05  STO-EXPEDITE           PIC X(01).
           05  STO-LINE-COUNT         PIC 9(02).
           05  STO-LINE               OCCURS 10 TIMES.
               10  STO-ITEM-NUMBER    PIC 9(08).
               10  STO-QUANTITY       PIC 9(05).
               10  STO-UNIT-PRICE     PIC 9(11)V99.
           05  FILLER                 PIC X(41).
       COPY VCUSTFD.
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PARM-IN-RECORD             PIC X(80).
       FD  PARM-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PARM-OUT-RECORD            PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  STORDGEN    PIC X(8)      VALUE 'STORDGEN'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-STNDORD-STATUS          PIC XX       VALUE '  '.
       01  WMF-CUSTOMR-STATUS         PIC XX       VALUE '  '.
       01  WS-PARMIN-STATUS           PIC XX       VALUE '  '.
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
*********  DATE ARITHMETIC FOR ADVANCING THE NEXT-DUE DATE
*********
       01  WS-WORK-DATE.
           05  WS-WORK-YEAR           PIC 9(04).
           05  WS-WORK-MONTH          PIC 9(02).
           05  WS-WORK-DAY            PIC 9(02).
       01  WS-WORK-DATE-R             REDEFINES WS-WORK-DATE
                                      PIC 9(08).
       01  WS-DATE-FIELDS.
           05  WS-ADD-DAYS            PIC 9(02)    VALUE ZEROES.
           05  WS-ADD-MONTHS          PIC 9(02)    VALUE ZEROES.
           05  WS-MONTH-DAYS          PIC 9(02)    VALUE ZEROES.
           05  WS-LEAP-QUOTIENT       PIC 9(04)    VALUE ZEROES.
           05  WS-LEAP-REM-4          PIC 9(04)    VALUE ZEROES.
           05  WS-LEAP-REM-100        PIC 9(04)    VALUE ZEROES.
           05  WS-LEAP-REM-400        PIC 9(04)    VALUE ZEROES.
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                 PIC X(24)    VALUE
                  '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE-R      REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-DAYS-IN-MONTH       PIC 9(02)    OCCURS 12 TIMES.
*********
*********  GENERATED PARAMETER RECORDS - SAME POSITIONS AS THE
*********  P94COMM A= ADD AND I= ITEM CONTINUATION LAYOUTS.  THE
*********  ORDER NUMBER IS LEFT BLANK FOR P94COMM TO ASSIGN FROM
*********  ORDNUMFL, AND THE I= SEQ IS LEFT BLANK SO THE LINES TAKE
*********  THE NEXT SEQUENCE UNDER THE ADD.
*********
       01  WS-GEN-ORDER-RECORD.
           05  GEN-ORDER-TYPE         PIC X(02)    VALUE 'A='.
           05  GEN-ORDER-NUMBER       PIC X(10)    VALUE SPACES.
           05  GEN-ORDER-CUSTOMER-ID  PIC X(20)    VALUE SPACES.
           05  GEN-ORDER-CATEGORY     PIC X(14)    VALUE SPACES.
           05  GEN-ORDER-SUB-CATEGORY PIC X(14)    VALUE SPACES.
           05  GEN-ORDER-ITEM         PIC 9(08)    VALUE ZEROES.
           05  GEN-ORDER-QUANTITY     PIC 9(05)    VALUE ZEROES.
           05  GEN-ORDER-EXPEDITE     PIC X(01)    VALUE SPACES.
           05  FILLER                 PIC X(05)    VALUE SPACES.
           05  GEN-ORDER-SOURCE       PIC X(01)    VALUE 'S'.
       01  WS-GEN-ITEM-RECORD.
           05  GEN-ITEM-TYPE          PIC X(02)    VALUE 'I='.
           05  GEN-ITEM-NUMBER        PIC 9(08)    VALUE ZEROES.
           05  GEN-ITEM-SEQ           PIC X(04)    VALUE SPACES.
           05  GEN-ITEM-QUANTITY      PIC 9(05)    VALUE ZEROES.
           05  GEN-ITEM-PRICE         PIC X(13)    VALUE SPACES.
           05  GEN-ITEM-PRICE-R       REDEFINES GEN-ITEM-PRICE
                                      PIC 9(11)V99.
           05  FILLER                 PIC X(15)    VALUE SPACES.
           05  FILLER                 PIC X(32)    VALUE SPACES.
           05  GEN-ITEM-SOURCE        PIC X(01)    VALUE 'S'.
       01  WS-COUNTS.
           05  WS-STANDING-READ       PIC 9(05)    VALUE ZEROES.
           05  WS-DUE-COUNT           PIC 9(05)    VALUE ZEROES.
           05  WS-GENERATED-COUNT     PIC 9(05)    VALUE ZEROES.
           05  WS-SKIPPED-COUNT       PIC 9(05)    VALUE ZEROES.
           05  WS-ENDED-COUNT         PIC 9(05)    VALUE ZEROES.
           05  WS-ADD-RECORDS         PIC 9(05)    VALUE ZEROES.
           05  WS-ITEM-RECORDS        PIC 9(05)    VALUE ZEROES.
           05  WS-NEW-PARM-COUNT      PIC 9(05)    VALUE ZEROES.
           05  WS-TOTAL-OUT           PIC 9(05)    VALUE ZEROES.
       01  WS-LINE-SUB                PIC 9(02)    VALUE ZEROES.
       01  WS-DUE-DATE                PIC 9(08)    VALUE ZEROES.
       01  WS-DISPOSITION             PIC X(27)    VALUE SPACES.
*********
*********  STANDING ORDER REGISTER LINES (STNDREG)
*********
       01  WS-RPT-HDR.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(34)    VALUE
                  'STANDING ORDER REGISTER           '.
           05  FILLER                 PIC X(14)    VALUE
                  'BUSINESS DATE '.
           05  RPT-HDR-DATE           PIC 9(08).
       01  WS-RPT-COLUMNS.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(44)    VALUE
                  'STANDING  CUSTOMER                          '.
           05  FILLER                 PIC X(27)    VALUE
                  'FQ  DUE DATE  LN  NEXT DUE '.
           05  FILLER                 PIC X(27)    VALUE
                  'DISPOSITION'.
       01  WS-RPT-DETAIL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-STANDING-ID        PIC X(08).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-CUSTOMER-ID        PIC X(32).
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  RPT-FREQUENCY          PIC X(01).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-DUE-DATE           PIC 9(08).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-LINES              PIC Z9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-NEXT-DUE-DATE      PIC 9(08).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-DISPOSITION        PIC X(27).
       01  WS-RPT-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-LABEL              PIC X(30).
           05  RPT-VALUE              PIC ZZZZ9.
       01  WS-SWITCHES.
           05  WS-STND-EOF-SW         PIC X(01)    VALUE 'N'.
               88  STND-EOF                        VALUE 'Y'.
           05  WS-PARM-EOF-SW         PIC X(01)    VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  WS-HELD-SW             PIC X(01)    VALUE 'N'.
               88  PARM-RECORD-HELD                VALUE 'Y'.
*********
*********  FIRST NON-CONTROL RECORD READ WHILE PASSING THE LEAD
*********  CONTROL CARDS THROUGH - WRITTEN BACK OUT AHEAD OF THE
*********  REST OF THE FILE IN 3000
*********
       01  WS-HELD-RECORD             PIC X(80)    VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9000-OPEN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-COPY-LEAD-CONTROLS THRU 1000-EXIT.
           PERFORM 2000-GENERATE-DUE-ORDERS THRU 2000-EXIT.
           PERFORM 3000-COPY-PARAMETERS THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS.
           PERFORM 9200-CLOSE.
           GOBACK.
*********
*********
      *    THE BUSINESS DATE COMES FROM DATECARD SO THE ORDERS DUE
      *    ARE THE ONES P94COMM WILL ENTER UNDER THE SAME DATE.  NO
      *    CARD (OR A NON-NUMERIC ONE) FALLS BACK TO THE SYSTEM DATE,
      *    AS IT DOES IN P94COMM.
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
               DISPLAY 'STORDGEN - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-RPT-HDR.
           WRITE REPORT-RECORD FROM WS-RPT-COLUMNS.
*********
*********
      *    THE LEADING U= / G= / O= CONTROL CARDS PASS THROUGH FIRST
      *    SO THE GENERATED ADDS RUN UNDER THE REAL USERID AND
      *    THRESHOLDS.  THE FIRST NON-CONTROL RECORD IS HELD FOR 3000
      *    TO WRITE BACK OUT.
       1000-COPY-LEAD-CONTROLS.
           IF WS-PARMIN-STATUS NOT = '00'
               DISPLAY 'STORDGEN - PARMIN UNAVAILABLE'
               SET PARM-EOF            TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ PARM-IN-FILE
               AT END
                   SET PARM-EOF        TO TRUE
           END-READ.
           PERFORM UNTIL PARM-EOF OR PARM-RECORD-HELD
               IF PARM-IN-RECORD (1:1) = 'U' OR 'G' OR 'O'
                   ADD 1               TO WS-NEW-PARM-COUNT
                   WRITE PARM-OUT-RECORD FROM PARM-IN-RECORD
                   READ PARM-IN-FILE
                       AT END
                           SET PARM-EOF
                                       TO TRUE
                   END-READ
               ELSE
                   MOVE PARM-IN-RECORD TO WS-HELD-RECORD
                   SET PARM-RECORD-HELD
                                       TO TRUE
               END-IF
           END-PERFORM.
       1000-EXIT.
           EXIT.
*********
*********
      *    BROWSE THE WHOLE STANDING ORDER MASTER IN KEY ORDER.
       2000-GENERATE-DUE-ORDERS.
           IF WS-STNDORD-STATUS NOT = '00'
               DISPLAY 'STORDGEN - STNDORD UNAVAILABLE, NO STANDING '
                       'ORDERS GENERATED'
               SET STND-EOF            TO TRUE
               GO TO 2000-EXIT
           END-IF.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET STND-EOF        TO TRUE
           END-READ.
           PERFORM UNTIL STND-EOF
               ADD 1                   TO WS-STANDING-READ
               PERFORM 2100-PROCESS-STANDING-ORDER THRU 2100-EXIT
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET STND-EOF    TO TRUE
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.
*********
*********
      *    ONE STANDING ORDER - NOTHING TO DO UNLESS IT IS ACTIVE AND
      *    ITS NEXT-DUE DATE HAS BEEN REACHED.  A RECORD WITH A BAD
      *    FREQUENCY OR NEXT-DUE DATE IS LISTED BUT LEFT AS IT IS FOR
      *    ORDER ENTRY TO CORRECT.
       2100-PROCESS-STANDING-ORDER.
           IF NOT STO-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           IF STO-NEXT-DUE-DATE > WS-BUSINESS-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1                       TO WS-DUE-COUNT.
           MOVE STO-NEXT-DUE-DATE      TO WS-DUE-DATE.
           MOVE STO-NEXT-DUE-DATE      TO WS-WORK-DATE-R.
           IF NOT STO-FREQUENCY-VALID
               MOVE 'SKIPPED - BAD FREQUENCY'
                                       TO WS-DISPOSITION
               ADD 1                   TO WS-SKIPPED-COUNT
               GO TO 2100-WRITE-REGISTER
           END-IF.
           IF (WS-WORK-MONTH < 1 OR > 12) OR
              (WS-WORK-DAY < 1 OR > 31)
               MOVE 'SKIPPED - BAD NEXT DUE DATE'
                                       TO WS-DISPOSITION
               ADD 1                   TO WS-SKIPPED-COUNT
               GO TO 2100-WRITE-REGISTER
           END-IF.
           IF (STO-END-DATE NOT = ZEROES) AND
              (STO-END-DATE < WS-BUSINESS-DATE)
               MOVE 'ENDED - PAST END DATE'
                                       TO WS-DISPOSITION
               MOVE 'E'                TO STO-STATUS
               ADD 1                   TO WS-ENDED-COUNT
               GO TO 2100-REWRITE
           END-IF.
           PERFORM 2200-CHECK-CUSTOMER THRU 2200-EXIT.
           IF WS-DISPOSITION = SPACES
               PERFORM 2300-WRITE-ORDER THRU 2300-EXIT
               MOVE WS-BUSINESS-DATE   TO STO-LAST-GENERATED
               MOVE 'GENERATED'        TO WS-DISPOSITION
               ADD 1                   TO WS-GENERATED-COUNT
           ELSE
               ADD 1                   TO WS-SKIPPED-COUNT
           END-IF.
*********
*********  A SKIPPED CYCLE IS NOT CARRIED FORWARD - THE REGISTER
*********  LINE IS THE ORDER DESK'S CUE TO KEY IT BY HAND ONCE THE
*********  CUSTOMER IS CLEARED
*********
           PERFORM 2400-ADVANCE-NEXT-DUE THRU 2400-EXIT
               UNTIL WS-WORK-DATE-R > WS-BUSINESS-DATE.
           MOVE WS-WORK-DATE-R         TO STO-NEXT-DUE-DATE.
           IF (STO-END-DATE NOT = ZEROES) AND
              (STO-NEXT-DUE-DATE > STO-END-DATE)
               MOVE 'E'                TO STO-STATUS
               ADD 1                   TO WS-ENDED-COUNT
               IF WS-DISPOSITION = 'GENERATED'
                   MOVE 'GENERATED - FINAL ORDER'
                                       TO WS-DISPOSITION
               END-IF
           END-IF.
       2100-REWRITE.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STNDORD-STATUS NOT = '00'
               DISPLAY 'STORDGEN - STNDORD REWRITE FAILED FOR '
                       STO-STANDING-ID ' STATUS ' WS-STNDORD-STATUS
           END-IF.
       2100-WRITE-REGISTER.
           MOVE STO-STANDING-ID        TO RPT-STANDING-ID.
           MOVE STO-CUSTOMER-ID        TO RPT-CUSTOMER-ID.
           MOVE STO-FREQUENCY          TO RPT-FREQUENCY.
           MOVE WS-DUE-DATE            TO RPT-DUE-DATE.
           MOVE STO-LINE-COUNT         TO RPT-LINES.
           IF STO-ENDED
               MOVE ZEROES             TO RPT-NEXT-DUE-DATE
           ELSE
               MOVE STO-NEXT-DUE-DATE  TO RPT-NEXT-DUE-DATE
           END-IF.
           MOVE WS-DISPOSITION         TO RPT-DISPOSITION.
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL.
           MOVE SPACES                 TO WS-DISPOSITION.
       2100-EXIT.
           EXIT.
*********
*********
      *    THE ORDER IS GENERATED ONLY FOR AN ACTIVE CUSTOMER WHO IS
      *    NOT ON CREDIT HOLD.  CREDIT HOLD IS A NON-ZERO CREDIT
      *    LIMIT THAT THE OPEN BALANCE HAS ALREADY REACHED - P94COMM
      *    WOULD REJECT ANY FURTHER ADD.  THE A= CUSTOMER FIELD IS 20
      *    POSITIONS, SO A LONGER CUSTOMER ID CANNOT BE GENERATED.
       2200-CHECK-CUSTOMER.
           MOVE SPACES                 TO WS-DISPOSITION.
           IF (STO-LINE-COUNT < 1) OR (STO-LINE-COUNT > 10)
               MOVE 'SKIPPED - BAD LINE COUNT'
                                       TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF STO-CUSTOMER-ID (21:12) NOT = SPACES
               MOVE 'SKIPPED - CUST ID OVER 20'
                                       TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF WMF-CUSTOMR-STATUS NOT = '00'
               MOVE 'SKIPPED - NO CUSTOMER FILE'
                                       TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           MOVE STO-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'SKIPPED - CUST NOT ON FILE'
                                       TO WS-DISPOSITION
           END-READ.
           IF WS-DISPOSITION NOT = SPACES
               MOVE '00'               TO WMF-CUSTOMR-STATUS
               GO TO 2200-EXIT
           END-IF.
           IF NOT CUST-ACTIVE
               MOVE 'SKIPPED - CUST INACTIVE'
                                       TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF (CUST-CREDIT-LIMIT > ZEROES) AND
              (CUST-OPEN-BALANCE NOT < CUST-CREDIT-LIMIT)
               MOVE 'SKIPPED - CREDIT HOLD'
                                       TO WS-DISPOSITION
           END-IF.
       2200-EXIT.
           EXIT.
*********
*********
      *    LINE 1 RIDES ON THE A= ADD, EACH FURTHER LINE ON AN I=.
       2300-WRITE-ORDER.
           MOVE STO-CUSTOMER-ID        TO GEN-ORDER-CUSTOMER-ID.
           MOVE STO-CATEGORY           TO GEN-ORDER-CATEGORY.
           MOVE STO-SUB-CATEGORY       TO GEN-ORDER-SUB-CATEGORY.
           MOVE STO-ITEM-NUMBER (1)    TO GEN-ORDER-ITEM.
           MOVE STO-QUANTITY (1)       TO GEN-ORDER-QUANTITY.
           MOVE STO-EXPEDITE           TO GEN-ORDER-EXPEDITE.
           WRITE PARM-OUT-RECORD FROM WS-GEN-ORDER-RECORD.
           ADD 1                       TO WS-ADD-RECORDS.
           MOVE 2                      TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB > STO-LINE-COUNT
               MOVE STO-ITEM-NUMBER (WS-LINE-SUB)
                                       TO GEN-ITEM-NUMBER
               MOVE STO-QUANTITY (WS-LINE-SUB)
                                       TO GEN-ITEM-QUANTITY
               IF STO-UNIT-PRICE (WS-LINE-SUB) > ZEROES
                   MOVE STO-UNIT-PRICE (WS-LINE-SUB)
                                       TO GEN-ITEM-PRICE-R
               ELSE
                   MOVE SPACES         TO GEN-ITEM-PRICE
               END-IF
               WRITE PARM-OUT-RECORD FROM WS-GEN-ITEM-RECORD
               ADD 1                   TO WS-ITEM-RECORDS
               ADD 1                   TO WS-LINE-SUB
           END-PERFORM.
       2300-EXIT.
           EXIT.
*********
*********
      *    ONE FREQUENCY STEP ON WS-WORK-DATE.
       2400-ADVANCE-NEXT-DUE.
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   MOVE 7              TO WS-ADD-DAYS
                   PERFORM 2410-ADD-DAYS THRU 2410-EXIT
               WHEN STO-BIWEEKLY
                   MOVE 14             TO WS-ADD-DAYS
                   PERFORM 2410-ADD-DAYS THRU 2410-EXIT
               WHEN STO-MONTHLY
                   MOVE 1              TO WS-ADD-MONTHS
                   PERFORM 2420-ADD-MONTHS THRU 2420-EXIT
               WHEN STO-QUARTERLY
                   MOVE 3              TO WS-ADD-MONTHS
                   PERFORM 2420-ADD-MONTHS THRU 2420-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.
*********
*********
       2410-ADD-DAYS.
           ADD WS-ADD-DAYS             TO WS-WORK-DAY.
           PERFORM 2430-SET-MONTH-DAYS THRU 2430-EXIT.
           PERFORM UNTIL WS-WORK-DAY NOT > WS-MONTH-DAYS
               SUBTRACT WS-MONTH-DAYS  FROM WS-WORK-DAY
               ADD 1                   TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1              TO WS-WORK-MONTH
                   ADD 1               TO WS-WORK-YEAR
               END-IF
               PERFORM 2430-SET-MONTH-DAYS THRU 2430-EXIT
           END-PERFORM.
       2410-EXIT.
           EXIT.
*********
*********
      *    MONTHLY AND QUARTERLY ORDERS RETURN TO THEIR OWN DAY OF
      *    THE MONTH EACH CYCLE, CUT BACK TO THE MONTH END WHEN THE
      *    MONTH IS SHORTER.  NO DAY ON FILE KEEPS THE CURRENT DAY.
       2420-ADD-MONTHS.
           ADD WS-ADD-MONTHS           TO WS-WORK-MONTH.
           IF WS-WORK-MONTH > 12
               SUBTRACT 12             FROM WS-WORK-MONTH
               ADD 1                   TO WS-WORK-YEAR
           END-IF.
           IF STO-DAY-OF-MONTH NUMERIC AND
              STO-DAY-OF-MONTH > ZEROES
               MOVE STO-DAY-OF-MONTH   TO WS-WORK-DAY
           END-IF.
           PERFORM 2430-SET-MONTH-DAYS THRU 2430-EXIT.
           IF WS-WORK-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS      TO WS-WORK-DAY
           END-IF.
       2420-EXIT.
           EXIT.
*********
*********
       2430-SET-MONTH-DAYS.
           MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH)
                                       TO WS-MONTH-DAYS.
           IF WS-WORK-MONTH NOT = 2
               GO TO 2430-EXIT
           END-IF.
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
           IF (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0) OR
              (WS-LEAP-REM-400 = 0)
               MOVE 29                 TO WS-MONTH-DAYS
           END-IF.
       2430-EXIT.
           EXIT.
*********
*********
       3000-COPY-PARAMETERS.
           IF PARM-RECORD-HELD
               ADD 1                   TO WS-NEW-PARM-COUNT
               WRITE PARM-OUT-RECORD FROM WS-HELD-RECORD
               MOVE 'N'                TO WS-HELD-SW
           END-IF.
           IF PARM-EOF
               GO TO 3000-EXIT
           END-IF.
           READ PARM-IN-FILE
               AT END
                   SET PARM-EOF        TO TRUE
           END-READ.
           PERFORM UNTIL PARM-EOF
               ADD 1                   TO WS-NEW-PARM-COUNT
               WRITE PARM-OUT-RECORD FROM PARM-IN-RECORD
               READ PARM-IN-FILE
                   AT END
                       SET PARM-EOF    TO TRUE
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.
*********
*********
       4000-WRITE-TOTALS.
           COMPUTE WS-TOTAL-OUT =
               WS-ADD-RECORDS + WS-ITEM-RECORDS + WS-NEW-PARM-COUNT.
           MOVE SPACES                  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'STANDING ORDERS READ'  TO RPT-LABEL.
           MOVE WS-STANDING-READ        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'STANDING ORDERS DUE'   TO RPT-LABEL.
           MOVE WS-DUE-COUNT            TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORDERS GENERATED'      TO RPT-LABEL.
           MOVE WS-GENERATED-COUNT      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORDERS SKIPPED'        TO RPT-LABEL.
           MOVE WS-SKIPPED-COUNT        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'STANDING ORDERS ENDED' TO RPT-LABEL.
           MOVE WS-ENDED-COUNT          TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'A= ADD RECORDS WRITTEN'
                                        TO RPT-LABEL.
           MOVE WS-ADD-RECORDS          TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'I= ITEM RECORDS WRITTEN'
                                        TO RPT-LABEL.
           MOVE WS-ITEM-RECORDS         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'NEW PARAMETER RECORDS'  TO RPT-LABEL.
           MOVE WS-NEW-PARM-COUNT       TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'TOTAL RECORDS OUT'      TO RPT-LABEL.
           MOVE WS-TOTAL-OUT            TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
*********
*********
       9000-OPEN.
           OPEN INPUT DATE-CARD-FILE.
           OPEN I-O STANDING-ORDER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT PARM-IN-FILE.
           OPEN OUTPUT PARM-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.
*********
*********
       9200-CLOSE.
           CLOSE DATE-CARD-FILE.
           CLOSE STANDING-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PARM-IN-FILE.
           CLOSE PARM-OUT-FILE.
           CLOSE REPORT-FILE.
