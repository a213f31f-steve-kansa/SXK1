       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ORDINTEG.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. NIGHTLY ORDER INTEGRITY AUDIT - RUNS AFTER P94COMM AS AN   *
      *     IMS BATCH (DLI) STEP WITH READ-ONLY ACCESS TO THE ORDER    *
      *     DATABASE.  WALKS EVERY ORDER ROOT AND CROSS-CHECKS IT      *
      *     AGAINST THE FILES P94COMM KEEPS IN STEP WITH IT:           *
      *       - AN OPEN, PARTIALLY SHIPPED OR SHIPPED ORDER MUST HAVE  *
      *         ITS VPENDORD RECORD, FOR THE SAME CUSTOMER,            *
      *       - A SHIPPED OR PARTIALLY SHIPPED ORDER MUST HAVE ITS     *
      *         PENDINV RECORD,                                        *
      *       - AN ORDER NUMBER INSIDE THE ORDNUMFL RANGE MUST BE      *
      *         BELOW THE NEXT NUMBER TO BE ASSIGNED,                  *
      *       - THE ORDER STATUS MUST BE OP, PS, SH, CL OR CA.         *
      *  2. BROWSES VPENDORD - EVERY PENDING RECORD MUST BELONG TO AN  *
      *     ORDER ON THE DATABASE THAT IS NOT CLOSED OR CANCELLED -    *
      *     AND PENDINV - EVERY INVOICE STILL PENDING MUST BELONG TO   *
      *     AN ORDER ON THE DATABASE THAT IS NOT CANCELLED.            *
      *  3. PROVES CUST-OPEN-BALANCE FOR EVERY CUSTOMER ON VCUSTOMR.   *
      *     THE BALANCE SHOULD EQUAL THE VALUE OF THE CUSTOMER'S OPEN  *
      *     ORDERS NOT YET INVOICED (THE WHOLE TOTAL OF AN ORDER NOT   *
      *     INVOICED, THE UNBILLED LINE VALUE OF ONE INVOICED IN PART) *
      *     PLUS WHAT IS STILL OPEN ON ITS ARLEDGER INVOICES, LESS ANY *
      *     UNAPPLIED OR ON-ACCOUNT CASH HELD FOR IT - THE SAME RULES  *
      *     P94COMM APPLIES WHEN IT ADDS, INVOICES, CLOSES AND TAKES   *
      *     CASH.  AN ORDER OR RECEIVABLE WHOSE CUSTOMER IS NOT ON     *
      *     VCUSTOMR IS ALSO REPORTED.                                 *
      *  4. BROWSES LOYALMST - EVERY LOYALTY RECORD MUST BELONG TO A   *
      *     CUSTOMER ON VCUSTOMR AND CARRY A POINT BALANCE NOT BELOW   *
      *     ZERO.                                                      *
      *  5. LISTS EVERY EXCEPTION ON INTEGRPT WITH COUNTS BY CHECK.    *
      *     RC 8 WHEN ANY EXCEPTION WAS FOUND, RC 16 WHEN THE ORDER    *
      *     DATABASE COULD NOT BE READ.                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           COPY VPENDORD.
           COPY VCUSTOMR.
           SELECT PENDING-INVOICE-FILE ASSIGN TO PENDINV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PIV-ORDER-NUMBER
              FILE STATUS IS WS-PENDINV-STATUS.
           SELECT LOYALTY-MASTER-FILE ASSIGN TO LOYALMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOY-CUSTOMER-ID
              FILE STATUS IS WS-LOYALMST-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO ARLEDGER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARL-KEY
              FILE STATUS IS WS-ARLEDGER-STATUS.
           SELECT ORDER-NUMBER-FILE ASSIGN TO ORDNUMFL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-ORDNUMFL-STATUS.
           SELECT REPORT-FILE ASSIGN TO INTEGRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
           COPY VPNDOFD.
           COPY VCUSTFD.
       FD  PENDING-INVOICE-FILE.
       01  PENDING-INVOICE-RECORD.
           05  PIV-ORDER-NUMBER        PIC 9(10).
           05  PIV-STATUS              PIC X(01).
               88  PIV-PENDING                     VALUE 'P'.
               88  PIV-BILLED                      VALUE 'B'.
               88  PIV-SUPPRESSED                  VALUE 'C'.
           05  PIV-SHIP-DATE           PIC 9(08).
           05  PIV-BILLED-DATE         PIC 9(08).
           05  PIV-INVOICE-COUNT       PIC 9(02).
           05  FILLER                  PIC X(11).
       FD  LOYALTY-MASTER-FILE.
       01  LOYALTY-MASTER-RECORD.
           05  LOY-CUSTOMER-ID         PIC X(32).
           05  LOY-POINTS              PIC S9(09)      COMP-3.
           05  LOY-LAST-ACTIVITY       PIC 9(08).
           05  FILLER                  PIC X(35).
       FD  AR-LEDGER-FILE.
       01  AR-LEDGER-RECORD.
           05  ARL-KEY.
               10  ARL-DOC-NUMBER      PIC 9(10).
               10  ARL-DOC-SUFFIX      PIC 9(02).
               10  ARL-DOC-TYPE        PIC X(01).
                   88  ARL-INVOICE                 VALUE 'I'.
                   88  ARL-UNAPPLIED-CASH          VALUE 'U'.
                   88  ARL-ON-ACCOUNT              VALUE 'A'.
           05  ARL-CUSTOMER-ID         PIC X(32).
           05  ARL-DOC-DATE            PIC 9(08).
           05  ARL-ORIGINAL-AMOUNT     PIC S9(11)V99 COMP-3.
           05  ARL-CREDIT-AMOUNT       PIC S9(11)V99 COMP-3.
           05  ARL-PAID-AMOUNT         PIC S9(11)V99 COMP-3.
           05  ARL-OPEN-AMOUNT         PIC S9(11)V99 COMP-3.
           05  ARL-STATUS              PIC X(01).
               88  ARL-OPEN                        VALUE 'O'.
               88  ARL-PAID                        VALUE 'P'.
           05  ARL-LAST-ACTIVITY       PIC 9(08).
           05  ARL-CHECK-NUMBER        PIC X(10).
           05  FILLER                  PIC X(50).
       FD  ORDER-NUMBER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  ORDER-NUMBER-CONTROL-RECORD.
           05  ONR-NEXT-NUMBER         PIC X(10).
           05  ONR-NEXT-NUMBER-R       REDEFINES ONR-NEXT-NUMBER
                                       PIC 9(10).
           05  FILLER                  PIC X(01).
           05  ONR-RANGE-LOW           PIC X(10).
           05  ONR-RANGE-LOW-R         REDEFINES ONR-RANGE-LOW
                                       PIC 9(10).
           05  FILLER                  PIC X(01).
           05  ONR-RANGE-HIGH          PIC X(10).
           05  ONR-RANGE-HIGH-R        REDEFINES ONR-RANGE-HIGH
                                       PIC 9(10).
           05  FILLER                  PIC X(01).
           05  ONR-RUN-ALLOCATION      PIC X(05).
           05  FILLER                  PIC X(42).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  ORDINTEG    PIC X(8)      VALUE 'ORDINTEG'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WMF-PENDORD-STATUS         PIC XX       VALUE '  '.
       01  WMF-CUSTOMR-STATUS         PIC XX       VALUE '  '.
       01  WS-PENDINV-STATUS          PIC XX       VALUE '  '.
       01  WS-LOYALMST-STATUS         PIC XX       VALUE '  '.
       01  WS-ARLEDGER-STATUS         PIC XX       VALUE '  '.
       01  WS-ORDNUMFL-STATUS         PIC XX       VALUE '  '.
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
*********  ORDER NUMBER RANGE CONTROL AS LOADED FROM ORDNUMFL
*********
       01  WS-NUMBER-CONTROL.
           05  WS-NEXT-NUMBER         PIC 9(10)    VALUE ZEROES.
           05  WS-RANGE-LOW           PIC 9(10)    VALUE ZEROES.
           05  WS-RANGE-HIGH          PIC 9(10)    VALUE ZEROES.
*********
*********  IMS FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS - AS IN
*********  P94COMM
*********
       01  IMS-CALL-FUNCTIONS.
           05 ICF-GU                   PIC X(04)   VALUE 'GU'.
           05 ICF-GN                   PIC X(04)   VALUE 'GN'.
       01  ORDER-SSA-QUAL.
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.
           03  FILLER                  PIC X     VALUE '('.
           03  FILLER                  PIC X(8)  VALUE 'ORDKEY'.
           03  FILLER                  PIC XX    VALUE 'EQ'.
           03  OSQ-ORDER-KEY.
               05  OSQ-ORDER-PREFIX    PIC 9(5)  VALUE ZEROES.
               05  OSQ-ORDER-NUMBER    PIC 9(10) VALUE ZEROES.
           03  FILLER                  PIC X     VALUE ')'.
       01  ORDER-SSA-UNQUAL.
           03  FILLER                  PIC X(8)  VALUE 'ORDER'.
           03  FILLER                  PIC X     VALUE SPACES.
       01  ORDER-ITEM-SSA-UNQUAL.
           03  FILLER                  PIC X(8)  VALUE 'ORDITEM'.
           03  FILLER                  PIC X     VALUE SPACES.
           COPY IORDER.
           COPY IORDITEM.
*********
*********  EXPECTED OPEN BALANCE BY CUSTOMER - BUILT FROM THE OPEN
*********  ORDERS AND THE ARLEDGER OPEN ITEMS, THEN PROVED AGAINST
*********  VCUSTOMR
*********
       01  WS-MAX-CUSTOMERS           PIC 9(05)    VALUE 10000.
       01  WS-CBT-COUNT               PIC 9(05)    VALUE ZEROES.
       01  WS-CUSTOMER-BALANCE-TABLE.
           05  CBT-ENTRY              OCCURS 0 TO 10000 TIMES
                                      DEPENDING ON WS-CBT-COUNT
                                      INDEXED BY CBT-IDX.
               10  CBT-CUSTOMER-ID    PIC X(32).
               10  CBT-EXPECTED       PIC S9(11)V99 COMP-3.
               10  CBT-ON-FILE-SW     PIC X(01).
                   88  CBT-ON-FILE                 VALUE 'Y'.
       01  WS-SEARCH-CUSTOMER         PIC X(32)    VALUE SPACES.
       01  WS-ADD-AMOUNT              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-UNBILLED-VALUE          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-BILLED-VALUE            PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-EXPECTED-BALANCE        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-COUNTS.
           05  WS-ORDERS-READ         PIC 9(07)    VALUE ZEROES.
           05  WS-ORDERS-OPEN         PIC 9(07)    VALUE ZEROES.
           05  WS-PENDORD-READ        PIC 9(07)    VALUE ZEROES.
           05  WS-PENDINV-READ        PIC 9(07)    VALUE ZEROES.
           05  WS-ARLEDGER-READ       PIC 9(07)    VALUE ZEROES.
           05  WS-CUSTOMERS-READ      PIC 9(07)    VALUE ZEROES.
           05  WS-LOYALTY-READ        PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-NO-PENDORD      PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-PENDORD-CUST    PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-NO-PENDINV      PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-ORDER-NUMBER    PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-ORDER-STATUS    PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-PENDORD-ORPHAN  PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-PENDORD-CLOSED  PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-PENDINV-ORPHAN  PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-BALANCE         PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-NO-CUSTOMER     PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-LOYALTY         PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-CONTROL         PIC 9(07)    VALUE ZEROES.
           05  WS-XCP-TOTAL           PIC 9(07)    VALUE ZEROES.
*********
*********  INTEGRITY EXCEPTION REPORT LINES (INTEGRPT)
*********
       01  WS-RPT-HDR.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(34)    VALUE
                  'ORDER INTEGRITY AUDIT EXCEPTIONS  '.
           05  FILLER                 PIC X(14)    VALUE
                  'BUSINESS DATE '.
           05  RPT-HDR-DATE           PIC 9(08).
       01  WS-RPT-COLUMNS.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(53)    VALUE
               'FILE     ORDER NO   CUSTOMER                         '.
           05  FILLER                 PIC X(41)    VALUE
               'EXCEPTION                                '.
           05  FILLER                 PIC X(31)    VALUE
               '        ON FILE        EXPECTED'.
       01  WS-RPT-DETAIL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  XCP-FILE               PIC X(08).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  XCP-ORDER-NUMBER       PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  XCP-CUSTOMER-ID        PIC X(32).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  XCP-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  XCP-AMOUNTS.
               10  XCP-ON-FILE        PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(1)     VALUE SPACES.
               10  XCP-EXPECTED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  XCP-AMOUNTS-X          REDEFINES XCP-AMOUNTS
                                      PIC X(31).
       01  WS-RPT-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-LABEL              PIC X(40).
           05  RPT-VALUE              PIC Z,ZZZ,ZZ9.
       01  WS-RPT-RESULT.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-RESULT-TEXT        PIC X(60).
       01  WS-SWITCHES.
           05  WS-DB-END-SW           PIC X(01)    VALUE 'N'.
               88  DB-END                          VALUE 'Y'.
           05  WS-DB-ERROR-SW         PIC X(01)    VALUE 'N'.
               88  DB-ERROR                        VALUE 'Y'.
           05  WS-ITEMS-END-SW        PIC X(01)    VALUE 'N'.
               88  ITEMS-END                       VALUE 'Y'.
           05  WS-PENDORD-EOF-SW      PIC X(01)    VALUE 'N'.
               88  PENDORD-EOF                     VALUE 'Y'.
           05  WS-PENDINV-EOF-SW      PIC X(01)    VALUE 'N'.
               88  PENDINV-EOF                     VALUE 'Y'.
           05  WS-ARLEDGER-EOF-SW     PIC X(01)    VALUE 'N'.
               88  ARLEDGER-EOF                    VALUE 'Y'.
           05  WS-CUSTOMER-EOF-SW     PIC X(01)    VALUE 'N'.
               88  CUSTOMER-EOF                    VALUE 'Y'.
           05  WS-LOYALTY-EOF-SW      PIC X(01)    VALUE 'N'.
               88  LOYALTY-EOF                     VALUE 'Y'.
           05  WS-NUMBERS-LOADED-SW   PIC X(01)    VALUE 'N'.
               88  NUMBERS-LOADED                  VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X(01)    VALUE 'N'.
               88  TABLE-FULL                      VALUE 'Y'.
           05  WS-PIV-FOUND-SW        PIC X(01)    VALUE 'N'.
               88  PIV-FOUND                       VALUE 'Y'.
           05  WS-PENDORD-OPEN-SW     PIC X(01)    VALUE 'N'.
               88  PENDORD-OPEN                    VALUE 'Y'.
           05  WS-CUSTOMER-OPEN-SW    PIC X(01)    VALUE 'N'.
               88  CUSTOMER-OPEN                   VALUE 'Y'.
           05  WS-PENDINV-OPEN-SW     PIC X(01)    VALUE 'N'.
               88  PENDINV-OPEN                    VALUE 'Y'.
           05  WS-LOYALTY-OPEN-SW     PIC X(01)    VALUE 'N'.
               88  LOYALTY-OPEN                    VALUE 'Y'.
           05  WS-ARLEDGER-OPEN-SW    PIC X(01)    VALUE 'N'.
               88  ARLEDGER-OPEN                   VALUE 'Y'.
       LINKAGE SECTION.
*********
*********  IMS DL/I PCB MASK FOR THE ORDER DATABASE
*********
       01  ORDER-PCB.
           05  PCB-DBDNAME         PIC X(08).
           05  PCB-SEGLEVEL        PIC X(02).
           05  PCB-STATUS-CODE     PIC X(02).
           05  PCB-PROC-OPTIONS    PIC X(04).
           05  PCB-JCB-ADDRESS     PIC S9(05)   COMP.
           05  PCB-SEGMENT-NAME    PIC X(08).
           05  PCB-KEY-LENGTH      PIC S9(05)   COMP.
           05  PCB-NUM-SENS-SEGS   PIC S9(05)   COMP.
           05  PCB-KEY-FEEDBACK    PIC X(50).
       PROCEDURE DIVISION USING ORDER-PCB.
       0000-MAINLINE.
           PERFORM 9000-OPEN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 0600-LOAD-NUMBER-CONTROL THRU 0600-EXIT.
           PERFORM 1000-WALK-ORDERS THRU 1000-EXIT.
           IF NOT DB-ERROR
               PERFORM 2000-CHECK-PENDING-ORDERS THRU 2000-EXIT
               PERFORM 2500-CHECK-PENDING-INVOICES THRU 2500-EXIT
               PERFORM 3000-LOAD-RECEIVABLES THRU 3000-EXIT
               PERFORM 3500-CHECK-BALANCES THRU 3500-EXIT
               PERFORM 4000-CHECK-LOYALTY THRU 4000-EXIT
           END-IF.
           PERFORM 5000-WRITE-TOTALS.
           PERFORM 9200-CLOSE.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
*********
*********
      *    THE BUSINESS DATE COMES FROM DATECARD, THE SAME CARD
      *    P94COMM READS.  NO CARD FALLS BACK TO THE SYSTEM DATE, AS
      *    IT DOES IN P94COMM.
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
               DISPLAY 'ORDINTEG - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-RPT-HDR.
           WRITE REPORT-RECORD FROM WS-RPT-COLUMNS.
*********
*********
      *    THE ORDER NUMBER CHECK NEEDS THE ORDNUMFL CONTROL RECORD -
      *    WITHOUT IT THE CHECK CANNOT BE MADE, WHICH IS ITSELF AN
      *    EXCEPTION.
       0600-LOAD-NUMBER-CONTROL.
           IF WS-ORDNUMFL-STATUS = '00'
               READ ORDER-NUMBER-FILE
                   AT END
                       MOVE '10'       TO WS-ORDNUMFL-STATUS
               END-READ
           END-IF.
           IF (WS-ORDNUMFL-STATUS = '00') AND
              (ONR-NEXT-NUMBER NUMERIC)   AND
              (ONR-RANGE-LOW   NUMERIC)   AND
              (ONR-RANGE-HIGH  NUMERIC)
               MOVE ONR-NEXT-NUMBER-R  TO WS-NEXT-NUMBER
               MOVE ONR-RANGE-LOW-R    TO WS-RANGE-LOW
               MOVE ONR-RANGE-HIGH-R   TO WS-RANGE-HIGH
               SET NUMBERS-LOADED      TO TRUE
               GO TO 0600-EXIT
           END-IF.
           MOVE 'ORDNUMFL'             TO XCP-FILE.
           MOVE SPACES                 TO XCP-ORDER-NUMBER
                                          XCP-CUSTOMER-ID.
           MOVE 'UNAVAILABLE OR INVALID - NUMBERS NOT CHKD'
                                       TO XCP-DESCRIPTION.
           ADD 1                       TO WS-XCP-CONTROL.
           PERFORM 8000-WRITE-EXCEPTION.
       0600-EXIT.
           EXIT.
*********
*********
      *    GN ON THE ORDER ROOT, UNQUALIFIED, RETURNS EVERY ORDER IN
      *    DATABASE SEQUENCE.  GB IS THE END OF THE DATABASE; ANY
      *    OTHER NON-BLANK STATUS STOPS THE AUDIT WITH RC 16.
       1000-WALK-ORDERS.
           PERFORM UNTIL DB-END
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-UNQUAL
               EVALUATE PCB-STATUS-CODE
                   WHEN SPACES
                       PERFORM 1100-CHECK-ONE-ORDER THRU 1100-EXIT
                   WHEN 'GB'
                       SET DB-END      TO TRUE
                   WHEN OTHER
                       DISPLAY 'ORDINTEG - ORDER DATABASE STATUS '
                               PCB-STATUS-CODE ' - AUDIT STOPPED'
                       SET DB-END      TO TRUE
                       SET DB-ERROR    TO TRUE
                       MOVE 16         TO WS-RETURN-CODE
               END-EVALUATE
           END-PERFORM.
       1000-EXIT.
           EXIT.
*********
*********
       1100-CHECK-ONE-ORDER.
           ADD 1                       TO WS-ORDERS-READ.
           MOVE ORD-ORDER-NUMBER       TO XCP-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-ID        TO XCP-CUSTOMER-ID.
           MOVE 'ORDERDB'              TO XCP-FILE.
           IF NUMBERS-LOADED                          AND
              (ORD-ORDER-NUMBER NOT < WS-RANGE-LOW)   AND
              (ORD-ORDER-NUMBER NOT > WS-RANGE-HIGH)  AND
              (ORD-ORDER-NUMBER NOT < WS-NEXT-NUMBER)
               MOVE 'ORDER NUMBER NOT BELOW ORDNUMFL NEXT NO.'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-ORDER-NUMBER
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF ORD-STATUS-CLOSED OR ORD-STATUS-CANCELLED
               GO TO 1100-EXIT
           END-IF.
           IF NOT (ORD-STATUS-OPEN OR ORD-STATUS-PARTIAL OR
                   ORD-STATUS-SHIPPED)
               MOVE 'ORDER STATUS NOT OP, PS, SH, CL OR CA'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-ORDER-STATUS
               PERFORM 8000-WRITE-EXCEPTION
               GO TO 1100-EXIT
           END-IF.
           ADD 1                       TO WS-ORDERS-OPEN.
           IF PENDORD-OPEN
               PERFORM 1150-CHECK-ORDER-PENDING THRU 1150-EXIT
           END-IF.
           MOVE 'N'                    TO WS-PIV-FOUND-SW.
           MOVE SPACES                 TO PIV-STATUS.
           MOVE ZEROES                 TO PIV-INVOICE-COUNT.
           IF PENDINV-OPEN
               MOVE ORD-ORDER-NUMBER   TO PIV-ORDER-NUMBER
               READ PENDING-INVOICE-FILE
                   INVALID KEY
                       MOVE SPACES     TO PIV-STATUS
                       MOVE ZEROES     TO PIV-INVOICE-COUNT
                   NOT INVALID KEY
                       MOVE 'Y'        TO WS-PIV-FOUND-SW
               END-READ
               IF (NOT PIV-FOUND) AND
                  (ORD-STATUS-PARTIAL OR ORD-STATUS-SHIPPED)
                   MOVE 'PENDINV'      TO XCP-FILE
                   MOVE 'SHIPPED ORDER HAS NO PENDING INVOICE'
                                       TO XCP-DESCRIPTION
                   ADD 1               TO WS-XCP-NO-PENDINV
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 1200-UNBILLED-VALUE THRU 1200-EXIT.
           MOVE ORD-CUSTOMER-ID        TO WS-SEARCH-CUSTOMER.
           MOVE WS-UNBILLED-VALUE      TO WS-ADD-AMOUNT.
           PERFORM 7000-ADD-TO-CUSTOMER THRU 7000-EXIT.
       1100-EXIT.
           EXIT.
*********
*********
       1150-CHECK-ORDER-PENDING.
           MOVE ORD-ORDER-NUMBER       TO PEND-ORDER-NUMBER.
           READ PENDORD-FILE
               INVALID KEY
                   MOVE 'VPENDORD'     TO XCP-FILE
                   MOVE 'OPEN ORDER HAS NO PENDING ORDER RECORD'
                                       TO XCP-DESCRIPTION
                   ADD 1               TO WS-XCP-NO-PENDORD
                   PERFORM 8000-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF PEND-CUSTOMER-ID NOT = ORD-CUSTOMER-ID
                       MOVE 'VPENDORD' TO XCP-FILE
                       MOVE 'PENDING ORDER CUSTOMER DIFFERS'
                                       TO XCP-DESCRIPTION
                       ADD 1           TO WS-XCP-PENDORD-CUST
                       PERFORM 8000-WRITE-EXCEPTION
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.
*********
*********
      *    WHAT THE ORDER STILL CARRIES ON THE CUSTOMER'S BALANCE
      *    BEFORE IT REACHES ARLEDGER - THE RULE P94COMM USES WHEN IT
      *    RELIEVES A CLOSED ORDER.  NOT INVOICED: THE WHOLE TOTAL.
      *    INVOICED BEFORE INVOICES WERE COUNTED: NOTHING.  OTHERWISE
      *    EACH LINE'S EXTENDED PRICE LESS ITS BILLED SHARE.  THE ITEM
      *    WALK MOVES THE DATABASE POSITION, SO THE ORDER IS GOT
      *    AGAIN AFTERWARDS FOR THE NEXT GN TO CARRY ON FROM.
       1200-UNBILLED-VALUE.
           IF PIV-INVOICE-COUNT NOT NUMERIC
               MOVE ZEROES             TO PIV-INVOICE-COUNT
           END-IF.
           IF (PIV-INVOICE-COUNT = ZEROES) AND (NOT PIV-BILLED)
               MOVE ORD-ORDER-TOTAL-AMOUNT
                                       TO WS-UNBILLED-VALUE
               GO TO 1200-EXIT
           END-IF.
           MOVE ZEROES                 TO WS-UNBILLED-VALUE.
           IF PIV-INVOICE-COUNT = ZEROES
               GO TO 1200-EXIT
           END-IF.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE ORD-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.
           MOVE 'N'                    TO WS-ITEMS-END-SW.
           PERFORM UNTIL ITEMS-END
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-ITEM-QUANTITY > ZEROES
                       COMPUTE WS-BILLED-VALUE ROUNDED =
                           ORI-EXTENDED-PRICE * ORI-BILLED-QUANTITY
                                              / ORI-ITEM-QUANTITY
                       COMPUTE WS-UNBILLED-VALUE =
                           WS-UNBILLED-VALUE + ORI-EXTENDED-PRICE
                                             - WS-BILLED-VALUE
                   END-IF
               ELSE
                   SET ITEMS-END       TO TRUE
               END-IF
           END-PERFORM.
           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.
       1200-EXIT.
           EXIT.
*********
*********
      *    EVERY PENDING ORDER RECORD NEEDS A LIVE ORDER BEHIND IT.
      *    P94COMM DELETES THE RECORD WHEN THE ORDER IS CLOSED,
      *    CANCELLED OR DELETED.
       2000-CHECK-PENDING-ORDERS.
           IF NOT PENDORD-OPEN
               DISPLAY 'ORDINTEG - VPENDORD UNAVAILABLE'
               GO TO 2000-EXIT
           END-IF.
           MOVE ZEROES                 TO PEND-ORDER-NUMBER.
           START PENDORD-FILE KEY NOT < PEND-ORDER-NUMBER
               INVALID KEY
                   SET PENDORD-EOF     TO TRUE
           END-START.
           IF NOT PENDORD-EOF
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET PENDORD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL PENDORD-EOF
               ADD 1                   TO WS-PENDORD-READ
               MOVE 'VPENDORD'         TO XCP-FILE
               MOVE PEND-ORDER-NUMBER  TO XCP-ORDER-NUMBER
                                          OSQ-ORDER-NUMBER
               MOVE PEND-CUSTOMER-ID   TO XCP-CUSTOMER-ID
               MOVE ZEROES             TO OSQ-ORDER-PREFIX
               CALL 'CBLTDLI' USING ICF-GU,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               EVALUATE TRUE
                   WHEN PCB-STATUS-CODE NOT = SPACES
                       MOVE 'PENDING ORDER NOT ON ORDER DATABASE'
                                       TO XCP-DESCRIPTION
                       ADD 1           TO WS-XCP-PENDORD-ORPHAN
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ORD-STATUS-CLOSED
                       MOVE 'PENDING ORDER RECORD FOR CLOSED ORDER'
                                       TO XCP-DESCRIPTION
                       ADD 1           TO WS-XCP-PENDORD-CLOSED
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ORD-STATUS-CANCELLED
                       MOVE 'PENDING ORDER RECORD FOR CANCELLED ORDER'
                                       TO XCP-DESCRIPTION
                       ADD 1           TO WS-XCP-PENDORD-CLOSED
                       PERFORM 8000-WRITE-EXCEPTION
               END-EVALUATE
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET PENDORD-EOF TO TRUE
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.
*********
*********
      *    AN INVOICE STILL PENDING NEEDS AN ORDER THAT CAN BE BILLED.
      *    BILLED AND SUPPRESSED ENTRIES ARE HISTORY AND ARE PASSED.
       2500-CHECK-PENDING-INVOICES.
           IF NOT PENDINV-OPEN
               DISPLAY 'ORDINTEG - PENDINV UNAVAILABLE'
               GO TO 2500-EXIT
           END-IF.
           MOVE ZEROES                 TO PIV-ORDER-NUMBER.
           START PENDING-INVOICE-FILE KEY NOT < PIV-ORDER-NUMBER
               INVALID KEY
                   SET PENDINV-EOF     TO TRUE
           END-START.
           IF NOT PENDINV-EOF
               READ PENDING-INVOICE-FILE NEXT RECORD
                   AT END
                       SET PENDINV-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL PENDINV-EOF
               ADD 1                   TO WS-PENDINV-READ
               IF PIV-PENDING
                   PERFORM 2600-CHECK-ONE-INVOICE THRU 2600-EXIT
               END-IF
               READ PENDING-INVOICE-FILE NEXT RECORD
                   AT END
                       SET PENDINV-EOF TO TRUE
               END-READ
           END-PERFORM.
       2500-EXIT.
           EXIT.
*********
*********
       2600-CHECK-ONE-INVOICE.
           MOVE 'PENDINV'              TO XCP-FILE.
           MOVE PIV-ORDER-NUMBER       TO XCP-ORDER-NUMBER
                                          OSQ-ORDER-NUMBER.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE SPACES                 TO XCP-CUSTOMER-ID.
           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.
           IF PCB-STATUS-CODE NOT = SPACES
               MOVE 'PENDING INVOICE NOT ON ORDER DATABASE'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-PENDINV-ORPHAN
               PERFORM 8000-WRITE-EXCEPTION
               GO TO 2600-EXIT
           END-IF.
           MOVE ORD-CUSTOMER-ID        TO XCP-CUSTOMER-ID.
           IF ORD-STATUS-CANCELLED
               MOVE 'PENDING INVOICE FOR CANCELLED ORDER'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-PENDINV-ORPHAN
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
       2600-EXIT.
           EXIT.
*********
*********
      *    WHAT IS STILL OPEN ON AN INVOICE IS OWED; UNAPPLIED AND
      *    ON-ACCOUNT CASH HELD FOR THE CUSTOMER HAS ALREADY COME OFF
      *    THE BALANCE.  NO LEDGER (A SHOP NOT YET ON OPEN-ITEM
      *    RECEIVABLES) LEAVES THE OPEN ORDERS TO STAND ALONE.
       3000-LOAD-RECEIVABLES.
           IF NOT ARLEDGER-OPEN
               DISPLAY 'ORDINTEG - ARLEDGER UNAVAILABLE, BALANCES '
                       'PROVED FROM OPEN ORDERS ONLY'
               GO TO 3000-EXIT
           END-IF.
           READ AR-LEDGER-FILE NEXT RECORD
               AT END
                   SET ARLEDGER-EOF    TO TRUE
           END-READ.
           PERFORM UNTIL ARLEDGER-EOF
               ADD 1                   TO WS-ARLEDGER-READ
               IF ARL-OPEN-AMOUNT NOT = ZEROES
                   MOVE ARL-CUSTOMER-ID
                                       TO WS-SEARCH-CUSTOMER
                   IF ARL-INVOICE
                       MOVE ARL-OPEN-AMOUNT
                                       TO WS-ADD-AMOUNT
                   ELSE
                       COMPUTE WS-ADD-AMOUNT = 0 - ARL-OPEN-AMOUNT
                   END-IF
                   PERFORM 7000-ADD-TO-CUSTOMER THRU 7000-EXIT
               END-IF
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       SET ARLEDGER-EOF
                                       TO TRUE
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.
*********
*********
      *    A CUSTOMER WITH NOTHING OPEN SHOULD CARRY A ZERO BALANCE.
      *    WHEN THE TABLE OVERFLOWED THE EXPECTED BALANCES ARE
      *    INCOMPLETE AND THE PROOF IS NOT MADE.
       3500-CHECK-BALANCES.
           IF TABLE-FULL
               MOVE 'VCUSTOMR'         TO XCP-FILE
               MOVE SPACES             TO XCP-ORDER-NUMBER
                                          XCP-CUSTOMER-ID
               MOVE 'CUSTOMER TABLE FULL - BALANCES NOT CHKD'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-CONTROL
               PERFORM 8000-WRITE-EXCEPTION
               GO TO 3500-EXIT
           END-IF.
           IF NOT CUSTOMER-OPEN
               DISPLAY 'ORDINTEG - VCUSTOMR UNAVAILABLE'
               GO TO 3500-EXIT
           END-IF.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET CUSTOMER-EOF    TO TRUE
           END-READ.
           PERFORM UNTIL CUSTOMER-EOF
               ADD 1                   TO WS-CUSTOMERS-READ
               PERFORM 3600-CHECK-ONE-BALANCE THRU 3600-EXIT
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET CUSTOMER-EOF
                                       TO TRUE
               END-READ
           END-PERFORM.
           MOVE 'VCUSTOMR'             TO XCP-FILE.
           MOVE SPACES                 TO XCP-ORDER-NUMBER.
           MOVE 'OPEN ORDERS / RECEIVABLES, NO CUSTOMER'
                                       TO XCP-DESCRIPTION.
           PERFORM 3700-CHECK-ONE-ENTRY THRU 3700-EXIT
               VARYING CBT-IDX FROM 1 BY 1
               UNTIL CBT-IDX > WS-CBT-COUNT.
       3500-EXIT.
           EXIT.
*********
*********
       3600-CHECK-ONE-BALANCE.
           MOVE ZEROES                 TO WS-EXPECTED-BALANCE.
           IF WS-CBT-COUNT > ZEROES
               SET CBT-IDX             TO 1
               SEARCH CBT-ENTRY
                   WHEN CBT-CUSTOMER-ID (CBT-IDX) = CUST-CUSTOMER-ID
                       SET CBT-ON-FILE (CBT-IDX)
                                       TO TRUE
                       MOVE CBT-EXPECTED (CBT-IDX)
                                       TO WS-EXPECTED-BALANCE
               END-SEARCH
           END-IF.
           IF CUST-OPEN-BALANCE = WS-EXPECTED-BALANCE
               GO TO 3600-EXIT
           END-IF.
           MOVE 'VCUSTOMR'             TO XCP-FILE.
           MOVE SPACES                 TO XCP-ORDER-NUMBER.
           MOVE CUST-CUSTOMER-ID       TO XCP-CUSTOMER-ID.
           MOVE 'OPEN BALANCE NOT EQUAL TO OPEN ORDERS/AR'
                                       TO XCP-DESCRIPTION.
           ADD 1                       TO WS-XCP-BALANCE.
           MOVE CUST-OPEN-BALANCE      TO XCP-ON-FILE.
           MOVE WS-EXPECTED-BALANCE    TO XCP-EXPECTED.
           PERFORM 8100-WRITE-DETAIL.
       3600-EXIT.
           EXIT.
*********
*********
       3700-CHECK-ONE-ENTRY.
           IF CBT-ON-FILE (CBT-IDX)
               GO TO 3700-EXIT
           END-IF.
           MOVE CBT-CUSTOMER-ID (CBT-IDX)
                                       TO XCP-CUSTOMER-ID.
           ADD 1                       TO WS-XCP-NO-CUSTOMER.
           PERFORM 8000-WRITE-EXCEPTION.
       3700-EXIT.
           EXIT.
*********
*********
      *    LOYALTY POINTS ACCRUE ON ADDS AND ARE CLAWED BACK ON
      *    CANCELS, SO A NEGATIVE BALANCE MEANS A CLAWBACK WITHOUT ITS
      *    ACCRUAL.
       4000-CHECK-LOYALTY.
           IF NOT LOYALTY-OPEN
               DISPLAY 'ORDINTEG - LOYALMST UNAVAILABLE'
               GO TO 4000-EXIT
           END-IF.
           READ LOYALTY-MASTER-FILE NEXT RECORD
               AT END
                   SET LOYALTY-EOF     TO TRUE
           END-READ.
           PERFORM UNTIL LOYALTY-EOF
               ADD 1                   TO WS-LOYALTY-READ
               PERFORM 4100-CHECK-ONE-LOYALTY THRU 4100-EXIT
               READ LOYALTY-MASTER-FILE NEXT RECORD
                   AT END
                       SET LOYALTY-EOF TO TRUE
               END-READ
           END-PERFORM.
       4000-EXIT.
           EXIT.
*********
*********
       4100-CHECK-ONE-LOYALTY.
           MOVE 'LOYALMST'             TO XCP-FILE.
           MOVE SPACES                 TO XCP-ORDER-NUMBER.
           MOVE LOY-CUSTOMER-ID        TO XCP-CUSTOMER-ID.
           IF LOY-POINTS < ZEROES
               MOVE 'LOYALTY POINT BALANCE BELOW ZERO'
                                       TO XCP-DESCRIPTION
               ADD 1                   TO WS-XCP-LOYALTY
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.
           IF NOT CUSTOMER-OPEN
               GO TO 4100-EXIT
           END-IF.
           MOVE LOY-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE 'LOYALTY RECORD, CUSTOMER NOT ON FILE'
                                       TO XCP-DESCRIPTION
                   ADD 1               TO WS-XCP-LOYALTY
                   PERFORM 8000-WRITE-EXCEPTION
           END-READ.
       4100-EXIT.
           EXIT.
*********
*********
       5000-WRITE-TOTALS.
           MOVE SPACES                 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'ORDERS READ'          TO RPT-LABEL.
           MOVE WS-ORDERS-READ         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORDERS OPEN, PARTIAL OR SHIPPED'
                                       TO RPT-LABEL.
           MOVE WS-ORDERS-OPEN         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'VPENDORD RECORDS READ' TO RPT-LABEL.
           MOVE WS-PENDORD-READ        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PENDINV RECORDS READ' TO RPT-LABEL.
           MOVE WS-PENDINV-READ        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ARLEDGER ITEMS READ'  TO RPT-LABEL.
           MOVE WS-ARLEDGER-READ       TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'CUSTOMERS READ'       TO RPT-LABEL.
           MOVE WS-CUSTOMERS-READ      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'LOYALTY RECORDS READ' TO RPT-LABEL.
           MOVE WS-LOYALTY-READ        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES                 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'OPEN ORDERS WITH NO PENDING RECORD'
                                       TO RPT-LABEL.
           MOVE WS-XCP-NO-PENDORD      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PENDING RECORD CUSTOMER DIFFERS'
                                       TO RPT-LABEL.
           MOVE WS-XCP-PENDORD-CUST    TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'SHIPPED ORDERS WITH NO PENDINV'
                                       TO RPT-LABEL.
           MOVE WS-XCP-NO-PENDINV      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORDER NUMBERS NOT BELOW NEXT NUMBER'
                                       TO RPT-LABEL.
           MOVE WS-XCP-ORDER-NUMBER    TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORDERS WITH AN INVALID STATUS'
                                       TO RPT-LABEL.
           MOVE WS-XCP-ORDER-STATUS    TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PENDING RECORDS WITH NO ORDER'
                                       TO RPT-LABEL.
           MOVE WS-XCP-PENDORD-ORPHAN  TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PENDING RECORDS, CLOSED/CANCELLED'
                                       TO RPT-LABEL.
           MOVE WS-XCP-PENDORD-CLOSED  TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PENDING INVOICES WITH NO LIVE ORDER'
                                       TO RPT-LABEL.
           MOVE WS-XCP-PENDINV-ORPHAN  TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'CUSTOMER BALANCES OUT OF AGREEMENT'
                                       TO RPT-LABEL.
           MOVE WS-XCP-BALANCE         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'OPEN ITEMS FOR CUSTOMERS NOT ON FILE'
                                       TO RPT-LABEL.
           MOVE WS-XCP-NO-CUSTOMER     TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'LOYALTY RECORD EXCEPTIONS'
                                       TO RPT-LABEL.
           MOVE WS-XCP-LOYALTY         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'CHECKS NOT MADE'      TO RPT-LABEL.
           MOVE WS-XCP-CONTROL         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'TOTAL EXCEPTIONS'     TO RPT-LABEL.
           MOVE WS-XCP-TOTAL           TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           EVALUATE TRUE
               WHEN DB-ERROR
                   MOVE '*** DATABASE UNREADABLE - AUDIT INCOMPLETE ***'
                                       TO RPT-RESULT-TEXT
               WHEN WS-XCP-TOTAL > ZEROES
                   MOVE '*** EXCEPTIONS FOUND - FILES OUT OF STEP ***'
                                       TO RPT-RESULT-TEXT
               WHEN OTHER
                   MOVE 'ORDER DATABASE AND FILES IN STEP'
                                       TO RPT-RESULT-TEXT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-RPT-RESULT.
*********
*********
      *    ADD AN AMOUNT TO THE CUSTOMER'S EXPECTED BALANCE, ENTERING
      *    THE CUSTOMER THE FIRST TIME IT IS SEEN.
       7000-ADD-TO-CUSTOMER.
           IF WS-CBT-COUNT > ZEROES
               SET CBT-IDX             TO 1
               SEARCH CBT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CBT-CUSTOMER-ID (CBT-IDX) = WS-SEARCH-CUSTOMER
                       ADD WS-ADD-AMOUNT
                                       TO CBT-EXPECTED (CBT-IDX)
                       GO TO 7000-EXIT
               END-SEARCH
           END-IF.
           IF WS-CBT-COUNT NOT < WS-MAX-CUSTOMERS
               IF NOT TABLE-FULL
                   DISPLAY 'ORDINTEG - CUSTOMER TABLE FULL AT '
                           WS-MAX-CUSTOMERS
                   SET TABLE-FULL      TO TRUE
               END-IF
               GO TO 7000-EXIT
           END-IF.
           ADD 1                       TO WS-CBT-COUNT.
           SET CBT-IDX                 TO WS-CBT-COUNT.
           MOVE WS-SEARCH-CUSTOMER     TO CBT-CUSTOMER-ID (CBT-IDX).
           MOVE WS-ADD-AMOUNT          TO CBT-EXPECTED (CBT-IDX).
           MOVE 'N'                    TO CBT-ON-FILE-SW (CBT-IDX).
       7000-EXIT.
           EXIT.
*********
*********
      *    EVERY EXCEPTION LINE; THE FIRST ONE SETS RC 8 UNLESS THE
      *    DATABASE HAS ALREADY SET SOMETHING HIGHER.  ONLY THE
      *    BALANCE PROOF PRINTS AMOUNTS.
       8000-WRITE-EXCEPTION.
           MOVE SPACES                 TO XCP-AMOUNTS-X.
           PERFORM 8100-WRITE-DETAIL.
*********
*********
       8100-WRITE-DETAIL.
           ADD 1                       TO WS-XCP-TOTAL.
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL.
           IF WS-RETURN-CODE < 8
               MOVE 8                  TO WS-RETURN-CODE
           END-IF.
*********
*********
       9000-OPEN.
           OPEN INPUT  DATE-CARD-FILE.
           OPEN INPUT  PENDORD-FILE.
           IF WMF-PENDORD-STATUS = '00'
               SET PENDORD-OPEN        TO TRUE
           END-IF.
           OPEN INPUT  CUSTOMER-FILE.
           IF WMF-CUSTOMR-STATUS = '00'
               SET CUSTOMER-OPEN       TO TRUE
           END-IF.
           OPEN INPUT  PENDING-INVOICE-FILE.
           IF WS-PENDINV-STATUS = '00'
               SET PENDINV-OPEN        TO TRUE
           END-IF.
           OPEN INPUT  LOYALTY-MASTER-FILE.
           IF WS-LOYALMST-STATUS = '00'
               SET LOYALTY-OPEN        TO TRUE
           END-IF.
           OPEN INPUT  AR-LEDGER-FILE.
           IF WS-ARLEDGER-STATUS = '00'
               SET ARLEDGER-OPEN       TO TRUE
           END-IF.
           OPEN INPUT  ORDER-NUMBER-FILE.
           OPEN OUTPUT REPORT-FILE.
*********
*********
       9200-CLOSE.
           IF WS-DATECARD-STATUS = '00'
               CLOSE DATE-CARD-FILE
           END-IF.
           IF PENDORD-OPEN
               CLOSE PENDORD-FILE
           END-IF.
           IF CUSTOMER-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF PENDINV-OPEN
               CLOSE PENDING-INVOICE-FILE
           END-IF.
           IF LOYALTY-OPEN
               CLOSE LOYALTY-MASTER-FILE
           END-IF.
           IF ARLEDGER-OPEN
               CLOSE AR-LEDGER-FILE
           END-IF.
           IF WS-ORDNUMFL-STATUS = '00' OR '10'
               CLOSE ORDER-NUMBER-FILE
           END-IF.
           CLOSE REPORT-FILE.
