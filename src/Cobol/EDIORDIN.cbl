       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EDIORDIN.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. INBOUND EDI ORDER FEED - RUNS AHEAD OF P94COMM.  READS     *
      *     THE CUSTOMERS' PURCHASE ORDERS (EDIIN - AN H HEADER        *
      *     RECORD PER PO FOLLOWED BY ITS D LINE RECORDS) AND MAPS     *
      *     THE TRADING PARTNER'S CUSTOMER AND ITEM CODES TO OUR       *
      *     CUSTOMER ID AND ITEM NUMBER THROUGH THE CROSS REFERENCE    *
      *     FILE (EDIXREF).  THE FIRST LINE'S ITEM CROSS REFERENCE     *
      *     ALSO SUPPLIES THE ORDER CATEGORY / SUB-CATEGORY.           *
      *  2. A PO THAT MAPS CLEANLY BECOMES AN A= ADD (FIRST LINE) AND  *
      *     ONE I= ITEM CONTINUATION PER FURTHER LINE, EACH MARKED E   *
      *     IN POSITION 80 WITH THE PO'S REFERENCE NUMBER FOR THIS     *
      *     RUN IN 75-79, SO P94COMM CAN REPORT THE OUTCOME BACK       *
      *     UNDER IT.  A PO THAT DOES NOT MAP IS REJECTED WHOLE.       *
      *  3. THE PARAMETER FILE (PARMIN) IS COPIED TO PARMOUT WITH THE  *
      *     EDI RECORDS AFTER THE LEADING U= / G= / O= CONTROL CARDS,  *
      *     AS STORDGEN AND PARMRMRG DO.                               *
      *  4. EVERY PO RECEIVED IS LOGGED ON EDILOG (WRITTEN OR          *
      *     REJECTED WITH THE REASON) - EDIORDAK ACKNOWLEDGES FROM IT  *
      *     AFTER THE RUN - AND LISTED ON THE EDIINRPT REGISTER WITH   *
      *     THE CONTROL COUNTS.                                        *
      *  5. RETURNS.                                                   *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT EDI-IN-FILE ASSIGN TO EDIIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EDIIN-STATUS.
           SELECT XREF-FILE ASSIGN TO EDIXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XRF-KEY
              FILE STATUS IS WS-EDIXREF-STATUS.
           SELECT PARM-IN-FILE ASSIGN TO PARMIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PARMIN-STATUS.
           SELECT PARM-OUT-FILE ASSIGN TO PARMOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT EDI-LOG-FILE ASSIGN TO EDILOG
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO EDIINRPT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
       FD  EDI-IN-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  EDI-IN-RECORD              PIC X(150).
*********
*********  TRADING PARTNER CROSS REFERENCE - TYPE C MAPS THE
*********  PARTNER'S CUSTOMER CODE TO OUR CUSTOMER ID, TYPE I MAPS
*********  THE PARTNER'S ITEM CODE TO OUR ITEM NUMBER AND ITS ORDER
*********  CATEGORY / SUB-CATEGORY
*********
       FD  XREF-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  XREF-RECORD.
           05  XRF-KEY.
               10  XRF-PARTNER-ID     PIC X(15).
               10  XRF-TYPE           PIC X(01).
                   88  XRF-CUSTOMER                VALUE 'C'.
                   88  XRF-ITEM                    VALUE 'I'.
               10  XRF-PARTNER-CODE   PIC X(32).
           05  XRF-OUR-ID             PIC X(32).
           05  XRF-OUR-ITEM           REDEFINES XRF-OUR-ID.
               10  XRF-OUR-ITEM-NUMBER
                                      PIC X(08).
               10  FILLER             PIC X(24).
           05  XRF-OUR-CATEGORY       PIC X(14).
           05  XRF-OUR-SUB-CATEGORY   PIC X(14).
           05  FILLER                 PIC X(12).
       FD  PARM-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PARM-IN-RECORD             PIC X(80).
       FD  PARM-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PARM-OUT-RECORD            PIC X(80).
       FD  EDI-LOG-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  EDI-LOG-IO-RECORD          PIC X(150).
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  EDIORDIN    PIC X(8)      VALUE 'EDIORDIN'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-EDIIN-STATUS            PIC XX       VALUE '  '.
       01  WS-EDIXREF-STATUS          PIC XX       VALUE '  '.
       01  WS-PARMIN-STATUS           PIC XX       VALUE '  '.
       01  WS-XREF-OPEN-SW            PIC X(01)    VALUE 'N'.
           88  XREF-OPEN                           VALUE 'Y'.
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
*********  INBOUND PO RECORDS (EDIIN)
*********
       01  WS-EDI-RECORD.
           05  EDI-RECORD-TYPE        PIC X(01).
               88  EDI-HEADER                      VALUE 'H'.
               88  EDI-DETAIL                      VALUE 'D'.
           05  EDI-PARTNER-ID         PIC X(15).
           05  EDI-CUSTOMER-PO        PIC X(22).
           05  EDI-RECORD-DATA        PIC X(112).
           05  EDI-HEADER-DATA        REDEFINES EDI-RECORD-DATA.
               10  EDH-PARTNER-CUSTOMER
                                      PIC X(32).
               10  EDH-PO-DATE        PIC X(08).
               10  EDH-EXPEDITE       PIC X(01).
               10  FILLER             PIC X(71).
           05  EDI-DETAIL-DATA        REDEFINES EDI-RECORD-DATA.
               10  EDD-LINE-NUMBER    PIC X(04).
               10  EDD-PARTNER-ITEM   PIC X(32).
               10  EDD-QUANTITY       PIC X(05).
               10  EDD-QUANTITY-R     REDEFINES EDD-QUANTITY
                                      PIC 9(05).
               10  FILLER             PIC X(71).
*********
*********  THE PO BEING ASSEMBLED - ITS HEADER AND UP TO 50 LINES
*********
       01  WS-PO-HEADER.
           05  POH-PARTNER-ID         PIC X(15)    VALUE SPACES.
           05  POH-CUSTOMER-PO        PIC X(22)    VALUE SPACES.
           05  POH-PARTNER-CUSTOMER   PIC X(32)    VALUE SPACES.
           05  POH-EXPEDITE           PIC X(01)    VALUE SPACES.
           05  POH-CUSTOMER-ID        PIC X(32)    VALUE SPACES.
           05  POH-CATEGORY           PIC X(14)    VALUE SPACES.
           05  POH-SUB-CATEGORY       PIC X(14)    VALUE SPACES.
           05  POH-LINE-COUNT         PIC 9(03)    VALUE ZEROES.
           05  POH-LINES-DROPPED      PIC 9(03)    VALUE ZEROES.
       01  WS-PO-LINE-TABLE.
           05  POL-LINE               OCCURS 50 TIMES.
               10  POL-LINE-NUMBER    PIC X(04).
               10  POL-PARTNER-ITEM   PIC X(32).
               10  POL-QUANTITY       PIC X(05).
               10  POL-QUANTITY-R     REDEFINES POL-QUANTITY
                                      PIC 9(05).
               10  POL-ITEM-NUMBER    PIC X(08).
               10  POL-ITEM-NUMBER-R  REDEFINES POL-ITEM-NUMBER
                                      PIC 9(08).
       01  WS-PO-REF                  PIC 9(05)    VALUE ZEROES.
       01  WS-MAX-PO-REF              PIC 9(05)    VALUE 5000.
       01  WS-LINE-SUB                PIC 9(03)    VALUE ZEROES.
       01  WS-REJECT-REASON           PIC X(50)    VALUE SPACES.
       01  WS-REASON-LINE.
           05  FILLER                 PIC X(05)    VALUE 'LINE '.
           05  WS-REASON-LINE-NUMBER  PIC X(04).
           05  FILLER                 PIC X(01)    VALUE SPACE.
           05  WS-REASON-TEXT         PIC X(40).
*********
*********  GENERATED PARAMETER RECORDS - SAME POSITIONS AS THE
*********  P94COMM A= ADD AND I= ITEM CONTINUATION LAYOUTS.  THE
*********  ORDER NUMBER IS LEFT BLANK FOR P94COMM TO ASSIGN FROM
*********  ORDNUMFL; THE I= SEQ IS LEFT BLANK SO THE LINES TAKE THE
*********  NEXT SEQUENCE UNDER THE ADD, AND THE PRICE IS LEFT BLANK
*********  SO OUR OWN PRICING (CONTRACT, QUANTITY BREAK) APPLIES.
*********
       01  WS-GEN-ORDER-RECORD.
           05  GEN-ORDER-TYPE         PIC X(02)    VALUE 'A='.
           05  GEN-ORDER-NUMBER       PIC X(10)    VALUE SPACES.
           05  GEN-ORDER-CUSTOMER-ID  PIC X(20)    VALUE SPACES.
           05  GEN-ORDER-CATEGORY     PIC X(14)    VALUE SPACES.
           05  GEN-ORDER-SUB-CATEGORY PIC X(14)    VALUE SPACES.
           05  GEN-ORDER-ITEM         PIC X(08)    VALUE SPACES.
           05  GEN-ORDER-QUANTITY     PIC 9(05)    VALUE ZEROES.
           05  GEN-ORDER-EXPEDITE     PIC X(01)    VALUE SPACES.
           05  GEN-ORDER-SOURCE-REF   PIC 9(05)    VALUE ZEROES.
           05  GEN-ORDER-SOURCE       PIC X(01)    VALUE 'E'.
       01  WS-GEN-ITEM-RECORD.
           05  GEN-ITEM-TYPE          PIC X(02)    VALUE 'I='.
           05  GEN-ITEM-NUMBER        PIC X(08)    VALUE SPACES.
           05  GEN-ITEM-SEQ           PIC X(04)    VALUE SPACES.
           05  GEN-ITEM-QUANTITY      PIC 9(05)    VALUE ZEROES.
           05  FILLER                 PIC X(28)    VALUE SPACES.
           05  FILLER                 PIC X(27)    VALUE SPACES.
           05  GEN-ITEM-SOURCE-REF    PIC 9(05)    VALUE ZEROES.
           05  GEN-ITEM-SOURCE        PIC X(01)    VALUE 'E'.
*********
*********  EDI PO LOG (EDILOG) - ONE RECORD PER PO RECEIVED, READ BY
*********  EDIORDAK TO ACKNOWLEDGE EVERY PO AFTER THE RUN
*********
       01  WS-EDI-LOG-RECORD.
           05  ELG-BUSINESS-DATE      PIC 9(08).
           05  ELG-SOURCE-REF         PIC 9(05).
           05  ELG-PARTNER-ID         PIC X(15).
           05  ELG-CUSTOMER-PO        PIC X(22).
           05  ELG-CUSTOMER-ID        PIC X(32).
           05  ELG-LINE-COUNT         PIC 9(03).
           05  ELG-STATUS             PIC X(01).
               88  ELG-WRITTEN                     VALUE 'W'.
               88  ELG-REJECTED                    VALUE 'R'.
           05  ELG-REASON             PIC X(50).
           05  FILLER                 PIC X(14).
       01  WS-COUNTS.
           05  WS-HEADERS-READ        PIC 9(05)    VALUE ZEROES.
           05  WS-DETAILS-READ        PIC 9(05)    VALUE ZEROES.
           05  WS-ORPHAN-LINES        PIC 9(05)    VALUE ZEROES.
           05  WS-UNKNOWN-RECORDS     PIC 9(05)    VALUE ZEROES.
           05  WS-PO-RECEIVED         PIC 9(05)    VALUE ZEROES.
           05  WS-PO-WRITTEN          PIC 9(05)    VALUE ZEROES.
           05  WS-PO-REJECTED         PIC 9(05)    VALUE ZEROES.
           05  WS-ADD-RECORDS         PIC 9(05)    VALUE ZEROES.
           05  WS-ITEM-RECORDS        PIC 9(05)    VALUE ZEROES.
           05  WS-NEW-PARM-COUNT      PIC 9(05)    VALUE ZEROES.
           05  WS-TOTAL-OUT           PIC 9(05)    VALUE ZEROES.
*********
*********  EDI INBOUND REGISTER LINES (EDIINRPT)
*********
       01  WS-RPT-HDR.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(34)    VALUE
                  'EDI INBOUND ORDER REGISTER        '.
           05  FILLER                 PIC X(14)    VALUE
                  'BUSINESS DATE '.
           05  RPT-HDR-DATE           PIC 9(08).
       01  WS-RPT-COLUMNS.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(45)    VALUE
                  'REF   PARTNER         CUSTOMER PO            '.
           05  FILLER                 PIC X(53)    VALUE
                  'CUSTOMER             LNS  DISPOSITION'.
       01  WS-RPT-DETAIL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-SOURCE-REF         PIC 9(05).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-PARTNER-ID         PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-CUSTOMER-PO        PIC X(22).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-CUSTOMER-ID        PIC X(20).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-LINES              PIC ZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-DISPOSITION        PIC X(27).
       01  WS-RPT-ORPHAN.
           05  FILLER                 PIC X(8)     VALUE SPACES.
           05  RPT-ORPHAN-PARTNER     PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-ORPHAN-PO          PIC X(22).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-ORPHAN-TEXT        PIC X(53).
       01  WS-RPT-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-LABEL              PIC X(30).
           05  RPT-VALUE              PIC ZZZZ9.
       01  WS-SWITCHES.
           05  WS-EDI-EOF-SW          PIC X(01)    VALUE 'N'.
               88  EDI-EOF                         VALUE 'Y'.
           05  WS-PO-OPEN-SW          PIC X(01)    VALUE 'N'.
               88  PO-OPEN                         VALUE 'Y'.
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
           PERFORM 2000-READ-INBOUND-ORDERS THRU 2000-EXIT.
           PERFORM 3000-COPY-PARAMETERS THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS.
           PERFORM 9200-CLOSE.
           GOBACK.
*********
*********
      *    THE BUSINESS DATE COMES FROM DATECARD, THE SAME CARD
      *    P94COMM AND EDIORDAK READ, SO THE LOG MATCHES THE RUN.  NO
      *    CARD FALLS BACK TO THE SYSTEM DATE, AS IT DOES IN P94COMM.
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
               DISPLAY 'EDIORDIN - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-RPT-HDR.
           WRITE REPORT-RECORD FROM WS-RPT-COLUMNS.
*********
*********
      *    THE LEADING U= / G= / O= CONTROL CARDS PASS THROUGH FIRST
      *    SO THE EDI ADDS RUN UNDER THE REAL USERID AND THRESHOLDS.
      *    THE FIRST NON-CONTROL RECORD IS HELD FOR 3000 TO WRITE
      *    BACK OUT.
       1000-COPY-LEAD-CONTROLS.
           IF WS-PARMIN-STATUS NOT = '00'
               DISPLAY 'EDIORDIN - PARMIN UNAVAILABLE'
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
      *    A HEADER CLOSES OFF THE PO BEFORE IT AND OPENS THE NEXT;
      *    A LINE IS TAKEN ONLY UNDER THE HEADER OF ITS OWN PARTNER
      *    AND PO.  END OF FILE CLOSES OFF THE LAST PO.
       2000-READ-INBOUND-ORDERS.
           IF WS-EDIIN-STATUS NOT = '00'
               DISPLAY 'EDIORDIN - EDIIN UNAVAILABLE, NO EDI ORDERS '
                       'THIS RUN'
               SET EDI-EOF             TO TRUE
               GO TO 2000-EXIT
           END-IF.
           READ EDI-IN-FILE INTO WS-EDI-RECORD
               AT END
                   SET EDI-EOF         TO TRUE
           END-READ.
           PERFORM UNTIL EDI-EOF
               EVALUATE TRUE
                   WHEN EDI-HEADER
                       ADD 1           TO WS-HEADERS-READ
                       IF PO-OPEN
                           PERFORM 2100-FINISH-PO THRU 2100-EXIT
                       END-IF
                       PERFORM 2050-START-PO
                   WHEN EDI-DETAIL
                       ADD 1           TO WS-DETAILS-READ
                       PERFORM 2060-TAKE-LINE
                   WHEN OTHER
                       ADD 1           TO WS-UNKNOWN-RECORDS
                       MOVE SPACES     TO RPT-ORPHAN-PARTNER
                                          RPT-ORPHAN-PO
                       MOVE 'UNKNOWN RECORD TYPE - IGNORED'
                                       TO RPT-ORPHAN-TEXT
                       WRITE REPORT-RECORD FROM WS-RPT-ORPHAN
               END-EVALUATE
               READ EDI-IN-FILE INTO WS-EDI-RECORD
                   AT END
                       SET EDI-EOF     TO TRUE
               END-READ
           END-PERFORM.
           IF PO-OPEN
               PERFORM 2100-FINISH-PO THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
*********
*********
       2050-START-PO.
           MOVE SPACES                 TO WS-PO-HEADER.
           MOVE ZEROES                 TO POH-LINE-COUNT
                                          POH-LINES-DROPPED.
           MOVE EDI-PARTNER-ID         TO POH-PARTNER-ID.
           MOVE EDI-CUSTOMER-PO        TO POH-CUSTOMER-PO.
           MOVE EDH-PARTNER-CUSTOMER   TO POH-PARTNER-CUSTOMER.
           IF EDH-EXPEDITE = 'Y'
               MOVE 'Y'                TO POH-EXPEDITE
           ELSE
               MOVE 'N'                TO POH-EXPEDITE
           END-IF.
           SET PO-OPEN                 TO TRUE.
*********
*********
      *    A LINE WITH NO HEADER OF ITS OWN IS AN ORPHAN - LISTED AND
      *    DROPPED.  PAST 50 LINES THE PO IS REJECTED IN 2100.
       2060-TAKE-LINE.
           IF (NOT PO-OPEN)                        OR
              (EDI-PARTNER-ID NOT = POH-PARTNER-ID) OR
              (EDI-CUSTOMER-PO NOT = POH-CUSTOMER-PO)
               ADD 1                   TO WS-ORPHAN-LINES
               MOVE EDI-PARTNER-ID     TO RPT-ORPHAN-PARTNER
               MOVE EDI-CUSTOMER-PO    TO RPT-ORPHAN-PO
               MOVE 'LINE WITH NO MATCHING PO HEADER - IGNORED'
                                       TO RPT-ORPHAN-TEXT
               WRITE REPORT-RECORD FROM WS-RPT-ORPHAN
           ELSE
               IF POH-LINE-COUNT < 50
                   ADD 1               TO POH-LINE-COUNT
                   MOVE EDD-LINE-NUMBER
                                   TO POL-LINE-NUMBER (POH-LINE-COUNT)
                   MOVE EDD-PARTNER-ITEM
                                   TO POL-PARTNER-ITEM (POH-LINE-COUNT)
                   MOVE EDD-QUANTITY
                                   TO POL-QUANTITY (POH-LINE-COUNT)
               ELSE
                   ADD 1               TO POH-LINES-DROPPED
               END-IF
           END-IF.
*********
*********
      *    EDIT AND MAP THE COMPLETED PO, THEN WRITE IT TO PARMOUT OR
      *    REJECT IT, AND LOG IT EITHER WAY.
       2100-FINISH-PO.
           MOVE 'N'                    TO WS-PO-OPEN-SW.
           ADD 1                       TO WS-PO-RECEIVED.
           MOVE WS-PO-RECEIVED         TO WS-PO-REF.
           MOVE SPACES                 TO WS-REJECT-REASON.
           PERFORM 2200-MAP-PO THRU 2200-EXIT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-WRITE-ORDER THRU 2300-EXIT
               ADD 1                   TO WS-PO-WRITTEN
               MOVE 'W'                TO ELG-STATUS
               MOVE 'WRITTEN'          TO RPT-DISPOSITION
           ELSE
               ADD 1                   TO WS-PO-REJECTED
               MOVE 'R'                TO ELG-STATUS
               MOVE WS-REJECT-REASON   TO RPT-DISPOSITION
           END-IF.
           MOVE WS-BUSINESS-DATE       TO ELG-BUSINESS-DATE.
           MOVE WS-PO-REF              TO ELG-SOURCE-REF.
           MOVE POH-PARTNER-ID         TO ELG-PARTNER-ID.
           MOVE POH-CUSTOMER-PO        TO ELG-CUSTOMER-PO.
           MOVE POH-CUSTOMER-ID        TO ELG-CUSTOMER-ID.
           MOVE POH-LINE-COUNT         TO ELG-LINE-COUNT.
           MOVE WS-REJECT-REASON       TO ELG-REASON.
           WRITE EDI-LOG-IO-RECORD FROM WS-EDI-LOG-RECORD.
           MOVE WS-PO-REF              TO RPT-SOURCE-REF.
           MOVE POH-PARTNER-ID         TO RPT-PARTNER-ID.
           MOVE POH-CUSTOMER-PO        TO RPT-CUSTOMER-PO.
           MOVE POH-CUSTOMER-ID        TO RPT-CUSTOMER-ID.
           MOVE POH-LINE-COUNT         TO RPT-LINES.
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL.
           IF WS-REJECT-REASON (28:23) NOT = SPACES
               MOVE SPACES             TO RPT-ORPHAN-PARTNER
                                          RPT-ORPHAN-PO
               MOVE WS-REJECT-REASON   TO RPT-ORPHAN-TEXT
               WRITE REPORT-RECORD FROM WS-RPT-ORPHAN
           END-IF.
       2100-EXIT.
           EXIT.
*********
*********
      *    THE WHOLE PO IS REJECTED ON THE FIRST PROBLEM FOUND - A
      *    PARTIAL ORDER WOULD SHIP THE CUSTOMER SOMETHING THEY DID
      *    NOT ASK FOR IN THAT FORM.  THE A= CUSTOMER FIELD IS 20
      *    POSITIONS, SO A LONGER CUSTOMER ID CANNOT BE ENTERED.
       2200-MAP-PO.
           IF WS-PO-REF > WS-MAX-PO-REF
               MOVE 'PO LIMIT FOR ONE RUN REACHED'
                                       TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF POH-LINE-COUNT = ZERO
               MOVE 'PO HAS NO LINES'  TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF POH-LINES-DROPPED > ZERO
               MOVE 'PO HAS MORE THAN 50 LINES'
                                       TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF NOT XREF-OPEN
               MOVE 'CROSS REFERENCE FILE UNAVAILABLE'
                                       TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE POH-PARTNER-ID         TO XRF-PARTNER-ID.
           MOVE 'C'                    TO XRF-TYPE.
           MOVE POH-PARTNER-CUSTOMER   TO XRF-PARTNER-CODE.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'CUSTOMER CODE NOT CROSS-REFERENCED'
                                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2200-EXIT
           END-IF.
           MOVE XRF-OUR-ID             TO POH-CUSTOMER-ID.
           IF POH-CUSTOMER-ID (21:12) NOT = SPACES
               MOVE 'CUSTOMER ID LONGER THAN 20 POSITIONS'
                                       TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE 1                      TO WS-LINE-SUB.
           PERFORM 2250-MAP-LINE THRU 2250-EXIT
               UNTIL (WS-LINE-SUB > POH-LINE-COUNT) OR
                     (WS-REJECT-REASON NOT = SPACES).
       2200-EXIT.
           EXIT.
*********
*********
      *    THE FIRST LINE'S ITEM ALSO SETS THE ORDER CATEGORY.
       2250-MAP-LINE.
           MOVE POL-LINE-NUMBER (WS-LINE-SUB)
                                       TO WS-REASON-LINE-NUMBER.
           IF (POL-QUANTITY (WS-LINE-SUB) NOT NUMERIC) OR
              (POL-QUANTITY-R (WS-LINE-SUB) = ZERO)
               MOVE 'QUANTITY INVALID' TO WS-REASON-TEXT
               MOVE WS-REASON-LINE     TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.
           MOVE POH-PARTNER-ID         TO XRF-PARTNER-ID.
           MOVE 'I'                    TO XRF-TYPE.
           MOVE POL-PARTNER-ITEM (WS-LINE-SUB)
                                       TO XRF-PARTNER-CODE.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'ITEM CODE NOT CROSS-REFERENCED'
                                       TO WS-REASON-TEXT
                   MOVE WS-REASON-LINE TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2250-EXIT
           END-IF.
           IF XRF-OUR-ITEM-NUMBER NOT NUMERIC
               MOVE 'ITEM CROSS REFERENCE NOT NUMERIC'
                                       TO WS-REASON-TEXT
               MOVE WS-REASON-LINE     TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF.
           MOVE XRF-OUR-ITEM-NUMBER    TO POL-ITEM-NUMBER (WS-LINE-SUB).
           IF WS-LINE-SUB = 1
               MOVE XRF-OUR-CATEGORY   TO POH-CATEGORY
               MOVE XRF-OUR-SUB-CATEGORY
                                       TO POH-SUB-CATEGORY
           END-IF.
           ADD 1                       TO WS-LINE-SUB.
       2250-EXIT.
           EXIT.
*********
*********
      *    LINE 1 RIDES ON THE A= ADD, EACH FURTHER LINE ON AN I=.
       2300-WRITE-ORDER.
           MOVE POH-CUSTOMER-ID        TO GEN-ORDER-CUSTOMER-ID.
           MOVE POH-CATEGORY           TO GEN-ORDER-CATEGORY.
           MOVE POH-SUB-CATEGORY       TO GEN-ORDER-SUB-CATEGORY.
           MOVE POL-ITEM-NUMBER (1)    TO GEN-ORDER-ITEM.
           MOVE POL-QUANTITY-R (1)     TO GEN-ORDER-QUANTITY.
           MOVE POH-EXPEDITE           TO GEN-ORDER-EXPEDITE.
           MOVE WS-PO-REF              TO GEN-ORDER-SOURCE-REF.
           WRITE PARM-OUT-RECORD FROM WS-GEN-ORDER-RECORD.
           ADD 1                       TO WS-ADD-RECORDS.
           MOVE WS-PO-REF              TO GEN-ITEM-SOURCE-REF.
           MOVE 2                      TO WS-LINE-SUB.
           PERFORM UNTIL WS-LINE-SUB > POH-LINE-COUNT
               MOVE POL-ITEM-NUMBER (WS-LINE-SUB)
                                       TO GEN-ITEM-NUMBER
               MOVE POL-QUANTITY-R (WS-LINE-SUB)
                                       TO GEN-ITEM-QUANTITY
               WRITE PARM-OUT-RECORD FROM WS-GEN-ITEM-RECORD
               ADD 1                   TO WS-ITEM-RECORDS
               ADD 1                   TO WS-LINE-SUB
           END-PERFORM.
       2300-EXIT.
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
           MOVE 'PO HEADER RECORDS READ' TO RPT-LABEL.
           MOVE WS-HEADERS-READ         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PO LINE RECORDS READ'  TO RPT-LABEL.
           MOVE WS-DETAILS-READ         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'ORPHAN LINES IGNORED'  TO RPT-LABEL.
           MOVE WS-ORPHAN-LINES         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'UNKNOWN RECORDS IGNORED'
                                        TO RPT-LABEL.
           MOVE WS-UNKNOWN-RECORDS      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PURCHASE ORDERS RECEIVED'
                                        TO RPT-LABEL.
           MOVE WS-PO-RECEIVED          TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PURCHASE ORDERS WRITTEN'
                                        TO RPT-LABEL.
           MOVE WS-PO-WRITTEN           TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PURCHASE ORDERS REJECTED'
                                        TO RPT-LABEL.
           MOVE WS-PO-REJECTED          TO RPT-VALUE.
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
           OPEN INPUT EDI-IN-FILE.
           OPEN INPUT XREF-FILE.
           IF WS-EDIXREF-STATUS = '00'
               SET XREF-OPEN           TO TRUE
           ELSE
               DISPLAY 'EDIORDIN - EDIXREF UNAVAILABLE, STATUS '
                       WS-EDIXREF-STATUS
           END-IF.
           OPEN INPUT PARM-IN-FILE.
           OPEN OUTPUT PARM-OUT-FILE.
           OPEN OUTPUT EDI-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
*********
*********
       9200-CLOSE.
           CLOSE DATE-CARD-FILE.
           CLOSE EDI-IN-FILE.
           IF XREF-OPEN
               CLOSE XREF-FILE
           END-IF.
           CLOSE PARM-IN-FILE.
           CLOSE PARM-OUT-FILE.
           CLOSE EDI-LOG-FILE.
           CLOSE REPORT-FILE.
