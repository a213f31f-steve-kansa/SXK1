       IDENTIFICATION DIVISION.
       PROGRAM-ID.       EDIORDAK.
      ******************************************************************
      *                                                                *
      ******      C O M P U W A R E   C O R P O R A T I O N       ******
      *                                                                *
      *  1. EDI PURCHASE ORDER ACKNOWLEDGMENT - RUNS AFTER P94COMM.    *
      *     LOADS THE NIGHT'S OUTCOMES BY EDIORDIN PO REFERENCE:       *
      *       - EDIRSLT, WRITTEN BY P94COMM FOR EVERY EDI ADD THAT     *
      *         PASSED THE EDITS (ADDED WITH ITS ORDNUMFL ORDER        *
      *         NUMBER, BACKORDERED, OR HELD ON SUSPENSE),             *
      *       - PARMRCYC, WHERE P94COMM RECYCLES EVERY REJECTED        *
      *         PARAMETER RECORD WITH ITS REASON - A REJECTED EDI A=   *
      *         REJECTS THE PO, A REJECTED EDI I= IS A LINE EXCEPTION  *
      *         ON AN OTHERWISE ACCEPTED PO.                           *
      *  2. READS THE EDIORDIN PO LOG (EDILOG) AND WRITES ONE          *
      *     ACKNOWLEDGMENT PER CUSTOMER PO TO EDIACK:                  *
      *       AC  ACCEPTED - OUR ORDER NUMBER                          *
      *       AE  ACCEPTED WITH LINE EXCEPTIONS - ORDER NUMBER AND     *
      *           THE FIRST LINE REJECT REASON                         *
      *       RJ  REJECTED - THE EDIORDIN MAPPING REASON OR THE        *
      *           PARMRCYC REJECT REASON                               *
      *       PN  PENDING - BACKORDERED OR HELD FOR DUPLICATE REVIEW,  *
      *           ORDER NUMBER TO FOLLOW                               *
      *     A PO WITH NO OUTCOME AT ALL IS NOT ACKNOWLEDGED - IT IS    *
      *     LISTED FOR THE ORDER DESK.                                 *
      *  3. WRITES THE EDIACKRP CONTROL REPORT.  PO'S RECEIVED MUST    *
      *     EQUAL PO'S ACKNOWLEDGED, AND EVERY OUTCOME MUST BELONG TO  *
      *     A LOGGED PO; OTHERWISE THE REPORT IS MARKED OUT OF         *
      *     BALANCE AND THE STEP ENDS RC 8.                            *
      *  4. EMPTIES EDIRSLT (P94COMM ADDS TO IT ACROSS A RESTART)      *
      *     WHEN IN BALANCE, AND RETURNS.                              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT EDI-RESULT-FILE ASSIGN TO EDIRSLT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EDIRSLT-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO PARMRCYC
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-RCYC-STATUS.
           SELECT EDI-LOG-FILE ASSIGN TO EDILOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EDILOG-STATUS.
           SELECT ACK-FILE ASSIGN TO EDIACK
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO EDIACKRP
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
       FD  EDI-RESULT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  EDI-RESULT-IO-RECORD       PIC X(80).
       FD  RECYCLE-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01  RECYCLE-IO-RECORD          PIC X(140).
       FD  EDI-LOG-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  EDI-LOG-IO-RECORD          PIC X(150).
       FD  ACK-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  ACK-IO-RECORD              PIC X(120).
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01  PGM-NAME.
           05  EDIORDAK    PIC X(8)      VALUE 'EDIORDAK'.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-EDIRSLT-STATUS          PIC XX       VALUE '  '.
       01  WS-RCYC-STATUS             PIC XX       VALUE '  '.
       01  WS-EDILOG-STATUS           PIC XX       VALUE '  '.
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
*********  EDI ORDER RESULT AS WRITTEN BY P94COMM (EDIRSLT)
*********
       01  WS-EDI-RESULT-RECORD.
           05  ERS-BUSINESS-DATE      PIC 9(08).
           05  ERS-SOURCE-REF         PIC X(05).
           05  ERS-SOURCE-REF-R       REDEFINES ERS-SOURCE-REF
                                      PIC 9(05).
           05  ERS-RESULT             PIC X(01).
           05  ERS-ORDER-NUMBER       PIC 9(10).
           05  ERS-CUSTOMER-ID        PIC X(32).
           05  FILLER                 PIC X(24).
*********
*********  RECYCLE RECORD AS WRITTEN BY P94COMM (PARMRCYC) - AN EDI
*********  RECORD CARRIES E IN POSITION 80 AND ITS PO REFERENCE IN
*********  75-79
*********
       01  WS-RECYCLE-RECORD.
           05  RCY-RECORD-NUMBER      PIC X(05).
           05  FILLER                 PIC X(01).
           05  RCY-REASON             PIC X(50).
           05  FILLER                 PIC X(01).
           05  RCY-ORIGINAL.
               10  RCY-RECORD-TYPE    PIC X(01).
               10  FILLER             PIC X(73).
               10  RCY-SOURCE-REF     PIC X(05).
               10  RCY-SOURCE-REF-R   REDEFINES RCY-SOURCE-REF
                                      PIC 9(05).
               10  RCY-SOURCE         PIC X(01).
                   88  RCY-EDI-RECORD              VALUE 'E'.
           05  FILLER                 PIC X(03).
*********
*********  EDI PO LOG AS WRITTEN BY EDIORDIN (EDILOG)
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
*********
*********  OUTBOUND ACKNOWLEDGMENT (EDIACK) - ONE PER CUSTOMER PO
*********
       01  WS-ACK-RECORD.
           05  ACK-PARTNER-ID         PIC X(15).
           05  ACK-CUSTOMER-PO        PIC X(22).
           05  ACK-STATUS             PIC X(02).
               88  ACK-ACCEPTED                    VALUE 'AC'.
               88  ACK-ACCEPTED-EXCEPTIONS         VALUE 'AE'.
               88  ACK-REJECTED                    VALUE 'RJ'.
               88  ACK-PENDING                     VALUE 'PN'.
           05  ACK-ORDER-NUMBER       PIC X(10).
           05  ACK-ORDER-NUMBER-R     REDEFINES ACK-ORDER-NUMBER
                                      PIC 9(10).
           05  ACK-BUSINESS-DATE      PIC 9(08).
           05  ACK-REASON             PIC X(50).
           05  FILLER                 PIC X(13).
*********
*********  OUTCOMES BY PO REFERENCE - EDIORDIN NUMBERS THE NIGHT'S
*********  PO'S FROM 1 UP TO 5000
*********
       01  WS-MAX-PO-REF              PIC 9(05)    VALUE 5000.
       01  WS-REF-SUB                 PIC 9(05)    VALUE ZEROES.
       01  WS-PO-TABLE.
           05  POT-ENTRY              OCCURS 5000 TIMES.
               10  POT-IN-LOG         PIC X(01).
               10  POT-RESULT         PIC X(01).
                   88  POT-ADDED                   VALUE 'A'.
                   88  POT-BACKORDERED             VALUE 'B'.
                   88  POT-SUSPENDED               VALUE 'S'.
                   88  POT-RUN-REJECTED            VALUE 'R'.
               10  POT-ORDER-NUMBER   PIC 9(10).
               10  POT-REASON         PIC X(50).
               10  POT-LINE-REJECTS   PIC 9(03).
               10  POT-LINE-REASON    PIC X(50).
       01  WS-COUNTS.
           05  WS-RESULTS-READ        PIC 9(05)    VALUE ZEROES.
           05  WS-RESULTS-STALE       PIC 9(05)    VALUE ZEROES.
           05  WS-EDI-REJECTS-READ    PIC 9(05)    VALUE ZEROES.
           05  WS-LOG-STALE           PIC 9(05)    VALUE ZEROES.
           05  WS-PO-RECEIVED         PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-ACCEPTED        PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-EXCEPTIONS      PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-MAP-REJECTED    PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-RUN-REJECTED    PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-PENDING         PIC 9(05)    VALUE ZEROES.
           05  WS-ACK-TOTAL           PIC 9(05)    VALUE ZEROES.
           05  WS-UNACKNOWLEDGED      PIC 9(05)    VALUE ZEROES.
           05  WS-ORPHAN-OUTCOMES     PIC 9(05)    VALUE ZEROES.
*********
*********  ACKNOWLEDGMENT CONTROL REPORT LINES (EDIACKRP)
*********
       01  WS-RPT-HDR.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(34)    VALUE
                  'EDI PO ACKNOWLEDGMENT CONTROL     '.
           05  FILLER                 PIC X(14)    VALUE
                  'BUSINESS DATE '.
           05  RPT-HDR-DATE           PIC 9(08).
       01  WS-RPT-COLUMNS.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(45)    VALUE
                  'REF   PARTNER         CUSTOMER PO            '.
           05  FILLER                 PIC X(53)    VALUE
                  'ST  ORDER NO   REASON'.
       01  WS-RPT-DETAIL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-SOURCE-REF         PIC 9(05).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-PARTNER-ID         PIC X(15).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-CUSTOMER-PO        PIC X(22).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-STATUS             PIC X(02).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-ORDER-NUMBER       PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACES.
           05  RPT-REASON             PIC X(38).
       01  WS-RPT-LINE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-LABEL              PIC X(30).
           05  RPT-VALUE              PIC ZZZZ9.
       01  WS-RPT-BALANCE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  RPT-BALANCE-TEXT       PIC X(50).
       01  WS-SWITCHES.
           05  WS-RSLT-EOF-SW         PIC X(01)    VALUE 'N'.
               88  RSLT-EOF                        VALUE 'Y'.
           05  WS-RCYC-EOF-SW         PIC X(01)    VALUE 'N'.
               88  RCYC-EOF                        VALUE 'Y'.
           05  WS-LOG-EOF-SW          PIC X(01)    VALUE 'N'.
               88  LOG-EOF                         VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9000-OPEN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-LOAD-RESULTS THRU 1000-EXIT.
           PERFORM 2000-LOAD-REJECTS THRU 2000-EXIT.
           PERFORM 3000-ACKNOWLEDGE-ORDERS THRU 3000-EXIT.
           PERFORM 4000-WRITE-CONTROL.
           PERFORM 9200-CLOSE.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
*********
*********
      *    THE BUSINESS DATE COMES FROM DATECARD, THE SAME CARD
      *    EDIORDIN AND P94COMM READ.  NO CARD FALLS BACK TO THE
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
               DISPLAY 'EDIORDAK - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-BUSINESS-DATE       TO RPT-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-RPT-HDR.
           WRITE REPORT-RECORD FROM WS-RPT-COLUMNS.
           INITIALIZE WS-PO-TABLE.
*********
*********
      *    ONLY TONIGHT'S OUTCOMES COUNT - ANYTHING DATED OTHERWISE
      *    (AN R= RELEASE OF AN EARLIER NIGHT'S SUSPENDED EDI ADD) IS
      *    COUNTED AND PASSED OVER.  ON A RESTART THE SAME ADD MAY BE
      *    RECORDED TWICE; THE LAST OUTCOME STANDS.
       1000-LOAD-RESULTS.
           IF WS-EDIRSLT-STATUS NOT = '00'
               DISPLAY 'EDIORDAK - EDIRSLT UNAVAILABLE'
               SET RSLT-EOF            TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ EDI-RESULT-FILE INTO WS-EDI-RESULT-RECORD
               AT END
                   SET RSLT-EOF        TO TRUE
           END-READ.
           PERFORM UNTIL RSLT-EOF
               ADD 1                   TO WS-RESULTS-READ
               IF (ERS-BUSINESS-DATE = WS-BUSINESS-DATE) AND
                  (ERS-SOURCE-REF NUMERIC)               AND
                  (ERS-SOURCE-REF-R > ZERO)              AND
                  (ERS-SOURCE-REF-R NOT > WS-MAX-PO-REF)
                   MOVE ERS-SOURCE-REF-R
                                       TO WS-REF-SUB
                   MOVE ERS-RESULT     TO POT-RESULT (WS-REF-SUB)
                   MOVE ERS-ORDER-NUMBER
                                       TO POT-ORDER-NUMBER (WS-REF-SUB)
               ELSE
                   ADD 1               TO WS-RESULTS-STALE
               END-IF
               READ EDI-RESULT-FILE INTO WS-EDI-RESULT-RECORD
                   AT END
                       SET RSLT-EOF    TO TRUE
               END-READ
           END-PERFORM.
       1000-EXIT.
           EXIT.
*********
*********
      *    A REJECTED EDI A= REJECTS ITS PO.  A REJECTED EDI I= IS A
      *    LINE EXCEPTION - THE FIRST REASON IS KEPT FOR THE ACK.
       2000-LOAD-REJECTS.
           IF WS-RCYC-STATUS NOT = '00'
               DISPLAY 'EDIORDAK - PARMRCYC UNAVAILABLE'
               SET RCYC-EOF            TO TRUE
               GO TO 2000-EXIT
           END-IF.
           READ RECYCLE-FILE INTO WS-RECYCLE-RECORD
               AT END
                   SET RCYC-EOF        TO TRUE
           END-READ.
           PERFORM UNTIL RCYC-EOF
               IF RCY-EDI-RECORD                      AND
                  (RCY-SOURCE-REF NUMERIC)            AND
                  (RCY-SOURCE-REF-R > ZERO)           AND
                  (RCY-SOURCE-REF-R NOT > WS-MAX-PO-REF)
                   ADD 1               TO WS-EDI-REJECTS-READ
                   MOVE RCY-SOURCE-REF-R
                                       TO WS-REF-SUB
                   IF RCY-RECORD-TYPE = 'A'
                       MOVE 'R'        TO POT-RESULT (WS-REF-SUB)
                       MOVE RCY-REASON TO POT-REASON (WS-REF-SUB)
                   ELSE
                       ADD 1           TO POT-LINE-REJECTS (WS-REF-SUB)
                       IF POT-LINE-REASON (WS-REF-SUB) = SPACES
                           MOVE RCY-REASON
                                   TO POT-LINE-REASON (WS-REF-SUB)
                       END-IF
                   END-IF
               END-IF
               READ RECYCLE-FILE INTO WS-RECYCLE-RECORD
                   AT END
                       SET RCYC-EOF    TO TRUE
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.
*********
*********
      *    ONE ACKNOWLEDGMENT PER PO LOGGED TONIGHT.
       3000-ACKNOWLEDGE-ORDERS.
           IF WS-EDILOG-STATUS NOT = '00'
               DISPLAY 'EDIORDAK - EDILOG UNAVAILABLE, NOTHING '
                       'ACKNOWLEDGED'
               SET LOG-EOF             TO TRUE
           END-IF.
           IF NOT LOG-EOF
               READ EDI-LOG-FILE INTO WS-EDI-LOG-RECORD
                   AT END
                       SET LOG-EOF     TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL LOG-EOF
               IF (ELG-BUSINESS-DATE = WS-BUSINESS-DATE) AND
                  (ELG-SOURCE-REF > ZERO)                AND
                  (ELG-SOURCE-REF NOT > WS-MAX-PO-REF)
                   PERFORM 3100-ACKNOWLEDGE-ONE THRU 3100-EXIT
               ELSE
                   ADD 1               TO WS-LOG-STALE
               END-IF
               READ EDI-LOG-FILE INTO WS-EDI-LOG-RECORD
                   AT END
                       SET LOG-EOF     TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 3200-CHECK-ORPHAN THRU 3200-EXIT
               VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-MAX-PO-REF.
       3000-EXIT.
           EXIT.
*********
*********
       3100-ACKNOWLEDGE-ONE.
           ADD 1                       TO WS-PO-RECEIVED.
           MOVE ELG-SOURCE-REF         TO WS-REF-SUB.
           MOVE 'Y'                    TO POT-IN-LOG (WS-REF-SUB).
           MOVE SPACES                 TO WS-ACK-RECORD.
           MOVE ELG-PARTNER-ID         TO ACK-PARTNER-ID.
           MOVE ELG-CUSTOMER-PO        TO ACK-CUSTOMER-PO.
           MOVE WS-BUSINESS-DATE       TO ACK-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN ELG-REJECTED
                   MOVE 'RJ'           TO ACK-STATUS
                   MOVE ELG-REASON     TO ACK-REASON
                   ADD 1               TO WS-ACK-MAP-REJECTED
               WHEN POT-RUN-REJECTED (WS-REF-SUB)
                   MOVE 'RJ'           TO ACK-STATUS
                   MOVE POT-REASON (WS-REF-SUB)
                                       TO ACK-REASON
                   ADD 1               TO WS-ACK-RUN-REJECTED
               WHEN POT-ADDED (WS-REF-SUB)
                   MOVE POT-ORDER-NUMBER (WS-REF-SUB)
                                       TO ACK-ORDER-NUMBER-R
                   IF POT-LINE-REJECTS (WS-REF-SUB) = ZERO
                       MOVE 'AC'       TO ACK-STATUS
                       ADD 1           TO WS-ACK-ACCEPTED
                   ELSE
                       MOVE 'AE'       TO ACK-STATUS
                       MOVE POT-LINE-REASON (WS-REF-SUB)
                                       TO ACK-REASON
                       ADD 1           TO WS-ACK-EXCEPTIONS
                   END-IF
               WHEN POT-BACKORDERED (WS-REF-SUB)
                   MOVE 'PN'           TO ACK-STATUS
                   MOVE 'BACKORDERED - ORDER NUMBER TO FOLLOW'
                                       TO ACK-REASON
                   ADD 1               TO WS-ACK-PENDING
               WHEN POT-SUSPENDED (WS-REF-SUB)
                   MOVE 'PN'           TO ACK-STATUS
                   MOVE 'HELD FOR DUPLICATE ORDER REVIEW'
                                       TO ACK-REASON
                   ADD 1               TO WS-ACK-PENDING
               WHEN OTHER
                   ADD 1               TO WS-UNACKNOWLEDGED
                   MOVE '**'           TO RPT-STATUS
                   MOVE '*** NO OUTCOME FROM ORDER RUN - NOT SENT'
                                       TO RPT-REASON
                   GO TO 3100-WRITE-DETAIL
           END-EVALUATE.
           WRITE ACK-IO-RECORD FROM WS-ACK-RECORD.
           ADD 1                       TO WS-ACK-TOTAL.
           MOVE ACK-STATUS             TO RPT-STATUS.
           MOVE ACK-REASON             TO RPT-REASON.
       3100-WRITE-DETAIL.
           MOVE ELG-SOURCE-REF         TO RPT-SOURCE-REF.
           MOVE ELG-PARTNER-ID         TO RPT-PARTNER-ID.
           MOVE ELG-CUSTOMER-PO        TO RPT-CUSTOMER-PO.
           MOVE ACK-ORDER-NUMBER       TO RPT-ORDER-NUMBER.
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL.
       3100-EXIT.
           EXIT.
*********
*********
      *    AN OUTCOME FOR A REFERENCE NO PO WAS LOGGED UNDER MEANS THE
      *    PARAMETER FILE AND THE LOG DO NOT BELONG TOGETHER.
       3200-CHECK-ORPHAN.
           IF (POT-RESULT (WS-REF-SUB) NOT = SPACES) AND
              (POT-IN-LOG (WS-REF-SUB) NOT = 'Y')
               ADD 1                   TO WS-ORPHAN-OUTCOMES
           END-IF.
       3200-EXIT.
           EXIT.
*********
*********
       4000-WRITE-CONTROL.
           MOVE SPACES                  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'ORDER RUN OUTCOMES READ' TO RPT-LABEL.
           MOVE WS-RESULTS-READ         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'OUTCOMES NOT FOR TONIGHT'
                                        TO RPT-LABEL.
           MOVE WS-RESULTS-STALE        TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'EDI PARAMETER REJECTS READ'
                                        TO RPT-LABEL.
           MOVE WS-EDI-REJECTS-READ     TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'LOG RECORDS NOT FOR TONIGHT'
                                        TO RPT-LABEL.
           MOVE WS-LOG-STALE            TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES                  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'PURCHASE ORDERS RECEIVED'
                                        TO RPT-LABEL.
           MOVE WS-PO-RECEIVED          TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE '  ACCEPTED'            TO RPT-LABEL.
           MOVE WS-ACK-ACCEPTED         TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE '  ACCEPTED WITH EXCEPTIONS'
                                        TO RPT-LABEL.
           MOVE WS-ACK-EXCEPTIONS       TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE '  REJECTED IN MAPPING' TO RPT-LABEL.
           MOVE WS-ACK-MAP-REJECTED     TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE '  REJECTED BY ORDER RUN'
                                        TO RPT-LABEL.
           MOVE WS-ACK-RUN-REJECTED     TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE '  PENDING'             TO RPT-LABEL.
           MOVE WS-ACK-PENDING          TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'PURCHASE ORDERS ACKNOWLEDGED'
                                        TO RPT-LABEL.
           MOVE WS-ACK-TOTAL            TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'NOT ACKNOWLEDGED'      TO RPT-LABEL.
           MOVE WS-UNACKNOWLEDGED       TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE 'OUTCOMES WITH NO PO LOGGED'
                                        TO RPT-LABEL.
           MOVE WS-ORPHAN-OUTCOMES      TO RPT-VALUE.
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES                  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF (WS-PO-RECEIVED = WS-ACK-TOTAL) AND
              (WS-ORPHAN-OUTCOMES = ZERO)
               MOVE 'RECEIVED AND ACKNOWLEDGED IN BALANCE'
                                        TO RPT-BALANCE-TEXT
           ELSE
               MOVE '*** RECEIVED AND ACKNOWLEDGED OUT OF BALANCE ***'
                                        TO RPT-BALANCE-TEXT
               MOVE 8                   TO WS-RETURN-CODE
           END-IF.
           WRITE REPORT-RECORD FROM WS-RPT-BALANCE.
*********
*********
       9000-OPEN.
           OPEN INPUT DATE-CARD-FILE.
           OPEN INPUT EDI-RESULT-FILE.
           OPEN INPUT RECYCLE-FILE.
           OPEN INPUT EDI-LOG-FILE.
           OPEN OUTPUT ACK-FILE.
           OPEN OUTPUT REPORT-FILE.
*********
*********
      *    EDIRSLT IS EMPTIED ONCE TONIGHT'S PO'S ARE ACKNOWLEDGED, SO
      *    THE NEXT RUN STARTS CLEAN.  LEFT AS IT IS WHEN OUT OF
      *    BALANCE, FOR THE RERUN AFTER THE ORDER DESK HAS LOOKED.
       9200-CLOSE.
           CLOSE DATE-CARD-FILE.
           CLOSE EDI-RESULT-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE EDI-LOG-FILE.
           CLOSE ACK-FILE.
           CLOSE REPORT-FILE.
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT EDI-RESULT-FILE
               CLOSE EDI-RESULT-FILE
           END-IF.
