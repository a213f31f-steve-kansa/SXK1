      *                                   OPENS EXTEND AFTER ITS      *
      *                                   PRINT PASS)                 *
      *                                                               *
      * 10/15/2026  S KANSA               N= RETURN / REFUND AGAINST  *
      *                                   A SHIPPED OR CLOSED ORDER   *
      *                                   (SCENARIO 5): ORDITEM       *
      *                                   RETURNED QTY, BALANCE AND   *
      *                                   LOYALTY RELIEF, NEGATIVE    *
      *                                   SALES / SALESJRN POSTING,   *
      *                                   PENDCRM CREDIT MEMOS ON     *
      *                                   INVPRINT / INVREG           *
      *                                                               *
      * 10/15/2026  S KANSA               EXPEDITED SHIPPING          *
      *                                   (SCENARIO 7): A= RUSH FLAG, *
      *                                   SHIPRATE SURCHARGE IN THE   *
      *                                   ORDER TOTAL, EXPDORD        *
      *                                   TRACKING, HIGH PRIORITY     *
      *                                   ORDER EVENTS, EXPSLARP      *
      *                                   PROMISE EXCEPTION REPORT    *
      *                                                               *
      * 10/15/2026  S KANSA               VENDOR DROP SHIP (SCENARIO  *
      *                                   8): PDASP3 NOW RETURNS THE  *
      *                                   ACTIVE SUPPLIER AND THE     *
      *                                   ITEM'S DROP-SHIP FLAG; DROP *
      *                                   SHIP LINES GO TO DROPSHIP   *
      *                                   BY SUPPLIER INSTEAD OF THE  *
      *                                   WAREHOUSE QUEUE; SUPPLIER   *
      *                                   SHIP FILE DSHIPCNF APPLIED  *
      *                                   THROUGH P00693 / P00678     *
      *                                                               *
      * 10/15/2026  S KANSA               PRICE OVERRIDE (SCENARIO 4):*
      *                                   I= OVERRIDE PRICE AND       *
      *                                   REASON, PCT-OFF CEILING PER *
      *                                   USERID FROM OVRDLIM, OVER   *
      *                                   CEILING HELD ON APPROVAL    *
      *                                   FOR Q=, LIST PRICE IN THE   *
      *                                   ORDAUDIT BEFORE IMAGE,      *
      *                                   PRCOVRRP GIVE-AWAY REPORT   *
      *                                                               *
      * 10/15/2026  S KANSA               OPEN-ITEM RECEIVABLES: EACH *
      *                                   RUN'S INVREG POSTED TO THE  *
      *                                   ARLEDGER FILE BY INVOICE;   *
      *                                   CASHRCPT RECEIPTS APPLIED   *
      *                                   TO NAMED INVOICES, REST     *
      *                                   HELD UNAPPLIED OR ON        *
      *                                   ACCOUNT; RECEIPTS RELIEVE   *
      *                                   CUST-OPEN-BALANCE AND A     *
      *                                   K= CLOSE OF A BILLED ORDER  *
      *                                   NO LONGER DOES; CASHAPRP    *
      *                                   AND ARAGERP REPORTS         *
      *                                                               *
      * 10/15/2026  S KANSA               SALES TAX: M= J SETS THE    *
      *                                   CUSTOMER SHIP-TO STATE /    *
      *                                   COUNTY AND EXEMPT FLAG;     *
      *                                   TAXRATE TABLE BY            *
      *                                   JURISDICTION AND EFFECTIVE  *
      *                                   DATE; TAX LINE ON INVPRINT  *
      *                                   AND INVREG, ADDED TO THE    *
      *                                   CUSTOMER BALANCE; TAXLIAB   *
      *                                   MONTH TOTALS AND THE MODE M *
      *                                   TAXLIARP LIABILITY REPORT   *
      *                                                               *
      * 10/15/2026  S KANSA               PARTIAL SHIPMENTS: H= AND   *
      *                                   SHIP CONFIRMS MAY CARRY     *
      *                                   ITEM SEQ AND QUANTITY;      *
      *                                   ORDITEM SHIPPED / BILLED TO *
      *                                   DATE; PS STATUS UNTIL EVERY *
      *                                   LINE IS FILLED; INVOICES    *
      *                                   BILL ONLY NEW SHIPMENTS,    *
      *                                   NUMBERED ORDER-SUFFIX; K=   *
      *                                   RELIEVES ONLY THE UNBILLED  *
      *                                   VALUE; ORDAGERP SHOWS THE   *
      *                                   UNSHIPPED REMAINDER         *
      *                                                               *
      * 10/15/2026  S KANSA               ITEM INVENTORY: A= / I=     *
      *                                   LINES ALLOCATE AGAINST      *
      *                                   INVMSTR, SHIPS RELIEVE IT,  *
      *                                   CANCEL / CLOSE / DELETE     *
      *                                   FREE IT; NO-STOCK LINES GO  *
      *                                   TO BACKORD (REASON N, I=    *
      *                                   LINES RETRIED UNDER THEIR   *
      *                                   ORDER); INVPOSRP POSITION   *
      *                                   REPORT WITH REORDER FLAGS   *
      *                                                               *
      * 10/15/2026  S KANSA               CONTRACT PRICING: CONTRACT  *
      *                                   FILE BY CUSTOMER + ITEM OR  *
      *                                   CATEGORY PRICES A= / I=     *
      *                                   LINES AHEAD OF PDAS01 AND   *
      *                                   QTYBREAK, AND THE PRICE     *
      *                                   CHANGE / C= REPRICE; LINE   *
      *                                   PRICES NOW MAKE UP THE      *
      *                                   ORDER TOTAL; CONTRACT ID ON *
      *                                   ORDAUDIT; CTREXPRP 60-DAY   *
      *                                   EXPIRY REPORT ON MODE M     *
      *                                                               *
      * 10/15/2026  S KANSA               STANDING ORDERS: A= / I=    *
      *                                   POSITION 80 CARRIES THE     *
      *                                   ORDER SOURCE (S = WRITTEN   *
      *                                   BY THE STORDGEN STANDING    *
      *                                   ORDER STEP), ECHOED TO      *
      *                                   ORDAUDIT AS SYSTEM          *
      *                                   GENERATED                   *
      *                                                               *
      * 10/15/2026  S KANSA               EDI ORDERS: A= / I= SOURCE  *
      *                                   E WITH THE EDIORDIN PO      *
      *                                   REFERENCE IN 75-79; EACH    *
      *                                   EDI ADD'S OUTCOME (ADDED,   *
      *                                   BACKORDERED, SUSPENDED)     *
      *                                   GOES TO EDIRSLT FOR THE     *
      *                                   EDIORDAK ACKNOWLEDGMENT     *
      *                                                               *
      * 10/15/2026  S KANSA               RECORD TYPE AUTHORITY: THE  *
      *                                   U= USERID'S AUTHROLE ENTRY  *
      *                                   LISTS THE PARAMETER RECORD  *
      *                                   TYPES IT MAY SUBMIT (B FOR  *
      *                                   E= BANK CHANGES); OTHERS    *
      *                                   ARE REJECTED TO PARMRCYC;   *
      *                                   AUTHRPT LISTS WHO HOLDS     *
      *                                   WHAT ON THE MONTH-END RUN   *
      *                                                               *
      * 10/15/2026  S KANSA               J= ITEM MAINTENANCE: ADD /  *
      *                                   DISCONTINUE AN ITEM, ADD /  *
      *                                   INACTIVATE A SUPPLIER LINK  *
      *                                   THROUGH STORED PROCEDURE    *
      *                                   PDASP5, CATEGORY EDITED     *
      *                                   AGAINST PDACATGY/CATGFILE,  *
      *                                   EVERY J= LOGGED ON ITEMMRPT *
      *                                                               *
      * 10/15/2026  S KANSA               SALES PAY FROM THE JOURNAL: *
      *                                   SLSXREF MAPS EMPLOYEE TO    *
      *                                   SALES ID, COMMISSION IS THE *
      *                                   REP'S SALESJRN POSTINGS FOR *
      *                                   THE PAY PERIOD (CREDITS     *
      *                                   INCLUDED) NOT SA-SALES-     *
      *                                   AMOUNT; EXCEPTIONS LISTED   *
      *                                   ON SLSPAYEX                 *
      *                                                               *
      * 10/15/2026  S KANSA               SPLIT COMMISSIONS: CUSTREP  *
      *                                   ASSIGNS A CUSTOMER'S SALES  *
      *                                   TO REPS BY PERCENT WITH     *
      *                                   EFFECTIVE DATES; P00850     *
      *                                   POSTS ONE SALES / SALESJRN  *
      *                                   PIECE PER REP (REMAINDER TO *
      *                                   THE LAST), REGION SALES BY  *
      *                                   REP; AUDIT ON SPLITRPT      *
      *                                                               *
      * 10/15/2026  S KANSA               QUOTA ATTAINMENT: QUOTAFIL  *
      *                                   HOLDS MONTH / QUARTER       *
      *                                   QUOTAS BY SALES ID AND BY   *
      *                                   REGION; ATTNRPT RANKS REPS  *
      *                                   IN REGION ON SALESJRN MTD / *
      *                                   QTD WITH PCT AND GAP, FINAL *
      *                                   ON THE MONTH-END RUN        *
      *                                                               *
      * 10/15/2026  S KANSA               GL INTERFACE: BALANCED      *
      *                                   PAYROLL, BILLING AND SALES  *
      *                                   COMMISSION ENTRIES ON       *
      *                                   GLIFACE, ACCOUNTS FROM      *
      *                                   GLACCTS, DR = CR PROVED ON  *
      *                                   GLCTLRPT, RC 8 IF NOT       *
      *                                                               *
      * 10/15/2026  S KANSA               POSTING CONTROL: POSTCTL    *
      *                                   REFUSES A SECOND POSTING    *
      *                                   PASS FOR A DATE ALREADY     *
      *                                   POSTED; COMPMSTR / LOYALMST *
      *                                   POSTINGS LOGGED ON POSTLOG; *
      *                                   DATECARD MODE R BACKS OUT A *
      *                                   DATE'S COMPMSTR, SALES AND  *
      *                                   LOYALTY POSTINGS (RVSLRPT)  *
      *                                                               *
      * 10/15/2026  S KANSA               SHIFT LABOR COST: SHIFTASN  *
      *                                   ASSIGNS HOURLY EMPLOYEES TO *
      *                                   A SHIFT; EMPCOMP CARRIES    *
      *                                   TYPE, SHIFT, WAGES AND OT   *
      *                                   FOR THE WBCI0090 COST PER   *
      *                                   UNIT REPORT                 *
      *                                                               *
      * 10/15/2026  S KANSA               TIME CARDS: HOURLY PAY FROM *
      *                                   DAILY HOURS ON TIMECARD,    *
      *                                   EDITED FOR UNKNOWN OR       *
      *                                   TERMINATED EMPLOYEES,       *
      *                                   DUPLICATE DAYS AND BAD      *
      *                                   HOURS (TIMEXCP); 40-HOUR    *
      *                                   WEEK PLUS O= DAILY LIMIT    *
      *                                   SPLIT REGULAR / OVERTIME    *
      *                                                               *
      * 10/15/2026  S KANSA               OFF-CYCLE PAYROLL: DATECARD *
      *                                   MODE O PAYS MANUAL AND BONUS*
      *                                   PAYMENTS AND VOIDS OR       *
      *                                   REISSUES EARLIER ONES FROM  *
      *                                   OFFCYCLE; EVERY PAYMENT IS  *
      *                                   KEPT ON PAYHIST SO A VOID   *
      *                                   MATCHES ITS ORIGINAL ONCE   *
      *                                                               *
      * 10/15/2026  S KANSA               DIRECT DEPOSIT ROUTING: B=  *
      *                                   CARRIES ROUTING AND ACCOUNT,*
      *                                   ABA CHECK DIGIT EDITED; A   *
      *                                   NEW OR CHANGED ACCOUNT GOES *
      *                                   OUT AS A PRENOTE ON PAYFILE *
      *                                   AND IS PAID BY PAPER CHECK  *
      *                                   UNTIL THE WAIT IS OVER      *
      *                                                               *
      * 10/15/2026  S KANSA               PAY ADVICE: ONE ADVICE PER  *
      *                                   EMPLOYEE PAID (PAYADVC) IN  *
      *                                   REGION ORDER - HOURS AND    *
      *                                   EARNINGS THIS PAY AND YTD,  *
      *                                   EACH DEDUCTION, NET PAY AND *
      *                                   THE ACCOUNT MASKED TO ITS   *
      *                                   LAST FOUR DIGITS            *
      *                                                               *
      * 10/15/2026  S KANSA               PAID TIME OFF: VACATION AND *
      *                                   SICK BALANCES ON LEAVEMST,  *
      *                                   ACCRUED EACH PAY BY TENURE  *
      *                                   FROM THE PTOACCR TABLE,     *
      *                                   TAKEN ON TIMECARD (LEAVE    *
      *                                   CODE) OR LEAVETRN AND       *
      *                                   REFUSED OVER THE BALANCE,   *
      *                                   SHOWN ON THE PAY ADVICE,    *
      *                                   CAPPED AT THE CARRYOVER ON  *
      *                                   THE MODE Y RUN, UNUSED      *
      *                                   VACATION PAID ON A T=       *
      *                                   TERMINATION; LEAVERPT       *
      *                                                               *
      * 10/15/2026  S KANSA               RETRO PAY: AN R= RATE /     *
      *                                   SALARY CHANGE MAY CARRY AN  *
      *                                   EFFECTIVE DATE; A BACK-     *
      *                                   DATED CHANGE PAYS THE OLD / *
      *                                   NEW DIFFERENCE FOR EACH PAY *
      *                                   SINCE (PAYHIST, NOW WITH    *
      *                                   HOURS) AND THIS PAY, AS AN  *
      *                                   R LINE ON EMPCOMP AND A     *
      *                                   RETRO BUCKET ON COMPMSTR;   *
      *                                   RETROREG REGISTER           *
      *                                                               *
      * 10/15/2026  S KANSA               PAY VARIANCE: GROSS, OT AND *
      *                                   NET COMPARED WITH THE LAST  *
      *                                   RUN'S AMOUNTS, NOW KEPT ON  *
      *                                   COMPMSTR; CHANGES OVER THE  *
      *                                   P= TOLERANCE, FIRST PAYS    *
      *                                   AND EMPLOYEES PAID LAST RUN *
      *                                   BUT NOT THIS ONE LISTED ON  *
      *                                   VARRPT, PAYFILE HELD WITH   *
      *                                   RC 4 UNLESS A P= R RELEASE  *
      *                                   CARD IS PRESENT             *
      *                                                               *
      * 10/15/2026  S KANSA               WORKFORCE REPORT: HIRES,    *
      *                                   TERMINATIONS AND T= REGION  *
      *                                   TRANSFERS APPLIED BY THE    *
      *                                   MAINTENANCE LOGGED TO THE   *
      *                                   EMPHIST HISTORY FILE; THE   *
      *                                   MONTH-END RUN PRINTS WFRPT  *
      *                                   -- OPENING, MOVEMENTS AND   *
      *                                   CLOSING HEADCOUNT BY REGION *
      *                                   AND TYPE, TURNOVER RATE AND *
      *                                   A TENURE DISTRIBUTION       *
      *                                                               *
      * 10/15/2026  S KANSA               RUN RETURN CODE SET FROM    *
      *                                   WS-RETURN-CODE AT END OF    *
      *                                   JOB SO A LATER CALL CANNOT  *
      *                                   CLEAR THE PAYFILE HOLD OR   *
      *                                   GL CODE RETURN CODES        *
      *                                                               *
      * MM/DD/YYYY  XXXXXXXXXXXXXXXXXXXX  XXXXXXXXXXXXXXXXXXXXXXXXXXX *
      *                                                               *
      *****************************************************************
              ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-REGISTER-FILE ASSIGN TO PAYREGRP
              ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-ADVICE-FILE ASSIGN TO PAYADVC
              ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-SPOOL-FILE ASSIGN TO EVTSPOOL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EVTSPOOL-STATUS.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PIV-ORDER-NUMBER
              FILE STATUS IS WS-PENDINV-STATUS.
           SELECT CREDIT-MEMO-FILE ASSIGN TO PENDCRM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRM-SEQ
              FILE STATUS IS WS-PENDCRM-STATUS.
           SELECT SHIP-RATE-FILE ASSIGN TO SHIPRATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SHIPRATE-STATUS.
           SELECT EXPEDITE-FILE ASSIGN TO EXPDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXP-ORDER-NUMBER
              FILE STATUS IS WS-EXPDORD-STATUS.
           SELECT EXPEDITE-REPORT-FILE ASSIGN TO EXPSLARP
              ORGANIZATION IS SEQUENTIAL.
           SELECT OVERRIDE-LIMIT-FILE ASSIGN TO OVRDLIM
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-OVRDLIM-STATUS.
           SELECT OVERRIDE-REPORT-FILE ASSIGN TO PRCOVRRP
              ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT TAX-LIABILITY-FILE ASSIGN TO TAXLIAB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TXL-KEY
              FILE STATUS IS WS-TAXLIAB-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO TAXLIARP
              ORGANIZATION IS SEQUENTIAL.
           SELECT AR-LEDGER-FILE ASSIGN TO ARLEDGER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARL-KEY
              FILE STATUS IS WS-ARLEDGER-STATUS.
           SELECT CASH-RECEIPT-FILE ASSIGN TO CASHRCPT
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CASHRCPT-STATUS.
           SELECT CASH-APPLY-REPORT-FILE ASSIGN TO CASHAPRP
              ORGANIZATION IS SEQUENTIAL.
           SELECT AR-AGING-REPORT-FILE ASSIGN TO ARAGERP
              ORGANIZATION IS SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO INVMSTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IVM-ITEM-NUMBER
              FILE STATUS IS WS-INVMSTR-STATUS.
           SELECT INVENTORY-REPORT-FILE ASSIGN TO INVPOSRP
              ORGANIZATION IS SEQUENTIAL.
           SELECT CONTRACT-FILE ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTR-KEY
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CONTRACT-REPORT-FILE ASSIGN TO CTREXPRP
              ORGANIZATION IS SEQUENTIAL.
           SELECT DROP-SHIP-FILE ASSIGN TO DROPSHIP
              ORGANIZATION IS SEQUENTIAL.
           SELECT EDI-RESULT-FILE ASSIGN TO EDIRSLT
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUTHORITY-ROLE-FILE ASSIGN TO AUTHROLE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROL-USERID
              FILE STATUS IS WS-AUTHROLE-STATUS.
           SELECT AUTHORITY-REPORT-FILE ASSIGN TO AUTHRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT ITEM-MAINT-REPORT-FILE ASSIGN TO ITEMMRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT SALES-XREF-FILE ASSIGN TO SLSXREF
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SLSXREF-STATUS.
           SELECT PAY-JOURNAL-FILE ASSIGN TO SLSJRNPY
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SLSJRNPY-STATUS.
           SELECT SALES-PAY-EXCP-FILE ASSIGN TO SLSPAYEX
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUST-REP-FILE ASSIGN TO CUSTREP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-CUSTREP-STATUS.
           SELECT SPLIT-REPORT-FILE ASSIGN TO SPLITRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT QUOTA-FILE ASSIGN TO QUOTAFIL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-QUOTAFIL-STATUS.
           SELECT ATTAINMENT-REPORT-FILE ASSIGN TO ATTNRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCTS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-GLACCTS-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO GLIFACE
              ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CONTROL-REPORT-FILE ASSIGN TO GLCTLRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-CONTROL-FILE ASSIGN TO POSTCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PCR-KEY
              FILE STATUS IS WS-POSTCTL-STATUS.
           SELECT POSTING-LOG-FILE ASSIGN TO POSTLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLG-KEY
              FILE STATUS IS WS-POSTLOG-STATUS.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO RVSLRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT SHIFT-ASSIGN-FILE ASSIGN TO SHIFTASN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SHIFTASN-STATUS.
           SELECT TIME-CARD-FILE ASSIGN TO TIMECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT TIME-CARD-EXCP-FILE ASSIGN TO TIMEXCP
              ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPLIER-SHIP-FILE ASSIGN TO DSHIPCNF
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DSHIPCNF-STATUS.
           SELECT OFF-CYCLE-TRANS-FILE ASSIGN TO OFFCYCLE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-OFFCYCLE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PHS-KEY
              FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT LEAVE-MASTER-FILE ASSIGN TO LEAVEMST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LMR-EMP-NUM
              FILE STATUS IS WS-LEAVEMST-STATUS.
           SELECT PTO-ACCRUAL-FILE ASSIGN TO PTOACCR
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PTOACCR-STATUS.
           SELECT LEAVE-TRANS-FILE ASSIGN TO LEAVETRN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-LEAVETRN-STATUS.
           SELECT LEAVE-REPORT-FILE ASSIGN TO LEAVERPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT RETRO-REGISTER-FILE ASSIGN TO RETROREG
              ORGANIZATION IS SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-HISTORY-FILE ASSIGN TO EMPHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EHR-KEY
              FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT WORKFORCE-REPORT-FILE ASSIGN TO WFRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
              ORGANIZATION IS INDEXED
              RECORD KEY IS CKPT-LAST-STEP
           05  CMR-YTD-COMM            PIC S9(7)V99    COMP-3.
           05  CMR-YTD-BONUS           PIC S9(7)V99    COMP-3.
           05  CMR-LAST-POST-DATE      PIC 9(08).
      *    THE LAST-POST-DATE THIS RECORD CARRIED BEFORE THE LATEST
      *    POSTING -- THE START OF THE PAY PERIOD THAT POSTING PAID,
      *    KEPT SO A RERUN OF THE SAME DATE REBUILDS THE SAME PERIOD
           05  CMR-PRIOR-POST-DATE     PIC 9(08)       COMP-3.
      *    RETROACTIVE PAY FOR A BACK-DATED RATE / SALARY CHANGE --
      *    KEPT APART FROM THE WAGES IT MAKES GOOD, FOLDED INTO THEM
      *    ON THE YEAR-END STATEMENT AND ARCHIVE
           05  CMR-MTD-RETRO           PIC S9(7)V99    COMP-3.
           05  CMR-QTD-RETRO           PIC S9(7)V99    COMP-3.
           05  CMR-YTD-RETRO           PIC S9(7)V99    COMP-3.
      *    THE LATEST POSTING'S GROSS, OVERTIME AND NET PAY, AND THE
      *    ONE BEFORE IT (MATCHING LAST / PRIOR POST DATE), FOR THE
      *    PRE-RELEASE PAY VARIANCE CHECK
           05  CMR-LAST-GROSS          PIC S9(7)V99    COMP-3.
           05  CMR-LAST-OT             PIC S9(7)V99    COMP-3.
           05  CMR-LAST-NET            PIC S9(7)V99    COMP-3.
           05  CMR-PRIOR-GROSS         PIC S9(7)V99    COMP-3.
           05  CMR-PRIOR-OT            PIC S9(7)V99    COMP-3.
           05  CMR-PRIOR-NET           PIC S9(7)V99    COMP-3.
           05  FILLER                  PIC X(02).
       FD  REJECT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-REGISTER-RECORD        PIC X(100).
       FD  PAY-ADVICE-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-ADVICE-RECORD          PIC X(100).
       FD  EVENT-SPOOL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LOYALTY-STATEMENT-RECORD   PIC X(100).
      *****************************************************************
      *    BACKORDER FILE (BACKORD, SCENARIO 3) -- ADDS THAT FAILED  *
      *    ITEM / SUPPLIER VALIDATION, OR A= / I= LINES THE STOCK ON *
      *    HAND CANNOT COVER (REASON N), HELD WITH THEIR PARAMETER   *
      *    IMAGE UNTIL A LATER RUN'S RETRY SUCCEEDS.  AN I= LINE     *
      *    CARRIES THE ORDER IT BELONGS TO.                          *
      *    THE SEQ 00000 CONTROL RECORD CARRIES THE LAST SEQUENCE    *
      *    USED IN THE FIRST 5 BYTES OF ITS IMAGE AREA               *
      *****************************************************************
           05  BCK-STATUS              PIC X(01).
               88  BCK-OPEN                        VALUE 'O'.
               88  BCK-RELEASED                    VALUE 'R'.
               88  BCK-CANCELLED                   VALUE 'C'.
           05  BCK-CREATED-DATE        PIC 9(08).
           05  BCK-RELEASED-DATE       PIC 9(08).
           05  BCK-CUSTOMER-ID         PIC X(32).
           05  BCK-ITEM-NUMBER         PIC 9(08).
           05  BCK-QUANTITY            PIC 9(05).
           05  BCK-PARM-IMAGE          PIC X(80).
           05  BCK-ORDER-NUMBER        PIC 9(10).
           05  BCK-REASON              PIC X(01).
               88  BCK-NO-STOCK                    VALUE 'N'.
           05  FILLER                  PIC X(02).
       FD  BACKORDER-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
               88  PIV-SUPPRESSED                  VALUE 'C'.
           05  PIV-SHIP-DATE           PIC 9(08).
           05  PIV-BILLED-DATE         PIC 9(08).
      *    INVOICES ISSUED SO FAR FOR THE ORDER -- THE NEXT INVOICE'S
      *    NUMBER SUFFIX (THE FIRST INVOICE IS THE BARE ORDER NUMBER)
           05  PIV-INVOICE-COUNT       PIC 9(02).
           05  FILLER                  PIC X(11).
      *****************************************************************
      *    PENDING CREDIT MEMO FILE (PENDCRM, SCENARIO 5) -- ONE     *
      *    ENTRY PER N= RETURNED ORDER LINE, HELD IN STATUS P UNTIL  *
      *    THE INVOICE PASS PRINTS IT ON A CREDIT MEMO AND MARKS IT  *
      *    B.  THE SEQ 00000 CONTROL RECORD CARRIES THE LAST         *
      *    SEQUENCE USED IN THE FIRST 5 BYTES OF ITS CONTROL AREA    *
      *****************************************************************
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD.
           05  CRM-SEQ                 PIC X(05).
           05  CRM-STATUS              PIC X(01).
               88  CRM-PENDING                     VALUE 'P'.
               88  CRM-BILLED                      VALUE 'B'.
           05  CRM-RETURN-DATE         PIC 9(08).
           05  CRM-BILLED-DATE         PIC 9(08).
           05  CRM-ORDER-NUMBER        PIC 9(10).
           05  CRM-CUSTOMER-ID         PIC X(32).
           05  CRM-ITEM-NUMBER         PIC 9(08).
           05  CRM-ITEM-SEQ            PIC 9(04).
           05  CRM-QUANTITY            PIC 9(05).
           05  CRM-CREDIT-AMOUNT       PIC 9(11)V99.
           05  CRM-SALES-ID            PIC X(08).
           05  CRM-REASON              PIC X(02).
           05  CRM-CONTROL-AREA        PIC X(16).
       FD  SHIP-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SHIP-RATE-IO-RECORD        PIC X(80).
       FD  EXPEDITE-FILE.
       01  EXPEDITE-RECORD.
           05  EXP-ORDER-NUMBER        PIC 9(10).
           05  EXP-STATUS              PIC X(01).
               88  EXP-OPEN                        VALUE 'O'.
               88  EXP-SHIPPED                     VALUE 'S'.
               88  EXP-CLOSED                      VALUE 'X'.
           05  EXP-CUSTOMER-ID         PIC X(32).
           05  EXP-ORDER-DATE          PIC 9(08).
           05  EXP-PROMISED-DAYS       PIC 9(03).
           05  EXP-SURCHARGE           PIC 9(07)V99.
           05  EXP-SHIP-DATE           PIC 9(08).
           05  EXP-SHIP-DAYS           PIC 9(05).
           05  EXP-USERID              PIC X(08).
           05  FILLER                  PIC X(16).
       FD  EXPEDITE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  EXPEDITE-PRINT-RECORD      PIC X(100).
       FD  OVERRIDE-LIMIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OVERRIDE-LIMIT-IO-RECORD   PIC X(80).
       FD  OVERRIDE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  OVERRIDE-PRINT-RECORD      PIC X(100).
       FD  TAX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-RATE-IO-RECORD         PIC X(80).
      *****************************************************************
      *    SALES TAX LIABILITY (TAXLIAB) -- ONE RECORD PER MONTH AND  *
      *    SHIP-TO JURISDICTION, ACCUMULATED AS EACH INVOICE AND      *
      *    CREDIT MEMO IS BILLED                                      *
      *****************************************************************
       FD  TAX-LIABILITY-FILE.
       01  TAX-LIABILITY-RECORD.
           05  TXL-KEY.
               10  TXL-PERIOD          PIC 9(06).
               10  TXL-STATE           PIC X(02).
               10  TXL-COUNTY          PIC X(03).
           05  TXL-TAX-RATE            PIC 9(02)V9(04).
           05  TXL-DOCUMENT-COUNT      PIC S9(07)  COMP-3.
           05  TXL-TAXABLE-SALES       PIC S9(11)V99 COMP-3.
           05  TXL-EXEMPT-SALES        PIC S9(11)V99 COMP-3.
           05  TXL-TAX-AMOUNT          PIC S9(11)V99 COMP-3.
           05  TXL-NO-RATE-SW          PIC X(01).
               88  TXL-NO-RATE                     VALUE 'Y'.
           05  FILLER                  PIC X(30).
       FD  TAX-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  TAX-REPORT-PRINT-RECORD    PIC X(100).
      *****************************************************************
      *    OPEN-ITEM RECEIVABLES LEDGER (ARLEDGER) -- ONE I ITEM PER  *
      *    INVOICE NUMBER AND SUFFIX, POSTED FROM INVREG AND CARRYING *
      *    ITS CREDIT MEMOS AND CASH APPLIED; ONE U (UNAPPLIED) OR A  *
      *    (ON                                                        *
      *    ACCOUNT) ITEM PER RECEIPT REMAINDER, KEYED BY A RECEIPT    *
      *    NUMBER OF BUSINESS DATE YYMMDD PLUS A 4-DIGIT SEQUENCE     *
      *****************************************************************
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
       FD  CASH-RECEIPT-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01  CASH-RECEIPT-IO-RECORD     PIC X(150).
       FD  CASH-APPLY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CASH-APPLY-PRINT-RECORD    PIC X(100).
       FD  AR-AGING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  AR-AGING-PRINT-RECORD      PIC X(100).
      *****************************************************************
      *    ITEM INVENTORY MASTER (INVMSTR) -- WAREHOUSE STOCK BY      *
      *    ITEM.  ON HAND IS MAINTAINED BY WAREHOUSE RECEIVING AND    *
      *    REDUCED HERE AS ORDER LINES SHIP; ALLOCATED IS THE OPEN    *
      *    ORDER QUANTITY PROMISED AGAINST IT.  AN ITEM NOT ON THE    *
      *    MASTER (OR SHIPPED DIRECT BY ITS SUPPLIER) IS NOT STOCK    *
      *    CONTROLLED                                                 *
      *****************************************************************
       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05  IVM-ITEM-NUMBER         PIC 9(08).
           05  IVM-ON-HAND             PIC S9(07)  COMP-3.
           05  IVM-ALLOCATED           PIC S9(07)  COMP-3.
           05  IVM-REORDER-POINT       PIC S9(07)  COMP-3.
           05  IVM-LAST-ACTIVITY       PIC 9(08).
           05  FILLER                  PIC X(52).
       FD  INVENTORY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  INVENTORY-PRINT-RECORD     PIC X(100).
      *****************************************************************
      *    CUSTOMER CONTRACT PRICES (CONTRACT) -- A UNIT PRICE AGREED *
      *    WITH ONE CUSTOMER FOR ONE ITEM (KEY TYPE I, ITEM NUMBER IN *
      *    THE FIRST 8 BYTES OF THE KEY VALUE) OR FOR EVERY ITEM OF   *
      *    AN ORDER CATEGORY (KEY TYPE C), FROM ITS EFFECTIVE DATE    *
      *    THROUGH ITS EXPIRY DATE (ZERO = OPEN ENDED).  MAINTAINED   *
      *    BY THE SALES CONTRACTS DESK; READ ONLY HERE                *
      *****************************************************************
       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05  CTR-KEY.
               10  CTR-KEY-PREFIX.
                   15  CTR-CUSTOMER-ID PIC X(32).
                   15  CTR-KEY-TYPE    PIC X(01).
                       88  CTR-ITEM-CONTRACT       VALUE 'I'.
                       88  CTR-CATEGORY-CONTRACT   VALUE 'C'.
                   15  CTR-KEY-VALUE   PIC X(32).
               10  CTR-EFFECTIVE-DATE  PIC 9(08).
           05  CTR-CONTRACT-ID         PIC X(06).
           05  CTR-EXPIRY-DATE         PIC 9(08).
           05  CTR-UNIT-PRICE          PIC S9(07)V99 COMP-3.
           05  FILLER                  PIC X(28).
       FD  CONTRACT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  CONTRACT-PRINT-RECORD      PIC X(100).
       FD  DROP-SHIP-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01  DROP-SHIP-IO-RECORD        PIC X(120).
       FD  EDI-RESULT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  EDI-RESULT-IO-RECORD       PIC X(80).
      *****************************************************************
      *    USERID AUTHORITY ROLES (AUTHROLE) -- ONE ENTRY PER USERID  *
      *    LISTING, IN ANY ORDER, THE PARAMETER RECORD TYPES IT MAY   *
      *    SUBMIT (E.G. 'AICKX').  B IS NOT A RECORD TYPE: IT GRANTS  *
      *    THE E= BANK CHANGE, WHICH ALSO NEEDS E.  AN INACTIVE OR    *
      *    EXPIRED ENTRY GRANTS NOTHING.  MAINTAINED BY SECURITY      *
      *    ADMINISTRATION; READ ONLY HERE                             *
      *****************************************************************
       FD  AUTHORITY-ROLE-FILE.
       01  AUTHORITY-ROLE-RECORD.
           05  ROL-USERID              PIC X(08).
           05  ROL-ROLE-NAME           PIC X(20).
           05  ROL-STATUS              PIC X(01).
               88  ROL-ACTIVE                      VALUE 'A'.
           05  ROL-RECORD-TYPES        PIC X(26).
           05  ROL-GRANTED-BY          PIC X(08).
           05  ROL-GRANTED-DATE        PIC 9(08).
      *    ZERO = NO EXPIRY
           05  ROL-EXPIRY-DATE         PIC 9(08).
           05  FILLER                  PIC X(21).
       FD  AUTHORITY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  AUTHORITY-PRINT-RECORD     PIC X(100).
       FD  ITEM-MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  ITEM-MAINT-PRINT-RECORD    PIC X(132).
       FD  SALES-XREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SALES-XREF-IO-RECORD       PIC X(80).
       FD  PAY-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PAY-JOURNAL-RECORD         PIC X(80).
       FD  SALES-PAY-EXCP-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  SALES-PAY-EXCP-PRINT-RECORD
                                      PIC X(100).
       FD  CUST-REP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CUST-REP-IO-RECORD         PIC X(80).
       FD  SPLIT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  SPLIT-PRINT-RECORD         PIC X(100).
       FD  QUOTA-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  QUOTA-IO-RECORD            PIC X(80).
       FD  ATTAINMENT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  ATTAINMENT-PRINT-RECORD    PIC X(100).
       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GL-ACCOUNT-IO-RECORD       PIC X(80).
       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GL-INTERFACE-RECORD        PIC X(80).
       FD  GL-CONTROL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  GL-CONTROL-PRINT-RECORD    PIC X(100).
      *****************************************************************
      *    POSTING CONTROL FILE (POSTCTL) -- ONE RECORD PER BUSINESS  *
      *    DATE / RUN TYPE / PARTITION (0 = FULL RUN).  STATUS I IS   *
      *    WRITTEN WHEN A POSTING PASS STARTS, P ON ITS CLEAN FINISH  *
      *    AND R WHEN A MODE R RUN HAS BACKED THE DATE OUT.  A DATE IN*
      *    STATUS P REFUSES ANOTHER POSTING PASS                      *
      *****************************************************************
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-RECORD.
           05  PCR-KEY.
               10  PCR-BUSINESS-DATE   PIC 9(08).
               10  PCR-RUN-TYPE        PIC X(01).
               10  PCR-PARTITION       PIC 9(01).
           05  PCR-STATUS              PIC X(01).
               88  PCR-POSTING-STARTED             VALUE 'I'.
               88  PCR-DATE-POSTED                 VALUE 'P'.
               88  PCR-DATE-REVERSED               VALUE 'R'.
           05  PCR-RUN-MODE            PIC X(01).
               88  PCR-BUCKETS-ROLLED              VALUES 'M' 'Y'.
           05  PCR-START-TIMESTAMP     PIC X(16).
           05  PCR-END-TIMESTAMP       PIC X(16).
           05  PCR-EMPLOYEES-POSTED    PIC 9(05).
           05  PCR-REVERSAL-TIMESTAMP  PIC X(16).
           05  FILLER                  PIC X(15).
      *****************************************************************
      *    POSTING LOG (POSTLOG) -- WHAT EACH POSTING PASS DID TO THE *
      *    MASTERS, KEYED BY BUSINESS DATE / LOG TYPE / ID.  TYPE C IS*
      *    ONE EMPLOYEE'S COMPMSTR POSTING (AMOUNTS ADDED AND THE LAST*
      *    / PRIOR POST DATES BEFORE IT); TYPE L IS ONE CUSTOMER'S    *
      *    LOYALMST ACTIVITY FOR THE DATE (POINTS AND LAST ACTIVITY   *
      *    BEFORE THE DATE'S FIRST POSTING, NET POINTS APPLIED).  A   *
      *    MODE R RUN RESTORES FROM IT AND DELETES IT                 *
      *****************************************************************
       FD  POSTING-LOG-FILE.
       01  POSTING-LOG-RECORD.
           05  PLG-KEY.
               10  PLG-BUSINESS-DATE   PIC 9(08).
               10  PLG-LOG-TYPE        PIC X(01).
                   88  PLG-COMPMSTR-POSTING        VALUE 'C'.
                   88  PLG-LOYALTY-POSTING         VALUE 'L'.
               10  PLG-POSTING-ID      PIC X(32).
           05  PLG-NEW-RECORD-SW       PIC X(01).
               88  PLG-RECORD-CREATED              VALUE 'Y'.
           05  PLG-POSTING-DATA        PIC X(43).
           05  PLG-COMPMSTR-DATA       REDEFINES PLG-POSTING-DATA.
               10  PLG-WAGES           PIC S9(7)V99    COMP-3.
               10  PLG-OT              PIC S9(7)V99    COMP-3.
               10  PLG-COMM            PIC S9(7)V99    COMP-3.
               10  PLG-BONUS           PIC S9(7)V99    COMP-3.
               10  PLG-LAST-POST-DATE  PIC 9(08).
               10  PLG-PRIOR-POST-DATE PIC 9(08).
               10  FILLER              PIC X(02).
               10  PLG-RETRO           PIC S9(7)V99    COMP-3.
           05  PLG-LOYALTY-DATA        REDEFINES PLG-POSTING-DATA.
               10  PLG-OPEN-POINTS     PIC S9(09)      COMP-3.
               10  PLG-NET-POINTS      PIC S9(09)      COMP-3.
               10  PLG-OPEN-ACTIVITY   PIC 9(08).
               10  FILLER              PIC X(25).
       FD  REVERSAL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REVERSAL-PRINT-RECORD      PIC X(100).
       FD  SHIFT-ASSIGN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SHIFT-ASSIGN-IO-RECORD     PIC X(80).
       FD  TIME-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CARD-IO-RECORD        PIC X(80).
       FD  TIME-CARD-EXCP-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  TIME-CARD-EXCP-PRINT-RECORD
                                      PIC X(100).
       FD  SUPPLIER-SHIP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SUPPLIER-SHIP-IO-RECORD    PIC X(80).
       FD  OFF-CYCLE-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  OFF-CYCLE-TRANS-IO-RECORD  PIC X(80).
      *****************************************************************
      *    PAYMENT HISTORY (PAYHIST) -- ONE RECORD PER PAYMENT ISSUED,*
      *    KEYED BY EMPLOYEE / PAY DATE / SEQUENCE (00 = THE REGULAR  *
      *    RUN'S PAYMENT, 01-99 = OFF-CYCLE PAYMENTS OF THE DATE).    *
      *    CARRIES THE GROSS-TO-NET MAKE-UP SO A VOID CAN BACK THE    *
      *    PAYMENT OUT EXACTLY; STATUS V ONCE VOIDED, SO NO PAYMENT IS*
      *    VOIDED TWICE                                               *
      *****************************************************************
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PHS-KEY.
               10  PHS-EMP-NUM         PIC 9(05).
               10  PHS-PAY-DATE        PIC 9(08).
               10  PHS-PAY-SEQ         PIC 9(02).
           05  PHS-PAY-KIND            PIC X(01).
               88  PHS-REGULAR-PAY                 VALUE 'R'.
               88  PHS-MANUAL-PAY                  VALUE 'M'.
               88  PHS-BONUS-PAY                   VALUE 'B'.
               88  PHS-REISSUE-PAY                 VALUE 'I'.
           05  PHS-PAY-METHOD          PIC X(01).
               88  PHS-DIRECT-DEPOSIT              VALUE 'D'.
               88  PHS-NOT-DEPOSITED               VALUE 'U'.
           05  PHS-STATUS              PIC X(01).
               88  PHS-PAYMENT-ACTIVE              VALUE 'A'.
               88  PHS-PAYMENT-VOIDED              VALUE 'V'.
           05  PHS-EMP-NAME            PIC X(15).
           05  PHS-EMP-TYPE            PIC X(01).
           05  PHS-EMP-REGION          PIC 9(01).
           05  PHS-BANK-ROUTING        PIC X(09).
           05  PHS-BANK-ACCOUNT        PIC X(17).
           05  PHS-WAGES               PIC S9(7)V99    COMP-3.
           05  PHS-OT                  PIC S9(7)V99    COMP-3.
           05  PHS-COMM                PIC S9(7)V99    COMP-3.
           05  PHS-BONUS               PIC S9(7)V99    COMP-3.
           05  PHS-DEDUCT              PIC S9(7)V99    COMP-3.
           05  PHS-NET                 PIC S9(7)V99    COMP-3.
           05  PHS-VOID-DATE           PIC 9(08).
           05  PHS-REISSUE-SEQ         PIC 9(02).
           05  PHS-REASON              PIC X(30).
      *    RETRO PAY INCLUDED IN THE PAYMENT, AND THE STRAIGHT-TIME
      *    (REGULAR AND PAID LEAVE) AND OVERTIME HOURS A REGULAR
      *    PAYMENT PAID -- THE BASIS OF A LATER RETRO CALCULATION.
      *    NOT NUMERIC ON PAYMENTS MADE BEFORE THEY WERE KEPT
           05  PHS-RETRO               PIC S9(7)V99    COMP-3.
           05  PHS-REG-HOURS           PIC S9(3)V99    COMP-3.
           05  PHS-OT-HOURS            PIC S9(3)V99    COMP-3.
           05  FILLER                  PIC X(02).
      *****************************************************************
      *    LEAVE MASTER (LEAVEMST) -- ONE RECORD PER EMPLOYEE PAID,   *
      *    KEYED BY EMPLOYEE.  VACATION AND SICK BALANCES IN HOURS,   *
      *    THE YEAR'S ACCRUALS AND LEAVE TAKEN, THE CARRYOVER CAPS OF *
      *    THE EMPLOYEE'S TENURE TIER, AND WHAT THE LAST RUN DID --   *
      *    KEPT FOR THE PAY ADVICE AND SO A RERUN OF THE SAME DATE    *
      *    DOES NOT ACCRUE OR TAKE THE LEAVE A SECOND TIME            *
      *****************************************************************
       FD  LEAVE-MASTER-FILE.
       01  LEAVE-MASTER-RECORD.
           05  LMR-EMP-NUM             PIC 9(05).
           05  LMR-STATUS              PIC X(01).
               88  LMR-ACTIVE                      VALUE 'A'.
               88  LMR-TERMINATED                  VALUE 'T'.
           05  LMR-VAC-BALANCE         PIC S9(4)V99    COMP-3.
           05  LMR-SICK-BALANCE        PIC S9(4)V99    COMP-3.
           05  LMR-YTD-VAC-ACCRUED     PIC S9(4)V99    COMP-3.
           05  LMR-YTD-VAC-TAKEN       PIC S9(4)V99    COMP-3.
           05  LMR-YTD-SICK-ACCRUED    PIC S9(4)V99    COMP-3.
           05  LMR-YTD-SICK-TAKEN      PIC S9(4)V99    COMP-3.
           05  LMR-VAC-MAX-CARRY       PIC S9(4)V99    COMP-3.
           05  LMR-SICK-MAX-CARRY      PIC S9(4)V99    COMP-3.
           05  LMR-LAST-RUN-DATE       PIC 9(08).
           05  LMR-RUN-VAC-ACCRUED     PIC S9(4)V99    COMP-3.
           05  LMR-RUN-VAC-TAKEN       PIC S9(4)V99    COMP-3.
           05  LMR-RUN-SICK-ACCRUED    PIC S9(4)V99    COMP-3.
           05  LMR-RUN-SICK-TAKEN      PIC S9(4)V99    COMP-3.
           05  LMR-RUN-PAYOUT-HOURS    PIC S9(4)V99    COMP-3.
           05  LMR-RUN-LEAVE-PAY       PIC S9(5)V99    COMP-3.
           05  LMR-RUN-PAYOUT-AMT      PIC S9(5)V99    COMP-3.
           05  LMR-TERM-DATE           PIC 9(08).
           05  LMR-ROLL-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
       FD  PTO-ACCRUAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  PTO-ACCRUAL-IO-RECORD      PIC X(80).
       FD  LEAVE-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  LEAVE-TRANS-IO-RECORD      PIC X(80).
       FD  LEAVE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  LEAVE-REPORT-RECORD        PIC X(100).
       FD  RETRO-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  RETRO-REGISTER-RECORD      PIC X(100).
       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  VARIANCE-REPORT-RECORD     PIC X(100).
      *****************************************************************
      *    EMPLOYEE MOVEMENT HISTORY -- ONE RECORD PER HIRE,          *
      *    TERMINATION AND REGION TRANSFER APPLIED TO THE MASTER,     *
      *    DATED THE BUSINESS DATE OF THE RUN THAT APPLIED IT.  A     *
      *    TERMINATED EMPLOYEE DROPS OFF EMPMNEW, SO THIS IS THE ONLY *
      *    RECORD OF THE LEAVER ONCE THE MASTER IS SWAPPED            *
      *****************************************************************
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           05  EHR-KEY.
               10  EHR-EMP-NUM         PIC 9(05).
               10  EHR-EVENT-DATE      PIC 9(08).
               10  EHR-EVENT-DATE-R    REDEFINES EHR-EVENT-DATE.
                   15  EHR-EVENT-YEAR  PIC 9(04).
                   15  EHR-EVENT-MONTH PIC 9(02).
                   15  EHR-EVENT-DAY   PIC 9(02).
               10  EHR-EVENT-TYPE      PIC X(01).
                   88  EHR-HIRE                    VALUE 'H'.
                   88  EHR-TERMINATION             VALUE 'T'.
                   88  EHR-TRANSFER                VALUE 'X'.
           05  EHR-EMP-NAME            PIC X(15).
           05  EHR-EMP-TYPE            PIC X(01).
           05  EHR-REGION              PIC 9(01).
           05  EHR-OLD-REGION          PIC 9(01).
           05  EHR-HIRE-DATE           PIC 9(08).
           05  EHR-EFF-DATE            PIC 9(08).
           05  FILLER                  PIC X(52).
       FD  WORKFORCE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  WORKFORCE-REPORT-RECORD    PIC X(100).
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       COPY VCUSTFD.
       01  WS-SCENHIST-STATUS         PIC XX       VALUE '  '.
       01  WS-VENDSTAT-STATUS         PIC XX       VALUE '  '.
       01  WS-DEDUCFIL-STATUS         PIC XX       VALUE '  '.
       01  WS-SLSXREF-STATUS          PIC XX       VALUE '  '.
       01  WS-SLSJRNPY-STATUS         PIC XX       VALUE '  '.
       01  WS-CUSTREP-STATUS          PIC XX       VALUE '  '.
       01  WS-QUOTAFIL-STATUS         PIC XX       VALUE '  '.
       01  WS-GLACCTS-STATUS          PIC XX       VALUE '  '.
       01  WS-POSTCTL-STATUS          PIC XX       VALUE '  '.
           88 POSTCTL-NOT-FOUND                    VALUE '23'.
       01  WS-POSTLOG-STATUS          PIC XX       VALUE '  '.
           88 POSTLOG-NOT-FOUND                    VALUE '23'.
           88 POSTLOG-DUPLICATE                    VALUE '22'.
       01  WS-SHIFTASN-STATUS         PIC XX       VALUE '  '.
       01  WS-TIMECARD-STATUS         PIC XX       VALUE '  '.
       01  WS-OFFCYCLE-STATUS         PIC XX       VALUE '  '.
       01  WS-PAYHIST-STATUS          PIC XX       VALUE '  '.
           88 PAYHIST-NOT-FOUND                    VALUE '23'.
           88 PAYHIST-DUPLICATE                    VALUE '22'.
       01  WS-EMPHIST-STATUS          PIC XX       VALUE '  '.
           88 EMPHIST-DUPLICATE                    VALUE '22'.
           88 EMPHIST-AT-END                       VALUE '10'.
       01  WS-LEAVEMST-STATUS         PIC XX       VALUE '  '.
       01  WS-PTOACCR-STATUS          PIC XX       VALUE '  '.
       01  WS-LEAVETRN-STATUS         PIC XX       VALUE '  '.
       01  WS-EVTSPOOL-STATUS         PIC XX       VALUE '  '.
       01  WS-PRCCHG-STATUS           PIC XX       VALUE '  '.
       01  WS-ORDNUMFL-STATUS         PIC XX       VALUE '  '.
           88 BACKORD-NOT-FOUND                    VALUE '23'.
       01  WS-APPROVAL-STATUS         PIC XX       VALUE '  '.
           88 APPROVAL-NOT-FOUND                   VALUE '23'.
       01  WS-PENDCRM-STATUS          PIC XX       VALUE '  '.
           88 PENDCRM-NOT-FOUND                    VALUE '23'.
       01  WS-SHIPRATE-STATUS         PIC XX       VALUE '  '.
       01  WS-EXPDORD-STATUS          PIC XX       VALUE '  '.
           88 EXPDORD-NOT-FOUND                    VALUE '23'.
       01  WS-DSHIPCNF-STATUS         PIC XX       VALUE '  '.
       01  WS-OVRDLIM-STATUS          PIC XX       VALUE '  '.
       01  WS-TAXRATE-STATUS          PIC XX       VALUE '  '.
       01  WS-TAXLIAB-STATUS          PIC XX       VALUE '  '.
           88 TAXLIAB-NOT-FOUND                    VALUE '23'.
       01  WS-INVMSTR-STATUS          PIC XX       VALUE '  '.
           88 INVMSTR-NOT-FOUND                    VALUE '23'.
       01  WS-CONTRACT-STATUS         PIC XX       VALUE '  '.
       01  WS-AUTHROLE-STATUS         PIC XX       VALUE '  '.
       01  WS-ARLEDGER-STATUS         PIC XX       VALUE '  '.
           88 ARLEDGER-NOT-FOUND                   VALUE '23'.
           88 ARLEDGER-DUPLICATE                   VALUE '22'.
       01  WS-CASHRCPT-STATUS         PIC XX       VALUE '  '.
       01  WS-SALES-STATUS            PIC XX       VALUE '  '.
           88 NOT-FOUND                           VALUE '23'.
       01  WS-EMPLOYEE-STATUS         PIC XX       VALUE '  '.
               10  HOLD-NAME               PIC X(15).
               10  HOLD-WAGES              PIC 9(5)V99.
               10  HOLD-OT                 PIC 9(5)V99.
               10  HOLD-OT-HOURS           PIC 9(3)V99.
               10  HOLD-REG-HOURS          PIC 9(3)V99.
               10  HOLD-COMM               PIC 9(5)V99.
               10  HOLD-TOTAL              PIC 9(5)V99.
               10  HOLD-DEDUCT             PIC 9(5)V99.
               10  HOLD-NET                PIC 9(5)V99.
               10  HOLD-BANK-ROUTING       PIC X(09).
               10  HOLD-BANK-ACCOUNT       PIC X(17).
      ********  HOW THE NET IS PAID: 'D' = DEPOSIT TO THE ACCOUNT,
      ********  'C' = PAPER CHECK WHILE THE ACCOUNT'S PRENOTE IS
      ********  OUTSTANDING, SPACE = NO ACCOUNT ON THE MASTER
               10  HOLD-PAY-METHOD         PIC X(01).
      ********  REGION TRANSFER SPLIT: '1' = OLD-REGION SHARE (OWNS
      ********  THE WHOLE-EMPLOYEE FEED AND PAYMENT), '2' = NEW-REGION
      ********  SHARE (REPORT LINES ONLY), SPACE = NOT SPLIT
               10  HOLD-SPLIT-IND          PIC X(01).
      ********  RETRO PAY IN HOLD-TOTAL, THE EARLIEST EFFECTIVE DATE
      ********  IT GOES BACK TO AND THE PAYS IT COVERS (ON THE '1'
      ********  LINE OF A SPLIT PAIR ONLY)
               10  HOLD-RETRO              PIC 9(5)V99.
               10  HOLD-RETRO-FROM         PIC 9(08).
               10  HOLD-RETRO-PERIODS      PIC 9(03).
********
********  STORES THE NAME OF EACH REGION
********
               88  CONTROL-TOTAL-IN-BALANCE                 VALUE 'N'.
********
********  USED FOR CALCULATING OVERTIME FOR ANY HOURLY EMPLOYEE
********  WHOSE HOURS EXCEEDS 40 IN A WEEK (OR THE O= DAILY LIMIT
********  IN A DAY WHEN TIME CARDS ARE IN USE), AND THE HOURS PAID
********  AT THE STRAIGHT RATE FOR THE PAY ADVICE
********
       01  OVERTIME-FIELDS.
           05  OT-AMOUNT             PIC 9(5)V99    COMP-3.
           05  OT-HOURS              PIC 9(3)V99.
           05  REG-HOURS             PIC 9(3)V99.
********
********  EMPLOYEE RECORD WORK-AREA.
********
      *****************************************************************
      *    BANK ACCOUNT REFERENCE FOR THE DIRECT-DEPOSIT PAYMENT     *
      *    FILE -- CARRIED IN THE FORMER FILLER, SPACES WHEN THE     *
      *    EMPLOYEE HAS NO ACCOUNT ON FILE.  ACCOUNTS KEYED SINCE    *
      *    ROUTING NUMBERS WERE ADDED LIVE ON THE SALARY RECORD      *
      *    (SA-DEPOSIT-DATA); THIS FIELD HOLDS AN OLDER ACCOUNT,     *
      *    STILL PAID AS BEFORE, AND IS CLEARED BY THE NEXT B=       *
      *****************************************************************
           05  WA-EMP-BANK-ACCOUNT   PIC X(13).
           05  WA-EMP-HIRE-DATE.
           05  SA-HOURLY-EMPLOYEE-DATA.
               10  SA-EMP-HOURS      PIC 9(2).
               10  SA-EMP-RATE       PIC 9(3)V99     COMP-3.
               10  FILLER            PIC X(6).
           05  SA-SALES-EMPLOYEE-DATA   REDEFINES
                                        SA-HOURLY-EMPLOYEE-DATA.
               10  SA-SALES-SALARY   PIC 9(5)V99     COMP-3.
               10  SA-SALES-AMOUNT   PIC 9(5)V99.
           05  SA-MGMT-EMPLOYEE-DATA   REDEFINES
                                        SA-SALES-EMPLOYEE-DATA.
               10  SA-MGMT-SALARY    PIC 9(5)V99     COMP-3.
               10  FILLER            PIC X(7).
      *****************************************************************
      *    DIRECT DEPOSIT ACCOUNT -- CARRIED IN THE SALARY RECORD'S  *
      *    FORMER FILLER FOR EVERY EMPLOYEE TYPE.  SET BY THE E= B=  *
      *    CHANGE ONLY: ROUTING (ABA CHECK DIGIT EDITED), ACCOUNT,   *
      *    AND THE DATE THE ZERO-DOLLAR PRENOTE FOR IT WENT OUT ON   *
      *    PAYFILE.  UNTIL WDP-PRENOTE-WAIT-DAYS HAVE PASSED SINCE   *
      *    THAT DATE THE EMPLOYEE IS PAID BY PAPER CHECK; AFTER IT,  *
      *    BY DEPOSIT -- NO FURTHER MAINTENANCE IS NEEDED            *
      *****************************************************************
           05  SA-DEPOSIT-DATA.
               10  SA-BANK-ROUTING   PIC X(9).
               10  SA-BANK-ACCOUNT   PIC X(17).
               10  SA-PRENOTE-DATE   PIC X(8).
               10  SA-PRENOTE-DATE-R REDEFINES SA-PRENOTE-DATE
                                     PIC 9(8).
               10  FILLER            PIC X(30).
*********
*********  EMPLOYEE PAIR REJECT LINE (EMPREJCT) -- WRITTEN BY THE
*********  EMPLOYEE FILE EDIT PASS WHEN A DEMOGRAPHIC/SALARY PAIR
           05  ECP-TOTAL-COMP     PIC 9(5)V99.
           05  ECP-TOTAL-DEDUCT   PIC 9(5)V99.
           05  ECP-NET-PAY        PIC 9(5)V99.
      *    TYPE, SHIFT (SHIFTASN, ZERO IF NONE) AND THE WAGE AND
      *    OVERTIME PART OF THE GROSS FOR THE SHIFT LABOR COST REPORT
           05  ECP-EMP-TYPE       PIC X(01).
           05  ECP-SHIFT          PIC 9(01).
           05  ECP-WAGES          PIC 9(5)V99.
           05  ECP-OT-PAY         PIC 9(5)V99.
      *    OFF-CYCLE RUN ONLY -- PAYMENT KIND (M MANUAL, B BONUS, V
      *    VOID, I REISSUE) AND '-' WHEN THE AMOUNTS ARE A VOID'S
      *    NEGATIVE POSTING; BOTH SPACES ON THE REGULAR RUN
           05  ECP-PAY-KIND       PIC X(01)     VALUE SPACES.
           05  ECP-AMOUNT-SIGN    PIC X(01)     VALUE SPACES.
           05  FILLER             PIC X(21)     VALUE SPACES.
*********
*********  DEDUCTION DETAIL FEED RECORD (EMPCOMP) -- ONE D RECORD
*********  PER ELECTED DEDUCTION, WRITTEN DIRECTLY AFTER THE
           05  ECD-DED-AMOUNT     PIC 9(5)V99   VALUE ZEROES.
           05  FILLER             PIC X(64)     VALUE SPACES.
*********
*********  RETRO PAY FEED RECORD (EMPCOMP) -- ONE R RECORD FOR AN
*********  EMPLOYEE PAID RETRO FOR A BACK-DATED RATE / SALARY
*********  CHANGE, AFTER THE EMPLOYEE'S FEED AND D RECORDS.  THE
*********  AMOUNT IS PART OF THE FEED RECORD'S TOTAL COMPENSATION.
*********
       01  WS-EMP-RETRO-RECORD.
           05  ERT-RECORD-TYPE    PIC X(01)     VALUE 'R'.
           05  ERT-EMP-NUM        PIC 9(05)     VALUE ZEROES.
           05  ERT-RETRO-AMOUNT   PIC 9(5)V99   VALUE ZEROES.
           05  ERT-EFF-DATE       PIC 9(08)     VALUE ZEROES.
           05  ERT-PERIODS        PIC 9(03)     VALUE ZEROES.
           05  FILLER             PIC X(56)     VALUE SPACES.
*********
*********  INDIVIDUAL COMMISSION STATEMENT LINES (COMMSTMT) -- ONE
*********  STATEMENT BLOCK PER SALES EMPLOYEE, WRITTEN AFTER THE
*********  RUN'S POSTING SO PERIOD AND YTD TOTALS ARE CURRENT.
           05  FILLER             PIC X(19)     VALUE
                                     '  YTD COMMISSION: '.
           05  STM-YTD-COMM       PIC ZZZZZZ9.99-.
       01  STMT-DTL4.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(25)     VALUE
                                     'PAY PERIOD POSTINGS FROM '.
           05  STM-PERIOD-FROM    PIC X(10).
           05  FILLER             PIC X(9)      VALUE '  COUNT: '.
           05  STM-PERIOD-COUNT   PIC ZZZZ9.
       01  STMT-DTL5.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(14)     VALUE 'PERIOD SALES: '.
           05  STM-PERIOD-SALES   PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(11)     VALUE '  CREDITS: '.
           05  STM-PERIOD-CREDITS PIC ZZZZZ9.99-.
           05  FILLER             PIC X(8)      VALUE '  PAID: '.
           05  STM-PERIOD-PAID    PIC ZZZZ9.99.
*********
*********  COMPENSATION EXTRACT FEED (EMPEXTR) -- TYPED, UNEDITED
*********  RECORDS WRITTEN ALONGSIDE THE EMPLOYEE COMPENSATION
               10  WOT-EMP-NUM        PIC 9(05).
               10  WOT-NAME           PIC X(15).
               10  WOT-REGION-NUM     PIC 9.
               10  WOT-OT-HOURS       PIC 9(3)V99.
               10  WOT-OT-AMOUNT      PIC 9(5)V99.
       01  WS-OT-SWAP-ENTRY.
           05  WOS-EMP-NUM        PIC 9(05).
           05  WOS-NAME           PIC X(15).
           05  WOS-REGION-NUM     PIC 9.
           05  WOS-OT-HOURS       PIC 9(3)V99.
           05  WOS-OT-AMOUNT      PIC 9(5)V99.
       01  WS-OT-REGION-TOTALS.
           05  WOT-REGION-OT      PIC 9(7)V99   OCCURS 9 TIMES.
           05  FILLER      PIC X(1)      VALUE SPACES.
           05  OTX-THRESHOLD-VALUE
                           PIC ZZZZZ9.99.
           05  FILLER      PIC X(4)      VALUE SPACES.
           05  FILLER      PIC X(16)     VALUE 'DAILY OT AFTER: '.
           05  OTX-DAILY-LIMIT
                           PIC Z9.99.
           05  OTX-DAILY-LIMIT-X
                           REDEFINES OTX-DAILY-LIMIT
                           PIC X(05).
       01  OTEXC-HDR3.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'EMPLOYEE'.
           05  OTX-NAME           PIC X(15).
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  OTX-REGION         PIC X(5).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OTX-OT-HOURS       PIC ZZ9.99.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  OTX-OT-AMOUNT      PIC ZZZZ9.99.
       01  OTEXC-REGION-TOTAL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WMF-OT-THRESHOLD-TYPE   PIC X(01)   VALUE 'D'.
           05  WMF-OT-THRESHOLD-AMT    PIC S9(6)V99
                                                   VALUE +0  COMP-3.
      *    HOURS IN ONE DAY PAST WHICH TIME CARD HOURS ARE OVERTIME
      *    (O= POSITIONS 14 - 17) -- ZERO MEANS THE WEEKLY RULE ONLY
           05  WMF-OT-DAILY-LIMIT      PIC S9(2)V99
                                                   VALUE +0  COMP-3.

           05  WMF-ACTION-CODE         PIC X(01)   VALUE SPACES.
           05  WMF-ACTION-WORD         PIC X(06)   VALUE SPACES.
           05  WRS-SCENARIO-REJECTS    PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-CREDIT-REJECTS      PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-ORDERS-SUSPENDED    PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-EDI-RESULTS         PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-AUTHORITY-REJECTS   PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-ITEM-MAINT          PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-SALES-PAY-EXCEPTIONS
                                       PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-TIME-CARD-EXCEPTIONS
                                       PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-COMM-SPLITS         PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-GL-ENTRIES          PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-GL-UNBALANCED       PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-PAY-VARIANCES       PIC S9(5)   COMP-3  VALUE +0.
           05  WRS-EMP-MOVEMENTS       PIC S9(5)   COMP-3  VALUE +0.

       01  WS-RUN-START-TIMESTAMP      PIC X(16)   VALUE SPACES.

      *    BULK DISCOUNT PCT APPLIED TO AN I= LINE ITEM (SCENARIO 9),
      *    ZERO ON EVERY OTHER ACTION
           05  AUD-DISCOUNT-PCT        PIC 99V9999 VALUE ZEROES.
           05  AUD-CONTRACT-ID         REDEFINES AUD-DISCOUNT-PCT
                                       PIC X(06).
      *    PRICE OVERRIDE REASON ON AN OVERRIDDEN I= LINE (SCENARIO 4),
      *    WHOSE BEFORE IMAGE IS THE ITEM SEGMENT AT LIST PRICE AND
      *    AFTER IMAGE THE ITEM SEGMENT AT THE OVERRIDE PRICE
           05  AUD-OVERRIDE-REASON     PIC X(02)   VALUE SPACES.
      *    C WHEN THE LINE (OR, ON AN ADD OR REPRICE, THE ORDER) WAS
      *    PRICED FROM A CUSTOMER CONTRACT -- AUD-CONTRACT-ID THEN
      *    OCCUPIES THE DISCOUNT PCT BYTES, SINCE A CONTRACT PRICE
      *    TAKES NO QUANTITY BREAK
           05  AUD-PRICE-SOURCE        PIC X(01)   VALUE SPACES.
               88  AUD-CONTRACT-PRICED             VALUE 'C'.
      *    S WHEN THE ADD OR ITEM CONTINUATION WAS GENERATED BY THE
      *    SYSTEM FROM A STANDING ORDER, E WHEN IT ARRIVED ON THE EDI
      *    INBOUND ORDER FEED, RATHER THAN KEYED
           05  AUD-ORDER-SOURCE        PIC X(01)   VALUE SPACES.
               88  AUD-SYSTEM-GENERATED            VALUE 'S'.
               88  AUD-EDI-ORDER                   VALUE 'E'.
           05  FILLER                  PIC X(01)   VALUE SPACES.

       01  WS-AUDIT-TIMESTAMP.
           05  WAT-DATE-TIME           PIC X(16)   VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'AGE DAYS'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE 'AGING STATUS'.
           05  FILLER      PIC X(9)      VALUE ' UNSHIPPD'.
           05  FILLER      PIC X(16)     VALUE '  UNSHIPPED AMT'.
       01  ORDAGE-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OAG-ORDER-NUMBER   PIC 9(10).
           05  OAG-AGE-DAYS       PIC ZZZZ9.
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  OAG-MESSAGE        PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OAG-UNSHIPPED-QTY  PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OAG-UNSHIPPED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
       01  ORDAGE-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(9)      VALUE 'AGE 0-30:'.
               88  WBD-MONTH-END-RUN               VALUE 'M'.
               88  WBD-YEAR-END-RUN                VALUE 'Y'.
      *****************************************************************
      *    POSITION 10 = R -- DATE REVERSAL: BACK OUT THE BUSINESS    *
      *    DATE'S COMPMSTR, SALES AND LOYALTY POSTINGS (P00135) SO THE*
      *    DATE CAN BE RERUN, THEN END WITHOUT A POSTING PASS         *
      *****************************************************************
               88  WBD-REVERSAL-RUN                VALUE 'R'.
      *****************************************************************
      *    POSITION 10 = O -- OFF-CYCLE PAYROLL: PAY THE OFFCYCLE     *
      *    MANUAL / BONUS PAYMENTS AND VOIDS (P00970) ON THEIR OWN    *
      *    PAYFILE AND PAYREGRP, THEN END WITHOUT THE REGULAR PASS    *
      *****************************************************************
               88  WBD-OFF-CYCLE-RUN               VALUE 'O'.
      *****************************************************************
      *    POSITION 11 -- OPTIONAL REGION PARTITION (1-9).  WHEN     *
      *    CODED, THE COMPENSATION PASS PROCESSES ONLY THAT          *
      *    REGION'S EMPLOYEE PAIRS AND THE PARTITION OUTPUTS ARE     *
           05  WMQ-MD-ENCODING         PIC S9(09)  COMP  VALUE +785.
           05  WMQ-MD-CODEDCHARSETID   PIC S9(09)  COMP  VALUE +0.
           05  WMQ-MD-FORMAT           PIC X(08)   VALUE 'MQSTR'.
           05  WMQ-MD-PRIORITY         PIC S9(09)  COMP  VALUE +0.
           05  FILLER                  PIC X(280)  VALUE LOW-VALUES.

       01  WMQ-PUT-MESSAGE-OPTIONS.
           05  WMQ-PMO-STRUCID         PIC X(04)   VALUE 'PMO '.
           05  MOE-ITEM-COUNT          PIC 9(04)   VALUE ZEROES.
           05  MOE-ORDER-TOTAL         PIC S9(11)V99
                                                   VALUE ZEROES.
           05  MOE-PRIORITY            PIC X(01)   VALUE 'S'.
               88  MOE-EXPEDITE                    VALUE 'E'.
               88  MOE-STANDARD                    VALUE 'S'.
           05  FILLER                  PIC X(14)   VALUE SPACES.

      *****************************************************************
      *    EXPEDITED SHIPPING (SHIPRATE / EXPDORD, SCENARIO 7) -- ONE *
      *    SHIPRATE ENTRY PER ORDER CATEGORY GIVES THE RUSH SURCHARGE *
      *    AND THE PROMISED SHIP DAYS; AN ENTRY OF * COVERS EVERY     *
      *    CATEGORY WITHOUT ONE OF ITS OWN.  EACH RUSH ORDER IS       *
      *    TRACKED ON EXPDORD UNTIL IT SHIPS, FOR THE EXPSLARP        *
      *    PROMISE EXCEPTION REPORT                                   *
      *****************************************************************

       01  WS-SHIP-RATE-RECORD.
           05  SRR-CATEGORY            PIC X(32).
           05  FILLER                  PIC X(01).
           05  SRR-SURCHARGE           PIC X(09).
           05  SRR-SURCHARGE-R         REDEFINES SRR-SURCHARGE
                                       PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  SRR-PROMISED-DAYS       PIC X(03).
           05  SRR-PROMISED-DAYS-R     REDEFINES SRR-PROMISED-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(34).

       01  WS-SHIP-RATE-TABLE.
           05  WSH-MAX                 PIC S9(03)  COMP-3  VALUE +50.
           05  WSH-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WSH-GRP                 OCCURS 50 TIMES.
               10  WSH-CATEGORY        PIC X(32).
               10  WSH-SURCHARGE       PIC S9(07)V99
                                                   COMP-3.
               10  WSH-PROMISED-DAYS   PIC S9(03)  COMP-3.

       01  WS-EXPEDITE-FIELDS.
           05  WSH-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WSH-DEFAULT-SUB         PIC S9(03)  COMP-3  VALUE +0.
           05  WXP-RATE-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WXP-RATE-FOUND                  VALUE 'Y'.
           05  WXP-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WXP-END-OF-FILE                 VALUE 'Y'.
           05  WXP-SURCHARGE           PIC S9(07)V99
                                                   COMP-3  VALUE +0.
           05  WXP-PROMISED-DAYS       PIC S9(03)  COMP-3  VALUE +0.
           05  WXP-EXPEDITED-ADDED     PIC S9(05)  COMP-3  VALUE +0.
           05  WXP-OPEN-COUNT          PIC S9(05)  COMP-3  VALUE +0.
           05  WXP-PAST-PROMISE        PIC S9(05)  COMP-3  VALUE +0.
           05  WXP-SHIPPED-LATE        PIC S9(05)  COMP-3  VALUE +0.

       01  EXPSLA-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  XSH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  XSH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  XSH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(36)     VALUE
                              'EXPEDITED ORDER SLA EXCEPTION REPORT'.
       01  EXPSLA-HDR2.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(12)     VALUE 'ORDER NUMBER'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(11)     VALUE 'CUSTOMER ID'.
           05  FILLER      PIC X(11)     VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'ORDER DATE'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'PROMISED'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'AGE DAYS'.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(9)      VALUE 'EXCEPTION'.
       01  EXPSLA-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  XSD-ORDER-NUMBER   PIC 9(10).
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  XSD-CUSTOMER-ID    PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  XSD-ORDER-DATE     PIC 9(8).
           05  FILLER             PIC X(7)      VALUE SPACES.
           05  XSD-PROMISED-DAYS  PIC ZZ9.
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  XSD-AGE-DAYS       PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  XSD-MESSAGE        PIC X(28).
       01  EXPSLA-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(16)     VALUE
                                     'RUSH ORDERS OPEN'.
           05  XST-OPEN           PIC ZZZZ9.
           05  FILLER             PIC X(16)     VALUE
                                     '  PAST PROMISE: '.
           05  XST-PAST-PROMISE   PIC ZZZZ9.
           05  FILLER             PIC X(16)     VALUE
                                     '  SHIPPED LATE: '.
           05  XST-SHIPPED-LATE   PIC ZZZZ9.

      *****************************************************************
      *    QUANTITY-BREAK BULK DISCOUNT TABLE (QTYBREAK, SCENARIO 9) *
           05  WXS-OLD-OT              PIC 9(5)V99 COMP-3  VALUE 0.
           05  WXS-OLD-COMM            PIC 9(5)V99 COMP-3  VALUE 0.
           05  WXS-OLD-TOTAL           PIC 9(5)V99 COMP-3  VALUE 0.
           05  WXS-OLD-SALES           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WXS-NEW-SALES           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WXS-SAVE-REGION         PIC 9(01)   VALUE ZEROES.
           05  WXS-SAVE-WAGES          PIC 9(5)V99 COMP-3  VALUE 0.
           05  WXS-SAVE-OT             PIC 9(5)V99 COMP-3  VALUE 0.
           05  WBK-SAVE-PARM-ERROR-SW  PIC X(01)   VALUE 'N'.
           05  WBK-SAVE-PARM-REJECTS   PIC S9(5)   COMP-3  VALUE +0.
           05  WBK-HOLD-SEQ            PIC X(05)   VALUE SPACES.
           05  WBK-REASON-SW           PIC X(01)   VALUE 'S'.
               88  WBK-NO-SUPPLIER                 VALUE 'S'.
               88  WBK-NO-STOCK                    VALUE 'N'.

       01  BACKORD-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  BKD-MESSAGE        PIC X(36).

      *****************************************************************
      *    ITEM INVENTORY ALLOCATION WORK FIELDS AND THE NIGHTLY     *
      *    INVENTORY POSITION REPORT LINES                           *
      *****************************************************************

       01  WS-INVENTORY-FIELDS.
           05  WIN-ITEM-NUMBER         PIC S9(08)  COMP-3  VALUE +0.
           05  WIN-QUANTITY            PIC S9(07)  COMP-3  VALUE +0.
           05  WIN-SHIP-QTY            PIC S9(07)  COMP-3  VALUE +0.
           05  WIN-RELIEVE-QTY         PIC S9(07)  COMP-3  VALUE +0.
           05  WIN-AVAILABLE           PIC S9(07)  COMP-3  VALUE +0.
           05  WIN-TRACKED-SW          PIC X(01)   VALUE 'N'.
               88  WIN-STOCK-TRACKED               VALUE 'Y'.
           05  WIN-NO-STOCK-SW         PIC X(01)   VALUE 'N'.
               88  WIN-NO-STOCK                    VALUE 'Y'.
           05  WIN-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WIN-END-OF-FILE                 VALUE 'Y'.
           05  WIN-END-OF-ITEMS-SW     PIC X(01)   VALUE 'N'.
               88  WIN-END-OF-ITEMS                VALUE 'Y'.
           05  WIN-SAVE-LAST-ORDER     PIC 9(10)   VALUE ZEROES.
           05  WIN-SAVE-ITEM-SEQ       PIC S9(04)  COMP    VALUE +0.
           05  WIN-LINES-ALLOCATED     PIC S9(05)  COMP-3  VALUE +0.
           05  WIN-NO-STOCK-BACKORDERS PIC S9(05)  COMP-3  VALUE +0.
           05  WIN-ITEMS-LISTED        PIC S9(05)  COMP-3  VALUE +0.
           05  WIN-ITEMS-BELOW         PIC S9(05)  COMP-3  VALUE +0.

       01  INVPOS-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  IVH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  IVH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  IVH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(26)     VALUE
                                     'INVENTORY POSITION REPORT '.
       01  INVPOS-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(11)     VALUE 'ITEM'.
           05  FILLER             PIC X(10)     VALUE ' ON HAND'.
           05  FILLER             PIC X(10)     VALUE 'ALLOCATED'.
           05  FILLER             PIC X(10)     VALUE 'AVAILABLE'.
           05  FILLER             PIC X(11)     VALUE 'REORDER PT'.
           05  FILLER             PIC X(20)     VALUE 'STATUS'.
       01  INVPOS-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IVP-ITEM-NUMBER    PIC 9(08).
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  IVP-ON-HAND        PIC -------9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IVP-ALLOCATED      PIC -------9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IVP-AVAILABLE      PIC -------9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IVP-REORDER-POINT  PIC -------9.
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  IVP-FLAG           PIC X(20).
           05  FILLER             PIC X(26)     VALUE SPACES.
       01  INVPOS-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(14)     VALUE 'ITEMS ON FILE '.
           05  IVT-ITEMS          PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE
                                     'BELOW REORDER POINT '.
           05  IVT-BELOW          PIC ZZZZ9.

      *****************************************************************
      *    CUSTOMER CONTRACT PRICING WORK FIELDS AND THE MONTH-END   *
      *    EXPIRING CONTRACTS REPORT LINES                           *
      *****************************************************************

       01  WS-CONTRACT-FIELDS.
           05  WCT-FILE-SW             PIC X(01)   VALUE 'N'.
               88  WCT-FILE-PRESENT                VALUE 'Y'.
           05  WCT-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WCT-CONTRACT-FOUND              VALUE 'Y'.
           05  WCT-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WCT-END-OF-FILE                 VALUE 'Y'.
           05  WCT-END-OF-LINES-SW     PIC X(01)   VALUE 'N'.
               88  WCT-END-OF-LINES                VALUE 'Y'.
           05  WCT-FIRST-LINE-SW       PIC X(01)   VALUE 'N'.
               88  WCT-FIRST-LINE                  VALUE 'Y'.
           05  WCT-APPLY-SW            PIC X(01)   VALUE 'N'.
               88  WCT-APPLY-LINES                 VALUE 'Y'.
           05  WCT-AUDIT-SW            PIC X(01)   VALUE 'N'.
               88  WCT-AUDIT-CONTRACT              VALUE 'Y'.
           05  WCT-AUDIT-ID            PIC X(06)   VALUE SPACES.
           05  WCT-CUSTOMER-ID         PIC X(32)   VALUE SPACES.
           05  WCT-CATEGORY            PIC X(32)   VALUE SPACES.
           05  WCT-ITEM-NUMBER         PIC S9(08)  COMP-3  VALUE +0.
           05  WCT-ITEM-DISPLAY        PIC 9(08)   VALUE ZEROES.
           05  WCT-QUANTITY            PIC S9(05)  COMP-3  VALUE +0.
           05  WCT-SCAN-PREFIX.
               10  WCT-SCAN-CUSTOMER   PIC X(32)   VALUE SPACES.
               10  WCT-SCAN-TYPE       PIC X(01)   VALUE SPACES.
               10  WCT-SCAN-VALUE      PIC X(32)   VALUE SPACES.
           05  WCT-CONTRACT-ID         PIC X(06)   VALUE SPACES.
           05  WCT-UNIT-PRICE          PIC S9(07)V99 COMP-3 VALUE +0.
           05  WCT-EXTENDED-PRICE      PIC S9(11)V99 COMP-3 VALUE +0.
           05  WCT-LIST-PRICE          PIC S9(11)V99 COMP-3 VALUE +0.
           05  WCT-NEW-PRICE           PIC S9(11)V99 COMP-3 VALUE +0.
           05  WCT-PRICE-DELTA         PIC S9(11)V99 COMP-3 VALUE +0.
           05  WCT-HORIZON-DATE        PIC 9(08)   VALUE ZEROES.
           05  WCT-HORIZON-DATE-R      REDEFINES WCT-HORIZON-DATE.
               10  WCT-HZ-YEAR         PIC 9(04).
               10  WCT-HZ-MONTH        PIC 9(02).
               10  WCT-HZ-DAY          PIC 9(02).
           05  WCT-DAYS-LEFT           PIC S9(03)  COMP-3  VALUE +0.
           05  WCT-MONTH-DAYS          PIC S9(03)  COMP-3  VALUE +0.
           05  WCT-LEAP-QUOTIENT       PIC S9(04)  COMP    VALUE +0.
           05  WCT-LEAP-REM-4          PIC S9(04)  COMP    VALUE +0.
           05  WCT-LEAP-REM-100        PIC S9(04)  COMP    VALUE +0.
           05  WCT-LEAP-REM-400        PIC S9(04)  COMP    VALUE +0.
           05  WCT-LINES-PRICED        PIC S9(05)  COMP-3  VALUE +0.
           05  WCT-ORDERS-REPRICED     PIC S9(05)  COMP-3  VALUE +0.
           05  WCT-EXPIRING            PIC S9(05)  COMP-3  VALUE +0.

       01  WS-CONTRACT-MONTH-DAYS.
           05  FILLER                  PIC X(24)   VALUE
                                       '312831303130313130313031'.
       01  WS-CONTRACT-MONTH-DAYS-R
                                       REDEFINES WS-CONTRACT-MONTH-DAYS.
           05  WCT-DAYS-IN-MONTH       PIC 9(02)   OCCURS 12 TIMES.

       01  CTREXP-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  CXH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  CXH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  CXH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(34)     VALUE
                                   'CONTRACTS EXPIRING WITHIN 60 DAYS'.
           05  FILLER             PIC X(8)      VALUE ' THROUGH'.
           05  CXH-HORIZON        PIC 9(08).
       01  CTREXP-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'CONTRACT'.
           05  FILLER             PIC X(26)     VALUE 'CUSTOMER'.
           05  FILLER             PIC X(3)      VALUE 'T'.
           05  FILLER             PIC X(26)     VALUE 'ITEM / CATEGORY'.
           05  FILLER             PIC X(12)     VALUE '  UNIT PRICE'.
           05  FILLER             PIC X(10)     VALUE '  EXPIRES'.
       01  CTREXP-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CXD-CONTRACT-ID    PIC X(06).
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  CXD-CUSTOMER-ID    PIC X(24).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CXD-KEY-TYPE       PIC X(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CXD-KEY-VALUE      PIC X(24).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CXD-UNIT-PRICE     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CXD-EXPIRY-DATE    PIC 9(08).
           05  FILLER             PIC X(11)     VALUE SPACES.
       01  CTREXP-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE
                                     'CONTRACTS EXPIRING  '.
           05  CXT-EXPIRING       PIC ZZZZ9.

      *****************************************************************
      *    RECORD TYPE AUTHORITY WORK FIELDS AND THE MONTH-END       *
      *    AUTHORITY REPORT LINES.  THE RUN'S USERID IS THE FIRST    *
      *    NON-BLANK U= CARD ANYWHERE IN THE DECK, SO A RECORD AHEAD *
      *    OF THE U= CARD (OR BEFORE A RESTART POINT) IS STILL       *
      *    CHECKED AGAINST IT                                        *
      *****************************************************************

       01  WS-AUTHORITY-FIELDS.
           05  WAU-USERID              PIC X(08)   VALUE SPACES.
           05  WAU-ROLE-SW             PIC X(01)   VALUE 'N'.
               88  WAU-ROLE-GRANTED                VALUE 'Y'.
           05  WAU-RECORD-TYPES        PIC X(26)   VALUE SPACES.
           05  WAU-TALLY               PIC S9(04)  COMP    VALUE +0.
           05  WAU-ORDER-TALLY         PIC S9(04)  COMP    VALUE +0.
           05  WAU-SUB                 PIC S9(04)  COMP    VALUE +0.
           05  WAU-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WAU-END-OF-FILE                 VALUE 'Y'.
           05  WAU-USERS               PIC S9(05)  COMP-3  VALUE +0.
           05  WAU-USERS-ACTIVE        PIC S9(05)  COMP-3  VALUE +0.
           05  WAU-CONFLICTS           PIC S9(05)  COMP-3  VALUE +0.

       01  AUTHRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  AUH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  AUH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  AUH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(40)     VALUE
                               'PARAMETER RECORD AUTHORITY BY USERID'.
       01  AUTHRPT-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'USERID'.
           05  FILLER             PIC X(22)     VALUE 'ROLE'.
           05  FILLER             PIC X(10)     VALUE 'STATUS'.
           05  FILLER             PIC X(28)     VALUE 'RECORD TYPES'.
           05  FILLER             PIC X(10)     VALUE 'GRANTED BY'.
           05  FILLER             PIC X(10)     VALUE '  EXPIRES'.
       01  AUTHRPT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-USERID     PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-ROLE-NAME  PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-STATUS     PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-TYPES      PIC X(26).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-GRANTED-BY PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  AUD-RPT-EXPIRY     PIC 9(08).
           05  FILLER             PIC X(10)     VALUE SPACES.
       01  AUTHRPT-CONFLICT.
           05  FILLER             PIC X(12)     VALUE SPACES.
           05  FILLER             PIC X(60)     VALUE
           '*** ORDER ENTRY AND PAYROLL BANK CHANGE IN ONE USERID ***'.
       01  AUTHRPT-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(16)     VALUE 'USERIDS LISTED '.
           05  AUT-USERS          PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(8)      VALUE 'ACTIVE '.
           05  AUT-USERS-ACTIVE   PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(22)     VALUE
                                     'SEPARATION CONFLICTS '.
           05  AUT-CONFLICTS      PIC ZZZZ9.

      *****************************************************************
      *    J= ITEM MAINTENANCE WORK FIELDS AND THE ITEM MAINTENANCE  *
      *    AUDIT REPORT (ITEMMRPT) -- ONE LINE PER J= RECORD, APPLIED*
      *    OR REJECTED, WITH THE SUBMITTING USERID                   *
      *****************************************************************

       01  WS-ITEM-MAINT-FIELDS.
           05  WIM-CATEGORY            PIC X(32)   VALUE SPACES.
           05  WIM-SUB-CATEGORY        PIC X(32)   VALUE SPACES.
           05  WIM-CATEGORY-SW         PIC X(01)   VALUE 'N'.
               88  WIM-CATEGORY-FOUND              VALUE 'Y'.
           05  WIM-APPLIED             PIC S9(05)  COMP-3  VALUE +0.
           05  WIM-REJECTED            PIC S9(05)  COMP-3  VALUE +0.

       01  ITEMMRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  IMH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  IMH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  IMH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(30)     VALUE
                                     'ITEM MAINTENANCE AUDIT REPORT '.
       01  ITEMMRPT-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(15)     VALUE 'ACTION'.
           05  FILLER             PIC X(10)     VALUE 'ITEM'.
           05  FILLER             PIC X(34)     VALUE
                                     'CATEGORY / SUB-CAT OR SUPPLIER'.
           05  FILLER             PIC X(10)     VALUE 'USERID'.
           05  FILLER             PIC X(50)     VALUE 'RESULT'.
       01  ITEMMRPT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IMD-ACTION         PIC X(13).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IMD-ITEM-NUMBER    PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IMD-REFERENCE      PIC X(32).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IMD-USERID         PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  IMD-RESULT         PIC X(60).
       01  ITEMMRPT-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'APPLIED  '.
           05  IMT-APPLIED        PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'REJECTED '.
           05  IMT-REJECTED       PIC ZZZZ9.

      *****************************************************************
      *    SALES COMMISSION PAY -- SLSXREF MAPS EACH SALES EMPLOYEE  *
      *    TO THE SALES ID(S) P00850 POSTS UNDER.  THE TABLE HOLDS   *
      *    ONE ENTRY PER SALES ID WITH THAT REP'S SALESJRN POSTINGS  *
      *    FOR THE PAY PERIOD; A ZERO EMPLOYEE NUMBER MARKS A SALES  *
      *    ID THAT POSTED BUT IS NOT ON SLSXREF.  THE PAY PERIOD     *
      *    RUNS FROM THE EMPLOYEE'S LAST COMPMSTR POSTING DATE UP TO *
      *    (NOT INCLUDING) THE BUSINESS DATE -- TODAY'S POSTINGS     *
      *    ARE PAID BY THE NEXT RUN.  EXCEPTIONS GO TO SLSPAYEX      *
      *****************************************************************

       01  WS-SALES-XREF-RECORD.
           05  SXR-EMP-NUM             PIC 9(05)   VALUE ZEROES.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  SXR-SALES-ID            PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(66)   VALUE SPACES.

       01  WS-SALES-PAY-TABLE.
           05  WSP-MAX                 PIC S9(05)  COMP-3  VALUE +500.
           05  WSP-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WSP-GRP                 OCCURS 500 TIMES.
               10  WSP-EMP-NUM         PIC 9(05).
               10  WSP-SALES-ID        PIC X(08).
               10  WSP-PERIOD-START    PIC 9(08).
               10  WSP-POSTINGS        PIC S9(05)  COMP-3.
               10  WSP-SALES-AMT       PIC S9(9)V99
                                                   COMP-3.
               10  WSP-COMMISSION      PIC S9(7)V99
                                                   COMP-3.
               10  WSP-CREDITS         PIC S9(7)V99
                                                   COMP-3.
               10  WSP-PAID-SW         PIC X(01).
                   88  WSP-PAID                    VALUE 'Y'.

       01  WS-SALES-PAY-FIELDS.
           05  WSP-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WSP-SEARCH-ID           PIC X(08)   VALUE SPACES.
           05  WSP-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WSP-ID-IN-TABLE                 VALUE 'Y'.
           05  WSP-END-OF-XREF-SW      PIC X(01)   VALUE 'N'.
               88  WSP-END-OF-XREF                 VALUE 'Y'.
           05  WSP-END-OF-JRN-SW       PIC X(01)   VALUE 'N'.
               88  WSP-END-OF-JOURNAL              VALUE 'Y'.
      *    LATEST PERIOD START ON THE TABLE -- THE WINDOW USED FOR
      *    SALES IDS THAT HAVE NO EMPLOYEE (AND SO NO COMPMSTR DATE)
           05  WSP-RUN-START           PIC 9(08)   VALUE ZEROES.
           05  WSP-XREF-LOADED         PIC S9(05)  COMP-3  VALUE +0.
           05  WSP-POSTINGS-READ       PIC S9(07)  COMP-3  VALUE +0.
           05  WSP-POSTINGS-PAID       PIC S9(07)  COMP-3  VALUE +0.
           05  WSP-EXCEPTIONS          PIC S9(05)  COMP-3  VALUE +0.
      *    THE CURRENT SALES EMPLOYEE'S TOTALS, SET BY P00915 AND
      *    CARRIED THROUGH TO THE COMMISSION STATEMENT
           05  WSP-REP-SW              PIC X(01)   VALUE 'N'.
               88  WSP-REP-ON-XREF                 VALUE 'Y'.
           05  WSP-REP-SALES-ID        PIC X(08)   VALUE SPACES.
           05  WSP-REP-START           PIC 9(08)   VALUE ZEROES.
           05  WSP-REP-POSTINGS        PIC S9(05)  COMP-3  VALUE +0.
           05  WSP-REP-SALES           PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WSP-REP-COMM            PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WSP-REP-CREDITS         PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WSP-DATE-WORK           PIC 9(08)   VALUE ZEROES.
           05  WSP-DATE-WORK-R         REDEFINES WSP-DATE-WORK.
               10  WSP-DATE-YEAR       PIC 9(04).
               10  WSP-DATE-MONTH      PIC 9(02).
               10  WSP-DATE-DAY        PIC 9(02).
           05  WSP-DATE-EDIT.
               10  WSP-EDIT-MONTH      PIC 9(02)   VALUE ZEROES.
               10  FILLER              PIC X(01)   VALUE '/'.
               10  WSP-EDIT-DAY        PIC 9(02)   VALUE ZEROES.
               10  FILLER              PIC X(01)   VALUE '/'.
               10  WSP-EDIT-YEAR       PIC 9(04)   VALUE ZEROES.

       01  SLSPAYEX-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  SPH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  SPH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  SPH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(32)     VALUE
                                     'SALES COMMISSION PAY EXCEPTIONS '.
       01  SLSPAYEX-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'EMPLOYEE'.
           05  FILLER             PIC X(10)     VALUE 'SALES ID'.
           05  FILLER             PIC X(10)     VALUE 'POSTINGS'.
           05  FILLER             PIC X(14)     VALUE 'COMMISSION'.
           05  FILLER             PIC X(45)     VALUE 'EXCEPTION'.
       01  SLSPAYEX-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPD-EMP-NUM        PIC X(05).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  SPD-SALES-ID       PIC X(08).
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  SPD-POSTINGS       PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPD-AMOUNT         PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  SPD-REASON         PIC X(45).
       01  SLSPAYEX-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(16)     VALUE
                                     'SLSXREF LOADED '.
           05  SPT-XREF-LOADED    PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(16)     VALUE
                                     'POSTINGS READ  '.
           05  SPT-POSTINGS-READ  PIC ZZZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(12)     VALUE 'IN PERIOD  '.
           05  SPT-POSTINGS-PAID  PIC ZZZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(12)     VALUE 'EXCEPTIONS  '.
           05  SPT-EXCEPTIONS     PIC ZZZZ9.

      *****************************************************************
      *    SPLIT COMMISSIONS -- CUSTREP ASSIGNS A CUSTOMER'S SALES    *
      *    TO ONE OR MORE REPS BY PERCENT, EACH LINE EFFECTIVE FROM / *
      *    TO A DATE (TO = ZERO OR BLANK IS OPEN-ENDED).  A POSTING   *
      *    FOR A CUSTOMER WITH LINES IN EFFECT ON ITS SALE DATE IS    *
      *    POSTED AS ONE PIECE PER REP; THE ACTIVE PERCENTS MUST      *
      *    TOTAL 100 OR THE POSTING GOES THROUGH UNSPLIT AND IS       *
      *    FLAGGED ON SPLITRPT                                        *
      *****************************************************************

       01  WS-CUST-REP-RECORD.
           05  CRA-CUSTOMER-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CRA-SALES-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CRA-SPLIT-PCT           PIC X(05).
           05  CRA-SPLIT-PCT-R         REDEFINES CRA-SPLIT-PCT
                                       PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  CRA-REGION              PIC X(01).
           05  CRA-REGION-R            REDEFINES CRA-REGION
                                       PIC 9(01).
           05  FILLER                  PIC X(01).
           05  CRA-EFF-FROM            PIC X(08).
           05  CRA-EFF-FROM-R          REDEFINES CRA-EFF-FROM
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CRA-EFF-TO              PIC X(08).
           05  CRA-EFF-TO-R            REDEFINES CRA-EFF-TO
                                       PIC 9(08).
           05  FILLER                  PIC X(37).

       01  WS-CUST-REP-TABLE.
           05  WCR-MAX                 PIC S9(05)  COMP-3  VALUE +1000.
           05  WCR-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WCR-GRP                 OCCURS 1000 TIMES.
               10  WCR-CUSTOMER-ID     PIC X(08).
               10  WCR-SALES-ID        PIC X(08).
               10  WCR-SPLIT-PCT       PIC 9(03)V99.
               10  WCR-REGION          PIC 9(01).
               10  WCR-EFF-FROM        PIC 9(08).
               10  WCR-EFF-TO          PIC 9(08).

      *****************************************************************
      *    SHIFT LABOR COST -- SHIFTASN TIES EACH HOURLY EMPLOYEE TO  *
      *    THE PRODUCTION SHIFT (1-3) THEY WORK.  THE SHIFT IS CARRIED*
      *    ON THE EMPLOYEE'S EMPCOMP RECORD WITH THE WAGES AND        *
      *    OVERTIME PAID, AND WBCI0090 JOINS IT TO THE SHIFT'S        *
      *    PRODUCTION FOR LABOR COST PER UNIT.  AN EMPLOYEE MAY BE ON *
      *    ONE SHIFT ONLY -- A DUPLICATE IS LISTED AND THE FIRST KEPT *
      *****************************************************************

       01  WS-SHIFT-ASSIGN-RECORD.
           05  SAS-EMP-NUM             PIC X(05).
           05  SAS-EMP-NUM-R           REDEFINES SAS-EMP-NUM
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SAS-SHIFT               PIC X(01).
           05  SAS-SHIFT-R             REDEFINES SAS-SHIFT
                                       PIC 9(01).
           05  FILLER                  PIC X(73).

       01  WS-SHIFT-ASSIGN-TABLE.
           05  WSA-MAX                 PIC S9(05)  COMP-3  VALUE +2000.
           05  WSA-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WSA-GRP                 OCCURS 2000 TIMES.
               10  WSA-EMP-NUM         PIC 9(05).
               10  WSA-SHIFT           PIC 9(01).

       01  WS-SHIFT-ASSIGN-FIELDS.
           05  WSA-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WSA-SEARCH-EMP          PIC 9(05)   VALUE ZEROES.
           05  WSA-FOUND-SHIFT         PIC 9(01)   VALUE ZEROES.

      *****************************************************************
      *    TIME CARDS -- TIMECARD CARRIES ONE RECORD PER HOURLY       *
      *    EMPLOYEE PER DAY WORKED (EMPLOYEE, CCYYMMDD WORK DATE,     *
      *    99V99 HOURS) AND REPLACES THE MASTER FILE HOURS FOR HOURLY *
      *    PAY.  A CARD IS EDITED ON LOAD (EMPLOYEE NUMBER, DATE,     *
      *    HOURS OVER ZERO AND NOT OVER 24, ONE CARD PER EMPLOYEE PER *
      *    DAY) AND MATCHED AS THE PASS REACHES THE EMPLOYEE; A DAY ON*
      *    OR BEFORE THE EMPLOYEE'S LAST COMPMSTR POSTING WAS PAID BY *
      *    AN EARLIER RUN. A WORK WEEK RUNS SUNDAY THROUGH SATURDAY.  *
      *    EXCEPTIONS GO TO TIMEXCP.  NO TIMECARD (OR AN EMPTY ONE)   *
      *    LEAVES HOURLY PAY ON THE MASTER FILE HOURS.  A LEAVE CODE  *
      *    IN POSITION 21 (V = VACATION, S = SICK) MAKES THE CARD A   *
      *    DAY OF PAID LEAVE -- CHARGED TO THE LEAVEMST BALANCE AND   *
      *    PAID AT THE STRAIGHT RATE, NEVER COUNTED TOWARD OVERTIME.  *
      *    A DAY MAY CARRY ONE WORKED CARD AND ONE LEAVE CARD         *
      *****************************************************************

       01  WS-TIME-CARD-RECORD.
           05  TCR-EMP-NUM             PIC X(05).
           05  TCR-EMP-NUM-R           REDEFINES TCR-EMP-NUM
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  TCR-WORK-DATE           PIC X(08).
           05  TCR-WORK-DATE-R         REDEFINES TCR-WORK-DATE.
               10  TCR-WORK-YEAR       PIC 9(04).
               10  TCR-WORK-MONTH      PIC 9(02).
               10  TCR-WORK-DAY        PIC 9(02).
           05  TCR-WORK-DATE-N         REDEFINES TCR-WORK-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TCR-HOURS               PIC X(04).
           05  TCR-HOURS-R             REDEFINES TCR-HOURS
                                       PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  TCR-LEAVE-CODE          PIC X(01).
               88  TCR-WORKED-TIME                 VALUE SPACE.
               88  TCR-VALID-LEAVE-CODE            VALUES SPACE
                                                          'V' 'S'.
           05  FILLER                  PIC X(59).

       01  WS-TIME-CARD-TABLE.
           05  WTC-MAX                 PIC S9(05)  COMP-3  VALUE +5000.
           05  WTC-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WTC-GRP                 OCCURS 5000 TIMES.
               10  WTC-EMP-NUM         PIC 9(05).
               10  WTC-WORK-DATE       PIC 9(08).
               10  WTC-WEEK-NUM        PIC S9(07)  COMP-3.
               10  WTC-HOURS           PIC 9(02)V99.
               10  WTC-LEAVE-CODE      PIC X(01).
                   88  WTC-WORKED-TIME             VALUE SPACE.
               10  WTC-STATUS          PIC X(01).
                   88  WTC-PENDING                 VALUE 'A'.
                   88  WTC-PAID                    VALUE 'P'.
                   88  WTC-REJECTED                VALUE 'R'.
                   88  WTC-PAIR-REJECTED           VALUE 'E'.
                   88  WTC-NOT-HOURLY              VALUE 'N'.
                   88  WTC-OTHER-PARTITION         VALUE 'X'.

       01  WS-TIME-CARD-FIELDS.
           05  WTC-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WTC-SOURCE-SW           PIC X(01)   VALUE 'M'.
               88  WTC-MASTER-HOURS                VALUE 'M'.
               88  WTC-TIME-CARD-HOURS             VALUE 'T'.
           05  WTC-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WTC-END-OF-FILE                 VALUE 'Y'.
           05  WTC-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WTC-FOUND                       VALUE 'Y'.
           05  WTC-MARK-STATUS         PIC X(01)   VALUE SPACES.
           05  WTC-REASON              PIC X(50)   VALUE SPACES.
           05  WTC-MONTH-DAYS          PIC S9(03)  COMP-3  VALUE +0.
           05  WTC-LEAP-QUOTIENT       PIC S9(04)  COMP    VALUE +0.
           05  WTC-LEAP-REM-4          PIC S9(04)  COMP    VALUE +0.
           05  WTC-LEAP-REM-100        PIC S9(04)  COMP    VALUE +0.
           05  WTC-LEAP-REM-400        PIC S9(04)  COMP    VALUE +0.
           05  WTC-PERIOD-START        PIC 9(08)   VALUE ZEROES.
           05  WTC-REG-HOURS           PIC S9(3)V99
                                                   COMP-3  VALUE +0.
           05  WTC-OT-HOURS            PIC S9(3)V99
                                                   COMP-3  VALUE +0.
           05  WTC-CARDS-READ          PIC S9(07)  COMP-3  VALUE +0.
           05  WTC-CARDS-ACCEPTED      PIC S9(07)  COMP-3  VALUE +0.
           05  WTC-CARDS-PAID          PIC S9(07)  COMP-3  VALUE +0.
           05  WTC-EXCEPTIONS          PIC S9(07)  COMP-3  VALUE +0.
      *    THE CURRENT EMPLOYEE'S PAID TIME BY WORK WEEK -- STRAIGHT
      *    TIME UP TO THE DAILY LIMIT, AND THE HOURS PAST IT
           05  WTW-MAX                 PIC S9(03)  COMP-3  VALUE +6.
           05  WTW-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WTW-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WTW-GRP                 OCCURS 6 TIMES.
               10  WTW-WEEK-NUM        PIC S9(07)  COMP-3.
               10  WTW-STRAIGHT-HOURS  PIC S9(3)V99
                                                   COMP-3.
               10  WTW-DAILY-OT-HOURS  PIC S9(3)V99
                                                   COMP-3.

       01  TIMEXCP-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  TXH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  TXH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  TXH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(26)     VALUE
                                     'TIME CARD EXCEPTION REPORT'.
       01  TIMEXCP-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'EMPLOYEE'.
           05  FILLER             PIC X(12)     VALUE 'WORK DATE'.
           05  FILLER             PIC X(10)     VALUE 'HOURS'.
           05  FILLER             PIC X(50)     VALUE 'EXCEPTION'.
       01  TIMEXCP-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TXD-EMP-NUM        PIC X(05).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  TXD-WORK-DATE      PIC X(08).
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  TXD-HOURS          PIC ZZ9.99.
           05  TXD-HOURS-X        REDEFINES TXD-HOURS
                                  PIC X(06).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  TXD-REASON         PIC X(50).
       01  TIMEXCP-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(12)     VALUE 'CARDS READ  '.
           05  TXT-CARDS-READ     PIC ZZZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'ACCEPTED  '.
           05  TXT-CARDS-ACCEPTED PIC ZZZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(6)      VALUE 'PAID  '.
           05  TXT-CARDS-PAID     PIC ZZZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(12)     VALUE 'EXCEPTIONS  '.
           05  TXT-EXCEPTIONS     PIC ZZZZZZ9.

       01  WS-SPLIT-FIELDS.
           05  WCR-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WSL-SPLIT-SW            PIC X(01)   VALUE 'N'.
               88  WSL-NO-SPLIT                    VALUE 'N'.
               88  WSL-SPLIT-VALID                 VALUE 'Y'.
               88  WSL-SPLIT-INVALID               VALUE 'X'.
           05  WSL-DATE                PIC 9(08)   VALUE ZEROES.
           05  WSL-LINE-MAX            PIC S9(03)  COMP-3  VALUE +10.
           05  WSL-LINE-COUNT          PIC S9(03)  COMP-3  VALUE +0.
           05  WSL-LINE-SUB            PIC S9(05)  COMP-3
                                       OCCURS 10 TIMES.
           05  WSL-PIECE               PIC S9(03)  COMP-3  VALUE +0.
           05  WSL-PCT-TOTAL           PIC S9(05)V99
                                                   COMP-3  VALUE +0.
           05  WSL-SAVE-SALES-COMMISSION
                                       PIC X(60)   VALUE SPACES.
           05  WSL-SAVE-REGION         PIC 9(01)   VALUE ZEROES.
           05  WSL-ORIG-AMT            PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WSL-ORIG-COMM           PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WSL-REMAIN-AMT          PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WSL-REMAIN-COMM         PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WSL-ORIGINALS           PIC S9(05)  COMP-3  VALUE +0.
           05  WSL-PIECES              PIC S9(05)  COMP-3  VALUE +0.
           05  WSL-NOT-SPLIT           PIC S9(05)  COMP-3  VALUE +0.

       01  SPLITRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  SPH1-RUN-MONTH     PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  SPH1-RUN-DAY       PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  SPH1-RUN-YEAR      PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(30)     VALUE
                                     'SPLIT COMMISSION AUDIT REPORT '.
       01  SPLITRPT-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'POSTING'.
           05  FILLER             PIC X(10)     VALUE 'SALES ID'.
           05  FILLER             PIC X(10)     VALUE 'CUSTOMER'.
           05  FILLER             PIC X(5)      VALUE 'TYPE'.
           05  FILLER             PIC X(9)      VALUE '    PCT'.
           05  FILLER             PIC X(4)      VALUE 'RGN'.
           05  FILLER             PIC X(13)     VALUE ' SALES AMOUNT'.
           05  FILLER             PIC X(13)     VALUE '   COMMISSION'.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE 'NOTE'.
       01  SPLITRPT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-LINE           PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-SALES-ID       PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-CUSTOMER-ID    PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-TYPE           PIC X(03).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-PCT            PIC ZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-REGION         PIC 9(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-AMOUNT         PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-COMMISSION     PIC ZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SPA-NOTE           PIC X(25).
       01  SPLITRPT-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(18)     VALUE
                                     'POSTINGS SPLIT   '.
           05  SPT1-ORIGINALS     PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(16)     VALUE
                                     'PIECES POSTED  '.
           05  SPT1-PIECES        PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(18)     VALUE
                                     'POSTED UNSPLIT   '.
           05  SPT1-NOT-SPLIT     PIC ZZZZ9.

      *****************************************************************
      *    LOYALTY PROGRAM WORK FIELDS AND MONTHLY STATEMENT LINES   *
      *    (SCENARIO 10)                                             *
      *****************************************************************

       01  WS-LOYALTY-FIELDS.
           05  WLY-POINTS-DELTA        PIC S9(09)  COMP-3  VALUE +0.
           05  WLY-END-OF-MASTER-SW    PIC X(01)   VALUE 'N'.
               88  WLY-END-OF-MASTER               VALUE 'Y'.
           05  WLY-STMTS-WRITTEN       PIC S9(05)  COMP-3  VALUE +0.

       01  LOYSTMT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(26)     VALUE
                                     'LOYALTY PROGRAM STATEMENT '.
           05  FILLER             PIC X(10)     VALUE 'FOR MONTH '.
           05  LOY-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  LOY-RUN-YEAR       PIC 9999.
       01  LOYSTMT-DTL.
                  'SALES IDS OUT OF BALANCE: '.
           05  SRT-OUT-OF-BALANCE PIC ZZZZ9.

      *****************************************************************
      *    SALES QUOTA ATTAINMENT -- QUOTAFIL CARRIES A SALES QUOTA   *
      *    PER SALES ID (S RECORDS, WITH THE REP'S REGION) AND PER    *
      *    REGION (R RECORDS) FOR A MONTH (M, PERIOD 01-12) OR A      *
      *    QUARTER (Q, PERIOD 01-04).  ATTNRPT TOTALS THE SALESJRN    *
      *    POSTINGS FOR THE MONTH AND QUARTER TO DATE AND RANKS EACH  *
      *    REGION'S REPS BY PERCENT ATTAINED.  PERIOD SUBSCRIPT 1 IS  *
      *    THE MONTH, 2 THE QUARTER                                   *
      *****************************************************************

       01  WS-QUOTA-RECORD.
           05  QTA-RECORD-TYPE         PIC X(01).
               88  QTA-REP-QUOTA               VALUE 'S'.
               88  QTA-REGION-QUOTA            VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  QTA-SALES-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  QTA-REGION              PIC X(01).
           05  QTA-REGION-R            REDEFINES QTA-REGION
                                       PIC 9(01).
           05  FILLER                  PIC X(01).
           05  QTA-PERIOD-TYPE         PIC X(01).
               88  QTA-MONTH                   VALUE 'M'.
               88  QTA-QUARTER                 VALUE 'Q'.
           05  FILLER                  PIC X(01).
           05  QTA-YEAR                PIC X(04).
           05  QTA-YEAR-R              REDEFINES QTA-YEAR
                                       PIC 9(04).
           05  QTA-PERIOD              PIC X(02).
           05  QTA-PERIOD-R            REDEFINES QTA-PERIOD
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  QTA-AMOUNT              PIC X(11).
           05  QTA-AMOUNT-R            REDEFINES QTA-AMOUNT
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(47).

       01  WS-QUOTA-REP-TABLE.
           05  WQA-MAX                 PIC S9(05)  COMP-3  VALUE +500.
           05  WQA-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WQA-GRP                 OCCURS 500 TIMES.
               10  WQA-SALES-ID        PIC X(08).
               10  WQA-REGION          PIC 9(01).
               10  WQA-RANKED-SW       PIC X(01).
                   88  WQA-RANKED              VALUE 'Y'.
               10  WQA-PERIOD-DATA     OCCURS 2 TIMES.
                   15  WQA-QUOTA       PIC S9(09)V99
                                                   COMP-3.
                   15  WQA-ACTUAL      PIC S9(09)V99
                                                   COMP-3.
                   15  WQA-PCT         PIC S9(05)V99
                                                   COMP-3.

       01  WS-QUOTA-REGION-TABLE.
           05  WQR-GRP                 OCCURS 9 TIMES.
               10  WQR-PERIOD-DATA     OCCURS 2 TIMES.
                   15  WQR-QUOTA-SW    PIC X(01).
                       88  WQR-QUOTA-ON-FILE   VALUE 'Y'.
                   15  WQR-QUOTA       PIC S9(09)V99
                                                   COMP-3.
                   15  WQR-REP-QUOTA   PIC S9(09)V99
                                                   COMP-3.
                   15  WQR-ACTUAL      PIC S9(09)V99
                                                   COMP-3.

       01  WS-QUOTA-FIELDS.
           05  WQA-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WQA-P                   PIC S9(03)  COMP-3  VALUE +0.
           05  WQA-REGION-SUB          PIC S9(03)  COMP-3  VALUE +0.
           05  WQA-BEST-SUB            PIC S9(05)  COMP-3  VALUE +0.
           05  WQA-RANK                PIC S9(05)  COMP-3  VALUE +0.
           05  WQA-SEARCH-ID           PIC X(08)   VALUE SPACES.
           05  WQA-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WQA-ID-IN-TABLE                 VALUE 'Y'.
           05  WQA-END-OF-JRN-SW       PIC X(01)   VALUE 'N'.
               88  WQA-END-OF-JOURNAL              VALUE 'Y'.
           05  WQA-QUARTER             PIC 9(01)   VALUE ZEROES.
           05  WQA-QTR-FIRST-MONTH     PIC 9(02)   VALUE ZEROES.
           05  WQA-QTR-LAST-MONTH      PIC 9(02)   VALUE ZEROES.
           05  WQA-POST-DATE           PIC 9(08)   VALUE ZEROES.
           05  WQA-POST-DATE-R         REDEFINES WQA-POST-DATE.
               10  WQA-POST-YEAR       PIC 9(04).
               10  WQA-POST-MONTH      PIC 9(02).
               10  WQA-POST-DAY        PIC 9(02).
           05  WQA-GAP                 PIC S9(09)V99
                                                   COMP-3  VALUE +0.
           05  WQA-PCT-WORK            PIC S9(05)V99
                                                   COMP-3  VALUE +0.
           05  WQA-NO-QUOTA-LINES      PIC S9(05)  COMP-3  VALUE +0.

       01  ATTNRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  ATH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  ATH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  ATH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(25)     VALUE
                                     'SALES QUOTA ATTAINMENT - '.
           05  ATH-RUN-TYPE       PIC X(20).
       01  ATTNRPT-SECTION.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATS-SECTION        PIC X(18).
           05  ATS-PERIOD-TYPE    PIC X(08).
           05  ATS-PERIOD         PIC 9(02).
           05  FILLER             PIC X(1)      VALUE '/'.
           05  ATS-YEAR           PIC 9(04).
       01  ATTNRPT-REGION.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(7)      VALUE 'REGION '.
           05  ATR-REGION-NUM     PIC 9(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATR-REGION-NAME    PIC X(05).
       01  ATTNRPT-COLUMNS.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(6)      VALUE 'RANK'.
           05  FILLER             PIC X(14)     VALUE 'SALES ID'.
           05  FILLER             PIC X(15)     VALUE '         QUOTA'.
           05  FILLER             PIC X(15)     VALUE '        ACTUAL'.
           05  FILLER             PIC X(11)     VALUE '   PCT'.
           05  FILLER             PIC X(15)     VALUE '   GAP TO QUOTA'.
       01  ATTNRPT-DETAIL.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  ATD-RANK           PIC X(04).
           05  ATD-RANK-NUM       REDEFINES ATD-RANK
                                  PIC ZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-SALES-ID       PIC X(12).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-QUOTA          PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-ACTUAL         PIC ZZZZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-PCT            PIC ZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-GAP            PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ATD-NOTE           PIC X(12).

      *****************************************************************
      *    GENERAL LEDGER INTERFACE -- THE RUN'S PAYROLL, BILLING AND *
      *    SALES COMMISSION AMOUNTS ARE GATHERED BY GL FUNCTION (AND  *
      *    REGION OR DEDUCTION CODE) AS THEY ARE PRODUCED, THEN       *
      *    WRITTEN AT END OF JOB AS ONE BALANCED JOURNAL PER SOURCE   *
      *    ON GLIFACE.  EACH FUNCTION'S ACCOUNT COMES FROM GLACCTS -- *
      *    FUNCTION + QUALIFIER FIRST, THEN FUNCTION WITH A BLANK     *
      *    QUALIFIER.  THE FUNCTION TABLE GIVES EACH FUNCTION ITS     *
      *    JOURNAL AND ITS NORMAL (DEBIT OR CREDIT) SIDE              *
      *****************************************************************

       01  WS-GL-ACCOUNT-RECORD.
           05  GLM-FUNCTION            PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLM-QUALIFIER           PIC X(03).
           05  FILLER                  PIC X(01).
           05  GLM-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(59).

       01  WS-GL-ACCOUNT-TABLE.
           05  WGM-MAX                 PIC S9(05)  COMP-3  VALUE +300.
           05  WGM-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WGM-GRP                 OCCURS 300 TIMES.
               10  WGM-FUNCTION        PIC X(04).
               10  WGM-QUALIFIER       PIC X(03).
               10  WGM-ACCOUNT         PIC X(12).

       01  WS-GL-FUNCTION-VALUES.
           05  FILLER                  PIC X(34)   VALUE
               'WAGEDPAYRWAGE EXPENSE             '.
           05  FILLER                  PIC X(34)   VALUE
               'OTPYDPAYROVERTIME EXPENSE         '.
           05  FILLER                  PIC X(34)   VALUE
               'COMMDPAYRCOMMISSION EXPENSE       '.
           05  FILLER                  PIC X(34)   VALUE
               'BONSDPAYRBONUS EXPENSE            '.
           05  FILLER                  PIC X(34)   VALUE
               'DEDNCPAYRDEDUCTION LIABILITY      '.
           05  FILLER                  PIC X(34)   VALUE
               'NETPCPAYRNET PAY CASH - PAYFILE   '.
           05  FILLER                  PIC X(34)   VALUE
               'NETUCPAYRNET PAY PAYABLE - NO ACCT'.
           05  FILLER                  PIC X(34)   VALUE
               'ARCVDBILLACCOUNTS RECEIVABLE      '.
           05  FILLER                  PIC X(34)   VALUE
               'REVNCBILLSALES REVENUE            '.
           05  FILLER                  PIC X(34)   VALUE
               'STAXCBILLSALES TAX PAYABLE        '.
           05  FILLER                  PIC X(34)   VALUE
               'SCOMDSALECOMMISSION EXPENSE       '.
           05  FILLER                  PIC X(34)   VALUE
               'SACRCSALEACCRUED COMMISSION       '.
       01  WS-GL-FUNCTION-TABLE        REDEFINES WS-GL-FUNCTION-VALUES.
           05  WGF-GRP                 OCCURS 12 TIMES.
               10  WGF-FUNCTION        PIC X(04).
               10  WGF-SIDE            PIC X(01).
               10  WGF-JOURNAL         PIC X(04).
               10  WGF-DESCRIPTION     PIC X(25).

       01  WS-GL-ENTRY-TABLE.
           05  WGL-MAX                 PIC S9(05)  COMP-3  VALUE +300.
           05  WGL-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WGL-GRP                 OCCURS 300 TIMES.
               10  WGL-FUNC-SUB        PIC S9(03)  COMP-3.
               10  WGL-QUALIFIER       PIC X(03).
               10  WGL-AMOUNT          PIC S9(11)V99
                                                   COMP-3.

       01  WS-GL-FIELDS.
           05  WGF-MAX                 PIC S9(03)  COMP-3  VALUE +12.
           05  WGF-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WGL-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WGM-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WGL-ADD-FUNCTION        PIC X(04)   VALUE SPACES.
           05  WGL-ADD-QUALIFIER       PIC X(03)   VALUE SPACES.
           05  WGL-ADD-AMOUNT          PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WGL-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WGL-FOUND                       VALUE 'Y'.
           05  WGL-ACCOUNT             PIC X(12)   VALUE SPACES.
           05  WGL-SIDE                PIC X(01)   VALUE SPACES.
               88  WGL-DEBIT                       VALUE 'D'.
           05  WGL-POST-AMOUNT         PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WGL-PREV-JOURNAL        PIC X(04)   VALUE SPACES.
           05  WGL-JRNL-DEBITS         PIC S9(13)V99
                                                   COMP-3  VALUE +0.
           05  WGL-JRNL-CREDITS        PIC S9(13)V99
                                                   COMP-3  VALUE +0.
           05  WGL-TOTAL-DEBITS        PIC S9(13)V99
                                                   COMP-3  VALUE +0.
           05  WGL-TOTAL-CREDITS       PIC S9(13)V99
                                                   COMP-3  VALUE +0.
           05  WGL-UNMAPPED            PIC S9(05)  COMP-3  VALUE +0.

       01  WS-GL-DETAIL.
           05  GLI-RECORD-TYPE         PIC X(01)   VALUE 'D'.
           05  GLI-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
           05  GLI-JOURNAL             PIC X(04)   VALUE SPACES.
           05  GLI-ACCOUNT             PIC X(12)   VALUE SPACES.
           05  GLI-DR-CR               PIC X(01)   VALUE SPACES.
           05  GLI-AMOUNT              PIC 9(11)V99
                                                   VALUE ZEROES.
           05  GLI-FUNCTION            PIC X(04)   VALUE SPACES.
           05  GLI-QUALIFIER           PIC X(03)   VALUE SPACES.
           05  GLI-DESCRIPTION         PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE SPACES.

       01  WS-GL-TRAILER.
           05  GLT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
           05  GLT-BUSINESS-DATE       PIC 9(08)   VALUE ZEROES.
           05  GLT-ENTRY-COUNT         PIC 9(07)   VALUE ZEROES.
           05  GLT-TOTAL-DEBITS        PIC 9(13)V99
                                                   VALUE ZEROES.
           05  GLT-TOTAL-CREDITS       PIC 9(13)V99
                                                   VALUE ZEROES.
           05  FILLER                  PIC X(34)   VALUE SPACES.

       01  GLCTL-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  GCH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  GCH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  GCH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(40)     VALUE
                          'GENERAL LEDGER INTERFACE CONTROL REPORT'.
       01  GLCTL-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(6)      VALUE 'JRNL'.
           05  FILLER             PIC X(6)      VALUE 'FUNC'.
           05  FILLER             PIC X(5)      VALUE 'QUAL'.
           05  FILLER             PIC X(14)     VALUE 'ACCOUNT'.
           05  FILLER             PIC X(26)     VALUE 'DESCRIPTION'.
           05  FILLER             PIC X(15)     VALUE '         DEBIT'.
           05  FILLER             PIC X(15)     VALUE '        CREDIT'.
       01  GLCTL-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCD-JOURNAL        PIC X(04).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCD-FUNCTION       PIC X(04).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCD-QUALIFIER      PIC X(03).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCD-ACCOUNT        PIC X(12).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCD-DESCRIPTION    PIC X(25).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  GCD-DEBIT          PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  GCD-CREDIT         PIC ZZZZZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  GCD-NOTE           PIC X(10).
       01  GLCTL-TOTAL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  GCT-LABEL          PIC X(58).
           05  GCT-DEBITS         PIC ZZZZZZZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  GCT-CREDITS        PIC ZZZZZZZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  GCT-STATUS         PIC X(06).
       01  GLCTL-UNMAPPED.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(46)     VALUE
                  'ENTRIES WITH NO GLACCTS MAPPING (UNMAPPED):   '.
           05  GCU-COUNT          PIC ZZZZ9.

      *****************************************************************
      *    POSTING CONTROL -- A REGULAR RUN (RUN TYPE R: DATECARD MODE*
      *    BLANK, M OR Y) FOR A BUSINESS DATE ALREADY POSTED ON       *
      *    POSTCTL IS REFUSED.  A FULL RUN ALSO CONFLICTS WITH ANY    *
      *    POSTED PARTITION OF THE DATE, AND A PARTITION WITH THE     *
      *    POSTED FULL RUN, BECAUSE BOTH POST THE SAME EMPLOYEES      *
      *****************************************************************

       01  WS-POSTING-CONTROL-FIELDS.
           05  WPC-RUN-TYPE            PIC X(01)   VALUE 'R'.
           05  WPC-PARTITION           PIC 9(01)   VALUE ZEROES.
           05  WPC-SCAN-SUB            PIC 9(02)   VALUE ZEROES.
           05  WPC-POSTED-COUNT        PIC S9(05)  COMP-3  VALUE +0.
           05  WPC-FOUND-COUNT         PIC S9(05)  COMP-3  VALUE +0.
           05  WPC-ROLLED-SW           PIC X(01)   VALUE 'N'.
               88  WPC-BUCKETS-ROLLED              VALUE 'Y'.
           05  WPC-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WPC-END-OF-FILE                 VALUE 'Y'.

       01  WS-POSTING-LOG-FIELDS.
           05  WPL-LOG-TYPE            PIC X(01)   VALUE SPACES.
           05  WPL-NEW-RECORD-SW       PIC X(01)   VALUE 'N'.
           05  WPL-LAST-POST-DATE      PIC 9(08)   VALUE ZEROES.
           05  WPL-PRIOR-POST-DATE     PIC 9(08)   VALUE ZEROES.
           05  WPL-OPEN-POINTS         PIC S9(09)  COMP-3  VALUE +0.
           05  WPL-OPEN-ACTIVITY       PIC 9(08)   VALUE ZEROES.

      *****************************************************************
      *    DATE REVERSAL (MODE R) -- THE DATE'S SALESJRN POSTINGS ARE *
      *    NETTED PER SALES ID HERE BEFORE ANY MASTER IS TOUCHED, SO  *
      *    AN OVERFLOW STOPS THE REVERSAL WITH NOTHING CHANGED.  THE  *
      *    OFFSETTING ENTRIES CARRY THE SAME POST DATE, SO A DATE     *
      *    ALREADY REVERSED NETS TO ZERO AND IS NOT BACKED OUT TWICE  *
      *****************************************************************

       01  WS-REVERSAL-SALES-TABLE.
           05  WRV-SALES-MAX           PIC S9(05)  COMP-3  VALUE +2000.
           05  WRV-SALES-COUNT         PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-SALES-GRP           OCCURS 2000 TIMES.
               10  WRV-SALES-ID        PIC X(08).
               10  WRV-SALES-AMT       PIC S9(9)V99
                                                   COMP-3.
               10  WRV-COMMISSION      PIC S9(7)V99
                                                   COMP-3.

       01  WS-REVERSAL-FIELDS.
           05  WRV-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WRV-ID-IN-TABLE                 VALUE 'Y'.
           05  WRV-COMP-COUNT          PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-COMP-AMOUNT         PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WRV-LOYALTY-COUNT       PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-LOYALTY-POINTS      PIC S9(11)  COMP-3  VALUE +0.
           05  WRV-SALES-POSTED        PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-SALES-TOTAL         PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WRV-COMM-TOTAL          PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WRV-EXCEPTIONS          PIC S9(05)  COMP-3  VALUE +0.
           05  WRV-POSTCTL-COUNT       PIC S9(05)  COMP-3  VALUE +0.

       01  RVSLRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(15)     VALUE 'BUSINESS DATE  '.
           05  RVH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  RVH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  RVH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(40)     VALUE
                          'BUSINESS DATE POSTING REVERSAL REPORT'.
       01  RVSLRPT-SECTION.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RVS-TITLE          PIC X(60).
       01  RVSLRPT-COMP-COLS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(7)      VALUE 'EMP'.
           05  FILLER             PIC X(12)     VALUE '      WAGES'.
           05  FILLER             PIC X(12)     VALUE '   OVERTIME'.
           05  FILLER             PIC X(12)     VALUE ' COMMISSION'.
           05  FILLER             PIC X(13)     VALUE '      BONUS'.
           05  FILLER             PIC X(10)     VALUE 'RESET TO'.
           05  FILLER             PIC X(16)     VALUE 'ACTION'.
       01  RVSLRPT-COMP-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RCD-EMP-NUM        PIC 9(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RCD-WAGES          PIC -ZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  RCD-OT             PIC -ZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  RCD-COMM           PIC -ZZZZZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  RCD-BONUS          PIC -ZZZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RCD-LAST-POST      PIC 9(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RCD-NOTE           PIC X(16).
       01  RVSLRPT-LOY-COLS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(34)     VALUE 'CUSTOMER'.
           05  FILLER             PIC X(12)     VALUE 'PTS BEFORE'.
           05  FILLER             PIC X(12)     VALUE ' PTS AFTER'.
           05  FILLER             PIC X(16)     VALUE 'ACTION'.
       01  RVSLRPT-LOY-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RLD-CUSTOMER-ID    PIC X(32).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RLD-POINTS-BEFORE  PIC -ZZZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RLD-POINTS-AFTER   PIC -ZZZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RLD-NOTE           PIC X(16).
       01  RVSLRPT-SALES-COLS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'SALES ID'.
           05  FILLER             PIC X(15)     VALUE ' SALES AMOUNT'.
           05  FILLER             PIC X(13)     VALUE ' COMMISSION'.
           05  FILLER             PIC X(16)     VALUE 'ACTION'.
       01  RVSLRPT-SALES-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RSD-SALES-ID       PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RSD-SALES-AMT      PIC -ZZZZZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RSD-COMMISSION     PIC -ZZZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RSD-NOTE           PIC X(16).
       01  RVSLRPT-TOTAL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RVT-LABEL          PIC X(40).
           05  RVT-COUNT          PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RVT-AMOUNT         PIC -ZZZZZZZZZZ9.99.

      *****************************************************************
      *    DUPLICATE ORDER DETECTION -- ONE ENTRY PER SUCCESSFUL     *
      *    ADD THIS RUN (CUSTOMER, ITEM, QUANTITY, BUSINESS DATE).   *
                                       PIC 9(10).
           05  SCF-SHIP-DATE           PIC 9(08)   VALUE ZEROES.
           05  SCF-CARRIER             PIC X(20)   VALUE SPACES.
      *    ITEM SEQ AND QUANTITY SHIPPED FOR A ONE-LINE CONFIRMATION;
      *    BOTH BLANK CONFIRMS EVERYTHING STILL UNSHIPPED ON THE ORDER
           05  SCF-ITEM-SEQ            PIC X(04)   VALUE SPACES.
           05  SCF-SHIP-QUANTITY       PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(33)   VALUE SPACES.

       01  WS-SHIP-CONFIRM-FIELDS.
           05  WSC-CONFIRMS-APPLIED    PIC S9(05)  COMP-3  VALUE +0.
           05  WSC-QUEUE-DRAINED-SW    PIC X(01)   VALUE 'N'.
               88  WSC-QUEUE-DRAINED               VALUE 'Y'.

      *****************************************************************
      *    VENDOR DROP SHIP (DROPSHIP / DSHIPCNF, SCENARIO 8) -- AN   *
      *    ORDER LINE WHOSE ITEM PDASP3 FLAGS DROP-SHIP IS WRITTEN TO *
      *    DROPSHIP FOR THE ACTIVE SUPPLIER PDASP3 RETURNS, AND NO    *
      *    WAREHOUSE EVENT IS PUT FOR IT.  THE SUPPLIERS' SHIP FILE   *
      *    COMES BACK IN THE SHIP CONFIRMATION LAYOUT ABOVE AND IS    *
      *    APPLIED THROUGH P00693 LIKE A WAREHOUSE CONFIRMATION       *
      *****************************************************************

      *****************************************************************
      *    PRICE OVERRIDE (OVRDLIM / PRCOVRRP, SCENARIO 4) -- AN I=   *
      *    LINE MAY CARRY AN OVERRIDE EXTENDED PRICE AND A REASON.    *
      *    OVRDLIM GIVES EACH USERID THE DEEPEST PCT OFF LIST IT MAY  *
      *    GIVE ON ITS OWN; AN ENTRY OF * COVERS EVERY USERID WITHOUT *
      *    ONE, AND A USERID WITH NEITHER HAS A CEILING OF ZERO.  AN  *
      *    OVERRIDE DEEPER THAN THE CEILING IS HELD ON THE APPROVAL   *
      *    FILE FOR A Q= DECISION                                     *
      *****************************************************************

       01  WS-OVERRIDE-LIMIT-RECORD.
           05  OLR-USERID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  OLR-MAX-PCT             PIC X(05).
           05  OLR-MAX-PCT-R           REDEFINES OLR-MAX-PCT
                                       PIC 9(03)V99.
           05  FILLER                  PIC X(66).

       01  WS-OVERRIDE-LIMIT-TABLE.
           05  WPL-MAX                 PIC S9(03)  COMP-3  VALUE +200.
           05  WPL-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WPL-GRP                 OCCURS 200 TIMES.
               10  WPL-USERID          PIC X(08).
               10  WPL-MAX-PCT         PIC S9(03)V99
                                                   COMP-3.

       01  WS-OVERRIDE-REASON-TABLE.
           05  FILLER  PIC X(26) VALUE 'CMCOMPETITOR PRICE MATCH  '.
           05  FILLER  PIC X(26) VALUE 'NGNEGOTIATED PRICE        '.
           05  FILLER  PIC X(26) VALUE 'DMDAMAGED / SECOND QUALITY'.
           05  FILLER  PIC X(26) VALUE 'PRPROMOTIONAL PRICE       '.
           05  FILLER  PIC X(26) VALUE 'CSCUSTOMER SERVICE        '.
           05  FILLER  PIC X(26) VALUE 'PEPRICING ERROR CORRECTION'.
       01  WS-OVERRIDE-REASON-R    REDEFINES WS-OVERRIDE-REASON-TABLE.
           05  WPO-REASON-GRP          OCCURS 6 TIMES.
               10  WPO-REASON-CODE     PIC X(02).
               10  WPO-REASON-DESC     PIC X(24).

       01  WS-OVERRIDE-TALLY-TABLE.
           05  WPO-TALLY-MAX           PIC S9(03)  COMP-3  VALUE +200.
           05  WPO-TALLY-COUNT         PIC S9(03)  COMP-3  VALUE +0.
           05  WPO-TALLY-GRP           OCCURS 200 TIMES.
               10  WPO-TALLY-USERID    PIC X(08).
               10  WPO-TALLY-REASON    PIC X(02).
               10  WPO-TALLY-LINES     PIC S9(05)  COMP-3.
               10  WPO-TALLY-LIST      PIC S9(11)V99
                                                   COMP-3.
               10  WPO-TALLY-OVERRIDE  PIC S9(11)V99
                                                   COMP-3.

       01  WS-OVERRIDE-FIELDS.
           05  WPL-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WPL-DEFAULT-SUB         PIC S9(03)  COMP-3  VALUE +0.
           05  WPL-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  WPL-FOUND                       VALUE 'Y'.
           05  WPO-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WPO-SUB2                PIC S9(03)  COMP-3  VALUE +0.
           05  WPO-REASON-SUB          PIC S9(03)  COMP-3  VALUE +0.
           05  WPO-REASON-FOUND-SW     PIC X(01)   VALUE 'N'.
               88  WPO-REASON-FOUND                VALUE 'Y'.
           05  WPO-APPLIED-SW          PIC X(01)   VALUE 'N'.
               88  WPO-OVERRIDE-APPLIED            VALUE 'Y'.
           05  WPO-HELD-SW             PIC X(01)   VALUE 'N'.
               88  WPO-OVERRIDE-HELD               VALUE 'Y'.
           05  WPO-REASON              PIC X(02)   VALUE SPACES.
           05  WPO-USERID              PIC X(08)   VALUE SPACES.
           05  WPO-LIST-PRICE          PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPO-OVERRIDE-PRICE      PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPO-PCT-OFF             PIC S9(03)V99
                                                   COMP-3  VALUE +0.
           05  WPO-CEILING-PCT         PIC S9(03)V99
                                                   COMP-3  VALUE +0.
           05  WPO-LIST-IMAGE          PIC X(136)  VALUE SPACES.
           05  WPO-SAVE-PARM-RECORD    PIC X(80)   VALUE SPACES.
           05  WPO-SAVE-LAST-ORDER     PIC 9(10)   VALUE ZEROES.
           05  WPO-SAVE-ITEM-SEQ       PIC S9(04)  COMP    VALUE +0.
           05  WPO-OVERRIDES-APPLIED   PIC S9(05)  COMP-3  VALUE +0.
           05  WPO-OVERRIDES-HELD      PIC S9(05)  COMP-3  VALUE +0.
           05  WPO-NOT-TALLIED         PIC S9(05)  COMP-3  VALUE +0.
           05  WPO-REP-LINES           PIC S9(05)  COMP-3  VALUE +0.
           05  WPO-REP-LIST            PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPO-REP-OVERRIDE        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPO-ALL-LINES           PIC S9(05)  COMP-3  VALUE +0.
           05  WPO-ALL-LIST            PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPO-ALL-OVERRIDE        PIC S9(11)V99
                                                   COMP-3  VALUE +0.

       01  PRCOVR-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  POH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  POH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  POH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(30)     VALUE
                              'DAILY PRICE OVERRIDE GIVE-AWAY'.
           05  FILLER      PIC X(18)     VALUE
                              ' BY REP AND REASON'.
       01  PRCOVR-HDR2.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'REP ID  '.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(28)     VALUE 'REASON'.
           05  FILLER      PIC X(5)      VALUE 'LINES'.
           05  FILLER      PIC X(6)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'LIST PRICE'.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(8)      VALUE 'OVERRIDE'.
           05  FILLER      PIC X(7)      VALUE SPACES.
           05  FILLER      PIC X(9)      VALUE 'GIVE-AWAY'.
       01  PRCOVR-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-USERID         PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-REASON         PIC X(02).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-REASON-DESC    PIC X(24).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-LINES          PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-LIST           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-OVERRIDE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  POD-GIVE-AWAY      PIC ZZZ,ZZZ,ZZ9.99.
       01  PRCOVR-NOT-TALLIED.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(36)     VALUE
                              'OVERRIDES NOT TALLIED, TABLE FULL: '.
           05  POT-LINES          PIC ZZZZ9.

      *****************************************************************
      *    SALES TAX (TAXRATE / TAXLIAB / TAXLIARP) -- A RATE ENTRY   *
      *    IS STATE, COUNTY (*** FOR THE WHOLE STATE), EFFECTIVE DATE *
      *    AND PERCENT RATE.  A DOCUMENT IS TAXED AT THE LATEST RATE  *
      *    IN EFFECT ON ITS DATE FOR THE CUSTOMER'S SHIP-TO COUNTY,   *
      *    ELSE FOR ITS STATE.  MERCHANDISE IS TAXED; THE EXPEDITE    *
      *    SURCHARGE IS NOT.  AN EXEMPT CUSTOMER'S SALES ARE POSTED   *
      *    TO TAXLIAB AS EXEMPT SALES WITH NO TAX                     *
      *****************************************************************

       01  WS-TAX-RATE-RECORD.
           05  TRR-STATE               PIC X(02).
           05  FILLER                  PIC X(01).
           05  TRR-COUNTY              PIC X(03).
           05  FILLER                  PIC X(01).
           05  TRR-EFFECTIVE-DATE      PIC X(08).
           05  TRR-EFFECTIVE-DATE-R    REDEFINES TRR-EFFECTIVE-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TRR-RATE                PIC X(06).
           05  TRR-RATE-R              REDEFINES TRR-RATE
                                       PIC 9(02)V9(04).
           05  FILLER                  PIC X(58).

       01  WS-TAX-RATE-TABLE.
           05  WTR-MAX                 PIC S9(03)  COMP-3  VALUE +500.
           05  WTR-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WTR-GRP                 OCCURS 500 TIMES.
               10  WTR-STATE           PIC X(02).
               10  WTR-COUNTY          PIC X(03).
               10  WTR-EFFECTIVE-DATE  PIC 9(08).
               10  WTR-RATE            PIC 9(02)V9(04).

       01  WS-TAX-FIELDS.
           05  WTX-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WTX-MATCH               PIC S9(01)  COMP-3  VALUE +0.
           05  WTX-BEST-MATCH          PIC S9(01)  COMP-3  VALUE +0.
           05  WTX-BEST-DATE           PIC 9(08)   VALUE ZEROES.
           05  WTX-CUSTOMER-ID         PIC X(32)   VALUE SPACES.
           05  WTX-STATE               PIC X(02)   VALUE SPACES.
           05  WTX-COUNTY              PIC X(03)   VALUE SPACES.
           05  WTX-EXEMPT-SW           PIC X(01)   VALUE 'N'.
               88  WTX-EXEMPT                      VALUE 'Y'.
           05  WTX-RATE-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WTX-RATE-FOUND                  VALUE 'Y'.
           05  WTX-RATE                PIC 9(02)V9(04)
                                                   VALUE ZEROES.
           05  WTX-BASE-AMOUNT         PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WTX-TAX-AMOUNT          PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WTX-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WTX-END-OF-FILE                 VALUE 'Y'.
           05  WTX-DOCUMENTS-TAXED     PIC S9(05)  COMP-3  VALUE +0.
           05  WTX-TOTAL-TAXABLE       PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WTX-TOTAL-EXEMPT        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WTX-TOTAL-TAX           PIC S9(11)V99
                                                   COMP-3  VALUE +0.

       01  TAXLIA-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  TLH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  TLH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  TLH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(37)     VALUE
                              'SALES TAX LIABILITY BY JURISDICTION -'.
           05  FILLER      PIC X(8)      VALUE ' PERIOD '.
           05  TLH-PERIOD  PIC 9(06).
       01  TAXLIA-HDR2.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(7)      VALUE 'STATE'.
           05  FILLER      PIC X(8)      VALUE 'COUNTY'.
           05  FILLER      PIC X(9)      VALUE '    RATE'.
           05  FILLER      PIC X(7)      VALUE '   DOCS'.
           05  FILLER      PIC X(17)     VALUE '  TAXABLE SALES'.
           05  FILLER      PIC X(17)     VALUE '   EXEMPT SALES'.
           05  FILLER      PIC X(17)     VALUE '  TAX COLLECTED'.
       01  TAXLIA-DETAIL.
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  TLD-STATE          PIC X(02).
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  TLD-COUNTY         PIC X(03).
           05  FILLER             PIC X(3)      VALUE SPACES.
           05  TLD-RATE           PIC Z9.9999.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLD-DOCUMENTS      PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLD-TAXABLE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLD-EXEMPT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLD-TAX            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  TLD-NOTE           PIC X(15).
       01  TAXLIA-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(31)     VALUE
                                     'TOTAL ALL JURISDICTIONS'.
           05  TLT-TAXABLE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLT-EXEMPT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  TLT-TAX            PIC -ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      *    OPEN-ITEM RECEIVABLES (ARLEDGER / CASHRCPT) -- A CASH      *
      *    RECEIPT NAMES THE CUSTOMER, CHECK, AMOUNT AND UP TO 8      *
      *    INVOICES PAID.  CASH GOES TO THE NAMED INVOICES IN ORDER,  *
      *    UP TO EACH ONE'S OPEN AMOUNT; WHAT IS LEFT IS HELD AS      *
      *    UNAPPLIED CASH, OR AS ON-ACCOUNT CASH WHEN NO INVOICE WAS  *
      *    NAMED.  THE WHOLE RECEIPT RELIEVES CUST-OPEN-BALANCE       *
      *****************************************************************

      *    AN INVOICE PAID IS ITS 10-DIGIT NUMBER AND 2-DIGIT SUFFIX
      *    (BLANK SUFFIX = THE ORDER'S FIRST INVOICE)
       01  WS-CASH-RECEIPT-RECORD.
           05  CRR-CUSTOMER-ID         PIC X(32).
           05  FILLER                  PIC X(01).
           05  CRR-CHECK-NUMBER        PIC X(10).
           05  FILLER                  PIC X(01).
           05  CRR-AMOUNT              PIC X(11).
           05  CRR-AMOUNT-R            REDEFINES CRR-AMOUNT
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  CRR-INVOICE-GRP         OCCURS 7 TIMES.
               10  CRR-INVOICE         PIC X(10).
               10  CRR-INVOICE-R       REDEFINES CRR-INVOICE
                                       PIC 9(10).
               10  CRR-INVOICE-SFX     PIC X(02).
               10  CRR-INVOICE-SFX-R   REDEFINES CRR-INVOICE-SFX
                                       PIC 9(02).
           05  FILLER                  PIC X(10).

       01  WS-AR-FIELDS.
           05  WAR-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WAR-END-OF-FILE                 VALUE 'Y'.
           05  WAR-RECEIPT-OK-SW       PIC X(01)   VALUE 'N'.
               88  WAR-RECEIPT-OK                  VALUE 'Y'.
           05  WAR-INVOICE-NAMED-SW    PIC X(01)   VALUE 'N'.
               88  WAR-INVOICE-NAMED               VALUE 'Y'.
           05  WAR-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WAR-RECEIPT-SEQ         PIC 9(04)   VALUE ZEROES.
           05  WAR-RECEIPT-NUMBER.
               10  WAR-RECEIPT-YYMMDD  PIC 9(06).
               10  WAR-RECEIPT-SUFFIX  PIC 9(04).
           05  WAR-RECEIPT-NUMBER-R    REDEFINES WAR-RECEIPT-NUMBER
                                       PIC 9(10).
           05  WAR-DOC-DISPLAY.
               10  WAR-DOC-DISPLAY-NUM PIC 9(10).
               10  WAR-DOC-DISPLAY-SFX PIC X(03).
           05  WAR-SUFFIX-TEXT.
               10  FILLER              PIC X(01)   VALUE '-'.
               10  WAR-SUFFIX-NUM      PIC 9(02).
           05  WAR-REMAINING           PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-APPLY-AMOUNT        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-INVOICES-POSTED     PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-MEMOS-POSTED        PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-ALREADY-POSTED      PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-RECEIPTS-READ       PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-RECEIPTS-APPLIED    PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-RECEIPTS-REJECTED   PIC S9(05)  COMP-3  VALUE +0.
           05  WAR-CASH-RECEIVED       PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-CASH-APPLIED        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-CASH-UNAPPLIED      PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-CASH-ON-ACCOUNT     PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-AGE-0-30            PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-AGE-31-60           PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-AGE-61-90           PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-AGE-OVER-90         PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WAR-CREDITS-HELD        PIC S9(11)V99
                                                   COMP-3  VALUE +0.

       01  CASHAP-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  CAH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  CAH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  CAH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(32)     VALUE
                              'CASH RECEIPTS APPLICATION REPORT'.
       01  CASHAP-HDR2.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(19)     VALUE 'CUSTOMER ID'.
           05  FILLER      PIC X(12)     VALUE 'CHECK NO'.
           05  FILLER      PIC X(15)     VALUE 'INVOICE'.
           05  FILLER      PIC X(17)     VALUE '         AMOUNT'.
           05  FILLER      PIC X(17)     VALUE '     OPEN AFTER'.
           05  FILLER      PIC X(18)     VALUE 'DISPOSITION'.
       01  CASHAP-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-CUSTOMER-ID    PIC X(17).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-CHECK-NUMBER   PIC X(10).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-DOC-NUMBER     PIC X(13).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-OPEN-AFTER     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CAD-MESSAGE        PIC X(18).
       01  CASHAP-TOTALS-1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RECEIPTS: '.
           05  CAT1-RECEIPTS      PIC ZZZZ9.
           05  FILLER             PIC X(12)     VALUE '   REJECTED:'.
           05  CAT1-REJECTED      PIC ZZZZ9.
           05  FILLER             PIC X(16)     VALUE
                                     '   CASH RECEIVED'.
           05  CAT1-RECEIVED      PIC -ZZZ,ZZZ,ZZ9.99.
       01  CASHAP-TOTALS-2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(9)      VALUE 'APPLIED  '.
           05  CAT2-APPLIED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(12)     VALUE '  UNAPPLIED '.
           05  CAT2-UNAPPLIED     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(13)     VALUE '  ON ACCOUNT '.
           05  CAT2-ON-ACCOUNT    PIC -ZZZ,ZZZ,ZZ9.99.

       01  ARAGE-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  ARH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  ARH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  ARH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(39)     VALUE
                              'ACCOUNTS RECEIVABLE AGING BY INVOICE DA'.
           05  FILLER      PIC X(2)      VALUE 'TE'.
       01  ARAGE-HDR2.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(15)     VALUE 'DOCUMENT'.
           05  FILLER      PIC X(22)     VALUE 'CUSTOMER ID'.
           05  FILLER      PIC X(10)     VALUE 'DOC DATE'.
           05  FILLER      PIC X(10)     VALUE '  AGE DAYS'.
           05  FILLER      PIC X(17)     VALUE '    OPEN AMOUNT'.
           05  FILLER      PIC X(16)     VALUE 'AGING BUCKET'.
       01  ARAGE-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ARA-DOC-NUMBER     PIC X(13).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ARA-CUSTOMER-ID    PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ARA-DOC-DATE       PIC 9(08).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  ARA-AGE-DAYS       PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ARA-OPEN-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  ARA-BUCKET         PIC X(16).
       01  ARAGE-TOTALS-1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(6)      VALUE '0-30: '.
           05  ARA-TOT-0-30       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(9)      VALUE '  31-60: '.
           05  ARA-TOT-31-60      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(9)      VALUE '  61-90: '.
           05  ARA-TOT-61-90      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(11)     VALUE '  OVER 90: '.
           05  ARA-TOT-OVER-90    PIC -ZZZ,ZZZ,ZZ9.99.
       01  ARAGE-TOTALS-2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(26)     VALUE
                                     'UNAPPLIED / ON ACCOUNT:   '.
           05  ARA-TOT-CREDITS    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(20)     VALUE
                                     '   NET RECEIVABLE: '.
           05  ARA-TOT-NET        PIC -ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      *    PARTIAL SHIPMENTS -- EACH ORDITEM CARRIES ITS QUANTITY     *
      *    SHIPPED AND BILLED TO DATE.  A LINE'S VALUE FOR A PART     *
      *    QUANTITY IS ITS EXTENDED PRICE PRORATED ON THE CUMULATIVE  *
      *    QUANTITY, SO THE PIECES ALWAYS ADD BACK TO THE LINE        *
      *****************************************************************

       01  WS-PARTIAL-SHIP-FIELDS.
           05  WPS-ITEM-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WPS-ITEM-FOUND                  VALUE 'Y'.
           05  WPS-END-OF-ITEMS-SW     PIC X(01)   VALUE 'N'.
               88  WPS-END-OF-ITEMS                VALUE 'Y'.
           05  WPS-ALL-FILLED-SW       PIC X(01)   VALUE 'Y'.
               88  WPS-ALL-FILLED                  VALUE 'Y'.
           05  WPS-QTY-OVER-SW         PIC X(01)   VALUE 'N'.
               88  WPS-QTY-OVER                    VALUE 'Y'.
           05  WPS-ONE-LINE-SW         PIC X(01)   VALUE 'N'.
               88  WPS-ONE-LINE                    VALUE 'Y'.
           05  WPS-BILLED-VALUE        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-LINE-AMOUNT         PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-INVOICE-GOODS       PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-INVOICE-SURCHARGE   PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-UNBILLED-VALUE      PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-UNSHIPPED-QTY       PIC S9(07)  COMP-3  VALUE +0.
           05  WPS-UNSHIPPED-VALUE     PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WPS-PARTIAL-SHIPS       PIC S9(05)  COMP-3  VALUE +0.

       01  WS-DROP-SHIP-RECORD.
           05  DSO-SUPPLIER-ID         PIC X(32).
           05  DSO-ORDER-NUMBER        PIC 9(10).
           05  DSO-ITEM-SEQ            PIC 9(04).
           05  DSO-ITEM-NUMBER         PIC 9(08).
           05  DSO-QUANTITY            PIC 9(05).
           05  DSO-CUSTOMER-ID         PIC X(32).
           05  DSO-ORDER-DATE          PIC 9(08).
           05  DSO-PRIORITY            PIC X(01).
           05  DSO-USERID              PIC X(08).
           05  FILLER                  PIC X(12).

      *****************************************************************
      *    EDI ORDER RESULT (EDIRSLT) -- ONE RECORD PER EDI A= ADD    *
      *    THAT GOT PAST THE EDITS: A ADDED (WITH THE ASSIGNED ORDER  *
      *    NUMBER), B BACKORDERED, S HELD ON SUSPENSE.  AN EDI ADD    *
      *    THE EDITS REJECT IS ON PARMRCYC INSTEAD.  EDIORDAK READS   *
      *    BOTH TO ACKNOWLEDGE EACH CUSTOMER PO, THEN EMPTIES THIS    *
      *    FILE                                                       *
      *****************************************************************

       01  WS-EDI-RESULT-RECORD.
           05  ERS-BUSINESS-DATE       PIC 9(08).
           05  ERS-SOURCE-REF          PIC X(05).
           05  ERS-RESULT              PIC X(01).
               88  ERS-ADDED                       VALUE 'A'.
               88  ERS-BACKORDERED                 VALUE 'B'.
               88  ERS-SUSPENDED                   VALUE 'S'.
           05  ERS-ORDER-NUMBER        PIC 9(10).
           05  ERS-CUSTOMER-ID         PIC X(32).
           05  FILLER                  PIC X(24).

       01  WS-DROP-SHIP-FIELDS.
           05  WDS-DROP-SHIP-SW        PIC X(01)   VALUE 'N'.
               88  WDS-DROP-SHIP                   VALUE 'Y'.
           05  WDS-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WDS-END-OF-FILE                 VALUE 'Y'.
           05  WDS-ITEM-NUMBER         PIC 9(08)   VALUE ZEROES.
           05  WDS-SUPPLIER-ID         PIC X(32)   VALUE SPACES.
           05  WDS-LINES-ROUTED        PIC S9(05)  COMP-3  VALUE +0.
           05  WDS-SHIPS-READ          PIC S9(05)  COMP-3  VALUE +0.

       01  SHIPMIS-HDR1.
           05  FILLER      PIC X(2)      VALUE SPACES.
           05  FILLER      PIC X(10)     VALUE 'RUN DATE  '.
           05  SMH-RUN-MONTH
                           PIC Z9.
           05  FILLER      PIC X         VALUE '/'.
           05  SMH-RUN-DAY PIC 99.
           05  FILLER      PIC X         VALUE '/'.
           05  SMH-RUN-YEAR
                           PIC 99.
           05  FILLER      PIC X(8)      VALUE SPACES.
           05  FILLER      PIC X(33)     VALUE
                              'SHIP CONFIRMATION MISMATCH REPORT'.
       01  SHIPMIS-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SMD-ORDER-NUMBER   PIC X(10).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SMD-SHIP-DATE      PIC 9(8).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  SMD-REASON         PIC X(76).
       01  SHIPMIS-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(8)      VALUE 'INVOICE '.
           05  INV-INVOICE-NUMBER PIC 9(10).
           05  INV-INVOICE-SUFFIX PIC X(03).
           05  FILLER             PIC X(14)     VALUE
                                     '  INVOICE DATE'.
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  INV-ITEM-QUANTITY  PIC ZZZZ9.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  INV-EXTENDED-PRICE PIC ZZZZZZZZZ9.99-.
       01  INVOICE-SURCHARGE-DTL.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(21)     VALUE
                                     'EXPEDITED SHIPPING'.
           05  INV-SURCHARGE      PIC ZZZZZZZZZ9.99-.
       01  INVOICE-TAX-DTL.
           05  FILLER             PIC X(4)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'SALES TAX '.
           05  INV-TAX-STATE      PIC X(02).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  INV-TAX-COUNTY     PIC X(03).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  INV-TAX-AMOUNT     PIC ZZZZZZZZZ9.99-.
           05  FILLER             PIC X(4)      VALUE '  @ '.
           05  INV-TAX-RATE       PIC Z9.9999.
           05  FILLER             PIC X(1)      VALUE '%'.
           05  INV-TAX-NOTE       PIC X(20)     VALUE SPACES.
       01  INVOICE-TOTAL-DTL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(15)     VALUE 'INVOICE TOTAL: '.
           05  INV-ORDER-TOTAL    PIC ZZZZZZZZZ9.99-.

      *****************************************************************
      *    RETURNS / CREDIT MEMOS (N= PARAMETER RECORD, SCENARIO 5)  *
      *    -- EACH RETURNED ORDER LINE IS HELD ON PENDCRM.  THE      *
      *    INVOICE PASS PRINTS ONE CREDIT MEMO PER ORDER FROM THE    *
      *    CONSECUTIVE PENDING ENTRIES, ON INVPRINT, WITH ITS        *
      *    NEGATIVE REGISTER RECORD ON INVREG.  THE SALES AREA AND   *
      *    EMPLOYEE REGION ARE SAVED AROUND THE RETURN'S COMMISSION  *
      *    POSTING SO THE COMPENSATION PASS NEVER SEES THEM CHANGED  *
      *****************************************************************

       01  WS-RETURN-FIELDS.
           05  WRT-RETURNS-PROCESSED   PIC S9(05)  COMP-3  VALUE +0.
           05  WRT-MEMOS-WRITTEN       PIC S9(05)  COMP-3  VALUE +0.
           05  WRT-ITEM-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WRT-ITEM-FOUND                  VALUE 'Y'.
           05  WRT-END-OF-ITEMS-SW     PIC X(01)   VALUE 'N'.
               88  WRT-END-OF-ITEMS                VALUE 'Y'.
           05  WRT-END-OF-MEMOS-SW     PIC X(01)   VALUE 'N'.
               88  WRT-END-OF-MEMOS                VALUE 'Y'.
           05  WRT-MEMO-OPEN-SW        PIC X(01)   VALUE 'N'.
               88  WRT-MEMO-OPEN                   VALUE 'Y'.
           05  WRT-RETURNABLE-QTY      PIC S9(05)  COMP-3  VALUE +0.
           05  WRT-CREDIT-AMOUNT       PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WRT-PRIOR-CREDIT        PIC S9(11)V99
                                                   COMP-3  VALUE +0.
           05  WRT-NEXT-SEQ            PIC 9(05)   VALUE ZEROES.
           05  WRT-ITEM-NUMBER         PIC 9(08)   VALUE ZEROES.
           05  WRT-SCM-ITEM            PIC 9(06)   VALUE ZEROES.
           05  WRT-SAVE-SALES-COMMISSION
                                       PIC X(60)   VALUE SPACES.
           05  WRT-SAVE-EMP-REGION     PIC 9(01)   VALUE ZEROES.
           05  WRT-MEMO-ORDER          PIC 9(10)   VALUE ZEROES.
           05  WRT-MEMO-NUMBER         PIC 9(05)   VALUE ZEROES.
           05  WRT-MEMO-CUSTOMER       PIC X(32)   VALUE SPACES.
           05  WRT-MEMO-LINES          PIC S9(05)  COMP-3  VALUE +0.
           05  WRT-MEMO-TOTAL          PIC S9(11)V99
                                                   COMP-3  VALUE +0.

       01  CRMEMO-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(12)     VALUE 'CREDIT MEMO '.
           05  CMH-MEMO-NUMBER    PIC 9(05).
           05  FILLER             PIC X(13)     VALUE
                                     '  ON INVOICE '.
           05  CMH-INVOICE-NUMBER PIC 9(10).
           05  FILLER             PIC X(7)      VALUE '  DATE '.
           05  CMH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  CMH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  CMH-RUN-YEAR       PIC 99.
       01  CRMEMO-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(11)     VALUE 'CREDIT TO: '.
           05  CMH-CUSTOMER-NAME  PIC X(30).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  CMH-CUSTOMER-ID    PIC X(32).
       01  CRMEMO-TOTAL-DTL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(15)     VALUE 'CREDIT TOTAL:  '.
           05  CMT-CREDIT-TOTAL   PIC ZZZZZZZZZ9.99-.

      *****************************************************************
      *    MONTH-END CUSTOMER STATEMENTS (CUSTSTMT, DATECARD MODE M) *
      *    -- ONE ORDER DB PASS ACCUMULATES EACH CUSTOMER'S ORDER    *
           05  IRG-ITEM-COUNT          PIC 9(05)   VALUE ZEROES.
           05  IRG-INVOICE-AMOUNT      PIC S9(11)V99
                                                   VALUE ZEROES.
      *    I = INVOICE, C = CREDIT MEMO (NEGATIVE AMOUNT, AGAINST THE
      *    INVOICE NUMBER ABOVE, MEMO NUMBER = FIRST PENDCRM SEQUENCE)
           05  IRG-DOCUMENT-TYPE       PIC X(01)   VALUE 'I'.
               88  IRG-INVOICE                     VALUE 'I'.
               88  IRG-CREDIT-MEMO                 VALUE 'C'.
           05  IRG-MEMO-NUMBER         PIC 9(05)   VALUE ZEROES.
      *    SALES TAX INCLUDED IN IRG-INVOICE-AMOUNT, AND THE SHIP-TO
      *    JURISDICTION IT WAS CHARGED FOR
           05  IRG-TAX-AMOUNT          PIC S9(09)V99
                                                   VALUE ZEROES.
           05  IRG-TAX-STATE           PIC X(02)   VALUE SPACES.
           05  IRG-TAX-COUNTY          PIC X(03)   VALUE SPACES.
      *    INVOICE NUMBER SUFFIX -- 00 ON THE ORDER'S FIRST INVOICE,
      *    THEN ONE MORE FOR EACH LATER PARTIAL SHIPMENT BILLED
           05  IRG-INVOICE-SUFFIX      PIC 9(02)   VALUE ZEROES.
           05  FILLER                  PIC X(08)   VALUE SPACES.


      *****************************************************************
               88  WPR-SHIP-ORDER      VALUE 'H'.
               88  WPR-ORDER-ITEM-CONT VALUE 'I'.
               88  WPR-CLOSE-ORDER     VALUE 'K'.
               88  WPR-ITEM-MAINT      VALUE 'J'.
               88  WPR-CUSTOMER-MAINT  VALUE 'M'.
               88  WPR-RETURN-ORDER    VALUE 'N'.
               88  WPR-OT-THRESHOLD    VALUE 'O'.
               88  WPR-PAY-VARIANCE    VALUE 'P'.
               88  WPR-APPROVAL-DECISION
                                       VALUE 'Q'.
               88  WPR-SUSPENSE-DECISION
               10  WPR-ORDER-QUANTITY-R
                                       REDEFINES WPR-ORDER-QUANTITY
                                       PIC 9(05).
               10  WPR-ORDER-EXPEDITE  PIC X(01).
                   88  WPR-ORDER-EXPEDITED         VALUE 'Y'.
                   88  WPR-ORDER-EXPEDITE-VALID    VALUES 'Y' 'N' ' '.
      *    EDIORDIN PO REFERENCE ON AN EDI ORDER (SOURCE E)
               10  WPR-ORDER-SOURCE-REF
                                       PIC X(05).
      *    S WHEN THE STORDGEN STANDING ORDER STEP WROTE THE CARD,
      *    E WHEN THE EDIORDIN INBOUND ORDER STEP DID
               10  WPR-ORDER-SOURCE    PIC X(01).
                   88  WPR-ORDER-STANDING          VALUE 'S'.
                   88  WPR-ORDER-EDI               VALUE 'E'.
                   88  WPR-ORDER-SYSTEM-SOURCE     VALUES 'S' 'E'.
      *    H= SHIP -- ITEM SEQ AND QUANTITY SHIPPED FOR ONE LINE, OR
      *    BOTH BLANK TO SHIP EVERYTHING STILL UNSHIPPED ON THE ORDER
           05  WPR-RECORD-DATA-SHIP    REDEFINES WPR-RECORD-DATA.
               10  FILLER              PIC X(10).
               10  FILLER              PIC X(01).
               10  WPR-SHIP-ITEM-SEQ   PIC X(04).
               10  WPR-SHIP-ITEM-SEQ-R REDEFINES WPR-SHIP-ITEM-SEQ
                                       PIC 9(04).
               10  FILLER              PIC X(01).
               10  WPR-SHIP-QUANTITY   PIC X(05).
               10  WPR-SHIP-QUANTITY-R REDEFINES WPR-SHIP-QUANTITY
                                       PIC 9(05).
               10  FILLER              PIC X(57).
           05  WPR-RECORD-DATA-ITEM    REDEFINES WPR-RECORD-DATA.
               10  WPR-ITEM-CONT-NUMBER
                                       PIC X(08).
               10  WPR-ITEM-CONT-PRICE-R
                                       REDEFINES WPR-ITEM-CONT-PRICE
                                       PIC 9(11)V99.
               10  WPR-ITEM-OVRD-PRICE PIC X(13).
               10  WPR-ITEM-OVRD-PRICE-R
                                       REDEFINES WPR-ITEM-OVRD-PRICE
                                       PIC 9(11)V99.
               10  WPR-ITEM-OVRD-REASON
                                       PIC X(02).
               10  FILLER              PIC X(27).
               10  WPR-ITEM-CONT-SOURCE-REF
                                       PIC X(05).
               10  WPR-ITEM-CONT-SOURCE
                                       PIC X(01).
                   88  WPR-ITEM-CONT-STANDING      VALUE 'S'.
                   88  WPR-ITEM-CONT-EDI           VALUE 'E'.
                   88  WPR-ITEM-CONT-SYSTEM-SOURCE VALUES 'S' 'E'.
           05  WPR-RECORD-DATA-TRANSFER
                                       REDEFINES WPR-RECORD-DATA.
               10  WPR-XFER-EMP-NUM    PIC X(05).
               10  WPR-OT-THRESHOLD-VALUE-R
                                       REDEFINES WPR-OT-THRESHOLD-VALUE
                                       PIC 9(6)V99.
               10  FILLER              PIC X(01).
               10  WPR-OT-DAILY-HOURS  PIC X(04).
                   88  WPR-OT-NO-DAILY-RULE
                                       VALUE SPACES.
               10  WPR-OT-DAILY-HOURS-R
                                       REDEFINES WPR-OT-DAILY-HOURS
                                       PIC 9(2)V99.
               10  FILLER              PIC X(63).
           05  WPR-RECORD-DATA-VARIANCE
                                       REDEFINES WPR-RECORD-DATA.
               10  WPR-VAR-ACTION      PIC X(01).
                   88  WPR-VAR-TOLERANCE
                                       VALUE 'T'.
                   88  WPR-VAR-RELEASE VALUE 'R'.
               10  FILLER              PIC X(01).
               10  WPR-VAR-PERCENT     PIC X(05).
               10  WPR-VAR-PERCENT-R   REDEFINES WPR-VAR-PERCENT
                                       PIC 9(3)V99.
               10  FILLER              PIC X(01).
               10  WPR-VAR-AMOUNT      PIC X(08).
               10  WPR-VAR-AMOUNT-R    REDEFINES WPR-VAR-AMOUNT
                                       PIC 9(6)V99.
               10  FILLER              PIC X(62).
           05  WPR-RECORD-DATA-EMPMAINT
                                       REDEFINES WPR-RECORD-DATA.
               10  WPR-EMP-ACTION      PIC X(01).
               10  WPR-EMP-NUM         PIC X(05).
               10  WPR-EMP-TYPE        PIC X(01).
               10  WPR-EMP-REGION      PIC X(01).
               10  WPR-EMP-NAME-STREET.
                   15  WPR-EMP-NAME    PIC X(15).
                   15  WPR-EMP-STREET  PIC X(15).
      *    A B= BANK ACCOUNT CHANGE CARRIES THE ROUTING NUMBER (12-20)
      *    AND ACCOUNT (21-37) IN THE NAME / STREET POSITIONS -- THE
      *    ACTIONS NEVER TRAVEL TOGETHER.  A NEW HIRE'S ACCOUNT IS A
      *    B= KEYED WITH THE H= IN THE SAME RUN
               10  WPR-EMP-BANK-AREA   REDEFINES WPR-EMP-NAME-STREET.
                   15  WPR-EMP-BANK-ROUTING
                                       PIC X(09).
                   15  WPR-EMP-BANK-ROUTING-R
                                       REDEFINES WPR-EMP-BANK-ROUTING
                                       PIC 9(09).
                   15  WPR-EMP-BANK-ACCOUNT
                                       PIC X(17).
                   15  FILLER          PIC X(04).
      *    AN R= RATE / SALARY CHANGE MAY CARRY THE DATE IT TAKES
      *    EFFECT (12-19, CCYYMMDD) IN THE NAME POSITIONS.  BLANK
      *    MEANS FROM THE FIRST RUN AFTER THE SWAP, AS ALWAYS; A DATE
      *    ON OR BEFORE THE BUSINESS DATE PAYS THE DIFFERENCE BACK
      *    TO IT AS RETRO PAY IN THIS RUN
               10  WPR-EMP-RATE-AREA   REDEFINES WPR-EMP-NAME-STREET.
                   15  WPR-EMP-EFF-DATE
                                       PIC X(08).
                   15  WPR-EMP-EFF-DATE-R
                                       REDEFINES WPR-EMP-EFF-DATE
                                       PIC 9(08).
                   15  FILLER          PIC X(22).
               10  WPR-EMP-CITY        PIC X(08).
               10  WPR-EMP-STATE       PIC X(02).
               10  WPR-EMP-ZIP         PIC X(09).
                                       REDEFINES WPR-RECORD-DATA.
               10  WPR-CUST-ACTION     PIC X(01).
                   88  WPR-CUST-ADD    VALUE 'A'.
                   88  WPR-CUST-SET-JURIS
                                       VALUE 'J'.
                   88  WPR-CUST-SET-LIMIT
                                       VALUE 'L'.
                   88  WPR-CUST-RENAME VALUE 'N'.
               10  FILLER              PIC X(01).
               10  WPR-CUST-ID         PIC X(32).
               10  WPR-CUST-NAME       PIC X(30).
      *    A J= SHIP-TO JURISDICTION CHANGE CARRIES THE STATE, COUNTY
      *    AND TAX EXEMPT FLAG IN THE NAME FIELD POSITIONS
               10  WPR-CUST-JURIS-AREA REDEFINES WPR-CUST-NAME.
                   15  WPR-CUST-STATE  PIC X(02).
                   15  WPR-CUST-COUNTY PIC X(03).
                   15  WPR-CUST-EXEMPT PIC X(01).
                       88  WPR-CUST-EXEMPT-VALID
                                       VALUES 'Y' 'N'.
                   15  FILLER          PIC X(24).
               10  WPR-CUST-NEW-STATUS PIC X(01).
               10  WPR-CUST-CREDIT-LIMIT
                                       PIC X(09).
                                       REDEFINES WPR-CUST-CREDIT-LIMIT
                                       PIC 9(7)V99.
               10  FILLER              PIC X(04).
      *    N= RETURN -- ONE RECORD PER RETURNED ORDITEM LINE.  THE
      *    ORDER NUMBER SITS WHERE WPR-ORDER-NUMBER DOES, SO THE
      *    AUDIT AND EVENT PARAGRAPHS PICK IT UP UNCHANGED
           05  WPR-RECORD-DATA-RETURN  REDEFINES WPR-RECORD-DATA.
               10  WPR-RTN-ORDER-NUMBER
                                       PIC X(10).
               10  FILLER              PIC X(01).
               10  WPR-RTN-ITEM-SEQ    PIC X(04).
               10  WPR-RTN-ITEM-SEQ-R  REDEFINES WPR-RTN-ITEM-SEQ
                                       PIC 9(04).
               10  FILLER              PIC X(01).
               10  WPR-RTN-QUANTITY    PIC X(05).
               10  WPR-RTN-QUANTITY-R  REDEFINES WPR-RTN-QUANTITY
                                       PIC 9(05).
               10  FILLER              PIC X(01).
               10  WPR-RTN-SALES-ID    PIC X(08).
               10  FILLER              PIC X(01).
               10  WPR-RTN-REASON      PIC X(02).
               10  FILLER              PIC X(45).
      *    J= ITEM MAINTENANCE -- AN ADD CARRIES CATEGORY, SUB-
      *    CATEGORY, UNIT PRICE AND NAME; A SUPPLIER LINK OR UNLINK
      *    CARRIES THE SUPPLIER ID IN THE SAME POSITIONS
           05  WPR-RECORD-DATA-ITEMMAINT
                                       REDEFINES WPR-RECORD-DATA.
               10  WPR-ITM-ACTION      PIC X(01).
                   88  WPR-ITM-ADD     VALUE 'A'.
                   88  WPR-ITM-DISCONTINUE
                                       VALUE 'D'.
                   88  WPR-ITM-LINK    VALUE 'L'.
                   88  WPR-ITM-UNLINK  VALUE 'X'.
                   88  WPR-ITM-SUPPLIER-ACTION
                                       VALUES 'L' 'X'.
               10  FILLER              PIC X(01).
               10  WPR-ITM-NUMBER      PIC X(08).
               10  WPR-ITM-NUMBER-R    REDEFINES WPR-ITM-NUMBER
                                       PIC 9(08).
               10  WPR-ITM-ADD-DATA.
                   15  WPR-ITM-CATEGORY
                                       PIC X(14).
                   15  WPR-ITM-SUB-CATEGORY
                                       PIC X(14).
                   15  WPR-ITM-PRICE   PIC X(09).
                   15  WPR-ITM-PRICE-R REDEFINES WPR-ITM-PRICE
                                       PIC 9(7)V99.
                   15  WPR-ITM-NAME    PIC X(28).
                   15  FILLER          PIC X(03).
               10  WPR-ITM-LINK-DATA   REDEFINES WPR-ITM-ADD-DATA.
                   15  WPR-ITM-SUPPLIER-ID
                                       PIC X(32).
                   15  FILLER          PIC X(36).


      *****************************************************************
      *    CARRYING THE PAYMENT COUNT AND THE AMOUNT HASH TOTAL SO   *
      *    THE BANK CAN VERIFY THE FILE ARRIVED WHOLE.  THE          *
      *    PAYREGRP REGISTER LISTS EVERY PAYMENT AND EVERY EMPLOYEE  *
      *    BYPASSED FOR WANT OF AN ACCOUNT.  THE OFF-CYCLE RUN ALSO  *
      *    WRITES V RECORDS -- THE REVERSAL OF AN EARLIER DEPOSIT,   *
      *    DATED WITH THE ORIGINAL PAY DATE -- COUNTED AND TOTALLED  *
      *    SEPARATELY ON THE TRAILER.  A NEW OR CHANGED ACCOUNT GOES *
      *    OUT FIRST AS A ZERO-DOLLAR N (PRENOTE) RECORD, COUNTED ON *
      *    THE TRAILER; AN ACCOUNT CARRIED FROM BEFORE ROUTING       *
      *    NUMBERS WERE KEPT HAS A BLANK ROUTING NUMBER              *
      *****************************************************************

       01  WS-PAYMENT-DETAIL.
           05  PAY-RECORD-TYPE         PIC X(01)   VALUE 'P'.
           05  PAY-EMP-NUM             PIC 9(05)   VALUE ZEROES.
           05  PAY-BANK-ROUTING        PIC X(09)   VALUE SPACES.
           05  PAY-BANK-ACCOUNT        PIC X(17)   VALUE SPACES.
           05  PAY-AMOUNT              PIC 9(5)V99 VALUE ZEROES.
           05  PAY-DATE                PIC 9(08)   VALUE ZEROES.
           05  FILLER                  PIC X(33)   VALUE SPACES.

       01  WS-PAYMENT-TRAILER.
           05  PYT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
           05  PYT-PAYMENT-COUNT       PIC 9(05)   VALUE ZEROES.
           05  PYT-HASH-TOTAL          PIC 9(9)V99 VALUE ZEROES.
           05  PYT-VOID-COUNT          PIC 9(05)   VALUE ZEROES.
           05  PYT-VOID-TOTAL          PIC 9(9)V99 VALUE ZEROES.
           05  PYT-PRENOTE-COUNT       PIC 9(05)   VALUE ZEROES.
           05  FILLER                  PIC X(42)   VALUE SPACES.

       01  WS-PAYMENT-FIELDS.
           05  WPY-PAYMENT-COUNT       PIC S9(05)  COMP-3  VALUE +0.
           05  WPY-HASH-TOTAL          PIC 9(9)V99 COMP-3  VALUE 0.
           05  WPY-NO-ACCOUNT-COUNT    PIC S9(05)  COMP-3  VALUE +0.
           05  WPY-VOID-COUNT          PIC S9(05)  COMP-3  VALUE +0.
           05  WPY-VOID-TOTAL          PIC 9(9)V99 COMP-3  VALUE 0.
           05  WPY-COMM-TOTAL          PIC 9(5)V99 COMP-3  VALUE 0.
           05  WPY-HISTORY-IMAGE       PIC X(144)  VALUE SPACES.
           05  WPY-PRENOTE-COUNT       PIC S9(05)  COMP-3  VALUE +0.
           05  WPY-PAPER-CHECK-COUNT   PIC S9(05)  COMP-3  VALUE +0.
           05  WPY-PAPER-CHECK-TOTAL   PIC 9(9)V99 COMP-3  VALUE 0.

      *****************************************************************
      *    DIRECT DEPOSIT ACCOUNT OF THE EMPLOYEE IN THE WORK AREAS,  *
      *    AS P00908 RESOLVES IT, AND THE B= ROUTING NUMBER EDIT.     *
      *    A NEW OR CHANGED ACCOUNT IS PAID BY CHECK FOR THE PRENOTE  *
      *    WAIT -- CALENDAR DAYS FROM THE PRENOTE, ENOUGH FOR THE     *
      *    BANK'S RETURN OR CORRECTION NOTICE TO COME BACK            *
      *****************************************************************

       01  WS-DEPOSIT-FIELDS.
           05  WDP-PRENOTE-WAIT-DAYS   PIC S9(03)  COMP-3  VALUE +10.
           05  WDP-PAY-METHOD          PIC X(01)   VALUE SPACES.
               88  WDP-DEPOSIT                     VALUE 'D'.
               88  WDP-PAPER-CHECK                 VALUE 'C'.
               88  WDP-NO-ACCOUNT                  VALUE ' '.
           05  WDP-BANK-ROUTING        PIC X(09)   VALUE SPACES.
           05  WDP-BANK-ACCOUNT        PIC X(17)   VALUE SPACES.
           05  WDP-DAYS-SINCE          PIC S9(07)  COMP-3  VALUE +0.
           05  WDP-ROUTING-CHECK       PIC X(09)   VALUE SPACES.
           05  WDP-ROUTING-DIGITS      REDEFINES WDP-ROUTING-CHECK.
               10  WDP-ROUTING-DIGIT   PIC 9(01)   OCCURS 9 TIMES.
           05  WDP-CHECK-SUM           PIC S9(05)  COMP-3  VALUE +0.
           05  WDP-CHECK-QUOTIENT      PIC S9(05)  COMP-3  VALUE +0.
           05  WDP-CHECK-REMAINDER     PIC S9(03)  COMP-3  VALUE +0.
           05  WDP-BANK-REASON         PIC X(50)   VALUE SPACES.

       01  WS-PRENOTE-TABLE.
           05  WPN-MAX                 PIC S9(03)  COMP-3  VALUE +200.
           05  WPN-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WPN-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WPN-GRP                 OCCURS 200 TIMES.
               10  WPN-EMP-NUM         PIC 9(05).
               10  WPN-EMP-NAME        PIC X(15).
               10  WPN-BANK-ROUTING    PIC X(09).
               10  WPN-BANK-ACCOUNT    PIC X(17).

       01  PAYREG-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PRD-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PRD-BANK-ACCOUNT   PIC X(17).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PRD-AMOUNT         PIC ZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PRT-HASH           PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(15)     VALUE '  NO ACCOUNT: '.
           05  PRT-NO-ACCOUNT     PIC ZZZZ9.
       01  PAYREG-PRENOTE-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'PRENOTES: '.
           05  PRT-PRENOTE-COUNT  PIC ZZZZ9.
           05  FILLER             PIC X(31)     VALUE
                   '  PAPER CHECKS (PRENOTE WAIT): '.
           05  PRT-PAPER-COUNT    PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PRT-PAPER-TOTAL    PIC ZZZZZZZZ9.99.

      *****************************************************************
      *    EMPLOYEE PAY ADVICE (PAYADVC) -- ONE ADVICE PER EMPLOYEE   *
      *    PAID BY THE COMPENSATION PASS, IN REGION ORDER, STARTING   *
      *    ON A LINE OF ASTERISKS LIKE THE COMMISSION STATEMENT.      *
      *    EARNINGS SHOW THIS PAY AND YEAR TO DATE -- THE YTD COMES   *
      *    FROM COMPMSTR, WHICH ALREADY CARRIES THIS PAY.  THE        *
      *    DEPOSIT ACCOUNT PRINTS MASKED TO ITS LAST FOUR CHARACTERS  *
      *****************************************************************

       01  WS-PAY-ADVICE-FIELDS.
           05  WAV-BONUS               PIC S9(5)V99 COMP-3 VALUE +0.
           05  WAV-YTD-GROSS           PIC S9(7)V99 COMP-3 VALUE +0.
           05  WAV-ACCT-SUB            PIC S9(03)  COMP-3  VALUE +0.
           05  WAV-MASKED-ACCOUNT      PIC X(08)   VALUE SPACES.
           05  WAV-LEAVE-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WAV-LEAVE-FOUND                 VALUE 'Y'.

       01  PAYADV-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'PAY ADVICE'.
           05  FILLER             PIC X(22)     VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'PAY DATE  '.
           05  PAH-PAY-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  PAH-PAY-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  PAH-PAY-YEAR       PIC 99.
       01  PAYADV-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'EMPLOYEE: '.
           05  PAH-EMP-NUM        PIC 9(5).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAH-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(10)     VALUE '  REGION: '.
           05  PAH-REGION         PIC X(5).
           05  FILLER             PIC X(8)      VALUE '  TYPE: '.
           05  PAH-TYPE           PIC X.
       01  PAYADV-COLUMNS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE 'EARNINGS'.
           05  FILLER             PIC X(8)      VALUE '   HOURS'.
           05  FILLER             PIC X(12)     VALUE '    THIS PAY'.
           05  FILLER             PIC X(15)     VALUE
                                     '   YEAR TO DATE'.
       01  PAYADV-EARN-LINE.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAE-DESC           PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAE-HOURS          PIC ZZ9.99    BLANK WHEN ZERO.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAE-CURRENT        PIC ZZ,ZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAE-YTD            PIC Z,ZZZ,ZZ9.99-.
           05  PAE-YTD-X          REDEFINES PAE-YTD
                                  PIC X(13).
       01  PAYADV-DED-HDR.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE 'DEDUCTIONS'.
           05  FILLER             PIC X(20)     VALUE
                                     '            THIS PAY'.
       01  PAYADV-AMOUNT-LINE.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAA-DESC           PIC X(20).
           05  FILLER             PIC X(10)     VALUE SPACES.
           05  PAA-AMOUNT         PIC ZZ,ZZ9.99-.
       01  PAYADV-PAY-LINE.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAP-TEXT           PIC X(40).
           05  PAP-ACCOUNT        PIC X(08).
       01  PAYADV-LEAVE-HDR.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(20)     VALUE
                                     'LEAVE HOURS - YTD'.
           05  FILLER             PIC X(9)      VALUE '  ACCRUED'.
           05  FILLER             PIC X(9)      VALUE '    TAKEN'.
           05  FILLER             PIC X(10)     VALUE '   BALANCE'.
       01  PAYADV-LEAVE-LINE.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAL-DESC           PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAL-ACCRUED        PIC ZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAL-TAKEN          PIC ZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  PAL-BALANCE        PIC ZZZ9.99-.

      *****************************************************************
      *    PAID TIME OFF -- PTOACCR IS THE MAINTAINED ACCRUAL TABLE,  *
      *    ONE LINE PER TENURE TIER (WHOLE YEARS OF SERVICE FROM THE  *
      *    HIRE DATE), LOADED AT INITIALIZATION:                      *
      *      POS  1- 2  TENURE FROM (YEARS)                           *
      *      POS  4- 5  TENURE TO (YEARS, 99 = AND OVER)              *
      *      POS  7-10  VACATION HOURS ACCRUED PER PAY  99V99         *
      *      POS 12-15  SICK HOURS ACCRUED PER PAY      99V99         *
      *      POS 17-19  VACATION MAXIMUM CARRYOVER      999           *
      *      POS 21-23  SICK MAXIMUM CARRYOVER          999           *
      *    THE FIRST TIER COVERING THE EMPLOYEE'S TENURE APPLIES.  A  *
      *    MISSING OR EMPTY FILE LOADS THE COMPILED TIERS BELOW       *
      *****************************************************************

       01  WS-PTO-ACCRUAL-RECORD.
           05  PAR-YEARS-FROM          PIC X(02).
           05  PAR-YEARS-FROM-R        REDEFINES PAR-YEARS-FROM
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PAR-YEARS-TO            PIC X(02).
           05  PAR-YEARS-TO-R          REDEFINES PAR-YEARS-TO
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PAR-VAC-HOURS           PIC X(04).
           05  PAR-VAC-HOURS-R         REDEFINES PAR-VAC-HOURS
                                       PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  PAR-SICK-HOURS          PIC X(04).
           05  PAR-SICK-HOURS-R        REDEFINES PAR-SICK-HOURS
                                       PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  PAR-VAC-MAX-CARRY       PIC X(03).
           05  PAR-VAC-MAX-CARRY-R     REDEFINES PAR-VAC-MAX-CARRY
                                       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PAR-SICK-MAX-CARRY      PIC X(03).
           05  PAR-SICK-MAX-CARRY-R    REDEFINES PAR-SICK-MAX-CARRY
                                       PIC 9(03).
           05  FILLER                  PIC X(57).

       01  WS-PTO-ACCRUAL-TABLE.
           05  WPA-MAX                 PIC S9(03)  COMP-3  VALUE +20.
           05  WPA-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WPA-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WPA-GRP                 OCCURS 20 TIMES.
               10  WPA-YEARS-FROM      PIC 9(02).
               10  WPA-YEARS-TO        PIC 9(02).
               10  WPA-VAC-HOURS       PIC 9(02)V99.
               10  WPA-SICK-HOURS      PIC 9(02)V99.
               10  WPA-VAC-MAX-CARRY   PIC 9(03).
               10  WPA-SICK-MAX-CARRY  PIC 9(03).

      *****************************************************************
      *    LEAVE TRANSACTIONS (LEAVETRN) -- LEAVE KEYED BY PAYROLL    *
      *    RATHER THAN CLOCKED ON A TIME CARD, THE ONLY WAY A SALES   *
      *    OR MANAGEMENT EMPLOYEE TAKES LEAVE.  AN HOURLY EMPLOYEE'S  *
      *    LEAVE HOURS ARE PAID AT THE STRAIGHT RATE; A SALARIED      *
      *    EMPLOYEE'S SALARY IS UNCHANGED AND ONLY THE BALANCE MOVES. *
      *      POS  1- 5  EMPLOYEE                                      *
      *      POS  7     LEAVE TYPE (V = VACATION, S = SICK)           *
      *      POS  9-16  FIRST DAY OF LEAVE CCYYMMDD                   *
      *      POS 18-22  HOURS 999V99                                  *
      *****************************************************************

       01  WS-LEAVE-TRANS-RECORD.
           05  LTR-EMP-NUM             PIC X(05).
           05  LTR-EMP-NUM-R           REDEFINES LTR-EMP-NUM
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  LTR-LEAVE-TYPE          PIC X(01).
               88  LTR-VALID-LEAVE-TYPE            VALUES 'V' 'S'.
           05  FILLER                  PIC X(01).
           05  LTR-LEAVE-DATE          PIC X(08).
           05  LTR-LEAVE-DATE-R        REDEFINES LTR-LEAVE-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LTR-HOURS               PIC X(05).
           05  LTR-HOURS-R             REDEFINES LTR-HOURS
                                       PIC 9(03)V99.
           05  FILLER                  PIC X(58).

       01  WS-LEAVE-TRANS-TABLE.
           05  WLT-MAX                 PIC S9(05)  COMP-3  VALUE +500.
           05  WLT-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WLT-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WLT-GRP                 OCCURS 500 TIMES.
               10  WLT-EMP-NUM         PIC 9(05).
               10  WLT-LEAVE-TYPE      PIC X(01).
               10  WLT-LEAVE-DATE      PIC 9(08).
               10  WLT-HOURS           PIC 9(03)V99.
               10  WLT-STATUS          PIC X(01).
                   88  WLT-PENDING                 VALUE 'A'.
                   88  WLT-TAKEN                   VALUE 'P'.
                   88  WLT-REFUSED                 VALUE 'R'.

       01  WS-LEAVE-FIELDS.
           05  WLV-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WLV-END-OF-FILE                 VALUE 'Y'.
           05  WLV-RECORD-NEW-SW       PIC X(01)   VALUE 'N'.
               88  LEAVEMST-RECORD-NEW             VALUE 'Y'.
           05  WLV-RERUN-SW            PIC X(01)   VALUE 'N'.
               88  WLV-RERUN                       VALUE 'Y'.
           05  WLV-TERMINATED-SW       PIC X(01)   VALUE 'N'.
               88  WLV-TERMINATED-THIS-RUN         VALUE 'Y'.
           05  WLV-ACCEPTED-SW         PIC X(01)   VALUE 'N'.
               88  WLV-ACCEPTED                    VALUE 'Y'.
           05  WLV-TENURE-YEARS        PIC S9(03)  COMP-3  VALUE +0.
           05  WLV-BUS-MMDD            PIC 9(04)   VALUE ZEROES.
           05  WLV-HIRE-MMDD           PIC 9(04)   VALUE ZEROES.
           05  WLV-REQ-TYPE            PIC X(01)   VALUE SPACES.
               88  WLV-REQ-VACATION                VALUE 'V'.
               88  WLV-REQ-SICK                    VALUE 'S'.
           05  WLV-REQ-HOURS           PIC S9(3)V99
                                                   COMP-3  VALUE +0.
           05  WLV-REQ-DATE            PIC 9(08)   VALUE ZEROES.
           05  WLV-REQ-SOURCE          PIC X(08)   VALUE SPACES.
           05  WLV-REASON              PIC X(50)   VALUE SPACES.
           05  WLV-HOURLY-RATE         PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WLV-PAID-HOURS          PIC S9(4)V99
                                                   COMP-3  VALUE +0.
           05  WLV-VAC-FORFEIT         PIC S9(4)V99
                                                   COMP-3  VALUE +0.
           05  WLV-SICK-FORFEIT        PIC S9(4)V99
                                                   COMP-3  VALUE +0.
           05  WLV-EMPLOYEES           PIC S9(07)  COMP-3  VALUE +0.
           05  WLV-TRANS-READ          PIC S9(07)  COMP-3  VALUE +0.
           05  WLV-REFUSED             PIC S9(07)  COMP-3  VALUE +0.
           05  WLV-PAYOUTS             PIC S9(07)  COMP-3  VALUE +0.
           05  WLV-PAYOUT-TOTAL        PIC S9(7)V99
                                                   COMP-3  VALUE +0.

       01  LEAVRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  LVH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  LVH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  LVH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(35)     VALUE
                                  'LEAVE ACTIVITY AND EXCEPTION REPORT'.
       01  LEAVRPT-HDR2.
           05  FILLER             PIC X(29)     VALUE SPACES.
           05  FILLER             PIC X(30)     VALUE
                                  '-------- VACATION HOURS ------'.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(22)     VALUE
                                  '---- SICK HOURS -----'.
       01  LEAVRPT-HDR3.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(7)      VALUE 'EMP'.
           05  FILLER             PIC X(17)     VALUE 'NAME'.
           05  FILLER             PIC X(3)      VALUE 'T'.
           05  FILLER             PIC X(7)      VALUE 'ACCRUED'.
           05  FILLER             PIC X(6)      VALUE ' TAKEN'.
           05  FILLER             PIC X(8)      VALUE ' PAYOUT'.
           05  FILLER             PIC X(9)      VALUE '  BALANCE'.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(7)      VALUE 'ACCRUED'.
           05  FILLER             PIC X(6)      VALUE ' TAKEN'.
           05  FILLER             PIC X(9)      VALUE '  BALANCE'.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(7)      VALUE 'COMMENT'.
       01  LEAVRPT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-EMP-NUM        PIC 9(5).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-EMP-TYPE       PIC X.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-VAC-ACCRUED    PIC ZZ9.99.
           05  FILLER             PIC X         VALUE SPACE.
           05  LVD-VAC-TAKEN      PIC ZZ9.99.
           05  FILLER             PIC X         VALUE SPACE.
           05  LVD-VAC-PAYOUT     PIC ZZZ9.99   BLANK WHEN ZERO.
           05  FILLER             PIC X         VALUE SPACE.
           05  LVD-VAC-BALANCE    PIC ZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-SICK-ACCRUED   PIC ZZ9.99.
           05  FILLER             PIC X         VALUE SPACE.
           05  LVD-SICK-TAKEN     PIC ZZ9.99.
           05  FILLER             PIC X         VALUE SPACE.
           05  LVD-SICK-BALANCE   PIC ZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVD-COMMENT        PIC X(15).
       01  LEAVRPT-EXCP.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-EMP-NUM        PIC X(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-SOURCE         PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-LEAVE-DATE     PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-LEAVE-TYPE     PIC X(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-HOURS          PIC ZZ9.99.
           05  LVX-HOURS-X        REDEFINES LVX-HOURS
                                  PIC X(06).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVX-REASON         PIC X(50).
           05  FILLER             PIC X(10)     VALUE SPACES.
       01  LEAVRPT-ROLL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVY-EMP-NUM        PIC 9(5).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(17)     VALUE
                                     'VACATION CARRIED '.
           05  LVY-VAC-CARRIED    PIC ZZZ9.99.
           05  FILLER             PIC X(11)     VALUE ' FORFEITED '.
           05  LVY-VAC-FORFEIT    PIC ZZZ9.99.
           05  FILLER             PIC X(15)     VALUE
                                     '  SICK CARRIED '.
           05  LVY-SICK-CARRIED   PIC ZZZ9.99.
           05  FILLER             PIC X(11)     VALUE ' FORFEITED '.
           05  LVY-SICK-FORFEIT   PIC ZZZ9.99.
           05  FILLER             PIC X(9)      VALUE SPACES.
       01  LEAVRPT-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(11)     VALUE 'EMPLOYEES  '.
           05  LVT-EMPLOYEES      PIC ZZZZZZ9.
           05  FILLER             PIC X(17)     VALUE
                                     '  LEAVETRN READ  '.
           05  LVT-TRANS-READ     PIC ZZZZZZ9.
           05  FILLER             PIC X(11)     VALUE '  REFUSED  '.
           05  LVT-REFUSED        PIC ZZZZZZ9.
           05  FILLER             PIC X(11)     VALUE '  PAYOUTS  '.
           05  LVT-PAYOUTS        PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  LVT-PAYOUT-TOTAL   PIC ZZZZZZ9.99.

      *****************************************************************
      *    RETROACTIVE PAY -- EVERY R= RATE / SALARY CHANGE KEYED     *
      *    WITH AN EFFECTIVE DATE, STORED AS P00904 APPLIES IT WITH   *
      *    THE RATE IT REPLACES.  THE COMPENSATION PASS PAYS THE      *
      *    DIFFERENCE FOR EVERY REGULAR PAY SINCE THE DATE (PAYHIST)  *
      *    AND FOR THIS PAY, WHICH THE UN-SWAPPED MASTER STILL PAYS   *
      *    AT THE OLD RATE.  RATES ARE HOURLY FOR TYPE H, SALARY PER  *
      *    PAY FOR S AND M                                            *
      *****************************************************************

       01  WS-RETRO-CHANGE-TABLE.
           05  WRC-MAX                 PIC S9(03)  COMP-3  VALUE +200.
           05  WRC-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WRC-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WRC-GRP                 OCCURS 200 TIMES.
               10  WRC-EMP-NUM         PIC X(05).
               10  WRC-EMP-TYPE        PIC X(01).
               10  WRC-EFF-DATE        PIC 9(08).
               10  WRC-OLD-RATE        PIC 9(5)V99.
               10  WRC-NEW-RATE        PIC 9(5)V99.
               10  WRC-STATUS          PIC X(01).
                   88  WRC-PENDING                 VALUE 'A'.
                   88  WRC-PAID                    VALUE 'P'.

       01  WS-RETRO-FIELDS.
           05  WRP-EFF-REASON          PIC X(50)   VALUE SPACES.
           05  WRP-EFF-CHECK           PIC 9(08)   VALUE ZEROES.
           05  WRP-EFF-CHECK-R         REDEFINES WRP-EFF-CHECK.
               10  WRP-EFF-YEAR        PIC 9(04).
               10  WRP-EFF-MONTH       PIC 9(02).
               10  WRP-EFF-DAY         PIC 9(02).
           05  WRP-OLD-RATE            PIC 9(5)V99 VALUE ZEROES.
           05  WRP-END-OF-HISTORY-SW   PIC X(01)   VALUE 'N'.
               88  WRP-END-OF-HISTORY              VALUE 'Y'.
           05  WRP-HOURS               PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-PERIOD-RETRO        PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-EMP-RETRO           PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-EMP-FROM-DATE       PIC 9(08)   VALUE ZEROES.
           05  WRP-EMP-PERIODS         PIC S9(03)  COMP-3  VALUE +0.
           05  WRP-SAVE-RETRO          PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-OLD-RETRO           PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-FEED-RETRO          PIC S9(5)V99
                                                   COMP-3  VALUE +0.
           05  WRP-TOTAL-EMPLOYEES     PIC S9(05)  COMP-3  VALUE +0.
           05  WRP-TOTAL-PERIODS       PIC S9(07)  COMP-3  VALUE +0.
           05  WRP-TOTAL-AMOUNT        PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WRP-NOT-PAID            PIC S9(05)  COMP-3  VALUE +0.

       01  RETROREG-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  RRH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  RRH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  RRH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(24)     VALUE
                                     'RETROACTIVE PAY REGISTER'.
       01  RETROREG-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(26)     VALUE
                                     'EMP#   NAME             T '.
           05  FILLER             PIC X(20)     VALUE
                                     ' EFFECTIVE PAY DATE '.
           05  FILLER             PIC X(34)     VALUE
                                     '   HOURS  OLD RATE  NEW RATE'.
           05  FILLER             PIC X(18)     VALUE
                                     'RETRO  NOTE'.
       01  RETROREG-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-EMP-NUM        PIC 9(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-EMP-TYPE       PIC X(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-EFF-DATE       PIC 9(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-PAY-DATE       PIC X(08).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-HOURS          PIC ZZZ9.99   BLANK WHEN ZERO.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-OLD-RATE       PIC ZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-NEW-RATE       PIC ZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-AMOUNT         PIC ZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRD-NOTE           PIC X(11).
       01  RETROREG-EMP-TOTAL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  RRE-EMP-NUM        PIC 9(05).
           05  FILLER             PIC X(17)     VALUE
                                     '  RETRO PAID FOR '.
           05  RRE-PERIODS        PIC ZZ9.
           05  FILLER             PIC X(13)     VALUE ' PAY(S) FROM '.
           05  RRE-EFF-DATE       PIC 9(08).
           05  FILLER             PIC X(30)     VALUE SPACES.
           05  RRE-AMOUNT         PIC ZZZZ9.99-.
       01  RETROREG-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(11)     VALUE 'EMPLOYEES  '.
           05  RRT-EMPLOYEES      PIC ZZZZ9.
           05  FILLER             PIC X(9)      VALUE '  PAYS   '.
           05  RRT-PERIODS        PIC ZZZZZZ9.
           05  FILLER             PIC X(16)     VALUE
                                     '  RETRO TOTAL  '.
           05  RRT-AMOUNT         PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(14)     VALUE
                                     '  NOT PAID    '.
           05  RRT-NOT-PAID       PIC ZZZZ9.

      *****************************************************************
      *    PRE-RELEASE PAY VARIANCE -- EACH EMPLOYEE'S GROSS, OT AND  *
      *    NET AGAINST THE LAST RUN'S AMOUNTS ON COMPMSTR.  A P= T    *
      *    CARD SETS THE TOLERANCES (ZERO TURNS THAT TEST OFF); A     *
      *    P= R CARD RELEASES PAYFILE DESPITE THE EXCEPTIONS          *
      *****************************************************************

       01  WS-PAY-VARIANCE-FIELDS.
           05  WPV-TOLERANCE-PCT       PIC 9(3)V99 VALUE 10.00.
           05  WPV-TOLERANCE-AMT       PIC 9(6)V99 VALUE 500.00.
           05  WPV-RELEASE-SW          PIC X(01)   VALUE 'N'.
               88  WPV-RELEASE-OVERRIDE            VALUE 'Y'.
           05  WPV-CARD-SW             PIC X(01)   VALUE 'Y'.
               88  WPV-CARD-VALID                  VALUE 'Y'.
               88  WPV-CARD-INVALID                VALUE 'N'.
           05  WPV-FLAG-SW             PIC X(01)   VALUE 'N'.
               88  WPV-AMOUNT-FLAGGED              VALUE 'Y'.
           05  WPV-EMP-FLAG-SW         PIC X(01)   VALUE 'N'.
               88  WPV-EMP-FLAGGED                 VALUE 'Y'.
           05  WPV-LAST-GROSS          PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-LAST-OT             PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-LAST-NET            PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-AMOUNT-KIND         PIC X(05)   VALUE SPACES.
           05  WPV-LAST-AMOUNT         PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-THIS-AMOUNT         PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-CHANGE              PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-ABS-CHANGE          PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WPV-PERCENT             PIC S9(4)V99
                                                   COMP-3  VALUE +0.
           05  WPV-PREV-RUN-DATE       PIC 9(08)   VALUE ZEROES.
           05  WPV-COMPARED            PIC S9(05)  COMP-3  VALUE +0.
           05  WPV-OVER-TOLERANCE      PIC S9(05)  COMP-3  VALUE +0.
           05  WPV-FIRST-PAYS          PIC S9(05)  COMP-3  VALUE +0.
           05  WPV-NOT-PAID            PIC S9(05)  COMP-3  VALUE +0.

       01  VARRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  VRH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  VRH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  VRH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(31)     VALUE
                                     'PRE-RELEASE PAY VARIANCE REPORT'.
       01  VARRPT-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(24)     VALUE
                                     'FLAGGED WHEN CHANGE OVER'.
           05  VRH-TOLERANCE-PCT  PIC ZZ9.99.
           05  FILLER             PIC X(7)      VALUE ' PCT OR'.
           05  VRH-TOLERANCE-AMT  PIC ZZZZZ9.99.
           05  FILLER             PIC X(28)     VALUE
                                     ' DOLLARS (ZERO = TEST OFF)'.
       01  VARRPT-HDR3.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(31)     VALUE
                                     'EMP#   NAME             AMOUNT '.
           05  FILLER             PIC X(39)     VALUE
                              '   LAST RUN     THIS RUN       CHANGE'.
           05  FILLER             PIC X(15)     VALUE
                                     '    PCT  NOTE'.
       01  VARRPT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-EMP-NUM        PIC 9(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-AMOUNT-KIND    PIC X(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-LAST-AMOUNT    PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-THIS-AMOUNT    PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-CHANGE         PIC ZZZZZZ9.99-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-PERCENT        PIC ZZZ9.99   BLANK WHEN ZERO.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRD-NOTE           PIC X(17).
       01  VARRPT-TOTALS.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(11)     VALUE 'COMPARED   '.
           05  VRT-COMPARED       PIC ZZZZ9.
           05  FILLER             PIC X(18)     VALUE
                                     '  OVER TOLERANCE  '.
           05  VRT-OVER-TOLERANCE PIC ZZZZ9.
           05  FILLER             PIC X(14)     VALUE
                                     '  FIRST PAY   '.
           05  VRT-FIRST-PAYS     PIC ZZZZ9.
           05  FILLER             PIC X(14)     VALUE
                                     '  NOT PAID    '.
           05  VRT-NOT-PAID       PIC ZZZZ9.
       01  VARRPT-RELEASE.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  VRR-TEXT           PIC X(78)     VALUE SPACES.

      *****************************************************************
      *    MONTHLY WORKFORCE REPORT (WFRPT) -- HEADCOUNT BY REGION    *
      *    (ROW 10 = ALL REGIONS) AND EMPLOYEE TYPE (COLUMN 1 HOURLY, *
      *    2 SALES, 3 MANAGEMENT, 4 ALL TYPES).  CLOSING IS COUNTED   *
      *    FROM THE MASTER AS IT STANDS AFTER THIS RUN'S MAINTENANCE; *
      *    THE MONTH'S MOVEMENTS COME FROM EMPHIST AND OPENING IS     *
      *    WORKED BACK FROM THEM                                      *
      *****************************************************************

       01  WS-WORKFORCE-FIELDS.
           05  WWF-REPORT-SW           PIC X(01)   VALUE 'N'.
               88  WWF-REPORT-RUN                  VALUE 'Y'.
           05  WWF-CLOSING-SW          PIC X(01)   VALUE 'N'.
               88  WWF-CLOSING-FROM-MAINT          VALUE 'Y'.
           05  WWF-PRINT-ROW-SW        PIC X(01)   VALUE 'N'.
               88  WWF-PRINT-ROW                   VALUE 'Y'.
           05  WWF-EVT-TYPE            PIC X(01)   VALUE SPACES.
           05  WWF-EVT-NEW-REGION      PIC 9(01)   VALUE ZEROES.
           05  WWF-EVT-EFF-DATE        PIC 9(08)   VALUE ZEROES.
           05  WWF-MAP-TYPE            PIC X(01)   VALUE SPACES.
           05  WWF-MAP-REGION          PIC X(01)   VALUE SPACES.
           05  WWF-MAP-REGION-R        REDEFINES WWF-MAP-REGION
                                       PIC 9(01).
           05  WWF-REGION-DISP         PIC 9(01)   VALUE ZEROES.
           05  WWF-ROW                 PIC S9(03)  COMP-3  VALUE +0.
           05  WWF-COL                 PIC S9(03)  COMP-3  VALUE +0.
           05  WWF-OLD-ROW             PIC S9(03)  COMP-3  VALUE +0.
           05  WWF-BKT                 PIC S9(03)  COMP-3  VALUE +0.
           05  WWF-MONTH-START         PIC 9(08)   VALUE ZEROES.
           05  WWF-MONTH-END           PIC 9(08)   VALUE ZEROES.
           05  WWF-TENURE-YEARS        PIC S9(03)  COMP-3  VALUE +0.
           05  WWF-BUS-MMDD            PIC 9(04)   VALUE ZEROES.
           05  WWF-HIRE-MMDD           PIC 9(04)   VALUE ZEROES.
           05  WWF-AVG-HEADCOUNT       PIC S9(05)V9 COMP-3 VALUE +0.
           05  WWF-TURNOVER-PCT        PIC S9(05)V99 COMP-3 VALUE +0.
           05  WWF-MOVEMENTS           PIC S9(05)  COMP-3  VALUE +0.
           05  WWF-UNCLASS-PAIRS       PIC S9(05)  COMP-3  VALUE +0.
           05  WWF-UNCLASS-EVENTS      PIC S9(05)  COMP-3  VALUE +0.

       01  WS-WORKFORCE-TABLE.
           05  WWF-ROW-GRP             OCCURS 10 TIMES.
               10  WWF-CELL            OCCURS 4 TIMES.
                   15  WWF-OPENING     PIC S9(05)  COMP-3.
                   15  WWF-HIRES       PIC S9(05)  COMP-3.
                   15  WWF-TERMS       PIC S9(05)  COMP-3.
                   15  WWF-XFER-IN     PIC S9(05)  COMP-3.
                   15  WWF-XFER-OUT    PIC S9(05)  COMP-3.
                   15  WWF-CLOSING     PIC S9(05)  COMP-3.

      *****************************************************************
      *    TENURE AT MONTH END OF THE CLOSING HEADCOUNT, BY TYPE      *
      *    (SAME COLUMNS AS ABOVE).  BUCKET 6 HOLDS A PAIR WHOSE      *
      *    HIRE DATE IS MISSING OR INVALID                            *
      *****************************************************************

       01  WS-TENURE-TABLE.
           05  WTN-BUCKET              OCCURS 6 TIMES.
               10  WTN-COUNT           OCCURS 4 TIMES
                                       PIC S9(05)  COMP-3.

       01  WS-TENURE-LABEL-VALUES.
           05  FILLER             PIC X(20)  VALUE 'UNDER 1 YEAR'.
           05  FILLER             PIC X(20)  VALUE '1 TO 4 YEARS'.
           05  FILLER             PIC X(20)  VALUE '5 TO 9 YEARS'.
           05  FILLER             PIC X(20)  VALUE '10 TO 19 YEARS'.
           05  FILLER             PIC X(20)  VALUE '20 YEARS AND OVER'.
           05  FILLER             PIC X(20)  VALUE 'HIRE DATE UNKNOWN'.
       01  WS-TENURE-LABELS       REDEFINES WS-TENURE-LABEL-VALUES.
           05  WTN-LABEL          PIC X(20)  OCCURS 6 TIMES.

       01  WS-WF-TYPE-LABEL-VALUES.
           05  FILLER             PIC X(10)  VALUE 'HOURLY'.
           05  FILLER             PIC X(10)  VALUE 'SALES'.
           05  FILLER             PIC X(10)  VALUE 'MANAGEMENT'.
           05  FILLER             PIC X(10)  VALUE 'ALL TYPES'.
       01  WS-WF-TYPE-LABELS      REDEFINES WS-WF-TYPE-LABEL-VALUES.
           05  WWF-TYPE-LABEL     PIC X(10)  OCCURS 4 TIMES.

       01  WFRPT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  WFH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  WFH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  WFH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(35)     VALUE
                                  'MONTHLY WORKFORCE REPORT FOR MONTH '.
           05  WFH-MONTH          PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  WFH-YEAR           PIC 9(4).
       01  WFRPT-SECTION.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFS-TEXT           PIC X(78)     VALUE SPACES.
       01  WFRPT-MOVE-HDR.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(35)     VALUE
                                  'EMP#   NAME             TYPE  EVENT'.
           05  FILLER             PIC X(35)     VALUE
                                  '        DATE        REGION'.
       01  WFRPT-MOVE-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFM-EMP-NUM        PIC 9(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFM-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFM-EMP-TYPE       PIC X(01).
           05  FILLER             PIC X(5)      VALUE SPACES.
           05  WFM-EVENT          PIC X(11).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFM-EVENT-MONTH    PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  WFM-EVENT-DAY      PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  WFM-EVENT-YEAR     PIC 9(4).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFM-REGION-TEXT    PIC X(20).
       01  WFRPT-COUNT-HDR.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(22)     VALUE
                                     'RGN  NAME   TYPE      '.
           05  FILLER             PIC X(27)     VALUE
                                     '  OPENING    HIRES    TERMS'.
           05  FILLER             PIC X(27)     VALUE
                                     '  XFER IN  XFR OUT  CLOSING'.
           05  FILLER             PIC X(11)     VALUE
                                     '  TURNOVER%'.
       01  WFRPT-COUNT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-REGION         PIC X(03).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-REGION-NAME    PIC X(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-TYPE           PIC X(10).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-OPENING        PIC ZZZZZ9-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-HIRES          PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-TERMS          PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-XFER-IN        PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-XFER-OUT       PIC ZZZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-CLOSING        PIC ZZZZZ9-.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFC-TURNOVER       PIC ZZZZZ9.99.
       01  WFRPT-TENURE-HDR.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(22)     VALUE
                                     'TENURE AT MONTH END   '.
           05  FILLER             PIC X(24)     VALUE
                                     '      HOURLY       SALES'.
           05  FILLER             PIC X(24)     VALUE
                                     '  MANAGEMENT   ALL TYPES'.
       01  WFRPT-TENURE-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFT-LABEL          PIC X(20).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFT-COUNT          PIC Z(11)9
                                  OCCURS 4 TIMES.
       01  WFRPT-UNCLASSIFIED.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  WFU-TEXT           PIC X(50).
           05  WFU-COUNT          PIC ZZZZ9.

      *****************************************************************
      *    OFF-CYCLE PAYROLL (DATECARD MODE O) -- OFFCYCLE CARRIES    *
      *    ONE TRANSACTION PER LINE:                                  *
      *      M  MANUAL PAYMENT  -- GROSS (PAID AS WAGES) LESS THE     *
      *                            DEDUCTIONS WITHHELD                *
      *      B  BONUS PAYMENT   -- GROSS (PAID AS BONUS) LESS THE     *
      *                            DEDUCTIONS WITHHELD                *
      *      V  VOID            -- BACK OUT THE EMPLOYEE'S PAYMENT OF *
      *                            THE PAY DATE (SEQUENCE NEEDED ONLY *
      *                            WHEN THE DATE HAS MORE THAN ONE)   *
      *      I  VOID + REISSUE  -- VOID AS ABOVE AND PAY THE SAME     *
      *                            AMOUNTS AGAIN TO THE ACCOUNT NOW ON*
      *                            THE MASTER                         *
      *    POS  1     TYPE              POS 21-27  GROSS 9(5)V99      *
      *    POS  3- 7  EMPLOYEE          POS 29-35  DEDUCTIONS 9(5)V99 *
      *    POS  9-16  PAY DATE CCYYMMDD POS 37-66  REASON             *
      *    POS 18-19  PAY SEQUENCE                                    *
      *****************************************************************

       01  WS-OFF-CYCLE-TRANS.
           05  OCT-TRANS-TYPE          PIC X(01).
               88  OCT-MANUAL-PAYMENT              VALUE 'M'.
               88  OCT-BONUS-PAYMENT               VALUE 'B'.
               88  OCT-VOID-PAYMENT                VALUE 'V'.
               88  OCT-VOID-AND-REISSUE            VALUE 'I'.
           05  FILLER                  PIC X(01).
           05  OCT-EMP-NUM             PIC X(05).
           05  OCT-EMP-NUM-R           REDEFINES OCT-EMP-NUM
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  OCT-PAY-DATE            PIC X(08).
           05  OCT-PAY-DATE-R          REDEFINES OCT-PAY-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OCT-PAY-SEQ             PIC X(02).
           05  OCT-PAY-SEQ-R           REDEFINES OCT-PAY-SEQ
                                       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  OCT-GROSS               PIC X(07).
           05  OCT-GROSS-R             REDEFINES OCT-GROSS
                                       PIC 9(5)V99.
           05  FILLER                  PIC X(01).
           05  OCT-DEDUCT              PIC X(07).
           05  OCT-DEDUCT-R            REDEFINES OCT-DEDUCT
                                       PIC 9(5)V99.
           05  FILLER                  PIC X(01).
           05  OCT-REASON              PIC X(30).
           05  FILLER                  PIC X(14).

      *****************************************************************
      *    EMPLOYEES ON THE MASTER (EMPLOYEE FILE AS LEFT BY THE LAST *
      *    REGULAR RUN) -- NAME, TYPE, REGION AND DEPOSIT ACCOUNT FOR *
      *    THE OFF-CYCLE PAYMENTS                                     *
      *****************************************************************

       01  WS-OFF-CYCLE-EMP-TABLE.
           05  WOE-MAX                 PIC S9(05)  COMP-3  VALUE +2000.
           05  WOE-COUNT               PIC S9(05)  COMP-3  VALUE +0.
           05  WOE-GRP                 OCCURS 2000 TIMES.
               10  WOE-EMP-NUM         PIC 9(05).
               10  WOE-NAME            PIC X(15).
               10  WOE-TYPE            PIC X(01).
               10  WOE-REGION          PIC 9(01).
               10  WOE-BANK-ROUTING    PIC X(09).
               10  WOE-BANK-ACCOUNT    PIC X(17).
               10  WOE-PAY-METHOD      PIC X(01).

       01  WS-OFF-CYCLE-FIELDS.
           05  WOC-SUB                 PIC S9(05)  COMP-3  VALUE +0.
           05  WOC-EMP-SUB             PIC S9(05)  COMP-3  VALUE +0.
           05  WOC-END-OF-FILE-SW      PIC X(01)   VALUE 'N'.
               88  WOC-END-OF-FILE                 VALUE 'Y'.
           05  WOC-REJECT-REASON       PIC X(25)   VALUE SPACES.
           05  WOC-PAY-KIND            PIC X(01)   VALUE SPACES.
           05  WOC-SIGN                PIC S9(01)  VALUE +1.
           05  WOC-EMP-NUM             PIC 9(05)   VALUE ZEROES.
           05  WOC-EMP-NAME            PIC X(15)   VALUE SPACES.
           05  WOC-EMP-TYPE            PIC X(01)   VALUE SPACES.
           05  WOC-EMP-REGION          PIC 9(01)   VALUE ZEROES.
           05  WOC-BANK-ROUTING        PIC X(09)   VALUE SPACES.
           05  WOC-BANK-ACCOUNT        PIC X(17)   VALUE SPACES.
           05  WOC-DEPOSIT-METHOD      PIC X(01)   VALUE SPACES.
           05  WOC-PAY-METHOD          PIC X(01)   VALUE SPACES.
           05  WOC-WAGES               PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-OT                  PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-COMM                PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-BONUS               PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-RETRO               PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-DEDUCT              PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-NET                 PIC 9(7)V99 COMP-3  VALUE 0.
           05  WOC-POST-AMOUNT         PIC S9(7)V99
                                                   COMP-3  VALUE +0.
           05  WOC-NEW-SEQ             PIC 9(02)   VALUE ZEROES.
           05  WOC-NEXT-SEQ            PIC 9(03)   VALUE ZEROES.
           05  WOC-ACTIVE-COUNT        PIC S9(03)  COMP-3  VALUE +0.
           05  WOC-VOIDED-COUNT        PIC S9(03)  COMP-3  VALUE +0.
           05  WOC-FOUND-KEY           PIC X(15)   VALUE SPACES.
           05  WOC-DUPLICATE-SW        PIC X(01)   VALUE 'N'.
               88  WOC-DUPLICATE-PAYMENT           VALUE 'Y'.
           05  WOC-ORIGINAL-DATE       PIC 9(08)   VALUE ZEROES.
           05  WOC-ORIGINAL-SEQ        PIC 9(02)   VALUE ZEROES.
           05  WOC-TRANS-READ          PIC S9(05)  COMP-3  VALUE +0.
           05  WOC-ISSUED-COUNT        PIC S9(05)  COMP-3  VALUE +0.
           05  WOC-ISSUED-AMOUNT       PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WOC-VOIDED-TOTAL-COUNT  PIC S9(05)  COMP-3  VALUE +0.
           05  WOC-VOIDED-AMOUNT       PIC S9(9)V99
                                                   COMP-3  VALUE +0.
           05  WOC-REJECTED-COUNT      PIC S9(05)  COMP-3  VALUE +0.

       01  OFCREG-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  OFH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  OFH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  OFH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(34)     VALUE
                   'OFF-CYCLE PAYMENT REGISTER REPORT '.
       01  OFCREG-HDR2.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(6)      VALUE 'EMP'.
           05  FILLER             PIC X(16)     VALUE 'NAME'.
           05  FILLER             PIC X(8)      VALUE 'KIND'.
           05  FILLER             PIC X(13)     VALUE 'PAY DATE SEQ'.
           05  FILLER             PIC X(18)     VALUE 'ACCOUNT'.
           05  FILLER             PIC X(11)     VALUE '    AMOUNT'.
           05  FILLER             PIC X(25)     VALUE 'COMMENT'.
       01  OFCREG-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OFD-EMP-NUM        PIC X(05).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  OFD-EMP-NAME       PIC X(15).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  OFD-KIND           PIC X(07).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  OFD-PAY-DATE       PIC X(08).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  OFD-PAY-SEQ        PIC X(02).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OFD-BANK-ACCOUNT   PIC X(17).
           05  FILLER             PIC X(1)      VALUE SPACES.
           05  OFD-AMOUNT         PIC -ZZZZ9.99.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OFD-COMMENT        PIC X(25).
       01  OFCREG-TOTAL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OFT-LABEL          PIC X(40).
           05  OFT-COUNT          PIC ZZZZ9.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  OFT-AMOUNT         PIC -ZZZZZZZZ9.99.

       01  WS-EMP-MAINT-TABLE.
           05  WEM-MAX                 PIC S9(03)  COMP-3  VALUE +200.
           05  WEM-COUNT               PIC S9(03)  COMP-3  VALUE +0.
           05  WEM-GRP                 OCCURS 200 TIMES.
               10  WEM-ACTION          PIC X(01).
               10  WEM-EMP-NUM         PIC X(05).
               10  WEM-APPLIED-SW      PIC X(01).
                   88  WEM-APPLIED                 VALUE 'Y'.
               10  WEM-PARM-IMAGE      PIC X(80).

       01  WS-EMP-MAINT-FIELDS.
           05  WEF-SUB                 PIC S9(03)  COMP-3  VALUE +0.
           05  WEF-MAINT-APPLIED       PIC S9(05)  COMP-3  VALUE +0.
           05  WEF-MAINT-REJECTED      PIC S9(05)  COMP-3  VALUE +0.
           05  WEF-MATCH-SW            PIC X(01)   VALUE 'N'.
               88  WEF-TRANS-MATCHED               VALUE 'Y'.
           05  WEF-DROP-PAIR-SW        PIC X(01)   VALUE 'N'.
               88  WEF-DROP-PAIR                   VALUE 'Y'.
           05  WEF-END-OF-MASTER-SW    PIC X(01)   VALUE 'N'.
               88  WEF-END-OF-MASTER               VALUE 'Y'.
           05  WEF-SAVE-PARM-RECORD    PIC X(80)   VALUE SPACES.
           05  WEF-HIRE-SUB            PIC S9(03)  COMP-3  VALUE +0.

       01  EMPMNT-HDR1.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  FILLER             PIC X(10)     VALUE 'RUN DATE  '.
           05  EMH-RUN-MONTH      PIC Z9.
           05  FILLER             PIC X         VALUE '/'.
           05  EMH-RUN-DAY        PIC 99.
           05  FILLER             PIC X         VALUE '/'.
           05  EMH-RUN-YEAR       PIC 99.
           05  FILLER             PIC X(8)      VALUE SPACES.
           05  FILLER             PIC X(31)     VALUE
                                     'EMPLOYEE MAINTENANCE REPORT    '.
       01  EMPMNT-DETAIL.
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  EMD-ACTION         PIC X(01).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  EMD-EMP-NUM        PIC X(05).
           05  FILLER             PIC X(2)      VALUE SPACES.
           05  EMD-RESULT         PIC X(50).

      *****************************************************************
      *    PARAMETER RECORD ARRAY                                     *
      *****************************************************************
       01  WS-PARAMETER-RECORD-ARRAY.
           05  WPRA-RECORD             OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON
                                         WS-PARAMETER-RECORDS-IN
                                           INDEXED BY WPRA-IX
                                       PIC X(80).

           05 ICF-GU                   PIC X(04)   VALUE 'GU'.
           05 ICF-GHU                  PIC X(04)   VALUE 'GHU'.
           05 ICF-GN                   PIC X(04)   VALUE 'GN'.
           05 ICF-GHN                  PIC X(04)   VALUE 'GHN'.
           05 ICF-ISRT                 PIC X(04)   VALUE 'ISRT'.
           05 ICF-REPL                 PIC X(04)   VALUE 'REPL'.
           05 ICF-DLET                 PIC X(04)   VALUE 'DLET'.
           05  PDASP3-ITEM-STATUS      PIC X(01)          VALUE SPACES.
           05  PDASP3-SUPPLIER-COUNT   PIC S9(09)  COMP   VALUE +0.
           05  PDASP3-STATUS           PIC X(04)          VALUE SPACES.
           05  PDASP3-SUPPLIER-ID      PIC X(32)          VALUE SPACES.
           05  PDASP3-DROP-SHIP-FLAG   PIC X(01)          VALUE SPACES.
               88  PDASP3-DROP-SHIP                       VALUE 'Y'.

       01  PDASP4-PARAMETERS.
           05  PDASP4-ITEM-NUMBER      PIC 9(08)          VALUE ZEROES.
           05  PDASP4-EFFECTIVE-DATE   PIC 9(08)          VALUE ZEROES.
           05  PDASP4-STATUS           PIC X(04)          VALUE SPACES.

      *    J= ITEM MAINTENANCE -- ACTION A ADD ITEM (DITEM), D
      *    DISCONTINUE ITEM, L ADD/REACTIVATE SUPPLIER LINK (DITMSUP),
      *    X INACTIVATE SUPPLIER LINK
       01  PDASP5-PARAMETERS.
           05  PDASP5-ACTION           PIC X(01)          VALUE SPACES.
           05  PDASP5-ITEM-NUMBER      PIC 9(08)          VALUE ZEROES.
           05  PDASP5-ITEM-NAME        PIC X(50)          VALUE SPACES.
           05  PDASP5-CATEGORY         PIC X(32)          VALUE SPACES.
           05  PDASP5-SUB-CATEGORY     PIC X(32)          VALUE SPACES.
           05  PDASP5-UNIT-PRICE       PIC S9(09)V99 COMP-3 VALUE +0.
           05  PDASP5-SUPPLIER-ID      PIC X(32)          VALUE SPACES.
           05  PDASP5-STATUS           PIC X(04)          VALUE SPACES.

       01  PDASP2-PARAMETERS.
           05  PDASP2-USERID           PIC X(08)          VALUE SPACES.
           05  PDASP2-USERID-NUMBER    PIC S9(09)  COMP   VALUE +0.

           05  WPM-PARTITION-PARMS-INVALID.
               10 FILLER               PIC X(78)   VALUE
                  'ONLY U= AND P= CARDS ARE ALLOWED ON A PARTITIONED RUN
      -           ', RUN TERMINATED'.

           05  WPM-PARTITION-MODE-INVALID.
               10 FILLER               PIC X(78)   VALUE
                  'MONTH-END / YEAR-END MODE CANNOT RUN PARTITIONED - SU
      -           'BMIT A FULL RUN'.

           05  WPM-PARTITION-REVERSAL-INVALID.
               10 FILLER               PIC X(35)   VALUE
                  'DATE REVERSAL (MODE R) CANNOT RUN '.
               10 FILLER               PIC X(43)   VALUE
                  'PARTITIONED - SUBMIT A FULL RUN'.

           05  WPM-PARTITION-OFFCYCLE-INVALID.
               10 FILLER               PIC X(35)   VALUE
                  'OFF-CYCLE PAYROLL (MODE O) CANNOT '.
               10 FILLER               PIC X(43)   VALUE
                  'RUN PARTITIONED - SUBMIT A FULL RUN'.

           05  WPM-POSTING-CONTROL-MSG.
               10 FILLER               PIC X(14)   VALUE
                  'BUSINESS DATE '.
               10 WPM-POSTCTL-DATE     PIC 9(08)   VALUE ZEROES.
               10 FILLER               PIC X(01)   VALUE SPACES.
               10 WPM-POSTCTL-TEXT     PIC X(57)   VALUE SPACES.

           05  WPM-INVALID-JCL-PARM.
               10 FILLER               PIC X(80)   VALUE
                  'EXEC PARM MUST BE SPACES OR A 5-DIGIT NUMERIC START
      -           ' RECORD, PROCESSING SKIPPED'.

           05  WPM-MAX-PARAMETERS-EXCEEDED.
               10 FILLER               PIC X(48)   VALUE

           05  WPM-PARM-INVALID-RECORD-TYPE.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 1 - RECORD TYPE MUST BE A,C,D,E,G,H,I,K,M,N,
      -           'O,Q,R,S,T,U,V OR X'.

           05  WPM-ORDER-RANGE-EXHAUSTED.
               10 FILLER               PIC X(78)   VALUE
               10 WPM-EMP-MAINT-REASON PIC X(50)   VALUE SPACES.
               10 FILLER               PIC X(07)   VALUE SPACES.

           05  WPM-INVALID-PAY-VARIANCE.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 3 MUST BE T OR R; ON T, POSITIONS 5 - 9 AND 
      -           '11 - 18 NUMERIC OR BLANK'.

           05  WPM-INVALID-OT-THRESHOLD.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 3, OT THRESHOLD TYPE MUST BE H OR D AND POSI

           05  WPM-INVALID-CUST-ACTION.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 3 - CUST ACTION MUST BE A=ADD, J=TAX, L=LIMI
      -           'T, N=RENAME OR S=STATUS'.

           05  WPM-INVALID-CUST-JURIS.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 37 - 41 SHIP-TO STATE/COUNTY REQUIRED, 42 EX
      -           'EMPT MUST BE Y OR N'.

           05  WPM-INVALID-CUST-ID.
               10 FILLER               PIC X(78)   VALUE
               10 FILLER               PIC X(34)   VALUE
                  ' NOT ON FILE, MAINT UNSUCCESSFUL'.

           05  WPM-INVALID-ITEM-ACTION.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 3 - ITEM ACTION MUST BE A=ADD, D=DISCONTINUE
      -           ', L=LINK OR X=UNLINK'.

           05  WPM-INVALID-ITEM-MAINT-NUMBER.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 5 - 12, ITEM NUMBER MUST BE NUMERIC AND NON-
      -           'ZERO'.

           05  WPM-INVALID-ITEM-ADD.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 41 - 49 PRICE NUMERIC AND 50 - 77 ITEM NAME
      -           'REQUIRED FOR A=ADD'.

           05  WPM-INVALID-ITEM-CATEGORY.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 13 - 40, NOT A PDA STANDARD CATEGORY/SUB-CAT
      -           'EGORY PAIR'.

           05  WPM-INVALID-ITEM-SUPPLIER.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 13 - 44, SUPPLIER ID IS REQUIRED FOR L=LINK
      -           'OR X=UNLINK'.

           05  WPM-ITEM-MAINT-ON-FILE.
               10 FILLER               PIC X(05)   VALUE
                  'ITEM '.
               10 WPM-ITEM-ON-FILE-ID  PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(65)   VALUE
                  ' ALREADY ON DITEM, ADD UNSUCCESSFUL'.

           05  WPM-ITEM-MAINT-NOT-FOUND.
               10 FILLER               PIC X(05)   VALUE
                  'ITEM '.
               10 WPM-ITEM-NOT-FOUND-ID
                                       PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(65)   VALUE
                  ' NOT ON DITEM, MAINT UNSUCCESSFUL'.

           05  WPM-ITEM-MAINT-REJECTED.
               10 FILLER               PIC X(38)   VALUE
                  'ITEM MAINTENANCE REJECTED BY PDASP5 - '.
               10 FILLER               PIC X(07)   VALUE
                  'STATUS '.
               10 WPM-ITEM-MAINT-STATUS
                                       PIC X(04)   VALUE SPACES.
               10 FILLER               PIC X(29)   VALUE SPACES.

           05  WPM-ITEM-CONT-NO-ADD.
               10 FILLER               PIC X(78)   VALUE
                  'ITEM RECORD MUST FOLLOW A SUCCESSFUL ADD ORDER RECORD
               10 FILLER               PIC X(33)   VALUE
                  ', SCENARIO BYPASSED'.

           05  WPM-NOT-AUTHORIZED.
               10 FILLER               PIC X(07)   VALUE
                  'USERID '.
               10 WPM-NOT-AUTH-USER    PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(20)   VALUE
                  ' NOT AUTHORIZED FOR '.
               10 WPM-NOT-AUTH-TYPE    PIC X(01)   VALUE SPACES.
               10 FILLER               PIC X(42)   VALUE
                  '= RECORDS'.

           05  WPM-NOT-AUTHORIZED-BANK.
               10 FILLER               PIC X(07)   VALUE
                  'USERID '.
               10 WPM-NOT-AUTH-BANK-USER
                                       PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(63)   VALUE
                  ' NOT AUTHORIZED FOR E= BANK CHANGES'.

           05  WPM-INVALID-VENDOR-STATUS.
               10 FILLER               PIC X(12)   VALUE
                  'VENDOR ITEM '.
               10 FILLER               PIC X(58)   VALUE
                  ' INVALID, ENTRY BYPASSED'.

           05  WPM-CUSTREP-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'REP ASSIGNMENT FILE (CUSTREP) UNAVAILABLE OR EMPTY -
      -           'NO COMMISSION SPLITS'.

           05  WPM-INVALID-CUSTREP.
               10 FILLER               PIC X(22)   VALUE
                  'REP ASSIGNMENT RECORD '.
               10 WPM-CUSTREP-CUSTOMER PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(48)   VALUE
                  ' INVALID, ENTRY BYPASSED'.

           05  WPM-SHIFTASN-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'SHIFT ASSIGNMENT FILE (SHIFTASN) UNAVAILABLE OR EMPTY
      -           ' - NO SHIFT LABOR COST'.

           05  WPM-INVALID-SHIFTASN.
               10 FILLER               PIC X(24)   VALUE
                  'SHIFT ASSIGNMENT RECORD '.
               10 WPM-SHIFTASN-EMP-NUM PIC X(05)   VALUE SPACES.
               10 FILLER               PIC X(49)   VALUE
                  ' INVALID OR DUPLICATE, ENTRY BYPASSED'.

           05  WPM-PTOACCR-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'PTO ACCRUAL TABLE (PTOACCR) UNAVAILABLE OR EMPTY - CO
      -           'MPILED DEFAULTS USED'.

           05  WPM-INVALID-PTOACCR.
               10 FILLER               PIC X(24)   VALUE
                  'PTO ACCRUAL TIER FROM   '.
               10 WPM-PTOACCR-YEARS    PIC X(02)   VALUE SPACES.
               10 FILLER               PIC X(52)   VALUE
                  ' YEARS INVALID, ENTRY BYPASSED'.

           05  WPM-TIMECARD-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'TIME CARD FILE (TIMECARD) UNAVAILABLE OR EMPTY - HOUR
      -           'LY PAY FROM MASTER HOURS'.

           05  WPM-INVALID-OT-DAILY-LIMIT.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 14 - 17, OT DAILY LIMIT MUST BE BLANK OR 000
      -           '1 - 2399 (99V99)'.

           05  WPM-QUOTAFIL-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'QUOTA FILE (QUOTAFIL) UNAVAILABLE OR EMPTY -
      -           'ACTUALS ONLY'.

           05  WPM-INVALID-QUOTA.
               10 FILLER               PIC X(13)   VALUE
                  'QUOTA RECORD '.
               10 WPM-QUOTA-KEY        PIC X(10)   VALUE SPACES.
               10 FILLER               PIC X(55)   VALUE
                  ' INVALID, ENTRY BYPASSED'.

           05  WPM-GLACCTS-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'GL ACCOUNT MAP (GLACCTS) UNAVAILABLE OR EMPTY -
      -           'ENTRIES UNMAPPED'.

           05  WPM-INVALID-GLACCT.
               10 FILLER               PIC X(19)   VALUE
                  'GL ACCOUNT MAPPING '.
               10 WPM-GLACCT-KEY       PIC X(08)   VALUE SPACES.
               10 FILLER               PIC X(51)   VALUE
                  ' INVALID, ENTRY BYPASSED'.

           05  WPM-VENDSTAT-FALLBACK.
               10 FILLER               PIC X(78)   VALUE
                  'VENDOR STATUS FILE (VENDSTAT) UNAVAILABLE OR EMPTY -
               10 FILLER               PIC X(30)   VALUE
                  ', STATUS CHANGE UNSUCCESSFUL'.

           05  WPM-INVALID-RETURN-REC.
               10 FILLER               PIC X(78)   VALUE
                  'N= RETURN NEEDS NUMERIC ITEM SEQ AND QUANTITY ABOVE Z
      -           'ERO PLUS A SALES ID'.

           05  WPM-SHIP-LINE-REJECTED.
               10 FILLER               PIC X(06)   VALUE
                  'ORDER '.
               10 WPM-SHIPL-ORDER-NUM  PIC X(10)   VALUE ZEROES.
               10 FILLER               PIC X(07)   VALUE
                  ' SHIP: '.
               10 WPM-SHIPL-REASON     PIC X(55)   VALUE SPACES.

           05  WPM-RETURN-NOT-ALLOWED.
               10 FILLER               PIC X(06)   VALUE
                  'ORDER '.
               10 WPM-RTN-ORDER-NUM    PIC X(10)   VALUE ZEROES.
               10 FILLER               PIC X(01)   VALUE SPACES.
               10 WPM-RTN-REASON-TEXT  PIC X(30)   VALUE SPACES.
               10 FILLER               PIC X(31)   VALUE
                  ', RETURN UNSUCCESSFUL'.

           05  WPM-INVALID-EXPEDITE.
               10 FILLER               PIC X(78)   VALUE
                  'POSITION 74, EXPEDITE MUST BE Y, N OR BLANK ON AN ADD
      -           ' AND BLANK ON A CHANGE'.

           05  WPM-INVALID-OVERRIDE.
               10 FILLER               PIC X(40)   VALUE
                  'POSITION 33 - 45 OVERRIDE PRICE NUMERIC '.
               10 FILLER               PIC X(38)   VALUE
                  'AND 46 - 47 REASON VALID OR BOTH BLANK'.

           05  WPM-OVERRIDE-NOT-BELOW.
               10 FILLER               PIC X(78)   VALUE
                  'OVERRIDE PRICE MUST BE BELOW A NON-ZERO LIST PRICE -
      -           ' ITEM ADD UNSUCCESSFUL'.

           05  WPM-OVERRIDE-HELD-APPROVAL.
               10 FILLER               PIC X(06)   VALUE
                  'ORDER '.
               10 WPM-OVRD-ORDER-NUM   PIC 9(10)   VALUE ZEROES.
               10 FILLER               PIC X(44)   VALUE
                  ' PRICE OVERRIDE OVER CEILING HELD, APPROVAL '.
               10 WPM-OVRD-APPROVAL-SEQ
                                       PIC 9(05).
               10 FILLER               PIC X(13)   VALUE SPACES.

           05  WPM-OVERRIDE-ORDER-CLOSED.
               10 FILLER               PIC X(06)   VALUE
                  'ORDER '.
               10 WPM-OVRD-CLOSED-NUM  PIC 9(10)   VALUE ZEROES.
               10 FILLER               PIC X(62)   VALUE
                  ' NO LONGER OPEN, HELD PRICE OVERRIDE NOT APPLIED'.

           05  WPM-NO-EXPEDITE-RATE.
               10 FILLER               PIC X(22)   VALUE
                  'NO SHIPRATE ENTRY FOR '.
               10 WPM-XPR-CATEGORY     PIC X(32)   VALUE SPACES.
               10 FILLER               PIC X(24)   VALUE
                  ' - RUSH ADD UNSUCCESSFUL'.

           05  WPM-TABLE-OVERFLOW.
               10 FILLER               PIC X(25)   VALUE
                  'TABLE/ARRAY OVERFLOW ON: '.

           CLOSE SALES-FILE.

      *****************************************************************
      *    A CALLED PROGRAM REPLACES RETURN-CODE ON RETURN, SO THE    *
      *    STEP RETURN CODE IS SET FROM THE HIGHEST CODE KEPT IN      *
      *    WS-RETURN-CODE DURING THE RUN                              *
      *****************************************************************

           MOVE WS-RETURN-CODE         TO RETURN-CODE.

           GOBACK.

           PERFORM  P00058-ACQUIRE-RUN-LOCK
               THRU P00058-ACQUIRE-RUN-LOCK-EXIT.

      *****************************************************************
      *    POSTING CONTROL -- A BUSINESS DATE THAT HAS ALREADY POSTED *
      *    IS REFUSED HERE, BEFORE ANY MASTER IS TOUCHED.  A MODE R   *
      *    RUN BACKS THE DATE OUT INSTEAD AND ENDS WITHOUT OPENING THE*
      *    RUN'S OTHER FILES                                          *
      *****************************************************************

           PERFORM  P00132-CHECK-POSTING-CONTROL
               THRU P00132-CHECK-POSTING-CONTROL-EXIT.

           IF WBD-REVERSAL-RUN
               PERFORM  P00135-REVERSE-BUSINESS-DATE
                   THRU P00135-REVERSE-BUSINESS-DATE-EXIT.

      *****************************************************************
      *    A MODE O RUN PAYS THE OFFCYCLE TRANSACTIONS ONLY AND ENDS  *
      *    THERE -- NO ORDER PASSES AND NO REGULAR COMPENSATION PASS  *
      *****************************************************************

           IF WBD-OFF-CYCLE-RUN
               PERFORM  P00970-OFF-CYCLE-PAYROLL
                   THRU P00970-OFF-CYCLE-PAYROLL-EXIT.

      *****************************************************************
      *    LOAD THE STANDARD CATEGORY / SUB-CATEGORY TABLE             *
      *****************************************************************
           PERFORM  P00079-LOAD-QTY-BREAKS
               THRU P00079-LOAD-QTY-BREAKS-EXIT.

      *****************************************************************
      *    LOAD THE EXPEDITED SHIPPING RATE TABLE (SCENARIO 7)        *
      *****************************************************************

           PERFORM  P00080-LOAD-SHIP-RATES
               THRU P00080-LOAD-SHIP-RATES-EXIT.

      *****************************************************************
      *    LOAD THE PRICE OVERRIDE CEILINGS BY USERID (SCENARIO 4)    *
      *****************************************************************

           PERFORM  P00081-LOAD-OVERRIDE-LIMITS
               THRU P00081-LOAD-OVERRIDE-LIMITS-EXIT.

      *****************************************************************
      *    LOAD THE SALES TAX RATES BY JURISDICTION                   *
      *****************************************************************

           PERFORM  P00082-LOAD-TAX-RATES
               THRU P00082-LOAD-TAX-RATES-EXIT.

      *****************************************************************
      *    LOAD THE CUSTOMER / REP COMMISSION SPLIT ASSIGNMENTS       *
      *****************************************************************

           PERFORM  P00083-LOAD-REP-SPLITS
               THRU P00083-LOAD-REP-SPLITS-EXIT.

      *****************************************************************
      *    LOAD THE HOURLY EMPLOYEE SHIFT ASSIGNMENTS                 *
      *****************************************************************

           PERFORM  P00084-LOAD-SHIFT-ASSIGNMENTS
               THRU P00084-LOAD-SHIFT-ASSIGNMENTS-EXIT.

      *****************************************************************
      *    LOAD THE PAID TIME OFF ACCRUAL TIERS                       *
      *****************************************************************

           PERFORM  P00085-LOAD-PTO-ACCRUALS
               THRU P00085-LOAD-PTO-ACCRUALS-EXIT.

      *****************************************************************
      *    CONNECT TO THE MQSERIES QUEUE MANAGER FOR ORDER EVENT      *
      *    PUBLISHING -- A QUEUE MANAGER OUTAGE IS A WARNING, NOT A   *
      *    A PARTITIONED RUN MUST NOT CARRY ORDER OR MAINTENANCE      *
      *    PARAMETER RECORDS -- THEY WOULD GO UNPROCESSED HERE AND    *
      *    REPLAYED BY EVERY OTHER PARTITION CARRYING THE SAME FILE.  *
      *    ONLY THE U= USERID CARD IS TOLERATED (AND IGNORED), AND    *
      *    THE P= PAY VARIANCE CARD, WHICH ONLY SETS THIS RUN'S       *
      *    TOLERANCES / RELEASE                                       *
      *****************************************************************

           IF PARTITIONED-RUN
      *                                                               *
      *    FUNCTION :  ON A PARTITIONED RUN, WALK THE PARAMETER FILE  *
      *                AND TERMINATE WHEN IT CARRIES ANYTHING BUT A   *
      *                U= USERID CARD OR A VALID P= PAY VARIANCE      *
      *                CARD (APPLIED HERE).  THE ORDER PASSES DO NOT  *
      *                RUN IN A PARTITION, SO ANY OTHER RECORD WOULD  *
      *                BE SILENTLY DROPPED HERE AND DUPLICATED BY THE *
      *                PARTITION THAT DOES CARRY THE REAL FILE        *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WPR-PAY-VARIANCE
               PERFORM  P00661-EDIT-PAY-VARIANCE
                   THRU P00661-EDIT-PAY-VARIANCE-EXIT
           END-IF.

           IF WPR-USERID OR
              (WPR-PAY-VARIANCE AND WPV-CARD-VALID)
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
      *****************************************************************
      *    A DATE REVERSAL BACKS OUT EVERY REGION'S POSTINGS FOR THE  *
      *    DATE (SALESJRN CARRIES NO REGION), SO IT TOO RUNS WHOLE    *
      *****************************************************************
               IF PARTITIONED-RUN AND WBD-REVERSAL-RUN
                   MOVE WPM-PARTITION-REVERSAL-INVALID
                                       TO WMF-MESSAGE-AREA
                   DISPLAY WMF-MESSAGE-AREA
                   MOVE 16             TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
      *****************************************************************
      *    THE OFF-CYCLE RUN IS SMALL AND KEYED BY EMPLOYEE, NOT BY   *
      *    REGION -- IT ALWAYS RUNS WHOLE                             *
      *****************************************************************
               IF PARTITIONED-RUN AND WBD-OFF-CYCLE-RUN
                   MOVE WPM-PARTITION-OFFCYCLE-INVALID
                                       TO WMF-MESSAGE-AREA
                   DISPLAY WMF-MESSAGE-AREA
                   MOVE 16             TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
      *****************************************************************
      *    NO FILES ARE OPEN YET, SO AN INVALID BUSINESS DATE CAN     *

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00080-LOAD-SHIP-RATES                         *
      *                                                               *
      *    FUNCTION :  LOAD THE EXPEDITED SHIPPING RATE TABLE FROM    *
      *                THE SHIPRATE REFERENCE FILE -- CATEGORY (OR *  *
      *                FOR ALL OTHERS), RUSH SURCHARGE AND PROMISED   *
      *                SHIP DAYS.  INVALID ENTRIES ARE BYPASSED WITH  *
      *                A USERRJCT LINE; A MISSING OR EMPTY FILE MEANS *
      *                NO RUSH ADD CAN BE ACCEPTED THIS RUN           *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00080-LOAD-SHIP-RATES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WSH-COUNT.

           OPEN INPUT SHIP-RATE-FILE.

           IF WS-SHIPRATE-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00080-LOAD-SHIP-RATES-EXIT.

           READ SHIP-RATE-FILE INTO WS-SHIP-RATE-RECORD
               AT END
                   MOVE '10'           TO WS-SHIPRATE-STATUS
           END-READ.

           PERFORM UNTIL WS-SHIPRATE-STATUS NOT = '00'
               IF (SRR-CATEGORY > SPACES)                AND
                  (SRR-SURCHARGE NUMERIC)                AND
                  (SRR-PROMISED-DAYS NUMERIC)            AND
                  (SRR-PROMISED-DAYS-R > ZEROES)         AND
                  (WSH-COUNT < WSH-MAX)
                   ADD +1              TO WSH-COUNT
                   MOVE SRR-CATEGORY   TO WSH-CATEGORY (WSH-COUNT)
                   MOVE SRR-SURCHARGE-R
                                       TO WSH-SURCHARGE (WSH-COUNT)
                   MOVE SRR-PROMISED-DAYS-R
                                       TO WSH-PROMISED-DAYS (WSH-COUNT)
               ELSE
                   MOVE 'SHIPPING RATE ENTRY INVALID, BYPASSED'
                                       TO WMF-MESSAGE-AREA
                   WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-IF
               READ SHIP-RATE-FILE INTO WS-SHIP-RATE-RECORD
                   AT END
                       MOVE '10'       TO WS-SHIPRATE-STATUS
               END-READ
           END-PERFORM.

           CLOSE SHIP-RATE-FILE.

       P00080-LOAD-SHIP-RATES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00081-LOAD-OVERRIDE-LIMITS                    *
      *                                                               *
      *    FUNCTION :  LOAD THE PRICE OVERRIDE CEILING TABLE FROM THE *
      *                OVRDLIM REFERENCE FILE -- USERID (OR * FOR ALL *
      *                OTHERS) AND THE DEEPEST PCT OFF LIST IT MAY    *
      *                GIVE WITHOUT APPROVAL.  INVALID ENTRIES ARE    *
      *                BYPASSED WITH A USERRJCT LINE; A MISSING OR    *
      *                EMPTY FILE HOLDS EVERY OVERRIDE FOR APPROVAL   *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00081-LOAD-OVERRIDE-LIMITS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WPL-COUNT.

           OPEN INPUT OVERRIDE-LIMIT-FILE.

           IF WS-OVRDLIM-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00081-LOAD-OVERRIDE-LIMITS-EXIT.

           READ OVERRIDE-LIMIT-FILE INTO WS-OVERRIDE-LIMIT-RECORD
               AT END
                   MOVE '10'           TO WS-OVRDLIM-STATUS
           END-READ.

           PERFORM UNTIL WS-OVRDLIM-STATUS NOT = '00'
               IF (OLR-USERID > SPACES)                  AND
                  (OLR-MAX-PCT NUMERIC)                  AND
                  (OLR-MAX-PCT-R NOT > 100)              AND
                  (WPL-COUNT < WPL-MAX)
                   ADD +1              TO WPL-COUNT
                   MOVE OLR-USERID     TO WPL-USERID (WPL-COUNT)
                   MOVE OLR-MAX-PCT-R  TO WPL-MAX-PCT (WPL-COUNT)
               ELSE
                   MOVE 'OVERRIDE CEILING ENTRY INVALID, BYPASSED'
                                       TO WMF-MESSAGE-AREA
                   WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-IF
               READ OVERRIDE-LIMIT-FILE INTO WS-OVERRIDE-LIMIT-RECORD
                   AT END
                       MOVE '10'       TO WS-OVRDLIM-STATUS
               END-READ
           END-PERFORM.

           CLOSE OVERRIDE-LIMIT-FILE.

       P00081-LOAD-OVERRIDE-LIMITS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00082-LOAD-TAX-RATES                          *
      *                                                               *
      *    FUNCTION :  LOAD THE SALES TAX RATE TABLE FROM THE TAXRATE *
      *                REFERENCE FILE -- STATE, COUNTY (*** FOR THE   *
      *                STATE AS A WHOLE), EFFECTIVE DATE AND PERCENT  *
      *                RATE.  INVALID ENTRIES ARE BYPASSED WITH A     *
      *                USERRJCT LINE; A MISSING OR EMPTY FILE BILLS   *
      *                WITHOUT TAX AND FLAGS IT ON TAXLIARP           *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00082-LOAD-TAX-RATES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WTR-COUNT.

           OPEN INPUT TAX-RATE-FILE.

           IF WS-TAXRATE-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00082-LOAD-TAX-RATES-EXIT.

           READ TAX-RATE-FILE INTO WS-TAX-RATE-RECORD
               AT END
                   MOVE '10'           TO WS-TAXRATE-STATUS
           END-READ.

           PERFORM UNTIL WS-TAXRATE-STATUS NOT = '00'
               IF (TRR-STATE > SPACES)                   AND
                  (TRR-COUNTY > SPACES)                  AND
                  (TRR-EFFECTIVE-DATE NUMERIC)           AND
                  (TRR-RATE NUMERIC)                     AND
                  (WTR-COUNT < WTR-MAX)
                   ADD +1              TO WTR-COUNT
                   MOVE TRR-STATE      TO WTR-STATE (WTR-COUNT)
                   MOVE TRR-COUNTY     TO WTR-COUNTY (WTR-COUNT)
                   MOVE TRR-EFFECTIVE-DATE-R
                                       TO WTR-EFFECTIVE-DATE (WTR-COUNT)
                   MOVE TRR-RATE-R     TO WTR-RATE (WTR-COUNT)
               ELSE
                   MOVE 'TAX RATE ENTRY INVALID, BYPASSED'
                                       TO WMF-MESSAGE-AREA
                   WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-IF
               READ TAX-RATE-FILE INTO WS-TAX-RATE-RECORD
                   AT END
                       MOVE '10'       TO WS-TAXRATE-STATUS
               END-READ
           END-PERFORM.

           CLOSE TAX-RATE-FILE.

       P00082-LOAD-TAX-RATES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00083-LOAD-REP-SPLITS                         *
      *                                                               *
      *    FUNCTION :  LOAD THE CUSTOMER / REP COMMISSION SPLIT       *
      *                ASSIGNMENTS FROM THE CUSTREP REFERENCE FILE.   *
      *                A LINE NEEDS A CUSTOMER, A SALES ID, A PERCENT *
      *                OVER ZERO AND NOT OVER 100, A REGION ON THE    *
      *                REGION TABLE AND NUMERIC DATES; INVALID LINES  *
      *                REJECT TO USERRJCT AND ARE BYPASSED.  A        *
      *                MISSING OR EMPTY FILE MEANS NO SPLITS --       *
      *                EVERY POSTING STAYS WITH ITS OWN SALES ID      *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00083-LOAD-REP-SPLITS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WCR-COUNT.

           OPEN INPUT CUST-REP-FILE.

           IF WS-CUSTREP-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE WPM-CUSTREP-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               GO TO P00083-LOAD-REP-SPLITS-EXIT.

           READ CUST-REP-FILE INTO WS-CUST-REP-RECORD
               AT END
                   MOVE '10'           TO WS-CUSTREP-STATUS
           END-READ.

           PERFORM UNTIL WS-CUSTREP-STATUS NOT = '00'
               IF CRA-EFF-TO = SPACES
                   MOVE ZEROES         TO CRA-EFF-TO-R
               END-IF
               EVALUATE TRUE
                   WHEN (CRA-CUSTOMER-ID > SPACES)      AND
                        (CRA-SALES-ID > SPACES)         AND
                        (CRA-SPLIT-PCT NUMERIC)         AND
                        (CRA-SPLIT-PCT-R > ZEROES)      AND
                        (CRA-SPLIT-PCT-R NOT > 100)     AND
                        (CRA-REGION NUMERIC)            AND
                        (CRA-REGION-R >= 1)             AND
                        (CRA-REGION-R <= WRM-REGION-COUNT) AND
                        (CRA-EFF-FROM NUMERIC)          AND
                        (CRA-EFF-TO NUMERIC)            AND
                        (WCR-COUNT < WCR-MAX)
                       ADD +1          TO WCR-COUNT
                       MOVE CRA-CUSTOMER-ID
                                       TO WCR-CUSTOMER-ID (WCR-COUNT)
                       MOVE CRA-SALES-ID
                                       TO WCR-SALES-ID (WCR-COUNT)
                       MOVE CRA-SPLIT-PCT-R
                                       TO WCR-SPLIT-PCT (WCR-COUNT)
                       MOVE CRA-REGION-R
                                       TO WCR-REGION (WCR-COUNT)
                       MOVE CRA-EFF-FROM-R
                                       TO WCR-EFF-FROM (WCR-COUNT)
                       MOVE CRA-EFF-TO-R
                                       TO WCR-EFF-TO (WCR-COUNT)
                   WHEN OTHER
                       MOVE CRA-CUSTOMER-ID
                                       TO WPM-CUSTREP-CUSTOMER
                       MOVE WPM-INVALID-CUSTREP
                                       TO WMF-MESSAGE-AREA
                       WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-EVALUATE
               READ CUST-REP-FILE INTO WS-CUST-REP-RECORD
                   AT END
                       MOVE '10'       TO WS-CUSTREP-STATUS
               END-READ
           END-PERFORM.

           CLOSE CUST-REP-FILE.

           IF WCR-COUNT = ZEROES
               MOVE WPM-CUSTREP-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
           END-IF.

       P00083-LOAD-REP-SPLITS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00084-LOAD-SHIFT-ASSIGNMENTS                  *
      *                                                               *
      *    FUNCTION :  LOAD THE HOURLY EMPLOYEE SHIFT ASSIGNMENTS FROM*
      *                THE SHIFTASN REFERENCE FILE.  A LINE NEEDS A   *
      *                NUMERIC EMPLOYEE NUMBER AND A SHIFT OF 1 TO 3, *
      *                AND AN EMPLOYEE ALREADY ASSIGNED IS A          *
      *                DUPLICATE; INVALID LINES REJECT TO USERRJCT AND*
      *                ARE BYPASSED.  A MISSING OR EMPTY FILE LEAVES  *
      *                EVERY EMPCOMP SHIFT ZERO (NOT ASSIGNED)        *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00084-LOAD-SHIFT-ASSIGNMENTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WSA-COUNT.

           OPEN INPUT SHIFT-ASSIGN-FILE.

           IF WS-SHIFTASN-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE WPM-SHIFTASN-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               GO TO P00084-LOAD-SHIFT-ASSIGNMENTS-EXIT.

           READ SHIFT-ASSIGN-FILE INTO WS-SHIFT-ASSIGN-RECORD
               AT END
                   MOVE '10'           TO WS-SHIFTASN-STATUS
           END-READ.

           PERFORM UNTIL WS-SHIFTASN-STATUS NOT = '00'
               MOVE ZEROES             TO WSA-FOUND-SHIFT
               IF SAS-EMP-NUM NUMERIC
                   MOVE SAS-EMP-NUM-R  TO WSA-SEARCH-EMP
                   PERFORM VARYING WSA-SUB FROM +1 BY +1
                           UNTIL WSA-SUB > WSA-COUNT
                       IF WSA-EMP-NUM (WSA-SUB) = WSA-SEARCH-EMP
                           MOVE WSA-SHIFT (WSA-SUB)
                                       TO WSA-FOUND-SHIFT
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN (SAS-EMP-NUM NUMERIC)          AND
                        (SAS-SHIFT NUMERIC)            AND
                        (SAS-SHIFT-R >= 1)             AND
                        (SAS-SHIFT-R <= 3)             AND
                        (WSA-FOUND-SHIFT = ZEROES)     AND
                        (WSA-COUNT < WSA-MAX)
                       ADD +1          TO WSA-COUNT
                       MOVE SAS-EMP-NUM-R
                                       TO WSA-EMP-NUM (WSA-COUNT)
                       MOVE SAS-SHIFT-R
                                       TO WSA-SHIFT (WSA-COUNT)
                   WHEN OTHER
                       MOVE SAS-EMP-NUM
                                       TO WPM-SHIFTASN-EMP-NUM
                       MOVE WPM-INVALID-SHIFTASN
                                       TO WMF-MESSAGE-AREA
                       WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-EVALUATE
               READ SHIFT-ASSIGN-FILE INTO WS-SHIFT-ASSIGN-RECORD
                   AT END
                       MOVE '10'       TO WS-SHIFTASN-STATUS
               END-READ
           END-PERFORM.

           CLOSE SHIFT-ASSIGN-FILE.

           IF WSA-COUNT = ZEROES
               MOVE WPM-SHIFTASN-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
           END-IF.

       P00084-LOAD-SHIFT-ASSIGNMENTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00085-LOAD-PTO-ACCRUALS                       *
      *                                                               *
      *    FUNCTION :  LOAD THE PAID TIME OFF ACCRUAL TIERS FROM THE  *
      *                PTOACCR TABLE FILE.  A LINE NEEDS NUMERIC      *
      *                FIELDS THROUGHOUT AND A TENURE FROM NOT PAST   *
      *                ITS TENURE TO; INVALID LINES REJECT TO USERRJCT*
      *                AND ARE BYPASSED.  WHEN THE FILE IS MISSING OR *
      *                YIELDS NO VALID TIER THE COMPILED TIERS ARE    *
      *                LOADED -- 80 / 120 / 160 VACATION HOURS A YEAR *
      *                UNDER 5, 5 TO 9, AND 10 OR MORE YEARS, 48 SICK *
      *                HOURS A YEAR, ON A WEEKLY PAY                  *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00085-LOAD-PTO-ACCRUALS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WPA-COUNT.

           OPEN INPUT PTO-ACCRUAL-FILE.

           IF WS-PTOACCR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00085-SEED-DEFAULTS.

           READ PTO-ACCRUAL-FILE INTO WS-PTO-ACCRUAL-RECORD
               AT END
                   MOVE '10'           TO WS-PTOACCR-STATUS
           END-READ.

           PERFORM UNTIL WS-PTOACCR-STATUS NOT = '00'
               EVALUATE TRUE
                   WHEN (PAR-YEARS-FROM NUMERIC)       AND
                        (PAR-YEARS-TO NUMERIC)         AND
                        (PAR-VAC-HOURS NUMERIC)        AND
                        (PAR-SICK-HOURS NUMERIC)       AND
                        (PAR-VAC-MAX-CARRY NUMERIC)    AND
                        (PAR-SICK-MAX-CARRY NUMERIC)   AND
                        (PAR-YEARS-FROM-R NOT >
                         PAR-YEARS-TO-R)               AND
                        (WPA-COUNT < WPA-MAX)
                       ADD +1          TO WPA-COUNT
                       MOVE PAR-YEARS-FROM-R
                                       TO WPA-YEARS-FROM (WPA-COUNT)
                       MOVE PAR-YEARS-TO-R
                                       TO WPA-YEARS-TO (WPA-COUNT)
                       MOVE PAR-VAC-HOURS-R
                                       TO WPA-VAC-HOURS (WPA-COUNT)
                       MOVE PAR-SICK-HOURS-R
                                       TO WPA-SICK-HOURS (WPA-COUNT)
                       MOVE PAR-VAC-MAX-CARRY-R
                                       TO WPA-VAC-MAX-CARRY
                                          (WPA-COUNT)
                       MOVE PAR-SICK-MAX-CARRY-R
                                       TO WPA-SICK-MAX-CARRY
                                          (WPA-COUNT)
                   WHEN OTHER
                       MOVE PAR-YEARS-FROM
                                       TO WPM-PTOACCR-YEARS
                       MOVE WPM-INVALID-PTOACCR
                                       TO WMF-MESSAGE-AREA
                       WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               END-EVALUATE
               READ PTO-ACCRUAL-FILE INTO WS-PTO-ACCRUAL-RECORD
                   AT END
                       MOVE '10'       TO WS-PTOACCR-STATUS
               END-READ
           END-PERFORM.

           CLOSE PTO-ACCRUAL-FILE.

           IF WPA-COUNT > ZEROES
               GO TO P00085-LOAD-PTO-ACCRUALS-EXIT.

       P00085-SEED-DEFAULTS.

           MOVE WPM-PTOACCR-FALLBACK   TO WMF-MESSAGE-AREA.
           WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA.

           MOVE +3                     TO WPA-COUNT.
           MOVE 00                     TO WPA-YEARS-FROM (1).
           MOVE 04                     TO WPA-YEARS-TO (1).
           MOVE 1.54                   TO WPA-VAC-HOURS (1).
           MOVE .92                    TO WPA-SICK-HOURS (1).
           MOVE 040                    TO WPA-VAC-MAX-CARRY (1).
           MOVE 048                    TO WPA-SICK-MAX-CARRY (1).
           MOVE 05                     TO WPA-YEARS-FROM (2).
           MOVE 09                     TO WPA-YEARS-TO (2).
           MOVE 2.31                   TO WPA-VAC-HOURS (2).
           MOVE .92                    TO WPA-SICK-HOURS (2).
           MOVE 080                    TO WPA-VAC-MAX-CARRY (2).
           MOVE 048                    TO WPA-SICK-MAX-CARRY (2).
           MOVE 10                     TO WPA-YEARS-FROM (3).
           MOVE 99                     TO WPA-YEARS-TO (3).
           MOVE 3.08                   TO WPA-VAC-HOURS (3).
           MOVE .92                    TO WPA-SICK-HOURS (3).
           MOVE 120                    TO WPA-VAC-MAX-CARRY (3).
           MOVE 048                    TO WPA-SICK-MAX-CARRY (3).

       P00085-LOAD-PTO-ACCRUALS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00075-APPLY-PRICE-CHANGES                     *
      *                                                               *
      *    FUNCTION :  READ THE MERCHANDISING PRICE-CHANGE FEED       *
      *                (PRCCHG) AND APPLY EACH EDITED TRANSACTION TO  *
      *                THE DB2 ITEM TABLE THROUGH STORED PROCEDURE    *
      *                PDASP4, EFFECTIVE DATE AND ALL.  EVERY         *
      *                TRANSACTION IS LISTED ON THE PRCCHGRP APPLY    *
      *                REPORT AS APPLIED, PENDING (FUTURE DATED) OR   *
      *                REJECTED.  A MISSING OR EMPTY FEED MEANS NO    *
      *                PRICE ACTIVITY THIS RUN                        *
      *                                                               *
      *    CALLED BY:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P00075-APPLY-PRICE-CHANGES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT PRICE-CHANGE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO PCH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO PCH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO PCH-RUN-YEAR.
           WRITE PRICE-CHANGE-PRINT-RECORD FROM PRCCHG-HDR1.
           MOVE BLANK-LINE             TO PRICE-CHANGE-PRINT-RECORD.
           WRITE PRICE-CHANGE-PRINT-RECORD.

           MOVE 'N'                    TO WPC-END-OF-FEED-SW.

           OPEN INPUT PRICE-CHANGE-FILE.

           IF WS-PRCCHG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00075-CLOSE-REPORT.

           READ PRICE-CHANGE-FILE INTO WS-PRICE-CHANGE-RECORD
               AT END
                   SET WPC-END-OF-FEED TO TRUE
           END-READ.

           PERFORM UNTIL WPC-END-OF-FEED
               MOVE PCH-ITEM-NUMBER    TO PCD-ITEM-NUMBER
               MOVE ZEROES             TO PCD-NEW-PRICE
                                          PCD-EFFECTIVE
               IF (PCH-ITEM-NUMBER NUMERIC)     AND
                  (PCH-NEW-PRICE NUMERIC)       AND
                  (PCH-EFFECTIVE-DATE NUMERIC)
                   MOVE PCH-NEW-PRICE-R
                                       TO PCD-NEW-PRICE
                   MOVE PCH-EFFECTIVE-DATE-R
                                       TO PCD-EFFECTIVE
                   MOVE PCH-ITEM-NUMBER-R
                                       TO PDASP4-ITEM-NUMBER
                   MOVE PCH-NEW-PRICE-R
                                       TO PDASP4-NEW-PRICE
                   MOVE PCH-EFFECTIVE-DATE-R
                                       TO PDASP4-EFFECTIVE-DATE
                   CALL 'PDASP4' USING PDASP4-ITEM-NUMBER,
                                       PDASP4-NEW-PRICE,
                                       PDASP4-EFFECTIVE-DATE,
                                       PDASP4-STATUS
                   IF PDASP4-STATUS = SPACES OR '0000'
                       IF PCH-EFFECTIVE-DATE-R > WS-BUSINESS-DATE-R
                           MOVE 'PENDING - FUTURE EFFECTIVE DATE'
                                       TO PCD-RESULT
                       ELSE
                           ADD +1      TO WPC-CHANGES-APPLIED
                           MOVE 'APPLIED'
                                       TO PCD-RESULT
                       END-IF
                   ELSE
                       ADD +1          TO WPC-CHANGES-REJECTED
                       MOVE 'REJECTED BY PDASP4'
                                       TO PCD-RESULT
                   END-IF
               ELSE
                   ADD +1              TO WPC-CHANGES-REJECTED
                   MOVE 'REJECTED - ITEM/PRICE/DATE NOT NUMERIC'
                                       TO PCD-RESULT
               END-IF
               WRITE PRICE-CHANGE-PRINT-RECORD FROM PRCCHG-DETAIL
               READ PRICE-CHANGE-FILE INTO WS-PRICE-CHANGE-RECORD
                   AT END
                       SET WPC-END-OF-FEED TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PRICE-CHANGE-FILE.

      *****************************************************************
      *    A PRICE ACTUALLY IN FORCE CHANGED -- RE-PRICE THE STILL-   *
      *    OPEN ORDERS SO THEIR TOTALS MATCH THE PRICE IN FORCE ON    *
      *    THE ORDER DATE                                             *
      *****************************************************************

           IF WPC-CHANGES-APPLIED > ZEROES
               PERFORM  P00076-REPRICE-OPEN-ORDERS
                   THRU P00076-REPRICE-OPEN-ORDERS-EXIT.

       P00075-CLOSE-REPORT.

           CLOSE PRICE-CHANGE-REPORT-FILE.

       P00075-APPLY-PRICE-CHANGES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00076-REPRICE-OPEN-ORDERS                     *
      *                                                               *
      *    FUNCTION :  WALK THE ORDER DATABASE AND RE-RUN THE PDAS01  *
      *                PRICING OVER EVERY STILL-OPEN ORDER.  AN       *
      *                ORDER WHOSE TOTAL MOVED IS REPLACED, AUDITED   *
      *                AS A CHANGE, AND LISTED ON THE PRICE CHANGE    *
      *                REPORT WITH ITS OLD AND NEW TOTALS             *
      *                                                               *
      *    CALLED BY:  P00075-APPLY-PRICE-CHANGES                     *
      *                                                               *
      *****************************************************************

       P00076-REPRICE-OPEN-ORDERS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WPC-END-OF-ORDERS-SW.
           MOVE WS-PARAMETER-RECORD    TO WPC-SAVE-PARM-RECORD.

           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-UNQUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               SET WPC-END-OF-ORDERS   TO TRUE.

           PERFORM UNTIL WPC-END-OF-ORDERS
               IF ORD-STATUS-OPEN
                   PERFORM  P00077-REPRICE-ONE-ORDER
                       THRU P00077-REPRICE-ONE-ORDER-EXIT
               END-IF
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   CONTINUE
               ELSE
                   SET WPC-END-OF-ORDERS
                                       TO TRUE
               END-IF
           END-PERFORM.

           MOVE WPC-SAVE-PARM-RECORD   TO WS-PARAMETER-RECORD.

       P00076-REPRICE-OPEN-ORDERS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00077-REPRICE-ONE-ORDER                       *
      *                                                               *
      *    FUNCTION :  RE-PRICE THE OPEN ORDER SEGMENT IN MEMORY      *
      *                THROUGH PDAS01.  WHEN THE TOTAL MOVED, GHU     *
      *                THE SEGMENT FOR UPDATE, REPL THE NEW TOTAL,    *
      *                AND AUDIT THE REPRICE AS A CHANGE (BEFORE /    *
      *                AFTER IMAGES INCLUDED) SO THE TRAIL AND THE    *
      *                WAREHOUSE BOTH SEE IT                          *
      *                                                               *
      *    CALLED BY:  P00076-REPRICE-OPEN-ORDERS                     *
      *                                                               *
      *****************************************************************

       P00077-REPRICE-ONE-ORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WCT-AUDIT-SW.
           MOVE ORD-ORDER-TOTAL-AMOUNT TO WPC-OLD-TOTAL.
           MOVE ORD-CUSTOMER-ID        TO WMF-CUSTOMER-ID.
           MOVE ORD-CATEGORY           TO WMF-CATEGORY.
           MOVE ORD-ORDER-NUMBER       TO WS-PDASP1-ORDER-NUMBER.

           PERFORM  P00785-PRICE-ORDER-PDAS01
               THRU P00785-PRICE-ORDER-PDAS01-EXIT.

      *****************************************************************
      *    THE NEW PDAS01 PRICE RE-PRICES THE FIRST LINE AND ANY      *
      *    CONTRACT LINE TAKES TODAY'S CONTRACT PRICE; THE ORDER      *
      *    TOTAL MOVES BY WHAT ITS LINES MOVED                        *
      *****************************************************************

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE ORD-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.
           MOVE 'N'                    TO WCT-APPLY-SW.
           PERFORM  P00748-REPRICE-ORDER-LINES
               THRU P00748-REPRICE-ORDER-LINES-EXIT.

           IF WCT-PRICE-DELTA = ZEROES
               GO TO P00077-REPRICE-ONE-ORDER-EXIT.

           COMPUTE WMF-ORDER-TOTAL-AMOUNT =
               WPC-OLD-TOTAL + WCT-PRICE-DELTA.
           MOVE 'Y'                    TO WCT-APPLY-SW.
           PERFORM  P00748-REPRICE-ORDER-LINES
               THRU P00748-REPRICE-ORDER-LINES-EXIT.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               GO TO P00077-REPRICE-ONE-ORDER-EXIT.

           MOVE ORDER-SEGMENT          TO AUD-BEFORE-IMAGE.
           MOVE WMF-ORDER-TOTAL-AMOUNT TO ORD-ORDER-TOTAL-AMOUNT.

           CALL 'CBLTDLI' USING ICF-REPL,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           MOVE ORDER-SEGMENT          TO AUD-AFTER-IMAGE.

           MOVE SPACES                 TO WS-PARAMETER-RECORD.
           MOVE 'C'                    TO WPR-RECORD-TYPE.
           MOVE ORD-ORDER-NUMBER       TO WPR-ORDER-NUMBER-R.

           IF WCT-AUDIT-CONTRACT
               ADD +1                  TO WCT-ORDERS-REPRICED
           END-IF.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.

           ADD +1                      TO WPC-ORDERS-REPRICED.
           MOVE ORD-ORDER-NUMBER       TO PCR-ORDER-NUMBER.
           MOVE WPC-OLD-TOTAL          TO PCR-OLD-TOTAL.
           MOVE ORD-ORDER-TOTAL-AMOUNT TO PCR-NEW-TOTAL.
           WRITE PRICE-CHANGE-PRINT-RECORD FROM PRCCHG-REPRICE-DTL.

      *****************************************************************
      *    MOVE THE CUSTOMER'S OPEN BALANCE BY THE REPRICE DELTA SO   *
      *    A LATER CLOSE / CANCEL / DELETE RELIEVES WHAT THE ORDER    *
      *    NOW ACTUALLY OWES                                          *
      *****************************************************************

           MOVE ORD-CUSTOMER-ID        TO WBA-ADJ-CUSTOMER.
           COMPUTE WBA-ADJ-AMOUNT =
               ORD-ORDER-TOTAL-AMOUNT - WPC-OLD-TOTAL.
           PERFORM  P00664-ADJUST-CUST-BALANCE
               THRU P00664-ADJUST-CUST-BALANCE-EXIT.

       P00077-REPRICE-ONE-ORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00070-WRITE-TRACE-RECORD                      *
      *                                                               *
      *    FUNCTION :  CAPTURE THE CURRENT WS-COUNTER CALL-DEPTH AND  *
      *                ITS RUN HIGH-WATER MARK TO TRACE-FILE SO       *
      *                SUPPORT HAS A PARAGRAPH-NESTING DEPTH TO LOOK  *
      *                AT ON ABEND, OR FOR ANY NORMAL RUN ON REQUEST  *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB, P99500-PDA-ERROR            *
      *                                                               *
      *****************************************************************

       P00070-WRITE-TRACE-RECORD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-COUNTER             TO WTL-CURRENT-DEPTH.
           MOVE WS-COUNTER-HWM         TO WTL-HWM-DEPTH.
           MOVE WS-TRACE-LINE          TO TRACE-PRINT-RECORD.
           WRITE TRACE-PRINT-RECORD.

       P00070-WRITE-TRACE-RECORD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00072-CONNECT-MQSERIES                        *
      *                                                               *
      *    FUNCTION :  MQCONN TO THE QUEUE MANAGER SO P00688 CAN      *
      *                MQPUT1 ORDER EVENTS FROM THIS BATCH REGION.    *
      *                A FAILED CONNECT IS REPORTED THROUGH THE       *
      *                STANDARD MQSERIES ERROR LINES AS A WARNING     *
      *                AND EVENT PUBLISHING IS BYPASSED FOR THE RUN   *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00072-CONNECT-MQSERIES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WMQ-CONNECTED-SW.

           CALL 'MQCONN' USING WMQ-QMGR-NAME,
                               WMQ-HCONN,
                               WMQ-COMPCODE,
                               WMQ-REASON.

           IF WMQ-COMPCODE = +0
               MOVE 'Y'                TO WMQ-CONNECTED-SW
               PERFORM  P00073-DRAIN-EVENT-SPOOL
                   THRU P00073-DRAIN-EVENT-SPOOL-EXIT
           ELSE
               MOVE 'MQS'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPME-PROGRAM-ID
               MOVE 'P00072'           TO WPME-PARAGRAPH
               MOVE WMQ-REASON         TO WPME-REASON-CODE
               MOVE 'MQCONN'           TO WPME-FUNCTION
               MOVE WS-PDA-MQSERIES-ERROR-01
                                       TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00072-CONNECT-MQSERIES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00073-DRAIN-EVENT-SPOOL                       *
      *                                                               *
      *    FUNCTION :  RE-PUBLISH THE ORDER EVENTS SPOOLED WHILE THE  *
      *                QUEUE MANAGER WAS DOWN.  THE SPOOL IS LOADED   *
      *                TO MEMORY, TRUNCATED, AND EACH EVENT MQPUT1'D  *
      *                IN ORIGINAL ORDER; ONCE A PUT FAILS THE        *
      *                REMAINING EVENTS GO STRAIGHT BACK TO THE       *
      *                SPOOL, STILL IN ORDER, FOR THE NEXT RUN.  A    *
      *                SPOOL HOLDING MORE THAN THE TABLE LIMIT IS     *
      *                LEFT UNTOUCHED WITH A WARNING RATHER THAN      *
      *                RISK LOSING THE OVERFLOW                       *
      *                                                               *
      *    CALLED BY:  P00072-CONNECT-MQSERIES                        *
      *                                                               *
      *****************************************************************

       P00073-DRAIN-EVENT-SPOOL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WES-COUNT.
           MOVE 'N'                    TO WES-END-OF-SPOOL-SW
                                          WES-DRAIN-STOPPED-SW.

           OPEN INPUT EVENT-SPOOL-FILE.

           IF WS-EVTSPOOL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00073-DRAIN-EVENT-SPOOL-EXIT.

           READ EVENT-SPOOL-FILE INTO WS-MQ-ORDER-EVENT
               AT END
                   SET WES-END-OF-SPOOL TO TRUE
           END-READ.

           PERFORM UNTIL WES-END-OF-SPOOL
               IF WES-COUNT = WES-MAX
                   MOVE 'WS-EVENT-SPOOL-TABLE'
                                       TO WPM-TABLE-NAME
                   MOVE WPM-TABLE-OVERFLOW
                                       TO WPGE-DESCRIPTION
                   MOVE 'GEN'          TO WS-PDA-ERROR-TYPE
                   MOVE 'W'            TO WS-PDA-ERROR-SEVERITY
                   MOVE 'PDAB06'       TO WPGE-PROGRAM-ID
                   MOVE 'P00073'       TO WPGE-PARAGRAPH
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT
                   CLOSE EVENT-SPOOL-FILE
                   GO TO P00073-DRAIN-EVENT-SPOOL-EXIT
               END-IF
               ADD +1                  TO WES-COUNT
               MOVE WS-MQ-ORDER-EVENT  TO WES-EVENT (WES-COUNT)
               READ EVENT-SPOOL-FILE INTO WS-MQ-ORDER-EVENT
                   AT END
                       SET WES-END-OF-SPOOL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE EVENT-SPOOL-FILE.

           IF WES-COUNT = ZEROES
               GO TO P00073-DRAIN-EVENT-SPOOL-EXIT.

      *****************************************************************
      *    TRUNCATE THE SPOOL, THEN SEND -- ANY EVENT THE QUEUE       *
      *    STILL CANNOT TAKE GOES STRAIGHT BACK ON                    *
      *****************************************************************

           OPEN OUTPUT EVENT-SPOOL-FILE.
           CLOSE EVENT-SPOOL-FILE.

           PERFORM VARYING WES-SUB FROM +1 BY +1
                   UNTIL WES-SUB > WES-COUNT
               MOVE WES-EVENT (WES-SUB)
                                       TO WS-MQ-ORDER-EVENT
               IF WES-DRAIN-STOPPED
                   PERFORM  P00689-SPOOL-ORDER-EVENT
                       THRU P00689-SPOOL-ORDER-EVENT-EXIT
               ELSE
                   IF MOE-EXPEDITE
                       MOVE +9         TO WMQ-MD-PRIORITY
                   ELSE
                       MOVE +0         TO WMQ-MD-PRIORITY
                   END-IF
                   CALL 'MQPUT1' USING WMQ-HCONN,
                                       WMQ-OBJECT-DESCRIPTOR,
                                       WMQ-MESSAGE-DESCRIPTOR,
                                       WMQ-PUT-MESSAGE-OPTIONS,
                                       WMQ-BUFFER-LENGTH,
                                       WS-MQ-ORDER-EVENT,
                                       WMQ-COMPCODE,
                                       WMQ-REASON
                   IF WMQ-COMPCODE = +0
                       ADD +1          TO WES-EVENTS-DRAINED
                   ELSE
                       SET WES-DRAIN-STOPPED
                                       TO TRUE
                       MOVE 'MQS'      TO WS-PDA-ERROR-TYPE
                       MOVE 'W'        TO WS-PDA-ERROR-SEVERITY
                       MOVE 'PDAB06'   TO WPME-PROGRAM-ID
                       MOVE 'P00073'   TO WPME-PARAGRAPH
                       MOVE WMQ-REASON TO WPME-REASON-CODE
                       MOVE 'MQPUT1 SPOOL DRAIN'
                                       TO WPME-FUNCTION
                       MOVE WS-PDA-MQSERIES-ERROR-01
                                       TO WPGE-DESCRIPTION
                       PERFORM  P99500-PDA-ERROR
                           THRU P99500-PDA-ERROR-EXIT
                       PERFORM  P00689-SPOOL-ORDER-EVENT
                           THRU P00689-SPOOL-ORDER-EVENT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       P00073-DRAIN-EVENT-SPOOL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00105-DISCONNECT-MQSERIES                     *
      *                                                               *
      *    FUNCTION :  MQDISC FROM THE QUEUE MANAGER AT END OF JOB    *
      *                WHEN A CONNECTION WAS MADE AT INITIALIZATION   *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00105-DISCONNECT-MQSERIES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WMQ-CONNECTED
               CALL 'MQDISC' USING WMQ-HCONN,
                                   WMQ-COMPCODE,
                                   WMQ-REASON
               MOVE 'N'                TO WMQ-CONNECTED-SW.

       P00105-DISCONNECT-MQSERIES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00100-END-OF-JOB                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO PERFORM NORMAL END OF PROGRAM       *
      *                OPERATIONS, I.E. CLOSE FILES, ETC.             *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00100-END-OF-JOB.

      *****************************************************************
      *    CLOSE FILES, VERIFY SUCCESSFUL VSAM FILE CLOSURES          *
      *****************************************************************

           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM  P00070-WRITE-TRACE-RECORD
               THRU P00070-WRITE-TRACE-RECORD-EXIT.

      *****************************************************************
      *    THE ORDER-SIDE REPORTS AND THE SALES / JOURNAL PROOF       *
      *    BELONG TO THE FULL RUN -- A PARTITION RAN NO ORDER         *
      *    ACTIONS, WOULD REPLAY EVERY STATEMENT AND REPORT ONCE     *
      *    PER PARTITION, AND ITS PARTITION-SUFFIXED SALESJRN CAN     *
      *    NEVER BALANCE THE SHARED SALES MASTER (COMPMRGE DRAINS     *
      *    THE PARTITION JOURNALS TO THE REAL SALESJRN AFTERWARD)     *
      *****************************************************************

           IF PARTITIONED-RUN
               GO TO P00100-RUN-SUMMARY.

      *****************************************************************
      *    PRINT THE DAILY ORDER ACTIVITY REPORT FROM THE AUDIT       *
      *    TRAIL WRITTEN THIS RUN (CUSTOMER FILE IS STILL OPEN)       *
      *****************************************************************

           PERFORM  P00686-PRINT-ORDER-ACTIVITY
               THRU P00686-PRINT-ORDER-ACTIVITY-EXIT.

      *****************************************************************
      *    PRINT THE PENDING ORDER AGING REPORT FOR CREDIT AND        *
      *    FULFILLMENT (PENDING ORDER FILE IS STILL OPEN)             *
      *****************************************************************

           PERFORM  P00690-PENDING-ORDER-AGING
               THRU P00690-PENDING-ORDER-AGING-EXIT.

      *****************************************************************
      *    LIST THE RUSH ORDERS THAT MISSED THEIR PROMISED SHIP DAYS  *
      *****************************************************************

           PERFORM  P00711-EXPEDITE-SLA-REPORT
               THRU P00711-EXPEDITE-SLA-REPORT-EXIT.

      *****************************************************************
      *    TOTAL TODAY'S PRICE OVERRIDE GIVE-AWAY BY REP AND REASON   *
      *****************************************************************

           PERFORM  P00722-PRICE-OVERRIDE-REPORT
               THRU P00722-PRICE-OVERRIDE-REPORT-EXIT.

      *****************************************************************
      *    BILL EVERY ORDER STILL PENDING ON PENDINV -- THIS RUN'S    *
      *    SHIPS PLUS ANY AN ABENDED RUN LEFT UNBILLED (CUSTOMER      *
      *    FILE IS STILL OPEN)                                        *
      *****************************************************************

           PERFORM  P00694-GENERATE-INVOICES
               THRU P00694-GENERATE-INVOICES-EXIT.

      *****************************************************************
      *    OPEN-ITEM RECEIVABLES -- POST TONIGHT'S REGISTER TO        *
      *    ARLEDGER, APPLY THE DAY'S CASH RECEIPTS AGAINST IT, THEN   *
      *    AGE WHAT IS STILL OPEN (CUSTOMER FILE IS STILL OPEN)       *
      *****************************************************************

           PERFORM  P00724-POST-AR-FROM-INVREG
               THRU P00724-POST-AR-FROM-INVREG-EXIT.

           PERFORM  P00725-APPLY-CASH-RECEIPTS
               THRU P00725-APPLY-CASH-RECEIPTS-EXIT.

           PERFORM  P00729-AR-AGING-REPORT
               THRU P00729-AR-AGING-REPORT-EXIT.

      *****************************************************************
      *    ON THE MONTH-END RUN, PRINT THE CUSTOMER STATEMENTS        *
      *    (CUSTOMER AND PENDING ORDER FILES ARE STILL OPEN), THE     *
      *    MONTH'S SALES TAX LIABILITY FOR FILING AND THE CUSTOMER    *
      *    CONTRACTS COMING UP FOR RENEWAL, AND WHO HOLDS WHICH       *
      *    PARAMETER RECORD AUTHORITY                                 *
      *****************************************************************

           IF END-OF-MONTH
               PERFORM  P00696-CUSTOMER-STATEMENTS
                   THRU P00696-CUSTOMER-STATEMENTS-EXIT
               PERFORM  P00697-LOYALTY-STATEMENTS
                   THRU P00697-LOYALTY-STATEMENTS-EXIT
               PERFORM  P00734-TAX-LIABILITY-REPORT
                   THRU P00734-TAX-LIABILITY-REPORT-EXIT
               PERFORM  P00750-CONTRACT-EXPIRY-REPORT
                   THRU P00750-CONTRACT-EXPIRY-REPORT-EXIT
               PERFORM  P00754-AUTHORITY-REPORT
                   THRU P00754-AUTHORITY-REPORT-EXIT.

      *****************************************************************
      *    NIGHTLY STOCK POSITION FOR PURCHASING, FLAGGING THE ITEMS  *
      *    WHOSE AVAILABLE STOCK IS UNDER THEIR REORDER POINT         *
      *****************************************************************

           PERFORM  P00744-INVENTORY-POSITION-REPORT
               THRU P00744-INVENTORY-POSITION-REPORT-EXIT.

      *****************************************************************
      *    SUPPLIER COVERAGE / SINGLE-SOURCE RISK REPORT FOR          *
      *    PURCHASING                                                 *
      *****************************************************************

           PERFORM  P00116-PRINT-SUPPLIER-COVERAGE
               THRU P00116-PRINT-SUPPLIER-COVERAGE-EXIT.

      *****************************************************************
      *    PROVE THE SALES MASTER NET POSITIONS AGAINST THE JOURNAL   *
      *    BEFORE ANYONE PAYS COMMISSION OFF THEM                     *
      *****************************************************************

           PERFORM  P00117-RECONCILE-SALES-JOURNAL
               THRU P00117-RECONCILE-SALES-JOURNAL-EXIT.


           PERFORM  P00118-SALES-ATTAINMENT
               THRU P00118-SALES-ATTAINMENT-EXIT.

      *****************************************************************
      *    WRITE THE RUN SUMMARY RECORD AND THE OPERATIONS RUN        *
      *    SUMMARY REPORT FOR THE 6AM REVIEW -- A PARTITIONED RUN     *
      *    REJOINS HERE FOR ITS OWN SUMMARY AND CLEAN SHUTDOWN        *
      *****************************************************************

       P00100-RUN-SUMMARY.

      *****************************************************************
      *    GL INTERFACE -- A PARTITION CARRIES ITS OWN REGION'S       *
      *    PAYROLL AND SALES POSTINGS; BILLING IS THE FULL RUN'S      *
      *****************************************************************

           PERFORM  P00125-GL-INTERFACE
               THRU P00125-GL-INTERFACE-EXIT.

           PERFORM  P00110-WRITE-RUN-SUMMARY
               THRU P00110-WRITE-RUN-SUMMARY-EXIT.

      *****************************************************************
      *    DISCONNECT FROM THE MQSERIES QUEUE MANAGER                 *
      *****************************************************************

           PERFORM  P00105-DISCONNECT-MQSERIES
               THRU P00105-DISCONNECT-MQSERIES-EXIT.

      *****************************************************************
      *    MARK THIS STEP'S CHECKPOINT COMPLETE SO A FUTURE RUN       *
      *    STARTS A NEW PASS INSTEAD OF RESUMING A FINISHED ONE       *
      *****************************************************************

           MOVE WCK-STEP-KEY           TO CKPT-LAST-STEP.
           MOVE WS-PARAMETER-RECORDS-IN
                                        TO CKPT-LAST-PARM-RECORD.
           MOVE 'C'                    TO CKPT-STATUS.
           REWRITE CHECKPOINT-RECORD.

      *****************************************************************
      *    A CLEAN FINISH MARKS THE BUSINESS DATE POSTED ON POSTCTL SO*
      *    A RESUBMISSION OF THE SAME DATE IS REFUSED                 *
      *****************************************************************

           PERFORM  P00134-MARK-DATE-POSTED
               THRU P00134-MARK-DATE-POSTED-EXIT.

      *****************************************************************
      *    PUT THE ADVANCED NEXT ORDER NUMBER BACK ON THE RANGE       *
      *    CONTROL FILE SO TOMORROW'S RUN CONTINUES THE SERIES        *
      *****************************************************************

           IF WON-RANGE-LOADED
               MOVE WON-NEXT-NUMBER    TO ONR-NEXT-NUMBER-R
               REWRITE ORDER-NUMBER-CONTROL-RECORD
               CLOSE ORDER-NUMBER-FILE
           END-IF.

      *****************************************************************
      *    9900-CLOSE ALWAYS RUNS SO THE EMPSTAT TRAILER IS WRITTEN   *
      *    AND ALL 7 FILES ARE CLOSED ON EVERY NORMAL RUN.  ONLY      *
      *    AFTER IT RUNS DO WMF-CUSTOMR-STATUS/WMF-PENDORD-STATUS     *
      *    HOLD THE ACTUAL CLOSE STATUS - BEFORE THIS POINT THEY MAY *
      *    STILL CARRY A STALE VALUE LEFT BY AN ORDINARY MID-RUN     *
      *    LOOKUP AGAINST CUSTOMER-FILE/PENDORD-FILE.                *
      *****************************************************************

           PERFORM 9900-CLOSE.

           IF WMF-CUSTOMR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00100'           TO WPGE-PARAGRAPH
               MOVE 'VCUSTOMR'         TO WPM-VSAM-ERROR-FILE
               MOVE WMF-CUSTOMR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'CLOSE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


           IF WMF-PENDORD-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00100'           TO WPGE-PARAGRAPH
               MOVE 'VPENDORD'         TO WPM-VSAM-ERROR-FILE
               MOVE WMF-PENDORD-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'CLOSE'            TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.


       P00100-END-OF-JOB-EXIT.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00116-PRINT-SUPPLIER-COVERAGE                 *
      *                                                               *
      *    FUNCTION :  PRINT THE NIGHTLY SUPPLIER COVERAGE REPORT     *
      *                (SUPCOVRP) FROM THE PDASP3 RESULTS RECORDED    *
      *                DURING ADD VALIDATION: ITEMS ORDERED WITH NO   *
      *                ACTIVE SUPPLIER AND THE ORDERS AFFECTED,      *
      *                SINGLE-SOURCE RISK ITEMS, AND A ROLLUP BY     *
      *                CATEGORY FROM THE PDA CATEGORY TABLE           *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00116-PRINT-SUPPLIER-COVERAGE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT SUPPLIER-COVERAGE-FILE.

           MOVE WS-BUS-MONTH           TO SCV-RUN-MONTH.
           MOVE WS-BUS-DAY             TO SCV-RUN-DAY.
           MOVE WS-BUS-YEAR            TO SCV-RUN-YEAR.
           WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-HDR1.
           MOVE BLANK-LINE             TO SUPPLIER-COVERAGE-RECORD.
           WRITE SUPPLIER-COVERAGE-RECORD.

           MOVE 'ITEMS ORDERED WITH NO ACTIVE SUPPLIER:'
                                       TO SCV-SECTION-TITLE.
           WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-SECTION.
           MOVE ZEROES                 TO WSV-LINE-COUNT.
           PERFORM VARYING WSV-SUB FROM +1 BY +1
                   UNTIL WSV-SUB > WSV-COUNT
               IF WSV-SUPPLIER-COUNT (WSV-SUB) = ZEROES
                   ADD +1              TO WSV-LINE-COUNT
                   MOVE WSV-ITEM (WSV-SUB)
                                       TO SCV-ITEM
                   MOVE WSV-CATEGORY (WSV-SUB)
                                       TO SCV-CATEGORY
                   MOVE WSV-ORDER-NUMBER (WSV-SUB)
                                       TO SCV-ORDER-NUMBER
                   MOVE WSV-SUPPLIER-COUNT (WSV-SUB)
                                       TO SCV-SUPPLIER-COUNT
                   WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-DETAIL
               END-IF
           END-PERFORM.
           IF WSV-LINE-COUNT = ZEROES
               WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-NONE.

           MOVE BLANK-LINE             TO SUPPLIER-COVERAGE-RECORD.
           WRITE SUPPLIER-COVERAGE-RECORD.
           MOVE 'SINGLE-SOURCE RISK (EXACTLY ONE ACTIVE SUPPLIER):'
                                       TO SCV-SECTION-TITLE.
           WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-SECTION.
           MOVE ZEROES                 TO WSV-LINE-COUNT.
           PERFORM VARYING WSV-SUB FROM +1 BY +1
                   UNTIL WSV-SUB > WSV-COUNT
               IF WSV-SUPPLIER-COUNT (WSV-SUB) = +1
                   ADD +1              TO WSV-LINE-COUNT
                   MOVE WSV-ITEM (WSV-SUB)
                                       TO SCV-ITEM
                   MOVE WSV-CATEGORY (WSV-SUB)
                                       TO SCV-CATEGORY
                   MOVE WSV-ORDER-NUMBER (WSV-SUB)
                                       TO SCV-ORDER-NUMBER
                   MOVE WSV-SUPPLIER-COUNT (WSV-SUB)
                                       TO SCV-SUPPLIER-COUNT
                   WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-DETAIL
               END-IF
           END-PERFORM.
           IF WSV-LINE-COUNT = ZEROES
               WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-NONE.

      *****************************************************************
      *    ROLLUP BY CATEGORY FROM THE PDA CATEGORY TABLE -- ONLY     *
      *    CATEGORIES WITH ACTIVITY THIS RUN PRINT                    *
      *****************************************************************

           MOVE BLANK-LINE             TO SUPPLIER-COVERAGE-RECORD.
           WRITE SUPPLIER-COVERAGE-RECORD.
           MOVE 'COVERAGE ROLLUP BY CATEGORY:'
                                       TO SCV-SECTION-TITLE.
           WRITE SUPPLIER-COVERAGE-RECORD FROM SUPCOV-SECTION.

           PERFORM VARYING WPCA-CAT-IX FROM 1 BY 1
                   UNTIL WPCA-CAT-IX > WPCA-CATEGORY-COUNT
               MOVE ZEROES             TO WSV-CAT-ADDS
                                          WSV-CAT-ZERO
                                          WSV-CAT-SINGLE
               PERFORM VARYING WSV-SUB2 FROM +1 BY +1
                       UNTIL WSV-SUB2 > WSV-COUNT
                   IF WSV-CATEGORY (WSV-SUB2) =
                      WPCA-CATEGORY (WPCA-CAT-IX)
                       ADD +1          TO WSV-CAT-ADDS
                       IF WSV-SUPPLIER-COUNT (WSV-SUB2) = ZEROES
                           ADD +1      TO WSV-CAT-ZERO
                       END-IF
                       IF WSV-SUPPLIER-COUNT (WSV-SUB2) = +1
                           ADD +1      TO WSV-CAT-SINGLE
                       END-IF
                   END-IF
               END-PERFORM
               IF WSV-CAT-ADDS > ZEROES
                   MOVE WPCA-CATEGORY (WPCA-CAT-IX)
                                       TO SCV-ROLL-CATEGORY
                   MOVE WSV-CAT-ADDS   TO SCV-ROLL-ADDS
                   MOVE WSV-CAT-ZERO   TO SCV-ROLL-ZERO
                   MOVE WSV-CAT-SINGLE TO SCV-ROLL-SINGLE
                   WRITE SUPPLIER-COVERAGE-RECORD
                       FROM SUPCOV-ROLLUP-DTL
               END-IF
           END-PERFORM.

           CLOSE SUPPLIER-COVERAGE-FILE.

       P00116-PRINT-SUPPLIER-COVERAGE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00117-RECONCILE-SALES-JOURNAL                 *
      *                                                               *
      *    FUNCTION :  SUM SJR-SALES-AMT AND SJR-COMMISSION PER       *
      *                SALES ID FROM THE FULL SALESJRN JOURNAL AND    *
      *                COMPARE EACH SUM TO THE NET POSITION ON THE    *
      *                SALES KSDS.  EVERY SALES ID OUT OF BALANCE     *
      *                GOES TO THE SLSRECRP REPORT AND THE RUN ENDS   *
      *                RC 8, SINCE COMMISSIONS ARE PAID OFF THE       *
      *                MASTER NUMBER                                  *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00117-RECONCILE-SALES-JOURNAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT SALES-RECON-REPORT-FILE.
           WRITE SALES-RECON-PRINT-RECORD FROM SLSREC-HDR1.
           MOVE BLANK-LINE             TO SALES-RECON-PRINT-RECORD.
           WRITE SALES-RECON-PRINT-RECORD.

           MOVE ZEROES                 TO WSR-COUNT.
           MOVE 'N'                    TO WSR-END-OF-JRN-SW.

      *****************************************************************
      *    THE JOURNAL HAS BEEN OPEN EXTEND ALL RUN -- SWAP IT TO     *
      *    INPUT FOR THE SUMMING PASS, THEN BACK, SO 9900-CLOSE       *
      *    STILL FINDS IT THE WAY IT EXPECTS                          *
      *****************************************************************

           CLOSE JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.

           READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
               AT END
                   SET WSR-END-OF-JOURNAL TO TRUE
           END-READ.

           PERFORM UNTIL WSR-END-OF-JOURNAL
               MOVE 'N'                TO WSR-FOUND-SW
               PERFORM VARYING WSR-SUB FROM +1 BY +1
                       UNTIL (WSR-SUB > WSR-COUNT) OR
                             WSR-ID-IN-TABLE
                   IF WSR-SALES-ID (WSR-SUB) = SJR-SALES-ID
                       MOVE 'Y'        TO WSR-FOUND-SW
                       SUBTRACT +1     FROM WSR-SUB
                   END-IF
               END-PERFORM
               IF NOT WSR-ID-IN-TABLE
                   IF WSR-COUNT = WSR-MAX
                       MOVE 'WS-SALES-RECON-TABLE'
                                       TO WPM-TABLE-NAME
                       MOVE WPM-TABLE-OVERFLOW
                                       TO WPGE-DESCRIPTION
                       MOVE 'GEN'      TO WS-PDA-ERROR-TYPE
                       MOVE 'W'        TO WS-PDA-ERROR-SEVERITY
                       MOVE 'PDAB06'   TO WPGE-PROGRAM-ID
                       MOVE 'P00117'   TO WPGE-PARAGRAPH
                       PERFORM  P99500-PDA-ERROR
                           THRU P99500-PDA-ERROR-EXIT
                       SET WSR-END-OF-JOURNAL TO TRUE
                   ELSE
                       ADD +1          TO WSR-COUNT
                       MOVE WSR-COUNT  TO WSR-SUB
                       MOVE SJR-SALES-ID
                                       TO WSR-SALES-ID (WSR-SUB)
                       MOVE ZEROES     TO WSR-SALES-AMT (WSR-SUB)
                                          WSR-COMMISSION (WSR-SUB)
                   END-IF
               END-IF
               IF NOT WSR-END-OF-JOURNAL
                   ADD SJR-SALES-AMT   TO WSR-SALES-AMT (WSR-SUB)
                   ADD SJR-COMMISSION  TO WSR-COMMISSION (WSR-SUB)
                   READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
                       AT END
                           SET WSR-END-OF-JOURNAL TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.

      *****************************************************************
      *    COMPARE EACH JOURNAL SUM TO THE SALES MASTER NET POSITION  *
      *****************************************************************

           PERFORM VARYING WSR-SUB FROM +1 BY +1
                   UNTIL WSR-SUB > WSR-COUNT
               MOVE WSR-SALES-ID (WSR-SUB)
                                       TO SALES-ID
               READ SALES-FILE
               KEY IS SALES-ID
               IF NOT-FOUND
                   ADD +1              TO WSR-OUT-OF-BALANCE
                   MOVE WSR-SALES-ID (WSR-SUB)
                                       TO SRD-SALES-ID
                   MOVE ZEROES         TO SRD-MASTER-AMT
                                          SRD-MASTER-COMM
                   MOVE WSR-SALES-AMT (WSR-SUB)
                                       TO SRD-JOURNAL-AMT
                   MOVE WSR-COMMISSION (WSR-SUB)
                                       TO SRD-JOURNAL-COMM
                   WRITE SALES-RECON-PRINT-RECORD FROM SLSREC-DETAIL
               ELSE
                   IF (SLS-SALES-AMT NOT = WSR-SALES-AMT (WSR-SUB)) OR
                      (SLS-POINT-COMMISSION NOT =
                       WSR-COMMISSION (WSR-SUB))
                       ADD +1          TO WSR-OUT-OF-BALANCE
                       MOVE WSR-SALES-ID (WSR-SUB)
                                       TO SRD-SALES-ID
                       MOVE SLS-SALES-AMT
                                       TO SRD-MASTER-AMT
                       MOVE SLS-POINT-COMMISSION
                                       TO SRD-MASTER-COMM
                       MOVE WSR-SALES-AMT (WSR-SUB)
                                       TO SRD-JOURNAL-AMT
                       MOVE WSR-COMMISSION (WSR-SUB)
                                       TO SRD-JOURNAL-COMM
                       WRITE SALES-RECON-PRINT-RECORD
                           FROM SLSREC-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

           MOVE BLANK-LINE             TO SALES-RECON-PRINT-RECORD.
           WRITE SALES-RECON-PRINT-RECORD.
           MOVE WSR-OUT-OF-BALANCE     TO SRT-OUT-OF-BALANCE.
           WRITE SALES-RECON-PRINT-RECORD FROM SLSREC-TOTAL.
           CLOSE SALES-RECON-REPORT-FILE.

           IF (WSR-OUT-OF-BALANCE > ZEROES) AND
              (WS-RETURN-CODE < 8)
               MOVE 8                  TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE     TO RETURN-CODE.

       P00117-RECONCILE-SALES-JOURNAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00118-SALES-ATTAINMENT                        *
      *                                                               *
      *    FUNCTION :  PRINT THE SALES QUOTA ATTAINMENT REPORT        *
      *                (ATTNRPT) -- QUOTAS FROM QUOTAFIL, ACTUALS     *
      *                FROM THE SALESJRN POSTINGS FOR THE MONTH AND   *
      *                QUARTER TO DATE (TODAY'S INCLUDED).  EACH      *
      *                REGION'S REPS ARE RANKED BY PERCENT ATTAINED   *
      *                WITH THE GAP LEFT TO CLOSE, THEN THE REGION    *
      *                TOTAL.  NIGHTLY IT IS THE MONTH-TO-DATE        *
      *                VIEW; THE DATECARD MONTH-END (OR YEAR-END) RUN *
      *                PRINTS THE FINAL FOR THE MONTH                 *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00118-SALES-ATTAINMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WQA-COUNT
                                          WQA-NO-QUOTA-LINES.
           PERFORM VARYING WQA-REGION-SUB FROM +1 BY +1
                   UNTIL WQA-REGION-SUB > 9
               PERFORM VARYING WQA-P FROM +1 BY +1
                       UNTIL WQA-P > 2
                   MOVE 'N'            TO WQR-QUOTA-SW
                                          (WQA-REGION-SUB, WQA-P)
                   MOVE ZEROES         TO WQR-QUOTA
                                          (WQA-REGION-SUB, WQA-P)
                                          WQR-REP-QUOTA
                                          (WQA-REGION-SUB, WQA-P)
                                          WQR-ACTUAL
                                          (WQA-REGION-SUB, WQA-P)
               END-PERFORM
           END-PERFORM.

           COMPUTE WQA-QUARTER = (WS-BUS-MONTH + 2) / 3.
           COMPUTE WQA-QTR-FIRST-MONTH = (WQA-QUARTER * 3) - 2.
           COMPUTE WQA-QTR-LAST-MONTH = WQA-QUARTER * 3.

           PERFORM  P00119-LOAD-QUOTAS
               THRU P00119-LOAD-QUOTAS-EXIT.

      *****************************************************************
      *    SALESJRN HAS BEEN OPEN EXTEND ALL RUN -- SWAP IT TO INPUT  *
      *    FOR THE PERIOD-TO-DATE PASS AND BACK, AS P00117 DOES       *
      *****************************************************************

           MOVE 'N'                    TO WQA-END-OF-JRN-SW.
           CLOSE JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.

           READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
               AT END
                   SET WQA-END-OF-JOURNAL TO TRUE
           END-READ.

           PERFORM  P00121-ADD-ATTAINMENT-POSTING
               THRU P00121-ADD-ATTAINMENT-POSTING-EXIT
                   UNTIL WQA-END-OF-JOURNAL.

           CLOSE JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.

           OPEN OUTPUT ATTAINMENT-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO ATH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO ATH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO ATH-RUN-YEAR.
           IF END-OF-MONTH OR END-OF-YEAR
               MOVE 'FINAL FOR THE MONTH' TO ATH-RUN-TYPE
           ELSE
               MOVE 'PERIOD TO DATE'   TO ATH-RUN-TYPE.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-HDR1.
           MOVE BLANK-LINE             TO ATTAINMENT-PRINT-RECORD.
           WRITE ATTAINMENT-PRINT-RECORD.

           PERFORM  P00122-PRINT-ATTAINMENT-PERIOD
               THRU P00122-PRINT-ATTAINMENT-PERIOD-EXIT
                   VARYING WQA-P FROM +1 BY +1
                   UNTIL WQA-P > 2.

           CLOSE ATTAINMENT-REPORT-FILE.

       P00118-SALES-ATTAINMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00119-LOAD-QUOTAS                             *
      *                                                               *
      *    FUNCTION :  LOAD THIS MONTH'S AND THIS QUARTER'S QUOTAS    *
      *                FROM QUOTAFIL.  OTHER PERIODS ARE SKIPPED;     *
      *                INVALID RECORDS REJECT TO USERRJCT.  A MISSING *
      *                OR EMPTY FILE STILL PRINTS THE ACTUALS         *
      *                                                               *
      *    CALLED BY:  P00118-SALES-ATTAINMENT                        *
      *                                                               *
      *****************************************************************

       P00119-LOAD-QUOTAS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN INPUT QUOTA-FILE.

           IF WS-QUOTAFIL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE WPM-QUOTAFIL-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               GO TO P00119-LOAD-QUOTAS-EXIT.

           READ QUOTA-FILE INTO WS-QUOTA-RECORD
               AT END
                   MOVE '10'           TO WS-QUOTAFIL-STATUS
           END-READ.

           PERFORM UNTIL WS-QUOTAFIL-STATUS NOT = '00'
               MOVE 0                  TO WQA-P
               IF QTA-MONTH AND
                  QTA-YEAR NUMERIC AND QTA-PERIOD NUMERIC
                   IF QTA-YEAR-R = WS-BUS-YEAR AND
                      QTA-PERIOD-R = WS-BUS-MONTH
                       MOVE 1          TO WQA-P
                   END-IF
               END-IF
               IF QTA-QUARTER AND
                  QTA-YEAR NUMERIC AND QTA-PERIOD NUMERIC
                   IF QTA-YEAR-R = WS-BUS-YEAR AND
                      QTA-PERIOD-R = WQA-QUARTER
                       MOVE 2          TO WQA-P
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN (NOT QTA-REP-QUOTA AND NOT QTA-REGION-QUOTA) OR
                        (NOT QTA-MONTH AND NOT QTA-QUARTER)          OR
                        (QTA-YEAR NOT NUMERIC)                       OR
                        (QTA-PERIOD NOT NUMERIC)                     OR
                        (QTA-AMOUNT NOT NUMERIC)                     OR
                        (QTA-REGION NOT NUMERIC)                     OR
                        (QTA-REGION-R < 1)                           OR
                        (QTA-REGION-R > WRM-REGION-COUNT)            OR
                        (QTA-REP-QUOTA AND QTA-SALES-ID = SPACES)
                       MOVE QTA-SALES-ID
                                       TO WPM-QUOTA-KEY
                       MOVE WPM-INVALID-QUOTA
                                       TO WMF-MESSAGE-AREA
                       WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
                   WHEN WQA-P = 0
                       CONTINUE
                   WHEN QTA-REGION-QUOTA
                       MOVE 'Y'        TO WQR-QUOTA-SW
                                          (QTA-REGION-R, WQA-P)
                       MOVE QTA-AMOUNT-R
                                       TO WQR-QUOTA
                                          (QTA-REGION-R, WQA-P)
                   WHEN OTHER
                       MOVE QTA-SALES-ID
                                       TO WQA-SEARCH-ID
                       PERFORM  P00120-FIND-QUOTA-REP
                           THRU P00120-FIND-QUOTA-REP-EXIT
                       IF WQA-ID-IN-TABLE
                           MOVE QTA-REGION-R
                                       TO WQA-REGION (WQA-SUB)
                           MOVE QTA-AMOUNT-R
                                       TO WQA-QUOTA (WQA-SUB, WQA-P)
                       END-IF
               END-EVALUATE
               READ QUOTA-FILE INTO WS-QUOTA-RECORD
                   AT END
                       MOVE '10'       TO WS-QUOTAFIL-STATUS
               END-READ
           END-PERFORM.

           CLOSE QUOTA-FILE.

       P00119-LOAD-QUOTAS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00120-FIND-QUOTA-REP                          *
      *                                                               *
      *    FUNCTION :  FIND WQA-SEARCH-ID IN THE QUOTA REP TABLE,     *
      *                ADDING IT (NO REGION, NO QUOTA) WHEN ABSENT.   *
      *                WQA-ID-IN-TABLE IS OFF ONLY WHEN THE TABLE IS  *
      *                FULL                                           *
      *                                                               *
      *    CALLED BY:  P00119-LOAD-QUOTAS                             *
      *                P00121-ADD-ATTAINMENT-POSTING                  *
      *                                                               *
      *****************************************************************

       P00120-FIND-QUOTA-REP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WQA-FOUND-SW.
           PERFORM VARYING WQA-SUB FROM +1 BY +1
                   UNTIL (WQA-SUB > WQA-COUNT) OR
                         WQA-ID-IN-TABLE
               IF WQA-SALES-ID (WQA-SUB) = WQA-SEARCH-ID
                   MOVE 'Y'            TO WQA-FOUND-SW
                   SUBTRACT +1         FROM WQA-SUB
               END-IF
           END-PERFORM.

           IF WQA-ID-IN-TABLE
               GO TO P00120-FIND-QUOTA-REP-EXIT.

           IF WQA-COUNT = WQA-MAX
               MOVE 'WS-QUOTA-REP-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00120'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               GO TO P00120-FIND-QUOTA-REP-EXIT.

           ADD +1                      TO WQA-COUNT.
           MOVE WQA-COUNT              TO WQA-SUB.
           MOVE WQA-SEARCH-ID          TO WQA-SALES-ID (WQA-SUB).
           MOVE ZEROES                 TO WQA-REGION (WQA-SUB)
                                          WQA-QUOTA (WQA-SUB, 1)
                                          WQA-QUOTA (WQA-SUB, 2)
                                          WQA-ACTUAL (WQA-SUB, 1)
                                          WQA-ACTUAL (WQA-SUB, 2)
                                          WQA-PCT (WQA-SUB, 1)
                                          WQA-PCT (WQA-SUB, 2).
           MOVE 'N'                    TO WQA-RANKED-SW (WQA-SUB).
           MOVE 'Y'                    TO WQA-FOUND-SW.

       P00120-FIND-QUOTA-REP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00121-ADD-ATTAINMENT-POSTING                  *
      *                                                               *
      *    FUNCTION :  ADD ONE SALESJRN POSTING DATED IN THIS         *
      *                QUARTER (THROUGH THE BUSINESS DATE) TO ITS     *
      *                REP'S QUARTER-TO-DATE ACTUAL, AND TO THE       *
      *                MONTH-TO-DATE WHEN DATED THIS MONTH, THEN READ *
      *                THE NEXT                                       *
      *                                                               *
      *    CALLED BY:  P00118-SALES-ATTAINMENT                        *
      *                                                               *
      *****************************************************************

       P00121-ADD-ATTAINMENT-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SJR-POST-DATE          TO WQA-POST-DATE.

           IF WQA-POST-YEAR = WS-BUS-YEAR                 AND
              WQA-POST-MONTH NOT < WQA-QTR-FIRST-MONTH    AND
              WQA-POST-MONTH NOT > WQA-QTR-LAST-MONTH     AND
              WQA-POST-DATE NOT > WS-BUSINESS-DATE-R
               MOVE SJR-SALES-ID       TO WQA-SEARCH-ID
               PERFORM  P00120-FIND-QUOTA-REP
                   THRU P00120-FIND-QUOTA-REP-EXIT
               IF WQA-ID-IN-TABLE
                   ADD SJR-SALES-AMT   TO WQA-ACTUAL (WQA-SUB, 2)
                   IF WQA-POST-MONTH = WS-BUS-MONTH
                       ADD SJR-SALES-AMT
                                       TO WQA-ACTUAL (WQA-SUB, 1)
                   END-IF
               END-IF
           END-IF.

           READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
               AT END
                   SET WQA-END-OF-JOURNAL TO TRUE
           END-READ.

       P00121-ADD-ATTAINMENT-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00122-PRINT-ATTAINMENT-PERIOD                 *
      *                                                               *
      *    FUNCTION :  PRINT ONE PERIOD (WQA-P: 1 = MONTH, 2 =        *
      *                QUARTER) -- PERCENT ATTAINED FOR EVERY REP     *
      *                WITH A QUOTA, EACH REGION'S RANKING AND TOTAL, *
      *                THEN REPS WITH SALES BUT NO QUOTA FOR THE      *
      *                PERIOD                                         *
      *                                                               *
      *    CALLED BY:  P00118-SALES-ATTAINMENT                        *
      *                                                               *
      *****************************************************************

       P00122-PRINT-ATTAINMENT-PERIOD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WQA-P = 1
               MOVE 'MONTH TO DATE'    TO ATS-SECTION
               MOVE 'MONTH   '         TO ATS-PERIOD-TYPE
               MOVE WS-BUS-MONTH       TO ATS-PERIOD
           ELSE
               MOVE 'QUARTER TO DATE'  TO ATS-SECTION
               MOVE 'QUARTER '         TO ATS-PERIOD-TYPE
               MOVE WQA-QUARTER        TO ATS-PERIOD.
           MOVE WS-BUS-YEAR            TO ATS-YEAR.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-SECTION.
           MOVE BLANK-LINE             TO ATTAINMENT-PRINT-RECORD.
           WRITE ATTAINMENT-PRINT-RECORD.

           PERFORM VARYING WQA-SUB FROM +1 BY +1
                   UNTIL WQA-SUB > WQA-COUNT
               MOVE 'N'                TO WQA-RANKED-SW (WQA-SUB)
               MOVE ZEROES             TO WQA-PCT (WQA-SUB, WQA-P)
               IF WQA-QUOTA (WQA-SUB, WQA-P) > ZEROES
                   COMPUTE WQA-PCT (WQA-SUB, WQA-P) ROUNDED =
                       WQA-ACTUAL (WQA-SUB, WQA-P) * 100 /
                       WQA-QUOTA (WQA-SUB, WQA-P)
                       ON SIZE ERROR
                           MOVE 99999.99
                                       TO WQA-PCT (WQA-SUB, WQA-P)
                   END-COMPUTE
               END-IF
               IF WQA-REGION (WQA-SUB) > ZEROES
                   ADD WQA-QUOTA (WQA-SUB, WQA-P)
                       TO WQR-REP-QUOTA (WQA-REGION (WQA-SUB), WQA-P)
                   ADD WQA-ACTUAL (WQA-SUB, WQA-P)
                       TO WQR-ACTUAL (WQA-REGION (WQA-SUB), WQA-P)
               END-IF
           END-PERFORM.

           PERFORM  P00123-PRINT-REGION-RANKING
               THRU P00123-PRINT-REGION-RANKING-EXIT
                   VARYING WQA-REGION-SUB FROM +1 BY +1
                   UNTIL WQA-REGION-SUB > WRM-REGION-COUNT.

      *****************************************************************
      *    SALES WITH NO QUOTA FOR THE PERIOD (INCLUDING SALES IDS    *
      *    NOT ON QUOTAFIL AT ALL) ARE LISTED UNRANKED                *
      *****************************************************************

           MOVE ZEROES                 TO WQA-NO-QUOTA-LINES.
           PERFORM VARYING WQA-SUB FROM +1 BY +1
                   UNTIL WQA-SUB > WQA-COUNT
               IF WQA-QUOTA (WQA-SUB, WQA-P) = ZEROES AND
                  WQA-ACTUAL (WQA-SUB, WQA-P) NOT = ZEROES
                   IF WQA-NO-QUOTA-LINES = ZEROES
                       MOVE ZEROES     TO ATR-REGION-NUM
                       MOVE 'NONE '    TO ATR-REGION-NAME
                       WRITE ATTAINMENT-PRINT-RECORD
                           FROM ATTNRPT-REGION
                       WRITE ATTAINMENT-PRINT-RECORD
                           FROM ATTNRPT-COLUMNS
                   END-IF
                   ADD +1              TO WQA-NO-QUOTA-LINES
                   MOVE '  - '         TO ATD-RANK
                   MOVE WQA-SALES-ID (WQA-SUB)
                                       TO ATD-SALES-ID
                   MOVE ZEROES         TO ATD-QUOTA
                                          ATD-PCT
                                          ATD-GAP
                   MOVE WQA-ACTUAL (WQA-SUB, WQA-P)
                                       TO ATD-ACTUAL
                   MOVE 'NO QUOTA'     TO ATD-NOTE
                   WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-DETAIL
               END-IF
           END-PERFORM.

           MOVE BLANK-LINE             TO ATTAINMENT-PRINT-RECORD.
           WRITE ATTAINMENT-PRINT-RECORD.

       P00122-PRINT-ATTAINMENT-PERIOD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00123-PRINT-REGION-RANKING                    *
      *                                                               *
      *    FUNCTION :  PRINT ONE REGION'S REPS WITH A QUOTA FOR THE   *
      *                PERIOD, HIGHEST PERCENT FIRST, THEN THE REGION *
      *                TOTAL AGAINST THE REGION QUOTA (OR THE SUM OF  *
      *                ITS REPS' QUOTAS WHEN QUOTAFIL HAS NO REGION   *
      *                RECORD)                                        *
      *                                                               *
      *    CALLED BY:  P00122-PRINT-ATTAINMENT-PERIOD                 *
      *                                                               *
      *****************************************************************

       P00123-PRINT-REGION-RANKING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WQA-REGION-SUB         TO ATR-REGION-NUM.
           MOVE WRM-REGION-NAME (WQA-REGION-SUB)
                                       TO ATR-REGION-NAME.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-REGION.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-COLUMNS.

           MOVE ZEROES                 TO WQA-RANK.
           MOVE +1                     TO WQA-BEST-SUB.

           PERFORM  P00124-PRINT-NEXT-RANK
               THRU P00124-PRINT-NEXT-RANK-EXIT
                   UNTIL WQA-BEST-SUB = ZEROES.

           IF NOT WQR-QUOTA-ON-FILE (WQA-REGION-SUB, WQA-P)
               MOVE WQR-REP-QUOTA (WQA-REGION-SUB, WQA-P)
                   TO WQR-QUOTA (WQA-REGION-SUB, WQA-P).

           MOVE ' TOT'                 TO ATD-RANK.
           MOVE 'REGION TOTAL'         TO ATD-SALES-ID.
           MOVE WQR-QUOTA (WQA-REGION-SUB, WQA-P)
                                       TO ATD-QUOTA.
           MOVE WQR-ACTUAL (WQA-REGION-SUB, WQA-P)
                                       TO ATD-ACTUAL.
           MOVE ZEROES                 TO WQA-PCT-WORK.
           IF WQR-QUOTA (WQA-REGION-SUB, WQA-P) > ZEROES
               COMPUTE WQA-PCT-WORK ROUNDED =
                   WQR-ACTUAL (WQA-REGION-SUB, WQA-P) * 100 /
                   WQR-QUOTA (WQA-REGION-SUB, WQA-P)
                   ON SIZE ERROR
                       MOVE 99999.99   TO WQA-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE WQA-PCT-WORK           TO ATD-PCT.
           COMPUTE WQA-GAP = WQR-QUOTA (WQA-REGION-SUB, WQA-P) -
                             WQR-ACTUAL (WQA-REGION-SUB, WQA-P).
           IF WQA-GAP < ZEROES
               MOVE ZEROES             TO WQA-GAP.
           MOVE WQA-GAP                TO ATD-GAP.
           IF WQR-QUOTA-ON-FILE (WQA-REGION-SUB, WQA-P)
               MOVE SPACES             TO ATD-NOTE
           ELSE
               MOVE 'SUM OF REPS'      TO ATD-NOTE.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-DETAIL.
           MOVE BLANK-LINE             TO ATTAINMENT-PRINT-RECORD.
           WRITE ATTAINMENT-PRINT-RECORD.

       P00123-PRINT-REGION-RANKING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00124-PRINT-NEXT-RANK                         *
      *                                                               *
      *    FUNCTION :  FIND THE UNRANKED REP IN THE REGION WITH A     *
      *                QUOTA AND THE HIGHEST PERCENT ATTAINED AND     *
      *                PRINT THEM AT THE NEXT RANK.  WQA-BEST-SUB     *
      *                COMES BACK ZERO WHEN THE REGION IS DONE        *
      *                                                               *
      *    CALLED BY:  P00123-PRINT-REGION-RANKING                    *
      *                                                               *
      *****************************************************************

       P00124-PRINT-NEXT-RANK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WQA-BEST-SUB.
           PERFORM VARYING WQA-SUB FROM +1 BY +1
                   UNTIL WQA-SUB > WQA-COUNT
               IF WQA-REGION (WQA-SUB) = WQA-REGION-SUB AND
                  WQA-QUOTA (WQA-SUB, WQA-P) > ZEROES AND
                  NOT WQA-RANKED (WQA-SUB)
                   IF WQA-BEST-SUB = ZEROES
                       MOVE WQA-SUB    TO WQA-BEST-SUB
                   ELSE
                       IF WQA-PCT (WQA-SUB, WQA-P) >
                          WQA-PCT (WQA-BEST-SUB, WQA-P)
                           MOVE WQA-SUB
                                       TO WQA-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WQA-BEST-SUB = ZEROES
               GO TO P00124-PRINT-NEXT-RANK-EXIT.

           MOVE 'Y'                    TO WQA-RANKED-SW (WQA-BEST-SUB).
           ADD +1                      TO WQA-RANK.
           MOVE WQA-RANK               TO ATD-RANK-NUM.
           MOVE WQA-BEST-SUB           TO WQA-SUB.
           MOVE WQA-SALES-ID (WQA-SUB) TO ATD-SALES-ID.
           MOVE WQA-QUOTA (WQA-SUB, WQA-P)
                                       TO ATD-QUOTA.
           MOVE WQA-ACTUAL (WQA-SUB, WQA-P)
                                       TO ATD-ACTUAL.
           MOVE WQA-PCT (WQA-SUB, WQA-P)
                                       TO ATD-PCT.
           COMPUTE WQA-GAP = WQA-QUOTA (WQA-SUB, WQA-P) -
                             WQA-ACTUAL (WQA-SUB, WQA-P).
           IF WQA-GAP < ZEROES
               MOVE ZEROES             TO WQA-GAP.
           MOVE WQA-GAP                TO ATD-GAP.
           IF WQA-PCT (WQA-SUB, WQA-P) NOT < 100
               MOVE 'ATTAINED'         TO ATD-NOTE
           ELSE
               MOVE SPACES             TO ATD-NOTE.
           WRITE ATTAINMENT-PRINT-RECORD FROM ATTNRPT-DETAIL.

       P00124-PRINT-NEXT-RANK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00125-GL-INTERFACE                            *
      *                                                               *
      *    FUNCTION :  WRITE THE RUN'S GENERAL LEDGER ENTRIES TO      *
      *                GLIFACE -- PAYROLL (PAYR), BILLING (BILL) AND  *
      *                SALES COMMISSION (SALE) JOURNALS, ONE ENTRY    *
      *                PER FUNCTION AND REGION / DEDUCTION CODE --    *
      *                AND PROVE EACH JOURNAL AND THE FILE DEBITS =   *
      *                CREDITS ON GLCTLRPT.  OUT OF BALANCE ENDS THE  *
      *                RUN RC 8; AN ENTRY WITH NO ACCOUNT MAPPING     *
      *                ENDS IT RC 4                                   *
      *                                                               *
      *    CALLED BY:  P00100-RUN-SUMMARY                             *
      *                                                               *
      *****************************************************************

       P00125-GL-INTERFACE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM  P00126-LOAD-GL-ACCOUNTS
               THRU P00126-LOAD-GL-ACCOUNTS-EXIT.

           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT GL-CONTROL-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO GCH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO GCH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO GCH-RUN-YEAR.
           WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-HDR1.
           WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-HDR2.
           MOVE BLANK-LINE             TO GL-CONTROL-PRINT-RECORD.
           WRITE GL-CONTROL-PRINT-RECORD.

           MOVE SPACES                 TO WGL-PREV-JOURNAL.
           MOVE ZEROES                 TO WGL-TOTAL-DEBITS
                                          WGL-TOTAL-CREDITS
                                          WGL-UNMAPPED.

           PERFORM  P00127-WRITE-GL-FUNCTION
               THRU P00127-WRITE-GL-FUNCTION-EXIT
                   VARYING WGF-SUB FROM +1 BY +1
                   UNTIL WGF-SUB > WGF-MAX.

           PERFORM  P00129-CLOSE-GL-JOURNAL
               THRU P00129-CLOSE-GL-JOURNAL-EXIT.

           MOVE 'GLIFACE FILE TOTAL'   TO GCT-LABEL.
           MOVE WGL-TOTAL-DEBITS       TO GCT-DEBITS.
           MOVE WGL-TOTAL-CREDITS      TO GCT-CREDITS.
           IF WGL-TOTAL-DEBITS = WGL-TOTAL-CREDITS
               MOVE 'OK'               TO GCT-STATUS
           ELSE
               ADD +1                  TO WRS-GL-UNBALANCED
               MOVE 'OUT'              TO GCT-STATUS.
           WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-TOTAL.

           IF WGL-UNMAPPED > ZEROES
               MOVE WGL-UNMAPPED       TO GCU-COUNT
               WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-UNMAPPED.

           MOVE WS-BUSINESS-DATE-R     TO GLT-BUSINESS-DATE.
           MOVE WRS-GL-ENTRIES         TO GLT-ENTRY-COUNT.
           MOVE WGL-TOTAL-DEBITS       TO GLT-TOTAL-DEBITS.
           MOVE WGL-TOTAL-CREDITS      TO GLT-TOTAL-CREDITS.
           WRITE GL-INTERFACE-RECORD FROM WS-GL-TRAILER.

           CLOSE GL-INTERFACE-FILE.
           CLOSE GL-CONTROL-REPORT-FILE.

           IF (WRS-GL-UNBALANCED > ZEROES) AND
              (WS-RETURN-CODE < 8)
               MOVE 8                  TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE     TO RETURN-CODE.

           IF (WGL-UNMAPPED > ZEROES) AND
              (WS-RETURN-CODE < 4)
               MOVE 4                  TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE     TO RETURN-CODE.

       P00125-GL-INTERFACE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00126-LOAD-GL-ACCOUNTS                        *
      *                                                               *
      *    FUNCTION :  LOAD THE GL ACCOUNT MAPPING TABLE (GLACCTS) -- *
      *                FUNCTION CODE, QUALIFIER (REGION NUMBER,       *
      *                DEDUCTION CODE OR BLANK FOR ANY) AND ACCOUNT.  *
      *                AN UNKNOWN FUNCTION OR BLANK ACCOUNT IS        *
      *                REJECTED TO USERRJCT                           *
      *                                                               *
      *    CALLED BY:  P00125-GL-INTERFACE                            *
      *                                                               *
      *****************************************************************

       P00126-LOAD-GL-ACCOUNTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WGM-COUNT.

           OPEN INPUT GL-ACCOUNT-FILE.

           IF WS-GLACCTS-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE WPM-GLACCTS-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               GO TO P00126-LOAD-GL-ACCOUNTS-EXIT.

           READ GL-ACCOUNT-FILE INTO WS-GL-ACCOUNT-RECORD
               AT END
                   MOVE '10'           TO WS-GLACCTS-STATUS
           END-READ.

           PERFORM UNTIL WS-GLACCTS-STATUS NOT = '00'
               MOVE 'N'                TO WGL-FOUND-SW
               PERFORM VARYING WGF-SUB FROM +1 BY +1
                       UNTIL (WGF-SUB > WGF-MAX) OR WGL-FOUND
                   IF WGF-FUNCTION (WGF-SUB) = GLM-FUNCTION
                       MOVE 'Y'        TO WGL-FOUND-SW
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN (NOT WGL-FOUND) OR
                        (GLM-ACCOUNT = SPACES)
                       MOVE WS-GL-ACCOUNT-RECORD (1:8)
                                       TO WPM-GLACCT-KEY
                       MOVE WPM-INVALID-GLACCT
                                       TO WMF-MESSAGE-AREA
                       WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
                   WHEN WGM-COUNT = WGM-MAX
                       MOVE 'WS-GL-ACCOUNT-TABLE'
                                       TO WPM-TABLE-NAME
                       MOVE WPM-TABLE-OVERFLOW
                                       TO WPGE-DESCRIPTION
                       MOVE 'GEN'      TO WS-PDA-ERROR-TYPE
                       MOVE 'W'        TO WS-PDA-ERROR-SEVERITY
                       MOVE 'PDAB06'   TO WPGE-PROGRAM-ID
                       MOVE 'P00126'   TO WPGE-PARAGRAPH
                       PERFORM  P99500-PDA-ERROR
                           THRU P99500-PDA-ERROR-EXIT
                       MOVE '10'       TO WS-GLACCTS-STATUS
                   WHEN OTHER
                       ADD +1          TO WGM-COUNT
                       MOVE GLM-FUNCTION
                                       TO WGM-FUNCTION (WGM-COUNT)
                       MOVE GLM-QUALIFIER
                                       TO WGM-QUALIFIER (WGM-COUNT)
                       MOVE GLM-ACCOUNT
                                       TO WGM-ACCOUNT (WGM-COUNT)
               END-EVALUATE
               IF WS-GLACCTS-STATUS = '00'
                   READ GL-ACCOUNT-FILE INTO WS-GL-ACCOUNT-RECORD
                       AT END
                           MOVE '10'   TO WS-GLACCTS-STATUS
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE GL-ACCOUNT-FILE.

       P00126-LOAD-GL-ACCOUNTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00127-WRITE-GL-FUNCTION                       *
      *                                                               *
      *    FUNCTION :  WRITE EVERY NON-ZERO ENTRY GATHERED FOR THE    *
      *                FUNCTION AT WGF-SUB, CLOSING THE PREVIOUS      *
      *                JOURNAL WITH ITS TOTALS WHEN THE FUNCTION      *
      *                STARTS A NEW ONE                               *
      *                                                               *
      *    CALLED BY:  P00125-GL-INTERFACE                            *
      *                                                               *
      *****************************************************************

       P00127-WRITE-GL-FUNCTION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WGF-JOURNAL (WGF-SUB) NOT = WGL-PREV-JOURNAL
               IF WGL-PREV-JOURNAL NOT = SPACES
                   PERFORM  P00129-CLOSE-GL-JOURNAL
                       THRU P00129-CLOSE-GL-JOURNAL-EXIT
               END-IF
               MOVE WGF-JOURNAL (WGF-SUB)
                                       TO WGL-PREV-JOURNAL
               MOVE ZEROES             TO WGL-JRNL-DEBITS
                                          WGL-JRNL-CREDITS
           END-IF.

           PERFORM VARYING WGL-SUB FROM +1 BY +1
                   UNTIL WGL-SUB > WGL-COUNT
               IF WGL-FUNC-SUB (WGL-SUB) = WGF-SUB AND
                  WGL-AMOUNT (WGL-SUB) NOT = ZEROES
                   PERFORM  P00128-WRITE-GL-ENTRY
                       THRU P00128-WRITE-GL-ENTRY-EXIT
               END-IF
           END-PERFORM.

       P00127-WRITE-GL-FUNCTION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00128-WRITE-GL-ENTRY                          *
      *                                                               *
      *    FUNCTION :  MAP THE ENTRY AT WGL-SUB TO ITS ACCOUNT AND    *
      *                WRITE IT TO GLIFACE AND GLCTLRPT.  A NEGATIVE  *
      *                NET (CREDIT MEMOS, CLAW-BACKS) POSTS TO THE    *
      *                OPPOSITE SIDE AS A POSITIVE AMOUNT             *
      *                                                               *
      *    CALLED BY:  P00127-WRITE-GL-FUNCTION                       *
      *                                                               *
      *****************************************************************

       P00128-WRITE-GL-ENTRY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'UNMAPPED'             TO WGL-ACCOUNT.
           MOVE 'N'                    TO WGL-FOUND-SW.
           PERFORM VARYING WGM-SUB FROM +1 BY +1
                   UNTIL (WGM-SUB > WGM-COUNT) OR WGL-FOUND
               IF WGM-FUNCTION (WGM-SUB) = WGF-FUNCTION (WGF-SUB) AND
                  WGM-QUALIFIER (WGM-SUB) = WGL-QUALIFIER (WGL-SUB)
                   MOVE 'Y'            TO WGL-FOUND-SW
                   MOVE WGM-ACCOUNT (WGM-SUB)
                                       TO WGL-ACCOUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING WGM-SUB FROM +1 BY +1
                   UNTIL (WGM-SUB > WGM-COUNT) OR WGL-FOUND
               IF WGM-FUNCTION (WGM-SUB) = WGF-FUNCTION (WGF-SUB) AND
                  WGM-QUALIFIER (WGM-SUB) = SPACES
                   MOVE 'Y'            TO WGL-FOUND-SW
                   MOVE WGM-ACCOUNT (WGM-SUB)
                                       TO WGL-ACCOUNT
               END-IF
           END-PERFORM.

           MOVE WGF-SIDE (WGF-SUB)     TO WGL-SIDE.
           MOVE WGL-AMOUNT (WGL-SUB)   TO WGL-POST-AMOUNT.
           IF WGL-POST-AMOUNT < ZEROES
               COMPUTE WGL-POST-AMOUNT = ZEROES - WGL-POST-AMOUNT
               IF WGL-DEBIT
                   MOVE 'C'            TO WGL-SIDE
               ELSE
                   MOVE 'D'            TO WGL-SIDE.

           MOVE WS-BUSINESS-DATE-R     TO GLI-BUSINESS-DATE.
           MOVE WGF-JOURNAL (WGF-SUB)  TO GLI-JOURNAL
                                          GCD-JOURNAL.
           MOVE WGL-ACCOUNT            TO GLI-ACCOUNT
                                          GCD-ACCOUNT.
           MOVE WGL-SIDE               TO GLI-DR-CR.
           MOVE WGL-POST-AMOUNT        TO GLI-AMOUNT.
           MOVE WGF-FUNCTION (WGF-SUB) TO GLI-FUNCTION
                                          GCD-FUNCTION.
           MOVE WGL-QUALIFIER (WGL-SUB)
                                       TO GLI-QUALIFIER
                                          GCD-QUALIFIER.
           MOVE WGF-DESCRIPTION (WGF-SUB)
                                       TO GLI-DESCRIPTION
                                          GCD-DESCRIPTION.
           WRITE GL-INTERFACE-RECORD FROM WS-GL-DETAIL.
           ADD +1                      TO WRS-GL-ENTRIES.

           IF WGL-DEBIT
               MOVE WGL-POST-AMOUNT    TO GCD-DEBIT
               MOVE ZEROES             TO GCD-CREDIT
               ADD WGL-POST-AMOUNT     TO WGL-JRNL-DEBITS
                                          WGL-TOTAL-DEBITS
           ELSE
               MOVE ZEROES             TO GCD-DEBIT
               MOVE WGL-POST-AMOUNT    TO GCD-CREDIT
               ADD WGL-POST-AMOUNT     TO WGL-JRNL-CREDITS
                                          WGL-TOTAL-CREDITS.

           IF WGL-FOUND
               MOVE SPACES             TO GCD-NOTE
           ELSE
               ADD +1                  TO WGL-UNMAPPED
               MOVE 'NO MAPPING'       TO GCD-NOTE.
           WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-DETAIL.

       P00128-WRITE-GL-ENTRY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00129-CLOSE-GL-JOURNAL                        *
      *                                                               *
      *    FUNCTION :  PRINT THE JOURNAL JUST WRITTEN'S DEBIT AND     *
      *                CREDIT TOTALS AND COUNT IT WHEN THEY DIFFER    *
      *                                                               *
      *    CALLED BY:  P00125-GL-INTERFACE                            *
      *                P00127-WRITE-GL-FUNCTION                       *
      *                                                               *
      *****************************************************************

       P00129-CLOSE-GL-JOURNAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO GCT-LABEL.
           STRING 'JOURNAL ' WGL-PREV-JOURNAL ' TOTAL'
               DELIMITED BY SIZE     INTO GCT-LABEL.
           MOVE WGL-JRNL-DEBITS        TO GCT-DEBITS.
           MOVE WGL-JRNL-CREDITS       TO GCT-CREDITS.
           IF WGL-JRNL-DEBITS = WGL-JRNL-CREDITS
               MOVE 'OK'               TO GCT-STATUS
           ELSE
               ADD +1                  TO WRS-GL-UNBALANCED
               MOVE 'OUT'              TO GCT-STATUS.
           WRITE GL-CONTROL-PRINT-RECORD FROM GLCTL-TOTAL.
           MOVE BLANK-LINE             TO GL-CONTROL-PRINT-RECORD.
           WRITE GL-CONTROL-PRINT-RECORD.

       P00129-CLOSE-GL-JOURNAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00130-ADD-GL-AMOUNT                           *
      *                                                               *
      *    FUNCTION :  ADD WGL-ADD-AMOUNT TO THE GL ENTRY FOR         *
      *                WGL-ADD-FUNCTION / WGL-ADD-QUALIFIER, STARTING *
      *                THE ENTRY ON ITS FIRST AMOUNT                  *
      *                                                               *
      *    CALLED BY:  P00131-GL-PAY-EXPENSE                          *
      *                P00724-POST-AR-FROM-INVREG                     *
      *                P00851-POST-SALES-PIECE                        *
      *                P00943-WRITE-PAYMENT                           *
      *                P00944-WRITE-DEDUCTION-FEED                    *
      *                                                               *
      *****************************************************************

       P00130-ADD-GL-AMOUNT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WGL-ADD-AMOUNT = ZEROES
               GO TO P00130-ADD-GL-AMOUNT-EXIT.

           MOVE 'N'                    TO WGL-FOUND-SW.
           PERFORM VARYING WGF-SUB FROM +1 BY +1
                   UNTIL (WGF-SUB > WGF-MAX) OR WGL-FOUND
               IF WGF-FUNCTION (WGF-SUB) = WGL-ADD-FUNCTION
                   MOVE 'Y'            TO WGL-FOUND-SW
                   SUBTRACT +1         FROM WGF-SUB
               END-IF
           END-PERFORM.

           MOVE 'N'                    TO WGL-FOUND-SW.
           PERFORM VARYING WGL-SUB FROM +1 BY +1
                   UNTIL (WGL-SUB > WGL-COUNT) OR WGL-FOUND
               IF WGL-FUNC-SUB (WGL-SUB) = WGF-SUB AND
                  WGL-QUALIFIER (WGL-SUB) = WGL-ADD-QUALIFIER
                   MOVE 'Y'            TO WGL-FOUND-SW
                   ADD WGL-ADD-AMOUNT  TO WGL-AMOUNT (WGL-SUB)
               END-IF
           END-PERFORM.

           IF WGL-FOUND
               GO TO P00130-ADD-GL-AMOUNT-EXIT.

           IF WGL-COUNT = WGL-MAX
               MOVE 'WS-GL-ENTRY-TABLE' TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00130'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               GO TO P00130-ADD-GL-AMOUNT-EXIT.

           ADD +1                      TO WGL-COUNT.
           MOVE WGF-SUB                TO WGL-FUNC-SUB (WGL-COUNT).
           MOVE WGL-ADD-QUALIFIER      TO WGL-QUALIFIER (WGL-COUNT).
           MOVE WGL-ADD-AMOUNT         TO WGL-AMOUNT (WGL-COUNT).

       P00130-ADD-GL-AMOUNT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00131-GL-PAY-EXPENSE                          *
      *                                                               *
      *    FUNCTION :  ADD THE HOLD-TABLE LINE AT HOLD-IX TO ITS      *
      *                REGION'S WAGE, OVERTIME, COMMISSION AND BONUS  *
      *                EXPENSE.  BONUS IS WHAT THE LINE'S TOTAL       *
      *                CARRIES BEYOND THE OTHER THREE, SO A REGION-   *
      *                TRANSFER PAIR EXPENSES EXACTLY THE GROSS IT    *
      *                PAYS                                           *
      *                                                               *
      *    CALLED BY:  P00940-PRINT-EMPLOYEE-REPORT                   *
      *                                                               *
      *****************************************************************

       P00131-GL-PAY-EXPENSE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE HOLD-REGION-NUM (HOLD-IX)
                                       TO WGL-ADD-QUALIFIER.

           MOVE 'WAGE'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = HOLD-WAGES (HOLD-IX) +
                                    HOLD-RETRO (HOLD-IX).
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

           MOVE 'OTPY'                 TO WGL-ADD-FUNCTION.
           MOVE HOLD-OT (HOLD-IX)      TO WGL-ADD-AMOUNT.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

           MOVE 'COMM'                 TO WGL-ADD-FUNCTION.
           MOVE HOLD-COMM (HOLD-IX)    TO WGL-ADD-AMOUNT.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

           MOVE 'BONS'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = HOLD-TOTAL (HOLD-IX) -
                                    HOLD-WAGES (HOLD-IX) -
                                    HOLD-OT (HOLD-IX) -
                                    HOLD-COMM (HOLD-IX) -
                                    HOLD-RETRO (HOLD-IX).
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

       P00131-GL-PAY-EXPENSE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00132-CHECK-POSTING-CONTROL                   *
      *                                                               *
      *    FUNCTION :  OPEN POSTCTL AND POSTLOG (BOTH CREATED ON FIRST*
      *                USE).  A MODE R RUN GOES TO P00133 TO PROVE THE*
      *                DATE CAN BE REVERSED.  ANY OTHER RUN IS REFUSED*
      *                WITH RETURN CODE 16 WHEN ITS DATE / RUN TYPE / *
      *                PARTITION IS ALREADY POSTED -- OR, FOR A FULL  *
      *                RUN, ANY PARTITION OF THE DATE; FOR A          *
      *                PARTITION, THE FULL RUN OF THE DATE.  OTHERWISE*
      *                THE RUN'S RECORD IS WRITTEN (OR A RESTART'S    *
      *                REWRITTEN) IN STATUS I.  THE RUN LOCK IS       *
      *                ALREADY HELD, SO NO OTHER SUBMISSION CAN RACE  *
      *                THIS CHECK                                     *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00132-CHECK-POSTING-CONTROL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-PARTITION-REGION    TO WPC-PARTITION.

      *****************************************************************
      *    THE OFF-CYCLE RUN POSTS UNDER ITS OWN RUN TYPE, SO IT NEVER*
      *    CONFLICTS WITH THE DATE'S REGULAR RUN -- ONLY WITH A       *
      *    SECOND OFF-CYCLE RUN OF THE SAME DATE                      *
      *****************************************************************

           IF WBD-OFF-CYCLE-RUN
               MOVE 'O'                TO WPC-RUN-TYPE.

           OPEN I-O POSTING-CONTROL-FILE.
           IF WS-POSTCTL-STATUS = '35'
               OPEN OUTPUT POSTING-CONTROL-FILE
               CLOSE POSTING-CONTROL-FILE
               OPEN I-O POSTING-CONTROL-FILE
           END-IF.
           IF WS-POSTCTL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00132'           TO WPGE-PARAGRAPH
               MOVE 'POSTCTL'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTCTL-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN I-O POSTING-LOG-FILE.
           IF WS-POSTLOG-STATUS = '35'
               OPEN OUTPUT POSTING-LOG-FILE
               CLOSE POSTING-LOG-FILE
               OPEN I-O POSTING-LOG-FILE
           END-IF.
           IF WS-POSTLOG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00132'           TO WPGE-PARAGRAPH
               MOVE 'POSTLOG'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTLOG-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF WBD-REVERSAL-RUN
               PERFORM  P00133-CHECK-REVERSAL
                   THRU P00133-CHECK-REVERSAL-EXIT
               GO TO P00132-CHECK-POSTING-CONTROL-EXIT.

           MOVE WS-BUSINESS-DATE-R     TO WPM-POSTCTL-DATE.
           IF WBD-OFF-CYCLE-RUN
               MOVE 'OFF-CYCLE RUN ALREADY POSTED - RUN REFUSED'
                                       TO WPM-POSTCTL-TEXT
           ELSE
               MOVE 'ALREADY POSTED - RUN REFUSED, MODE R REVERSES THE D
      -             'ATE'              TO WPM-POSTCTL-TEXT.

           MOVE WS-BUSINESS-DATE-R     TO PCR-BUSINESS-DATE.
           MOVE WPC-RUN-TYPE           TO PCR-RUN-TYPE.
           MOVE WPC-PARTITION          TO PCR-PARTITION.
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF (WS-POSTCTL-STATUS = '00') AND PCR-DATE-POSTED
               PERFORM  P00132-REFUSE-POSTING-RUN.

           IF PARTITIONED-RUN
               MOVE WS-BUSINESS-DATE-R TO PCR-BUSINESS-DATE
               MOVE WPC-RUN-TYPE       TO PCR-RUN-TYPE
               MOVE ZEROES             TO PCR-PARTITION
               READ POSTING-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF (WS-POSTCTL-STATUS = '00') AND PCR-DATE-POSTED
                   PERFORM  P00132-REFUSE-POSTING-RUN
               END-IF
           ELSE
               PERFORM VARYING WPC-SCAN-SUB FROM 1 BY 1
                       UNTIL WPC-SCAN-SUB > 9
                   MOVE WS-BUSINESS-DATE-R
                                       TO PCR-BUSINESS-DATE
                   MOVE WPC-RUN-TYPE   TO PCR-RUN-TYPE
                   MOVE WPC-SCAN-SUB   TO PCR-PARTITION
                   READ POSTING-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF (WS-POSTCTL-STATUS = '00') AND PCR-DATE-POSTED
                       PERFORM  P00132-REFUSE-POSTING-RUN
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *    CLEAR TO POST -- RECORD THE PASS AS STARTED.  A RESTART OF *
      *    AN ABENDED PASS FINDS ITS OWN RECORD STILL IN STATUS I     *
      *****************************************************************

           MOVE WS-BUSINESS-DATE-R     TO PCR-BUSINESS-DATE.
           MOVE WPC-RUN-TYPE           TO PCR-RUN-TYPE.
           MOVE WPC-PARTITION          TO PCR-PARTITION.
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF POSTCTL-NOT-FOUND
               MOVE SPACES             TO POSTING-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE-R TO PCR-BUSINESS-DATE
               MOVE WPC-RUN-TYPE       TO PCR-RUN-TYPE
               MOVE WPC-PARTITION      TO PCR-PARTITION
           END-IF.

           MOVE 'I'                    TO PCR-STATUS.
           MOVE WBD-RUN-MODE           TO PCR-RUN-MODE.
           MOVE WS-RUN-START-TIMESTAMP TO PCR-START-TIMESTAMP.
           MOVE SPACES                 TO PCR-END-TIMESTAMP.
           MOVE ZEROES                 TO PCR-EMPLOYEES-POSTED.

           IF POSTCTL-NOT-FOUND
               WRITE POSTING-CONTROL-RECORD
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
           ELSE
               REWRITE POSTING-CONTROL-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-POSTCTL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00132'           TO WPGE-PARAGRAPH
               MOVE 'POSTCTL'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTCTL-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00132-CHECK-POSTING-CONTROL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    REFUSED -- ONLY POSTCTL / POSTLOG AND THE RUN LOCK ARE     *
      *    OPEN, SO NO MASTER HAS BEEN TOUCHED.  THE LOCK THIS RUN    *
      *    TOOK IS RELEASED SO THE CORRECT SUBMISSION CAN FOLLOW      *
      *****************************************************************

       P00132-REFUSE-POSTING-RUN.
           MOVE WPM-POSTING-CONTROL-MSG
                                       TO WMF-MESSAGE-AREA.
           DISPLAY WMF-MESSAGE-AREA.
           MOVE 16                     TO WS-RETURN-CODE.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           CLOSE POSTING-CONTROL-FILE.
           CLOSE POSTING-LOG-FILE.
           PERFORM  P00141-RELEASE-RUN-LOCK
               THRU P00141-RELEASE-RUN-LOCK-EXIT.
           GOBACK.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00133-CHECK-REVERSAL                          *
      *                                                               *
      *    FUNCTION :  PROVE A MODE R RUN MAY BACK ITS DATE OUT: THE  *
      *                DATE MUST HAVE A REGULAR POSTING (FULL OR ANY  *
      *                PARTITION, STATUS P OR AN ABENDED I), NONE OF  *
      *                IT ON A MONTH-END / YEAR-END RUN (THE BUCKETS  *
      *                HAVE ROLLED SINCE), AND NO LATER DATE MAY HAVE *
      *                POSTED -- THE LOG RESTORES LAST-POST DATES AND *
      *                POINTS THAT A LATER POSTING WOULD HAVE MOVED   *
      *                AGAIN. ANYTHING ELSE IS REFUSED WITH RETURN    *
      *                CODE 16                                        *
      *                                                               *
      *    CALLED BY:  P00132-CHECK-POSTING-CONTROL                   *
      *                                                               *
      *****************************************************************

       P00133-CHECK-REVERSAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WPC-FOUND-COUNT.
           MOVE 'N'                    TO WPC-ROLLED-SW.

           PERFORM VARYING WPC-SCAN-SUB FROM 0 BY 1
                   UNTIL WPC-SCAN-SUB > 9
               MOVE WS-BUSINESS-DATE-R TO PCR-BUSINESS-DATE
               MOVE WPC-RUN-TYPE       TO PCR-RUN-TYPE
               MOVE WPC-SCAN-SUB       TO PCR-PARTITION
               READ POSTING-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF (WS-POSTCTL-STATUS = '00') AND
                  (PCR-DATE-POSTED OR PCR-POSTING-STARTED)
                   ADD +1              TO WPC-FOUND-COUNT
                   IF PCR-BUCKETS-ROLLED
                       MOVE 'Y'        TO WPC-ROLLED-SW
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BUSINESS-DATE-R     TO WPM-POSTCTL-DATE.

           IF WPC-FOUND-COUNT = ZEROES
               MOVE 'HAS NO POSTING TO REVERSE - RUN REFUSED'
                                       TO WPM-POSTCTL-TEXT
               PERFORM  P00132-REFUSE-POSTING-RUN.

           IF WPC-BUCKETS-ROLLED
               MOVE 'WAS A MONTH/YEAR-END RUN - CANNOT BE REVERSED'
                                       TO WPM-POSTCTL-TEXT
               PERFORM  P00132-REFUSE-POSTING-RUN.

      *****************************************************************
      *    SCAN EVERY CONTROL RECORD KEYED AFTER THE DATE'S LAST ONE  *
      *****************************************************************

           MOVE WS-BUSINESS-DATE-R     TO PCR-BUSINESS-DATE.
           MOVE HIGH-VALUES            TO PCR-RUN-TYPE.
           MOVE 9                      TO PCR-PARTITION.
           MOVE 'N'                    TO WPC-END-OF-FILE-SW.

           START POSTING-CONTROL-FILE
               KEY IS GREATER THAN PCR-KEY
               INVALID KEY
                   GO TO P00133-CHECK-REVERSAL-EXIT
           END-START.

           PERFORM UNTIL WPC-END-OF-FILE
               READ POSTING-CONTROL-FILE NEXT RECORD
                   AT END
                       SET WPC-END-OF-FILE TO TRUE
               END-READ
               IF (NOT WPC-END-OF-FILE)                 AND
                  (PCR-BUSINESS-DATE > WS-BUSINESS-DATE-R) AND
                  (PCR-RUN-TYPE = WPC-RUN-TYPE)          AND
                  (PCR-DATE-POSTED OR PCR-POSTING-STARTED)
                   MOVE PCR-BUSINESS-DATE
                                       TO WPM-POSTCTL-DATE
                   MOVE 'POSTED LATER - REVERSE IT FIRST'
                                       TO WPM-POSTCTL-TEXT
                   PERFORM  P00132-REFUSE-POSTING-RUN
               END-IF
           END-PERFORM.

       P00133-CHECK-REVERSAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00134-MARK-DATE-POSTED                        *
      *                                                               *
      *    FUNCTION :  ON A CLEAN FINISH REWRITE THIS RUN'S POSTCTL   *
      *                RECORD IN STATUS P WITH THE END TIME AND THE   *
      *                NUMBER OF EMPLOYEES POSTED, THEN CLOSE POSTCTL *
      *                AND POSTLOG.  A RUN THAT HIT AN ERROR LEAVES   *
      *                THE RECORD IN STATUS I SO THE DATE CAN STILL BE*
      *                RESTARTED OR REVERSED                          *
      *                                                               *
      *    CALLED BY:  P00100-RUN-SUMMARY                             *
      *                                                               *
      *****************************************************************

       P00134-MARK-DATE-POSTED.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO PCR-BUSINESS-DATE.
           MOVE WPC-RUN-TYPE           TO PCR-RUN-TYPE.
           MOVE WPC-PARTITION          TO PCR-PARTITION.
           READ POSTING-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF (WS-POSTCTL-STATUS = '00') AND NO-ERROR-FOUND
               MOVE 'P'                TO PCR-STATUS
               MOVE FUNCTION CURRENT-DATE
                                       TO WS-AUDIT-TIMESTAMP
               MOVE WAT-DATE-TIME      TO PCR-END-TIMESTAMP
               MOVE WPC-POSTED-COUNT   TO PCR-EMPLOYEES-POSTED
               REWRITE POSTING-CONTROL-RECORD
           END-IF.

           CLOSE POSTING-CONTROL-FILE.
           CLOSE POSTING-LOG-FILE.

       P00134-MARK-DATE-POSTED-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00135-REVERSE-BUSINESS-DATE                   *
      *                                                               *
      *    FUNCTION :  MODE R -- BACK THE BUSINESS DATE'S POSTINGS OUT*
      *                OF COMPMSTR AND LOYALMST FROM POSTLOG AND OUT  *
      *                OF THE SALES KSDS FROM SALESJRN (OFFSETTING    *
      *                JOURNAL ENTRIES), LISTING EVERY ONE ON RVSLRPT.*
      *                A CLEAN REVERSAL SETS THE DATE'S POSTCTL       *
      *                RECORDS TO R SO THE DATE CAN BE RERUN; ANY     *
      *                EXCEPTION LEAVES THE DATE POSTED AND ENDS RC 8.*
      *                THE RUN ENDS HERE -- NO POSTING PASS, AND THE  *
      *                DAILY OUTPUTS ARE NEVER OPENED                 *
      *                                                               *
      *    CALLED BY:  P00050-INITIALIZE                              *
      *                                                               *
      *****************************************************************

       P00135-REVERSE-BUSINESS-DATE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT REVERSAL-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO RVH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO RVH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO RVH-RUN-YEAR.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-HDR1.
           MOVE BLANK-LINE             TO REVERSAL-PRINT-RECORD.
           WRITE REVERSAL-PRINT-RECORD.

           OPEN I-O COMP-MASTER-FILE.
           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00135'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN I-O SALES-FILE.
           IF WS-SALES-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00135'           TO WPGE-PARAGRAPH
               MOVE 'SALES'            TO WPM-VSAM-ERROR-FILE
               MOVE WS-SALES-STATUS    TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN I-O LOYALTY-MASTER-FILE.
           IF WS-LOYALMST-STATUS = '35'
               OPEN OUTPUT LOYALTY-MASTER-FILE
               CLOSE LOYALTY-MASTER-FILE
               OPEN I-O LOYALTY-MASTER-FILE
           END-IF.
           IF WS-LOYALMST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00135'           TO WPGE-PARAGRAPH
               MOVE 'LOYALMST'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-LOYALMST-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

      *****************************************************************
      *    NET THE DATE'S SALES JOURNAL FIRST -- NOTHING IS CHANGED   *
      *    YET                                                        *
      *****************************************************************

           PERFORM  P00139-LOAD-SALES-REVERSAL
               THRU P00139-LOAD-SALES-REVERSAL-EXIT.

      *****************************************************************
      *    COMPENSATION MASTER POSTINGS                               *
      *****************************************************************

           MOVE 'COMPENSATION MASTER (COMPMSTR) POSTINGS'
                                       TO RVS-TITLE.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SECTION.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-COMP-COLS.
           MOVE 'C'                    TO WPL-LOG-TYPE.
           PERFORM  P00136-REVERSE-LOGGED-POSTINGS
               THRU P00136-REVERSE-LOGGED-POSTINGS-EXIT.

      *****************************************************************
      *    LOYALTY MASTER POSTINGS                                    *
      *****************************************************************

           MOVE BLANK-LINE             TO REVERSAL-PRINT-RECORD.
           WRITE REVERSAL-PRINT-RECORD.
           MOVE 'LOYALTY MASTER (LOYALMST) ACTIVITY'
                                       TO RVS-TITLE.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SECTION.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-LOY-COLS.
           MOVE 'L'                    TO WPL-LOG-TYPE.
           PERFORM  P00136-REVERSE-LOGGED-POSTINGS
               THRU P00136-REVERSE-LOGGED-POSTINGS-EXIT.

      *****************************************************************
      *    SALES KSDS -- ONE OFFSETTING SALESJRN ENTRY PER SALES ID   *
      *****************************************************************

           MOVE BLANK-LINE             TO REVERSAL-PRINT-RECORD.
           WRITE REVERSAL-PRINT-RECORD.
           MOVE 'SALES POSTINGS (SALES / SALESJRN)'
                                       TO RVS-TITLE.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SECTION.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SALES-COLS.

           OPEN EXTEND JOURNAL-FILE.
           PERFORM  P00140-POST-SALES-REVERSAL
               THRU P00140-POST-SALES-REVERSAL-EXIT
                   VARYING WRV-SUB FROM +1 BY +1
                   UNTIL WRV-SUB > WRV-SALES-COUNT.
           CLOSE JOURNAL-FILE.

      *****************************************************************
      *    A CLEAN REVERSAL FREES THE DATE FOR A RERUN                *
      *****************************************************************

           MOVE FUNCTION CURRENT-DATE  TO WS-AUDIT-TIMESTAMP.

           IF WRV-EXCEPTIONS = ZEROES
               PERFORM VARYING WPC-SCAN-SUB FROM 0 BY 1
                       UNTIL WPC-SCAN-SUB > 9
                   MOVE WS-BUSINESS-DATE-R
                                       TO PCR-BUSINESS-DATE
                   MOVE WPC-RUN-TYPE   TO PCR-RUN-TYPE
                   MOVE WPC-SCAN-SUB   TO PCR-PARTITION
                   READ POSTING-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF (WS-POSTCTL-STATUS = '00') AND
                      (PCR-DATE-POSTED OR PCR-POSTING-STARTED)
                       MOVE 'R'        TO PCR-STATUS
                       MOVE WAT-DATE-TIME
                                       TO PCR-REVERSAL-TIMESTAMP
                       REWRITE POSTING-CONTROL-RECORD
                       ADD +1          TO WRV-POSTCTL-COUNT
                   END-IF
               END-PERFORM
           END-IF.

           MOVE BLANK-LINE             TO REVERSAL-PRINT-RECORD.
           WRITE REVERSAL-PRINT-RECORD.
           MOVE 'COMPMSTR POSTINGS REVERSED'
                                       TO RVT-LABEL.
           MOVE WRV-COMP-COUNT         TO RVT-COUNT.
           MOVE WRV-COMP-AMOUNT        TO RVT-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.
           MOVE 'LOYALTY CUSTOMERS REVERSED (POINTS)'
                                       TO RVT-LABEL.
           MOVE WRV-LOYALTY-COUNT      TO RVT-COUNT.
           MOVE WRV-LOYALTY-POINTS     TO RVT-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.
           MOVE 'SALES IDS REVERSED (SALES AMOUNT)'
                                       TO RVT-LABEL.
           MOVE WRV-SALES-POSTED       TO RVT-COUNT.
           MOVE WRV-SALES-TOTAL        TO RVT-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.
           MOVE 'SALES IDS REVERSED (COMMISSION)'
                                       TO RVT-LABEL.
           MOVE WRV-COMM-TOTAL         TO RVT-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.
           MOVE 'EXCEPTIONS LEFT UNREVERSED'
                                       TO RVT-LABEL.
           MOVE WRV-EXCEPTIONS         TO RVT-COUNT.
           MOVE ZEROES                 TO RVT-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.
           MOVE 'POSTCTL RECORDS SET TO REVERSED'
                                       TO RVT-LABEL.
           MOVE WRV-POSTCTL-COUNT      TO RVT-COUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-TOTAL.

           CLOSE REVERSAL-REPORT-FILE.
           CLOSE COMP-MASTER-FILE.
           CLOSE SALES-FILE.
           CLOSE LOYALTY-MASTER-FILE.
           CLOSE POSTING-LOG-FILE.
           CLOSE POSTING-CONTROL-FILE.

           PERFORM  P00141-RELEASE-RUN-LOCK
               THRU P00141-RELEASE-RUN-LOCK-EXIT.

           MOVE WS-BUSINESS-DATE-R     TO WPM-POSTCTL-DATE.
           IF WRV-EXCEPTIONS = ZEROES
               MOVE 'POSTINGS REVERSED (RVSLRPT) - DATE MAY BE RERUN'
                                       TO WPM-POSTCTL-TEXT
           ELSE
               MOVE 'PARTLY REVERSED - EXCEPTIONS ON RVSLRPT, DATE HELD'
                                       TO WPM-POSTCTL-TEXT
               MOVE 8                  TO WS-RETURN-CODE.
           MOVE WPM-POSTING-CONTROL-MSG
                                       TO WMF-MESSAGE-AREA.
           DISPLAY WMF-MESSAGE-AREA.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.

       P00135-REVERSE-BUSINESS-DATE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00136-REVERSE-LOGGED-POSTINGS                 *
      *                                                               *
      *    FUNCTION :  BROWSE POSTLOG FOR THE BUSINESS DATE AND LOG   *
      *                TYPE IN WPL-LOG-TYPE AND REVERSE EACH ENTRY (C *
      *                = COMPMSTR, L = LOYALMST)                      *
      *                                                               *
      *    CALLED BY:  P00135-REVERSE-BUSINESS-DATE                   *
      *                                                               *
      *****************************************************************

       P00136-REVERSE-LOGGED-POSTINGS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WPC-END-OF-FILE-SW.
           MOVE WS-BUSINESS-DATE-R     TO PLG-BUSINESS-DATE.
           MOVE WPL-LOG-TYPE           TO PLG-LOG-TYPE.
           MOVE LOW-VALUES             TO PLG-POSTING-ID.

           START POSTING-LOG-FILE
               KEY IS NOT LESS THAN PLG-KEY
               INVALID KEY
                   GO TO P00136-REVERSE-LOGGED-POSTINGS-EXIT
           END-START.

           PERFORM UNTIL WPC-END-OF-FILE
               READ POSTING-LOG-FILE NEXT RECORD
                   AT END
                       SET WPC-END-OF-FILE TO TRUE
               END-READ
               IF NOT WPC-END-OF-FILE
                   IF (PLG-BUSINESS-DATE NOT = WS-BUSINESS-DATE-R) OR
                      (PLG-LOG-TYPE NOT = WPL-LOG-TYPE)
                       SET WPC-END-OF-FILE TO TRUE
                   ELSE
                       IF PLG-COMPMSTR-POSTING
                           PERFORM  P00137-REVERSE-COMP-POSTING
                               THRU P00137-REVERSE-COMP-POSTING-EXIT
                       ELSE
                           PERFORM  P00138-REVERSE-LOYALTY-POSTING
                               THRU P00138-REVERSE-LOYALTY-POSTING-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       P00136-REVERSE-LOGGED-POSTINGS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00137-REVERSE-COMP-POSTING                    *
      *                                                               *
      *    FUNCTION :  SUBTRACT ONE LOGGED POSTING FROM THE EMPLOYEE'S*
      *                COMPMSTR MTD / QTD / YTD BUCKETS AND PUT BACK  *
      *                THE LAST / PRIOR POST DATES IT REPLACED, WITH  *
      *                THE PRIOR PAY'S AMOUNTS AS THE LAST AGAIN (A   *
      *                RECORD THE POSTING CREATED IS DELETED), THEN   *
      *                DELETE THE LOG ENTRY.  A RECORD THAT IS GONE OR*
      *                WHOSE LAST POST IS NOT THE DATE IS REPORTED AND*
      *                LEFT ALONE                                     *
      *                                                               *
      *    CALLED BY:  P00136-REVERSE-LOGGED-POSTINGS                 *
      *                                                               *
      *****************************************************************

       P00137-REVERSE-COMP-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE PLG-POSTING-ID (1:5)   TO CMR-EMP-NUM.
           MOVE CMR-EMP-NUM            TO RCD-EMP-NUM.
           MOVE PLG-WAGES              TO RCD-WAGES.
           MOVE PLG-OT                 TO RCD-OT.
           MOVE PLG-COMM               TO RCD-COMM.
           MOVE PLG-BONUS              TO RCD-BONUS.
           MOVE PLG-LAST-POST-DATE     TO RCD-LAST-POST.

           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

           IF COMPMSTR-RECORD-NEW
               MOVE 'NOT ON COMPMSTR'  TO RCD-NOTE
               ADD +1                  TO WRV-EXCEPTIONS
               WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-COMP-DETAIL
               GO TO P00137-REVERSE-COMP-POSTING-EXIT.

           IF CMR-LAST-POST-DATE NOT = WS-BUSINESS-DATE-R
               MOVE 'POSTED SINCE'     TO RCD-NOTE
               ADD +1                  TO WRV-EXCEPTIONS
               WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-COMP-DETAIL
               GO TO P00137-REVERSE-COMP-POSTING-EXIT.

           SUBTRACT PLG-WAGES          FROM CMR-MTD-WAGES
                                            CMR-QTD-WAGES
                                            CMR-YTD-WAGES.
           SUBTRACT PLG-OT             FROM CMR-MTD-OT
                                            CMR-QTD-OT
                                            CMR-YTD-OT.
           SUBTRACT PLG-COMM           FROM CMR-MTD-COMM
                                            CMR-QTD-COMM
                                            CMR-YTD-COMM.
           SUBTRACT PLG-BONUS          FROM CMR-MTD-BONUS
                                            CMR-QTD-BONUS
                                            CMR-YTD-BONUS.
           IF PLG-RETRO NUMERIC
               SUBTRACT PLG-RETRO      FROM CMR-MTD-RETRO
                                            CMR-QTD-RETRO
                                            CMR-YTD-RETRO
               ADD PLG-RETRO           TO WRV-COMP-AMOUNT
           END-IF.
           MOVE PLG-LAST-POST-DATE     TO CMR-LAST-POST-DATE.
           MOVE PLG-PRIOR-POST-DATE    TO CMR-PRIOR-POST-DATE.
           MOVE CMR-PRIOR-GROSS        TO CMR-LAST-GROSS.
           MOVE CMR-PRIOR-OT           TO CMR-LAST-OT.
           MOVE CMR-PRIOR-NET          TO CMR-LAST-NET.

           IF PLG-RECORD-CREATED
               DELETE COMP-MASTER-FILE RECORD
               MOVE 'DELETE'           TO WPM-VSAM-ERROR-COMMAND
               MOVE 'RECORD REMOVED'   TO RCD-NOTE
           ELSE
               REWRITE COMP-MASTER-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'REVERSED'         TO RCD-NOTE.

           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00137'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           DELETE POSTING-LOG-FILE RECORD.
           IF WS-POSTLOG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00137'           TO WPGE-PARAGRAPH
               MOVE 'POSTLOG'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTLOG-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'DELETE'           TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD +1                      TO WRV-COMP-COUNT.
           ADD PLG-WAGES PLG-OT PLG-COMM PLG-BONUS
                                       TO WRV-COMP-AMOUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-COMP-DETAIL.

       P00137-REVERSE-COMP-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00138-REVERSE-LOYALTY-POSTING                 *
      *                                                               *
      *    FUNCTION :  PUT THE CUSTOMER'S LOYALMST POINTS AND LAST    *
      *                ACTIVITY BACK TO WHAT THEY WERE BEFORE THE     *
      *                DATE'S FIRST POSTING (A RECORD THE DATE OPENED *
      *                IS DELETED), THEN DELETE THE LOG ENTRY.        *
      *                RESTORING THE BEFORE IMAGE, NOT SUBTRACTING THE*
      *                DELTA, KEEPS A CLAWBACK FLOORED AT ZERO EXACT  *
      *                                                               *
      *    CALLED BY:  P00136-REVERSE-LOGGED-POSTINGS                 *
      *                                                               *
      *****************************************************************

       P00138-REVERSE-LOYALTY-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE PLG-POSTING-ID         TO LOY-CUSTOMER-ID
                                          RLD-CUSTOMER-ID.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF LOYALMST-NOT-FOUND
               MOVE ZEROES             TO RLD-POINTS-BEFORE
                                          RLD-POINTS-AFTER
               MOVE 'NOT ON LOYALMST'  TO RLD-NOTE
               ADD +1                  TO WRV-EXCEPTIONS
               WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-LOY-DETAIL
               GO TO P00138-REVERSE-LOYALTY-POSTING-EXIT.

           MOVE LOY-POINTS             TO RLD-POINTS-BEFORE.

           IF LOY-LAST-ACTIVITY NOT = WS-BUSINESS-DATE-R
               MOVE LOY-POINTS         TO RLD-POINTS-AFTER
               MOVE 'ACTIVITY SINCE'   TO RLD-NOTE
               ADD +1                  TO WRV-EXCEPTIONS
               WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-LOY-DETAIL
               GO TO P00138-REVERSE-LOYALTY-POSTING-EXIT.

           COMPUTE WRV-LOYALTY-POINTS = WRV-LOYALTY-POINTS +
                                        LOY-POINTS - PLG-OPEN-POINTS.

           IF PLG-RECORD-CREATED
               DELETE LOYALTY-MASTER-FILE RECORD
               MOVE ZEROES             TO RLD-POINTS-AFTER
               MOVE 'DELETE'           TO WPM-VSAM-ERROR-COMMAND
               MOVE 'RECORD REMOVED'   TO RLD-NOTE
           ELSE
               MOVE PLG-OPEN-POINTS    TO LOY-POINTS
                                          RLD-POINTS-AFTER
               MOVE PLG-OPEN-ACTIVITY  TO LOY-LAST-ACTIVITY
               REWRITE LOYALTY-MASTER-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE 'REVERSED'         TO RLD-NOTE.

           IF WS-LOYALMST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00138'           TO WPGE-PARAGRAPH
               MOVE 'LOYALMST'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-LOYALMST-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           DELETE POSTING-LOG-FILE RECORD.
           IF WS-POSTLOG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00138'           TO WPGE-PARAGRAPH
               MOVE 'POSTLOG'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTLOG-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'DELETE'           TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD +1                      TO WRV-LOYALTY-COUNT.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-LOY-DETAIL.

       P00138-REVERSE-LOYALTY-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00139-LOAD-SALES-REVERSAL                     *
      *                                                               *
      *    FUNCTION :  NET THE BUSINESS DATE'S SALESJRN POSTINGS PER  *
      *                SALES ID INTO WS-REVERSAL-SALES-TABLE.  MORE   *
      *                SALES IDS THAN THE TABLE HOLDS IS FATAL -- A   *
      *                PARTIAL SALES REVERSAL WOULD LEAVE THE DATE    *
      *                HALF POSTED                                    *
      *                                                               *
      *    CALLED BY:  P00135-REVERSE-BUSINESS-DATE                   *
      *                                                               *
      *****************************************************************

       P00139-LOAD-SALES-REVERSAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WRV-SALES-COUNT.
           MOVE 'N'                    TO WPC-END-OF-FILE-SW.

           OPEN INPUT JOURNAL-FILE.

           READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
               AT END
                   SET WPC-END-OF-FILE TO TRUE
           END-READ.

           PERFORM UNTIL WPC-END-OF-FILE
               IF SJR-POST-DATE = WS-BUSINESS-DATE-R
                   MOVE 'N'            TO WRV-FOUND-SW
                   PERFORM VARYING WRV-SUB FROM +1 BY +1
                           UNTIL (WRV-SUB > WRV-SALES-COUNT) OR
                                 WRV-ID-IN-TABLE
                       IF WRV-SALES-ID (WRV-SUB) = SJR-SALES-ID
                           MOVE 'Y'    TO WRV-FOUND-SW
                           SUBTRACT +1 FROM WRV-SUB
                       END-IF
                   END-PERFORM
                   IF NOT WRV-ID-IN-TABLE
                       IF WRV-SALES-COUNT = WRV-SALES-MAX
                           MOVE 'WS-REVERSAL-SALES-TABLE'
                                       TO WPM-TABLE-NAME
                           MOVE WPM-TABLE-OVERFLOW
                                       TO WPGE-DESCRIPTION
                           MOVE 'GEN'  TO WS-PDA-ERROR-TYPE
                           MOVE 'F'    TO WS-PDA-ERROR-SEVERITY
                           MOVE 'PDAB06'
                                       TO WPGE-PROGRAM-ID
                           MOVE 'P00139'
                                       TO WPGE-PARAGRAPH
                           PERFORM  P99500-PDA-ERROR
                               THRU P99500-PDA-ERROR-EXIT
                       END-IF
                       ADD +1          TO WRV-SALES-COUNT
                       MOVE WRV-SALES-COUNT
                                       TO WRV-SUB
                       MOVE SJR-SALES-ID
                                       TO WRV-SALES-ID (WRV-SUB)
                       MOVE ZEROES     TO WRV-SALES-AMT (WRV-SUB)
                                          WRV-COMMISSION (WRV-SUB)
                   END-IF
                   ADD SJR-SALES-AMT   TO WRV-SALES-AMT (WRV-SUB)
                   ADD SJR-COMMISSION  TO WRV-COMMISSION (WRV-SUB)
               END-IF
               READ JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
                   AT END
                       SET WPC-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       P00139-LOAD-SALES-REVERSAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00140-POST-SALES-REVERSAL                     *
      *                                                               *
      *    FUNCTION :  BACK ONE SALES ID'S NET POSTING FOR THE DATE   *
      *                OUT OF THE SALES KSDS AND APPEND THE OFFSETTING*
      *                SALESJRN ENTRY, DATED THE SAME BUSINESS DATE,  *
      *                SO THE JOURNAL STILL SUMS TO THE MASTER.  AN ID*
      *                THAT ALREADY NETS TO ZERO (A DATE REVERSED     *
      *                BEFORE) IS SKIPPED                             *
      *                                                               *
      *    CALLED BY:  P00135-REVERSE-BUSINESS-DATE                   *
      *                                                               *
      *****************************************************************

       P00140-POST-SALES-REVERSAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WRV-SALES-AMT (WRV-SUB) = ZEROES AND
              WRV-COMMISSION (WRV-SUB) = ZEROES
               GO TO P00140-POST-SALES-REVERSAL-EXIT.

           MOVE WRV-SALES-ID (WRV-SUB) TO SALES-ID
                                          RSD-SALES-ID.
           MOVE WRV-SALES-AMT (WRV-SUB)
                                       TO RSD-SALES-AMT.
           MOVE WRV-COMMISSION (WRV-SUB)
                                       TO RSD-COMMISSION.

           READ SALES-FILE
               KEY IS SALES-ID
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT-FOUND
               MOVE 'NOT ON SALES'     TO RSD-NOTE
               ADD +1                  TO WRV-EXCEPTIONS
               WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SALES-DETAIL
               GO TO P00140-POST-SALES-REVERSAL-EXIT.

           SUBTRACT WRV-SALES-AMT (WRV-SUB)
                                       FROM SLS-SALES-AMT.
           SUBTRACT WRV-COMMISSION (WRV-SUB)
                                       FROM SLS-POINT-COMMISSION.
           REWRITE SALES-REC.

           IF WS-SALES-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00140'           TO WPGE-PARAGRAPH
               MOVE 'SALES'            TO WPM-VSAM-ERROR-FILE
               MOVE WS-SALES-STATUS    TO WPM-VSAM-ERROR-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           MOVE WS-BUSINESS-DATE-R     TO SJR-POST-DATE.
           MOVE FUNCTION CURRENT-DATE  TO WS-AUDIT-TIMESTAMP.
           MOVE WAT-TIME               TO SJR-POST-TIME.
           MOVE WRV-SALES-ID (WRV-SUB) TO SJR-SALES-ID.
           MOVE SPACES                 TO SJR-CUSTOMER-ID.
           MOVE ZEROES                 TO SJR-SOURCE-ORDER.
           COMPUTE SJR-SALES-AMT  = 0 - WRV-SALES-AMT (WRV-SUB).
           COMPUTE SJR-COMMISSION = 0 - WRV-COMMISSION (WRV-SUB).
           WRITE JOURNAL-RECORD FROM WS-SALES-JOURNAL-RECORD.

           ADD +1                      TO WRV-SALES-POSTED.
           ADD WRV-SALES-AMT (WRV-SUB) TO WRV-SALES-TOTAL.
           ADD WRV-COMMISSION (WRV-SUB)
                                       TO WRV-COMM-TOTAL.
           MOVE 'REVERSED'             TO RSD-NOTE.
           WRITE REVERSAL-PRINT-RECORD FROM RVSLRPT-SALES-DETAIL.

       P00140-POST-SALES-REVERSAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00141-RELEASE-RUN-LOCK                        *
      *                                                               *
      *    FUNCTION :  RELEASE THE CHAIN IN-USE LOCK THIS RUN TOOK IN *
      *                P00058 AND CLOSE CHKPTFIL -- FOR A RUN THAT    *
      *                ENDS BEFORE 9900-CLOSE (A REFUSED POSTING DATE,*
      *                A MODE R REVERSAL OR A MODE O OFF-CYCLE RUN)   *
      *                                                               *
      *    CALLED BY:  P00132-REFUSE-POSTING-RUN                      *
      *                P00135-REVERSE-BUSINESS-DATE                   *
      *                P00970-OFF-CYCLE-PAYROLL                       *
      *                                                               *
      *****************************************************************

       P00141-RELEASE-RUN-LOCK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WCK-LOCK-KEY           TO CKPT-LAST-STEP.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CHECKPOINT-NOT-FOUND
               MOVE 'C'                TO CKPT-STATUS
               REWRITE CHECKPOINT-RECORD
           END-IF.
           CLOSE CHECKPOINT-FILE.

       P00141-RELEASE-RUN-LOCK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00142-LOG-COMP-POSTING                        *
      *                                                               *
      *    FUNCTION :  LOG THE COMPMSTR POSTING JUST MADE ON POSTLOG: *
      *                THE AMOUNTS ADDED AND THE LAST / PRIOR POST    *
      *                DATES THE RECORD CARRIED BEFORE IT.  A STALE   *
      *                ENTRY LEFT BY A REVERSAL EXCEPTION IS REPLACED *
      *                                                               *
      *    CALLED BY:  P00939-POST-COMP-MASTER                        *
      *                                                               *
      *****************************************************************

       P00142-LOG-COMP-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO PLG-BUSINESS-DATE.
           MOVE 'C'                    TO PLG-LOG-TYPE.
           MOVE WA-EMP-NUM             TO PLG-POSTING-ID.
           MOVE WPL-NEW-RECORD-SW      TO PLG-NEW-RECORD-SW.
           MOVE SPACES                 TO PLG-POSTING-DATA.
           MOVE EMP-WAGES              TO PLG-WAGES.
           MOVE OT-AMOUNT              TO PLG-OT.
           MOVE CALC-COMMISSION        TO PLG-COMM.
           MOVE WMF-POST-BONUS-AMT     TO PLG-BONUS.
           MOVE WRP-EMP-RETRO          TO PLG-RETRO.
           MOVE WPL-LAST-POST-DATE     TO PLG-LAST-POST-DATE.
           MOVE WPL-PRIOR-POST-DATE    TO PLG-PRIOR-POST-DATE.

           WRITE POSTING-LOG-RECORD.
           MOVE 'WRITE'                TO WPM-VSAM-ERROR-COMMAND.
           IF POSTLOG-DUPLICATE
               REWRITE POSTING-LOG-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-POSTLOG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00142'           TO WPGE-PARAGRAPH
               MOVE 'POSTLOG'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTLOG-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD +1                      TO WPC-POSTED-COUNT.

       P00142-LOG-COMP-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00143-LOG-LOYALTY-POSTING                     *
      *                                                               *
      *    FUNCTION :  LOG THE LOYALMST POSTING JUST MADE ON POSTLOG. *
      *                THE DATE'S FIRST POSTING FOR THE CUSTOMER KEEPS*
      *                THE BEFORE IMAGE (POINTS, LAST ACTIVITY, NEW   *
      *                RECORD); LATER ONES ONLY MOVE THE NET POINTS   *
      *                                                               *
      *    CALLED BY:  P00685-POST-LOYALTY                            *
      *                                                               *
      *****************************************************************

       P00143-LOG-LOYALTY-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO PLG-BUSINESS-DATE.
           MOVE 'L'                    TO PLG-LOG-TYPE.
           MOVE LOY-CUSTOMER-ID        TO PLG-POSTING-ID.
           READ POSTING-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF POSTLOG-NOT-FOUND
               MOVE WPL-NEW-RECORD-SW  TO PLG-NEW-RECORD-SW
               MOVE SPACES             TO PLG-POSTING-DATA
               MOVE WPL-OPEN-POINTS    TO PLG-OPEN-POINTS
               MOVE WPL-OPEN-ACTIVITY  TO PLG-OPEN-ACTIVITY
               COMPUTE PLG-NET-POINTS = LOY-POINTS - PLG-OPEN-POINTS
               WRITE POSTING-LOG-RECORD
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
           ELSE
               COMPUTE PLG-NET-POINTS = LOY-POINTS - PLG-OPEN-POINTS
               REWRITE POSTING-LOG-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-POSTLOG-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00143'           TO WPGE-PARAGRAPH
               MOVE 'POSTLOG'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-POSTLOG-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00143-LOG-LOYALTY-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00110-WRITE-RUN-SUMMARY                       *
      *                                                               *
      *    FUNCTION :  WRITE THE TYPED RUN SUMMARY RECORD (RUNSUMM)   *
      *                AND THE ONE PAGE OPERATIONS RUN SUMMARY REPORT *
      *                (RUNSUMRP) -- RUN DATE, START/STOP TIMES, ALL  *
      *                RECORD COUNTS BY TYPE, REJECT COUNTS BY        *
      *                REASON, AND THE FINAL RETURN CODE              *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00110-WRITE-RUN-SUMMARY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT RUN-SUMMARY-FILE.
           OPEN OUTPUT RUN-SUMMARY-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE  TO WS-AUDIT-TIMESTAMP.

           MOVE WS-BUSINESS-DATE-R     TO RSR-RUN-DATE.
           MOVE WS-RUN-START-TIMESTAMP TO RSR-START-TIMESTAMP.
           MOVE WAT-DATE-TIME          TO RSR-STOP-TIMESTAMP.
           MOVE WS-PARAMETER-RECORDS-IN
                                       TO RSR-PARM-RECORDS-IN.
           MOVE WRS-ORDERS-ADDED       TO RSR-ORDERS-ADDED.
           MOVE WRS-ORDERS-CHANGED     TO RSR-ORDERS-CHANGED.
           MOVE WRS-ORDERS-DELETED     TO RSR-ORDERS-DELETED.
           MOVE WRS-ORDERS-SHIPPED     TO RSR-ORDERS-SHIPPED.
           MOVE WRS-ORDERS-CLOSED      TO RSR-ORDERS-CLOSED.
           MOVE WRS-ORDERS-CANCELLED   TO RSR-ORDERS-CANCELLED.
           MOVE WRS-ITEMS-ADDED        TO RSR-ITEMS-ADDED.
           MOVE WRS-CUSTOMER-MAINT     TO RSR-CUSTOMER-MAINT.
           MOVE WRS-EMPLOYEES-PROCESSED
                                       TO RSR-EMPLOYEES.
           MOVE WS-EMP-REJECT-COUNT    TO RSR-EMP-REJECTS.
           MOVE WRS-PARM-REJECTS       TO RSR-PARM-REJECTS.
           MOVE WRS-SCENARIO-REJECTS   TO RSR-SCENARIO-REJECTS.
           MOVE WS-VENDSTAT-REJECT-COUNT
                                       TO RSR-VENDSTAT-REJECTS.
           MOVE WS-EMPSTAT-RECORD-COUNT
                                       TO RSR-EMPSTAT-COUNT.
           MOVE WS-RETURN-CODE         TO RSR-RETURN-CODE.
           MOVE WRS-CREDIT-REJECTS     TO RSR-CREDIT-REJECTS.

           WRITE RUN-SUMMARY-RECORD FROM WS-RUN-SUMMARY-OUT.

           MOVE WS-BUS-MONTH           TO RSH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO RSH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO RSH-RUN-YEAR.
           WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-HDR1.

           MOVE WS-RUN-START-TIMESTAMP TO RST-START.
           MOVE WAT-DATE-TIME          TO RST-STOP.
           WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-TIME-LINE.
           MOVE BLANK-LINE             TO RUNSUM-PRINT-RECORD.
           WRITE RUNSUM-PRINT-RECORD.

           MOVE 'PARAMETER RECORDS IN'  TO RSL-LABEL.
           MOVE WS-PARAMETER-RECORDS-IN TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS ADDED'         TO RSL-LABEL.
           MOVE WRS-ORDERS-ADDED       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS CHANGED'       TO RSL-LABEL.
           MOVE WRS-ORDERS-CHANGED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS DELETED'       TO RSL-LABEL.
           MOVE WRS-ORDERS-DELETED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS SHIPPED'       TO RSL-LABEL.
           MOVE WRS-ORDERS-SHIPPED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE '  OF WHICH PARTIAL'   TO RSL-LABEL.
           MOVE WPS-PARTIAL-SHIPS      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS CLOSED'        TO RSL-LABEL.
           MOVE WRS-ORDERS-CLOSED      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS CANCELLED'     TO RSL-LABEL.
           MOVE WRS-ORDERS-CANCELLED   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDER ITEMS ADDED'    TO RSL-LABEL.
           MOVE WRS-ITEMS-ADDED        TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CUSTOMER MAINT APPLIED'
                                       TO RSL-LABEL.
           MOVE WRS-CUSTOMER-MAINT     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ITEM MAINT APPLIED'   TO RSL-LABEL.
           MOVE WRS-ITEM-MAINT         TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPLOYEES PROCESSED'  TO RSL-LABEL.
           MOVE WRS-EMPLOYEES-PROCESSED
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SALES PAY EXCEPTIONS' TO RSL-LABEL.
           MOVE WRS-SALES-PAY-EXCEPTIONS
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'TIME CARD EXCEPTIONS' TO RSL-LABEL.
           MOVE WRS-TIME-CARD-EXCEPTIONS
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'COMMISSION SPLITS'    TO RSL-LABEL.
           MOVE WRS-COMM-SPLITS        TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'GL ENTRIES WRITTEN'   TO RSL-LABEL.
           MOVE WRS-GL-ENTRIES         TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'GL JOURNALS OUT OF BALANCE'
                                       TO RSL-LABEL.
           MOVE WRS-GL-UNBALANCED      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PAY VARIANCES FLAGGED'
                                       TO RSL-LABEL.
           MOVE WRS-PAY-VARIANCES      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPLOYEE MOVEMENTS LOGGED'
                                       TO RSL-LABEL.
           MOVE WRS-EMP-MOVEMENTS      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPLOYEE PAIRS REJECTED'
                                       TO RSL-LABEL.
           MOVE WS-EMP-REJECT-COUNT    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PARM RECORDS REJECTED'
                                       TO RSL-LABEL.
           MOVE WRS-PARM-REJECTS       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SCENARIOS NOT AUTHORIZED'
                                       TO RSL-LABEL.
           MOVE WRS-SCENARIO-REJECTS   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS OVER CREDIT LIMIT'
                                       TO RSL-LABEL.
           MOVE WRS-CREDIT-REJECTS     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS HELD ON SUSPENSE'
                                       TO RSL-LABEL.
           MOVE WRS-ORDERS-SUSPENDED   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'BACKORDERS CREATED'   TO RSL-LABEL.
           MOVE WBK-CREATED-COUNT      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'BACKORDERS RELEASED'  TO RSL-LABEL.
           MOVE WBK-RELEASED-COUNT     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE '  NO STOCK BACKORDERS' TO RSL-LABEL.
           MOVE WIN-NO-STOCK-BACKORDERS
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'STOCK LINES ALLOCATED' TO RSL-LABEL.
           MOVE WIN-LINES-ALLOCATED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CONTRACT PRICED LINES' TO RSL-LABEL.
           MOVE WCT-LINES-PRICED       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CONTRACT REPRICES'    TO RSL-LABEL.
           MOVE WCT-ORDERS-REPRICED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EDI ORDER RESULTS'    TO RSL-LABEL.
           MOVE WRS-EDI-RESULTS        TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'AUTHORITY REJECTS'    TO RSL-LABEL.
           MOVE WRS-AUTHORITY-REJECTS  TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CHANGES HELD FOR APPROVAL'
                                       TO RSL-LABEL.
           MOVE WAP-CHANGES-HELD       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'APPROVED CHANGES APPLIED'
                                       TO RSL-LABEL.
           MOVE WAP-APPROVALS-APPLIED  TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'REGION TRANSFERS SPLIT'
                                       TO RSL-LABEL.
           MOVE WXS-SPLITS-APPLIED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SHIP CONFIRMS APPLIED' TO RSL-LABEL.
           MOVE WSC-CONFIRMS-APPLIED   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SHIP CONFIRM MISMATCHES'
                                       TO RSL-LABEL.
           MOVE WSC-CONFIRMS-MISMATCHED
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'DROP-SHIP LINES ROUTED'
                                       TO RSL-LABEL.
           MOVE WDS-LINES-ROUTED       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SUPPLIER SHIPS READ'  TO RSL-LABEL.
           MOVE WDS-SHIPS-READ         TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'INVOICES WRITTEN'     TO RSL-LABEL.
           MOVE WIV-INVOICES-WRITTEN   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'RETURNS PROCESSED'    TO RSL-LABEL.
           MOVE WRT-RETURNS-PROCESSED  TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CREDIT MEMOS WRITTEN' TO RSL-LABEL.
           MOVE WRT-MEMOS-WRITTEN      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EXPEDITED ORDERS ADDED'
                                       TO RSL-LABEL.
           MOVE WXP-EXPEDITED-ADDED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EXPEDITE SLA EXCEPTIONS'
                                       TO RSL-LABEL.
           COMPUTE RSL-VALUE = WXP-PAST-PROMISE + WXP-SHIPPED-LATE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SALES TAX DOCUMENTS'  TO RSL-LABEL.
           MOVE WTX-DOCUMENTS-TAXED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'AR INVOICES POSTED'   TO RSL-LABEL.
           MOVE WAR-INVOICES-POSTED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CASH RECEIPTS APPLIED'
                                       TO RSL-LABEL.
           MOVE WAR-RECEIPTS-APPLIED   TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'CASH RECEIPTS REJECTED'
                                       TO RSL-LABEL.
           MOVE WAR-RECEIPTS-REJECTED  TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PRICE OVERRIDES APPLIED'
                                       TO RSL-LABEL.
           MOVE WPO-OVERRIDES-APPLIED  TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PRICE OVERRIDES HELD' TO RSL-LABEL.
           MOVE WPO-OVERRIDES-HELD     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPLOYEE MAINT APPLIED'
                                       TO RSL-LABEL.
           MOVE WEF-MAINT-APPLIED      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPLOYEE MAINT REJECTED'
                                       TO RSL-LABEL.
           MOVE WEF-MAINT-REJECTED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PAYMENTS WRITTEN'     TO RSL-LABEL.
           MOVE WPY-PAYMENT-COUNT      TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'SPOOLED EVENTS DRAINED'
                                       TO RSL-LABEL.
           MOVE WES-EVENTS-DRAINED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EVENTS SPOOLED THIS RUN'
                                       TO RSL-LABEL.
           MOVE WES-EVENTS-SPOOLED     TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'PRICE CHANGES APPLIED' TO RSL-LABEL.
           MOVE WPC-CHANGES-APPLIED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'ORDERS REPRICED'      TO RSL-LABEL.
           MOVE WPC-ORDERS-REPRICED    TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           IF PARTITIONED-RUN
               MOVE 'PAIRS BYPASSED (PARTITION)'
                                       TO RSL-LABEL
               MOVE WS-PARTITION-BYPASSED
                                       TO RSL-VALUE
               PERFORM  P00115-WRITE-SUMMARY-LINE
                   THRU P00115-WRITE-SUMMARY-LINE-EXIT
           END-IF.

           MOVE 'VENDOR STATUS REJECTS'
                                       TO RSL-LABEL.
           MOVE WS-VENDSTAT-REJECT-COUNT
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'EMPSTAT RECORDS WRITTEN'
                                       TO RSL-LABEL.
           MOVE WS-EMPSTAT-RECORD-COUNT
                                       TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

           MOVE 'FINAL RETURN CODE'    TO RSL-LABEL.
           MOVE WS-RETURN-CODE         TO RSL-VALUE.
           PERFORM  P00115-WRITE-SUMMARY-LINE
               THRU P00115-WRITE-SUMMARY-LINE-EXIT.

      *****************************************************************
      *    WARNINGS SECTION -- EVERYTHING THE 'W' SEVERITY PATH       *
      *    COLLECTED, SO THE MORNING CHECKLIST SEES WHAT USED TO      *
      *    SCROLL BY IN SYSOUT                                        *
      *****************************************************************

           MOVE BLANK-LINE             TO RUNSUM-PRINT-RECORD.
           WRITE RUNSUM-PRINT-RECORD.
           WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-WARN-HDR.
           IF WWT-COUNT = ZEROES
               WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-WARN-NONE
           ELSE
               PERFORM VARYING WWF-SUB FROM +1 BY +1
                       UNTIL WWF-SUB > WWT-COUNT
                   MOVE WWT-TYPE (WWF-SUB)
                                       TO RSW-TYPE
                   MOVE WWT-PROGRAM (WWF-SUB)
                                       TO RSW-PROGRAM
                   MOVE WWT-PARAGRAPH (WWF-SUB)
                                       TO RSW-PARAGRAPH
                   MOVE WWT-OCCURS (WWF-SUB)
                                       TO RSW-OCCURS
                   MOVE WWT-FIRST-TIME (WWF-SUB)
                                       TO RSW-FIRST-TIME
                   MOVE WWT-LAST-TIME (WWF-SUB)
                                       TO RSW-LAST-TIME
                   WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-WARN-DTL
               END-PERFORM
           END-IF.

           CLOSE RUN-SUMMARY-FILE.
           CLOSE RUN-SUMMARY-REPORT-FILE.

       P00110-WRITE-RUN-SUMMARY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00115-WRITE-SUMMARY-LINE                      *
      *                                                               *
      *    FUNCTION :  WRITE ONE LABEL / VALUE LINE ON THE RUN        *
      *                SUMMARY REPORT FROM RSL-LABEL AND RSL-VALUE    *
      *                                                               *
      *    CALLED BY:  P00110-WRITE-RUN-SUMMARY                       *
      *                                                               *
      *****************************************************************

       P00115-WRITE-SUMMARY-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE RUNSUM-PRINT-RECORD FROM RUNSUM-LINE.

       P00115-WRITE-SUMMARY-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *    FUNCTION :  CONTROL HIGH LEVEL PROCESSING FOR BOTH         *
      *                PARAMETER AND ORDER PROCESSES                  *
      *                                                               *
      *    CALLED BY:  P00000-MAINLINE                                *
      *                                                               *
      *****************************************************************

       P00500-MAIN-PROCESS.

      *****************************************************************
      *    PERFORM INPUT PARAMETER PROCESS -- IF ERROR FOUND, EXIT    *
      *****************************************************************
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    THE ORDER-SIDE PASSES RUN ON THE FULL RUN ONLY.  A         *
      *    PARTITIONED RUN IS THE COMPENSATION PASS FOR ONE REGION    *
      *    -- RUNNING THE PRICE CHANGE, BACKORDER RELEASE,            *
      *    PARAMETER / ORDER EDIT OR SHIP CONFIRMATION PASSES IN      *
      *    EVERY PARTITION WOULD REPLAY EACH ORDER ACTION ONCE PER    *
      *    PARTITION                                                  *
      *****************************************************************

           IF NOT PARTITIONED-RUN

      *****************************************************************
      *    APPLY THE MERCHANDISING PRICE CHANGES (AND REPRICE THE     *
      *    STILL-OPEN ORDERS) BEFORE TODAY'S ORDER ACTIVITY PRICES    *
      *    AGAINST THE ITEM TABLE                                     *
      *****************************************************************

               PERFORM  P00075-APPLY-PRICE-CHANGES
                   THRU P00075-APPLY-PRICE-CHANGES-EXIT

      *****************************************************************
      *    RETRY THE OPEN BACKORDERS -- AN ITEM WITH AN ACTIVE        *
      *    SUPPLIER AGAIN CONVERTS BACK TO A REAL ADD                 *
      *****************************************************************

               PERFORM  P00520-RELEASE-BACKORDERS
                   THRU P00520-RELEASE-BACKORDERS-EXIT

               PERFORM  P00600-PRIMARY-WORK-LIST
                   THRU P00600-PRIMARY-WORK-LIST-EXIT
           END-IF.

           IF ERROR-FOUND
               GO TO P00500-MAIN-PROCESS-EXIT.

      *****************************************************************
      *    APPLY THE WAREHOUSE SHIP CONFIRMATIONS WAITING ON THE      *
      *    REPLY QUEUE NOW THAT THIS RUN'S OWN ORDER ACTIONS ARE ON   *
      *    THE DATABASE                                               *
      *****************************************************************

           IF NOT PARTITIONED-RUN
               PERFORM  P00692-CONSUME-SHIP-CONFIRMS
                   THRU P00692-CONSUME-SHIP-CONFIRMS-EXIT
           END-IF.

           PERFORM  P00900-EMPLOYEE-COMPENSATION
               THRU P00900-EMPLOYEE-COMPENSATION-EXIT.

       P00500-MAIN-PROCESS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00520-RELEASE-BACKORDERS                      *
      *                                                               *
      *    FUNCTION :  WALK THE BACKORDER FILE AND RETRY EVERY OPEN   *
      *                BACKORDER'S ITEM / SUPPLIER VALIDATION.  ONE   *
      *                THAT NOW PASSES IS CONVERTED TO A REAL ADD     *
      *                THROUGH THE NORMAL ADD MACHINERY AND MARKED    *
      *                RELEASED; ONE THAT STILL FAILS STAYS OPEN      *
      *                QUIETLY FOR THE NEXT RUN.  EVERY RELEASE IS    *
      *                NOTIFIED ON THE BACKORDER REPORT               *
      *                                                               *
      *    CALLED BY:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P00520-RELEASE-BACKORDERS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WBK-END-OF-FILE-SW.
           MOVE LOW-VALUES             TO BCK-SEQ.

           START BACKORDER-FILE
               KEY IS NOT LESS THAN BCK-SEQ
               INVALID KEY
                   SET WBK-END-OF-BACKORD TO TRUE
           END-START.

           IF NOT WBK-END-OF-BACKORD
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       SET WBK-END-OF-BACKORD TO TRUE
               END-READ.

           PERFORM UNTIL WBK-END-OF-BACKORD
               IF BCK-OPEN
                   PERFORM  P00521-RETRY-ONE-BACKORDER
                       THRU P00521-RETRY-ONE-BACKORDER-EXIT
               END-IF
               READ BACKORDER-FILE NEXT RECORD
                   AT END
                       SET WBK-END-OF-BACKORD TO TRUE
               END-READ
           END-PERFORM.

       P00520-RELEASE-BACKORDERS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00521-RETRY-ONE-BACKORDER                     *
      *                                                               *
      *    FUNCTION :  RETRY THE BACKORDER RECORD IN MEMORY.  THE     *
      *                VALIDATION AND ADD RUN WITH THE BACKORDER      *
      *                PATH SUPPRESSED AND THE PARM ERROR SWITCHES    *
      *                SAVED, SO A STILL-FAILING RETRY NEITHER        *
      *                RE-CAPTURES THE BACKORDER NOR COUNTS AS A      *
      *                PARAMETER REJECT                               *
      *                                                               *
      *    CALLED BY:  P00520-RELEASE-BACKORDERS                      *
      *                                                               *
      *****************************************************************

       P00521-RETRY-ONE-BACKORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE BCK-SEQ                TO WBK-HOLD-SEQ.
           MOVE WS-PARAMETER-RECORD    TO WBK-SAVE-PARM-RECORD.
           MOVE WS-ERROR-FOUND-SW      TO WBK-SAVE-ERROR-SW.
           MOVE WS-PARM-ERROR-FOUND-SW TO WBK-SAVE-PARM-ERROR-SW.
           MOVE WRS-PARM-REJECTS       TO WBK-SAVE-PARM-REJECTS.
           MOVE 'N'                    TO WS-PARM-ERROR-FOUND-SW
                                          WBK-BACKORDERED-SW.

           MOVE BCK-PARM-IMAGE         TO WS-PARAMETER-RECORD.

      *****************************************************************
      *    A BACKORDERED I= LINE GOES BACK UNDER ITS OWN ORDER        *
      *****************************************************************

           IF WPR-ORDER-ITEM-CONT
               PERFORM  P00745-RETRY-BACKORDER-LINE
                   THRU P00745-RETRY-BACKORDER-LINE-EXIT
               GO TO P00521-RETRY-RESOLVED.

           PERFORM  P00665-SET-ORDER-FIELDS
               THRU P00665-SET-ORDER-FIELDS-EXIT.

           SET WBK-SKIP-BACKORDER      TO TRUE.
           PERFORM  P00668-VALIDATE-ITEM-SUPPLIER
               THRU P00668-VALIDATE-ITEM-SUPPLIER-EXIT.
           MOVE 'N'                    TO WBK-SKIP-SW.

      *****************************************************************
      *    RE-READ THE CUSTOMER SO THE ADD'S CREDIT CHECK SEES THIS   *
      *    CUSTOMER'S CURRENT LIMIT AND BALANCE, NOT WHOEVER WAS      *
      *    READ LAST.  A CUSTOMER GONE INACTIVE SINCE THE BACKORDER   *
      *    WAS TAKEN LEAVES IT OPEN                                   *
      *****************************************************************

           IF NOT-PARM-ERROR-FOUND
               MOVE WMF-CUSTOMER-ID    TO CUST-CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'Y'        TO WS-PARM-ERROR-FOUND-SW
               END-READ
               IF NOT-PARM-ERROR-FOUND AND (NOT CUST-ACTIVE)
                   MOVE 'Y'            TO WS-PARM-ERROR-FOUND-SW
               END-IF
           END-IF.

      *****************************************************************
      *    THE DUPLICATE CHECK IS SUPPRESSED ON A RETRY, AS ON AN R=  *
      *    RELEASE -- THE DEMAND IS ALREADY HELD ONCE ON BACKORD,     *
      *    AND A RETRY CAUGHT ON SUSPENSE TOO WOULD PEND (AND         *
      *    EVENTUALLY INSERT) THE SAME ORDER TWICE                    *
      *****************************************************************

           IF NOT-PARM-ERROR-FOUND
               SET WDU-SKIP-DUP-CHECK  TO TRUE
               PERFORM  P00672-ADD-ORDER-SEGMENT
                   THRU P00672-ADD-ORDER-SEGMENT-EXIT
               MOVE 'N'                TO WDU-SKIP-CHECK-SW.

       P00521-RETRY-RESOLVED.

           IF NOT-PARM-ERROR-FOUND AND (NOT WDU-ORDER-HELD)
               MOVE WBK-HOLD-SEQ       TO BCK-SEQ
               READ BACKORDER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'R'                TO BCK-STATUS
               MOVE WS-BUSINESS-DATE-R TO BCK-RELEASED-DATE
               REWRITE BACKORDER-RECORD
               ADD +1                  TO WBK-RELEASED-COUNT
               MOVE BCK-CUSTOMER-ID    TO BKD-CUSTOMER-ID
               MOVE BCK-ITEM-NUMBER    TO BKD-ITEM-NUMBER
               MOVE BCK-QUANTITY       TO BKD-QUANTITY
               IF BCK-NO-STOCK
                   MOVE 'RELEASED - STOCK NOW AVAILABLE'
                                       TO BKD-MESSAGE
               ELSE
                   MOVE 'RELEASED - SUPPLIER ACTIVE AGAIN'
                                       TO BKD-MESSAGE
               END-IF
               WRITE BACKORDER-PRINT-RECORD FROM BACKORD-DETAIL
           ELSE
               MOVE WBK-HOLD-SEQ       TO BCK-SEQ
               READ BACKORDER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           MOVE WBK-SAVE-PARM-RECORD   TO WS-PARAMETER-RECORD.
           MOVE WBK-SAVE-ERROR-SW      TO WS-ERROR-FOUND-SW.
           MOVE WBK-SAVE-PARM-ERROR-SW TO WS-PARM-ERROR-FOUND-SW.
           MOVE WBK-SAVE-PARM-REJECTS  TO WRS-PARM-REJECTS.

       P00521-RETRY-ONE-BACKORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00600-PARAMETER-PROCESS                       *
      *                                                               *
      *    FUNCTION :  ROUTINE TO READ THE PARAMETER INPUT RECORDS,   *
      *                STORE PARAMETERS IN AN ARRAY, EDIT THE         *
      *                PARAMETER CONTENT                               *
      *                                                               *
      *    CALLED BY:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P00600-PRIMARY-WORK-LIST.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    PROCESS PARAMETERS UNTIL END OF FILE                       *
      *****************************************************************

           MOVE ZEROES                 TO WS-SUB1
                                          WS-USERID-PARM-COUNT.
           PERFORM 9800-WRITE-OUTPUT
           IF ERROR-FOUND
               GO TO P00600-PRIMARY-WORK-LIST-EXIT.
           PERFORM  P00630-LOAD-PARM-ARRAY
               THRU P00630-LOAD-PARM-ARRAY-EXIT
                   UNTIL END-OF-PARM-FILE.


      *****************************************************************
      *    PERFORM PARAMETER RECORD EDITS                             *
      *****************************************************************

           MOVE SPACES                 TO WMF-ACTIVE-SCENARIOS.

           PERFORM  P00650-RESCAN-PRIOR-PARMS
               THRU P00650-RESCAN-PRIOR-PARMS-EXIT.

           PERFORM  P00752-LOAD-USER-AUTHORITY
               THRU P00752-LOAD-USER-AUTHORITY-EXIT.

           PERFORM  P00660-EDIT-PARMS
               THRU P00660-EDIT-PARMS-EXIT
                   VARYING WS-SUB1 FROM WS-RESTART-START BY +1
                       UNTIL WS-SUB1 > WS-PARAMETER-RECORDS-IN.

           IF ERROR-FOUND
               GO TO P00600-PRIMARY-WORK-LIST-EXIT.


      *****************************************************************
      *    IF NO USER ID SPECIFICATION RECORD, ERROR - TERMINATE      *
      *****************************************************************

           IF WS-USERID-PARM-COUNT     > ZEROES
               PERFORM  P00640-VALIDATE-USERID
                   THRU P00640-VALIDATE-USERID-EXIT
           ELSE
               MOVE WPM-USERID-PARM-REQUIRED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P99400-ERROR-ROUTINE
                   THRU P99400-ERROR-ROUTINE-EXIT.

       P00600-PRIMARY-WORK-LIST-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00630-LOAD-PARM-ARRAY                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO READ PARAMETER RECORDS AND STORE THE*
      *                PARAMETERS IN AN ARRAY FOR LATER PROCESSING    *
      *                                                               *
      *    CALLED BY:  P00600-PARAMETER-PROCESS                       *
      *                                                               *
      *****************************************************************

       P00630-LOAD-PARM-ARRAY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    CHECK FOR MAXIMUM PARAMETER RECORDS ALLOWED                *
      *****************************************************************

           ADD +1                      TO WS-SUB1.
           MOVE 'Y' TO WS-END-OF-PARM-FILE-SW.

           IF WS-SUB1                  >  WS-MAX-PARAMETERS
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00630'           TO WPGE-PARAGRAPH
               MOVE WS-MAX-PARAMETERS  TO WPM-MAX-PARAMETERS
               MOVE WPM-MAX-PARAMETERS-EXCEEDED
                                       TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           MOVE WS-PARAMETER-RECORD    TO WPRA-RECORD (WS-SUB1).


      *****************************************************************
      *    READ NEXT PARAMETER RECORD                                 *
      *****************************************************************

           PERFORM  P80000-READ-PARAMETERS
               THRU P80000-READ-PARAMETERS-EXIT.

       P00630-LOAD-PARM-ARRAY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00640-VALIDATE-USERID                         *
      *                                                               *
      *    FUNCTION :  ROUTINE TO INVOKE STORED PROCEDURE PDASP2 TO   *
      *                VALIDATE THE USER ID PARAMETER AND ITS ACTIVE  *
      *                SCENARIO AUTHORIZATIONS AGAINST THE PDA APP.   *
      *                                                               *
      *    CALLED BY:  P00600-PRIMARY-WORK-LIST                       *
      *                                                               *
      *****************************************************************

       P00640-VALIDATE-USERID.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WMF-USERID              TO PDASP2-USERID.
           MOVE WMF-ACTIVE-SCENARIOS    TO PDASP2-ACTIVE-SCENARIOS.

           CALL 'PDASP2'                USING PDASP2-USERID,
                                               PDASP2-ACTIVE-SCENARIOS,
                                               PDASP2-STATUS.

           IF PDASP2-STATUS             = '0000'
               NEXT SENTENCE
           ELSE
               MOVE WMF-USERID          TO WPM-USERID-VALUE
               MOVE WPM-USERID-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
               PERFORM  P99400-ERROR-ROUTINE
                   THRU P99400-ERROR-ROUTINE-EXIT.

      *****************************************************************
      *    MATCH THE SCENARIOS THE RUN ASKED FOR AGAINST THE          *
      *    AUTHORIZATION FLAGS PDASP2 RETURNED FOR THIS USER --       *
      *    ONLY AUTHORIZED SCENARIOS STAY ACTIVE                      *
      *****************************************************************

           IF PDASP2-STATUS             = '0000'
               PERFORM  P00645-ENFORCE-SCENARIO-AUTH
                   THRU P00645-ENFORCE-SCENARIO-AUTH-EXIT.

       P00640-VALIDATE-USERID-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00645-ENFORCE-SCENARIO-AUTH                   *
      *                                                               *
      *    FUNCTION :  COMPARE EACH SCENARIO REQUESTED BY THIS RUN'S  *
      *                S PARAMETER RECORDS AGAINST THE AUTHORIZATION  *
      *                FLAGS PDASP2 RETURNED FOR THE USER.  ANY       *
      *                SCENARIO THE USER IS NOT AUTHORIZED TO         *
      *                ACTIVATE IS REJECTED TO USERRJCT AND CLEARED   *
      *                FROM WMF-ACTIVE-SCENARIOS                      *
      *                                                               *
      *    CALLED BY:  P00640-VALIDATE-USERID                         *
      *                                                               *
      *****************************************************************

       P00645-ENFORCE-SCENARIO-AUTH.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB > +250
               IF (WMF-ACTIVE-SCENARIOS-R (WS-SUB) = 'Y')   AND
                  (PDASP2-ACTIVE-SCENARIOS-R (WS-SUB) NOT = 'Y')
                   MOVE WS-SUB         TO WPM-SCENARIO-NOT-AUTH-NUM
                   MOVE WMF-USERID     TO WPM-SCENARIO-NOT-AUTH-USER
                   MOVE WPM-SCENARIO-NOT-AUTH
                                       TO WMF-MESSAGE-AREA
                   WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
                   MOVE SPACE          TO WMF-ACTIVE-SCENARIOS-R
                                          (WS-SUB)
                   ADD +1              TO WRS-SCENARIO-REJECTS
               END-IF
           END-PERFORM.

       P00645-ENFORCE-SCENARIO-AUTH-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00650-RESCAN-PRIOR-PARMS                     *
      *                                                               *
      *    FUNCTION :  ON A RESTART, WS-RESTART-START SKIPS THE MAIN  *
      *                EDIT LOOP PAST THE PARAMETER RECORDS ALREADY   *
      *                PROCESSED ON THE PRIOR RUN.  WS-USERID-PARM-   *
      *                COUNT AND WMF-ACTIVE-SCENARIOS ARE NOT THEM-   *
      *                SELVES CHECKPOINTED, SO THIS RE-SCANS RECORDS  *
      *                1 THRU WS-RESTART-START - 1 TO REBUILD THOSE   *
      *                ACCUMULATORS AND THE MAINTENANCE TABLES FROM   *
      *                THE RECORDS ALREADY ON THE IN-MEMORY ARRAY --  *
      *                WITHOUT REPEATING ANY IMS/DB2 SIDE EFFECT,     *
      *                WHICH ALREADY HAPPENED LAST RUN.  THE E= AND   *
      *                T= RECORDS PASS THE SAME EDITS P00660 APPLIES  *
      *                (P00652), SO A RECORD THE ORIGINAL PASS        *
      *                REJECTED IS NOT RESURRECTED BY THE RESTART     *
      *                                                               *
      *    CALLED BY:  P00600-PARAMETER-PROCESS                       *
      *                                                               *
      *****************************************************************

       P00650-RESCAN-PRIOR-PARMS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WS-RESTART-START > +1
               PERFORM VARYING WS-SUB1 FROM 1 BY 1
                       UNTIL WS-SUB1 > WS-RESTART-START - 1
                   MOVE WPRA-RECORD (WS-SUB1)
                                       TO WS-PARAMETER-RECORD
                   IF WPR-USERID
                       ADD +1          TO WS-USERID-PARM-COUNT
                   END-IF
                   IF WPR-SCENARIO                         AND
                      (WPR-SCENARIO-NUMBER NUMERIC)         AND
                      (WPR-SCENARIO-NUMBER-R > 0)           AND
                      (WPR-SCENARIO-NUMBER-R < 251)
                       MOVE 'Y'        TO WMF-ACTIVE-SCENARIOS-R
                                             (WPR-SCENARIO-NUMBER-R)
                   END-IF
                   IF WPR-OT-THRESHOLD                      AND
                      (WPR-OT-HOURS-THRESHOLD OR
                       WPR-OT-DOLLAR-THRESHOLD)             AND
                      (WPR-OT-THRESHOLD-VALUE NUMERIC)
                       MOVE WPR-OT-THRESHOLD-TYPE
                                       TO WMF-OT-THRESHOLD-TYPE
                       MOVE WPR-OT-THRESHOLD-VALUE-R
                                       TO WMF-OT-THRESHOLD-AMT
                   END-IF
                   IF WPR-OT-THRESHOLD                      AND
                      (WPR-OT-DAILY-HOURS NUMERIC)          AND
                      (WPR-OT-DAILY-HOURS-R > ZEROES)       AND
                      (WPR-OT-DAILY-HOURS-R < 24)
                       MOVE WPR-OT-DAILY-HOURS-R
                                       TO WMF-OT-DAILY-LIMIT
                   END-IF
                   IF WPR-PAY-VARIANCE
                       PERFORM  P00661-EDIT-PAY-VARIANCE
                           THRU P00661-EDIT-PAY-VARIANCE-EXIT
                   END-IF
                   IF WPR-EMP-MAINT                         AND
                      (WPR-EMP-NUM NUMERIC)
                       PERFORM  P00652-RESCAN-EMP-MAINT
                           THRU P00652-RESCAN-EMP-MAINT-EXIT
                   END-IF
                   IF WPR-CHG-APPR-THRESHOLD AND
                      (WPR-APPR-THRESHOLD NUMERIC)
                       MOVE WPR-APPR-THRESHOLD-R
                                       TO WMF-APPROVAL-THRESHOLD
                   END-IF
                   IF WPR-REGION-TRANSFER                  AND
                      (WPR-XFER-EMP-NUM NUMERIC)          AND
                      (WPR-XFER-EFF-DATE NUMERIC)         AND
                      (WPR-XFER-OLD-REGION NUMERIC)       AND
                      (WPR-XFER-NEW-REGION NUMERIC)       AND
                      (WPR-XFER-OLD-REGION-R > 0)         AND
                      (WPR-XFER-NEW-REGION-R > 0)         AND
                      (WPR-XFER-OLD-REGION-R NOT >
                       WRM-REGION-COUNT)                  AND
                      (WPR-XFER-NEW-REGION-R NOT >
                       WRM-REGION-COUNT)                  AND
                      (WPR-XFER-OLD-REGION NOT =
                       WPR-XFER-NEW-REGION)
                       PERFORM  P00663-STORE-REGION-XFER
                           THRU P00663-STORE-REGION-XFER-EXIT
                   END-IF
                   IF WPR-ADD-ORDER
                       MOVE 'A'        TO WMF-LAST-ORDER-ACTION
                       MOVE WPR-ORDER-NUMBER-R
                                       TO WMF-LAST-ORDER-NUMBER
                   ELSE
                   IF WPR-ORDER-ITEM-CONT
                       CONTINUE
                   ELSE
                       MOVE SPACES     TO WMF-LAST-ORDER-ACTION
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.

       P00650-RESCAN-PRIOR-PARMS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00652-RESCAN-EMP-MAINT                        *
      *                                                               *
      *    FUNCTION :  RE-STORE ONE PRIOR E= MAINTENANCE RECORD       *
      *                DURING THE RESTART RESCAN, UNDER THE SAME      *
      *                PER-ACTION EDITS P00660 APPLIED ON THE         *
      *                ORIGINAL PASS -- A HIRE MUST STILL PASS THE    *
      *                P00926 PAIR EDITS, A RATE CHANGE MUST CARRY A  *
      *                NUMERIC RATE / SALARY FOR ITS TYPE, A NAME OR  *
      *                BANK CHANGE MUST CARRY ITS VALUE.  A RECORD    *
      *                THE ORIGINAL PASS REJECTED THEREFORE STAYS     *
      *                REJECTED; NOTHING REACHES EMPMNEW UNEDITED     *
      *                                                               *
      *    CALLED BY:  P00650-RESCAN-PRIOR-PARMS                      *
      *                                                               *
      *****************************************************************

       P00652-RESCAN-EMP-MAINT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           EVALUATE TRUE
               WHEN WPR-EMP-NEW-HIRE
                   PERFORM  P00667-BUILD-MAINT-PAIR
                       THRU P00667-BUILD-MAINT-PAIR-EXIT
                   PERFORM  P00926-VALIDATE-EMPLOYEE-PAIR
                       THRU P00926-VALIDATE-EMPLOYEE-PAIR-EXIT
                   IF ERJ-REASON = SPACES
                       PERFORM  P00666-STORE-EMP-MAINT
                           THRU P00666-STORE-EMP-MAINT-EXIT
                   END-IF
               WHEN WPR-EMP-RATE-CHANGE
                   PERFORM  P00662-EDIT-RATE-EFF-DATE
                       THRU P00662-EDIT-RATE-EFF-DATE-EXIT
                   IF (((WPR-EMP-TYPE = 'H') AND
                        (WPR-EMP-RATE NUMERIC))           OR
                       ((WPR-EMP-TYPE = 'S' OR 'M') AND
                        (WPR-EMP-SALARY NUMERIC)))        AND
                      (WRP-EFF-REASON = SPACES)
                       PERFORM  P00666-STORE-EMP-MAINT
                           THRU P00666-STORE-EMP-MAINT-EXIT
                   END-IF
               WHEN WPR-EMP-NAME-CHANGE
                   IF WPR-EMP-NAME > SPACES
                       PERFORM  P00666-STORE-EMP-MAINT
                           THRU P00666-STORE-EMP-MAINT-EXIT
                   END-IF
               WHEN WPR-EMP-BANK-CHANGE
                   PERFORM  P00668-EDIT-BANK-CHANGE
                       THRU P00668-EDIT-BANK-CHANGE-EXIT
                   IF WDP-BANK-REASON = SPACES
                       PERFORM  P00666-STORE-EMP-MAINT
                           THRU P00666-STORE-EMP-MAINT-EXIT
                   END-IF
               WHEN WPR-EMP-TERMINATE
                   PERFORM  P00666-STORE-EMP-MAINT
                       THRU P00666-STORE-EMP-MAINT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P00652-RESCAN-EMP-MAINT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00660-EDIT-PARMS                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO EDIT THE PARAMETER RECORD SYNTAX     *
      *                                                               *
      *    CALLED BY:  P00600-PARAMETER-PROCESS                       *
      *                                                               *
      *****************************************************************

       P00660-EDIT-PARMS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WS-PARM-ERROR-FOUND-SW
                                          WDU-ORDER-HELD-SW
                                          WDU-RELEASED-ADD-SW
                                          WBK-BACKORDERED-SW.
           MOVE WPRA-RECORD (WS-SUB1)  TO WS-PARAMETER-RECORD.

      *****************************************************************
      *    EDIT THE RECORD TYPE -  A = ADD ORDER, C = CHANGE ORDER,   *
      *    D = DELETE ORDER, H = SHIP ORDER, I = ORDER ITEM           *
      *    CONTINUATION, K = CLOSE ORDER, M = CUSTOMER MAINTENANCE,   *
      *    J = ITEM MAINTENANCE,                                      *
      *    N = RETURN AGAINST A SHIPPED / CLOSED ORDER,               *
      *    O = OVERTIME EXCEPTION THRESHOLD, P = PAY VARIANCE         *
      *    TOLERANCE / RELEASE, S = SCENARIO NUMBER                   *
      *    SPECIFICATION, U = USERID SPECIFICATION, X = CANCEL ORDER  *
      *****************************************************************

           IF WPR-ADD-ORDER            OR
              WPR-CHANGE-ORDER         OR
              WPR-DELETE-ORDER         OR
              WPR-EMP-MAINT            OR
              WPR-ORDER-ITEM-CONT      OR
              WPR-STATUS-ORDER         OR
              WPR-CUSTOMER-MAINT       OR
              WPR-ITEM-MAINT           OR
              WPR-RETURN-ORDER         OR
              WPR-OT-THRESHOLD         OR
              WPR-PAY-VARIANCE         OR
              WPR-CHG-APPR-THRESHOLD   OR
              WPR-APPROVAL-DECISION    OR
              WPR-SUSPENSE-DECISION    OR
              WPR-SCENARIO             OR
              WPR-REGION-TRANSFER      OR
              WPR-USERID
               NEXT SENTENCE
           ELSE
               MOVE WPM-PARM-INVALID-RECORD-TYPE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

      *****************************************************************
      *    THE RUN'S USERID MUST HOLD AUTHORITY FOR THE RECORD TYPE   *
      *    (THE U= CARD ITSELF NAMES THE SUBMITTER AND IS EXEMPT)     *
      *****************************************************************

           IF NOT-PARM-ERROR-FOUND AND (NOT WPR-USERID)
               PERFORM  P00753-CHECK-AUTHORITY
                   THRU P00753-CHECK-AUTHORITY-EXIT.

      *****************************************************************
      *    FOR ACTION C= CHANGE ORDER, D= DELETE ORDER, H= SHIP       *
      *    ORDER, K= CLOSE ORDER, X= CANCEL ORDER, N= RETURN OR V=    *
      *    ADD ORDER WITH A SUPPLIED NUMBER, A 10 POSITION NUMERIC    *
      *    ORDER NUMBER IS REQUIRED.  A PLAIN A= ADD CARRIES NO       *
      *    NUMBER -- THE SYSTEM ASSIGNS ONE FROM THE ORDNUMFL RANGE   *
      *****************************************************************

           IF WPR-ADD-ORDER-OVERRIDE   OR
              WPR-CHANGE-ORDER         OR
              WPR-DELETE-ORDER         OR
              WPR-RETURN-ORDER         OR
              WPR-STATUS-ORDER
               IF  WPR-ORDER-NUMBER NUMERIC
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ORDER-NUMBER
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION A= ADD ORDER OR C= CHANGE ORDER, PICK UP THE    *
      *    ORDER DATA CARRIED ON THE PARAMETER RECORD.  ON AN ADD,    *
      *    A BLANK FIELD FALLS BACK TO THE STANDARD DEFAULTS; ON A    *
      *    CHANGE, BLANK FIELDS INHERIT THE ORDER'S CURRENT VALUES    *
      *    AT REPL TIME (SEE P00674)                                  *
      *****************************************************************

           IF WPR-ADD-ORDER            OR
              WPR-CHANGE-ORDER
               PERFORM  P00665-SET-ORDER-FIELDS
                   THRU P00665-SET-ORDER-FIELDS-EXIT.

      *****************************************************************
      *    FOR ACTION A= ADD ORDER -- OR C= CHANGE ORDER CARRYING A   *
      *    NEW CUSTOMER -- THE CUSTOMER ON THE ORDER MUST BE ON FILE  *
      *    AND ACTIVE                                                 *
      *****************************************************************

           IF WPR-ADD-ORDER            OR
              (WPR-CHANGE-ORDER AND
               WPR-ORDER-CUSTOMER-ID > SPACES)
               MOVE WMF-CUSTOMER-ID        TO CUST-CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'N'            TO WMF-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                TO WMF-CUST-FOUND-SW
               END-READ
               IF  WMF-CUST-FOUND-SW = 'Y' AND CUST-ACTIVE
                   NEXT SENTENCE
               ELSE
                   MOVE WMF-CUSTOMER-ID    TO WPM-CUSTOMER-ID-MSG
                   MOVE WPM-CUSTOMER-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION C= CHANGE ORDER, CATEGORY AND SUB-CATEGORY MUST *
      *    BE CODED TOGETHER -- A HALF-CODED PAIR CANNOT BE EDITED    *
      *    AGAINST THE ORDER'S INHERITED OTHER HALF UNTIL THE GHU,    *
      *    SO IT IS REJECTED HERE LIKE ITEM / QUANTITY ON A CHANGE    *
      *****************************************************************

           IF WPR-CHANGE-ORDER
               IF (WPR-ORDER-CATEGORY = SPACES AND
                   WPR-ORDER-SUB-CATEGORY = SPACES)    OR
                  (WPR-ORDER-CATEGORY > SPACES AND
                   WPR-ORDER-SUB-CATEGORY > SPACES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-CATEGORY-PAIR-ON-CHANGE
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION A= ADD ORDER -- OR C= CHANGE ORDER CARRYING A   *
      *    NEW CATEGORY PAIR -- THE CATEGORY / SUB-CATEGORY MUST BE   *
      *    A VALID PDA STANDARD CATEGORY/SUB-CATEGORY PAIR            *
      *****************************************************************

           IF WPR-ADD-ORDER            OR
              (WPR-CHANGE-ORDER AND
               WPR-ORDER-CATEGORY > SPACES AND
               WPR-ORDER-SUB-CATEGORY > SPACES)
               MOVE 'N'                   TO WMF-CATEGORY-FOUND-SW
               SET WPCA-CAT-IX            TO 1
               SEARCH WPCA-CATEGORY-GRP
                   AT END
                       MOVE 'N'            TO WMF-CATEGORY-FOUND-SW
                   WHEN WPCA-CATEGORY (WPCA-CAT-IX) = WMF-CATEGORY
                    AND WPCA-SUB-CATEGORY (WPCA-CAT-IX)
                                           = WMF-SUB-CATEGORY
                       MOVE 'Y'            TO WMF-CATEGORY-FOUND-SW
               END-SEARCH
               IF  WMF-CATEGORY-FOUND-SW = 'Y'
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CATEGORY
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION C= CHANGE ORDER, THE ITEM AND QUANTITY COLUMNS  *
      *    MUST BE BLANK -- A CHANGE UPDATES THE ORDER SEGMENT ONLY.  *
      *    REJECTING THE CARD BEATS SILENTLY DROPPING ITS DATA; LINE  *
      *    ITEM CHANGES ARE A DELETE AND RE-ADD                       *
      *****************************************************************

           IF WPR-CHANGE-ORDER
               IF WPR-ORDER-ITEM = SPACES AND
                  WPR-ORDER-QUANTITY = SPACES
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-ITEM-NOT-ON-CHANGE
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    THE EXPEDITE FLAG (POSITION 74) IS Y, N OR BLANK ON AN     *
      *    ADD AND MUST BE BLANK ON A CHANGE -- RUSH SERVICE IS SOLD  *
      *    WITH THE ORDER.  A RUSH ADD NEEDS A SHIPRATE ENTRY FOR     *
      *    ITS CATEGORY (OR THE * ENTRY) TO PRICE THE SURCHARGE       *
      *****************************************************************

           IF (WPR-ADD-ORDER AND WPR-ORDER-EXPEDITE-VALID)  OR
              (WPR-CHANGE-ORDER AND WPR-ORDER-EXPEDITE = SPACE) OR
              (NOT WPR-ADD-ORDER AND NOT WPR-CHANGE-ORDER)
               NEXT SENTENCE
           ELSE
               MOVE WPM-INVALID-EXPEDITE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

           IF WPR-ADD-ORDER AND WPR-ORDER-EXPEDITED
               PERFORM  P00709-GET-EXPEDITE-RATE
                   THRU P00709-GET-EXPEDITE-RATE-EXIT
               IF WXP-RATE-FOUND
                   NEXT SENTENCE
               ELSE
                   MOVE WMF-CATEGORY   TO WPM-XPR-CATEGORY
                   MOVE WPM-NO-EXPEDITE-RATE
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION A= ADD ORDER, THE ITEM MUST BE ON THE DB2 ITEM  *
      *    TABLE WITH AT LEAST ONE ACTIVE SUPPLIER                    *
      *****************************************************************

           IF WPR-ADD-ORDER
               PERFORM  P00668-VALIDATE-ITEM-SUPPLIER
                   THRU P00668-VALIDATE-ITEM-SUPPLIER-EXIT.

      *****************************************************************
      *    FOR ACTION C= CHANGE ORDER OR D= DELETE ORDER, THE ORDER    *
      *    NUMBER MUST ALREADY BE ON THE PENDING ORDER FILE            *
      *****************************************************************

           IF WPR-CHANGE-ORDER OR WPR-DELETE-ORDER
               MOVE WPR-ORDER-NUMBER-R     TO PEND-ORDER-NUMBER
               READ PENDORD-FILE
                   KEY IS PEND-ORDER-NUMBER
                   INVALID KEY
                       IF WPR-CHANGE-ORDER
                           MOVE WPR-ORDER-NUMBER
                                       TO WPM-ORDER-NUMBER-CHG
                           MOVE WPM-ORDER-NOT-FOUND-CHANGE
                                       TO WMF-MESSAGE-AREA
                       ELSE
                           MOVE WPR-ORDER-NUMBER
                                       TO WPM-ORDER-NUMBER-DEL
                           MOVE WPM-ORDER-NOT-FOUND-DELETE
                                       TO WMF-MESSAGE-AREA
                       END-IF
                       PERFORM  P00700-PARM-ERROR
                           THRU P00700-PARM-ERROR-EXIT
               END-READ
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION I= ORDER ITEM CONTINUATION, THE RECORD MUST     *
      *    FOLLOW A SUCCESSFUL ADD ORDER RECORD, AND THE ITEM NUMBER  *
      *    IS REQUIRED -- SEQ, QUANTITY AND PRICE MUST BE NUMERIC     *
      *    WHEN CODED                                                 *
      *****************************************************************

           IF WPR-ORDER-ITEM-CONT
               IF WMF-LAST-WAS-ADD-ORDER
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-ITEM-CONT-NO-ADD
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-ORDER-ITEM-CONT
               IF (WPR-ITEM-CONT-NUMBER NUMERIC)         AND
                  (WPR-ITEM-CONT-SEQ = SPACES       OR
                   WPR-ITEM-CONT-SEQ NUMERIC)            AND
                  (WPR-ITEM-CONT-QUANTITY = SPACES  OR
                   WPR-ITEM-CONT-QUANTITY NUMERIC)       AND
                  (WPR-ITEM-CONT-PRICE = SPACES     OR
                   WPR-ITEM-CONT-PRICE NUMERIC)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-ITEM-CONT-BAD-DATA
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    A PRICE OVERRIDE (SCENARIO 4) ON AN I= RECORD NEEDS BOTH   *
      *    A NUMERIC OVERRIDE PRICE AND A REASON FROM THE TABLE       *
      *****************************************************************

           IF WPR-ORDER-ITEM-CONT
               IF (WPR-ITEM-OVRD-PRICE = SPACES)      AND
                  (WPR-ITEM-OVRD-REASON = SPACES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPR-ITEM-OVRD-REASON
                                       TO WPO-REASON
                   PERFORM  P00716-FIND-OVERRIDE-REASON
                       THRU P00716-FIND-OVERRIDE-REASON-EXIT
                   IF (WPR-ITEM-OVRD-PRICE NUMERIC)    AND
                      WPO-REASON-FOUND
                       NEXT SENTENCE
                   ELSE
                       MOVE WPM-INVALID-OVERRIDE
                                       TO WMF-MESSAGE-AREA
                       PERFORM  P00700-PARM-ERROR
                           THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION M= CUSTOMER MAINTENANCE, THE SUB-ACTION MUST BE *
      *    A= ADD, J= SHIP-TO TAX JURISDICTION, L= LIMIT, N= RENAME   *
      *    OR S= SET STATUS, THE CUSTOMER ID IS REQUIRED, ADD/RENAME  *
      *    REQUIRE A NAME, J= REQUIRES STATE, COUNTY AND A Y/N EXEMPT *
      *    FLAG, AND SET STATUS REQUIRES A NEW STATUS OF A OR I       *
      *****************************************************************

           IF WPR-CUSTOMER-MAINT
               IF WPR-CUST-ADD          OR
                  WPR-CUST-SET-JURIS    OR
                  WPR-CUST-SET-LIMIT    OR
                  WPR-CUST-RENAME       OR
                  WPR-CUST-SET-STATUS
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-ACTION
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-CUSTOMER-MAINT
               IF WPR-CUST-ID           > SPACES
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-ID
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-CUSTOMER-MAINT AND
              (WPR-CUST-ADD OR WPR-CUST-RENAME)
               IF WPR-CUST-NAME         > SPACES
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-NAME
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-CUSTOMER-MAINT AND WPR-CUST-SET-STATUS
               IF WPR-CUST-NEW-STATUS = 'A' OR
                  WPR-CUST-NEW-STATUS = 'I'
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-STATUS
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-CUSTOMER-MAINT AND WPR-CUST-SET-JURIS
               IF (WPR-CUST-STATE   > SPACES)    AND
                  (WPR-CUST-COUNTY  > SPACES)    AND
                  WPR-CUST-EXEMPT-VALID
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-JURIS
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-CUSTOMER-MAINT AND WPR-CUST-SET-LIMIT
               IF WPR-CUST-CREDIT-LIMIT NUMERIC
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-CUST-LIMIT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION J= ITEM MAINTENANCE, THE SUB-ACTION MUST BE A=  *
      *    ADD ITEM, D= DISCONTINUE ITEM, L= LINK OR X= UNLINK A      *
      *    SUPPLIER, AND THE ITEM NUMBER MUST BE NUMERIC.  AN ADD     *
      *    NEEDS A PDA STANDARD CATEGORY PAIR, A PRICE AND A NAME; A  *
      *    LINK / UNLINK NEEDS THE SUPPLIER ID                        *
      *****************************************************************

           IF WPR-ITEM-MAINT
               IF WPR-ITM-ADD           OR
                  WPR-ITM-DISCONTINUE   OR
                  WPR-ITM-SUPPLIER-ACTION
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ITEM-ACTION
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-ITEM-MAINT
               IF (WPR-ITM-NUMBER NUMERIC)   AND
                  (WPR-ITM-NUMBER-R > ZEROES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ITEM-MAINT-NUMBER
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-ITEM-MAINT AND WPR-ITM-ADD
               IF (WPR-ITM-PRICE NUMERIC)     AND
                  (WPR-ITM-PRICE-R > ZEROES)  AND
                  (WPR-ITM-NAME > SPACES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ITEM-ADD
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-ITEM-MAINT AND WPR-ITM-ADD
               MOVE WPR-ITM-CATEGORY      TO WIM-CATEGORY
               MOVE WPR-ITM-SUB-CATEGORY  TO WIM-SUB-CATEGORY
               MOVE 'N'                   TO WIM-CATEGORY-SW
               SET WPCA-CAT-IX            TO 1
               SEARCH WPCA-CATEGORY-GRP
                   AT END
                       MOVE 'N'            TO WIM-CATEGORY-SW
                   WHEN WPCA-CATEGORY (WPCA-CAT-IX) = WIM-CATEGORY
                    AND WPCA-SUB-CATEGORY (WPCA-CAT-IX)
                                           = WIM-SUB-CATEGORY
                       MOVE 'Y'            TO WIM-CATEGORY-SW
               END-SEARCH
               IF  WIM-CATEGORY-FOUND
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ITEM-CATEGORY
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-ITEM-MAINT AND WPR-ITM-SUPPLIER-ACTION
               IF WPR-ITM-SUPPLIER-ID > SPACES
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-ITEM-SUPPLIER
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    AN ADD MUST BE A NEW ITEM; ANY OTHER ACTION MUST NAME AN   *
      *    ITEM ALREADY ON DITEM (PDASP3 LOOKUP)                      *
      *****************************************************************

           IF WPR-ITEM-MAINT AND NOT-PARM-ERROR-FOUND
               MOVE WPR-ITM-NUMBER-R   TO PDASP3-ITEM-NUMBER
               CALL 'PDASP3'            USING PDASP3-ITEM-NUMBER,
                                               PDASP3-ITEM-STATUS,
                                               PDASP3-SUPPLIER-COUNT,
                                               PDASP3-STATUS,
                                               PDASP3-SUPPLIER-ID,
                                               PDASP3-DROP-SHIP-FLAG
               IF WPR-ITM-ADD
                   IF PDASP3-STATUS = '0000'
                       MOVE WPR-ITM-NUMBER
                                       TO WPM-ITEM-ON-FILE-ID
                       MOVE WPM-ITEM-MAINT-ON-FILE
                                       TO WMF-MESSAGE-AREA
                       PERFORM  P00700-PARM-ERROR
                           THRU P00700-PARM-ERROR-EXIT
                   ELSE
                       NEXT SENTENCE
               ELSE
                   IF PDASP3-STATUS = '0000'
                       NEXT SENTENCE
                   ELSE
                       MOVE WPR-ITM-NUMBER
                                       TO WPM-ITEM-NOT-FOUND-ID
                       MOVE WPM-ITEM-MAINT-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
                       PERFORM  P00700-PARM-ERROR
                           THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION E= EMPLOYEE MAINTENANCE, THE SUB-ACTION MUST    *
      *    BE B= BANK ACCOUNT CHANGE, H= NEW HIRE, N= NAME/ADDRESS    *
      *    CHANGE, R= RATE/SALARY CHANGE OR T= TERMINATION, AND THE   *
      *    EMPLOYEE NUMBER MUST BE NUMERIC.  A NEW HIRE IS BUILT      *
      *    INTO A DEMOGRAPHIC/SALARY PAIR AND RUN THROUGH THE SAME    *
      *    PAIR EDITS AS THE MASTER ITSELF, SO NOTHING THE EDITS      *
      *    WOULD REJECT CAN REACH THE MAINTAINED MASTER               *
      *****************************************************************

           IF WPR-EMP-MAINT
               IF WPR-EMP-BANK-CHANGE   OR
                  WPR-EMP-NEW-HIRE      OR
                  WPR-EMP-NAME-CHANGE   OR
                  WPR-EMP-RATE-CHANGE   OR
                  WPR-EMP-TERMINATE
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-EMP-ACTION
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-EMP-MAINT
               IF WPR-EMP-NUM NUMERIC
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-EMP-NUM
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-EMP-MAINT AND WPR-EMP-NEW-HIRE AND
              NOT-PARM-ERROR-FOUND
               PERFORM  P00667-BUILD-MAINT-PAIR
                   THRU P00667-BUILD-MAINT-PAIR-EXIT
               PERFORM  P00926-VALIDATE-EMPLOYEE-PAIR
                   THRU P00926-VALIDATE-EMPLOYEE-PAIR-EXIT
               IF ERJ-REASON > SPACES
                   MOVE ERJ-REASON     TO WPM-EMP-MAINT-REASON
                   MOVE WPM-INVALID-EMP-MAINT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

           IF WPR-EMP-MAINT AND WPR-EMP-RATE-CHANGE AND
              NOT-PARM-ERROR-FOUND
               IF ((WPR-EMP-TYPE = 'H') AND
                   (WPR-EMP-RATE NUMERIC))           OR
                  ((WPR-EMP-TYPE = 'S' OR 'M') AND
                   (WPR-EMP-SALARY NUMERIC))
                   NEXT SENTENCE
               ELSE
                   MOVE 'RATE / SALARY NOT NUMERIC FOR TYPE'
                                       TO WPM-EMP-MAINT-REASON
                   MOVE WPM-INVALID-EMP-MAINT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    AN R= EFFECTIVE DATE (BACK-DATED CHANGE, PAID AS RETRO)    *
      *    MUST BE A REAL CCYYMMDD DATE NO LATER THAN THE BUSINESS    *
      *    DATE                                                       *
      *****************************************************************

           IF WPR-EMP-MAINT AND WPR-EMP-RATE-CHANGE AND
              NOT-PARM-ERROR-FOUND
               PERFORM  P00662-EDIT-RATE-EFF-DATE
                   THRU P00662-EDIT-RATE-EFF-DATE-EXIT
               IF WRP-EFF-REASON > SPACES
                   MOVE WRP-EFF-REASON
                                       TO WPM-EMP-MAINT-REASON
                   MOVE WPM-INVALID-EMP-MAINT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

           IF WPR-EMP-MAINT AND WPR-EMP-NAME-CHANGE AND
              NOT-PARM-ERROR-FOUND
               IF WPR-EMP-NAME > SPACES
                   NEXT SENTENCE
               ELSE
                   MOVE 'NAME IS REQUIRED FOR A NAME CHANGE'
                                       TO WPM-EMP-MAINT-REASON
                   MOVE WPM-INVALID-EMP-MAINT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    A B= BANK CHANGE MUST CARRY A ROUTING NUMBER THAT PASSES   *
      *    THE ABA CHECK DIGIT AND AN ACCOUNT NUMBER -- A MISKEYED    *
      *    ROUTING NUMBER NEVER REACHES THE MASTER                    *
      *****************************************************************

           IF WPR-EMP-MAINT AND WPR-EMP-BANK-CHANGE AND
              NOT-PARM-ERROR-FOUND
               PERFORM  P00668-EDIT-BANK-CHANGE
                   THRU P00668-EDIT-BANK-CHANGE-EXIT
               IF WDP-BANK-REASON > SPACES
                   MOVE WDP-BANK-REASON
                                       TO WPM-EMP-MAINT-REASON
                   MOVE WPM-INVALID-EMP-MAINT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    FOR ACTION T= REGION TRANSFER, THE EMPLOYEE NUMBER AND     *
      *    EFFECTIVE DATE MUST BE NUMERIC AND THE OLD / NEW REGIONS   *
      *    MUST BE TWO DIFFERENT REGIONS ON THE REGION MASTER         *
      *****************************************************************

           IF WPR-REGION-TRANSFER
               IF (WPR-XFER-EMP-NUM NUMERIC)            AND
                  (WPR-XFER-EFF-DATE NUMERIC)           AND
                  (WPR-XFER-OLD-REGION NUMERIC)         AND
                  (WPR-XFER-NEW-REGION NUMERIC)         AND
                  (WPR-XFER-OLD-REGION-R > 0)           AND
                  (WPR-XFER-NEW-REGION-R > 0)           AND
                  (WPR-XFER-OLD-REGION-R NOT >
                   WRM-REGION-COUNT)                    AND
                  (WPR-XFER-NEW-REGION-R NOT >
                   WRM-REGION-COUNT)                    AND
                  (WPR-XFER-OLD-REGION NOT =
                   WPR-XFER-NEW-REGION)
                   PERFORM  P00663-STORE-REGION-XFER
                       THRU P00663-STORE-REGION-XFER-EXIT
               ELSE
                   MOVE WPM-INVALID-XFER-REC
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION N= RETURN, THE ORDER LINE SEQUENCE AND THE      *
      *    RETURNED QUANTITY MUST BE NUMERIC AND ABOVE ZERO, AND THE  *
      *    SALES ID WHOSE COMMISSION IS TAKEN BACK IS REQUIRED        *
      *****************************************************************

           IF WPR-RETURN-ORDER
               IF (WPR-RTN-ITEM-SEQ NUMERIC)     AND
                  (WPR-RTN-QUANTITY NUMERIC)     AND
                  (WPR-RTN-ITEM-SEQ-R > 0)       AND
                  (WPR-RTN-QUANTITY-R > 0)       AND
                  (WPR-RTN-SALES-ID > SPACES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-RETURN-REC
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION G= CHANGE APPROVAL THRESHOLD, THE DOLLAR VALUE  *
      *    MUST BE NUMERIC.  CHANGES PRICED OVER THE THRESHOLD HOLD   *
      *    FOR A SECOND PAIR OF EYES INSTEAD OF APPLYING              *
      *****************************************************************

           IF WPR-CHG-APPR-THRESHOLD
               IF WPR-APPR-THRESHOLD NUMERIC
                   MOVE WPR-APPR-THRESHOLD-R
                                       TO WMF-APPROVAL-THRESHOLD
               ELSE
                   MOVE WPM-INVALID-APPR-THRESHOLD
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION Q= APPROVAL DECISION, THE APPROVAL SEQUENCE     *
      *    MUST BE NUMERIC, THE DECISION A= APPROVE OR R= REJECT,     *
      *    AND THE APPROVER ID IS REQUIRED                            *
      *****************************************************************

           IF WPR-APPROVAL-DECISION
               IF (WPR-APPR-SEQ NUMERIC)                 AND
                  (WPR-APPR-APPROVE OR WPR-APPR-REJECT)  AND
                  (WPR-APPROVER-ID > SPACES)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-APPROVAL-REC
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION R= SUSPENSE DECISION, THE SUSPENSE SEQUENCE     *
      *    MUST BE NUMERIC AND THE DECISION A= RELEASE OR R= REJECT   *
      *****************************************************************

           IF WPR-SUSPENSE-DECISION
               IF (WPR-SUSP-SEQ NUMERIC)        AND
                  (WPR-SUSP-RELEASE OR WPR-SUSP-REJECT)
                   NEXT SENTENCE
               ELSE
                   MOVE WPM-INVALID-SUSPENSE-REC
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION O= OVERTIME EXCEPTION THRESHOLD, THE TYPE MUST  *
      *    BE H= HOURS OR D= DOLLARS AND THE VALUE NUMERIC.  THE      *
      *    THRESHOLD DRIVES THE OVERTIME EXCEPTION REPORT.  THE       *
      *    OPTIONAL DAILY LIMIT (POSITIONS 14 - 17, 99V99) MAKES TIME *
      *    CARD HOURS PAST IT IN ONE DAY OVERTIME; BLANK LEAVES THE   *
      *    40-HOUR WEEKLY RULE ONLY                                   *
      *****************************************************************

           IF WPR-OT-THRESHOLD
               IF (WPR-OT-HOURS-THRESHOLD OR
                   WPR-OT-DOLLAR-THRESHOLD)        AND
                  (WPR-OT-THRESHOLD-VALUE NUMERIC)
                   MOVE WPR-OT-THRESHOLD-TYPE
                                       TO WMF-OT-THRESHOLD-TYPE
                   MOVE WPR-OT-THRESHOLD-VALUE-R
                                       TO WMF-OT-THRESHOLD-AMT
               ELSE
                   MOVE WPM-INVALID-OT-THRESHOLD
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

           IF WPR-OT-THRESHOLD AND NOT WPR-OT-NO-DAILY-RULE
               IF (WPR-OT-DAILY-HOURS NUMERIC)     AND
                  (WPR-OT-DAILY-HOURS-R > ZEROES)  AND
                  (WPR-OT-DAILY-HOURS-R < 24)
                   MOVE WPR-OT-DAILY-HOURS-R
                                       TO WMF-OT-DAILY-LIMIT
               ELSE
                   MOVE WPM-INVALID-OT-DAILY-LIMIT
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION P= PAY VARIANCE, POSITION 3 T SETS THE PERCENT  *
      *    (POSITIONS 5 - 9, 999V99) AND DOLLAR (11 - 18, 9(6)V99)    *
      *    TOLERANCES OF THE PRE-RELEASE VARIANCE REPORT -- A BLANK   *
      *    FIELD KEEPS THE STANDARD.  R RELEASES PAYFILE FOR THIS     *
      *    RUN DESPITE ANY EXCEPTIONS THE REPORT FLAGS                *
      *****************************************************************

           IF WPR-PAY-VARIANCE AND NOT-PARM-ERROR-FOUND
               PERFORM  P00661-EDIT-PAY-VARIANCE
                   THRU P00661-EDIT-PAY-VARIANCE-EXIT
               IF WPV-CARD-INVALID
                   MOVE WPM-INVALID-PAY-VARIANCE
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               ELSE
                   NEXT SENTENCE
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    FOR ACTION S= SCENARIO,                                    *
      *    A 3 POSITION NUMERIC SCENARIO NUMBER IS REQUIRED           *
      *****************************************************************

           IF WPR-SCENARIO
               IF (WPR-SCENARIO-NUMBER NUMERIC)    AND
                  (WPR-SCENARIO-NUMBER-R > 0)      AND
                  (WPR-SCENARIO-NUMBER-R < 251)
                   MOVE 'Y'            TO WMF-ACTIVE-SCENARIOS-R
                                             (WPR-SCENARIO-NUMBER-R)
               ELSE
                   MOVE WPM-INVALID-SCENARIO-NUMBER
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.


      *****************************************************************
      *    FOR ACTION U= USER ID SPECIFICATION, ONLY 1 USER ID PARM   *
      *    RECORD IS ALLOWED, USERID MUST BE NON-BLANK                *
      *****************************************************************

           IF WPR-USERID
               ADD +1                  TO WS-USERID-PARM-COUNT
               IF  WS-USERID-PARM-COUNT > +1
                   MOVE WPM-USERID-PARM-TOO-MANY
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               ELSE
               IF  WPR-USERID-VALUE     > SPACES
                   MOVE WPR-USERID-VALUE
                                       TO WMF-USERID
               ELSE
                   MOVE WPM-INVALID-USERID
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
           ELSE
                   NEXT SENTENCE.

      *****************************************************************
      *    IF THE RECORD EDITED CLEAN, APPLY THE ADD/CHANGE/DELETE    *
      *    AGAINST THE IMS ORDER DATABASE                              *
      *****************************************************************

           IF NOT-PARM-ERROR-FOUND
               IF WPR-CUSTOMER-MAINT
                   PERFORM  P00682-MAINTAIN-CUSTOMER
                       THRU P00682-MAINTAIN-CUSTOMER-EXIT
               ELSE
               IF WPR-ITEM-MAINT
                   PERFORM  P00755-MAINTAIN-ITEM
                       THRU P00755-MAINTAIN-ITEM-EXIT
               ELSE
               IF WPR-EMP-MAINT
                   PERFORM  P00666-STORE-EMP-MAINT
                       THRU P00666-STORE-EMP-MAINT-EXIT
               ELSE
               IF WPR-SUSPENSE-DECISION
                   PERFORM  P00681-PROCESS-SUSPENSE-DECISION
                       THRU P00681-PROCESS-SUSPENSE-DECISION-EXIT
               ELSE
               IF WPR-APPROVAL-DECISION
                   PERFORM  P00691-PROCESS-APPROVAL
                       THRU P00691-PROCESS-APPROVAL-EXIT
               ELSE
                   PERFORM  P00670-PROCESS-ORDER
                       THRU P00670-PROCESS-ORDER-EXIT.

      *****************************************************************
      *    EVERY J= ITEM MAINTENANCE RECORD, APPLIED OR NOT, GOES ON  *
      *    THE ITEM MAINTENANCE AUDIT REPORT                          *
      *****************************************************************

           IF WPR-ITEM-MAINT
               PERFORM  P00756-LOG-ITEM-MAINT
                   THRU P00756-LOG-ITEM-MAINT-EXIT.

      *****************************************************************
      *    TRACK THE LAST SUCCESSFUL ADD ORDER SO ITEM CONTINUATION   *
      *    RECORDS KNOW WHICH ORDER THEY EXTEND                       *
      *****************************************************************

           EVALUATE TRUE
               WHEN WPR-ORDER-ITEM-CONT AND WMF-LAST-WAS-ADD-ORDER
                   CONTINUE
               WHEN PARM-ERROR-FOUND
                   MOVE SPACES         TO WMF-LAST-ORDER-ACTION
               WHEN WDU-ORDER-HELD
                   MOVE SPACES         TO WMF-LAST-ORDER-ACTION
               WHEN WBK-BACKORDERED
                   MOVE SPACES         TO WMF-LAST-ORDER-ACTION
               WHEN WPR-ADD-ORDER
                   MOVE 'A'            TO WMF-LAST-ORDER-ACTION
                   MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO WMF-LAST-ORDER-NUMBER
               WHEN WPR-ORDER-ITEM-CONT
                   CONTINUE
      *****************************************************************
      *    A SUCCESSFUL R= RELEASE JUST ADDED THE HELD ORDER -- KEEP  *
      *    THE LAST-ADD TRACKING P00681 SET SO I= CONTINUATION CARDS  *
      *    IMMEDIATELY FOLLOWING THE RELEASE ATTACH TO IT             *
      *****************************************************************
               WHEN WDU-RELEASED-ADD
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES         TO WMF-LAST-ORDER-ACTION
           END-EVALUATE.

      *****************************************************************
      *    CHECKPOINT THIS PARAMETER RECORD AS THE LAST ONE STARTED   *
      *    SO A RESTART RESUMES JUST PAST IT                          *
      *****************************************************************

           MOVE WCK-STEP-KEY           TO CKPT-LAST-STEP.
           MOVE WS-SUB1                TO CKPT-LAST-PARM-RECORD.
           MOVE 'I'                    TO CKPT-STATUS.
           REWRITE CHECKPOINT-RECORD.

       P00660-EDIT-PARMS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00661-EDIT-PAY-VARIANCE                       *
      *                                                               *
      *    FUNCTION :  EDIT A P= PAY VARIANCE CARD AND, WHEN IT IS    *
      *                GOOD, APPLY IT -- T TAKES THE PERCENT AND      *
      *                DOLLAR TOLERANCES (A BLANK FIELD KEEPS THE     *
      *                CURRENT ONE), R RELEASES PAYFILE FOR THE RUN.  *
      *                WPV-CARD-SW IS SET INVALID FOR A BAD CARD.     *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00650-RESCAN-PRIOR-PARMS                      *
      *                P00055-VERIFY-PARTITION-PARMS                  *
      *                                                               *
      *****************************************************************

       P00661-EDIT-PAY-VARIANCE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'Y'                    TO WPV-CARD-SW.

           IF WPR-VAR-RELEASE
               MOVE 'Y'                TO WPV-RELEASE-SW
               GO TO P00661-EDIT-PAY-VARIANCE-EXIT.

           IF NOT WPR-VAR-TOLERANCE
               MOVE 'N'                TO WPV-CARD-SW
               GO TO P00661-EDIT-PAY-VARIANCE-EXIT.

           IF ((WPR-VAR-PERCENT NOT = SPACES) AND
               (WPR-VAR-PERCENT NOT NUMERIC))       OR
              ((WPR-VAR-AMOUNT NOT = SPACES) AND
               (WPR-VAR-AMOUNT NOT NUMERIC))
               MOVE 'N'                TO WPV-CARD-SW
               GO TO P00661-EDIT-PAY-VARIANCE-EXIT.

           IF WPR-VAR-PERCENT NUMERIC
               MOVE WPR-VAR-PERCENT-R  TO WPV-TOLERANCE-PCT.

           IF WPR-VAR-AMOUNT NUMERIC
               MOVE WPR-VAR-AMOUNT-R   TO WPV-TOLERANCE-AMT.

       P00661-EDIT-PAY-VARIANCE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00662-EDIT-RATE-EFF-DATE                      *
      *                                                               *
      *    FUNCTION :  EDIT THE OPTIONAL EFFECTIVE DATE ON AN R= RATE /*
      *                SALARY CHANGE.  BLANK MEANS EFFECTIVE THIS     *
      *                PAY; OTHERWISE IT MUST BE A VALID CCYYMMDD     *
      *                DATE NOT AFTER THE BUSINESS DATE.  WRP-EFF-    *
      *                REASON IS LEFT BLANK WHEN THE DATE IS GOOD.    *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00652-RESCAN-EMP-MAINT                        *
      *                                                               *
      *****************************************************************

       P00662-EDIT-RATE-EFF-DATE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WRP-EFF-REASON.

           IF WPR-EMP-EFF-DATE = SPACES
               GO TO P00662-EDIT-RATE-EFF-DATE-EXIT.

           IF WPR-EMP-EFF-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD'
                                       TO WRP-EFF-REASON
               GO TO P00662-EDIT-RATE-EFF-DATE-EXIT.

           MOVE WPR-EMP-EFF-DATE-R     TO WRP-EFF-CHECK.

           IF (WRP-EFF-YEAR < 1900)                OR
              (WRP-EFF-MONTH < 01 OR > 12)         OR
              (WRP-EFF-DAY < 01 OR > 31)
               MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                                       TO WRP-EFF-REASON
               GO TO P00662-EDIT-RATE-EFF-DATE-EXIT.

           IF WRP-EFF-CHECK > WS-BUSINESS-DATE-R
               MOVE 'EFFECTIVE DATE IS AFTER THE BUSINESS DATE'
                                       TO WRP-EFF-REASON.

       P00662-EDIT-RATE-EFF-DATE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00663-STORE-REGION-XFER                       *
      *                                                               *
      *    FUNCTION :  STORE AN EDITED T= REGION TRANSFER ON THE      *
      *                TRANSFER TABLE FOR THE COMPENSATION PASS       *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00650-RESCAN-PRIOR-PARMS                      *
      *                                                               *
      *****************************************************************

       P00663-STORE-REGION-XFER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WXF-COUNT = WXF-MAX
               MOVE 'WS-REGION-XFER-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00663'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           ELSE
               ADD +1                  TO WXF-COUNT
               MOVE WPR-XFER-EMP-NUM   TO WXF-EMP-NUM (WXF-COUNT)
               MOVE WPR-XFER-EFF-DATE-R
                                       TO WXF-EFF-DATE (WXF-COUNT)
               MOVE WPR-XFER-OLD-REGION-R
                                       TO WXF-OLD-REGION (WXF-COUNT)
               MOVE WPR-XFER-NEW-REGION-R
                                       TO WXF-NEW-REGION (WXF-COUNT)
           END-IF.

       P00663-STORE-REGION-XFER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00664-ADJUST-CUST-BALANCE                     *
      *                                                               *
      *    FUNCTION :  MOVE THE CUSTOMER IN WBA-ADJ-CUSTOMER'S OPEN   *
      *                BALANCE BY WBA-ADJ-AMOUNT (SIGNED).  USED BY   *
      *                THE CHANGE AND REPRICE PATHS TO APPLY THE      *
      *                NEW-MINUS-OLD DELTA WHENEVER AN OPEN ORDER'S   *
      *                TOTAL IS REPLACED.  A CUSTOMER NO LONGER ON    *
      *                FILE IS SIMPLY BYPASSED                        *
      *                                                               *
      *    CALLED BY:  P00674-CHANGE-ORDER-SEGMENT                    *
      *                P00077-REPRICE-ONE-ORDER                       *
      *                P00702-PROCESS-RETURN                          *
      *                                                               *
      *****************************************************************

       P00664-ADJUST-CUST-BALANCE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WBA-ADJ-CUSTOMER       TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE 'N'            TO WMF-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-CUST-FOUND-SW
           END-READ.

           IF WMF-CUST-FOUND-SW = 'Y'
               ADD WBA-ADJ-AMOUNT      TO CUST-OPEN-BALANCE
               REWRITE CUSTOMER-RECORD
           END-IF.

       P00664-ADJUST-CUST-BALANCE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00665-SET-ORDER-FIELDS                        *
      *                                                               *
      *    FUNCTION :  SEED THE ORDER WORK FIELDS FROM THE STANDARD   *
      *                DEFAULTS, THEN OVERLAY THEM WITH ANY ORDER     *
      *                DATA CARRIED ON THE A/C PARAMETER RECORD SO    *
      *                THE EDIT AND DL/I PARAGRAPHS PROCESS THE       *
      *                CUSTOMER / CATEGORY / ITEM / QUANTITY THE      *
      *                RECORD ASKED FOR                               *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00665-SET-ORDER-FIELDS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WOD-CUSTOMER-ID        TO WMF-CUSTOMER-ID.
           MOVE WOD-CATEGORY           TO WMF-CATEGORY.
           MOVE WOD-SUB-CATEGORY       TO WMF-SUB-CATEGORY.
           MOVE WOD-ITEM               TO WMF-ITEM.
           MOVE WOD-ITEM-NUMBER        TO WMF-ITEM-NUMBER.
           MOVE WOD-ORDER-QUANTITY     TO WMF-ORDER-QUANTITY.

           IF WPR-ORDER-CUSTOMER-ID    > SPACES
               MOVE WPR-ORDER-CUSTOMER-ID
                                       TO WMF-CUSTOMER-ID.

           IF WPR-ORDER-CATEGORY       > SPACES
               MOVE WPR-ORDER-CATEGORY TO WMF-CATEGORY.

           IF WPR-ORDER-SUB-CATEGORY   > SPACES
               MOVE WPR-ORDER-SUB-CATEGORY
                                       TO WMF-SUB-CATEGORY.

      *****************************************************************
      *    ITEM AND QUANTITY APPLY TO ADDS ONLY -- A CHANGE RECORD    *
      *    WITH THESE COLUMNS CODED IS REJECTED BY P00660             *
      *****************************************************************

           IF WPR-ADD-ORDER AND
              WPR-ORDER-ITEM           > SPACES
               MOVE WPR-ORDER-ITEM     TO WMF-ITEM
               IF WPR-ORDER-ITEM NUMERIC
                   MOVE WPR-ORDER-ITEM-R
                                       TO WMF-ITEM-NUMBER
               ELSE
                   MOVE WPM-INVALID-ITEM-NUMBER
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

           IF WPR-ADD-ORDER AND
              WPR-ORDER-QUANTITY       > SPACES
               IF WPR-ORDER-QUANTITY NUMERIC
                   MOVE WPR-ORDER-QUANTITY-R
                                       TO WMF-ORDER-QUANTITY
               ELSE
                   MOVE WPM-INVALID-QUANTITY
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

       P00665-SET-ORDER-FIELDS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00666-STORE-EMP-MAINT                         *
      *                                                               *
      *    FUNCTION :  STORE AN EDITED E= EMPLOYEE MAINTENANCE        *
      *                RECORD ON THE MAINTENANCE TRANSACTION TABLE    *
      *                FOR THE APPLY PASS THAT RUNS AHEAD OF THE      *
      *                COMPENSATION PASS                              *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00650-RESCAN-PRIOR-PARMS                      *
      *                                                               *
      *****************************************************************

       P00666-STORE-EMP-MAINT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WEM-COUNT = WEM-MAX
               MOVE 'WS-EMP-MAINT-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00666'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           ELSE
               ADD +1                  TO WEM-COUNT
               MOVE WPR-EMP-ACTION     TO WEM-ACTION (WEM-COUNT)
               MOVE WPR-EMP-NUM        TO WEM-EMP-NUM (WEM-COUNT)
               MOVE 'N'                TO WEM-APPLIED-SW (WEM-COUNT)
               MOVE WS-PARAMETER-RECORD
                                       TO WEM-PARM-IMAGE (WEM-COUNT)
           END-IF.

       P00666-STORE-EMP-MAINT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00667-BUILD-MAINT-PAIR                        *
      *                                                               *
      *    FUNCTION :  BUILD A DEMOGRAPHIC / SALARY RECORD PAIR IN    *
      *                THE EMPLOYEE WORK AREAS FROM THE E= NEW HIRE   *
      *                TRANSACTION IN WS-PARAMETER-RECORD, READY FOR  *
      *                THE P00926 PAIR EDITS OR FOR APPENDING TO THE  *
      *                MAINTAINED MASTER                              *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00902-APPLY-EMP-MAINT                         *
      *                                                               *
      *****************************************************************

       P00667-BUILD-MAINT-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO EMPLOYEE-WORK-AREA
                                          EMPLOYEE-SALARY-AREA.
           MOVE WPR-EMP-NUM            TO WA-EMP-NUM (1:5)
                                          SA-EMP-NUM (1:5).
           MOVE WPR-EMP-TYPE           TO WA-EMP-TYPE.
           MOVE WPR-EMP-REGION         TO WA-EMP-REGION (1:1).
           MOVE WPR-EMP-NAME           TO WA-EMP-NAME.
           MOVE WPR-EMP-STREET         TO WA-EMP-STREET.
           MOVE WPR-EMP-CITY           TO WA-EMP-CITY.
           MOVE WPR-EMP-STATE          TO WA-EMP-STATE.
           MOVE WPR-EMP-ZIP            TO WA-EMP-ZIP.
           MOVE WPR-EMP-HIRE-DATE      TO WA-EMP-HIRE-DATE (1:6).
           MOVE SPACES                 TO WA-EMP-BONUS.

           EVALUATE WPR-EMP-TYPE
               WHEN 'H'
                   MOVE WPR-EMP-HOURS  TO SA-EMP-HOURS (1:2)
                   IF WPR-EMP-RATE NUMERIC
                       MOVE WPR-EMP-RATE-R
                                       TO SA-EMP-RATE
                   END-IF
               WHEN 'S'
                   IF WPR-EMP-SALARY NUMERIC
                       MOVE WPR-EMP-SALARY-R
                                       TO SA-SALES-SALARY
                   END-IF
                   MOVE ZEROES         TO SA-SALES-AMOUNT
               WHEN 'M'
                   IF WPR-EMP-SALARY NUMERIC
                       MOVE WPR-EMP-SALARY-R
                                       TO SA-MGMT-SALARY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P00667-BUILD-MAINT-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00668-EDIT-BANK-CHANGE                        *
      *                                                               *
      *    FUNCTION :  EDIT THE ROUTING AND ACCOUNT NUMBERS OF THE E= *
      *                B= BANK CHANGE IN WS-PARAMETER-RECORD.  THE    *
      *                ROUTING NUMBER MUST BE 9 DIGITS, NOT ZERO, AND *
      *                PASS THE ABA CHECK DIGIT:  3 X (DIGITS 1 4 7)  *
      *                + 7 X (DIGITS 2 5 8) + (DIGITS 3 6 9) MUST BE  *
      *                A MULTIPLE OF 10.  THE ACCOUNT MUST BE PRESENT *
      *                AND LEFT-JUSTIFIED.  WDP-BANK-REASON IS SPACES *
      *                WHEN THE CHANGE IS GOOD                        *
      *                                                               *
      *    CALLED BY:  P00652-RESCAN-EMP-MAINT                        *
      *                P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00668-EDIT-BANK-CHANGE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WDP-BANK-REASON.

           IF (WPR-EMP-BANK-ROUTING NOT NUMERIC) OR
              (WPR-EMP-BANK-ROUTING-R = ZEROES)
               MOVE 'ROUTING NUMBER MUST BE 9 DIGITS'
                                       TO WDP-BANK-REASON
               GO TO P00668-EDIT-BANK-CHANGE-EXIT.

           MOVE WPR-EMP-BANK-ROUTING   TO WDP-ROUTING-CHECK.
           COMPUTE WDP-CHECK-SUM =
               (3 * (WDP-ROUTING-DIGIT (1) + WDP-ROUTING-DIGIT (4) +
                     WDP-ROUTING-DIGIT (7)))                       +
               (7 * (WDP-ROUTING-DIGIT (2) + WDP-ROUTING-DIGIT (5) +
                     WDP-ROUTING-DIGIT (8)))                       +
               (WDP-ROUTING-DIGIT (3) + WDP-ROUTING-DIGIT (6) +
                WDP-ROUTING-DIGIT (9)).
           DIVIDE WDP-CHECK-SUM BY 10
               GIVING WDP-CHECK-QUOTIENT
               REMAINDER WDP-CHECK-REMAINDER.

           IF WDP-CHECK-REMAINDER NOT = ZEROES
               MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
                                       TO WDP-BANK-REASON
               GO TO P00668-EDIT-BANK-CHANGE-EXIT.

           IF (WPR-EMP-BANK-ACCOUNT = SPACES) OR
              (WPR-EMP-BANK-ACCOUNT (1:1) = SPACE)
               MOVE 'ACCOUNT IS REQUIRED FOR A BANK CHANGE'
                                       TO WDP-BANK-REASON.

       P00668-EDIT-BANK-CHANGE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00668-VALIDATE-ITEM-SUPPLIER                  *
      *                                                               *
      *    FUNCTION :  INVOKE STORED PROCEDURE PDASP3 TO VALIDATE THE *
      *                ORDERED ITEM AGAINST THE DB2 ITEM TABLE        *
      *                (DITEM) AND COUNT ITS ACTIVE SUPPLIERS THROUGH *
      *                DITMSUP / DSUPPLR.  AN UNKNOWN ITEM OR AN ITEM *
      *                WITH NO ACTIVE SUPPLIER REJECTS THE ADD.  A    *
      *                STOCK-CONTROLLED ITEM MUST ALSO HAVE THE       *
      *                QUANTITY AVAILABLE ON INVMSTR, ELSE THE ADD IS *
      *                BACKORDERED FOR NO STOCK                       *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00668-VALIDATE-ITEM-SUPPLIER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WSV-LAST-ENTRY.
           MOVE WMF-ITEM-NUMBER        TO PDASP3-ITEM-NUMBER.

           CALL 'PDASP3'                USING PDASP3-ITEM-NUMBER,
                                               PDASP3-ITEM-STATUS,
                                               PDASP3-SUPPLIER-COUNT,
                                               PDASP3-STATUS,
                                               PDASP3-SUPPLIER-ID,
                                               PDASP3-DROP-SHIP-FLAG.

           IF PDASP3-STATUS = '0000'
               MOVE PDASP3-SUPPLIER-COUNT
                                       TO WS-SUPPLIER-COUNT
      *****************************************************************
      *    RECORD THE COVERAGE RESULT FOR THE NIGHTLY SUPPLIER        *
      *    COVERAGE REPORT -- EVERY VALIDATED ADD, NOT JUST THE       *
      *    FAILURES, SO SINGLE-SOURCE ITEMS SURFACE TOO               *
      *****************************************************************
               IF WSV-COUNT < WSV-MAX
                   ADD +1              TO WSV-COUNT
                   MOVE WSV-COUNT      TO WSV-LAST-ENTRY
                   MOVE WMF-ITEM       TO WSV-ITEM (WSV-COUNT)
                   MOVE WMF-CATEGORY   TO WSV-CATEGORY (WSV-COUNT)
                   MOVE WS-SUPPLIER-COUNT
                                       TO WSV-SUPPLIER-COUNT
                                          (WSV-COUNT)
      *    A PLAIN A= ADD HAS NO NUMBER YET -- P00672 / P00669 /
      *    P00680 FILL THE ORDER COLUMN IN ONCE THE FATE IS KNOWN
                   MOVE WPR-ORDER-NUMBER
                                       TO WSV-ORDER-NUMBER (WSV-COUNT)
               END-IF
      *****************************************************************
      *    AN INACTIVE ITEM OR ONE WITH NO ACTIVE SUPPLIER NO LONGER  *
      *    KILLS THE DEMAND -- THE ADD IS CAPTURED AS A BACKORDER     *
      *    (SCENARIO 3) AND RETRIED ON LATER RUNS.  THE RETRY PASS    *
      *    ITSELF RUNS WITH THE BACKORDER PATH SUPPRESSED SO A        *
      *    STILL-DEAD ITEM JUST STAYS OPEN ON THE BACKORDER FILE      *
      *****************************************************************
               IF (WS-SUPPLIER-COUNT > +0)  AND
                  (PDASP3-ITEM-STATUS NOT = 'I')
                   MOVE WMF-ITEM-NUMBER
                                       TO WIN-ITEM-NUMBER
                   MOVE WMF-ORDER-QUANTITY
                                       TO WIN-QUANTITY
                   PERFORM  P00740-CHECK-STOCK
                       THRU P00740-CHECK-STOCK-EXIT
                   IF WIN-NO-STOCK
                       IF WBK-SKIP-BACKORDER
                           MOVE 'Y'    TO WS-PARM-ERROR-FOUND-SW
                       ELSE
                           SET WBK-NO-STOCK
                                       TO TRUE
                           PERFORM  P00669-CREATE-BACKORDER
                               THRU P00669-CREATE-BACKORDER-EXIT
                       END-IF
                   END-IF
               ELSE
                   IF WBK-SKIP-BACKORDER
                       MOVE 'Y'        TO WS-PARM-ERROR-FOUND-SW
                   ELSE
                       SET WBK-NO-SUPPLIER
                                       TO TRUE
                       PERFORM  P00669-CREATE-BACKORDER
                           THRU P00669-CREATE-BACKORDER-EXIT
                   END-IF
               END-IF
           ELSE
               IF WBK-SKIP-BACKORDER
                   MOVE 'Y'            TO WS-PARM-ERROR-FOUND-SW
               ELSE
                   MOVE WMF-ITEM       TO WPM-INVALID-ITEM-ID
                   MOVE WPM-INVALID-ITEM
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
           END-IF.

       P00668-VALIDATE-ITEM-SUPPLIER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00669-CREATE-BACKORDER                        *
      *                                                               *
      *    FUNCTION :  CAPTURE THE ADD IN WS-PARAMETER-RECORD AS AN   *
      *                OPEN BACKORDER (SCENARIO 3): NEXT SEQUENCE     *
      *                FROM THE 00000 CONTROL RECORD, THE CUSTOMER /  *
      *                ITEM / QUANTITY AND THE FULL PARAMETER IMAGE,  *
      *                PLUS THE CUSTOMER-FACING NOTIFICATION LINE ON  *
      *                THE BACKORDER REPORT.  WBK-REASON-SW SAYS WHY. *
      *                AN I= LINE (ORDITEM SEGMENT IN MEMORY) KEEPS   *
      *                ITS ORDER NUMBER AND RESOLVED SEQUENCE AND     *
      *                QUANTITY SO ITS RETRY REJOINS THE SAME ORDER   *
      *                                                               *
      *    CALLED BY:  P00668-VALIDATE-ITEM-SUPPLIER                  *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00669-CREATE-BACKORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           SET WBK-BACKORDERED         TO TRUE.
           ADD +1                      TO WBK-CREATED-COUNT.
           IF WBK-NO-STOCK
               ADD +1                  TO WIN-NO-STOCK-BACKORDERS.

           IF (WSV-LAST-ENTRY > ZEROES) AND (NOT WPR-ORDER-ITEM-CONT)
               MOVE 'BACKORDER '       TO WSV-ORDER-NUMBER
                                          (WSV-LAST-ENTRY)
           END-IF.

           MOVE '00000'                TO BCK-SEQ.
           READ BACKORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF BACKORD-NOT-FOUND
               MOVE 1                  TO WBK-NEXT-SEQ
               MOVE '00000'            TO BCK-SEQ
               MOVE SPACES             TO BCK-STATUS
                                          BCK-CUSTOMER-ID
                                          BCK-PARM-IMAGE
                                          BCK-REASON
               MOVE ZEROES             TO BCK-CREATED-DATE
                                          BCK-RELEASED-DATE
                                          BCK-ITEM-NUMBER
                                          BCK-QUANTITY
                                          BCK-ORDER-NUMBER
               MOVE WBK-NEXT-SEQ       TO BCK-PARM-IMAGE (1:5)
               WRITE BACKORDER-RECORD
           ELSE
               IF BCK-PARM-IMAGE (1:5) NUMERIC
                   COMPUTE WBK-NEXT-SEQ =
                       FUNCTION NUMVAL (BCK-PARM-IMAGE (1:5)) + 1
               ELSE
                   MOVE 1              TO WBK-NEXT-SEQ
               END-IF
               MOVE WBK-NEXT-SEQ       TO BCK-PARM-IMAGE (1:5)
               REWRITE BACKORDER-RECORD
           END-IF.

           MOVE WBK-NEXT-SEQ           TO BCK-SEQ.
           MOVE 'O'                    TO BCK-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO BCK-CREATED-DATE.
           MOVE ZEROES                 TO BCK-RELEASED-DATE.
           IF WPR-ORDER-ITEM-CONT
               MOVE ORD-CUSTOMER-ID    TO BCK-CUSTOMER-ID
               MOVE ORI-ITEM-NUMBER    TO BCK-ITEM-NUMBER
               MOVE ORI-ITEM-QUANTITY  TO BCK-QUANTITY
               MOVE WMF-LAST-ORDER-NUMBER
                                       TO BCK-ORDER-NUMBER
               MOVE ORI-ITEM-SEQ       TO WPR-ITEM-CONT-SEQ-R
               MOVE ORI-ITEM-QUANTITY  TO WPR-ITEM-CONT-QUANTITY-R
           ELSE
               MOVE WMF-CUSTOMER-ID    TO BCK-CUSTOMER-ID
               MOVE WMF-ITEM-NUMBER    TO BCK-ITEM-NUMBER
               MOVE WMF-ORDER-QUANTITY TO BCK-QUANTITY
               MOVE ZEROES             TO BCK-ORDER-NUMBER
           END-IF.
           MOVE WBK-REASON-SW          TO BCK-REASON.
           MOVE WS-PARAMETER-RECORD    TO BCK-PARM-IMAGE.
           WRITE BACKORDER-RECORD
               INVALID KEY
                   REWRITE BACKORDER-RECORD
           END-WRITE.

           MOVE BCK-CUSTOMER-ID        TO BKD-CUSTOMER-ID.
           MOVE BCK-ITEM-NUMBER        TO BKD-ITEM-NUMBER.
           MOVE BCK-QUANTITY           TO BKD-QUANTITY.
           IF WBK-NO-STOCK
               MOVE 'BACKORDERED - NO STOCK'
                                       TO BKD-MESSAGE
           ELSE
               MOVE 'BACKORDERED - NO ACTIVE SUPPLIER'
                                       TO BKD-MESSAGE.
           WRITE BACKORDER-PRINT-RECORD FROM BACKORD-DETAIL.

       P00669-CREATE-BACKORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *    FUNCTION :  ROUTE AN EDITED A/C/D PARAMETER RECORD TO THE  *
      *                PROPER DL/I CALL AGAINST THE ORDER DATABASE    *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00670-PROCESS-ORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WCT-AUDIT-SW.

           IF WPR-ADD-ORDER
               PERFORM  P00672-ADD-ORDER-SEGMENT
                   THRU P00672-ADD-ORDER-SEGMENT-EXIT
           ELSE
           IF WPR-CHANGE-ORDER
               PERFORM  P00674-CHANGE-ORDER-SEGMENT
                   THRU P00674-CHANGE-ORDER-SEGMENT-EXIT
           ELSE
           IF WPR-DELETE-ORDER
               PERFORM  P00676-DELETE-ORDER-SEGMENT
                   THRU P00676-DELETE-ORDER-SEGMENT-EXIT
           ELSE
           IF WPR-ORDER-ITEM-CONT
               PERFORM  P00673-ADD-ITEM-SEGMENT
                   THRU P00673-ADD-ITEM-SEGMENT-EXIT
           ELSE
           IF WPR-STATUS-ORDER
               PERFORM  P00678-STATUS-ORDER-SEGMENT
                   THRU P00678-STATUS-ORDER-SEGMENT-EXIT
           ELSE
           IF WPR-RETURN-ORDER
               PERFORM  P00702-PROCESS-RETURN
                   THRU P00702-PROCESS-RETURN-EXIT
           ELSE
               NEXT SENTENCE.

       P00670-PROCESS-ORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00671-CHECK-DUPLICATE-ORDER                   *
      *                                                               *
      *    FUNCTION :  DECIDE WHETHER THE EDITED ADD IN THE WMF WORK  *
      *                FIELDS IS A PROBABLE DUPLICATE: THE SAME       *
      *                CUSTOMER / ITEM / QUANTITY ALREADY ADDED THIS  *
      *                RUN, OR AN OPEN ORDER ON THE DATABASE FOR THE  *
      *                SAME CUSTOMER AND BUSINESS DATE WHOSE FIRST    *
      *                LINE ITEM CARRIES THE SAME ITEM AND QUANTITY   *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *****************************************************************

       P00671-CHECK-DUPLICATE-ORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WDU-DUPLICATE-SW.

           PERFORM VARYING WDU-SUB FROM +1 BY +1
                   UNTIL (WDU-SUB > WDU-COUNT) OR
                         WDU-DUPLICATE-FOUND
               IF (WDU-CUSTOMER-ID (WDU-SUB) = WMF-CUSTOMER-ID)  AND
                  (WDU-ITEM-NUMBER (WDU-SUB) = WMF-ITEM-NUMBER)  AND
                  (WDU-QUANTITY (WDU-SUB) = WMF-ORDER-QUANTITY)
                   SET WDU-DUPLICATE-FOUND
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WDU-DUPLICATE-FOUND
               GO TO P00671-CHECK-DUPLICATE-ORDER-EXIT.

      *****************************************************************
      *    SAME-DAY OPEN ORDERS ALREADY ON THE DATABASE -- THE SCAN   *
      *    CHECKS THE FIRST LINE ITEM OF EACH CANDIDATE, WHICH IS     *
      *    WHERE A RE-KEYED A= RECORD PUTS ITS ITEM                   *
      *****************************************************************

           MOVE 'N'                    TO WDU-END-OF-SCAN-SW.

           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-UNQUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               SET WDU-END-OF-SCAN     TO TRUE.

           PERFORM UNTIL WDU-END-OF-SCAN OR WDU-DUPLICATE-FOUND
               IF (ORD-CUSTOMER-ID = WMF-CUSTOMER-ID)        AND
                  (ORD-ORDER-DATE = WS-BUSINESS-DATE-R)      AND
                  ORD-STATUS-OPEN
                   MOVE ZEROES         TO OSQ-ORDER-PREFIX
                   MOVE ORD-ORDER-NUMBER
                                       TO OSQ-ORDER-NUMBER
                   CALL 'CBLTDLI' USING ICF-GN,
                                        ORDER-PCB,
                                        ORDER-ITEM-SEGMENT,
                                        ORDER-SSA-QUAL,
                                        ORDER-ITEM-SSA-UNQUAL
                   IF (PCB-STATUS-CODE = SPACES)             AND
                      (ORI-ITEM-NUMBER = WMF-ITEM-NUMBER)    AND
                      (ORI-ITEM-QUANTITY = WMF-ORDER-QUANTITY)
                       SET WDU-DUPLICATE-FOUND
                                       TO TRUE
                   END-IF
               END-IF
               IF NOT WDU-DUPLICATE-FOUND
                   CALL 'CBLTDLI' USING ICF-GN,
                                        ORDER-PCB,
                                        ORDER-SEGMENT,
                                        ORDER-SSA-UNQUAL
                   IF PCB-STATUS-CODE = SPACES
                       CONTINUE
                   ELSE
                       SET WDU-END-OF-SCAN
                                       TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       P00671-CHECK-DUPLICATE-ORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *    FUNCTION :  ISRT A NEW ORDER SEGMENT AND ITS ORDER-ITEM    *
      *                CHILD SEGMENT UNDER THE ORDER DATABASE         *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00672-ADD-ORDER-SEGMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    AN ADD ALREADY CAPTURED AS A BACKORDER BY THE SUPPLIER     *
      *    VALIDATION NEVER REACHES THE DATABASE                      *
      *****************************************************************

           IF WBK-BACKORDERED
               IF WPR-ORDER-EDI
                   MOVE 'B'            TO ERS-RESULT
                   MOVE ZEROES         TO ERS-ORDER-NUMBER
                   PERFORM  P00751-NOTE-EDI-RESULT
                       THRU P00751-NOTE-EDI-RESULT-EXIT
               END-IF
               GO TO P00672-ADD-ORDER-SEGMENT-EXIT.

      *****************************************************************
      *    PROBABLE DUPLICATE?  HOLD IT ON SUSPENSE BEFORE A NUMBER   *
      *    IS BURNED OR ANYTHING TOUCHES THE DATABASE.  THE RELEASE   *
      *    PATH COMES BACK THROUGH HERE WITH THE CHECK SUPPRESSED     *
      *****************************************************************

           IF NOT WDU-SKIP-DUP-CHECK
               PERFORM  P00671-CHECK-DUPLICATE-ORDER
                   THRU P00671-CHECK-DUPLICATE-ORDER-EXIT
               IF WDU-DUPLICATE-FOUND
                   PERFORM  P00680-HOLD-ON-SUSPENSE
                       THRU P00680-HOLD-ON-SUSPENSE-EXIT
                   IF WPR-ORDER-EDI
                       MOVE 'S'        TO ERS-RESULT
                       MOVE ZEROES     TO ERS-ORDER-NUMBER
                       PERFORM  P00751-NOTE-EDI-RESULT
                           THRU P00751-NOTE-EDI-RESULT-EXIT
                   END-IF
                   GO TO P00672-ADD-ORDER-SEGMENT-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    SETTLE THE ORDER NUMBER FIRST -- THE V= OVERRIDE HONORS    *
      *    THE SUPPLIED NUMBER, EVERYTHING ELSE TAKES THE NEXT        *
      *    NUMBER FROM THE CONTROLLED RANGE                           *
      *****************************************************************

           IF WPR-ADD-ORDER-OVERRIDE
               MOVE WPR-ORDER-NUMBER-R TO WMF-ASSIGNED-ORDER-NUMBER
           ELSE
               PERFORM  P00679-ASSIGN-ORDER-NUMBER
                   THRU P00679-ASSIGN-ORDER-NUMBER-EXIT
               IF PARM-ERROR-FOUND
                   GO TO P00672-ADD-ORDER-SEGMENT-EXIT
               END-IF
           END-IF.

           IF WSV-LAST-ENTRY > ZEROES
               MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO WSV-ORDER-NUMBER
                                          (WSV-LAST-ENTRY)
           END-IF.

           MOVE SPACES                 TO ORDER-SEGMENT.
           MOVE ZEROES                 TO ORD-ORDER-PREFIX.
           MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO ORD-ORDER-NUMBER.
           MOVE WMF-CUSTOMER-ID        TO ORD-CUSTOMER-ID.
           MOVE WMF-CATEGORY           TO ORD-CATEGORY.
           MOVE WMF-SUB-CATEGORY       TO ORD-SUB-CATEGORY.
           MOVE WMF-USERID             TO ORD-USERID.
           MOVE WS-BUSINESS-DATE-R     TO ORD-ORDER-DATE.
           MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO WS-PDASP1-ORDER-NUMBER.
           PERFORM  P00785-PRICE-ORDER-PDAS01
               THRU P00785-PRICE-ORDER-PDAS01-EXIT.

      *****************************************************************
      *    THE PDAS01 PRICE IS THE LIST PRICE OF THE FIRST LINE.  A   *
      *    CUSTOMER CONTRACT FOR THE ITEM (OR THE ORDER'S CATEGORY)   *
      *    IN EFFECT TODAY REPLACES IT, AND IS WHAT THE CREDIT CHECK, *
      *    THE OPEN BALANCE AND THE COMMISSION BASE SEE               *
      *****************************************************************

           MOVE WMF-ORDER-TOTAL-AMOUNT TO WMF-EXTENDED-PRICE.
           MOVE WMF-CUSTOMER-ID        TO WCT-CUSTOMER-ID.
           MOVE WMF-CATEGORY           TO WCT-CATEGORY.
           MOVE WMF-ITEM-NUMBER        TO WCT-ITEM-NUMBER.
           MOVE WMF-ORDER-QUANTITY     TO WCT-QUANTITY.
           PERFORM  P00746-FIND-CONTRACT-PRICE
               THRU P00746-FIND-CONTRACT-PRICE-EXIT.
           IF WCT-CONTRACT-FOUND
               MOVE WCT-EXTENDED-PRICE TO WMF-EXTENDED-PRICE
                                          WMF-ORDER-TOTAL-AMOUNT
                                          SALES-AMT
               MOVE WCT-CONTRACT-ID    TO WCT-AUDIT-ID
               MOVE 'Y'                TO WCT-AUDIT-SW
           END-IF.

      *****************************************************************
      *    EXPEDITED SHIPPING (SCENARIO 7) -- A RUSH ADD CARRIES THE  *
      *    SHIPRATE SURCHARGE FOR ITS CATEGORY IN THE ORDER TOTAL, SO *
      *    THE CREDIT CHECK, THE OPEN BALANCE AND THE INVOICE ALL     *
      *    SEE IT.  THE COMMISSION BASE (SALES-AMT) STAYS THE PDAS01  *
      *    MERCHANDISE PRICE                                          *
      *****************************************************************

           MOVE ZEROES                 TO WXP-SURCHARGE
                                          WXP-PROMISED-DAYS.
           IF WPR-ORDER-EXPEDITED
               PERFORM  P00709-GET-EXPEDITE-RATE
                   THRU P00709-GET-EXPEDITE-RATE-EXIT
               ADD WXP-SURCHARGE       TO WMF-ORDER-TOTAL-AMOUNT
           END-IF.

           MOVE WMF-ORDER-TOTAL-AMOUNT TO ORD-ORDER-TOTAL-AMOUNT.
           MOVE 'OP'                   TO ORD-ORDER-STATUS.

      *****************************************************************
      *    CREDIT LIMIT CHECK (SCENARIO 6, CREDIT HOLD REVIEW) --     *
      *    P00660 READ THE CUSTOMER RECORD FOR THIS ADD, SO THE       *
      *    LIMIT AND OPEN BALANCE ARE CURRENT.  AN ORDER WHOSE        *
      *    PDAS01 PRICED TOTAL WOULD PUSH THE CUSTOMER OVER A         *
      *    NON-ZERO LIMIT IS REJECTED BEFORE ANYTHING IS INSERTED     *
      *****************************************************************

           IF (CUST-CREDIT-LIMIT > ZEROES)                  AND
              (CUST-OPEN-BALANCE + WMF-ORDER-TOTAL-AMOUNT
                   > CUST-CREDIT-LIMIT)
               MOVE WMF-CUSTOMER-ID    TO WPM-CREDIT-CUST-ID
               MOVE WPM-CREDIT-LIMIT-EXCEEDED
                                       TO WMF-MESSAGE-AREA
               ADD +1                  TO WRS-CREDIT-REJECTS
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00672-ADD-ORDER-SEGMENT-EXIT.

           CALL 'CBLTDLI' USING ICF-ISRT,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-UNQUAL.

           MOVE SPACES                 TO ORDER-ITEM-SEGMENT.
           MOVE ZEROES                 TO ORI-RETURNED-QUANTITY
                                          ORI-SHIPPED-QUANTITY
                                          ORI-BILLED-QUANTITY
                                          ORI-ALLOCATED-QUANTITY.
           MOVE +1                     TO WMF-ITEM-SEQ.
           MOVE WMF-ITEM-NUMBER        TO ORI-ITEM-NUMBER.
           MOVE WMF-ITEM-SEQ           TO ORI-ITEM-SEQ.
           MOVE WMF-ORDER-QUANTITY     TO ORI-ITEM-QUANTITY.
           MOVE WMF-EXTENDED-PRICE     TO ORI-EXTENDED-PRICE.

      *    P00668 FOUND THE STOCK -- PROMISE IT TO THIS LINE
           MOVE ORI-ITEM-NUMBER        TO WIN-ITEM-NUMBER.
           MOVE ORI-ITEM-QUANTITY      TO WIN-QUANTITY.
           PERFORM  P00740-CHECK-STOCK
               THRU P00740-CHECK-STOCK-EXIT.
           PERFORM  P00741-ALLOCATE-STOCK
               THRU P00741-ALLOCATE-STOCK-EXIT.

           MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO OSQ-ORDER-NUMBER.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.

           CALL 'CBLTDLI' USING ICF-ISRT,
                                ORDER-PCB,
                                ORDER-ITEM-SEGMENT,
                                ORDER-SSA-QUAL,
                                ORDER-ITEM-SSA-UNQUAL.

      *****************************************************************
      *    MIRROR THE NEW ORDER ONTO THE PENDING ORDER FILE SO THE    *
      *    CHANGE/DELETE EDIT SEES IT ON THE NEXT RUN.  A REWRITE ON  *
      *    INVALID KEY KEEPS A CHECKPOINT RESTART FROM FAILING THE    *
      *    SECOND TIME THROUGH THE SAME ADD.                          *
      *****************************************************************

           MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO PEND-ORDER-NUMBER.
           MOVE WMF-CUSTOMER-ID        TO PEND-CUSTOMER-ID.
           MOVE 'P'                    TO PEND-STATUS.
           MOVE ORD-ORDER-DATE         TO PEND-ORDER-DATE.
           WRITE PENDORD-RECORD
               INVALID KEY
                   REWRITE PENDORD-RECORD
           END-WRITE.

      *****************************************************************
      *    A RUSH ORDER GOES ON EXPDORD BEFORE ITS ADD EVENT IS       *
      *    PUBLISHED, SO THE EVENT ALREADY GOES OUT AT HIGH PRIORITY  *
      *****************************************************************

           IF WPR-ORDER-EXPEDITED
               MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO EXP-ORDER-NUMBER
               MOVE 'O'                TO EXP-STATUS
               MOVE WMF-CUSTOMER-ID    TO EXP-CUSTOMER-ID
               MOVE ORD-ORDER-DATE     TO EXP-ORDER-DATE
               MOVE WXP-PROMISED-DAYS  TO EXP-PROMISED-DAYS
               MOVE WXP-SURCHARGE      TO EXP-SURCHARGE
               MOVE ZEROES             TO EXP-SHIP-DATE
                                          EXP-SHIP-DAYS
               MOVE WMF-USERID         TO EXP-USERID
               WRITE EXPEDITE-RECORD
                   INVALID KEY
                       REWRITE EXPEDITE-RECORD
               END-WRITE
               ADD +1                  TO WXP-EXPEDITED-ADDED
           END-IF.

           IF WCT-AUDIT-CONTRACT
               ADD +1                  TO WCT-LINES-PRICED
           END-IF.

      *****************************************************************
      *    A DROP-SHIP ITEM GOES TO ITS SUPPLIER ON DROPSHIP, AND THE *
      *    SWITCH KEEPS P00688 FROM ALSO QUEUEING IT TO THE WAREHOUSE *
      *****************************************************************

           MOVE WMF-ITEM-NUMBER        TO WDS-ITEM-NUMBER.
           PERFORM  P00714-CHECK-DROP-SHIP
               THRU P00714-CHECK-DROP-SHIP-EXIT.
           IF WDS-DROP-SHIP
               PERFORM  P00715-WRITE-DROP-SHIP-LINE
                   THRU P00715-WRITE-DROP-SHIP-LINE-EXIT
           END-IF.

           MOVE SPACES                 TO AUD-BEFORE-IMAGE.
           MOVE ORDER-SEGMENT          TO AUD-AFTER-IMAGE.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.
           MOVE 'N'                    TO WDS-DROP-SHIP-SW.

           IF WPR-ORDER-EDI
               MOVE 'A'                TO ERS-RESULT
               MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO ERS-ORDER-NUMBER
               PERFORM  P00751-NOTE-EDI-RESULT
                   THRU P00751-NOTE-EDI-RESULT-EXIT
           END-IF.

           ADD +1                      TO WRS-ORDERS-ADDED.
           ADD +1                      TO WRS-ITEMS-ADDED.

      *****************************************************************
      *    THE ORDER NOW OWES -- ROLL ITS TOTAL INTO THE CUSTOMER'S   *
      *    OPEN BALANCE SO THE NEXT CREDIT CHECK SEES IT              *
      *****************************************************************

           ADD WMF-ORDER-TOTAL-AMOUNT  TO CUST-OPEN-BALANCE.
           REWRITE CUSTOMER-RECORD.

      *****************************************************************
      *    REMEMBER THIS ADD FOR THE REST OF THE RUN'S DUPLICATE      *
      *    CHECKS                                                     *
      *****************************************************************

           IF WDU-COUNT < WDU-MAX
               ADD +1                  TO WDU-COUNT
               MOVE WMF-CUSTOMER-ID    TO WDU-CUSTOMER-ID (WDU-COUNT)
               MOVE WMF-ITEM-NUMBER    TO WDU-ITEM-NUMBER (WDU-COUNT)
               MOVE WMF-ORDER-QUANTITY TO WDU-QUANTITY (WDU-COUNT)
           END-IF.

       P00672-ADD-ORDER-SEGMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *    FUNCTION :  ISRT ONE ADDITIONAL ORDER-ITEM CHILD SEGMENT   *
      *                UNDER THE ORDER ADDED BY THE PRECEDING ADD     *
      *                ORDER RECORD.  THE ITEM SEQUENCE CONTINUES     *
      *                FROM THE LAST LINE ITEM WRITTEN UNLESS THE     *
      *                RECORD CARRIES AN EXPLICIT SEQUENCE            *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00673-ADD-ITEM-SEGMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    THE AUDIT RECORD AND ORDER EVENT FOR THIS ITEM QUOTE THE   *
      *    PARENT ORDER'S CUSTOMER AND TOTAL FROM ORDER-SEGMENT.  ON  *
      *    A CHECKPOINT RESTART THE PARENT'S ADD RAN IN THE PRIOR     *
      *    EXECUTION, SO RE-FETCH THE PARENT WHEN THE SEGMENT IN      *
      *    MEMORY IS NOT THE ORDER THIS ITEM EXTENDS                  *
      *****************************************************************

           IF ORD-ORDER-NUMBER NOT = WMF-LAST-ORDER-NUMBER
               MOVE ZEROES             TO OSQ-ORDER-PREFIX
               MOVE WMF-LAST-ORDER-NUMBER
                                       TO OSQ-ORDER-NUMBER
               CALL 'CBLTDLI' USING ICF-GHU,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
           END-IF.

           MOVE SPACES                 TO ORDER-ITEM-SEGMENT.
           MOVE ZEROES                 TO ORI-RETURNED-QUANTITY
                                          ORI-SHIPPED-QUANTITY
                                          ORI-BILLED-QUANTITY
                                          ORI-ALLOCATED-QUANTITY.
           MOVE WPR-ITEM-CONT-NUMBER-R TO ORI-ITEM-NUMBER.

           IF WPR-ITEM-CONT-SEQ NUMERIC
               MOVE WPR-ITEM-CONT-SEQ-R
                                       TO WMF-ITEM-SEQ
           ELSE
               ADD +1                  TO WMF-ITEM-SEQ
           END-IF.
           MOVE WMF-ITEM-SEQ           TO ORI-ITEM-SEQ.

           IF WPR-ITEM-CONT-QUANTITY NUMERIC
               MOVE WPR-ITEM-CONT-QUANTITY-R
                                       TO ORI-ITEM-QUANTITY
           ELSE
               MOVE WOD-ORDER-QUANTITY TO ORI-ITEM-QUANTITY
           END-IF.

           IF WPR-ITEM-CONT-PRICE NUMERIC
               MOVE WPR-ITEM-CONT-PRICE-R
                                       TO ORI-EXTENDED-PRICE
           ELSE
               MOVE ZEROES             TO ORI-EXTENDED-PRICE
           END-IF.

      *****************************************************************
      *    CONTRACT PRICING -- A CUSTOMER CONTRACT FOR THE ITEM (OR   *
      *    THE PARENT ORDER'S CATEGORY) IN EFFECT TODAY PRICES THE    *
      *    LINE AT ITS UNIT PRICE AND TAKES NO QUANTITY BREAK         *
      *****************************************************************

           MOVE 'N'                    TO WCT-AUDIT-SW.
           MOVE ORD-CUSTOMER-ID        TO WCT-CUSTOMER-ID.
           MOVE ORD-CATEGORY           TO WCT-CATEGORY.
           MOVE ORI-ITEM-NUMBER        TO WCT-ITEM-NUMBER.
           MOVE ORI-ITEM-QUANTITY      TO WCT-QUANTITY.
           PERFORM  P00746-FIND-CONTRACT-PRICE
               THRU P00746-FIND-CONTRACT-PRICE-EXIT.

      *****************************************************************
      *    BULK DISCOUNT (SCENARIO 9) -- WHEN THE LINE QUANTITY       *
      *    REACHES A QUANTITY BREAK FOR THE ITEM (OR, FAILING THAT,   *
      *    THE PARENT ORDER'S CATEGORY), THE DISCOUNT COMES OFF THE   *
      *    EXTENDED PRICE HERE AND RIDES ON THE AUDIT RECORD          *
      *****************************************************************

           IF WCT-CONTRACT-FOUND
               MOVE WCT-EXTENDED-PRICE TO ORI-EXTENDED-PRICE
               MOVE ZEROES             TO WMF-LAST-DISCOUNT-PCT
               MOVE WCT-CONTRACT-ID    TO WCT-AUDIT-ID
               MOVE 'Y'                TO WCT-AUDIT-SW
           ELSE
               PERFORM  P00675-APPLY-QTY-BREAK
                   THRU P00675-APPLY-QTY-BREAK-EXIT
           END-IF.

      *****************************************************************
      *    PRICE OVERRIDE (SCENARIO 4) -- THE PRICE ARRIVED AT SO FAR *
      *    IS THE LIST PRICE.  AN OVERRIDE WITHIN THE USERID'S        *
      *    CEILING REPLACES IT; ONE BEYOND IT IS HELD FOR APPROVAL    *
      *    AND THE LINE IS NOT INSERTED UNTIL Q= RELEASES IT          *
      *****************************************************************

           MOVE 'N'                    TO WPO-APPLIED-SW
                                          WPO-HELD-SW.
           IF WPR-ITEM-OVRD-PRICE NUMERIC
               PERFORM  P00717-APPLY-PRICE-OVERRIDE
                   THRU P00717-APPLY-PRICE-OVERRIDE-EXIT
           END-IF.

           IF PARM-ERROR-FOUND
               GO TO P00673-ADD-ITEM-SEGMENT-EXIT.

           IF WPO-OVERRIDE-HELD
               MOVE 'N'                TO WPO-HELD-SW
               GO TO P00673-ADD-ITEM-SEGMENT-EXIT.

      *****************************************************************
      *    STOCK ALLOCATION -- A LINE THE STOCK ON HAND CANNOT COVER  *
      *    GOES TO BACKORD FOR NO STOCK (A BACKORDER RETRY THAT STILL *
      *    CANNOT BE COVERED JUST STAYS OPEN)                         *
      *****************************************************************

           MOVE ORI-ITEM-NUMBER        TO WIN-ITEM-NUMBER.
           MOVE ORI-ITEM-QUANTITY      TO WIN-QUANTITY.
           PERFORM  P00740-CHECK-STOCK
               THRU P00740-CHECK-STOCK-EXIT.

           IF WIN-NO-STOCK
               IF WBK-SKIP-BACKORDER
                   MOVE 'Y'            TO WS-PARM-ERROR-FOUND-SW
               ELSE
                   SET WBK-NO-STOCK    TO TRUE
                   PERFORM  P00669-CREATE-BACKORDER
                       THRU P00669-CREATE-BACKORDER-EXIT
               END-IF
               GO TO P00673-ADD-ITEM-SEGMENT-EXIT.

           PERFORM  P00741-ALLOCATE-STOCK
               THRU P00741-ALLOCATE-STOCK-EXIT.

           MOVE WMF-LAST-ORDER-NUMBER  TO OSQ-ORDER-NUMBER.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.

           CALL 'CBLTDLI' USING ICF-ISRT,
                                ORDER-PCB,
                                ORDER-ITEM-SEGMENT,
                                ORDER-SSA-QUAL,
                                ORDER-ITEM-SSA-UNQUAL.

           ADD +1                      TO WRS-ITEMS-ADDED.
           IF WCT-AUDIT-CONTRACT
               ADD +1                  TO WCT-LINES-PRICED
           END-IF.

      *****************************************************************
      *    THE ORDER TOTAL IS ITS LINE PRICES PLUS ANY EXPEDITE       *
      *    SURCHARGE -- THE NEW LINE JOINS IT AND THE CUSTOMER'S      *
      *    OPEN BALANCE                                               *
      *****************************************************************

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.
           IF PCB-STATUS-CODE = SPACES
               ADD ORI-EXTENDED-PRICE  TO ORD-ORDER-TOTAL-AMOUNT
               CALL 'CBLTDLI' USING ICF-REPL,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               MOVE ORD-CUSTOMER-ID    TO WBA-ADJ-CUSTOMER
               MOVE ORI-EXTENDED-PRICE TO WBA-ADJ-AMOUNT
               PERFORM  P00664-ADJUST-CUST-BALANCE
                   THRU P00664-ADJUST-CUST-BALANCE-EXIT
           END-IF.

           MOVE ORI-ITEM-NUMBER        TO WDS-ITEM-NUMBER.
           PERFORM  P00714-CHECK-DROP-SHIP
               THRU P00714-CHECK-DROP-SHIP-EXIT.
           IF WDS-DROP-SHIP
               PERFORM  P00715-WRITE-DROP-SHIP-LINE
                   THRU P00715-WRITE-DROP-SHIP-LINE-EXIT
           END-IF.

      *****************************************************************
      *    ITEM CONTINUATIONS CHANGE THE ORDER DATABASE, SO THEY ARE  *
      *    AUDITED AND PUBLISHED LIKE EVERY OTHER ORDER ACTION -- THE *
      *    AFTER IMAGE CARRIES THE ITEM SEGMENT JUST INSERTED, AND    *
      *    THE EVENT CARRIES THE ORDER'S RUNNING ITEM COUNT           *
      *****************************************************************

           IF WPO-OVERRIDE-APPLIED
               MOVE WPO-LIST-IMAGE     TO AUD-BEFORE-IMAGE
           ELSE
               MOVE SPACES             TO AUD-BEFORE-IMAGE
           END-IF.
           MOVE ORDER-ITEM-SEGMENT     TO AUD-AFTER-IMAGE.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.
           MOVE 'N'                    TO WDS-DROP-SHIP-SW.

           IF WPO-OVERRIDE-APPLIED
               ADD +1                  TO WPO-OVERRIDES-APPLIED
               PERFORM  P00719-TALLY-PRICE-OVERRIDE
                   THRU P00719-TALLY-PRICE-OVERRIDE-EXIT
               MOVE 'N'                TO WPO-APPLIED-SW
           END-IF.

       P00673-ADD-ITEM-SEGMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00674-CHANGE-ORDER-SEGMENT                    *
      *                                                               *
      *    FUNCTION :  GHU THE ORDER SEGMENT BY ORDER NUMBER, UPDATE  *
      *                ITS DATA, AND REPL IT BACK TO THE ORDER DB     *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00674-CHANGE-ORDER-SEGMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE WPR-ORDER-NUMBER-R     TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               MOVE ORDER-SEGMENT      TO AUD-BEFORE-IMAGE
               MOVE ORD-CUSTOMER-ID    TO WBA-OLD-CUSTOMER
               MOVE ORD-ORDER-TOTAL-AMOUNT
                                       TO WBA-OLD-TOTAL
      *****************************************************************
      *    A FIELD LEFT BLANK ON THE CHANGE RECORD INHERITS THE       *
      *    ORDER'S CURRENT VALUE -- THE COMPILED DEFAULTS ARE FOR     *
      *    ADDS ONLY.  A CHANGE CARD CARRYING JUST THE ORDER NUMBER   *
      *    (THE HISTORICAL RE-PRICE USE) LEAVES THE ORDER'S DATA      *
      *    UNTOUCHED.                                                 *
      *****************************************************************
               IF WPR-ORDER-CUSTOMER-ID = SPACES
                   MOVE ORD-CUSTOMER-ID
                                       TO WMF-CUSTOMER-ID
               END-IF
               IF WPR-ORDER-CATEGORY = SPACES
                   MOVE ORD-CATEGORY   TO WMF-CATEGORY
               END-IF
               IF WPR-ORDER-SUB-CATEGORY = SPACES
                   MOVE ORD-SUB-CATEGORY
                                       TO WMF-SUB-CATEGORY
               END-IF
               MOVE WPR-ORDER-NUMBER-R TO WS-PDASP1-ORDER-NUMBER
               PERFORM  P00785-PRICE-ORDER-PDAS01
                   THRU P00785-PRICE-ORDER-PDAS01-EXIT
      *****************************************************************
      *    THE PDAS01 PRICE RE-PRICES THE FIRST LINE; CONTRACT LINES  *
      *    TAKE TODAY'S CONTRACT PRICE.  THE TOTAL MOVES BY WHAT THE  *
      *    LINES MOVED (SURCHARGE AND RETURN CREDITS STAY AS THEY     *
      *    ARE).  NOTHING IS REPLACED UNTIL THE APPROVAL CHECK PASSES *
      *****************************************************************
               MOVE 'N'                TO WCT-APPLY-SW
               PERFORM  P00748-REPRICE-ORDER-LINES
                   THRU P00748-REPRICE-ORDER-LINES-EXIT
               COMPUTE WMF-ORDER-TOTAL-AMOUNT =
                   WBA-OLD-TOTAL + WCT-PRICE-DELTA
               MOVE WMF-CUSTOMER-ID    TO ORD-CUSTOMER-ID
               MOVE WMF-CATEGORY       TO ORD-CATEGORY
               MOVE WMF-SUB-CATEGORY   TO ORD-SUB-CATEGORY
      *****************************************************************
      *    DUAL CONTROL -- A CHANGE WHOSE PRICED TOTAL EXCEEDS THE    *
      *    G= THRESHOLD IS HELD FOR APPROVAL INSTEAD OF APPLIED.      *
      *    THE Q= RELEASE COMES BACK THROUGH HERE WITH THE CHECK      *
      *    SUPPRESSED                                                 *
      *****************************************************************
               IF (NOT WAP-SKIP-APPROVAL)            AND
                  (WMF-APPROVAL-THRESHOLD > ZEROES)  AND
                  (WMF-ORDER-TOTAL-AMOUNT > WMF-APPROVAL-THRESHOLD)
                   GO TO P00674-HOLD-FOR-APPROVAL
               END-IF
               MOVE 'Y'                TO WCT-APPLY-SW
               PERFORM  P00748-REPRICE-ORDER-LINES
                   THRU P00748-REPRICE-ORDER-LINES-EXIT
               MOVE WMF-CUSTOMER-ID    TO ORD-CUSTOMER-ID
               MOVE WMF-CATEGORY       TO ORD-CATEGORY
               MOVE WMF-SUB-CATEGORY   TO ORD-SUB-CATEGORY
               MOVE WMF-ORDER-TOTAL-AMOUNT
                                       TO ORD-ORDER-TOTAL-AMOUNT
               CALL 'CBLTDLI' USING ICF-REPL,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               MOVE ORDER-SEGMENT      TO AUD-AFTER-IMAGE
               PERFORM  P00684-WRITE-ORDER-AUDIT
                   THRU P00684-WRITE-ORDER-AUDIT-EXIT
               ADD +1                  TO WRS-ORDERS-CHANGED
      *****************************************************************
      *    KEEP THE OPEN BALANCES IN STEP WITH THE REPLACED TOTAL --  *
      *    SAME CUSTOMER MOVES BY THE DELTA; A CHANGE THAT MOVED THE  *
      *    ORDER TO A NEW CUSTOMER RELIEVES THE OLD ONE IN FULL AND   *
      *    CHARGES THE NEW ONE IN FULL                                *
      *****************************************************************
               IF ORD-CUSTOMER-ID = WBA-OLD-CUSTOMER
                   MOVE ORD-CUSTOMER-ID
                                       TO WBA-ADJ-CUSTOMER
                   COMPUTE WBA-ADJ-AMOUNT =
                       ORD-ORDER-TOTAL-AMOUNT - WBA-OLD-TOTAL
                   PERFORM  P00664-ADJUST-CUST-BALANCE
                       THRU P00664-ADJUST-CUST-BALANCE-EXIT
               ELSE
                   MOVE WBA-OLD-CUSTOMER
                                       TO WBA-ADJ-CUSTOMER
                   COMPUTE WBA-ADJ-AMOUNT = 0 - WBA-OLD-TOTAL
                   PERFORM  P00664-ADJUST-CUST-BALANCE
                       THRU P00664-ADJUST-CUST-BALANCE-EXIT
                   MOVE ORD-CUSTOMER-ID
                                       TO WBA-ADJ-CUSTOMER
                   MOVE ORD-ORDER-TOTAL-AMOUNT
                                       TO WBA-ADJ-AMOUNT
                   PERFORM  P00664-ADJUST-CUST-BALANCE
                       THRU P00664-ADJUST-CUST-BALANCE-EXIT
               END-IF
           ELSE
               MOVE WPR-ORDER-NUMBER   TO WPM-ORDER-NUMBER-CHG
               MOVE WPM-ORDER-NOT-FOUND-CHANGE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

           GO TO P00674-CHANGE-ORDER-SEGMENT-EXIT.

      *****************************************************************
      *    HOLD THE CHANGE ON THE APPROVAL FILE UNDER THE NEXT        *
      *    SEQUENCE, AUDIT IT AS HELD (ACTION W) SO IT SHOWS ON THE   *
      *    ORDER ACTIVITY REPORT, AND TELL THE SUBMITTER ON USERRJCT  *
      *****************************************************************

       P00674-HOLD-FOR-APPROVAL.

           SET WAP-CHANGE-HELD         TO TRUE.
           ADD +1                      TO WAP-CHANGES-HELD.

           PERFORM  P00720-NEXT-APPROVAL-SEQ
               THRU P00720-NEXT-APPROVAL-SEQ-EXIT.

           MOVE WAP-NEXT-SEQ           TO APR-SEQ.
           MOVE 'P'                    TO APR-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO APR-HELD-DATE.
           MOVE ZEROES                 TO APR-DECISION-DATE.
           MOVE SPACES                 TO APR-APPROVER.
           MOVE WPR-ORDER-NUMBER-R     TO APR-ORDER-NUMBER.
           MOVE WMF-ORDER-TOTAL-AMOUNT TO APR-AMOUNT.
           MOVE WS-PARAMETER-RECORD    TO APR-PARM-IMAGE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   REWRITE APPROVAL-RECORD
           END-WRITE.

           MOVE SPACES                 TO AUD-AFTER-IMAGE.
           MOVE 'W'                    TO WPR-RECORD-TYPE.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.
           MOVE 'C'                    TO WPR-RECORD-TYPE.

           MOVE WPR-ORDER-NUMBER       TO WPM-HELD-ORDER-NUM.
           MOVE WAP-NEXT-SEQ           TO WPM-APPROVAL-SEQ.
           MOVE WPM-CHANGE-HELD-APPROVAL
                                       TO WMF-MESSAGE-AREA.
           WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA.

       P00674-CHANGE-ORDER-SEGMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00675-APPLY-QTY-BREAK                         *
      *                                                               *
      *    FUNCTION :  APPLY THE DEEPEST QUALIFYING QUANTITY-BREAK    *
      *                DISCOUNT TO THE LINE ITEM IN ORDER-ITEM-       *
      *                SEGMENT.  AN ITEM-KEYED BREAK BEATS A          *
      *                CATEGORY-KEYED ONE; AMONG QUALIFYING BREAKS    *
      *                OF THE SAME KIND THE HIGHEST BREAK QUANTITY    *
      *                WINS.  LEAVES THE PCT APPLIED (OR ZERO) IN     *
      *                WMF-LAST-DISCOUNT-PCT FOR THE AUDIT RECORD     *
      *                                                               *
      *    CALLED BY:  P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00675-APPLY-QTY-BREAK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WMF-LAST-DISCOUNT-PCT
                                          WQB-BEST-QTY
                                          WQB-BEST-PCT.
           MOVE 'N'                    TO WQB-MATCH-SW.

           IF (WQB-COUNT = ZEROES) OR
              (ORI-EXTENDED-PRICE NOT > ZEROES)
               GO TO P00675-APPLY-QTY-BREAK-EXIT.

           MOVE SPACES                 TO WQB-ITEM-KEY.
           MOVE ORI-ITEM-NUMBER        TO WQB-ITEM-DISPLAY.
           MOVE WQB-ITEM-DISPLAY       TO WQB-ITEM-KEY (1:8).

           PERFORM VARYING WQB-SUB FROM +1 BY +1
                   UNTIL WQB-SUB > WQB-COUNT
               IF (WQB-KEY-TYPE (WQB-SUB) = 'I')            AND
                  (WQB-KEY-VALUE (WQB-SUB) = WQB-ITEM-KEY)  AND
                  (ORI-ITEM-QUANTITY NOT <
                   WQB-BREAK-QTY (WQB-SUB))                 AND
                  (WQB-BREAK-QTY (WQB-SUB) NOT < WQB-BEST-QTY)
                   SET WQB-BREAK-MATCHED
                                       TO TRUE
                   MOVE WQB-BREAK-QTY (WQB-SUB)
                                       TO WQB-BEST-QTY
                   MOVE WQB-DISCOUNT-PCT (WQB-SUB)
                                       TO WQB-BEST-PCT
               END-IF
           END-PERFORM.

           IF NOT WQB-BREAK-MATCHED
               PERFORM VARYING WQB-SUB FROM +1 BY +1
                       UNTIL WQB-SUB > WQB-COUNT
                   IF (WQB-KEY-TYPE (WQB-SUB) = 'C')        AND
                      (WQB-KEY-VALUE (WQB-SUB) = ORD-CATEGORY) AND
                      (ORI-ITEM-QUANTITY NOT <
                       WQB-BREAK-QTY (WQB-SUB))             AND
                      (WQB-BREAK-QTY (WQB-SUB) NOT < WQB-BEST-QTY)
                       SET WQB-BREAK-MATCHED
                                       TO TRUE
                       MOVE WQB-BREAK-QTY (WQB-SUB)
                                       TO WQB-BEST-QTY
                       MOVE WQB-DISCOUNT-PCT (WQB-SUB)
                                       TO WQB-BEST-PCT
                   END-IF
               END-PERFORM
           END-IF.

           IF WQB-BREAK-MATCHED AND (WQB-BEST-PCT > ZEROES)
               COMPUTE ORI-EXTENDED-PRICE ROUNDED =
                   ORI-EXTENDED-PRICE *
                   (1 - (WQB-BEST-PCT / 100))
               MOVE WQB-BEST-PCT       TO WMF-LAST-DISCOUNT-PCT
           END-IF.

       P00675-APPLY-QTY-BREAK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00676-DELETE-ORDER-SEGMENT                    *
      *                                                               *
      *    FUNCTION :  GHU THE ORDER SEGMENT BY ORDER NUMBER TO       *
      *                POSITION, THEN DLET IT FROM THE ORDER DB       *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00676-DELETE-ORDER-SEGMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE WPR-ORDER-NUMBER-R     TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               PERFORM  P00742-RELEASE-ORDER-STOCK
                   THRU P00742-RELEASE-ORDER-STOCK-EXIT
               MOVE ORDER-SEGMENT      TO AUD-BEFORE-IMAGE
               CALL 'CBLTDLI' USING ICF-DLET,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               MOVE WPR-ORDER-NUMBER-R TO PEND-ORDER-NUMBER
               DELETE PENDORD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM  P00683-RELIEVE-CUST-BALANCE
                   THRU P00683-RELIEVE-CUST-BALANCE-EXIT
               MOVE SPACES             TO AUD-AFTER-IMAGE
               PERFORM  P00684-WRITE-ORDER-AUDIT
                   THRU P00684-WRITE-ORDER-AUDIT-EXIT
               ADD +1                  TO WRS-ORDERS-DELETED
           ELSE
               MOVE WPR-ORDER-NUMBER   TO WPM-ORDER-NUMBER-DEL
               MOVE WPM-ORDER-NOT-FOUND-DELETE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

       P00676-DELETE-ORDER-SEGMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *    FUNCTION :  GHU THE ORDER SEGMENT BY ORDER NUMBER AND      *
      *                APPLY THE REQUESTED STATUS LIFECYCLE CHANGE    *
      *                (H= SHIP, K= CLOSE, X= CANCEL) AFTER VERIFYING *
      *                THE TRANSITION IS ALLOWED FROM THE ORDER'S     *
      *                CURRENT STATUS:                                *
      *                                                               *
      *                    SHIP   (SH)  ALLOWED FROM OP, PS           *
      *                    CLOSE  (CL)  ALLOWED FROM OP, PS, SH       *
      *                    CANCEL (CA)  ALLOWED FROM OP               *
      *                                                               *
      *                A SHIP OF ONE LINE, OR OF PART OF ONE, LEAVES  *
      *                THE ORDER PS (PARTIALLY SHIPPED) UNTIL EVERY   *
      *                LINE IS FILLED                                 *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00678-STATUS-ORDER-SEGMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE WPR-ORDER-NUMBER-R     TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               MOVE WPR-ORDER-NUMBER   TO WPM-ORDER-NUMBER-STS
               MOVE WPM-ORDER-NOT-FOUND-STATUS
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00678-STATUS-ORDER-SEGMENT-EXIT.

           EVALUATE TRUE
               WHEN WPR-SHIP-ORDER
                   MOVE 'SH'           TO WMF-NEW-ORDER-STATUS
               WHEN WPR-CLOSE-ORDER
                   MOVE 'CL'           TO WMF-NEW-ORDER-STATUS
               WHEN WPR-CANCEL-ORDER
                   MOVE 'CA'           TO WMF-NEW-ORDER-STATUS
           END-EVALUATE.

           MOVE 'N'                    TO WMF-STATUS-CHANGE-OK-SW.

           EVALUATE TRUE
               WHEN WPR-SHIP-ORDER   AND
                    (ORD-STATUS-OPEN OR ORD-STATUS-PARTIAL)
                   MOVE 'Y'            TO WMF-STATUS-CHANGE-OK-SW
               WHEN WPR-CLOSE-ORDER  AND
                    (ORD-STATUS-OPEN OR ORD-STATUS-PARTIAL OR
                     ORD-STATUS-SHIPPED)
                   MOVE 'Y'            TO WMF-STATUS-CHANGE-OK-SW
               WHEN WPR-CANCEL-ORDER AND ORD-STATUS-OPEN
                   MOVE 'Y'            TO WMF-STATUS-CHANGE-OK-SW
           END-EVALUATE.

      *****************************************************************
      *    A SHIP MARKS ITS LINE(S) SHIPPED FIRST -- THAT DECIDES     *
      *    WHETHER THE ORDER IS NOW SH OR STILL PS                    *
      *****************************************************************

           IF WMF-STATUS-CHANGE-OK AND WPR-SHIP-ORDER
               PERFORM  P00735-SHIP-ORDER-ITEMS
                   THRU P00735-SHIP-ORDER-ITEMS-EXIT
               IF PARM-ERROR-FOUND
                   GO TO P00678-STATUS-ORDER-SEGMENT-EXIT.

           IF WMF-STATUS-CHANGE-OK
               MOVE ORDER-SEGMENT      TO AUD-BEFORE-IMAGE
               MOVE WMF-NEW-ORDER-STATUS
                                       TO ORD-ORDER-STATUS
               CALL 'CBLTDLI' USING ICF-REPL,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               MOVE ORDER-SEGMENT      TO AUD-AFTER-IMAGE
               PERFORM  P00684-WRITE-ORDER-AUDIT
                   THRU P00684-WRITE-ORDER-AUDIT-EXIT
               EVALUATE TRUE
                   WHEN WPR-SHIP-ORDER
                       ADD +1          TO WRS-ORDERS-SHIPPED
                       PERFORM  P00677-NOTE-PENDING-INVOICE
                           THRU P00677-NOTE-PENDING-INVOICE-EXIT
                       IF ORD-STATUS-SHIPPED
                           PERFORM  P00708-NOTE-EXPEDITE-SHIPPED
                               THRU P00708-NOTE-EXPEDITE-SHIPPED-EXIT
                       ELSE
                           ADD +1      TO WPS-PARTIAL-SHIPS
                       END-IF
                   WHEN WPR-CLOSE-ORDER
                       ADD +1          TO WRS-ORDERS-CLOSED
                   WHEN WPR-CANCEL-ORDER
                       ADD +1          TO WRS-ORDERS-CANCELLED
               END-EVALUATE
               IF ORD-STATUS-CLOSED OR ORD-STATUS-CANCELLED
                   MOVE WPR-ORDER-NUMBER-R
                                       TO PEND-ORDER-NUMBER
                   DELETE PENDORD-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
      *****************************************************************
      *    A CLOSED OR CANCELLED ORDER NO LONGER OWES -- RELIEVE THE  *
      *    CUSTOMER'S OPEN BALANCE SO THE CREDIT LIMIT MEASURES OPEN  *
      *    EXPOSURE, NOT LIFETIME SALES                               *
      *****************************************************************
      *    STOCK STILL PROMISED TO A CLOSED OR CANCELLED ORDER GOES
      *    BACK TO AVAILABLE
               IF ORD-STATUS-CLOSED OR ORD-STATUS-CANCELLED
                   PERFORM  P00742-RELEASE-ORDER-STOCK
                       THRU P00742-RELEASE-ORDER-STOCK-EXIT
               END-IF
      *    WHATEVER A CLOSED ORDER HAS ALREADY INVOICED NOW SITS ON
      *    ARLEDGER AND ONLY CASH RECEIPTS RELIEVE IT
               IF ORD-STATUS-CANCELLED
                   PERFORM  P00683-RELIEVE-CUST-BALANCE
                       THRU P00683-RELIEVE-CUST-BALANCE-EXIT
               END-IF
               IF ORD-STATUS-CLOSED
                   PERFORM  P00723-RELIEVE-CLOSED-ORDER
                       THRU P00723-RELIEVE-CLOSED-ORDER-EXIT
               END-IF
           ELSE
               MOVE WPR-ORDER-NUMBER   TO WPM-STATUS-ORDER-NUM
               MOVE ORD-ORDER-STATUS   TO WPM-STATUS-FROM
               MOVE WMF-NEW-ORDER-STATUS
                                       TO WPM-STATUS-TO
               MOVE WPM-INVALID-STATUS-CHANGE
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

       P00678-STATUS-ORDER-SEGMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00677-NOTE-PENDING-INVOICE                    *
      *                                                               *
      *    FUNCTION :  PUT THE ORDER JUST MOVED TO SHIPPED ON THE     *
      *                PENDINV KEYED FILE IN STATUS P, AS PART OF     *
      *                THE SAME STATUS TRANSITION -- THE PENDING SET  *
      *                LIVES ON DISK, SO AN ABEND BEFORE THE INVOICE  *
      *                PASS CANNOT LOSE A BILL.  A FURTHER SHIPMENT   *
      *                OF AN ORDER ALREADY ON THE FILE JUST RE-MARKS  *
      *                IT PENDING, KEEPING ITS INVOICE COUNT          *
      *                                                               *
      *    CALLED BY:  P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00677-NOTE-PENDING-INVOICE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ORDER-NUMBER-R     TO PIV-ORDER-NUMBER.
           READ PENDING-INVOICE-FILE
               INVALID KEY
                   MOVE ZEROES         TO PIV-INVOICE-COUNT
           END-READ.

           IF PIV-INVOICE-COUNT NOT NUMERIC
               MOVE ZEROES             TO PIV-INVOICE-COUNT.

           MOVE 'P'                    TO PIV-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO PIV-SHIP-DATE.
           MOVE ZEROES                 TO PIV-BILLED-DATE.

           WRITE PENDING-INVOICE-RECORD
               INVALID KEY
                   REWRITE PENDING-INVOICE-RECORD
           END-WRITE.

       P00677-NOTE-PENDING-INVOICE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00702-PROCESS-RETURN                          *
      *                                                               *
      *    FUNCTION :  APPLY AN N= RETURN (SCENARIO 5) AGAINST ONE    *
      *                ORDITEM LINE OF A SHIPPED, PARTLY SHIPPED OR   *
      *                CLOSED ORDER, UP TO THE LINE'S QUANTITY BILLED *
      *                SO FAR.  THE CREDIT IS THE                     *
      *                LINE'S EXTENDED PRICE PRORATED BY QUANTITY --  *
      *                TAKEN AS THE CUMULATIVE RETURNED SHARE LESS    *
      *                THE SHARE ALREADY CREDITED, SO A LINE RETURNED *
      *                IN PIECES CREDITS EXACTLY ITS EXTENDED PRICE.  *
      *                THE LINE'S RETURNED QUANTITY AND THE ORDER     *
      *                TOTAL ARE REPLACED, THE CUSTOMER BALANCE,      *
      *                LOYALTY POINTS AND REP COMMISSION ARE TAKEN    *
      *                BACK, AND THE LINE IS QUEUED ON PENDCRM FOR    *
      *                THE CREDIT MEMO                                *
      *                                                               *
      *    CALLED BY:  P00670-PROCESS-ORDER                           *
      *                                                               *
      *****************************************************************

       P00702-PROCESS-RETURN.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ORDER-NUMBER       TO WPM-RTN-ORDER-NUM.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE WPR-ORDER-NUMBER-R     TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               MOVE 'NOT ON FILE'      TO WPM-RTN-REASON-TEXT
               GO TO P00702-RETURN-REJECTED.

           IF ORD-STATUS-SHIPPED OR ORD-STATUS-CLOSED OR
              ORD-STATUS-PARTIAL
               NEXT SENTENCE
           ELSE
               MOVE 'IS NOT SHIPPED OR CLOSED'
                                       TO WPM-RTN-REASON-TEXT
               GO TO P00702-RETURN-REJECTED.

      *****************************************************************
      *    A CREDIT MEMO CREDITS AN INVOICE -- AN ORDER STILL WAITING *
      *    ON PENDINV FOR TONIGHT'S INVOICE PASS IS NOT RETURNABLE    *
      *    UNTIL IT HAS BEEN BILLED                                   *
      *****************************************************************

           MOVE WPR-ORDER-NUMBER-R     TO PIV-ORDER-NUMBER.
           READ PENDING-INVOICE-FILE
               INVALID KEY
                   MOVE SPACES         TO PIV-STATUS
                   MOVE ZEROES         TO PIV-INVOICE-COUNT
           END-READ.

           IF PIV-INVOICE-COUNT NOT NUMERIC
               MOVE ZEROES             TO PIV-INVOICE-COUNT.

           IF PIV-PENDING AND (PIV-INVOICE-COUNT = ZEROES)
               MOVE 'IS NOT INVOICED YET'
                                       TO WPM-RTN-REASON-TEXT
               GO TO P00702-RETURN-REJECTED.

           MOVE ORDER-SEGMENT          TO AUD-BEFORE-IMAGE.

      *****************************************************************
      *    FIND THE RETURNED LINE UNDER THE ORDER, HOLDING IT FOR     *
      *    THE REPLACE                                                *
      *****************************************************************

           MOVE 'N'                    TO WRT-ITEM-FOUND-SW
                                          WRT-END-OF-ITEMS-SW.

           PERFORM UNTIL WRT-ITEM-FOUND OR WRT-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GHN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-ITEM-SEQ = WPR-RTN-ITEM-SEQ-R
                       SET WRT-ITEM-FOUND
                                       TO TRUE
                   END-IF
               ELSE
                   SET WRT-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WRT-ITEM-FOUND
               NEXT SENTENCE
           ELSE
               MOVE 'HAS NO SUCH ITEM SEQUENCE'
                                       TO WPM-RTN-REASON-TEXT
               GO TO P00702-RETURN-REJECTED.

           COMPUTE WRT-RETURNABLE-QTY =
               ORI-BILLED-QUANTITY - ORI-RETURNED-QUANTITY.

           IF WPR-RTN-QUANTITY-R > WRT-RETURNABLE-QTY
               MOVE 'RETURN QTY OVER BILLED QTY'
                                       TO WPM-RTN-REASON-TEXT
               GO TO P00702-RETURN-REJECTED.

           COMPUTE WRT-PRIOR-CREDIT ROUNDED =
               ORI-EXTENDED-PRICE * ORI-RETURNED-QUANTITY
                                  / ORI-ITEM-QUANTITY.
           COMPUTE WRT-CREDIT-AMOUNT ROUNDED =
               ORI-EXTENDED-PRICE *
                   (ORI-RETURNED-QUANTITY + WPR-RTN-QUANTITY-R)
                                  / ORI-ITEM-QUANTITY.
           SUBTRACT WRT-PRIOR-CREDIT   FROM WRT-CREDIT-AMOUNT.

           ADD WPR-RTN-QUANTITY-R      TO ORI-RETURNED-QUANTITY.
           MOVE ORI-ITEM-NUMBER        TO WRT-ITEM-NUMBER.

           CALL 'CBLTDLI' USING ICF-REPL,
                                ORDER-PCB,
                                ORDER-ITEM-SEGMENT.

      *****************************************************************
      *    RE-HOLD THE ORDER AND TAKE THE CREDIT OFF ITS TOTAL, SO A  *
      *    LATER CLOSE RELIEVES ONLY WHAT IS STILL OWED               *
      *****************************************************************

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           SUBTRACT WRT-CREDIT-AMOUNT  FROM ORD-ORDER-TOTAL-AMOUNT.

           CALL 'CBLTDLI' USING ICF-REPL,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           MOVE ORDER-SEGMENT          TO AUD-AFTER-IMAGE.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.

           MOVE ORD-CUSTOMER-ID        TO WBA-ADJ-CUSTOMER.
           COMPUTE WBA-ADJ-AMOUNT = 0 - WRT-CREDIT-AMOUNT.
           PERFORM  P00664-ADJUST-CUST-BALANCE
               THRU P00664-ADJUST-CUST-BALANCE-EXIT.

           PERFORM  P00703-POST-RETURN-COMMISSION
               THRU P00703-POST-RETURN-COMMISSION-EXIT.

           PERFORM  P00704-NOTE-CREDIT-MEMO
               THRU P00704-NOTE-CREDIT-MEMO-EXIT.

           ADD +1                      TO WRT-RETURNS-PROCESSED.
           GO TO P00702-PROCESS-RETURN-EXIT.

       P00702-RETURN-REJECTED.

           MOVE WPM-RETURN-NOT-ALLOWED TO WMF-MESSAGE-AREA.
           PERFORM  P00700-PARM-ERROR
               THRU P00700-PARM-ERROR-EXIT.

       P00702-PROCESS-RETURN-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00703-POST-RETURN-COMMISSION                  *
      *                                                               *
      *    FUNCTION :  POST THE RETURN'S NEGATIVE SALE TO THE SALES   *
      *                KSDS AND SALESJRN FOR THE REP NAMED ON THE N=  *
      *                RECORD, WITH THE COMMISSION TAKEN BACK AT THE  *
      *                PLAN RATE IN EFFECT FOR SALES TYPE RTN (THE    *
      *                *** ENTRY WHEN NONE) AND LIMITED BY THE PLAN   *
      *                CAP.  THE SALES AREA AND EMPLOYEE REGION ARE   *
      *                SAVED AND RESTORED AROUND THE POSTING SO THE   *
      *                COMPENSATION PASS IS UNDISTURBED               *
      *                                                               *
      *    CALLED BY:  P00702-PROCESS-RETURN                          *
      *                                                               *
      *****************************************************************

       P00703-POST-RETURN-COMMISSION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SALES-COMMISSION       TO WRT-SAVE-SALES-COMMISSION.
           MOVE WA-EMP-REGION          TO WRT-SAVE-EMP-REGION.

           MOVE SPACES                 TO SALES-COMMISSION.
           MOVE WPR-RTN-SALES-ID       TO SCM-SALES-ID.
           MOVE ORD-CUSTOMER-ID        TO SCM-CUSTOMER-ID.
           MOVE WRT-ITEM-NUMBER        TO WRT-SCM-ITEM.
           MOVE WRT-SCM-ITEM           TO SCM-ITEM.
           COMPUTE SALES-AMT = 0 - WRT-CREDIT-AMOUNT.
           MOVE WS-BUSINESS-DATE-R     TO SCM-SALES-DATE.
           MOVE 'RTN'                  TO SALES-TYPE.
           MOVE ZEROES                 TO SALES-POINT-COMMISSION.

           PERFORM  P00795-LOOKUP-COMM-PLAN
               THRU P00795-LOOKUP-COMM-PLAN-EXIT.

           IF WMF-PLAN-FLAT > ZEROES
               COMPUTE SALES-POINT-COMMISSION =
                   WMF-PLAN-FLAT * -1
           ELSE
               COMPUTE SALES-POINT-COMMISSION ROUNDED =
                   SALES-AMT * WMF-PLAN-RATE
               IF WMF-PLAN-CAP > ZEROES
                   COMPUTE WS-SALES-POINT-COMMISSION =
                       WMF-PLAN-CAP * -1
                   IF SALES-POINT-COMMISSION <
                      WS-SALES-POINT-COMMISSION
                       MOVE WS-SALES-POINT-COMMISSION
                                       TO SALES-POINT-COMMISSION
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    REGION SALES ARE BUILT BY THE COMPENSATION PASS FOR THE    *
      *    EMPLOYEE IN HAND -- A RETURN POSTS NO REGION TOTAL         *
      *****************************************************************

           MOVE ZEROES                 TO WA-EMP-REGION.
           MOVE WPR-ORDER-NUMBER-R     TO WS-PDASP1-ORDER-NUMBER.

           PERFORM  P00850-SALES-COMP
               THRU P00850-SALES-COMP-EXIT.

           MOVE WRT-SAVE-SALES-COMMISSION
                                       TO SALES-COMMISSION.
           MOVE WRT-SAVE-EMP-REGION    TO WA-EMP-REGION.

       P00703-POST-RETURN-COMMISSION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00704-NOTE-CREDIT-MEMO                        *
      *                                                               *
      *    FUNCTION :  QUEUE THE RETURNED LINE ON THE PENDCRM KEYED   *
      *                FILE IN STATUS P UNDER THE NEXT SEQUENCE FROM  *
      *                THE 00000 CONTROL RECORD -- THE INVOICE PASS   *
      *                PRINTS IT, SO AN ABEND BEFORE THEN LOSES NO    *
      *                CREDIT MEMO                                    *
      *                                                               *
      *    CALLED BY:  P00702-PROCESS-RETURN                          *
      *                                                               *
      *****************************************************************

       P00704-NOTE-CREDIT-MEMO.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE '00000'                TO CRM-SEQ.
           READ CREDIT-MEMO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF PENDCRM-NOT-FOUND
               MOVE 1                  TO WRT-NEXT-SEQ
               MOVE '00000'            TO CRM-SEQ
               MOVE SPACES             TO CRM-STATUS
                                          CRM-CUSTOMER-ID
                                          CRM-SALES-ID
                                          CRM-REASON
                                          CRM-CONTROL-AREA
               MOVE ZEROES             TO CRM-RETURN-DATE
                                          CRM-BILLED-DATE
                                          CRM-ORDER-NUMBER
                                          CRM-ITEM-NUMBER
                                          CRM-ITEM-SEQ
                                          CRM-QUANTITY
                                          CRM-CREDIT-AMOUNT
               MOVE WRT-NEXT-SEQ       TO CRM-CONTROL-AREA (1:5)
               WRITE CREDIT-MEMO-RECORD
           ELSE
               IF CRM-CONTROL-AREA (1:5) NUMERIC
                   MOVE CRM-CONTROL-AREA (1:5)
                                       TO WRT-NEXT-SEQ
                   ADD 1               TO WRT-NEXT-SEQ
               ELSE
                   MOVE 1              TO WRT-NEXT-SEQ
               END-IF
               MOVE WRT-NEXT-SEQ       TO CRM-CONTROL-AREA (1:5)
               REWRITE CREDIT-MEMO-RECORD
           END-IF.

           MOVE WRT-NEXT-SEQ           TO CRM-SEQ.
           MOVE 'P'                    TO CRM-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO CRM-RETURN-DATE.
           MOVE ZEROES                 TO CRM-BILLED-DATE.
           MOVE WPR-ORDER-NUMBER-R     TO CRM-ORDER-NUMBER.
           MOVE ORD-CUSTOMER-ID        TO CRM-CUSTOMER-ID.
           MOVE WRT-ITEM-NUMBER        TO CRM-ITEM-NUMBER.
           MOVE WPR-RTN-ITEM-SEQ-R     TO CRM-ITEM-SEQ.
           MOVE WPR-RTN-QUANTITY-R     TO CRM-QUANTITY.
           MOVE WRT-CREDIT-AMOUNT      TO CRM-CREDIT-AMOUNT.
           MOVE WPR-RTN-SALES-ID       TO CRM-SALES-ID.
           MOVE WPR-RTN-REASON         TO CRM-REASON.
           MOVE SPACES                 TO CRM-CONTROL-AREA.
           WRITE CREDIT-MEMO-RECORD
               INVALID KEY
                   REWRITE CREDIT-MEMO-RECORD
           END-WRITE.

       P00704-NOTE-CREDIT-MEMO-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00708-NOTE-EXPEDITE-SHIPPED                   *
      *                                                               *
      *    FUNCTION :  WHEN THE ORDER JUST MOVED TO SHIPPED IS A RUSH *
      *                STILL OPEN ON EXPDORD, MARK IT S WITH THE SHIP *
      *                DATE AND ITS AGE IN DAYS AT SHIPMENT (PDAS03), *
      *                SO THE SLA REPORT CAN TELL A LATE SHIPMENT     *
      *                FROM ONE MADE WITHIN THE PROMISED DAYS         *
      *                                                               *
      *    CALLED BY:  P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00708-NOTE-EXPEDITE-SHIPPED.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ORDER-NUMBER-R     TO EXP-ORDER-NUMBER.
           READ EXPEDITE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF (WS-EXPDORD-STATUS = '00') AND EXP-OPEN
               NEXT SENTENCE
           ELSE
               GO TO P00708-NOTE-EXPEDITE-SHIPPED-EXIT.

           IF (EXP-ORDER-DATE NUMERIC) AND
              (EXP-ORDER-DATE > ZEROES)
               MOVE EXP-ORDER-DATE     TO PDAS03-ORDER-DATE
               CALL PDAS03 USING PDAS03-PARMS
               MOVE PDAS03-AGE-DAYS    TO EXP-SHIP-DAYS
           ELSE
               MOVE ZEROES             TO EXP-SHIP-DAYS
           END-IF.

           MOVE 'S'                    TO EXP-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO EXP-SHIP-DATE.
           REWRITE EXPEDITE-RECORD.

       P00708-NOTE-EXPEDITE-SHIPPED-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00709-GET-EXPEDITE-RATE                       *
      *                                                               *
      *    FUNCTION :  LOOK UP THE RUSH SURCHARGE AND PROMISED SHIP   *
      *                DAYS FOR WMF-CATEGORY ON THE SHIPRATE TABLE.   *
      *                THE CATEGORY'S OWN ENTRY BEATS THE * ENTRY;    *
      *                NEITHER LEAVES WXP-RATE-FOUND OFF              *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *****************************************************************

       P00709-GET-EXPEDITE-RATE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WXP-RATE-FOUND-SW.
           MOVE ZEROES                 TO WSH-DEFAULT-SUB
                                          WXP-SURCHARGE
                                          WXP-PROMISED-DAYS.

           PERFORM VARYING WSH-SUB FROM +1 BY +1
                   UNTIL (WSH-SUB > WSH-COUNT) OR WXP-RATE-FOUND
               IF WSH-CATEGORY (WSH-SUB) = WMF-CATEGORY
                   SET WXP-RATE-FOUND  TO TRUE
                   MOVE WSH-SURCHARGE (WSH-SUB)
                                       TO WXP-SURCHARGE
                   MOVE WSH-PROMISED-DAYS (WSH-SUB)
                                       TO WXP-PROMISED-DAYS
               ELSE
                   IF WSH-CATEGORY (WSH-SUB) = '*'
                       MOVE WSH-SUB    TO WSH-DEFAULT-SUB
                   END-IF
               END-IF
           END-PERFORM.

           IF (NOT WXP-RATE-FOUND) AND
              (WSH-DEFAULT-SUB > ZEROES)
               SET WXP-RATE-FOUND      TO TRUE
               MOVE WSH-SURCHARGE (WSH-DEFAULT-SUB)
                                       TO WXP-SURCHARGE
               MOVE WSH-PROMISED-DAYS (WSH-DEFAULT-SUB)
                                       TO WXP-PROMISED-DAYS.

       P00709-GET-EXPEDITE-RATE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00679-ASSIGN-ORDER-NUMBER                     *
      *                                                               *
      *    FUNCTION :  ASSIGN THE NEXT ORDER NUMBER FROM THE          *
      *                CONTROLLED RANGE INTO WMF-ASSIGNED-ORDER-      *
      *                NUMBER.  A RANGE OR PER-RUN ALLOCATION         *
      *                EXHAUSTED REJECTS THE ADD.  WITH NO RANGE      *
      *                LOADED, A SUPPLIED NUMBER IS STILL HONORED     *
      *                (THE PRE-RANGE BEHAVIOR) AND AN ADD WITH NO    *
      *                NUMBER AT ALL IS REJECTED                      *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *****************************************************************

       P00679-ASSIGN-ORDER-NUMBER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF NOT WON-RANGE-LOADED
               IF WPR-ORDER-NUMBER NUMERIC
                   MOVE WPR-ORDER-NUMBER-R
                                       TO WMF-ASSIGNED-ORDER-NUMBER
               ELSE
                   MOVE WPM-NO-NUMBER-RANGE
                                       TO WMF-MESSAGE-AREA
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT
               END-IF
               GO TO P00679-ASSIGN-ORDER-NUMBER-EXIT.

           IF (WON-NEXT-NUMBER > WON-RANGE-HIGH)  OR
              (WON-ALLOCATED-THIS-RUN NOT < WON-RUN-ALLOCATION)
               MOVE WPM-ORDER-RANGE-EXHAUSTED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00679-ASSIGN-ORDER-NUMBER-EXIT.

           MOVE WON-NEXT-NUMBER        TO WMF-ASSIGNED-ORDER-NUMBER.
           ADD 1                       TO WON-NEXT-NUMBER.
           ADD 1                       TO WON-ALLOCATED-THIS-RUN.

      *****************************************************************
      *    PUT THE ADVANCED NEXT NUMBER BACK ON ORDNUMFL AS IT IS     *
      *    CONSUMED -- A RESTART AFTER A MID-RUN ABEND THEN RELOADS   *
      *    A CONTROL RECORD THAT ALREADY REFLECTS EVERY BURNED        *
      *    NUMBER, SO NO NUMBER IS EVER ISSUED TWICE.  THE CLOSE /    *
      *    OPEN / READ CYCLE RE-ARMS THE SEQUENTIAL REWRITE FOR THE   *
      *    NEXT ASSIGNMENT                                            *
      *****************************************************************

           MOVE WON-NEXT-NUMBER        TO ONR-NEXT-NUMBER-R.
           REWRITE ORDER-NUMBER-CONTROL-RECORD.
           CLOSE ORDER-NUMBER-FILE.
           OPEN I-O ORDER-NUMBER-FILE.
           IF WS-ORDNUMFL-STATUS = '00'
               READ ORDER-NUMBER-FILE
                   AT END
                       MOVE '10'       TO WS-ORDNUMFL-STATUS
               END-READ.

           IF WS-ORDNUMFL-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'N'                TO WON-RANGE-LOADED-SW
               CLOSE ORDER-NUMBER-FILE
               MOVE WPM-ORDNUMFL-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA.

       P00679-ASSIGN-ORDER-NUMBER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00680-HOLD-ON-SUSPENSE                        *
      *                                                               *
      *    FUNCTION :  HOLD THE PROBABLE-DUPLICATE ADD IN WS-         *
      *                PARAMETER-RECORD ON THE ORDSUSP SUSPENSE       *
      *                FILE UNDER THE NEXT SUSPENSE SEQUENCE, AND     *
      *                LIST THE HOLD (WITH ITS SEQUENCE) ON USERRJCT  *
      *                SO THE DESK CAN RELEASE OR REJECT IT WITH AN   *
      *                R= RECORD ON A LATER RUN                       *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *****************************************************************

       P00680-HOLD-ON-SUSPENSE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           SET WDU-ORDER-HELD          TO TRUE.
           ADD +1                      TO WRS-ORDERS-SUSPENDED.

           IF WSV-LAST-ENTRY > ZEROES
               MOVE 'SUSPENSE  '       TO WSV-ORDER-NUMBER
                                          (WSV-LAST-ENTRY)
           END-IF.

      *****************************************************************
      *    NEXT SUSPENSE SEQUENCE FROM THE 00000 CONTROL RECORD       *
      *****************************************************************

           MOVE '00000'                TO SUS-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ORDSUSP-NOT-FOUND
               MOVE 1                  TO WDU-NEXT-SEQ
               MOVE '00000'            TO SUS-SEQ
               MOVE SPACES             TO SUS-STATUS
                                          SUS-PARM-IMAGE
               MOVE ZEROES             TO SUS-HELD-DATE
                                          SUS-DECISION-DATE
               MOVE WDU-NEXT-SEQ       TO SUS-PARM-IMAGE (1:5)
               WRITE SUSPENSE-RECORD
           ELSE
               IF SUS-PARM-IMAGE (1:5) NUMERIC
                   COMPUTE WDU-NEXT-SEQ =
                       FUNCTION NUMVAL (SUS-PARM-IMAGE (1:5)) + 1
               ELSE
                   MOVE 1              TO WDU-NEXT-SEQ
               END-IF
               MOVE WDU-NEXT-SEQ       TO SUS-PARM-IMAGE (1:5)
               REWRITE SUSPENSE-RECORD
           END-IF.

           MOVE WDU-NEXT-SEQ           TO SUS-SEQ.
           MOVE 'P'                    TO SUS-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO SUS-HELD-DATE.
           MOVE ZEROES                 TO SUS-DECISION-DATE.
           MOVE WS-PARAMETER-RECORD    TO SUS-PARM-IMAGE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
           END-WRITE.

           MOVE WDU-NEXT-SEQ           TO WPM-SUSPENSE-SEQ.
           MOVE WPM-ORDER-HELD-SUSPENSE
                                       TO WMF-MESSAGE-AREA.
           WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA.

       P00680-HOLD-ON-SUSPENSE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00681-PROCESS-SUSPENSE-DECISION               *
      *                                                               *
      *    FUNCTION :  APPLY AN R= RELEASE / REJECT DECISION TO A     *
      *                PENDING SUSPENSE RECORD.  A RELEASE RESTORES   *
      *                THE HELD ADD, RE-SEEDS AND RE-VALIDATES ITS    *
      *                ORDER FIELDS, AND DRIVES IT THROUGH P00672     *
      *                WITH THE DUPLICATE CHECK SUPPRESSED; A REJECT  *
      *                JUST CLOSES THE SUSPENSE RECORD.  A SEQUENCE   *
      *                NOT PENDING ON THE FILE IS A PARAMETER REJECT  *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00681-PROCESS-SUSPENSE-DECISION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-SUSP-SEQ           TO SUS-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ORDSUSP-NOT-FOUND OR (NOT SUS-PENDING)
               MOVE WPR-SUSP-SEQ       TO WPM-SUSP-NF-SEQ
               MOVE WPM-SUSPENSE-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00681-PROCESS-SUSPENSE-DECISION-EXIT.

      *****************************************************************
      *    A REJECTED SUSPENSE DECISION IS AUDITED SO IT SHOWS ON     *
      *    THE ORDER ACTIVITY REPORT.  THE HELD ADD NEVER GOT AN      *
      *    ORDER NUMBER, SO THE AUDIT CARRIES ORDER ZERO AND THE      *
      *    HELD RECORD'S CUSTOMER                                     *
      *****************************************************************

           IF WPR-SUSP-REJECT
               MOVE 'X'                TO SUS-STATUS
               MOVE WS-BUSINESS-DATE-R TO SUS-DECISION-DATE
               REWRITE SUSPENSE-RECORD
               INITIALIZE ORDER-SEGMENT
               MOVE SUS-PARM-IMAGE (13:20)
                                       TO ORD-CUSTOMER-ID
               MOVE WMF-USERID         TO ORD-USERID
               MOVE SPACES             TO AUD-BEFORE-IMAGE
                                          AUD-AFTER-IMAGE
               MOVE WS-PARAMETER-RECORD
                                       TO WDU-SAVE-PARM-RECORD
               MOVE SPACES             TO WS-PARAMETER-RECORD
               MOVE 'R'                TO WPR-RECORD-TYPE
               MOVE ZEROES             TO WPR-ORDER-NUMBER-R
               PERFORM  P00684-WRITE-ORDER-AUDIT
                   THRU P00684-WRITE-ORDER-AUDIT-EXIT
               MOVE WDU-SAVE-PARM-RECORD
                                       TO WS-PARAMETER-RECORD
               GO TO P00681-PROCESS-SUSPENSE-DECISION-EXIT.

      *****************************************************************
      *    RELEASE -- RE-RUN THE HELD ADD THROUGH THE REGULAR ADD     *
      *    MACHINERY (RE-SEEDED FIELDS, SUPPLIER RE-VALIDATED) WITH   *
      *    THE DUPLICATE CHECK OFF.  IF THE ADD STILL FAILS, THE      *
      *    SUSPENSE RECORD STAYS PENDING FOR ANOTHER DECISION         *
      *****************************************************************

           MOVE WS-PARAMETER-RECORD    TO WDU-SAVE-PARM-RECORD.
           MOVE SUS-PARM-IMAGE         TO WS-PARAMETER-RECORD.

           PERFORM  P00665-SET-ORDER-FIELDS
               THRU P00665-SET-ORDER-FIELDS-EXIT.

           IF NOT-PARM-ERROR-FOUND
               PERFORM  P00668-VALIDATE-ITEM-SUPPLIER
                   THRU P00668-VALIDATE-ITEM-SUPPLIER-EXIT.

      *****************************************************************
      *    RE-READ THE HELD ORDER'S CUSTOMER SO THE ADD'S CREDIT      *
      *    CHECK AND OPEN-BALANCE UPDATE RUN AGAINST THIS CUSTOMER,   *
      *    NOT WHOEVER AN EARLIER PARAMETER RECORD LEFT IN THE        *
      *    BUFFER.  A CUSTOMER GONE MISSING OR INACTIVE SINCE THE     *
      *    HOLD LEAVES THE SUSPENSE RECORD PENDING                    *
      *****************************************************************

           IF NOT-PARM-ERROR-FOUND
               MOVE WMF-CUSTOMER-ID    TO CUST-CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'Y'        TO WS-PARM-ERROR-FOUND-SW
               END-READ
               IF NOT-PARM-ERROR-FOUND AND (NOT CUST-ACTIVE)
                   MOVE 'Y'            TO WS-PARM-ERROR-FOUND-SW
               END-IF
           END-IF.

           IF NOT-PARM-ERROR-FOUND
               SET WDU-SKIP-DUP-CHECK  TO TRUE
               PERFORM  P00672-ADD-ORDER-SEGMENT
                   THRU P00672-ADD-ORDER-SEGMENT-EXIT
               MOVE 'N'                TO WDU-SKIP-CHECK-SW.

           IF NOT-PARM-ERROR-FOUND
               MOVE WDU-SAVE-PARM-RECORD
                                       TO WS-PARAMETER-RECORD
               MOVE WPR-SUSP-SEQ       TO SUS-SEQ
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'R'                TO SUS-STATUS
               MOVE WS-BUSINESS-DATE-R TO SUS-DECISION-DATE
               REWRITE SUSPENSE-RECORD
      *****************************************************************
      *    LET I= CONTINUATION CARDS KEYED RIGHT AFTER THE R= CARD    *
      *    ATTACH TO THE ORDER JUST RELEASED -- THE DESK KEYS THE     *
      *    RELEASE AND ITS EXTRA LINE ITEMS TOGETHER IN IPARAMS       *
      *****************************************************************
               SET WDU-RELEASED-ADD    TO TRUE
               MOVE 'A'                TO WMF-LAST-ORDER-ACTION
               MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO WMF-LAST-ORDER-NUMBER
           ELSE
               MOVE WDU-SAVE-PARM-RECORD
                                       TO WS-PARAMETER-RECORD.

       P00681-PROCESS-SUSPENSE-DECISION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00682-MAINTAIN-CUSTOMER                       *
      *                                                               *
      *    FUNCTION :  APPLY AN EDITED M= CUSTOMER MAINTENANCE        *
      *                RECORD AGAINST THE CUSTOMER MASTER (VCUSTOMR): *
      *                A= ADD A NEW ACTIVE CUSTOMER, N= RENAME AN     *
      *                EXISTING CUSTOMER, S= SET THE CUSTOMER STATUS  *
      *                ACTIVE/INACTIVE, J= SET THE SHIP-TO STATE /    *
      *                COUNTY AND SALES TAX EXEMPTION                 *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00682-MAINTAIN-CUSTOMER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WPR-CUST-ADD
               MOVE WPR-CUST-ID        TO CUST-CUSTOMER-ID
               MOVE WPR-CUST-NAME      TO CUST-NAME
               MOVE 'A'                TO CUST-STATUS
               MOVE ZEROES             TO CUST-CREDIT-LIMIT
                                          CUST-OPEN-BALANCE
               MOVE SPACES             TO CUST-SHIPTO-STATE
                                          CUST-SHIPTO-COUNTY
               MOVE 'N'                TO CUST-TAX-EXEMPT-SW
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE WPR-CUST-ID
                                       TO WPM-CUST-DUP-ID
                       MOVE WPM-CUSTOMER-DUPLICATE
                                       TO WMF-MESSAGE-AREA
                       PERFORM  P00700-PARM-ERROR
                           THRU P00700-PARM-ERROR-EXIT
               END-WRITE
               IF NOT-PARM-ERROR-FOUND
                   ADD +1              TO WRS-CUSTOMER-MAINT
               END-IF
               GO TO P00682-MAINTAIN-CUSTOMER-EXIT.

           MOVE WPR-CUST-ID            TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE 'N'            TO WMF-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-CUST-FOUND-SW
           END-READ.

           IF WMF-CUST-FOUND-SW = 'Y'
               EVALUATE TRUE
                   WHEN WPR-CUST-RENAME
                       MOVE WPR-CUST-NAME
                                       TO CUST-NAME
                   WHEN WPR-CUST-SET-LIMIT
                       MOVE WPR-CUST-CREDIT-LIMIT-R
                                       TO CUST-CREDIT-LIMIT
                   WHEN WPR-CUST-SET-JURIS
                       MOVE WPR-CUST-STATE
                                       TO CUST-SHIPTO-STATE
                       MOVE WPR-CUST-COUNTY
                                       TO CUST-SHIPTO-COUNTY
                       MOVE WPR-CUST-EXEMPT
                                       TO CUST-TAX-EXEMPT-SW
                   WHEN OTHER
                       MOVE WPR-CUST-NEW-STATUS
                                       TO CUST-STATUS
               END-EVALUATE
               REWRITE CUSTOMER-RECORD
               ADD +1                  TO WRS-CUSTOMER-MAINT
           ELSE
               MOVE WPR-CUST-ID        TO WPM-CUST-MAINT-ID
               MOVE WPM-CUSTOMER-MAINT-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

       P00682-MAINTAIN-CUSTOMER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00683-RELIEVE-CUST-BALANCE                    *
      *                                                               *
      *    FUNCTION :  BACK THE ORDER SEGMENT IN MEMORY OUT OF ITS    *
      *                CUSTOMER'S OPEN BALANCE AFTER A DELETE OR A    *
      *                CANCEL, SO THE CREDIT CHECK ON THE NEXT ADD    *
      *                SEES WHAT THE CUSTOMER STILL ACTUALLY OWES.    *
      *                A CUSTOMER NO LONGER ON FILE IS SIMPLY         *
      *                BYPASSED                                       *
      *                                                               *
      *    CALLED BY:  P00676-DELETE-ORDER-SEGMENT                    *
      *                P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00683-RELIEVE-CUST-BALANCE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ORD-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE 'N'            TO WMF-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-CUST-FOUND-SW
           END-READ.

           IF WMF-CUST-FOUND-SW = 'Y'
               SUBTRACT ORD-ORDER-TOTAL-AMOUNT
                                       FROM CUST-OPEN-BALANCE
               REWRITE CUSTOMER-RECORD
           END-IF.

       P00683-RELIEVE-CUST-BALANCE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00684-WRITE-ORDER-AUDIT                       *
      *                                                               *
      *    FUNCTION :  WRITE ONE ORDER AUDIT TRAIL RECORD FOR THE     *
      *                ACTION JUST APPLIED TO THE ORDER DATABASE.     *
      *                THE CALLER HAS ALREADY SET THE BEFORE/AFTER    *
      *                SEGMENT IMAGES; THIS PARAGRAPH STAMPS THE      *
      *                ACTION, ORDER, USERID AND THE SYSTEM DATE AND  *
      *                TIME OF THE ACTION                             *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                P00674-CHANGE-ORDER-SEGMENT                    *
      *                P00676-DELETE-ORDER-SEGMENT                    *
      *                P00678-STATUS-ORDER-SEGMENT                    *
      *                P00702-PROCESS-RETURN                          *
      *                                                               *
      *****************************************************************

       P00684-WRITE-ORDER-AUDIT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-RECORD-TYPE        TO AUD-ACTION.
           EVALUATE TRUE
               WHEN WPR-ORDER-ITEM-CONT
                   MOVE WMF-LAST-ORDER-NUMBER
                                       TO AUD-ORDER-NUMBER
      *****************************************************************
      *    AN ADD CARRIES THE ASSIGNED NUMBER SO THE AUDIT TRAIL AND  *
      *    THE ORDER ACTIVITY REPORT ECHO IT BACK TO THE SUBMITTER    *
      *****************************************************************
               WHEN WPR-ADD-ORDER
                   MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO AUD-ORDER-NUMBER
               WHEN OTHER
                   MOVE WPR-ORDER-NUMBER-R
                                       TO AUD-ORDER-NUMBER
           END-EVALUATE.
           MOVE ORD-USERID             TO AUD-USERID.
           MOVE ORD-CUSTOMER-ID        TO AUD-CUSTOMER-ID.

           IF WPR-ORDER-ITEM-CONT
               MOVE WMF-LAST-DISCOUNT-PCT
                                       TO AUD-DISCOUNT-PCT
           ELSE
               MOVE ZEROES             TO AUD-DISCOUNT-PCT
           END-IF.

           IF WPO-OVERRIDE-APPLIED OR WPO-OVERRIDE-HELD
               MOVE WPO-REASON         TO AUD-OVERRIDE-REASON
           ELSE
               MOVE SPACES             TO AUD-OVERRIDE-REASON
           END-IF.

           IF WCT-AUDIT-CONTRACT
               MOVE 'C'                TO AUD-PRICE-SOURCE
               MOVE WCT-AUDIT-ID       TO AUD-CONTRACT-ID
           ELSE
               MOVE SPACES             TO AUD-PRICE-SOURCE
           END-IF.

           MOVE SPACES                 TO AUD-ORDER-SOURCE.
           IF WPR-ADD-ORDER AND WPR-ORDER-SYSTEM-SOURCE
               MOVE WPR-ORDER-SOURCE   TO AUD-ORDER-SOURCE
           END-IF.
           IF WPR-ORDER-ITEM-CONT AND WPR-ITEM-CONT-SYSTEM-SOURCE
               MOVE WPR-ITEM-CONT-SOURCE
                                       TO AUD-ORDER-SOURCE
           END-IF.

      *****************************************************************
      *    THE AUDIT DATE IS THE BUSINESS DATE -- THE DAILY ACTIVITY  *
      *    REPORT, THE ORDINQRY DATE-RANGE INQUIRY AND THE ARCHUTIL   *
      *    RETENTION CUT ALL SELECT ON IT.  THE TIME STAYS THE        *
      *    ACTUAL SYSTEM TIME OF THE ACTION                           *
      *****************************************************************

           MOVE FUNCTION CURRENT-DATE  TO WS-AUDIT-TIMESTAMP.
           MOVE WS-BUSINESS-DATE-R     TO AUD-DATE.
           MOVE WAT-TIME               TO AUD-TIME.

           WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
           MOVE 'N'                    TO WCT-AUDIT-SW.

      *****************************************************************
      *    LOYALTY PROGRAM (SCENARIO 10) -- ADDS ACCRUE POINTS,       *
      *    CANCELS CLAW THEM BACK, OFF THE SAME AUDIT HOOK            *
      *****************************************************************

           PERFORM  P00685-POST-LOYALTY
               THRU P00685-POST-LOYALTY-EXIT.

      *****************************************************************
      *    EVERY AUDITED ORDER ACTION IS ALSO PUBLISHED TO THE        *
      *    WAREHOUSE SYSTEM'S MQSERIES QUEUE                          *
      *****************************************************************

           PERFORM  P00688-PUT-ORDER-EVENT
               THRU P00688-PUT-ORDER-EVENT-EXIT.

       P00684-WRITE-ORDER-AUDIT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00685-POST-LOYALTY                            *
      *                                                               *
      *    FUNCTION :  POST THE LOYALTY EFFECT OF THE ORDER ACTION    *
      *                JUST AUDITED (SCENARIO 10): AN ADD ACCRUES     *
      *                ONE POINT PER WHOLE DOLLAR OF THE ORDER        *
      *                TOTAL, A CANCEL CLAWS THE SAME BACK AND A      *
      *                RETURN CLAWS BACK ITS CREDIT -- NEVER          *
      *                BELOW ZERO.  A CUSTOMER'S FIRST ACTIVITY       *
      *                OPENS THEIR LOYALTY MASTER RECORD              *
      *                                                               *
      *    CALLED BY:  P00684-WRITE-ORDER-AUDIT                       *
      *                                                               *
      *****************************************************************

       P00685-POST-LOYALTY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           EVALUATE TRUE
               WHEN WPR-ADD-ORDER
                   COMPUTE WLY-POINTS-DELTA =
                       ORD-ORDER-TOTAL-AMOUNT
               WHEN WPR-ORDER-ITEM-CONT
                   COMPUTE WLY-POINTS-DELTA =
                       ORI-EXTENDED-PRICE
               WHEN WPR-CANCEL-ORDER
                   COMPUTE WLY-POINTS-DELTA =
                       0 - ORD-ORDER-TOTAL-AMOUNT
               WHEN WPR-RETURN-ORDER
                   COMPUTE WLY-POINTS-DELTA =
                       0 - WRT-CREDIT-AMOUNT
               WHEN OTHER
                   GO TO P00685-POST-LOYALTY-EXIT
           END-EVALUATE.

           MOVE ORD-CUSTOMER-ID        TO LOY-CUSTOMER-ID.
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *****************************************************************
      *    KEEP THE BEFORE IMAGE FOR THE POSTING LOG (P00143)         *
      *****************************************************************

           IF LOYALMST-NOT-FOUND
               MOVE 'Y'                TO WPL-NEW-RECORD-SW
               MOVE ZEROES             TO WPL-OPEN-POINTS
                                          WPL-OPEN-ACTIVITY
           ELSE
               MOVE 'N'                TO WPL-NEW-RECORD-SW
               MOVE LOY-POINTS         TO WPL-OPEN-POINTS
               MOVE LOY-LAST-ACTIVITY  TO WPL-OPEN-ACTIVITY.

           IF LOYALMST-NOT-FOUND
               MOVE ORD-CUSTOMER-ID    TO LOY-CUSTOMER-ID
               MOVE ZEROES             TO LOY-POINTS
               ADD WLY-POINTS-DELTA    TO LOY-POINTS
               IF LOY-POINTS < ZEROES
                   MOVE ZEROES         TO LOY-POINTS
               END-IF
               MOVE WS-BUSINESS-DATE-R TO LOY-LAST-ACTIVITY
               WRITE LOYALTY-MASTER-RECORD
           ELSE
               ADD WLY-POINTS-DELTA    TO LOY-POINTS
               IF LOY-POINTS < ZEROES
                   MOVE ZEROES         TO LOY-POINTS
               END-IF
               MOVE WS-BUSINESS-DATE-R TO LOY-LAST-ACTIVITY
               REWRITE LOYALTY-MASTER-RECORD
           END-IF.

           PERFORM  P00143-LOG-LOYALTY-POSTING
               THRU P00143-LOG-LOYALTY-POSTING-EXIT.

       P00685-POST-LOYALTY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00686-PRINT-ORDER-ACTIVITY                    *
      *                                                               *
      *    FUNCTION :  RE-READ THE ORDER AUDIT TRAIL AND PRINT THE    *
      *                DAILY ORDER ACTIVITY REPORT, PULLING CUSTOMER  *
      *                NAMES FROM VCUSTOMR.  THE TRAIL ACCUMULATES    *
      *                ACROSS RUNS, SO ONLY ENTRIES DATED THIS RUN'S  *
      *                BUSINESS DATE PRINT                            *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00686-PRINT-ORDER-ACTIVITY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT ORDACT-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO OAH-RUN-MONTH.
           MOVE WS-BUS-DAY               TO OAH-RUN-DAY.
           MOVE WS-BUS-YEAR             TO OAH-RUN-YEAR.
           WRITE ORDACT-PRINT-RECORD FROM ORDACT-HDR1.
           WRITE ORDACT-PRINT-RECORD FROM ORDACT-HDR2.
           MOVE BLANK-LINE             TO ORDACT-PRINT-RECORD.
           WRITE ORDACT-PRINT-RECORD.

           MOVE 'N'                    TO WS-END-OF-AUDIT-SW.
           READ AUDIT-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-AUDIT-FILE
               IF AUD-DATE = WS-BUSINESS-DATE-R
                   MOVE AUD-ACTION     TO WMF-ACTION-CODE
                   PERFORM  P00687-XLATE-ACTION-WORD
                       THRU P00687-XLATE-ACTION-WORD-EXIT
                   MOVE WMF-ACTION-WORD
                                       TO OAD-ACTION
                   MOVE AUD-CUSTOMER-ID
                                       TO CUST-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       KEY IS CUST-CUSTOMER-ID
                       INVALID KEY
                           MOVE '** NOT ON FILE **'
                                       TO OAD-CUSTOMER-NAME
                       NOT INVALID KEY
                           MOVE CUST-NAME
                                       TO OAD-CUSTOMER-NAME
                   END-READ
                   MOVE AUD-ORDER-NUMBER
                                       TO OAD-ORDER-NUMBER
                   MOVE AUD-USERID     TO OAD-USERID
                   MOVE AUD-TIME       TO OAD-TIME
                   MOVE ORDACT-DETAIL  TO ORDACT-PRINT-RECORD
                   WRITE ORDACT-PRINT-RECORD
               END-IF
               READ AUDIT-FILE INTO WS-AUDIT-RECORD
                   AT END
                       SET END-OF-AUDIT-FILE TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      *    BACK TO EXTEND SO 9900-CLOSE CLOSES THE AUDIT TRAIL THE    *
      *    SAME WAY ON EVERY PATH, FULL OR PARTITIONED               *
      *****************************************************************

           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           CLOSE ORDACT-REPORT-FILE.

       P00686-PRINT-ORDER-ACTIVITY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00687-XLATE-ACTION-WORD                       *
      *                                                               *
      *    FUNCTION :  TRANSLATE A 1 BYTE ORDER ACTION CODE           *
      *                (WMF-ACTION-CODE) TO ITS REPORT / EVENT WORD   *
      *                IN WMF-ACTION-WORD                             *
      *                                                               *
      *    CALLED BY:  P00686-PRINT-ORDER-ACTIVITY                    *
      *                P00688-PUT-ORDER-EVENT                         *
      *                                                               *
      *****************************************************************

       P00687-XLATE-ACTION-WORD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           EVALUATE WMF-ACTION-CODE
               WHEN 'A'
                   MOVE 'ADD   '       TO WMF-ACTION-WORD
               WHEN 'V'
                   MOVE 'ADD   '       TO WMF-ACTION-WORD
               WHEN 'C'
                   MOVE 'CHANGE'       TO WMF-ACTION-WORD
               WHEN 'D'
                   MOVE 'DELETE'       TO WMF-ACTION-WORD
               WHEN 'H'
                   MOVE 'SHIP  '       TO WMF-ACTION-WORD
               WHEN 'I'
                   MOVE 'ITEM  '       TO WMF-ACTION-WORD
               WHEN 'N'
                   MOVE 'RETURN'       TO WMF-ACTION-WORD
               WHEN 'K'
                   MOVE 'CLOSE '       TO WMF-ACTION-WORD
               WHEN 'Q'
                   MOVE 'REJECT'       TO WMF-ACTION-WORD
               WHEN 'R'
                   MOVE 'REJECT'       TO WMF-ACTION-WORD
               WHEN 'W'
                   MOVE 'HELD  '       TO WMF-ACTION-WORD
               WHEN 'X'
                   MOVE 'CANCEL'       TO WMF-ACTION-WORD
               WHEN OTHER
                   MOVE WMF-ACTION-CODE
                                       TO WMF-ACTION-WORD
           END-EVALUATE.

       P00687-XLATE-ACTION-WORD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00688-PUT-ORDER-EVENT                         *
      *                                                               *
      *    FUNCTION :  MQPUT1 AN ORDER EVENT MESSAGE (ACTION, ORDER   *
      *                NUMBER, CUSTOMER, ITEM COUNT, ORDER TOTAL) TO  *
      *                THE WAREHOUSE QUEUE FOR EACH SUCCESSFUL ORDER  *
      *                ACTION.  A PUT FAILURE IS REPORTED THROUGH THE *
      *                STANDARD MQSERIES ERROR LINES AS A WARNING --  *
      *                A QUEUE OUTAGE MUST NOT STOP THE NIGHTLY RUN   *
      *                                                               *
      *    CALLED BY:  P00684-WRITE-ORDER-AUDIT                       *
      *                                                               *
      *****************************************************************

       P00688-PUT-ORDER-EVENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    A DROP-SHIP LINE WAS ROUTED TO ITS SUPPLIER ON DROPSHIP -- *
      *    THE WAREHOUSE NEVER PICKS IT                               *
      *****************************************************************

           IF WDS-DROP-SHIP
               GO TO P00688-PUT-ORDER-EVENT-EXIT.

           MOVE WPR-RECORD-TYPE        TO WMF-ACTION-CODE.
           PERFORM  P00687-XLATE-ACTION-WORD
               THRU P00687-XLATE-ACTION-WORD-EXIT.
           MOVE WMF-ACTION-WORD        TO MOE-ACTION.

           EVALUATE TRUE
               WHEN WPR-ORDER-ITEM-CONT
                   MOVE WMF-LAST-ORDER-NUMBER
                                       TO MOE-ORDER-NUMBER
               WHEN WPR-ADD-ORDER
                   MOVE WMF-ASSIGNED-ORDER-NUMBER
                                       TO MOE-ORDER-NUMBER
               WHEN OTHER
                   MOVE WPR-ORDER-NUMBER-R
                                       TO MOE-ORDER-NUMBER
           END-EVALUATE.
           MOVE ORD-CUSTOMER-ID        TO MOE-CUSTOMER-ID.
           MOVE ORD-ORDER-TOTAL-AMOUNT TO MOE-ORDER-TOTAL.

      *****************************************************************
      *    AN ORDER STILL OPEN ON EXPDORD IS A RUSH -- ITS EVENTS     *
      *    CARRY THE EXPEDITE PRIORITY SO THE WAREHOUSE PICKS IT      *
      *    FIRST                                                      *
      *****************************************************************

           MOVE 'S'                    TO MOE-PRIORITY.
           MOVE MOE-ORDER-NUMBER       TO EXP-ORDER-NUMBER.
           READ EXPEDITE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF (WS-EXPDORD-STATUS = '00') AND EXP-OPEN
               MOVE 'E'                TO MOE-PRIORITY.

      *****************************************************************
      *    ADDS AND ITEM CONTINUATIONS CARRY THE ORDER'S RUNNING      *
      *    ITEM COUNT, SO THE LAST EVENT OF A MULTI-ITEM ORDER SHOWS  *
      *    ITS FULL ITEM COUNT TO THE WAREHOUSE                       *
      *****************************************************************

           IF WPR-ADD-ORDER OR WPR-ORDER-ITEM-CONT
               MOVE WMF-ITEM-SEQ       TO MOE-ITEM-COUNT
           ELSE
               MOVE ZEROES             TO MOE-ITEM-COUNT
           END-IF.

      *****************************************************************
      *    NO QUEUE MANAGER THIS RUN -- SPOOL THE EVENT INSTEAD OF    *
      *    SILENTLY DROPPING IT.  THE NEXT RUN THAT CONNECTS DRAINS   *
      *    THE SPOOL TO THE WAREHOUSE IN ORIGINAL ORDER               *
      *****************************************************************

           IF WMQ-NOT-CONNECTED
               PERFORM  P00689-SPOOL-ORDER-EVENT
                   THRU P00689-SPOOL-ORDER-EVENT-EXIT
               GO TO P00688-PUT-ORDER-EVENT-EXIT.

           IF MOE-EXPEDITE
               MOVE +9                 TO WMQ-MD-PRIORITY
           ELSE
               MOVE +0                 TO WMQ-MD-PRIORITY
           END-IF.

           CALL 'MQPUT1' USING WMQ-HCONN,
                               WMQ-OBJECT-DESCRIPTOR,
                               WMQ-MESSAGE-DESCRIPTOR,
                               WMQ-PUT-MESSAGE-OPTIONS,
                               WMQ-BUFFER-LENGTH,
                               WS-MQ-ORDER-EVENT,
                               WMQ-COMPCODE,
                               WMQ-REASON.

           IF WMQ-COMPCODE = +0
               NEXT SENTENCE
           ELSE
               MOVE 'MQS'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPME-PROGRAM-ID
               MOVE 'P00688'           TO WPME-PARAGRAPH
               MOVE WMQ-REASON         TO WPME-REASON-CODE
               MOVE 'MQPUT1 ORDER EVENT'
                                       TO WPME-FUNCTION
               MOVE WS-PDA-MQSERIES-ERROR-01
                                       TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               PERFORM  P00689-SPOOL-ORDER-EVENT
                   THRU P00689-SPOOL-ORDER-EVENT-EXIT.

       P00688-PUT-ORDER-EVENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00689-SPOOL-ORDER-EVENT                       *
      *                                                               *
      *    FUNCTION :  APPEND THE ORDER EVENT IN WS-MQ-ORDER-EVENT    *
      *                TO THE STORE-AND-FORWARD SPOOL (EVTSPOOL).     *
      *                THE SPOOL IS OPENED AND CLOSED AROUND EACH     *
      *                WRITE -- SLOW, BUT IT ONLY HAPPENS DURING A    *
      *                QUEUE MANAGER OUTAGE AND LEAVES THE FILE       *
      *                WHOLE NO MATTER WHERE THE RUN STOPS            *
      *                                                               *
      *    CALLED BY:  P00688-PUT-ORDER-EVENT                         *
      *                P00073-DRAIN-EVENT-SPOOL                       *
      *                                                               *
      *****************************************************************

       P00689-SPOOL-ORDER-EVENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN EXTEND EVENT-SPOOL-FILE.

           IF WS-EVTSPOOL-STATUS = '00'
               WRITE EVENT-SPOOL-RECORD FROM WS-MQ-ORDER-EVENT
               CLOSE EVENT-SPOOL-FILE
               ADD +1                  TO WES-EVENTS-SPOOLED
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00689'           TO WPGE-PARAGRAPH
               MOVE 'EVTSPOOL'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-EVTSPOOL-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00689-SPOOL-ORDER-EVENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00690-PENDING-ORDER-AGING                     *
      *                                                               *
      *    FUNCTION :  WALK THE PENDING ORDER FILE (VPENDORD), CALL   *
      *                PDAS03 FOR EACH ORDER'S AGE IN DAYS, AND       *
      *                PRINT THE PENDING ORDER AGING REPORT BUCKETED  *
      *                0-30 / 31-60 / 61-90 / OVER 90 DAYS WITH THE   *
      *                PDAS03 MESSAGE TEXT ON EACH DETAIL LINE, AND   *
      *                THE QUANTITY AND VALUE STILL UNSHIPPED         *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00690-PENDING-ORDER-AGING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT ORDAGE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO OAG-RUN-MONTH.
           MOVE WS-BUS-DAY               TO OAG-RUN-DAY.
           MOVE WS-BUS-YEAR             TO OAG-RUN-YEAR.
           WRITE ORDAGE-PRINT-RECORD FROM ORDAGE-HDR1.
           WRITE ORDAGE-PRINT-RECORD FROM ORDAGE-HDR2.
           MOVE BLANK-LINE             TO ORDAGE-PRINT-RECORD.
           WRITE ORDAGE-PRINT-RECORD.

           MOVE 'N'                    TO WS-END-OF-PENDORD-SW.
           MOVE ZEROES                 TO PEND-ORDER-NUMBER.

           START PENDORD-FILE
               KEY IS NOT LESS THAN PEND-ORDER-NUMBER
               INVALID KEY
                   SET END-OF-PENDORD-FILE TO TRUE
           END-START.

           IF NOT-END-OF-PENDORD-FILE
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDORD-FILE TO TRUE
               END-READ.

           PERFORM UNTIL END-OF-PENDORD-FILE
               IF (PEND-ORDER-DATE NUMERIC) AND
                  (PEND-ORDER-DATE > ZEROES)
                   MOVE PEND-ORDER-DATE
                                       TO PDAS03-ORDER-DATE
                   CALL PDAS03 USING PDAS03-PARMS
               ELSE
                   MOVE 99999          TO PDAS03-AGE-DAYS
                   MOVE 'NO ORDER DATE' TO PDAS03-MESSAGE
               END-IF
               EVALUATE TRUE
                   WHEN PDAS03-AGE-DAYS < 31
                       ADD +1          TO WAB-AGE-0-30
                   WHEN PDAS03-AGE-DAYS < 61
                       ADD +1          TO WAB-AGE-31-60
                   WHEN PDAS03-AGE-DAYS < 91
                       ADD +1          TO WAB-AGE-61-90
                   WHEN OTHER
                       ADD +1          TO WAB-AGE-OVER-90
               END-EVALUATE
               MOVE PEND-ORDER-NUMBER  TO OAG-ORDER-NUMBER
               MOVE PEND-CUSTOMER-ID   TO OAG-CUSTOMER-ID
               MOVE PEND-ORDER-DATE    TO OAG-ORDER-DATE
               MOVE PDAS03-AGE-DAYS    TO OAG-AGE-DAYS
               MOVE PDAS03-MESSAGE     TO OAG-MESSAGE
               PERFORM  P00738-UNSHIPPED-REMAINDER
                   THRU P00738-UNSHIPPED-REMAINDER-EXIT
               MOVE WPS-UNSHIPPED-QTY  TO OAG-UNSHIPPED-QTY
               MOVE WPS-UNSHIPPED-VALUE
                                       TO OAG-UNSHIPPED-AMT
               MOVE ORDAGE-DETAIL      TO ORDAGE-PRINT-RECORD
               WRITE ORDAGE-PRINT-RECORD
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDORD-FILE TO TRUE
               END-READ
           END-PERFORM.

           MOVE BLANK-LINE             TO ORDAGE-PRINT-RECORD.
           WRITE ORDAGE-PRINT-RECORD.
           MOVE WAB-AGE-0-30           TO OAG-TOT-0-30.
           MOVE WAB-AGE-31-60          TO OAG-TOT-31-60.
           MOVE WAB-AGE-61-90          TO OAG-TOT-61-90.
           MOVE WAB-AGE-OVER-90        TO OAG-TOT-OVER-90.
           MOVE ORDAGE-TOTALS          TO ORDAGE-PRINT-RECORD.
           WRITE ORDAGE-PRINT-RECORD.

           CLOSE ORDAGE-REPORT-FILE.

       P00690-PENDING-ORDER-AGING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00711-EXPEDITE-SLA-REPORT                     *
      *                                                               *
      *    FUNCTION :  WALK THE EXPDORD RUSH ORDER FILE AND PRINT THE *
      *                EXPEDITED ORDER SLA EXCEPTION REPORT (EXPSLARP)*
      *                -- EVERY RUSH STILL UNSHIPPED PAST ITS         *
      *                PROMISED DAYS, PLUS EVERY RUSH SHIPPED TODAY   *
      *                LATER THAN PROMISED -- WITH OPEN / EXCEPTION   *
      *                TOTALS                                         *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00711-EXPEDITE-SLA-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT EXPEDITE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO XSH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO XSH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO XSH-RUN-YEAR.
           WRITE EXPEDITE-PRINT-RECORD FROM EXPSLA-HDR1.
           WRITE EXPEDITE-PRINT-RECORD FROM EXPSLA-HDR2.
           MOVE BLANK-LINE             TO EXPEDITE-PRINT-RECORD.
           WRITE EXPEDITE-PRINT-RECORD.

           MOVE 'N'                    TO WXP-END-OF-FILE-SW.
           MOVE ZEROES                 TO EXP-ORDER-NUMBER.

           START EXPEDITE-FILE
               KEY IS NOT LESS THAN EXP-ORDER-NUMBER
               INVALID KEY
                   SET WXP-END-OF-FILE TO TRUE
           END-START.

           IF NOT WXP-END-OF-FILE
               READ EXPEDITE-FILE NEXT RECORD
                   AT END
                       SET WXP-END-OF-FILE TO TRUE
               END-READ.

           PERFORM UNTIL WXP-END-OF-FILE
               PERFORM  P00712-CHECK-ONE-EXPEDITE
                   THRU P00712-CHECK-ONE-EXPEDITE-EXIT
               READ EXPEDITE-FILE NEXT RECORD
                   AT END
                       SET WXP-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           MOVE BLANK-LINE             TO EXPEDITE-PRINT-RECORD.
           WRITE EXPEDITE-PRINT-RECORD.
           MOVE WXP-OPEN-COUNT         TO XST-OPEN.
           MOVE WXP-PAST-PROMISE       TO XST-PAST-PROMISE.
           MOVE WXP-SHIPPED-LATE       TO XST-SHIPPED-LATE.
           WRITE EXPEDITE-PRINT-RECORD FROM EXPSLA-TOTALS.

           CLOSE EXPEDITE-REPORT-FILE.

       P00711-EXPEDITE-SLA-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00712-CHECK-ONE-EXPEDITE                      *
      *                                                               *
      *    FUNCTION :  MEASURE THE EXPDORD ENTRY IN MEMORY AGAINST    *
      *                ITS PROMISE.  AN OPEN ENTRY WHOSE ORDER IS NO  *
      *                LONGER OPEN (CANCELLED, CLOSED UNSHIPPED OR    *
      *                DELETED) IS MARKED X AND DROPS OFF; AN OPEN    *
      *                ORDER OLDER THAN ITS PROMISED DAYS (PDAS03)    *
      *                AND AN ORDER SHIPPED TODAY PAST ITS PROMISE    *
      *                ARE PRINTED AS EXCEPTIONS                      *
      *                                                               *
      *    CALLED BY:  P00711-EXPEDITE-SLA-REPORT                     *
      *                                                               *
      *****************************************************************

       P00712-CHECK-ONE-EXPEDITE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE EXP-ORDER-NUMBER       TO XSD-ORDER-NUMBER.
           MOVE EXP-CUSTOMER-ID        TO XSD-CUSTOMER-ID.
           MOVE EXP-ORDER-DATE         TO XSD-ORDER-DATE.
           MOVE EXP-PROMISED-DAYS      TO XSD-PROMISED-DAYS.

           IF EXP-SHIPPED
               IF (EXP-SHIP-DATE = WS-BUSINESS-DATE-R) AND
                  (EXP-SHIP-DAYS > EXP-PROMISED-DAYS)
                   ADD +1              TO WXP-SHIPPED-LATE
                   MOVE EXP-SHIP-DAYS  TO XSD-AGE-DAYS
                   MOVE 'SHIPPED LATE'
                                       TO XSD-MESSAGE
                   WRITE EXPEDITE-PRINT-RECORD FROM EXPSLA-DETAIL
               END-IF
               GO TO P00712-CHECK-ONE-EXPEDITE-EXIT.

           IF EXP-OPEN
               NEXT SENTENCE
           ELSE
               GO TO P00712-CHECK-ONE-EXPEDITE-EXIT.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE EXP-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF (PCB-STATUS-CODE = SPACES) AND
              (ORD-STATUS-OPEN OR ORD-STATUS-PARTIAL)
               NEXT SENTENCE
           ELSE
               MOVE 'X'                TO EXP-STATUS
               REWRITE EXPEDITE-RECORD
               GO TO P00712-CHECK-ONE-EXPEDITE-EXIT.

           ADD +1                      TO WXP-OPEN-COUNT.

           IF (EXP-ORDER-DATE NUMERIC) AND
              (EXP-ORDER-DATE > ZEROES)
               MOVE EXP-ORDER-DATE     TO PDAS03-ORDER-DATE
               CALL PDAS03 USING PDAS03-PARMS
           ELSE
               MOVE 99999              TO PDAS03-AGE-DAYS
           END-IF.

           IF PDAS03-AGE-DAYS > EXP-PROMISED-DAYS
               ADD +1                  TO WXP-PAST-PROMISE
               MOVE PDAS03-AGE-DAYS    TO XSD-AGE-DAYS
               MOVE 'NOT SHIPPED - PAST PROMISE'
                                       TO XSD-MESSAGE
               WRITE EXPEDITE-PRINT-RECORD FROM EXPSLA-DETAIL.

       P00712-CHECK-ONE-EXPEDITE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00713-APPLY-SUPPLIER-SHIPS                    *
      *                                                               *
      *    FUNCTION :  READ THE DROP-SHIP SUPPLIERS' SHIP FILE        *
      *                (DSHIPCNF, SHIP CONFIRMATION LAYOUT) AND APPLY *
      *                EACH RECORD THROUGH P00693, SO A SUPPLIER      *
      *                SHIPMENT GETS THE SAME P00678 TRANSITION       *
      *                CHECKS, MISMATCH REPORTING AND PENDINV BILLING *
      *                AS A WAREHOUSE ONE.  NO FILE MEANS NO SUPPLIER *
      *                SHIPMENTS TODAY                                *
      *                                                               *
      *    CALLED BY:  P00692-CONSUME-SHIP-CONFIRMS                   *
      *                                                               *
      *****************************************************************

       P00713-APPLY-SUPPLIER-SHIPS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN INPUT SUPPLIER-SHIP-FILE.

           IF WS-DSHIPCNF-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00713-APPLY-SUPPLIER-SHIPS-EXIT.

           MOVE 'N'                    TO WDS-END-OF-FILE-SW.

           READ SUPPLIER-SHIP-FILE INTO WS-MQ-SHIP-CONFIRM
               AT END
                   SET WDS-END-OF-FILE TO TRUE
           END-READ.

           PERFORM UNTIL WDS-END-OF-FILE
               ADD +1                  TO WDS-SHIPS-READ
               PERFORM  P00693-APPLY-SHIP-CONFIRM
                   THRU P00693-APPLY-SHIP-CONFIRM-EXIT
               READ SUPPLIER-SHIP-FILE INTO WS-MQ-SHIP-CONFIRM
                   AT END
                       SET WDS-END-OF-FILE
                                       TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SUPPLIER-SHIP-FILE.

       P00713-APPLY-SUPPLIER-SHIPS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00714-CHECK-DROP-SHIP                         *
      *                                                               *
      *    FUNCTION :  ASK PDASP3 WHETHER ITEM WDS-ITEM-NUMBER IS     *
      *                FLAGGED DROP-SHIP ON DB2.  A DROP-SHIP ITEM    *
      *                THAT IS ACTIVE WITH AN ACTIVE SUPPLIER SETS    *
      *                WDS-DROP-SHIP AND WDS-SUPPLIER-ID; ANYTHING    *
      *                ELSE (INCLUDING A FAILED CALL) SHIPS FROM THE  *
      *                WAREHOUSE AS BEFORE                            *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00714-CHECK-DROP-SHIP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WDS-DROP-SHIP-SW.
           MOVE SPACES                 TO WDS-SUPPLIER-ID
                                          PDASP3-SUPPLIER-ID
                                          PDASP3-DROP-SHIP-FLAG.
           MOVE WDS-ITEM-NUMBER        TO PDASP3-ITEM-NUMBER.

           CALL 'PDASP3'                USING PDASP3-ITEM-NUMBER,
                                               PDASP3-ITEM-STATUS,
                                               PDASP3-SUPPLIER-COUNT,
                                               PDASP3-STATUS,
                                               PDASP3-SUPPLIER-ID,
                                               PDASP3-DROP-SHIP-FLAG.

           IF (PDASP3-STATUS = '0000')             AND
              PDASP3-DROP-SHIP                     AND
              (PDASP3-ITEM-STATUS NOT = 'I')       AND
              (PDASP3-SUPPLIER-COUNT > +0)         AND
              (PDASP3-SUPPLIER-ID > SPACES)
               SET WDS-DROP-SHIP       TO TRUE
               MOVE PDASP3-SUPPLIER-ID TO WDS-SUPPLIER-ID.

       P00714-CHECK-DROP-SHIP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00715-WRITE-DROP-SHIP-LINE                    *
      *                                                               *
      *    FUNCTION :  WRITE THE ORDER LINE JUST INSERTED (ORDER AND  *
      *                ORDITEM SEGMENTS IN MEMORY) TO THE DROPSHIP    *
      *                FILE UNDER ITS SUPPLIER, CARRYING THE RUSH     *
      *                PRIORITY WHEN THE ORDER IS OPEN ON EXPDORD     *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00715-WRITE-DROP-SHIP-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WS-DROP-SHIP-RECORD.
           MOVE WDS-SUPPLIER-ID        TO DSO-SUPPLIER-ID.
           MOVE ORD-ORDER-NUMBER       TO DSO-ORDER-NUMBER.
           MOVE ORI-ITEM-SEQ           TO DSO-ITEM-SEQ.
           MOVE ORI-ITEM-NUMBER        TO DSO-ITEM-NUMBER.
           MOVE ORI-ITEM-QUANTITY      TO DSO-QUANTITY.
           MOVE ORD-CUSTOMER-ID        TO DSO-CUSTOMER-ID.
           MOVE ORD-ORDER-DATE         TO DSO-ORDER-DATE.
           MOVE ORD-USERID             TO DSO-USERID.

           MOVE 'S'                    TO DSO-PRIORITY.
           MOVE ORD-ORDER-NUMBER       TO EXP-ORDER-NUMBER.
           READ EXPEDITE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF (WS-EXPDORD-STATUS = '00') AND EXP-OPEN
               MOVE 'E'                TO DSO-PRIORITY.

           WRITE DROP-SHIP-IO-RECORD FROM WS-DROP-SHIP-RECORD.
           ADD +1                      TO WDS-LINES-ROUTED.

       P00715-WRITE-DROP-SHIP-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00716-FIND-OVERRIDE-REASON                    *
      *                                                               *
      *    FUNCTION :  LOOK UP PRICE OVERRIDE REASON WPO-REASON IN    *
      *                THE REASON TABLE, SETTING WPO-REASON-FOUND AND *
      *                LEAVING ITS ENTRY IN WPO-REASON-SUB            *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                P00722-PRICE-OVERRIDE-REPORT                   *
      *                                                               *
      *****************************************************************

       P00716-FIND-OVERRIDE-REASON.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WPO-REASON-FOUND-SW.

           PERFORM VARYING WPO-REASON-SUB FROM 1 BY 1
                   UNTIL WPO-REASON-SUB > 6 OR WPO-REASON-FOUND
               IF WPO-REASON-CODE (WPO-REASON-SUB) = WPO-REASON
                   SET WPO-REASON-FOUND
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WPO-REASON-FOUND
               SUBTRACT 1              FROM WPO-REASON-SUB.

       P00716-FIND-OVERRIDE-REASON-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00717-APPLY-PRICE-OVERRIDE                    *
      *                                                               *
      *    FUNCTION :  MEASURE THE I= OVERRIDE PRICE AGAINST THE LIST *
      *                PRICE IN ORDER-ITEM-SEGMENT.  WITHIN THE       *
      *                USERID'S CEILING (OR ON A Q= RELEASE) THE      *
      *                OVERRIDE REPLACES THE EXTENDED PRICE, KEEPING  *
      *                THE LIST-PRICED SEGMENT FOR THE AUDIT BEFORE   *
      *                IMAGE; BEYOND IT THE LINE IS HELD ON THE       *
      *                APPROVAL FILE.  AN OVERRIDE NOT BELOW A        *
      *                NON-ZERO LIST PRICE IS A PARAMETER REJECT      *
      *                                                               *
      *    CALLED BY:  P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00717-APPLY-PRICE-OVERRIDE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ITEM-OVRD-REASON   TO WPO-REASON.
           MOVE ORI-EXTENDED-PRICE     TO WPO-LIST-PRICE.
           MOVE WPR-ITEM-OVRD-PRICE-R  TO WPO-OVERRIDE-PRICE.

           IF (WPO-LIST-PRICE > ZEROES)                    AND
              (WPO-OVERRIDE-PRICE < WPO-LIST-PRICE)
               NEXT SENTENCE
           ELSE
               MOVE WPM-OVERRIDE-NOT-BELOW
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00717-APPLY-PRICE-OVERRIDE-EXIT.

           COMPUTE WPO-PCT-OFF ROUNDED =
               (WPO-LIST-PRICE - WPO-OVERRIDE-PRICE) * 100
                   / WPO-LIST-PRICE.

      *****************************************************************
      *    CEILING -- THE USERID'S OWN ENTRY, ELSE THE * ENTRY, ELSE  *
      *    ZERO                                                       *
      *****************************************************************

           MOVE ZEROES                 TO WPO-CEILING-PCT
                                          WPL-DEFAULT-SUB.
           MOVE 'N'                    TO WPL-FOUND-SW.

           PERFORM VARYING WPL-SUB FROM 1 BY 1
                   UNTIL WPL-SUB > WPL-COUNT OR WPL-FOUND
               IF WPL-USERID (WPL-SUB) = WMF-USERID
                   MOVE WPL-MAX-PCT (WPL-SUB)
                                       TO WPO-CEILING-PCT
                   SET WPL-FOUND       TO TRUE
               ELSE
                   IF WPL-USERID (WPL-SUB) = '*'
                       MOVE WPL-SUB    TO WPL-DEFAULT-SUB
                   END-IF
               END-IF
           END-PERFORM.

           IF (NOT WPL-FOUND) AND (WPL-DEFAULT-SUB > ZEROES)
               MOVE WPL-MAX-PCT (WPL-DEFAULT-SUB)
                                       TO WPO-CEILING-PCT.

           MOVE ORDER-ITEM-SEGMENT     TO WPO-LIST-IMAGE.
           MOVE WPO-OVERRIDE-PRICE     TO ORI-EXTENDED-PRICE.

           IF (WPO-PCT-OFF > WPO-CEILING-PCT) AND
              (NOT WAP-SKIP-APPROVAL)
               PERFORM  P00718-HOLD-PRICE-OVERRIDE
                   THRU P00718-HOLD-PRICE-OVERRIDE-EXIT
           ELSE
               SET WPO-OVERRIDE-APPLIED
                                       TO TRUE.

       P00717-APPLY-PRICE-OVERRIDE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00718-HOLD-PRICE-OVERRIDE                     *
      *                                                               *
      *    FUNCTION :  HOLD AN I= LINE WHOSE OVERRIDE IS DEEPER THAN  *
      *                THE USERID'S CEILING ON THE APPROVAL FILE.     *
      *                THE HELD IMAGE CARRIES THE RESOLVED ITEM SEQ   *
      *                AND QUANTITY SO THE Q= RELEASE INSERTS THE     *
      *                SAME LINE.  THE HOLD IS AUDITED AS ACTION W    *
      *                WITH THE LIST AND OVERRIDE PRICED SEGMENTS,    *
      *                AND THE SUBMITTER IS TOLD ON USERRJCT          *
      *                                                               *
      *    CALLED BY:  P00717-APPLY-PRICE-OVERRIDE                    *
      *                                                               *
      *****************************************************************

       P00718-HOLD-PRICE-OVERRIDE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           SET WPO-OVERRIDE-HELD       TO TRUE.
           ADD +1                      TO WPO-OVERRIDES-HELD.

           PERFORM  P00720-NEXT-APPROVAL-SEQ
               THRU P00720-NEXT-APPROVAL-SEQ-EXIT.

           MOVE ORI-ITEM-SEQ           TO WPR-ITEM-CONT-SEQ-R.
           MOVE ORI-ITEM-QUANTITY      TO WPR-ITEM-CONT-QUANTITY-R.

           MOVE WAP-NEXT-SEQ           TO APR-SEQ.
           MOVE 'P'                    TO APR-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO APR-HELD-DATE.
           MOVE ZEROES                 TO APR-DECISION-DATE.
           MOVE SPACES                 TO APR-APPROVER.
           MOVE WMF-LAST-ORDER-NUMBER  TO APR-ORDER-NUMBER.
           MOVE WPO-OVERRIDE-PRICE     TO APR-AMOUNT.
           MOVE WS-PARAMETER-RECORD    TO APR-PARM-IMAGE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   REWRITE APPROVAL-RECORD
           END-WRITE.

           MOVE WPO-LIST-IMAGE         TO AUD-BEFORE-IMAGE.
           MOVE ORDER-ITEM-SEGMENT     TO AUD-AFTER-IMAGE.
           MOVE WS-PARAMETER-RECORD    TO WPO-SAVE-PARM-RECORD.
           MOVE SPACES                 TO WS-PARAMETER-RECORD.
           MOVE 'W'                    TO WPR-RECORD-TYPE.
           MOVE WMF-LAST-ORDER-NUMBER  TO WPR-ORDER-NUMBER-R.
           PERFORM  P00684-WRITE-ORDER-AUDIT
               THRU P00684-WRITE-ORDER-AUDIT-EXIT.
           MOVE WPO-SAVE-PARM-RECORD   TO WS-PARAMETER-RECORD.

           MOVE WMF-LAST-ORDER-NUMBER  TO WPM-OVRD-ORDER-NUM.
           MOVE WAP-NEXT-SEQ           TO WPM-OVRD-APPROVAL-SEQ.
           MOVE WPM-OVERRIDE-HELD-APPROVAL
                                       TO WMF-MESSAGE-AREA.
           WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA.

       P00718-HOLD-PRICE-OVERRIDE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00719-TALLY-PRICE-OVERRIDE                    *
      *                                                               *
      *    FUNCTION :  ADD THE OVERRIDE JUST APPLIED TO THE GIVE-AWAY *
      *                TALLY UNDER THE ORDER'S REP (ORD-USERID) AND   *
      *                REASON.  THE TABLE IS KEPT IN REP / REASON     *
      *                SEQUENCE SO THE REPORT CAN BREAK ON REP        *
      *                                                               *
      *    CALLED BY:  P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00719-TALLY-PRICE-OVERRIDE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ORD-USERID             TO WPO-USERID.

           PERFORM VARYING WPO-SUB FROM 1 BY 1
                   UNTIL WPO-SUB > WPO-TALLY-COUNT
                      OR WPO-TALLY-USERID (WPO-SUB) > WPO-USERID
                      OR (WPO-TALLY-USERID (WPO-SUB) = WPO-USERID AND
                          WPO-TALLY-REASON (WPO-SUB) NOT < WPO-REASON)
               CONTINUE
           END-PERFORM.

           IF WPO-SUB NOT > WPO-TALLY-COUNT
               IF (WPO-TALLY-USERID (WPO-SUB) = WPO-USERID)  AND
                  (WPO-TALLY-REASON (WPO-SUB) = WPO-REASON)
                   GO TO P00719-ADD-TO-ENTRY.

           IF WPO-TALLY-COUNT NOT < WPO-TALLY-MAX
               ADD +1                  TO WPO-NOT-TALLIED
               GO TO P00719-TALLY-PRICE-OVERRIDE-EXIT.

           PERFORM VARYING WPO-SUB2 FROM WPO-TALLY-COUNT BY -1
                   UNTIL WPO-SUB2 < WPO-SUB
               MOVE WPO-TALLY-GRP (WPO-SUB2)
                                       TO WPO-TALLY-GRP (WPO-SUB2 + 1)
           END-PERFORM.

           ADD +1                      TO WPO-TALLY-COUNT.
           MOVE WPO-USERID             TO WPO-TALLY-USERID (WPO-SUB).
           MOVE WPO-REASON             TO WPO-TALLY-REASON (WPO-SUB).
           MOVE ZEROES                 TO WPO-TALLY-LINES (WPO-SUB)
                                          WPO-TALLY-LIST (WPO-SUB)
                                          WPO-TALLY-OVERRIDE (WPO-SUB).

       P00719-ADD-TO-ENTRY.

           ADD +1                      TO WPO-TALLY-LINES (WPO-SUB).
           ADD WPO-LIST-PRICE          TO WPO-TALLY-LIST (WPO-SUB).
           ADD WPO-OVERRIDE-PRICE      TO WPO-TALLY-OVERRIDE (WPO-SUB).

       P00719-TALLY-PRICE-OVERRIDE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00720-NEXT-APPROVAL-SEQ                       *
      *                                                               *
      *    FUNCTION :  TAKE THE NEXT HOLD SEQUENCE FROM THE APPROVAL  *
      *                FILE CONTROL RECORD (KEY 00000), CREATING IT   *
      *                ON FIRST USE, AND LEAVE IT IN WAP-NEXT-SEQ     *
      *                                                               *
      *    CALLED BY:  P00674-CHANGE-ORDER-SEGMENT                    *
      *                P00718-HOLD-PRICE-OVERRIDE                     *
      *                                                               *
      *****************************************************************

       P00720-NEXT-APPROVAL-SEQ.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE '00000'                TO APR-SEQ.
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF APPROVAL-NOT-FOUND
               MOVE 1                  TO WAP-NEXT-SEQ
               MOVE '00000'            TO APR-SEQ
               MOVE SPACES             TO APR-STATUS
                                          APR-APPROVER
                                          APR-PARM-IMAGE
               MOVE ZEROES             TO APR-HELD-DATE
                                          APR-DECISION-DATE
                                          APR-ORDER-NUMBER
                                          APR-AMOUNT
               MOVE WAP-NEXT-SEQ       TO APR-PARM-IMAGE (1:5)
               WRITE APPROVAL-RECORD
           ELSE
               IF APR-PARM-IMAGE (1:5) NUMERIC
                   COMPUTE WAP-NEXT-SEQ =
                       FUNCTION NUMVAL (APR-PARM-IMAGE (1:5)) + 1
               ELSE
                   MOVE 1              TO WAP-NEXT-SEQ
               END-IF
               MOVE WAP-NEXT-SEQ       TO APR-PARM-IMAGE (1:5)
               REWRITE APPROVAL-RECORD
           END-IF.

       P00720-NEXT-APPROVAL-SEQ-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00721-RELEASE-HELD-OVERRIDE                   *
      *                                                               *
      *    FUNCTION :  INSERT AN APPROVED HELD I= PRICE OVERRIDE LINE *
      *                (PARM IMAGE ALREADY RESTORED) UNDER ITS ORDER, *
      *                WITH THE CEILING CHECK SUPPRESSED.  AN ORDER   *
      *                NO LONGER OPEN IS A PARAMETER REJECT AND THE   *
      *                HOLD STAYS PENDING.  THE ITEM CONTINUATION     *
      *                CONTEXT OF THE CURRENT RUN IS PUT BACK AFTER   *
      *                                                               *
      *    CALLED BY:  P00691-PROCESS-APPROVAL                        *
      *                                                               *
      *****************************************************************

       P00721-RELEASE-HELD-OVERRIDE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE APR-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.
           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF (PCB-STATUS-CODE = SPACES)      AND
              (ORD-ORDER-STATUS = 'OP')
               NEXT SENTENCE
           ELSE
               MOVE APR-ORDER-NUMBER   TO WPM-OVRD-CLOSED-NUM
               MOVE WPM-OVERRIDE-ORDER-CLOSED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00721-RELEASE-HELD-OVERRIDE-EXIT.

           MOVE WMF-LAST-ORDER-NUMBER  TO WPO-SAVE-LAST-ORDER.
           MOVE WMF-ITEM-SEQ           TO WPO-SAVE-ITEM-SEQ.
           MOVE APR-ORDER-NUMBER       TO WMF-LAST-ORDER-NUMBER.

           SET WAP-SKIP-APPROVAL       TO TRUE.
           PERFORM  P00673-ADD-ITEM-SEGMENT
               THRU P00673-ADD-ITEM-SEGMENT-EXIT.
           MOVE 'N'                    TO WAP-SKIP-SW.

           MOVE WPO-SAVE-LAST-ORDER    TO WMF-LAST-ORDER-NUMBER.
           MOVE WPO-SAVE-ITEM-SEQ      TO WMF-ITEM-SEQ.

       P00721-RELEASE-HELD-OVERRIDE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00722-PRICE-OVERRIDE-REPORT                   *
      *                                                               *
      *    FUNCTION :  PRINT THE DAILY PRICE OVERRIDE REPORT          *
      *                (PRCOVRRP) -- ONE LINE PER REP AND REASON WITH *
      *                LINES, LIST AND OVERRIDE PRICE TOTALS AND THE  *
      *                GIVE-AWAY, A TOTAL PER REP AND A GRAND TOTAL.  *
      *                THE REPORT IS WRITTEN EVEN WITH NO OVERRIDES   *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00722-PRICE-OVERRIDE-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT OVERRIDE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO POH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO POH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO POH-RUN-YEAR.
           WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-HDR1.
           WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-HDR2.
           MOVE BLANK-LINE             TO OVERRIDE-PRINT-RECORD.
           WRITE OVERRIDE-PRINT-RECORD.

           MOVE ZEROES                 TO WPO-REP-LINES
                                          WPO-REP-LIST
                                          WPO-REP-OVERRIDE
                                          WPO-ALL-LINES
                                          WPO-ALL-LIST
                                          WPO-ALL-OVERRIDE.

           PERFORM VARYING WPO-SUB FROM 1 BY 1
                   UNTIL WPO-SUB > WPO-TALLY-COUNT
               MOVE WPO-TALLY-USERID (WPO-SUB)
                                       TO POD-USERID
               MOVE WPO-TALLY-REASON (WPO-SUB)
                                       TO POD-REASON
                                          WPO-REASON
               PERFORM  P00716-FIND-OVERRIDE-REASON
                   THRU P00716-FIND-OVERRIDE-REASON-EXIT
               IF WPO-REASON-FOUND
                   MOVE WPO-REASON-DESC (WPO-REASON-SUB)
                                       TO POD-REASON-DESC
               ELSE
                   MOVE SPACES         TO POD-REASON-DESC
               END-IF
               MOVE WPO-TALLY-LINES (WPO-SUB)
                                       TO POD-LINES
               MOVE WPO-TALLY-LIST (WPO-SUB)
                                       TO POD-LIST
               MOVE WPO-TALLY-OVERRIDE (WPO-SUB)
                                       TO POD-OVERRIDE
               COMPUTE POD-GIVE-AWAY = WPO-TALLY-LIST (WPO-SUB)
                                     - WPO-TALLY-OVERRIDE (WPO-SUB)
               WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-DETAIL
               ADD WPO-TALLY-LINES (WPO-SUB)
                                       TO WPO-REP-LINES
               ADD WPO-TALLY-LIST (WPO-SUB)
                                       TO WPO-REP-LIST
               ADD WPO-TALLY-OVERRIDE (WPO-SUB)
                                       TO WPO-REP-OVERRIDE
               IF (WPO-SUB = WPO-TALLY-COUNT)                    OR
                  (WPO-TALLY-USERID (WPO-SUB + 1) NOT =
                   WPO-TALLY-USERID (WPO-SUB))
                   MOVE SPACES         TO POD-REASON
                   MOVE 'TOTAL FOR REP'
                                       TO POD-REASON-DESC
                   MOVE WPO-REP-LINES  TO POD-LINES
                   MOVE WPO-REP-LIST   TO POD-LIST
                   MOVE WPO-REP-OVERRIDE
                                       TO POD-OVERRIDE
                   COMPUTE POD-GIVE-AWAY = WPO-REP-LIST
                                         - WPO-REP-OVERRIDE
                   WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-DETAIL
                   MOVE BLANK-LINE     TO OVERRIDE-PRINT-RECORD
                   WRITE OVERRIDE-PRINT-RECORD
                   ADD WPO-REP-LINES   TO WPO-ALL-LINES
                   ADD WPO-REP-LIST    TO WPO-ALL-LIST
                   ADD WPO-REP-OVERRIDE
                                       TO WPO-ALL-OVERRIDE
                   MOVE ZEROES         TO WPO-REP-LINES
                                          WPO-REP-LIST
                                          WPO-REP-OVERRIDE
               END-IF
           END-PERFORM.

           MOVE 'ALL REPS'             TO POD-USERID.
           MOVE SPACES                 TO POD-REASON.
           MOVE 'GRAND TOTAL'          TO POD-REASON-DESC.
           MOVE WPO-ALL-LINES          TO POD-LINES.
           MOVE WPO-ALL-LIST           TO POD-LIST.
           MOVE WPO-ALL-OVERRIDE       TO POD-OVERRIDE.
           COMPUTE POD-GIVE-AWAY = WPO-ALL-LIST - WPO-ALL-OVERRIDE.
           WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-DETAIL.

           IF WPO-NOT-TALLIED > ZEROES
               MOVE WPO-NOT-TALLIED    TO POT-LINES
               WRITE OVERRIDE-PRINT-RECORD FROM PRCOVR-NOT-TALLIED.

           CLOSE OVERRIDE-REPORT-FILE.

       P00722-PRICE-OVERRIDE-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00723-RELIEVE-CLOSED-ORDER                    *
      *                                                               *
      *    FUNCTION :  RELIEVE THE CUSTOMER'S OPEN BALANCE FOR THE    *
      *                ORDER JUST CLOSED BY WHAT IT NEVER INVOICED.   *
      *                AN ORDER NEVER INVOICED RELIEVES ITS WHOLE     *
      *                TOTAL; ONE INVOICED IN FULL RELIEVES NOTHING   *
      *                (THE DEBT NOW LIVES ON ARLEDGER UNTIL CASH     *
      *                COMES IN); ONE INVOICED IN PART RELIEVES THE   *
      *                VALUE OF ITS LINES NOT YET BILLED              *
      *                                                               *
      *    CALLED BY:  P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00723-RELIEVE-CLOSED-ORDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ORD-ORDER-NUMBER       TO PIV-ORDER-NUMBER.
           READ PENDING-INVOICE-FILE
               INVALID KEY
                   MOVE SPACES         TO PIV-STATUS
                   MOVE ZEROES         TO PIV-INVOICE-COUNT
           END-READ.

           IF PIV-INVOICE-COUNT NOT NUMERIC
               MOVE ZEROES             TO PIV-INVOICE-COUNT.

      *    AN ORDER BILLED BEFORE INVOICES WERE COUNTED WAS BILLED
      *    WHOLE, IN ONE INVOICE
           IF (PIV-INVOICE-COUNT = ZEROES) AND (NOT PIV-BILLED)
               PERFORM  P00683-RELIEVE-CUST-BALANCE
                   THRU P00683-RELIEVE-CUST-BALANCE-EXIT.

           IF PIV-INVOICE-COUNT = ZEROES
               GO TO P00723-RELIEVE-CLOSED-ORDER-EXIT.

           MOVE ZEROES                 TO WPS-UNBILLED-VALUE.
           MOVE 'N'                    TO WPS-END-OF-ITEMS-SW.

           PERFORM UNTIL WPS-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-ITEM-QUANTITY > ZEROES
                       COMPUTE WPS-BILLED-VALUE ROUNDED =
                           ORI-EXTENDED-PRICE * ORI-BILLED-QUANTITY
                                              / ORI-ITEM-QUANTITY
                       COMPUTE WPS-UNBILLED-VALUE =
                           WPS-UNBILLED-VALUE + ORI-EXTENDED-PRICE
                                              - WPS-BILLED-VALUE
                   END-IF
               ELSE
                   SET WPS-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WPS-UNBILLED-VALUE NOT = ZEROES
               MOVE ORD-CUSTOMER-ID    TO WBA-ADJ-CUSTOMER
               COMPUTE WBA-ADJ-AMOUNT = 0 - WPS-UNBILLED-VALUE
               PERFORM  P00664-ADJUST-CUST-BALANCE
                   THRU P00664-ADJUST-CUST-BALANCE-EXIT.

       P00723-RELIEVE-CLOSED-ORDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00724-POST-AR-FROM-INVREG                     *
      *                                                               *
      *    FUNCTION :  READ BACK TONIGHT'S INVOICE REGISTER (INVREG)  *
      *                AND POST IT TO THE ARLEDGER OPEN-ITEM FILE --  *
      *                EACH INVOICE BECOMES AN OPEN I ITEM (ONE        *
      *                ALREADY ON FILE FROM AN EARLIER EXECUTION IS   *
      *                LEFT AS IT IS); EACH CREDIT MEMO COMES OFF     *
      *                THE OPEN AMOUNT OF THE INVOICE IT CREDITS      *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00724-POST-AR-FROM-INVREG.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN INPUT INVOICE-REGISTER-FILE.
           MOVE 'N'                    TO WAR-END-OF-FILE-SW.

           READ INVOICE-REGISTER-FILE INTO WS-INVOICE-REGISTER
               AT END
                   SET WAR-END-OF-FILE TO TRUE
           END-READ.

           PERFORM UNTIL WAR-END-OF-FILE
               MOVE 'ARCV'             TO WGL-ADD-FUNCTION
               MOVE SPACES             TO WGL-ADD-QUALIFIER
               MOVE IRG-INVOICE-AMOUNT TO WGL-ADD-AMOUNT
               PERFORM  P00130-ADD-GL-AMOUNT
                   THRU P00130-ADD-GL-AMOUNT-EXIT
               MOVE 'STAX'             TO WGL-ADD-FUNCTION
               MOVE IRG-TAX-AMOUNT     TO WGL-ADD-AMOUNT
               PERFORM  P00130-ADD-GL-AMOUNT
                   THRU P00130-ADD-GL-AMOUNT-EXIT
               MOVE 'REVN'             TO WGL-ADD-FUNCTION
               COMPUTE WGL-ADD-AMOUNT =
                   IRG-INVOICE-AMOUNT - IRG-TAX-AMOUNT
               PERFORM  P00130-ADD-GL-AMOUNT
                   THRU P00130-ADD-GL-AMOUNT-EXIT
               MOVE IRG-INVOICE-NUMBER TO ARL-DOC-NUMBER
               MOVE IRG-INVOICE-SUFFIX TO ARL-DOC-SUFFIX
               MOVE 'I'                TO ARL-DOC-TYPE
               IF IRG-CREDIT-MEMO
                   PERFORM  P00730-POST-CREDIT-MEMO
                       THRU P00730-POST-CREDIT-MEMO-EXIT
               ELSE
                   MOVE IRG-CUSTOMER-ID
                                       TO ARL-CUSTOMER-ID
                   MOVE IRG-INVOICE-DATE
                                       TO ARL-DOC-DATE
                                          ARL-LAST-ACTIVITY
                   MOVE IRG-INVOICE-AMOUNT
                                       TO ARL-ORIGINAL-AMOUNT
                                          ARL-OPEN-AMOUNT
                   MOVE ZEROES         TO ARL-CREDIT-AMOUNT
                                          ARL-PAID-AMOUNT
                   MOVE 'O'            TO ARL-STATUS
                   MOVE SPACES         TO ARL-CHECK-NUMBER
                   WRITE AR-LEDGER-RECORD
                       INVALID KEY
                           ADD +1      TO WAR-ALREADY-POSTED
                       NOT INVALID KEY
                           ADD +1      TO WAR-INVOICES-POSTED
                   END-WRITE
               END-IF
               READ INVOICE-REGISTER-FILE INTO WS-INVOICE-REGISTER
                   AT END
                       SET WAR-END-OF-FILE
                                       TO TRUE
               END-READ
           END-PERFORM.

           CLOSE INVOICE-REGISTER-FILE.

       P00724-POST-AR-FROM-INVREG-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00725-APPLY-CASH-RECEIPTS                     *
      *                                                               *
      *    FUNCTION :  READ THE DAY'S CASH RECEIPTS (CASHRCPT) AND    *
      *                APPLY EACH ONE THROUGH P00726, PRINTING THE    *
      *                CASH APPLICATION REPORT (CASHAPRP).  THE       *
      *                REPORT IS WRITTEN EVEN WHEN NO RECEIPTS CAME   *
      *                IN; A MISSING FILE MEANS NO RECEIPTS TODAY     *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00725-APPLY-CASH-RECEIPTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT CASH-APPLY-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO CAH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO CAH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO CAH-RUN-YEAR.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-HDR1.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-HDR2.
           MOVE BLANK-LINE             TO CASH-APPLY-PRINT-RECORD.
           WRITE CASH-APPLY-PRINT-RECORD.

           MOVE WS-BUSINESS-DATE-R (3:6)
                                       TO WAR-RECEIPT-YYMMDD.
           MOVE ZEROES                 TO WAR-RECEIPT-SEQ.

           OPEN INPUT CASH-RECEIPT-FILE.

           IF WS-CASHRCPT-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00725-WRITE-TOTALS.

           MOVE 'N'                    TO WAR-END-OF-FILE-SW.

           READ CASH-RECEIPT-FILE INTO WS-CASH-RECEIPT-RECORD
               AT END
                   SET WAR-END-OF-FILE TO TRUE
           END-READ.

           PERFORM UNTIL WAR-END-OF-FILE
               ADD +1                  TO WAR-RECEIPTS-READ
               PERFORM  P00726-APPLY-ONE-RECEIPT
                   THRU P00726-APPLY-ONE-RECEIPT-EXIT
               READ CASH-RECEIPT-FILE INTO WS-CASH-RECEIPT-RECORD
                   AT END
                       SET WAR-END-OF-FILE
                                       TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CASH-RECEIPT-FILE.

       P00725-WRITE-TOTALS.

           MOVE BLANK-LINE             TO CASH-APPLY-PRINT-RECORD.
           WRITE CASH-APPLY-PRINT-RECORD.
           MOVE WAR-RECEIPTS-READ      TO CAT1-RECEIPTS.
           MOVE WAR-RECEIPTS-REJECTED  TO CAT1-REJECTED.
           MOVE WAR-CASH-RECEIVED      TO CAT1-RECEIVED.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-TOTALS-1.
           MOVE WAR-CASH-APPLIED       TO CAT2-APPLIED.
           MOVE WAR-CASH-UNAPPLIED     TO CAT2-UNAPPLIED.
           MOVE WAR-CASH-ON-ACCOUNT    TO CAT2-ON-ACCOUNT.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-TOTALS-2.

           CLOSE CASH-APPLY-REPORT-FILE.

       P00725-APPLY-CASH-RECEIPTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00726-APPLY-ONE-RECEIPT                       *
      *                                                               *
      *    FUNCTION :  EDIT THE CASH RECEIPT IN MEMORY (CUSTOMER ON   *
      *                FILE, CHECK NUMBER PRESENT, AMOUNT NUMERIC AND *
      *                NOT ZERO, INVOICES NUMERIC WHEN CODED), APPLY  *
      *                IT TO EACH NAMED INVOICE IN TURN, HOLD ANY     *
      *                REMAINDER, AND RELIEVE THE CUSTOMER'S OPEN     *
      *                BALANCE BY THE FULL RECEIPT                    *
      *                                                               *
      *    CALLED BY:  P00725-APPLY-CASH-RECEIPTS                     *
      *                                                               *
      *****************************************************************

       P00726-APPLY-ONE-RECEIPT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO CASHAP-DETAIL (3:98).
           MOVE CRR-CUSTOMER-ID        TO CAD-CUSTOMER-ID.
           MOVE CRR-CHECK-NUMBER       TO CAD-CHECK-NUMBER.
           MOVE ZEROES                 TO CAD-AMOUNT
                                          CAD-OPEN-AFTER.

           SET WAR-RECEIPT-OK          TO TRUE.
           MOVE 'N'                    TO WAR-INVOICE-NAMED-SW.

           PERFORM VARYING WAR-SUB FROM 1 BY 1 UNTIL WAR-SUB > 7
               IF CRR-INVOICE-SFX (WAR-SUB) = SPACES
                   MOVE '00'           TO CRR-INVOICE-SFX (WAR-SUB)
               END-IF
               IF CRR-INVOICE (WAR-SUB) NOT = SPACES
                   IF (CRR-INVOICE (WAR-SUB) NUMERIC) AND
                      (CRR-INVOICE-SFX (WAR-SUB) NUMERIC)
                       SET WAR-INVOICE-NAMED
                                       TO TRUE
                   ELSE
                       MOVE 'REJ - BAD INVOICE'
                                       TO CAD-MESSAGE
                       MOVE 'N'        TO WAR-RECEIPT-OK-SW
                   END-IF
               END-IF
           END-PERFORM.

           IF (CRR-AMOUNT NOT NUMERIC) OR (CRR-AMOUNT-R = ZEROES)
               MOVE 'REJ - BAD AMOUNT' TO CAD-MESSAGE
               MOVE 'N'                TO WAR-RECEIPT-OK-SW.

           IF CRR-CHECK-NUMBER = SPACES
               MOVE 'REJ - NO CHECK NO'
                                       TO CAD-MESSAGE
               MOVE 'N'                TO WAR-RECEIPT-OK-SW.

           MOVE CRR-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE 'REJ - NO CUSTOMER'
                                       TO CAD-MESSAGE
                   MOVE 'N'            TO WAR-RECEIPT-OK-SW
           END-READ.

           IF NOT WAR-RECEIPT-OK
               ADD +1                  TO WAR-RECEIPTS-REJECTED
               WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-DETAIL
               GO TO P00726-APPLY-ONE-RECEIPT-EXIT.

           ADD +1                      TO WAR-RECEIPTS-APPLIED.
           ADD CRR-AMOUNT-R            TO WAR-CASH-RECEIVED.
           MOVE CRR-AMOUNT-R           TO WAR-REMAINING
                                          CAD-AMOUNT.
           MOVE 'RECEIPT'              TO CAD-MESSAGE.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-DETAIL.
           MOVE SPACES                 TO CAD-CUSTOMER-ID
                                          CAD-CHECK-NUMBER.

           PERFORM VARYING WAR-SUB FROM 1 BY 1
                   UNTIL WAR-SUB > 7 OR WAR-REMAINING = ZEROES
               IF CRR-INVOICE (WAR-SUB) NUMERIC
                   PERFORM  P00727-APPLY-TO-INVOICE
                       THRU P00727-APPLY-TO-INVOICE-EXIT
               END-IF
           END-PERFORM.

           IF WAR-REMAINING > ZEROES
               PERFORM  P00728-HOLD-RECEIPT-REMAINDER
                   THRU P00728-HOLD-RECEIPT-REMAINDER-EXIT.

           MOVE CRR-CUSTOMER-ID        TO WBA-ADJ-CUSTOMER.
           COMPUTE WBA-ADJ-AMOUNT = 0 - CRR-AMOUNT-R.
           PERFORM  P00664-ADJUST-CUST-BALANCE
               THRU P00664-ADJUST-CUST-BALANCE-EXIT.

       P00726-APPLY-ONE-RECEIPT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00727-APPLY-TO-INVOICE                        *
      *                                                               *
      *    FUNCTION :  APPLY AS MUCH OF WAR-REMAINING AS INVOICE      *
      *                CRR-INVOICE (WAR-SUB) STILL OWES.  AN INVOICE  *
      *                NOT ON ARLEDGER, BELONGING TO ANOTHER CUSTOMER *
      *                OR WITH NOTHING OPEN IS LISTED AND SKIPPED     *
      *                                                               *
      *    CALLED BY:  P00726-APPLY-ONE-RECEIPT                       *
      *                                                               *
      *****************************************************************

       P00727-APPLY-TO-INVOICE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE CRR-INVOICE-R (WAR-SUB)
                                       TO ARL-DOC-NUMBER.
           MOVE CRR-INVOICE-SFX-R (WAR-SUB)
                                       TO ARL-DOC-SUFFIX.
           MOVE 'I'                    TO ARL-DOC-TYPE.
           PERFORM  P00739-FORMAT-AR-DOCUMENT
               THRU P00739-FORMAT-AR-DOCUMENT-EXIT.
           MOVE WAR-DOC-DISPLAY        TO CAD-DOC-NUMBER.
           READ AR-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF (WS-ARLEDGER-STATUS = '00')            AND
              (ARL-CUSTOMER-ID = CRR-CUSTOMER-ID)    AND
              (ARL-OPEN-AMOUNT > ZEROES)
               NEXT SENTENCE
           ELSE
               MOVE ZEROES             TO CAD-AMOUNT
                                          CAD-OPEN-AFTER
               MOVE 'NOT OPEN - SKIPPED'
                                       TO CAD-MESSAGE
               WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-DETAIL
               GO TO P00727-APPLY-TO-INVOICE-EXIT.

           IF WAR-REMAINING < ARL-OPEN-AMOUNT
               MOVE WAR-REMAINING      TO WAR-APPLY-AMOUNT
           ELSE
               MOVE ARL-OPEN-AMOUNT    TO WAR-APPLY-AMOUNT.

           ADD WAR-APPLY-AMOUNT        TO ARL-PAID-AMOUNT.
           SUBTRACT WAR-APPLY-AMOUNT   FROM ARL-OPEN-AMOUNT
                                            WAR-REMAINING.
           ADD WAR-APPLY-AMOUNT        TO WAR-CASH-APPLIED.
           MOVE WS-BUSINESS-DATE-R     TO ARL-LAST-ACTIVITY.
           MOVE CRR-CHECK-NUMBER       TO ARL-CHECK-NUMBER.

           IF ARL-OPEN-AMOUNT = ZEROES
               MOVE 'P'                TO ARL-STATUS
               MOVE 'PAID IN FULL'     TO CAD-MESSAGE
           ELSE
               MOVE 'APPLIED - PARTIAL'
                                       TO CAD-MESSAGE.

           REWRITE AR-LEDGER-RECORD.

           MOVE WAR-APPLY-AMOUNT       TO CAD-AMOUNT.
           MOVE ARL-OPEN-AMOUNT        TO CAD-OPEN-AFTER.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-DETAIL.

       P00727-APPLY-TO-INVOICE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00728-HOLD-RECEIPT-REMAINDER                  *
      *                                                               *
      *    FUNCTION :  HOLD THE PART OF THE RECEIPT NOT APPLIED AS    *
      *                AN ARLEDGER CREDIT ITEM UNDER THE NEXT FREE    *
      *                RECEIPT NUMBER -- ON ACCOUNT (A) WHEN THE      *
      *                RECEIPT NAMED NO INVOICE, OTHERWISE UNAPPLIED  *
      *                (U) FOR CREDIT TO RESEARCH                     *
      *                                                               *
      *    CALLED BY:  P00726-APPLY-ONE-RECEIPT                       *
      *                                                               *
      *****************************************************************

       P00728-HOLD-RECEIPT-REMAINDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WAR-INVOICE-NAMED
               MOVE 'U'                TO ARL-DOC-TYPE
               ADD WAR-REMAINING       TO WAR-CASH-UNAPPLIED
               MOVE 'HELD UNAPPLIED'   TO CAD-MESSAGE
           ELSE
               MOVE 'A'                TO ARL-DOC-TYPE
               ADD WAR-REMAINING       TO WAR-CASH-ON-ACCOUNT
               MOVE 'HELD ON ACCOUNT'  TO CAD-MESSAGE.

           MOVE CRR-CUSTOMER-ID        TO ARL-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE-R     TO ARL-DOC-DATE
                                          ARL-LAST-ACTIVITY.
           MOVE CRR-AMOUNT-R           TO ARL-ORIGINAL-AMOUNT.
           COMPUTE ARL-PAID-AMOUNT = CRR-AMOUNT-R - WAR-REMAINING.
           MOVE ZEROES                 TO ARL-CREDIT-AMOUNT.
           MOVE WAR-REMAINING          TO ARL-OPEN-AMOUNT.
           MOVE 'O'                    TO ARL-STATUS.
           MOVE CRR-CHECK-NUMBER       TO ARL-CHECK-NUMBER.

      *    A RERUN OF THE SAME BUSINESS DATE FINDS ITS EARLIER
      *    RECEIPT NUMBERS TAKEN AND STEPS PAST THEM
           MOVE '22'                   TO WS-ARLEDGER-STATUS.
           PERFORM UNTIL (NOT ARLEDGER-DUPLICATE) OR
                         (WAR-RECEIPT-SEQ = 9999)
               ADD +1                  TO WAR-RECEIPT-SEQ
               MOVE WAR-RECEIPT-SEQ    TO WAR-RECEIPT-SUFFIX
               MOVE WAR-RECEIPT-NUMBER-R
                                       TO ARL-DOC-NUMBER
               MOVE ZEROES             TO ARL-DOC-SUFFIX
               WRITE AR-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.

           MOVE WAR-RECEIPT-NUMBER     TO CAD-DOC-NUMBER.
           MOVE WAR-REMAINING          TO CAD-AMOUNT
                                          CAD-OPEN-AFTER.
           WRITE CASH-APPLY-PRINT-RECORD FROM CASHAP-DETAIL.

       P00728-HOLD-RECEIPT-REMAINDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00729-AR-AGING-REPORT                         *
      *                                                               *
      *    FUNCTION :  WALK ARLEDGER AND PRINT THE RECEIVABLES AGING  *
      *                (ARAGERP) -- EVERY INVOICE WITH AN AMOUNT STILL*
      *                OPEN, AGED BY INVOICE DATE THROUGH PDAS03 INTO *
      *                0-30 / 31-60 / 61-90 / OVER 90, AND EVERY HELD *
      *                UNAPPLIED OR ON-ACCOUNT CREDIT, WITH BUCKET    *
      *                TOTALS AND THE NET RECEIVABLE                  *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00729-AR-AGING-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT AR-AGING-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO ARH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO ARH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO ARH-RUN-YEAR.
           WRITE AR-AGING-PRINT-RECORD FROM ARAGE-HDR1.
           WRITE AR-AGING-PRINT-RECORD FROM ARAGE-HDR2.
           MOVE BLANK-LINE             TO AR-AGING-PRINT-RECORD.
           WRITE AR-AGING-PRINT-RECORD.

           MOVE 'N'                    TO WAR-END-OF-FILE-SW.
           MOVE LOW-VALUES             TO ARL-KEY.

           START AR-LEDGER-FILE
               KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   SET WAR-END-OF-FILE TO TRUE
           END-START.

           IF NOT WAR-END-OF-FILE
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WAR-END-OF-FILE TO TRUE
               END-READ.

           PERFORM UNTIL WAR-END-OF-FILE
               IF ARL-OPEN-AMOUNT NOT = ZEROES
                   PERFORM  P00739-FORMAT-AR-DOCUMENT
                       THRU P00739-FORMAT-AR-DOCUMENT-EXIT
                   MOVE WAR-DOC-DISPLAY
                                       TO ARA-DOC-NUMBER
                   MOVE ARL-CUSTOMER-ID
                                       TO ARA-CUSTOMER-ID
                   MOVE ARL-DOC-DATE   TO ARA-DOC-DATE
                   MOVE ARL-DOC-DATE   TO PDAS03-ORDER-DATE
                   CALL PDAS03 USING PDAS03-PARMS
                   MOVE PDAS03-AGE-DAYS
                                       TO ARA-AGE-DAYS
                   IF ARL-INVOICE
                       MOVE ARL-OPEN-AMOUNT
                                       TO ARA-OPEN-AMOUNT
                       EVALUATE TRUE
                           WHEN PDAS03-AGE-DAYS < 31
                               ADD ARL-OPEN-AMOUNT
                                       TO WAR-AGE-0-30
                               MOVE '0-30 DAYS'
                                       TO ARA-BUCKET
                           WHEN PDAS03-AGE-DAYS < 61
                               ADD ARL-OPEN-AMOUNT
                                       TO WAR-AGE-31-60
                               MOVE '31-60 DAYS'
                                       TO ARA-BUCKET
                           WHEN PDAS03-AGE-DAYS < 91
                               ADD ARL-OPEN-AMOUNT
                                       TO WAR-AGE-61-90
                               MOVE '61-90 DAYS'
                                       TO ARA-BUCKET
                           WHEN OTHER
                               ADD ARL-OPEN-AMOUNT
                                       TO WAR-AGE-OVER-90
                               MOVE 'OVER 90 DAYS'
                                       TO ARA-BUCKET
                       END-EVALUATE
                   ELSE
                       COMPUTE ARA-OPEN-AMOUNT = 0 - ARL-OPEN-AMOUNT
                       ADD ARL-OPEN-AMOUNT
                                       TO WAR-CREDITS-HELD
                       IF ARL-ON-ACCOUNT
                           MOVE 'ON ACCOUNT CASH'
                                       TO ARA-BUCKET
                       ELSE
                           MOVE 'UNAPPLIED CASH'
                                       TO ARA-BUCKET
                       END-IF
                   END-IF
                   WRITE AR-AGING-PRINT-RECORD FROM ARAGE-DETAIL
               END-IF
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WAR-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           MOVE BLANK-LINE             TO AR-AGING-PRINT-RECORD.
           WRITE AR-AGING-PRINT-RECORD.
           MOVE WAR-AGE-0-30           TO ARA-TOT-0-30.
           MOVE WAR-AGE-31-60          TO ARA-TOT-31-60.
           MOVE WAR-AGE-61-90          TO ARA-TOT-61-90.
           MOVE WAR-AGE-OVER-90        TO ARA-TOT-OVER-90.
           WRITE AR-AGING-PRINT-RECORD FROM ARAGE-TOTALS-1.
           COMPUTE ARA-TOT-CREDITS = 0 - WAR-CREDITS-HELD.
           COMPUTE ARA-TOT-NET = WAR-AGE-0-30  + WAR-AGE-31-60
                               + WAR-AGE-61-90 + WAR-AGE-OVER-90
                               - WAR-CREDITS-HELD.
           WRITE AR-AGING-PRINT-RECORD FROM ARAGE-TOTALS-2.

           CLOSE AR-AGING-REPORT-FILE.

       P00729-AR-AGING-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00730-POST-CREDIT-MEMO                        *
      *                                                               *
      *    FUNCTION :  TAKE THE CREDIT MEMO IN WS-INVOICE-REGISTER    *
      *                (A NEGATIVE AMOUNT) OFF THE OPEN AMOUNT OF THE *
      *                ORDER'S FIRST INVOICE.  A MEMO AGAINST AN      *
      *                INVOICE                                        *
      *                BILLED BEFORE THE LEDGER EXISTED OPENS THE     *
      *                ITEM AS A CREDIT.  A PAID INVOICE REOPENS AS A *
      *                CREDIT BALANCE THE CUSTOMER CAN BE REFUNDED    *
      *                                                               *
      *    CALLED BY:  P00724-POST-AR-FROM-INVREG                     *
      *                                                               *
      *****************************************************************

       P00730-POST-CREDIT-MEMO.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO ARL-DOC-SUFFIX.
           READ AR-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ARLEDGER-NOT-FOUND
               MOVE IRG-CUSTOMER-ID    TO ARL-CUSTOMER-ID
               MOVE IRG-INVOICE-DATE   TO ARL-DOC-DATE
               MOVE ZEROES             TO ARL-ORIGINAL-AMOUNT
                                          ARL-CREDIT-AMOUNT
                                          ARL-PAID-AMOUNT
                                          ARL-OPEN-AMOUNT
               MOVE SPACES             TO ARL-CHECK-NUMBER
           END-IF.

           SUBTRACT IRG-INVOICE-AMOUNT FROM ARL-CREDIT-AMOUNT.
           ADD IRG-INVOICE-AMOUNT      TO ARL-OPEN-AMOUNT.
           MOVE IRG-INVOICE-DATE       TO ARL-LAST-ACTIVITY.

           IF ARL-OPEN-AMOUNT = ZEROES
               MOVE 'P'                TO ARL-STATUS
           ELSE
               MOVE 'O'                TO ARL-STATUS.

           IF ARLEDGER-NOT-FOUND
               WRITE AR-LEDGER-RECORD
           ELSE
               REWRITE AR-LEDGER-RECORD.

           ADD +1                      TO WAR-MEMOS-POSTED.

       P00730-POST-CREDIT-MEMO-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00731-COMPUTE-SALES-TAX                       *
      *                                                               *
      *    FUNCTION :  COMPUTE THE SALES TAX ON WTX-BASE-AMOUNT (AN   *
      *                INVOICE'S MERCHANDISE, OR A CREDIT MEMO'S      *
      *                NEGATIVE CREDIT) FOR CUSTOMER WTX-CUSTOMER-ID  *
      *                AT THE RATE IN EFFECT TODAY FOR ITS SHIP-TO    *
      *                JURISDICTION, AND POST THE DOCUMENT TO THE     *
      *                MONTH'S TAXLIAB TOTALS.  AN EXEMPT CUSTOMER,   *
      *                OR ONE WITH NO SHIP-TO STATE, PAYS NO TAX      *
      *                                                               *
      *    CALLED BY:  P00695-PRINT-ONE-INVOICE                       *
      *                P00707-FINISH-CREDIT-MEMO                      *
      *                                                               *
      *****************************************************************

       P00731-COMPUTE-SALES-TAX.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WTX-TAX-AMOUNT
                                          WTX-RATE.
           MOVE SPACES                 TO WTX-STATE
                                          WTX-COUNTY.
           MOVE 'N'                    TO WTX-EXEMPT-SW
                                          WTX-RATE-FOUND-SW.

           MOVE WTX-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   GO TO P00731-COMPUTE-SALES-TAX-EXIT
           END-READ.

           IF CUST-SHIPTO-STATE = SPACES OR LOW-VALUES
               GO TO P00731-COMPUTE-SALES-TAX-EXIT.

           MOVE CUST-SHIPTO-STATE      TO WTX-STATE.
           MOVE CUST-SHIPTO-COUNTY     TO WTX-COUNTY.
           IF CUST-TAX-EXEMPT
               SET WTX-EXEMPT          TO TRUE.

      *****************************************************************
      *    THE COUNTY'S OWN RATE BEATS THE STATE-WIDE *** RATE; THE   *
      *    LATEST EFFECTIVE DATE NOT AFTER TODAY WINS WITHIN EACH     *
      *****************************************************************

           MOVE ZEROES                 TO WTX-BEST-MATCH
                                          WTX-BEST-DATE.
           PERFORM VARYING WTX-SUB FROM +1 BY +1
                   UNTIL WTX-SUB > WTR-COUNT
               MOVE ZEROES             TO WTX-MATCH
               IF (WTR-STATE (WTX-SUB) = WTX-STATE)           AND
                  (WTR-EFFECTIVE-DATE (WTX-SUB) NOT >
                                          WS-BUSINESS-DATE-R)
                   IF WTR-COUNTY (WTX-SUB) = WTX-COUNTY
                       MOVE +2         TO WTX-MATCH
                   ELSE
                   IF WTR-COUNTY (WTX-SUB) = '***'
                       MOVE +1         TO WTX-MATCH
                   END-IF
                   END-IF
               END-IF
               IF (WTX-MATCH > WTX-BEST-MATCH)                OR
                  ((WTX-MATCH = WTX-BEST-MATCH) AND
                   (WTX-MATCH > ZEROES)         AND
                   (WTR-EFFECTIVE-DATE (WTX-SUB) > WTX-BEST-DATE))
                   MOVE WTX-MATCH      TO WTX-BEST-MATCH
                   MOVE WTR-EFFECTIVE-DATE (WTX-SUB)
                                       TO WTX-BEST-DATE
                   MOVE WTR-RATE (WTX-SUB)
                                       TO WTX-RATE
                   SET WTX-RATE-FOUND  TO TRUE
               END-IF
           END-PERFORM.

           IF WTX-RATE-FOUND AND NOT WTX-EXEMPT
               COMPUTE WTX-TAX-AMOUNT ROUNDED =
                   WTX-BASE-AMOUNT * WTX-RATE / 100.

           PERFORM  P00732-POST-TAX-LIABILITY
               THRU P00732-POST-TAX-LIABILITY-EXIT.

       P00731-COMPUTE-SALES-TAX-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00732-POST-TAX-LIABILITY                      *
      *                                                               *
      *    FUNCTION :  ADD THE DOCUMENT JUST TAXED TO THIS MONTH'S    *
      *                TAXLIAB RECORD FOR ITS JURISDICTION, CREATING  *
      *                THE RECORD ON THE MONTH'S FIRST DOCUMENT       *
      *                                                               *
      *    CALLED BY:  P00731-COMPUTE-SALES-TAX                       *
      *                                                               *
      *****************************************************************

       P00732-POST-TAX-LIABILITY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUSINESS-DATE-R (1:6)
                                       TO TXL-PERIOD.
           MOVE WTX-STATE              TO TXL-STATE.
           MOVE WTX-COUNTY             TO TXL-COUNTY.
           READ TAX-LIABILITY-FILE
               INVALID KEY
                   MOVE ZEROES         TO TXL-DOCUMENT-COUNT
                                          TXL-TAXABLE-SALES
                                          TXL-EXEMPT-SALES
                                          TXL-TAX-AMOUNT
                   MOVE 'N'            TO TXL-NO-RATE-SW
           END-READ.

           MOVE WTX-RATE               TO TXL-TAX-RATE.
           ADD +1                      TO TXL-DOCUMENT-COUNT.
           IF WTX-EXEMPT
               ADD WTX-BASE-AMOUNT     TO TXL-EXEMPT-SALES
           ELSE
               ADD WTX-BASE-AMOUNT     TO TXL-TAXABLE-SALES
               ADD WTX-TAX-AMOUNT      TO TXL-TAX-AMOUNT
               IF NOT WTX-RATE-FOUND
                   MOVE 'Y'            TO TXL-NO-RATE-SW.

           IF TAXLIAB-NOT-FOUND
               WRITE TAX-LIABILITY-RECORD
           ELSE
               REWRITE TAX-LIABILITY-RECORD.

           ADD +1                      TO WTX-DOCUMENTS-TAXED.

       P00732-POST-TAX-LIABILITY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00733-PRINT-TAX-LINE                          *
      *                                                               *
      *    FUNCTION :  PRINT THE SALES TAX LINE OF THE INVOICE OR     *
      *                CREDIT MEMO BEING PRINTED, FROM THE RESULT OF  *
      *                P00731.  A CUSTOMER WITH NO SHIP-TO STATE GETS *
      *                NO TAX LINE                                    *
      *                                                               *
      *    CALLED BY:  P00695-PRINT-ONE-INVOICE                       *
      *                P00707-FINISH-CREDIT-MEMO                      *
      *                                                               *
      *****************************************************************

       P00733-PRINT-TAX-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WTX-STATE = SPACES
               GO TO P00733-PRINT-TAX-LINE-EXIT.

           MOVE WTX-STATE              TO INV-TAX-STATE.
           MOVE WTX-COUNTY             TO INV-TAX-COUNTY.
           MOVE WTX-TAX-AMOUNT         TO INV-TAX-AMOUNT.
           MOVE WTX-RATE               TO INV-TAX-RATE.
           IF WTX-EXEMPT
               MOVE '  EXEMPT'         TO INV-TAX-NOTE
               MOVE ZEROES             TO INV-TAX-RATE
           ELSE
               MOVE SPACES             TO INV-TAX-NOTE.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-TAX-DTL.

       P00733-PRINT-TAX-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00734-TAX-LIABILITY-REPORT                    *
      *                                                               *
      *    FUNCTION :  MONTH-END SALES TAX LIABILITY REPORT (TAXLIARP,*
      *                DATECARD MODE M) -- ONE LINE PER SHIP-TO       *
      *                JURISDICTION BILLED THIS MONTH WITH ITS RATE,  *
      *                DOCUMENT COUNT, TAXABLE AND EXEMPT SALES AND   *
      *                TAX COLLECTED, NET OF CREDIT MEMOS.  A         *
      *                JURISDICTION BILLED WITH NO RATE ON FILE IS    *
      *                FLAGGED FOR REVIEW BEFORE FILING               *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00734-TAX-LIABILITY-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT TAX-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO TLH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO TLH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO TLH-RUN-YEAR.
           MOVE WS-BUSINESS-DATE-R (1:6)
                                       TO TLH-PERIOD.
           WRITE TAX-REPORT-PRINT-RECORD FROM TAXLIA-HDR1.
           WRITE TAX-REPORT-PRINT-RECORD FROM TAXLIA-HDR2.
           MOVE BLANK-LINE             TO TAX-REPORT-PRINT-RECORD.
           WRITE TAX-REPORT-PRINT-RECORD.

           MOVE 'N'                    TO WTX-END-OF-FILE-SW.
           MOVE LOW-VALUES             TO TXL-KEY.
           MOVE WS-BUSINESS-DATE-R (1:6)
                                       TO TXL-PERIOD.

           START TAX-LIABILITY-FILE
               KEY IS NOT LESS THAN TXL-KEY
               INVALID KEY
                   SET WTX-END-OF-FILE TO TRUE
           END-START.

           IF NOT WTX-END-OF-FILE
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       SET WTX-END-OF-FILE TO TRUE
               END-READ.

           PERFORM UNTIL WTX-END-OF-FILE
               IF TXL-PERIOD NOT = WS-BUSINESS-DATE-R (1:6)
                   SET WTX-END-OF-FILE TO TRUE
               ELSE
                   MOVE TXL-STATE      TO TLD-STATE
                   MOVE TXL-COUNTY     TO TLD-COUNTY
                   MOVE TXL-TAX-RATE   TO TLD-RATE
                   MOVE TXL-DOCUMENT-COUNT
                                       TO TLD-DOCUMENTS
                   MOVE TXL-TAXABLE-SALES
                                       TO TLD-TAXABLE
                   MOVE TXL-EXEMPT-SALES
                                       TO TLD-EXEMPT
                   MOVE TXL-TAX-AMOUNT TO TLD-TAX
                   IF TXL-NO-RATE
                       MOVE '*NO RATE ON FILE'
                                       TO TLD-NOTE
                   ELSE
                       MOVE SPACES     TO TLD-NOTE
                   END-IF
                   WRITE TAX-REPORT-PRINT-RECORD FROM TAXLIA-DETAIL
                   ADD TXL-TAXABLE-SALES
                                       TO WTX-TOTAL-TAXABLE
                   ADD TXL-EXEMPT-SALES
                                       TO WTX-TOTAL-EXEMPT
                   ADD TXL-TAX-AMOUNT  TO WTX-TOTAL-TAX
                   READ TAX-LIABILITY-FILE NEXT RECORD
                       AT END
                           SET WTX-END-OF-FILE
                                       TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

           MOVE BLANK-LINE             TO TAX-REPORT-PRINT-RECORD.
           WRITE TAX-REPORT-PRINT-RECORD.
           MOVE WTX-TOTAL-TAXABLE      TO TLT-TAXABLE.
           MOVE WTX-TOTAL-EXEMPT       TO TLT-EXEMPT.
           MOVE WTX-TOTAL-TAX          TO TLT-TAX.
           WRITE TAX-REPORT-PRINT-RECORD FROM TAXLIA-TOTALS.

           CLOSE TAX-REPORT-FILE.

       P00734-TAX-LIABILITY-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00735-SHIP-ORDER-ITEMS                        *
      *                                                               *
      *    FUNCTION :  MARK THE HELD ORDER'S LINES SHIPPED FOR AN H=  *
      *                RECORD OR SHIP CONFIRMATION.  WITH AN ITEM SEQ *
      *                AND QUANTITY, ONLY THAT LINE'S SHIPPED-TO-DATE *
      *                GROWS, AND NEVER PAST ITS ORDERED QUANTITY;    *
      *                WITH BOTH BLANK, EVERY LINE IS SHIPPED IN      *
      *                FULL.  WHAT SHIPS COMES OFF INVMSTR STOCK.     *
      *                THE NEW ORDER STATUS IS SH WHEN EVERY          *
      *                LINE IS NOW FILLED, ELSE PS.  THE ORDER IS     *
      *                RE-HELD FOR THE CALLER'S REPLACE               *
      *                                                               *
      *    CALLED BY:  P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00735-SHIP-ORDER-ITEMS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ORDER-NUMBER       TO WPM-SHIPL-ORDER-NUM.
           MOVE 'N'                    TO WPS-ONE-LINE-SW.

           IF (WPR-SHIP-ITEM-SEQ = SPACES) AND
              (WPR-SHIP-QUANTITY = SPACES)
               NEXT SENTENCE
           ELSE
           IF (WPR-SHIP-ITEM-SEQ NUMERIC)     AND
              (WPR-SHIP-QUANTITY NUMERIC)     AND
              (WPR-SHIP-QUANTITY-R > ZEROES)
               SET WPS-ONE-LINE        TO TRUE
           ELSE
               MOVE 'POSITION 14-17 ITEM SEQ AND 19-23 QTY MUST BE NUMER
      -             'IC'               TO WPM-SHIPL-REASON
               GO TO P00735-SHIP-REJECTED.

           MOVE 'N'                    TO WPS-ITEM-FOUND-SW
                                          WPS-END-OF-ITEMS-SW
                                          WPS-QTY-OVER-SW.
           SET WPS-ALL-FILLED          TO TRUE.

           PERFORM UNTIL WPS-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GHN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF WPS-ONE-LINE
                       IF ORI-ITEM-SEQ = WPR-SHIP-ITEM-SEQ-R
                           SET WPS-ITEM-FOUND
                                       TO TRUE
                           IF ORI-SHIPPED-QUANTITY +
                              WPR-SHIP-QUANTITY-R > ORI-ITEM-QUANTITY
                               SET WPS-QTY-OVER
                                       TO TRUE
                               SET WPS-END-OF-ITEMS
                                       TO TRUE
                           ELSE
                               MOVE WPR-SHIP-QUANTITY-R
                                       TO WIN-SHIP-QTY
                               PERFORM
                                   P00743-RELIEVE-SHIPPED-STOCK
                                   THRU
                                   P00743-RELIEVE-SHIPPED-STOCK-EXIT
                               ADD WPR-SHIP-QUANTITY-R
                                       TO ORI-SHIPPED-QUANTITY
                               CALL 'CBLTDLI' USING ICF-REPL,
                                                    ORDER-PCB,
                                                    ORDER-ITEM-SEGMENT
                           END-IF
                       END-IF
                   ELSE
                       IF ORI-SHIPPED-QUANTITY < ORI-ITEM-QUANTITY
                           COMPUTE WIN-SHIP-QTY = ORI-ITEM-QUANTITY
                                                - ORI-SHIPPED-QUANTITY
                           PERFORM  P00743-RELIEVE-SHIPPED-STOCK
                               THRU P00743-RELIEVE-SHIPPED-STOCK-EXIT
                           MOVE ORI-ITEM-QUANTITY
                                       TO ORI-SHIPPED-QUANTITY
                           CALL 'CBLTDLI' USING ICF-REPL,
                                                ORDER-PCB,
                                                ORDER-ITEM-SEGMENT
                       END-IF
                   END-IF
                   IF ORI-SHIPPED-QUANTITY < ORI-ITEM-QUANTITY
                       MOVE 'N'        TO WPS-ALL-FILLED-SW
                   END-IF
               ELSE
                   SET WPS-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WPS-QTY-OVER
               MOVE 'SHIP QTY OVER THE LINE QTY NOT YET SHIPPED'
                                       TO WPM-SHIPL-REASON
               GO TO P00735-SHIP-REJECTED.

           IF WPS-ONE-LINE AND NOT WPS-ITEM-FOUND
               MOVE 'ORDER HAS NO SUCH ITEM SEQUENCE'
                                       TO WPM-SHIPL-REASON
               GO TO P00735-SHIP-REJECTED.

           IF WPS-ALL-FILLED
               MOVE 'SH'               TO WMF-NEW-ORDER-STATUS
           ELSE
               MOVE 'PS'               TO WMF-NEW-ORDER-STATUS.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           GO TO P00735-SHIP-ORDER-ITEMS-EXIT.

       P00735-SHIP-REJECTED.

           MOVE WPM-SHIP-LINE-REJECTED TO WMF-MESSAGE-AREA.
           PERFORM  P00700-PARM-ERROR
               THRU P00700-PARM-ERROR-EXIT.

       P00735-SHIP-ORDER-ITEMS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00737-BILL-ONE-LINE                           *
      *                                                               *
      *    FUNCTION :  PRINT THE HELD ORDITEM LINE IN MEMORY ON THE   *
      *                INVOICE FOR THE QUANTITY SHIPPED SINCE ITS     *
      *                LAST INVOICE, AT ITS SHARE OF THE EXTENDED     *
      *                PRICE, AND MOVE ITS BILLED-TO-DATE UP TO ITS   *
      *                SHIPPED-TO-DATE                                *
      *                                                               *
      *    CALLED BY:  P00695-PRINT-ONE-INVOICE                       *
      *                                                               *
      *****************************************************************

       P00737-BILL-ONE-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           COMPUTE WPS-BILLED-VALUE ROUNDED =
               ORI-EXTENDED-PRICE * ORI-BILLED-QUANTITY
                                  / ORI-ITEM-QUANTITY.
           COMPUTE WPS-LINE-AMOUNT ROUNDED =
               ORI-EXTENDED-PRICE * ORI-SHIPPED-QUANTITY
                                  / ORI-ITEM-QUANTITY.
           SUBTRACT WPS-BILLED-VALUE   FROM WPS-LINE-AMOUNT.

           ADD +1                      TO WIV-ITEM-COUNT.
           MOVE ORI-ITEM-NUMBER        TO INV-ITEM-NUMBER.
           COMPUTE INV-ITEM-QUANTITY =
               ORI-SHIPPED-QUANTITY - ORI-BILLED-QUANTITY.
           MOVE WPS-LINE-AMOUNT        TO INV-EXTENDED-PRICE.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-ITEM-DTL.

           ADD WPS-LINE-AMOUNT         TO WPS-INVOICE-GOODS.

           MOVE ORI-SHIPPED-QUANTITY   TO ORI-BILLED-QUANTITY.
           CALL 'CBLTDLI' USING ICF-REPL,
                                ORDER-PCB,
                                ORDER-ITEM-SEGMENT.

       P00737-BILL-ONE-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00738-UNSHIPPED-REMAINDER                     *
      *                                                               *
      *    FUNCTION :  TOTAL THE QUANTITY AND VALUE NOT YET SHIPPED   *
      *                ON THE ORDER FOR THE PENDORD ENTRY IN MEMORY.  *
      *                AN ORDER NO LONGER ON THE DATABASE SHOWS ZERO  *
      *                                                               *
      *    CALLED BY:  P00690-PENDING-ORDER-AGING                     *
      *                                                               *
      *****************************************************************

       P00738-UNSHIPPED-REMAINDER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WPS-UNSHIPPED-QTY
                                          WPS-UNSHIPPED-VALUE.
           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE PEND-ORDER-NUMBER      TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               GO TO P00738-UNSHIPPED-REMAINDER-EXIT.

           MOVE 'N'                    TO WPS-END-OF-ITEMS-SW.

           PERFORM UNTIL WPS-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-SHIPPED-QUANTITY < ORI-ITEM-QUANTITY
                       COMPUTE WPS-UNSHIPPED-QTY = WPS-UNSHIPPED-QTY
                           + ORI-ITEM-QUANTITY - ORI-SHIPPED-QUANTITY
                       COMPUTE WPS-LINE-AMOUNT ROUNDED =
                           ORI-EXTENDED-PRICE * ORI-SHIPPED-QUANTITY
                                              / ORI-ITEM-QUANTITY
                       COMPUTE WPS-UNSHIPPED-VALUE =
                           WPS-UNSHIPPED-VALUE + ORI-EXTENDED-PRICE
                                               - WPS-LINE-AMOUNT
                   END-IF
               ELSE
                   SET WPS-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

       P00738-UNSHIPPED-REMAINDER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00739-FORMAT-AR-DOCUMENT                      *
      *                                                               *
      *    FUNCTION :  FORMAT THE ARLEDGER DOCUMENT NUMBER IN ARL-KEY *
      *                FOR PRINTING -- THE NUMBER, FOLLOWED BY -NN    *
      *                WHEN IT CARRIES A SUFFIX                       *
      *                                                               *
      *    CALLED BY:  P00727-APPLY-TO-INVOICE                        *
      *                P00729-AR-AGING-REPORT                         *
      *                                                               *
      *****************************************************************

       P00739-FORMAT-AR-DOCUMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ARL-DOC-NUMBER         TO WAR-DOC-DISPLAY-NUM.
           IF ARL-DOC-SUFFIX = ZEROES
               MOVE SPACES             TO WAR-DOC-DISPLAY-SFX
           ELSE
               MOVE ARL-DOC-SUFFIX     TO WAR-SUFFIX-NUM
               MOVE WAR-SUFFIX-TEXT    TO WAR-DOC-DISPLAY-SFX.

       P00739-FORMAT-AR-DOCUMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00740-CHECK-STOCK                             *
      *                                                               *
      *    FUNCTION :  DECIDE WHETHER WIN-ITEM-NUMBER IS STOCK        *
      *                CONTROLLED -- ON INVMSTR AND NOT SHIPPED       *
      *                DIRECT BY ITS SUPPLIER -- AND IF SO WHETHER    *
      *                WIN-QUANTITY IS AVAILABLE (ON HAND LESS        *
      *                ALLOCATED).  THE INVMSTR RECORD IS LEFT IN THE *
      *                RECORD AREA FOR THE CALLER'S UPDATE            *
      *                                                               *
      *    CALLED BY:  P00668-VALIDATE-ITEM-SUPPLIER                  *
      *                P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                P00743-RELIEVE-SHIPPED-STOCK                   *
      *                                                               *
      *****************************************************************

       P00740-CHECK-STOCK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WIN-TRACKED-SW
                                          WIN-NO-STOCK-SW.

           MOVE WIN-ITEM-NUMBER        TO WDS-ITEM-NUMBER.
           PERFORM  P00714-CHECK-DROP-SHIP
               THRU P00714-CHECK-DROP-SHIP-EXIT.

           IF WDS-DROP-SHIP
               MOVE 'N'                TO WDS-DROP-SHIP-SW
               GO TO P00740-CHECK-STOCK-EXIT.

           MOVE WIN-ITEM-NUMBER        TO IVM-ITEM-NUMBER.
           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-INVMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00740-CHECK-STOCK-EXIT.

           SET WIN-STOCK-TRACKED       TO TRUE.
           COMPUTE WIN-AVAILABLE = IVM-ON-HAND - IVM-ALLOCATED.

           IF WIN-QUANTITY > WIN-AVAILABLE
               SET WIN-NO-STOCK        TO TRUE.

       P00740-CHECK-STOCK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00741-ALLOCATE-STOCK                          *
      *                                                               *
      *    FUNCTION :  PROMISE WIN-QUANTITY OF THE INVMSTR RECORD     *
      *                JUST CHECKED BY P00740 TO THE ORDITEM LINE     *
      *                ABOUT TO BE INSERTED, AND RECORD THE QUANTITY  *
      *                ON THE LINE SO ITS SHIP OR CANCEL CAN GIVE IT  *
      *                BACK.  NOTHING IS DONE FOR AN ITEM THAT IS NOT *
      *                STOCK CONTROLLED                               *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                                                               *
      *****************************************************************

       P00741-ALLOCATE-STOCK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WIN-STOCK-TRACKED
               NEXT SENTENCE
           ELSE
               GO TO P00741-ALLOCATE-STOCK-EXIT.

           ADD WIN-QUANTITY            TO IVM-ALLOCATED.
           MOVE WS-BUSINESS-DATE-R     TO IVM-LAST-ACTIVITY.
           REWRITE INVENTORY-RECORD.

           MOVE WIN-QUANTITY           TO ORI-ALLOCATED-QUANTITY.
           ADD +1                      TO WIN-LINES-ALLOCATED.

       P00741-ALLOCATE-STOCK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00742-RELEASE-ORDER-STOCK                     *
      *                                                               *
      *    FUNCTION :  GIVE BACK TO INVMSTR WHATEVER STOCK IS STILL   *
      *                ALLOCATED TO THE LINES OF THE ORDER IN         *
      *                ORDER-SEGMENT (CANCEL, CLOSE OR DELETE), THEN  *
      *                RE-HOLD THE ORDER FOR THE CALLER               *
      *                                                               *
      *    CALLED BY:  P00676-DELETE-ORDER-SEGMENT                    *
      *                P00678-STATUS-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00742-RELEASE-ORDER-STOCK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WIN-END-OF-ITEMS-SW.

           PERFORM UNTIL WIN-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GHN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-ALLOCATED-QUANTITY > ZEROES
                       MOVE ORI-ITEM-NUMBER
                                       TO IVM-ITEM-NUMBER
                       READ INVENTORY-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-INVMSTR-STATUS = '00'
                           SUBTRACT ORI-ALLOCATED-QUANTITY
                                       FROM IVM-ALLOCATED
                           IF IVM-ALLOCATED < ZEROES
                               MOVE ZEROES
                                       TO IVM-ALLOCATED
                           END-IF
                           MOVE WS-BUSINESS-DATE-R
                                       TO IVM-LAST-ACTIVITY
                           REWRITE INVENTORY-RECORD
                       END-IF
                       MOVE ZEROES     TO ORI-ALLOCATED-QUANTITY
                       CALL 'CBLTDLI' USING ICF-REPL,
                                            ORDER-PCB,
                                            ORDER-ITEM-SEGMENT
                   END-IF
               ELSE
                   SET WIN-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

       P00742-RELEASE-ORDER-STOCK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00743-RELIEVE-SHIPPED-STOCK                   *
      *                                                               *
      *    FUNCTION :  TAKE WIN-SHIP-QTY OF THE ORDITEM LINE IN       *
      *                MEMORY OFF INVMSTR ON HAND, AND OFF ITS        *
      *                ALLOCATION AS FAR AS THE LINE HAD ANY.  THE    *
      *                CALLER REPLACES THE LINE                       *
      *                                                               *
      *    CALLED BY:  P00735-SHIP-ORDER-ITEMS                        *
      *                                                               *
      *****************************************************************

       P00743-RELIEVE-SHIPPED-STOCK.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WIN-SHIP-QTY < ORI-ALLOCATED-QUANTITY
               MOVE WIN-SHIP-QTY       TO WIN-RELIEVE-QTY
           ELSE
               MOVE ORI-ALLOCATED-QUANTITY
                                       TO WIN-RELIEVE-QTY.
           SUBTRACT WIN-RELIEVE-QTY    FROM ORI-ALLOCATED-QUANTITY.

           MOVE ORI-ITEM-NUMBER        TO WIN-ITEM-NUMBER.
           MOVE ZEROES                 TO WIN-QUANTITY.
           PERFORM  P00740-CHECK-STOCK
               THRU P00740-CHECK-STOCK-EXIT.

           IF WIN-STOCK-TRACKED
               SUBTRACT WIN-SHIP-QTY   FROM IVM-ON-HAND
               SUBTRACT WIN-RELIEVE-QTY
                                       FROM IVM-ALLOCATED
               IF IVM-ALLOCATED < ZEROES
                   MOVE ZEROES         TO IVM-ALLOCATED
               END-IF
               MOVE WS-BUSINESS-DATE-R TO IVM-LAST-ACTIVITY
               REWRITE INVENTORY-RECORD.

       P00743-RELIEVE-SHIPPED-STOCK-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00744-INVENTORY-POSITION-REPORT               *
      *                                                               *
      *    FUNCTION :  LIST EVERY INVMSTR ITEM WITH ITS ON HAND,      *
      *                ALLOCATED AND AVAILABLE STOCK AGAINST ITS      *
      *                REORDER POINT, FLAGGING EACH ITEM WHOSE        *
      *                AVAILABLE STOCK IS BELOW IT                    *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00744-INVENTORY-POSITION-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT INVENTORY-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO IVH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO IVH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO IVH-RUN-YEAR.
           WRITE INVENTORY-PRINT-RECORD FROM INVPOS-HDR1.
           WRITE INVENTORY-PRINT-RECORD FROM INVPOS-HDR2.
           MOVE BLANK-LINE             TO INVENTORY-PRINT-RECORD.
           WRITE INVENTORY-PRINT-RECORD.

           MOVE 'N'                    TO WIN-END-OF-FILE-SW.
           MOVE ZEROES                 TO IVM-ITEM-NUMBER.

           START INVENTORY-FILE
               KEY IS NOT LESS THAN IVM-ITEM-NUMBER
               INVALID KEY
                   SET WIN-END-OF-FILE TO TRUE
           END-START.

           IF NOT WIN-END-OF-FILE
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       SET WIN-END-OF-FILE TO TRUE
               END-READ.

           PERFORM UNTIL WIN-END-OF-FILE
               ADD +1                  TO WIN-ITEMS-LISTED
               COMPUTE WIN-AVAILABLE = IVM-ON-HAND - IVM-ALLOCATED
               MOVE IVM-ITEM-NUMBER    TO IVP-ITEM-NUMBER
               MOVE IVM-ON-HAND        TO IVP-ON-HAND
               MOVE IVM-ALLOCATED      TO IVP-ALLOCATED
               MOVE WIN-AVAILABLE      TO IVP-AVAILABLE
               MOVE IVM-REORDER-POINT  TO IVP-REORDER-POINT
               IF WIN-AVAILABLE < IVM-REORDER-POINT
                   MOVE 'BELOW REORDER POINT'
                                       TO IVP-FLAG
                   ADD +1              TO WIN-ITEMS-BELOW
               ELSE
                   MOVE SPACES         TO IVP-FLAG
               END-IF
               WRITE INVENTORY-PRINT-RECORD FROM INVPOS-DETAIL
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       SET WIN-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           MOVE BLANK-LINE             TO INVENTORY-PRINT-RECORD.
           WRITE INVENTORY-PRINT-RECORD.
           MOVE WIN-ITEMS-LISTED       TO IVT-ITEMS.
           MOVE WIN-ITEMS-BELOW        TO IVT-BELOW.
           WRITE INVENTORY-PRINT-RECORD FROM INVPOS-TOTALS.

           CLOSE INVENTORY-REPORT-FILE.

       P00744-INVENTORY-POSITION-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00745-RETRY-BACKORDER-LINE                    *
      *                                                               *
      *    FUNCTION :  RETRY THE BACKORDERED I= LINE WHOSE IMAGE IS   *
      *                IN WS-PARAMETER-RECORD UNDER ITS ORDER, WITH   *
      *                THE BACKORDER PATH SUPPRESSED.  A LINE WHOSE   *
      *                ORDER IS NO LONGER OPEN OR PARTLY SHIPPED IS   *
      *                CANCELLED ON BACKORD AND REPORTED.  THE ITEM   *
      *                CONTINUATION CONTEXT IS PUT BACK AFTER         *
      *                                                               *
      *    CALLED BY:  P00521-RETRY-ONE-BACKORDER                     *
      *                                                               *
      *****************************************************************

       P00745-RETRY-BACKORDER-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE BCK-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.
           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF (PCB-STATUS-CODE = SPACES)      AND
              (ORD-STATUS-OPEN OR ORD-STATUS-PARTIAL)
               NEXT SENTENCE
           ELSE
               MOVE 'C'                TO BCK-STATUS
               MOVE WS-BUSINESS-DATE-R TO BCK-RELEASED-DATE
               REWRITE BACKORDER-RECORD
               MOVE BCK-CUSTOMER-ID    TO BKD-CUSTOMER-ID
               MOVE BCK-ITEM-NUMBER    TO BKD-ITEM-NUMBER
               MOVE BCK-QUANTITY       TO BKD-QUANTITY
               MOVE 'CANCELLED - ORDER NO LONGER OPEN'
                                       TO BKD-MESSAGE
               WRITE BACKORDER-PRINT-RECORD FROM BACKORD-DETAIL
               MOVE 'Y'                TO WS-PARM-ERROR-FOUND-SW
               GO TO P00745-RETRY-BACKORDER-LINE-EXIT.

           MOVE WMF-LAST-ORDER-NUMBER  TO WIN-SAVE-LAST-ORDER.
           MOVE WMF-ITEM-SEQ           TO WIN-SAVE-ITEM-SEQ.
           MOVE BCK-ORDER-NUMBER       TO WMF-LAST-ORDER-NUMBER.

           SET WBK-SKIP-BACKORDER      TO TRUE.
           PERFORM  P00673-ADD-ITEM-SEGMENT
               THRU P00673-ADD-ITEM-SEGMENT-EXIT.
           MOVE 'N'                    TO WBK-SKIP-SW.

           MOVE WIN-SAVE-LAST-ORDER    TO WMF-LAST-ORDER-NUMBER.
           MOVE WIN-SAVE-ITEM-SEQ      TO WMF-ITEM-SEQ.

       P00745-RETRY-BACKORDER-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00746-FIND-CONTRACT-PRICE                     *
      *                                                               *
      *    FUNCTION :  FIND THE CONTRACT IN EFFECT ON THE BUSINESS    *
      *                DATE FOR WCT-CUSTOMER-ID AND WCT-ITEM-NUMBER,  *
      *                FAILING THAT FOR WCT-CATEGORY, AND PRICE       *
      *                WCT-QUANTITY AT ITS UNIT PRICE INTO WCT-       *
      *                EXTENDED-PRICE.  SETS WCT-CONTRACT-FOUND WITH  *
      *                WCT-CONTRACT-ID WHEN ONE APPLIES               *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                P00673-ADD-ITEM-SEGMENT                        *
      *                P00749-REPRICE-ONE-LINE                        *
      *                                                               *
      *****************************************************************

       P00746-FIND-CONTRACT-PRICE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WCT-FOUND-SW.
           MOVE ZEROES                 TO WCT-EXTENDED-PRICE.

           IF NOT WCT-FILE-PRESENT
               GO TO P00746-FIND-CONTRACT-PRICE-EXIT.

           MOVE WCT-CUSTOMER-ID        TO WCT-SCAN-CUSTOMER.
           MOVE 'I'                    TO WCT-SCAN-TYPE.
           MOVE SPACES                 TO WCT-SCAN-VALUE.
           MOVE WCT-ITEM-NUMBER        TO WCT-ITEM-DISPLAY.
           MOVE WCT-ITEM-DISPLAY       TO WCT-SCAN-VALUE (1:8).
           PERFORM  P00747-SCAN-CONTRACTS
               THRU P00747-SCAN-CONTRACTS-EXIT.

           IF (NOT WCT-CONTRACT-FOUND) AND (WCT-CATEGORY NOT = SPACES)
               MOVE 'C'                TO WCT-SCAN-TYPE
               MOVE WCT-CATEGORY       TO WCT-SCAN-VALUE
               PERFORM  P00747-SCAN-CONTRACTS
                   THRU P00747-SCAN-CONTRACTS-EXIT
           END-IF.

           IF WCT-CONTRACT-FOUND
               COMPUTE WCT-EXTENDED-PRICE ROUNDED =
                   WCT-UNIT-PRICE * WCT-QUANTITY
           END-IF.

       P00746-FIND-CONTRACT-PRICE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00747-SCAN-CONTRACTS                          *
      *                                                               *
      *    FUNCTION :  READ THE CONTRACTS FILED UNDER WCT-SCAN-PREFIX *
      *                IN EFFECTIVE DATE ORDER AND KEEP THE LATEST    *
      *                ONE EFFECTIVE ON OR BEFORE THE BUSINESS DATE   *
      *                THAT HAS NOT EXPIRED BY IT                     *
      *                                                               *
      *    CALLED BY:  P00746-FIND-CONTRACT-PRICE                     *
      *                                                               *
      *****************************************************************

       P00747-SCAN-CONTRACTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WCT-END-OF-FILE-SW.
           MOVE WCT-SCAN-PREFIX        TO CTR-KEY-PREFIX.
           MOVE ZEROES                 TO CTR-EFFECTIVE-DATE.

           START CONTRACT-FILE
               KEY IS NOT LESS THAN CTR-KEY
               INVALID KEY
                   GO TO P00747-SCAN-CONTRACTS-EXIT
           END-START.

           PERFORM UNTIL WCT-END-OF-FILE
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET WCT-END-OF-FILE
                                       TO TRUE
               END-READ
               IF NOT WCT-END-OF-FILE
                   IF (CTR-KEY-PREFIX NOT = WCT-SCAN-PREFIX) OR
                      (CTR-EFFECTIVE-DATE > WS-BUSINESS-DATE-R)
                       SET WCT-END-OF-FILE
                                       TO TRUE
                   ELSE
                       IF (CTR-EXPIRY-DATE = ZEROES) OR
                          (CTR-EXPIRY-DATE NOT < WS-BUSINESS-DATE-R)
                           SET WCT-CONTRACT-FOUND
                                       TO TRUE
                           MOVE CTR-CONTRACT-ID
                                       TO WCT-CONTRACT-ID
                           MOVE CTR-UNIT-PRICE
                                       TO WCT-UNIT-PRICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       P00747-SCAN-CONTRACTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00748-REPRICE-ORDER-LINES                     *
      *                                                               *
      *    FUNCTION :  RE-PRICE THE LINES OF THE ORDER IN OSQ-ORDER-  *
      *                NUMBER FOR WMF-CUSTOMER-ID / WMF-CATEGORY: THE *
      *                FIRST LINE TAKES THE PDAS01 PRICE LEFT IN WMF- *
      *                ORDER-TOTAL-AMOUNT, ANY LINE UNDER CONTRACT    *
      *                TAKES ITS CONTRACT PRICE, AND A LINE ALREADY   *
      *                INVOICED KEEPS ITS PRICE.  RETURNS THE NET     *
      *                MOVE IN WCT-PRICE-DELTA; WITH WCT-APPLY-LINES  *
      *                EACH CHANGED LINE IS ALSO REPLACED.  ENDS      *
      *                HOLDING THE ORDER SEGMENT AGAIN                *
      *                                                               *
      *    CALLED BY:  P00077-REPRICE-ONE-ORDER                       *
      *                P00674-CHANGE-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00748-REPRICE-ORDER-LINES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WMF-ORDER-TOTAL-AMOUNT TO WCT-LIST-PRICE.
           MOVE ZEROES                 TO WCT-PRICE-DELTA.
           MOVE 'N'                    TO WCT-AUDIT-SW
                                          WCT-END-OF-LINES-SW.
           MOVE 'Y'                    TO WCT-FIRST-LINE-SW.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               GO TO P00748-REPRICE-ORDER-LINES-EXIT.

           PERFORM UNTIL WCT-END-OF-LINES
               CALL 'CBLTDLI' USING ICF-GHN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   PERFORM  P00749-REPRICE-ONE-LINE
                       THRU P00749-REPRICE-ONE-LINE-EXIT
               ELSE
                   SET WCT-END-OF-LINES
                                       TO TRUE
               END-IF
           END-PERFORM.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

       P00748-REPRICE-ORDER-LINES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00749-REPRICE-ONE-LINE                        *
      *                                                               *
      *    FUNCTION :  PRICE THE ORDER LINE IN ORDER-ITEM-SEGMENT     *
      *                FOR P00748, ADD ITS MOVE TO WCT-PRICE-DELTA    *
      *                AND, WHEN APPLYING, REPL IT                    *
      *                                                               *
      *    CALLED BY:  P00748-REPRICE-ORDER-LINES                     *
      *                                                               *
      *****************************************************************

       P00749-REPRICE-ONE-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ORI-EXTENDED-PRICE     TO WCT-NEW-PRICE.

           IF ORI-BILLED-QUANTITY > ZEROES
               GO TO P00749-REPRICE-ONE-LINE-DONE.

           MOVE WMF-CUSTOMER-ID        TO WCT-CUSTOMER-ID.
           MOVE WMF-CATEGORY           TO WCT-CATEGORY.
           MOVE ORI-ITEM-NUMBER        TO WCT-ITEM-NUMBER.
           MOVE ORI-ITEM-QUANTITY      TO WCT-QUANTITY.
           PERFORM  P00746-FIND-CONTRACT-PRICE
               THRU P00746-FIND-CONTRACT-PRICE-EXIT.

           IF WCT-CONTRACT-FOUND
               MOVE WCT-EXTENDED-PRICE TO WCT-NEW-PRICE
               IF NOT WCT-AUDIT-CONTRACT
                   MOVE WCT-CONTRACT-ID
                                       TO WCT-AUDIT-ID
                   MOVE 'Y'            TO WCT-AUDIT-SW
               END-IF
           ELSE
               IF WCT-FIRST-LINE
                   MOVE WCT-LIST-PRICE TO WCT-NEW-PRICE
               END-IF
           END-IF.

       P00749-REPRICE-ONE-LINE-DONE.

           MOVE 'N'                    TO WCT-FIRST-LINE-SW.

           IF WCT-NEW-PRICE = ORI-EXTENDED-PRICE
               GO TO P00749-REPRICE-ONE-LINE-EXIT.

           COMPUTE WCT-PRICE-DELTA =
               WCT-PRICE-DELTA + WCT-NEW-PRICE - ORI-EXTENDED-PRICE.

           IF WCT-APPLY-LINES
               MOVE WCT-NEW-PRICE      TO ORI-EXTENDED-PRICE
               CALL 'CBLTDLI' USING ICF-REPL,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT
           END-IF.

       P00749-REPRICE-ONE-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00750-CONTRACT-EXPIRY-REPORT                  *
      *                                                               *
      *    FUNCTION :  LIST EVERY CONTRACT EXPIRING FROM THE BUSINESS *
      *                DATE THROUGH 60 DAYS AFTER IT, SO SALES CAN    *
      *                RENEW IT BEFORE THE CUSTOMER FALLS BACK TO     *
      *                LIST PRICE                                     *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB (MONTH-END RUN)              *
      *                                                               *
      *****************************************************************

       P00750-CONTRACT-EXPIRY-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    STEP THE BUSINESS DATE FORWARD 60 DAYS A MONTH AT A TIME   *
      *****************************************************************

           MOVE WS-BUSINESS-DATE-R     TO WCT-HORIZON-DATE.
           MOVE +60                    TO WCT-DAYS-LEFT.

           PERFORM UNTIL WCT-DAYS-LEFT = ZEROES
               MOVE WCT-DAYS-IN-MONTH (WCT-HZ-MONTH)
                                       TO WCT-MONTH-DAYS
               IF WCT-HZ-MONTH = 2
                   DIVIDE WCT-HZ-YEAR BY 4
                       GIVING WCT-LEAP-QUOTIENT
                       REMAINDER WCT-LEAP-REM-4
                   DIVIDE WCT-HZ-YEAR BY 100
                       GIVING WCT-LEAP-QUOTIENT
                       REMAINDER WCT-LEAP-REM-100
                   DIVIDE WCT-HZ-YEAR BY 400
                       GIVING WCT-LEAP-QUOTIENT
                       REMAINDER WCT-LEAP-REM-400
                   IF (WCT-LEAP-REM-4 = ZEROES) AND
                      ((WCT-LEAP-REM-100 NOT = ZEROES) OR
                       (WCT-LEAP-REM-400 = ZEROES))
                       MOVE +29        TO WCT-MONTH-DAYS
                   END-IF
               END-IF
               IF WCT-HZ-DAY + WCT-DAYS-LEFT NOT > WCT-MONTH-DAYS
                   ADD WCT-DAYS-LEFT   TO WCT-HZ-DAY
                   MOVE ZEROES         TO WCT-DAYS-LEFT
               ELSE
                   COMPUTE WCT-DAYS-LEFT = WCT-DAYS-LEFT
                       - (WCT-MONTH-DAYS - WCT-HZ-DAY + 1)
                   MOVE 1              TO WCT-HZ-DAY
                   IF WCT-HZ-MONTH = 12
                       MOVE 1          TO WCT-HZ-MONTH
                       ADD 1           TO WCT-HZ-YEAR
                   ELSE
                       ADD 1           TO WCT-HZ-MONTH
                   END-IF
               END-IF
           END-PERFORM.

           OPEN OUTPUT CONTRACT-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO CXH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO CXH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO CXH-RUN-YEAR.
           MOVE WCT-HORIZON-DATE       TO CXH-HORIZON.
           WRITE CONTRACT-PRINT-RECORD FROM CTREXP-HDR1.
           WRITE CONTRACT-PRINT-RECORD FROM CTREXP-HDR2.
           MOVE BLANK-LINE             TO CONTRACT-PRINT-RECORD.
           WRITE CONTRACT-PRINT-RECORD.

           MOVE ZEROES                 TO WCT-EXPIRING.
           MOVE 'N'                    TO WCT-END-OF-FILE-SW.
           IF NOT WCT-FILE-PRESENT
               SET WCT-END-OF-FILE     TO TRUE.

           IF NOT WCT-END-OF-FILE
               MOVE LOW-VALUES         TO CTR-KEY
               START CONTRACT-FILE
                   KEY IS NOT LESS THAN CTR-KEY
                   INVALID KEY
                       SET WCT-END-OF-FILE
                                       TO TRUE
               END-START.

           PERFORM UNTIL WCT-END-OF-FILE
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       SET WCT-END-OF-FILE
                                       TO TRUE
               END-READ
               IF (NOT WCT-END-OF-FILE)                         AND
                  (CTR-EXPIRY-DATE NOT = ZEROES)                AND
                  (CTR-EXPIRY-DATE NOT < WS-BUSINESS-DATE-R)    AND
                  (CTR-EXPIRY-DATE NOT > WCT-HORIZON-DATE)
                   ADD +1              TO WCT-EXPIRING
                   MOVE CTR-CONTRACT-ID
                                       TO CXD-CONTRACT-ID
                   MOVE CTR-CUSTOMER-ID
                                       TO CXD-CUSTOMER-ID
                   MOVE CTR-KEY-TYPE   TO CXD-KEY-TYPE
                   MOVE CTR-KEY-VALUE  TO CXD-KEY-VALUE
                   MOVE CTR-UNIT-PRICE TO CXD-UNIT-PRICE
                   MOVE CTR-EXPIRY-DATE
                                       TO CXD-EXPIRY-DATE
                   WRITE CONTRACT-PRINT-RECORD FROM CTREXP-DETAIL
               END-IF
           END-PERFORM.

           MOVE BLANK-LINE             TO CONTRACT-PRINT-RECORD.
           WRITE CONTRACT-PRINT-RECORD.
           MOVE WCT-EXPIRING           TO CXT-EXPIRING.
           WRITE CONTRACT-PRINT-RECORD FROM CTREXP-TOTALS.

           CLOSE CONTRACT-REPORT-FILE.

       P00750-CONTRACT-EXPIRY-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00751-NOTE-EDI-RESULT                         *
      *                                                               *
      *    FUNCTION :  WRITE THE OUTCOME OF AN EDI A= ADD (ERS-RESULT *
      *                AND ERS-ORDER-NUMBER SET BY THE CALLER) TO     *
      *                EDIRSLT UNDER THE EDIORDIN PO REFERENCE THE    *
      *                CARD CARRIES                                   *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                       *
      *                                                               *
      *****************************************************************

       P00751-NOTE-EDI-RESULT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO ERS-BUSINESS-DATE.
           MOVE WPR-ORDER-SOURCE-REF   TO ERS-SOURCE-REF.
           MOVE WMF-CUSTOMER-ID        TO ERS-CUSTOMER-ID.
           WRITE EDI-RESULT-IO-RECORD FROM WS-EDI-RESULT-RECORD.
           ADD +1                      TO WRS-EDI-RESULTS.

       P00751-NOTE-EDI-RESULT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00752-LOAD-USER-AUTHORITY                     *
      *                                                               *
      *    FUNCTION :  FIND THE RUN'S USERID (THE FIRST NON-BLANK U=  *
      *                CARD IN THE DECK) AND LOAD THE RECORD TYPES    *
      *                ITS AUTHROLE ENTRY GRANTS.  NO ENTRY, OR ONE   *
      *                INACTIVE OR EXPIRED, GRANTS NOTHING            *
      *                                                               *
      *    CALLED BY:  P00600-PRIMARY-WORK-LIST                       *
      *                                                               *
      *****************************************************************

       P00752-LOAD-USER-AUTHORITY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WAU-USERID
                                          WAU-RECORD-TYPES.
           MOVE 'N'                    TO WAU-ROLE-SW.

           PERFORM VARYING WAU-SUB FROM 1 BY 1
                   UNTIL (WAU-SUB > WS-PARAMETER-RECORDS-IN) OR
                         (WAU-USERID > SPACES)
               MOVE WPRA-RECORD (WAU-SUB)
                                       TO WS-PARAMETER-RECORD
               IF WPR-USERID AND (WPR-USERID-VALUE > SPACES)
                   MOVE WPR-USERID-VALUE
                                       TO WAU-USERID
               END-IF
           END-PERFORM.

           IF WAU-USERID = SPACES
               GO TO P00752-LOAD-USER-AUTHORITY-EXIT.

           MOVE WAU-USERID             TO ROL-USERID.
           READ AUTHORITY-ROLE-FILE
               KEY IS ROL-USERID
               INVALID KEY
                   GO TO P00752-LOAD-USER-AUTHORITY-EXIT
           END-READ.

           IF ROL-ACTIVE                                AND
              ((ROL-EXPIRY-DATE = ZEROES) OR
               (ROL-EXPIRY-DATE NOT < WS-BUSINESS-DATE-R))
               MOVE ROL-RECORD-TYPES   TO WAU-RECORD-TYPES
               MOVE 'Y'                TO WAU-ROLE-SW.

       P00752-LOAD-USER-AUTHORITY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00753-CHECK-AUTHORITY                         *
      *                                                               *
      *    FUNCTION :  REJECT THE PARAMETER RECORD IN HAND TO         *
      *                PARMRCYC UNLESS THE RUN'S USERID HOLDS ITS     *
      *                RECORD TYPE -- AND, FOR AN E= BANK CHANGE, THE *
      *                SEPARATE B AUTHORITY AS WELL                   *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00753-CHECK-AUTHORITY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WAU-TALLY.
           IF WAU-ROLE-GRANTED
               INSPECT WAU-RECORD-TYPES
                   TALLYING WAU-TALLY FOR ALL WPR-RECORD-TYPE.

           IF WAU-TALLY = ZEROES
               MOVE WAU-USERID         TO WPM-NOT-AUTH-USER
               MOVE WPR-RECORD-TYPE    TO WPM-NOT-AUTH-TYPE
               MOVE WPM-NOT-AUTHORIZED TO WMF-MESSAGE-AREA
               ADD +1                  TO WRS-AUTHORITY-REJECTS
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00753-CHECK-AUTHORITY-EXIT.

           IF WPR-EMP-MAINT AND WPR-EMP-BANK-CHANGE
               INSPECT WAU-RECORD-TYPES
                   TALLYING WAU-TALLY FOR ALL 'B'
               IF WAU-TALLY < 2
                   MOVE WAU-USERID     TO WPM-NOT-AUTH-BANK-USER
                   MOVE WPM-NOT-AUTHORIZED-BANK
                                       TO WMF-MESSAGE-AREA
                   ADD +1              TO WRS-AUTHORITY-REJECTS
                   PERFORM  P00700-PARM-ERROR
                       THRU P00700-PARM-ERROR-EXIT.

       P00753-CHECK-AUTHORITY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00754-AUTHORITY-REPORT                        *
      *                                                               *
      *    FUNCTION :  LIST EVERY AUTHROLE ENTRY -- USERID, ROLE,     *
      *                STATUS, RECORD TYPES HELD AND WHO GRANTED      *
      *                THEM -- FLAGGING ANY ACTIVE USERID THAT HOLDS  *
      *                BOTH ORDER ENTRY AND PAYROLL BANK CHANGES      *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB (MONTH-END RUN)              *
      *                                                               *
      *****************************************************************

       P00754-AUTHORITY-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT AUTHORITY-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO AUH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO AUH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO AUH-RUN-YEAR.
           WRITE AUTHORITY-PRINT-RECORD FROM AUTHRPT-HDR1.
           WRITE AUTHORITY-PRINT-RECORD FROM AUTHRPT-HDR2.
           MOVE BLANK-LINE             TO AUTHORITY-PRINT-RECORD.
           WRITE AUTHORITY-PRINT-RECORD.

           MOVE ZEROES                 TO WAU-USERS
                                          WAU-USERS-ACTIVE
                                          WAU-CONFLICTS.
           MOVE 'N'                    TO WAU-END-OF-FILE-SW.
           MOVE LOW-VALUES             TO ROL-USERID.
           START AUTHORITY-ROLE-FILE
               KEY IS NOT LESS THAN ROL-USERID
               INVALID KEY
                   SET WAU-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL WAU-END-OF-FILE
               READ AUTHORITY-ROLE-FILE NEXT RECORD
                   AT END
                       SET WAU-END-OF-FILE
                                       TO TRUE
               END-READ
               IF NOT WAU-END-OF-FILE
                   ADD +1              TO WAU-USERS
                   MOVE ROL-USERID     TO AUD-RPT-USERID
                   MOVE ROL-ROLE-NAME  TO AUD-RPT-ROLE-NAME
                   MOVE ROL-RECORD-TYPES
                                       TO AUD-RPT-TYPES
                   MOVE ROL-GRANTED-BY TO AUD-RPT-GRANTED-BY
                   MOVE ROL-EXPIRY-DATE
                                       TO AUD-RPT-EXPIRY
                   EVALUATE TRUE
                       WHEN NOT ROL-ACTIVE
                           MOVE 'INACTIVE'
                                       TO AUD-RPT-STATUS
                       WHEN (ROL-EXPIRY-DATE NOT = ZEROES) AND
                            (ROL-EXPIRY-DATE < WS-BUSINESS-DATE-R)
                           MOVE 'EXPIRED'
                                       TO AUD-RPT-STATUS
                       WHEN OTHER
                           MOVE 'ACTIVE'
                                       TO AUD-RPT-STATUS
                           ADD +1      TO WAU-USERS-ACTIVE
                   END-EVALUATE
                   WRITE AUTHORITY-PRINT-RECORD FROM AUTHRPT-DETAIL
                   MOVE ZEROES         TO WAU-TALLY
                                          WAU-ORDER-TALLY
                   INSPECT ROL-RECORD-TYPES
                       TALLYING WAU-TALLY FOR ALL 'B'
                                WAU-ORDER-TALLY FOR ALL 'A'
                                                    ALL 'V'
                                                    ALL 'C'
                                                    ALL 'D'
                                                    ALL 'I'
                                                    ALL 'X'
                   IF (AUD-RPT-STATUS = 'ACTIVE') AND
                      (WAU-TALLY > ZEROES)        AND
                      (WAU-ORDER-TALLY > ZEROES)
                       ADD +1          TO WAU-CONFLICTS
                       WRITE AUTHORITY-PRINT-RECORD
                                       FROM AUTHRPT-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE BLANK-LINE             TO AUTHORITY-PRINT-RECORD.
           WRITE AUTHORITY-PRINT-RECORD.
           MOVE WAU-USERS              TO AUT-USERS.
           MOVE WAU-USERS-ACTIVE       TO AUT-USERS-ACTIVE.
           MOVE WAU-CONFLICTS          TO AUT-CONFLICTS.
           WRITE AUTHORITY-PRINT-RECORD FROM AUTHRPT-TOTALS.

           CLOSE AUTHORITY-REPORT-FILE.

       P00754-AUTHORITY-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00755-MAINTAIN-ITEM                           *
      *                                                               *
      *    FUNCTION :  APPLY AN EDITED J= ITEM MAINTENANCE RECORD TO  *
      *                THE DB2 ITEM / ITEM SUPPLIER TABLES THROUGH    *
      *                STORED PROCEDURE PDASP5.  A SUPPLIER LINK MADE *
      *                ACTIVE HERE IS SEEN BY PDASP3, SO THE NEXT     *
      *                BACKORDER RETRY (P00520) RELEASES THE ITEM'S   *
      *                NO-SUPPLIER BACKORDERS                         *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00755-MAINTAIN-ITEM.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-ITM-ACTION         TO PDASP5-ACTION.
           MOVE WPR-ITM-NUMBER-R       TO PDASP5-ITEM-NUMBER.
           MOVE SPACES                 TO PDASP5-ITEM-NAME
                                          PDASP5-CATEGORY
                                          PDASP5-SUB-CATEGORY
                                          PDASP5-SUPPLIER-ID
                                          PDASP5-STATUS.
           MOVE ZEROES                 TO PDASP5-UNIT-PRICE.

           IF WPR-ITM-ADD
               MOVE WPR-ITM-NAME       TO PDASP5-ITEM-NAME
               MOVE WIM-CATEGORY       TO PDASP5-CATEGORY
               MOVE WIM-SUB-CATEGORY   TO PDASP5-SUB-CATEGORY
               MOVE WPR-ITM-PRICE-R    TO PDASP5-UNIT-PRICE.

           IF WPR-ITM-SUPPLIER-ACTION
               MOVE WPR-ITM-SUPPLIER-ID
                                       TO PDASP5-SUPPLIER-ID.

           CALL 'PDASP5'                USING PDASP5-ACTION,
                                               PDASP5-ITEM-NUMBER,
                                               PDASP5-ITEM-NAME,
                                               PDASP5-CATEGORY,
                                               PDASP5-SUB-CATEGORY,
                                               PDASP5-UNIT-PRICE,
                                               PDASP5-SUPPLIER-ID,
                                               PDASP5-STATUS.

           IF PDASP5-STATUS = SPACES OR '0000'
               ADD +1                  TO WRS-ITEM-MAINT
           ELSE
               MOVE PDASP5-STATUS      TO WPM-ITEM-MAINT-STATUS
               MOVE WPM-ITEM-MAINT-REJECTED
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT.

       P00755-MAINTAIN-ITEM-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00756-LOG-ITEM-MAINT                          *
      *                                                               *
      *    FUNCTION :  WRITE THE J= RECORD IN HAND TO THE ITEM        *
      *                MAINTENANCE AUDIT REPORT WITH ITS SUBMITTING   *
      *                USERID AND ITS OUTCOME -- APPLIED, OR THE      *
      *                REASON IT WAS SENT TO PARMRCYC                 *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00756-LOG-ITEM-MAINT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           EVALUATE TRUE
               WHEN WPR-ITM-ADD
                   MOVE 'ADD ITEM'     TO IMD-ACTION
               WHEN WPR-ITM-DISCONTINUE
                   MOVE 'DISCONTINUE'  TO IMD-ACTION
               WHEN WPR-ITM-LINK
                   MOVE 'LINK SUPPLIER'
                                       TO IMD-ACTION
               WHEN WPR-ITM-UNLINK
                   MOVE 'UNLINK SUPPL'
                                       TO IMD-ACTION
               WHEN OTHER
                   MOVE WPR-ITM-ACTION TO IMD-ACTION
           END-EVALUATE.

           MOVE WPR-ITM-NUMBER         TO IMD-ITEM-NUMBER.
           MOVE SPACES                 TO IMD-REFERENCE.
           IF WPR-ITM-ADD
               STRING WPR-ITM-CATEGORY     DELIMITED BY '  '
                      ' / '                DELIMITED BY SIZE
                      WPR-ITM-SUB-CATEGORY DELIMITED BY '  '
                   INTO IMD-REFERENCE
           ELSE
           IF WPR-ITM-SUPPLIER-ACTION
               MOVE WPR-ITM-SUPPLIER-ID
                                       TO IMD-REFERENCE.

           IF WAU-USERID > SPACES
               MOVE WAU-USERID         TO IMD-USERID
           ELSE
               MOVE WMF-USERID         TO IMD-USERID.

           IF PARM-ERROR-FOUND
               ADD +1                  TO WIM-REJECTED
               MOVE SPACES             TO IMD-RESULT
               STRING 'REJECTED - '    DELIMITED BY SIZE
                      RCY-REASON       DELIMITED BY SIZE
                   INTO IMD-RESULT
           ELSE
               ADD +1                  TO WIM-APPLIED
               MOVE 'APPLIED'          TO IMD-RESULT.

           WRITE ITEM-MAINT-PRINT-RECORD FROM ITEMMRPT-DETAIL.

       P00756-LOG-ITEM-MAINT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00691-PROCESS-APPROVAL                        *
      *                                                               *
      *    FUNCTION :  APPLY A Q= APPROVE / REJECT DECISION TO A      *
      *                PENDING HELD CHANGE.  AN APPROVAL RESTORES     *
      *                THE HELD C= RECORD AND DRIVES IT BACK          *
      *                THROUGH P00674 WITH THE THRESHOLD CHECK        *
      *                SUPPRESSED (A HELD I= PRICE OVERRIDE GOES BACK *
      *                THROUGH P00673 WITH THE CEILING CHECK          *
      *                SUPPRESSED), STAMPING THE APPROVER; A REJECT   *
      *                JUST CLOSES THE HELD RECORD.  A SEQUENCE NOT   *
      *                PENDING IS A PARAMETER REJECT                  *
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00691-PROCESS-APPROVAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WPR-APPR-SEQ           TO APR-SEQ.
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF APPROVAL-NOT-FOUND OR (NOT APR-PENDING)
               MOVE WPR-APPR-SEQ       TO WPM-APPR-NF-SEQ
               MOVE WPM-APPROVAL-NOT-FOUND
                                       TO WMF-MESSAGE-AREA
               PERFORM  P00700-PARM-ERROR
                   THRU P00700-PARM-ERROR-EXIT
               GO TO P00691-PROCESS-APPROVAL-EXIT.

      *****************************************************************
      *    A REJECTED DECISION IS AUDITED TOO, SO EVERY OUTCOME OF    *
      *    THE DUAL-CONTROL HOLD SHOWS ON THE ORDER ACTIVITY REPORT.  *
      *    THE ORDER IS RE-FETCHED SO THE AUDIT CARRIES ITS REAL      *
      *    CUSTOMER AND USERID                                        *
      *****************************************************************

           IF WPR-APPR-REJECT
               MOVE 'X'                TO APR-STATUS
               MOVE WS-BUSINESS-DATE-R TO APR-DECISION-DATE
               MOVE WPR-APPROVER-ID    TO APR-APPROVER
               REWRITE APPROVAL-RECORD
               MOVE ZEROES             TO OSQ-ORDER-PREFIX
               MOVE APR-ORDER-NUMBER   TO OSQ-ORDER-NUMBER
               CALL 'CBLTDLI' USING ICF-GHU,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-QUAL
               MOVE SPACES             TO AUD-BEFORE-IMAGE
                                          AUD-AFTER-IMAGE
               MOVE WS-PARAMETER-RECORD
                                       TO WAP-SAVE-PARM-RECORD
               MOVE SPACES             TO WS-PARAMETER-RECORD
               MOVE 'Q'                TO WPR-RECORD-TYPE
               MOVE APR-ORDER-NUMBER   TO WPR-ORDER-NUMBER-R
               PERFORM  P00684-WRITE-ORDER-AUDIT
                   THRU P00684-WRITE-ORDER-AUDIT-EXIT
               MOVE WAP-SAVE-PARM-RECORD
                                       TO WS-PARAMETER-RECORD
               GO TO P00691-PROCESS-APPROVAL-EXIT.

           MOVE APR-SEQ                TO WAP-HOLD-SEQ.
           MOVE WS-PARAMETER-RECORD    TO WAP-SAVE-PARM-RECORD.
           MOVE APR-PARM-IMAGE         TO WS-PARAMETER-RECORD.

      *****************************************************************
      *    A HELD I= PRICE OVERRIDE (SCENARIO 4) IS RELEASED BACK     *
      *    THROUGH P00673 RATHER THAN THE CHANGE PATH                 *
      *****************************************************************

           IF WPR-ORDER-ITEM-CONT
               PERFORM  P00721-RELEASE-HELD-OVERRIDE
                   THRU P00721-RELEASE-HELD-OVERRIDE-EXIT
               GO TO P00691-RECORD-DECISION.

           PERFORM  P00665-SET-ORDER-FIELDS
               THRU P00665-SET-ORDER-FIELDS-EXIT.

           IF NOT-PARM-ERROR-FOUND
               SET WAP-SKIP-APPROVAL   TO TRUE
               PERFORM  P00674-CHANGE-ORDER-SEGMENT
                   THRU P00674-CHANGE-ORDER-SEGMENT-EXIT
               MOVE 'N'                TO WAP-SKIP-SW.

       P00691-RECORD-DECISION.

           MOVE WAP-SAVE-PARM-RECORD   TO WS-PARAMETER-RECORD.

           IF NOT-PARM-ERROR-FOUND
               MOVE WAP-HOLD-SEQ       TO APR-SEQ
               READ APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'A'                TO APR-STATUS
               MOVE WS-BUSINESS-DATE-R TO APR-DECISION-DATE
               MOVE WPR-APPROVER-ID    TO APR-APPROVER
               REWRITE APPROVAL-RECORD
               ADD +1                  TO WAP-APPROVALS-APPLIED
           END-IF.

       P00691-PROCESS-APPROVAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00692-CONSUME-SHIP-CONFIRMS                   *
      *                                                               *
      *    FUNCTION :  MQOPEN THE WAREHOUSE SHIP CONFIRMATION REPLY   *
      *                QUEUE AND MQGET EVERY WAITING CONFIRMATION,    *
      *                APPLYING EACH ONE THROUGH P00693.  REASON      *
      *                2033 (NO MESSAGE AVAILABLE) ENDS THE DRAIN     *
      *                NORMALLY; ANY OTHER MQGET FAILURE IS A         *
      *                WARNING SO THE NIGHTLY RUN STILL COMPLETES.    *
      *                THE MISMATCH REPORT IS WRITTEN EVEN WHEN NO    *
      *                CONFIRMATIONS ARRIVED SO OPERATIONS ALWAYS     *
      *                HAS THE DATED PAGE                             *
      *                                                               *
      *    CALLED BY:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P00692-CONSUME-SHIP-CONFIRMS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT SHIP-MISMATCH-FILE.

           MOVE WS-BUS-MONTH           TO SMH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO SMH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO SMH-RUN-YEAR.
           WRITE SHIP-MISMATCH-RECORD FROM SHIPMIS-HDR1.
           MOVE BLANK-LINE             TO SHIP-MISMATCH-RECORD.
           WRITE SHIP-MISMATCH-RECORD.

           MOVE 'N'                    TO WSC-QUEUE-DRAINED-SW.

           IF WMQ-NOT-CONNECTED
               SET WSC-QUEUE-DRAINED   TO TRUE
               GO TO P00692-WRITE-TOTALS.

           CALL 'MQOPEN' USING WMQ-HCONN,
                               WMQ-REPLY-OBJECT-DESC,
                               WMQ-OPEN-OPTIONS,
                               WMQ-REPLY-HOBJ,
                               WMQ-COMPCODE,
                               WMQ-REASON.

           IF WMQ-COMPCODE = +0
               NEXT SENTENCE
           ELSE
               MOVE 'MQS'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPME-PROGRAM-ID
               MOVE 'P00692'           TO WPME-PARAGRAPH
               MOVE WMQ-REASON         TO WPME-REASON-CODE
               MOVE 'MQOPEN SHIP CONFIRMS'
                                       TO WPME-FUNCTION
               MOVE WS-PDA-MQSERIES-ERROR-01
                                       TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               SET WSC-QUEUE-DRAINED   TO TRUE
               GO TO P00692-WRITE-TOTALS.

           PERFORM UNTIL WSC-QUEUE-DRAINED
               MOVE SPACES             TO WS-MQ-SHIP-CONFIRM
               CALL 'MQGET' USING WMQ-HCONN,
                                  WMQ-REPLY-HOBJ,
                                  WMQ-MESSAGE-DESCRIPTOR,
                                  WMQ-GET-MESSAGE-OPTIONS,
                                  WMQ-BUFFER-LENGTH,
                                  WS-MQ-SHIP-CONFIRM,
                                  WMQ-DATA-LENGTH,
                                  WMQ-COMPCODE,
                                  WMQ-REASON
               EVALUATE TRUE
                   WHEN WMQ-COMPCODE = +0
                       PERFORM  P00693-APPLY-SHIP-CONFIRM
                           THRU P00693-APPLY-SHIP-CONFIRM-EXIT
                   WHEN WMQ-REASON = +2033
                       SET WSC-QUEUE-DRAINED
                                       TO TRUE
                   WHEN OTHER
                       MOVE 'MQS'      TO WS-PDA-ERROR-TYPE
                       MOVE 'W'        TO WS-PDA-ERROR-SEVERITY
                       MOVE 'PDAB06'   TO WPME-PROGRAM-ID
                       MOVE 'P00692'   TO WPME-PARAGRAPH
                       MOVE WMQ-REASON TO WPME-REASON-CODE
                       MOVE 'MQGET SHIP CONFIRMS'
                                       TO WPME-FUNCTION
                       MOVE WS-PDA-MQSERIES-ERROR-01
                                       TO WPGE-DESCRIPTION
                       PERFORM  P99500-PDA-ERROR
                           THRU P99500-PDA-ERROR-EXIT
                       SET WSC-QUEUE-DRAINED
                                       TO TRUE
               END-EVALUATE
           END-PERFORM.

           CALL 'MQCLOSE' USING WMQ-HCONN,
                                WMQ-REPLY-HOBJ,
                                WMQ-CLOSE-OPTIONS,
                                WMQ-COMPCODE,
                                WMQ-REASON.

       P00692-WRITE-TOTALS.

      *****************************************************************
      *    THE DROP-SHIP SUPPLIERS' SHIP FILE IS APPLIED WHETHER OR   *
      *    NOT THE QUEUE MANAGER WAS THERE, UNDER THE SAME CHECKS     *
      *****************************************************************

           PERFORM  P00713-APPLY-SUPPLIER-SHIPS
               THRU P00713-APPLY-SUPPLIER-SHIPS-EXIT.

           MOVE BLANK-LINE             TO SHIP-MISMATCH-RECORD.
           WRITE SHIP-MISMATCH-RECORD.
           MOVE WSC-CONFIRMS-APPLIED   TO SMT-APPLIED.
           MOVE WSC-CONFIRMS-MISMATCHED
                                       TO SMT-MISMATCHED.
           WRITE SHIP-MISMATCH-RECORD FROM SHIPMIS-TOTALS.
           CLOSE SHIP-MISMATCH-FILE.

       P00692-CONSUME-SHIP-CONFIRMS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00693-APPLY-SHIP-CONFIRM                      *
      *                                                               *
      *    FUNCTION :  APPLY ONE WAREHOUSE SHIP CONFIRMATION BY       *
      *                BUILDING A SYNTHETIC H= PARAMETER RECORD AND   *
      *                DRIVING IT THROUGH P00678, SO A CONFIRMATION   *
      *                GETS EXACTLY THE SAME TRANSITION CHECKS AS A   *
      *                KEYED SHIP RECORD.  A CONFIRMATION P00678      *
      *                REJECTS (UNKNOWN ORDER, ALREADY SHIPPED) IS A  *
      *                MISMATCH, NOT A PARAMETER REJECT -- IT GOES    *
      *                TO THE SHIPMISM REPORT AND THE PARM ERROR      *
      *                SWITCHES AND COUNTS ARE PUT BACK THE WAY       *
      *                P00678 FOUND THEM                              *
      *                                                               *
      *    CALLED BY:  P00692-CONSUME-SHIP-CONFIRMS                   *
      *                P00713-APPLY-SUPPLIER-SHIPS                    *
      *                                                               *
      *****************************************************************

       P00693-APPLY-SHIP-CONFIRM.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF SCF-ORDER-NUMBER NUMERIC
               NEXT SENTENCE
           ELSE
               ADD +1                  TO WSC-CONFIRMS-MISMATCHED
               MOVE SCF-ORDER-NUMBER   TO SMD-ORDER-NUMBER
               MOVE ZEROES             TO SMD-SHIP-DATE
               MOVE 'CONFIRMATION ORDER NUMBER NOT NUMERIC'
                                       TO SMD-REASON
               WRITE SHIP-MISMATCH-RECORD FROM SHIPMIS-DETAIL
               GO TO P00693-APPLY-SHIP-CONFIRM-EXIT.

           MOVE WS-ERROR-FOUND-SW      TO WSC-SAVE-ERROR-SW.
           MOVE WS-PARM-ERROR-FOUND-SW TO WSC-SAVE-PARM-ERROR-SW.
           MOVE WRS-PARM-REJECTS       TO WSC-SAVE-PARM-REJECTS.
           MOVE 'N'                    TO WS-PARM-ERROR-FOUND-SW.

           MOVE SPACES                 TO WS-PARAMETER-RECORD.
           MOVE 'H'                    TO WPR-RECORD-TYPE.
           MOVE SCF-ORDER-NUMBER       TO WPR-ORDER-NUMBER.
           MOVE SCF-ITEM-SEQ           TO WPR-SHIP-ITEM-SEQ.
           MOVE SCF-SHIP-QUANTITY      TO WPR-SHIP-QUANTITY.

           PERFORM  P00678-STATUS-ORDER-SEGMENT
               THRU P00678-STATUS-ORDER-SEGMENT-EXIT.

           IF PARM-ERROR-FOUND
               ADD +1                  TO WSC-CONFIRMS-MISMATCHED
               MOVE SCF-ORDER-NUMBER   TO SMD-ORDER-NUMBER
               MOVE SCF-SHIP-DATE      TO SMD-SHIP-DATE
               MOVE WMF-MESSAGE-AREA   TO SMD-REASON
               WRITE SHIP-MISMATCH-RECORD FROM SHIPMIS-DETAIL
           ELSE
               ADD +1                  TO WSC-CONFIRMS-APPLIED
           END-IF.

           MOVE WSC-SAVE-ERROR-SW      TO WS-ERROR-FOUND-SW.
           MOVE WSC-SAVE-PARM-ERROR-SW TO WS-PARM-ERROR-FOUND-SW.
           MOVE WSC-SAVE-PARM-REJECTS  TO WRS-PARM-REJECTS.

       P00693-APPLY-SHIP-CONFIRM-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00694-GENERATE-INVOICES                       *
      *                                                               *
      *    FUNCTION :  BILL EVERY ORDER STILL PENDING ON THE PENDINV  *
      *                FILE -- THIS RUN'S SHIPS PLUS ANY LEFT         *
      *                UNBILLED BY AN EARLIER ABENDED RUN.  EACH      *
      *                PENDING ORDER IS RE-FETCHED FROM THE ORDER     *
      *                DATABASE AND, WHEN IT IS STILL SHIPPED (A      *
      *                LATER CLOSE / CANCEL SUPPRESSES THE BILL),     *
      *                PRINTED AS AN INVOICE WITH ITS ORDITEM DETAIL  *
      *                AND REGISTERED ON THE INVREG FEED.  THE ENTRY  *
      *                IS THEN MARKED B BILLED (OR C SUPPRESSED), SO  *
      *                NO ORDER IS EVER BILLED TWICE OR LOST.  CREDIT *
      *                MEMOS FOR PENDING RETURNS FOLLOW THE INVOICES  *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00694-GENERATE-INVOICES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT INVOICE-PRINT-FILE.
           OPEN OUTPUT INVOICE-REGISTER-FILE.

           MOVE 'N'                    TO WIV-END-OF-PEND-SW.
           MOVE LOW-VALUES             TO PIV-ORDER-NUMBER.

           START PENDING-INVOICE-FILE
               KEY IS NOT LESS THAN PIV-ORDER-NUMBER
               INVALID KEY
                   SET WIV-END-OF-PEND TO TRUE
           END-START.

           IF NOT WIV-END-OF-PEND
               READ PENDING-INVOICE-FILE NEXT RECORD
                   AT END
                       SET WIV-END-OF-PEND TO TRUE
               END-READ.

           PERFORM UNTIL WIV-END-OF-PEND
               IF PIV-PENDING
                   PERFORM  P00701-BILL-ONE-PENDING
                       THRU P00701-BILL-ONE-PENDING-EXIT
               END-IF
               READ PENDING-INVOICE-FILE NEXT RECORD
                   AT END
                       SET WIV-END-OF-PEND TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      *    THEN THE CREDIT MEMOS FOR RETURNS STILL PENDING ON PENDCRM *
      *****************************************************************

           PERFORM  P00705-PRINT-CREDIT-MEMOS
               THRU P00705-PRINT-CREDIT-MEMOS-EXIT.

           CLOSE INVOICE-PRINT-FILE.
           CLOSE INVOICE-REGISTER-FILE.

       P00694-GENERATE-INVOICES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00701-BILL-ONE-PENDING                        *
      *                                                               *
      *    FUNCTION :  BILL THE PENDINV ENTRY IN MEMORY -- RE-FETCH   *
      *                THE ORDER, INVOICE WHAT HAS SHIPPED SINCE ITS  *
      *                LAST INVOICE WHEN IT IS STILL SHIPPED OR PARTLY*
      *                SHIPPED, COUNT THE INVOICE AND                 *
      *                MARK THE ENTRY B, OTHERWISE MARK IT C SO A     *
      *                CLOSED / CANCELLED / DELETED ORDER STOPS       *
      *                RECYCLING THROUGH THE PENDING SET              *
      *                                                               *
      *    CALLED BY:  P00694-GENERATE-INVOICES                       *
      *                                                               *
      *****************************************************************

       P00701-BILL-ONE-PENDING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF PIV-INVOICE-COUNT NOT NUMERIC
               MOVE ZEROES             TO PIV-INVOICE-COUNT.

           MOVE ZEROES                 TO OSQ-ORDER-PREFIX.
           MOVE PIV-ORDER-NUMBER       TO OSQ-ORDER-NUMBER.

           CALL 'CBLTDLI' USING ICF-GHU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-QUAL.

           IF (PCB-STATUS-CODE = SPACES) AND
              (ORD-STATUS-SHIPPED OR ORD-STATUS-PARTIAL)
               PERFORM  P00695-PRINT-ONE-INVOICE
                   THRU P00695-PRINT-ONE-INVOICE-EXIT
               ADD +1                  TO PIV-INVOICE-COUNT
               MOVE 'B'                TO PIV-STATUS
           ELSE
               MOVE 'C'                TO PIV-STATUS
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO PIV-BILLED-DATE.
           REWRITE PENDING-INVOICE-RECORD.

       P00701-BILL-ONE-PENDING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00695-PRINT-ONE-INVOICE                       *
      *                                                               *
      *    FUNCTION :  PRINT ONE INVOICE FOR THE ORDER SEGMENT IN     *
      *                MEMORY -- HEADER WITH THE CUSTOMER NAME FROM   *
      *                VCUSTOMR, ONE LINE PER ORDITEM CHILD SEGMENT   *
      *                SHIPPED SINCE THE LAST INVOICE (QUANTITY AND   *
      *                ITS SHARE OF THE EXTENDED PRICE), THE INVOICE  *
      *                TOTAL -- AND WRITE THE MATCHING REGISTER       *
      *                RECORD.  THE INVOICE NUMBER IS THE ORDER       *
      *                NUMBER, SO BILLING STAYS RECONCILABLE TO THE   *
      *                ORDER DATABASE WITHOUT A SEPARATE NUMBER       *
      *                SERIES; A LATER PARTIAL SHIPMENT'S INVOICE     *
      *                ADDS A -NN SUFFIX.  THE EXPEDITE SURCHARGE IS  *
      *                BILLED ON THE FIRST INVOICE.  THE PENDINV      *
      *                ENTRY IN MEMORY GIVES THE INVOICE COUNT SO     *
      *                FAR.  SALES TAX ON THE MERCHANDISE FOR THE     *
      *                CUSTOMER'S SHIP-TO JURISDICTION PRINTS AS ITS  *
      *                OWN LINE, IS INCLUDED IN THE INVOICE TOTAL AND *
      *                REGISTER AMOUNT, AND IS ADDED TO THE           *
      *                CUSTOMER'S OPEN BALANCE                        *
      *                                                               *
      *    CALLED BY:  P00694-GENERATE-INVOICES                       *
      *                                                               *
      *****************************************************************

       P00695-PRINT-ONE-INVOICE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ORD-CUSTOMER-ID        TO CUST-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUST-CUSTOMER-ID
               INVALID KEY
                   MOVE '** NOT ON FILE **'
                                       TO WIV-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME      TO WIV-CUSTOMER-NAME
           END-READ.

           MOVE ORD-ORDER-NUMBER       TO INV-INVOICE-NUMBER.
           IF PIV-INVOICE-COUNT = ZEROES
               MOVE SPACES             TO INV-INVOICE-SUFFIX
           ELSE
               MOVE PIV-INVOICE-COUNT  TO WAR-SUFFIX-NUM
               MOVE WAR-SUFFIX-TEXT    TO INV-INVOICE-SUFFIX.
           MOVE WS-BUS-MONTH           TO INV-RUN-MONTH.
           MOVE WS-BUS-DAY             TO INV-RUN-DAY.
           MOVE WS-BUS-YEAR            TO INV-RUN-YEAR.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-HDR1.
           MOVE WIV-CUSTOMER-NAME      TO INV-CUSTOMER-NAME.
           MOVE ORD-CUSTOMER-ID        TO INV-CUSTOMER-ID.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-HDR2.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-HDR3.

           MOVE ZEROES                 TO WIV-ITEM-COUNT
                                          WPS-INVOICE-GOODS
                                          WPS-INVOICE-SURCHARGE.
           MOVE 'N'                    TO WIV-END-OF-ITEMS-SW.

           PERFORM UNTIL WIV-END-OF-ITEMS
               CALL 'CBLTDLI' USING ICF-GHN,
                                    ORDER-PCB,
                                    ORDER-ITEM-SEGMENT,
                                    ORDER-SSA-QUAL,
                                    ORDER-ITEM-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   IF ORI-SHIPPED-QUANTITY > ORI-BILLED-QUANTITY
                       PERFORM  P00737-BILL-ONE-LINE
                           THRU P00737-BILL-ONE-LINE-EXIT
                   END-IF
               ELSE
                   SET WIV-END-OF-ITEMS
                                       TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      *    A RUSH ORDER SHOWS ITS EXPEDITE SURCHARGE AS ITS OWN LINE  *
      *****************************************************************

           MOVE ORD-ORDER-NUMBER       TO EXP-ORDER-NUMBER.
           READ EXPEDITE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WPS-INVOICE-GOODS      TO WTX-BASE-AMOUNT.
           IF (WS-EXPDORD-STATUS = '00') AND
              (EXP-SURCHARGE > ZEROES)   AND
              (PIV-INVOICE-COUNT = ZEROES)
               MOVE EXP-SURCHARGE      TO INV-SURCHARGE
                                          WPS-INVOICE-SURCHARGE
               WRITE INVOICE-PRINT-RECORD FROM INVOICE-SURCHARGE-DTL
           END-IF.

           MOVE ORD-CUSTOMER-ID        TO WTX-CUSTOMER-ID.
           PERFORM  P00731-COMPUTE-SALES-TAX
               THRU P00731-COMPUTE-SALES-TAX-EXIT.
           PERFORM  P00733-PRINT-TAX-LINE
               THRU P00733-PRINT-TAX-LINE-EXIT.

           COMPUTE INV-ORDER-TOTAL = WPS-INVOICE-GOODS
               + WPS-INVOICE-SURCHARGE + WTX-TAX-AMOUNT.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-TOTAL-DTL.
           MOVE BLANK-LINE             TO INVOICE-PRINT-RECORD.
           WRITE INVOICE-PRINT-RECORD.

           MOVE ORD-ORDER-NUMBER       TO IRG-INVOICE-NUMBER.
           MOVE WS-BUSINESS-DATE-R     TO IRG-INVOICE-DATE.
           MOVE ORD-CUSTOMER-ID        TO IRG-CUSTOMER-ID.
           MOVE WIV-ITEM-COUNT         TO IRG-ITEM-COUNT.
           COMPUTE IRG-INVOICE-AMOUNT = WPS-INVOICE-GOODS
               + WPS-INVOICE-SURCHARGE + WTX-TAX-AMOUNT.
           MOVE 'I'                    TO IRG-DOCUMENT-TYPE.
           MOVE ZEROES                 TO IRG-MEMO-NUMBER.
           MOVE PIV-INVOICE-COUNT      TO IRG-INVOICE-SUFFIX.
           MOVE WTX-TAX-AMOUNT         TO IRG-TAX-AMOUNT.
           MOVE WTX-STATE              TO IRG-TAX-STATE.
           MOVE WTX-COUNTY             TO IRG-TAX-COUNTY.
           WRITE INVOICE-REGISTER-RECORD FROM WS-INVOICE-REGISTER.

      *    THE GOODS ARE ALREADY IN THE OPEN BALANCE FROM ORDER
      *    ENTRY; THE TAX JOINS IT NOW IT HAS BEEN BILLED
           IF WTX-TAX-AMOUNT NOT = ZEROES
               MOVE ORD-CUSTOMER-ID    TO WBA-ADJ-CUSTOMER
               MOVE WTX-TAX-AMOUNT     TO WBA-ADJ-AMOUNT
               PERFORM  P00664-ADJUST-CUST-BALANCE
                   THRU P00664-ADJUST-CUST-BALANCE-EXIT.

           ADD +1                      TO WIV-INVOICES-WRITTEN.

       P00695-PRINT-ONE-INVOICE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00705-PRINT-CREDIT-MEMOS                      *
      *                                                               *
      *    FUNCTION :  PRINT EVERY RETURN STILL PENDING ON PENDCRM AS *
      *                A CREDIT MEMO ON INVPRINT.  CONSECUTIVE        *
      *                PENDING LINES FOR ONE ORDER SHARE ONE MEMO,    *
      *                NUMBERED BY ITS FIRST PENDCRM SEQUENCE, WITH   *
      *                ONE NEGATIVE C REGISTER RECORD ON INVREG       *
      *                AGAINST THE ORDER'S INVOICE NUMBER.  EACH      *
      *                LINE IS MARKED B AS IT PRINTS                  *
      *                                                               *
      *    CALLED BY:  P00694-GENERATE-INVOICES                       *
      *                                                               *
      *****************************************************************

       P00705-PRINT-CREDIT-MEMOS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WRT-END-OF-MEMOS-SW
                                          WRT-MEMO-OPEN-SW.
           MOVE '00000'                TO CRM-SEQ.

           START CREDIT-MEMO-FILE
               KEY IS GREATER THAN CRM-SEQ
               INVALID KEY
                   SET WRT-END-OF-MEMOS TO TRUE
           END-START.

           IF NOT WRT-END-OF-MEMOS
               READ CREDIT-MEMO-FILE NEXT RECORD
                   AT END
                       SET WRT-END-OF-MEMOS TO TRUE
               END-READ.

           PERFORM UNTIL WRT-END-OF-MEMOS
               IF CRM-PENDING
                   IF WRT-MEMO-OPEN AND
                      (CRM-ORDER-NUMBER NOT = WRT-MEMO-ORDER)
                       PERFORM  P00707-FINISH-CREDIT-MEMO
                           THRU P00707-FINISH-CREDIT-MEMO-EXIT
                   END-IF
                   PERFORM  P00706-PRINT-MEMO-LINE
                       THRU P00706-PRINT-MEMO-LINE-EXIT
               END-IF
               READ CREDIT-MEMO-FILE NEXT RECORD
                   AT END
                       SET WRT-END-OF-MEMOS TO TRUE
               END-READ
           END-PERFORM.

           IF WRT-MEMO-OPEN
               PERFORM  P00707-FINISH-CREDIT-MEMO
                   THRU P00707-FINISH-CREDIT-MEMO-EXIT.

       P00705-PRINT-CREDIT-MEMOS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00706-PRINT-MEMO-LINE                         *
      *                                                               *
      *    FUNCTION :  PRINT THE PENDCRM LINE IN MEMORY ON THE OPEN   *
      *                CREDIT MEMO -- STARTING THE MEMO (HEADERS,     *
      *                CUSTOMER NAME FROM VCUSTOMR) WHEN NONE IS      *
      *                OPEN -- AND MARK THE LINE B BILLED             *
      *                                                               *
      *    CALLED BY:  P00705-PRINT-CREDIT-MEMOS                      *
      *                                                               *
      *****************************************************************

       P00706-PRINT-MEMO-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WRT-MEMO-OPEN
               NEXT SENTENCE
           ELSE
               SET WRT-MEMO-OPEN       TO TRUE
               MOVE CRM-ORDER-NUMBER   TO WRT-MEMO-ORDER
               MOVE CRM-SEQ            TO WRT-MEMO-NUMBER
               MOVE CRM-CUSTOMER-ID    TO WRT-MEMO-CUSTOMER
               MOVE ZEROES             TO WRT-MEMO-LINES
                                          WRT-MEMO-TOTAL
               MOVE CRM-CUSTOMER-ID    TO CUST-CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-CUSTOMER-ID
                   INVALID KEY
                       MOVE '** NOT ON FILE **'
                                       TO WIV-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME  TO WIV-CUSTOMER-NAME
               END-READ
               MOVE WRT-MEMO-NUMBER    TO CMH-MEMO-NUMBER
               MOVE WRT-MEMO-ORDER     TO CMH-INVOICE-NUMBER
               MOVE WS-BUS-MONTH       TO CMH-RUN-MONTH
               MOVE WS-BUS-DAY         TO CMH-RUN-DAY
               MOVE WS-BUS-YEAR        TO CMH-RUN-YEAR
               WRITE INVOICE-PRINT-RECORD FROM CRMEMO-HDR1
               MOVE WIV-CUSTOMER-NAME  TO CMH-CUSTOMER-NAME
               MOVE WRT-MEMO-CUSTOMER  TO CMH-CUSTOMER-ID
               WRITE INVOICE-PRINT-RECORD FROM CRMEMO-HDR2
               WRITE INVOICE-PRINT-RECORD FROM INVOICE-HDR3.

           MOVE CRM-ITEM-NUMBER        TO INV-ITEM-NUMBER.
           MOVE CRM-QUANTITY           TO INV-ITEM-QUANTITY.
           COMPUTE INV-EXTENDED-PRICE = 0 - CRM-CREDIT-AMOUNT.
           WRITE INVOICE-PRINT-RECORD FROM INVOICE-ITEM-DTL.

           ADD +1                      TO WRT-MEMO-LINES.
           ADD CRM-CREDIT-AMOUNT       TO WRT-MEMO-TOTAL.

           MOVE 'B'                    TO CRM-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO CRM-BILLED-DATE.
           REWRITE CREDIT-MEMO-RECORD.

       P00706-PRINT-MEMO-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00707-FINISH-CREDIT-MEMO                      *
      *                                                               *
      *    FUNCTION :  PRINT THE OPEN CREDIT MEMO'S SALES TAX CREDIT  *
      *                AND NEGATIVE TOTAL AND WRITE ITS C REGISTER    *
      *                RECORD ON INVREG.  THE MERCHANDISE CREDIT CAME *
      *                OFF THE OPEN BALANCE WHEN THE RETURN POSTED;   *
      *                THE TAX CREDIT COMES OFF IT HERE               *
      *                                                               *
      *    CALLED BY:  P00705-PRINT-CREDIT-MEMOS                      *
      *                                                               *
      *****************************************************************

       P00707-FINISH-CREDIT-MEMO.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           COMPUTE WTX-BASE-AMOUNT = 0 - WRT-MEMO-TOTAL.
           MOVE WRT-MEMO-CUSTOMER      TO WTX-CUSTOMER-ID.
           PERFORM  P00731-COMPUTE-SALES-TAX
               THRU P00731-COMPUTE-SALES-TAX-EXIT.
           PERFORM  P00733-PRINT-TAX-LINE
               THRU P00733-PRINT-TAX-LINE-EXIT.

           COMPUTE CMT-CREDIT-TOTAL =
               0 - WRT-MEMO-TOTAL + WTX-TAX-AMOUNT.
           WRITE INVOICE-PRINT-RECORD FROM CRMEMO-TOTAL-DTL.
           MOVE BLANK-LINE             TO INVOICE-PRINT-RECORD.
           WRITE INVOICE-PRINT-RECORD.

           MOVE WRT-MEMO-ORDER         TO IRG-INVOICE-NUMBER.
           MOVE WS-BUSINESS-DATE-R     TO IRG-INVOICE-DATE.
           MOVE WRT-MEMO-CUSTOMER      TO IRG-CUSTOMER-ID.
           MOVE WRT-MEMO-LINES         TO IRG-ITEM-COUNT.
           COMPUTE IRG-INVOICE-AMOUNT =
               0 - WRT-MEMO-TOTAL + WTX-TAX-AMOUNT.
           MOVE 'C'                    TO IRG-DOCUMENT-TYPE.
           MOVE WRT-MEMO-NUMBER        TO IRG-MEMO-NUMBER.
           MOVE ZEROES                 TO IRG-INVOICE-SUFFIX.
           MOVE WTX-TAX-AMOUNT         TO IRG-TAX-AMOUNT.
           MOVE WTX-STATE              TO IRG-TAX-STATE.
           MOVE WTX-COUNTY             TO IRG-TAX-COUNTY.
           WRITE INVOICE-REGISTER-RECORD FROM WS-INVOICE-REGISTER.

           IF WTX-TAX-AMOUNT NOT = ZEROES
               MOVE WRT-MEMO-CUSTOMER  TO WBA-ADJ-CUSTOMER
               MOVE WTX-TAX-AMOUNT     TO WBA-ADJ-AMOUNT
               PERFORM  P00664-ADJUST-CUST-BALANCE
                   THRU P00664-ADJUST-CUST-BALANCE-EXIT.

           ADD +1                      TO WRT-MEMOS-WRITTEN.
           MOVE 'N'                    TO WRT-MEMO-OPEN-SW.

       P00707-FINISH-CREDIT-MEMO-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00696-CUSTOMER-STATEMENTS                     *
      *                                                               *
      *    FUNCTION :  MONTH-END CUSTOMER STATEMENT RUN (DATECARD     *
      *                MODE M).  ACCUMULATE THE STATEMENT MONTH'S     *
      *                ORDERS PER CUSTOMER FROM THE ORDER DATABASE,   *
      *                THEN BROWSE THE CUSTOMER MASTER AND PRINT      *
      *                ONE STATEMENT PER CUSTOMER                     *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00696-CUSTOMER-STATEMENTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT CUST-STATEMENT-FILE.

           PERFORM  P00698-ACCUM-MONTH-ORDERS
               THRU P00698-ACCUM-MONTH-ORDERS-EXIT.

           MOVE 'N'                    TO WCS-END-OF-CUSTS-SW.
           MOVE LOW-VALUES             TO CUST-CUSTOMER-ID.

           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-CUSTOMER-ID
               INVALID KEY
                   SET WCS-END-OF-CUSTS TO TRUE
           END-START.

           IF NOT WCS-END-OF-CUSTS
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WCS-END-OF-CUSTS TO TRUE
               END-READ.

           PERFORM UNTIL WCS-END-OF-CUSTS
               PERFORM  P00699-PRINT-CUST-STATEMENT
                   THRU P00699-PRINT-CUST-STATEMENT-EXIT
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WCS-END-OF-CUSTS TO TRUE
               END-READ
           END-PERFORM.

           CLOSE CUST-STATEMENT-FILE.

       P00696-CUSTOMER-STATEMENTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00697-LOYALTY-STATEMENTS                      *
      *                                                               *
      *    FUNCTION :  MONTHLY LOYALTY ACCRUAL STATEMENT (SCENARIO    *
      *                10, DATECARD MODE M) -- ONE LINE PER LOYALTY   *
      *                MASTER RECORD WITH THE CUSTOMER'S POINT        *
      *                BALANCE AND LAST ACTIVITY DATE, ON LOYSTMT     *
      *                                                               *
      *    CALLED BY:  P00100-END-OF-JOB                              *
      *                                                               *
      *****************************************************************

       P00697-LOYALTY-STATEMENTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT LOYALTY-STATEMENT-FILE.

           MOVE WS-BUS-MONTH           TO LOY-RUN-MONTH.
           MOVE WS-BUS-YEAR            TO LOY-RUN-YEAR.
           WRITE LOYALTY-STATEMENT-RECORD FROM LOYSTMT-HDR1.
           MOVE BLANK-LINE             TO LOYALTY-STATEMENT-RECORD.
           WRITE LOYALTY-STATEMENT-RECORD.

           MOVE 'N'                    TO WLY-END-OF-MASTER-SW.
           MOVE LOW-VALUES             TO LOY-CUSTOMER-ID.

           START LOYALTY-MASTER-FILE
               KEY IS NOT LESS THAN LOY-CUSTOMER-ID
               INVALID KEY
                   SET WLY-END-OF-MASTER TO TRUE
           END-START.

           IF NOT WLY-END-OF-MASTER
               READ LOYALTY-MASTER-FILE NEXT RECORD
                   AT END
                       SET WLY-END-OF-MASTER TO TRUE
               END-READ.

           PERFORM UNTIL WLY-END-OF-MASTER
               MOVE LOY-CUSTOMER-ID    TO LOY-DTL-CUSTOMER
               MOVE LOY-POINTS         TO LOY-DTL-POINTS
               MOVE LOY-LAST-ACTIVITY  TO LOY-DTL-LAST
               WRITE LOYALTY-STATEMENT-RECORD FROM LOYSTMT-DTL
               ADD +1                  TO WLY-STMTS-WRITTEN
               READ LOYALTY-MASTER-FILE NEXT RECORD
                   AT END
                       SET WLY-END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LOYALTY-STATEMENT-FILE.

       P00697-LOYALTY-STATEMENTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00698-ACCUM-MONTH-ORDERS                      *
      *                                                               *
      *    FUNCTION :  ONE GU/GN PASS OVER THE ORDER DATABASE         *
      *                ACCUMULATING EACH CUSTOMER'S ORDER COUNT AND   *
      *                DOLLAR TOTAL FOR THE STATEMENT MONTH (ORDER    *
      *                DATE IN THE BUSINESS DATE'S YEAR AND MONTH).   *
      *                A FULL CUSTOMER TABLE IS A FATAL OVERFLOW --   *
      *                A STATEMENT SILENTLY MISSING A CUSTOMER'S      *
      *                ORDERS WOULD BE WORSE THAN STOPPING            *
      *                                                               *
      *    CALLED BY:  P00696-CUSTOMER-STATEMENTS                     *
      *                                                               *
      *****************************************************************

       P00698-ACCUM-MONTH-ORDERS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WCS-CUST-COUNT.
           MOVE 'N'                    TO WCS-END-OF-ORDERS-SW.

           CALL 'CBLTDLI' USING ICF-GU,
                                ORDER-PCB,
                                ORDER-SEGMENT,
                                ORDER-SSA-UNQUAL.

           IF PCB-STATUS-CODE = SPACES
               NEXT SENTENCE
           ELSE
               SET WCS-END-OF-ORDERS   TO TRUE.

           PERFORM UNTIL WCS-END-OF-ORDERS
               IF ORD-ORDER-DATE (1:6) = WS-BUSINESS-DATE (1:6)
                   MOVE 'N'            TO WCS-FOUND-SW
                   PERFORM VARYING WCS-SUB FROM +1 BY +1
                           UNTIL (WCS-SUB > WCS-CUST-COUNT) OR
                                 WCS-CUST-IN-TABLE
                       IF WCS-CUSTOMER-ID (WCS-SUB) = ORD-CUSTOMER-ID
                           MOVE 'Y'    TO WCS-FOUND-SW
                           SUBTRACT +1 FROM WCS-SUB
                       END-IF
                   END-PERFORM
                   IF NOT WCS-CUST-IN-TABLE
                       IF WCS-CUST-COUNT = WCS-CUST-MAX
                           MOVE 'WS-CUST-STMT-TABLE'
                                       TO WPM-TABLE-NAME
                           MOVE WPM-TABLE-OVERFLOW
                                       TO WPGE-DESCRIPTION
                           MOVE 'GEN'  TO WS-PDA-ERROR-TYPE
                           MOVE 'F'    TO WS-PDA-ERROR-SEVERITY
                           MOVE 'PDAB06'
                                       TO WPGE-PROGRAM-ID
                           MOVE 'P00698'
                                       TO WPGE-PARAGRAPH
                           PERFORM  P99500-PDA-ERROR
                               THRU P99500-PDA-ERROR-EXIT
                       ELSE
                           ADD +1      TO WCS-CUST-COUNT
                           MOVE WCS-CUST-COUNT
                                       TO WCS-SUB
                           MOVE ORD-CUSTOMER-ID
                                       TO WCS-CUSTOMER-ID (WCS-SUB)
                           MOVE ZEROES TO WCS-ORDER-COUNT (WCS-SUB)
                                          WCS-ORDER-TOTAL (WCS-SUB)
                       END-IF
                   END-IF
                   ADD +1              TO WCS-ORDER-COUNT (WCS-SUB)
                   ADD ORD-ORDER-TOTAL-AMOUNT
                                       TO WCS-ORDER-TOTAL (WCS-SUB)
               END-IF
               CALL 'CBLTDLI' USING ICF-GN,
                                    ORDER-PCB,
                                    ORDER-SEGMENT,
                                    ORDER-SSA-UNQUAL
               IF PCB-STATUS-CODE = SPACES
                   CONTINUE
               ELSE
                   SET WCS-END-OF-ORDERS
                                       TO TRUE
               END-IF
           END-PERFORM.

       P00698-ACCUM-MONTH-ORDERS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00699-PRINT-CUST-STATEMENT                    *
      *                                                               *
      *    FUNCTION :  PRINT ONE MONTH-END STATEMENT FOR THE          *
      *                CUSTOMER RECORD IN MEMORY -- THE MONTH'S       *
      *                ORDER COUNT AND DOLLARS, EACH STILL-PENDING    *
      *                ORDER FROM VPENDORD WITH ITS PDAS03 AGE, AND   *
      *                THE MONTH-END OPEN BALANCE                     *
      *                                                               *
      *    CALLED BY:  P00696-CUSTOMER-STATEMENTS                     *
      *                                                               *
      *****************************************************************

       P00699-PRINT-CUST-STATEMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE CUST-STATEMENT-RECORD FROM WPM-ALL-ASTERISK.
           MOVE WS-BUS-MONTH           TO CST-RUN-MONTH.
           MOVE WS-BUS-YEAR            TO CST-RUN-YEAR.
           WRITE CUST-STATEMENT-RECORD FROM CSTMT-HDR1.
           MOVE CUST-NAME              TO CST-CUSTOMER-NAME.
           MOVE CUST-CUSTOMER-ID       TO CST-CUSTOMER-ID.
           WRITE CUST-STATEMENT-RECORD FROM CSTMT-HDR2.

           MOVE 'N'                    TO WCS-FOUND-SW.
           PERFORM VARYING WCS-SUB FROM +1 BY +1
                   UNTIL (WCS-SUB > WCS-CUST-COUNT) OR
                         WCS-CUST-IN-TABLE
               IF WCS-CUSTOMER-ID (WCS-SUB) = CUST-CUSTOMER-ID
                   MOVE 'Y'            TO WCS-FOUND-SW
                   SUBTRACT +1         FROM WCS-SUB
               END-IF
           END-PERFORM.

           IF WCS-CUST-IN-TABLE
               MOVE WCS-ORDER-COUNT (WCS-SUB)
                                       TO CST-ORDER-COUNT
               MOVE WCS-ORDER-TOTAL (WCS-SUB)
                                       TO CST-ORDER-TOTAL
           ELSE
               MOVE ZEROES             TO CST-ORDER-COUNT
               MOVE ZEROES             TO CST-ORDER-TOTAL
           END-IF.
           WRITE CUST-STATEMENT-RECORD FROM CSTMT-ORDERS-DTL.

      *****************************************************************
      *    STILL-PENDING ORDERS -- VPENDORD IS KEYED BY ORDER         *
      *    NUMBER, SO EACH CUSTOMER'S STATEMENT WALKS THE WHOLE       *
      *    PENDING FILE AND KEEPS ITS OWN ORDERS.  THE BROWSE         *
      *    POSITION ON CUSTOMER-FILE IS NOT DISTURBED                 *
      *****************************************************************

           WRITE CUST-STATEMENT-RECORD FROM CSTMT-PEND-HDR.
           MOVE ZEROES                 TO WCS-PENDING-COUNT.
           MOVE 'N'                    TO WS-END-OF-PENDORD-SW.
           MOVE ZEROES                 TO PEND-ORDER-NUMBER.

           START PENDORD-FILE
               KEY IS NOT LESS THAN PEND-ORDER-NUMBER
               INVALID KEY
                   SET END-OF-PENDORD-FILE TO TRUE
           END-START.

           IF NOT-END-OF-PENDORD-FILE
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDORD-FILE TO TRUE
               END-READ.

           PERFORM UNTIL END-OF-PENDORD-FILE
               IF PEND-CUSTOMER-ID = CUST-CUSTOMER-ID
                   ADD +1              TO WCS-PENDING-COUNT
                   IF (PEND-ORDER-DATE NUMERIC) AND
                      (PEND-ORDER-DATE > ZEROES)
                       MOVE PEND-ORDER-DATE
                                       TO PDAS03-ORDER-DATE
                       CALL PDAS03 USING PDAS03-PARMS
                   ELSE
                       MOVE 99999      TO PDAS03-AGE-DAYS
                       MOVE 'NO ORDER DATE' TO PDAS03-MESSAGE
                   END-IF
                   MOVE PEND-ORDER-NUMBER
                                       TO CST-PEND-ORDER
                   MOVE PEND-ORDER-DATE
                                       TO CST-PEND-DATE
                   MOVE PDAS03-AGE-DAYS
                                       TO CST-PEND-AGE
                   MOVE PDAS03-MESSAGE TO CST-PEND-MESSAGE
                   WRITE CUST-STATEMENT-RECORD FROM CSTMT-PEND-DTL
               END-IF
               READ PENDORD-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDORD-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF WCS-PENDING-COUNT = ZEROES
               WRITE CUST-STATEMENT-RECORD FROM CSTMT-PEND-NONE.

           MOVE CUST-OPEN-BALANCE      TO CST-OPEN-BALANCE.
           WRITE CUST-STATEMENT-RECORD FROM CSTMT-BALANCE-DTL.
           MOVE BLANK-LINE             TO CUST-STATEMENT-RECORD.
           WRITE CUST-STATEMENT-RECORD.

           ADD +1                      TO WCS-STMTS-WRITTEN.

       P00699-PRINT-CUST-STATEMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00700-PARM-ERROR                              *
      *                                                               *
      *    FUNCTION :  ROUTINE TO PROCESS / DISPLAY PARM RECORD ERRORS*
      *                                                               *
      *    CALLED BY:  P00660-EDIT-PARMS                              *
      *                                                               *
      *****************************************************************

       P00700-PARM-ERROR.

           MOVE 'Y'                    TO WS-ERROR-FOUND-SW.

      *****************************************************************
      *    IF ERROR ALREADY ENCOUNTERED FOR THIS RECORD, JUST ADD THE *
      *    SINGLE LINE MESSAGE TO THE DISPLAY -- EXIT                 *
      *****************************************************************

           IF PARM-ERROR-FOUND
               GO TO P00700-PARM-ERROR-EXIT.

      *****************************************************************
      *    IF 1ST ERROR FOR THIS RECORD, DISPLAY THE ALL ASTERISK     *
      *    SINGLE LINE MESSAGE TO THE DISPLAY -- EXIT                 *
      *****************************************************************

           MOVE 'Y'                    TO WS-PARM-ERROR-FOUND-SW.
           MOVE WS-SUB1                TO WPM-RECORD-NUMBER.
           ADD +1                      TO WRS-PARM-REJECTS.

      *****************************************************************
      *    DROP THE REJECTED RECORD ON THE RECYCLE FILE WITH ITS      *
      *    RECORD NUMBER AND THE FIRST REASON THAT FAILED IT, SO THE  *
      *    SUBMITTER CORRECTS AND RESUBMITS INSTEAD OF RE-KEYING      *
      *****************************************************************

           MOVE WS-SUB1                TO RCY-RECORD-NUMBER.
           MOVE WMF-MESSAGE-AREA (1:50)
                                       TO RCY-REASON.
           MOVE WS-PARAMETER-RECORD    TO RCY-ORIGINAL.
           WRITE RECYCLE-RECORD FROM WS-RECYCLE-RECORD.

       P00700-PARM-ERROR-EXIT.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00780-GET-ORDER-TOTAL-COST                    *
      *                                                               *
      *    FUNCTION :  INVOKE STORED PROCEDURE PDASP1 TO OBTAIN THE   *
      *                REAL ORDER TOTAL COST FOR COMMISSION CALC      *
      *                                                               *
      *    CALLED BY:  P00800-CALC-COMMISSION                         *
      *                                                               *
      *    NOTE     :  THE ADD / CHANGE ORDER PATHS NOW PRICE THROUGH *
      *                P00785-PRICE-ORDER-PDAS01, WHICH CARRIES THE   *
      *                CUSTOMER AND THE FULL 10 DIGIT ORDER NUMBER.   *
      *                THIS PDASP1 PATH REMAINS FOR CALLERS WITH NO   *
      *                REAL ORDER CONTEXT                             *
      *                                                               *
      *****************************************************************

       P00780-GET-ORDER-TOTAL-COST.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *    CALLER SETS WS-PDASP1-ORDER-NUMBER TO THE ORDER BEING
      *    PRICED.  PDASP1-PREFIX-R IS ONLY 5 DIGITS, SO THIS NUMERIC
      *    MOVE KEEPS THE LOW-ORDER 5 DIGITS OF THE 10-DIGIT ORDER
      *    NUMBER - THE STORED PROCEDURE'S CALL INTERFACE IS FIXED
      *    AND NOT OURS TO WIDEN.
           MOVE WS-PDASP1-ORDER-NUMBER TO PDASP1-PREFIX-R.

           CALL 'PDASP1' USING PDASP1-PREFIX,
                               PDASP1-TOTAL-COST,
                               PDASP1-STATUS.

           IF PDASP1-STATUS = SPACES OR '0000'
               MOVE PDASP1-TOTAL-COST  TO WMF-ORDER-TOTAL-AMOUNT
               MOVE WMF-ORDER-TOTAL-AMOUNT
                                       TO SALES-AMT
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00780'           TO WPGE-PARAGRAPH
               MOVE 'PDASP1'           TO WPM-PROGRAM-NAME
               MOVE PDASP1-STATUS      TO WPM-RETURN-CODE
               MOVE WPM-PROGRAM-ERROR  TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00780-GET-ORDER-TOTAL-COST-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00785-PRICE-ORDER-PDAS01                      *
      *                                                               *
      *    FUNCTION :  INVOKE SUBROUTINE PDAS01 TO PRICE AN ORDER BY  *
      *                CUSTOMER ID PLUS THE FULL 10 DIGIT ORDER       *
      *                NUMBER, ELIMINATING THE 5 DIGIT TRUNCATION OF  *
      *                THE PDASP1 INTERFACE.  THE CALLER SETS         *
      *                WMF-CUSTOMER-ID AND WS-PDASP1-ORDER-NUMBER     *
      *                BEFORE PERFORMING THIS PARAGRAPH               *
      *                                                               *
      *    CALLED BY:  P00672-ADD-ORDER-SEGMENT                      *
      *                P00674-CHANGE-ORDER-SEGMENT                    *
      *                                                               *
      *****************************************************************

       P00785-PRICE-ORDER-PDAS01.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WMF-CUSTOMER-ID        TO PDAS01-CUSTOMER-ID.
           MOVE WS-PDASP1-ORDER-NUMBER TO PDAS01-ORDER-NUMBER.

           CALL PDAS01 USING PDAS01-PARMS.

           IF PDAS01-STATUS = SPACES OR '00'
               MOVE PDAS01-ORDER-DOLLAR-AMT
                                       TO WMF-ORDER-TOTAL-AMOUNT
               MOVE WMF-ORDER-TOTAL-AMOUNT
                                       TO SALES-AMT
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00785'           TO WPGE-PARAGRAPH
               MOVE 'PDAS01'           TO WPM-PROGRAM-NAME
               MOVE PDAS01-STATUS      TO WPM-RETURN-CODE
               MOVE WPM-PROGRAM-ERROR  TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00785-PRICE-ORDER-PDAS01-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00795-LOOKUP-COMM-PLAN                        *
      *                                                               *
      *    FUNCTION :  FIND THE COMMISSION PLAN ENTRY IN EFFECT FOR   *
      *                SALES-TYPE ON THE BUSINESS DATE -- THE ENTRY   *
      *                WITH THE LATEST EFFECTIVE DATE NOT AFTER THE   *
      *                BUSINESS DATE.  AN EXACT TYPE MATCH WINS; THE  *
      *                *** ANY-TYPE ENTRY IS THE FALLBACK.  IF NO     *
      *                ENTRY APPLIES AT ALL THE HISTORICAL DEFAULTS   *
      *                (RATE .10, CAP 100.00) REMAIN IN EFFECT        *
      *                                                               *
      *    CALLED BY:  P00800-CALC-COMMISSION                         *
      *                                                               *
      *****************************************************************

       P00795-LOOKUP-COMM-PLAN.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE .1000                  TO WMF-PLAN-RATE.
           MOVE ZEROES                 TO WMF-PLAN-FLAT.
           MOVE 100.00                 TO WMF-PLAN-CAP.
           MOVE 'N'                    TO WMF-PLAN-FOUND-SW.
           MOVE ZEROES                 TO WMF-PLAN-EFF-FOUND.

           MOVE SALES-TYPE             TO WMF-PLAN-LOOKUP-TYPE.
           PERFORM  P00796-SCAN-COMM-PLAN
               THRU P00796-SCAN-COMM-PLAN-EXIT.

           IF NOT WMF-PLAN-FOUND
               MOVE '***'              TO WMF-PLAN-LOOKUP-TYPE
               PERFORM  P00796-SCAN-COMM-PLAN
                   THRU P00796-SCAN-COMM-PLAN-EXIT.

       P00795-LOOKUP-COMM-PLAN-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00796-SCAN-COMM-PLAN                          *
      *                                                               *
      *    FUNCTION :  SCAN THE COMMISSION PLAN TABLE FOR THE ENTRY   *
      *                OF TYPE WMF-PLAN-LOOKUP-TYPE WITH THE LATEST   *
      *                EFFECTIVE DATE NOT AFTER THE BUSINESS DATE,    *
      *                LEAVING ITS RATE / FLAT / CAP IN THE WMF-PLAN  *
      *                WORK FIELDS WHEN FOUND                         *
      *                                                               *
      *    CALLED BY:  P00795-LOOKUP-COMM-PLAN                        *
      *                                                               *
      *****************************************************************

       P00796-SCAN-COMM-PLAN.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB > WCP-PLAN-COUNT
               IF (WCP-SALES-TYPE (WS-SUB) =
                   WMF-PLAN-LOOKUP-TYPE)                        AND
                  (WCP-EFFECTIVE-DATE (WS-SUB)
                       NOT > WS-BUSINESS-DATE-R)                AND
                  ((NOT WMF-PLAN-FOUND) OR
                   (WCP-EFFECTIVE-DATE (WS-SUB)
                        NOT < WMF-PLAN-EFF-FOUND))
                   MOVE 'Y'            TO WMF-PLAN-FOUND-SW
                   MOVE WCP-EFFECTIVE-DATE (WS-SUB)
                                       TO WMF-PLAN-EFF-FOUND
                   MOVE WCP-RATE (WS-SUB)
                                       TO WMF-PLAN-RATE
                   MOVE WCP-FLAT-AMOUNT (WS-SUB)
                                       TO WMF-PLAN-FLAT
                   MOVE WCP-CAP-AMOUNT (WS-SUB)
                                       TO WMF-PLAN-CAP
               END-IF
           END-PERFORM.

       P00796-SCAN-COMM-PLAN-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00800-CALCULATE-COMMISSION                    *
      *                                                               *
      *    FUNCTION :  CALCULATE SALES COMMISSION                     *
      *                                                               *
      *    CALLED BY:  MAINLINE                                       *
      *                                                               *
      *****************************************************************

       P00800-CALC-COMMISSION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *    THE INCOMING SALES-RECORD CARRIES NO ORDER NUMBER OF ITS
      *    OWN (SCM-SALES-ID IS AN ALPHANUMERIC SALES ID, NOT AN
      *    ORDER KEY), SO THIS CALL HAS NO REAL ORDER TO PRICE
      *    AGAINST - LEAVE THE PREFIX AT ZERO RATHER THAN FABRICATE
      *    ONE.
           MOVE ZEROES                 TO WS-PDASP1-ORDER-NUMBER.

           PERFORM  P00780-GET-ORDER-TOTAL-COST
               THRU P00780-GET-ORDER-TOTAL-COST-EXIT.

      *****************************************************************
      *    PRICE THE COMMISSION FROM THE PLAN TABLE ENTRY FOR THIS    *
      *    SALES TYPE.  A FLAT AMOUNT PAYS (OR ON A CREDIT, CLAWS     *
      *    BACK) THE FLAT; OTHERWISE RATE * SALES AMOUNT LIMITED TO   *
      *    THE PLAN CAP ON BOTH THE POSITIVE AND NEGATIVE SIDE        *
      *****************************************************************

           PERFORM  P00795-LOOKUP-COMM-PLAN
               THRU P00795-LOOKUP-COMM-PLAN-EXIT.

           IF WMF-PLAN-FLAT > ZEROES
               IF SALES-AMT < ZEROES
                   COMPUTE SALES-POINT-COMMISSION =
                       WMF-PLAN-FLAT * -1
               ELSE
                   MOVE WMF-PLAN-FLAT TO SALES-POINT-COMMISSION
               END-IF
           ELSE
               COMPUTE SALES-POINT-COMMISSION =
                   SALES-AMT * WMF-PLAN-RATE
               IF WMF-PLAN-CAP > ZEROES
                   IF SALES-POINT-COMMISSION > WMF-PLAN-CAP
                       MOVE WMF-PLAN-CAP TO SALES-POINT-COMMISSION
                   END-IF
                   IF SALES-POINT-COMMISSION < ZEROES
                       COMPUTE WS-SALES-POINT-COMMISSION =
                           WMF-PLAN-CAP * -1
                       IF SALES-POINT-COMMISSION <
                          WS-SALES-POINT-COMMISSION
                           MOVE WS-SALES-POINT-COMMISSION
                                       TO SALES-POINT-COMMISSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * CWE-121638
           MOVE ZEROES                    TO WMF-STMT-BONUS-PCT.
           SET WSPC-BONUS-IX              TO 1
           SEARCH WSPC-BONUS-GRP
               AT END
                   CONTINUE
               WHEN WSPC-BONUS-STATE (WSPC-BONUS-IX) = SALES-POINT-STATE
                AND WSPC-BONUS-TYPE (WSPC-BONUS-IX)  = SALES-TYPE
                   MOVE WSPC-BONUS-PCT (WSPC-BONUS-IX)
                                       TO WMF-STMT-BONUS-PCT
                   COMPUTE WS-SALES-POINT-COMMISSION =
                       SALES-POINT-COMMISSION
                         + (SALES-AMT * WSPC-BONUS-PCT (WSPC-BONUS-IX))
                   IF (WMF-PLAN-CAP > ZEROES) AND
                      (WS-SALES-POINT-COMMISSION > WMF-PLAN-CAP)
                       MOVE WMF-PLAN-CAP
                                       TO WS-SALES-POINT-COMMISSION
                   END-IF
                   IF (WMF-PLAN-CAP > ZEROES) AND
                      (WS-SALES-POINT-COMMISSION <
                       (WMF-PLAN-CAP * -1))
                       COMPUTE WS-SALES-POINT-COMMISSION =
                           WMF-PLAN-CAP * -1
                   END-IF
                   MOVE WS-SALES-POINT-COMMISSION
                                       TO SALES-POINT-COMMISSION
           END-SEARCH.
      * CWE-121638

           PERFORM P00850-SALES-COMP THROUGH P00850-SALES-COMP-EXIT.


       P00800-CALC-COMMISSION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00850-UPDATE-SALES                            *
      *                                                               *
      *    FUNCTION :  WRITE RECORDS TO SALES FILE                    *
      *                                                               *
      *    CALLED BY:  MAINLINE                                       *
      *                                                               *
      *****************************************************************

       P00850-SALES-COMP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    A CUSTOMER WITH CUSTREP SPLIT LINES IN EFFECT ON THE SALE  *
      *    DATE HAS THE POSTING DIVIDED INTO ONE PIECE PER REP;       *
      *    EVERY OTHER POSTING GOES TO ITS OWN SALES ID AS BEFORE     *
      *****************************************************************

           PERFORM  P00852-FIND-REP-SPLIT
               THRU P00852-FIND-REP-SPLIT-EXIT.

           EVALUATE TRUE
               WHEN WSL-SPLIT-VALID
                   PERFORM  P00853-SPLIT-SALES-POSTING
                       THRU P00853-SPLIT-SALES-POSTING-EXIT
               WHEN WSL-SPLIT-INVALID
                   PERFORM  P00855-NOTE-BAD-SPLIT
                       THRU P00855-NOTE-BAD-SPLIT-EXIT
                   PERFORM  P00851-POST-SALES-PIECE
                       THRU P00851-POST-SALES-PIECE-EXIT
               WHEN OTHER
                   PERFORM  P00851-POST-SALES-PIECE
                       THRU P00851-POST-SALES-PIECE-EXIT
           END-EVALUATE.

       P00850-SALES-COMP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00851-POST-SALES-PIECE                        *
      *                                                               *
      *    FUNCTION :  POST THE SALES-COMMISSION AREA AS IT STANDS    *
      *                (A WHOLE POSTING OR ONE REP'S PIECE OF A       *
      *                SPLIT) TO THE SALES KSDS, REGION SALES AND     *
      *                SALESJRN                                       *
      *                                                               *
      *    CALLED BY:  P00850-SALES-COMP                              *
      *                P00854-POST-ONE-PIECE                          *
      *                                                               *
      *****************************************************************

       P00851-POST-SALES-PIECE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'R' TO REWRITE-SW.
           MOVE SALES-COMMISSION TO SALES-REC.
           READ SALES-FILE
           KEY IS SALES-ID
           IF NOT-FOUND
                DISPLAY 'RECORD NOT FOUND: ' SALES-ID
                MOVE 'W' TO REWRITE-SW
           END-IF.

      *****************************************************************
      *    THE SALES KSDS CARRIES THE NET POSITION PER SALES ID --    *
      *    EACH POSTING IS ADDED INTO THE AMOUNTS ALREADY ON THE      *
      *    RECORD (NOT REPLACED OVER THEM), SO THE MASTER ALWAYS      *
      *    EQUALS THE LIFETIME SUM OF THE SALESJRN POSTINGS AND THE   *
      *    END-OF-RUN RECONCILIATION CAN PROVE IT.  THE ACTIVITY      *
      *    FIELDS (CUSTOMER, ITEM, DATE, TYPE, STATE) SHOW THE        *
      *    LATEST POSTING                                             *
      *****************************************************************

           IF REWRITING
               MOVE SCM-CUSTOMER-ID     TO SLS-CUSTOMER-ID
               MOVE SCM-ITEM            TO SLS-ITEM
               MOVE SCM-SALES-DATE      TO SLS-SALES-DATE
               MOVE SALES-TYPE          TO SLS-TYPE
               MOVE SALES-POINT-STATE   TO SLS-POINT-STATE
               ADD SALES-AMT            TO SLS-SALES-AMT
               ADD SALES-POINT-COMMISSION
                                        TO SLS-POINT-COMMISSION
               REWRITE SALES-REC
           ELSE
               WRITE SALES-REC FROM SALES-COMMISSION
           END-IF.

           IF WA-EMP-REGION >= 1 AND
              WA-EMP-REGION <= WRM-REGION-COUNT
               ADD SALES-AMT            TO REGION-SALES (WA-EMP-REGION)
           END-IF.

      *****************************************************************
      *    APPEND THIS POSTING TO THE SALES POSTING JOURNAL SO THE    *
      *    POSTINGS BEHIND A REP'S NET POSITION STAY AUDITABLE        *
      *****************************************************************

           MOVE WS-BUSINESS-DATE-R     TO SJR-POST-DATE.
           MOVE FUNCTION CURRENT-DATE  TO WS-AUDIT-TIMESTAMP.
           MOVE WAT-TIME               TO SJR-POST-TIME.
           MOVE SCM-SALES-ID           TO SJR-SALES-ID.
           MOVE SCM-CUSTOMER-ID        TO SJR-CUSTOMER-ID.
           MOVE WS-PDASP1-ORDER-NUMBER TO SJR-SOURCE-ORDER.
           MOVE SALES-AMT              TO SJR-SALES-AMT.
           MOVE SALES-POINT-COMMISSION TO SJR-COMMISSION.
           WRITE JOURNAL-RECORD FROM WS-SALES-JOURNAL-RECORD.

      *****************************************************************
      *    ACCRUE THE POSTING'S COMMISSION FOR THE GL INTERFACE, BY   *
      *    THE REGION IT WAS CREDITED TO                              *
      *****************************************************************

           MOVE 'SCOM'                 TO WGL-ADD-FUNCTION.
           MOVE SPACES                 TO WGL-ADD-QUALIFIER.
           IF WA-EMP-REGION >= 1 AND
              WA-EMP-REGION <= WRM-REGION-COUNT
               MOVE WA-EMP-REGION      TO WGL-ADD-QUALIFIER.
           MOVE SALES-POINT-COMMISSION TO WGL-ADD-AMOUNT.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.
           MOVE 'SACR'                 TO WGL-ADD-FUNCTION.
           MOVE SPACES                 TO WGL-ADD-QUALIFIER.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

       P00851-POST-SALES-PIECE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00852-FIND-REP-SPLIT                          *
      *                                                               *
      *    FUNCTION :  COLLECT THE CUSTREP LINES IN EFFECT FOR THE    *
      *                POSTING'S CUSTOMER ON ITS SALE DATE (THE       *
      *                BUSINESS DATE WHEN THE POSTING CARRIES NONE).  *
      *                NONE = NO SPLIT; PERCENTS TOTALLING 100 OVER   *
      *                AT MOST 10 REPS = VALID SPLIT; ANYTHING ELSE   *
      *                IS AN INVALID SPLIT THAT POSTS UNSPLIT         *
      *                                                               *
      *    CALLED BY:  P00850-SALES-COMP                              *
      *                                                               *
      *****************************************************************

       P00852-FIND-REP-SPLIT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WSL-SPLIT-SW.
           MOVE ZEROES                 TO WSL-LINE-COUNT
                                          WSL-PCT-TOTAL.

           IF WCR-COUNT = ZEROES OR
              SCM-CUSTOMER-ID = SPACES
               GO TO P00852-FIND-REP-SPLIT-EXIT.

           IF SCM-SALES-DATE NUMERIC AND
              SCM-SALES-DATE > ZEROES
               MOVE SCM-SALES-DATE     TO WSL-DATE
           ELSE
               MOVE WS-BUSINESS-DATE-R TO WSL-DATE.

           PERFORM VARYING WCR-SUB FROM +1 BY +1
                   UNTIL WCR-SUB > WCR-COUNT
               IF WCR-CUSTOMER-ID (WCR-SUB) = SCM-CUSTOMER-ID AND
                  WCR-EFF-FROM (WCR-SUB) NOT > WSL-DATE AND
                  (WCR-EFF-TO (WCR-SUB) = ZEROES OR
                   WCR-EFF-TO (WCR-SUB) NOT < WSL-DATE)
                   ADD +1              TO WSL-LINE-COUNT
                   IF WSL-LINE-COUNT NOT > WSL-LINE-MAX
                       MOVE WCR-SUB    TO WSL-LINE-SUB (WSL-LINE-COUNT)
                   END-IF
                   ADD WCR-SPLIT-PCT (WCR-SUB)
                                       TO WSL-PCT-TOTAL
               END-IF
           END-PERFORM.

           IF WSL-LINE-COUNT = ZEROES
               GO TO P00852-FIND-REP-SPLIT-EXIT.

           IF WSL-PCT-TOTAL = 100 AND
              WSL-LINE-COUNT NOT > WSL-LINE-MAX
               MOVE 'Y'                TO WSL-SPLIT-SW
           ELSE
               MOVE 'X'                TO WSL-SPLIT-SW.

       P00852-FIND-REP-SPLIT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00853-SPLIT-SALES-POSTING                     *
      *                                                               *
      *    FUNCTION :  LIST THE ORIGINAL POSTING ON SPLITRPT, POST    *
      *                ONE PIECE PER REP, THEN PUT THE ORIGINAL       *
      *                SALES-COMMISSION AREA AND REGION BACK FOR THE  *
      *                CALLER                                         *
      *                                                               *
      *    CALLED BY:  P00850-SALES-COMP                              *
      *                                                               *
      *****************************************************************

       P00853-SPLIT-SALES-POSTING.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SALES-COMMISSION       TO WSL-SAVE-SALES-COMMISSION.
           MOVE WA-EMP-REGION          TO WSL-SAVE-REGION.
           MOVE SALES-AMT              TO WSL-ORIG-AMT
                                          WSL-REMAIN-AMT.
           MOVE SALES-POINT-COMMISSION TO WSL-ORIG-COMM
                                          WSL-REMAIN-COMM.

           MOVE 'ORIGINAL'             TO SPA-LINE.
           MOVE SCM-SALES-ID           TO SPA-SALES-ID.
           MOVE SCM-CUSTOMER-ID        TO SPA-CUSTOMER-ID.
           MOVE SALES-TYPE             TO SPA-TYPE.
           MOVE WSL-PCT-TOTAL          TO SPA-PCT.
           MOVE WSL-SAVE-REGION        TO SPA-REGION.
           MOVE WSL-ORIG-AMT           TO SPA-AMOUNT.
           MOVE WSL-ORIG-COMM          TO SPA-COMMISSION.
           MOVE SPACES                 TO SPA-NOTE.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-DETAIL.
           ADD +1                      TO WSL-ORIGINALS
                                          WRS-COMM-SPLITS.

           PERFORM  P00854-POST-ONE-PIECE
               THRU P00854-POST-ONE-PIECE-EXIT
                   VARYING WSL-PIECE FROM +1 BY +1
                   UNTIL WSL-PIECE > WSL-LINE-COUNT.

           MOVE WSL-SAVE-SALES-COMMISSION
                                       TO SALES-COMMISSION.
           MOVE WSL-SAVE-REGION        TO WA-EMP-REGION.

       P00853-SPLIT-SALES-POSTING-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00854-POST-ONE-PIECE                          *
      *                                                               *
      *    FUNCTION :  BUILD AND POST ONE REP'S PIECE.  EVERY PIECE   *
      *                BUT THE LAST IS ITS PERCENT OF THE ORIGINAL,   *
      *                ROUNDED; THE LAST TAKES WHAT REMAINS SO THE    *
      *                PIECES ADD EXACTLY TO THE ORIGINAL (CREDITS    *
      *                THE SAME WAY, NEGATIVE).  REGION SALES GO TO   *
      *                THE REP'S OWN REGION WHEN THE CALLER POSTS     *
      *                REGION SALES AT ALL                            *
      *                                                               *
      *    CALLED BY:  P00853-SPLIT-SALES-POSTING                     *
      *                                                               *
      *****************************************************************

       P00854-POST-ONE-PIECE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WSL-LINE-SUB (WSL-PIECE)
                                       TO WCR-SUB.
           MOVE WSL-SAVE-SALES-COMMISSION
                                       TO SALES-COMMISSION.
           MOVE WCR-SALES-ID (WCR-SUB) TO SCM-SALES-ID.

           IF WSL-PIECE = WSL-LINE-COUNT
               MOVE WSL-REMAIN-AMT     TO SALES-AMT
               MOVE WSL-REMAIN-COMM    TO SALES-POINT-COMMISSION
           ELSE
               COMPUTE SALES-AMT ROUNDED =
                   WSL-ORIG-AMT * WCR-SPLIT-PCT (WCR-SUB) / 100
               COMPUTE SALES-POINT-COMMISSION ROUNDED =
                   WSL-ORIG-COMM * WCR-SPLIT-PCT (WCR-SUB) / 100.

           SUBTRACT SALES-AMT          FROM WSL-REMAIN-AMT.
           SUBTRACT SALES-POINT-COMMISSION
                                       FROM WSL-REMAIN-COMM.

           IF WSL-SAVE-REGION >= 1 AND
              WSL-SAVE-REGION <= WRM-REGION-COUNT
               MOVE WCR-REGION (WCR-SUB)
                                       TO WA-EMP-REGION
           ELSE
               MOVE WSL-SAVE-REGION    TO WA-EMP-REGION.

           PERFORM  P00851-POST-SALES-PIECE
               THRU P00851-POST-SALES-PIECE-EXIT.

           MOVE '  PIECE'              TO SPA-LINE.
           MOVE SCM-SALES-ID           TO SPA-SALES-ID.
           MOVE SCM-CUSTOMER-ID        TO SPA-CUSTOMER-ID.
           MOVE SALES-TYPE             TO SPA-TYPE.
           MOVE WCR-SPLIT-PCT (WCR-SUB)
                                       TO SPA-PCT.
           MOVE WCR-REGION (WCR-SUB)   TO SPA-REGION.
           MOVE SALES-AMT              TO SPA-AMOUNT.
           MOVE SALES-POINT-COMMISSION TO SPA-COMMISSION.
           MOVE SPACES                 TO SPA-NOTE.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-DETAIL.
           ADD +1                      TO WSL-PIECES.

       P00854-POST-ONE-PIECE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00855-NOTE-BAD-SPLIT                          *
      *                                                               *
      *    FUNCTION :  THE CUSTOMER HAS SPLIT LINES IN EFFECT BUT     *
      *                THEY DO NOT TOTAL 100 PERCENT (OR NAME MORE    *
      *                THAN 10 REPS) -- LIST THE POSTING ON SPLITRPT  *
      *                WITH THE ACTIVE TOTAL; IT POSTS UNSPLIT TO ITS *
      *                OWN SALES ID                                   *
      *                                                               *
      *    CALLED BY:  P00850-SALES-COMP                              *
      *                                                               *
      *****************************************************************

       P00855-NOTE-BAD-SPLIT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'ORIGINAL'             TO SPA-LINE.
           MOVE SCM-SALES-ID           TO SPA-SALES-ID.
           MOVE SCM-CUSTOMER-ID        TO SPA-CUSTOMER-ID.
           MOVE SALES-TYPE             TO SPA-TYPE.
           MOVE WSL-PCT-TOTAL          TO SPA-PCT.
           MOVE WA-EMP-REGION          TO SPA-REGION.
           MOVE SALES-AMT              TO SPA-AMOUNT.
           MOVE SALES-POINT-COMMISSION TO SPA-COMMISSION.
           IF WSL-LINE-COUNT > WSL-LINE-MAX
               MOVE 'OVER 10 REPS - NOT SPLIT'
                                       TO SPA-NOTE
           ELSE
               MOVE 'PCTS NOT 100 - NOT SPLIT'
                                       TO SPA-NOTE.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-DETAIL.
           ADD +1                      TO WSL-NOT-SPLIT.

       P00855-NOTE-BAD-SPLIT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *                                                               *
      *    PARAGRAPH:  P00900-EMPLOYEE-COMPENSATION                   *
      *                                                               *
      *    FUNCTION :  CONTROL PARAGRAPH TO READ THE EMPLOYEE FILE,   *
      *                BUILD HOLD-TABLE AND REGION-SALES-TABLE FROM   *
      *                REAL EMPLOYEE / COMPENSATION DATA, AND PRINT   *
      *                THE EMPLOYEE COMPENSATION AND REGIONAL SALES   *
      *                REPORTS.                                       *
      *                                                               *
      *    CALLED BY:  P00500-MAIN-PROCESS                            *
      *                                                               *
      *****************************************************************

       P00900-EMPLOYEE-COMPENSATION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    THE MONTH-END (OR YEAR-END) FULL RUN PRINTS THE MONTHLY    *
      *    WORKFORCE REPORT -- ITS CLOSING HEADCOUNT IS TAKEN AS THE  *
      *    PAIRS GO BY BELOW, SO START THE COUNTS CLEAN.  A PARTITION *
      *    SEES ONE REGION ONLY AND PRINTS NO REPORT                  *
      *****************************************************************

           MOVE 'N'                    TO WWF-REPORT-SW
                                          WWF-CLOSING-SW.
           IF (END-OF-MONTH OR END-OF-YEAR) AND NOT PARTITIONED-RUN
               SET WWF-REPORT-RUN      TO TRUE
               INITIALIZE WS-WORKFORCE-TABLE
                          WS-TENURE-TABLE
               MOVE ZEROES             TO WWF-MOVEMENTS
                                          WWF-UNCLASS-PAIRS
                                          WWF-UNCLASS-EVENTS
           END-IF.

      *****************************************************************
      *    APPLY ANY E= EMPLOYEE MAINTENANCE TRANSACTIONS -- AND THE  *
      *    REGION CHANGES CARRIED ON T= TRANSFERS -- TO THE NEW       *
      *    MASTER (EMPMNEW) BEFORE THE COMPENSATION PASS READS THE    *
      *    CURRENT MASTER.  THE MAINTAINED MASTER TAKES EFFECT WHEN   *
      *    OPERATIONS SWAPS IT IN AFTER THE RUN                       *
      *****************************************************************

           IF (WEM-COUNT > ZEROES) OR (WXF-COUNT > ZEROES)
               PERFORM  P00902-APPLY-EMP-MAINT
                   THRU P00902-APPLY-EMP-MAINT-EXIT.

           PERFORM  P00905-INIT-REGION-TABLE
               THRU P00905-INIT-REGION-TABLE-EXIT.

           PERFORM  P00910-OPEN-EMPLOYEE-FILE
               THRU P00910-OPEN-EMPLOYEE-FILE-EXIT.

      *****************************************************************
      *    PRENOTES FOR THE ACCOUNTS THE MAINTENANCE ADDED OR CHANGED *
      *    LEAD THE PAYMENT FILE                                      *
      *****************************************************************

           PERFORM  P00907-WRITE-PRENOTES
               THRU P00907-WRITE-PRENOTES-EXIT.

      *****************************************************************
      *    SALES EMPLOYEES ARE PAID FROM THEIR SALESJRN POSTINGS --   *
      *    LOAD THE EMPLOYEE / SALES ID CROSS-REFERENCE AND TOTAL     *
      *    EACH SALES ID'S PAY-PERIOD POSTINGS BEFORE THE PASS        *
      *****************************************************************

           PERFORM  P00911-LOAD-SALES-XREF
               THRU P00911-LOAD-SALES-XREF-EXIT.

           PERFORM  P00913-SCAN-PAY-JOURNAL
               THRU P00913-SCAN-PAY-JOURNAL-EXIT.

      *****************************************************************
      *    HOURLY EMPLOYEES ARE PAID FROM THEIR TIME CARDS -- LOAD    *
      *    AND EDIT THE PERIOD'S DAILY HOURS BEFORE THE PASS          *
      *****************************************************************

           PERFORM  P00918-LOAD-TIME-CARDS
               THRU P00918-LOAD-TIME-CARDS-EXIT.

      *****************************************************************
      *    LEAVE KEYED ON LEAVETRN IS CHARGED AS THE PASS REACHES     *
      *    EACH EMPLOYEE, WITH THE LEAVE CLOCKED ON THE TIME CARDS    *
      *****************************************************************

           PERFORM  P00984-LOAD-LEAVE-TRANS
               THRU P00984-LOAD-LEAVE-TRANS-EXIT.

           PERFORM  P00920-READ-EMPLOYEE-PAIR
               THRU P00920-READ-EMPLOYEE-PAIR-EXIT.

           PERFORM  P00930-BUILD-HOLD-ENTRY
               THRU P00930-BUILD-HOLD-ENTRY-EXIT
                   UNTIL EMPLOYEE-FILE-EOF.

      *****************************************************************
      *    POSTINGS NOBODY WAS PAID FOR CAN ONLY BE JUDGED ON A FULL  *
      *    RUN -- A PARTITION NEVER SEES THE OTHER REGIONS' REPS      *
      *****************************************************************

           IF NOT PARTITIONED-RUN
               PERFORM  P00916-LIST-UNPAID-POSTINGS
                   THRU P00916-LIST-UNPAID-POSTINGS-EXIT
           END-IF.

      *****************************************************************
      *    LIKEWISE TIME CARDS NOBODY WAS PAID FOR -- A CARD FOR AN   *
      *    EMPLOYEE IN ANOTHER PARTITION LOOKS UNKNOWN TO THIS ONE    *
      *****************************************************************

           IF NOT PARTITIONED-RUN AND WTC-TIME-CARD-HOURS
               PERFORM  P00924-LIST-UNPAID-TIME-CARDS
                   THRU P00924-LIST-UNPAID-TIME-CARDS-EXIT
           END-IF.

           IF NOT PARTITIONED-RUN
               PERFORM  P00989-LIST-UNUSED-LEAVE-TRANS
                   THRU P00989-LIST-UNUSED-LEAVE-TRANS-EXIT
           END-IF.

      *****************************************************************
      *    A BACK-DATED RATE CHANGE WHOSE EMPLOYEE WAS NOT PAID THIS  *
      *    RUN GOT NO RETRO -- LIST IT ON THE RETRO REGISTER          *
      *****************************************************************

           IF NOT PARTITIONED-RUN
               PERFORM  P00995-LIST-UNPAID-RETRO
                   THRU P00995-LIST-UNPAID-RETRO-EXIT
           END-IF.

      *****************************************************************
      *    EMPLOYEES PAID LAST RUN BUT NOT THIS ONE GO ON THE VARIANCE*
      *    REPORT -- AGAIN A FULL RUN ONLY, SINCE A PARTITION PAYS    *
      *    ONE REGION AND ALL THE OTHERS WOULD LOOK MISSING           *
      *****************************************************************

           IF NOT PARTITIONED-RUN
               PERFORM  P00999-LIST-NOT-PAID
                   THRU P00999-LIST-NOT-PAID-EXIT
           END-IF.

           PERFORM  P00940-PRINT-EMPLOYEE-REPORT
               THRU P00940-PRINT-EMPLOYEE-REPORT-EXIT.

           PERFORM  P00948-PRINT-OT-EXCEPTIONS
               THRU P00948-PRINT-OT-EXCEPTIONS-EXIT.

           PERFORM  P00950-PRINT-REGION-REPORT
               THRU P00950-PRINT-REGION-REPORT-EXIT.

      *****************************************************************
      *    THE SCENARIO REPORT AND ITS SCENHIST APPEND BELONG TO THE  *
      *    FULL RUN -- A PARTITION CARRIES NO S= CARDS (P00055), SO   *
      *    ITS ALWAYS-BLANK FLAGS WOULD RESET EVERY SCENARIO STREAK   *
      *    AND POSE AS THE "PREVIOUS RUN" FOR THE NEXT REAL ONE       *
      *****************************************************************

           IF NOT PARTITIONED-RUN
               PERFORM  P00955-PRINT-SCENARIO-REPORT
                   THRU P00955-PRINT-SCENARIO-REPORT-EXIT
           END-IF.

           PERFORM  P00957-RECONCILE-CONTROL-TOTALS
               THRU P00957-RECONCILE-CONTROL-TOTALS-EXIT.

           IF WWF-REPORT-RUN
               PERFORM  P00961-PRINT-WORKFORCE-REPORT
                   THRU P00961-PRINT-WORKFORCE-REPORT-EXIT
           END-IF.

      *****************************************************************
      *    ON A MONTH-END RUN, ROLL THE COMPENSATION MASTER BUCKETS   *
      *    AFTER ALL POSTING IS COMPLETE.  THE YEAR-END RUN (MODE Y)  *
      *    TAKES THE FULL CLOSE INSTEAD -- STATEMENTS AND ARCHIVE     *
      *    FIRST, THEN THE RESET, SO NOTHING IS ZEROED BEFORE IT IS   *
      *    STATED                                                     *
      *****************************************************************

           EVALUATE TRUE
               WHEN END-OF-YEAR
                   PERFORM  P00966-YEAR-END-CLOSE
                       THRU P00966-YEAR-END-CLOSE-EXIT
                   PERFORM  P00988-YEAR-END-LEAVE-ROLL
                       THRU P00988-YEAR-END-LEAVE-ROLL-EXIT
               WHEN END-OF-MONTH
                   PERFORM  P00965-ROLL-COMP-MASTER
                       THRU P00965-ROLL-COMP-MASTER-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM  P00960-CLOSE-EMPLOYEE-FILE
               THRU P00960-CLOSE-EMPLOYEE-FILE-EXIT.

       P00900-EMPLOYEE-COMPENSATION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00902-APPLY-EMP-MAINT                         *
      *    FUNCTION :  APPLY THE E= MAINTENANCE TRANSACTIONS TO THE   *
      *                EMPLOYEE MASTER, WRITING THE MAINTAINED        *
      *                MASTER TO EMPMNEW AND EVERY DECISION TO THE    *
      *                EMPMAINT REPORT.  TERMINATIONS DROP THE PAIR,  *
      *                RATE / SALARY, NAME / ADDRESS AND BANK         *
      *                ACCOUNT CHANGES UPDATE IT IN PLACE, AND NEW    *
      *                HIRES ARE APPENDED AT END OF FILE.  A          *
      *                TRANSACTION FOR                                *
      *                AN EMPLOYEE NOT ON THE MASTER (OR A HIRE FOR   *
      *                ONE ALREADY THERE) IS REPORTED AND BYPASSED.   *
      *                A HIRE TAKES ANY OTHER TRANSACTION KEYED FOR   *
      *                IT IN THE SAME RUN (ITS B= ACCOUNT ABOVE ALL)  *
      *                BEFORE IT IS APPENDED.  EVERY HIRE,            *
      *                TERMINATION AND REGION TRANSFER APPLIED IS     *
      *                LOGGED TO EMPHIST (P00903); ON A WORKFORCE     *
      *                REPORT RUN THE PAIRS WRITTEN TO EMPMNEW ARE    *
      *                THE CLOSING HEADCOUNT (P00901).                *
      *****************************************************************

       P00902-APPLY-EMP-MAINT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT EMP-NEW-MASTER-FILE.
           OPEN OUTPUT EMP-MAINT-REPORT-FILE.

           OPEN I-O EMP-HISTORY-FILE.
           IF WS-EMPHIST-STATUS = '35'
               OPEN OUTPUT EMP-HISTORY-FILE
               CLOSE EMP-HISTORY-FILE
               OPEN I-O EMP-HISTORY-FILE
           END-IF.
           IF WS-EMPHIST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00902'           TO WPGE-PARAGRAPH
               MOVE 'EMPHIST'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-EMPHIST-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           IF WWF-REPORT-RUN
               SET WWF-CLOSING-FROM-MAINT
                                       TO TRUE
           END-IF.

           MOVE WS-BUS-MONTH           TO EMH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO EMH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO EMH-RUN-YEAR.
           WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-HDR1.
           MOVE BLANK-LINE             TO EMP-MAINT-PRINT-RECORD.
           WRITE EMP-MAINT-PRINT-RECORD.

           MOVE 'N'                    TO WEF-END-OF-MASTER-SW.
           MOVE WS-PARAMETER-RECORD    TO WEF-SAVE-PARM-RECORD.

           READ EMPLOYEE-FILE INTO EMPLOYEE-WORK-AREA
               AT END
                   SET WEF-END-OF-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL WEF-END-OF-MASTER
               READ EMPLOYEE-FILE INTO EMPLOYEE-SALARY-AREA
                   AT END
                       SET WEF-END-OF-MASTER TO TRUE
                       MOVE WA-EMP-NUM TO EMD-EMP-NUM
                       MOVE SPACES     TO EMD-ACTION
                       MOVE 'SALARY RECORD MISSING, PAIR DROPPED'
                                       TO EMD-RESULT
                       WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-DETAIL
               END-READ
               IF NOT WEF-END-OF-MASTER
                   PERFORM  P00904-APPLY-MAINT-TO-PAIR
                       THRU P00904-APPLY-MAINT-TO-PAIR-EXIT
                   IF NOT WEF-DROP-PAIR
                       WRITE EMP-NEW-MASTER-RECORD
                           FROM EMPLOYEE-WORK-AREA
                       WRITE EMP-NEW-MASTER-RECORD
                           FROM EMPLOYEE-SALARY-AREA
                       IF WWF-REPORT-RUN
                           PERFORM  P00901-TALLY-CLOSING-PAIR
                               THRU P00901-TALLY-CLOSING-PAIR-EXIT
                       END-IF
                   END-IF
                   READ EMPLOYEE-FILE INTO EMPLOYEE-WORK-AREA
                       AT END
                           SET WEF-END-OF-MASTER TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

      *****************************************************************
      *    END OF MASTER -- APPEND THE NEW HIRES, REPORT EVERYTHING   *
      *    STILL UNAPPLIED                                            *
      *****************************************************************

           PERFORM VARYING WEF-HIRE-SUB FROM +1 BY +1
                   UNTIL WEF-HIRE-SUB > WEM-COUNT
               IF (NOT WEM-APPLIED (WEF-HIRE-SUB)) AND
                  (WEM-ACTION (WEF-HIRE-SUB) = 'H')
                   MOVE WEM-ACTION (WEF-HIRE-SUB)
                                       TO EMD-ACTION
                   MOVE WEM-EMP-NUM (WEF-HIRE-SUB)
                                       TO EMD-EMP-NUM
                   MOVE WEM-PARM-IMAGE (WEF-HIRE-SUB)
                                       TO WS-PARAMETER-RECORD
                   PERFORM  P00667-BUILD-MAINT-PAIR
                       THRU P00667-BUILD-MAINT-PAIR-EXIT
                   MOVE 'Y'            TO WEM-APPLIED-SW (WEF-HIRE-SUB)
                   ADD +1              TO WEF-MAINT-APPLIED
                   MOVE 'NEW HIRE APPENDED TO MASTER'
                                       TO EMD-RESULT
                   WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-DETAIL
                   MOVE 'H'            TO WWF-EVT-TYPE
                   PERFORM  P00903-LOG-EMP-HISTORY
                       THRU P00903-LOG-EMP-HISTORY-EXIT
                   PERFORM  P00904-APPLY-MAINT-TO-PAIR
                       THRU P00904-APPLY-MAINT-TO-PAIR-EXIT
                   IF NOT WEF-DROP-PAIR
                       WRITE EMP-NEW-MASTER-RECORD
                           FROM EMPLOYEE-WORK-AREA
                       WRITE EMP-NEW-MASTER-RECORD
                           FROM EMPLOYEE-SALARY-AREA
                       IF WWF-REPORT-RUN
                           PERFORM  P00901-TALLY-CLOSING-PAIR
                               THRU P00901-TALLY-CLOSING-PAIR-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WEF-SUB FROM +1 BY +1
                   UNTIL WEF-SUB > WEM-COUNT
               IF NOT WEM-APPLIED (WEF-SUB)
                   MOVE WEM-ACTION (WEF-SUB)
                                       TO EMD-ACTION
                   MOVE WEM-EMP-NUM (WEF-SUB)
                                       TO EMD-EMP-NUM
                   ADD +1              TO WEF-MAINT-REJECTED
                   MOVE 'EMPLOYEE NOT ON MASTER, BYPASSED'
                                       TO EMD-RESULT
                   WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-DETAIL
               END-IF
           END-PERFORM.

           MOVE WEF-SAVE-PARM-RECORD   TO WS-PARAMETER-RECORD.

           CLOSE EMPLOYEE-FILE.
           CLOSE EMP-NEW-MASTER-FILE.
           CLOSE EMP-MAINT-REPORT-FILE.
           CLOSE EMP-HISTORY-FILE.

       P00902-APPLY-EMP-MAINT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00904-APPLY-MAINT-TO-PAIR                     *
      *    FUNCTION :  APPLY EVERY MAINTENANCE TRANSACTION MATCHING   *
      *                THE PAIR IN THE EMPLOYEE WORK AREAS.  A HIRE   *
      *                FOR AN EMPLOYEE ALREADY ON THE MASTER IS A     *
      *                REPORTED REJECT.  SETS WEF-DROP-PAIR WHEN A    *
      *                TERMINATION REMOVES THE PAIR.  A T= REGION     *
      *                TRANSFER FOR THE EMPLOYEE MOVES WA-EMP-REGION  *
      *                TO THE NEW REGION ON THE MAINTAINED MASTER,    *
      *                SO A TRANSFER NO LONGER NEEDS A HAND EDIT OF   *
      *                THE EMPLOYEE FILE.  THE DAY-PRORATED SPLIT     *
      *                ALREADY APPLIED IN THIS RUN'S COMP PASS        *
      *                (P00929 MATCHES THE OLD REGION ON THE          *
      *                UN-SWAPPED MASTER) -- DO NOT RE-KEY THE T=     *
      *                CARD AFTER THE SWAP.  A BANK CHANGE STARTS THE *
      *                ACCOUNT'S PRENOTE CYCLE (P00906 / P00907).  A  *
      *                BACK-DATED RATE CHANGE IS KEPT FOR THE RETRO   *
      *                PAY CALCULATION (P00996).                      *
      *****************************************************************

       P00904-APPLY-MAINT-TO-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WEF-DROP-PAIR-SW.

           PERFORM VARYING WEF-SUB FROM +1 BY +1
                   UNTIL WEF-SUB > WEM-COUNT
               IF (NOT WEM-APPLIED (WEF-SUB))      AND
                  (WEM-EMP-NUM (WEF-SUB) = WA-EMP-NUM (1:5))
                   MOVE WEM-ACTION (WEF-SUB)
                                       TO EMD-ACTION
                   MOVE WEM-EMP-NUM (WEF-SUB)
                                       TO EMD-EMP-NUM
                   MOVE WEM-PARM-IMAGE (WEF-SUB)
                                       TO WS-PARAMETER-RECORD
                   EVALUATE TRUE
                       WHEN WPR-EMP-TERMINATE
                           SET WEF-DROP-PAIR
                                       TO TRUE
                           MOVE 'T'    TO WWF-EVT-TYPE
                           PERFORM  P00903-LOG-EMP-HISTORY
                               THRU P00903-LOG-EMP-HISTORY-EXIT
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-APPLIED
                           MOVE 'EMPLOYEE TERMINATED, PAIR DROPPED'
                                       TO EMD-RESULT
                       WHEN WPR-EMP-RATE-CHANGE
                           PERFORM  P00996-STORE-RETRO-CHANGE
                               THRU P00996-STORE-RETRO-CHANGE-EXIT
                           EVALUATE TRUE
                               WHEN HOURLY
                                   MOVE WPR-EMP-RATE-R
                                       TO SA-EMP-RATE
                               WHEN SALES
                                   MOVE WPR-EMP-SALARY-R
                                       TO SA-SALES-SALARY
                               WHEN OTHER
                                   MOVE WPR-EMP-SALARY-R
                                       TO SA-MGMT-SALARY
                           END-EVALUATE
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-APPLIED
                           MOVE 'RATE / SALARY CHANGED'
                                       TO EMD-RESULT
                           IF WPR-EMP-EFF-DATE NOT = SPACES
                               STRING 'RATE / SALARY CHANGED, RETRO '
                                      'FROM '
                                      WPR-EMP-EFF-DATE
                                       DELIMITED BY SIZE
                                       INTO EMD-RESULT
                           END-IF
                       WHEN WPR-EMP-NAME-CHANGE
                           MOVE WPR-EMP-NAME
                                       TO WA-EMP-NAME
                           IF WPR-EMP-STREET > SPACES
                               MOVE WPR-EMP-STREET
                                       TO WA-EMP-STREET
                               MOVE WPR-EMP-CITY
                                       TO WA-EMP-CITY
                               MOVE WPR-EMP-STATE
                                       TO WA-EMP-STATE
                               MOVE WPR-EMP-ZIP
                                       TO WA-EMP-ZIP
                           END-IF
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-APPLIED
                           MOVE 'NAME / ADDRESS CHANGED'
                                       TO EMD-RESULT
                       WHEN WPR-EMP-BANK-CHANGE
                          AND (WPR-EMP-BANK-ROUTING =
                               SA-BANK-ROUTING)
                          AND (WPR-EMP-BANK-ACCOUNT =
                               SA-BANK-ACCOUNT)
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-APPLIED
                           MOVE 'BANK ACCOUNT UNCHANGED, NO PRENOTE'
                                       TO EMD-RESULT
                       WHEN WPR-EMP-BANK-CHANGE
                           MOVE WPR-EMP-BANK-ROUTING
                                       TO SA-BANK-ROUTING
                           MOVE WPR-EMP-BANK-ACCOUNT
                                       TO SA-BANK-ACCOUNT
                           MOVE WS-BUSINESS-DATE-R
                                       TO SA-PRENOTE-DATE-R
                           MOVE SPACES TO WA-EMP-BANK-ACCOUNT
                           PERFORM  P00906-STORE-PRENOTE
                               THRU P00906-STORE-PRENOTE-EXIT
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-APPLIED
                           MOVE 'BANK ACCOUNT CHANGED, PRENOTE SENT'
                                       TO EMD-RESULT
                       WHEN OTHER
                           MOVE 'Y'    TO WEM-APPLIED-SW (WEF-SUB)
                           ADD +1      TO WEF-MAINT-REJECTED
                           MOVE 'HIRE FOR EMPLOYEE ALREADY ON MASTER'
                                       TO EMD-RESULT
                   END-EVALUATE
                   WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-DETAIL
               END-IF
           END-PERFORM.

      *****************************************************************
      *    T= REGION TRANSFERS -- PUT THE NEW REGION ON THE PAIR      *
      *    BEING WRITTEN TO EMPMNEW (A DROPPED PAIR NEEDS NOTHING)    *
      *****************************************************************

           IF NOT WEF-DROP-PAIR
               PERFORM VARYING WXS-SUB FROM +1 BY +1
                       UNTIL WXS-SUB > WXF-COUNT
                   IF WXF-EMP-NUM (WXS-SUB) = WA-EMP-NUM (1:5)
                       MOVE 'X'        TO WWF-EVT-TYPE
                       MOVE WXF-NEW-REGION (WXS-SUB)
                                       TO WWF-EVT-NEW-REGION
                       MOVE WXF-EFF-DATE (WXS-SUB)
                                       TO WWF-EVT-EFF-DATE
                       PERFORM  P00903-LOG-EMP-HISTORY
                           THRU P00903-LOG-EMP-HISTORY-EXIT
                       MOVE WXF-NEW-REGION (WXS-SUB)
                                       TO WA-EMP-REGION
                       MOVE 'T'        TO EMD-ACTION
                       MOVE WXF-EMP-NUM (WXS-SUB)
                                       TO EMD-EMP-NUM
                       ADD +1          TO WEF-MAINT-APPLIED
                       MOVE 'REGION CHANGED ON MAINTAINED MASTER'
                                       TO EMD-RESULT
                       WRITE EMP-MAINT-PRINT-RECORD FROM EMPMNT-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

       P00904-APPLY-MAINT-TO-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00901-TALLY-CLOSING-PAIR                      *
      *    FUNCTION :  COUNT THE PAIR IN THE EMPLOYEE WORK AREAS INTO *
      *                THE WORKFORCE REPORT'S CLOSING HEADCOUNT BY    *
      *                REGION AND TYPE, AND INTO THE TENURE TABLE BY  *
      *                YEARS OF SERVICE AT THE BUSINESS DATE.  A PAIR *
      *                WITH AN INVALID TYPE OR REGION IS COUNTED AS   *
      *                UNCLASSIFIED.                                  *
      *    CALLED BY:  P00902-APPLY-EMP-MAINT                         *
      *                P00930-BUILD-HOLD-ENTRY                        *
      *****************************************************************

       P00901-TALLY-CLOSING-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WA-EMP-TYPE            TO WWF-MAP-TYPE.
           MOVE WA-EMP-REGION          TO WWF-MAP-REGION.
           PERFORM  P00951-SET-WORKFORCE-CELL
               THRU P00951-SET-WORKFORCE-CELL-EXIT.

           IF (WWF-ROW = ZEROES) OR (WWF-COL = ZEROES)
               ADD +1                  TO WWF-UNCLASS-PAIRS
               GO TO P00901-TALLY-CLOSING-PAIR-EXIT.

           ADD +1                      TO WWF-CLOSING (WWF-ROW WWF-COL)
                                          WWF-CLOSING (WWF-ROW 4)
                                          WWF-CLOSING (10 WWF-COL)
                                          WWF-CLOSING (10 4).

      *****************************************************************
      *    TENURE IN WHOLE YEARS, AS THE ANNIVERSARY LOGIC (P00985)   *
      *    WORKS IT -- ONE LESS WHEN THIS YEAR'S ANNIVERSARY IS STILL *
      *    TO COME                                                    *
      *****************************************************************

           MOVE +6                     TO WWF-BKT.

           IF (WA-EMP-HIRE-DATE NUMERIC)                  AND
              (WA-EMP-HIRE-MONTH > ZEROES)                AND
              (WA-EMP-HIRE-MONTH < 13)                    AND
              (WA-EMP-HIRE-DAY > ZEROES)                  AND
              (WA-EMP-HIRE-DAY < 32)
               PERFORM  P00931-WINDOW-HIRE-YEAR
                   THRU P00931-WINDOW-HIRE-YEAR-EXIT
               COMPUTE WWF-TENURE-YEARS =
                   WS-BUS-YEAR - WS-EMP-HIRE-YEAR-4
               COMPUTE WWF-BUS-MMDD =
                   (WS-BUS-MONTH * 100) + WS-BUS-DAY
               COMPUTE WWF-HIRE-MMDD =
                   (WA-EMP-HIRE-MONTH * 100) + WA-EMP-HIRE-DAY
               IF WWF-BUS-MMDD < WWF-HIRE-MMDD
                   SUBTRACT +1         FROM WWF-TENURE-YEARS
               END-IF
               EVALUATE TRUE
                   WHEN WWF-TENURE-YEARS < 1
                       MOVE +1         TO WWF-BKT
                   WHEN WWF-TENURE-YEARS < 5
                       MOVE +2         TO WWF-BKT
                   WHEN WWF-TENURE-YEARS < 10
                       MOVE +3         TO WWF-BKT
                   WHEN WWF-TENURE-YEARS < 20
                       MOVE +4         TO WWF-BKT
                   WHEN OTHER
                       MOVE +5         TO WWF-BKT
               END-EVALUATE
           END-IF.

           ADD +1                      TO WTN-COUNT (WWF-BKT WWF-COL)
                                          WTN-COUNT (WWF-BKT 4).

       P00901-TALLY-CLOSING-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00903-LOG-EMP-HISTORY                         *
      *    FUNCTION :  WRITE THE EMPHIST RECORD FOR THE HIRE,         *
      *                TERMINATION OR REGION TRANSFER (WWF-EVT-TYPE   *
      *                H, T OR X) JUST APPLIED TO THE PAIR IN THE     *
      *                EMPLOYEE WORK AREAS, DATED THE BUSINESS DATE.  *
      *                FOR A TRANSFER THE CALLER SETS THE NEW REGION  *
      *                AND EFFECTIVE DATE; THE PAIR STILL CARRIES THE *
      *                OLD REGION.  A RERUN OF THE SAME BUSINESS DATE *
      *                FINDS ITS EVENTS ALREADY LOGGED AND LEAVES     *
      *                THEM AS THEY ARE.                              *
      *    CALLED BY:  P00902-APPLY-EMP-MAINT                         *
      *                P00904-APPLY-MAINT-TO-PAIR                     *
      *****************************************************************

       P00903-LOG-EMP-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO EMP-HISTORY-RECORD.
           MOVE WA-EMP-NUM             TO EHR-EMP-NUM.
           MOVE WS-BUSINESS-DATE-R     TO EHR-EVENT-DATE.
           MOVE WWF-EVT-TYPE           TO EHR-EVENT-TYPE.
           MOVE WA-EMP-NAME            TO EHR-EMP-NAME.
           MOVE WA-EMP-TYPE            TO EHR-EMP-TYPE.
           MOVE WA-EMP-REGION          TO EHR-REGION.
           MOVE ZEROES                 TO EHR-OLD-REGION
                                          EHR-HIRE-DATE
                                          EHR-EFF-DATE.

           IF EHR-TRANSFER
               MOVE WA-EMP-REGION      TO EHR-OLD-REGION
               MOVE WWF-EVT-NEW-REGION TO EHR-REGION
               MOVE WWF-EVT-EFF-DATE   TO EHR-EFF-DATE.

           IF WA-EMP-HIRE-DATE NUMERIC
               PERFORM  P00931-WINDOW-HIRE-YEAR
                   THRU P00931-WINDOW-HIRE-YEAR-EXIT
               COMPUTE EHR-HIRE-DATE =
                   (WS-EMP-HIRE-YEAR-4 * 10000)   +
                   (WA-EMP-HIRE-MONTH * 100)      +
                   WA-EMP-HIRE-DAY
           END-IF.

           WRITE EMP-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-EMPHIST-STATUS = '00'
               ADD +1                  TO WRS-EMP-MOVEMENTS
               GO TO P00903-LOG-EMP-HISTORY-EXIT.

           IF EMPHIST-DUPLICATE
               GO TO P00903-LOG-EMP-HISTORY-EXIT.

           MOVE 'GEN'                  TO WS-PDA-ERROR-TYPE.
           MOVE 'F'                    TO WS-PDA-ERROR-SEVERITY.
           MOVE 'PDAB06'               TO WPGE-PROGRAM-ID.
           MOVE 'P00903'               TO WPGE-PARAGRAPH.
           MOVE 'EMPHIST'              TO WPM-VSAM-ERROR-FILE.
           MOVE WS-EMPHIST-STATUS      TO WPM-VSAM-ERROR-STATUS.
           MOVE 'WRITE'                TO WPM-VSAM-ERROR-COMMAND.
           MOVE WPM-VSAM-ERROR         TO WPGE-DESCRIPTION.
           PERFORM  P99500-PDA-ERROR
               THRU P99500-PDA-ERROR-EXIT.

       P00903-LOG-EMP-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00951-SET-WORKFORCE-CELL                      *
      *    FUNCTION :  MAP WWF-MAP-TYPE / WWF-MAP-REGION TO THE       *
      *                WORKFORCE TABLE ROW (REGION 1 - 9) AND COLUMN  *
      *                (1 HOURLY, 2 SALES, 3 MANAGEMENT).  EITHER IS  *
      *                RETURNED ZERO WHEN NOT VALID                   *
      *    CALLED BY:  P00901-TALLY-CLOSING-PAIR                      *
      *                P00963-APPLY-MOVEMENT                          *
      *****************************************************************

       P00951-SET-WORKFORCE-CELL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WWF-ROW
                                          WWF-COL.

           EVALUATE WWF-MAP-TYPE
               WHEN 'H'
                   MOVE +1             TO WWF-COL
               WHEN 'S'
                   MOVE +2             TO WWF-COL
               WHEN 'M'
                   MOVE +3             TO WWF-COL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF (WWF-MAP-REGION NUMERIC) AND
              (WWF-MAP-REGION-R > ZEROES)
               MOVE WWF-MAP-REGION-R   TO WWF-ROW.

       P00951-SET-WORKFORCE-CELL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00906-STORE-PRENOTE                           *
      *    FUNCTION :  KEEP THE ACCOUNT JUST PUT ON THE MAINTAINED    *
      *                MASTER FOR ITS PRENOTE -- PAYFILE IS NOT OPEN  *
      *                UNTIL P00910, SO P00907 WRITES THEM THEN       *
      *****************************************************************

       P00906-STORE-PRENOTE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WPN-COUNT = WPN-MAX
               MOVE 'WS-PRENOTE-TABLE' TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00906'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           ELSE
               ADD +1                  TO WPN-COUNT
               MOVE WA-EMP-NUM         TO WPN-EMP-NUM (WPN-COUNT)
               MOVE WA-EMP-NAME        TO WPN-EMP-NAME (WPN-COUNT)
               MOVE SA-BANK-ROUTING    TO WPN-BANK-ROUTING (WPN-COUNT)
               MOVE SA-BANK-ACCOUNT    TO WPN-BANK-ACCOUNT (WPN-COUNT)
           END-IF.

       P00906-STORE-PRENOTE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00907-WRITE-PRENOTES                          *
      *    FUNCTION :  WRITE A ZERO-DOLLAR N (PRENOTE) RECORD ON      *
      *                PAYFILE FOR EVERY ACCOUNT THE MAINTENANCE JUST *
      *                ADDED OR CHANGED, AND LIST IT ON PAYREGRP.     *
      *                PRENOTES CARRY NO MONEY, SO THEY STAY OUT OF   *
      *                THE PAYMENT COUNT AND HASH TOTAL               *
      *****************************************************************

       P00907-WRITE-PRENOTES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WPN-SUB FROM +1 BY +1
                   UNTIL WPN-SUB > WPN-COUNT
               MOVE 'N'                TO PAY-RECORD-TYPE
               MOVE WPN-EMP-NUM (WPN-SUB)
                                       TO PAY-EMP-NUM
                                          PRD-EMP-NUM
               MOVE WPN-BANK-ROUTING (WPN-SUB)
                                       TO PAY-BANK-ROUTING
               MOVE WPN-BANK-ACCOUNT (WPN-SUB)
                                       TO PAY-BANK-ACCOUNT
                                          PRD-BANK-ACCOUNT
               MOVE ZEROES             TO PAY-AMOUNT
                                          PRD-AMOUNT
               MOVE WS-BUSINESS-DATE-R TO PAY-DATE
               WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
               ADD +1                  TO WPY-PRENOTE-COUNT
               MOVE WPN-EMP-NAME (WPN-SUB)
                                       TO PRD-EMP-NAME
               MOVE 'PRENOTE SENT'     TO PRD-COMMENT
               WRITE PAY-REGISTER-RECORD FROM PAYREG-DETAIL
           END-PERFORM.

           MOVE 'P'                    TO PAY-RECORD-TYPE.

       P00907-WRITE-PRENOTES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00908-SET-DEPOSIT-ACCOUNT                     *
      *    FUNCTION :  RESOLVE HOW THE EMPLOYEE IN THE WORK AREAS IS  *
      *                PAID:  THE ROUTED ACCOUNT ON THE SALARY RECORD *
      *                BY DEPOSIT ONCE ITS PRENOTE WAIT IS OVER (BY   *
      *                PAPER CHECK UNTIL THEN), ELSE AN OLDER ACCOUNT *
      *                ON THE DEMOGRAPHIC RECORD BY DEPOSIT AS        *
      *                BEFORE, ELSE NO ACCOUNT                        *
      *****************************************************************

       P00908-SET-DEPOSIT-ACCOUNT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WDP-PAY-METHOD
                                          WDP-BANK-ROUTING
                                          WDP-BANK-ACCOUNT.

           IF SA-BANK-ACCOUNT > SPACES
               MOVE SA-BANK-ROUTING    TO WDP-BANK-ROUTING
               MOVE SA-BANK-ACCOUNT    TO WDP-BANK-ACCOUNT
               SET WDP-DEPOSIT         TO TRUE
               IF (SA-PRENOTE-DATE NUMERIC) AND
                  (SA-PRENOTE-DATE-R > ZEROES)
                   COMPUTE WDP-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-R) -
                       FUNCTION INTEGER-OF-DATE (SA-PRENOTE-DATE-R)
                   IF WDP-DAYS-SINCE < WDP-PRENOTE-WAIT-DAYS
                       SET WDP-PAPER-CHECK
                                       TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WA-EMP-BANK-ACCOUNT > SPACES
                   MOVE WA-EMP-BANK-ACCOUNT
                                       TO WDP-BANK-ACCOUNT
                   SET WDP-DEPOSIT     TO TRUE
               END-IF
           END-IF.

       P00908-SET-DEPOSIT-ACCOUNT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00905-INIT-REGION-TABLE                       *
      *    FUNCTION :  LOAD THE REGION MASTER NAMES AND DEFAULT      *
      *                MANAGERS INTO REGION-SALES-TABLE, SIZED BY     *
      *                WRM-REGION-COUNT                               *
      *****************************************************************

       P00905-INIT-REGION-TABLE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB > WRM-REGION-COUNT
               MOVE WRM-REGION-NAME (REGION-SUB)
                                       TO REGION-NAME (REGION-SUB)
               MOVE WRM-REGION-MANAGER (REGION-SUB)
                                       TO REGION-MANAGER (REGION-SUB)
               MOVE ZEROES             TO REGION-SALARY (REGION-SUB)
                                          REGION-SALES (REGION-SUB)
               MOVE SPACES             TO REGION-COMMENT (REGION-SUB)
           END-PERFORM.

       P00905-INIT-REGION-TABLE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00909-OPEN-VARIANCE-REPORT                    *
      *    FUNCTION :  OPEN THE PRE-RELEASE PAY VARIANCE REPORT       *
      *                (VARRPT) AND WRITE ITS HEADINGS, WITH THE      *
      *                TOLERANCES IN FORCE                            *
      *    CALLED BY:  P00910-OPEN-EMPLOYEE-FILE                      *
      *****************************************************************

       P00909-OPEN-VARIANCE-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO VRH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO VRH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO VRH-RUN-YEAR.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-HDR1.
           MOVE WPV-TOLERANCE-PCT      TO VRH-TOLERANCE-PCT.
           MOVE WPV-TOLERANCE-AMT      TO VRH-TOLERANCE-AMT.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-HDR2.
           MOVE BLANK-LINE             TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-HDR3.
           MOVE BLANK-LINE             TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.

       P00909-OPEN-VARIANCE-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00910-OPEN-EMPLOYEE-FILE                      *
      *****************************************************************

       P00910-OPEN-EMPLOYEE-FILE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT EMP-REPORT-FILE.
           OPEN OUTPUT REGION-REPORT-FILE.
           OPEN OUTPUT SCEN-REPORT-FILE.
           OPEN OUTPUT EMP-REJECT-FILE.
           OPEN OUTPUT EMP-COMP-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN I-O COMP-MASTER-FILE.

      *****************************************************************
      *    A FRESHLY DEFINED (UNLOADED) COMPMSTR CLUSTER OPENS WITH   *
      *    STATUS 35 -- PRIME IT WITH AN OPEN OUTPUT / CLOSE, THEN    *
      *    RE-OPEN I-O.  ANY OTHER NON-ZERO STATUS IS FATAL           *
      *****************************************************************

           IF WS-COMPMSTR-STATUS = '35'
               OPEN OUTPUT COMP-MASTER-FILE
               CLOSE COMP-MASTER-FILE
               OPEN I-O COMP-MASTER-FILE
           END-IF.

           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00910'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT PAY-REGISTER-FILE.
           OPEN OUTPUT PAY-ADVICE-FILE.

           PERFORM  P00975-OPEN-PAY-HISTORY
               THRU P00975-OPEN-PAY-HISTORY-EXIT.

           PERFORM  P00982-OPEN-LEAVE-MASTER
               THRU P00982-OPEN-LEAVE-MASTER-EXIT.

           PERFORM  P00994-OPEN-RETRO-REGISTER
               THRU P00994-OPEN-RETRO-REGISTER-EXIT.

           PERFORM  P00909-OPEN-VARIANCE-REPORT
               THRU P00909-OPEN-VARIANCE-REPORT-EXIT.

      *****************************************************************
      *    SLSXREF AND THE PAY-PERIOD READ OF SALESJRN (SLSJRNPY --   *
      *    THE SHARED JOURNAL, EVEN ON A PARTITIONED RUN, SINCE A     *
      *    REP'S EARLIER POSTINGS ARE THERE) ARE REQUIRED: WITHOUT    *
      *    THEM NO SALES EMPLOYEE CAN BE PAID CORRECTLY               *
      *****************************************************************

           OPEN INPUT SALES-XREF-FILE.

           IF WS-SLSXREF-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00910'           TO WPGE-PARAGRAPH
               MOVE 'SLSXREF'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-SLSXREF-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN INPUT PAY-JOURNAL-FILE.

           IF WS-SLSJRNPY-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00910'           TO WPGE-PARAGRAPH
               MOVE 'SLSJRNPY'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-SLSJRNPY-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN OUTPUT SALES-PAY-EXCP-FILE.
           MOVE WS-BUS-MONTH           TO SPH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO SPH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO SPH-RUN-YEAR.
           WRITE SALES-PAY-EXCP-PRINT-RECORD FROM SLSPAYEX-HDR1.
           WRITE SALES-PAY-EXCP-PRINT-RECORD FROM SLSPAYEX-HDR2.
           MOVE BLANK-LINE             TO SALES-PAY-EXCP-PRINT-RECORD.
           WRITE SALES-PAY-EXCP-PRINT-RECORD.

           MOVE WS-BUS-MONTH           TO PRH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO PRH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO PRH-RUN-YEAR.
           WRITE PAY-REGISTER-RECORD FROM PAYREG-HDR1.
           MOVE BLANK-LINE             TO PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD.

           MOVE 'D'                    TO WS-EMP-RECORD-TYPE-SW.

       P00910-OPEN-EMPLOYEE-FILE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00911-LOAD-SALES-XREF                         *
      *    FUNCTION :  LOAD THE EMPLOYEE / SALES ID CROSS-REFERENCE   *
      *                (SLSXREF) INTO WS-SALES-PAY-TABLE, ONE ENTRY   *
      *                PER SALES ID, EACH WITH ITS EMPLOYEE'S PAY     *
      *                PERIOD START FROM COMPMSTR.  AN EMPLOYEE MAY   *
      *                HOLD MORE THAN ONE SALES ID; A SALES ID MAY    *
      *                BELONG TO ONLY ONE EMPLOYEE.                   *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00911-LOAD-SALES-XREF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WSP-COUNT
                                          WSP-XREF-LOADED
                                          WSP-RUN-START.
           MOVE 'N'                    TO WSP-END-OF-XREF-SW.

           READ SALES-XREF-FILE INTO WS-SALES-XREF-RECORD
               AT END
                   SET WSP-END-OF-XREF TO TRUE
           END-READ.

           PERFORM  P00912-STORE-SALES-XREF
               THRU P00912-STORE-SALES-XREF-EXIT
                   UNTIL WSP-END-OF-XREF.

           CLOSE SALES-XREF-FILE.

       P00911-LOAD-SALES-XREF-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00912-STORE-SALES-XREF                        *
      *    FUNCTION :  EDIT ONE SLSXREF RECORD AND ADD IT TO THE      *
      *                TABLE.  THE PAY PERIOD STARTS AT THE           *
      *                EMPLOYEE'S LAST COMPMSTR POSTING DATE -- OR,   *
      *                WHEN THAT POSTING WAS TODAY (A RERUN), AT THE  *
      *                DATE THAT POSTING ITSELF STARTED FROM, SO THE  *
      *                RERUN PAYS THE SAME PERIOD.  NO COMPMSTR       *
      *                RECORD YET MEANS EVERY EARLIER POSTING.        *
      *    CALLED BY:  P00911-LOAD-SALES-XREF                         *
      *****************************************************************

       P00912-STORE-SALES-XREF.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF SXR-EMP-NUM NOT NUMERIC OR
              SXR-EMP-NUM = ZEROES OR
              SXR-SALES-ID = SPACES
               MOVE SPACES             TO SPD-EMP-NUM
               MOVE SXR-SALES-ID       TO SPD-SALES-ID
               MOVE ZEROES             TO SPD-POSTINGS
                                          SPD-AMOUNT
               MOVE 'INVALID SLSXREF RECORD - IGNORED'
                                       TO SPD-REASON
               PERFORM  P00917-WRITE-PAY-EXCEPTION
                   THRU P00917-WRITE-PAY-EXCEPTION-EXIT
               GO TO P00912-READ-NEXT.

           MOVE SXR-SALES-ID           TO WSP-SEARCH-ID.
           PERFORM  P00914-FIND-PAY-SALES-ID
               THRU P00914-FIND-PAY-SALES-ID-EXIT.

           IF WSP-ID-IN-TABLE
               MOVE SXR-EMP-NUM        TO SPD-EMP-NUM
               MOVE SXR-SALES-ID       TO SPD-SALES-ID
               MOVE ZEROES             TO SPD-POSTINGS
                                          SPD-AMOUNT
               MOVE 'SALES ID ON SLSXREF TWICE - FIRST ENTRY KEPT'
                                       TO SPD-REASON
               PERFORM  P00917-WRITE-PAY-EXCEPTION
                   THRU P00917-WRITE-PAY-EXCEPTION-EXIT
               GO TO P00912-READ-NEXT.

           IF WSP-COUNT = WSP-MAX
               MOVE 'WS-SALES-PAY-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00912'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               SET WSP-END-OF-XREF     TO TRUE
               GO TO P00912-STORE-SALES-XREF-EXIT.

           ADD +1                      TO WSP-COUNT.
           ADD +1                      TO WSP-XREF-LOADED.
           MOVE WSP-COUNT              TO WSP-SUB.
           MOVE SXR-EMP-NUM            TO WSP-EMP-NUM (WSP-SUB).
           MOVE SXR-SALES-ID           TO WSP-SALES-ID (WSP-SUB).
           MOVE ZEROES                 TO WSP-PERIOD-START (WSP-SUB)
                                          WSP-POSTINGS (WSP-SUB)
                                          WSP-SALES-AMT (WSP-SUB)
                                          WSP-COMMISSION (WSP-SUB)
                                          WSP-CREDITS (WSP-SUB).
           MOVE 'N'                    TO WSP-PAID-SW (WSP-SUB).

           MOVE SXR-EMP-NUM            TO CMR-EMP-NUM.
           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

           IF COMPMSTR-RECORD-ON-FILE
               IF CMR-LAST-POST-DATE = WS-BUSINESS-DATE-R
                   MOVE CMR-PRIOR-POST-DATE
                                       TO WSP-PERIOD-START (WSP-SUB)
               ELSE
                   MOVE CMR-LAST-POST-DATE
                                       TO WSP-PERIOD-START (WSP-SUB)
               END-IF
           END-IF.

           IF WSP-PERIOD-START (WSP-SUB) > WSP-RUN-START
               MOVE WSP-PERIOD-START (WSP-SUB)
                                       TO WSP-RUN-START
           END-IF.

       P00912-READ-NEXT.
           READ SALES-XREF-FILE INTO WS-SALES-XREF-RECORD
               AT END
                   SET WSP-END-OF-XREF TO TRUE
           END-READ.

       P00912-STORE-SALES-XREF-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00913-SCAN-PAY-JOURNAL                        *
      *    FUNCTION :  READ SALESJRN ONCE AND ADD EVERY POSTING THAT  *
      *                FALLS IN ITS SALES ID'S PAY PERIOD -- SALES,   *
      *                CREDITS AND CLAW-BACKS ALIKE -- TO THE TABLE.  *
      *                A SALES ID NOT ON SLSXREF IS ADDED WITH A ZERO *
      *                EMPLOYEE NUMBER, WINDOWED FROM THE LATEST      *
      *                PERIOD START, FOR THE EXCEPTION LIST.          *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00913-SCAN-PAY-JOURNAL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WSP-POSTINGS-READ
                                          WSP-POSTINGS-PAID.
           MOVE 'N'                    TO WSP-END-OF-JRN-SW.

           READ PAY-JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
               AT END
                   SET WSP-END-OF-JOURNAL TO TRUE
           END-READ.

           PERFORM UNTIL WSP-END-OF-JOURNAL
               ADD +1                  TO WSP-POSTINGS-READ
               IF SJR-POST-DATE < WS-BUSINESS-DATE-R
                   MOVE SJR-SALES-ID   TO WSP-SEARCH-ID
                   PERFORM  P00914-FIND-PAY-SALES-ID
                       THRU P00914-FIND-PAY-SALES-ID-EXIT
                   IF NOT WSP-ID-IN-TABLE AND
                      SJR-POST-DATE >= WSP-RUN-START
                       IF WSP-COUNT < WSP-MAX
                           ADD +1      TO WSP-COUNT
                           MOVE WSP-COUNT
                                       TO WSP-SUB
                           MOVE ZEROES TO WSP-EMP-NUM (WSP-SUB)
                                          WSP-POSTINGS (WSP-SUB)
                                          WSP-SALES-AMT (WSP-SUB)
                                          WSP-COMMISSION (WSP-SUB)
                                          WSP-CREDITS (WSP-SUB)
                           MOVE SJR-SALES-ID
                                       TO WSP-SALES-ID (WSP-SUB)
                           MOVE WSP-RUN-START
                                       TO WSP-PERIOD-START (WSP-SUB)
                           MOVE 'N'    TO WSP-PAID-SW (WSP-SUB)
                           MOVE 'Y'    TO WSP-FOUND-SW
                       END-IF
                   END-IF
                   IF WSP-ID-IN-TABLE
                       IF SJR-POST-DATE >=
                          WSP-PERIOD-START (WSP-SUB)
                           ADD +1      TO WSP-POSTINGS (WSP-SUB)
                           ADD +1      TO WSP-POSTINGS-PAID
                           ADD SJR-SALES-AMT
                                       TO WSP-SALES-AMT (WSP-SUB)
                           ADD SJR-COMMISSION
                                       TO WSP-COMMISSION (WSP-SUB)
                           IF SJR-COMMISSION < ZEROES
                               ADD SJR-COMMISSION
                                       TO WSP-CREDITS (WSP-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ PAY-JOURNAL-FILE INTO WS-SALES-JOURNAL-RECORD
                   AT END
                       SET WSP-END-OF-JOURNAL TO TRUE
               END-READ
           END-PERFORM.

           CLOSE PAY-JOURNAL-FILE.

       P00913-SCAN-PAY-JOURNAL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00914-FIND-PAY-SALES-ID                       *
      *    FUNCTION :  LOOK UP WSP-SEARCH-ID IN WS-SALES-PAY-TABLE.   *
      *                ON RETURN WSP-ID-IN-TABLE IS SET AND WSP-SUB   *
      *                POINTS AT THE ENTRY WHEN FOUND.                *
      *    CALLED BY:  P00912-STORE-SALES-XREF                        *
      *                P00913-SCAN-PAY-JOURNAL                        *
      *****************************************************************

       P00914-FIND-PAY-SALES-ID.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WSP-FOUND-SW.
           PERFORM VARYING WSP-SUB FROM +1 BY +1
                   UNTIL (WSP-SUB > WSP-COUNT) OR
                         WSP-ID-IN-TABLE
               IF WSP-SALES-ID (WSP-SUB) = WSP-SEARCH-ID
                   MOVE 'Y'            TO WSP-FOUND-SW
                   SUBTRACT +1         FROM WSP-SUB
               END-IF
           END-PERFORM.

       P00914-FIND-PAY-SALES-ID-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00915-TOTAL-REP-POSTINGS                      *
      *    FUNCTION :  TOTAL THE PAY-PERIOD POSTINGS OF EVERY SALES   *
      *                ID SLSXREF GIVES THE CURRENT SALES EMPLOYEE,   *
      *                MARKING EACH AS PAID.  THE FIRST SALES ID AND  *
      *                ITS PERIOD START ARE KEPT FOR THE STATEMENT.   *
      *    CALLED BY:  P00934-CALC-SALES-PAY                          *
      *****************************************************************

       P00915-TOTAL-REP-POSTINGS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WSP-REP-SW.
           MOVE SPACES                 TO WSP-REP-SALES-ID.
           MOVE ZEROES                 TO WSP-REP-START
                                          WSP-REP-POSTINGS
                                          WSP-REP-SALES
                                          WSP-REP-COMM
                                          WSP-REP-CREDITS.

           PERFORM VARYING WSP-SUB FROM +1 BY +1
                   UNTIL WSP-SUB > WSP-COUNT
               IF WSP-EMP-NUM (WSP-SUB) = WA-EMP-NUM
                   IF NOT WSP-REP-ON-XREF
                       MOVE 'Y'        TO WSP-REP-SW
                       MOVE WSP-SALES-ID (WSP-SUB)
                                       TO WSP-REP-SALES-ID
                       MOVE WSP-PERIOD-START (WSP-SUB)
                                       TO WSP-REP-START
                   END-IF
                   ADD WSP-POSTINGS (WSP-SUB)
                                       TO WSP-REP-POSTINGS
                   ADD WSP-SALES-AMT (WSP-SUB)
                                       TO WSP-REP-SALES
                   ADD WSP-COMMISSION (WSP-SUB)
                                       TO WSP-REP-COMM
                   ADD WSP-CREDITS (WSP-SUB)
                                       TO WSP-REP-CREDITS
                   MOVE 'Y'            TO WSP-PAID-SW (WSP-SUB)
               END-IF
           END-PERFORM.

       P00915-TOTAL-REP-POSTINGS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00916-LIST-UNPAID-POSTINGS                    *
      *    FUNCTION :  AFTER THE PASS, LIST EVERY SALES ID WITH PAY-  *
      *                PERIOD POSTINGS THAT NO SALES EMPLOYEE WAS     *
      *                PAID FOR -- NOT ON SLSXREF AT ALL, OR MAPPED   *
      *                TO AN EMPLOYEE WHO WAS NOT PAID AS SALES       *
      *                (NOT ON THE MASTER, REJECTED, OR NOT TYPE S).  *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00916-LIST-UNPAID-POSTINGS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WSP-SUB FROM +1 BY +1
                   UNTIL WSP-SUB > WSP-COUNT
               IF NOT WSP-PAID (WSP-SUB) AND
                  WSP-POSTINGS (WSP-SUB) > ZEROES
                   IF WSP-EMP-NUM (WSP-SUB) = ZEROES
                       MOVE SPACES     TO SPD-EMP-NUM
                       MOVE 'POSTINGS BUT SALES ID NOT ON SLSXREF'
                                       TO SPD-REASON
                   ELSE
                       MOVE WSP-EMP-NUM (WSP-SUB)
                                       TO SPD-EMP-NUM
                       MOVE 'POSTINGS BUT EMPLOYEE NOT PAID AS SALES'
                                       TO SPD-REASON
                   END-IF
                   MOVE WSP-SALES-ID (WSP-SUB)
                                       TO SPD-SALES-ID
                   MOVE WSP-POSTINGS (WSP-SUB)
                                       TO SPD-POSTINGS
                   MOVE WSP-COMMISSION (WSP-SUB)
                                       TO SPD-AMOUNT
                   PERFORM  P00917-WRITE-PAY-EXCEPTION
                       THRU P00917-WRITE-PAY-EXCEPTION-EXIT
               END-IF
           END-PERFORM.

       P00916-LIST-UNPAID-POSTINGS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00917-WRITE-PAY-EXCEPTION                     *
      *    FUNCTION :  WRITE THE PREPARED SLSPAYEX DETAIL LINE AND    *
      *                COUNT IT.                                      *
      *    CALLED BY:  P00912, P00916, P00934                         *
      *****************************************************************

       P00917-WRITE-PAY-EXCEPTION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE SALES-PAY-EXCP-PRINT-RECORD FROM SLSPAYEX-DETAIL.
           ADD +1                      TO WSP-EXCEPTIONS.
           ADD +1                      TO WRS-SALES-PAY-EXCEPTIONS.

       P00917-WRITE-PAY-EXCEPTION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00918-LOAD-TIME-CARDS                         *
      *    FUNCTION :  OPEN THE TIME CARD EXCEPTION REPORT (TIMEXCP)  *
      *                AND LOAD THE PERIOD'S TIME CARDS (TIMECARD)    *
      *                INTO WS-TIME-CARD-TABLE, EDITING EACH ONE.     *
      *                WITHOUT A TIMECARD FILE, OR WITH AN EMPTY ONE, *
      *                HOURLY PAY STAYS ON THE MASTER FILE HOURS AND A*
      *                WARNING GOES TO THE REJECT REPORT.             *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00918-LOAD-TIME-CARDS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WTC-COUNT
                                          WTC-CARDS-READ
                                          WTC-CARDS-ACCEPTED
                                          WTC-CARDS-PAID
                                          WTC-EXCEPTIONS.
           MOVE 'M'                    TO WTC-SOURCE-SW.
           MOVE 'N'                    TO WTC-END-OF-FILE-SW.

           OPEN OUTPUT TIME-CARD-EXCP-FILE.
           MOVE WS-BUS-MONTH           TO TXH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO TXH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO TXH-RUN-YEAR.
           WRITE TIME-CARD-EXCP-PRINT-RECORD FROM TIMEXCP-HDR1.
           WRITE TIME-CARD-EXCP-PRINT-RECORD FROM TIMEXCP-HDR2.
           MOVE BLANK-LINE             TO TIME-CARD-EXCP-PRINT-RECORD.
           WRITE TIME-CARD-EXCP-PRINT-RECORD.

           OPEN INPUT TIME-CARD-FILE.

           IF WS-TIMECARD-STATUS NOT = '00'
               MOVE WPM-TIMECARD-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               WRITE TIME-CARD-EXCP-PRINT-RECORD FROM WMF-MESSAGE-AREA
               GO TO P00918-LOAD-TIME-CARDS-EXIT.

           READ TIME-CARD-FILE INTO WS-TIME-CARD-RECORD
               AT END
                   SET WTC-END-OF-FILE TO TRUE
           END-READ.

           PERFORM  P00919-STORE-TIME-CARD
               THRU P00919-STORE-TIME-CARD-EXIT
                   UNTIL WTC-END-OF-FILE.

           CLOSE TIME-CARD-FILE.

           IF WTC-CARDS-READ = ZEROES
               MOVE WPM-TIMECARD-FALLBACK
                                       TO WMF-MESSAGE-AREA
               WRITE REJECT-PRINT-RECORD FROM WMF-MESSAGE-AREA
               WRITE TIME-CARD-EXCP-PRINT-RECORD FROM WMF-MESSAGE-AREA
           ELSE
               MOVE 'T'                TO WTC-SOURCE-SW
           END-IF.

       P00918-LOAD-TIME-CARDS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00919-STORE-TIME-CARD                         *
      *    FUNCTION :  EDIT ONE TIMECARD RECORD AND ADD IT TO THE     *
      *                TABLE WITH ITS WORK WEEK.  A BAD EMPLOYEE      *
      *                NUMBER, DATE OR HOURS, OR A SECOND CARD FOR THE*
      *                SAME EMPLOYEE AND DAY, IS LISTED ON TIMEXCP AND*
      *                BYPASSED -- THE FIRST CARD FOR A DAY IS KEPT.  *
      *    CALLED BY:  P00918-LOAD-TIME-CARDS                         *
      *****************************************************************

       P00919-STORE-TIME-CARD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WTC-CARDS-READ.
           MOVE SPACES                 TO WTC-REASON.

           EVALUATE TRUE
               WHEN TCR-EMP-NUM NOT NUMERIC
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC'
                                       TO WTC-REASON
               WHEN TCR-EMP-NUM-R = ZEROES
                   MOVE 'EMPLOYEE NUMBER ZERO'
                                       TO WTC-REASON
               WHEN TCR-WORK-DATE NOT NUMERIC
                   MOVE 'WORK DATE NOT NUMERIC (CCYYMMDD)'
                                       TO WTC-REASON
               WHEN TCR-HOURS NOT NUMERIC
                   MOVE 'HOURS NOT NUMERIC (99V99)'
                                       TO WTC-REASON
               WHEN TCR-HOURS-R = ZEROES
                   MOVE 'ZERO HOURS WORKED'
                                       TO WTC-REASON
               WHEN TCR-HOURS-R > 24
                   MOVE 'MORE THAN 24 HOURS IN ONE DAY'
                                       TO WTC-REASON
               WHEN NOT TCR-VALID-LEAVE-CODE
                   MOVE 'LEAVE CODE MUST BE V, S OR BLANK'
                                       TO WTC-REASON
               WHEN OTHER
                   PERFORM  P00921-EDIT-WORK-DATE
                       THRU P00921-EDIT-WORK-DATE-EXIT
           END-EVALUATE.

           IF WTC-REASON NOT = SPACES
               MOVE TCR-EMP-NUM        TO TXD-EMP-NUM
               MOVE TCR-WORK-DATE      TO TXD-WORK-DATE
               IF TCR-HOURS NUMERIC
                   MOVE TCR-HOURS-R    TO TXD-HOURS
               ELSE
                   MOVE TCR-HOURS      TO TXD-HOURS-X
               END-IF
               MOVE WTC-REASON         TO TXD-REASON
               PERFORM  P00927-WRITE-TIME-CARD-EXCP
                   THRU P00927-WRITE-TIME-CARD-EXCP-EXIT
               GO TO P00919-READ-NEXT.

           MOVE 'N'                    TO WTC-FOUND-SW.
           PERFORM VARYING WTC-SUB FROM +1 BY +1
                   UNTIL (WTC-SUB > WTC-COUNT) OR
                         WTC-FOUND
               IF WTC-EMP-NUM (WTC-SUB) = TCR-EMP-NUM-R AND
                  WTC-WORK-DATE (WTC-SUB) = TCR-WORK-DATE-N AND
                  ((WTC-WORKED-TIME (WTC-SUB) AND
                    TCR-WORKED-TIME) OR
                   (NOT WTC-WORKED-TIME (WTC-SUB) AND
                    NOT TCR-WORKED-TIME))
                   MOVE 'Y'            TO WTC-FOUND-SW
               END-IF
           END-PERFORM.

           IF WTC-FOUND
               MOVE TCR-EMP-NUM        TO TXD-EMP-NUM
               MOVE TCR-WORK-DATE      TO TXD-WORK-DATE
               MOVE TCR-HOURS-R        TO TXD-HOURS
               MOVE 'DAY ON TIMECARD TWICE - FIRST CARD KEPT'
                                       TO TXD-REASON
               PERFORM  P00927-WRITE-TIME-CARD-EXCP
                   THRU P00927-WRITE-TIME-CARD-EXCP-EXIT
               GO TO P00919-READ-NEXT.

           IF WTC-COUNT = WTC-MAX
               MOVE 'WS-TIME-CARD-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00919'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               SET WTC-END-OF-FILE     TO TRUE
               GO TO P00919-STORE-TIME-CARD-EXIT.

      *****************************************************************
      *    DAY 1 OF THE INTEGER DATE (01/01/1601) IS A MONDAY, SO     *
      *    DIVIDING BY 7 NUMBERS THE WEEKS SUNDAY THROUGH SATURDAY    *
      *****************************************************************

           ADD +1                      TO WTC-COUNT.
           ADD +1                      TO WTC-CARDS-ACCEPTED.
           MOVE WTC-COUNT              TO WTC-SUB.
           MOVE TCR-EMP-NUM-R          TO WTC-EMP-NUM (WTC-SUB).
           MOVE TCR-WORK-DATE-N        TO WTC-WORK-DATE (WTC-SUB).
           MOVE TCR-HOURS-R            TO WTC-HOURS (WTC-SUB).
           MOVE TCR-LEAVE-CODE         TO WTC-LEAVE-CODE (WTC-SUB).
           COMPUTE WTC-WEEK-NUM (WTC-SUB) =
               FUNCTION INTEGER-OF-DATE (TCR-WORK-DATE-N) / 7.
           MOVE 'A'                    TO WTC-STATUS (WTC-SUB).

       P00919-READ-NEXT.
           READ TIME-CARD-FILE INTO WS-TIME-CARD-RECORD
               AT END
                   SET WTC-END-OF-FILE TO TRUE
           END-READ.

       P00919-STORE-TIME-CARD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00921-EDIT-WORK-DATE                          *
      *    FUNCTION :  CHECK THE TIME CARD WORK DATE IS A REAL        *
      *                CALENDAR DATE (LEAP YEARS INCLUDED) NO LATER   *
      *                THAN THE BUSINESS DATE.  WTC-REASON IS LEFT    *
      *                BLANK WHEN IT IS.                              *
      *    CALLED BY:  P00919-STORE-TIME-CARD                         *
      *****************************************************************

       P00921-EDIT-WORK-DATE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF TCR-WORK-YEAR < 1601  OR
              TCR-WORK-MONTH < 1    OR
              TCR-WORK-MONTH > 12   OR
              TCR-WORK-DAY < 1
               MOVE 'WORK DATE NOT A VALID DATE'
                                       TO WTC-REASON
               GO TO P00921-EDIT-WORK-DATE-EXIT.

           MOVE WCT-DAYS-IN-MONTH (TCR-WORK-MONTH)
                                       TO WTC-MONTH-DAYS.
           IF TCR-WORK-MONTH = 2
               DIVIDE TCR-WORK-YEAR BY 4
                   GIVING WTC-LEAP-QUOTIENT
                   REMAINDER WTC-LEAP-REM-4
               DIVIDE TCR-WORK-YEAR BY 100
                   GIVING WTC-LEAP-QUOTIENT
                   REMAINDER WTC-LEAP-REM-100
               DIVIDE TCR-WORK-YEAR BY 400
                   GIVING WTC-LEAP-QUOTIENT
                   REMAINDER WTC-LEAP-REM-400
               IF (WTC-LEAP-REM-4 = ZEROES) AND
                  ((WTC-LEAP-REM-100 NOT = ZEROES) OR
                   (WTC-LEAP-REM-400 = ZEROES))
                   MOVE +29            TO WTC-MONTH-DAYS
               END-IF
           END-IF.

           IF TCR-WORK-DAY > WTC-MONTH-DAYS
               MOVE 'WORK DATE NOT A VALID DATE'
                                       TO WTC-REASON
               GO TO P00921-EDIT-WORK-DATE-EXIT.

           IF TCR-WORK-DATE-N > WS-BUSINESS-DATE-R
               MOVE 'WORK DATE AFTER THE BUSINESS DATE'
                                       TO WTC-REASON.

       P00921-EDIT-WORK-DATE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00927-WRITE-TIME-CARD-EXCP                    *
      *    FUNCTION :  WRITE THE PREPARED TIMEXCP DETAIL LINE AND     *
      *                COUNT IT.                                      *
      *    CALLED BY:  P00919, P00924, P00928                         *
      *****************************************************************

       P00927-WRITE-TIME-CARD-EXCP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE TIME-CARD-EXCP-PRINT-RECORD FROM TIMEXCP-DETAIL.
           ADD +1                      TO WTC-EXCEPTIONS.
           ADD +1                      TO WRS-TIME-CARD-EXCEPTIONS.

       P00927-WRITE-TIME-CARD-EXCP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00920-READ-EMPLOYEE-PAIR                      *
      *    FUNCTION :  EACH EMPLOYEE CONTRIBUTES 2 CONSECUTIVE 80     *
      *                BYTE RECORDS ON EMPLOYEE-FILE -- A DEMOGRAPHIC *
      *                RECORD (EMPLOYEE-WORK-AREA LAYOUT) FOLLOWED BY *
      *                A SALARY RECORD (EMPLOYEE-SALARY-AREA LAYOUT). *
      *****************************************************************

       P00920-READ-EMPLOYEE-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           READ EMPLOYEE-FILE INTO EMPLOYEE-WORK-AREA
               AT END
                   SET EMPLOYEE-FILE-EOF TO TRUE
                   GO TO P00920-READ-EMPLOYEE-PAIR-EXIT
           END-READ.

      *****************************************************************
      *    AN ODD RECORD COUNT LEAVES A FINAL DEMOGRAPHIC RECORD      *
      *    WITH NO SALARY RECORD -- REJECT THE ORPHAN TO EMPREJCT SO  *
      *    THE RUN SUMMARY COUNTS STILL RECONCILE TO THE INPUT        *
      *****************************************************************

           READ EMPLOYEE-FILE INTO EMPLOYEE-SALARY-AREA
               AT END
                   SET EMPLOYEE-FILE-EOF TO TRUE
                   MOVE SPACES         TO EMPREJ-DETAIL
                   MOVE 'SALARY RECORD MISSING FOR PAIR'
                                       TO ERJ-REASON
                   MOVE WA-EMP-NUM     TO ERJ-EMP-NUM
                   MOVE WA-EMP-NAME    TO ERJ-EMP-NAME
                   ADD +1              TO WS-EMP-REJECT-COUNT
                   WRITE EMP-REJECT-RECORD FROM EMPREJ-DETAIL
           END-READ.

       P00920-READ-EMPLOYEE-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00925-EDIT-EMPLOYEE-PAIR                      *
      *    FUNCTION :  VALIDATE THE DEMOGRAPHIC / SALARY RECORD PAIR  *
      *                JUST READ -- MATCHING EMPLOYEE NUMBERS, A      *
      *                VALID TYPE AND REGION, A NUMERIC HIRE DATE     *
      *                AND NUMERIC SALARY DATA FOR THE TYPE.  A BAD   *
      *                PAIR IS WRITTEN TO EMPREJCT WITH ITS REASON    *
      *                AND THE RUN CONTINUES.                         *
      *****************************************************************

       P00925-EDIT-EMPLOYEE-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM  P00926-VALIDATE-EMPLOYEE-PAIR
               THRU P00926-VALIDATE-EMPLOYEE-PAIR-EXIT.

           IF ERJ-REASON > SPACES
               MOVE 'Y'                TO WS-EMP-PAIR-ERROR-SW
               ADD +1                  TO WS-EMP-REJECT-COUNT
               MOVE WA-EMP-NUM         TO ERJ-EMP-NUM
               MOVE WA-EMP-NAME        TO ERJ-EMP-NAME
               WRITE EMP-REJECT-RECORD FROM EMPREJ-DETAIL
           END-IF.

       P00925-EDIT-EMPLOYEE-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00926-VALIDATE-EMPLOYEE-PAIR                  *
      *    FUNCTION :  THE PAIR VALIDATION ITSELF -- LEAVES THE       *
      *                FAILURE REASON (OR SPACES) IN ERJ-REASON SO    *
      *                BOTH THE COMPENSATION PASS (REJECT TO          *
      *                EMPREJCT) AND THE EMPLOYEE MAINTENANCE EDITS   *
      *                (REJECT THE E= TRANSACTION) SHARE ONE SET OF   *
      *                PAIR EDITS.                                    *
      *****************************************************************

       P00926-VALIDATE-EMPLOYEE-PAIR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WS-EMP-PAIR-ERROR-SW.
           MOVE SPACES                 TO ERJ-REASON.

           EVALUATE TRUE
               WHEN (WA-EMP-NUM NOT NUMERIC) OR
                    (SA-EMP-NUM NOT NUMERIC)
                   MOVE 'EMPLOYEE NUMBER NOT NUMERIC ON PAIR'
                                       TO ERJ-REASON
               WHEN WA-EMP-NUM NOT = SA-EMP-NUM
                   MOVE 'DEMOGRAPHIC/SALARY EMPLOYEE NUMBERS DIFFER'
                                       TO ERJ-REASON
               WHEN NOT (HOURLY OR SALES OR MANAGEMENT)
                   MOVE 'EMPLOYEE TYPE MUST BE H, S OR M'
                                       TO ERJ-REASON
               WHEN WA-EMP-REGION NOT NUMERIC
                   MOVE 'EMPLOYEE REGION NOT NUMERIC'
                                       TO ERJ-REASON
               WHEN WA-EMP-REGION < 1 OR
                    WA-EMP-REGION > WRM-REGION-COUNT
                   MOVE 'EMPLOYEE REGION NOT ON THE REGION MASTER'
                                       TO ERJ-REASON
               WHEN WA-EMP-HIRE-DATE NOT NUMERIC
                   MOVE 'EMPLOYEE HIRE DATE NOT NUMERIC'
                                       TO ERJ-REASON
               WHEN HOURLY AND
                    ((SA-EMP-RATE NOT NUMERIC) OR
                     (WTC-MASTER-HOURS AND
                      SA-EMP-HOURS NOT NUMERIC))
                   MOVE 'HOURLY HOURS / RATE NOT NUMERIC'
                                       TO ERJ-REASON
               WHEN SALES AND
                    ((SA-SALES-SALARY NOT NUMERIC) OR
                     (SA-SALES-AMOUNT NOT NUMERIC))
                   MOVE 'SALES SALARY / SALES AMOUNT NOT NUMERIC'
                                       TO ERJ-REASON
               WHEN MANAGEMENT AND
                    (SA-MGMT-SALARY NOT NUMERIC)
                   MOVE 'MANAGEMENT SALARY NOT NUMERIC'
                                       TO ERJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P00926-VALIDATE-EMPLOYEE-PAIR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00930-BUILD-HOLD-ENTRY                        *
      *    FUNCTION :  CALCULATE ONE EMPLOYEE'S COMPENSATION AND      *
      *                STORE IT IN HOLD-TABLE BY REGION / SEQUENCE,   *
      *                ACCUMULATING REGION-SALES-TABLE AND THE GRAND  *
      *                TOTAL FIELDS AS WE GO.                         *
      *****************************************************************

       P00930-BUILD-HOLD-ENTRY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

      *****************************************************************
      *    WITH NO MAINTENANCE THIS RUN THE CURRENT MASTER IS THE     *
      *    MONTH'S CLOSING HEADCOUNT -- COUNT EVERY PAIR, GOOD OR BAD *
      *****************************************************************

           IF WWF-REPORT-RUN AND NOT WWF-CLOSING-FROM-MAINT
               PERFORM  P00901-TALLY-CLOSING-PAIR
                   THRU P00901-TALLY-CLOSING-PAIR-EXIT
           END-IF.

      *****************************************************************
      *    EDIT THE PAIR FIRST -- A BAD PAIR GOES TO EMPREJCT AND     *
      *    THE RUN CONTINUES WITH THE NEXT PAIR INSTEAD OF TAKING A   *
      *    S0C7 IN THE COMPENSATION ARITHMETIC                        *
      *****************************************************************

           PERFORM  P00925-EDIT-EMPLOYEE-PAIR
               THRU P00925-EDIT-EMPLOYEE-PAIR-EXIT.

           IF EMP-PAIR-ERROR
               IF WA-EMP-NUM NUMERIC
                   MOVE 'E'            TO WTC-MARK-STATUS
                   PERFORM  P00922-MARK-TIME-CARDS
                       THRU P00922-MARK-TIME-CARDS-EXIT
               END-IF
               PERFORM  P00920-READ-EMPLOYEE-PAIR
                   THRU P00920-READ-EMPLOYEE-PAIR-EXIT
               GO TO P00930-BUILD-HOLD-ENTRY-EXIT.

      *****************************************************************
      *    ON A PARTITIONED RUN ONLY THE PARTITION REGION'S PAIRS     *
      *    ARE PROCESSED -- EVERY OTHER PAIR IS BYPASSED, COUNTED,    *
      *    AND LEFT FOR ITS OWN PARTITION'S RUN                       *
      *****************************************************************

           IF PARTITIONED-RUN AND
              WA-EMP-REGION NOT = WS-PARTITION-REGION
               ADD +1                  TO WS-PARTITION-BYPASSED
               MOVE 'X'                TO WTC-MARK-STATUS
               PERFORM  P00922-MARK-TIME-CARDS
                   THRU P00922-MARK-TIME-CARDS-EXIT
               PERFORM  P00920-READ-EMPLOYEE-PAIR
                   THRU P00920-READ-EMPLOYEE-PAIR-EXIT
               GO TO P00930-BUILD-HOLD-ENTRY-EXIT.

           ADD +1                      TO WRS-EMPLOYEES-PROCESSED.

           MOVE ZEROES                 TO EMP-WAGES
                                          OT-AMOUNT
                                          OT-HOURS
                                          REG-HOURS
                                          EMP-COMPENSATION.
           MOVE ZEROES                 TO CALC-COMMISSION.

           PERFORM  P00931-WINDOW-HIRE-YEAR
               THRU P00931-WINDOW-HIRE-YEAR-EXIT.

           EVALUATE TRUE
               WHEN HOURLY
                   PERFORM  P00932-CALC-HOURLY-PAY
                       THRU P00932-CALC-HOURLY-PAY-EXIT
               WHEN SALES
                   PERFORM  P00800-CALC-COMMISSION
                       THRU P00800-CALC-COMMISSION-EXIT
                   PERFORM  P00934-CALC-SALES-PAY
                       THRU P00934-CALC-SALES-PAY-EXIT
               WHEN MANAGEMENT
                   PERFORM  P00936-CALC-MGMT-PAY
                       THRU P00936-CALC-MGMT-PAY-EXIT
           END-EVALUATE.

           IF NOT HOURLY
               MOVE 'N'                TO WTC-MARK-STATUS
               PERFORM  P00922-MARK-TIME-CARDS
                   THRU P00922-MARK-TIME-CARDS-EXIT
           END-IF.

      *****************************************************************
      *    PAID TIME OFF -- ACCRUE, CHARGE THE LEAVE TAKEN, AND PAY   *
      *    OUT UNUSED VACATION ON A TERMINATION; LEAVE PAY AND ANY    *
      *    PAYOUT JOIN THE WAGES BEFORE THE DEDUCTIONS ARE TAKEN      *
      *****************************************************************

           PERFORM  P00983-APPLY-LEAVE
               THRU P00983-APPLY-LEAVE-EXIT.

      *****************************************************************
      *    RETRO PAY FOR A BACK-DATED RATE / SALARY CHANGE APPLIED    *
      *    THIS RUN -- ALSO PART OF THE GROSS THE DEDUCTIONS COME OFF *
      *****************************************************************

           PERFORM  P00990-CALC-RETRO-PAY
               THRU P00990-CALC-RETRO-PAY-EXIT.

           PERFORM  P00937-CHECK-ANNIVERSARY
               THRU P00937-CHECK-ANNIVERSARY-EXIT.

           PERFORM  P00933-CALC-DEDUCTIONS
               THRU P00933-CALC-DEDUCTIONS-EXIT.

           ADD EMP-COMPENSATION        TO GRAND-TOTAL-EMP.

      *****************************************************************
      *    A MID-PERIOD REGION TRANSFER EFFECTIVE THIS MONTH SPLITS   *
      *    THE EMPLOYEE'S LINE BETWEEN THE OLD AND NEW REGIONS BY     *
      *    DAYS; EVERYONE ELSE STORES THE USUAL SINGLE LINE           *
      *****************************************************************

           PERFORM  P00929-FIND-REGION-XFER
               THRU P00929-FIND-REGION-XFER-EXIT.

           IF WXS-XFER-FOUND
               PERFORM  P00935-SPLIT-REGION-TRANSFER
                   THRU P00935-SPLIT-REGION-TRANSFER-EXIT
           ELSE
               PERFORM  P00938-STORE-HOLD-TABLE
                   THRU P00938-STORE-HOLD-TABLE-EXIT.

           PERFORM  P00939-POST-COMP-MASTER
               THRU P00939-POST-COMP-MASTER-EXIT.

      *****************************************************************
      *    SALES EMPLOYEES GET AN INDIVIDUAL COMMISSION STATEMENT     *
      *    ONCE THE POSTING HAS MADE THE PERIOD / YTD TOTALS CURRENT  *
      *****************************************************************

           IF SALES
               PERFORM  P00941-WRITE-COMM-STATEMENT
                   THRU P00941-WRITE-COMM-STATEMENT-EXIT.

           PERFORM  P00920-READ-EMPLOYEE-PAIR
               THRU P00920-READ-EMPLOYEE-PAIR-EXIT.

       P00930-BUILD-HOLD-ENTRY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00931-WINDOW-HIRE-YEAR                        *
      *    FUNCTION :  WINDOW THE 2-DIGIT WA-EMP-HIRE-YEAR INTO A     *
      *                4-DIGIT WS-EMP-HIRE-YEAR-4 SO HIRE-DATE-DRIVEN *
      *                LOGIC CAN TELL A 19XX HIRE FROM A 20XX (OR     *
      *                EVENTUALLY 21XX) HIRE.  YEARS BELOW THE PIVOT  *
      *                WINDOW TO THE CURRENT CENTURY; YEARS AT OR     *
      *                ABOVE IT WINDOW TO THE PRIOR CENTURY.          *
      *****************************************************************

       P00931-WINDOW-HIRE-YEAR.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WA-EMP-HIRE-YEAR < WS-CENTURY-PIVOT
               MOVE 20                 TO WS-EMP-HIRE-CENTURY
           ELSE
               MOVE 19                 TO WS-EMP-HIRE-CENTURY
           END-IF.

           COMPUTE WS-EMP-HIRE-YEAR-4 =
               (WS-EMP-HIRE-CENTURY * 100) + WA-EMP-HIRE-YEAR.

       P00931-WINDOW-HIRE-YEAR-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00932-CALC-HOURLY-PAY                         *
      *****************************************************************

       P00932-CALC-HOURLY-PAY.
           IF WTC-TIME-CARD-HOURS
               GO TO P00932-TIME-CARD-PAY.

           COMPUTE EMP-WAGES = SA-EMP-HOURS * SA-EMP-RATE.
           MOVE SA-EMP-HOURS        TO REG-HOURS.

           IF SA-EMP-HOURS > 40
               COMPUTE OT-HOURS  = SA-EMP-HOURS - 40
               COMPUTE OT-AMOUNT = OT-HOURS * SA-EMP-RATE * 1.5
           ELSE
               MOVE ZEROES          TO OT-HOURS OT-AMOUNT
           END-IF.

           ADD EMP-WAGES OT-AMOUNT  TO EMP-COMPENSATION.
           GO TO P00932-CALC-HOURLY-PAY-EXIT.

      *****************************************************************
      *    TIME CARD PAY -- THE PERIOD'S REGULAR HOURS AT THE RATE    *
      *    AND ITS OVERTIME HOURS (PAST 40 IN A WEEK, OR PAST THE O=  *
      *    DAILY LIMIT IN A DAY) AT TIME AND A HALF                   *
      *****************************************************************

       P00932-TIME-CARD-PAY.
           PERFORM  P00923-TOTAL-TIME-CARDS
               THRU P00923-TOTAL-TIME-CARDS-EXIT.

           COMPUTE EMP-WAGES = WTC-REG-HOURS * SA-EMP-RATE.
           MOVE WTC-REG-HOURS       TO REG-HOURS.
           MOVE WTC-OT-HOURS        TO OT-HOURS.
           COMPUTE OT-AMOUNT = OT-HOURS * SA-EMP-RATE * 1.5.

           ADD EMP-WAGES OT-AMOUNT  TO EMP-COMPENSATION.

       P00932-CALC-HOURLY-PAY-EXIT.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00922-MARK-TIME-CARDS                         *
      *    FUNCTION :  SET EVERY TIME CARD STILL WAITING FOR THE      *
      *                CURRENT EMPLOYEE TO WTC-MARK-STATUS -- E = PAIR*
      *                REJECTED, N = NOT HOURLY, X = IN ANOTHER       *
      *                PARTITION -- SO P00924 CAN TELL WHY IT WAS NOT *
      *                PAID.                                          *
      *    CALLED BY:  P00930-BUILD-HOLD-ENTRY                        *
      *****************************************************************

       P00922-MARK-TIME-CARDS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WTC-SUB FROM +1 BY +1
                   UNTIL WTC-SUB > WTC-COUNT
               IF WTC-EMP-NUM (WTC-SUB) = WA-EMP-NUM AND
                  WTC-PENDING (WTC-SUB)
                   MOVE WTC-MARK-STATUS
                                       TO WTC-STATUS (WTC-SUB)
               END-IF
           END-PERFORM.

       P00922-MARK-TIME-CARDS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00923-TOTAL-TIME-CARDS                        *
      *    FUNCTION :  TOTAL THE CURRENT HOURLY EMPLOYEE'S TIME CARDS *
      *                FOR THE PAY PERIOD INTO REGULAR AND OVERTIME   *
      *                HOURS.  THE PERIOD STARTS AFTER THE EMPLOYEE'S *
      *                LAST COMPMSTR POSTING DATE -- OR, WHEN THAT    *
      *                POSTING WAS TODAY (A RERUN), AFTER THE DATE    *
      *                BEFORE IT, SO THE RERUN PAYS THE SAME DAYS.    *
      *                EACH WEEK'S STRAIGHT TIME OVER 40 IS OVERTIME, *
      *                AS IS EACH DAY'S TIME OVER THE O= DAILY LIMIT. *
      *                LEAVE CARDS ARE LEFT FOR P00983.               *
      *    CALLED BY:  P00932-CALC-HOURLY-PAY                         *
      *****************************************************************

       P00923-TOTAL-TIME-CARDS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WTC-REG-HOURS
                                          WTC-OT-HOURS
                                          WTC-PERIOD-START
                                          WTW-COUNT.

           MOVE WA-EMP-NUM             TO CMR-EMP-NUM.
           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

           IF COMPMSTR-RECORD-ON-FILE
               IF CMR-LAST-POST-DATE = WS-BUSINESS-DATE-R
                   MOVE CMR-PRIOR-POST-DATE
                                       TO WTC-PERIOD-START
               ELSE
                   MOVE CMR-LAST-POST-DATE
                                       TO WTC-PERIOD-START
               END-IF
           END-IF.

           PERFORM VARYING WTC-SUB FROM +1 BY +1
                   UNTIL WTC-SUB > WTC-COUNT
               IF WTC-EMP-NUM (WTC-SUB) = WA-EMP-NUM AND
                  WTC-PENDING (WTC-SUB)               AND
                  WTC-WORKED-TIME (WTC-SUB)
                   PERFORM  P00928-APPLY-TIME-CARD
                       THRU P00928-APPLY-TIME-CARD-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING WTW-SUB FROM +1 BY +1
                   UNTIL WTW-SUB > WTW-COUNT
               IF WTW-STRAIGHT-HOURS (WTW-SUB) > 40
                   ADD 40              TO WTC-REG-HOURS
                   COMPUTE WTC-OT-HOURS = WTC-OT-HOURS +
                       WTW-STRAIGHT-HOURS (WTW-SUB) - 40
               ELSE
                   ADD WTW-STRAIGHT-HOURS (WTW-SUB)
                                       TO WTC-REG-HOURS
               END-IF
               ADD WTW-DAILY-OT-HOURS (WTW-SUB)
                                       TO WTC-OT-HOURS
           END-PERFORM.

       P00923-TOTAL-TIME-CARDS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00928-APPLY-TIME-CARD                         *
      *    FUNCTION :  ADD TIME CARD WTC-SUB TO ITS WORK WEEK --      *
      *                STRAIGHT TIME UP TO THE DAILY LIMIT, THE REST  *
      *                AS DAILY OVERTIME -- AND MARK IT PAID.  A DAY  *
      *                ALREADY PAID, OR A WEEK BEYOND THE SIX THE WEEK*
      *                TABLE HOLDS, IS LISTED ON TIMEXCP INSTEAD.     *
      *    CALLED BY:  P00923-TOTAL-TIME-CARDS                        *
      *****************************************************************

       P00928-APPLY-TIME-CARD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WTC-WORK-DATE (WTC-SUB) NOT > WTC-PERIOD-START
               MOVE 'DAY ALREADY PAID - NOT AFTER LAST COMPMSTR POSTING'
                                       TO WTC-REASON
               GO TO P00928-REJECT-CARD.

           MOVE 'N'                    TO WTC-FOUND-SW.
           PERFORM VARYING WTW-SUB FROM +1 BY +1
                   UNTIL (WTW-SUB > WTW-COUNT) OR
                         WTC-FOUND
               IF WTW-WEEK-NUM (WTW-SUB) = WTC-WEEK-NUM (WTC-SUB)
                   MOVE 'Y'            TO WTC-FOUND-SW
                   SUBTRACT +1         FROM WTW-SUB
               END-IF
           END-PERFORM.

           IF NOT WTC-FOUND
               IF WTW-COUNT = WTW-MAX
                   MOVE 'MORE THAN 6 WORK WEEKS IN THE PAY PERIOD'
                                       TO WTC-REASON
                   GO TO P00928-REJECT-CARD
               END-IF
               ADD +1                  TO WTW-COUNT
               MOVE WTW-COUNT          TO WTW-SUB
               MOVE WTC-WEEK-NUM (WTC-SUB)
                                       TO WTW-WEEK-NUM (WTW-SUB)
               MOVE ZEROES             TO WTW-STRAIGHT-HOURS (WTW-SUB)
                                          WTW-DAILY-OT-HOURS (WTW-SUB)
           END-IF.

           IF (WMF-OT-DAILY-LIMIT > ZEROES) AND
              (WTC-HOURS (WTC-SUB) > WMF-OT-DAILY-LIMIT)
               ADD WMF-OT-DAILY-LIMIT  TO WTW-STRAIGHT-HOURS (WTW-SUB)
               COMPUTE WTW-DAILY-OT-HOURS (WTW-SUB) =
                   WTW-DAILY-OT-HOURS (WTW-SUB) +
                   WTC-HOURS (WTC-SUB) - WMF-OT-DAILY-LIMIT
           ELSE
               ADD WTC-HOURS (WTC-SUB) TO WTW-STRAIGHT-HOURS (WTW-SUB)
           END-IF.

           MOVE 'P'                    TO WTC-STATUS (WTC-SUB).
           ADD +1                      TO WTC-CARDS-PAID.
           GO TO P00928-APPLY-TIME-CARD-EXIT.

       P00928-REJECT-CARD.
           MOVE 'R'                    TO WTC-STATUS (WTC-SUB).
           MOVE WTC-EMP-NUM (WTC-SUB)  TO TXD-EMP-NUM.
           MOVE WTC-WORK-DATE (WTC-SUB)
                                       TO TXD-WORK-DATE.
           MOVE WTC-HOURS (WTC-SUB)    TO TXD-HOURS.
           MOVE WTC-REASON             TO TXD-REASON.
           PERFORM  P00927-WRITE-TIME-CARD-EXCP
               THRU P00927-WRITE-TIME-CARD-EXCP-EXIT.

       P00928-APPLY-TIME-CARD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00924-LIST-UNPAID-TIME-CARDS                  *
      *    FUNCTION :  AFTER THE PASS, LIST EVERY TIME CARD NO HOURLY *
      *                EMPLOYEE WAS PAID FOR -- THE EMPLOYEE IS NOT ON*
      *                THE MASTER (UNKNOWN, OR TERMINATED BY AN       *
      *                EARLIER RUN), WAS REJECTED TO EMPREJCT, OR IS  *
      *                NOT HOURLY.                                    *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00924-LIST-UNPAID-TIME-CARDS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WTC-SUB FROM +1 BY +1
                   UNTIL WTC-SUB > WTC-COUNT
               MOVE SPACES             TO WTC-REASON
               EVALUATE TRUE
                   WHEN WTC-PENDING (WTC-SUB)
                       MOVE 'EMPLOYEE UNKNOWN OR TERMINATED'
                                       TO WTC-REASON
                   WHEN WTC-PAIR-REJECTED (WTC-SUB)
                       MOVE 'EMPLOYEE PAIR REJECTED ON EMPREJCT'
                                       TO WTC-REASON
                   WHEN WTC-NOT-HOURLY (WTC-SUB)
                       MOVE 'EMPLOYEE IS NOT HOURLY - TIME NOT PAID'
                                       TO WTC-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WTC-REASON NOT = SPACES
                   MOVE WTC-EMP-NUM (WTC-SUB)
                                       TO TXD-EMP-NUM
                   MOVE WTC-WORK-DATE (WTC-SUB)
                                       TO TXD-WORK-DATE
                   MOVE WTC-HOURS (WTC-SUB)
                                       TO TXD-HOURS
                   MOVE WTC-REASON     TO TXD-REASON
                   PERFORM  P00927-WRITE-TIME-CARD-EXCP
                       THRU P00927-WRITE-TIME-CARD-EXCP-EXIT
               END-IF
           END-PERFORM.

       P00924-LIST-UNPAID-TIME-CARDS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00933-CALC-DEDUCTIONS                         *
      *    FUNCTION :  APPLY THE EMPLOYEE'S ELECTED DEDUCTIONS TO     *
      *                THE GROSS COMPENSATION JUST CALCULATED -- A    *
      *                RATE DEDUCTION TAKES ITS RATE OF GROSS, A      *
      *                FLAT DEDUCTION ITS FLAT AMOUNT -- LEAVING THE  *
      *                TOTAL DEDUCTED AND THE NET IN WDF-TOTAL-       *
      *                DEDUCT / WDF-NET-PAY.  DEDUCTIONS NEVER DRIVE  *
      *                NET BELOW ZERO.                                *
      *****************************************************************

       P00933-CALC-DEDUCTIONS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WDF-TOTAL-DEDUCT.

           PERFORM VARYING WDF-SUB FROM +1 BY +1
                   UNTIL WDF-SUB > WDE-COUNT
               IF WDE-EMP-NUM (WDF-SUB) = WA-EMP-NUM (1:5)
                   PERFORM VARYING WDF-DEF-SUB FROM +1 BY +1
                           UNTIL WDF-DEF-SUB > WDD-COUNT
                       IF WDD-CODE (WDF-DEF-SUB) =
                          WDE-CODE (WDF-SUB)
                           IF WDD-METHOD (WDF-DEF-SUB) = 'F'
                               MOVE WDD-FLAT (WDF-DEF-SUB)
                                       TO WDF-ONE-AMOUNT
                           ELSE
                               COMPUTE WDF-ONE-AMOUNT ROUNDED =
                                   EMP-COMPENSATION *
                                   WDD-RATE (WDF-DEF-SUB)
                           END-IF
                           ADD WDF-ONE-AMOUNT
                                       TO WDF-TOTAL-DEDUCT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WDF-TOTAL-DEDUCT > EMP-COMPENSATION
               MOVE EMP-COMPENSATION   TO WDF-TOTAL-DEDUCT
           END-IF.

           COMPUTE WDF-NET-PAY =
               EMP-COMPENSATION - WDF-TOTAL-DEDUCT.

       P00933-CALC-DEDUCTIONS-EXIT.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00934-CALC-SALES-PAY                          *
      *****************************************************************

       P00934-CALC-SALES-PAY.

      *****************************************************************
      *    COMMISSION IS THE NET OF THE REP'S SALESJRN POSTINGS FOR   *
      *    THE PAY PERIOD, CREDITS AND CLAW-BACKS INCLUDED.  A NET    *
      *    CLAW-BACK CANNOT REDUCE SALARY -- COMMISSION PAYS ZERO AND *
      *    THE UNRECOVERED AMOUNT IS LISTED ON SLSPAYEX               *
      *****************************************************************

           PERFORM  P00915-TOTAL-REP-POSTINGS
               THRU P00915-TOTAL-REP-POSTINGS-EXIT.

           IF NOT WSP-REP-ON-XREF
               MOVE WA-EMP-NUM          TO SPD-EMP-NUM
               MOVE SPACES              TO SPD-SALES-ID
               MOVE ZEROES              TO SPD-POSTINGS
                                           SPD-AMOUNT
               MOVE 'SALES EMPLOYEE HAS NO SALES ID ON SLSXREF'
                                        TO SPD-REASON
               PERFORM  P00917-WRITE-PAY-EXCEPTION
                   THRU P00917-WRITE-PAY-EXCEPTION-EXIT
           END-IF.

           IF WSP-REP-COMM < ZEROES
               MOVE WA-EMP-NUM          TO SPD-EMP-NUM
               MOVE WSP-REP-SALES-ID    TO SPD-SALES-ID
               MOVE WSP-REP-POSTINGS    TO SPD-POSTINGS
               MOVE WSP-REP-COMM        TO SPD-AMOUNT
               MOVE 'NET CLAW-BACK NOT RECOVERED - COMMISSION ZERO'
                                        TO SPD-REASON
               PERFORM  P00917-WRITE-PAY-EXCEPTION
                   THRU P00917-WRITE-PAY-EXCEPTION-EXIT
               MOVE ZEROES              TO CALC-COMMISSION
           ELSE
               MOVE WSP-REP-COMM        TO CALC-COMMISSION
           END-IF.

           MOVE SA-SALES-SALARY         TO EMP-WAGES.
           MOVE ZEROES                  TO OT-AMOUNT.
           ADD SA-SALES-SALARY CALC-COMMISSION TO EMP-COMPENSATION.

           IF WSP-REP-SALES = ZEROES
               MOVE 'ZERO '          TO REGION-COMMENT (WA-EMP-REGION)
           END-IF.

           ADD WSP-REP-SALES            TO REGION-SALES (WA-EMP-REGION).

       P00934-CALC-SALES-PAY-EXIT.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00936-CALC-MGMT-PAY                           *
      *****************************************************************

       P00936-CALC-MGMT-PAY.
           MOVE SA-MGMT-SALARY          TO EMP-WAGES.
           MOVE ZEROES                  TO OT-AMOUNT CALC-COMMISSION.
           ADD SA-MGMT-SALARY           TO EMP-COMPENSATION.

           MOVE WA-EMP-NAME          TO REGION-MANAGER (WA-EMP-REGION).
           MOVE SA-MGMT-SALARY       TO REGION-SALARY (WA-EMP-REGION).

       P00936-CALC-MGMT-PAY-EXIT.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00937-CHECK-ANNIVERSARY                       *
      *    FUNCTION :  SET ANNIVERSARY-IND WHEN TODAY IS THE EMPLOYEE'S*
      *                HIRE-DATE ANNIVERSARY (SAME MONTH/DAY, AN       *
      *                EARLIER YEAR) AND ADD THE ANNIVERSARY BONUS     *
      *                INTO EMP-COMPENSATION.                         *
      *****************************************************************

       P00937-CHECK-ANNIVERSARY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO ANNIVERSARY-IND.

           IF WA-EMP-HIRE-MONTH = WS-BUS-MONTH
              AND WA-EMP-HIRE-DAY = WS-BUS-DAY
              AND WS-EMP-HIRE-YEAR-4 < WS-BUS-YEAR
               MOVE 'Y'                TO ANNIVERSARY-IND
               ADD WS-ANNIVERSARY-BONUS-AMT
                                       TO EMP-COMPENSATION
           END-IF.

       P00937-CHECK-ANNIVERSARY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00929-FIND-REGION-XFER                        *
      *    FUNCTION :  DECIDE WHETHER A T= REGION TRANSFER APPLIES    *
      *                TO THE EMPLOYEE JUST CALCULATED: A TRANSFER    *
      *                FOR THIS EMPLOYEE NUMBER, EFFECTIVE IN THE     *
      *                BUSINESS MONTH, WHOSE OLD OR NEW REGION        *
      *                MATCHES THE REGION NOW ON THE MASTER.  THE     *
      *                OLD-REGION MATCH IS THE SUBMISSION RUN -- THE  *
      *                COMP PASS STILL READS THE UN-SWAPPED MASTER    *
      *                THE NIGHT THE T= CARD IS KEYED, SO THE SPLIT   *
      *                MUST APPLY THEN, NOT WAIT FOR A RE-KEY AGAINST *
      *                THE SWAPPED MASTER.  LEAVES THE TABLE          *
      *                SUBSCRIPT IN WXS-SUB WHEN FOUND.               *
      *****************************************************************

       P00929-FIND-REGION-XFER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WXS-FOUND-SW.

           PERFORM VARYING WXS-SUB FROM +1 BY +1
                   UNTIL (WXS-SUB > WXF-COUNT) OR
                         WXS-XFER-FOUND
               IF (WXF-EMP-NUM (WXS-SUB) = WA-EMP-NUM (1:5))     AND
                  (WXF-EFF-YYMM (WXS-SUB) =
                   WS-BUSINESS-DATE-R (1:6))                     AND
                  ((WXF-NEW-REGION (WXS-SUB) = WA-EMP-REGION) OR
                   (WXF-OLD-REGION (WXS-SUB) = WA-EMP-REGION))
                   MOVE 'Y'            TO WXS-FOUND-SW
                   SUBTRACT +1         FROM WXS-SUB
               END-IF
           END-PERFORM.

       P00929-FIND-REGION-XFER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00935-SPLIT-REGION-TRANSFER                   *
      *    FUNCTION :  STORE THE TRANSFERRED EMPLOYEE AS TWO HOLD     *
      *                LINES -- THE OLD REGION'S SHARE (SPLIT '1',    *
      *                WHICH OWNS THE WHOLE-EMPLOYEE FEED, PAYMENT    *
      *                AND DEDUCTIONS) AND THE NEW REGION'S SHARE     *
      *                (SPLIT '2', REPORT LINES ONLY) -- PRORATED BY  *
      *                DAYS IN REGION THROUGH THE BUSINESS DATE.      *
      *                THE NEW-REGION SHARE IS THE REMAINDER, SO THE  *
      *                TWO LINES ALWAYS SUM BACK TO THE WHOLE.  BOTH  *
      *                LINE REGIONS COME FROM THE TRANSFER CARD, SO   *
      *                THE SPLIT IS RIGHT WHETHER THE MASTER STILL    *
      *                CARRIES THE OLD REGION (SUBMISSION RUN) OR     *
      *                ALREADY THE NEW ONE.  A SALES EMPLOYEE'S       *
      *                REGION SALES (POSTED WHOLE TO THE MASTER'S     *
      *                REGION BY P00934) ARE RE-SPLIT THE SAME WAY    *
      *                FOR REGRPT.                                    *
      *****************************************************************

       P00935-SPLIT-REGION-TRANSFER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WXS-SPLITS-APPLIED.

      *****************************************************************
      *    DAYS IN THE OLD REGION = DAYS BEFORE THE EFFECTIVE DATE,   *
      *    OUT OF THE PERIOD ELAPSED THROUGH THE BUSINESS DATE        *
      *****************************************************************

           COMPUTE WXS-OLD-DAYS = WXF-EFF-DAY (WXS-SUB) - 1.
           MOVE WS-BUS-DAY             TO WXS-TOTAL-DAYS.
           IF WXS-OLD-DAYS < +0
               MOVE +0                 TO WXS-OLD-DAYS
           END-IF.
           IF WXS-OLD-DAYS > WXS-TOTAL-DAYS
               MOVE WXS-TOTAL-DAYS     TO WXS-OLD-DAYS
           END-IF.

           COMPUTE WXS-OLD-WAGES ROUNDED =
               EMP-WAGES * WXS-OLD-DAYS / WXS-TOTAL-DAYS.
           COMPUTE WXS-OLD-OT ROUNDED =
               OT-AMOUNT * WXS-OLD-DAYS / WXS-TOTAL-DAYS.
           COMPUTE WXS-OLD-COMM ROUNDED =
               CALC-COMMISSION * WXS-OLD-DAYS / WXS-TOTAL-DAYS.
           COMPUTE WXS-OLD-TOTAL ROUNDED =
               EMP-COMPENSATION * WXS-OLD-DAYS / WXS-TOTAL-DAYS.
           COMPUTE WRP-OLD-RETRO ROUNDED =
               WRP-EMP-RETRO * WXS-OLD-DAYS / WXS-TOTAL-DAYS.

      *****************************************************************
      *    OLD-REGION LINE (SPLIT '1') -- CARRIES THE FULL DEDUCTION  *
      *    AND NET SO THE FEED AND PAYMENT STAY WHOLE-EMPLOYEE        *
      *****************************************************************

           MOVE WA-EMP-REGION          TO WXS-SAVE-REGION.
           MOVE EMP-WAGES              TO WXS-SAVE-WAGES.
           MOVE OT-AMOUNT              TO WXS-SAVE-OT.
           MOVE CALC-COMMISSION        TO WXS-SAVE-COMM.
           MOVE EMP-COMPENSATION       TO WXS-SAVE-TOTAL.
           MOVE WRP-EMP-RETRO          TO WRP-SAVE-RETRO.

           MOVE WXF-OLD-REGION (WXS-SUB)
                                       TO WA-EMP-REGION.
           MOVE WRP-OLD-RETRO          TO WRP-EMP-RETRO.
           MOVE WXS-OLD-WAGES          TO EMP-WAGES.
           MOVE WXS-OLD-OT             TO OT-AMOUNT.
           MOVE WXS-OLD-COMM           TO CALC-COMMISSION.
           MOVE WXS-OLD-TOTAL          TO EMP-COMPENSATION.
           MOVE '1'                    TO WXS-CURRENT-SPLIT-IND.
           PERFORM  P00938-STORE-HOLD-TABLE
               THRU P00938-STORE-HOLD-TABLE-EXIT.

      *****************************************************************
      *    NEW-REGION LINE (SPLIT '2') -- THE REMAINDER, NO FEED OR   *
      *    PAYMENT OF ITS OWN.  THE REGION COMES FROM THE TRANSFER    *
      *    CARD, NOT THE MASTER -- ON THE SUBMISSION RUN THE MASTER   *
      *    STILL CARRIES THE OLD REGION                               *
      *****************************************************************

           MOVE WXF-NEW-REGION (WXS-SUB)
                                       TO WA-EMP-REGION.
           COMPUTE EMP-WAGES = WXS-SAVE-WAGES - WXS-OLD-WAGES.
           COMPUTE OT-AMOUNT = WXS-SAVE-OT - WXS-OLD-OT.
           COMPUTE CALC-COMMISSION =
               WXS-SAVE-COMM - WXS-OLD-COMM.
           COMPUTE EMP-COMPENSATION =
               WXS-SAVE-TOTAL - WXS-OLD-TOTAL.
           COMPUTE WRP-EMP-RETRO = WRP-SAVE-RETRO - WRP-OLD-RETRO.
           MOVE WDF-TOTAL-DEDUCT       TO WXS-SAVE-DEDUCT.
           MOVE WDF-NET-PAY            TO WXS-SAVE-NET.
           MOVE ZEROES                 TO WDF-TOTAL-DEDUCT
                                          WDF-NET-PAY.
           MOVE '2'                    TO WXS-CURRENT-SPLIT-IND.
           PERFORM  P00938-STORE-HOLD-TABLE
               THRU P00938-STORE-HOLD-TABLE-EXIT.

      *****************************************************************
      *    PUT THE WHOLE-EMPLOYEE FIGURES BACK FOR THE COMPENSATION   *
      *    MASTER POSTING AND COMMISSION STATEMENT THAT FOLLOW        *
      *****************************************************************

           MOVE SPACE                  TO WXS-CURRENT-SPLIT-IND.
           MOVE WXS-SAVE-REGION        TO WA-EMP-REGION.
           MOVE WXS-SAVE-WAGES         TO EMP-WAGES.
           MOVE WXS-SAVE-OT            TO OT-AMOUNT.
           MOVE WXS-SAVE-COMM          TO CALC-COMMISSION.
           MOVE WXS-SAVE-TOTAL         TO EMP-COMPENSATION.
           MOVE WRP-SAVE-RETRO         TO WRP-EMP-RETRO.
           MOVE WXS-SAVE-DEDUCT        TO WDF-TOTAL-DEDUCT.
           MOVE WXS-SAVE-NET           TO WDF-NET-PAY.

      *****************************************************************
      *    A SALES EMPLOYEE'S PERIOD SALES WERE POSTED WHOLE TO THE   *
      *    MASTER'S REGION (OLD ON THE SUBMISSION RUN, NEW AFTER THE  *
      *    SWAP) -- RE-SPREAD THEM AS OLD SHARE / NEW REMAINDER       *
      *****************************************************************

           IF SALES
               COMPUTE WXS-OLD-SALES ROUNDED =
                   WSP-REP-SALES * WXS-OLD-DAYS / WXS-TOTAL-DAYS
               COMPUTE WXS-NEW-SALES =
                   WSP-REP-SALES - WXS-OLD-SALES
               SUBTRACT WSP-REP-SALES
                   FROM REGION-SALES (WXS-SAVE-REGION)
               ADD WXS-OLD-SALES
                   TO REGION-SALES (WXF-OLD-REGION (WXS-SUB))
               ADD WXS-NEW-SALES
                   TO REGION-SALES (WXF-NEW-REGION (WXS-SUB))
           END-IF.

       P00935-SPLIT-REGION-TRANSFER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00938-STORE-HOLD-TABLE                        *
      *    FUNCTION :  STORE THE DETAIL LINE IN HOLD-TABLE BY REGION  *
      *                AND SEQUENCE WITHIN REGION.                    *
      *****************************************************************

       P00938-STORE-HOLD-TABLE.
           IF WHT-HOLD-COUNT = WHT-HOLD-MAX
               MOVE 'HOLD-TABLE'        TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW  TO WPGE-DESCRIPTION
               MOVE 'GEN'               TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'            TO WPGE-PROGRAM-ID
               MOVE 'P00938'            TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           ELSE
               ADD 1 TO WHT-HOLD-COUNT
               SET HOLD-IX              TO WHT-HOLD-COUNT
               MOVE WA-EMP-NUM          TO HOLD-EMP-NUM (HOLD-IX)
               MOVE WA-EMP-REGION       TO HOLD-REGION-NUM (HOLD-IX)
               MOVE ANNIVERSARY-IND     TO HOLD-ANNIV (HOLD-IX)
               MOVE WRM-REGION-NAME (WA-EMP-REGION)
                                        TO HOLD-REGION (HOLD-IX)
               MOVE WA-EMP-TYPE         TO HOLD-TYPE (HOLD-IX)
               MOVE WA-EMP-NAME         TO HOLD-NAME (HOLD-IX)
               MOVE EMP-WAGES           TO HOLD-WAGES (HOLD-IX)
               MOVE OT-AMOUNT           TO HOLD-OT (HOLD-IX)
               MOVE OT-HOURS            TO HOLD-OT-HOURS (HOLD-IX)
               MOVE REG-HOURS           TO HOLD-REG-HOURS (HOLD-IX)
               MOVE CALC-COMMISSION     TO HOLD-COMM (HOLD-IX)
               MOVE EMP-COMPENSATION    TO HOLD-TOTAL (HOLD-IX)
               MOVE WDF-TOTAL-DEDUCT    TO HOLD-DEDUCT (HOLD-IX)
               MOVE WDF-NET-PAY         TO HOLD-NET (HOLD-IX)
               PERFORM  P00908-SET-DEPOSIT-ACCOUNT
                   THRU P00908-SET-DEPOSIT-ACCOUNT-EXIT
               MOVE WDP-BANK-ROUTING    TO HOLD-BANK-ROUTING (HOLD-IX)
               MOVE WDP-BANK-ACCOUNT    TO HOLD-BANK-ACCOUNT (HOLD-IX)
               MOVE WDP-PAY-METHOD      TO HOLD-PAY-METHOD (HOLD-IX)
               MOVE WXS-CURRENT-SPLIT-IND
                                        TO HOLD-SPLIT-IND (HOLD-IX)
               MOVE WRP-EMP-RETRO       TO HOLD-RETRO (HOLD-IX)
               MOVE WRP-EMP-FROM-DATE   TO HOLD-RETRO-FROM (HOLD-IX)
               MOVE WRP-EMP-PERIODS     TO HOLD-RETRO-PERIODS (HOLD-IX)
           END-IF.

       P00938-STORE-HOLD-TABLE-EXIT.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00939-POST-COMP-MASTER                        *
      *    FUNCTION :  POST THE EMPLOYEE JUST CALCULATED TO THE       *
      *                COMPENSATION MASTER (COMPMSTR) -- MTD / QTD /  *
      *                YTD BUCKETS FOR WAGES, OVERTIME, COMMISSION,   *
      *                ANNIVERSARY BONUS AND RETRO PAY, KEYED ON      *
      *                EMPLOYEE NUMBER, AND THE PAY'S GROSS / OT /    *
      *                NET FOR THE NEXT RUN'S VARIANCE CHECK.  A NEW  *
      *                EMPLOYEE GETS A FRESH RECORD.                  *
      *****************************************************************

       P00939-POST-COMP-MASTER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF ANNIVERSARY
               MOVE WS-ANNIVERSARY-BONUS-AMT
                                       TO WMF-POST-BONUS-AMT
           ELSE
               MOVE ZEROES             TO WMF-POST-BONUS-AMT
           END-IF.

           MOVE WA-EMP-NUM             TO CMR-EMP-NUM.

           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

      *****************************************************************
      *    SET THIS PAY AGAINST THE LAST RUN'S BEFORE IT IS POSTED    *
      *****************************************************************

           PERFORM  P00997-CHECK-PAY-VARIANCE
               THRU P00997-CHECK-PAY-VARIANCE-EXIT.

      *****************************************************************
      *    RESTART SAFETY -- A RERUN OF THE SAME BUSINESS DATE (THE   *
      *    DOCUMENTED RESTART PATH RERUNS THE WHOLE COMPENSATION      *
      *    PASS) MUST NOT POST THE SAME EMPLOYEE A SECOND TIME AND    *
      *    DOUBLE THE MTD/QTD/YTD BUCKETS.  THE RECORD JUST READ      *
      *    STAYS IN MEMORY SO THE COMMISSION STATEMENT STILL PRINTS   *
      *    CURRENT PERIOD / YTD FIGURES                               *
      *****************************************************************

           IF COMPMSTR-RECORD-ON-FILE AND
              CMR-LAST-POST-DATE = WS-BUSINESS-DATE-R
               GO TO P00939-POST-COMP-MASTER-EXIT.

      *****************************************************************
      *    KEEP THE BEFORE IMAGE FOR THE POSTING LOG (P00142)         *
      *****************************************************************

           IF COMPMSTR-RECORD-NEW
               MOVE 'Y'                TO WPL-NEW-RECORD-SW
               MOVE ZEROES             TO WPL-LAST-POST-DATE
                                          WPL-PRIOR-POST-DATE
           ELSE
               MOVE 'N'                TO WPL-NEW-RECORD-SW
               MOVE CMR-LAST-POST-DATE TO WPL-LAST-POST-DATE
               MOVE CMR-PRIOR-POST-DATE
                                       TO WPL-PRIOR-POST-DATE.

           IF COMPMSTR-RECORD-NEW
               INITIALIZE COMP-MASTER-RECORD
               MOVE WA-EMP-NUM         TO CMR-EMP-NUM.

           ADD EMP-WAGES               TO CMR-MTD-WAGES
                                          CMR-QTD-WAGES
                                          CMR-YTD-WAGES.
           ADD OT-AMOUNT               TO CMR-MTD-OT
                                          CMR-QTD-OT
                                          CMR-YTD-OT.
           ADD CALC-COMMISSION         TO CMR-MTD-COMM
                                          CMR-QTD-COMM
                                          CMR-YTD-COMM.
           ADD WMF-POST-BONUS-AMT      TO CMR-MTD-BONUS
                                          CMR-QTD-BONUS
                                          CMR-YTD-BONUS.
           ADD WRP-EMP-RETRO           TO CMR-MTD-RETRO
                                          CMR-QTD-RETRO
                                          CMR-YTD-RETRO.
           MOVE CMR-LAST-POST-DATE     TO CMR-PRIOR-POST-DATE.
           MOVE WS-BUSINESS-DATE-R     TO CMR-LAST-POST-DATE.
           MOVE CMR-LAST-GROSS         TO CMR-PRIOR-GROSS.
           MOVE CMR-LAST-OT            TO CMR-PRIOR-OT.
           MOVE CMR-LAST-NET           TO CMR-PRIOR-NET.
           MOVE EMP-COMPENSATION       TO CMR-LAST-GROSS.
           MOVE OT-AMOUNT              TO CMR-LAST-OT.
           MOVE WDF-NET-PAY            TO CMR-LAST-NET.

           IF COMPMSTR-RECORD-NEW
               WRITE COMP-MASTER-RECORD
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
           ELSE
               REWRITE COMP-MASTER-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'               TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00939'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           PERFORM  P00142-LOG-COMP-POSTING
               THRU P00142-LOG-COMP-POSTING-EXIT.

       P00939-POST-COMP-MASTER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00940-PRINT-EMPLOYEE-REPORT                   *
      *    FUNCTION :  FORMAT AND WRITE THE EMPLOYEE COMPENSATION     *
      *                REPORT FROM HOLD-TABLE, BY REGION AND THEN BY  *
      *                SEQUENCE WITHIN REGION.                        *
      *****************************************************************

       P00940-PRINT-EMPLOYEE-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUS-MONTH            TO EMP-RUN-MONTH.
           MOVE WS-BUS-DAY              TO EMP-RUN-DAY.
           MOVE WS-BUS-YEAR             TO EMP-RUN-YEAR.

           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > WRM-REGION-COUNT
               MOVE ZEROES             TO WXA-REGION-WAGES
                                          WXA-REGION-OT
                                          WXA-REGION-COMM
                                          WXA-REGION-TOTAL
               PERFORM VARYING HOLD-IX FROM 1 BY 1
                       UNTIL HOLD-IX > WHT-HOLD-COUNT
                   IF HOLD-REGION-NUM (HOLD-IX) = REG-IX
                       MOVE HOLD-ANNIV (HOLD-IX)
                                        TO EMP-DTL-ANNIV-IND
                       MOVE HOLD-NAME (HOLD-IX)   TO EMP-DTL-NAME
                       MOVE HOLD-REGION (HOLD-IX) TO EMP-DTL-REGION
                       MOVE HOLD-TYPE (HOLD-IX)   TO EMP-DTL-TYPE
                       MOVE HOLD-WAGES (HOLD-IX)  TO EMP-DTL-WAGES
                       MOVE HOLD-OT (HOLD-IX)     TO EMP-DTL-OT
                       MOVE HOLD-COMM (HOLD-IX)   TO EMP-DTL-COMM
                       MOVE HOLD-TOTAL (HOLD-IX)  TO EMP-DTL-TOTAL
                       MOVE EMPLOYEE-DTL          TO EMP-PRINT-RECORD
                       PERFORM  P00945-WRITE-EMP-LINE
                           THRU P00945-WRITE-EMP-LINE-EXIT
                       IF HOLD-DEDUCT (HOLD-IX) > ZEROES
                           MOVE HOLD-DEDUCT (HOLD-IX)
                                                  TO EMP-DTL-DEDUCT
                           MOVE HOLD-NET (HOLD-IX)
                                                  TO EMP-DTL-NET
                           MOVE EMPLOYEE-DED-DTL  TO EMP-PRINT-RECORD
                           PERFORM  P00945-WRITE-EMP-LINE
                               THRU P00945-WRITE-EMP-LINE-EXIT
                           PERFORM  P00942-PRINT-DEDUCTION-LINES
                               THRU P00942-PRINT-DEDUCTION-LINES-EXIT
                       END-IF
      *****************************************************************
      *    A REGION-TRANSFER SPLIT PAIR FEEDS AND PAYS ONCE: THE '1'  *
      *    LINE CARRIES THE WHOLE EMPLOYEE (ITS OWN SHARE PLUS THE    *
      *    ADJACENT '2' LINE'S), THE '2' LINE IS REPORT ONLY.  RETRO  *
      *    PAY RIDES AS AN R RECORD AFTER THE EMPLOYEE'S D RECORDS    *
      *****************************************************************
                       IF HOLD-SPLIT-IND (HOLD-IX) NOT = '2'
                           MOVE HOLD-EMP-NUM (HOLD-IX)
                                                  TO ECP-EMP-NUM
                           MOVE HOLD-NAME (HOLD-IX)
                                                  TO ECP-EMP-NAME
                           MOVE HOLD-TOTAL (HOLD-IX)
                                                  TO ECP-TOTAL-COMP
                           MOVE HOLD-TYPE (HOLD-IX)
                                                  TO ECP-EMP-TYPE
                           MOVE HOLD-WAGES (HOLD-IX)
                                                  TO ECP-WAGES
                           MOVE HOLD-OT (HOLD-IX)
                                                  TO ECP-OT-PAY
                           MOVE HOLD-RETRO (HOLD-IX)
                                                  TO WRP-FEED-RETRO
                           IF HOLD-SPLIT-IND (HOLD-IX) = '1'
                               SET HOLD-IX        UP BY 1
                               ADD HOLD-TOTAL (HOLD-IX)
                                                  TO ECP-TOTAL-COMP
                               ADD HOLD-WAGES (HOLD-IX)
                                                  TO ECP-WAGES
                               ADD HOLD-OT (HOLD-IX)
                                                  TO ECP-OT-PAY
                               ADD HOLD-RETRO (HOLD-IX)
                                                  TO WRP-FEED-RETRO
                               SET HOLD-IX        DOWN BY 1
                           END-IF
                           PERFORM  P00949-FIND-EMP-SHIFT
                               THRU P00949-FIND-EMP-SHIFT-EXIT
                           MOVE HOLD-DEDUCT (HOLD-IX)
                                                  TO ECP-TOTAL-DEDUCT
                           MOVE HOLD-NET (HOLD-IX)
                                                  TO ECP-NET-PAY
                           WRITE EMP-COMP-RECORD
                               FROM WS-EMP-COMP-RECORD
                           IF ECP-TOTAL-DEDUCT > ZEROES
                               PERFORM  P00944-WRITE-DEDUCTION-FEED
                                   THRU P00944-WRITE-DEDUCTION-FEED-EXIT
                           END-IF
                           IF WRP-FEED-RETRO > ZEROES
                               MOVE HOLD-EMP-NUM (HOLD-IX)
                                                  TO ERT-EMP-NUM
                               MOVE WRP-FEED-RETRO
                                                  TO ERT-RETRO-AMOUNT
                               MOVE HOLD-RETRO-FROM (HOLD-IX)
                                                  TO ERT-EFF-DATE
                               MOVE HOLD-RETRO-PERIODS (HOLD-IX)
                                                  TO ERT-PERIODS
                               WRITE EMP-COMP-RECORD
                                   FROM WS-EMP-RETRO-RECORD
                           END-IF
                           ADD +1      TO WS-PARTITION-EMP-COUNT
                           ADD ECP-TOTAL-COMP
                                       TO WS-PARTITION-TOTAL-COMP
                           PERFORM  P00943-WRITE-PAYMENT
                               THRU P00943-WRITE-PAYMENT-EXIT
                           PERFORM  P00980-WRITE-PAY-ADVICE
                               THRU P00980-WRITE-PAY-ADVICE-EXIT
                       END-IF
                       PERFORM  P00946-WRITE-EXTRACT-DETAIL
                           THRU P00946-WRITE-EXTRACT-DETAIL-EXIT
                       PERFORM  P00131-GL-PAY-EXPENSE
                           THRU P00131-GL-PAY-EXPENSE-EXIT
                   END-IF
               END-PERFORM
               PERFORM  P00947-WRITE-EXTRACT-REGION
                   THRU P00947-WRITE-EXTRACT-REGION-EXIT
           END-PERFORM.

      *****************************************************************
      *    GRAND TOTAL TRAILER RECORD ON THE EXTRACT FEED             *
      *****************************************************************

           MOVE WXA-EMP-COUNT           TO EXG-EMP-COUNT.
           MOVE WXA-GRAND-WAGES         TO EXG-WAGES.
           MOVE WXA-GRAND-OT            TO EXG-OT.
           MOVE WXA-GRAND-COMM          TO EXG-COMM.
           MOVE WXA-GRAND-TOTAL         TO EXG-TOTAL.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-GRAND.

      *****************************************************************
      *    CLOSE OUT THE PAYMENT FILE -- TRAILER WITH THE PAYMENT     *
      *    COUNT AND AMOUNT HASH TOTAL, REGISTER TOTAL LINE           *
      *****************************************************************

           MOVE WPY-PAYMENT-COUNT       TO PYT-PAYMENT-COUNT.
           MOVE WPY-HASH-TOTAL          TO PYT-HASH-TOTAL.
           MOVE WPY-PRENOTE-COUNT       TO PYT-PRENOTE-COUNT.
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-TRAILER.

      *****************************************************************
      *    ON A PARTITIONED RUN, CLOSE THE COMPENSATION FEED WITH     *
      *    THE PARTITION TRAILER COMPMRGE VERIFIES AGAINST            *
      *****************************************************************

           IF PARTITIONED-RUN
               MOVE WS-PARTITION-REGION TO PTR-REGION
               MOVE WS-PARTITION-EMP-COUNT
                                        TO PTR-EMP-COUNT
               MOVE WS-PARTITION-TOTAL-COMP
                                        TO PTR-TOTAL-COMP
               WRITE EMP-COMP-RECORD FROM WS-PARTITION-TRAILER
           END-IF.

           MOVE BLANK-LINE              TO PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD.
           MOVE WPY-PAYMENT-COUNT       TO PRT-COUNT.
           MOVE WPY-HASH-TOTAL          TO PRT-HASH.
           MOVE WPY-NO-ACCOUNT-COUNT    TO PRT-NO-ACCOUNT.
           WRITE PAY-REGISTER-RECORD FROM PAYREG-TOTALS.
           MOVE WPY-PRENOTE-COUNT       TO PRT-PRENOTE-COUNT.
           MOVE WPY-PAPER-CHECK-COUNT   TO PRT-PAPER-COUNT.
           MOVE WPY-PAPER-CHECK-TOTAL   TO PRT-PAPER-TOTAL.
           WRITE PAY-REGISTER-RECORD FROM PAYREG-PRENOTE-TOTALS.

           MOVE BLANK-LINE              TO EMP-PRINT-RECORD.
           PERFORM  P00945-WRITE-EMP-LINE
               THRU P00945-WRITE-EMP-LINE-EXIT.
           MOVE GRAND-TOTAL-EMP         TO EMP-GRAND-TOTAL.
           MOVE EMP-TOTAL-DTL           TO EMP-PRINT-RECORD.
           PERFORM  P00945-WRITE-EMP-LINE
               THRU P00945-WRITE-EMP-LINE-EXIT.

       P00940-PRINT-EMPLOYEE-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *    PARAGRAPH:  P00941-WRITE-COMM-STATEMENT                    *
      *    FUNCTION :  WRITE ONE COMMISSION STATEMENT BLOCK TO        *
      *                COMMSTMT FOR THE SALES EMPLOYEE JUST POSTED -- *
      *                THE POSTING'S SALE AMOUNT, STATE/TYPE, THE SPC *
      *                BONUS PCT APPLIED, THE COMMISSION EARNED, AND  *
      *                THE PERIOD / YTD COMMISSION TOTALS FROM THE    *
      *                COMPENSATION MASTER RECORD STILL IN MEMORY.    *
      *****************************************************************

       P00941-WRITE-COMM-STATEMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE STATEMENT-RECORD FROM WPM-ALL-ASTERISK.

           MOVE WS-BUS-MONTH           TO STM-RUN-MONTH.
           MOVE WS-BUS-DAY             TO STM-RUN-DAY.
           MOVE WS-BUS-YEAR            TO STM-RUN-YEAR.
           WRITE STATEMENT-RECORD FROM STMT-HDR1.

           MOVE WSP-REP-SALES-ID       TO STM-SALES-ID.
           MOVE WA-EMP-NUM             TO STM-EMP-NUM.
           MOVE WA-EMP-NAME            TO STM-EMP-NAME.
           WRITE STATEMENT-RECORD FROM STMT-HDR2.

      *****************************************************************
      *    TODAY'S POSTING SHOWS ONLY ON ITS OWN REP'S STATEMENT --   *
      *    IT IS PAID ON THE NEXT RUN WITH THE REST OF THAT PERIOD    *
      *****************************************************************

           IF WSP-REP-ON-XREF AND
              SCM-SALES-ID = WSP-REP-SALES-ID
               MOVE SALES-AMT          TO STM-SALE-AMOUNT
               MOVE SALES-TYPE         TO STM-SALES-TYPE
               MOVE SALES-POINT-STATE  TO STM-SALES-STATE
               WRITE STATEMENT-RECORD FROM STMT-DTL1
               MOVE WMF-STMT-BONUS-PCT TO STM-BONUS-PCT
               MOVE SALES-POINT-COMMISSION
                                       TO STM-COMMISSION
               WRITE STATEMENT-RECORD FROM STMT-DTL2
           END-IF.

           IF WSP-REP-START = ZEROES
               MOVE 'ALL PRIOR'        TO STM-PERIOD-FROM
           ELSE
               MOVE WSP-REP-START      TO WSP-DATE-WORK
               MOVE WSP-DATE-MONTH     TO WSP-EDIT-MONTH
               MOVE WSP-DATE-DAY       TO WSP-EDIT-DAY
               MOVE WSP-DATE-YEAR      TO WSP-EDIT-YEAR
               MOVE WSP-DATE-EDIT      TO STM-PERIOD-FROM
           END-IF.
           MOVE WSP-REP-POSTINGS       TO STM-PERIOD-COUNT.
           WRITE STATEMENT-RECORD FROM STMT-DTL4.

           MOVE WSP-REP-SALES          TO STM-PERIOD-SALES.
           MOVE WSP-REP-CREDITS        TO STM-PERIOD-CREDITS.
           MOVE CALC-COMMISSION        TO STM-PERIOD-PAID.
           WRITE STATEMENT-RECORD FROM STMT-DTL5.

           MOVE CMR-MTD-COMM           TO STM-PERIOD-COMM.
           MOVE CMR-YTD-COMM           TO STM-YTD-COMM.
           WRITE STATEMENT-RECORD FROM STMT-DTL3.

           WRITE STATEMENT-RECORD FROM BLANK-LINE.

       P00941-WRITE-COMM-STATEMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00942-PRINT-DEDUCTION-LINES                   *
      *    FUNCTION :  PRINT ONE REPORT LINE PER ELECTED DEDUCTION    *
      *                (CODE AND AMOUNT) UNDER THE DEDUCTIONS LINE    *
      *                FOR THE HOLD-TABLE ENTRY AT HOLD-IX.  EACH     *
      *                AMOUNT IS RECOMPUTED FROM THE WHOLE-EMPLOYEE   *
      *                GROSS EXACTLY AS P00933 DID, AND CAPPED SO     *
      *                THE LINES ALWAYS SUM TO THE (POSSIBLY CAPPED)  *
      *                TOTAL ON THE DEDUCTIONS LINE.                  *
      *****************************************************************

       P00942-PRINT-DEDUCTION-LINES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE HOLD-TOTAL (HOLD-IX)   TO WDF-GROSS-COMP.
           IF HOLD-SPLIT-IND (HOLD-IX) = '1'
               SET HOLD-IX             UP BY 1
               ADD HOLD-TOTAL (HOLD-IX)
                                       TO WDF-GROSS-COMP
               SET HOLD-IX             DOWN BY 1
           END-IF.
           MOVE HOLD-DEDUCT (HOLD-IX)  TO WDF-REMAINING.

           PERFORM VARYING WDF-SUB FROM +1 BY +1
                   UNTIL WDF-SUB > WDE-COUNT
               IF WDE-EMP-NUM (WDF-SUB) =
                  HOLD-EMP-NUM (HOLD-IX) (1:5)
                   PERFORM VARYING WDF-DEF-SUB FROM +1 BY +1
                           UNTIL WDF-DEF-SUB > WDD-COUNT
                       IF WDD-CODE (WDF-DEF-SUB) =
                          WDE-CODE (WDF-SUB)
                           IF WDD-METHOD (WDF-DEF-SUB) = 'F'
                               MOVE WDD-FLAT (WDF-DEF-SUB)
                                       TO WDF-ONE-AMOUNT
                           ELSE
                               COMPUTE WDF-ONE-AMOUNT ROUNDED =
                                   WDF-GROSS-COMP *
                                   WDD-RATE (WDF-DEF-SUB)
                           END-IF
                           IF WDF-ONE-AMOUNT > WDF-REMAINING
                               MOVE WDF-REMAINING
                                       TO WDF-ONE-AMOUNT
                           END-IF
                           SUBTRACT WDF-ONE-AMOUNT
                                       FROM WDF-REMAINING
                           MOVE WDD-CODE (WDF-DEF-SUB)
                                       TO EMP-DTL-DED-CODE
                           MOVE WDF-ONE-AMOUNT
                                       TO EMP-DTL-DED-AMOUNT
                           MOVE EMPLOYEE-DED-CODE-DTL
                                       TO EMP-PRINT-RECORD
                           PERFORM  P00945-WRITE-EMP-LINE
                               THRU P00945-WRITE-EMP-LINE-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       P00942-PRINT-DEDUCTION-LINES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00943-WRITE-PAYMENT                           *
      *    FUNCTION :  WRITE ONE DIRECT-DEPOSIT PAYMENT AT NET PAY    *
      *                FOR THE HOLD-TABLE ENTRY AT HOLD-IX, ROLLING   *
      *                IT INTO THE COUNT AND HASH TOTAL, AND LIST IT  *
      *                ON THE PAYMENT REGISTER.  AN EMPLOYEE WITH NO  *
      *                BANK ACCOUNT ON THE MASTER IS LISTED ON THE    *
      *                REGISTER AND BYPASSED -- THAT LINE IS THE      *
      *                SIGNAL TO GET THE ACCOUNT ONTO THE MASTER.     *
      *                AN ACCOUNT STILL IN ITS PRENOTE WAIT IS PAID   *
      *                BY PAPER CHECK, LISTED WITH THE ACCOUNT IT     *
      *                WILL MOVE TO.                                  *
      *                EITHER WAY THE PAYMENT GOES ON PAYHIST AS THE  *
      *                DATE'S SEQUENCE 00 SO AN OFF-CYCLE RUN CAN     *
      *                VOID OR REISSUE IT.                            *
      *****************************************************************

       P00943-WRITE-PAYMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO PAYREG-DETAIL.
           MOVE HOLD-EMP-NUM (HOLD-IX) TO PRD-EMP-NUM.
           MOVE HOLD-NAME (HOLD-IX)    TO PRD-EMP-NAME.
           MOVE HOLD-NET (HOLD-IX)     TO PRD-AMOUNT.

           EVALUATE HOLD-PAY-METHOD (HOLD-IX)
               WHEN 'D'
                   MOVE HOLD-EMP-NUM (HOLD-IX)
                                       TO PAY-EMP-NUM
                   MOVE HOLD-BANK-ROUTING (HOLD-IX)
                                       TO PAY-BANK-ROUTING
                   MOVE HOLD-BANK-ACCOUNT (HOLD-IX)
                                       TO PAY-BANK-ACCOUNT
                                          PRD-BANK-ACCOUNT
                   MOVE HOLD-NET (HOLD-IX)
                                       TO PAY-AMOUNT
                   MOVE WS-BUSINESS-DATE-R
                                       TO PAY-DATE
                   WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
                   ADD +1              TO WPY-PAYMENT-COUNT
                   ADD HOLD-NET (HOLD-IX)
                                       TO WPY-HASH-TOTAL
                   MOVE 'PAID'         TO PRD-COMMENT
                   MOVE 'NETP'         TO WGL-ADD-FUNCTION
               WHEN 'C'
                   MOVE HOLD-BANK-ACCOUNT (HOLD-IX)
                                       TO PRD-BANK-ACCOUNT
                   ADD +1              TO WPY-PAPER-CHECK-COUNT
                   ADD HOLD-NET (HOLD-IX)
                                       TO WPY-PAPER-CHECK-TOTAL
                   MOVE 'PAPER CHECK - PRENOTE'
                                       TO PRD-COMMENT
                   MOVE 'NETU'         TO WGL-ADD-FUNCTION
               WHEN OTHER
                   ADD +1              TO WPY-NO-ACCOUNT-COUNT
                   MOVE 'NO BANK ACCOUNT ON MASTER'
                                       TO PRD-COMMENT
                   MOVE 'NETU'         TO WGL-ADD-FUNCTION
           END-EVALUATE.

           WRITE PAY-REGISTER-RECORD FROM PAYREG-DETAIL.

           MOVE SPACES                 TO WGL-ADD-QUALIFIER.
           MOVE HOLD-NET (HOLD-IX)     TO WGL-ADD-AMOUNT.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

      *****************************************************************
      *    PAYMENT HISTORY -- THE WHOLE EMPLOYEE AS FED ON EMPCOMP    *
      *    (A SPLIT PAIR'S COMMISSION IS SUMMED THE SAME WAY)         *
      *****************************************************************

           MOVE HOLD-COMM (HOLD-IX)    TO WPY-COMM-TOTAL.
           IF HOLD-SPLIT-IND (HOLD-IX) = '1'
               SET HOLD-IX             UP BY 1
               ADD HOLD-COMM (HOLD-IX) TO WPY-COMM-TOTAL
               SET HOLD-IX             DOWN BY 1
           END-IF.

           MOVE SPACES                 TO PAY-HISTORY-RECORD.
           MOVE HOLD-EMP-NUM (HOLD-IX) TO PHS-EMP-NUM.
           MOVE WS-BUSINESS-DATE-R     TO PHS-PAY-DATE.
           MOVE ZEROES                 TO PHS-PAY-SEQ
                                          PHS-VOID-DATE
                                          PHS-REISSUE-SEQ.
           MOVE 'R'                    TO PHS-PAY-KIND.
           IF HOLD-PAY-METHOD (HOLD-IX) = 'D'
               MOVE 'D'                TO PHS-PAY-METHOD
           ELSE
               MOVE 'U'                TO PHS-PAY-METHOD
           END-IF.
           MOVE 'A'                    TO PHS-STATUS.
           MOVE HOLD-NAME (HOLD-IX)    TO PHS-EMP-NAME.
           MOVE HOLD-TYPE (HOLD-IX)    TO PHS-EMP-TYPE.
           MOVE HOLD-REGION-NUM (HOLD-IX)
                                       TO PHS-EMP-REGION.
           MOVE HOLD-BANK-ROUTING (HOLD-IX)
                                       TO PHS-BANK-ROUTING.
           MOVE HOLD-BANK-ACCOUNT (HOLD-IX)
                                       TO PHS-BANK-ACCOUNT.
           MOVE ECP-WAGES              TO PHS-WAGES.
           MOVE ECP-OT-PAY             TO PHS-OT.
           MOVE WPY-COMM-TOTAL         TO PHS-COMM.
           COMPUTE PHS-BONUS = ECP-TOTAL-COMP - ECP-WAGES -
                               ECP-OT-PAY - WPY-COMM-TOTAL -
                               WRP-FEED-RETRO.
           MOVE HOLD-DEDUCT (HOLD-IX)  TO PHS-DEDUCT.
           MOVE HOLD-NET (HOLD-IX)     TO PHS-NET.
           MOVE 'REGULAR PAYROLL'      TO PHS-REASON.
           MOVE WRP-FEED-RETRO         TO PHS-RETRO.
           MOVE HOLD-REG-HOURS (HOLD-IX)
                                       TO PHS-REG-HOURS.
           MOVE HOLD-OT-HOURS (HOLD-IX)
                                       TO PHS-OT-HOURS.

           PERFORM  P00976-WRITE-PAY-HISTORY
               THRU P00976-WRITE-PAY-HISTORY-EXIT.

       P00943-WRITE-PAYMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00944-WRITE-DEDUCTION-FEED                    *
      *    FUNCTION :  WRITE ONE D RECORD ON EMPCOMP PER ELECTED      *
      *                DEDUCTION (CODE AND AMOUNT), DIRECTLY AFTER    *
      *                THE EMPLOYEE FEED RECORD JUST WRITTEN FROM     *
      *                WS-EMP-COMP-RECORD.  AMOUNTS ARE RECOMPUTED    *
      *                FROM THE WHOLE-EMPLOYEE GROSS AS IN P00933     *
      *                AND CAPPED SO THE D RECORDS SUM EXACTLY TO     *
      *                ECP-TOTAL-DEDUCT -- PAYROLL CAN RECONCILE      *
      *                DEDUCTION BY DEDUCTION, NOT JUST GROSS TO NET  *
      *****************************************************************

       P00944-WRITE-DEDUCTION-FEED.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ECP-TOTAL-COMP         TO WDF-GROSS-COMP.
           MOVE ECP-TOTAL-DEDUCT       TO WDF-REMAINING.
           MOVE ECP-EMP-NUM            TO ECD-EMP-NUM.

           PERFORM VARYING WDF-SUB FROM +1 BY +1
                   UNTIL WDF-SUB > WDE-COUNT
               IF WDE-EMP-NUM (WDF-SUB) = ECP-EMP-NUM (1:5)
                   PERFORM VARYING WDF-DEF-SUB FROM +1 BY +1
                           UNTIL WDF-DEF-SUB > WDD-COUNT
                       IF WDD-CODE (WDF-DEF-SUB) =
                          WDE-CODE (WDF-SUB)
                           IF WDD-METHOD (WDF-DEF-SUB) = 'F'
                               MOVE WDD-FLAT (WDF-DEF-SUB)
                                       TO WDF-ONE-AMOUNT
                           ELSE
                               COMPUTE WDF-ONE-AMOUNT ROUNDED =
                                   WDF-GROSS-COMP *
                                   WDD-RATE (WDF-DEF-SUB)
                           END-IF
                           IF WDF-ONE-AMOUNT > WDF-REMAINING
                               MOVE WDF-REMAINING
                                       TO WDF-ONE-AMOUNT
                           END-IF
                           SUBTRACT WDF-ONE-AMOUNT
                                       FROM WDF-REMAINING
                           MOVE WDD-CODE (WDF-DEF-SUB)
                                       TO ECD-DED-CODE
                           MOVE WDF-ONE-AMOUNT
                                       TO ECD-DED-AMOUNT
                           WRITE EMP-COMP-RECORD
                               FROM WS-EMP-DED-RECORD
                           MOVE 'DEDN' TO WGL-ADD-FUNCTION
                           MOVE WDD-CODE (WDF-DEF-SUB)
                                       TO WGL-ADD-QUALIFIER
                           MOVE WDF-ONE-AMOUNT
                                       TO WGL-ADD-AMOUNT
                           PERFORM  P00130-ADD-GL-AMOUNT
                               THRU P00130-ADD-GL-AMOUNT-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       P00944-WRITE-DEDUCTION-FEED-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00945-WRITE-EMP-LINE                          *
      *    FUNCTION :  WRITE THE LINE ALREADY FORMATTED IN            *
      *                EMP-PRINT-RECORD, BREAKING TO A NEW PAGE WITH  *
      *                FRESH HEADERS EVERY 56 LINES                   *
      *****************************************************************

       P00945-WRITE-EMP-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF EMP-LINE-COUNT > +55
               ADD 1                   TO EMP-PAGE-COUNT
               MOVE EMP-PAGE-COUNT     TO EMP-PAGE
               MOVE EMP-PRINT-RECORD   TO HOLD-PRINT-LINE
               MOVE EMPLOYEE-HDR1      TO EMP-PRINT-RECORD
               WRITE EMP-PRINT-RECORD
               MOVE EMPLOYEE-HDR2      TO EMP-PRINT-RECORD
               WRITE EMP-PRINT-RECORD
               MOVE BLANK-LINE         TO EMP-PRINT-RECORD
               WRITE EMP-PRINT-RECORD
               MOVE +3                 TO EMP-LINE-COUNT
               MOVE HOLD-PRINT-LINE    TO EMP-PRINT-RECORD
           END-IF.

           WRITE EMP-PRINT-RECORD.
           ADD +1                      TO EMP-LINE-COUNT.

       P00945-WRITE-EMP-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00946-WRITE-EXTRACT-DETAIL                    *
      *    FUNCTION :  WRITE ONE E= EMPLOYEE RECORD ON THE EMPEXTR    *
      *                EXTRACT FEED FOR THE HOLD-TABLE ENTRY AT       *
      *                HOLD-IX AND ROLL ITS AMOUNTS INTO THE REGION   *
      *                AND GRAND TOTAL ACCUMULATORS.                  *
      *****************************************************************

       P00946-WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE HOLD-REGION-NUM (HOLD-IX)
                                       TO EXD-REGION-NUM.
           MOVE HOLD-EMP-NUM (HOLD-IX) TO EXD-EMP-NUM.
           MOVE HOLD-TYPE (HOLD-IX)    TO EXD-EMP-TYPE.
           MOVE HOLD-ANNIV (HOLD-IX)   TO EXD-ANNIV.
           MOVE HOLD-WAGES (HOLD-IX)   TO EXD-WAGES.
           MOVE HOLD-OT (HOLD-IX)      TO EXD-OT.
           MOVE HOLD-OT-HOURS (HOLD-IX)
                                       TO EXD-OT-HOURS.
           MOVE HOLD-COMM (HOLD-IX)    TO EXD-COMM.
           MOVE HOLD-TOTAL (HOLD-IX)   TO EXD-TOTAL.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-DETAIL.

           ADD HOLD-WAGES (HOLD-IX)    TO WXA-REGION-WAGES
                                          WXA-GRAND-WAGES.
           ADD HOLD-OT (HOLD-IX)       TO WXA-REGION-OT
                                          WXA-GRAND-OT.
           ADD HOLD-COMM (HOLD-IX)     TO WXA-REGION-COMM
                                          WXA-GRAND-COMM.
           ADD HOLD-TOTAL (HOLD-IX)    TO WXA-REGION-TOTAL
                                          WXA-GRAND-TOTAL.

      *****************************************************************
      *    A REGION-TRANSFER SPLIT PAIR IS STILL ONE EMPLOYEE -- THE  *
      *    '2' LINE CARRIES ONLY THE NEW-REGION SHARE OF THE MONEY,   *
      *    SO IT ADDS TO THE AMOUNTS BUT NOT TO THE EMPLOYEE COUNT    *
      *    THE EMPEXTR G TRAILER HANDS DOWNSTREAM                     *
      *****************************************************************

           IF HOLD-SPLIT-IND (HOLD-IX) NOT = '2'
               ADD +1                  TO WXA-EMP-COUNT
           END-IF.

       P00946-WRITE-EXTRACT-DETAIL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00947-WRITE-EXTRACT-REGION                    *
      *    FUNCTION :  WRITE THE R= REGION TOTAL RECORD FOR THE       *
      *                REGION AT REG-IX ON THE EMPEXTR EXTRACT FEED.  *
      *****************************************************************

       P00947-WRITE-EXTRACT-REGION.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           SET REGION-SUB              TO REG-IX.
           MOVE REGION-SUB             TO EXR-REGION-NUM.
           MOVE WRM-REGION-NAME (REGION-SUB)
                                       TO EXR-REGION-NAME.
           MOVE WXA-REGION-WAGES       TO EXR-WAGES.
           MOVE WXA-REGION-OT          TO EXR-OT.
           MOVE WXA-REGION-COMM        TO EXR-COMM.
           MOVE WXA-REGION-TOTAL       TO EXR-TOTAL.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-REGION.

       P00947-WRITE-EXTRACT-REGION-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00948-PRINT-OT-EXCEPTIONS                     *
      *    FUNCTION :  LIST EVERY HOURLY EMPLOYEE WHOSE OVERTIME      *
      *                EXCEEDS THE O= PARAMETER THRESHOLD (HOURS OR   *
      *                DOLLARS), WORST FIRST, WITH A ROLLUP OF TOTAL  *
      *                OT SPEND BY REGION.                            *
      *****************************************************************

       P00948-PRINT-OT-EXCEPTIONS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT OT-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO OTX-RUN-MONTH.
           MOVE WS-BUS-DAY             TO OTX-RUN-DAY.
           MOVE WS-BUS-YEAR            TO OTX-RUN-YEAR.
           IF WMF-OT-THRESHOLD-TYPE = 'H'
               MOVE 'HOURS  '          TO OTX-THRESHOLD-TYPE
           ELSE
               MOVE 'DOLLARS'          TO OTX-THRESHOLD-TYPE
           END-IF.
           MOVE WMF-OT-THRESHOLD-AMT   TO OTX-THRESHOLD-VALUE.
           IF WMF-OT-DAILY-LIMIT > ZEROES
               MOVE WMF-OT-DAILY-LIMIT TO OTX-DAILY-LIMIT
           ELSE
               MOVE 'NONE'             TO OTX-DAILY-LIMIT-X
           END-IF.
           WRITE OT-PRINT-RECORD FROM OTEXC-HDR1.
           WRITE OT-PRINT-RECORD FROM OTEXC-HDR2.
           WRITE OT-PRINT-RECORD FROM OTEXC-HDR3.
           MOVE BLANK-LINE             TO OT-PRINT-RECORD.
           WRITE OT-PRINT-RECORD.

      *****************************************************************
      *    GATHER THE EXCEPTIONS AND THE PER-REGION OT SPEND          *
      *****************************************************************

           MOVE ZEROES                 TO WOT-COUNT.
           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB > WRM-REGION-COUNT
               MOVE ZEROES             TO WOT-REGION-OT (WS-SUB)
           END-PERFORM.

           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > WHT-HOLD-COUNT
               IF HOLD-OT (HOLD-IX) > ZEROES
                   ADD HOLD-OT (HOLD-IX)
                                       TO WOT-REGION-OT
                                          (HOLD-REGION-NUM (HOLD-IX))
               END-IF
               IF ((WMF-OT-THRESHOLD-TYPE = 'H')    AND
                   (HOLD-OT-HOURS (HOLD-IX) > WMF-OT-THRESHOLD-AMT))
                                                    OR
                  ((WMF-OT-THRESHOLD-TYPE NOT = 'H') AND
                   (HOLD-OT (HOLD-IX) > WMF-OT-THRESHOLD-AMT))
                   ADD +1              TO WOT-COUNT
                   MOVE HOLD-EMP-NUM (HOLD-IX)
                                       TO WOT-EMP-NUM (WOT-COUNT)
                   MOVE HOLD-NAME (HOLD-IX)
                                       TO WOT-NAME (WOT-COUNT)
                   MOVE HOLD-REGION-NUM (HOLD-IX)
                                       TO WOT-REGION-NUM (WOT-COUNT)
                   MOVE HOLD-OT-HOURS (HOLD-IX)
                                       TO WOT-OT-HOURS (WOT-COUNT)
                   MOVE HOLD-OT (HOLD-IX)
                                       TO WOT-OT-AMOUNT (WOT-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      *    ORDER THE EXCEPTIONS WORST FIRST ON THE THRESHOLD KEY      *
      *****************************************************************

           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB NOT < WOT-COUNT
               COMPUTE WS-SUB2 = WS-SUB + 1
               PERFORM VARYING WS-SUB1 FROM WS-SUB2 BY +1
                       UNTIL WS-SUB1 > WOT-COUNT
                   IF ((WMF-OT-THRESHOLD-TYPE = 'H')     AND
                       (WOT-OT-HOURS (WS-SUB1) >
                        WOT-OT-HOURS (WS-SUB)))
                                                         OR
                      ((WMF-OT-THRESHOLD-TYPE NOT = 'H') AND
                       (WOT-OT-AMOUNT (WS-SUB1) >
                        WOT-OT-AMOUNT (WS-SUB)))
                       MOVE WOT-ENTRY (WS-SUB)
                                       TO WS-OT-SWAP-ENTRY
                       MOVE WOT-ENTRY (WS-SUB1)
                                       TO WOT-ENTRY (WS-SUB)
                       MOVE WS-OT-SWAP-ENTRY
                                       TO WOT-ENTRY (WS-SUB1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB > WOT-COUNT
               MOVE WOT-EMP-NUM (WS-SUB)
                                       TO OTX-EMP-NUM
               MOVE WOT-NAME (WS-SUB)  TO OTX-NAME
               MOVE WRM-REGION-NAME (WOT-REGION-NUM (WS-SUB))
                                       TO OTX-REGION
               MOVE WOT-OT-HOURS (WS-SUB)
                                       TO OTX-OT-HOURS
               MOVE WOT-OT-AMOUNT (WS-SUB)
                                       TO OTX-OT-AMOUNT
               MOVE OTEXC-DETAIL       TO OT-PRINT-RECORD
               WRITE OT-PRINT-RECORD
           END-PERFORM.

           MOVE BLANK-LINE             TO OT-PRINT-RECORD.
           WRITE OT-PRINT-RECORD.

           PERFORM VARYING WS-SUB FROM +1 BY +1
                   UNTIL WS-SUB > WRM-REGION-COUNT
               MOVE WRM-REGION-NAME (WS-SUB)
                                       TO OTX-TOT-REGION
               MOVE WOT-REGION-OT (WS-SUB)
                                       TO OTX-TOT-AMOUNT
               MOVE OTEXC-REGION-TOTAL TO OT-PRINT-RECORD
               WRITE OT-PRINT-RECORD
           END-PERFORM.

           CLOSE OT-REPORT-FILE.

       P00948-PRINT-OT-EXCEPTIONS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00949-FIND-EMP-SHIFT                          *
      *    FUNCTION :  SET THE EMPCOMP SHIFT FOR AN HOURLY EMPLOYEE   *
      *                FROM THE SHIFTASN TABLE.  SALARIED, SALES AND  *
      *                MANAGEMENT EMPLOYEES, AND HOURLY EMPLOYEES NOT *
      *                ON SHIFTASN, CARRY SHIFT ZERO.                 *
      *****************************************************************

       P00949-FIND-EMP-SHIFT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO ECP-SHIFT.

           IF ECP-EMP-TYPE NOT = 'H'
               GO TO P00949-FIND-EMP-SHIFT-EXIT.

           PERFORM VARYING WSA-SUB FROM +1 BY +1
                   UNTIL (WSA-SUB > WSA-COUNT) OR
                         (ECP-SHIFT NOT = ZEROES)
               IF WSA-EMP-NUM (WSA-SUB) = ECP-EMP-NUM
                   MOVE WSA-SHIFT (WSA-SUB)
                                       TO ECP-SHIFT
               END-IF
           END-PERFORM.

       P00949-FIND-EMP-SHIFT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00950-PRINT-REGION-REPORT                     *
      *    FUNCTION :  CALCULATE EACH REGION MANAGER'S COMMISSION ON  *
      *                TOTAL REGION SALES AND PRINT THE REGIONAL      *
      *                SALES REPORT FROM REGION-SALES-TABLE.          *
      *****************************************************************

       P00950-PRINT-REGION-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUS-MONTH            TO REG-RUN-MONTH.
           MOVE WS-BUS-DAY              TO REG-RUN-DAY.
           MOVE WS-BUS-YEAR             TO REG-RUN-YEAR.

           PERFORM VARYING REG-IX FROM 1 BY 1
                   UNTIL REG-IX > WRM-REGION-COUNT
               MOVE 'M'                 TO EMP-TYPE
      *****************************************************************
      *    CALC-SALES IS UNSIGNED (CWAASUBC'S INTERFACE IS FIXED) --  *
      *    A REGION NETTED NEGATIVE BY CREDITS EARNS NO MANAGER       *
      *    COMMISSION RATHER THAN COMMISSION ON THE ABSOLUTE VALUE    *
      *****************************************************************
               IF REGION-SALES (REG-IX) < ZEROES
                   MOVE ZEROES          TO CALC-COMMISSION
               ELSE
                   MOVE REGION-SALES (REG-IX)
                                        TO CALC-SALES
                   CALL CWAASUBC USING CALC-COMMISSION-FIELDS
               END-IF
               COMPUTE MGMT-COMPENSATION =
                       REGION-SALARY (REG-IX) + CALC-COMMISSION
               ADD MGMT-COMPENSATION    TO GRAND-TOTAL-MGMT
               MOVE REGION-MANAGER (REG-IX)   TO REG-DTL-MANAGER
               MOVE REGION-NAME (REG-IX)      TO REG-DTL-REGION
               MOVE REGION-SALES (REG-IX)     TO REG-DTL-SALES
               MOVE REGION-SALARY (REG-IX)    TO REG-DTL-SALARY
               MOVE CALC-COMMISSION           TO REG-DTL-COMM
               MOVE MGMT-COMPENSATION         TO REG-DTL-TOTAL
               MOVE REGION-COMMENT (REG-IX)   TO REG-DTL-COMMENT
               MOVE REGION-DETAIL             TO REGION-PRINT-RECORD
               PERFORM  P00952-WRITE-REGION-LINE
                   THRU P00952-WRITE-REGION-LINE-EXIT
           END-PERFORM.

           MOVE BLANK-LINE              TO REGION-PRINT-RECORD.
           PERFORM  P00952-WRITE-REGION-LINE
               THRU P00952-WRITE-REGION-LINE-EXIT.
           MOVE GRAND-TOTAL-MGMT        TO MGMT-GRAND-TOTAL.
           MOVE MGMT-TOTAL-DTL          TO REGION-PRINT-RECORD.
           PERFORM  P00952-WRITE-REGION-LINE
               THRU P00952-WRITE-REGION-LINE-EXIT.

       P00950-PRINT-REGION-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *    PARAGRAPH:  P00952-WRITE-REGION-LINE                       *
      *    FUNCTION :  WRITE THE LINE ALREADY FORMATTED IN            *
      *                REGION-PRINT-RECORD, BREAKING TO A NEW PAGE    *
      *                WITH FRESH HEADERS EVERY 56 LINES              *
      *****************************************************************

       P00952-WRITE-REGION-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF REG-LINE-COUNT > +55
               ADD 1                   TO REG-PAGE-COUNT
               MOVE REG-PAGE-COUNT     TO REG-PAGE
               MOVE REGION-PRINT-RECORD
                                       TO HOLD-PRINT-LINE
               MOVE REGION-HDR1        TO REGION-PRINT-RECORD
               WRITE REGION-PRINT-RECORD
               MOVE REGION-HDR2        TO REGION-PRINT-RECORD
               WRITE REGION-PRINT-RECORD
               MOVE BLANK-LINE         TO REGION-PRINT-RECORD
               WRITE REGION-PRINT-RECORD
               MOVE +3                 TO REG-LINE-COUNT
               MOVE HOLD-PRINT-LINE    TO REGION-PRINT-RECORD
           END-IF.

           WRITE REGION-PRINT-RECORD.
           ADD +1                      TO REG-LINE-COUNT.

       P00952-WRITE-REGION-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00955-PRINT-SCENARIO-REPORT                   *
      *    FUNCTION :  LIST EACH OF THE 250 SCENARIO NUMBERS TOGGLED  *
      *                ACTIVE THIS RUN (WMF-ACTIVE-SCENARIOS-R), CROSS*
      *                REFERENCED AGAINST THE SCENARIO DESCRIPTION    *
      *                TABLE WHERE ONE EXISTS.                        *
      *****************************************************************

       P00955-PRINT-SCENARIO-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-BUS-MONTH            TO SCEN-RUN-MONTH.
           MOVE WS-BUS-DAY              TO SCEN-RUN-DAY.
           MOVE WS-BUS-YEAR             TO SCEN-RUN-YEAR.

      *****************************************************************
      *    LOAD THE SCENARIO HISTORY FIRST SO EACH ACTIVE SCENARIO    *
      *    CAN SHOW ITS CONSECUTIVE-RUN STREAK AND THE COMPARISON     *
      *    SECTION CAN NAME WHAT CHANGED SINCE THE LAST RUN           *
      *****************************************************************

           PERFORM  P00954-LOAD-SCENARIO-HISTORY
               THRU P00954-LOAD-SCENARIO-HISTORY-EXIT.

           PERFORM VARYING WS-SUB FROM +1 BY +1 UNTIL WS-SUB > 250
               IF WMF-ACTIVE-SCENARIOS-R (WS-SUB) = 'Y'
                   MOVE WS-SUB          TO SCEN-DTL-NUMBER
                   IF WS-SUB <= SCENARIO-DESC-COUNT
                       MOVE SCENARIO-DESC-ENTRY (WS-SUB)
                                        TO SCEN-DTL-DESC
                   ELSE
                       MOVE SPACES      TO SCEN-DTL-DESC
                       STRING 'SCENARIO ' SCEN-DTL-NUMBER
                               DELIMITED BY SIZE
                               INTO SCEN-DTL-DESC
                   END-IF
                   COMPUTE WS-SCEN-RUNS =
                       WS-SCEN-STREAK (WS-SUB) + 1
                   MOVE WS-SCEN-RUNS    TO SCEN-DTL-RUNS
                   MOVE SCEN-DETAIL     TO SCEN-PRINT-RECORD
                   PERFORM  P00956-WRITE-SCEN-LINE
                       THRU P00956-WRITE-SCEN-LINE-EXIT
               END-IF
           END-PERFORM.

      *****************************************************************
      *    RUN-OVER-RUN COMPARISON -- SCENARIOS NEWLY ACTIVATED AND   *
      *    NEWLY DROPPED SINCE THE LAST RUN ON THE HISTORY FILE       *
      *****************************************************************

           IF SCENHIST-FOUND
               MOVE BLANK-LINE          TO SCEN-PRINT-RECORD
               PERFORM  P00956-WRITE-SCEN-LINE
                   THRU P00956-WRITE-SCEN-LINE-EXIT
               MOVE 'SCENARIOS NEWLY ACTIVATED THIS RUN:'
                                        TO SCEN-CMP-TITLE
               MOVE SCEN-CMP-HDR        TO SCEN-PRINT-RECORD
               PERFORM  P00956-WRITE-SCEN-LINE
                   THRU P00956-WRITE-SCEN-LINE-EXIT
               MOVE +0                  TO WS-CMP-COUNT
               PERFORM VARYING WS-SUB FROM +1 BY +1
                       UNTIL WS-SUB > 250
                   IF (WMF-ACTIVE-SCENARIOS-R (WS-SUB) = 'Y')   AND
                      (WS-PREV-FLAGS-R (WS-SUB) NOT = 'Y')
                       ADD +1           TO WS-CMP-COUNT
                       PERFORM  P00959-WRITE-CMP-DETAIL
                           THRU P00959-WRITE-CMP-DETAIL-EXIT
                   END-IF
               END-PERFORM
               IF WS-CMP-COUNT = ZEROES
                   MOVE SCEN-CMP-NONE   TO SCEN-PRINT-RECORD
                   PERFORM  P00956-WRITE-SCEN-LINE
                       THRU P00956-WRITE-SCEN-LINE-EXIT
               END-IF
               MOVE 'SCENARIOS NEWLY DROPPED THIS RUN:'
                                        TO SCEN-CMP-TITLE
               MOVE SCEN-CMP-HDR        TO SCEN-PRINT-RECORD
               PERFORM  P00956-WRITE-SCEN-LINE
                   THRU P00956-WRITE-SCEN-LINE-EXIT
               MOVE +0                  TO WS-CMP-COUNT
               PERFORM VARYING WS-SUB FROM +1 BY +1
                       UNTIL WS-SUB > 250
                   IF (WS-PREV-FLAGS-R (WS-SUB) = 'Y')          AND
                      (WMF-ACTIVE-SCENARIOS-R (WS-SUB) NOT = 'Y')
                       ADD +1           TO WS-CMP-COUNT
                       PERFORM  P00959-WRITE-CMP-DETAIL
                           THRU P00959-WRITE-CMP-DETAIL-EXIT
                   END-IF
               END-PERFORM
               IF WS-CMP-COUNT = ZEROES
                   MOVE SCEN-CMP-NONE   TO SCEN-PRINT-RECORD
                   PERFORM  P00956-WRITE-SCEN-LINE
                       THRU P00956-WRITE-SCEN-LINE-EXIT
               END-IF
           END-IF.

      *****************************************************************
      *    A RUN WITH NO ACTIVE SCENARIOS STILL PRINTS A HEADER PAGE  *
      *****************************************************************

           IF SCEN-PAGE-COUNT = ZEROES
               MOVE BLANK-LINE          TO SCEN-PRINT-RECORD
               PERFORM  P00956-WRITE-SCEN-LINE
                   THRU P00956-WRITE-SCEN-LINE-EXIT.

      *****************************************************************
      *    PERSIST THIS RUN'S SCENARIO FLAGS TO THE HISTORY FILE      *
      *****************************************************************

           PERFORM  P00958-WRITE-SCENARIO-HISTORY
               THRU P00958-WRITE-SCENARIO-HISTORY-EXIT.

       P00955-PRINT-SCENARIO-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.


      *****************************************************************
      *    PARAGRAPH:  P00956-WRITE-SCEN-LINE                         *
      *    FUNCTION :  WRITE THE LINE ALREADY FORMATTED IN            *
      *                SCEN-PRINT-RECORD, BREAKING TO A NEW PAGE WITH *
      *                FRESH HEADERS EVERY 56 LINES                   *
      *****************************************************************

       P00956-WRITE-SCEN-LINE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF SCEN-LINE-COUNT > +55
               ADD 1                   TO SCEN-PAGE-COUNT
               MOVE SCEN-PAGE-COUNT    TO SCEN-PAGE
               MOVE SCEN-PRINT-RECORD  TO HOLD-PRINT-LINE
               MOVE SCEN-HDR1          TO SCEN-PRINT-RECORD
               WRITE SCEN-PRINT-RECORD
               MOVE SCEN-HDR2          TO SCEN-PRINT-RECORD
               WRITE SCEN-PRINT-RECORD
               MOVE BLANK-LINE         TO SCEN-PRINT-RECORD
               WRITE SCEN-PRINT-RECORD
               MOVE +3                 TO SCEN-LINE-COUNT
               MOVE HOLD-PRINT-LINE    TO SCEN-PRINT-RECORD
           END-IF.

           WRITE SCEN-PRINT-RECORD.
           ADD +1                      TO SCEN-LINE-COUNT.

       P00956-WRITE-SCEN-LINE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00954-LOAD-SCENARIO-HISTORY                   *
      *    FUNCTION :  READ THE SCENARIO HISTORY FILE (SCENHIST),     *
      *                KEEPING THE MOST RECENT RUN'S FLAGS FOR THE    *
      *                NEWLY ACTIVATED / DROPPED COMPARISON AND       *
      *                COUNTING EACH SCENARIO'S CONSECUTIVE-RUN       *
      *                STREAK UP THROUGH THE LAST RUN.  A MISSING OR  *
      *                EMPTY FILE SIMPLY MEANS NO COMPARISON PRINTS.  *
      *****************************************************************

       P00954-LOAD-SCENARIO-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE SPACES                 TO WS-PREV-FLAGS.
           MOVE 'N'                    TO WS-HIST-FOUND-SW
                                          WS-END-OF-SCENHIST-SW.
           PERFORM VARYING WS-SUB FROM +1 BY +1 UNTIL WS-SUB > 250
               MOVE ZEROES             TO WS-SCEN-STREAK (WS-SUB)
           END-PERFORM.

           OPEN INPUT SCENARIO-HISTORY-FILE.

           IF WS-SCENHIST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               GO TO P00954-LOAD-SCENARIO-HISTORY-EXIT.

           READ SCENARIO-HISTORY-FILE INTO WS-SCENHIST-RECORD
               AT END
                   SET END-OF-SCENHIST TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-SCENHIST
               MOVE 'Y'                TO WS-HIST-FOUND-SW
               PERFORM VARYING WS-SUB FROM +1 BY +1
                       UNTIL WS-SUB > 250
                   IF SHR-FLAGS-R (WS-SUB) = 'Y'
                       IF WS-SCEN-STREAK (WS-SUB) < 999
                           ADD 1       TO WS-SCEN-STREAK (WS-SUB)
                       END-IF
                   ELSE
                       MOVE ZEROES     TO WS-SCEN-STREAK (WS-SUB)
                   END-IF
               END-PERFORM
               MOVE SHR-FLAGS          TO WS-PREV-FLAGS
               READ SCENARIO-HISTORY-FILE INTO WS-SCENHIST-RECORD
                   AT END
                       SET END-OF-SCENHIST TO TRUE
               END-READ
           END-PERFORM.

           CLOSE SCENARIO-HISTORY-FILE.

       P00954-LOAD-SCENARIO-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00958-WRITE-SCENARIO-HISTORY                  *
      *    FUNCTION :  APPEND THIS RUN'S 250 SCENARIO FLAGS, RUN DATE *
      *                AND USERID TO THE SCENARIO HISTORY FILE.       *
      *****************************************************************

       P00958-WRITE-SCENARIO-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN EXTEND SCENARIO-HISTORY-FILE.
           MOVE WS-BUSINESS-DATE-R     TO SHR-RUN-DATE.
           MOVE WMF-USERID             TO SHR-USERID.
           MOVE WMF-ACTIVE-SCENARIOS   TO SHR-FLAGS.
           WRITE SCENHIST-IO-RECORD FROM WS-SCENHIST-RECORD.
           CLOSE SCENARIO-HISTORY-FILE.

       P00958-WRITE-SCENARIO-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00959-WRITE-CMP-DETAIL                        *
      *    FUNCTION :  WRITE ONE COMPARISON DETAIL LINE (SCENARIO     *
      *                NUMBER AND DESCRIPTION) FOR THE SCENARIO AT    *
      *                WS-SUB ON THE SCENARIO ACTIVITY REPORT.        *
      *****************************************************************

       P00959-WRITE-CMP-DETAIL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WS-SUB                 TO SCEN-CMP-NUMBER.
           IF WS-SUB <= SCENARIO-DESC-COUNT
               MOVE SCENARIO-DESC-ENTRY (WS-SUB)
                                       TO SCEN-CMP-DESC
           ELSE
               MOVE SPACES             TO SCEN-CMP-DESC
           END-IF.
           MOVE SCEN-CMP-DETAIL        TO SCEN-PRINT-RECORD.
           PERFORM  P00956-WRITE-SCEN-LINE
               THRU P00956-WRITE-SCEN-LINE-EXIT.

       P00959-WRITE-CMP-DETAIL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00957-RECONCILE-CONTROL-TOTALS                *
      *    FUNCTION :  CONFIRM GRAND-TOTAL-EMP AND GRAND-TOTAL-MGMT   *
      *                (ALREADY PRINTED ON TWO SEPARATE REPORTS) ARE  *
      *                BOTH PRESENT, NOT A SILENT ZERO, SO A DROPPED  *
      *                TOTAL DOESN'T GO OUT THE DOOR UNNOTICED.       *
      *****************************************************************

       P00957-RECONCILE-CONTROL-TOTALS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WS-CONTROL-TOTAL-SW.
           ADD GRAND-TOTAL-EMP  GRAND-TOTAL-MGMT
               GIVING WS-CONTROL-TOTAL-COMBINED.

           IF GRAND-TOTAL-EMP = ZEROES OR GRAND-TOTAL-MGMT = ZEROES
               OR WS-CONTROL-TOTAL-COMBINED = ZEROES
               MOVE 'Y'                TO WS-CONTROL-TOTAL-SW.

           IF CONTROL-TOTAL-OUT-OF-BALANCE
               MOVE 'W'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00957'           TO WPGE-PARAGRAPH
               MOVE GRAND-TOTAL-EMP    TO WPM-CTL-EMP-TOTAL
               MOVE GRAND-TOTAL-MGMT   TO WPM-CTL-MGMT-TOTAL
               MOVE WPM-CONTROL-TOTAL-OUT-OF-BALANCE
                                       TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00957-RECONCILE-CONTROL-TOTALS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00961-PRINT-WORKFORCE-REPORT                  *
      *    FUNCTION :  PRINT THE MONTHLY WORKFORCE REPORT (WFRPT) --  *
      *                THE MONTH'S HIRES, TERMINATIONS AND TRANSFERS  *
      *                FROM EMPHIST, THEN OPENING, MOVEMENTS, CLOSING *
      *                AND TURNOVER BY REGION AND TYPE WITH COMPANY   *
      *                TOTALS, THEN THE TENURE DISTRIBUTION OF THE    *
      *                CLOSING HEADCOUNT.  OPENING IS WORKED BACK AS  *
      *                CLOSING LESS HIRES AND TRANSFERS IN PLUS       *
      *                TERMINATIONS AND TRANSFERS OUT.  TURNOVER IS   *
      *                TERMINATIONS OVER THE AVERAGE OF OPENING AND   *
      *                CLOSING HEADCOUNT, AS A PERCENT.               *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00961-PRINT-WORKFORCE-REPORT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT WORKFORCE-REPORT-FILE.

           MOVE WS-BUS-MONTH           TO WFH-RUN-MONTH
                                          WFH-MONTH.
           MOVE WS-BUS-DAY             TO WFH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO WFH-RUN-YEAR
                                          WFH-YEAR.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-HDR1.
           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.

           MOVE 'HIRES, TERMINATIONS AND REGION TRANSFERS THIS MONTH'
                                       TO WFS-TEXT.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-SECTION.
           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-MOVE-HDR.

           COMPUTE WWF-MONTH-START =
               (WS-BUS-YEAR * 10000) + (WS-BUS-MONTH * 100) + 1.
           COMPUTE WWF-MONTH-END = WWF-MONTH-START + 30.

      *****************************************************************
      *    NO EMPHIST YET MEANS NO MOVEMENTS HAVE EVER BEEN LOGGED    *
      *****************************************************************

           OPEN INPUT EMP-HISTORY-FILE.
           IF WS-EMPHIST-STATUS = '00'
               PERFORM  P00962-SCAN-EMP-HISTORY
                   THRU P00962-SCAN-EMP-HISTORY-EXIT
               CLOSE EMP-HISTORY-FILE
           ELSE
               IF WS-EMPHIST-STATUS NOT = '35'
                   MOVE 'GEN'          TO WS-PDA-ERROR-TYPE
                   MOVE 'F'            TO WS-PDA-ERROR-SEVERITY
                   MOVE 'PDAB06'       TO WPGE-PROGRAM-ID
                   MOVE 'P00961'       TO WPGE-PARAGRAPH
                   MOVE 'EMPHIST'      TO WPM-VSAM-ERROR-FILE
                   MOVE WS-EMPHIST-STATUS
                                       TO WPM-VSAM-ERROR-STATUS
                   MOVE 'OPEN'         TO WPM-VSAM-ERROR-COMMAND
                   MOVE WPM-VSAM-ERROR TO WPGE-DESCRIPTION
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT
               END-IF
           END-IF.

           IF WWF-MOVEMENTS = ZEROES
               MOVE 'NO HIRES, TERMINATIONS OR TRANSFERS THIS MONTH'
                                       TO WFS-TEXT
               WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-SECTION
           END-IF.

           PERFORM VARYING WWF-ROW FROM +1 BY +1
                   UNTIL WWF-ROW > 10
                   AFTER WWF-COL FROM +1 BY +1
                   UNTIL WWF-COL > 4
               COMPUTE WWF-OPENING (WWF-ROW WWF-COL) =
                   WWF-CLOSING (WWF-ROW WWF-COL)
                 - WWF-HIRES (WWF-ROW WWF-COL)
                 + WWF-TERMS (WWF-ROW WWF-COL)
                 - WWF-XFER-IN (WWF-ROW WWF-COL)
                 + WWF-XFER-OUT (WWF-ROW WWF-COL)
           END-PERFORM.

           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.
           MOVE 'HEADCOUNT AND TURNOVER BY REGION AND TYPE'
                                       TO WFS-TEXT.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-SECTION.
           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-COUNT-HDR.

           PERFORM  P00964-PRINT-WORKFORCE-ROW
               THRU P00964-PRINT-WORKFORCE-ROW-EXIT
                   VARYING WWF-ROW FROM +1 BY +1
                   UNTIL WWF-ROW > 10.

           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.

           IF WWF-UNCLASS-PAIRS > ZEROES
               MOVE 'PAIRS NOT COUNTED -- TYPE OR REGION INVALID'
                                       TO WFU-TEXT
               MOVE WWF-UNCLASS-PAIRS  TO WFU-COUNT
               WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-UNCLASSIFIED
           END-IF.

           IF WWF-UNCLASS-EVENTS > ZEROES
               MOVE 'MOVEMENTS NOT COUNTED -- TYPE OR REGION INVALID'
                                       TO WFU-TEXT
               MOVE WWF-UNCLASS-EVENTS TO WFU-COUNT
               WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-UNCLASSIFIED
           END-IF.

      *****************************************************************
      *    TENURE DISTRIBUTION OF THE CLOSING HEADCOUNT               *
      *****************************************************************

           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-TENURE-HDR.

           PERFORM VARYING WWF-BKT FROM +1 BY +1
                   UNTIL WWF-BKT > 6
               MOVE WTN-LABEL (WWF-BKT)
                                       TO WFT-LABEL
               PERFORM VARYING WWF-COL FROM +1 BY +1
                       UNTIL WWF-COL > 4
                   MOVE WTN-COUNT (WWF-BKT WWF-COL)
                                       TO WFT-COUNT (WWF-COL)
               END-PERFORM
               WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-TENURE-DETAIL
           END-PERFORM.

           CLOSE WORKFORCE-REPORT-FILE.

       P00961-PRINT-WORKFORCE-REPORT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00962-SCAN-EMP-HISTORY                        *
      *    FUNCTION :  BROWSE EMPHIST (OPEN INPUT BY THE CALLER) AND  *
      *                APPLY EVERY EVENT DATED IN THE BUSINESS MONTH  *
      *    CALLED BY:  P00961-PRINT-WORKFORCE-REPORT                  *
      *****************************************************************

       P00962-SCAN-EMP-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO EHR-KEY.

           START EMP-HISTORY-FILE
               KEY IS NOT LESS THAN EHR-KEY
               INVALID KEY
                   GO TO P00962-SCAN-EMP-HISTORY-EXIT
           END-START.

           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO P00962-SCAN-EMP-HISTORY-EXIT
           END-READ.

           PERFORM UNTIL EMPHIST-AT-END
               IF (EHR-EVENT-DATE NOT < WWF-MONTH-START) AND
                  (EHR-EVENT-DATE NOT > WWF-MONTH-END)
                   PERFORM  P00963-APPLY-MOVEMENT
                       THRU P00963-APPLY-MOVEMENT-EXIT
               END-IF
               READ EMP-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       P00962-SCAN-EMP-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00963-APPLY-MOVEMENT                          *
      *    FUNCTION :  LIST ONE EMPHIST EVENT AND COUNT IT -- A HIRE  *
      *                OR TERMINATION IN ITS REGION / TYPE AND THE    *
      *                COMPANY TOTAL, A TRANSFER OUT OF THE OLD       *
      *                REGION AND INTO THE NEW (NOT IN THE COMPANY    *
      *                TOTAL, WHICH A TRANSFER DOES NOT CHANGE)       *
      *    CALLED BY:  P00962-SCAN-EMP-HISTORY                        *
      *****************************************************************

       P00963-APPLY-MOVEMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WWF-MOVEMENTS.

           MOVE EHR-EMP-NUM            TO WFM-EMP-NUM.
           MOVE EHR-EMP-NAME           TO WFM-EMP-NAME.
           MOVE EHR-EMP-TYPE           TO WFM-EMP-TYPE.
           MOVE EHR-EVENT-MONTH        TO WFM-EVENT-MONTH.
           MOVE EHR-EVENT-DAY          TO WFM-EVENT-DAY.
           MOVE EHR-EVENT-YEAR         TO WFM-EVENT-YEAR.
           MOVE SPACES                 TO WFM-REGION-TEXT.

           EVALUATE TRUE
               WHEN EHR-HIRE
                   MOVE 'HIRE'         TO WFM-EVENT
                   MOVE EHR-REGION     TO WFM-REGION-TEXT
               WHEN EHR-TERMINATION
                   MOVE 'TERMINATION'  TO WFM-EVENT
                   MOVE EHR-REGION     TO WFM-REGION-TEXT
               WHEN EHR-TRANSFER
                   MOVE 'TRANSFER'     TO WFM-EVENT
                   STRING EHR-OLD-REGION ' TO ' EHR-REGION
                          ' EFF ' EHR-EFF-DATE
                                       DELIMITED BY SIZE
                                       INTO WFM-REGION-TEXT
               WHEN OTHER
                   MOVE EHR-EVENT-TYPE TO WFM-EVENT
           END-EVALUATE.

           WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-MOVE-DETAIL.

           MOVE ZEROES                 TO WWF-OLD-ROW.
           IF EHR-TRANSFER
               MOVE EHR-EMP-TYPE       TO WWF-MAP-TYPE
               MOVE EHR-OLD-REGION     TO WWF-MAP-REGION
               PERFORM  P00951-SET-WORKFORCE-CELL
                   THRU P00951-SET-WORKFORCE-CELL-EXIT
               MOVE WWF-ROW            TO WWF-OLD-ROW
               IF WWF-OLD-ROW = ZEROES
                   ADD +1              TO WWF-UNCLASS-EVENTS
                   GO TO P00963-APPLY-MOVEMENT-EXIT
               END-IF
           END-IF.

           MOVE EHR-EMP-TYPE           TO WWF-MAP-TYPE.
           MOVE EHR-REGION             TO WWF-MAP-REGION.
           PERFORM  P00951-SET-WORKFORCE-CELL
               THRU P00951-SET-WORKFORCE-CELL-EXIT.

           IF (WWF-ROW = ZEROES) OR (WWF-COL = ZEROES)
               ADD +1                  TO WWF-UNCLASS-EVENTS
               GO TO P00963-APPLY-MOVEMENT-EXIT.

           EVALUATE TRUE
               WHEN EHR-HIRE
                   ADD +1              TO WWF-HIRES (WWF-ROW WWF-COL)
                                          WWF-HIRES (WWF-ROW 4)
                                          WWF-HIRES (10 WWF-COL)
                                          WWF-HIRES (10 4)
               WHEN EHR-TERMINATION
                   ADD +1              TO WWF-TERMS (WWF-ROW WWF-COL)
                                          WWF-TERMS (WWF-ROW 4)
                                          WWF-TERMS (10 WWF-COL)
                                          WWF-TERMS (10 4)
               WHEN EHR-TRANSFER
                   ADD +1              TO WWF-XFER-IN (WWF-ROW WWF-COL)
                                          WWF-XFER-IN (WWF-ROW 4)
                   ADD +1              TO
                                      WWF-XFER-OUT (WWF-OLD-ROW WWF-COL)
                                      WWF-XFER-OUT (WWF-OLD-ROW 4)
               WHEN OTHER
                   ADD +1              TO WWF-UNCLASS-EVENTS
           END-EVALUATE.

       P00963-APPLY-MOVEMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00964-PRINT-WORKFORCE-ROW                     *
      *    FUNCTION :  PRINT THE FOUR TYPE LINES OF WORKFORCE TABLE   *
      *                ROW WWF-ROW (ROW 10 IS THE COMPANY TOTAL).  A  *
      *                REGION BEYOND THE REGION MASTER IS PRINTED     *
      *                ONLY WHEN IT HAS HEADCOUNT OR MOVEMENTS        *
      *    CALLED BY:  P00961-PRINT-WORKFORCE-REPORT                  *
      *****************************************************************

       P00964-PRINT-WORKFORCE-ROW.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF (WWF-ROW < 10)                        AND
              (WWF-ROW > WRM-REGION-COUNT)          AND
              (WWF-CLOSING (WWF-ROW 4) = ZEROES)    AND
              (WWF-HIRES (WWF-ROW 4) = ZEROES)      AND
              (WWF-TERMS (WWF-ROW 4) = ZEROES)      AND
              (WWF-XFER-IN (WWF-ROW 4) = ZEROES)    AND
              (WWF-XFER-OUT (WWF-ROW 4) = ZEROES)
               GO TO P00964-PRINT-WORKFORCE-ROW-EXIT.

           MOVE BLANK-LINE             TO WORKFORCE-REPORT-RECORD.
           WRITE WORKFORCE-REPORT-RECORD.

           IF WWF-ROW = 10
               MOVE 'ALL'              TO WFC-REGION
               MOVE SPACES             TO WFC-REGION-NAME
           ELSE
               MOVE WWF-ROW            TO WWF-REGION-DISP
               MOVE WWF-REGION-DISP    TO WFC-REGION
               IF WWF-ROW > WRM-REGION-COUNT
                   MOVE SPACES         TO WFC-REGION-NAME
               ELSE
                   MOVE WRM-REGION-NAME (WWF-ROW)
                                       TO WFC-REGION-NAME
               END-IF
           END-IF.

           PERFORM VARYING WWF-COL FROM +1 BY +1
                   UNTIL WWF-COL > 4
               MOVE WWF-TYPE-LABEL (WWF-COL)
                                       TO WFC-TYPE
               MOVE WWF-OPENING (WWF-ROW WWF-COL)
                                       TO WFC-OPENING
               MOVE WWF-HIRES (WWF-ROW WWF-COL)
                                       TO WFC-HIRES
               MOVE WWF-TERMS (WWF-ROW WWF-COL)
                                       TO WFC-TERMS
               MOVE WWF-XFER-IN (WWF-ROW WWF-COL)
                                       TO WFC-XFER-IN
               MOVE WWF-XFER-OUT (WWF-ROW WWF-COL)
                                       TO WFC-XFER-OUT
               MOVE WWF-CLOSING (WWF-ROW WWF-COL)
                                       TO WFC-CLOSING
               COMPUTE WWF-AVG-HEADCOUNT =
                   (WWF-OPENING (WWF-ROW WWF-COL) +
                    WWF-CLOSING (WWF-ROW WWF-COL)) / 2
               IF WWF-AVG-HEADCOUNT > ZEROES
                   COMPUTE WWF-TURNOVER-PCT ROUNDED =
                       (WWF-TERMS (WWF-ROW WWF-COL) * 100) /
                        WWF-AVG-HEADCOUNT
               ELSE
                   MOVE ZEROES         TO WWF-TURNOVER-PCT
               END-IF
               MOVE WWF-TURNOVER-PCT   TO WFC-TURNOVER
               WRITE WORKFORCE-REPORT-RECORD FROM WFRPT-COUNT-DETAIL
               MOVE SPACES             TO WFC-REGION
                                          WFC-REGION-NAME
           END-PERFORM.

       P00964-PRINT-WORKFORCE-ROW-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00965-ROLL-COMP-MASTER                        *
      *    FUNCTION :  MONTH-END ROLL OF THE COMPENSATION MASTER --   *
      *                ZERO THE MTD BUCKETS ON EVERY RECORD, THE QTD  *
      *                BUCKETS AT QUARTER END (MONTHS 3, 6, 9, 12)    *
      *                AND THE YTD BUCKETS AT YEAR END (MONTH 12),    *
      *                READY FOR THE NEXT PERIOD'S POSTINGS.          *
      *****************************************************************

       P00965-ROLL-COMP-MASTER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO CMR-EMP-NUM.

           START COMP-MASTER-FILE
               KEY IS NOT LESS THAN CMR-EMP-NUM
               INVALID KEY
                   GO TO P00965-ROLL-COMP-MASTER-EXIT
           END-START.

           READ COMP-MASTER-FILE NEXT RECORD
               AT END
                   GO TO P00965-ROLL-COMP-MASTER-EXIT
           END-READ.

           PERFORM UNTIL COMPMSTR-AT-END
               MOVE ZEROES             TO CMR-MTD-WAGES
                                          CMR-MTD-OT
                                          CMR-MTD-COMM
                                          CMR-MTD-BONUS
                                          CMR-MTD-RETRO
               IF WS-BUS-MONTH = 03 OR 06 OR 09 OR 12
                   MOVE ZEROES         TO CMR-QTD-WAGES
                                          CMR-QTD-OT
                                          CMR-QTD-COMM
                                          CMR-QTD-BONUS
                                          CMR-QTD-RETRO
               END-IF
               IF WS-BUS-MONTH = 12
                   MOVE ZEROES         TO CMR-YTD-WAGES
                                          CMR-YTD-OT
                                          CMR-YTD-COMM
                                          CMR-YTD-BONUS
                                          CMR-YTD-RETRO
               END-IF
               REWRITE COMP-MASTER-RECORD
               IF WS-COMPMSTR-STATUS NOT = '00'
                   MOVE 'GEN'          TO WS-PDA-ERROR-TYPE
                   MOVE 'F'            TO WS-PDA-ERROR-SEVERITY
                   MOVE 'PDAB06'       TO WPGE-PROGRAM-ID
                   MOVE 'P00965'       TO WPGE-PARAGRAPH
                   MOVE 'COMPMSTR'     TO WPM-VSAM-ERROR-FILE
                   MOVE WS-COMPMSTR-STATUS
                                       TO WPM-VSAM-ERROR-STATUS
                   MOVE 'REWRITE'      TO WPM-VSAM-ERROR-COMMAND
                   MOVE WPM-VSAM-ERROR TO WPGE-DESCRIPTION
                   PERFORM  P99500-PDA-ERROR
                       THRU P99500-PDA-ERROR-EXIT
               END-IF
               READ COMP-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       P00965-ROLL-COMP-MASTER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00966-YEAR-END-CLOSE                          *
      *    FUNCTION :  YEAR-END CLOSE OF THE COMPENSATION MASTER      *
      *                (DATECARD MODE Y).  FOR EVERY EMPLOYEE: PRINT  *
      *                THE ANNUAL COMPENSATION STATEMENT FROM THE     *
      *                YTD BUCKETS, WRITE THE CLOSING BALANCES TO     *
      *                THE YEAR ARCHIVE, THEN RESET THE MTD / QTD /   *
      *                YTD BUCKETS UNDER PROGRAM CONTROL.  THE        *
      *                CLOSE-OUT CONTROL REPORT CARRIES THE BEFORE    *
      *                AND AFTER TOTALS PER BUCKET AND THE RECORD     *
      *                COUNT.                                         *
      *****************************************************************

       P00966-YEAR-END-CLOSE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT YEAR-STATEMENT-FILE.
           OPEN OUTPUT YEAR-ARCHIVE-FILE.
           OPEN OUTPUT YEAR-CLOSE-REPORT-FILE.

           MOVE 'N'                    TO WYC-END-OF-MASTER-SW.
           MOVE ZEROES                 TO CMR-EMP-NUM.

           START COMP-MASTER-FILE
               KEY IS NOT LESS THAN CMR-EMP-NUM
               INVALID KEY
                   SET WYC-END-OF-MASTER TO TRUE
           END-START.

           IF NOT WYC-END-OF-MASTER
               READ COMP-MASTER-FILE NEXT RECORD
                   AT END
                       SET WYC-END-OF-MASTER TO TRUE
               END-READ.

           PERFORM UNTIL WYC-END-OF-MASTER
               PERFORM  P00967-CLOSE-ONE-EMPLOYEE
                   THRU P00967-CLOSE-ONE-EMPLOYEE-EXIT
               READ COMP-MASTER-FILE NEXT RECORD
                   AT END
                       SET WYC-END-OF-MASTER TO TRUE
               END-READ
           END-PERFORM.

      *****************************************************************
      *    CLOSE-OUT CONTROL REPORT -- BEFORE AND AFTER TOTALS        *
      *****************************************************************

           MOVE WS-BUS-YEAR            TO YRC-YEAR.
           WRITE YEAR-CLOSE-PRINT-RECORD FROM YRCLOS-HDR1.
           MOVE 'YTD TOTALS BEFORE CLOSE:'
                                       TO YRC-LABEL.
           MOVE WYC-BEFORE-WAGES       TO YRC-WAGES.
           MOVE WYC-BEFORE-OT          TO YRC-OT.
           MOVE WYC-BEFORE-COMM        TO YRC-COMM.
           MOVE WYC-BEFORE-BONUS       TO YRC-BONUS.
           WRITE YEAR-CLOSE-PRINT-RECORD FROM YRCLOS-LINE.
           MOVE 'YTD TOTALS AFTER CLOSE: '
                                       TO YRC-LABEL.
           MOVE WYC-AFTER-WAGES        TO YRC-WAGES.
           MOVE WYC-AFTER-OT           TO YRC-OT.
           MOVE WYC-AFTER-COMM         TO YRC-COMM.
           MOVE WYC-AFTER-BONUS        TO YRC-BONUS.
           WRITE YEAR-CLOSE-PRINT-RECORD FROM YRCLOS-LINE.
           MOVE WYC-EMPLOYEE-COUNT     TO YRC-EMP-COUNT.
           WRITE YEAR-CLOSE-PRINT-RECORD FROM YRCLOS-COUNT-LINE.

           CLOSE YEAR-STATEMENT-FILE.
           CLOSE YEAR-ARCHIVE-FILE.
           CLOSE YEAR-CLOSE-REPORT-FILE.

       P00966-YEAR-END-CLOSE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00967-CLOSE-ONE-EMPLOYEE                      *
      *    FUNCTION :  STATEMENT, ARCHIVE AND RESET FOR THE           *
      *                COMPENSATION MASTER RECORD IN MEMORY.  RETRO   *
      *                PAY IS REPORTED AND ARCHIVED AS WAGES.         *
      *****************************************************************

       P00967-CLOSE-ONE-EMPLOYEE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WYC-EMPLOYEE-COUNT.
           ADD CMR-YTD-WAGES
               CMR-YTD-RETRO           TO WYC-BEFORE-WAGES.
           ADD CMR-YTD-OT              TO WYC-BEFORE-OT.
           ADD CMR-YTD-COMM            TO WYC-BEFORE-COMM.
           ADD CMR-YTD-BONUS           TO WYC-BEFORE-BONUS.

           MOVE WS-BUS-YEAR            TO YRS-YEAR.
           WRITE YEAR-STATEMENT-RECORD FROM YRSTMT-HDR1.
           MOVE CMR-EMP-NUM            TO YRS-EMP-NUM.
           WRITE YEAR-STATEMENT-RECORD FROM YRSTMT-HDR2.
           COMPUTE YRS-WAGES = CMR-YTD-WAGES + CMR-YTD-RETRO.
           MOVE CMR-YTD-OT             TO YRS-OT.
           MOVE CMR-YTD-COMM           TO YRS-COMM.
           MOVE CMR-YTD-BONUS          TO YRS-BONUS.
           WRITE YEAR-STATEMENT-RECORD FROM YRSTMT-DTL.
           COMPUTE WYC-STMT-TOTAL =
               CMR-YTD-WAGES + CMR-YTD-OT +
               CMR-YTD-COMM + CMR-YTD-BONUS + CMR-YTD-RETRO.
           MOVE WYC-STMT-TOTAL         TO YRS-TOTAL.
           WRITE YEAR-STATEMENT-RECORD FROM YRSTMT-TOTAL.
           MOVE BLANK-LINE             TO YEAR-STATEMENT-RECORD.
           WRITE YEAR-STATEMENT-RECORD.

           MOVE WS-BUS-YEAR            TO YAR-YEAR.
           MOVE CMR-EMP-NUM            TO YAR-EMP-NUM.
           COMPUTE YAR-YTD-WAGES = CMR-YTD-WAGES + CMR-YTD-RETRO.
           MOVE CMR-YTD-OT             TO YAR-YTD-OT.
           MOVE CMR-YTD-COMM           TO YAR-YTD-COMM.
           MOVE CMR-YTD-BONUS          TO YAR-YTD-BONUS.
           WRITE YEAR-ARCHIVE-RECORD FROM WS-YEAR-ARCHIVE-RECORD.

           MOVE ZEROES                 TO CMR-MTD-WAGES
                                          CMR-MTD-OT
                                          CMR-MTD-COMM
                                          CMR-MTD-BONUS
                                          CMR-QTD-WAGES
                                          CMR-QTD-OT
                                          CMR-QTD-COMM
                                          CMR-QTD-BONUS
                                          CMR-YTD-WAGES
                                          CMR-YTD-OT
                                          CMR-YTD-COMM
                                          CMR-YTD-BONUS
                                          CMR-MTD-RETRO
                                          CMR-QTD-RETRO
                                          CMR-YTD-RETRO.

           REWRITE COMP-MASTER-RECORD.

           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00967'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD CMR-YTD-WAGES
               CMR-YTD-RETRO           TO WYC-AFTER-WAGES.
           ADD CMR-YTD-OT              TO WYC-AFTER-OT.
           ADD CMR-YTD-COMM            TO WYC-AFTER-COMM.
           ADD CMR-YTD-BONUS           TO WYC-AFTER-BONUS.

       P00967-CLOSE-ONE-EMPLOYEE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00960-CLOSE-EMPLOYEE-FILE                     *
      *****************************************************************

       P00960-CLOSE-EMPLOYEE-FILE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           CLOSE EMPLOYEE-FILE.
           CLOSE EMP-REPORT-FILE.
           CLOSE REGION-REPORT-FILE.
           CLOSE SCEN-REPORT-FILE.
           CLOSE EMP-REJECT-FILE.
           CLOSE EMP-COMP-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE COMP-MASTER-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE PAY-REGISTER-FILE.
           CLOSE PAY-ADVICE-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE LEAVE-MASTER-FILE.

           MOVE BLANK-LINE             TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.
           MOVE WLV-EMPLOYEES          TO LVT-EMPLOYEES.
           MOVE WLV-TRANS-READ         TO LVT-TRANS-READ.
           MOVE WLV-REFUSED            TO LVT-REFUSED.
           MOVE WLV-PAYOUTS            TO LVT-PAYOUTS.
           MOVE WLV-PAYOUT-TOTAL       TO LVT-PAYOUT-TOTAL.
           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-TOTALS.
           CLOSE LEAVE-REPORT-FILE.

           MOVE BLANK-LINE             TO RETRO-REGISTER-RECORD.
           WRITE RETRO-REGISTER-RECORD.
           MOVE WRP-TOTAL-EMPLOYEES    TO RRT-EMPLOYEES.
           MOVE WRP-TOTAL-PERIODS      TO RRT-PERIODS.
           MOVE WRP-TOTAL-AMOUNT       TO RRT-AMOUNT.
           MOVE WRP-NOT-PAID           TO RRT-NOT-PAID.
           WRITE RETRO-REGISTER-RECORD FROM RETROREG-TOTALS.
           CLOSE RETRO-REGISTER-FILE.

      *****************************************************************
      *    VARIANCE TOTALS AND THE RELEASE DECISION -- ANY EXCEPTION  *
      *    HOLDS PAYFILE WITH RC 4 UNLESS A P= R CARD RELEASED IT     *
      *****************************************************************

           MOVE BLANK-LINE             TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           MOVE WPV-COMPARED           TO VRT-COMPARED.
           MOVE WPV-OVER-TOLERANCE     TO VRT-OVER-TOLERANCE.
           MOVE WPV-FIRST-PAYS         TO VRT-FIRST-PAYS.
           MOVE WPV-NOT-PAID           TO VRT-NOT-PAID.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-TOTALS.

           IF WRS-PAY-VARIANCES = ZEROES
               MOVE 'NO VARIANCES - PAYFILE RELEASED'
                                       TO VRR-TEXT
           ELSE
               IF WPV-RELEASE-OVERRIDE
                   MOVE
                     'VARIANCES LISTED - PAYFILE RELEASED BY P= R CARD'
                                       TO VRR-TEXT
               ELSE
                   MOVE 'VARIANCES LISTED - PAYFILE HELD (RC 4) UNTIL RE
      -                 'VIEWED, P= R CARD RELEASES'
                                       TO VRR-TEXT
                   IF WS-RETURN-CODE < 4
                       MOVE 4          TO WS-RETURN-CODE
                       MOVE WS-RETURN-CODE
                                       TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE BLANK-LINE             TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-RELEASE.
           CLOSE VARIANCE-REPORT-FILE.

           MOVE BLANK-LINE             TO SALES-PAY-EXCP-PRINT-RECORD.
           WRITE SALES-PAY-EXCP-PRINT-RECORD.
           MOVE WSP-XREF-LOADED        TO SPT-XREF-LOADED.
           MOVE WSP-POSTINGS-READ      TO SPT-POSTINGS-READ.
           MOVE WSP-POSTINGS-PAID      TO SPT-POSTINGS-PAID.
           MOVE WSP-EXCEPTIONS         TO SPT-EXCEPTIONS.
           WRITE SALES-PAY-EXCP-PRINT-RECORD FROM SLSPAYEX-TOTALS.
           CLOSE SALES-PAY-EXCP-FILE.

           MOVE BLANK-LINE             TO TIME-CARD-EXCP-PRINT-RECORD.
           WRITE TIME-CARD-EXCP-PRINT-RECORD.
           MOVE WTC-CARDS-READ         TO TXT-CARDS-READ.
           MOVE WTC-CARDS-ACCEPTED     TO TXT-CARDS-ACCEPTED.
           MOVE WTC-CARDS-PAID         TO TXT-CARDS-PAID.
           MOVE WTC-EXCEPTIONS         TO TXT-EXCEPTIONS.
           WRITE TIME-CARD-EXCP-PRINT-RECORD FROM TIMEXCP-TOTALS.
           CLOSE TIME-CARD-EXCP-FILE.

       P00960-CLOSE-EMPLOYEE-FILE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00970-OFF-CYCLE-PAYROLL                       *
      *    FUNCTION :  DATECARD MODE O -- PAY THE OFFCYCLE MANUAL AND *
      *                BONUS PAYMENTS AND VOID (OR VOID AND REISSUE)  *
      *                EARLIER PAYMENTS FROM PAYHIST.  THE RUN WRITES *
      *                ITS OWN PAYFILE, PAYREGRP, EMPCOMP AND GLIFACE,*
      *                POSTS THE AMOUNTS (NEGATIVE FOR A VOID) TO THE *
      *                COMPMSTR BUCKETS AND ENDS HERE -- THE REGULAR  *
      *                EMPLOYEE PASS AND ITS REPORTS DO NOT RUN.  A   *
      *                REJECTED TRANSACTION IS LISTED ON PAYREGRP AND *
      *                ENDS THE RUN RC 4                              *
      *****************************************************************

       P00970-OFF-CYCLE-PAYROLL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT TRACE-FILE.

           OPEN INPUT OFF-CYCLE-TRANS-FILE.
           IF WS-OFFCYCLE-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00970'           TO WPGE-PARAGRAPH
               MOVE 'OFFCYCLE'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-OFFCYCLE-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

      *****************************************************************
      *    NAME, TYPE, REGION AND ACCOUNT COME FROM THE MASTER AS THE *
      *    LAST REGULAR RUN LEFT IT                                   *
      *****************************************************************

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00970'           TO WPGE-PARAGRAPH
               MOVE 'EMPLOYEE'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-EMPLOYEE-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           PERFORM  P00971-LOAD-OFF-CYCLE-EMPLOYEES
               THRU P00971-LOAD-OFF-CYCLE-EMPLOYEES-EXIT
                   UNTIL EMPLOYEE-FILE-EOF.
           CLOSE EMPLOYEE-FILE.

           OPEN I-O COMP-MASTER-FILE.
           IF WS-COMPMSTR-STATUS = '35'
               OPEN OUTPUT COMP-MASTER-FILE
               CLOSE COMP-MASTER-FILE
               OPEN I-O COMP-MASTER-FILE
           END-IF.
           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00970'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           PERFORM  P00975-OPEN-PAY-HISTORY
               THRU P00975-OPEN-PAY-HISTORY-EXIT.

           OPEN OUTPUT EMP-COMP-FILE.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT PAY-REGISTER-FILE.

           MOVE WS-BUS-MONTH           TO OFH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO OFH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO OFH-RUN-YEAR.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-HDR1.
           MOVE BLANK-LINE             TO PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-HDR2.
           MOVE BLANK-LINE             TO PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD.

           MOVE 'N'                    TO WOC-END-OF-FILE-SW.
           READ OFF-CYCLE-TRANS-FILE INTO WS-OFF-CYCLE-TRANS
               AT END
                   SET WOC-END-OF-FILE TO TRUE
           END-READ.

           PERFORM  P00972-PROCESS-OFF-CYCLE-TRANS
               THRU P00972-PROCESS-OFF-CYCLE-TRANS-EXIT
                   UNTIL WOC-END-OF-FILE.

      *****************************************************************
      *    CLOSE OUT THE PAYMENT FILE AND THE REGISTER                *
      *****************************************************************

           MOVE WPY-PAYMENT-COUNT      TO PYT-PAYMENT-COUNT.
           MOVE WPY-HASH-TOTAL         TO PYT-HASH-TOTAL.
           MOVE WPY-VOID-COUNT         TO PYT-VOID-COUNT.
           MOVE WPY-VOID-TOTAL         TO PYT-VOID-TOTAL.
           WRITE PAYMENT-RECORD FROM WS-PAYMENT-TRAILER.

           MOVE BLANK-LINE             TO PAY-REGISTER-RECORD.
           WRITE PAY-REGISTER-RECORD.
           MOVE 'TRANSACTIONS READ'    TO OFT-LABEL.
           MOVE WOC-TRANS-READ         TO OFT-COUNT.
           MOVE ZEROES                 TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'PAYMENTS ISSUED (NET)'
                                       TO OFT-LABEL.
           MOVE WOC-ISSUED-COUNT       TO OFT-COUNT.
           MOVE WOC-ISSUED-AMOUNT      TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'PAYMENTS VOIDED (NET)'
                                       TO OFT-LABEL.
           MOVE WOC-VOIDED-TOTAL-COUNT TO OFT-COUNT.
           MOVE WOC-VOIDED-AMOUNT      TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'DEPOSITS ON PAYFILE (HASH TOTAL)'
                                       TO OFT-LABEL.
           MOVE WPY-PAYMENT-COUNT      TO OFT-COUNT.
           MOVE WPY-HASH-TOTAL         TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'DEPOSIT REVERSALS ON PAYFILE'
                                       TO OFT-LABEL.
           MOVE WPY-VOID-COUNT         TO OFT-COUNT.
           MOVE WPY-VOID-TOTAL         TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'PAYMENTS WITH NO BANK ACCOUNT'
                                       TO OFT-LABEL.
           MOVE WPY-NO-ACCOUNT-COUNT   TO OFT-COUNT.
           MOVE ZEROES                 TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE 'PAPER CHECKS (PRENOTE WAIT)'
                                       TO OFT-LABEL.
           MOVE WPY-PAPER-CHECK-COUNT  TO OFT-COUNT.
           MOVE WPY-PAPER-CHECK-TOTAL  TO OFT-AMOUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.
           MOVE ZEROES                 TO OFT-AMOUNT.
           MOVE 'TRANSACTIONS REJECTED'
                                       TO OFT-LABEL.
           MOVE WOC-REJECTED-COUNT     TO OFT-COUNT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-TOTAL.

           CLOSE OFF-CYCLE-TRANS-FILE.
           CLOSE EMP-COMP-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE PAY-REGISTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE COMP-MASTER-FILE.

      *****************************************************************
      *    THE RUN'S OWN PAYROLL JOURNAL, THEN MARK THE OFF-CYCLE     *
      *    POSTING DONE AND GIVE BACK THE RUN LOCK                    *
      *****************************************************************

           PERFORM  P00125-GL-INTERFACE
               THRU P00125-GL-INTERFACE-EXIT.

           PERFORM  P00134-MARK-DATE-POSTED
               THRU P00134-MARK-DATE-POSTED-EXIT.

           CLOSE TRACE-FILE.

           PERFORM  P00141-RELEASE-RUN-LOCK
               THRU P00141-RELEASE-RUN-LOCK-EXIT.

           MOVE WS-BUSINESS-DATE-R     TO WPM-POSTCTL-DATE.
           IF WOC-REJECTED-COUNT = ZEROES
               MOVE 'OFF-CYCLE PAYROLL POSTED (PAYREGRP)'
                                       TO WPM-POSTCTL-TEXT
           ELSE
               MOVE 'OFF-CYCLE PAYROLL POSTED - SEE REJECTS ON PAYREGRP'
                                       TO WPM-POSTCTL-TEXT
               IF WS-RETURN-CODE < 4
                   MOVE 4              TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WPM-POSTING-CONTROL-MSG
                                       TO WMF-MESSAGE-AREA.
           DISPLAY WMF-MESSAGE-AREA.
           MOVE WS-RETURN-CODE         TO RETURN-CODE.
           GOBACK.

       P00970-OFF-CYCLE-PAYROLL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00971-LOAD-OFF-CYCLE-EMPLOYEES                *
      *    FUNCTION :  READ ONE DEMOGRAPHIC / SALARY PAIR FROM THE    *
      *                EMPLOYEE MASTER AND KEEP ITS NAME, TYPE,       *
      *                REGION AND DEPOSIT ACCOUNT.  A PAIR THAT WOULD *
      *                NOT PASS THE REGULAR RUN'S NUMBER EDIT IS LEFT *
      *                OUT -- THE EMPLOYEE CANNOT BE PAID OFF-CYCLE   *
      *                UNTIL THE MASTER IS CORRECTED                  *
      *****************************************************************

       P00971-LOAD-OFF-CYCLE-EMPLOYEES.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           READ EMPLOYEE-FILE INTO EMPLOYEE-WORK-AREA
               AT END
                   GO TO P00971-LOAD-OFF-CYCLE-EMPLOYEES-EXIT
           END-READ.
           READ EMPLOYEE-FILE INTO EMPLOYEE-SALARY-AREA
               AT END
                   GO TO P00971-LOAD-OFF-CYCLE-EMPLOYEES-EXIT
           END-READ.

           IF (WA-EMP-NUM NOT NUMERIC) OR
              (WA-EMP-NUM NOT = SA-EMP-NUM)
               GO TO P00971-LOAD-OFF-CYCLE-EMPLOYEES-EXIT.

           IF WOE-COUNT NOT < WOE-MAX
               MOVE 'WS-OFF-CYCLE-EMP-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00971'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD +1                      TO WOE-COUNT.
           MOVE WA-EMP-NUM             TO WOE-EMP-NUM (WOE-COUNT).
           MOVE WA-EMP-NAME            TO WOE-NAME (WOE-COUNT).
           MOVE WA-EMP-TYPE            TO WOE-TYPE (WOE-COUNT).
           IF WA-EMP-REGION NUMERIC
               MOVE WA-EMP-REGION      TO WOE-REGION (WOE-COUNT)
           ELSE
               MOVE ZEROES             TO WOE-REGION (WOE-COUNT)
           END-IF.
           PERFORM  P00908-SET-DEPOSIT-ACCOUNT
               THRU P00908-SET-DEPOSIT-ACCOUNT-EXIT.
           MOVE WDP-BANK-ROUTING       TO WOE-BANK-ROUTING (WOE-COUNT).
           MOVE WDP-BANK-ACCOUNT       TO WOE-BANK-ACCOUNT (WOE-COUNT).
           MOVE WDP-PAY-METHOD         TO WOE-PAY-METHOD (WOE-COUNT).

       P00971-LOAD-OFF-CYCLE-EMPLOYEES-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00972-PROCESS-OFF-CYCLE-TRANS                 *
      *    FUNCTION :  EDIT AND APPLY ONE OFFCYCLE TRANSACTION, THEN  *
      *                READ THE NEXT.  M / B PAY A NEW PAYMENT; V     *
      *                VOIDS THE MATCHING PAYHIST PAYMENT; I VOIDS IT *
      *                AND PAYS THE SAME AMOUNTS AGAIN.  EVERYTHING A *
      *                REISSUE NEEDS IS PROVED BEFORE THE VOID, SO A  *
      *                REJECTED REISSUE LEAVES THE ORIGINAL ALONE     *
      *****************************************************************

       P00972-PROCESS-OFF-CYCLE-TRANS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WOC-TRANS-READ.
           MOVE SPACES                 TO WOC-REJECT-REASON.
           MOVE ZEROES                 TO WOC-WAGES
                                          WOC-OT
                                          WOC-COMM
                                          WOC-BONUS
                                          WOC-RETRO
                                          WOC-DEDUCT
                                          WOC-NET.

           EVALUATE TRUE
               WHEN NOT (OCT-MANUAL-PAYMENT OR OCT-BONUS-PAYMENT OR
                         OCT-VOID-PAYMENT OR OCT-VOID-AND-REISSUE)
                   MOVE 'TYPE MUST BE M B V OR I'
                                       TO WOC-REJECT-REASON
               WHEN OCT-EMP-NUM NOT NUMERIC
                   MOVE 'EMPLOYEE NOT NUMERIC'
                                       TO WOC-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           IF OCT-VOID-PAYMENT
               GO TO P00972-VOID-ONLY.

      *****************************************************************
      *    A NEW PAYMENT (M, B, OR THE REISSUE HALF OF I) NEEDS THE   *
      *    EMPLOYEE ON THE MASTER                                     *
      *****************************************************************

           PERFORM  P00968-FIND-OFF-CYCLE-EMP
               THRU P00968-FIND-OFF-CYCLE-EMP-EXIT.

           IF WOC-EMP-SUB = ZEROES
               MOVE 'EMPLOYEE NOT ON MASTER'
                                       TO WOC-REJECT-REASON
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           IF OCT-VOID-AND-REISSUE
               GO TO P00972-VOID-AND-REISSUE.

           EVALUATE TRUE
               WHEN (OCT-GROSS-R NOT NUMERIC) OR
                    (OCT-GROSS-R = ZEROES)
                   MOVE 'GROSS AMOUNT INVALID'
                                       TO WOC-REJECT-REASON
               WHEN (OCT-DEDUCT NOT = SPACES) AND
                    (OCT-DEDUCT-R NOT NUMERIC)
                   MOVE 'DEDUCTION AMOUNT INVALID'
                                       TO WOC-REJECT-REASON
               WHEN (OCT-DEDUCT NOT = SPACES) AND
                    (OCT-DEDUCT-R > OCT-GROSS-R)
                   MOVE 'DEDUCTIONS EXCEED GROSS'
                                       TO WOC-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           IF OCT-MANUAL-PAYMENT
               MOVE 'M'                TO WOC-PAY-KIND
               MOVE OCT-GROSS-R        TO WOC-WAGES
           ELSE
               MOVE 'B'                TO WOC-PAY-KIND
               MOVE OCT-GROSS-R        TO WOC-BONUS
           END-IF.
           IF OCT-DEDUCT NOT = SPACES
               MOVE OCT-DEDUCT-R       TO WOC-DEDUCT
           END-IF.
           COMPUTE WOC-NET = OCT-GROSS-R - WOC-DEDUCT.

           PERFORM  P00977-NEXT-PAY-SEQUENCE
               THRU P00977-NEXT-PAY-SEQUENCE-EXIT.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           PERFORM  P00973-ISSUE-OFF-CYCLE-PAYMENT
               THRU P00973-ISSUE-OFF-CYCLE-PAYMENT-EXIT.
           GO TO P00972-READ-NEXT.

       P00972-VOID-ONLY.

           PERFORM  P00974-FIND-ORIGINAL-PAYMENT
               THRU P00974-FIND-ORIGINAL-PAYMENT-EXIT.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           PERFORM  P00978-VOID-PAYMENT
               THRU P00978-VOID-PAYMENT-EXIT.
           GO TO P00972-READ-NEXT.

       P00972-VOID-AND-REISSUE.

           PERFORM  P00974-FIND-ORIGINAL-PAYMENT
               THRU P00974-FIND-ORIGINAL-PAYMENT-EXIT.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

           MOVE 'I'                    TO WOC-PAY-KIND.
           MOVE PHS-NET                TO WOC-NET.
           MOVE PHS-REASON             TO OCT-REASON.
           PERFORM  P00977-NEXT-PAY-SEQUENCE
               THRU P00977-NEXT-PAY-SEQUENCE-EXIT.

           IF WOC-REJECT-REASON > SPACES
               PERFORM  P00969-REJECT-OFF-CYCLE-TRANS
                   THRU P00969-REJECT-OFF-CYCLE-TRANS-EXIT
               GO TO P00972-READ-NEXT.

      *****************************************************************
      *    P00977 BROWSED PAYHIST -- PUT THE ORIGINAL BACK IN THE     *
      *    RECORD AREA BEFORE IT IS VOIDED                            *
      *****************************************************************

           MOVE WOC-FOUND-KEY          TO PHS-KEY.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           PERFORM  P00978-VOID-PAYMENT
               THRU P00978-VOID-PAYMENT-EXIT.

           MOVE 'I'                    TO WOC-PAY-KIND.
           PERFORM  P00973-ISSUE-OFF-CYCLE-PAYMENT
               THRU P00973-ISSUE-OFF-CYCLE-PAYMENT-EXIT.

      *****************************************************************
      *    CROSS-REFERENCE THE VOIDED ORIGINAL TO ITS REISSUE         *
      *****************************************************************

           MOVE WOC-FOUND-KEY          TO PHS-KEY.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PAYHIST-STATUS = '00'
               MOVE WOC-NEW-SEQ        TO PHS-REISSUE-SEQ
               REWRITE PAY-HISTORY-RECORD
           END-IF.

       P00972-READ-NEXT.
           READ OFF-CYCLE-TRANS-FILE INTO WS-OFF-CYCLE-TRANS
               AT END
                   SET WOC-END-OF-FILE TO TRUE
           END-READ.

       P00972-PROCESS-OFF-CYCLE-TRANS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00968-FIND-OFF-CYCLE-EMP                      *
      *    FUNCTION :  LOCATE THE TRANSACTION'S EMPLOYEE IN THE       *
      *                MASTER TABLE -- WOC-EMP-SUB IS ZERO WHEN NOT   *
      *                FOUND; OTHERWISE THE EMPLOYEE'S DETAILS ARE    *
      *                STAGED IN THE WOC- PAYMENT FIELDS              *
      *****************************************************************

       P00968-FIND-OFF-CYCLE-EMP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WOC-EMP-SUB.
           PERFORM VARYING WOC-SUB FROM +1 BY +1
                   UNTIL (WOC-SUB > WOE-COUNT) OR
                         (WOC-EMP-SUB > ZEROES)
               IF WOE-EMP-NUM (WOC-SUB) = OCT-EMP-NUM-R
                   MOVE WOC-SUB        TO WOC-EMP-SUB
               END-IF
           END-PERFORM.

           IF WOC-EMP-SUB = ZEROES
               GO TO P00968-FIND-OFF-CYCLE-EMP-EXIT.

           MOVE WOE-EMP-NUM (WOC-EMP-SUB)
                                       TO WOC-EMP-NUM.
           MOVE WOE-NAME (WOC-EMP-SUB) TO WOC-EMP-NAME.
           MOVE WOE-TYPE (WOC-EMP-SUB) TO WOC-EMP-TYPE.
           MOVE WOE-REGION (WOC-EMP-SUB)
                                       TO WOC-EMP-REGION.
           MOVE WOE-BANK-ROUTING (WOC-EMP-SUB)
                                       TO WOC-BANK-ROUTING.
           MOVE WOE-BANK-ACCOUNT (WOC-EMP-SUB)
                                       TO WOC-BANK-ACCOUNT.
           MOVE WOE-PAY-METHOD (WOC-EMP-SUB)
                                       TO WOC-DEPOSIT-METHOD.

       P00968-FIND-OFF-CYCLE-EMP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00969-REJECT-OFF-CYCLE-TRANS                  *
      *    FUNCTION :  LIST A REJECTED OFFCYCLE TRANSACTION ON THE    *
      *                REGISTER WITH ITS REASON AND COUNT IT          *
      *****************************************************************

       P00969-REJECT-OFF-CYCLE-TRANS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           ADD +1                      TO WOC-REJECTED-COUNT.
           MOVE SPACES                 TO OFCREG-DETAIL.
           MOVE OCT-EMP-NUM            TO OFD-EMP-NUM.
           MOVE 'REJECT'               TO OFD-KIND.
           MOVE OCT-PAY-DATE           TO OFD-PAY-DATE.
           MOVE OCT-PAY-SEQ            TO OFD-PAY-SEQ.
           IF OCT-GROSS-R NUMERIC
               MOVE OCT-GROSS-R        TO OFD-AMOUNT
           ELSE
               MOVE ZEROES             TO OFD-AMOUNT
           END-IF.
           MOVE WOC-REJECT-REASON      TO OFD-COMMENT.
           WRITE PAY-REGISTER-RECORD FROM OFCREG-DETAIL.

       P00969-REJECT-OFF-CYCLE-TRANS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00973-ISSUE-OFF-CYCLE-PAYMENT                 *
      *    FUNCTION :  PAY ONE NEW OFF-CYCLE PAYMENT (KIND IN         *
      *                WOC-PAY-KIND, AMOUNTS IN THE WOC- FIELDS) AS   *
      *                THE BUSINESS DATE'S NEXT PAYHIST SEQUENCE:     *
      *                DEPOSIT ON PAYFILE WHEN THE MASTER HAS AN      *
      *                ACCOUNT, REGISTER LINE, THEN THE POSTINGS      *
      *****************************************************************

       P00973-ISSUE-OFF-CYCLE-PAYMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE +1                     TO WOC-SIGN.
           MOVE SPACES                 TO OFCREG-DETAIL.
           MOVE WOC-EMP-NUM            TO OFD-EMP-NUM.
           MOVE WOC-EMP-NAME           TO OFD-EMP-NAME.
           EVALUATE WOC-PAY-KIND
               WHEN 'M'
                   MOVE 'MANUAL'       TO OFD-KIND
               WHEN 'B'
                   MOVE 'BONUS'        TO OFD-KIND
               WHEN OTHER
                   MOVE 'REISSUE'      TO OFD-KIND
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE-R     TO OFD-PAY-DATE.
           MOVE WOC-NEW-SEQ            TO OFD-PAY-SEQ.
           MOVE WOC-NET                TO OFD-AMOUNT.

           EVALUATE WOC-DEPOSIT-METHOD
               WHEN 'D'
                   MOVE 'D'            TO WOC-PAY-METHOD
                   MOVE 'P'            TO PAY-RECORD-TYPE
                   MOVE WOC-EMP-NUM    TO PAY-EMP-NUM
                   MOVE WOC-BANK-ROUTING
                                       TO PAY-BANK-ROUTING
                   MOVE WOC-BANK-ACCOUNT
                                       TO PAY-BANK-ACCOUNT
                                          OFD-BANK-ACCOUNT
                   MOVE WOC-NET        TO PAY-AMOUNT
                   MOVE WS-BUSINESS-DATE-R
                                       TO PAY-DATE
                   WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
                   ADD +1              TO WPY-PAYMENT-COUNT
                   ADD WOC-NET         TO WPY-HASH-TOTAL
                   MOVE OCT-REASON     TO OFD-COMMENT
               WHEN 'C'
                   MOVE 'U'            TO WOC-PAY-METHOD
                   MOVE WOC-BANK-ACCOUNT
                                       TO OFD-BANK-ACCOUNT
                   ADD +1              TO WPY-PAPER-CHECK-COUNT
                   ADD WOC-NET         TO WPY-PAPER-CHECK-TOTAL
                   MOVE 'PAPER CHECK - PRENOTE'
                                       TO OFD-COMMENT
               WHEN OTHER
                   MOVE 'U'            TO WOC-PAY-METHOD
                   ADD +1              TO WPY-NO-ACCOUNT-COUNT
                   MOVE 'NO BANK ACCOUNT ON MASTER'
                                       TO OFD-COMMENT
           END-EVALUATE.

           WRITE PAY-REGISTER-RECORD FROM OFCREG-DETAIL.
           ADD +1                      TO WOC-ISSUED-COUNT.
           ADD WOC-NET                 TO WOC-ISSUED-AMOUNT.

           MOVE SPACES                 TO PAY-HISTORY-RECORD.
           MOVE WOC-EMP-NUM            TO PHS-EMP-NUM.
           MOVE WS-BUSINESS-DATE-R     TO PHS-PAY-DATE.
           MOVE WOC-NEW-SEQ            TO PHS-PAY-SEQ.
           MOVE ZEROES                 TO PHS-VOID-DATE
                                          PHS-REISSUE-SEQ.
           MOVE WOC-PAY-KIND           TO PHS-PAY-KIND.
           MOVE WOC-PAY-METHOD         TO PHS-PAY-METHOD.
           MOVE 'A'                    TO PHS-STATUS.
           MOVE WOC-EMP-NAME           TO PHS-EMP-NAME.
           MOVE WOC-EMP-TYPE           TO PHS-EMP-TYPE.
           MOVE WOC-EMP-REGION         TO PHS-EMP-REGION.
           IF WOC-PAY-METHOD = 'D'
               MOVE WOC-BANK-ROUTING   TO PHS-BANK-ROUTING
               MOVE WOC-BANK-ACCOUNT   TO PHS-BANK-ACCOUNT
           END-IF.
           MOVE WOC-WAGES              TO PHS-WAGES.
           MOVE WOC-OT                 TO PHS-OT.
           MOVE WOC-COMM               TO PHS-COMM.
           MOVE WOC-BONUS              TO PHS-BONUS.
           MOVE WOC-DEDUCT             TO PHS-DEDUCT.
           MOVE WOC-NET                TO PHS-NET.
           MOVE OCT-REASON             TO PHS-REASON.
           MOVE WOC-RETRO              TO PHS-RETRO.
           MOVE ZEROES                 TO PHS-REG-HOURS
                                          PHS-OT-HOURS.

           PERFORM  P00976-WRITE-PAY-HISTORY
               THRU P00976-WRITE-PAY-HISTORY-EXIT.

           PERFORM  P00979-POST-OFF-CYCLE-AMOUNTS
               THRU P00979-POST-OFF-CYCLE-AMOUNTS-EXIT.

       P00973-ISSUE-OFF-CYCLE-PAYMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00974-FIND-ORIGINAL-PAYMENT                   *
      *    FUNCTION :  FIND THE PAYHIST PAYMENT A V / I TRANSACTION   *
      *                NAMES BY EMPLOYEE, PAY DATE AND (OPTIONAL)     *
      *                SEQUENCE.  WITHOUT A SEQUENCE THE DATE MUST    *
      *                HOLD EXACTLY ONE PAYMENT STILL ACTIVE.  A      *
      *                PAYMENT ALREADY VOIDED IS REFUSED -- NOTHING   *
      *                IS VOIDED TWICE.  ON RETURN THE ORIGINAL IS IN *
      *                THE RECORD AREA, ITS KEY IN WOC-FOUND-KEY AND  *
      *                ITS AMOUNTS AND PAYEE IN THE WOC- FIELDS       *
      *****************************************************************

       P00974-FIND-ORIGINAL-PAYMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF (OCT-PAY-DATE-R NOT NUMERIC) OR
              ((OCT-PAY-SEQ NOT = SPACES) AND
               (OCT-PAY-SEQ-R NOT NUMERIC))
               MOVE 'PAY DATE / SEQ INVALID'
                                       TO WOC-REJECT-REASON
               GO TO P00974-FIND-ORIGINAL-PAYMENT-EXIT.

           IF OCT-PAY-SEQ NOT = SPACES
               MOVE OCT-EMP-NUM-R      TO PHS-EMP-NUM
               MOVE OCT-PAY-DATE-R     TO PHS-PAY-DATE
               MOVE OCT-PAY-SEQ-R      TO PHS-PAY-SEQ
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PAYHIST-STATUS NOT = '00'
                   MOVE 'NO PAYMENT ON FILE'
                                       TO WOC-REJECT-REASON
                   GO TO P00974-FIND-ORIGINAL-PAYMENT-EXIT
               END-IF
               IF PHS-PAYMENT-VOIDED
                   MOVE 'PAYMENT ALREADY VOIDED'
                                       TO WOC-REJECT-REASON
                   GO TO P00974-FIND-ORIGINAL-PAYMENT-EXIT
               END-IF
               MOVE PHS-KEY            TO WOC-FOUND-KEY
               GO TO P00974-STAGE-ORIGINAL
           END-IF.

      *****************************************************************
      *    NO SEQUENCE -- BROWSE EVERY PAYMENT OF THE DATE            *
      *****************************************************************

           MOVE ZEROES                 TO WOC-ACTIVE-COUNT
                                          WOC-VOIDED-COUNT.
           MOVE 'N'                    TO WPC-END-OF-FILE-SW.
           MOVE OCT-EMP-NUM-R          TO PHS-EMP-NUM.
           MOVE OCT-PAY-DATE-R         TO PHS-PAY-DATE.
           MOVE ZEROES                 TO PHS-PAY-SEQ.

           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WPC-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL WPC-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WPC-END-OF-FILE TO TRUE
               END-READ
               IF NOT WPC-END-OF-FILE
                   IF (PHS-EMP-NUM NOT = OCT-EMP-NUM-R) OR
                      (PHS-PAY-DATE NOT = OCT-PAY-DATE-R)
                       SET WPC-END-OF-FILE TO TRUE
                   ELSE
                       IF PHS-PAYMENT-VOIDED
                           ADD +1      TO WOC-VOIDED-COUNT
                       ELSE
                           ADD +1      TO WOC-ACTIVE-COUNT
                           MOVE PHS-KEY
                                       TO WOC-FOUND-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN (WOC-ACTIVE-COUNT = ZEROES) AND
                    (WOC-VOIDED-COUNT > ZEROES)
                   MOVE 'PAYMENT ALREADY VOIDED'
                                       TO WOC-REJECT-REASON
               WHEN WOC-ACTIVE-COUNT = ZEROES
                   MOVE 'NO PAYMENT ON FILE'
                                       TO WOC-REJECT-REASON
               WHEN WOC-ACTIVE-COUNT > +1
                   MOVE 'SEVERAL PAID - GIVE SEQ'
                                       TO WOC-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WOC-REJECT-REASON > SPACES
               GO TO P00974-FIND-ORIGINAL-PAYMENT-EXIT.

           MOVE WOC-FOUND-KEY          TO PHS-KEY.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       P00974-STAGE-ORIGINAL.
           MOVE PHS-PAY-DATE           TO WOC-ORIGINAL-DATE.
           MOVE PHS-PAY-SEQ            TO WOC-ORIGINAL-SEQ.
           MOVE PHS-WAGES              TO WOC-WAGES.
           MOVE PHS-OT                 TO WOC-OT.
           MOVE PHS-COMM               TO WOC-COMM.
           MOVE PHS-BONUS              TO WOC-BONUS.
           MOVE PHS-DEDUCT             TO WOC-DEDUCT.
           MOVE PHS-NET                TO WOC-NET.
           IF PHS-RETRO NUMERIC
               MOVE PHS-RETRO          TO WOC-RETRO
           ELSE
               MOVE ZEROES             TO WOC-RETRO
           END-IF.

      *****************************************************************
      *    A PLAIN VOID IS POSTED AGAINST THE PAYEE AS PAID; A        *
      *    REISSUE KEEPS THE MASTER'S CURRENT DETAILS (P00968)        *
      *****************************************************************

           IF OCT-VOID-PAYMENT
               MOVE PHS-EMP-NUM        TO WOC-EMP-NUM
               MOVE PHS-EMP-NAME       TO WOC-EMP-NAME
               MOVE PHS-EMP-TYPE       TO WOC-EMP-TYPE
               MOVE PHS-EMP-REGION     TO WOC-EMP-REGION
           END-IF.

       P00974-FIND-ORIGINAL-PAYMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00975-OPEN-PAY-HISTORY                        *
      *    FUNCTION :  OPEN PAYHIST I-O, CREATING IT ON FIRST USE.    *
      *                ANY OTHER FAILURE IS FATAL                     *
      *****************************************************************

       P00975-OPEN-PAY-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           IF WS-PAYHIST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00975'           TO WPGE-PARAGRAPH
               MOVE 'PAYHIST'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-PAYHIST-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00975-OPEN-PAY-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00976-WRITE-PAY-HISTORY                       *
      *    FUNCTION :  ADD THE PAYMENT BUILT IN PAY-HISTORY-RECORD.   *
      *                A RESTART OF THE REGULAR RUN FINDS ITS OWN     *
      *                SEQUENCE 00 ALREADY THERE AND REPLACES IT --    *
      *                UNLESS IT HAS BEEN VOIDED SINCE, WHICH STANDS  *
      *****************************************************************

       P00976-WRITE-PAY-HISTORY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'WRITE'                TO WPM-VSAM-ERROR-COMMAND.
           WRITE PAY-HISTORY-RECORD.

           IF PAYHIST-DUPLICATE
               MOVE PAY-HISTORY-RECORD TO WPY-HISTORY-IMAGE
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF PHS-PAYMENT-VOIDED
                   GO TO P00976-WRITE-PAY-HISTORY-EXIT
               END-IF
               MOVE WPY-HISTORY-IMAGE  TO PAY-HISTORY-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               REWRITE PAY-HISTORY-RECORD
           END-IF.

           IF WS-PAYHIST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00976'           TO WPGE-PARAGRAPH
               MOVE 'PAYHIST'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-PAYHIST-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

       P00976-WRITE-PAY-HISTORY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00977-NEXT-PAY-SEQUENCE                       *
      *    FUNCTION :  BROWSE THE EMPLOYEE'S PAYHIST PAYMENTS OF THE  *
      *                BUSINESS DATE FOR THE NEXT OFF-CYCLE SEQUENCE  *
      *                (01-99).  AN ACTIVE PAYMENT OF THE SAME KIND,  *
      *                NET AND REASON IS ALREADY PAID -- THE RERUN OF *
      *                AN ABENDED OFF-CYCLE RUN MUST NOT PAY IT TWICE *
      *****************************************************************

       P00977-NEXT-PAY-SEQUENCE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 1                      TO WOC-NEXT-SEQ.
           MOVE 'N'                    TO WOC-DUPLICATE-SW
                                          WPC-END-OF-FILE-SW.
           MOVE WOC-EMP-NUM            TO PHS-EMP-NUM.
           MOVE WS-BUSINESS-DATE-R     TO PHS-PAY-DATE.
           MOVE 1                      TO PHS-PAY-SEQ.

           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WPC-END-OF-FILE TO TRUE
           END-START.

           PERFORM UNTIL WPC-END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WPC-END-OF-FILE TO TRUE
               END-READ
               IF NOT WPC-END-OF-FILE
                   IF (PHS-EMP-NUM NOT = WOC-EMP-NUM) OR
                      (PHS-PAY-DATE NOT = WS-BUSINESS-DATE-R)
                       SET WPC-END-OF-FILE TO TRUE
                   ELSE
                       COMPUTE WOC-NEXT-SEQ = PHS-PAY-SEQ + 1
                       IF PHS-PAYMENT-ACTIVE               AND
                          (PHS-PAY-KIND = WOC-PAY-KIND)    AND
                          (PHS-NET = WOC-NET)              AND
                          (PHS-REASON = OCT-REASON)
                           MOVE 'Y'    TO WOC-DUPLICATE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WOC-DUPLICATE-PAYMENT
               MOVE 'ALREADY PAID TODAY'
                                       TO WOC-REJECT-REASON
           ELSE
           IF WOC-NEXT-SEQ > 99
               MOVE 'NO SEQUENCE LEFT TODAY'
                                       TO WOC-REJECT-REASON
           ELSE
               MOVE WOC-NEXT-SEQ       TO WOC-NEW-SEQ.

       P00977-NEXT-PAY-SEQUENCE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00978-VOID-PAYMENT                            *
      *    FUNCTION :  VOID THE PAYHIST PAYMENT IN THE RECORD AREA:   *
      *                A DEPOSIT IS REVERSED WITH A V RECORD ON       *
      *                PAYFILE (ORIGINAL ACCOUNT AND PAY DATE), THE   *
      *                PAYMENT IS MARKED VOIDED WITH TODAY'S DATE AND *
      *                ITS AMOUNTS ARE POSTED BACK OUT                *
      *****************************************************************

       P00978-VOID-PAYMENT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE -1                     TO WOC-SIGN.
           MOVE 'V'                    TO WOC-PAY-KIND.
           MOVE PHS-PAY-METHOD         TO WOC-PAY-METHOD.

           MOVE SPACES                 TO OFCREG-DETAIL.
           MOVE PHS-EMP-NUM            TO OFD-EMP-NUM.
           MOVE PHS-EMP-NAME           TO OFD-EMP-NAME.
           MOVE 'VOID'                 TO OFD-KIND.
           MOVE PHS-PAY-DATE           TO OFD-PAY-DATE.
           MOVE PHS-PAY-SEQ            TO OFD-PAY-SEQ.
           COMPUTE OFD-AMOUNT = 0 - PHS-NET.

           IF PHS-DIRECT-DEPOSIT
               MOVE 'V'                TO PAY-RECORD-TYPE
               MOVE PHS-EMP-NUM        TO PAY-EMP-NUM
               MOVE PHS-BANK-ROUTING   TO PAY-BANK-ROUTING
               MOVE PHS-BANK-ACCOUNT   TO PAY-BANK-ACCOUNT
                                          OFD-BANK-ACCOUNT
               MOVE PHS-NET            TO PAY-AMOUNT
               MOVE PHS-PAY-DATE       TO PAY-DATE
               WRITE PAYMENT-RECORD FROM WS-PAYMENT-DETAIL
               MOVE 'P'                TO PAY-RECORD-TYPE
               ADD +1                  TO WPY-VOID-COUNT
               ADD PHS-NET             TO WPY-VOID-TOTAL
               MOVE 'DEPOSIT REVERSED'  TO OFD-COMMENT
           ELSE
               MOVE 'VOIDED - NOT DEPOSITED'
                                       TO OFD-COMMENT
           END-IF.

           WRITE PAY-REGISTER-RECORD FROM OFCREG-DETAIL.
           ADD +1                      TO WOC-VOIDED-TOTAL-COUNT.
           SUBTRACT PHS-NET            FROM WOC-VOIDED-AMOUNT.

           MOVE 'V'                    TO PHS-STATUS.
           MOVE WS-BUSINESS-DATE-R     TO PHS-VOID-DATE.
           REWRITE PAY-HISTORY-RECORD.
           IF WS-PAYHIST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00978'           TO WPGE-PARAGRAPH
               MOVE 'PAYHIST'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-PAYHIST-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           PERFORM  P00979-POST-OFF-CYCLE-AMOUNTS
               THRU P00979-POST-OFF-CYCLE-AMOUNTS-EXIT.

       P00978-VOID-PAYMENT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00979-POST-OFF-CYCLE-AMOUNTS                  *
      *    FUNCTION :  POST ONE OFF-CYCLE PAYMENT OR VOID (WOC-SIGN   *
      *                -1) TO THE COMPMSTR MTD / QTD / YTD BUCKETS,   *
      *                FEED IT ON EMPCOMP AND ADD IT TO THE PAYROLL   *
      *                JOURNAL.  THE LAST / PRIOR POST DATES ARE NOT  *
      *                TOUCHED -- THEY BELONG TO THE REGULAR RUN'S    *
      *                PAY PERIOD                                     *
      *****************************************************************

       P00979-POST-OFF-CYCLE-AMOUNTS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WOC-EMP-NUM            TO CMR-EMP-NUM.
           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

           IF COMPMSTR-RECORD-NEW
               INITIALIZE COMP-MASTER-RECORD
               MOVE WOC-EMP-NUM        TO CMR-EMP-NUM.

           COMPUTE WOC-POST-AMOUNT = WOC-WAGES * WOC-SIGN.
           ADD WOC-POST-AMOUNT         TO CMR-MTD-WAGES
                                          CMR-QTD-WAGES
                                          CMR-YTD-WAGES.
           COMPUTE WOC-POST-AMOUNT = WOC-OT * WOC-SIGN.
           ADD WOC-POST-AMOUNT         TO CMR-MTD-OT
                                          CMR-QTD-OT
                                          CMR-YTD-OT.
           COMPUTE WOC-POST-AMOUNT = WOC-COMM * WOC-SIGN.
           ADD WOC-POST-AMOUNT         TO CMR-MTD-COMM
                                          CMR-QTD-COMM
                                          CMR-YTD-COMM.
           COMPUTE WOC-POST-AMOUNT = WOC-BONUS * WOC-SIGN.
           ADD WOC-POST-AMOUNT         TO CMR-MTD-BONUS
                                          CMR-QTD-BONUS
                                          CMR-YTD-BONUS.
           COMPUTE WOC-POST-AMOUNT = WOC-RETRO * WOC-SIGN.
           ADD WOC-POST-AMOUNT         TO CMR-MTD-RETRO
                                          CMR-QTD-RETRO
                                          CMR-YTD-RETRO.

           IF COMPMSTR-RECORD-NEW
               WRITE COMP-MASTER-RECORD
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
           ELSE
               REWRITE COMP-MASTER-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-COMPMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00979'           TO WPGE-PARAGRAPH
               MOVE 'COMPMSTR'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-COMPMSTR-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           ADD +1                      TO WPC-POSTED-COUNT.

      *****************************************************************
      *    EMPCOMP -- AMOUNTS AS PAID, FLAGGED '-' FOR A VOID         *
      *****************************************************************

           MOVE WOC-EMP-NUM            TO ECP-EMP-NUM.
           MOVE WOC-EMP-NAME           TO ECP-EMP-NAME.
           COMPUTE ECP-TOTAL-COMP = WOC-WAGES + WOC-OT +
                                    WOC-COMM + WOC-BONUS +
                                    WOC-RETRO.
           MOVE WOC-DEDUCT             TO ECP-TOTAL-DEDUCT.
           MOVE WOC-NET                TO ECP-NET-PAY.
           MOVE WOC-EMP-TYPE           TO ECP-EMP-TYPE.
           MOVE ZEROES                 TO ECP-SHIFT.
           MOVE WOC-WAGES              TO ECP-WAGES.
           MOVE WOC-OT                 TO ECP-OT-PAY.
           MOVE WOC-PAY-KIND           TO ECP-PAY-KIND.
           IF WOC-SIGN < ZEROES
               MOVE '-'                TO ECP-AMOUNT-SIGN
           ELSE
               MOVE SPACES             TO ECP-AMOUNT-SIGN
           END-IF.
           WRITE EMP-COMP-RECORD FROM WS-EMP-COMP-RECORD.

      *****************************************************************
      *    PAYROLL JOURNAL -- EXPENSE BY REGION, WITHHOLDING AND NET  *
      *    PAID OR OWED, ALL NEGATIVE FOR A VOID                      *
      *****************************************************************

           MOVE WOC-EMP-REGION         TO WGL-ADD-QUALIFIER.
           MOVE 'WAGE'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = (WOC-WAGES + WOC-RETRO) * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.
           MOVE 'OTPY'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = WOC-OT * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.
           MOVE 'COMM'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = WOC-COMM * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.
           MOVE 'BONS'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = WOC-BONUS * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

           MOVE SPACES                 TO WGL-ADD-QUALIFIER.
           MOVE 'DEDN'                 TO WGL-ADD-FUNCTION.
           COMPUTE WGL-ADD-AMOUNT = WOC-DEDUCT * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

           IF WOC-PAY-METHOD = 'D'
               MOVE 'NETP'             TO WGL-ADD-FUNCTION
           ELSE
               MOVE 'NETU'             TO WGL-ADD-FUNCTION
           END-IF.
           COMPUTE WGL-ADD-AMOUNT = WOC-NET * WOC-SIGN.
           PERFORM  P00130-ADD-GL-AMOUNT
               THRU P00130-ADD-GL-AMOUNT-EXIT.

       P00979-POST-OFF-CYCLE-AMOUNTS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00980-WRITE-PAY-ADVICE                        *
      *    FUNCTION :  WRITE ONE PAY ADVICE FOR THE HOLD-TABLE ENTRY  *
      *                AT HOLD-IX, THE WHOLE EMPLOYEE AS FED ON       *
      *                EMPCOMP (A SPLIT PAIR'S AMOUNTS ARE ALREADY    *
      *                SUMMED IN THE FEED RECORD AND BY P00943).      *
      *                EARNINGS SHOW HOURS, THIS PAY AND THE COMPMSTR *
      *                YEAR TO DATE; EACH ELECTED DEDUCTION IS        *
      *                RECOMPUTED AND CAPPED EXACTLY AS P00944 FEEDS  *
      *                IT, SO THE LINES SUM TO THE DEDUCTION TOTAL.   *
      *                LEAVE PAY AND VACATION PAYOUT FROM LEAVEMST    *
      *                SHOW UNDER REGULAR PAY, AND THE LEAVE BALANCES *
      *                CLOSE THE ADVICE.                              *
      *    CALLED BY:  P00940-PRINT-EMPLOYEE-REPORT                   *
      *****************************************************************

       P00980-WRITE-PAY-ADVICE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE HOLD-EMP-NUM (HOLD-IX) TO CMR-EMP-NUM.

           READ COMP-MASTER-FILE
               KEY IS CMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WMF-COMPMSTR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WMF-COMPMSTR-FOUND-SW
           END-READ.

           IF COMPMSTR-RECORD-NEW
               INITIALIZE COMP-MASTER-RECORD
               MOVE HOLD-EMP-NUM (HOLD-IX)
                                       TO CMR-EMP-NUM
           END-IF.

           WRITE PAY-ADVICE-RECORD FROM WPM-ALL-ASTERISK.

           MOVE WS-BUS-MONTH           TO PAH-PAY-MONTH.
           MOVE WS-BUS-DAY             TO PAH-PAY-DAY.
           MOVE WS-BUS-YEAR            TO PAH-PAY-YEAR.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-HDR1.

           MOVE HOLD-EMP-NUM (HOLD-IX) TO PAH-EMP-NUM.
           MOVE HOLD-NAME (HOLD-IX)    TO PAH-EMP-NAME.
           MOVE HOLD-REGION (HOLD-IX)  TO PAH-REGION.
           MOVE HOLD-TYPE (HOLD-IX)    TO PAH-TYPE.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-HDR2.
           WRITE PAY-ADVICE-RECORD FROM BLANK-LINE.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-COLUMNS.

      *****************************************************************
      *    EARNINGS -- THIS PAY AND YEAR TO DATE                      *
      *****************************************************************

           MOVE 'REGULAR PAY'          TO PAE-DESC.
           MOVE HOLD-REG-HOURS (HOLD-IX)
                                       TO PAE-HOURS.
           MOVE ECP-WAGES              TO PAE-CURRENT.
           MOVE CMR-YTD-WAGES          TO PAE-YTD.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE.

      *****************************************************************
      *    LEAVE PAID THIS RUN IS PART OF REGULAR PAY -- SHOWN BELOW  *
      *    IT, THIS PAY ONLY                                          *
      *****************************************************************

           MOVE HOLD-EMP-NUM (HOLD-IX) TO LMR-EMP-NUM.
           READ LEAVE-MASTER-FILE
               KEY IS LMR-EMP-NUM
               INVALID KEY
                   MOVE 'N'            TO WAV-LEAVE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'            TO WAV-LEAVE-FOUND-SW
           END-READ.

           IF WAV-LEAVE-FOUND AND
              LMR-LAST-RUN-DATE = WS-BUSINESS-DATE-R
               IF LMR-RUN-LEAVE-PAY > ZEROES
                   MOVE '  INCL PAID LEAVE'
                                       TO PAE-DESC
                   COMPUTE PAE-HOURS = LMR-RUN-VAC-TAKEN +
                                       LMR-RUN-SICK-TAKEN
                   MOVE LMR-RUN-LEAVE-PAY
                                       TO PAE-CURRENT
                   MOVE SPACES         TO PAE-YTD-X
                   WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE
               END-IF
               IF LMR-RUN-PAYOUT-AMT > ZEROES
                   MOVE '  INCL VAC PAYOUT'
                                       TO PAE-DESC
                   MOVE LMR-RUN-PAYOUT-HOURS
                                       TO PAE-HOURS
                   MOVE LMR-RUN-PAYOUT-AMT
                                       TO PAE-CURRENT
                   MOVE SPACES         TO PAE-YTD-X
                   WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE
               END-IF
           END-IF.

           MOVE 'OVERTIME PAY'         TO PAE-DESC.
           MOVE HOLD-OT-HOURS (HOLD-IX)
                                       TO PAE-HOURS.
           MOVE ECP-OT-PAY             TO PAE-CURRENT.
           MOVE CMR-YTD-OT             TO PAE-YTD.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE.

           MOVE 'COMMISSION'           TO PAE-DESC.
           MOVE ZEROES                 TO PAE-HOURS.
           MOVE WPY-COMM-TOTAL         TO PAE-CURRENT.
           MOVE CMR-YTD-COMM           TO PAE-YTD.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE.

           IF (WRP-FEED-RETRO NOT = ZEROES) OR
              (CMR-YTD-RETRO NOT = ZEROES)
               MOVE 'RETRO PAY'        TO PAE-DESC
               MOVE ZEROES             TO PAE-HOURS
               MOVE WRP-FEED-RETRO     TO PAE-CURRENT
               MOVE CMR-YTD-RETRO      TO PAE-YTD
               WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE
           END-IF.

           COMPUTE WAV-BONUS = ECP-TOTAL-COMP - ECP-WAGES -
                               ECP-OT-PAY - WPY-COMM-TOTAL -
                               WRP-FEED-RETRO.
           MOVE 'ANNIVERSARY BONUS'    TO PAE-DESC.
           MOVE WAV-BONUS              TO PAE-CURRENT.
           MOVE CMR-YTD-BONUS          TO PAE-YTD.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE.

           COMPUTE WAV-YTD-GROSS = CMR-YTD-WAGES + CMR-YTD-OT +
                                   CMR-YTD-COMM + CMR-YTD-BONUS +
                                   CMR-YTD-RETRO.
           MOVE 'GROSS PAY'            TO PAE-DESC.
           MOVE ECP-TOTAL-COMP         TO PAE-CURRENT.
           MOVE WAV-YTD-GROSS          TO PAE-YTD.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-EARN-LINE.
           WRITE PAY-ADVICE-RECORD FROM BLANK-LINE.

      *****************************************************************
      *    DEDUCTIONS -- ONE LINE PER ELECTED CODE                    *
      *****************************************************************

           WRITE PAY-ADVICE-RECORD FROM PAYADV-DED-HDR.

           MOVE ECP-TOTAL-COMP         TO WDF-GROSS-COMP.
           MOVE HOLD-DEDUCT (HOLD-IX)  TO WDF-REMAINING.

           PERFORM VARYING WDF-SUB FROM +1 BY +1
                   UNTIL WDF-SUB > WDE-COUNT
               IF WDE-EMP-NUM (WDF-SUB) =
                  HOLD-EMP-NUM (HOLD-IX) (1:5)
                   PERFORM VARYING WDF-DEF-SUB FROM +1 BY +1
                           UNTIL WDF-DEF-SUB > WDD-COUNT
                       IF WDD-CODE (WDF-DEF-SUB) =
                           END-IF
                           SUBTRACT WDF-ONE-AMOUNT
                                       FROM WDF-REMAINING
                           MOVE SPACES TO PAA-DESC
                           STRING '  CODE '
                                  WDD-CODE (WDF-DEF-SUB)
                                  DELIMITED BY SIZE
                                  INTO PAA-DESC
                           MOVE WDF-ONE-AMOUNT
                                       TO PAA-AMOUNT
                           WRITE PAY-ADVICE-RECORD
                               FROM PAYADV-AMOUNT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE 'TOTAL DEDUCTIONS'     TO PAA-DESC.
           MOVE HOLD-DEDUCT (HOLD-IX)  TO PAA-AMOUNT.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-AMOUNT-LINE.
           WRITE PAY-ADVICE-RECORD FROM BLANK-LINE.

           MOVE 'NET PAY'              TO PAA-DESC.
           MOVE HOLD-NET (HOLD-IX)     TO PAA-AMOUNT.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-AMOUNT-LINE.

      *****************************************************************
      *    WHERE THE NET WENT -- THE ACCOUNT IS NEVER PRINTED WHOLE   *
      *****************************************************************

           PERFORM  P00981-MASK-ACCOUNT
               THRU P00981-MASK-ACCOUNT-EXIT.

           MOVE SPACES                 TO PAP-ACCOUNT.
           EVALUATE HOLD-PAY-METHOD (HOLD-IX)
               WHEN 'D'
                   MOVE 'NET PAY DEPOSITED TO ACCOUNT'
                                       TO PAP-TEXT
                   MOVE WAV-MASKED-ACCOUNT
                                       TO PAP-ACCOUNT
               WHEN 'C'
                   MOVE 'PAID BY CHECK - PRENOTE PENDING ON'
                                       TO PAP-TEXT
                   MOVE WAV-MASKED-ACCOUNT
                                       TO PAP-ACCOUNT
               WHEN OTHER
                   MOVE 'NO BANK ACCOUNT ON FILE - NET PAY HELD'
                                       TO PAP-TEXT
           END-EVALUATE.
           WRITE PAY-ADVICE-RECORD FROM PAYADV-PAY-LINE.
           WRITE PAY-ADVICE-RECORD FROM BLANK-LINE.

      *****************************************************************
      *    LEAVE BALANCES AFTER THIS PAY                              *
      *****************************************************************

           IF WAV-LEAVE-FOUND
               WRITE PAY-ADVICE-RECORD FROM PAYADV-LEAVE-HDR
               MOVE 'VACATION'         TO PAL-DESC
               MOVE LMR-YTD-VAC-ACCRUED
                                       TO PAL-ACCRUED
               MOVE LMR-YTD-VAC-TAKEN  TO PAL-TAKEN
               MOVE LMR-VAC-BALANCE    TO PAL-BALANCE
               WRITE PAY-ADVICE-RECORD FROM PAYADV-LEAVE-LINE
               MOVE 'SICK'             TO PAL-DESC
               MOVE LMR-YTD-SICK-ACCRUED
                                       TO PAL-ACCRUED
               MOVE LMR-YTD-SICK-TAKEN TO PAL-TAKEN
               MOVE LMR-SICK-BALANCE   TO PAL-BALANCE
               WRITE PAY-ADVICE-RECORD FROM PAYADV-LEAVE-LINE
               WRITE PAY-ADVICE-RECORD FROM BLANK-LINE
           END-IF.

       P00980-WRITE-PAY-ADVICE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00981-MASK-ACCOUNT                            *
      *    FUNCTION :  BUILD WAV-MASKED-ACCOUNT AS FOUR ASTERISKS AND  *
      *                THE LAST FOUR CHARACTERS OF THE HOLD-TABLE     *
      *                ENTRY'S ACCOUNT (LEFT-JUSTIFIED, SO THE LAST   *
      *                NON-BLANK POSITION ENDS IT).  AN ACCOUNT OF    *
      *                FOUR CHARACTERS OR LESS SHOWS ASTERISKS ONLY.  *
      *    CALLED BY:  P00980-WRITE-PAY-ADVICE                        *
      *****************************************************************

       P00981-MASK-ACCOUNT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE '****'                 TO WAV-MASKED-ACCOUNT.

           PERFORM VARYING WAV-ACCT-SUB FROM +17 BY -1
                   UNTIL (WAV-ACCT-SUB < +1) OR
                         (HOLD-BANK-ACCOUNT (HOLD-IX)
                              (WAV-ACCT-SUB:1) NOT = SPACE)
               CONTINUE
           END-PERFORM.

           IF WAV-ACCT-SUB > +4
               SUBTRACT +3             FROM WAV-ACCT-SUB
               MOVE HOLD-BANK-ACCOUNT (HOLD-IX) (WAV-ACCT-SUB:4)
                                       TO WAV-MASKED-ACCOUNT (5:4)
           END-IF.

       P00981-MASK-ACCOUNT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00982-OPEN-LEAVE-MASTER                       *
      *    FUNCTION :  OPEN THE LEAVE MASTER (LEAVEMST) I-O -- PRIMING*
      *                A FRESHLY DEFINED CLUSTER AS P00910 DOES FOR   *
      *                COMPMSTR -- AND START THE LEAVERPT REPORT      *
      *    CALLED BY:  P00910-OPEN-EMPLOYEE-FILE                      *
      *****************************************************************

       P00982-OPEN-LEAVE-MASTER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN I-O LEAVE-MASTER-FILE.
           IF WS-LEAVEMST-STATUS = '35'
               OPEN OUTPUT LEAVE-MASTER-FILE
               CLOSE LEAVE-MASTER-FILE
               OPEN I-O LEAVE-MASTER-FILE
           END-IF.
           IF WS-LEAVEMST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00982'           TO WPGE-PARAGRAPH
               MOVE 'LEAVEMST'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-LEAVEMST-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           OPEN OUTPUT LEAVE-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO LVH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO LVH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO LVH-RUN-YEAR.
           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-HDR1.
           MOVE BLANK-LINE             TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-HDR2.
           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-HDR3.
           MOVE BLANK-LINE             TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.

       P00982-OPEN-LEAVE-MASTER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00983-APPLY-LEAVE                             *
      *    FUNCTION :  PAID TIME OFF FOR THE EMPLOYEE JUST CALCULATED.*
      *                ACCRUE THE PAY'S VACATION AND SICK HOURS FOR   *
      *                THE EMPLOYEE'S TENURE TIER, CHARGE THE LEAVE   *
      *                CLOCKED ON TIME CARDS AND KEYED ON LEAVETRN    *
      *                (REFUSING ANY REQUEST OVER THE BALANCE), AND   *
      *                ON A T= TERMINATION APPLIED THIS RUN PAY OUT   *
      *                THE UNUSED VACATION -- SICK TIME LAPSES.  AN   *
      *                HOURLY EMPLOYEE'S LEAVE IS PAID AT THE RATE; A *
      *                SALARIED EMPLOYEE'S PAYOUT AT SALARY / 40.     *
      *                LEAVE PAY AND PAYOUT ARE ADDED TO THE WAGES.   *
      *                A RERUN OF THE SAME BUSINESS DATE PAYS WHAT    *
      *                THE FIRST RUN RECORDED AND CHANGES NOTHING --  *
      *                THE FIRST RUN'S DECISIONS STAND.  A TERMINATED *
      *                RECORD FOR AN EMPLOYEE BACK ON THE MASTER IS A *
      *                REHIRE AND STARTS AGAIN FROM NOTHING.          *
      *    CALLED BY:  P00930-BUILD-HOLD-ENTRY                        *
      *****************************************************************

       P00983-APPLY-LEAVE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WLV-RERUN-SW
                                          WLV-TERMINATED-SW.
           MOVE ZEROES                 TO WLV-PAID-HOURS.
           MOVE SPACES                 TO LVD-COMMENT.
           ADD +1                      TO WLV-EMPLOYEES.

           MOVE WA-EMP-NUM             TO LMR-EMP-NUM.
           READ LEAVE-MASTER-FILE
               KEY IS LMR-EMP-NUM
               INVALID KEY
                   MOVE 'Y'            TO WLV-RECORD-NEW-SW
               NOT INVALID KEY
                   MOVE 'N'            TO WLV-RECORD-NEW-SW
           END-READ.

           IF LEAVEMST-RECORD-NEW
               INITIALIZE LEAVE-MASTER-RECORD
               MOVE WA-EMP-NUM         TO LMR-EMP-NUM
               MOVE 'A'                TO LMR-STATUS
               MOVE 'NEW LEAVE RECORD' TO LVD-COMMENT
           ELSE
               IF LMR-LAST-RUN-DATE = WS-BUSINESS-DATE-R
                   SET WLV-RERUN       TO TRUE
                   MOVE 'RERUN - AS PAID'
                                       TO LVD-COMMENT
                   GO TO P00983-RERUN
               END-IF
               IF LMR-TERMINATED
                   INITIALIZE LEAVE-MASTER-RECORD
                   MOVE WA-EMP-NUM     TO LMR-EMP-NUM
                   MOVE 'A'            TO LMR-STATUS
                   MOVE 'REHIRED'      TO LVD-COMMENT
               END-IF
           END-IF.

           MOVE ZEROES                 TO LMR-RUN-VAC-ACCRUED
                                          LMR-RUN-VAC-TAKEN
                                          LMR-RUN-SICK-ACCRUED
                                          LMR-RUN-SICK-TAKEN
                                          LMR-RUN-PAYOUT-HOURS
                                          LMR-RUN-LEAVE-PAY
                                          LMR-RUN-PAYOUT-AMT.

      *****************************************************************
      *    ACCRUAL FOR THE TENURE TIER -- THE TIER'S CARRYOVER CAPS   *
      *    RIDE ON THE RECORD FOR THE YEAR-END ROLL                   *
      *****************************************************************

           PERFORM  P00985-FIND-ACCRUAL-TIER
               THRU P00985-FIND-ACCRUAL-TIER-EXIT.

           IF WPA-SUB > ZEROES
               MOVE WPA-VAC-HOURS (WPA-SUB)
                                       TO LMR-RUN-VAC-ACCRUED
               MOVE WPA-SICK-HOURS (WPA-SUB)
                                       TO LMR-RUN-SICK-ACCRUED
               MOVE WPA-VAC-MAX-CARRY (WPA-SUB)
                                       TO LMR-VAC-MAX-CARRY
               MOVE WPA-SICK-MAX-CARRY (WPA-SUB)
                                       TO LMR-SICK-MAX-CARRY
           END-IF.

           ADD LMR-RUN-VAC-ACCRUED     TO LMR-VAC-BALANCE
                                          LMR-YTD-VAC-ACCRUED.
           ADD LMR-RUN-SICK-ACCRUED    TO LMR-SICK-BALANCE
                                          LMR-YTD-SICK-ACCRUED.

      *****************************************************************
      *    LEAVE CLOCKED ON THE TIME CARDS, THEN LEAVE KEYED ON       *
      *    LEAVETRN, EACH CHARGED IN TURN AGAINST WHAT IS LEFT        *
      *****************************************************************

           IF HOURLY AND WTC-TIME-CARD-HOURS
               PERFORM VARYING WTC-SUB FROM +1 BY +1
                       UNTIL WTC-SUB > WTC-COUNT
                   IF WTC-EMP-NUM (WTC-SUB) = WA-EMP-NUM AND
                      WTC-PENDING (WTC-SUB)               AND
                      NOT WTC-WORKED-TIME (WTC-SUB)
                       PERFORM  P00986-TAKE-LEAVE-CARD
                           THRU P00986-TAKE-LEAVE-CARD-EXIT
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WLT-SUB FROM +1 BY +1
                   UNTIL WLT-SUB > WLT-COUNT
               IF WLT-EMP-NUM (WLT-SUB) = WA-EMP-NUM AND
                  WLT-PENDING (WLT-SUB)
                   MOVE WLT-LEAVE-TYPE (WLT-SUB)
                                       TO WLV-REQ-TYPE
                   MOVE WLT-HOURS (WLT-SUB)
                                       TO WLV-REQ-HOURS
                   MOVE WLT-LEAVE-DATE (WLT-SUB)
                                       TO WLV-REQ-DATE
                   MOVE 'LEAVETRN'     TO WLV-REQ-SOURCE
                   PERFORM  P00987-CHARGE-LEAVE
                       THRU P00987-CHARGE-LEAVE-EXIT
                   IF WLV-ACCEPTED
                       MOVE 'P'        TO WLT-STATUS (WLT-SUB)
                   ELSE
                       MOVE 'R'        TO WLT-STATUS (WLT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *    THE HOURLY VALUE OF THE EMPLOYEE'S TIME                    *
      *****************************************************************

           EVALUATE TRUE
               WHEN HOURLY
                   MOVE SA-EMP-RATE    TO WLV-HOURLY-RATE
               WHEN SALES
                   COMPUTE WLV-HOURLY-RATE ROUNDED =
                       SA-SALES-SALARY / 40
               WHEN OTHER
                   COMPUTE WLV-HOURLY-RATE ROUNDED =
                       SA-MGMT-SALARY / 40
           END-EVALUATE.

           IF HOURLY
               COMPUTE LMR-RUN-LEAVE-PAY ROUNDED =
                   WLV-PAID-HOURS * WLV-HOURLY-RATE
           END-IF.

      *****************************************************************
      *    TERMINATED BY A T= APPLIED THIS RUN -- THIS IS THE FINAL   *
      *    PAY, SO THE UNUSED VACATION IS PAID WITH IT                *
      *****************************************************************

           PERFORM VARYING WEF-SUB FROM +1 BY +1
                   UNTIL WEF-SUB > WEM-COUNT
               IF (WEM-EMP-NUM (WEF-SUB) = WA-EMP-NUM (1:5)) AND
                  (WEM-ACTION (WEF-SUB) = 'T')               AND
                  WEM-APPLIED (WEF-SUB)
                   SET WLV-TERMINATED-THIS-RUN
                                       TO TRUE
               END-IF
           END-PERFORM.

           IF WLV-TERMINATED-THIS-RUN
               IF LMR-VAC-BALANCE > ZEROES
                   MOVE LMR-VAC-BALANCE
                                       TO LMR-RUN-PAYOUT-HOURS
                   COMPUTE LMR-RUN-PAYOUT-AMT ROUNDED =
                       LMR-RUN-PAYOUT-HOURS * WLV-HOURLY-RATE
                   ADD +1              TO WLV-PAYOUTS
                   ADD LMR-RUN-PAYOUT-AMT
                                       TO WLV-PAYOUT-TOTAL
               END-IF
               MOVE ZEROES             TO LMR-VAC-BALANCE
                                          LMR-SICK-BALANCE
               MOVE 'T'                TO LMR-STATUS
               MOVE WS-BUSINESS-DATE-R TO LMR-TERM-DATE
               MOVE 'TERMINATED'       TO LVD-COMMENT
           END-IF.

           MOVE WS-BUSINESS-DATE-R     TO LMR-LAST-RUN-DATE.

           IF LEAVEMST-RECORD-NEW
               WRITE LEAVE-MASTER-RECORD
               MOVE 'WRITE'            TO WPM-VSAM-ERROR-COMMAND
           ELSE
               REWRITE LEAVE-MASTER-RECORD
               MOVE 'REWRITE'          TO WPM-VSAM-ERROR-COMMAND.

           IF WS-LEAVEMST-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00983'           TO WPGE-PARAGRAPH
               MOVE 'LEAVEMST'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-LEAVEMST-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.

           GO TO P00983-PAY-LEAVE.

      *****************************************************************
      *    RERUN -- THE LEAVE THE FIRST RUN CHARGED IS ALREADY ON THE *
      *    RECORD; CLEAR THIS EMPLOYEE'S LEAVE CARDS AND TRANSACTIONS *
      *    SO THEY ARE NOT REPORTED AS UNUSED                         *
      *****************************************************************

       P00983-RERUN.
           PERFORM VARYING WTC-SUB FROM +1 BY +1
                   UNTIL WTC-SUB > WTC-COUNT
               IF WTC-EMP-NUM (WTC-SUB) = WA-EMP-NUM AND
                  WTC-PENDING (WTC-SUB)               AND
                  NOT WTC-WORKED-TIME (WTC-SUB)
                   MOVE 'P'            TO WTC-STATUS (WTC-SUB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WLT-SUB FROM +1 BY +1
                   UNTIL WLT-SUB > WLT-COUNT
               IF WLT-EMP-NUM (WLT-SUB) = WA-EMP-NUM AND
                  WLT-PENDING (WLT-SUB)
                   MOVE 'P'            TO WLT-STATUS (WLT-SUB)
               END-IF
           END-PERFORM.

       P00983-PAY-LEAVE.
           ADD LMR-RUN-LEAVE-PAY
               LMR-RUN-PAYOUT-AMT      TO EMP-WAGES.
           ADD LMR-RUN-LEAVE-PAY
               LMR-RUN-PAYOUT-AMT      TO EMP-COMPENSATION.
           IF HOURLY
               ADD LMR-RUN-VAC-TAKEN
                   LMR-RUN-SICK-TAKEN  TO REG-HOURS
           END-IF.

           MOVE WA-EMP-NUM             TO LVD-EMP-NUM.
           MOVE WA-EMP-NAME            TO LVD-EMP-NAME.
           MOVE WA-EMP-TYPE            TO LVD-EMP-TYPE.
           MOVE LMR-RUN-VAC-ACCRUED    TO LVD-VAC-ACCRUED.
           MOVE LMR-RUN-VAC-TAKEN      TO LVD-VAC-TAKEN.
           MOVE LMR-RUN-PAYOUT-HOURS   TO LVD-VAC-PAYOUT.
           MOVE LMR-VAC-BALANCE        TO LVD-VAC-BALANCE.
           MOVE LMR-RUN-SICK-ACCRUED   TO LVD-SICK-ACCRUED.
           MOVE LMR-RUN-SICK-TAKEN     TO LVD-SICK-TAKEN.
           MOVE LMR-SICK-BALANCE       TO LVD-SICK-BALANCE.
           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-DETAIL.

       P00983-APPLY-LEAVE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00984-LOAD-LEAVE-TRANS                        *
      *    FUNCTION :  LOAD AND EDIT THE LEAVETRN LEAVE TRANSACTIONS. *
      *                A BAD EMPLOYEE NUMBER, LEAVE TYPE, DATE OR     *
      *                HOURS IS LISTED ON LEAVERPT AND BYPASSED.  NO  *
      *                LEAVETRN (OR AN EMPTY ONE) MEANS NO LEAVE WAS  *
      *                KEYED THIS RUN.                                *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00984-LOAD-LEAVE-TRANS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WLT-COUNT
                                          WLV-TRANS-READ.
           MOVE 'N'                    TO WLV-END-OF-FILE-SW.

           OPEN INPUT LEAVE-TRANS-FILE.

           IF WS-LEAVETRN-STATUS NOT = '00'
               GO TO P00984-LOAD-LEAVE-TRANS-EXIT.

           READ LEAVE-TRANS-FILE INTO WS-LEAVE-TRANS-RECORD
               AT END
                   SET WLV-END-OF-FILE TO TRUE
           END-READ.

           PERFORM UNTIL WLV-END-OF-FILE
               ADD +1                  TO WLV-TRANS-READ
               MOVE SPACES             TO WLV-REASON
               EVALUATE TRUE
                   WHEN LTR-EMP-NUM NOT NUMERIC
                       MOVE 'EMPLOYEE NUMBER NOT NUMERIC'
                                       TO WLV-REASON
                   WHEN NOT LTR-VALID-LEAVE-TYPE
                       MOVE 'LEAVE TYPE MUST BE V OR S'
                                       TO WLV-REASON
                   WHEN LTR-LEAVE-DATE NOT NUMERIC
                       MOVE 'LEAVE DATE NOT NUMERIC (CCYYMMDD)'
                                       TO WLV-REASON
                   WHEN LTR-LEAVE-DATE-R > WS-BUSINESS-DATE-R
                       MOVE 'LEAVE DATE AFTER THE BUSINESS DATE'
                                       TO WLV-REASON
                   WHEN LTR-HOURS NOT NUMERIC
                       MOVE 'HOURS NOT NUMERIC (999V99)'
                                       TO WLV-REASON
                   WHEN LTR-HOURS-R = ZEROES
                       MOVE 'ZERO HOURS OF LEAVE'
                                       TO WLV-REASON
                   WHEN WLT-COUNT = WLT-MAX
                       MOVE 'LEAVE TRANSACTION TABLE FULL - BYPASSED'
                                       TO WLV-REASON
                   WHEN OTHER
                       ADD +1          TO WLT-COUNT
                       MOVE LTR-EMP-NUM-R
                                       TO WLT-EMP-NUM (WLT-COUNT)
                       MOVE LTR-LEAVE-TYPE
                                       TO WLT-LEAVE-TYPE (WLT-COUNT)
                       MOVE LTR-LEAVE-DATE-R
                                       TO WLT-LEAVE-DATE (WLT-COUNT)
                       MOVE LTR-HOURS-R
                                       TO WLT-HOURS (WLT-COUNT)
                       MOVE 'A'        TO WLT-STATUS (WLT-COUNT)
               END-EVALUATE
               IF WLV-REASON NOT = SPACES
                   MOVE LTR-EMP-NUM    TO LVX-EMP-NUM
                   MOVE 'LEAVETRN'     TO LVX-SOURCE
                   MOVE LTR-LEAVE-DATE TO LVX-LEAVE-DATE
                   MOVE LTR-LEAVE-TYPE TO LVX-LEAVE-TYPE
                   IF LTR-HOURS NUMERIC
                       MOVE LTR-HOURS-R
                                       TO LVX-HOURS
                   ELSE
                       MOVE LTR-HOURS  TO LVX-HOURS-X
                   END-IF
                   MOVE WLV-REASON     TO LVX-REASON
                   PERFORM  P00987-WRITE-LEAVE-EXCP
                       THRU P00987-WRITE-LEAVE-EXCP-EXIT
               END-IF
               READ LEAVE-TRANS-FILE INTO WS-LEAVE-TRANS-RECORD
                   AT END
                       SET WLV-END-OF-FILE
                                       TO TRUE
               END-READ
           END-PERFORM.

           CLOSE LEAVE-TRANS-FILE.

       P00984-LOAD-LEAVE-TRANS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00985-FIND-ACCRUAL-TIER                       *
      *    FUNCTION :  WORK OUT THE EMPLOYEE'S WHOLE YEARS OF SERVICE *
      *                FROM THE HIRE DATE AND LEAVE THE FIRST PTOACCR *
      *                TIER COVERING THEM IN WPA-SUB (ZERO WHEN NO    *
      *                TIER DOES -- NOTHING ACCRUES).                 *
      *    CALLED BY:  P00983-APPLY-LEAVE                             *
      *****************************************************************

       P00985-FIND-ACCRUAL-TIER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           COMPUTE WLV-TENURE-YEARS =
               WS-BUS-YEAR - WS-EMP-HIRE-YEAR-4.
           COMPUTE WLV-BUS-MMDD = (WS-BUS-MONTH * 100) + WS-BUS-DAY.
           COMPUTE WLV-HIRE-MMDD =
               (WA-EMP-HIRE-MONTH * 100) + WA-EMP-HIRE-DAY.
           IF WLV-BUS-MMDD < WLV-HIRE-MMDD
               SUBTRACT +1             FROM WLV-TENURE-YEARS
           END-IF.
           IF WLV-TENURE-YEARS < ZEROES
               MOVE ZEROES             TO WLV-TENURE-YEARS
           END-IF.

           MOVE ZEROES                 TO WPA-SUB.
           PERFORM VARYING WLT-SUB FROM +1 BY +1
                   UNTIL (WLT-SUB > WPA-COUNT) OR
                         (WPA-SUB > ZEROES)
               IF (WLV-TENURE-YEARS NOT <
                   WPA-YEARS-FROM (WLT-SUB))       AND
                  (WLV-TENURE-YEARS NOT >
                   WPA-YEARS-TO (WLT-SUB))
                   MOVE WLT-SUB        TO WPA-SUB
               END-IF
           END-PERFORM.

       P00985-FIND-ACCRUAL-TIER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00986-TAKE-LEAVE-CARD                         *
      *    FUNCTION :  CHARGE TIME CARD WTC-SUB'S LEAVE.  A DAY NOT   *
      *                AFTER THE PERIOD START WAS PAID BY AN EARLIER  *
      *                RUN; A DAY OVER THE BALANCE IS REFUSED.  BOTH  *
      *                ARE LISTED ON TIMEXCP AS WELL AS LEAVERPT.     *
      *    CALLED BY:  P00983-APPLY-LEAVE                             *
      *****************************************************************

       P00986-TAKE-LEAVE-CARD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE WTC-LEAVE-CODE (WTC-SUB)
                                       TO WLV-REQ-TYPE.
           MOVE WTC-HOURS (WTC-SUB)    TO WLV-REQ-HOURS.
           MOVE WTC-WORK-DATE (WTC-SUB)
                                       TO WLV-REQ-DATE.
           MOVE 'TIMECARD'             TO WLV-REQ-SOURCE.

           IF WTC-WORK-DATE (WTC-SUB) NOT > WTC-PERIOD-START
               MOVE 'DAY ALREADY PAID - NOT AFTER LAST COMPMSTR POSTING'
                                       TO WTC-REASON
           ELSE
               PERFORM  P00987-CHARGE-LEAVE
                   THRU P00987-CHARGE-LEAVE-EXIT
               IF WLV-ACCEPTED
                   MOVE 'P'            TO WTC-STATUS (WTC-SUB)
                   ADD +1              TO WTC-CARDS-PAID
                   GO TO P00986-TAKE-LEAVE-CARD-EXIT
               END-IF
               MOVE WLV-REASON         TO WTC-REASON
           END-IF.

           MOVE 'R'                    TO WTC-STATUS (WTC-SUB).
           MOVE WTC-EMP-NUM (WTC-SUB)  TO TXD-EMP-NUM.
           MOVE WTC-WORK-DATE (WTC-SUB)
                                       TO TXD-WORK-DATE.
           MOVE WTC-HOURS (WTC-SUB)    TO TXD-HOURS.
           MOVE WTC-REASON             TO TXD-REASON.
           PERFORM  P00927-WRITE-TIME-CARD-EXCP
               THRU P00927-WRITE-TIME-CARD-EXCP-EXIT.

       P00986-TAKE-LEAVE-CARD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00987-CHARGE-LEAVE                            *
      *    FUNCTION :  CHARGE WLV-REQ-HOURS OF WLV-REQ-TYPE LEAVE TO  *
      *                THE LEAVE MASTER RECORD IN MEMORY.  A REQUEST  *
      *                OVER THE BALANCE LEFT IS REFUSED WHOLE AND     *
      *                LISTED ON LEAVERPT -- THE BALANCE NEVER GOES   *
      *                BELOW ZERO.  WLV-ACCEPTED TELLS THE CALLER.    *
      *    CALLED BY:  P00983-APPLY-LEAVE, P00986-TAKE-LEAVE-CARD     *
      *****************************************************************

       P00987-CHARGE-LEAVE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WLV-ACCEPTED-SW.
           MOVE SPACES                 TO WLV-REASON.

           IF WLV-REQ-VACATION
               IF WLV-REQ-HOURS > LMR-VAC-BALANCE
                   MOVE 'VACATION HOURS OVER THE BALANCE - REFUSED'
                                       TO WLV-REASON
               ELSE
                   SUBTRACT WLV-REQ-HOURS
                                       FROM LMR-VAC-BALANCE
                   ADD WLV-REQ-HOURS   TO LMR-RUN-VAC-TAKEN
                                          LMR-YTD-VAC-TAKEN
                   SET WLV-ACCEPTED    TO TRUE
               END-IF
           ELSE
               IF WLV-REQ-HOURS > LMR-SICK-BALANCE
                   MOVE 'SICK HOURS OVER THE BALANCE - REFUSED'
                                       TO WLV-REASON
               ELSE
                   SUBTRACT WLV-REQ-HOURS
                                       FROM LMR-SICK-BALANCE
                   ADD WLV-REQ-HOURS   TO LMR-RUN-SICK-TAKEN
                                          LMR-YTD-SICK-TAKEN
                   SET WLV-ACCEPTED    TO TRUE
               END-IF
           END-IF.

           IF WLV-ACCEPTED
               ADD WLV-REQ-HOURS       TO WLV-PAID-HOURS
               GO TO P00987-CHARGE-LEAVE-EXIT.

           ADD +1                      TO WLV-REFUSED.
           MOVE WA-EMP-NUM             TO LVX-EMP-NUM.
           MOVE WLV-REQ-SOURCE         TO LVX-SOURCE.
           MOVE WLV-REQ-DATE           TO LVX-LEAVE-DATE.
           MOVE WLV-REQ-TYPE           TO LVX-LEAVE-TYPE.
           MOVE WLV-REQ-HOURS          TO LVX-HOURS.
           MOVE WLV-REASON             TO LVX-REASON.
           PERFORM  P00987-WRITE-LEAVE-EXCP
               THRU P00987-WRITE-LEAVE-EXCP-EXIT.

       P00987-CHARGE-LEAVE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00987-WRITE-LEAVE-EXCP                        *
      *    FUNCTION :  WRITE THE PREPARED LEAVERPT EXCEPTION LINE.    *
      *    CALLED BY:  P00984, P00987-CHARGE-LEAVE, P00989            *
      *****************************************************************

       P00987-WRITE-LEAVE-EXCP.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-EXCP.

       P00987-WRITE-LEAVE-EXCP-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00988-YEAR-END-LEAVE-ROLL                     *
      *    FUNCTION :  YEAR-END ROLL OF THE LEAVE MASTER (DATECARD    *
      *                MODE Y), AFTER THE YEAR'S LAST ACCRUAL.  EACH  *
      *                ACTIVE EMPLOYEE CARRIES A BALANCE UP TO THE    *
      *                TIER'S MAXIMUM CARRYOVER INTO THE NEW YEAR AND *
      *                FORFEITS THE REST; THE YEAR'S ACCRUED AND      *
      *                TAKEN HOURS START AGAIN AT ZERO.  A RECORD     *
      *                ALREADY ROLLED ON THE BUSINESS DATE (A RERUN)  *
      *                IS LEFT ALONE.  LISTED ON LEAVERPT.            *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00988-YEAR-END-LEAVE-ROLL.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE BLANK-LINE             TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.
           MOVE 'YEAR-END LEAVE CARRYOVER'
                                       TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.

           MOVE 'N'                    TO WLV-END-OF-FILE-SW.
           MOVE ZEROES                 TO LMR-EMP-NUM.

           START LEAVE-MASTER-FILE
               KEY IS NOT LESS THAN LMR-EMP-NUM
               INVALID KEY
                   SET WLV-END-OF-FILE TO TRUE
           END-START.

           IF NOT WLV-END-OF-FILE
               READ LEAVE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WLV-END-OF-FILE
                                       TO TRUE
               END-READ.

           PERFORM UNTIL WLV-END-OF-FILE
               IF LMR-ACTIVE AND
                  LMR-ROLL-DATE NOT = WS-BUSINESS-DATE-R
                   MOVE ZEROES         TO WLV-VAC-FORFEIT
                                          WLV-SICK-FORFEIT
                   IF LMR-VAC-BALANCE > LMR-VAC-MAX-CARRY
                       COMPUTE WLV-VAC-FORFEIT =
                           LMR-VAC-BALANCE - LMR-VAC-MAX-CARRY
                       MOVE LMR-VAC-MAX-CARRY
                                       TO LMR-VAC-BALANCE
                   END-IF
                   IF LMR-SICK-BALANCE > LMR-SICK-MAX-CARRY
                       COMPUTE WLV-SICK-FORFEIT =
                           LMR-SICK-BALANCE - LMR-SICK-MAX-CARRY
                       MOVE LMR-SICK-MAX-CARRY
                                       TO LMR-SICK-BALANCE
                   END-IF
                   MOVE ZEROES         TO LMR-YTD-VAC-ACCRUED
                                          LMR-YTD-VAC-TAKEN
                                          LMR-YTD-SICK-ACCRUED
                                          LMR-YTD-SICK-TAKEN
                   MOVE WS-BUSINESS-DATE-R
                                       TO LMR-ROLL-DATE
                   REWRITE LEAVE-MASTER-RECORD
                   IF WS-LEAVEMST-STATUS NOT = '00'
                       MOVE 'GEN'      TO WS-PDA-ERROR-TYPE
                       MOVE 'F'        TO WS-PDA-ERROR-SEVERITY
                       MOVE 'PDAB06'   TO WPGE-PROGRAM-ID
                       MOVE 'P00988'   TO WPGE-PARAGRAPH
                       MOVE 'LEAVEMST' TO WPM-VSAM-ERROR-FILE
                       MOVE WS-LEAVEMST-STATUS
                                       TO WPM-VSAM-ERROR-STATUS
                       MOVE 'REWRITE'  TO WPM-VSAM-ERROR-COMMAND
                       MOVE WPM-VSAM-ERROR
                                       TO WPGE-DESCRIPTION
                       PERFORM  P99500-PDA-ERROR
                           THRU P99500-PDA-ERROR-EXIT
                   END-IF
                   MOVE LMR-EMP-NUM    TO LVY-EMP-NUM
                   MOVE LMR-VAC-BALANCE
                                       TO LVY-VAC-CARRIED
                   MOVE WLV-VAC-FORFEIT
                                       TO LVY-VAC-FORFEIT
                   MOVE LMR-SICK-BALANCE
                                       TO LVY-SICK-CARRIED
                   MOVE WLV-SICK-FORFEIT
                                       TO LVY-SICK-FORFEIT
                   WRITE LEAVE-REPORT-RECORD FROM LEAVRPT-ROLL
               END-IF
               READ LEAVE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WLV-END-OF-FILE
                                       TO TRUE
               END-READ
           END-PERFORM.

       P00988-YEAR-END-LEAVE-ROLL-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00989-LIST-UNUSED-LEAVE-TRANS                 *
      *    FUNCTION :  AFTER THE PASS, LIST EVERY LEAVETRN            *
      *                TRANSACTION NO EMPLOYEE TOOK -- THE EMPLOYEE   *
      *                IS NOT ON THE MASTER OR WAS REJECTED TO        *
      *                EMPREJCT.                                      *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00989-LIST-UNUSED-LEAVE-TRANS.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WLT-SUB FROM +1 BY +1
                   UNTIL WLT-SUB > WLT-COUNT
               IF WLT-PENDING (WLT-SUB)
                   MOVE WLT-EMP-NUM (WLT-SUB)
                                       TO LVX-EMP-NUM
                   MOVE 'LEAVETRN'     TO LVX-SOURCE
                   MOVE WLT-LEAVE-DATE (WLT-SUB)
                                       TO LVX-LEAVE-DATE
                   MOVE WLT-LEAVE-TYPE (WLT-SUB)
                                       TO LVX-LEAVE-TYPE
                   MOVE WLT-HOURS (WLT-SUB)
                                       TO LVX-HOURS
                   MOVE 'EMPLOYEE NOT PAID THIS RUN - LEAVE NOT TAKEN'
                                       TO LVX-REASON
                   PERFORM  P00987-WRITE-LEAVE-EXCP
                       THRU P00987-WRITE-LEAVE-EXCP-EXIT
               END-IF
           END-PERFORM.

       P00989-LIST-UNUSED-LEAVE-TRANS-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00990-CALC-RETRO-PAY                          *
      *    FUNCTION :  RETRO PAY FOR THE EMPLOYEE JUST CALCULATED --  *
      *                EVERY BACK-DATED RATE / SALARY CHANGE STORED   *
      *                FOR THE EMPLOYEE BY P00996 IS WORKED OUT BY    *
      *                P00991 AND THE TOTAL JOINS THE EMPLOYEE'S      *
      *                COMPENSATION.  LEFT IN WRP-EMP-RETRO FOR THE   *
      *                HOLD LINE (P00938) AND COMPMSTR (P00939).      *
      *    CALLED BY:  P00930-BUILD-HOLD-ENTRY                        *
      *****************************************************************

       P00990-CALC-RETRO-PAY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WRP-EMP-RETRO
                                          WRP-EMP-PERIODS
                                          WRP-EMP-FROM-DATE.

           IF WRC-COUNT = ZEROES
               GO TO P00990-CALC-RETRO-PAY-EXIT.

           PERFORM VARYING WRC-SUB FROM +1 BY +1
                   UNTIL WRC-SUB > WRC-COUNT
               IF (WRC-PENDING (WRC-SUB))               AND
                  (WRC-EMP-NUM (WRC-SUB) = WA-EMP-NUM (1:5))
                   PERFORM  P00991-RETRO-ONE-CHANGE
                       THRU P00991-RETRO-ONE-CHANGE-EXIT
               END-IF
           END-PERFORM.

           IF WRP-EMP-RETRO > ZEROES
               ADD WRP-EMP-RETRO       TO EMP-COMPENSATION
               ADD +1                  TO WRP-TOTAL-EMPLOYEES
               MOVE WA-EMP-NUM         TO RRE-EMP-NUM
               MOVE WRP-EMP-PERIODS    TO RRE-PERIODS
               MOVE WRP-EMP-FROM-DATE  TO RRE-EFF-DATE
               MOVE WRP-EMP-RETRO      TO RRE-AMOUNT
               WRITE RETRO-REGISTER-RECORD FROM RETROREG-EMP-TOTAL
               MOVE BLANK-LINE         TO RETRO-REGISTER-RECORD
               WRITE RETRO-REGISTER-RECORD
           END-IF.

       P00990-CALC-RETRO-PAY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00991-RETRO-ONE-CHANGE                        *
      *    FUNCTION :  RETRO FOR ONE BACK-DATED CHANGE (WRC-SUB).     *
      *                EVERY REGULAR PAY ON PAYHIST DATED FROM THE    *
      *                EFFECTIVE DATE UP TO THE BUSINESS DATE THAT    *
      *                WAS ACTUALLY PAID (STILL ACTIVE, OR VOIDED AND *
      *                REISSUED) IS ONE PERIOD, AND SO IS THIS PAY,   *
      *                WHICH THE UN-SWAPPED MASTER PAYS AT THE OLD    *
      *                RATE.  A CHANGE THAT IS NOT AN INCREASE IS     *
      *                LISTED BUT NOT RECOVERED.                      *
      *    CALLED BY:  P00990-CALC-RETRO-PAY                          *
      *****************************************************************

       P00991-RETRO-ONE-CHANGE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'P'                    TO WRC-STATUS (WRC-SUB).
           MOVE WRC-OLD-RATE (WRC-SUB) TO WRP-OLD-RATE.

           MOVE WA-EMP-NUM             TO RRD-EMP-NUM.
           MOVE WA-EMP-NAME            TO RRD-EMP-NAME.
           MOVE WA-EMP-TYPE            TO RRD-EMP-TYPE.
           MOVE WRC-EFF-DATE (WRC-SUB) TO RRD-EFF-DATE.
           MOVE WRC-OLD-RATE (WRC-SUB) TO RRD-OLD-RATE.
           MOVE WRC-NEW-RATE (WRC-SUB) TO RRD-NEW-RATE.

           IF WRC-NEW-RATE (WRC-SUB) NOT > WRC-OLD-RATE (WRC-SUB)
               MOVE SPACES             TO RRD-PAY-DATE
               MOVE ZEROES             TO RRD-HOURS
                                          RRD-AMOUNT
               MOVE 'NO INCREASE'      TO RRD-NOTE
               WRITE RETRO-REGISTER-RECORD FROM RETROREG-DETAIL
               GO TO P00991-RETRO-ONE-CHANGE-EXIT.

           IF (WRP-EMP-FROM-DATE = ZEROES)               OR
              (WRC-EFF-DATE (WRC-SUB) < WRP-EMP-FROM-DATE)
               MOVE WRC-EFF-DATE (WRC-SUB)
                                       TO WRP-EMP-FROM-DATE
           END-IF.

      *****************************************************************
      *    PAYS ALREADY MADE SINCE THE EFFECTIVE DATE                 *
      *****************************************************************

           MOVE 'N'                    TO WRP-END-OF-HISTORY-SW.
           MOVE WA-EMP-NUM             TO PHS-EMP-NUM.
           MOVE WRC-EFF-DATE (WRC-SUB) TO PHS-PAY-DATE.
           MOVE ZEROES                 TO PHS-PAY-SEQ.

           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PHS-KEY
               INVALID KEY
                   SET WRP-END-OF-HISTORY TO TRUE
           END-START.

           PERFORM UNTIL WRP-END-OF-HISTORY
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WRP-END-OF-HISTORY TO TRUE
               END-READ
               IF NOT WRP-END-OF-HISTORY
                   IF (PHS-EMP-NUM NOT = WA-EMP-NUM)            OR
                      (PHS-PAY-DATE NOT < WS-BUSINESS-DATE-R)
                       SET WRP-END-OF-HISTORY TO TRUE
                   ELSE
                       IF (PHS-PAY-SEQ = ZEROES)                AND
                          (PHS-REGULAR-PAY)                     AND
                          (PHS-PAYMENT-ACTIVE OR
                           PHS-REISSUE-SEQ > ZEROES)
                           PERFORM  P00992-RETRO-HISTORY-PAY
                               THRU P00992-RETRO-HISTORY-PAY-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *    THIS PAY -- OVERTIME HOURS COUNT AT TIME AND A HALF        *
      *****************************************************************

           IF HOURLY
               COMPUTE WRP-HOURS = REG-HOURS + (OT-HOURS * 1.5)
           ELSE
               MOVE ZEROES             TO WRP-HOURS
           END-IF.
           MOVE 'THIS PAY'             TO RRD-PAY-DATE.
           PERFORM  P00993-RETRO-ONE-PERIOD
               THRU P00993-RETRO-ONE-PERIOD-EXIT.

       P00991-RETRO-ONE-CHANGE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00992-RETRO-HISTORY-PAY                       *
      *    FUNCTION :  ONE EARLIER PAY FROM PAYHIST.  THE HOURS PAID  *
      *                (OVERTIME AT TIME AND A HALF) COME FROM THE    *
      *                PAYMENT; A PAYMENT MADE BEFORE PAYHIST KEPT    *
      *                HOURS IS WORKED BACK FROM ITS WAGES AND        *
      *                OVERTIME AT THE OLD RATE.                      *
      *    CALLED BY:  P00991-RETRO-ONE-CHANGE                        *
      *****************************************************************

       P00992-RETRO-HISTORY-PAY.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WRP-HOURS.

           IF WRC-EMP-TYPE (WRC-SUB) = 'H'
               IF (PHS-REG-HOURS NUMERIC) AND
                  (PHS-OT-HOURS NUMERIC)
                   COMPUTE WRP-HOURS =
                       PHS-REG-HOURS + (PHS-OT-HOURS * 1.5)
               ELSE
                   IF WRP-OLD-RATE > ZEROES
                       COMPUTE WRP-HOURS ROUNDED =
                           (PHS-WAGES + PHS-OT) / WRP-OLD-RATE
                   END-IF
               END-IF
           END-IF.

           MOVE PHS-PAY-DATE           TO RRD-PAY-DATE.
           PERFORM  P00993-RETRO-ONE-PERIOD
               THRU P00993-RETRO-ONE-PERIOD-EXIT.

       P00992-RETRO-HISTORY-PAY-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00993-RETRO-ONE-PERIOD                        *
      *    FUNCTION :  THE RETRO FOR ONE PAY PERIOD -- HOURS TIMES    *
      *                THE RATE INCREASE FOR HOURLY, THE SALARY       *
      *                INCREASE FOR SALES AND MANAGEMENT -- ADDED TO  *
      *                THE EMPLOYEE AND RUN TOTALS AND LISTED ON      *
      *                RETROREG.                                      *
      *    CALLED BY:  P00991-RETRO-ONE-CHANGE                        *
      *                P00992-RETRO-HISTORY-PAY                       *
      *****************************************************************

       P00993-RETRO-ONE-PERIOD.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WRC-EMP-TYPE (WRC-SUB) = 'H'
               COMPUTE WRP-PERIOD-RETRO ROUNDED = WRP-HOURS *
                   (WRC-NEW-RATE (WRC-SUB) - WRC-OLD-RATE (WRC-SUB))
           ELSE
               COMPUTE WRP-PERIOD-RETRO =
                   WRC-NEW-RATE (WRC-SUB) - WRC-OLD-RATE (WRC-SUB)
           END-IF.

           ADD WRP-PERIOD-RETRO        TO WRP-EMP-RETRO
                                          WRP-TOTAL-AMOUNT.
           ADD +1                      TO WRP-EMP-PERIODS
                                          WRP-TOTAL-PERIODS.

           MOVE WRP-HOURS              TO RRD-HOURS.
           MOVE WRP-PERIOD-RETRO       TO RRD-AMOUNT.
           MOVE SPACES                 TO RRD-NOTE.
           WRITE RETRO-REGISTER-RECORD FROM RETROREG-DETAIL.

       P00993-RETRO-ONE-PERIOD-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00994-OPEN-RETRO-REGISTER                     *
      *    FUNCTION :  OPEN THE RETROACTIVE PAY REGISTER (RETROREG)   *
      *                AND WRITE ITS HEADINGS                         *
      *    CALLED BY:  P00910-OPEN-EMPLOYEE-FILE                      *
      *****************************************************************

       P00994-OPEN-RETRO-REGISTER.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           OPEN OUTPUT RETRO-REGISTER-FILE.

           MOVE WS-BUS-MONTH           TO RRH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO RRH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO RRH-RUN-YEAR.
           WRITE RETRO-REGISTER-RECORD FROM RETROREG-HDR1.
           MOVE BLANK-LINE             TO RETRO-REGISTER-RECORD.
           WRITE RETRO-REGISTER-RECORD.
           WRITE RETRO-REGISTER-RECORD FROM RETROREG-HDR2.
           MOVE BLANK-LINE             TO RETRO-REGISTER-RECORD.
           WRITE RETRO-REGISTER-RECORD.

       P00994-OPEN-RETRO-REGISTER-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00995-LIST-UNPAID-RETRO                       *
      *    FUNCTION :  AFTER THE PASS, LIST EVERY BACK-DATED CHANGE   *
      *                WHOSE EMPLOYEE WAS NOT PAID THIS RUN (REJECTED *
      *                TO EMPREJCT) -- NO RETRO WAS PAID AND THE      *
      *                DIFFERENCE MUST BE PAID BY HAND.               *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00995-LIST-UNPAID-RETRO.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           PERFORM VARYING WRC-SUB FROM +1 BY +1
                   UNTIL WRC-SUB > WRC-COUNT
               IF WRC-PENDING (WRC-SUB)
                   MOVE WRC-EMP-NUM (WRC-SUB)
                                       TO RRD-EMP-NUM
                   MOVE SPACES         TO RRD-EMP-NAME
                                          RRD-PAY-DATE
                   MOVE WRC-EMP-TYPE (WRC-SUB)
                                       TO RRD-EMP-TYPE
                   MOVE WRC-EFF-DATE (WRC-SUB)
                                       TO RRD-EFF-DATE
                   MOVE WRC-OLD-RATE (WRC-SUB)
                                       TO RRD-OLD-RATE
                   MOVE WRC-NEW-RATE (WRC-SUB)
                                       TO RRD-NEW-RATE
                   MOVE ZEROES         TO RRD-HOURS
                                          RRD-AMOUNT
                   MOVE 'NOT PAID'     TO RRD-NOTE
                   WRITE RETRO-REGISTER-RECORD FROM RETROREG-DETAIL
                   ADD +1              TO WRP-NOT-PAID
               END-IF
           END-PERFORM.

       P00995-LIST-UNPAID-RETRO-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00996-STORE-RETRO-CHANGE                      *
      *    FUNCTION :  AN R= CHANGE CARRYING AN EFFECTIVE DATE IS     *
      *                KEPT, WITH THE RATE / SALARY IT REPLACES, FOR  *
      *                THE RETRO PAY CALCULATION (P00990).  CALLED    *
      *                BEFORE THE NEW RATE IS MOVED TO THE PAIR.      *
      *    CALLED BY:  P00904-APPLY-MAINT-TO-PAIR                     *
      *****************************************************************

       P00996-STORE-RETRO-CHANGE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           IF WPR-EMP-EFF-DATE = SPACES
               GO TO P00996-STORE-RETRO-CHANGE-EXIT.

           IF WRC-COUNT = WRC-MAX
               MOVE 'WS-RETRO-CHANGE-TABLE'
                                       TO WPM-TABLE-NAME
               MOVE WPM-TABLE-OVERFLOW TO WPGE-DESCRIPTION
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE 'P00996'           TO WPGE-PARAGRAPH
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
               GO TO P00996-STORE-RETRO-CHANGE-EXIT.

           ADD +1                      TO WRC-COUNT.
           MOVE WA-EMP-NUM             TO WRC-EMP-NUM (WRC-COUNT).
           MOVE WA-EMP-TYPE            TO WRC-EMP-TYPE (WRC-COUNT).
           MOVE WPR-EMP-EFF-DATE-R     TO WRC-EFF-DATE (WRC-COUNT).
           MOVE 'A'                    TO WRC-STATUS (WRC-COUNT).

           EVALUATE TRUE
               WHEN HOURLY
                   MOVE SA-EMP-RATE    TO WRC-OLD-RATE (WRC-COUNT)
                   MOVE WPR-EMP-RATE-R TO WRC-NEW-RATE (WRC-COUNT)
               WHEN SALES
                   MOVE SA-SALES-SALARY
                                       TO WRC-OLD-RATE (WRC-COUNT)
                   MOVE WPR-EMP-SALARY-R
                                       TO WRC-NEW-RATE (WRC-COUNT)
               WHEN OTHER
                   MOVE SA-MGMT-SALARY TO WRC-OLD-RATE (WRC-COUNT)
                   MOVE WPR-EMP-SALARY-R
                                       TO WRC-NEW-RATE (WRC-COUNT)
           END-EVALUATE.

       P00996-STORE-RETRO-CHANGE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00997-CHECK-PAY-VARIANCE                      *
      *    FUNCTION :  SET THE EMPLOYEE'S GROSS, OT AND NET AGAINST   *
      *                THE LAST RUN'S ON COMPMSTR (THE RUN BEFORE ON  *
      *                A RERUN OF THE DATE) AND LIST EACH CHANGE OVER *
      *                THE P= TOLERANCE ON VARRPT.  AN EMPLOYEE NEVER *
      *                PAID BEFORE IS LISTED AS A FIRST PAY.          *
      *    CALLED BY:  P00939-POST-COMP-MASTER                        *
      *****************************************************************

       P00997-CHECK-PAY-VARIANCE.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WPV-EMP-FLAG-SW.
           MOVE WA-EMP-NUM             TO VRD-EMP-NUM.
           MOVE WA-EMP-NAME            TO VRD-EMP-NAME.

           IF COMPMSTR-RECORD-NEW                       OR
              CMR-LAST-POST-DATE = ZEROES               OR
              (CMR-LAST-POST-DATE = WS-BUSINESS-DATE-R  AND
               CMR-PRIOR-POST-DATE = ZEROES)
               MOVE 'GROSS'            TO VRD-AMOUNT-KIND
               MOVE ZEROES             TO VRD-LAST-AMOUNT
                                          VRD-PERCENT
               MOVE EMP-COMPENSATION   TO VRD-THIS-AMOUNT
                                          VRD-CHANGE
               MOVE 'FIRST PAY'        TO VRD-NOTE
               WRITE VARIANCE-REPORT-RECORD FROM VARRPT-DETAIL
               ADD +1                  TO WPV-FIRST-PAYS
                                          WRS-PAY-VARIANCES
               GO TO P00997-CHECK-PAY-VARIANCE-EXIT.

           IF CMR-LAST-POST-DATE = WS-BUSINESS-DATE-R
               MOVE CMR-PRIOR-GROSS    TO WPV-LAST-GROSS
               MOVE CMR-PRIOR-OT       TO WPV-LAST-OT
               MOVE CMR-PRIOR-NET      TO WPV-LAST-NET
           ELSE
               MOVE CMR-LAST-GROSS     TO WPV-LAST-GROSS
               MOVE CMR-LAST-OT        TO WPV-LAST-OT
               MOVE CMR-LAST-NET       TO WPV-LAST-NET.

           ADD +1                      TO WPV-COMPARED.

           MOVE 'GROSS'                TO WPV-AMOUNT-KIND.
           MOVE WPV-LAST-GROSS         TO WPV-LAST-AMOUNT.
           MOVE EMP-COMPENSATION       TO WPV-THIS-AMOUNT.
           PERFORM  P00998-TEST-PAY-AMOUNT
               THRU P00998-TEST-PAY-AMOUNT-EXIT.

           MOVE 'OT'                   TO WPV-AMOUNT-KIND.
           MOVE WPV-LAST-OT            TO WPV-LAST-AMOUNT.
           MOVE OT-AMOUNT              TO WPV-THIS-AMOUNT.
           PERFORM  P00998-TEST-PAY-AMOUNT
               THRU P00998-TEST-PAY-AMOUNT-EXIT.

           MOVE 'NET'                  TO WPV-AMOUNT-KIND.
           MOVE WPV-LAST-NET           TO WPV-LAST-AMOUNT.
           MOVE WDF-NET-PAY            TO WPV-THIS-AMOUNT.
           PERFORM  P00998-TEST-PAY-AMOUNT
               THRU P00998-TEST-PAY-AMOUNT-EXIT.

           IF WPV-EMP-FLAGGED
               ADD +1                  TO WPV-OVER-TOLERANCE
                                          WRS-PAY-VARIANCES.

       P00997-CHECK-PAY-VARIANCE-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00998-TEST-PAY-AMOUNT                         *
      *    FUNCTION :  TEST ONE AMOUNT (WPV-LAST-AMOUNT AGAINST       *
      *                WPV-THIS-AMOUNT).  IT IS FLAGGED WHEN THE      *
      *                CHANGE IS OVER THE DOLLAR TOLERANCE, OR OVER   *
      *                THE PERCENT TOLERANCE OF A NON-ZERO LAST       *
      *                AMOUNT -- A ZERO TOLERANCE TURNS THAT TEST OFF *
      *    CALLED BY:  P00997-CHECK-PAY-VARIANCE                      *
      *****************************************************************

       P00998-TEST-PAY-AMOUNT.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE 'N'                    TO WPV-FLAG-SW.
           COMPUTE WPV-CHANGE = WPV-THIS-AMOUNT - WPV-LAST-AMOUNT.
           IF WPV-CHANGE < ZEROES
               COMPUTE WPV-ABS-CHANGE = ZEROES - WPV-CHANGE
           ELSE
               MOVE WPV-CHANGE         TO WPV-ABS-CHANGE.

           MOVE ZEROES                 TO WPV-PERCENT.
           IF WPV-LAST-AMOUNT > ZEROES
               COMPUTE WPV-PERCENT ROUNDED =
                   WPV-ABS-CHANGE * 100 / WPV-LAST-AMOUNT
                   ON SIZE ERROR
                       MOVE 9999.99    TO WPV-PERCENT
               END-COMPUTE.

           IF (WPV-TOLERANCE-AMT > ZEROES)          AND
              (WPV-ABS-CHANGE > WPV-TOLERANCE-AMT)
               MOVE 'Y'                TO WPV-FLAG-SW.

           IF (WPV-TOLERANCE-PCT > ZEROES)          AND
              (WPV-LAST-AMOUNT > ZEROES)            AND
              (WPV-PERCENT > WPV-TOLERANCE-PCT)
               MOVE 'Y'                TO WPV-FLAG-SW.

           IF NOT WPV-AMOUNT-FLAGGED
               GO TO P00998-TEST-PAY-AMOUNT-EXIT.

           MOVE 'Y'                    TO WPV-EMP-FLAG-SW.
           MOVE WPV-AMOUNT-KIND        TO VRD-AMOUNT-KIND.
           MOVE WPV-LAST-AMOUNT        TO VRD-LAST-AMOUNT.
           MOVE WPV-THIS-AMOUNT        TO VRD-THIS-AMOUNT.
           MOVE WPV-CHANGE             TO VRD-CHANGE.
           MOVE WPV-PERCENT            TO VRD-PERCENT.
           MOVE 'OVER TOLERANCE'       TO VRD-NOTE.
           WRITE VARIANCE-REPORT-RECORD FROM VARRPT-DETAIL.

       P00998-TEST-PAY-AMOUNT-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

      *****************************************************************
      *    PARAGRAPH:  P00999-LIST-NOT-PAID                           *
      *    FUNCTION :  AFTER THE PASS, LIST ON VARRPT EVERY EMPLOYEE  *
      *                PAID BY THE LAST RUN BUT NOT BY THIS ONE.  THE *
      *                LAST RUN'S DATE IS THE LATEST POST DATE BEFORE *
      *                TODAY ON COMPMSTR (THE PRIOR DATE OF A RECORD  *
      *                POSTED TODAY); EVERYONE PAID THIS RUN NOW      *
      *                CARRIES TODAY, SO A RECORD STILL ON THAT DATE  *
      *                WAS NOT PAID.  COMPMSTR HOLDS NO NAME.         *
      *    CALLED BY:  P00900-EMPLOYEE-COMPENSATION                   *
      *****************************************************************

       P00999-LIST-NOT-PAID.
           ADD 1 TO WS-COUNTER.
           IF WS-COUNTER > WS-COUNTER-HWM
               MOVE WS-COUNTER     TO WS-COUNTER-HWM
           END-IF.

           MOVE ZEROES                 TO WPV-PREV-RUN-DATE.
           MOVE ZEROES                 TO CMR-EMP-NUM.

           START COMP-MASTER-FILE
               KEY IS NOT LESS THAN CMR-EMP-NUM
               INVALID KEY
                   GO TO P00999-LIST-NOT-PAID-EXIT
           END-START.

           READ COMP-MASTER-FILE NEXT RECORD
               AT END
                   GO TO P00999-LIST-NOT-PAID-EXIT
           END-READ.

           PERFORM UNTIL COMPMSTR-AT-END
               IF CMR-LAST-POST-DATE < WS-BUSINESS-DATE-R
                   IF CMR-LAST-POST-DATE > WPV-PREV-RUN-DATE
                       MOVE CMR-LAST-POST-DATE
                                       TO WPV-PREV-RUN-DATE
                   END-IF
               ELSE
                   IF (CMR-PRIOR-POST-DATE > WPV-PREV-RUN-DATE) AND
                      (CMR-PRIOR-POST-DATE < WS-BUSINESS-DATE-R)
                       MOVE CMR-PRIOR-POST-DATE
                                       TO WPV-PREV-RUN-DATE
                   END-IF
               END-IF
               READ COMP-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

           IF WPV-PREV-RUN-DATE = ZEROES
               GO TO P00999-LIST-NOT-PAID-EXIT.

           MOVE ZEROES                 TO CMR-EMP-NUM.

           START COMP-MASTER-FILE
               KEY IS NOT LESS THAN CMR-EMP-NUM
               INVALID KEY
                   GO TO P00999-LIST-NOT-PAID-EXIT
           END-START.

           READ COMP-MASTER-FILE NEXT RECORD
               AT END
                   GO TO P00999-LIST-NOT-PAID-EXIT
           END-READ.

           PERFORM UNTIL COMPMSTR-AT-END
               IF CMR-LAST-POST-DATE = WPV-PREV-RUN-DATE
                   MOVE CMR-EMP-NUM    TO VRD-EMP-NUM
                   MOVE SPACES         TO VRD-EMP-NAME
                   MOVE 'GROSS'        TO VRD-AMOUNT-KIND
                   MOVE CMR-LAST-GROSS TO VRD-LAST-AMOUNT
                   MOVE ZEROES         TO VRD-THIS-AMOUNT
                                          VRD-PERCENT
                   COMPUTE VRD-CHANGE = ZEROES - CMR-LAST-GROSS
                   MOVE 'NOT PAID THIS RUN'
                                       TO VRD-NOTE
                   WRITE VARIANCE-REPORT-RECORD FROM VARRPT-DETAIL
                   ADD +1              TO WPV-NOT-PAID
                                          WRS-PAY-VARIANCES
               END-IF
               READ COMP-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM.

       P00999-LIST-NOT-PAID-EXIT.
           SUBTRACT 1 FROM WS-COUNTER.
           EXIT.

           OPEN OUTPUT TRACE-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           OPEN OUTPUT RECYCLE-FILE.
      *    DROPSHIP ACCUMULATES UNTIL THE SUPPLIER TRANSMISSION STEP
      *    SENDS AND EMPTIES IT, SO A RESTART NEVER LOSES A LINE THE
      *    FAILED EXECUTION ALREADY ROUTED
           OPEN EXTEND DROP-SHIP-FILE.
      *    EDIRSLT LIKEWISE ACCUMULATES UNTIL EDIORDAK ACKNOWLEDGES
      *    THE NIGHT'S EDI ORDERS AND EMPTIES IT, SO A RESTART KEEPS
      *    THE OUTCOMES THE FAILED EXECUTION ALREADY RECORDED
           OPEN EXTEND EDI-RESULT-FILE.
      *    NO ROLE FILE WOULD LEAVE EVERY RECORD TYPE UNGUARDED OR
      *    EVERY RECORD REJECTED -- NEITHER IS A SAFE RUN
           OPEN INPUT AUTHORITY-ROLE-FILE.
           IF WS-AUTHROLE-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'AUTHROLE'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-AUTHROLE-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.
           OPEN I-O APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = '35'
               OPEN OUTPUT APPROVAL-FILE
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
           OPEN OUTPUT ITEM-MAINT-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO IMH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO IMH-RUN-DAY.
           MOVE WS-BUS-YEAR            TO IMH-RUN-YEAR.
           WRITE ITEM-MAINT-PRINT-RECORD FROM ITEMMRPT-HDR1.
           WRITE ITEM-MAINT-PRINT-RECORD FROM ITEMMRPT-HDR2.
           MOVE BLANK-LINE             TO ITEM-MAINT-PRINT-RECORD.
           WRITE ITEM-MAINT-PRINT-RECORD.
           OPEN OUTPUT SPLIT-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO SPH1-RUN-MONTH.
           MOVE WS-BUS-DAY             TO SPH1-RUN-DAY.
           MOVE WS-BUS-YEAR            TO SPH1-RUN-YEAR.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-HDR1.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-HDR2.
           MOVE BLANK-LINE             TO SPLIT-PRINT-RECORD.
           WRITE SPLIT-PRINT-RECORD.
           OPEN OUTPUT BACKORDER-REPORT-FILE.
           MOVE WS-BUS-MONTH           TO BKH-RUN-MONTH.
           MOVE WS-BUS-DAY             TO BKH-RUN-DAY.
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
           OPEN I-O CREDIT-MEMO-FILE.
           IF WS-PENDCRM-STATUS = '35'
               OPEN OUTPUT CREDIT-MEMO-FILE
               CLOSE CREDIT-MEMO-FILE
               OPEN I-O CREDIT-MEMO-FILE
           END-IF.
           IF WS-PENDCRM-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'PENDCRM'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-PENDCRM-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
           OPEN I-O TAX-LIABILITY-FILE.
           IF WS-TAXLIAB-STATUS = '35'
               OPEN OUTPUT TAX-LIABILITY-FILE
               CLOSE TAX-LIABILITY-FILE
               OPEN I-O TAX-LIABILITY-FILE
           END-IF.
           IF WS-TAXLIAB-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'TAXLIAB'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-TAXLIAB-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
           OPEN I-O INVENTORY-FILE.
           IF WS-INVMSTR-STATUS = '35'
               OPEN OUTPUT INVENTORY-FILE
               CLOSE INVENTORY-FILE
               OPEN I-O INVENTORY-FILE
           END-IF.
           IF WS-INVMSTR-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'INVMSTR'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-INVMSTR-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
      *    NO CONTRACT FILE ALLOCATED -- NO CONTRACT PRICING
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS = '00'
               MOVE 'Y'                TO WCT-FILE-SW
           ELSE
           IF WS-CONTRACT-STATUS = '35'
               MOVE 'N'                TO WCT-FILE-SW
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'CONTRACT'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-CONTRACT-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT.
           OPEN I-O AR-LEDGER-FILE.
           IF WS-ARLEDGER-STATUS = '35'
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN I-O AR-LEDGER-FILE
           END-IF.
           IF WS-ARLEDGER-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'ARLEDGER'         TO WPM-VSAM-ERROR-FILE
               MOVE WS-ARLEDGER-STATUS TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
           OPEN I-O EXPEDITE-FILE.
           IF WS-EXPDORD-STATUS = '35'
               OPEN OUTPUT EXPEDITE-FILE
               CLOSE EXPEDITE-FILE
               OPEN I-O EXPEDITE-FILE
           END-IF.
           IF WS-EXPDORD-STATUS = '00'
               NEXT SENTENCE
           ELSE
               MOVE 'GEN'              TO WS-PDA-ERROR-TYPE
               MOVE 'F'                TO WS-PDA-ERROR-SEVERITY
               MOVE 'PDAB06'           TO WPGE-PROGRAM-ID
               MOVE '9000'             TO WPGE-PARAGRAPH
               MOVE 'EXPDORD'          TO WPM-VSAM-ERROR-FILE
               MOVE WS-EXPDORD-STATUS  TO WPM-VSAM-ERROR-STATUS
               MOVE 'OPEN'             TO WPM-VSAM-ERROR-COMMAND
               MOVE WPM-VSAM-ERROR     TO WPGE-DESCRIPTION
               PERFORM  P99500-PDA-ERROR
                   THRU P99500-PDA-ERROR-EXIT
           END-IF.
      *    CHKPTFIL IS ALREADY OPEN -- P00058 OPENS IT AND TAKES THE
      *    RUN LOCK BEFORE ANY SHARED OUTPUT FILE IS TOUCHED.
*********
           CLOSE RECYCLE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE PENDING-INVOICE-FILE.
           CLOSE CREDIT-MEMO-FILE.
           CLOSE EXPEDITE-FILE.
           CLOSE AR-LEDGER-FILE.
           CLOSE INVENTORY-FILE.
           IF WCT-FILE-PRESENT
               CLOSE CONTRACT-FILE.
           CLOSE TAX-LIABILITY-FILE.
           CLOSE DROP-SHIP-FILE.
           CLOSE EDI-RESULT-FILE.
           CLOSE AUTHORITY-ROLE-FILE.
           MOVE BLANK-LINE             TO ITEM-MAINT-PRINT-RECORD.
           WRITE ITEM-MAINT-PRINT-RECORD.
           MOVE WIM-APPLIED            TO IMT-APPLIED.
           MOVE WIM-REJECTED           TO IMT-REJECTED.
           WRITE ITEM-MAINT-PRINT-RECORD FROM ITEMMRPT-TOTALS.
           CLOSE ITEM-MAINT-REPORT-FILE.
           MOVE BLANK-LINE             TO SPLIT-PRINT-RECORD.
           WRITE SPLIT-PRINT-RECORD.
           MOVE WSL-ORIGINALS          TO SPT1-ORIGINALS.
           MOVE WSL-PIECES             TO SPT1-PIECES.
           MOVE WSL-NOT-SPLIT          TO SPT1-NOT-SPLIT.
           WRITE SPLIT-PRINT-RECORD FROM SPLITRPT-TOTALS.
           CLOSE SPLIT-REPORT-FILE.
           CLOSE LOYALTY-MASTER-FILE.
           CLOSE BACKORDER-FILE.
           CLOSE BACKORDER-REPORT-FILE.
