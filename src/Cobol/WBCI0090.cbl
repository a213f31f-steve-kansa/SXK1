      *     COMES FROM THE SHIFTCTL CONTROL CARD (FLOOR KEYWORD,       *
      *     VALUE 9(3)V99) - A MISSING OR INVALID CARD FALLS BACK TO   *
      *     THE PLANT STANDARD OF 10.00 UNITS PER HEAD.                *
      *     THE SAME REPORT CARRIES A SHIFT LABOR COST SECTION - EACH  *
      *     SHIFT'S HOURLY WAGE AND OVERTIME COST FROM THE P94COMM     *
      *     COMPENSATION FEED (EMPCOMP, SHIFT FROM SHIFTASN) OVER THE  *
      *     SHIFT'S PRODUCTION COUNT, GIVING LABOR COST PER UNIT,      *
      *     SHIFT OVER SHIFT, AND AN OVER STANDARD FLAG WHEN A SHIFT'S *
      *     COST PER UNIT IS ABOVE THE SHIFTCTL LABOR CARD (LABOR      *
      *     KEYWORD, VALUE 9(3)V99 DOLLARS PER UNIT).  NO LABOR CARD   *
      *     MEANS NO FLAG.                                             *
      *     A SHIFT PRODUCTION PLAN SECTION FOLLOWS - THE WORK ORDER   *
      *     RVWKWINR AWARDED (WRKAWARD) IS SPREAD EVENLY OVER THE DAYS *
      *     FROM THE AWARD DATE TO ITS DUE DATE, EACH DAY'S QUANTITY   *
      *     SPLIT ACROSS THE SHIFTS BY STAFFING AND CHECKED AGAINST    *
      *     THE SHIFTCTL CAPACITY CARD (CAPAC KEYWORD, VALUE 9(3)V99   *
      *     UNITS PER HEAD, PLANT STANDARD 20.00 WITHOUT ONE).  EACH   *
      *     SHIFT'S PRODUCTION COUNT IS SHOWN AGAINST ITS PLAN WITH    *
      *     THE VARIANCE, A SHIFT SHORT OF ITS PLAN FLAGGED BEHIND     *
      *     DUE, OR PAST DUE ONCE THE DATECARD BUSINESS DATE IS        *
      *     BEYOND THE DUE DATE.  PLAN AND ACTUAL BY SHIFT AND IN      *
      *     TOTAL RIDE ON THE EMPOUT TRAILER FOR WBCI0091 TO VERIFY.   *
      *  4. RETURNS.                                                   *
      *                                                                *
      ******************************************************************
           SELECT SHIFT-CONTROL-FILE ASSIGN TO SHIFTCTL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SHIFTCTL-STATUS.
           SELECT COMP-FEED-FILE ASSIGN TO EMPCOMP
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-EMPCOMP-STATUS.
           SELECT AWARD-FILE ASSIGN TO WRKAWARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRKAWARD-STATUS.
           SELECT DATE-CARD-FILE ASSIGN TO DATECARD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-DATECARD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
              ORGANIZATION IS INDEXED
              RECORD KEY IS CKPT-LAST-STEP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SHIFT-CONTROL-RECORD       PIC X(80).
       FD  COMP-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  COMP-FEED-IO-RECORD        PIC X(80).
       FD  AWARD-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  AWARD-IO-RECORD            PIC X(100).
       FD  DATE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  DATE-CARD-RECORD           PIC X(80).
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       WORKING-STORAGE SECTION.
      *    MEMBER PER SHIFT WHEN THE CARD IS MISSING OR INVALID
       01  WS-PROD-PER-HEAD-FLOOR     PIC 9(3)V99  VALUE 10.00.
       01  WS-SHIFTCTL-STATUS         PIC XX       VALUE '  '.
       01  WS-EMPCOMP-STATUS          PIC XX       VALUE '  '.
      *    LABOR COST PER UNIT STANDARD FOR THE OVER STANDARD FLAG -
      *    LOADED FROM THE SHIFTCTL LABOR CARD.  ZERO (NO CARD) MEANS
      *    NO SHIFT IS FLAGGED.
       01  WS-LABOR-COST-STANDARD     PIC 9(3)V99  VALUE ZEROES.
       01  WS-FLOOR-CARD-SW           PIC X(01)    VALUE 'N'.
           88  FLOOR-CARD-LOADED                   VALUE 'Y'.
      *    PLANNED UNITS PER HEAD A SHIFT CAN CARRY - LOADED FROM THE
      *    SHIFTCTL CAPAC CARD, FALLING BACK TO THE PLANT STANDARD OF
      *    20 UNITS PER STAFF MEMBER PER SHIFT.  A SHIFT WHOSE PLAN
      *    NEEDS MORE PER HEAD IS FLAGGED OVER CAPACITY.
       01  WS-CAPACITY-PER-HEAD       PIC 9(3)V99  VALUE 20.00.
       01  WS-WRKAWARD-STATUS         PIC XX       VALUE '  '.
       01  WS-DATECARD-STATUS         PIC XX       VALUE '  '.
*********
*********  SHIFTCTL CONTROL CARD - KEYWORD IN COLS 1-5, VALUE IN
*********  COLS 7-11 AS 9(3)V99 WITH IMPLIED DECIMAL (01000 = 10.00).
*********  ONE CARD PER KEYWORD: FLOOR (OUTPUT PER HEAD), LABOR
*********  (LABOR COST PER UNIT STANDARD) AND CAPAC (PLANNED UNITS
*********  PER HEAD CAPACITY)
*********
       01  WS-FLOOR-CARD.
           05  FLC-KEYWORD            PIC X(05).
               88  FLC-FLOOR                       VALUE 'FLOOR'.
               88  FLC-LABOR                       VALUE 'LABOR'.
               88  FLC-CAPACITY                    VALUE 'CAPAC'.
           05  FILLER                 PIC X(01).
           05  FLC-VALUE              PIC X(05).
           05  FLC-VALUE-R            REDEFINES FLC-VALUE
       01  WS-TOTAL-PRODUCTION        PIC 9(7)     VALUE ZEROES.
       01  WS-TOTAL-STAFF             PIC 9(5)     VALUE ZEROES.
*********
*********  PER-SHIFT LABOR COST TOTALS ACCUMULATED FROM THE HOURLY
*********  EMPLOYEE RECORDS ON EMPCOMP -- OCCURRENCE 4 HOLDS HOURLY
*********  PAY FOR EMPLOYEES NOT ASSIGNED TO A SHIFT
*********
       01  WS-SHIFT-LABOR-TOTALS.
           05  WSL-SHIFT-GRP          OCCURS 4 TIMES.
               10  WSL-EMPLOYEES      PIC 9(05)    VALUE ZEROES.
               10  WSL-WAGES          PIC 9(7)V99  VALUE ZEROES.
               10  WSL-OT-PAY         PIC 9(7)V99  VALUE ZEROES.
               10  WSL-LABOR-COST     PIC 9(7)V99  VALUE ZEROES.
               10  WSL-COST-PER-UNIT  PIC 9(5)V99  VALUE ZEROES.
       01  WS-PREV-COST-PER-UNIT      PIC 9(5)V99  VALUE ZEROES.
       01  WS-COST-PER-UNIT-DELTA     PIC S9(5)V99 VALUE ZEROES.
       01  WS-TOTAL-LABOR-COST        PIC 9(8)V99  VALUE ZEROES.
       01  WS-TOTAL-COST-PER-UNIT     PIC 9(5)V99  VALUE ZEROES.
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
*********  WINNER / AWARD RECORD AS WRITTEN BY RVWKWINR (WRKAWARD) --
*********  THE WINNING WORK-ORDER IMAGE IS MAPPED BY THE SHARED
*********  RVWKORDR LAYOUT
*********
       01  WS-AWARD-RECORD.
           05  AWD-RECORD-TYPE        PIC X(01).
               88  AWD-WINNER                      VALUE 'W'.
           05  AWD-RUN-DATE           PIC 9(08).
           05  AWD-CANDIDATE-COUNT    PIC 9(05).
           05  AWD-WINNER-IMAGE       PIC X(80).
           05  FILLER                 PIC X(06).
       01  WS-AWARD-WORK-ORDER.
           COPY RVWKORDR.
*********
*********  SHIFT PRODUCTION PLAN -- THE AWARD'S DAILY QUANTITY SPLIT
*********  ACROSS THE SHIFTS BY STAFFING, WITH EACH SHIFT'S ACTUAL
*********  PRODUCTION VARIANCE AGAINST IT
*********
       01  WS-SHIFT-PLAN.
           05  WPL-SHIFT-GRP          OCCURS 3 TIMES.
               10  WPL-PLAN           PIC 9(07)    VALUE ZEROES.
               10  WPL-PLAN-PER-HEAD  PIC 9(5)V99  VALUE ZEROES.
               10  WPL-VARIANCE       PIC S9(07)   VALUE ZEROES.
       01  WS-PLAN-FIELDS.
           05  WS-AWARD-SW            PIC X(01)    VALUE 'N'.
               88  AWARD-PLANNED                   VALUE 'Y'.
           05  WS-PLAN-QUANTITY       PIC 9(05)    VALUE ZEROES.
           05  WS-PLAN-START-DATE     PIC 9(08)    VALUE ZEROES.
           05  WS-PLAN-DUE-DATE       PIC 9(08)    VALUE ZEROES.
           05  WS-PLAN-START-INTEGER  PIC 9(07)    VALUE ZEROES.
           05  WS-PLAN-DUE-INTEGER    PIC 9(07)    VALUE ZEROES.
           05  WS-PLAN-DAYS           PIC 9(05)    VALUE ZEROES.
           05  WS-DAILY-PLAN          PIC 9(07)    VALUE ZEROES.
           05  WS-PLAN-ASSIGNED       PIC 9(07)    VALUE ZEROES.
           05  WS-LAST-STAFFED-SHIFT  PIC 9        VALUE ZEROES.
           05  WS-TOTAL-PLAN          PIC 9(07)    VALUE ZEROES.
           05  WS-TOTAL-VARIANCE      PIC S9(07)   VALUE ZEROES.
           05  WS-NO-PLAN-REASON      PIC X(60)    VALUE SPACES.
*********
*********  EMPCOMP COMPENSATION FEED RECORD (WRITTEN BY P94COMM) --
*********  ONLY EMPLOYEE DETAIL RECORDS (NUMERIC EMPLOYEE NUMBER) ARE
*********  USED; D DEDUCTION AND P PARTITION TRAILER RECORDS ARE NOT
*********
       01  WS-COMP-FEED-RECORD.
           05  CFR-EMP-NUM            PIC X(05).
           05  CFR-EMP-NAME           PIC X(15).
           05  CFR-TOTAL-COMP         PIC 9(5)V99.
           05  CFR-TOTAL-DEDUCT       PIC 9(5)V99.
           05  CFR-NET-PAY            PIC 9(5)V99.
           05  CFR-EMP-TYPE           PIC X(01).
               88  CFR-HOURLY                      VALUE 'H'.
           05  CFR-SHIFT              PIC X(01).
           05  CFR-SHIFT-R            REDEFINES CFR-SHIFT
                                      PIC 9(01).
           05  CFR-WAGES              PIC 9(5)V99.
           05  CFR-OT-PAY             PIC 9(5)V99.
           05  FILLER                 PIC X(23).
*********
*********  SHIFT PRODUCTIVITY REPORT LINES (SHIFTPRD)
*********
       01  WS-PROD-HDR1.
           05  PRT-STAFF              PIC ZZZZ9.
       01  WS-PROD-BLANK              PIC X(100)   VALUE SPACES.
*********
*********  SHIFT LABOR COST SECTION LINES (SHIFTPRD)
*********
       01  WS-COST-HDR1.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(24)    VALUE
                  'SHIFT LABOR COST REPORT '.
           05  FILLER                 PIC X(20)    VALUE
                  '  STANDARD PER UNIT '.
           05  CSH-STANDARD           PIC ZZ9.99.
       01  WS-COST-HDR2.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'SHIFT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(6)     VALUE 'HOURLY'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(11)    VALUE '      WAGES'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(11)    VALUE '   OVERTIME'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(11)    VALUE ' LABOR COST'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'PRODUCTION'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'PER UNIT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE 'VS PRIOR '.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(9)     VALUE 'FLAG     '.
       01  WS-COST-DETAIL.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  CSD-SHIFT              PIC X(01).
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  CSD-EMPLOYEES          PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CSD-WAGES              PIC ZZZZZZ9.99.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  CSD-OT-PAY             PIC ZZZZZZ9.99.
           05  FILLER                 PIC X(3)     VALUE SPACES.
           05  CSD-LABOR-COST         PIC ZZZZZZ9.99.
           05  FILLER                 PIC X(5)     VALUE SPACES.
           05  CSD-PRODUCTION         PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CSD-COST-PER-UNIT      PIC ZZZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CSD-DELTA              PIC ZZZZ9.99-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CSD-FLAG               PIC X(12).
       01  WS-COST-TOTAL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(18)    VALUE
                  'TOTAL LABOR COST: '.
           05  CST-LABOR-COST         PIC ZZZZZZZ9.99.
           05  FILLER                 PIC X(18)    VALUE
                  '  COST PER UNIT: '.
           05  CST-COST-PER-UNIT      PIC ZZZZ9.99.
       01  WS-COST-UNASSIGNED.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(30)    VALUE
                  'HOURLY NOT ASSIGNED TO SHIFT: '.
           05  CSU-EMPLOYEES          PIC ZZZZ9.
           05  FILLER                 PIC X(10)    VALUE
                  '  PAID:  '.
           05  CSU-LABOR-COST         PIC ZZZZZZ9.99.
*********
*********  SHIFT PRODUCTION PLAN VS ACTUAL SECTION LINES (SHIFTPRD)
*********
       01  WS-PLAN-HDR1.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(32)    VALUE
                  'SHIFT PRODUCTION PLAN VS ACTUAL '.
           05  FILLER                 PIC X(20)    VALUE
                  '  CAPACITY PER HEAD '.
           05  PLH-CAPACITY           PIC ZZ9.99.
       01  WS-PLAN-HDR2.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(12)    VALUE
                  'AWARDED QTY '.
           05  PLH-QUANTITY           PIC ZZZZ9.
           05  FILLER                 PIC X(10)    VALUE
                  '  AWARDED '.
           05  PLH-START-DATE         PIC 9(8).
           05  FILLER                 PIC X(6)     VALUE '  DUE '.
           05  PLH-DUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(7)     VALUE '  DAYS '.
           05  PLH-DAYS               PIC ZZZZ9.
           05  FILLER                 PIC X(13)    VALUE
                  '  DAILY PLAN '.
           05  PLH-DAILY-PLAN         PIC ZZZZZZ9.
       01  WS-PLAN-HDR3.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'SHIFT'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(5)     VALUE 'STAFF'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE '   PLAN'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'PER HEAD'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(7)     VALUE ' ACTUAL'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(8)     VALUE 'VARIANCE'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(13)    VALUE 'STAFF CHECK'.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(10)    VALUE 'FLAG'.
       01  WS-PLAN-DETAIL.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  PLD-SHIFT              PIC 9.
           05  FILLER                 PIC X(4)     VALUE SPACES.
           05  PLD-STAFF              PIC ZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-PLAN               PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-PER-HEAD           PIC ZZZZ9.99.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-ACTUAL             PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-VARIANCE           PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-CHECK              PIC X(13).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLD-FLAG               PIC X(10).
       01  WS-PLAN-TOTAL.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  FILLER                 PIC X(12)    VALUE
                  'TOTAL PLAN: '.
           05  PLT-PLAN               PIC ZZZZZZ9.
           05  FILLER                 PIC X(16)    VALUE
                  '  TOTAL ACTUAL: '.
           05  PLT-ACTUAL             PIC ZZZZZZ9.
           05  FILLER                 PIC X(12)    VALUE
                  '  VARIANCE: '.
           05  PLT-VARIANCE           PIC ZZZZZZ9-.
       01  WS-PLAN-NONE.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  PLN-MESSAGE            PIC X(60).
*********
*********  SHIFT PRODUCTION MASTER RECORD (SHIFTMST)
*********
       01  WS-SHIFT-MASTER-RECORD.
           05  EOT-SHIFT-2-COUNT      PIC 9(02)    VALUE ZEROES.
           05  EOT-SHIFT-3-COUNT      PIC 9(02)    VALUE ZEROES.
           05  EOT-TOTAL-COUNT        PIC 9(03)    VALUE ZEROES.
      *    PLAN VS ACTUAL -- PLAN STATUS P (AWARD PLANNED) OR N (NO
      *    PLAN, PLAN FIELDS ZERO), THEN PLANNED AND ACTUAL UNITS BY
      *    SHIFT AND IN TOTAL
           05  EOT-PLAN-STATUS        PIC X(01)    VALUE 'N'.
           05  EOT-PLAN-SHIFT         PIC 9(07)    OCCURS 3 TIMES
                                                   VALUE ZEROES.
           05  EOT-PLAN-TOTAL         PIC 9(07)    VALUE ZEROES.
           05  EOT-ACTUAL-SHIFT       PIC 9(07)    OCCURS 3 TIMES
                                                   VALUE ZEROES.
           05  EOT-ACTUAL-TOTAL       PIC 9(07)    VALUE ZEROES.
           05  FILLER                 PIC X(13)    VALUE SPACES.
       01  WS-SWITCHES.
           05  WS-SHIFTMST-EOF-SW     PIC X(01)    VALUE 'N'.
               88  SHIFTMST-EOF                    VALUE 'Y'.
           05  WS-SHIFTCTL-EOF-SW     PIC X(01)    VALUE 'N'.
               88  SHIFTCTL-EOF                    VALUE 'Y'.
           05  WS-EMPCOMP-EOF-SW      PIC X(01)    VALUE 'N'.
               88  EMPCOMP-EOF                     VALUE 'Y'.
       LINKAGE SECTION.
       01  PARMINFO.
           03  RECORD-COUNT                PIC 99.
       0000-MAINLINE.
           PERFORM 1000-CHECKPOINT-START.
           PERFORM 1020-LOAD-FLOOR-CARD THRU 1020-EXIT.
           PERFORM 1030-GET-BUSINESS-DATE.
           PERFORM 1040-LOAD-AWARD THRU 1040-EXIT.
           PERFORM 1050-LOAD-SHIFT-RECORDS THRU 1050-EXIT.
           PERFORM 1230-LOAD-LABOR-COST THRU 1230-EXIT.
           PERFORM 1060-BUILD-SHIFT-PLAN.
           PERFORM 1100-CHECKPOINT-WBCI0095-START.
           PERFORM 1150-CALL-WBCI0095.
           PERFORM 1200-CHECKPOINT-WBCI0095-COMPLETE.
           GOBACK.
*********
*********
      *    TAKE THE OUTPUT-PER-HEAD FLOOR AND THE LABOR COST PER UNIT
      *    STANDARD FROM THE SHIFTCTL CONTROL CARDS.  A MISSING DD,
      *    EMPTY FILE OR INVALID FLOOR CARD KEEPS THE COMPILED-IN
      *    PLANT STANDARD, AND A MISSING OR INVALID LABOR CARD LEAVES
      *    COST PER UNIT UNFLAGGED - EITHER IS SAID IN SYSOUT.
       1020-LOAD-FLOOR-CARD.
           OPEN INPUT SHIFT-CONTROL-FILE.
           IF WS-SHIFTCTL-STATUS NOT = '00'
               DISPLAY 'WBCI0090 - SHIFTCTL UNAVAILABLE, PER-HEAD '
                       'FLOOR DEFAULT USED'
               DISPLAY 'WBCI0090 - NO SHIFTCTL LABOR CARD, COST PER '
                       'UNIT NOT FLAGGED'
               GO TO 1020-EXIT
           END-IF.
           MOVE SPACES                  TO WS-FLOOR-CARD.
           READ SHIFT-CONTROL-FILE INTO WS-FLOOR-CARD
               AT END
                   MOVE 'Y'             TO WS-SHIFTCTL-EOF-SW
           END-READ.
           PERFORM UNTIL SHIFTCTL-EOF
               EVALUATE TRUE
                   WHEN FLC-FLOOR AND FLC-VALUE NUMERIC
                       MOVE FLC-VALUE-R TO WS-PROD-PER-HEAD-FLOOR
                       MOVE 'Y'         TO WS-FLOOR-CARD-SW
                   WHEN FLC-LABOR AND FLC-VALUE NUMERIC
                       MOVE FLC-VALUE-R TO WS-LABOR-COST-STANDARD
                   WHEN FLC-LABOR
                       DISPLAY 'WBCI0090 - INVALID SHIFTCTL LABOR '
                               'CARD, COST PER UNIT NOT FLAGGED'
                   WHEN FLC-CAPACITY AND FLC-VALUE NUMERIC
                       MOVE FLC-VALUE-R TO WS-CAPACITY-PER-HEAD
                   WHEN FLC-CAPACITY
                       DISPLAY 'WBCI0090 - INVALID SHIFTCTL CAPAC '
                               'CARD, PLANT CAPACITY USED'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES              TO WS-FLOOR-CARD
               READ SHIFT-CONTROL-FILE INTO WS-FLOOR-CARD
                   AT END
                       MOVE 'Y'         TO WS-SHIFTCTL-EOF-SW
               END-READ
           END-PERFORM.
           IF NOT FLOOR-CARD-LOADED
               DISPLAY 'WBCI0090 - INVALID SHIFTCTL FLOOR CARD, '
                       'PER-HEAD FLOOR DEFAULT USED'
           END-IF.
           IF WS-LABOR-COST-STANDARD = ZEROES
               DISPLAY 'WBCI0090 - NO SHIFTCTL LABOR CARD, COST PER '
                       'UNIT NOT FLAGGED'
           END-IF.
           CLOSE SHIFT-CONTROL-FILE.
       1020-EXIT.
           EXIT.
*********
*********
      *    THE PLAN IS MEASURED AGAINST THE BUSINESS DATE ON DATECARD.
      *    NO CARD FALLS BACK TO THE SYSTEM DATE, AS IT DOES IN
      *    WBCI0078.
       1030-GET-BUSINESS-DATE.
           MOVE SPACES                 TO WS-BUSINESS-DATE-CARD.
           OPEN INPUT DATE-CARD-FILE.
           IF WS-DATECARD-STATUS = '00'
               READ DATE-CARD-FILE INTO WS-BUSINESS-DATE-CARD
                   AT END
                       MOVE SPACES     TO WS-BUSINESS-DATE-CARD
               END-READ
               CLOSE DATE-CARD-FILE
           END-IF.
           IF WS-CARD-DATE NUMERIC
               MOVE WS-CARD-DATE-R     TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'WBCI0090 - NO DATECARD, SYSTEM DATE USED'
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
*********
*********
      *    TAKE THE WINNING WORK ORDER FROM THE RVWKWINR AWARD FILE.
      *    THE PLAN RUNS FROM THE AWARD RUN DATE (THE BUSINESS DATE
      *    WHEN THE AWARD CARRIES NONE) THROUGH THE DUE DATE, ONE
      *    DAY AT LEAST.  NO AWARD, OR AN AWARD WITH NO QUANTITY OR
      *    AN UNUSABLE DUE DATE, LEAVES THE RUN UNPLANNED - THE
      *    REASON IS SAID IN SYSOUT AND ON THE REPORT.
       1040-LOAD-AWARD.
           MOVE SPACES                 TO WS-AWARD-RECORD.
           OPEN INPUT AWARD-FILE.
           IF WS-WRKAWARD-STATUS NOT = '00'
               MOVE 'WRKAWARD UNAVAILABLE - NO PRODUCTION PLAN SET'
                                       TO WS-NO-PLAN-REASON
               DISPLAY 'WBCI0090 - ' WS-NO-PLAN-REASON
               GO TO 1040-EXIT
           END-IF.
           READ AWARD-FILE INTO WS-AWARD-RECORD
               AT END
                   MOVE SPACES         TO WS-AWARD-RECORD
           END-READ.
           CLOSE AWARD-FILE.
           IF NOT AWD-WINNER
               MOVE 'NO AWARD ON WRKAWARD - NO PRODUCTION PLAN SET'
                                       TO WS-NO-PLAN-REASON
               DISPLAY 'WBCI0090 - ' WS-NO-PLAN-REASON
               GO TO 1040-EXIT
           END-IF.
           MOVE AWD-WINNER-IMAGE       TO WS-AWARD-WORK-ORDER.
           IF (WOR-QUANTITY NOT NUMERIC) OR
              (WOR-QUANTITY = ZEROES)
               MOVE 'AWARD QUANTITY MISSING - NO PRODUCTION PLAN SET'
                                       TO WS-NO-PLAN-REASON
               DISPLAY 'WBCI0090 - ' WS-NO-PLAN-REASON
               GO TO 1040-EXIT
           END-IF.
           IF WOR-DUE-DATE NUMERIC
               COMPUTE WS-PLAN-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WOR-DUE-DATE)
                   ON SIZE ERROR
                       MOVE ZEROES     TO WS-PLAN-DUE-INTEGER
               END-COMPUTE
           ELSE
               MOVE ZEROES             TO WS-PLAN-DUE-INTEGER
           END-IF.
           IF WS-PLAN-DUE-INTEGER = ZEROES
               MOVE 'AWARD DUE DATE INVALID - NO PRODUCTION PLAN SET'
                                       TO WS-NO-PLAN-REASON
               DISPLAY 'WBCI0090 - ' WS-NO-PLAN-REASON
               GO TO 1040-EXIT
           END-IF.
           MOVE WOR-QUANTITY           TO WS-PLAN-QUANTITY.
           MOVE WOR-DUE-DATE           TO WS-PLAN-DUE-DATE.
           MOVE ZEROES                 TO WS-PLAN-START-INTEGER.
           IF AWD-RUN-DATE NUMERIC
               MOVE AWD-RUN-DATE       TO WS-PLAN-START-DATE
               COMPUTE WS-PLAN-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-PLAN-START-DATE)
                   ON SIZE ERROR
                       MOVE ZEROES     TO WS-PLAN-START-INTEGER
               END-COMPUTE
           END-IF.
           IF WS-PLAN-START-INTEGER = ZEROES
               MOVE WS-BUSINESS-DATE   TO WS-PLAN-START-DATE
               COMPUTE WS-PLAN-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-PLAN-START-DATE)
                   ON SIZE ERROR
                       MOVE ZEROES     TO WS-PLAN-START-INTEGER
               END-COMPUTE
           END-IF.
           IF (WS-PLAN-START-INTEGER = ZEROES) OR
              (WS-PLAN-DUE-INTEGER < WS-PLAN-START-INTEGER)
               MOVE 1                  TO WS-PLAN-DAYS
           ELSE
               COMPUTE WS-PLAN-DAYS =
                   WS-PLAN-DUE-INTEGER - WS-PLAN-START-INTEGER + 1
           END-IF.
           MOVE 'Y'                    TO WS-AWARD-SW.
       1040-EXIT.
           EXIT.
*********
*********
      *    READ THE SHIFT MASTER AND GROUP EACH RECORD UNDER ITS
      *    SHIFT.  A RECORD WITH AN INVALID SHIFT NUMBER OR A SHIFT
           MOVE '3 00000 000 PLACEHOLDER RECORD'
                                        TO WS-SHIFT-RECORD-DATA (3, 1).
*********
*********
      *    SPREAD THE AWARD QUANTITY EVENLY OVER THE PLAN DAYS (ANY
      *    FRACTION OF A UNIT ROUNDS UP) AND SPLIT EACH DAY'S UNITS
      *    ACROSS THE SHIFTS IN PROPORTION TO THEIR STAFFING.  THE
      *    UNITS LEFT BY THE SPLIT GO TO THE LAST STAFFED SHIFT.  WITH
      *    NO STAFF ON ANY SHIFT THE DAY IS SPLIT EVENLY AND EVERY
      *    SHIFT IS FLAGGED NO STAFF ON THE REPORT.  EACH SHIFT'S
      *    SHIFTMST PRODUCTION IS THEN VARIANCED AGAINST ITS PLAN.
       1060-BUILD-SHIFT-PLAN.
           COMPUTE WS-TOTAL-PRODUCTION =
               WSP-PRODUCTION (1) + WSP-PRODUCTION (2) +
               WSP-PRODUCTION (3).
           COMPUTE WS-TOTAL-STAFF =
               WSP-STAFF (1) + WSP-STAFF (2) + WSP-STAFF (3).
           MOVE ZEROES                 TO WS-DAILY-PLAN
                                          WS-PLAN-ASSIGNED
                                          WS-LAST-STAFFED-SHIFT.
           IF AWARD-PLANNED
               COMPUTE WS-DAILY-PLAN =
                   (WS-PLAN-QUANTITY + WS-PLAN-DAYS - 1) /
                   WS-PLAN-DAYS
               PERFORM 1065-SPLIT-SHIFT-PLAN
                 VARYING WS-SHIFT-SUB FROM 1 BY 1
                 UNTIL WS-SHIFT-SUB > 3
               IF WS-LAST-STAFFED-SHIFT = ZEROES
                   MOVE 1              TO WS-LAST-STAFFED-SHIFT
               END-IF
               COMPUTE WPL-PLAN (WS-LAST-STAFFED-SHIFT) =
                   WPL-PLAN (WS-LAST-STAFFED-SHIFT) +
                   WS-DAILY-PLAN - WS-PLAN-ASSIGNED
           END-IF.
           PERFORM 1070-SHIFT-PLAN-VARIANCE
             VARYING WS-SHIFT-SUB FROM 1 BY 1
             UNTIL WS-SHIFT-SUB > 3.
           COMPUTE WS-TOTAL-PLAN =
               WPL-PLAN (1) + WPL-PLAN (2) + WPL-PLAN (3).
           COMPUTE WS-TOTAL-VARIANCE =
               WS-TOTAL-PRODUCTION - WS-TOTAL-PLAN.
*********
*********
       1065-SPLIT-SHIFT-PLAN.
           IF WS-TOTAL-STAFF > ZEROES
               IF WSP-STAFF (WS-SHIFT-SUB) > ZEROES
                   COMPUTE WPL-PLAN (WS-SHIFT-SUB) =
                       WS-DAILY-PLAN * WSP-STAFF (WS-SHIFT-SUB) /
                       WS-TOTAL-STAFF
                   MOVE WS-SHIFT-SUB   TO WS-LAST-STAFFED-SHIFT
               ELSE
                   MOVE ZEROES         TO WPL-PLAN (WS-SHIFT-SUB)
               END-IF
           ELSE
               COMPUTE WPL-PLAN (WS-SHIFT-SUB) = WS-DAILY-PLAN / 3
           END-IF.
           ADD WPL-PLAN (WS-SHIFT-SUB) TO WS-PLAN-ASSIGNED.
*********
*********
       1070-SHIFT-PLAN-VARIANCE.
           IF WSP-STAFF (WS-SHIFT-SUB) > ZEROES
               COMPUTE WPL-PLAN-PER-HEAD (WS-SHIFT-SUB) ROUNDED =
                   WPL-PLAN (WS-SHIFT-SUB) /
                   WSP-STAFF (WS-SHIFT-SUB)
           ELSE
               MOVE ZEROES             TO WPL-PLAN-PER-HEAD
                                          (WS-SHIFT-SUB)
           END-IF.
           COMPUTE WPL-VARIANCE (WS-SHIFT-SUB) =
               WSP-PRODUCTION (WS-SHIFT-SUB) - WPL-PLAN (WS-SHIFT-SUB).
*********
*********
       1000-CHECKPOINT-START.
           OPEN I-O CHECKPOINT-FILE.
                                WS-SHIFT-RECORD-COUNT (3),
                                WS-SHIFT-RECORD-TABLE (3).
*********
*********
      *    SUM EACH SHIFT'S HOURLY WAGE AND OVERTIME COST FROM THE
      *    P94COMM COMPENSATION FEED.  THE SHIFT ON THE FEED COMES
      *    FROM SHIFTASN; AN HOURLY EMPLOYEE WITH NO SHIFT IS TOTALED
      *    SEPARATELY SO THE REPORT SHOWS PAY NOT CHARGED TO A SHIFT.
      *    A FEED WRITTEN BEFORE THE SHIFT FIELDS EXISTED HAS SPACES
      *    THERE AND ADDS NOTHING.
       1230-LOAD-LABOR-COST.
           OPEN INPUT COMP-FEED-FILE.
           IF WS-EMPCOMP-STATUS NOT = '00'
               DISPLAY 'WBCI0090 - EMPCOMP UNAVAILABLE, NO SHIFT '
                       'LABOR COST'
               GO TO 1230-EXIT
           END-IF.
           READ COMP-FEED-FILE INTO WS-COMP-FEED-RECORD
               AT END
                   MOVE 'Y'            TO WS-EMPCOMP-EOF-SW
           END-READ.
           PERFORM UNTIL EMPCOMP-EOF
               IF (CFR-EMP-NUM NUMERIC)            AND
                  CFR-HOURLY                       AND
                  (CFR-SHIFT NUMERIC)              AND
                  (CFR-WAGES NUMERIC)              AND
                  (CFR-OT-PAY NUMERIC)
                   IF (CFR-SHIFT-R > 0) AND (CFR-SHIFT-R < 4)
                       MOVE CFR-SHIFT-R
                                       TO WS-SHIFT-SUB
                   ELSE
                       MOVE 4          TO WS-SHIFT-SUB
                   END-IF
                   ADD 1               TO WSL-EMPLOYEES (WS-SHIFT-SUB)
                   ADD CFR-WAGES       TO WSL-WAGES (WS-SHIFT-SUB)
                   ADD CFR-OT-PAY      TO WSL-OT-PAY (WS-SHIFT-SUB)
                   ADD CFR-WAGES CFR-OT-PAY
                                       TO WSL-LABOR-COST (WS-SHIFT-SUB)
               END-IF
               READ COMP-FEED-FILE INTO WS-COMP-FEED-RECORD
                   AT END
                       MOVE 'Y'        TO WS-EMPCOMP-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE COMP-FEED-FILE.
       1230-EXIT.
           EXIT.
*********
*********
       1200-CHECKPOINT-WBCI0095-COMPLETE.
           MOVE 'C'                    TO CKPT-STATUS.
             UNTIL WS-SHIFT-SUB > 3.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-TOTAL.
           PERFORM 1270-PRINT-LABOR-COST.
           PERFORM 1290-PRINT-PLAN-VS-ACTUAL.
           CLOSE SHIFT-REPORT-FILE.
*********
*********
           MOVE WSP-PER-HEAD (WS-SHIFT-SUB)
                                       TO WS-PREV-PER-HEAD.
*********
*********
      *    SHIFT LABOR COST SECTION - EACH SHIFT'S HOURLY WAGE AND
      *    OVERTIME COST OVER ITS PRODUCTION COUNT, THE CHANGE FROM
      *    THE PRIOR SHIFT, AND THE OVER STANDARD FLAG.  A SHIFT WITH
      *    LABOR COST BUT NO PRODUCTION IS FLAGGED NO OUTPUT.
       1270-PRINT-LABOR-COST.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK.
           MOVE WS-LABOR-COST-STANDARD TO CSH-STANDARD.
           WRITE SHIFT-PRINT-RECORD FROM WS-COST-HDR1.
           WRITE SHIFT-PRINT-RECORD FROM WS-COST-HDR2.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK.
           MOVE ZEROES                 TO WS-PREV-COST-PER-UNIT.
           PERFORM 1280-PRINT-COST-LINE
             VARYING WS-SHIFT-SUB FROM 1 BY 1
             UNTIL WS-SHIFT-SUB > 3.
           COMPUTE WS-TOTAL-LABOR-COST =
               WSL-LABOR-COST (1) + WSL-LABOR-COST (2) +
               WSL-LABOR-COST (3).
           IF WS-TOTAL-PRODUCTION > ZEROES
               COMPUTE WS-TOTAL-COST-PER-UNIT ROUNDED =
                   WS-TOTAL-LABOR-COST / WS-TOTAL-PRODUCTION
           ELSE
               MOVE ZEROES             TO WS-TOTAL-COST-PER-UNIT
           END-IF.
           MOVE WS-TOTAL-LABOR-COST    TO CST-LABOR-COST.
           MOVE WS-TOTAL-COST-PER-UNIT TO CST-COST-PER-UNIT.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK.
           WRITE SHIFT-PRINT-RECORD FROM WS-COST-TOTAL.
           IF WSL-EMPLOYEES (4) > ZEROES
               MOVE WSL-EMPLOYEES (4)  TO CSU-EMPLOYEES
               MOVE WSL-LABOR-COST (4) TO CSU-LABOR-COST
               WRITE SHIFT-PRINT-RECORD FROM WS-COST-UNASSIGNED
           END-IF.
*********
*********
       1280-PRINT-COST-LINE.
           IF WSP-PRODUCTION (WS-SHIFT-SUB) > ZEROES
               COMPUTE WSL-COST-PER-UNIT (WS-SHIFT-SUB) ROUNDED =
                   WSL-LABOR-COST (WS-SHIFT-SUB) /
                   WSP-PRODUCTION (WS-SHIFT-SUB)
           ELSE
               MOVE ZEROES             TO WSL-COST-PER-UNIT
                                          (WS-SHIFT-SUB)
           END-IF.
           MOVE WS-SHIFT-SUB           TO CSD-SHIFT.
           MOVE WSL-EMPLOYEES (WS-SHIFT-SUB)
                                       TO CSD-EMPLOYEES.
           MOVE WSL-WAGES (WS-SHIFT-SUB)
                                       TO CSD-WAGES.
           MOVE WSL-OT-PAY (WS-SHIFT-SUB)
                                       TO CSD-OT-PAY.
           MOVE WSL-LABOR-COST (WS-SHIFT-SUB)
                                       TO CSD-LABOR-COST.
           MOVE WSP-PRODUCTION (WS-SHIFT-SUB)
                                       TO CSD-PRODUCTION.
           MOVE WSL-COST-PER-UNIT (WS-SHIFT-SUB)
                                       TO CSD-COST-PER-UNIT.
           IF WS-SHIFT-SUB = 1
               MOVE ZEROES             TO CSD-DELTA
           ELSE
               COMPUTE WS-COST-PER-UNIT-DELTA =
                   WSL-COST-PER-UNIT (WS-SHIFT-SUB) -
                   WS-PREV-COST-PER-UNIT
               MOVE WS-COST-PER-UNIT-DELTA
                                       TO CSD-DELTA
           END-IF.
           EVALUATE TRUE
               WHEN (WSP-PRODUCTION (WS-SHIFT-SUB) = ZEROES) AND
                    (WSL-LABOR-COST (WS-SHIFT-SUB) > ZEROES)
                   MOVE 'NO OUTPUT'    TO CSD-FLAG
               WHEN (WS-LABOR-COST-STANDARD > ZEROES) AND
                    (WSL-COST-PER-UNIT (WS-SHIFT-SUB) >
                     WS-LABOR-COST-STANDARD)
                   MOVE 'OVER STD'     TO CSD-FLAG
               WHEN OTHER
                   MOVE SPACES         TO CSD-FLAG
           END-EVALUATE.
           WRITE SHIFT-PRINT-RECORD FROM WS-COST-DETAIL.
           MOVE WSL-COST-PER-UNIT (WS-SHIFT-SUB)
                                       TO WS-PREV-COST-PER-UNIT.
*********
*********
      *    PLAN VS ACTUAL SECTION - EACH SHIFT'S SHARE OF THE AWARD'S
      *    DAILY PLAN, ITS ACTUAL SHIFTMST PRODUCTION AND THE VARIANCE.
      *    THE STAFF CHECK SAYS NO STAFF WHEN A SHIFT IS PLANNED WITH
      *    NOBODY ON IT AND OVER CAPACITY WHEN ITS PLAN PER HEAD IS
      *    ABOVE THE CAPACITY PER HEAD.  A SHIFT SHORT OF ITS PLAN IS
      *    FLAGGED BEHIND DUE, OR PAST DUE ONCE THE BUSINESS DATE IS
      *    BEYOND THE AWARD DUE DATE.
       1290-PRINT-PLAN-VS-ACTUAL.
           WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK.
           MOVE WS-CAPACITY-PER-HEAD   TO PLH-CAPACITY.
           WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-HDR1.
           IF NOT AWARD-PLANNED
               MOVE WS-NO-PLAN-REASON  TO PLN-MESSAGE
               WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-NONE
           ELSE
               MOVE WS-PLAN-QUANTITY   TO PLH-QUANTITY
               MOVE WS-PLAN-START-DATE TO PLH-START-DATE
               MOVE WS-PLAN-DUE-DATE   TO PLH-DUE-DATE
               MOVE WS-PLAN-DAYS       TO PLH-DAYS
               MOVE WS-DAILY-PLAN      TO PLH-DAILY-PLAN
               WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-HDR2
               WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-HDR3
               WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK
               PERFORM 1295-PRINT-PLAN-LINE
                 VARYING WS-SHIFT-SUB FROM 1 BY 1
                 UNTIL WS-SHIFT-SUB > 3
               MOVE WS-TOTAL-PLAN      TO PLT-PLAN
               MOVE WS-TOTAL-PRODUCTION
                                       TO PLT-ACTUAL
               MOVE WS-TOTAL-VARIANCE  TO PLT-VARIANCE
               WRITE SHIFT-PRINT-RECORD FROM WS-PROD-BLANK
               WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-TOTAL
           END-IF.
*********
*********
       1295-PRINT-PLAN-LINE.
           MOVE WS-SHIFT-SUB           TO PLD-SHIFT.
           MOVE WSP-STAFF (WS-SHIFT-SUB)
                                       TO PLD-STAFF.
           MOVE WPL-PLAN (WS-SHIFT-SUB)
                                       TO PLD-PLAN.
           MOVE WPL-PLAN-PER-HEAD (WS-SHIFT-SUB)
                                       TO PLD-PER-HEAD.
           MOVE WSP-PRODUCTION (WS-SHIFT-SUB)
                                       TO PLD-ACTUAL.
           MOVE WPL-VARIANCE (WS-SHIFT-SUB)
                                       TO PLD-VARIANCE.
           EVALUATE TRUE
               WHEN (WSP-STAFF (WS-SHIFT-SUB) = ZEROES) AND
                    (WPL-PLAN (WS-SHIFT-SUB) > ZEROES)
                   MOVE 'NO STAFF'     TO PLD-CHECK
               WHEN WPL-PLAN-PER-HEAD (WS-SHIFT-SUB) >
                    WS-CAPACITY-PER-HEAD
                   MOVE 'OVER CAPACITY'
                                       TO PLD-CHECK
               WHEN OTHER
                   MOVE SPACES         TO PLD-CHECK
           END-EVALUATE.
           EVALUATE TRUE
               WHEN (WSP-PRODUCTION (WS-SHIFT-SUB) >=
                     WPL-PLAN (WS-SHIFT-SUB))
                   MOVE SPACES         TO PLD-FLAG
               WHEN WS-BUSINESS-DATE > WS-PLAN-DUE-DATE
                   MOVE 'PAST DUE'     TO PLD-FLAG
                   DISPLAY 'WBCI0090 - SHIFT ' WS-SHIFT-SUB
                           ' SHORT OF PLAN PAST AWARD DUE DATE'
               WHEN OTHER
                   MOVE 'BEHIND DUE'   TO PLD-FLAG
                   DISPLAY 'WBCI0090 - SHIFT ' WS-SHIFT-SUB
                           ' BEHIND PLAN FOR AWARD DUE DATE'
           END-EVALUATE.
           WRITE SHIFT-PRINT-RECORD FROM WS-PLAN-DETAIL.
*********
*********
       1300-WRITE-EMPOUT-TRAILER.
           MOVE WS-SHIFT-RECORD-COUNT (1)
               WS-SHIFT-RECORD-COUNT (1) +
               WS-SHIFT-RECORD-COUNT (2) +
               WS-SHIFT-RECORD-COUNT (3).
           IF AWARD-PLANNED
               MOVE 'P'                TO EOT-PLAN-STATUS
           ELSE
               MOVE 'N'                TO EOT-PLAN-STATUS
           END-IF.
           MOVE WPL-PLAN (1)           TO EOT-PLAN-SHIFT (1).
           MOVE WPL-PLAN (2)           TO EOT-PLAN-SHIFT (2).
           MOVE WPL-PLAN (3)           TO EOT-PLAN-SHIFT (3).
           MOVE WS-TOTAL-PLAN          TO EOT-PLAN-TOTAL.
           MOVE WSP-PRODUCTION (1)     TO EOT-ACTUAL-SHIFT (1).
           MOVE WSP-PRODUCTION (2)     TO EOT-ACTUAL-SHIFT (2).
           MOVE WSP-PRODUCTION (3)     TO EOT-ACTUAL-SHIFT (3).
           MOVE WS-TOTAL-PRODUCTION    TO EOT-ACTUAL-TOTAL.
           OPEN EXTEND REPORT-FILE.
           WRITE REPORT-RECORD FROM WS-EMPOUT-TRAILER.
           CLOSE REPORT-FILE.
