      * ══════════════════════════════════════════════════════════
      * QUARTERLY ADVISORY FEE BILLING AND COLLECTION
      * Module: FEE-BILLING (Batch Job WFEEB-160)
      * Wealth Management — Core System
      * Batch cycle: Morning 08:30 EST, after the WPVAL-130
      *   valuation; bills on the first morning after each
      *   calendar quarter closes, collects every morning
      * Upstream: WM.ACCT.VALUE (WPVAL-130 account values),
      *   WM.ACCT.CASH (settled cash after WTSET-120),
      *   WM.FEE.SCHEDULE (tiered AUM schedule)
      * Downstream: WM.FEE.HIST (quarter-end values, fee billed
      *   and outstanding), WM.ACCT.CASH (fee debits),
      *   WM.CASH.REQUEST (fee cash raises for REBAL-ENGINE),
      *   WM.FEE.GLDIST (fee GL detail), fee invoice report
      * Written 2026-10-15 M. Alvarez — quarterly advisory fees
      *   were calculated and debited outside the system, so the
      *   fee debit regularly overdrew settled cash that
      *   CHECK-SETTLED-CASH had already committed to buys. This
      *   job bills each account in arrears from its average
      *   quarter-end market value on the tiered AUM schedule,
      *   with the breakpoints applied to the household's
      *   combined value (PM-HOUSEHOLD-ID, carried on
      *   WM.ACCT.VALUE) and the household fee shared across its
      *   accounts by value. Every morning it debits outstanding
      *   fees from WM.ACCT.CASH where settled cash covers them,
      *   before the 02:00 run commits that cash to buys; an
      *   account that cannot cover its fee gets a fee cash-raise
      *   request on WM.CASH.REQUEST so REBAL-ENGINE sells for it
      *   that night, and the debit follows once the sale
      *   settles.
      * BR: Fee base = average of the account's value at the
      *   prior quarter end and at this one; an account with no
      *   value on file for the prior quarter end (new this
      *   quarter) bills on this quarter end alone. The quarter-
      *   end value is the first valuation after the quarter
      *   closes.
      * BR: Quarterly fee = annual tiered fee / 4. Tiers are
      *   marginal: each slice of household value bills at its
      *   own tier's rate.
      * BR: A fee is debited only in full; a partial balance is
      *   left alone and the shortfall is requested.
      * Patch 2026-10-15 M. Alvarez — bills only on an account's
      *   first valuation after the quarter closed (prior
      *   valuation on or before the quarter end); an account
      *   opened after the close, or first valued on a later
      *   morning, is counted as not billable this quarter
      *   instead of billing late, alone, at a later value
      * Patch 2026-10-15 M. Alvarez — a rerun adds to the
      *   morning's WM.FEE.GLDIST instead of replacing it, and a
      *   collection marks the fee paid before debiting cash so
      *   a rerun after a stop cannot debit the client twice
      * WARNING: AV-VALUE-RECORD layout must stay in step with
      *   POSITION-VALUE's FD; AC-CASH-RECORD with SETTLE-POST's;
      *   CR-CASH-REQUEST with REBAL-ENGINE's.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-BILLING.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-VALUE-FILE ASSIGN TO 'WM.ACCT.VALUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-CASH-FILE ASSIGN TO 'WM.ACCT.CASH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'WM.FEE.SCHEDULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEE-HISTORY ASSIGN TO 'WM.FEE.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-REQUEST-FILE ASSIGN TO 'WM.CASH.REQUEST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEE-GL-FEED ASSIGN TO 'WM.FEE.GLDIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILL-WORK ASSIGN TO 'WM.FEE.BILLWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GROUP-WORK ASSIGN TO 'WM.FEE.GROUPWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GW-GROUP-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'WM.FEE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-VALUE-FILE
           RECORDING MODE IS F.
       01  AV-VALUE-RECORD.
           05 AV-ACCOUNT-ID        PIC X(12).
           05 AV-HOUSEHOLD-ID      PIC X(10).
           05 AV-VALUE-DATE        PIC 9(8).
           05 AV-SECURITIES-VALUE  PIC 9(11)V99.
           05 AV-CASH-VALUE        PIC 9(11)V99.
           05 AV-TOTAL-VALUE       PIC 9(11)V99.
           05 AV-PRIOR-DATE        PIC 9(8).
           05 AV-PRIOR-VALUE       PIC 9(11)V99.
           05 AV-RESERVED          PIC X(20).

       FD  ACCT-CASH-FILE
           RECORDING MODE IS F.
       01  AC-CASH-RECORD.
           05 AC-ACCOUNT-ID        PIC X(12).
           05 AC-SETTLED-CASH      PIC 9(9)V99.
           05 AC-VALUE-DATE        PIC 9(8).
           05 AC-RESERVED          PIC X(10).

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
      * BR: One row per tier, ascending by floor; the rate is an
      *     annual percentage (0.7500 = 0.75% a year)
       01  FS-TIER-RECORD.
           05 FS-TIER-FLOOR        PIC 9(11)V99.
           05 FS-ANNUAL-RATE-PCT   PIC 9(1)V9(4).
           05 FS-RESERVED          PIC X(10).

       FD  FEE-HISTORY
           RECORDING MODE IS F.
       01  FH-FEE-RECORD.
           05 FH-ACCOUNT-ID        PIC X(12).
           05 FH-HOUSEHOLD-ID      PIC X(10).
           05 FH-QTR-END-DATE      PIC 9(8).
           05 FH-QTR-END-VALUE     PIC 9(11)V99.
           05 FH-BILLED-PERIOD     PIC 9(8).
           05 FH-BILLED-BASE       PIC 9(11)V99.
           05 FH-BILLED-FEE        PIC 9(9)V99.
           05 FH-FEE-OUTSTANDING   PIC 9(9)V99.
           05 FH-LAST-DEBIT-DATE   PIC 9(8).
           05 FH-LAST-REQUEST-DATE PIC 9(8).
           05 FH-RESERVED          PIC X(20).

       FD  CASH-REQUEST-FILE
           RECORDING MODE IS F.
       01  CR-CASH-REQUEST.
           05 CR-ACCOUNT-ID        PIC X(12).
           05 CR-CASH-AMOUNT       PIC 9(9)V99.
           05 CR-NEED-BY-DATE      PIC 9(8).
           05 CR-REQUEST-TYPE      PIC X(1).
              88 CR-CLIENT-WITHDRAWAL VALUE SPACE.
              88 CR-FEE-RAISE         VALUE 'F'.
           05 CR-RESERVED          PIC X(9).

       FD  FEE-GL-FEED
           RECORDING MODE IS F.
      * BR: Billing accrues the receivable ('B'); the debit from
      *     the client's cash clears it ('C')
       01  FG-GL-RECORD.
           05 FG-ACCOUNT-ID        PIC X(12).
           05 FG-GL-ACCOUNT        PIC X(8).
           05 FG-DC-FLAG           PIC X(1).
           05 FG-AMOUNT            PIC 9(9)V99.
           05 FG-TRANS-TYPE        PIC X(1).
           05 FG-FEE-PERIOD        PIC 9(8).
           05 FG-POST-DATE         PIC 9(8).
           05 FG-RESERVED          PIC X(10).

       FD  BILL-WORK
           RECORDING MODE IS F.
       01  BW-BILL-RECORD.
           05 BW-ACCOUNT-ID        PIC X(12).
           05 BW-GROUP-ID          PIC X(12).
           05 BW-HOUSEHOLD-ID      PIC X(10).
           05 BW-QTR-END-VALUE     PIC 9(11)V99.
           05 BW-PRIOR-QTR-VALUE   PIC 9(11)V99.
           05 BW-FEE-BASE          PIC 9(11)V99.
           05 BW-RESERVED          PIC X(10).

       FD  GROUP-WORK
           RECORDING MODE IS F.
      * BR: Breakpoint group — the household, or the account
      *     itself when it belongs to none
       01  GW-GROUP-RECORD.
           05 GW-GROUP-ID          PIC X(12).
           05 GW-ACCOUNT-COUNT     PIC 9(4).
           05 GW-GROUP-BASE        PIC 9(13)V99.
           05 GW-ANNUAL-FEE        PIC 9(11)V99.
           05 GW-RESERVED          PIC X(10).

       FD  PARM-FILE
           RECORDING MODE IS F.
      * BR: Same keyword/value layout as WM.PARM.FILE
       01  PR-PARM-RECORD.
           05 PR-PARM-KEY          PIC X(20).
           05 PR-EFFECTIVE-DATE    PIC 9(8).
           05 PR-PARM-VALUE        PIC 9(9)V99.
           05 PR-RESERVED          PIC X(10).

       WORKING-STORAGE SECTION.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
             10 WS-RUN-YEAR       PIC 9(4).
             10 WS-RUN-MONTH      PIC 9(2).
             10 WS-RUN-DAY        PIC 9(2).
          05 WS-PERIOD-END        PIC 9(8).
          05 WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
             10 WS-PERIOD-YEAR    PIC 9(4).
             10 WS-PERIOD-MMDD    PIC 9(4).
          05 WS-PRIOR-PERIOD-END  PIC 9(8).
          05 WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD-END.
             10 WS-PRIOR-YEAR     PIC 9(4).
             10 WS-PRIOR-MMDD     PIC 9(4).
          05 WS-ACCOUNTS-READ     PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NOT-VALUED PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-BILLED-BEFORE PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NOT-BILLABLE PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-TO-BILL  PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-FIRST-QTR PIC 9(6) VALUE 0.
          05 WS-GROUPS-BILLED     PIC 9(6) VALUE 0.
          05 WS-INVOICES-WRITTEN  PIC 9(6) VALUE 0.
          05 WS-FEES-BILLED       PIC 9(11)V99 VALUE 0.
          05 WS-DEBITS-POSTED     PIC 9(6) VALUE 0.
          05 WS-DEBIT-DOLLARS     PIC 9(11)V99 VALUE 0.
          05 WS-REQUESTS-WRITTEN  PIC 9(6) VALUE 0.
          05 WS-REQUEST-DOLLARS   PIC 9(11)V99 VALUE 0.
          05 WS-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE 0.

      * --- PARAMETERS (WM.FEE.PARM) ---
      * BR: A quarterly fee below MIN-QUARTER-FEE bills at the
      *     minimum; zero means no minimum
       01 WS-FEE-PARMS.
          05 WS-MIN-QUARTER-FEE   PIC 9(7)V99 VALUE 0.
          05 WS-PARMS-READ        PIC 9(4)    VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4)    VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4)    VALUE 0.

      * --- TIERED AUM SCHEDULE (WM.FEE.SCHEDULE) ---
      * NOTE: The compiled tiers stand in only when no schedule
      *   file is staged; the schedule in force is echoed on the
      *   invoice report
       01 WS-FEE-TIER-TABLE.
          05 WS-FEE-TIER OCCURS 10 TIMES
                INDEXED BY FT-IDX.
             10 FT-TIER-FLOOR     PIC 9(11)V99.
             10 FT-ANNUAL-RATE    PIC 9(1)V9(4).
          05 WS-TIER-COUNT        PIC 9(2) VALUE 0.
          05 WS-SCHEDULE-SOURCE   PIC X(8) VALUE 'COMPILED'.

      * --- GL ACCOUNTS ---
      * NOTE: Production reads the account codes from the firm's
      *   GL chart. Demo version carries the fee receivable,
      *   advisory fee revenue and client cash codes.
       01 WS-GL-ACCOUNT-CODES.
          05 WS-GL-FEE-RECEIVABLE PIC X(8) VALUE '1300FEER'.
          05 WS-GL-FEE-REVENUE    PIC X(8) VALUE '4100ADVF'.
          05 WS-GL-CLIENT-CASH    PIC X(8) VALUE '2050CCSH'.
       01 WS-GL-LINE-WORK.
          05 WS-GL-LINE-ACCOUNT   PIC X(8)     VALUE SPACES.
          05 WS-GL-LINE-DC        PIC X(1)     VALUE SPACE.
          05 WS-GL-LINE-AMOUNT    PIC 9(9)V99  VALUE 0.
          05 WS-GL-LINE-TRANS     PIC X(1)     VALUE SPACE.
          05 WS-GL-LINE-PERIOD    PIC 9(8)     VALUE 0.
          05 WS-GL-RECS-WRITTEN   PIC 9(6)     VALUE 0.
          05 WS-GL-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.
          05 WS-GL-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.

      * --- FEE CALCULATION ---
       01 WS-FEE-WORK.
          05 WS-GROUP-ID          PIC X(12)     VALUE SPACES.
          05 WS-FEE-BASE          PIC 9(11)V99  VALUE 0.
          05 WS-TIER-TOP          PIC 9(13)V99  VALUE 0.
          05 WS-TIER-SLICE        PIC 9(13)V99  VALUE 0.
          05 WS-NEXT-TIER         PIC 9(2)      VALUE 0.
          05 WS-ANNUAL-FEE        PIC 9(11)V99  VALUE 0.
          05 WS-QUARTER-FEE       PIC 9(9)V99   VALUE 0.
          05 WS-EFFECTIVE-RATE    PIC 9(1)V9(4) VALUE 0.
          05 WS-SHORTFALL         PIC 9(9)V99   VALUE 0.
          05 WS-FEE-DEBIT         PIC 9(9)V99   VALUE 0.
          05 WS-MIN-APPLIED       PIC X(1)      VALUE 'N'.
             88 MIN-FEE-APPLIED      VALUE 'Y'.

       01 WS-EOF-FLAGS.
          05 WS-AV-EOF-FLAG       PIC X(1) VALUE 'N'.
             88 AV-EOF               VALUE 'Y'.
             88 AV-MORE              VALUE 'N'.
          05 WS-INPUT-EOF-FLAG    PIC X(1) VALUE 'N'.
             88 INPUT-EOF            VALUE 'Y'.
             88 INPUT-MORE           VALUE 'N'.
          05 WS-SCAN-FLAG         PIC X(1) VALUE 'N'.
             88 SCAN-DONE            VALUE 'Y'.
             88 SCAN-MORE            VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-FEE-BILLING.
           PERFORM INIT-FEE-BILLING
           PERFORM SELECT-ONE-ACCOUNT
              UNTIL AV-EOF
           PERFORM PRICE-BREAKPOINT-GROUPS
           PERFORM REPORT-INVOICE-HEADER
           PERFORM BILL-ACCOUNTS
           PERFORM REPORT-COLLECTION-HEADER
           PERFORM COLLECT-OUTSTANDING-FEES
           PERFORM REPORT-FEE-TOTALS
           PERFORM CLOSE-FEE-FILES
           STOP RUN.

       INIT-FEE-BILLING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-BILLING-PERIOD
           PERFORM LOAD-FEE-PARMS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM OPEN-FEE-WORK-FILES
      * BR: The fee history is permanent and keyed — status 35
      *     on the very first run creates it
           OPEN I-O FEE-HISTORY
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT FEE-HISTORY
              CLOSE FEE-HISTORY
              OPEN I-O FEE-HISTORY
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE-HISTORY, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — FEE HISTORY UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: Debits post to the cash master in place, the same
      *     keyed read/rewrite SETTLE-POST uses; no cash master,
      *     no run
           OPEN I-O ACCT-CASH-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-CASH-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — CASH MASTER UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: Fee raises are added to tonight's request file, never
      *     replace it; status 35 means none were staged yet
           OPEN EXTEND CASH-REQUEST-FILE
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT CASH-REQUEST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASH-REQUEST-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — CASH REQUEST FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: Journal lines are added to the morning's GL file the
      *     same way — a rerun bills and collects nothing new,
      *     and must not wipe the first run's lines
      * Patch 2026-10-15 M. Alvarez
           OPEN EXTEND FEE-GL-FEED
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT FEE-GL-FEED
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE-GL-FEED, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — FEE GL FEED UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: No account values means WPVAL-130 never ran — there
      *     is nothing to bill, but outstanding fees still collect
           OPEN INPUT ACCT-VALUE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-NEXT-ACCT-VALUE
              WHEN '35'
                 DISPLAY 'WM.ACCT.VALUE NOT PRESENT —'
                    ' NO BILLING THIS RUN'
                 SET AV-EOF TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ACCT-VALUE-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WFEEB-160 ABEND — ACCOUNT VALUES'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       SET-BILLING-PERIOD.
      * BR: The period billed is the last calendar quarter to
      *     close before the run date
           EVALUATE TRUE
              WHEN WS-RUN-MONTH < 4
                 COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
                 MOVE 1231 TO WS-PERIOD-MMDD
              WHEN WS-RUN-MONTH < 7
                 MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
                 MOVE 0331 TO WS-PERIOD-MMDD
              WHEN WS-RUN-MONTH < 10
                 MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
                 MOVE 0630 TO WS-PERIOD-MMDD
              WHEN OTHER
                 MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
                 MOVE 0930 TO WS-PERIOD-MMDD
           END-EVALUATE
           MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
           EVALUATE WS-PERIOD-MMDD
              WHEN 0331
                 COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
                 MOVE 1231 TO WS-PRIOR-MMDD
              WHEN 0630
                 MOVE 0331 TO WS-PRIOR-MMDD
              WHEN 0930
                 MOVE 0630 TO WS-PRIOR-MMDD
              WHEN OTHER
                 MOVE 0930 TO WS-PRIOR-MMDD
           END-EVALUATE.

       LOAD-FEE-PARMS.
      * BR: Status 35 just means no parameter file was staged —
      *     the compiled defaults stay in force
           OPEN INPUT PARM-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-PARM
                 PERFORM APPLY-ONE-PARM
                    UNTIL PARM-EOF
                 CLOSE PARM-FILE
              WHEN '35'
                 DISPLAY 'WM.FEE.PARM NOT PRESENT —'
                    ' COMPILED DEFAULTS IN FORCE'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING PARM-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-PARM.
           READ PARM-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ.

       APPLY-ONE-PARM.
      * BR: Sorted by effective date — the last record at or
      *     before the run date wins
           ADD 1 TO WS-PARMS-READ
           IF PR-EFFECTIVE-DATE > WS-RUN-DATE
              ADD 1 TO WS-PARMS-FUTURE
           ELSE
              EVALUATE PR-PARM-KEY
                 WHEN 'MIN-QUARTER-FEE'
                    MOVE PR-PARM-VALUE TO WS-MIN-QUARTER-FEE
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-FEE-SCHEDULE.
      * BR: A staged schedule replaces the compiled tiers whole;
      *     the first tier must start at zero or the slice below
      *     it would bill at nothing
           SET INPUT-MORE TO TRUE
           OPEN INPUT FEE-SCHEDULE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-TIER
                 PERFORM STORE-ONE-TIER
                    UNTIL INPUT-EOF
                 CLOSE FEE-SCHEDULE-FILE
                 MOVE 'FILE' TO WS-SCHEDULE-SOURCE
              WHEN '35'
                 DISPLAY 'WM.FEE.SCHEDULE NOT PRESENT —'
                    ' COMPILED SCHEDULE IN FORCE'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING FEE-SCHEDULE-FILE,'
                    ' STATUS=' WS-FILE-STATUS
           END-EVALUATE
           IF WS-TIER-COUNT = 0
              PERFORM LOAD-COMPILED-SCHEDULE
           END-IF
           IF FT-TIER-FLOOR (1) NOT = 0
              DISPLAY 'FEE SCHEDULE FIRST TIER FLOOR NOT ZERO: '
                 FT-TIER-FLOOR (1)
              DISPLAY 'WFEEB-160 ABEND — FEE SCHEDULE INVALID'
              STOP RUN
           END-IF.

       READ-ONE-TIER.
           READ FEE-SCHEDULE-FILE
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-TIER.
           IF WS-TIER-COUNT < 10
              ADD 1 TO WS-TIER-COUNT
              MOVE FS-TIER-FLOOR TO
                 FT-TIER-FLOOR (WS-TIER-COUNT)
              MOVE FS-ANNUAL-RATE-PCT TO
                 FT-ANNUAL-RATE (WS-TIER-COUNT)
           ELSE
              DISPLAY 'FEE TIER TABLE FULL — TIER IGNORED, FLOOR='
                 FS-TIER-FLOOR
           END-IF
           PERFORM READ-ONE-TIER.

       LOAD-COMPILED-SCHEDULE.
           MOVE 'COMPILED' TO WS-SCHEDULE-SOURCE
           MOVE 3 TO WS-TIER-COUNT
           MOVE 0          TO FT-TIER-FLOOR (1)
           MOVE 1.0000     TO FT-ANNUAL-RATE (1)
           MOVE 1000000.00 TO FT-TIER-FLOOR (2)
           MOVE 0.7500     TO FT-ANNUAL-RATE (2)
           MOVE 5000000.00 TO FT-TIER-FLOOR (3)
           MOVE 0.5000     TO FT-ANNUAL-RATE (3).

       OPEN-FEE-WORK-FILES.
           OPEN OUTPUT BILL-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING BILL-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — BILLING WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE BILL-WORK
           OPEN I-O BILL-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BILL-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — BILLING WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN OUTPUT GROUP-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING GROUP-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — BREAKPOINT WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE GROUP-WORK
           OPEN I-O GROUP-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GROUP-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WFEEB-160 ABEND — BREAKPOINT WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       READ-NEXT-ACCT-VALUE.
           READ ACCT-VALUE-FILE NEXT RECORD
              AT END SET AV-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET AV-EOF TO TRUE
           END-IF.

       SELECT-ONE-ACCOUNT.
      * BR: Only an account valued this morning can supply a
      *     quarter-end value; one already billed for the period
      *     (a rerun, or a later morning) is passed over
           ADD 1 TO WS-ACCOUNTS-READ
           IF AV-VALUE-DATE NOT = WS-RUN-DATE
              ADD 1 TO WS-ACCOUNTS-NOT-VALUED
              PERFORM READ-NEXT-ACCT-VALUE
              EXIT PARAGRAPH
           END-IF
      * BR: Today's value is the quarter-end value only when the
      *     valuation before it fell on or before the quarter
      *     end — an account opened after the close has none, and
      *     one first valued on a later morning would bill at the
      *     wrong value outside its household group; neither is
      *     billed or stamped on WM.FEE.HIST this quarter
      * Patch 2026-10-15 M. Alvarez
           IF AV-PRIOR-DATE = 0
              OR AV-PRIOR-DATE > WS-PERIOD-END
              ADD 1 TO WS-ACCOUNTS-NOT-BILLABLE
              PERFORM READ-NEXT-ACCT-VALUE
              EXIT PARAGRAPH
           END-IF
           MOVE AV-ACCOUNT-ID TO FH-ACCOUNT-ID
           READ FEE-HISTORY
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE AV-ACCOUNT-ID TO FH-ACCOUNT-ID
              MOVE AV-HOUSEHOLD-ID TO FH-HOUSEHOLD-ID
              MOVE 0 TO FH-QTR-END-DATE
              MOVE 0 TO FH-QTR-END-VALUE
              MOVE 0 TO FH-BILLED-PERIOD
              MOVE 0 TO FH-BILLED-BASE
              MOVE 0 TO FH-BILLED-FEE
              MOVE 0 TO FH-FEE-OUTSTANDING
              MOVE 0 TO FH-LAST-DEBIT-DATE
              MOVE 0 TO FH-LAST-REQUEST-DATE
              MOVE SPACES TO FH-RESERVED
           END-IF
           IF FH-BILLED-PERIOD NOT < WS-PERIOD-END
              ADD 1 TO WS-ACCOUNTS-BILLED-BEFORE
              PERFORM READ-NEXT-ACCT-VALUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-TO-BILL
           MOVE AV-ACCOUNT-ID TO BW-ACCOUNT-ID
           MOVE AV-HOUSEHOLD-ID TO BW-HOUSEHOLD-ID
           IF AV-HOUSEHOLD-ID = SPACES
              MOVE AV-ACCOUNT-ID TO BW-GROUP-ID
           ELSE
              MOVE AV-HOUSEHOLD-ID TO BW-GROUP-ID
           END-IF
           MOVE AV-TOTAL-VALUE TO BW-QTR-END-VALUE
           IF FH-QTR-END-DATE = WS-PRIOR-PERIOD-END
              MOVE FH-QTR-END-VALUE TO BW-PRIOR-QTR-VALUE
              COMPUTE BW-FEE-BASE ROUNDED =
                 (FH-QTR-END-VALUE + AV-TOTAL-VALUE) / 2
           ELSE
              ADD 1 TO WS-ACCOUNTS-FIRST-QTR
              MOVE 0 TO BW-PRIOR-QTR-VALUE
              MOVE AV-TOTAL-VALUE TO BW-FEE-BASE
           END-IF
           MOVE SPACES TO BW-RESERVED
           WRITE BW-BILL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING BILL-WORK, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AV-ACCOUNT-ID
           ELSE
              PERFORM ADD-TO-BREAKPOINT-GROUP
           END-IF
           PERFORM READ-NEXT-ACCT-VALUE.

       ADD-TO-BREAKPOINT-GROUP.
           MOVE BW-GROUP-ID TO GW-GROUP-ID
           READ GROUP-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE BW-GROUP-ID TO GW-GROUP-ID
              MOVE 0 TO GW-ACCOUNT-COUNT
              MOVE 0 TO GW-GROUP-BASE
              MOVE 0 TO GW-ANNUAL-FEE
              MOVE SPACES TO GW-RESERVED
              WRITE GW-GROUP-RECORD
           END-IF
           ADD 1 TO GW-ACCOUNT-COUNT
           ADD BW-FEE-BASE TO GW-GROUP-BASE
           REWRITE GW-GROUP-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING GROUP-WORK, STATUS='
                 WS-FILE-STATUS ' GROUP=' BW-GROUP-ID
           END-IF.

       PRICE-BREAKPOINT-GROUPS.
      * BR: The tiered annual fee is struck once per group on the
      *     group's combined base
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO GW-GROUP-ID
           START GROUP-WORK
              KEY NOT < GW-GROUP-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM PRICE-ONE-GROUP
              UNTIL SCAN-DONE.

       PRICE-ONE-GROUP.
      * BR: Any failed READ ends the sweep
           READ GROUP-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              ADD 1 TO WS-GROUPS-BILLED
              MOVE 0 TO WS-ANNUAL-FEE
              PERFORM PRICE-ONE-TIER
                 VARYING FT-IDX FROM 1 BY 1
                 UNTIL FT-IDX > WS-TIER-COUNT
              MOVE WS-ANNUAL-FEE TO GW-ANNUAL-FEE
              REWRITE GW-GROUP-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING GROUP-WORK, STATUS='
                    WS-FILE-STATUS ' GROUP=' GW-GROUP-ID
              END-IF
           END-IF.

       PRICE-ONE-TIER.
      * BR: The slice is the part of the base between this
      *     tier's floor and the next tier's; the top tier is
      *     open-ended
           IF GW-GROUP-BASE > FT-TIER-FLOOR (FT-IDX)
              SET WS-NEXT-TIER TO FT-IDX
              ADD 1 TO WS-NEXT-TIER
              IF WS-NEXT-TIER > WS-TIER-COUNT
                 MOVE GW-GROUP-BASE TO WS-TIER-TOP
              ELSE
                 MOVE FT-TIER-FLOOR (WS-NEXT-TIER) TO WS-TIER-TOP
                 IF WS-TIER-TOP > GW-GROUP-BASE
                    MOVE GW-GROUP-BASE TO WS-TIER-TOP
                 END-IF
              END-IF
              COMPUTE WS-TIER-SLICE =
                 WS-TIER-TOP - FT-TIER-FLOOR (FT-IDX)
              COMPUTE WS-ANNUAL-FEE ROUNDED =
                 WS-ANNUAL-FEE
                 + WS-TIER-SLICE * FT-ANNUAL-RATE (FT-IDX) / 100
           END-IF.

       BILL-ACCOUNTS.
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO BW-ACCOUNT-ID
           START BILL-WORK
              KEY NOT < BW-ACCOUNT-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM BILL-ONE-ACCOUNT
              UNTIL SCAN-DONE.

       BILL-ONE-ACCOUNT.
      * BR: The group's fee is shared by each account's share of
      *     the group base; the minimum applies per account
           READ BILL-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE BW-GROUP-ID TO GW-GROUP-ID
           READ GROUP-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'BREAKPOINT GROUP MISSING — NOT BILLED: '
                 BW-ACCOUNT-ID
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUARTER-FEE
           MOVE 0 TO WS-EFFECTIVE-RATE
           IF GW-GROUP-BASE > 0
              COMPUTE WS-QUARTER-FEE ROUNDED =
                 GW-ANNUAL-FEE * BW-FEE-BASE / GW-GROUP-BASE / 4
              COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                 GW-ANNUAL-FEE * 100 / GW-GROUP-BASE
           END-IF
           MOVE 'N' TO WS-MIN-APPLIED
           IF WS-QUARTER-FEE < WS-MIN-QUARTER-FEE
              AND BW-FEE-BASE > 0
              MOVE WS-MIN-QUARTER-FEE TO WS-QUARTER-FEE
              SET MIN-FEE-APPLIED TO TRUE
           END-IF
           PERFORM POST-FEE-HISTORY
           IF WS-QUARTER-FEE > 0
              MOVE WS-GL-FEE-RECEIVABLE TO WS-GL-LINE-ACCOUNT
              MOVE 'D' TO WS-GL-LINE-DC
              MOVE WS-QUARTER-FEE TO WS-GL-LINE-AMOUNT
              MOVE 'B' TO WS-GL-LINE-TRANS
              MOVE WS-PERIOD-END TO WS-GL-LINE-PERIOD
              PERFORM WRITE-FEE-GL-LINE
              MOVE WS-GL-FEE-REVENUE TO WS-GL-LINE-ACCOUNT
              MOVE 'C' TO WS-GL-LINE-DC
              PERFORM WRITE-FEE-GL-LINE
           END-IF
           ADD 1 TO WS-INVOICES-WRITTEN
           ADD WS-QUARTER-FEE TO WS-FEES-BILLED
           PERFORM REPORT-ONE-INVOICE.

       POST-FEE-HISTORY.
      * BR: The quarter-end value rolls forward as next quarter's
      *     opening value; the new fee adds to anything still
      *     outstanding from an earlier quarter
           MOVE BW-ACCOUNT-ID TO FH-ACCOUNT-ID
           READ FEE-HISTORY
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE BW-ACCOUNT-ID TO FH-ACCOUNT-ID
              MOVE BW-HOUSEHOLD-ID TO FH-HOUSEHOLD-ID
              MOVE WS-PERIOD-END TO FH-QTR-END-DATE
              MOVE BW-QTR-END-VALUE TO FH-QTR-END-VALUE
              MOVE WS-PERIOD-END TO FH-BILLED-PERIOD
              MOVE BW-FEE-BASE TO FH-BILLED-BASE
              MOVE WS-QUARTER-FEE TO FH-BILLED-FEE
              MOVE WS-QUARTER-FEE TO FH-FEE-OUTSTANDING
              MOVE 0 TO FH-LAST-DEBIT-DATE
              MOVE 0 TO FH-LAST-REQUEST-DATE
              MOVE SPACES TO FH-RESERVED
              WRITE FH-FEE-RECORD
           ELSE
              MOVE BW-HOUSEHOLD-ID TO FH-HOUSEHOLD-ID
              MOVE WS-PERIOD-END TO FH-QTR-END-DATE
              MOVE BW-QTR-END-VALUE TO FH-QTR-END-VALUE
              MOVE WS-PERIOD-END TO FH-BILLED-PERIOD
              MOVE BW-FEE-BASE TO FH-BILLED-BASE
              MOVE WS-QUARTER-FEE TO FH-BILLED-FEE
              ADD WS-QUARTER-FEE TO FH-FEE-OUTSTANDING
              REWRITE FH-FEE-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING FEE-HISTORY, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' BW-ACCOUNT-ID
           END-IF.

       COLLECT-OUTSTANDING-FEES.
      * BR: Every account with a fee outstanding — billed today
      *     or in an earlier quarter — is tried every morning
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO FH-ACCOUNT-ID
           START FEE-HISTORY
              KEY NOT < FH-ACCOUNT-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM COLLECT-ONE-FEE
              UNTIL SCAN-DONE.

       COLLECT-ONE-FEE.
      * BR: Any failed READ ends the sweep
           READ FEE-HISTORY NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-DONE OR FH-FEE-OUTSTANDING = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FH-ACCOUNT-ID TO AC-ACCOUNT-ID
           READ ACCT-CASH-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE FH-ACCOUNT-ID TO AC-ACCOUNT-ID
              MOVE 0 TO AC-SETTLED-CASH
           END-IF
           IF FH-FEE-OUTSTANDING NOT > AC-SETTLED-CASH
              PERFORM DEBIT-FEE-FROM-CASH
           ELSE
              PERFORM REQUEST-FEE-CASH
           END-IF.

       DEBIT-FEE-FROM-CASH.
      * BR: Same keyed read/rewrite and value dating SETTLE-POST
      *     applies to an execution; the row was read just above
      * BR: The fee is marked collected before the cash moves —
      *     a run that stops between the two leaves a fee to
      *     chase, never a client debited twice by the rerun
      * Patch 2026-10-15 M. Alvarez
           MOVE FH-FEE-OUTSTANDING TO WS-FEE-DEBIT
           MOVE 0 TO FH-FEE-OUTSTANDING
           MOVE WS-RUN-DATE TO FH-LAST-DEBIT-DATE
           REWRITE FH-FEE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING FEE-HISTORY, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FH-ACCOUNT-ID
              EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-FEE-DEBIT FROM AC-SETTLED-CASH
           MOVE WS-RUN-DATE TO AC-VALUE-DATE
           REWRITE AC-CASH-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CASH ROW, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FH-ACCOUNT-ID
      * BR: The cash did not move — the fee goes back to
      *     outstanding for the next morning
              MOVE WS-FEE-DEBIT TO FH-FEE-OUTSTANDING
              REWRITE FH-FEE-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR RESTORING FEE-HISTORY, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' FH-ACCOUNT-ID
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEBITS-POSTED
           ADD WS-FEE-DEBIT TO WS-DEBIT-DOLLARS
           MOVE WS-GL-CLIENT-CASH TO WS-GL-LINE-ACCOUNT
           MOVE 'D' TO WS-GL-LINE-DC
           MOVE WS-FEE-DEBIT TO WS-GL-LINE-AMOUNT
           MOVE 'C' TO WS-GL-LINE-TRANS
           MOVE FH-BILLED-PERIOD TO WS-GL-LINE-PERIOD
           PERFORM WRITE-FEE-GL-LINE
           MOVE WS-GL-FEE-RECEIVABLE TO WS-GL-LINE-ACCOUNT
           MOVE 'C' TO WS-GL-LINE-DC
           PERFORM WRITE-FEE-GL-LINE
           DISPLAY ' ' FH-ACCOUNT-ID ' DEBITED   '
              WS-FEE-DEBIT ' CASH LEFT ' AC-SETTLED-CASH.

       REQUEST-FEE-CASH.
      * BR: The shortfall is requested once per morning, for that
      *     night's run; the cash raised settles before the next
      *     morning's attempt, so a request is never doubled
           COMPUTE WS-SHORTFALL =
              FH-FEE-OUTSTANDING - AC-SETTLED-CASH
           ADD FH-FEE-OUTSTANDING TO WS-OUTSTANDING-TOTAL
           IF FH-LAST-REQUEST-DATE = WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE FH-ACCOUNT-ID TO CR-ACCOUNT-ID
           MOVE WS-SHORTFALL TO CR-CASH-AMOUNT
           MOVE WS-RUN-DATE TO CR-NEED-BY-DATE
           SET CR-FEE-RAISE TO TRUE
           MOVE SPACES TO CR-RESERVED
           WRITE CR-CASH-REQUEST
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CASH-REQUEST-FILE, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FH-ACCOUNT-ID
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQUESTS-WRITTEN
           ADD WS-SHORTFALL TO WS-REQUEST-DOLLARS
           DISPLAY ' ' FH-ACCOUNT-ID ' CASH REQ  '
              WS-SHORTFALL ' FEE DUE ' FH-FEE-OUTSTANDING
           MOVE WS-RUN-DATE TO FH-LAST-REQUEST-DATE
           REWRITE FH-FEE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING FEE-HISTORY, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FH-ACCOUNT-ID
           END-IF.

       WRITE-FEE-GL-LINE.
           MOVE FH-ACCOUNT-ID TO FG-ACCOUNT-ID
           MOVE WS-GL-LINE-ACCOUNT TO FG-GL-ACCOUNT
           MOVE WS-GL-LINE-DC TO FG-DC-FLAG
           MOVE WS-GL-LINE-AMOUNT TO FG-AMOUNT
           MOVE WS-GL-LINE-TRANS TO FG-TRANS-TYPE
           MOVE WS-GL-LINE-PERIOD TO FG-FEE-PERIOD
           MOVE WS-RUN-DATE TO FG-POST-DATE
           MOVE SPACES TO FG-RESERVED
           WRITE FG-GL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING FEE-GL-FEED, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FG-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-GL-RECS-WRITTEN
              IF WS-GL-LINE-DC = 'D'
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
              ELSE
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
              END-IF
           END-IF.

       CLOSE-FEE-FILES.
           CLOSE ACCT-VALUE-FILE
           CLOSE ACCT-CASH-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ACCT-CASH-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE FEE-HISTORY
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FEE-HISTORY, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE CASH-REQUEST-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING CASH-REQUEST-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE FEE-GL-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FEE-GL-FEED, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE BILL-WORK
           CLOSE GROUP-WORK.

       REPORT-INVOICE-HEADER.
           DISPLAY '================================================'
           DISPLAY ' WFEEB-160 ADVISORY FEE INVOICE REPORT'
           DISPLAY ' RUN DATE.........: ' WS-RUN-DATE
           DISPLAY ' QUARTER ENDED....: ' WS-PERIOD-END
           DISPLAY ' PRIOR QUARTER END: ' WS-PRIOR-PERIOD-END
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      HOUSEHOLD  QTR-END VALUE'
              '  PRIOR QTR-END  FEE BASE       GROUP BASE'
              '       RATE    QUARTER FEE'.

       REPORT-ONE-INVOICE.
           IF MIN-FEE-APPLIED
              DISPLAY ' ' BW-ACCOUNT-ID ' ' BW-HOUSEHOLD-ID ' '
                 BW-QTR-END-VALUE ' ' BW-PRIOR-QTR-VALUE ' '
                 BW-FEE-BASE ' ' GW-GROUP-BASE ' '
                 WS-EFFECTIVE-RATE ' ' WS-QUARTER-FEE ' MINIMUM'
           ELSE
              DISPLAY ' ' BW-ACCOUNT-ID ' ' BW-HOUSEHOLD-ID ' '
                 BW-QTR-END-VALUE ' ' BW-PRIOR-QTR-VALUE ' '
                 BW-FEE-BASE ' ' GW-GROUP-BASE ' '
                 WS-EFFECTIVE-RATE ' ' WS-QUARTER-FEE
           END-IF.

       REPORT-COLLECTION-HEADER.
           DISPLAY '------------------------------------------------'
           DISPLAY ' FEE COLLECTION'.

       REPORT-FEE-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' ACCOUNTS READ.......: ' WS-ACCOUNTS-READ
           DISPLAY ' NOT VALUED TODAY....: ' WS-ACCOUNTS-NOT-VALUED
           DISPLAY ' ALREADY BILLED......: '
              WS-ACCOUNTS-BILLED-BEFORE
           DISPLAY ' NOT BILLABLE QTR....: ' WS-ACCOUNTS-NOT-BILLABLE
           DISPLAY ' ACCOUNTS BILLED.....: ' WS-INVOICES-WRITTEN
           DISPLAY ' FIRST-QUARTER BASES.: ' WS-ACCOUNTS-FIRST-QTR
           DISPLAY ' BREAKPOINT GROUPS...: ' WS-GROUPS-BILLED
           DISPLAY ' FEES BILLED.........: ' WS-FEES-BILLED
           DISPLAY ' DEBITS POSTED.......: ' WS-DEBITS-POSTED
           DISPLAY ' DEBIT DOLLARS.......: ' WS-DEBIT-DOLLARS
           DISPLAY ' CASH REQUESTS.......: ' WS-REQUESTS-WRITTEN
           DISPLAY ' REQUEST DOLLARS.....: ' WS-REQUEST-DOLLARS
           DISPLAY ' FEES AWAITING CASH..: ' WS-OUTSTANDING-TOTAL
           DISPLAY ' GL RECORDS..........: ' WS-GL-RECS-WRITTEN
           DISPLAY ' GL DEBITS...........: ' WS-GL-DEBIT-TOTAL
           DISPLAY ' GL CREDITS..........: ' WS-GL-CREDIT-TOTAL
           DISPLAY '------------------------------------------------'
           DISPLAY ' SCHEDULE IN FORCE (' WS-SCHEDULE-SOURCE ')'
           PERFORM REPORT-ONE-TIER
              VARYING FT-IDX FROM 1 BY 1
              UNTIL FT-IDX > WS-TIER-COUNT
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   MIN QUARTER FEE.....: ' WS-MIN-QUARTER-FEE
           DISPLAY '   PARMS READ/FUT/UNK..: ' WS-PARMS-READ ' '
              WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.

       REPORT-ONE-TIER.
           DISPLAY '   FROM ' FT-TIER-FLOOR (FT-IDX)
              ' ANNUAL PCT ' FT-ANNUAL-RATE (FT-IDX).
