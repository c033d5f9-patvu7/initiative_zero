      *   before selling: the freed settled cash serves the
      *   withdrawal directly and a same-night buy+sell churn in
      *   one account can no longer release
      * Patch 2026-10-15 M. Alvarez — PM-LAST-PRICE carved from
      *   PM-RESERVED for the WPVAL-130 morning valuation, which
      *   now reprices the master and recomputes PM-CURRENT-ALLOC
      *   and PM-POSITION-PCT against the full account value
      *   (cash included) before this sweep reads them
      * Patch 2026-10-15 M. Alvarez — CR-REQUEST-TYPE carved from
      *   CR-RESERVED: WFEEB-160 appends fee cash-raise requests
      *   ('F') for accounts that cannot cover their advisory
      *   fee; they raise exactly like a client withdrawal, the
      *   type only tells the performance job the cash never
      *   leaves the account
      * Patch 2026-10-15 M. Alvarez — suitability: the account
      *   profile (WM.ACCT.PROFILE: risk tolerance, investment
      *   objective) is now read, each assigned model's equity +
      *   alternatives weight is held against the ceiling the
      *   profile allows, and on a mismatched account every
      *   trade that would move it further toward the model
      *   (risk-class buys, fixed-income/cash sells) holds with
      *   UNSUITABLE MODEL ASSIGNMENT (2007) through the same
      *   tally, compliance itemization and audit archive as
      *   2003-2006; mismatches print on a suitability exception
      *   report for the supervising principal
      * Patch 2026-10-15 M. Alvarez — custodian breaks: accounts
      *   the morning WCREC-170 reconciliation left open on
      *   WM.RECON.BREAKS sit out the sweep, the cash raises,
      *   the retries and the preview until operations clears
      *   them; clearances staged on WM.RECON.CLEAR are applied
      *   before the sweep
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   job records its start, end, completion and key control
      *   totals on the shared BATCH.RUN.CONTROL file under the
      *   business date its predecessor WCACT-090 last ran
      *   for, and refuses to start until that run has completed,
      *   or when it has itself already completed for the date
      *   (unless ops have released the run for a rerun).
      *   The WRBAL-PREVIEW entry point does not touch the ledger.
      * Patch 2026-10-15 M. Alvarez — CHECK-SETTLED-CASH is a
      *   good-funds test on the shared BATCH.HOLIDAY.CAL
      *   business-day calendar: a balance whose value date falls
      *   after the first exchange and bank business day on or
      *   after the batch date cannot fund tonight's buys, which
      *   hold (error 2006). The calendar in force is on the
      *   batch summary.
      * WARNING: WASH-SALE-CHECK interacts with TAX-LOT
      *   subsystem via COPY TAXLOT-REC. Do not modify
      *   independently.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HQ-QUEUE-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — account profile (risk
      *   tolerance and objective) and its per-run keyed copy
      *   carrying each account's suitability finding
           SELECT ACCT-PROFILE-FILE ASSIGN TO 'WM.ACCT.PROFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUIT-WORK ASSIGN TO 'WM.REBAL.SUITWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — custodian break master
      *   (WCREC-170) and the operations clearances against it
           SELECT RECON-BREAK-FILE ASSIGN TO 'WM.RECON.BREAKS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECON-CLEAR-FILE ASSIGN TO 'WM.RECON.CLEAR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — run-control ledger shared
      *   by every job in the nightly chain
           SELECT RUN-CONTROL-FILE ASSIGN TO 'BATCH.RUN.CONTROL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — shared business-day and
      *   holiday calendar, maintained by CAL-MAINT
           SELECT HOLIDAY-CALENDAR ASSIGN TO 'BATCH.HOLIDAY.CAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PM-HOLD-DAYS         PIC 9(5).
           05 PM-COST-BASIS        PIC 9(9)V99.
           05 PM-POSITION-PCT      PIC 9(3)V99.
      * Patch 2026-10-15 M. Alvarez — price the value was last
      *   struck at by WPVAL-130; zero until first valued
           05 PM-LAST-PRICE        PIC 9(7)V99.
           05 PM-RESERVED          PIC X(1).

       FD  TRADE-OUTQ
           RECORDING MODE IS F.

       FD  TAXLOT-LEDGER
           RECORDING MODE IS F.
      * WARNING: layout must stay in step with CORPACT-PREP's and
      *   SETTLE-POST's FDs
       01  TX-TAXLOT-RECORD.
           05 TX-ACCOUNT-ID        PIC X(12).
           05 TX-LOT-ID            PIC X(8).
           05 CR-ACCOUNT-ID        PIC X(12).
           05 CR-CASH-AMOUNT       PIC 9(9)V99.
           05 CR-NEED-BY-DATE      PIC 9(8).
           05 CR-REQUEST-TYPE      PIC X(1).
              88 CR-CLIENT-WITHDRAWAL VALUE SPACE.
              88 CR-FEE-RAISE         VALUE 'F'.
           05 CR-RESERVED          PIC X(9).

       FD  RETRY-QUEUE
           RECORDING MODE IS F.
       01  CW-CASH-RECORD.
           05 CW-ACCOUNT-ID        PIC X(12).
           05 CW-SETTLED-CASH      PIC 9(9)V99.
      * Patch 2026-10-15 M. Alvarez — the balance's value date,
      *   for the good-funds test
           05 CW-VALUE-DATE        PIC 9(8).
           05 CW-RESERVED          PIC X(10).

       FD  MODEL-ASSIGN-WORK
              88 RW-CONSUMED          VALUE 'U'.
           05 RW-RESERVED          PIC X(10).

       FD  ACCT-PROFILE-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — the suitability fields of
      *   ACCTPROF-REC, one row per account
       01  AP-PROFILE-RECORD.
           05 AP-ACCOUNT-ID        PIC X(12).
           05 AP-RISK-TOLERANCE    PIC X(1).
              88 AP-CONSERVATIVE      VALUE 'C'.
              88 AP-MODERATE          VALUE 'M'.
              88 AP-AGGRESSIVE        VALUE 'A'.
           05 AP-OBJECTIVE         PIC X(4).
              88 AP-OBJ-PRESERVATION  VALUE 'PRES'.
              88 AP-OBJ-INCOME        VALUE 'INCM'.
              88 AP-OBJ-BALANCED      VALUE 'BAL '.
              88 AP-OBJ-GROWTH        VALUE 'GROW'.
              88 AP-OBJ-SPECULATION   VALUE 'SPEC'.
           05 AP-RESERVED          PIC X(13).

       FD  SUIT-WORK
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — per-run keyed copy of the
      *   profile with the account's suitability finding and the
      *   trades the finding held tonight
       01  SW-SUIT-RECORD.
           05 SW-ACCOUNT-ID        PIC X(12).
           05 SW-RISK-TOLERANCE    PIC X(1).
           05 SW-OBJECTIVE         PIC X(4).
           05 SW-MODEL-ID          PIC X(8).
           05 SW-MODEL-RISK-PCT    PIC 9(3)V99.
           05 SW-MAX-RISK-PCT      PIC 9(3)V99.
           05 SW-SUIT-STATUS       PIC X(1).
              88 SW-NOT-ASSESSED      VALUE SPACE.
              88 SW-SUITABLE          VALUE 'S'.
              88 SW-UNSUITABLE        VALUE 'U'.
           05 SW-BLOCK-COUNT       PIC 9(4).
           05 SW-BLOCK-AMOUNT      PIC 9(11)V99.
           05 SW-RESERVED          PIC X(10).

       FD  RECON-BREAK-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one row per account the
      *   custodian reconciliation has broken; WARNING: layout
      *   must stay in step with CUST-RECON's FD
       01  RB-BREAK-RECORD.
           05 RB-ACCOUNT-ID        PIC X(12).
           05 RB-BREAK-STATUS      PIC X(1).
              88 RB-OPEN              VALUE 'O'.
              88 RB-CLEARED           VALUE 'C'.
           05 RB-OPENED-DATE       PIC 9(8).
           05 RB-LAST-BREAK-DATE   PIC 9(8).
           05 RB-BREAK-ITEMS       PIC 9(4).
           05 RB-BREAK-AMOUNT      PIC 9(11)V99.
           05 RB-CLEARED-DATE      PIC 9(8).
           05 RB-CLEARED-BY        PIC X(8).
           05 RB-RESERVED          PIC X(20).

       FD  RECON-CLEAR-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one row per account
      *   operations has cleared, naming the reconciliation date
      *   whose break was explained
       01  RK-CLEAR-RECORD.
           05 RK-ACCOUNT-ID        PIC X(12).
           05 RK-BREAK-DATE        PIC 9(8).
           05 RK-CLEAR-DATE        PIC 9(8).
           05 RK-CLEARED-BY        PIC X(8).
           05 RK-RESERVED          PIC X(12).

       FD  PARM-FILE
           RECORDING MODE IS F.
      * Patch 2026-09-02 M. Alvarez — one keyword/value per
           05 PR-PARM-VALUE        PIC 9(9)V99.
           05 PR-RESERVED          PIC X(10).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
      * BR: One row per job per business date — start and end
      *     stamps, completion status and the job's key control
      *     totals. STARTED with no end stamp is a run that is
      *     still going or abended; RELEASED is a completed run
      *     ops have opened for a rerun.
      * Patch 2026-10-15 M. Alvarez
      * WARNING: layout must stay in step with BATCH-STATUS's FD
      *   and every other job that writes the ledger
       01  RC-RUN-RECORD.
           05 RC-RUN-KEY.
              10 RC-JOB-ID         PIC X(10).
              10 RC-BUSINESS-DATE  PIC 9(8).
           05 RC-PRED-JOB-ID       PIC X(10).
           05 RC-RUN-STATUS        PIC X(1).
              88 RC-STARTED           VALUE 'S'.
              88 RC-COMPLETED         VALUE 'C'.
              88 RC-RELEASED          VALUE 'R'.
           05 RC-RUN-COUNT         PIC 9(3).
           05 RC-START-DATE        PIC 9(8).
           05 RC-START-TIME        PIC 9(8).
           05 RC-END-DATE          PIC 9(8).
           05 RC-END-TIME          PIC 9(8).
           05 RC-CONTROL-TOTALS.
              10 RC-TOTAL-ENTRY OCCURS 4 TIMES.
                 15 RC-TOTAL-LABEL    PIC X(16).
                 15 RC-TOTAL-COUNT    PIC 9(9).
                 15 RC-TOTAL-AMOUNT   PIC S9(13)V99.
           05 RC-RELEASED-BY       PIC X(8).
           05 RC-RESERVED          PIC X(20).

       FD  HOLIDAY-CALENDAR
           RECORDING MODE IS F.
      * BR: One row per holiday per calendar — EXCH (exchange
      *     closed), BANK (Federal Reserve / bank holiday) or a
      *     two-letter state code for the state holidays a
      *     statute counts. The '*CTL' row (date zero) carries
      *     the revision CAL-MAINT last applied.
      * Patch 2026-10-15 M. Alvarez
      * WARNING: layout must stay in step with CAL-MAINT's FD
       01  HC-HOLIDAY-RECORD.
           05 HC-HOLIDAY-KEY.
              10 HC-CALENDAR-CODE  PIC X(4).
              10 HC-HOLIDAY-DATE   PIC 9(8).
           05 HC-HOLIDAY-NAME      PIC X(30).
           05 HC-CONTROL-DATA REDEFINES HC-HOLIDAY-NAME.
              10 HC-CTL-REVISION   PIC 9(4).
              10 HC-CTL-MAINT-DATE PIC 9(8).
              10 HC-CTL-MAINT-BY   PIC X(8).
              10 HC-CTL-THRU-YEAR  PIC 9(4).
              10 FILLER            PIC X(6).
           05 HC-ADDED-DATE        PIC 9(8).
           05 HC-ADDED-BY          PIC X(8).
           05 HC-RESERVED          PIC X(10).

       WORKING-STORAGE SECTION.

      * --- COPYBOOK REFERENCES ---
             88 ASSIGN-EOF           VALUE 'Y'.
             88 ASSIGN-MORE          VALUE 'N'.

      * --- SUITABILITY (COPY ACCTPROF-REC in prod) ---
      * Patch 2026-10-15 M. Alvarez — highest equity +
      *   alternatives weight a model may carry for each risk
      *   tolerance, tightened by the objective; blank or unknown
      *   tolerance is held to the conservative ceiling
       01 WS-SUITABILITY-LIMITS.
          05 WS-SUIT-MAX-CONSERV  PIC 9(3)V99 VALUE 040.00.
          05 WS-SUIT-MAX-MODERATE PIC 9(3)V99 VALUE 070.00.
          05 WS-SUIT-MAX-AGGRESS  PIC 9(3)V99 VALUE 100.00.
          05 WS-SUIT-MAX-PRESERVE PIC 9(3)V99 VALUE 030.00.
          05 WS-SUIT-MAX-INCOME   PIC 9(3)V99 VALUE 050.00.
       01 WS-SUITABILITY-CONTROL.
          05 WS-SUIT-MODEL-RISK   PIC 9(3)V99 VALUE 0.
          05 WS-SUIT-MAX-RISK     PIC 9(3)V99 VALUE 0.
          05 WS-SUIT-MODEL-ROWS   PIC 9(3)    VALUE 0.
          05 WS-SUIT-PROFILES     PIC 9(6)    VALUE 0.
          05 WS-SUIT-ASSESSED     PIC 9(6)    VALUE 0.
          05 WS-SUIT-MISMATCHED   PIC 9(6)    VALUE 0.
          05 WS-SUIT-NO-PROFILE   PIC 9(6)    VALUE 0.
          05 WS-SUIT-NO-MODEL     PIC 9(6)    VALUE 0.
          05 WB-SUITABILITY-BLOCKS PIC 9(6)   VALUE 0.
          05 WS-PROFILE-EOF-FLAG  PIC X(1)    VALUE 'N'.
             88 PROFILE-EOF          VALUE 'Y'.
             88 PROFILE-MORE         VALUE 'N'.
          05 WS-SUITSCAN-FLAG     PIC X(1)    VALUE 'N'.
             88 SUITSCAN-DONE        VALUE 'Y'.
             88 SUITSCAN-MORE        VALUE 'N'.
       01 WS-SUITWK-READY-FLAG    PIC X(1) VALUE 'N'.
          88 SUITWK-READY            VALUE 'Y'.
          88 SUITWK-NOT-READY        VALUE 'N'.

      * --- CUSTODIAN BREAK EXCLUSION ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RECON-CONTROL.
          05 WB-RECON-EXCLUDED    PIC 9(6) VALUE 0.
          05 WS-RECON-CLEARS-READ PIC 9(6) VALUE 0.
          05 WS-RECON-CLEARED     PIC 9(6) VALUE 0.
          05 WS-RECON-CLEAR-STALE PIC 9(6) VALUE 0.
          05 WS-RECONBRK-FLAG     PIC X(1) VALUE 'N'.
             88 RECONBRK-OPEN        VALUE 'Y'.
             88 RECONBRK-NOT-READY   VALUE 'N'.
             88 RECONBRK-ABSENT      VALUE 'A'.
          05 WS-RECON-CLEAR-EOF   PIC X(1) VALUE 'N'.
             88 RECON-CLEAR-EOF      VALUE 'Y'.
             88 RECON-CLEAR-MORE     VALUE 'N'.
          05 WS-RECON-EXCL-FLAG   PIC X(1) VALUE 'N'.
             88 ACCOUNT-EXCLUDED     VALUE 'Y'.
             88 ACCOUNT-RECONCILED   VALUE 'N'.

      * --- RUNTIME PARAMETER CONTROL ---
      * Patch 2026-09-02 M. Alvarez
       01 WS-PARM-CONTROL.
          05 WS-CASH-LOT-SIZE         PIC 9(5) VALUE 00001.
          05 WS-ALTS-LOT-SIZE         PIC 9(5) VALUE 00100.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'WRBAL-100'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE 'WCACT-090'.
          05 WS-RUNCTL-BUS-DATE   PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-PRED-STATUS PIC X(1) VALUE SPACE.
          05 WS-RUNCTL-SUB        PIC 9(1)  VALUE 0.
          05 WS-RUNCTL-SCAN-FLAG  PIC X(1)  VALUE 'N'.
             88 RUNCTL-SCAN-DONE     VALUE 'Y'.
             88 RUNCTL-SCAN-MORE     VALUE 'N'.

      * --- BUSINESS-DAY CALENDAR ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-CALENDAR-CONTROL.
          05 WS-CAL-OPEN-FLAG     PIC X(1)  VALUE 'N'.
             88 CAL-FILE-OPEN        VALUE 'Y'.
             88 CAL-FILE-ABSENT      VALUE 'N'.
          05 WS-CAL-REVISION      PIC 9(4)  VALUE 0.
          05 WS-CAL-MAINT-DATE    PIC 9(8)  VALUE 0.
          05 WS-CAL-THRU-YEAR     PIC 9(4)  VALUE 0.
          05 WS-CAL-RUN-YEAR      PIC 9(4)  VALUE 0.
          05 WS-CAL-HOLIDAYS-HIT  PIC 9(6)  VALUE 0.
          05 WS-CAL-STATE-CODE    PIC X(4)  VALUE SPACES.
          05 WS-CAL-EXCH-FLAG     PIC X(1)  VALUE 'N'.
             88 CAL-USE-EXCH         VALUE 'Y'.
             88 CAL-BANK-ONLY        VALUE 'N'.
          05 WS-CAL-DAY-FLAG      PIC X(1)  VALUE 'Y'.
             88 CAL-BUSINESS-DAY     VALUE 'Y'.
             88 CAL-NON-BUSINESS-DAY VALUE 'N'.
          05 WS-CAL-TEST-DATE     PIC 9(8)  VALUE 0.
          05 WS-CAL-DAY-NUM       PIC 9(7)  VALUE 0.
          05 WS-CAL-WEEKS         PIC 9(7)  VALUE 0.
          05 WS-CAL-WEEKDAY       PIC 9(1)  VALUE 0.
          05 WS-CAL-FROM-DATE     PIC 9(8)  VALUE 0.
          05 WS-CAL-RESULT-DATE   PIC 9(8)  VALUE 0.
          05 WS-GOOD-FUNDS-DATE   PIC 9(8)  VALUE 0.
          05 WS-CASH-NOT-GOOD-CNT PIC 9(6)  VALUE 0.

      * --- WORK FIELDS ---
       01 WS-WORK-FIELDS.
          05 WS-ABS-DRIFT         PIC 9(3)V99.
           PERFORM RECONCILE-COMPLIANCE-FEED
           PERFORM WRITE-TLH-REPORT
           PERFORM WRITE-CASH-RAISE-REPORT
           PERFORM WRITE-SUITABILITY-REPORT
           PERFORM CLOSE-POSITION-FILE
           PERFORM CLOSE-PEND-ORDER-QUEUE
           PERFORM CLOSE-REBAL-WORK-FILES
           PERFORM CLOSE-TRADE-OUTQ
           PERFORM CLOSE-AUDIT-FILE
           PERFORM CLOSE-HOLIDAY-CALENDAR
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       PROCESS-POSITION.
              SET AUDIT-REPLAY TO TRUE
           END-IF
           PERFORM RESET-POSITION-FLAGS
      * BR: An account with an open custodian break is not
      *     traded at all — no drift trade and no raise candidate
      *     — it is archived as held and the sweep moves on
      * Patch 2026-10-15 M. Alvarez
           PERFORM CHECK-RECON-BREAK
           IF ACCOUNT-EXCLUDED
              ADD 1 TO WB-RECON-EXCLUDED
              PERFORM WRITE-REBAL-AUDIT
              PERFORM WRITE-CHECKPOINT
              PERFORM READ-PORTFOLIO-RECORD
              EXIT PARAGRAPH
           END-IF
      * BR: The target must resolve through the model before the
      *     drift math reads it
      * Patch 2026-09-02 M. Alvarez
              IF NOT HOLD-ORDER
                 PERFORM CHECK-RESTRICTED-SECURITY
              END-IF
      * BR: Suitability sits with the other compliance blocks —
      *     before netting, so a held trade cannot net away a
      *     household member's order
      * Patch 2026-10-15 M. Alvarez
              IF NOT HOLD-ORDER
                 PERFORM CHECK-SUITABILITY
              END-IF
      * BR: Skip the netting scan once CHECK-WASH-SALE has
      *     already placed the trade on hold — WS-REBAL-ACTION
      *     no longer reflects the original BUY/SELL side once

       INIT-REBAL-BATCH.
           ACCEPT WB-BATCH-DATE FROM DATE YYYYMMDD
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
      * BR: Parameters load before anything reads a threshold —
      *     the whole sweep trades under one rule set
      * Patch 2026-09-02 M. Alvarez
           PERFORM LOAD-REBAL-PARMS
           PERFORM LOAD-MODEL-MASTER
           PERFORM LOAD-ACCT-MODEL-ASSIGNS
      * BR: Suitability is judged on the resolved model, so the
      *     profile loads after the model master and assignments
      * Patch 2026-10-15 M. Alvarez
           PERFORM LOAD-ACCT-SUITABILITY
      * BR: Clearances apply before the first position is read
      * Patch 2026-10-15 M. Alvarez
           PERFORM LOAD-RECON-BREAKS
           PERFORM LOAD-TAXLOT-HISTORY
           PERFORM LOAD-CASH-REQUESTS
           PERFORM OPEN-RAISE-CAND-WORK
           PERFORM OPEN-AUDIT-FILE
           PERFORM READ-PORTFOLIO-RECORD.

       START-RUN-CONTROL.
      * BR: The chain runs in order for one business date — the
      *     business date is the one the predecessor last ran
      *     for, and this job starts only when that run has
      *     completed and this job has not already completed for
      *     the same date (a rerun needs an ops release on
      *     BATCH.RUN.RELEASE, applied by BATCH-STATUS)
      * Patch 2026-10-15 M. Alvarez
           PERFORM OPEN-RUN-CONTROL
           PERFORM FIND-PRED-LATEST-RUN
           IF WS-RUNCTL-BUS-DATE = 0
              DISPLAY 'WRBAL-100 NOT STARTED — NO WCACT-090 RUN ON'
                 ' THE RUN-CONTROL LEDGER'
              PERFORM REFUSE-RUN-START
           END-IF
           IF WS-RUNCTL-PRED-STATUS NOT = 'C'
              DISPLAY 'WRBAL-100 NOT STARTED — WCACT-090 HAS NOT'
                 ' COMPLETED FOR BUSINESS DATE '
                 WS-RUNCTL-BUS-DATE
              PERFORM REFUSE-RUN-START
           END-IF
           MOVE WS-RUNCTL-JOB-ID TO RC-JOB-ID
           MOVE WS-RUNCTL-BUS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF RC-COMPLETED
                 DISPLAY 'WRBAL-100 NOT STARTED — ALREADY COMPLETED'
                    ' FOR BUSINESS DATE ' WS-RUNCTL-BUS-DATE
                 DISPLAY '  A RERUN NEEDS AN OPS RELEASE ON'
                    ' BATCH.RUN.RELEASE'
                 PERFORM REFUSE-RUN-START
              END-IF
              ADD 1 TO RC-RUN-COUNT
              PERFORM STAMP-RUN-START
              REWRITE RC-RUN-RECORD
           ELSE
              MOVE WS-RUNCTL-JOB-ID TO RC-JOB-ID
              MOVE WS-RUNCTL-BUS-DATE TO RC-BUSINESS-DATE
              MOVE 1 TO RC-RUN-COUNT
              MOVE SPACES TO RC-RELEASED-BY
              MOVE SPACES TO RC-RESERVED
              PERFORM STAMP-RUN-START
              WRITE RC-RUN-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR RECORDING RUN START, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 ABEND — RUN-CONTROL LEDGER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

       FIND-PRED-LATEST-RUN.
      * BR: The predecessor's rows are keyed by business date in
      *     ascending order — the last one read is its latest run
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO WS-RUNCTL-BUS-DATE
           MOVE SPACE TO WS-RUNCTL-PRED-STATUS
           SET RUNCTL-SCAN-MORE TO TRUE
           MOVE WS-RUNCTL-PRED-ID TO RC-JOB-ID
           MOVE 0 TO RC-BUSINESS-DATE
           START RUN-CONTROL-FILE
              KEY NOT < RC-RUN-KEY
              INVALID KEY SET RUNCTL-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-PRED-RUN
              UNTIL RUNCTL-SCAN-DONE.

       SCAN-PRED-RUN.
      * BR: Any failed READ ends the scan
           READ RUN-CONTROL-FILE NEXT RECORD
              AT END SET RUNCTL-SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET RUNCTL-SCAN-DONE TO TRUE
           END-IF
           IF RUNCTL-SCAN-MORE
              IF RC-JOB-ID NOT = WS-RUNCTL-PRED-ID
                 SET RUNCTL-SCAN-DONE TO TRUE
              ELSE
                 MOVE RC-BUSINESS-DATE TO WS-RUNCTL-BUS-DATE
                 MOVE RC-RUN-STATUS TO WS-RUNCTL-PRED-STATUS
              END-IF
           END-IF.

       OPEN-RUN-CONTROL.
      * BR: Permanent and keyed — status 35 on the very first run
      *     creates it; no ledger, no run
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RUN-CONTROL-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 ABEND — RUN-CONTROL LEDGER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       REFUSE-RUN-START.
      * Patch 2026-10-15 M. Alvarez
           CLOSE RUN-CONTROL-FILE
           STOP RUN.

       STAMP-RUN-START.
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-RUNCTL-PRED-ID TO RC-PRED-JOB-ID
           SET RC-STARTED TO TRUE
           ACCEPT RC-START-DATE FROM DATE YYYYMMDD
           ACCEPT RC-START-TIME FROM TIME
           MOVE 0 TO RC-END-DATE
           MOVE 0 TO RC-END-TIME
           PERFORM CLEAR-ONE-RUN-TOTAL
              VARYING WS-RUNCTL-SUB FROM 1 BY 1
              UNTIL WS-RUNCTL-SUB > 4.

       CLEAR-ONE-RUN-TOTAL.
           MOVE SPACES TO RC-TOTAL-LABEL (WS-RUNCTL-SUB)
           MOVE 0 TO RC-TOTAL-COUNT (WS-RUNCTL-SUB)
           MOVE 0 TO RC-TOTAL-AMOUNT (WS-RUNCTL-SUB).

       FINISH-RUN-CONTROL.
      * BR: Completion and the control totals go on the ledger
      *     as the job's last step — a run that abends before
      *     here stays STARTED, and its successor will not start
      * Patch 2026-10-15 M. Alvarez
           PERFORM OPEN-RUN-CONTROL
           MOVE WS-RUNCTL-JOB-ID TO RC-JOB-ID
           MOVE WS-RUNCTL-BUS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR READING RUN-CONTROL-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 COMPLETION NOT RECORDED — SEE OPS'
              CLOSE RUN-CONTROL-FILE
              EXIT PARAGRAPH
           END-IF
           SET RC-COMPLETED TO TRUE
           ACCEPT RC-END-DATE FROM DATE YYYYMMDD
           ACCEPT RC-END-TIME FROM TIME
           PERFORM LOAD-RUN-CONTROL-TOTALS
           REWRITE RC-RUN-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING RUN-CONTROL-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'POSITIONS READ' TO RC-TOTAL-LABEL (1)
           MOVE WB-ACCOUNTS-READ TO RC-TOTAL-COUNT (1)
           MOVE 'ORDERS WRITTEN' TO RC-TOTAL-LABEL (2)
           MOVE WB-TRADES-GENERATED TO RC-TOTAL-COUNT (2)
           MOVE WB-TOTAL-TRADE-AMT TO RC-TOTAL-AMOUNT (2)
           MOVE 'TRADES BLOCKED' TO RC-TOTAL-LABEL (3)
           MOVE WB-TRADES-BLOCKED TO RC-TOTAL-COUNT (3)
           MOVE 'AUDIT RECORDS' TO RC-TOTAL-LABEL (4)
           MOVE WS-AUDIT-RECS-WRITTEN TO RC-TOTAL-COUNT (4).

       OPEN-HOLIDAY-CALENDAR.
      * BR: The calendar is maintained by CAL-MAINT and only read
      *     here. With no calendar file Saturdays and Sundays are
      *     the only non-business days, and the control report
      *     says so.
      * Patch 2026-10-15 M. Alvarez
           DIVIDE WB-BATCH-DATE BY 10000 GIVING WS-CAL-RUN-YEAR
           OPEN INPUT HOLIDAY-CALENDAR
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 SET CAL-FILE-OPEN TO TRUE
              WHEN '35'
                 SET CAL-FILE-ABSENT TO TRUE
                 DISPLAY 'BATCH.HOLIDAY.CAL NOT PRESENT —'
                    ' WEEKENDS ONLY'
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR OPENING HOLIDAY-CALENDAR, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WRBAL-100 ABEND — HOLIDAY CALENDAR'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE
           MOVE '*CTL' TO HC-CALENDAR-CODE
           MOVE 0 TO HC-HOLIDAY-DATE
           READ HOLIDAY-CALENDAR
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              MOVE HC-CTL-REVISION TO WS-CAL-REVISION
              MOVE HC-CTL-MAINT-DATE TO WS-CAL-MAINT-DATE
              MOVE HC-CTL-THRU-YEAR TO WS-CAL-THRU-YEAR
           END-IF
           IF WS-CAL-THRU-YEAR < WS-CAL-RUN-YEAR
              DISPLAY 'WARNING: HOLIDAY CALENDAR NOT LOADED FOR '
                 WS-CAL-RUN-YEAR ' — WEEKENDS ONLY'
           END-IF.

       CLOSE-HOLIDAY-CALENDAR.
      * Patch 2026-10-15 M. Alvarez
           IF CAL-FILE-OPEN
              CLOSE HOLIDAY-CALENDAR
           END-IF.

       TEST-BUSINESS-DAY.
      * BR: Tests day number WS-CAL-DAY-NUM. Saturday and Sunday
      *     are never business days, nor is a BANK holiday; an
      *     EXCH holiday is not when the caller trades or
      *     settles (CAL-USE-EXCH), and a state holiday is not
      *     when the caller names the state
      * Patch 2026-10-15 M. Alvarez
           SET CAL-BUSINESS-DAY TO TRUE
      * BR: Day 1 of the integer calendar, 1601-01-01, was a
      *     Monday — remainder 6 is a Saturday, 0 a Sunday
           DIVIDE WS-CAL-DAY-NUM BY 7 GIVING WS-CAL-WEEKS
              REMAINDER WS-CAL-WEEKDAY
           IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
              SET CAL-NON-BUSINESS-DAY TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF CAL-FILE-ABSENT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-TEST-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
           MOVE 'BANK' TO HC-CALENDAR-CODE
           PERFORM CHECK-ONE-HOLIDAY
           IF CAL-USE-EXCH AND CAL-BUSINESS-DAY
              MOVE 'EXCH' TO HC-CALENDAR-CODE
              PERFORM CHECK-ONE-HOLIDAY
           END-IF
           IF WS-CAL-STATE-CODE NOT = SPACES
              AND CAL-BUSINESS-DAY
              MOVE WS-CAL-STATE-CODE TO HC-CALENDAR-CODE
              PERFORM CHECK-ONE-HOLIDAY
           END-IF.

       CHECK-ONE-HOLIDAY.
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-CAL-TEST-DATE TO HC-HOLIDAY-DATE
           READ HOLIDAY-CALENDAR
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              SET CAL-NON-BUSINESS-DAY TO TRUE
              ADD 1 TO WS-CAL-HOLIDAYS-HIT
           END-IF.

       NEXT-BUSINESS-DAY.
      * BR: The first business day strictly after
      *     WS-CAL-FROM-DATE, into WS-CAL-RESULT-DATE
      * Patch 2026-10-15 M. Alvarez
           COMPUTE WS-CAL-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE)
           SET CAL-NON-BUSINESS-DAY TO TRUE
           PERFORM STEP-ONE-CAL-DAY
              UNTIL CAL-BUSINESS-DAY
           COMPUTE WS-CAL-RESULT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM).

       STEP-ONE-CAL-DAY.
           ADD 1 TO WS-CAL-DAY-NUM
           PERFORM TEST-BUSINESS-DAY.

       REPORT-CALENDAR-IN-FORCE.
      * BR: Every control report names the calendar its dates
      *     were counted under
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' CALENDAR IN FORCE'
           IF CAL-FILE-ABSENT
              DISPLAY '   BATCH.HOLIDAY.CAL...: NONE — WEEKENDS ONLY'
           ELSE
              DISPLAY '   REVISION/MAINTAINED.: ' WS-CAL-REVISION
                 ' ' WS-CAL-MAINT-DATE
              DISPLAY '   HOLIDAYS LOADED THRU: ' WS-CAL-THRU-YEAR
           END-IF
           DISPLAY '   HOLIDAY DAYS SKIPPED: ' WS-CAL-HOLIDAYS-HIT
           IF WS-CAL-THRU-YEAR < WS-CAL-RUN-YEAR
              DISPLAY '   WARNING — NOT LOADED FOR ' WS-CAL-RUN-YEAR
           END-IF.

       OPEN-AUDIT-FILE.
      * BR: No audit archive, no run — an unprovable batch is the
      *     exact internal-audit finding this closes
                    MOVE PR-PARM-VALUE TO WS-ALTS-LOT-SIZE
                 WHEN 'LOT-SIZE-DEFAULT'
                    MOVE PR-PARM-VALUE TO WS-LOT-SIZE
      * Patch 2026-10-15 M. Alvarez — suitability ceilings
                 WHEN 'SUIT-MAX-CONSERV'
                    MOVE PR-PARM-VALUE TO WS-SUIT-MAX-CONSERV
                 WHEN 'SUIT-MAX-MODERATE'
                    MOVE PR-PARM-VALUE TO WS-SUIT-MAX-MODERATE
                 WHEN 'SUIT-MAX-AGGRESS'
                    MOVE PR-PARM-VALUE TO WS-SUIT-MAX-AGGRESS
                 WHEN 'SUIT-MAX-PRESERVE'
                    MOVE PR-PARM-VALUE TO WS-SUIT-MAX-PRESERVE
                 WHEN 'SUIT-MAX-INCOME'
                    MOVE PR-PARM-VALUE TO WS-SUIT-MAX-INCOME
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
              MOVE MO-IDX TO WS-MODEL-MATCH-IDX
           END-IF.

       LOAD-ACCT-SUITABILITY.
      * BR: Copies the profile into the keyed WM.REBAL.SUITWK
      *     work file, then judges every assigned account once,
      *     before the sweep — each position only reads the
      *     finding. Status 35 means no profile file is staged:
      *     nothing can be judged and nothing is held.
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT SUIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING SUIT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 ABEND — SUITABILITY WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE SUIT-WORK
           OPEN I-O SUIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUIT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WRBAL-100 ABEND — SUITABILITY WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           SET SUITWK-READY TO TRUE
           OPEN INPUT ACCT-PROFILE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-PROFILE
                 PERFORM STORE-ONE-PROFILE
                    UNTIL PROFILE-EOF
                 CLOSE ACCT-PROFILE-FILE
              WHEN '35'
                 DISPLAY 'WM.ACCT.PROFILE NOT PRESENT —'
                    ' SUITABILITY NOT CHECKED'
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR LOADING ACCT-PROFILE-FILE,'
                    ' STATUS=' WS-FILE-STATUS
                 EXIT PARAGRAPH
           END-EVALUATE
           SET SUITSCAN-MORE TO TRUE
           MOVE LOW-VALUES TO MW-ACCOUNT-ID
           START MODEL-ASSIGN-WORK
              KEY NOT < MW-ACCOUNT-ID
              INVALID KEY SET SUITSCAN-DONE TO TRUE
           END-START
           PERFORM ASSESS-ONE-ASSIGNMENT
              UNTIL SUITSCAN-DONE.

       READ-ONE-PROFILE.
           READ ACCT-PROFILE-FILE
              AT END SET PROFILE-EOF TO TRUE
           END-READ.

       STORE-ONE-PROFILE.
           ADD 1 TO WS-SUIT-PROFILES
           MOVE AP-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE AP-RISK-TOLERANCE TO SW-RISK-TOLERANCE
           MOVE AP-OBJECTIVE TO SW-OBJECTIVE
           MOVE SPACES TO SW-MODEL-ID
           MOVE 0 TO SW-MODEL-RISK-PCT
           MOVE 0 TO SW-MAX-RISK-PCT
           SET SW-NOT-ASSESSED TO TRUE
           MOVE 0 TO SW-BLOCK-COUNT
           MOVE 0 TO SW-BLOCK-AMOUNT
           MOVE SPACES TO SW-RESERVED
           WRITE SW-SUIT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING PROFILE, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AP-ACCOUNT-ID
           END-IF
           PERFORM READ-ONE-PROFILE.

       ASSESS-ONE-ASSIGNMENT.
      * BR: Model risk = the model's EQTY + ALTS targets. The
      *     ceiling is the tolerance's, lowered by a preservation
      *     or income objective. A model not on the master is
      *     not judged — its accounts trade on position-record
      *     targets, not on the model. An assigned account with
      *     no profile is counted for follow-up, not held.
      * BR: Any failed READ ends the scan
      * Patch 2026-10-15 M. Alvarez
           READ MODEL-ASSIGN-WORK NEXT RECORD
              AT END SET SUITSCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SUITSCAN-DONE TO TRUE
           END-IF
           IF SUITSCAN-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUIT-MODEL-RISK
           MOVE 0 TO WS-SUIT-MODEL-ROWS
           PERFORM SUM-MODEL-RISK-ROW
              VARYING MO-IDX FROM 1 BY 1
              UNTIL MO-IDX > WS-MODEL-COUNT
           IF WS-SUIT-MODEL-ROWS = 0
              ADD 1 TO WS-SUIT-NO-MODEL
              EXIT PARAGRAPH
           END-IF
           MOVE MW-ACCOUNT-ID TO SW-ACCOUNT-ID
           READ SUIT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              ADD 1 TO WS-SUIT-NO-PROFILE
              EXIT PARAGRAPH
           END-IF
           EVALUATE SW-RISK-TOLERANCE
              WHEN 'A'
                 MOVE WS-SUIT-MAX-AGGRESS TO WS-SUIT-MAX-RISK
              WHEN 'M'
                 MOVE WS-SUIT-MAX-MODERATE TO WS-SUIT-MAX-RISK
              WHEN OTHER
                 MOVE WS-SUIT-MAX-CONSERV TO WS-SUIT-MAX-RISK
           END-EVALUATE
           IF SW-OBJECTIVE = 'PRES'
              AND WS-SUIT-MAX-PRESERVE < WS-SUIT-MAX-RISK
              MOVE WS-SUIT-MAX-PRESERVE TO WS-SUIT-MAX-RISK
           END-IF
           IF SW-OBJECTIVE = 'INCM'
              AND WS-SUIT-MAX-INCOME < WS-SUIT-MAX-RISK
              MOVE WS-SUIT-MAX-INCOME TO WS-SUIT-MAX-RISK
           END-IF
           ADD 1 TO WS-SUIT-ASSESSED
           MOVE MW-MODEL-ID TO SW-MODEL-ID
           MOVE WS-SUIT-MODEL-RISK TO SW-MODEL-RISK-PCT
           MOVE WS-SUIT-MAX-RISK TO SW-MAX-RISK-PCT
           IF WS-SUIT-MODEL-RISK > WS-SUIT-MAX-RISK
              SET SW-UNSUITABLE TO TRUE
              ADD 1 TO WS-SUIT-MISMATCHED
           ELSE
              SET SW-SUITABLE TO TRUE
           END-IF
           REWRITE SW-SUIT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING SUIT-WORK, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' SW-ACCOUNT-ID
           END-IF.

       SUM-MODEL-RISK-ROW.
           IF MO-MODEL-ID (MO-IDX) = MW-MODEL-ID
              ADD 1 TO WS-SUIT-MODEL-ROWS
              IF MO-ASSET-CLASS (MO-IDX) = 'EQTY'
                 OR MO-ASSET-CLASS (MO-IDX) = 'ALTS'
                 ADD MO-TARGET-ALLOC (MO-IDX)
                    TO WS-SUIT-MODEL-RISK
              END-IF
           END-IF.

       CHECK-SUITABILITY.
      * BR: On a mismatched account, a buy of equity or
      *     alternatives or a sell of fixed income or cash moves
      *     it further toward the model and holds with 2007; the
      *     trades that take risk off still go. A suitable or
      *     unjudged account is never held here.
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-ACCOUNT-ID TO SW-ACCOUNT-ID
           READ SUIT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              EXIT PARAGRAPH
           END-IF
           IF NOT SW-UNSUITABLE
              EXIT PARAGRAPH
           END-IF
           IF (BUY-ORDER AND (EQUITY OR ALTERNATIVES))
              OR (SELL-ORDER AND (FIXED-INCOME OR CASH))
              SET HOLD-ORDER TO TRUE
              MOVE 'UNSUITABLE MODEL ASSIGNMENT'
                 TO WS-AUDIT-REASON
              MOVE 2007 TO WS-ERROR-CODE
              IF NOT PREVIEW-MODE
                 ADD 1 TO WB-SUITABILITY-BLOCKS
                 ADD 1 TO SW-BLOCK-COUNT
                 ADD WS-TRADE-AMOUNT TO SW-BLOCK-AMOUNT
                 REWRITE SW-SUIT-RECORD
                 IF WS-FILE-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING SUIT-WORK, STATUS='
                       WS-FILE-STATUS ' ACCOUNT=' SW-ACCOUNT-ID
                 END-IF
              END-IF
              PERFORM TALLY-BLOCKED-TRADE
           END-IF.

       LOAD-RECON-BREAKS.
      * BR: Status 35 means the custodian reconciliation has
      *     never broken an account — nothing is excluded. Any
      *     other failure stops the run: trading blind over open
      *     breaks is exactly what the exclusion prevents.
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O RECON-BREAK-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 SET RECONBRK-OPEN TO TRUE
              WHEN '35'
                 SET RECONBRK-ABSENT TO TRUE
                 DISPLAY 'WM.RECON.BREAKS NOT PRESENT —'
                    ' NO ACCOUNTS EXCLUDED'
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR OPENING RECON-BREAK-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WRBAL-100 ABEND — CUSTODIAN BREAK FILE'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE
           OPEN INPUT RECON-CLEAR-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-RECON-CLEAR
                 PERFORM APPLY-ONE-RECON-CLEAR
                    UNTIL RECON-CLEAR-EOF
                 CLOSE RECON-CLEAR-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR LOADING RECON-CLEAR-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-RECON-CLEAR.
           READ RECON-CLEAR-FILE
              AT END SET RECON-CLEAR-EOF TO TRUE
           END-READ.

       APPLY-ONE-RECON-CLEAR.
      * BR: A clearance covers the break operations reviewed —
      *     one naming an earlier reconciliation date than the
      *     account's last break is stale and the account stays
      *     out; replaying the same clearance is harmless
           ADD 1 TO WS-RECON-CLEARS-READ
           MOVE RK-ACCOUNT-ID TO RB-ACCOUNT-ID
           READ RECON-BREAK-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF RB-OPEN
                 IF RK-BREAK-DATE < RB-LAST-BREAK-DATE
                    ADD 1 TO WS-RECON-CLEAR-STALE
                    DISPLAY ' STALE BREAK CLEARANCE IGNORED: '
                       RK-ACCOUNT-ID ' ' RK-BREAK-DATE
                 ELSE
                    SET RB-CLEARED TO TRUE
                    MOVE RK-CLEAR-DATE TO RB-CLEARED-DATE
                    MOVE RK-CLEARED-BY TO RB-CLEARED-BY
                    REWRITE RB-BREAK-RECORD
                    IF WS-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR CLEARING BREAK, STATUS='
                          WS-FILE-STATUS ' ACCOUNT='
                          RK-ACCOUNT-ID
                    ELSE
                       ADD 1 TO WS-RECON-CLEARED
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM READ-ONE-RECON-CLEAR.

       OPEN-RECON-BREAK-INQUIRY.
      * BR: Preview only reads the break master; clearances wait
      *     for the nightly run
      * Patch 2026-10-15 M. Alvarez
           OPEN INPUT RECON-BREAK-FILE
           IF WS-FILE-STATUS = '00'
              SET RECONBRK-OPEN TO TRUE
           ELSE
              SET RECONBRK-ABSENT TO TRUE
           END-IF.

       CHECK-RECON-BREAK.
      * BR: Open on WM.RECON.BREAKS means excluded; no row, a
      *     cleared row or no break master means reconciled
      * Patch 2026-10-15 M. Alvarez
           SET ACCOUNT-RECONCILED TO TRUE
           IF NOT RECONBRK-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO RB-ACCOUNT-ID
           READ RECON-BREAK-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00' AND RB-OPEN
              SET ACCOUNT-EXCLUDED TO TRUE
              SET HOLD-ORDER TO TRUE
              MOVE 'CUSTODIAN BREAK OPEN - EXCLUDED'
                 TO WS-AUDIT-REASON
           END-IF.

       LOAD-TAXLOT-HISTORY.
      * BR: Status 35 just means no ledger is staged yet — the
      *     repurchase half of the wash-sale check has nothing to
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING RAISE-CAND-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE SUIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING SUIT-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           IF RECONBRK-OPEN
              CLOSE RECON-BREAK-FILE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR CLOSING RECON-BREAK-FILE, STATUS='
                    WS-FILE-STATUS
              END-IF
           END-IF.

       READ-CHECKPOINT.
      * Patch 2026-09-02 M. Alvarez — copies the indexed
      *   WM.ACCT.CASH master into the keyed WM.REBAL.CASHWK
      *   work file; no table ceiling left to drop a balance
      * Patch 2026-10-15 M. Alvarez — the good-funds date is
      *   fixed before any balance is tested against it
           PERFORM SET-GOOD-FUNDS-DATE
           OPEN OUTPUT CASH-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING CASH-WORK, STATUS='
           END-EVALUATE
           SET CASHWK-READY TO TRUE.

       SET-GOOD-FUNDS-DATE.
      * BR: Tonight's orders trade on the first exchange and bank
      *     business day on or after the batch date — a balance
      *     is good funds for them only if its value date is no
      *     later than that day
      * Patch 2026-10-15 M. Alvarez
           PERFORM OPEN-HOLIDAY-CALENDAR
           SET CAL-USE-EXCH TO TRUE
           MOVE SPACES TO WS-CAL-STATE-CODE
           COMPUTE WS-CAL-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WB-BATCH-DATE) - 1
           COMPUTE WS-CAL-FROM-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-CAL-RESULT-DATE TO WS-GOOD-FUNDS-DATE.

       READ-ONE-ACCT-CASH.
           READ ACCT-CASH-FILE NEXT RECORD
              AT END SET ACCT-CASH-EOF TO TRUE
       STORE-ONE-ACCT-CASH.
           MOVE AC-ACCOUNT-ID TO CW-ACCOUNT-ID
           MOVE AC-SETTLED-CASH TO CW-SETTLED-CASH
      * Patch 2026-10-15 M. Alvarez
           MOVE AC-VALUE-DATE TO CW-VALUE-DATE
           MOVE SPACES TO CW-RESERVED
           WRITE CW-CASH-RECORD
           IF WS-FILE-STATUS NOT = '00'
      * NOTE: Demo seed rows, kept for first-night runs only.
           MOVE 'ACCT00000003' TO CW-ACCOUNT-ID
           MOVE 000025000.00 TO CW-SETTLED-CASH
           MOVE 0 TO CW-VALUE-DATE
           MOVE SPACES TO CW-RESERVED
           WRITE CW-CASH-RECORD
           MOVE 'ACCT00000008' TO CW-ACCOUNT-ID
           MOVE 000002000.00 TO CW-SETTLED-CASH
           MOVE 0 TO CW-VALUE-DATE
           MOVE SPACES TO CW-RESERVED
           WRITE CW-CASH-RECORD
           MOVE 'ACCT00000009' TO CW-ACCOUNT-ID
           MOVE 000050000.00 TO CW-SETTLED-CASH
           MOVE 0 TO CW-VALUE-DATE
           MOVE SPACES TO CW-RESERVED
           WRITE CW-CASH-RECORD.

              READ CASH-WORK
                 INVALID KEY CONTINUE
              END-READ
      * BR: A balance still short of its value date is not good
      *     funds for tonight's trade date, however large
      * Patch 2026-10-15 M. Alvarez
              IF WS-FILE-STATUS = '00'
                 AND CW-VALUE-DATE > WS-GOOD-FUNDS-DATE
                 PERFORM HOLD-UNCOLLECTED-BUY
                 EXIT PARAGRAPH
              END-IF
              IF WS-FILE-STATUS NOT = '00'
      * BR: No balance row means no provable settled cash
                 PERFORM HOLD-UNFUNDED-BUY
           END-IF
           PERFORM TALLY-BLOCKED-TRADE.

       HOLD-UNCOLLECTED-BUY.
      * Patch 2026-10-15 M. Alvarez
           SET HOLD-ORDER TO TRUE
           MOVE 'SETTLED CASH NOT YET GOOD FUNDS' TO WS-AUDIT-REASON
           MOVE 2006 TO WS-ERROR-CODE
           IF NOT PREVIEW-MODE
              ADD WS-TRADE-AMOUNT TO WB-FUNDING-SHORTFALL
              ADD 1 TO WS-CASH-NOT-GOOD-CNT
           END-IF
           PERFORM TALLY-BLOCKED-TRADE.

       CHECK-RESTRICTED-SECURITY.
      * BR: A firm-wide row (blank account) blocks the symbol for
      *     every account; a client-directed row blocks only the
              IF NOT HOLD-ORDER
                 PERFORM CHECK-RESTRICTED-SECURITY
              END-IF
      * BR: A raise on a mismatched account must not sell its
      *     fixed income — the block consumes the candidate and
      *     the raise moves on to a risk-class position
      * Patch 2026-10-15 M. Alvarez
              IF NOT HOLD-ORDER
                 PERFORM CHECK-SUITABILITY
              END-IF
              PERFORM CALC-TRADE-FEE
              IF NOT HOLD-ORDER
                 PERFORM VALIDATE-FEE-BREAKEVEN
                 ' RAISED ' CQ-RAISED-AMT (CR-IDX)
           END-IF.

       WRITE-SUITABILITY-REPORT.
      * BR: Every mismatched assignment prints for the
      *     supervising principal, whether or not a trade was
      *     held tonight — the assignment itself is the finding
      * Patch 2026-10-15 M. Alvarez
           DISPLAY '================================================'
           DISPLAY ' WRBAL-100 SUITABILITY EXCEPTION REPORT'
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      RISK OBJ  MODEL    MODEL RISK'
              '  MAX RISK  HELD  HELD DOLLARS'
           SET SUITSCAN-MORE TO TRUE
           MOVE LOW-VALUES TO SW-ACCOUNT-ID
           START SUIT-WORK
              KEY NOT < SW-ACCOUNT-ID
              INVALID KEY SET SUITSCAN-DONE TO TRUE
           END-START
           PERFORM REPORT-ONE-SUITABILITY
              UNTIL SUITSCAN-DONE
           DISPLAY ' PROFILES LOADED......: ' WS-SUIT-PROFILES
           DISPLAY ' ASSIGNMENTS ASSESSED.: ' WS-SUIT-ASSESSED
           DISPLAY ' UNSUITABLE...........: ' WS-SUIT-MISMATCHED
           DISPLAY ' ASSIGNED, NO PROFILE.: ' WS-SUIT-NO-PROFILE
           DISPLAY ' MODEL NOT ON MASTER..: ' WS-SUIT-NO-MODEL
           DISPLAY ' TRADES HELD (2007)...: ' WB-SUITABILITY-BLOCKS
           DISPLAY '================================================'.

       REPORT-ONE-SUITABILITY.
      * BR: Any failed READ ends the scan
           READ SUIT-WORK NEXT RECORD
              AT END SET SUITSCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SUITSCAN-DONE TO TRUE
           END-IF
           IF SUITSCAN-MORE AND SW-UNSUITABLE
              DISPLAY ' ' SW-ACCOUNT-ID ' ' SW-RISK-TOLERANCE
                 '    ' SW-OBJECTIVE ' ' SW-MODEL-ID ' '
                 SW-MODEL-RISK-PCT '      ' SW-MAX-RISK-PCT
                 '    ' SW-BLOCK-COUNT ' ' SW-BLOCK-AMOUNT
           END-IF.

       LOAD-RETRY-QUEUE.
      * BR: Status 35 just means the morning recon queued no
      *     retries — a clean morning
      *     size the last swept position left behind
      * Patch 2026-09-02 M. Alvarez
           PERFORM SET-RETRY-LOT-SIZE
      * Patch 2026-10-15 M. Alvarez — no replay into an account
      *   the custodian does not agree with
           PERFORM CHECK-RECON-BREAK
           IF ACCOUNT-EXCLUDED
              ADD 1 TO WB-RECON-EXCLUDED
              ADD 1 TO WB-RETRIES-BLOCKED
              PERFORM WRITE-REBAL-AUDIT
              EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PRICE-CURRENT
           IF PRICE-BLOCKED
              SET HOLD-ORDER TO TRUE
           ELSE
              PERFORM CHECK-RESTRICTED-SECURITY
      * Patch 2026-10-15 M. Alvarez — suitability re-checked on
      *   the replay, same as the restriction list
              IF NOT HOLD-ORDER
                 PERFORM CHECK-SUITABILITY
              END-IF
              IF NOT HOLD-ORDER
                 PERFORM VALIDATE-MIN-TRADE
              END-IF
              PERFORM SET-CLASS-LOT-SIZE
           ELSE
              MOVE WS-LOT-SIZE TO WS-EFFECTIVE-LOT-SIZE
      * Patch 2026-10-15 M. Alvarez — no class carried over from
      *   the last swept position into the suitability check
              MOVE SPACES TO WS-ASSET-CLASS
           END-IF.

       RELEASE-HELD-ORDERS.
           DISPLAY '================================================'
           DISPLAY ' WRBAL-100 BATCH SUMMARY REPORT'
           DISPLAY ' BATCH DATE: ' WB-BATCH-DATE
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' BUS DATE..: ' WS-RUNCTL-BUS-DATE
           DISPLAY '================================================'
      * Patch 2026-08-22 M. Alvarez — counts every position
      *   record swept now that the engine loops the full file
           DISPLAY ' NETTED IN HOUSEHOLD...: ' WB-NETTED-COUNT
           DISPLAY ' TLH OPPORTUNITIES.....: ' WB-TLH-COUNT
           DISPLAY ' STALE/MISSING PRICES..: ' WB-STALE-PRICE-COUNT
           DISPLAY ' SUITABILITY BLOCKS....: '
              WB-SUITABILITY-BLOCKS
           DISPLAY ' CUSTODIAN BREAK SKIPS.: ' WB-RECON-EXCLUDED
           DISPLAY ' BREAK CLEARS RD/APL/ST: ' WS-RECON-CLEARS-READ
              ' ' WS-RECON-CLEARED ' ' WS-RECON-CLEAR-STALE
           DISPLAY ' RETRIES LOADED/REQ/BLK: ' WB-RETRIES-LOADED
              ' ' WB-RETRIES-REQUEUED ' ' WB-RETRIES-BLOCKED
           DISPLAY ' LOT-LEVEL SELL ORDERS.: ' WB-LOT-ORDERS
           DISPLAY ' POSITION-REC FALLBACKS: ' WB-MODEL-FALLBACK
           DISPLAY ' FUNDING SHORTFALL.....: '
              WB-FUNDING-SHORTFALL
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' GOOD-FUNDS DATE.......: ' WS-GOOD-FUNDS-DATE
           DISPLAY ' NOT YET GOOD FUNDS....: ' WS-CASH-NOT-GOOD-CNT
           DISPLAY ' AUDIT RECORDS WRITTEN.: '
              WS-AUDIT-RECS-WRITTEN
           DISPLAY ' TOTAL TRADE DOLLAR VOL: ' WB-TOTAL-TRADE-AMT
              WS-CASH-LOT-SIZE
           DISPLAY '   LOT ALTS/DEFAULT....: ' WS-ALTS-LOT-SIZE
              ' ' WS-LOT-SIZE
           DISPLAY '   SUIT MAX C/M/A......: '
              WS-SUIT-MAX-CONSERV ' ' WS-SUIT-MAX-MODERATE ' '
              WS-SUIT-MAX-AGGRESS
           DISPLAY '   SUIT MAX PRES/INCM..: '
              WS-SUIT-MAX-PRESERVE ' ' WS-SUIT-MAX-INCOME
           DISPLAY '   PARM RECS READ/FUT/UNK: ' WS-PARMS-READ
              ' ' WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
      * Patch 2026-10-15 M. Alvarez
           PERFORM REPORT-CALENDAR-IN-FORCE
           DISPLAY '================================================'.

       TALLY-BLOCKED-TRADE.
           IF MODLWK-NOT-READY
              PERFORM LOAD-ACCT-MODEL-ASSIGNS
           END-IF
      * Patch 2026-10-15 M. Alvarez — the advisor sees a
      *   suitability hold before the client signs off
           IF SUITWK-NOT-READY
              PERFORM LOAD-ACCT-SUITABILITY
           END-IF
      * Patch 2026-09-02 M. Alvarez — the wash-sale repurchase
      *   scan now reads the taxlot work file, so it must exist
      *   before the preview's check chain runs
           IF TAXWK-NOT-READY
              PERFORM LOAD-TAXLOT-HISTORY
           END-IF
      * Patch 2026-10-15 M. Alvarez — a broken account previews
      *   as held, the way the nightly run will treat it
           IF RECONBRK-NOT-READY
              PERFORM OPEN-RECON-BREAK-INQUIRY
           END-IF
           MOVE LK-ACCOUNT-ID TO WS-ACCOUNT-ID
           MOVE LK-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
           MOVE LK-ASSET-CLASS TO WS-ASSET-CLASS
           MOVE LK-POSITION-PCT TO WS-POSITION-PCT
           MOVE LK-SYMBOL TO WS-SYMBOL
           PERFORM RESET-POSITION-FLAGS
           PERFORM CHECK-RECON-BREAK
           IF ACCOUNT-EXCLUDED
              SET LIVE-RUN TO TRUE
              MOVE WS-REBAL-ACTION TO LK-OUT-ACTION
              MOVE 0 TO LK-OUT-TRADE-AMOUNT
              MOVE 0 TO LK-OUT-FEE
              MOVE WS-AUDIT-REASON TO LK-OUT-REASON
              GOBACK
           END-IF
      * BR: The target must resolve through the model before the
      *     drift math reads it
      * Patch 2026-09-02 M. Alvarez
                 IF NOT HOLD-ORDER
                    PERFORM CHECK-RESTRICTED-SECURITY
                 END-IF
                 IF NOT HOLD-ORDER
                    PERFORM CHECK-SUITABILITY
                 END-IF
                 PERFORM CALC-TRADE-FEE
                 IF NOT HOLD-ORDER
                    PERFORM VALIDATE-FEE-BREAKEVEN
