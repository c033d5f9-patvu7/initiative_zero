      * ══════════════════════════════════════════════════════════
      * ACCOUNT AND HOUSEHOLD PERFORMANCE MEASUREMENT
      * Module: PERF-MEASURE (Batch Job WPERF-150)
      * Wealth Management — Core System
      * Batch cycle: Morning 08:15 EST, after the WPVAL-130
      *   valuation
      * Upstream: WM.ACCT.VALUE (WPVAL-130 account values, today
      *   and prior day), WM.CASH.REQUEST (cash-raise
      *   withdrawals), WM.CASH.MOVES (custodian external cash
      *   movements), WM.ACCT.MODEL, WM.MODEL.MASTER,
      *   WM.BENCH.RETURNS (daily asset-class index returns)
      * Downstream: WM.PERF.HIST (chain-linked period returns by
      *   account and household), performance report with the
      *   list of accounts trailing their model
      * Written 2026-10-15 M. Alvarez — the nightly run
      *   rebalances every account to its WM.MODEL.MASTER targets
      *   but nothing measured what the account actually earned,
      *   so the quarterly client review was assembled by hand
      *   from custodian statements. This job takes each
      *   account's value this morning and at the prior
      *   valuation, removes the day's external cash flows, and
      *   chain-links the daily time-weighted return into
      *   month-, quarter- and year-to-date figures per account
      *   and per household. Each account is compared with a
      *   benchmark built from its model's asset-class targets
      *   and that day's asset-class index returns, and accounts
      *   trailing their model quarter to date by more than
      *   TRAIL-THRESHOLD-PCT are listed for the review cycle.
      * BR: Daily return is modified Dietz with the day's net flow
      *   at mid-period: (end - begin - flow) / (begin + flow/2).
      *   Withdrawals on WM.CASH.REQUEST count on their need-by
      *   date; custodian deposits and withdrawals count on their
      *   movement date; a custodian payout of a cash request
      *   (type R) is already counted through the request. A
      *   fee cash raise (type F) is not a flow: returns are net
      *   of the advisory fee.
      * BR: A rerun on the same valuation date reports but does
      *   not link the day a second time.
      * WARNING: AV-VALUE-RECORD layout must stay in step with
      *   POSITION-VALUE's FD; MM-, AM- and CR- layouts with
      *   REBAL-ENGINE's FDs.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-MEASURE.
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
           SELECT CASH-REQUEST-FILE ASSIGN TO 'WM.CASH.REQUEST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-MOVE-FILE ASSIGN TO 'WM.CASH.MOVES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MODEL-MASTER ASSIGN TO 'WM.MODEL.MASTER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-MODEL-FILE ASSIGN TO 'WM.ACCT.MODEL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENCH-RETURN-FILE ASSIGN TO 'WM.BENCH.RETURNS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERF-HISTORY ASSIGN TO 'WM.PERF.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PERF-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FLOW-WORK ASSIGN TO 'WM.PERF.FLOWWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-FLOW-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MODEL-ASSIGN-WORK ASSIGN TO 'WM.PERF.MODLWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOUSEHOLD-WORK ASSIGN TO 'WM.PERF.HHLDWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-HOUSEHOLD-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'WM.PERF.PARM'
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

       FD  CASH-MOVE-FILE
           RECORDING MODE IS F.
       01  CM-CASH-MOVE.
           05 CM-ACCOUNT-ID        PIC X(12).
           05 CM-MOVE-DATE         PIC 9(8).
           05 CM-MOVE-TYPE         PIC X(1).
              88 CM-DEPOSIT           VALUE 'D'.
              88 CM-WITHDRAWAL        VALUE 'W'.
              88 CM-REQUEST-PAYOUT    VALUE 'R'.
           05 CM-AMOUNT            PIC 9(9)V99.
           05 CM-RESERVED          PIC X(10).

       FD  MODEL-MASTER
           RECORDING MODE IS F.
       01  MM-MODEL-RECORD.
           05 MM-MODEL-ID          PIC X(8).
           05 MM-ASSET-CLASS       PIC X(4).
           05 MM-TARGET-ALLOC      PIC 9(3)V99.
           05 MM-RESERVED          PIC X(10).

       FD  ACCT-MODEL-FILE
           RECORDING MODE IS F.
       01  AM-ASSIGN-RECORD.
           05 AM-ACCOUNT-ID        PIC X(12).
           05 AM-MODEL-ID          PIC X(8).
           05 AM-LOT-METHOD        PIC X(4).
           05 AM-RESERVED          PIC X(10).

       FD  BENCH-RETURN-FILE
           RECORDING MODE IS F.
      * BR: One row per asset class per day; the daily return is
      *     a fraction (0.012500 = 1.25%)
       01  BX-BENCH-RECORD.
           05 BX-ASSET-CLASS       PIC X(4).
           05 BX-RETURN-DATE       PIC 9(8).
           05 BX-DAILY-RETURN      PIC S9(3)V9(6).
           05 BX-RESERVED          PIC X(10).

       FD  PERF-HISTORY
           RECORDING MODE IS F.
      * BR: One row per account (type A) and per household (type
      *     H); the period indexes are growth factors, reset to 1
      *     when the month, quarter or year turns
       01  PH-PERF-RECORD.
           05 PH-PERF-KEY.
              10 PH-ENTITY-TYPE    PIC X(1).
                 88 PH-ACCOUNT-ROW    VALUE 'A'.
                 88 PH-HOUSEHOLD-ROW  VALUE 'H'.
              10 PH-ENTITY-ID      PIC X(12).
           05 PH-HOUSEHOLD-ID      PIC X(10).
           05 PH-MODEL-ID          PIC X(8).
           05 PH-LAST-DATE         PIC 9(8).
           05 PH-LAST-DATE-X REDEFINES PH-LAST-DATE.
              10 PH-LAST-YEAR      PIC 9(4).
              10 PH-LAST-MONTH     PIC 9(2).
              10 PH-LAST-DAY       PIC 9(2).
           05 PH-BEGIN-VALUE       PIC 9(13)V99.
           05 PH-END-VALUE         PIC 9(13)V99.
           05 PH-NET-FLOW          PIC S9(13)V99.
           05 PH-DAY-RETURN        PIC S9(3)V9(8).
           05 PH-MTD-INDEX         PIC 9(3)V9(8).
           05 PH-QTD-INDEX         PIC 9(3)V9(8).
           05 PH-YTD-INDEX         PIC 9(3)V9(8).
           05 PH-BENCH-DAY-RETURN  PIC S9(3)V9(8).
           05 PH-BENCH-MTD-INDEX   PIC 9(3)V9(8).
           05 PH-BENCH-QTD-INDEX   PIC 9(3)V9(8).
           05 PH-BENCH-YTD-INDEX   PIC 9(3)V9(8).
           05 PH-RESERVED          PIC X(20).

       FD  FLOW-WORK
           RECORDING MODE IS F.
      * BR: Net external flow per account per day, signed —
      *     deposits positive, withdrawals negative
       01  FW-FLOW-RECORD.
           05 FW-FLOW-KEY.
              10 FW-ACCOUNT-ID    PIC X(12).
              10 FW-FLOW-DATE     PIC 9(8).
           05 FW-NET-FLOW         PIC S9(11)V99.
           05 FW-RESERVED         PIC X(10).

       FD  MODEL-ASSIGN-WORK
           RECORDING MODE IS F.
       01  MW-ASSIGN-RECORD.
           05 MW-ACCOUNT-ID       PIC X(12).
           05 MW-MODEL-ID         PIC X(8).
           05 MW-RESERVED         PIC X(10).

       FD  HOUSEHOLD-WORK
           RECORDING MODE IS F.
      * BR: Household totals for the day; the benchmark dollars
      *     are each account's benchmark return times its
      *     beginning value, so the household benchmark is value
      *     weighted across the accounts that have a model
       01  HW-HOUSEHOLD-RECORD.
           05 HW-HOUSEHOLD-ID     PIC X(10).
           05 HW-ACCOUNT-COUNT    PIC 9(4).
           05 HW-BEGIN-VALUE      PIC 9(13)V99.
           05 HW-END-VALUE        PIC 9(13)V99.
           05 HW-NET-FLOW         PIC S9(13)V99.
           05 HW-BENCH-BASE       PIC 9(13)V99.
           05 HW-BENCH-DOLLARS    PIC S9(13)V99.
           05 HW-RESERVED         PIC X(10).

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
          05 WS-RUN-QUARTER       PIC 9(1) VALUE 0.
          05 WS-LAST-QUARTER      PIC 9(1) VALUE 0.
          05 WS-FLOWS-READ        PIC 9(6) VALUE 0.
          05 WS-FLOWS-PAYOUT-SKIP PIC 9(6) VALUE 0.
          05 WS-FLOWS-FEE-SKIP    PIC 9(6) VALUE 0.
          05 WS-BENCH-ROWS-READ   PIC 9(6) VALUE 0.
          05 WS-BENCH-ROWS-STALE  PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-READ     PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-MEASURED PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NOT-VALUED PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-INCEPTION PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NO-BASE  PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-RELINK   PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NO-MODEL PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-TRAILING PIC 9(6) VALUE 0.
          05 WS-HOUSEHOLDS-MEASURED PIC 9(6) VALUE 0.

      * --- PARAMETERS (WM.PERF.PARM) ---
      * BR: An account trailing its model quarter to date by more
      *     than TRAIL-THRESHOLD-PCT percentage points is listed
       01 WS-PERF-PARMS.
          05 WS-TRAIL-THRESHOLD   PIC 9(3)V99 VALUE 2.00.
          05 WS-PARMS-READ        PIC 9(4)    VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4)    VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4)    VALUE 0.

      * --- MODEL PORTFOLIO MASTER (WM.MODEL.MASTER) ---
      * BR: Same reference-table load as REBAL-ENGINE
       01 WS-MODEL-TABLE.
          05 WS-MODEL-ENTRY OCCURS 400 TIMES
                INDEXED BY MO-IDX.
             10 MO-MODEL-ID       PIC X(8).
             10 MO-ASSET-CLASS    PIC X(4).
             10 MO-TARGET-ALLOC   PIC 9(3)V99.
          05 WS-MODEL-COUNT       PIC 9(3) VALUE 0.

      * --- ASSET-CLASS INDEX RETURNS (WM.BENCH.RETURNS) ---
       01 WS-BENCH-TABLE.
          05 WS-BENCH-ENTRY OCCURS 20 TIMES
                INDEXED BY BX-IDX.
             10 BT-ASSET-CLASS    PIC X(4).
             10 BT-DAILY-RETURN   PIC S9(3)V9(6).
          05 WS-BENCH-COUNT       PIC 9(2) VALUE 0.

      * --- ACCOUNT BEING MEASURED ---
       01 WS-MEASURE-WORK.
          05 WS-MODEL-ID          PIC X(8)      VALUE SPACES.
          05 WS-BEGIN-VALUE       PIC 9(13)V99  VALUE 0.
          05 WS-END-VALUE         PIC 9(13)V99  VALUE 0.
          05 WS-NET-FLOW          PIC S9(13)V99 VALUE 0.
          05 WS-DIETZ-BASE        PIC S9(13)V99 VALUE 0.
          05 WS-DAY-RETURN        PIC S9(3)V9(8) VALUE 0.
          05 WS-BENCH-RETURN      PIC S9(3)V9(8) VALUE 0.
          05 WS-CLASS-RETURN      PIC S9(3)V9(6) VALUE 0.
          05 WS-BENCH-MATCH-IDX   PIC 9(2)      VALUE 0.
          05 WS-MODEL-ROWS-HIT    PIC 9(3)      VALUE 0.
          05 WS-FLOW-START-DATE   PIC 9(8)      VALUE 0.
          05 WS-FLOW-START-NUM    PIC 9(7)      VALUE 0.
          05 WS-ENTITY-TYPE       PIC X(1)      VALUE SPACES.
          05 WS-ENTITY-ID         PIC X(12)     VALUE SPACES.
          05 WS-ENTITY-HOUSEHOLD  PIC X(10)     VALUE SPACES.
          05 WS-REPORT-FLAG       PIC X(8)      VALUE SPACES.

      * --- REPORT FIGURES (PERCENT) ---
       01 WS-REPORT-PCTS.
          05 WS-DAY-PCT           PIC S9(5)V99 VALUE 0.
          05 WS-MTD-PCT           PIC S9(5)V99 VALUE 0.
          05 WS-QTD-PCT           PIC S9(5)V99 VALUE 0.
          05 WS-YTD-PCT           PIC S9(5)V99 VALUE 0.
          05 WS-BENCH-QTD-PCT     PIC S9(5)V99 VALUE 0.
          05 WS-EXCESS-QTD-PCT    PIC S9(5)V99 VALUE 0.

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
          05 WS-LINK-FLAG         PIC X(1) VALUE 'N'.
             88 LINK-TODAY           VALUE 'Y'.
             88 ALREADY-LINKED       VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PERFORMANCE.
           PERFORM INIT-PERFORMANCE
           PERFORM REPORT-ACCOUNT-HEADER
           PERFORM MEASURE-ONE-ACCOUNT
              UNTIL AV-EOF
           PERFORM MEASURE-HOUSEHOLDS
           PERFORM REPORT-TRAILING-ACCOUNTS
           PERFORM REPORT-PERF-TOTALS
           PERFORM CLOSE-PERF-FILES
           STOP RUN.

       INIT-PERFORMANCE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3
           PERFORM LOAD-PERF-PARMS
           PERFORM LOAD-MODEL-MASTER
           PERFORM LOAD-BENCH-RETURNS
           PERFORM LOAD-ACCT-MODEL-ASSIGNS
           PERFORM LOAD-CASH-FLOWS
           PERFORM OPEN-HOUSEHOLD-WORK
           PERFORM OPEN-PERF-HISTORY
      * BR: No account values means WPVAL-130 never ran — there
      *     is nothing to measure
           OPEN INPUT ACCT-VALUE-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-VALUE-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — ACCOUNT VALUES'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM READ-NEXT-ACCT-VALUE.

       LOAD-PERF-PARMS.
      * BR: Status 35 just means no parameter file was staged —
      *     the compiled default stays in force
           OPEN INPUT PARM-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-PARM
                 PERFORM APPLY-ONE-PARM
                    UNTIL PARM-EOF
                 CLOSE PARM-FILE
              WHEN '35'
                 DISPLAY 'WM.PERF.PARM NOT PRESENT —'
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
                 WHEN 'TRAIL-THRESHOLD-PCT'
                    MOVE PR-PARM-VALUE TO WS-TRAIL-THRESHOLD
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-MODEL-MASTER.
      * BR: No model master means no benchmark — accounts still
      *     measure, and the no-model count says so
           SET INPUT-MORE TO TRUE
           OPEN INPUT MODEL-MASTER
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-MODEL-ROW
                 PERFORM STORE-ONE-MODEL-ROW
                    UNTIL INPUT-EOF
                 CLOSE MODEL-MASTER
              WHEN '35'
                 DISPLAY 'WM.MODEL.MASTER NOT PRESENT —'
                    ' NO BENCHMARKS'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING MODEL-MASTER, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-MODEL-ROW.
           READ MODEL-MASTER
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-MODEL-ROW.
           IF WS-MODEL-COUNT < 400
              ADD 1 TO WS-MODEL-COUNT
              MOVE MM-MODEL-ID TO
                 MO-MODEL-ID (WS-MODEL-COUNT)
              MOVE MM-ASSET-CLASS TO
                 MO-ASSET-CLASS (WS-MODEL-COUNT)
              MOVE MM-TARGET-ALLOC TO
                 MO-TARGET-ALLOC (WS-MODEL-COUNT)
           ELSE
              DISPLAY 'MODEL TABLE FULL — ROW IGNORED, MODEL='
                 MM-MODEL-ID
           END-IF
           PERFORM READ-ONE-MODEL-ROW.

       LOAD-BENCH-RETURNS.
      * BR: Only this morning's returns are used — an asset
      *     class with no row for the run date earns zero in the
      *     benchmark and the stale count says so
           SET INPUT-MORE TO TRUE
           OPEN INPUT BENCH-RETURN-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-BENCH-ROW
                 PERFORM STORE-ONE-BENCH-ROW
                    UNTIL INPUT-EOF
                 CLOSE BENCH-RETURN-FILE
              WHEN '35'
                 DISPLAY 'WM.BENCH.RETURNS NOT PRESENT —'
                    ' BENCHMARKS EARN ZERO TODAY'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING BENCH-RETURN-FILE,'
                    ' STATUS=' WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-BENCH-ROW.
           READ BENCH-RETURN-FILE
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-BENCH-ROW.
           ADD 1 TO WS-BENCH-ROWS-READ
           IF BX-RETURN-DATE NOT = WS-RUN-DATE
              ADD 1 TO WS-BENCH-ROWS-STALE
           ELSE
              IF WS-BENCH-COUNT < 20
                 ADD 1 TO WS-BENCH-COUNT
                 MOVE BX-ASSET-CLASS TO
                    BT-ASSET-CLASS (WS-BENCH-COUNT)
                 MOVE BX-DAILY-RETURN TO
                    BT-DAILY-RETURN (WS-BENCH-COUNT)
              ELSE
                 DISPLAY 'BENCH TABLE FULL — ROW IGNORED, CLASS='
                    BX-ASSET-CLASS
              END-IF
           END-IF
           PERFORM READ-ONE-BENCH-ROW.

       LOAD-ACCT-MODEL-ASSIGNS.
      * BR: Copies the assignment file into a keyed per-run work
      *     file, the same way REBAL-ENGINE does
           OPEN OUTPUT MODEL-ASSIGN-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING MODEL-ASSIGN-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — MODEL ASSIGNMENT WORK'
                 ' FILE UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE MODEL-ASSIGN-WORK
           OPEN I-O MODEL-ASSIGN-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MODEL-ASSIGN-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — MODEL ASSIGNMENT WORK'
                 ' FILE UNAVAILABLE'
              STOP RUN
           END-IF
           SET INPUT-MORE TO TRUE
           OPEN INPUT ACCT-MODEL-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-ASSIGN-ROW
                 PERFORM STORE-ONE-ASSIGN-ROW
                    UNTIL INPUT-EOF
                 CLOSE ACCT-MODEL-FILE
              WHEN '35'
                 DISPLAY 'WM.ACCT.MODEL NOT PRESENT —'
                    ' ALL ACCOUNTS UNASSIGNED'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING ACCT-MODEL-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-ASSIGN-ROW.
           READ ACCT-MODEL-FILE
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-ASSIGN-ROW.
           MOVE AM-ACCOUNT-ID TO MW-ACCOUNT-ID
           MOVE AM-MODEL-ID TO MW-MODEL-ID
           MOVE SPACES TO MW-RESERVED
           WRITE MW-ASSIGN-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING ASSIGNMENT, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AM-ACCOUNT-ID
           END-IF
           PERFORM READ-ONE-ASSIGN-ROW.

       LOAD-CASH-FLOWS.
      * BR: Both flow sources net into one signed amount per
      *     account per day on a keyed per-run work file
           OPEN OUTPUT FLOW-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING FLOW-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — FLOW WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE FLOW-WORK
           OPEN I-O FLOW-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FLOW-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — FLOW WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           SET INPUT-MORE TO TRUE
           OPEN INPUT CASH-REQUEST-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-CASH-REQUEST
                 PERFORM STORE-ONE-CASH-REQUEST
                    UNTIL INPUT-EOF
                 CLOSE CASH-REQUEST-FILE
              WHEN '35'
                 DISPLAY 'WM.CASH.REQUEST NOT PRESENT —'
                    ' NO WITHDRAWAL FLOWS'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING CASH-REQUEST-FILE,'
                    ' STATUS=' WS-FILE-STATUS
           END-EVALUATE
           SET INPUT-MORE TO TRUE
           OPEN INPUT CASH-MOVE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-CASH-MOVE
                 PERFORM STORE-ONE-CASH-MOVE
                    UNTIL INPUT-EOF
                 CLOSE CASH-MOVE-FILE
              WHEN '35'
                 DISPLAY 'WM.CASH.MOVES NOT PRESENT —'
                    ' NO CUSTODIAN FLOWS'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING CASH-MOVE-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-CASH-REQUEST.
           READ CASH-REQUEST-FILE
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-CASH-REQUEST.
      * BR: A fee cash raise keeps the cash in the account until
      *     WFEEB-160 debits it, and returns are net of fees —
      *     neither is an external flow
           IF CR-FEE-RAISE
              ADD 1 TO WS-FLOWS-FEE-SKIP
              PERFORM READ-ONE-CASH-REQUEST
              EXIT PARAGRAPH
           END-IF
           MOVE CR-ACCOUNT-ID TO FW-ACCOUNT-ID
           MOVE CR-NEED-BY-DATE TO FW-FLOW-DATE
           MOVE 0 TO WS-NET-FLOW
           SUBTRACT CR-CASH-AMOUNT FROM WS-NET-FLOW
           PERFORM POST-ONE-FLOW
           PERFORM READ-ONE-CASH-REQUEST.

       READ-ONE-CASH-MOVE.
           READ CASH-MOVE-FILE
              AT END SET INPUT-EOF TO TRUE
           END-READ.

       STORE-ONE-CASH-MOVE.
           MOVE CM-ACCOUNT-ID TO FW-ACCOUNT-ID
           MOVE CM-MOVE-DATE TO FW-FLOW-DATE
           EVALUATE TRUE
              WHEN CM-DEPOSIT
                 MOVE CM-AMOUNT TO WS-NET-FLOW
                 PERFORM POST-ONE-FLOW
              WHEN CM-WITHDRAWAL
                 MOVE 0 TO WS-NET-FLOW
                 SUBTRACT CM-AMOUNT FROM WS-NET-FLOW
                 PERFORM POST-ONE-FLOW
              WHEN OTHER
                 ADD 1 TO WS-FLOWS-PAYOUT-SKIP
           END-EVALUATE
           PERFORM READ-ONE-CASH-MOVE.

       POST-ONE-FLOW.
           ADD 1 TO WS-FLOWS-READ
           READ FLOW-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD WS-NET-FLOW TO FW-NET-FLOW
              REWRITE FW-FLOW-RECORD
           ELSE
              MOVE WS-NET-FLOW TO FW-NET-FLOW
              MOVE SPACES TO FW-RESERVED
              WRITE FW-FLOW-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING FLOW-WORK, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' FW-ACCOUNT-ID
           END-IF.

       OPEN-HOUSEHOLD-WORK.
           OPEN OUTPUT HOUSEHOLD-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING HOUSEHOLD-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — HOUSEHOLD WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE HOUSEHOLD-WORK
           OPEN I-O HOUSEHOLD-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOUSEHOLD-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — HOUSEHOLD WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       OPEN-PERF-HISTORY.
      * BR: The performance history is permanent and keyed —
      *     status 35 on the very first run creates it
           OPEN I-O PERF-HISTORY
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT PERF-HISTORY
              CLOSE PERF-HISTORY
              OPEN I-O PERF-HISTORY
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PERF-HISTORY, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPERF-150 ABEND — PERFORMANCE HISTORY'
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

       MEASURE-ONE-ACCOUNT.
      * BR: Only an account valued this morning is measured; a
      *     row left from an earlier day has no new period
           ADD 1 TO WS-ACCOUNTS-READ
           IF AV-VALUE-DATE NOT = WS-RUN-DATE
              ADD 1 TO WS-ACCOUNTS-NOT-VALUED
           ELSE
              PERFORM MEASURE-VALUED-ACCOUNT
           END-IF
           PERFORM READ-NEXT-ACCT-VALUE.

       MEASURE-VALUED-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-MEASURED
           MOVE AV-PRIOR-VALUE TO WS-BEGIN-VALUE
           MOVE AV-TOTAL-VALUE TO WS-END-VALUE
           PERFORM SUM-ACCOUNT-FLOWS
           PERFORM RESOLVE-BENCHMARK-RETURN
           PERFORM CALC-DIETZ-RETURN
           MOVE 'A' TO WS-ENTITY-TYPE
           MOVE AV-ACCOUNT-ID TO WS-ENTITY-ID
           MOVE AV-HOUSEHOLD-ID TO WS-ENTITY-HOUSEHOLD
           PERFORM LINK-PERIOD-RETURNS
           PERFORM REPORT-ONE-MEASURE-LINE
           IF AV-HOUSEHOLD-ID NOT = SPACES
              AND AV-PRIOR-VALUE > 0
              PERFORM ACCUMULATE-HOUSEHOLD
           END-IF.

       SUM-ACCOUNT-FLOWS.
      * BR: Flows dated after the prior valuation and up to this
      *     one belong to the period; a first valuation has no
      *     period and takes no flows
           MOVE 0 TO WS-NET-FLOW
           IF AV-PRIOR-DATE = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLOW-START-NUM =
              FUNCTION INTEGER-OF-DATE(AV-PRIOR-DATE) + 1
           COMPUTE WS-FLOW-START-DATE =
              FUNCTION DATE-OF-INTEGER(WS-FLOW-START-NUM)
           SET SCAN-MORE TO TRUE
           MOVE AV-ACCOUNT-ID TO FW-ACCOUNT-ID
           MOVE WS-FLOW-START-DATE TO FW-FLOW-DATE
           START FLOW-WORK
              KEY NOT < FW-FLOW-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-FLOW
              UNTIL SCAN-DONE.

       SCAN-ONE-FLOW.
      * BR: Any failed READ ends the scan
           READ FLOW-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF FW-ACCOUNT-ID NOT = AV-ACCOUNT-ID
                 OR FW-FLOW-DATE > AV-VALUE-DATE
                 SET SCAN-DONE TO TRUE
              ELSE
                 ADD FW-NET-FLOW TO WS-NET-FLOW
              END-IF
           END-IF.

       RESOLVE-BENCHMARK-RETURN.
      * BR: Benchmark = sum over the model's rows of target
      *     weight times that asset class's index return
           MOVE SPACES TO WS-MODEL-ID
           MOVE 0 TO WS-BENCH-RETURN
           MOVE 0 TO WS-MODEL-ROWS-HIT
           MOVE AV-ACCOUNT-ID TO MW-ACCOUNT-ID
           READ MODEL-ASSIGN-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              MOVE MW-MODEL-ID TO WS-MODEL-ID
              PERFORM ADD-ONE-MODEL-ROW
                 VARYING MO-IDX FROM 1 BY 1
                 UNTIL MO-IDX > WS-MODEL-COUNT
           END-IF
           IF WS-MODEL-ROWS-HIT = 0
              MOVE SPACES TO WS-MODEL-ID
              ADD 1 TO WS-ACCOUNTS-NO-MODEL
           END-IF.

       ADD-ONE-MODEL-ROW.
           IF MO-MODEL-ID (MO-IDX) = WS-MODEL-ID
              ADD 1 TO WS-MODEL-ROWS-HIT
              MOVE 0 TO WS-CLASS-RETURN
              MOVE 0 TO WS-BENCH-MATCH-IDX
              PERFORM FIND-BENCH-CLASS
                 VARYING BX-IDX FROM 1 BY 1
                 UNTIL BX-IDX > WS-BENCH-COUNT
                    OR WS-BENCH-MATCH-IDX NOT = 0
              IF WS-BENCH-MATCH-IDX NOT = 0
                 MOVE BT-DAILY-RETURN (WS-BENCH-MATCH-IDX)
                    TO WS-CLASS-RETURN
              END-IF
              COMPUTE WS-BENCH-RETURN ROUNDED =
                 WS-BENCH-RETURN
                 + MO-TARGET-ALLOC (MO-IDX) / 100
                 * WS-CLASS-RETURN
           END-IF.

       FIND-BENCH-CLASS.
           IF BT-ASSET-CLASS (BX-IDX) = MO-ASSET-CLASS (MO-IDX)
              SET WS-BENCH-MATCH-IDX TO BX-IDX
           END-IF.

       CALC-DIETZ-RETURN.
      * BR: No beginning value (first valuation) or a base the
      *     day's withdrawals wipe out cannot be measured — the
      *     day links at zero and is counted
           MOVE 0 TO WS-DAY-RETURN
           IF WS-BEGIN-VALUE = 0
              ADD 1 TO WS-ACCOUNTS-INCEPTION
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIETZ-BASE ROUNDED =
              WS-BEGIN-VALUE + WS-NET-FLOW / 2
           IF WS-DIETZ-BASE NOT > 0
              ADD 1 TO WS-ACCOUNTS-NO-BASE
           ELSE
              COMPUTE WS-DAY-RETURN ROUNDED =
                 (WS-END-VALUE - WS-BEGIN-VALUE - WS-NET-FLOW)
                 / WS-DIETZ-BASE
                 ON SIZE ERROR
                    MOVE 0 TO WS-DAY-RETURN
                    ADD 1 TO WS-ACCOUNTS-NO-BASE
              END-COMPUTE
           END-IF.

       LINK-PERIOD-RETURNS.
      * BR: Period indexes restart at 1 when the last linked day
      *     fell in an earlier month, quarter or year; a row
      *     already linked for today is left as it stands
           MOVE WS-ENTITY-TYPE TO PH-ENTITY-TYPE
           MOVE WS-ENTITY-ID TO PH-ENTITY-ID
           SET LINK-TODAY TO TRUE
           READ PERF-HISTORY
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE WS-ENTITY-TYPE TO PH-ENTITY-TYPE
              MOVE WS-ENTITY-ID TO PH-ENTITY-ID
              MOVE 0 TO PH-LAST-DATE
              MOVE SPACES TO PH-RESERVED
              PERFORM RESET-YEAR-INDEXES
              PERFORM SET-PERF-ROW-FIGURES
              PERFORM CHAIN-LINK-DAY
              WRITE PH-PERF-RECORD
           ELSE
              IF PH-LAST-DATE = WS-RUN-DATE
                 SET ALREADY-LINKED TO TRUE
                 ADD 1 TO WS-ACCOUNTS-RELINK
              ELSE
                 COMPUTE WS-LAST-QUARTER =
                    (PH-LAST-MONTH + 2) / 3
                 EVALUATE TRUE
                    WHEN PH-LAST-YEAR NOT = WS-RUN-YEAR
                       PERFORM RESET-YEAR-INDEXES
                    WHEN WS-LAST-QUARTER NOT = WS-RUN-QUARTER
                       PERFORM RESET-QUARTER-INDEXES
                    WHEN PH-LAST-MONTH NOT = WS-RUN-MONTH
                       PERFORM RESET-MONTH-INDEXES
                 END-EVALUATE
                 PERFORM SET-PERF-ROW-FIGURES
                 PERFORM CHAIN-LINK-DAY
                 REWRITE PH-PERF-RECORD
              END-IF
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING PERF-HISTORY, STATUS='
                 WS-FILE-STATUS ' ENTITY=' WS-ENTITY-ID
           END-IF.

       RESET-YEAR-INDEXES.
           MOVE 1 TO PH-YTD-INDEX
           MOVE 1 TO PH-BENCH-YTD-INDEX
           PERFORM RESET-QUARTER-INDEXES.

       RESET-QUARTER-INDEXES.
           MOVE 1 TO PH-QTD-INDEX
           MOVE 1 TO PH-BENCH-QTD-INDEX
           PERFORM RESET-MONTH-INDEXES.

       RESET-MONTH-INDEXES.
           MOVE 1 TO PH-MTD-INDEX
           MOVE 1 TO PH-BENCH-MTD-INDEX.

       SET-PERF-ROW-FIGURES.
           MOVE WS-ENTITY-HOUSEHOLD TO PH-HOUSEHOLD-ID
           MOVE WS-MODEL-ID TO PH-MODEL-ID
           MOVE WS-RUN-DATE TO PH-LAST-DATE
           MOVE WS-BEGIN-VALUE TO PH-BEGIN-VALUE
           MOVE WS-END-VALUE TO PH-END-VALUE
           MOVE WS-NET-FLOW TO PH-NET-FLOW
           MOVE WS-DAY-RETURN TO PH-DAY-RETURN
           MOVE WS-BENCH-RETURN TO PH-BENCH-DAY-RETURN.

       CHAIN-LINK-DAY.
           COMPUTE PH-MTD-INDEX ROUNDED =
              PH-MTD-INDEX * (1 + WS-DAY-RETURN)
           COMPUTE PH-QTD-INDEX ROUNDED =
              PH-QTD-INDEX * (1 + WS-DAY-RETURN)
           COMPUTE PH-YTD-INDEX ROUNDED =
              PH-YTD-INDEX * (1 + WS-DAY-RETURN)
           COMPUTE PH-BENCH-MTD-INDEX ROUNDED =
              PH-BENCH-MTD-INDEX * (1 + WS-BENCH-RETURN)
           COMPUTE PH-BENCH-QTD-INDEX ROUNDED =
              PH-BENCH-QTD-INDEX * (1 + WS-BENCH-RETURN)
           COMPUTE PH-BENCH-YTD-INDEX ROUNDED =
              PH-BENCH-YTD-INDEX * (1 + WS-BENCH-RETURN).

       ACCUMULATE-HOUSEHOLD.
           MOVE AV-HOUSEHOLD-ID TO HW-HOUSEHOLD-ID
           READ HOUSEHOLD-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              MOVE AV-HOUSEHOLD-ID TO HW-HOUSEHOLD-ID
              MOVE 0 TO HW-ACCOUNT-COUNT
              MOVE 0 TO HW-BEGIN-VALUE
              MOVE 0 TO HW-END-VALUE
              MOVE 0 TO HW-NET-FLOW
              MOVE 0 TO HW-BENCH-BASE
              MOVE 0 TO HW-BENCH-DOLLARS
              MOVE SPACES TO HW-RESERVED
              WRITE HW-HOUSEHOLD-RECORD
           END-IF
           ADD 1 TO HW-ACCOUNT-COUNT
           ADD WS-BEGIN-VALUE TO HW-BEGIN-VALUE
           ADD WS-END-VALUE TO HW-END-VALUE
           ADD WS-NET-FLOW TO HW-NET-FLOW
           IF WS-MODEL-ID NOT = SPACES
              ADD WS-BEGIN-VALUE TO HW-BENCH-BASE
              COMPUTE HW-BENCH-DOLLARS ROUNDED =
                 HW-BENCH-DOLLARS
                 + WS-BENCH-RETURN * WS-BEGIN-VALUE
           END-IF
           REWRITE HW-HOUSEHOLD-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING HOUSEHOLD-WORK, STATUS='
                 WS-FILE-STATUS ' HOUSEHOLD=' AV-HOUSEHOLD-ID
           END-IF.

       MEASURE-HOUSEHOLDS.
      * BR: A household's return is the same modified Dietz on
      *     the summed values and flows of its measured accounts,
      *     linked on its own history row
           DISPLAY '------------------------------------------------'
           DISPLAY ' HOUSEHOLDS'
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO HW-HOUSEHOLD-ID
           START HOUSEHOLD-WORK
              KEY NOT < HW-HOUSEHOLD-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM MEASURE-ONE-HOUSEHOLD
              UNTIL SCAN-DONE.

       MEASURE-ONE-HOUSEHOLD.
      * BR: Any failed READ ends the sweep
           READ HOUSEHOLD-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              ADD 1 TO WS-HOUSEHOLDS-MEASURED
              MOVE HW-BEGIN-VALUE TO WS-BEGIN-VALUE
              MOVE HW-END-VALUE TO WS-END-VALUE
              MOVE HW-NET-FLOW TO WS-NET-FLOW
              MOVE 0 TO WS-BENCH-RETURN
              MOVE SPACES TO WS-MODEL-ID
              IF HW-BENCH-BASE > 0
                 COMPUTE WS-BENCH-RETURN ROUNDED =
                    HW-BENCH-DOLLARS / HW-BENCH-BASE
                 MOVE 'HOUSEHLD' TO WS-MODEL-ID
              END-IF
              MOVE 0 TO WS-DAY-RETURN
              COMPUTE WS-DIETZ-BASE ROUNDED =
                 WS-BEGIN-VALUE + WS-NET-FLOW / 2
              IF WS-DIETZ-BASE > 0
                 COMPUTE WS-DAY-RETURN ROUNDED =
                    (WS-END-VALUE - WS-BEGIN-VALUE
                     - WS-NET-FLOW) / WS-DIETZ-BASE
                    ON SIZE ERROR MOVE 0 TO WS-DAY-RETURN
                 END-COMPUTE
              END-IF
              MOVE 'H' TO WS-ENTITY-TYPE
              MOVE HW-HOUSEHOLD-ID TO WS-ENTITY-ID
              MOVE HW-HOUSEHOLD-ID TO WS-ENTITY-HOUSEHOLD
              PERFORM LINK-PERIOD-RETURNS
              PERFORM REPORT-ONE-MEASURE-LINE
           END-IF.

       REPORT-TRAILING-ACCOUNTS.
      * BR: Read back from the history file so the list reflects
      *     what was linked, rerun or not
           DISPLAY '------------------------------------------------'
           DISPLAY ' ACCOUNTS TRAILING MODEL QTD BY MORE THAN '
              WS-TRAIL-THRESHOLD ' PCT'
           SET SCAN-MORE TO TRUE
           MOVE 'A' TO PH-ENTITY-TYPE
           MOVE LOW-VALUES TO PH-ENTITY-ID
           START PERF-HISTORY
              KEY NOT < PH-PERF-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-TRAILING
              UNTIL SCAN-DONE.

       CHECK-ONE-TRAILING.
      * BR: Any failed READ ends the sweep
           READ PERF-HISTORY NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF NOT PH-ACCOUNT-ROW
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF PH-LAST-DATE = WS-RUN-DATE
                    AND PH-MODEL-ID NOT = SPACES
                    PERFORM CALC-REPORT-PCTS
                    IF WS-EXCESS-QTD-PCT < 0
                       AND 0 - WS-EXCESS-QTD-PCT
                          > WS-TRAIL-THRESHOLD
                       ADD 1 TO WS-ACCOUNTS-TRAILING
                       DISPLAY ' ' PH-ENTITY-ID ' '
                          PH-HOUSEHOLD-ID ' ' PH-MODEL-ID
                          ' QTD ' WS-QTD-PCT
                          ' MODEL ' WS-BENCH-QTD-PCT
                          ' EXCESS ' WS-EXCESS-QTD-PCT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CALC-REPORT-PCTS.
           COMPUTE WS-DAY-PCT ROUNDED = PH-DAY-RETURN * 100
           COMPUTE WS-MTD-PCT ROUNDED = (PH-MTD-INDEX - 1) * 100
           COMPUTE WS-QTD-PCT ROUNDED = (PH-QTD-INDEX - 1) * 100
           COMPUTE WS-YTD-PCT ROUNDED = (PH-YTD-INDEX - 1) * 100
           COMPUTE WS-BENCH-QTD-PCT ROUNDED =
              (PH-BENCH-QTD-INDEX - 1) * 100
           COMPUTE WS-EXCESS-QTD-PCT =
              WS-QTD-PCT - WS-BENCH-QTD-PCT.

       CLOSE-PERF-FILES.
           CLOSE ACCT-VALUE-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ACCT-VALUE-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE PERF-HISTORY
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PERF-HISTORY, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE FLOW-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FLOW-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE MODEL-ASSIGN-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING MODEL-ASSIGN-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE HOUSEHOLD-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING HOUSEHOLD-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF.

       REPORT-ACCOUNT-HEADER.
           DISPLAY '================================================'
           DISPLAY ' WPERF-150 PERFORMANCE REPORT'
           DISPLAY ' MEASUREMENT DATE: ' WS-RUN-DATE
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      HOUSEHOLD  DAY PCT   MTD PCT'
              '   QTD PCT   YTD PCT   MODEL QTD EXCESS'.

       REPORT-ONE-MEASURE-LINE.
      * BR: The line prints what is on the history row — a rerun
      *     shows the figures linked the first time
           PERFORM CALC-REPORT-PCTS
           MOVE SPACES TO WS-REPORT-FLAG
           IF PH-MODEL-ID = SPACES
              MOVE 'NO MODEL' TO WS-REPORT-FLAG
           END-IF
           IF PH-BEGIN-VALUE = 0
              MOVE 'INCEPTN' TO WS-REPORT-FLAG
           END-IF
           DISPLAY ' ' PH-ENTITY-ID ' ' PH-HOUSEHOLD-ID
              ' ' WS-DAY-PCT ' ' WS-MTD-PCT ' ' WS-QTD-PCT
              ' ' WS-YTD-PCT ' ' WS-BENCH-QTD-PCT
              ' ' WS-EXCESS-QTD-PCT ' ' WS-REPORT-FLAG.

       REPORT-PERF-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' FLOWS POSTED......: ' WS-FLOWS-READ
           DISPLAY ' PAYOUTS SKIPPED...: ' WS-FLOWS-PAYOUT-SKIP
           DISPLAY ' FEE RAISES SKIPPED: ' WS-FLOWS-FEE-SKIP
           DISPLAY ' BENCH ROWS READ...: ' WS-BENCH-ROWS-READ
           DISPLAY ' BENCH ROWS STALE..: ' WS-BENCH-ROWS-STALE
           DISPLAY ' ACCOUNTS READ.....: ' WS-ACCOUNTS-READ
           DISPLAY ' ACCOUNTS MEASURED.: ' WS-ACCOUNTS-MEASURED
           DISPLAY ' NOT VALUED TODAY..: ' WS-ACCOUNTS-NOT-VALUED
           DISPLAY ' INCEPTION DAYS....: ' WS-ACCOUNTS-INCEPTION
           DISPLAY ' UNMEASURABLE DAYS.: ' WS-ACCOUNTS-NO-BASE
           DISPLAY ' ALREADY LINKED....: ' WS-ACCOUNTS-RELINK
           DISPLAY ' NO MODEL..........: ' WS-ACCOUNTS-NO-MODEL
           DISPLAY ' HOUSEHOLDS........: ' WS-HOUSEHOLDS-MEASURED
           DISPLAY ' ACCOUNTS TRAILING.: ' WS-ACCOUNTS-TRAILING
           DISPLAY '------------------------------------------------'
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   TRAIL THRESHOLD PCT.: ' WS-TRAIL-THRESHOLD
           DISPLAY '   PARMS READ/FUT/UNK..: ' WS-PARMS-READ ' '
              WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.
