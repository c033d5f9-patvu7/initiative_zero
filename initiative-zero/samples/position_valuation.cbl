      * ══════════════════════════════════════════════════════════
      * MORNING POSITION VALUATION
      * Module: POSITION-VALUE (Batch Job WPVAL-130)
      * Wealth Management — Core System
      * Batch cycle: Morning 07:45 EST, immediately after the
      *   WTSET-120 settlement posting
      * Upstream: WM.PRICE.FEED (vendor end-of-day prices),
      *   WM.POS.MASTER, WM.ACCT.CASH
      * Downstream: WM.POS.MASTER (valued in place),
      *   WM.ACCT.VALUE (account totals, day over day), account
      *   valuation report
      * Written 2026-10-15 M. Alvarez — SETTLE-POST's header has
      *   promised "the morning valuation job trues up the full
      *   account weights" since it was written, but no such job
      *   existed: PM-CURRENT-ALLOC was only ever scaled by each
      *   position's own fills, and market moves never reached
      *   the master at all, so the 02:00 CALC-DRIFT ran on
      *   weights that drifted further from reality every day.
      *   This job reprices every position from the price feed,
      *   recomputes market value and unrealized gain/loss, then
      *   recomputes PM-POSITION-PCT (the position's share of the
      *   account) and PM-CURRENT-ALLOC (its asset class's share
      *   of the account) against the account's total value
      *   including its WM.ACCT.CASH settled cash. Each account's
      *   total is carried on WM.ACCT.VALUE and compared with the
      *   prior day's; abnormal moves are flagged for review.
      * BR: The master carries dollars, not units. PM-LAST-PRICE
      *   is the price the market value was last struck at, so
      *   the implied holding is PM-MARKET-VALUE / PM-LAST-PRICE
      *   and the new value is that holding at today's price. A
      *   position with no last price (opened by WTSET-120 or
      *   touched by WCACT-090) keeps its value and is re-based
      *   at today's price.
      * BR: A position with no usable quote (missing, or older
      *   than the staleness limit) holds at its last value and
      *   is listed; it still counts in the account total.
      * BR: Settled cash counts in the account total and in the
      *   CASH asset class weight.
      * WARNING: POSITION-MASTER-REC and AC-CASH-RECORD layouts
      *   must stay in step with REBAL-ENGINE's and SETTLE-POST's
      *   FDs.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-VALUE.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FEED ASSIGN TO 'WM.PRICE.FEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'WM.POS.MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POSITION-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-CASH-FILE ASSIGN TO 'WM.ACCT.CASH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-VALUE-FILE ASSIGN TO 'WM.ACCT.VALUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRICE-WORK ASSIGN TO 'WM.VALUE.PRICEWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-SYMBOL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'WM.VALUE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FEED
           RECORDING MODE IS F.
       01  PF-PRICE-RECORD.
           05 PF-SYMBOL            PIC X(8).
           05 PF-PRICE             PIC 9(7)V99.
           05 PF-PRICE-DATE        PIC 9(8).
           05 PF-ASSET-CLASS       PIC X(4).
           05 PF-RESERVED          PIC X(10).

       FD  POSITION-FILE
           RECORDING MODE IS F.
       01  POSITION-MASTER-REC.
           05 PM-POSITION-KEY.
              10 PM-ACCOUNT-ID     PIC X(12).
              10 PM-SYMBOL         PIC X(8).
           05 PM-HOUSEHOLD-ID      PIC X(10).
           05 PM-ASSET-CLASS       PIC X(4).
           05 PM-TARGET-ALLOC      PIC 9(3)V99.
           05 PM-CURRENT-ALLOC     PIC 9(3)V99.
           05 PM-MARKET-VALUE      PIC 9(9)V99.
           05 PM-UNREALIZED-GL     PIC S9(9)V99.
           05 PM-HOLD-DAYS         PIC 9(5).
           05 PM-COST-BASIS        PIC 9(9)V99.
           05 PM-POSITION-PCT      PIC 9(3)V99.
           05 PM-LAST-PRICE        PIC 9(7)V99.
           05 PM-RESERVED          PIC X(1).

       FD  ACCT-CASH-FILE
           RECORDING MODE IS F.
       01  AC-CASH-RECORD.
           05 AC-ACCOUNT-ID        PIC X(12).
           05 AC-SETTLED-CASH      PIC 9(9)V99.
           05 AC-VALUE-DATE        PIC 9(8).
           05 AC-RESERVED          PIC X(10).

       FD  ACCT-VALUE-FILE
           RECORDING MODE IS F.
      * BR: One row per account, rewritten each morning; the
      *     prior value rolls only when the valuation date
      *     changes, so a same-day rerun compares against the
      *     same prior day
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

       FD  PRICE-WORK
           RECORDING MODE IS F.
      * BR: Per-run keyed copy of this morning's usable quotes
       01  PW-PRICE-RECORD.
           05 PW-SYMBOL            PIC X(8).
           05 PW-PRICE             PIC 9(7)V99.
           05 PW-PRICE-DATE        PIC 9(8).
           05 PW-ASSET-CLASS       PIC X(4).
           05 PW-RESERVED          PIC X(10).

       FD  PARM-FILE
           RECORDING MODE IS F.
      * BR: Same keyword/value layout as WM.PARM.FILE, kept apart
      *     so the rebalance's unknown-key count stays clean
       01  PR-PARM-RECORD.
           05 PR-PARM-KEY          PIC X(20).
           05 PR-EFFECTIVE-DATE    PIC 9(8).
           05 PR-PARM-VALUE        PIC 9(9)V99.
           05 PR-RESERVED          PIC X(10).

       WORKING-STORAGE SECTION.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-STALE-CUTOFF-DATE PIC 9(8).
          05 WS-STALE-CUTOFF-NUM  PIC 9(7).
          05 WS-PRICES-READ       PIC 9(6) VALUE 0.
          05 WS-PRICES-LOADED     PIC 9(6) VALUE 0.
          05 WS-PRICES-STALE      PIC 9(6) VALUE 0.
          05 WS-POSITIONS-READ    PIC 9(6) VALUE 0.
          05 WS-POSITIONS-PRICED  PIC 9(6) VALUE 0.
          05 WS-POSITIONS-REBASED PIC 9(6) VALUE 0.
          05 WS-POSITIONS-HELD    PIC 9(6) VALUE 0.
          05 WS-CLASSES-FILLED    PIC 9(6) VALUE 0.
          05 WS-HOUSEHOLDS-FILLED PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-VALUED   PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-NEW      PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-FLAGGED  PIC 9(6) VALUE 0.
          05 WS-BOOK-SEC-VALUE    PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-CASH-VALUE   PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-TOTAL-VALUE  PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-PRIOR-VALUE  PIC 9(13)V99 VALUE 0.

      * --- PARAMETERS (WM.VALUE.PARM) ---
      * BR: A day-over-day move beyond MOVE-FLAG-PCT either way
      *     flags the account; a quote older than PRICE-STALE-DAYS
      *     is not used
       01 WS-VALUE-PARMS.
          05 WS-MOVE-FLAG-PCT     PIC 9(3)V99 VALUE 10.00.
          05 WS-PRICE-STALE-DAYS  PIC 9(3)    VALUE 003.
          05 WS-PARMS-READ        PIC 9(4)    VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4)    VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4)    VALUE 0.

      * --- ACCOUNT BEING VALUED ---
       01 WS-ACCOUNT-WORK.
          05 WS-CUR-ACCOUNT-ID    PIC X(12).
          05 WS-ACCT-HOUSEHOLD-ID PIC X(10).
          05 WS-ACCT-SEC-VALUE    PIC 9(11)V99 VALUE 0.
          05 WS-ACCT-CASH-VALUE   PIC 9(11)V99 VALUE 0.
          05 WS-ACCT-TOTAL-VALUE  PIC 9(11)V99 VALUE 0.
          05 WS-ACCT-PRIOR-VALUE  PIC 9(11)V99 VALUE 0.
          05 WS-ACCT-MOVE-AMT     PIC S9(11)V99 VALUE 0.
          05 WS-ACCT-MOVE-PCT     PIC S9(5)V99 VALUE 0.
          05 WS-ACCT-ABS-MOVE-PCT PIC 9(5)V99  VALUE 0.
          05 WS-ACCT-FLAG         PIC X(8)     VALUE SPACES.

      * --- ASSET-CLASS TOTALS FOR THE ACCOUNT ---
      * BR: Ten classes is far beyond the four the models use;
      *     an account with more is reported and its overflow
      *     classes carry a zero allocation
       01 WS-CLASS-TABLE.
          05 WS-CLASS-ENTRY OCCURS 10 TIMES
                INDEXED BY CL-IDX.
             10 CL-ASSET-CLASS    PIC X(4).
             10 CL-VALUE          PIC 9(11)V99.
          05 WS-CLASS-COUNT       PIC 9(2) VALUE 0.
       01 WS-CLASS-WORK.
          05 WS-CLASS-MATCH-IDX   PIC 9(2)     VALUE 0.
          05 WS-CLASS-FIND        PIC X(4)     VALUE SPACES.
          05 WS-CLASS-ADD-AMT     PIC 9(11)V99 VALUE 0.

       01 WS-EOF-FLAGS.
          05 WS-FEED-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 FEED-EOF             VALUE 'Y'.
             88 FEED-MORE            VALUE 'N'.
          05 WS-POS-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 POS-EOF              VALUE 'Y'.
             88 POS-MORE             VALUE 'N'.
          05 WS-ACCT-SCAN-FLAG    PIC X(1) VALUE 'N'.
             88 ACCT-SCAN-DONE       VALUE 'Y'.
             88 ACCT-SCAN-MORE       VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
          05 WS-CASH-OPEN-FLAG    PIC X(1) VALUE 'N'.
             88 CASH-FILE-OPEN       VALUE 'Y'.
             88 CASH-FILE-ABSENT     VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-VALUATION.
           PERFORM INIT-VALUATION
           PERFORM REPORT-VALUATION-HEADER
           PERFORM VALUE-ONE-ACCOUNT
              UNTIL POS-EOF
           PERFORM REPORT-VALUATION-TOTALS
           PERFORM CLOSE-VALUATION-FILES
           STOP RUN.

       INIT-VALUATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-VALUE-PARMS
           COMPUTE WS-STALE-CUTOFF-NUM =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - WS-PRICE-STALE-DAYS
           COMPUTE WS-STALE-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-STALE-CUTOFF-NUM)
           PERFORM LOAD-PRICE-FEED
           OPEN I-O POSITION-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSITION-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPVAL-130 ABEND — POSITION MASTER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: No balance master yet means no account holds cash —
      *     value the securities alone and say so
           OPEN INPUT ACCT-CASH-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 SET CASH-FILE-OPEN TO TRUE
              WHEN '35'
                 DISPLAY 'WM.ACCT.CASH NOT PRESENT —'
                    ' SECURITIES VALUED WITHOUT CASH'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ACCT-CASH-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WPVAL-130 ABEND — CASH MASTER'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE
           PERFORM OPEN-ACCT-VALUE-FILE
           SET POS-MORE TO TRUE
           READ POSITION-FILE NEXT RECORD
              AT END SET POS-EOF TO TRUE
           END-READ.

       OPEN-ACCT-VALUE-FILE.
      * BR: The value history is permanent and keyed — status
      *     35 on the very first run creates it
           OPEN I-O ACCT-VALUE-FILE
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT ACCT-VALUE-FILE
              CLOSE ACCT-VALUE-FILE
              OPEN I-O ACCT-VALUE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-VALUE-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPVAL-130 ABEND — ACCOUNT VALUE FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       LOAD-VALUE-PARMS.
      * BR: Status 35 just means no parameter file was staged —
      *     the compiled defaults stay in force and the report
      *     says so; any other status is an error
           OPEN INPUT PARM-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-PARM
                 PERFORM APPLY-ONE-PARM
                    UNTIL PARM-EOF
                 CLOSE PARM-FILE
              WHEN '35'
                 DISPLAY 'WM.VALUE.PARM NOT PRESENT —'
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
                 WHEN 'MOVE-FLAG-PCT'
                    MOVE PR-PARM-VALUE TO WS-MOVE-FLAG-PCT
                 WHEN 'PRICE-STALE-DAYS'
                    MOVE PR-PARM-VALUE TO WS-PRICE-STALE-DAYS
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-PRICE-FEED.
      * BR: No price feed, no valuation — every position would
      *     hold at yesterday's value and the report would say
      *     the book did not move
           OPEN OUTPUT PRICE-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING PRICE-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPVAL-130 ABEND — PRICE WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE PRICE-WORK
           OPEN I-O PRICE-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRICE-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPVAL-130 ABEND — PRICE WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN INPUT PRICE-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRICE-FEED, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WPVAL-130 ABEND — PRICE FEED UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM READ-ONE-PRICE
           PERFORM STORE-ONE-PRICE
              UNTIL FEED-EOF
           CLOSE PRICE-FEED.

       READ-ONE-PRICE.
           READ PRICE-FEED
              AT END SET FEED-EOF TO TRUE
           END-READ.

       STORE-ONE-PRICE.
      * BR: A quote older than the staleness cutoff, or a zero
      *     price, is not used; a symbol quoted twice takes the
      *     later record
           ADD 1 TO WS-PRICES-READ
           IF PF-PRICE-DATE < WS-STALE-CUTOFF-DATE
              OR PF-PRICE = 0
              ADD 1 TO WS-PRICES-STALE
           ELSE
              MOVE PF-SYMBOL TO PW-SYMBOL
              MOVE PF-PRICE TO PW-PRICE
              MOVE PF-PRICE-DATE TO PW-PRICE-DATE
              MOVE PF-ASSET-CLASS TO PW-ASSET-CLASS
              MOVE SPACES TO PW-RESERVED
              WRITE PW-PRICE-RECORD
              IF WS-FILE-STATUS = '22'
                 REWRITE PW-PRICE-RECORD
              END-IF
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR STORING PRICE, STATUS='
                    WS-FILE-STATUS ' SYMBOL=' PF-SYMBOL
              ELSE
                 ADD 1 TO WS-PRICES-LOADED
              END-IF
           END-IF
           PERFORM READ-ONE-PRICE.

       VALUE-ONE-ACCOUNT.
      * BR: Two passes over each account's positions — the first
      *     prices them and totals the account, the second weighs
      *     each against that total. The master is keyed account
      *     + symbol, so a START on the account re-reads exactly
      *     its positions, and the second pass leaves the file on
      *     the next account's first position.
           MOVE PM-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
           MOVE SPACES TO WS-ACCT-HOUSEHOLD-ID
           MOVE 0 TO WS-ACCT-SEC-VALUE
           MOVE 0 TO WS-ACCT-CASH-VALUE
           MOVE 0 TO WS-CLASS-COUNT
           SET ACCT-SCAN-MORE TO TRUE
           PERFORM PRICE-ONE-POSITION
              UNTIL ACCT-SCAN-DONE
           PERFORM LOOKUP-ACCOUNT-CASH
           ADD WS-ACCT-SEC-VALUE WS-ACCT-CASH-VALUE
              GIVING WS-ACCT-TOTAL-VALUE
           MOVE WS-CUR-ACCOUNT-ID TO PM-ACCOUNT-ID
           MOVE LOW-VALUES TO PM-SYMBOL
           SET POS-MORE TO TRUE
           SET ACCT-SCAN-MORE TO TRUE
           START POSITION-FILE
              KEY NOT < PM-POSITION-KEY
              INVALID KEY
                 SET POS-EOF TO TRUE
                 SET ACCT-SCAN-DONE TO TRUE
           END-START
           IF ACCT-SCAN-MORE
              PERFORM READ-NEXT-POSITION
           END-IF
           PERFORM WEIGHT-ONE-POSITION
              UNTIL ACCT-SCAN-DONE
           PERFORM POST-ACCOUNT-VALUE
           PERFORM REPORT-ONE-ACCOUNT.

       READ-NEXT-POSITION.
           READ POSITION-FILE NEXT RECORD
              AT END
                 SET POS-EOF TO TRUE
                 SET ACCT-SCAN-DONE TO TRUE
           END-READ
           IF POS-MORE
              IF PM-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
                 SET ACCT-SCAN-DONE TO TRUE
              END-IF
           END-IF.

       PRICE-ONE-POSITION.
      * BR: New value = implied holding at today's price; a
      *     position with no last price keeps its value and takes
      *     today's price as its new basis. A blank asset class
      *     (a position WTSET-120 opened) takes the vendor's
      *     classification from the feed.
           ADD 1 TO WS-POSITIONS-READ
           MOVE PM-SYMBOL TO PW-SYMBOL
           READ PRICE-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF PM-LAST-PRICE > 0
                 COMPUTE PM-MARKET-VALUE ROUNDED =
                    PM-MARKET-VALUE * PW-PRICE / PM-LAST-PRICE
                    ON SIZE ERROR
                       DISPLAY ' VALUE OVERFLOW — HELD AT LAST'
                          ' VALUE: ' PM-ACCOUNT-ID ' ' PM-SYMBOL
                 END-COMPUTE
                 ADD 1 TO WS-POSITIONS-PRICED
              ELSE
                 ADD 1 TO WS-POSITIONS-REBASED
              END-IF
              MOVE PW-PRICE TO PM-LAST-PRICE
              IF PM-ASSET-CLASS = SPACES
                 AND PW-ASSET-CLASS NOT = SPACES
                 MOVE PW-ASSET-CLASS TO PM-ASSET-CLASS
                 ADD 1 TO WS-CLASSES-FILLED
              END-IF
           ELSE
              ADD 1 TO WS-POSITIONS-HELD
              DISPLAY ' NO USABLE PRICE — HELD AT LAST VALUE: '
                 PM-ACCOUNT-ID ' ' PM-SYMBOL ' ' PM-MARKET-VALUE
           END-IF
           COMPUTE PM-UNREALIZED-GL =
              PM-MARKET-VALUE - PM-COST-BASIS
           IF WS-ACCT-HOUSEHOLD-ID = SPACES
              MOVE PM-HOUSEHOLD-ID TO WS-ACCT-HOUSEHOLD-ID
           END-IF
           ADD PM-MARKET-VALUE TO WS-ACCT-SEC-VALUE
           MOVE PM-ASSET-CLASS TO WS-CLASS-FIND
           MOVE PM-MARKET-VALUE TO WS-CLASS-ADD-AMT
           PERFORM ADD-TO-CLASS-TOTAL
           REWRITE POSITION-MASTER-REC
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING POSITION, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' PM-ACCOUNT-ID
           END-IF
           PERFORM READ-NEXT-POSITION.

       ADD-TO-CLASS-TOTAL.
           MOVE 0 TO WS-CLASS-MATCH-IDX
           PERFORM SCAN-CLASS-TABLE
              VARYING CL-IDX FROM 1 BY 1
              UNTIL CL-IDX > WS-CLASS-COUNT
                 OR WS-CLASS-MATCH-IDX NOT = 0
           IF WS-CLASS-MATCH-IDX = 0
              IF WS-CLASS-COUNT < 10
                 ADD 1 TO WS-CLASS-COUNT
                 MOVE WS-CLASS-COUNT TO WS-CLASS-MATCH-IDX
                 MOVE WS-CLASS-FIND
                    TO CL-ASSET-CLASS (WS-CLASS-MATCH-IDX)
                 MOVE 0 TO CL-VALUE (WS-CLASS-MATCH-IDX)
              ELSE
                 DISPLAY ' CLASS TABLE FULL — ALLOCATION NOT'
                    ' WEIGHED: ' WS-CUR-ACCOUNT-ID ' '
                    WS-CLASS-FIND
              END-IF
           END-IF
           IF WS-CLASS-MATCH-IDX NOT = 0
              ADD WS-CLASS-ADD-AMT
                 TO CL-VALUE (WS-CLASS-MATCH-IDX)
           END-IF.

       SCAN-CLASS-TABLE.
           IF CL-ASSET-CLASS (CL-IDX) = WS-CLASS-FIND
              MOVE CL-IDX TO WS-CLASS-MATCH-IDX
           END-IF.

       LOOKUP-ACCOUNT-CASH.
      * BR: Settled cash joins the account total and the CASH
      *     class; an account with no balance row holds none
           IF CASH-FILE-OPEN
              MOVE WS-CUR-ACCOUNT-ID TO AC-ACCOUNT-ID
              READ ACCT-CASH-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF WS-FILE-STATUS = '00'
                 MOVE AC-SETTLED-CASH TO WS-ACCT-CASH-VALUE
                 MOVE 'CASH' TO WS-CLASS-FIND
                 MOVE AC-SETTLED-CASH TO WS-CLASS-ADD-AMT
                 PERFORM ADD-TO-CLASS-TOTAL
              END-IF
           END-IF.

       WEIGHT-ONE-POSITION.
      * BR: PM-POSITION-PCT is the position's share of the
      *     account; PM-CURRENT-ALLOC is its asset class's share,
      *     the figure CALC-DRIFT compares with the model target.
      *     A blank household (a position WTSET-120 opened) takes
      *     the account's household from its other positions.
           IF WS-ACCT-TOTAL-VALUE > 0
              COMPUTE PM-POSITION-PCT ROUNDED =
                 PM-MARKET-VALUE * 100 / WS-ACCT-TOTAL-VALUE
              MOVE 0 TO WS-CLASS-MATCH-IDX
              MOVE PM-ASSET-CLASS TO WS-CLASS-FIND
              PERFORM SCAN-CLASS-TABLE
                 VARYING CL-IDX FROM 1 BY 1
                 UNTIL CL-IDX > WS-CLASS-COUNT
                    OR WS-CLASS-MATCH-IDX NOT = 0
              IF WS-CLASS-MATCH-IDX NOT = 0
                 COMPUTE PM-CURRENT-ALLOC ROUNDED =
                    CL-VALUE (WS-CLASS-MATCH-IDX) * 100
                    / WS-ACCT-TOTAL-VALUE
              ELSE
                 MOVE 0 TO PM-CURRENT-ALLOC
              END-IF
           ELSE
              MOVE 0 TO PM-POSITION-PCT
              MOVE 0 TO PM-CURRENT-ALLOC
           END-IF
           IF PM-HOUSEHOLD-ID = SPACES
              AND WS-ACCT-HOUSEHOLD-ID NOT = SPACES
              MOVE WS-ACCT-HOUSEHOLD-ID TO PM-HOUSEHOLD-ID
              ADD 1 TO WS-HOUSEHOLDS-FILLED
           END-IF
           REWRITE POSITION-MASTER-REC
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING POSITION, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' PM-ACCOUNT-ID
           END-IF
           PERFORM READ-NEXT-POSITION.

       POST-ACCOUNT-VALUE.
      * BR: The prior value rolls forward only on a new
      *     valuation date; a first-ever valuation has no prior
      *     and is never flagged
           ADD 1 TO WS-ACCOUNTS-VALUED
           MOVE SPACES TO WS-ACCT-FLAG
           MOVE 0 TO WS-ACCT-MOVE-AMT
           MOVE 0 TO WS-ACCT-MOVE-PCT
           MOVE WS-CUR-ACCOUNT-ID TO AV-ACCOUNT-ID
           READ ACCT-VALUE-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF AV-VALUE-DATE NOT = WS-RUN-DATE
                 MOVE AV-VALUE-DATE TO AV-PRIOR-DATE
                 MOVE AV-TOTAL-VALUE TO AV-PRIOR-VALUE
              END-IF
              PERFORM FILL-ACCT-VALUE-RECORD
              REWRITE AV-VALUE-RECORD
           ELSE
              MOVE WS-CUR-ACCOUNT-ID TO AV-ACCOUNT-ID
              MOVE 0 TO AV-PRIOR-DATE
              MOVE 0 TO AV-PRIOR-VALUE
              MOVE SPACES TO AV-RESERVED
              PERFORM FILL-ACCT-VALUE-RECORD
              WRITE AV-VALUE-RECORD
              ADD 1 TO WS-ACCOUNTS-NEW
              MOVE 'NEW' TO WS-ACCT-FLAG
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING ACCOUNT VALUE, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' WS-CUR-ACCOUNT-ID
           END-IF
           MOVE AV-PRIOR-VALUE TO WS-ACCT-PRIOR-VALUE
           ADD WS-ACCT-SEC-VALUE TO WS-BOOK-SEC-VALUE
           ADD WS-ACCT-CASH-VALUE TO WS-BOOK-CASH-VALUE
           ADD WS-ACCT-TOTAL-VALUE TO WS-BOOK-TOTAL-VALUE
           ADD WS-ACCT-PRIOR-VALUE TO WS-BOOK-PRIOR-VALUE
           IF WS-ACCT-PRIOR-VALUE > 0
              COMPUTE WS-ACCT-MOVE-AMT =
                 WS-ACCT-TOTAL-VALUE - WS-ACCT-PRIOR-VALUE
              COMPUTE WS-ACCT-MOVE-PCT ROUNDED =
                 WS-ACCT-MOVE-AMT * 100 / WS-ACCT-PRIOR-VALUE
                 ON SIZE ERROR MOVE 99999.99 TO WS-ACCT-MOVE-PCT
              END-COMPUTE
              IF WS-ACCT-MOVE-PCT < 0
                 COMPUTE WS-ACCT-ABS-MOVE-PCT =
                    0 - WS-ACCT-MOVE-PCT
              ELSE
                 MOVE WS-ACCT-MOVE-PCT TO WS-ACCT-ABS-MOVE-PCT
              END-IF
              IF WS-ACCT-ABS-MOVE-PCT > WS-MOVE-FLAG-PCT
                 MOVE '**REVIEW' TO WS-ACCT-FLAG
                 ADD 1 TO WS-ACCOUNTS-FLAGGED
              END-IF
           END-IF.

       FILL-ACCT-VALUE-RECORD.
           MOVE WS-ACCT-HOUSEHOLD-ID TO AV-HOUSEHOLD-ID
           MOVE WS-RUN-DATE TO AV-VALUE-DATE
           MOVE WS-ACCT-SEC-VALUE TO AV-SECURITIES-VALUE
           MOVE WS-ACCT-CASH-VALUE TO AV-CASH-VALUE
           MOVE WS-ACCT-TOTAL-VALUE TO AV-TOTAL-VALUE.

       CLOSE-VALUATION-FILES.
           CLOSE POSITION-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING POSITION-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           IF CASH-FILE-OPEN
              CLOSE ACCT-CASH-FILE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR CLOSING ACCT-CASH-FILE, STATUS='
                    WS-FILE-STATUS
              END-IF
           END-IF
           CLOSE ACCT-VALUE-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ACCT-VALUE-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE PRICE-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PRICE-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF.

       REPORT-VALUATION-HEADER.
           DISPLAY '================================================'
           DISPLAY ' WPVAL-130 ACCOUNT VALUATION REPORT'
           DISPLAY ' VALUATION DATE: ' WS-RUN-DATE
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      HOUSEHOLD  TOTAL VALUE'
              '        PRIOR VALUE        MOVE PCT'.

       REPORT-ONE-ACCOUNT.
      * BR: Every account prints; flagged accounts carry
      *     **REVIEW for the morning desk
           DISPLAY ' ' WS-CUR-ACCOUNT-ID ' ' WS-ACCT-HOUSEHOLD-ID
              ' ' WS-ACCT-TOTAL-VALUE ' ' WS-ACCT-PRIOR-VALUE
              ' ' WS-ACCT-MOVE-PCT ' ' WS-ACCT-FLAG.

       REPORT-VALUATION-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' PRICES READ.......: ' WS-PRICES-READ
           DISPLAY ' PRICES LOADED.....: ' WS-PRICES-LOADED
           DISPLAY ' PRICES STALE/ZERO.: ' WS-PRICES-STALE
           DISPLAY ' POSITIONS READ....: ' WS-POSITIONS-READ
           DISPLAY ' POSITIONS REPRICED: ' WS-POSITIONS-PRICED
           DISPLAY ' POSITIONS REBASED.: ' WS-POSITIONS-REBASED
           DISPLAY ' POSITIONS HELD....: ' WS-POSITIONS-HELD
           DISPLAY ' CLASSES FILLED....: ' WS-CLASSES-FILLED
           DISPLAY ' HOUSEHOLDS FILLED.: ' WS-HOUSEHOLDS-FILLED
           DISPLAY ' ACCOUNTS VALUED...: ' WS-ACCOUNTS-VALUED
           DISPLAY ' ACCOUNTS NEW......: ' WS-ACCOUNTS-NEW
           DISPLAY ' ACCOUNTS FLAGGED..: ' WS-ACCOUNTS-FLAGGED
           DISPLAY ' SECURITIES VALUE..: ' WS-BOOK-SEC-VALUE
           DISPLAY ' SETTLED CASH......: ' WS-BOOK-CASH-VALUE
           DISPLAY ' TOTAL BOOK VALUE..: ' WS-BOOK-TOTAL-VALUE
           DISPLAY ' PRIOR BOOK VALUE..: ' WS-BOOK-PRIOR-VALUE
           DISPLAY '------------------------------------------------'
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   MOVE FLAG PCT.......: ' WS-MOVE-FLAG-PCT
           DISPLAY '   PRICE STALE DAYS....: ' WS-PRICE-STALE-DAYS
           DISPLAY '   PARMS READ/FUT/UNK..: ' WS-PARMS-READ ' '
              WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.
