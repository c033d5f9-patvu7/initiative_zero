      * ══════════════════════════════════════════════════════════
      * MORNING CUSTODIAN HOLDINGS AND CASH RECONCILIATION
      * Module: CUST-RECON (Batch Job WCREC-170)
      * Wealth Management — Core System
      * Batch cycle: Morning 08:00 EST, after the WPVAL-130
      *   valuation and before WFEEB-160 debits fees
      * Upstream: WM.CUSTODIAN.HOLD (custodian end-of-day
      *   holdings and cash balances), WM.POS.MASTER,
      *   WM.ACCT.CASH
      * Downstream: WM.RECON.BREAKS (accounts with open breaks,
      *   read by REBAL-ENGINE), custodian break report
      * Written 2026-10-15 M. Alvarez — the position master is
      *   changed by WCACT-090, WTSET-120 and the rebalance's own
      *   decisions, and nothing proved it still agreed with the
      *   custodian's books of record. This job matches the
      *   custodian's end-of-day file account by account and
      *   symbol by symbol to WM.POS.MASTER and WM.ACCT.CASH and
      *   reports positions only we hold, positions only the
      *   custodian holds, and quantity, value and cash breaks
      *   beyond tolerance. Every account with a break is opened
      *   (or kept open) on WM.RECON.BREAKS; REBAL-ENGINE leaves
      *   open accounts out of the 02:00 sweep until operations
      *   clears them — rebalancing on a wrong position is how
      *   trade errors start.
      * BR: The master carries dollars, not units. Our quantity
      *   is PM-MARKET-VALUE / PM-LAST-PRICE; a position with no
      *   last price (not yet re-based by WPVAL-130) is compared
      *   on value alone.
      * BR: A break stays open until operations clears it, even
      *   if a later morning matches clean — a break that
      *   disappears on its own still needs explaining. A clean
      *   open account is listed as AWAITING CLEAR.
      * BR: A zero-quantity, zero-value row on either side is a
      *   closed position and matches nothing missing.
      * Patch 2026-10-15 M. Alvarez — a failed position READ now
      *   ends the match instead of re-matching the last holding
      * WARNING: POSITION-MASTER-REC and AC-CASH-RECORD layouts
      *   must stay in step with REBAL-ENGINE's and SETTLE-POST's
      *   FDs; RB-BREAK-RECORD with REBAL-ENGINE's.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-RECON.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-FEED ASSIGN TO 'WM.CUSTODIAN.HOLD'
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
           SELECT RECON-BREAK-FILE ASSIGN TO 'WM.RECON.BREAKS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUST-WORK ASSIGN TO 'WM.CREC.CUSTWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-HOLDING-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-BREAK-WORK ASSIGN TO 'WM.CREC.ACCTWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'WM.CREC.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODIAN-FEED
           RECORDING MODE IS F.
      * BR: One row per account+symbol held ('P') and one cash
      *     balance row per account ('C', amount in
      *     CU-MARKET-VALUE, symbol blank)
       01  CU-HOLDING-RECORD.
           05 CU-RECORD-TYPE       PIC X(1).
              88 CU-POSITION-ROW      VALUE 'P'.
              88 CU-CASH-ROW          VALUE 'C'.
           05 CU-ACCOUNT-ID        PIC X(12).
           05 CU-SYMBOL            PIC X(8).
           05 CU-AS-OF-DATE        PIC 9(8).
           05 CU-QUANTITY          PIC 9(9)V9(4).
           05 CU-PRICE             PIC 9(7)V99.
           05 CU-MARKET-VALUE      PIC 9(11)V99.
           05 CU-RESERVED          PIC X(10).

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

       FD  RECON-BREAK-FILE
           RECORDING MODE IS F.
      * BR: One row per account ever broken. Opened by this job,
      *     cleared by operations through WM.RECON.CLEAR (applied
      *     by REBAL-ENGINE before its sweep); a new break on a
      *     cleared account reopens it.
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

       FD  CUST-WORK
           RECORDING MODE IS F.
      * BR: Per-run keyed copy of the custodian file; rows the
      *     master matches are marked so the leftovers are the
      *     custodian-only holdings
       01  CW-HOLDING-RECORD.
           05 CW-HOLDING-KEY.
              10 CW-ACCOUNT-ID     PIC X(12).
              10 CW-RECORD-TYPE    PIC X(1).
              10 CW-SYMBOL         PIC X(8).
           05 CW-QUANTITY          PIC 9(9)V9(4).
           05 CW-MARKET-VALUE      PIC 9(11)V99.
           05 CW-MATCH-FLAG        PIC X(1).
              88 CW-MATCHED           VALUE 'Y'.
              88 CW-UNMATCHED         VALUE 'N'.
           05 CW-RESERVED          PIC X(10).

       FD  ACCT-BREAK-WORK
           RECORDING MODE IS F.
      * BR: Per-run tally of this morning's breaks by account,
      *     posted to WM.RECON.BREAKS once every pass is done so
      *     a same-day rerun replaces the counts, not adds to
      *     them
       01  AW-ACCT-RECORD.
           05 AW-ACCOUNT-ID        PIC X(12).
           05 AW-BREAK-ITEMS       PIC 9(4).
           05 AW-BREAK-AMOUNT      PIC 9(11)V99.
           05 AW-RESERVED          PIC X(10).

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
          05 WS-FEED-AS-OF-DATE   PIC 9(8) VALUE 0.
          05 WS-FEED-ROWS-READ    PIC 9(6) VALUE 0.
          05 WS-FEED-ROWS-BAD     PIC 9(6) VALUE 0.
          05 WS-POSITIONS-READ    PIC 9(6) VALUE 0.
          05 WS-POSITIONS-MATCHED PIC 9(6) VALUE 0.
          05 WS-CASH-ROWS-READ    PIC 9(6) VALUE 0.
          05 WS-CASH-MATCHED      PIC 9(6) VALUE 0.
          05 WS-OUR-ONLY-COUNT    PIC 9(6) VALUE 0.
          05 WS-CUST-ONLY-COUNT   PIC 9(6) VALUE 0.
          05 WS-QTY-BREAK-COUNT   PIC 9(6) VALUE 0.
          05 WS-VALUE-BREAK-COUNT PIC 9(6) VALUE 0.
          05 WS-CASH-BREAK-COUNT  PIC 9(6) VALUE 0.
          05 WS-ACCTS-BROKEN      PIC 9(6) VALUE 0.
          05 WS-ACCTS-OPENED      PIC 9(6) VALUE 0.
          05 WS-ACCTS-REOPENED    PIC 9(6) VALUE 0.
          05 WS-ACCTS-OPEN        PIC 9(6) VALUE 0.
          05 WS-ACCTS-AWAITING    PIC 9(6) VALUE 0.
          05 WS-BOOK-OUR-VALUE    PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-CUST-VALUE   PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-OUR-CASH     PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-CUST-CASH    PIC 9(13)V99 VALUE 0.
          05 WS-BREAK-DOLLARS     PIC 9(13)V99 VALUE 0.

      * --- PARAMETERS (WM.CREC.PARM) ---
      * BR: A difference must EXCEED its tolerance to break;
      *     quantity in units, value and cash in dollars
       01 WS-RECON-PARMS.
          05 WS-QTY-TOLERANCE     PIC 9(5)V9(4) VALUE 0.0100.
          05 WS-VALUE-TOLERANCE   PIC 9(9)V99   VALUE 25.00.
          05 WS-CASH-TOLERANCE    PIC 9(9)V99   VALUE 1.00.
          05 WS-PARMS-READ        PIC 9(4)      VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4)      VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4)      VALUE 0.

      * --- ONE COMPARISON ---
       01 WS-MATCH-WORK.
          05 WS-OUR-QUANTITY      PIC 9(9)V9(4) VALUE 0.
          05 WS-CUST-QUANTITY     PIC 9(9)V9(4) VALUE 0.
          05 WS-QTY-DIFF          PIC S9(9)V9(4) VALUE 0.
          05 WS-ABS-QTY-DIFF      PIC 9(9)V9(4) VALUE 0.
          05 WS-OUR-VALUE         PIC 9(11)V99 VALUE 0.
          05 WS-CUST-VALUE        PIC 9(11)V99 VALUE 0.
          05 WS-VALUE-DIFF        PIC S9(11)V99 VALUE 0.
          05 WS-ABS-VALUE-DIFF    PIC 9(11)V99 VALUE 0.
          05 WS-BREAK-ACCOUNT-ID  PIC X(12).
          05 WS-BREAK-SYMBOL      PIC X(8).
          05 WS-BREAK-TYPE        PIC X(10).
          05 WS-QTY-KNOWN-FLAG    PIC X(1) VALUE 'N'.
             88 QTY-KNOWN            VALUE 'Y'.
             88 QTY-NOT-KNOWN        VALUE 'N'.

       01 WS-EOF-FLAGS.
          05 WS-FEED-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 FEED-EOF             VALUE 'Y'.
             88 FEED-MORE            VALUE 'N'.
          05 WS-POS-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 POS-EOF              VALUE 'Y'.
             88 POS-MORE             VALUE 'N'.
          05 WS-CASH-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 CASH-EOF             VALUE 'Y'.
             88 CASH-MORE            VALUE 'N'.
          05 WS-SCAN-FLAG         PIC X(1) VALUE 'N'.
             88 SCAN-DONE            VALUE 'Y'.
             88 SCAN-MORE            VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
          05 WS-CASH-OPEN-FLAG    PIC X(1) VALUE 'N'.
             88 CASH-FILE-OPEN       VALUE 'Y'.
             88 CASH-FILE-ABSENT     VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-CUST-RECON.
           PERFORM INIT-CUST-RECON
           PERFORM REPORT-BREAK-HEADER
           PERFORM MATCH-ONE-POSITION
              UNTIL POS-EOF
           PERFORM MATCH-CASH-BALANCES
           PERFORM REPORT-CUSTODIAN-ONLY
           PERFORM POST-ACCOUNT-BREAKS
           PERFORM REPORT-OPEN-ACCOUNTS
           PERFORM REPORT-RECON-TOTALS
           PERFORM CLOSE-RECON-FILES
           STOP RUN.

       INIT-CUST-RECON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RECON-PARMS
           PERFORM OPEN-RECON-WORK-FILES
           PERFORM LOAD-CUSTODIAN-FEED
           OPEN INPUT POSITION-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSITION-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — POSITION MASTER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
      * BR: No balance master yet means we hold no cash — every
      *     custodian cash balance over tolerance is a break
           OPEN INPUT ACCT-CASH-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 SET CASH-FILE-OPEN TO TRUE
              WHEN '35'
                 DISPLAY 'WM.ACCT.CASH NOT PRESENT —'
                    ' CUSTODIAN CASH MATCHED TO ZERO'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING ACCT-CASH-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WCREC-170 ABEND — CASH MASTER'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE
      * BR: The break master is permanent and keyed — status 35
      *     on the very first run creates it
           OPEN I-O RECON-BREAK-FILE
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT RECON-BREAK-FILE
              CLOSE RECON-BREAK-FILE
              OPEN I-O RECON-BREAK-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECON-BREAK-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — BREAK MASTER UNAVAILABLE'
              STOP RUN
           END-IF
           SET POS-MORE TO TRUE
      * BR: Any failed READ ends the scan
      * Patch 2026-10-15 M. Alvarez
           READ POSITION-FILE NEXT RECORD
              AT END SET POS-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET POS-EOF TO TRUE
           END-IF.

       OPEN-RECON-WORK-FILES.
           OPEN OUTPUT CUST-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING CUST-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — CUSTODIAN WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE CUST-WORK
           OPEN I-O CUST-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUST-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — CUSTODIAN WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN OUTPUT ACCT-BREAK-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING ACCT-BREAK-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — BREAK WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE ACCT-BREAK-WORK
           OPEN I-O ACCT-BREAK-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-BREAK-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — BREAK WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       LOAD-RECON-PARMS.
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
                 DISPLAY 'WM.CREC.PARM NOT PRESENT —'
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
                 WHEN 'QTY-TOLERANCE'
                    MOVE PR-PARM-VALUE TO WS-QTY-TOLERANCE
                 WHEN 'VALUE-TOLERANCE'
                    MOVE PR-PARM-VALUE TO WS-VALUE-TOLERANCE
                 WHEN 'CASH-TOLERANCE'
                    MOVE PR-PARM-VALUE TO WS-CASH-TOLERANCE
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-CUSTODIAN-FEED.
      * BR: No custodian file, no reconciliation — yesterday's
      *     open breaks stay open and nothing is proved
           OPEN INPUT CUSTODIAN-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTODIAN-FEED, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WCREC-170 ABEND — CUSTODIAN FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM READ-ONE-HOLDING
           PERFORM STORE-ONE-HOLDING
              UNTIL FEED-EOF
           CLOSE CUSTODIAN-FEED.

       READ-ONE-HOLDING.
           READ CUSTODIAN-FEED
              AT END SET FEED-EOF TO TRUE
           END-READ.

       STORE-ONE-HOLDING.
      * BR: A custodian reporting one holding in several rows
      *     (by lot or by location) is summed to one; a row of
      *     unknown type is counted and left out
           ADD 1 TO WS-FEED-ROWS-READ
           IF NOT CU-POSITION-ROW AND NOT CU-CASH-ROW
              ADD 1 TO WS-FEED-ROWS-BAD
              DISPLAY ' CUSTODIAN ROW OF UNKNOWN TYPE IGNORED: '
                 CU-RECORD-TYPE ' ' CU-ACCOUNT-ID ' ' CU-SYMBOL
              PERFORM READ-ONE-HOLDING
              EXIT PARAGRAPH
           END-IF
           IF CU-AS-OF-DATE > WS-FEED-AS-OF-DATE
              MOVE CU-AS-OF-DATE TO WS-FEED-AS-OF-DATE
           END-IF
           MOVE CU-ACCOUNT-ID TO CW-ACCOUNT-ID
           MOVE CU-RECORD-TYPE TO CW-RECORD-TYPE
           IF CU-CASH-ROW
              MOVE SPACES TO CW-SYMBOL
           ELSE
              MOVE CU-SYMBOL TO CW-SYMBOL
           END-IF
           READ CUST-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD CU-QUANTITY TO CW-QUANTITY
              ADD CU-MARKET-VALUE TO CW-MARKET-VALUE
              REWRITE CW-HOLDING-RECORD
           ELSE
              MOVE CU-QUANTITY TO CW-QUANTITY
              MOVE CU-MARKET-VALUE TO CW-MARKET-VALUE
              SET CW-UNMATCHED TO TRUE
              MOVE SPACES TO CW-RESERVED
              WRITE CW-HOLDING-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING HOLDING, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' CU-ACCOUNT-ID
                 ' SYMBOL=' CU-SYMBOL
           END-IF
           PERFORM READ-ONE-HOLDING.

       MATCH-ONE-POSITION.
      * BR: Each of our positions looks up the custodian's row
      *     for the same account and symbol. Missing there is an
      *     our-only break unless we hold nothing; present, the
      *     quantity and the value are each held to tolerance.
           ADD 1 TO WS-POSITIONS-READ
           ADD PM-MARKET-VALUE TO WS-BOOK-OUR-VALUE
           MOVE PM-ACCOUNT-ID TO WS-BREAK-ACCOUNT-ID
           MOVE PM-SYMBOL TO WS-BREAK-SYMBOL
           MOVE PM-MARKET-VALUE TO WS-OUR-VALUE
           IF PM-LAST-PRICE > 0
              SET QTY-KNOWN TO TRUE
              COMPUTE WS-OUR-QUANTITY ROUNDED =
                 PM-MARKET-VALUE / PM-LAST-PRICE
           ELSE
              SET QTY-NOT-KNOWN TO TRUE
              MOVE 0 TO WS-OUR-QUANTITY
           END-IF
           MOVE PM-ACCOUNT-ID TO CW-ACCOUNT-ID
           MOVE 'P' TO CW-RECORD-TYPE
           MOVE PM-SYMBOL TO CW-SYMBOL
           READ CUST-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              IF PM-MARKET-VALUE > 0
                 MOVE 0 TO WS-CUST-QUANTITY
                 MOVE 0 TO WS-CUST-VALUE
                 MOVE 'OURS ONLY' TO WS-BREAK-TYPE
                 ADD 1 TO WS-OUR-ONLY-COUNT
                 PERFORM RECORD-ONE-BREAK
              END-IF
           ELSE
              ADD 1 TO WS-POSITIONS-MATCHED
              MOVE CW-QUANTITY TO WS-CUST-QUANTITY
              MOVE CW-MARKET-VALUE TO WS-CUST-VALUE
              SET CW-MATCHED TO TRUE
              REWRITE CW-HOLDING-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR MARKING HOLDING, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' PM-ACCOUNT-ID
              END-IF
              PERFORM COMPARE-ONE-HOLDING
           END-IF
      * BR: Any failed READ ends the scan
      * Patch 2026-10-15 M. Alvarez
           READ POSITION-FILE NEXT RECORD
              AT END SET POS-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET POS-EOF TO TRUE
           END-IF.

       COMPARE-ONE-HOLDING.
      * BR: A quantity break outranks a value break — one line
      *     per holding, so a wrong share count is not also
      *     reported as the value it throws off
           COMPUTE WS-VALUE-DIFF = WS-OUR-VALUE - WS-CUST-VALUE
           IF WS-VALUE-DIFF < 0
              COMPUTE WS-ABS-VALUE-DIFF = 0 - WS-VALUE-DIFF
           ELSE
              MOVE WS-VALUE-DIFF TO WS-ABS-VALUE-DIFF
           END-IF
           MOVE 0 TO WS-ABS-QTY-DIFF
           IF QTY-KNOWN
              COMPUTE WS-QTY-DIFF =
                 WS-OUR-QUANTITY - WS-CUST-QUANTITY
              IF WS-QTY-DIFF < 0
                 COMPUTE WS-ABS-QTY-DIFF = 0 - WS-QTY-DIFF
              ELSE
                 MOVE WS-QTY-DIFF TO WS-ABS-QTY-DIFF
              END-IF
           END-IF
           IF WS-ABS-QTY-DIFF > WS-QTY-TOLERANCE
              MOVE 'QTY BREAK' TO WS-BREAK-TYPE
              ADD 1 TO WS-QTY-BREAK-COUNT
              PERFORM RECORD-ONE-BREAK
              EXIT PARAGRAPH
           END-IF
           IF WS-ABS-VALUE-DIFF > WS-VALUE-TOLERANCE
              MOVE 'VALUE BREAK' TO WS-BREAK-TYPE
              ADD 1 TO WS-VALUE-BREAK-COUNT
              PERFORM RECORD-ONE-BREAK
           END-IF.

       MATCH-CASH-BALANCES.
      * BR: Our settled cash against the custodian's cash row;
      *     an account with no custodian cash row is compared
      *     with zero
           IF CASH-FILE-ABSENT
              EXIT PARAGRAPH
           END-IF
           SET CASH-MORE TO TRUE
           MOVE LOW-VALUES TO AC-ACCOUNT-ID
           START ACCT-CASH-FILE
              KEY NOT < AC-ACCOUNT-ID
              INVALID KEY SET CASH-EOF TO TRUE
           END-START
           PERFORM MATCH-ONE-CASH-BALANCE
              UNTIL CASH-EOF.

       MATCH-ONE-CASH-BALANCE.
      * BR: Any failed READ ends the scan
           READ ACCT-CASH-FILE NEXT RECORD
              AT END SET CASH-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET CASH-EOF TO TRUE
           END-IF
           IF CASH-EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASH-ROWS-READ
           ADD AC-SETTLED-CASH TO WS-BOOK-OUR-CASH
           MOVE AC-ACCOUNT-ID TO WS-BREAK-ACCOUNT-ID
           MOVE SPACES TO WS-BREAK-SYMBOL
           MOVE AC-SETTLED-CASH TO WS-OUR-VALUE
           MOVE 0 TO WS-OUR-QUANTITY
           MOVE 0 TO WS-CUST-QUANTITY
           MOVE AC-ACCOUNT-ID TO CW-ACCOUNT-ID
           MOVE 'C' TO CW-RECORD-TYPE
           MOVE SPACES TO CW-SYMBOL
           READ CUST-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD 1 TO WS-CASH-MATCHED
              MOVE CW-MARKET-VALUE TO WS-CUST-VALUE
              SET CW-MATCHED TO TRUE
              REWRITE CW-HOLDING-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR MARKING HOLDING, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' AC-ACCOUNT-ID
              END-IF
           ELSE
              MOVE 0 TO WS-CUST-VALUE
           END-IF
           PERFORM COMPARE-CASH-BALANCE.

       COMPARE-CASH-BALANCE.
           COMPUTE WS-VALUE-DIFF = WS-OUR-VALUE - WS-CUST-VALUE
           IF WS-VALUE-DIFF < 0
              COMPUTE WS-ABS-VALUE-DIFF = 0 - WS-VALUE-DIFF
           ELSE
              MOVE WS-VALUE-DIFF TO WS-ABS-VALUE-DIFF
           END-IF
           IF WS-ABS-VALUE-DIFF > WS-CASH-TOLERANCE
              MOVE 'CASH BREAK' TO WS-BREAK-TYPE
              ADD 1 TO WS-CASH-BREAK-COUNT
              PERFORM RECORD-ONE-BREAK
           END-IF.

       REPORT-CUSTODIAN-ONLY.
      * BR: Custodian rows nothing on our side claimed — a
      *     position the custodian holds that we do not, or cash
      *     at the custodian for an account with no balance row
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO CW-HOLDING-KEY
           START CUST-WORK
              KEY NOT < CW-HOLDING-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-CUSTODIAN-ROW
              UNTIL SCAN-DONE.

       CHECK-ONE-CUSTODIAN-ROW.
      * BR: Any failed READ ends the scan
           READ CUST-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-DONE
              EXIT PARAGRAPH
           END-IF
           IF CW-RECORD-TYPE = 'C'
              ADD CW-MARKET-VALUE TO WS-BOOK-CUST-CASH
           ELSE
              ADD CW-MARKET-VALUE TO WS-BOOK-CUST-VALUE
           END-IF
           IF CW-MATCHED
              EXIT PARAGRAPH
           END-IF
           MOVE CW-ACCOUNT-ID TO WS-BREAK-ACCOUNT-ID
           MOVE CW-SYMBOL TO WS-BREAK-SYMBOL
           MOVE 0 TO WS-OUR-QUANTITY
           MOVE 0 TO WS-OUR-VALUE
           MOVE CW-QUANTITY TO WS-CUST-QUANTITY
           MOVE CW-MARKET-VALUE TO WS-CUST-VALUE
           IF CW-RECORD-TYPE = 'C'
              PERFORM COMPARE-CASH-BALANCE
           ELSE
              IF CW-QUANTITY > 0 OR CW-MARKET-VALUE > 0
                 COMPUTE WS-VALUE-DIFF = 0 - CW-MARKET-VALUE
                 MOVE CW-MARKET-VALUE TO WS-ABS-VALUE-DIFF
                 MOVE 'CUST ONLY' TO WS-BREAK-TYPE
                 ADD 1 TO WS-CUST-ONLY-COUNT
                 PERFORM RECORD-ONE-BREAK
              END-IF
           END-IF.

       RECORD-ONE-BREAK.
      * BR: Prints the break and adds it to the account's tally
      *     for tonight's posting; the tally dollars are the
      *     absolute differences
           IF WS-BREAK-TYPE = 'OURS ONLY'
              MOVE WS-OUR-VALUE TO WS-VALUE-DIFF
              MOVE WS-OUR-VALUE TO WS-ABS-VALUE-DIFF
           END-IF
           ADD WS-ABS-VALUE-DIFF TO WS-BREAK-DOLLARS
           DISPLAY ' ' WS-BREAK-ACCOUNT-ID ' ' WS-BREAK-SYMBOL
              ' ' WS-BREAK-TYPE ' ' WS-OUR-QUANTITY ' '
              WS-CUST-QUANTITY ' ' WS-OUR-VALUE ' '
              WS-CUST-VALUE ' ' WS-VALUE-DIFF
           MOVE WS-BREAK-ACCOUNT-ID TO AW-ACCOUNT-ID
           READ ACCT-BREAK-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD 1 TO AW-BREAK-ITEMS
              ADD WS-ABS-VALUE-DIFF TO AW-BREAK-AMOUNT
              REWRITE AW-ACCT-RECORD
           ELSE
              MOVE WS-BREAK-ACCOUNT-ID TO AW-ACCOUNT-ID
              MOVE 1 TO AW-BREAK-ITEMS
              MOVE WS-ABS-VALUE-DIFF TO AW-BREAK-AMOUNT
              MOVE SPACES TO AW-RESERVED
              WRITE AW-ACCT-RECORD
              ADD 1 TO WS-ACCTS-BROKEN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR TALLYING BREAK, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' WS-BREAK-ACCOUNT-ID
           END-IF.

       POST-ACCOUNT-BREAKS.
      * BR: Every account broken this morning is opened on the
      *     break master, or reopened if operations had cleared
      *     it; one already open keeps its opened date and takes
      *     today's counts
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO AW-ACCOUNT-ID
           START ACCT-BREAK-WORK
              KEY NOT < AW-ACCOUNT-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM POST-ONE-ACCOUNT-BREAK
              UNTIL SCAN-DONE.

       POST-ONE-ACCOUNT-BREAK.
      * BR: Any failed READ ends the scan
           READ ACCT-BREAK-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE AW-ACCOUNT-ID TO RB-ACCOUNT-ID
           READ RECON-BREAK-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF RB-CLEARED
                 SET RB-OPEN TO TRUE
                 MOVE WS-RUN-DATE TO RB-OPENED-DATE
                 MOVE 0 TO RB-CLEARED-DATE
                 MOVE SPACES TO RB-CLEARED-BY
                 ADD 1 TO WS-ACCTS-REOPENED
              END-IF
              MOVE WS-RUN-DATE TO RB-LAST-BREAK-DATE
              MOVE AW-BREAK-ITEMS TO RB-BREAK-ITEMS
              MOVE AW-BREAK-AMOUNT TO RB-BREAK-AMOUNT
              REWRITE RB-BREAK-RECORD
           ELSE
              MOVE AW-ACCOUNT-ID TO RB-ACCOUNT-ID
              SET RB-OPEN TO TRUE
              MOVE WS-RUN-DATE TO RB-OPENED-DATE
              MOVE WS-RUN-DATE TO RB-LAST-BREAK-DATE
              MOVE AW-BREAK-ITEMS TO RB-BREAK-ITEMS
              MOVE AW-BREAK-AMOUNT TO RB-BREAK-AMOUNT
              MOVE 0 TO RB-CLEARED-DATE
              MOVE SPACES TO RB-CLEARED-BY
              MOVE SPACES TO RB-RESERVED
              WRITE RB-BREAK-RECORD
              ADD 1 TO WS-ACCTS-OPENED
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING BREAK, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AW-ACCOUNT-ID
           END-IF.

       REPORT-OPEN-ACCOUNTS.
      * BR: The exclusion list the 02:00 run will honor, less
      *     whatever operations clears before then
           DISPLAY '------------------------------------------------'
           DISPLAY ' ACCOUNTS EXCLUDED FROM THE NEXT REBALANCE'
           DISPLAY ' ACCOUNT      OPENED   LAST BRK ITEMS'
              ' BREAK DOLLARS'
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO RB-ACCOUNT-ID
           START RECON-BREAK-FILE
              KEY NOT < RB-ACCOUNT-ID
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM REPORT-ONE-OPEN-ACCOUNT
              UNTIL SCAN-DONE.

       REPORT-ONE-OPEN-ACCOUNT.
      * BR: Any failed READ ends the scan
           READ RECON-BREAK-FILE NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-DONE OR NOT RB-OPEN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCTS-OPEN
           IF RB-LAST-BREAK-DATE < WS-RUN-DATE
              ADD 1 TO WS-ACCTS-AWAITING
              DISPLAY ' ' RB-ACCOUNT-ID ' ' RB-OPENED-DATE ' '
                 RB-LAST-BREAK-DATE ' ' RB-BREAK-ITEMS ' '
                 RB-BREAK-AMOUNT ' AWAITING CLEAR'
           ELSE
              DISPLAY ' ' RB-ACCOUNT-ID ' ' RB-OPENED-DATE ' '
                 RB-LAST-BREAK-DATE ' ' RB-BREAK-ITEMS ' '
                 RB-BREAK-AMOUNT
           END-IF.

       CLOSE-RECON-FILES.
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
           CLOSE RECON-BREAK-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING RECON-BREAK-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE CUST-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING CUST-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE ACCT-BREAK-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ACCT-BREAK-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF.

       REPORT-BREAK-HEADER.
           DISPLAY '================================================'
           DISPLAY ' WCREC-170 CUSTODIAN RECONCILIATION REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              '  CUSTODIAN AS OF: ' WS-FEED-AS-OF-DATE
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      SYMBOL   TYPE       OUR QTY'
              '        CUST QTY       OUR VALUE      CUST VALUE'
              '     DIFFERENCE'.

       REPORT-RECON-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' CUSTODIAN ROWS READ.: ' WS-FEED-ROWS-READ
           DISPLAY ' CUSTODIAN ROWS BAD..: ' WS-FEED-ROWS-BAD
           DISPLAY ' POSITIONS READ......: ' WS-POSITIONS-READ
           DISPLAY ' POSITIONS MATCHED...: ' WS-POSITIONS-MATCHED
           DISPLAY ' CASH ROWS READ......: ' WS-CASH-ROWS-READ
           DISPLAY ' CASH ROWS MATCHED...: ' WS-CASH-MATCHED
           DISPLAY ' OURS ONLY...........: ' WS-OUR-ONLY-COUNT
           DISPLAY ' CUSTODIAN ONLY......: ' WS-CUST-ONLY-COUNT
           DISPLAY ' QUANTITY BREAKS.....: ' WS-QTY-BREAK-COUNT
           DISPLAY ' VALUE BREAKS........: ' WS-VALUE-BREAK-COUNT
           DISPLAY ' CASH BREAKS.........: ' WS-CASH-BREAK-COUNT
           DISPLAY ' BREAK DOLLARS.......: ' WS-BREAK-DOLLARS
           DISPLAY ' OUR SECURITIES......: ' WS-BOOK-OUR-VALUE
           DISPLAY ' CUSTODIAN SECURITIES: ' WS-BOOK-CUST-VALUE
           DISPLAY ' OUR SETTLED CASH....: ' WS-BOOK-OUR-CASH
           DISPLAY ' CUSTODIAN CASH......: ' WS-BOOK-CUST-CASH
           DISPLAY ' ACCOUNTS BROKEN.....: ' WS-ACCTS-BROKEN
           DISPLAY ' ACCOUNTS OPENED.....: ' WS-ACCTS-OPENED
           DISPLAY ' ACCOUNTS REOPENED...: ' WS-ACCTS-REOPENED
           DISPLAY ' ACCOUNTS OPEN.......: ' WS-ACCTS-OPEN
           DISPLAY ' OPEN, CLEAN TODAY...: ' WS-ACCTS-AWAITING
           DISPLAY '------------------------------------------------'
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   QTY TOLERANCE.......: ' WS-QTY-TOLERANCE
           DISPLAY '   VALUE TOLERANCE.....: ' WS-VALUE-TOLERANCE
           DISPLAY '   CASH TOLERANCE......: ' WS-CASH-TOLERANCE
           DISPLAY '   PARMS READ/FUT/UNK..: ' WS-PARMS-READ ' '
              WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.
