      * Batch cycle: Morning 07:30 EST, immediately after the
      *   WTACK-110 ack reconciliation
      * Upstream: WM.ORDER.ACKFEED (ORDER-MGMT ack/execution
      *   feed), WM.POS.MASTER, WM.ACCT.CASH, WM.TRADE.OUTQ,
      *   WM.TAXLOT.LEDGER
      * Downstream: WM.POS.MASTER (executions applied),
      *   WM.ACCT.CASH (settled-cash balances applied),
      *   WM.REALIZED.GL (realized gain/loss ledger),
      *   WM.TAXLOT.LEDGER (wash-sale basis carry), posting
      *   control report
      * Written 2026-09-02 M. Alvarez — nothing updated the
      *   position master or the settled-cash balances from what
      *   applied and rewritten in place, so there is no
      *   in-memory table ceiling to lose a settlement posting
      *   to and no wholesale truncate-and-rewrite of the file.
      * Patch 2026-10-15 M. Alvarez — PM-LAST-PRICE carved from
      *   PM-RESERVED; a position this job opens carries none, so
      *   the WPVAL-130 morning valuation re-bases it at that
      *   morning's price and fills its asset class and
      *   household.
      * Patch 2026-10-15 M. Alvarez — realized gain/loss ledger:
      *   every settled sell is matched back to last night's
      *   WM.TRADE.OUTQ order (same exact-amount-first rule as
      *   WTACK-110) to recover its lot, and the executed amount
      *   is posted to the keyed WM.REALIZED.GL ledger against
      *   the lot's prorated cost basis, short- or long-term from
      *   the lot's WM.TAXLOT.LEDGER buy date. A loss with a
      *   replacement lot bought within the wash-sale window is
      *   disallowed and carried onto the replacement lot's basis
      *   (tax-lot ledger and position master); a loss with no
      *   replacement yet stays open on the ledger and is
      *   re-checked each morning until its window closes. The
      *   position's cost basis now comes down by the lot basis
      *   sold rather than by the sale proceeds.
      * Patch 2026-10-15 M. Alvarez — trade cancel/correct: every
      *   execution posted is recorded on the keyed
      *   WM.SETTLE.EXECHIST by ORDER-MGMT's execution reference,
      *   with what the posting actually did (lot basis relieved,
      *   cash moved, prior hold days, position opened, realized
      *   row written). A cancel (X) on the feed reverses exactly
      *   that — market value, cost basis, hold days, settled
      *   cash, the realized row and any wash carry from it, and
      *   a position the buy opened is backed out; a correct (C)
      *   reverses the same way and posts the corrected amount
      *   under its own reference. A reference already on the
      *   history is never posted twice. Cancels and corrects
      *   have their own section on the control report, tying to
      *   the CANCELS and CORRECTS lines on WTACK-110.
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   job records its start, end, completion and key control
      *   totals on the shared BATCH.RUN.CONTROL file under the
      *   business date its predecessor WTACK-110 last ran
      *   for, and refuses to start until that run has completed,
      *   or when it has itself already completed for the date
      *   (unless ops have released the run for a rerun).
      * Patch 2026-10-15 M. Alvarez — value dating runs on the
      *   shared BATCH.HOLIDAY.CAL business-day calendar: fills
      *   are good funds on the next exchange and bank business
      *   day after the run date, not the next calendar day, so
      *   a Friday posting values Monday and one before a
      *   holiday skips it. The calendar in force is on the
      *   posting control report.
      * Patch 2026-10-15 M. Alvarez — a realized row whose key
      *   is already on the ledger (an earlier run's sale, or the
      *   original of a corrected one) is a different sale; it
      *   now posts under the next free ack sequence instead of
      *   being dropped, counted as resequenced on the report.
      * WARNING: ACK-FEED-RECORD and POSITION-MASTER-REC layouts
      *   must stay in step with ACK-RECONCILE's and
      *   REBAL-ENGINE's FDs; TRADE-OUTQ-RECORD and
      *   TX-TAXLOT-RECORD with REBAL-ENGINE's and
      *   ACK-RECONCILE's; RG-REALIZED-RECORD with TAX-BASIS-RPT's.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-POST.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — last night's orders, for
      *   the lot detail behind each settled sell
           SELECT TRADE-OUTQ ASSIGN TO 'WM.TRADE.OUTQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAXLOT-LEDGER ASSIGN TO 'WM.TAXLOT.LEDGER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REALIZED-LEDGER ASSIGN TO 'WM.REALIZED.GL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REALIZED-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — per-run keyed work files,
      *   rebuilt empty at the start of every run
           SELECT ORDER-WORK ASSIGN TO 'WM.SETTLE.ORDWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-ORDER-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAXLOT-WORK ASSIGN TO 'WM.SETTLE.TAXWK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-TAXLOT-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — permanent execution history,
      *   what a cancel or correct reverses
           SELECT EXEC-HISTORY ASSIGN TO 'WM.SETTLE.EXECHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-EXEC-REF
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
              88 ACK-ACCEPTED         VALUE 'A'.
              88 ACK-REJECTED         VALUE 'R'.
              88 ACK-PARTIAL          VALUE 'P'.
      * Patch 2026-10-15 M. Alvarez — bust and correction of an
      *   execution already acknowledged; AK-EXEC-AMOUNT carries
      *   the busted amount on a cancel, the corrected amount on
      *   a correct
              88 ACK-CANCEL           VALUE 'X'.
              88 ACK-CORRECT          VALUE 'C'.
           05 AK-EXEC-AMOUNT       PIC 9(9)V99.
           05 AK-REJECT-REASON     PIC X(20).
      * Patch 2026-10-15 M. Alvarez — ORDER-MGMT's reference for
      *   this execution, and on a cancel/correct the reference
      *   of the execution it replaces
           05 AK-EXEC-REF          PIC X(16).
           05 AK-ORIG-EXEC-REF     PIC X(16).

       FD  POSITION-FILE
           RECORDING MODE IS F.
           05 PM-HOLD-DAYS         PIC 9(5).
           05 PM-COST-BASIS        PIC 9(9)V99.
           05 PM-POSITION-PCT      PIC 9(3)V99.
      * Patch 2026-10-15 M. Alvarez — price the value was last
      *   struck at by WPVAL-130; zero until first valued
           05 PM-LAST-PRICE        PIC 9(7)V99.
           05 PM-RESERVED          PIC X(1).

       FD  ACCT-CASH-FILE
           RECORDING MODE IS F.
           05 AC-VALUE-DATE        PIC 9(8).
           05 AC-RESERVED          PIC X(10).

       FD  TRADE-OUTQ
           RECORDING MODE IS F.
       01  TRADE-OUTQ-RECORD.
           05 TO-ACCOUNT-ID        PIC X(12).
           05 TO-SYMBOL            PIC X(8).
           05 TO-ACTION            PIC X(4).
           05 TO-TRADE-AMOUNT      PIC 9(9)V99.
           05 TO-BATCH-DATE        PIC 9(8).
           05 TO-LOT-ID            PIC X(8).
           05 TO-LOT-METHOD        PIC X(4).
           05 TO-LOT-COST-BASIS    PIC 9(9)V99.
           05 TO-RETRY-COUNT       PIC 9(2).
           05 TO-RESERVED          PIC X(8).

       FD  TAXLOT-LEDGER
           RECORDING MODE IS F.
       01  TX-TAXLOT-RECORD.
           05 TX-ACCOUNT-ID        PIC X(12).
           05 TX-LOT-ID            PIC X(8).
           05 TX-SYMBOL            PIC X(8).
           05 TX-BUY-DATE          PIC 9(8).
           05 TX-COST-BASIS        PIC 9(9)V99.
           05 TX-LOT-AMOUNT        PIC 9(9)V99.
           05 TX-RESERVED          PIC X(10).

       FD  REALIZED-LEDGER
           RECORDING MODE IS F.
      * BR: One row per settled sell, keyed account first so the
      *     year-end extract reads it in account order; the ack
      *     feed sequence keeps two fills of one symbol on one
      *     trade date apart; a key already on file from another
      *     run takes the next free sequence (a rerun of the same
      *     feed is stopped earlier by the execution history)
       01  RG-REALIZED-RECORD.
           05 RG-REALIZED-KEY.
              10 RG-ACCOUNT-ID     PIC X(12).
              10 RG-SYMBOL         PIC X(8).
              10 RG-SALE-DATE      PIC 9(8).
              10 RG-ACK-SEQ        PIC 9(6).
           05 RG-SETTLE-DATE       PIC 9(8).
           05 RG-LOT-ID            PIC X(8).
           05 RG-LOT-METHOD        PIC X(4).
           05 RG-BUY-DATE          PIC 9(8).
           05 RG-PROCEEDS          PIC 9(9)V99.
           05 RG-COST-BASIS        PIC 9(9)V99.
           05 RG-GAIN-LOSS         PIC S9(9)V99.
           05 RG-WASH-DISALLOWED   PIC 9(9)V99.
           05 RG-TERM              PIC X(1).
              88 RG-SHORT-TERM        VALUE 'S'.
              88 RG-LONG-TERM         VALUE 'L'.
              88 RG-TERM-UNKNOWN      VALUE 'U'.
           05 RG-BASIS-FLAG        PIC X(1).
              88 RG-COVERED           VALUE 'C'.
              88 RG-NONCOVERED        VALUE 'N'.
           05 RG-WASH-STATUS       PIC X(1).
              88 RG-WASH-NONE         VALUE 'N'.
              88 RG-WASH-PENDING      VALUE 'P'.
              88 RG-WASH-APPLIED      VALUE 'W'.
              88 RG-WASH-CLEARED      VALUE 'C'.
           05 RG-REPL-LOT-ID       PIC X(8).
           05 RG-RESERVED          PIC X(10).

       FD  ORDER-WORK
           RECORDING MODE IS F.
      * BR: Last night's SELL orders only — buys carry no lot
       01  OW-ORDER-RECORD.
           05 OW-ORDER-KEY.
              10 OW-ACCOUNT-ID    PIC X(12).
              10 OW-SYMBOL        PIC X(8).
              10 OW-SEQ           PIC 9(6).
           05 OW-TRADE-AMOUNT     PIC 9(9)V99.
           05 OW-BATCH-DATE       PIC 9(8).
           05 OW-LOT-ID           PIC X(8).
           05 OW-LOT-METHOD       PIC X(4).
           05 OW-LOT-COST-BASIS   PIC 9(9)V99.
           05 OW-MATCH-FLAG       PIC X(1).
              88 OW-MATCHED          VALUE 'Y'.
              88 OW-UNMATCHED        VALUE 'N'.
           05 OW-RESERVED         PIC X(10).

       FD  TAXLOT-WORK
           RECORDING MODE IS F.
      * BR: TW-WASH-ADJ accumulates the disallowed losses carried
      *     onto the lot this run, for the ledger rewrite at end;
      *     a cancelled sell's carry is taken back off, so it is
      *     signed
      * Patch 2026-10-15 M. Alvarez
       01  TW-TAXLOT-RECORD.
           05 TW-TAXLOT-KEY.
              10 TW-ACCOUNT-ID    PIC X(12).
              10 TW-SYMBOL        PIC X(8).
              10 TW-LOT-ID        PIC X(8).
           05 TW-BUY-DATE         PIC 9(8).
           05 TW-COST-BASIS       PIC 9(9)V99.
           05 TW-LOT-AMOUNT       PIC 9(9)V99.
           05 TW-WASH-ADJ         PIC S9(9)V99.
           05 TW-RESERVED         PIC X(10).

       FD  EXEC-HISTORY
           RECORDING MODE IS F.
      * BR: One row per execution posted, keyed by ORDER-MGMT's
      *     execution reference; holds what the posting did so a
      *     cancel or correct can take exactly that back off.
      *     EH-EXEC-AMOUNT is the amount posted, EH-CASH-APPLIED
      *     the cash that actually moved (a buy shortfall moves
      *     less), EH-RG-SALE-DATE/ACK-SEQ the realized row's key
      *     (zero when none was written).
      * Patch 2026-10-15 M. Alvarez
       01  EH-EXEC-RECORD.
           05 EH-EXEC-REF          PIC X(16).
           05 EH-ACCOUNT-ID        PIC X(12).
           05 EH-SYMBOL            PIC X(8).
           05 EH-ACTION            PIC X(4).
              88 EH-BUY               VALUE 'BUY '.
              88 EH-SELL              VALUE 'SELL'.
           05 EH-POST-DATE         PIC 9(8).
           05 EH-EXEC-AMOUNT       PIC 9(9)V99.
           05 EH-RELIEVED-BASIS    PIC 9(9)V99.
           05 EH-CASH-APPLIED      PIC 9(9)V99.
           05 EH-PRIOR-HOLD-DAYS   PIC 9(5).
           05 EH-POSITION-FLAG     PIC X(1).
              88 EH-POS-CREATED       VALUE 'C'.
              88 EH-POS-UPDATED       VALUE 'U'.
              88 EH-POS-UNTOUCHED     VALUE 'N'.
           05 EH-RG-SALE-DATE      PIC 9(8).
           05 EH-RG-ACK-SEQ        PIC 9(6).
           05 EH-STATUS            PIC X(1).
              88 EH-POSTED            VALUE 'P'.
              88 EH-CANCELLED         VALUE 'X'.
              88 EH-CORRECTED         VALUE 'C'.
           05 EH-REVERSED-DATE     PIC 9(8).
           05 EH-REPLACED-BY       PIC X(16).
           05 EH-RESERVED          PIC X(10).

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

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-SETTLE-DATE       PIC 9(8).
          05 WS-ACKS-READ         PIC 9(6) VALUE 0.
          05 WS-ACKS-APPLIED      PIC 9(6) VALUE 0.
          05 WS-ACKS-SKIPPED      PIC 9(6) VALUE 0.
          05 WS-EXEC-APPLIED-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-OLD-MARKET-VALUE  PIC 9(9)V99 VALUE 0.

      * --- REALIZED GAIN/LOSS ---
      * BR: A loss is a wash sale when the account bought the same
      *     symbol within WS-WASH-SALE-DAYS either side of the
      *     sale; a holding longer than WS-LONG-TERM-DAYS is long
      *     term
      * Patch 2026-10-15 M. Alvarez
       01 WS-REALIZED-CONTROL.
          05 WS-WASH-SALE-DAYS    PIC 9(3)     VALUE 030.
          05 WS-LONG-TERM-DAYS    PIC 9(3)     VALUE 365.
          05 WS-RUN-DAY-NUM       PIC 9(7)     VALUE 0.
          05 WS-SALE-DAY-NUM      PIC 9(7)     VALUE 0.
          05 WS-BUY-DAY-NUM       PIC 9(7)     VALUE 0.
          05 WS-WINDOW-GAP-DAYS   PIC S9(7)    VALUE 0.
          05 WS-RELIEVED-BASIS    PIC 9(9)V99  VALUE 0.
          05 WS-WASH-AMOUNT       PIC 9(9)V99  VALUE 0.
          05 WS-REPL-LOT-ID       PIC X(8)     VALUE SPACES.
          05 WS-ORDER-SEQ         PIC 9(6)     VALUE 0.
          05 WS-EXACT-SEQ         PIC 9(6)     VALUE 0.
          05 WS-FIRST-SEQ         PIC 9(6)     VALUE 0.
          05 WS-CHOSEN-SEQ        PIC 9(6)     VALUE 0.
          05 WS-ORDERS-LOADED     PIC 9(6)     VALUE 0.
          05 WS-TAXLOTS-LOADED    PIC 9(6)     VALUE 0.
          05 WS-SELLS-RECORDED    PIC 9(6)     VALUE 0.
          05 WS-SELLS-COVERED     PIC 9(6)     VALUE 0.
          05 WS-SELLS-NONCOVERED  PIC 9(6)     VALUE 0.
          05 WS-SELLS-RESEQ       PIC 9(6)     VALUE 0.
          05 WS-REALIZED-PROCEEDS PIC 9(11)V99 VALUE 0.
          05 WS-REALIZED-ST-NET   PIC S9(11)V99 VALUE 0.
          05 WS-REALIZED-LT-NET   PIC S9(11)V99 VALUE 0.
          05 WS-WASH-APPLIED-CNT  PIC 9(6)     VALUE 0.
          05 WS-WASH-APPLIED-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-WASH-PENDING-CNT  PIC 9(6)     VALUE 0.
          05 WS-WASH-CLEARED-CNT  PIC 9(6)     VALUE 0.
          05 WS-LOTS-ADJUSTED     PIC 9(6)     VALUE 0.
          05 WS-ORDER-MATCH-FLAG  PIC X(1)     VALUE 'N'.
             88 SELL-ORDER-FOUND     VALUE 'Y'.
             88 SELL-ORDER-MISSING   VALUE 'N'.
          05 WS-REPL-FOUND-FLAG   PIC X(1)     VALUE 'N'.
             88 REPL-LOT-FOUND       VALUE 'Y'.
             88 REPL-LOT-MISSING     VALUE 'N'.
          05 WS-SCAN-FLAG         PIC X(1)     VALUE 'N'.
             88 SCAN-DONE            VALUE 'Y'.
             88 SCAN-MORE            VALUE 'N'.
          05 WS-OUTQ-OPEN-FLAG    PIC X(1)     VALUE 'N'.
             88 OUTQ-PRESENT         VALUE 'Y'.
             88 OUTQ-ABSENT          VALUE 'N'.

      * --- CANCEL / CORRECT ---
      * BR: WS-POST-* capture what one posting did, for its
      *     execution history row; WS-SAVED-* hold a reversed
      *     sell's realized row, which the corrected sell reposts
      *     against the same lot
      * Patch 2026-10-15 M. Alvarez
       01 WS-CANCEL-CONTROL.
          05 WS-CANCELS-READ      PIC 9(6)     VALUE 0.
          05 WS-CANCEL-READ-AMT   PIC 9(11)V99 VALUE 0.
          05 WS-CANCELS-APPLIED   PIC 9(6)     VALUE 0.
          05 WS-CANCEL-REV-AMT    PIC 9(11)V99 VALUE 0.
          05 WS-CORRECTS-READ     PIC 9(6)     VALUE 0.
          05 WS-CORRECT-READ-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-CORRECTS-APPLIED  PIC 9(6)     VALUE 0.
          05 WS-CORRECT-REV-AMT   PIC 9(11)V99 VALUE 0.
          05 WS-CORRECT-POST-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-CXL-NOT-APPLIED   PIC 9(6)     VALUE 0.
          05 WS-POSITIONS-BACKED  PIC 9(6)     VALUE 0.
          05 WS-POSITIONS-REVERSED PIC 9(6)    VALUE 0.
          05 WS-CASH-ROWS-REVERSED PIC 9(6)    VALUE 0.
          05 WS-REALIZED-REVERSED PIC 9(6)     VALUE 0.
          05 WS-REALIZED-REV-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-WASH-REVERSED-CNT PIC 9(6)     VALUE 0.
          05 WS-WASH-REVERSED-AMT PIC 9(11)V99 VALUE 0.
          05 WS-EXECS-DUPLICATE   PIC 9(6)     VALUE 0.
          05 WS-EXECS-DUP-AMT     PIC 9(11)V99 VALUE 0.
          05 WS-EXECS-UNREFERENCED PIC 9(6)    VALUE 0.
          05 WS-CXL-REASON        PIC X(30)    VALUE SPACES.
          05 WS-POST-POS-FLAG     PIC X(1)     VALUE 'N'.
          05 WS-POST-HOLD-DAYS    PIC 9(5)     VALUE 0.
          05 WS-POST-CASH-AMT     PIC 9(9)V99  VALUE 0.
          05 WS-POST-RG-SALE-DATE PIC 9(8)     VALUE 0.
          05 WS-POST-RG-ACK-SEQ   PIC 9(6)     VALUE 0.
          05 WS-SAVED-RG-FLAG     PIC X(1)     VALUE 'N'.
             88 SAVED-RG-PRESENT     VALUE 'Y'.
             88 SAVED-RG-ABSENT      VALUE 'N'.
          05 WS-SAVED-SALE-DATE   PIC 9(8)     VALUE 0.
          05 WS-SAVED-LOT-ID      PIC X(8)     VALUE SPACES.
          05 WS-SAVED-LOT-METHOD  PIC X(4)     VALUE SPACES.
          05 WS-SAVED-BUY-DATE    PIC 9(8)     VALUE 0.
          05 WS-SAVED-TERM        PIC X(1)     VALUE SPACES.
          05 WS-SAVED-BASIS-FLAG  PIC X(1)     VALUE SPACES.
          05 WS-SAVED-PROCEEDS    PIC 9(9)V99  VALUE 0.
          05 WS-SAVED-COST-BASIS  PIC 9(9)V99  VALUE 0.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'WTSET-120'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE 'WTACK-110'.
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

       01 WS-EOF-FLAGS.
          05 WS-ACK-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 ACK-EOF              VALUE 'Y'.
             88 ACK-MORE             VALUE 'N'.
          05 WS-OUTQ-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 OUTQ-EOF             VALUE 'Y'.
             88 OUTQ-MORE            VALUE 'N'.
          05 WS-TAXLOT-EOF-FLAG   PIC X(1) VALUE 'N'.
             88 TAXLOT-EOF           VALUE 'Y'.
             88 TAXLOT-MORE          VALUE 'N'.
          05 WS-RGL-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 RGL-EOF              VALUE 'Y'.
             88 RGL-MORE             VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
           PERFORM INIT-SETTLE
           PERFORM POST-ONE-ACK
              UNTIL ACK-EOF
           PERFORM CARRY-WASH-TO-LEDGER
           PERFORM WRITE-POSTING-CONTROL
           PERFORM CLOSE-SETTLE-FILES
           PERFORM CLOSE-HOLIDAY-CALENDAR
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       INIT-SETTLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
      * BR: Cash from this morning's fills is good funds at T+1
      *     — the balance records carry that value date
      * Patch 2026-10-15 M. Alvarez — T+1 is the next exchange
      *   and bank business day on the holiday calendar, not the
      *   next calendar day
           PERFORM OPEN-HOLIDAY-CALENDAR
           SET CAL-USE-EXCH TO TRUE
           MOVE SPACES TO WS-CAL-STATE-CODE
           MOVE WS-RUN-DATE TO WS-CAL-FROM-DATE
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-CAL-RESULT-DATE TO WS-SETTLE-DATE
           PERFORM OPEN-ACCT-CASH-FILE
           OPEN INPUT ACK-FEED
           IF WS-FILE-STATUS NOT = '00'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
      * Patch 2026-10-15 M. Alvarez — realized ledger set-up;
      *   yesterday's open wash-sale windows are re-checked
      *   before this morning's sells post
           COMPUTE WS-RUN-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM OPEN-REALIZED-LEDGER
           PERFORM OPEN-EXEC-HISTORY
           PERFORM LOAD-SELL-ORDERS
           PERFORM LOAD-TAXLOT-WORK
           PERFORM SWEEP-PENDING-WASH
           PERFORM READ-ONE-ACK.

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
              DISPLAY 'WTSET-120 NOT STARTED — NO WTACK-110 RUN ON'
                 ' THE RUN-CONTROL LEDGER'
              PERFORM REFUSE-RUN-START
           END-IF
           IF WS-RUNCTL-PRED-STATUS NOT = 'C'
              DISPLAY 'WTSET-120 NOT STARTED — WTACK-110 HAS NOT'
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
                 DISPLAY 'WTSET-120 NOT STARTED — ALREADY COMPLETED'
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
              DISPLAY 'WTSET-120 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WTSET-120 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WTSET-120 COMPLETION NOT RECORDED — SEE OPS'
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
              DISPLAY 'WTSET-120 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'ACKS READ' TO RC-TOTAL-LABEL (1)
           MOVE WS-ACKS-READ TO RC-TOTAL-COUNT (1)
           MOVE 'EXECS SETTLED' TO RC-TOTAL-LABEL (2)
      * BR: An execution already posted by an earlier run still
      *     counts as settled — it ties to WTACK-110 TO SETTLE
           ADD WS-ACKS-APPLIED WS-EXECS-DUPLICATE
              GIVING RC-TOTAL-COUNT (2)
           ADD WS-EXEC-APPLIED-AMT WS-EXECS-DUP-AMT
              GIVING RC-TOTAL-AMOUNT (2)
           MOVE 'CANCEL/CORRECT' TO RC-TOTAL-LABEL (3)
           ADD WS-CANCELS-READ WS-CORRECTS-READ
              GIVING RC-TOTAL-COUNT (3)
           ADD WS-CANCEL-READ-AMT WS-CORRECT-READ-AMT
              GIVING RC-TOTAL-AMOUNT (3)
           MOVE 'SELLS RECORDED' TO RC-TOTAL-LABEL (4)
           MOVE WS-SELLS-RECORDED TO RC-TOTAL-COUNT (4)
           MOVE WS-REALIZED-PROCEEDS TO RC-TOTAL-AMOUNT (4).

       OPEN-HOLIDAY-CALENDAR.
      * BR: The calendar is maintained by CAL-MAINT and only read
      *     here. With no calendar file Saturdays and Sundays are
      *     the only non-business days, and the control report
      *     says so.
      * Patch 2026-10-15 M. Alvarez
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-CAL-RUN-YEAR
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
                 DISPLAY 'WTSET-120 ABEND — HOLIDAY CALENDAR'
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

       OPEN-REALIZED-LEDGER.
      * BR: The realized ledger is permanent and keyed — status
      *     35 on the very first run creates it; no ledger, no
      *     run, since a sell posted without its realized row
      *     would never reach the 1099-B
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O REALIZED-LEDGER
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT REALIZED-LEDGER
              CLOSE REALIZED-LEDGER
              OPEN I-O REALIZED-LEDGER
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — REALIZED LEDGER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       OPEN-EXEC-HISTORY.
      * BR: Permanent and keyed like the realized ledger — no
      *     history, no run, since an execution posted without
      *     its row could never be cancelled
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O EXEC-HISTORY
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT EXEC-HISTORY
              CLOSE EXEC-HISTORY
              OPEN I-O EXEC-HISTORY
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXEC-HISTORY, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — EXECUTION HISTORY'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       LOAD-SELL-ORDERS.
      * BR: No order queue means no lot detail — every sell
      *     still settles but posts as noncovered (basis not
      *     known to us) for the tax desk to complete
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT ORDER-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING ORDER-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — ORDER WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE ORDER-WORK
           OPEN I-O ORDER-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORDER-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — ORDER WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN INPUT TRADE-OUTQ
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 SET OUTQ-PRESENT TO TRUE
                 PERFORM READ-ONE-ORDER
                 PERFORM STORE-ONE-SELL-ORDER
                    UNTIL OUTQ-EOF
                 CLOSE TRADE-OUTQ
              WHEN '35'
                 DISPLAY 'WM.TRADE.OUTQ NOT PRESENT —'
                    ' SELLS POST NONCOVERED'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING TRADE-OUTQ, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WTSET-120 ABEND — ORDER QUEUE'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-ORDER.
           READ TRADE-OUTQ
              AT END SET OUTQ-EOF TO TRUE
           END-READ.

       STORE-ONE-SELL-ORDER.
           IF TO-ACTION = 'SELL'
              ADD 1 TO WS-ORDER-SEQ
              MOVE TO-ACCOUNT-ID TO OW-ACCOUNT-ID
              MOVE TO-SYMBOL TO OW-SYMBOL
              MOVE WS-ORDER-SEQ TO OW-SEQ
              MOVE TO-TRADE-AMOUNT TO OW-TRADE-AMOUNT
              MOVE TO-BATCH-DATE TO OW-BATCH-DATE
              MOVE TO-LOT-ID TO OW-LOT-ID
              MOVE TO-LOT-METHOD TO OW-LOT-METHOD
              MOVE TO-LOT-COST-BASIS TO OW-LOT-COST-BASIS
              SET OW-UNMATCHED TO TRUE
              MOVE SPACES TO OW-RESERVED
              WRITE OW-ORDER-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING ORDER-WORK, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' TO-ACCOUNT-ID
              ELSE
                 ADD 1 TO WS-ORDERS-LOADED
              END-IF
           END-IF
           PERFORM READ-ONE-ORDER.

       LOAD-TAXLOT-WORK.
      * BR: No tax-lot ledger means no buy dates — realized rows
      *     post with an unknown term and no wash-sale test
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT TAXLOT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING TAXLOT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — TAXLOT WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE TAXLOT-WORK
           OPEN I-O TAXLOT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAXLOT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTSET-120 ABEND — TAXLOT WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           SET TAXLOT-MORE TO TRUE
           OPEN INPUT TAXLOT-LEDGER
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-TAXLOT
                 PERFORM STORE-ONE-TAXLOT
                    UNTIL TAXLOT-EOF
                 CLOSE TAXLOT-LEDGER
              WHEN '35'
                 DISPLAY 'WM.TAXLOT.LEDGER NOT PRESENT —'
                    ' NO BUY DATES OR WASH-SALE TEST'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING TAXLOT-LEDGER, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-TAXLOT.
           READ TAXLOT-LEDGER
              AT END SET TAXLOT-EOF TO TRUE
           END-READ.

       STORE-ONE-TAXLOT.
           MOVE TX-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE TX-SYMBOL TO TW-SYMBOL
           MOVE TX-LOT-ID TO TW-LOT-ID
           MOVE TX-BUY-DATE TO TW-BUY-DATE
           MOVE TX-COST-BASIS TO TW-COST-BASIS
           MOVE TX-LOT-AMOUNT TO TW-LOT-AMOUNT
           MOVE 0 TO TW-WASH-ADJ
           MOVE SPACES TO TW-RESERVED
           WRITE TW-TAXLOT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING TAXLOT, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' TX-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-TAXLOTS-LOADED
           END-IF
           PERFORM READ-ONE-TAXLOT.

       SWEEP-PENDING-WASH.
      * BR: A loss posted with no replacement lot stays open
      *     until its window closes — a repurchase that reaches
      *     the tax-lot ledger inside the window washes it then,
      *     and a window that has closed clears it for good
      * Patch 2026-10-15 M. Alvarez
           SET RGL-MORE TO TRUE
           MOVE LOW-VALUES TO RG-REALIZED-KEY
           START REALIZED-LEDGER
              KEY NOT < RG-REALIZED-KEY
              INVALID KEY SET RGL-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-PENDING-WASH
              UNTIL RGL-EOF.

       CHECK-ONE-PENDING-WASH.
      * BR: Any failed READ ends the sweep
           READ REALIZED-LEDGER NEXT RECORD
              AT END SET RGL-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET RGL-EOF TO TRUE
           END-IF
           IF RGL-MORE AND RG-WASH-PENDING
              COMPUTE WS-SALE-DAY-NUM =
                 FUNCTION INTEGER-OF-DATE(RG-SALE-DATE)
              PERFORM FIND-REPLACEMENT-LOT
              IF REPL-LOT-FOUND
                 PERFORM APPLY-WASH-DISALLOWANCE
              ELSE
                 IF WS-RUN-DAY-NUM
                    > WS-SALE-DAY-NUM + WS-WASH-SALE-DAYS
                    SET RG-WASH-CLEARED TO TRUE
                    ADD 1 TO WS-WASH-CLEARED-CNT
                 END-IF
              END-IF
              IF NOT RG-WASH-PENDING
                 REWRITE RG-REALIZED-RECORD
                 IF WS-FILE-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING REALIZED-LEDGER,'
                       ' STATUS=' WS-FILE-STATUS
                       ' ACCOUNT=' RG-ACCOUNT-ID
                 END-IF
              END-IF
           END-IF.

       OPEN-ACCT-CASH-FILE.
      * BR: The balance master is permanent and keyed — status
      *     35 on the very first run creates it; no balance
      *     positions; rejects and unacked orders are the retry
      *     cycle's business, not settlement's
           ADD 1 TO WS-ACKS-READ
      * Patch 2026-10-15 M. Alvarez — busts and corrections
      *   reverse an earlier posting
           IF ACK-CANCEL OR ACK-CORRECT
              PERFORM POST-CANCEL-CORRECT
              PERFORM READ-ONE-ACK
              EXIT PARAGRAPH
           END-IF
           IF (ACK-ACCEPTED OR ACK-PARTIAL)
              AND AK-EXEC-AMOUNT > 0
      * BR: An execution already on the history was posted by
      *     an earlier run — posting it again would double the
      *     fill
      * Patch 2026-10-15 M. Alvarez
              IF AK-EXEC-REF NOT = SPACES
                 MOVE AK-EXEC-REF TO EH-EXEC-REF
                 READ EXEC-HISTORY
                    INVALID KEY CONTINUE
                 END-READ
                 IF WS-FILE-STATUS = '00'
                    ADD 1 TO WS-EXECS-DUPLICATE
                    ADD AK-EXEC-AMOUNT TO WS-EXECS-DUP-AMT
                    DISPLAY ' EXECUTION ALREADY POSTED: '
                       AK-EXEC-REF ' ' AK-ACCOUNT-ID ' '
                       AK-SYMBOL
                    PERFORM READ-ONE-ACK
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              ADD 1 TO WS-ACKS-APPLIED
              ADD AK-EXEC-AMOUNT TO WS-EXEC-APPLIED-AMT
              PERFORM POST-ONE-EXECUTION
           ELSE
              ADD 1 TO WS-ACKS-SKIPPED
           END-IF
           PERFORM READ-ONE-ACK.

       POST-ONE-EXECUTION.
      * Patch 2026-10-15 M. Alvarez — a sell records its
      *   realized gain/loss first; the lot basis it relieves is
      *   what comes off the position's cost basis
           PERFORM RESET-EXEC-CAPTURE
           MOVE AK-EXEC-AMOUNT TO WS-RELIEVED-BASIS
           IF AK-SELL
              PERFORM RECORD-REALIZED-GAIN
           END-IF
           PERFORM APPLY-EXEC-TO-POSITION
           PERFORM APPLY-EXEC-TO-CASH
           PERFORM RECORD-EXEC-HISTORY.

       RESET-EXEC-CAPTURE.
      * Patch 2026-10-15 M. Alvarez
           MOVE 'N' TO WS-POST-POS-FLAG
           MOVE 0 TO WS-POST-HOLD-DAYS
           MOVE 0 TO WS-POST-CASH-AMT
           MOVE 0 TO WS-POST-RG-SALE-DATE
           MOVE 0 TO WS-POST-RG-ACK-SEQ.

       RECORD-EXEC-HISTORY.
      * BR: A fill with no execution reference (a feed from
      *     before references were carried) posts but cannot be
      *     cancelled here — counted so ops can see it
      * Patch 2026-10-15 M. Alvarez
           IF AK-EXEC-REF = SPACES
              ADD 1 TO WS-EXECS-UNREFERENCED
              EXIT PARAGRAPH
           END-IF
           MOVE AK-EXEC-REF TO EH-EXEC-REF
           MOVE AK-ACCOUNT-ID TO EH-ACCOUNT-ID
           MOVE AK-SYMBOL TO EH-SYMBOL
           MOVE AK-ACTION TO EH-ACTION
           MOVE WS-RUN-DATE TO EH-POST-DATE
           MOVE AK-EXEC-AMOUNT TO EH-EXEC-AMOUNT
           MOVE WS-RELIEVED-BASIS TO EH-RELIEVED-BASIS
           MOVE WS-POST-CASH-AMT TO EH-CASH-APPLIED
           MOVE WS-POST-HOLD-DAYS TO EH-PRIOR-HOLD-DAYS
           MOVE WS-POST-POS-FLAG TO EH-POSITION-FLAG
           MOVE WS-POST-RG-SALE-DATE TO EH-RG-SALE-DATE
           MOVE WS-POST-RG-ACK-SEQ TO EH-RG-ACK-SEQ
           SET EH-POSTED TO TRUE
           MOVE 0 TO EH-REVERSED-DATE
           MOVE SPACES TO EH-REPLACED-BY
           MOVE SPACES TO EH-RESERVED
           WRITE EH-EXEC-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXEC-HISTORY, STATUS='
                 WS-FILE-STATUS ' EXEC=' AK-EXEC-REF
           END-IF.

       POST-CANCEL-CORRECT.
      * BR: A cancel takes the original execution's posting back
      *     off; a correct does the same and then posts the
      *     corrected amount as a new execution under its own
      *     reference. Nothing moves unless the original is on
      *     the history, still posted, and for the same account,
      *     symbol and side — anything else is listed for ops.
      * Patch 2026-10-15 M. Alvarez
           IF ACK-CANCEL
              ADD 1 TO WS-CANCELS-READ
              ADD AK-EXEC-AMOUNT TO WS-CANCEL-READ-AMT
           ELSE
              ADD 1 TO WS-CORRECTS-READ
              ADD AK-EXEC-AMOUNT TO WS-CORRECT-READ-AMT
           END-IF
           PERFORM FIND-ORIGINAL-EXEC
           IF WS-CXL-REASON NOT = SPACES
              ADD 1 TO WS-CXL-NOT-APPLIED
              DISPLAY ' CANCEL/CORRECT NOT APPLIED: '
                 AK-ACCOUNT-ID ' ' AK-SYMBOL ' ORIG '
                 AK-ORIG-EXEC-REF ' ' WS-CXL-REASON
              EXIT PARAGRAPH
           END-IF
           IF ACK-CANCEL AND AK-EXEC-AMOUNT NOT = EH-EXEC-AMOUNT
              DISPLAY ' CANCEL AMOUNT DIFFERS FROM POSTED: '
                 AK-ORIG-EXEC-REF ' ' AK-EXEC-AMOUNT
                 ' POSTED ' EH-EXEC-AMOUNT
           END-IF
           PERFORM REVERSE-ORIGINAL-EXEC
           IF ACK-CANCEL
              SET EH-CANCELLED TO TRUE
              ADD 1 TO WS-CANCELS-APPLIED
              ADD EH-EXEC-AMOUNT TO WS-CANCEL-REV-AMT
           ELSE
              SET EH-CORRECTED TO TRUE
              ADD 1 TO WS-CORRECTS-APPLIED
              ADD EH-EXEC-AMOUNT TO WS-CORRECT-REV-AMT
           END-IF
           MOVE WS-RUN-DATE TO EH-REVERSED-DATE
           MOVE AK-EXEC-REF TO EH-REPLACED-BY
           DISPLAY ' EXECUTION REVERSED: ' EH-EXEC-REF ' '
              EH-ACCOUNT-ID ' ' EH-SYMBOL ' ' EH-ACTION ' '
              EH-EXEC-AMOUNT ' STATUS ' EH-STATUS
           REWRITE EH-EXEC-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING EXEC-HISTORY, STATUS='
                 WS-FILE-STATUS ' EXEC=' EH-EXEC-REF
           END-IF
           IF ACK-CORRECT AND AK-EXEC-AMOUNT > 0
              PERFORM RESET-EXEC-CAPTURE
              MOVE AK-EXEC-AMOUNT TO WS-RELIEVED-BASIS
              IF AK-SELL
                 PERFORM POST-CORRECTED-REALIZED
              END-IF
              PERFORM APPLY-EXEC-TO-POSITION
              PERFORM APPLY-EXEC-TO-CASH
              PERFORM RECORD-EXEC-HISTORY
              ADD AK-EXEC-AMOUNT TO WS-CORRECT-POST-AMT
           END-IF.

       FIND-ORIGINAL-EXEC.
      * Patch 2026-10-15 M. Alvarez
           MOVE SPACES TO WS-CXL-REASON
           IF AK-ORIG-EXEC-REF = SPACES
              MOVE 'NO ORIGINAL EXEC REFERENCE' TO WS-CXL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE AK-ORIG-EXEC-REF TO EH-EXEC-REF
           READ EXEC-HISTORY
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN WS-FILE-STATUS NOT = '00'
                 MOVE 'ORIGINAL NOT ON HISTORY' TO WS-CXL-REASON
              WHEN NOT EH-POSTED
                 MOVE 'ORIGINAL ALREADY REVERSED' TO WS-CXL-REASON
              WHEN EH-ACCOUNT-ID NOT = AK-ACCOUNT-ID
                 OR EH-SYMBOL NOT = AK-SYMBOL
                 OR EH-ACTION NOT = AK-ACTION
                 MOVE 'ACCOUNT/SYMBOL/SIDE DIFFER' TO WS-CXL-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       REVERSE-ORIGINAL-EXEC.
      * BR: The realized row comes off first (it may carry a
      *     wash adjustment on the same position), then the
      *     position, then the cash — each by exactly what the
      *     original posting recorded
      * Patch 2026-10-15 M. Alvarez
           SET SAVED-RG-ABSENT TO TRUE
           IF EH-RG-SALE-DATE > 0
              PERFORM REVERSE-REALIZED-ROW
           END-IF
           IF NOT EH-POS-UNTOUCHED
              PERFORM REVERSE-EXEC-POSITION
           END-IF
           PERFORM REVERSE-EXEC-CASH.

       REVERSE-REALIZED-ROW.
      * BR: The busted sale never happened — its realized row is
      *     deleted so it never reaches the 1099-B, and any loss
      *     it carried onto a replacement lot is taken back off
      * Patch 2026-10-15 M. Alvarez
           MOVE EH-ACCOUNT-ID TO RG-ACCOUNT-ID
           MOVE EH-SYMBOL TO RG-SYMBOL
           MOVE EH-RG-SALE-DATE TO RG-SALE-DATE
           MOVE EH-RG-ACK-SEQ TO RG-ACK-SEQ
           READ REALIZED-LEDGER
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY ' REALIZED ROW NOT FOUND TO REVERSE: '
                 EH-ACCOUNT-ID ' ' EH-SYMBOL ' ' EH-RG-SALE-DATE
              EXIT PARAGRAPH
           END-IF
           SET SAVED-RG-PRESENT TO TRUE
           MOVE RG-SALE-DATE TO WS-SAVED-SALE-DATE
           MOVE RG-LOT-ID TO WS-SAVED-LOT-ID
           MOVE RG-LOT-METHOD TO WS-SAVED-LOT-METHOD
           MOVE RG-BUY-DATE TO WS-SAVED-BUY-DATE
           MOVE RG-TERM TO WS-SAVED-TERM
           MOVE RG-BASIS-FLAG TO WS-SAVED-BASIS-FLAG
           MOVE RG-PROCEEDS TO WS-SAVED-PROCEEDS
           MOVE RG-COST-BASIS TO WS-SAVED-COST-BASIS
           IF RG-WASH-APPLIED AND RG-WASH-DISALLOWED > 0
              PERFORM REVERSE-WASH-CARRY
           END-IF
           DELETE REALIZED-LEDGER RECORD
              INVALID KEY CONTINUE
           END-DELETE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' EH-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-REALIZED-REVERSED
              ADD WS-SAVED-PROCEEDS TO WS-REALIZED-REV-AMT
           END-IF.

       REVERSE-WASH-CARRY.
      * BR: Mirror of APPLY-WASH-DISALLOWANCE — off the
      *     replacement lot (tax-lot ledger at end of run) and off
      *     the position's cost basis now
      * Patch 2026-10-15 M. Alvarez
           MOVE RG-WASH-DISALLOWED TO WS-WASH-AMOUNT
           ADD 1 TO WS-WASH-REVERSED-CNT
           ADD WS-WASH-AMOUNT TO WS-WASH-REVERSED-AMT
           MOVE RG-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE RG-SYMBOL TO TW-SYMBOL
           MOVE RG-REPL-LOT-ID TO TW-LOT-ID
           READ TAXLOT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              SUBTRACT WS-WASH-AMOUNT FROM TW-WASH-ADJ
              IF WS-WASH-AMOUNT NOT > TW-COST-BASIS
                 SUBTRACT WS-WASH-AMOUNT FROM TW-COST-BASIS
              ELSE
                 MOVE 0 TO TW-COST-BASIS
              END-IF
              REWRITE TW-TAXLOT-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING TAXLOT-WORK, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' RG-ACCOUNT-ID
              END-IF
           ELSE
              DISPLAY ' WASH LOT NOT FOUND TO REVERSE: '
                 RG-ACCOUNT-ID ' ' RG-SYMBOL ' ' RG-REPL-LOT-ID
           END-IF
           MOVE RG-ACCOUNT-ID TO PM-ACCOUNT-ID
           MOVE RG-SYMBOL TO PM-SYMBOL
           READ POSITION-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF WS-WASH-AMOUNT NOT > PM-COST-BASIS
                 SUBTRACT WS-WASH-AMOUNT FROM PM-COST-BASIS
              ELSE
                 MOVE 0 TO PM-COST-BASIS
              END-IF
              COMPUTE PM-UNREALIZED-GL =
                 PM-MARKET-VALUE - PM-COST-BASIS
              REWRITE POSITION-MASTER-REC
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING POSITION, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' RG-ACCOUNT-ID
              END-IF
           END-IF.

       REVERSE-EXEC-POSITION.
      * BR: A cancelled buy comes back off market value and cost
      *     basis and the hold days it reset are restored; a
      *     cancelled sell goes back on, with the lot basis it
      *     relieved. A position the cancelled buy opened is
      *     backed out when no other purchase has added basis to
      *     it since. Market value is reversed at the posted
      *     dollars — the next valuation re-prices it.
      * Patch 2026-10-15 M. Alvarez
           MOVE EH-ACCOUNT-ID TO PM-ACCOUNT-ID
           MOVE EH-SYMBOL TO PM-SYMBOL
           READ POSITION-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY ' POSITION NOT FOUND TO REVERSE: '
                 EH-ACCOUNT-ID ' ' EH-SYMBOL ' ' EH-EXEC-AMOUNT
              EXIT PARAGRAPH
           END-IF
           MOVE PM-MARKET-VALUE TO WS-OLD-MARKET-VALUE
           IF EH-BUY
              IF EH-EXEC-AMOUNT NOT > PM-MARKET-VALUE
                 SUBTRACT EH-EXEC-AMOUNT FROM PM-MARKET-VALUE
              ELSE
                 MOVE 0 TO PM-MARKET-VALUE
              END-IF
              IF EH-EXEC-AMOUNT NOT > PM-COST-BASIS
                 SUBTRACT EH-EXEC-AMOUNT FROM PM-COST-BASIS
              ELSE
                 MOVE 0 TO PM-COST-BASIS
              END-IF
              MOVE EH-PRIOR-HOLD-DAYS TO PM-HOLD-DAYS
           ELSE
              ADD EH-EXEC-AMOUNT TO PM-MARKET-VALUE
              ADD EH-RELIEVED-BASIS TO PM-COST-BASIS
           END-IF
           IF EH-BUY AND EH-POS-CREATED AND PM-COST-BASIS = 0
              DELETE POSITION-FILE RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR DELETING POSITION, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' EH-ACCOUNT-ID
              ELSE
                 ADD 1 TO WS-POSITIONS-BACKED
                 DISPLAY ' POSITION BACKED OUT: ' EH-ACCOUNT-ID
                    ' ' EH-SYMBOL
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-OLD-MARKET-VALUE > 0
              COMPUTE PM-CURRENT-ALLOC ROUNDED =
                 PM-CURRENT-ALLOC * PM-MARKET-VALUE
                 / WS-OLD-MARKET-VALUE
           END-IF
           REWRITE POSITION-MASTER-REC
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING POSITION, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' EH-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-POSITIONS-REVERSED
           END-IF.

       REVERSE-EXEC-CASH.
      * BR: Only the cash the original actually moved comes
      *     back; a reversed sell larger than the balance
      *     flattens it and flags the shortfall, as on a buy
      * Patch 2026-10-15 M. Alvarez
           IF EH-CASH-APPLIED = 0
              EXIT PARAGRAPH
           END-IF
           MOVE EH-ACCOUNT-ID TO AC-ACCOUNT-ID
           READ ACCT-CASH-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY ' CASH ROW NOT FOUND TO REVERSE: '
                 EH-ACCOUNT-ID ' ' EH-CASH-APPLIED
              EXIT PARAGRAPH
           END-IF
           IF EH-BUY
              ADD EH-CASH-APPLIED TO AC-SETTLED-CASH
           ELSE
              IF EH-CASH-APPLIED NOT > AC-SETTLED-CASH
                 SUBTRACT EH-CASH-APPLIED FROM AC-SETTLED-CASH
              ELSE
                 DISPLAY ' CASH SHORTFALL ON SELL REVERSAL: '
                    EH-ACCOUNT-ID ' ' EH-CASH-APPLIED
                    ' BALANCE ' AC-SETTLED-CASH
                 MOVE 0 TO AC-SETTLED-CASH
              END-IF
           END-IF
           MOVE WS-SETTLE-DATE TO AC-VALUE-DATE
           REWRITE AC-CASH-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CASH ROW, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' EH-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-CASH-ROWS-REVERSED
           END-IF.

       POST-CORRECTED-REALIZED.
      * BR: The corrected sell is the same sale of the same lot
      *     at a different amount — reposted at the original
      *     trade date with the lot basis prorated to the new
      *     proceeds, and the wash-sale test run again. With no
      *     reversed row to go by it is recorded like any new
      *     sell.
      * Patch 2026-10-15 M. Alvarez
           IF SAVED-RG-ABSENT
              PERFORM RECORD-REALIZED-GAIN
              EXIT PARAGRAPH
           END-IF
           MOVE AK-ACCOUNT-ID TO RG-ACCOUNT-ID
           MOVE AK-SYMBOL TO RG-SYMBOL
           MOVE WS-SAVED-SALE-DATE TO RG-SALE-DATE
           MOVE WS-ACKS-READ TO RG-ACK-SEQ
           PERFORM FIND-FREE-REALIZED-KEY
           MOVE WS-RUN-DATE TO RG-SETTLE-DATE
           MOVE AK-EXEC-AMOUNT TO RG-PROCEEDS
           MOVE WS-SAVED-LOT-ID TO RG-LOT-ID
           MOVE WS-SAVED-LOT-METHOD TO RG-LOT-METHOD
           MOVE WS-SAVED-BUY-DATE TO RG-BUY-DATE
           MOVE WS-SAVED-TERM TO RG-TERM
           MOVE WS-SAVED-BASIS-FLAG TO RG-BASIS-FLAG
           MOVE 0 TO RG-COST-BASIS
           MOVE 0 TO RG-GAIN-LOSS
           MOVE 0 TO RG-WASH-DISALLOWED
           MOVE SPACES TO RG-REPL-LOT-ID
           MOVE SPACES TO RG-RESERVED
           SET RG-WASH-NONE TO TRUE
           IF RG-COVERED AND WS-SAVED-PROCEEDS > 0
              COMPUTE RG-COST-BASIS ROUNDED =
                 WS-SAVED-COST-BASIS * AK-EXEC-AMOUNT
                 / WS-SAVED-PROCEEDS
              COMPUTE RG-GAIN-LOSS =
                 RG-PROCEEDS - RG-COST-BASIS
              MOVE RG-COST-BASIS TO WS-RELIEVED-BASIS
              ADD 1 TO WS-SELLS-COVERED
              IF RG-SHORT-TERM
                 ADD RG-GAIN-LOSS TO WS-REALIZED-ST-NET
              END-IF
              IF RG-LONG-TERM
                 ADD RG-GAIN-LOSS TO WS-REALIZED-LT-NET
              END-IF
              IF RG-GAIN-LOSS < 0
                 COMPUTE WS-SALE-DAY-NUM =
                    FUNCTION INTEGER-OF-DATE(RG-SALE-DATE)
                 PERFORM FIND-REPLACEMENT-LOT
                 IF REPL-LOT-FOUND
                    PERFORM APPLY-WASH-DISALLOWANCE
                 ELSE
                    SET RG-WASH-PENDING TO TRUE
                    ADD 1 TO WS-WASH-PENDING-CNT
                 END-IF
              END-IF
           ELSE
              SET RG-NONCOVERED TO TRUE
              ADD 1 TO WS-SELLS-NONCOVERED
           END-IF
           WRITE RG-REALIZED-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-SELLS-RECORDED
              ADD RG-PROCEEDS TO WS-REALIZED-PROCEEDS
              MOVE RG-SALE-DATE TO WS-POST-RG-SALE-DATE
              MOVE RG-ACK-SEQ TO WS-POST-RG-ACK-SEQ
           END-IF.

       APPLY-EXEC-TO-POSITION.
           MOVE AK-ACCOUNT-ID TO PM-ACCOUNT-ID
           MOVE AK-SYMBOL TO PM-SYMBOL
              MOVE 0 TO PM-HOLD-DAYS
              MOVE AK-EXEC-AMOUNT TO PM-COST-BASIS
              MOVE 0 TO PM-POSITION-PCT
              MOVE 0 TO PM-LAST-PRICE
              MOVE SPACES TO PM-RESERVED
              WRITE POSITION-MASTER-REC
              IF WS-FILE-STATUS NOT = '00'
                    WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
              ELSE
                 ADD 1 TO WS-POSITIONS-CREATED
                 MOVE 'C' TO WS-POST-POS-FLAG
              END-IF
           ELSE
              DISPLAY ' SELL AGAINST UNKNOWN POSITION: '

       UPDATE-EXISTING-POSITION.
           MOVE PM-MARKET-VALUE TO WS-OLD-MARKET-VALUE
           MOVE PM-HOLD-DAYS TO WS-POST-HOLD-DAYS
           IF AK-BUY
              ADD AK-EXEC-AMOUNT TO PM-MARKET-VALUE
              ADD AK-EXEC-AMOUNT TO PM-COST-BASIS
              ELSE
                 MOVE 0 TO PM-MARKET-VALUE
              END-IF
      * Patch 2026-10-15 M. Alvarez — relieves the lot basis
      *   sold, not the proceeds
              IF WS-RELIEVED-BASIS NOT > PM-COST-BASIS
                 SUBTRACT WS-RELIEVED-BASIS FROM PM-COST-BASIS
              ELSE
                 MOVE 0 TO PM-COST-BASIS
              END-IF
                 WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-POSITIONS-UPDATED
              MOVE 'U' TO WS-POST-POS-FLAG
           END-IF.

       RECORD-REALIZED-GAIN.
      * BR: Proceeds are the executed amount; basis is the lot's
      *     basis on the order, prorated to the executed share of
      *     the ordered amount. A sell with no matching order or
      *     no lot on it (WRBAL-100's unlotted residual) posts as
      *     noncovered with no gain computed.
      * Patch 2026-10-15 M. Alvarez
           PERFORM MATCH-SELL-ORDER
           MOVE AK-ACCOUNT-ID TO RG-ACCOUNT-ID
           MOVE AK-SYMBOL TO RG-SYMBOL
           IF SELL-ORDER-FOUND AND OW-BATCH-DATE > 0
              MOVE OW-BATCH-DATE TO RG-SALE-DATE
           ELSE
              MOVE WS-RUN-DATE TO RG-SALE-DATE
           END-IF
           MOVE WS-ACKS-READ TO RG-ACK-SEQ
           PERFORM FIND-FREE-REALIZED-KEY
           MOVE WS-RUN-DATE TO RG-SETTLE-DATE
           MOVE AK-EXEC-AMOUNT TO RG-PROCEEDS
           MOVE 0 TO RG-BUY-DATE
           MOVE 0 TO RG-COST-BASIS
           MOVE 0 TO RG-GAIN-LOSS
           MOVE 0 TO RG-WASH-DISALLOWED
           MOVE SPACES TO RG-LOT-ID
           MOVE SPACES TO RG-LOT-METHOD
           MOVE SPACES TO RG-REPL-LOT-ID
           MOVE SPACES TO RG-RESERVED
           SET RG-TERM-UNKNOWN TO TRUE
           SET RG-WASH-NONE TO TRUE
           IF SELL-ORDER-FOUND AND OW-LOT-ID NOT = SPACES
              AND OW-TRADE-AMOUNT > 0
              SET RG-COVERED TO TRUE
              MOVE OW-LOT-ID TO RG-LOT-ID
              MOVE OW-LOT-METHOD TO RG-LOT-METHOD
              COMPUTE RG-COST-BASIS ROUNDED =
                 OW-LOT-COST-BASIS * AK-EXEC-AMOUNT
                 / OW-TRADE-AMOUNT
              COMPUTE RG-GAIN-LOSS =
                 RG-PROCEEDS - RG-COST-BASIS
              MOVE RG-COST-BASIS TO WS-RELIEVED-BASIS
              PERFORM CLASSIFY-HOLDING-TERM
              ADD 1 TO WS-SELLS-COVERED
              IF RG-SHORT-TERM
                 ADD RG-GAIN-LOSS TO WS-REALIZED-ST-NET
              END-IF
              IF RG-LONG-TERM
                 ADD RG-GAIN-LOSS TO WS-REALIZED-LT-NET
              END-IF
              IF RG-GAIN-LOSS < 0
                 COMPUTE WS-SALE-DAY-NUM =
                    FUNCTION INTEGER-OF-DATE(RG-SALE-DATE)
                 PERFORM FIND-REPLACEMENT-LOT
                 IF REPL-LOT-FOUND
                    PERFORM APPLY-WASH-DISALLOWANCE
                 ELSE
                    SET RG-WASH-PENDING TO TRUE
                    ADD 1 TO WS-WASH-PENDING-CNT
                 END-IF
              END-IF
           ELSE
              SET RG-NONCOVERED TO TRUE
              ADD 1 TO WS-SELLS-NONCOVERED
              DISPLAY ' SELL WITHOUT LOT — NONCOVERED: '
                 AK-ACCOUNT-ID ' ' AK-SYMBOL ' ' AK-EXEC-AMOUNT
           END-IF
           WRITE RG-REALIZED-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-SELLS-RECORDED
              ADD RG-PROCEEDS TO WS-REALIZED-PROCEEDS
              MOVE RG-SALE-DATE TO WS-POST-RG-SALE-DATE
              MOVE RG-ACK-SEQ TO WS-POST-RG-ACK-SEQ
           END-IF.

       FIND-FREE-REALIZED-KEY.
      * BR: The ack sequence restarts every run, so a row already
      *     under this key is another run's sale — or the
      *     original of the sale being corrected — never this
      *     one; the new row takes the next free sequence so
      *     neither is lost
      * Patch 2026-10-15 M. Alvarez
           READ REALIZED-LEDGER
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD 1 TO WS-SELLS-RESEQ
              DISPLAY ' REALIZED KEY IN USE — RESEQUENCED: '
                 RG-ACCOUNT-ID ' ' RG-SYMBOL ' ' RG-SALE-DATE
           END-IF
           PERFORM NEXT-REALIZED-ACK-SEQ
              UNTIL WS-FILE-STATUS NOT = '00'.

       NEXT-REALIZED-ACK-SEQ.
           ADD 1 TO RG-ACK-SEQ
           READ REALIZED-LEDGER
              INVALID KEY CONTINUE
           END-READ.

       MATCH-SELL-ORDER.
      * BR: Same rule as WTACK-110 — an unmatched order of the
      *     same account and symbol whose amount equals the
      *     ack's wins; first-unmatched is the fallback
      * Patch 2026-10-15 M. Alvarez
           SET SELL-ORDER-MISSING TO TRUE
           IF OUTQ-ABSENT
              EXIT PARAGRAPH
           END-IF
           SET SCAN-MORE TO TRUE
           MOVE 0 TO WS-EXACT-SEQ
           MOVE 0 TO WS-FIRST-SEQ
           MOVE 0 TO WS-CHOSEN-SEQ
           MOVE AK-ACCOUNT-ID TO OW-ACCOUNT-ID
           MOVE AK-SYMBOL TO OW-SYMBOL
           MOVE 0 TO OW-SEQ
           START ORDER-WORK
              KEY NOT < OW-ORDER-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-SELL-ORDER
              UNTIL SCAN-DONE
           IF WS-EXACT-SEQ NOT = 0
              MOVE WS-EXACT-SEQ TO WS-CHOSEN-SEQ
           ELSE
              MOVE WS-FIRST-SEQ TO WS-CHOSEN-SEQ
           END-IF
           IF WS-CHOSEN-SEQ NOT = 0
              MOVE AK-ACCOUNT-ID TO OW-ACCOUNT-ID
              MOVE AK-SYMBOL TO OW-SYMBOL
              MOVE WS-CHOSEN-SEQ TO OW-SEQ
              READ ORDER-WORK
                 INVALID KEY CONTINUE
              END-READ
              IF WS-FILE-STATUS = '00'
                 SET SELL-ORDER-FOUND TO TRUE
                 SET OW-MATCHED TO TRUE
                 REWRITE OW-ORDER-RECORD
                 IF WS-FILE-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING ORDER-WORK, STATUS='
                       WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
                 END-IF
              END-IF
           END-IF.

       SCAN-SELL-ORDER.
      * BR: Any failed READ ends the scan
           READ ORDER-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF OW-ACCOUNT-ID NOT = AK-ACCOUNT-ID
                 OR OW-SYMBOL NOT = AK-SYMBOL
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF OW-UNMATCHED
                    IF WS-FIRST-SEQ = 0
                       MOVE OW-SEQ TO WS-FIRST-SEQ
                    END-IF
                    IF OW-TRADE-AMOUNT = AK-TRADE-AMOUNT
                       MOVE OW-SEQ TO WS-EXACT-SEQ
                       SET SCAN-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CLASSIFY-HOLDING-TERM.
      * BR: Term runs from the lot's buy date to the trade date;
      *     a lot the tax-lot ledger does not carry stays unknown
      * Patch 2026-10-15 M. Alvarez
           MOVE RG-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE RG-SYMBOL TO TW-SYMBOL
           MOVE RG-LOT-ID TO TW-LOT-ID
           READ TAXLOT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00' AND TW-BUY-DATE > 0
              MOVE TW-BUY-DATE TO RG-BUY-DATE
              IF FUNCTION INTEGER-OF-DATE(RG-SALE-DATE)
                 - FUNCTION INTEGER-OF-DATE(RG-BUY-DATE)
                 > WS-LONG-TERM-DAYS
                 SET RG-LONG-TERM TO TRUE
              ELSE
                 SET RG-SHORT-TERM TO TRUE
              END-IF
           END-IF.

       FIND-REPLACEMENT-LOT.
      * BR: A replacement lot is another lot of the same symbol
      *     in the same account, still held, bought within the
      *     window either side of the sale; the first on the key
      *     takes the whole disallowed loss
      * Patch 2026-10-15 M. Alvarez
           SET REPL-LOT-MISSING TO TRUE
           MOVE SPACES TO WS-REPL-LOT-ID
           SET SCAN-MORE TO TRUE
           MOVE RG-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE RG-SYMBOL TO TW-SYMBOL
           MOVE LOW-VALUES TO TW-LOT-ID
           START TAXLOT-WORK
              KEY NOT < TW-TAXLOT-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-REPLACEMENT-LOT
              UNTIL SCAN-DONE.

       SCAN-REPLACEMENT-LOT.
      * BR: Any failed READ ends the scan
           READ TAXLOT-WORK NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF TW-ACCOUNT-ID NOT = RG-ACCOUNT-ID
                 OR TW-SYMBOL NOT = RG-SYMBOL
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF TW-LOT-ID NOT = RG-LOT-ID
                    AND TW-LOT-AMOUNT > 0
                    AND TW-BUY-DATE > 0
                    COMPUTE WS-BUY-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(TW-BUY-DATE)
                    COMPUTE WS-WINDOW-GAP-DAYS =
                       WS-BUY-DAY-NUM - WS-SALE-DAY-NUM
                    IF WS-WINDOW-GAP-DAYS < 0
                       COMPUTE WS-WINDOW-GAP-DAYS =
                          0 - WS-WINDOW-GAP-DAYS
                    END-IF
                    IF WS-WINDOW-GAP-DAYS NOT > WS-WASH-SALE-DAYS
                       SET REPL-LOT-FOUND TO TRUE
                       MOVE TW-LOT-ID TO WS-REPL-LOT-ID
                       SET SCAN-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-WASH-DISALLOWANCE.
      * BR: The whole loss is disallowed and added to the
      *     replacement lot's basis — on the tax-lot ledger at
      *     end of run, and on the position's cost basis now so
      *     unrealized gain/loss reflects it
      * Patch 2026-10-15 M. Alvarez
           COMPUTE WS-WASH-AMOUNT = 0 - RG-GAIN-LOSS
           MOVE WS-WASH-AMOUNT TO RG-WASH-DISALLOWED
           MOVE WS-REPL-LOT-ID TO RG-REPL-LOT-ID
           SET RG-WASH-APPLIED TO TRUE
           ADD 1 TO WS-WASH-APPLIED-CNT
           ADD WS-WASH-AMOUNT TO WS-WASH-APPLIED-AMT
           MOVE RG-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE RG-SYMBOL TO TW-SYMBOL
           MOVE WS-REPL-LOT-ID TO TW-LOT-ID
           READ TAXLOT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD WS-WASH-AMOUNT TO TW-WASH-ADJ
              ADD WS-WASH-AMOUNT TO TW-COST-BASIS
              REWRITE TW-TAXLOT-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING TAXLOT-WORK, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' RG-ACCOUNT-ID
              END-IF
           END-IF
           MOVE RG-ACCOUNT-ID TO PM-ACCOUNT-ID
           MOVE RG-SYMBOL TO PM-SYMBOL
           READ POSITION-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD WS-WASH-AMOUNT TO PM-COST-BASIS
              COMPUTE PM-UNREALIZED-GL =
                 PM-MARKET-VALUE - PM-COST-BASIS
              REWRITE POSITION-MASTER-REC
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING POSITION, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' RG-ACCOUNT-ID
              END-IF
           END-IF
           DISPLAY ' WASH SALE — LOSS CARRIED TO LOT: '
              RG-ACCOUNT-ID ' ' RG-SYMBOL ' ' WS-REPL-LOT-ID
              ' ' WS-WASH-AMOUNT.

       CARRY-WASH-TO-LEDGER.
      * BR: Disallowed losses reach the tax-lot ledger in one
      *     in-place pass at end of run, the same way WCACT-090
      *     adjusts it; nothing carried, no pass
      * Patch 2026-10-15 M. Alvarez
           IF WS-WASH-APPLIED-CNT = 0 AND WS-WASH-REVERSED-CNT = 0
              EXIT PARAGRAPH
           END-IF
           SET TAXLOT-MORE TO TRUE
           OPEN I-O TAXLOT-LEDGER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAXLOT-LEDGER, STATUS='
                 WS-FILE-STATUS
              DISPLAY ' WASH CARRY NOT APPLIED TO LEDGER —'
                 ' SEE OPS'
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-TAXLOT
           PERFORM CARRY-ONE-TAXLOT
              UNTIL TAXLOT-EOF
           CLOSE TAXLOT-LEDGER.

       CARRY-ONE-TAXLOT.
           MOVE TX-ACCOUNT-ID TO TW-ACCOUNT-ID
           MOVE TX-SYMBOL TO TW-SYMBOL
           MOVE TX-LOT-ID TO TW-LOT-ID
           READ TAXLOT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00' AND TW-WASH-ADJ NOT = 0
      * Patch 2026-10-15 M. Alvarez — a reversed carry can take
      *   the lot back down; never below zero
              IF TX-COST-BASIS + TW-WASH-ADJ < 0
                 MOVE 0 TO TX-COST-BASIS
              ELSE
                 ADD TW-WASH-ADJ TO TX-COST-BASIS
              END-IF
              REWRITE TX-TAXLOT-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING TAXLOT-LEDGER, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' TX-ACCOUNT-ID
              ELSE
                 ADD 1 TO WS-LOTS-ADJUSTED
              END-IF
           END-IF
           PERFORM READ-ONE-TAXLOT.

       APPLY-EXEC-TO-CASH.
      * BR: A buy settles out of the account's cash; a sell
      *     settles into it. A buy against an account with no
      *     balance row opens the row at zero and flags the
      *     shortfall — funds control chases it, the posting
      *     never goes negative on an unsigned field. Every
      *     touched row carries the T+1 value date (the next
      *     business day on the holiday calendar).
      * Patch 2026-09-02 M. Alvarez — keyed read/rewrite of the
      *   indexed master; there is no table ceiling left to lose
      *   a posting to
                 IF AK-EXEC-AMOUNT NOT > AC-SETTLED-CASH
                    SUBTRACT AK-EXEC-AMOUNT
                       FROM AC-SETTLED-CASH
                    MOVE AK-EXEC-AMOUNT TO WS-POST-CASH-AMT
                 ELSE
                    DISPLAY ' CASH SHORTFALL ON BUY SETTLE: '
                       AK-ACCOUNT-ID ' ' AK-EXEC-AMOUNT
                       ' BALANCE ' AC-SETTLED-CASH
                    MOVE AC-SETTLED-CASH TO WS-POST-CASH-AMT
                    MOVE 0 TO AC-SETTLED-CASH
                 END-IF
              ELSE
                 ADD AK-EXEC-AMOUNT TO AC-SETTLED-CASH
                 MOVE AK-EXEC-AMOUNT TO WS-POST-CASH-AMT
              END-IF
              MOVE WS-SETTLE-DATE TO AC-VALUE-DATE
              REWRITE AC-CASH-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING CASH ROW, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' AK-ACCOUNT-ID
                 MOVE 0 TO WS-POST-CASH-AMT
              ELSE
                 ADD 1 TO WS-CASH-ROWS-UPDATED
              END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ACCT-CASH-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE REALIZED-LEDGER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE ORDER-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ORDER-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE TAXLOT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING TAXLOT-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE EXEC-HISTORY
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING EXEC-HISTORY, STATUS='
                 WS-FILE-STATUS
           END-IF.

       WRITE-POSTING-CONTROL.
           DISPLAY ' WTSET-120 SETTLEMENT POSTING CONTROL'
           DISPLAY ' RUN DATE..: ' WS-RUN-DATE
           DISPLAY ' VALUE DATE: ' WS-SETTLE-DATE
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' BUS DATE..: ' WS-RUNCTL-BUS-DATE
           DISPLAY '================================================'
           DISPLAY ' ACKS READ.........: ' WS-ACKS-READ
           DISPLAY ' ACKS APPLIED......: ' WS-ACKS-APPLIED
           DISPLAY ' POSITIONS CREATED.: ' WS-POSITIONS-CREATED
           DISPLAY ' CASH ROWS UPDATED.: ' WS-CASH-ROWS-UPDATED
           DISPLAY ' CASH ROWS CREATED.: ' WS-CASH-ROWS-CREATED
      * Patch 2026-10-15 M. Alvarez — realized gain/loss section
           DISPLAY '------------------------------------------------'
           DISPLAY ' REALIZED GAIN/LOSS'
           DISPLAY ' SELL ORDERS LOADED: ' WS-ORDERS-LOADED
           DISPLAY ' TAX LOTS LOADED...: ' WS-TAXLOTS-LOADED
           DISPLAY ' SELLS RECORDED....: ' WS-SELLS-RECORDED
           DISPLAY ' SELLS COVERED.....: ' WS-SELLS-COVERED
           DISPLAY ' SELLS NONCOVERED..: ' WS-SELLS-NONCOVERED
           DISPLAY ' SELLS RESEQUENCED.: ' WS-SELLS-RESEQ
           DISPLAY ' PROCEEDS RECORDED.: ' WS-REALIZED-PROCEEDS
           DISPLAY ' SHORT-TERM NET....: ' WS-REALIZED-ST-NET
           DISPLAY ' LONG-TERM NET.....: ' WS-REALIZED-LT-NET
           DISPLAY ' WASH SALES APPLIED: ' WS-WASH-APPLIED-CNT
           DISPLAY ' LOSS DISALLOWED...: ' WS-WASH-APPLIED-AMT
           DISPLAY ' WASH WINDOWS OPEN.: ' WS-WASH-PENDING-CNT
           DISPLAY ' WASH WINDOWS CLOSE: ' WS-WASH-CLEARED-CNT
           DISPLAY ' LEDGER LOTS ADJ...: ' WS-LOTS-ADJUSTED
      * Patch 2026-10-15 M. Alvarez — cancel/correct section.
      * BR: CANCELS READ and CORRECTS READ (count and dollars)
      *     tie to the CANCELS and CORRECTS lines on WTACK-110;
      *     ACKS READ = APPLIED + SKIPPED + ALREADY POSTED +
      *     CANCELS READ + CORRECTS READ
           DISPLAY '------------------------------------------------'
           DISPLAY ' CANCEL / CORRECT'
           DISPLAY ' CANCELS READ......: ' WS-CANCELS-READ
              ' ' WS-CANCEL-READ-AMT
           DISPLAY ' CANCELS APPLIED...: ' WS-CANCELS-APPLIED
           DISPLAY ' CANCELLED REVERSED: ' WS-CANCEL-REV-AMT
           DISPLAY ' CORRECTS READ.....: ' WS-CORRECTS-READ
              ' ' WS-CORRECT-READ-AMT
           DISPLAY ' CORRECTS APPLIED..: ' WS-CORRECTS-APPLIED
           DISPLAY ' CORRECTED REVERSED: ' WS-CORRECT-REV-AMT
           DISPLAY ' CORRECTED REPOSTED: ' WS-CORRECT-POST-AMT
           DISPLAY ' NOT APPLIED.......: ' WS-CXL-NOT-APPLIED
           DISPLAY ' POSITIONS REVERSED: ' WS-POSITIONS-REVERSED
           DISPLAY ' POSITIONS BACKED..: ' WS-POSITIONS-BACKED
           DISPLAY ' CASH ROWS REVERSED: ' WS-CASH-ROWS-REVERSED
           DISPLAY ' REALIZED REVERSED.: ' WS-REALIZED-REVERSED
              ' ' WS-REALIZED-REV-AMT
           DISPLAY ' WASH CARRY REVERSD: ' WS-WASH-REVERSED-CNT
              ' ' WS-WASH-REVERSED-AMT
           DISPLAY ' EXECS ALREADY POST: ' WS-EXECS-DUPLICATE
              ' ' WS-EXECS-DUP-AMT
           DISPLAY ' EXECS WITHOUT REF.: ' WS-EXECS-UNREFERENCED
      * Patch 2026-10-15 M. Alvarez
           DISPLAY '------------------------------------------------'
           PERFORM REPORT-CALENDAR-IN-FORCE
           DISPLAY '================================================'.
