      * ══════════════════════════════════════════════════════════
      * REALIZED GAIN/LOSS REPORTING AND 1099-B EXTRACT
      * Module: TAX-BASIS-RPT (Batch Job WTAXR-140)
      * Wealth Management — Core System
      * Batch cycle: Morning 08:00 EST, after the WTSET-120
      *   settlement posting; the year-end extract run is
      *   requested through WM.TAXRPT.PARM
      * Upstream: WM.REALIZED.GL (written by WTSET-120)
      * Downstream: WM.TAX.1099B (cost-basis reporting file for
      *   the 1099-B vendor), year-to-date realized gains report
      *   for the advisor desk
      * Written 2026-10-15 M. Alvarez — realized gains and losses
      *   now post to WM.REALIZED.GL as sells settle, but the
      *   advisors approving another round of tax-loss harvesting
      *   had no view of what the account has already realized
      *   this year or which losses are still inside an open
      *   wash-sale window, and the 1099-B vendor file was built
      *   by hand from custodian statements. This job reads the
      *   ledger in account order and prints a year-to-date line
      *   per account (short- and long-term net, loss disallowed,
      *   noncovered proceeds, open wash windows) and, when a tax
      *   year is requested, writes the per-account cost-basis
      *   file for the vendor: an account header carrying the
      *   account's totals, one detail per sale, and a file
      *   trailer.
      * BR: Reportable gain/loss is proceeds less basis plus any
      *   wash-sale loss disallowed; noncovered sales (no lot
      *   basis known) report proceeds only and stay out of the
      *   gain/loss totals.
      * WARNING: RG-REALIZED-RECORD layout must stay in step with
      *   SETTLE-POST's FD.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-BASIS-RPT.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REALIZED-LEDGER ASSIGN TO 'WM.REALIZED.GL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REALIZED-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAX-BASIS-FILE ASSIGN TO 'WM.TAX.1099B'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'WM.TAXRPT.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REALIZED-LEDGER
           RECORDING MODE IS F.
       01  RG-REALIZED-RECORD.
           05 RG-REALIZED-KEY.
              10 RG-ACCOUNT-ID     PIC X(12).
              10 RG-SYMBOL         PIC X(8).
              10 RG-SALE-DATE      PIC 9(8).
              10 RG-SALE-DATE-X REDEFINES RG-SALE-DATE.
                 15 RG-SALE-YEAR   PIC 9(4).
                 15 RG-SALE-MMDD   PIC 9(4).
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

       FD  TAX-BASIS-FILE
           RECORDING MODE IS F.
      * BR: H = one per account with the account's totals for
      *     the tax year, D = one per sale, T = file trailer
       01  TB-BASIS-RECORD.
           05 TB-RECORD-TYPE       PIC X(1).
              88 TB-HEADER-REC        VALUE 'H'.
              88 TB-DETAIL-REC        VALUE 'D'.
              88 TB-TRAILER-REC       VALUE 'T'.
           05 TB-ACCOUNT-ID        PIC X(12).
           05 TB-TAX-YEAR          PIC 9(4).
           05 TB-RECORD-BODY       PIC X(130).
           05 TB-HEADER-BODY REDEFINES TB-RECORD-BODY.
              10 TB-SALE-CNT       PIC 9(6).
              10 TB-ST-PROCEEDS    PIC 9(11)V99.
              10 TB-ST-BASIS       PIC 9(11)V99.
              10 TB-ST-WASH        PIC 9(11)V99.
              10 TB-ST-GAIN        PIC S9(11)V99.
              10 TB-LT-PROCEEDS    PIC 9(11)V99.
              10 TB-LT-BASIS       PIC 9(11)V99.
              10 TB-LT-WASH        PIC 9(11)V99.
              10 TB-LT-GAIN        PIC S9(11)V99.
              10 TB-NONCOV-PROCEEDS PIC 9(11)V99.
              10 FILLER            PIC X(7).
           05 TB-DETAIL-BODY REDEFINES TB-RECORD-BODY.
              10 TB-SYMBOL         PIC X(8).
              10 TB-LOT-ID         PIC X(8).
              10 TB-ACQUIRED-DATE  PIC 9(8).
              10 TB-SOLD-DATE      PIC 9(8).
              10 TB-PROCEEDS       PIC 9(9)V99.
              10 TB-COST-BASIS     PIC 9(9)V99.
              10 TB-WASH-DISALLOWED PIC 9(9)V99.
              10 TB-GAIN-LOSS      PIC S9(9)V99.
              10 TB-TERM           PIC X(1).
              10 TB-COVERED        PIC X(1).
              10 FILLER            PIC X(52).
           05 TB-TRAILER-BODY REDEFINES TB-RECORD-BODY.
              10 TB-ACCOUNT-CNT    PIC 9(6).
              10 TB-DETAIL-CNT     PIC 9(6).
              10 TB-TOTAL-PROCEEDS PIC 9(13)V99.
              10 TB-TOTAL-BASIS    PIC 9(13)V99.
              10 TB-TOTAL-WASH     PIC 9(13)V99.
              10 TB-TOTAL-GAIN     PIC S9(13)V99.
              10 FILLER            PIC X(58).
           05 TB-RESERVED          PIC X(10).

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
             10 WS-RUN-MMDD       PIC 9(4).
          05 WS-ROWS-READ         PIC 9(7) VALUE 0.
          05 WS-ACCOUNTS-READ     PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-YTD      PIC 9(6) VALUE 0.
          05 WS-ACCOUNTS-OPEN-WASH PIC 9(6) VALUE 0.

      * --- PARAMETERS (WM.TAXRPT.PARM) ---
      * BR: TAX-YEAR-1099B names the tax year to extract for the
      *     vendor; zero (the default) writes no file, so the
      *     daily run is report only
       01 WS-TAXRPT-PARMS.
          05 WS-EXTRACT-YEAR      PIC 9(4) VALUE 0.
          05 WS-PARMS-READ        PIC 9(4) VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4) VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4) VALUE 0.

      * --- ACCOUNT TOTALS ---
       01 WS-ACCOUNT-WORK.
          05 WS-CUR-ACCOUNT-ID    PIC X(12).
          05 WS-REPORT-GAIN       PIC S9(9)V99 VALUE 0.
          05 WS-YTD-SALES         PIC 9(6)     VALUE 0.
          05 WS-YTD-ST-NET        PIC S9(11)V99 VALUE 0.
          05 WS-YTD-LT-NET        PIC S9(11)V99 VALUE 0.
          05 WS-YTD-UNK-NET       PIC S9(11)V99 VALUE 0.
          05 WS-YTD-WASH          PIC 9(11)V99 VALUE 0.
          05 WS-YTD-NONCOV        PIC 9(11)V99 VALUE 0.
          05 WS-YTD-OPEN-WASH     PIC 9(4)     VALUE 0.
          05 WS-YTD-FLAG          PIC X(12)    VALUE SPACES.
          05 WS-TAX-SALES         PIC 9(6)     VALUE 0.
          05 WS-TAX-ST-PROCEEDS   PIC 9(11)V99 VALUE 0.
          05 WS-TAX-ST-BASIS      PIC 9(11)V99 VALUE 0.
          05 WS-TAX-ST-WASH       PIC 9(11)V99 VALUE 0.
          05 WS-TAX-ST-GAIN       PIC S9(11)V99 VALUE 0.
          05 WS-TAX-LT-PROCEEDS   PIC 9(11)V99 VALUE 0.
          05 WS-TAX-LT-BASIS      PIC 9(11)V99 VALUE 0.
          05 WS-TAX-LT-WASH       PIC 9(11)V99 VALUE 0.
          05 WS-TAX-LT-GAIN       PIC S9(11)V99 VALUE 0.
          05 WS-TAX-NONCOV        PIC 9(11)V99 VALUE 0.

      * --- BOOK TOTALS ---
       01 WS-BOOK-TOTALS.
          05 WS-BOOK-YTD-ST-NET   PIC S9(13)V99 VALUE 0.
          05 WS-BOOK-YTD-LT-NET   PIC S9(13)V99 VALUE 0.
          05 WS-BOOK-YTD-UNK-NET  PIC S9(13)V99 VALUE 0.
          05 WS-BOOK-YTD-WASH     PIC 9(13)V99 VALUE 0.
          05 WS-BOOK-YTD-NONCOV   PIC 9(13)V99 VALUE 0.
          05 WS-TB-ACCOUNT-CNT    PIC 9(6)     VALUE 0.
          05 WS-TB-DETAIL-CNT     PIC 9(6)     VALUE 0.
          05 WS-TB-TOTAL-PROCEEDS PIC 9(13)V99 VALUE 0.
          05 WS-TB-TOTAL-BASIS    PIC 9(13)V99 VALUE 0.
          05 WS-TB-TOTAL-WASH     PIC 9(13)V99 VALUE 0.
          05 WS-TB-TOTAL-GAIN     PIC S9(13)V99 VALUE 0.

       01 WS-EOF-FLAGS.
          05 WS-RGL-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 RGL-EOF              VALUE 'Y'.
             88 RGL-MORE             VALUE 'N'.
          05 WS-ACCT-SCAN-FLAG    PIC X(1) VALUE 'N'.
             88 ACCT-SCAN-DONE       VALUE 'Y'.
             88 ACCT-SCAN-MORE       VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
          05 WS-EXTRACT-FLAG      PIC X(1) VALUE 'N'.
             88 EXTRACT-REQUESTED    VALUE 'Y'.
             88 REPORT-ONLY          VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-TAX-REPORT.
           PERFORM INIT-TAX-REPORT
           PERFORM REPORT-YTD-HEADER
           PERFORM REPORT-ONE-ACCOUNT
              UNTIL RGL-EOF
           IF EXTRACT-REQUESTED
              PERFORM WRITE-BASIS-TRAILER
           END-IF
           PERFORM REPORT-TAX-TOTALS
           PERFORM CLOSE-TAX-REPORT-FILES
           STOP RUN.

       INIT-TAX-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-TAXRPT-PARMS
           IF WS-EXTRACT-YEAR > 0
              SET EXTRACT-REQUESTED TO TRUE
           END-IF
      * BR: No realized ledger means WTSET-120 never ran —
      *     abend rather than report a year with no sales
           OPEN INPUT REALIZED-LEDGER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'WTAXR-140 ABEND — REALIZED LEDGER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           IF EXTRACT-REQUESTED
              OPEN OUTPUT TAX-BASIS-FILE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING TAX-BASIS-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'WTAXR-140 ABEND — 1099-B FILE'
                    ' UNAVAILABLE'
                 STOP RUN
              END-IF
           END-IF
           SET RGL-MORE TO TRUE
           PERFORM READ-NEXT-REALIZED.

       LOAD-TAXRPT-PARMS.
      * BR: Status 35 just means no parameter file was staged —
      *     report-only run; any other status is an error
           OPEN INPUT PARM-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-PARM
                 PERFORM APPLY-ONE-PARM
                    UNTIL PARM-EOF
                 CLOSE PARM-FILE
              WHEN '35'
                 DISPLAY 'WM.TAXRPT.PARM NOT PRESENT —'
                    ' REPORT ONLY, NO 1099-B EXTRACT'
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
                 WHEN 'TAX-YEAR-1099B'
                    MOVE PR-PARM-VALUE TO WS-EXTRACT-YEAR
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       READ-NEXT-REALIZED.
      * BR: Any failed READ ends the sweep
           READ REALIZED-LEDGER NEXT RECORD
              AT END
                 SET RGL-EOF TO TRUE
                 SET ACCT-SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET RGL-EOF TO TRUE
              SET ACCT-SCAN-DONE TO TRUE
           END-IF
           IF RGL-MORE
              IF RG-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
                 SET ACCT-SCAN-DONE TO TRUE
              END-IF
           END-IF.

       REPORT-ONE-ACCOUNT.
      * BR: First pass totals the account for both the current
      *     year and the extract year; when the account has
      *     extract-year sales, its header goes out and a START
      *     on the account re-reads its rows for the details,
      *     leaving the ledger on the next account either way
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE RG-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
           PERFORM CLEAR-ACCOUNT-TOTALS
           SET ACCT-SCAN-MORE TO TRUE
           PERFORM TALLY-ONE-SALE
              UNTIL ACCT-SCAN-DONE
           PERFORM REPORT-YTD-LINE
           IF EXTRACT-REQUESTED AND WS-TAX-SALES > 0
              PERFORM WRITE-BASIS-HEADER
              MOVE WS-CUR-ACCOUNT-ID TO RG-ACCOUNT-ID
              MOVE LOW-VALUES TO RG-SYMBOL
              MOVE 0 TO RG-SALE-DATE
              MOVE 0 TO RG-ACK-SEQ
              SET RGL-MORE TO TRUE
              SET ACCT-SCAN-MORE TO TRUE
              START REALIZED-LEDGER
                 KEY NOT < RG-REALIZED-KEY
                 INVALID KEY
                    SET RGL-EOF TO TRUE
                    SET ACCT-SCAN-DONE TO TRUE
              END-START
              IF ACCT-SCAN-MORE
                 PERFORM READ-NEXT-REALIZED
              END-IF
              PERFORM WRITE-ONE-BASIS-DETAIL
                 UNTIL ACCT-SCAN-DONE
           END-IF.

       CLEAR-ACCOUNT-TOTALS.
           MOVE 0 TO WS-YTD-SALES
           MOVE 0 TO WS-YTD-ST-NET
           MOVE 0 TO WS-YTD-LT-NET
           MOVE 0 TO WS-YTD-UNK-NET
           MOVE 0 TO WS-YTD-WASH
           MOVE 0 TO WS-YTD-NONCOV
           MOVE 0 TO WS-YTD-OPEN-WASH
           MOVE 0 TO WS-TAX-SALES
           MOVE 0 TO WS-TAX-ST-PROCEEDS
           MOVE 0 TO WS-TAX-ST-BASIS
           MOVE 0 TO WS-TAX-ST-WASH
           MOVE 0 TO WS-TAX-ST-GAIN
           MOVE 0 TO WS-TAX-LT-PROCEEDS
           MOVE 0 TO WS-TAX-LT-BASIS
           MOVE 0 TO WS-TAX-LT-WASH
           MOVE 0 TO WS-TAX-LT-GAIN
           MOVE 0 TO WS-TAX-NONCOV.

       TALLY-ONE-SALE.
      * BR: An open wash window counts whatever year the sale
      *     fell in — it is exactly what the advisor must see
      *     before harvesting another loss in the account
           ADD 1 TO WS-ROWS-READ
           COMPUTE WS-REPORT-GAIN =
              RG-GAIN-LOSS + RG-WASH-DISALLOWED
           IF RG-WASH-PENDING
              ADD 1 TO WS-YTD-OPEN-WASH
           END-IF
           IF RG-SALE-YEAR = WS-RUN-YEAR
              ADD 1 TO WS-YTD-SALES
              ADD RG-WASH-DISALLOWED TO WS-YTD-WASH
              EVALUATE TRUE
                 WHEN RG-NONCOVERED
                    ADD RG-PROCEEDS TO WS-YTD-NONCOV
                 WHEN RG-LONG-TERM
                    ADD WS-REPORT-GAIN TO WS-YTD-LT-NET
                 WHEN RG-SHORT-TERM
                    ADD WS-REPORT-GAIN TO WS-YTD-ST-NET
                 WHEN OTHER
                    ADD WS-REPORT-GAIN TO WS-YTD-UNK-NET
              END-EVALUATE
           END-IF
      * BR: A covered lot with no buy date on file is reported
      *     with the short-term totals — the vendor file carries
      *     the unknown term on the detail for the tax desk
           IF EXTRACT-REQUESTED AND RG-SALE-YEAR = WS-EXTRACT-YEAR
              ADD 1 TO WS-TAX-SALES
              EVALUATE TRUE
                 WHEN RG-NONCOVERED
                    ADD RG-PROCEEDS TO WS-TAX-NONCOV
                 WHEN RG-LONG-TERM
                    ADD RG-PROCEEDS TO WS-TAX-LT-PROCEEDS
                    ADD RG-COST-BASIS TO WS-TAX-LT-BASIS
                    ADD RG-WASH-DISALLOWED TO WS-TAX-LT-WASH
                    ADD WS-REPORT-GAIN TO WS-TAX-LT-GAIN
                 WHEN OTHER
                    ADD RG-PROCEEDS TO WS-TAX-ST-PROCEEDS
                    ADD RG-COST-BASIS TO WS-TAX-ST-BASIS
                    ADD RG-WASH-DISALLOWED TO WS-TAX-ST-WASH
                    ADD WS-REPORT-GAIN TO WS-TAX-ST-GAIN
              END-EVALUATE
           END-IF
           PERFORM READ-NEXT-REALIZED.

       WRITE-BASIS-HEADER.
           MOVE SPACES TO TB-BASIS-RECORD
           MOVE 'H' TO TB-RECORD-TYPE
           MOVE WS-CUR-ACCOUNT-ID TO TB-ACCOUNT-ID
           MOVE WS-EXTRACT-YEAR TO TB-TAX-YEAR
           MOVE WS-TAX-SALES TO TB-SALE-CNT
           MOVE WS-TAX-ST-PROCEEDS TO TB-ST-PROCEEDS
           MOVE WS-TAX-ST-BASIS TO TB-ST-BASIS
           MOVE WS-TAX-ST-WASH TO TB-ST-WASH
           MOVE WS-TAX-ST-GAIN TO TB-ST-GAIN
           MOVE WS-TAX-LT-PROCEEDS TO TB-LT-PROCEEDS
           MOVE WS-TAX-LT-BASIS TO TB-LT-BASIS
           MOVE WS-TAX-LT-WASH TO TB-LT-WASH
           MOVE WS-TAX-LT-GAIN TO TB-LT-GAIN
           MOVE WS-TAX-NONCOV TO TB-NONCOV-PROCEEDS
           WRITE TB-BASIS-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX-BASIS-FILE, STATUS='
                 WS-FILE-STATUS ' ACCOUNT=' WS-CUR-ACCOUNT-ID
           ELSE
              ADD 1 TO WS-TB-ACCOUNT-CNT
           END-IF.

       WRITE-ONE-BASIS-DETAIL.
           IF RG-SALE-YEAR = WS-EXTRACT-YEAR
              MOVE SPACES TO TB-BASIS-RECORD
              MOVE 'D' TO TB-RECORD-TYPE
              MOVE RG-ACCOUNT-ID TO TB-ACCOUNT-ID
              MOVE WS-EXTRACT-YEAR TO TB-TAX-YEAR
              MOVE RG-SYMBOL TO TB-SYMBOL
              MOVE RG-LOT-ID TO TB-LOT-ID
              MOVE RG-BUY-DATE TO TB-ACQUIRED-DATE
              MOVE RG-SALE-DATE TO TB-SOLD-DATE
              MOVE RG-PROCEEDS TO TB-PROCEEDS
              MOVE RG-TERM TO TB-TERM
              MOVE RG-BASIS-FLAG TO TB-COVERED
              IF RG-COVERED
                 MOVE RG-COST-BASIS TO TB-COST-BASIS
                 MOVE RG-WASH-DISALLOWED TO TB-WASH-DISALLOWED
                 COMPUTE TB-GAIN-LOSS =
                    RG-GAIN-LOSS + RG-WASH-DISALLOWED
              ELSE
                 MOVE 0 TO TB-COST-BASIS
                 MOVE 0 TO TB-WASH-DISALLOWED
                 MOVE 0 TO TB-GAIN-LOSS
              END-IF
              WRITE TB-BASIS-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING TAX-BASIS-FILE, STATUS='
                    WS-FILE-STATUS ' ACCOUNT=' RG-ACCOUNT-ID
              ELSE
                 ADD 1 TO WS-TB-DETAIL-CNT
                 ADD TB-PROCEEDS TO WS-TB-TOTAL-PROCEEDS
                 ADD TB-COST-BASIS TO WS-TB-TOTAL-BASIS
                 ADD TB-WASH-DISALLOWED TO WS-TB-TOTAL-WASH
                 ADD TB-GAIN-LOSS TO WS-TB-TOTAL-GAIN
              END-IF
           END-IF
           PERFORM READ-NEXT-REALIZED.

       WRITE-BASIS-TRAILER.
      * BR: The trailer's counts and dollars are rebuilt from the
      *     details actually written, for the vendor's balancing
           MOVE SPACES TO TB-BASIS-RECORD
           MOVE 'T' TO TB-RECORD-TYPE
           MOVE SPACES TO TB-ACCOUNT-ID
           MOVE WS-EXTRACT-YEAR TO TB-TAX-YEAR
           MOVE WS-TB-ACCOUNT-CNT TO TB-ACCOUNT-CNT
           MOVE WS-TB-DETAIL-CNT TO TB-DETAIL-CNT
           MOVE WS-TB-TOTAL-PROCEEDS TO TB-TOTAL-PROCEEDS
           MOVE WS-TB-TOTAL-BASIS TO TB-TOTAL-BASIS
           MOVE WS-TB-TOTAL-WASH TO TB-TOTAL-WASH
           MOVE WS-TB-TOTAL-GAIN TO TB-TOTAL-GAIN
           WRITE TB-BASIS-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX-BASIS-FILE, STATUS='
                 WS-FILE-STATUS ' TRAILER'
           END-IF.

       CLOSE-TAX-REPORT-FILES.
           CLOSE REALIZED-LEDGER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING REALIZED-LEDGER, STATUS='
                 WS-FILE-STATUS
           END-IF
           IF EXTRACT-REQUESTED
              CLOSE TAX-BASIS-FILE
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR CLOSING TAX-BASIS-FILE, STATUS='
                    WS-FILE-STATUS
              END-IF
           END-IF.

       REPORT-YTD-HEADER.
           DISPLAY '================================================'
           DISPLAY ' WTAXR-140 YEAR-TO-DATE REALIZED GAINS REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              '   TAX YEAR: ' WS-RUN-YEAR
           DISPLAY '================================================'
           DISPLAY ' ACCOUNT      SHORT-TERM NET     LONG-TERM NET'
              '      LOSS DISALLOWED  NONCOVERED PROCEEDS'
              '  OPEN WASH'.

       REPORT-YTD-LINE.
      * BR: An account with an open wash window prints even with
      *     no sales this year, flagged for the advisor
           IF WS-YTD-OPEN-WASH > 0
              MOVE 'WASH WINDOW' TO WS-YTD-FLAG
              ADD 1 TO WS-ACCOUNTS-OPEN-WASH
           ELSE
              MOVE SPACES TO WS-YTD-FLAG
           END-IF
           IF WS-YTD-SALES > 0 OR WS-YTD-OPEN-WASH > 0
              ADD 1 TO WS-ACCOUNTS-YTD
              DISPLAY ' ' WS-CUR-ACCOUNT-ID ' ' WS-YTD-ST-NET
                 ' ' WS-YTD-LT-NET ' ' WS-YTD-WASH
                 ' ' WS-YTD-NONCOV ' ' WS-YTD-OPEN-WASH
                 ' ' WS-YTD-FLAG
              IF WS-YTD-UNK-NET NOT = 0
                 DISPLAY '   TERM UNKNOWN NET: ' WS-YTD-UNK-NET
              END-IF
              ADD WS-YTD-ST-NET TO WS-BOOK-YTD-ST-NET
              ADD WS-YTD-LT-NET TO WS-BOOK-YTD-LT-NET
              ADD WS-YTD-UNK-NET TO WS-BOOK-YTD-UNK-NET
              ADD WS-YTD-WASH TO WS-BOOK-YTD-WASH
              ADD WS-YTD-NONCOV TO WS-BOOK-YTD-NONCOV
           END-IF.

       REPORT-TAX-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' LEDGER ROWS READ..: ' WS-ROWS-READ
           DISPLAY ' ACCOUNTS READ.....: ' WS-ACCOUNTS-READ
           DISPLAY ' ACCOUNTS REPORTED.: ' WS-ACCOUNTS-YTD
           DISPLAY ' OPEN WASH ACCOUNTS: ' WS-ACCOUNTS-OPEN-WASH
           DISPLAY ' YTD SHORT-TERM NET: ' WS-BOOK-YTD-ST-NET
           DISPLAY ' YTD LONG-TERM NET.: ' WS-BOOK-YTD-LT-NET
           DISPLAY ' YTD TERM UNKNOWN..: ' WS-BOOK-YTD-UNK-NET
           DISPLAY ' YTD LOSS DISALLOWD: ' WS-BOOK-YTD-WASH
           DISPLAY ' YTD NONCOVERED....: ' WS-BOOK-YTD-NONCOV
           DISPLAY '------------------------------------------------'
           IF EXTRACT-REQUESTED
              DISPLAY ' 1099-B EXTRACT TAX YEAR: ' WS-EXTRACT-YEAR
              DISPLAY ' ACCOUNTS WRITTEN..: ' WS-TB-ACCOUNT-CNT
              DISPLAY ' DETAILS WRITTEN...: ' WS-TB-DETAIL-CNT
              DISPLAY ' PROCEEDS..........: ' WS-TB-TOTAL-PROCEEDS
              DISPLAY ' COST BASIS........: ' WS-TB-TOTAL-BASIS
              DISPLAY ' LOSS DISALLOWED...: ' WS-TB-TOTAL-WASH
              DISPLAY ' GAIN/LOSS.........: ' WS-TB-TOTAL-GAIN
           ELSE
              DISPLAY ' 1099-B EXTRACT....: NOT REQUESTED'
           END-IF
           DISPLAY ' PARMS READ/FUT/UNK: ' WS-PARMS-READ ' '
              WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.
