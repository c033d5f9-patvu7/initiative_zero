      * ══════════════════════════════════════════════════════════
      * MONTH-END CLAIMS RESERVE (IBNR AND CASE RESERVES)
      * Module: CLAIMS-RESERVE (Batch Job CLM-400)
      * Batch cycle: Monthly, first business day 05:30 EST,
      *   after the final CLM-100 nightly of the month
      * Upstream: CLM.PAID.HIST (keyed paid-claims history),
      *   CLM.SUSPENSE.FILE and CLM.APPEAL.FILE (the open items
      *   CLM-100 carried out of its last nightly)
      * Downstream: CLM.RESERVE.GLDIST (GL), finance reserve pack
      * Written 2026-10-15 M. Alvarez — finance was building the
      *   claims reserve in a spreadsheet from downloads. This job
      *   builds incurred-versus-paid lag triangles by claim type
      *   from the paid-claims history (service month down, paid
      *   month across), takes volume-weighted age-to-age
      *   development factors off the triangle, and projects each
      *   incurred month to ultimate for an incurred-but-not-
      *   reported estimate per type. Case reserves are added for
      *   every open suspense item (manager review, fraud hold,
      *   pended) and every open appeal. The reserve carried on
      *   CLM.RESERVE.BALANCE is compared with the new one and the
      *   change posts as balanced journal lines in the
      *   CLM.GLDIST.FEED layout.
      * BR: The triangle covers the twelve incurred months ending
      *   with the valuation month and development lags 0-11
      *   months. Paid dollars outside that window are counted on
      *   the report but do not develop; history written before
      *   PC-PAID-DATE was stamped carries no paid date and is
      *   counted as undated.
      * BR: Case reserves are the billed amount of the open item
      *   times the percentage for its kind — finance sets the
      *   percentages on CLM.RESERVE.PARM.
      * Patch 2026-10-15 M. Alvarez — suspense and appeal claim
      *   images widened 103 to 108 bytes with PROCESS-CLAIM's
      *   procedure code.
      * Patch 2026-10-15 M. Alvarez — paid-history and appeal
      *   layouts brought in step with PROCESS-CLAIM (drawn
      *   authorization on PC-HISTORY-RECORD, denial edit on
      *   AP-APPEAL-RECORD).
      * Patch 2026-10-15 M. Alvarez — with no valuation date on
      *   CLM.RESERVE.PARM the job values the month just closed
      *   (last day of the month before the run date), not the
      *   new month it runs in; suspense hold layout carries
      *   the overturned appeal edit in step with PROCESS-CLAIM.
      * WARNING: PC-HISTORY-RECORD, SF-SUSPENSE-RECORD,
      *   AP-APPEAL-RECORD and GD-GL-RECORD layouts must stay in
      *   step with PROCESS-CLAIM's FDs.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS-RESERVE.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-HIST-FILE ASSIGN TO 'CLM.PAID.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-HISTORY-KEY
               ALTERNATE RECORD KEY IS PC-MATCH-KEY
                  WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'CLM.SUSPENSE.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPEAL-FILE ASSIGN TO 'CLM.APPEAL.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'CLM.RESERVE.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESERVE-BALANCE ASSIGN TO 'CLM.RESERVE.BALANCE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESERVE-GL-FEED ASSIGN TO 'CLM.RESERVE.GLDIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-HIST-FILE
           RECORDING MODE IS F.
       01  PC-HISTORY-RECORD.
           05 PC-HISTORY-KEY.
              10 PC-CLAIM-ID       PIC 9(8).
           05 PC-MATCH-KEY.
              10 PC-POLICY-NUMBER  PIC X(10).
              10 PC-PROVIDER-ID    PIC X(12).
              10 PC-SERVICE-DATE   PIC 9(8).
              10 PC-CLAIM-AMOUNT   PIC 9(7)V99.
           05 PC-PAYOUT-AMOUNT     PIC 9(7)V99.
           05 PC-CLAIM-TYPE        PIC X(3).
           05 PC-BENEFIT-YEAR      PIC 9(4).
           05 PC-CEDED-AMOUNT      PIC 9(7)V99.
           05 PC-STATUS-FLAG       PIC X(1).
              88 PC-ACTIVE            VALUE 'A'.
              88 PC-VOIDED            VALUE 'V'.
           05 PC-PAID-DATE         PIC 9(8).
      * Patch 2026-10-15 M. Alvarez — authorization drawn and
      *   amount, in step with PROCESS-CLAIM; record widened 13
      *   bytes
           05 PC-AUTH-SEQ          PIC 9(4).
           05 PC-AUTH-DRAWN-AMT    PIC 9(7)V99.
           05 PC-RESERVED          PIC X(2).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SF-SUSPENSE-RECORD.
           05 SF-CLAIM-ID          PIC 9(8).
           05 SF-HOLD-STATUS       PIC X(1).
              88 SF-MANAGER-REVIEW    VALUE 'M'.
              88 SF-FRAUD-HOLD        VALUE 'F'.
           05 SF-HOLD-DATE         PIC 9(8).
           05 SF-AGE-DAYS          PIC 9(5).
           05 SF-ESCALATE-FLAG     PIC X(1).
           05 SF-CLAIM-DATA        PIC X(108).
      * Patch 2026-10-15 M. Alvarez — overturned edit carried
      *   with the hold, in step with PROCESS-CLAIM; carved from
      *   SF-RESERVED
           05 SF-BYPASS-CODE       PIC 9(4).
           05 SF-RESERVED          PIC X(6).

       FD  APPEAL-FILE
           RECORDING MODE IS F.
       01  AP-APPEAL-RECORD.
           05 AP-CLAIM-ID          PIC 9(8).
           05 AP-APPEAL-ID         PIC 9(8).
           05 AP-RECEIVED-DATE     PIC 9(8).
           05 AP-DEADLINE-DATE     PIC 9(8).
           05 AP-DAYS-LEFT         PIC S9(5).
           05 AP-WARN-FLAG         PIC X(1).
           05 AP-CLAIM-DATA        PIC X(108).
      * Patch 2026-10-15 M. Alvarez — denial edit carried with
      *   the appeal, in step with PROCESS-CLAIM; carved from
      *   AP-RESERVED
           05 AP-DENIAL-CODE       PIC 9(4).
           05 AP-RESERVED          PIC X(6).

       FD  PARM-FILE
           RECORDING MODE IS F.
      * BR: Same keyword/value layout as CLM.PARM.FILE, sorted by
      *     effective date so the latest in-force record wins
       01  PR-PARM-RECORD.
           05 PR-PARM-KEY          PIC X(20).
           05 PR-EFFECTIVE-DATE    PIC 9(8).
           05 PR-PARM-VALUE        PIC 9(9)V99.
           05 PR-RESERVED          PIC X(10).

       FD  RESERVE-BALANCE
           RECORDING MODE IS F.
      * BR: One record per claim type and reserve kind, carried
      *     month to month. The balance replaced is kept with the
      *     new one so a rerun for the same valuation date books
      *     the same change instead of a zero one.
       01  RB-BALANCE-RECORD.
           05 RB-CLAIM-TYPE        PIC X(3).
           05 RB-RESERVE-KIND      PIC X(1).
              88 RB-IBNR              VALUE 'I'.
              88 RB-CASE              VALUE 'C'.
           05 RB-VALUATION-DATE    PIC 9(8).
           05 RB-BALANCE           PIC 9(9)V99.
           05 RB-PRIOR-BALANCE     PIC 9(9)V99.
           05 RB-RESERVED          PIC X(10).

       FD  RESERVE-GL-FEED
           RECORDING MODE IS F.
      * BR: Same layout as CLM.GLDIST.FEED so the reserve change
      *     posts through the same GL interface as claim payments
       01  GD-GL-RECORD.
           05 GD-CLAIM-ID          PIC 9(8).
           05 GD-ACCOUNT-CODE      PIC X(8).
           05 GD-DC-FLAG           PIC X(1).
           05 GD-AMOUNT            PIC 9(9)V99.
      *       'V' reserve valuation change
           05 GD-TRANS-TYPE        PIC X(1).
           05 GD-CLAIM-TYPE        PIC X(3).
           05 GD-BATCH-DATE        PIC 9(8).
           05 GD-RESERVED          PIC X(10).

       WORKING-STORAGE SECTION.

      * --- RESERVE PARAMETERS ---
      * BR: Compiled defaults, overridable from CLM.RESERVE.PARM;
      *     a zero valuation date means the last day of the
      *     month before the run date — the month just closed
       01 WS-RESERVE-PARMS.
          05 WS-VALUATION-DATE    PIC 9(8)    VALUE 0.
          05 WS-CASE-PCT-MGR      PIC 9(3)V99 VALUE 100.00.
          05 WS-CASE-PCT-FRAUD    PIC 9(3)V99 VALUE 050.00.
          05 WS-CASE-PCT-PENDED   PIC 9(3)V99 VALUE 100.00.
          05 WS-CASE-PCT-APPEAL   PIC 9(3)V99 VALUE 040.00.

      * --- GL ACCOUNTS ---
      * NOTE: Production reads the account codes from the GL
      *   chart shared with PROCESS-CLAIM. Demo version carries
      *   the reserve liability and reserve expense codes.
       01 WS-GL-ACCOUNT-CODES.
          05 WS-GL-IBNR-LIAB      PIC X(8) VALUE '2200IBNR'.
          05 WS-GL-IBNR-EXPENSE   PIC X(8) VALUE '5400IBNR'.
          05 WS-GL-CASE-LIAB      PIC X(8) VALUE '2200CASE'.
          05 WS-GL-CASE-EXPENSE   PIC X(8) VALUE '5400CASE'.
       01 WS-GL-LINE-WORK.
          05 WS-GL-LINE-ACCOUNT   PIC X(8)     VALUE SPACES.
          05 WS-GL-LINE-DC        PIC X(1)     VALUE SPACE.
          05 WS-GL-LINE-AMOUNT    PIC 9(9)V99  VALUE 0.
          05 WS-GL-LIAB-ACCT      PIC X(8)     VALUE SPACES.
          05 WS-GL-EXPENSE-ACCT   PIC X(8)     VALUE SPACES.
          05 WS-RESERVE-CHANGE    PIC S9(9)V99 VALUE 0.
          05 WS-GL-RECS-WRITTEN   PIC 9(6)     VALUE 0.
          05 WS-GL-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.
          05 WS-GL-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.

      * --- RESERVE BY CLAIM TYPE ---
      * BR: Rows 1-4 are MED/DEN/VIS/RXP as CLMTYPE-TBL carries
      *     them; row 5 collects any other type code
       01 WS-RESERVE-TYPE-TABLE.
          05 WS-RESERVE-TYPE-ENTRY OCCURS 5 TIMES.
             10 RT-CLAIM-TYPE     PIC X(3).
             10 RT-HIST-CNT       PIC 9(6).
             10 RT-HIST-PAID      PIC 9(11)V99.
             10 RT-IBNR           PIC S9(9)V99.
             10 RT-SUSP-CNT       PIC 9(6).
             10 RT-SUSP-BILLED    PIC 9(11)V99.
             10 RT-APPEAL-CNT     PIC 9(6).
             10 RT-APPEAL-BILLED  PIC 9(11)V99.
             10 RT-CASE           PIC 9(9)V99.
             10 RT-PRIOR-IBNR     PIC 9(9)V99.
             10 RT-PRIOR-CASE     PIC 9(9)V99.
             10 RT-FACTOR         PIC 9(3)V9(6) OCCURS 11 TIMES.
             10 RT-CDF            PIC 9(3)V9(6) OCCURS 12 TIMES.
       01 WS-TYPE-IDX             PIC 9(2) VALUE 0.
       01 WS-LOOKUP-TYPE          PIC X(3) VALUE SPACES.

      * --- INCURRED-VERSUS-PAID LAG TRIANGLES ---
      * BR: Row 1 is the oldest incurred month, row 12 the
      *     valuation month; column 1 is lag 0 (paid in the month
      *     of service). Cells hold incremental paid dollars on
      *     load and cumulative paid dollars once developed.
       01 WS-LAG-TRIANGLES.
          05 LT-TYPE-ENTRY OCCURS 5 TIMES.
             10 LT-ROW-ENTRY OCCURS 12 TIMES.
                15 LT-PAID        PIC S9(9)V99 OCCURS 12 TIMES.
                15 LT-ROW-IBNR    PIC S9(9)V99.
       01 WS-TRIANGLE-WORK.
          05 WS-ROW-IDX           PIC 9(2)      VALUE 0.
          05 WS-LAG-IDX           PIC 9(2)      VALUE 0.
          05 WS-LATEST-LAG        PIC 9(2)      VALUE 0.
          05 WS-LAST-ROW          PIC 9(2)      VALUE 0.
          05 WS-VAL-MONTHS        PIC 9(6)      VALUE 0.
          05 WS-SVC-MONTHS        PIC 9(6)      VALUE 0.
          05 WS-PAID-MONTHS       PIC 9(6)      VALUE 0.
          05 WS-INCURRED-AGE      PIC S9(6)     VALUE 0.
          05 WS-PAID-LAG          PIC S9(6)     VALUE 0.
          05 WS-DEV-NUMERATOR     PIC S9(11)V99 VALUE 0.
          05 WS-DEV-DENOMINATOR   PIC S9(11)V99 VALUE 0.
          05 WS-ULTIMATE          PIC S9(11)V99 VALUE 0.
          05 WS-ROW-MONTHS        PIC 9(6)      VALUE 0.
          05 WS-ROW-YEAR          PIC 9(4)      VALUE 0.
          05 WS-ROW-MONTH         PIC 9(2)      VALUE 0.
       01 WS-DATE-WORK            PIC 9(8)      VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
          05 WS-DATE-YYYY         PIC 9(4).
          05 WS-DATE-MM           PIC 9(2).
          05 WS-DATE-DD           PIC 9(2).
       01 WS-LEAP-QUOT            PIC 9(4)      VALUE 0.
       01 WS-LEAP-REM-4           PIC 9(4)      VALUE 0.
       01 WS-LEAP-REM-100         PIC 9(4)      VALUE 0.
       01 WS-LEAP-REM-400         PIC 9(4)      VALUE 0.

      * --- OPEN ITEM CLAIM DATA ---
      * BR: The 108-byte claim image CLM-100 carries on its
      *     suspense and appeal files — PROCESS-CLAIM's
      *     WS-CLAIM-RECORD; only the leading fields are needed
       01 WS-OPEN-ITEM-CLAIM.
          05 OI-CLAIM-ID          PIC 9(8).
          05 OI-POLICY-NUMBER     PIC X(10).
          05 OI-CLAIM-TYPE        PIC X(3).
          05 OI-CLAIM-AMOUNT      PIC 9(7)V99.
          05 FILLER               PIC X(78).
       01 WS-CASE-WORK.
          05 WS-CASE-PCT          PIC 9(3)V99  VALUE 0.
          05 WS-CASE-AMOUNT       PIC 9(9)V99  VALUE 0.
          05 WS-MGR-CNT           PIC 9(6)     VALUE 0.
          05 WS-MGR-RESERVE       PIC 9(11)V99 VALUE 0.
          05 WS-FRAUD-CNT         PIC 9(6)     VALUE 0.
          05 WS-FRAUD-RESERVE     PIC 9(11)V99 VALUE 0.
          05 WS-PENDED-CNT        PIC 9(6)     VALUE 0.
          05 WS-PENDED-RESERVE    PIC 9(11)V99 VALUE 0.
          05 WS-APPEAL-CNT        PIC 9(6)     VALUE 0.
          05 WS-APPEAL-RESERVE    PIC 9(11)V99 VALUE 0.

      * --- RESERVE TOTALS ---
       01 WS-RESERVE-TOTALS.
          05 WS-TOTAL-IBNR        PIC S9(11)V99 VALUE 0.
          05 WS-TOTAL-CASE        PIC 9(11)V99  VALUE 0.
          05 WS-TOTAL-PRIOR       PIC 9(11)V99  VALUE 0.
          05 WS-TOTAL-RESERVE     PIC S9(11)V99 VALUE 0.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-HIST-RECS-READ    PIC 9(7) VALUE 0.
          05 WS-HIST-VOIDED       PIC 9(7) VALUE 0.
          05 WS-HIST-UNDATED      PIC 9(7) VALUE 0.
          05 WS-HIST-OUTSIDE      PIC 9(7) VALUE 0.
          05 WS-HIST-OUTSIDE-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-HIST-AFTER-VAL    PIC 9(7) VALUE 0.
          05 WS-SUSP-RECS-READ    PIC 9(6) VALUE 0.
          05 WS-APPEAL-RECS-READ  PIC 9(6) VALUE 0.
          05 WS-BAL-RECS-READ     PIC 9(4) VALUE 0.
          05 WS-BAL-RECS-WRITTEN  PIC 9(4) VALUE 0.
          05 WS-PARMS-READ        PIC 9(4) VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4) VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4) VALUE 0.
          05 WS-RERUN-FLAG        PIC X(1) VALUE 'N'.
             88 VALUATION-RERUN      VALUE 'Y'.
             88 VALUATION-FIRST-RUN  VALUE 'N'.

       01 WS-EOF-FLAGS.
          05 WS-HIST-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 HIST-EOF             VALUE 'Y'.
             88 HIST-MORE            VALUE 'N'.
          05 WS-SUSP-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 SUSP-EOF             VALUE 'Y'.
             88 SUSP-MORE            VALUE 'N'.
          05 WS-APPEAL-EOF-FLAG   PIC X(1) VALUE 'N'.
             88 APPEAL-EOF           VALUE 'Y'.
             88 APPEAL-MORE          VALUE 'N'.
          05 WS-BAL-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 BAL-EOF              VALUE 'Y'.
             88 BAL-MORE             VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-RESERVE.
           PERFORM INIT-RESERVE
           PERFORM LOAD-PRIOR-RESERVES
           PERFORM LOAD-LAG-TRIANGLES
           PERFORM DEVELOP-LAG-TRIANGLES
           PERFORM LOAD-SUSPENSE-RESERVES
           PERFORM LOAD-APPEAL-RESERVES
           PERFORM TOTAL-RESERVES
           PERFORM WRITE-RESERVE-JOURNAL
           PERFORM WRITE-RESERVE-BALANCES
           PERFORM REPORT-RESERVE
           PERFORM CLOSE-RESERVE-FILES
           STOP RUN.

       INIT-RESERVE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-RESERVE-TYPE-TABLE
           INITIALIZE WS-LAG-TRIANGLES
           MOVE 'MED' TO RT-CLAIM-TYPE (1)
           MOVE 'DEN' TO RT-CLAIM-TYPE (2)
           MOVE 'VIS' TO RT-CLAIM-TYPE (3)
           MOVE 'RXP' TO RT-CLAIM-TYPE (4)
           MOVE 'OTH' TO RT-CLAIM-TYPE (5)
           PERFORM LOAD-RESERVE-PARMS
           IF WS-VALUATION-DATE = 0
              PERFORM DEFAULT-VALUATION-DATE
           END-IF
           MOVE WS-VALUATION-DATE TO WS-DATE-WORK
           COMPUTE WS-VAL-MONTHS =
              WS-DATE-YYYY * 12 + WS-DATE-MM - 1
           OPEN OUTPUT RESERVE-GL-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESERVE-GL-FEED, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-400 ABEND — RESERVE GL FEED UNAVAILABLE'
              STOP RUN
           END-IF.

       LOAD-RESERVE-PARMS.
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
                 DISPLAY 'CLM.RESERVE.PARM NOT PRESENT —'
                    ' COMPILED DEFAULTS IN FORCE'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING PARM-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-PARM.
           READ PARM-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ.

       DEFAULT-VALUATION-DATE.
      * BR: The job runs on the first business day of the new
      *     month, so the month to value is the one just closed —
      *     valuing the new, empty month would develop the closed
      *     month at the wrong lag and understate IBNR
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           IF WS-DATE-MM = 1
              SUBTRACT 1 FROM WS-DATE-YYYY
              MOVE 12 TO WS-DATE-MM
           ELSE
              SUBTRACT 1 FROM WS-DATE-MM
           END-IF
           EVALUATE WS-DATE-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-DATE-DD
              WHEN 2
                 DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-4
                 DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-100
                 DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-400
                 IF WS-LEAP-REM-400 = 0
                    OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                    MOVE 29 TO WS-DATE-DD
                 ELSE
                    MOVE 28 TO WS-DATE-DD
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DATE-DD
           END-EVALUATE
           MOVE WS-DATE-WORK TO WS-VALUATION-DATE.

       APPLY-ONE-PARM.
           ADD 1 TO WS-PARMS-READ
           IF PR-EFFECTIVE-DATE > WS-RUN-DATE
              ADD 1 TO WS-PARMS-FUTURE
           ELSE
              EVALUATE PR-PARM-KEY
                 WHEN 'VALUATION-DATE'
                    MOVE PR-PARM-VALUE TO WS-VALUATION-DATE
                 WHEN 'CASE-PCT-MGR-REVIEW'
                    MOVE PR-PARM-VALUE TO WS-CASE-PCT-MGR
                 WHEN 'CASE-PCT-FRAUD-HOLD'
                    MOVE PR-PARM-VALUE TO WS-CASE-PCT-FRAUD
                 WHEN 'CASE-PCT-PENDED'
                    MOVE PR-PARM-VALUE TO WS-CASE-PCT-PENDED
                 WHEN 'CASE-PCT-APPEAL'
                    MOVE PR-PARM-VALUE TO WS-CASE-PCT-APPEAL
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-PRIOR-RESERVES.
      * BR: Status 35 means no reserve has been booked yet — the
      *     whole reserve posts as this month's change
           OPEN INPUT RESERVE-BALANCE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-BALANCE
                 PERFORM LOAD-ONE-BALANCE
                    UNTIL BAL-EOF
                 CLOSE RESERVE-BALANCE
              WHEN '35'
                 DISPLAY 'CLM.RESERVE.BALANCE NOT PRESENT —'
                    ' NO PRIOR RESERVE CARRIED'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING RESERVE-BALANCE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-400 ABEND — PRIOR RESERVE UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-BALANCE.
           READ RESERVE-BALANCE
              AT END SET BAL-EOF TO TRUE
           END-READ.

       LOAD-ONE-BALANCE.
           ADD 1 TO WS-BAL-RECS-READ
           MOVE RB-CLAIM-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-RESERVE-TYPE
      * BR: A carried balance already valued at this date is a
      *     rerun — the change is measured from what it replaced
           IF RB-VALUATION-DATE = WS-VALUATION-DATE
              SET VALUATION-RERUN TO TRUE
              IF RB-IBNR
                 MOVE RB-PRIOR-BALANCE TO RT-PRIOR-IBNR (WS-TYPE-IDX)
              ELSE
                 MOVE RB-PRIOR-BALANCE TO RT-PRIOR-CASE (WS-TYPE-IDX)
              END-IF
           ELSE
              IF RB-IBNR
                 MOVE RB-BALANCE TO RT-PRIOR-IBNR (WS-TYPE-IDX)
              ELSE
                 MOVE RB-BALANCE TO RT-PRIOR-CASE (WS-TYPE-IDX)
              END-IF
           END-IF
           PERFORM READ-ONE-BALANCE.

       FIND-RESERVE-TYPE.
           EVALUATE WS-LOOKUP-TYPE
              WHEN 'MED'
                 MOVE 1 TO WS-TYPE-IDX
              WHEN 'DEN'
                 MOVE 2 TO WS-TYPE-IDX
              WHEN 'VIS'
                 MOVE 3 TO WS-TYPE-IDX
              WHEN 'RXP'
                 MOVE 4 TO WS-TYPE-IDX
              WHEN OTHER
                 MOVE 5 TO WS-TYPE-IDX
           END-EVALUATE.

       LOAD-LAG-TRIANGLES.
      * BR: The history is required — a reserve built without it
      *     would book the whole IBNR to zero
           OPEN INPUT PAID-HIST-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAID-HIST-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-400 ABEND — PAID HISTORY UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM READ-ONE-HIST
           PERFORM LOAD-ONE-HIST
              UNTIL HIST-EOF
           CLOSE PAID-HIST-FILE.

       READ-ONE-HIST.
           READ PAID-HIST-FILE NEXT RECORD
              AT END SET HIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-HIST.
           ADD 1 TO WS-HIST-RECS-READ
           EVALUATE TRUE
              WHEN PC-VOIDED
                 ADD 1 TO WS-HIST-VOIDED
              WHEN PC-PAID-DATE NOT NUMERIC
                 OR PC-PAID-DATE = 0
                 ADD 1 TO WS-HIST-UNDATED
              WHEN OTHER
                 PERFORM PLACE-ONE-HIST
           END-EVALUATE
           PERFORM READ-ONE-HIST.

       PLACE-ONE-HIST.
      * BR: Incurred age is valuation month less service month;
      *     lag is paid month less service month. A claim paid
      *     after the valuation month is next month's business.
           MOVE PC-SERVICE-DATE TO WS-DATE-WORK
           COMPUTE WS-SVC-MONTHS =
              WS-DATE-YYYY * 12 + WS-DATE-MM - 1
           MOVE PC-PAID-DATE TO WS-DATE-WORK
           COMPUTE WS-PAID-MONTHS =
              WS-DATE-YYYY * 12 + WS-DATE-MM - 1
           COMPUTE WS-INCURRED-AGE = WS-VAL-MONTHS - WS-SVC-MONTHS
           COMPUTE WS-PAID-LAG = WS-PAID-MONTHS - WS-SVC-MONTHS
           IF WS-PAID-LAG < 0
              MOVE 0 TO WS-PAID-LAG
           END-IF
           EVALUATE TRUE
              WHEN WS-PAID-MONTHS > WS-VAL-MONTHS
                 ADD 1 TO WS-HIST-AFTER-VAL
              WHEN WS-INCURRED-AGE < 0
                 OR WS-INCURRED-AGE > 11
                 OR WS-PAID-LAG > 11
                 ADD 1 TO WS-HIST-OUTSIDE
                 ADD PC-PAYOUT-AMOUNT TO WS-HIST-OUTSIDE-AMT
              WHEN OTHER
                 MOVE PC-CLAIM-TYPE TO WS-LOOKUP-TYPE
                 PERFORM FIND-RESERVE-TYPE
                 COMPUTE WS-ROW-IDX = 12 - WS-INCURRED-AGE
                 COMPUTE WS-LAG-IDX = WS-PAID-LAG + 1
                 ADD PC-PAYOUT-AMOUNT TO
                    LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LAG-IDX)
                 ADD 1 TO RT-HIST-CNT (WS-TYPE-IDX)
                 ADD PC-PAYOUT-AMOUNT TO RT-HIST-PAID (WS-TYPE-IDX)
           END-EVALUATE.

       DEVELOP-LAG-TRIANGLES.
      * BR: Chain ladder per type: cumulate each row across the
      *     lags, take volume-weighted age-to-age factors from
      *     the rows observed at both ages, chain them into
      *     cumulative-to-ultimate factors, and project each
      *     incurred month's paid-to-date to ultimate. The
      *     unpaid remainder summed over the rows is the IBNR.
           PERFORM CUMULATE-TRIANGLE-CELL
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5
              AFTER WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > 12
              AFTER WS-LAG-IDX FROM 2 BY 1
                 UNTIL WS-LAG-IDX > 12
           PERFORM DEVELOP-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5.

       CUMULATE-TRIANGLE-CELL.
           ADD LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LAG-IDX - 1)
              TO LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LAG-IDX).

       DEVELOP-ONE-TYPE.
           PERFORM CALC-AGE-TO-AGE-FACTOR
              VARYING WS-LAG-IDX FROM 1 BY 1
                 UNTIL WS-LAG-IDX > 11
           MOVE 1 TO RT-CDF (WS-TYPE-IDX 12)
           PERFORM CALC-CUMULATIVE-FACTOR
              VARYING WS-LAG-IDX FROM 11 BY -1
                 UNTIL WS-LAG-IDX < 1
           MOVE 0 TO RT-IBNR (WS-TYPE-IDX)
           PERFORM PROJECT-ONE-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > 12
      * BR: Development below 1.000 on a thin type cannot take
      *     the reserve negative
           IF RT-IBNR (WS-TYPE-IDX) < 0
              MOVE 0 TO RT-IBNR (WS-TYPE-IDX)
           END-IF.

       CALC-AGE-TO-AGE-FACTOR.
      * BR: Rows observed at lag L+1 are rows 1 through 12-L;
      *     no paid dollars at lag L means no development, 1.000
           MOVE 0 TO WS-DEV-NUMERATOR
           MOVE 0 TO WS-DEV-DENOMINATOR
           COMPUTE WS-LAST-ROW = 12 - WS-LAG-IDX
           PERFORM SUM-ONE-FACTOR-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-LAST-ROW
           IF WS-DEV-DENOMINATOR > 0
              COMPUTE RT-FACTOR (WS-TYPE-IDX WS-LAG-IDX) ROUNDED =
                 WS-DEV-NUMERATOR / WS-DEV-DENOMINATOR
           ELSE
              MOVE 1 TO RT-FACTOR (WS-TYPE-IDX WS-LAG-IDX)
           END-IF.

       SUM-ONE-FACTOR-ROW.
           ADD LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LAG-IDX + 1)
              TO WS-DEV-NUMERATOR
           ADD LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LAG-IDX)
              TO WS-DEV-DENOMINATOR.

       CALC-CUMULATIVE-FACTOR.
           COMPUTE RT-CDF (WS-TYPE-IDX WS-LAG-IDX) ROUNDED =
              RT-CDF (WS-TYPE-IDX WS-LAG-IDX + 1)
              * RT-FACTOR (WS-TYPE-IDX WS-LAG-IDX).

       PROJECT-ONE-ROW.
      * BR: Row R has been observed through lag index 13-R
           COMPUTE WS-LATEST-LAG = 13 - WS-ROW-IDX
           COMPUTE WS-ULTIMATE ROUNDED =
              LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LATEST-LAG)
              * RT-CDF (WS-TYPE-IDX WS-LATEST-LAG)
           COMPUTE LT-ROW-IBNR (WS-TYPE-IDX WS-ROW-IDX) =
              WS-ULTIMATE
              - LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LATEST-LAG)
           ADD LT-ROW-IBNR (WS-TYPE-IDX WS-ROW-IDX)
              TO RT-IBNR (WS-TYPE-IDX).

       LOAD-SUSPENSE-RESERVES.
      * BR: Status 35 means CLM-100 carried no open holds
           OPEN INPUT SUSPENSE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-SUSPENSE
                 PERFORM RESERVE-ONE-SUSPENSE
                    UNTIL SUSP-EOF
                 CLOSE SUSPENSE-FILE
              WHEN '35'
                 DISPLAY 'CLM.SUSPENSE.FILE NOT PRESENT —'
                    ' NO OPEN SUSPENSE ITEMS'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING SUSPENSE-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-400 ABEND — SUSPENSE FILE UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-SUSPENSE.
           READ SUSPENSE-FILE
              AT END SET SUSP-EOF TO TRUE
           END-READ.

       RESERVE-ONE-SUSPENSE.
           ADD 1 TO WS-SUSP-RECS-READ
           MOVE SF-CLAIM-DATA TO WS-OPEN-ITEM-CLAIM
           EVALUATE TRUE
              WHEN SF-MANAGER-REVIEW
                 MOVE WS-CASE-PCT-MGR TO WS-CASE-PCT
              WHEN SF-FRAUD-HOLD
                 MOVE WS-CASE-PCT-FRAUD TO WS-CASE-PCT
              WHEN OTHER
                 MOVE WS-CASE-PCT-PENDED TO WS-CASE-PCT
           END-EVALUATE
           PERFORM CALC-CASE-RESERVE
           EVALUATE TRUE
              WHEN SF-MANAGER-REVIEW
                 ADD 1 TO WS-MGR-CNT
                 ADD WS-CASE-AMOUNT TO WS-MGR-RESERVE
              WHEN SF-FRAUD-HOLD
                 ADD 1 TO WS-FRAUD-CNT
                 ADD WS-CASE-AMOUNT TO WS-FRAUD-RESERVE
              WHEN OTHER
                 ADD 1 TO WS-PENDED-CNT
                 ADD WS-CASE-AMOUNT TO WS-PENDED-RESERVE
           END-EVALUATE
           ADD 1 TO RT-SUSP-CNT (WS-TYPE-IDX)
           ADD OI-CLAIM-AMOUNT TO RT-SUSP-BILLED (WS-TYPE-IDX)
           PERFORM READ-ONE-SUSPENSE.

       CALC-CASE-RESERVE.
           MOVE OI-CLAIM-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-RESERVE-TYPE
           COMPUTE WS-CASE-AMOUNT ROUNDED =
              OI-CLAIM-AMOUNT * WS-CASE-PCT / 100
           ADD WS-CASE-AMOUNT TO RT-CASE (WS-TYPE-IDX).

       LOAD-APPEAL-RESERVES.
      * BR: Status 35 means CLM-100 carried no open appeals
           OPEN INPUT APPEAL-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-APPEAL
                 PERFORM RESERVE-ONE-APPEAL
                    UNTIL APPEAL-EOF
                 CLOSE APPEAL-FILE
              WHEN '35'
                 DISPLAY 'CLM.APPEAL.FILE NOT PRESENT —'
                    ' NO OPEN APPEALS'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING APPEAL-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-400 ABEND — APPEAL FILE UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-APPEAL.
           READ APPEAL-FILE
              AT END SET APPEAL-EOF TO TRUE
           END-READ.

       RESERVE-ONE-APPEAL.
           ADD 1 TO WS-APPEAL-RECS-READ
           MOVE AP-CLAIM-DATA TO WS-OPEN-ITEM-CLAIM
           MOVE WS-CASE-PCT-APPEAL TO WS-CASE-PCT
           PERFORM CALC-CASE-RESERVE
           ADD 1 TO WS-APPEAL-CNT
           ADD WS-CASE-AMOUNT TO WS-APPEAL-RESERVE
           ADD 1 TO RT-APPEAL-CNT (WS-TYPE-IDX)
           ADD OI-CLAIM-AMOUNT TO RT-APPEAL-BILLED (WS-TYPE-IDX)
           PERFORM READ-ONE-APPEAL.

       TOTAL-RESERVES.
           PERFORM TOTAL-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5
           COMPUTE WS-TOTAL-RESERVE = WS-TOTAL-IBNR + WS-TOTAL-CASE.

       TOTAL-ONE-TYPE.
           ADD RT-IBNR (WS-TYPE-IDX) TO WS-TOTAL-IBNR
           ADD RT-CASE (WS-TYPE-IDX) TO WS-TOTAL-CASE
           ADD RT-PRIOR-IBNR (WS-TYPE-IDX) TO WS-TOTAL-PRIOR
           ADD RT-PRIOR-CASE (WS-TYPE-IDX) TO WS-TOTAL-PRIOR.

       WRITE-RESERVE-JOURNAL.
      * BR: One balanced pair per type and reserve kind whose
      *     balance moved: an increase debits reserve expense and
      *     credits the reserve liability, a release the reverse
           PERFORM JOURNAL-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5.

       JOURNAL-ONE-TYPE.
           COMPUTE WS-RESERVE-CHANGE =
              RT-IBNR (WS-TYPE-IDX) - RT-PRIOR-IBNR (WS-TYPE-IDX)
           MOVE WS-GL-IBNR-LIAB TO WS-GL-LIAB-ACCT
           MOVE WS-GL-IBNR-EXPENSE TO WS-GL-EXPENSE-ACCT
           PERFORM JOURNAL-ONE-CHANGE
           COMPUTE WS-RESERVE-CHANGE =
              RT-CASE (WS-TYPE-IDX) - RT-PRIOR-CASE (WS-TYPE-IDX)
           MOVE WS-GL-CASE-LIAB TO WS-GL-LIAB-ACCT
           MOVE WS-GL-CASE-EXPENSE TO WS-GL-EXPENSE-ACCT
           PERFORM JOURNAL-ONE-CHANGE.

       JOURNAL-ONE-CHANGE.
           IF WS-RESERVE-CHANGE > 0
              MOVE WS-RESERVE-CHANGE TO WS-GL-LINE-AMOUNT
              MOVE WS-GL-EXPENSE-ACCT TO WS-GL-LINE-ACCOUNT
              MOVE 'D' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
              MOVE WS-GL-LIAB-ACCT TO WS-GL-LINE-ACCOUNT
              MOVE 'C' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF WS-RESERVE-CHANGE < 0
              COMPUTE WS-GL-LINE-AMOUNT = 0 - WS-RESERVE-CHANGE
              MOVE WS-GL-LIAB-ACCT TO WS-GL-LINE-ACCOUNT
              MOVE 'D' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
              MOVE WS-GL-EXPENSE-ACCT TO WS-GL-LINE-ACCOUNT
              MOVE 'C' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
           END-IF.

       WRITE-ONE-GL-LINE.
           MOVE 0 TO GD-CLAIM-ID
           MOVE WS-GL-LINE-ACCOUNT TO GD-ACCOUNT-CODE
           MOVE WS-GL-LINE-DC TO GD-DC-FLAG
           MOVE WS-GL-LINE-AMOUNT TO GD-AMOUNT
           MOVE 'V' TO GD-TRANS-TYPE
           MOVE RT-CLAIM-TYPE (WS-TYPE-IDX) TO GD-CLAIM-TYPE
           MOVE WS-VALUATION-DATE TO GD-BATCH-DATE
           MOVE SPACES TO GD-RESERVED
           WRITE GD-GL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RESERVE-GL-FEED, STATUS='
                 WS-FILE-STATUS ' TYPE=' RT-CLAIM-TYPE (WS-TYPE-IDX)
           ELSE
              ADD 1 TO WS-GL-RECS-WRITTEN
              IF WS-GL-LINE-DC = 'D'
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
              ELSE
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
              END-IF
           END-IF.

       WRITE-RESERVE-BALANCES.
      * BR: The new reserve carries to next month with the
      *     balance it replaced
           OPEN OUTPUT RESERVE-BALANCE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESERVE-BALANCE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-400 ABEND — RESERVE NOT CARRIED'
              STOP RUN
           END-IF
           PERFORM WRITE-ONE-TYPE-BALANCE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5
           CLOSE RESERVE-BALANCE.

       WRITE-ONE-TYPE-BALANCE.
           MOVE RT-CLAIM-TYPE (WS-TYPE-IDX) TO RB-CLAIM-TYPE
           MOVE WS-VALUATION-DATE TO RB-VALUATION-DATE
           MOVE SPACES TO RB-RESERVED
           SET RB-IBNR TO TRUE
           MOVE RT-IBNR (WS-TYPE-IDX) TO RB-BALANCE
           MOVE RT-PRIOR-IBNR (WS-TYPE-IDX) TO RB-PRIOR-BALANCE
           PERFORM WRITE-ONE-BALANCE
           SET RB-CASE TO TRUE
           MOVE RT-CASE (WS-TYPE-IDX) TO RB-BALANCE
           MOVE RT-PRIOR-CASE (WS-TYPE-IDX) TO RB-PRIOR-BALANCE
           PERFORM WRITE-ONE-BALANCE.

       WRITE-ONE-BALANCE.
           WRITE RB-BALANCE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RESERVE-BALANCE, STATUS='
                 WS-FILE-STATUS ' TYPE=' RB-CLAIM-TYPE
           ELSE
              ADD 1 TO WS-BAL-RECS-WRITTEN
           END-IF.

       REPORT-RESERVE.
           DISPLAY '================================================'
           DISPLAY ' CLM-400 MONTH-END CLAIMS RESERVE REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              ' VALUATION DATE: ' WS-VALUATION-DATE
           IF VALUATION-RERUN
              DISPLAY ' RERUN — CHANGE MEASURED FROM PRIOR MONTH'
           END-IF
           DISPLAY '================================================'
           DISPLAY ' HISTORY RECS READ.: ' WS-HIST-RECS-READ
           DISPLAY '   VOIDED..........: ' WS-HIST-VOIDED
           DISPLAY '   NO PAID DATE....: ' WS-HIST-UNDATED
           DISPLAY '   PAID AFTER VAL..: ' WS-HIST-AFTER-VAL
           DISPLAY '   OUTSIDE TRIANGLE: ' WS-HIST-OUTSIDE
              ' AMT: ' WS-HIST-OUTSIDE-AMT
           PERFORM REPORT-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 5
           DISPLAY '------------------------------------------------'
           DISPLAY ' CASE RESERVES'
           DISPLAY '   MANAGER REVIEW..: ' WS-MGR-CNT
              ' AMT: ' WS-MGR-RESERVE
           DISPLAY '   FRAUD HOLD......: ' WS-FRAUD-CNT
              ' AMT: ' WS-FRAUD-RESERVE
           DISPLAY '   PENDED..........: ' WS-PENDED-CNT
              ' AMT: ' WS-PENDED-RESERVE
           DISPLAY '   OPEN APPEALS....: ' WS-APPEAL-CNT
              ' AMT: ' WS-APPEAL-RESERVE
           DISPLAY '------------------------------------------------'
           DISPLAY ' TOTAL IBNR........: ' WS-TOTAL-IBNR
           DISPLAY ' TOTAL CASE........: ' WS-TOTAL-CASE
           DISPLAY ' TOTAL RESERVE.....: ' WS-TOTAL-RESERVE
           DISPLAY ' PRIOR RESERVE.....: ' WS-TOTAL-PRIOR
           DISPLAY '------------------------------------------------'
           DISPLAY ' JOURNAL LINES.....: ' WS-GL-RECS-WRITTEN
           DISPLAY ' JOURNAL DEBITS....: ' WS-GL-DEBIT-TOTAL
           DISPLAY ' JOURNAL CREDITS...: ' WS-GL-CREDIT-TOTAL
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
              DISPLAY ' RESERVE JOURNAL IN BALANCE'
           ELSE
              DISPLAY ' *** RESERVE JOURNAL OUT OF BALANCE ***'
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   CASE PCT MGR/FRAUD: ' WS-CASE-PCT-MGR ' '
              WS-CASE-PCT-FRAUD
           DISPLAY '   CASE PCT PEND/APPL: ' WS-CASE-PCT-PENDED ' '
              WS-CASE-PCT-APPEAL
           DISPLAY '   PARM RECS READ/FUT/UNK: ' WS-PARMS-READ
              ' ' WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '================================================'.

       REPORT-ONE-TYPE.
           DISPLAY '------------------------------------------------'
           DISPLAY ' CLAIM TYPE ' RT-CLAIM-TYPE (WS-TYPE-IDX)
           DISPLAY '   CLAIMS IN TRIANGLE: ' RT-HIST-CNT (WS-TYPE-IDX)
              ' PAID: ' RT-HIST-PAID (WS-TYPE-IDX)
           PERFORM REPORT-ONE-FACTOR
              VARYING WS-LAG-IDX FROM 1 BY 1
                 UNTIL WS-LAG-IDX > 11
           PERFORM REPORT-ONE-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > 12
           DISPLAY '   IBNR..............: ' RT-IBNR (WS-TYPE-IDX)
              ' PRIOR: ' RT-PRIOR-IBNR (WS-TYPE-IDX)
           DISPLAY '   OPEN SUSPENSE.....: ' RT-SUSP-CNT (WS-TYPE-IDX)
              ' BILLED: ' RT-SUSP-BILLED (WS-TYPE-IDX)
           DISPLAY '   OPEN APPEALS......: '
              RT-APPEAL-CNT (WS-TYPE-IDX)
              ' BILLED: ' RT-APPEAL-BILLED (WS-TYPE-IDX)
           DISPLAY '   CASE RESERVE......: ' RT-CASE (WS-TYPE-IDX)
              ' PRIOR: ' RT-PRIOR-CASE (WS-TYPE-IDX).

       REPORT-ONE-FACTOR.
           DISPLAY '   LAG ' WS-LAG-IDX ' FACTOR: '
              RT-FACTOR (WS-TYPE-IDX WS-LAG-IDX)
              ' TO ULT: ' RT-CDF (WS-TYPE-IDX WS-LAG-IDX).

       REPORT-ONE-ROW.
           COMPUTE WS-ROW-MONTHS = WS-VAL-MONTHS - 12 + WS-ROW-IDX
           DIVIDE WS-ROW-MONTHS BY 12 GIVING WS-ROW-YEAR
           COMPUTE WS-ROW-MONTH =
              WS-ROW-MONTHS - WS-ROW-YEAR * 12 + 1
           COMPUTE WS-LATEST-LAG = 13 - WS-ROW-IDX
           DISPLAY '   INCURRED ' WS-ROW-YEAR WS-ROW-MONTH
              ' PAID: '
              LT-PAID (WS-TYPE-IDX WS-ROW-IDX WS-LATEST-LAG)
              ' IBNR: ' LT-ROW-IBNR (WS-TYPE-IDX WS-ROW-IDX).

       CLOSE-RESERVE-FILES.
           CLOSE RESERVE-GL-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING RESERVE-GL-FEED, STATUS='
                 WS-FILE-STATUS
           END-IF.
