      * ══════════════════════════════════════════════════════════
      * DAILY BATCH-CHAIN STATUS REPORT
      * Module: BATCH-STATUS (Batch Job BSTAT-900)
      * Claims and Wealth Management — Batch Operations
      * Batch cycle: Daily 08:45 EST, after WTSET-120 settlement
      *   posting; may also be run on demand by operations
      * Upstream: BATCH.RUN.CONTROL (run-control ledger written by
      *   CLM-100, CLM-200, WCACT-090, WRBAL-100, WTACK-110 and
      *   WTSET-120), BATCH.RUN.RELEASE (operations reruns)
      * Downstream: BATCH.RUN.CONTROL (released runs), batch-chain
      *   status report
      * Written 2026-10-15 M. Alvarez — every job in the chain
      *   assumed its predecessor had run cleanly for the same
      *   business date. Each job now records its start, end,
      *   completion and key control totals on the run-control
      *   ledger and refuses to start out of order; this job
      *   shows the whole chain for the latest CLM-100 business
      *   date and ties the control totals one job hands to the
      *   next, so ops can see at a glance where the chain
      *   stopped and whether the jobs agree.
      * BR: A job that has completed for a business date will not
      *   run again for it. Operations release a completed run
      *   for a rerun by staging a row on BATCH.RUN.RELEASE; this
      *   job applies it before reporting. A release names the
      *   run count it releases, so replaying the file, or a
      *   release left over from an earlier rerun, changes
      *   nothing.
      * BR: Ties are only made between completed runs — a job
      *   STARTED, RELEASED or NOT RUN has no totals to tie.
      * WARNING: RC-RUN-RECORD layout must stay in step with the
      *   FD in every job that writes the ledger; the chain and
      *   tie tables must follow the jobs' LOAD-RUN-CONTROL-TOTALS
      *   slot order.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-STATUS.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'BATCH.RUN.CONTROL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-RELEASE-FILE ASSIGN TO 'BATCH.RUN.RELEASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
      * BR: One row per job per business date — start and end
      *     stamps, completion status and the job's key control
      *     totals. STARTED with no end stamp is a run that is
      *     still going or abended; RELEASED is a completed run
      *     ops have opened for a rerun.
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

       FD  RUN-RELEASE-FILE
           RECORDING MODE IS F.
      * BR: One row per completed run operations want rerun,
      *     naming the run count being released
       01  RL-RELEASE-RECORD.
           05 RL-JOB-ID            PIC X(10).
           05 RL-BUSINESS-DATE     PIC 9(8).
           05 RL-RUN-COUNT         PIC 9(3).
           05 RL-OPERATOR-ID       PIC X(8).
           05 RL-REASON            PIC X(30).
           05 RL-RESERVED          PIC X(11).

       WORKING-STORAGE SECTION.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-REPORT-BUS-DATE   PIC 9(8) VALUE 0.
          05 WS-RELEASES-READ     PIC 9(4) VALUE 0.
          05 WS-RELEASES-APPLIED  PIC 9(4) VALUE 0.
          05 WS-RELEASES-IGNORED  PIC 9(4) VALUE 0.
          05 WS-JOBS-COMPLETED    PIC 9(2) VALUE 0.
          05 WS-JOBS-STARTED      PIC 9(2) VALUE 0.
          05 WS-JOBS-RELEASED     PIC 9(2) VALUE 0.
          05 WS-JOBS-NOT-RUN      PIC 9(2) VALUE 0.
          05 WS-TIES-CLEAN        PIC 9(2) VALUE 0.
          05 WS-TIES-BROKEN       PIC 9(2) VALUE 0.
          05 WS-TIES-UNAVAILABLE  PIC 9(2) VALUE 0.

      * --- THE CHAIN, IN RUN ORDER ---
      * BR: CLM-100 opens the business date; the claims and
      *     wealth jobs follow it in this order. CLM-200 runs
      *     only after the last nightly of the month.
       01 WS-CHAIN-VALUES.
          05 FILLER               PIC X(35)
                VALUE 'CLM-100   NIGHTLY 23:30            '.
          05 FILLER               PIC X(35)
                VALUE 'CLM-200   MONTHLY 05:00 1ST BUS DAY'.
          05 FILLER               PIC X(35)
                VALUE 'WCACT-090 NIGHTLY 01:30            '.
          05 FILLER               PIC X(35)
                VALUE 'WRBAL-100 NIGHTLY 02:00            '.
          05 FILLER               PIC X(35)
                VALUE 'WTACK-110 MORNING 07:00            '.
          05 FILLER               PIC X(35)
                VALUE 'WTSET-120 MORNING 07:30            '.
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
          05 WS-CHAIN-ENTRY OCCURS 6 TIMES.
             10 CH-JOB-ID         PIC X(10).
             10 CH-SCHEDULE       PIC X(25).

      * --- CONTROL-TOTAL TIES BETWEEN JOBS ---
      * BR: Each entry names the handing-off job and total slot,
      *     the receiving job and total slot (chain positions and
      *     LOAD-RUN-CONTROL-TOTALS slots), whether the amounts
      *     must tie as well as the counts, and a caption
       01 WS-TIE-VALUES.
          05 FILLER               PIC X(36)
                VALUE '4251YWRBAL ORDERS = WTACK ORDERS    '.
          05 FILLER               PIC X(36)
                VALUE '5261NWTACK ACKS = WTSET ACKS        '.
          05 FILLER               PIC X(36)
                VALUE '5362YWTACK TO SETTLE = WTSET SETTLED'.
          05 FILLER               PIC X(36)
                VALUE '5463YWTACK CXL/CORR = WTSET CXL/CORR'.
       01 WS-TIE-TABLE REDEFINES WS-TIE-VALUES.
          05 WS-TIE-ENTRY OCCURS 4 TIMES.
             10 TI-FROM-JOB       PIC 9(1).
             10 TI-FROM-SLOT      PIC 9(1).
             10 TI-TO-JOB         PIC 9(1).
             10 TI-TO-SLOT        PIC 9(1).
             10 TI-AMOUNT-FLAG    PIC X(1).
                88 TI-TIE-AMOUNT     VALUE 'Y'.
             10 TI-CAPTION        PIC X(31).

      * --- LEDGER ROWS FOR THE REPORTED BUSINESS DATE ---
       01 WS-JOB-ROWS.
          05 WS-JOB-ROW OCCURS 6 TIMES.
             10 JR-FOUND-FLAG     PIC X(1).
                88 JR-FOUND          VALUE 'Y'.
                88 JR-NOT-FOUND      VALUE 'N'.
             10 JR-RUN-STATUS     PIC X(1).
                88 JR-COMPLETED      VALUE 'C'.
             10 JR-RUN-COUNT      PIC 9(3).
             10 JR-START-DATE     PIC 9(8).
             10 JR-START-TIME     PIC 9(8).
             10 JR-END-DATE       PIC 9(8).
             10 JR-END-TIME       PIC 9(8).
             10 JR-RELEASED-BY    PIC X(8).
             10 JR-TOTAL-ENTRY OCCURS 4 TIMES.
                15 JR-TOTAL-LABEL    PIC X(16).
                15 JR-TOTAL-COUNT    PIC 9(9).
                15 JR-TOTAL-AMOUNT   PIC S9(13)V99.

      * --- WORK FIELDS ---
       01 WS-WORK-FIELDS.
          05 WS-JOB-SUB           PIC 9(1) VALUE 0.
          05 WS-TOTAL-SUB         PIC 9(1) VALUE 0.
          05 WS-TIE-SUB           PIC 9(1) VALUE 0.
          05 WS-FROM-SUB          PIC 9(1) VALUE 0.
          05 WS-TO-SUB            PIC 9(1) VALUE 0.
          05 WS-STATUS-TEXT       PIC X(20).
          05 WS-TIE-RESULT        PIC X(13).
          05 WS-COUNT-DIFF        PIC S9(9) VALUE 0.
          05 WS-AMOUNT-DIFF       PIC S9(13)V99 VALUE 0.

       01 WS-EOF-FLAGS.
          05 WS-RELEASE-EOF-FLAG  PIC X(1) VALUE 'N'.
             88 RELEASE-EOF          VALUE 'Y'.
             88 RELEASE-MORE         VALUE 'N'.
          05 WS-SCAN-FLAG         PIC X(1) VALUE 'N'.
             88 SCAN-DONE            VALUE 'Y'.
             88 SCAN-MORE            VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-BATCH-STATUS.
           PERFORM INIT-BATCH-STATUS
           PERFORM APPLY-RUN-RELEASES
           PERFORM FIND-REPORT-BUS-DATE
           PERFORM LOAD-ONE-JOB-ROW
              VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > 6
           CLOSE RUN-CONTROL-FILE
           PERFORM REPORT-STATUS-HEADER
           PERFORM REPORT-ONE-JOB
              VARYING WS-JOB-SUB FROM 1 BY 1
              UNTIL WS-JOB-SUB > 6
           PERFORM REPORT-TIE-HEADER
           PERFORM REPORT-ONE-TIE
              VARYING WS-TIE-SUB FROM 1 BY 1
              UNTIL WS-TIE-SUB > 4
           PERFORM REPORT-STATUS-TOTALS
           STOP RUN.

       INIT-BATCH-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * BR: No ledger yet means no job has ever run under it —
      *     nothing to report, and nothing to create here
           OPEN I-O RUN-CONTROL-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY 'BATCH.RUN.CONTROL NOT PRESENT —'
                    ' NO RUNS RECORDED'
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR OPENING RUN-CONTROL-FILE, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'BSTAT-900 ABEND — RUN-CONTROL LEDGER'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       APPLY-RUN-RELEASES.
           OPEN INPUT RUN-RELEASE-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-RELEASE
                 PERFORM APPLY-ONE-RELEASE
                    UNTIL RELEASE-EOF
                 CLOSE RUN-RELEASE-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR LOADING RUN-RELEASE-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-RELEASE.
           READ RUN-RELEASE-FILE
              AT END SET RELEASE-EOF TO TRUE
           END-READ.

       APPLY-ONE-RELEASE.
      * BR: Only the completed run the release names is opened —
      *     anything else is reported and left alone
           ADD 1 TO WS-RELEASES-READ
           MOVE RL-JOB-ID TO RC-JOB-ID
           MOVE RL-BUSINESS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              ADD 1 TO WS-RELEASES-IGNORED
              DISPLAY ' RELEASE FOR UNKNOWN RUN IGNORED: '
                 RL-JOB-ID ' ' RL-BUSINESS-DATE
              PERFORM READ-ONE-RELEASE
              EXIT PARAGRAPH
           END-IF
           IF RC-COMPLETED
              AND RC-RUN-COUNT = RL-RUN-COUNT
              SET RC-RELEASED TO TRUE
              MOVE RL-OPERATOR-ID TO RC-RELEASED-BY
              REWRITE RC-RUN-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR RELEASING RUN, STATUS='
                    WS-FILE-STATUS ' JOB=' RL-JOB-ID
              ELSE
                 ADD 1 TO WS-RELEASES-APPLIED
                 DISPLAY ' RUN RELEASED FOR RERUN: ' RL-JOB-ID
                    ' ' RL-BUSINESS-DATE ' BY ' RL-OPERATOR-ID
                    ' ' RL-REASON
              END-IF
           ELSE
              ADD 1 TO WS-RELEASES-IGNORED
              DISPLAY ' STALE RELEASE IGNORED: ' RL-JOB-ID
                 ' ' RL-BUSINESS-DATE ' RUN ' RL-RUN-COUNT
           END-IF
           PERFORM READ-ONE-RELEASE.

       FIND-REPORT-BUS-DATE.
      * BR: The report follows the latest business date CLM-100
      *     has opened — its rows are keyed by date in ascending
      *     order, so the last one read is the latest
           MOVE 0 TO WS-REPORT-BUS-DATE
           SET SCAN-MORE TO TRUE
           MOVE CH-JOB-ID (1) TO RC-JOB-ID
           MOVE 0 TO RC-BUSINESS-DATE
           START RUN-CONTROL-FILE
              KEY NOT < RC-RUN-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-HEAD-JOB-RUN
              UNTIL SCAN-DONE
           IF WS-REPORT-BUS-DATE = 0
              DISPLAY 'BSTAT-900: NO CLM-100 RUN ON THE RUN-CONTROL'
                 ' LEDGER — NOTHING TO REPORT'
              CLOSE RUN-CONTROL-FILE
              STOP RUN
           END-IF.

       SCAN-HEAD-JOB-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF RC-JOB-ID NOT = CH-JOB-ID (1)
                 SET SCAN-DONE TO TRUE
              ELSE
                 MOVE RC-BUSINESS-DATE TO WS-REPORT-BUS-DATE
              END-IF
           END-IF.

       LOAD-ONE-JOB-ROW.
           MOVE CH-JOB-ID (WS-JOB-SUB) TO RC-JOB-ID
           MOVE WS-REPORT-BUS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              SET JR-FOUND (WS-JOB-SUB) TO TRUE
              MOVE RC-RUN-STATUS TO JR-RUN-STATUS (WS-JOB-SUB)
              MOVE RC-RUN-COUNT TO JR-RUN-COUNT (WS-JOB-SUB)
              MOVE RC-START-DATE TO JR-START-DATE (WS-JOB-SUB)
              MOVE RC-START-TIME TO JR-START-TIME (WS-JOB-SUB)
              MOVE RC-END-DATE TO JR-END-DATE (WS-JOB-SUB)
              MOVE RC-END-TIME TO JR-END-TIME (WS-JOB-SUB)
              MOVE RC-RELEASED-BY TO JR-RELEASED-BY (WS-JOB-SUB)
              PERFORM LOAD-ONE-JOB-TOTAL
                 VARYING WS-TOTAL-SUB FROM 1 BY 1
                 UNTIL WS-TOTAL-SUB > 4
           ELSE
              SET JR-NOT-FOUND (WS-JOB-SUB) TO TRUE
              MOVE SPACE TO JR-RUN-STATUS (WS-JOB-SUB)
           END-IF.

       LOAD-ONE-JOB-TOTAL.
           MOVE RC-TOTAL-LABEL (WS-TOTAL-SUB)
              TO JR-TOTAL-LABEL (WS-JOB-SUB WS-TOTAL-SUB)
           MOVE RC-TOTAL-COUNT (WS-TOTAL-SUB)
              TO JR-TOTAL-COUNT (WS-JOB-SUB WS-TOTAL-SUB)
           MOVE RC-TOTAL-AMOUNT (WS-TOTAL-SUB)
              TO JR-TOTAL-AMOUNT (WS-JOB-SUB WS-TOTAL-SUB).

       REPORT-STATUS-HEADER.
           DISPLAY '================================================'
           DISPLAY ' BSTAT-900 BATCH-CHAIN STATUS REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              '  BUSINESS DATE: ' WS-REPORT-BUS-DATE
           DISPLAY '================================================'.

       REPORT-ONE-JOB.
      * BR: A STARTED row with no end stamp is a job still
      *     running or one that abended — its successor will not
      *     start until it is rerun to completion
      * BR: CLM-200 not running on an ordinary night is not a
      *     gap in the chain — it is shown but not counted
           EVALUATE TRUE
              WHEN JR-NOT-FOUND (WS-JOB-SUB)
                 AND WS-JOB-SUB = 2
                 MOVE 'NOT DUE / NOT RUN' TO WS-STATUS-TEXT
              WHEN JR-NOT-FOUND (WS-JOB-SUB)
                 MOVE 'NOT RUN' TO WS-STATUS-TEXT
                 ADD 1 TO WS-JOBS-NOT-RUN
              WHEN JR-COMPLETED (WS-JOB-SUB)
                 MOVE 'COMPLETED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-JOBS-COMPLETED
              WHEN JR-RUN-STATUS (WS-JOB-SUB) = 'R'
                 MOVE 'RELEASED FOR RERUN' TO WS-STATUS-TEXT
                 ADD 1 TO WS-JOBS-RELEASED
              WHEN OTHER
                 MOVE 'STARTED, NOT ENDED' TO WS-STATUS-TEXT
                 ADD 1 TO WS-JOBS-STARTED
           END-EVALUATE
           DISPLAY '------------------------------------------------'
           DISPLAY ' ' CH-JOB-ID (WS-JOB-SUB) ' '
              CH-SCHEDULE (WS-JOB-SUB) ' ' WS-STATUS-TEXT
           IF JR-NOT-FOUND (WS-JOB-SUB)
              EXIT PARAGRAPH
           END-IF
           DISPLAY '   STARTED.....: ' JR-START-DATE (WS-JOB-SUB)
              ' ' JR-START-TIME (WS-JOB-SUB)
              '  RUN COUNT: ' JR-RUN-COUNT (WS-JOB-SUB)
           IF JR-END-DATE (WS-JOB-SUB) NOT = 0
              DISPLAY '   ENDED.......: ' JR-END-DATE (WS-JOB-SUB)
                 ' ' JR-END-TIME (WS-JOB-SUB)
           END-IF
           IF JR-RELEASED-BY (WS-JOB-SUB) NOT = SPACES
              DISPLAY '   RELEASED BY.: ' JR-RELEASED-BY (WS-JOB-SUB)
           END-IF
           PERFORM REPORT-ONE-JOB-TOTAL
              VARYING WS-TOTAL-SUB FROM 1 BY 1
              UNTIL WS-TOTAL-SUB > 4.

       REPORT-ONE-JOB-TOTAL.
           IF JR-TOTAL-LABEL (WS-JOB-SUB WS-TOTAL-SUB) NOT = SPACES
              DISPLAY '   ' JR-TOTAL-LABEL (WS-JOB-SUB WS-TOTAL-SUB)
                 ': ' JR-TOTAL-COUNT (WS-JOB-SUB WS-TOTAL-SUB)
                 ' ' JR-TOTAL-AMOUNT (WS-JOB-SUB WS-TOTAL-SUB)
           END-IF.

       REPORT-TIE-HEADER.
           DISPLAY '================================================'
           DISPLAY ' CONTROL-TOTAL TIES BETWEEN JOBS'
           DISPLAY '------------------------------------------------'.

       REPORT-ONE-TIE.
           MOVE TI-FROM-JOB (WS-TIE-SUB) TO WS-FROM-SUB
           MOVE TI-TO-JOB (WS-TIE-SUB) TO WS-TO-SUB
           MOVE 0 TO WS-COUNT-DIFF
           MOVE 0 TO WS-AMOUNT-DIFF
           IF NOT JR-COMPLETED (WS-FROM-SUB)
              OR NOT JR-COMPLETED (WS-TO-SUB)
              MOVE 'NOT AVAILABLE' TO WS-TIE-RESULT
              ADD 1 TO WS-TIES-UNAVAILABLE
              DISPLAY ' ' TI-CAPTION (WS-TIE-SUB) ' '
                 WS-TIE-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE TI-FROM-SLOT (WS-TIE-SUB) TO WS-TOTAL-SUB
           MOVE JR-TOTAL-COUNT (WS-FROM-SUB WS-TOTAL-SUB)
              TO WS-COUNT-DIFF
           IF TI-TIE-AMOUNT (WS-TIE-SUB)
              MOVE JR-TOTAL-AMOUNT (WS-FROM-SUB WS-TOTAL-SUB)
                 TO WS-AMOUNT-DIFF
           END-IF
           MOVE TI-TO-SLOT (WS-TIE-SUB) TO WS-TOTAL-SUB
           SUBTRACT JR-TOTAL-COUNT (WS-TO-SUB WS-TOTAL-SUB)
              FROM WS-COUNT-DIFF
           IF TI-TIE-AMOUNT (WS-TIE-SUB)
              SUBTRACT JR-TOTAL-AMOUNT (WS-TO-SUB WS-TOTAL-SUB)
                 FROM WS-AMOUNT-DIFF
           END-IF
           IF WS-COUNT-DIFF = 0 AND WS-AMOUNT-DIFF = 0
              MOVE 'TIES' TO WS-TIE-RESULT
              ADD 1 TO WS-TIES-CLEAN
              DISPLAY ' ' TI-CAPTION (WS-TIE-SUB) ' '
                 WS-TIE-RESULT
           ELSE
              MOVE 'BREAK' TO WS-TIE-RESULT
              ADD 1 TO WS-TIES-BROKEN
              DISPLAY ' ' TI-CAPTION (WS-TIE-SUB) ' '
                 WS-TIE-RESULT ' COUNT DIFF ' WS-COUNT-DIFF
                 ' AMOUNT DIFF ' WS-AMOUNT-DIFF
           END-IF.

       REPORT-STATUS-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' JOBS COMPLETED......: ' WS-JOBS-COMPLETED
           DISPLAY ' JOBS STARTED, NO END: ' WS-JOBS-STARTED
           DISPLAY ' JOBS RELEASED.......: ' WS-JOBS-RELEASED
           DISPLAY ' JOBS NOT RUN........: ' WS-JOBS-NOT-RUN
           DISPLAY ' TIES CLEAN..........: ' WS-TIES-CLEAN
           DISPLAY ' TIES BROKEN.........: ' WS-TIES-BROKEN
           DISPLAY ' TIES NOT AVAILABLE..: ' WS-TIES-UNAVAILABLE
           DISPLAY ' RELEASES RD/APL/IGN.: ' WS-RELEASES-READ ' '
              WS-RELEASES-APPLIED ' ' WS-RELEASES-IGNORED
           DISPLAY '================================================'.
