      *   records stage on WM.CORPACT.WORK during the sweep and
      *   re-insert after it, merging into an existing holding
      *   of the new symbol when the account already carries one.
      * Patch 2026-10-15 M. Alvarez — an action clears
      *   PM-LAST-PRICE on every position it touches: the
      *   pre-action price no longer describes the holding, so
      *   the WPVAL-130 morning valuation keeps the adjusted
      *   value and re-bases at that morning's price.
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   job records its start, end, completion and key control
      *   totals on the shared BATCH.RUN.CONTROL file under the
      *   business date its predecessor CLM-100 last ran
      *   for, and refuses to start until that run has completed,
      *   or when it has itself already completed for the date
      *   (unless ops have released the run for a rerun).
      *   CLM-100 opens the nightly business date.
      * WARNING: POSITION-MASTER-REC and TX-TAXLOT-RECORD
      *   layouts must stay in step with REBAL-ENGINE's FDs.
      * ══════════════════════════════════════════════════════════
           SELECT RENAME-WORK ASSIGN TO 'WM.CORPACT.WORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — run-control ledger shared
      *   by every job in the nightly chain
           SELECT RUN-CONTROL-FILE ASSIGN TO 'BATCH.RUN.CONTROL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
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

       FD  TAXLOT-LEDGER
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RW-STAGED-POSITION      PIC X(97).

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

       WORKING-STORAGE SECTION.

      * --- ACTIONS IN FORCE FOR TONIGHT'S RUN ---
          05 WS-STG-HOLD-DAYS     PIC 9(5).
          05 WS-STG-COST-BASIS    PIC 9(9)V99.
          05 WS-STG-POSITION-PCT  PIC 9(3)V99.
          05 WS-STG-LAST-PRICE    PIC 9(7)V99.
          05 WS-STG-RESERVED      PIC X(1).

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-LOTS-READ         PIC 9(6) VALUE 0.
          05 WS-LOTS-ADJ          PIC 9(6) VALUE 0.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'WCACT-090'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE 'CLM-100'.
          05 WS-RUNCTL-BUS-DATE   PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-PRED-STATUS PIC X(1) VALUE SPACE.
          05 WS-RUNCTL-SUB        PIC 9(1)  VALUE 0.
          05 WS-RUNCTL-SCAN-FLAG  PIC X(1)  VALUE 'N'.
             88 RUNCTL-SCAN-DONE     VALUE 'Y'.
             88 RUNCTL-SCAN-MORE     VALUE 'N'.

       01 WS-EOF-FLAGS.
          05 WS-FEED-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 FEED-EOF             VALUE 'Y'.
              DISPLAY 'WCACT-090: NO CORPORATE ACTIONS IN FORCE'
                 ' — MASTERS UNTOUCHED'
              PERFORM REPORT-APPLIED-ACTIONS
              PERFORM FINISH-RUN-CONTROL
              STOP RUN
           END-IF
           PERFORM SWEEP-POSITION-MASTER
           PERFORM ADJUST-TAXLOT-LEDGER
           PERFORM REPORT-APPLIED-ACTIONS
           PERFORM CLOSE-CORPACT-FILES
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       INIT-CORPACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
           PERFORM LOAD-ACTION-FEED.

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
              DISPLAY 'WCACT-090 NOT STARTED — NO CLM-100 RUN ON'
                 ' THE RUN-CONTROL LEDGER'
              PERFORM REFUSE-RUN-START
           END-IF
           IF WS-RUNCTL-PRED-STATUS NOT = 'C'
              DISPLAY 'WCACT-090 NOT STARTED — CLM-100 HAS NOT'
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
                 DISPLAY 'WCACT-090 NOT STARTED — ALREADY COMPLETED'
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
              DISPLAY 'WCACT-090 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WCACT-090 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WCACT-090 COMPLETION NOT RECORDED — SEE OPS'
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
              DISPLAY 'WCACT-090 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'ACTIONS READ' TO RC-TOTAL-LABEL (1)
           MOVE WS-ACTIONS-READ TO RC-TOTAL-COUNT (1)
           MOVE 'POSITIONS READ' TO RC-TOTAL-LABEL (2)
           MOVE WS-POSITIONS-READ TO RC-TOTAL-COUNT (2)
           MOVE 'POSITIONS ADJ' TO RC-TOTAL-LABEL (3)
           MOVE WS-POSITIONS-ADJ TO RC-TOTAL-COUNT (3)
           MOVE 'TAX LOTS ADJ' TO RC-TOTAL-LABEL (4)
           MOVE WS-LOTS-ADJ TO RC-TOTAL-COUNT (4).

       LOAD-ACTION-FEED.
      * BR: Status 35 means the custodian staged no feed tonight
      *     — a quiet night, not an error; actions effective in
      *     surviving fund's symbol
           ADD 1 TO AC-POSITIONS-HIT (WS-ACTION-MATCH-IDX)
           ADD 1 TO WS-POSITIONS-ADJ
      * BR: Pre-action price no longer fits the holding
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO PM-LAST-PRICE
           IF AC-FACTOR (WS-ACTION-MATCH-IDX) NOT = 1
              COMPUTE PM-MARKET-VALUE ROUNDED =
                 PM-MARKET-VALUE
           DISPLAY '================================================'
           DISPLAY ' WCACT-090 APPLIED CORPORATE ACTIONS REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' BUS DATE: ' WS-RUNCTL-BUS-DATE
           DISPLAY '================================================'
           DISPLAY ' ACTIONS READ......: ' WS-ACTIONS-READ
           DISPLAY ' FUTURE-DATED HELD.: ' WS-ACTIONS-FUTURE
