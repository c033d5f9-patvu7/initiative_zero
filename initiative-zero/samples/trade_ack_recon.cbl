      *   never print 'ORDER TABLE FULL — ORDER NOT RECONCILED'
      *   and silently skip an order; matching STARTs on the
      *   account+symbol+action key
      * Patch 2026-10-15 M. Alvarez — the feed now carries
      *   cancel (X) and correct (C) records naming the execution
      *   they bust or replace (AK-ORIG-EXEC-REF). They answer no
      *   order of last night's, so they are counted and listed
      *   with their dollars on their own lines — never matched,
      *   never orphaned — and SETTLE-POST's cancel/correct
      *   section ties to them.
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   job records its start, end, completion and key control
      *   totals on the shared BATCH.RUN.CONTROL file under the
      *   business date its predecessor WRBAL-100 last ran
      *   for, and refuses to start until that run has completed,
      *   or when it has itself already completed for the date
      *   (unless ops have released the run for a rerun).
      * WARNING: TRADE-OUTQ-RECORD layout must stay in step with
      *   REBAL-ENGINE's FD — a width change breaks the match.
      *   ACK-FEED-RECORD must stay in step with SETTLE-POST's.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACK-RECONCILE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-ORDER-KEY
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

       FD  RETRY-QUEUE
           RECORDING MODE IS F.
              88 OW-UNMATCHED        VALUE 'N'.
           05 OW-RESERVED         PIC X(10).

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

      * --- ORDER WORK-FILE SCAN CONTROL ---
      * Patch 2026-09-02 M. Alvarez — retry-cycle tallies
          05 WS-RETRIES-QUEUED    PIC 9(6) VALUE 0.
          05 WS-RETRIES-ESCALATED PIC 9(6) VALUE 0.
      * Patch 2026-10-15 M. Alvarez — cancel/correct tallies
          05 WS-ACKS-CANCELLED    PIC 9(6) VALUE 0.
          05 WS-CANCELLED-AMT     PIC 9(11)V99 VALUE 0.
          05 WS-ACKS-CORRECTED    PIC 9(6) VALUE 0.
          05 WS-CORRECTED-AMT     PIC 9(11)V99 VALUE 0.
      * Patch 2026-10-15 M. Alvarez — executions SETTLE-POST
      *   will post, for the tie on the batch-status report
          05 WS-ACKS-TO-SETTLE    PIC 9(6) VALUE 0.
          05 WS-TO-SETTLE-AMT     PIC 9(11)V99 VALUE 0.
          05 WS-RECON-DATE        PIC 9(8).

      * --- RETRY STAGING ---
             88 REJECT-TRANSIENT     VALUE 'T'.
             88 REJECT-PERMANENT     VALUE 'P'.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'WTACK-110'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE 'WRBAL-100'.
          05 WS-RUNCTL-BUS-DATE   PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-PRED-STATUS PIC X(1) VALUE SPACE.
          05 WS-RUNCTL-SUB        PIC 9(1)  VALUE 0.
          05 WS-RUNCTL-SCAN-FLAG  PIC X(1)  VALUE 'N'.
             88 RUNCTL-SCAN-DONE     VALUE 'Y'.
             88 RUNCTL-SCAN-MORE     VALUE 'N'.

       01 WS-EOF-FLAGS.
          05 WS-OUTQ-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 OUTQ-EOF             VALUE 'Y'.
           PERFORM REPORT-UNACKED-ORDERS
           PERFORM WRITE-RECON-REPORT
           PERFORM CLOSE-RECON-FILES
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       INIT-RECON.
           ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
      * BR: Either input missing means the morning recon cannot
      *     run — abend rather than report a clean morning off
      *     empty files
              STOP RUN
           END-IF.

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
              DISPLAY 'WTACK-110 NOT STARTED — NO WRBAL-100 RUN ON'
                 ' THE RUN-CONTROL LEDGER'
              PERFORM REFUSE-RUN-START
           END-IF
           IF WS-RUNCTL-PRED-STATUS NOT = 'C'
              DISPLAY 'WTACK-110 NOT STARTED — WRBAL-100 HAS NOT'
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
                 DISPLAY 'WTACK-110 NOT STARTED — ALREADY COMPLETED'
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
              DISPLAY 'WTACK-110 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WTACK-110 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'WTACK-110 COMPLETION NOT RECORDED — SEE OPS'
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
              DISPLAY 'WTACK-110 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'ORDERS READ' TO RC-TOTAL-LABEL (1)
           MOVE WS-ORDERS-READ TO RC-TOTAL-COUNT (1)
           MOVE WS-ORDER-AMT-TOTAL TO RC-TOTAL-AMOUNT (1)
           MOVE 'ACKS READ' TO RC-TOTAL-LABEL (2)
           MOVE WS-ACKS-READ TO RC-TOTAL-COUNT (2)
           MOVE 'ACKS TO SETTLE' TO RC-TOTAL-LABEL (3)
           MOVE WS-ACKS-TO-SETTLE TO RC-TOTAL-COUNT (3)
           MOVE WS-TO-SETTLE-AMT TO RC-TOTAL-AMOUNT (3)
           MOVE 'CANCEL/CORRECT' TO RC-TOTAL-LABEL (4)
           ADD WS-ACKS-CANCELLED WS-ACKS-CORRECTED
              GIVING RC-TOTAL-COUNT (4)
           ADD WS-CANCELLED-AMT WS-CORRECTED-AMT
              GIVING RC-TOTAL-AMOUNT (4).

       CLOSE-RECON-FILES.
           CLOSE TRADE-OUTQ
           IF WS-FILE-STATUS NOT = '00'
      *     a key match with a different amount is an amount
      *     mismatch, not a clean acceptance
           ADD 1 TO WS-ACKS-READ
      * BR: Accepted and partial fills with an executed amount
      *     are what WTSET-120 posts — counted here so the two
      *     jobs' control totals can be tied
      * Patch 2026-10-15 M. Alvarez
           IF (ACK-ACCEPTED OR ACK-PARTIAL)
              AND AK-EXEC-AMOUNT > 0
              ADD 1 TO WS-ACKS-TO-SETTLE
              ADD AK-EXEC-AMOUNT TO WS-TO-SETTLE-AMT
           END-IF
      * BR: A cancel or correct answers an execution, not an
      *     order — tallied on its own and not matched
      * Patch 2026-10-15 M. Alvarez
           IF ACK-CANCEL OR ACK-CORRECT
              PERFORM TALLY-CANCEL-CORRECT
              PERFORM READ-ONE-ACK
              EXIT PARAGRAPH
           END-IF
      * Patch 2026-09-02 M. Alvarez — keyed START on the work
      *   file replaces the OCCURS scan
           SET ACK-NO-MATCH TO TRUE
           END-IF
           PERFORM READ-ONE-ACK.

       TALLY-CANCEL-CORRECT.
      * Patch 2026-10-15 M. Alvarez
           IF ACK-CANCEL
              ADD 1 TO WS-ACKS-CANCELLED
              ADD AK-EXEC-AMOUNT TO WS-CANCELLED-AMT
              DISPLAY ' EXECUTION CANCEL.: ' AK-ACCOUNT-ID
                 ' ' AK-SYMBOL ' ' AK-ACTION ' '
                 AK-EXEC-AMOUNT ' ORIG ' AK-ORIG-EXEC-REF
           ELSE
              ADD 1 TO WS-ACKS-CORRECTED
              ADD AK-EXEC-AMOUNT TO WS-CORRECTED-AMT
              DISPLAY ' EXECUTION CORRECT: ' AK-ACCOUNT-ID
                 ' ' AK-SYMBOL ' ' AK-ACTION ' '
                 AK-EXEC-AMOUNT ' ORIG ' AK-ORIG-EXEC-REF
           END-IF.

       SCAN-ORDER-WORK.
      * BR: The keyed START positioned us at the first record
      *     for this account+symbol+action; the scan ends at the
           DISPLAY '================================================'
           DISPLAY ' WTACK-110 ACK RECONCILIATION REPORT'
           DISPLAY ' RECON DATE: ' WS-RECON-DATE
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' BUS DATE..: ' WS-RUNCTL-BUS-DATE
           DISPLAY '================================================'
           DISPLAY ' ORDERS READ (=WB-TRADES-GENERATED): '
              WS-ORDERS-READ
              WS-ORDER-AMT-TOTAL
           DISPLAY ' ACKS READ.........: ' WS-ACKS-READ
           DISPLAY ' ACCEPTED..........: ' WS-ACKS-ACCEPTED
      * Patch 2026-10-15 M. Alvarez — ties to WTSET-120
      *   EXECS SETTLED on the batch-status report
           DISPLAY ' TO SETTLE.........: ' WS-ACKS-TO-SETTLE
              ' ' WS-TO-SETTLE-AMT
           DISPLAY ' REJECTED..........: ' WS-ACKS-REJECTED
           DISPLAY ' AMOUNT MISMATCHED.: ' WS-AMT-MISMATCHED
           DISPLAY ' ACKS WITHOUT ORDER: ' WS-ACKS-ORPHANED
           DISPLAY ' UNACKNOWLEDGED....: ' WS-UNACKNOWLEDGED
           DISPLAY ' RETRIES QUEUED....: ' WS-RETRIES-QUEUED
           DISPLAY ' RETRIES ESCALATED.: ' WS-RETRIES-ESCALATED
      * Patch 2026-10-15 M. Alvarez — tie to the WTSET-120
      *   cancel/correct section
           DISPLAY ' CANCELS...........: ' WS-ACKS-CANCELLED
              ' ' WS-CANCELLED-AMT
           DISPLAY ' CORRECTS..........: ' WS-ACKS-CORRECTED
              ' ' WS-CORRECTED-AMT
           DISPLAY '================================================'.
