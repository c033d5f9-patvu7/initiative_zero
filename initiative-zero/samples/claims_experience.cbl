      *   against the CLMTYPE-TBL limits.
      * BR: Only benefit-exhaustion denials (1006, 1008, 1009)
      *   carry an EOB record — validation-stage denials
      *   (1001-1005, 1011-1013), duplicates (1007) and
      *   adjustment orphans (1010) do not, so their dollars are
      *   absent from the by-type/by-state cuts below; every
      *   denial code still appears in the denial-code trend,
      *   which counts from the audit archive.
      * Patch 2026-10-15 M. Alvarez — CLM-100 appeal decisions
      *   archive the overturned or upheld edit as their reason
      *   code; they are excluded from the denial-code trend so
      *   an appealed denial is not counted twice.
      * Patch 2026-10-15 M. Alvarez — prior-authorization denial
      *   1013 joins the trend table; EB-AUTH-REDUCTION carved
      *   from EB-RESERVED to match PROCESS-CLAIM.
      * Patch 2026-10-15 M. Alvarez — fee-schedule repricing: the
      *   EOB now carries the allowed amount and out-of-network
      *   balance bill, and the pack reports billed versus
      *   allowed savings by claim type on paid claims.
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   job records its start, end, completion and key control
      *   totals on the shared BATCH.RUN.CONTROL file under the
      *   business date its predecessor CLM-100 last ran
      *   for, and refuses to start until that run has completed,
      *   or when it has itself already completed for the date
      *   (unless ops have released the run for a rerun).
      * WARNING: EB-EOB-RECORD and AF-AUDIT-RECORD layouts must
      *   stay in step with PROCESS-CLAIM's FDs — a width change
      *   breaks every cut in this pack.
           SELECT AUDIT-FILE ASSIGN TO 'CLM.AUDIT.LOG'
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
           05 EB-NET-PAYOUT        PIC 9(7)V99.
           05 EB-PP-INTEREST       PIC 9(7)V99.
           05 EB-BATCH-DATE        PIC 9(8).
           05 EB-AUTH-REDUCTION    PIC 9(7)V99.
           05 EB-PROCEDURE-CODE    PIC X(5).
           05 EB-NETWORK-STATUS    PIC X(1).
              88 EB-OUT-OF-NETWORK    VALUE 'O'.
           05 EB-ALLOWED-AMOUNT    PIC 9(7)V99.
           05 EB-BALANCE-BILL      PIC 9(7)V99.
           05 EB-RESERVED          PIC X(1).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05 AF-LINKED-ID         PIC 9(8).
           05 AF-RESERVED          PIC X(10).

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

      * --- PAID/DENIED DOLLARS BY CLAIM TYPE ---
          05 WS-OTH-DENIED-AMT    PIC 9(11)V99 VALUE 0.
          05 WS-OTH-DENIED-CNT    PIC 9(6)     VALUE 0.

      * --- BILLED VERSUS ALLOWED SAVINGS BY CLAIM TYPE ---
      * BR: Rows 1-5 are MED, DEN, VIS, RXP and all other types;
      *     savings are billed less allowed, of which the balance
      *     bill is what out-of-network members owe
       01 WS-SAVINGS-TABLE.
          05 WS-SAVINGS-ENTRY OCCURS 5 TIMES
                INDEXED BY SV-IDX.
             10 SV-CLAIM-CNT      PIC 9(6).
             10 SV-OON-CNT        PIC 9(6).
             10 SV-BILLED-AMT     PIC 9(11)V99.
             10 SV-ALLOWED-AMT    PIC 9(11)V99.
             10 SV-SAVINGS-AMT    PIC 9(11)V99.
             10 SV-BALANCE-BILL   PIC 9(11)V99.
       01 WS-SAVINGS-WORK.
          05 WS-SAVINGS-LABELS    PIC X(15)
                VALUE 'MEDDENVISRXPOTH'.
          05 WS-SAVINGS-LABEL-TBL REDEFINES WS-SAVINGS-LABELS.
             10 SV-LABEL          PIC X(3) OCCURS 5 TIMES.
          05 WS-SAVINGS-ROW       PIC 9(1) VALUE 0.

      * --- PAID/DENIED DOLLARS BY CLAIMANT STATE ---
       01 WS-STATE-TABLE.
          05 WS-STATE-ENTRY OCCURS 60 TIMES

      * --- MONTH-OVER-MONTH DENIAL AND ESCALATION TRENDS ---
      * BR: One row per YYYYMM seen in the archive; denial codes
      *     1001-1013 index the inner table as code - 1000
       01 WS-TREND-TABLE.
          05 WS-TREND-ENTRY OCCURS 24 TIMES
                INDEXED BY MT-IDX.
             10 MT-YEAR-MONTH     PIC 9(6).
             10 MT-DENY-CNT       PIC 9(6) OCCURS 13 TIMES
                   INDEXED BY DC-IDX.
             10 MT-ESCALATIONS    PIC 9(6).
          05 WS-TREND-COUNT       PIC 9(3) VALUE 0.
          05 WS-AUDIT-RECS-READ   PIC 9(6) VALUE 0.
          05 WS-EOB-BATCH-YEAR    PIC 9(4) VALUE 0.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'CLM-200'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE 'CLM-100'.
          05 WS-RUNCTL-BUS-DATE   PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-PRED-STATUS PIC X(1) VALUE SPACE.
          05 WS-RUNCTL-SUB        PIC 9(1)  VALUE 0.
          05 WS-RUNCTL-SCAN-FLAG  PIC X(1)  VALUE 'N'.
             88 RUNCTL-SCAN-DONE     VALUE 'Y'.
             88 RUNCTL-SCAN-MORE     VALUE 'N'.

       01 WS-EOF-FLAGS.
          05 WS-EOB-EOF-FLAG      PIC X(1) VALUE 'N'.
             88 EOB-EOF              VALUE 'Y'.
           PERFORM PROCESS-ONE-AUDIT
              UNTIL AUDIT-EOF
           PERFORM REPORT-TYPE-EXPERIENCE
           PERFORM REPORT-SAVINGS-BY-TYPE
           PERFORM REPORT-STATE-EXPERIENCE
           PERFORM REPORT-LAG-DISTRIBUTION
           PERFORM REPORT-TREND-TABLE
           PERFORM REPORT-ANNUAL-MAX-UTILIZATION
           PERFORM CLOSE-EXPERIENCE-FILES
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       INIT-EXPERIENCE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
      * BR: Either input missing means the pack cannot be cut —
      *     abend rather than publish management numbers off an
      *     empty month
              DISPLAY 'CLM-200 ABEND — AUDIT ARCHIVE UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM CLEAR-SAVINGS-ROW
              VARYING SV-IDX FROM 1 BY 1
              UNTIL SV-IDX > 5
           PERFORM READ-ONE-EOB
           PERFORM READ-ONE-AUDIT.

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
              DISPLAY 'CLM-200 NOT STARTED — NO CLM-100 RUN ON'
                 ' THE RUN-CONTROL LEDGER'
              PERFORM REFUSE-RUN-START
           END-IF
           IF WS-RUNCTL-PRED-STATUS NOT = 'C'
              DISPLAY 'CLM-200 NOT STARTED — CLM-100 HAS NOT'
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
                 DISPLAY 'CLM-200 NOT STARTED — ALREADY COMPLETED'
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
              DISPLAY 'CLM-200 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'CLM-200 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'CLM-200 COMPLETION NOT RECORDED — SEE OPS'
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
              DISPLAY 'CLM-200 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'EOB RECS READ' TO RC-TOTAL-LABEL (1)
           MOVE WS-EOB-RECS-READ TO RC-TOTAL-COUNT (1)
           MOVE 'AUDIT RECS READ' TO RC-TOTAL-LABEL (2)
           MOVE WS-AUDIT-RECS-READ TO RC-TOTAL-COUNT (2).

       CLEAR-SAVINGS-ROW.
           MOVE 0 TO SV-CLAIM-CNT (SV-IDX)
           MOVE 0 TO SV-OON-CNT (SV-IDX)
           MOVE 0 TO SV-BILLED-AMT (SV-IDX)
           MOVE 0 TO SV-ALLOWED-AMT (SV-IDX)
           MOVE 0 TO SV-SAVINGS-AMT (SV-IDX)
           MOVE 0 TO SV-BALANCE-BILL (SV-IDX).

       CLOSE-EXPERIENCE-FILES.
           CLOSE EOB-EXTRACT
           IF WS-FILE-STATUS NOT = '00'
           ADD 1 TO WS-EOB-RECS-READ
           IF EB-APPROVED
              PERFORM TALLY-PAID-BY-TYPE
              PERFORM TALLY-SAVINGS-BY-TYPE
              PERFORM TALLY-STATE-EXPERIENCE
              PERFORM TALLY-LAG-DISTRIBUTION
              PERFORM TALLY-YEAR-PAID-BY-TYPE
                 ADD EB-NET-PAYOUT TO WS-OTH-PAID-AMT
           END-EVALUATE.

       TALLY-SAVINGS-BY-TYPE.
      * BR: Paid claims only — the allowed amount is what the
      *     plan's benefit walk started from
      * Patch 2026-10-15 M. Alvarez
           EVALUATE EB-CLAIM-TYPE
              WHEN 'MED'
                 MOVE 1 TO WS-SAVINGS-ROW
              WHEN 'DEN'
                 MOVE 2 TO WS-SAVINGS-ROW
              WHEN 'VIS'
                 MOVE 3 TO WS-SAVINGS-ROW
              WHEN 'RXP'
                 MOVE 4 TO WS-SAVINGS-ROW
              WHEN OTHER
                 MOVE 5 TO WS-SAVINGS-ROW
           END-EVALUATE
           SET SV-IDX TO WS-SAVINGS-ROW
           ADD 1 TO SV-CLAIM-CNT (SV-IDX)
           ADD EB-CLAIM-AMOUNT TO SV-BILLED-AMT (SV-IDX)
           ADD EB-ALLOWED-AMOUNT TO SV-ALLOWED-AMT (SV-IDX)
           IF EB-CLAIM-AMOUNT > EB-ALLOWED-AMOUNT
              COMPUTE SV-SAVINGS-AMT (SV-IDX) =
                 SV-SAVINGS-AMT (SV-IDX) + EB-CLAIM-AMOUNT
                 - EB-ALLOWED-AMOUNT
           END-IF
           IF EB-OUT-OF-NETWORK
              ADD 1 TO SV-OON-CNT (SV-IDX)
              ADD EB-BALANCE-BILL TO SV-BALANCE-BILL (SV-IDX)
           END-IF.

       TALLY-DENIED-BY-TYPE.
           EVALUATE EB-CLAIM-TYPE
              WHEN 'MED'
           END-IF.

       PROCESS-ONE-AUDIT.
      * BR: Denial records (reason 1001-1013) and escalation
      *     records trend by the archive month; everything else
      *     in the archive is outside this pack
           ADD 1 TO WS-AUDIT-RECS-READ
      * Patch 2026-10-15 M. Alvarez — appeal actions carry the
      *   decided edit, not a new denial
           IF AF-REASON-CODE > 1000 AND AF-REASON-CODE < 1014
              AND AF-ACTION (1:6) NOT = 'APPEAL'
              PERFORM LOCATE-TREND-MONTH
              IF WS-TREND-MATCH-IDX NOT = 0
                 COMPUTE WS-DENY-CODE-IDX =
                 MT-YEAR-MONTH (WS-TREND-COUNT)
              PERFORM CLEAR-TREND-CODES
                 VARYING DC-IDX FROM 1 BY 1
                 UNTIL DC-IDX > 13
              MOVE 0 TO MT-ESCALATIONS (WS-TREND-COUNT)
              MOVE WS-TREND-COUNT TO WS-TREND-MATCH-IDX
           END-IF.
           DISPLAY '================================================'
           DISPLAY ' CLM-200 CLAIMS EXPERIENCE PACK'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' BUS DATE: ' WS-RUNCTL-BUS-DATE
           DISPLAY '================================================'
           DISPLAY ' EOB RECORDS READ..: ' WS-EOB-RECS-READ
           DISPLAY ' AUDIT RECORDS READ: ' WS-AUDIT-RECS-READ
              ' DENIED CNT: ' WS-OTH-DENIED-CNT
              ' AMT: ' WS-OTH-DENIED-AMT.

       REPORT-SAVINGS-BY-TYPE.
      * Patch 2026-10-15 M. Alvarez
           DISPLAY '------------------------------------------------'
           DISPLAY ' BILLED VERSUS ALLOWED SAVINGS BY CLAIM TYPE'
           PERFORM REPORT-ONE-SAVINGS-ROW
              VARYING SV-IDX FROM 1 BY 1
              UNTIL SV-IDX > 5.

       REPORT-ONE-SAVINGS-ROW.
           SET WS-SAVINGS-ROW TO SV-IDX
           DISPLAY '   ' SV-LABEL (WS-SAVINGS-ROW)
              ' PAID CNT: ' SV-CLAIM-CNT (SV-IDX)
              ' BILLED: ' SV-BILLED-AMT (SV-IDX)
              ' ALLOWED: ' SV-ALLOWED-AMT (SV-IDX)
           DISPLAY '       SAVINGS: ' SV-SAVINGS-AMT (SV-IDX)
              ' OON CNT: ' SV-OON-CNT (SV-IDX)
              ' BALANCE BILL: ' SV-BALANCE-BILL (SV-IDX).

       REPORT-STATE-EXPERIENCE.
           DISPLAY '------------------------------------------------'
           DISPLAY ' PAID/DENIED BY CLAIMANT STATE'
              ' ESCALATIONS: ' MT-ESCALATIONS (MT-IDX)
           PERFORM REPORT-ONE-TREND-CODE
              VARYING DC-IDX FROM 1 BY 1
              UNTIL DC-IDX > 13.

       REPORT-ONE-TREND-CODE.
      * BR: Only codes that fired print — a per-code block of
      *     zeros per month buries the trend
           IF MT-DENY-CNT (MT-IDX, DC-IDX) > 0
              COMPUTE WS-DENY-CODE-IDX = DC-IDX
