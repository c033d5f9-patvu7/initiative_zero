      * ══════════════════════════════════════════════════════════
      * CLAIM PAYMENT BANK RECONCILIATION
      * Module: CLAIMS-BANK-RECON (Batch Job CLM-300)
      * Batch cycle: Daily 06:00 EST, after the CLM-100 nightly
      *   and the bank's overnight paid/returned items file
      * Upstream: CLM.DISBURSE.FEED, CLM.GLDIST.FEED (CLM-100),
      *   CLM.BANK.ITEMS (bank paid, returned and stop-paid items)
      * Downstream: CLM.REISSUE.FILE (treasury), CLM.ESCHEAT.FILE
      *   (unclaimed-property filing), CLM.BANKREC.GLDIST (GL)
      * Written 2026-10-15 M. Alvarez — once WRITE-DISBURSEMENT
      *   hands a payment to treasury nobody could say whether it
      *   cleared. This job keeps every issued payment and every
      *   refund recovery on the keyed CLM.PAYMENT.HIST file and
      *   works the bank's items against it each morning:
      *   cleared checks and EFTs close out, returned EFTs and
      *   stop-paid checks become reissue candidates, checks
      *   outstanding past the stale-date threshold are flagged,
      *   and checks past the state dormancy period are reported
      *   for unclaimed-property escheatment by state. Clearing
      *   and escheat entries post to CLM.BANKREC.GLDIST in the
      *   CLM.GLDIST.FEED layout, and the outstanding balance is
      *   proved against the claims-payable clearing account.
      * BR: The check serial and the EFT trace reference are the
      *   claim ID on the payment instruction — CLM.POSPAY.ISSUE
      *   reports the same number to the bank.
      * BR: Refund recoveries ('R') stay on the history as money
      *   owed to us until the bank reports them received; they
      *   net against the outstanding balance exactly as the
      *   refund debit nets against the claims-payable account.
      * Patch 2026-10-15 M. Alvarez — a second run on a morning
      *   that has already completed is refused before the
      *   reissue, escheat and clearing GL files are opened, so
      *   the first run's output is not truncated.
      * WARNING: DB-PAYMENT-RECORD and GD-GL-RECORD layouts must
      *   stay in step with PROCESS-CLAIM's FDs.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS-BANK-RECON.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISBURSE-FEED ASSIGN TO 'CLM.DISBURSE.FEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-DIST-FEED ASSIGN TO 'CLM.GLDIST.FEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-ITEMS ASSIGN TO 'CLM.BANK.ITEMS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'CLM.BANKREC.PARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HIST ASSIGN TO 'CLM.PAYMENT.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-PAYMENT-REF
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REISSUE-FILE ASSIGN TO 'CLM.REISSUE.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ESCHEAT-FILE ASSIGN TO 'CLM.ESCHEAT.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANKREC-GL-FEED ASSIGN TO 'CLM.BANKREC.GLDIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBURSE-FEED
           RECORDING MODE IS F.
       01  DB-PAYMENT-RECORD.
           05 DB-CLAIM-ID          PIC 9(8).
           05 DB-POLICY-NUMBER     PIC X(10).
           05 DB-PAYMENT-TYPE      PIC X(1).
              88 DB-PAYMENT           VALUE 'P'.
              88 DB-REFUND            VALUE 'R'.
           05 DB-PAYEE-TYPE        PIC X(1).
           05 DB-PAYEE-ID          PIC X(12).
           05 DB-PAYMENT-METHOD    PIC X(1).
           05 DB-PAYMENT-AMOUNT    PIC 9(7)V99.
           05 DB-BATCH-DATE        PIC 9(8).
           05 DB-PAYEE-STATE       PIC X(2).
           05 DB-RESERVED          PIC X(8).

       FD  GL-DIST-FEED
           RECORDING MODE IS F.
       01  GD-GL-RECORD.
           05 GD-CLAIM-ID          PIC 9(8).
           05 GD-ACCOUNT-CODE      PIC X(8).
           05 GD-DC-FLAG           PIC X(1).
           05 GD-AMOUNT            PIC 9(9)V99.
           05 GD-TRANS-TYPE        PIC X(1).
           05 GD-CLAIM-TYPE        PIC X(3).
           05 GD-BATCH-DATE        PIC 9(8).
           05 GD-RESERVED          PIC X(10).

       FD  BANK-ITEMS
           RECORDING MODE IS F.
      * BR: One record per item the bank paid, returned or
      *     stop-paid overnight, referenced by check serial or
      *     EFT trace (the claim ID)
       01  BI-BANK-ITEM.
           05 BI-PAYMENT-REF       PIC 9(8).
           05 BI-ITEM-TYPE         PIC X(1).
              88 BI-CLEARED           VALUE 'C'.
              88 BI-RETURNED          VALUE 'R'.
              88 BI-STOPPED           VALUE 'S'.
           05 BI-AMOUNT            PIC 9(7)V99.
           05 BI-ITEM-DATE         PIC 9(8).
           05 BI-RETURN-REASON     PIC X(3).
           05 BI-RESERVED          PIC X(10).

       FD  PARM-FILE
           RECORDING MODE IS F.
      * BR: Same keyword/value layout as CLM.PARM.FILE, sorted by
      *     effective date so the latest in-force record wins
       01  PR-PARM-RECORD.
           05 PR-PARM-KEY          PIC X(20).
           05 PR-EFFECTIVE-DATE    PIC 9(8).
           05 PR-PARM-VALUE        PIC 9(9)V99.
           05 PR-RESERVED          PIC X(10).

       FD  PAYMENT-HIST
           RECORDING MODE IS F.
      * BR: One record per issued payment or refund recovery,
      *     keyed on the claim ID the instruction carried. Key
      *     zero is the control record: the claims-payable
      *     clearing balance carried from the prior morning and
      *     the last disbursement batch loaded.
       01  OP-PAYMENT-RECORD.
           05 OP-PAYMENT-REF       PIC 9(8).
           05 OP-PAYMENT-DATA.
              10 OP-PAYMENT-TYPE   PIC X(1).
                 88 OP-PAYMENT        VALUE 'P'.
                 88 OP-REFUND         VALUE 'R'.
              10 OP-PAYEE-TYPE     PIC X(1).
              10 OP-PAYEE-ID       PIC X(12).
              10 OP-PAYEE-STATE    PIC X(2).
              10 OP-PAYMENT-METHOD PIC X(1).
                 88 OP-BY-CHECK       VALUE 'C'.
                 88 OP-BY-EFT         VALUE 'E'.
              10 OP-POLICY-NUMBER  PIC X(10).
              10 OP-AMOUNT         PIC 9(7)V99.
              10 OP-ISSUE-DATE     PIC 9(8).
              10 OP-STATUS-FLAG    PIC X(1).
                 88 OP-OUTSTANDING    VALUE 'O'.
                 88 OP-CLEARED        VALUE 'C'.
                 88 OP-RETURNED       VALUE 'R'.
                 88 OP-ESCHEATED      VALUE 'E'.
              10 OP-STALE-FLAG     PIC X(1).
                 88 OP-STALE          VALUE 'Y'.
                 88 OP-NOT-STALE      VALUE 'N'.
              10 OP-CLOSE-DATE     PIC 9(8).
              10 OP-DAYS-OUT       PIC 9(5).
              10 OP-RETURN-REASON  PIC X(3).
           05 OP-CONTROL-DATA REDEFINES OP-PAYMENT-DATA.
              10 OP-CTL-CLEARING-BAL PIC S9(11)V99.
              10 OP-CTL-LAST-FEED-DATE PIC 9(8).
              10 OP-CTL-LAST-RUN-DATE PIC 9(8).
              10 FILLER            PIC X(33).
           05 OP-RESERVED          PIC X(10).

       FD  REISSUE-FILE
           RECORDING MODE IS F.
      * BR: Returned EFTs and stop-paid checks still owe the
      *     payee — treasury reissues from this file
       01  RS-REISSUE-RECORD.
           05 RS-PAYMENT-REF       PIC 9(8).
           05 RS-POLICY-NUMBER     PIC X(10).
           05 RS-PAYEE-TYPE        PIC X(1).
           05 RS-PAYEE-ID          PIC X(12).
           05 RS-PAYMENT-METHOD    PIC X(1).
           05 RS-AMOUNT            PIC 9(7)V99.
           05 RS-ISSUE-DATE        PIC 9(8).
           05 RS-ITEM-TYPE         PIC X(1).
           05 RS-RETURN-REASON     PIC X(3).
           05 RS-ITEM-DATE         PIC 9(8).
           05 RS-RESERVED          PIC X(10).

       FD  ESCHEAT-FILE
           RECORDING MODE IS F.
      * BR: Checks past the state dormancy period, for the
      *     unclaimed-property filing of the payee's state
       01  ES-ESCHEAT-RECORD.
           05 ES-PAYEE-STATE       PIC X(2).
           05 ES-PAYMENT-REF       PIC 9(8).
           05 ES-POLICY-NUMBER     PIC X(10).
           05 ES-PAYEE-TYPE        PIC X(1).
           05 ES-PAYEE-ID          PIC X(12).
           05 ES-AMOUNT            PIC 9(7)V99.
           05 ES-ISSUE-DATE        PIC 9(8).
           05 ES-DAYS-OUT          PIC 9(5).
           05 ES-REPORT-DATE       PIC 9(8).
           05 ES-RESERVED          PIC X(10).

       FD  BANKREC-GL-FEED
           RECORDING MODE IS F.
      * BR: Same layout as CLM.GLDIST.FEED so the clearing and
      *     escheat entries post through the same GL interface
       01  BG-GL-RECORD.
           05 BG-CLAIM-ID          PIC 9(8).
           05 BG-ACCOUNT-CODE      PIC X(8).
           05 BG-DC-FLAG           PIC X(1).
           05 BG-AMOUNT            PIC 9(9)V99.
      *       'B' bank clearing / 'U' unclaimed-property transfer
           05 BG-TRANS-TYPE        PIC X(1).
           05 BG-CLAIM-TYPE        PIC X(3).
           05 BG-BATCH-DATE        PIC 9(8).
           05 BG-RESERVED          PIC X(10).

       WORKING-STORAGE SECTION.

      * --- RECONCILIATION PARAMETERS ---
      * BR: Compiled defaults, overridable from CLM.BANKREC.PARM;
      *     dormancy periods follow each state's unclaimed-
      *     property statute for vendor/claim checks
       01 WS-RECON-PARMS.
          05 WS-STALE-CHECK-DAYS  PIC 9(4) VALUE 0180.
          05 WS-ESC-NY-DAYS       PIC 9(4) VALUE 1095.
          05 WS-ESC-CA-DAYS       PIC 9(4) VALUE 1095.
          05 WS-ESC-TX-DAYS       PIC 9(4) VALUE 1095.
          05 WS-ESC-FL-DAYS       PIC 9(4) VALUE 1825.
          05 WS-ESC-NJ-DAYS       PIC 9(4) VALUE 1095.
          05 WS-ESC-DEFAULT-DAYS  PIC 9(4) VALUE 1095.
       01 WS-EFFECTIVE-ESC-DAYS   PIC 9(4) VALUE 0.

      * --- GL ACCOUNTS ---
      * NOTE: Production reads the account codes from the GL
      *   chart shared with PROCESS-CLAIM. Demo version carries
      *   the claims-payable code PROCESS-CLAIM posts to.
       01 WS-GL-ACCOUNT-CODES.
          05 WS-GL-CLAIMS-PAYABLE PIC X(8) VALUE '2100CLMS'.
          05 WS-GL-DISB-CASH      PIC X(8) VALUE '1010CASH'.
          05 WS-GL-UNCLAIMED      PIC X(8) VALUE '2150UNCL'.
       01 WS-GL-LINE-WORK.
          05 WS-GL-LINE-ACCOUNT   PIC X(8)     VALUE SPACES.
          05 WS-GL-LINE-DC        PIC X(1)     VALUE SPACE.
          05 WS-GL-LINE-AMOUNT    PIC 9(9)V99  VALUE 0.
          05 WS-GL-LINE-TRANS     PIC X(1)     VALUE SPACE.
          05 WS-GL-RECS-WRITTEN   PIC 9(6)     VALUE 0.
          05 WS-GL-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.
          05 WS-GL-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.

      * --- LOAD OF THE NIGHT'S DISBURSEMENTS ---
       01 WS-LOAD-CONTROL.
          05 WS-FEED-BATCH-DATE   PIC 9(8)     VALUE 0.
          05 WS-FEED-RECS-READ    PIC 9(6)     VALUE 0.
          05 WS-PAYMENTS-LOADED   PIC 9(6)     VALUE 0.
          05 WS-PAYMENTS-LOADED-AMT PIC 9(11)V99 VALUE 0.
          05 WS-REFUNDS-LOADED    PIC 9(6)     VALUE 0.
          05 WS-REFUNDS-LOADED-AMT PIC 9(11)V99 VALUE 0.
          05 WS-FEED-DUPLICATES   PIC 9(6)     VALUE 0.
          05 WS-GLDIST-RECS-READ  PIC 9(6)     VALUE 0.
          05 WS-GLDIST-PAYABLE-NET PIC S9(11)V99 VALUE 0.
          05 WS-FEED-STATE-FLAG   PIC X(1)     VALUE 'N'.
             88 FEED-TO-LOAD         VALUE 'Y'.
             88 FEED-NOT-LOADED      VALUE 'N'.

      * --- BANK ITEM MATCHING ---
       01 WS-MATCH-CONTROL.
          05 WS-BANK-ITEMS-READ   PIC 9(6)     VALUE 0.
          05 WS-CLEARED-CNT       PIC 9(6)     VALUE 0.
          05 WS-CLEARED-AMT       PIC 9(11)V99 VALUE 0.
          05 WS-RECOVERED-CNT     PIC 9(6)     VALUE 0.
          05 WS-RECOVERED-AMT     PIC 9(11)V99 VALUE 0.
          05 WS-RETURNED-CNT      PIC 9(6)     VALUE 0.
          05 WS-RETURNED-AMT      PIC 9(11)V99 VALUE 0.
          05 WS-STOPPED-CNT       PIC 9(6)     VALUE 0.
          05 WS-STOPPED-AMT       PIC 9(11)V99 VALUE 0.
          05 WS-REISSUE-WRITTEN   PIC 9(6)     VALUE 0.
          05 WS-UNMATCHED-CNT     PIC 9(6)     VALUE 0.
          05 WS-AMT-MISMATCH-CNT  PIC 9(6)     VALUE 0.
          05 WS-ALREADY-CLOSED-CNT PIC 9(6)    VALUE 0.
          05 WS-INVALID-ITEM-CNT  PIC 9(6)     VALUE 0.

      * --- OUTSTANDING AGING AND ESCHEATMENT ---
       01 WS-AGING-CONTROL.
          05 WS-DAYS-OUT          PIC S9(5)    VALUE 0.
          05 WS-OUTSTANDING-CNT   PIC 9(6)     VALUE 0.
          05 WS-OUTSTANDING-BAL   PIC S9(11)V99 VALUE 0.
          05 WS-OUT-0-30          PIC 9(6)     VALUE 0.
          05 WS-OUT-31-90         PIC 9(6)     VALUE 0.
          05 WS-OUT-91-STALE      PIC 9(6)     VALUE 0.
          05 WS-STALE-CNT         PIC 9(6)     VALUE 0.
          05 WS-STALE-AMT         PIC 9(11)V99 VALUE 0.
          05 WS-NEW-STALE-CNT     PIC 9(6)     VALUE 0.
          05 WS-REISSUE-OPEN-CNT  PIC 9(6)     VALUE 0.
          05 WS-REISSUE-OPEN-AMT  PIC 9(11)V99 VALUE 0.
          05 WS-ESCHEAT-CNT       PIC 9(6)     VALUE 0.
          05 WS-ESCHEAT-AMT       PIC 9(11)V99 VALUE 0.

      * --- ESCHEATMENT BY STATE ---
       01 WS-ESCHEAT-STATE-TABLE.
          05 WS-ESC-STATE-ENTRY OCCURS 60 TIMES
                INDEXED BY ES-IDX.
             10 EST-STATE         PIC X(2).
             10 EST-CNT           PIC 9(6).
             10 EST-AMT           PIC 9(11)V99.
          05 WS-ESC-STATE-COUNT   PIC 9(3) VALUE 0.
       01 WS-ESC-MATCH-IDX        PIC 9(3) VALUE 0.

      * --- CLAIMS-PAYABLE CLEARING PROOF ---
      * BR: Prior clearing balance + the night's payable net from
      *     CLM.GLDIST.FEED - this morning's clearing and escheat
      *     entries must equal the outstanding balance on the
      *     history
       01 WS-CLEARING-CONTROL.
          05 WS-CLEARING-PRIOR    PIC S9(11)V99 VALUE 0.
          05 WS-CLEARING-BAL      PIC S9(11)V99 VALUE 0.
          05 WS-CLEARING-BREAK-AMT PIC S9(11)V99 VALUE 0.
          05 WS-CLEARING-BREAK-FLAG PIC X(1)   VALUE 'N'.
             88 CLEARING-BREAK       VALUE 'Y'.
             88 CLEARING-IN-BALANCE  VALUE 'N'.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-PARMS-READ        PIC 9(4) VALUE 0.
          05 WS-PARMS-FUTURE      PIC 9(4) VALUE 0.
          05 WS-PARMS-UNKNOWN     PIC 9(4) VALUE 0.

       01 WS-EOF-FLAGS.
          05 WS-FEED-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 FEED-EOF             VALUE 'Y'.
             88 FEED-MORE            VALUE 'N'.
          05 WS-GLDIST-EOF-FLAG   PIC X(1) VALUE 'N'.
             88 GLDIST-EOF           VALUE 'Y'.
             88 GLDIST-MORE          VALUE 'N'.
          05 WS-ITEMS-EOF-FLAG    PIC X(1) VALUE 'N'.
             88 ITEMS-EOF            VALUE 'Y'.
             88 ITEMS-MORE           VALUE 'N'.
          05 WS-HIST-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 HIST-EOF             VALUE 'Y'.
             88 HIST-MORE            VALUE 'N'.
          05 WS-PARM-EOF-FLAG     PIC X(1) VALUE 'N'.
             88 PARM-EOF             VALUE 'Y'.
             88 PARM-MORE            VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-BANK-RECON.
           PERFORM INIT-BANK-RECON
           PERFORM LOAD-ISSUED-PAYMENTS
           PERFORM LOAD-GL-PAYABLE-NET
           PERFORM MATCH-BANK-ITEMS
           PERFORM AGE-OUTSTANDING-ITEMS
           PERFORM REPORT-BANK-RECON
           PERFORM REPORT-ESCHEAT-BY-STATE
           PERFORM RECONCILE-CLEARING-ACCOUNT
           PERFORM SAVE-RECON-CONTROL
           PERFORM CLOSE-BANK-RECON-FILES
           STOP RUN.

       INIT-BANK-RECON.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RECON-PARMS
      * BR: The history is permanent — status 35 on the very
      *     first run creates it; any other failure stops the
      *     run, since matching blind loses every cleared item
           OPEN I-O PAYMENT-HIST
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT PAYMENT-HIST
              CLOSE PAYMENT-HIST
              OPEN I-O PAYMENT-HIST
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT-HIST, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-300 ABEND — PAYMENT HISTORY UNAVAILABLE'
              STOP RUN
           END-IF
           PERFORM READ-RECON-CONTROL
           OPEN OUTPUT REISSUE-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REISSUE-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-300 ABEND — REISSUE FILE UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN OUTPUT ESCHEAT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ESCHEAT-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-300 ABEND — ESCHEAT FILE UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN OUTPUT BANKREC-GL-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BANKREC-GL-FEED, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-300 ABEND — CLEARING GL FEED UNAVAILABLE'
              STOP RUN
           END-IF.

       READ-RECON-CONTROL.
      * BR: The control record carries the clearing balance from
      *     the prior morning; the first run starts it at zero
      *     against an empty history
           MOVE 0 TO OP-PAYMENT-REF
           READ PAYMENT-HIST
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
      * BR: One completed run per morning — the reissue, escheat
      *     and clearing GL files are rewritten each run, and the
      *     items the first run wrote to them are already closed
      *     on the history, so a second run would replace them
      *     with nothing
      * Patch 2026-10-15 M. Alvarez
              IF OP-CTL-LAST-RUN-DATE = WS-RUN-DATE
                 DISPLAY 'CLM-300 ALREADY COMPLETED FOR '
                    WS-RUN-DATE ' — OUTPUT FILES LEFT AS WRITTEN'
                 DISPLAY 'CLM-300 ABEND — DUPLICATE RUN REFUSED'
                 STOP RUN
              END-IF
              MOVE OP-CTL-CLEARING-BAL TO WS-CLEARING-PRIOR
           ELSE
              MOVE 0 TO OP-PAYMENT-REF
              MOVE SPACES TO OP-CONTROL-DATA
              MOVE 0 TO OP-CTL-CLEARING-BAL
              MOVE 0 TO OP-CTL-LAST-FEED-DATE
              MOVE 0 TO OP-CTL-LAST-RUN-DATE
              MOVE SPACES TO OP-RESERVED
              WRITE OP-PAYMENT-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR CREATING RECON CONTROL, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-300 ABEND — PAYMENT HISTORY'
                    ' UNAVAILABLE'
                 STOP RUN
              END-IF
              MOVE 0 TO WS-CLEARING-PRIOR
           END-IF
           MOVE WS-CLEARING-PRIOR TO WS-CLEARING-BAL.

       LOAD-RECON-PARMS.
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
                 DISPLAY 'CLM.BANKREC.PARM NOT PRESENT —'
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
           ADD 1 TO WS-PARMS-READ
           IF PR-EFFECTIVE-DATE > WS-RUN-DATE
              ADD 1 TO WS-PARMS-FUTURE
           ELSE
              EVALUATE PR-PARM-KEY
                 WHEN 'STALE-CHECK-DAYS'
                    MOVE PR-PARM-VALUE TO WS-STALE-CHECK-DAYS
                 WHEN 'ESCHEAT-DAYS-NY'
                    MOVE PR-PARM-VALUE TO WS-ESC-NY-DAYS
                 WHEN 'ESCHEAT-DAYS-CA'
                    MOVE PR-PARM-VALUE TO WS-ESC-CA-DAYS
                 WHEN 'ESCHEAT-DAYS-TX'
                    MOVE PR-PARM-VALUE TO WS-ESC-TX-DAYS
                 WHEN 'ESCHEAT-DAYS-FL'
                    MOVE PR-PARM-VALUE TO WS-ESC-FL-DAYS
                 WHEN 'ESCHEAT-DAYS-NJ'
                    MOVE PR-PARM-VALUE TO WS-ESC-NJ-DAYS
                 WHEN 'ESCHEAT-DAYS-DEFAULT'
                    MOVE PR-PARM-VALUE TO WS-ESC-DEFAULT-DAYS
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
                       PR-PARM-KEY
              END-EVALUATE
           END-IF
           PERFORM READ-ONE-PARM.

       LOAD-ISSUED-PAYMENTS.
      * BR: Every payment and refund instruction from the night's
      *     feed joins the history as outstanding. A batch date
      *     already loaded (a rerun of this job) is skipped
      *     whole, so the clearing balance never takes the same
      *     night's payable twice.
           OPEN INPUT DISBURSE-FEED
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-DISBURSEMENT
                 IF NOT FEED-EOF
                    MOVE DB-BATCH-DATE TO WS-FEED-BATCH-DATE
                    MOVE 0 TO OP-PAYMENT-REF
                    READ PAYMENT-HIST
                       INVALID KEY CONTINUE
                    END-READ
                    IF WS-FEED-BATCH-DATE = OP-CTL-LAST-FEED-DATE
                       DISPLAY 'DISBURSEMENT BATCH '
                          WS-FEED-BATCH-DATE
                          ' ALREADY LOADED — FEED SKIPPED'
                    ELSE
                       SET FEED-TO-LOAD TO TRUE
                       PERFORM LOAD-ONE-DISBURSEMENT
                          UNTIL FEED-EOF
                    END-IF
                 END-IF
                 CLOSE DISBURSE-FEED
              WHEN '35'
                 DISPLAY 'CLM.DISBURSE.FEED NOT PRESENT —'
                    ' NO PAYMENTS LOADED THIS RUN'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING DISBURSE-FEED, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-300 ABEND — DISBURSEMENT FEED'
                    ' UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-DISBURSEMENT.
           READ DISBURSE-FEED
              AT END SET FEED-EOF TO TRUE
           END-READ.

       LOAD-ONE-DISBURSEMENT.
           ADD 1 TO WS-FEED-RECS-READ
           MOVE DB-CLAIM-ID TO OP-PAYMENT-REF
           MOVE DB-PAYMENT-TYPE TO OP-PAYMENT-TYPE
           MOVE DB-PAYEE-TYPE TO OP-PAYEE-TYPE
           MOVE DB-PAYEE-ID TO OP-PAYEE-ID
           MOVE DB-PAYEE-STATE TO OP-PAYEE-STATE
           MOVE DB-PAYMENT-METHOD TO OP-PAYMENT-METHOD
           MOVE DB-POLICY-NUMBER TO OP-POLICY-NUMBER
           MOVE DB-PAYMENT-AMOUNT TO OP-AMOUNT
           MOVE DB-BATCH-DATE TO OP-ISSUE-DATE
           SET OP-OUTSTANDING TO TRUE
           SET OP-NOT-STALE TO TRUE
           MOVE 0 TO OP-CLOSE-DATE
           MOVE 0 TO OP-DAYS-OUT
           MOVE SPACES TO OP-RETURN-REASON
           MOVE SPACES TO OP-RESERVED
           WRITE OP-PAYMENT-RECORD
           IF WS-FILE-STATUS NOT = '00'
      * BR: A reference already on the history is never loaded
      *     twice — counted for ops, not posted
              ADD 1 TO WS-FEED-DUPLICATES
              DISPLAY 'PAYMENT ALREADY ON HISTORY, STATUS='
                 WS-FILE-STATUS ' REF=' DB-CLAIM-ID
           ELSE
              IF OP-REFUND
                 ADD 1 TO WS-REFUNDS-LOADED
                 ADD OP-AMOUNT TO WS-REFUNDS-LOADED-AMT
              ELSE
                 ADD 1 TO WS-PAYMENTS-LOADED
                 ADD OP-AMOUNT TO WS-PAYMENTS-LOADED-AMT
              END-IF
           END-IF
           PERFORM READ-ONE-DISBURSEMENT.

       LOAD-GL-PAYABLE-NET.
      * BR: The night's net credit to the claims-payable clearing
      *     account — payment and interest credits less refund
      *     debits — is what this morning's outstanding items
      *     must add up to. Read only with the feed it belongs to.
           IF FEED-TO-LOAD
              OPEN INPUT GL-DIST-FEED
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING GL-DIST-FEED, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-300 ABEND — GL DISTRIBUTION FEED'
                    ' UNAVAILABLE'
                 STOP RUN
              END-IF
              PERFORM READ-ONE-GLDIST
              PERFORM TALLY-ONE-GLDIST
                 UNTIL GLDIST-EOF
              CLOSE GL-DIST-FEED
              ADD WS-GLDIST-PAYABLE-NET TO WS-CLEARING-BAL
           END-IF.

       READ-ONE-GLDIST.
           READ GL-DIST-FEED
              AT END SET GLDIST-EOF TO TRUE
           END-READ.

       TALLY-ONE-GLDIST.
           ADD 1 TO WS-GLDIST-RECS-READ
           IF GD-ACCOUNT-CODE = WS-GL-CLAIMS-PAYABLE
              IF GD-DC-FLAG = 'C'
                 ADD GD-AMOUNT TO WS-GLDIST-PAYABLE-NET
              ELSE
                 SUBTRACT GD-AMOUNT FROM WS-GLDIST-PAYABLE-NET
              END-IF
           END-IF
           PERFORM READ-ONE-GLDIST.

       MATCH-BANK-ITEMS.
      * BR: Status 35 just means the bank sent nothing overnight
           OPEN INPUT BANK-ITEMS
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-BANK-ITEM
                 PERFORM MATCH-ONE-BANK-ITEM
                    UNTIL ITEMS-EOF
                 CLOSE BANK-ITEMS
              WHEN '35'
                 DISPLAY 'CLM.BANK.ITEMS NOT PRESENT —'
                    ' NO BANK ITEMS THIS RUN'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING BANK-ITEMS, STATUS='
                    WS-FILE-STATUS
                 DISPLAY 'CLM-300 ABEND — BANK ITEMS UNAVAILABLE'
                 STOP RUN
           END-EVALUATE.

       READ-ONE-BANK-ITEM.
           READ BANK-ITEMS
              AT END SET ITEMS-EOF TO TRUE
           END-READ.

       MATCH-ONE-BANK-ITEM.
      * BR: An item must match an outstanding history entry for
      *     the same amount; anything else is an exception for
      *     treasury and changes nothing
           ADD 1 TO WS-BANK-ITEMS-READ
           MOVE BI-PAYMENT-REF TO OP-PAYMENT-REF
           READ PAYMENT-HIST
              INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
              WHEN WS-FILE-STATUS NOT = '00'
                 OR BI-PAYMENT-REF = 0
                 ADD 1 TO WS-UNMATCHED-CNT
                 DISPLAY 'BANK ITEM UNMATCHED: REF '
                    BI-PAYMENT-REF ' TYPE ' BI-ITEM-TYPE
                    ' AMT ' BI-AMOUNT
              WHEN NOT OP-OUTSTANDING
                 ADD 1 TO WS-ALREADY-CLOSED-CNT
                 DISPLAY 'BANK ITEM ON CLOSED PAYMENT: REF '
                    BI-PAYMENT-REF ' TYPE ' BI-ITEM-TYPE
                    ' STATUS ' OP-STATUS-FLAG
              WHEN BI-AMOUNT NOT = OP-AMOUNT
                 ADD 1 TO WS-AMT-MISMATCH-CNT
                 DISPLAY 'BANK ITEM AMOUNT MISMATCH: REF '
                    BI-PAYMENT-REF ' BANK ' BI-AMOUNT
                    ' ISSUED ' OP-AMOUNT
              WHEN BI-CLEARED
                 PERFORM CLEAR-OUTSTANDING-ITEM
              WHEN (BI-RETURNED OR BI-STOPPED) AND OP-PAYMENT
                 PERFORM RETURN-OUTSTANDING-ITEM
              WHEN OTHER
                 ADD 1 TO WS-INVALID-ITEM-CNT
                 DISPLAY 'BANK ITEM TYPE INVALID: REF '
                    BI-PAYMENT-REF ' TYPE ' BI-ITEM-TYPE
           END-EVALUATE
           PERFORM READ-ONE-BANK-ITEM.

       CLEAR-OUTSTANDING-ITEM.
      * BR: A cleared payment relieves the claims-payable account
      *     against disbursement cash; a received refund is the
      *     mirror image
           SET OP-CLEARED TO TRUE
           MOVE BI-ITEM-DATE TO OP-CLOSE-DATE
           PERFORM REWRITE-HIST-ENTRY
           MOVE OP-AMOUNT TO WS-GL-LINE-AMOUNT
           MOVE 'B' TO WS-GL-LINE-TRANS
           IF OP-REFUND
              ADD 1 TO WS-RECOVERED-CNT
              ADD OP-AMOUNT TO WS-RECOVERED-AMT
              ADD OP-AMOUNT TO WS-CLEARING-BAL
              MOVE WS-GL-DISB-CASH TO WS-GL-LINE-ACCOUNT
              MOVE 'D' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
              MOVE WS-GL-CLAIMS-PAYABLE TO WS-GL-LINE-ACCOUNT
              MOVE 'C' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
           ELSE
              ADD 1 TO WS-CLEARED-CNT
              ADD OP-AMOUNT TO WS-CLEARED-AMT
              SUBTRACT OP-AMOUNT FROM WS-CLEARING-BAL
              MOVE WS-GL-CLAIMS-PAYABLE TO WS-GL-LINE-ACCOUNT
              MOVE 'D' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
              MOVE WS-GL-DISB-CASH TO WS-GL-LINE-ACCOUNT
              MOVE 'C' TO WS-GL-LINE-DC
              PERFORM WRITE-ONE-GL-LINE
           END-IF.

       RETURN-OUTSTANDING-ITEM.
      * BR: The money never reached the payee — the liability
      *     stays on the payable account and the payment goes
      *     to treasury as a reissue candidate
           SET OP-RETURNED TO TRUE
           MOVE BI-ITEM-DATE TO OP-CLOSE-DATE
           MOVE BI-RETURN-REASON TO OP-RETURN-REASON
           PERFORM REWRITE-HIST-ENTRY
           IF BI-RETURNED
              ADD 1 TO WS-RETURNED-CNT
              ADD OP-AMOUNT TO WS-RETURNED-AMT
           ELSE
              ADD 1 TO WS-STOPPED-CNT
              ADD OP-AMOUNT TO WS-STOPPED-AMT
           END-IF
           MOVE OP-PAYMENT-REF TO RS-PAYMENT-REF
           MOVE OP-POLICY-NUMBER TO RS-POLICY-NUMBER
           MOVE OP-PAYEE-TYPE TO RS-PAYEE-TYPE
           MOVE OP-PAYEE-ID TO RS-PAYEE-ID
           MOVE OP-PAYMENT-METHOD TO RS-PAYMENT-METHOD
           MOVE OP-AMOUNT TO RS-AMOUNT
           MOVE OP-ISSUE-DATE TO RS-ISSUE-DATE
           MOVE BI-ITEM-TYPE TO RS-ITEM-TYPE
           MOVE BI-RETURN-REASON TO RS-RETURN-REASON
           MOVE BI-ITEM-DATE TO RS-ITEM-DATE
           MOVE SPACES TO RS-RESERVED
           WRITE RS-REISSUE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUE-FILE, STATUS='
                 WS-FILE-STATUS ' REF=' OP-PAYMENT-REF
           ELSE
              ADD 1 TO WS-REISSUE-WRITTEN
           END-IF.

       REWRITE-HIST-ENTRY.
           REWRITE OP-PAYMENT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING PAYMENT-HIST, STATUS='
                 WS-FILE-STATUS ' REF=' OP-PAYMENT-REF
           END-IF.

       AGE-OUTSTANDING-ITEMS.
      * BR: Sweep the whole history after matching. Outstanding
      *     checks age toward stale-dating and escheatment; the
      *     outstanding balance counts what the payable account
      *     still owes — outstanding and returned payments, less
      *     refunds not yet received
           SET HIST-MORE TO TRUE
           MOVE 1 TO OP-PAYMENT-REF
           START PAYMENT-HIST
              KEY NOT < OP-PAYMENT-REF
              INVALID KEY SET HIST-EOF TO TRUE
           END-START
           PERFORM READ-ONE-HIST-ENTRY
           PERFORM AGE-ONE-HIST-ENTRY
              UNTIL HIST-EOF.

       READ-ONE-HIST-ENTRY.
           IF NOT HIST-EOF
              READ PAYMENT-HIST NEXT RECORD
                 AT END SET HIST-EOF TO TRUE
              END-READ
              IF WS-FILE-STATUS NOT = '00'
                 SET HIST-EOF TO TRUE
              END-IF
           END-IF.

       AGE-ONE-HIST-ENTRY.
           IF OP-OUTSTANDING
              COMPUTE WS-DAYS-OUT =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(OP-ISSUE-DATE)
              IF WS-DAYS-OUT < 0
                 MOVE 0 TO WS-DAYS-OUT
              END-IF
              MOVE WS-DAYS-OUT TO OP-DAYS-OUT
              IF OP-PAYMENT AND OP-BY-CHECK
                 PERFORM AGE-ONE-CHECK
              END-IF
              IF OP-OUTSTANDING
                 PERFORM TALLY-OUTSTANDING-ITEM
              END-IF
              PERFORM REWRITE-HIST-ENTRY
           ELSE
              IF OP-RETURNED
                 ADD 1 TO WS-REISSUE-OPEN-CNT
                 ADD OP-AMOUNT TO WS-REISSUE-OPEN-AMT
                 ADD OP-AMOUNT TO WS-OUTSTANDING-BAL
              END-IF
           END-IF
           PERFORM READ-ONE-HIST-ENTRY.

       AGE-ONE-CHECK.
      * BR: A check past the state's dormancy period is reported
      *     for escheatment and its liability moves from claims
      *     payable to unclaimed property; short of that, past
      *     the stale-date threshold it is flagged once and
      *     listed every morning until it clears
           PERFORM LOOKUP-ESCHEAT-DAYS-BY-STATE
           IF WS-DAYS-OUT NOT < WS-EFFECTIVE-ESC-DAYS
              PERFORM ESCHEAT-ONE-CHECK
           ELSE
              IF WS-DAYS-OUT > WS-STALE-CHECK-DAYS
                 IF OP-NOT-STALE
                    SET OP-STALE TO TRUE
                    ADD 1 TO WS-NEW-STALE-CNT
                 END-IF
                 ADD 1 TO WS-STALE-CNT
                 ADD OP-AMOUNT TO WS-STALE-AMT
                 DISPLAY ' STALE-DATED CHECK: REF ' OP-PAYMENT-REF
                    ' PAYEE ' OP-PAYEE-ID ' ST ' OP-PAYEE-STATE
                    ' AMT ' OP-AMOUNT ' DAYS ' OP-DAYS-OUT
              END-IF
           END-IF.

       LOOKUP-ESCHEAT-DAYS-BY-STATE.
           EVALUATE OP-PAYEE-STATE
              WHEN 'NY'
                 MOVE WS-ESC-NY-DAYS TO WS-EFFECTIVE-ESC-DAYS
              WHEN 'CA'
                 MOVE WS-ESC-CA-DAYS TO WS-EFFECTIVE-ESC-DAYS
              WHEN 'TX'
                 MOVE WS-ESC-TX-DAYS TO WS-EFFECTIVE-ESC-DAYS
              WHEN 'FL'
                 MOVE WS-ESC-FL-DAYS TO WS-EFFECTIVE-ESC-DAYS
              WHEN 'NJ'
                 MOVE WS-ESC-NJ-DAYS TO WS-EFFECTIVE-ESC-DAYS
              WHEN OTHER
                 MOVE WS-ESC-DEFAULT-DAYS TO WS-EFFECTIVE-ESC-DAYS
           END-EVALUATE.

       ESCHEAT-ONE-CHECK.
           SET OP-ESCHEATED TO TRUE
           MOVE WS-RUN-DATE TO OP-CLOSE-DATE
           ADD 1 TO WS-ESCHEAT-CNT
           ADD OP-AMOUNT TO WS-ESCHEAT-AMT
           SUBTRACT OP-AMOUNT FROM WS-CLEARING-BAL
           MOVE OP-PAYEE-STATE TO ES-PAYEE-STATE
           MOVE OP-PAYMENT-REF TO ES-PAYMENT-REF
           MOVE OP-POLICY-NUMBER TO ES-POLICY-NUMBER
           MOVE OP-PAYEE-TYPE TO ES-PAYEE-TYPE
           MOVE OP-PAYEE-ID TO ES-PAYEE-ID
           MOVE OP-AMOUNT TO ES-AMOUNT
           MOVE OP-ISSUE-DATE TO ES-ISSUE-DATE
           MOVE OP-DAYS-OUT TO ES-DAYS-OUT
           MOVE WS-RUN-DATE TO ES-REPORT-DATE
           MOVE SPACES TO ES-RESERVED
           WRITE ES-ESCHEAT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ESCHEAT-FILE, STATUS='
                 WS-FILE-STATUS ' REF=' OP-PAYMENT-REF
           END-IF
           PERFORM TALLY-ESCHEAT-BY-STATE
           MOVE WS-GL-CLAIMS-PAYABLE TO WS-GL-LINE-ACCOUNT
           MOVE 'D' TO WS-GL-LINE-DC
           MOVE OP-AMOUNT TO WS-GL-LINE-AMOUNT
           MOVE 'U' TO WS-GL-LINE-TRANS
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-GL-UNCLAIMED TO WS-GL-LINE-ACCOUNT
           MOVE 'C' TO WS-GL-LINE-DC
           PERFORM WRITE-ONE-GL-LINE.

       TALLY-ESCHEAT-BY-STATE.
           MOVE 0 TO WS-ESC-MATCH-IDX
           PERFORM SCAN-ESCHEAT-STATE
              VARYING ES-IDX FROM 1 BY 1
              UNTIL ES-IDX > WS-ESC-STATE-COUNT
                 OR WS-ESC-MATCH-IDX NOT = 0
           IF WS-ESC-MATCH-IDX = 0
              AND WS-ESC-STATE-COUNT < 60
              ADD 1 TO WS-ESC-STATE-COUNT
              MOVE OP-PAYEE-STATE TO EST-STATE (WS-ESC-STATE-COUNT)
              MOVE 0 TO EST-CNT (WS-ESC-STATE-COUNT)
              MOVE 0 TO EST-AMT (WS-ESC-STATE-COUNT)
              MOVE WS-ESC-STATE-COUNT TO WS-ESC-MATCH-IDX
           END-IF
           IF WS-ESC-MATCH-IDX NOT = 0
              ADD 1 TO EST-CNT (WS-ESC-MATCH-IDX)
              ADD OP-AMOUNT TO EST-AMT (WS-ESC-MATCH-IDX)
           END-IF.

       SCAN-ESCHEAT-STATE.
           IF EST-STATE (ES-IDX) = OP-PAYEE-STATE
              MOVE ES-IDX TO WS-ESC-MATCH-IDX
           END-IF.

       TALLY-OUTSTANDING-ITEM.
           ADD 1 TO WS-OUTSTANDING-CNT
           IF OP-REFUND
              SUBTRACT OP-AMOUNT FROM WS-OUTSTANDING-BAL
           ELSE
              ADD OP-AMOUNT TO WS-OUTSTANDING-BAL
              EVALUATE TRUE
                 WHEN WS-DAYS-OUT < 31
                    ADD 1 TO WS-OUT-0-30
                 WHEN WS-DAYS-OUT < 91
                    ADD 1 TO WS-OUT-31-90
                 WHEN OTHER
                    ADD 1 TO WS-OUT-91-STALE
              END-EVALUATE
           END-IF.

       WRITE-ONE-GL-LINE.
           MOVE OP-PAYMENT-REF TO BG-CLAIM-ID
           MOVE WS-GL-LINE-ACCOUNT TO BG-ACCOUNT-CODE
           MOVE WS-GL-LINE-DC TO BG-DC-FLAG
           MOVE WS-GL-LINE-AMOUNT TO BG-AMOUNT
           MOVE WS-GL-LINE-TRANS TO BG-TRANS-TYPE
           MOVE SPACES TO BG-CLAIM-TYPE
           MOVE WS-RUN-DATE TO BG-BATCH-DATE
           MOVE SPACES TO BG-RESERVED
           WRITE BG-GL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BANKREC-GL-FEED, STATUS='
                 WS-FILE-STATUS ' REF=' OP-PAYMENT-REF
           ELSE
              ADD 1 TO WS-GL-RECS-WRITTEN
              IF WS-GL-LINE-DC = 'D'
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
              ELSE
                 ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
              END-IF
           END-IF.

       REPORT-BANK-RECON.
           DISPLAY '================================================'
           DISPLAY ' CLM-300 BANK RECONCILIATION REPORT'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              ' FEED BATCH: ' WS-FEED-BATCH-DATE
           DISPLAY '================================================'
           DISPLAY ' FEED RECORDS READ.: ' WS-FEED-RECS-READ
           DISPLAY ' PAYMENTS LOADED...: ' WS-PAYMENTS-LOADED
              ' AMT: ' WS-PAYMENTS-LOADED-AMT
           DISPLAY ' REFUNDS LOADED....: ' WS-REFUNDS-LOADED
              ' AMT: ' WS-REFUNDS-LOADED-AMT
           DISPLAY ' ALREADY ON HISTORY: ' WS-FEED-DUPLICATES
           DISPLAY '------------------------------------------------'
           DISPLAY ' BANK ITEMS READ...: ' WS-BANK-ITEMS-READ
           DISPLAY ' CLEARED PAYMENTS..: ' WS-CLEARED-CNT
              ' AMT: ' WS-CLEARED-AMT
           DISPLAY ' REFUNDS RECEIVED..: ' WS-RECOVERED-CNT
              ' AMT: ' WS-RECOVERED-AMT
           DISPLAY ' RETURNED EFTS.....: ' WS-RETURNED-CNT
              ' AMT: ' WS-RETURNED-AMT
           DISPLAY ' STOP-PAID CHECKS..: ' WS-STOPPED-CNT
              ' AMT: ' WS-STOPPED-AMT
           DISPLAY ' REISSUES WRITTEN..: ' WS-REISSUE-WRITTEN
           DISPLAY ' ITEMS UNMATCHED...: ' WS-UNMATCHED-CNT
           DISPLAY ' AMOUNT MISMATCHES.: ' WS-AMT-MISMATCH-CNT
           DISPLAY ' ON CLOSED PAYMENTS: ' WS-ALREADY-CLOSED-CNT
           DISPLAY ' INVALID ITEM TYPES: ' WS-INVALID-ITEM-CNT
           DISPLAY '------------------------------------------------'
           DISPLAY ' OUTSTANDING ITEMS.: ' WS-OUTSTANDING-CNT
           DISPLAY '   PAYMENTS  0-30 DAYS: ' WS-OUT-0-30
           DISPLAY '   PAYMENTS 31-90 DAYS: ' WS-OUT-31-90
           DISPLAY '   PAYMENTS 91+   DAYS: ' WS-OUT-91-STALE
           DISPLAY ' STALE-DATED CHECKS: ' WS-STALE-CNT
              ' AMT: ' WS-STALE-AMT
           DISPLAY ' NEWLY STALE-DATED.: ' WS-NEW-STALE-CNT
           DISPLAY ' AWAITING REISSUE..: ' WS-REISSUE-OPEN-CNT
              ' AMT: ' WS-REISSUE-OPEN-AMT
           DISPLAY ' ESCHEAT REPORTED..: ' WS-ESCHEAT-CNT
              ' AMT: ' WS-ESCHEAT-AMT
           DISPLAY ' OUTSTANDING BAL...: ' WS-OUTSTANDING-BAL
           DISPLAY '------------------------------------------------'
           DISPLAY ' CLEARING GL LINES.: ' WS-GL-RECS-WRITTEN
           DISPLAY ' GL DEBITS/CREDITS.: ' WS-GL-DEBIT-TOTAL
              ' ' WS-GL-CREDIT-TOTAL
           DISPLAY '------------------------------------------------'
           DISPLAY ' PARAMETERS IN FORCE'
           DISPLAY '   STALE CHECK DAYS....: ' WS-STALE-CHECK-DAYS
           DISPLAY '   ESCHEAT NY/CA/TX....: ' WS-ESC-NY-DAYS ' '
              WS-ESC-CA-DAYS ' ' WS-ESC-TX-DAYS
           DISPLAY '   ESCHEAT FL/NJ/DFLT..: ' WS-ESC-FL-DAYS ' '
              WS-ESC-NJ-DAYS ' ' WS-ESC-DEFAULT-DAYS
           DISPLAY '   PARM RECS READ/FUT/UNK: ' WS-PARMS-READ
              ' ' WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN.

       REPORT-ESCHEAT-BY-STATE.
           DISPLAY '------------------------------------------------'
           DISPLAY ' UNCLAIMED PROPERTY REPORTED BY STATE'
           PERFORM REPORT-ONE-ESCHEAT-STATE
              VARYING ES-IDX FROM 1 BY 1
              UNTIL ES-IDX > WS-ESC-STATE-COUNT
           DISPLAY '================================================'.

       REPORT-ONE-ESCHEAT-STATE.
           DISPLAY '   ' EST-STATE (ES-IDX)
              ' CNT: ' EST-CNT (ES-IDX)
              ' AMT: ' EST-AMT (ES-IDX).

       RECONCILE-CLEARING-ACCOUNT.
      * BR: The outstanding balance on the history must equal
      *     the claims-payable clearing balance the GL carries —
      *     a break means a payment moved that the history never
      *     saw, or the history holds one the GL never posted
           COMPUTE WS-CLEARING-BREAK-AMT =
              WS-OUTSTANDING-BAL - WS-CLEARING-BAL
           IF WS-CLEARING-BREAK-AMT NOT = 0
              SET CLEARING-BREAK TO TRUE
              DISPLAY 'CLAIMS-PAYABLE CLEARING BREAK FOR RUN '
                 WS-RUN-DATE
              DISPLAY '  PRIOR CLEARING BAL.: ' WS-CLEARING-PRIOR
              DISPLAY '  GLDIST PAYABLE NET.: '
                 WS-GLDIST-PAYABLE-NET
              DISPLAY '  CLEARING BALANCE...: ' WS-CLEARING-BAL
              DISPLAY '  OUTSTANDING BAL....: ' WS-OUTSTANDING-BAL
              DISPLAY '  BREAK AMOUNT.......: '
                 WS-CLEARING-BREAK-AMT
           ELSE
              SET CLEARING-IN-BALANCE TO TRUE
              DISPLAY 'CLAIMS-PAYABLE CLEARING IN BALANCE: '
                 WS-CLEARING-BAL
           END-IF.

       SAVE-RECON-CONTROL.
      * BR: Carry the clearing balance and the batch loaded to
      *     tomorrow morning's run
           MOVE 0 TO OP-PAYMENT-REF
           READ PAYMENT-HIST
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              MOVE WS-CLEARING-BAL TO OP-CTL-CLEARING-BAL
              IF FEED-TO-LOAD
                 MOVE WS-FEED-BATCH-DATE TO OP-CTL-LAST-FEED-DATE
              END-IF
              MOVE WS-RUN-DATE TO OP-CTL-LAST-RUN-DATE
              REWRITE OP-PAYMENT-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR SAVING RECON CONTROL, STATUS='
                 WS-FILE-STATUS
           END-IF.

       CLOSE-BANK-RECON-FILES.
           CLOSE PAYMENT-HIST
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PAYMENT-HIST, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE REISSUE-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING REISSUE-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE ESCHEAT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ESCHEAT-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE BANKREC-GL-FEED
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING BANKREC-GL-FEED, STATUS='
                 WS-FILE-STATUS
           END-IF.
