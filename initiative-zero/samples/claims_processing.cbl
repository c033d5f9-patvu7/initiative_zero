      *   and the suspense workflow runs on the keyed
      *   CLM.SUSPENSE.WORK file, so STORE-ONE-SUSPENSE-ITEM can
      *   no longer drop the 51st held claim on the floor
      * Patch 2026-10-15 M. Alvarez — member/provider appeals: a
      *   new 'P' intake transaction references the original
      *   denied claim ID and opens an appeal on the keyed
      *   CLM.APPEAL.WORK file (carried across cycles on
      *   CLM.APPEAL.FILE) with its received date and a decision
      *   deadline from the state turnaround table (APPEALDL-TBL,
      *   parameter-file overridable); reviewer overturn/uphold
      *   decisions from CLM.APPEAL.DECISION close the appeal,
      *   and an overturn re-runs the claim through
      *   ADJUDICATE-AND-POST with the overturned edit bypassed;
      *   appeal actions write their own CLM.AUDIT.LOG records,
      *   the batch control report carries an appeals section,
      *   and the nightly appeal aging report lists every open
      *   appeal approaching or past its regulatory deadline
      * Patch 2026-10-15 M. Alvarez — provider remittance advice:
      *   every provider payment and refund recovery on
      *   CLM.DISBURSE.FEED, and every denied claim billed by a
      *   provider, is staged on the keyed CLM.REMIT.WORK file by
      *   payee; at end of batch WRITE-REMIT-FILE produces
      *   CLM.REMIT.FILE (835-style) with one header per
      *   DB-PAYEE-ID carrying the payee totals, claim-level
      *   detail built from the EOB reduction steps and denial
      *   reason codes, and a file trailer; RECONCILE-REMIT-FILE
      *   ties the remittance net to the provider side of the
      *   disbursement feed
      * Patch 2026-10-15 M. Alvarez — positive pay: every check
      *   payment (DB-PAYMENT-METHOD 'C') is also written to the
      *   bank's CLM.POSPAY.ISSUE file with a count/amount
      *   trailer, so the bank honors only checks we issued; the
      *   disbursement record now carries the payee state
      *   (carved from DB-RESERVED) for escheatment by state in
      *   the CLM-300 morning bank reconciliation
      * Patch 2026-10-15 M. Alvarez — the paid-claims history
      *   now stamps the batch date each claim paid in
      *   (PC-PAID-DATE, carved from PC-RESERVED) so the CLM-400
      *   month-end reserve job can build service-to-paid lag
      *   triangles
      * Patch 2026-10-15 M. Alvarez — prior authorization: claims
      *   of a type, or at a billed amount, the plan requires
      *   authorization for must match an active authorization
      *   on the keyed CLM.AUTH.MASTER (policy, provider, claim
      *   type, service-date window) maintained by utilization
      *   management, or deny with new error 1013; a payout over
      *   what is left on the authorization is cut back as its
      *   own EOB reduction step, and every approved payout draws
      *   the authorization down (a void or adjustment gives it
      *   back) so it cannot be billed against twice
      * Patch 2026-10-15 M. Alvarez — fee-schedule repricing: the
      *   intake record now carries a procedure code, and every
      *   claim reprices to an allowed amount off the keyed
      *   CLM.FEE.SCHEDULE (network, procedure, effective date)
      *   before the benefit math runs; network status comes from
      *   PROVIDER-MASTER, now live for that lookup. Out-of-
      *   network claims price at the OON schedule and the member
      *   balance bill is shown on the EOB; claim record widened
      *   103 to 108 bytes (suspense/appeal images widened in step)
      * Patch 2026-10-15 M. Alvarez — run-control ledger: the
      *   batch records its start, end, completion and key
      *   control totals on the shared BATCH.RUN.CONTROL file
      *   under its batch date, which opens the business date for
      *   the whole nightly chain; it refuses to start when it
      *   has already completed for that date, unless ops have
      *   released the run (BATCH-STATUS applies releases)
      * Patch 2026-10-15 M. Alvarez — shared BATCH.HOLIDAY.CAL
      *   business-day calendar: prompt-pay deadlines in states
      *   whose statutes count business days fall on the Nth
      *   bank business day after submission, skipping the
      *   state's own holidays, with interest still running in
      *   calendar days past it; suspense holds age and escalate
      *   in bank business days. The calendar in force is on the
      *   batch control report.
      * Patch 2026-10-15 M. Alvarez — appeals now open only
      *   against a denial on record: every denied claim is kept
      *   on the new keyed CLM.DENIAL.HIST with its denial edit,
      *   the appeal snapshots that claim (not the appeal
      *   transaction) and carries the edit, an appeal against a
      *   claim still in suspense or never denied is rejected
      *   (4003/4004), and an overturn naming any other edit is
      *   rejected (4005) instead of re-adjudicating
      * Patch 2026-10-15 M. Alvarez — remittance claim lines now
      *   carry the allowed amount and the billed-less-allowed
      *   adjustment, so billed less the listed reductions ties
      *   to the net payout
      * Patch 2026-10-15 M. Alvarez — a rerun after an abend
      *   resumes the business date the abended run opened on
      *   the run-control ledger, even past midnight
      * Patch 2026-10-15 M. Alvarez — the paid history records
      *   the authorization a payment drew and the amount drawn
      *   (record widened 13 bytes), and a void gives back
      *   exactly that; an overturn that pays clears the denial
      *   of record so the claim cannot be appealed twice; each
      *   payee's remittance header ties to its own net on the
      *   disbursement feed, payees that break listed
      * Patch 2026-10-15 M. Alvarez — an overturned appeal whose
      *   re-run pends keeps the overturned edit on the hold
      *   (SW-/SF-BYPASS-CODE), so the release re-runs it with
      *   that edit still bypassed
      * WARNING: Do not modify CALC-PAYOUT section without
      *   sign-off from Compliance (ref: REG-2010-447)
      * WARNING: COPY POLHIST-REC dependency in UPDATE-STATUS
               ALTERNATE RECORD KEY IS PC-MATCH-KEY
                  WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — denied-claims history, the
      *   denial of record an appeal must name
           SELECT DENIAL-HIST-FILE ASSIGN TO 'CLM.DENIAL.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CLAIM-ID
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — PROVIDER-MASTER made live
      *   for the network-status lookup; read only — the SIU
      *   profile counters still live in working storage
           SELECT PROVIDER-MASTER ASSIGN TO 'CLM.PROVIDER.MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-PROVIDER-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — contracted fee schedule by
      *   network, procedure code and effective date, maintained
      *   by provider contracting
           SELECT FEE-SCHEDULE ASSIGN TO 'CLM.FEE.SCHEDULE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FEE-KEY
               FILE STATUS IS WS-FILE-STATUS.
      *    SELECT RELEASE-TRANS ASSIGN TO 'CLM.RELEASE.TRANS'
      *        ORGANIZATION IS SEQUENTIAL
      *        ACCESS MODE IS SEQUENTIAL
           SELECT PARM-FILE ASSIGN TO 'CLM.PARM.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — open appeals carried to the
      *   next cycle, the per-run keyed appeal work file, and the
      *   reviewer decisions from the appeals unit
           SELECT APPEAL-FILE ASSIGN TO 'CLM.APPEAL.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPEAL-WORK ASSIGN TO 'CLM.APPEAL.WORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-CLAIM-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPEAL-DECISION ASSIGN TO 'CLM.APPEAL.DECISION'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — provider remittance advice
      *   and the per-run keyed work file that groups it by payee
           SELECT REMIT-FILE ASSIGN TO 'CLM.REMIT.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REMIT-WORK ASSIGN TO 'CLM.REMIT.WORK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — prior-authorization master
      *   from the utilization-management system; CLM-100 only
      *   draws the consumed amount down
           SELECT AUTH-MASTER ASSIGN TO 'CLM.AUTH.MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-FILE-STATUS.
      * Patch 2026-10-15 M. Alvarez — positive-pay check issue
      *   file for the bank
           SELECT POSPAY-FILE ASSIGN TO 'CLM.POSPAY.ISSUE'
               ORGANIZATION IS SEQUENTIAL
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
           05 CF-RECORD-TYPE       PIC X(1).
              88 CF-CLAIM-REC         VALUES 'C' ' '.
              88 CF-TRAILER-REC       VALUE 'T'.
      * Patch 2026-10-15 M. Alvarez — widened for the procedure
      *   code
           05 CF-RECORD-BODY       PIC X(108).
           05 CF-TRAILER-BODY REDEFINES CF-RECORD-BODY.
              10 CF-TRAILER-COUNT  PIC 9(6).
              10 CF-TRAILER-HASH   PIC 9(11)V99.
              10 FILLER            PIC X(89).

       FD  REJECT-FILE
           RECORDING MODE IS F.
      *   interest paid on top of the net payout
           05 EB-PP-INTEREST       PIC 9(7)V99.
           05 EB-BATCH-DATE        PIC 9(8).
      * Patch 2026-10-15 M. Alvarez — prior-authorization
      *   cut-back step, carved from EB-RESERVED
           05 EB-AUTH-REDUCTION    PIC 9(7)V99.
      * Patch 2026-10-15 M. Alvarez — fee-schedule repricing:
      *   the claim amount above is the billed amount; the walk
      *   starts from the allowed amount, and an out-of-network
      *   member owes the balance bill on top
           05 EB-PROCEDURE-CODE    PIC X(5).
           05 EB-NETWORK-STATUS    PIC X(1).
           05 EB-ALLOWED-AMOUNT    PIC 9(7)V99.
           05 EB-BALANCE-BILL      PIC 9(7)V99.
           05 EB-RESERVED          PIC X(1).

       FD  DISBURSE-FEED
           RECORDING MODE IS F.
           05 DB-PAYMENT-METHOD    PIC X(1).
           05 DB-PAYMENT-AMOUNT    PIC 9(7)V99.
           05 DB-BATCH-DATE        PIC 9(8).
      * Patch 2026-10-15 M. Alvarez — claimant state, carved from
      *   the reserve, for unclaimed-property reporting by state
           05 DB-PAYEE-STATE       PIC X(2).
           05 DB-RESERVED          PIC X(8).

       FD  GL-DIST-FEED
           RECORDING MODE IS F.
           05 PC-STATUS-FLAG       PIC X(1).
              88 PC-ACTIVE            VALUE 'A'.
              88 PC-VOIDED            VALUE 'V'.
      * Patch 2026-10-15 M. Alvarez — batch date the claim paid
      *   in, for the CLM-400 month-end lag triangles; carved
      *   from PC-RESERVED
           05 PC-PAID-DATE         PIC 9(8).
      * Patch 2026-10-15 M. Alvarez — authorization the payment
      *   drew down (sequence under PC-POLICY-NUMBER) and the
      *   amount drawn, zero when none; record widened 13 bytes
           05 PC-AUTH-SEQ          PIC 9(4).
           05 PC-AUTH-DRAWN-AMT    PIC 9(7)V99.
           05 PC-RESERVED          PIC X(2).

       FD  DENIAL-HIST-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one record per denied
      *   claim, keyed on its claim ID: the claim exactly as it
      *   adjudicated and the edit that denied it (zero for a
      *   supervisor deny); a later denial of the same claim
      *   replaces it
       01  DH-DENIAL-RECORD.
           05 DH-CLAIM-ID          PIC 9(8).
           05 DH-EDIT-CODE         PIC 9(4).
           05 DH-DENIED-DATE       PIC 9(8).
           05 DH-CLAIM-DATA        PIC X(108).
           05 DH-RESERVED          PIC X(10).

       FD  SUSPENSE-WORK
           RECORDING MODE IS F.
           05 SW-HOLD-STATUS       PIC X(1).
           05 SW-HOLD-DATE         PIC 9(8).
           05 SW-AGE-DAYS          PIC 9(5).
      * Patch 2026-10-15 M. Alvarez — widened for the procedure
      *   code
           05 SW-CLAIM-DATA        PIC X(108).
           05 SW-STATE-FLAG        PIC X(1).
              88 SW-OPEN              VALUE 'O'.
              88 SW-RELEASED          VALUE 'R'.
           05 SW-ESC-FLAG          PIC X(1).
              88 SW-ESCALATED         VALUE 'Y'.
              88 SW-NOT-ESCALATED     VALUE 'N'.
      * Patch 2026-10-15 M. Alvarez — edit overturned on appeal
      *   when an overturn's re-run pended, zero otherwise, so
      *   the release re-runs it with that edit still bypassed;
      *   carved from SW-RESERVED
           05 SW-BYPASS-CODE       PIC 9(4).
           05 SW-RESERVED          PIC X(6).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           05 SF-AGE-DAYS          PIC 9(5).
           05 SF-ESCALATE-FLAG     PIC X(1).
      * Patch 2026-09-02 M. Alvarez — widened for the COB fields
      * Patch 2026-10-15 M. Alvarez — widened for the procedure
      *   code
           05 SF-CLAIM-DATA        PIC X(108).
      * Patch 2026-10-15 M. Alvarez — overturned edit carried
      *   with the hold; carved from SF-RESERVED
           05 SF-BYPASS-CODE       PIC 9(4).
           05 SF-RESERVED          PIC X(6).

       FD  APPEAL-WORK
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one appeal per original
      *   denied claim, keyed on that claim's ID; the claim data
      *   is the appealed claim as it will re-adjudicate (original
      *   claim ID, original transaction type); rebuilt per run
      *   from the carried sequential file
       01  AW-APPEAL-RECORD.
           05 AW-CLAIM-ID          PIC 9(8).
           05 AW-APPEAL-ID         PIC 9(8).
           05 AW-RECEIVED-DATE     PIC 9(8).
           05 AW-DEADLINE-DATE     PIC 9(8).
           05 AW-DAYS-LEFT         PIC S9(5).
      * Patch 2026-10-15 M. Alvarez — widened for the procedure
      *   code
           05 AW-CLAIM-DATA        PIC X(108).
           05 AW-STATE-FLAG        PIC X(1).
              88 AW-OPEN              VALUE 'O'.
              88 AW-OVERTURNED        VALUE 'V'.
              88 AW-UPHELD            VALUE 'U'.
           05 AW-WARN-FLAG         PIC X(1).
              88 AW-NOT-WARNED        VALUE 'N'.
              88 AW-WARNED            VALUE 'W'.
              88 AW-LATE              VALUE 'L'.
      * Patch 2026-10-15 M. Alvarez — the edit the claim was
      *   denied on, from CLM.DENIAL.HIST; carved from
      *   AW-RESERVED
           05 AW-DENIAL-CODE       PIC 9(4).
           05 AW-RESERVED          PIC X(6).

       FD  APPEAL-FILE
           RECORDING MODE IS F.
       01  AP-APPEAL-RECORD.
           05 AP-CLAIM-ID          PIC 9(8).
           05 AP-APPEAL-ID         PIC 9(8).
           05 AP-RECEIVED-DATE     PIC 9(8).
           05 AP-DEADLINE-DATE     PIC 9(8).
           05 AP-DAYS-LEFT         PIC S9(5).
           05 AP-WARN-FLAG         PIC X(1).
      * Patch 2026-10-15 M. Alvarez — widened for the procedure
      *   code
           05 AP-CLAIM-DATA        PIC X(108).
      * Patch 2026-10-15 M. Alvarez — denial edit carried with
      *   the appeal; carved from AP-RESERVED
           05 AP-DENIAL-CODE       PIC 9(4).
           05 AP-RESERVED          PIC X(6).

       FD  APPEAL-DECISION
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one reviewer decision per
      *   record: 'O' overturn re-adjudicates with the named
      *   denial edit bypassed, 'U' uphold closes the appeal with
      *   the denial standing
       01  AD-DECISION-RECORD.
           05 AD-CLAIM-ID          PIC 9(8).
           05 AD-DECISION          PIC X(1).
              88 AD-OVERTURN          VALUE 'O'.
              88 AD-UPHOLD            VALUE 'U'.
           05 AD-EDIT-CODE         PIC 9(4).
           05 AD-REVIEWER-ID       PIC X(8).
           05 AD-DECISION-DATE     PIC 9(8).
           05 AD-RESERVED          PIC X(10).

       FD  REMIT-WORK
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one staging record per
      *   remittance line, keyed payee + run sequence so a
      *   sequential pass returns each payee's lines together in
      *   posting order; sequence zero is the payee summary the
      *   header is written from
       01  RW-REMIT-RECORD.
           05 RW-KEY.
              10 RW-PAYEE-ID       PIC X(12).
              10 RW-SEQ            PIC 9(6).
           05 RW-LINE-TYPE         PIC X(1).
              88 RW-SUMMARY           VALUE 'S'.
              88 RW-PAYMENT           VALUE 'P'.
              88 RW-REFUND            VALUE 'R'.
              88 RW-DENIAL            VALUE 'D'.
           05 RW-DETAIL.
              10 RW-CLAIM-ID       PIC 9(8).
              10 RW-LINKED-ID      PIC 9(8).
              10 RW-POLICY-NUMBER  PIC X(10).
              10 RW-CLAIM-TYPE     PIC X(3).
              10 RW-CLAIM-AMOUNT   PIC 9(7)V99.
              10 RW-DEDUCT-TAKEN   PIC 9(7)V99.
              10 RW-COPAY-AMOUNT   PIC 9(7)V99.
              10 RW-COVLIM-REDUCTION PIC 9(7)V99.
              10 RW-COB-REDUCTION  PIC 9(7)V99.
              10 RW-REGCAP-REDUCTION PIC 9(7)V99.
              10 RW-TYPEMAX-REDUCTION PIC 9(7)V99.
              10 RW-BENMAX-REDUCTION PIC 9(7)V99.
              10 RW-AUTH-REDUCTION PIC 9(7)V99.
              10 RW-NET-PAYOUT     PIC 9(7)V99.
              10 RW-PP-INTEREST    PIC 9(7)V99.
              10 RW-PAYMENT-AMOUNT PIC 9(7)V99.
              10 RW-REASON-CODE    PIC 9(4).
      * Patch 2026-10-15 M. Alvarez — repricing on the line:
      *   billed less the contractual adjustment and the
      *   reductions above is the net payout; detail widened 18
      *   bytes, summary in step
              10 RW-ALLOWED-AMOUNT PIC 9(7)V99.
              10 RW-CONTRACT-ADJ   PIC 9(7)V99.
           05 RW-SUMMARY-DATA REDEFINES RW-DETAIL.
              10 RW-PAYMENT-METHOD PIC X(1).
              10 RW-PAID-CNT       PIC 9(6).
              10 RW-PAID-AMT       PIC 9(9)V99.
              10 RW-REFUND-CNT     PIC 9(6).
              10 RW-REFUND-AMT     PIC 9(9)V99.
              10 RW-DENIED-CNT     PIC 9(6).
              10 RW-DENIED-AMT     PIC 9(9)V99.
      * Patch 2026-10-15 M. Alvarez — the payee's net on the
      *   disbursement feed (payments less recoveries), posted
      *   as each provider row is written, for the per-payee tie
              10 RW-DISB-NET       PIC S9(9)V99.
              10 FILLER            PIC X(96).
           05 RW-RESERVED          PIC X(10).

       FD  REMIT-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — 835-style remittance: per
      *   payee one 'H' header with the payee totals followed by
      *   its 'D' claim lines; one 'T' trailer closes the file.
      *   Header net (paid less refunds) equals that payee's net
      *   on CLM.DISBURSE.FEED for the batch.
       01  RA-REMIT-RECORD.
           05 RA-RECORD-TYPE       PIC X(1).
              88 RA-HEADER-REC        VALUE 'H'.
              88 RA-DETAIL-REC        VALUE 'D'.
              88 RA-TRAILER-REC       VALUE 'T'.
           05 RA-PAYEE-ID          PIC X(12).
           05 RA-BATCH-DATE        PIC 9(8).
      * Patch 2026-10-15 M. Alvarez — body widened 142 to 160
      *   for the allowed amount and contractual adjustment on
      *   the claim line; header and trailer views in step
           05 RA-RECORD-BODY       PIC X(160).
           05 RA-HEADER-BODY REDEFINES RA-RECORD-BODY.
              10 RA-PAYMENT-METHOD PIC X(1).
              10 RA-PAID-CNT       PIC 9(6).
              10 RA-PAID-AMT       PIC 9(9)V99.
              10 RA-REFUND-CNT     PIC 9(6).
              10 RA-REFUND-AMT     PIC 9(9)V99.
              10 RA-DENIED-CNT     PIC 9(6).
              10 RA-DENIED-AMT     PIC 9(9)V99.
              10 RA-NET-AMT        PIC S9(9)V99.
              10 FILLER            PIC X(97).
           05 RA-DETAIL-BODY REDEFINES RA-RECORD-BODY.
      *       'P' payment / 'R' refund recovery / 'D' denied claim
              10 RA-LINE-TYPE      PIC X(1).
              10 RA-CLAIM-ID       PIC 9(8).
              10 RA-LINKED-ID      PIC 9(8).
              10 RA-POLICY-NUMBER  PIC X(10).
              10 RA-CLAIM-TYPE     PIC X(3).
              10 RA-CLAIM-AMOUNT   PIC 9(7)V99.
              10 RA-DEDUCT-TAKEN   PIC 9(7)V99.
              10 RA-COPAY-AMOUNT   PIC 9(7)V99.
              10 RA-COVLIM-REDUCTION PIC 9(7)V99.
              10 RA-COB-REDUCTION  PIC 9(7)V99.
              10 RA-REGCAP-REDUCTION PIC 9(7)V99.
              10 RA-TYPEMAX-REDUCTION PIC 9(7)V99.
              10 RA-BENMAX-REDUCTION PIC 9(7)V99.
              10 RA-AUTH-REDUCTION PIC 9(7)V99.
              10 RA-NET-PAYOUT     PIC 9(7)V99.
              10 RA-PP-INTEREST    PIC 9(7)V99.
              10 RA-PAYMENT-AMOUNT PIC 9(7)V99.
              10 RA-REASON-CODE    PIC 9(4).
      *       allowed amount and billed less allowed — the
      *       in-network write-off, or out of network the member
      *       balance bill
              10 RA-ALLOWED-AMOUNT PIC 9(7)V99.
              10 RA-CONTRACT-ADJ   PIC 9(7)V99.
           05 RA-TRAILER-BODY REDEFINES RA-RECORD-BODY.
              10 RA-PAYEE-CNT      PIC 9(6).
              10 RA-DETAIL-CNT     PIC 9(6).
              10 RA-TOTAL-PAID     PIC 9(11)V99.
              10 RA-TOTAL-REFUND   PIC 9(11)V99.
              10 RA-TOTAL-NET      PIC S9(11)V99.
              10 FILLER            PIC X(109).
           05 RA-RESERVED          PIC X(10).

       FD  PROVIDER-MASTER
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — only the network fields are
      *   read here
       01  PV-PROVIDER-RECORD.
           05 PV-PROVIDER-KEY      PIC X(12).
           05 PV-PROVIDER-NAME     PIC X(30).
           05 PV-NETWORK-ID        PIC X(6).
           05 PV-NETWORK-STATUS    PIC X(1).
              88 PV-IN-NETWORK        VALUE 'I'.
              88 PV-OUT-OF-NETWORK    VALUE 'O'.
           05 PV-RESERVED          PIC X(20).

       FD  FEE-SCHEDULE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one row per network,
      *   procedure and effective date; the out-of-network
      *   schedule is filed under network ID 'OON'
       01  FS-FEE-RECORD.
           05 FS-FEE-KEY.
              10 FS-NETWORK-ID     PIC X(6).
              10 FS-PROCEDURE-CODE PIC X(5).
              10 FS-EFFECTIVE-DATE PIC 9(8).
           05 FS-ALLOWED-AMOUNT    PIC 9(7)V99.
           05 FS-RESERVED          PIC X(10).

       FD  AUTH-MASTER
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one record per
      *   authorization, keyed policy + UM sequence so a START on
      *   the policy walks every authorization it holds
       01  AU-AUTH-RECORD.
           05 AU-AUTH-KEY.
              10 AU-POLICY-NUMBER  PIC X(10).
              10 AU-AUTH-SEQ       PIC 9(4).
           05 AU-AUTH-ID           PIC X(12).
           05 AU-PROVIDER-ID       PIC X(12).
           05 AU-CLAIM-TYPE        PIC X(3).
           05 AU-FROM-DATE         PIC 9(8).
           05 AU-THRU-DATE         PIC 9(8).
           05 AU-AUTH-AMOUNT       PIC 9(7)V99.
           05 AU-CONSUMED-AMOUNT   PIC 9(7)V99.
           05 AU-STATUS-FLAG       PIC X(1).
              88 AU-ACTIVE            VALUE 'A'.
              88 AU-CANCELLED         VALUE 'X'.
           05 AU-RESERVED          PIC X(10).

       FD  POSPAY-FILE
           RECORDING MODE IS F.
      * Patch 2026-10-15 M. Alvarez — one 'I' issue record per
      *   check; the check serial is the claim ID the payment
      *   instruction carries. One 'T' trailer with the count and
      *   total the bank proves the file against.
       01  PP-ISSUE-RECORD.
           05 PP-RECORD-TYPE       PIC X(1).
              88 PP-ISSUE-REC         VALUE 'I'.
              88 PP-TRAILER-REC       VALUE 'T'.
           05 PP-BANK-ACCOUNT      PIC X(12).
           05 PP-RECORD-BODY       PIC X(40).
           05 PP-ISSUE-BODY REDEFINES PP-RECORD-BODY.
              10 PP-CHECK-NUMBER   PIC 9(8).
              10 PP-ISSUE-DATE     PIC 9(8).
              10 PP-CHECK-AMOUNT   PIC 9(7)V99.
              10 PP-PAYEE-ID       PIC X(12).
              10 PP-PAYEE-TYPE     PIC X(1).
              10 FILLER            PIC X(2).
           05 PP-TRAILER-BODY REDEFINES PP-RECORD-BODY.
              10 PP-TRAILER-COUNT  PIC 9(6).
              10 PP-TRAILER-TOTAL  PIC 9(11)V99.
              10 FILLER            PIC X(21).
           05 PP-RESERVED          PIC X(10).

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

             88 ORIGINAL-CLAIM       VALUES 'O' ' '.
             88 ADJUSTMENT-TRANS     VALUE 'A'.
             88 VOID-TRANS           VALUE 'V'.
      * Patch 2026-10-15 M. Alvarez — appeal of a prior denial;
      *   WS-ORIG-CLAIM-ID names the denied claim
             88 APPEAL-TRANS         VALUE 'P'.
          05 WS-ORIG-CLAIM-ID     PIC 9(8).
      * Patch 2026-09-02 M. Alvarez — coordination of benefits:
      *   legacy feeds leave the indicator blank, which reads as
             88 OTHER-CARRIER-PRIMARY VALUE 'P'.
             88 WE-ARE-PRIMARY        VALUES 'N' ' '.
          05 WS-PRIMARY-PAID-AMT  PIC 9(7)V99.
      * Patch 2026-10-15 M. Alvarez — procedure code the fee
      *   schedule reprices on; legacy feeds leave it blank,
      *   which allows the billed amount
          05 WS-PROCEDURE-CODE    PIC X(5).

       01 WS-PAYOUT-AMOUNT       PIC 9(7)V99.
       01 WS-NET-CLAIM           PIC 9(7)V99.
          05 WS-PP-NJ-RATE         PIC 9(2)V99 VALUE 10.00.
          05 WS-PP-DEFAULT-DAYS    PIC 9(3)    VALUE 045.
          05 WS-PP-DEFAULT-RATE    PIC 9(2)V99 VALUE 10.00.
      * Patch 2026-10-15 M. Alvarez — how each statute counts its
      *   deadline: C calendar days, B business days (bank
      *   holidays and the state's own holidays excluded)
          05 WS-PP-NY-BASIS        PIC X(1)    VALUE 'C'.
          05 WS-PP-CA-BASIS        PIC X(1)    VALUE 'C'.
          05 WS-PP-TX-BASIS        PIC X(1)    VALUE 'B'.
          05 WS-PP-FL-BASIS        PIC X(1)    VALUE 'C'.
          05 WS-PP-NJ-BASIS        PIC X(1)    VALUE 'B'.
          05 WS-PP-DEFAULT-BASIS   PIC X(1)    VALUE 'C'.
       01 WS-PROMPT-PAY-WORK.
          05 WS-EFFECTIVE-PP-DAYS  PIC 9(3)    VALUE 0.
          05 WS-EFFECTIVE-PP-RATE  PIC 9(2)V99 VALUE 0.
      * Patch 2026-10-15 M. Alvarez
          05 WS-EFFECTIVE-PP-BASIS PIC X(1)    VALUE 'C'.
             88 PP-BUSINESS-DAYS      VALUE 'B'.
             88 PP-CALENDAR-DAYS      VALUE 'C'.
          05 WS-PP-DEADLINE-DATE   PIC 9(8)    VALUE 0.
          05 WS-PP-BUSDAY-CLAIMS-CNT PIC 9(6)  VALUE 0.
          05 WS-CLAIM-LAG-DAYS     PIC 9(5)    VALUE 0.
          05 WS-LATE-DAYS          PIC 9(5)    VALUE 0.
          05 WS-PROMPT-INTEREST-AMT PIC 9(7)V99 VALUE 0.
          05 WS-INTEREST-CLAIMS-CNT PIC 9(6)   VALUE 0.
          05 WS-INTEREST-TOTAL     PIC 9(9)V99 VALUE 0.

      * --- APPEAL TURNAROUND RULES BY STATE ---
      * Patch 2026-10-15 M. Alvarez — APPEALDL-TBL lookup fields
      *   (production substitutes the real COPY APPEALDL-TBL
      *   layout; these mirror its NY/CA/TX/FL/NJ/default rows):
      *   regulatory days from receipt of an appeal to the
      *   reviewer's decision, and how many days ahead of that
      *   deadline an open appeal shows on the aging report
       01 WS-APPEAL-DEADLINE-TABLE.
          05 WS-APL-NY-DAYS        PIC 9(3)    VALUE 030.
          05 WS-APL-CA-DAYS        PIC 9(3)    VALUE 030.
          05 WS-APL-TX-DAYS        PIC 9(3)    VALUE 030.
          05 WS-APL-FL-DAYS        PIC 9(3)    VALUE 045.
          05 WS-APL-NJ-DAYS        PIC 9(3)    VALUE 045.
          05 WS-APL-DEFAULT-DAYS   PIC 9(3)    VALUE 060.
          05 WS-APL-WARN-DAYS      PIC 9(3)    VALUE 005.
       01 WS-EFFECTIVE-APL-DAYS   PIC 9(3)    VALUE 0.

      * --- CLAIM TYPE BENEFIT RULE TABLE ---
      * Patch 2026-08-22 M. Alvarez — CLMTYPE-TBL benefit rule
      *   fields (production substitutes the real COPY
          05 WS-EOB-REGCAP-REDUCTION  PIC 9(7)V99 VALUE 0.
          05 WS-EOB-TYPEMAX-REDUCTION PIC 9(7)V99 VALUE 0.
          05 WS-EOB-BENMAX-REDUCTION  PIC 9(7)V99 VALUE 0.
      * Patch 2026-10-15 M. Alvarez — prior-authorization cut-back
          05 WS-EOB-AUTH-REDUCTION    PIC 9(7)V99 VALUE 0.
      * Patch 2026-10-15 M. Alvarez — out-of-network balance bill
          05 WS-EOB-BALANCE-BILL      PIC 9(7)V99 VALUE 0.
          05 WS-EOB-RECS-WRITTEN      PIC 9(6)    VALUE 0.

      * --- FEE-SCHEDULE REPRICING (CLM.FEE.SCHEDULE) ---
      * Patch 2026-10-15 M. Alvarez — the allowed amount the
      *   benefit math runs on, and the run's repricing totals
       01 WS-REPRICE-WORK.
          05 WS-ALLOWED-AMOUNT    PIC 9(7)V99 VALUE 0.
          05 WS-OON-NETWORK-ID    PIC X(6)    VALUE 'OON'.
          05 WS-FEE-FIND-NETWORK  PIC X(6)    VALUE SPACES.
          05 WS-FEE-FOUND-AMT     PIC 9(7)V99 VALUE 0.
          05 WS-NETWORK-STATUS    PIC X(1)    VALUE SPACE.
             88 CLAIM-IN-NETWORK     VALUE 'I'.
             88 CLAIM-OUT-OF-NETWORK VALUE 'O'.
             88 CLAIM-NOT-REPRICED   VALUE SPACE.
          05 WS-FEE-FOUND-FLAG    PIC X(1)    VALUE 'N'.
             88 FEE-LINE-FOUND       VALUE 'Y'.
             88 FEE-LINE-NOT-FOUND   VALUE 'N'.
          05 WS-FEE-SCAN-FLAG     PIC X(1)    VALUE 'N'.
             88 FEE-SCAN-DONE        VALUE 'Y'.
             88 FEE-SCAN-MORE        VALUE 'N'.
          05 WS-REPRICE-INN-CNT   PIC 9(6)    VALUE 0.
          05 WS-REPRICE-OON-CNT   PIC 9(6)    VALUE 0.
          05 WS-REPRICE-NOFEE-CNT PIC 9(6)    VALUE 0.
          05 WS-REPRICE-BILLED-AMT PIC 9(9)V99 VALUE 0.
          05 WS-REPRICE-ALLOWED-AMT PIC 9(9)V99 VALUE 0.
          05 WS-CONTRACT-SAVINGS-AMT PIC 9(9)V99 VALUE 0.
          05 WS-BALANCE-BILL-AMT  PIC 9(9)V99 VALUE 0.

      * --- PRIOR AUTHORIZATION (CLM.AUTH.MASTER) ---
      * Patch 2026-10-15 M. Alvarez — per-type billed amount at
      *   or above which the plan requires prior authorization
      *   (zero = every claim of the type, 9999999.99 = never);
      *   parameter-file overridable
       01 WS-AUTH-REQUIRED-TABLE.
          05 WS-AUTH-REQ-MED      PIC 9(7)V99 VALUE 0005000.00.
          05 WS-AUTH-REQ-DEN      PIC 9(7)V99 VALUE 0001500.00.
          05 WS-AUTH-REQ-VIS      PIC 9(7)V99 VALUE 9999999.99.
          05 WS-AUTH-REQ-RXP      PIC 9(7)V99 VALUE 0002500.00.
          05 WS-AUTH-REQ-DEFAULT  PIC 9(7)V99 VALUE 9999999.99.
       01 WS-AUTH-WORK.
          05 WS-EFFECTIVE-AUTH-REQ PIC 9(7)V99 VALUE 0.
          05 WS-AUTH-REMAINING    PIC 9(7)V99 VALUE 0.
          05 WS-AUTH-MATCH-KEY    PIC X(14)   VALUE SPACES.
          05 WS-AUTH-FIND-POLICY  PIC X(10)   VALUE SPACES.
          05 WS-AUTH-FIND-PROVIDER PIC X(12)  VALUE SPACES.
          05 WS-AUTH-FIND-TYPE    PIC X(3)    VALUE SPACES.
          05 WS-AUTH-FIND-DATE    PIC 9(8)    VALUE 0.
          05 WS-AUTH-POSTED-SEQ   PIC 9(4)    VALUE 0.
          05 WS-AUTH-POSTED-AMT   PIC 9(7)V99 VALUE 0.
          05 WS-AUTH-FOUND-FLAG   PIC X(1)    VALUE 'N'.
             88 AUTH-MATCH-FOUND     VALUE 'Y'.
             88 AUTH-NO-MATCH        VALUE 'N'.
          05 WS-AUTH-SCAN-FLAG    PIC X(1)    VALUE 'N'.
             88 AUTH-SCAN-DONE       VALUE 'Y'.
             88 AUTH-SCAN-MORE       VALUE 'N'.
          05 WS-AUTH-REQ-FLAG     PIC X(1)    VALUE 'N'.
             88 AUTH-REQUIRED        VALUE 'Y'.
             88 AUTH-NOT-REQUIRED    VALUE 'N'.
          05 WS-AUTH-CHECKED-CNT  PIC 9(6)    VALUE 0.
          05 WS-AUTH-CUTBACK-CNT  PIC 9(6)    VALUE 0.
          05 WS-AUTH-CUTBACK-AMT  PIC 9(9)V99 VALUE 0.
          05 WS-AUTH-DRAWN-CNT    PIC 9(6)    VALUE 0.
          05 WS-AUTH-DRAWN-AMT    PIC 9(9)V99 VALUE 0.
          05 WS-AUTH-RESTORED-CNT PIC 9(6)    VALUE 0.
          05 WS-AUTH-RESTORED-AMT PIC 9(9)V99 VALUE 0.

      * --- REINSURANCE TREATY RETENTIONS ---
      * Patch 2026-08-22 M. Alvarez — per-type retention for the
      *   treaty year in force (production loads the treaty-year
      * NOTE: Production reads/rewrites PROVIDER-MASTER (see
      *   commented SELECT above). Demo version maintains the
      *   profiles in working storage for the current run.
      * Patch 2026-10-15 M. Alvarez — PROVIDER-MASTER is now open
      *   for the network lookup only; these profiles are still
      *   per run
       01 WS-PROVIDER-TABLE.
          05 WS-PROVIDER-ENTRY OCCURS 25 TIMES
                INDEXED BY PV-IDX.
             88 SUSP-IN-EOF          VALUE 'Y'.
             88 SUSP-IN-MORE         VALUE 'N'.

      * --- APPEALS WORKFLOW (CLM.APPEAL.FILE) ---
      * Patch 2026-10-15 M. Alvarez — appeal counters for the
      *   batch control section and aging report, the bypass
      *   code the overturned re-run adjudicates under, and the
      *   fields that build each appeal audit record
       01 WS-APPEAL-CONTROL.
          05 WS-APPEALS-CARRIED-IN PIC 9(6)    VALUE 0.
          05 WS-APPEALS-RECEIVED  PIC 9(6)     VALUE 0.
          05 WS-APPEALS-OPENED    PIC 9(6)     VALUE 0.
          05 WS-APPEALS-REJECTED  PIC 9(6)     VALUE 0.
          05 WS-APPEALS-OVERTURNED PIC 9(6)    VALUE 0.
          05 WS-APPEALS-UPHELD    PIC 9(6)     VALUE 0.
          05 WS-APPEAL-DEC-READ   PIC 9(6)     VALUE 0.
          05 WS-APPEAL-DEC-UNMATCHED PIC 9(6)  VALUE 0.
      * Patch 2026-10-15 M. Alvarez — overturns naming an edit
      *   the claim was not denied on
          05 WS-APPEAL-DEC-REJECTED PIC 9(6)   VALUE 0.
          05 WS-APPEAL-PAID-CNT   PIC 9(6)     VALUE 0.
          05 WS-APPEAL-PAID-AMT   PIC 9(9)V99  VALUE 0.
          05 WS-APPEALS-WRITTEN   PIC 9(6)     VALUE 0.
          05 WS-APPEALS-DUE-SOON  PIC 9(6)     VALUE 0.
          05 WS-APPEALS-PAST-DUE  PIC 9(6)     VALUE 0.
          05 WS-APPEAL-REJECT-REASON PIC 9(4)  VALUE 0.
          05 WS-APPEAL-BYPASS-CODE PIC 9(4)    VALUE 0.
          05 WS-APPEAL-ID-WORK    PIC 9(8)     VALUE 0.
          05 WS-APPEAL-MODE-FLAG  PIC X(1)     VALUE 'N'.
             88 APPEAL-IN-PROGRESS   VALUE 'Y'.
             88 APPEAL-NOT-ACTIVE    VALUE 'N'.
          05 WS-APL-AUDIT-ACTION  PIC X(12)    VALUE SPACES.
          05 WS-APL-AUDIT-OPERATOR PIC X(8)    VALUE SPACES.
          05 WS-APL-AUDIT-AMOUNT  PIC 9(7)V99  VALUE 0.
          05 WS-APL-AUDIT-REASON  PIC 9(4)     VALUE 0.
          05 WS-APL-WORK-EOF-FLAG PIC X(1)     VALUE 'N'.
             88 APL-WORK-EOF         VALUE 'Y'.
             88 APL-WORK-MORE        VALUE 'N'.
          05 WS-APL-IN-EOF-FLAG   PIC X(1)     VALUE 'N'.
             88 APL-IN-EOF           VALUE 'Y'.
             88 APL-IN-MORE          VALUE 'N'.
          05 WS-APL-DEC-EOF-FLAG  PIC X(1)     VALUE 'N'.
             88 APL-DEC-EOF          VALUE 'Y'.
             88 APL-DEC-MORE         VALUE 'N'.

      * --- DISBURSEMENT FEED CONTROL ---
      * Patch 2026-09-02 M. Alvarez — payment register totals and
      *   the control total RECONCILE-DISBURSE-FEED ties to
             88 DISB-BREAK           VALUE 'Y'.
             88 DISB-IN-BALANCE      VALUE 'N'.

      * --- PROVIDER REMITTANCE CONTROL ---
      * Patch 2026-10-15 M. Alvarez — the remittance net must tie
      *   to the provider side of the disbursement feed, built
      *   from the same writes; signed for a heavy-refund night
       01 WS-REMIT-CONTROL.
          05 WS-REMIT-SEQ         PIC 9(6)     VALUE 0.
          05 WS-REMIT-LINE-TYPE   PIC X(1)     VALUE SPACE.
          05 WS-REMIT-LINE-AMT    PIC 9(9)V99  VALUE 0.
          05 WS-REMIT-PAYEE-ID    PIC X(12)    VALUE SPACES.
          05 WS-REMIT-METHOD      PIC X(1)     VALUE SPACE.
          05 WS-REMIT-LINES-STAGED PIC 9(6)    VALUE 0.
          05 WS-REMIT-PAYEES      PIC 9(6)     VALUE 0.
          05 WS-REMIT-DETAIL-CNT  PIC 9(6)     VALUE 0.
          05 WS-REMIT-RECS-WRITTEN PIC 9(6)    VALUE 0.
          05 WS-REMIT-PAID-TOTAL  PIC 9(11)V99 VALUE 0.
          05 WS-REMIT-REFUND-TOTAL PIC 9(11)V99 VALUE 0.
          05 WS-REMIT-NET-TOTAL   PIC S9(11)V99 VALUE 0.
          05 WS-DISB-PROVIDER-NET PIC S9(11)V99 VALUE 0.
          05 WS-REMIT-BREAK-AMT   PIC S9(11)V99 VALUE 0.
          05 WS-REMIT-DISB-AMT    PIC S9(9)V99 VALUE 0.
          05 WS-REMIT-PAYEE-DIFF  PIC S9(11)V99 VALUE 0.
          05 WS-REMIT-PAYEE-BREAKS PIC 9(6)    VALUE 0.
          05 WS-REMIT-BREAK-FLAG  PIC X(1)     VALUE 'N'.
             88 REMIT-BREAK          VALUE 'Y'.
             88 REMIT-IN-BALANCE     VALUE 'N'.
          05 WS-REMIT-EOF-FLAG    PIC X(1)     VALUE 'N'.
             88 REMIT-WORK-EOF       VALUE 'Y'.
             88 REMIT-WORK-MORE      VALUE 'N'.

      * --- POSITIVE PAY CONTROL ---
      * Patch 2026-10-15 M. Alvarez
      * NOTE: Production takes the disbursement account number
      *   from the treasury bank-account table. Demo version
      *   carries the single claims disbursement account.
       01 WS-POSPAY-CONTROL.
          05 WS-PP-BANK-ACCOUNT   PIC X(12) VALUE '004417790021'.
          05 WS-PP-ISSUED-CNT     PIC 9(6)     VALUE 0.
          05 WS-PP-ISSUED-AMT     PIC 9(11)V99 VALUE 0.

      * --- GL DISTRIBUTION DETAIL CONTROL ---
      * Patch 2026-09-02 M. Alvarez — account codes and the
      *   running debit/credit totals the extended GL
          05 WS-DENY-1011-AMT     PIC 9(9)V99  VALUE 0.
          05 WS-DENY-1012-CNT     PIC 9(6)     VALUE 0.
          05 WS-DENY-1012-AMT     PIC 9(9)V99  VALUE 0.
      * Patch 2026-10-15 M. Alvarez — missing prior authorization
          05 WS-DENY-1013-CNT     PIC 9(6)     VALUE 0.
          05 WS-DENY-1013-AMT     PIC 9(9)V99  VALUE 0.

      * --- RUN-CONTROL LEDGER ---
      * Patch 2026-10-15 M. Alvarez
       01 WS-RUNCTL-CONTROL.
          05 WS-RUNCTL-JOB-ID     PIC X(10) VALUE 'CLM-100'.
          05 WS-RUNCTL-PRED-ID    PIC X(10) VALUE SPACES.
          05 WS-RUNCTL-BUS-DATE   PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-SUB        PIC 9(1)  VALUE 0.
      * Patch 2026-10-15 M. Alvarez — this job's own latest row,
      *   so a rerun after an abend resumes its business date
          05 WS-RUNCTL-LAST-DATE  PIC 9(8)  VALUE 0.
          05 WS-RUNCTL-LAST-STATUS PIC X(1) VALUE SPACE.
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
          05 WS-CAL-TO-DATE       PIC 9(8)  VALUE 0.
          05 WS-CAL-END-NUM       PIC 9(7)  VALUE 0.
          05 WS-CAL-BUS-DAYS      PIC 9(5)  VALUE 0.
          05 WS-CAL-DAYS-STEPPED  PIC 9(5)  VALUE 0.

      * --- DATE WORK FIELDS ---
       01 WS-DATE-WORK.
      *     counters and feeds as a fresh claim
      * Patch 2026-08-22 M. Alvarez
           PERFORM PROCESS-SUSPENSE-RELEASES
      * BR: Appeal decisions post after the intake too, and ahead
      *     of the suspense sweep — an overturned claim that pends
      *     again must land in tonight's suspense carry
      * Patch 2026-10-15 M. Alvarez
           PERFORM PROCESS-APPEAL-DECISIONS
           PERFORM AGE-SUSPENSE-ITEMS
           PERFORM WRITE-SUSPENSE-FILE
           PERFORM REPORT-SUSPENSE-AGING
           PERFORM AGE-APPEAL-ITEMS
           PERFORM WRITE-APPEAL-FILE
           PERFORM REPORT-APPEAL-AGING
           PERFORM REPORT-PROVIDER-EXCEPTIONS
           PERFORM WRITE-BATCH-CONTROL
           PERFORM RECONCILE-GL-POSTING
      *     from ties to the batch paid total before anyone cuts
      *     a check off it
      * Patch 2026-09-02 M. Alvarez
      * BR: The remittance is written after every money movement
      *     of the batch — intake, releases and overturned
      *     appeals — so each payee's header covers the night
      * Patch 2026-10-15 M. Alvarez
           PERFORM WRITE-REMIT-FILE
           PERFORM WRITE-PAYMENT-REGISTER
           PERFORM RECONCILE-DISBURSE-FEED
           PERFORM RECONCILE-REMIT-FILE
           PERFORM CLOSE-DISBURSE-FEED
           PERFORM CLOSE-REMIT-FILE
           PERFORM CLOSE-REMIT-WORK
           PERFORM WRITE-POSPAY-TRAILER
           PERFORM CLOSE-POSPAY-FILE
           PERFORM CLOSE-GL-DIST-FEED
           PERFORM CLOSE-CLAIM-FILE
           PERFORM CLOSE-REJECT-FILE
           PERFORM CLOSE-EOB-EXTRACT
           PERFORM CLOSE-SUSPENSE-FILE
           PERFORM CLOSE-SUSPENSE-WORK
           PERFORM CLOSE-APPEAL-FILE
           PERFORM CLOSE-APPEAL-WORK
           PERFORM CLOSE-PAID-HIST-FILE
           PERFORM CLOSE-DENIAL-HIST-FILE
           PERFORM CLOSE-AUTH-MASTER
           PERFORM CLOSE-REPRICE-FILES
           PERFORM CLOSE-AUDIT-FILE
           PERFORM CLOSE-HOLIDAY-CALENDAR
           PERFORM FINISH-RUN-CONTROL
           STOP RUN.

       PROCESS-INTAKE-RECORD.
              WHEN NOT ORIGINAL-CLAIM
                 AND NOT ADJUSTMENT-TRANS
                 AND NOT VOID-TRANS
                 AND NOT APPEAL-TRANS
                 MOVE 3003 TO WS-REJECT-REASON
              WHEN WS-CLAIM-AMOUNT NOT NUMERIC
                 OR WS-DEDUCTIBLE NOT NUMERIC
              WHEN (ADJUSTMENT-TRANS OR VOID-TRANS)
                 AND WS-ORIG-CLAIM-ID NOT NUMERIC
                 MOVE 3004 TO WS-REJECT-REASON
      * Patch 2026-10-15 M. Alvarez — an appeal must name the
      *   denied claim it appeals
              WHEN APPEAL-TRANS
                 AND (WS-ORIG-CLAIM-ID NOT NUMERIC
                      OR WS-ORIG-CLAIM-ID = 0)
                 MOVE 3004 TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *   MAIN-PROCESS so PROCESS-SUSPENSE-RELEASES can re-run a
      *   released claim through the identical posting chain;
      *   adjustment/void transactions branch off here
      * Patch 2026-10-15 M. Alvarez — an appeal only opens here;
      *   it re-adjudicates when the reviewer's decision arrives
           IF ADJUSTMENT-TRANS OR VOID-TRANS
              PERFORM PROCESS-ADJUSTMENT
           ELSE IF APPEAL-TRANS
              PERFORM OPEN-APPEAL
           ELSE
              PERFORM ADJUDICATE-AND-POST
           END-IF.
      *     is counted and logged, not just approved ones
           PERFORM UPDATE-BATCH-COUNTS
           PERFORM UPDATE-DENIAL-BREAKDOWN
      * BR: A provider's denied claims ride its remittance with
      *     the reason code, so the denial reaches the office
      *     that billed it the same night
      * Patch 2026-10-15 M. Alvarez
           IF DENIED AND WS-PROVIDER-ID NOT = SPACES
              PERFORM STAGE-REMIT-DENIAL
           END-IF
      * BR: The denial of record is what an appeal must name
      * Patch 2026-10-15 M. Alvarez
           IF DENIED
              PERFORM RECORD-DENIED-CLAIM-HISTORY
           END-IF
      * BR: A pended or held claim must survive to the next cycle
      *     in the suspense file, not just in the counters
      * Patch 2026-08-22 M. Alvarez
           IF WS-ERROR-CODE = 0
              PERFORM CHECK-DUPLICATE-CLAIM
           END-IF
      * BR: Prior authorization is a validation-stage edit too —
      *     an unauthorized service never reaches the payout math
      * Patch 2026-10-15 M. Alvarez
           SET AUTH-NO-MATCH TO TRUE
           IF WS-ERROR-CODE = 0
              PERFORM CHECK-PRIOR-AUTHORIZATION
           END-IF
           IF WS-ERROR-CODE = 0
              PERFORM CHECK-FRAUD-SCORE
      * BR: Roll the benefit year before ANY accumulator is read
      * BR: Benefit rules must be resolved before CALC-PAYOUT —
      *     the deductible/copay it applies are type-specific
      * Patch 2026-08-22 M. Alvarez
      * BR: Benefits apply to the contracted allowed amount, not
      *     the provider's charge — reprice first
      * Patch 2026-10-15 M. Alvarez
              PERFORM REPRICE-TO-ALLOWED
              PERFORM LOOKUP-CLAIM-TYPE-RULES
              PERFORM CALC-PAYOUT
      * BR: COB follows the plan's own benefit math — as
      *     primary carrier already paid
      * Patch 2026-09-02 M. Alvarez
              PERFORM APPLY-COB-REDUCTION
      * BR: The authorization cap applies to what we would
      *     otherwise pay, after COB and before the manager
      *     threshold sees the payout
      * Patch 2026-10-15 M. Alvarez
              PERFORM APPLY-AUTH-CUTBACK
              PERFORM CHECK-MANAGER-THRESHOLD
              PERFORM LOOKUP-REG-CAP-BY-STATE
              PERFORM APPLY-REGULATORY-CAP
       INIT-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
      * Patch 2026-10-15 M. Alvarez — the run-control ledger
      *   is checked before anything is opened or read
           PERFORM START-RUN-CONTROL
      * BR: Treaty year for the retention lookup is the calendar
      *     year of the batch date
      * Patch 2026-08-22 M. Alvarez
      *     the whole run adjudicates under one rule set
      * Patch 2026-09-02 M. Alvarez
           PERFORM LOAD-RUNTIME-PARMS
      * Patch 2026-10-15 M. Alvarez — the holiday calendar is
      *   open before anything counts business days
           PERFORM OPEN-HOLIDAY-CALENDAR
      * BR: Checkpoint first — OPEN-AUDIT-FILE branches on
      *     RESTART-RUN to extend rather than erase the archive
      * Patch 2026-08-22 M. Alvarez — reordered ahead of opens
           PERFORM OPEN-EOB-EXTRACT
           PERFORM OPEN-DISBURSE-FEED
           PERFORM OPEN-GL-DIST-FEED
      * Patch 2026-10-15 M. Alvarez — remittance staging must be
      *   open before the first provider payment posts
           PERFORM OPEN-REMIT-WORK
           PERFORM OPEN-REMIT-FILE
           PERFORM OPEN-POSPAY-FILE
      * BR: The keyed history must be open before the first
      *     claim's duplicate check, and the suspense work file
      *     before the carry load writes into it
      * Patch 2026-09-02 M. Alvarez
           PERFORM OPEN-PAID-HIST-FILE
           PERFORM OPEN-DENIAL-HIST-FILE
           PERFORM OPEN-AUTH-MASTER
           PERFORM OPEN-REPRICE-FILES
           PERFORM OPEN-SUSPENSE-WORK
      * BR: The prior cycle's suspense items must be loaded
      *     BEFORE the file is reopened for output — the OUTPUT
      *   output open
           PERFORM LOAD-SUSPENSE-ITEMS
           PERFORM OPEN-SUSPENSE-FILE
      * BR: Open appeals carry the same way — load the prior
      *     cycle's file into the keyed work file before the
      *     output open truncates it
      * Patch 2026-10-15 M. Alvarez
           PERFORM OPEN-APPEAL-WORK
           PERFORM LOAD-APPEAL-ITEMS
           PERFORM OPEN-APPEAL-FILE
           PERFORM OPEN-AUDIT-FILE
      * BR: The processing pass reopens the intake the balance
      *     pass read and closed, the same pattern
           PERFORM OPEN-REJECT-FILE
           PERFORM READ-CLAIM-RECORD.

       START-RUN-CONTROL.
      * BR: This job opens the business date for the whole
      *     chain — the batch date is the business date. It
      *     starts only if it has not already completed for that
      *     date (a rerun needs an ops release on
      *     BATCH.RUN.RELEASE, applied by BATCH-STATUS)
      * Patch 2026-10-15 M. Alvarez
      * BR: A run left STARTED by an abend, or released by ops
      *     for a rerun, is finished under ITS business date, not
      *     today's — a rerun after midnight must not open D+1
      *     and strand D; the resumed date becomes the batch date
      *     the paid dates, EOBs and remittance carry
      * Patch 2026-10-15 M. Alvarez
           PERFORM OPEN-RUN-CONTROL
           PERFORM FIND-OWN-LATEST-RUN
           IF WS-RUNCTL-LAST-STATUS = 'S'
              OR WS-RUNCTL-LAST-STATUS = 'R'
              MOVE WS-RUNCTL-LAST-DATE TO WS-RUNCTL-BUS-DATE
              DISPLAY 'CLM-100 RESUMING BUSINESS DATE '
                 WS-RUNCTL-BUS-DATE ' — LAST RUN STATUS '
                 WS-RUNCTL-LAST-STATUS
           ELSE
              MOVE WS-BATCH-DATE TO WS-RUNCTL-BUS-DATE
           END-IF
           MOVE WS-RUNCTL-JOB-ID TO RC-JOB-ID
           MOVE WS-RUNCTL-BUS-DATE TO RC-BUSINESS-DATE
           READ RUN-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF RC-COMPLETED
                 DISPLAY 'CLM-100 NOT STARTED — ALREADY COMPLETED'
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
              DISPLAY 'CLM-100 ABEND — RUN-CONTROL LEDGER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           MOVE WS-RUNCTL-BUS-DATE TO WS-BATCH-DATE
           CLOSE RUN-CONTROL-FILE.

       FIND-OWN-LATEST-RUN.
      * BR: This job's rows are keyed by business date in
      *     ascending order — the last one read is its latest run
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO WS-RUNCTL-LAST-DATE
           MOVE SPACE TO WS-RUNCTL-LAST-STATUS
           SET RUNCTL-SCAN-MORE TO TRUE
           MOVE WS-RUNCTL-JOB-ID TO RC-JOB-ID
           MOVE 0 TO RC-BUSINESS-DATE
           START RUN-CONTROL-FILE
              KEY NOT < RC-RUN-KEY
              INVALID KEY SET RUNCTL-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-OWN-RUN
              UNTIL RUNCTL-SCAN-DONE.

       SCAN-OWN-RUN.
      * BR: Any failed READ ends the scan
           READ RUN-CONTROL-FILE NEXT RECORD
              AT END SET RUNCTL-SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET RUNCTL-SCAN-DONE TO TRUE
           END-IF
           IF RUNCTL-SCAN-MORE
              IF RC-JOB-ID NOT = WS-RUNCTL-JOB-ID
                 SET RUNCTL-SCAN-DONE TO TRUE
              ELSE
                 MOVE RC-BUSINESS-DATE TO WS-RUNCTL-LAST-DATE
                 MOVE RC-RUN-STATUS TO WS-RUNCTL-LAST-STATUS
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
              DISPLAY 'CLM-100 ABEND — RUN-CONTROL LEDGER'
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
              DISPLAY 'CLM-100 COMPLETION NOT RECORDED — SEE OPS'
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
              DISPLAY 'CLM-100 COMPLETION NOT RECORDED — SEE OPS'
           END-IF
           CLOSE RUN-CONTROL-FILE.

       LOAD-RUN-CONTROL-TOTALS.
      * BR: The totals BATCH-STATUS ties between jobs
      * Patch 2026-10-15 M. Alvarez
           MOVE 'CLAIMS READ' TO RC-TOTAL-LABEL (1)
           MOVE WS-CLAIMS-READ TO RC-TOTAL-COUNT (1)
           MOVE 'CLAIMS PAID' TO RC-TOTAL-LABEL (2)
           MOVE WS-CLAIMS-APPROVED TO RC-TOTAL-COUNT (2)
           MOVE WS-TOTAL-PAID-AMT TO RC-TOTAL-AMOUNT (2)
           MOVE 'EOB RECORDS' TO RC-TOTAL-LABEL (3)
           MOVE WS-EOB-RECS-WRITTEN TO RC-TOTAL-COUNT (3)
           MOVE 'AUDIT RECORDS' TO RC-TOTAL-LABEL (4)
           MOVE WS-AUDIT-RECS-WRITTEN TO RC-TOTAL-COUNT (4).

       OPEN-HOLIDAY-CALENDAR.
      * BR: The calendar is maintained by CAL-MAINT and only read
      *     here. With no calendar file Saturdays and Sundays are
      *     the only non-business days, and the control report
      *     says so.
      * Patch 2026-10-15 M. Alvarez
           DIVIDE WS-BATCH-DATE BY 10000 GIVING WS-CAL-RUN-YEAR
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
                 DISPLAY 'CLM-100 ABEND — HOLIDAY CALENDAR'
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

       COUNT-BUSINESS-DAYS.
      * BR: Business days after WS-CAL-FROM-DATE up to and
      *     including WS-CAL-TO-DATE, into WS-CAL-BUS-DAYS — the
      *     day an item arrives does not count, the day it is
      *     measured does
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO WS-CAL-BUS-DAYS
           COMPUTE WS-CAL-END-NUM =
              FUNCTION INTEGER-OF-DATE(WS-CAL-TO-DATE)
           COMPUTE WS-CAL-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE)
           PERFORM COUNT-ONE-CAL-DAY
              UNTIL WS-CAL-DAY-NUM NOT < WS-CAL-END-NUM.

       COUNT-ONE-CAL-DAY.
           ADD 1 TO WS-CAL-DAY-NUM
           PERFORM TEST-BUSINESS-DAY
           IF CAL-BUSINESS-DAY
              ADD 1 TO WS-CAL-BUS-DAYS
           END-IF.

       ADD-BUSINESS-DAYS.
      * BR: The WS-CAL-BUS-DAYS-th business day after
      *     WS-CAL-FROM-DATE, into WS-CAL-RESULT-DATE
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO WS-CAL-DAYS-STEPPED
           COMPUTE WS-CAL-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WS-CAL-FROM-DATE)
           PERFORM ADD-ONE-BUSINESS-DAY
              UNTIL WS-CAL-DAYS-STEPPED NOT < WS-CAL-BUS-DAYS
           COMPUTE WS-CAL-RESULT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM).

       ADD-ONE-BUSINESS-DAY.
           ADD 1 TO WS-CAL-DAY-NUM
           PERFORM TEST-BUSINESS-DAY
           IF CAL-BUSINESS-DAY
              ADD 1 TO WS-CAL-DAYS-STEPPED
           END-IF.

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

       LOAD-SUSPENSE-ITEMS.
      * BR: Carry forward the prior cycle's open suspense items —
      *     read the file through the same SELECT before the
           MOVE SF-AGE-DAYS TO SW-AGE-DAYS
           MOVE SF-ESCALATE-FLAG TO SW-ESC-FLAG
           MOVE SF-CLAIM-DATA TO SW-CLAIM-DATA
      * Patch 2026-10-15 M. Alvarez — holds carried before the
      *   overturned edit was kept have spaces there
           IF SF-BYPASS-CODE NUMERIC
              MOVE SF-BYPASS-CODE TO SW-BYPASS-CODE
           ELSE
              MOVE 0 TO SW-BYPASS-CODE
           END-IF
           SET SW-OPEN TO TRUE
           MOVE SPACES TO SW-RESERVED
           WRITE SW-SUSPENSE-RECORD
                 WS-FILE-STATUS
           END-IF.

       OPEN-DENIAL-HIST-FILE.
      * BR: Permanent like the paid history — an appeal can name
      *     a denial from any earlier cycle; status 35 on the very
      *     first run creates it
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O DENIAL-HIST-FILE
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT DENIAL-HIST-FILE
              CLOSE DENIAL-HIST-FILE
              OPEN I-O DENIAL-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DENIAL-HIST-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — DENIED-CLAIMS HISTORY'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-DENIAL-HIST-FILE.
           CLOSE DENIAL-HIST-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING DENIAL-HIST-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-AUTH-MASTER.
      * BR: No authorization master, no run — every claim that
      *     needs an authorization would deny for want of one
      * Patch 2026-10-15 M. Alvarez
           OPEN I-O AUTH-MASTER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUTH-MASTER, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — AUTHORIZATION MASTER'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-AUTH-MASTER.
           CLOSE AUTH-MASTER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING AUTH-MASTER, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-REPRICE-FILES.
      * BR: Without the provider master or the fee schedule every
      *     claim would pay off billed charges — abend instead
      * Patch 2026-10-15 M. Alvarez
           OPEN INPUT PROVIDER-MASTER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROVIDER-MASTER, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — PROVIDER MASTER UNAVAILABLE'
              STOP RUN
           END-IF
           OPEN INPUT FEE-SCHEDULE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE-SCHEDULE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — FEE SCHEDULE UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-REPRICE-FILES.
           CLOSE PROVIDER-MASTER
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PROVIDER-MASTER, STATUS='
                 WS-FILE-STATUS
           END-IF
           CLOSE FEE-SCHEDULE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING FEE-SCHEDULE, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-SUSPENSE-WORK.
      * BR: Per-run scratch — rebuilt empty every start and
      *     reloaded from the carried sequential suspense file
                 WS-FILE-STATUS
           END-IF.

       OPEN-APPEAL-WORK.
      * BR: Per-run scratch — rebuilt empty every start and
      *     reloaded from the carried sequential appeal file
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT APPEAL-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING APPEAL-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — APPEAL WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE APPEAL-WORK
           OPEN I-O APPEAL-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPEAL-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — APPEAL WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-APPEAL-WORK.
           CLOSE APPEAL-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING APPEAL-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF.

       LOAD-APPEAL-ITEMS.
      * BR: Carry forward the prior cycle's open appeals — read
      *     the file before the output open truncates it; status
      *     35 just means no prior cycle file exists yet
      * Patch 2026-10-15 M. Alvarez
           OPEN INPUT APPEAL-FILE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-APPEAL-ITEM
                 PERFORM STORE-ONE-APPEAL-ITEM
                    UNTIL APL-IN-EOF
                 CLOSE APPEAL-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR LOADING APPEAL-FILE, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-APPEAL-ITEM.
           READ APPEAL-FILE
              AT END SET APL-IN-EOF TO TRUE
           END-READ.

       STORE-ONE-APPEAL-ITEM.
           MOVE AP-CLAIM-ID TO AW-CLAIM-ID
           MOVE AP-APPEAL-ID TO AW-APPEAL-ID
           MOVE AP-RECEIVED-DATE TO AW-RECEIVED-DATE
           MOVE AP-DEADLINE-DATE TO AW-DEADLINE-DATE
           MOVE AP-DAYS-LEFT TO AW-DAYS-LEFT
           MOVE AP-CLAIM-DATA TO AW-CLAIM-DATA
           MOVE AP-WARN-FLAG TO AW-WARN-FLAG
           MOVE AP-DENIAL-CODE TO AW-DENIAL-CODE
           SET AW-OPEN TO TRUE
           MOVE SPACES TO AW-RESERVED
           WRITE AW-APPEAL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STORING APPEAL ITEM, STATUS='
                 WS-FILE-STATUS ' CLAIM=' AP-CLAIM-ID
           ELSE
              ADD 1 TO WS-APPEALS-CARRIED-IN
           END-IF
           PERFORM READ-ONE-APPEAL-ITEM.

       OPEN-APPEAL-FILE.
      * BR: A failed OPEN must stop the run — losing the appeal
      *     carry orphans every open appeal and its deadline
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT APPEAL-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPEAL-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — APPEAL FILE UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-APPEAL-FILE.
           CLOSE APPEAL-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING APPEAL-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-AUDIT-FILE.
      * BR: No audit archive, no run — an unprovable batch is the
      *     exact internal-audit finding this closes
                 WS-FILE-STATUS
           END-IF.

       OPEN-POSPAY-FILE.
      * BR: A failed OPEN must stop the run — checks cut with no
      *     issue file are returned by the bank as exceptions
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT POSPAY-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSPAY-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — POSITIVE PAY FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-POSPAY-FILE.
           CLOSE POSPAY-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING POSPAY-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-REMIT-WORK.
      * BR: Per-run scratch — rebuilt empty every start; the
      *     remittance covers this batch's money only
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT REMIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CREATING REMIT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — REMITTANCE WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           CLOSE REMIT-WORK
           OPEN I-O REMIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REMIT-WORK, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — REMITTANCE WORK FILE'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-REMIT-WORK.
           CLOSE REMIT-WORK
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING REMIT-WORK, STATUS='
                 WS-FILE-STATUS
           END-IF.

       OPEN-REMIT-FILE.
      * BR: A failed OPEN must stop the run — providers paid with
      *     no remittance go straight back to calling us
      * Patch 2026-10-15 M. Alvarez
           OPEN OUTPUT REMIT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REMIT-FILE, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'CLM-100 ABEND — REMITTANCE FILE UNAVAILABLE'
              STOP RUN
           END-IF.

       CLOSE-REMIT-FILE.
           CLOSE REMIT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING REMIT-FILE, STATUS='
                 WS-FILE-STATUS
           END-IF.

       RESET-EOB-WORK.
      * BR: Reduction-step fields are per claim — clear them
      *     before each adjudication so a prior claim's steps
           MOVE 0 TO WS-EOB-REGCAP-REDUCTION
           MOVE 0 TO WS-EOB-TYPEMAX-REDUCTION
           MOVE 0 TO WS-EOB-BENMAX-REDUCTION
           MOVE 0 TO WS-EOB-AUTH-REDUCTION
           MOVE 0 TO WS-EOB-BALANCE-BILL
           MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
           SET CLAIM-NOT-REPRICED TO TRUE
           MOVE 0 TO WS-COPAY-AMOUNT
           MOVE 0 TO WS-PROMPT-INTEREST-AMT
           MOVE 0 TO WS-PAYOUT-AMOUNT.
                    MOVE PR-PARM-VALUE TO WS-RXP-RETENTION
                 WHEN 'RETENTION-DEFAULT'
                    MOVE PR-PARM-VALUE TO WS-DEFAULT-RETENTION
      * Patch 2026-10-15 M. Alvarez — appeal turnaround days
                 WHEN 'APPEAL-DAYS-NY'
                    MOVE PR-PARM-VALUE TO WS-APL-NY-DAYS
                 WHEN 'APPEAL-DAYS-CA'
                    MOVE PR-PARM-VALUE TO WS-APL-CA-DAYS
                 WHEN 'APPEAL-DAYS-TX'
                    MOVE PR-PARM-VALUE TO WS-APL-TX-DAYS
                 WHEN 'APPEAL-DAYS-FL'
                    MOVE PR-PARM-VALUE TO WS-APL-FL-DAYS
                 WHEN 'APPEAL-DAYS-NJ'
                    MOVE PR-PARM-VALUE TO WS-APL-NJ-DAYS
                 WHEN 'APPEAL-DAYS-DEFAULT'
                    MOVE PR-PARM-VALUE TO WS-APL-DEFAULT-DAYS
                 WHEN 'APPEAL-WARN-DAYS'
                    MOVE PR-PARM-VALUE TO WS-APL-WARN-DAYS
      * Patch 2026-10-15 M. Alvarez — prior-authorization amounts
                 WHEN 'AUTH-REQ-AMT-MED'
                    MOVE PR-PARM-VALUE TO WS-AUTH-REQ-MED
                 WHEN 'AUTH-REQ-AMT-DEN'
                    MOVE PR-PARM-VALUE TO WS-AUTH-REQ-DEN
                 WHEN 'AUTH-REQ-AMT-VIS'
                    MOVE PR-PARM-VALUE TO WS-AUTH-REQ-VIS
                 WHEN 'AUTH-REQ-AMT-RXP'
                    MOVE PR-PARM-VALUE TO WS-AUTH-REQ-RXP
                 WHEN 'AUTH-REQ-AMT-DEFAULT'
                    MOVE PR-PARM-VALUE TO WS-AUTH-REQ-DEFAULT
                 WHEN OTHER
                    ADD 1 TO WS-PARMS-UNKNOWN
                    DISPLAY 'UNKNOWN PARM KEY IGNORED: '
           MOVE WS-CLAIM-ID TO WS-LAST-CLAIM-ID.

       VALIDATE-CLAIM.
      * BR: An edit a reviewer overturned on appeal does not fire
      *     on the re-adjudication (WS-APPEAL-BYPASS-CODE is zero
      *     for every other claim); the same guard sits on each
      *     denial edit in the adjudication chain
      * Patch 2026-10-15 M. Alvarez
      * BR: Claim amount must not exceed coverage limit
           IF WS-CLAIM-AMOUNT > WS-COVERAGE-LIMIT
              AND WS-APPEAL-BYPASS-CODE NOT = 1001
              MOVE 1001 TO WS-ERROR-CODE
              SET DENIED TO TRUE
      * BR: Policy number is required — reject if blank
           ELSE IF WS-POLICY-NUMBER = SPACES
              AND WS-APPEAL-BYPASS-CODE NOT = 1002
              MOVE 1002 TO WS-ERROR-CODE
              SET DENIED TO TRUE
      * BR: Provider ID is required for all claim types
           ELSE IF WS-PROVIDER-ID = SPACES
              AND WS-APPEAL-BYPASS-CODE NOT = 1003
              MOVE 1003 TO WS-ERROR-CODE
              SET DENIED TO TRUE
      * BR: Service date cannot be in the future
           ELSE IF WS-SERVICE-DATE > WS-CURRENT-DATE
              AND WS-APPEAL-BYPASS-CODE NOT = 1004
              MOVE 1004 TO WS-ERROR-CODE
              SET DENIED TO TRUE
           ELSE
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-SERVICE-DATE)
           IF WS-DATE-DIFF-DAYS > WS-MAX-CLAIM-AGE-DAYS
              AND WS-APPEAL-BYPASS-CODE NOT = 1005
              MOVE 1005 TO WS-ERROR-CODE
              SET DENIED TO TRUE
              MOVE 'CLAIM AGE EXCEEDED' TO WA-ACTION
      *     claimed; an uncovered type denies with 1012
      * Patch 2026-09-02 M. Alvarez — eligibility used to be a
      *   non-blank policy number (error 1002) and nothing else
      * Patch 2026-10-15 M. Alvarez — appeal bypass guards; an
      *   overturned 1011 still faces the plan-coverage check
           IF (WS-SERVICE-DATE < WS-POLICY-EFF-DATE
              OR WS-SERVICE-DATE > WS-POLICY-TERM-DATE)
              AND WS-APPEAL-BYPASS-CODE NOT = 1011
              MOVE 1011 TO WS-ERROR-CODE
              SET DENIED TO TRUE
              MOVE 'POLICY NOT IN FORCE' TO WA-ACTION
                 UNTIL CT-IDX > WS-PLAN-TYPE-COUNT
                    OR WS-COVERAGE-MATCH-IDX NOT = 0
              IF WS-COVERAGE-MATCH-IDX = 0
                 AND WS-APPEAL-BYPASS-CODE NOT = 1012
                 MOVE 1012 TO WS-ERROR-CODE
                 SET DENIED TO TRUE
                 MOVE 'TYPE NOT COVERED' TO WA-ACTION
           PERFORM SCAN-PAID-HISTORY
              UNTIL HIST-MATCH-FOUND OR HIST-SCAN-DONE
           IF HIST-MATCH-FOUND
              AND WS-APPEAL-BYPASS-CODE NOT = 1007
              MOVE 1007 TO WS-ERROR-CODE
              SET DENIED TO TRUE
              MOVE 'DUPLICATE CLAIM' TO WA-ACTION
              END-IF
           END-IF.

       CHECK-PRIOR-AUTHORIZATION.
      * BR: A claim of a type, or at a billed amount, the plan
      *     requires authorization for must match an active
      *     authorization for the same policy, provider and
      *     claim type whose window covers the service date and
      *     which still has amount left; otherwise it denies
      *     with error 1013
      * BR: The match is remembered — APPLY-AUTH-CUTBACK caps the
      *     payout at what is left on it and UPDATE-STATUS draws
      *     it down
      * BR: CLM100-ONLINE estimates skip the check — the master
      *     is only open on the batch path, same as the
      *     duplicate check
      * Patch 2026-10-15 M. Alvarez
           SET AUTH-NOT-REQUIRED TO TRUE
           IF ESTIMATE-MODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CLAIM-TYPE TO WS-AUTH-FIND-TYPE
           PERFORM LOOKUP-AUTH-REQUIRED-BY-TYPE
           IF WS-CLAIM-AMOUNT NOT < WS-EFFECTIVE-AUTH-REQ
              SET AUTH-REQUIRED TO TRUE
           END-IF
           IF AUTH-REQUIRED
              ADD 1 TO WS-AUTH-CHECKED-CNT
              MOVE WS-POLICY-NUMBER TO WS-AUTH-FIND-POLICY
              MOVE WS-PROVIDER-ID TO WS-AUTH-FIND-PROVIDER
              MOVE WS-SERVICE-DATE TO WS-AUTH-FIND-DATE
              PERFORM FIND-MATCHING-AUTH
              IF AUTH-NO-MATCH
                 AND WS-APPEAL-BYPASS-CODE NOT = 1013
                 MOVE 1013 TO WS-ERROR-CODE
                 SET DENIED TO TRUE
                 MOVE 'NO AUTH' TO WA-ACTION
              END-IF
           END-IF.

       LOOKUP-AUTH-REQUIRED-BY-TYPE.
           EVALUATE WS-AUTH-FIND-TYPE
              WHEN 'MED'
                 MOVE WS-AUTH-REQ-MED TO WS-EFFECTIVE-AUTH-REQ
              WHEN 'DEN'
                 MOVE WS-AUTH-REQ-DEN TO WS-EFFECTIVE-AUTH-REQ
              WHEN 'VIS'
                 MOVE WS-AUTH-REQ-VIS TO WS-EFFECTIVE-AUTH-REQ
              WHEN 'RXP'
                 MOVE WS-AUTH-REQ-RXP TO WS-EFFECTIVE-AUTH-REQ
              WHEN OTHER
                 MOVE WS-AUTH-REQ-DEFAULT TO WS-EFFECTIVE-AUTH-REQ
           END-EVALUATE.

       FIND-MATCHING-AUTH.
      * BR: Keyed START on the policy, then walk its
      *     authorizations until one matches or the policy ends
      * Patch 2026-10-15 M. Alvarez
           SET AUTH-NO-MATCH TO TRUE
           SET AUTH-SCAN-MORE TO TRUE
           MOVE 0 TO WS-AUTH-REMAINING
           MOVE WS-AUTH-FIND-POLICY TO AU-POLICY-NUMBER
           MOVE 0 TO AU-AUTH-SEQ
           START AUTH-MASTER
              KEY NOT < AU-AUTH-KEY
              INVALID KEY SET AUTH-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-AUTH-MASTER
              UNTIL AUTH-MATCH-FOUND OR AUTH-SCAN-DONE.

       SCAN-AUTH-MASTER.
      * BR: Any failed READ ends the scan, same as the paid-
      *     history walk. The first active authorization under
      *     the policy for this provider and claim type, whose
      *     window covers the service date and which still has
      *     amount left, is the match.
      * Patch 2026-10-15 M. Alvarez
           READ AUTH-MASTER NEXT RECORD
              AT END SET AUTH-SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET AUTH-SCAN-DONE TO TRUE
           END-IF
           IF AUTH-SCAN-MORE
              IF AU-POLICY-NUMBER NOT = WS-AUTH-FIND-POLICY
                 SET AUTH-SCAN-DONE TO TRUE
              ELSE
                 IF AU-ACTIVE
                    AND AU-PROVIDER-ID = WS-AUTH-FIND-PROVIDER
                    AND AU-CLAIM-TYPE = WS-AUTH-FIND-TYPE
                    AND WS-AUTH-FIND-DATE NOT < AU-FROM-DATE
                    AND WS-AUTH-FIND-DATE NOT > AU-THRU-DATE
                    IF AU-CONSUMED-AMOUNT < AU-AUTH-AMOUNT
                       SET AUTH-MATCH-FOUND TO TRUE
                       COMPUTE WS-AUTH-REMAINING =
                          AU-AUTH-AMOUNT - AU-CONSUMED-AMOUNT
                    END-IF
                    IF AUTH-MATCH-FOUND
                       MOVE AU-AUTH-KEY TO WS-AUTH-MATCH-KEY
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-AUTH-CUTBACK.
      * BR: The plan pays no more than is left on the matched
      *     authorization — the excess is its own EOB reduction
      *     step. Like COB, a fraud hold is not cleared by it.
      * Patch 2026-10-15 M. Alvarez
           IF AUTH-MATCH-FOUND
              AND WS-PAYOUT-AMOUNT > WS-AUTH-REMAINING
              SUBTRACT WS-AUTH-REMAINING FROM WS-PAYOUT-AMOUNT
                 GIVING WS-EOB-AUTH-REDUCTION
              MOVE WS-AUTH-REMAINING TO WS-PAYOUT-AMOUNT
              ADD 1 TO WS-AUTH-CUTBACK-CNT
              ADD WS-EOB-AUTH-REDUCTION TO WS-AUTH-CUTBACK-AMT
              MOVE 'AUTH CUTBACK' TO WA-ACTION
           END-IF.

       DRAW-DOWN-AUTHORIZATION.
      * BR: The approved payout consumes the authorization it
      *     matched, rewritten at once so the next claim tonight
      *     — or any later night — sees only what is left
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-AUTH-MATCH-KEY TO AU-AUTH-KEY
           READ AUTH-MASTER
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              ADD WS-PAYOUT-AMOUNT TO AU-CONSUMED-AMOUNT
              REWRITE AU-AUTH-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR DRAWING DOWN AUTH-MASTER, STATUS='
                 WS-FILE-STATUS ' CLAIM=' WS-CLAIM-ID
           ELSE
              ADD 1 TO WS-AUTH-DRAWN-CNT
              ADD WS-PAYOUT-AMOUNT TO WS-AUTH-DRAWN-AMT
      * BR: The paid-history row keeps the authorization and
      *     amount drawn so a void gives back exactly that
      * Patch 2026-10-15 M. Alvarez
              MOVE AU-AUTH-SEQ TO WS-AUTH-POSTED-SEQ
              MOVE WS-PAYOUT-AMOUNT TO WS-AUTH-POSTED-AMT
           END-IF.

       RESTORE-AUTH-CONSUMED.
      * BR: A voided or adjusted payment gives back exactly what
      *     it drew, on exactly the authorization it drew on, both
      *     taken from the ORIGINAL's history entry; nothing is
      *     given back when it drew nothing (history written
      *     before the draw was recorded carries no amount).
      *     Floored at zero like every other unsigned backout
      * Patch 2026-10-15 M. Alvarez
           IF PC-AUTH-DRAWN-AMT NOT NUMERIC
              OR PC-AUTH-SEQ NOT NUMERIC
              OR PC-AUTH-DRAWN-AMT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE PC-POLICY-NUMBER TO AU-POLICY-NUMBER
           MOVE PC-AUTH-SEQ TO AU-AUTH-SEQ
           READ AUTH-MASTER
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF PC-AUTH-DRAWN-AMT NOT > AU-CONSUMED-AMOUNT
                 SUBTRACT PC-AUTH-DRAWN-AMT FROM AU-CONSUMED-AMOUNT
              ELSE
                 MOVE 0 TO AU-CONSUMED-AMOUNT
              END-IF
              REWRITE AU-AUTH-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR RESTORING AUTH-MASTER, STATUS='
                 WS-FILE-STATUS ' CLAIM=' WS-ORIG-CLAIM-ID
           ELSE
              ADD 1 TO WS-AUTH-RESTORED-CNT
              ADD PC-AUTH-DRAWN-AMT TO WS-AUTH-RESTORED-AMT
           END-IF.

       RECORD-PAID-CLAIM-HISTORY.
      * BR: Post the approved claim to the paid-claims history so
      *     a resubmission later in the same batch — or in any
      *     — the cession check runs after this posting
           MOVE 0 TO PC-CEDED-AMOUNT
           SET PC-ACTIVE TO TRUE
      * Patch 2026-10-15 M. Alvarez — paid date for the reserve
      *   lag triangles
           MOVE WS-BATCH-DATE TO PC-PAID-DATE
      * Patch 2026-10-15 M. Alvarez — authorization drawn, for
      *   the give-back on a void
           MOVE WS-AUTH-POSTED-SEQ TO PC-AUTH-SEQ
           MOVE WS-AUTH-POSTED-AMT TO PC-AUTH-DRAWN-AMT
           MOVE SPACES TO PC-RESERVED
           WRITE PC-HISTORY-RECORD
           IF WS-FILE-STATUS NOT = '00'
                 WS-FILE-STATUS ' CLAIM=' WS-CLAIM-ID
           END-IF.

       RECORD-DENIED-CLAIM-HISTORY.
      * BR: Keep the denied claim as it adjudicated with the edit
      *     that denied it — a re-denial after an overturn
      *     replaces the row with the new edit
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-CLAIM-ID TO DH-CLAIM-ID
           MOVE WS-ERROR-CODE TO DH-EDIT-CODE
           MOVE WS-BATCH-DATE TO DH-DENIED-DATE
           MOVE WS-CLAIM-RECORD TO DH-CLAIM-DATA
           MOVE SPACES TO DH-RESERVED
           WRITE DH-DENIAL-RECORD
           IF WS-FILE-STATUS = '22'
              REWRITE DH-DENIAL-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DENIAL-HIST-FILE, STATUS='
                 WS-FILE-STATUS ' CLAIM=' WS-CLAIM-ID
           END-IF.

       CHECK-FRAUD-SCORE.
      * BR: Claims scored above WS-FRAUD-SCORE-LIMIT by the SIU
      *     scoring feed route to FRAUD-HOLD instead of falling
              END-IF
           END-IF.

       REPRICE-TO-ALLOWED.
      * BR: The allowed amount is the lesser of the billed amount
      *     and the fee-schedule rate in force on the service date
      *     for the provider's network — in network, the provider
      *     writes the difference off; out of network, the OON
      *     schedule applies and the member owes the difference
      *     (the balance bill on the EOB)
      * BR: A provider not on the master, or not contracted,
      *     prices out of network
      * BR: No procedure code, or no schedule row for it, allows
      *     the billed amount — counted so contracting can load
      *     the missing rates
      * BR: CLM100-ONLINE estimates price at billed — the masters
      *     are only open on the batch path
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
           IF ESTIMATE-MODE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-PROVIDER-NETWORK
           IF CLAIM-IN-NETWORK
              MOVE PV-NETWORK-ID TO WS-FEE-FIND-NETWORK
           ELSE
              MOVE WS-OON-NETWORK-ID TO WS-FEE-FIND-NETWORK
           END-IF
           SET FEE-LINE-NOT-FOUND TO TRUE
           IF WS-PROCEDURE-CODE NOT = SPACES
              PERFORM FIND-FEE-SCHEDULE-LINE
           END-IF
           IF FEE-LINE-FOUND
              IF WS-FEE-FOUND-AMT < WS-CLAIM-AMOUNT
                 MOVE WS-FEE-FOUND-AMT TO WS-ALLOWED-AMOUNT
              END-IF
           ELSE
              ADD 1 TO WS-REPRICE-NOFEE-CNT
           END-IF
           ADD WS-CLAIM-AMOUNT TO WS-REPRICE-BILLED-AMT
           ADD WS-ALLOWED-AMOUNT TO WS-REPRICE-ALLOWED-AMT
           IF CLAIM-IN-NETWORK
              ADD 1 TO WS-REPRICE-INN-CNT
              COMPUTE WS-CONTRACT-SAVINGS-AMT =
                 WS-CONTRACT-SAVINGS-AMT + WS-CLAIM-AMOUNT
                 - WS-ALLOWED-AMOUNT
           ELSE
              ADD 1 TO WS-REPRICE-OON-CNT
              SUBTRACT WS-ALLOWED-AMOUNT FROM WS-CLAIM-AMOUNT
                 GIVING WS-EOB-BALANCE-BILL
              ADD WS-EOB-BALANCE-BILL TO WS-BALANCE-BILL-AMT
           END-IF.

       LOOKUP-PROVIDER-NETWORK.
           SET CLAIM-OUT-OF-NETWORK TO TRUE
           MOVE WS-PROVIDER-ID TO PV-PROVIDER-KEY
           READ PROVIDER-MASTER
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              IF PV-IN-NETWORK
                 SET CLAIM-IN-NETWORK TO TRUE
              END-IF
           END-IF.

       FIND-FEE-SCHEDULE-LINE.
      * BR: Rows for a network and procedure are in effective-
      *     date order — the last one on or before the service
      *     date is the rate in force
      * Patch 2026-10-15 M. Alvarez
           SET FEE-SCAN-MORE TO TRUE
           MOVE WS-FEE-FIND-NETWORK TO FS-NETWORK-ID
           MOVE WS-PROCEDURE-CODE TO FS-PROCEDURE-CODE
           MOVE 0 TO FS-EFFECTIVE-DATE
           START FEE-SCHEDULE
              KEY NOT < FS-FEE-KEY
              INVALID KEY SET FEE-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-FEE-SCHEDULE
              UNTIL FEE-SCAN-DONE.

       SCAN-FEE-SCHEDULE.
           READ FEE-SCHEDULE NEXT RECORD
              AT END SET FEE-SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET FEE-SCAN-DONE TO TRUE
           END-IF
           IF FEE-SCAN-MORE
              IF FS-NETWORK-ID NOT = WS-FEE-FIND-NETWORK
                 OR FS-PROCEDURE-CODE NOT = WS-PROCEDURE-CODE
                 OR FS-EFFECTIVE-DATE > WS-SERVICE-DATE
                 SET FEE-SCAN-DONE TO TRUE
              ELSE
                 SET FEE-LINE-FOUND TO TRUE
                 MOVE FS-ALLOWED-AMOUNT TO WS-FEE-FOUND-AMT
              END-IF
           END-IF.

       LOOKUP-CLAIM-TYPE-RULES.
      * BR: Benefit rules vary by claim type — deductible, copay
      *     percentage, annual maximum and whether the deductible
      *     credited — the policyholder pays only the remainder
      * Patch 2026-08-22 M. Alvarez — deductible-met credit via
      *   the year-adjusted WS-EFF-DEDUCT-MET view
      * Patch 2026-10-15 M. Alvarez — the walk starts from the
      *   repriced WS-ALLOWED-AMOUNT instead of the billed amount
           IF DEDUCTIBLE-APPLIES
              IF WS-EFF-DEDUCT-MET < WS-EFFECTIVE-DEDUCTIBLE
                 SUBTRACT WS-EFF-DEDUCT-MET
           ELSE
              MOVE 0 TO WS-REMAINING-DEDUCTIBLE
           END-IF
           IF WS-ALLOWED-AMOUNT > WS-REMAINING-DEDUCTIBLE
              MOVE WS-REMAINING-DEDUCTIBLE TO WS-EOB-DEDUCT-TAKEN
              SUBTRACT WS-REMAINING-DEDUCTIBLE
                 FROM WS-ALLOWED-AMOUNT
                 GIVING WS-NET-CLAIM
           ELSE
              MOVE WS-ALLOWED-AMOUNT TO WS-EOB-DEDUCT-TAKEN
              MOVE 0 TO WS-NET-CLAIM
           END-IF
      * BR: Apply copay percentage after deductible
                 SUBTRACT WS-EFFECTIVE-PP-DAYS
                    FROM WS-CLAIM-LAG-DAYS
                    GIVING WS-LATE-DAYS
      * BR: A business-day deadline is never earlier than the
      *     calendar-day one, so only a claim already late on
      *     calendar days needs the business-day count
      * Patch 2026-10-15 M. Alvarez
                 IF PP-BUSINESS-DAYS
                    PERFORM CALC-BUSINESS-DAY-LATENESS
                 END-IF
                 COMPUTE WS-PROMPT-INTEREST-AMT ROUNDED =
                    WS-PAYOUT-AMOUNT * WS-EFFECTIVE-PP-RATE
                    * WS-LATE-DAYS / 36500
              END-IF
           END-IF.

       CALC-BUSINESS-DAY-LATENESS.
      * BR: The deadline is the Nth business day after
      *     submission, counting neither bank holidays nor the
      *     claimant state's holidays; interest then runs in
      *     calendar days from the deadline to the batch date
      * Patch 2026-10-15 M. Alvarez
           ADD 1 TO WS-PP-BUSDAY-CLAIMS-CNT
           SET CAL-BANK-ONLY TO TRUE
           MOVE WS-CLAIMANT-STATE TO WS-CAL-STATE-CODE
           MOVE WS-SUBMISSION-DATE TO WS-CAL-FROM-DATE
           MOVE WS-EFFECTIVE-PP-DAYS TO WS-CAL-BUS-DAYS
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-CAL-RESULT-DATE TO WS-PP-DEADLINE-DATE
           IF WS-PP-DEADLINE-DATE < WS-BATCH-DATE
              COMPUTE WS-LATE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-PP-DEADLINE-DATE)
           ELSE
              MOVE 0 TO WS-LATE-DAYS
           END-IF.

       LOOKUP-PROMPT-PAY-BY-STATE.
      * BR: Deadline and rate vary by claimant state, keyed the
      *     same way LOOKUP-REG-CAP-BY-STATE keys REGCAP-TBL
              WHEN 'NY'
                 MOVE WS-PP-NY-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-NY-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-NY-BASIS TO WS-EFFECTIVE-PP-BASIS
              WHEN 'CA'
                 MOVE WS-PP-CA-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-CA-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-CA-BASIS TO WS-EFFECTIVE-PP-BASIS
              WHEN 'TX'
                 MOVE WS-PP-TX-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-TX-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-TX-BASIS TO WS-EFFECTIVE-PP-BASIS
              WHEN 'FL'
                 MOVE WS-PP-FL-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-FL-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-FL-BASIS TO WS-EFFECTIVE-PP-BASIS
              WHEN 'NJ'
                 MOVE WS-PP-NJ-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-NJ-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-NJ-BASIS TO WS-EFFECTIVE-PP-BASIS
              WHEN OTHER
                 MOVE WS-PP-DEFAULT-DAYS TO WS-EFFECTIVE-PP-DAYS
                 MOVE WS-PP-DEFAULT-RATE TO WS-EFFECTIVE-PP-RATE
                 MOVE WS-PP-DEFAULT-BASIS TO WS-EFFECTIVE-PP-BASIS
           END-EVALUATE.

       LOOKUP-REG-CAP-BY-STATE.
      * BR: A fraud hold from CHECK-FRAUD-SCORE is not
      *     overridden to a denial — SIU keeps the claim
      * Patch 2026-08-22 M. Alvarez
      * BR: A type maximum overturned on appeal skips the whole
      *     check — neither the denial nor a cut-back applies
      * Patch 2026-10-15 M. Alvarez
           IF NOT FRAUD-HOLD
              AND WS-APPEAL-BYPASS-CODE NOT = 1006
              COMPUTE WS-TYPE-MAX-REMAINING =
                 WS-EFFECTIVE-ANNUAL-MAX - WS-TYPE-PAID-YTD
              IF WS-TYPE-MAX-REMAINING NOT > 0
      * BR: A fraud hold is not overridden to a denial — SIU
      *     keeps the claim
      * Patch 2026-08-22 M. Alvarez
      * BR: A policy maximum overturned on appeal skips that
      *     whole check, like APPLY-TYPE-ANNUAL-MAX
      * Patch 2026-10-15 M. Alvarez
           IF NOT FRAUD-HOLD AND WS-ERROR-CODE = 0
              AND WS-APPEAL-BYPASS-CODE NOT = 1008
              COMPUTE WS-BENEFIT-REMAINING =
                 WS-POLICY-ANNUAL-MAX - WS-EFF-ANNUAL-PAID
              IF WS-BENEFIT-REMAINING NOT > 0
              END-IF
           END-IF
           IF NOT FRAUD-HOLD AND WS-ERROR-CODE = 0
              AND WS-APPEAL-BYPASS-CODE NOT = 1009
              COMPUTE WS-BENEFIT-REMAINING =
                 WS-POLICY-LIFETIME-MAX - PH-LIFETIME-PAID
              IF WS-BENEFIT-REMAINING NOT > 0
              ADD WS-PAYOUT-AMOUNT TO PH-LIFETIME-PAID
              ADD WS-EOB-DEDUCT-TAKEN TO PH-DEDUCT-MET-YTD
              PERFORM POST-TYPE-PAID-YTD
      * Patch 2026-10-15 M. Alvarez — draw the authorization down
      *   ahead of the history posting, which records the draw
              MOVE 0 TO WS-AUTH-POSTED-SEQ
              MOVE 0 TO WS-AUTH-POSTED-AMT
              IF AUTH-MATCH-FOUND
                 PERFORM DRAW-DOWN-AUTHORIZATION
              END-IF
              PERFORM RECORD-PAID-CLAIM-HISTORY
           END-IF.

           MOVE WS-EFFECTIVE-REG-CAP TO EB-EFFECTIVE-REG-CAP
           MOVE WS-EOB-TYPEMAX-REDUCTION TO EB-TYPEMAX-REDUCTION
           MOVE WS-EOB-BENMAX-REDUCTION TO EB-BENMAX-REDUCTION
           MOVE WS-EOB-AUTH-REDUCTION TO EB-AUTH-REDUCTION
           MOVE WS-PROCEDURE-CODE TO EB-PROCEDURE-CODE
           MOVE WS-NETWORK-STATUS TO EB-NETWORK-STATUS
           MOVE WS-ALLOWED-AMOUNT TO EB-ALLOWED-AMOUNT
           MOVE WS-EOB-BALANCE-BILL TO EB-BALANCE-BILL
           MOVE WS-PAYOUT-AMOUNT TO EB-NET-PAYOUT
           MOVE WS-PROMPT-INTEREST-AMT TO EB-PP-INTEREST
           MOVE WS-BATCH-DATE TO EB-BATCH-DATE
           COMPUTE DB-PAYMENT-AMOUNT =
              WS-PAYOUT-AMOUNT + WS-PROMPT-INTEREST-AMT
           MOVE WS-BATCH-DATE TO DB-BATCH-DATE
           MOVE WS-CLAIMANT-STATE TO DB-PAYEE-STATE
           MOVE SPACES TO DB-RESERVED
           WRITE DB-PAYMENT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              ADD 1 TO WS-DISB-RECS-WRITTEN
              ADD WS-PAYOUT-AMOUNT TO WS-DISB-TOTAL
              ADD WS-PROMPT-INTEREST-AMT TO WS-DISB-TOTAL
      * BR: Every provider payment that reached the feed is
      *     staged for that payee's remittance
      * Patch 2026-10-15 M. Alvarez
              IF DB-PAYEE-TYPE = 'P'
                 ADD DB-PAYMENT-AMOUNT TO WS-DISB-PROVIDER-NET
                 PERFORM STAGE-REMIT-PAYMENT
                 MOVE DB-PAYMENT-AMOUNT TO WS-REMIT-DISB-AMT
                 PERFORM POST-REMIT-DISBURSED
              END-IF
      * BR: Every check we cut is reported to the bank the same
      *     night, or positive pay returns it as an exception
      * Patch 2026-10-15 M. Alvarez
              IF DB-PAYMENT-METHOD = 'C'
                 PERFORM WRITE-POSPAY-ISSUE
              END-IF
           END-IF.

       WRITE-REFUND-DISBURSEMENT.
           END-IF
           MOVE WS-ADJ-BACKOUT-AMT TO DB-PAYMENT-AMOUNT
           MOVE WS-BATCH-DATE TO DB-BATCH-DATE
           MOVE WS-CLAIMANT-STATE TO DB-PAYEE-STATE
           MOVE SPACES TO DB-RESERVED
           WRITE DB-PAYMENT-RECORD
           IF WS-FILE-STATUS NOT = '00'
      *     backout reduces WS-TOTAL-PAID-AMT, so the two stay
      *     tied even on a heavy-adjustment night
              SUBTRACT WS-ADJ-BACKOUT-AMT FROM WS-DISB-TOTAL
      * BR: A recovery from a provider nets off that provider's
      *     remittance, linked to the claim it takes back
      * Patch 2026-10-15 M. Alvarez
              IF DB-PAYEE-TYPE = 'P'
                 SUBTRACT DB-PAYMENT-AMOUNT
                    FROM WS-DISB-PROVIDER-NET
                 PERFORM STAGE-REMIT-REFUND
                 COMPUTE WS-REMIT-DISB-AMT = 0 - DB-PAYMENT-AMOUNT
                 PERFORM POST-REMIT-DISBURSED
              END-IF
           END-IF.

       WRITE-PAYMENT-REGISTER.
           DISPLAY ' MEMBER PAYMENTS...: ' WS-DISB-MEMBER-CNT
           DISPLAY ' REFUND RECOVERIES.: ' WS-DISB-REFUND-CNT
           DISPLAY ' NET DISBURSED AMT.: ' WS-DISB-TOTAL
      * Patch 2026-10-15 M. Alvarez — remittance control totals
           DISPLAY '------------------------------------------------'
           DISPLAY ' REMIT PAYEES......: ' WS-REMIT-PAYEES
           DISPLAY ' REMIT CLAIM LINES.: ' WS-REMIT-DETAIL-CNT
           DISPLAY ' REMIT PAID AMT....: ' WS-REMIT-PAID-TOTAL
           DISPLAY ' REMIT REFUND AMT..: ' WS-REMIT-REFUND-TOTAL
           DISPLAY ' REMIT NET AMT.....: ' WS-REMIT-NET-TOTAL
           DISPLAY ' REMIT PAYEE BREAKS: ' WS-REMIT-PAYEE-BREAKS
      * Patch 2026-10-15 M. Alvarez — positive-pay issue totals
           DISPLAY ' POSPAY CHECKS.....: ' WS-PP-ISSUED-CNT
           DISPLAY ' POSPAY CHECK AMT..: ' WS-PP-ISSUED-AMT
           DISPLAY '================================================'.

       RECONCILE-DISBURSE-FEED.
              SET DISB-IN-BALANCE TO TRUE
           END-IF.

       WRITE-POSPAY-ISSUE.
      * BR: The check serial is the claim ID on the payment
      *     instruction, so the bank's paid-item file matches
      *     back to the disbursement without a cross-reference
      * Patch 2026-10-15 M. Alvarez
           MOVE 'I' TO PP-RECORD-TYPE
           MOVE WS-PP-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE SPACES TO PP-RECORD-BODY
           MOVE DB-CLAIM-ID TO PP-CHECK-NUMBER
           MOVE DB-BATCH-DATE TO PP-ISSUE-DATE
           MOVE DB-PAYMENT-AMOUNT TO PP-CHECK-AMOUNT
           MOVE DB-PAYEE-ID TO PP-PAYEE-ID
           MOVE DB-PAYEE-TYPE TO PP-PAYEE-TYPE
           MOVE SPACES TO PP-RESERVED
           WRITE PP-ISSUE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSPAY-FILE, STATUS='
                 WS-FILE-STATUS ' CLAIM=' DB-CLAIM-ID
           ELSE
              ADD 1 TO WS-PP-ISSUED-CNT
              ADD DB-PAYMENT-AMOUNT TO WS-PP-ISSUED-AMT
           END-IF.

       WRITE-POSPAY-TRAILER.
      * BR: The bank rejects an issue file that does not prove
      *     against its own trailer
      * Patch 2026-10-15 M. Alvarez
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-PP-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE SPACES TO PP-RECORD-BODY
           MOVE WS-PP-ISSUED-CNT TO PP-TRAILER-COUNT
           MOVE WS-PP-ISSUED-AMT TO PP-TRAILER-TOTAL
           MOVE SPACES TO PP-RESERVED
           WRITE PP-ISSUE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSPAY-FILE, STATUS='
                 WS-FILE-STATUS ' TRAILER'
           END-IF.

       STAGE-REMIT-PAYMENT.
      * BR: Payment line — the claim walk from billed amount to
      *     the amount paid, straight from this claim's EOB steps
      * Patch 2026-10-15 M. Alvarez
           MOVE 'P' TO WS-REMIT-LINE-TYPE
           MOVE DB-PAYEE-ID TO WS-REMIT-PAYEE-ID
           MOVE DB-PAYMENT-METHOD TO WS-REMIT-METHOD
           MOVE DB-PAYMENT-AMOUNT TO WS-REMIT-LINE-AMT
           PERFORM BUILD-REMIT-CLAIM-LINE
           MOVE 0 TO RW-LINKED-ID
           MOVE DB-PAYMENT-AMOUNT TO RW-PAYMENT-AMOUNT
           MOVE 0 TO RW-REASON-CODE
           PERFORM WRITE-REMIT-WORK-LINE.

       STAGE-REMIT-DENIAL.
      * BR: Denied line — nothing paid; the reason code tells
      *     the provider which edit to work
      * Patch 2026-10-15 M. Alvarez
           MOVE 'D' TO WS-REMIT-LINE-TYPE
           MOVE WS-PROVIDER-ID TO WS-REMIT-PAYEE-ID
           MOVE 'E' TO WS-REMIT-METHOD
           MOVE WS-CLAIM-AMOUNT TO WS-REMIT-LINE-AMT
           PERFORM BUILD-REMIT-CLAIM-LINE
           MOVE 0 TO RW-LINKED-ID
           MOVE 0 TO RW-PAYMENT-AMOUNT
           MOVE WS-ERROR-CODE TO RW-REASON-CODE
           PERFORM WRITE-REMIT-WORK-LINE.

       STAGE-REMIT-REFUND.
      * BR: Recovery line — keyed off the ORIGINAL's history
      *     entry like the refund instruction itself; no EOB
      *     steps ran, only the amount taken back
      * Patch 2026-10-15 M. Alvarez
           MOVE 'R' TO WS-REMIT-LINE-TYPE
           MOVE DB-PAYEE-ID TO WS-REMIT-PAYEE-ID
           MOVE DB-PAYMENT-METHOD TO WS-REMIT-METHOD
           MOVE DB-PAYMENT-AMOUNT TO WS-REMIT-LINE-AMT
           MOVE WS-REMIT-PAYEE-ID TO RW-PAYEE-ID
           MOVE 'R' TO RW-LINE-TYPE
           MOVE WS-CLAIM-ID TO RW-CLAIM-ID
           MOVE WS-ORIG-CLAIM-ID TO RW-LINKED-ID
           MOVE PC-POLICY-NUMBER TO RW-POLICY-NUMBER
           MOVE PC-CLAIM-TYPE TO RW-CLAIM-TYPE
           MOVE PC-CLAIM-AMOUNT TO RW-CLAIM-AMOUNT
           MOVE 0 TO RW-DEDUCT-TAKEN
           MOVE 0 TO RW-COPAY-AMOUNT
           MOVE 0 TO RW-COVLIM-REDUCTION
           MOVE 0 TO RW-COB-REDUCTION
           MOVE 0 TO RW-REGCAP-REDUCTION
           MOVE 0 TO RW-TYPEMAX-REDUCTION
           MOVE 0 TO RW-BENMAX-REDUCTION
           MOVE 0 TO RW-AUTH-REDUCTION
           MOVE 0 TO RW-NET-PAYOUT
           MOVE 0 TO RW-PP-INTEREST
           MOVE 0 TO RW-ALLOWED-AMOUNT
           MOVE 0 TO RW-CONTRACT-ADJ
           MOVE DB-PAYMENT-AMOUNT TO RW-PAYMENT-AMOUNT
           MOVE 0 TO RW-REASON-CODE
           PERFORM WRITE-REMIT-WORK-LINE.

       BUILD-REMIT-CLAIM-LINE.
           MOVE WS-REMIT-PAYEE-ID TO RW-PAYEE-ID
           MOVE WS-REMIT-LINE-TYPE TO RW-LINE-TYPE
           MOVE WS-CLAIM-ID TO RW-CLAIM-ID
           MOVE WS-POLICY-NUMBER TO RW-POLICY-NUMBER
           MOVE WS-CLAIM-TYPE TO RW-CLAIM-TYPE
           MOVE WS-CLAIM-AMOUNT TO RW-CLAIM-AMOUNT
           MOVE WS-EOB-DEDUCT-TAKEN TO RW-DEDUCT-TAKEN
           MOVE WS-COPAY-AMOUNT TO RW-COPAY-AMOUNT
           MOVE WS-EOB-COVLIM-REDUCTION TO RW-COVLIM-REDUCTION
           MOVE WS-EOB-COB-REDUCTION TO RW-COB-REDUCTION
           MOVE WS-EOB-REGCAP-REDUCTION TO RW-REGCAP-REDUCTION
           MOVE WS-EOB-TYPEMAX-REDUCTION TO RW-TYPEMAX-REDUCTION
           MOVE WS-EOB-BENMAX-REDUCTION TO RW-BENMAX-REDUCTION
           MOVE WS-EOB-AUTH-REDUCTION TO RW-AUTH-REDUCTION
           MOVE WS-PAYOUT-AMOUNT TO RW-NET-PAYOUT
           MOVE WS-PROMPT-INTEREST-AMT TO RW-PP-INTEREST
      * BR: Billed less allowed is the repricing step the
      *     provider reconciles first — its write-off in network,
      *     the member's balance bill out of network
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-ALLOWED-AMOUNT TO RW-ALLOWED-AMOUNT
           SUBTRACT WS-ALLOWED-AMOUNT FROM WS-CLAIM-AMOUNT
              GIVING RW-CONTRACT-ADJ.

       WRITE-REMIT-WORK-LINE.
      * BR: The line is staged under the next run sequence, then
      *     the payee's summary (sequence zero) picks up its
      *     amount — created on the payee's first line
      * Patch 2026-10-15 M. Alvarez
           ADD 1 TO WS-REMIT-SEQ
           MOVE WS-REMIT-SEQ TO RW-SEQ
           MOVE SPACES TO RW-RESERVED
           WRITE RW-REMIT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR STAGING REMITTANCE LINE, STATUS='
                 WS-FILE-STATUS ' CLAIM=' RW-CLAIM-ID
           ELSE
              ADD 1 TO WS-REMIT-LINES-STAGED
              PERFORM POST-REMIT-SUMMARY
           END-IF.

       POST-REMIT-SUMMARY.
           MOVE WS-REMIT-PAYEE-ID TO RW-PAYEE-ID
           MOVE 0 TO RW-SEQ
           READ REMIT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              PERFORM INIT-REMIT-SUMMARY
              PERFORM ADD-TO-REMIT-SUMMARY
              WRITE RW-REMIT-RECORD
           ELSE
              PERFORM ADD-TO-REMIT-SUMMARY
              REWRITE RW-REMIT-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING REMITTANCE SUMMARY, STATUS='
                 WS-FILE-STATUS ' PAYEE=' WS-REMIT-PAYEE-ID
           END-IF.

       INIT-REMIT-SUMMARY.
           MOVE WS-REMIT-PAYEE-ID TO RW-PAYEE-ID
           MOVE 0 TO RW-SEQ
           MOVE 'S' TO RW-LINE-TYPE
           MOVE SPACES TO RW-SUMMARY-DATA
           MOVE 'E' TO RW-PAYMENT-METHOD
           MOVE 0 TO RW-PAID-CNT
           MOVE 0 TO RW-PAID-AMT
           MOVE 0 TO RW-REFUND-CNT
           MOVE 0 TO RW-REFUND-AMT
           MOVE 0 TO RW-DENIED-CNT
           MOVE 0 TO RW-DENIED-AMT
      * Patch 2026-10-15 M. Alvarez
           MOVE 0 TO RW-DISB-NET
           MOVE SPACES TO RW-RESERVED.

       POST-REMIT-DISBURSED.
      * BR: The provider row that reached the disbursement feed
      *     posts its amount to the payee's summary on its own,
      *     apart from the staged lines, so the header can be
      *     tied to the feed payee by payee; a payee whose line
      *     failed to stage still gets a summary and shows as a
      *     break
      * Patch 2026-10-15 M. Alvarez
           MOVE DB-PAYEE-ID TO WS-REMIT-PAYEE-ID
           MOVE WS-REMIT-PAYEE-ID TO RW-PAYEE-ID
           MOVE 0 TO RW-SEQ
           READ REMIT-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              PERFORM INIT-REMIT-SUMMARY
              ADD WS-REMIT-DISB-AMT TO RW-DISB-NET
              WRITE RW-REMIT-RECORD
           ELSE
              ADD WS-REMIT-DISB-AMT TO RW-DISB-NET
              REWRITE RW-REMIT-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING REMITTANCE DISBURSED, STATUS='
                 WS-FILE-STATUS ' PAYEE=' WS-REMIT-PAYEE-ID
           END-IF.

       ADD-TO-REMIT-SUMMARY.
      * BR: A payee paid by check keeps that method on its
      *     header; a denial never changes the method
           EVALUATE WS-REMIT-LINE-TYPE
              WHEN 'P'
                 ADD 1 TO RW-PAID-CNT
                 ADD WS-REMIT-LINE-AMT TO RW-PAID-AMT
                 MOVE WS-REMIT-METHOD TO RW-PAYMENT-METHOD
              WHEN 'R'
                 ADD 1 TO RW-REFUND-CNT
                 ADD WS-REMIT-LINE-AMT TO RW-REFUND-AMT
                 MOVE WS-REMIT-METHOD TO RW-PAYMENT-METHOD
              WHEN OTHER
                 ADD 1 TO RW-DENIED-CNT
                 ADD WS-REMIT-LINE-AMT TO RW-DENIED-AMT
           END-EVALUATE.

       WRITE-REMIT-FILE.
      * BR: One pass of the staging file in key order — each
      *     payee's summary arrives ahead of its lines, so the
      *     header is written before the detail it totals
      * Patch 2026-10-15 M. Alvarez
           SET REMIT-WORK-MORE TO TRUE
           MOVE LOW-VALUES TO RW-KEY
           START REMIT-WORK
              KEY NOT < RW-KEY
              INVALID KEY SET REMIT-WORK-EOF TO TRUE
           END-START
           PERFORM READ-ONE-REMIT-WORK
           PERFORM WRITE-ONE-REMIT-REC
              UNTIL REMIT-WORK-EOF
           MOVE 'T' TO RA-RECORD-TYPE
           MOVE SPACES TO RA-PAYEE-ID
           MOVE WS-BATCH-DATE TO RA-BATCH-DATE
           MOVE SPACES TO RA-RECORD-BODY
           MOVE WS-REMIT-PAYEES TO RA-PAYEE-CNT
           MOVE WS-REMIT-DETAIL-CNT TO RA-DETAIL-CNT
           MOVE WS-REMIT-PAID-TOTAL TO RA-TOTAL-PAID
           MOVE WS-REMIT-REFUND-TOTAL TO RA-TOTAL-REFUND
           MOVE WS-REMIT-NET-TOTAL TO RA-TOTAL-NET
           PERFORM WRITE-ONE-REMIT-RECORD.

       READ-ONE-REMIT-WORK.
           IF NOT REMIT-WORK-EOF
              READ REMIT-WORK NEXT RECORD
                 AT END SET REMIT-WORK-EOF TO TRUE
              END-READ
              IF WS-FILE-STATUS NOT = '00'
                 SET REMIT-WORK-EOF TO TRUE
              END-IF
           END-IF.

       WRITE-ONE-REMIT-REC.
           MOVE RW-PAYEE-ID TO RA-PAYEE-ID
           MOVE WS-BATCH-DATE TO RA-BATCH-DATE
           MOVE SPACES TO RA-RECORD-BODY
           IF RW-SUMMARY
              MOVE 'H' TO RA-RECORD-TYPE
              MOVE RW-PAYMENT-METHOD TO RA-PAYMENT-METHOD
              MOVE RW-PAID-CNT TO RA-PAID-CNT
              MOVE RW-PAID-AMT TO RA-PAID-AMT
              MOVE RW-REFUND-CNT TO RA-REFUND-CNT
              MOVE RW-REFUND-AMT TO RA-REFUND-AMT
              MOVE RW-DENIED-CNT TO RA-DENIED-CNT
              MOVE RW-DENIED-AMT TO RA-DENIED-AMT
              COMPUTE RA-NET-AMT = RW-PAID-AMT - RW-REFUND-AMT
              ADD 1 TO WS-REMIT-PAYEES
              ADD RW-PAID-AMT TO WS-REMIT-PAID-TOTAL
              ADD RW-REFUND-AMT TO WS-REMIT-REFUND-TOTAL
              ADD RW-PAID-AMT TO WS-REMIT-NET-TOTAL
              SUBTRACT RW-REFUND-AMT FROM WS-REMIT-NET-TOTAL
      * BR: Each payee's header net must equal that payee's net
      *     on the disbursement feed — offsetting breaks between
      *     two payees would still tie in total
      * Patch 2026-10-15 M. Alvarez
              COMPUTE WS-REMIT-PAYEE-DIFF =
                 RW-PAID-AMT - RW-REFUND-AMT - RW-DISB-NET
              IF WS-REMIT-PAYEE-DIFF NOT = 0
                 ADD 1 TO WS-REMIT-PAYEE-BREAKS
                 SET REMIT-BREAK TO TRUE
                 DISPLAY 'REMITTANCE PAYEE BREAK — PAYEE='
                    RW-PAYEE-ID ' DISB NET=' RW-DISB-NET
                    ' BREAK=' WS-REMIT-PAYEE-DIFF
              END-IF
           ELSE
              MOVE 'D' TO RA-RECORD-TYPE
              MOVE RW-LINE-TYPE TO RA-LINE-TYPE
              MOVE RW-CLAIM-ID TO RA-CLAIM-ID
              MOVE RW-LINKED-ID TO RA-LINKED-ID
              MOVE RW-POLICY-NUMBER TO RA-POLICY-NUMBER
              MOVE RW-CLAIM-TYPE TO RA-CLAIM-TYPE
              MOVE RW-CLAIM-AMOUNT TO RA-CLAIM-AMOUNT
              MOVE RW-DEDUCT-TAKEN TO RA-DEDUCT-TAKEN
              MOVE RW-COPAY-AMOUNT TO RA-COPAY-AMOUNT
              MOVE RW-COVLIM-REDUCTION TO RA-COVLIM-REDUCTION
              MOVE RW-COB-REDUCTION TO RA-COB-REDUCTION
              MOVE RW-REGCAP-REDUCTION TO RA-REGCAP-REDUCTION
              MOVE RW-TYPEMAX-REDUCTION TO RA-TYPEMAX-REDUCTION
              MOVE RW-BENMAX-REDUCTION TO RA-BENMAX-REDUCTION
              MOVE RW-AUTH-REDUCTION TO RA-AUTH-REDUCTION
              MOVE RW-NET-PAYOUT TO RA-NET-PAYOUT
              MOVE RW-PP-INTEREST TO RA-PP-INTEREST
              MOVE RW-PAYMENT-AMOUNT TO RA-PAYMENT-AMOUNT
              MOVE RW-REASON-CODE TO RA-REASON-CODE
              MOVE RW-ALLOWED-AMOUNT TO RA-ALLOWED-AMOUNT
              MOVE RW-CONTRACT-ADJ TO RA-CONTRACT-ADJ
              ADD 1 TO WS-REMIT-DETAIL-CNT
           END-IF
           PERFORM WRITE-ONE-REMIT-RECORD
           PERFORM READ-ONE-REMIT-WORK.

       WRITE-ONE-REMIT-RECORD.
           MOVE SPACES TO RA-RESERVED
           WRITE RA-REMIT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REMIT-FILE, STATUS='
                 WS-FILE-STATUS ' PAYEE=' RA-PAYEE-ID
           ELSE
              ADD 1 TO WS-REMIT-RECS-WRITTEN
           END-IF.

       RECONCILE-REMIT-FILE.
      * BR: The remittance net must equal the provider payments
      *     less provider recoveries on the disbursement feed —
      *     a break means a provider is being paid for claims
      *     its remittance does not explain
      * Patch 2026-10-15 M. Alvarez
      * BR: Payees that broke were listed as their headers were
      *     written; any one of them breaks the file
      * Patch 2026-10-15 M. Alvarez
           COMPUTE WS-REMIT-BREAK-AMT =
              WS-REMIT-NET-TOTAL - WS-DISB-PROVIDER-NET
           IF WS-REMIT-BREAK-AMT NOT = 0
              OR WS-REMIT-PAYEE-BREAKS > 0
              SET REMIT-BREAK TO TRUE
              DISPLAY 'REMITTANCE RECONCILIATION BREAK FOR'
                 ' BATCH ' WS-BATCH-DATE
              DISPLAY '  REMITTANCE NET.....: ' WS-REMIT-NET-TOTAL
              DISPLAY '  PROVIDER DISB NET..: '
                 WS-DISB-PROVIDER-NET
              DISPLAY '  BREAK AMOUNT.......: ' WS-REMIT-BREAK-AMT
              DISPLAY '  PAYEES IN BREAK....: '
                 WS-REMIT-PAYEE-BREAKS
           ELSE
              SET REMIT-IN-BALANCE TO TRUE
           END-IF.

       WRITE-GL-PAYMENT-DIST.
      * BR: One balanced pair per approved claim — debit claims
      *     expense by type, credit the claims-payable clearing
      *     the refund/overpayment providers SIU cares about
      * Patch 2026-08-22 M. Alvarez
              PERFORM BACKOUT-PROVIDER-PAID
      * BR: What the original drew on its authorization goes
      *     back, so the member can still use the service
      * Patch 2026-10-15 M. Alvarez
              PERFORM RESTORE-AUTH-CONSUMED
      * BR: Voiding frees the history entry so an honest
      *     resubmission clears CHECK-DUPLICATE-CLAIM
      * BR: The void marks the keyed record itself — freeing
           MOVE WS-CLAIM-RECORD TO SW-CLAIM-DATA
           SET SW-OPEN TO TRUE
           SET SW-NOT-ESCALATED TO TRUE
      * BR: An overturned appeal's re-run that pends keeps the
      *     overturned edit with the hold, or the release would
      *     deny the claim again on the edit the reviewer
      *     overturned
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-APPEAL-BYPASS-CODE TO SW-BYPASS-CODE
           MOVE SPACES TO SW-RESERVED
           WRITE SW-SUSPENSE-RECORD
           IF WS-FILE-STATUS NOT = '00'
              MOVE SW-CLAIM-DATA TO WS-CLAIM-RECORD
              SET RELEASE-IN-PROGRESS TO TRUE
              IF RL-APPROVE (RL-IDX)
      * BR: A hold from an overturned appeal re-runs with the
      *     overturned edit still bypassed; once it pays, the
      *     denial of record is cleared as the overturn would
      *     have
      * Patch 2026-10-15 M. Alvarez
                 MOVE SW-BYPASS-CODE TO WS-APPEAL-BYPASS-CODE
                 PERFORM PROCESS-CLAIM-RECORD
                 IF WS-APPEAL-BYPASS-CODE NOT = 0 AND APPROVED
                    PERFORM CLEAR-OVERTURNED-DENIAL
                 END-IF
                 MOVE 0 TO WS-APPEAL-BYPASS-CODE
              ELSE
      * BR: Supervisor deny is a final decision — count and log
      *     it without re-adjudicating
                 MOVE 0 TO WS-PAYOUT-AMOUNT
                 MOVE 'SUPERVISOR DENY' TO WA-ACTION
                 PERFORM UPDATE-BATCH-COUNTS
      * Patch 2026-10-15 M. Alvarez — appealable like any denial
                 PERFORM RECORD-DENIED-CLAIM-HISTORY
                 PERFORM WRITE-AUDIT-LOG
              END-IF
              SET NORMAL-INTAKE TO TRUE

       AGE-ONE-SUSPENSE-ITEM.
           IF SW-OPEN
      * BR: A hold ages in bank business days on the holiday
      *     calendar — the buckets and the escalation threshold
      *     are business days
      * Patch 2026-10-15 M. Alvarez
              SET CAL-BANK-ONLY TO TRUE
              MOVE SPACES TO WS-CAL-STATE-CODE
              MOVE SW-HOLD-DATE TO WS-CAL-FROM-DATE
              MOVE WS-CURRENT-DATE TO WS-CAL-TO-DATE
              PERFORM COUNT-BUSINESS-DAYS
              MOVE WS-CAL-BUS-DAYS TO SW-AGE-DAYS
              EVALUATE TRUE
                 WHEN SW-AGE-DAYS < 6
                    ADD 1 TO WS-SUSP-AGE-1-5
                 ADD 1 TO WS-SUSP-ESCALATED-CNT
                 DISPLAY ' SUSPENSE ESCALATION: CLAIM '
                    SW-CLAIM-ID ' HELD '
                    SW-AGE-DAYS ' BUS DAYS STATUS '
                    SW-HOLD-STATUS
      * BR: The escalation is a decision too — it goes to the
      *     archive so month-end can count it
              MOVE SW-AGE-DAYS TO SF-AGE-DAYS
              MOVE SW-ESC-FLAG TO SF-ESCALATE-FLAG
              MOVE SW-CLAIM-DATA TO SF-CLAIM-DATA
              MOVE SW-BYPASS-CODE TO SF-BYPASS-CODE
              MOVE SPACES TO SF-RESERVED
              WRITE SF-SUSPENSE-RECORD
              IF WS-FILE-STATUS NOT = '00'
           END-IF
           PERFORM READ-ONE-SUSPENSE-WORK.

       OPEN-APPEAL.
      * BR: An appeal transaction opens one appeal against the
      *     denied claim it names. The received date is the batch
      *     date the appeal reached intake; the decision deadline
      *     counts the claimant state's turnaround days from it.
      * BR: A claim on the paid history was not denied and is
      *     not appealable (reason 4001 — adjust it instead); a
      *     claim already under appeal this cycle cannot open a
      *     second one (reason 4002)
      * BR: A claim still open in suspense has not been decided
      *     (reason 4003 — the supervisor release decides it),
      *     and a claim with no denial on CLM.DENIAL.HIST — never
      *     submitted, voided, paid, or paid on an earlier
      *     overturn — has nothing to appeal (reason 4004)
      * Patch 2026-10-15 M. Alvarez
      * BR: The appeal snapshots the DENIED claim from the denial
      *     history, not the appeal transaction, exactly as it
      *     will re-adjudicate — under the ORIGINAL claim ID as an
      *     original transaction — so an overturn posts, pays and
      *     audits as the claim that was denied; the denial edit
      *     rides with it for the overturn check
      * Patch 2026-10-15 M. Alvarez
           ADD 1 TO WS-APPEALS-RECEIVED
           MOVE 0 TO WS-APPEAL-REJECT-REASON
           MOVE WS-ORIG-CLAIM-ID TO PC-CLAIM-ID
           READ PAID-HIST-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00' AND PC-ACTIVE
              MOVE 4001 TO WS-APPEAL-REJECT-REASON
           ELSE
              MOVE WS-ORIG-CLAIM-ID TO AW-CLAIM-ID
              READ APPEAL-WORK
                 INVALID KEY CONTINUE
              END-READ
              IF WS-FILE-STATUS = '00'
                 MOVE 4002 TO WS-APPEAL-REJECT-REASON
              END-IF
           END-IF
           IF WS-APPEAL-REJECT-REASON = 0
              MOVE WS-ORIG-CLAIM-ID TO SW-CLAIM-ID
              READ SUSPENSE-WORK
                 INVALID KEY CONTINUE
              END-READ
              IF WS-FILE-STATUS = '00' AND SW-OPEN
                 MOVE 4003 TO WS-APPEAL-REJECT-REASON
              END-IF
           END-IF
           IF WS-APPEAL-REJECT-REASON = 0
              MOVE WS-ORIG-CLAIM-ID TO DH-CLAIM-ID
              READ DENIAL-HIST-FILE
                 INVALID KEY CONTINUE
              END-READ
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 4004 TO WS-APPEAL-REJECT-REASON
              END-IF
           END-IF
           MOVE WS-CLAIM-ID TO WS-APPEAL-ID-WORK
           MOVE WS-ORIG-CLAIM-ID TO AW-CLAIM-ID
           MOVE WS-CLAIM-ID TO AW-APPEAL-ID
           IF WS-APPEAL-REJECT-REASON NOT = 0
              ADD 1 TO WS-APPEALS-REJECTED
              MOVE 'APPEAL REJ' TO WS-APL-AUDIT-ACTION
              MOVE WS-BATCH-OPERATOR-ID TO WS-APL-AUDIT-OPERATOR
              MOVE 0 TO WS-APL-AUDIT-AMOUNT
              MOVE WS-APPEAL-REJECT-REASON TO WS-APL-AUDIT-REASON
              PERFORM WRITE-APPEAL-AUDIT
           ELSE
              MOVE DH-CLAIM-DATA TO WS-CLAIM-RECORD
              MOVE WS-BATCH-DATE TO AW-RECEIVED-DATE
              PERFORM LOOKUP-APPEAL-DAYS-BY-STATE
              COMPUTE AW-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(AW-RECEIVED-DATE)
                  + WS-EFFECTIVE-APL-DAYS)
              MOVE WS-EFFECTIVE-APL-DAYS TO AW-DAYS-LEFT
              MOVE DH-CLAIM-ID TO WS-CLAIM-ID
              MOVE 'O' TO WS-TRANS-TYPE
              MOVE 0 TO WS-ORIG-CLAIM-ID
              MOVE WS-CLAIM-RECORD TO AW-CLAIM-DATA
              MOVE DH-EDIT-CODE TO AW-DENIAL-CODE
              MOVE WS-CLAIM-ID TO WS-ORIG-CLAIM-ID
              MOVE 'P' TO WS-TRANS-TYPE
              MOVE WS-APPEAL-ID-WORK TO WS-CLAIM-ID
              SET AW-OPEN TO TRUE
              SET AW-NOT-WARNED TO TRUE
              MOVE SPACES TO AW-RESERVED
              WRITE AW-APPEAL-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING APPEAL, STATUS='
                    WS-FILE-STATUS ' CLAIM=' AW-CLAIM-ID
              ELSE
                 ADD 1 TO WS-APPEALS-OPENED
                 MOVE 'APPEAL OPEN' TO WS-APL-AUDIT-ACTION
                 MOVE WS-BATCH-OPERATOR-ID
                    TO WS-APL-AUDIT-OPERATOR
                 MOVE WS-CLAIM-AMOUNT TO WS-APL-AUDIT-AMOUNT
                 MOVE 0 TO WS-APL-AUDIT-REASON
                 PERFORM WRITE-APPEAL-AUDIT
              END-IF
           END-IF
      * BR: The appeal transaction is audited, so it advances the
      *     restart point like any other intake record
           PERFORM WRITE-CHECKPOINT.

       LOOKUP-APPEAL-DAYS-BY-STATE.
      * BR: Turnaround varies by claimant state, keyed the same
      *     way LOOKUP-PROMPT-PAY-BY-STATE keys PROMPTPAY-TBL
      * Patch 2026-10-15 M. Alvarez
           EVALUATE WS-CLAIMANT-STATE
              WHEN 'NY'
                 MOVE WS-APL-NY-DAYS TO WS-EFFECTIVE-APL-DAYS
              WHEN 'CA'
                 MOVE WS-APL-CA-DAYS TO WS-EFFECTIVE-APL-DAYS
              WHEN 'TX'
                 MOVE WS-APL-TX-DAYS TO WS-EFFECTIVE-APL-DAYS
              WHEN 'FL'
                 MOVE WS-APL-FL-DAYS TO WS-EFFECTIVE-APL-DAYS
              WHEN 'NJ'
                 MOVE WS-APL-NJ-DAYS TO WS-EFFECTIVE-APL-DAYS
              WHEN OTHER
                 MOVE WS-APL-DEFAULT-DAYS TO WS-EFFECTIVE-APL-DAYS
           END-EVALUATE.

       PROCESS-APPEAL-DECISIONS.
      * BR: Each reviewer decision closes one open appeal —
      *     overturn re-runs the claim through the full posting
      *     chain with the overturned edit bypassed, uphold lets
      *     the denial stand; status 35 just means the appeals
      *     unit staged no decisions tonight
      * Patch 2026-10-15 M. Alvarez
           OPEN INPUT APPEAL-DECISION
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-APPEAL-DECISION
                 PERFORM APPLY-APPEAL-DECISION
                    UNTIL APL-DEC-EOF
                 CLOSE APPEAL-DECISION
              WHEN '35'
                 DISPLAY 'CLM.APPEAL.DECISION NOT PRESENT —'
                    ' NO APPEAL DECISIONS THIS RUN'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING APPEAL-DECISION, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-APPEAL-DECISION.
           READ APPEAL-DECISION
              AT END SET APL-DEC-EOF TO TRUE
           END-READ.

       APPLY-APPEAL-DECISION.
      * BR: A decision with no open appeal behind it, or with an
      *     unknown decision code, is counted and displayed for
      *     the appeals unit — it never re-adjudicates anything
      * Patch 2026-10-15 M. Alvarez
           ADD 1 TO WS-APPEAL-DEC-READ
           MOVE AD-CLAIM-ID TO AW-CLAIM-ID
           READ APPEAL-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00' AND AW-OPEN
              EVALUATE TRUE
                 WHEN AD-OVERTURN
                    PERFORM OVERTURN-APPEAL
                 WHEN AD-UPHOLD
                    PERFORM UPHOLD-APPEAL
                 WHEN OTHER
                    ADD 1 TO WS-APPEAL-DEC-UNMATCHED
                    DISPLAY 'APPEAL DECISION CODE INVALID, CLAIM='
                       AD-CLAIM-ID ' DECISION=' AD-DECISION
              END-EVALUATE
           ELSE
              ADD 1 TO WS-APPEAL-DEC-UNMATCHED
              DISPLAY 'APPEAL DECISION IGNORED — NO OPEN APPEAL,'
                 ' CLAIM=' AD-CLAIM-ID
           END-IF
           PERFORM READ-ONE-APPEAL-DECISION.

       UPHOLD-APPEAL.
      * BR: The denial stands — close the appeal and archive the
      *     decision under the reviewer's ID with the upheld edit
      * Patch 2026-10-15 M. Alvarez
           SET AW-UPHELD TO TRUE
           REWRITE AW-APPEAL-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING APPEAL, STATUS='
                 WS-FILE-STATUS ' CLAIM=' AW-CLAIM-ID
           END-IF
           ADD 1 TO WS-APPEALS-UPHELD
           MOVE 'APPEAL UPHLD' TO WS-APL-AUDIT-ACTION
           PERFORM SET-APPEAL-REVIEWER
           MOVE 0 TO WS-APL-AUDIT-AMOUNT
      * Patch 2026-10-15 M. Alvarez — archive the edit the claim
      *   was denied on, not whatever the decision record names
           MOVE AW-DENIAL-CODE TO WS-APL-AUDIT-REASON
           PERFORM WRITE-APPEAL-AUDIT.

       OVERTURN-APPEAL.
      * BR: The reviewer overturned the named denial edit —
      *     re-run the snapshot through ADJUDICATE-AND-POST with
      *     that edit bypassed; every other edit, the fraud score
      *     and the payout math still apply, and the outcome
      *     counts, pays and audits like any other claim
      * Patch 2026-10-15 M. Alvarez
      * BR: Only the edit the claim was denied on can be
      *     overturned — a decision naming any other edit is
      *     rejected (reason 4005) and the appeal stays open for
      *     a corrected decision
      * Patch 2026-10-15 M. Alvarez
           IF AD-EDIT-CODE NOT = AW-DENIAL-CODE
              PERFORM REJECT-OVERTURN-DECISION
              EXIT PARAGRAPH
           END-IF
           MOVE 'APPEAL OVRTN' TO WS-APL-AUDIT-ACTION
           PERFORM SET-APPEAL-REVIEWER
           MOVE 0 TO WS-APL-AUDIT-AMOUNT
           MOVE AD-EDIT-CODE TO WS-APL-AUDIT-REASON
           PERFORM WRITE-APPEAL-AUDIT
           MOVE AW-APPEAL-ID TO WS-APPEAL-ID-WORK
           MOVE AW-CLAIM-DATA TO WS-CLAIM-RECORD
           MOVE AD-EDIT-CODE TO WS-APPEAL-BYPASS-CODE
           SET APPEAL-IN-PROGRESS TO TRUE
           PERFORM ADJUDICATE-AND-POST
           IF APPROVED
              ADD 1 TO WS-APPEAL-PAID-CNT
              ADD WS-PAYOUT-AMOUNT TO WS-APPEAL-PAID-AMT
              PERFORM CLEAR-OVERTURNED-DENIAL
           END-IF
           SET APPEAL-NOT-ACTIVE TO TRUE
           MOVE 0 TO WS-APPEAL-BYPASS-CODE
      * BR: The re-run reads other keyed files but never this one
      *     — re-read the appeal anyway before closing it, the
      *     same discipline as APPLY-RELEASE-DECISION
           MOVE AD-CLAIM-ID TO AW-CLAIM-ID
           READ APPEAL-WORK
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              SET AW-OVERTURNED TO TRUE
              REWRITE AW-APPEAL-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR CLOSING APPEAL, STATUS='
                    WS-FILE-STATUS ' CLAIM=' AD-CLAIM-ID
              END-IF
           END-IF
           ADD 1 TO WS-APPEALS-OVERTURNED.

       CLEAR-OVERTURNED-DENIAL.
      * BR: An overturn that paid has decided the denial — its
      *     CLM.DENIAL.HIST row goes, so the claim cannot be
      *     appealed again once the payment is voided or adjusted
      *     (reason 4004). A re-run that denies again leaves the
      *     row, now carrying the new edit, open to appeal
      * Patch 2026-10-15 M. Alvarez
           MOVE WS-CLAIM-ID TO DH-CLAIM-ID
           DELETE DENIAL-HIST-FILE
              INVALID KEY CONTINUE
           END-DELETE
           IF WS-FILE-STATUS NOT = '00'
              AND WS-FILE-STATUS NOT = '23'
              DISPLAY 'ERROR CLEARING DENIAL-HIST-FILE, STATUS='
                 WS-FILE-STATUS ' CLAIM=' WS-CLAIM-ID
           END-IF.

       REJECT-OVERTURN-DECISION.
      * Patch 2026-10-15 M. Alvarez
           ADD 1 TO WS-APPEAL-DEC-REJECTED
           DISPLAY 'APPEAL OVERTURN REJECTED — CLAIM=' AD-CLAIM-ID
              ' EDIT=' AD-EDIT-CODE ' DENIED ON=' AW-DENIAL-CODE
           MOVE 'APPEAL REJ' TO WS-APL-AUDIT-ACTION
           PERFORM SET-APPEAL-REVIEWER
           MOVE 0 TO WS-APL-AUDIT-AMOUNT
           MOVE 4005 TO WS-APL-AUDIT-REASON
           PERFORM WRITE-APPEAL-AUDIT.

       SET-APPEAL-REVIEWER.
      * BR: Decisions archive under the reviewer who made them;
      *     a decision record with no reviewer falls back to the
      *     batch operator
           IF AD-REVIEWER-ID = SPACES
              MOVE WS-BATCH-OPERATOR-ID TO WS-APL-AUDIT-OPERATOR
           ELSE
              MOVE AD-REVIEWER-ID TO WS-APL-AUDIT-OPERATOR
           END-IF.

       WRITE-APPEAL-AUDIT.
      * BR: Archive record for an appeal action, keyed on the
      *     ORIGINAL denied claim and linked to the appeal
      *     transaction — OPEN, REJ (reason 4001-4005), OVRTN
      *     and UPHLD (reason = the edit decided), WARN and LATE
      *     from the deadline sweep
      * Patch 2026-10-15 M. Alvarez
           MOVE FUNCTION CURRENT-DATE TO AF-TIMESTAMP
           MOVE AW-CLAIM-ID TO AF-CLAIM-ID
           MOVE WS-APL-AUDIT-ACTION TO AF-ACTION
           MOVE WS-APL-AUDIT-OPERATOR TO AF-OPERATOR-ID
           MOVE WS-APL-AUDIT-AMOUNT TO AF-AMOUNT
           MOVE WS-APL-AUDIT-REASON TO AF-REASON-CODE
           MOVE AW-APPEAL-ID TO AF-LINKED-ID
           MOVE SPACES TO AF-RESERVED
           WRITE AF-AUDIT-RECORD
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT-FILE, STATUS='
                 WS-FILE-STATUS ' CLAIM=' AW-CLAIM-ID
           ELSE
              ADD 1 TO WS-AUDIT-RECS-WRITTEN
           END-IF.

       AGE-APPEAL-ITEMS.
      * BR: Count down every appeal still open after tonight's
      *     decisions. An appeal inside the warning window, or
      *     past its deadline, is listed for the appeals unit
      *     and archived once when it first crosses each line —
      *     a missed appeal deadline is a market-conduct finding
      * Patch 2026-10-15 M. Alvarez
           SET APL-WORK-MORE TO TRUE
           MOVE 0 TO AW-CLAIM-ID
           START APPEAL-WORK
              KEY NOT < AW-CLAIM-ID
              INVALID KEY SET APL-WORK-EOF TO TRUE
           END-START
           PERFORM READ-ONE-APPEAL-WORK
           PERFORM AGE-ONE-APPEAL-ITEM
              UNTIL APL-WORK-EOF.

       READ-ONE-APPEAL-WORK.
      * BR: Any failed READ ends the sweep, as with the suspense
      *     work file
           READ APPEAL-WORK NEXT RECORD
              AT END SET APL-WORK-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET APL-WORK-EOF TO TRUE
           END-IF.

       AGE-ONE-APPEAL-ITEM.
           IF AW-OPEN
              COMPUTE AW-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(AW-DEADLINE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
              EVALUATE TRUE
                 WHEN AW-DAYS-LEFT < 0
                    ADD 1 TO WS-APPEALS-PAST-DUE
                    DISPLAY ' APPEAL PAST DEADLINE: CLAIM '
                       AW-CLAIM-ID ' APPEAL ' AW-APPEAL-ID
                       ' DUE ' AW-DEADLINE-DATE
                       ' DAYS LEFT ' AW-DAYS-LEFT
                    IF NOT AW-LATE
                       SET AW-LATE TO TRUE
                       MOVE 'APPEAL LATE' TO WS-APL-AUDIT-ACTION
                       PERFORM WRITE-APPEAL-AGING-AUDIT
                    END-IF
                 WHEN AW-DAYS-LEFT NOT > WS-APL-WARN-DAYS
                    ADD 1 TO WS-APPEALS-DUE-SOON
                    DISPLAY ' APPEAL DUE SOON.....: CLAIM '
                       AW-CLAIM-ID ' APPEAL ' AW-APPEAL-ID
                       ' DUE ' AW-DEADLINE-DATE
                       ' DAYS LEFT ' AW-DAYS-LEFT
                    IF AW-NOT-WARNED
                       SET AW-WARNED TO TRUE
                       MOVE 'APPEAL WARN' TO WS-APL-AUDIT-ACTION
                       PERFORM WRITE-APPEAL-AGING-AUDIT
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              REWRITE AW-APPEAL-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR AGING APPEAL ITEM, STATUS='
                    WS-FILE-STATUS ' CLAIM=' AW-CLAIM-ID
              END-IF
           END-IF
           PERFORM READ-ONE-APPEAL-WORK.

       WRITE-APPEAL-AGING-AUDIT.
           MOVE WS-BATCH-OPERATOR-ID TO WS-APL-AUDIT-OPERATOR
           MOVE 0 TO WS-APL-AUDIT-AMOUNT
           MOVE 0 TO WS-APL-AUDIT-REASON
           PERFORM WRITE-APPEAL-AUDIT.

       WRITE-APPEAL-FILE.
      * BR: Every appeal still open carries to the next cycle —
      *     decided appeals drop off; their decision lives on the
      *     audit archive
      * Patch 2026-10-15 M. Alvarez
           SET APL-WORK-MORE TO TRUE
           MOVE 0 TO AW-CLAIM-ID
           START APPEAL-WORK
              KEY NOT < AW-CLAIM-ID
              INVALID KEY SET APL-WORK-EOF TO TRUE
           END-START
           PERFORM READ-ONE-APPEAL-WORK
           PERFORM WRITE-ONE-APPEAL-REC
              UNTIL APL-WORK-EOF.

       WRITE-ONE-APPEAL-REC.
           IF AW-OPEN
              MOVE AW-CLAIM-ID TO AP-CLAIM-ID
              MOVE AW-APPEAL-ID TO AP-APPEAL-ID
              MOVE AW-RECEIVED-DATE TO AP-RECEIVED-DATE
              MOVE AW-DEADLINE-DATE TO AP-DEADLINE-DATE
              MOVE AW-DAYS-LEFT TO AP-DAYS-LEFT
              MOVE AW-WARN-FLAG TO AP-WARN-FLAG
              MOVE AW-CLAIM-DATA TO AP-CLAIM-DATA
              MOVE AW-DENIAL-CODE TO AP-DENIAL-CODE
              MOVE SPACES TO AP-RESERVED
              WRITE AP-APPEAL-RECORD
              IF WS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING APPEAL-FILE, STATUS='
                    WS-FILE-STATUS ' CLAIM=' AW-CLAIM-ID
              ELSE
                 ADD 1 TO WS-APPEALS-WRITTEN
              END-IF
           END-IF
           PERFORM READ-ONE-APPEAL-WORK.

       UPDATE-PROVIDER-PROFILE.
      * BR: Find or add the provider profile and accumulate this
      *     claim's outcome onto it
      *     the denial/fraud rates the exception report
      *     thresholds on; the release pass adds only the outcome
      * Patch 2026-08-22 M. Alvarez
      * Patch 2026-10-15 M. Alvarez — an overturned appeal is
      *   that same submission again, like a release
              IF NOT RELEASE-IN-PROGRESS
                 AND NOT APPEAL-IN-PROGRESS
                 ADD 1 TO PV-CLAIMS-SUBMITTED (WS-PROV-MATCH-IDX)
              END-IF
              IF DENIED
           DISPLAY '================================================'
           DISPLAY ' OPEN ITEMS CARRIED: ' WS-SUSP-WRITTEN-CNT
           DISPLAY ' RELEASED THIS RUN.: ' WS-SUSP-RELEASED-CNT
      * Patch 2026-10-15 M. Alvarez — ages are business days
           DISPLAY ' AGE  1-5  BUS DAYS: ' WS-SUSP-AGE-1-5
           DISPLAY ' AGE  6-15 BUS DAYS: ' WS-SUSP-AGE-6-15
           DISPLAY ' AGE 16+   BUS DAYS: ' WS-SUSP-AGE-16-PLUS
           DISPLAY ' ESCALATED.........: ' WS-SUSP-ESCALATED-CNT
           DISPLAY '================================================'.

       REPORT-APPEAL-AGING.
      * BR: End-of-batch appeal position — what is still open
      *     against the clock and what has already missed it
      * Patch 2026-10-15 M. Alvarez
           DISPLAY '================================================'
           DISPLAY ' CLM-100 APPEAL AGING REPORT'
           DISPLAY '================================================'
           DISPLAY ' APPEALS CARRIED IN: ' WS-APPEALS-CARRIED-IN
           DISPLAY ' OPENED THIS RUN...: ' WS-APPEALS-OPENED
           DISPLAY ' OVERTURNED........: ' WS-APPEALS-OVERTURNED
           DISPLAY ' UPHELD............: ' WS-APPEALS-UPHELD
           DISPLAY ' OPEN ITEMS CARRIED: ' WS-APPEALS-WRITTEN
           DISPLAY ' DUE WITHIN WARNING: ' WS-APPEALS-DUE-SOON
           DISPLAY ' PAST DEADLINE.....: ' WS-APPEALS-PAST-DUE
           DISPLAY '================================================'.

       UPDATE-BATCH-COUNTS.
      * BR: Fraud holds are broken out from manager-review
      *     pends — ops needs to see high-risk volume on its
                 WHEN 1012
                    ADD 1 TO WS-DENY-1012-CNT
                    ADD WS-CLAIM-AMOUNT TO WS-DENY-1012-AMT
                 WHEN 1013
                    ADD 1 TO WS-DENY-1013-CNT
                    ADD WS-CLAIM-AMOUNT TO WS-DENY-1013-AMT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           IF WA-ACTION = SPACES
              MOVE 'ADJUDICATED' TO WA-ACTION
           END-IF
      * Patch 2026-10-15 M. Alvarez — an overturned appeal's
      *   re-adjudication links to the appeal transaction
           IF ADJUSTMENT-TRANS OR VOID-TRANS
              MOVE WS-ORIG-CLAIM-ID TO WA-LINKED-ID
           ELSE
              IF APPEAL-IN-PROGRESS
                 MOVE WS-APPEAL-ID-WORK TO WA-LINKED-ID
              ELSE
                 MOVE 0 TO WA-LINKED-ID
              END-IF
           END-IF
           MOVE WA-TIMESTAMP TO AF-TIMESTAMP
           MOVE WA-CLAIM-ID TO AF-CLAIM-ID
           DISPLAY ' ADJUSTED AMOUNT...: ' WS-ADJUSTED-AMT
           DISPLAY ' COB SECONDARY CLMS: ' WS-COB-CLAIMS-CNT
           DISPLAY ' COB SAVINGS AMT...: ' WS-COB-SAVINGS-AMT
      * Patch 2026-10-15 M. Alvarez — fee-schedule repricing
           DISPLAY ' REPRICED IN-NTWK..: ' WS-REPRICE-INN-CNT
           DISPLAY ' REPRICED OUT-NTWK.: ' WS-REPRICE-OON-CNT
           DISPLAY ' NOT ON FEE SCHED..: ' WS-REPRICE-NOFEE-CNT
           DISPLAY ' REPRICE BILLED AMT: ' WS-REPRICE-BILLED-AMT
           DISPLAY ' REPRICE ALLOWED...: ' WS-REPRICE-ALLOWED-AMT
           DISPLAY ' CONTRACT SAVINGS..: ' WS-CONTRACT-SAVINGS-AMT
           DISPLAY ' BALANCE BILL AMT..: ' WS-BALANCE-BILL-AMT
           DISPLAY ' PROMPT-PAY CLAIMS.: ' WS-INTEREST-CLAIMS-CNT
           DISPLAY ' PROMPT-PAY INT AMT: ' WS-INTEREST-TOTAL
      * Patch 2026-10-15 M. Alvarez
           DISPLAY ' PP BUS-DAY TESTED.: ' WS-PP-BUSDAY-CLAIMS-CNT
           DISPLAY ' TOTAL PAID AMOUNT.: ' WS-TOTAL-PAID-AMT
           DISPLAY ' REINS CESSIONS....: ' WS-CESSIONS-WRITTEN
           DISPLAY ' CEDED AMOUNT......: ' WS-CESSION-TOTAL
           DISPLAY ' EOB RECORDS.......: ' WS-EOB-RECS-WRITTEN
           DISPLAY ' AUDIT RECORDS.....: ' WS-AUDIT-RECS-WRITTEN
           DISPLAY '------------------------------------------------'
      * Patch 2026-10-15 M. Alvarez — appeals intake and
      *   decisions, so an overturn's payout is visible apart
      *   from first-pass adjudication
           DISPLAY ' APPEALS'
           DISPLAY '   APPEALS RECEIVED....: ' WS-APPEALS-RECEIVED
           DISPLAY '   APPEALS OPENED......: ' WS-APPEALS-OPENED
           DISPLAY '   APPEALS REJECTED....: ' WS-APPEALS-REJECTED
           DISPLAY '   DECISIONS READ......: ' WS-APPEAL-DEC-READ
           DISPLAY '   DECISIONS UNMATCHED.: '
              WS-APPEAL-DEC-UNMATCHED
           DISPLAY '   DECISIONS REJECTED..: ' WS-APPEAL-DEC-REJECTED
           DISPLAY '   OVERTURNED..........: ' WS-APPEALS-OVERTURNED
           DISPLAY '   UPHELD..............: ' WS-APPEALS-UPHELD
           DISPLAY '   OVERTURNS PAID CNT..: ' WS-APPEAL-PAID-CNT
           DISPLAY '   OVERTURNS PAID AMT..: ' WS-APPEAL-PAID-AMT
           DISPLAY '------------------------------------------------'
      * Patch 2026-10-15 M. Alvarez — prior authorization
           DISPLAY ' PRIOR AUTHORIZATION'
           DISPLAY '   AUTH REQUIRED CLAIMS: ' WS-AUTH-CHECKED-CNT
           DISPLAY '   CUT BACK CNT........: ' WS-AUTH-CUTBACK-CNT
           DISPLAY '   CUT BACK AMT........: ' WS-AUTH-CUTBACK-AMT
           DISPLAY '   DRAWN DOWN CNT......: ' WS-AUTH-DRAWN-CNT
           DISPLAY '   DRAWN DOWN AMT......: ' WS-AUTH-DRAWN-AMT
           DISPLAY '   RESTORED CNT........: ' WS-AUTH-RESTORED-CNT
           DISPLAY '   RESTORED AMT........: ' WS-AUTH-RESTORED-AMT
           DISPLAY '------------------------------------------------'
      * Patch 2026-09-02 M. Alvarez — the rules this run ran
      *   under, straight from the loaded parameters
           DISPLAY ' PARAMETERS IN FORCE'
              ' ' WS-DEN-RETENTION
           DISPLAY '   RETENTION VIS/RXP/DF: ' WS-VIS-RETENTION
              ' ' WS-RXP-RETENTION ' ' WS-DEFAULT-RETENTION
           DISPLAY '   APPEAL DAYS NY/CA/TX: ' WS-APL-NY-DAYS ' '
              WS-APL-CA-DAYS ' ' WS-APL-TX-DAYS
           DISPLAY '   APPEAL DAYS FL/NJ/DF: ' WS-APL-FL-DAYS ' '
              WS-APL-NJ-DAYS ' ' WS-APL-DEFAULT-DAYS
           DISPLAY '   APPEAL WARN DAYS....: ' WS-APL-WARN-DAYS
      * Patch 2026-10-15 M. Alvarez
           DISPLAY '   PP BASIS NY/CA/TX...: ' WS-PP-NY-BASIS ' '
              WS-PP-CA-BASIS ' ' WS-PP-TX-BASIS
           DISPLAY '   PP BASIS FL/NJ/DFLT.: ' WS-PP-FL-BASIS ' '
              WS-PP-NJ-BASIS ' ' WS-PP-DEFAULT-BASIS
           PERFORM REPORT-CALENDAR-IN-FORCE
           DISPLAY '   AUTH REQ MED/DEN....: ' WS-AUTH-REQ-MED ' '
              WS-AUTH-REQ-DEN
           DISPLAY '   AUTH REQ VIS/RXP/DF.: ' WS-AUTH-REQ-VIS ' '
              WS-AUTH-REQ-RXP ' ' WS-AUTH-REQ-DEFAULT
           DISPLAY '   PARM RECS READ/FUT/UNK: ' WS-PARMS-READ
              ' ' WS-PARMS-FUTURE ' ' WS-PARMS-UNKNOWN
           DISPLAY '------------------------------------------------'
              WS-DENY-1011-CNT ' AMT: ' WS-DENY-1011-AMT
           DISPLAY '   1012 TYPE NOT COVERED BY PLAN  CNT: '
              WS-DENY-1012-CNT ' AMT: ' WS-DENY-1012-AMT
           DISPLAY '   1013 NO PRIOR AUTHORIZATION    CNT: '
              WS-DENY-1013-CNT ' AMT: ' WS-DENY-1013-AMT
           DISPLAY '================================================'.

       RECONCILE-GL-POSTING.
