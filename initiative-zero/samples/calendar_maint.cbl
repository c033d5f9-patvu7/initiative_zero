      * ══════════════════════════════════════════════════════════
      * BUSINESS-DAY AND HOLIDAY CALENDAR MAINTENANCE
      * Module: CAL-MAINT (Batch Job BCAL-010)
      * Claims and Wealth Management — Batch Operations
      * Batch cycle: On demand, whenever operations stage
      *   calendar changes; at the latest each December for the
      *   coming year's exchange, bank and state holidays
      * Upstream: BATCH.HOLIDAY.TRANS (operations add/delete
      *   rows), BATCH.HOLIDAY.CAL
      * Downstream: BATCH.HOLIDAY.CAL, read by SETTLE-POST
      *   (value dating), REBAL-ENGINE (CHECK-SETTLED-CASH good
      *   funds) and PROCESS-CLAIM (prompt-pay deadlines and
      *   suspense aging); calendar listing
      * Written 2026-10-15 M. Alvarez — value dates, good-funds
      *   tests, prompt-pay deadlines and suspense aging all
      *   counted calendar days, so a weekend or holiday made
      *   cash good on a day nothing settles and ran statutory
      *   clocks on days the statute does not count. This job
      *   keeps the one holiday calendar those jobs share.
      * BR: Calendars are EXCH (exchange closed), BANK (Federal
      *   Reserve / bank holiday) and two-letter state codes for
      *   the state holidays a prompt-pay statute counts.
      *   Saturdays and Sundays are never business days and are
      *   not stored — a weekend holiday row is rejected; load
      *   the observed weekday instead.
      * BR: Every run that changes the calendar raises its
      *   revision on the '*CTL' row; the jobs print the
      *   revision they counted under on their control reports.
      *   A 'Y' row records the last year whose holidays have
      *   been loaded, so the jobs can warn when they run past
      *   it.
      * BR: Replaying a transaction file changes nothing — an
      *   add of a row already on the calendar and a delete of
      *   one already gone are reported and skipped.
      * Patch 2026-10-15 M. Alvarez — a failed transaction READ
      *   now ends the pass instead of re-applying the last row
      * WARNING: HC-HOLIDAY-RECORD layout must stay in step with
      *   SETTLE-POST's, REBAL-ENGINE's and PROCESS-CLAIM's FDs.
      * ══════════════════════════════════════════════════════════
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-MAINT.
       AUTHOR. M. ALVAREZ.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR ASSIGN TO 'BATCH.HOLIDAY.CAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOLIDAY-TRANS ASSIGN TO 'BATCH.HOLIDAY.TRANS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR
           RECORDING MODE IS F.
      * BR: One row per holiday per calendar — EXCH (exchange
      *     closed), BANK (Federal Reserve / bank holiday) or a
      *     two-letter state code for the state holidays a
      *     statute counts. The '*CTL' row (date zero) carries
      *     the revision this job last applied.
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

       FD  HOLIDAY-TRANS
           RECORDING MODE IS F.
      * BR: A adds a holiday, D deletes one, Y sets the last
      *     year loaded (carried in the first four digits of the
      *     date, calendar code blank)
       01  HT-TRANS-RECORD.
           05 HT-ACTION            PIC X(1).
              88 HT-ADD               VALUE 'A'.
              88 HT-DELETE            VALUE 'D'.
              88 HT-THRU-YEAR         VALUE 'Y'.
           05 HT-CALENDAR-CODE     PIC X(4).
           05 HT-CODE-PARTS REDEFINES HT-CALENDAR-CODE.
              10 HT-STATE-CODE     PIC X(2).
              10 HT-STATE-FILL     PIC X(2).
           05 HT-HOLIDAY-DATE      PIC 9(8).
           05 HT-DATE-PARTS REDEFINES HT-HOLIDAY-DATE.
              10 HT-YEAR           PIC 9(4).
              10 FILLER            PIC 9(4).
           05 HT-HOLIDAY-NAME      PIC X(30).
           05 HT-OPERATOR-ID       PIC X(8).
           05 HT-RESERVED          PIC X(9).

       WORKING-STORAGE SECTION.

      * --- RUN CONTROL ---
       01 WS-RUN-CONTROL.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-RUN-YEAR          PIC 9(4) VALUE 0.
          05 WS-TRANS-READ        PIC 9(6) VALUE 0.
          05 WS-HOLIDAYS-ADDED    PIC 9(6) VALUE 0.
          05 WS-HOLIDAYS-DELETED  PIC 9(6) VALUE 0.
          05 WS-TRANS-SKIPPED     PIC 9(6) VALUE 0.
          05 WS-TRANS-REJECTED    PIC 9(6) VALUE 0.
          05 WS-ROWS-LISTED       PIC 9(6) VALUE 0.
          05 WS-LAST-OPERATOR-ID  PIC X(8) VALUE SPACES.

      * --- CONTROL ROW ---
       01 WS-CALENDAR-CONTROL.
          05 WS-CAL-REVISION      PIC 9(4) VALUE 0.
          05 WS-CAL-MAINT-DATE    PIC 9(8) VALUE 0.
          05 WS-CAL-MAINT-BY      PIC X(8) VALUE SPACES.
          05 WS-CAL-THRU-YEAR     PIC 9(4) VALUE 0.
          05 WS-CAL-CHANGED-FLAG  PIC X(1) VALUE 'N'.
             88 CAL-CHANGED          VALUE 'Y'.
             88 CAL-UNCHANGED        VALUE 'N'.

      * --- ONE TRANSACTION ---
       01 WS-TRANS-WORK.
          05 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
          05 WS-DAY-NUM           PIC 9(7) VALUE 0.
          05 WS-WEEKS             PIC 9(7) VALUE 0.
          05 WS-WEEKDAY           PIC 9(1) VALUE 0.

       01 WS-EOF-FLAGS.
          05 WS-TRANS-EOF-FLAG    PIC X(1) VALUE 'N'.
             88 TRANS-EOF            VALUE 'Y'.
             88 TRANS-MORE           VALUE 'N'.
          05 WS-SCAN-FLAG         PIC X(1) VALUE 'N'.
             88 SCAN-DONE            VALUE 'Y'.
             88 SCAN-MORE            VALUE 'N'.
       01 WS-FILE-STATUS          PIC X(2).

       PROCEDURE DIVISION.
       MAIN-CAL-MAINT.
           PERFORM INIT-CAL-MAINT
           PERFORM APPLY-HOLIDAY-TRANS
           PERFORM POST-CONTROL-ROW
           PERFORM REPORT-CALENDAR-HEADER
           PERFORM LIST-CALENDAR-IN-FORCE
           PERFORM REPORT-MAINT-TOTALS
           CLOSE HOLIDAY-CALENDAR
           STOP RUN.

       INIT-CAL-MAINT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR
      * BR: The calendar is permanent and keyed — status 35 on
      *     the very first run creates it
           OPEN I-O HOLIDAY-CALENDAR
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT HOLIDAY-CALENDAR
              CLOSE HOLIDAY-CALENDAR
              OPEN I-O HOLIDAY-CALENDAR
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLIDAY-CALENDAR, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'BCAL-010 ABEND — HOLIDAY CALENDAR'
                 ' UNAVAILABLE'
              STOP RUN
           END-IF
           MOVE '*CTL' TO HC-CALENDAR-CODE
           MOVE 0 TO HC-HOLIDAY-DATE
           READ HOLIDAY-CALENDAR
              INVALID KEY CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
              MOVE HC-CTL-REVISION TO WS-CAL-REVISION
              MOVE HC-CTL-MAINT-DATE TO WS-CAL-MAINT-DATE
              MOVE HC-CTL-MAINT-BY TO WS-CAL-MAINT-BY
              MOVE HC-CTL-THRU-YEAR TO WS-CAL-THRU-YEAR
           END-IF.

       APPLY-HOLIDAY-TRANS.
           OPEN INPUT HOLIDAY-TRANS
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 PERFORM READ-ONE-TRANS
                 PERFORM APPLY-ONE-TRANS
                    UNTIL TRANS-EOF
                 CLOSE HOLIDAY-TRANS
              WHEN '35'
                 DISPLAY 'BATCH.HOLIDAY.TRANS NOT PRESENT —'
                    ' CALENDAR LISTED UNCHANGED'
              WHEN OTHER
                 DISPLAY 'ERROR LOADING HOLIDAY-TRANS, STATUS='
                    WS-FILE-STATUS
           END-EVALUATE.

       READ-ONE-TRANS.
      * BR: Any failed READ ends the pass — a bad record must not
      *     re-apply the transaction before it
      * Patch 2026-10-15 M. Alvarez
           READ HOLIDAY-TRANS
              AT END SET TRANS-EOF TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET TRANS-EOF TO TRUE
           END-IF.

       APPLY-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-ONE-TRANS
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY ' TRANSACTION REJECTED: ' HT-ACTION ' '
                 HT-CALENDAR-CODE ' ' HT-HOLIDAY-DATE ' '
                 WS-REJECT-REASON
              PERFORM READ-ONE-TRANS
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN HT-THRU-YEAR
                 IF HT-YEAR NOT = WS-CAL-THRU-YEAR
                    MOVE HT-YEAR TO WS-CAL-THRU-YEAR
                    MOVE HT-OPERATOR-ID TO WS-LAST-OPERATOR-ID
                    SET CAL-CHANGED TO TRUE
                    DISPLAY ' HOLIDAYS LOADED THRU: ' HT-YEAR
                 END-IF
              WHEN HT-ADD
                 PERFORM ADD-ONE-HOLIDAY
              WHEN OTHER
                 PERFORM DELETE-ONE-HOLIDAY
           END-EVALUATE
           PERFORM READ-ONE-TRANS.

       VALIDATE-ONE-TRANS.
      * BR: A bad row is rejected whole — nothing half-applied
           IF NOT HT-ADD AND NOT HT-DELETE AND NOT HT-THRU-YEAR
              MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF HT-OPERATOR-ID = SPACES
              MOVE 'NO OPERATOR ID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF HT-THRU-YEAR
              IF HT-YEAR < 1601
                 MOVE 'INVALID YEAR' TO WS-REJECT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF HT-CALENDAR-CODE NOT = 'EXCH'
              AND HT-CALENDAR-CODE NOT = 'BANK'
              IF HT-STATE-FILL NOT = SPACES
                 OR HT-STATE-CODE = SPACES
                 OR HT-STATE-CODE IS NOT ALPHABETIC
                 MOVE 'UNKNOWN CALENDAR CODE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(HT-HOLIDAY-DATE) NOT = 0
              MOVE 'INVALID DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           IF HT-ADD
      * BR: Day 1 of the integer calendar, 1601-01-01, was a
      *     Monday — remainder 6 is a Saturday, 0 a Sunday
              COMPUTE WS-DAY-NUM =
                 FUNCTION INTEGER-OF-DATE(HT-HOLIDAY-DATE)
              DIVIDE WS-DAY-NUM BY 7 GIVING WS-WEEKS
                 REMAINDER WS-WEEKDAY
              IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                 MOVE 'FALLS ON A WEEKEND' TO WS-REJECT-REASON
              END-IF
           END-IF.

       ADD-ONE-HOLIDAY.
           MOVE HT-CALENDAR-CODE TO HC-CALENDAR-CODE
           MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE
           MOVE HT-HOLIDAY-NAME TO HC-HOLIDAY-NAME
           MOVE WS-RUN-DATE TO HC-ADDED-DATE
           MOVE HT-OPERATOR-ID TO HC-ADDED-BY
           MOVE SPACES TO HC-RESERVED
           WRITE HC-HOLIDAY-RECORD
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 ADD 1 TO WS-HOLIDAYS-ADDED
                 MOVE HT-OPERATOR-ID TO WS-LAST-OPERATOR-ID
                 SET CAL-CHANGED TO TRUE
                 DISPLAY ' HOLIDAY ADDED.......: ' HT-CALENDAR-CODE
                    ' ' HT-HOLIDAY-DATE ' ' HT-HOLIDAY-NAME
              WHEN '22'
                 ADD 1 TO WS-TRANS-SKIPPED
                 DISPLAY ' ALREADY ON CALENDAR.: ' HT-CALENDAR-CODE
                    ' ' HT-HOLIDAY-DATE
              WHEN OTHER
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY 'ERROR ADDING HOLIDAY, STATUS='
                    WS-FILE-STATUS ' ' HT-CALENDAR-CODE ' '
                    HT-HOLIDAY-DATE
           END-EVALUATE.

       DELETE-ONE-HOLIDAY.
           MOVE HT-CALENDAR-CODE TO HC-CALENDAR-CODE
           MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE
           DELETE HOLIDAY-CALENDAR
              INVALID KEY CONTINUE
           END-DELETE
           EVALUATE WS-FILE-STATUS
              WHEN '00'
                 ADD 1 TO WS-HOLIDAYS-DELETED
                 MOVE HT-OPERATOR-ID TO WS-LAST-OPERATOR-ID
                 SET CAL-CHANGED TO TRUE
                 DISPLAY ' HOLIDAY DELETED.....: ' HT-CALENDAR-CODE
                    ' ' HT-HOLIDAY-DATE
              WHEN '23'
                 ADD 1 TO WS-TRANS-SKIPPED
                 DISPLAY ' NOT ON CALENDAR.....: ' HT-CALENDAR-CODE
                    ' ' HT-HOLIDAY-DATE
              WHEN OTHER
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY 'ERROR DELETING HOLIDAY, STATUS='
                    WS-FILE-STATUS ' ' HT-CALENDAR-CODE ' '
                    HT-HOLIDAY-DATE
           END-EVALUATE.

       POST-CONTROL-ROW.
      * BR: Only a run that changed something raises the
      *     revision — a replay leaves the jobs' reports alone
           IF CAL-UNCHANGED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-REVISION
           MOVE WS-RUN-DATE TO WS-CAL-MAINT-DATE
           MOVE WS-LAST-OPERATOR-ID TO WS-CAL-MAINT-BY
           MOVE '*CTL' TO HC-CALENDAR-CODE
           MOVE 0 TO HC-HOLIDAY-DATE
           MOVE SPACES TO HC-HOLIDAY-NAME
           MOVE WS-CAL-REVISION TO HC-CTL-REVISION
           MOVE WS-CAL-MAINT-DATE TO HC-CTL-MAINT-DATE
           MOVE WS-CAL-MAINT-BY TO HC-CTL-MAINT-BY
           MOVE WS-CAL-THRU-YEAR TO HC-CTL-THRU-YEAR
           MOVE WS-RUN-DATE TO HC-ADDED-DATE
           MOVE WS-LAST-OPERATOR-ID TO HC-ADDED-BY
           MOVE SPACES TO HC-RESERVED
           REWRITE HC-HOLIDAY-RECORD
              INVALID KEY CONTINUE
           END-REWRITE
           IF WS-FILE-STATUS = '23'
              WRITE HC-HOLIDAY-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR POSTING CALENDAR CONTROL ROW, STATUS='
                 WS-FILE-STATUS
              DISPLAY 'BCAL-010 ABEND — CALENDAR REVISION NOT'
                 ' RECORDED'
              CLOSE HOLIDAY-CALENDAR
              STOP RUN
           END-IF.

       REPORT-CALENDAR-HEADER.
           DISPLAY '================================================'
           DISPLAY ' BCAL-010 HOLIDAY CALENDAR IN FORCE'
           DISPLAY ' RUN DATE: ' WS-RUN-DATE
              '  REVISION: ' WS-CAL-REVISION
           DISPLAY ' MAINTAINED: ' WS-CAL-MAINT-DATE
              ' BY ' WS-CAL-MAINT-BY
              '  LOADED THRU: ' WS-CAL-THRU-YEAR
           DISPLAY '================================================'
           IF WS-CAL-THRU-YEAR < WS-RUN-YEAR
              DISPLAY ' WARNING: NO HOLIDAYS LOADED FOR ' WS-RUN-YEAR
                 ' — THE JOBS COUNT WEEKENDS ONLY'
           END-IF.

       LIST-CALENDAR-IN-FORCE.
      * BR: The listing starts at January 1 of the run year in
      *     each calendar — earlier years are history
           SET SCAN-MORE TO TRUE
           MOVE LOW-VALUES TO HC-HOLIDAY-KEY
           START HOLIDAY-CALENDAR
              KEY NOT < HC-HOLIDAY-KEY
              INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM LIST-ONE-HOLIDAY
              UNTIL SCAN-DONE.

       LIST-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR NEXT RECORD
              AT END SET SCAN-DONE TO TRUE
           END-READ
           IF WS-FILE-STATUS NOT = '00'
              SET SCAN-DONE TO TRUE
           END-IF
           IF SCAN-MORE
              IF HC-CALENDAR-CODE NOT = '*CTL'
                 AND HC-HOLIDAY-DATE NOT < WS-RUN-YEAR * 10000
                 ADD 1 TO WS-ROWS-LISTED
                 DISPLAY ' ' HC-CALENDAR-CODE ' ' HC-HOLIDAY-DATE
                    ' ' HC-HOLIDAY-NAME ' ' HC-ADDED-BY
              END-IF
           END-IF.

       REPORT-MAINT-TOTALS.
           DISPLAY '------------------------------------------------'
           DISPLAY ' TRANSACTIONS READ...: ' WS-TRANS-READ
           DISPLAY ' HOLIDAYS ADDED......: ' WS-HOLIDAYS-ADDED
           DISPLAY ' HOLIDAYS DELETED....: ' WS-HOLIDAYS-DELETED
           DISPLAY ' SKIPPED (REPLAYED)..: ' WS-TRANS-SKIPPED
           DISPLAY ' REJECTED............: ' WS-TRANS-REJECTED
           DISPLAY ' HOLIDAYS LISTED.....: ' WS-ROWS-LISTED
           DISPLAY '================================================'.
