      *                  TABLE AND REWRITTEN WHOLE, THE SAME
      *                  READ-TABLE/REWRITE-FILE SHAPE AccountMaint
      *                  USES FOR ITS MASTERS.
      * 2026-10-15  DLH  THE DAILY RATE NO LONGER COMES FROM SYSIN WITH
      *                  A HARDCODED FALLBACK - IT IS LOOKED UP AS CODE
      *                  LIBFINE ON THE SHARED FEESCHD FEE SCHEDULE
      *                  THROUGH FeeLookup, AS IN FORCE ON THE RUN
      *                  DATE, AND THE RUN STOPS WITHOUT ONE.  THE RUN
      *                  DATE NOW COMES FROM GetBusinessDate LIKE THE
      *                  REST OF THE SUITE, SO A STAGED RATE CHANGE
      *                  TAKES EFFECT ON THE INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  EVERY DAY'S CHARGE IS NOW LOGGED TO THE
      *                  FINEAUDT AUDIT FILE AS TYPE 'F', BALANCE
      *                  BEFORE AND AFTER, SO THE TRAIL SHOWS WHEN A
      *                  BALANCE STARTED AND CollectionsReferral CAN
      *                  AGE IT.
      * 2026-10-15  DLH  THE SUITE NOW RUNS ON BANK BUSINESS DAYS ONLY,
      *                  SO A RUN NO LONGER CHARGES ONE DAY - IT
      *                  CHARGES ONE DAY'S FINE FOR EVERY DAY THE
      *                  LIBRARY WAS OPEN SINCE THE PREVIOUS RUN (THE
      *                  PRIOR BANK BUSINESS DAY) OR SINCE THE DUE
      *                  DATE IF LATER, UP TO AND INCLUDING THE RUN
      *                  DATE.  OPEN DAYS ARE COUNTED ON THE LIBRARY
      *                  CALENDAR THROUGH BusinessCalendar - CLOSED
      *                  SUNDAYS AND LIBRARY HOLIDAYS ON THE HOLIDAY
      *                  FILE - SO NO FINE ACCRUES ON A DAY THE BOOK
      *                  COULD NOT HAVE BEEN RETURNED.  FINERPT SHOWS
      *                  THE DAYS CHARGED.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FINE-REPORT-FILE ASSIGN TO "FINERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINE-AUDIT-FILE ASSIGN TO "FINEAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDINGS-FILE.
       FD  FINE-REPORT-FILE.
       01  FINE-REPORT-LINE              PIC X(90).

       FD  FINE-AUDIT-FILE.
       COPY FINEAUDT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH             PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(8).
       01  WS-FINE-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-DAILY-RATE             PIC 9(3)V99 VALUE 0.

       01  BUSINESS-DATE-PARMS.
           COPY BUSDATE.

       01  FEE-LOOKUP-PARMS.
           COPY FEELKP.

      *----------------------------------------------------------------
      * Days charged - library open days after the later of the
      * previous run date and the due date, through the run date.
      *----------------------------------------------------------------
       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.
       01  WS-PRIOR-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-CHARGE-FROM-DATE       PIC 9(8) VALUE 0.
       01  WS-CHARGE-DAYS            PIC 9(4) VALUE 0.
       01  WS-CHARGE-AMOUNT          PIC 9(5)V99 VALUE 0.

       01  WS-CHARGE-COUNT           PIC 9(5) COMP VALUE 0.

       01  WS-PATRON-COUNT           PIC 9(3) COMP VALUE 0.
           05  FILLER PIC X(12) VALUE "BORROWER".
           05  FILLER PIC X(32) VALUE "TITLE".
           05  FILLER PIC X(10) VALUE "DUE DATE".
           05  FILLER PIC X(6)  VALUE "DAYS".
           05  FILLER PIC X(11) VALUE "FINE".
           05  FILLER PIC X(14) VALUE "BALANCE OWED".

       01  WS-REPORT-FOOTER.
           05  WS-D-TITLE         PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DUE-DATE      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-DAYS          PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  WS-D-DAYS-FINE     PIC ZZ9.99.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  WS-D-BALANCE       PIC Z,ZZZ.99.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "GetBusinessDate" USING BUSINESS-DATE-PARMS
           MOVE BUSDATE-DATE TO WS-RUN-DATE
           DISPLAY 'Run Date: ' WS-RUN-DATE

           PERFORM 0500-LOAD-DAILY-RATE
           PERFORM 0600-SET-PRIOR-RUN-DATE
           PERFORM 1000-LOAD-FINE-TABLE

           OPEN OUTPUT FINE-REPORT-FILE
           WRITE FINE-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE FINE-REPORT-LINE FROM WS-REPORT-HEADING-2

           OPEN EXTEND FINE-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT FINE-AUDIT-FILE
           END-IF

           OPEN INPUT HOLDINGS-FILE
           PERFORM 2100-READ-HOLDING
           PERFORM 2000-ASSESS-HOLDING
               UNTIL WS-END-OF-FILE
           CLOSE HOLDINGS-FILE
           CLOSE FINE-AUDIT-FILE

           IF WS-CHARGE-COUNT = 0
               WRITE FINE-REPORT-LINE FROM WS-NO-ENTRIES-LINE
           DISPLAY "CHARGES POSTED: " WS-CHARGE-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * 0500-LOAD-DAILY-RATE - the overdue fine per day (LIBFINE) in
      * force on the run date, from the FEESCHD fee schedule.  A rate
      * that is missing or zero means operations has not set the
      * schedule up, and the run stops before anything is charged.
      *----------------------------------------------------------------
       0500-LOAD-DAILY-RATE.
           MOVE "LIBFINE"   TO FEELKP-FEE-CODE
           MOVE WS-RUN-DATE TO FEELKP-AS-OF-DATE
           CALL "FeeLookup" USING FEE-LOOKUP-PARMS
           IF FEELKP-NOT-FOUND OR FEELKP-VALUE = 0
               DISPLAY "*** NO DAILY FINE RATE ON FEESCHD"
                       " - NOTHING ASSESSED ***"
               STOP RUN
           END-IF
           MOVE FEELKP-VALUE TO WS-DAILY-RATE
           DISPLAY "Daily fine rate: " WS-DAILY-RATE.

      *----------------------------------------------------------------
      * 0600-SET-PRIOR-RUN-DATE - the suite runs every bank business
      * day, so the previous run was the business day before this
      * one.  A run date the calendar cannot read charges the run
      * date alone.
      *----------------------------------------------------------------
       0600-SET-PRIOR-RUN-DATE.
           MOVE 'P'         TO BCAL-FUNCTION
           MOVE 'B'         TO BCAL-CALENDAR
           MOVE WS-RUN-DATE TO BCAL-DATE
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK
               MOVE BCAL-RESULT-DATE TO WS-PRIOR-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PRIOR-RUN-DATE
           END-IF
           DISPLAY "Charging library days after " WS-PRIOR-RUN-DATE.

      *----------------------------------------------------------------
      * 1000-LOAD-FINE-TABLE - prior balances, if the file exists yet.
      *----------------------------------------------------------------
           PERFORM 1100-READ-FINE.

      *----------------------------------------------------------------
      * 2000-ASSESS-HOLDING - the daily fine for each library open
      * day since the last run that a holding still checked out was
      * past its due date, charged to its borrower.  A holding whose
      * overdue days since the last run all fell on closed days is
      * not charged.
      *----------------------------------------------------------------
       2000-ASSESS-HOLDING.
           MOVE 0 TO WS-CHARGE-DAYS
           IF LIBBOOK-CHECKED-OUT
              AND LIBBOOK-DUE-DATE > 0
              AND LIBBOOK-DUE-DATE < WS-RUN-DATE
              AND LIBBOOK-BORROWER-ID NOT = SPACES
               PERFORM 2050-COUNT-CHARGE-DAYS
           END-IF

           IF WS-CHARGE-DAYS > 0
               COMPUTE WS-CHARGE-AMOUNT = WS-DAILY-RATE * WS-CHARGE-DAYS
               PERFORM 2200-FIND-PATRON
               IF NOT WS-PATRON-FOUND
                   ADD 1 TO WS-PATRON-COUNT
                   MOVE 0 TO WS-P-BALANCE (WS-PATRON-COUNT)
                   MOVE WS-PATRON-COUNT TO WS-FOUND-IDX
               END-IF
               MOVE WS-P-BALANCE (WS-FOUND-IDX) TO FAUD-OLD-BALANCE
               ADD WS-CHARGE-AMOUNT TO WS-P-BALANCE (WS-FOUND-IDX)
               ADD 1 TO WS-CHARGE-COUNT
               PERFORM 2300-WRITE-FINE-AUDIT

               MOVE LIBBOOK-BORROWER-ID TO WS-D-BORROWER
               MOVE LIBBOOK-TITLE       TO WS-D-TITLE
               MOVE LIBBOOK-DUE-DATE    TO WS-D-DUE-DATE
               MOVE WS-CHARGE-DAYS      TO WS-D-DAYS
               MOVE WS-CHARGE-AMOUNT    TO WS-D-DAYS-FINE
               MOVE WS-P-BALANCE (WS-FOUND-IDX) TO WS-D-BALANCE
               WRITE FINE-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF

           PERFORM 2100-READ-HOLDING.

      *----------------------------------------------------------------
      * 2050-COUNT-CHARGE-DAYS - library open days after the later of
      * the previous run date and the due date, through the run date.
      *----------------------------------------------------------------
       2050-COUNT-CHARGE-DAYS.
           IF LIBBOOK-DUE-DATE > WS-PRIOR-RUN-DATE
               MOVE LIBBOOK-DUE-DATE  TO WS-CHARGE-FROM-DATE
           ELSE
               MOVE WS-PRIOR-RUN-DATE TO WS-CHARGE-FROM-DATE
           END-IF
           MOVE 'C'                 TO BCAL-FUNCTION
           MOVE 'L'                 TO BCAL-CALENDAR
           MOVE WS-CHARGE-FROM-DATE TO BCAL-DATE
           MOVE WS-RUN-DATE         TO BCAL-END-DATE
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK
               MOVE BCAL-DAYS TO WS-CHARGE-DAYS
           ELSE
               MOVE 1 TO WS-CHARGE-DAYS
           END-IF.

      *----------------------------------------------------------------
      * 2100-READ-HOLDING
      *----------------------------------------------------------------
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2300-WRITE-FINE-AUDIT - the run's charge on the audit trail;
      * FAUD-OLD-BALANCE is already set.
      *----------------------------------------------------------------
       2300-WRITE-FINE-AUDIT.
           MOVE "FineAssessment"    TO FAUD-PROGRAM-ID
           MOVE LIBBOOK-BORROWER-ID TO FAUD-PATRON-ID
           MOVE 'F'                 TO FAUD-TYPE
           MOVE WS-CHARGE-AMOUNT    TO FAUD-AMOUNT
           MOVE WS-P-BALANCE (WS-FOUND-IDX) TO FAUD-NEW-BALANCE
           MOVE "BATCH"             TO FAUD-OPERATOR-ID
           MOVE WS-RUN-DATE         TO FAUD-RUN-DATE
           WRITE FINE-AUDIT-RECORD.

      *----------------------------------------------------------------
      * 3000-REWRITE-FINE-FILE - one record per patron, updated
      * balances, so the next run and any inquiry start from here.
