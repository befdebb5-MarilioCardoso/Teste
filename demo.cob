      *                      generation.  Interactive runs stay on
      *                      the fixed names and never touch the
      *                      run control.
      *   10-15-2026  MAINT  Counts the RECYCLE-IN records read back
      *                      and hands the count to the engine at F
      *                      time for the run log, so the morning
      *                      control sheet can tie it to the prior
      *                      run's RECYCLE-OUT and the suspense items
      *                      SUSPMGMT released.
      *   10-15-2026  MAINT  Columns 12-14 of the CONTROL-CARD carry
      *                      the lead time in days for the engine's
      *                      age-milestone notices (blank or zero
      *                      keeps its 90-day default).
      *   10-15-2026  MAINT  A VALUATION-CARD on the deck (valuation
      *                      date in columns 1-8, up to five horizons
      *                      in 9-18) turns the run into the actuarial
      *                      valuation census: the engine ages everyone
      *                      on the masters as of that date, and the
      *                      nightly inputs, checkpoint, and run
      *                      control are left alone.
      *   10-15-2026  MAINT  CUSTOMER-IN and RECYCLE-IN carry the
      *                      employer group code in the columns after
      *                      the existing fields, and the terminal
      *                      path asks for it; it goes to the engine
      *                      with the customer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESEL-WORLD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT VALUATION-CARD
               ASSIGN TO "VALUATION-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN
           05  CI-LAST-NAME        PIC a(20).
           05  CI-SUFFIX           PIC a(10).
           05  CI-BIRTH-DATE       PIC 9(08).
           05  CI-GROUP-CODE       PIC X(04).

       FD  CONTROL-CARD
           LABEL RECORDS ARE STANDARD
       01  CONTROL-CARD-REC.
           05  CC-AGE-DELTA        OCCURS 5 PIC 9(02).
           05  CC-FORCE-SW         PIC X(01).
           05  CC-LEAD-DAYS        PIC 9(03).
           05  FILLER              PIC X(66).

       FD  RECYCLE-IN
           LABEL RECORDS ARE STANDARD
           05  RI-SUFFIX           PIC a(10).
           05  RI-BIRTH-DATE       PIC 9(08).
           05  RI-CYCLE-COUNT      PIC 9(02).
           05  RI-GROUP-CODE       PIC X(04).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * The actuaries' valuation card: the date the census is aged
      * as of and the horizons it projects to.
       FD  VALUATION-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VALUATION-CARD-REC.
           05  VC-VAL-DATE         PIC 9(08).
           05  VC-HORIZON          OCCURS 5 PIC 9(02).
           05  FILLER              PIC X(62).

       WORKING-STORAGE SECTION.
      * A record that describes a USER -- shared with demo3.cob and
      * the PROJCORE engine
           88  WS-FORCE-RUN                           VALUE 'Y'.
       77  WS-BLOCKED-SW            PIC X(01) VALUE 'N'.
           88  WS-RUN-BLOCKED                         VALUE 'Y'.
       77  WS-VALUATION-SW          PIC X(01) VALUE 'N'.
           88  WS-VALUATION-RUN                       VALUE 'Y'.

       77  WS-RECORD-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-RECYCLE-COUNT         PIC 9(6) COMP VALUE ZERO.

       01  WS-CUSTIN-STATUS         PIC XX.
       01  WS-CTLCARD-STATUS        PIC XX.
       01  WS-RECYCLIN-STATUS       PIC XX.
       01  WS-CKPT-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-VALCARD-STATUS        PIC XX.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs.  Everything past input
      * acquisition happens inside the PROJCORE engine.  A
      * valuation card makes it a valuation census run instead.
           PERFORM READ-VALUATION-CARD
           IF WS-VALUATION-RUN
               PERFORM RUN-VALUATION
           ELSE
               PERFORM INITIALIZE-RUN
               IF WS-RUN-BLOCKED
                   PERFORM ABORT-BLOCKED-RUN
               ELSE
                   PERFORM PROCESS-CUSTOMERS UNTIL WS-EOF
                   PERFORM FINISH-UP
               END-IF
           END-IF
           GOBACK.

      * Reads the valuation card, if the deck carries one.  Any card
      * at all makes this a valuation run -- one with a bad date is
      * refused by the engine rather than falling through to a
      * nightly run nobody asked for.  The horizons load the same
      * way the control card's deltas do.
       READ-VALUATION-CARD.
           MOVE SPACE TO PROJ-COMM
           MOVE ZERO TO PC-DELTA-COUNT PC-VAL-DATE
           OPEN INPUT VALUATION-CARD
           IF WS-VALCARD-STATUS = "00"
               READ VALUATION-CARD
                   NOT AT END
                       SET WS-VALUATION-RUN TO TRUE
                       IF VC-VAL-DATE IS NUMERIC
                           MOVE VC-VAL-DATE TO PC-VAL-DATE
                       END-IF
                       PERFORM LOAD-HORIZON-ENTRY
                           VARYING WS-DELTA-IX FROM 1 BY 1
                           UNTIL WS-DELTA-IX > 5
               END-READ
               CLOSE VALUATION-CARD
           END-IF.

      * Takes one horizon off the valuation card into the
      * communication area when it holds a sane nonzero number.
       LOAD-HORIZON-ENTRY.
           IF VC-HORIZON (WS-DELTA-IX) IS NUMERIC
               AND VC-HORIZON (WS-DELTA-IX) > ZERO
               AND PC-DELTA-COUNT < 5
               ADD 1 TO PC-DELTA-COUNT
               MOVE VC-HORIZON (WS-DELTA-IX)
                   TO PC-DELTA (PC-DELTA-COUNT)
           END-IF.

      * The valuation census in one call to the engine, which reads
      * the masters itself.  No customer input, checkpoint, or run
      * number is involved, so a valuation run can go in any day
      * without disturbing the nightly cycle.
       RUN-VALUATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE 'N' TO PC-BATCH-SW PC-RESTART-SW
           MOVE ZERO TO PC-CYCLE-COUNT PC-RECORD-COUNT
                         PC-PROCESSED-COUNT PC-REJECT-COUNT
                         PC-PAGE-NO PC-RETURN-CODE PC-RUN-NUMBER
                         PC-RECYCLE-COUNT PC-LEAD-DAYS
                         PC-CENSUS-EMP-COUNT PC-CENSUS-DEP-COUNT
                         PC-EXCLUDED-COUNT
           MOVE 'V' TO PC-FUNCTION
           CALL "PROJCORE" USING PROJ-COMM WS-USER
           DISPLAY "RESEL-WORLD VALUATION CENSUS AS OF " PC-VAL-DATE
               " - " PC-CENSUS-EMP-COUNT " EMPLOYEES, "
               PC-CENSUS-DEP-COUNT " DEPENDENTS, "
               PC-EXCLUDED-COUNT " EXCLUDED"
           IF PC-RETURN-CODE NOT = ZERO
               MOVE PC-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY "Good bye".

      * Reads the control card, positions a restarted batch past what
      * the checkpoint covered, decides batch vs. interactive mode,
      * and opens the engine with the run's parameters.
           MOVE ZERO TO PC-DELTA-COUNT PC-CYCLE-COUNT
                         PC-RECORD-COUNT PC-PROCESSED-COUNT
                         PC-REJECT-COUNT PC-PAGE-NO PC-RETURN-CODE
                         PC-RUN-NUMBER PC-RECYCLE-COUNT
                         PC-LEAD-DAYS
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           PERFORM READ-CONTROL-CARD
           PERFORM OPEN-CHECKPOINT
      * Reads the parameter card, which carries up to five age deltas
      * for the engine to project in one pass.  Blank or zero entries
      * are skipped; the engine falls back to its ten-year default
      * when the card gives it nothing usable.  The milestone-notice
      * lead time rides along the same way.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD
           IF WS-CTLCARD-STATUS = "00"
                       IF CC-FORCE-SW = 'F'
                           SET WS-FORCE-RUN TO TRUE
                       END-IF
                       IF CC-LEAD-DAYS IS NUMERIC
                           MOVE CC-LEAD-DAYS TO PC-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
                       MOVE CI-LAST-NAME   TO WS-LAST-NAME OF WS-USER
                       MOVE CI-SUFFIX      TO WS-SUFFIX OF WS-USER
                       MOVE CI-BIRTH-DATE  TO WS-BIRTH-DATE OF WS-USER
                       MOVE CI-GROUP-CODE  TO WS-GROUP-CODE OF WS-USER
               END-READ
           ELSE
               SET WS-EOF TO TRUE
                   PERFORM READ-CUSTOMER-IN
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-RECYCLE-COUNT
                   MOVE RI-FIRST-NAME  TO WS-FIRST-NAME OF WS-USER
                   MOVE RI-MIDDLE-NAME TO WS-MIDDLE-NAME OF WS-USER
                   MOVE RI-LAST-NAME   TO WS-LAST-NAME OF WS-USER
                   MOVE RI-SUFFIX      TO WS-SUFFIX OF WS-USER
                   MOVE RI-BIRTH-DATE  TO WS-BIRTH-DATE OF WS-USER
                   MOVE RI-GROUP-CODE  TO WS-GROUP-CODE OF WS-USER
                   IF RI-CYCLE-COUNT IS NUMERIC
                       MOVE RI-CYCLE-COUNT TO WS-CYCLE-COUNT
                   ELSE
           ACCEPT WS-SUFFIX OF WS-USER
           DISPLAY "What is your date of birth (YYYYMMDD)?"
           ACCEPT WS-BIRTH-DATE OF WS-USER
           DISPLAY "What is your employer group code?"
           ACCEPT WS-GROUP-CODE OF WS-USER
           MOVE ZERO TO WS-CYCLE-COUNT.

      * Records how far into the input the run has gotten so a
      * surface the engine's return code to the scheduler.
       FINISH-UP.
           MOVE WS-RECORD-COUNT TO PC-RECORD-COUNT
           MOVE WS-RECYCLE-COUNT TO PC-RECYCLE-COUNT
           MOVE 'F' TO PC-FUNCTION
           CALL "PROJCORE" USING PROJ-COMM WS-USER
           IF WS-BATCH-MODE
