      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: One-time build of the CUST-HIST customer-history file
      *          from everything AUDIT-TRAIL has ever recorded.  From
      *          here on RESEL-WORLD keeps CUST-HIST current itself, a
      *          keyed event per trail line plus a last-processed
      *          summary per customer, so CUSTINQ, the AUDITINQ name
      *          inquiry, and INACTRPT answer with keyed reads instead
      *          of passing the whole trail and its archives.  This
      *          loads the history that predates that: the archives
      *          AUDITARC cut (named on the trail's *CF* carry-forward
      *          records, oldest first as they appear) and then the
      *          live trail itself.
      * Tectonics: cobc
      *
      * Usage: Run once, with RESEL-WORLD quiet, before the first
      *        night CUST-HIST is in service.  The file is rebuilt
      *        from scratch every time, so a rerun is always safe and
      *        gives the same file.
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  A current-layout line loads
      *                      under its customer number, run date, and
      *                      run number; a number of zero (not on the
      *                      master at the time) loads under zero so a
      *                      name inquiry still finds it, but gets no
      *                      summary.  An old 80-byte line has no
      *                      number or run number and loads under zero
      *                      flagged as old layout, for CUSTINQ to
      *                      match by name as it always has.  Lines
      *                      that fit neither layout, and the
      *                      carry-forward records, are counted and
      *                      left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE
               ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUST-HIST
               ASSIGN TO "CUST-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT HISTLOAD-RPT
               ASSIGN TO "HISTLOAD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-TRAIL-REC.
           05  AT-CUST-ID          PIC X(07).
           05  FILLER              PIC X(01).
           05  AT-FIRST-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  AT-MIDDLE-NAME      PIC X(20).
           05  FILLER              PIC X(01).
           05  AT-LAST-NAME        PIC X(20).
           05  FILLER              PIC X(01).
           05  AT-INPUT-AGE        PIC X(03).
           05  FILLER              PIC X(01).
           05  AT-NEW-AGE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AT-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  AT-RUN-NO           PIC X(04).
           05  FILLER              PIC X(01).
      * The same record area seen through the old 80-byte layout the
      * trail carried before the customer number was added.
       01  AUDIT-TRAIL-REC-OLD.
           05  AO-FIRST-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  AO-MIDDLE-NAME      PIC X(20).
           05  FILLER              PIC X(01).
           05  AO-LAST-NAME        PIC X(20).
           05  FILLER              PIC X(01).
           05  AO-INPUT-AGE        PIC X(03).
           05  FILLER              PIC X(01).
           05  AO-NEW-AGE          PIC X(03).
           05  FILLER              PIC X(01).
           05  AO-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(09).
      * The same record area seen as the carry-forward summary record
      * AUDITARC leaves behind for each archived run date.
       01  AUDIT-CF-REC.
           05  ACF-TAG             PIC X(05).
           05  ACF-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  ACF-COUNT           PIC X(06).
           05  FILLER              PIC X(01).
           05  ACF-ARCHIVE         PIC X(19).

       FD  AUDIT-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-REC       PIC X(93).

      * The customer history.  An E record is one processing event,
      * keyed by customer number, run date, run number, and a
      * sequence that keeps two events under the same key apart.
      * The S record under run date and run number zero sorts ahead
      * of the customer's events and carries the last run that
      * processed the customer, with the name and ages as of that
      * run and the count of events behind it.  The last/first name
      * alternate key answers a name inquiry; events under customer
      * number zero (not on the master, or an old-layout trail line)
      * are reached only that way.
       FD  CUST-HIST
           LABEL RECORDS ARE STANDARD.
       01  CUST-HIST-REC.
           05  HS-KEY.
               10  HS-CUST-ID      PIC 9(07).
               10  HS-RUN-DATE     PIC 9(08).
               10  HS-RUN-NO       PIC 9(04).
               10  HS-EVENT-SEQ    PIC 9(06).
           05  HS-REC-TYPE         PIC X(01).
               88  HS-SUMMARY                         VALUE 'S'.
               88  HS-EVENT                           VALUE 'E'.
           05  HS-DETAIL.
               10  HS-NAME-KEY.
                   15  HS-LAST-NAME    PIC X(20).
                   15  HS-FIRST-NAME   PIC X(20).
               10  HS-MIDDLE-NAME  PIC X(20).
               10  HS-INPUT-AGE    PIC X(03).
               10  HS-NEW-AGE      PIC X(03).
               10  HS-LAYOUT       PIC X(01).
                   88  HS-OLD-LAYOUT                  VALUE 'O'.
           05  HS-LAST-RUN-DATE    PIC 9(08).
           05  HS-LAST-RUN-NO      PIC 9(04).
           05  HS-EVENT-COUNT      PIC 9(06).
           05  FILLER              PIC X(09).

       FD  HISTLOAD-RPT
           LABEL RECORDS ARE STANDARD.
       01  HISTLOAD-RPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-ARCHIVE-NAME          PIC X(19).
      * Every archive the trail's carry-forwards name, once each, in
      * the order they were cut.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARCHIVE-ENTRY     OCCURS 50 PIC X(19).
      * The event just written, held while its customer's summary
      * record is read into the same record area.
       01  WS-HIST-SAVE.
           05  WS-HSV-CUST-ID       PIC 9(07).
           05  WS-HSV-RUN-DATE      PIC 9(08).
           05  WS-HSV-RUN-NO        PIC 9(04).
           05  WS-HSV-DETAIL        PIC X(67).
       01  WS-PREV-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-PREV-RUN-NO           PIC 9(04) VALUE ZERO.

       77  WS-ARCHIVE-COUNT         PIC 9(2) COMP VALUE ZERO.
       77  WS-ARCHIVE-IX            PIC 9(2) COMP.
       77  WS-SCAN-IX               PIC 9(2) COMP.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                 VALUE 'Y'.
       77  WS-HIST-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-HIST-OK                             VALUE 'Y'.
       77  WS-EVENT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-EVENT-OK                            VALUE 'Y'.
       77  WS-NAME-KNOWN-SW         PIC X(01) VALUE 'N'.
           88  WS-NAME-KNOWN                          VALUE 'Y'.
       77  WS-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-WRITTEN                             VALUE 'Y'.

       77  WS-READ-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  WS-FILE-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
       77  WS-FILE-LOAD-COUNT       PIC 9(7) COMP VALUE ZERO.
       77  WS-LOAD-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  WS-OLD-COUNT             PIC 9(7) COMP VALUE ZERO.
       77  WS-UNKNOWN-COUNT         PIC 9(7) COMP VALUE ZERO.
       77  WS-SUMMARY-COUNT         PIC 9(7) COMP VALUE ZERO.
       77  WS-SKIP-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  WS-EVENT-SEQ             PIC 9(6) COMP VALUE ZERO.

       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-CUSTHIST-STATUS       PIC XX.
       01  WS-HLRPT-STATUS          PIC XX.

       01  HL-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  HH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(30) VALUE
                   "CUSTOMER HISTORY LOAD".
           05  FILLER               PIC X(47) VALUE SPACE.

       01  HL-FILE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE "SOURCE: ".
           05  HF-SOURCE            PIC X(19).
           05  FILLER               PIC X(14) VALUE "  LINES READ: ".
           05  HF-READ-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  LOADED: ".
           05  HF-LOAD-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  HF-NOTE              PIC X(21).

       01  HL-TOTAL-LINE-1.
           05  FILLER               PIC X(20) VALUE
                   "LINES READ:         ".
           05  HT-READ-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  EVENTS LOADED:    ".
           05  HT-LOAD-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  NOT LOADED:       ".
           05  HT-SKIP-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.

       01  HL-TOTAL-LINE-2.
           05  FILLER               PIC X(20) VALUE
                   "CUSTOMER SUMMARIES: ".
           05  HT-SUMMARY-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  NO NUMBER:        ".
           05  HT-UNKNOWN-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  OLD LAYOUT:       ".
           05  HT-OLD-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           IF WS-HIST-OK
               PERFORM COLLECT-ARCHIVE-NAMES
               PERFORM LOAD-ONE-ARCHIVE
                   VARYING WS-ARCHIVE-IX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-COUNT
               PERFORM LOAD-LIVE-TRAIL
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Opens the report and empties CUST-HIST: opened for output to
      * clear whatever an earlier load or run left, then reopened
      * I-O so the summaries can be read back and rewritten.  A
      * history file that will not open ends the run with
      * RETURN-CODE 8 and nothing loaded.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT HISTLOAD-RPT
           MOVE WS-RUN-DATE TO HH-RUN-DATE
           WRITE HISTLOAD-RPT-REC FROM HL-HEADER-LINE
           OPEN OUTPUT CUST-HIST
           IF WS-CUSTHIST-STATUS = "00"
               CLOSE CUST-HIST
               OPEN I-O CUST-HIST
           END-IF
           IF WS-CUSTHIST-STATUS = "00"
               SET WS-HIST-OK TO TRUE
           ELSE
               DISPLAY "HISTLOAD - CANNOT OPEN CUST-HIST, STATUS "
                   WS-CUSTHIST-STATUS " - NOTHING LOADED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * First pass over the live trail, for the carry-forwards only:
      * each names the archive its run date went to, and one
      * AUDITARC run names the same archive on every date it cut.
       COLLECT-ARCHIVE-NAMES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-CARRY-FORWARD UNTIL WS-EOF
               CLOSE AUDIT-TRAIL
           END-IF.

      * One trail line, kept only if it is a carry-forward naming an
      * archive not already on the table.
       READ-CARRY-FORWARD.
           READ AUDIT-TRAIL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACF-TAG = "*CF* " AND ACF-ARCHIVE NOT = SPACE
                       MOVE 'N' TO WS-NAME-KNOWN-SW
                       PERFORM CHECK-ARCHIVE-NAME
                           VARYING WS-SCAN-IX FROM 1 BY 1
                           UNTIL WS-SCAN-IX > WS-ARCHIVE-COUNT
                              OR WS-NAME-KNOWN
                       IF NOT WS-NAME-KNOWN
                           IF WS-ARCHIVE-COUNT < 50
                               ADD 1 TO WS-ARCHIVE-COUNT
                               MOVE ACF-ARCHIVE
                                 TO WS-ARCHIVE-ENTRY (WS-ARCHIVE-COUNT)
                           ELSE
                               DISPLAY "HISTLOAD - MORE THAN 50 "
                                   "ARCHIVES, NOT LOADED: "
                                   ACF-ARCHIVE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * One archive already on the table against the carry-forward.
       CHECK-ARCHIVE-NAME.
           IF WS-ARCHIVE-ENTRY (WS-SCAN-IX) = ACF-ARCHIVE
               SET WS-NAME-KNOWN TO TRUE
           END-IF.

      * One archive loaded whole, through the trail's record area so
      * the same sizing-up applies.  An archive that has gone missing
      * is reported and passed over.
       LOAD-ONE-ARCHIVE.
           MOVE WS-ARCHIVE-ENTRY (WS-ARCHIVE-IX) TO WS-ARCHIVE-NAME
           MOVE ZERO TO WS-FILE-READ-COUNT WS-FILE-LOAD-COUNT
           MOVE SPACE TO HF-NOTE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM READ-ARCHIVE-LINE UNTIL WS-EOF
               CLOSE AUDIT-ARCHIVE
           ELSE
               DISPLAY "HISTLOAD - CANNOT OPEN ARCHIVE "
                   WS-ARCHIVE-NAME " STATUS " WS-ARCHIVE-STATUS
               MOVE "ARCHIVE NOT FOUND" TO HF-NOTE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ARCHIVE-NAME TO HF-SOURCE
           PERFORM WRITE-FILE-LINE.

      * One archive line.
       READ-ARCHIVE-LINE.
           READ AUDIT-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-ARCHIVE-REC TO AUDIT-TRAIL-REC
                   PERFORM LOAD-ONE-LINE
           END-READ.

      * Second pass over the live trail, for its events, after the
      * archives so each customer's events go on in run order.
       LOAD-LIVE-TRAIL.
           MOVE ZERO TO WS-FILE-READ-COUNT WS-FILE-LOAD-COUNT
           MOVE SPACE TO HF-NOTE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-TRAIL-LINE UNTIL WS-EOF
               CLOSE AUDIT-TRAIL
           ELSE
               DISPLAY "HISTLOAD - CANNOT OPEN AUDIT-TRAIL, STATUS "
                   WS-AUDIT-STATUS
               MOVE "TRAIL NOT FOUND" TO HF-NOTE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "AUDIT-TRAIL" TO HF-SOURCE
           PERFORM WRITE-FILE-LINE.

      * One live trail line.
       READ-TRAIL-LINE.
           READ AUDIT-TRAIL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM LOAD-ONE-LINE
           END-READ.

      * One line sized up by where its run date sits, the way
      * AUDITINQ does it, and put on the history as an event.  The
      * sequence restarts with each run, as it does when RESEL-WORLD
      * posts the history itself.
       LOAD-ONE-LINE.
           ADD 1 TO WS-READ-COUNT WS-FILE-READ-COUNT
           MOVE 'N' TO WS-EVENT-OK-SW
           MOVE SPACE TO CUST-HIST-REC
           MOVE ZERO TO HS-LAST-RUN-DATE HS-LAST-RUN-NO HS-EVENT-COUNT
           SET HS-EVENT TO TRUE
           IF ACF-TAG NOT = "*CF* "
               IF AT-RUN-DATE IS NUMERIC
                   SET WS-EVENT-OK TO TRUE
                   IF AT-CUST-ID IS NUMERIC
                       MOVE AT-CUST-ID TO HS-CUST-ID
                   ELSE
                       MOVE ZERO TO HS-CUST-ID
                   END-IF
                   MOVE AT-RUN-DATE TO HS-RUN-DATE
                   IF AT-RUN-NO IS NUMERIC
                       MOVE AT-RUN-NO TO HS-RUN-NO
                   ELSE
                       MOVE ZERO TO HS-RUN-NO
                   END-IF
                   MOVE AT-FIRST-NAME TO HS-FIRST-NAME
                   MOVE AT-MIDDLE-NAME TO HS-MIDDLE-NAME
                   MOVE AT-LAST-NAME TO HS-LAST-NAME
                   MOVE AT-INPUT-AGE TO HS-INPUT-AGE
                   MOVE AT-NEW-AGE TO HS-NEW-AGE
                   MOVE 'N' TO HS-LAYOUT
               ELSE
                   IF AO-RUN-DATE IS NUMERIC
                       SET WS-EVENT-OK TO TRUE
                       MOVE ZERO TO HS-CUST-ID HS-RUN-NO
                       MOVE AO-RUN-DATE TO HS-RUN-DATE
                       MOVE AO-FIRST-NAME TO HS-FIRST-NAME
                       MOVE AO-MIDDLE-NAME TO HS-MIDDLE-NAME
                       MOVE AO-LAST-NAME TO HS-LAST-NAME
                       MOVE AO-INPUT-AGE TO HS-INPUT-AGE
                       MOVE AO-NEW-AGE TO HS-NEW-AGE
                       SET HS-OLD-LAYOUT TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EVENT-OK
               IF HS-RUN-DATE NOT = WS-PREV-RUN-DATE
                   OR HS-RUN-NO NOT = WS-PREV-RUN-NO
                   MOVE HS-RUN-DATE TO WS-PREV-RUN-DATE
                   MOVE HS-RUN-NO TO WS-PREV-RUN-NO
                   MOVE ZERO TO WS-EVENT-SEQ
               END-IF
               PERFORM WRITE-HIST-EVENT
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

      * Writes the event under the next free sequence number, then
      * brings its customer's summary up to date.
       WRITE-HIST-EVENT.
           MOVE 'N' TO WS-WRITTEN-SW
           PERFORM WRITE-NEXT-SEQUENCE UNTIL WS-WRITTEN
           ADD 1 TO WS-LOAD-COUNT WS-FILE-LOAD-COUNT
           IF HS-OLD-LAYOUT
               ADD 1 TO WS-OLD-COUNT
           ELSE
               IF HS-CUST-ID = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   PERFORM POST-HIST-SUMMARY
               END-IF
           END-IF.

      * One try at the event under the next sequence number.  Only a
      * duplicate key tries again; any other failure is reported and
      * the line dropped rather than looping.
       WRITE-NEXT-SEQUENCE.
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO HS-EVENT-SEQ
           WRITE CUST-HIST-REC
               INVALID KEY
                   IF WS-CUSTHIST-STATUS NOT = "22"
                       DISPLAY "HISTLOAD - CUST-HIST WRITE FAILED, "
                           "STATUS " WS-CUSTHIST-STATUS
                       SET WS-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-WRITTEN TO TRUE
           END-WRITE.

      * The customer's summary: started with this event if there is
      * none yet, otherwise counted up and -- when this event is the
      * customer's latest run so far -- moved on to it.
       POST-HIST-SUMMARY.
           MOVE HS-CUST-ID TO WS-HSV-CUST-ID
           MOVE HS-RUN-DATE TO WS-HSV-RUN-DATE
           MOVE HS-RUN-NO TO WS-HSV-RUN-NO
           MOVE HS-DETAIL TO WS-HSV-DETAIL
           MOVE ZERO TO HS-RUN-DATE HS-RUN-NO HS-EVENT-SEQ
           READ CUST-HIST
               KEY IS HS-KEY
               INVALID KEY
                   SET HS-SUMMARY TO TRUE
                   MOVE WS-HSV-DETAIL TO HS-DETAIL
                   MOVE WS-HSV-RUN-DATE TO HS-LAST-RUN-DATE
                   MOVE WS-HSV-RUN-NO TO HS-LAST-RUN-NO
                   MOVE 1 TO HS-EVENT-COUNT
                   WRITE CUST-HIST-REC
                       INVALID KEY
                           DISPLAY "HISTLOAD - SUMMARY WRITE FAILED "
                               "FOR " WS-HSV-CUST-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-SUMMARY-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO HS-EVENT-COUNT
                   IF WS-HSV-RUN-DATE > HS-LAST-RUN-DATE
                       OR (WS-HSV-RUN-DATE = HS-LAST-RUN-DATE
                           AND WS-HSV-RUN-NO NOT < HS-LAST-RUN-NO)
                       MOVE WS-HSV-DETAIL TO HS-DETAIL
                       MOVE WS-HSV-RUN-DATE TO HS-LAST-RUN-DATE
                       MOVE WS-HSV-RUN-NO TO HS-LAST-RUN-NO
                   END-IF
                   REWRITE CUST-HIST-REC
           END-READ.

      * One source file's line on the load report.
       WRITE-FILE-LINE.
           MOVE WS-FILE-READ-COUNT TO HF-READ-COUNT
           MOVE WS-FILE-LOAD-COUNT TO HF-LOAD-COUNT
           WRITE HISTLOAD-RPT-REC FROM HL-FILE-LINE.

      * A performed paragraph to end the program
       FINISH-UP.
           MOVE WS-READ-COUNT TO HT-READ-COUNT
           MOVE WS-LOAD-COUNT TO HT-LOAD-COUNT
           MOVE WS-SKIP-COUNT TO HT-SKIP-COUNT
           WRITE HISTLOAD-RPT-REC FROM HL-TOTAL-LINE-1
           MOVE WS-SUMMARY-COUNT TO HT-SUMMARY-COUNT
           MOVE WS-UNKNOWN-COUNT TO HT-UNKNOWN-COUNT
           MOVE WS-OLD-COUNT TO HT-OLD-COUNT
           WRITE HISTLOAD-RPT-REC FROM HL-TOTAL-LINE-2
           CLOSE HISTLOAD-RPT
           IF WS-HIST-OK
               CLOSE CUST-HIST
           END-IF
           DISPLAY "HISTLOAD RUN COMPLETE - "
               WS-LOAD-COUNT " EVENTS LOADED, "
               WS-SUMMARY-COUNT " CUSTOMER SUMMARIES".
       END PROGRAM HISTLOAD.
