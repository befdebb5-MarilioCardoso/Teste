      *                      can name an archive file on the card
      *                      (columns 51-69) to have its events
      *                      searched after the live trail.
      *   10-15-2026  MAINT  New C mode: every event for a customer
      *                      number (card columns 70-76).  A number
      *                      CUSTMNT has merged away is followed
      *                      through CUST-XREF to its survivor, and
      *                      the events logged under the survivor and
      *                      under every number merged into it are
      *                      reported together, archive included.
      *   10-15-2026  MAINT  A name inquiry now reads the CUST-HIST
      *                      customer history on its last/first name
      *                      index instead of passing the trail, so it
      *                      answers in a few keyed reads; the events
      *                      come out by first name, each name's in
      *                      run order.  The history holds the
      *                      archived events too, so the archive
      *                      column is not needed for a name.  With no
      *                      history file the name inquiry falls back
      *                      to the trail pass, archive and all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUST-XREF
               ASSIGN TO "CUST-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-ID
               ALTERNATE RECORD KEY IS XR-SURVIVOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUST-HIST
               ASSIGN TO "CUST-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL
           05  IQ-FIRST-NAME       PIC X(20).
           05  IQ-RUN-DATE         PIC X(08).
           05  IQ-ARCHIVE          PIC X(19).
           05  IQ-CUST-ID          PIC X(07).
           05  FILLER              PIC X(04).

       FD  INQUIRY-RPT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-REC       PIC X(93).

      * One retired customer number and the survivor CUSTMNT merged
      * it into.
       FD  CUST-XREF
           LABEL RECORDS ARE STANDARD.
       01  CUST-XREF-REC.
           05  XR-RETIRED-ID       PIC 9(07).
           05  XR-SURVIVOR-ID      PIC 9(07).
           05  XR-NAME-KEY         PIC a(70).
           05  XR-BIRTH-DATE       PIC 9(08).
           05  XR-MERGE-DATE       PIC 9(08).

      * The customer history RESEL-WORLD posts alongside the trail,
      * read here on its last/first name alternate key.  E records
      * are events (an old-layout trail line is flagged O and sits
      * under number zero); the S last-processed summary records are
      * passed over.
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

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-FUNCTION              PIC X(01) VALUE 'H'.
           88  WS-NAME-INQUIRY                        VALUE 'N'.
           88  WS-DATE-SUMMARY                        VALUE 'D'.
           88  WS-RUN-HISTORY                         VALUE 'H'.
           88  WS-NUMBER-INQUIRY                      VALUE 'C'.
       01  WS-SEL-LAST-NAME         PIC X(20).
       01  WS-SEL-FIRST-NAME        PIC X(20).
       01  WS-SEL-RUN-DATE          PIC X(08).
       01  WS-SEL-ARCHIVE           PIC X(19).
       01  WS-SEL-CUST-ID           PIC 9(07) VALUE ZERO.
      * The number asked about, once followed through any merges,
      * plus every number merged into it, for matching events.
       01  WS-ID-SET.
           05  WS-SET-ID            OCCURS 50 PIC 9(07).
       01  WS-CF-VOLUME             PIC 9(06).
       01  WS-AGE-X                 PIC X(03).
       01  WS-AGE-NUM               PIC 9(03).
           88  WS-CF-EVENT                           VALUE 'Y'.
       77  WS-ARCH-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-ARCH-EOF                           VALUE 'Y'.
       77  WS-XREF-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                           VALUE 'Y'.
       77  WS-NUMBER-MATCH-SW       PIC X(01) VALUE 'N'.
           88  WS-NUMBER-MATCHES                     VALUE 'Y'.
       77  WS-HIST-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN                          VALUE 'Y'.
       77  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                           VALUE 'Y'.

       77  WS-READ-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-MATCH-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-NEW-AGE-SUM           PIC 9(9) COMP VALUE ZERO.
       77  WS-AVG-INPUT-AGE         PIC 9(3) VALUE ZERO.
       77  WS-AVG-NEW-AGE           PIC 9(3) VALUE ZERO.
       77  WS-SET-COUNT             PIC 9(2) COMP VALUE ZERO.
       77  WS-SET-IX                PIC 9(2) COMP.
       77  WS-SCAN-IX               PIC 9(2) COMP.
       77  WS-XREF-HOPS             PIC 9(2) COMP VALUE ZERO.

       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-INQCARD-STATUS        PIC XX.
       01  WS-INQRPT-STATUS         PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-CUSTHIST-STATUS       PIC XX.

       01  INQ-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  IA-ARCHIVE           PIC X(19).
           05  FILLER               PIC X(36) VALUE SPACE.

       01  INQ-MERGED-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(09) VALUE "CUSTOMER ".
           05  IM-RETIRED-ID        PIC 9(07).
           05  FILLER               PIC X(17) VALUE
                   " WAS MERGED INTO ".
           05  IM-SURVIVOR-ID       PIC 9(07).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  IM-MERGE-DATE        PIC 9(08).
           05  FILLER               PIC X(46) VALUE SPACE.

       01  INQ-TRAILER-LINE.
           05  FILLER               PIC X(24) VALUE
                   "TOTAL EVENTS REPORTED:  ".
       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           IF WS-HIST-OPEN
               PERFORM INQUIRE-NAME-HISTORY
           ELSE
               PERFORM PROCESS-AUDIT UNTIL WS-EOF
               IF (WS-NAME-INQUIRY OR WS-NUMBER-INQUIRY)
                   AND WS-SEL-ARCHIVE NOT = SPACE
                   PERFORM SEARCH-ARCHIVE
               END-IF
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Reads the inquiry card, opens the audit trail and the report.
      * No card (or an unrecognized function) falls back to the
      * run-history mode, which needs no operand.  A name inquiry
      * opens the customer history instead of the trail, and only
      * goes to the trail when there is no history to read.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO WS-SEL-LAST-NAME WS-SEL-FIRST-NAME
                          WS-SEL-RUN-DATE WS-SEL-ARCHIVE
           PERFORM READ-INQUIRY-CARD
           IF WS-NAME-INQUIRY
               OPEN INPUT CUST-HIST
               IF WS-CUSTHIST-STATUS = "00"
                   SET WS-HIST-OPEN TO TRUE
               ELSE
                   DISPLAY "AUDITINQ - CANNOT OPEN CUST-HIST, STATUS "
                       WS-CUSTHIST-STATUS " - READING THE TRAIL"
               END-IF
           END-IF
           IF NOT WS-HIST-OPEN
               OPEN INPUT AUDIT-TRAIL
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITINQ - CANNOT OPEN AUDIT-TRAIL, "
                       "STATUS " WS-AUDIT-STATUS
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT INQUIRY-RPT
           PERFORM WRITE-INQ-HEADER
           IF WS-NUMBER-INQUIRY
               PERFORM BUILD-NUMBER-SET
           END-IF.

      * One card decides what this run answers: N needs a last (and
      * optionally first) name, D needs a run date, C a customer
      * number, H needs nothing.
       READ-INQUIRY-CARD.
           OPEN INPUT INQUIRY-CARD
           IF WS-INQCARD-STATUS = "00"
                           MOVE IQ-RUN-DATE TO WS-SEL-RUN-DATE
                           MOVE IQ-ARCHIVE TO WS-SEL-ARCHIVE
                       END-IF
                       IF IQ-FUNCTION = 'C'
                           AND IQ-CUST-ID IS NUMERIC
                           AND IQ-CUST-ID NOT = ZERO
                           MOVE IQ-FUNCTION TO WS-FUNCTION
                           MOVE IQ-CUST-ID TO WS-SEL-CUST-ID
                           MOVE IQ-ARCHIVE TO WS-SEL-ARCHIVE
                       END-IF
               END-READ
               CLOSE INQUIRY-CARD
           END-IF.

      * A number inquiry answers for whoever the number means today:
      * a retired number is followed down the cross-reference to its
      * survivor (a line printed per merge, at most ten deep), then
      * every number merged into that survivor, directly or down a
      * chain, joins the set the events are matched against.  No
      * cross-reference just means the number stands alone.
       BUILD-NUMBER-SET.
           MOVE 1 TO WS-SET-COUNT
           MOVE WS-SEL-CUST-ID TO WS-SET-ID (1)
           OPEN INPUT CUST-XREF
           IF WS-XREF-STATUS = "00"
               MOVE ZERO TO WS-XREF-HOPS
               MOVE 'N' TO WS-XREF-EOF-SW
               PERFORM FOLLOW-ONE-MERGE
                   UNTIL WS-XREF-EOF OR WS-XREF-HOPS > 9
               PERFORM COLLECT-MERGED-NUMBERS
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-SET-COUNT
               CLOSE CUST-XREF
           END-IF.

      * One step down the merge chain from the number asked about.
       FOLLOW-ONE-MERGE.
           ADD 1 TO WS-XREF-HOPS
           MOVE WS-SET-ID (1) TO XR-RETIRED-ID
           READ CUST-XREF
               KEY IS XR-RETIRED-ID
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
               NOT INVALID KEY
                   MOVE XR-RETIRED-ID TO IM-RETIRED-ID
                   MOVE XR-SURVIVOR-ID TO IM-SURVIVOR-ID
                   MOVE XR-MERGE-DATE TO IM-MERGE-DATE
                   WRITE INQUIRY-RPT-REC FROM INQ-MERGED-LINE
                   MOVE XR-SURVIVOR-ID TO WS-SET-ID (1)
           END-READ.

      * Adds every number retired into one already in the set, so
      * the walk picks up merges of merges as the set grows.
       COLLECT-MERGED-NUMBERS.
           MOVE WS-SET-ID (WS-SCAN-IX) TO XR-SURVIVOR-ID
           MOVE 'N' TO WS-XREF-EOF-SW
           START CUST-XREF
               KEY IS EQUAL TO XR-SURVIVOR-ID
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START
           PERFORM READ-MERGED-NUMBER UNTIL WS-XREF-EOF.

      * One cross-reference entry on the survivor being walked.
       READ-MERGED-NUMBER.
           READ CUST-XREF NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ
           IF NOT WS-XREF-EOF
               IF WS-XREF-STATUS NOT = "00" AND NOT = "02"
                   OR XR-SURVIVOR-ID NOT = WS-SET-ID (WS-SCAN-IX)
                   SET WS-XREF-EOF TO TRUE
               ELSE
                   IF WS-SET-COUNT < 50
                       ADD 1 TO WS-SET-COUNT
                       MOVE XR-RETIRED-ID TO WS-SET-ID (WS-SET-COUNT)
                   END-IF
               END-IF
           END-IF.

      * A name inquiry off the customer history: started at the
      * card's last name and first name (blanks when none was given,
      * which sorts ahead of every first name) and read on the name
      * index until the last name -- or, when one was given, the
      * first name -- changes.  Every event found is reported.
       INQUIRE-NAME-HISTORY.
           MOVE WS-SEL-LAST-NAME TO HS-LAST-NAME
           MOVE WS-SEL-FIRST-NAME TO HS-FIRST-NAME
           MOVE 'N' TO WS-HIST-EOF-SW
           START CUST-HIST
               KEY IS NOT LESS THAN HS-NAME-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM READ-NAME-HISTORY UNTIL WS-HIST-EOF.

      * One history record on the name index, put in the common
      * work fields and listed like a trail event.  An old-layout
      * event shows a blank customer number, as on the trail.
       READ-NAME-HISTORY.
           READ CUST-HIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF WS-CUSTHIST-STATUS NOT = "00" AND NOT = "02"
                   OR HS-LAST-NAME NOT = WS-SEL-LAST-NAME
                   OR (WS-SEL-FIRST-NAME NOT = SPACE
                       AND HS-FIRST-NAME NOT = WS-SEL-FIRST-NAME)
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HS-EVENT
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACE TO WS-AUDIT-WORK
                       IF NOT HS-OLD-LAYOUT
                           MOVE HS-CUST-ID TO WA-CUST-ID
                       END-IF
                       MOVE HS-FIRST-NAME TO WA-FIRST-NAME
                       MOVE HS-MIDDLE-NAME TO WA-MIDDLE-NAME
                       MOVE HS-LAST-NAME TO WA-LAST-NAME
                       MOVE HS-INPUT-AGE TO WA-INPUT-AGE
                       MOVE HS-NEW-AGE TO WA-NEW-AGE
                       MOVE HS-RUN-DATE TO WA-RUN-DATE
                       PERFORM WRITE-EVENT-LINE
                   END-IF
               END-IF
           END-IF.

      * One pass of the main loop: one audit event sized up, put in
      * the common work fields, and routed to the selected inquiry.
       PROCESS-AUDIT.
                   IF WS-EVENT-OK
                       IF WS-NAME-INQUIRY
                           PERFORM TALLY-NAME-EVENT
                       ELSE
                       IF WS-NUMBER-INQUIRY
                           PERFORM TALLY-NUMBER-EVENT
                       ELSE
                           IF WS-DATE-SUMMARY
                               PERFORM TALLY-DATE-EVENT
                               PERFORM TALLY-HISTORY-EVENT
                           END-IF
                       END-IF
                       END-IF
                   ELSE
                       IF WS-CF-EVENT
                           PERFORM TALLY-CARRY-FORWARD
           IF WA-LAST-NAME = WS-SEL-LAST-NAME
               AND (WS-SEL-FIRST-NAME = SPACE
                   OR WA-FIRST-NAME = WS-SEL-FIRST-NAME)
               PERFORM WRITE-EVENT-LINE
           END-IF.

      * Number inquiry: print every processing event logged under any
      * number in the set.  Old-layout lines carry no number and
      * cannot match.
       TALLY-NUMBER-EVENT.
           MOVE 'N' TO WS-NUMBER-MATCH-SW
           IF WA-CUST-ID IS NUMERIC
               PERFORM MATCH-EVENT-NUMBER
                   VARYING WS-SET-IX FROM 1 BY 1
                   UNTIL WS-SET-IX > WS-SET-COUNT
                      OR WS-NUMBER-MATCHES
           END-IF
           IF WS-NUMBER-MATCHES
               PERFORM WRITE-EVENT-LINE
           END-IF.

      * One number in the set against the event's number.
       MATCH-EVENT-NUMBER.
           IF WA-CUST-ID = WS-SET-ID (WS-SET-IX)
               SET WS-NUMBER-MATCHES TO TRUE
           END-IF.

      * One matched event on the listing.
       WRITE-EVENT-LINE.
           ADD 1 TO WS-MATCH-COUNT
           MOVE WA-RUN-DATE TO IE-RUN-DATE
           MOVE WA-CUST-ID TO IE-CUST-ID
           MOVE WA-FIRST-NAME TO IE-FIRST-NAME
           MOVE WA-LAST-NAME TO IE-LAST-NAME
           MOVE WA-INPUT-AGE TO IE-INPUT-AGE
           MOVE WA-NEW-AGE TO IE-NEW-AGE
           WRITE INQUIRY-RPT-REC FROM INQ-EVENT-LINE.

      * Date summary: accumulate counts and age sums for the
      * requested run date.
       TALLY-DATE-EVENT.
               END-IF
           END-IF.

      * A name or number inquiry that names an archive on the card
      * searches it after the live trail, through the same sizing-up
      * the trail lines get, so events AUDITARC moved off still
      * answer.
       SEARCH-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
                   MOVE AUDIT-ARCHIVE-REC TO AUDIT-TRAIL-REC
                   PERFORM NORMALIZE-AUDIT-EVENT
                   IF WS-EVENT-OK
                       IF WS-NUMBER-INQUIRY
                           PERFORM TALLY-NUMBER-EVENT
                       ELSE
                           PERFORM TALLY-NAME-EVENT
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-RUN-DATE TO IH-RUN-DATE
           IF WS-NAME-INQUIRY
               MOVE "EVENTS FOR NAME" TO IH-MODE-TEXT
           ELSE
           IF WS-NUMBER-INQUIRY
               MOVE "EVENTS FOR CUSTOMER NUMBER" TO IH-MODE-TEXT
           ELSE
               IF WS-DATE-SUMMARY
                   MOVE "RUN DATE SUMMARY" TO IH-MODE-TEXT
                   MOVE "RUN HISTORY" TO IH-MODE-TEXT
               END-IF
           END-IF
           END-IF
           WRITE INQUIRY-RPT-REC FROM INQ-HEADER-LINE.

      * A performed paragraph to end the program
                   PERFORM WRITE-HISTORY-LINE
               END-IF
           END-IF
           IF (WS-NAME-INQUIRY OR WS-NUMBER-INQUIRY)
               AND WS-MATCH-COUNT = ZERO
               WRITE INQUIRY-RPT-REC FROM INQ-NONE-LINE
           END-IF
           MOVE WS-MATCH-COUNT TO IT-COUNT
           IF WS-AUDIT-STATUS = "00" OR = "10"
               CLOSE AUDIT-TRAIL
           END-IF
           IF WS-HIST-OPEN
               CLOSE CUST-HIST
           END-IF
           DISPLAY "AUDITINQ INQUIRY COMPLETE - "
               WS-READ-COUNT " EVENTS READ, "
               WS-MATCH-COUNT " REPORTED".
