      *          number, or listing every duplicate of a name), derives
      *          the current age from CM-BIRTH-DATE the way the engine
      *          does, projects it at the horizons on the card, and
      *          appends the customer's processing events off the
      *          CUST-HIST customer history -- one consolidated answer
      *          sheet per inquiry.
      * Tectonics: cobc
      *
      * Modification History
      *                      instead.  Horizons default to ten years
      *                      when the card gives none, the same
      *                      fallback the engine uses.
      *   10-15-2026  MAINT  Honors CUSTMNT merges through CUST-XREF:
      *                      a number inquiry on a retired number
      *                      prints where it went and answers for the
      *                      survivor (following a chain of merges),
      *                      and a survivor's trail events include
      *                      those logged under every number merged
      *                      into it, each marked with its former
      *                      number.
      *   10-15-2026  MAINT  Events now come off the CUST-HIST
      *                      customer history by key -- a START on
      *                      each number in the set, and on the name
      *                      for the old-layout lines -- instead of a
      *                      full pass of the trail per sheet, so they
      *                      list number by number, each in run order.
      *                      A name inquiry with a first name reads
      *                      the master's name index from that first
      *                      name on; a last name alone still walks
      *                      the master, the index being first-name
      *                      led.
      *   10-15-2026  MAINT  The customer line shows the employer
      *                      group code off the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
               ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-HIST
               ASSIGN TO "CUST-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT CUSTINQ-CARD
               ASSIGN TO "CUSTINQ-CARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQRPT-STATUS.

           SELECT CUST-XREF
               ASSIGN TO "CUST-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-ID
               ALTERNATE RECORD KEY IS XR-SURVIVOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * The customer history RESEL-WORLD posts alongside the audit
      * trail.  E records are processing events under customer
      * number, run date, run number, and sequence; the S record
      * under run date zero is the customer's last-processed summary
      * and is passed over here.  Old-layout trail lines, which
      * carried no number, sit under number zero flagged O and are
      * reached by the last/first name alternate key.
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

       FD  CUSTINQ-CARD
           LABEL RECORDS ARE STANDARD.
       01  CUSTINQ-RPT-REC         PIC X(110).

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

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
       01  WS-DELTA-COUNT           PIC 9(1) VALUE ZERO.
       01  WS-DELTA-TABLE.
           05  WS-DELTA             OCCURS 5 PIC 9(2).
       01  WS-RESOLVED-ID           PIC 9(7) VALUE ZERO.
      * The customer being answered plus every number merged into it,
      * directly or down a chain, for matching trail events.
       01  WS-ID-SET.
           05  WS-SET-ID            OCCURS 50 PIC 9(7).

       77  WS-DELTA-IX              PIC 9(2) COMP.
       77  WS-HORIZON-IX            PIC 9(2) COMP.
       77  WS-SET-COUNT             PIC 9(2) COMP VALUE ZERO.
       77  WS-SET-IX                PIC 9(2) COMP.
       77  WS-SCAN-IX               PIC 9(2) COMP.
       77  WS-XREF-HOPS             PIC 9(2) COMP VALUE ZERO.

       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-MASTER-EOF                          VALUE 'Y'.
       77  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                            VALUE 'Y'.
       77  WS-HIST-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN                           VALUE 'Y'.
       77  WS-CARD-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-CARD-OK                             VALUE 'Y'.
       77  WS-XREF-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN                           VALUE 'Y'.
       77  WS-XREF-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                            VALUE 'Y'.

       77  WS-FOUND-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-EVENT-COUNT           PIC 9(6) COMP VALUE ZERO.

       01  WS-MASTER-STATUS         PIC XX.
       01  WS-CUSTHIST-STATUS       PIC XX.
       01  WS-CQCARD-STATUS         PIC XX.
       01  WS-CQRPT-STATUS          PIC XX.
       01  WS-XREF-STATUS           PIC XX.

       01  CIQ-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  CC-BIRTH-DATE        PIC 9(08).
           05  FILLER               PIC X(07) VALUE "  AGE: ".
           05  CC-CUR-AGE           PIC ZZ9.
           05  FILLER               PIC X(09) VALUE "  GROUP: ".
           05  CC-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.

       01  CIQ-PROJ-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CE-INPUT-AGE         PIC X(03).
           05  FILLER               PIC X(12) VALUE "  PROJ AGE: ".
           05  CE-NEW-AGE           PIC X(03).
           05  CE-FORMER.
               10  CE-FORMER-CAP    PIC X(12).
               10  CE-FORMER-ID     PIC X(07).
           05  FILLER               PIC X(48) VALUE SPACE.

       01  CIQ-MERGED-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(09) VALUE "CUSTOMER ".
           05  CX-RETIRED-ID        PIC 9(07).
           05  FILLER               PIC X(17) VALUE
                   " WAS MERGED INTO ".
           05  CX-SURVIVOR-ID       PIC 9(07).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  CX-MERGE-DATE        PIC 9(08).
           05  FILLER               PIC X(56) VALUE SPACE.

       01  CIQ-NOEVENT-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(30) VALUE
                   "NO PROCESSING EVENTS ON FILE".
           05  FILLER               PIC X(76) VALUE SPACE.

       01  CIQ-NOHIST-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(30) VALUE
                   "CUSTOMER HISTORY NOT AVAILABLE".
           05  FILLER               PIC X(76) VALUE SPACE.

       01  CIQ-NONE-LINE.
           PERFORM FINISH-UP
           GOBACK.

      * Reads the inquiry card and opens the master, the customer
      * history, and the report.  A history that will not open still
      * lets the desk answer who the customer is and how old.
      * C wants a customer number, N a last (and optionally first)
      * name; anything else is refused rather than guessed at.
       INITIALIZE-RUN.
                       "STATUS " WS-MASTER-STATUS
                   SET WS-MASTER-EOF TO TRUE
               END-IF
               OPEN INPUT CUST-XREF
               IF WS-XREF-STATUS = "00"
                   SET WS-XREF-OPEN TO TRUE
               END-IF
               OPEN INPUT CUST-HIST
               IF WS-CUSTHIST-STATUS = "00"
                   SET WS-HIST-OPEN TO TRUE
               ELSE
                   DISPLAY "CUSTINQ - CANNOT OPEN CUST-HIST, STATUS "
                       WS-CUSTHIST-STATUS
               END-IF
           END-IF.

      * One card decides what this run answers, and carries up to
                   TO WS-DELTA (WS-DELTA-COUNT)
           END-IF.

      * A number inquiry: one direct read on the prime key.  A
      * number no longer on the master may have been merged away; the
      * cross-reference is followed to the survivor, a line printed
      * for each step, and the survivor answered for instead.
       INQUIRE-BY-NUMBER.
           MOVE WS-SEL-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUST-ID
               INVALID KEY
                   PERFORM RESOLVE-RETIRED-NUMBER
               NOT INVALID KEY
                   PERFORM WRITE-ANSWER-SHEET
           END-READ.

      * Follows the retired number down the cross-reference, at most
      * ten merges deep, then reads the survivor it ends on.
       RESOLVE-RETIRED-NUMBER.
           MOVE WS-SEL-CUST-ID TO WS-RESOLVED-ID
           MOVE ZERO TO WS-XREF-HOPS
           MOVE 'N' TO WS-XREF-EOF-SW
           IF NOT WS-XREF-OPEN
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM FOLLOW-ONE-MERGE
               UNTIL WS-XREF-EOF OR WS-XREF-HOPS > 9
           IF WS-RESOLVED-ID NOT = WS-SEL-CUST-ID
               MOVE WS-RESOLVED-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-ANSWER-SHEET
               END-READ
           END-IF.

      * One step down the merge chain, printed on the sheet.
       FOLLOW-ONE-MERGE.
           ADD 1 TO WS-XREF-HOPS
           MOVE WS-RESOLVED-ID TO XR-RETIRED-ID
           READ CUST-XREF
               KEY IS XR-RETIRED-ID
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
               NOT INVALID KEY
                   MOVE XR-RETIRED-ID TO CX-RETIRED-ID
                   MOVE XR-SURVIVOR-ID TO CX-SURVIVOR-ID
                   MOVE XR-MERGE-DATE TO CX-MERGE-DATE
                   WRITE CUSTINQ-RPT-REC FROM CIQ-MERGED-LINE
                   MOVE XR-SURVIVOR-ID TO WS-RESOLVED-ID
           END-READ.

      * A name inquiry.  CM-NAME-KEY is first(20) middle(20)
      * last(20) suffix(10), so with a first name on the card the
      * name index is started at that first name and read until the
      * first name changes, every one with the card's last name
      * answered.  A last name alone cannot use the first-name-led
      * index and walks the master in number order instead.  Either
      * way an ambiguous name lists every duplicate, each with its
      * own sheet.
       INQUIRE-BY-NAME.
           IF WS-SEL-FIRST-NAME NOT = SPACE
               MOVE SPACE TO CM-NAME-KEY
               MOVE WS-SEL-FIRST-NAME TO CM-NAME-KEY (1:20)
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CM-NAME-KEY
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM READ-MASTER-NEXT
               PERFORM MATCH-ONE-INDEXED UNTIL WS-MASTER-EOF
           ELSE
               MOVE ZERO TO CM-CUST-ID
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CM-CUST-ID
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM READ-MASTER-NEXT
               PERFORM MATCH-ONE-MASTER UNTIL WS-MASTER-EOF
           END-IF.

      * One master record off the name index: past the card's first
      * name the read is over, otherwise the last name decides.
       MATCH-ONE-INDEXED.
           IF CM-NAME-KEY (1:20) NOT = WS-SEL-FIRST-NAME
               SET WS-MASTER-EOF TO TRUE
           ELSE
               IF CM-NAME-KEY (41:20) = WS-SEL-LAST-NAME
                   PERFORM WRITE-ANSWER-SHEET
               END-IF
               PERFORM READ-MASTER-NEXT
           END-IF.

      * One master record in number order against the card's last
      * name.
       MATCH-ONE-MASTER.
           IF CM-NAME-KEY (41:20) = WS-SEL-LAST-NAME
               PERFORM WRITE-ANSWER-SHEET
           END-IF
           PERFORM READ-MASTER-NEXT.
               SET WS-MASTER-EOF TO TRUE
           END-IF.

      * The consolidated answer for one customer: who they are and
      * whose plan they are on, the age derived as of today, the
      * projections at every horizon on the card, and their
      * processing events off the history.
       WRITE-ANSWER-SHEET.
           ADD 1 TO WS-FOUND-COUNT
           MOVE CM-CUST-ID TO CC-CUST-ID
           MOVE CM-NAME-KEY (1:50) TO CC-NAME
           MOVE CM-BIRTH-DATE TO CC-BIRTH-DATE
           MOVE CM-GROUP-CODE TO CC-GROUP-CODE
           IF CM-BIRTH-DATE IS NUMERIC
               MOVE CM-BIRTH-DATE TO WS-DER-BIRTH-DATE
               PERFORM DERIVE-AGE-FROM-DATE
               VARYING WS-HORIZON-IX FROM 1 BY 1
               UNTIL WS-HORIZON-IX > WS-DELTA-COUNT
           WRITE CUSTINQ-RPT-REC FROM CIQ-PROJ-LINE
           IF WS-HIST-OPEN
               PERFORM LIST-HISTORY-EVENTS
           ELSE
               WRITE CUSTINQ-RPT-REC FROM CIQ-NOHIST-LINE
           END-IF.

      * One horizon's "+nn:age" column on the projection line.
       FILL-PROJ-COLUMN.
               SUBTRACT 1 FROM WS-DER-AGE
           END-IF.

      * This customer's processing events off the customer history,
      * appended to the sheet.  Events logged under a number since
      * merged into this one are this customer's history too, so
      * each number in the set is read in turn; then the old-layout
      * events, which carry no number, are picked up by name.
       LIST-HISTORY-EVENTS.
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE 1 TO WS-SET-COUNT
           MOVE CM-CUST-ID TO WS-SET-ID (1)
           IF WS-XREF-OPEN
               PERFORM COLLECT-MERGED-NUMBERS
                   VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > WS-SET-COUNT
           END-IF
           PERFORM LIST-NUMBER-EVENTS
               VARYING WS-SET-IX FROM 1 BY 1
               UNTIL WS-SET-IX > WS-SET-COUNT
           PERFORM LIST-OLD-LAYOUT-EVENTS
           IF WS-EVENT-COUNT = ZERO
               WRITE CUSTINQ-RPT-REC FROM CIQ-NOEVENT-LINE
           END-IF.

      * Every event under one number in the set, in run order: the
      * history is started at the number's summary record and read
      * until the number changes.
       LIST-NUMBER-EVENTS.
           MOVE WS-SET-ID (WS-SET-IX) TO HS-CUST-ID
           MOVE ZERO TO HS-RUN-DATE HS-RUN-NO HS-EVENT-SEQ
           MOVE 'N' TO WS-HIST-EOF-SW
           START CUST-HIST
               KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM READ-NUMBER-EVENT UNTIL WS-HIST-EOF.

      * One history record under the number being read.  An event
      * logged under a merged number shows that former number.
       READ-NUMBER-EVENT.
           READ CUST-HIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF WS-CUSTHIST-STATUS NOT = "00" AND NOT = "02"
                   OR HS-CUST-ID NOT = WS-SET-ID (WS-SET-IX)
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HS-EVENT
                       MOVE SPACE TO CE-FORMER
                       IF HS-CUST-ID NOT = CM-CUST-ID
                           MOVE "  FORMER NO " TO CE-FORMER-CAP
                           MOVE HS-CUST-ID TO CE-FORMER-ID
                       END-IF
                       PERFORM WRITE-EVENT-LINE
                   END-IF
               END-IF
           END-IF.

      * The old 80-byte trail lines (no number) that match this
      * customer's first and last name, read off the name index.
       LIST-OLD-LAYOUT-EVENTS.
           MOVE CM-NAME-KEY (41:20) TO HS-LAST-NAME
           MOVE CM-NAME-KEY (1:20) TO HS-FIRST-NAME
           MOVE 'N' TO WS-HIST-EOF-SW
           START CUST-HIST
               KEY IS EQUAL TO HS-NAME-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM READ-NAME-EVENT UNTIL WS-HIST-EOF.

      * One history record under the customer's name; only the
      * old-layout events are taken, the rest having been listed by
      * number already.
       READ-NAME-EVENT.
           READ CUST-HIST NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF WS-CUSTHIST-STATUS NOT = "00" AND NOT = "02"
                   OR HS-LAST-NAME NOT = CM-NAME-KEY (41:20)
                   OR HS-FIRST-NAME NOT = CM-NAME-KEY (1:20)
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HS-EVENT AND HS-OLD-LAYOUT
                       MOVE SPACE TO CE-FORMER
                       PERFORM WRITE-EVENT-LINE
                   END-IF
               END-IF
           END-IF.

      * One event on the sheet.
       WRITE-EVENT-LINE.
           ADD 1 TO WS-EVENT-COUNT
           MOVE HS-RUN-DATE TO CE-RUN-DATE
           MOVE HS-INPUT-AGE TO CE-INPUT-AGE
           MOVE HS-NEW-AGE TO CE-NEW-AGE
           WRITE CUSTINQ-RPT-REC FROM CIQ-EVENT-LINE.

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

      * A performed paragraph to end the program
       FINISH-UP.
           CLOSE CUSTINQ-RPT
           IF WS-XREF-OPEN
               CLOSE CUST-XREF
           END-IF
           IF WS-HIST-OPEN
               CLOSE CUST-HIST
           END-IF
           IF WS-CARD-OK
               AND (WS-MASTER-STATUS = "00" OR = "02" OR = "10")
               CLOSE CUSTOMER-MASTER
