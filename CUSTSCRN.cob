      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: Single-customer maintenance at the terminal.  The
      *          clerk calls a customer up by number or by name, sees
      *          the customer and the family listed, and adds, changes,
      *          or deletes the customer or a dependent on the spot
      *          instead of keying a MAINT-TRANS card and waiting for
      *          the night's CUSTMNT run.  Every change goes through
      *          the same MNTCORE engine the batch deck does -- the
      *          same calendar and birth-date edits, the same number
      *          assignment from CUSTNBR-CTL, the same relationship
      *          codes -- and is journaled to the day's MAINT-JRNL
      *          exactly as a batch transaction would be.
      * Tectonics: cobc
      *
      * Usage: Run at the terminal; the prompts lead the way.  Each
      *        applied change is journaled under its own run time,
      *        shown when it is applied, so a MNTBKOUT card keyed with
      *        the journal date and that time backs out that one
      *        change and nothing else.
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  The session's control totals
      *                      post to RUN-LOG as job CUSTSCRN under the
      *                      last RESEL-WORLD run, in the same count
      *                      positions CUSTMNT uses, so the CYCLECTL
      *                      journal hand-off counts screen changes.
      *   10-15-2026  MAINT  The clerk keys an operator ID when the
      *                      session opens, and every change carries
      *                      it.  A delete or a birth-date change is
      *                      held on PENDING-APPR for a second operator
      *                      to approve through MNTAPPR; the clerk is
      *                      shown the pending key, and the session's
      *                      held count posts to RUN-LOG.
      *   10-15-2026  MAINT  The customer's employer group is shown,
      *                      keyed on an add, and may be keyed on a
      *                      change to move the customer to another
      *                      group (ENTER keeps the group on file).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The RESEL-WORLD run-control record, read for the last run
      * number and date so the session's control totals post against
      * the cycle whose journal hand-off they belong to.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the maintenance view of the
      * count area.  Each session posts under its own start time.
       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC.
           05  RL-KEY.
               10  RL-RUN-DATE     PIC 9(08).
               10  RL-RUN-NO       PIC 9(04).
               10  RL-JOB-NAME     PIC X(08).
               10  RL-JOB-TIME     PIC 9(06).
           05  RL-POST-DATE        PIC 9(08).
           05  RL-RETURN-CODE      PIC 9(04).
           05  RL-COUNTS           PIC X(84).
           05  RL-CM-COUNTS REDEFINES RL-COUNTS.
               10  RL-CM-READ      PIC 9(07).
               10  RL-CM-APPLIED   PIC 9(07).
               10  RL-CM-REJECTED  PIC 9(07).
               10  RL-CM-ADDS      PIC 9(07).
               10  RL-CM-ADD-REJECTS PIC 9(07).
               10  RL-CM-JOURNALED PIC 9(07).
               10  RL-CM-HELD      PIC 9(07).
               10  FILLER          PIC X(35).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-SESSION-TIME          PIC 9(6).
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACE.
       01  WS-CYCLE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CUR-CUST-ID           PIC 9(7) VALUE ZERO.
       01  WS-KEYED-NUMBER          PIC 9(7) VALUE ZERO.
       01  WS-PICK-SEQ              PIC 9(2) VALUE ZERO.
       01  WS-DEP-IX                PIC 9(2) VALUE ZERO.
       01  WS-PICK-IX               PIC 9(2) VALUE ZERO.
       01  WS-REPLY-LEN             PIC 9(2) VALUE ZERO.
       01  WS-REPLY                 PIC X(07).
       01  WS-ACTION                PIC X(01).
           88  WS-VALID-ACTION      VALUE 'C' 'D' 'E' 'F' 'G' 'R' 'Q'.
       01  WS-CONFIRM               PIC X(01).
       01  WS-IN-TEXT               PIC X(20).
       01  WS-NAME-KEY.
           05  WS-NK-FIRST-NAME     PIC a(20).
           05  WS-NK-MIDDLE-NAME    PIC a(20).
           05  WS-NK-LAST-NAME      PIC a(20).
           05  WS-NK-SUFFIX         PIC a(10).
       01  WS-NAME-WORK             PIC X(75).
       01  WS-FULL-NAME             PIC X(75).

      * The transaction the screen builds, in the MAINT-TRANS-REC
      * layout the engine takes.  The birth date is held as keyed so
      * a mistyped one reaches the engine's edit as it would from a
      * card.
       01  SCR-TRANS.
           05  SC-CUST-ID           PIC X(07).
           05  SC-FIRST-NAME        PIC X(20).
           05  SC-MIDDLE-NAME       PIC X(20).
           05  SC-LAST-NAME         PIC X(20).
           05  SC-SUFFIX            PIC X(10).
           05  SC-BIRTH-DATE        PIC X(08).
           05  SC-TRANS-CODE        PIC X(01).
           05  SC-DEP-SEQ           PIC X(02).
           05  SC-REL-CODE          PIC X(02).
           05  SC-SURVIVOR-ID       PIC X(07).
           05  SC-OPERATOR-ID       PIC X(08).
           05  SC-GROUP-CODE        PIC X(04).

       77  WS-QUIT-SW               PIC X(01) VALUE 'N'.
           88  WS-QUIT                                VALUE 'Y'.
       77  WS-HAVE-CUST-SW          PIC X(01) VALUE 'N'.
           88  WS-HAVE-CUST                           VALUE 'Y'.
       77  WS-CUST-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-CUST-DONE                           VALUE 'Y'.
       77  WS-NUMBER-OK-SW          PIC X(01) VALUE 'N'.
           88  WS-NUMBER-OK                           VALUE 'Y'.
       77  WS-DEP-PICKED-SW         PIC X(01) VALUE 'N'.
           88  WS-DEP-PICKED                          VALUE 'Y'.
       77  WS-APPLIED-SW            PIC X(01) VALUE 'N'.
           88  WS-CHANGE-APPLIED                      VALUE 'Y'.

       77  WS-ACTION-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-ADD-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-ADD-REJECT-COUNT      PIC 9(6) COMP VALUE ZERO.
       77  WS-HELD-COUNT            PIC 9(6) COMP VALUE ZERO.

       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.

      * The maintenance engine's communication area.
       COPY MNTCOMM.

       01  SCR-DEP-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  SD-DEP-SEQ           PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  SD-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-REL-CODE          PIC X(02).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  SD-BIRTH-DATE        PIC 9(08).

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-REQUEST UNTIL WS-QUIT
           PERFORM FINISH-UP
           GOBACK.

      * Takes the clerk's operator ID and has the maintenance engine
      * open the masters and the day's journal.  No master or no
      * journal means no safety net, so the screen closes rather than
      * maintain the master unjournaled; no operator ID means no
      * maker to hold a change against, so it closes then too.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME (1:6) TO WS-SESSION-TIME
           DISPLAY "OPERATOR ID:"
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "CUSTSCRN - NO OPERATOR ID - SCREEN CLOSED"
               SET WS-QUIT TO TRUE
           END-IF
           MOVE 'I' TO MC-FUNCTION
           MOVE WS-RUN-DATE TO MC-RUN-DATE
           MOVE WS-SESSION-TIME TO MC-RUN-TIME
           CALL "MNTCORE" USING MNT-COMM
           IF MC-FILES-OPEN
               IF NOT WS-QUIT
                   DISPLAY "CUSTSCRN - CUSTOMER MAINTENANCE, RUN DATE "
                       WS-RUN-DATE
               END-IF
           ELSE
               DISPLAY "CUSTSCRN - MASTER OR JOURNAL NOT OPEN - "
                   "SCREEN CLOSED"
               SET WS-QUIT TO TRUE
           END-IF.

      * One pass of the main loop: call a customer up (or add a new
      * one), then take maintenance actions against that customer
      * until the clerk is done with it.
       PROCESS-REQUEST.
           MOVE 'N' TO WS-HAVE-CUST-SW
           DISPLAY " "
           DISPLAY "CUSTOMER NUMBER, N TO FIND BY NAME, A TO ADD A "
               "CUSTOMER, X TO EXIT:"
           MOVE SPACE TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY = 'X'
               SET WS-QUIT TO TRUE
           ELSE
               IF WS-REPLY = 'A'
                   PERFORM ADD-CUSTOMER
               ELSE
                   IF WS-REPLY = 'N'
                       PERFORM FIND-BY-NAME
                   ELSE
                       PERFORM FIND-BY-NUMBER
                   END-IF
               END-IF
           END-IF
           IF WS-HAVE-CUST
               PERFORM SHOW-CUSTOMER
               MOVE 'N' TO WS-CUST-DONE-SW
               PERFORM CUSTOMER-ACTION UNTIL WS-CUST-DONE
           END-IF.

      * Calls a customer up by the number keyed at the main prompt.
       FIND-BY-NUMBER.
           PERFORM EDIT-KEYED-NUMBER
           IF WS-NUMBER-OK AND WS-KEYED-NUMBER NOT = ZERO
               MOVE WS-KEYED-NUMBER TO WS-CUR-CUST-ID
               PERFORM LOOKUP-CURRENT
           ELSE
               DISPLAY "CUSTSCRN - KEY A CUSTOMER NUMBER, N, A, OR X"
           END-IF.

      * Calls a customer up by name.  The middle name narrows the
      * search when keyed; when more than one customer still answers
      * to the name the clerk is told to key the number instead.
       FIND-BY-NAME.
           MOVE SPACE TO SCR-TRANS
           DISPLAY "FIRST NAME:"
           ACCEPT SC-FIRST-NAME
           DISPLAY "MIDDLE NAME (ENTER IF NONE OR NOT KNOWN):"
           ACCEPT SC-MIDDLE-NAME
           DISPLAY "LAST NAME:"
           ACCEPT SC-LAST-NAME
           MOVE SCR-TRANS TO MC-TRANS
           MOVE 'L' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           IF MC-FOUND
               SET WS-HAVE-CUST TO TRUE
               MOVE MC-CM-CUST-ID TO WS-CUR-CUST-ID
               IF MC-NAME-DUPLICATED
                   DISPLAY "CUSTSCRN - MORE THAN ONE CUSTOMER HAS "
                       "THIS NAME; KEY THE NUMBER FOR ANOTHER ONE"
               END-IF
           ELSE
               DISPLAY "CUSTSCRN - " MC-REJECT-REASON
           END-IF.

      * Looks the current customer up again by number -- after it is
      * first called up, and after every applied change, so what is
      * shown is always what is on file.
       LOOKUP-CURRENT.
           MOVE SPACE TO SCR-TRANS
           MOVE WS-CUR-CUST-ID TO SC-CUST-ID
           MOVE SCR-TRANS TO MC-TRANS
           MOVE 'L' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           IF MC-FOUND
               SET WS-HAVE-CUST TO TRUE
           ELSE
               MOVE 'N' TO WS-HAVE-CUST-SW
               DISPLAY "CUSTSCRN - CUSTOMER " WS-CUR-CUST-ID " "
                   MC-REJECT-REASON
           END-IF.

      * Turns a keyed number (left-justified, as the clerk types it)
      * into WS-KEYED-NUMBER, and says whether it was all digits.
       EDIT-KEYED-NUMBER.
           MOVE 'N' TO WS-NUMBER-OK-SW
           MOVE ZERO TO WS-KEYED-NUMBER WS-REPLY-LEN
           INSPECT FUNCTION REVERSE ( WS-REPLY )
                 TALLYING WS-REPLY-LEN FOR LEADING SPACE
           SUBTRACT WS-REPLY-LEN FROM LENGTH OF WS-REPLY
                     GIVING WS-REPLY-LEN
           IF WS-REPLY-LEN > ZERO
               IF WS-REPLY (1:WS-REPLY-LEN) IS NUMERIC
                   MOVE WS-REPLY (1:WS-REPLY-LEN) TO WS-KEYED-NUMBER
                   SET WS-NUMBER-OK TO TRUE
               END-IF
           END-IF.

      * Lists the customer on file and the family under it.
       SHOW-CUSTOMER.
           MOVE MC-CM-NAME-KEY TO WS-NAME-KEY
           PERFORM BUILD-FULL-NAME
           DISPLAY " "
           DISPLAY "CUSTOMER NUMBER: " MC-CM-CUST-ID
           DISPLAY "NAME:            " WS-FULL-NAME
           DISPLAY "BIRTH DATE:      " MC-CM-BIRTH-DATE
           DISPLAY "EMPLOYER GROUP:  " MC-CM-GROUP-CODE
           IF MC-DEP-COUNT = ZERO
               DISPLAY "NO DEPENDENTS ON FILE"
           ELSE
               DISPLAY "  SEQ FIRST NAME           LAST NAME"
                   "            REL  BORN"
               PERFORM SHOW-ONE-DEPENDENT
                   VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > MC-DEP-COUNT
           END-IF.

      * One dependent line of the family listing.
       SHOW-ONE-DEPENDENT.
           MOVE MC-DP-DEP-SEQ (WS-DEP-IX) TO SD-DEP-SEQ
           MOVE MC-DP-FIRST-NAME (WS-DEP-IX) TO SD-FIRST-NAME
           MOVE MC-DP-LAST-NAME (WS-DEP-IX) TO SD-LAST-NAME
           MOVE MC-DP-REL-CODE (WS-DEP-IX) TO SD-REL-CODE
           MOVE MC-DP-BIRTH-DATE (WS-DEP-IX) TO SD-BIRTH-DATE
           DISPLAY SCR-DEP-LINE.

      * The customer's name as the listing shows it -- first, middle
      * when there is one, last, and suffix when there is one.
       BUILD-FULL-NAME.
           MOVE SPACE TO WS-NAME-WORK WS-FULL-NAME
           IF WS-NK-MIDDLE-NAME = SPACE
               STRING
                   WS-NK-FIRST-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-LAST-NAME DELIMITED BY SPACE
                   INTO WS-NAME-WORK
               END-STRING
           ELSE
               STRING
                   WS-NK-FIRST-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-MIDDLE-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-LAST-NAME DELIMITED BY SPACE
                   INTO WS-NAME-WORK
               END-STRING
           END-IF
           IF WS-NK-SUFFIX = SPACE
               MOVE WS-NAME-WORK TO WS-FULL-NAME
           ELSE
               STRING
                   WS-NAME-WORK DELIMITED BY "  "
                   SPACE DELIMITED BY SIZE
                   WS-NK-SUFFIX DELIMITED BY SPACE
                   INTO WS-FULL-NAME
               END-STRING
           END-IF.

      * One maintenance action against the customer on the screen.
      * After a change is applied the customer is looked up again and
      * shown as it now stands; a deleted customer ends the visit.
       CUSTOMER-ACTION.
           MOVE 'N' TO WS-APPLIED-SW
           DISPLAY " "
           DISPLAY "C=CHANGE CUSTOMER  D=DELETE CUSTOMER  "
               "E=ADD DEPENDENT  F=CHANGE DEPENDENT"
           DISPLAY "G=DELETE DEPENDENT  R=REDISPLAY  "
               "Q=DONE WITH THIS CUSTOMER:"
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           IF NOT WS-VALID-ACTION
               DISPLAY "CUSTSCRN - UNKNOWN ACTION " WS-ACTION
           END-IF
           IF WS-ACTION = 'C'
               PERFORM CHANGE-CUSTOMER
           END-IF
           IF WS-ACTION = 'D'
               PERFORM DELETE-CUSTOMER
           END-IF
           IF WS-ACTION = 'E'
               PERFORM ADD-DEPENDENT
           END-IF
           IF WS-ACTION = 'F'
               PERFORM CHANGE-DEPENDENT
           END-IF
           IF WS-ACTION = 'G'
               PERFORM DELETE-DEPENDENT
           END-IF
           IF WS-ACTION = 'Q'
               SET WS-CUST-DONE TO TRUE
           END-IF
           IF WS-ACTION = 'R' OR WS-CHANGE-APPLIED
               IF NOT WS-CUST-DONE
                   PERFORM LOOKUP-CURRENT
                   IF WS-HAVE-CUST
                       PERFORM SHOW-CUSTOMER
                   ELSE
                       SET WS-CUST-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A new customer.  The engine assigns the number from
      * CUSTNBR-CTL, and the new customer comes up on the screen so
      * the family can be added straight away.
       ADD-CUSTOMER.
           MOVE SPACE TO SCR-TRANS
           DISPLAY "FIRST NAME:"
           ACCEPT SC-FIRST-NAME
           DISPLAY "MIDDLE NAME (ENTER IF NONE):"
           ACCEPT SC-MIDDLE-NAME
           DISPLAY "LAST NAME:"
           ACCEPT SC-LAST-NAME
           DISPLAY "SUFFIX (ENTER IF NONE):"
           ACCEPT SC-SUFFIX
           DISPLAY "BIRTH DATE (YYYYMMDD):"
           ACCEPT SC-BIRTH-DATE
           DISPLAY "EMPLOYER GROUP CODE:"
           ACCEPT SC-GROUP-CODE
           MOVE 'A' TO SC-TRANS-CODE
           PERFORM CONFIRM-AND-APPLY
           IF WS-CHANGE-APPLIED
               DISPLAY "CUSTSCRN - ADDED AS CUSTOMER " MC-ASSIGNED-ID
               MOVE MC-ASSIGNED-ID TO WS-CUR-CUST-ID
               PERFORM LOOKUP-CURRENT
           END-IF.

      * Changes the customer on the screen.  Each field shows what is
      * on file; ENTER keeps it, and a dash clears a middle name or
      * suffix.  The whole name goes to the engine so the name key is
      * rebuilt from every part, as a batch change keyed in full is.
      * The group goes only when a new one is keyed, so a customer
      * in a group since closed can still be corrected.
       CHANGE-CUSTOMER.
           MOVE SPACE TO SCR-TRANS
           MOVE WS-CUR-CUST-ID TO SC-CUST-ID
           MOVE MC-CM-NAME-KEY (1:20) TO SC-FIRST-NAME
           MOVE MC-CM-NAME-KEY (21:20) TO SC-MIDDLE-NAME
           MOVE MC-CM-NAME-KEY (41:20) TO SC-LAST-NAME
           MOVE MC-CM-NAME-KEY (61:10) TO SC-SUFFIX
           MOVE MC-CM-BIRTH-DATE TO SC-BIRTH-DATE
           DISPLAY "ENTER KEEPS A FIELD AS IT STANDS; A DASH CLEARS "
               "THE MIDDLE NAME OR SUFFIX"
           DISPLAY "FIRST NAME, NOW " SC-FIRST-NAME ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT NOT = SPACE
               MOVE WS-IN-TEXT TO SC-FIRST-NAME
           END-IF
           DISPLAY "MIDDLE NAME, NOW " SC-MIDDLE-NAME ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT = '-'
               MOVE SPACE TO SC-MIDDLE-NAME
           ELSE
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-MIDDLE-NAME
               END-IF
           END-IF
           DISPLAY "LAST NAME, NOW " SC-LAST-NAME ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT NOT = SPACE
               MOVE WS-IN-TEXT TO SC-LAST-NAME
           END-IF
           DISPLAY "SUFFIX, NOW " SC-SUFFIX ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT = '-'
               MOVE SPACE TO SC-SUFFIX
           ELSE
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-SUFFIX
               END-IF
           END-IF
           DISPLAY "BIRTH DATE (YYYYMMDD), NOW " SC-BIRTH-DATE ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT NOT = SPACE
               MOVE WS-IN-TEXT TO SC-BIRTH-DATE
           END-IF
           DISPLAY "EMPLOYER GROUP, NOW " MC-CM-GROUP-CODE ":"
           PERFORM ACCEPT-NEW-TEXT
           IF WS-IN-TEXT NOT = SPACE
               MOVE WS-IN-TEXT TO SC-GROUP-CODE
           END-IF
           MOVE 'C' TO SC-TRANS-CODE
           PERFORM CONFIRM-AND-APPLY.

      * Deletes the customer on the screen.  Dependents are not
      * deleted with it -- the batch delete does not cascade either --
      * so the clerk is reminded to clear them first.
       DELETE-CUSTOMER.
           IF MC-DEP-COUNT > ZERO
               DISPLAY "CUSTSCRN - THIS CUSTOMER STILL HAS "
                   MC-DEP-COUNT " DEPENDENTS ON FILE"
           END-IF
           MOVE SPACE TO SCR-TRANS
           MOVE WS-CUR-CUST-ID TO SC-CUST-ID
           MOVE 'D' TO SC-TRANS-CODE
           PERFORM CONFIRM-AND-APPLY
           IF WS-CHANGE-APPLIED
               SET WS-CUST-DONE TO TRUE
           END-IF.

      * A new dependent under the customer on the screen, taking the
      * next free sequence in the family.
       ADD-DEPENDENT.
           MOVE SPACE TO SCR-TRANS
           MOVE WS-CUR-CUST-ID TO SC-CUST-ID
           DISPLAY "DEPENDENT FIRST NAME:"
           ACCEPT SC-FIRST-NAME
           DISPLAY "DEPENDENT LAST NAME:"
           ACCEPT SC-LAST-NAME
           DISPLAY "RELATIONSHIP (SP SPOUSE, CH CHILD, OT OTHER):"
           ACCEPT SC-REL-CODE
           DISPLAY "BIRTH DATE (YYYYMMDD):"
           ACCEPT SC-BIRTH-DATE
           MOVE 'E' TO SC-TRANS-CODE
           PERFORM CONFIRM-AND-APPLY
           IF WS-CHANGE-APPLIED
               DISPLAY "CUSTSCRN - ADDED AS DEPENDENT "
                   MC-ASSIGNED-SEQ
           END-IF.

      * Changes one dependent, picked by sequence, field by field the
      * way a customer change is.
       CHANGE-DEPENDENT.
           PERFORM PICK-DEPENDENT
           IF WS-DEP-PICKED
               MOVE SPACE TO SCR-TRANS
               MOVE WS-CUR-CUST-ID TO SC-CUST-ID
               MOVE MC-DP-DEP-SEQ (WS-PICK-IX) TO SC-DEP-SEQ
               MOVE MC-DP-FIRST-NAME (WS-PICK-IX) TO SC-FIRST-NAME
               MOVE MC-DP-LAST-NAME (WS-PICK-IX) TO SC-LAST-NAME
               MOVE MC-DP-REL-CODE (WS-PICK-IX) TO SC-REL-CODE
               MOVE MC-DP-BIRTH-DATE (WS-PICK-IX) TO SC-BIRTH-DATE
               DISPLAY "ENTER KEEPS A FIELD AS IT STANDS"
               DISPLAY "FIRST NAME, NOW " SC-FIRST-NAME ":"
               PERFORM ACCEPT-NEW-TEXT
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-FIRST-NAME
               END-IF
               DISPLAY "LAST NAME, NOW " SC-LAST-NAME ":"
               PERFORM ACCEPT-NEW-TEXT
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-LAST-NAME
               END-IF
               DISPLAY "RELATIONSHIP (SP, CH, OT), NOW "
                   SC-REL-CODE ":"
               PERFORM ACCEPT-NEW-TEXT
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-REL-CODE
               END-IF
               DISPLAY "BIRTH DATE (YYYYMMDD), NOW "
                   SC-BIRTH-DATE ":"
               PERFORM ACCEPT-NEW-TEXT
               IF WS-IN-TEXT NOT = SPACE
                   MOVE WS-IN-TEXT TO SC-BIRTH-DATE
               END-IF
               MOVE 'F' TO SC-TRANS-CODE
               PERFORM CONFIRM-AND-APPLY
           END-IF.

      * Deletes one dependent, picked by sequence.
       DELETE-DEPENDENT.
           PERFORM PICK-DEPENDENT
           IF WS-DEP-PICKED
               MOVE SPACE TO SCR-TRANS
               MOVE WS-CUR-CUST-ID TO SC-CUST-ID
               MOVE MC-DP-DEP-SEQ (WS-PICK-IX) TO SC-DEP-SEQ
               MOVE 'G' TO SC-TRANS-CODE
               PERFORM CONFIRM-AND-APPLY
           END-IF.

      * Asks which dependent is meant and finds it in the family
      * listing.
       PICK-DEPENDENT.
           MOVE 'N' TO WS-DEP-PICKED-SW
           MOVE ZERO TO WS-PICK-IX
           DISPLAY "DEPENDENT SEQUENCE:"
           MOVE SPACE TO WS-REPLY
           ACCEPT WS-REPLY
           PERFORM EDIT-KEYED-NUMBER
           IF WS-NUMBER-OK AND WS-KEYED-NUMBER < 100
               MOVE WS-KEYED-NUMBER TO WS-PICK-SEQ
               PERFORM FIND-PICKED-DEPENDENT
                   VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > MC-DEP-COUNT OR WS-DEP-PICKED
           END-IF
           IF NOT WS-DEP-PICKED
               DISPLAY "CUSTSCRN - NO DEPENDENT WITH THAT SEQUENCE"
           END-IF.

      * One step of the dependent search.
       FIND-PICKED-DEPENDENT.
           IF MC-DP-DEP-SEQ (WS-DEP-IX) = WS-PICK-SEQ
               MOVE WS-DEP-IX TO WS-PICK-IX
               SET WS-DEP-PICKED TO TRUE
           END-IF.

      * One field's replacement value; ENTER leaves it blank.
       ACCEPT-NEW-TEXT.
           MOVE SPACE TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT.

      * Asks the clerk to confirm, then applies the transaction.
       CONFIRM-AND-APPLY.
           MOVE 'N' TO WS-APPLIED-SW
           DISPLAY "APPLY THIS CHANGE (Y/N)?"
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               PERFORM APPLY-SCREEN-TRANS
           ELSE
               DISPLAY "CUSTSCRN - NOTHING CHANGED"
           END-IF.

      * Hands the built transaction to the engine under a fresh run
      * time, so this one change is its own entry set on the journal
      * and MNTBKOUT can undo it alone, and tells the clerk the run
      * time to key on the backout card.  A held change is not
      * applied; the clerk is given the key it waits under instead.
       APPLY-SCREEN-TRANS.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME (1:6) TO MC-RUN-TIME
           MOVE WS-OPERATOR-ID TO SC-OPERATOR-ID
           MOVE SCR-TRANS TO MC-TRANS
           MOVE 'P' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           ADD 1 TO WS-ACTION-COUNT
           IF MC-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "CUSTSCRN - REJECTED: " MC-REJECT-REASON
           ELSE
               IF MC-HELD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "CUSTSCRN - HELD FOR APPROVAL UNDER PENDING "
                       "KEY " MC-HOLD-DATE " " MC-HOLD-TIME " "
                       MC-HOLD-SEQ
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
                   SET WS-CHANGE-APPLIED TO TRUE
                   DISPLAY "CUSTSCRN - APPLIED, JOURNALED ON "
                       "MAINT-JRNL-" WS-RUN-DATE " UNDER RUN TIME "
                       MC-RUN-TIME
               END-IF
           END-IF
           IF SC-TRANS-CODE = 'A'
               IF MC-REJECTED
                   ADD 1 TO WS-ADD-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

      * Picks up the last run number and date RESEL-WORLD gave out.
      * No run-control record posts under run zero, which the control
      * sheet skips.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LAST-RUN-NO IS NUMERIC
                           MOVE RC-LAST-RUN-NO TO WS-CYCLE-RUN-NO
                       END-IF
                       IF RC-LAST-RUN-DATE IS NUMERIC
                           MOVE RC-LAST-RUN-DATE TO WS-CYCLE-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      * Posts the session's control totals to the shared run log
      * under the cycle's run date and number and the session's start
      * time.  A missing log is created on a first-ever run.
       POST-RUN-LOG.
           OPEN I-O RUN-LOG
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
               CLOSE RUN-LOG
               OPEN I-O RUN-LOG
           END-IF
           IF WS-RUNLOG-STATUS = "00"
               MOVE SPACE TO RUN-LOG-REC
               MOVE ZEROES TO RL-COUNTS
               MOVE WS-CYCLE-RUN-DATE TO RL-RUN-DATE
               MOVE WS-CYCLE-RUN-NO TO RL-RUN-NO
               MOVE "CUSTSCRN" TO RL-JOB-NAME
               MOVE WS-SESSION-TIME TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE ZERO TO RL-RETURN-CODE
               MOVE WS-ACTION-COUNT TO RL-CM-READ
               MOVE WS-APPLIED-COUNT TO RL-CM-APPLIED
               MOVE WS-REJECT-COUNT TO RL-CM-REJECTED
               MOVE WS-ADD-COUNT TO RL-CM-ADDS
               MOVE WS-ADD-REJECT-COUNT TO RL-CM-ADD-REJECTS
               MOVE MC-JRNL-COUNT TO RL-CM-JOURNALED
               MOVE WS-HELD-COUNT TO RL-CM-HELD
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "CUSTSCRN - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program
       FINISH-UP.
           MOVE 'F' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           PERFORM READ-RUN-CONTROL
           PERFORM POST-RUN-LOG
           DISPLAY "CUSTSCRN SESSION COMPLETE - "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD".
       END PROGRAM CUSTSCRN.
