      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: Second-operator approval of the customer maintenance
      *          held back from CUSTMNT and CUSTSCRN.  A delete (D/G),
      *          a merge (M), or a birth-date change (C/F) no longer
      *          reaches CUSTOMER-MASTER or DEPENDENT-MASTER when it is
      *          keyed;
      *          MNTCORE writes it to PENDING-APPR with the maker's
      *          operator ID instead.  This run reads the checkers'
      *          decision deck, and for each held item approved by an
      *          operator other than the one who keyed it has MNTCORE
      *          apply it -- the same edits and the same MAINT-JRNL
      *          entries a batch transaction gets, journaled under
      *          this run's time -- or marks it rejected.  Every item
      *          still pending after the decisions and older than the
      *          aging days on the parameter card is listed on an
      *          exception report so nothing sits unreviewed.
      * Tectonics: cobc
      *
      * Usage: APPR-TRANS holds one decision per held item: the hold
      *        date, time, and sequence shown on the CUSTMNT register
      *        or at the CUSTSCRN screen, A to approve or R to reject,
      *        the checker's operator ID, and a reason.  An APPR-CARD
      *        with the aging days in columns 1-3 is optional (five
      *        days if absent).  No deck just ages the pending file.
      *        The register's run time is what a MNTBKOUT card keys
      *        to back out this run's approvals.
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  Control totals post to
      *                      RUN-LOG as job MNTAPPR under the last
      *                      RESEL-WORLD run, the journaled count in
      *                      the same position CUSTMNT uses; items aged
      *                      onto the exception report end the run
      *                      with RETURN-CODE 4.
      *   10-15-2026  MAINT  The held transaction now carries the
      *                      employer group code; the record keeps its
      *                      length, the spare bytes at the end giving
      *                      up four.
      *   10-15-2026  MAINT  The run's return code is kept in WS-RUN-RC
      *                      and set only after the last engine CALL,
      *                      which had been overwriting it.  Held
      *                      merges (M) are approved like deletes.  An
      *                      approval whose record has a different
      *                      birth date than when it was held is
      *                      rejected as stale instead of applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-TRANS
               ASSIGN TO "APPR-TRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT APPR-CARD
               ASSIGN TO "APPR-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT PENDING-APPR
               ASSIGN TO "PENDING-APPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT APPR-RPT
               ASSIGN TO "APPR-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRPT-STATUS.

           SELECT APPR-EXCP
               ASSIGN TO "APPR-EXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

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
      * One checker's decision on one held item.
       FD  APPR-TRANS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  APPR-TRANS-REC.
           05  AT-HOLD-KEY.
               10  AT-HOLD-DATE    PIC 9(08).
               10  AT-HOLD-TIME    PIC 9(06).
               10  AT-HOLD-SEQ     PIC 9(04).
           05  AT-DECISION         PIC X(01).
               88  AT-APPROVE                         VALUE 'A'.
               88  AT-REJECT                          VALUE 'R'.
           05  AT-CHECKER-ID       PIC X(08).
           05  AT-REASON           PIC X(30).
           05  FILLER              PIC X(23).

      * Optional parameter card: how many days an item may wait for
      * a decision before it is listed as an exception.
       FD  APPR-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  APPR-CARD-REC.
           05  AC-AGING-DAYS       PIC 9(03).
           05  FILLER              PIC X(77).

      * One held transaction, keyed by the date and run time it was
      * keyed and a sequence within them, with the transaction kept
      * whole in the MAINT-TRANS-REC layout.  The decision fields are
      * filled in here; a decided item stays on file as the record of
      * who approved or rejected it.
       FD  PENDING-APPR
           LABEL RECORDS ARE STANDARD.
       01  PENDING-APPR-REC.
           05  PA-KEY.
               10  PA-HOLD-DATE    PIC 9(08).
               10  PA-HOLD-TIME    PIC 9(06).
               10  PA-HOLD-SEQ     PIC 9(04).
           05  PA-STATUS           PIC X(01).
               88  PA-PENDING                         VALUE 'P'.
               88  PA-APPROVED                        VALUE 'A'.
               88  PA-REJECTED                        VALUE 'R'.
               88  PA-APPLY-FAILED                    VALUE 'F'.
           05  PA-TRANS.
               10  PA-CUST-ID      PIC X(07).
               10  PA-FIRST-NAME   PIC a(20).
               10  PA-MIDDLE-NAME  PIC a(20).
               10  PA-LAST-NAME    PIC a(20).
               10  PA-SUFFIX       PIC a(10).
               10  PA-BIRTH-DATE   PIC 9(08).
               10  PA-TRANS-CODE   PIC X(01).
               10  PA-DEP-SEQ      PIC X(02).
               10  PA-REL-CODE     PIC X(02).
               10  PA-SURVIVOR-ID  PIC X(07).
               10  PA-OPERATOR-ID  PIC X(08).
               10  PA-GROUP-CODE   PIC X(04).
           05  PA-LOCATED-ID       PIC 9(07).
           05  PA-OLD-BIRTH-DATE   PIC 9(08).
           05  PA-CHECKER-ID       PIC X(08).
           05  PA-DECISION-DATE    PIC 9(08).
           05  PA-DECISION-TIME    PIC 9(06).
           05  PA-REASON           PIC X(30).
           05  FILLER              PIC X(06).

       FD  APPR-RPT
           LABEL RECORDS ARE STANDARD.
       01  APPR-RPT-REC            PIC X(110).

       FD  APPR-EXCP
           LABEL RECORDS ARE STANDARD.
       01  APPR-EXCP-REC           PIC X(110).

      * The RESEL-WORLD run-control record, read for the last run
      * number and date so this run's control totals post against
      * the cycle whose journal hand-off they belong to.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the approval view of the
      * count area, journaled in the sixth position as the
      * maintenance jobs have it.  Each run posts under its own time.
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
           05  RL-MA-COUNTS REDEFINES RL-COUNTS.
               10  RL-MA-READ      PIC 9(07).
               10  RL-MA-APPROVED  PIC 9(07).
               10  RL-MA-REJECTED  PIC 9(07).
               10  RL-MA-REFUSED   PIC 9(07).
               10  RL-MA-FAILED    PIC 9(07).
               10  RL-MA-JOURNALED PIC 9(07).
               10  RL-MA-AGED      PIC 9(07).
               10  RL-MA-PENDING   PIC 9(07).
               10  FILLER          PIC X(28).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-CYCLE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-AGING-DAYS            PIC 9(3) VALUE 5.
       01  WS-RUN-INT               PIC 9(8).
       01  WS-HOLD-INT              PIC 9(8).
       01  WS-DAYS-WAITING          PIC 9(5).
       01  WS-ACTION                PIC X(08).
       01  WS-REFUSE-REASON         PIC X(30).

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                 VALUE 'Y'.
       77  WS-PEND-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-PEND-OPEN                           VALUE 'Y'.
       77  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-PEND-EOF                            VALUE 'Y'.
       77  WS-ITEM-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-ITEM-FOUND                          VALUE 'Y'.
       77  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-CARD-REFUSED                        VALUE 'Y'.
       77  WS-STALE-SW              PIC X(01) VALUE 'N'.
           88  WS-ITEM-STALE                          VALUE 'Y'.

       77  WS-DECISION-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-FAILED-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-PENDING-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-AGED-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-FAMILY-IX             PIC 9(3) COMP VALUE ZERO.
      * The run's own return code.  Every CALL to the engine leaves
      * the engine's in RETURN-CODE, so the run's is kept here and
      * only handed back on the way out.
       77  WS-RUN-RC                PIC 9(4) COMP VALUE ZERO.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-CARD-STATUS           PIC XX.
       01  WS-PEND-STATUS           PIC XX.
       01  WS-APRPT-STATUS          PIC XX.
       01  WS-EXCP-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.

      * The maintenance engine's communication area.
       COPY MNTCOMM.

       01  APR-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  AH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(38) VALUE
                   "MAINTENANCE APPROVAL DECISION REGISTER".
           05  FILLER               PIC X(12) VALUE "  RUN TIME: ".
           05  AH-RUN-TIME          PIC 9(6).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  APR-CAPTION-LINE.
           05  FILLER               PIC X(52) VALUE
               "HOLD KEY             C CUST NO MAKER    CHECKER  ON ".
           05  FILLER               PIC X(58) VALUE
               "FILE  KEYED    ACTION   REASON".

       01  APR-DETAIL-LINE.
           05  AD-HOLD-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-HOLD-TIME         PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-HOLD-SEQ          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-TRANS-CODE        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-CUST-ID           PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-CHECKER-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-OLD-BIRTH-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-NEW-BIRTH-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-ACTION            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-REASON            PIC X(30).
           05  FILLER               PIC X(04) VALUE SPACE.

       01  APR-TRAILER-LINE.
           05  FILLER               PIC X(18) VALUE
                   "DECISIONS READ:   ".
           05  AR-READ-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  APPROVED: ".
           05  AR-APPROVED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  REJECTED: ".
           05  AR-REJECTED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE "  REFUSED: ".
           05  AR-REFUSED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  FAILED: ".
           05  AR-FAILED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE SPACE.

       01  EXC-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  EH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(38) VALUE
                   "MAINTENANCE AWAITING APPROVAL - AGED".
           05  FILLER               PIC X(20) VALUE
                   "  OVER DAYS WAITING:".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  EH-AGING-DAYS        PIC ZZ9.
           05  FILLER               PIC X(25) VALUE SPACE.

       01  EXC-DETAIL-LINE.
           05  ED-HOLD-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-HOLD-TIME         PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-HOLD-SEQ          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-TRANS-CODE        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-CUST-ID           PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-DEP-SEQ           PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-FIRST-NAME        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-MAKER-ID          PIC X(08).
           05  FILLER               PIC X(08) VALUE "  DAYS: ".
           05  ED-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.

       01  EXC-TRAILER-LINE.
           05  FILLER               PIC X(25) VALUE
                   "ITEMS STILL PENDING:     ".
           05  ET-PENDING-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  AGED:     ".
           05  ET-AGED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(59) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-DECISIONS UNTIL WS-EOF
           IF WS-PEND-OPEN
               PERFORM AGE-PENDING-ITEMS
           END-IF
           PERFORM FINISH-UP
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      * Reads the aging card, opens the decision deck, the pending
      * file, and both reports, and has the maintenance engine open
      * the masters and the dated journal the approvals are applied
      * and journaled to.  Without the pending file there is nothing
      * to decide or age, so the run stops with RETURN-CODE 8; without
      * the masters or the journal the cards are refused one by one
      * and every item stays pending for a later run.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) TO WS-RUN-INT
           PERFORM READ-APPR-CARD
           OPEN OUTPUT APPR-RPT
           OPEN OUTPUT APPR-EXCP
           PERFORM WRITE-APPR-HEADER
           PERFORM OPEN-PENDING
           OPEN INPUT APPR-TRANS
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "MNTAPPR - NO APPR-TRANS DECISIONS, STATUS "
                   WS-TRANS-STATUS " - AGING ONLY"
               SET WS-EOF TO TRUE
           END-IF
           IF NOT WS-PEND-OPEN
               SET WS-EOF TO TRUE
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE 'I' TO MC-FUNCTION
           MOVE WS-RUN-DATE TO MC-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO MC-RUN-TIME
           CALL "MNTCORE" USING MNT-COMM
           IF NOT MC-FILES-OPEN
               DISPLAY "MNTAPPR - MASTER OR JOURNAL NOT OPEN - "
                   "NOTHING WILL BE APPLIED"
           END-IF.

      * Picks up the aging days.  No card, or a zero or non-numeric
      * one, leaves the five-day default.
       READ-APPR-CARD.
           OPEN INPUT APPR-CARD
           IF WS-CARD-STATUS = "00"
               READ APPR-CARD
                   NOT AT END
                       IF AC-AGING-DAYS IS NUMERIC
                           AND AC-AGING-DAYS > ZERO
                           MOVE AC-AGING-DAYS TO WS-AGING-DAYS
                       END-IF
               END-READ
               CLOSE APPR-CARD
           END-IF.

      * Opens the pending-approval file.  Nothing has ever been held
      * when it is not there yet, so a "not found" open creates an
      * empty one and the run simply finds nothing to do.
       OPEN-PENDING.
           OPEN I-O PENDING-APPR
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-APPR
               CLOSE PENDING-APPR
               OPEN I-O PENDING-APPR
           END-IF
           IF WS-PEND-STATUS = "00"
               SET WS-PEND-OPEN TO TRUE
           ELSE
               DISPLAY "MNTAPPR - CANNOT OPEN PENDING-APPR, STATUS "
                   WS-PEND-STATUS
           END-IF.

      * One pass of the main loop: get a decision, find the held item
      * it names, check the card may act on it, and carry it out.
       PROCESS-DECISIONS.
           PERFORM READ-APPR-TRANS
           IF NOT WS-EOF
               MOVE 'N' TO WS-REFUSED-SW WS-ITEM-FOUND-SW
               MOVE SPACE TO WS-REFUSE-REASON
               PERFORM FIND-HELD-ITEM
               IF NOT WS-CARD-REFUSED
                   PERFORM CHECK-DECISION
               END-IF
               IF WS-CARD-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO WS-ACTION
               ELSE
                   IF AT-APPROVE
                       PERFORM APPROVE-HELD-ITEM
                   ELSE
                       PERFORM REJECT-HELD-ITEM
                   END-IF
               END-IF
               PERFORM WRITE-DECISION-LINE
           END-IF.

      * One record off the decision deck.
       READ-APPR-TRANS.
           READ APPR-TRANS
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISION-COUNT
           END-READ.

      * Reads the held item the card names by its hold key.
       FIND-HELD-ITEM.
           IF AT-HOLD-KEY IS NOT NUMERIC
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "HOLD KEY NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE
               MOVE AT-HOLD-KEY TO PA-KEY
               READ PENDING-APPR
                   KEY IS PA-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REFUSED-SW
                       MOVE "NOT ON PENDING FILE"
                           TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
               END-READ
           END-IF.

      * The checks a card must pass before it may decide anything:
      * the item must still be pending, the decision must be A or R,
      * and the checker must give an operator ID that is not the
      * maker's -- nobody approves their own delete or birth-date
      * change.  An approval also needs the masters and journal open.
       CHECK-DECISION.
           IF NOT PA-PENDING
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "ALREADY DECIDED" TO WS-REFUSE-REASON
           ELSE
               IF NOT AT-APPROVE AND NOT AT-REJECT
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE "DECISION NOT A OR R" TO WS-REFUSE-REASON
               ELSE
                   IF AT-CHECKER-ID = SPACE
                       MOVE 'Y' TO WS-REFUSED-SW
                       MOVE "NO CHECKER ID" TO WS-REFUSE-REASON
                   ELSE
                       IF AT-CHECKER-ID = PA-OPERATOR-ID
                           MOVE 'Y' TO WS-REFUSED-SW
                           MOVE "CHECKER SAME AS MAKER"
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CARD-REFUSED AND AT-APPROVE
               AND NOT MC-FILES-OPEN
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE "MASTER OR JOURNAL NOT OPEN" TO WS-REFUSE-REASON
           END-IF.

      * Hands the approved transaction to the engine to apply and
      * journal, keyed by the customer number it located when it was
      * held so a name-keyed one lands on the record the checker saw.
      * A record whose birth date has moved since it was held is not
      * the record the checker was shown, so the item is rejected as
      * stale without applying anything.  If it no longer applies --
      * the customer deleted since it was held, say -- the item is
      * closed as failed with the engine's reason.  Either way the
      * maker keys it again if still wanted.
       APPROVE-HELD-ITEM.
           MOVE PA-TRANS TO MC-TRANS
           IF PA-LOCATED-ID NOT = ZERO
               MOVE PA-LOCATED-ID TO MC-CUST-ID
           END-IF
           PERFORM CHECK-ITEM-CURRENT
           IF WS-ITEM-STALE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "STALE" TO WS-ACTION
               MOVE 'R' TO PA-STATUS
               MOVE "STALE - BIRTH DATE CHANGED" TO PA-REASON
           ELSE
               MOVE 'A' TO MC-FUNCTION
               CALL "MNTCORE" USING MNT-COMM
               IF MC-REJECTED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED" TO WS-ACTION
                   MOVE 'F' TO PA-STATUS
                   MOVE MC-REJECT-REASON TO PA-REASON
               ELSE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED" TO WS-ACTION
                   MOVE 'A' TO PA-STATUS
                   MOVE AT-REASON TO PA-REASON
               END-IF
           END-IF
           PERFORM REWRITE-HELD-ITEM.

      * Has the engine look the located customer up again, family and
      * all, and compares the birth date now on file -- the
      * customer's, or for a dependent item the dependent's -- with
      * the one banked when the item was held.  A record no longer
      * there is left for the apply to report.
       CHECK-ITEM-CURRENT.
           MOVE 'N' TO WS-STALE-SW
           IF PA-LOCATED-ID NOT = ZERO
               MOVE 'L' TO MC-FUNCTION
               CALL "MNTCORE" USING MNT-COMM
               IF MC-FOUND
                   IF PA-TRANS-CODE = 'F' OR = 'G'
                       PERFORM CHECK-ONE-DEPENDENT
                           VARYING WS-FAMILY-IX FROM 1 BY 1
                           UNTIL WS-FAMILY-IX > MC-DEP-COUNT
                   ELSE
                       IF MC-CM-BIRTH-DATE NOT = PA-OLD-BIRTH-DATE
                           SET WS-ITEM-STALE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One dependent of the family looked up; only the one the item
      * names is compared.
       CHECK-ONE-DEPENDENT.
           IF MC-DP-DEP-SEQ (WS-FAMILY-IX) = PA-DEP-SEQ
               IF MC-DP-BIRTH-DATE (WS-FAMILY-IX)
                   NOT = PA-OLD-BIRTH-DATE
                   SET WS-ITEM-STALE TO TRUE
               END-IF
           END-IF.

      * Closes the item as rejected; nothing is applied.
       REJECT-HELD-ITEM.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-ACTION
           MOVE 'R' TO PA-STATUS
           MOVE AT-REASON TO PA-REASON
           PERFORM REWRITE-HELD-ITEM.

      * Puts the decision, the checker, and when it was made back on
      * the held item.
       REWRITE-HELD-ITEM.
           MOVE AT-CHECKER-ID TO PA-CHECKER-ID
           MOVE WS-RUN-DATE TO PA-DECISION-DATE
           MOVE WS-RUN-TIME (1:6) TO PA-DECISION-TIME
           REWRITE PENDING-APPR-REC
               INVALID KEY
                   DISPLAY "MNTAPPR - REWRITE FAILED FOR " PA-KEY
                       ", STATUS " WS-PEND-STATUS
           END-REWRITE.

      * Writes the register line saying what became of this card.  A
      * card whose item was found shows the item as held, a merge
      * giving its survivor in the keyed column; one that named no
      * item shows only what the card carried.
       WRITE-DECISION-LINE.
           MOVE SPACE TO APR-DETAIL-LINE
           MOVE AT-CHECKER-ID TO AD-CHECKER-ID
           MOVE WS-ACTION TO AD-ACTION
           IF WS-ITEM-FOUND
               MOVE PA-HOLD-DATE TO AD-HOLD-DATE
               MOVE PA-HOLD-TIME TO AD-HOLD-TIME
               MOVE PA-HOLD-SEQ TO AD-HOLD-SEQ
               MOVE PA-TRANS-CODE TO AD-TRANS-CODE
               MOVE PA-LOCATED-ID TO AD-CUST-ID
               MOVE PA-OPERATOR-ID TO AD-MAKER-ID
               MOVE PA-OLD-BIRTH-DATE TO AD-OLD-BIRTH-DATE
               IF PA-TRANS-CODE = 'C' OR = 'F'
                   MOVE PA-BIRTH-DATE TO AD-NEW-BIRTH-DATE
               END-IF
               IF PA-TRANS-CODE = 'M'
                   MOVE PA-SURVIVOR-ID TO AD-NEW-BIRTH-DATE
               END-IF
           ELSE
               MOVE ZERO TO AD-HOLD-DATE AD-HOLD-TIME AD-HOLD-SEQ
               IF AT-HOLD-KEY IS NUMERIC
                   MOVE AT-HOLD-DATE TO AD-HOLD-DATE
                   MOVE AT-HOLD-TIME TO AD-HOLD-TIME
                   MOVE AT-HOLD-SEQ TO AD-HOLD-SEQ
               END-IF
           END-IF
           IF WS-CARD-REFUSED
               MOVE WS-REFUSE-REASON TO AD-REASON
           ELSE
               MOVE PA-REASON TO AD-REASON
           END-IF
           WRITE APPR-RPT-REC FROM APR-DETAIL-LINE.

      * Heading for the decision register.  The caption FILLERs carry
      * their text as VALUE clauses, so only the variable fields are
      * moved here.  The run time is what a MNTBKOUT card keys to back
      * out this run's approvals.
       WRITE-APPR-HEADER.
           MOVE WS-RUN-DATE TO AH-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO AH-RUN-TIME
           WRITE APPR-RPT-REC FROM APR-HEADER-LINE
           WRITE APPR-RPT-REC FROM APR-CAPTION-LINE.

      * Trailer line giving the operator the decision counts.
       WRITE-APPR-TRAILER.
           MOVE WS-DECISION-COUNT TO AR-READ-COUNT
           MOVE WS-APPROVED-COUNT TO AR-APPROVED-COUNT
           MOVE WS-REJECTED-COUNT TO AR-REJECTED-COUNT
           MOVE WS-REFUSED-COUNT TO AR-REFUSED-COUNT
           MOVE WS-FAILED-COUNT TO AR-FAILED-COUNT
           WRITE APPR-RPT-REC FROM APR-TRAILER-LINE.

      * Walks the whole pending file in hold-key order, after today's
      * decisions, and lists every item still pending that has waited
      * longer than the aging days.
       AGE-PENDING-ITEMS.
           MOVE WS-RUN-DATE TO EH-RUN-DATE
           MOVE WS-AGING-DAYS TO EH-AGING-DAYS
           WRITE APPR-EXCP-REC FROM EXC-HEADER-LINE
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE ZERO TO PA-KEY
           START PENDING-APPR
               KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM AGE-ONE-ITEM UNTIL WS-PEND-EOF
           MOVE WS-PENDING-COUNT TO ET-PENDING-COUNT
           MOVE WS-AGED-COUNT TO ET-AGED-COUNT
           WRITE APPR-EXCP-REC FROM EXC-TRAILER-LINE
           IF WS-AGED-COUNT > ZERO AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      * One step of the aging walk.
       AGE-ONE-ITEM.
           READ PENDING-APPR NEXT RECORD
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ
           IF NOT WS-PEND-EOF
               IF WS-PEND-STATUS NOT = "00"
                   SET WS-PEND-EOF TO TRUE
               ELSE
                   IF PA-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE FUNCTION INTEGER-OF-DATE (PA-HOLD-DATE)
                           TO WS-HOLD-INT
                       SUBTRACT WS-HOLD-INT FROM WS-RUN-INT
                           GIVING WS-DAYS-WAITING
                       IF WS-DAYS-WAITING > WS-AGING-DAYS
                           PERFORM WRITE-EXCP-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One aged item on the exception report.
       WRITE-EXCP-LINE.
           ADD 1 TO WS-AGED-COUNT
           MOVE SPACE TO EXC-DETAIL-LINE
           MOVE PA-HOLD-DATE TO ED-HOLD-DATE
           MOVE PA-HOLD-TIME TO ED-HOLD-TIME
           MOVE PA-HOLD-SEQ TO ED-HOLD-SEQ
           MOVE PA-TRANS-CODE TO ED-TRANS-CODE
           MOVE PA-LOCATED-ID TO ED-CUST-ID
           MOVE PA-DEP-SEQ TO ED-DEP-SEQ
           MOVE PA-FIRST-NAME TO ED-FIRST-NAME
           MOVE PA-LAST-NAME TO ED-LAST-NAME
           MOVE PA-OPERATOR-ID TO ED-MAKER-ID
           MOVE WS-DAYS-WAITING TO ED-DAYS
           WRITE APPR-EXCP-REC FROM EXC-DETAIL-LINE.

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

      * Posts this run's control totals to the shared run log under
      * the cycle's run date and number and this run's own time.  A
      * missing log is created on a first-ever run.
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
               MOVE "MNTAPPR" TO RL-JOB-NAME
               MOVE WS-RUN-TIME (1:6) TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE WS-RUN-RC TO RL-RETURN-CODE
               MOVE WS-DECISION-COUNT TO RL-MA-READ
               MOVE WS-APPROVED-COUNT TO RL-MA-APPROVED
               MOVE WS-REJECTED-COUNT TO RL-MA-REJECTED
               MOVE WS-REFUSED-COUNT TO RL-MA-REFUSED
               MOVE WS-FAILED-COUNT TO RL-MA-FAILED
               MOVE MC-JRNL-COUNT TO RL-MA-JOURNALED
               MOVE WS-AGED-COUNT TO RL-MA-AGED
               MOVE WS-PENDING-COUNT TO RL-MA-PENDING
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "MNTAPPR - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program
       FINISH-UP.
           PERFORM WRITE-APPR-TRAILER
           CLOSE APPR-RPT
           CLOSE APPR-EXCP
           IF WS-TRANS-STATUS = "00" OR = "10"
               CLOSE APPR-TRANS
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDING-APPR
           END-IF
           MOVE 'F' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           PERFORM READ-RUN-CONTROL
           PERFORM POST-RUN-LOG
           DISPLAY "MNTAPPR APPROVAL RUN COMPLETE - "
               WS-APPROVED-COUNT " APPROVED, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-AGED-COUNT " AGED, RUN TIME "
               WS-RUN-TIME (1:6).
       END PROGRAM MNTAPPR.
