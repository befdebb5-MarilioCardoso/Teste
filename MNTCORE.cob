      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: The one customer maintenance engine behind both the
      *          CUSTMNT batch deck and the CUSTSCRN maintenance
      *          screen.  The transaction edits (calendar and birth-
      *          date checks, relationship codes, the merge rules),
      *          number assignment from CUSTNBR-CTL, the updates to
      *          CUSTOMER-MASTER, DEPENDENT-MASTER, and CUST-XREF, and
      *          the before/after images on the dated MAINT-JRNL all
      *          live here, so a change keyed at the screen is edited
      *          and journaled exactly as the same change on the deck
      *          would be, and MNTBKOUT can back out either.
      * Tectonics: cobc
      *
      * Usage: CALL "MNTCORE" USING MNT-COMM with MC-FUNCTION I once,
      *        L to look a customer up, P per transaction, F once.
      *        Every P journals under the MC-RUN-TIME the caller
      *        passes, so a front end that changes it between calls
      *        gives each change its own MNTBKOUT run time.
      *        Deletes (D/G), merges (M), and birth-date changes
      *        (C/F) keyed under P are held on PENDING-APPR for a
      *        second operator to approve through MNTAPPR, which
      *        applies them with A.
      *
      * Modification History
      *   10-15-2026  MAINT  New program, taking over the edit, apply,
      *                      merge, dependent, journal, and customer
      *                      numbering paragraphs formerly in CUSTMNT.
      *                      A dependent add must now carry one of the
      *                      benefits relationship codes (SP, CH, OT),
      *                      and a dependent change may only recode to
      *                      one of them -- the same codes the INTEGCHK
      *                      sweep holds the file to.
      *   10-15-2026  MAINT  Every transaction must carry the keying
      *                      operator's ID.  A P delete (D/G), or a
      *                      change (C/F) whose birth date differs from
      *                      the one on file, is written to PENDING-APPR
      *                      instead of being applied; function A
      *                      applies one once MNTAPPR has approved it.
      *   10-15-2026  MAINT  Customers now carry the employer group
      *                      code.  An add must name a group that is
      *                      active on GROUP-TABLE; a change may move
      *                      the customer to another active group or
      *                      leave the group blank to keep the one on
      *                      file.  The group rides in the journal
      *                      images so MNTBKOUT puts it back.
      *   10-15-2026  MAINT  A P merge (M) is held on PENDING-APPR like
      *                      a delete, under the retired number with
      *                      the survivor in the transaction, once both
      *                      are found on the master; function A
      *                      applies it once approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTNBR-CTL
               ASSIGN TO "CUSTNBR-CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTNBR-STATUS.

           SELECT MAINT-JRNL
               ASSIGN TO WS-JRNL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT DEPENDENT-MASTER
               ASSIGN TO "DEPENDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEP-STATUS.

           SELECT CUST-XREF
               ASSIGN TO "CUST-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-ID
               ALTERNATE RECORD KEY IS XR-SURVIVOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PENDING-APPR
               ASSIGN TO "PENDING-APPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT GROUP-TABLE
               ASSIGN TO "GROUP-TABLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

       FD  CUSTNBR-CTL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTNBR-REC.
           05  CN-LAST-USED        PIC 9(07).
           05  FILLER              PIC X(73).

      * One applied transaction's before and after images, appended
      * to the dated journal MNTBKOUT reads backwards to undo a run.
       FD  MAINT-JRNL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MAINT-JRNL-REC.
           05  JR-RUN-DATE         PIC 9(08).
           05  JR-RUN-TIME         PIC 9(06).
           05  JR-SEQ              PIC 9(06).
           05  JR-TRANS-CODE       PIC X(01).
           05  JR-FILE-TYPE        PIC X(01).
           05  JR-BEFORE-SW        PIC X(01).
           05  JR-BEFORE.
               10  JR-B-CUST-ID    PIC 9(07).
               10  JR-B-NAME-KEY   PIC a(70).
               10  JR-B-BIRTH-DATE PIC 9(08).
               10  JR-B-GROUP-CODE PIC X(04).
      * A dependent entry (file type D) carries the dependent record
      * in the same image positions.
           05  JR-B-DEP REDEFINES JR-BEFORE.
               10  JR-BD-CUST-ID   PIC 9(07).
               10  JR-BD-DEP-SEQ   PIC 9(02).
               10  JR-BD-FIRST-NAME PIC a(20).
               10  JR-BD-LAST-NAME PIC a(20).
               10  JR-BD-REL-CODE  PIC X(02).
               10  JR-BD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).
           05  JR-AFTER-SW         PIC X(01).
           05  JR-AFTER.
               10  JR-A-CUST-ID    PIC 9(07).
               10  JR-A-NAME-KEY   PIC a(70).
               10  JR-A-BIRTH-DATE PIC 9(08).
               10  JR-A-GROUP-CODE PIC X(04).
           05  JR-A-DEP REDEFINES JR-AFTER.
               10  JR-AD-CUST-ID   PIC 9(07).
               10  JR-AD-DEP-SEQ   PIC 9(02).
               10  JR-AD-FIRST-NAME PIC a(20).
               10  JR-AD-LAST-NAME PIC a(20).
               10  JR-AD-REL-CODE  PIC X(02).
               10  JR-AD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).

      * One dependent, keyed by the customer number plus a sequence
      * within the family.  Relationship codes follow the benefits
      * convention: SP spouse, CH child, OT other.
       FD  DEPENDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  DEPENDENT-REC.
           05  DP-KEY.
               10  DP-CUST-ID      PIC 9(07).
               10  DP-DEP-SEQ      PIC 9(02).
           05  DP-FIRST-NAME       PIC a(20).
           05  DP-LAST-NAME        PIC a(20).
           05  DP-REL-CODE         PIC X(02).
           05  DP-BIRTH-DATE       PIC 9(08).

      * One retired customer number and the survivor an M transaction
      * merged it into, with the retired record's name and birth date
      * kept so the old identity can still be found.
       FD  CUST-XREF
           LABEL RECORDS ARE STANDARD.
       01  CUST-XREF-REC.
           05  XR-RETIRED-ID       PIC 9(07).
           05  XR-SURVIVOR-ID      PIC 9(07).
           05  XR-NAME-KEY         PIC a(70).
           05  XR-BIRTH-DATE       PIC 9(08).
           05  XR-MERGE-DATE       PIC 9(08).

      * One held transaction waiting for a second operator, keyed by
      * the date and run time it was keyed and a sequence within
      * them.  The transaction is kept whole, maker's ID and all, with
      * the customer it located and the birth date on file when it
      * was held; MNTAPPR fills in the checker and the decision.
       FD  PENDING-APPR
           LABEL RECORDS ARE STANDARD.
       01  PENDING-APPR-REC.
           05  PA-KEY.
               10  PA-HOLD-DATE    PIC 9(08).
               10  PA-HOLD-TIME    PIC 9(06).
               10  PA-HOLD-SEQ     PIC 9(04).
           05  PA-STATUS           PIC X(01).
               88  PA-PENDING                         VALUE 'P'.
           05  PA-TRANS            PIC X(109).
           05  PA-LOCATED-ID       PIC 9(07).
           05  PA-OLD-BIRTH-DATE   PIC 9(08).
           05  PA-CHECKER-ID       PIC X(08).
           05  PA-DECISION-DATE    PIC 9(08).
           05  PA-DECISION-TIME    PIC 9(06).
           05  PA-REASON           PIC X(30).
           05  FILLER              PIC X(06).

      * The employer groups (plan sponsors) a customer may belong to,
      * one card each: the code, the sponsor's name, and A active or
      * I inactive.  No new customer goes into an inactive group.
       FD  GROUP-TABLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GROUP-TABLE-REC.
           05  GT-GROUP-CODE       PIC X(04).
           05  GT-GROUP-NAME       PIC X(30).
           05  GT-STATUS           PIC X(01).
           05  FILLER              PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).
       01  WS-MASTER-KEY            PIC a(70).
       01  WS-LAST-USED-ID          PIC 9(7) VALUE ZERO.
       01  WS-ASSIGNED-ID           PIC 9(7) VALUE ZERO.
       01  WS-ADD-TRIES             PIC 9(3) VALUE ZERO.
       01  WS-DEP-NEXT-SEQ          PIC 9(2) VALUE ZERO.
       01  WS-BIRTH-YYYY            PIC 9(4).
       01  WS-BIRTH-MM              PIC 9(2).
       01  WS-BIRTH-DD              PIC 9(2).
       01  WS-BIRTH-MMDD            PIC 9(4).
       01  WS-DER-AGE               PIC 9(4).
       01  WS-MAX-DD                PIC 9(2).
       01  WS-LEAP-QUOT             PIC 9(4).
       01  WS-LEAP-REM              PIC 9(3).
       01  WS-MONTH-DAYS-TBL        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-X REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS        OCCURS 12 PIC 9(2).
       01  WS-JRNL-NAME             PIC X(19).
       01  WS-BEFORE-IMAGE.
           05  WS-BI-CUST-ID        PIC 9(7).
           05  WS-BI-NAME-KEY       PIC a(70).
           05  WS-BI-BIRTH-DATE     PIC 9(8).
           05  WS-BI-GROUP-CODE     PIC X(4).
       01  WS-DEP-BEFORE-IMAGE.
           05  WS-DB-CUST-ID        PIC 9(7).
           05  WS-DB-DEP-SEQ        PIC 9(2).
           05  WS-DB-FIRST-NAME     PIC a(20).
           05  WS-DB-LAST-NAME      PIC a(20).
           05  WS-DB-REL-CODE       PIC X(2).
           05  WS-DB-BIRTH-DATE     PIC 9(8).
       01  WS-SURVIVOR-IMAGE.
           05  WS-SI-CUST-ID        PIC 9(7).
           05  WS-SI-NAME-KEY       PIC a(70).
           05  WS-SI-BIRTH-DATE     PIC 9(8).
           05  WS-SI-GROUP-CODE     PIC X(4).
       01  WS-OLD-BIRTH-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HOLD-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TRIES            PIC 9(3) VALUE ZERO.
       01  WS-MERGE-DEP-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-MERGE-IX              PIC 9(2) VALUE ZERO.
       01  WS-MERGE-DEP-TBL.
           05  WS-MERGE-DEP         OCCURS 99 TIMES
                                    PIC X(59).
       01  WS-GROUP-TBL.
           05  WS-GROUP-ENTRY       OCCURS 200 TIMES.
               10  WS-GT-CODE       PIC X(4).
               10  WS-GT-STATUS     PIC X(1).
       01  WS-GROUP-STATE           PIC X(1) VALUE SPACE.

       77  WS-REJECT-SW             PIC X(01) VALUE 'N'.
           88  WS-TRANS-REJECTED                      VALUE 'Y'.
       77  WS-LEAP-SW               PIC X(01) VALUE 'N'.
           88  WS-LEAP-YEAR                           VALUE 'Y'.
       77  WS-ADD-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-ADD-DONE                            VALUE 'Y'.
       77  WS-MASTER-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN                         VALUE 'Y'.
       77  WS-BEFORE-SW             PIC X(01) VALUE 'N'.
           88  WS-HAVE-BEFORE                         VALUE 'Y'.
       77  WS-AFTER-SW              PIC X(01) VALUE 'N'.
           88  WS-HAVE-AFTER                          VALUE 'Y'.
       77  WS-JRNL-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-JRNL-OPEN                           VALUE 'Y'.
       77  WS-DEP-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-DEP-OPEN                            VALUE 'Y'.
       77  WS-DEP-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-DEP-EOF                             VALUE 'Y'.
       77  WS-XREF-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN                           VALUE 'Y'.
       77  WS-NAME-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-NAME-EOF                            VALUE 'Y'.
       77  WS-PEND-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-PEND-OPEN                           VALUE 'Y'.
       77  WS-HOLD-SW               PIC X(01) VALUE 'N'.
           88  WS-HOLD-TRANS                          VALUE 'Y'.
       77  WS-HOLD-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-HOLD-DONE                           VALUE 'Y'.
       77  WS-GROUP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-GROUP-EOF                           VALUE 'Y'.
       77  WS-GROUP-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-GROUP-FOUND                         VALUE 'Y'.

       77  WS-JRNL-SEQ              PIC 9(6) COMP VALUE ZERO.
       77  WS-MERGE-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-HELD-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-GROUP-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-GROUP-IX              PIC 9(3) COMP VALUE ZERO.

       01  WS-MASTER-STATUS         PIC XX.
       01  WS-CUSTNBR-STATUS        PIC XX.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-DEP-STATUS            PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-PEND-STATUS           PIC XX.
       01  WS-GROUP-STATUS          PIC XX.

       01  WS-REJECT-REASON         PIC X(30).

       LINKAGE SECTION.
      * The caller's communication area.
       COPY MNTCOMM.

       PROCEDURE DIVISION USING MNT-COMM.
      * One CALL, one function: I to open up, L to look a customer
      * up, P per transaction, A per approved transaction, F to
      * close down.
           IF MC-FUNCTION = 'I'
               PERFORM INITIALIZE-CORE
           ELSE
               IF MC-FUNCTION = 'L'
                   PERFORM LOOKUP-CUSTOMER
               ELSE
                   IF MC-FUNCTION = 'P' OR = 'A'
                       PERFORM PROCESS-ONE-TRANS
                   ELSE
                       IF MC-FUNCTION = 'F'
                           PERFORM FINISH-CORE
                       END-IF
                   END-IF
               END-IF
           END-IF
           GOBACK.

      * Opens the masters the maintenance updates.  A first-ever run
      * has no master to open I-O, so a "not found" open is retried
      * through OPEN OUTPUT to create an empty file before maintenance
      * starts.  The caller is told the files are open only when both
      * the master and its journal are.
       INITIALIZE-CORE.
           MOVE MC-RUN-DATE TO WS-RUN-DATE
           MOVE ZERO TO WS-JRNL-SEQ WS-MERGE-COUNT WS-HELD-COUNT
           MOVE 'N' TO MC-OPEN-SW
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "MNTCORE - CANNOT OPEN CUSTOMER-MASTER, STATUS "
                   WS-MASTER-STATUS
           END-IF
           OPEN I-O DEPENDENT-MASTER
           IF WS-DEP-STATUS = "35"
               OPEN OUTPUT DEPENDENT-MASTER
               CLOSE DEPENDENT-MASTER
               OPEN I-O DEPENDENT-MASTER
           END-IF
           IF WS-DEP-STATUS = "00"
               SET WS-DEP-OPEN TO TRUE
           ELSE
               DISPLAY "MNTCORE - CANNOT OPEN DEPENDENT-MASTER, "
                   "STATUS " WS-DEP-STATUS
           END-IF
           OPEN I-O CUST-XREF
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT CUST-XREF
               CLOSE CUST-XREF
               OPEN I-O CUST-XREF
           END-IF
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           ELSE
               DISPLAY "MNTCORE - CANNOT OPEN CUST-XREF, STATUS "
                   WS-XREF-STATUS
           END-IF
           PERFORM OPEN-JOURNAL
           PERFORM READ-CUSTNBR
           PERFORM LOAD-GROUP-TABLE
           IF WS-MASTER-OPEN AND WS-JRNL-OPEN
               SET MC-FILES-OPEN TO TRUE
           END-IF
           MOVE ZERO TO MC-JRNL-COUNT MC-MERGE-COUNT MC-HELD-COUNT.

      * Hands back one customer and the family without touching
      * anything: by number when one is keyed, otherwise by name.  A
      * number that is not on the master may have been merged away,
      * and the cross-reference says where it went.
       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-REJECT-SW MC-FOUND-SW MC-NAME-DUP-SW
           MOVE SPACE TO WS-REJECT-REASON MC-CM-NAME-KEY
                         MC-CM-GROUP-CODE
           MOVE ZERO TO MC-CM-CUST-ID MC-CM-BIRTH-DATE MC-DEP-COUNT
           IF NOT WS-MASTER-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "MASTER FILE NOT OPEN" TO WS-REJECT-REASON
           ELSE
               IF MC-CUST-ID IS NUMERIC AND MC-CUST-ID NOT = ZERO
                   PERFORM LOOKUP-BY-NUMBER
               ELSE
                   IF MC-FIRST-NAME = SPACE OR MC-LAST-NAME = SPACE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "KEY A NUMBER OR FIRST AND LAST"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM LOOKUP-BY-NAME
                   END-IF
               END-IF
           END-IF
           IF MC-FOUND
               IF WS-DEP-OPEN
                   PERFORM LOAD-FAMILY
               END-IF
           ELSE
               IF NOT WS-TRANS-REJECTED
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
           END-IF
           MOVE WS-REJECT-SW TO MC-REJECT-SW
           MOVE WS-REJECT-REASON TO MC-REJECT-REASON.

      * Reads the master by the keyed number, falling back to the
      * cross-reference to say which survivor a retired number now
      * lives under.
       LOOKUP-BY-NUMBER.
           MOVE MC-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET MC-FOUND TO TRUE
                   MOVE CUSTOMER-MASTER-REC TO MC-CUSTOMER
           END-READ
           IF WS-TRANS-REJECTED AND WS-XREF-OPEN
               MOVE MC-CUST-ID TO XR-RETIRED-ID
               READ CUST-XREF
                   KEY IS XR-RETIRED-ID
                   NOT INVALID KEY
                       MOVE SPACE TO WS-REJECT-REASON
                       STRING
                           "MERGED INTO " DELIMITED BY SIZE
                           XR-SURVIVOR-ID DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
               END-READ
           END-IF.

      * Walks the name index from the keyed first name, taking the
      * first customer whose last name (and middle name and suffix,
      * when keyed) also match.  A second match only raises the
      * duplicate flag -- the caller keys the number to pick one.
       LOOKUP-BY-NAME.
           MOVE 'N' TO WS-NAME-EOF-SW
           MOVE SPACE TO CM-NAME-KEY
           MOVE MC-FIRST-NAME TO CM-NAME-KEY (1:20)
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-NAME-KEY
               INVALID KEY
                   SET WS-NAME-EOF TO TRUE
           END-START
           PERFORM SCAN-ONE-NAME UNTIL WS-NAME-EOF.

      * One step of the name walk; a record past the keyed first name
      * ends it.
       SCAN-ONE-NAME.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-NAME-EOF TO TRUE
           END-READ
           IF NOT WS-NAME-EOF
               IF WS-MASTER-STATUS (1:1) NOT = "0"
                   OR CM-NAME-KEY (1:20) NOT = MC-FIRST-NAME
                   SET WS-NAME-EOF TO TRUE
               ELSE
                   IF CM-NAME-KEY (41:20) = MC-LAST-NAME
                       AND (MC-MIDDLE-NAME = SPACE
                           OR CM-NAME-KEY (21:20) = MC-MIDDLE-NAME)
                       AND (MC-SUFFIX = SPACE
                           OR CM-NAME-KEY (61:10) = MC-SUFFIX)
                       IF MC-FOUND
                           SET MC-NAME-DUPLICATED TO TRUE
                           SET WS-NAME-EOF TO TRUE
                       ELSE
                           SET MC-FOUND TO TRUE
                           MOVE CUSTOMER-MASTER-REC TO MC-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Lists the found customer's dependents in sequence order.
       LOAD-FAMILY.
           MOVE 'N' TO WS-DEP-EOF-SW
           MOVE MC-CM-CUST-ID TO DP-CUST-ID
           MOVE ZERO TO DP-DEP-SEQ
           START DEPENDENT-MASTER
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-DEP-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-DEPENDENT
               UNTIL WS-DEP-EOF OR MC-DEP-COUNT = 99.

      * One step of the family listing; a record past this customer
      * ends it.
       LOAD-ONE-DEPENDENT.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-DEP-EOF TO TRUE
           END-READ
           IF NOT WS-DEP-EOF
               IF WS-DEP-STATUS NOT = "00"
                   OR DP-CUST-ID NOT = MC-CM-CUST-ID
                   SET WS-DEP-EOF TO TRUE
               ELSE
                   ADD 1 TO MC-DEP-COUNT
                   MOVE DP-DEP-SEQ TO MC-DP-DEP-SEQ (MC-DEP-COUNT)
                   MOVE DP-FIRST-NAME
                       TO MC-DP-FIRST-NAME (MC-DEP-COUNT)
                   MOVE DP-LAST-NAME TO MC-DP-LAST-NAME (MC-DEP-COUNT)
                   MOVE DP-REL-CODE TO MC-DP-REL-CODE (MC-DEP-COUNT)
                   MOVE DP-BIRTH-DATE
                       TO MC-DP-BIRTH-DATE (MC-DEP-COUNT)
               END-IF
           END-IF.

      * One transaction: edit it, apply it to the master, journal it,
      * and tell the caller what happened.  Nothing is touched unless
      * the master and the journal both opened.  Under P a delete, a
      * merge, or a birth-date change is held for approval instead of
      * applied; under A it has been approved and goes straight
      * through.
       PROCESS-ONE-TRANS.
           MOVE 'N' TO WS-REJECT-SW WS-HOLD-SW
           MOVE SPACE TO WS-REJECT-REASON
           MOVE ZERO TO WS-ASSIGNED-ID MC-ASSIGNED-SEQ MC-HOLD-KEY
           IF NOT MC-FILES-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "MASTER OR JOURNAL NOT OPEN" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-TRANS
               IF NOT WS-TRANS-REJECTED AND MC-FUNCTION = 'P'
                   PERFORM CHECK-FOR-HOLD
               END-IF
               IF NOT WS-TRANS-REJECTED
                   IF WS-HOLD-TRANS
                       PERFORM HOLD-TRANS
                   ELSE
                       PERFORM APPLY-TRANS
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               IF MC-TRANS-CODE = 'E'
                   MOVE WS-DEP-NEXT-SEQ TO MC-ASSIGNED-SEQ
               ELSE
                   IF MC-TRANS-CODE = 'F' OR = 'G'
                       MOVE MC-DEP-SEQ TO MC-ASSIGNED-SEQ
                   END-IF
               END-IF
           END-IF
           MOVE WS-REJECT-SW TO MC-REJECT-SW
           MOVE WS-REJECT-REASON TO MC-REJECT-REASON
           MOVE WS-ASSIGNED-ID TO MC-ASSIGNED-ID
           MOVE WS-HOLD-SW TO MC-HELD-SW
           MOVE WS-HELD-COUNT TO MC-HELD-COUNT
           MOVE WS-JRNL-SEQ TO MC-JRNL-COUNT
           MOVE WS-MERGE-COUNT TO MC-MERGE-COUNT.

      * Closes whatever opened and puts the last number given out
      * back for the next run.
       FINISH-CORE.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
               PERFORM WRITE-CUSTNBR
           END-IF
           IF WS-JRNL-OPEN
               CLOSE MAINT-JRNL
           END-IF
           IF WS-DEP-OPEN
               CLOSE DEPENDENT-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE CUST-XREF
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDING-APPR
           END-IF
           MOVE 'N' TO WS-MASTER-OPEN-SW WS-JRNL-OPEN-SW
                       WS-DEP-OPEN-SW WS-XREF-OPEN-SW MC-OPEN-SW
                       WS-PEND-OPEN-SW
           MOVE WS-HELD-COUNT TO MC-HELD-COUNT
           MOVE WS-JRNL-SEQ TO MC-JRNL-COUNT
           MOVE WS-MERGE-COUNT TO MC-MERGE-COUNT.

      * Opens the dated image journal the backout depends on.  A
      * second maintenance run the same day appends to the same
      * journal, run time on every record keeping the runs apart.
      * No journal means no safety net, so the run refuses to touch
      * the master rather than maintain it unjournaled.
       OPEN-JOURNAL.
           MOVE SPACE TO WS-JRNL-NAME
           STRING
               "MAINT-JRNL-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-JRNL-NAME
           END-STRING
           OPEN EXTEND MAINT-JRNL
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT MAINT-JRNL
           END-IF
           IF WS-JRNL-STATUS = "00"
               SET WS-JRNL-OPEN TO TRUE
           ELSE
               DISPLAY "MNTCORE - CANNOT OPEN MAINT-JRNL, STATUS "
                   WS-JRNL-STATUS
           END-IF.

      * Picks up the last customer number given out.  No control
      * record yet just means numbering starts from one.
       READ-CUSTNBR.
           OPEN INPUT CUSTNBR-CTL
           IF WS-CUSTNBR-STATUS = "00"
               READ CUSTNBR-CTL
                   NOT AT END
                       IF CN-LAST-USED IS NUMERIC
                           MOVE CN-LAST-USED TO WS-LAST-USED-ID
                       END-IF
               END-READ
               CLOSE CUSTNBR-CTL
           END-IF.

      * Puts the last number given out back for the next run.
       WRITE-CUSTNBR.
           OPEN OUTPUT CUSTNBR-CTL
           IF WS-CUSTNBR-STATUS = "00"
               MOVE SPACE TO CUSTNBR-REC
               MOVE WS-LAST-USED-ID TO CN-LAST-USED
               WRITE CUSTNBR-REC
               CLOSE CUSTNBR-CTL
           END-IF.

      * Rejects a transaction whose code isn't A/C/D (customer),
      * E/F/G (dependent) or M (merge), that gives the program nothing
      * to find the customer by, or whose birth date fails the same
      * calendar edit RESEL-WORLD applies, before either master is
      * touched.  A delete or merge carries no birth date worth
      * editing; a change or delete may carry either the customer
      * number or the name, the dependent codes take their extra
      * edits in VALIDATE-DEP-TRANS, and a merge takes its edits in
      * VALIDATE-MERGE-TRANS.  Whatever the code, a transaction with
      * no operator ID on it has no maker to hold it against.
       VALIDATE-TRANS.
           IF MC-TRANS-CODE NOT = 'A' AND NOT = 'C' AND NOT = 'D'
               AND NOT = 'E' AND NOT = 'F' AND NOT = 'G'
               AND NOT = 'M'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
           ELSE
               IF MC-TRANS-CODE = 'A'
                   IF MC-FIRST-NAME = SPACE AND MC-LAST-NAME = SPACE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "NAME FIELDS ARE BLANK"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF MC-TRANS-CODE = 'C' OR = 'D'
                       IF (MC-CUST-ID NOT NUMERIC
                               OR MC-CUST-ID = ZERO)
                           AND MC-FIRST-NAME = SPACE
                           AND MC-LAST-NAME = SPACE
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "NO CUSTOMER NUMBER OR NAME"
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       IF MC-TRANS-CODE = 'M'
                           PERFORM VALIDATE-MERGE-TRANS
                       ELSE
                           PERFORM VALIDATE-DEP-TRANS
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-TRANS-REJECTED
                   IF MC-TRANS-CODE NOT = 'D' AND NOT = 'G'
                       AND NOT = 'M'
                       PERFORM EDIT-BIRTH-DATE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               IF MC-TRANS-CODE = 'A'
                   OR (MC-TRANS-CODE = 'C'
                       AND MC-GROUP-CODE NOT = SPACE)
                   PERFORM EDIT-GROUP-CODE
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED AND MC-OPERATOR-ID = SPACE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO OPERATOR ID" TO WS-REJECT-REASON
           END-IF.

      * A new customer must be placed in an employer group, and a
      * change that names a group moves the customer into it.  Either
      * way the group must be on GROUP-TABLE and still active.
       EDIT-GROUP-CODE.
           IF MC-GROUP-CODE = SPACE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO GROUP CODE" TO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-GROUP-FOUND-SW
               PERFORM FIND-ONE-GROUP
                   VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                      OR WS-GROUP-FOUND
               IF NOT WS-GROUP-FOUND
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "GROUP NOT ON GROUP TABLE" TO WS-REJECT-REASON
               ELSE
                   IF WS-GROUP-STATE NOT = 'A'
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "GROUP IS INACTIVE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * One step of the group search.
       FIND-ONE-GROUP.
           IF WS-GT-CODE (WS-GROUP-IX) = MC-GROUP-CODE
               SET WS-GROUP-FOUND TO TRUE
               MOVE WS-GT-STATUS (WS-GROUP-IX) TO WS-GROUP-STATE
           END-IF.

      * Loads the employer group table once at initialization.  With
      * no table every add and every group move is rejected, which is
      * said once here rather than on every transaction.
       LOAD-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-EOF-SW
           OPEN INPUT GROUP-TABLE
           IF WS-GROUP-STATUS = "00"
               PERFORM LOAD-ONE-GROUP UNTIL WS-GROUP-EOF
               CLOSE GROUP-TABLE
           ELSE
               DISPLAY "MNTCORE - CANNOT OPEN GROUP-TABLE, STATUS "
                   WS-GROUP-STATUS
           END-IF.

      * One group card into the table; blank cards are skipped and
      * anything past the table's room is dropped with a warning.
       LOAD-ONE-GROUP.
           READ GROUP-TABLE
               AT END
                   SET WS-GROUP-EOF TO TRUE
           END-READ
           IF NOT WS-GROUP-EOF AND GT-GROUP-CODE NOT = SPACE
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GT-GROUP-CODE TO WS-GT-CODE (WS-GROUP-COUNT)
                   MOVE GT-STATUS TO WS-GT-STATUS (WS-GROUP-COUNT)
               ELSE
                   DISPLAY "MNTCORE - GROUP-TABLE FULL, SKIPPED "
                       GT-GROUP-CODE
               END-IF
           END-IF.

      * The extra edits a dependent transaction carries: the customer
      * number is the only way to its family, an add needs the
      * dependent's name and relationship, and a change or delete
      * needs the sequence saying which dependent is meant.  The
      * relationship must be one of the benefits codes (SP spouse,
      * CH child, OT other) on an add, and on a change that recodes.
       VALIDATE-DEP-TRANS.
           IF MC-CUST-ID NOT NUMERIC OR MC-CUST-ID = ZERO
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO CUSTOMER NUMBER" TO WS-REJECT-REASON
           ELSE
               IF MC-TRANS-CODE = 'E'
                   IF MC-FIRST-NAME = SPACE AND MC-LAST-NAME = SPACE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "NAME FIELDS ARE BLANK"
                           TO WS-REJECT-REASON
                   ELSE
                       IF MC-REL-CODE = SPACE
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "NO RELATIONSHIP CODE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF NOT MC-VALID-REL-CODE
                               MOVE 'Y' TO WS-REJECT-SW
                               MOVE "RELATIONSHIP NOT SP/CH/OT"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF MC-DEP-SEQ NOT NUMERIC OR MC-DEP-SEQ = "00"
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "NO DEPENDENT SEQUENCE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF MC-TRANS-CODE = 'F'
                           AND MC-REL-CODE NOT = SPACE
                           AND NOT MC-VALID-REL-CODE
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "RELATIONSHIP NOT SP/CH/OT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED AND NOT WS-DEP-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "DEPENDENT FILE NOT OPEN" TO WS-REJECT-REASON
           END-IF.

      * A merge must key both numbers -- the one being retired in
      * MC-CUST-ID and the one that survives in MC-SURVIVOR-ID -- and
      * they must differ.  It touches the dependent file and leaves a
      * cross-reference, so both of those must be open.
       VALIDATE-MERGE-TRANS.
           IF MC-CUST-ID NOT NUMERIC OR MC-CUST-ID = ZERO
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "NO CUSTOMER NUMBER" TO WS-REJECT-REASON
           ELSE
               IF MC-SURVIVOR-ID NOT NUMERIC
                   OR MC-SURVIVOR-ID = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NO SURVIVOR NUMBER" TO WS-REJECT-REASON
               ELSE
                   IF MC-SURVIVOR-ID = MC-CUST-ID
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "SURVIVOR SAME AS RETIRED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED AND NOT WS-DEP-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "DEPENDENT FILE NOT OPEN" TO WS-REJECT-REASON
           END-IF
           IF NOT WS-TRANS-REJECTED AND NOT WS-XREF-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "CROSS-REFERENCE NOT OPEN" TO WS-REJECT-REASON
           END-IF.

      * Edits MC-BIRTH-DATE: numeric, a real calendar date, not in
      * the future, not implying an age over 120 as of the run date.
       EDIT-BIRTH-DATE.
           IF MC-BIRTH-DATE NOT NUMERIC
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BIRTH DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE MC-BIRTH-DATE (1:4) TO WS-BIRTH-YYYY
               MOVE MC-BIRTH-DATE (5:2) TO WS-BIRTH-MM
               MOVE MC-BIRTH-DATE (7:2) TO WS-BIRTH-DD
               MOVE MC-BIRTH-DATE (5:4) TO WS-BIRTH-MMDD
               PERFORM EDIT-CALENDAR-DATE
               IF NOT WS-TRANS-REJECTED
                   IF MC-BIRTH-DATE > WS-RUN-DATE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "BIRTH DATE IN FUTURE"
                           TO WS-REJECT-REASON
                   ELSE
                       SUBTRACT WS-BIRTH-YYYY FROM WS-RUN-YYYY
                           GIVING WS-DER-AGE
                       IF WS-RUN-MMDD < WS-BIRTH-MMDD
                           SUBTRACT 1 FROM WS-DER-AGE
                       END-IF
                       IF WS-DER-AGE > 120
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE "IMPLIES AGE OVER 120"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Edits the month and day parts of the birth date against the
      * calendar, allowing February 29 only in a leap year.
       EDIT-CALENDAR-DATE.
           IF WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "BIRTH MONTH NOT 01-12" TO WS-REJECT-REASON
           ELSE
               MOVE WS-MONTH-DAYS (WS-BIRTH-MM) TO WS-MAX-DD
               IF WS-BIRTH-MM = 2
                   PERFORM CHECK-LEAP-YEAR
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-MAX-DD
                   END-IF
               END-IF
               IF WS-BIRTH-DD < 1 OR WS-BIRTH-DD > WS-MAX-DD
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "BIRTH DAY NOT ON CALENDAR"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * Sets WS-LEAP-YEAR for the birth year: divisible by 4, except
      * century years, which must be divisible by 400.
       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW
           DIVIDE WS-BIRTH-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-BIRTH-YYYY BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               ELSE
                   DIVIDE WS-BIRTH-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.

      * Builds the concatenated name key the same way RESEL-WORLD's
      * CHECK-MASTER does, so maintenance and reconciliation always
      * agree on which master record a name means.
       BUILD-MASTER-KEY.
           MOVE SPACE TO WS-MASTER-KEY
           STRING
               MC-FIRST-NAME DELIMITED BY SIZE
               MC-MIDDLE-NAME DELIMITED BY SIZE
               MC-LAST-NAME DELIMITED BY SIZE
               MC-SUFFIX DELIMITED BY SIZE
               INTO WS-MASTER-KEY
           END-STRING.

      * Decides whether an edited transaction must wait for a second
      * operator: a customer or dependent delete always does, a merge
      * (which takes the retired number off the master) always does,
      * and a change does when its birth date is not the one on file.
      * The record is located now, so a delete, merge, or change that
      * could never apply is rejected to its maker rather than held,
      * and the birth date on file is banked to show the checker.  A
      * merge is held under the retired number it located, the
      * survivor riding in the transaction.
       CHECK-FOR-HOLD.
           MOVE ZERO TO WS-OLD-BIRTH-DATE
           IF MC-TRANS-CODE = 'M'
               PERFORM CHECK-MERGE-FOR-HOLD
           END-IF
           IF MC-TRANS-CODE = 'C' OR = 'D' OR = 'F' OR = 'G'
               PERFORM BUILD-MASTER-KEY
               PERFORM LOCATE-MASTER
               IF WS-TRANS-REJECTED AND MC-TRANS-CODE = 'G'
                   PERFORM ALLOW-ORPHAN-DELETE
               END-IF
               IF NOT WS-TRANS-REJECTED
                   IF MC-TRANS-CODE = 'C' OR = 'D'
                       MOVE CM-BIRTH-DATE TO WS-OLD-BIRTH-DATE
                   ELSE
                       PERFORM LOCATE-DEPENDENT
                       IF NOT WS-TRANS-REJECTED
                           MOVE DP-BIRTH-DATE TO WS-OLD-BIRTH-DATE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-TRANS-REJECTED
                   IF MC-TRANS-CODE = 'D' OR = 'G'
                       OR MC-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
                       SET WS-HOLD-TRANS TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Both numbers of a merge must be on the master before it is
      * held; the retired customer's birth date is the one banked.
       CHECK-MERGE-FOR-HOLD.
           MOVE MC-SURVIVOR-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "SURVIVOR NOT ON MASTER" TO WS-REJECT-REASON
           END-READ
           IF NOT WS-TRANS-REJECTED
               PERFORM LOCATE-MASTER
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE CM-BIRTH-DATE TO WS-OLD-BIRTH-DATE
               SET WS-HOLD-TRANS TO TRUE
           END-IF.

      * Writes the held transaction to PENDING-APPR under the run date
      * and run time and the next hold sequence, stepping past a key
      * already taken.  Nothing reaches either master or the journal.
       HOLD-TRANS.
           IF NOT WS-PEND-OPEN
               PERFORM OPEN-PENDING
           END-IF
           IF NOT WS-PEND-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "PENDING FILE NOT OPEN" TO WS-REJECT-REASON
           ELSE
               MOVE SPACE TO PENDING-APPR-REC
               MOVE WS-RUN-DATE TO PA-HOLD-DATE
               MOVE MC-RUN-TIME TO PA-HOLD-TIME
               MOVE 'P' TO PA-STATUS
               MOVE MC-TRANS TO PA-TRANS
               MOVE WS-ASSIGNED-ID TO PA-LOCATED-ID
               MOVE WS-OLD-BIRTH-DATE TO PA-OLD-BIRTH-DATE
               MOVE ZERO TO PA-DECISION-DATE PA-DECISION-TIME
               MOVE ZERO TO WS-HOLD-TRIES
               MOVE 'N' TO WS-HOLD-DONE-SW
               PERFORM TRY-HOLD-WRITE
                   UNTIL WS-HOLD-DONE OR WS-HOLD-TRIES > 100
               IF WS-HOLD-DONE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE PA-KEY TO MC-HOLD-KEY
               ELSE
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "CANNOT WRITE PENDING FILE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TRANS-REJECTED
               MOVE 'N' TO WS-HOLD-SW
           END-IF.

      * One attempt to write the held transaction under the next
      * hold sequence.
       TRY-HOLD-WRITE.
           ADD 1 TO WS-HOLD-TRIES
           ADD 1 TO WS-HOLD-SEQ
           MOVE WS-HOLD-SEQ TO PA-HOLD-SEQ
           WRITE PENDING-APPR-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-DONE TO TRUE
           END-WRITE.

      * Opens the pending-approval file the first time a transaction
      * is held.  A first-ever hold has no file to open I-O, so a
      * "not found" open creates an empty one first.
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
               DISPLAY "MNTCORE - CANNOT OPEN PENDING-APPR, STATUS "
                   WS-PEND-STATUS
           END-IF.

      * Routes an edited transaction to the add, change, or delete
      * handler.  Changes and deletes first locate the record, by
      * customer number when one was keyed, by name otherwise.  A
      * merge journals its own steps as it goes.
       APPLY-TRANS.
           MOVE ZERO TO WS-ASSIGNED-ID
           MOVE 'N' TO WS-BEFORE-SW WS-AFTER-SW
           PERFORM BUILD-MASTER-KEY
           IF MC-TRANS-CODE = 'E' OR = 'F' OR = 'G'
               PERFORM LOCATE-MASTER
               IF WS-TRANS-REJECTED AND MC-TRANS-CODE = 'G'
                   PERFORM ALLOW-ORPHAN-DELETE
               END-IF
               IF NOT WS-TRANS-REJECTED
                   PERFORM APPLY-DEP-TRANS
               END-IF
           ELSE
               IF MC-TRANS-CODE = 'M'
                   PERFORM APPLY-MERGE
               ELSE
                   IF MC-TRANS-CODE = 'A'
                       PERFORM APPLY-ADD
                       IF NOT WS-TRANS-REJECTED
                           SET WS-HAVE-AFTER TO TRUE
                       END-IF
                   ELSE
                       PERFORM LOCATE-MASTER
                       IF NOT WS-TRANS-REJECTED
                           MOVE CUSTOMER-MASTER-REC TO WS-BEFORE-IMAGE
                           SET WS-HAVE-BEFORE TO TRUE
                           IF MC-TRANS-CODE = 'C'
                               PERFORM APPLY-CHANGE
                               IF NOT WS-TRANS-REJECTED
                                   SET WS-HAVE-AFTER TO TRUE
                               END-IF
                           ELSE
                               PERFORM APPLY-DELETE
                           END-IF
                       END-IF
                   END-IF
                   IF NOT WS-TRANS-REJECTED
                       PERFORM WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.

      * Adds a new customer under the next assigned number.  The
      * name no longer has to be unique -- the alternate index takes
      * duplicates -- so the two John Smiths each get their own
      * record.  A number already on the master (a stale control
      * record after an abend, say) is skipped rather than rejected,
      * up to a sane limit, so numbering heals itself.
       APPLY-ADD.
           MOVE ZERO TO WS-ADD-TRIES
           MOVE 'N' TO WS-ADD-DONE-SW
           PERFORM TRY-ADD-CUSTOMER
               UNTIL WS-ADD-DONE OR WS-ADD-TRIES > 100
           IF NOT WS-ADD-DONE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "CANNOT ASSIGN NUMBER" TO WS-REJECT-REASON
               MOVE ZERO TO WS-ASSIGNED-ID
           END-IF.

      * One attempt to write the new customer under the next number.
       TRY-ADD-CUSTOMER.
           ADD 1 TO WS-ADD-TRIES
           ADD 1 TO WS-LAST-USED-ID
           MOVE WS-LAST-USED-ID TO CM-CUST-ID WS-ASSIGNED-ID
           MOVE WS-MASTER-KEY TO CM-NAME-KEY
           MOVE MC-BIRTH-DATE TO CM-BIRTH-DATE
           MOVE MC-GROUP-CODE TO CM-GROUP-CODE
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ADD-DONE TO TRUE
           END-WRITE.

      * Finds the record a change or delete means: by the keyed
      * customer number when there is one, otherwise by the name
      * alternate index (which hands back the lowest-numbered record
      * when the name is duplicated -- key the number to pick one).
       LOCATE-MASTER.
           IF MC-CUST-ID IS NUMERIC AND MC-CUST-ID NOT = ZERO
               MOVE MC-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CM-CUST-ID TO WS-ASSIGNED-ID
               END-READ
           ELSE
               MOVE WS-MASTER-KEY TO CM-NAME-KEY
               READ CUSTOMER-MASTER
                   KEY IS CM-NAME-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CM-CUST-ID TO WS-ASSIGNED-ID
               END-READ
           END-IF.

      * A dependent delete whose customer is gone is the one dependent
      * transaction that need not find the master: the dependent is
      * an orphan and the delete is how it is cleared.  The keyed
      * number stands in for the located one.
       ALLOW-ORPHAN-DELETE.
           IF WS-MASTER-STATUS = "23"
               MOVE 'N' TO WS-REJECT-SW
               MOVE SPACE TO WS-REJECT-REASON
               MOVE MC-CUST-ID TO WS-ASSIGNED-ID
           END-IF.

      * Changes the located customer in place.  A change keyed with
      * the customer number may also correct the name spelling --
      * the record keeps its number, so nothing is orphaned.  A
      * blank group code leaves the customer in the group on file.
       APPLY-CHANGE.
           IF MC-FIRST-NAME NOT = SPACE OR MC-LAST-NAME NOT = SPACE
               MOVE WS-MASTER-KEY TO CM-NAME-KEY
           END-IF
           MOVE MC-BIRTH-DATE TO CM-BIRTH-DATE
           IF MC-GROUP-CODE NOT = SPACE
               MOVE MC-GROUP-CODE TO CM-GROUP-CODE
           END-IF
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.

      * Removes the located customer from the master.
       APPLY-DELETE.
           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
           END-DELETE.

      * Folds the retired number (MC-CUST-ID) into the survivor
      * (MC-SURVIVOR-ID).  Both must be on the master, and the
      * survivor's family must have room for the retired number's
      * dependents, before anything is touched.  The dependents move
      * first, each journaled as it goes, and the retired master
      * record comes off last, so MNTBKOUT's backwards pass puts the
      * number back before it walks the dependents home.  A failure
      * part way rejects the transaction with the moves already made
      * standing on the journal.
       APPLY-MERGE.
           MOVE MC-SURVIVOR-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "SURVIVOR NOT ON MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-REC TO WS-SURVIVOR-IMAGE
           END-READ
           IF NOT WS-TRANS-REJECTED
               PERFORM LOCATE-MASTER
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE CUSTOMER-MASTER-REC TO WS-BEFORE-IMAGE
               PERFORM COLLECT-MERGE-DEPS
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM MOVE-MERGE-DEP
                   VARYING WS-MERGE-IX FROM 1 BY 1
                   UNTIL WS-MERGE-IX > WS-MERGE-DEP-COUNT
                      OR WS-TRANS-REJECTED
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM RETIRE-MERGED-NUMBER
           END-IF.

      * Banks the retired number's dependents, then finds the first
      * free sequence in the survivor's family and checks the whole
      * set will fit under 99.
       COLLECT-MERGE-DEPS.
           MOVE ZERO TO WS-MERGE-DEP-COUNT
           MOVE 'N' TO WS-DEP-EOF-SW
           MOVE WS-ASSIGNED-ID TO DP-CUST-ID
           MOVE ZERO TO DP-DEP-SEQ
           START DEPENDENT-MASTER
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-DEP-EOF TO TRUE
           END-START
           PERFORM COLLECT-ONE-MERGE-DEP UNTIL WS-DEP-EOF
           IF WS-MERGE-DEP-COUNT > ZERO
               MOVE WS-SI-CUST-ID TO WS-ASSIGNED-ID
               PERFORM FIND-NEXT-DEP-SEQ
               MOVE WS-BI-CUST-ID TO WS-ASSIGNED-ID
               IF NOT WS-TRANS-REJECTED
                   IF WS-DEP-NEXT-SEQ + WS-MERGE-DEP-COUNT > 100
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "FAMILY SEQUENCE EXHAUSTED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * One step of the dependent collection; a record past the
      * retired number ends it.
       COLLECT-ONE-MERGE-DEP.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-DEP-EOF TO TRUE
           END-READ
           IF NOT WS-DEP-EOF
               IF WS-DEP-STATUS NOT = "00"
                   OR DP-CUST-ID NOT = WS-ASSIGNED-ID
                   SET WS-DEP-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-MERGE-DEP-COUNT
                   MOVE DEPENDENT-REC
                       TO WS-MERGE-DEP (WS-MERGE-DEP-COUNT)
               END-IF
           END-IF.

      * Moves one banked dependent to the survivor's next free
      * sequence: written under the new key before the old key is
      * deleted, so a failure never loses the dependent, then
      * journaled as a dependent entry with the old key before and
      * the new key after.
       MOVE-MERGE-DEP.
           MOVE WS-MERGE-DEP (WS-MERGE-IX) TO WS-DEP-BEFORE-IMAGE
           MOVE WS-DEP-BEFORE-IMAGE TO DEPENDENT-REC
           MOVE WS-SI-CUST-ID TO DP-CUST-ID
           MOVE WS-DEP-NEXT-SEQ TO DP-DEP-SEQ
           WRITE DEPENDENT-REC
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "DEPENDENT SEQ IN USE" TO WS-REJECT-REASON
           END-WRITE
           IF NOT WS-TRANS-REJECTED
               MOVE WS-DB-CUST-ID TO DP-CUST-ID
               MOVE WS-DB-DEP-SEQ TO DP-DEP-SEQ
               DELETE DEPENDENT-MASTER RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "DEPENDENT NOT ON FILE"
                           TO WS-REJECT-REASON
               END-DELETE
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE WS-DEP-BEFORE-IMAGE TO DEPENDENT-REC
               MOVE WS-SI-CUST-ID TO DP-CUST-ID
               MOVE WS-DEP-NEXT-SEQ TO DP-DEP-SEQ
               SET WS-HAVE-BEFORE TO TRUE
               SET WS-HAVE-AFTER TO TRUE
               PERFORM WRITE-DEP-JOURNAL
               ADD 1 TO WS-DEP-NEXT-SEQ
           END-IF.

      * Takes the retired number off the master, leaves the retired-
      * to-survivor cross-reference behind it, and journals the
      * master entry with the retired record before and the survivor
      * after.  A number merged, backed out, and merged again simply
      * has its cross-reference rewritten.
       RETIRE-MERGED-NUMBER.
           MOVE WS-BI-CUST-ID TO CM-CUST-ID
           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
           END-DELETE
           IF NOT WS-TRANS-REJECTED
               MOVE WS-BI-CUST-ID TO XR-RETIRED-ID
               MOVE WS-SI-CUST-ID TO XR-SURVIVOR-ID
               MOVE WS-BI-NAME-KEY TO XR-NAME-KEY
               MOVE WS-BI-BIRTH-DATE TO XR-BIRTH-DATE
               MOVE WS-RUN-DATE TO XR-MERGE-DATE
               WRITE CUST-XREF-REC
                   INVALID KEY
                       REWRITE CUST-XREF-REC
               END-WRITE
               MOVE WS-SURVIVOR-IMAGE TO CUSTOMER-MASTER-REC
               SET WS-HAVE-BEFORE TO TRUE
               SET WS-HAVE-AFTER TO TRUE
               PERFORM WRITE-JOURNAL
               ADD 1 TO WS-MERGE-COUNT
           END-IF.

      * Routes an edited dependent transaction now the customer is
      * located, and journals the applied result with its dependent
      * images (file type D) so MNTBKOUT can undo a bad dependent
      * deck the same way it undoes a bad customer deck.
       APPLY-DEP-TRANS.
           IF MC-TRANS-CODE = 'E'
               PERFORM APPLY-DEP-ADD
               IF NOT WS-TRANS-REJECTED
                   SET WS-HAVE-AFTER TO TRUE
               END-IF
           ELSE
               IF MC-TRANS-CODE = 'F'
                   PERFORM APPLY-DEP-CHANGE
               ELSE
                   PERFORM APPLY-DEP-DELETE
               END-IF
           END-IF
           IF NOT WS-TRANS-REJECTED
               PERFORM WRITE-DEP-JOURNAL
           END-IF.

      * Adds a dependent under the customer.  A keyed sequence is
      * honored; none keyed takes the next free one in the family.
       APPLY-DEP-ADD.
           IF MC-DEP-SEQ IS NUMERIC AND MC-DEP-SEQ NOT = "00"
               MOVE MC-DEP-SEQ TO WS-DEP-NEXT-SEQ
           ELSE
               PERFORM FIND-NEXT-DEP-SEQ
           END-IF
           IF NOT WS-TRANS-REJECTED
               MOVE WS-ASSIGNED-ID TO DP-CUST-ID
               MOVE WS-DEP-NEXT-SEQ TO DP-DEP-SEQ
               MOVE MC-FIRST-NAME TO DP-FIRST-NAME
               MOVE MC-LAST-NAME TO DP-LAST-NAME
               MOVE MC-REL-CODE TO DP-REL-CODE
               MOVE MC-BIRTH-DATE TO DP-BIRTH-DATE
               WRITE DEPENDENT-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "DEPENDENT SEQ IN USE"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.

      * Walks the customer's dependents for the highest sequence in
      * use and takes the one after it.
       FIND-NEXT-DEP-SEQ.
           MOVE ZERO TO WS-DEP-NEXT-SEQ
           MOVE 'N' TO WS-DEP-EOF-SW
           MOVE WS-ASSIGNED-ID TO DP-CUST-ID
           MOVE ZERO TO DP-DEP-SEQ
           START DEPENDENT-MASTER
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-DEP-EOF TO TRUE
           END-START
           PERFORM SCAN-ONE-DEP-SEQ UNTIL WS-DEP-EOF
           IF WS-DEP-NEXT-SEQ NOT < 99
               MOVE 'Y' TO WS-REJECT-SW
               MOVE "FAMILY SEQUENCE EXHAUSTED" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-DEP-NEXT-SEQ
           END-IF.

      * One step of the sequence scan; a record past this customer
      * ends it.
       SCAN-ONE-DEP-SEQ.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-DEP-EOF TO TRUE
           END-READ
           IF NOT WS-DEP-EOF
               IF WS-DEP-STATUS NOT = "00"
                   OR DP-CUST-ID NOT = WS-ASSIGNED-ID
                   SET WS-DEP-EOF TO TRUE
               ELSE
                   MOVE DP-DEP-SEQ TO WS-DEP-NEXT-SEQ
               END-IF
           END-IF.

      * Changes the keyed dependent in place: a nonblank name
      * respells it, a nonblank relationship recodes it, and the
      * birth date is always taken -- the same shape as a customer
      * change.
       APPLY-DEP-CHANGE.
           PERFORM LOCATE-DEPENDENT
           IF NOT WS-TRANS-REJECTED
               MOVE DEPENDENT-REC TO WS-DEP-BEFORE-IMAGE
               SET WS-HAVE-BEFORE TO TRUE
               IF MC-FIRST-NAME NOT = SPACE
                   OR MC-LAST-NAME NOT = SPACE
                   MOVE MC-FIRST-NAME TO DP-FIRST-NAME
                   MOVE MC-LAST-NAME TO DP-LAST-NAME
               END-IF
               IF MC-REL-CODE NOT = SPACE
                   MOVE MC-REL-CODE TO DP-REL-CODE
               END-IF
               MOVE MC-BIRTH-DATE TO DP-BIRTH-DATE
               REWRITE DEPENDENT-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
               IF NOT WS-TRANS-REJECTED
                   SET WS-HAVE-AFTER TO TRUE
               END-IF
           END-IF.

      * Removes the keyed dependent.
       APPLY-DEP-DELETE.
           PERFORM LOCATE-DEPENDENT
           IF NOT WS-TRANS-REJECTED
               MOVE DEPENDENT-REC TO WS-DEP-BEFORE-IMAGE
               SET WS-HAVE-BEFORE TO TRUE
               DELETE DEPENDENT-MASTER RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE "DEPENDENT NOT ON FILE"
                           TO WS-REJECT-REASON
               END-DELETE
           END-IF.

      * Finds the dependent a change or delete means by the keyed
      * customer number and sequence.
       LOCATE-DEPENDENT.
           MOVE WS-ASSIGNED-ID TO DP-CUST-ID
           MOVE MC-DEP-SEQ TO DP-DEP-SEQ
           READ DEPENDENT-MASTER
               KEY IS DP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE "DEPENDENT NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

      * One applied transaction's images onto the journal.  The
      * master record area still holds what was written or rewritten,
      * so it stands as the after image; the before image was banked
      * off LOCATE-MASTER's read.  A delete has no after, an add no
      * before, and the switches say which sides are real.
       WRITE-JOURNAL.
           IF WS-JRNL-OPEN
               ADD 1 TO WS-JRNL-SEQ
               MOVE SPACE TO MAINT-JRNL-REC
               MOVE WS-RUN-DATE TO JR-RUN-DATE
               MOVE MC-RUN-TIME TO JR-RUN-TIME
               MOVE WS-JRNL-SEQ TO JR-SEQ
               MOVE MC-TRANS-CODE TO JR-TRANS-CODE
               MOVE 'M' TO JR-FILE-TYPE
               IF WS-HAVE-BEFORE
                   MOVE 'Y' TO JR-BEFORE-SW
                   MOVE WS-BI-CUST-ID TO JR-B-CUST-ID
                   MOVE WS-BI-NAME-KEY TO JR-B-NAME-KEY
                   MOVE WS-BI-BIRTH-DATE TO JR-B-BIRTH-DATE
                   MOVE WS-BI-GROUP-CODE TO JR-B-GROUP-CODE
               ELSE
                   MOVE 'N' TO JR-BEFORE-SW
               END-IF
               IF WS-HAVE-AFTER
                   MOVE 'Y' TO JR-AFTER-SW
                   MOVE CM-CUST-ID TO JR-A-CUST-ID
                   MOVE CM-NAME-KEY TO JR-A-NAME-KEY
                   MOVE CM-BIRTH-DATE TO JR-A-BIRTH-DATE
                   MOVE CM-GROUP-CODE TO JR-A-GROUP-CODE
               ELSE
                   MOVE 'N' TO JR-AFTER-SW
               END-IF
               WRITE MAINT-JRNL-REC
           END-IF.

      * One applied dependent transaction's images onto the journal,
      * under file type D so MNTBKOUT undoes it against the
      * dependent file.  The dependent record area still holds what
      * was written or rewritten, so it stands as the after image;
      * the before image was banked off LOCATE-DEPENDENT's read.
       WRITE-DEP-JOURNAL.
           IF WS-JRNL-OPEN
               ADD 1 TO WS-JRNL-SEQ
               MOVE SPACE TO MAINT-JRNL-REC
               MOVE WS-RUN-DATE TO JR-RUN-DATE
               MOVE MC-RUN-TIME TO JR-RUN-TIME
               MOVE WS-JRNL-SEQ TO JR-SEQ
               MOVE MC-TRANS-CODE TO JR-TRANS-CODE
               MOVE 'D' TO JR-FILE-TYPE
               IF WS-HAVE-BEFORE
                   MOVE 'Y' TO JR-BEFORE-SW
                   MOVE WS-DB-CUST-ID TO JR-BD-CUST-ID
                   MOVE WS-DB-DEP-SEQ TO JR-BD-DEP-SEQ
                   MOVE WS-DB-FIRST-NAME TO JR-BD-FIRST-NAME
                   MOVE WS-DB-LAST-NAME TO JR-BD-LAST-NAME
                   MOVE WS-DB-REL-CODE TO JR-BD-REL-CODE
                   MOVE WS-DB-BIRTH-DATE TO JR-BD-BIRTH-DATE
               ELSE
                   MOVE 'N' TO JR-BEFORE-SW
               END-IF
               IF WS-HAVE-AFTER
                   MOVE 'Y' TO JR-AFTER-SW
                   MOVE DP-CUST-ID TO JR-AD-CUST-ID
                   MOVE DP-DEP-SEQ TO JR-AD-DEP-SEQ
                   MOVE DP-FIRST-NAME TO JR-AD-FIRST-NAME
                   MOVE DP-LAST-NAME TO JR-AD-LAST-NAME
                   MOVE DP-REL-CODE TO JR-AD-REL-CODE
                   MOVE DP-BIRTH-DATE TO JR-AD-BIRTH-DATE
               ELSE
                   MOVE 'N' TO JR-AFTER-SW
               END-IF
               WRITE MAINT-JRNL-REC
           END-IF.
       END PROGRAM MNTCORE.
