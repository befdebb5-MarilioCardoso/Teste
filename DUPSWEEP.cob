      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: Probable-duplicate sweep over CUSTOMER-MASTER.  The
      *          engine's CHECK-MASTER only recognizes an exact
      *          70-byte name key, so a typo or a dropped middle name
      *          ("Jon" for "John") comes back through the add feed as
      *          a new customer and the same person ends up with two
      *          numbers -- audit history, dependents, and HR-EXTRACT
      *          rows split between them.  This pairs master records
      *          that sound alike and share a birth date and prints
      *          them as a review list; the numbers a person confirms
      *          as one are folded together with a CUSTMNT M
      *          transaction.
      * Tectonics: cobc
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  Each customer is keyed by
      *                      the Soundex code of the last name, the
      *                      Soundex code of the first name, and the
      *                      birth date exactly -- the middle name and
      *                      suffix are ignored, so a dropped middle
      *                      name still pairs.  The master is sorted on
      *                      that key and every key shared by two or
      *                      more customers prints as a group, lowest
      *                      number first as the suggested survivor
      *                      (it carries the longest history) with the
      *                      M transaction each other member would
      *                      take.  Nothing is changed on the master.
      *   10-15-2026  MAINT  CUSTOMER-MASTER layout carries the
      *                      employer group code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSWEEP.
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

           SELECT DUP-RPT
               ASSIGN TO "DUP-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

       FD  DUP-RPT
           LABEL RECORDS ARE STANDARD.
       01  DUP-RPT-REC             PIC X(100).

      * One customer under its sound-alike key; the customer number
      * orders a group so the lowest comes first.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SD-MATCH-KEY.
               10  SD-LAST-CODE    PIC X(04).
               10  SD-FIRST-CODE   PIC X(04).
               10  SD-BIRTH-DATE   PIC 9(08).
           05  SD-CUST-ID          PIC 9(07).
           05  SD-NAME-KEY         PIC a(70).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-GROUP-KEY             PIC X(16).
       01  WS-GROUP-NO              PIC 9(4) VALUE ZERO.
       01  WS-SURVIVOR-ID           PIC 9(7) VALUE ZERO.
      * The members of the group being gathered, printed when the key
      * changes.  A group larger than the table prints the first 50.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER            OCCURS 50.
               10  WS-MB-CUST-ID    PIC 9(7).
               10  WS-MB-NAME-KEY   PIC a(70).

      * Soundex work fields: the name folded to upper case, then the
      * same positions converted to the Soundex digit classes (vowels
      * and Y to 0, H and W to * since they do not separate a
      * repeated class), and the four-byte code built from them.
       01  WS-SX-NAME               PIC X(20).
       01  WS-SX-UPPER              PIC X(20).
       01  WS-SX-DIGITS             PIC X(20).
       01  WS-SX-CODE               PIC X(4).
       01  WS-SX-LAST               PIC X(1).
       01  WS-SX-LOWER-CASE         PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-SX-UPPER-CASE         PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SX-CLASSES            PIC X(26)
               VALUE "0123012*02245501262301*202".

       77  WS-SX-IX                 PIC 9(2) COMP.
       77  WS-SX-LEN                PIC 9(1) COMP.
       77  WS-MEMBER-COUNT          PIC 9(2) COMP VALUE ZERO.
       77  WS-MEMBER-IX             PIC 9(2) COMP.

       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-MASTER-EOF                          VALUE 'Y'.
       77  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                            VALUE 'Y'.

       77  WS-MASTER-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-GROUP-SIZE            PIC 9(6) COMP VALUE ZERO.
       77  WS-DUP-GROUP-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-DUP-CUST-COUNT        PIC 9(6) COMP VALUE ZERO.

       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DUPRPT-STATUS         PIC XX.

       01  DUP-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  DH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(35) VALUE
                   "PROBABLE DUPLICATE CUSTOMER REVIEW".
           05  FILLER               PIC X(42) VALUE SPACE.

       01  DUP-GROUP-LINE.
           05  FILLER               PIC X(06) VALUE "GROUP ".
           05  DG-GROUP-NO          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE
                   "  SOUNDS LIKE: ".
           05  DG-LAST-CODE         PIC X(04).
           05  FILLER               PIC X(01) VALUE "/".
           05  DG-FIRST-CODE        PIC X(04).
           05  FILLER               PIC X(08) VALUE "  BORN: ".
           05  DG-BIRTH-DATE        PIC 9(08).
           05  FILLER               PIC X(11) VALUE "  MEMBERS: ".
           05  DG-MEMBERS           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(32) VALUE SPACE.

       01  DUP-MEMBER-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  DM-CUST-ID           PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  DM-NAME              PIC X(60).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  DM-ACTION            PIC X(24).
           05  FILLER               PIC X(03) VALUE SPACE.

       01  DUP-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(32) VALUE
                   "NO PROBABLE DUPLICATES ON MASTER".
           05  FILLER               PIC X(66) VALUE SPACE.

       01  DUP-TRAILER-LINE.
           05  FILLER               PIC X(16) VALUE "CUSTOMERS READ: ".
           05  DT-MASTER-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  GROUPS: ".
           05  DT-GROUP-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(23) VALUE
                   "  CUSTOMERS IN GROUPS: ".
           05  DT-DUP-CUST-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(30) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           IF NOT WS-MASTER-EOF
               SORT SORT-WORK
                   ASCENDING KEY SD-MATCH-KEY SD-CUST-ID
                   INPUT PROCEDURE IS RELEASE-MASTER-CUSTOMERS
                   OUTPUT PROCEDURE IS REPORT-DUPLICATE-GROUPS
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Opens the master and positions it at the lowest customer
      * number, and opens the review list.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "DUPSWEEP - CANNOT OPEN CUSTOMER-MASTER, STATUS "
                   WS-MASTER-STATUS
               SET WS-MASTER-EOF TO TRUE
           ELSE
               MOVE ZERO TO CM-CUST-ID
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CM-CUST-ID
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
           END-IF
           OPEN OUTPUT DUP-RPT
           MOVE WS-RUN-DATE TO DH-RUN-DATE
           WRITE DUP-RPT-REC FROM DUP-HEADER-LINE.

      * Input side of the sort: every master customer released under
      * its sound-alike key.
       RELEASE-MASTER-CUSTOMERS.
           PERFORM READ-MASTER-NEXT
           PERFORM RELEASE-ONE-CUSTOMER UNTIL WS-MASTER-EOF.

      * One master record in key order.
       READ-MASTER-NEXT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "02"
               SET WS-MASTER-EOF TO TRUE
           END-IF.

      * Codes the last and first names (CM-NAME-KEY is first(20)
      * middle(20) last(20) suffix(10)) and releases the customer.
       RELEASE-ONE-CUSTOMER.
           ADD 1 TO WS-MASTER-COUNT
           MOVE CM-NAME-KEY (41:20) TO WS-SX-NAME
           PERFORM SOUNDEX-NAME
           MOVE WS-SX-CODE TO SD-LAST-CODE
           MOVE CM-NAME-KEY (1:20) TO WS-SX-NAME
           PERFORM SOUNDEX-NAME
           MOVE WS-SX-CODE TO SD-FIRST-CODE
           MOVE CM-BIRTH-DATE TO SD-BIRTH-DATE
           MOVE CM-CUST-ID TO SD-CUST-ID
           MOVE CM-NAME-KEY TO SD-NAME-KEY
           RELEASE SORT-REC
           PERFORM READ-MASTER-NEXT.

      * American Soundex of WS-SX-NAME into WS-SX-CODE: the first
      * letter kept, each later letter replaced by its digit class,
      * a class repeated with nothing or only H/W between collapsed
      * to one, vowels dropped (though they do separate a repeat),
      * and the result padded with zeros to four bytes.  Anything
      * that is not a letter is passed over.
       SOUNDEX-NAME.
           MOVE WS-SX-NAME TO WS-SX-UPPER
           INSPECT WS-SX-UPPER
               CONVERTING WS-SX-LOWER-CASE TO WS-SX-UPPER-CASE
           MOVE WS-SX-UPPER TO WS-SX-DIGITS
           INSPECT WS-SX-DIGITS
               CONVERTING WS-SX-UPPER-CASE TO WS-SX-CLASSES
           MOVE "0000" TO WS-SX-CODE
           MOVE SPACE TO WS-SX-LAST
           MOVE ZERO TO WS-SX-LEN
           PERFORM SOUNDEX-ONE-CHAR
               VARYING WS-SX-IX FROM 1 BY 1
               UNTIL WS-SX-IX > 20 OR WS-SX-LEN = 4.

      * One position of the name into the code.
       SOUNDEX-ONE-CHAR.
           IF WS-SX-UPPER (WS-SX-IX:1) IS ALPHABETIC-UPPER
               AND WS-SX-UPPER (WS-SX-IX:1) NOT = SPACE
               IF WS-SX-LEN = ZERO
                   MOVE WS-SX-UPPER (WS-SX-IX:1) TO WS-SX-CODE (1:1)
                   MOVE 1 TO WS-SX-LEN
                   MOVE WS-SX-DIGITS (WS-SX-IX:1) TO WS-SX-LAST
               ELSE
                   IF WS-SX-DIGITS (WS-SX-IX:1) = "0"
                       MOVE "0" TO WS-SX-LAST
                   ELSE
                       IF WS-SX-DIGITS (WS-SX-IX:1) NOT = "*"
                           AND WS-SX-DIGITS (WS-SX-IX:1)
                               NOT = WS-SX-LAST
                           ADD 1 TO WS-SX-LEN
                           MOVE WS-SX-DIGITS (WS-SX-IX:1)
                               TO WS-SX-CODE (WS-SX-LEN:1)
                           MOVE WS-SX-DIGITS (WS-SX-IX:1)
                               TO WS-SX-LAST
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Output side of the sort: customers come back grouped by
      * sound-alike key, lowest number first; a change of key closes
      * the group in hand.
       REPORT-DUPLICATE-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE ZERO TO WS-MEMBER-COUNT WS-GROUP-SIZE
           PERFORM RETURN-SORTED-CUSTOMER
           IF NOT WS-SORT-EOF
               MOVE SD-MATCH-KEY TO WS-GROUP-KEY
           END-IF
           PERFORM GATHER-ONE-CUSTOMER UNTIL WS-SORT-EOF
           PERFORM CLOSE-GROUP.

      * One customer back off the sort.
       RETURN-SORTED-CUSTOMER.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * Adds the customer to the group in hand, closing that group
      * first when this customer's key differs.
       GATHER-ONE-CUSTOMER.
           IF SD-MATCH-KEY NOT = WS-GROUP-KEY
               PERFORM CLOSE-GROUP
               MOVE SD-MATCH-KEY TO WS-GROUP-KEY
           END-IF
           ADD 1 TO WS-GROUP-SIZE
           IF WS-MEMBER-COUNT < 50
               ADD 1 TO WS-MEMBER-COUNT
               MOVE SD-CUST-ID TO WS-MB-CUST-ID (WS-MEMBER-COUNT)
               MOVE SD-NAME-KEY TO WS-MB-NAME-KEY (WS-MEMBER-COUNT)
           END-IF
           PERFORM RETURN-SORTED-CUSTOMER.

      * A key shared by two or more customers is a probable duplicate
      * and prints; a key with one customer is nobody's duplicate.
       CLOSE-GROUP.
           IF WS-GROUP-SIZE > 1
               ADD 1 TO WS-DUP-GROUP-COUNT
               ADD WS-GROUP-SIZE TO WS-DUP-CUST-COUNT
               ADD 1 TO WS-GROUP-NO
               MOVE WS-GROUP-NO TO DG-GROUP-NO
               MOVE WS-GROUP-KEY (1:4) TO DG-LAST-CODE
               MOVE WS-GROUP-KEY (5:4) TO DG-FIRST-CODE
               MOVE WS-GROUP-KEY (9:8) TO DG-BIRTH-DATE
               MOVE WS-GROUP-SIZE TO DG-MEMBERS
               WRITE DUP-RPT-REC FROM DUP-GROUP-LINE
               MOVE WS-MB-CUST-ID (1) TO WS-SURVIVOR-ID
               PERFORM WRITE-MEMBER-LINE
                   VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-MEMBER-COUNT
           END-IF
           MOVE ZERO TO WS-MEMBER-COUNT WS-GROUP-SIZE.

      * One member of a printed group: the first (lowest number) is
      * the suggested survivor, each other member shows the merge
      * that would fold it in.
       WRITE-MEMBER-LINE.
           MOVE SPACE TO DUP-MEMBER-LINE
           MOVE WS-MB-CUST-ID (WS-MEMBER-IX) TO DM-CUST-ID
           MOVE WS-MB-NAME-KEY (WS-MEMBER-IX) (1:60) TO DM-NAME
           IF WS-MEMBER-IX = 1
               MOVE "SUGGESTED SURVIVOR" TO DM-ACTION
           ELSE
               STRING
                   "M - MERGE INTO " DELIMITED BY SIZE
                   WS-SURVIVOR-ID DELIMITED BY SIZE
                   INTO DM-ACTION
               END-STRING
           END-IF
           WRITE DUP-RPT-REC FROM DUP-MEMBER-LINE.

      * A performed paragraph to end the program
       FINISH-UP.
           IF WS-DUP-GROUP-COUNT = ZERO
               WRITE DUP-RPT-REC FROM DUP-NONE-LINE
           END-IF
           MOVE WS-MASTER-COUNT TO DT-MASTER-COUNT
           MOVE WS-DUP-GROUP-COUNT TO DT-GROUP-COUNT
           MOVE WS-DUP-CUST-COUNT TO DT-DUP-CUST-COUNT
           WRITE DUP-RPT-REC FROM DUP-TRAILER-LINE
           CLOSE DUP-RPT
           IF WS-MASTER-STATUS = "00" OR = "02" OR = "10"
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY "DUPSWEEP RUN COMPLETE - "
               WS-MASTER-COUNT " CUSTOMERS READ, "
               WS-DUP-GROUP-COUNT " PROBABLE DUPLICATE GROUPS".
       END PROGRAM DUPSWEEP.
