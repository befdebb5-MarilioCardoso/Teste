      ******************************************************************
      * MNTCOMM.cpy
      * Communication area between the customer maintenance front
      * ends (the CUSTMNT batch deck and the CUSTSCRN maintenance
      * screen) and the MNTCORE maintenance engine.  COPY this into
      * WORKING-STORAGE in a front end and into LINKAGE in MNTCORE,
      * and pass it on every CALL.
      *
      * MC-FUNCTION: I = initialize (open the masters, the cross-
      *                  reference, and the dated MAINT-JRNL for
      *                  MC-RUN-DATE, and pick up the last customer
      *                  number; MC-OPEN-SW comes back 'Y' only when
      *                  the master and the journal are both open),
      *              L = look up one customer by MC-CUST-ID, or by
      *                  the MC-FIRST-NAME/MC-LAST-NAME (and any
      *                  MC-MIDDLE-NAME) when no number is keyed, and
      *                  return the record and its dependents without
      *                  changing anything,
      *              P = process the one transaction in MC-TRANS (the
      *                  same edits and the same journal entries the
      *                  batch deck gets, journaled under
      *                  MC-RUN-TIME),
      *              A = apply one transaction an MNTAPPR checker
      *                  has approved (the P edits and journaling,
      *                  without the hold),
      *              F = finish (close everything and put the last
      *                  customer number back on CUSTNBR-CTL).
      *
      * A P delete (D/G), a merge (M), or a change (C/F) that moves the
      * birth date, comes back with MC-HELD-SW 'Y' and the PENDING-APPR
      * key it waits under in MC-HOLD-KEY instead of being applied.
      *
      * Modification History
      *   10-15-2026  MAINT  New copybook.
      *   10-15-2026  MAINT  MC-OPERATOR-ID added to the transaction;
      *                      function A, MC-HELD-SW, MC-HOLD-KEY, and
      *                      MC-HELD-COUNT added for the maker-checker
      *                      hold.
      *   10-15-2026  MAINT  MC-GROUP-CODE added to the transaction and
      *                      MC-CM-GROUP-CODE to the customer an L
      *                      lookup returns.
      *   10-15-2026  MAINT  A P merge (M) is held like a delete.
      ******************************************************************
       01  MNT-COMM.
           05  MC-FUNCTION         PIC X(01).
           05  MC-RUN-DATE         PIC 9(08).
           05  MC-RUN-TIME         PIC 9(06).
           05  MC-OPEN-SW          PIC X(01).
               88  MC-FILES-OPEN                      VALUE 'Y'.
      * One transaction, in the MAINT-TRANS-REC layout.
           05  MC-TRANS.
               10  MC-CUST-ID      PIC X(07).
               10  MC-FIRST-NAME   PIC a(20).
               10  MC-MIDDLE-NAME  PIC a(20).
               10  MC-LAST-NAME    PIC a(20).
               10  MC-SUFFIX       PIC a(10).
               10  MC-BIRTH-DATE   PIC 9(08).
               10  MC-TRANS-CODE   PIC X(01).
               10  MC-DEP-SEQ      PIC X(02).
               10  MC-REL-CODE     PIC X(02).
                   88  MC-VALID-REL-CODE       VALUE 'SP' 'CH' 'OT'.
               10  MC-SURVIVOR-ID  PIC X(07).
               10  MC-OPERATOR-ID  PIC X(08).
               10  MC-GROUP-CODE   PIC X(04).
           05  MC-REJECT-SW        PIC X(01).
               88  MC-REJECTED                        VALUE 'Y'.
           05  MC-REJECT-REASON    PIC X(30).
           05  MC-ASSIGNED-ID      PIC 9(07).
           05  MC-ASSIGNED-SEQ     PIC 9(02).
           05  MC-JRNL-COUNT       PIC 9(06).
           05  MC-MERGE-COUNT      PIC 9(06).
      * What a P hold left behind: the pending-approval key and the
      * run's count of held transactions.
           05  MC-HELD-SW          PIC X(01).
               88  MC-HELD                            VALUE 'Y'.
           05  MC-HOLD-KEY.
               10  MC-HOLD-DATE    PIC 9(08).
               10  MC-HOLD-TIME    PIC 9(06).
               10  MC-HOLD-SEQ     PIC 9(04).
           05  MC-HELD-COUNT       PIC 9(06).
      * What an L lookup found: the customer, whether another
      * customer answers to the same name, and the family.
           05  MC-FOUND-SW         PIC X(01).
               88  MC-FOUND                           VALUE 'Y'.
           05  MC-NAME-DUP-SW      PIC X(01).
               88  MC-NAME-DUPLICATED                 VALUE 'Y'.
           05  MC-CUSTOMER.
               10  MC-CM-CUST-ID   PIC 9(07).
               10  MC-CM-NAME-KEY  PIC a(70).
               10  MC-CM-BIRTH-DATE PIC 9(08).
               10  MC-CM-GROUP-CODE PIC X(04).
           05  MC-DEP-COUNT        PIC 9(02).
           05  MC-DEP-ENTRY        OCCURS 99 TIMES.
               10  MC-DP-DEP-SEQ   PIC 9(02).
               10  MC-DP-FIRST-NAME PIC a(20).
               10  MC-DP-LAST-NAME PIC a(20).
               10  MC-DP-REL-CODE  PIC X(02).
               10  MC-DP-BIRTH-DATE PIC 9(08).
