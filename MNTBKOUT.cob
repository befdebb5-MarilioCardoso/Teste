      *                      DEPENDENT-MASTER with the same
      *                      after-image check the customer undos
      *                      get.
      *   10-15-2026  MAINT  Undoes a CUSTMNT merge (M entries): the
      *                      retired customer is written back from its
      *                      before image and its CUST-XREF record
      *                      removed, and each dependent the merge
      *                      moved is taken off the survivor's family
      *                      and written back under its old key.
      *   10-15-2026  MAINT  The customer images carry the employer
      *                      group code; an undo checks and restores
      *                      it with the name and birth date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTBKOUT.
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

           SELECT BKOUT-RPT
               ASSIGN TO "BKOUT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               10  JR-B-CUST-ID    PIC 9(07).
               10  JR-B-NAME-KEY   PIC a(70).
               10  JR-B-BIRTH-DATE PIC 9(08).
               10  JR-B-GROUP-CODE PIC X(04).
           05  JR-B-DEP REDEFINES JR-BEFORE.
               10  JR-BD-CUST-ID   PIC 9(07).
               10  JR-BD-DEP-SEQ   PIC 9(02).
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
               10  JR-AD-LAST-NAME PIC a(20).
               10  JR-AD-REL-CODE  PIC X(02).
               10  JR-AD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).

       FD  BKOUT-CARD
           LABEL RECORDS ARE STANDARD
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * One dependent, keyed by the customer number plus a sequence
      * within the family, as CUSTMNT maintains it.
           05  DP-REL-CODE         PIC X(02).
           05  DP-BIRTH-DATE       PIC 9(08).

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

       FD  BKOUT-RPT
           LABEL RECORDS ARE STANDARD.
       01  BKOUT-RPT-REC           PIC X(105).
               10  SJ-B-CUST-ID    PIC 9(07).
               10  SJ-B-NAME-KEY   PIC a(70).
               10  SJ-B-BIRTH-DATE PIC 9(08).
               10  SJ-B-GROUP-CODE PIC X(04).
           05  SJ-B-DEP REDEFINES SJ-BEFORE.
               10  SJ-BD-CUST-ID   PIC 9(07).
               10  SJ-BD-DEP-SEQ   PIC 9(02).
               10  SJ-BD-LAST-NAME PIC a(20).
               10  SJ-BD-REL-CODE  PIC X(02).
               10  SJ-BD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).
           05  SJ-AFTER-SW         PIC X(01).
           05  SJ-AFTER.
               10  SJ-A-CUST-ID    PIC 9(07).
               10  SJ-A-NAME-KEY   PIC a(70).
               10  SJ-A-BIRTH-DATE PIC 9(08).
               10  SJ-A-GROUP-CODE PIC X(04).
           05  SJ-A-DEP REDEFINES SJ-AFTER.
               10  SJ-AD-CUST-ID   PIC 9(07).
               10  SJ-AD-DEP-SEQ   PIC 9(02).
               10  SJ-AD-LAST-NAME PIC a(20).
               10  SJ-AD-REL-CODE  PIC X(02).
               10  SJ-AD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
           88  WS-MASTER-OPEN                         VALUE 'Y'.
       77  WS-DEP-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-DEP-OPEN                            VALUE 'Y'.
       77  WS-XREF-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN                           VALUE 'Y'.
       77  WS-UNDONE-SW             PIC X(01) VALUE 'N'.
           88  WS-UNDO-DONE                           VALUE 'Y'.

       01  WS-BKCARD-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEP-STATUS            PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-BKRPT-STATUS          PIC XX.

       01  BKO-HEADER-LINE.
                   DISPLAY "MNTBKOUT - CANNOT OPEN DEPENDENT-MASTER, "
                       "STATUS " WS-DEP-STATUS
               END-IF
               OPEN I-O CUST-XREF
               IF WS-XREF-STATUS = "00"
                   SET WS-XREF-OPEN TO TRUE
               END-IF
               PERFORM WRITE-BKO-HEADER
           END-IF.

                       IF SJ-TRANS-CODE = 'D'
                           PERFORM UNDO-DELETE
                       ELSE
                           IF SJ-TRANS-CODE = 'M'
                               PERFORM UNDO-MERGE
                           ELSE
                               MOVE "UNKNOWN JOURNAL CODE"
                                   TO WS-UNDO-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
               NOT INVALID KEY
                   IF CM-NAME-KEY = SJ-A-NAME-KEY
                       AND CM-BIRTH-DATE = SJ-A-BIRTH-DATE
                       AND CM-GROUP-CODE = SJ-A-GROUP-CODE
                       DELETE CUSTOMER-MASTER RECORD
                           INVALID KEY
                               MOVE "DELETE FAILED"
               NOT INVALID KEY
                   IF CM-NAME-KEY = SJ-A-NAME-KEY
                       AND CM-BIRTH-DATE = SJ-A-BIRTH-DATE
                       AND CM-GROUP-CODE = SJ-A-GROUP-CODE
                       MOVE SJ-B-NAME-KEY TO CM-NAME-KEY
                       MOVE SJ-B-BIRTH-DATE TO CM-BIRTH-DATE
                       MOVE SJ-B-GROUP-CODE TO CM-GROUP-CODE
                       REWRITE CUSTOMER-MASTER-REC
                           INVALID KEY
                               MOVE "REWRITE FAILED"
           MOVE SJ-B-CUST-ID TO CM-CUST-ID
           MOVE SJ-B-NAME-KEY TO CM-NAME-KEY
           MOVE SJ-B-BIRTH-DATE TO CM-BIRTH-DATE
           MOVE SJ-B-GROUP-CODE TO CM-GROUP-CODE
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   MOVE "ALREADY ON MASTER" TO WS-UNDO-REASON
                   SET WS-UNDO-DONE TO TRUE
           END-WRITE.

      * Undoing a merge: the survivor (the after image) must still be
      * on the master, the retired customer (the before image) is
      * written back under its old number, and the cross-reference
      * that pointed it at the survivor comes off.  The merge's
      * dependent moves sort after this entry and follow it home.
       UNDO-MERGE.
           IF NOT WS-XREF-OPEN
               MOVE "CROSS-REFERENCE NOT OPEN" TO WS-UNDO-REASON
           ELSE
               MOVE SJ-A-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE "SURVIVOR NOT ON MASTER" TO WS-UNDO-REASON
                   NOT INVALID KEY
                       PERFORM UNDO-DELETE
               END-READ
               IF WS-UNDO-DONE
                   MOVE SJ-B-CUST-ID TO XR-RETIRED-ID
                   DELETE CUST-XREF RECORD
                       INVALID KEY
                           MOVE "NO CROSS-REFERENCE FOUND"
                               TO WS-UNDO-REASON
                   END-DELETE
               END-IF
           END-IF.

      * Routes a dependent entry's undo: an add (E) is deleted, a
      * change (F) rewritten from its before image, a delete (G)
      * written back, a merge move (M) put back under its old key --
      * with the same after-image check the customer undos get.
       UNDO-DEP-ENTRY.
           IF NOT WS-DEP-OPEN
               MOVE "DEPENDENT FILE NOT OPEN" TO WS-UNDO-REASON
                       IF SJ-TRANS-CODE = 'G'
                           PERFORM UNDO-DEP-DELETE
                       ELSE
                           IF SJ-TRANS-CODE = 'M'
                               PERFORM UNDO-DEP-MOVE
                           ELSE
                               MOVE "UNKNOWN JOURNAL CODE"
                                   TO WS-UNDO-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   SET WS-UNDO-DONE TO TRUE
           END-WRITE.

      * Undoing a merge move: the old key must still be free, so the
      * dependent is never left with no home; then the survivor's
      * copy is deleted under the add's after-image check and the
      * before image written back as a delete undo would.
       UNDO-DEP-MOVE.
           MOVE SJ-BD-CUST-ID TO DP-CUST-ID
           MOVE SJ-BD-DEP-SEQ TO DP-DEP-SEQ
           READ DEPENDENT-MASTER
               KEY IS DP-KEY
               INVALID KEY
                   PERFORM UNDO-DEP-ADD
               NOT INVALID KEY
                   MOVE "ALREADY ON DEPENDENT FILE"
                       TO WS-UNDO-REASON
           END-READ
           IF WS-UNDO-DONE
               MOVE 'N' TO WS-UNDONE-SW
               PERFORM UNDO-DEP-DELETE
           END-IF.

      * One register line saying what this entry's undo did.  The
      * name shown is the before image's when there is one, the
      * after image's for an add; a dependent entry shows the
           IF WS-DEP-OPEN
               CLOSE DEPENDENT-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE CUST-XREF
           END-IF
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
