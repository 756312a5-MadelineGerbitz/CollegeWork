      *log are extended, not rewritten, so several departments' feeds
      *and several intake runs accumulate into one posting batch
      *instead of each run overwriting the last.
      *An Accounts Receivable detail must be preceded by a customer
      *reference record naming the customer and the invoice it opens
      *or applies to; the customer must be on the customer master,
      *and only an active customer may be invoiced. A good reference
      *is written to TRANS-FILE ahead of its detail so General_Ledger
      *can carry the customer onto the AR posting file. An AR detail
      *with no reference, or with one that fails its edits, is
      *suspended like any other bad record - only a reversal, which
      *the subledger resolves from the entry it reverses, may come
      *without one. A reference that no AR detail follows is dropped
      *and counted.
      *Every single transaction accepted is fingerprinted - its
      *department, account, amount, and date, with the department
      *batch number it arrived under - onto a rolling history kept
      *for a configurable window of days. A record whose fingerprint
      *matches one accepted from an earlier batch inside the window
      *is a probable re-key of that entry: it is held aside on the
      *duplicate hold file, beside the original it matched, instead
      *of being written to TRANS-FILE, for an operator to release or
      *discard through Duplicate_Review. Repeats inside one batch are
      *taken as genuine. Reversals are not fingerprinted, and neither
      *are voucher legs - both are held for approval at posting
      *anyway.
      *Runs standalone or as one step of the day-end driver: a clean
      *finish returns control with RETURN-CODE zero and a refused run
      *returns 8, so the driver can record the step's outcome.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Customer master file, indexed by customer number, so a customer
      *reference can be looked up directly. OPTIONAL - a site with no
      *customers yet simply has every reference refused.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO UT-SYS-CUSTOMER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER.
      *Duplicate parameter record gives the window, in days, a record
      *accepted by intake stays on the fingerprint history. OPTIONAL
      *- with none the window is 7 days.
           SELECT OPTIONAL DUP-PARM-FILE
               ASSIGN TO UT-SYS-DUP-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Fingerprint history of the records intake has accepted inside
      *the window, read at the start of the run and rewritten at the
      *end with the entries that have aged out dropped. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL FINGERPRINT-FILE
               ASSIGN TO UT-SYS-FINGERPRINT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Duplicate hold file receives every probable duplicate instead
      *of TRANS-FILE, for Duplicate_Review to release or discard.
      *Read once for the highest item number on it, then extended.
      *OPTIONAL for the same first-run reason as TRANS-FILE.
           SELECT OPTIONAL DUP-HOLD-FILE
               ASSIGN TO UT-SYS-DUP-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD CUSTOMER-FILE
           RECORD CONTAINS 40.
           COPY CUSTMST.

       FD INTAKE-PROOF-FILE
           RECORD CONTAINS 80.
       01 INTAKE-PROOF-LINE PIC X(80).

      *The duplicate window in days; zero matches only what was
      *accepted earlier the same day.
       FD DUP-PARM-FILE
           RECORD CONTAINS 3.
       01 DUP-PARM-INFO.
           05 DPP-WINDOW-DAYS PIC 9(03).

       FD FINGERPRINT-FILE
           RECORD CONTAINS 45.
           COPY FPHIST.

       FD DUP-HOLD-FILE
           RECORD CONTAINS 147.
           COPY DUPHOLD.

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.
              VALUE "C:\COBOL\deptmast.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-CUSTOMER-FILE PIC X(100)
              VALUE "C:\COBOL\custmast.dat".
           05 UT-SYS-DUP-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\dupparm.dat".
           05 UT-SYS-FINGERPRINT-FILE PIC X(100)
              VALUE "C:\COBOL\fphist.dat".
           05 UT-SYS-DUP-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\duphold.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
           05 WS-VCH-ANY-BAD-SWITCH PIC X(1).
            88 VOUCHER-LEG-FAILED VALUE "Y".
            88 VOUCHER-LEGS-ALL-EDIT VALUE "N".
      *On while a customer reference is being held for the detail
      *that should follow it, and whether that reference passed its
      *own edits.
           05 WS-CR-HELD-SWITCH PIC X(1) VALUE "N".
            88 CUSTOMER-REF-HELD VALUE "Y".
            88 CUSTOMER-REF-NOT-HELD VALUE "N".
           05 WS-CR-VALID-SWITCH PIC X(1).
            88 CUSTOMER-REF-VALID VALUE "Y".
            88 CUSTOMER-REF-INVALID VALUE "N".
      *On when a good customer reference has been paired with the
      *detail being validated, to be written ahead of it - or held
      *with it, should the detail prove a probable duplicate.
           05 WS-CR-PAIRED-SWITCH PIC X(1) VALUE "N".
            88 CUSTOMER-REF-PAIRED VALUE "Y".
            88 CUSTOMER-REF-NOT-PAIRED VALUE "N".
           05 WS-EOF-FPHIST-SWITCH PIC X(1).
            88 EOF-FPHIST VALUE "T".
            88 NOT-EOF-FPHIST VALUE "F".
           05 WS-EOF-DUPHOLD-SWITCH PIC X(1).
            88 EOF-DUPHOLD VALUE "T".
            88 NOT-EOF-DUPHOLD VALUE "F".
           05 WS-DUPLICATE-SWITCH PIC X(1) VALUE "N".
            88 PROBABLE-DUPLICATE VALUE "Y".
            88 NOT-DUPLICATE VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
           05 WS-SUSP-VOUCHER-NUMBER PIC 9(06) VALUE 0.
           05 WS-VOUCHER-OK-COUNT PIC 9(4) VALUE 0.
           05 WS-VOUCHER-BAD-COUNT PIC 9(4) VALUE 0.
           05 WS-AR-TAGGED-COUNT PIC 9(8) VALUE 0.
           05 WS-CR-DROPPED-COUNT PIC 9(8) VALUE 0.
      *Customer reference held for the next detail, exactly as
      *received, its fields once they have passed their edits, and the
      *reason it failed them if it did.
           05 WS-HELD-CUSTOMER-REF PIC X(32).
           05 WS-HELD-CUSTOMER-NUMBER PIC 9(06).
           05 WS-HELD-DOC-TYPE PIC X(01).
           05 WS-HELD-DOC-NUMBER PIC 9(08).
           05 WS-CR-REASON PIC X(44).
      *Probable duplicates held this run, the highest item number on
      *the duplicate hold file, the window a fingerprint is kept for,
      *and the age in days of the history entry being loaded.
           05 WS-DUPLICATE-COUNT PIC 9(8) VALUE 0.
           05 WS-LAST-HOLD-NUMBER PIC 9(08) VALUE 0.
           05 WS-DUP-WINDOW-DAYS PIC 9(03) VALUE 7.
           05 WS-FP-AGE-DAYS PIC S9(8) VALUE 0.
           05 WS-FP-AGED-OUT-COUNT PIC 9(8) VALUE 0.

      ******************************************************************
      *Fingerprint table, loaded from the history file with the
      *entries still inside the window and added to as this run
      *accepts records, then written back as the new history. The
      *run-batch entry is the batch table entry a record accepted
      *this run came in on, zero for one loaded from the history, so
      *a repeat inside one batch is never taken for a duplicate while
      *the same batch sent again is.
      ******************************************************************
       01 WS-FINGERPRINT-TABLE.
           05 WS-FINGERPRINT-ENTRY OCCURS 5000 TIMES.
            10 WS-FP-DEPT-CODE PIC 9(02).
            10 WS-FP-ACC-ID PIC 9(02).
            10 WS-FP-AMOUNT PIC S9(8)V99.
            10 WS-FP-DATE-TRANS PIC 9(08).
            10 WS-FP-BATCH-NUMBER PIC 9(06).
            10 WS-FP-FEED-DATE PIC 9(08).
            10 WS-FP-ACCEPTED-DATE PIC 9(08).
            10 WS-FP-RUN-BATCH PIC 9(04).
       01 WS-FP-COUNT PIC 9(04) VALUE 0.
       01 WS-FP-SUB PIC 9(04).
       01 WS-FP-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Voucher leg buffer, filled while a voucher's legs arrive on the
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(08).

      ******************************************************************
      *Feed batch table, filled by the verification pass. One entry
       PROCEDURE DIVISION.
      ******************************************************************
      *Main loop.
      *Step 1: Load the activity rule table and the period calendar,
      *         the duplicate window and the fingerprint history
      *Step 2: Verification pass - read the whole feed once, proving
      *         every batch trailer against what was actually received
      *Step 3: Processing pass - reread the feed and validate and
      *         translate the details of the accepted batches only,
      *         extending TRANS-FILE, the suspense log, and the
      *         duplicate hold file, then rewrite the fingerprint
      *         history
      *Step 4: Print the per-feed proof report
      *Step 5: Display the run counts and stop the program
      ******************************************************************
               THRU 190-LOAD-DEPT-MASTER-EXIT
           PERFORM 105-DECIDE-TRANS-MODE
               THRU 105-DECIDE-TRANS-MODE-EXIT
           PERFORM 120-LOAD-DUPLICATE-WINDOW
               THRU 120-LOAD-DUPLICATE-WINDOW-EXIT
           PERFORM 125-LOAD-FINGERPRINT-HISTORY
               THRU 125-LOAD-FINGERPRINT-HISTORY-EXIT
           PERFORM 130-LOAD-HOLD-FIGURES
               THRU 130-LOAD-HOLD-FIGURES-EXIT
      *Verification pass
           OPEN INPUT RAW-FEED-FILE
           MOVE "F" TO WS-EOF-RAWFEED-SWITCH
           END-IF
           OPEN INPUT RAW-FEED-FILE
                EXTEND SUSPENSE-LOG-FILE
                EXTEND DUP-HOLD-FILE
           MOVE "F" TO WS-EOF-RAWFEED-SWITCH
           MOVE 0 TO WS-CURRENT-BATCH
           MOVE "N" TO WS-IN-BATCH-SWITCH
           OPEN INPUT CUSTOMER-FILE
           PERFORM 200-READ THRU 200-READ-EXIT
               UNTIL EOF-RAWFEED
           IF CUSTOMER-REF-HELD
               PERFORM 377-DROP-CUSTOMER-REF
                   THRU 377-DROP-CUSTOMER-REF-EXIT
           END-IF
           CLOSE CUSTOMER-FILE
      *A voucher still collecting legs at end of file was truncated -
      *its collected legs are suspended before the files close.
           IF VOUCHER-COLLECTING
           CLOSE RAW-FEED-FILE
                 TRANS-FILE
                 SUSPENSE-LOG-FILE
                 DUP-HOLD-FILE
           PERFORM 600-SAVE-FINGERPRINT-HISTORY
               THRU 600-SAVE-FINGERPRINT-HISTORY-EXIT
      *Proof report
           OPEN OUTPUT INTAKE-PROOF-FILE
           PERFORM 500-PRINT-PROOF-REPORT
           DISPLAY WS-SUSPENSE-COUNT " RECORD(S) TAGGED TO SUSPENSE"
           DISPLAY WS-VOUCHER-OK-COUNT " VOUCHER(S) ACCEPTED, "
               WS-VOUCHER-BAD-COUNT " REFUSED"
           DISPLAY WS-AR-TAGGED-COUNT " AR DETAIL(S) CARRIED A "
               "CUSTOMER REFERENCE"
           DISPLAY WS-CR-DROPPED-COUNT " CUSTOMER REFERENCE(S) "
               "DROPPED WITH NO AR DETAIL"
           DISPLAY WS-DUPLICATE-COUNT " PROBABLE DUPLICATE(S) HELD "
               "FOR REVIEW"
           DISPLAY WS-FP-COUNT " FINGERPRINT(S) ON HISTORY, "
               WS-FP-AGED-OUT-COUNT " AGED OUT"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
       115-WRITE-BATCH-HEADER-EXIT.
           EXIT.
      ******************************************************************
      *Reads the duplicate window from the parameter record. No
      *parameter record, or an unreadable one, leaves the 7-day
      *default in place.
      ******************************************************************
       120-LOAD-DUPLICATE-WINDOW.
           OPEN INPUT DUP-PARM-FILE
           READ DUP-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF DPP-WINDOW-DAYS IS NUMERIC
                       MOVE DPP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
                   END-IF
           END-READ
           CLOSE DUP-PARM-FILE.
       120-LOAD-DUPLICATE-WINDOW-EXIT.
           EXIT.
      ******************************************************************
      *Loads the fingerprint history into working storage, keeping
      *only the entries accepted inside the window; the rest have
      *aged out and are dropped when the history is rewritten.
      ******************************************************************
       125-LOAD-FINGERPRINT-HISTORY.
           OPEN INPUT FINGERPRINT-FILE
           MOVE "F" TO WS-EOF-FPHIST-SWITCH
           PERFORM 127-LOAD-FINGERPRINT THRU 127-LOAD-FINGERPRINT-EXIT
               UNTIL EOF-FPHIST
           CLOSE FINGERPRINT-FILE.
       125-LOAD-FINGERPRINT-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one fingerprint history record into the next table
      *entry when it is still inside the window. An entry with no
      *readable acceptance date cannot be aged and is dropped with
      *the aged-out ones. A history that has grown past the table's
      *OCCURS 5000 is reported and the extra entries are dropped
      *rather than overrunning the table.
      ******************************************************************
       127-LOAD-FINGERPRINT.
           READ FINGERPRINT-FILE
                AT END
                   MOVE "T" TO WS-EOF-FPHIST-SWITCH
                NOT AT END
                   MOVE -1 TO WS-FP-AGE-DAYS
                   IF FPH-ACCEPTED-DATE IS NUMERIC
                      AND FPH-ACCEPTED-DATE > 0
                       COMPUTE WS-FP-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
                           - FUNCTION INTEGER-OF-DATE(FPH-ACCEPTED-DATE)
                   END-IF
                   IF WS-FP-AGE-DAYS < 0
                      OR WS-FP-AGE-DAYS > WS-DUP-WINDOW-DAYS
                       ADD 1 TO WS-FP-AGED-OUT-COUNT
                   ELSE IF WS-FP-COUNT >= 5000
                       DISPLAY "FINGERPRINT TABLE FULL - HISTORY "
                           "ENTRY DROPPED"
                   ELSE
                       ADD 1 TO WS-FP-COUNT
                       MOVE FPH-DEPT-CODE
                           TO WS-FP-DEPT-CODE(WS-FP-COUNT)
                       MOVE FPH-ACC-ID TO WS-FP-ACC-ID(WS-FP-COUNT)
                       MOVE FPH-AMOUNT TO WS-FP-AMOUNT(WS-FP-COUNT)
                       MOVE FPH-DATE-TRANS
                           TO WS-FP-DATE-TRANS(WS-FP-COUNT)
                       MOVE FPH-BATCH-NUMBER
                           TO WS-FP-BATCH-NUMBER(WS-FP-COUNT)
                       MOVE FPH-FEED-DATE
                           TO WS-FP-FEED-DATE(WS-FP-COUNT)
                       MOVE FPH-ACCEPTED-DATE
                           TO WS-FP-ACCEPTED-DATE(WS-FP-COUNT)
                       MOVE 0 TO WS-FP-RUN-BATCH(WS-FP-COUNT)
                   END-IF
           END-READ.
       127-LOAD-FINGERPRINT-EXIT.
           EXIT.
      ******************************************************************
      *Reads the duplicate hold file once for the highest item number
      *on it, so duplicates held this run are numbered on from there.
      ******************************************************************
       130-LOAD-HOLD-FIGURES.
           MOVE 0 TO WS-LAST-HOLD-NUMBER
           OPEN INPUT DUP-HOLD-FILE
           MOVE "F" TO WS-EOF-DUPHOLD-SWITCH
           PERFORM 132-READ-HOLD-FIGURE THRU 132-READ-HOLD-FIGURE-EXIT
               UNTIL EOF-DUPHOLD
           CLOSE DUP-HOLD-FILE.
       130-LOAD-HOLD-FIGURES-EXIT.
           EXIT.
      ******************************************************************
      *Takes the item number from one duplicate hold record.
      ******************************************************************
       132-READ-HOLD-FIGURE.
           READ DUP-HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-DUPHOLD-SWITCH
                NOT AT END
                   IF DPH-ITEM-NUMBER IS NUMERIC
                      AND DPH-ITEM-NUMBER > WS-LAST-HOLD-NUMBER
                       MOVE DPH-ITEM-NUMBER TO WS-LAST-HOLD-NUMBER
                   END-IF
           END-READ.
       132-READ-HOLD-FIGURE-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department/account activity rules into working
      *storage so 305-FIND-ACTIVITY-RULE can confirm a feed record's
      *combination is real before it is trusted as clean.
      *or trailer arriving while a voucher's legs are still being
      *collected means the voucher lost some of its legs to a
      *truncated feed - the collected legs are suspended and the
      *voucher bracket reset before the batch boundary is honored. A
      *customer reference still held at a batch boundary never met
      *its detail and is dropped.
      ******************************************************************
       210-DISPATCH-FEED-RECORD.
           IF (RAW-IS-BATCH-HEADER OR RAW-IS-BATCH-TRAILER)
              AND CUSTOMER-REF-HELD
               PERFORM 377-DROP-CUSTOMER-REF
                   THRU 377-DROP-CUSTOMER-REF-EXIT
           END-IF
           IF RAW-IS-BATCH-HEADER
               IF VOUCHER-COLLECTING
                   PERFORM 380-FLUSH-BROKEN-VOUCHER
      *bracket validates as an ordinary single transaction. While the
      *bracket is broken - the header could not be read, so nothing
      *can say where its legs end - every following detail is
      *suspended rather than trusted as a single. A customer
      *reference outside a bracket is held for the detail after it;
      *inside one it is just another leg, fails the leg edits, and
      *refuses the voucher - voucher legs carry no customer.
      ******************************************************************
       212-DISPATCH-ACCEPTED-RECORD.
           IF RAW-IS-VOUCHER-HEADER
               IF CUSTOMER-REF-HELD
                   PERFORM 377-DROP-CUSTOMER-REF
                       THRU 377-DROP-CUSTOMER-REF-EXIT
               END-IF
               IF VOUCHER-COLLECTING
                   PERFORM 380-FLUSH-BROKEN-VOUCHER
                       THRU 380-FLUSH-BROKEN-VOUCHER-EXIT
                       PERFORM 347-SUSPEND-RAW-RECORD
                           THRU 347-SUSPEND-RAW-RECORD-EXIT
                   ELSE
                       IF RAW-IS-CUSTOMER-REF
                           PERFORM 370-HOLD-CUSTOMER-REF
                               THRU 370-HOLD-CUSTOMER-REF-EXIT
                       ELSE
                           PERFORM 300-VALIDATE-FEED-RECORD
                               THRU 300-VALIDATE-FEED-RECORD-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *then checks the date is a real calendar date inside a period
      *the accounting-period calendar knows about, and finally
      *confirms the department/account combination is a real permitted
      *one. An Accounts Receivable detail must also carry a good
      *customer reference. A record that fails any check is tagged to
      *Suspense instead of being rejected outright. A record that
      *passes every check but matches one accepted from an earlier
      *batch is held aside as a probable duplicate, its customer
      *reference with it, and nothing is written to TRANS-FILE for
      *it. Each group of
      *edits is its own sentence in its own paragraph; the old
      *all-in-one-sentence form left the format edits' IF chain open
      *across the rest of the paragraph, so a record failing a format
      *check skipped the suspense build and the WRITE entirely and
      *simply vanished.
      ******************************************************************
       300-VALIDATE-FEED-RECORD.
           MOVE 0 TO WS-SUSP-VOUCHER-NUMBER
           MOVE "Y" TO WS-FEED-VALID-SWITCH
           MOVE "N" TO WS-CR-PAIRED-SWITCH
           MOVE "N" TO WS-DUPLICATE-SWITCH
           PERFORM 301-CHECK-FIELD-FORMATS
               THRU 301-CHECK-FIELD-FORMATS-EXIT
           IF FEED-VALID
                   THRU 309-CHECK-ACTIVITY-PERMITTED-EXIT
           END-IF
           IF FEED-VALID
               PERFORM 315-CHECK-CUSTOMER-REF
                   THRU 315-CHECK-CUSTOMER-REF-EXIT
           ELSE
               MOVE "N" TO WS-CR-HELD-SWITCH
           END-IF
           IF FEED-VALID AND RAW-REVERSAL-OF-JRNL = 0
               PERFORM 390-CHECK-DUPLICATE
                   THRU 390-CHECK-DUPLICATE-EXIT
           END-IF
           IF PROBABLE-DUPLICATE
               PERFORM 394-HOLD-DUPLICATE
                   THRU 394-HOLD-DUPLICATE-EXIT
           ELSE
               IF CUSTOMER-REF-PAIRED
                   PERFORM 375-WRITE-CUSTOMER-REF
                       THRU 375-WRITE-CUSTOMER-REF-EXIT
               END-IF
               IF FEED-VALID
                   PERFORM 310-BUILD-CLEAN-TRANS
                       THRU 310-BUILD-CLEAN-TRANS-EXIT
                   PERFORM 396-REMEMBER-FINGERPRINT
                       THRU 396-REMEMBER-FINGERPRINT-EXIT
               ELSE
                   PERFORM 320-BUILD-SUSPENSE-TRANS
                       THRU 320-BUILD-SUSPENSE-TRANS-EXIT
               END-IF
               WRITE TRANS-INFO
           END-IF.
       300-VALIDATE-FEED-RECORD-EXIT.
           EXIT.
      ******************************************************************
       306-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Pairs a valid detail with the customer reference held ahead of
      *it. An Accounts Receivable detail that is not a reversal must
      *have one, and it must have passed its edits; its reference is
      *paired with the detail, and the caller writes it to TRANS-FILE
      *immediately ahead of the detail - or holds the two together
      *when the detail proves a probable duplicate. A reversal needs
      *none - the subledger unwinds whatever item the reversed entry
      *touched - but one it does carry is paired the same way. A
      *reference held ahead of any other account's detail belongs to
      *nothing and is dropped. Either way the reference is used up by
      *this detail. The account code is tested through TRANS-ACC's
      *level-88 names, which the detail record is built into next.
      ******************************************************************
       315-CHECK-CUSTOMER-REF.
           MOVE RAW-ACC-CODE TO TRANS-ACC
           IF NOT ACC-AR
               IF CUSTOMER-REF-HELD
                   PERFORM 377-DROP-CUSTOMER-REF
                       THRU 377-DROP-CUSTOMER-REF-EXIT
               END-IF
           ELSE IF CUSTOMER-REF-NOT-HELD
               IF RAW-REVERSAL-OF-JRNL = 0
                   MOVE "N" TO WS-FEED-VALID-SWITCH
                   MOVE "AR POSTING HAS NO CUSTOMER REFERENCE"
                       TO WS-SUSPENSE-REASON
               END-IF
           ELSE IF CUSTOMER-REF-INVALID
               MOVE "N" TO WS-FEED-VALID-SWITCH
               MOVE WS-CR-REASON TO WS-SUSPENSE-REASON
           ELSE
               MOVE "Y" TO WS-CR-PAIRED-SWITCH
           END-IF.
           MOVE "N" TO WS-CR-HELD-SWITCH.
       315-CHECK-CUSTOMER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Copies a well-formed, permitted raw record straight across into
      *a clean TRANS-INFO record.
      ******************************************************************
       310-BUILD-CLEAN-TRANS.
           PERFORM 312-TRANSLATE-RAW-RECORD
               THRU 312-TRANSLATE-RAW-RECORD-EXIT
           ADD 1 TO WS-CLEAN-COUNT.
       310-BUILD-CLEAN-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *Moves the raw record's fields across into the TRANS-INFO
      *record area - shared by the clean build and the duplicate
      *hold, which keeps the image a release will write.
      ******************************************************************
       312-TRANSLATE-RAW-RECORD.
           MOVE RAW-DEPT-CODE TO TRANS-DEPT-CODE
           MOVE RAW-ACC-CODE TO TRANS-ACC
           MOVE RAW-AMOUNT TO TRANS-AMT
           MOVE RAW-DATE TO TRANS-DATE
           MOVE RAW-REVERSAL-OF-JRNL TO TRANS-REVERSAL-OF-JRNL
           MOVE RAW-PPA-FLAG TO TRANS-PPA-FLAG.
       312-TRANSLATE-RAW-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Builds a TRANS-INFO record for a raw record that failed
       367-SUSPEND-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Holds a customer reference for the detail that should follow
      *it, editing it now so the detail knows whether it may pass: the
      *customer number must be on the customer master, the document
      *type an invoice, payment, or credit, and the document number
      *present. A retired customer may still pay or be credited but
      *may not be invoiced. A reference already held when another
      *arrives never met its detail and is dropped first.
      ******************************************************************
       370-HOLD-CUSTOMER-REF.
           IF CUSTOMER-REF-HELD
               PERFORM 377-DROP-CUSTOMER-REF
                   THRU 377-DROP-CUSTOMER-REF-EXIT
           END-IF
           MOVE RAW-CUSTOMER-REF TO WS-HELD-CUSTOMER-REF
           MOVE "Y" TO WS-CR-HELD-SWITCH
           MOVE "Y" TO WS-CR-VALID-SWITCH
           MOVE SPACES TO WS-CR-REASON
           IF RCR-CUSTOMER-NUMBER IS NOT NUMERIC
              OR RCR-CUSTOMER-NUMBER = 0
               MOVE "N" TO WS-CR-VALID-SWITCH
               MOVE "CUSTOMER NUMBER MISSING OR NOT NUMERIC"
                   TO WS-CR-REASON
           ELSE IF NOT (RCR-INVOICE OR RCR-PAYMENT OR RCR-CREDIT)
               MOVE "N" TO WS-CR-VALID-SWITCH
               MOVE "CUSTOMER DOCUMENT TYPE NOT I, P OR C"
                   TO WS-CR-REASON
           ELSE IF RCR-DOC-NUMBER IS NOT NUMERIC
              OR RCR-DOC-NUMBER = 0
               MOVE "N" TO WS-CR-VALID-SWITCH
               MOVE "CUSTOMER DOCUMENT NUMBER MISSING"
                   TO WS-CR-REASON
           ELSE
               MOVE RCR-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                    INVALID KEY
                       MOVE "N" TO WS-CR-VALID-SWITCH
                       MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                           TO WS-CR-REASON
                    NOT INVALID KEY
                       IF CUSTOMER-INACTIVE AND RCR-INVOICE
                           MOVE "N" TO WS-CR-VALID-SWITCH
                           MOVE "INVOICE FOR A RETIRED CUSTOMER"
                               TO WS-CR-REASON
                       END-IF
               END-READ
               MOVE RCR-CUSTOMER-NUMBER TO WS-HELD-CUSTOMER-NUMBER
               MOVE RCR-DOC-TYPE TO WS-HELD-DOC-TYPE
               MOVE RCR-DOC-NUMBER TO WS-HELD-DOC-NUMBER
           END-IF.
       370-HOLD-CUSTOMER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Writes the held customer reference to TRANS-FILE ahead of the
      *Accounts Receivable detail it describes.
      ******************************************************************
       375-WRITE-CUSTOMER-REF.
           MOVE SPACES TO TRANS-CUSTOMER-REF
           MOVE "CR" TO TCR-RECORD-FLAG
           MOVE WS-HELD-CUSTOMER-NUMBER TO TCR-CUSTOMER-NUMBER
           MOVE WS-HELD-DOC-TYPE TO TCR-DOC-TYPE
           MOVE WS-HELD-DOC-NUMBER TO TCR-DOC-NUMBER
           WRITE TRANS-CUSTOMER-REF
           ADD 1 TO WS-AR-TAGGED-COUNT.
       375-WRITE-CUSTOMER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Drops a held customer reference that no Accounts Receivable
      *detail followed. It carries no amount, so nothing is lost from
      *the batch; it is counted and displayed so the department can
      *be told its feed is out of step.
      ******************************************************************
       377-DROP-CUSTOMER-REF.
           DISPLAY "CUSTOMER REFERENCE WITH NO AR DETAIL DROPPED - "
               WS-HELD-CUSTOMER-REF
           ADD 1 TO WS-CR-DROPPED-COUNT
           MOVE "N" TO WS-CR-HELD-SWITCH.
       377-DROP-CUSTOMER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Suspends the legs collected so far for a voucher the feed
      *truncated - a batch boundary or end of file arrived before all
      *its legs did. Nothing of a half voucher may post.
       382-FLUSH-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Searches the fingerprint table for a record accepted from an
      *earlier batch with the same department, account, amount, and
      *date as the record being validated. Sets WS-DUPLICATE-SWITCH
      *and, when found, WS-FP-MATCH-SUB to the original it matched.
      ******************************************************************
       390-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           MOVE 0 TO WS-FP-MATCH-SUB
           PERFORM 392-MATCH-FINGERPRINT
               THRU 392-MATCH-FINGERPRINT-EXIT
               VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT OR PROBABLE-DUPLICATE.
       390-CHECK-DUPLICATE-EXIT.
           EXIT.
      ******************************************************************
      *Tests one fingerprint table entry against the record being
      *validated. An entry accepted earlier in this same batch is
      *passed over - a batch may carry two identical sales.
      ******************************************************************
       392-MATCH-FINGERPRINT.
           IF WS-FP-DEPT-CODE(WS-FP-SUB) = RAW-DEPT-CODE
              AND WS-FP-ACC-ID(WS-FP-SUB) = RAW-ACC-CODE
              AND WS-FP-AMOUNT(WS-FP-SUB) = RAW-AMOUNT
              AND WS-FP-DATE-TRANS(WS-FP-SUB) = RAW-DATE
              AND WS-FP-RUN-BATCH(WS-FP-SUB) NOT = WS-CURRENT-BATCH
                 MOVE "Y" TO WS-DUPLICATE-SWITCH
                 MOVE WS-FP-SUB TO WS-FP-MATCH-SUB
           END-IF.
       392-MATCH-FINGERPRINT-EXIT.
           EXIT.
      ******************************************************************
      *Holds a probable duplicate on the duplicate hold file under the
      *next item number: the clean TRANS-FILE image it would have
      *been written as, the customer reference paired with it if
      *any, the batch it arrived in, and the batch, feed date, and
      *acceptance date of the original it matched.
      ******************************************************************
       394-HOLD-DUPLICATE.
           ADD 1 TO WS-LAST-HOLD-NUMBER
           MOVE SPACES TO DUPLICATE-HOLD-INFO
           MOVE WS-LAST-HOLD-NUMBER TO DPH-ITEM-NUMBER
           MOVE "H" TO DPH-STATUS
           MOVE WS-CURRENT-DATE-N TO DPH-HELD-DATE
           MOVE WS-BAT-NUMBER(WS-CURRENT-BATCH) TO DPH-BATCH-NUMBER
           MOVE WS-BAT-DATE(WS-CURRENT-BATCH) TO DPH-FEED-DATE
           MOVE WS-FP-BATCH-NUMBER(WS-FP-MATCH-SUB)
               TO DPH-ORIG-BATCH-NUMBER
           MOVE WS-FP-FEED-DATE(WS-FP-MATCH-SUB) TO DPH-ORIG-FEED-DATE
           MOVE WS-FP-ACCEPTED-DATE(WS-FP-MATCH-SUB)
               TO DPH-ORIG-ACCEPTED-DATE
           MOVE SPACES TO DPH-ACTIONED-BY
           MOVE 0 TO DPH-ACTIONED-DATE
           MOVE 0 TO DPH-RELEASE-BATCH-ID
           IF CUSTOMER-REF-PAIRED
               MOVE SPACES TO TRANS-CUSTOMER-REF
               MOVE "CR" TO TCR-RECORD-FLAG
               MOVE WS-HELD-CUSTOMER-NUMBER TO TCR-CUSTOMER-NUMBER
               MOVE WS-HELD-DOC-TYPE TO TCR-DOC-TYPE
               MOVE WS-HELD-DOC-NUMBER TO TCR-DOC-NUMBER
               MOVE TRANS-CUSTOMER-REF TO DPH-CUSTOMER-REF-IMAGE
           END-IF
           PERFORM 312-TRANSLATE-RAW-RECORD
               THRU 312-TRANSLATE-RAW-RECORD-EXIT
           MOVE TRANS-INFO TO DPH-TRANS-IMAGE
           WRITE DUPLICATE-HOLD-INFO
           ADD 1 TO WS-DUPLICATE-COUNT
           DISPLAY "PROBABLE DUPLICATE HELD AS ITEM " DPH-ITEM-NUMBER
               " - MATCHES BATCH " DPH-ORIG-BATCH-NUMBER.
       394-HOLD-DUPLICATE-EXIT.
           EXIT.
      ******************************************************************
      *Adds the fingerprint of a clean single transaction just
      *accepted to the table, so a later batch of this run, and every
      *run inside the window, can be matched against it. Reversals
      *are not remembered - a reversal carries the amount and often
      *the date of the entry it reverses, and is held for approval
      *at posting anyway.
      ******************************************************************
       396-REMEMBER-FINGERPRINT.
           IF RAW-REVERSAL-OF-JRNL = 0
               IF WS-FP-COUNT >= 5000
                   DISPLAY "FINGERPRINT TABLE FULL - RECORD NOT "
                       "REMEMBERED"
               ELSE
                   ADD 1 TO WS-FP-COUNT
                   MOVE RAW-DEPT-CODE TO WS-FP-DEPT-CODE(WS-FP-COUNT)
                   MOVE RAW-ACC-CODE TO WS-FP-ACC-ID(WS-FP-COUNT)
                   MOVE RAW-AMOUNT TO WS-FP-AMOUNT(WS-FP-COUNT)
                   MOVE RAW-DATE TO WS-FP-DATE-TRANS(WS-FP-COUNT)
                   MOVE WS-BAT-NUMBER(WS-CURRENT-BATCH)
                       TO WS-FP-BATCH-NUMBER(WS-FP-COUNT)
                   MOVE WS-BAT-DATE(WS-CURRENT-BATCH)
                       TO WS-FP-FEED-DATE(WS-FP-COUNT)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-FP-ACCEPTED-DATE(WS-FP-COUNT)
                   MOVE WS-CURRENT-BATCH TO WS-FP-RUN-BATCH(WS-FP-COUNT)
               END-IF
           END-IF.
       396-REMEMBER-FINGERPRINT-EXIT.
           EXIT.
      ******************************************************************
      *Reads one raw feed record on the verification pass and proves
      *the feed's bracketing: every batch must open with a header,
      *carry its details, and close with a trailer whose record count
                   WS-REFUSED-REC-COUNT DELIMITED BY SIZE
                   INTO INTAKE-PROOF-LINE
               WRITE INTAKE-PROOF-LINE BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-DUPLICATE-COUNT > 0
               MOVE SPACES TO INTAKE-PROOF-LINE
               STRING "PROBABLE DUPLICATES HELD FOR REVIEW: "
                   DELIMITED BY SIZE
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
                   INTO INTAKE-PROOF-LINE
               WRITE INTAKE-PROOF-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       500-PRINT-PROOF-REPORT-EXIT.
           EXIT.
       510-PRINT-PROOF-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Rewrites the fingerprint history from the table: the entries
      *still inside the window and every record accepted this run.
      *The entries that aged out were never loaded, so they drop off
      *here.
      ******************************************************************
       600-SAVE-FINGERPRINT-HISTORY.
           OPEN OUTPUT FINGERPRINT-FILE
           PERFORM 610-WRITE-FINGERPRINT THRU 610-WRITE-FINGERPRINT-EXIT
               VARYING WS-FP-SUB FROM 1 BY 1
               UNTIL WS-FP-SUB > WS-FP-COUNT
           CLOSE FINGERPRINT-FILE.
       600-SAVE-FINGERPRINT-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Writes one fingerprint table entry to the history.
      ******************************************************************
       610-WRITE-FINGERPRINT.
           MOVE WS-FP-DEPT-CODE(WS-FP-SUB) TO FPH-DEPT-CODE
           MOVE WS-FP-ACC-ID(WS-FP-SUB) TO FPH-ACC-ID
           MOVE WS-FP-AMOUNT(WS-FP-SUB) TO FPH-AMOUNT
           MOVE WS-FP-DATE-TRANS(WS-FP-SUB) TO FPH-DATE-TRANS
           MOVE WS-FP-BATCH-NUMBER(WS-FP-SUB) TO FPH-BATCH-NUMBER
           MOVE WS-FP-FEED-DATE(WS-FP-SUB) TO FPH-FEED-DATE
           MOVE WS-FP-ACCEPTED-DATE(WS-FP-SUB) TO FPH-ACCEPTED-DATE
           WRITE FINGERPRINT-HISTORY-INFO.
       610-WRITE-FINGERPRINT-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           COMPUTE RL-READ-COUNT = WS-CLEAN-COUNT
               + WS-SUSPENSE-COUNT + WS-REFUSED-REC-COUNT
               + WS-DUPLICATE-COUNT
           MOVE WS-CLEAN-COUNT TO RL-POSTED-COUNT
           MOVE WS-REFUSED-REC-COUNT TO RL-REJECT-COUNT
           MOVE WS-SUSPENSE-COUNT TO RL-SUSPENDED-COUNT
