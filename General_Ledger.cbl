      *legs are its balance; a voucher that does not balance, or any
      *of whose legs fails the posting edits, is rejected in full
      *rather than leg by leg.
      *Every posting to Accounts Receivable is also appended to the AR
      *posting file with its signed effect on the AR balance, carrying
      *the customer and document from the customer reference record
      *that rode ahead of it on TRANS-FILE, or as unassigned when none
      *did, so AR_Subledger can build customer open items that always
      *add up to the chart.
      *A department's posting to a revenue account that its sales tax
      *rate covers is split the moment it posts: the gross receipt
      *posts to revenue with its Cash leg as always, and the tax part
      *of it is moved straight out to the Sales Tax Payable account
      *the rate names by a two-leg transfer under the next two
      *journal numbers, so the group leaves net revenue and the
      *liability behind and balances inside itself, like a voucher.
      *A reversal of a taxed sale unwinds its tax the same way, at
      *the rate the original was taxed at. Every posting to a tax
      *account is also appended to the sales tax posting file for the
      *tax report, and a posting made straight to one - a remittance
      *- carries a Cash leg the way a revenue posting does.
      *Nothing that needs a second pair of eyes posts on the
      *submitter's say-so alone: a reversal, a prior-period
      *adjustment, a voucher, or a transaction over its department/
      *account approval limit that passes every posting edit is held
      *on the pending-approval file instead of posting, and only
      *posts when Posting_Approval releases it into a later batch
      *behind an approval reference naming it.
      *Runs standalone or as one step of the day-end driver: a clean
      *finish returns control with RETURN-CODE zero and a refused run
      *returns 8, so the driver can record the step's outcome.
               ASSIGN TO UT-SYS-DEPT-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.

      *AR posting file gets one record per posting to Accounts
      *Receivable, for the customer subledger. OPTIONAL - the first
      *AR posting ever creates it.
           SELECT OPTIONAL AR-POSTING-FILE
               ASSIGN TO UT-SYS-AR-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.

      *Approval limits file gives the amount, by department and
      *account, above which a transaction is held for approval.
      *OPTIONAL - with no file only reversals, prior-period
      *adjustments, and vouchers are held.
           SELECT OPTIONAL APPROVAL-LIMITS-FILE
               ASSIGN TO UT-SYS-APPROVAL-LIMITS-FILE
               ORGANIZATION IS SEQUENTIAL.

      *Pending-approval file gets every item held for approval
      *instead of posting. OPTIONAL - the first hold ever creates it.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO UT-SYS-PENDING-FILE
               ORGANIZATION IS SEQUENTIAL.

      *Sales tax rate file gives each department's tax rate by
      *effective date. OPTIONAL - with no file nothing is taxed.
           SELECT OPTIONAL TAX-RATE-FILE
               ASSIGN TO UT-SYS-TAX-RATE-FILE
               ORGANIZATION IS SEQUENTIAL.

      *Sales tax posting file gets one record per posting to a Sales
      *Tax Payable account, for the tax report, and is read back for
      *the rate a reversed sale was taxed at. OPTIONAL - the first
      *tax posting ever creates it.
           SELECT OPTIONAL TAX-POSTING-FILE
               ASSIGN TO UT-SYS-TAX-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.

      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           RECORD CONTAINS 39.
           COPY DEPTMST.

       FD AR-POSTING-FILE
           RECORD CONTAINS 52.
           COPY ARPOST.

       FD APPROVAL-LIMITS-FILE
           RECORD CONTAINS 14.
           COPY APPRLIM.

       FD PENDING-FILE
           RECORD CONTAINS 110.
           COPY PENDAPP.

       FD TAX-RATE-FILE
           RECORD CONTAINS 18.
           COPY TAXRATE.

       FD TAX-POSTING-FILE
           RECORD CONTAINS 67.
           COPY TAXPOST.

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-DEPT-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\deptmast.dat".
           05 UT-SYS-AR-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\arpost.dat".
           05 UT-SYS-APPROVAL-LIMITS-FILE PIC X(100)
              VALUE "C:\COBOL\apprlim.dat".
           05 UT-SYS-PENDING-FILE PIC X(100)
              VALUE "C:\COBOL\pendapp.dat".
           05 UT-SYS-TAX-RATE-FILE PIC X(100)
              VALUE "C:\COBOL\taxrate.dat".
           05 UT-SYS-TAX-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\taxpost.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
           05 WS-VCH-TRUNC-SWITCH PIC X(1).
            88 VOUCHER-TRUNCATED VALUE "Y".
            88 VOUCHER-COMPLETE VALUE "N".
      *On while a customer reference read from TRANS-FILE is waiting
      *for the Accounts Receivable detail that follows it.
           05 WS-CR-HELD-SWITCH PIC X(1) VALUE "N".
            88 CUSTOMER-REF-HELD VALUE "Y".
            88 CUSTOMER-REF-NOT-HELD VALUE "N".
      *Set by 805-POST-TO-CHART when the account it just posted is
      *Accounts Receivable, so the posting is copied to the AR
      *posting file.
           05 WS-AR-POSTED-SWITCH PIC X(1) VALUE "N".
            88 AR-POSTING-MADE VALUE "Y".
            88 AR-POSTING-NOT-MADE VALUE "N".
           05 WS-EOF-LIMITS-SWITCH PIC X(1).
            88 EOF-LIMITS VALUE "T".
            88 NOT-EOF-LIMITS VALUE "F".
           05 WS-EOF-PENDING-SWITCH PIC X(1).
            88 EOF-PENDING VALUE "T".
            88 NOT-EOF-PENDING VALUE "F".
           05 WS-LIMIT-FOUND-SWITCH PIC X(1).
            88 LIMIT-FOUND VALUE "Y".
            88 LIMIT-NOT-FOUND VALUE "N".
      *On while a submitter reference read from TRANS-FILE is waiting
      *for the transaction or voucher that follows it.
           05 WS-SB-HELD-SWITCH PIC X(1) VALUE "N".
            88 SUBMITTER-REF-HELD VALUE "Y".
            88 SUBMITTER-REF-NOT-HELD VALUE "N".
      *On while an approval reference the pending-approval file
      *confirms is waiting for the released item that follows it, so
      *that item posts instead of being held a second time.
           05 WS-RELEASE-HELD-SWITCH PIC X(1) VALUE "N".
            88 APPROVAL-RELEASE-HELD VALUE "Y".
            88 APPROVAL-RELEASE-NOT-HELD VALUE "N".
      *Set by 213-CHECK-RELEASED-ITEM when the item an approval
      *reference names was already released earlier in this run.
           05 WS-ALREADY-RELEASED-SWITCH PIC X(1) VALUE "N".
            88 ITEM-ALREADY-RELEASED VALUE "Y".
            88 ITEM-NOT-ALREADY-RELEASED VALUE "N".
      *Set by 240-CHECK-APPROVAL when the transaction just edited must
      *be held for approval instead of posting.
           05 WS-APPROVAL-SWITCH PIC X(1) VALUE "N".
            88 APPROVAL-NEEDED VALUE "Y".
            88 APPROVAL-NOT-NEEDED VALUE "N".
           05 WS-EOF-TAXRATE-SWITCH PIC X(1).
            88 EOF-TAXRATE VALUE "T".
            88 NOT-EOF-TAXRATE VALUE "F".
           05 WS-EOF-TAXPOST-SWITCH PIC X(1).
            88 EOF-TAXPOST VALUE "T".
            88 NOT-EOF-TAXPOST VALUE "F".
      *Set by 320-CHECK-SALES-TAX when the revenue posting just edited
      *is taxed, so its tax is moved out to the tax account once it
      *posts.
           05 WS-TAX-SPLIT-SWITCH PIC X(1) VALUE "N".
            88 TAX-SPLIT-NEEDED VALUE "Y".
            88 TAX-SPLIT-NOT-NEEDED VALUE "N".
      *Set when the account about to be posted is a Sales Tax Payable
      *account some tax rate names, so the posting is copied to the
      *sales tax posting file and, made straight to the account,
      *carries a Cash leg.
           05 WS-TAX-ACCOUNT-SWITCH PIC X(1) VALUE "N".
            88 TAX-ACCOUNT-POSTING VALUE "Y".
            88 NOT-TAX-ACCOUNT-POSTING VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
           05 WS-SUSPENSE-NET PIC S9(8)V99 VALUE 0.
           05 WS-VOUCHER-POSTED-COUNT PIC 9(4) VALUE 0.
           05 WS-VOUCHER-REJECT-COUNT PIC 9(4) VALUE 0.
      *Signed effect the current posting had on its chart balance,
      *set by 805-POST-TO-CHART - carried to the AR posting file for
      *an AR posting and the sales tax posting file for a tax one -
      *and the customer reference an AR posting carries.
           05 WS-AR-DELTA PIC S9(8)V99 VALUE 0.
           05 WS-AR-POSTING-COUNT PIC 9(8) VALUE 0.
           05 WS-HELD-CUSTOMER-NUMBER PIC 9(06) VALUE 0.
           05 WS-HELD-DOC-TYPE PIC X(01).
           05 WS-HELD-DOC-NUMBER PIC 9(08) VALUE 0.
           05 WS-HELD-CR-IMAGE PIC X(32).
      *Approval hold figures: the operator named by the submitter
      *reference held for the current item, the approval reference's
      *item number, the reason and line figures of the item being
      *held, the last item number on the pending-approval file, and
      *how many transactions this batch has held - counted from the
      *pending-approval file at the start of the run, so a restart
      *carries the count the interrupted run had reached.
           05 WS-HELD-SUBMITTER PIC X(08) VALUE SPACES.
           05 WS-RELEASE-NUMBER PIC 9(08) VALUE 0.
           05 WS-HOLD-REASON PIC X(01).
           05 WS-HOLD-LINE-COUNT PIC 9(04) VALUE 0.
           05 WS-HOLD-LINE PIC 9(04) VALUE 0.
           05 WS-HOLD-IMAGE PIC X(32).
           05 WS-LAST-PENDING-NUMBER PIC 9(08) VALUE 0.
           05 WS-HELD-COUNT PIC 9(8) VALUE 0.
           05 WS-RELEASED-COUNT PIC 9(8) VALUE 0.
      *Sales tax figures for the taxed sale being posted: the rate
      *and tax account that apply, the tax part of the gross amount
      *(same sign as the amount), the revenue rule's post sign and
      *the tax account's rule, the sale's journal number, account,
      *and what is left of its effect on revenue once the tax is out,
      *the tax's effect on the tax account, and the sale's own
      *TRANS-FILE image, kept while the transfer legs borrow the
      *record area.
           05 WS-TAX-RATE PIC 9V9(05) VALUE 0.
           05 WS-TAX-ACC-ID PIC 9(02) VALUE 0.
           05 WS-TAX-PART PIC S9(8)V99 VALUE 0.
           05 WS-TAX-SALE-POST-SIGN PIC X(01).
           05 WS-TAX-RULE-SUB PIC 9(04) VALUE 0.
           05 WS-TAX-SALE-JOURNAL PIC 9(8) VALUE 0.
           05 WS-TAX-SALE-ACC-ID PIC 9(02) VALUE 0.
           05 WS-TAX-SALE-EFFECT PIC S9(8)V99 VALUE 0.
           05 WS-TAX-EFFECT PIC S9(8)V99 VALUE 0.
           05 WS-TAX-SAVE-TRANS PIC X(32).
           05 WS-TAX-POSTING-COUNT PIC 9(8) VALUE 0.

      ******************************************************************
      *Voucher leg buffer, filled as a voucher's legs are read behind
       01 WS-PER-SUB PIC 9(04).
       01 WS-PER-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Approval limit table, loaded once from APPROVAL-LIMITS-FILE,
      *used by 240-CHECK-APPROVAL to hold transactions over their
      *department/account limit.
      ******************************************************************
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 50 TIMES.
            10 WS-APL-DEPT-CODE PIC 9(02).
            10 WS-APL-ACC-ID PIC 9(02).
            10 WS-APL-LIMIT PIC 9(8)V99.
       01 WS-LIMIT-COUNT PIC 9(04) VALUE 0.
       01 WS-APL-SUB PIC 9(04).
       01 WS-APL-MATCH-SUB PIC 9(04).
       01 WS-APL-SEARCH-ACC PIC 9(02).

      ******************************************************************
      *The lines of the approved item an approval reference names, as
      *the pending-approval file holds them, loaded by
      *218-MATCH-APPROVED-ITEM, and how many of them the records read
      *behind the reference have matched so far. A released item only
      *posts when the records that follow its reference are those
      *lines exactly, in order and in full - a voucher's header and
      *every one of its legs.
      ******************************************************************
       01 WS-RELEASE-LINE-TABLE.
           05 WS-RELEASE-LINE OCCURS 21 TIMES PIC X(32).
       01 WS-RELEASE-LINE-COUNT PIC 9(04) VALUE 0.
       01 WS-RELEASE-LINES-FOUND PIC 9(04) VALUE 0.
       01 WS-RELEASE-MATCHED PIC 9(04) VALUE 0.

      ******************************************************************
      *Item numbers whose approval reference has been honoured in this
      *run, so a second reference to the same item is refused instead
      *of releasing it twice.
      ******************************************************************
       01 WS-RELEASED-ITEM-TABLE.
           05 WS-RELEASED-ITEM OCCURS 500 TIMES PIC 9(08).
       01 WS-RELEASED-ITEM-COUNT PIC 9(04) VALUE 0.
       01 WS-RLI-SUB PIC 9(04).

      ******************************************************************
      *Sales tax rate table, loaded once from TAX-RATE-FILE, used by
      *320-CHECK-SALES-TAX to find the rate a revenue posting is taxed
      *at and to tell a Sales Tax Payable account when one is posted.
      ******************************************************************
       01 WS-TAX-RATE-TABLE.
           05 WS-TAX-RATE-ENTRY OCCURS 50 TIMES.
            10 WS-TXR-DEPT-CODE PIC 9(02).
            10 WS-TXR-EFFECTIVE-DATE PIC 9(08).
            10 WS-TXR-RATE PIC 9V9(05).
            10 WS-TXR-TAX-ACC-ID PIC 9(02).
       01 WS-TAX-RATE-COUNT PIC 9(04) VALUE 0.
       01 WS-TXR-SUB PIC 9(04).
       01 WS-TXR-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Department table, loaded once from the department master file,
      *so the reject file can carry the department's name beside the
               THRU 170-LOAD-PERIOD-CALENDAR-EXIT
           PERFORM 190-LOAD-DEPT-MASTER
               THRU 190-LOAD-DEPT-MASTER-EXIT
           PERFORM 196-LOAD-APPROVAL-LIMITS
               THRU 196-LOAD-APPROVAL-LIMITS-EXIT
           PERFORM 198-LOAD-TAX-RATES
               THRU 198-LOAD-TAX-RATES-EXIT
           PERFORM 200-PREP-CONTROL
      *Prove the mounted TRANS-FILE is the batch this run may post:
      *the checkpointed batch on a restart, a never-posted one on a
           MOVE "F" TO WS-EOF-TRANS-SWITCH
           PERFORM 206-CHECK-BATCH-HEADER
               THRU 206-CHECK-BATCH-HEADER-EXIT
      *Pick up the last pending-approval item number, and what this
      *batch has already held if this is a restart
           PERFORM 203-LOAD-PENDING-FIGURES
               THRU 203-LOAD-PENDING-FIGURES-EXIT
      *Skip past transactions a prior run already checkpointed past
           PERFORM 205-SKIP-TO-CHECKPOINT
               THRU 205-SKIP-TO-CHECKPOINT-EXIT
           DISPLAY WS-REJECT-COUNT " TRANSACTION(S) REJECTED"
           DISPLAY WS-VOUCHER-POSTED-COUNT " VOUCHER(S) POSTED, "
               WS-VOUCHER-REJECT-COUNT " REJECTED"
           DISPLAY WS-AR-POSTING-COUNT " AR POSTING(S) WRITTEN TO THE "
               "SUBLEDGER"
           DISPLAY WS-HELD-COUNT " TRANSACTION(S) HELD FOR APPROVAL, "
               WS-RELEASED-COUNT " APPROVED ITEM(S) RELEASED"
           DISPLAY WS-TAX-POSTING-COUNT " SALES TAX POSTING(S) WRITTEN"
           CLOSE MASTER-FILE
                 TRANS-FILE
                 REJECT-FILE
           END-READ.
       195-LOAD-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Loads the approval limits into working storage so
      *240-CHECK-APPROVAL can look a transaction's limit up instead of
      *rereading the limits file per transaction.
      ******************************************************************
       196-LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPROVAL-LIMITS-FILE
           MOVE "F" TO WS-EOF-LIMITS-SWITCH
           PERFORM 197-LOAD-LIMIT THRU 197-LOAD-LIMIT-EXIT
               UNTIL EOF-LIMITS
           CLOSE APPROVAL-LIMITS-FILE.
       196-LOAD-APPROVAL-LIMITS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one approval limit record into the next table entry. A
      *limits file that has grown past WS-LIMIT-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       197-LOAD-LIMIT.
           READ APPROVAL-LIMITS-FILE
                AT END
                   MOVE "T" TO WS-EOF-LIMITS-SWITCH
                NOT AT END
                   IF WS-LIMIT-COUNT >= 50
                      DISPLAY "APPROVAL LIMIT TABLE FULL - LIMIT "
                          "IGNORED"
                   ELSE
                      ADD 1 TO WS-LIMIT-COUNT
                      MOVE APL-DEPT-CODE
                          TO WS-APL-DEPT-CODE(WS-LIMIT-COUNT)
                      MOVE APL-ACC-ID
                          TO WS-APL-ACC-ID(WS-LIMIT-COUNT)
                      MOVE APL-LIMIT
                          TO WS-APL-LIMIT(WS-LIMIT-COUNT)
                   END-IF
           END-READ.
       197-LOAD-LIMIT-EXIT.
           EXIT.
      ******************************************************************
      *Loads the sales tax rates into working storage so
      *320-CHECK-SALES-TAX can look a posting's rate up instead of
      *rereading the rate file per transaction.
      ******************************************************************
       198-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           MOVE "F" TO WS-EOF-TAXRATE-SWITCH
           PERFORM 199-LOAD-TAX-RATE THRU 199-LOAD-TAX-RATE-EXIT
               UNTIL EOF-TAXRATE
           CLOSE TAX-RATE-FILE.
       198-LOAD-TAX-RATES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one sales tax rate record into the next table entry. A
      *rate file that has grown past WS-TAX-RATE-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       199-LOAD-TAX-RATE.
           READ TAX-RATE-FILE
                AT END
                   MOVE "T" TO WS-EOF-TAXRATE-SWITCH
                NOT AT END
                   IF WS-TAX-RATE-COUNT >= 50
                      DISPLAY "SALES TAX RATE TABLE FULL - RATE "
                          "IGNORED"
                   ELSE
                      ADD 1 TO WS-TAX-RATE-COUNT
                      MOVE TXR-DEPT-CODE
                          TO WS-TXR-DEPT-CODE(WS-TAX-RATE-COUNT)
                      MOVE TXR-EFFECTIVE-DATE
                          TO WS-TXR-EFFECTIVE-DATE(WS-TAX-RATE-COUNT)
                      MOVE TXR-RATE
                          TO WS-TXR-RATE(WS-TAX-RATE-COUNT)
                      MOVE TXR-TAX-ACC-ID
                          TO WS-TXR-TAX-ACC-ID(WS-TAX-RATE-COUNT)
                   END-IF
           END-READ.
       199-LOAD-TAX-RATE-EXIT.
           EXIT.

      ******************************************************************
      *Loads the last used journal number and, unless the last run
               TO WS-POSTED-BATCH-ID(WS-PB-SUB).
       202-LOAD-POSTED-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *Reads the pending-approval file once for the highest item
      *number on it, so items held this run are numbered on from
      *there, and for the transactions this batch has already held -
      *nonzero only on a restart, whose interrupted run held them
      *before its last checkpoint.
      ******************************************************************
       203-LOAD-PENDING-FIGURES.
           MOVE 0 TO WS-LAST-PENDING-NUMBER
           MOVE 0 TO WS-HELD-COUNT
           OPEN INPUT PENDING-FILE
           MOVE "F" TO WS-EOF-PENDING-SWITCH
           PERFORM 204-READ-PENDING-FIGURE
               THRU 204-READ-PENDING-FIGURE-EXIT
               UNTIL EOF-PENDING
           CLOSE PENDING-FILE.
       203-LOAD-PENDING-FIGURES-EXIT.
           EXIT.
      ******************************************************************
      *Takes the figures from one pending-approval line. Customer
      *reference and voucher header lines are not transactions and
      *are not counted as held.
      ******************************************************************
       204-READ-PENDING-FIGURE.
           READ PENDING-FILE
                AT END
                   MOVE "T" TO WS-EOF-PENDING-SWITCH
                NOT AT END
                   IF PND-ITEM-NUMBER > WS-LAST-PENDING-NUMBER
                       MOVE PND-ITEM-NUMBER TO WS-LAST-PENDING-NUMBER
                   END-IF
                   IF WS-CURRENT-BATCH-ID NOT = 0
                      AND PND-SOURCE-BATCH-ID = WS-CURRENT-BATCH-ID
                      AND NOT PND-IMAGE-IS-CUSTOMER-REF
                      AND NOT PND-IMAGE-IS-VOUCHER-HEADER
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ.
       204-READ-PENDING-FIGURE-EXIT.
           EXIT.

      ******************************************************************
      *Reads the batch header that opens every TRANS-FILE and proves
      *This reads the data from the input file and steps into the
      *processing function, then checkpoints the control file so a
      *restart after an abend knows exactly how far this run got.
      *A customer reference is only held for the detail after it and
      *is not checkpointed on its own, so a restart between the two
      *resumes at the reference and the pair is never split. A
      *submitter or approval reference is held for the item after it
      *the same way.
      ******************************************************************
       210-READ.
           READ TRANS-FILE
                   MOVE "T" TO WS-EOF-TRANS-SWITCH
                NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
                   IF TRANS-IS-CUSTOMER-REF
                       PERFORM 215-HOLD-CUSTOMER-REF
                           THRU 215-HOLD-CUSTOMER-REF-EXIT
                   ELSE IF TRANS-IS-SUBMITTER-REF
                       PERFORM 216-HOLD-SUBMITTER-REF
                           THRU 216-HOLD-SUBMITTER-REF-EXIT
                   ELSE IF TRANS-IS-APPROVAL-REF
                       PERFORM 217-HOLD-APPROVAL-REF
                           THRU 217-HOLD-APPROVAL-REF-EXIT
                   ELSE
                       IF TRANS-IS-VOUCHER-HEADER
      *A voucher is read, edited, and disposed of whole - its legs
      *are pulled in here, inside one read-loop turn - and the
      *checkpoint is only written once the entire group is posted or
      *rejected, so a restart can never resume in the middle of one.
                           MOVE "N" TO WS-CR-HELD-SWITCH
                           PERFORM 230-PROCESS-VOUCHER
                               THRU 230-PROCESS-VOUCHER-EXIT
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 220-PROCESS-RECORD
                       END-IF
                       PERFORM 700-WRITE-TO-CONTROL
                   END-IF
           END-READ.
       210-READ-EXIT.
           EXIT.
      ******************************************************************
      *Holds a customer reference for the Accounts Receivable detail
      *that follows it. Intake already proved the customer and
      *document; the ledger only carries them across.
      ******************************************************************
       215-HOLD-CUSTOMER-REF.
           MOVE "Y" TO WS-CR-HELD-SWITCH
           MOVE TCR-CUSTOMER-NUMBER TO WS-HELD-CUSTOMER-NUMBER
           MOVE TCR-DOC-TYPE TO WS-HELD-DOC-TYPE
           MOVE TCR-DOC-NUMBER TO WS-HELD-DOC-NUMBER
           MOVE TRANS-CUSTOMER-REF TO WS-HELD-CR-IMAGE
           PERFORM 219-MATCH-RELEASE-LINE
               THRU 219-MATCH-RELEASE-LINE-EXIT.
       215-HOLD-CUSTOMER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Holds the operator a submitter reference names for the item
      *that follows it, in case that item has to be held for
      *approval.
      ******************************************************************
       216-HOLD-SUBMITTER-REF.
           MOVE "Y" TO WS-SB-HELD-SWITCH
           MOVE TSB-OPERATOR TO WS-HELD-SUBMITTER.
       216-HOLD-SUBMITTER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Holds an approval reference for the released item that follows
      *it - but only once the pending-approval file confirms the item
      *it names was approved and released into this very batch, and
      *the item has not already been released earlier in this run.
      *Every line of the approved item is loaded, so the records that
      *follow can be proved to be that item and nothing else. A
      *reference the file does not bear out is ignored, so the item
      *behind it is simply held again rather than posted unapproved.
      ******************************************************************
       217-HOLD-APPROVAL-REF.
           MOVE "N" TO WS-RELEASE-HELD-SWITCH
           MOVE TAP-PENDING-NUMBER TO WS-RELEASE-NUMBER
           MOVE 0 TO WS-RELEASE-LINE-COUNT
           MOVE 0 TO WS-RELEASE-LINES-FOUND
           MOVE 0 TO WS-RELEASE-MATCHED
           MOVE "N" TO WS-ALREADY-RELEASED-SWITCH
           PERFORM 213-CHECK-RELEASED-ITEM
               THRU 213-CHECK-RELEASED-ITEM-EXIT
               VARYING WS-RLI-SUB FROM 1 BY 1
               UNTIL WS-RLI-SUB > WS-RELEASED-ITEM-COUNT
                  OR ITEM-ALREADY-RELEASED
           IF ITEM-ALREADY-RELEASED
               DISPLAY "APPROVAL REFERENCE FOR ITEM " WS-RELEASE-NUMBER
                   " ALREADY HONOURED THIS RUN - ITEM WILL BE HELD "
                   "AGAIN"
           ELSE
               OPEN INPUT PENDING-FILE
               MOVE "F" TO WS-EOF-PENDING-SWITCH
               PERFORM 218-MATCH-APPROVED-ITEM
                   THRU 218-MATCH-APPROVED-ITEM-EXIT
                   UNTIL EOF-PENDING
               CLOSE PENDING-FILE
               IF WS-RELEASE-LINE-COUNT > 0
                  AND WS-RELEASE-LINE-COUNT NOT > 21
                  AND WS-RELEASE-LINES-FOUND = WS-RELEASE-LINE-COUNT
                   PERFORM 212-NOTE-RELEASED-ITEM
                       THRU 212-NOTE-RELEASED-ITEM-EXIT
               ELSE
                   DISPLAY "APPROVAL REFERENCE FOR ITEM "
                       WS-RELEASE-NUMBER " NOT CONFIRMED - ITEM WILL "
                       "BE HELD AGAIN"
               END-IF
           END-IF.
       217-HOLD-APPROVAL-REF-EXIT.
           EXIT.
      ******************************************************************
      *Loads one line of the approved item the approval reference
      *names, when the pending-approval file shows it approved and
      *released into this batch.
      ******************************************************************
       218-MATCH-APPROVED-ITEM.
           READ PENDING-FILE
                AT END
                   MOVE "T" TO WS-EOF-PENDING-SWITCH
                NOT AT END
                   IF PND-ITEM-NUMBER = WS-RELEASE-NUMBER
                      AND PND-APPROVED
                      AND PND-RELEASE-BATCH-ID = WS-CURRENT-BATCH-ID
                      AND PND-LINE-NUMBER > 0
                      AND PND-LINE-NUMBER NOT > PND-LINE-COUNT
                      AND PND-LINE-NUMBER NOT > 21
                       MOVE PND-LINE-COUNT TO WS-RELEASE-LINE-COUNT
                       MOVE PND-TRANS-IMAGE
                           TO WS-RELEASE-LINE(PND-LINE-NUMBER)
                       ADD 1 TO WS-RELEASE-LINES-FOUND
                   END-IF
           END-READ.
       218-MATCH-APPROVED-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Records a confirmed item as released in this run and holds its
      *approval reference for the records that follow. Should the
      *table be full, the item is held again instead - it can be
      *released into a later batch.
      ******************************************************************
       212-NOTE-RELEASED-ITEM.
           IF WS-RELEASED-ITEM-COUNT NOT < 500
               DISPLAY "RELEASED ITEM TABLE FULL - ITEM "
                   WS-RELEASE-NUMBER " WILL BE HELD AGAIN"
           ELSE
               ADD 1 TO WS-RELEASED-ITEM-COUNT
               MOVE WS-RELEASE-NUMBER
                   TO WS-RELEASED-ITEM(WS-RELEASED-ITEM-COUNT)
               MOVE "Y" TO WS-RELEASE-HELD-SWITCH
           END-IF.
       212-NOTE-RELEASED-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Tests one entry of the released-item table against the item
      *the approval reference names.
      ******************************************************************
       213-CHECK-RELEASED-ITEM.
           IF WS-RELEASED-ITEM(WS-RLI-SUB) = WS-RELEASE-NUMBER
               MOVE "Y" TO WS-ALREADY-RELEASED-SWITCH
           END-IF.
       213-CHECK-RELEASED-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Proves the record just read behind a confirmed approval
      *reference is the next line of the approved item, byte for
      *byte. A record the item does not account for - or one past
      *its last line - drops the release, so whatever was placed
      *behind the reference goes through every approval test.
      ******************************************************************
       219-MATCH-RELEASE-LINE.
           IF APPROVAL-RELEASE-HELD
               ADD 1 TO WS-RELEASE-MATCHED
               IF WS-RELEASE-MATCHED > WS-RELEASE-LINE-COUNT
                   PERFORM 211-DROP-RELEASE THRU 211-DROP-RELEASE-EXIT
               ELSE
                   IF TRANS-INFO NOT =
                      WS-RELEASE-LINE(WS-RELEASE-MATCHED)
                       PERFORM 211-DROP-RELEASE
                           THRU 211-DROP-RELEASE-EXIT
                   END-IF
               END-IF
           END-IF.
       219-MATCH-RELEASE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Proves every line of the approved item has been matched once
      *the item's last record is in hand - a voucher with fewer legs
      *than were approved, or a transaction without the customer
      *reference it was held with, is not the item approved.
      ******************************************************************
       214-CHECK-RELEASE-COMPLETE.
           IF APPROVAL-RELEASE-HELD
              AND WS-RELEASE-MATCHED NOT = WS-RELEASE-LINE-COUNT
               PERFORM 211-DROP-RELEASE THRU 211-DROP-RELEASE-EXIT
           END-IF.
       214-CHECK-RELEASE-COMPLETE-EXIT.
           EXIT.
      ******************************************************************
      *Drops a release whose records do not match the item approved.
      ******************************************************************
       211-DROP-RELEASE.
           MOVE "N" TO WS-RELEASE-HELD-SWITCH
           DISPLAY "RECORDS BEHIND APPROVAL REFERENCE FOR ITEM "
               WS-RELEASE-NUMBER " ARE NOT THE ITEM APPROVED - "
               "HELD AGAIN".
       211-DROP-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      *Process the current transaction record.
      *Step 1: Move static transaction variables to the master record
      *Step 2: Step into determine account activity
      *Step 3: Reject invalid activity, hold a transaction that needs
      *         approval, otherwise assign a journal number, commit it
      *         to the journal file, and update the chart.
      *Step 4: Move a taxed sale's tax out to its tax account.
      ******************************************************************
       220-PROCESS-RECORD.
           PERFORM 219-MATCH-RELEASE-LINE
               THRU 219-MATCH-RELEASE-LINE-EXIT
           PERFORM 214-CHECK-RELEASE-COMPLETE
               THRU 214-CHECK-RELEASE-COMPLETE-EXIT
           MOVE 0 TO WS-REJ-VOUCHER-NUMBER
           MOVE "N" TO WS-APPROVAL-SWITCH
           MOVE TRANS-AMT TO MST-TRANS-AMT
           MOVE TRANS-ACC TO MST-ACC-ID
           MOVE TRANS-DATE TO MST-DATE-TRANS
                   CLOSE CHART-FILE
               END-IF
           END-IF
           IF NOT TRANS-REJECTED
               PERFORM 320-CHECK-SALES-TAX THRU 320-CHECK-SALES-TAX-EXIT
               IF TRANS-REJECTED
                   CLOSE CHART-FILE
               END-IF
           END-IF
           IF NOT TRANS-REJECTED
               PERFORM 240-CHECK-APPROVAL THRU 240-CHECK-APPROVAL-EXIT
           END-IF
           IF TRANS-REJECTED
               PERFORM 350-REJECT-TRANSACTION
           ELSE IF APPROVAL-NEEDED
               CLOSE CHART-FILE
               PERFORM 270-HOLD-TRANSACTION
                   THRU 270-HOLD-TRANSACTION-EXIT
           ELSE
               PERFORM 400-ASSIGN-JOURNAL-NUMBER
               PERFORM 500-WRITE-TO-MASTER
      *figures to the batch totals when it posts.
               PERFORM 600-ACCUMULATE-BATCH-TOTALS
               MOVE "N" TO WS-CASH-LEG-SWITCH
               MOVE "N" TO WS-AR-POSTED-SWITCH
               PERFORM 800-UPDATE-CHART THRU 800-UPDATE-CHART-EXIT
               IF AR-POSTING-MADE
                   PERFORM 830-WRITE-AR-POSTING
                       THRU 830-WRITE-AR-POSTING-EXIT
               END-IF
               IF TAX-ACCOUNT-POSTING
                   PERFORM 845-WRITE-DIRECT-TAX-POSTING
                       THRU 845-WRITE-DIRECT-TAX-POSTING-EXIT
               END-IF
      *Keep the sale's journal number and its effect on revenue before
      *the Cash leg rebuilds the master record.
               IF TAX-SPLIT-NEEDED
                   MOVE MST-JOURNAL-NUMBER TO WS-TAX-SALE-JOURNAL
                   MOVE WS-AR-DELTA TO WS-TAX-SALE-EFFECT
               END-IF
               IF CASH-LEG-NEEDED
                   PERFORM 820-POST-CASH-LEG
                       THRU 820-POST-CASH-LEG-EXIT
               END-IF
               IF TAX-SPLIT-NEEDED
                   PERFORM 840-POST-TAX-TRANSFER
                       THRU 840-POST-TAX-TRANSFER-EXIT
               END-IF
               CLOSE CHART-FILE
               IF APPROVAL-RELEASE-HELD
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               DISPLAY "RECORD PROCESSED"
           END-IF.
           MOVE "N" TO WS-CR-HELD-SWITCH
           MOVE "N" TO WS-SB-HELD-SWITCH
           MOVE "N" TO WS-RELEASE-HELD-SWITCH.
       220-PROCESS-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *count: that many legs are read and rejected as a group. A leg
      *count that is not even numeric leaves no way to tell where
      *the legs end, so the run stops like any other trans-file
      *integrity failure. A clean, balanced voucher is held for
      *approval instead of posting unless an approval reference
      *released it.
      ******************************************************************
       230-PROCESS-VOUCHER.
           IF TVH-LEG-COUNT IS NOT NUMERIC
                   THRU 950-WRITE-RUN-LOG-EXIT
               GOBACK
           END-IF
           PERFORM 219-MATCH-RELEASE-LINE
               THRU 219-MATCH-RELEASE-LINE-EXIT
           MOVE TVH-VOUCHER-NUMBER TO WS-VCH-NUMBER
           MOVE TVH-LEG-COUNT TO WS-VCH-EXPECTED
           MOVE 0 TO WS-VCH-GOT
                   VARYING WS-VCH-SUB FROM 1 BY 1
                   UNTIL WS-VCH-SUB > WS-VCH-EXPECTED
                      OR EOF-TRANS
               PERFORM 214-CHECK-RELEASE-COMPLETE
                   THRU 214-CHECK-RELEASE-COMPLETE-EXIT
               IF WS-VCH-GOT < WS-VCH-EXPECTED
                   MOVE "Y" TO WS-VCH-TRUNC-SWITCH
                   PERFORM 260-REJECT-VOUCHER
                       MOVE "N" TO WS-VCH-OK-SWITCH
                   END-IF
                   IF VOUCHER-CLEAN
                       IF APPROVAL-RELEASE-HELD
                           PERFORM 250-POST-VOUCHER-LEG
                               THRU 250-POST-VOUCHER-LEG-EXIT
                               VARYING WS-VCH-SUB FROM 1 BY 1
                               UNTIL WS-VCH-SUB > WS-VCH-EXPECTED
                           ADD 1 TO WS-VOUCHER-POSTED-COUNT
                           ADD 1 TO WS-RELEASED-COUNT
                           DISPLAY "VOUCHER " WS-VCH-NUMBER " POSTED"
                       ELSE
                           PERFORM 275-HOLD-VOUCHER
                               THRU 275-HOLD-VOUCHER-EXIT
                       END-IF
                   ELSE
                       PERFORM 260-REJECT-VOUCHER
                           THRU 260-REJECT-VOUCHER-EXIT
                   CLOSE CHART-FILE
               END-IF
           END-IF.
           MOVE "N" TO WS-SB-HELD-SWITCH
           MOVE "N" TO WS-RELEASE-HELD-SWITCH.
       230-PROCESS-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
                   MOVE TRANS-INFO TO WS-VCH-LEG(WS-VCH-GOT)
                   MOVE "Y" TO WS-VCH-LEG-VALID(WS-VCH-GOT)
                   MOVE SPACES TO WS-VCH-LEG-REASON(WS-VCH-GOT)
                   PERFORM 219-MATCH-RELEASE-LINE
                       THRU 219-MATCH-RELEASE-LINE-EXIT
           END-READ.
       232-READ-VOUCHER-LEG-EXIT.
           EXIT.
       235-EDIT-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Decides whether a transaction that passed every posting edit
      *must be held for approval instead of posting: any reversal, any
      *prior-period adjustment, and any transaction whose amount, of
      *either sign, is over its department/account approval limit. An
      *item released by an approval reference, whose records matched
      *the approved item line for line, has been approved already and
      *is never held again.
      ******************************************************************
       240-CHECK-APPROVAL.
           IF APPROVAL-RELEASE-HELD
               MOVE "N" TO WS-APPROVAL-SWITCH
           ELSE IF TRANS-IS-REVERSAL
               MOVE "Y" TO WS-APPROVAL-SWITCH
               MOVE "R" TO WS-HOLD-REASON
           ELSE IF TRANS-PRIOR-PERIOD-ADJ
               MOVE "Y" TO WS-APPROVAL-SWITCH
               MOVE "P" TO WS-HOLD-REASON
           ELSE
               MOVE "N" TO WS-APPROVAL-SWITCH
               PERFORM 242-FIND-APPROVAL-LIMIT
                   THRU 242-FIND-APPROVAL-LIMIT-EXIT
               IF LIMIT-FOUND
                  AND FUNCTION ABS(TRANS-AMT) >
                      WS-APL-LIMIT(WS-APL-MATCH-SUB)
                   MOVE "Y" TO WS-APPROVAL-SWITCH
                   MOVE "L" TO WS-HOLD-REASON
               END-IF
           END-IF.
       240-CHECK-APPROVAL-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the transaction's approval limit: the row for its own
      *department and account, or failing that the department's
      *default row under account 00. Sets WS-LIMIT-FOUND-SWITCH and,
      *when found, WS-APL-MATCH-SUB to the matching table entry.
      ******************************************************************
       242-FIND-APPROVAL-LIMIT.
           MOVE TRANS-ACC TO WS-APL-SEARCH-ACC
           PERFORM 243-SEARCH-LIMIT-TABLE
               THRU 243-SEARCH-LIMIT-TABLE-EXIT
           IF LIMIT-NOT-FOUND
               MOVE 0 TO WS-APL-SEARCH-ACC
               PERFORM 243-SEARCH-LIMIT-TABLE
                   THRU 243-SEARCH-LIMIT-TABLE-EXIT
           END-IF.
       242-FIND-APPROVAL-LIMIT-EXIT.
           EXIT.
      ******************************************************************
      *Searches the limit table for the transaction's department and
      *the account in WS-APL-SEARCH-ACC.
      ******************************************************************
       243-SEARCH-LIMIT-TABLE.
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH
           MOVE 0 TO WS-APL-MATCH-SUB
           PERFORM 244-MATCH-LIMIT THRU 244-MATCH-LIMIT-EXIT
               VARYING WS-APL-SUB FROM 1 BY 1
               UNTIL WS-APL-SUB > WS-LIMIT-COUNT OR LIMIT-FOUND.
       243-SEARCH-LIMIT-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single limit table entry against the transaction.
      ******************************************************************
       244-MATCH-LIMIT.
           IF WS-APL-DEPT-CODE(WS-APL-SUB) = TRANS-DEPT-CODE
              AND WS-APL-ACC-ID(WS-APL-SUB) = WS-APL-SEARCH-ACC
                 MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
                 MOVE WS-APL-SUB TO WS-APL-MATCH-SUB
           END-IF.
       244-MATCH-LIMIT-EXIT.
           EXIT.
      ******************************************************************
      *Posts one leg of an accepted voucher: the same journal write,
      *batch totals, and chart update a single transaction gets, under
      *its own consecutive journal number - but no balancing Cash leg,
      *since the voucher's other legs are its balance. A leg posted to
      *a Sales Tax Payable account is copied to the sales tax posting
      *file like any other tax posting; a voucher leg to revenue is
      *not taxed, the voucher being a transfer and not a sale.
      ******************************************************************
       250-POST-VOUCHER-LEG.
           MOVE WS-VCH-LEG(WS-VCH-SUB) TO TRANS-INFO
           PERFORM 500-WRITE-TO-MASTER
           PERFORM 600-ACCUMULATE-BATCH-TOTALS
           MOVE "N" TO WS-CASH-LEG-SWITCH
           MOVE "N" TO WS-AR-POSTED-SWITCH
           PERFORM 328-CHECK-TAX-ACCOUNT THRU 328-CHECK-TAX-ACCOUNT-EXIT
           PERFORM 800-UPDATE-CHART THRU 800-UPDATE-CHART-EXIT
           IF AR-POSTING-MADE
               PERFORM 830-WRITE-AR-POSTING
                   THRU 830-WRITE-AR-POSTING-EXIT
           END-IF
           IF TAX-ACCOUNT-POSTING
               PERFORM 845-WRITE-DIRECT-TAX-POSTING
                   THRU 845-WRITE-DIRECT-TAX-POSTING-EXIT
           END-IF
           MOVE "N" TO WS-CASH-LEG-SWITCH
           MOVE "N" TO WS-TAX-ACCOUNT-SWITCH.
       250-POST-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
       265-REJECT-OVERSIZE-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Holds one edited transaction for approval under the next
      *pending-approval item number, with the customer reference that
      *rode ahead of it, so a released Accounts Receivable item still
      *reaches the right customer. Nothing is posted. Opened and
      *closed around the write, like the AR posting file, so every
      *held item is on file however the run ends.
      ******************************************************************
       270-HOLD-TRANSACTION.
           ADD 1 TO WS-LAST-PENDING-NUMBER
           MOVE 0 TO WS-HOLD-LINE
           IF CUSTOMER-REF-HELD
               MOVE 2 TO WS-HOLD-LINE-COUNT
           ELSE
               MOVE 1 TO WS-HOLD-LINE-COUNT
           END-IF
           OPEN EXTEND PENDING-FILE
           IF CUSTOMER-REF-HELD
               MOVE WS-HELD-CR-IMAGE TO WS-HOLD-IMAGE
               PERFORM 280-WRITE-PENDING-LINE
                   THRU 280-WRITE-PENDING-LINE-EXIT
           END-IF
           MOVE TRANS-INFO TO WS-HOLD-IMAGE
           PERFORM 280-WRITE-PENDING-LINE
               THRU 280-WRITE-PENDING-LINE-EXIT
           CLOSE PENDING-FILE
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "TRANSACTION HELD FOR APPROVAL AS ITEM "
               WS-LAST-PENDING-NUMBER.
       270-HOLD-TRANSACTION-EXIT.
           EXIT.
      ******************************************************************
      *Holds one clean, balanced voucher for approval as a single
      *pending-approval item: its header line, then every leg, so it
      *is approved or declined and released as the group it arrived
      *as. Nothing is posted.
      ******************************************************************
       275-HOLD-VOUCHER.
           MOVE "V" TO WS-HOLD-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           ADD 1 TO WS-LAST-PENDING-NUMBER
           MOVE 0 TO WS-HOLD-LINE
           COMPUTE WS-HOLD-LINE-COUNT = WS-VCH-EXPECTED + 1
           OPEN EXTEND PENDING-FILE
           MOVE SPACES TO TRANS-VOUCHER-HEADER
           MOVE "VH" TO TVH-RECORD-FLAG
           MOVE WS-VCH-NUMBER TO TVH-VOUCHER-NUMBER
           MOVE WS-VCH-EXPECTED TO TVH-LEG-COUNT
           MOVE TRANS-VOUCHER-HEADER TO WS-HOLD-IMAGE
           PERFORM 280-WRITE-PENDING-LINE
               THRU 280-WRITE-PENDING-LINE-EXIT
           PERFORM 277-HOLD-VOUCHER-LEG THRU 277-HOLD-VOUCHER-LEG-EXIT
               VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-EXPECTED
           CLOSE PENDING-FILE
           ADD WS-VCH-EXPECTED TO WS-HELD-COUNT
           DISPLAY "VOUCHER " WS-VCH-NUMBER " HELD FOR APPROVAL AS "
               "ITEM " WS-LAST-PENDING-NUMBER.
       275-HOLD-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
      *Writes one buffered leg of a held voucher.
      ******************************************************************
       277-HOLD-VOUCHER-LEG.
           MOVE WS-VCH-LEG(WS-VCH-SUB) TO WS-HOLD-IMAGE
           PERFORM 280-WRITE-PENDING-LINE
               THRU 280-WRITE-PENDING-LINE-EXIT.
       277-HOLD-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Writes one line of the item being held: the TRANS-FILE image in
      *WS-HOLD-IMAGE under the item number and the next line number,
      *waiting, with the submitting operator when a submitter
      *reference named one and the batch the item arrived in.
      ******************************************************************
       280-WRITE-PENDING-LINE.
           ADD 1 TO WS-HOLD-LINE
           MOVE SPACES TO PENDING-APPROVAL-INFO
           MOVE WS-LAST-PENDING-NUMBER TO PND-ITEM-NUMBER
           MOVE WS-HOLD-LINE TO PND-LINE-NUMBER
           MOVE WS-HOLD-LINE-COUNT TO PND-LINE-COUNT
           MOVE WS-HOLD-REASON TO PND-REASON
           MOVE "W" TO PND-STATUS
           IF SUBMITTER-REF-HELD
               MOVE WS-HELD-SUBMITTER TO PND-SUBMITTED-BY
           END-IF
           MOVE WS-CURRENT-DATE-DATA TO PND-HELD-DATE
           MOVE WS-CURRENT-BATCH-ID TO PND-SOURCE-BATCH-ID
           MOVE 0 TO PND-ACTIONED-DATE
           MOVE 0 TO PND-RELEASE-BATCH-ID
           MOVE WS-HOLD-IMAGE TO PND-TRANS-IMAGE
           WRITE PENDING-APPROVAL-INFO.
       280-WRITE-PENDING-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Compare a transaction's dept. code, balance, and target account
      *to determine activity. A reversing entry (TRANS-IS-REVERSAL)
      *gets the opposite debit/credit type of an ordinary entry for
       311-MATCH-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Decides whether the revenue posting just edited carries sales
      *tax, and how much. An ordinary sale is taxed at its
      *department's rate for the transaction date; a reversal of a
      *sale is taxed at whatever rate the original sale was, found on
      *the sales tax posting file, so it unwinds exactly the tax the
      *original moved out - a reversal of a sale that was never taxed
      *moves none. Receipts are gross, so the tax is the part of the
      *amount the rate makes up, rounded to the cent, and carries the
      *amount's sign. A taxed sale whose tax account cannot take the
      *tax is rejected here, before anything of it posts. A posting
      *to some other account is only checked for being a tax account
      *itself.
      ******************************************************************
       320-CHECK-SALES-TAX.
           MOVE "N" TO WS-TAX-SPLIT-SWITCH
           MOVE "N" TO WS-TAX-ACCOUNT-SWITCH
           MOVE 0 TO WS-TAX-PART
           IF CLASS-REVENUE
               IF TRANS-IS-REVERSAL
                   PERFORM 325-FIND-ORIGINAL-TAX
                       THRU 325-FIND-ORIGINAL-TAX-EXIT
               ELSE
                   PERFORM 322-FIND-TAX-RATE
                       THRU 322-FIND-TAX-RATE-EXIT
               END-IF
           ELSE
               PERFORM 328-CHECK-TAX-ACCOUNT
                   THRU 328-CHECK-TAX-ACCOUNT-EXIT
           END-IF
           IF TAX-SPLIT-NEEDED
               COMPUTE WS-TAX-PART ROUNDED =
                   TRANS-AMT * WS-TAX-RATE / (1 + WS-TAX-RATE)
               IF WS-TAX-PART = 0
                   MOVE "N" TO WS-TAX-SPLIT-SWITCH
               ELSE
                   PERFORM 330-EDIT-TAX-ACCOUNT
                       THRU 330-EDIT-TAX-ACCOUNT-EXIT
               END-IF
           END-IF.
       320-CHECK-SALES-TAX-EXIT.
           EXIT.
      ******************************************************************
      *Finds the department's sales tax rate for the transaction date
      *- its row with the latest effective date on or before it. No
      *such row, or a zero rate on it, leaves the sale untaxed.
      ******************************************************************
       322-FIND-TAX-RATE.
           MOVE 0 TO WS-TXR-MATCH-SUB
           PERFORM 323-MATCH-TAX-RATE THRU 323-MATCH-TAX-RATE-EXIT
               VARYING WS-TXR-SUB FROM 1 BY 1
               UNTIL WS-TXR-SUB > WS-TAX-RATE-COUNT
           IF WS-TXR-MATCH-SUB > 0
               IF WS-TXR-RATE(WS-TXR-MATCH-SUB) > 0
                   MOVE "Y" TO WS-TAX-SPLIT-SWITCH
                   MOVE WS-TXR-RATE(WS-TXR-MATCH-SUB) TO WS-TAX-RATE
                   MOVE WS-TXR-TAX-ACC-ID(WS-TXR-MATCH-SUB)
                       TO WS-TAX-ACC-ID
               END-IF
           END-IF.
       322-FIND-TAX-RATE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single rate table entry against the department and
      *transaction date, keeping the latest one that applies.
      ******************************************************************
       323-MATCH-TAX-RATE.
           IF WS-TXR-DEPT-CODE(WS-TXR-SUB) = TRANS-DEPT-CODE
              AND WS-TXR-EFFECTIVE-DATE(WS-TXR-SUB) <= TRANS-DATE
               IF WS-TXR-MATCH-SUB = 0
                   MOVE WS-TXR-SUB TO WS-TXR-MATCH-SUB
               ELSE IF WS-TXR-EFFECTIVE-DATE(WS-TXR-SUB) >=
                       WS-TXR-EFFECTIVE-DATE(WS-TXR-MATCH-SUB)
                   MOVE WS-TXR-SUB TO WS-TXR-MATCH-SUB
               END-IF
           END-IF.
       323-MATCH-TAX-RATE-EXIT.
           EXIT.
      ******************************************************************
      *Looks the sale a reversal undoes up on the sales tax posting
      *file, for the rate and tax account it was taxed at.
      ******************************************************************
       325-FIND-ORIGINAL-TAX.
           OPEN INPUT TAX-POSTING-FILE
           MOVE "F" TO WS-EOF-TAXPOST-SWITCH
           PERFORM 326-MATCH-ORIGINAL-TAX
               THRU 326-MATCH-ORIGINAL-TAX-EXIT
               UNTIL EOF-TAXPOST OR TAX-SPLIT-NEEDED
           CLOSE TAX-POSTING-FILE.
       325-FIND-ORIGINAL-TAX-EXIT.
           EXIT.
      ******************************************************************
      *Reads one sales tax posting and takes its rate and tax account
      *if it is the taxable sale record of the sale being reversed.
      ******************************************************************
       326-MATCH-ORIGINAL-TAX.
           READ TAX-POSTING-FILE
                AT END
                   MOVE "T" TO WS-EOF-TAXPOST-SWITCH
                NOT AT END
                   IF TXP-TAXABLE-SALE
                      AND TXP-SALE-JOURNAL = TRANS-REVERSAL-OF-JRNL
                         MOVE "Y" TO WS-TAX-SPLIT-SWITCH
                         MOVE TXP-RATE TO WS-TAX-RATE
                         MOVE TXP-TAX-ACC-ID TO WS-TAX-ACC-ID
                   END-IF
           END-READ.
       326-MATCH-ORIGINAL-TAX-EXIT.
           EXIT.
      ******************************************************************
      *Sets WS-TAX-ACCOUNT-SWITCH when the account about to be posted
      *(MST-ACC-ID) is one some sales tax rate carries its tax in.
      ******************************************************************
       328-CHECK-TAX-ACCOUNT.
           MOVE "N" TO WS-TAX-ACCOUNT-SWITCH
           PERFORM 329-MATCH-TAX-ACCOUNT THRU 329-MATCH-TAX-ACCOUNT-EXIT
               VARYING WS-TXR-SUB FROM 1 BY 1
               UNTIL WS-TXR-SUB > WS-TAX-RATE-COUNT
                  OR TAX-ACCOUNT-POSTING.
       328-CHECK-TAX-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single rate table entry's tax account against the
      *account about to be posted.
      ******************************************************************
       329-MATCH-TAX-ACCOUNT.
           IF WS-TXR-TAX-ACC-ID(WS-TXR-SUB) = MST-ACC-ID
               MOVE "Y" TO WS-TAX-ACCOUNT-SWITCH
           END-IF.
       329-MATCH-TAX-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Edits the tax leg of a taxed sale the way the sale itself was
      *edited: the department must be allowed to post to the tax
      *account, and the account must be on the chart, active, and a
      *liability. Any failure rejects the sale, so its tax can never
      *be left sitting in revenue. The sale's own post sign is kept
      *for 840-POST-TAX-TRANSFER, and the sale's activity rule is
      *looked up again afterwards so WS-MATCH-SUB points at it for
      *the posting.
      ******************************************************************
       330-EDIT-TAX-ACCOUNT.
           MOVE WS-ACT-POST-SIGN(WS-MATCH-SUB) TO WS-TAX-SALE-POST-SIGN
           MOVE WS-TAX-ACC-ID TO MST-ACC-ID
           PERFORM 305-FIND-ACTIVITY-RULE
               THRU 305-FIND-ACTIVITY-RULE-EXIT
           MOVE WS-MATCH-SUB TO WS-TAX-RULE-SUB
           IF RULE-NOT-FOUND
               MOVE "N" TO WS-TRANS-VALID-SWITCH
               MOVE "DEPARTMENT MAY NOT POST TO SALES TAX ACCOUNT"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-ACT-ALLOWED(WS-MATCH-SUB) = "N"
                   MOVE "N" TO WS-TRANS-VALID-SWITCH
                   MOVE "DEPARTMENT MAY NOT POST TO SALES TAX ACCOUNT"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 307-VALIDATE-CHART-ACCOUNT
                       THRU 307-VALIDATE-CHART-ACCOUNT-EXIT
                   IF TRANS-REJECTED
                       MOVE "SALES TAX ACCOUNT NOT FOUND OR INACTIVE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT CLASS-LIABILITY
                           MOVE "N" TO WS-TRANS-VALID-SWITCH
                           MOVE "SALES TAX ACCOUNT IS NOT A LIABILITY"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE TRANS-ACC TO MST-ACC-ID
           PERFORM 305-FIND-ACTIVITY-RULE
               THRU 305-FIND-ACTIVITY-RULE-EXIT.
       330-EDIT-TAX-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Writes an invalid transaction to the reject file instead of
      *letting it fall through to the journal with bad/blank data.
      *The department's name rides beside the code so whoever works
      *added. Revenue is credit-normal and funds Cash; expenses draw
      *down Cash, as does Accounts Receivable - still named by its ID,
      *since its asset classification cannot say "draws down Cash".
      *A Sales Tax Payable account posted to directly - a remittance
      *paid out, a correction - moves Cash the way revenue does, the
      *tax it holds having come in with the sales.
      *The Cash delta is the amount actually applied to a revenue
      *balance and its negation for an expense or AR balance. A
      *reversing entry posts in the opposite direction so it backs
      *out what the original entry did to the balance - and its Cash
      *leg follows the same sign, backing out the original's Cash
      *movement. The amount actually applied is also kept as the AR
      *delta, which the AR posting file carries when the account is
      *Accounts Receivable and the sales tax posting file when it is
      *a tax account.
      ******************************************************************
       805-POST-TO-CHART.
           IF (WS-ACT-POST-SIGN(WS-MATCH-SUB) = "+" AND NOT
               TRANS-IS-REVERSAL) OR (WS-ACT-POST-SIGN(WS-MATCH-SUB)
               = "-" AND TRANS-IS-REVERSAL)
               ADD TRANS-AMT TO CH-ACC-BALANCE
               MOVE TRANS-AMT TO WS-AR-DELTA
               IF CLASS-REVENUE OR TAX-ACCOUNT-POSTING
                  MOVE TRANS-AMT TO WS-CASH-DELTA
                  MOVE "Y" TO WS-CASH-LEG-SWITCH
               ELSE
               END-IF
           ELSE
               SUBTRACT TRANS-AMT FROM CH-ACC-BALANCE
               COMPUTE WS-AR-DELTA = 0 - TRANS-AMT
               IF CLASS-REVENUE OR TAX-ACCOUNT-POSTING
                  COMPUTE WS-CASH-DELTA = 0 - TRANS-AMT
                  MOVE "Y" TO WS-CASH-LEG-SWITCH
               ELSE
                  END-IF
               END-IF
           END-IF
           IF ACC-AR IN CH-ACC-ID
               MOVE "Y" TO WS-AR-POSTED-SWITCH
           END-IF
           REWRITE CHART-INFO.
       805-POST-TO-CHART-EXIT.
           EXIT.
           ADD WS-CASH-DELTA TO WS-CASH-LEG-TOTAL.
       820-POST-CASH-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Appends the Accounts Receivable posting just made to the AR
      *posting file under its journal number, with the signed amount
      *it moved the AR balance by and the customer reference held for
      *it - or as unassigned when none was, as for every voucher leg.
      *Opened and closed around each write, like the run log, so
      *every posting that reached the chart is on file however the
      *run ends.
      ******************************************************************
       830-WRITE-AR-POSTING.
           MOVE MST-JOURNAL-NUMBER TO ARP-JOURNAL-NUMBER
           IF CUSTOMER-REF-HELD
               MOVE WS-HELD-CUSTOMER-NUMBER TO ARP-CUSTOMER-NUMBER
               MOVE WS-HELD-DOC-TYPE TO ARP-DOC-TYPE
               MOVE WS-HELD-DOC-NUMBER TO ARP-DOC-NUMBER
           ELSE
               MOVE 0 TO ARP-CUSTOMER-NUMBER
               MOVE "U" TO ARP-DOC-TYPE
               MOVE 0 TO ARP-DOC-NUMBER
           END-IF
           MOVE MST-DEPARTMENT-CODE TO ARP-DEPARTMENT-CODE
           MOVE WS-AR-DELTA TO ARP-AMOUNT
           MOVE MST-DATE-TRANS TO ARP-DATE-TRANS
           MOVE MST-REVERSAL-OF-JRNL TO ARP-REVERSAL-OF-JRNL
           OPEN EXTEND AR-POSTING-FILE
           WRITE AR-POSTING-INFO
           CLOSE AR-POSTING-FILE
           ADD 1 TO WS-AR-POSTING-COUNT.
       830-WRITE-AR-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Moves a taxed sale's tax out of revenue into its tax account,
      *once the sale and its Cash leg have posted at the gross amount.
      *Two legs under the next two journal numbers, like a voucher's
      *and with no Cash leg of their own: the sale's department and
      *revenue account take back the tax, and the tax account takes
      *it on - in the same direction the sale moved revenue, flipped
      *if the two accounts' rules post in opposite directions. Both
      *legs carry the sale's transaction date and reversal reference,
      *so reversing a taxed sale unwinds its tax along with it. The
      *sale's TRANS-FILE image is put back once the legs are done.
      ******************************************************************
       840-POST-TAX-TRANSFER.
           MOVE TRANS-INFO TO WS-TAX-SAVE-TRANS
           MOVE TRANS-ACC TO WS-TAX-SALE-ACC-ID
           COMPUTE TRANS-AMT = 0 - WS-TAX-PART
           PERFORM 842-POST-TAX-TRANSFER-LEG
               THRU 842-POST-TAX-TRANSFER-LEG-EXIT
           ADD WS-AR-DELTA TO WS-TAX-SALE-EFFECT
           MOVE WS-TAX-ACC-ID TO TRANS-ACC
           IF WS-ACT-POST-SIGN(WS-TAX-RULE-SUB) = WS-TAX-SALE-POST-SIGN
               MOVE WS-TAX-PART TO TRANS-AMT
           ELSE
               COMPUTE TRANS-AMT = 0 - WS-TAX-PART
           END-IF
           PERFORM 842-POST-TAX-TRANSFER-LEG
               THRU 842-POST-TAX-TRANSFER-LEG-EXIT
           MOVE WS-AR-DELTA TO WS-TAX-EFFECT
           PERFORM 847-WRITE-SALE-TAX-POSTING
               THRU 847-WRITE-SALE-TAX-POSTING-EXIT
           MOVE WS-TAX-SAVE-TRANS TO TRANS-INFO.
       840-POST-TAX-TRANSFER-EXIT.
           EXIT.
      ******************************************************************
      *Posts one leg of a sale's tax transfer: journal entry, batch
      *debit/credit totals, and chart update. Like the Cash leg it
      *adds to the debit and credit totals directly, since it is part
      *of the sale it belongs to and not another transaction posted.
      ******************************************************************
       842-POST-TAX-TRANSFER-LEG.
           MOVE TRANS-ACC TO MST-ACC-ID
           MOVE TRANS-AMT TO MST-TRANS-AMT
           MOVE TRANS-REVERSAL-OF-JRNL TO MST-REVERSAL-OF-JRNL
           PERFORM 300-DETERMINE-ACCOUNT-ACTIVITY
           PERFORM 400-ASSIGN-JOURNAL-NUMBER
           PERFORM 500-WRITE-TO-MASTER
           IF TYPE-DEBIT
               ADD FUNCTION ABS(MST-TRANS-AMT) TO WS-DEBIT-TOTAL
           ELSE
               ADD FUNCTION ABS(MST-TRANS-AMT) TO WS-CREDIT-TOTAL
           END-IF
           MOVE "N" TO WS-TAX-ACCOUNT-SWITCH
           PERFORM 800-UPDATE-CHART THRU 800-UPDATE-CHART-EXIT
           MOVE "N" TO WS-CASH-LEG-SWITCH.
       842-POST-TAX-TRANSFER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Records a posting made straight to a tax account - anything but
      *a sale's tax leg - on the sales tax posting file, with the
      *signed amount it moved the tax balance by.
      ******************************************************************
       845-WRITE-DIRECT-TAX-POSTING.
           MOVE MST-JOURNAL-NUMBER TO TXP-JOURNAL-NUMBER
           MOVE 0 TO TXP-SALE-JOURNAL
           MOVE "D" TO TXP-ENTRY-TYPE
           MOVE MST-DEPARTMENT-CODE TO TXP-DEPARTMENT-CODE
           MOVE 0 TO TXP-REVENUE-ACC-ID
           MOVE MST-ACC-ID TO TXP-TAX-ACC-ID
           MOVE MST-DATE-TRANS TO TXP-DATE-TRANS
           MOVE 0 TO TXP-RATE
           MOVE 0 TO TXP-TAXABLE-AMOUNT
           MOVE WS-AR-DELTA TO TXP-TAX-AMOUNT
           MOVE MST-REVERSAL-OF-JRNL TO TXP-REVERSAL-OF-JRNL
           PERFORM 849-APPEND-TAX-POSTING
               THRU 849-APPEND-TAX-POSTING-EXIT.
       845-WRITE-DIRECT-TAX-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Records a taxed sale on the sales tax posting file under its
      *tax leg's journal number, with the sale's journal number, the
      *rate, the taxable amount left in revenue, and the tax moved to
      *the tax account - each as the signed effect it had on its
      *balance.
      ******************************************************************
       847-WRITE-SALE-TAX-POSTING.
           MOVE MST-JOURNAL-NUMBER TO TXP-JOURNAL-NUMBER
           MOVE WS-TAX-SALE-JOURNAL TO TXP-SALE-JOURNAL
           MOVE "S" TO TXP-ENTRY-TYPE
           MOVE MST-DEPARTMENT-CODE TO TXP-DEPARTMENT-CODE
           MOVE WS-TAX-SALE-ACC-ID TO TXP-REVENUE-ACC-ID
           MOVE WS-TAX-ACC-ID TO TXP-TAX-ACC-ID
           MOVE MST-DATE-TRANS TO TXP-DATE-TRANS
           MOVE WS-TAX-RATE TO TXP-RATE
           MOVE WS-TAX-SALE-EFFECT TO TXP-TAXABLE-AMOUNT
           MOVE WS-TAX-EFFECT TO TXP-TAX-AMOUNT
           MOVE MST-REVERSAL-OF-JRNL TO TXP-REVERSAL-OF-JRNL
           PERFORM 849-APPEND-TAX-POSTING
               THRU 849-APPEND-TAX-POSTING-EXIT.
       847-WRITE-SALE-TAX-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Appends one record to the sales tax posting file. Opened and
      *closed around each write, like the AR posting file, so every
      *tax posting that reached the chart is on file however the run
      *ends.
      ******************************************************************
       849-APPEND-TAX-POSTING.
           OPEN EXTEND TAX-POSTING-FILE
           WRITE TAX-POSTING-INFO
           CLOSE TAX-POSTING-FILE
           ADD 1 TO WS-TAX-POSTING-COUNT.
       849-APPEND-TAX-POSTING-EXIT.
           EXIT.

      ******************************************************************
      *Prints the batch control/proof report for this run: how many
      *transactions were read, posted, rejected, and held for
      *approval; the debit and
      *credit totals actually posted to the journal, Cash legs
      *included; the net Cash movement those legs carried; the net of
      *the batch's Suspense postings, which get no balancing leg
           MOVE WS-REJECT-COUNT TO WS-BL-COUNT
           MOVE WS-BATCH-LABEL-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-BATCH-LABEL-LINE
           MOVE "TRANSACTIONS HELD FOR APPROVAL" TO WS-BL-LABEL
           MOVE WS-HELD-COUNT TO WS-BL-COUNT
           MOVE WS-BATCH-LABEL-LINE TO BATCH-CONTROL-LINE
           WRITE BATCH-CONTROL-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-BATCH-AMOUNT-LINE
           MOVE "TOTAL DEBITS POSTED" TO WS-BA-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-BA-AMOUNT
           MOVE WS-READ-COUNT TO RL-READ-COUNT
           MOVE WS-POSTED-COUNT TO RL-POSTED-COUNT
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT
           MOVE WS-HELD-COUNT TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
