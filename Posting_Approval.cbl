       IDENTIFICATION DIVISION.
       PROGRAM-ID. Posting_Approval.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project is the posting approval workbench - the second
      *pair of eyes over everything General_Ledger will not post on
      *the submitter's say-so alone: reversals, prior-period
      *adjustments, vouchers, and transactions over their department/
      *account approval limit, all held on the pending-approval file
      *instead of posting. It reads an action file naming each
      *pending item an operator has approved or declined, and works
      *every waiting item against it. An approval records the
      *approver's id and releases the item into TRANS-FILE behind an
      *approval reference, under the same batch rules the clearing
      *programs use, for the next General_Ledger run to post; a
      *decline records who declined it and the item never posts.
      *Segregation of duties is enforced, not trusted: an action with
      *no operator id is refused, and so is an approval by the
      *operator who submitted the item. Every item's lines are
      *rewritten with who acted and when, so the same item can never
      *be released twice.
      *Every item still waiting, and every item acted on this run, is
      *listed on an approval report with its item number - the
      *number an action record uses to name it - and its age in days
      *since it was held, so nothing sits in the queue unnoticed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Pending-approval file holds every item General_Ledger held for
      *approval, one record per TRANS-FILE line, with its status.
      *Opened I-O here so an actioned item can be rewritten. OPTIONAL
      *- nothing has been held until the ledger first holds an item.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO UT-SYS-PENDING-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Action file names the pending items operators have reviewed:
      *each record carries the item number from the approval report,
      *"A" to approve or "D" to decline, and the reviewing operator.
      *OPTIONAL so the report of waiting items can be run on its own.
           SELECT OPTIONAL ACTION-FILE
               ASSIGN TO UT-SYS-ACTION-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Trans file is extended with the approved items so the next
      *General_Ledger run posts them. OPTIONAL so a run with no
      *trans.dat on disk yet creates one instead of failing the
      *EXTEND.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Approval report lists every waiting item and what this run did
      *with every item it acted on.
           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO UT-SYS-APPROVAL-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file says which batch ids the ledger has posted, so
      *the released items join an unposted batch or start a fresh
      *one instead of landing in a file the ledger will refuse.
      *OPTIONAL - a site that has never run General_Ledger has no
      *control file and nothing posted.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE
           RECORD CONTAINS 110.
           COPY PENDAPP.

       FD ACTION-FILE
           RECORD CONTAINS 17.
       01 ACTION-INFO.
           05 APA-ITEM-NUMBER PIC 9(08).
           05 APA-ACTION PIC X(01).
           05 APA-OPERATOR PIC X(08).

       FD TRANS-FILE
           RECORD CONTAINS 32.
           COPY TRANREC.

       FD APPROVAL-REPORT-FILE
           RECORD CONTAINS 80.
       01 APPROVAL-REPORT-LINE PIC X(80).

      *See CTLREC for field meanings; read here only for the posted
      *batch ring.
       FD CONTROL-FILE
           RECORD CONTAINS 381.
           COPY CTLREC.

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-PENDING-FILE PIC X(100)
              VALUE "C:\COBOL\pendapp.dat".
           05 UT-SYS-ACTION-FILE PIC X(100)
              VALUE "C:\COBOL\appract.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-APPROVAL-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\apprwork.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-PENDING-SWITCH PIC X(1).
            88 EOF-PENDING VALUE "T".
            88 NOT-EOF-PENDING VALUE "F".
           05 WS-EOF-ACTION-SWITCH PIC X(1).
            88 EOF-ACTION VALUE "T".
            88 NOT-EOF-ACTION VALUE "F".
           05 WS-ACTION-FOUND-SWITCH PIC X(1).
            88 ACTION-FOUND VALUE "Y".
            88 ACTION-NOT-FOUND VALUE "N".
      *Set when any action asks for an approval, so TRANS-FILE is
      *only touched by a run that may release something into it.
           05 WS-RELEASE-WANTED-SWITCH PIC X(1) VALUE "N".
            88 RELEASE-WANTED VALUE "Y".
            88 RELEASE-NOT-WANTED VALUE "N".
      *Fresh means this run starts a new TRANS-FILE under a new batch
      *id; otherwise the released items join the unposted batch
      *already on disk.
           05 WS-TRANS-FRESH-SWITCH PIC X(1) VALUE "Y".
            88 TRANS-FRESH VALUE "Y".
            88 TRANS-APPEND VALUE "N".
           05 WS-BATCH-SEEN-SWITCH PIC X(1).
            88 BATCH-SEEN VALUE "Y".
            88 BATCH-NOT-SEEN VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-LINES-READ PIC 9(8) VALUE 0.
           05 WS-APPROVED-COUNT PIC 9(8) VALUE 0.
           05 WS-DECLINED-COUNT PIC 9(8) VALUE 0.
           05 WS-REFUSED-COUNT PIC 9(8) VALUE 0.
           05 WS-WAITING-COUNT PIC 9(8) VALUE 0.
           05 WS-WAITING-AMOUNT PIC S9(9)V99 VALUE 0.
           05 WS-OLDEST-AGE PIC 9(8) VALUE 0.
           05 WS-AGE-DAYS PIC S9(8) VALUE 0.

      ******************************************************************
      *The pending item being worked, gathered across its lines: its
      *number, what this run does with it ("S" skip - actioned by an
      *earlier run, "W" still waiting, "A" approve and release, "D"
      *decline, "X" listed with an action that could not apply), the
      *operator acting, the account or voucher it posts to, and the
      *amount shown for it - a single transaction's own amount, or a
      *voucher's gross, the sum of its positive legs.
      ******************************************************************
       01 WS-CURRENT-ITEM.
           05 WS-CUR-ITEM PIC 9(08) VALUE 0.
           05 WS-ITEM-DISPOSITION PIC X(01) VALUE "S".
            88 ITEM-SKIP VALUE "S".
            88 ITEM-WAITING VALUE "W".
            88 ITEM-APPROVE VALUE "A".
            88 ITEM-DECLINE VALUE "D".
            88 ITEM-LISTED VALUE "X".
           05 WS-ITEM-OPERATOR PIC X(08).
           05 WS-ITEM-ACCOUNT PIC X(09).
           05 WS-ITEM-AMOUNT PIC S9(9)V99 VALUE 0.
           05 WS-ITEM-ACTION-TEXT PIC X(31).

      ******************************************************************
      *Working view of one held TRANS-FILE image, so the amount and
      *department/account of a transaction line, or the number of a
      *voucher header line, can be read off it.
      ******************************************************************
       01 WS-HELD-IMAGE.
           05 WS-HI-DEPT-CODE PIC 9(02).
           05 WS-HI-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 WS-HI-ACC PIC 9(02).
           05 WS-HI-DATE PIC 9(08).
           05 WS-HI-REVERSAL-OF PIC 9(08).
           05 WS-HI-PPA-FLAG PIC X(01).
       01 WS-HELD-VOUCHER-VIEW REDEFINES WS-HELD-IMAGE.
           05 FILLER PIC X(02).
           05 WS-HV-VOUCHER-NUMBER PIC 9(06).
           05 FILLER PIC X(24).

      ******************************************************************
      *Action table, loaded once from ACTION-FILE. The item number is
      *the pending-approval item number printed on the approval
      *report. The applied switch lets actions that matched no
      *pending item be reported instead of vanishing.
      ******************************************************************
       01 WS-ACTION-TABLE.
           05 WS-ACTION-ENTRY OCCURS 100 TIMES.
            10 WS-APA-ITEM-NUMBER PIC 9(08).
            10 WS-APA-ACTION PIC X(01).
            10 WS-APA-OPERATOR PIC X(08).
            10 WS-APA-APPLIED PIC X(01).
       01 WS-ACTION-COUNT PIC 9(04) VALUE 0.
       01 WS-APA-SUB PIC 9(04).
       01 WS-APA-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Batch id this run writes (or appends to) and the ledger's
      *posted ring, read from the control file. The stamp group peels
      *the date and time off FUNCTION CURRENT-DATE to make a new id.
      ******************************************************************
       01 WS-BATCH-INTERLOCK.
           05 WS-BATCH-ID PIC 9(14) VALUE 0.
           05 WS-POSTED-BATCH-COUNT PIC 9(02) VALUE 0.
           05 WS-POSTED-BATCH-ID OCCURS 20 TIMES PIC 9(14).
           05 WS-PB-SUB PIC 9(04).
       01 WS-BATCH-STAMP.
           05 WS-BS-DATE-TIME PIC 9(14).
           05 FILLER PIC X(07).

      ******************************************************************
      *Current date stamps the actioned-on date of every item worked
      *this run, and is the date every waiting item is aged to.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(08).

      ******************************************************************
      *Layouts for the printed lines of the approval report.
      ******************************************************************
       01 WS-APPROVAL-DETAIL-LINE.
           05 WS-AD-ITEM-NUMBER PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-REASON PIC X(01).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-ACCOUNT PIC X(09).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-SUBMITTER PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-AGE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AD-ACTION PIC X(31).
       01 WS-APPROVAL-AMOUNT-LINE.
           05 WS-AA-LABEL PIC X(30).
           05 WS-AA-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.

      ******************************************************************
      *Run-log stamps: the status this run's log record will carry
      *(aborted until the end of the run proves otherwise), the start
      *timestamp taken as the program begins, and the work area the
      *end timestamp is peeled from when 950-WRITE-RUN-LOG writes the
      *record.
      ******************************************************************
       01 WS-RUN-LOG-DATA.
           05 WS-RL-STATUS PIC X(01) VALUE "A".
           05 WS-RL-SAVE-START-DATE PIC 9(08).
           05 WS-RL-SAVE-START-TIME PIC 9(06).
           05 WS-RL-STAMP.
            10 WS-RL-STAMP-DATE PIC 9(08).
            10 WS-RL-STAMP-TIME PIC 9(06).
            10 FILLER PIC X(07).

       PROCEDURE DIVISION.
      ******************************************************************
      *Main loop.
      *Step 1: Load the action table
      *Step 2: When anything is to be approved, decide whether the
      *         released items start a fresh TRANS-FILE or join the
      *         unposted batch on disk
      *Step 3: Work every pending-approval line - release the approved
      *         items, decline the declined ones, list the rest
      *Step 4: Report actions that matched no pending item
      *Step 5: Print and display the run counts and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 170-LOAD-ACTIONS THRU 170-LOAD-ACTIONS-EXIT
           IF RELEASE-WANTED
               PERFORM 105-DECIDE-TRANS-MODE
                   THRU 105-DECIDE-TRANS-MODE-EXIT
               IF TRANS-FRESH
                   OPEN OUTPUT TRANS-FILE
                   PERFORM 115-WRITE-BATCH-HEADER
                       THRU 115-WRITE-BATCH-HEADER-EXIT
               ELSE
                   OPEN EXTEND TRANS-FILE
               END-IF
           END-IF
           OPEN I-O PENDING-FILE
                OUTPUT APPROVAL-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           MOVE "F" TO WS-EOF-PENDING-SWITCH
           PERFORM 200-READ-PENDING THRU 200-READ-PENDING-EXIT
               UNTIL EOF-PENDING
           PERFORM 700-REPORT-UNMATCHED THRU 700-REPORT-UNMATCHED-EXIT
               VARYING WS-APA-SUB FROM 1 BY 1
               UNTIL WS-APA-SUB > WS-ACTION-COUNT
           PERFORM 710-PRINT-TOTALS THRU 710-PRINT-TOTALS-EXIT
           DISPLAY WS-APPROVED-COUNT " ITEM(S) APPROVED AND RELEASED"
           DISPLAY WS-DECLINED-COUNT " ITEM(S) DECLINED"
           DISPLAY WS-REFUSED-COUNT " ACTION(S) REFUSED"
           DISPLAY WS-WAITING-COUNT " ITEM(S) STILL WAITING"
           CLOSE PENDING-FILE
                 APPROVAL-REPORT-FILE
           IF RELEASE-WANTED
               CLOSE TRANS-FILE
           END-IF
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Decides whether the released items start a fresh TRANS-FILE or
      *join the one on disk, by the same rules the intake program
      *applies: a batch the ledger has already posted is stale and is
      *replaced under a new batch id; an unposted one is appended to
      *under its own id; a file with no batch header stops the run
      *for the operator to resolve.
      ******************************************************************
       105-DECIDE-TRANS-MODE.
           PERFORM 106-READ-POSTED-RING
               THRU 106-READ-POSTED-RING-EXIT
           OPEN INPUT TRANS-FILE
           READ TRANS-FILE
                AT END
                   MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                NOT AT END
                   IF NOT TRANS-IS-BATCH-HEADER
                       DISPLAY "EXISTING TRANS FILE HAS NO BATCH "
                           "HEADER - RUN ABORTED"
                       DISPLAY "POST OR REMOVE IT BEFORE RELEASING "
                           "APPROVED ITEMS"
                       CLOSE TRANS-FILE
                       PERFORM 950-WRITE-RUN-LOG
                           THRU 950-WRITE-RUN-LOG-EXIT
                       STOP RUN
                   END-IF
                   PERFORM 110-SEARCH-POSTED-RING
                       THRU 110-SEARCH-POSTED-RING-EXIT
                   IF BATCH-SEEN
                       DISPLAY "PRIOR BATCH " TBH-BATCH-ID
                           " WAS ALREADY POSTED - STARTING A FRESH "
                           "TRANS FILE"
                       MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                   ELSE
                       MOVE "N" TO WS-TRANS-FRESH-SWITCH
                       MOVE TBH-BATCH-ID TO WS-BATCH-ID
                   END-IF
           END-READ
           CLOSE TRANS-FILE
           IF TRANS-FRESH
               MOVE FUNCTION CURRENT-DATE TO WS-BATCH-STAMP
               MOVE WS-BS-DATE-TIME TO WS-BATCH-ID
           END-IF.
       105-DECIDE-TRANS-MODE-EXIT.
           EXIT.
      ******************************************************************
      *Reads the ledger's posted batch ring from the control file. No
      *control file, or an empty one, means nothing has ever posted.
      ******************************************************************
       106-READ-POSTED-RING.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
                AT END
                   MOVE 0 TO WS-POSTED-BATCH-COUNT
                NOT AT END
                   MOVE CTL-POSTED-BATCH-COUNT
                       TO WS-POSTED-BATCH-COUNT
                   PERFORM 108-LOAD-POSTED-BATCH
                       THRU 108-LOAD-POSTED-BATCH-EXIT
                       VARYING WS-PB-SUB FROM 1 BY 1
                       UNTIL WS-PB-SUB > WS-POSTED-BATCH-COUNT
           END-READ
           CLOSE CONTROL-FILE.
       106-READ-POSTED-RING-EXIT.
           EXIT.
      ******************************************************************
      *Carries one posted-ring batch id from the control record into
      *working storage.
      ******************************************************************
       108-LOAD-POSTED-BATCH.
           MOVE CTL-POSTED-BATCH-ID(WS-PB-SUB)
               TO WS-POSTED-BATCH-ID(WS-PB-SUB).
       108-LOAD-POSTED-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *Searches the posted ring for the batch id of the trans file on
      *disk.
      ******************************************************************
       110-SEARCH-POSTED-RING.
           MOVE "N" TO WS-BATCH-SEEN-SWITCH
           PERFORM 112-MATCH-POSTED-BATCH
               THRU 112-MATCH-POSTED-BATCH-EXIT
               VARYING WS-PB-SUB FROM 1 BY 1
               UNTIL WS-PB-SUB > WS-POSTED-BATCH-COUNT OR BATCH-SEEN.
       110-SEARCH-POSTED-RING-EXIT.
           EXIT.
      ******************************************************************
      *Tests one posted-ring entry against the batch id of the trans
      *file on disk.
      ******************************************************************
       112-MATCH-POSTED-BATCH.
           IF WS-POSTED-BATCH-ID(WS-PB-SUB) = TBH-BATCH-ID
               MOVE "Y" TO WS-BATCH-SEEN-SWITCH
           END-IF.
       112-MATCH-POSTED-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *Writes the batch header that opens a fresh TRANS-FILE, carrying
      *the new batch id.
      ******************************************************************
       115-WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-BATCH-HEADER
           MOVE "BH" TO TBH-RECORD-FLAG
           MOVE WS-BATCH-ID TO TBH-BATCH-ID
           WRITE TRANS-BATCH-HEADER.
       115-WRITE-BATCH-HEADER-EXIT.
           EXIT.
      ******************************************************************
      *Loads the action file into working storage so the single pass
      *over the pending-approval file can look each item up by
      *number.
      ******************************************************************
       170-LOAD-ACTIONS.
           OPEN INPUT ACTION-FILE
           MOVE "F" TO WS-EOF-ACTION-SWITCH
           PERFORM 180-LOAD-ACTION THRU 180-LOAD-ACTION-EXIT
               UNTIL EOF-ACTION
           CLOSE ACTION-FILE.
       170-LOAD-ACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one action record into the next table entry. An item
      *number that is not numeric cannot name anything and is
      *reported and skipped; everything else is judged against the
      *item it names, so a refusal is printed beside that item.
      ******************************************************************
       180-LOAD-ACTION.
           READ ACTION-FILE
                AT END
                   MOVE "T" TO WS-EOF-ACTION-SWITCH
                NOT AT END
                   IF WS-ACTION-COUNT >= 100
                      DISPLAY "ACTION TABLE FULL - ACTION IGNORED"
                   ELSE IF APA-ITEM-NUMBER IS NOT NUMERIC
                      DISPLAY "ACTION RECORD UNREADABLE - SKIPPED"
                   ELSE
                      ADD 1 TO WS-ACTION-COUNT
                      MOVE APA-ITEM-NUMBER
                          TO WS-APA-ITEM-NUMBER(WS-ACTION-COUNT)
                      MOVE APA-ACTION
                          TO WS-APA-ACTION(WS-ACTION-COUNT)
                      MOVE APA-OPERATOR
                          TO WS-APA-OPERATOR(WS-ACTION-COUNT)
                      MOVE "N" TO WS-APA-APPLIED(WS-ACTION-COUNT)
                      IF APA-ACTION = "A"
                          MOVE "Y" TO WS-RELEASE-WANTED-SWITCH
                      END-IF
                   END-IF
           END-READ.
       180-LOAD-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Prints the approval report title and column headings.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "POSTING APPROVAL QUEUE AS OF " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "REASON: L OVER LIMIT  R REVERSAL  P PRIOR PERIOD  "
               & "V VOUCHER" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "    ITEM R DEPT/ACC         AMOUNT  SUBMITTR  AGE "
               & "DISPOSITION" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one pending-approval line and works it.
      ******************************************************************
       200-READ-PENDING.
           READ PENDING-FILE
                AT END
                   MOVE "T" TO WS-EOF-PENDING-SWITCH
                NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM 300-PROCESS-PENDING-LINE
                       THRU 300-PROCESS-PENDING-LINE-EXIT
           END-READ.
       200-READ-PENDING-EXIT.
           EXIT.
      ******************************************************************
      *Works one line of a pending item. The item's fate is decided on
      *its first line and applied to every line after it, so an item
      *is always released or declined whole; its report line is
      *printed once its last line has been worked. A line that does
      *not continue the item before it cannot be trusted to belong to
      *anything and is left alone.
      ******************************************************************
       300-PROCESS-PENDING-LINE.
           IF PND-LINE-NUMBER = 1
               PERFORM 310-START-ITEM THRU 310-START-ITEM-EXIT
           ELSE IF PND-ITEM-NUMBER NOT = WS-CUR-ITEM
               DISPLAY "PENDING LINE OUT OF SEQUENCE FOR ITEM "
                   PND-ITEM-NUMBER " - LEFT ALONE"
               MOVE "S" TO WS-ITEM-DISPOSITION
           END-IF.
           IF ITEM-APPROVE
               PERFORM 330-RELEASE-LINE THRU 330-RELEASE-LINE-EXIT
           ELSE IF ITEM-DECLINE
               PERFORM 340-DECLINE-LINE THRU 340-DECLINE-LINE-EXIT
           END-IF.
           IF NOT ITEM-SKIP
               PERFORM 350-TALLY-LINE THRU 350-TALLY-LINE-EXIT
               IF PND-LINE-NUMBER = PND-LINE-COUNT
                   PERFORM 400-REPORT-ITEM THRU 400-REPORT-ITEM-EXIT
               END-IF
           END-IF.
       300-PROCESS-PENDING-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Decides what this run does with the item whose first line has
      *just been read. An item some earlier run approved or declined
      *is never acted on again. An item with no action stays waiting.
      *An action is refused - and the item stays waiting - when it
      *names no operator, asks for anything but "A" or "D", or is an
      *approval by the operator who submitted the item; a decline by
      *the submitter is allowed, since it can only stop a posting.
      ******************************************************************
       310-START-ITEM.
           MOVE PND-ITEM-NUMBER TO WS-CUR-ITEM
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-ITEM-ACCOUNT
           MOVE SPACES TO WS-ITEM-ACTION-TEXT
           MOVE SPACES TO WS-ITEM-OPERATOR
           PERFORM 320-FIND-ACTION THRU 320-FIND-ACTION-EXIT
           IF ACTION-FOUND
               MOVE "Y" TO WS-APA-APPLIED(WS-APA-MATCH-SUB)
               MOVE WS-APA-OPERATOR(WS-APA-MATCH-SUB)
                   TO WS-ITEM-OPERATOR
           END-IF
           IF ACTION-NOT-FOUND AND PND-WAITING
               MOVE "W" TO WS-ITEM-DISPOSITION
               MOVE "WAITING" TO WS-ITEM-ACTION-TEXT
           ELSE IF ACTION-NOT-FOUND
               MOVE "S" TO WS-ITEM-DISPOSITION
           ELSE IF NOT PND-WAITING
               MOVE "X" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "ALREADY ACTIONED - IGNORED"
                   TO WS-ITEM-ACTION-TEXT
           ELSE IF WS-ITEM-OPERATOR = SPACES
               MOVE "W" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO OPERATOR ID"
                   TO WS-ITEM-ACTION-TEXT
           ELSE IF WS-APA-ACTION(WS-APA-MATCH-SUB) = "D"
               MOVE "D" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-DECLINED-COUNT
               STRING "DECLINED BY " DELIMITED BY SIZE
                   WS-ITEM-OPERATOR DELIMITED BY SIZE
                   INTO WS-ITEM-ACTION-TEXT
           ELSE IF WS-APA-ACTION(WS-APA-MATCH-SUB) NOT = "A"
               MOVE "W" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ACTION NOT A OR D"
                   TO WS-ITEM-ACTION-TEXT
           ELSE IF WS-ITEM-OPERATOR = PND-SUBMITTED-BY
               MOVE "W" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - SAME AS SUBMITTER"
                   TO WS-ITEM-ACTION-TEXT
           ELSE
               MOVE "A" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-APPROVED-COUNT
               STRING "APPROVED BY " DELIMITED BY SIZE
                   WS-ITEM-OPERATOR DELIMITED BY SIZE
                   INTO WS-ITEM-ACTION-TEXT
           END-IF.
       310-START-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Searches the action table for the current item number. Sets
      *WS-ACTION-FOUND-SWITCH and, when found, WS-APA-MATCH-SUB to the
      *matching table entry.
      ******************************************************************
       320-FIND-ACTION.
           MOVE "N" TO WS-ACTION-FOUND-SWITCH
           MOVE 0 TO WS-APA-MATCH-SUB
           PERFORM 325-MATCH-ACTION THRU 325-MATCH-ACTION-EXIT
               VARYING WS-APA-SUB FROM 1 BY 1
               UNTIL WS-APA-SUB > WS-ACTION-COUNT OR ACTION-FOUND.
       320-FIND-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single action table entry against the current item
      *number.
      ******************************************************************
       325-MATCH-ACTION.
           IF WS-APA-ITEM-NUMBER(WS-APA-SUB) = WS-CUR-ITEM
               MOVE "Y" TO WS-ACTION-FOUND-SWITCH
               MOVE WS-APA-SUB TO WS-APA-MATCH-SUB
           END-IF.
       325-MATCH-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Releases one line of an approved item into TRANS-FILE exactly
      *as it was held - the first line behind the approval reference
      *that tells General_Ledger to post the item instead of holding
      *it again - and rewrites the line approved, with who approved
      *it, when, and the batch it was released into.
      ******************************************************************
       330-RELEASE-LINE.
           IF PND-LINE-NUMBER = 1
               MOVE SPACES TO TRANS-APPROVAL-REF
               MOVE "AP" TO TAP-RECORD-FLAG
               MOVE WS-CUR-ITEM TO TAP-PENDING-NUMBER
               MOVE WS-ITEM-OPERATOR TO TAP-APPROVED-BY
               WRITE TRANS-APPROVAL-REF
           END-IF
           MOVE PND-TRANS-IMAGE TO TRANS-INFO
           WRITE TRANS-INFO
           MOVE "A" TO PND-STATUS
           MOVE WS-ITEM-OPERATOR TO PND-ACTIONED-BY
           MOVE WS-CURRENT-DATE-DATA TO PND-ACTIONED-DATE
           MOVE WS-BATCH-ID TO PND-RELEASE-BATCH-ID
           REWRITE PENDING-APPROVAL-INFO.
       330-RELEASE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Rewrites one line of a declined item declined, with who
      *declined it and when. Nothing is released.
      ******************************************************************
       340-DECLINE-LINE.
           MOVE "D" TO PND-STATUS
           MOVE WS-ITEM-OPERATOR TO PND-ACTIONED-BY
           MOVE WS-CURRENT-DATE-DATA TO PND-ACTIONED-DATE
           REWRITE PENDING-APPROVAL-INFO.
       340-DECLINE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Gathers what the report shows for the item from one of its
      *lines: a voucher header names the voucher, a voucher leg adds
      *to the voucher's gross, and a single transaction line gives
      *the department/account and amount. A customer reference line
      *adds nothing.
      ******************************************************************
       350-TALLY-LINE.
           MOVE PND-TRANS-IMAGE TO WS-HELD-IMAGE
           IF PND-IMAGE-IS-VOUCHER-HEADER
               MOVE SPACES TO WS-ITEM-ACCOUNT
               STRING "V" DELIMITED BY SIZE
                   WS-HV-VOUCHER-NUMBER DELIMITED BY SIZE
                   INTO WS-ITEM-ACCOUNT
           ELSE IF PND-IMAGE-IS-CUSTOMER-REF
               MOVE SPACES TO WS-HELD-IMAGE
           ELSE IF PND-VOUCHER
               IF WS-HI-AMOUNT > 0
                   ADD WS-HI-AMOUNT TO WS-ITEM-AMOUNT
               END-IF
           ELSE
               MOVE WS-HI-AMOUNT TO WS-ITEM-AMOUNT
               MOVE SPACES TO WS-ITEM-ACCOUNT
               STRING WS-HI-DEPT-CODE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HI-ACC DELIMITED BY SIZE
                   INTO WS-ITEM-ACCOUNT
           END-IF.
       350-TALLY-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the report line for an item once its last line has been
      *worked, aged in days from the date it was held, and counts a
      *still-waiting item into the waiting totals. The submitter
      *column reads FEED/SYS for an item no operator keyed.
      ******************************************************************
       400-REPORT-ITEM.
           MOVE 0 TO WS-AGE-DAYS
           IF PND-HELD-DATE IS NUMERIC AND PND-HELD-DATE > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(PND-HELD-DATE)
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF ITEM-WAITING
               ADD 1 TO WS-WAITING-COUNT
               ADD WS-ITEM-AMOUNT TO WS-WAITING-AMOUNT
               IF WS-AGE-DAYS > WS-OLDEST-AGE
                   MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
               END-IF
           END-IF
           MOVE WS-CUR-ITEM TO WS-AD-ITEM-NUMBER
           MOVE PND-REASON TO WS-AD-REASON
           MOVE WS-ITEM-ACCOUNT TO WS-AD-ACCOUNT
           MOVE WS-ITEM-AMOUNT TO WS-AD-AMOUNT
           IF PND-SUBMITTED-BY = SPACES
               MOVE "FEED/SYS" TO WS-AD-SUBMITTER
           ELSE
               MOVE PND-SUBMITTED-BY TO WS-AD-SUBMITTER
           END-IF
           MOVE WS-AGE-DAYS TO WS-AD-AGE
           MOVE WS-ITEM-ACTION-TEXT TO WS-AD-ACTION
           MOVE WS-APPROVAL-DETAIL-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       400-REPORT-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Reports one action that matched no pending item, so a mistyped
      *item number is seen instead of silently doing nothing.
      ******************************************************************
       700-REPORT-UNMATCHED.
           IF WS-APA-APPLIED(WS-APA-SUB) = "N"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "ACTION FOR ITEM " DELIMITED BY SIZE
                   WS-APA-ITEM-NUMBER(WS-APA-SUB) DELIMITED BY SIZE
                   " MATCHES NO PENDING ITEM" DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       700-REPORT-UNMATCHED-EXIT.
           EXIT.
      ******************************************************************
      *Prints the run totals at the foot of the approval report: what
      *this run released and declined, how many actions it refused,
      *and what is still waiting - how many items, for how much, and
      *how old the oldest of them is. A voucher counts at its gross.
      ******************************************************************
       710-PRINT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEMS APPROVED AND RELEASED: " DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           IF WS-APPROVED-COUNT > 0
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "RELEASED INTO TRANS BATCH: " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEMS DECLINED: " DELIMITED BY SIZE
               WS-DECLINED-COUNT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ACTIONS REFUSED: " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEMS STILL WAITING: " DELIMITED BY SIZE
               WS-WAITING-COUNT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-APPROVAL-AMOUNT-LINE
           MOVE "AMOUNT STILL WAITING" TO WS-AA-LABEL
           MOVE WS-WAITING-AMOUNT TO WS-AA-AMOUNT
           MOVE WS-APPROVAL-AMOUNT-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "OLDEST WAITING ITEM (DAYS): " DELIMITED BY SIZE
               WS-OLDEST-AGE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       710-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Posting_Approval" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-LINES-READ TO RL-READ-COUNT
           MOVE WS-APPROVED-COUNT TO RL-POSTED-COUNT
           MOVE WS-DECLINED-COUNT TO RL-REJECT-COUNT
           MOVE WS-WAITING-COUNT TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
