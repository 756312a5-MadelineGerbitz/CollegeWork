       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR_Subledger.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 9/21/26.
      ******************************************************************
      *This project is the Accounts Receivable customer subledger.
      *Account 4 on the chart is a single balance; this program says
      *which customer owes what. It rebuilds every customer's open
      *items from the AR posting file General_Ledger appends to for
      *every posting to Accounts Receivable:
      * - an invoice opens an item under its customer and invoice
      *   number;
      * - a payment or credit applies against the invoice it names,
      *   or, when that invoice is not open, waits on account as an
      *   item of its own;
      * - a reversal unwinds whatever the entry it reverses did, to
      *   the same customer and item, whatever its own feed said;
      * - a posting that arrived with no customer at all is held under
      *   customer zero as UNASSIGNED, so it is still counted.
      *Every item still carrying a balance is written to the open
      *item file, and the run prints an aged trial balance by
      *customer (current, 31-60, 61-90, and over 90 days from the
      *document date to the as-of date) and a statement for every
      *customer with a balance. The aged trial balance ends with the
      *proof: the open-item total against CH-ACC-BALANCE for account
      *4, and the difference, the same way Ledger_Audit proves the
      *chart against the journal. The items are rebuilt from the whole
      *posting file every run, so nothing the subledger holds can
      *drift from what actually posted.
      *An optional parameter record gives the as-of date aging runs
      *to; no parameter means today.
      *Run it any time after General_Ledger; it only reads the posting
      *file, the customer master, and the chart.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *AR posting file General_Ledger appends one record to for every
      *posting to Accounts Receivable. OPTIONAL so a site that has
      *never posted to AR gets an empty subledger instead of a failed
      *open.
           SELECT OPTIONAL AR-POSTING-FILE
               ASSIGN TO UT-SYS-AR-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Customer master file supplies each customer's name and terms.
      *Indexed by customer number and read here by key.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO UT-SYS-CUSTOMER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER.
      *Chart file contains account IDs, Titles, and balances. Indexed
      *by account ID; only the Accounts Receivable account is read.
           SELECT CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-ACC-ID.
      *Optional parameter record carrying the as-of date.
           SELECT OPTIONAL AR-PARM-FILE
               ASSIGN TO UT-SYS-AR-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Open item file is rewritten every run with each item still
      *carrying a balance.
           SELECT AR-OPEN-FILE
               ASSIGN TO UT-SYS-AR-OPEN-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Aged trial balance and subledger proof report.
           SELECT AR-AGING-FILE
               ASSIGN TO UT-SYS-AR-AGING-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Customer statements, one after another.
           SELECT AR-STATEMENT-FILE
               ASSIGN TO UT-SYS-AR-STATEMENT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Work file for the open item sort.
           SELECT SORT-FILE
               ASSIGN TO UT-SYS-SORT-FILE.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AR-POSTING-FILE
           RECORD CONTAINS 52.
           COPY ARPOST.

       FD CUSTOMER-FILE
           RECORD CONTAINS 40.
           COPY CUSTMST.

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD AR-PARM-FILE
           RECORD CONTAINS 8.
       01 AR-PARM-INFO.
           05 ARM-AS-OF-DATE PIC 9(08).

       FD AR-OPEN-FILE
           RECORD CONTAINS 58.
           COPY AROPEN.

       FD AR-AGING-FILE
           RECORD CONTAINS 80.
       01 AR-AGING-LINE PIC X(80).

       FD AR-STATEMENT-FILE
           RECORD CONTAINS 80.
       01 AR-STATEMENT-LINE PIC X(80).

      *Same fields as AROPEN, renamed so the open item record and the
      *sort record can exist side by side without a duplicate-data-
      *name conflict.
       SD SORT-FILE
           RECORD CONTAINS 58.
           COPY AROPEN REPLACING
               ==AR-OPEN-ITEM-INFO== BY ==SORT-INFO==
               ==ARO-CUSTOMER-NUMBER== BY ==SRT-CUSTOMER-NUMBER==
               ==ARO-ITEM-TYPE== BY ==SRT-ITEM-TYPE==
               ==ARO-INVOICE== BY ==SRT-INVOICE==
               ==ARO-ON-ACCOUNT== BY ==SRT-ON-ACCOUNT==
               ==ARO-UNASSIGNED== BY ==SRT-UNASSIGNED==
               ==ARO-DOC-NUMBER== BY ==SRT-DOC-NUMBER==
               ==ARO-DOC-DATE== BY ==SRT-DOC-DATE==
               ==ARO-DEPARTMENT-CODE== BY ==SRT-DEPARTMENT-CODE==
               ==ARO-ORIGINAL-AMOUNT== BY ==SRT-ORIGINAL-AMOUNT==
               ==ARO-APPLIED-AMOUNT== BY ==SRT-APPLIED-AMOUNT==
               ==ARO-BALANCE== BY ==SRT-BALANCE==.

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".
           05 UT-SYS-AR-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\arpost.dat".
           05 UT-SYS-CUSTOMER-FILE PIC X(100)
              VALUE "C:\COBOL\custmast.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-AR-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\arparm.dat".
           05 UT-SYS-AR-OPEN-FILE PIC X(100)
              VALUE "C:\COBOL\aropen.dat".
           05 UT-SYS-AR-AGING-FILE PIC X(100)
              VALUE "C:\COBOL\araging.dat".
           05 UT-SYS-AR-STATEMENT-FILE PIC X(100)
              VALUE "C:\COBOL\arstmt.dat".
           05 UT-SYS-SORT-FILE PIC X(100)
              VALUE "C:\COBOL\arsort.tmp".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-ARPOST-SWITCH PIC X(1).
            88 EOF-ARPOST VALUE "T".
            88 NOT-EOF-ARPOST VALUE "F".
           05 WS-EOF-SORT-SWITCH PIC X(1).
            88 EOF-SORT VALUE "T".
            88 NOT-EOF-SORT VALUE "F".
           05 WS-ITEM-FOUND-SWITCH PIC X(1).
            88 ITEM-FOUND VALUE "Y".
            88 ITEM-NOT-FOUND VALUE "N".
           05 WS-REVERSAL-FOUND-SWITCH PIC X(1).
            88 REVERSAL-FOUND VALUE "Y".
            88 REVERSAL-NOT-FOUND VALUE "N".
      *On once the sort output has opened a customer, so the first
      *item returned does not close a customer that was never opened.
           05 WS-CUSTOMER-OPEN-SWITCH PIC X(1) VALUE "N".
            88 CUSTOMER-OPEN VALUE "Y".
            88 CUSTOMER-NOT-OPEN VALUE "N".
           05 WS-CHART-AR-SWITCH PIC X(1) VALUE "N".
            88 CHART-AR-FOUND VALUE "Y".
            88 CHART-AR-MISSING VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-AS-OF-DATE PIC 9(08) VALUE 0.
           05 WS-POSTING-COUNT PIC 9(8) VALUE 0.
           05 WS-OPEN-ITEM-COUNT PIC 9(8) VALUE 0.
           05 WS-CUSTOMER-COUNT PIC 9(8) VALUE 0.
           05 WS-STATEMENT-COUNT PIC 9(8) VALUE 0.
           05 WS-OVERFLOW-COUNT PIC 9(8) VALUE 0.
           05 WS-DIFF-COUNT PIC 9(4) VALUE 0.
      *Every AR posting's amount, the amounts the item table had no
      *room to itemize, and the open-item total the proof compares to
      *the chart.
           05 WS-POSTING-TOTAL PIC S9(10)V99 VALUE 0.
           05 WS-UNITEMIZED-TOTAL PIC S9(10)V99 VALUE 0.
           05 WS-OPEN-ITEM-TOTAL PIC S9(10)V99 VALUE 0.
           05 WS-UNASSIGNED-TOTAL PIC S9(10)V99 VALUE 0.
           05 WS-CHART-AR-BALANCE PIC S9(10)V99 VALUE 0.
           05 WS-DIFFERENCE PIC S9(10)V99 VALUE 0.
      *The customer, kind of item, and document a posting is applied
      *to - its own reference, or the reference of the entry it
      *reverses.
           05 WS-EFF-CUSTOMER PIC 9(06).
           05 WS-EFF-TYPE PIC X(01).
           05 WS-EFF-DOC-NUMBER PIC 9(08).
           05 WS-WANT-TYPE PIC X(01).
           05 WS-FIND-JOURNAL PIC 9(08).
           05 WS-ITEM-BALANCE PIC S9(9)V99.
           05 WS-AGE-DAYS PIC S9(6).
           05 WS-CURRENT-CUSTOMER PIC 9(06) VALUE 0.
           05 WS-CURRENT-NAME PIC X(24).
           05 WS-CURRENT-TERMS PIC 9(03) VALUE 0.

      ******************************************************************
      *Open item table, built by replaying the AR posting file. One
      *entry per invoice, per payment or credit waiting on account,
      *and per unassigned posting; the original and applied amounts
      *are kept apart so statements can show both.
      ******************************************************************
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
            10 WS-IT-CUSTOMER PIC 9(06).
            10 WS-IT-TYPE PIC X(01).
            10 WS-IT-DOC-NUMBER PIC 9(08).
            10 WS-IT-DATE PIC 9(08).
            10 WS-IT-DEPT PIC 9(02).
            10 WS-IT-ORIGINAL PIC S9(9)V99.
            10 WS-IT-APPLIED PIC S9(9)V99.
       01 WS-ITEM-COUNT PIC 9(04) VALUE 0.
       01 WS-ITEM-SUB PIC 9(04).
       01 WS-ITEM-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Reversed-entry table. The first pass over the posting file
      *collects the journal number of every entry some later posting
      *reverses; the second pass fills in the customer, kind of item,
      *and document each of those entries was applied to as it goes
      *by, so the reversal, arriving later, unwinds the same item.
      ******************************************************************
       01 WS-REVERSAL-TABLE.
           05 WS-REVERSAL-ENTRY OCCURS 1000 TIMES.
            10 WS-RV-JOURNAL PIC 9(08).
            10 WS-RV-SEEN PIC X(01).
            10 WS-RV-CUSTOMER PIC 9(06).
            10 WS-RV-TYPE PIC X(01).
            10 WS-RV-DOC-NUMBER PIC 9(08).
       01 WS-REVERSAL-COUNT PIC 9(04) VALUE 0.
       01 WS-RV-SUB PIC 9(04).
       01 WS-RV-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Aging buckets - current (0-30 days), 31-60, 61-90, over 90, and
      *the total - for the customer being printed and for the whole
      *trial balance.
      ******************************************************************
       01 WS-CUSTOMER-AGING.
           05 WS-CA-BUCKET OCCURS 5 TIMES PIC S9(9)V99.
       01 WS-GRAND-AGING.
           05 WS-GA-BUCKET OCCURS 5 TIMES PIC S9(9)V99.
       01 WS-BUCKET-SUB PIC 9(04).

      ******************************************************************
      *Layouts for the printed lines of the aged trial balance.
      ******************************************************************
       01 WS-AGING-HEADING-LINE.
           05 FILLER PIC X(20) VALUE "CUST   NAME".
           05 FILLER PIC X(12) VALUE "     CURRENT".
           05 FILLER PIC X(12) VALUE "       31-60".
           05 FILLER PIC X(12) VALUE "       61-90".
           05 FILLER PIC X(12) VALUE "     OVER 90".
           05 FILLER PIC X(12) VALUE "       TOTAL".
       01 WS-AGING-DETAIL-LINE.
           05 WS-AL-CUSTOMER PIC X(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-NAME PIC X(13).
           05 WS-AL-BUCKET OCCURS 5 TIMES PIC ZZZZ,ZZ9.99-.
       01 WS-PROOF-LINE.
           05 WS-PL-LABEL PIC X(30).
           05 WS-PL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.

      ******************************************************************
      *Layouts for the printed lines of a customer statement.
      ******************************************************************
       01 WS-STMT-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "CUSTOMER: ".
           05 WS-SH-CUSTOMER PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SH-NAME PIC X(24).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 WS-SH-AS-OF PIC 9(08).
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-STMT-TERMS-LINE.
           05 FILLER PIC X(7) VALUE "TERMS: ".
           05 WS-ST-TERMS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(65) VALUE SPACES.
       01 WS-STMT-COLUMN-LINE.
           05 FILLER PIC X(40)
              VALUE "ITEM     DOCUMENT  DATE        ORIGINAL ".
           05 FILLER PIC X(40)
              VALUE "    APPLIED     BALANCE   DAYS".
       01 WS-STMT-DETAIL-LINE.
           05 WS-SD-TYPE PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SD-DOC-NUMBER PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SD-DATE PIC 9(08).
           05 WS-SD-ORIGINAL PIC ZZZZ,ZZ9.99-.
           05 WS-SD-APPLIED PIC ZZZZ,ZZ9.99-.
           05 WS-SD-BALANCE PIC ZZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SD-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SD-FLAG PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.

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
      *Step 1: Read the as-of date
      *Step 2: Collect the journal numbers later postings reverse
      *Step 3: Replay every AR posting into the open item table
      *Step 4: Read the chart's Accounts Receivable balance
      *Step 5: Sort the open items by customer and print the aged
      *         trial balance and the statements on the control breaks
      *Step 6: Print the proof against the chart and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           PERFORM 120-READ-PARAMETERS
               THRU 120-READ-PARAMETERS-EXIT
           OPEN INPUT AR-POSTING-FILE
           MOVE "F" TO WS-EOF-ARPOST-SWITCH
           PERFORM 150-COLLECT-REVERSAL THRU 150-COLLECT-REVERSAL-EXIT
               UNTIL EOF-ARPOST
           CLOSE AR-POSTING-FILE
           OPEN INPUT AR-POSTING-FILE
           MOVE "F" TO WS-EOF-ARPOST-SWITCH
           PERFORM 200-READ-POSTING THRU 200-READ-POSTING-EXIT
               UNTIL EOF-ARPOST
           CLOSE AR-POSTING-FILE
           PERFORM 280-READ-CHART-AR THRU 280-READ-CHART-AR-EXIT
           OPEN INPUT CUSTOMER-FILE
                OUTPUT AR-OPEN-FILE
                OUTPUT AR-AGING-FILE
                OUTPUT AR-STATEMENT-FILE
           PERFORM 290-PRINT-AGING-HEADING
               THRU 290-PRINT-AGING-HEADING-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-DOC-DATE
               ON ASCENDING KEY SRT-DOC-NUMBER
               INPUT PROCEDURE IS 300-RELEASE-ITEMS
                   THRU 300-RELEASE-ITEMS-EXIT
               OUTPUT PROCEDURE IS 400-PRINT-CUSTOMERS
                   THRU 400-PRINT-CUSTOMERS-EXIT
           PERFORM 500-PRINT-PROOF THRU 500-PRINT-PROOF-EXIT
           CLOSE CUSTOMER-FILE
                 AR-OPEN-FILE
                 AR-AGING-FILE
                 AR-STATEMENT-FILE
           DISPLAY WS-POSTING-COUNT " AR POSTING(S) REPLAYED"
           DISPLAY WS-OPEN-ITEM-COUNT " OPEN ITEM(S) FOR "
               WS-CUSTOMER-COUNT " CUSTOMER(S)"
           DISPLAY WS-STATEMENT-COUNT " STATEMENT(S) PRINTED"
           IF WS-DIFF-COUNT = 0
               DISPLAY "SUBLEDGER AGREES WITH THE CHART"
           ELSE
               DISPLAY "SUBLEDGER DOES NOT AGREE WITH THE CHART"
           END-IF
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           GOBACK.
      ******************************************************************
      *Reads the optional parameter record. No record, or a date that
      *is not a date, means the items are aged to today.
      ******************************************************************
       120-READ-PARAMETERS.
           MOVE WS-RL-STAMP-DATE TO WS-AS-OF-DATE
           OPEN INPUT AR-PARM-FILE
           READ AR-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF ARM-AS-OF-DATE IS NUMERIC
                      AND ARM-AS-OF-DATE > 0
                       MOVE ARM-AS-OF-DATE TO WS-AS-OF-DATE
                   END-IF
           END-READ
           CLOSE AR-PARM-FILE.
       120-READ-PARAMETERS-EXIT.
           EXIT.
      ******************************************************************
      *First pass: reads one AR posting and, when it is a reversal,
      *records the journal number it reverses, so the second pass can
      *remember where that entry was applied when it meets it.
      ******************************************************************
       150-COLLECT-REVERSAL.
           READ AR-POSTING-FILE
                AT END
                   MOVE "T" TO WS-EOF-ARPOST-SWITCH
                NOT AT END
                   IF ARP-IS-REVERSAL
                       IF WS-REVERSAL-COUNT >= 1000
                           DISPLAY "REVERSAL TABLE FULL - REVERSAL OF "
                               ARP-REVERSAL-OF-JRNL " APPLIED AS ITS "
                               "OWN POSTING"
                       ELSE
                           ADD 1 TO WS-REVERSAL-COUNT
                           MOVE ARP-REVERSAL-OF-JRNL
                               TO WS-RV-JOURNAL(WS-REVERSAL-COUNT)
                           MOVE "N" TO WS-RV-SEEN(WS-REVERSAL-COUNT)
                       END-IF
                   END-IF
           END-READ.
       150-COLLECT-REVERSAL-EXIT.
           EXIT.
      ******************************************************************
      *Second pass: reads one AR posting and applies it.
      ******************************************************************
       200-READ-POSTING.
           READ AR-POSTING-FILE
                AT END
                   MOVE "T" TO WS-EOF-ARPOST-SWITCH
                NOT AT END
                   ADD 1 TO WS-POSTING-COUNT
                   ADD ARP-AMOUNT TO WS-POSTING-TOTAL
                   PERFORM 210-APPLY-POSTING
                       THRU 210-APPLY-POSTING-EXIT
           END-READ.
       200-READ-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Applies one AR posting to the open item table.
      *Step 1: Decide the customer, kind, and document it applies to -
      *         its own reference; customer zero under its own journal
      *         number when it has none; or, for a reversal of an
      *         entry this file holds, that entry's
      *Step 2: Remember that reference if a later posting reverses
      *         this one
      *Step 3: An invoice adds to its invoice's original amount; a
      *         payment or credit to the applied amount of the invoice
      *         it names, or to an item of its own waiting on account;
      *         an unassigned posting to its own item
      ******************************************************************
       210-APPLY-POSTING.
           IF ARP-INVOICE OR ARP-PAYMENT OR ARP-CREDIT
               MOVE ARP-CUSTOMER-NUMBER TO WS-EFF-CUSTOMER
               MOVE ARP-DOC-TYPE TO WS-EFF-TYPE
               MOVE ARP-DOC-NUMBER TO WS-EFF-DOC-NUMBER
           ELSE
               MOVE 0 TO WS-EFF-CUSTOMER
               MOVE "U" TO WS-EFF-TYPE
               MOVE ARP-JOURNAL-NUMBER TO WS-EFF-DOC-NUMBER
           END-IF
           IF ARP-IS-REVERSAL
               MOVE ARP-REVERSAL-OF-JRNL TO WS-FIND-JOURNAL
               PERFORM 220-FIND-REVERSAL THRU 220-FIND-REVERSAL-EXIT
               IF REVERSAL-FOUND
                  AND WS-RV-SEEN(WS-RV-MATCH-SUB) = "Y"
                   MOVE WS-RV-CUSTOMER(WS-RV-MATCH-SUB)
                       TO WS-EFF-CUSTOMER
                   MOVE WS-RV-TYPE(WS-RV-MATCH-SUB) TO WS-EFF-TYPE
                   MOVE WS-RV-DOC-NUMBER(WS-RV-MATCH-SUB)
                       TO WS-EFF-DOC-NUMBER
               END-IF
           END-IF
           MOVE ARP-JOURNAL-NUMBER TO WS-FIND-JOURNAL
           PERFORM 220-FIND-REVERSAL THRU 220-FIND-REVERSAL-EXIT
           IF REVERSAL-FOUND
               MOVE "Y" TO WS-RV-SEEN(WS-RV-MATCH-SUB)
               MOVE WS-EFF-CUSTOMER TO WS-RV-CUSTOMER(WS-RV-MATCH-SUB)
               MOVE WS-EFF-TYPE TO WS-RV-TYPE(WS-RV-MATCH-SUB)
               MOVE WS-EFF-DOC-NUMBER
                   TO WS-RV-DOC-NUMBER(WS-RV-MATCH-SUB)
           END-IF
           IF WS-EFF-TYPE = "I" OR WS-EFF-TYPE = "U"
               MOVE WS-EFF-TYPE TO WS-WANT-TYPE
               PERFORM 230-FIND-ITEM THRU 230-FIND-ITEM-EXIT
               IF ITEM-NOT-FOUND
                   PERFORM 240-ADD-ITEM THRU 240-ADD-ITEM-EXIT
               END-IF
               IF ITEM-FOUND
                   ADD ARP-AMOUNT TO WS-IT-ORIGINAL(WS-ITEM-MATCH-SUB)
               END-IF
           ELSE
               MOVE "I" TO WS-WANT-TYPE
               PERFORM 230-FIND-ITEM THRU 230-FIND-ITEM-EXIT
               IF ITEM-FOUND
                   ADD ARP-AMOUNT TO WS-IT-APPLIED(WS-ITEM-MATCH-SUB)
               ELSE
                   MOVE "A" TO WS-WANT-TYPE
                   PERFORM 230-FIND-ITEM THRU 230-FIND-ITEM-EXIT
                   IF ITEM-NOT-FOUND
                       PERFORM 240-ADD-ITEM THRU 240-ADD-ITEM-EXIT
                   END-IF
                   IF ITEM-FOUND
                       ADD ARP-AMOUNT
                           TO WS-IT-ORIGINAL(WS-ITEM-MATCH-SUB)
                   END-IF
               END-IF
           END-IF
           IF ITEM-NOT-FOUND
               ADD ARP-AMOUNT TO WS-UNITEMIZED-TOTAL
           END-IF.
       210-APPLY-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Searches the reversed-entry table for the journal number in
      *WS-FIND-JOURNAL and leaves WS-RV-MATCH-SUB pointing at the
      *matching entry when one is found.
      ******************************************************************
       220-FIND-REVERSAL.
           MOVE "N" TO WS-REVERSAL-FOUND-SWITCH
           MOVE 0 TO WS-RV-MATCH-SUB
           PERFORM 225-MATCH-REVERSAL THRU 225-MATCH-REVERSAL-EXIT
               VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-REVERSAL-COUNT OR REVERSAL-FOUND.
       220-FIND-REVERSAL-EXIT.
           EXIT.
      ******************************************************************
      *Compares one reversed-entry table entry to the journal number
      *being searched for.
      ******************************************************************
       225-MATCH-REVERSAL.
           IF WS-RV-JOURNAL(WS-RV-SUB) = WS-FIND-JOURNAL
               MOVE "Y" TO WS-REVERSAL-FOUND-SWITCH
               MOVE WS-RV-SUB TO WS-RV-MATCH-SUB
           END-IF.
       225-MATCH-REVERSAL-EXIT.
           EXIT.
      ******************************************************************
      *Searches the open item table for the item of kind WS-WANT-TYPE
      *held under the customer and document being applied, and leaves
      *WS-ITEM-MATCH-SUB pointing at it when one is found.
      ******************************************************************
       230-FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE 0 TO WS-ITEM-MATCH-SUB
           PERFORM 235-MATCH-ITEM THRU 235-MATCH-ITEM-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT OR ITEM-FOUND.
       230-FIND-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Compares one open item table entry to the item being searched
      *for.
      ******************************************************************
       235-MATCH-ITEM.
           IF WS-IT-CUSTOMER(WS-ITEM-SUB) = WS-EFF-CUSTOMER
              AND WS-IT-TYPE(WS-ITEM-SUB) = WS-WANT-TYPE
              AND WS-IT-DOC-NUMBER(WS-ITEM-SUB) = WS-EFF-DOC-NUMBER
               MOVE "Y" TO WS-ITEM-FOUND-SWITCH
               MOVE WS-ITEM-SUB TO WS-ITEM-MATCH-SUB
           END-IF.
       235-MATCH-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Opens a new item of kind WS-WANT-TYPE under the customer and
      *document being applied, dated the day the posting was made. A
      *full table leaves the item not found, so the caller counts the
      *posting as unitemized and the proof still balances.
      ******************************************************************
       240-ADD-ITEM.
           IF WS-ITEM-COUNT >= 1000
               DISPLAY "OPEN ITEM TABLE FULL - JOURNAL "
                   ARP-JOURNAL-NUMBER " NOT ITEMIZED"
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-EFF-CUSTOMER TO WS-IT-CUSTOMER(WS-ITEM-COUNT)
               MOVE WS-WANT-TYPE TO WS-IT-TYPE(WS-ITEM-COUNT)
               MOVE WS-EFF-DOC-NUMBER
                   TO WS-IT-DOC-NUMBER(WS-ITEM-COUNT)
               MOVE ARP-DATE-TRANS TO WS-IT-DATE(WS-ITEM-COUNT)
               MOVE ARP-DEPARTMENT-CODE TO WS-IT-DEPT(WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-ORIGINAL(WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-APPLIED(WS-ITEM-COUNT)
               MOVE WS-ITEM-COUNT TO WS-ITEM-MATCH-SUB
               MOVE "Y" TO WS-ITEM-FOUND-SWITCH
           END-IF.
       240-ADD-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Reads the Accounts Receivable account's balance off the chart
      *for the proof. An AR account missing from the chart is itself
      *a disagreement.
      ******************************************************************
       280-READ-CHART-AR.
           OPEN INPUT CHART-FILE
           MOVE 4 TO CH-ACC-ID
           READ CHART-FILE
                INVALID KEY
                   DISPLAY "ACCOUNTS RECEIVABLE ACCOUNT 04 NOT ON CHART"
                   MOVE 0 TO WS-CHART-AR-BALANCE
                NOT INVALID KEY
                   MOVE "Y" TO WS-CHART-AR-SWITCH
                   MOVE CH-ACC-BALANCE TO WS-CHART-AR-BALANCE
           END-READ
           CLOSE CHART-FILE.
       280-READ-CHART-AR-EXIT.
           EXIT.
      ******************************************************************
      *Prints the aged trial balance title and column headings.
      ******************************************************************
       290-PRINT-AGING-HEADING.
           MOVE SPACES TO AR-AGING-LINE
           STRING "AGED TRIAL BALANCE AS OF " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           WRITE AR-AGING-LINE FROM WS-AGING-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           MOVE SPACES TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE.
       290-PRINT-AGING-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Sort input procedure: releases every item in the open item
      *table that still carries a balance. Items that have been paid
      *or reversed down to zero are closed and drop out here.
      ******************************************************************
       300-RELEASE-ITEMS.
           PERFORM 310-RELEASE-ITEM THRU 310-RELEASE-ITEM-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
       300-RELEASE-ITEMS-EXIT.
           EXIT.
      ******************************************************************
      *Releases one open item to the sort when its balance is not
      *zero.
      ******************************************************************
       310-RELEASE-ITEM.
           COMPUTE WS-ITEM-BALANCE = WS-IT-ORIGINAL(WS-ITEM-SUB)
               + WS-IT-APPLIED(WS-ITEM-SUB)
           IF WS-ITEM-BALANCE NOT = 0
               MOVE WS-IT-CUSTOMER(WS-ITEM-SUB) TO SRT-CUSTOMER-NUMBER
               MOVE WS-IT-TYPE(WS-ITEM-SUB) TO SRT-ITEM-TYPE
               MOVE WS-IT-DOC-NUMBER(WS-ITEM-SUB) TO SRT-DOC-NUMBER
               MOVE WS-IT-DATE(WS-ITEM-SUB) TO SRT-DOC-DATE
               MOVE WS-IT-DEPT(WS-ITEM-SUB) TO SRT-DEPARTMENT-CODE
               MOVE WS-IT-ORIGINAL(WS-ITEM-SUB) TO SRT-ORIGINAL-AMOUNT
               MOVE WS-IT-APPLIED(WS-ITEM-SUB) TO SRT-APPLIED-AMOUNT
               MOVE WS-ITEM-BALANCE TO SRT-BALANCE
               RELEASE SORT-INFO
           END-IF.
       310-RELEASE-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Sort output procedure: returns the open items in customer and
      *date order, writes each to the open item file, and prints each
      *customer's aging line and statement on the control break.
      ******************************************************************
       400-PRINT-CUSTOMERS.
           MOVE "F" TO WS-EOF-SORT-SWITCH
           PERFORM 410-RETURN-ITEM THRU 410-RETURN-ITEM-EXIT
               UNTIL EOF-SORT
           IF CUSTOMER-OPEN
               PERFORM 440-FINISH-CUSTOMER
                   THRU 440-FINISH-CUSTOMER-EXIT
           END-IF.
       400-PRINT-CUSTOMERS-EXIT.
           EXIT.
      ******************************************************************
      *Returns one open item from the sort, starting a new customer
      *when the customer number changes.
      ******************************************************************
       410-RETURN-ITEM.
           RETURN SORT-FILE
                AT END
                   MOVE "T" TO WS-EOF-SORT-SWITCH
                NOT AT END
                   IF CUSTOMER-NOT-OPEN
                      OR SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                       PERFORM 420-START-CUSTOMER
                           THRU 420-START-CUSTOMER-EXIT
                   END-IF
                   PERFORM 450-WORK-ITEM THRU 450-WORK-ITEM-EXIT
           END-RETURN.
       410-RETURN-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Control break: finishes the customer before, then opens the
      *next - looks up its name and terms, clears its aging buckets,
      *and starts its statement. Customer zero holds the unassigned
      *postings and gets an aging line but no statement.
      ******************************************************************
       420-START-CUSTOMER.
           IF CUSTOMER-OPEN
               PERFORM 440-FINISH-CUSTOMER
                   THRU 440-FINISH-CUSTOMER-EXIT
           END-IF
           MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH
           MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 0 TO WS-CA-BUCKET(1) WS-CA-BUCKET(2) WS-CA-BUCKET(3)
               WS-CA-BUCKET(4) WS-CA-BUCKET(5)
           PERFORM 430-LOOKUP-CUSTOMER THRU 430-LOOKUP-CUSTOMER-EXIT
           IF WS-CURRENT-CUSTOMER NOT = 0
               ADD 1 TO WS-STATEMENT-COUNT
               MOVE "STATEMENT OF ACCOUNT" TO AR-STATEMENT-LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
               MOVE WS-CURRENT-CUSTOMER TO WS-SH-CUSTOMER
               MOVE WS-CURRENT-NAME TO WS-SH-NAME
               MOVE WS-AS-OF-DATE TO WS-SH-AS-OF
               WRITE AR-STATEMENT-LINE FROM WS-STMT-HEADING-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE WS-CURRENT-TERMS TO WS-ST-TERMS
               WRITE AR-STATEMENT-LINE FROM WS-STMT-TERMS-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE SPACES TO AR-STATEMENT-LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
               WRITE AR-STATEMENT-LINE FROM WS-STMT-COLUMN-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       420-START-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Looks the current customer up on the customer master for its
      *name and terms. Customer zero is the unassigned postings; a
      *customer the master does not know still prints, flagged.
      ******************************************************************
       430-LOOKUP-CUSTOMER.
           MOVE 0 TO WS-CURRENT-TERMS
           IF WS-CURRENT-CUSTOMER = 0
               MOVE "UNASSIGNED" TO WS-CURRENT-NAME
           ELSE
               MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                    INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-CURRENT-NAME
                    NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-CURRENT-NAME
                       MOVE CM-TERMS-DAYS TO WS-CURRENT-TERMS
               END-READ
           END-IF.
       430-LOOKUP-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Finishes the current customer: prints its aging line on the
      *aged trial balance and, for a real customer, the amount due and
      *the same aging at the foot of its statement.
      ******************************************************************
       440-FINISH-CUSTOMER.
           MOVE WS-CURRENT-CUSTOMER TO WS-AL-CUSTOMER
           MOVE WS-CURRENT-NAME TO WS-AL-NAME
           MOVE WS-CA-BUCKET(1) TO WS-AL-BUCKET(1)
           MOVE WS-CA-BUCKET(2) TO WS-AL-BUCKET(2)
           MOVE WS-CA-BUCKET(3) TO WS-AL-BUCKET(3)
           MOVE WS-CA-BUCKET(4) TO WS-AL-BUCKET(4)
           MOVE WS-CA-BUCKET(5) TO WS-AL-BUCKET(5)
           WRITE AR-AGING-LINE FROM WS-AGING-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           IF WS-CURRENT-CUSTOMER NOT = 0
               MOVE SPACES TO AR-STATEMENT-LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
               MOVE "AMOUNT DUE" TO WS-PL-LABEL
               MOVE WS-CA-BUCKET(5) TO WS-PL-AMOUNT
               WRITE AR-STATEMENT-LINE FROM WS-PROOF-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE SPACES TO AR-STATEMENT-LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
               WRITE AR-STATEMENT-LINE FROM WS-AGING-HEADING-LINE
                   BEFORE ADVANCING 1 LINE
               WRITE AR-STATEMENT-LINE FROM WS-AGING-DETAIL-LINE
                   BEFORE ADVANCING 1 LINE
               MOVE SPACES TO AR-STATEMENT-LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
               WRITE AR-STATEMENT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       440-FINISH-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Works one open item: writes it to the open item file, ages it
      *from its document date to the as-of date, adds it to its
      *customer's and the grand aging buckets, and prints it on the
      *customer's statement. An invoice older than the customer's
      *terms is flagged past due.
      ******************************************************************
       450-WORK-ITEM.
           WRITE AR-OPEN-ITEM-INFO FROM SORT-INFO
           ADD 1 TO WS-OPEN-ITEM-COUNT
           ADD SRT-BALANCE TO WS-OPEN-ITEM-TOTAL
           IF SRT-UNASSIGNED
               ADD SRT-BALANCE TO WS-UNASSIGNED-TOTAL
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(SRT-DOC-DATE) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) = 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE(SRT-DOC-DATE)
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS <= 30
               MOVE 1 TO WS-BUCKET-SUB
           ELSE IF WS-AGE-DAYS <= 60
               MOVE 2 TO WS-BUCKET-SUB
           ELSE IF WS-AGE-DAYS <= 90
               MOVE 3 TO WS-BUCKET-SUB
           ELSE
               MOVE 4 TO WS-BUCKET-SUB
           END-IF.
           ADD SRT-BALANCE TO WS-CA-BUCKET(WS-BUCKET-SUB)
               WS-CA-BUCKET(5)
               WS-GA-BUCKET(WS-BUCKET-SUB)
               WS-GA-BUCKET(5)
           IF WS-CURRENT-CUSTOMER NOT = 0
               IF SRT-INVOICE
                   MOVE "INVOICE" TO WS-SD-TYPE
               ELSE
                   MOVE "ON ACCT" TO WS-SD-TYPE
               END-IF
               MOVE SRT-DOC-NUMBER TO WS-SD-DOC-NUMBER
               MOVE SRT-DOC-DATE TO WS-SD-DATE
               MOVE SRT-ORIGINAL-AMOUNT TO WS-SD-ORIGINAL
               MOVE SRT-APPLIED-AMOUNT TO WS-SD-APPLIED
               MOVE SRT-BALANCE TO WS-SD-BALANCE
               MOVE WS-AGE-DAYS TO WS-SD-DAYS
               MOVE SPACES TO WS-SD-FLAG
               IF SRT-INVOICE AND SRT-BALANCE > 0
                  AND WS-AGE-DAYS > WS-CURRENT-TERMS
                   MOVE "PAST DUE" TO WS-SD-FLAG
               END-IF
               WRITE AR-STATEMENT-LINE FROM WS-STMT-DETAIL-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       450-WORK-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Prints the trial balance totals and the proof: the open items
      *(and anything the item table had no room to itemize) against
      *the chart's Accounts Receivable balance, and the difference.
      ******************************************************************
       500-PRINT-PROOF.
           MOVE SPACES TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           MOVE "TOTAL" TO WS-AL-CUSTOMER
           MOVE SPACES TO WS-AL-NAME
           MOVE WS-GA-BUCKET(1) TO WS-AL-BUCKET(1)
           MOVE WS-GA-BUCKET(2) TO WS-AL-BUCKET(2)
           MOVE WS-GA-BUCKET(3) TO WS-AL-BUCKET(3)
           MOVE WS-GA-BUCKET(4) TO WS-AL-BUCKET(4)
           MOVE WS-GA-BUCKET(5) TO WS-AL-BUCKET(5)
           WRITE AR-AGING-LINE FROM WS-AGING-DETAIL-LINE
               BEFORE ADVANCING 1 LINE
           MOVE SPACES TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           MOVE "SUBLEDGER PROOF AGAINST THE CHART" TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           MOVE "OPEN ITEM TOTAL" TO WS-PL-LABEL
           MOVE WS-OPEN-ITEM-TOTAL TO WS-PL-AMOUNT
           WRITE AR-AGING-LINE FROM WS-PROOF-LINE
               BEFORE ADVANCING 1 LINE
           IF WS-UNASSIGNED-TOTAL NOT = 0
               MOVE "  UNASSIGNED INCLUDED ABOVE" TO WS-PL-LABEL
               MOVE WS-UNASSIGNED-TOTAL TO WS-PL-AMOUNT
               WRITE AR-AGING-LINE FROM WS-PROOF-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               MOVE "NOT ITEMIZED (TABLE FULL)" TO WS-PL-LABEL
               MOVE WS-UNITEMIZED-TOTAL TO WS-PL-AMOUNT
               WRITE AR-AGING-LINE FROM WS-PROOF-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF
           MOVE "CHART AR BALANCE (ACCT 04)" TO WS-PL-LABEL
           MOVE WS-CHART-AR-BALANCE TO WS-PL-AMOUNT
           WRITE AR-AGING-LINE FROM WS-PROOF-LINE
               BEFORE ADVANCING 1 LINE
           COMPUTE WS-DIFFERENCE = WS-OPEN-ITEM-TOTAL
               + WS-UNITEMIZED-TOTAL - WS-CHART-AR-BALANCE
           MOVE "DIFFERENCE" TO WS-PL-LABEL
           MOVE WS-DIFFERENCE TO WS-PL-AMOUNT
           WRITE AR-AGING-LINE FROM WS-PROOF-LINE
               BEFORE ADVANCING 1 LINE
           MOVE SPACES TO AR-AGING-LINE
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE
           IF WS-DIFFERENCE NOT = 0 OR CHART-AR-MISSING
               ADD 1 TO WS-DIFF-COUNT
               MOVE "*** SUBLEDGER DOES NOT AGREE WITH THE CHART ***"
                   TO AR-AGING-LINE
           ELSE
               MOVE "SUBLEDGER AGREES WITH THE CHART"
                   TO AR-AGING-LINE
           END-IF
           WRITE AR-AGING-LINE BEFORE ADVANCING 1 LINE.
       500-PRINT-PROOF-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "AR_Subledger" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-POSTING-COUNT TO RL-READ-COUNT
           MOVE WS-OPEN-ITEM-COUNT TO RL-POSTED-COUNT
           MOVE WS-DIFF-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
