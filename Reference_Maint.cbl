       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reference_Maint.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 9/14/26.
      ******************************************************************
      *This project is the maintenance program for the reference files
      *the whole suite runs off: the chart of accounts, the department
      *master, the activity rules, the accounting-period calendar, and
      *the Accounts Receivable customer master. Until now the only way
      *to add an account, retire a department, change a rule, or add
      *next year's periods was to hand-edit the file, and nothing
      *recorded who had changed what.
      *It reads a file of add/change/retire transactions, applies each
      *one it can safely apply, and refuses the ones that would leave
      *the books wrong:
      * - the classification or normal balance of an account that
      *   carries a balance cannot change, since every report that
      *   sorts or signs by them would restate that balance;
      * - an account with a nonzero balance cannot be retired;
      * - a new account always opens at a zero balance - only the
      *   journal gives an account a balance;
      * - an activity rule cannot be added for an account the chart
      *   does not carry, or carries retired, or for a department
      *   the department master does not carry;
      * - an activity rule's posting direction cannot change, since
      *   Ledger_Audit and Journal_Archive replay every journal entry
      *   ever posted under it by that direction; a rule is retired
      *   by disallowing it, never by deleting it, for the same reason;
      * - a calendar period cannot overlap another period's dates, a
      *   closed period cannot be changed or retired, a period's
      *   status is Period_Close's to set, and only a period that has
      *   not started yet can come off the calendar;
      * - a customer is retired by marking it inactive, never deleted,
      *   since its open items and history still name it.
      *Every accepted change appends a before and after image of the
      *record, the operator who asked for it, and the date and time
      *it was applied to the maintenance audit log; Maint_Audit_Report
      *prints that log. Every transaction, applied or refused, is
      *listed on this run's maintenance report with its reason.
      *The department master, rules, and calendar are sequential, so
      *they are loaded whole, maintained in working storage, and
      *rewritten whole at the end of the run; a file that will not fit
      *its table stops the run before anything is touched, since
      *rewriting a truncated table would silently drop records. The
      *chart and the customer master are maintained in place by key.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maintenance transaction file holds the requested changes.
           SELECT MAINT-TRANS-FILE
               ASSIGN TO UT-SYS-MAINT-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Chart file contains account IDs, Titles, and balances. Indexed
      *by account ID so an account can be read, added, and rewritten
      *in place by key.
           SELECT CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-ACC-ID.
      *Department master file contains each department's name, active
      *flag, and contact.
           SELECT DEPT-MASTER-FILE
               ASSIGN TO UT-SYS-DEPT-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Activity rules file contains the department/account posting
      *rules.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Accounting-period calendar file holds every posting period.
           SELECT PERIOD-CAL-FILE
               ASSIGN TO UT-SYS-PERCAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Customer master file, indexed by customer number so a customer
      *can be read, added, and rewritten in place by key. OPTIONAL -
      *the first customer ever added creates it.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO UT-SYS-CUSTOMER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER.
      *Maintenance audit log every accepted change is appended to.
      *OPTIONAL - the first maintenance run ever creates it.
           SELECT OPTIONAL MAINT-AUDIT-FILE
               ASSIGN TO UT-SYS-MAINT-AUDIT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Maintenance report lists every transaction and what this run
      *did with it.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO UT-SYS-MAINT-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TRANS-FILE
           RECORD CONTAINS 50.
           COPY MAINTTRN.

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD DEPT-MASTER-FILE
           RECORD CONTAINS 39.
           COPY DEPTMST.

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD PERIOD-CAL-FILE
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD CUSTOMER-FILE
           RECORD CONTAINS 40.
           COPY CUSTMST.

       FD MAINT-AUDIT-FILE
           RECORD CONTAINS 104.
           COPY MAINTAUD.

       FD MAINT-REPORT-FILE
           RECORD CONTAINS 80.
       01 MAINT-REPORT-LINE PIC X(80).

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-MAINT-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\maintrn.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-DEPT-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\deptmast.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-CUSTOMER-FILE PIC X(100)
              VALUE "C:\COBOL\custmast.dat".
           05 UT-SYS-MAINT-AUDIT-FILE PIC X(100)
              VALUE "C:\COBOL\maintaud.dat".
           05 UT-SYS-MAINT-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\maintrpt.dat".
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-MAINT-SWITCH PIC X(1).
            88 EOF-MAINT VALUE "T".
            88 NOT-EOF-MAINT VALUE "F".
           05 WS-EOF-DEPT-SWITCH PIC X(1).
            88 EOF-DEPT VALUE "T".
            88 NOT-EOF-DEPT VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-EOF-PERCAL-SWITCH PIC X(1).
            88 EOF-PERCAL VALUE "T".
            88 NOT-EOF-PERCAL VALUE "F".
           05 WS-MAINT-VALID-SWITCH PIC X(1).
            88 MAINT-VALID VALUE "Y".
            88 MAINT-INVALID VALUE "N".
           05 WS-RECORD-FOUND-SWITCH PIC X(1).
            88 RECORD-FOUND VALUE "Y".
            88 RECORD-NOT-FOUND VALUE "N".
           05 WS-OVERLAP-SWITCH PIC X(1).
            88 PERIOD-OVERLAPS VALUE "Y".
            88 PERIOD-CLEAR VALUE "N".
      *Set when a reference file would not fit its table on load; the
      *run stops before any change is applied.
           05 WS-TABLE-OVERFLOW-SWITCH PIC X(1) VALUE "N".
            88 TABLE-OVERFLOWED VALUE "Y".
      *Set when a change is accepted against a sequential reference
      *file, so only the files actually changed are rewritten.
           05 WS-DEPT-CHANGED-SWITCH PIC X(1) VALUE "N".
            88 DEPT-FILE-CHANGED VALUE "Y".
           05 WS-RULES-CHANGED-SWITCH PIC X(1) VALUE "N".
            88 RULES-FILE-CHANGED VALUE "Y".
           05 WS-PERCAL-CHANGED-SWITCH PIC X(1) VALUE "N".
            88 PERCAL-FILE-CHANGED VALUE "Y".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-READ-COUNT PIC 9(8) VALUE 0.
           05 WS-APPLIED-COUNT PIC 9(8) VALUE 0.
           05 WS-REFUSED-COUNT PIC 9(8) VALUE 0.
           05 WS-REFUSE-REASON PIC X(44).
           05 WS-BEFORE-IMAGE PIC X(40).
           05 WS-AFTER-IMAGE PIC X(40).
           05 WS-LAST-CLOSED-END PIC 9(8) VALUE 0.
           05 WS-OVERLAP-PERIOD PIC 9(6) VALUE 0.

      ******************************************************************
      *The record a transaction asks for, laid over MNT-IMAGE one way
      *per reference file. Same fields as each file's own copybook,
      *renamed so the requested record and the record on file can be
      *compared side by side without a duplicate-data-name conflict.
      ******************************************************************
           COPY CHACCT REPLACING
               ==CHART-INFO== BY ==NEW-CHART-INFO==
               ==CH-ACC-ID== BY ==NC-ACC-ID==
               ==CH-ACC-NAME== BY ==NC-ACC-NAME==
               ==CH-ACC-BALANCE== BY ==NC-ACC-BALANCE==
               ==CH-LAST-CLOSED-PERIOD== BY ==NC-LAST-CLOSED-PERIOD==
               ==ACC-CASH== BY ==NC-ACC-CASH==
               ==ACC-SALES== BY ==NC-ACC-SALES==
               ==ACC-EXPENSES== BY ==NC-ACC-EXPENSES==
               ==ACC-AR== BY ==NC-ACC-AR==
               ==ACC-RE== BY ==NC-ACC-RE==
               ==ACC-SUSPENSE== BY ==NC-ACC-SUSPENSE==
               ==CH-ACC-CLASS== BY ==NC-ACC-CLASS==
               ==CLASS-ASSET== BY ==NC-CLASS-ASSET==
               ==CLASS-LIABILITY== BY ==NC-CLASS-LIABILITY==
               ==CLASS-EQUITY== BY ==NC-CLASS-EQUITY==
               ==CLASS-REVENUE== BY ==NC-CLASS-REVENUE==
               ==CLASS-EXPENSE== BY ==NC-CLASS-EXPENSE==
               ==CH-NORMAL-BALANCE== BY ==NC-NORMAL-BALANCE==
               ==NORMAL-DEBIT== BY ==NC-NORMAL-DEBIT==
               ==NORMAL-CREDIT== BY ==NC-NORMAL-CREDIT==
               ==CH-ACTIVE-FLAG== BY ==NC-ACTIVE-FLAG==
               ==ACCOUNT-ACTIVE== BY ==NC-ACCOUNT-ACTIVE==
               ==ACCOUNT-INACTIVE== BY ==NC-ACCOUNT-INACTIVE==.
           COPY DEPTMST REPLACING
               ==DEPT-MASTER-INFO== BY ==NEW-DEPT-INFO==
               ==DM-DEPT-CODE== BY ==ND-DEPT-CODE==
               ==DM-DEPT-NAME== BY ==ND-DEPT-NAME==
               ==DM-ACTIVE-FLAG== BY ==ND-ACTIVE-FLAG==
               ==DEPT-MASTER-ACTIVE== BY ==ND-DEPT-ACTIVE==
               ==DEPT-MASTER-INACTIVE== BY ==ND-DEPT-INACTIVE==
               ==DM-CONTACT== BY ==ND-CONTACT==.
           COPY ACTRULE REPLACING
               ==ACT-INFO== BY ==NEW-RULE-INFO==
               ==ACT-DEPT-CODE== BY ==NR-DEPT-CODE==
               ==ACT-ACC-ID== BY ==NR-ACC-ID==
               ==ACT-ALLOWED== BY ==NR-ALLOWED==
               ==ACTIVITY-ALLOWED== BY ==NR-ACTIVITY-ALLOWED==
               ==ACTIVITY-DISALLOWED== BY ==NR-ACTIVITY-DISALLOWED==
               ==ACT-POS-TYPE== BY ==NR-POS-TYPE==
               ==ACT-NEG-TYPE== BY ==NR-NEG-TYPE==
               ==ACT-POST-SIGN== BY ==NR-POST-SIGN==
               ==POST-SIGN-ADD== BY ==NR-POST-SIGN-ADD==
               ==POST-SIGN-SUBTRACT== BY ==NR-POST-SIGN-SUBTRACT==.
           COPY PERCAL REPLACING
               ==PERIOD-CAL-INFO== BY ==NEW-PERIOD-INFO==
               ==PER-PERIOD-ID== BY ==NP-PERIOD-ID==
               ==PER-START-DATE== BY ==NP-START-DATE==
               ==PER-END-DATE== BY ==NP-END-DATE==
               ==PER-STATUS== BY ==NP-STATUS==
               ==PERIOD-OPEN== BY ==NP-PERIOD-OPEN==
               ==PERIOD-CLOSED== BY ==NP-PERIOD-CLOSED==.
           COPY CUSTMST REPLACING
               ==CUSTOMER-MASTER-INFO== BY ==NEW-CUSTOMER-INFO==
               ==CM-CUSTOMER-NUMBER== BY ==NU-CUSTOMER-NUMBER==
               ==CM-CUSTOMER-NAME== BY ==NU-CUSTOMER-NAME==
               ==CM-TERMS-DAYS== BY ==NU-TERMS-DAYS==
               ==CM-ACTIVE-FLAG== BY ==NU-ACTIVE-FLAG==
               ==CUSTOMER-ACTIVE== BY ==NU-CUSTOMER-ACTIVE==
               ==CUSTOMER-INACTIVE== BY ==NU-CUSTOMER-INACTIVE==.

      ******************************************************************
      *Work records the before and after images of a table-held
      *record are assembled in, laid out exactly as the file holds
      *them, so the audit log carries the record as it was and is on
      *disk rather than working storage's view of it.
      ******************************************************************
           COPY DEPTMST REPLACING
               ==DEPT-MASTER-INFO== BY ==WORK-DEPT-INFO==
               ==DM-DEPT-CODE== BY ==WD-DEPT-CODE==
               ==DM-DEPT-NAME== BY ==WD-DEPT-NAME==
               ==DM-ACTIVE-FLAG== BY ==WD-ACTIVE-FLAG==
               ==DEPT-MASTER-ACTIVE== BY ==WD-DEPT-ACTIVE==
               ==DEPT-MASTER-INACTIVE== BY ==WD-DEPT-INACTIVE==
               ==DM-CONTACT== BY ==WD-CONTACT==.
           COPY ACTRULE REPLACING
               ==ACT-INFO== BY ==WORK-RULE-INFO==
               ==ACT-DEPT-CODE== BY ==WR-DEPT-CODE==
               ==ACT-ACC-ID== BY ==WR-ACC-ID==
               ==ACT-ALLOWED== BY ==WR-ALLOWED==
               ==ACTIVITY-ALLOWED== BY ==WR-ACTIVITY-ALLOWED==
               ==ACTIVITY-DISALLOWED== BY ==WR-ACTIVITY-DISALLOWED==
               ==ACT-POS-TYPE== BY ==WR-POS-TYPE==
               ==ACT-NEG-TYPE== BY ==WR-NEG-TYPE==
               ==ACT-POST-SIGN== BY ==WR-POST-SIGN==
               ==POST-SIGN-ADD== BY ==WR-POST-SIGN-ADD==
               ==POST-SIGN-SUBTRACT== BY ==WR-POST-SIGN-SUBTRACT==.
           COPY PERCAL REPLACING
               ==PERIOD-CAL-INFO== BY ==WORK-PERIOD-INFO==
               ==PER-PERIOD-ID== BY ==WP-PERIOD-ID==
               ==PER-START-DATE== BY ==WP-START-DATE==
               ==PER-END-DATE== BY ==WP-END-DATE==
               ==PER-STATUS== BY ==WP-STATUS==
               ==PERIOD-OPEN== BY ==WP-PERIOD-OPEN==
               ==PERIOD-CLOSED== BY ==WP-PERIOD-CLOSED==.

      ******************************************************************
      *Department master table, loaded once from DEPT-MASTER-FILE and
      *written back whole when a department change is accepted.
      ******************************************************************
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
            10 WS-DM-CODE PIC 9(02).
            10 WS-DM-NAME PIC X(16).
            10 WS-DM-ACTIVE PIC X(01).
            10 WS-DM-CONTACT PIC X(20).
       01 WS-DEPT-COUNT PIC 9(04) VALUE 0.
       01 WS-DEPT-SUB PIC 9(04).
       01 WS-DEPT-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Activity rule table, loaded once from ACTIVITY-RULES-FILE and
      *written back whole when a rule change is accepted. OCCURS 50
      *is the same limit every posting program's rule table carries,
      *so no rule added here can be one they silently ignore.
      ******************************************************************
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-ENTRY OCCURS 50 TIMES.
            10 WS-ACT-DEPT-CODE PIC 9(02).
            10 WS-ACT-ACC-ID PIC 9(02).
            10 WS-ACT-ALLOWED PIC X(01).
            10 WS-ACT-POS-TYPE PIC X(01).
            10 WS-ACT-NEG-TYPE PIC X(01).
            10 WS-ACT-POST-SIGN PIC X(01).
       01 WS-ACTIVITY-COUNT PIC 9(04) VALUE 0.
       01 WS-ACT-SUB PIC 9(04).
       01 WS-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Accounting-period calendar table, loaded once from
      *PERIOD-CAL-FILE and written back whole when a calendar change
      *is accepted. OCCURS 24 is the same limit every program's period
      *table carries.
      ******************************************************************
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 24 TIMES.
            10 WS-PER-ID PIC 9(06).
            10 WS-PER-START PIC 9(08).
            10 WS-PER-END PIC 9(08).
            10 WS-PER-STATUS PIC X(01).
       01 WS-PERIOD-COUNT PIC 9(04) VALUE 0.
       01 WS-PER-SUB PIC 9(04).
       01 WS-PER-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Pieces of the date being edited, and the days-in-month table
      *the impossible-date check works from. February's entry is
      *raised to 29 when the year is a leap year.
      ******************************************************************
       01 WS-DATE-CHECK.
           05 WS-CHECK-DATE PIC 9(08).
           05 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
            10 WS-CHECK-YEAR PIC 9(04).
            10 WS-CHECK-MONTH PIC 9(02).
            10 WS-CHECK-DAY PIC 9(02).
           05 WS-DAYS-IN-MONTH PIC 9(02).
           05 WS-LEAP-QUOTIENT PIC 9(04).
           05 WS-LEAP-REMAINDER PIC 9(04).
           05 WS-DATE-VALID-SWITCH PIC X(01).
            88 DATE-VALID VALUE "Y".
            88 DATE-INVALID VALUE "N".
       01 WS-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      *Current date and time, taken once at the start of the run. The
      *date decides whether a period has started; both stamp every
      *audit record this run writes.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE PIC 9(08).
           05 WS-CURRENT-TIME PIC 9(06).
           05 FILLER PIC X(07).

      ******************************************************************
      *Layout for one printed line of the maintenance report.
      ******************************************************************
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MR-SEQ PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-MR-FILE PIC X(8).
           05 WS-MR-ACTION PIC X(6).
           05 WS-MR-KEY PIC X(8).
           05 WS-MR-STATUS PIC X(8).
           05 WS-MR-REASON PIC X(44).

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
      *Step 1: Load the department master, activity rules, and period
      *         calendar, stopping if any will not fit its table
      *Step 2: Apply or refuse every maintenance transaction, logging
      *         each accepted change to the audit log
      *Step 3: Rewrite each sequential reference file that changed
      *Step 4: Print the run totals and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 150-LOAD-DEPARTMENTS THRU 150-LOAD-DEPARTMENTS-EXIT
           PERFORM 170-LOAD-ACTIVITY-RULES
               THRU 170-LOAD-ACTIVITY-RULES-EXIT
           PERFORM 180-LOAD-PERIOD-CALENDAR
               THRU 180-LOAD-PERIOD-CALENDAR-EXIT
           IF TABLE-OVERFLOWED
               DISPLAY "MAINTENANCE ABORTED - A REFERENCE FILE IS "
                   "LARGER THAN ITS TABLE"
               DISPLAY "NO CHANGES APPLIED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           OPEN INPUT MAINT-TRANS-FILE
                I-O CHART-FILE
                I-O CUSTOMER-FILE
                EXTEND MAINT-AUDIT-FILE
                OUTPUT MAINT-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           MOVE "F" TO WS-EOF-MAINT-SWITCH
           PERFORM 200-READ-MAINT-TRANS THRU 200-READ-MAINT-TRANS-EXIT
               UNTIL EOF-MAINT
           CLOSE MAINT-TRANS-FILE
                 CHART-FILE
                 CUSTOMER-FILE
                 MAINT-AUDIT-FILE
           IF DEPT-FILE-CHANGED
               PERFORM 800-REWRITE-DEPARTMENTS
                   THRU 800-REWRITE-DEPARTMENTS-EXIT
           END-IF
           IF RULES-FILE-CHANGED
               PERFORM 810-REWRITE-RULES THRU 810-REWRITE-RULES-EXIT
           END-IF
           IF PERCAL-FILE-CHANGED
               PERFORM 820-REWRITE-CALENDAR
                   THRU 820-REWRITE-CALENDAR-EXIT
           END-IF
           PERFORM 900-PRINT-TOTALS THRU 900-PRINT-TOTALS-EXIT
           CLOSE MAINT-REPORT-FILE
           DISPLAY WS-APPLIED-COUNT " MAINTENANCE CHANGE(S) APPLIED"
           DISPLAY WS-REFUSED-COUNT " MAINTENANCE CHANGE(S) REFUSED"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Loads the department master into working storage.
      ******************************************************************
       150-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-MASTER-FILE
           MOVE "F" TO WS-EOF-DEPT-SWITCH
           PERFORM 160-LOAD-DEPT THRU 160-LOAD-DEPT-EXIT
               UNTIL EOF-DEPT
           CLOSE DEPT-MASTER-FILE.
       150-LOAD-DEPARTMENTS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one department master record into the next table entry.
      *A master that has grown past WS-DEPT-TABLE's OCCURS 20 stops the
      *run: the file is rewritten from this table, so a row skipped
      *here would be a row deleted.
      ******************************************************************
       160-LOAD-DEPT.
           READ DEPT-MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-DEPT-SWITCH
                NOT AT END
                   IF WS-DEPT-COUNT >= 20
                      DISPLAY "DEPARTMENT TABLE FULL - DEPARTMENT "
                          DM-DEPT-CODE " WOULD BE LOST"
                      MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
                   ELSE
                      ADD 1 TO WS-DEPT-COUNT
                      MOVE DM-DEPT-CODE TO WS-DM-CODE(WS-DEPT-COUNT)
                      MOVE DM-DEPT-NAME TO WS-DM-NAME(WS-DEPT-COUNT)
                      MOVE DM-ACTIVE-FLAG
                          TO WS-DM-ACTIVE(WS-DEPT-COUNT)
                      MOVE DM-CONTACT TO WS-DM-CONTACT(WS-DEPT-COUNT)
                   END-IF
           END-READ.
       160-LOAD-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department/account activity rules into working
      *storage.
      ******************************************************************
       170-LOAD-ACTIVITY-RULES.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 175-LOAD-RULE THRU 175-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE.
       170-LOAD-ACTIVITY-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one activity rule record into the next table entry. A rule
      *file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 stops the
      *run, for the same reason a full department table does.
      ******************************************************************
       175-LOAD-RULE.
           READ ACTIVITY-RULES-FILE
                AT END
                   MOVE "T" TO WS-EOF-RULES-SWITCH
                NOT AT END
                   IF WS-ACTIVITY-COUNT >= 50
                      DISPLAY "ACTIVITY RULE TABLE FULL - RULE "
                          ACT-DEPT-CODE "/" ACT-ACC-ID " WOULD BE LOST"
                      MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
                   ELSE
                      ADD 1 TO WS-ACTIVITY-COUNT
                      MOVE ACT-DEPT-CODE
                          TO WS-ACT-DEPT-CODE(WS-ACTIVITY-COUNT)
                      MOVE ACT-ACC-ID
                          TO WS-ACT-ACC-ID(WS-ACTIVITY-COUNT)
                      MOVE ACT-ALLOWED
                          TO WS-ACT-ALLOWED(WS-ACTIVITY-COUNT)
                      MOVE ACT-POS-TYPE
                          TO WS-ACT-POS-TYPE(WS-ACTIVITY-COUNT)
                      MOVE ACT-NEG-TYPE
                          TO WS-ACT-NEG-TYPE(WS-ACTIVITY-COUNT)
                      MOVE ACT-POST-SIGN
                          TO WS-ACT-POST-SIGN(WS-ACTIVITY-COUNT)
                   END-IF
           END-READ.
       175-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Loads the accounting-period calendar into working storage.
      ******************************************************************
       180-LOAD-PERIOD-CALENDAR.
           OPEN INPUT PERIOD-CAL-FILE
           MOVE "F" TO WS-EOF-PERCAL-SWITCH
           PERFORM 185-LOAD-PERIOD THRU 185-LOAD-PERIOD-EXIT
               UNTIL EOF-PERCAL
           CLOSE PERIOD-CAL-FILE.
       180-LOAD-PERIOD-CALENDAR-EXIT.
           EXIT.
      ******************************************************************
      *Reads one calendar period record into the next table entry, and
      *remembers the end date of the latest closed period - the close
      *stamp a newly added account should carry, so it matches every
      *account Period_Close last stamped. A calendar that has grown
      *past WS-PERIOD-TABLE's OCCURS 24 stops the run, for the same
      *reason a full department table does.
      ******************************************************************
       185-LOAD-PERIOD.
           READ PERIOD-CAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-PERCAL-SWITCH
                NOT AT END
                   IF WS-PERIOD-COUNT >= 24
                      DISPLAY "PERIOD TABLE FULL - PERIOD "
                          PER-PERIOD-ID " WOULD BE LOST"
                      MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
                   ELSE
                      ADD 1 TO WS-PERIOD-COUNT
                      MOVE PER-PERIOD-ID
                          TO WS-PER-ID(WS-PERIOD-COUNT)
                      MOVE PER-START-DATE
                          TO WS-PER-START(WS-PERIOD-COUNT)
                      MOVE PER-END-DATE
                          TO WS-PER-END(WS-PERIOD-COUNT)
                      MOVE PER-STATUS
                          TO WS-PER-STATUS(WS-PERIOD-COUNT)
                      IF PERIOD-CLOSED
                         AND PER-END-DATE > WS-LAST-CLOSED-END
                          MOVE PER-END-DATE TO WS-LAST-CLOSED-END
                      END-IF
                   END-IF
           END-READ.
       185-LOAD-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Prints the maintenance report title and column headings.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE "REFERENCE FILE MAINTENANCE" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "  SEQ FILE    ACTIONKEY    RESULT  REASON"
               TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one maintenance transaction and works it.
      ******************************************************************
       200-READ-MAINT-TRANS.
           READ MAINT-TRANS-FILE
                AT END
                   MOVE "T" TO WS-EOF-MAINT-SWITCH
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 300-PROCESS-MAINT-TRANS
                       THRU 300-PROCESS-MAINT-TRANS-EXIT
           END-READ.
       200-READ-MAINT-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *Works one maintenance transaction: a transaction with no
      *operator id, or an action or file code this program does not
      *know, is refused outright; anything else goes to the paragraph
      *that maintains its file. An accepted change is logged to the
      *audit log; either way the transaction gets its report line.
      ******************************************************************
       300-PROCESS-MAINT-TRANS.
           MOVE "Y" TO WS-MAINT-VALID-SWITCH
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-MAINT-DETAIL-LINE
           MOVE WS-READ-COUNT TO WS-MR-SEQ
           IF MNT-ADD
               MOVE "ADD" TO WS-MR-ACTION
           ELSE IF MNT-CHANGE
               MOVE "CHANGE" TO WS-MR-ACTION
           ELSE IF MNT-RETIRE
               MOVE "RETIRE" TO WS-MR-ACTION
           ELSE
               MOVE MNT-ACTION TO WS-MR-ACTION
           END-IF.
           IF MNT-OPERATOR = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "OPERATOR ID MISSING" TO WS-REFUSE-REASON
           ELSE IF NOT (MNT-ADD OR MNT-CHANGE OR MNT-RETIRE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACTION CODE NOT A, C OR R" TO WS-REFUSE-REASON
           ELSE IF MNT-CHART
               PERFORM 400-MAINTAIN-CHART THRU 400-MAINTAIN-CHART-EXIT
           ELSE IF MNT-DEPT
               PERFORM 500-MAINTAIN-DEPT THRU 500-MAINTAIN-DEPT-EXIT
           ELSE IF MNT-RULE
               PERFORM 600-MAINTAIN-RULE THRU 600-MAINTAIN-RULE-EXIT
           ELSE IF MNT-CALENDAR
               PERFORM 650-MAINTAIN-CALENDAR
                   THRU 650-MAINTAIN-CALENDAR-EXIT
           ELSE IF MNT-CUSTOMER
               PERFORM 450-MAINTAIN-CUSTOMER
                   THRU 450-MAINTAIN-CUSTOMER-EXIT
           ELSE
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "FILE CODE NOT C, D, R, P OR U" TO WS-REFUSE-REASON
           END-IF.
           IF MAINT-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 700-WRITE-AUDIT-RECORD
                   THRU 700-WRITE-AUDIT-RECORD-EXIT
               MOVE "APPLIED" TO WS-MR-STATUS
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-MR-STATUS
               MOVE WS-REFUSE-REASON TO WS-MR-REASON
           END-IF
           MOVE WS-MAINT-DETAIL-LINE TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE.
       300-PROCESS-MAINT-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *Maintains one chart account. The account is read by key first
      *so every action knows whether it exists and, when it does, the
      *before image is taken from the record exactly as it stands.
      ******************************************************************
       400-MAINTAIN-CHART.
           MOVE MNT-IMAGE TO NEW-CHART-INFO
           MOVE "CHART" TO WS-MR-FILE
           STRING "ACCT " DELIMITED BY SIZE
               NC-ACC-ID DELIMITED BY SIZE
               INTO WS-MR-KEY
           IF NC-ACC-ID IS NOT NUMERIC OR NC-ACC-ID = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT ID MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE NC-ACC-ID TO CH-ACC-ID
               READ CHART-FILE
                    INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND-SWITCH
                    NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND-SWITCH
                       MOVE CHART-INFO TO WS-BEFORE-IMAGE
               END-READ
               IF MNT-ADD
                   PERFORM 410-ADD-ACCOUNT THRU 410-ADD-ACCOUNT-EXIT
               ELSE
                   IF MNT-CHANGE
                       PERFORM 420-CHANGE-ACCOUNT
                           THRU 420-CHANGE-ACCOUNT-EXIT
                   ELSE
                       PERFORM 430-RETIRE-ACCOUNT
                           THRU 430-RETIRE-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-IF.
       400-MAINTAIN-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Adds a new chart account. Whatever balance the transaction
      *carries is ignored - an account opens at zero and only the
      *journal moves it - and the close stamp is the latest closed
      *period's end, the same stamp Period_Close left on every other
      *account.
      ******************************************************************
       410-ADD-ACCOUNT.
           IF RECORD-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT ALREADY ON CHART" TO WS-REFUSE-REASON
           ELSE IF NC-ACC-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF NOT (NC-CLASS-ASSET OR NC-CLASS-LIABILITY
              OR NC-CLASS-EQUITY OR NC-CLASS-REVENUE
              OR NC-CLASS-EXPENSE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT CLASS NOT A, L, Q, R OR E"
                   TO WS-REFUSE-REASON
           ELSE IF NOT (NC-NORMAL-DEBIT OR NC-NORMAL-CREDIT)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "NORMAL BALANCE NOT D OR C" TO WS-REFUSE-REASON
           ELSE
               MOVE NEW-CHART-INFO TO CHART-INFO
               MOVE 0 TO CH-ACC-BALANCE
               MOVE WS-LAST-CLOSED-END TO CH-LAST-CLOSED-PERIOD
               MOVE "Y" TO CH-ACTIVE-FLAG
               WRITE CHART-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "ACCOUNT ALREADY ON CHART"
                          TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CHART-INFO TO WS-AFTER-IMAGE
               END-WRITE
           END-IF.
       410-ADD-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Changes an existing chart account's name, classification,
      *normal balance, or active flag. The balance and close stamp are
      *never the transaction's to set and are kept as they stand. An
      *account carrying a balance keeps its classification and normal
      *balance, and can only be marked inactive once it is at zero -
      *the same test a retire applies.
      ******************************************************************
       420-CHANGE-ACCOUNT.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT NOT ON CHART" TO WS-REFUSE-REASON
           ELSE IF NC-ACC-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF NOT (NC-CLASS-ASSET OR NC-CLASS-LIABILITY
              OR NC-CLASS-EQUITY OR NC-CLASS-REVENUE
              OR NC-CLASS-EXPENSE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT CLASS NOT A, L, Q, R OR E"
                   TO WS-REFUSE-REASON
           ELSE IF NOT (NC-NORMAL-DEBIT OR NC-NORMAL-CREDIT)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "NORMAL BALANCE NOT D OR C" TO WS-REFUSE-REASON
           ELSE IF NOT (NC-ACCOUNT-ACTIVE OR NC-ACCOUNT-INACTIVE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REFUSE-REASON
           ELSE IF (NC-ACC-CLASS NOT = CH-ACC-CLASS
              OR NC-NORMAL-BALANCE NOT = CH-NORMAL-BALANCE)
              AND CH-ACC-BALANCE NOT = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT HAS A BALANCE - CLASS/NORMAL FIXED"
                   TO WS-REFUSE-REASON
           ELSE IF NC-ACCOUNT-INACTIVE AND ACCOUNT-ACTIVE
              AND CH-ACC-BALANCE NOT = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CANNOT RETIRE ACCOUNT WITH A NONZERO BALANCE"
                   TO WS-REFUSE-REASON
           ELSE IF NC-ACC-NAME = CH-ACC-NAME
              AND NC-ACC-CLASS = CH-ACC-CLASS
              AND NC-NORMAL-BALANCE = CH-NORMAL-BALANCE
              AND NC-ACTIVE-FLAG = CH-ACTIVE-FLAG
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CHANGE ALTERS NOTHING" TO WS-REFUSE-REASON
           ELSE
               MOVE NC-ACC-NAME TO CH-ACC-NAME
               MOVE NC-ACC-CLASS TO CH-ACC-CLASS
               MOVE NC-NORMAL-BALANCE TO CH-NORMAL-BALANCE
               MOVE NC-ACTIVE-FLAG TO CH-ACTIVE-FLAG
               REWRITE CHART-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "CHART REWRITE FAILED" TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CHART-INFO TO WS-AFTER-IMAGE
               END-REWRITE
           END-IF.
       420-CHANGE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Retires a chart account by marking it inactive. The record
      *stays on the chart - its journal history still names it - and
      *only an account already at a zero balance may be retired.
      ******************************************************************
       430-RETIRE-ACCOUNT.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT NOT ON CHART" TO WS-REFUSE-REASON
           ELSE IF ACCOUNT-INACTIVE
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACCOUNT ALREADY RETIRED" TO WS-REFUSE-REASON
           ELSE IF CH-ACC-BALANCE NOT = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CANNOT RETIRE ACCOUNT WITH A NONZERO BALANCE"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE "N" TO CH-ACTIVE-FLAG
               REWRITE CHART-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "CHART REWRITE FAILED" TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CHART-INFO TO WS-AFTER-IMAGE
               END-REWRITE
           END-IF.
       430-RETIRE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Maintains one customer master record. Like the chart, the
      *customer is read by key first so every action knows whether it
      *exists and the before image is the record exactly as it
      *stands.
      ******************************************************************
       450-MAINTAIN-CUSTOMER.
           MOVE MNT-IMAGE TO NEW-CUSTOMER-INFO
           MOVE "CUSTOMER" TO WS-MR-FILE
           MOVE NU-CUSTOMER-NUMBER TO WS-MR-KEY
           IF NU-CUSTOMER-NUMBER IS NOT NUMERIC
              OR NU-CUSTOMER-NUMBER = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER NUMBER MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE NU-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                    INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND-SWITCH
                    NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND-SWITCH
                       MOVE CUSTOMER-MASTER-INFO TO WS-BEFORE-IMAGE
               END-READ
               IF MNT-ADD
                   PERFORM 460-ADD-CUSTOMER
                       THRU 460-ADD-CUSTOMER-EXIT
               ELSE
                   IF MNT-CHANGE
                       PERFORM 470-CHANGE-CUSTOMER
                           THRU 470-CHANGE-CUSTOMER-EXIT
                   ELSE
                       PERFORM 480-RETIRE-CUSTOMER
                           THRU 480-RETIRE-CUSTOMER-EXIT
                   END-IF
               END-IF
           END-IF.
       450-MAINTAIN-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Adds a new customer, active from the start. Terms must be a
      *number of days; the aged trial balance ages from them.
      ******************************************************************
       460-ADD-CUSTOMER.
           IF RECORD-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER ALREADY ON MASTER" TO WS-REFUSE-REASON
           ELSE IF NU-CUSTOMER-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF NU-TERMS-DAYS IS NOT NUMERIC
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "TERMS DAYS NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE
               MOVE NEW-CUSTOMER-INFO TO CUSTOMER-MASTER-INFO
               MOVE "Y" TO CM-ACTIVE-FLAG
               WRITE CUSTOMER-MASTER-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "CUSTOMER ALREADY ON MASTER"
                          TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CUSTOMER-MASTER-INFO TO WS-AFTER-IMAGE
               END-WRITE
           END-IF.
       460-ADD-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Changes an existing customer's name, terms, or active flag. A
      *retired customer may be made active again this way.
      ******************************************************************
       470-CHANGE-CUSTOMER.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REFUSE-REASON
           ELSE IF NU-CUSTOMER-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF NU-TERMS-DAYS IS NOT NUMERIC
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "TERMS DAYS NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE IF NOT (NU-CUSTOMER-ACTIVE OR NU-CUSTOMER-INACTIVE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REFUSE-REASON
           ELSE IF NU-CUSTOMER-NAME = CM-CUSTOMER-NAME
              AND NU-TERMS-DAYS = CM-TERMS-DAYS
              AND NU-ACTIVE-FLAG = CM-ACTIVE-FLAG
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CHANGE ALTERS NOTHING" TO WS-REFUSE-REASON
           ELSE
               MOVE NU-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               MOVE NU-TERMS-DAYS TO CM-TERMS-DAYS
               MOVE NU-ACTIVE-FLAG TO CM-ACTIVE-FLAG
               REWRITE CUSTOMER-MASTER-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "CUSTOMER REWRITE FAILED"
                          TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CUSTOMER-MASTER-INFO TO WS-AFTER-IMAGE
               END-REWRITE
           END-IF.
       470-CHANGE-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Retires a customer by marking it inactive. The record stays on
      *the master - its open items and history still name it, and it
      *may still pay or be credited - but it can no longer be
      *invoiced.
      ******************************************************************
       480-RETIRE-CUSTOMER.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REFUSE-REASON
           ELSE IF CUSTOMER-INACTIVE
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CUSTOMER ALREADY RETIRED" TO WS-REFUSE-REASON
           ELSE
               MOVE "N" TO CM-ACTIVE-FLAG
               REWRITE CUSTOMER-MASTER-INFO
                   INVALID KEY
                      MOVE "N" TO WS-MAINT-VALID-SWITCH
                      MOVE "CUSTOMER REWRITE FAILED"
                          TO WS-REFUSE-REASON
                   NOT INVALID KEY
                      MOVE CUSTOMER-MASTER-INFO TO WS-AFTER-IMAGE
               END-REWRITE
           END-IF.
       480-RETIRE-CUSTOMER-EXIT.
           EXIT.
      ******************************************************************
      *Maintains one department master record. Department zero is the
      *System department Period_Close posts under and is never a
      *master record of its own.
      ******************************************************************
       500-MAINTAIN-DEPT.
           MOVE MNT-IMAGE TO NEW-DEPT-INFO
           MOVE "DEPT" TO WS-MR-FILE
           STRING "DEPT " DELIMITED BY SIZE
               ND-DEPT-CODE DELIMITED BY SIZE
               INTO WS-MR-KEY
           IF ND-DEPT-CODE IS NOT NUMERIC OR ND-DEPT-CODE = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT CODE MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 505-FIND-DEPT THRU 505-FIND-DEPT-EXIT
               IF RECORD-FOUND
                   PERFORM 590-BUILD-DEPT-IMAGE
                       THRU 590-BUILD-DEPT-IMAGE-EXIT
                   MOVE WORK-DEPT-INFO TO WS-BEFORE-IMAGE
               END-IF
               IF MNT-ADD
                   PERFORM 510-ADD-DEPT THRU 510-ADD-DEPT-EXIT
               ELSE
                   IF MNT-CHANGE
                       PERFORM 520-CHANGE-DEPT
                           THRU 520-CHANGE-DEPT-EXIT
                   ELSE
                       PERFORM 530-RETIRE-DEPT
                           THRU 530-RETIRE-DEPT-EXIT
                   END-IF
               END-IF
               IF MAINT-VALID
                   MOVE "Y" TO WS-DEPT-CHANGED-SWITCH
                   PERFORM 590-BUILD-DEPT-IMAGE
                       THRU 590-BUILD-DEPT-IMAGE-EXIT
                   MOVE WORK-DEPT-INFO TO WS-AFTER-IMAGE
               END-IF
           END-IF.
       500-MAINTAIN-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Searches the department table for the transaction's department
      *code. Sets WS-RECORD-FOUND-SWITCH and, when found,
      *WS-DEPT-MATCH-SUB to the matching table entry.
      ******************************************************************
       505-FIND-DEPT.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH
           MOVE 0 TO WS-DEPT-MATCH-SUB
           PERFORM 506-MATCH-DEPT THRU 506-MATCH-DEPT-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR RECORD-FOUND.
       505-FIND-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single department table entry against the transaction.
      ******************************************************************
       506-MATCH-DEPT.
           IF WS-DM-CODE(WS-DEPT-SUB) = ND-DEPT-CODE
               MOVE "Y" TO WS-RECORD-FOUND-SWITCH
               MOVE WS-DEPT-SUB TO WS-DEPT-MATCH-SUB
           END-IF.
       506-MATCH-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Adds a new department, active from the start.
      ******************************************************************
       510-ADD-DEPT.
           IF RECORD-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT ALREADY ON MASTER" TO WS-REFUSE-REASON
           ELSE IF ND-DEPT-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF WS-DEPT-COUNT >= 20
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT MASTER AT ITS 20-DEPARTMENT LIMIT"
                   TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-SUB
               MOVE ND-DEPT-CODE TO WS-DM-CODE(WS-DEPT-MATCH-SUB)
               MOVE ND-DEPT-NAME TO WS-DM-NAME(WS-DEPT-MATCH-SUB)
               MOVE "Y" TO WS-DM-ACTIVE(WS-DEPT-MATCH-SUB)
               MOVE ND-CONTACT TO WS-DM-CONTACT(WS-DEPT-MATCH-SUB)
           END-IF.
       510-ADD-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Changes an existing department's name, active flag, or contact.
      ******************************************************************
       520-CHANGE-DEPT.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT NOT ON MASTER" TO WS-REFUSE-REASON
           ELSE IF ND-DEPT-NAME = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT NAME MISSING" TO WS-REFUSE-REASON
           ELSE IF NOT (ND-DEPT-ACTIVE OR ND-DEPT-INACTIVE)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ACTIVE FLAG NOT Y OR N" TO WS-REFUSE-REASON
           ELSE IF ND-DEPT-NAME = WS-DM-NAME(WS-DEPT-MATCH-SUB)
              AND ND-ACTIVE-FLAG = WS-DM-ACTIVE(WS-DEPT-MATCH-SUB)
              AND ND-CONTACT = WS-DM-CONTACT(WS-DEPT-MATCH-SUB)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CHANGE ALTERS NOTHING" TO WS-REFUSE-REASON
           ELSE
               MOVE ND-DEPT-NAME TO WS-DM-NAME(WS-DEPT-MATCH-SUB)
               MOVE ND-ACTIVE-FLAG TO WS-DM-ACTIVE(WS-DEPT-MATCH-SUB)
               MOVE ND-CONTACT TO WS-DM-CONTACT(WS-DEPT-MATCH-SUB)
           END-IF.
       520-CHANGE-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Retires a department by marking it inactive. The record stays
      *on the master so every report can still name the department's
      *past postings.
      ******************************************************************
       530-RETIRE-DEPT.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT NOT ON MASTER" TO WS-REFUSE-REASON
           ELSE IF WS-DM-ACTIVE(WS-DEPT-MATCH-SUB) = "N"
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT ALREADY RETIRED" TO WS-REFUSE-REASON
           ELSE
               MOVE "N" TO WS-DM-ACTIVE(WS-DEPT-MATCH-SUB)
           END-IF.
       530-RETIRE-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Lays the matched department table entry out as the master
      *record, for the audit log's before or after image.
      ******************************************************************
       590-BUILD-DEPT-IMAGE.
           MOVE WS-DM-CODE(WS-DEPT-MATCH-SUB) TO WD-DEPT-CODE
           MOVE WS-DM-NAME(WS-DEPT-MATCH-SUB) TO WD-DEPT-NAME
           MOVE WS-DM-ACTIVE(WS-DEPT-MATCH-SUB) TO WD-ACTIVE-FLAG
           MOVE WS-DM-CONTACT(WS-DEPT-MATCH-SUB) TO WD-CONTACT.
       590-BUILD-DEPT-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      *Maintains one activity rule, keyed by department and account.
      ******************************************************************
       600-MAINTAIN-RULE.
           MOVE MNT-IMAGE TO NEW-RULE-INFO
           MOVE "RULE" TO WS-MR-FILE
           STRING NR-DEPT-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NR-ACC-ID DELIMITED BY SIZE
               INTO WS-MR-KEY
           IF NR-DEPT-CODE IS NOT NUMERIC OR NR-ACC-ID IS NOT NUMERIC
              OR NR-ACC-ID = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "DEPARTMENT/ACCOUNT MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 605-FIND-RULE THRU 605-FIND-RULE-EXIT
               IF RECORD-FOUND
                   PERFORM 640-BUILD-RULE-IMAGE
                       THRU 640-BUILD-RULE-IMAGE-EXIT
                   MOVE WORK-RULE-INFO TO WS-BEFORE-IMAGE
               END-IF
               IF MNT-ADD
                   PERFORM 610-ADD-RULE THRU 610-ADD-RULE-EXIT
               ELSE
                   IF MNT-CHANGE
                       PERFORM 620-CHANGE-RULE
                           THRU 620-CHANGE-RULE-EXIT
                   ELSE
                       PERFORM 630-RETIRE-RULE
                           THRU 630-RETIRE-RULE-EXIT
                   END-IF
               END-IF
               IF MAINT-VALID
                   MOVE "Y" TO WS-RULES-CHANGED-SWITCH
                   PERFORM 640-BUILD-RULE-IMAGE
                       THRU 640-BUILD-RULE-IMAGE-EXIT
                   MOVE WORK-RULE-INFO TO WS-AFTER-IMAGE
               END-IF
           END-IF.
       600-MAINTAIN-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Searches the rule table for the transaction's department/account
      *combination. Sets WS-RECORD-FOUND-SWITCH and, when found,
      *WS-MATCH-SUB to the matching table entry.
      ******************************************************************
       605-FIND-RULE.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 606-MATCH-RULE THRU 606-MATCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RECORD-FOUND.
       605-FIND-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single rule table entry against the transaction.
      ******************************************************************
       606-MATCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) = NR-DEPT-CODE
              AND WS-ACT-ACC-ID(WS-ACT-SUB) = NR-ACC-ID
               MOVE "Y" TO WS-RECORD-FOUND-SWITCH
               MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       606-MATCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Adds a new activity rule. The account must be on the chart and
      *active - a rule for anything else would let intake accept
      *postings General_Ledger can only reject - and the department
      *must be on the department master, unless it is the System
      *department, which never is.
      ******************************************************************
       610-ADD-RULE.
           IF RECORD-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "RULE ALREADY ON FILE" TO WS-REFUSE-REASON
           ELSE
               PERFORM 615-EDIT-RULE-CODES THRU 615-EDIT-RULE-CODES-EXIT
           END-IF
           IF MAINT-VALID AND NR-DEPT-CODE NOT = 0
               MOVE NR-DEPT-CODE TO ND-DEPT-CODE
               PERFORM 505-FIND-DEPT THRU 505-FIND-DEPT-EXIT
               IF RECORD-NOT-FOUND
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "DEPARTMENT NOT ON MASTER" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF MAINT-VALID
               MOVE NR-ACC-ID TO CH-ACC-ID
               READ CHART-FILE
                    INVALID KEY
                       MOVE "N" TO WS-MAINT-VALID-SWITCH
                       MOVE "ACCOUNT NOT ON CHART" TO WS-REFUSE-REASON
                    NOT INVALID KEY
                       IF ACCOUNT-INACTIVE
                           MOVE "N" TO WS-MAINT-VALID-SWITCH
                           MOVE "CHART ACCOUNT INACTIVE"
                               TO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-IF
           IF MAINT-VALID
               IF WS-ACTIVITY-COUNT >= 50
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "RULE FILE AT ITS 50-RULE LIMIT"
                       TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-MATCH-SUB
                   MOVE NR-DEPT-CODE TO WS-ACT-DEPT-CODE(WS-MATCH-SUB)
                   MOVE NR-ACC-ID TO WS-ACT-ACC-ID(WS-MATCH-SUB)
                   MOVE NR-ALLOWED TO WS-ACT-ALLOWED(WS-MATCH-SUB)
                   MOVE NR-POS-TYPE TO WS-ACT-POS-TYPE(WS-MATCH-SUB)
                   MOVE NR-NEG-TYPE TO WS-ACT-NEG-TYPE(WS-MATCH-SUB)
                   MOVE NR-POST-SIGN TO WS-ACT-POST-SIGN(WS-MATCH-SUB)
               END-IF
           END-IF.
       610-ADD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Edits the codes a rule carries: allowed Y or N, a debit or
      *credit for each sign of amount, and a + or - posting direction.
      ******************************************************************
       615-EDIT-RULE-CODES.
           IF NOT (NR-ACTIVITY-ALLOWED OR NR-ACTIVITY-DISALLOWED)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "ALLOWED FLAG NOT Y OR N" TO WS-REFUSE-REASON
           ELSE IF (NR-POS-TYPE NOT = "D" AND NR-POS-TYPE NOT = "C")
              OR (NR-NEG-TYPE NOT = "D" AND NR-NEG-TYPE NOT = "C")
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "TRANSACTION TYPES NOT D OR C" TO WS-REFUSE-REASON
           ELSE IF NOT (NR-POST-SIGN-ADD OR NR-POST-SIGN-SUBTRACT)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "POST SIGN NOT + OR -" TO WS-REFUSE-REASON
           END-IF.
       615-EDIT-RULE-CODES-EXIT.
           EXIT.
      ******************************************************************
      *Changes an existing rule's allowed flag or transaction types.
      *The posting direction is fixed once a rule exists: the audit
      *and archive replays apply every entry ever posted under the
      *rule by it, so changing it would restate history.
      ******************************************************************
       620-CHANGE-RULE.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "RULE NOT ON FILE" TO WS-REFUSE-REASON
           ELSE
               PERFORM 615-EDIT-RULE-CODES THRU 615-EDIT-RULE-CODES-EXIT
           END-IF
           IF MAINT-VALID
               IF NR-POST-SIGN NOT = WS-ACT-POST-SIGN(WS-MATCH-SUB)
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "POST SIGN FIXED - JOURNAL REPLAYS BY IT"
                       TO WS-REFUSE-REASON
               ELSE IF NR-ALLOWED = WS-ACT-ALLOWED(WS-MATCH-SUB)
                  AND NR-POS-TYPE = WS-ACT-POS-TYPE(WS-MATCH-SUB)
                  AND NR-NEG-TYPE = WS-ACT-NEG-TYPE(WS-MATCH-SUB)
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "CHANGE ALTERS NOTHING" TO WS-REFUSE-REASON
               ELSE
                   MOVE NR-ALLOWED TO WS-ACT-ALLOWED(WS-MATCH-SUB)
                   MOVE NR-POS-TYPE TO WS-ACT-POS-TYPE(WS-MATCH-SUB)
                   MOVE NR-NEG-TYPE TO WS-ACT-NEG-TYPE(WS-MATCH-SUB)
               END-IF
           END-IF.
       620-CHANGE-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Retires a rule by disallowing it. The row stays on file so the
      *journal entries already posted under it still replay.
      ******************************************************************
       630-RETIRE-RULE.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "RULE NOT ON FILE" TO WS-REFUSE-REASON
           ELSE IF WS-ACT-ALLOWED(WS-MATCH-SUB) = "N"
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "RULE ALREADY DISALLOWED" TO WS-REFUSE-REASON
           ELSE
               MOVE "N" TO WS-ACT-ALLOWED(WS-MATCH-SUB)
           END-IF.
       630-RETIRE-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Lays the matched rule table entry out as the rule record, for
      *the audit log's before or after image.
      ******************************************************************
       640-BUILD-RULE-IMAGE.
           MOVE WS-ACT-DEPT-CODE(WS-MATCH-SUB) TO WR-DEPT-CODE
           MOVE WS-ACT-ACC-ID(WS-MATCH-SUB) TO WR-ACC-ID
           MOVE WS-ACT-ALLOWED(WS-MATCH-SUB) TO WR-ALLOWED
           MOVE WS-ACT-POS-TYPE(WS-MATCH-SUB) TO WR-POS-TYPE
           MOVE WS-ACT-NEG-TYPE(WS-MATCH-SUB) TO WR-NEG-TYPE
           MOVE WS-ACT-POST-SIGN(WS-MATCH-SUB) TO WR-POST-SIGN.
       640-BUILD-RULE-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      *Maintains one calendar period, keyed by period id.
      ******************************************************************
       650-MAINTAIN-CALENDAR.
           MOVE MNT-IMAGE TO NEW-PERIOD-INFO
           MOVE "CALENDAR" TO WS-MR-FILE
           MOVE NP-PERIOD-ID TO WS-MR-KEY
           IF NP-PERIOD-ID IS NOT NUMERIC OR NP-PERIOD-ID = 0
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD ID MISSING OR NOT NUMERIC"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 655-FIND-PERIOD THRU 655-FIND-PERIOD-EXIT
               IF RECORD-FOUND
                   PERFORM 690-BUILD-PERIOD-IMAGE
                       THRU 690-BUILD-PERIOD-IMAGE-EXIT
                   MOVE WORK-PERIOD-INFO TO WS-BEFORE-IMAGE
               END-IF
               IF MNT-ADD
                   PERFORM 660-ADD-PERIOD THRU 660-ADD-PERIOD-EXIT
               ELSE
                   IF MNT-CHANGE
                       PERFORM 670-CHANGE-PERIOD
                           THRU 670-CHANGE-PERIOD-EXIT
                   ELSE
                       PERFORM 680-RETIRE-PERIOD
                           THRU 680-RETIRE-PERIOD-EXIT
                   END-IF
               END-IF
               IF MAINT-VALID
                   MOVE "Y" TO WS-PERCAL-CHANGED-SWITCH
                   IF NOT MNT-RETIRE
                       PERFORM 690-BUILD-PERIOD-IMAGE
                           THRU 690-BUILD-PERIOD-IMAGE-EXIT
                       MOVE WORK-PERIOD-INFO TO WS-AFTER-IMAGE
                   END-IF
               END-IF
           END-IF.
       650-MAINTAIN-CALENDAR-EXIT.
           EXIT.
      ******************************************************************
      *Searches the period table for the transaction's period id. Sets
      *WS-RECORD-FOUND-SWITCH and, when found, WS-PER-MATCH-SUB to the
      *matching table entry.
      ******************************************************************
       655-FIND-PERIOD.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH
           MOVE 0 TO WS-PER-MATCH-SUB
           PERFORM 656-MATCH-PERIOD THRU 656-MATCH-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT OR RECORD-FOUND.
       655-FIND-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single period table entry against the transaction.
      ******************************************************************
       656-MATCH-PERIOD.
           IF WS-PER-ID(WS-PER-SUB) = NP-PERIOD-ID
               MOVE "Y" TO WS-RECORD-FOUND-SWITCH
               MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
           END-IF.
       656-MATCH-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Adds a new calendar period, open. Its dates must be real, in
      *order, and clear of every period already on the calendar.
      ******************************************************************
       660-ADD-PERIOD.
           IF RECORD-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD ALREADY ON CALENDAR" TO WS-REFUSE-REASON
           ELSE IF NP-PERIOD-CLOSED
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "STATUS IS SET ONLY BY PERIOD CLOSE"
                   TO WS-REFUSE-REASON
           ELSE IF WS-PERIOD-COUNT >= 24
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CALENDAR AT ITS 24-PERIOD LIMIT"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 675-EDIT-PERIOD-DATES
                   THRU 675-EDIT-PERIOD-DATES-EXIT
           END-IF.
           IF MAINT-VALID
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PER-MATCH-SUB
               MOVE NP-PERIOD-ID TO WS-PER-ID(WS-PER-MATCH-SUB)
               MOVE NP-START-DATE TO WS-PER-START(WS-PER-MATCH-SUB)
               MOVE NP-END-DATE TO WS-PER-END(WS-PER-MATCH-SUB)
               MOVE "O" TO WS-PER-STATUS(WS-PER-MATCH-SUB)
           END-IF.
       660-ADD-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Changes an open period's dates. A closed period's dates are
      *what its close was struck against and cannot move, and no
      *period's status is this program's to set.
      ******************************************************************
       670-CHANGE-PERIOD.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD NOT ON CALENDAR" TO WS-REFUSE-REASON
           ELSE IF WS-PER-STATUS(WS-PER-MATCH-SUB) = "C"
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD CLOSED - IT CANNOT BE CHANGED"
                   TO WS-REFUSE-REASON
           ELSE IF NP-STATUS NOT = SPACE
              AND NP-STATUS NOT = WS-PER-STATUS(WS-PER-MATCH-SUB)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "STATUS IS SET ONLY BY PERIOD CLOSE"
                   TO WS-REFUSE-REASON
           ELSE IF NP-START-DATE = WS-PER-START(WS-PER-MATCH-SUB)
              AND NP-END-DATE = WS-PER-END(WS-PER-MATCH-SUB)
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CHANGE ALTERS NOTHING" TO WS-REFUSE-REASON
           ELSE
               PERFORM 675-EDIT-PERIOD-DATES
                   THRU 675-EDIT-PERIOD-DATES-EXIT
           END-IF.
           IF MAINT-VALID
               MOVE NP-START-DATE TO WS-PER-START(WS-PER-MATCH-SUB)
               MOVE NP-END-DATE TO WS-PER-END(WS-PER-MATCH-SUB)
           END-IF.
       670-CHANGE-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Edits a period's requested dates: each must be a real calendar
      *date, the period cannot end before it starts, and its range
      *cannot overlap any other period on the calendar - a date in two
      *periods would post to whichever one each program found first.
      *WS-PER-MATCH-SUB names the period being changed (zero on an
      *add), which is skipped in the overlap check.
      ******************************************************************
       675-EDIT-PERIOD-DATES.
           IF NP-START-DATE IS NOT NUMERIC
              OR NP-END-DATE IS NOT NUMERIC
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD DATES NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE
               MOVE NP-START-DATE TO WS-CHECK-DATE
               PERFORM 695-CHECK-DATE-POSSIBLE
                   THRU 695-CHECK-DATE-POSSIBLE-EXIT
               IF DATE-VALID
                   MOVE NP-END-DATE TO WS-CHECK-DATE
                   PERFORM 695-CHECK-DATE-POSSIBLE
                       THRU 695-CHECK-DATE-POSSIBLE-EXIT
               END-IF
               IF DATE-INVALID
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "PERIOD DATE NOT A VALID CALENDAR DATE"
                       TO WS-REFUSE-REASON
               ELSE IF NP-START-DATE > NP-END-DATE
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "PERIOD ENDS BEFORE IT STARTS"
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE "N" TO WS-OVERLAP-SWITCH
                   PERFORM 676-CHECK-OVERLAP
                       THRU 676-CHECK-OVERLAP-EXIT
                       VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                          OR PERIOD-OVERLAPS
                   IF PERIOD-OVERLAPS
                       MOVE "N" TO WS-MAINT-VALID-SWITCH
                       STRING "DATES OVERLAP PERIOD " DELIMITED BY SIZE
                           WS-OVERLAP-PERIOD DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.
       675-EDIT-PERIOD-DATES-EXIT.
           EXIT.
      ******************************************************************
      *Tests the requested range against one other calendar period.
      *Two ranges overlap when each starts on or before the other
      *ends.
      ******************************************************************
       676-CHECK-OVERLAP.
           IF WS-PER-SUB NOT = WS-PER-MATCH-SUB
              AND NP-START-DATE <= WS-PER-END(WS-PER-SUB)
              AND NP-END-DATE >= WS-PER-START(WS-PER-SUB)
               MOVE "Y" TO WS-OVERLAP-SWITCH
               MOVE WS-PER-ID(WS-PER-SUB) TO WS-OVERLAP-PERIOD
           END-IF.
       676-CHECK-OVERLAP-EXIT.
           EXIT.
      ******************************************************************
      *Takes a period off the calendar. Only an open period that has
      *not started yet may go - one already under way may have
      *postings dated in it, which would be stranded outside the
      *calendar - and the entries after it close up the gap.
      ******************************************************************
       680-RETIRE-PERIOD.
           IF RECORD-NOT-FOUND
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD NOT ON CALENDAR" TO WS-REFUSE-REASON
           ELSE IF WS-PER-STATUS(WS-PER-MATCH-SUB) = "C"
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "CLOSED PERIOD CANNOT BE RETIRED"
                   TO WS-REFUSE-REASON
           ELSE IF WS-PER-START(WS-PER-MATCH-SUB) <= WS-CURRENT-DATE
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "PERIOD ALREADY STARTED - CANNOT RETIRE"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 685-CLOSE-UP-PERIOD THRU 685-CLOSE-UP-PERIOD-EXIT
                   VARYING WS-PER-SUB FROM WS-PER-MATCH-SUB BY 1
                   UNTIL WS-PER-SUB >= WS-PERIOD-COUNT
               SUBTRACT 1 FROM WS-PERIOD-COUNT
           END-IF.
       680-RETIRE-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Moves the next period table entry down one slot.
      ******************************************************************
       685-CLOSE-UP-PERIOD.
           MOVE WS-PERIOD-ENTRY(WS-PER-SUB + 1)
               TO WS-PERIOD-ENTRY(WS-PER-SUB).
       685-CLOSE-UP-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Lays the matched period table entry out as the calendar record,
      *for the audit log's before or after image.
      ******************************************************************
       690-BUILD-PERIOD-IMAGE.
           MOVE WS-PER-ID(WS-PER-MATCH-SUB) TO WP-PERIOD-ID
           MOVE WS-PER-START(WS-PER-MATCH-SUB) TO WP-START-DATE
           MOVE WS-PER-END(WS-PER-MATCH-SUB) TO WP-END-DATE
           MOVE WS-PER-STATUS(WS-PER-MATCH-SUB) TO WP-STATUS.
       690-BUILD-PERIOD-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      *Tests whether the date in WS-CHECK-DATE could appear on a
      *calendar at all. A year divisible by 4 is a leap year unless it
      *is divisible by 100 and not by 400.
      ******************************************************************
       695-CHECK-DATE-POSSIBLE.
           MOVE "Y" TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               MOVE "N" TO WS-DATE-VALID-SWITCH
           ELSE
               MOVE WS-MONTH-DAYS(WS-CHECK-MONTH) TO WS-DAYS-IN-MONTH
               IF WS-CHECK-MONTH = 2
                   DIVIDE WS-CHECK-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-CHECK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-CHECK-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.
       695-CHECK-DATE-POSSIBLE-EXIT.
           EXIT.
      ******************************************************************
      *Appends the accepted change to the maintenance audit log: the
      *file and action, the operator who asked for it, when it was
      *applied, and the record before and after.
      ******************************************************************
       700-WRITE-AUDIT-RECORD.
           MOVE MNT-FILE-CODE TO MAU-FILE-CODE
           MOVE MNT-ACTION TO MAU-ACTION
           MOVE MNT-OPERATOR TO MAU-OPERATOR
           MOVE WS-CURRENT-DATE TO MAU-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO MAU-CHANGE-TIME
           MOVE WS-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MAU-AFTER-IMAGE
           WRITE MAINT-AUDIT-INFO.
       700-WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Writes the department master back from the table.
      ******************************************************************
       800-REWRITE-DEPARTMENTS.
           OPEN OUTPUT DEPT-MASTER-FILE
           PERFORM 805-WRITE-DEPT THRU 805-WRITE-DEPT-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           CLOSE DEPT-MASTER-FILE.
       800-REWRITE-DEPARTMENTS-EXIT.
           EXIT.
      ******************************************************************
      *Writes one department table entry as a master record.
      ******************************************************************
       805-WRITE-DEPT.
           MOVE WS-DM-CODE(WS-DEPT-SUB) TO DM-DEPT-CODE
           MOVE WS-DM-NAME(WS-DEPT-SUB) TO DM-DEPT-NAME
           MOVE WS-DM-ACTIVE(WS-DEPT-SUB) TO DM-ACTIVE-FLAG
           MOVE WS-DM-CONTACT(WS-DEPT-SUB) TO DM-CONTACT
           WRITE DEPT-MASTER-INFO.
       805-WRITE-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Writes the activity rules back from the table.
      ******************************************************************
       810-REWRITE-RULES.
           OPEN OUTPUT ACTIVITY-RULES-FILE
           PERFORM 815-WRITE-RULE THRU 815-WRITE-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT
           CLOSE ACTIVITY-RULES-FILE.
       810-REWRITE-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Writes one rule table entry as a rule record.
      ******************************************************************
       815-WRITE-RULE.
           MOVE WS-ACT-DEPT-CODE(WS-ACT-SUB) TO ACT-DEPT-CODE
           MOVE WS-ACT-ACC-ID(WS-ACT-SUB) TO ACT-ACC-ID
           MOVE WS-ACT-ALLOWED(WS-ACT-SUB) TO ACT-ALLOWED
           MOVE WS-ACT-POS-TYPE(WS-ACT-SUB) TO ACT-POS-TYPE
           MOVE WS-ACT-NEG-TYPE(WS-ACT-SUB) TO ACT-NEG-TYPE
           MOVE WS-ACT-POST-SIGN(WS-ACT-SUB) TO ACT-POST-SIGN
           WRITE ACT-INFO.
       815-WRITE-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Writes the period calendar back from the table.
      ******************************************************************
       820-REWRITE-CALENDAR.
           OPEN OUTPUT PERIOD-CAL-FILE
           PERFORM 825-WRITE-PERIOD THRU 825-WRITE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
           CLOSE PERIOD-CAL-FILE.
       820-REWRITE-CALENDAR-EXIT.
           EXIT.
      ******************************************************************
      *Writes one period table entry as a calendar record.
      ******************************************************************
       825-WRITE-PERIOD.
           MOVE WS-PER-ID(WS-PER-SUB) TO PER-PERIOD-ID
           MOVE WS-PER-START(WS-PER-SUB) TO PER-START-DATE
           MOVE WS-PER-END(WS-PER-SUB) TO PER-END-DATE
           MOVE WS-PER-STATUS(WS-PER-SUB) TO PER-STATUS
           WRITE PERIOD-CAL-INFO.
       825-WRITE-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Prints the run totals at the foot of the maintenance report.
      ******************************************************************
       900-PRINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "TRANSACTIONS READ:  " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "CHANGES APPLIED:    " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "CHANGES REFUSED:    " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE BEFORE ADVANCING 1 LINE.
       900-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Reference_Maint" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-READ-COUNT TO RL-READ-COUNT
           MOVE WS-APPLIED-COUNT TO RL-POSTED-COUNT
           MOVE WS-REFUSED-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
