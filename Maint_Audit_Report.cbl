       IDENTIFICATION DIVISION.
       PROGRAM-ID. Maint_Audit_Report.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 9/14/26.
      ******************************************************************
      *This project prints the reference file maintenance audit log
      *Reference_Maint appends to: one section per accepted change
      *showing when it was applied, the operator who asked for it,
      *which reference file it touched and how, and the record as it
      *stood before and after - so "who changed the rules, and from
      *what" is answered from the file. An optional parameter record
      *narrows the report to a date range, to one reference file, or
      *both; no parameter file means the whole log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maintenance audit log written by Reference_Maint. OPTIONAL so a
      *site that has never run maintenance gets an empty report
      *instead of a failed open.
           SELECT OPTIONAL MAINT-AUDIT-FILE
               ASSIGN TO UT-SYS-MAINT-AUDIT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Optional parameter record scoping this run: a date range on
      *the change date and/or one reference file's code.
           SELECT OPTIONAL AUDIT-PARM-FILE
               ASSIGN TO UT-SYS-AUDIT-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Audit report file is the printed report this program produces.
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO UT-SYS-AUDIT-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-AUDIT-FILE
           RECORD CONTAINS 104.
           COPY MAINTAUD.

       FD AUDIT-PARM-FILE
           RECORD CONTAINS 17.
       01 AUDIT-PARM-INFO.
           05 MAP-FROM-DATE PIC 9(08).
           05 MAP-TO-DATE PIC 9(08).
           05 MAP-FILE-CODE PIC X(01).

       FD AUDIT-REPORT-FILE
           RECORD CONTAINS 80.
       01 AUDIT-REPORT-LINE PIC X(80).

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-MAINT-AUDIT-FILE PIC X(100)
              VALUE "C:\COBOL\maintaud.dat".
           05 UT-SYS-AUDIT-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\maintparm.dat".
           05 UT-SYS-AUDIT-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\maintaudr.dat".
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-AUDIT-SWITCH PIC X(1).
            88 EOF-AUDIT VALUE "T".
            88 NOT-EOF-AUDIT VALUE "F".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-FROM-DATE PIC 9(8) VALUE 0.
           05 WS-TO-DATE PIC 9(8) VALUE 99999999.
           05 WS-WANTED-FILE PIC X(1) VALUE SPACES.
           05 WS-READ-COUNT PIC 9(8) VALUE 0.
           05 WS-PRINTED-COUNT PIC 9(8) VALUE 0.

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

      ******************************************************************
      *Layouts for the printed lines of the audit report - one change
      *line, then the before and after image lines, per logged change.
      ******************************************************************
       01 WS-AUDIT-CHANGE-LINE.
           05 WS-AC-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AC-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 WS-AC-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AC-FILE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AC-ACTION PIC X(6).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-AUDIT-IMAGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AI-LABEL PIC X(8).
           05 WS-AI-IMAGE PIC X(40).
           05 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      *Main loop.
      *Step 1: Read the optional parameter record
      *Step 2: Read the audit log once, printing every change that
      *         passes the date and file filters
      *Step 3: Close the report and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           PERFORM 120-READ-PARAMETERS
               THRU 120-READ-PARAMETERS-EXIT
           OPEN INPUT MAINT-AUDIT-FILE
                OUTPUT AUDIT-REPORT-FILE
           MOVE "REFERENCE FILE MAINTENANCE AUDIT LOG"
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "F" TO WS-EOF-AUDIT-SWITCH
           PERFORM 200-READ-AUDIT THRU 200-READ-AUDIT-EXIT
               UNTIL EOF-AUDIT
           IF WS-PRINTED-COUNT = 0
               MOVE "NO CHANGES MATCH THE REQUESTED FILTERS"
                   TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE MAINT-AUDIT-FILE
                 AUDIT-REPORT-FILE
           DISPLAY WS-PRINTED-COUNT " MAINTENANCE CHANGE(S) PRINTED"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Reads the optional parameter record. No record, or zero dates,
      *means the full range; a blank file code means every reference
      *file.
      ******************************************************************
       120-READ-PARAMETERS.
           OPEN INPUT AUDIT-PARM-FILE
           READ AUDIT-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF MAP-FROM-DATE IS NUMERIC AND MAP-FROM-DATE > 0
                       MOVE MAP-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF MAP-TO-DATE IS NUMERIC AND MAP-TO-DATE > 0
                       MOVE MAP-TO-DATE TO WS-TO-DATE
                   END-IF
                   IF MAP-FILE-CODE NOT = SPACES
                       MOVE MAP-FILE-CODE TO WS-WANTED-FILE
                   END-IF
           END-READ
           CLOSE AUDIT-PARM-FILE.
       120-READ-PARAMETERS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one audit record and prints it when it passes the date
      *and file filters.
      ******************************************************************
       200-READ-AUDIT.
           READ MAINT-AUDIT-FILE
                AT END
                   MOVE "T" TO WS-EOF-AUDIT-SWITCH
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF MAU-CHANGE-DATE >= WS-FROM-DATE
                      AND MAU-CHANGE-DATE <= WS-TO-DATE
                      AND (WS-WANTED-FILE = SPACES
                       OR MAU-FILE-CODE = WS-WANTED-FILE)
                       PERFORM 210-PRINT-CHANGE
                           THRU 210-PRINT-CHANGE-EXIT
                   END-IF
           END-READ.
       200-READ-AUDIT-EXIT.
           EXIT.
      ******************************************************************
      *Builds and writes the three lines for one logged change. An add
      *has no before image and a period taken off the calendar has no
      *after image; those print as NONE.
      ******************************************************************
       210-PRINT-CHANGE.
           MOVE MAU-CHANGE-DATE TO WS-AC-DATE
           MOVE MAU-CHANGE-TIME TO WS-AC-TIME
           MOVE MAU-OPERATOR TO WS-AC-OPERATOR
           IF MAU-CHART
               MOVE "CHART" TO WS-AC-FILE
           ELSE IF MAU-DEPT
               MOVE "DEPARTMENT" TO WS-AC-FILE
           ELSE IF MAU-RULE
               MOVE "RULE" TO WS-AC-FILE
           ELSE IF MAU-CALENDAR
               MOVE "CALENDAR" TO WS-AC-FILE
           ELSE IF MAU-CUSTOMER
               MOVE "CUSTOMER" TO WS-AC-FILE
           ELSE
               MOVE MAU-FILE-CODE TO WS-AC-FILE
           END-IF.
           IF MAU-ADD
               MOVE "ADD" TO WS-AC-ACTION
           ELSE IF MAU-CHANGE
               MOVE "CHANGE" TO WS-AC-ACTION
           ELSE IF MAU-RETIRE
               MOVE "RETIRE" TO WS-AC-ACTION
           ELSE
               MOVE MAU-ACTION TO WS-AC-ACTION
           END-IF.
           MOVE WS-AUDIT-CHANGE-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "BEFORE" TO WS-AI-LABEL
           IF MAU-BEFORE-IMAGE = SPACES
               MOVE "NONE" TO WS-AI-IMAGE
           ELSE
               MOVE MAU-BEFORE-IMAGE TO WS-AI-IMAGE
           END-IF
           MOVE WS-AUDIT-IMAGE-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "AFTER" TO WS-AI-LABEL
           IF MAU-AFTER-IMAGE = SPACES
               MOVE "NONE" TO WS-AI-IMAGE
           ELSE
               MOVE MAU-AFTER-IMAGE TO WS-AI-IMAGE
           END-IF
           MOVE WS-AUDIT-IMAGE-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE BEFORE ADVANCING 1 LINE
           ADD 1 TO WS-PRINTED-COUNT.
       210-PRINT-CHANGE-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Maint_Audit_Report" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-READ-COUNT TO RL-READ-COUNT
           MOVE 0 TO RL-POSTED-COUNT
           MOVE 0 TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
