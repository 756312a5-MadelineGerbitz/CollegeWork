      *resubmit-the-voucher disposition: the department re-enters
      *the whole corrected voucher through its feed, where the group
      *edits judge it as one.
      *Every entry written rides behind a submitter reference naming
      *the operator who cleared it, so when General_Ledger holds the
      *entry for approval that operator cannot also approve it.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *exactly the kind of supervised adjustment that flag exists for.
      ******************************************************************
       410-WRITE-REVERSAL-TRANS.
           PERFORM 415-WRITE-SUBMITTER-REF
               THRU 415-WRITE-SUBMITTER-REF-EXIT
           MOVE 9 TO TRANS-DEPT-CODE
           MOVE 9 TO TRANS-ACC
           COMPUTE TRANS-AMT = 0 - WS-POSTED-AMOUNT
       410-WRITE-REVERSAL-TRANS-EXIT.
           EXIT.
      ******************************************************************
      *Writes the submitter reference that rides ahead of each entry
      *this program writes, naming the clearing operator.
      ******************************************************************
       415-WRITE-SUBMITTER-REF.
           MOVE SPACES TO TRANS-SUBMITTER-REF
           MOVE "SB" TO TSB-RECORD-FLAG
           MOVE WS-COR-OPERATOR(WS-COR-MATCH-SUB) TO TSB-OPERATOR
           WRITE TRANS-SUBMITTER-REF.
       415-WRITE-SUBMITTER-REF-EXIT.
           EXIT.
      ******************************************************************
      *Writes the correcting transaction that posts the effective
      *amount and date to the researched department/account.
      ******************************************************************
       420-WRITE-CORRECTION-TRANS.
           PERFORM 415-WRITE-SUBMITTER-REF
               THRU 415-WRITE-SUBMITTER-REF-EXIT
           MOVE WS-COR-DEPT-CODE(WS-COR-MATCH-SUB) TO TRANS-DEPT-CODE
           MOVE WS-COR-ACC-CODE(WS-COR-MATCH-SUB) TO TRANS-ACC
           MOVE WS-EFFECTIVE-AMOUNT TO TRANS-AMT
