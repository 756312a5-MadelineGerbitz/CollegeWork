      *Every item, cleared or still open, is listed on a workbench
      *report with its item number, which is the number a correction
      *record uses to name it.
      *Every repost rides behind a submitter reference naming the
      *operator who cleared it, so when General_Ledger holds the
      *repost for approval that operator cannot also approve it.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *reversal reposts as a reversal; the prior-period flag is set
      *because an item is often cleared only after the period its
      *date falls in has been closed, and a clearing is exactly the
      *kind of supervised adjustment that flag exists for. The
      *submitter reference ahead of it names the clearing operator.
      ******************************************************************
       420-WRITE-CORRECTION-TRANS.
           MOVE SPACES TO TRANS-SUBMITTER-REF
           MOVE "SB" TO TSB-RECORD-FLAG
           MOVE WS-COR-OPERATOR(WS-COR-MATCH-SUB) TO TSB-OPERATOR
           WRITE TRANS-SUBMITTER-REF
           MOVE WS-COR-DEPT-CODE(WS-COR-MATCH-SUB) TO TRANS-DEPT-CODE
           MOVE WS-COR-ACC-CODE(WS-COR-MATCH-SUB) TO TRANS-ACC
           MOVE WS-EFFECTIVE-AMOUNT TO TRANS-AMT
      *original voucher number and the group's leg count, then every
      *corrected leg - so General_Ledger posts the transfer as a
      *group with no Cash legs, the way it was always meant to post.
      *The submitter reference ahead of the header names the operator
      *who cleared the group's first leg.
      ******************************************************************
       630-WRITE-GROUP-VOUCHER.
           MOVE SPACES TO TRANS-SUBMITTER-REF
           MOVE "SB" TO TSB-RECORD-FLAG
           MOVE WS-VL-OPERATOR(WS-VG-START(WS-VG-SUB)) TO TSB-OPERATOR
           WRITE TRANS-SUBMITTER-REF
           MOVE SPACES TO TRANS-VOUCHER-HEADER
           MOVE "VH" TO TVH-RECORD-FLAG
           MOVE WS-VG-VOUCHER(WS-VG-SUB) TO TVH-VOUCHER-NUMBER
