      * and dates as evidence. An operator reviews the report and
      * copies approved proposals into EULRXTXN, so every seeded
      * control total still flows through the expmaint audit trail.
      * The operator id in each proposal is left blank: the approving
      * operator enters their own id when copying it, so expmaint
      * checks that operator's authority, not the seeding job's.
      * A combination with disagreeing totals on file is never
      * proposed, whatever else it has.
       ENVIRONMENT DIVISION.
       FD Proposal-File.
       01 Proposal-Record.
         02 PRP-Action PIC X.
         02 PRP-Operator PIC X(8).
         02 PRP-Variant PIC X(8).
         02 PRP-Bound PIC 9(9).
         02 PRP-Total PIC 9(13).
       Write-Proposal.
       ADD 1 TO WS-Proposals-Made
       MOVE "A" TO PRP-Action
       MOVE SPACES TO PRP-Operator
       MOVE CMB-Variant (WS-Idx) TO PRP-Variant
       MOVE CMB-Bound (WS-Idx) TO PRP-Bound
       MOVE CMB-Total (WS-Idx) TO PRP-Total
       STRING "CONTROL-TOTAL SEED PROPOSALS  PREPARED: " WS-Run-Date
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO WS-Report-Line
       STRING "REVIEW AND COPY APPROVED PROPOSALS INTO EULRXTXN "
           "WITH YOUR OPERATOR ID"
           DELIMITED BY SIZE INTO WS-Report-Line
       WRITE Report-Record FROM WS-Report-Line
       MOVE SPACES TO Report-Record
       WRITE Report-Record.
