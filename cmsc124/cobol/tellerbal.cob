      * "Op:" stamp every teller line carries, and prints one page per
      * teller on TELLBALRPT: cash taken in (DEPOSIT) and paid out
      * (WITHDRAW, WDRAPPRV) separately from the non-cash movements
      * (CHECKDEP, XFERIN, XFEROUT and the time-deposit placements and
      * early breaks), closing with the net cash figure
      * the drawer must prove to. A TellerCorrect reversal carries
      * the Op: of the teller who keyed the original, so it lands on
      * that drawer as a correction - deposits reversed (CORRECT-)
      * and withdrawals reversed (CORRECT+) are shown on their own
      * lines, taken off the cash they undo and not counted as
      * customer transactions. Reads the month's AUDITARCH archive
      * first when the day is already closed, like Reconcile.
      * The drawer is the teller at the branch that served the line -
      * the "@" branch stamp glued behind the Op: ID, the head office
      * on lines keyed before branches were stamped - so a teller
      * relieving at a second branch balances a drawer at each. The
      * pages run branch by branch, each branch closing with its
      * tellers' totals and the net cash its vault must prove to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 Scan-Ix pic 9(3).
       77 Op-Found pic 9.
       77 Line-Op pic X(8).
       77 Line-Branch pic X(3).
       77 House-Branch pic X(3) VALUE "001".
      * one slot per operator and serving branch seen in the day's
      * entries, kept in branch then operator order
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Found-Ix pic 9(2).
       77 Op-Move pic 9(2).
       77 Table-Full-Warned pic 9 VALUE 0.
       01 Line-Key.
          02 Line-Key-Branch pic X(3).
          02 Line-Key-Op pic X(8).
       01 Op-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-Key.
                04 OT-Branch pic X(3).
                04 OT-Op pic X(8).
             03 OT-Cash-In pic 9(9)V99.
             03 OT-Cash-Out pic 9(9)V99.
             03 OT-NonCash-In pic 9(9)V99.
             03 OT-NonCash-Out pic 9(9)V99.
             03 OT-Txn-Count pic 9(5).
             03 OT-Corr-In pic 9(9)V99.
             03 OT-Corr-Out pic 9(9)V99.
             03 OT-Corr-Count pic 9(5).
       01 Op-Hold pic X(87).
       77 Net-Cash pic S9(9)V99.
      * the branch totals built up as its tellers' pages go out
       77 Cur-Branch pic X(3).
       77 BS-Tellers pic 9(2).
       77 BS-Txn-Count pic 9(6).
       77 BS-Corr-Count pic 9(6).
       77 BS-Cash-In pic 9(10)V99.
       77 BS-Cash-Out pic 9(10)V99.
       77 BS-NonCash-In pic 9(10)V99.
       77 BS-NonCash-Out pic 9(10)V99.
       77 BS-Corr-In pic 9(10)V99.
       77 BS-Corr-Out pic 9(10)V99.
       77 BS-Net-Cash pic S9(10)V99.
       PROCEDURE DIVISION.
       DISPLAY "Balance tellers for date (YYYYMMDD): "
           WITH NO ADVANCING.
         END-IF.
       EXIT.
      * walk the line for the " Op: " stamp; the eight characters
      * after it are the teller the entry belongs to, and the "@"
      * behind them names the branch that served it
       FindOperator.
         MOVE 0 TO Op-Found.
         MOVE SPACES TO Line-Op.
         MOVE House-Branch TO Line-Branch.
         MOVE 1 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 128 OR Op-Found = 1
            IF Audit-Record(Scan-Ix:5) = " Op: "
               MOVE Audit-Record(Scan-Ix + 5:8) TO Line-Op
               IF Audit-Record(Scan-Ix + 13:1) = "@"
                  AND Audit-Record(Scan-Ix + 14:3) NOT = SPACES
                  MOVE Audit-Record(Scan-Ix + 14:3) TO Line-Branch
               END-IF
               MOVE 1 TO Op-Found
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
       EXIT.
       TakeAuditLine.
         MOVE Line-Branch TO Line-Key-Branch.
         MOVE Line-Op TO Line-Key-Op.
         MOVE 0 TO Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-Key(Op-Ix) = Line-Key
               MOVE Op-Ix TO Found-Ix
               MOVE Op-Count TO Op-Ix
            END-IF
         IF Found-Ix = 0
            IF Op-Count >= 20
               IF Table-Full-Warned = 0
                  DISPLAY "More than 20 teller drawers in one day; "
                      "raise the table and rerun."
                  MOVE 1 TO Table-Full-Warned
               END-IF
            ELSE
               PERFORM OpenDrawer
            END-IF
         END-IF.
         IF Found-Ix > 0
            IF AL-Type = "CORRECT-" OR AL-Type = "CORRECT+"
               ADD 1 TO OT-Corr-Count(Found-Ix)
            ELSE
               ADD 1 TO OT-Txn-Count(Found-Ix)
            END-IF
            IF AL-Type = "CORRECT-"
               ADD AL-Amount TO OT-Corr-In(Found-Ix)
            END-IF
            IF AL-Type = "CORRECT+"
               ADD AL-Amount TO OT-Corr-Out(Found-Ix)
            END-IF
            IF AL-Type = "DEPOSIT"
               ADD AL-Amount TO OT-Cash-In(Found-Ix)
            END-IF
               ADD AL-Amount TO OT-Cash-Out(Found-Ix)
            END-IF
            IF AL-Type = "CHECKDEP" OR AL-Type = "XFERIN"
               OR AL-Type = "TDBREAK" OR AL-Type = "TDINTRST"
               OR AL-Type = "LOANREL" OR AL-Type = "RECLAIM"
               ADD AL-Amount TO OT-NonCash-In(Found-Ix)
            END-IF
            IF AL-Type = "XFEROUT" OR AL-Type = "TDPLACE"
               OR AL-Type = "LOANPAY" OR AL-Type = "LOANINT"
               OR AL-Type = "WHTAX"
               ADD AL-Amount TO OT-NonCash-Out(Found-Ix)
            END-IF
         END-IF.
       EXIT.
      * a new drawer slotted in branch and operator order, the ones
      * above it moved down a place
       OpenDrawer.
         MOVE 1 TO Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-Key(Op-Ix) < Line-Key
               COMPUTE Found-Ix = Op-Ix + 1
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
         MOVE Op-Count TO Op-Move.
         PERFORM UNTIL Op-Move < Found-Ix
            MOVE Op-Entry(Op-Move) TO Op-Hold
            MOVE Op-Hold TO Op-Entry(Op-Move + 1)
            SUBTRACT 1 FROM Op-Move
         END-PERFORM.
         ADD 1 TO Op-Count.
         MOVE Line-Key TO OT-Key(Found-Ix).
         MOVE 0 TO OT-Cash-In(Found-Ix).
         MOVE 0 TO OT-Cash-Out(Found-Ix).
         MOVE 0 TO OT-NonCash-In(Found-Ix).
         MOVE 0 TO OT-NonCash-Out(Found-Ix).
         MOVE 0 TO OT-Txn-Count(Found-Ix).
         MOVE 0 TO OT-Corr-In(Found-Ix).
         MOVE 0 TO OT-Corr-Out(Found-Ix).
         MOVE 0 TO OT-Corr-Count(Found-Ix).
       EXIT.
      * one page per teller, closing with the net cash the drawer
      * must count out to; each branch's tellers are followed by the
      * branch's totals
       WriteTellerPages.
         IF Op-Count = 0
            MOVE SPACES TO Report-Record
         END-IF.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF Op-Ix = 1 OR OT-Branch(Op-Ix) NOT = Cur-Branch
               PERFORM StartBranch
            END-IF
            PERFORM WriteOnePage
            PERFORM AddBranchTotals
            IF Op-Ix = Op-Count
               PERFORM WriteBranchTotals
            ELSE
               IF OT-Branch(Op-Ix + 1) NOT = Cur-Branch
                  PERFORM WriteBranchTotals
               END-IF
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
         DISPLAY "Balanced " Op-Count " teller drawer(s) for " Bal-Date
             "; see TELLBALRPT.".
       EXIT.
       WriteOnePage.
         MOVE SPACES TO Report-Record.
         STRING "==== BRANCH " OT-Branch(Op-Ix)
                " TELLER " OT-Op(Op-Ix)
                " DATE " Bal-Date
                " (" OT-Txn-Count(Op-Ix) " transaction(s), "
                OT-Corr-Count(Op-Ix) " correction(s)) ===="
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Less deposits corrected:   " OT-Corr-In(Op-Ix)
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Less withdrawals corrected:" OT-Corr-Out(Op-Ix)
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         COMPUTE Net-Cash =
             (OT-Cash-In(Op-Ix) - OT-Corr-In(Op-Ix))
             - (OT-Cash-Out(Op-Ix) - OT-Corr-Out(Op-Ix)).
         MOVE SPACES TO Report-Record.
         STRING "NET CASH TO PROVE:         " Net-Cash
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       StartBranch.
         MOVE OT-Branch(Op-Ix) TO Cur-Branch.
         MOVE 0 TO BS-Tellers.
         MOVE 0 TO BS-Txn-Count.
         MOVE 0 TO BS-Corr-Count.
         MOVE 0 TO BS-Cash-In.
         MOVE 0 TO BS-Cash-Out.
         MOVE 0 TO BS-NonCash-In.
         MOVE 0 TO BS-NonCash-Out.
         MOVE 0 TO BS-Corr-In.
         MOVE 0 TO BS-Corr-Out.
       EXIT.
       AddBranchTotals.
         ADD 1 TO BS-Tellers.
         ADD OT-Txn-Count(Op-Ix) TO BS-Txn-Count.
         ADD OT-Corr-Count(Op-Ix) TO BS-Corr-Count.
         ADD OT-Cash-In(Op-Ix) TO BS-Cash-In.
         ADD OT-Cash-Out(Op-Ix) TO BS-Cash-Out.
         ADD OT-NonCash-In(Op-Ix) TO BS-NonCash-In.
         ADD OT-NonCash-Out(Op-Ix) TO BS-NonCash-Out.
         ADD OT-Corr-In(Op-Ix) TO BS-Corr-In.
         ADD OT-Corr-Out(Op-Ix) TO BS-Corr-Out.
       EXIT.
      * the branch's tellers added together: the net cash the branch
      * vault proves to at the end of the day
       WriteBranchTotals.
         MOVE SPACES TO Report-Record.
         STRING "==== BRANCH " Cur-Branch " TOTAL DATE " Bal-Date
                " (" BS-Tellers " teller(s), " BS-Txn-Count
                " transaction(s), " BS-Corr-Count
                " correction(s)) ===="
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Cash in (deposits):        " BS-Cash-In
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Cash out (withdrawals):    " BS-Cash-Out
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Non-cash in (checks/xfer): " BS-NonCash-In
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Non-cash out (transfers):  " BS-NonCash-Out
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Less deposits corrected:   " BS-Corr-In
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Less withdrawals corrected:" BS-Corr-Out
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         COMPUTE BS-Net-Cash = (BS-Cash-In - BS-Corr-In)
             - (BS-Cash-Out - BS-Corr-Out).
         MOVE SPACES TO Report-Record.
         STRING "BRANCH NET CASH TO PROVE:  " BS-Net-Cash
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * END OF PROGRAM
