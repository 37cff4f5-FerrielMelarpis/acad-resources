              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
	FD Report-File.
	01 Report-Record pic X(100).

       77 Account-Count pic 9(5) VALUE 0.
       77 Total-Deposit pic 9(9)V99 VALUE 0.
       77 Dormant-Count pic 9(5) VALUE 0.
      * one line per home branch ahead of the grand total, in branch
      * order; an account never given a branch is the head office's
       77 House-Branch pic X(3) VALUE "001".
       77 Work-Branch pic X(3).
       77 Br-Count pic 9(2) VALUE 0.
       77 Br-Ix pic 9(2).
       77 Br-Found pic 9(2).
       77 Br-Move pic 9(2).
       77 Br-Full-Warned pic 9 VALUE 0.
       01 Branch-Table.
          02 Br-Entry OCCURS 20 TIMES.
             03 BT-Code pic X(3).
             03 BT-Count pic 9(5).
             03 BT-Deposit pic 9(9)V99.
             03 BT-Dormant pic 9(5).
       01 Br-Hold pic X(24).

	PROCEDURE DIVISION.
              PERFORM OpenFiles.
                            ADD 1 TO Account-Count
                            ADD fusermoney TO Total-Deposit
                            PERFORM WriteDetail
                            PERFORM AddBranchTotal
              END-READ.
       EXIT.
      * one report line per account on file; dormant accounts are
              END-IF.
              WRITE Report-Record.
       EXIT.
      * the account's count and balance onto its home branch's line
       AddBranchTotal.
              MOVE fbranch TO Work-Branch.
              IF Work-Branch = SPACES
                     MOVE House-Branch TO Work-Branch
              END-IF.
              MOVE 0 TO Br-Found.
              MOVE 1 TO Br-Ix.
              PERFORM UNTIL Br-Ix > Br-Count
                     IF BT-Code(Br-Ix) = Work-Branch
                            MOVE Br-Ix TO Br-Found
                            MOVE Br-Count TO Br-Ix
                     END-IF
                     ADD 1 TO Br-Ix
              END-PERFORM.
              IF Br-Found = 0
                     IF Br-Count >= 20
                            IF Br-Full-Warned = 0
                                   DISPLAY "More than 20 branches; "
                                       "raise the branch table and "
                                       "rerun."
                                   MOVE 1 TO Br-Full-Warned
                            END-IF
                     ELSE
                            PERFORM OpenBranch
                     END-IF
              END-IF.
              IF Br-Found > 0
                     ADD 1 TO BT-Count(Br-Found)
                     ADD fusermoney TO BT-Deposit(Br-Found)
                     IF fdormant = "Y"
                            ADD 1 TO BT-Dormant(Br-Found)
                     END-IF
              END-IF.
       EXIT.
      * a new branch slotted in code order, the ones above it moved
      * down a place
       OpenBranch.
              MOVE 1 TO Br-Found.
              MOVE 1 TO Br-Ix.
              PERFORM UNTIL Br-Ix > Br-Count
                     IF BT-Code(Br-Ix) < Work-Branch
                            COMPUTE Br-Found = Br-Ix + 1
                     END-IF
                     ADD 1 TO Br-Ix
              END-PERFORM.
              MOVE Br-Count TO Br-Move.
              PERFORM UNTIL Br-Move < Br-Found
                     MOVE Br-Entry(Br-Move) TO Br-Hold
                     MOVE Br-Hold TO Br-Entry(Br-Move + 1)
                     SUBTRACT 1 FROM Br-Move
              END-PERFORM.
              ADD 1 TO Br-Count.
              MOVE Work-Branch TO BT-Code(Br-Found).
              MOVE 0 TO BT-Count(Br-Found).
              MOVE 0 TO BT-Deposit(Br-Found).
              MOVE 0 TO BT-Dormant(Br-Found).
       EXIT.
      * a line per branch, then the closing line with the account
      * count and grand total on deposit
       WriteTotals.
              MOVE 1 TO Br-Ix.
              PERFORM UNTIL Br-Ix > Br-Count
                     MOVE SPACES TO Report-Record
                     STRING "Branch: " BT-Code(Br-Ix)
                            " Accounts: " BT-Count(Br-Ix)
                            " On Deposit: " BT-Deposit(Br-Ix)
                            " Dormant: " BT-Dormant(Br-Ix)
                         DELIMITED BY SIZE INTO Report-Record
                     END-STRING
                     WRITE Report-Record
                     ADD 1 TO Br-Ix
              END-PERFORM.
              MOVE SPACES TO Report-Record.
              STRING "Accounts: " Account-Count
                     " Total On Deposit: " Total-Deposit
