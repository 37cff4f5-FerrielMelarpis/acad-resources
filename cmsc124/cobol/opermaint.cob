       AUTHOR. FerrielMelarpis.
      * the file that decides who can approve overrides finally gets
      * a maintenance program of its own: add a teller, deactivate
      * one, change a PIN, a role or the branch the operator works
      * at - each behind a supervisor
      * sign-on, with confirmation, and with an append-only OPERCHLOG
      * line per touch the way RATECHLOG covers rate changes. PINs
      * never land on the log. Deactivated operators keep their
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Log-File.
       01 Log-Record pic X(120).
       WORKING-STORAGE SECTION.
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Active pic X.
             03 OT-Branch pic X(3).
      * supervisor sign-on state, same three-tries gate as SignOn
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Work-ID pic X(8).
       77 New-Pin pic 9(4).
       77 New-Role pic X.
      * an operator with no branch works at the head office
       77 New-Branch pic X(3).
       77 House-Branch pic X(3) VALUE "001".
       77 Log-Detail pic X(20) VALUE SPACES.
       77 Log-Action pic X(10).
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
                  ELSE
                     MOVE "Y" TO OT-Active(Op-Count)
                  END-IF
                  MOVE Opr-Branch TO OT-Branch(Op-Count)
                  IF Opr-Branch = SPACES
                     MOVE House-Branch TO OT-Branch(Op-Count)
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Oper-File.
         DISPLAY "[4] Change an operator's PIN.".
         DISPLAY "[5] Change an operator's role.".
         DISPLAY "[6] List operators.".
         DISPLAY "[7] Change an operator's branch.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         IF Choice = 6
            PERFORM ListOperators
         END-IF.
         IF Choice = 7
            PERFORM ChangeBranch
         END-IF.
       EXIT.
       AddOperator.
         DISPLAY "New operator ID: " WITH NO ADVANCING.
            DISPLAY "Role - (T)eller or (S)upervisor: "
                WITH NO ADVANCING
            ACCEPT New-Role
            DISPLAY "Branch (blank = " House-Branch "): "
                WITH NO ADVANCING
            ACCEPT New-Branch
            IF New-Branch = SPACES
               MOVE House-Branch TO New-Branch
            END-IF
            IF New-Role NOT = "T" AND New-Role NOT = "S"
               DISPLAY "Role must be T or S; nothing added."
            ELSE
               DISPLAY "Add " Work-ID " as role " New-Role
                   " at branch " New-Branch "? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Add cancelled."
                  MOVE New-Pin TO OT-Pin(Op-Count)
                  MOVE New-Role TO OT-Role(Op-Count)
                  MOVE "Y" TO OT-Active(Op-Count)
                  MOVE New-Branch TO OT-Branch(Op-Count)
                  PERFORM SaveOperators
                  MOVE "ADD" TO Log-Action
                  STRING "Branch: " New-Branch
                      DELIMITED BY SIZE INTO Log-Detail
                  END-STRING
                  PERFORM WriteLog
                  DISPLAY "Operator added."
               END-IF
            END-IF
         END-IF.
       EXIT.
      * moves a teller to another branch; the lines they key from
      * then on carry the new branch's stamp
       ChangeBranch.
         PERFORM PickOperator.
         IF Found-Ix > 0
            DISPLAY "Current branch: " OT-Branch(Found-Ix)
            DISPLAY "New branch: " WITH NO ADVANCING
            ACCEPT New-Branch
            IF New-Branch = SPACES
               DISPLAY "A branch code is needed; nothing changed."
            ELSE
            IF New-Branch = OT-Branch(Found-Ix)
               DISPLAY Work-ID " already works at " New-Branch "."
            ELSE
               DISPLAY "Move " Work-ID " to branch " New-Branch
                   "? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Branch change cancelled."
               ELSE
                  STRING "From: " OT-Branch(Found-Ix)
                         " To: " New-Branch
                      DELIMITED BY SIZE INTO Log-Detail
                  END-STRING
                  MOVE New-Branch TO OT-Branch(Found-Ix)
                  PERFORM SaveOperators
                  MOVE "BRANCH-CHG" TO Log-Action
                  PERFORM WriteLog
                  DISPLAY "Branch changed."
               END-IF
            END-IF
            END-IF
         END-IF.
       EXIT.
       ListOperators.
         DISPLAY Op-Count " operator(s) on file:".
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            DISPLAY "  " OT-ID(Op-Ix) " role " OT-Role(Op-Ix)
                " active " OT-Active(Op-Ix)
                " branch " OT-Branch(Op-Ix)
            ADD 1 TO Op-Ix
         END-PERFORM.
       EXIT.
            MOVE OT-Pin(Op-Ix) TO Opr-Pin
            MOVE OT-Role(Op-Ix) TO Opr-Role
            MOVE OT-Active(Op-Ix) TO Opr-Active
            MOVE OT-Branch(Op-Ix) TO Opr-Branch
            WRITE Oper-Record
            ADD 1 TO Op-Ix
         END-PERFORM.
         CLOSE Oper-File.
       EXIT.
      * one log line per touch: who was touched, what was done, and
      * which supervisor did it - never the PIN itself; a branch
      * given or changed follows on the end
       WriteLog.
         ACCEPT Log-Date FROM DATE YYYYMMDD.
         ACCEPT Log-Time FROM TIME.
         STRING Work-ID " " Log-Action
                " " Log-Date " " Log-Time
                " By: " Super-Op
                " " Log-Detail
             DELIMITED BY SIZE INTO Log-Record
         END-STRING.
         WRITE Log-Record.
         MOVE SPACES TO Log-Detail.
       EXIT.
      * END OF PROGRAM
