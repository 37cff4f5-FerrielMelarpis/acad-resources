      * supervisor-only placing and lifting of legal holds and freezes
      * Copyright (C) 2014 Ferriel Lisandro B. Melarpis
      * This program is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License as published by
      * the Free Software Foundation, either version 3 of the License, or (at
      * your option) any later version.
      * This program is distributed in the hope that it will be useful, but
      * WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the GNU
      * General Public License for more details.
      * You should have received a copy of the GNU General Public License
      * along with this program.  If not, see <http://www.gnu.org/licenses/>.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalHold.
       AUTHOR. FerrielMelarpis.
      * garnishment orders and court freezes get their own file,
      * LEGALHOLD, instead of locking the account with flocked: a
      * hold either earmarks an amount or freezes the whole balance,
      * and names the order, the issuing authority and the dates it
      * was placed and lifted. Deposits and the balance inquiry carry
      * on as usual; Withdraw, Transfer and the time-deposit and loan
      * debits in StudentRecords and MemberLoan, and the
      * StandingOrders, LoanDebit and FeePost batches, all treat the
      * held amount as unavailable the way they treat fholds. Holds
      * are keyed by account and the account's own hold number, and
      * are never deleted - a lifted hold keeps its lift date and
      * supervisor. Only an active supervisor may sign on here, and
      * placing or lifting a hold writes an audit entry naming that
      * supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LH-File ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-Key
           FILE STATUS IS LH-Status.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT ASeq-File ASSIGN TO "AUDITSEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASeq-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
       DATA DIVISION.
       FILE SECTION.
      * one order against one account: the amount it earmarks, or a
      * full freeze of the balance; a zero Lifted is a hold in force
       FD LH-File.
       01 LH-Record.
          02 LH-Key.
             03 LH-Acct pic 9(6).
             03 LH-No pic 9(3).
          02 LH-Order-Ref pic X(20).
          02 LH-Amount pic 9(7)V99.
          02 LH-Full-Freeze pic X.
          02 LH-Authority pic X(30).
          02 LH-Placed pic 9(8).
          02 LH-Lifted pic 9(8).
          02 LH-Placed-By pic X(8).
          02 LH-Lifted-By pic X(8).
       FD fp.
       01 fuser.
          02 faccountno pic 9(6).
          02 fusername pic X(20).
          02 fbirthday.
             03 fbmonth pic X(10).
             03 fbday pic 99.
             03 fbyear pic 9(4).
          02 fuserpin pic 9(4).
          02 fusermoney pic 9(7)V99.
          02 ffailcount pic 9.
          02 flocked pic X.
          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD ASeq-File.
       01 ASeq-Record pic 9(9).
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       WORKING-STORAGE SECTION.
       77 LH-Status pic XX.
       77 Fp-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 Oper-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Audit-Tag pic X(8).
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Work-Acct pic 9(6).
       77 Work-No pic 9(3).
       77 Next-No pic 9(3).
       77 Hold-Count pic 9(3).
       77 LH-Done pic 9.
      * the hold being keyed
       77 New-Ref pic X(20).
       77 New-Authority pic X(30).
       77 New-Freeze pic X.
       77 New-Amount pic 9(7)V99.
      * supervisor sign-on state, the same three-tries gate OperMaint
      * keeps
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Found-Ix pic 9(2).
       01 Oper-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Branch pic X(3).
             03 OT-Active pic X.
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Super-Op pic X(8) VALUE SPACES.
      * the branch the signed-on operator works at, stamped straight
      * after the Op: ID on every teller line as "@" and the code,
      * with "*" when the member's account is homed at another
      * branch; operators from before branches belong to head office
       77 Current-Branch pic X(3) VALUE SPACES.
       77 House-Branch pic X(3) VALUE "001".
       01 Br-Stamp.
          02 Br-At pic X VALUE "@".
          02 Br-Code pic X(3).
          02 Br-Away pic X.
       PROCEDURE DIVISION.
       PERFORM LoadOperators.
       PERFORM SupervisorSignOn.
       PERFORM OpenFiles.
       PERFORM MainMenu UNTIL Choice = 0.
       CLOSE LH-File.
       CLOSE fp.
       CLOSE Audit-File.
       STOP RUN.
       LoadOperators.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; run the teller "
                "program once to create it."
            STOP RUN
         END-IF.
         PERFORM UNTIL Eof-Flag = 1 OR Op-Count >= 20
            READ Oper-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  ADD 1 TO Op-Count
                  MOVE Opr-ID TO OT-ID(Op-Count)
                  MOVE Opr-Pin TO OT-Pin(Op-Count)
                  MOVE Opr-Role TO OT-Role(Op-Count)
                  MOVE Opr-Branch TO OT-Branch(Op-Count)
                  IF Opr-Active = "N"
                     MOVE "N" TO OT-Active(Op-Count)
                  ELSE
                     MOVE "Y" TO OT-Active(Op-Count)
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Oper-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * only an active supervisor may place or lift a hold, and the
      * supervisor's ID goes on the hold and on its audit entry
       SupervisorSignOn.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Super-Op NOT = SPACES OR Op-Tries >= 3
            DISPLAY "Supervisor ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Supervisor PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            PERFORM FindOperator
            IF Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Found-Ix)
               AND OT-Role(Found-Ix) = "S"
               AND OT-Active(Found-Ix) = "Y"
               MOVE Op-Try-ID TO Super-Op
               MOVE OT-Branch(Found-Ix) TO Current-Branch
               IF Current-Branch = SPACES
                  MOVE House-Branch TO Current-Branch
               END-IF
               DISPLAY "Signed on as " Super-Op "."
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Not an active supervisor, or wrong PIN."
            END-IF
         END-PERFORM.
         IF Super-Op = SPACES
            DISPLAY "Sign-on failed; closing."
            STOP RUN
         END-IF.
       EXIT.
       FindOperator.
         MOVE 0 TO Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-ID(Op-Ix) = Op-Try-ID
               MOVE Op-Ix TO Found-Ix
               MOVE Op-Count TO Op-Ix
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
       EXIT.
       OpenFiles.
         OPEN I-O LH-File.
         IF LH-Status = "35"
            OPEN OUTPUT LH-File
            CLOSE LH-File
            OPEN I-O LH-File
         END-IF.
         OPEN INPUT fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot place holds."
            CLOSE LH-File
            STOP RUN
         END-IF.
         OPEN EXTEND Audit-File.
         IF Audit-Status = "35"
            OPEN OUTPUT Audit-File
            CLOSE Audit-File
            OPEN EXTEND Audit-File
         END-IF.
       EXIT.
       MainMenu.
         DISPLAY " ".
         DISPLAY "=========== LEGAL HOLDS and FREEZES ==========".
         DISPLAY "[1] Place a hold or freeze.".
         DISPLAY "[2] Lift a hold or freeze.".
         DISPLAY "[3] List holds on an account.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM PlaceHold
         END-IF.
         IF Choice = 2
            PERFORM LiftHold
         END-IF.
         IF Choice = 3
            PERFORM AskAccount
            IF Fp-Status = "00"
               PERFORM ListHolds
            END-IF
         END-IF.
       EXIT.
       AskAccount.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         MOVE Work-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               DISPLAY "Account " Work-Acct " is not on file."
               MOVE "23" TO Fp-Status
         END-READ.
       EXIT.
      * a full freeze makes the whole balance unavailable whatever it
      * grows to; otherwise the order earmarks a fixed amount, which
      * may be more than the account holds today
       PlaceHold.
         PERFORM AskAccount.
         IF Fp-Status = "00"
            DISPLAY "Account " faccountno " " fusername
            DISPLAY "Order reference: " WITH NO ADVANCING
            ACCEPT New-Ref
            DISPLAY "Issuing authority: " WITH NO ADVANCING
            ACCEPT New-Authority
            DISPLAY "Freeze the whole balance? (y/N): "
                WITH NO ADVANCING
            ACCEPT New-Freeze
            INSPECT New-Freeze CONVERTING "y" TO "Y"
            MOVE 0 TO New-Amount
            IF New-Freeze NOT = "Y"
               MOVE "N" TO New-Freeze
               DISPLAY "Amount to hold: " WITH NO ADVANCING
               ACCEPT New-Amount
            END-IF
            IF New-Ref = SPACES OR New-Authority = SPACES
               DISPLAY "A hold needs its order reference and "
                   "authority; nothing placed."
            ELSE
            IF New-Freeze = "N" AND New-Amount = 0
               DISPLAY "A hold needs an amount or a full freeze; "
                   "nothing placed."
            ELSE
               IF New-Freeze = "Y"
                  DISPLAY "FREEZE account " faccountno " under "
                      New-Ref "? (Y/n): " WITH NO ADVANCING
               ELSE
                  DISPLAY "Hold " New-Amount " on account "
                      faccountno " under " New-Ref "? (Y/n): "
                      WITH NO ADVANCING
               END-IF
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Hold cancelled."
               ELSE
                  PERFORM BookHold
               END-IF
            END-IF
            END-IF
         END-IF.
       EXIT.
       BookHold.
         PERFORM NextHoldNo.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         MOVE Work-Acct TO LH-Acct.
         MOVE Next-No TO LH-No.
         MOVE New-Ref TO LH-Order-Ref.
         MOVE New-Amount TO LH-Amount.
         MOVE New-Freeze TO LH-Full-Freeze.
         MOVE New-Authority TO LH-Authority.
         MOVE Audit-Date TO LH-Placed.
         MOVE 0 TO LH-Lifted.
         MOVE Super-Op TO LH-Placed-By.
         MOVE SPACES TO LH-Lifted-By.
         WRITE LH-Record.
         IF LH-Full-Freeze = "Y"
            MOVE "LEGALFRZ" TO Audit-Tag
         ELSE
            MOVE "LEGALHLD" TO Audit-Tag
         END-IF.
         PERFORM WriteHoldAudit.
         DISPLAY "Hold " LH-No " placed on account " LH-Acct ".".
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * first number with no record is the next one free
       NextHoldNo.
         MOVE 0 TO LH-Done.
         MOVE 1 TO Next-No.
         PERFORM UNTIL LH-Done = 1
            MOVE Work-Acct TO LH-Acct
            MOVE Next-No TO LH-No
            READ LH-File KEY IS LH-Key
               INVALID KEY
                  MOVE 1 TO LH-Done
               NOT INVALID KEY
                  ADD 1 TO Next-No
            END-READ
         END-PERFORM.
       EXIT.
       LiftHold.
         PERFORM AskAccount.
         IF Fp-Status = "00"
            PERFORM ListHolds
            IF Hold-Count > 0
               DISPLAY "Hold number to lift: " WITH NO ADVANCING
               ACCEPT Work-No
               MOVE Work-Acct TO LH-Acct
               MOVE Work-No TO LH-No
               READ LH-File KEY IS LH-Key
                  INVALID KEY
                     MOVE "23" TO LH-Status
               END-READ
               IF LH-Status NOT = "00" OR LH-Lifted NOT = 0
                  DISPLAY "No hold " Work-No " in force on account "
                      Work-Acct "."
               ELSE
                  DISPLAY "Lift hold " LH-No " under " LH-Order-Ref
                      "? (Y/n): " WITH NO ADVANCING
                  ACCEPT Cont
                  IF Cont = "n"
                     DISPLAY "Lift cancelled."
                  ELSE
                     ACCEPT Audit-Date FROM DATE YYYYMMDD
                     MOVE Audit-Date TO LH-Lifted
                     MOVE Super-Op TO LH-Lifted-By
                     REWRITE LH-Record
                     MOVE "HOLDLIFT" TO Audit-Tag
                     PERFORM WriteHoldAudit
                     DISPLAY "Hold " LH-No " lifted."
                  END-IF
               END-IF
            END-IF
         END-IF.
       EXIT.
      * every hold on the account, in force or lifted, by number
       ListHolds.
         MOVE 0 TO Hold-Count.
         MOVE 0 TO LH-Done.
         MOVE 1 TO Work-No.
         PERFORM UNTIL LH-Done = 1
            MOVE Work-Acct TO LH-Acct
            MOVE Work-No TO LH-No
            READ LH-File KEY IS LH-Key
               INVALID KEY
                  MOVE 1 TO LH-Done
               NOT INVALID KEY
                  PERFORM ShowHold
                  ADD 1 TO Work-No
            END-READ
         END-PERFORM.
         IF Hold-Count = 0
            DISPLAY "No holds in force on account " Work-Acct "."
         END-IF.
       EXIT.
       ShowHold.
         IF LH-Lifted = 0
            ADD 1 TO Hold-Count
            IF LH-Full-Freeze = "Y"
               DISPLAY "  [" LH-No "] FULL FREEZE " LH-Order-Ref
                   " " LH-Authority " placed " LH-Placed
                   " by " LH-Placed-By
            ELSE
               DISPLAY "  [" LH-No "] " LH-Amount " " LH-Order-Ref
                   " " LH-Authority " placed " LH-Placed
                   " by " LH-Placed-By
            END-IF
         ELSE
            DISPLAY "  [" LH-No "] lifted " LH-Lifted " by "
                LH-Lifted-By " - " LH-Order-Ref
         END-IF.
       EXIT.
      * the informational shape CLEARED lines use, with the amount
      * behind " amount " and the order behind " Ref: "; the
      * supervisor is the operator of record
       WriteHoldAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Tag " "
                Audit-Date " " Audit-Time
                " amount " LH-Amount
                " Ref: " LH-Order-Ref
                " Op: " Super-Op Br-Stamp
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
       EXIT.
      * where the line was keyed: the operator's branch, flagged
      * when the account in the buffer is homed at another one
       SetBranchStamp.
         MOVE Current-Branch TO Br-Code.
         MOVE SPACE TO Br-Away.
         IF fbranch NOT = SPACES AND fbranch NOT = Current-Branch
            MOVE "*" TO Br-Away
         END-IF.
       EXIT.
      * next audit sequence number off the AUDITSEQ counter, the
      * same counter-file pattern StudentRecords uses; the verifier
      * proves the stamps run unbroken
       GetNextAuditSeq.
         OPEN INPUT ASeq-File.
         IF ASeq-Status = "00"
            READ ASeq-File
               AT END MOVE 0 TO ASeq-Record
            END-READ
            CLOSE ASeq-File
         ELSE
            MOVE 0 TO ASeq-Record
         END-IF.
         MOVE ASeq-Record TO Audit-Seq.
         ADD 1 TO Audit-Seq.
         OPEN OUTPUT ASeq-File.
         MOVE Audit-Seq TO ASeq-Record.
         WRITE ASeq-Record.
         CLOSE ASeq-File.
       EXIT.
      * END OF PROGRAM
