      * teller issuance of checkbooks and stop payment orders
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
       PROGRAM-ID. CheckBook.
       AUTHOR. FerrielMelarpis.
      * the teller side of member checking: a checkbook is issued
      * only on an account whose product ProdMaint has flagged as
      * checking, and is kept on CHECKBOOKS as the series of check
      * numbers it holds, numbered 1 up per account the way
      * LEGALHOLD numbers holds; no two books on an account may share
      * a check number. A stop payment order on STOPPAY covers one
      * check or a run of them inside an issued series, optionally
      * only at a given amount, and stands until a supervisor lifts
      * it; a check InwardClear has already paid (PAIDCHKS) cannot be
      * stopped. Nothing is ever deleted - a lifted stop keeps its
      * lift date and supervisor. Issuing a book and placing and
      * lifting a stop each write an informational audit entry
      * naming the operator. InwardClear reads all three files when
      * the clearing house presents checks drawn on our members.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CB-File ASSIGN TO "CHECKBOOKS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-Key
           FILE STATUS IS CB-Status.
       SELECT SP-File ASSIGN TO "STOPPAY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-Key
           FILE STATUS IS SP-Status.
       SELECT PC-File ASSIGN TO "PAIDCHKS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-Key
           FILE STATUS IS PC-Status.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Prod-File ASSIGN TO "PRODUCTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Prod-Status.
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
      * one book issued to one account: the first and last check
      * numbers it holds
       FD CB-File.
       01 CB-Record.
          02 CB-Key.
             03 CB-Acct pic 9(6).
             03 CB-No pic 9(3).
          02 CB-From pic 9(7).
          02 CB-To pic 9(7).
          02 CB-Issued pic 9(8).
          02 CB-Op pic X(8).
      * one stop order: a check or a run of checks, at any amount
      * when the amount is zero; a zero Lifted is a stop in force
       FD SP-File.
       01 SP-Record.
          02 SP-Key.
             03 SP-Acct pic 9(6).
             03 SP-No pic 9(3).
          02 SP-From pic 9(7).
          02 SP-To pic 9(7).
          02 SP-Amount pic 9(7)V99.
          02 SP-Reason pic X(20).
          02 SP-Placed pic 9(8).
          02 SP-Lifted pic 9(8).
          02 SP-Placed-By pic X(8).
          02 SP-Lifted-By pic X(8).
      * the checks InwardClear has paid, read here only
       FD PC-File.
       01 PC-Record.
          02 PC-Key.
             03 PC-Acct pic 9(6).
             03 PC-Check pic 9(7).
          02 PC-Amount pic 9(7)V99.
          02 PC-Paid pic 9(8).
          02 PC-Bank pic X(8).
          02 PC-Seq pic 9(9).
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
       FD Prod-File.
       01 Prod-Record.
          02 Prod-Code pic XX.
          02 Prod-Name pic X(20).
          02 Prod-Rate pic 9V9999.
          02 Prod-Tier OCCURS 3 TIMES.
             03 Prod-Tier-Floor pic 9(7)V99.
             03 Prod-Tier-Rate pic 9V9999.
          02 Prod-Min-Bal pic 9(7)V99.
          02 Prod-Daily-Limit pic 9(7)V99.
          02 Prod-Clear-Days pic 9(2).
          02 Prod-Checks pic X.
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
       77 CB-Status pic XX.
       77 SP-Status pic XX.
       77 PC-Status pic XX.
       77 Fp-Status pic XX.
       77 Prod-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 Oper-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Audit-Tag pic X(8).
       77 Audit-Amount pic 9(7)V99.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Work-Acct pic 9(6).
       77 Work-No pic 9(3).
       77 Next-No pic 9(3).
       77 Item-Count pic 9(3).
       77 Read-Done pic 9.
      * PC-Open stays 0 until InwardClear has paid a first check
       77 PC-Open pic 9 VALUE 0.
       77 Checking-Ok pic 9.
      * the series or stop being keyed
       77 New-From pic 9(7).
       77 New-To pic 9(7).
       77 New-Amount pic 9(7)V99.
       77 New-Reason pic X(20).
       77 Overlap-No pic 9(3).
       77 Issued-Ok pic 9.
       77 Check-No pic 9(7).
       77 Paid-Count pic 9(4).
      * operator sign-on state, and the supervisor who lifts a stop
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
       77 Current-Op pic X(8) VALUE SPACES.
       77 Super-Op pic X(8) VALUE SPACES.
       77 Super-Ok pic 9.
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
       PERFORM SignOn.
       PERFORM OpenFiles.
       PERFORM MainMenu UNTIL Choice = 0.
       CLOSE CB-File.
       CLOSE SP-File.
       IF PC-Open = 1
          CLOSE PC-File
       END-IF.
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
       SignOn.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Current-Op NOT = SPACES OR Op-Tries >= 3
            DISPLAY "Operator ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Operator PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            PERFORM FindOperator
            IF Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Found-Ix)
               AND OT-Active(Found-Ix) = "Y"
               MOVE Op-Try-ID TO Current-Op
               MOVE OT-Branch(Found-Ix) TO Current-Branch
               IF Current-Branch = SPACES
                  MOVE House-Branch TO Current-Branch
               END-IF
               DISPLAY "Signed on as " Current-Op "."
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Unknown operator or wrong PIN."
            END-IF
         END-PERFORM.
         IF Current-Op = SPACES
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
      * a stop comes off only on an active supervisor's say-so, and
      * that supervisor goes on the stop and its audit entry
       VerifySupervisor.
         MOVE 0 TO Super-Ok.
         DISPLAY "Supervisor ID: " WITH NO ADVANCING.
         ACCEPT Op-Try-ID.
         DISPLAY "Supervisor PIN: " WITH NO ADVANCING.
         ACCEPT Op-Try-Pin WITH NO ECHO.
         PERFORM FindOperator.
         IF Found-Ix > 0
            AND Op-Try-Pin = OT-Pin(Found-Ix)
            AND OT-Role(Found-Ix) = "S"
            AND OT-Active(Found-Ix) = "Y"
            MOVE 1 TO Super-Ok
            MOVE Op-Try-ID TO Super-Op
         END-IF.
       EXIT.
       OpenFiles.
         OPEN I-O CB-File.
         IF CB-Status = "35"
            OPEN OUTPUT CB-File
            CLOSE CB-File
            OPEN I-O CB-File
         END-IF.
         OPEN I-O SP-File.
         IF SP-Status = "35"
            OPEN OUTPUT SP-File
            CLOSE SP-File
            OPEN I-O SP-File
         END-IF.
         OPEN INPUT PC-File.
         IF PC-Status = "00"
            MOVE 1 TO PC-Open
         END-IF.
         OPEN INPUT fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot issue "
                "checks."
            CLOSE CB-File
            CLOSE SP-File
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
         DISPLAY "========= CHECKBOOKS and STOP PAYMENTS =========".
         DISPLAY "[1] Issue a checkbook.".
         DISPLAY "[2] Place a stop payment.".
         DISPLAY "[3] Lift a stop payment.".
         DISPLAY "[4] List an account's checkbooks and stops.".
         DISPLAY "[0] Exit.".
         DISPLAY "================================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM IssueBook
         END-IF.
         IF Choice = 2
            PERFORM PlaceStop
         END-IF.
         IF Choice = 3
            PERFORM LiftStop
         END-IF.
         IF Choice = 4
            PERFORM AskAccount
            IF Fp-Status = "00"
               PERFORM ListBooks
               PERFORM ListStops
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
      * the account's product decides: only a product ProdMaint has
      * flagged as checking may carry checkbooks
       CheckProduct.
         MOVE 0 TO Checking-Ok.
         MOVE 0 TO Eof-Flag.
         OPEN INPUT Prod-File.
         IF Prod-Status = "00"
            PERFORM UNTIL Eof-Flag = 1
               READ Prod-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Prod-Code = fproduct AND Prod-Checks = "Y"
                        MOVE 1 TO Checking-Ok
                        MOVE 1 TO Eof-Flag
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Prod-File
         END-IF.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * a series may not share a check number with any book already
      * issued on the account, lest one number draw on two books
       IssueBook.
         PERFORM AskAccount.
         IF Fp-Status = "00"
            PERFORM CheckProduct
            IF Checking-Ok = 0
               DISPLAY "Account " faccountno " is on product "
                   fproduct ", which is not a checking product; "
                   "no checkbook issued."
            ELSE
               DISPLAY "Account " faccountno " " fusername
               DISPLAY "First check number in the book: "
                   WITH NO ADVANCING
               ACCEPT New-From
               DISPLAY "Last check number in the book: "
                   WITH NO ADVANCING
               ACCEPT New-To
               PERFORM FindOverlap
               IF New-From = 0 OR New-To < New-From
                  DISPLAY "A series runs from a first number up to "
                      "a last; nothing issued."
               ELSE
               IF New-To - New-From >= 1000
                  DISPLAY "A book holds at most 1000 checks; nothing "
                      "issued."
               ELSE
               IF Overlap-No > 0
                  DISPLAY "Series overlaps book " Overlap-No
                      " on this account; nothing issued."
               ELSE
                  DISPLAY "Issue checks " New-From " to " New-To
                      " to account " faccountno "? (Y/n): "
                      WITH NO ADVANCING
                  ACCEPT Cont
                  IF Cont = "n"
                     DISPLAY "Issue cancelled."
                  ELSE
                     PERFORM BookIssue
                  END-IF
               END-IF
               END-IF
               END-IF
            END-IF
         END-IF.
       EXIT.
       FindOverlap.
         MOVE 0 TO Overlap-No.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Work-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO CB-Acct
            MOVE Work-No TO CB-No
            READ CB-File KEY IS CB-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  IF New-From <= CB-To AND New-To >= CB-From
                     MOVE CB-No TO Overlap-No
                  END-IF
                  ADD 1 TO Work-No
            END-READ
         END-PERFORM.
       EXIT.
      * books are numbered 1 up per account and never deleted, so
      * the first number with no record is the next one free
       BookIssue.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Next-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO CB-Acct
            MOVE Next-No TO CB-No
            READ CB-File KEY IS CB-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  ADD 1 TO Next-No
            END-READ
         END-PERFORM.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         MOVE Work-Acct TO CB-Acct.
         MOVE Next-No TO CB-No.
         MOVE New-From TO CB-From.
         MOVE New-To TO CB-To.
         MOVE Audit-Date TO CB-Issued.
         MOVE Current-Op TO CB-Op.
         WRITE CB-Record.
         MOVE "CHKBOOK" TO Audit-Tag.
         MOVE 0 TO Audit-Amount.
         PERFORM WriteCheckAudit.
         DISPLAY "Checkbook " CB-No " issued: checks " CB-From
             " to " CB-To ".".
       EXIT.
      * the whole run must lie inside one issued book; checks already
      * paid are past stopping and are left out of the count
       PlaceStop.
         PERFORM AskAccount.
         IF Fp-Status = "00"
            DISPLAY "Account " faccountno " " fusername
            DISPLAY "First check number to stop: " WITH NO ADVANCING
            ACCEPT New-From
            DISPLAY "Last check number to stop (0 = just the one): "
                WITH NO ADVANCING
            ACCEPT New-To
            IF New-To = 0
               MOVE New-From TO New-To
            END-IF
            DISPLAY "Amount on the check (0 = any amount): "
                WITH NO ADVANCING
            ACCEPT New-Amount
            DISPLAY "Reason (lost, stolen, disputed ...): "
                WITH NO ADVANCING
            ACCEPT New-Reason
            PERFORM FindIssuedBook
            PERFORM CountPaidChecks
            IF New-From = 0 OR New-To < New-From
               DISPLAY "A stop runs from a first check up to a last; "
                   "nothing placed."
            ELSE
            IF Issued-Ok = 0
               DISPLAY "Those checks are not inside one book issued "
                   "to this account; nothing placed."
            ELSE
            IF New-From = New-To AND Paid-Count > 0
               DISPLAY "Check " New-From " has already been paid; "
                   "it cannot be stopped."
            ELSE
            IF New-Reason = SPACES
               DISPLAY "A stop needs its reason; nothing placed."
            ELSE
               IF Paid-Count > 0
                  DISPLAY Paid-Count " check(s) in the run already "
                      "paid; the stop covers the rest."
               END-IF
               DISPLAY "Stop checks " New-From " to " New-To
                   " on account " faccountno "? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Stop cancelled."
               ELSE
                  PERFORM BookStop
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
         END-IF.
       EXIT.
       FindIssuedBook.
         MOVE 0 TO Issued-Ok.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Work-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO CB-Acct
            MOVE Work-No TO CB-No
            READ CB-File KEY IS CB-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  IF New-From >= CB-From AND New-To <= CB-To
                     MOVE 1 TO Issued-Ok
                  END-IF
                  ADD 1 TO Work-No
            END-READ
         END-PERFORM.
       EXIT.
       CountPaidChecks.
         MOVE 0 TO Paid-Count.
         IF PC-Open = 1 AND Issued-Ok = 1
            MOVE New-From TO Check-No
            PERFORM UNTIL Check-No > New-To
               MOVE Work-Acct TO PC-Acct
               MOVE Check-No TO PC-Check
               READ PC-File KEY IS PC-Key
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO Paid-Count
               END-READ
               ADD 1 TO Check-No
            END-PERFORM
         END-IF.
       EXIT.
       BookStop.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Next-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO SP-Acct
            MOVE Next-No TO SP-No
            READ SP-File KEY IS SP-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  ADD 1 TO Next-No
            END-READ
         END-PERFORM.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         MOVE Work-Acct TO SP-Acct.
         MOVE Next-No TO SP-No.
         MOVE New-From TO SP-From.
         MOVE New-To TO SP-To.
         MOVE New-Amount TO SP-Amount.
         MOVE New-Reason TO SP-Reason.
         MOVE Audit-Date TO SP-Placed.
         MOVE 0 TO SP-Lifted.
         MOVE Current-Op TO SP-Placed-By.
         MOVE SPACES TO SP-Lifted-By.
         WRITE SP-Record.
         MOVE "STOPPAY" TO Audit-Tag.
         MOVE SP-Amount TO Audit-Amount.
         PERFORM WriteCheckAudit.
         DISPLAY "Stop " SP-No " placed on account " SP-Acct ".".
       EXIT.
       LiftStop.
         PERFORM AskAccount.
         IF Fp-Status = "00"
            PERFORM ListStops
            IF Item-Count > 0
               DISPLAY "Stop number to lift: " WITH NO ADVANCING
               ACCEPT Work-No
               MOVE Work-Acct TO SP-Acct
               MOVE Work-No TO SP-No
               READ SP-File KEY IS SP-Key
                  INVALID KEY
                     MOVE "23" TO SP-Status
               END-READ
               IF SP-Status NOT = "00" OR SP-Lifted NOT = 0
                  DISPLAY "No stop " Work-No " in force on account "
                      Work-Acct "."
               ELSE
                  PERFORM VerifySupervisor
                  IF Super-Ok = 0
                     DISPLAY "Not approved; the stop stands."
                  ELSE
                     ACCEPT Audit-Date FROM DATE YYYYMMDD
                     MOVE Audit-Date TO SP-Lifted
                     MOVE Super-Op TO SP-Lifted-By
                     REWRITE SP-Record
                     MOVE SP-From TO New-From
                     MOVE SP-To TO New-To
                     MOVE "STOPLIFT" TO Audit-Tag
                     MOVE SP-Amount TO Audit-Amount
                     PERFORM WriteCheckAudit
                     DISPLAY "Stop " SP-No " lifted."
                  END-IF
               END-IF
            END-IF
         END-IF.
       EXIT.
       ListBooks.
         MOVE 0 TO Item-Count.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Work-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO CB-Acct
            MOVE Work-No TO CB-No
            READ CB-File KEY IS CB-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  ADD 1 TO Item-Count
                  DISPLAY "  book " CB-No " checks " CB-From " to "
                      CB-To " issued " CB-Issued " by " CB-Op
                  ADD 1 TO Work-No
            END-READ
         END-PERFORM.
         IF Item-Count = 0
            DISPLAY "No checkbooks issued on account " Work-Acct "."
         END-IF.
       EXIT.
      * every stop on the account, in force or lifted, by number
       ListStops.
         MOVE 0 TO Item-Count.
         MOVE 0 TO Read-Done.
         MOVE 1 TO Work-No.
         PERFORM UNTIL Read-Done = 1
            MOVE Work-Acct TO SP-Acct
            MOVE Work-No TO SP-No
            READ SP-File KEY IS SP-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  PERFORM ShowStop
                  ADD 1 TO Work-No
            END-READ
         END-PERFORM.
         IF Item-Count = 0
            DISPLAY "No stops in force on account " Work-Acct "."
         END-IF.
       EXIT.
       ShowStop.
         IF SP-Lifted = 0
            ADD 1 TO Item-Count
            DISPLAY "  [" SP-No "] STOP checks " SP-From " to "
                SP-To " amount " SP-Amount " " SP-Reason
                " placed " SP-Placed " by " SP-Placed-By
         ELSE
            DISPLAY "  [" SP-No "] lifted " SP-Lifted " by "
                SP-Lifted-By " - checks " SP-From " to " SP-To
         END-IF.
       EXIT.
      * the informational shape LegalHold's lines use, with the
      * amount behind " amount " and the check numbers behind
      * " Ref: "; the operator of record is the one signed on, or the
      * approving supervisor on a lift
       WriteCheckAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         IF Audit-Tag = "STOPLIFT"
            STRING faccountno " " fusername " " Audit-Tag " "
                   Audit-Date " " Audit-Time
                   " amount " Audit-Amount
                   " Ref: " New-From "-" New-To
                   " Op: " Super-Op Br-Stamp
                   " Seq: " Audit-Seq
                DELIMITED BY SIZE INTO Audit-Record
            END-STRING
         ELSE
            STRING faccountno " " fusername " " Audit-Tag " "
                   Audit-Date " " Audit-Time
                   " amount " Audit-Amount
                   " Ref: " New-From "-" New-To
                   " Op: " Current-Op Br-Stamp
                   " Seq: " Audit-Seq
                DELIMITED BY SIZE INTO Audit-Record
            END-STRING
         END-IF.
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
