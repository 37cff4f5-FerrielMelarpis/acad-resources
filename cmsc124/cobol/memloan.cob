      * member loan ledger: release, payment and amortization schedule
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
       PROGRAM-ID. MemberLoan.
       AUTHOR. FerrielMelarpis.
      * the teller side of member borrowing, against ACCOUNTS.DAT the
      * way EMPLOANS is against payroll: a supervisor-approved release
      * books the loan on LOANMAST (keyed by loan number, with the
      * member's account number as an alternate key), credits the
      * proceeds to savings as a LOANREL entry and prints the
      * amortization schedule on LOANSCHED; a payment comes out of
      * the member's available balance as a LOANPAY entry for the
      * principal and a LOANINT entry for the month's interest.
      * Installments are level monthly payments on the declining
      * balance; the month's interest is charged once, by the first
      * payment toward the installment, and later ones that month go
      * to principal. Payments that together cover the installment
      * move the due date on a month; until then they only reduce
      * the balance.
      * LoanDebit takes the installment automatically on the due date
      * for loans set to auto-debit, and LoanAging ages what is late.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Loan-File ASSIGN TO "LOANMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ln-No
           ALTERNATE RECORD KEY IS Ln-Acct WITH DUPLICATES
           FILE STATUS IS Loan-Status.
      * the running loan-number counter, ACCTNOCTL-style
       SELECT LSeq-File ASSIGN TO "LOANNOCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LSeq-Status.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT ASeq-File ASSIGN TO "AUDITSEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASeq-Status.
      * the keyed copy of every money line posted here, read by
      * the account-history inquiries in place of the whole log
       SELECT AH-File ASSIGN TO "ACCTHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-Seq
           ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
           ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
           FILE STATUS IS AH-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
       SELECT Sched-File ASSIGN TO "LOANSCHED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Sched-Status.
       SELECT LH-File ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-Key
           FILE STATUS IS LH-Status.
       DATA DIVISION.
       FILE SECTION.
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
      * one member loan: the terms it was released on, the level
      * installment, the principal still owed, the next due date and
      * the day of the month installments fall due on, auto-debit
      * Y/N, and state A active or P paid off; then, for the
      * installment due on Ln-Next-Due, the interest already taken
      * and what has been paid toward it so far, both cleared when
      * the due date moves on
       FD Loan-File.
       01 Loan-Record.
          02 Ln-No pic 9(6).
          02 Ln-Acct pic 9(6).
          02 Ln-Principal pic 9(7)V99.
          02 Ln-Rate pic 9V9999.
          02 Ln-Term pic 9(3).
          02 Ln-Amort pic 9(7)V99.
          02 Ln-Release-Date pic 9(8).
          02 Ln-Next-Due pic 9(8).
          02 Ln-Due-Day pic 99.
          02 Ln-Balance pic 9(7)V99.
          02 Ln-Paid-Count pic 9(3).
          02 Ln-Auto-Debit pic X.
          02 Ln-State pic X.
          02 Ln-Op pic X(8).
          02 Ln-Approved pic X(8).
          02 Ln-Int-Taken pic 9(7)V99.
          02 Ln-Paid-Toward pic 9(7)V99.
       FD LSeq-File.
       01 LSeq-Record pic 9(6).
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD ASeq-File.
       01 ASeq-Record pic 9(9).
       FD AH-File.
       01 AH-Record.
          02 AH-Seq pic 9(9).
          02 AH-Acct pic 9(6).
          02 AH-Date pic 9(8).
          02 AH-Time pic 9(8).
          02 AH-Type pic X(8).
          02 AH-Amount pic 9(7)V99.
          02 AH-Balance pic 9(7)V99.
          02 AH-Op pic X(8).
          02 AH-Rev-Seq pic 9(9).
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Sched-File.
       01 Sched-Record pic X(100).
      * the legal holds LegalHold places, read here only
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
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
      * legal holds in force on the account in hand: the amount
      * earmarked, and 1 when any of them freezes the whole balance
       77 LH-Status pic XX.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Loan-Status pic XX.
       77 LSeq-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Oper-Status pic XX.
       77 Sched-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Type pic X(8).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Eof-Flag pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
      * house terms: the annual rate a release defaults to and the
      * longest term the branch lends for
       77 House-Loan-Rate pic 9V9999 VALUE 0.1200.
       77 Max-Term pic 9(3) VALUE 60.
      * operators, for the teller sign-on and supervisor approval
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Op-Found-Ix pic 9(2).
       01 Oper-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Branch pic X(3).
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Current-Op pic X(8) VALUE SPACES.
       77 Super-Ok pic 9 VALUE 0.
       77 Super-Op pic X(8).
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
      * release and payment working fields
       77 Work-Acct pic 9(6).
       77 Work-Loan pic 9(6).
       77 Next-Loan pic 9(6).
       77 In-Principal pic 9(7)V99.
       77 In-Rate pic 9V9999.
       77 In-Term pic 9(3).
       77 In-Auto pic X.
       77 Month-Rate pic 9V9(8).
       77 Rate-Factor pic 9(5)V9(8).
       77 Pay-Amount pic 9(7)V99.
       77 Pay-Interest pic 9(7)V99.
       77 Pay-Principal pic 9(7)V99.
       77 Installment-Due pic 9(7)V99.
       77 Avail-Money pic S9(9)V99.
       77 Loan-Count pic 9(3).
       77 Post-Amount pic 9(7)V99.
      * schedule working fields
       77 Sch-No pic 9(3).
       77 Sch-Balance pic 9(7)V99.
       77 Sch-Interest pic 9(7)V99.
       77 Sch-Principal pic 9(7)V99.
       77 Sch-Payment pic 9(7)V99.
       77 Sch-Total-Int pic 9(9)V99.
      * due dates move a calendar month at a time, anchored on the
      * release day and pulled back to a short month's last day
       01 Due-Date-Rec.
          02 Due-Year pic 9(4).
          02 Due-Month pic 9(2).
          02 Due-Day pic 9(2).
       77 Due-Month-Days pic 9(2).
       77 Due-Work pic 9(4).
       01 Ln-Ref.
          02 Ln-Ref-Tag pic XX VALUE "LN".
          02 Ln-Ref-No pic 9(6).
       PROCEDURE DIVISION.
       PERFORM OpenFiles.
       PERFORM LoadOperators.
       PERFORM SignOn.
       PERFORM MainMenu UNTIL Choice = 0.
       PERFORM CloseFiles.
       STOP RUN.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot run loans."
            STOP RUN
         END-IF.
         OPEN I-O Loan-File.
         IF Loan-Status = "35"
            OPEN OUTPUT Loan-File
            CLOSE Loan-File
            OPEN I-O Loan-File
         END-IF.
         OPEN EXTEND Audit-File.
         IF Audit-Status = "35"
            OPEN OUTPUT Audit-File
            CLOSE Audit-File
            OPEN EXTEND Audit-File
         END-IF.
         OPEN I-O AH-File.
         IF AH-Status = "35"
            OPEN OUTPUT AH-File
            CLOSE AH-File
            OPEN I-O AH-File
         END-IF.
         OPEN EXTEND Sched-File.
         IF Sched-Status = "35"
            OPEN OUTPUT Sched-File
            CLOSE Sched-File
            OPEN EXTEND Sched-File
         END-IF.
       EXIT.
       CloseFiles.
         CLOSE fp.
         CLOSE Loan-File.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Sched-File.
       EXIT.
       LoadOperators.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; cannot sign on."
            PERFORM CloseFiles
            STOP RUN
         END-IF.
         PERFORM UNTIL Eof-Flag = 1 OR Op-Count >= 20
            READ Oper-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Opr-Active NOT = "N"
                     ADD 1 TO Op-Count
                     MOVE Opr-ID TO OT-ID(Op-Count)
                     MOVE Opr-Pin TO OT-Pin(Op-Count)
                     MOVE Opr-Role TO OT-Role(Op-Count)
                     MOVE Opr-Branch TO OT-Branch(Op-Count)
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Oper-File.
       EXIT.
       SignOn.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Current-Op NOT = SPACES OR Op-Tries >= 3
            DISPLAY "Operator ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Operator PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            PERFORM FindOperator
            IF Op-Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
               MOVE Op-Try-ID TO Current-Op
               MOVE OT-Branch(Op-Found-Ix) TO Current-Branch
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
            PERFORM CloseFiles
            STOP RUN
         END-IF.
       EXIT.
       FindOperator.
         MOVE 0 TO Op-Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-ID(Op-Ix) = Op-Try-ID
               MOVE Op-Ix TO Op-Found-Ix
               MOVE Op-Count TO Op-Ix
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
       EXIT.
       VerifySupervisor.
         MOVE 0 TO Super-Ok.
         DISPLAY "Supervisor ID: " WITH NO ADVANCING.
         ACCEPT Op-Try-ID.
         DISPLAY "Supervisor PIN: " WITH NO ADVANCING.
         ACCEPT Op-Try-Pin WITH NO ECHO.
         PERFORM FindOperator.
         IF Op-Found-Ix > 0
            AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
            AND OT-Role(Op-Found-Ix) = "S"
            MOVE 1 TO Super-Ok
            MOVE Op-Try-ID TO Super-Op
         END-IF.
       EXIT.
       MainMenu.
         DISPLAY " ".
         DISPLAY "============== member loans ==============".
         DISPLAY "[1] Release a new loan.".
         DISPLAY "[2] Take a loan payment.".
         DISPLAY "[3] Print a loan's amortization schedule.".
         DISPLAY "[4] List an account's loans.".
         DISPLAY "[0] Exit.".
         DISPLAY "==========================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM ReleaseLoan
         END-IF.
         IF Choice = 2
            PERFORM TakePayment
         END-IF.
         IF Choice = 3
            DISPLAY "Loan number: " WITH NO ADVANCING
            ACCEPT Work-Loan
            MOVE Work-Loan TO Ln-No
            READ Loan-File KEY IS Ln-No
               INVALID KEY
                  DISPLAY "No such loan."
               NOT INVALID KEY
                  PERFORM PrintSchedule
            END-READ
         END-IF.
         IF Choice = 4
            DISPLAY "Account number: " WITH NO ADVANCING
            ACCEPT Work-Acct
            PERFORM ListLoans
         END-IF.
       EXIT.
      * a loan goes only to an account in good standing, on terms a
      * supervisor signs for; the proceeds land in savings
       ReleaseLoan.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         MOVE Work-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               DISPLAY "Account not found."
            NOT INVALID KEY
               IF flocked = "Y" OR fdormant = "Y"
                  DISPLAY "Account is locked or dormant; no loan "
                      "can be released to it."
               ELSE
                  PERFORM KeyLoanTerms
               END-IF
         END-READ.
       EXIT.
       KeyLoanTerms.
         DISPLAY "Principal: " WITH NO ADVANCING.
         ACCEPT In-Principal.
         DISPLAY "Annual rate (0 = house rate " House-Loan-Rate "): "
             WITH NO ADVANCING.
         ACCEPT In-Rate.
         IF In-Rate = 0
            MOVE House-Loan-Rate TO In-Rate
         END-IF.
         DISPLAY "Term in months: " WITH NO ADVANCING.
         ACCEPT In-Term.
         DISPLAY "Auto-debit installments from savings? (Y/n): "
             WITH NO ADVANCING.
         ACCEPT In-Auto.
         IF In-Auto = "n" OR In-Auto = "N"
            MOVE "N" TO In-Auto
         ELSE
            MOVE "Y" TO In-Auto
         END-IF.
         IF In-Principal = 0 OR In-Term = 0 OR In-Term > Max-Term
            DISPLAY "Principal must be above zero and the term "
                "1 to " Max-Term " months."
         ELSE
         IF In-Principal > 9999999.99 - fusermoney
            DISPLAY "The account can only hold up to 9999999.99 "
                "pesos; release refused."
         ELSE
            PERFORM ComputeInstallment
            DISPLAY "Installment " Ln-Amort " a month for " In-Term
                " months."
            DISPLAY "A supervisor must approve the release."
            PERFORM VerifySupervisor
            IF Super-Ok = 1
               PERFORM BookRelease
            ELSE
               DISPLAY "Release denied."
            END-IF
         END-IF
         END-IF.
       EXIT.
      * level installment on the declining balance:
      * P * r / (1 - (1 + r) ** -n) at the monthly rate r
       ComputeInstallment.
         COMPUTE Month-Rate ROUNDED = In-Rate / 12.
         IF Month-Rate = 0
            COMPUTE Ln-Amort ROUNDED = In-Principal / In-Term
         ELSE
            COMPUTE Rate-Factor ROUNDED = (1 + Month-Rate) ** In-Term
            COMPUTE Ln-Amort ROUNDED = In-Principal * Month-Rate
                * Rate-Factor / (Rate-Factor - 1)
         END-IF.
       EXIT.
       BookRelease.
         PERFORM GetNextLoanNo.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         MOVE Next-Loan TO Ln-No.
         MOVE Work-Acct TO Ln-Acct.
         MOVE In-Principal TO Ln-Principal.
         MOVE In-Rate TO Ln-Rate.
         MOVE In-Term TO Ln-Term.
         MOVE Audit-Date TO Ln-Release-Date.
         MOVE Audit-Date TO Due-Date-Rec.
         MOVE Due-Day TO Ln-Due-Day.
         PERFORM AdvanceDueMonth.
         MOVE Due-Date-Rec TO Ln-Next-Due.
         MOVE In-Principal TO Ln-Balance.
         MOVE 0 TO Ln-Paid-Count.
         MOVE 0 TO Ln-Int-Taken.
         MOVE 0 TO Ln-Paid-Toward.
         MOVE In-Auto TO Ln-Auto-Debit.
         MOVE "A" TO Ln-State.
         MOVE Current-Op TO Ln-Op.
         MOVE Super-Op TO Ln-Approved.
         WRITE Loan-Record
            INVALID KEY
               DISPLAY "Loan number " Ln-No " is already on "
                   "LOANMAST; the LOANNOCTL counter is behind - fix "
                   "it and rekey."
            NOT INVALID KEY
               COMPUTE fusermoney = fusermoney + In-Principal
               MOVE Audit-Date TO flastact
               REWRITE fuser
               MOVE In-Principal TO Post-Amount
               MOVE "LOANREL" TO Audit-Type
               PERFORM WriteApprovedAudit
               DISPLAY "Loan " Ln-No " released; " In-Principal
                   " credited to account " faccountno "."
               PERFORM PrintSchedule
         END-WRITE.
       EXIT.
      * one calendar month on from Due-Date-Rec, landing on the
      * loan's due day or the month's last day if it is shorter
       AdvanceDueMonth.
         ADD 1 TO Due-Month.
         IF Due-Month > 12
            MOVE 1 TO Due-Month
            ADD 1 TO Due-Year
         END-IF.
         MOVE 31 TO Due-Month-Days.
         IF Due-Month = 4 OR Due-Month = 6 OR Due-Month = 9
            OR Due-Month = 11
            MOVE 30 TO Due-Month-Days
         END-IF.
         IF Due-Month = 2
            COMPUTE Due-Work = Due-Year / 4
            IF Due-Year = Due-Work * 4
               MOVE 29 TO Due-Month-Days
            ELSE
               MOVE 28 TO Due-Month-Days
            END-IF
         END-IF.
         MOVE Ln-Due-Day TO Due-Day.
         IF Due-Day > Due-Month-Days
            MOVE Due-Month-Days TO Due-Day
         END-IF.
       EXIT.
      * a payment at the counter comes out of the member's available
      * balance, never a locked or dormant one; interest for the month
      * is taken first
       TakePayment.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         MOVE Work-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               DISPLAY "Account not found."
            NOT INVALID KEY
               IF flocked = "Y" OR fdormant = "Y"
                  DISPLAY "Account is locked or dormant; no payment "
                      "can be taken from it."
               ELSE
                  PERFORM PickLoan
               END-IF
         END-READ.
       EXIT.
       PickLoan.
         PERFORM ListLoans.
         IF Loan-Count > 0
            DISPLAY "Loan number to pay: " WITH NO ADVANCING
            ACCEPT Work-Loan
            MOVE Work-Loan TO Ln-No
            READ Loan-File KEY IS Ln-No
               INVALID KEY
                  DISPLAY "No such loan."
               NOT INVALID KEY
                  IF Ln-Acct NOT = Work-Acct OR Ln-State NOT = "A"
                     DISPLAY "Loan " Ln-No " is not an active loan "
                         "on account " Work-Acct "."
                  ELSE
                     PERFORM KeyPayment
                  END-IF
            END-READ
         END-IF.
       EXIT.
       KeyPayment.
         PERFORM SplitInstallment.
         DISPLAY "Installment due " Ln-Next-Due ": " Installment-Due
             " (interest " Pay-Interest ")".
         IF Ln-Paid-Toward > 0
            DISPLAY "Already paid toward it: " Ln-Paid-Toward
                ", interest " Ln-Int-Taken "."
         END-IF.
         DISPLAY "Amount to pay (0 = the installment): "
             WITH NO ADVANCING.
         ACCEPT Pay-Amount.
         IF Pay-Amount = 0
            MOVE Installment-Due TO Pay-Amount
         END-IF.
         IF Pay-Amount < Pay-Interest
            DISPLAY "A payment must at least cover the month's "
                "interest of " Pay-Interest "."
         ELSE
            COMPUTE Pay-Principal = Pay-Amount - Pay-Interest
            IF Pay-Principal > Ln-Balance
               MOVE Ln-Balance TO Pay-Principal
               COMPUTE Pay-Amount = Pay-Principal + Pay-Interest
            END-IF
            MOVE Ln-Acct TO faccountno
            READ fp KEY IS faccountno
               INVALID KEY
                  DISPLAY "Account " Ln-Acct " is no longer on "
                      "ACCOUNTS.DAT."
               NOT INVALID KEY
                  PERFORM DebitPayment
            END-READ
         END-IF.
       EXIT.
      * what is still owed on the installment due: the month's
      * interest on the balance unless a payment toward it has taken
      * that already, and the installment less what has been paid
      * toward it (the last one clears whatever is left)
       SplitInstallment.
         COMPUTE Month-Rate ROUNDED = Ln-Rate / 12.
         MOVE 0 TO Pay-Interest.
         IF Ln-Int-Taken = 0
            COMPUTE Pay-Interest ROUNDED = Ln-Balance * Month-Rate
         END-IF.
         MOVE 0 TO Installment-Due.
         IF Ln-Amort > Ln-Paid-Toward
            COMPUTE Installment-Due = Ln-Amort - Ln-Paid-Toward
         END-IF.
         IF Installment-Due < Pay-Interest
            MOVE Pay-Interest TO Installment-Due
         END-IF.
         IF Installment-Due > Ln-Balance + Pay-Interest
            COMPUTE Installment-Due = Ln-Balance + Pay-Interest
         END-IF.
       EXIT.
       DebitPayment.
         PERFORM AvailableFunds.
         IF Pay-Amount > Avail-Money
            DISPLAY "Insufficient available funds (" Avail-Money
                " clear of holds)."
         ELSE
            ACCEPT Audit-Date FROM DATE YYYYMMDD
            MOVE Ln-No TO Ln-Ref-No
            IF Pay-Principal > 0
               COMPUTE fusermoney = fusermoney - Pay-Principal
               MOVE Audit-Date TO flastact
               REWRITE fuser
               MOVE Pay-Principal TO Post-Amount
               MOVE "LOANPAY" TO Audit-Type
               PERFORM WriteLoanAudit
            END-IF
            IF Pay-Interest > 0
               COMPUTE fusermoney = fusermoney - Pay-Interest
               MOVE Audit-Date TO flastact
               REWRITE fuser
               MOVE Pay-Interest TO Post-Amount
               MOVE "LOANINT" TO Audit-Type
               PERFORM WriteLoanAudit
            END-IF
            SUBTRACT Pay-Principal FROM Ln-Balance
            ADD Pay-Interest TO Ln-Int-Taken
            ADD Pay-Amount TO Ln-Paid-Toward
            IF Pay-Amount >= Installment-Due
               ADD 1 TO Ln-Paid-Count
               MOVE Ln-Next-Due TO Due-Date-Rec
               PERFORM AdvanceDueMonth
               MOVE Due-Date-Rec TO Ln-Next-Due
               MOVE 0 TO Ln-Int-Taken
               MOVE 0 TO Ln-Paid-Toward
            END-IF
            IF Ln-Balance = 0
               MOVE "P" TO Ln-State
               DISPLAY "Loan " Ln-No " is paid off."
            END-IF
            REWRITE Loan-Record
            DISPLAY "Payment of " Pay-Amount " posted; loan balance "
                Ln-Balance ", next due " Ln-Next-Due "."
         END-IF.
       EXIT.
      * walk the account's loans by the alternate key
       ListLoans.
         MOVE 0 TO Loan-Count.
         MOVE 0 TO Eof-Flag.
         MOVE Work-Acct TO Ln-Acct.
         READ Loan-File KEY IS Ln-Acct
            INVALID KEY
               MOVE 1 TO Eof-Flag
         END-READ.
         PERFORM UNTIL Eof-Flag = 1
            IF Ln-Acct NOT = Work-Acct
               MOVE 1 TO Eof-Flag
            ELSE
               ADD 1 TO Loan-Count
               DISPLAY "Loan " Ln-No " state " Ln-State
                   " balance " Ln-Balance " installment " Ln-Amort
                   " next due " Ln-Next-Due
               READ Loan-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
               END-READ
            END-IF
         END-PERFORM.
         IF Loan-Count = 0
            DISPLAY "No loans on account " Work-Acct "."
         END-IF.
       EXIT.
      * the remaining installments from the current balance and next
      * due date, with the interest and principal each one carries;
      * the first is what is still owed on the installment due now
       PrintSchedule.
         MOVE SPACES TO Sched-Record.
         STRING "AMORTIZATION SCHEDULE loan " Ln-No
                " account " Ln-Acct
                " principal " Ln-Principal
                " rate " Ln-Rate
                " term " Ln-Term
             DELIMITED BY SIZE INTO Sched-Record
         END-STRING.
         WRITE Sched-Record.
         MOVE SPACES TO Sched-Record.
         STRING "released " Ln-Release-Date
                " installment " Ln-Amort
                " balance now " Ln-Balance
             DELIMITED BY SIZE INTO Sched-Record
         END-STRING.
         WRITE Sched-Record.
         MOVE SPACES TO Sched-Record.
         STRING "  NO. DUE DATE INSTALLMT  INTEREST PRINCIPAL"
                "   BALANCE"
             DELIMITED BY SIZE INTO Sched-Record
         END-STRING.
         WRITE Sched-Record.
         PERFORM SplitInstallment.
         MOVE Ln-Balance TO Sch-Balance.
         MOVE Ln-Next-Due TO Due-Date-Rec.
         MOVE Ln-Paid-Count TO Sch-No.
         MOVE 0 TO Sch-Total-Int.
         PERFORM UNTIL Sch-Balance = 0 OR Sch-No >= 999
            ADD 1 TO Sch-No
            IF Sch-No = Ln-Paid-Count + 1
               MOVE Pay-Interest TO Sch-Interest
               MOVE Installment-Due TO Sch-Payment
            ELSE
               COMPUTE Sch-Interest ROUNDED = Sch-Balance * Month-Rate
               MOVE Ln-Amort TO Sch-Payment
            END-IF
            IF Sch-Payment > Sch-Balance + Sch-Interest
               OR Sch-No >= Ln-Term
               COMPUTE Sch-Payment = Sch-Balance + Sch-Interest
            END-IF
            COMPUTE Sch-Principal = Sch-Payment - Sch-Interest
            SUBTRACT Sch-Principal FROM Sch-Balance
            ADD Sch-Interest TO Sch-Total-Int
            MOVE SPACES TO Sched-Record
            STRING "  " Sch-No " " Due-Date-Rec
                   " " Sch-Payment
                   " " Sch-Interest
                   " " Sch-Principal
                   " " Sch-Balance
                DELIMITED BY SIZE INTO Sched-Record
            END-STRING
            WRITE Sched-Record
            PERFORM AdvanceDueMonth
         END-PERFORM.
         MOVE SPACES TO Sched-Record.
         STRING "TOTAL INTEREST " Sch-Total-Int
             DELIMITED BY SIZE INTO Sched-Record
         END-STRING.
         WRITE Sched-Record.
         DISPLAY "Schedule for loan " Ln-No " written to LOANSCHED.".
       EXIT.
      * the release names the approving supervisor, as WDRAPPRV does
       WriteApprovedAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Type " "
                Post-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Op: " Current-Op Br-Stamp
                " Approved: " Super-Op
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE Audit-Type TO AH-Type.
         MOVE Post-Amount TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
      * payment legs carry the loan number as their reference
       WriteLoanAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Type " "
                Post-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: " Ln-Ref
                " Op: " Current-Op Br-Stamp
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE Audit-Type TO AH-Type.
         MOVE Post-Amount TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
      * hand out the next loan number from the LOANNOCTL counter,
      * starting the series at 200001 on a fresh installation
       GetNextLoanNo.
         OPEN INPUT LSeq-File.
         IF LSeq-Status = "00"
            READ LSeq-File
               AT END MOVE 200000 TO LSeq-Record
            END-READ
            CLOSE LSeq-File
         ELSE
            MOVE 200000 TO LSeq-Record
         END-IF.
         MOVE LSeq-Record TO Next-Loan.
         ADD 1 TO Next-Loan.
         OPEN OUTPUT LSeq-File.
         MOVE Next-Loan TO LSeq-Record.
         WRITE LSeq-Record.
         CLOSE LSeq-File.
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
      * the ACCTHIST copy of the money line just written, keyed
      * by its audit sequence; the caller has set the type and
      * amount
       WriteAcctHist.
         MOVE Audit-Seq TO AH-Seq.
         MOVE faccountno TO AH-Acct.
         MOVE Audit-Date TO AH-Date.
         MOVE Audit-Time TO AH-Time.
         MOVE fusermoney TO AH-Balance.
         MOVE Current-Op TO AH-Op.
         MOVE 0 TO AH-Rev-Seq.
         WRITE AH-Record
            INVALID KEY
               DISPLAY "ACCTHIST already holds sequence "
                   AH-Seq "; rebuild it with HistBuild."
         END-WRITE.
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
      * the drawable balance: the ledger less uncleared checks and
      * less every legal hold in force, never below zero; a full
      * freeze leaves nothing drawable at all
       AvailableFunds.
         PERFORM SumLegalHolds.
         COMPUTE Avail-Money = fusermoney - fholds - Legal-Held.
         IF Avail-Money < 0 OR Legal-Freeze = 1
            MOVE 0 TO Avail-Money
         END-IF.
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * account's holds are read by key until the first gap; the file
      * is opened per call so a hold placed mid-session counts at once
       SumLegalHolds.
         MOVE 0 TO Legal-Held.
         MOVE 0 TO Legal-Freeze.
         OPEN INPUT LH-File.
         IF LH-Status = "00"
            MOVE 0 TO LH-Done
            MOVE faccountno TO LH-Acct
            MOVE 1 TO LH-No
            PERFORM UNTIL LH-Done = 1
               READ LH-File KEY IS LH-Key
                  INVALID KEY
                     MOVE 1 TO LH-Done
                  NOT INVALID KEY
                     IF LH-Lifted = 0
                        ADD LH-Amount TO Legal-Held
                        IF LH-Full-Freeze = "Y"
                           MOVE 1 TO Legal-Freeze
                        END-IF
                     END-IF
                     ADD 1 TO LH-No
               END-READ
            END-PERFORM
            CLOSE LH-File
         END-IF.
       EXIT.
      * END OF PROGRAM
