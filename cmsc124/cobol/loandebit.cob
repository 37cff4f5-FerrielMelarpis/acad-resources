      * nightly member-loan auto-debit batch against LOANMAST
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
       PROGRAM-ID. LoanDebit.
       AUTHOR. FerrielMelarpis.
      * walks LOANMAST and, for every active loan set to auto-debit
      * whose installment has fallen due, takes the installment out
      * of the member's available balance (ledger less fholds and
      * any legal hold on LEGALHOLD) the
      * way a teller payment in MemberLoan does: a LOANPAY entry for
      * the principal, a LOANINT entry for the month's interest, and
      * the due date moved on a month. What a teller payment already
      * put toward the installment is not taken twice: only the rest
      * of it is debited, and the month's interest not at all when
      * that payment took it. An installment the balance
      * cannot cover is left due - it ages on LoanAging - and listed
      * on LNDEBITRPT with the shortfall, next to the ones taken.
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
       SELECT Report-File ASSIGN TO "LNDEBITRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD Report-File.
       01 Report-Record pic X(120).
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
      * earmarked, and 1 when any of them freezes the whole balance;
      * LH-Open stays 0 when no hold has ever been placed
       77 LH-Status pic XX.
       77 LH-Open pic 9 VALUE 0.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Loan-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Type pic X(8).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Loan-Eof pic 9 VALUE 0.
       77 Run-Date pic 9(8).
       77 Month-Rate pic 9V9(8).
       77 Pay-Interest pic 9(7)V99.
       77 Pay-Principal pic 9(7)V99.
       77 Installment-Due pic 9(7)V99.
       77 Avail-Money pic S9(9)V99.
       77 Short-Amount pic S9(9)V99.
       77 Post-Amount pic 9(7)V99.
       77 Debited-Count pic 9(5) VALUE 0.
       77 Debited-Total pic 9(9)V99 VALUE 0.
       77 Missed-Count pic 9(5) VALUE 0.
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
       DISPLAY "Debit installments due on or before (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT Run-Date.
       PERFORM OpenFiles.
       PERFORM DebitOne UNTIL Loan-Eof = 1.
       PERFORM WriteRunTotals.
       PERFORM CloseFiles.
       STOP RUN.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot debit "
                "installments."
            STOP RUN
         END-IF.
         OPEN I-O Loan-File.
         IF Loan-Status NOT = "00"
            DISPLAY "LOANMAST not available; nothing to debit."
            CLOSE fp
            STOP RUN
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
         OPEN INPUT LH-File.
         IF LH-Status = "00"
            MOVE 1 TO LH-Open
         END-IF.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Report-Record.
         STRING "LOAN AUTO-DEBITS for installments due by " Run-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       CloseFiles.
         CLOSE fp.
         IF LH-Open = 1
            CLOSE LH-File
         END-IF.
         CLOSE Loan-File.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Report-File.
       EXIT.
       DebitOne.
         READ Loan-File NEXT RECORD
            AT END
               MOVE 1 TO Loan-Eof
            NOT AT END
               IF Ln-State = "A" AND Ln-Auto-Debit = "Y"
                  AND Ln-Next-Due <= Run-Date
                  PERFORM DebitInstallment
               END-IF
         END-READ.
       EXIT.
      * the installment, split the way MemberLoan splits it: the
      * month's interest on the balance first, unless a payment
      * toward the installment has taken it already, the rest
      * principal; what was paid toward it is not asked for again
       DebitInstallment.
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
         COMPUTE Pay-Principal = Installment-Due - Pay-Interest.
         MOVE Ln-No TO Ln-Ref-No.
         MOVE Ln-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               DISPLAY "Loan " Ln-No " has no ACCOUNTS.DAT record "
                   "for account " Ln-Acct "; left due."
               MOVE Installment-Due TO Short-Amount
               PERFORM WriteMissLine
            NOT INVALID KEY
               PERFORM AvailableFunds
               IF Installment-Due > Avail-Money
                  COMPUTE Short-Amount = Installment-Due - Avail-Money
                  PERFORM WriteMissLine
               ELSE
                  PERFORM PostInstallment
               END-IF
         END-READ.
       EXIT.
       PostInstallment.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         IF Pay-Principal > 0
            COMPUTE fusermoney = fusermoney - Pay-Principal
            MOVE Audit-Date TO flastact
            REWRITE fuser
            MOVE Pay-Principal TO Post-Amount
            MOVE "LOANPAY" TO Audit-Type
            PERFORM WriteAudit
         END-IF.
         IF Pay-Interest > 0
            COMPUTE fusermoney = fusermoney - Pay-Interest
            MOVE Audit-Date TO flastact
            REWRITE fuser
            MOVE Pay-Interest TO Post-Amount
            MOVE "LOANINT" TO Audit-Type
            PERFORM WriteAudit
         END-IF.
         SUBTRACT Pay-Principal FROM Ln-Balance.
         ADD 1 TO Ln-Paid-Count.
         MOVE Ln-Next-Due TO Due-Date-Rec.
         PERFORM AdvanceDueMonth.
         MOVE Due-Date-Rec TO Ln-Next-Due.
         MOVE 0 TO Ln-Int-Taken.
         MOVE 0 TO Ln-Paid-Toward.
         IF Ln-Balance = 0
            MOVE "P" TO Ln-State
         END-IF.
         REWRITE Loan-Record.
         ADD 1 TO Debited-Count.
         ADD Installment-Due TO Debited-Total.
         MOVE SPACES TO Report-Record.
         STRING "DEBITED loan " Ln-No
                " account " Ln-Acct
                " " fusername
                " installment " Installment-Due
                " balance left " Ln-Balance
                " next due " Ln-Next-Due
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       WriteMissLine.
         ADD 1 TO Missed-Count.
         MOVE SPACES TO Report-Record.
         STRING "NOT TAKEN loan " Ln-No
                " account " Ln-Acct
                " installment " Installment-Due
                " due " Ln-Next-Due
                " short by " Short-Amount
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * one calendar month on, landing on the loan's due day or the
      * month's last day if it is shorter - MemberLoan's rule
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
       WriteAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Type " "
                Post-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: " Ln-Ref
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE Audit-Type TO AH-Type.
         MOVE Post-Amount TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
       WriteRunTotals.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL debited " Debited-Count
                " installment(s) amounting to " Debited-Total
                "; not taken " Missed-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Debited " Debited-Count " installment(s); "
             Missed-Count " left due - see LNDEBITRPT.".
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
         MOVE SPACES TO AH-Op.
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
      * account's holds are read by key until the first gap
       SumLegalHolds.
         MOVE 0 TO Legal-Held.
         MOVE 0 TO Legal-Freeze.
         IF LH-Open = 1
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
         END-IF.
       EXIT.
      * END OF PROGRAM
