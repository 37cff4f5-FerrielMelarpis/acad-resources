      * nightly standing-instruction batch against STANDORD
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
       PROGRAM-ID. StandingOrders.
       AUTHOR. FerrielMelarpis.
      * walks STANDORD and executes every active instruction whose
      * next run date has arrived, under the rules a teller Transfer
      * runs under: both accounts must exist and be neither locked
      * nor dormant, the amount must come out of the available
      * balance (ledger less fholds and any legal hold on
      * LEGALHOLD) and stay inside the daily
      * withdrawal limit of the source's product on PRODUCTS, and
      * the destination must not pass the 9999999.99 ceiling. A
      * transfer posts the same XFEROUT / XFERIN pair ApplyTransfer
      * writes, referenced to the instruction, and counts on the
      * day's WDRTOTALS. A transfer
      * short of funds or over the limit is retried the next day up
      * to Max-Retries times; after that, and for any account that
      * fails the other checks, the occurrence is skipped and lands
      * on the STANDEXCRPT exceptions report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT SO-File ASSIGN TO "STANDORD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-Key
           FILE STATUS IS SO-Status.
       SELECT Wdr-File ASSIGN TO "WDRTOTALS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Wdr-Key
           FILE STATUS IS Wdr-Status.
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
       SELECT Report-File ASSIGN TO "STANDEXCRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Prod-File ASSIGN TO "PRODUCTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Prod-Status.
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
      * same record StudentRecords' standing-instruction screen keeps
       FD SO-File.
       01 SO-Record.
          02 SO-Key.
             03 SO-Acct pic 9(6).
             03 SO-No pic 9(3).
          02 SO-Dest pic 9(6).
          02 SO-Amount pic 9(7)V99.
          02 SO-Freq pic X.
          02 SO-Day pic 99.
          02 SO-Start pic 9(8).
          02 SO-End pic 9(8).
          02 SO-Sched pic 9(8).
          02 SO-Next-Run pic 9(8).
          02 SO-Retries pic 9.
          02 SO-State pic X.
          02 SO-Last-Run pic 9(8).
          02 SO-Op pic X(8).
       FD Wdr-File.
       01 Wdr-Record.
          02 Wdr-Key.
             03 Wdr-Acct pic 9(6).
             03 Wdr-Date pic 9(8).
          02 Wdr-Total pic 9(7)V99.
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
       77 SO-Status pic XX.
       77 Wdr-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Type pic X(8).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 SO-Eof pic 9 VALUE 0.
       77 Run-Date pic 9(8).
      * the source product's daily withdrawal cap, as the teller
      * screen prices it; at night there is no supervisor to wave a
      * transfer past it, so it waits a day
       77 Daily-Wdr-Limit pic 9(7)V99.
       77 House-Wdr-Limit pic 9(7)V99 VALUE 5000.00.
       77 Prod-Status pic XX.
       77 Prod-Eof pic 9 VALUE 0.
       77 Pt-Count pic 9(2) VALUE 0.
       77 Pt-Ix pic 9(2).
       01 Prod-Table.
          02 PT-Entry OCCURS 20 TIMES.
             03 PT-Code pic XX.
             03 PT-Name pic X(20).
             03 FILLER pic X(47).
             03 PT-Min-Bal pic 9(7)V99.
             03 PT-Daily-Limit pic 9(7)V99.
             03 PT-Clear-Days pic 9(2).
             03 PT-Checks pic X.
       77 Max-Retries pic 9 VALUE 3.
       77 Wdr-Today pic 9(7)V99.
       77 Avail-Money pic S9(9)V99.
       77 Order-Ok pic 9.
       77 Exc-Reason pic X(40).
       77 Exc-Work pic X(40).
       77 Done-Count pic 9(5) VALUE 0.
       77 Done-Total pic 9(9)V99 VALUE 0.
       77 Retry-Count pic 9(5) VALUE 0.
       77 Exc-Count pic 9(5) VALUE 0.
       01 Mat-Date-Rec.
          02 Mat-Year pic 9(4).
          02 Mat-Month pic 9(2).
          02 Mat-Day pic 9(2).
       77 Mat-Month-Days pic 9(2).
       77 Mat-Add-Days pic 9(3).
       77 Mat-Count pic 9(3).
       77 Mat-Work pic 9(4).
       01 SO-Ref.
          02 SO-Ref-Tag pic XX VALUE "SO".
          02 SO-Ref-Acct pic 9(6).
          02 SO-Ref-Dash pic X VALUE "-".
          02 SO-Ref-No pic 9(3).
       PROCEDURE DIVISION.
       DISPLAY "Run standing instructions due on or before "
           "(YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Run-Date.
       PERFORM LoadProducts.
       PERFORM OpenFiles.
       PERFORM RunOne UNTIL SO-Eof = 1.
       PERFORM WriteRunTotals.
       PERFORM CloseFiles.
       STOP RUN.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot run "
                "standing instructions."
            STOP RUN
         END-IF.
         OPEN I-O SO-File.
         IF SO-Status NOT = "00"
            DISPLAY "STANDORD not available; nothing to run."
            CLOSE fp
            STOP RUN
         END-IF.
         OPEN I-O Wdr-File.
         IF Wdr-Status = "35"
            OPEN OUTPUT Wdr-File
            CLOSE Wdr-File
            OPEN I-O Wdr-File
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
         STRING "STANDING INSTRUCTION EXCEPTIONS for run date "
                Run-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * pull PRODUCTS into storage; without it every account runs on
      * the house limit
       LoadProducts.
         OPEN INPUT Prod-File.
         IF Prod-Status = "00"
            PERFORM UNTIL Prod-Eof = 1 OR Pt-Count >= 20
               READ Prod-File
                  AT END MOVE 1 TO Prod-Eof
                  NOT AT END
                     ADD 1 TO Pt-Count
                     MOVE Prod-Record TO PT-Entry(Pt-Count)
               END-READ
            END-PERFORM
            CLOSE Prod-File
         END-IF.
       EXIT.
      * the daily limit of the source account's product
       PriceLimit.
         MOVE House-Wdr-Limit TO Daily-Wdr-Limit.
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            IF PT-Code(Pt-Ix) = fproduct
               MOVE PT-Daily-Limit(Pt-Ix) TO Daily-Wdr-Limit
               MOVE Pt-Count TO Pt-Ix
            END-IF
            ADD 1 TO Pt-Ix
         END-PERFORM.
       EXIT.
       CloseFiles.
         CLOSE fp.
         IF LH-Open = 1
            CLOSE LH-File
         END-IF.
         CLOSE SO-File.
         CLOSE Wdr-File.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Report-File.
       EXIT.
       RunOne.
         READ SO-File NEXT RECORD
            AT END
               MOVE 1 TO SO-Eof
            NOT AT END
               IF SO-State = "A" AND SO-Next-Run <= Run-Date
                  PERFORM RunInstruction
               END-IF
         END-READ.
       EXIT.
      * the account checks first - an account that fails them skips
      * the occurrence outright; money and limit failures retry
       RunInstruction.
         MOVE SO-Acct TO SO-Ref-Acct.
         MOVE SO-No TO SO-Ref-No.
         MOVE 0 TO Order-Ok.
         MOVE SO-Dest TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               MOVE "destination account not on file" TO Exc-Reason
            NOT INVALID KEY
               IF flocked = "Y"
                  MOVE "destination account locked" TO Exc-Reason
               ELSE
               IF fdormant = "Y"
                  MOVE "destination account dormant" TO Exc-Reason
               ELSE
               IF SO-Amount > 9999999.99 - fusermoney
                  MOVE "destination account would pass 9999999.99"
                      TO Exc-Reason
               ELSE
                  MOVE 1 TO Order-Ok
               END-IF
               END-IF
               END-IF
         END-READ.
         IF Order-Ok = 1
            MOVE 0 TO Order-Ok
            MOVE SO-Acct TO faccountno
            READ fp KEY IS faccountno
               INVALID KEY
                  MOVE "source account not on file" TO Exc-Reason
               NOT INVALID KEY
                  IF flocked = "Y"
                     MOVE "source account locked" TO Exc-Reason
                  ELSE
                  IF fdormant = "Y"
                     MOVE "source account dormant" TO Exc-Reason
                  ELSE
                     MOVE 1 TO Order-Ok
                  END-IF
                  END-IF
            END-READ
         END-IF.
         IF Order-Ok = 0
            PERFORM WriteExceptionLine
            PERFORM AdvanceOccurrence
         ELSE
            PERFORM CheckFunds
         END-IF.
         REWRITE SO-Record.
       EXIT.
      * available balance and the daily limit, read for the run date
      * the way CheckDailyLimit reads them for today
       CheckFunds.
         PERFORM PriceLimit.
         PERFORM AvailableFunds.
         MOVE SO-Acct TO Wdr-Acct.
         MOVE Run-Date TO Wdr-Date.
         MOVE 0 TO Wdr-Today.
         READ Wdr-File KEY IS Wdr-Key
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE Wdr-Total TO Wdr-Today
         END-READ.
         IF SO-Amount > Avail-Money
            MOVE "insufficient available funds" TO Exc-Reason
            PERFORM RetryOrGiveUp
         ELSE
         IF SO-Amount + Wdr-Today > Daily-Wdr-Limit
            MOVE "over the daily withdrawal limit" TO Exc-Reason
            PERFORM RetryOrGiveUp
         ELSE
            PERFORM PostTransfer
            PERFORM AdvanceOccurrence
         END-IF
         END-IF.
       EXIT.
      * try again tomorrow; once the retries are spent the occurrence
      * is dropped onto the exceptions report and the next one set up
       RetryOrGiveUp.
         IF SO-Retries < Max-Retries
            ADD 1 TO SO-Retries
            ADD 1 TO Retry-Count
            MOVE Run-Date TO Mat-Date-Rec
            MOVE 1 TO Mat-Add-Days
            PERFORM WalkCalendar
            MOVE Mat-Date-Rec TO SO-Next-Run
         ELSE
            MOVE Exc-Reason TO Exc-Work
            MOVE SPACES TO Exc-Reason
            STRING Exc-Work DELIMITED BY "  "
                   " after " Max-Retries " retries"
                   DELIMITED BY SIZE
                INTO Exc-Reason
            END-STRING
            PERFORM WriteExceptionLine
            PERFORM AdvanceOccurrence
         END-IF.
       EXIT.
      * out leg first, then in leg, as ApplyTransfer orders them;
      * the source record is still in the buffer from the checks
       PostTransfer.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         COMPUTE fusermoney = fusermoney - SO-Amount.
         MOVE Audit-Date TO flastact.
         REWRITE fuser.
         MOVE "XFEROUT" TO Audit-Type.
         PERFORM WriteAudit.
         MOVE SO-Dest TO faccountno.
         READ fp KEY IS faccountno.
         COMPUTE fusermoney = fusermoney + SO-Amount.
         MOVE Audit-Date TO flastact.
         REWRITE fuser.
         MOVE "XFERIN" TO Audit-Type.
         PERFORM WriteAudit.
         READ Wdr-File KEY IS Wdr-Key
            INVALID KEY
               MOVE SO-Amount TO Wdr-Total
               WRITE Wdr-Record
               END-WRITE
            NOT INVALID KEY
               ADD SO-Amount TO Wdr-Total
               REWRITE Wdr-Record
         END-READ.
         MOVE Run-Date TO SO-Last-Run.
         ADD 1 TO Done-Count.
         ADD SO-Amount TO Done-Total.
       EXIT.
      * set up the next occurrence from the one just settled, by the
      * instruction's frequency; past the last run date it ends
       AdvanceOccurrence.
         MOVE SO-Sched TO Mat-Date-Rec.
         IF SO-Freq = "W"
            MOVE 7 TO Mat-Add-Days
            PERFORM WalkCalendar
         END-IF.
         IF SO-Freq = "F"
            MOVE 14 TO Mat-Add-Days
            PERFORM WalkCalendar
         END-IF.
         IF SO-Freq = "S"
            PERFORM NextSemiMonthly
         END-IF.
         IF SO-Freq = "M"
            PERFORM NextMonthly
         END-IF.
         MOVE Mat-Date-Rec TO SO-Sched.
         MOVE Mat-Date-Rec TO SO-Next-Run.
         MOVE 0 TO SO-Retries.
         IF SO-End NOT = 0 AND SO-Sched > SO-End
            MOVE "E" TO SO-State
         END-IF.
       EXIT.
      * the 15th, then the month's last day, then the next 15th
       NextSemiMonthly.
         PERFORM SetMonthDays.
         IF Mat-Day < 15
            MOVE 15 TO Mat-Day
         ELSE
            IF Mat-Day < Mat-Month-Days
               MOVE Mat-Month-Days TO Mat-Day
            ELSE
               MOVE 15 TO Mat-Day
               ADD 1 TO Mat-Month
               IF Mat-Month > 12
                  MOVE 1 TO Mat-Month
                  ADD 1 TO Mat-Year
               END-IF
            END-IF
         END-IF.
       EXIT.
      * a calendar month on, on the instruction's day or the month's
      * last day if it is shorter
       NextMonthly.
         ADD 1 TO Mat-Month.
         IF Mat-Month > 12
            MOVE 1 TO Mat-Month
            ADD 1 TO Mat-Year
         END-IF.
         PERFORM SetMonthDays.
         MOVE SO-Day TO Mat-Day.
         IF Mat-Day > Mat-Month-Days
            MOVE Mat-Month-Days TO Mat-Day
         END-IF.
       EXIT.
      * walk Mat-Date-Rec forward Mat-Add-Days one day at a time, as
      * StudentRecords figures check maturities
       WalkCalendar.
         MOVE 0 TO Mat-Count.
         PERFORM UNTIL Mat-Count >= Mat-Add-Days
            ADD 1 TO Mat-Day
            PERFORM SetMonthDays
            IF Mat-Day > Mat-Month-Days
               MOVE 1 TO Mat-Day
               ADD 1 TO Mat-Month
               IF Mat-Month > 12
                  MOVE 1 TO Mat-Month
                  ADD 1 TO Mat-Year
               END-IF
            END-IF
            ADD 1 TO Mat-Count
         END-PERFORM.
       EXIT.
       SetMonthDays.
         MOVE 31 TO Mat-Month-Days.
         IF Mat-Month = 4 OR Mat-Month = 6 OR Mat-Month = 9
            OR Mat-Month = 11
            MOVE 30 TO Mat-Month-Days
         END-IF.
         IF Mat-Month = 2
            COMPUTE Mat-Work = Mat-Year / 4
            IF Mat-Year = Mat-Work * 4
               MOVE 29 TO Mat-Month-Days
            ELSE
               MOVE 28 TO Mat-Month-Days
            END-IF
         END-IF.
       EXIT.
       WriteExceptionLine.
         ADD 1 TO Exc-Count.
         MOVE SPACES TO Report-Record.
         STRING "SKIPPED " SO-Ref
                " to " SO-Dest
                " amount " SO-Amount
                " due " SO-Sched
                " - " Exc-Reason
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * ApplyTransfer's line with the instruction as the reference;
      * no operator, the batch posted it
       WriteAudit.
         PERFORM GetNextAuditSeq.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Type " "
                SO-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: " SO-Ref
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE Audit-Type TO AH-Type.
         MOVE SO-Amount TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
       WriteRunTotals.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL transferred " Done-Count
                " instruction(s) amounting to " Done-Total
                "; retrying " Retry-Count
                "; skipped " Exc-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Ran " Done-Count " standing instruction(s); "
             Retry-Count " to retry, " Exc-Count
             " skipped - see STANDEXCRPT.".
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
      * same counter-file pattern StudentRecords uses
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
