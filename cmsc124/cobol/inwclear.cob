      * pays or returns the checks the clearing house presents on us
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
       PROGRAM-ID. InwardClear.
       AUTHOR. FerrielMelarpis.
      * applies the clearing house's daily INWARDPRES presentment of
      * checks our members have drawn, the way CollectPost applies
      * COLLECT: a header naming the clearing house and business
      * date, one detail per check (account, check number, amount,
      * presenting bank and the clearing item reference) and a
      * count/total trailer, proved before anything is paid. Each
      * check is paid only when the account is still on file and not
      * dormant, the number lies inside a book CheckBook issued to
      * the account, it has not been paid before, no stop in force
      * covers it, and it is within the available balance - the
      * ledger less uncleared checks and less every legal hold, with
      * a full freeze leaving nothing. A paid check is a CHKPAID
      * audit entry carrying the check number and is kept on PAIDCHKS
      * so it cannot be paid twice. Every other check goes to the
      * INWRETURN file, laid out like the presentment with a reason
      * code behind each item, for the clearing house to send back:
      *   NF insufficient funds   SP payment stopped
      *   AC account closed       NI check not issued
      *   DA account dormant      AP check already paid
      * A check returned for insufficient funds charges the member
      * FEESCHED's type "R" returned-check fee as an NSFFEE entry,
      * capped at the balance less legal holds the way FeePost caps
      * its fees. INWCLRRPT lists what was paid and returned and
      * closes with paid plus returned tied to the trailer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Pres-File ASSIGN TO "INWARDPRES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Pr-Status.
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
       SELECT Fee-File ASSIGN TO "FEESCHED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Fee-Status.
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
       SELECT Return-File ASSIGN TO "INWRETURN"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Report-File ASSIGN TO "INWCLRRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * H header, D detail, T trailer
       FD Pres-File.
       01 Pres-Header.
          02 Ph-Rec-Type pic X.
          02 Ph-Source pic X(10).
          02 Ph-Business-Date pic 9(8).
       01 Pres-Detail.
          02 Pd-Rec-Type pic X.
          02 Pd-Acct-No pic 9(6).
          02 Pd-Check-No pic 9(7).
          02 Pd-Amount pic 9(7)V99.
          02 Pd-Bank pic X(8).
          02 Pd-Item-Ref pic X(16).
       01 Pres-Trailer.
          02 Pt-Rec-Type pic X.
          02 Pt-Count pic 9(5).
          02 Pt-Total pic 9(9)V99.
      * the books CheckBook issued, read here only
       FD CB-File.
       01 CB-Record.
          02 CB-Key.
             03 CB-Acct pic 9(6).
             03 CB-No pic 9(3).
          02 CB-From pic 9(7).
          02 CB-To pic 9(7).
          02 CB-Issued pic 9(8).
          02 CB-Op pic X(8).
      * the stop orders CheckBook places, read here only
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
      * one check paid: what, when, to whom and under which entry
       FD PC-File.
       01 PC-Record.
          02 PC-Key.
             03 PC-Acct pic 9(6).
             03 PC-Check pic 9(7).
          02 PC-Amount pic 9(7)V99.
          02 PC-Paid pic 9(8).
          02 PC-Bank pic X(8).
          02 PC-Seq pic 9(9).
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
       FD Fee-File.
       01 Fee-Record.
          02 Fee-Type pic X.
          02 Fee-Trigger pic 9(7)V99.
          02 Fee-Amount pic 9(5)V99.
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
      * the presentment layout with the reason behind each item, so
      * the clearing house reads its returns with the program it
      * presents with
       FD Return-File.
       01 Return-Header.
          02 Rh-Rec-Type pic X.
          02 Rh-Source pic X(10).
          02 Rh-Business-Date pic 9(8).
       01 Return-Detail.
          02 Rd-Rec-Type pic X.
          02 Rd-Acct-No pic 9(6).
          02 Rd-Check-No pic 9(7).
          02 Rd-Amount pic 9(7)V99.
          02 Rd-Bank pic X(8).
          02 Rd-Item-Ref pic X(16).
          02 Rd-Reason-Code pic XX.
          02 Rd-Reason pic X(18).
       01 Return-Trailer.
          02 Rt-Rec-Type pic X.
          02 Rt-Count pic 9(5).
          02 Rt-Total pic 9(9)V99.
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Pr-Status pic XX.
       77 CB-Status pic XX.
       77 SP-Status pic XX.
       77 PC-Status pic XX.
       77 LH-Status pic XX.
       77 Fp-Status pic XX.
       77 Fee-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Pr-Eof pic 9 VALUE 0.
       77 Fee-Eof pic 9 VALUE 0.
       77 Header-Seen pic 9 VALUE 0.
       77 Bad-Order pic 9 VALUE 0.
       77 File-Source pic X(10).
       77 File-Business-Date pic 9(8).
       77 File-Count pic 9(5) VALUE 0.
       77 File-Total pic 9(9)V99 VALUE 0.
       77 Trailer-Seen pic 9 VALUE 0.
       77 Trl-Count pic 9(5).
       77 Trl-Total pic 9(9)V99.
       77 Prove-Ok pic 9 VALUE 0.
       77 Paid-Count pic 9(5) VALUE 0.
       77 Paid-Total pic 9(9)V99 VALUE 0.
       77 Return-Count pic 9(5) VALUE 0.
       77 Return-Total pic 9(9)V99 VALUE 0.
       77 Tied-Count pic 9(5).
       77 Tied-Total pic 9(9)V99.
       77 Fees-Count pic 9(5) VALUE 0.
       77 Fees-Total pic 9(9)V99 VALUE 0.
       77 Ret-Code pic XX.
       77 Ret-Reason pic X(18).
      * the checks on the books, stops and holds the item is tried
      * against; LH-Open stays 0 when no hold has ever been placed
       77 Read-Done pic 9.
       77 Issued-Ok pic 9.
       77 Stopped pic 9.
       77 LH-Open pic 9 VALUE 0.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Avail-Money pic S9(9)V99.
      * FEESCHED's "R" entry overrides the house default, as it does
      * for CheckReturn
       77 Returned-Check-Fee pic 9(5)V99 VALUE 200.00.
       77 Fee-Taken pic 9(7)V99.
       77 Fee-Room pic S9(9)V99.
       PROCEDURE DIVISION.
       PERFORM PROVE-PRESENTMENT.
       IF Prove-Ok = 1
          PERFORM LOAD-FEE-SCHEDULE
          PERFORM CLEAR-PRESENTMENT
       END-IF.
       STOP RUN.
      * first pass: a header first, then details, then a trailer that
      * matches what the file holds
       PROVE-PRESENTMENT.
         OPEN INPUT Pres-File.
         IF Pr-Status NOT = "00"
            DISPLAY "INWARDPRES not available; nothing to clear."
            STOP RUN
         END-IF.
         PERFORM SUM-PRESENTMENT-RECORD UNTIL Pr-Eof = 1.
         CLOSE Pres-File.
         IF Header-Seen = 0 OR Bad-Order = 1
            DISPLAY "INWARDPRES does not open with one header ahead "
                "of its details, or holds a record of no known "
                "type; refusing to clear."
         ELSE
         IF Trailer-Seen = 0
            DISPLAY "INWARDPRES has no trailer; refusing to clear."
         ELSE
         IF File-Count NOT = Trl-Count
            OR File-Total NOT = Trl-Total
            DISPLAY "INWARDPRES does not prove against its trailer ("
                File-Count " / " File-Total " vs " Trl-Count " / "
                Trl-Total "); refusing to clear."
         ELSE
            MOVE 1 TO Prove-Ok
         END-IF
         END-IF
         END-IF.
       EXIT.
       SUM-PRESENTMENT-RECORD.
         READ Pres-File
            AT END
               MOVE 1 TO Pr-Eof
            NOT AT END
               PERFORM SUM-ONE-RECORD
         END-READ.
       EXIT.
       SUM-ONE-RECORD.
         IF Ph-Rec-Type = "H"
            IF Header-Seen = 1 OR File-Count > 0
               MOVE 1 TO Bad-Order
            END-IF
            MOVE 1 TO Header-Seen
            MOVE Ph-Source TO File-Source
            MOVE Ph-Business-Date TO File-Business-Date
         ELSE
         IF Pt-Rec-Type = "T"
            MOVE 1 TO Trailer-Seen
            MOVE Pt-Count TO Trl-Count
            MOVE Pt-Total TO Trl-Total
         ELSE
         IF Pd-Rec-Type = "D" AND Header-Seen = 1
            ADD 1 TO File-Count
            ADD Pd-Amount TO File-Total
         ELSE
            MOVE 1 TO Bad-Order
         END-IF
         END-IF
         END-IF.
       EXIT.
       LOAD-FEE-SCHEDULE.
         OPEN INPUT Fee-File.
         IF Fee-Status = "00"
            PERFORM UNTIL Fee-Eof = 1
               READ Fee-File
                  AT END MOVE 1 TO Fee-Eof
                  NOT AT END
                     IF Fee-Type = "R"
                        MOVE Fee-Amount TO Returned-Check-Fee
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Fee-File
         END-IF.
       EXIT.
      * second pass: pay or return each check, and close with the
      * totals tied back to the trailer
       CLEAR-PRESENTMENT.
         MOVE 0 TO Pr-Eof.
         OPEN INPUT Pres-File.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; nothing was "
                "cleared."
            CLOSE Pres-File
            STOP RUN
         END-IF.
         OPEN INPUT CB-File.
         IF CB-Status = "35"
            OPEN OUTPUT CB-File
            CLOSE CB-File
            OPEN INPUT CB-File
         END-IF.
         OPEN INPUT SP-File.
         IF SP-Status = "35"
            OPEN OUTPUT SP-File
            CLOSE SP-File
            OPEN INPUT SP-File
         END-IF.
         OPEN I-O PC-File.
         IF PC-Status = "35"
            OPEN OUTPUT PC-File
            CLOSE PC-File
            OPEN I-O PC-File
         END-IF.
         OPEN INPUT LH-File.
         IF LH-Status = "00"
            MOVE 1 TO LH-Open
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
         OPEN OUTPUT Return-File.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Return-Header.
         MOVE "H" TO Rh-Rec-Type.
         MOVE File-Source TO Rh-Source.
         MOVE File-Business-Date TO Rh-Business-Date.
         WRITE Return-Header.
         MOVE SPACES TO Report-Record.
         STRING "INWARD CLEARING from " File-Source
                " business date " File-Business-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         PERFORM CLEAR-ONE-RECORD UNTIL Pr-Eof = 1.
         PERFORM WRITE-CLEARING-TOTALS.
         CLOSE Pres-File.
         CLOSE fp.
         CLOSE CB-File.
         CLOSE SP-File.
         CLOSE PC-File.
         IF LH-Open = 1
            CLOSE LH-File
         END-IF.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Return-File.
         CLOSE Report-File.
       EXIT.
       CLEAR-ONE-RECORD.
         READ Pres-File
            AT END
               MOVE 1 TO Pr-Eof
            NOT AT END
               IF Pd-Rec-Type = "D"
                  PERFORM CLEAR-CHECK
               END-IF
         END-READ.
       EXIT.
      * an account no longer on file has been closed; its checks go
      * back whatever else is wrong with them
       CLEAR-CHECK.
         MOVE Pd-Acct-No TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               MOVE "AC" TO Ret-Code
               MOVE "ACCOUNT CLOSED" TO Ret-Reason
               PERFORM WRITE-RETURN
            NOT INVALID KEY
               PERFORM CLEAR-CHECK-TESTS
         END-READ.
       EXIT.
      * the tests run in the order the clearing house is told: a
      * dormant account, a number never issued, a number already
      * paid, a stop, and only then the money
       CLEAR-CHECK-TESTS.
         PERFORM FIND-ISSUED-BOOK.
         PERFORM FIND-STOP.
         IF fdormant = "Y"
            MOVE "DA" TO Ret-Code
            MOVE "ACCOUNT DORMANT" TO Ret-Reason
            PERFORM WRITE-RETURN
         ELSE
         IF Issued-Ok = 0
            MOVE "NI" TO Ret-Code
            MOVE "CHECK NOT ISSUED" TO Ret-Reason
            PERFORM WRITE-RETURN
         ELSE
         IF PC-Status = "00"
            MOVE "AP" TO Ret-Code
            MOVE "ALREADY PAID" TO Ret-Reason
            PERFORM WRITE-RETURN
         ELSE
         IF Stopped = 1
            MOVE "SP" TO Ret-Code
            MOVE "PAYMENT STOPPED" TO Ret-Reason
            PERFORM WRITE-RETURN
         ELSE
            PERFORM AVAILABLE-FUNDS
            IF Pd-Amount > Avail-Money
               MOVE "NF" TO Ret-Code
               MOVE "INSUFFICIENT FUNDS" TO Ret-Reason
               PERFORM WRITE-RETURN
               PERFORM CHARGE-RETURN-FEE
            ELSE
               PERFORM PAY-CHECK
            END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
       EXIT.
      * books are numbered 1 up per account and never deleted, so the
      * account's books are read by key until the first gap; the
      * PAIDCHKS read leaves PC-Status "00" for a check paid before
       FIND-ISSUED-BOOK.
         MOVE 0 TO Issued-Ok.
         MOVE 0 TO Read-Done.
         MOVE Pd-Acct-No TO CB-Acct.
         MOVE 1 TO CB-No.
         PERFORM UNTIL Read-Done = 1
            READ CB-File KEY IS CB-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  IF Pd-Check-No >= CB-From
                     AND Pd-Check-No <= CB-To
                     MOVE 1 TO Issued-Ok
                  END-IF
                  ADD 1 TO CB-No
            END-READ
         END-PERFORM.
         MOVE Pd-Acct-No TO PC-Acct.
         MOVE Pd-Check-No TO PC-Check.
         READ PC-File KEY IS PC-Key
            INVALID KEY
               MOVE "23" TO PC-Status
         END-READ.
       EXIT.
      * a stop in force covers the check when the number is in its
      * run and its amount is zero (any amount) or the check's own
       FIND-STOP.
         MOVE 0 TO Stopped.
         MOVE 0 TO Read-Done.
         MOVE Pd-Acct-No TO SP-Acct.
         MOVE 1 TO SP-No.
         PERFORM UNTIL Read-Done = 1
            READ SP-File KEY IS SP-Key
               INVALID KEY
                  MOVE 1 TO Read-Done
               NOT INVALID KEY
                  IF SP-Lifted = 0
                     AND Pd-Check-No >= SP-From
                     AND Pd-Check-No <= SP-To
                     AND (SP-Amount = 0 OR SP-Amount = Pd-Amount)
                     MOVE 1 TO Stopped
                  END-IF
                  ADD 1 TO SP-No
            END-READ
         END-PERFORM.
       EXIT.
       PAY-CHECK.
         SUBTRACT Pd-Amount FROM fusermoney.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         MOVE Audit-Date TO flastact.
         REWRITE fuser.
         PERFORM WRITE-PAID-AUDIT.
         MOVE Pd-Acct-No TO PC-Acct.
         MOVE Pd-Check-No TO PC-Check.
         MOVE Pd-Amount TO PC-Amount.
         MOVE Audit-Date TO PC-Paid.
         MOVE Pd-Bank TO PC-Bank.
         MOVE Audit-Seq TO PC-Seq.
         WRITE PC-Record.
         MOVE SPACES TO Report-Record.
         STRING "PAID     " Pd-Check-No " " faccountno " " fusername
                " " Pd-Amount " Balance: " fusermoney
                " " Pd-Bank
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         ADD 1 TO Paid-Count.
         ADD Pd-Amount TO Paid-Total.
       EXIT.
       WRITE-RETURN.
         ADD 1 TO Return-Count.
         ADD Pd-Amount TO Return-Total.
         MOVE SPACES TO Return-Detail.
         MOVE "D" TO Rd-Rec-Type.
         MOVE Pd-Acct-No TO Rd-Acct-No.
         MOVE Pd-Check-No TO Rd-Check-No.
         MOVE Pd-Amount TO Rd-Amount.
         MOVE Pd-Bank TO Rd-Bank.
         MOVE Pd-Item-Ref TO Rd-Item-Ref.
         MOVE Ret-Code TO Rd-Reason-Code.
         MOVE Ret-Reason TO Rd-Reason.
         WRITE Return-Detail.
         MOVE SPACES TO Report-Record.
         STRING "RETURNED " Pd-Check-No " " Pd-Acct-No " "
                Pd-Amount " " Pd-Bank " " Ret-Code " " Ret-Reason
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * the returned-check fee comes out of what the account holds
      * less its legal holds; a frozen account is charged nothing
       CHARGE-RETURN-FEE.
         MOVE Returned-Check-Fee TO Fee-Taken.
         COMPUTE Fee-Room = fusermoney - Legal-Held.
         IF Fee-Room < 0 OR Legal-Freeze = 1
            MOVE 0 TO Fee-Room
         END-IF.
         IF Fee-Taken > Fee-Room
            MOVE Fee-Room TO Fee-Taken
         END-IF.
         IF Fee-Taken > 0
            SUBTRACT Fee-Taken FROM fusermoney
            REWRITE fuser
            PERFORM WRITE-FEE-AUDIT
            ADD 1 TO Fees-Count
            ADD Fee-Taken TO Fees-Total
         END-IF.
       EXIT.
      * the drawable balance: the ledger less uncleared checks and
      * less every legal hold in force; a full freeze leaves nothing
       AVAILABLE-FUNDS.
         PERFORM SUM-LEGAL-HOLDS.
         COMPUTE Avail-Money = fusermoney - fholds - Legal-Held.
         IF Avail-Money < 0 OR Legal-Freeze = 1
            MOVE 0 TO Avail-Money
         END-IF.
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * account's holds are read by key until the first gap
       SUM-LEGAL-HOLDS.
         MOVE 0 TO Legal-Held.
         MOVE 0 TO Legal-Freeze.
         IF LH-Open = 1
            MOVE 0 TO Read-Done
            MOVE faccountno TO LH-Acct
            MOVE 1 TO LH-No
            PERFORM UNTIL Read-Done = 1
               READ LH-File KEY IS LH-Key
                  INVALID KEY
                     MOVE 1 TO Read-Done
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
       WRITE-PAID-AUDIT.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GET-NEXT-AUDIT-SEQ.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " CHKPAID  " Pd-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: " Pd-Check-No
                " Src: " Pd-Bank
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "CHKPAID" TO AH-Type.
         MOVE Pd-Amount TO AH-Amount.
         PERFORM WRITE-ACCT-HIST.
       EXIT.
       WRITE-FEE-AUDIT.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GET-NEXT-AUDIT-SEQ.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " NSFFEE   " Fee-Taken
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: " Pd-Check-No
                " Src: " Pd-Bank
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "NSFFEE" TO AH-Type.
         MOVE Fee-Taken TO AH-Amount.
         PERFORM WRITE-ACCT-HIST.
       EXIT.
      * paid plus returned must come back to the trailer exactly;
      * the returns file closes with its own count/total trailer
       WRITE-CLEARING-TOTALS.
         MOVE SPACES TO Return-Trailer.
         MOVE "T" TO Rt-Rec-Type.
         MOVE Return-Count TO Rt-Count.
         MOVE Return-Total TO Rt-Total.
         WRITE Return-Trailer.
         COMPUTE Tied-Count = Paid-Count + Return-Count.
         COMPUTE Tied-Total = Paid-Total + Return-Total.
         MOVE SPACES TO Report-Record.
         STRING "Paid     " Paid-Count " for " Paid-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Returned " Return-Count " for " Return-Total
                " (see INWRETURN)"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Total    " Tied-Count " for " Tied-Total
                "  Trailer " Trl-Count " for " Trl-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         IF Tied-Count = Trl-Count AND Tied-Total = Trl-Total
            MOVE "CLEARING TIES TO THE TRAILER" TO Report-Record
         ELSE
            MOVE "CLEARING DOES NOT TIE TO THE TRAILER"
                TO Report-Record
         END-IF.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Returned-check fees " Fees-Count " for "
                Fees-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Paid " Paid-Count " check(s) totalling "
             Paid-Total "; " Return-Count " returned; see "
             "INWCLRRPT.".
       EXIT.
      * the ACCTHIST copy of the money line just written, keyed
      * by its audit sequence; the caller has set the type and
      * amount
       WRITE-ACCT-HIST.
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
       GET-NEXT-AUDIT-SEQ.
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
