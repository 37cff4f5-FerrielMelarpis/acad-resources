      * nightly member notice letters off the day's events
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
       PROGRAM-ID. MemberNotices.
       AUTHOR. FerrielMelarpis.
      * writes one letter per event to the NOTICES print file, so a
      * member hears about a fee, a dormancy flag or a bounced check
      * from the branch before finding it on the passbook:
      *   LOWBAL   ledger below the product minimum (the FEESCHED
      *            floor where the product sets none), the balance
      *            FeePost charges its below-minimum fee on;
      *   DORMWARN no activity for all but the last 30 days of the
      *            dormancy period keyed at the start of the run;
      *   DORMANT  a DORMANT line on the day's audit trail;
      *   RETURNED a RETURNED line on the day's audit trail, with the
      *            RETNFEE CheckReturn charged alongside it;
      *   TDMATURE an active placement on TIMEDEP maturing within
      *            the look-ahead days;
      *   LOANDUE  an active loan on LOANMAST whose next amortization
      *            falls due within the look-ahead days.
      * NOTICEHIST keeps every letter sent, keyed by account, notice
      * type and reference, and a letter already on it is not sent
      * again. Dated events carry their own reference (the audit
      * Seq, the maturity or due date); a standing condition such as
      * a low balance is held under the reference OPEN while it
      * lasts, and once the condition clears the record is filed
      * under the date it was sent, so the next time the balance
      * falls the member is told again. StudentRecords' inquiry
      * reads NOTICEHIST so the counter can answer whether the member
      * was told. Runs after the day's postings, ahead of the backup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT Prod-File ASSIGN TO "PRODUCTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Prod-Status.
       SELECT Fee-File ASSIGN TO "FEESCHED"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Fee-Status.
       SELECT TD-File ASSIGN TO "TIMEDEP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-Key
           FILE STATUS IS TD-Status.
       SELECT Loan-File ASSIGN TO "LOANMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ln-No
           ALTERNATE RECORD KEY IS Ln-Acct WITH DUPLICATES
           FILE STATUS IS Loan-Status.
       SELECT Hist-File ASSIGN TO "NOTICEHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Nh-Key
           FILE STATUS IS Hist-Status.
       SELECT Notice-File ASSIGN TO "NOTICES"
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD Audit-File.
       01 Audit-Record pic X(140).
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
       FD Fee-File.
       01 Fee-Record.
          02 Fee-Type pic X.
          02 Fee-Trigger pic 9(7)V99.
          02 Fee-Amount pic 9(5)V99.
       FD TD-File.
       01 TD-Record.
          02 TD-Key.
             03 TD-Acct pic 9(6).
             03 TD-Placement pic 9(3).
          02 TD-Principal pic 9(7)V99.
          02 TD-Term pic 9(3).
          02 TD-Rate pic 9V9999.
          02 TD-Place-Date pic 9(8).
          02 TD-Maturity pic 9(8).
          02 TD-Rollover pic X.
          02 TD-State pic X.
          02 TD-Closed-Date pic 9(8).
          02 TD-Op pic X(8).
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
      * one letter sent: the amount and date it spoke of, when it
      * went out, and for a standing condition the day it cleared
       FD Hist-File.
       01 Hist-Record.
          02 Nh-Key.
             03 Nh-Acct pic 9(6).
             03 Nh-Type pic X(8).
             03 Nh-Ref pic X(12).
          02 Nh-Amount pic 9(7)V99.
          02 Nh-Event-Date pic 9(8).
          02 Nh-Sent-Date pic 9(8).
          02 Nh-Cleared-Date pic 9(8).
       FD Notice-File.
       01 Notice-Record pic X(80).
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
       77 Audit-Status pic XX.
       77 Prod-Status pic XX.
       77 Fee-Status pic XX.
       77 TD-Status pic XX.
       77 Loan-Status pic XX.
       77 Hist-Status pic XX.
       77 Eof-Flag pic 9 VALUE 0.
       77 Biz-Date pic 9(8).
       77 Biz-Day-No pic 9(7).
       77 Dormant-Days pic 9(4).
       77 Ahead-Days pic 9(3).
       77 Days-Idle pic 9(7).
       77 Days-Left pic 9(7).
       77 Event-Day-No pic 9(7).
      * the fixed positions WriteAudit strings its line together in
       01 Audit-Line.
          02 AL-Acct pic 9(6).
          02 FILLER pic X.
          02 AL-User pic X(20).
          02 FILLER pic X.
          02 AL-Type pic X(8).
          02 FILLER pic X.
          02 AL-Amount pic 9(7)V99.
          02 FILLER pic X(10).
          02 AL-Balance pic 9(7)V99.
          02 FILLER pic X.
          02 AL-Date pic 9(8).
          02 FILLER pic X.
          02 AL-Time pic 9(8).
          02 AL-Rest pic X(57).
      * a DORMANT line has the informational shape: tag, date, time
       01 Info-Line.
          02 IL-Acct pic 9(6).
          02 FILLER pic X.
          02 IL-User pic X(20).
          02 IL-Tag pic X(10).
          02 IL-Date pic 9(8).
          02 FILLER pic X(95).
       77 Scan-Ix pic 9(3).
       77 Line-Seq pic X(9).
      * the day's returned checks; the RETNFEE line that follows a
      * RETURNED line carries the fee taken for it
       77 Ret-Count pic 9(3) VALUE 0.
       77 Ret-Ix pic 9(3).
       77 Ret-Full-Warned pic 9 VALUE 0.
       01 Ret-Table.
          02 Ret-Entry OCCURS 200 TIMES.
             03 RT-Acct pic 9(6).
             03 RT-Amount pic 9(7)V99.
             03 RT-Seq pic X(9).
             03 RT-Fee pic 9(7)V99.
      * the products' minimum balances, the FEESCHED floor behind them
       77 MinBal-Floor pic 9(7)V99 VALUE 0.
       77 MinBal-Fee pic 9(5)V99 VALUE 0.
       77 Acct-Floor pic 9(7)V99.
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
      * the notice in hand
       77 Nt-Acct pic 9(6).
       77 Nt-Type pic X(8).
       77 Nt-Ref pic X(12).
       77 Nt-Amount pic 9(7)V99.
       77 Nt-Other pic 9(7)V99.
       77 Nt-Date pic 9(8).
       77 Nt-Number pic 9(6).
       77 Nt-Flag pic X.
       77 Nt-Days pic 9(7).
       77 Have-Account pic 9.
      * day number of a calendar date, counted from a March-first
      * year so February's length falls at the end of the year
       01 Dn-Date.
          02 Dn-Year pic 9(4).
          02 Dn-Month pic 9(2).
          02 Dn-Day pic 9(2).
       77 Dn-Y pic 9(4).
       77 Dn-M pic 9(2).
       77 Dn-Work pic 9(7).
       77 Dn-Result pic 9(7).
       77 Notices-Sent pic 9(5) VALUE 0.
       77 Notices-Held pic 9(5) VALUE 0.
       77 Episodes-Cleared pic 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Notice business date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Biz-Date.
       DISPLAY "Dormancy period in days (0 = 730): " WITH NO ADVANCING.
       ACCEPT Dormant-Days.
       IF Dormant-Days = 0
          MOVE 730 TO Dormant-Days
       END-IF.
       DISPLAY "Days ahead for maturities and loan dues (0 = 7): "
           WITH NO ADVANCING.
       ACCEPT Ahead-Days.
       IF Ahead-Days = 0
          MOVE 7 TO Ahead-Days
       END-IF.
       MOVE Biz-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO Biz-Day-No.
       PERFORM LoadFeeFloor.
       PERFORM LoadProducts.
       PERFORM OpenFiles.
       PERFORM ReadDaysEvents.
       PERFORM NoticeReturns.
       PERFORM ScanAccounts.
       PERFORM ScanTimeDeposits.
       PERFORM ScanLoans.
       CLOSE fp.
       CLOSE Hist-File.
       CLOSE Notice-File.
       DISPLAY "Notices for " Biz-Date ": " Notices-Sent
           " sent, " Notices-Held " already sent before, "
           Episodes-Cleared " standing notice(s) cleared.".
       STOP RUN.
      * the FEESCHED below-minimum floor, for products that set none
       LoadFeeFloor.
         OPEN INPUT Fee-File.
         IF Fee-Status = "00"
            PERFORM UNTIL Eof-Flag = 1
               READ Fee-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Fee-Type = "M"
                        MOVE Fee-Amount TO MinBal-Fee
                        MOVE Fee-Trigger TO MinBal-Floor
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Fee-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       LoadProducts.
         OPEN INPUT Prod-File.
         IF Prod-Status = "00"
            PERFORM UNTIL Eof-Flag = 1 OR Pt-Count >= 20
               READ Prod-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     ADD 1 TO Pt-Count
                     MOVE Prod-Record TO PT-Entry(Pt-Count)
               END-READ
            END-PERFORM
            CLOSE Prod-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       OpenFiles.
         OPEN INPUT fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; no notices."
            STOP RUN
         END-IF.
         OPEN I-O Hist-File.
         IF Hist-Status = "35"
            OPEN OUTPUT Hist-File
            CLOSE Hist-File
            OPEN I-O Hist-File
         END-IF.
         OPEN OUTPUT Notice-File.
       EXIT.
      * DORMANT lines go out as they are met; RETURNED lines wait in
      * the table for the RETNFEE behind them
       ReadDaysEvents.
         OPEN INPUT Audit-File.
         IF Audit-Status NOT = "00"
            DISPLAY "AUDITLOG.DAT not available; no dormancy or "
                "returned-check notices."
         ELSE
            PERFORM UNTIL Eof-Flag = 1
               READ Audit-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     PERFORM SiftAuditLine
               END-READ
            END-PERFORM
            CLOSE Audit-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       SiftAuditLine.
         MOVE Audit-Record TO Audit-Line.
         IF AL-Acct IS NUMERIC AND AL-Amount IS NUMERIC
            AND AL-Balance IS NUMERIC AND AL-Date IS NUMERIC
            IF AL-Date = Biz-Date
               IF AL-Type = "RETURNED"
                  PERFORM TakeReturn
               END-IF
               IF AL-Type = "RETNFEE" AND Ret-Count > 0
                  IF RT-Acct(Ret-Count) = AL-Acct
                     ADD AL-Amount TO RT-Fee(Ret-Count)
                  END-IF
               END-IF
            END-IF
         ELSE
            MOVE Audit-Record TO Info-Line
            IF IL-Tag = " DORMANT  " AND IL-Acct IS NUMERIC
               AND IL-Date IS NUMERIC
               IF IL-Date = Biz-Date
                  MOVE IL-Acct TO Nt-Acct
                  MOVE "DORMANT" TO Nt-Type
                  MOVE SPACES TO Nt-Ref
                  MOVE IL-Date TO Nt-Ref
                  MOVE 0 TO Nt-Amount
                  MOVE 0 TO Nt-Other
                  MOVE IL-Date TO Nt-Date
                  PERFORM IssueNotice
               END-IF
            END-IF
         END-IF.
       EXIT.
       TakeReturn.
         MOVE SPACES TO Line-Seq.
         MOVE 84 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 126
            IF Audit-Record(Scan-Ix:6) = " Seq: "
               MOVE Audit-Record(Scan-Ix + 6:9) TO Line-Seq
               MOVE 126 TO Scan-Ix
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
         IF Ret-Count >= 200
            IF Ret-Full-Warned = 0
               DISPLAY "More than 200 returned checks on the day; "
                   "the rest get no notice this run."
               MOVE 1 TO Ret-Full-Warned
            END-IF
         ELSE
            ADD 1 TO Ret-Count
            MOVE AL-Acct TO RT-Acct(Ret-Count)
            MOVE AL-Amount TO RT-Amount(Ret-Count)
            MOVE Line-Seq TO RT-Seq(Ret-Count)
            MOVE 0 TO RT-Fee(Ret-Count)
         END-IF.
       EXIT.
       NoticeReturns.
         MOVE 1 TO Ret-Ix.
         PERFORM UNTIL Ret-Ix > Ret-Count
            MOVE RT-Acct(Ret-Ix) TO Nt-Acct
            MOVE "RETURNED" TO Nt-Type
            MOVE RT-Seq(Ret-Ix) TO Nt-Ref
            MOVE RT-Amount(Ret-Ix) TO Nt-Amount
            MOVE RT-Fee(Ret-Ix) TO Nt-Other
            MOVE Biz-Date TO Nt-Date
            PERFORM IssueNotice
            ADD 1 TO Ret-Ix
         END-PERFORM.
       EXIT.
      * the standing conditions, read off each account as it stands;
      * the reopen puts the scan at the first record, the letters
      * above leave the position mid-file
       ScanAccounts.
         CLOSE fp.
         OPEN INPUT fp.
         PERFORM UNTIL Eof-Flag = 1
            READ fp NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  PERFORM CheckMinimum
                  PERFORM CheckIdle
            END-READ
         END-PERFORM.
         MOVE 0 TO Eof-Flag.
       EXIT.
       CheckMinimum.
         MOVE MinBal-Floor TO Acct-Floor.
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            IF PT-Code(Pt-Ix) = fproduct
               IF PT-Min-Bal(Pt-Ix) > 0
                  MOVE PT-Min-Bal(Pt-Ix) TO Acct-Floor
               END-IF
               MOVE Pt-Count TO Pt-Ix
            END-IF
            ADD 1 TO Pt-Ix
         END-PERFORM.
         MOVE faccountno TO Nt-Acct.
         MOVE "LOWBAL" TO Nt-Type.
         MOVE "OPEN" TO Nt-Ref.
         IF Acct-Floor > 0 AND fusermoney < Acct-Floor
            MOVE fusermoney TO Nt-Amount
            MOVE Acct-Floor TO Nt-Other
            MOVE Biz-Date TO Nt-Date
            PERFORM IssueNotice
         ELSE
            PERFORM ClearStanding
         END-IF.
       EXIT.
      * the warning goes in the last 30 days before the dormancy
      * period runs out; an account already dormant is past warning
       CheckIdle.
         MOVE 0 TO Days-Idle.
         IF flastact IS NUMERIC AND flastact > 0
            MOVE flastact TO Dn-Date
            PERFORM DayNumber
            IF Dn-Result < Biz-Day-No
               COMPUTE Days-Idle = Biz-Day-No - Dn-Result
            END-IF
         END-IF.
         MOVE faccountno TO Nt-Acct.
         MOVE "DORMWARN" TO Nt-Type.
         MOVE "OPEN" TO Nt-Ref.
         IF fdormant NOT = "Y" AND Days-Idle < Dormant-Days
            AND Days-Idle + 30 >= Dormant-Days
            COMPUTE Days-Left = Dormant-Days - Days-Idle
            MOVE 0 TO Nt-Amount
            MOVE 0 TO Nt-Other
            MOVE flastact TO Nt-Date
            MOVE Days-Left TO Nt-Days
            PERFORM IssueNotice
         ELSE
            IF fdormant NOT = "Y"
               PERFORM ClearStanding
            END-IF
         END-IF.
       EXIT.
       ScanTimeDeposits.
         OPEN INPUT TD-File.
         IF TD-Status = "00"
            PERFORM UNTIL Eof-Flag = 1
               READ TD-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF TD-State = "A"
                        MOVE TD-Maturity TO Dn-Date
                        PERFORM DayNumber
                        MOVE Dn-Result TO Event-Day-No
                        PERFORM NoticeMaturity
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TD-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       NoticeMaturity.
         IF Event-Day-No >= Biz-Day-No
            AND Event-Day-No <= Biz-Day-No + Ahead-Days
            MOVE TD-Acct TO Nt-Acct
            MOVE "TDMATURE" TO Nt-Type
            MOVE SPACES TO Nt-Ref
            STRING TD-Placement "-" TD-Maturity
                DELIMITED BY SIZE INTO Nt-Ref
            END-STRING
            MOVE TD-Principal TO Nt-Amount
            MOVE 0 TO Nt-Other
            MOVE TD-Maturity TO Nt-Date
            MOVE TD-Placement TO Nt-Number
            MOVE TD-Rollover TO Nt-Flag
            PERFORM IssueNotice
         END-IF.
       EXIT.
       ScanLoans.
         OPEN INPUT Loan-File.
         IF Loan-Status = "00"
            PERFORM UNTIL Eof-Flag = 1
               READ Loan-File NEXT RECORD
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     IF Ln-State = "A"
                        MOVE Ln-Next-Due TO Dn-Date
                        PERFORM DayNumber
                        MOVE Dn-Result TO Event-Day-No
                        PERFORM NoticeLoanDue
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Loan-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       NoticeLoanDue.
         IF Event-Day-No >= Biz-Day-No
            AND Event-Day-No <= Biz-Day-No + Ahead-Days
            MOVE Ln-Acct TO Nt-Acct
            MOVE "LOANDUE" TO Nt-Type
            MOVE SPACES TO Nt-Ref
            STRING Ln-No Ln-Next-Due(3:6)
                DELIMITED BY SIZE INTO Nt-Ref
            END-STRING
            MOVE Ln-Amort TO Nt-Amount
            IF Ln-Balance < Ln-Amort
               MOVE Ln-Balance TO Nt-Amount
            END-IF
            MOVE 0 TO Nt-Other
            MOVE Ln-Next-Due TO Nt-Date
            MOVE Ln-No TO Nt-Number
            MOVE Ln-Auto-Debit TO Nt-Flag
            PERFORM IssueNotice
         END-IF.
       EXIT.
      * a letter already on NOTICEHIST under the same key is not
      * sent twice; otherwise it is printed and filed
       IssueNotice.
         MOVE Nt-Acct TO Nh-Acct.
         MOVE Nt-Type TO Nh-Type.
         MOVE Nt-Ref TO Nh-Ref.
         READ Hist-File KEY IS Nh-Key
            INVALID KEY
               PERFORM PrintNotice
               MOVE Nt-Acct TO Nh-Acct
               MOVE Nt-Type TO Nh-Type
               MOVE Nt-Ref TO Nh-Ref
               MOVE Nt-Amount TO Nh-Amount
               MOVE Nt-Date TO Nh-Event-Date
               MOVE Biz-Date TO Nh-Sent-Date
               MOVE 0 TO Nh-Cleared-Date
               WRITE Hist-Record
               END-WRITE
            NOT INVALID KEY
               ADD 1 TO Notices-Held
         END-READ.
       EXIT.
      * a standing condition that has cleared: its OPEN record is
      * filed under the date the letter went out
       ClearStanding.
         MOVE Nt-Acct TO Nh-Acct.
         MOVE Nt-Type TO Nh-Type.
         MOVE Nt-Ref TO Nh-Ref.
         READ Hist-File KEY IS Nh-Key
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               DELETE Hist-File RECORD
               END-DELETE
               MOVE SPACES TO Nh-Ref
               MOVE Nh-Sent-Date TO Nh-Ref
               MOVE Biz-Date TO Nh-Cleared-Date
               WRITE Hist-Record
                  INVALID KEY
                     REWRITE Hist-Record
                     END-REWRITE
               END-WRITE
               ADD 1 TO Episodes-Cleared
         END-READ.
       EXIT.
      * the letter: heading, the member, two lines on the event, and
      * the reference the counter will find on NOTICEHIST
       PrintNotice.
         MOVE 0 TO Have-Account.
         MOVE Nt-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               MOVE SPACES TO fusername
               MOVE SPACES TO fbranch
            NOT INVALID KEY
               MOVE 1 TO Have-Account
         END-READ.
         MOVE ALL "=" TO Notice-Record.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         STRING "MEMBER NOTICE" "                          Date: "
                Biz-Date
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         STRING "Account " Nt-Acct "  " fusername
                "  Branch " fbranch
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         WRITE Notice-Record.
         IF Nt-Type = "LOWBAL"
            PERFORM BodyLowBalance
         END-IF.
         IF Nt-Type = "DORMWARN"
            PERFORM BodyDormancyWarning
         END-IF.
         IF Nt-Type = "DORMANT"
            PERFORM BodyDormant
         END-IF.
         IF Nt-Type = "RETURNED"
            PERFORM BodyReturned
         END-IF.
         IF Nt-Type = "TDMATURE"
            PERFORM BodyMaturity
         END-IF.
         IF Nt-Type = "LOANDUE"
            PERFORM BodyLoanDue
         END-IF.
         MOVE SPACES TO Notice-Record.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         STRING "Reference " Nt-Type " " Nt-Ref
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         ADD 1 TO Notices-Sent.
         IF Have-Account = 0
            DISPLAY "Account " Nt-Acct " not on file; notice "
                Nt-Type " printed without a name."
         END-IF.
       EXIT.
       BodyLowBalance.
         MOVE SPACES TO Notice-Record.
         STRING "Your balance of " Nt-Amount
                " is below the minimum of " Nt-Other
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         IF MinBal-Fee > 0
            STRING "for your account. A below-minimum fee of "
                   MinBal-Fee " may be charged."
                DELIMITED BY SIZE INTO Notice-Record
            END-STRING
         ELSE
            MOVE "for your account. Please bring it back up."
                TO Notice-Record
         END-IF.
         WRITE Notice-Record.
       EXIT.
       BodyDormancyWarning.
         MOVE SPACES TO Notice-Record.
         STRING "Your account has had no activity since " Nt-Date
                "."
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         STRING "Unless it is used within " Nt-Days
                " days it will be classified dormant."
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
       EXIT.
       BodyDormant.
         MOVE "Your account has been classified dormant for lack of"
             TO Notice-Record.
         WRITE Notice-Record.
         MOVE "activity. Please visit your branch to reactivate it."
             TO Notice-Record.
         WRITE Notice-Record.
       EXIT.
       BodyReturned.
         MOVE SPACES TO Notice-Record.
         STRING "A check for " Nt-Amount
                " deposited to your account was returned unpaid."
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         MOVE SPACES TO Notice-Record.
         IF Nt-Other > 0
            STRING "A returned-check fee of " Nt-Other
                   " has been charged to the account."
                DELIMITED BY SIZE INTO Notice-Record
            END-STRING
         ELSE
            MOVE "The amount has been taken back off your balance."
                TO Notice-Record
         END-IF.
         WRITE Notice-Record.
       EXIT.
       BodyMaturity.
         MOVE SPACES TO Notice-Record.
         STRING "Your time deposit no. " Nt-Number " of " Nt-Amount
                " matures on " Nt-Date "."
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         IF Nt-Flag = "R"
            MOVE "Principal and interest will be placed again."
                TO Notice-Record
         ELSE
            IF Nt-Flag = "P"
               MOVE "Principal placed again; interest paid to savings."
                   TO Notice-Record
            ELSE
               MOVE "Principal and interest will be paid to savings."
                   TO Notice-Record
            END-IF
         END-IF.
         WRITE Notice-Record.
       EXIT.
       BodyLoanDue.
         MOVE SPACES TO Notice-Record.
         STRING "Your loan no. " Nt-Number " amortization of "
                Nt-Amount " falls due on " Nt-Date "."
             DELIMITED BY SIZE INTO Notice-Record
         END-STRING.
         WRITE Notice-Record.
         IF Nt-Flag = "Y"
            MOVE "It will be debited to your savings account."
                TO Notice-Record
         ELSE
            MOVE "Please pay it at your branch on or before then."
                TO Notice-Record
         END-IF.
         WRITE Notice-Record.
       EXIT.
       DayNumber.
         MOVE Dn-Year TO Dn-Y.
         MOVE Dn-Month TO Dn-M.
         IF Dn-M < 3
            SUBTRACT 1 FROM Dn-Y
            ADD 12 TO Dn-M
         END-IF.
         COMPUTE Dn-Result = Dn-Y * 365.
         COMPUTE Dn-Work = Dn-Y / 4.
         ADD Dn-Work TO Dn-Result.
         COMPUTE Dn-Work = Dn-Y / 100.
         SUBTRACT Dn-Work FROM Dn-Result.
         COMPUTE Dn-Work = Dn-Y / 400.
         ADD Dn-Work TO Dn-Result.
         COMPUTE Dn-Work = (153 * (Dn-M - 3) + 2) / 5.
         ADD Dn-Work TO Dn-Result.
         ADD Dn-Day TO Dn-Result.
       EXIT.
      * END OF PROGRAM
