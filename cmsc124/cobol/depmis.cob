      * month-end deposit portfolio MIS report
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
       PROGRAM-ID. DepositMIS.
       AUTHOR. FerrielMelarpis.
      * the monthly figures management asks for, off the files rather
      * than rebuilt by hand from EODSUMRY and DELETED.DAT. Run after
      * the month's last business day, before the next month posts:
      *   - ACCOUNTS.DAT gives the accounts on file and their ledger
      *     balances, spread over the balance bands, the dormant
      *     count, and the top 20 depositors by balance;
      *   - DELARCH.DAT gives the accounts closed in the month (an
      *     account closed and reinstated inside the month has left
      *     the archive and counts as reinstated only);
      *   - the month's audit trail - its AUDITARCH.YYYYMM archive
      *     when AuditClose has run, then whatever is still on the
      *     live log - gives the OPENED, REINSTAT, DORMANT and
      *     REACTIVE lines and the month's deposits and withdrawals.
      * Deposits are the money that came in from outside (DEPOSIT,
      * CHECKDEP, PAYROLL, COLLECT) less deposits corrected, checks
      * returned and payroll credits recalled (PAYVOID); withdrawals
      * are WITHDRAW, WDRAPPRV and the members' own checks paid in
      * clearing (CHKPAID) less withdrawals corrected. Transfers move
      * money between members and are left out of both.
      * The month's headline figures go to MISHIST, keyed by month (a
      * rerun replaces them), and the report compares deposits and
      * withdrawals with the month before and lists the twelve months
      * ending this one off that history. The report is MISRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Del-File ASSIGN TO "DELARCH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Del-Acct
           FILE STATUS IS Del-Status.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT Arch-File ASSIGN TO DYNAMIC Arch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Arch-Status.
       SELECT Hist-File ASSIGN TO "MISHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Mh-Month
           FILE STATUS IS Hist-Status.
       SELECT Report-File ASSIGN TO "MISRPT"
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
      * Del-Data is the account record beyond its number, so the
      * balance it closed with sits where fusermoney does
       FD Del-File.
       01 Del-Record.
          02 Del-Acct pic 9(6).
          02 Del-Data.
             03 Dd-Name pic X(20).
             03 Dd-Birthday pic X(16).
             03 Dd-Pin pic 9(4).
             03 Dd-Money pic 9(7)V99.
             03 FILLER pic X(25).
          02 Del-Date pic 9(8).
          02 Del-Op pic X(8).
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD Arch-File.
       01 Arch-Record pic X(140).
      * one month's headline figures
       FD Hist-File.
       01 Hist-Record.
          02 Mh-Month pic 9(6).
          02 Mh-Accounts pic 9(6).
          02 Mh-Balance pic 9(11)V99.
          02 Mh-Dormant pic 9(6).
          02 Mh-Opened pic 9(5).
          02 Mh-Closed pic 9(5).
          02 Mh-Reinstated pic 9(5).
          02 Mh-Went-Dormant pic 9(5).
          02 Mh-Reactivated pic 9(5).
          02 Mh-Deposits pic S9(11)V99.
          02 Mh-Withdrawals pic S9(11)V99.
          02 Mh-Run-Date pic 9(8).
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
       77 Del-Status pic XX.
       77 Audit-Status pic XX.
       77 Arch-Status pic XX.
       77 Hist-Status pic XX.
       77 Arch-Name pic X(16).
       77 Src-Eof pic 9 VALUE 0.
       77 Mis-Month pic 9(6).
       77 Prev-Month pic 9(6).
       77 Cur-YM pic 9(6).
       77 YM-Work pic 9(6).
       77 Cur-MM pic 99.
       77 Line-YM pic 9(6).
       77 Run-Date pic 9(8).
      * the fixed positions WriteAudit strings its line together in,
      * same as Statement and Reconcile read them
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
      * OPENED, REINSTAT, DORMANT and REACTIVE lines have the
      * informational shape: tag, date, time
       01 Info-Line.
          02 IL-Acct pic X(6).
          02 FILLER pic X.
          02 IL-User pic X(20).
          02 IL-Tag pic X(10).
          02 IL-Date pic 9(8).
          02 FILLER pic X(95).
      * the balance bands, lowest floor first
       77 Band-Count pic 9 VALUE 6.
       77 Band-Ix pic 9.
       77 Band-Found pic 9.
       01 Band-Floors.
          02 FILLER pic 9(7)V99 VALUE 0.
          02 FILLER pic 9(7)V99 VALUE 1000.00.
          02 FILLER pic 9(7)V99 VALUE 10000.00.
          02 FILLER pic 9(7)V99 VALUE 50000.00.
          02 FILLER pic 9(7)V99 VALUE 100000.00.
          02 FILLER pic 9(7)V99 VALUE 500000.00.
       01 Band-Floor-List REDEFINES Band-Floors.
          02 Band-Floor pic 9(7)V99 OCCURS 6 TIMES.
       01 Band-Labels.
          02 FILLER pic X(22) VALUE "UNDER 1,000".
          02 FILLER pic X(22) VALUE "1,000 - 9,999.99".
          02 FILLER pic X(22) VALUE "10,000 - 49,999.99".
          02 FILLER pic X(22) VALUE "50,000 - 99,999.99".
          02 FILLER pic X(22) VALUE "100,000 - 499,999.99".
          02 FILLER pic X(22) VALUE "500,000 AND OVER".
       01 Band-Label-List REDEFINES Band-Labels.
          02 Band-Label pic X(22) OCCURS 6 TIMES.
       01 Band-Table.
          02 Band-Entry OCCURS 6 TIMES.
             03 Bd-Count pic 9(6).
             03 Bd-Total pic 9(11)V99.
      * the top 20 depositors, largest balance first
       77 Top-Max pic 99 VALUE 20.
       77 Top-Count pic 99 VALUE 0.
       77 Top-Ix pic 99.
       77 Top-Pos pic 99.
       01 Top-Table.
          02 Top-Entry OCCURS 20 TIMES.
             03 Tp-Acct pic 9(6).
             03 Tp-Name pic X(20).
             03 Tp-Balance pic 9(7)V99.
             03 Tp-Branch pic X(3).
      * the month's figures
       77 Acct-Total pic 9(6) VALUE 0.
       77 Bal-Total pic 9(11)V99 VALUE 0.
       77 Dormant-On-File pic 9(6) VALUE 0.
       77 Opened-Count pic 9(5) VALUE 0.
       77 Closed-Count pic 9(5) VALUE 0.
       77 Closed-Bal pic 9(11)V99 VALUE 0.
       77 Reinstated-Count pic 9(5) VALUE 0.
       77 Dormant-Count pic 9(5) VALUE 0.
       77 Reactivated-Count pic 9(5) VALUE 0.
       77 Deposits-In pic S9(11)V99 VALUE 0.
       77 Withdrawals-Out pic S9(11)V99 VALUE 0.
       77 Have-Prev pic 9 VALUE 0.
       77 Prev-Deposits pic S9(11)V99 VALUE 0.
       77 Prev-Withdrawals pic S9(11)V99 VALUE 0.
       77 Prev-Balance pic 9(11)V99 VALUE 0.
       77 Prev-Accounts pic 9(6) VALUE 0.
       77 Chg-Amount pic S9(11)V99.
       77 Chg-Count pic S9(6).
       77 Trend-Ix pic 99.
       PROCEDURE DIVISION.
       DISPLAY "MIS for month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT Mis-Month.
       ACCEPT Run-Date FROM DATE YYYYMMDD.
       PERFORM OpenFiles.
       PERFORM ReadAccounts.
       PERFORM ReadClosures.
       MOVE Mis-Month TO Cur-YM.
       PERFORM ReadOneArchive.
       PERFORM ReadLiveLog.
       PERFORM ReadPriorMonth.
       PERFORM SaveHistory.
       PERFORM WritePortfolio.
       PERFORM WriteMovement.
       PERFORM WriteTopDepositors.
       PERFORM WriteTrend.
       CLOSE Hist-File.
       CLOSE Report-File.
       DISPLAY "MIS for " Mis-Month " on MISRPT: " Acct-Total
           " account(s), " Opened-Count " opened, " Closed-Count
           " closed.".
       STOP RUN.
       OpenFiles.
         OPEN INPUT fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; no MIS produced."
            STOP RUN
         END-IF.
         OPEN I-O Hist-File.
         IF Hist-Status = "35"
            OPEN OUTPUT Hist-File
            CLOSE Hist-File
            OPEN I-O Hist-File
         END-IF.
         OPEN OUTPUT Report-File.
         MOVE 1 TO Band-Ix.
         PERFORM UNTIL Band-Ix > Band-Count
            MOVE 0 TO Bd-Count(Band-Ix)
            MOVE 0 TO Bd-Total(Band-Ix)
            ADD 1 TO Band-Ix
         END-PERFORM.
         MOVE Mis-Month TO Prev-Month.
         SUBTRACT 1 FROM Prev-Month.
         COMPUTE YM-Work = Prev-Month / 100.
         COMPUTE Cur-MM = Prev-Month - (YM-Work * 100).
         IF Cur-MM = 0
            SUBTRACT 88 FROM Prev-Month
         END-IF.
       EXIT.
      * every account on file into its band, the dormant count, and
      * the top depositors
       ReadAccounts.
         MOVE 0 TO Src-Eof.
         PERFORM UNTIL Src-Eof = 1
            READ fp NEXT RECORD
               AT END
                  MOVE 1 TO Src-Eof
               NOT AT END
                  ADD 1 TO Acct-Total
                  ADD fusermoney TO Bal-Total
                  IF fdormant = "Y"
                     ADD 1 TO Dormant-On-File
                  END-IF
                  PERFORM FindBand
                  ADD 1 TO Bd-Count(Band-Found)
                  ADD fusermoney TO Bd-Total(Band-Found)
                  PERFORM TakeTopDepositor
            END-READ
         END-PERFORM.
         CLOSE fp.
       EXIT.
       FindBand.
         MOVE 1 TO Band-Found.
         MOVE Band-Count TO Band-Ix.
         PERFORM UNTIL Band-Ix < 1
            IF fusermoney >= Band-Floor(Band-Ix)
               MOVE Band-Ix TO Band-Found
               MOVE 0 TO Band-Ix
            ELSE
               SUBTRACT 1 FROM Band-Ix
            END-IF
         END-PERFORM.
       EXIT.
      * slot the account in ahead of the first smaller balance,
      * pushing the rest down one and the twenty-first off the end
       TakeTopDepositor.
         MOVE 0 TO Top-Pos.
         MOVE 1 TO Top-Ix.
         PERFORM UNTIL Top-Ix > Top-Count
            IF fusermoney > Tp-Balance(Top-Ix)
               MOVE Top-Ix TO Top-Pos
               MOVE Top-Count TO Top-Ix
            END-IF
            ADD 1 TO Top-Ix
         END-PERFORM.
         IF Top-Pos = 0 AND Top-Count < Top-Max
            COMPUTE Top-Pos = Top-Count + 1
         END-IF.
         IF Top-Pos > 0
            IF Top-Count < Top-Max
               ADD 1 TO Top-Count
            END-IF
            MOVE Top-Count TO Top-Ix
            PERFORM UNTIL Top-Ix <= Top-Pos
               MOVE Top-Entry(Top-Ix - 1) TO Top-Entry(Top-Ix)
               SUBTRACT 1 FROM Top-Ix
            END-PERFORM
            MOVE faccountno TO Tp-Acct(Top-Pos)
            MOVE fusername TO Tp-Name(Top-Pos)
            MOVE fusermoney TO Tp-Balance(Top-Pos)
            MOVE fbranch TO Tp-Branch(Top-Pos)
         END-IF.
       EXIT.
      * an archived account whose deletion date falls in the month
       ReadClosures.
         OPEN INPUT Del-File.
         IF Del-Status = "00"
            MOVE 0 TO Src-Eof
            PERFORM UNTIL Src-Eof = 1
               READ Del-File NEXT RECORD
                  AT END
                     MOVE 1 TO Src-Eof
                  NOT AT END
                     COMPUTE Line-YM = Del-Date / 100
                     IF Line-YM = Mis-Month
                        ADD 1 TO Closed-Count
                        ADD Dd-Money TO Closed-Bal
                     END-IF
               END-READ
            END-PERFORM
            CLOSE Del-File
         ELSE
            DISPLAY "DELARCH.DAT not available; closures not counted."
         END-IF.
       EXIT.
      * the month's archive when AuditClose has run; the entries it
      * did not take are still on the live log, read after it
       ReadOneArchive.
         MOVE SPACES TO Arch-Name.
         STRING "AUDITARCH." Cur-YM
             DELIMITED BY SIZE INTO Arch-Name
         END-STRING.
         OPEN INPUT Arch-File.
         IF Arch-Status = "00"
            MOVE 0 TO Src-Eof
            PERFORM UNTIL Src-Eof = 1
               READ Arch-File
                  AT END
                     MOVE 1 TO Src-Eof
                  NOT AT END
                     MOVE Arch-Record TO Audit-Record
                     PERFORM SiftAuditLine
               END-READ
            END-PERFORM
            CLOSE Arch-File
         END-IF.
       EXIT.
       ReadLiveLog.
         OPEN INPUT Audit-File.
         IF Audit-Status = "00"
            MOVE 0 TO Src-Eof
            PERFORM UNTIL Src-Eof = 1
               READ Audit-File
                  AT END
                     MOVE 1 TO Src-Eof
                  NOT AT END
                     PERFORM SiftAuditLine
               END-READ
            END-PERFORM
            CLOSE Audit-File
         END-IF.
       EXIT.
       SiftAuditLine.
         MOVE Audit-Record TO Audit-Line.
         IF AL-Acct IS NUMERIC AND AL-Amount IS NUMERIC
            AND AL-Balance IS NUMERIC AND AL-Date IS NUMERIC
            COMPUTE Line-YM = AL-Date / 100
            IF Line-YM = Mis-Month
               IF AL-Type = "DEPOSIT" OR AL-Type = "CHECKDEP"
                  OR AL-Type = "PAYROLL" OR AL-Type = "COLLECT"
                  ADD AL-Amount TO Deposits-In
               END-IF
               IF AL-Type = "CORRECT-" OR AL-Type = "RETURNED"
                  OR AL-Type = "PAYVOID"
                  SUBTRACT AL-Amount FROM Deposits-In
               END-IF
               IF AL-Type = "WITHDRAW" OR AL-Type = "WDRAPPRV"
                  OR AL-Type = "CHKPAID"
                  ADD AL-Amount TO Withdrawals-Out
               END-IF
               IF AL-Type = "CORRECT+"
                  SUBTRACT AL-Amount FROM Withdrawals-Out
               END-IF
            END-IF
         ELSE
            MOVE Audit-Record TO Info-Line
            IF IL-Date IS NUMERIC
               COMPUTE Line-YM = IL-Date / 100
               IF Line-YM = Mis-Month
                  IF IL-Tag = " OPENED   "
                     ADD 1 TO Opened-Count
                  END-IF
                  IF IL-Tag = " REINSTAT "
                     ADD 1 TO Reinstated-Count
                  END-IF
                  IF IL-Tag = " DORMANT  "
                     ADD 1 TO Dormant-Count
                  END-IF
                  IF IL-Tag = " REACTIVE "
                     ADD 1 TO Reactivated-Count
                  END-IF
               END-IF
            END-IF
         END-IF.
       EXIT.
       ReadPriorMonth.
         MOVE Prev-Month TO Mh-Month.
         READ Hist-File KEY IS Mh-Month
            INVALID KEY
               MOVE 0 TO Have-Prev
            NOT INVALID KEY
               MOVE 1 TO Have-Prev
               MOVE Mh-Deposits TO Prev-Deposits
               MOVE Mh-Withdrawals TO Prev-Withdrawals
               MOVE Mh-Balance TO Prev-Balance
               MOVE Mh-Accounts TO Prev-Accounts
         END-READ.
       EXIT.
      * a rerun of the month replaces its figures
       SaveHistory.
         MOVE Mis-Month TO Mh-Month.
         MOVE Acct-Total TO Mh-Accounts.
         MOVE Bal-Total TO Mh-Balance.
         MOVE Dormant-On-File TO Mh-Dormant.
         MOVE Opened-Count TO Mh-Opened.
         MOVE Closed-Count TO Mh-Closed.
         MOVE Reinstated-Count TO Mh-Reinstated.
         MOVE Dormant-Count TO Mh-Went-Dormant.
         MOVE Reactivated-Count TO Mh-Reactivated.
         MOVE Deposits-In TO Mh-Deposits.
         MOVE Withdrawals-Out TO Mh-Withdrawals.
         MOVE Run-Date TO Mh-Run-Date.
         WRITE Hist-Record
            INVALID KEY
               REWRITE Hist-Record
         END-WRITE.
       EXIT.
       WritePortfolio.
         MOVE SPACES TO Report-Record.
         STRING "DEPOSIT PORTFOLIO MIS for " Mis-Month
                " run " Run-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE "ACCOUNTS BY BALANCE BAND" TO Report-Record.
         WRITE Report-Record.
         MOVE 1 TO Band-Ix.
         PERFORM UNTIL Band-Ix > Band-Count
            MOVE SPACES TO Report-Record
            STRING "  " Band-Label(Band-Ix)
                   " Accounts: " Bd-Count(Band-Ix)
                   " Balance: " Bd-Total(Band-Ix)
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
            ADD 1 TO Band-Ix
         END-PERFORM.
         MOVE SPACES TO Report-Record.
         STRING "  ALL ACCOUNTS           Accounts: " Acct-Total
                " Balance: " Bal-Total
                " Dormant: " Dormant-On-File
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         IF Have-Prev = 1
            COMPUTE Chg-Count = Acct-Total - Prev-Accounts
            COMPUTE Chg-Amount = Bal-Total - Prev-Balance
            MOVE SPACES TO Report-Record
            STRING "  CHANGE ON " Prev-Month
                   "       Accounts: " Chg-Count
                   " Balance: " Chg-Amount
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
       EXIT.
       WriteMovement.
         MOVE "MOVEMENT IN THE MONTH" TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "  Opened: " Opened-Count
                "  Closed: " Closed-Count
                " (balance " Closed-Bal ")"
                "  Reinstated: " Reinstated-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "  Gone dormant: " Dormant-Count
                "  Reactivated: " Reactivated-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         IF Have-Prev = 1
            COMPUTE Chg-Amount = Deposits-In - Prev-Deposits
            STRING "  Deposits:    " Deposits-In
                   " Prior month: " Prev-Deposits
                   " Change: " Chg-Amount
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         ELSE
            STRING "  Deposits:    " Deposits-In
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         END-IF.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         IF Have-Prev = 1
            COMPUTE Chg-Amount = Withdrawals-Out - Prev-Withdrawals
            STRING "  Withdrawals: " Withdrawals-Out
                   " Prior month: " Prev-Withdrawals
                   " Change: " Chg-Amount
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         ELSE
            STRING "  Withdrawals: " Withdrawals-Out
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
         END-IF.
         WRITE Report-Record.
         IF Have-Prev = 0
            MOVE SPACES TO Report-Record
            STRING "  No figures for " Prev-Month
                   " on MISHIST; no month-over-month change."
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
       EXIT.
       WriteTopDepositors.
         MOVE SPACES TO Report-Record.
         STRING "TOP " Top-Max " DEPOSITORS BY BALANCE"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE 1 TO Top-Ix.
         PERFORM UNTIL Top-Ix > Top-Count
            MOVE SPACES TO Report-Record
            STRING "  " Top-Ix ". " Tp-Acct(Top-Ix)
                   " " Tp-Name(Top-Ix)
                   " Br: " Tp-Branch(Top-Ix)
                   " Balance: " Tp-Balance(Top-Ix)
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
            ADD 1 TO Top-Ix
         END-PERFORM.
       EXIT.
      * the twelve months ending this one, oldest first, off MISHIST
       WriteTrend.
         MOVE "TWELVE-MONTH TREND" TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "  Month  Accts   Balance        Deposits       "
                "Withdrawals    Opened Closed"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE Mis-Month TO Cur-YM.
         PERFORM 11 TIMES
            SUBTRACT 1 FROM Cur-YM
            COMPUTE YM-Work = Cur-YM / 100
            COMPUTE Cur-MM = Cur-YM - (YM-Work * 100)
            IF Cur-MM = 0
               SUBTRACT 88 FROM Cur-YM
            END-IF
         END-PERFORM.
         MOVE 1 TO Trend-Ix.
         PERFORM UNTIL Trend-Ix > 12
            PERFORM WriteTrendMonth
            ADD 1 TO Cur-YM
            COMPUTE YM-Work = Cur-YM / 100
            COMPUTE Cur-MM = Cur-YM - (YM-Work * 100)
            IF Cur-MM > 12
               ADD 88 TO Cur-YM
            END-IF
            ADD 1 TO Trend-Ix
         END-PERFORM.
       EXIT.
       WriteTrendMonth.
         MOVE Cur-YM TO Mh-Month.
         MOVE SPACES TO Report-Record.
         READ Hist-File KEY IS Mh-Month
            INVALID KEY
               STRING "  " Cur-YM " no figures on file"
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
            NOT INVALID KEY
               STRING "  " Mh-Month " " Mh-Accounts
                      " " Mh-Balance
                      " " Mh-Deposits
                      " " Mh-Withdrawals
                      " " Mh-Opened " " Mh-Closed
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
         END-READ.
         WRITE Report-Record.
       EXIT.
      * END OF PROGRAM
