      * daily covered and suspicious transaction monitoring batch
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
       PROGRAM-ID. AmlWatch.
       AUTHOR. FerrielMelarpis.
      * reads the audit trail for a business date, and as many days
      * back as the patterns need, and raises four kinds of flag per
      * account on the money moved by DEPOSIT, CHECKDEP, WITHDRAW,
      * WDRAPPRV, XFERIN, XFEROUT, PAYROLL, COLLECT and CHKPAID lines:
      *   C  covered - the day's movement in and out together is over
      *      the covered-transaction threshold;
      *   S  structuring - a cash DEPOSIT just under that threshold
      *      on each of the last so many consecutive days;
      *   I  in-and-out - a large amount in over a short window with
      *      most of it taken back out in the same window;
      *   R  reactivation - heavy movement on an account reactivated
      *      from dormancy only days before.
      * The thresholds live on AMLPARMS, kept by AmlReview, with the
      * house values below when it is missing. Every raised flag
      * opens (or keeps open) a case on AMLCASES; a flag whose case a
      * reviewer has already cleared on or after the start of the
      * window it rests on is counted but not raised again, so the
      * same activity is not re-reported every day. AMLRPT lists the
      * flags, then each contributing item with the operator that
      * posted it off its Op: stamp (batch postings carry none). The
      * closed months' AUDITARCH.YYYYMM archives are read ahead of the
      * live log, as TellerBal does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT Arch-File ASSIGN TO DYNAMIC Arch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Arch-Status.
       SELECT Parm-File ASSIGN TO "AMLPARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Parm-Status.
       SELECT Case-File ASSIGN TO "AMLCASES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Case-Key
           FILE STATUS IS Case-Status.
       SELECT Report-File ASSIGN TO "AMLRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD Arch-File.
       01 Arch-Record pic X(140).
      * the monitoring thresholds: covered amount, how far under it
      * (percent) a deposit counts as just under and on how many
      * consecutive days, the in-and-out amount, the share of it that
      * must go back out and the window in days, and the days after
      * a reactivation that are watched and the movement that raises
      * a flag in them
       FD Parm-File.
       01 Parm-Record.
          02 Ap-Covered-Amt pic 9(9)V99.
          02 Ap-Struct-Pct pic 99.
          02 Ap-Struct-Days pic 9.
          02 Ap-InOut-Amt pic 9(9)V99.
          02 Ap-InOut-Pct pic 9(3).
          02 Ap-Window-Days pic 9.
          02 Ap-React-Days pic 99.
          02 Ap-React-Amt pic 9(9)V99.
      * one case per account and pattern: when it was first and last
      * raised, how often, and the review that cleared it
       FD Case-File.
       01 Case-Record.
          02 Case-Key.
             03 Case-Acct pic 9(6).
             03 Case-Pattern pic X.
          02 Case-Opened pic 9(8).
          02 Case-Last-Raised pic 9(8).
          02 Case-Raise-Count pic 9(3).
          02 Case-State pic X.
          02 Case-Reviewed-By pic X(8).
          02 Case-Review-Date pic 9(8).
          02 Case-Note pic X(40).
       FD Report-File.
       01 Report-Record pic X(130).
       WORKING-STORAGE SECTION.
       77 Audit-Status pic XX.
       77 Arch-Status pic XX.
       77 Parm-Status pic XX.
       77 Case-Status pic XX.
       77 Arch-Name pic X(16).
       77 Src-Eof pic 9 VALUE 0.
       77 Pass-No pic 9.
       77 Run-Date pic 9(8).
       77 Run-Day-No pic 9(7).
       77 Start-Day-No pic 9(7).
       77 Line-Day-No pic 9(7).
       77 Max-Days pic 99.
       77 Day-Pos pic 99.
      * archive months to replay, oldest first
       77 Cur-YM pic 9(6).
       77 Run-YM pic 9(6).
       77 YM-Work pic 9(6).
       77 Cur-MM pic 99.
       77 Back-Months pic 9.
      * the thresholds in force, off AMLPARMS or the house values
       77 Covered-Amt pic 9(9)V99 VALUE 500000.00.
       77 Struct-Pct pic 99 VALUE 10.
       77 Struct-Days pic 9 VALUE 3.
       77 InOut-Amt pic 9(9)V99 VALUE 100000.00.
       77 InOut-Pct pic 9(3) VALUE 80.
       77 Window-Days pic 9 VALUE 2.
       77 React-Days pic 99 VALUE 30.
       77 React-Amt pic 9(9)V99 VALUE 50000.00.
       77 Struct-Floor pic 9(9)V99.
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
      * a REACTIVE line has the informational shape: tag, date, time
       01 Info-Line.
          02 IL-Acct pic X(6).
          02 FILLER pic X.
          02 IL-User pic X(20).
          02 IL-Tag pic X(10).
          02 IL-Date pic 9(8).
          02 FILLER pic X(95).
       77 Line-Dir pic X.
       77 Scan-Ix pic 9(3).
       77 Op-Found pic 9.
       77 Line-Op pic X(8).
      * one slot per account moving money in the window
       77 Ac-Count pic 9(3) VALUE 0.
       77 Ac-Ix pic 9(3).
       77 Ac-Found-Ix pic 9(3).
       77 Table-Full-Warned pic 9 VALUE 0.
       01 Acct-Table.
          02 AC-Entry OCCURS 500 TIMES.
             03 AC-Acct pic 9(6).
             03 AC-Name pic X(20).
             03 AC-Day-In pic 9(9)V99.
             03 AC-Day-Out pic 9(9)V99.
             03 AC-Struct-Map pic X(9).
             03 AC-Win-In pic 9(9)V99.
             03 AC-Win-Out pic 9(9)V99.
             03 AC-React-Day-No pic 9(7).
             03 AC-React-Date pic 9(8).
             03 AC-React-Sum pic 9(9)V99.
             03 AC-Raised pic X(4).
             03 AC-Item-From pic 9(7).
       77 Pat-Code pic X.
       77 Pat-Ix pic 9.
       77 Pat-From pic 9(7).
       77 Pat-Text pic X(60).
       77 Case-Note-Out pic X(30).
       77 Review-Day-No pic 9(7).
       77 Raise-It pic 9.
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
       77 Flags-Raised pic 9(5) VALUE 0.
       77 Flags-Reviewed pic 9(5) VALUE 0.
       77 Items-Listed pic 9(5) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "Monitor business date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT Run-Date.
       PERFORM LoadParms.
       PERFORM OpenFiles.
       MOVE Run-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO Run-Day-No.
       MOVE React-Days TO Max-Days.
       IF Struct-Days > Max-Days
          MOVE Struct-Days TO Max-Days
       END-IF.
       IF Window-Days > Max-Days
          MOVE Window-Days TO Max-Days
       END-IF.
       COMPUTE Start-Day-No = Run-Day-No - Max-Days + 1.
       MOVE 1 TO Pass-No.
       PERFORM ReadSources.
       PERFORM EvaluateAccounts.
       MOVE 2 TO Pass-No.
       PERFORM WriteItemsHeading.
       PERFORM ReadSources.
       PERFORM WriteTotals.
       CLOSE Case-File.
       CLOSE Report-File.
       STOP RUN.
      * AMLPARMS overrides the house thresholds when it is on file
       LoadParms.
         OPEN INPUT Parm-File.
         IF Parm-Status = "00"
            READ Parm-File
               AT END
                  CONTINUE
               NOT AT END
                  MOVE Ap-Covered-Amt TO Covered-Amt
                  MOVE Ap-Struct-Pct TO Struct-Pct
                  MOVE Ap-Struct-Days TO Struct-Days
                  MOVE Ap-InOut-Amt TO InOut-Amt
                  MOVE Ap-InOut-Pct TO InOut-Pct
                  MOVE Ap-Window-Days TO Window-Days
                  MOVE Ap-React-Days TO React-Days
                  MOVE Ap-React-Amt TO React-Amt
            END-READ
            CLOSE Parm-File
         ELSE
            DISPLAY "AMLPARMS not available; monitoring on the house "
                "thresholds."
         END-IF.
         IF Struct-Days = 0
            MOVE 1 TO Struct-Days
         END-IF.
         IF Window-Days = 0
            MOVE 1 TO Window-Days
         END-IF.
         COMPUTE Struct-Floor ROUNDED =
             Covered-Amt * (100 - Struct-Pct) / 100.
       EXIT.
       OpenFiles.
         OPEN I-O Case-File.
         IF Case-Status = "35"
            OPEN OUTPUT Case-File
            CLOSE Case-File
            OPEN I-O Case-File
         END-IF.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Report-Record.
         STRING "AML MONITORING for " Run-Date
                " covered over " Covered-Amt
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "FLAGGED ACCOUNTS (C covered, S structuring, "
                "I in-and-out, R after reactivation)"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * the archived months the window reaches into, oldest first,
      * then whatever is still on the live log
       ReadSources.
         COMPUTE Run-YM = Run-Date / 100.
         COMPUTE Back-Months = Max-Days / 28 + 1.
         MOVE Run-YM TO Cur-YM.
         PERFORM Back-Months TIMES
            SUBTRACT 1 FROM Cur-YM
            COMPUTE YM-Work = Cur-YM / 100
            COMPUTE Cur-MM = Cur-YM - (YM-Work * 100)
            IF Cur-MM = 0
               SUBTRACT 88 FROM Cur-YM
            END-IF
         END-PERFORM.
         PERFORM ReadOneArchive UNTIL Cur-YM > Run-YM.
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
         ADD 1 TO Cur-YM.
         COMPUTE YM-Work = Cur-YM / 100.
         COMPUTE Cur-MM = Cur-YM - (YM-Work * 100).
         IF Cur-MM > 12
            ADD 88 TO Cur-YM
         END-IF.
       EXIT.
      * a money line in the window moving money in or out, or a
      * REACTIVE line; everything else is passed over
       SiftAuditLine.
         MOVE Audit-Record TO Audit-Line.
         IF AL-Acct IS NUMERIC AND AL-Amount IS NUMERIC
            AND AL-Balance IS NUMERIC AND AL-Date IS NUMERIC
            AND AL-Date <= Run-Date
            PERFORM ClassifyLine
            IF Line-Dir NOT = SPACE
               MOVE AL-Date TO Dn-Date
               PERFORM DayNumber
               MOVE Dn-Result TO Line-Day-No
               IF Line-Day-No >= Start-Day-No
                  IF Pass-No = 1
                     PERFORM TakeMoneyLine
                  ELSE
                     PERFORM ListItem
                  END-IF
               END-IF
            END-IF
         ELSE
            MOVE Audit-Record TO Info-Line
            IF Pass-No = 1
               AND IL-Tag = " REACTIVE "
               AND IL-Date IS NUMERIC
               AND IL-Date <= Run-Date
               MOVE IL-Date TO Dn-Date
               PERFORM DayNumber
               MOVE Dn-Result TO Line-Day-No
               IF Line-Day-No > Run-Day-No - React-Days
                  PERFORM TakeReactivation
               END-IF
            END-IF
         END-IF.
       EXIT.
       ClassifyLine.
         MOVE SPACE TO Line-Dir.
         IF AL-Type = "DEPOSIT" OR AL-Type = "CHECKDEP"
            OR AL-Type = "XFERIN" OR AL-Type = "PAYROLL"
            OR AL-Type = "COLLECT"
            MOVE "I" TO Line-Dir
         END-IF.
         IF AL-Type = "WITHDRAW" OR AL-Type = "WDRAPPRV"
            OR AL-Type = "XFEROUT" OR AL-Type = "CHKPAID"
            MOVE "O" TO Line-Dir
         END-IF.
       EXIT.
       FindAccount.
         MOVE 0 TO Ac-Found-Ix.
         MOVE 1 TO Ac-Ix.
         PERFORM UNTIL Ac-Ix > Ac-Count
            IF AC-Acct(Ac-Ix) = AL-Acct
               MOVE Ac-Ix TO Ac-Found-Ix
               MOVE Ac-Count TO Ac-Ix
            END-IF
            ADD 1 TO Ac-Ix
         END-PERFORM.
       EXIT.
       AddAccount.
         PERFORM FindAccount.
         IF Ac-Found-Ix = 0
            IF Ac-Count >= 500
               IF Table-Full-Warned = 0
                  DISPLAY "More than 500 accounts in the window; "
                      "raise the table and rerun."
                  MOVE 1 TO Table-Full-Warned
               END-IF
            ELSE
               ADD 1 TO Ac-Count
               MOVE Ac-Count TO Ac-Found-Ix
               MOVE AL-Acct TO AC-Acct(Ac-Found-Ix)
               MOVE AL-User TO AC-Name(Ac-Found-Ix)
               MOVE 0 TO AC-Day-In(Ac-Found-Ix)
               MOVE 0 TO AC-Day-Out(Ac-Found-Ix)
               MOVE ALL "N" TO AC-Struct-Map(Ac-Found-Ix)
               MOVE 0 TO AC-Win-In(Ac-Found-Ix)
               MOVE 0 TO AC-Win-Out(Ac-Found-Ix)
               MOVE 0 TO AC-React-Day-No(Ac-Found-Ix)
               MOVE 0 TO AC-React-Date(Ac-Found-Ix)
               MOVE 0 TO AC-React-Sum(Ac-Found-Ix)
               MOVE SPACES TO AC-Raised(Ac-Found-Ix)
               MOVE Run-Day-No TO AC-Item-From(Ac-Found-Ix)
            END-IF
         END-IF.
       EXIT.
      * lines come oldest first, so movement after a reactivation is
      * summed from the moment the REACTIVE line is seen
       TakeMoneyLine.
         PERFORM AddAccount.
         IF Ac-Found-Ix > 0
            IF Line-Day-No = Run-Day-No
               IF Line-Dir = "I"
                  ADD AL-Amount TO AC-Day-In(Ac-Found-Ix)
               ELSE
                  ADD AL-Amount TO AC-Day-Out(Ac-Found-Ix)
               END-IF
            END-IF
            COMPUTE Day-Pos = Run-Day-No - Line-Day-No + 1
            IF AL-Type = "DEPOSIT"
               AND Day-Pos <= Struct-Days
               AND AL-Amount >= Struct-Floor
               AND AL-Amount < Covered-Amt
               MOVE "Y" TO AC-Struct-Map(Ac-Found-Ix)(Day-Pos:1)
            END-IF
            IF Day-Pos <= Window-Days
               IF Line-Dir = "I"
                  ADD AL-Amount TO AC-Win-In(Ac-Found-Ix)
               ELSE
                  ADD AL-Amount TO AC-Win-Out(Ac-Found-Ix)
               END-IF
            END-IF
            IF AC-React-Day-No(Ac-Found-Ix) > 0
               ADD AL-Amount TO AC-React-Sum(Ac-Found-Ix)
            END-IF
         END-IF.
       EXIT.
       TakeReactivation.
         MOVE IL-Acct TO AL-Acct.
         MOVE IL-User TO AL-User.
         PERFORM AddAccount.
         IF Ac-Found-Ix > 0
            MOVE Line-Day-No TO AC-React-Day-No(Ac-Found-Ix)
            MOVE IL-Date TO AC-React-Date(Ac-Found-Ix)
            MOVE 0 TO AC-React-Sum(Ac-Found-Ix)
         END-IF.
       EXIT.
      * only an account that moved money on the business date can
      * raise a flag; each pattern it meets goes to the case file
       EvaluateAccounts.
         MOVE 1 TO Ac-Ix.
         PERFORM UNTIL Ac-Ix > Ac-Count
            IF AC-Day-In(Ac-Ix) + AC-Day-Out(Ac-Ix) > 0
               PERFORM EvaluateOne
            END-IF
            ADD 1 TO Ac-Ix
         END-PERFORM.
       EXIT.
       EvaluateOne.
         IF AC-Day-In(Ac-Ix) + AC-Day-Out(Ac-Ix) > Covered-Amt
            MOVE "C" TO Pat-Code
            MOVE 1 TO Pat-Ix
            MOVE Run-Day-No TO Pat-From
            MOVE SPACES TO Pat-Text
            STRING "COVERED in " AC-Day-In(Ac-Ix)
                   " out " AC-Day-Out(Ac-Ix)
                DELIMITED BY SIZE INTO Pat-Text
            END-STRING
            PERFORM RaiseFlag
         END-IF.
         IF AC-Struct-Map(Ac-Ix)(1:Struct-Days) = ALL "Y"
            MOVE "S" TO Pat-Code
            MOVE 2 TO Pat-Ix
            COMPUTE Pat-From = Run-Day-No - Struct-Days + 1
            MOVE SPACES TO Pat-Text
            STRING "STRUCTURING cash deposits of " Struct-Floor
                   " or more on " Struct-Days " straight days"
                DELIMITED BY SIZE INTO Pat-Text
            END-STRING
            PERFORM RaiseFlag
         END-IF.
         IF AC-Win-In(Ac-Ix) >= InOut-Amt
            AND AC-Win-Out(Ac-Ix) * 100 >= AC-Win-In(Ac-Ix) * InOut-Pct
            MOVE "I" TO Pat-Code
            MOVE 3 TO Pat-Ix
            COMPUTE Pat-From = Run-Day-No - Window-Days + 1
            MOVE SPACES TO Pat-Text
            STRING "IN-AND-OUT in " AC-Win-In(Ac-Ix)
                   " out " AC-Win-Out(Ac-Ix)
                   " over " Window-Days " day(s)"
                DELIMITED BY SIZE INTO Pat-Text
            END-STRING
            PERFORM RaiseFlag
         END-IF.
         IF AC-React-Day-No(Ac-Ix) > 0
            AND AC-React-Sum(Ac-Ix) >= React-Amt
            MOVE "R" TO Pat-Code
            MOVE 4 TO Pat-Ix
            MOVE AC-React-Day-No(Ac-Ix) TO Pat-From
            MOVE SPACES TO Pat-Text
            STRING "REACTIVATED " AC-React-Date(Ac-Ix)
                   " moved " AC-React-Sum(Ac-Ix) " since"
                DELIMITED BY SIZE INTO Pat-Text
            END-STRING
            PERFORM RaiseFlag
         END-IF.
       EXIT.
      * a case cleared by a reviewer on or after the first day the
      * flag rests on has already seen this activity; anything else
      * opens the case, or keeps it open, and goes on the report
       RaiseFlag.
         MOVE 1 TO Raise-It.
         MOVE AC-Acct(Ac-Ix) TO Case-Acct.
         MOVE Pat-Code TO Case-Pattern.
         READ Case-File KEY IS Case-Key
            INVALID KEY
               MOVE "23" TO Case-Status
         END-READ.
         IF Case-Status = "00"
            IF Case-State = "R"
               MOVE Case-Review-Date TO Dn-Date
               PERFORM DayNumber
               MOVE Dn-Result TO Review-Day-No
               IF Review-Day-No >= Pat-From
                  MOVE 0 TO Raise-It
               END-IF
            END-IF
         END-IF.
         IF Raise-It = 0
            ADD 1 TO Flags-Reviewed
         ELSE
            PERFORM OpenCase
            ADD 1 TO Flags-Raised
            MOVE Pat-Code TO AC-Raised(Ac-Ix)(Pat-Ix:1)
            IF Pat-From < AC-Item-From(Ac-Ix)
               MOVE Pat-From TO AC-Item-From(Ac-Ix)
            END-IF
            MOVE SPACES TO Report-Record
            STRING AC-Acct(Ac-Ix) " " AC-Name(Ac-Ix) " "
                   Pat-Code " " Pat-Text " " Case-Note-Out
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
       EXIT.
       OpenCase.
         MOVE SPACES TO Case-Note-Out.
         IF Case-Status = "00"
            IF Case-State = "R"
               MOVE "O" TO Case-State
               MOVE Run-Date TO Case-Opened
               STRING "CASE REOPENED"
                   DELIMITED BY SIZE INTO Case-Note-Out
               END-STRING
            ELSE
               STRING "CASE OPEN SINCE " Case-Opened
                   DELIMITED BY SIZE INTO Case-Note-Out
               END-STRING
            END-IF
            MOVE Run-Date TO Case-Last-Raised
            ADD 1 TO Case-Raise-Count
            REWRITE Case-Record
         ELSE
            MOVE AC-Acct(Ac-Ix) TO Case-Acct
            MOVE Pat-Code TO Case-Pattern
            MOVE Run-Date TO Case-Opened
            MOVE Run-Date TO Case-Last-Raised
            MOVE 1 TO Case-Raise-Count
            MOVE "O" TO Case-State
            MOVE SPACES TO Case-Reviewed-By
            MOVE 0 TO Case-Review-Date
            MOVE SPACES TO Case-Note
            WRITE Case-Record
            MOVE "NEW CASE" TO Case-Note-Out
         END-IF.
       EXIT.
       WriteItemsHeading.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "ITEMS BEHIND THE FLAGS "
                "(account, flags, entry, posted by)"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * second pass: every money line of a flagged account from the
      * first day any of its flags rests on, with who posted it
       ListItem.
         PERFORM FindAccount.
         IF Ac-Found-Ix > 0
            IF AC-Raised(Ac-Found-Ix) NOT = SPACES
               AND Line-Day-No >= AC-Item-From(Ac-Found-Ix)
               PERFORM FindOperator
               IF Op-Found = 0
                  MOVE "BATCH" TO Line-Op
               END-IF
               MOVE SPACES TO Report-Record
               STRING AL-Acct " " AC-Raised(Ac-Found-Ix) " "
                      AL-Type " " AL-Amount " " AL-Date " " AL-Time
                      " Op: " Line-Op
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
               WRITE Report-Record
               ADD 1 TO Items-Listed
            END-IF
         END-IF.
       EXIT.
      * walk the line for the " Op: " stamp; the eight characters
      * after it are the operator the entry belongs to
       FindOperator.
         MOVE 0 TO Op-Found.
         MOVE SPACES TO Line-Op.
         MOVE 1 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 128 OR Op-Found = 1
            IF Audit-Record(Scan-Ix:5) = " Op: "
               MOVE Audit-Record(Scan-Ix + 5:8) TO Line-Op
               MOVE 1 TO Op-Found
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
       EXIT.
      * days since a fixed origin: 365 a year plus the leap days,
      * plus the days in the months gone by in a March-first year;
      * each step is its own COMPUTE so every division truncates
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
       WriteTotals.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "FLAGS RAISED " Flags-Raised
                "  ALREADY REVIEWED, NOT RAISED " Flags-Reviewed
                "  ITEMS LISTED " Items-Listed
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Raised " Flags-Raised " flag(s), " Flags-Reviewed
             " already reviewed; see AMLRPT.".
       EXIT.
      * END OF PROGRAM
