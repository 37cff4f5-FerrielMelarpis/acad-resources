      * annual unclaimed-balances run: member notices, then escheat
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
       PROGRAM-ID. Unclaimed.
       AUTHOR. FerrielMelarpis.
      * runs once a year in two passes. The notice pass picks every
      * account holding money whose flastact is on or before the
      * as-of date less the statutory period (ten years unless the
      * operator keys another), writes the member a notice on
      * UNCLNOTICE and records the account on UNCLAIMED with its last
      * known details. The escheat pass, run once the notice period
      * has gone by, takes each noticed account whose member has not
      * come back (flastact unchanged) and no legal hold binds, moves
      * its whole balance to the escheat liability with an ESCHEAT
      * audit entry - the account stays on file at zero, the trail
      * intact - and prints the sworn listing on UNCLSWORN that is
      * filed with the government. A member who turns up later is
      * paid back through the supervisor-approved reclaim in
      * StudentRecords, which closes the UNCLAIMED record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT UC-File ASSIGN TO "UNCLAIMED"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UC-Acct
           FILE STATUS IS UC-Status.
       SELECT LH-File ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-Key
           FILE STATUS IS LH-Status.
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
       SELECT Report-File ASSIGN TO DYNAMIC Report-Name
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
      * one account through the unclaimed-balances cycle; UC-State
      * N = noticed, W = member came back before escheat, E = balance
      * escheated, R = escheated balance reclaimed
       FD UC-File.
       01 UC-Record.
          02 UC-Acct pic 9(6).
          02 UC-Name pic X(20).
          02 UC-Birthday pic X(16).
          02 UC-Product pic XX.
          02 UC-Last-Act pic 9(8).
          02 UC-Notice-Bal pic 9(7)V99.
          02 UC-Notice-Date pic 9(8).
          02 UC-Notice-Days pic 9(3).
          02 UC-State pic X.
          02 UC-Escheat-Amt pic 9(7)V99.
          02 UC-Escheat-Date pic 9(8).
          02 UC-Reclaim-Date pic 9(8).
          02 UC-Reclaim-Op pic X(8).
          02 UC-Approved pic X(8).
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
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
       77 UC-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Report-Name pic X(12).
       77 Eof-Flag pic 9 VALUE 0.
       77 Run-Mode pic X.
       77 As-Of-Date pic 9(8).
       77 As-Of-Day-No pic 9(7).
       77 Notice-Day-No pic 9(7).
       77 Days-Since pic S9(7).
      * the statutory period in years and the notice period in days
       77 Stat-Years pic 9(2).
       77 Notice-Days pic 9(3).
       01 Cutoff-Date.
          02 Cutoff-Year pic 9(4).
          02 Cutoff-MMDD pic 9(4).
       77 Noticed-Count pic 9(5) VALUE 0.
       77 Noticed-Total pic 9(9)V99 VALUE 0.
       77 Escheat-Count pic 9(5) VALUE 0.
       77 Escheat-Total pic 9(9)V99 VALUE 0.
       77 Returned-Count pic 9(5) VALUE 0.
       77 Held-Count pic 9(5) VALUE 0.
       77 Waiting-Count pic 9(5) VALUE 0.
      * legal holds in force on the account in hand: the amount
      * earmarked, and 1 when any of them freezes the whole balance;
      * LH-Open stays 0 when no hold has ever been placed
       77 LH-Status pic XX.
       77 LH-Open pic 9 VALUE 0.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
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
       PROCEDURE DIVISION.
       DISPLAY "Run (N)otices or (E)scheat: " WITH NO ADVANCING.
       ACCEPT Run-Mode.
       INSPECT Run-Mode CONVERTING "ne" TO "NE".
       IF Run-Mode NOT = "N" AND Run-Mode NOT = "E"
          DISPLAY "Unknown run; nothing done."
          STOP RUN
       END-IF.
       DISPLAY "As-of date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT As-Of-Date.
       MOVE As-Of-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO As-Of-Day-No.
       PERFORM OpenFiles.
       IF Run-Mode = "N"
          PERFORM NoticeRun
       ELSE
          PERFORM EscheatRun
       END-IF.
       PERFORM CloseFiles.
       STOP RUN.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; nothing to do."
            STOP RUN
         END-IF.
         OPEN I-O UC-File.
         IF UC-Status = "35"
            OPEN OUTPUT UC-File
            CLOSE UC-File
            OPEN I-O UC-File
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
         IF Run-Mode = "N"
            MOVE "UNCLNOTICE" TO Report-Name
         ELSE
            MOVE "UNCLSWORN" TO Report-Name
         END-IF.
         OPEN OUTPUT Report-File.
       EXIT.
       CloseFiles.
         CLOSE fp.
         IF LH-Open = 1
            CLOSE LH-File
         END-IF.
         CLOSE UC-File.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Report-File.
       EXIT.
      * the cutoff is the as-of date the statutory number of years
      * back; an account last touched on or before it is unclaimed
       NoticeRun.
         DISPLAY "Statutory period in years (Enter = 10): "
             WITH NO ADVANCING.
         ACCEPT Stat-Years.
         IF Stat-Years = 0
            MOVE 10 TO Stat-Years
         END-IF.
         DISPLAY "Notice period in days (Enter = 90): "
             WITH NO ADVANCING.
         ACCEPT Notice-Days.
         IF Notice-Days = 0
            MOVE 90 TO Notice-Days
         END-IF.
         MOVE As-Of-Date TO Cutoff-Date.
         SUBTRACT Stat-Years FROM Cutoff-Year.
         PERFORM NoticeOne UNTIL Eof-Flag = 1.
         MOVE SPACES TO Report-Record.
         STRING "NOTICES ISSUED " Noticed-Count
                " balances " Noticed-Total
                " last activity on or before " Cutoff-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Issued " Noticed-Count " notice(s); see "
             "UNCLNOTICE.".
       EXIT.
       NoticeOne.
         READ fp NEXT RECORD
            AT END
               MOVE 1 TO Eof-Flag
            NOT AT END
               IF flastact <= Cutoff-Date AND fusermoney > 0
                  PERFORM NoticeAccount
               END-IF
         END-READ.
       EXIT.
      * an account already noticed or escheated is left alone; one
      * that came back or was reclaimed and has gone quiet again for
      * the full period starts the cycle over
       NoticeAccount.
         MOVE faccountno TO UC-Acct.
         READ UC-File KEY IS UC-Acct
            INVALID KEY
               MOVE "23" TO UC-Status
         END-READ.
         IF UC-Status = "00"
            AND (UC-State = "N" OR UC-State = "E")
            CONTINUE
         ELSE
            MOVE faccountno TO UC-Acct
            MOVE fusername TO UC-Name
            MOVE fbirthday TO UC-Birthday
            MOVE fproduct TO UC-Product
            MOVE flastact TO UC-Last-Act
            MOVE fusermoney TO UC-Notice-Bal
            MOVE As-Of-Date TO UC-Notice-Date
            MOVE Notice-Days TO UC-Notice-Days
            MOVE "N" TO UC-State
            MOVE 0 TO UC-Escheat-Amt
            MOVE 0 TO UC-Escheat-Date
            MOVE 0 TO UC-Reclaim-Date
            MOVE SPACES TO UC-Reclaim-Op
            MOVE SPACES TO UC-Approved
            IF UC-Status = "00"
               REWRITE UC-Record
            ELSE
               WRITE UC-Record
            END-IF
            PERFORM WriteNotice
            PERFORM WriteNoticeAudit
            ADD 1 TO Noticed-Count
            ADD fusermoney TO Noticed-Total
         END-IF.
       EXIT.
       WriteNotice.
         MOVE ALL "=" TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "NOTICE OF UNCLAIMED BALANCE           " As-Of-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "To: " fusername "  Account: " faccountno
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Your account has had no activity since " flastact
                " and holds " fusermoney " pesos."
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Unless you transact on the account within "
                Notice-Days " days of this notice, its balance"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "will be reported and turned over as unclaimed after "
                Stat-Years " years of inactivity."
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
       EXIT.
      * the informational shape CLEARED lines use, the balance
      * noticed behind " amount "
       WriteNoticeAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " UNCLNOTC " Audit-Date
                " " Audit-Time
                " amount " fusermoney
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
       EXIT.
       EscheatRun.
         MOVE SPACES TO Report-Record.
         STRING "SWORN LISTING OF UNCLAIMED BALANCES as of "
                As-Of-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "ACCT   MEMBER               BIRTH DATE       PR"
                " LAST ACT     BALANCE"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         PERFORM EscheatOne UNTIL Eof-Flag = 1.
         PERFORM WriteSwornTotals.
       EXIT.
       EscheatOne.
         READ UC-File NEXT RECORD
            AT END
               MOVE 1 TO Eof-Flag
            NOT AT END
               IF UC-State = "N"
                  PERFORM CheckNoticePeriod
               END-IF
         END-READ.
       EXIT.
       CheckNoticePeriod.
         MOVE UC-Notice-Date TO Dn-Date.
         PERFORM DayNumber.
         MOVE Dn-Result TO Notice-Day-No.
         COMPUTE Days-Since = As-Of-Day-No - Notice-Day-No.
         IF Days-Since < UC-Notice-Days
            ADD 1 TO Waiting-Count
         ELSE
            MOVE UC-Acct TO faccountno
            READ fp KEY IS faccountno
               INVALID KEY
                  DISPLAY "Account " UC-Acct " is no longer on file; "
                      "left off the listing."
               NOT INVALID KEY
                  PERFORM EscheatAccount
            END-READ
         END-IF.
       EXIT.
      * any activity since the notice means the member answered it;
      * money a legal order binds is the court's to direct, so such
      * an account waits for the order to be lifted
       EscheatAccount.
         IF flastact > UC-Last-Act OR fusermoney = 0
            MOVE "W" TO UC-State
            REWRITE UC-Record
            ADD 1 TO Returned-Count
         ELSE
            PERFORM SumLegalHolds
            IF Legal-Held > 0 OR Legal-Freeze = 1
               DISPLAY "Account " faccountno " is under a legal "
                   "hold; escheat deferred."
               ADD 1 TO Held-Count
            ELSE
               MOVE fusermoney TO UC-Escheat-Amt
               MOVE 0 TO fusermoney
               REWRITE fuser
               PERFORM WriteEscheatAudit
               MOVE "E" TO UC-State
               MOVE As-Of-Date TO UC-Escheat-Date
               REWRITE UC-Record
               PERFORM WriteSwornLine
               ADD 1 TO Escheat-Count
               ADD UC-Escheat-Amt TO Escheat-Total
            END-IF
         END-IF.
       EXIT.
      * a money line like FEE's: the amount moved out and the zero
      * balance it leaves, so Statement and Recon replay it as a debit
       WriteEscheatAudit.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " ESCHEAT  " UC-Escheat-Amt
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Ref: UNCLAIMED " UC-Notice-Date
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "ESCHEAT" TO AH-Type.
         MOVE UC-Escheat-Amt TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
       WriteSwornLine.
         MOVE SPACES TO Report-Record.
         STRING UC-Acct " " UC-Name " " UC-Birthday " " UC-Product
                " " UC-Last-Act " " UC-Escheat-Amt
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       WriteSwornTotals.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL accounts " Escheat-Count
                " balances turned over " Escheat-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "We swear that the above is a true and complete list "
                "of the deposits that have"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "remained unclaimed for the statutory period, "
                "each owner having been notified."
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         MOVE "Manager: ______________________  Cashier: ____________"
             TO Report-Record.
         WRITE Report-Record.
         MOVE "Subscribed and sworn to before me this ___ day of "
             TO Report-Record.
         WRITE Report-Record.
         DISPLAY "Escheated " Escheat-Count " account(s) for "
             Escheat-Total "; see UNCLSWORN.".
         DISPLAY Returned-Count " member(s) came back, " Held-Count
             " under legal hold, " Waiting-Count
             " still in their notice period.".
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
      * END OF PROGRAM
