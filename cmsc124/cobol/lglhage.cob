      * weekly listing of legal holds and freezes in force, with age
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
       PROGRAM-ID. LegalHoldAge.
       AUTHOR. FerrielMelarpis.
      * run weekly: lists every hold on LEGALHOLD that has not been
      * lifted, as of a date, with the member, the order and its
      * issuing authority, the amount held or FULL FREEZE, the date
      * placed and the supervisor who placed it, and how many days
      * the hold has been in force. The listing on LHAGERPT closes
      * with the count of holds, the count of freezes and the total
      * amount earmarked. Days are counted off the same day number
      * LoanAging works from the calendar date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LH-File ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LH-Key
           FILE STATUS IS LH-Status.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Report-File ASSIGN TO "LHAGERPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD Report-File.
       01 Report-Record pic X(140).
       WORKING-STORAGE SECTION.
       77 LH-Status pic XX.
       77 Fp-Status pic XX.
       77 LH-Eof pic 9 VALUE 0.
       77 As-Of-Date pic 9(8).
       77 As-Of-Day-No pic 9(7).
       77 Days-Held pic S9(7).
       77 Days-Held-Out pic 9(5).
       77 Held-Text pic X(12).
       77 Held-Edit pic Z(6)9.99.
       77 Hold-Count pic 9(5) VALUE 0.
       77 Freeze-Count pic 9(5) VALUE 0.
       77 Held-Total pic 9(9)V99 VALUE 0.
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
       DISPLAY "List holds as of (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT As-Of-Date.
       PERFORM OpenFiles.
       MOVE As-Of-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO As-Of-Day-No.
       PERFORM ListOne UNTIL LH-Eof = 1.
       PERFORM WriteTotals.
       CLOSE LH-File.
       CLOSE fp.
       CLOSE Report-File.
       STOP RUN.
       OpenFiles.
         OPEN INPUT LH-File.
         IF LH-Status NOT = "00"
            DISPLAY "LEGALHOLD not available; no holds have been "
                "placed."
            STOP RUN
         END-IF.
         OPEN INPUT fp.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Report-Record.
         STRING "LEGAL HOLDS AND FREEZES IN FORCE as of " As-Of-Date
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "ACCT   NO  MEMBER               ORDER REF"
                "            AUTHORITY                      "
                "HELD         PLACED   BY        DAYS"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
       ListOne.
         READ LH-File NEXT RECORD
            AT END
               MOVE 1 TO LH-Eof
            NOT AT END
               IF LH-Lifted = 0
                  PERFORM ListHold
               END-IF
         END-READ.
       EXIT.
       ListHold.
         MOVE LH-Acct TO faccountno.
         READ fp
            INVALID KEY
               MOVE "** NOT ON FILE **" TO fusername
         END-READ.
         MOVE LH-Placed TO Dn-Date.
         PERFORM DayNumber.
         COMPUTE Days-Held = As-Of-Day-No - Dn-Result.
         IF Days-Held < 0
            MOVE 0 TO Days-Held
         END-IF.
         MOVE Days-Held TO Days-Held-Out.
         IF LH-Full-Freeze = "Y"
            MOVE "FULL FREEZE" TO Held-Text
            ADD 1 TO Freeze-Count
         ELSE
            MOVE LH-Amount TO Held-Edit
            MOVE Held-Edit TO Held-Text
            ADD LH-Amount TO Held-Total
         END-IF.
         ADD 1 TO Hold-Count.
         MOVE SPACES TO Report-Record.
         STRING LH-Acct " " LH-No " " fusername " " LH-Order-Ref " "
                LH-Authority " " Held-Text " " LH-Placed " "
                LH-Placed-By " " Days-Held-Out
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
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
       WriteTotals.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL holds in force " Hold-Count
                " full freezes " Freeze-Count
                " amount held " Held-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Listed " Hold-Count " hold(s) in force; see "
             "LHAGERPT.".
       EXIT.
      * END OF PROGRAM
