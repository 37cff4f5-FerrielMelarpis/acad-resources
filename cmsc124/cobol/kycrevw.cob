      * monthly know-your-customer review: IDs expiring, reviews due
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
       PROGRAM-ID. KycReview.
       AUTHOR. FerrielMelarpis.
      * run monthly: lists, as of a date, every account whose holder's
      * ID on KYCFILE has expired or expires within 60 days, every
      * holder whose risk-based review date has come (high risk
      * yearly, medium every two years, low every three), every
      * holder no supervisor has rated, and every holder with no KYC
      * on file at all. Accounts are found through CUSTREL, one line
      * per account and holder; the name-keyed members of the other
      * branches follow from KYCFILE itself. KYCRPT closes with the
      * count under each heading. Days to expiry are counted off the
      * same day number LegalHoldAge uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Rel-File ASSIGN TO "CUSTREL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Rl-Key
           FILE STATUS IS Rel-Status.
       SELECT Cust-File ASSIGN TO "CUSTOMERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Cu-No
           FILE STATUS IS Cust-Status.
       SELECT Kyc-File ASSIGN TO "KYCFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ky-Key
           FILE STATUS IS Kyc-Status.
       SELECT Report-File ASSIGN TO "KYCRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Rel-File.
       01 Rel-Record.
          02 Rl-Key.
             03 Rl-Cust pic 9(7).
             03 Rl-Acct pic 9(6).
          02 Rl-Role pic X.
          02 Rl-Since pic 9(8).
          02 Rl-Op pic X(8).
       FD Cust-File.
       01 Cust-Record.
          02 Cu-No pic 9(7).
          02 Cu-Name pic X(20).
          02 Cu-Birthday.
             03 Cu-Bmonth pic X(10).
             03 Cu-Bday pic 99.
             03 Cu-Byear pic 9(4).
          02 Cu-Address pic X(40).
          02 Cu-Contact pic X(15).
          02 Cu-Pin pic 9(4).
          02 Cu-Since pic 9(8).
          02 Cu-Op pic X(8).
       FD Kyc-File.
       01 Kyc-Record.
          02 Ky-Key.
             03 Ky-Kind pic X.
             03 Ky-Member pic X(20).
          02 Ky-Name pic X(20).
          02 Ky-Id-Type pic X(15).
          02 Ky-Id-No pic X(20).
          02 Ky-Id-Expiry pic 9(8).
          02 Ky-Address pic X(40).
          02 Ky-Occupation pic X(20).
          02 Ky-Funds pic X(20).
          02 Ky-Risk pic X.
          02 Ky-Rated-By pic X(8).
          02 Ky-Rated pic 9(8).
          02 Ky-Next-Review pic 9(8).
          02 Ky-Captured pic 9(8).
          02 Ky-Op pic X(8).
       FD Report-File.
       01 Report-Record pic X(140).
       WORKING-STORAGE SECTION.
       77 Rel-Status pic XX.
       77 Cust-Status pic XX.
       77 Kyc-Status pic XX.
       77 Rel-Eof pic 9 VALUE 0.
       77 Kyc-Eof pic 9 VALUE 0.
       77 Kyc-Open pic 9 VALUE 0.
       77 As-Of-Date pic 9(8).
       77 As-Of-Day-No pic 9(7).
       77 Warn-Days pic 9(3) VALUE 60.
       77 Days-Left pic S9(7).
       77 Days-Left-Out pic 9(3).
      * the holder whose KYC is loaded, so a holder of several
      * accounts is looked up once
       77 Last-Cust pic 9(7) VALUE 0.
       77 Kyc-Cust pic 9(7).
       77 Kyc-Found pic 9.
       77 Member-Name pic X(20).
       77 Id-Text pic X(17).
       77 Review-Text pic X(10).
       77 Acct-Text pic X(6).
       77 Expired-Count pic 9(5) VALUE 0.
       77 Expiring-Count pic 9(5) VALUE 0.
       77 Review-Count pic 9(5) VALUE 0.
       77 Unrated-Count pic 9(5) VALUE 0.
       77 No-Kyc-Count pic 9(5) VALUE 0.
       77 Listed-Count pic 9(5) VALUE 0.
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
       DISPLAY "Review as of (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT As-Of-Date.
       PERFORM OpenFiles.
       MOVE As-Of-Date TO Dn-Date.
       PERFORM DayNumber.
       MOVE Dn-Result TO As-Of-Day-No.
       PERFORM ReviewRelation UNTIL Rel-Eof = 1.
      * the holder look-ups left KYCFILE positioned part way; it is
      * reopened so the name-keyed pass starts from the top
       IF Kyc-Open = 1
          CLOSE Kyc-File
          OPEN INPUT Kyc-File
       END-IF.
       PERFORM ReviewNamed UNTIL Kyc-Eof = 1.
       PERFORM WriteTotals.
       CLOSE Rel-File.
       CLOSE Cust-File.
       IF Kyc-Open = 1
          CLOSE Kyc-File
       END-IF.
       CLOSE Report-File.
       STOP RUN.
       OpenFiles.
         OPEN INPUT Rel-File.
         IF Rel-Status NOT = "00"
            DISPLAY "CUSTREL not available; no members to review."
            STOP RUN
         END-IF.
         OPEN INPUT Cust-File.
         OPEN INPUT Kyc-File.
         IF Kyc-Status = "00"
            MOVE 1 TO Kyc-Open
         ELSE
            MOVE 1 TO Kyc-Eof
         END-IF.
         OPEN OUTPUT Report-File.
         MOVE SPACES TO Report-Record.
         STRING "KYC REVIEW as of " As-Of-Date
                " - IDs expired or expiring within " Warn-Days
                " days, reviews due, unrated and missing KYC"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "ACCT   CUST    MEMBER               ID STATUS"
                "         REVIEW     ID TYPE         EXPIRES  "
                "RISK NEXT REV"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * CUSTREL runs in customer order, so each holder's KYC is read
      * when the holder changes and counted once
       ReviewRelation.
         READ Rel-File NEXT RECORD
            AT END
               MOVE 1 TO Rel-Eof
            NOT AT END
               IF Rl-Cust NOT = Last-Cust
                  PERFORM LoadHolder
               END-IF
               IF Id-Text NOT = SPACES OR Review-Text NOT = SPACES
                  MOVE Rl-Acct TO Acct-Text
                  PERFORM ListLine
               END-IF
         END-READ.
       EXIT.
       LoadHolder.
         MOVE Rl-Cust TO Last-Cust.
         MOVE Rl-Cust TO Cu-No.
         READ Cust-File
            INVALID KEY
               MOVE "** NOT ON FILE **" TO Cu-Name
         END-READ.
         MOVE Cu-Name TO Member-Name.
         MOVE 0 TO Kyc-Found.
         IF Kyc-Open = 1
            MOVE "C" TO Ky-Kind
            MOVE Rl-Cust TO Kyc-Cust
            MOVE Kyc-Cust TO Ky-Member
            READ Kyc-File KEY IS Ky-Key
               INVALID KEY
                  MOVE 0 TO Kyc-Found
               NOT INVALID KEY
                  MOVE 1 TO Kyc-Found
            END-READ
         END-IF.
         IF Kyc-Found = 0
            MOVE "NO KYC ON FILE" TO Id-Text
            MOVE SPACES TO Review-Text
            MOVE SPACES TO Ky-Id-Type
            MOVE 0 TO Ky-Id-Expiry
            MOVE SPACE TO Ky-Risk
            MOVE 0 TO Ky-Next-Review
            ADD 1 TO No-Kyc-Count
         ELSE
            PERFORM RateHolder
         END-IF.
       EXIT.
      * the ID and review headings of the KYC record in hand
       RateHolder.
         MOVE SPACES TO Id-Text.
         MOVE SPACES TO Review-Text.
         IF Ky-Id-Expiry < As-Of-Date
            MOVE "EXPIRED" TO Id-Text
            ADD 1 TO Expired-Count
         ELSE
            MOVE Ky-Id-Expiry TO Dn-Date
            PERFORM DayNumber
            COMPUTE Days-Left = Dn-Result - As-Of-Day-No
            IF Days-Left NOT > Warn-Days
               MOVE Days-Left TO Days-Left-Out
               STRING "EXPIRES IN " Days-Left-Out "D"
                   DELIMITED BY SIZE INTO Id-Text
               END-STRING
               ADD 1 TO Expiring-Count
            END-IF
         END-IF.
         IF Ky-Risk = SPACE
            MOVE "UNRATED" TO Review-Text
            ADD 1 TO Unrated-Count
         ELSE
            IF Ky-Next-Review NOT > As-Of-Date
               MOVE "REVIEW DUE" TO Review-Text
               ADD 1 TO Review-Count
            END-IF
         END-IF.
       EXIT.
      * members keyed by name have no account number here; they are
      * listed from KYCFILE under their name alone
       ReviewNamed.
         READ Kyc-File NEXT RECORD
            AT END
               MOVE 1 TO Kyc-Eof
            NOT AT END
               IF Ky-Kind = "N"
                  PERFORM RateHolder
                  IF Id-Text NOT = SPACES OR Review-Text NOT = SPACES
                     MOVE "------" TO Acct-Text
                     MOVE 0 TO Last-Cust
                     MOVE Ky-Name TO Member-Name
                     PERFORM ListLine
                  END-IF
               END-IF
         END-READ.
       EXIT.
       ListLine.
         ADD 1 TO Listed-Count.
         MOVE SPACES TO Report-Record.
         STRING Acct-Text " " Last-Cust " " Member-Name " " Id-Text
                " " Review-Text " " Ky-Id-Type " " Ky-Id-Expiry " "
                Ky-Risk "    " Ky-Next-Review
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
         STRING "TOTAL members: ID expired " Expired-Count
                " expiring " Expiring-Count
                " review due " Review-Count
                " unrated " Unrated-Count
                " no KYC " No-Kyc-Count
                " lines listed " Listed-Count
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Listed " Listed-Count " account line(s) for KYC "
             "follow-up; see KYCRPT.".
       EXIT.
      * END OF PROGRAM
