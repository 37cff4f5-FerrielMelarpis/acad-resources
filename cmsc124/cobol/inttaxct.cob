      * year-end certificates of interest paid and final tax withheld
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
       PROGRAM-ID. IntTaxCert.
       AUTHOR. FerrielMelarpis.
      * prints one certificate per member for a calendar year off the
      * INTTAXYTD accumulator PostInterest and the time-deposit payouts
      * keep: the member and account, the gross interest paid and the
      * final tax withheld month by month, and the year's totals with
      * the net interest credited. An account that held a tax exemption
      * for any part of the year says so on its certificate.
      * Certificates go to WTAXCERT, one after the other, ready to be
      * signed and mailed; the run closes with the register totals
      * across all members.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Ytd-File ASSIGN TO "INTTAXYTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IY-Key
           FILE STATUS IS Ytd-Status.
       SELECT Report-File ASSIGN TO "WTAXCERT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Ytd-File.
       01 Ytd-Record.
          02 IY-Key.
             03 IY-Acct pic 9(6).
             03 IY-Year pic 9(4).
          02 IY-Name pic X(20).
          02 IY-Month OCCURS 12 TIMES.
             03 IY-Mo-Interest pic 9(7)V99.
             03 IY-Mo-Tax pic 9(7)V99.
          02 IY-Ytd-Interest pic 9(9)V99.
          02 IY-Ytd-Tax pic 9(9)V99.
          02 IY-Exempt pic X.
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Ytd-Status pic XX.
       77 Eof-Flag pic 9 VALUE 0.
       77 Cert-Year pic 9(4).
       77 Mo-Ix pic 99.
       77 Net-Interest pic 9(9)V99.
       77 Cert-Count pic 9(5) VALUE 0.
       77 Gross-Total pic 9(11)V99 VALUE 0.
       77 Tax-Total pic 9(11)V99 VALUE 0.
      * month names for the certificate lines, in calendar order
       01 Month-Names.
          02 FILLER pic X(9) VALUE "JANUARY".
          02 FILLER pic X(9) VALUE "FEBRUARY".
          02 FILLER pic X(9) VALUE "MARCH".
          02 FILLER pic X(9) VALUE "APRIL".
          02 FILLER pic X(9) VALUE "MAY".
          02 FILLER pic X(9) VALUE "JUNE".
          02 FILLER pic X(9) VALUE "JULY".
          02 FILLER pic X(9) VALUE "AUGUST".
          02 FILLER pic X(9) VALUE "SEPTEMBER".
          02 FILLER pic X(9) VALUE "OCTOBER".
          02 FILLER pic X(9) VALUE "NOVEMBER".
          02 FILLER pic X(9) VALUE "DECEMBER".
       01 Month-List REDEFINES Month-Names.
          02 Month-Name pic X(9) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       DISPLAY "Certificate year (YYYY): " WITH NO ADVANCING.
       ACCEPT Cert-Year.
       PERFORM OpenFiles.
       PERFORM CertifyOne UNTIL Eof-Flag = 1.
       PERFORM WriteRegisterTotals.
       CLOSE Ytd-File.
       CLOSE Report-File.
       STOP RUN.
       OpenFiles.
         OPEN INPUT Ytd-File.
         IF Ytd-Status NOT = "00"
            DISPLAY "INTTAXYTD not available; no interest has been "
                "posted with withholding."
            STOP RUN
         END-IF.
         OPEN OUTPUT Report-File.
       EXIT.
       CertifyOne.
         READ Ytd-File NEXT RECORD
            AT END
               MOVE 1 TO Eof-Flag
            NOT AT END
               IF IY-Year = Cert-Year AND IY-Ytd-Interest > 0
                  PERFORM WriteCertificate
               END-IF
         END-READ.
       EXIT.
       WriteCertificate.
         MOVE ALL "=" TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "CERTIFICATE OF FINAL TAX WITHHELD ON INTEREST - "
                "CALENDAR YEAR " Cert-Year
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "Member: " IY-Name "  Account: " IY-Acct
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "MONTH       GROSS INTEREST    TAX WITHHELD"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE 1 TO Mo-Ix.
         PERFORM UNTIL Mo-Ix > 12
            IF IY-Mo-Interest(Mo-Ix) > 0
               MOVE SPACES TO Report-Record
               STRING Month-Name(Mo-Ix) "   "
                      IY-Mo-Interest(Mo-Ix) "      "
                      IY-Mo-Tax(Mo-Ix)
                   DELIMITED BY SIZE INTO Report-Record
               END-STRING
               WRITE Report-Record
            END-IF
            ADD 1 TO Mo-Ix
         END-PERFORM.
         COMPUTE Net-Interest = IY-Ytd-Interest - IY-Ytd-Tax.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL INTEREST PAID " IY-Ytd-Interest
                "  TAX WITHHELD " IY-Ytd-Tax
                "  NET CREDITED " Net-Interest
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         IF IY-Exempt = "Y"
            MOVE SPACES TO Report-Record
            STRING "Interest was paid gross under a tax exemption "
                   "for part or all of the year."
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            WRITE Report-Record
         END-IF.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         MOVE "Certified correct: ______________________________"
             TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         WRITE Report-Record.
         ADD 1 TO Cert-Count.
         ADD IY-Ytd-Interest TO Gross-Total.
         ADD IY-Ytd-Tax TO Tax-Total.
       EXIT.
       WriteRegisterTotals.
         MOVE ALL "=" TO Report-Record.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "CERTIFICATES ISSUED " Cert-Count
                "  INTEREST PAID " Gross-Total
                "  TAX WITHHELD " Tax-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         DISPLAY "Issued " Cert-Count " certificate(s) for "
             Cert-Year "; see WTAXCERT.".
       EXIT.
      * END OF PROGRAM
