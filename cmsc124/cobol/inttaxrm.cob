      * month-end remittance schedule of final tax withheld on interest
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
       PROGRAM-ID. IntTaxRemit.
       AUTHOR. FerrielMelarpis.
      * lists, for one calendar month, every account PostInterest or a
      * time-deposit payout credited with the gross interest and the
      * final tax withheld off it, straight from the INTTAXYTD
      * accumulator, with the month's totals at the foot - the schedule
      * the tax is remitted on. Before anyone remits off it, the
      * schedule total is proved against the WHTAX lines on the audit
      * trail for the month, read from the closed month's
      * AUDITARCH.YYYYMM and whatever is still on AUDITLOG.DAT, the way
      * RemitSched proves the payroll schedules against the register.
      * The schedule goes to WTAXREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Ytd-File ASSIGN TO "INTTAXYTD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IY-Key
           FILE STATUS IS Ytd-Status.
       SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Audit-Status.
       SELECT Arch-File ASSIGN TO DYNAMIC Arch-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Arch-Status.
       SELECT Report-File ASSIGN TO "WTAXREMIT"
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
       FD Audit-File.
       01 Audit-Record pic X(140).
       FD Arch-File.
       01 Arch-Record pic X(140).
       FD Report-File.
       01 Report-Record pic X(120).
       WORKING-STORAGE SECTION.
       77 Ytd-Status pic XX.
       77 Audit-Status pic XX.
       77 Arch-Status pic XX.
       77 Arch-Name pic X(16).
       77 Eof-Flag pic 9 VALUE 0.
       01 Remit-Month pic 9(6).
       01 Remit-Month-Parts REDEFINES Remit-Month.
          02 Remit-Year pic 9(4).
          02 Remit-Mo pic 99.
      * same fixed money-line positions the other readers use
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
          02 AL-Date.
             03 AL-YM pic 9(6).
             03 AL-DD pic 99.
          02 FILLER pic X.
          02 AL-Time pic 9(8).
          02 AL-Rest pic X(57).
       77 Acct-Count pic 9(5) VALUE 0.
       77 Gross-Total pic 9(9)V99 VALUE 0.
       77 Tax-Total pic 9(9)V99 VALUE 0.
       77 Audit-Tax-Total pic 9(9)V99 VALUE 0.
       77 Line-Note pic X(12).
       PROCEDURE DIVISION.
       DISPLAY "Remittance month (YYYYMM): " WITH NO ADVANCING.
       ACCEPT Remit-Month.
       PERFORM OpenFiles.
       PERFORM ListOne UNTIL Eof-Flag = 1.
       CLOSE Ytd-File.
       PERFORM ProveAgainstAudit.
       PERFORM WriteTotals.
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
         MOVE SPACES TO Report-Record.
         STRING "FINAL TAX ON DEPOSIT INTEREST - REMITTANCE SCHEDULE "
                "for " Remit-Month
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "ACCOUNT NAME                   GROSS INTEREST"
                "    TAX WITHHELD"
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
       EXIT.
      * one line per account credited in the month; an exempt
      * account shows its gross interest with no tax and is marked
       ListOne.
         READ Ytd-File NEXT RECORD
            AT END
               MOVE 1 TO Eof-Flag
            NOT AT END
               IF IY-Year = Remit-Year
                  AND IY-Mo-Interest(Remit-Mo) > 0
                  PERFORM ListAccount
               END-IF
         END-READ.
       EXIT.
       ListAccount.
         MOVE SPACES TO Line-Note.
         IF IY-Mo-Tax(Remit-Mo) = 0
            MOVE "EXEMPT" TO Line-Note
         END-IF.
         MOVE SPACES TO Report-Record.
         STRING IY-Acct " " IY-Name " "
                IY-Mo-Interest(Remit-Mo) "    "
                IY-Mo-Tax(Remit-Mo) " " Line-Note
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         ADD 1 TO Acct-Count.
         ADD IY-Mo-Interest(Remit-Mo) TO Gross-Total.
         ADD IY-Mo-Tax(Remit-Mo) TO Tax-Total.
       EXIT.
      * the month's WHTAX lines, closed archive first and then the
      * live log; AuditClose moves lines rather than copying them,
      * so no line is counted twice
       ProveAgainstAudit.
         MOVE SPACES TO Arch-Name.
         STRING "AUDITARCH." Remit-Month
             DELIMITED BY SIZE INTO Arch-Name
         END-STRING.
         OPEN INPUT Arch-File.
         IF Arch-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Arch-File
                  AT END
                     MOVE 1 TO Eof-Flag
                  NOT AT END
                     MOVE Arch-Record TO Audit-Record
                     PERFORM SiftAuditLine
               END-READ
            END-PERFORM
            CLOSE Arch-File
         END-IF.
         OPEN INPUT Audit-File.
         IF Audit-Status = "00"
            MOVE 0 TO Eof-Flag
            PERFORM UNTIL Eof-Flag = 1
               READ Audit-File
                  AT END
                     MOVE 1 TO Eof-Flag
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
            AND AL-YM IS NUMERIC
            AND AL-Type = "WHTAX"
            AND AL-YM = Remit-Month
            ADD AL-Amount TO Audit-Tax-Total
         END-IF.
       EXIT.
       WriteTotals.
         MOVE SPACES TO Report-Record.
         STRING "TOTAL " Acct-Count " account(s)           "
                Gross-Total "  " Tax-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         STRING "WHTAX on the audit trail for the month "
                Audit-Tax-Total
             DELIMITED BY SIZE INTO Report-Record
         END-STRING.
         WRITE Report-Record.
         MOVE SPACES TO Report-Record.
         IF Audit-Tax-Total = Tax-Total
            MOVE "SCHEDULE PROVES TO THE AUDIT TRAIL - MAY BE REMITTED"
                TO Report-Record
            DISPLAY "Tax withheld " Tax-Total " for " Remit-Month
                " proves; schedule on WTAXREMIT."
         ELSE
            STRING "SCHEDULE DOES NOT PROVE TO THE AUDIT TRAIL - "
                   "DO NOT REMIT"
                DELIMITED BY SIZE INTO Report-Record
            END-STRING
            DISPLAY "REMITTANCE SCHEDULE DOES NOT PROVE; see "
                "WTAXREMIT."
         END-IF.
         WRITE Report-Record.
       EXIT.
      * END OF PROGRAM
