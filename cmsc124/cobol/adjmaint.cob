      * maintenance program for pay codes and coded earnings/deductions
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
       PROGRAM-ID. AdjMaint.
      * keeps PAYCODES, the table of earning and deduction codes (rice
      * allowance, transportation, meal, broken tool...) saying
      * whether each is taxable, counts toward the 13th month and
      * which GL account it books to, and PAYADJ, each employee's
      * entries against those codes: recurring ones paid or taken
      * every cutoff between two dates, and one-time ones for a
      * single cutoff. The payroll run applies them in
      * COMPUTE-DEDUCTIONS; a one-time entry whose cutoff went by
      * without a payslip carries to the next one. Confirmation
      * prompts like RateMaint and OTMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Code-File ASSIGN TO "PAYCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pc-Code
               FILE STATUS IS Pc-Status.
           SELECT Adj-File ASSIGN TO "PAYADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Adj-Key
               FILE STATUS IS Adj-Status.
       DATA DIVISION.
       FILE SECTION.
      * one pay code: Pc-Kind E earning or D deduction; Pc-Taxable
      * and Pc-13th Y/N (only earnings use them); Pc-GL-Acct the
      * chart account GLExtract books the code's total to
       FD Code-File.
       01 Code-Record.
          02 Pc-Code pic X(4).
          02 Pc-Desc pic X(20).
          02 Pc-Kind pic X.
          02 Pc-Taxable pic X.
          02 Pc-13th pic X.
          02 Pc-GL-Acct pic X(3).
      * one entry for one employee: Adj-Type R recurring from
      * Adj-Start through Adj-End, O one-time for the Adj-Start
      * cutoff; Adj-Applied is the last cutoff that paid or took it
       FD Adj-File.
       01 Adj-Record.
          02 Adj-Key.
             03 Adj-Emp-No pic 9(5).
             03 Adj-Seq pic 9(3).
          02 Adj-Code pic X(4).
          02 Adj-Type pic X.
          02 Adj-Start pic 9(8).
          02 Adj-End pic 9(8).
          02 Adj-Amount pic 9(5)V99.
          02 Adj-Applied pic 9(8).
       WORKING-STORAGE SECTION.
       77 Pc-Status pic XX.
       77 Adj-Status pic XX.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Work-Code pic X(4).
       77 Work-Desc pic X(20).
       77 Work-Kind pic X.
       77 Work-Taxable pic X.
       77 Work-13th pic X.
       77 Work-GL-Acct pic X(3).
       77 Work-Emp-No pic 9(5).
       77 Work-Seq pic 9(3).
       77 Work-Type pic X.
       77 Work-Start pic 9(8).
       77 Work-End pic 9(8).
       77 Work-Amount pic 9(5)V99.
       77 Next-Seq pic 9(3).
       77 Entry-Ok pic 9.
       77 Code-Found pic 9.
       77 List-Count pic 9(3).
       PROCEDURE DIVISION.
       PERFORM OPEN-FILES.
       PERFORM MAIN-MENU UNTIL Choice = 0.
       CLOSE Code-File.
       CLOSE Adj-File.
       STOP RUN.
       OPEN-FILES.
         OPEN I-O Code-File.
         IF Pc-Status = "35"
            OPEN OUTPUT Code-File
            CLOSE Code-File
            OPEN I-O Code-File
         END-IF.
         IF Pc-Status NOT = "00"
            DISPLAY "PAYCODES not available; cannot run maintenance."
            STOP RUN
         END-IF.
         OPEN I-O Adj-File.
         IF Adj-Status = "35"
            OPEN OUTPUT Adj-File
            CLOSE Adj-File
            OPEN I-O Adj-File
         END-IF.
         IF Adj-Status NOT = "00"
            DISPLAY "PAYADJ not available; cannot run maintenance."
            STOP RUN
         END-IF.
       EXIT.
       MAIN-MENU.
         DISPLAY " ".
         DISPLAY "==== pay codes and earnings/deductions (PAYADJ) ====".
         DISPLAY "[1] Add or change a pay code.".
         DISPLAY "[2] Delete a pay code.".
         DISPLAY "[3] List the pay codes.".
         DISPLAY "[4] Add an earning or deduction for an employee.".
         DISPLAY "[5] Delete an employee's entry.".
         DISPLAY "[6] List an employee's entries.".
         DISPLAY "[0] Exit.".
         DISPLAY "====================================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM ADD-CODE
         END-IF.
         IF Choice = 2
            PERFORM DELETE-CODE
         END-IF.
         IF Choice = 3
            PERFORM LIST-CODES
         END-IF.
         IF Choice = 4
            PERFORM ADD-ENTRY
         END-IF.
         IF Choice = 5
            PERFORM DELETE-ENTRY
         END-IF.
         IF Choice = 6
            PERFORM LIST-ENTRIES
         END-IF.
       EXIT.
      * keying an existing code again replaces its description and
      * flags; entries already on PAYADJ follow the new flags from
      * the next cutoff on
       ADD-CODE.
         DISPLAY "Pay code (up to 4 characters): " WITH NO ADVANCING.
         ACCEPT Work-Code.
         DISPLAY "Description: " WITH NO ADVANCING.
         ACCEPT Work-Desc.
         DISPLAY "(E)arning or (D)eduction: " WITH NO ADVANCING.
         ACCEPT Work-Kind.
         IF Work-Kind = "e"
            MOVE "E" TO Work-Kind
         END-IF.
         IF Work-Kind = "d"
            MOVE "D" TO Work-Kind
         END-IF.
         MOVE "N" TO Work-Taxable.
         MOVE "N" TO Work-13th.
         IF Work-Kind = "E"
            DISPLAY "Taxable? (Y/N): " WITH NO ADVANCING
            ACCEPT Work-Taxable
            DISPLAY "Part of the 13th-month base? (Y/N): "
                WITH NO ADVANCING
            ACCEPT Work-13th
         END-IF.
         IF Work-Taxable = "y"
            MOVE "Y" TO Work-Taxable
         END-IF.
         IF Work-13th = "y"
            MOVE "Y" TO Work-13th
         END-IF.
         DISPLAY "GL account (e.g. 502 salaries, 120 advances, "
             "401 fee income): " WITH NO ADVANCING.
         ACCEPT Work-GL-Acct.
         IF Work-Code = SPACES
            OR (Work-Kind NOT = "E" AND Work-Kind NOT = "D")
            OR (Work-Taxable NOT = "Y" AND Work-Taxable NOT = "N")
            OR (Work-13th NOT = "Y" AND Work-13th NOT = "N")
            OR Work-GL-Acct IS NOT NUMERIC
            DISPLAY "Code, kind E/D, Y/N flags and a numeric GL "
                "account are required; nothing saved."
         ELSE
            DISPLAY "Save " Work-Code " " Work-Desc " kind "
                Work-Kind " taxable " Work-Taxable " 13th "
                Work-13th " GL " Work-GL-Acct "? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Pay code not saved."
            ELSE
               MOVE Work-Code TO Pc-Code
               READ Code-File KEY IS Pc-Code
                  INVALID KEY
                     PERFORM MOVE-CODE-FIELDS
                     WRITE Code-Record
                     END-WRITE
                  NOT INVALID KEY
                     PERFORM MOVE-CODE-FIELDS
                     REWRITE Code-Record
               END-READ
               DISPLAY "Pay code " Work-Code " saved."
            END-IF
         END-IF.
       EXIT.
       MOVE-CODE-FIELDS.
         MOVE Work-Desc TO Pc-Desc.
         MOVE Work-Kind TO Pc-Kind.
         MOVE Work-Taxable TO Pc-Taxable.
         MOVE Work-13th TO Pc-13th.
         MOVE Work-GL-Acct TO Pc-GL-Acct.
       EXIT.
      * a code still named by an entry on PAYADJ is refused, or the
      * payroll run would meet an entry it cannot classify
       DELETE-CODE.
         DISPLAY "Pay code: " WITH NO ADVANCING.
         ACCEPT Work-Code.
         MOVE Work-Code TO Pc-Code.
         READ Code-File KEY IS Pc-Code
            INVALID KEY
               DISPLAY "No pay code " Work-Code " on file."
            NOT INVALID KEY
               PERFORM CHECK-CODE-IN-USE
               IF Code-Found = 1
                  DISPLAY "Pay code " Work-Code " is still used on "
                      "PAYADJ; delete those entries first."
               ELSE
                  DISPLAY "Delete pay code " Pc-Code " " Pc-Desc
                      "? (Y/n): " WITH NO ADVANCING
                  ACCEPT Cont
                  IF Cont = "n"
                     DISPLAY "Deletion cancelled."
                  ELSE
                     DELETE Code-File RECORD
                     DISPLAY "Pay code deleted."
                  END-IF
               END-IF
         END-READ.
       EXIT.
       CHECK-CODE-IN-USE.
         MOVE 0 TO Code-Found.
         MOVE 0 TO Eof-Flag.
         MOVE LOW-VALUES TO Adj-Key.
         START Adj-File KEY IS NOT LESS THAN Adj-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1 OR Code-Found = 1
            READ Adj-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Adj-Code = Work-Code
                     MOVE 1 TO Code-Found
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
       LIST-CODES.
         MOVE 0 TO Eof-Flag.
         MOVE 0 TO List-Count.
         MOVE LOW-VALUES TO Pc-Code.
         START Code-File KEY IS NOT LESS THAN Pc-Code
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         DISPLAY "CODE DESCRIPTION          K T 13 GL".
         PERFORM UNTIL Eof-Flag = 1
            READ Code-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  DISPLAY Pc-Code " " Pc-Desc " " Pc-Kind " "
                      Pc-Taxable " " Pc-13th "  " Pc-GL-Acct
                  ADD 1 TO List-Count
            END-READ
         END-PERFORM.
         DISPLAY List-Count " pay code(s) on file.".
       EXIT.
      * a new entry takes the employee's next sequence number; a
      * recurring entry with no end date runs until it is deleted
       ADD-ENTRY.
         MOVE 1 TO Entry-Ok.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         DISPLAY "Pay code: " WITH NO ADVANCING.
         ACCEPT Work-Code.
         MOVE Work-Code TO Pc-Code.
         READ Code-File KEY IS Pc-Code
            INVALID KEY
               DISPLAY "No pay code " Work-Code " on file; add it "
                   "with option 1 first."
               MOVE 0 TO Entry-Ok
         END-READ.
         IF Entry-Ok = 1
            DISPLAY Pc-Desc " - (R)ecurring or (O)ne-time: "
                WITH NO ADVANCING
            ACCEPT Work-Type
            IF Work-Type = "r"
               MOVE "R" TO Work-Type
            END-IF
            IF Work-Type = "o"
               MOVE "O" TO Work-Type
            END-IF
            IF Work-Type = "O"
               DISPLAY "Cutoff date it is for (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT Work-Start
               MOVE Work-Start TO Work-End
            ELSE
               DISPLAY "First cutoff (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT Work-Start
               DISPLAY "Last cutoff (YYYYMMDD, 0 = no end): "
                   WITH NO ADVANCING
               ACCEPT Work-End
               IF Work-End = 0
                  MOVE 99999999 TO Work-End
               END-IF
            END-IF
            DISPLAY "Amount per cutoff: " WITH NO ADVANCING
            ACCEPT Work-Amount
            IF (Work-Type NOT = "R" AND Work-Type NOT = "O")
               OR Work-Start = 0 OR Work-End < Work-Start
               OR Work-Amount = 0
               DISPLAY "Type R/O, a start no later than the end and a "
                   "nonzero amount are required; nothing added."
               MOVE 0 TO Entry-Ok
            END-IF
         END-IF.
         IF Entry-Ok = 1
            PERFORM FIND-NEXT-SEQ
            DISPLAY "Add entry " Next-Seq " for employee " Work-Emp-No
                ": " Work-Code " " Work-Type " " Work-Start "-"
                Work-End " amount " Work-Amount "? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Entry not added."
            ELSE
               MOVE Work-Emp-No TO Adj-Emp-No
               MOVE Next-Seq TO Adj-Seq
               MOVE Work-Code TO Adj-Code
               MOVE Work-Type TO Adj-Type
               MOVE Work-Start TO Adj-Start
               MOVE Work-End TO Adj-End
               MOVE Work-Amount TO Adj-Amount
               MOVE 0 TO Adj-Applied
               WRITE Adj-Record
                  INVALID KEY
                     DISPLAY "Entry could not be written (status "
                         Adj-Status ")."
                  NOT INVALID KEY
                     DISPLAY "Entry " Next-Seq " added."
               END-WRITE
            END-IF
         END-IF.
       EXIT.
       FIND-NEXT-SEQ.
         MOVE 1 TO Next-Seq.
         MOVE 0 TO Eof-Flag.
         MOVE Work-Emp-No TO Adj-Emp-No.
         MOVE 0 TO Adj-Seq.
         START Adj-File KEY IS NOT LESS THAN Adj-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         PERFORM UNTIL Eof-Flag = 1
            READ Adj-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Adj-Emp-No NOT = Work-Emp-No
                     MOVE 1 TO Eof-Flag
                  ELSE
                     COMPUTE Next-Seq = Adj-Seq + 1
                  END-IF
            END-READ
         END-PERFORM.
       EXIT.
      * what was already paid or taken stays on REGDETAIL and
      * PAYADJHIST; deleting only stops the entry from here on
       DELETE-ENTRY.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         DISPLAY "Entry number: " WITH NO ADVANCING.
         ACCEPT Work-Seq.
         MOVE Work-Emp-No TO Adj-Emp-No.
         MOVE Work-Seq TO Adj-Seq.
         READ Adj-File KEY IS Adj-Key
            INVALID KEY
               DISPLAY "No entry " Work-Seq " on file for employee "
                   Work-Emp-No "."
            NOT INVALID KEY
               DISPLAY "Delete entry " Adj-Seq " " Adj-Code " "
                   Adj-Type " amount " Adj-Amount "? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Deletion cancelled."
               ELSE
                  DELETE Adj-File RECORD
                  DISPLAY "Entry deleted."
               END-IF
         END-READ.
       EXIT.
       LIST-ENTRIES.
         DISPLAY "Employee number: " WITH NO ADVANCING.
         ACCEPT Work-Emp-No.
         MOVE 0 TO List-Count.
         MOVE 0 TO Eof-Flag.
         MOVE Work-Emp-No TO Adj-Emp-No.
         MOVE 0 TO Adj-Seq.
         START Adj-File KEY IS NOT LESS THAN Adj-Key
            INVALID KEY MOVE 1 TO Eof-Flag
         END-START.
         DISPLAY "SEQ CODE T START    END      AMOUNT   LAST PAID".
         PERFORM UNTIL Eof-Flag = 1
            READ Adj-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Adj-Emp-No NOT = Work-Emp-No
                     MOVE 1 TO Eof-Flag
                  ELSE
                     DISPLAY Adj-Seq " " Adj-Code " " Adj-Type " "
                         Adj-Start " " Adj-End " " Adj-Amount " "
                         Adj-Applied
                     ADD 1 TO List-Count
                  END-IF
            END-READ
         END-PERFORM.
         DISPLAY List-Count " entry(ies) for employee " Work-Emp-No
             ".".
       EXIT.
      * END OF PROGRAM
