      * supervisor review of AML monitoring cases and thresholds
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
       PROGRAM-ID. AmlReview.
       AUTHOR. FerrielMelarpis.
      * the other half of AmlWatch: a supervisor lists the open cases
      * on AMLCASES and clears each one once it has been looked into,
      * with a note of what was found - a cleared case is not raised
      * again for the activity its reviewer has already seen. The
      * monitoring thresholds on AMLPARMS are shown and changed here
      * too. Every review and threshold change goes behind the
      * supervisor sign-on with confirmation and an append-only
      * AMLCHLOG line, the way ProdMaint covers PRODUCTS. A missing
      * AMLPARMS is written with the house thresholds on first change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Case-File ASSIGN TO "AMLCASES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Case-Key
           FILE STATUS IS Case-Status.
       SELECT Parm-File ASSIGN TO "AMLPARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Parm-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
       SELECT Log-File ASSIGN TO "AMLCHLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Log-Status.
       DATA DIVISION.
       FILE SECTION.
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
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       FD Log-File.
       01 Log-Record pic X(130).
       WORKING-STORAGE SECTION.
       77 Case-Status pic XX.
       77 Parm-Status pic XX.
       77 Oper-Status pic XX.
       77 Log-Status pic XX.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
       77 Open-Count pic 9(5).
      * the thresholds in force, and the set being keyed; the house
      * values stand until AMLPARMS is first written
       01 Cur-Parms.
          02 CP-Covered-Amt pic 9(9)V99 VALUE 500000.00.
          02 CP-Struct-Pct pic 99 VALUE 10.
          02 CP-Struct-Days pic 9 VALUE 3.
          02 CP-InOut-Amt pic 9(9)V99 VALUE 100000.00.
          02 CP-InOut-Pct pic 9(3) VALUE 80.
          02 CP-Window-Days pic 9 VALUE 2.
          02 CP-React-Days pic 99 VALUE 30.
          02 CP-React-Amt pic 9(9)V99 VALUE 50000.00.
       01 New-Parms.
          02 NP-Covered-Amt pic 9(9)V99.
          02 NP-Struct-Pct pic 99.
          02 NP-Struct-Days pic 9.
          02 NP-InOut-Amt pic 9(9)V99.
          02 NP-InOut-Pct pic 9(3).
          02 NP-Window-Days pic 9.
          02 NP-React-Days pic 99.
          02 NP-React-Amt pic 9(9)V99.
       77 Parms-Ok pic 9.
       77 Work-Acct pic 9(6).
       77 Work-Pattern pic X.
       77 Work-Note pic X(40).
       77 Today pic 9(8).
      * supervisor sign-on state, the same three-tries gate OperMaint
      * keeps
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Found-Ix pic 9(2).
       01 Oper-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Active pic X.
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Super-Op pic X(8) VALUE SPACES.
       77 Log-Action pic X(6).
       77 Log-Detail pic X(80).
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
       PROCEDURE DIVISION.
       PERFORM LoadOperators.
       PERFORM SupervisorSignOn.
       PERFORM LoadParms.
       PERFORM OpenFiles.
       PERFORM MainMenu UNTIL Choice = 0.
       CLOSE Case-File.
       CLOSE Log-File.
       STOP RUN.
       LoadOperators.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; run the teller "
                "program once to create it."
            STOP RUN
         END-IF.
         PERFORM UNTIL Eof-Flag = 1 OR Op-Count >= 20
            READ Oper-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  ADD 1 TO Op-Count
                  MOVE Opr-ID TO OT-ID(Op-Count)
                  MOVE Opr-Pin TO OT-Pin(Op-Count)
                  MOVE Opr-Role TO OT-Role(Op-Count)
                  IF Opr-Active = "N"
                     MOVE "N" TO OT-Active(Op-Count)
                  ELSE
                     MOVE "Y" TO OT-Active(Op-Count)
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Oper-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * only an active supervisor may clear a case, and the
      * reviewer's ID goes on the case and on every log line
       SupervisorSignOn.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Super-Op NOT = SPACES OR Op-Tries >= 3
            DISPLAY "Supervisor ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Supervisor PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            PERFORM FindOperator
            IF Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Found-Ix)
               AND OT-Role(Found-Ix) = "S"
               AND OT-Active(Found-Ix) = "Y"
               MOVE Op-Try-ID TO Super-Op
               DISPLAY "Signed on as " Super-Op "."
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Not an active supervisor, or wrong PIN."
            END-IF
         END-PERFORM.
         IF Super-Op = SPACES
            DISPLAY "Sign-on failed; closing."
            STOP RUN
         END-IF.
       EXIT.
       FindOperator.
         MOVE 0 TO Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-ID(Op-Ix) = Op-Try-ID
               MOVE Op-Ix TO Found-Ix
               MOVE Op-Count TO Op-Ix
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
       EXIT.
       LoadParms.
         OPEN INPUT Parm-File.
         IF Parm-Status = "00"
            READ Parm-File
               AT END
                  CONTINUE
               NOT AT END
                  MOVE Parm-Record TO Cur-Parms
            END-READ
            CLOSE Parm-File
         END-IF.
       EXIT.
       OpenFiles.
         OPEN I-O Case-File.
         IF Case-Status = "35"
            OPEN OUTPUT Case-File
            CLOSE Case-File
            OPEN I-O Case-File
         END-IF.
         OPEN EXTEND Log-File.
         IF Log-Status = "35"
            OPEN OUTPUT Log-File
            CLOSE Log-File
            OPEN EXTEND Log-File
         END-IF.
         ACCEPT Today FROM DATE YYYYMMDD.
       EXIT.
       MainMenu.
         DISPLAY " ".
         DISPLAY "=========== AML case review ================".
         DISPLAY "[1] List open cases.".
         DISPLAY "[2] Clear a case after review.".
         DISPLAY "[3] Show monitoring thresholds.".
         DISPLAY "[4] Change monitoring thresholds.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM ListOpenCases
         END-IF.
         IF Choice = 2
            PERFORM ClearCase
         END-IF.
         IF Choice = 3
            PERFORM ShowParms
         END-IF.
         IF Choice = 4
            PERFORM ChangeParms
         END-IF.
       EXIT.
      * reopened so the walk starts from the first case whatever the
      * keyed reads before it left the file positioned on
       ListOpenCases.
         CLOSE Case-File.
         OPEN I-O Case-File.
         MOVE 0 TO Open-Count.
         MOVE 0 TO Eof-Flag.
         PERFORM UNTIL Eof-Flag = 1
            READ Case-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Case-State = "O"
                     ADD 1 TO Open-Count
                     DISPLAY "  " Case-Acct " " Case-Pattern
                         " opened " Case-Opened
                         " last raised " Case-Last-Raised
                         " times " Case-Raise-Count
                  END-IF
            END-READ
         END-PERFORM.
         MOVE 0 TO Eof-Flag.
         DISPLAY Open-Count " open case(s).".
       EXIT.
       ClearCase.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         DISPLAY "Pattern (C, S, I or R): " WITH NO ADVANCING.
         ACCEPT Work-Pattern.
         INSPECT Work-Pattern CONVERTING "csir" TO "CSIR".
         MOVE Work-Acct TO Case-Acct.
         MOVE Work-Pattern TO Case-Pattern.
         READ Case-File KEY IS Case-Key
            INVALID KEY
               MOVE "23" TO Case-Status
         END-READ.
         IF Case-Status NOT = "00" OR Case-State NOT = "O"
            DISPLAY "No open case " Work-Pattern " on account "
                Work-Acct "."
         ELSE
            DISPLAY "Case opened " Case-Opened " last raised "
                Case-Last-Raised " (" Case-Raise-Count " time(s))"
            DISPLAY "Finding (40 characters): " WITH NO ADVANCING
            ACCEPT Work-Note
            IF Work-Note = SPACES
               DISPLAY "A review needs its finding; nothing saved."
            ELSE
               DISPLAY "Clear this case as reviewed? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Review cancelled."
               ELSE
                  MOVE "R" TO Case-State
                  MOVE Super-Op TO Case-Reviewed-By
                  MOVE Today TO Case-Review-Date
                  MOVE Work-Note TO Case-Note
                  REWRITE Case-Record
                  MOVE "REVIEW" TO Log-Action
                  MOVE SPACES TO Log-Detail
                  STRING Work-Acct " " Work-Pattern " " Work-Note
                      DELIMITED BY SIZE INTO Log-Detail
                  END-STRING
                  PERFORM WriteLog
                  DISPLAY "Case cleared."
               END-IF
            END-IF
         END-IF.
       EXIT.
       ShowParms.
         DISPLAY "Covered transaction threshold  " CP-Covered-Amt.
         DISPLAY "Structuring: within " CP-Struct-Pct
             "% under it on " CP-Struct-Days " straight day(s)".
         DISPLAY "In-and-out: " CP-InOut-Amt " in, " CP-InOut-Pct
             "% back out within " CP-Window-Days " day(s)".
         DISPLAY "Reactivation: " CP-React-Amt " moved within "
             CP-React-Days " day(s)".
       EXIT.
       ChangeParms.
         PERFORM ShowParms.
         MOVE 1 TO Parms-Ok.
         DISPLAY "Covered transaction threshold: " WITH NO ADVANCING.
         ACCEPT NP-Covered-Amt.
         DISPLAY "Structuring band, percent under the threshold: "
             WITH NO ADVANCING.
         ACCEPT NP-Struct-Pct.
         DISPLAY "Structuring straight days (1-9): "
             WITH NO ADVANCING.
         ACCEPT NP-Struct-Days.
         DISPLAY "In-and-out amount in: " WITH NO ADVANCING.
         ACCEPT NP-InOut-Amt.
         DISPLAY "In-and-out percent back out: " WITH NO ADVANCING.
         ACCEPT NP-InOut-Pct.
         DISPLAY "In-and-out window days (1-9): " WITH NO ADVANCING.
         ACCEPT NP-Window-Days.
         DISPLAY "Days watched after reactivation: "
             WITH NO ADVANCING.
         ACCEPT NP-React-Days.
         DISPLAY "Movement after reactivation that raises a flag: "
             WITH NO ADVANCING.
         ACCEPT NP-React-Amt.
         IF NP-Covered-Amt = 0 OR NP-InOut-Amt = 0
            OR NP-React-Amt = 0
            MOVE 0 TO Parms-Ok
         END-IF.
         IF NP-Struct-Days = 0 OR NP-Window-Days = 0
            OR NP-React-Days = 0
            OR NP-InOut-Pct > 100 OR NP-Struct-Pct = 0
            MOVE 0 TO Parms-Ok
         END-IF.
         IF Parms-Ok = 0
            DISPLAY "Every amount, percent and day count must be "
                "above zero; nothing saved."
         ELSE
            DISPLAY "Save these thresholds? (Y/n): "
                WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Change cancelled."
            ELSE
               MOVE "PARMS" TO Log-Action
               MOVE SPACES TO Log-Detail
               STRING "OLD:" CP-Covered-Amt "/" CP-InOut-Amt "/"
                      CP-React-Amt " NEW:" NP-Covered-Amt "/"
                      NP-InOut-Amt "/" NP-React-Amt
                   DELIMITED BY SIZE INTO Log-Detail
               END-STRING
               MOVE New-Parms TO Cur-Parms
               OPEN OUTPUT Parm-File
               MOVE Cur-Parms TO Parm-Record
               WRITE Parm-Record
               CLOSE Parm-File
               PERFORM WriteLog
               DISPLAY "Thresholds saved; they apply to the next "
                   "monitoring run."
            END-IF
         END-IF.
       EXIT.
      * one log line per touch: what was done, to what, and which
      * supervisor did it
       WriteLog.
         ACCEPT Log-Date FROM DATE YYYYMMDD.
         ACCEPT Log-Time FROM TIME.
         MOVE SPACES TO Log-Record.
         STRING Log-Action " " Log-Detail
                " " Log-Date " " Log-Time
                " By: " Super-Op
             DELIMITED BY SIZE INTO Log-Record
         END-STRING.
         WRITE Log-Record.
       EXIT.
      * END OF PROGRAM
