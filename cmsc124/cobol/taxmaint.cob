      * supervisor-gated maintenance of withholding rates and exemptions
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
       PROGRAM-ID. TaxMaint.
       AUTHOR. FerrielMelarpis.
      * keeps the two files PostInterest withholds from: TAXRATES,
      * the effective-dated rate table (code "WI" is the final tax on
      * deposit interest; a new rate is added with the date it takes
      * hold and the old one stays on file as history), and TAXEXEMPT,
      * the accounts that earn interest gross on the strength of an
      * exemption certificate. An exemption is lifted by dating it,
      * never deleted, so the certificate reference stays on file for
      * the years it covered. Every touch goes behind a supervisor
      * sign-on with confirmation and an append-only TAXCHLOG line,
      * the way ProdMaint covers PRODUCTS. A missing TAXRATES is
      * created holding the 20% final tax.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Tax-File ASSIGN TO "TAXRATES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Tax-Status.
       SELECT Exempt-File ASSIGN TO "TAXEXEMPT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TE-Acct
           FILE STATUS IS Exempt-Status.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
       SELECT Log-File ASSIGN TO "TAXCHLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Log-Status.
       DATA DIVISION.
       FILE SECTION.
      * one rate: the tax code, the date it takes hold, the rate and
      * what it is for
       FD Tax-File.
       01 Tax-Record.
          02 Tax-Code pic XX.
          02 Tax-Effective pic 9(8).
          02 Tax-Rate pic 9V9999.
          02 Tax-Desc pic X(30).
      * one exempt account: the certificate it rests on, the dates
      * it runs from and (once lifted) to, and who placed and lifted
      * it; a zero Until is an exemption still in force
       FD Exempt-File.
       01 Exempt-Record.
          02 TE-Acct pic 9(6).
          02 TE-Cert-Ref pic X(20).
          02 TE-From pic 9(8).
          02 TE-Until pic 9(8).
          02 TE-Op pic X(8).
          02 TE-Lift-Op pic X(8).
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
       77 Tax-Status pic XX.
       77 Exempt-Status pic XX.
       77 Fp-Status pic XX.
       77 Oper-Status pic XX.
       77 Log-Status pic XX.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
      * the whole rate file in storage; committed changes rewrite the
      * file from here, the line-sequential maintenance pattern
       77 Tx-Count pic 9(2) VALUE 0.
       77 Tx-Ix pic 9(2).
       77 Tx-Found-Ix pic 9(2).
       01 Tax-Table.
          02 TX-Entry OCCURS 20 TIMES.
             03 TX-Code pic XX.
             03 TX-Effective pic 9(8).
             03 TX-Rate pic 9V9999.
             03 TX-Desc pic X(30).
      * the rate being keyed
       01 Work-Tax.
          02 WT-Code pic XX.
          02 WT-Effective pic 9(8).
          02 WT-Rate pic 9V9999.
          02 WT-Desc pic X(30).
       77 Work-Acct pic 9(6).
       77 Work-Cert pic X(20).
       77 Work-Date pic 9(8).
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
       77 Log-Detail pic X(60).
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
       PROCEDURE DIVISION.
       PERFORM LoadOperators.
       PERFORM SupervisorSignOn.
       PERFORM LoadRates.
       PERFORM OpenFiles.
       PERFORM MainMenu UNTIL Choice = 0.
       CLOSE Exempt-File.
       CLOSE fp.
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
      * only an active supervisor may change what is withheld, and
      * the approver's ID goes on every log line
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
      * a file the table cannot hold stops the run outright - saving
      * from a short table would drop rate history
       LoadRates.
         OPEN INPUT Tax-File.
         IF Tax-Status = "35"
            PERFORM SeedRates
            OPEN INPUT Tax-File
         END-IF.
         PERFORM UNTIL Eof-Flag = 1
            READ Tax-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Tx-Count >= 20
                     DISPLAY "More than 20 rates on TAXRATES; "
                         "raise the table and rerun."
                     CLOSE Tax-File
                     STOP RUN
                  END-IF
                  ADD 1 TO Tx-Count
                  MOVE Tax-Record TO TX-Entry(Tx-Count)
            END-READ
         END-PERFORM.
         CLOSE Tax-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * the final tax on deposit interest at 20%, in force from the
      * start of the file
       SeedRates.
         OPEN OUTPUT Tax-File.
         MOVE SPACES TO Tax-Record.
         MOVE "WI" TO Tax-Code.
         MOVE 0 TO Tax-Effective.
         MOVE 0.2000 TO Tax-Rate.
         MOVE "FINAL TAX ON DEPOSIT INTEREST" TO Tax-Desc.
         WRITE Tax-Record.
         CLOSE Tax-File.
         DISPLAY "TAXRATES created with the final tax on deposit "
             "interest (WI) at 20%.".
       EXIT.
      * TAXEXEMPT and the log are created on first use; ACCOUNTS.DAT
      * is only read, to refuse an exemption for an account not on
      * file
       OpenFiles.
         OPEN I-O Exempt-File.
         IF Exempt-Status = "35"
            OPEN OUTPUT Exempt-File
            CLOSE Exempt-File
            OPEN I-O Exempt-File
         END-IF.
         OPEN INPUT fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; cannot check "
                "accounts."
            STOP RUN
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
         DISPLAY "======== WITHHOLDING TAX maintenance ========".
         DISPLAY "[1] Add a withholding rate.".
         DISPLAY "[2] List withholding rates.".
         DISPLAY "[3] Exempt an account.".
         DISPLAY "[4] Lift an account's exemption.".
         DISPLAY "[5] List exempt accounts.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM AddRate
         END-IF.
         IF Choice = 2
            PERFORM ListRates
         END-IF.
         IF Choice = 3
            PERFORM ExemptAccount
         END-IF.
         IF Choice = 4
            PERFORM LiftExemption
         END-IF.
         IF Choice = 5
            PERFORM ListExemptions
         END-IF.
       EXIT.
      * a rate is never changed in place: the new one goes on with
      * the date it takes hold, and PostInterest uses the latest one
      * in force on its run date
       AddRate.
         DISPLAY "Tax code (WI = final tax on deposit interest): "
             WITH NO ADVANCING.
         ACCEPT WT-Code.
         INSPECT WT-Code CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
         ACCEPT WT-Effective.
         PERFORM FindRate.
         IF Tx-Found-Ix > 0
            DISPLAY WT-Code " already has a rate effective "
                WT-Effective "; nothing added."
         ELSE
         IF Tx-Count >= 20
            DISPLAY "Rate table is full; raise it and rerun."
         ELSE
         IF WT-Code = SPACES
            DISPLAY "A rate needs a code; nothing added."
         ELSE
            DISPLAY "Rate (e.g. 0.2000): " WITH NO ADVANCING
            ACCEPT WT-Rate
            DISPLAY "Description: " WITH NO ADVANCING
            ACCEPT WT-Desc
            DISPLAY "Withhold " WT-Code " at " WT-Rate " from "
                WT-Effective "? (Y/n): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Add cancelled."
            ELSE
               ADD 1 TO Tx-Count
               MOVE Work-Tax TO TX-Entry(Tx-Count)
               PERFORM SaveRates
               MOVE "RATE" TO Log-Action
               MOVE SPACES TO Log-Detail
               STRING WT-Code " " WT-Rate " FROM " WT-Effective
                   DELIMITED BY SIZE INTO Log-Detail
               END-STRING
               PERFORM WriteLog
               DISPLAY "Rate added."
            END-IF
         END-IF
         END-IF
         END-IF.
       EXIT.
       FindRate.
         MOVE 0 TO Tx-Found-Ix.
         MOVE 1 TO Tx-Ix.
         PERFORM UNTIL Tx-Ix > Tx-Count
            IF TX-Code(Tx-Ix) = WT-Code
               AND TX-Effective(Tx-Ix) = WT-Effective
               MOVE Tx-Ix TO Tx-Found-Ix
               MOVE Tx-Count TO Tx-Ix
            END-IF
            ADD 1 TO Tx-Ix
         END-PERFORM.
       EXIT.
       ListRates.
         DISPLAY Tx-Count " rate(s) on file:".
         MOVE 1 TO Tx-Ix.
         PERFORM UNTIL Tx-Ix > Tx-Count
            DISPLAY "  " TX-Code(Tx-Ix) " from " TX-Effective(Tx-Ix)
                " at " TX-Rate(Tx-Ix) " " TX-Desc(Tx-Ix)
            ADD 1 TO Tx-Ix
         END-PERFORM.
       EXIT.
       SaveRates.
         OPEN OUTPUT Tax-File.
         MOVE 1 TO Tx-Ix.
         PERFORM UNTIL Tx-Ix > Tx-Count
            MOVE TX-Entry(Tx-Ix) TO Tax-Record
            WRITE Tax-Record
            ADD 1 TO Tx-Ix
         END-PERFORM.
         CLOSE Tax-File.
       EXIT.
      * an account already exempt must be lifted first; one lifted
      * before takes the new certificate over its old record
       ExemptAccount.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         MOVE Work-Acct TO faccountno.
         READ fp KEY IS faccountno
            INVALID KEY
               DISPLAY "Account " Work-Acct " is not on file."
            NOT INVALID KEY
               PERFORM PlaceExemption
         END-READ.
       EXIT.
       PlaceExemption.
         MOVE Work-Acct TO TE-Acct.
         READ Exempt-File KEY IS TE-Acct
            INVALID KEY
               MOVE "23" TO Exempt-Status
         END-READ.
         IF Exempt-Status = "00" AND TE-Until = 0
            DISPLAY "Account " Work-Acct " is already exempt under "
                TE-Cert-Ref "; lift it first."
         ELSE
            DISPLAY "Exemption certificate reference: "
                WITH NO ADVANCING
            ACCEPT Work-Cert
            DISPLAY "Exempt from (YYYYMMDD, 0 = today): "
                WITH NO ADVANCING
            ACCEPT Work-Date
            IF Work-Date = 0
               MOVE Today TO Work-Date
            END-IF
            IF Work-Cert = SPACES
               DISPLAY "An exemption needs its certificate; nothing "
                   "saved."
            ELSE
               DISPLAY "Exempt " Work-Acct " " fusername " from "
                   Work-Date "? (Y/n): " WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Exemption cancelled."
               ELSE
                  MOVE Work-Acct TO TE-Acct
                  MOVE Work-Cert TO TE-Cert-Ref
                  MOVE Work-Date TO TE-From
                  MOVE 0 TO TE-Until
                  MOVE Super-Op TO TE-Op
                  MOVE SPACES TO TE-Lift-Op
                  IF Exempt-Status = "00"
                     REWRITE Exempt-Record
                  ELSE
                     WRITE Exempt-Record
                  END-IF
                  MOVE "EXEMPT" TO Log-Action
                  MOVE SPACES TO Log-Detail
                  STRING Work-Acct " " Work-Cert " FROM " Work-Date
                      DELIMITED BY SIZE INTO Log-Detail
                  END-STRING
                  PERFORM WriteLog
                  DISPLAY "Account " Work-Acct " earns interest gross "
                      "from " Work-Date "."
               END-IF
            END-IF
         END-IF.
       EXIT.
       LiftExemption.
         DISPLAY "Account number: " WITH NO ADVANCING.
         ACCEPT Work-Acct.
         MOVE Work-Acct TO TE-Acct.
         READ Exempt-File KEY IS TE-Acct
            INVALID KEY
               MOVE "23" TO Exempt-Status
         END-READ.
         IF Exempt-Status NOT = "00" OR TE-Until NOT = 0
            DISPLAY "Account " Work-Acct " has no exemption in force."
         ELSE
            DISPLAY "Exemption " TE-Cert-Ref " from " TE-From
            DISPLAY "Lift as of (YYYYMMDD, 0 = today): "
                WITH NO ADVANCING
            ACCEPT Work-Date
            IF Work-Date = 0
               MOVE Today TO Work-Date
            END-IF
            DISPLAY "Lift the exemption as of " Work-Date
                "? (Y/n): " WITH NO ADVANCING
            ACCEPT Cont
            IF Cont = "n"
               DISPLAY "Lift cancelled."
            ELSE
               MOVE Work-Date TO TE-Until
               MOVE Super-Op TO TE-Lift-Op
               REWRITE Exempt-Record
               MOVE "LIFT" TO Log-Action
               MOVE SPACES TO Log-Detail
               STRING Work-Acct " " TE-Cert-Ref " UNTIL " Work-Date
                   DELIMITED BY SIZE INTO Log-Detail
               END-STRING
               PERFORM WriteLog
               DISPLAY "Exemption lifted; interest is withheld on "
                   "the next run."
            END-IF
         END-IF.
       EXIT.
      * reopened so the walk starts from the first account whatever
      * the keyed reads before it left the file positioned on
       ListExemptions.
         CLOSE Exempt-File.
         OPEN I-O Exempt-File.
         MOVE 0 TO Eof-Flag.
         PERFORM UNTIL Eof-Flag = 1
            READ Exempt-File NEXT RECORD
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF TE-Until = 0
                     DISPLAY "  " TE-Acct " " TE-Cert-Ref
                         " from " TE-From " by " TE-Op " IN FORCE"
                  ELSE
                     DISPLAY "  " TE-Acct " " TE-Cert-Ref
                         " from " TE-From " until " TE-Until
                         " lifted by " TE-Lift-Op
                  END-IF
            END-READ
         END-PERFORM.
         MOVE 0 TO Eof-Flag.
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
