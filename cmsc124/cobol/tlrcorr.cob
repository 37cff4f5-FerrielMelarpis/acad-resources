      * supervisor-approved reversal of a mis-keyed teller entry
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
       PROGRAM-ID. TellerCorrect.
       AUTHOR. FerrielMelarpis.
      * a teller who keyed the wrong amount on a cash DEPOSIT or
      * WITHDRAW (or WDRAPPRV) takes the Seq: number off the wrong
      * audit line and, with a supervisor's approval, reverses exactly
      * that entry on ACCOUNTS.DAT - instead of a second opposite
      * transaction that reads like real money movement. A reversed
      * deposit must come out of the available balance (ledger less
      * fholds and any legal hold), never out of held money; a
      * reversed withdrawal comes back off the day's WDRTOTALS so the
      * member's daily limit is restored. The reversal is a CORRECT-
      * (deposit reversed, money out) or CORRECT+ (withdrawal
      * reversed, money in) audit line with " Rev: " and the original
      * Seq, booked to the drawer and branch of the teller who keyed
      * the original. CORRECTNS keeps one record per original Seq,
      * with who keyed the correction and the supervisor who approved
      * it, so an entry can be corrected only once and a correction
      * itself never. The
      * original must still be on the live log, i.e. corrected before
      * AuditClose archives its month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT fp ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faccountno
           ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
           FILE STATUS IS Fp-Status.
       SELECT Corr-File ASSIGN TO "CORRECTNS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cx-Orig-Seq
           FILE STATUS IS Corr-Status.
       SELECT Wdr-File ASSIGN TO "WDRTOTALS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Wdr-Key
           FILE STATUS IS Wdr-Status.
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
      * the keyed copy of every money line, the correction's with
      * the sequence it reverses
       SELECT AH-File ASSIGN TO "ACCTHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-Seq
           ALTERNATE RECORD KEY IS AH-Acct WITH DUPLICATES
           ALTERNATE RECORD KEY IS AH-Date WITH DUPLICATES
           FILE STATUS IS AH-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
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
      * one corrected entry: the original and the line that reversed
      * it, who keyed the correction and who approved it
       FD Corr-File.
       01 Corr-Record.
          02 Cx-Orig-Seq pic 9(9).
          02 Cx-Acct pic 9(6).
          02 Cx-Orig-Type pic X(8).
          02 Cx-Amount pic 9(7)V99.
          02 Cx-Orig-Date pic 9(8).
          02 Cx-Corr-Seq pic 9(9).
          02 Cx-Date pic 9(8).
          02 Cx-Op pic X(8).
          02 Cx-Approved pic X(8).
       FD Wdr-File.
       01 Wdr-Record.
          02 Wdr-Key.
             03 Wdr-Acct pic 9(6).
             03 Wdr-Date pic 9(8).
          02 Wdr-Total pic 9(7)V99.
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
       FD Oper-File.
       01 Oper-Record.
          02 Opr-ID pic X(8).
          02 Opr-Pin pic 9(4).
          02 Opr-Role pic X.
          02 Opr-Active pic X.
          02 Opr-Branch pic X(3).
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
       77 Corr-Status pic XX.
       77 Wdr-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Oper-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Type pic X(8).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 Eof-Flag pic 9 VALUE 0.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
      * legal holds in force on the account in hand: the amount
      * earmarked, and 1 when any of them freezes the whole balance
       77 LH-Status pic XX.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Avail-Money pic S9(9)V99.
      * operators, for the teller sign-on and supervisor approval
       77 Op-Count pic 9(2) VALUE 0.
       77 Op-Ix pic 9(2).
       77 Op-Found-Ix pic 9(2).
       01 Oper-Table.
          02 Op-Entry OCCURS 20 TIMES.
             03 OT-ID pic X(8).
             03 OT-Pin pic 9(4).
             03 OT-Role pic X.
             03 OT-Branch pic X(3).
       77 Op-Try-ID pic X(8).
       77 Op-Try-Pin pic 9(4).
       77 Op-Tries pic 9 VALUE 0.
       77 Current-Op pic X(8) VALUE SPACES.
       77 Super-Ok pic 9 VALUE 0.
       77 Super-Op pic X(8).
      * the branch the signed-on operator works at, stamped straight
      * after the Op: ID on every teller line as "@" and the code,
      * with "*" when the member's account is homed at another
      * branch; operators from before branches belong to head office
       77 Current-Branch pic X(3) VALUE SPACES.
       77 House-Branch pic X(3) VALUE "001".
       01 Br-Stamp.
          02 Br-At pic X VALUE "@".
          02 Br-Code pic X(3).
          02 Br-Away pic X.
      * the same fixed positions Statement and Reconcile read audit
      * lines by
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
      * the entry being corrected, found by its Seq: stamp
       77 Want-Seq pic 9(9).
       77 Line-Seq pic 9(9).
       77 Seq-Text pic X(9).
       77 Seq-Found pic 9.
       77 Line-Op pic X(8).
       77 Line-Stamp pic X(5).
       77 Orig-Stamp pic X(5).
       77 Scan-Ix pic 9(3).
       77 Orig-Found pic 9.
       01 Orig-Line pic X(140).
       77 Orig-Acct pic 9(6).
       77 Orig-Type pic X(8).
       77 Orig-Amount pic 9(7)V99.
       77 Orig-Date pic 9(8).
       77 Orig-Op pic X(8).
       PROCEDURE DIVISION.
       PERFORM LoadOperators.
       PERFORM SignOn.
       PERFORM OpenFiles.
       PERFORM MainMenu UNTIL Choice = 0.
       PERFORM CloseFiles.
       STOP RUN.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            DISPLAY "ACCOUNTS.DAT not available; nothing to correct."
            STOP RUN
         END-IF.
         OPEN I-O Corr-File.
         IF Corr-Status = "35"
            OPEN OUTPUT Corr-File
            CLOSE Corr-File
            OPEN I-O Corr-File
         END-IF.
         OPEN I-O Wdr-File.
         IF Wdr-Status = "35"
            OPEN OUTPUT Wdr-File
            CLOSE Wdr-File
            OPEN I-O Wdr-File
         END-IF.
       EXIT.
       CloseFiles.
         CLOSE fp.
         CLOSE Corr-File.
         CLOSE Wdr-File.
       EXIT.
       LoadOperators.
         OPEN INPUT Oper-File.
         IF Oper-Status NOT = "00"
            DISPLAY "OPERATORS.DAT not available; cannot sign on."
            STOP RUN
         END-IF.
         PERFORM UNTIL Eof-Flag = 1 OR Op-Count >= 20
            READ Oper-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Opr-Active NOT = "N"
                     ADD 1 TO Op-Count
                     MOVE Opr-ID TO OT-ID(Op-Count)
                     MOVE Opr-Pin TO OT-Pin(Op-Count)
                     MOVE Opr-Role TO OT-Role(Op-Count)
                     MOVE Opr-Branch TO OT-Branch(Op-Count)
                  END-IF
            END-READ
         END-PERFORM.
         CLOSE Oper-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
       SignOn.
         MOVE 0 TO Op-Tries.
         PERFORM UNTIL Current-Op NOT = SPACES OR Op-Tries >= 3
            DISPLAY "Operator ID: " WITH NO ADVANCING
            ACCEPT Op-Try-ID
            DISPLAY "Operator PIN: " WITH NO ADVANCING
            ACCEPT Op-Try-Pin WITH NO ECHO
            PERFORM FindOperator
            IF Op-Found-Ix > 0
               AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
               MOVE Op-Try-ID TO Current-Op
               MOVE OT-Branch(Op-Found-Ix) TO Current-Branch
               IF Current-Branch = SPACES
                  MOVE House-Branch TO Current-Branch
               END-IF
               DISPLAY "Signed on as " Current-Op "."
            ELSE
               ADD 1 TO Op-Tries
               DISPLAY "Unknown operator or wrong PIN."
            END-IF
         END-PERFORM.
         IF Current-Op = SPACES
            DISPLAY "Sign-on failed; closing."
            STOP RUN
         END-IF.
       EXIT.
       FindOperator.
         MOVE 0 TO Op-Found-Ix.
         MOVE 1 TO Op-Ix.
         PERFORM UNTIL Op-Ix > Op-Count
            IF OT-ID(Op-Ix) = Op-Try-ID
               MOVE Op-Ix TO Op-Found-Ix
               MOVE Op-Count TO Op-Ix
            END-IF
            ADD 1 TO Op-Ix
         END-PERFORM.
       EXIT.
       VerifySupervisor.
         MOVE 0 TO Super-Ok.
         DISPLAY "Supervisor ID: " WITH NO ADVANCING.
         ACCEPT Op-Try-ID.
         DISPLAY "Supervisor PIN: " WITH NO ADVANCING.
         ACCEPT Op-Try-Pin WITH NO ECHO.
         PERFORM FindOperator.
         IF Op-Found-Ix > 0
            AND Op-Try-Pin = OT-Pin(Op-Found-Ix)
            AND OT-Role(Op-Found-Ix) = "S"
            MOVE 1 TO Super-Ok
            MOVE Op-Try-ID TO Super-Op
         END-IF.
       EXIT.
       MainMenu.
         DISPLAY " ".
         DISPLAY "============ TELLER CORRECTIONS ============".
         DISPLAY "[1] Correct an entry by its audit Seq.".
         DISPLAY "[0] Exit.".
         DISPLAY "============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM CorrectEntry
         END-IF.
       EXIT.
       CorrectEntry.
         DISPLAY "Seq of the entry to correct: " WITH NO ADVANCING.
         ACCEPT Want-Seq.
         MOVE Want-Seq TO Cx-Orig-Seq.
         READ Corr-File KEY IS Cx-Orig-Seq
            INVALID KEY
               MOVE "23" TO Corr-Status
         END-READ.
         IF Corr-Status = "00"
            DISPLAY "Seq " Want-Seq " was already corrected by Seq "
                Cx-Corr-Seq " on " Cx-Date "."
         ELSE
            PERFORM FindOriginal
            IF Orig-Found = 0
               DISPLAY "No entry with Seq " Want-Seq
                   " on the live audit log."
            ELSE
            IF Orig-Type NOT = "DEPOSIT"
               AND Orig-Type NOT = "WITHDRAW"
               AND Orig-Type NOT = "WDRAPPRV"
               DISPLAY "Seq " Want-Seq " is a " Orig-Type
                   " entry; only cash deposits and withdrawals are "
                   "corrected here."
            ELSE
               PERFORM ConfirmCorrection
            END-IF
            END-IF
         END-IF.
       EXIT.
      * one pass down the live log for the line stamped with the Seq
       FindOriginal.
         MOVE 0 TO Orig-Found.
         MOVE 0 TO Eof-Flag.
         OPEN INPUT Audit-File.
         IF Audit-Status = "00"
            PERFORM UNTIL Eof-Flag = 1 OR Orig-Found = 1
               READ Audit-File
                  AT END
                     MOVE 1 TO Eof-Flag
                  NOT AT END
                     PERFORM CheckOneLine
               END-READ
            END-PERFORM
            CLOSE Audit-File
         END-IF.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * the Seq: and Op: stamps float behind fields of varying width,
      * so they are scanned for the way AuditVerify and TellerBal do
       CheckOneLine.
         MOVE 0 TO Seq-Found.
         MOVE SPACES TO Line-Op.
         MOVE SPACES TO Line-Stamp.
         MOVE 1 TO Scan-Ix.
         PERFORM UNTIL Scan-Ix > 126 OR Seq-Found = 1
            IF Audit-Record(Scan-Ix:5) = " Op: "
               MOVE Audit-Record(Scan-Ix + 5:8) TO Line-Op
               IF Audit-Record(Scan-Ix + 13:1) = "@"
                  MOVE Audit-Record(Scan-Ix + 13:5) TO Line-Stamp
               END-IF
            END-IF
            IF Audit-Record(Scan-Ix:6) = " Seq: "
               MOVE Audit-Record(Scan-Ix + 6:9) TO Seq-Text
               IF Seq-Text IS NUMERIC
                  MOVE Seq-Text TO Line-Seq
                  MOVE 1 TO Seq-Found
               END-IF
            END-IF
            ADD 1 TO Scan-Ix
         END-PERFORM.
         IF Seq-Found = 1 AND Line-Seq = Want-Seq
            MOVE Audit-Record TO Audit-Line
            MOVE Audit-Record TO Orig-Line
            IF AL-Acct IS NUMERIC AND AL-Amount IS NUMERIC
               AND AL-Date IS NUMERIC
               MOVE 1 TO Orig-Found
               MOVE AL-Acct TO Orig-Acct
               MOVE AL-Type TO Orig-Type
               MOVE AL-Amount TO Orig-Amount
               MOVE AL-Date TO Orig-Date
               MOVE Line-Op TO Orig-Op
               MOVE Line-Stamp TO Orig-Stamp
            END-IF
         END-IF.
       EXIT.
       ConfirmCorrection.
         DISPLAY Orig-Line.
         DISPLAY "Reverse this " Orig-Type " of " Orig-Amount
             " on account " Orig-Acct "? (Y/n): " WITH NO ADVANCING.
         ACCEPT Cont.
         IF Cont = "n"
            DISPLAY "Correction cancelled."
         ELSE
            MOVE Orig-Acct TO faccountno
            READ fp KEY IS faccountno
               INVALID KEY
                  DISPLAY "Account " Orig-Acct " is no longer on "
                      "file; nothing corrected."
               NOT INVALID KEY
                  PERFORM ApproveCorrection
            END-READ
         END-IF.
       EXIT.
      * the money test comes first so a supervisor is not called
      * over for a correction that cannot post
       ApproveCorrection.
         IF Orig-Type = "DEPOSIT"
            PERFORM AvailableFunds
            IF Orig-Amount > Avail-Money
               DISPLAY "Only " Avail-Money " is available clear of "
                   "holds; the deposit cannot be reversed."
               MOVE 0 TO Super-Ok
            ELSE
               DISPLAY "Correction needs a supervisor's approval."
               PERFORM VerifySupervisor
            END-IF
         ELSE
            IF Orig-Amount > 9999999.99 - fusermoney
               DISPLAY "Account can only hold up to 9999999.99 "
                   "pesos; the withdrawal cannot be reversed."
               MOVE 0 TO Super-Ok
            ELSE
               DISPLAY "Correction needs a supervisor's approval."
               PERFORM VerifySupervisor
            END-IF
         END-IF.
         IF Super-Ok = 1
            PERFORM PostCorrection
         ELSE
            DISPLAY "Correction not posted."
         END-IF.
       EXIT.
       PostCorrection.
         IF Orig-Type = "DEPOSIT"
            SUBTRACT Orig-Amount FROM fusermoney
            MOVE "CORRECT-" TO Audit-Type
         ELSE
            ADD Orig-Amount TO fusermoney
            MOVE "CORRECT+" TO Audit-Type
            PERFORM RestoreDailyTotal
         END-IF.
         REWRITE fuser.
         PERFORM WriteCorrectAudit.
         MOVE Want-Seq TO Cx-Orig-Seq.
         MOVE Orig-Acct TO Cx-Acct.
         MOVE Orig-Type TO Cx-Orig-Type.
         MOVE Orig-Amount TO Cx-Amount.
         MOVE Orig-Date TO Cx-Orig-Date.
         MOVE Audit-Seq TO Cx-Corr-Seq.
         MOVE Audit-Date TO Cx-Date.
         MOVE Current-Op TO Cx-Op.
         MOVE Super-Op TO Cx-Approved.
         WRITE Corr-Record.
         DISPLAY "Seq " Want-Seq " reversed by Seq " Audit-Seq
             "; balance now " fusermoney ".".
       EXIT.
      * the withdrawal counted on the day it was keyed; the total
      * never goes below zero
       RestoreDailyTotal.
         MOVE Orig-Acct TO Wdr-Acct.
         MOVE Orig-Date TO Wdr-Date.
         READ Wdr-File KEY IS Wdr-Key
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF Wdr-Total > Orig-Amount
                  SUBTRACT Orig-Amount FROM Wdr-Total
               ELSE
                  MOVE 0 TO Wdr-Total
               END-IF
               REWRITE Wdr-Record
         END-READ.
       EXIT.
      * a money line in WriteAudit's positions, the original Seq
      * behind " Rev: " where the transfer lines carry their Ref:;
      * the drawer and branch are the original teller's, and the
      * approver is on CORRECTNS
       WriteCorrectAudit.
         OPEN EXTEND Audit-File.
         IF Audit-Status = "35"
            OPEN OUTPUT Audit-File
            CLOSE Audit-File
            OPEN EXTEND Audit-File
         END-IF.
         ACCEPT Audit-Date FROM DATE YYYYMMDD.
         ACCEPT Audit-Time FROM TIME.
         PERFORM GetNextAuditSeq.
         PERFORM SetBranchStamp.
         IF Orig-Op = SPACES
            MOVE Current-Op TO Orig-Op
         END-IF.
         MOVE SPACES TO Audit-Record.
         STRING faccountno " " fusername " " Audit-Type " "
                Orig-Amount
                " Balance: " fusermoney
                " " Audit-Date " " Audit-Time
                " Rev: " Want-Seq
                " Op: " Orig-Op Br-Stamp
                " Seq: " Audit-Seq
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         CLOSE Audit-File.
         PERFORM WriteAcctHist.
       EXIT.
      * the ACCTHIST copy of the correction, pointing back at the
      * sequence it reverses and booked to the original teller
       WriteAcctHist.
         OPEN I-O AH-File.
         IF AH-Status = "35"
            OPEN OUTPUT AH-File
            CLOSE AH-File
            OPEN I-O AH-File
         END-IF.
         MOVE Audit-Seq TO AH-Seq.
         MOVE faccountno TO AH-Acct.
         MOVE Audit-Date TO AH-Date.
         MOVE Audit-Time TO AH-Time.
         MOVE Audit-Type TO AH-Type.
         MOVE Orig-Amount TO AH-Amount.
         MOVE fusermoney TO AH-Balance.
         MOVE Orig-Op TO AH-Op.
         MOVE Want-Seq TO AH-Rev-Seq.
         WRITE AH-Record
            INVALID KEY
               DISPLAY "ACCTHIST already holds sequence "
                   AH-Seq "; rebuild it with HistBuild."
         END-WRITE.
         CLOSE AH-File.
       EXIT.
      * the drawable balance: the ledger less uncleared checks and
      * less every legal hold in force, never below zero; a full
      * freeze leaves nothing drawable at all
       AvailableFunds.
         PERFORM SumLegalHolds.
         COMPUTE Avail-Money = fusermoney - fholds - Legal-Held.
         IF Avail-Money < 0 OR Legal-Freeze = 1
            MOVE 0 TO Avail-Money
         END-IF.
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * account's holds are read by key until the first gap
       SumLegalHolds.
         MOVE 0 TO Legal-Held.
         MOVE 0 TO Legal-Freeze.
         OPEN INPUT LH-File.
         IF LH-Status = "00"
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
            CLOSE LH-File
         END-IF.
       EXIT.
      * where the line was keyed: the operator's branch, flagged
      * when the account in the buffer is homed at another one; a
      * correction carries the stamp of the line it reverses
       SetBranchStamp.
         MOVE Current-Branch TO Br-Code.
         MOVE SPACE TO Br-Away.
         IF fbranch NOT = SPACES AND fbranch NOT = Current-Branch
            MOVE "*" TO Br-Away
         END-IF.
         IF Orig-Stamp NOT = SPACES
            MOVE Orig-Stamp TO Br-Stamp
         END-IF.
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
