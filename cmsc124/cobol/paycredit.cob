      * PAYROLL audit entry; a credit that will not fit the 9999999.99
      * ceiling, names a missing account, or hits a dormant one goes
      * to the PAYCREDRPT exception report instead.
      * Run in debit mode it takes PayVoid's PAYDEBIT file instead:
      * the same trailer proof (no register proof - the void has
      * already taken the payslip off the register), each recall
      * comes back out of the member's account as a PAYVOID audit
      * entry, and one the account cannot cover after its check
      * holds and the legal holds on LEGALHOLD, or that names a
      * dormant or missing account, is reported for the accountant
      * to recover by hand.
      * Every credit file posted is logged on PAYCRLOG against its
      * cutoff with its trailer, which is how PerClose proves the
      * cutoff's PAYCREDIT went through here before closing it.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT Credit-File ASSIGN TO DYNAMIC Cr-File-Name
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Cr-Status.
	SELECT Register-File ASSIGN TO "PAYROLL-REGISTER"
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
      * the legal holds LegalHold places, read here only; a recall
      * may not take money a court or agency order has frozen
	SELECT LH-File ASSIGN TO "LEGALHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LH-Key
            FILE STATUS IS LH-Status.
	SELECT Report-File ASSIGN TO "PAYCREDRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
	SELECT Post-Log-File ASSIGN TO "PAYCRLOG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Pl-Cutoff
            FILE STATUS IS Pl-Status.
	DATA DIVISION.
	FILE SECTION.
	FD Credit-File.
              02 flastact pic 9(8).
              02 fdormant pic X.
              02 fholds pic 9(7)V99.
              02 fproduct pic XX.
              02 fbranch pic X(3).
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
	FD Report-File.
	01 Report-Record pic X(120).
      * one record per cutoff: the credit files posted for it, their
      * running totals, and the trailer of the last one
	FD Post-Log-File.
	01 Post-Log-Record.
              02 Pl-Cutoff pic 9(8).
              02 Pl-Files pic 9(3).
              02 Pl-Posted-Count pic 9(5).
              02 Pl-Posted-Total pic 9(9)V99.
              02 Pl-Except-Count pic 9(5).
              02 Pl-Last-Count pic 9(5).
              02 Pl-Last-Total pic 9(9)V99.
              02 Pl-Last-Date pic 9(8).
	WORKING-STORAGE SECTION.
       77 Cr-Status pic XX.
       77 Reg-Status pic XX.
       77 Fp-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Pl-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Cr-Eof pic 9 VALUE 0.
       77 File-Count pic 9(5) VALUE 0.
       77 Audit-Time pic 9(8).
       77 Audit-Amt pic 9(7)V99.
       77 Exc-Reason pic X(12).
      * what a recall may take: the ledger less uncleared checks and
      * every legal hold in force; LH-Open stays 0 when no hold has
      * ever been placed
       77 LH-Status pic XX.
       77 LH-Open pic 9 VALUE 0.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Avail-Money pic S9(9)V99.
      * C posts PAYCREDIT credits, D posts PAYDEBIT recalls
       77 Post-Mode pic X VALUE "C".
       77 Cr-File-Name pic X(12) VALUE "PAYCREDIT".
       77 Post-Type pic X(8) VALUE "PAYROLL".
       77 Post-Word pic X(9) VALUE "credit(s)".
	PROCEDURE DIVISION.
       DISPLAY "Post (C)redits from PAYCREDIT or (D)ebits from "
           "PAYDEBIT: " WITH NO ADVANCING.
       ACCEPT Post-Mode.
       IF Post-Mode = "D" OR Post-Mode = "d"
              MOVE "D" TO Post-Mode
              MOVE "PAYDEBIT" TO Cr-File-Name
              MOVE "PAYVOID" TO Post-Type
              MOVE "debit(s)" TO Post-Word
       ELSE
              MOVE "C" TO Post-Mode
       END-IF.
       PERFORM PROVE-CREDIT-FILE.
       IF Prove-Ok = 1
              PERFORM POST-CREDITS
       PROVE-CREDIT-FILE.
              OPEN INPUT Credit-File.
              IF Cr-Status NOT = "00"
                     DISPLAY Cr-File-Name " not available; "
                         "nothing to post."
                     STOP RUN
              END-IF.
              PERFORM SUM-CREDIT-RECORD UNTIL Cr-Eof = 1.
              CLOSE Credit-File.
              IF Trailer-Seen = 0
                     DISPLAY Cr-File-Name " has no trailer; "
                         "refusing to post."
              ELSE
              IF File-Count NOT = Trl-Count
                 OR File-Total NOT = Trl-Total
                     DISPLAY Cr-File-Name " does not prove "
                         "against its trailer (" File-Count " / "
                         File-Total
                         " vs " Trl-Count " / " Trl-Total
                         "); refusing to post."
              ELSE
              IF Post-Mode = "D"
                     MOVE 1 TO Prove-Ok
              ELSE
                     PERFORM PROVE-AGAINST-REGISTER
              END-IF
              END-IF
              END-IF.
       EXIT.
       SUM-CREDIT-RECORD.
                     CLOSE Audit-File
                     OPEN EXTEND Audit-File
              END-IF.
              OPEN I-O AH-File.
              IF AH-Status = "35"
                     OPEN OUTPUT AH-File
                     CLOSE AH-File
                     OPEN I-O AH-File
              END-IF.
              IF Post-Mode = "D"
                     OPEN INPUT LH-File
                     IF LH-Status = "00"
                            MOVE 1 TO LH-Open
                     END-IF
              END-IF.
              OPEN OUTPUT Report-File.
              PERFORM POST-ONE-CREDIT UNTIL Cr-Eof = 1.
              PERFORM WRITE-POSTING-TOTALS.
              IF Post-Mode = "C"
                     PERFORM LOG-CREDIT-FILE
              END-IF.
              CLOSE Credit-File.
              CLOSE fp.
              CLOSE Audit-File.
              CLOSE AH-File.
              IF LH-Open = 1
                     CLOSE LH-File
              END-IF.
              CLOSE Report-File.
       EXIT.
       POST-ONE-CREDIT.
                     MOVE "DORMANT" TO Exc-Reason
                     PERFORM WRITE-EXCEPTION
              ELSE
              IF Post-Mode = "D"
                     PERFORM APPLY-DEBIT-CHECKS
              ELSE
              IF Cr-Net > 9999999.99 - fusermoney
                     MOVE "OVER CEILING" TO Exc-Reason
                     PERFORM WRITE-EXCEPTION
                     ADD 1 TO Posted-Count
                     ADD Cr-Net TO Posted-Total
              END-IF
              END-IF
              END-IF.
       EXIT.
      * a recall may not dig into held funds; what the account
      * cannot cover is left for the accountant to recover, marked
      * LEGAL HOLD when a freeze or an earmark is what stops it
       APPLY-DEBIT-CHECKS.
              PERFORM AVAILABLE-FUNDS.
              IF Cr-Net > Avail-Money
                     IF Legal-Freeze = 1
                        OR Cr-Net NOT > fusermoney - fholds
                            MOVE "LEGAL HOLD" TO Exc-Reason
                     ELSE
                            MOVE "SHORT FUNDS" TO Exc-Reason
                     END-IF
                     PERFORM WRITE-EXCEPTION
              ELSE
                     COMPUTE fusermoney = fusermoney - Cr-Net
                     ACCEPT Audit-Date FROM DATE YYYYMMDD
                     MOVE Audit-Date TO flastact
                     REWRITE fuser
                     PERFORM WRITE-PAYROLL-AUDIT
                     ADD 1 TO Posted-Count
                     ADD Cr-Net TO Posted-Total
              END-IF.
       EXIT.
      * the drawable balance: the ledger less uncleared checks and
      * less every legal hold in force; a full freeze leaves nothing
       AVAILABLE-FUNDS.
              PERFORM SUM-LEGAL-HOLDS.
              COMPUTE Avail-Money = fusermoney - fholds - Legal-Held.
              IF Avail-Money < 0 OR Legal-Freeze = 1
                     MOVE 0 TO Avail-Money
              END-IF.
       EXIT.
      * holds are numbered 1 up per account and never deleted, so the
      * account's holds are read by key until the first gap
       SUM-LEGAL-HOLDS.
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
                                          PERFORM ADD-LEGAL-HOLD
                            END-READ
                     END-PERFORM
              END-IF.
       EXIT.
       ADD-LEGAL-HOLD.
              IF LH-Lifted = 0
                     ADD LH-Amount TO Legal-Held
                     IF LH-Full-Freeze = "Y"
                            MOVE 1 TO Legal-Freeze
                     END-IF
              END-IF.
              ADD 1 TO LH-No.
       EXIT.
      * the reason arrives in Report-Record; wrap it with the credit
      * it refused so the accountant can hand-pay that employee
       WRITE-EXCEPTION.
              PERFORM GET-NEXT-AUDIT-SEQ.
              MOVE SPACES TO Audit-Record.
              MOVE Cr-Net TO Audit-Amt.
              STRING faccountno " " fusername " " Post-Type " "
                     Audit-Amt
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Cutoff: " Cr-Cutoff
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              MOVE Post-Type TO AH-Type.
              MOVE Audit-Amt TO AH-Amount.
              PERFORM WRITE-ACCT-HIST.
       EXIT.
       WRITE-POSTING-TOTALS.
              MOVE SPACES TO Report-Record.
              STRING "Cutoff " Trl-Cutoff
                     " posted " Posted-Count
                     " " Post-Word " totalling " Posted-Total
                     " with " Except-Count " exception(s)"
                  DELIMITED BY SIZE INTO Report-Record
              END-STRING.
              WRITE Report-Record.
              DISPLAY "Posted " Posted-Count " " Post-Word
                  " totalling " Posted-Total "; " Except-Count
                  " exception(s); see PAYCREDRPT.".
       EXIT.
       LOG-CREDIT-FILE.
              OPEN I-O Post-Log-File.
              IF Pl-Status = "35"
                     OPEN OUTPUT Post-Log-File
                     CLOSE Post-Log-File
                     OPEN I-O Post-Log-File
              END-IF.
              IF Pl-Status NOT = "00"
                     DISPLAY "PAYCRLOG not available; cutoff "
                         Trl-Cutoff " will not prove as posted."
              ELSE
                     MOVE Trl-Cutoff TO Pl-Cutoff
                     READ Post-Log-File KEY IS Pl-Cutoff
                            INVALID KEY
                            MOVE Trl-Cutoff TO Pl-Cutoff
                            MOVE 0 TO Pl-Files
                            MOVE 0 TO Pl-Posted-Count
                            MOVE 0 TO Pl-Posted-Total
                            MOVE 0 TO Pl-Except-Count
                            PERFORM SET-LOG-TOTALS
                            WRITE Post-Log-Record
                            END-WRITE
                            NOT INVALID KEY
                            PERFORM SET-LOG-TOTALS
                            REWRITE Post-Log-Record
                     END-READ
                     CLOSE Post-Log-File
              END-IF.
       EXIT.
       SET-LOG-TOTALS.
              ADD 1 TO Pl-Files.
              ADD Posted-Count TO Pl-Posted-Count.
              ADD Posted-Total TO Pl-Posted-Total.
              ADD Except-Count TO Pl-Except-Count.
              MOVE Trl-Count TO Pl-Last-Count.
              MOVE Trl-Total TO Pl-Last-Total.
              ACCEPT Pl-Last-Date FROM DATE YYYYMMDD.
       EXIT.
      * the ACCTHIST copy of the money line just written, keyed
      * by its audit sequence; the caller has set the type and
      * amount
       WRITE-ACCT-HIST.
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
