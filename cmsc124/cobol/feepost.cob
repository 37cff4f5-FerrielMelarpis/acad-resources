      * FEESCHED schedule - kept in its own file in the spirit of
      * DEDUCTTBL, so a fee change never needs a recompile: type "D"
      * charges dormant accounts, type "M" charges accounts below the
      * minimum balance of their product on PRODUCTS - or below the
      * Fee-Trigger floor where the product sets none (type "R", the
      * returned-check fee, is charged at transaction time by
      * CheckReturn and only lives here so all fees are priced in
      * one place). Every charge
      * is a FEE audit entry, a fee is never taken past zero, and the
      * run closes with a posting-totals line on FEEPOSTRPT for the
      * supervisor to sign.
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
       SELECT Report-File ASSIGN TO "FEEPOSTRPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Prod-File ASSIGN TO "PRODUCTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Prod-Status.
       SELECT LH-File ASSIGN TO "LEGALHOLD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-Key
           FILE STATUS IS LH-Status.
       DATA DIVISION.
       FILE SECTION.
       FD fp.
          02 flastact pic 9(8).
          02 fdormant pic X.
          02 fholds pic 9(7)V99.
          02 fproduct pic XX.
          02 fbranch pic X(3).
      * one scheduled fee: what triggers it, and how much
       FD Fee-File.
       01 Fee-Record.
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
       FD Prod-File.
       01 Prod-Record.
          02 Prod-Code pic XX.
          02 Prod-Name pic X(20).
          02 Prod-Rate pic 9V9999.
          02 Prod-Tier OCCURS 3 TIMES.
             03 Prod-Tier-Floor pic 9(7)V99.
             03 Prod-Tier-Rate pic 9V9999.
          02 Prod-Min-Bal pic 9(7)V99.
          02 Prod-Daily-Limit pic 9(7)V99.
          02 Prod-Clear-Days pic 9(2).
          02 Prod-Checks pic X.
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
       WORKING-STORAGE SECTION.
       77 Fp-Status pic XX.
      * legal holds in force on the account in hand: the amount
      * earmarked, and 1 when any of them freezes the whole balance;
      * LH-Open stays 0 when no hold has ever been placed
       77 LH-Status pic XX.
       77 LH-Open pic 9 VALUE 0.
       77 LH-Done pic 9.
       77 Legal-Held pic 9(9)V99.
       77 Legal-Freeze pic 9.
       77 Fee-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Eof-Flag pic 9 VALUE 0.
      * the schedule, loaded once; absent fees simply never charge
       77 Dorm-Fee pic 9(5)V99 VALUE 0.
       77 MinBal-Fee pic 9(5)V99 VALUE 0.
       77 MinBal-Floor pic 9(7)V99 VALUE 0.
      * the floor for the account in hand: its product's minimum
      * balance, or MinBal-Floor where the product sets none
       77 Acct-Floor pic 9(7)V99.
       77 Prod-Status pic XX.
       77 Pt-Count pic 9(2) VALUE 0.
       77 Pt-Ix pic 9(2).
       01 Prod-Table.
          02 PT-Entry OCCURS 20 TIMES.
             03 PT-Code pic XX.
             03 PT-Name pic X(20).
             03 FILLER pic X(47).
             03 PT-Min-Bal pic 9(7)V99.
             03 PT-Daily-Limit pic 9(7)V99.
             03 PT-Clear-Days pic 9(2).
             03 PT-Checks pic X.
      * written at the audit line's amount position, so it must carry
      * the same 9(7)V99 width every reader parses there
       77 Fee-Taken pic 9(7)V99.
      * what a fee may take: the ledger less any legal hold in force
       77 Fee-Room pic S9(9)V99.
       77 Fee-Kind pic X(8).
       77 Accounts-Read pic 9(5) VALUE 0.
       77 Fees-Posted pic 9(5) VALUE 0.
       77 Audit-Time pic 9(8).
       PROCEDURE DIVISION.
       PERFORM LoadFeeSchedule.
       PERFORM LoadProducts.
       PERFORM OpenFiles.
       PERFORM PostAccount UNTIL Eof-Flag = 1.
       PERFORM WritePostingTotals.
         CLOSE Fee-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * pull PRODUCTS into storage; without it every account is held
      * to the FEESCHED floor
       LoadProducts.
         OPEN INPUT Prod-File.
         IF Prod-Status = "00"
            PERFORM UNTIL Eof-Flag = 1 OR Pt-Count >= 20
               READ Prod-File
                  AT END MOVE 1 TO Eof-Flag
                  NOT AT END
                     ADD 1 TO Pt-Count
                     MOVE Prod-Record TO PT-Entry(Pt-Count)
               END-READ
            END-PERFORM
            CLOSE Prod-File
            MOVE 0 TO Eof-Flag
         END-IF.
       EXIT.
       PriceFloor.
         MOVE MinBal-Floor TO Acct-Floor.
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            IF PT-Code(Pt-Ix) = fproduct
               IF PT-Min-Bal(Pt-Ix) > 0
                  MOVE PT-Min-Bal(Pt-Ix) TO Acct-Floor
               END-IF
               MOVE Pt-Count TO Pt-Ix
            END-IF
            ADD 1 TO Pt-Ix
         END-PERFORM.
       EXIT.
       OpenFiles.
         OPEN I-O fp.
         IF Fp-Status NOT = "00"
            CLOSE Audit-File
            OPEN EXTEND Audit-File
         END-IF.
         OPEN I-O AH-File.
         IF AH-Status = "35"
            OPEN OUTPUT AH-File
            CLOSE AH-File
            OPEN I-O AH-File
         END-IF.
         OPEN INPUT LH-File.
         IF LH-Status = "00"
            MOVE 1 TO LH-Open
         END-IF.
         OPEN OUTPUT Report-File.
       EXIT.
       CloseFiles.
         CLOSE fp.
         IF LH-Open = 1
            CLOSE LH-File
         END-IF.
         CLOSE Audit-File.
         CLOSE AH-File.
         CLOSE Report-File.
       EXIT.
      * one account: the dormancy fee if flagged, otherwise the
      * below-minimum fee if the balance sits under the floor;
      * whichever applies is capped at the balance itself, less any
      * legal hold in force - a frozen account is charged nothing
       PostAccount.
         READ fp NEXT RECORD
            AT END
                  MOVE Dorm-Fee TO Fee-Taken
                  MOVE "DORMANCY" TO Fee-Kind
               ELSE
                  PERFORM PriceFloor
                  IF MinBal-Fee > 0
                     AND fusermoney < Acct-Floor
                     MOVE MinBal-Fee TO Fee-Taken
                     MOVE "MINBAL" TO Fee-Kind
                  END-IF
               END-IF
               PERFORM SumLegalHolds
               COMPUTE Fee-Room = fusermoney - Legal-Held
               IF Fee-Room < 0 OR Legal-Freeze = 1
                  MOVE 0 TO Fee-Room
               END-IF
               IF Fee-Taken > Fee-Room
                  MOVE Fee-Room TO Fee-Taken
               END-IF
               IF Fee-Taken > 0
                  SUBTRACT Fee-Taken FROM fusermoney
             DELIMITED BY SIZE INTO Audit-Record
         END-STRING.
         WRITE Audit-Record.
         MOVE "FEE" TO AH-Type.
         MOVE Fee-Taken TO AH-Amount.
         PERFORM WriteAcctHist.
       EXIT.
      * the line the supervisor signs before the fee income is booked
       WritePostingTotals.
             Fees-Total " across " Accounts-Read
             " account(s); see FEEPOSTRPT.".
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
         WRITE ASeq-Record.
         CLOSE ASeq-File.
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
      * END OF PROGRAM
