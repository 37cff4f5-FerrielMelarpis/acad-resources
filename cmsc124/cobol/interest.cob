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
      * the deposit products ProdMaint keeps, each with its own rate
      * and balance tiers
	SELECT Prod-File ASSIGN TO "PRODUCTS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Prod-Status.
      * the withholding rates and exempt accounts TaxMaint keeps, and
      * the per-account, per-year interest and tax accumulator the
      * remittance schedule and the annual certificate are run from
	SELECT Tax-File ASSIGN TO "TAXRATES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Tax-Status.
	SELECT Exempt-File ASSIGN TO "TAXEXEMPT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TE-Acct
            FILE STATUS IS Exempt-Status.
	SELECT Ytd-File ASSIGN TO "INTTAXYTD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IY-Key
            FILE STATUS IS Ytd-Status.

	DATA DIVISION.
	FILE SECTION.
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
       FD Tax-File.
       01 Tax-Record.
              02 Tax-Code pic XX.
              02 Tax-Effective pic 9(8).
              02 Tax-Rate pic 9V9999.
              02 Tax-Desc pic X(30).
       FD Exempt-File.
       01 Exempt-Record.
              02 TE-Acct pic 9(6).
              02 TE-Cert-Ref pic X(20).
              02 TE-From pic 9(8).
              02 TE-Until pic 9(8).
              02 TE-Op pic X(8).
              02 TE-Lift-Op pic X(8).
      * one account's year: gross interest and tax withheld month by
      * month and for the year to date; Exempt is Y once any of the
      * year's interest was paid gross
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

	WORKING-STORAGE SECTION.
      * monthly interest rate for the account in hand, priced from
      * its product: the base rate, or the rate of the highest tier
      * whose floor the balance reaches. An account whose product is
      * not on PRODUCTS earns the house rate.
       77 Interest-Rate pic 9V9999.
       77 House-Rate pic 9V9999 VALUE 0.0025.
       77 Prod-Status pic XX.
       77 Prod-Eof pic 9 VALUE 0.
       77 Pt-Count pic 9(2) VALUE 0.
       77 Pt-Ix pic 9(2).
       77 Pt-Found-Ix pic 9(2).
       77 Tier-Ix pic 9.
       01 Prod-Table.
              02 PT-Entry OCCURS 20 TIMES.
                     03 PT-Code pic XX.
                     03 PT-Name pic X(20).
                     03 PT-Rate pic 9V9999.
                     03 PT-Tier OCCURS 3 TIMES.
                            04 PT-Tier-Floor pic 9(7)V99.
                            04 PT-Tier-Rate pic 9V9999.
                     03 PT-Min-Bal pic 9(7)V99.
                     03 PT-Daily-Limit pic 9(7)V99.
                     03 PT-Clear-Days pic 9(2).
                     03 PT-Checks pic X.
       77 Interest-Amt pic 9(7)V99.
      * final tax on the interest: the latest "WI" rate on TAXRATES
      * in force on the run date, or the house rate without one
       77 Tax-Status pic XX.
       77 Tax-Eof pic 9 VALUE 0.
       77 Tax-Best-Date pic 9(8) VALUE 0.
       77 Tax-Found pic 9 VALUE 0.
       77 Withhold-Rate pic 9V9999.
       77 House-Tax-Rate pic 9V9999 VALUE 0.2000.
       77 Tax-Amt pic 9(7)V99.
       77 Exempt-Status pic XX.
       77 Exempt-Open pic 9 VALUE 0.
       77 Acct-Exempt pic 9.
       77 Ytd-Status pic XX.
       77 Ytd-New pic 9.
       77 Mo-Ix pic 99.
       01 Run-Date pic 9(8).
       01 Run-Date-Parts REDEFINES Run-Date.
              02 Run-Year pic 9(4).
              02 Run-Month pic 99.
              02 Run-Day pic 99.
       77 Audit-Type pic X(8).
       77 Audit-Amt pic 9(7)V99.
       77 Total-Interest pic 9(9)V99 VALUE 0.
       77 Total-Tax pic 9(9)V99 VALUE 0.
       77 Accounts-Exempt pic 9(5) VALUE 0.
       77 Fp-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Eof pic X VALUE "N".
       77 Audit-Date pic 9(8).
       77 Accounts-Skipped pic 9(5) VALUE 0.

	PROCEDURE DIVISION.
              ACCEPT Run-Date FROM DATE YYYYMMDD.
              PERFORM LoadProducts.
              PERFORM LoadTaxRate.
              PERFORM OpenFiles.
              PERFORM PostAccount UNTIL Eof = "Y".
              PERFORM CloseFiles.
              DISPLAY "Posted interest to " Accounts-Posted
                      " account(s); skipped " Accounts-Skipped
                      " dormant.".
              DISPLAY "Gross interest " Total-Interest
                      " tax withheld " Total-Tax
                      " at " Withhold-Rate "; " Accounts-Exempt
                      " exempt account(s) paid gross.".
       STOP RUN.
      * open ACCOUNTS.DAT for random access and AUDITLOG.DAT for append
       OpenFiles.
                     CLOSE Audit-File
                     OPEN EXTEND Audit-File
              END-IF.
              OPEN I-O AH-File.
              IF AH-Status = "35"
                     OPEN OUTPUT AH-File
                     CLOSE AH-File
                     OPEN I-O AH-File
              END-IF.
              OPEN INPUT Exempt-File.
              IF Exempt-Status = "00"
                     MOVE 1 TO Exempt-Open
              END-IF.
              OPEN I-O Ytd-File.
              IF Ytd-Status = "35"
                     OPEN OUTPUT Ytd-File
                     CLOSE Ytd-File
                     OPEN I-O Ytd-File
              END-IF.
       EXIT.
      * sample the first record on file and sanity-check fbyear, the
      * same guard StudentRecords runs before trusting this file's
                            IF fdormant = "Y"
                                   ADD 1 TO Accounts-Skipped
                            ELSE
                                   PERFORM PriceInterest
                                   COMPUTE Interest-Amt ROUNDED =
                                           fusermoney * Interest-Rate
                                   ADD Interest-Amt TO fusermoney
                                   REWRITE fuser
                                   ADD 1 TO Accounts-Posted
                                   MOVE "INTEREST" TO Audit-Type
                                   MOVE Interest-Amt TO Audit-Amt
                                   PERFORM WriteAudit
                                   IF Interest-Amt > 0
                                          PERFORM WithholdTax
                                          PERFORM AccumulateTax
                                   END-IF
                            END-IF
              END-READ.
       EXIT.
      * the rate this account's balance earns under its product
       PriceInterest.
              MOVE House-Rate TO Interest-Rate.
              MOVE 0 TO Pt-Found-Ix.
              MOVE 1 TO Pt-Ix.
              PERFORM UNTIL Pt-Ix > Pt-Count
                     IF PT-Code(Pt-Ix) = fproduct
                            MOVE Pt-Ix TO Pt-Found-Ix
                            MOVE Pt-Count TO Pt-Ix
                     END-IF
                     ADD 1 TO Pt-Ix
              END-PERFORM.
              IF Pt-Found-Ix > 0
                     MOVE PT-Rate(Pt-Found-Ix) TO Interest-Rate
                     MOVE 1 TO Tier-Ix
                     PERFORM UNTIL Tier-Ix > 3
                            IF PT-Tier-Floor(Pt-Found-Ix, Tier-Ix) > 0
                               AND fusermoney >=
                                   PT-Tier-Floor(Pt-Found-Ix, Tier-Ix)
                                   MOVE PT-Tier-Rate(Pt-Found-Ix,
                                       Tier-Ix) TO Interest-Rate
                            END-IF
                            ADD 1 TO Tier-Ix
                     END-PERFORM
              END-IF.
       EXIT.
      * the final tax comes straight back off the interest just
      * credited, as its own WHTAX line, unless the account holds an
      * exemption in force on the run date
       WithholdTax.
              PERFORM CheckExempt.
              MOVE 0 TO Tax-Amt.
              IF Acct-Exempt = 1
                     ADD 1 TO Accounts-Exempt
              ELSE
                     COMPUTE Tax-Amt ROUNDED =
                             Interest-Amt * Withhold-Rate
              END-IF.
              IF Tax-Amt > 0
                     SUBTRACT Tax-Amt FROM fusermoney
                     REWRITE fuser
                     MOVE "WHTAX" TO Audit-Type
                     MOVE Tax-Amt TO Audit-Amt
                     PERFORM WriteAudit
              END-IF.
              ADD Interest-Amt TO Total-Interest.
              ADD Tax-Amt TO Total-Tax.
       EXIT.
       CheckExempt.
              MOVE 0 TO Acct-Exempt.
              IF Exempt-Open = 1
                     MOVE faccountno TO TE-Acct
                     READ Exempt-File KEY IS TE-Acct
                            INVALID KEY
                                   MOVE "23" TO Exempt-Status
                     END-READ
                     IF Exempt-Status = "00"
                        AND TE-From <= Run-Date
                        AND (TE-Until = 0 OR TE-Until > Run-Date)
                            MOVE 1 TO Acct-Exempt
                     END-IF
              END-IF.
       EXIT.
      * add this posting to the account's month and year on INTTAXYTD,
      * starting the year's record on its first posting
       AccumulateTax.
              MOVE faccountno TO IY-Acct.
              MOVE Run-Year TO IY-Year.
              MOVE 0 TO Ytd-New.
              READ Ytd-File KEY IS IY-Key
                     INVALID KEY
                            MOVE 1 TO Ytd-New
              END-READ.
              IF Ytd-New = 1
                     MOVE faccountno TO IY-Acct
                     MOVE Run-Year TO IY-Year
                     MOVE 1 TO Mo-Ix
                     PERFORM UNTIL Mo-Ix > 12
                            MOVE 0 TO IY-Mo-Interest(Mo-Ix)
                            MOVE 0 TO IY-Mo-Tax(Mo-Ix)
                            ADD 1 TO Mo-Ix
                     END-PERFORM
                     MOVE 0 TO IY-Ytd-Interest
                     MOVE 0 TO IY-Ytd-Tax
                     MOVE "N" TO IY-Exempt
              END-IF.
              MOVE fusername TO IY-Name.
              ADD Interest-Amt TO IY-Mo-Interest(Run-Month).
              ADD Tax-Amt TO IY-Mo-Tax(Run-Month).
              ADD Interest-Amt TO IY-Ytd-Interest.
              ADD Tax-Amt TO IY-Ytd-Tax.
              IF Acct-Exempt = 1
                     MOVE "Y" TO IY-Exempt
              END-IF.
              IF Ytd-New = 1
                     WRITE Ytd-Record
              ELSE
                     REWRITE Ytd-Record
              END-IF.
       EXIT.
      * the latest "WI" rate whose effective date the run has reached
       LoadTaxRate.
              MOVE House-Tax-Rate TO Withhold-Rate.
              OPEN INPUT Tax-File.
              IF Tax-Status = "00"
                     PERFORM UNTIL Tax-Eof = 1
                            READ Tax-File
                                   AT END MOVE 1 TO Tax-Eof
                                   NOT AT END
                                   IF Tax-Code = "WI"
                                      AND Tax-Effective <= Run-Date
                                      AND (Tax-Found = 0
                                       OR Tax-Effective >=
                                          Tax-Best-Date)
                                          MOVE Tax-Rate
                                              TO Withhold-Rate
                                          MOVE Tax-Effective
                                              TO Tax-Best-Date
                                          MOVE 1 TO Tax-Found
                                   END-IF
                            END-READ
                     END-PERFORM
                     CLOSE Tax-File
              END-IF.
              IF Tax-Found = 0
                     DISPLAY "No withholding rate in force on "
                         "TAXRATES; withholding at the house rate "
                         House-Tax-Rate "."
              END-IF.
       EXIT.
      * pull PRODUCTS into storage; without it every account earns
      * the house rate
       LoadProducts.
              OPEN INPUT Prod-File.
              IF Prod-Status = "00"
                     PERFORM UNTIL Prod-Eof = 1 OR Pt-Count >= 20
                            READ Prod-File
                                   AT END MOVE 1 TO Prod-Eof
                                   NOT AT END
                                   ADD 1 TO Pt-Count
                                   MOVE Prod-Record
                                       TO PT-Entry(Pt-Count)
                            END-READ
                     END-PERFORM
                     CLOSE Prod-File
              ELSE
                     DISPLAY "PRODUCTS not available; every account "
                         "earns the house rate " House-Rate "."
              END-IF.
       EXIT.
      * append one AUDITLOG.DAT line for the interest just posted or
      * the tax just withheld from it
       WriteAudit.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " "
                     Audit-Amt
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              MOVE Audit-Type TO AH-Type.
              MOVE Audit-Amt TO AH-Amount.
              PERFORM WriteAcctHist.
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
       CloseFiles.
              CLOSE fp.
              CLOSE Audit-File.
              CLOSE AH-File.
              IF Exempt-Open = 1
                     CLOSE Exempt-File
              END-IF.
              CLOSE Ytd-File.
       EXIT.
      * END OF PROGRAM
