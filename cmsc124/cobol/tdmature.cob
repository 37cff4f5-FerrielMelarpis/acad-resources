      * nightly time-deposit maturity batch against TIMEDEP
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
	PROGRAM-ID. TDMature.
	AUTHOR. FerrielMelarpis.
      * walks TIMEDEP and, for every active placement whose maturity
      * date has arrived, earns the term's simple interest (annual
      * rate, 360-day year) and follows the member's instruction:
      * R rolls principal and interest into a fresh term, P rolls the
      * principal and pays the interest into savings, N pays both
      * into savings and closes the placement. Savings credits are
      * TDMATURE (principal) and TDINTRST (interest) money lines,
      * and the final tax comes straight back off the interest as a
      * WHTAX line and onto INTTAXYTD the way PostInterest takes it.
      * Interest an R rollover keeps is paid through savings the
      * same way and its net placed back as a TDPLACE line; every
      * rollover closes with an informational TDROLL line in the
      * CLEARED shape. A rollover keeps the rate it was placed at.
      * Runs against StudentRecords' file layout, like the other
      * batch jobs.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT fp ASSIGN TO "ACCOUNTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS faccountno
            ALTERNATE RECORD KEY IS fusername WITH DUPLICATES
            FILE STATUS IS Fp-Status.
	SELECT TD-File ASSIGN TO "TIMEDEP"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TD-Key
            FILE STATUS IS TD-Status.
	SELECT Audit-File ASSIGN TO "AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS Audit-Status.
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
      * the withholding rates and exempt accounts TaxMaint keeps, and
      * the interest and tax accumulator PostInterest posts to
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
	FD TD-File.
	01 TD-Record.
              02 TD-Key.
                     03 TD-Acct pic 9(6).
                     03 TD-Placement pic 9(3).
              02 TD-Principal pic 9(7)V99.
              02 TD-Term pic 9(3).
              02 TD-Rate pic 9V9999.
              02 TD-Place-Date pic 9(8).
              02 TD-Maturity pic 9(8).
              02 TD-Rollover pic X.
              02 TD-State pic X.
              02 TD-Closed-Date pic 9(8).
              02 TD-Op pic X(8).
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
       77 Fp-Status pic XX.
       77 TD-Status pic XX.
       77 Audit-Status pic XX.
       77 ASeq-Status pic XX.
       77 AH-Status pic XX.
       77 Audit-Seq pic 9(9).
       77 Audit-Type pic X(8).
       77 Audit-Date pic 9(8).
       77 Audit-Time pic 9(8).
       77 TD-Eof pic 9 VALUE 0.
       77 Run-Date pic 9(8).
       77 Td-Interest pic 9(7)V99.
       77 Post-Amount pic 9(7)V99.
       77 Paid-Count pic 9(5) VALUE 0.
       77 Rolled-Count pic 9(5) VALUE 0.
       77 Held-Count pic 9(5) VALUE 0.
      * final tax on the interest: the latest "WI" rate on TAXRATES
      * in force on the day the run posts, or the house rate without
      * one; the posting day's month is the one INTTAXYTD carries,
      * the month the WHTAX lines fall in
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
       77 Total-Interest pic 9(9)V99 VALUE 0.
       77 Total-Tax pic 9(9)V99 VALUE 0.
       01 Post-Date pic 9(8).
       01 Post-Date-Parts REDEFINES Post-Date.
              02 Post-Year pic 9(4).
              02 Post-Month pic 99.
              02 Post-Day pic 99.
       01 Td-Ref.
              02 Td-Ref-Tag pic XX VALUE "TD".
              02 Td-Ref-Acct pic 9(6).
              02 Td-Ref-Dash pic X VALUE "-".
              02 Td-Ref-No pic 9(3).
      * the one-day calendar walk StudentRecords figures maturities
      * with, for the next term of a rollover
       01 Mat-Date-Rec.
              02 Mat-Year pic 9(4).
              02 Mat-Month pic 9(2).
              02 Mat-Day pic 9(2).
       77 Mat-Month-Days pic 9(2).
       77 Mat-Add-Days pic 9(3).
       77 Mat-Count pic 9(3).
       77 Mat-Work pic 9(4).
	PROCEDURE DIVISION.
       DISPLAY "Mature placements due on or before (YYYYMMDD): "
           WITH NO ADVANCING.
       ACCEPT Run-Date.
       ACCEPT Post-Date FROM DATE YYYYMMDD.
       PERFORM LoadTaxRate.
       PERFORM OpenFiles.
       PERFORM MatureOne UNTIL TD-Eof = 1.
       PERFORM CloseFiles.
       DISPLAY "Paid out " Paid-Count ", rolled over " Rolled-Count
           ", left for review " Held-Count " placement(s).".
       DISPLAY "Gross interest " Total-Interest " tax withheld "
           Total-Tax " at " Withhold-Rate ".".
       STOP RUN.
       OpenFiles.
              OPEN I-O fp.
              IF Fp-Status NOT = "00"
                     DISPLAY "ACCOUNTS.DAT not available; cannot "
                         "mature placements."
                     STOP RUN
              END-IF.
              OPEN I-O TD-File.
              IF TD-Status NOT = "00"
                     DISPLAY "TIMEDEP not available; nothing to "
                         "mature."
                     CLOSE fp
                     STOP RUN
              END-IF.
              OPEN EXTEND Audit-File.
              IF Audit-Status = "35"
                     OPEN OUTPUT Audit-File
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
       CloseFiles.
              CLOSE fp.
              CLOSE TD-File.
              CLOSE Audit-File.
              CLOSE AH-File.
              IF Exempt-Open = 1
                     CLOSE Exempt-File
              END-IF.
              CLOSE Ytd-File.
       EXIT.
       MatureOne.
              READ TD-File NEXT RECORD
                     AT END
                            MOVE 1 TO TD-Eof
                     NOT AT END
                            IF TD-State = "A"
                               AND TD-Maturity <= Run-Date
                                   PERFORM MaturePlacement
                            END-IF
              END-READ.
       EXIT.
      * simple interest for the whole term; the placement only moves
      * once its account is known and can take whatever is paid out
       MaturePlacement.
              COMPUTE Td-Interest ROUNDED =
                  TD-Principal * TD-Rate * TD-Term / 360.
              MOVE TD-Acct TO Td-Ref-Acct.
              MOVE TD-Placement TO Td-Ref-No.
              MOVE TD-Acct TO faccountno.
              READ fp KEY IS faccountno
                     INVALID KEY
                            DISPLAY "Placement " Td-Ref " has no "
                                "ACCOUNTS.DAT record; left in place."
                            ADD 1 TO Held-Count
                     NOT INVALID KEY
                            PERFORM ApplyInstruction
              END-READ.
       EXIT.
      * an R rollover's interest passes through savings too, so the
      * account must have room for it
       ApplyInstruction.
              MOVE 0 TO Post-Amount.
              IF TD-Rollover = "R" OR TD-Rollover = "P"
                     MOVE Td-Interest TO Post-Amount
              END-IF.
              IF TD-Rollover NOT = "R" AND TD-Rollover NOT = "P"
                     COMPUTE Post-Amount = TD-Principal + Td-Interest
              END-IF.
              IF Post-Amount > 9999999.99 - fusermoney
                     DISPLAY "Placement " Td-Ref " would overfill "
                         "account " faccountno "; left for review."
                     ADD 1 TO Held-Count
              ELSE
                     IF TD-Rollover = "R" OR TD-Rollover = "P"
                            PERFORM RollPlacement
                     ELSE
                            PERFORM PayPlacement
                     END-IF
              END-IF.
       EXIT.
      * principal and interest back to savings; the placement closes
       PayPlacement.
              COMPUTE fusermoney = fusermoney + TD-Principal.
              REWRITE fuser.
              MOVE TD-Principal TO Post-Amount.
              MOVE "TDMATURE" TO Audit-Type.
              PERFORM WriteAudit.
              IF Td-Interest > 0
                     PERFORM PayInterest
              END-IF.
              MOVE "C" TO TD-State.
              MOVE Run-Date TO TD-Closed-Date.
              REWRITE TD-Record.
              ADD 1 TO Paid-Count.
       EXIT.
      * a fresh term from the old maturity date; the interest is
      * paid into savings and taxed there, and R places what is left
      * of it back into the placement
       RollPlacement.
              IF Td-Interest > 0
                     PERFORM PayInterest
                     IF TD-Rollover = "R"
                            COMPUTE Post-Amount = Td-Interest - Tax-Amt
                            SUBTRACT Post-Amount FROM fusermoney
                            REWRITE fuser
                            MOVE "TDPLACE" TO Audit-Type
                            PERFORM WriteAudit
                            ADD Post-Amount TO TD-Principal
                     END-IF
              END-IF.
              MOVE 0 TO Post-Amount.
              PERFORM WriteRollAudit.
              MOVE TD-Maturity TO TD-Place-Date.
              MOVE TD-Maturity TO Mat-Date-Rec.
              MOVE TD-Term TO Mat-Add-Days.
              PERFORM WalkCalendar.
              MOVE Mat-Date-Rec TO TD-Maturity.
              REWRITE TD-Record.
              ADD 1 TO Rolled-Count.
       EXIT.
      * the term's interest into savings with the final tax straight
      * back off it, as PostInterest pays the monthly interest
       PayInterest.
              COMPUTE fusermoney = fusermoney + Td-Interest.
              REWRITE fuser.
              MOVE Td-Interest TO Post-Amount.
              MOVE "TDINTRST" TO Audit-Type.
              PERFORM WriteAudit.
              PERFORM WithholdTax.
              PERFORM AccumulateTax.
       EXIT.
      * a WHTAX line at the withholding rate unless the account holds
      * an exemption in force on the posting day
       WithholdTax.
              PERFORM CheckExempt.
              MOVE 0 TO Tax-Amt.
              IF Acct-Exempt = 0
                     COMPUTE Tax-Amt ROUNDED =
                             Td-Interest * Withhold-Rate
              END-IF.
              IF Tax-Amt > 0
                     SUBTRACT Tax-Amt FROM fusermoney
                     REWRITE fuser
                     MOVE Tax-Amt TO Post-Amount
                     MOVE "WHTAX" TO Audit-Type
                     PERFORM WriteAudit
              END-IF.
              ADD Td-Interest TO Total-Interest.
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
                        AND TE-From <= Post-Date
                        AND (TE-Until = 0 OR TE-Until > Post-Date)
                            MOVE 1 TO Acct-Exempt
                     END-IF
              END-IF.
       EXIT.
      * add this interest and its tax to the account's month and year
      * on INTTAXYTD, starting the year's record on its first posting
       AccumulateTax.
              MOVE faccountno TO IY-Acct.
              MOVE Post-Year TO IY-Year.
              MOVE 0 TO Ytd-New.
              READ Ytd-File KEY IS IY-Key
                     INVALID KEY
                            MOVE 1 TO Ytd-New
              END-READ.
              IF Ytd-New = 1
                     MOVE faccountno TO IY-Acct
                     MOVE Post-Year TO IY-Year
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
              ADD Td-Interest TO IY-Mo-Interest(Post-Month).
              ADD Tax-Amt TO IY-Mo-Tax(Post-Month).
              ADD Td-Interest TO IY-Ytd-Interest.
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
      * the latest "WI" rate whose effective date the posting day has
      * reached
       LoadTaxRate.
              MOVE House-Tax-Rate TO Withhold-Rate.
              OPEN INPUT Tax-File.
              IF Tax-Status = "00"
                     PERFORM UNTIL Tax-Eof = 1
                            READ Tax-File
                                   AT END MOVE 1 TO Tax-Eof
                                   NOT AT END
                                   IF Tax-Code = "WI"
                                      AND Tax-Effective <= Post-Date
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
      * a savings credit in the money-line shape, carrying the
      * placement reference
       WriteAudit.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " " Audit-Type " "
                     Post-Amount
                     " Balance: " fusermoney
                     " " Audit-Date " " Audit-Time
                     " Ref: " Td-Ref
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
              MOVE Audit-Type TO AH-Type.
              MOVE Post-Amount TO AH-Amount.
              PERFORM WriteAcctHist.
       EXIT.
      * the line is informational: the interest already went through
      * savings, so the amount is zero. Older lines carry the gross
      * interest a rollover kept, which GLExtract still books.
       WriteRollAudit.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              ACCEPT Audit-Time FROM TIME.
              PERFORM GetNextAuditSeq.
              MOVE SPACES TO Audit-Record.
              STRING faccountno " " fusername " TDROLL   "
                     Audit-Date " " Audit-Time
                     " amount " Post-Amount
                     " principal " TD-Principal
                     " Ref: " Td-Ref
                     " Seq: " Audit-Seq
                  DELIMITED BY SIZE INTO Audit-Record
              END-STRING.
              WRITE Audit-Record.
       EXIT.
       WalkCalendar.
              MOVE 0 TO Mat-Count.
              PERFORM UNTIL Mat-Count >= Mat-Add-Days
                     ADD 1 TO Mat-Day
                     PERFORM SetMonthDays
                     IF Mat-Day > Mat-Month-Days
                            MOVE 1 TO Mat-Day
                            ADD 1 TO Mat-Month
                            IF Mat-Month > 12
                                   MOVE 1 TO Mat-Month
                                   ADD 1 TO Mat-Year
                            END-IF
                     END-IF
                     ADD 1 TO Mat-Count
              END-PERFORM.
       EXIT.
       SetMonthDays.
              MOVE 31 TO Mat-Month-Days.
              IF Mat-Month = 4 OR Mat-Month = 6 OR Mat-Month = 9
                 OR Mat-Month = 11
                     MOVE 30 TO Mat-Month-Days
              END-IF.
              IF Mat-Month = 2
                     COMPUTE Mat-Work = Mat-Year / 4
                     IF Mat-Year = Mat-Work * 4
                            MOVE 29 TO Mat-Month-Days
                     ELSE
                            MOVE 28 TO Mat-Month-Days
                     END-IF
              END-IF.
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
