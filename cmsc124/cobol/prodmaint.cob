      * supervisor-gated maintenance program for the PRODUCTS table
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
       PROGRAM-ID. ProdMaint.
       AUTHOR. FerrielMelarpis.
      * the deposit products every account is priced from: each
      * product carries its monthly interest rate with up to three
      * balance tiers, its minimum balance, its daily withdrawal
      * limit, its check clearing days and whether it is a checking
      * product members may draw checks on. StudentRecords, the
      * StandingOrders batch, PostInterest and FeePost read the table
      * at start-up, so a repricing keyed here takes hold on the next
      * run with no recompile. Adds and changes go behind a
      * supervisor sign-on with confirmation and an append-only
      * PRODCHLOG line of old and new values per touch, the way
      * OperMaint covers the operator file. A product is never
      * deleted - accounts on file still point at it. A missing
      * PRODUCTS is created holding regular savings (RS) at the
      * terms every account ran on before the table existed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Prod-File ASSIGN TO "PRODUCTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Prod-Status.
       SELECT Oper-File ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Oper-Status.
       SELECT Log-File ASSIGN TO "PRODCHLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS Log-Status.
       DATA DIVISION.
       FILE SECTION.
      * one product: code, name, the base monthly rate and up to
      * three tiers (a balance at or over a tier's floor earns that
      * tier's rate on the whole balance; a zero floor is an unused
      * tier), minimum balance (0 leaves FeePost on the FEESCHED
      * floor), daily withdrawal limit, check clearing days and the
      * checking flag (Y = checkbooks may be issued on the product;
      * anything else is a savings product)
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
       77 Prod-Status pic XX.
       77 Oper-Status pic XX.
       77 Log-Status pic XX.
       77 Choice pic 9 VALUE 9.
       77 Cont pic X.
       77 Eof-Flag pic 9 VALUE 0.
      * the whole product file in storage; committed changes rewrite
      * the file from here, the line-sequential maintenance pattern
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
      * the product being keyed, and the one it replaces
       01 Work-Prod.
          02 WP-Code pic XX.
          02 WP-Name pic X(20).
          02 WP-Rate pic 9V9999.
          02 WP-Tier OCCURS 3 TIMES.
             03 WP-Tier-Floor pic 9(7)V99.
             03 WP-Tier-Rate pic 9V9999.
          02 WP-Min-Bal pic 9(7)V99.
          02 WP-Daily-Limit pic 9(7)V99.
          02 WP-Clear-Days pic 9(2).
          02 WP-Checks pic X.
       01 Old-Prod.
          02 OP-Code pic XX.
          02 OP-Name pic X(20).
          02 OP-Rate pic 9V9999.
          02 OP-Tier OCCURS 3 TIMES.
             03 OP-Tier-Floor pic 9(7)V99.
             03 OP-Tier-Rate pic 9V9999.
          02 OP-Min-Bal pic 9(7)V99.
          02 OP-Daily-Limit pic 9(7)V99.
          02 OP-Clear-Days pic 9(2).
          02 OP-Checks pic X.
       77 Terms-Ok pic 9.
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
       77 Log-Date pic 9(8).
       77 Log-Time pic 9(8).
       PROCEDURE DIVISION.
       PERFORM LoadOperators.
       PERFORM SupervisorSignOn.
       PERFORM LoadProducts.
       PERFORM OpenLog.
       PERFORM MainMenu UNTIL Choice = 0.
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
      * only an active supervisor may reprice, and the approver's ID
      * goes on every log line
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
      * from a short table would drop products accounts point at
       LoadProducts.
         OPEN INPUT Prod-File.
         IF Prod-Status = "35"
            PERFORM SeedProducts
            OPEN INPUT Prod-File
         END-IF.
         PERFORM UNTIL Eof-Flag = 1
            READ Prod-File
               AT END MOVE 1 TO Eof-Flag
               NOT AT END
                  IF Pt-Count >= 20
                     DISPLAY "More than 20 products on PRODUCTS; "
                         "raise the table and rerun."
                     CLOSE Prod-File
                     STOP RUN
                  END-IF
                  ADD 1 TO Pt-Count
                  MOVE Prod-Record TO PT-Entry(Pt-Count)
            END-READ
         END-PERFORM.
         CLOSE Prod-File.
         MOVE 0 TO Eof-Flag.
       EXIT.
      * regular savings at the terms every account ran on before
      * products existed: 0.25% a month, 5000.00 a day, 3 clearing
      * days, minimum balance left to FEESCHED
       SeedProducts.
         OPEN OUTPUT Prod-File.
         MOVE SPACES TO Prod-Record.
         MOVE "RS" TO Prod-Code.
         MOVE "REGULAR SAVINGS" TO Prod-Name.
         MOVE 0.0025 TO Prod-Rate.
         MOVE 1 TO Tier-Ix.
         PERFORM UNTIL Tier-Ix > 3
            MOVE 0 TO Prod-Tier-Floor(Tier-Ix)
            MOVE 0 TO Prod-Tier-Rate(Tier-Ix)
            ADD 1 TO Tier-Ix
         END-PERFORM.
         MOVE 0 TO Prod-Min-Bal.
         MOVE 5000.00 TO Prod-Daily-Limit.
         MOVE 3 TO Prod-Clear-Days.
         MOVE "N" TO Prod-Checks.
         WRITE Prod-Record.
         CLOSE Prod-File.
         DISPLAY "PRODUCTS created with regular savings (RS) at the "
             "house terms.".
       EXIT.
       OpenLog.
         OPEN EXTEND Log-File.
         IF Log-Status = "35"
            OPEN OUTPUT Log-File
            CLOSE Log-File
            OPEN EXTEND Log-File
         END-IF.
       EXIT.
       MainMenu.
         DISPLAY " ".
         DISPLAY "=========== PRODUCTS maintenance ============".
         DISPLAY "[1] Add a product.".
         DISPLAY "[2] Reprice or change a product.".
         DISPLAY "[3] List products.".
         DISPLAY "[0] Exit.".
         DISPLAY "=============================================".
         DISPLAY "Enter choice: " WITH NO ADVANCING.
         ACCEPT Choice.
         IF Choice = 1
            PERFORM AddProduct
         END-IF.
         IF Choice = 2
            PERFORM ChangeProduct
         END-IF.
         IF Choice = 3
            PERFORM ListProducts
         END-IF.
       EXIT.
       AddProduct.
         DISPLAY "New product code (2 letters): " WITH NO ADVANCING.
         ACCEPT WP-Code.
         INSPECT WP-Code CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         PERFORM FindProduct.
         IF Pt-Found-Ix > 0
            DISPLAY WP-Code " is already on file; use change."
         ELSE
         IF Pt-Count >= 20
            DISPLAY "Product table is full; raise it and rerun."
         ELSE
         IF WP-Code = SPACES
            DISPLAY "A product needs a code; nothing added."
         ELSE
            DISPLAY "Product name: " WITH NO ADVANCING
            ACCEPT WP-Name
            PERFORM KeyTerms
            IF Terms-Ok = 1
               DISPLAY "Add " WP-Code " " WP-Name "? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Add cancelled."
               ELSE
                  MOVE Work-Prod TO Old-Prod
                  MOVE 0 TO OP-Rate
                  MOVE 0 TO OP-Min-Bal
                  MOVE 0 TO OP-Daily-Limit
                  MOVE 0 TO OP-Clear-Days
                  MOVE "N" TO OP-Checks
                  ADD 1 TO Pt-Count
                  MOVE Work-Prod TO PT-Entry(Pt-Count)
                  PERFORM SaveProducts
                  MOVE "ADD" TO Log-Action
                  PERFORM WriteLog
                  DISPLAY "Product added."
               END-IF
            END-IF
         END-IF
         END-IF
         END-IF.
       EXIT.
      * the current terms are shown, then keyed again whole; the old
      * and new values both go on the log
       ChangeProduct.
         DISPLAY "Product code: " WITH NO ADVANCING.
         ACCEPT WP-Code.
         INSPECT WP-Code CONVERTING "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         PERFORM FindProduct.
         IF Pt-Found-Ix = 0
            DISPLAY "No product " WP-Code " on file."
         ELSE
            MOVE Pt-Found-Ix TO Pt-Ix
            PERFORM ShowProduct
            MOVE PT-Entry(Pt-Found-Ix) TO Old-Prod
            MOVE OP-Name TO WP-Name
            PERFORM KeyTerms
            IF Terms-Ok = 1
               DISPLAY "Change " WP-Code " to these terms? (Y/n): "
                   WITH NO ADVANCING
               ACCEPT Cont
               IF Cont = "n"
                  DISPLAY "Change cancelled."
               ELSE
                  MOVE Work-Prod TO PT-Entry(Pt-Found-Ix)
                  PERFORM SaveProducts
                  MOVE "CHANGE" TO Log-Action
                  PERFORM WriteLog
                  DISPLAY "Product changed; it prices the next run."
               END-IF
            END-IF
         END-IF.
       EXIT.
      * tiers must climb: each floor in use above the one before it
       KeyTerms.
         MOVE 1 TO Terms-Ok.
         DISPLAY "Base monthly interest rate (e.g. 0.0025): "
             WITH NO ADVANCING.
         ACCEPT WP-Rate.
         MOVE 1 TO Tier-Ix.
         PERFORM UNTIL Tier-Ix > 3
            DISPLAY "Tier " Tier-Ix " balance floor (0 = none): "
                WITH NO ADVANCING
            ACCEPT WP-Tier-Floor(Tier-Ix)
            IF WP-Tier-Floor(Tier-Ix) = 0
               MOVE 0 TO WP-Tier-Rate(Tier-Ix)
            ELSE
               DISPLAY "Tier " Tier-Ix " monthly rate: "
                   WITH NO ADVANCING
               ACCEPT WP-Tier-Rate(Tier-Ix)
               IF Tier-Ix > 1
                  IF WP-Tier-Floor(Tier-Ix) <=
                     WP-Tier-Floor(Tier-Ix - 1)
                     MOVE 0 TO Terms-Ok
                  END-IF
               END-IF
            END-IF
            ADD 1 TO Tier-Ix
         END-PERFORM.
         DISPLAY "Minimum balance (0 = the FEESCHED floor): "
             WITH NO ADVANCING.
         ACCEPT WP-Min-Bal.
         DISPLAY "Daily withdrawal limit: " WITH NO ADVANCING.
         ACCEPT WP-Daily-Limit.
         DISPLAY "Check clearing days: " WITH NO ADVANCING.
         ACCEPT WP-Clear-Days.
         DISPLAY "Checking product - checkbooks issued on it? (y/N): "
             WITH NO ADVANCING.
         ACCEPT WP-Checks.
         IF WP-Checks = "y" OR WP-Checks = "Y"
            MOVE "Y" TO WP-Checks
         ELSE
            MOVE "N" TO WP-Checks
         END-IF.
         IF Terms-Ok = 0
            DISPLAY "Tier floors must rise tier by tier; nothing "
                "saved."
         ELSE
         IF WP-Daily-Limit = 0
            MOVE 0 TO Terms-Ok
            DISPLAY "A product needs a daily limit; nothing saved."
         END-IF
         END-IF.
       EXIT.
       FindProduct.
         MOVE 0 TO Pt-Found-Ix.
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            IF PT-Code(Pt-Ix) = WP-Code
               MOVE Pt-Ix TO Pt-Found-Ix
               MOVE Pt-Count TO Pt-Ix
            END-IF
            ADD 1 TO Pt-Ix
         END-PERFORM.
       EXIT.
       ListProducts.
         DISPLAY Pt-Count " product(s) on file:".
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            PERFORM ShowProduct
            ADD 1 TO Pt-Ix
         END-PERFORM.
       EXIT.
       ShowProduct.
         DISPLAY "  " PT-Code(Pt-Ix) " " PT-Name(Pt-Ix)
             " rate " PT-Rate(Pt-Ix)
             " min " PT-Min-Bal(Pt-Ix)
             " limit " PT-Daily-Limit(Pt-Ix)
             " clears " PT-Clear-Days(Pt-Ix) " days".
         IF PT-Checks(Pt-Ix) = "Y"
            DISPLAY "      checking - checkbooks may be issued"
         END-IF.
         MOVE 1 TO Tier-Ix.
         PERFORM UNTIL Tier-Ix > 3
            IF PT-Tier-Floor(Pt-Ix, Tier-Ix) > 0
               DISPLAY "      tier " Tier-Ix " from "
                   PT-Tier-Floor(Pt-Ix, Tier-Ix) " at "
                   PT-Tier-Rate(Pt-Ix, Tier-Ix)
            END-IF
            ADD 1 TO Tier-Ix
         END-PERFORM.
       EXIT.
       SaveProducts.
         OPEN OUTPUT Prod-File.
         MOVE 1 TO Pt-Ix.
         PERFORM UNTIL Pt-Ix > Pt-Count
            MOVE PT-Entry(Pt-Ix) TO Prod-Record
            WRITE Prod-Record
            ADD 1 TO Pt-Ix
         END-PERFORM.
         CLOSE Prod-File.
       EXIT.
      * one log line per touch: the product, what was done, the base
      * terms before and after, and which supervisor did it
       WriteLog.
         ACCEPT Log-Date FROM DATE YYYYMMDD.
         ACCEPT Log-Time FROM TIME.
         MOVE SPACES TO Log-Record.
         STRING WP-Code " " Log-Action
                " OLD:" OP-Rate "/" OP-Min-Bal "/" OP-Daily-Limit
                "/" OP-Clear-Days "/" OP-Checks
                " NEW:" WP-Rate "/" WP-Min-Bal "/" WP-Daily-Limit
                "/" WP-Clear-Days "/" WP-Checks
                " " Log-Date " " Log-Time
                " By: " Super-Op
             DELIMITED BY SIZE INTO Log-Record
         END-STRING.
         WRITE Log-Record.
       EXIT.
      * END OF PROGRAM
