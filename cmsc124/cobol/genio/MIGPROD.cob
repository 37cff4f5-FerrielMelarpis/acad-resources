      * one-time migration adding the product code to ACCOUNTS.DAT:
      * every account goes onto the end of the record as product
      * "RS", regular savings, which PRODUCTS carries at the rate,
      * limit and clearing days every account ran on before. Run
      * once against the old files, then copy ACCOUNTS.NEW over
      * ACCOUNTS.DAT and DELARCH.NEW over DELARCH.DAT before running
      * anything else - the same hand-off MIGBAL uses. DELARCH.DAT
      * carries the deleted accounts' bodies, so it is rebuilt with
      * the code too and a reinstated account comes back priced.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGPROD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLDFILE ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS old-accountno
           ALTERNATE RECORD KEY IS old-name WITH DUPLICATES
           FILE STATUS IS Old-Status.
       SELECT NEWFILE ASSIGN TO "ACCOUNTS.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS new-accountno
           ALTERNATE RECORD KEY IS new-name WITH DUPLICATES
           FILE STATUS IS New-Status.
       SELECT OLDDEL ASSIGN TO "DELARCH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS oldd-acct
           FILE STATUS IS OldD-Status.
       SELECT NEWDEL ASSIGN TO "DELARCH.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS newd-acct
           FILE STATUS IS NewD-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OLDFILE.
       01 old-account.
        02 old-accountno PIC 9(6).
        02 old-name PIC X(20).
        02 old-body PIC X(49).

       FD NEWFILE.
       01 new-account.
        02 new-accountno PIC 9(6).
        02 new-name PIC X(20).
        02 new-body PIC X(49).
        02 new-product PIC XX.

      * the deleted-account archive: the body is the account record
      * past its number, so the code goes on the end of the body,
      * ahead of the deletion date and operator
       FD OLDDEL.
       01 oldd-record.
        02 oldd-acct PIC 9(6).
        02 oldd-data PIC X(69).
        02 oldd-date PIC 9(8).
        02 oldd-op PIC X(8).

       FD NEWDEL.
       01 newd-record.
        02 newd-acct PIC 9(6).
        02 newd-data.
         03 newd-body PIC X(69).
         03 newd-product PIC XX.
        02 newd-date PIC 9(8).
        02 newd-op PIC X(8).

       WORKING-STORAGE SECTION.
       77 Old-Status PIC XX.
       77 New-Status PIC XX.
       77 OldD-Status PIC XX.
       77 NewD-Status PIC XX.
       77 EOF PIC 9 VALUE ZERO.
       77 acct-count PIC 9(5) VALUE ZERO.
       77 del-count PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
        OPEN INPUT OLDFILE.
        IF Old-Status NOT = "00"
         DISPLAY "ACCOUNTS.DAT not available; nothing migrated."
         STOP RUN
        END-IF.
        OPEN OUTPUT NEWFILE.
        PERFORM UNTIL EOF = 1
         READ OLDFILE NEXT RECORD
         AT END MOVE 1 TO EOF
          NOT AT END
           MOVE old-accountno TO new-accountno
           MOVE old-name TO new-name
           MOVE old-body TO new-body
           MOVE "RS" TO new-product
           WRITE new-account
           ADD 1 TO acct-count
         END-READ
        END-PERFORM.
        CLOSE OLDFILE.
        CLOSE NEWFILE.
        MOVE 0 TO EOF.
        OPEN INPUT OLDDEL.
        IF OldD-Status = "00"
         OPEN OUTPUT NEWDEL
         PERFORM UNTIL EOF = 1
          READ OLDDEL NEXT RECORD
          AT END MOVE 1 TO EOF
           NOT AT END
            MOVE oldd-acct TO newd-acct
            MOVE oldd-data TO newd-body
            MOVE "RS" TO newd-product
            MOVE oldd-date TO newd-date
            MOVE oldd-op TO newd-op
            WRITE newd-record
            ADD 1 TO del-count
          END-READ
         END-PERFORM
         CLOSE OLDDEL
         CLOSE NEWDEL
        END-IF.
        DISPLAY "Migrated " acct-count " account(s) to ACCOUNTS.NEW "
            "and " del-count " deleted-account archive(s) to "
            "DELARCH.NEW, all as product RS.".
        DISPLAY "Copy ACCOUNTS.NEW over ACCOUNTS.DAT and DELARCH.NEW".
        DISPLAY "over DELARCH.DAT before the next run.".
       STOP RUN.
