      * one-time migration adding the home branch to ACCOUNTS.DAT:
      * every account goes onto the end of the record with the
      * branch code keyed at the start of the run (blank takes the
      * head office, 001), the branch every account was served at
      * before there was more than one. Run once against the old
      * files, after MIGPROD and MIGCUST, then copy ACCOUNTS.NEW
      * over ACCOUNTS.DAT and DELARCH.NEW over DELARCH.DAT before
      * running anything else - the same hand-off MIGPROD uses.
      * DELARCH.DAT carries the deleted accounts' bodies, so it is
      * rebuilt with the code too and a reinstated account comes
      * back homed. OPERATORS.DAT needs no migration: an operator
      * with no branch on file belongs to the head office until
      * OperMaint moves them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGBRCH.

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
        02 old-body PIC X(51).

       FD NEWFILE.
       01 new-account.
        02 new-accountno PIC 9(6).
        02 new-name PIC X(20).
        02 new-body PIC X(51).
        02 new-branch PIC X(3).

      * the deleted-account archive: the body is the account record
      * past its number, so the code goes on the end of the body,
      * ahead of the deletion date and operator
       FD OLDDEL.
       01 oldd-record.
        02 oldd-acct PIC 9(6).
        02 oldd-data PIC X(71).
        02 oldd-date PIC 9(8).
        02 oldd-op PIC X(8).

       FD NEWDEL.
       01 newd-record.
        02 newd-acct PIC 9(6).
        02 newd-data.
         03 newd-body PIC X(71).
         03 newd-branch PIC X(3).
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
       77 home-branch PIC X(3).

       PROCEDURE DIVISION.
        DISPLAY "Home branch for existing accounts (blank = 001): "
            WITH NO ADVANCING.
        ACCEPT home-branch.
        IF home-branch = SPACES
         MOVE "001" TO home-branch
        END-IF.
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
           MOVE home-branch TO new-branch
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
            MOVE home-branch TO newd-branch
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
            "DELARCH.NEW, all homed at branch " home-branch ".".
        DISPLAY "Copy ACCOUNTS.NEW over ACCOUNTS.DAT and DELARCH.NEW".
        DISPLAY "over DELARCH.DAT before the next run.".
       STOP RUN.
