      *  profile is still refused; the new profile must pass the *
      *  full lifecycle check.                                   *
      *  RETURN-CODE 0 = clean, 4 = completed with round-trip    *
      *  failures or a key usage not journalled, 8 = refused.    *

      *  compile with :                                          *
      *    cobc -x filerkey.cbl main.cbl audithsh.cbl            *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ID
               FILE STATUS IS WS-KEYFILE-STATUS.
           SELECT JRNLFILE ASSIGN TO "KEYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLFILE-STATUS.
           SELECT CATFILE ASSIGN TO "BATCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATFILE-STATUS.
           05  KEY-USE-COUNT        PIC 9(6).
           05  KEY-LAST-USED        PIC 9(8).

      * Keep in step with the JRNLFILE FD in COBENCRYPT.
       FD  JRNLFILE.
       01  JRNL-RECORD.
           05  JRNL-DATE            PIC 9(8).
           05  FILLER               PIC X(1).
           05  JRNL-TIME            PIC 9(8).
           05  FILLER               PIC X(1).
           05  JRNL-FUNCTION        PIC X(6).
           05  FILLER               PIC X(1).
           05  JRNL-PROGRAM         PIC X(12).
           05  FILLER               PIC X(1).
           05  JRNL-KEY-ID          PIC X(10).
           05  FILLER               PIC X(1).
           05  JRNL-BEFORE          PIC X(81).
           05  FILLER               PIC X(1).
           05  JRNL-AFTER           PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-OLDFILE-NAME     PIC X(40) VALUE "BATCHOUT.DAT".
           05  WS-OLDFILE-STATUS   PIC X(2).
           05  WS-NEWFILE-STATUS   PIC X(2).
           05  WS-KEYFILE-STATUS   PIC X(2).
           05  WS-JRNLFILE-STATUS  PIC X(2).
           05  WS-JRNL-BEFORE      PIC X(81).
           05  WS-JRNL-MISSED      PIC X(1) VALUE "N".
               88  JOURNAL-MISSED     VALUE "Y".
           05  WS-OLD-EOF          PIC X(1) VALUE "N".
               88  OLDFILE-AT-END     VALUE "Y".
           05  WS-CATFILE-STATUS   PIC X(2).
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF JOURNAL-MISSED
               DISPLAY "WARNING: key usage not journalled in"
                   " KEYJRNL.DAT - journal it by hand"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The batch writer numbers its outputs (BATCHOUT.G0001, ...)
           IF KEY-USE-COUNT NOT NUMERIC
               MOVE 0 TO KEY-USE-COUNT
           END-IF
           MOVE KEY-RECORD TO WS-JRNL-BEFORE
           ADD 1 TO KEY-USE-COUNT
           MOVE WS-TODAY-DATE TO KEY-LAST-USED
           REWRITE KEY-RECORD
                   DISPLAY "Unable to update usage for key profile "
                       KEY-ID
           END-REWRITE
           IF WS-KEYFILE-STATUS = "00"
               PERFORM MD02-WRITE-KEY-JOURNAL
           END-IF
           EXIT.

      * The usage bump is a key file change like any other, so it
      * goes on the KEYJRNL.DAT key journal as a before/after pair.
       MD02-WRITE-KEY-JOURNAL.
           OPEN EXTEND JRNLFILE
           IF WS-JRNLFILE-STATUS = "35"
               OPEN OUTPUT JRNLFILE
           END-IF
           IF WS-JRNLFILE-STATUS NOT = "00"
               DISPLAY "KEYJRNL.DAT open failed, status="
                   WS-JRNLFILE-STATUS " - key change not journalled"
               MOVE "Y" TO WS-JRNL-MISSED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JRNL-RECORD
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE "USAGE" TO JRNL-FUNCTION
           MOVE "FILE-REKEY" TO JRNL-PROGRAM
           MOVE KEY-ID TO JRNL-KEY-ID
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE
           MOVE KEY-RECORD TO JRNL-AFTER
           WRITE JRNL-RECORD
           IF WS-JRNLFILE-STATUS NOT = "00"
               DISPLAY "KEYJRNL.DAT write failed, status="
                   WS-JRNLFILE-STATUS " - key change not journalled"
               MOVE "Y" TO WS-JRNL-MISSED
           END-IF
           CLOSE JRNLFILE
           EXIT.

       MD02-CAPTURE-KEY.
