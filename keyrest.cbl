      ************************************************************

      *  Point-in-time key profile restore                       *

      *  Rebuilds one key profile, or the whole key file, as it  *
      *  stood at a given date and time, from the current        *
      *  KEYFILE.DAT and the KEYJRNL.DAT before/after journal    *
      *  every key file change is written to. For each profile   *
      *  the first journal entry after the chosen moment that    *
      *  touches it tells what it was then: its before-image if  *
      *  it had one, "not on file" if that entry added or        *
      *  renamed it into being. Profiles no later entry touches  *
      *  are as they are on file now.                            *
      *  One profile: the old image is shown next to the current *
      *  one and, once confirmed, written back into KEYFILE.DAT  *
      *  (journalled like any other change). Whole file: every   *
      *  profile is written as it stood to KEYFILE.NEW, and a    *
      *  clean rebuild journals each profile it changes, adds    *
      *  back or drops as a RESTOR entry - replace KEYFILE.DAT   *
      *  with KEYFILE.NEW straight after the run reports clean.  *
      *  RETURN-CODE 0 = clean, 4 = nothing to restore or the    *
      *  restore could not be journalled, 8 = failed.            *

      *  compile with : cobc -x keyrest.cbl -o build/keyrest     *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-RESTORE.
       AUTHOR. MARC VEYSSEYRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           Console is Name-Input.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYFILE ASSIGN TO "KEYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ID
               FILE STATUS IS WS-KEYFILE-STATUS.
           SELECT NEWKEYS ASSIGN TO "KEYFILE.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-KEY-ID
               FILE STATUS IS WS-NEWKEYS-STATUS.
           SELECT JRNLFILE ASSIGN TO "KEYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keep in step with the KEYFILE FD in COBENCRYPT.
       FD  KEYFILE.
       01  KEY-RECORD.
           05  KEY-ID               PIC X(10).
           05  KEY-TYPE             PIC X(1).
               88  KEY-TYPE-CAESAR      VALUE "C".
               88  KEY-TYPE-LFSR        VALUE "L".
               88  KEY-TYPE-VIGENERE    VALUE "V".
           05  KEY-CAESAR-SETTING   PIC 9(2).
           05  KEY-LFSR-CONFIG.
               10  KEY-NB-XOR           PIC 9(1).
               10  KEY-XOR-BITS         PIC 9(1) OCCURS 8 TIMES.
               10  KEY-INTERNAL-STATE   PIC 9(1) OCCURS 8 TIMES.
           05  KEY-VIGENERE-KEYWORD PIC X(20).
           05  KEY-CREATED-DATE     PIC 9(8).
           05  KEY-EXPIRY-DATE      PIC 9(8).
           05  KEY-STATUS           PIC X(1).
               88  KEY-STATUS-ACTIVE    VALUE "A".
               88  KEY-STATUS-RETIRED   VALUE "R".
           05  KEY-USE-COUNT        PIC 9(6).
           05  KEY-LAST-USED        PIC 9(8).

      * The rebuilt key file, same layout.
       FD  NEWKEYS.
       01  NEW-KEY-RECORD.
           05  NEW-KEY-ID           PIC X(10).
           05  NEW-KEY-TYPE         PIC X(1).
           05  NEW-KEY-CAESAR-SETTING PIC 9(2).
           05  NEW-KEY-LFSR-CONFIG.
               10  NEW-KEY-NB-XOR       PIC 9(1).
               10  NEW-KEY-XOR-BITS     PIC 9(1) OCCURS 8 TIMES.
               10  NEW-KEY-INTERNAL-STATE PIC 9(1) OCCURS 8 TIMES.
           05  NEW-KEY-VIGENERE-KEYWORD PIC X(20).
           05  NEW-KEY-CREATED-DATE PIC 9(8).
           05  NEW-KEY-EXPIRY-DATE  PIC 9(8).
           05  NEW-KEY-STATUS       PIC X(1).
           05  NEW-KEY-USE-COUNT    PIC 9(6).
           05  NEW-KEY-LAST-USED    PIC 9(8).

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
           05  WS-KEYFILE-STATUS   PIC X(2).
           05  WS-NEWKEYS-STATUS   PIC X(2).
           05  WS-JRNLFILE-STATUS  PIC X(2).
           05  WS-KEYFILE-EOF      PIC X(1) VALUE "N".
               88  KEYFILE-AT-END     VALUE "Y".
           05  WS-JRNL-EOF         PIC X(1) VALUE "N".
               88  JRNLFILE-AT-END    VALUE "Y".
           05  WS-JRNL-WRITTEN     PIC X(1) VALUE "N".
               88  JOURNAL-WRITTEN    VALUE "Y".

      * Restore criteria - a blank Key ID means the whole file.
       01  WS-CRITERIA.
           05  WS-RESTORE-KEY-ID   PIC X(10).
           05  WS-ASOF-STAMP.
               10  WS-ASOF-DATE    PIC X(8).
               10  WS-ASOF-TIME    PIC X(8).
           05  WS-INPUT-BUFFER     PIC X(80).
           05  WS-CONFIRM          PIC X(1).
               88  CONFIRM-YES        VALUE "Y" "y".

       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE       PIC 9(8).
           05  WS-ENTRY-TIME       PIC 9(8).

      * One row per profile on file now or named by a journal
      * entry after the restore point. SETTLED means a later
      * journal entry has fixed what the profile was at that
      * point; an unsettled row is still as it is on file now.
      * CURRENT keeps the image on file now for the journal.
       01  WS-PROFILE-TABLE.
           05  WS-PRO-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-PRO-OVERFLOW     PIC X(1) VALUE "N".
               88  PROFILE-TABLE-FULL  VALUE "Y".
           05  WS-PRO-ENTRY OCCURS 500 TIMES.
               10  WS-PRO-ID       PIC X(10).
               10  WS-PRO-IMAGE    PIC X(81).
               10  WS-PRO-STATE    PIC X(1).
                   88  PRO-PRESENT    VALUE "P".
                   88  PRO-ABSENT     VALUE "A".
               10  WS-PRO-SETTLED  PIC X(1).
                   88  PRO-SETTLED    VALUE "Y".
               10  WS-PRO-ON-FILE  PIC X(1).
                   88  PRO-ON-FILE    VALUE "Y".
               10  WS-PRO-CURRENT  PIC X(81).

       01  WS-SCAN-AREA.
           05  WS-IX               PIC 9(4).
           05  WS-FOUND-IX         PIC 9(4).
           05  WS-LOOK-ID          PIC X(10).
           05  WS-JRNL-READ        PIC 9(6) VALUE ZEROES.
           05  WS-JRNL-UNDONE      PIC 9(6) VALUE ZEROES.
           05  WS-WRITE-COUNT      PIC 9(4) VALUE ZEROES.
           05  WS-FAIL-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-CHANGE-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-JRNL-BEFORE      PIC X(81).
           05  WS-JRNL-AFTER       PIC X(81).
           05  WS-JRNL-COUNT       PIC 9(4) VALUE ZEROES.

      * Display view of a profile image from the table.
       01  WS-SHOW-RECORD.
           05  SHOW-KEY-ID          PIC X(10).
           05  SHOW-KEY-TYPE        PIC X(1).
           05  SHOW-KEY-CAESAR      PIC 9(2).
           05  SHOW-KEY-LFSR-CONFIG PIC X(17).
           05  SHOW-KEY-VIGENERE    PIC X(20).
           05  SHOW-KEY-CREATED     PIC 9(8).
           05  SHOW-KEY-EXPIRY      PIC 9(8).
           05  SHOW-KEY-STATUS      PIC X(1).
           05  SHOW-KEY-USE-COUNT   PIC 9(6).
           05  SHOW-KEY-LAST-USED   PIC 9(8).

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-GET-CRITERIA
           PERFORM MD03-LOAD-CURRENT-KEYS
           PERFORM MD04-SCAN-JOURNAL
           DISPLAY "Journal entries read: " WS-JRNL-READ
               " after the restore point: " WS-JRNL-UNDONE
           IF WS-RESTORE-KEY-ID = SPACES
               PERFORM MD06-REBUILD-KEY-FILE
           ELSE
               PERFORM MD05-RESTORE-ONE-PROFILE
           END-IF
           STOP RUN.

       MD02-GET-CRITERIA.
           DISPLAY "Key ID to restore (blank = whole key file)"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           MOVE WS-INPUT-BUFFER(1:10) TO WS-RESTORE-KEY-ID
           DISPLAY "Restore as of date YYYYMMDD"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           MOVE WS-INPUT-BUFFER(1:8) TO WS-ASOF-DATE
           IF WS-ASOF-DATE NOT NUMERIC
               DISPLAY "Restore date must be 8 digits YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Journal times carry hundredths; a restore point to the
      * second takes in every change made within that second.
           DISPLAY "As of time HHMMSS (blank = end of day)"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           IF WS-INPUT-BUFFER(1:6) = SPACES
               MOVE "23595999" TO WS-ASOF-TIME
           ELSE
               IF WS-INPUT-BUFFER(1:6) NOT NUMERIC
                   DISPLAY "Restore time must be 6 digits HHMMSS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-INPUT-BUFFER(1:6) TO WS-ASOF-TIME(1:6)
               MOVE "99" TO WS-ASOF-TIME(7:2)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Start from the key file as it is now - one profile or all
      * of them. A missing key file just means every profile
      * must come back from the journal.
      *----------------------------------------------------------*
       MD03-LOAD-CURRENT-KEYS.
           OPEN INPUT KEYFILE
           IF WS-KEYFILE-STATUS NOT = "00"
               EVALUATE WS-KEYFILE-STATUS
                   WHEN "35"
                       DISPLAY "KEYFILE.DAT not found - rebuilding"
                           " from the journal alone"
                   WHEN "39"
                       DISPLAY "KEYFILE.DAT is in the pre-lifecycle"
                           " layout - run the KEY-CONVERT utility"
                           " first"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       DISPLAY "KEYFILE.DAT open failed, status="
                           WS-KEYFILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RESTORE-KEY-ID NOT = SPACES
               MOVE WS-RESTORE-KEY-ID TO KEY-ID
               READ KEYFILE KEY IS KEY-ID
                   INVALID KEY
                       DISPLAY "Key profile " WS-RESTORE-KEY-ID
                           " is not on file now"
                   NOT INVALID KEY
                       PERFORM MD03-ADD-CURRENT-PROFILE
               END-READ
           ELSE
               MOVE LOW-VALUES TO KEY-ID
               START KEYFILE KEY IS NOT LESS THAN KEY-ID
                   INVALID KEY
                       DISPLAY "No key profiles on file now"
                   NOT INVALID KEY
                       PERFORM MD03-LOAD-LOOP
               END-START
           END-IF
           CLOSE KEYFILE
           EXIT.

       MD03-LOAD-LOOP.
           PERFORM UNTIL KEYFILE-AT-END
               READ KEYFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KEYFILE-EOF
                   NOT AT END
                       PERFORM MD03-ADD-CURRENT-PROFILE
               END-READ
           END-PERFORM
           EXIT.

       MD03-ADD-CURRENT-PROFILE.
           MOVE KEY-ID TO WS-LOOK-ID
           PERFORM MD04-ADD-PROFILE
           IF WS-FOUND-IX > 0
               MOVE KEY-RECORD TO WS-PRO-IMAGE(WS-FOUND-IX)
               MOVE KEY-RECORD TO WS-PRO-CURRENT(WS-FOUND-IX)
               MOVE "P" TO WS-PRO-STATE(WS-FOUND-IX)
               MOVE "Y" TO WS-PRO-ON-FILE(WS-FOUND-IX)
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Walk the journal oldest first. Only entries stamped after
      * the restore point matter, and of those only the first to
      * touch each profile: its before-image is what the profile
      * was then. An entry that brought a Key ID into being (an
      * add, or the new name of a rename) means it was not on
      * file then.
      *----------------------------------------------------------*
       MD04-SCAN-JOURNAL.
           OPEN INPUT JRNLFILE
           IF WS-JRNLFILE-STATUS NOT = "00"
               IF WS-JRNLFILE-STATUS = "35"
                   DISPLAY "KEYJRNL.DAT not found - no key changes"
                       " journalled, key file taken as it is now"
               ELSE
                   DISPLAY "KEYJRNL.DAT open failed, status="
                       WS-JRNLFILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRNLFILE-AT-END
               READ JRNLFILE
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       PERFORM MD04-CHECK-ENTRY
               END-READ
           END-PERFORM
           CLOSE JRNLFILE
           EXIT.

       MD04-CHECK-ENTRY.
           IF JRNL-DATE NOT NUMERIC OR JRNL-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE JRNL-DATE TO WS-ENTRY-DATE
           MOVE JRNL-TIME TO WS-ENTRY-TIME
           IF WS-ENTRY-STAMP NOT > WS-ASOF-STAMP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JRNL-UNDONE
           IF JRNL-BEFORE NOT = SPACES
               MOVE JRNL-BEFORE(1:10) TO WS-LOOK-ID
               PERFORM MD04-SETTLE-FROM-BEFORE
           END-IF
           IF JRNL-AFTER NOT = SPACES
               IF JRNL-BEFORE = SPACES
                       OR JRNL-AFTER(1:10) NOT = JRNL-BEFORE(1:10)
                   MOVE JRNL-AFTER(1:10) TO WS-LOOK-ID
                   PERFORM MD04-SETTLE-AS-ABSENT
               END-IF
           END-IF
           EXIT.

       MD04-SETTLE-FROM-BEFORE.
           IF WS-RESTORE-KEY-ID NOT = SPACES
                   AND WS-LOOK-ID NOT = WS-RESTORE-KEY-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM MD04-ADD-PROFILE
           IF WS-FOUND-IX > 0
               IF NOT PRO-SETTLED(WS-FOUND-IX)
                   MOVE "Y" TO WS-PRO-SETTLED(WS-FOUND-IX)
                   MOVE "P" TO WS-PRO-STATE(WS-FOUND-IX)
                   MOVE JRNL-BEFORE TO WS-PRO-IMAGE(WS-FOUND-IX)
               END-IF
           END-IF
           EXIT.

       MD04-SETTLE-AS-ABSENT.
           IF WS-RESTORE-KEY-ID NOT = SPACES
                   AND WS-LOOK-ID NOT = WS-RESTORE-KEY-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM MD04-ADD-PROFILE
           IF WS-FOUND-IX > 0
               IF NOT PRO-SETTLED(WS-FOUND-IX)
                   MOVE "Y" TO WS-PRO-SETTLED(WS-FOUND-IX)
                   MOVE "A" TO WS-PRO-STATE(WS-FOUND-IX)
               END-IF
           END-IF
           EXIT.

      * Finds WS-LOOK-ID in the table, adding an empty unsettled
      * row if it is not there yet; WS-FOUND-IX is zero only when
      * the table is full.
       MD04-ADD-PROFILE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PRO-COUNT OR WS-FOUND-IX > 0
               IF WS-PRO-ID(WS-IX) = WS-LOOK-ID
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-PRO-COUNT < 500
                   ADD 1 TO WS-PRO-COUNT
                   MOVE WS-PRO-COUNT TO WS-FOUND-IX
                   MOVE WS-LOOK-ID TO WS-PRO-ID(WS-FOUND-IX)
                   MOVE SPACES TO WS-PRO-IMAGE(WS-FOUND-IX)
                   MOVE "A" TO WS-PRO-STATE(WS-FOUND-IX)
                   MOVE "N" TO WS-PRO-SETTLED(WS-FOUND-IX)
                   MOVE "N" TO WS-PRO-ON-FILE(WS-FOUND-IX)
                   MOVE SPACES TO WS-PRO-CURRENT(WS-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-PRO-OVERFLOW
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One profile - show it as it stood next to how it is now,
      * and write it back into KEYFILE.DAT once confirmed.
      *----------------------------------------------------------*
       MD05-RESTORE-ONE-PROFILE.
           MOVE WS-RESTORE-KEY-ID TO WS-LOOK-ID
           PERFORM MD04-ADD-PROFILE
           IF PRO-ABSENT(WS-FOUND-IX)
               DISPLAY "Key profile " WS-RESTORE-KEY-ID
                   " was not on file at " WS-ASOF-DATE " "
                   WS-ASOF-TIME(1:6) " - nothing to restore"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT PRO-SETTLED(WS-FOUND-IX)
               DISPLAY "Key profile " WS-RESTORE-KEY-ID
                   " has not changed since " WS-ASOF-DATE " "
                   WS-ASOF-TIME(1:6) " - nothing to restore"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "As of " WS-ASOF-DATE " " WS-ASOF-TIME(1:6) ":"
           MOVE WS-PRO-IMAGE(WS-FOUND-IX) TO WS-SHOW-RECORD
           PERFORM MD07-DISPLAY-PROFILE
           IF PRO-ON-FILE(WS-FOUND-IX)
               DISPLAY "On file now:"
               MOVE SPACES TO WS-SHOW-RECORD
               MOVE WS-RESTORE-KEY-ID TO KEY-ID
               PERFORM MD05-SHOW-CURRENT
           ELSE
               DISPLAY "Not on file now"
           END-IF
           DISPLAY "Restore this image into KEYFILE.DAT? (Y/N)"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           MOVE WS-INPUT-BUFFER(1:1) TO WS-CONFIRM
           IF CONFIRM-YES
               PERFORM MD05-APPLY-PROFILE
           ELSE
               DISPLAY "Restore cancelled - KEYFILE.DAT not touched"
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

       MD05-SHOW-CURRENT.
           OPEN INPUT KEYFILE
           IF WS-KEYFILE-STATUS = "00"
               READ KEYFILE KEY IS KEY-ID
                   NOT INVALID KEY
                       MOVE KEY-RECORD TO WS-SHOW-RECORD
                       PERFORM MD07-DISPLAY-PROFILE
               END-READ
               CLOSE KEYFILE
           END-IF
           EXIT.

      * The restore is itself a key file change, so it goes on
      * the journal with the profile it replaced as before-image.
       MD05-APPLY-PROFILE.
           OPEN I-O KEYFILE
           IF WS-KEYFILE-STATUS = "35"
               CLOSE KEYFILE
               OPEN OUTPUT KEYFILE
               CLOSE KEYFILE
               OPEN I-O KEYFILE
           END-IF
           IF WS-KEYFILE-STATUS NOT = "00"
               DISPLAY "KEYFILE.DAT open failed, status="
                   WS-KEYFILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESTORE-KEY-ID TO KEY-ID
           READ KEYFILE KEY IS KEY-ID
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE WS-PRO-IMAGE(WS-FOUND-IX) TO KEY-RECORD
                   WRITE KEY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAIL-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE KEY-RECORD TO WS-JRNL-BEFORE
                   MOVE WS-PRO-IMAGE(WS-FOUND-IX) TO KEY-RECORD
                   REWRITE KEY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAIL-COUNT
                   END-REWRITE
           END-READ
           IF WS-FAIL-COUNT = 0
               PERFORM MD08-WRITE-KEY-JOURNAL
               DISPLAY "Key profile " WS-RESTORE-KEY-ID
                   " restored as of " WS-ASOF-DATE " "
                   WS-ASOF-TIME(1:6)
               IF JOURNAL-WRITTEN
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "WARNING: restore not journalled - a"
                       " later point-in-time restore will not see it;"
                       " journal it by hand"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Unable to restore key profile "
                   WS-RESTORE-KEY-ID ", status=" WS-KEYFILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE KEYFILE
           EXIT.

      *----------------------------------------------------------*
      * Whole file - every profile that was on file at the
      * restore point is written, as it stood, to KEYFILE.NEW.
      *----------------------------------------------------------*
       MD06-REBUILD-KEY-FILE.
           IF PROFILE-TABLE-FULL
               DISPLAY "More than 500 Key IDs to track - key file"
                   " NOT rebuilt; restore profiles one at a time"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWKEYS
           IF WS-NEWKEYS-STATUS NOT = "00"
               DISPLAY "KEYFILE.NEW open failed, status="
                   WS-NEWKEYS-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PRO-COUNT
               PERFORM MD06-REBUILD-ONE
           END-PERFORM
           CLOSE NEWKEYS
           DISPLAY "Profiles written: " WS-WRITE-COUNT
               " differing from KEYFILE.DAT: " WS-CHANGE-COUNT
               " failed: " WS-FAIL-COUNT
           IF WS-FAIL-COUNT = 0
               PERFORM MD06-JOURNAL-REBUILD
               DISPLAY "Rebuild clean - replace KEYFILE.DAT"
                   " with KEYFILE.NEW to restore the key file as of "
                   WS-ASOF-DATE " " WS-ASOF-TIME(1:6)
               IF JOURNAL-WRITTEN
                   DISPLAY "Journal entries written: " WS-JRNL-COUNT
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "WARNING: rebuild not journalled - a"
                       " later point-in-time restore will not see it;"
                       " journal it by hand before replacing"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Rebuild had failures - KEYFILE.DAT"
                   " was not touched; investigate before replacing"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       MD06-REBUILD-ONE.
           EVALUATE TRUE
               WHEN PRO-ABSENT(WS-IX) AND PRO-ON-FILE(WS-IX)
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY WS-PRO-ID(WS-IX)
                       " NOT ON FILE THEN - DROPPED"
               WHEN PRO-ABSENT(WS-IX)
                   CONTINUE
               WHEN OTHER
                   MOVE WS-PRO-IMAGE(WS-IX) TO NEW-KEY-RECORD
                   WRITE NEW-KEY-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write key profile "
                               WS-PRO-ID(WS-IX)
                           ADD 1 TO WS-FAIL-COUNT
                   END-WRITE
                   IF WS-NEWKEYS-STATUS = "00"
                       ADD 1 TO WS-WRITE-COUNT
                       PERFORM MD06-NOTE-DIFFERENCE
                   END-IF
           END-EVALUATE
           EXIT.

       MD06-NOTE-DIFFERENCE.
           IF PRO-SETTLED(WS-IX)
               ADD 1 TO WS-CHANGE-COUNT
               IF PRO-ON-FILE(WS-IX)
                   DISPLAY WS-PRO-ID(WS-IX)
                       " CHANGED SINCE - OLD IMAGE RESTORED"
               ELSE
                   DISPLAY WS-PRO-ID(WS-IX)
                       " NOT ON FILE NOW - RECREATED"
               END-IF
           END-IF
           EXIT.

      * The rebuilt file replaces KEYFILE.DAT, so it is a key file
      * change like any other: every profile it alters goes on the
      * journal as a RESTOR entry, image on file now as before and
      * rebuilt image as after (spaces for one added back or
      * dropped), so a later restore sees the replacement.
       MD06-JOURNAL-REBUILD.
           MOVE "N" TO WS-JRNL-WRITTEN
           OPEN EXTEND JRNLFILE
           IF WS-JRNLFILE-STATUS = "35"
               OPEN OUTPUT JRNLFILE
           END-IF
           IF WS-JRNLFILE-STATUS NOT = "00"
               DISPLAY "KEYJRNL.DAT open failed, status="
                   WS-JRNLFILE-STATUS " - rebuild not journalled"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-JRNL-WRITTEN
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PRO-COUNT
               PERFORM MD06-JOURNAL-ONE
           END-PERFORM
           CLOSE JRNLFILE
           EXIT.

       MD06-JOURNAL-ONE.
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE SPACES TO WS-JRNL-AFTER
           IF PRO-ON-FILE(WS-IX)
               MOVE WS-PRO-CURRENT(WS-IX) TO WS-JRNL-BEFORE
           END-IF
           IF PRO-PRESENT(WS-IX)
               MOVE WS-PRO-IMAGE(WS-IX) TO WS-JRNL-AFTER
           END-IF
           IF WS-JRNL-BEFORE = WS-JRNL-AFTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JRNL-RECORD
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE "RESTOR" TO JRNL-FUNCTION
           MOVE "KEY-RESTORE" TO JRNL-PROGRAM
           MOVE WS-PRO-ID(WS-IX) TO JRNL-KEY-ID
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE
           MOVE WS-JRNL-AFTER TO JRNL-AFTER
           WRITE JRNL-RECORD
           IF WS-JRNLFILE-STATUS = "00"
               ADD 1 TO WS-JRNL-COUNT
           ELSE
               DISPLAY "KEYJRNL.DAT write failed, status="
                   WS-JRNLFILE-STATUS " - " WS-PRO-ID(WS-IX)
                   " not journalled"
               MOVE "N" TO WS-JRNL-WRITTEN
           END-IF
           EXIT.

       MD07-DISPLAY-PROFILE.
           EVALUATE SHOW-KEY-TYPE
               WHEN "C"
                   DISPLAY SHOW-KEY-ID " TYPE=CAESAR SETTING="
                       SHOW-KEY-CAESAR " STATUS=" SHOW-KEY-STATUS
                       " EXPIRES=" SHOW-KEY-EXPIRY
                       " USED=" SHOW-KEY-USE-COUNT
               WHEN "L"
                   DISPLAY SHOW-KEY-ID " TYPE=LFSR TAPS+STATE="
                       SHOW-KEY-LFSR-CONFIG " STATUS=" SHOW-KEY-STATUS
                       " EXPIRES=" SHOW-KEY-EXPIRY
                       " USED=" SHOW-KEY-USE-COUNT
               WHEN "V"
                   DISPLAY SHOW-KEY-ID " TYPE=VIGENERE KEYWORD="
                       SHOW-KEY-VIGENERE " STATUS=" SHOW-KEY-STATUS
                       " EXPIRES=" SHOW-KEY-EXPIRY
                       " USED=" SHOW-KEY-USE-COUNT
               WHEN OTHER
                   DISPLAY SHOW-KEY-ID " TYPE=" SHOW-KEY-TYPE
                       " (UNKNOWN)"
           END-EVALUATE
           EXIT.

       MD08-WRITE-KEY-JOURNAL.
           MOVE "N" TO WS-JRNL-WRITTEN
           OPEN EXTEND JRNLFILE
           IF WS-JRNLFILE-STATUS = "35"
               OPEN OUTPUT JRNLFILE
           END-IF
           IF WS-JRNLFILE-STATUS NOT = "00"
               DISPLAY "KEYJRNL.DAT open failed, status="
                   WS-JRNLFILE-STATUS " - key change not journalled"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JRNL-RECORD
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE "RESTOR" TO JRNL-FUNCTION
           MOVE "KEY-RESTORE" TO JRNL-PROGRAM
           MOVE KEY-ID TO JRNL-KEY-ID
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE
           MOVE KEY-RECORD TO JRNL-AFTER
           WRITE JRNL-RECORD
           IF WS-JRNLFILE-STATUS = "00"
               MOVE "Y" TO WS-JRNL-WRITTEN
           ELSE
               DISPLAY "KEYJRNL.DAT write failed, status="
                   WS-JRNLFILE-STATUS " - key change not journalled"
           END-IF
           CLOSE JRNLFILE
           EXIT.

       END PROGRAM KEY-RESTORE.
