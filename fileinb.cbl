      *  recovered plaintext on INBCLEAR.DAT with a completion   *
      *  report on INBRPT.DAT. No rename, so the unprocessed     *
      *  input file can never be overwritten again.              *
      *  Every file that gets as far as reconciliation is        *
      *  entered on the INBREG.DAT receipt register with its     *
      *  header stamp, key, source, trailer totals and outcome;  *
      *  a file whose header stamp and check total match one     *
      *  already landed is refused as a duplicate unless the     *
      *  operator forces a reprocess.                            *
      *  Each such run also appends an acknowledgement to        *
      *  BATCHACK.DAT for return to the sender: ACK when the     *
      *  trailer reconciled and every record round-tripped, NAK  *
      *  with a reason code otherwise, echoing the header stamp, *
      *  record count and check total so BATCH-CONFIRM can       *
      *  match it to the sender's catalog entry.                 *
      *  RETURN-CODE 0 = clean, 4 = recovered with round-trip    *
      *  failures or the key usage not journalled, 8 = refused   *
      *  (mismatch, missing key, ...).                           *

      *  compile with :                                          *
      *    cobc -x fileinb.cbl main.cbl audithsh.cbl             *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ID
               FILE STATUS IS WS-KEYFILE-STATUS.
           SELECT JRNLFILE ASSIGN TO "KEYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLFILE-STATUS.
           SELECT REGFILE ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT ACKFILE ASSIGN TO "BATCHACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Receipt register - one entry per received file, appended.
      * Keep in step with the REGFILE FD in INBOUND-REGISTER.
       FD  REGFILE.
       01  REG-RECORD.
           05  REG-HDR-DATE         PIC X(8).
           05  FILLER               PIC X(1).
           05  REG-HDR-TIME         PIC X(8).
           05  FILLER               PIC X(1).
           05  REG-KEY-ID           PIC X(10).
           05  FILLER               PIC X(1).
           05  REG-RECORDS          PIC X(6).
           05  FILLER               PIC X(1).
           05  REG-BYTES            PIC X(9).
           05  FILLER               PIC X(1).
           05  REG-CHECK            PIC X(8).
           05  FILLER               PIC X(1).
           05  REG-OUTCOME          PIC X(9).
               88  REG-LANDED           VALUE "CLEAN" "FAILURES".
           05  FILLER               PIC X(1).
           05  REG-FORCED           PIC X(1).
           05  FILLER               PIC X(1).
           05  REG-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  REG-RUN-TIME         PIC 9(8).
           05  FILLER               PIC X(1).
           05  REG-SOURCE           PIC X(40).
           05  FILLER               PIC X(1).
           05  REG-FILENAME         PIC X(40).

      * Acknowledgement returned to the sender - one per received
      * file, appended. ACK-REASON: 00 clean, 01 HDR/TRL did not
      * reconcile, 02 duplicate of a file already landed, 03 key
      * profile missing or unusable, 04 round-trip failures.
      * Keep in step with the ACKFILE FD in BATCH-CONFIRM.
       FD  ACKFILE.
       01  ACK-RECORD.
           05  ACK-TYPE             PIC X(3).
           05  FILLER               PIC X(1).
           05  ACK-REASON           PIC X(2).
           05  ACK-HDR-TAG          PIC X(5).
           05  ACK-HDR-DATE         PIC X(8).
           05  FILLER               PIC X(1).
           05  ACK-HDR-TIME         PIC X(8).
           05  ACK-REC-TAG          PIC X(9).
           05  ACK-RECORDS          PIC X(6).
           05  ACK-CHK-TAG          PIC X(7).
           05  ACK-CHECK            PIC X(8).
           05  ACK-KEY-TAG          PIC X(8).
           05  ACK-KEY-ID           PIC X(10).
           05  ACK-RCV-TAG          PIC X(10).
           05  ACK-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(1).
           05  ACK-RUN-TIME         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-INBFILE-NAME     PIC X(40) VALUE "BATCHOUT.DAT".
           05  WS-CLEARFILE-STATUS PIC X(2).
           05  WS-RPTFILE-STATUS   PIC X(2).
           05  WS-KEYFILE-STATUS   PIC X(2).
           05  WS-JRNLFILE-STATUS  PIC X(2).
           05  WS-JRNL-BEFORE      PIC X(81).
           05  WS-JRNL-MISSED      PIC X(1) VALUE "N".
               88  JOURNAL-MISSED     VALUE "Y".
           05  WS-INB-EOF          PIC X(1) VALUE "N".
               88  INB-AT-END         VALUE "Y".
           05  WS-CATFILE-STATUS   PIC X(2).
           05  WS-CAT-EOF          PIC X(1).
               88  CATFILE-AT-END     VALUE "Y".
           05  WS-REGFILE-STATUS   PIC X(2).
           05  WS-REG-EOF          PIC X(1).
               88  REGFILE-AT-END     VALUE "Y".
           05  WS-ACKFILE-STATUS   PIC X(2).

      * Receipt register work area - the header stamp and source
      * are lifted from the HDR record, the totals from the TRL.
       01  WS-REGISTER-AREA.
           05  WS-HDR-DATE         PIC X(8).
           05  WS-HDR-TIME         PIC X(8).
           05  WS-HDR-SOURCE       PIC X(40).
           05  WS-REG-OUTCOME      PIC X(9).
           05  WS-REG-FORCED       PIC X(1) VALUE "N".
               88  REPROCESS-FORCED   VALUE "Y".
           05  WS-DUP-FOUND        PIC X(1).
               88  DUPLICATE-FOUND    VALUE "Y".
           05  WS-DUP-RUN-DATE     PIC 9(8).
           05  WS-DUP-RUN-TIME     PIC 9(8).
           05  WS-DUP-FILENAME     PIC X(40).
           05  WS-ACK-REASON       PIC X(2).

       01  WS-GEN-AREA.
           05  WS-INPUT-BUFFER     PIC X(80).
       MD01-INIT-BG.
           PERFORM MD00-SELECT-GENERATION
           PERFORM MD02-RECONCILE-FILE
           PERFORM MD09-PARSE-HEADER-STAMP
           IF WS-ERROR-COUNT > 0
               DISPLAY "RECONCILIATION FAILED - " WS-ERROR-COUNT
                   " ERROR(S) - FILE NOT DECRYPTED"
               MOVE "REFUSED" TO WS-REG-OUTCOME
               PERFORM MD09-WRITE-REGISTER-ENTRY
               MOVE "01" TO WS-ACK-REASON
               PERFORM MD10-WRITE-ACKNOWLEDGEMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RECONCILIATION PASSED - " WS-DATA-COUNT
               " DATA RECORDS, " WS-BYTE-COUNT " BYTES"
           PERFORM MD09-CHECK-REGISTER
           IF DUPLICATE-FOUND AND NOT REPROCESS-FORCED
               MOVE "DUPLICATE" TO WS-REG-OUTCOME
               PERFORM MD09-WRITE-REGISTER-ENTRY
               MOVE "02" TO WS-ACK-REASON
               PERFORM MD10-WRITE-ACKNOWLEDGEMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MD05-RESOLVE-HEADER-KEY
           IF NOT KEY-OK
               MOVE "REFUSED" TO WS-REG-OUTCOME
               PERFORM MD09-WRITE-REGISTER-ENTRY
               MOVE "03" TO WS-ACK-REASON
               PERFORM MD10-WRITE-ACKNOWLEDGEMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MD06-DECRYPT-PASS
           PERFORM MD08-WRITE-COMPLETION-REPORT
           IF WS-FAIL-COUNT > 0
               MOVE "FAILURES" TO WS-REG-OUTCOME
               MOVE "04" TO WS-ACK-REASON
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "CLEAN" TO WS-REG-OUTCOME
               MOVE "00" TO WS-ACK-REASON
               MOVE 0 TO RETURN-CODE
           END-IF
           IF JOURNAL-MISSED
               DISPLAY "WARNING: key usage not journalled in"
                   " KEYJRNL.DAT - journal it by hand"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM MD09-WRITE-REGISTER-ENTRY
           PERFORM MD10-WRITE-ACKNOWLEDGEMENT
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
               PERFORM MD05-WRITE-KEY-JOURNAL
           END-IF
           EXIT.

      * The usage bump is a key file change like any other, so it
      * goes on the KEYJRNL.DAT key journal as a before/after pair.
       MD05-WRITE-KEY-JOURNAL.
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
           MOVE "FILE-INBOUND" TO JRNL-PROGRAM
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

       MD05-CAPTURE-KEY.
                       & " RELEASING INBCLEAR.DAT" TO RPT-RECORD
               END-IF
               WRITE RPT-RECORD
               IF REPROCESS-FORCED
                   MOVE SPACES TO RPT-RECORD
                   STRING "FORCED REPROCESS - ALREADY LANDED "
                           WS-DUP-RUN-DATE " " WS-DUP-RUN-TIME
                           " FROM " WS-DUP-FILENAME
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
               CLOSE RPTFILE
               DISPLAY "Completion report written to INBRPT.DAT"
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Receipt register - INBREG.DAT remembers every file that
      * reached reconciliation. A file is the same transmission as
      * one already landed when its header stamp (the sender's
      * date and time) and trailer check total both match.
      *----------------------------------------------------------*
       MD09-PARSE-HEADER-STAMP.
           MOVE SPACES TO WS-HDR-DATE WS-HDR-TIME WS-HDR-SOURCE
               WS-HDR-KEY-ID
           IF NOT HEADER-SEEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-RECORD(5:8) TO WS-HDR-DATE
           MOVE WS-HDR-RECORD(14:8) TO WS-HDR-TIME
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING WS-HDR-RECORD DELIMITED BY "KEY-ID="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           MOVE WS-UNSTRING-TAIL(1:10) TO WS-HDR-KEY-ID
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING WS-HDR-RECORD DELIMITED BY "SOURCE="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           MOVE WS-UNSTRING-TAIL(1:40) TO WS-HDR-SOURCE
           EXIT.

       MD09-CHECK-REGISTER.
           MOVE "N" TO WS-DUP-FOUND
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT REGFILE
           IF WS-REGFILE-STATUS NOT = "00"
               IF WS-REGFILE-STATUS NOT = "35"
                   DISPLAY "INBREG.DAT open failed, status="
                       WS-REGFILE-STATUS " - duplicate check skipped"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REGFILE-AT-END
               READ REGFILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF REG-LANDED
                               AND REG-HDR-DATE = WS-HDR-DATE
                               AND REG-HDR-TIME = WS-HDR-TIME
                               AND REG-CHECK = TRL-IN-CHECK
                           MOVE "Y" TO WS-DUP-FOUND
                           MOVE REG-RUN-DATE TO WS-DUP-RUN-DATE
                           MOVE REG-RUN-TIME TO WS-DUP-RUN-TIME
                           MOVE REG-FILENAME TO WS-DUP-FILENAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGFILE
           IF DUPLICATE-FOUND
               PERFORM MD09-CONFIRM-REPROCESS
           END-IF
           EXIT.

       MD09-CONFIRM-REPROCESS.
           DISPLAY "DUPLICATE: header " WS-HDR-DATE " " WS-HDR-TIME
               " CHECK=" TRL-IN-CHECK " already landed"
           DISPLAY "  on " WS-DUP-RUN-DATE " " WS-DUP-RUN-TIME
               " from " WS-DUP-FILENAME
           DISPLAY "Type FORCE to reprocess it anyway,"
               " anything else to refuse"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           IF WS-INPUT-BUFFER = "FORCE"
               MOVE "Y" TO WS-REG-FORCED
               DISPLAY "Reprocess forced - the register will show it"
           ELSE
               DISPLAY "Duplicate file refused - INBCLEAR.DAT not"
                   " written"
           END-IF
           EXIT.

       MD09-WRITE-REGISTER-ENTRY.
           OPEN EXTEND REGFILE
           IF WS-REGFILE-STATUS = "35"
               OPEN OUTPUT REGFILE
           END-IF
           IF WS-REGFILE-STATUS NOT = "00"
               DISPLAY "INBREG.DAT open failed, status="
                   WS-REGFILE-STATUS " - receipt not registered"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-RECORD
           MOVE WS-HDR-DATE TO REG-HDR-DATE
           MOVE WS-HDR-TIME TO REG-HDR-TIME
           MOVE WS-HDR-KEY-ID TO REG-KEY-ID
           IF TRAILER-SEEN
               MOVE TRL-IN-RECORDS TO REG-RECORDS
               MOVE TRL-IN-BYTES TO REG-BYTES
               MOVE TRL-IN-CHECK TO REG-CHECK
           END-IF
           MOVE WS-REG-OUTCOME TO REG-OUTCOME
           MOVE WS-REG-FORCED TO REG-FORCED
           ACCEPT REG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT REG-RUN-TIME FROM TIME
           MOVE WS-HDR-SOURCE TO REG-SOURCE
           MOVE WS-INBFILE-NAME TO REG-FILENAME
           WRITE REG-RECORD
           CLOSE REGFILE
           DISPLAY "Receipt registered: " WS-REG-OUTCOME
           EXIT.

      * The stamp and totals are echoed exactly as received, so
      * the sender matches them against its own catalog entry.
       MD10-WRITE-ACKNOWLEDGEMENT.
           OPEN EXTEND ACKFILE
           IF WS-ACKFILE-STATUS = "35"
               OPEN OUTPUT ACKFILE
           END-IF
           IF WS-ACKFILE-STATUS NOT = "00"
               DISPLAY "BATCHACK.DAT open failed, status="
                   WS-ACKFILE-STATUS " - acknowledgement not written"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ACK-RECORD
           IF WS-ACK-REASON = "00"
               MOVE "ACK" TO ACK-TYPE
           ELSE
               MOVE "NAK" TO ACK-TYPE
           END-IF
           MOVE WS-ACK-REASON TO ACK-REASON
           MOVE " HDR=" TO ACK-HDR-TAG
           MOVE WS-HDR-DATE TO ACK-HDR-DATE
           MOVE WS-HDR-TIME TO ACK-HDR-TIME
           MOVE " RECORDS=" TO ACK-REC-TAG
           MOVE " CHECK=" TO ACK-CHK-TAG
           IF TRAILER-SEEN
               MOVE TRL-IN-RECORDS TO ACK-RECORDS
               MOVE TRL-IN-CHECK TO ACK-CHECK
           END-IF
           MOVE " KEY-ID=" TO ACK-KEY-TAG
           MOVE WS-HDR-KEY-ID TO ACK-KEY-ID
           MOVE " RECEIVED=" TO ACK-RCV-TAG
           ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT ACK-RUN-TIME FROM TIME
           WRITE ACK-RECORD
           CLOSE ACKFILE
           DISPLAY "Acknowledgement written: " ACK-TYPE " "
               ACK-REASON
           EXIT.

       END PROGRAM FILE-INBOUND.
