      ************************************************************

      *  Generation confirmation from returned acknowledgements  *

      *  Sending-side batch step that closes the loop with the   *
      *  receiver: reads the BATCHACK.DAT acknowledgements the   *
      *  receiver's FILE-INBOUND runs wrote and matches each to  *
      *  its BATCHCAT.DAT generation by header stamp and the     *
      *  echoed record count and check total; a stamp whose      *
      *  totals agree with no generation is matched on the stamp *
      *  alone to report the disagreement. A clean ACK whose     *
      *  totals agree marks the generation CONFIRMED. A NAK, or  *
      *  an ACK whose totals do not agree, is flagged for resend *
      *  on the RUNSTAT.DAT run status record, as is an          *
      *  acknowledgement that matches no generation. A NAK for a *
      *  duplicate only notes that the file had already landed.  *
      *  Processed acknowledgements are moved to ACKHIST.DAT so  *
      *  none is acted on twice.                                 *
      *  RETURN-CODE 0 = all confirmed, 4 = resends flagged or   *
      *  unmatched acknowledgements, 8 = failed.                 *

      *  compile with : cobc -x batchcnf.cbl -o build/batchcnf   *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CONFIRM.
       AUTHOR. MARC VEYSSEYRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATFILE ASSIGN TO "BATCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATFILE-STATUS.
           SELECT ACKFILE ASSIGN TO "BATCHACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.
           SELECT HISTFILE ASSIGN TO "ACKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT STATFILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keep in step with the CATFILE FD in COBENCRYPT.
       FD  CATFILE.
       01  CAT-RECORD.
           05  CAT-GEN              PIC 9(4).
           05  FILLER               PIC X(1).
           05  CAT-STATE            PIC X(1).
               88  CAT-STATE-SENT       VALUE "S".
               88  CAT-STATE-CONFIRMED  VALUE "C".
               88  CAT-STATE-PURGED     VALUE "P".
           05  FILLER               PIC X(1).
           05  CAT-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAT-TIME             PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAT-RECORDS          PIC 9(6).
           05  FILLER               PIC X(1).
           05  CAT-CHECK            PIC 9(8).
           05  FILLER               PIC X(1).
           05  CAT-FILENAME         PIC X(40).

      * Keep in step with the ACKFILE FD in FILE-INBOUND.
       FD  ACKFILE.
       01  ACK-RECORD.
           05  ACK-TYPE             PIC X(3).
               88  ACK-POSITIVE         VALUE "ACK".
               88  ACK-NEGATIVE         VALUE "NAK".
           05  FILLER               PIC X(1).
           05  ACK-REASON           PIC X(2).
               88  ACK-REASON-DUPLICATE VALUE "02".
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

      * Acknowledgements already acted on, appended.
       FD  HISTFILE.
       01  HIST-RECORD              PIC X(103).

      * Keep in step with the STATFILE FD in COBENCRYPT.
       FD  STATFILE.
       01  STAT-RECORD.
           05  STAT-DATE            PIC 9(8).
           05  FILLER               PIC X(1).
           05  STAT-TIME            PIC 9(8).
           05  STAT-FUNC-TAG        PIC X(7).
           05  STAT-FUNCS           PIC 9(4).
           05  STAT-REC-TAG         PIC X(9).
           05  STAT-RECORDS         PIC 9(7).
           05  STAT-FAIL-TAG        PIC X(10).
           05  STAT-FAILURES        PIC 9(6).
           05  STAT-SEV-TAG         PIC X(10).
           05  STAT-SEVERITY        PIC 9(1).
       01  STAT-TEXT                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-CATFILE-STATUS   PIC X(2).
           05  WS-CAT-EOF          PIC X(1).
               88  CATFILE-AT-END     VALUE "Y".
           05  WS-ACKFILE-STATUS   PIC X(2).
           05  WS-ACK-EOF          PIC X(1).
               88  ACKFILE-AT-END     VALUE "Y".
           05  WS-HISTFILE-STATUS  PIC X(2).
           05  WS-STATFILE-STATUS  PIC X(2).

      * The whole catalog is held in storage (it is one record
      * per generation) and rewritten in full after a change.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-CAT-ENTRY OCCURS 200 TIMES.
               10  WS-CAT-E-GEN        PIC 9(4).
               10  WS-CAT-E-STATE      PIC X(1).
               10  WS-CAT-E-DATE       PIC 9(8).
               10  WS-CAT-E-TIME       PIC 9(8).
               10  WS-CAT-E-RECORDS    PIC 9(6).
               10  WS-CAT-E-CHECK      PIC 9(8).
               10  WS-CAT-E-FILENAME   PIC X(40).

      * The acknowledgements read this run, held so they can be
      * moved to the history file once the catalog is safe.
       01  WS-ACK-TABLE.
           05  WS-ACK-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-ACK-IMAGE        PIC X(103) OCCURS 500 TIMES.

      * Detail lines for the run status record, one per
      * acknowledgement that needs someone's attention.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-COUNT       PIC 9(2) VALUE ZEROES.
           05  WS-FLAG-LINE        PIC X(120) OCCURS 50 TIMES.
           05  WS-FLAG-TOTAL       PIC 9(4) VALUE ZEROES.

       01  WS-WORK-AREA.
           05  WS-IX               PIC 9(4).
           05  WS-FOUND-IX         PIC 9(3).
           05  WS-ACK-DATE         PIC 9(8).
           05  WS-ACK-TIME         PIC 9(8).
           05  WS-ACK-RECORDS      PIC 9(6).
           05  WS-ACK-CHECK        PIC 9(8).
           05  WS-MATCH-PASS       PIC 9(1).
           05  WS-TOTALS-AGREE     PIC X(1).
               88  TOTALS-AGREE       VALUE "Y".
           05  WS-CAT-CHANGED      PIC X(1) VALUE "N".
               88  CATALOG-CHANGED    VALUE "Y".
           05  WS-CAT-REWRITTEN    PIC X(1) VALUE "Y".
               88  CATALOG-REWRITTEN  VALUE "Y".
           05  WS-FLAG-TEXT        PIC X(120).
           05  WS-SEVERITY         PIC 9(1) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).

       01  WS-TOTALS.
           05  WS-READ-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-CONFIRMED-COUNT  PIC 9(4) VALUE ZEROES.
           05  WS-ALREADY-COUNT    PIC 9(4) VALUE ZEROES.
           05  WS-DUPLICATE-COUNT  PIC 9(4) VALUE ZEROES.
           05  WS-RESEND-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-UNMATCHED-COUNT  PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-LOAD-CATALOG
           PERFORM MD03-READ-ACKNOWLEDGEMENTS
           IF CATALOG-CHANGED
               PERFORM MD07-REWRITE-CATALOG
           END-IF
           IF CATALOG-REWRITTEN
               PERFORM MD08-ARCHIVE-ACKNOWLEDGEMENTS
           ELSE
               MOVE 8 TO WS-SEVERITY
           END-IF
           IF WS-SEVERITY < 4
                   AND (WS-RESEND-COUNT > 0 OR WS-UNMATCHED-COUNT > 0)
               MOVE 4 TO WS-SEVERITY
           END-IF
           PERFORM MD09-WRITE-STATUS-RECORD
           DISPLAY "Acknowledgements read: " WS-READ-COUNT
               " confirmed: " WS-CONFIRMED-COUNT
               " already confirmed: " WS-ALREADY-COUNT
           DISPLAY "Duplicates noted: " WS-DUPLICATE-COUNT
               " flagged for resend: " WS-RESEND-COUNT
               " unmatched: " WS-UNMATCHED-COUNT
           MOVE WS-SEVERITY TO RETURN-CODE
           STOP RUN.

       MD02-LOAD-CATALOG.
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT CATFILE
           IF WS-CATFILE-STATUS NOT = "00"
               IF WS-CATFILE-STATUS = "35"
                   DISPLAY "BATCHCAT.DAT not found -"
                       " no generations cataloged yet"
               ELSE
                   DISPLAY "BATCHCAT.DAT open failed, status="
                       WS-CATFILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL CATFILE-AT-END
                   READ CATFILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           PERFORM MD02-LOAD-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATFILE
           END-IF
           EXIT.

      * A catalog too big to hold cannot be rewritten without
      * losing entries, so the run stops rather than carry on.
       MD02-LOAD-ONE-ENTRY.
           IF CAT-GEN NOT NUMERIC
               DISPLAY "BATCHCAT.DAT record ignored: "
                   CAT-RECORD(1:40)
           ELSE
               IF WS-CAT-COUNT < 200
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CAT-GEN TO WS-CAT-E-GEN(WS-CAT-COUNT)
                   MOVE CAT-STATE TO WS-CAT-E-STATE(WS-CAT-COUNT)
                   MOVE CAT-DATE TO WS-CAT-E-DATE(WS-CAT-COUNT)
                   MOVE CAT-TIME TO WS-CAT-E-TIME(WS-CAT-COUNT)
                   MOVE CAT-RECORDS
                       TO WS-CAT-E-RECORDS(WS-CAT-COUNT)
                   MOVE CAT-CHECK TO WS-CAT-E-CHECK(WS-CAT-COUNT)
                   MOVE CAT-FILENAME
                       TO WS-CAT-E-FILENAME(WS-CAT-COUNT)
               ELSE
                   DISPLAY "More than 200 catalog entries -"
                       " purge old generations with BATCH-CATALOG"
                       " and rerun"
                   CLOSE CATFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EXIT.

       MD03-READ-ACKNOWLEDGEMENTS.
           MOVE "N" TO WS-ACK-EOF
           OPEN INPUT ACKFILE
           IF WS-ACKFILE-STATUS NOT = "00"
               IF WS-ACKFILE-STATUS = "35"
                   DISPLAY "BATCHACK.DAT not found -"
                       " no acknowledgements to process"
               ELSE
                   DISPLAY "BATCHACK.DAT open failed, status="
                       WS-ACKFILE-STATUS
                   MOVE 8 TO WS-SEVERITY
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACKFILE-AT-END
               READ ACKFILE
                   AT END
                       MOVE "Y" TO WS-ACK-EOF
                   NOT AT END
                       IF ACK-RECORD NOT = SPACES
                           PERFORM MD04-HANDLE-ACKNOWLEDGEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACKFILE
           EXIT.

      * Acknowledgements beyond the table are left where they are
      * for the next run rather than acted on and then lost.
       MD04-HANDLE-ACKNOWLEDGEMENT.
           IF WS-ACK-COUNT NOT < 500
               IF WS-ACK-COUNT = 500
                   DISPLAY "More than 500 acknowledgements - the"
                       " rest are left for the next run"
                   ADD 1 TO WS-ACK-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE ACK-RECORD TO WS-ACK-IMAGE(WS-ACK-COUNT)
           ADD 1 TO WS-READ-COUNT
           PERFORM MD05-FIND-GENERATION
           IF WS-FOUND-IX = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "UNMATCHED " ACK-TYPE " " ACK-REASON
                       " HDR=" ACK-HDR-DATE " " ACK-HDR-TIME
                       " RECORDS=" ACK-RECORDS
                       " CHECK=" ACK-CHECK
                       " KEY-ID=" ACK-KEY-ID
                       " - NO SUCH GENERATION"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM MD06-ADD-FLAG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TOTALS-AGREE
           IF ACK-RECORDS NUMERIC AND ACK-CHECK NUMERIC
               MOVE ACK-RECORDS TO WS-ACK-RECORDS
               MOVE ACK-CHECK TO WS-ACK-CHECK
               IF WS-ACK-RECORDS = WS-CAT-E-RECORDS(WS-FOUND-IX)
                       AND WS-ACK-CHECK = WS-CAT-E-CHECK(WS-FOUND-IX)
                   MOVE "Y" TO WS-TOTALS-AGREE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ACK-POSITIVE AND TOTALS-AGREE
                   IF WS-CAT-E-STATE(WS-FOUND-IX) = "S"
                       MOVE "C" TO WS-CAT-E-STATE(WS-FOUND-IX)
                       MOVE "Y" TO WS-CAT-CHANGED
                       ADD 1 TO WS-CONFIRMED-COUNT
                       DISPLAY "Generation "
                           WS-CAT-E-GEN(WS-FOUND-IX)
                           " marked CONFIRMED"
                   ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
               WHEN ACK-NEGATIVE AND ACK-REASON-DUPLICATE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "Generation " WS-CAT-E-GEN(WS-FOUND-IX)
                       " was received twice - second copy refused"
               WHEN ACK-POSITIVE
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "RESEND GEN=" WS-CAT-E-GEN(WS-FOUND-IX)
                           " FILE=" WS-CAT-E-FILENAME(WS-FOUND-IX)
                           " ACK TOTALS DIFFER RECORDS=" ACK-RECORDS
                           " CHECK=" ACK-CHECK
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   PERFORM MD06-FLAG-RESEND
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "RESEND GEN=" WS-CAT-E-GEN(WS-FOUND-IX)
                           " FILE=" WS-CAT-E-FILENAME(WS-FOUND-IX)
                           " " ACK-TYPE " REASON=" ACK-REASON
                           " RECEIVED=" ACK-RUN-DATE
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   PERFORM MD06-FLAG-RESEND
           END-EVALUATE
           EXIT.

      * Matched by header stamp and totals. A stamp alone need not
      * name one generation - the destinations of a routed run are
      * catalogued within the same hundredth of a second when they
      * are small - so the catalog is searched in three passes:
      * stamp and totals on a generation still SENT, then stamp
      * and totals in any state (an acknowledgement received
      * twice), and only then the stamp alone, so that a totals
      * disagreement is still reported against its generation.
       MD05-FIND-GENERATION.
           MOVE 0 TO WS-FOUND-IX
           IF ACK-HDR-DATE NOT NUMERIC OR ACK-HDR-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ACK-HDR-DATE TO WS-ACK-DATE
           MOVE ACK-HDR-TIME TO WS-ACK-TIME
           IF ACK-RECORDS NUMERIC AND ACK-CHECK NUMERIC
               MOVE ACK-RECORDS TO WS-ACK-RECORDS
               MOVE ACK-CHECK TO WS-ACK-CHECK
               MOVE 1 TO WS-MATCH-PASS
           ELSE
               MOVE 3 TO WS-MATCH-PASS
           END-IF
           PERFORM MD05-SCAN-CATALOG
               UNTIL WS-MATCH-PASS > 3 OR WS-FOUND-IX > 0
           EXIT.

       MD05-SCAN-CATALOG.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CAT-COUNT OR WS-FOUND-IX > 0
               IF WS-CAT-E-DATE(WS-IX) = WS-ACK-DATE
                       AND WS-CAT-E-TIME(WS-IX) = WS-ACK-TIME
                   PERFORM MD05-MATCH-ENTRY
               END-IF
           END-PERFORM
           ADD 1 TO WS-MATCH-PASS
           EXIT.

       MD05-MATCH-ENTRY.
           EVALUATE WS-MATCH-PASS
               WHEN 1
                   IF WS-CAT-E-STATE(WS-IX) = "S"
                           AND WS-CAT-E-RECORDS(WS-IX) = WS-ACK-RECORDS
                           AND WS-CAT-E-CHECK(WS-IX) = WS-ACK-CHECK
                       MOVE WS-IX TO WS-FOUND-IX
                   END-IF
               WHEN 2
                   IF WS-CAT-E-RECORDS(WS-IX) = WS-ACK-RECORDS
                           AND WS-CAT-E-CHECK(WS-IX) = WS-ACK-CHECK
                       MOVE WS-IX TO WS-FOUND-IX
                   END-IF
               WHEN OTHER
                   MOVE WS-IX TO WS-FOUND-IX
           END-EVALUATE
           EXIT.

       MD06-FLAG-RESEND.
           ADD 1 TO WS-RESEND-COUNT
           DISPLAY WS-FLAG-TEXT
           PERFORM MD06-ADD-FLAG-LINE
           EXIT.

       MD06-ADD-FLAG-LINE.
           ADD 1 TO WS-FLAG-TOTAL
           IF WS-FLAG-COUNT < 50
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-FLAG-TEXT TO WS-FLAG-LINE(WS-FLAG-COUNT)
           END-IF
           EXIT.

       MD07-REWRITE-CATALOG.
           OPEN OUTPUT CATFILE
           IF WS-CATFILE-STATUS NOT = "00"
               DISPLAY "BATCHCAT.DAT open failed, status="
                   WS-CATFILE-STATUS " - catalog not rewritten,"
                   " acknowledgements kept for the next run"
               MOVE "N" TO WS-CAT-REWRITTEN
           ELSE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-CAT-COUNT
                   MOVE SPACES TO CAT-RECORD
                   MOVE WS-CAT-E-GEN(WS-IX) TO CAT-GEN
                   MOVE WS-CAT-E-STATE(WS-IX) TO CAT-STATE
                   MOVE WS-CAT-E-DATE(WS-IX) TO CAT-DATE
                   MOVE WS-CAT-E-TIME(WS-IX) TO CAT-TIME
                   MOVE WS-CAT-E-RECORDS(WS-IX) TO CAT-RECORDS
                   MOVE WS-CAT-E-CHECK(WS-IX) TO CAT-CHECK
                   MOVE WS-CAT-E-FILENAME(WS-IX) TO CAT-FILENAME
                   WRITE CAT-RECORD
               END-PERFORM
               CLOSE CATFILE
           END-IF
           EXIT.

      * The acted-on acknowledgements go to the history file and
      * BATCHACK.DAT is rewritten with only what this run could
      * not take (any beyond the table), so a rerun never confirms
      * or flags the same generation twice.
       MD08-ARCHIVE-ACKNOWLEDGEMENTS.
           IF WS-READ-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTFILE
           IF WS-HISTFILE-STATUS = "35"
               OPEN OUTPUT HISTFILE
           END-IF
           IF WS-HISTFILE-STATUS NOT = "00"
               DISPLAY "ACKHIST.DAT open failed, status="
                   WS-HISTFILE-STATUS " - BATCHACK.DAT left as is"
               MOVE 8 TO WS-SEVERITY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-READ-COUNT
               MOVE WS-ACK-IMAGE(WS-IX) TO HIST-RECORD
               WRITE HIST-RECORD
           END-PERFORM
           CLOSE HISTFILE
           IF WS-ACK-COUNT > WS-READ-COUNT
               PERFORM MD08-KEEP-UNREAD-TAIL
           ELSE
               OPEN OUTPUT ACKFILE
               IF WS-ACKFILE-STATUS = "00"
                   CLOSE ACKFILE
               ELSE
                   DISPLAY "BATCHACK.DAT could not be emptied,"
                       " status=" WS-ACKFILE-STATUS
                   MOVE 8 TO WS-SEVERITY
               END-IF
           END-IF
           EXIT.

      * More acknowledgements than the table holds: reread the
      * file, skip the ones acted on and keep the rest in the
      * table's place before rewriting the file from it.
       MD08-KEEP-UNREAD-TAIL.
           MOVE 0 TO WS-ACK-COUNT
           MOVE 0 TO WS-IX
           MOVE "N" TO WS-ACK-EOF
           OPEN INPUT ACKFILE
           PERFORM UNTIL ACKFILE-AT-END
               READ ACKFILE
                   AT END
                       MOVE "Y" TO WS-ACK-EOF
                   NOT AT END
                       IF ACK-RECORD NOT = SPACES
                           ADD 1 TO WS-IX
                           IF WS-IX > WS-READ-COUNT
                                   AND WS-ACK-COUNT < 500
                               ADD 1 TO WS-ACK-COUNT
                               MOVE ACK-RECORD
                                   TO WS-ACK-IMAGE(WS-ACK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACKFILE
           OPEN OUTPUT ACKFILE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ACK-COUNT
               MOVE WS-ACK-IMAGE(WS-IX) TO ACK-RECORD
               WRITE ACK-RECORD
           END-PERFORM
           CLOSE ACKFILE
           EXIT.

      * Same summary layout the scheduler reads after a
      * COBENCRYPT run, one detail line per flagged item after it.
       MD09-WRITE-STATUS-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT STATFILE
           IF WS-STATFILE-STATUS NOT = "00"
               DISPLAY "RUNSTAT.DAT open failed, status="
                   WS-STATFILE-STATUS " - status record not written"
               IF WS-SEVERITY < 4
                   MOVE 4 TO WS-SEVERITY
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STAT-RECORD
           MOVE WS-RUN-DATE TO STAT-DATE
           MOVE WS-RUN-TIME TO STAT-TIME
           MOVE " FUNCS=" TO STAT-FUNC-TAG
           MOVE 1 TO STAT-FUNCS
           MOVE " RECORDS=" TO STAT-REC-TAG
           MOVE WS-READ-COUNT TO STAT-RECORDS
           MOVE " FAILURES=" TO STAT-FAIL-TAG
           COMPUTE STAT-FAILURES = WS-RESEND-COUNT
               + WS-UNMATCHED-COUNT
           MOVE " SEVERITY=" TO STAT-SEV-TAG
           MOVE WS-SEVERITY TO STAT-SEVERITY
           WRITE STAT-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-FLAG-COUNT
               MOVE WS-FLAG-LINE(WS-IX) TO STAT-TEXT
               WRITE STAT-TEXT
           END-PERFORM
           IF WS-FLAG-TOTAL > WS-FLAG-COUNT
               MOVE SPACES TO STAT-TEXT
               STRING "MORE THAN 50 FLAGGED ACKNOWLEDGEMENTS -"
                       " SEE ACKHIST.DAT"
                       DELIMITED BY SIZE INTO STAT-TEXT
               WRITE STAT-TEXT
           END-IF
           CLOSE STATFILE
           EXIT.

       END PROGRAM BATCH-CONFIRM.
