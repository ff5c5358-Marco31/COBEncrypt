      ************************************************************

      *  End-of-day control sheet                                *

      *  Ties one business date's work out across the three     *
      *  records COBENCRYPT keeps of it: the generations in      *
      *  BATCHCAT.DAT (dated by their HDR stamp), the audited    *
      *  batch functions in AUDITLOG.DAT, and the end-of-run     *
      *  records in RUNHIST.DAT. Each generation is matched to   *
      *  the audited encrypt run that made it - the one whose    *
      *  entry is the first batch entry written after the        *
      *  generation's header - and each run on RUNHIST.DAT to    *
      *  the audited batch functions written since the run       *
      *  before it. Record counts are compared pair by pair and  *
      *  in total, and every orphan or count mismatch is listed  *
      *  as an exception ahead of the supervisor's sign-off      *
      *  block. The sheet is written to EODCTL.DAT.              *
      *  RETURN-CODE 0 = everything ties out, 4 = exceptions     *
      *  listed, 8 = failed.                                     *

      *  compile with : cobc -x eodctl.cbl -o build/eodctl       *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-CONTROL.
       AUTHOR. MARC VEYSSEYRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           Console is Name-Input.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATFILE ASSIGN TO "BATCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATFILE-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT HISTFILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT SHEETFILE ASSIGN TO "EODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keep in step with the CATFILE FD in COBENCRYPT.
       FD  CATFILE.
       01  CAT-RECORD.
           05  CAT-GEN              PIC 9(4).
           05  FILLER               PIC X(1).
           05  CAT-STATE            PIC X(1).
           05  FILLER               PIC X(1).
           05  CAT-DATE             PIC X(8).
           05  FILLER               PIC X(1).
           05  CAT-TIME             PIC X(8).
           05  FILLER               PIC X(1).
           05  CAT-RECORDS          PIC X(6).
           05  FILLER               PIC X(1).
           05  CAT-CHECK            PIC X(8).
           05  FILLER               PIC X(1).
           05  CAT-FILENAME         PIC X(40).

      * Mirrors the chained layout MD16-WRITE-AUDIT-ENTRY in
      * COBENCRYPT builds - keep the two in step.
       FD  AUDITLOG.
       01  AUDIT-RECORD.
           05  AUDIT-SEQ           PIC X(6).
           05  FILLER              PIC X(1).
           05  AUDIT-DATE          PIC X(8).
           05  FILLER              PIC X(1).
           05  AUDIT-TIME          PIC X(8).
           05  FILLER              PIC X(6).
           05  AUDIT-MENU          PIC X(1).
           05  FILLER              PIC X(1).
           05  AUDIT-DETAIL        PIC X(80).
           05  FILLER              PIC X(13).

      * Mirrors the RUNHIST layout MD26-APPEND-RUN-HISTORY in
      * COBENCRYPT writes - keep the two in step.
       FD  HISTFILE.
       01  HIST-RECORD.
           05  HIST-DATE            PIC X(8).
           05  FILLER               PIC X(1).
           05  HIST-TIME            PIC X(8).
           05  FILLER               PIC X(7).
           05  HIST-FUNCS           PIC X(4).
           05  FILLER               PIC X(9).
           05  HIST-RECORDS         PIC X(7).
           05  FILLER               PIC X(10).
           05  HIST-FAILURES        PIC X(6).
           05  FILLER               PIC X(10).
           05  HIST-SEVERITY        PIC X(1).

       FD  SHEETFILE.
       01  SHEET-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-CATFILE-STATUS   PIC X(2).
           05  WS-CAT-EOF          PIC X(1).
               88  CATFILE-AT-END     VALUE "Y".
           05  WS-AUDITLOG-STATUS  PIC X(2).
           05  WS-ALOG-EOF         PIC X(1).
               88  ALOG-AT-END        VALUE "Y".
           05  WS-HISTFILE-STATUS  PIC X(2).
           05  WS-HIST-EOF         PIC X(1).
               88  HIST-AT-END        VALUE "Y".
           05  WS-SHEETFILE-STATUS PIC X(2).

       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-INPUT-BUFFER         PIC X(80).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

      * The day's generations, in catalog order. GEN-AUD-IX points
      * at the audited run that made the generation, zero if none.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-GEN-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-GEN-ENTRY OCCURS 100 TIMES.
               10  WS-GEN-NUM      PIC 9(4).
               10  WS-GEN-STATE    PIC X(1).
               10  WS-GEN-TIME     PIC 9(8).
               10  WS-GEN-RECORDS  PIC 9(6).
               10  WS-GEN-FILENAME PIC X(40).
               10  WS-GEN-AUD-IX   PIC 9(3).

      * The day's audited batch functions (menu 3 - single runs,
      * manifest steps and suspense resubmissions) in log order.
      * AUD-HAS-RECORDS is "N" for a run that was skipped or
      * refused before it read anything.
       01  WS-AUD-TABLE.
           05  WS-AUD-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-AUD-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-AUD-ENTRY OCCURS 200 TIMES.
               10  WS-AUD-SEQ      PIC X(6).
               10  WS-AUD-TIME     PIC 9(8).
               10  WS-AUD-KEY-ID   PIC X(10).
               10  WS-AUD-DIR      PIC X(1).
               10  WS-AUD-RECORDS  PIC 9(6).
               10  WS-AUD-HAS-RECORDS PIC X(1).
               10  WS-AUD-RESUBMIT PIC X(1).
               10  WS-AUD-GEN-IX   PIC 9(3).
               10  WS-AUD-RUN-IX   PIC 9(3).

      * The day's end-of-run records, and the audited batch
      * records each one accounts for.
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-RUN-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-RUN-ENTRY OCCURS 50 TIMES.
               10  WS-RUN-E-TIME   PIC 9(8).
               10  WS-RUN-E-FUNCS  PIC X(4).
               10  WS-RUN-E-RECORDS PIC 9(7).
               10  WS-RUN-E-FAILS  PIC X(6).
               10  WS-RUN-E-SEV    PIC X(1).
               10  WS-RUN-E-AUDITED PIC 9(7).

       01  WS-SCAN-AREA.
           05  WS-UNSTRING-HEAD    PIC X(80).
           05  WS-UNSTRING-TAIL    PIC X(80).
           05  WS-PREV-TIME        PIC 9(8).
           05  WS-BEST-IX          PIC 9(3).

       01  WS-TOTALS.
           05  WS-TOT-RUN-RECORDS  PIC 9(9) VALUE ZEROES.
           05  WS-TOT-AUD-RECORDS  PIC 9(9) VALUE ZEROES.
           05  WS-TOT-AUD-ENCRYPT  PIC 9(9) VALUE ZEROES.
           05  WS-TOT-AUD-DECRYPT  PIC 9(9) VALUE ZEROES.
           05  WS-TOT-CAT-RECORDS  PIC 9(9) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT  PIC 9(4) VALUE ZEROES.

       01  WS-IX                   PIC 9(3).
       01  WS-JX                   PIC 9(3).
       01  WS-LINK-TEXT            PIC X(30).

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-GET-BUSINESS-DATE
           OPEN OUTPUT SHEETFILE
           IF WS-SHEETFILE-STATUS NOT = "00"
               DISPLAY "EODCTL.DAT open failed, status="
                   WS-SHEETFILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MD03-LOAD-GENERATIONS
           PERFORM MD04-LOAD-AUDITED-BATCHES
           PERFORM MD05-LOAD-RUN-HISTORY
           PERFORM MD06-TIE-RUNS-TO-AUDIT
           PERFORM MD07-WRITE-SHEET-HEADER
           PERFORM MD08-WRITE-RUN-SECTION
           PERFORM MD09-WRITE-GENERATION-SECTION
           PERFORM MD10-WRITE-AUDIT-SECTION
           PERFORM MD11-WRITE-TOTALS
           PERFORM MD12-WRITE-EXCEPTIONS
           PERFORM MD13-WRITE-SIGN-OFF
           CLOSE SHEETFILE
           DISPLAY "Control sheet written to EODCTL.DAT"
           DISPLAY "Runs: " WS-RUN-COUNT
               " generations: " WS-GEN-COUNT
               " audited batch functions: " WS-AUD-COUNT
               " exceptions: " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       MD02-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Business date YYYYMMDD (blank for today)"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           IF WS-INPUT-BUFFER = SPACES
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-INPUT-BUFFER(1:8) TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY "Business date must be 8 digits, YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * A generation belongs to the business date of its HDR
      * stamp, which COBENCRYPT catalogs it under.
      *----------------------------------------------------------*
       MD03-LOAD-GENERATIONS.
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT CATFILE
           IF WS-CATFILE-STATUS NOT = "00"
               IF WS-CATFILE-STATUS = "35"
                   DISPLAY "BATCHCAT.DAT not found - no generations"
               ELSE
                   DISPLAY "BATCHCAT.DAT open failed, status="
                       WS-CATFILE-STATUS
                   CLOSE SHEETFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATFILE-AT-END
               READ CATFILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CAT-DATE = WS-BUSINESS-DATE
                               AND CAT-GEN NUMERIC
                           PERFORM MD03-STORE-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATFILE
           EXIT.

       MD03-STORE-GENERATION.
           IF WS-GEN-COUNT >= 100
               MOVE "Y" TO WS-GEN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE CAT-GEN TO WS-GEN-NUM(WS-GEN-COUNT)
           MOVE CAT-STATE TO WS-GEN-STATE(WS-GEN-COUNT)
           IF CAT-TIME NUMERIC
               MOVE CAT-TIME TO WS-GEN-TIME(WS-GEN-COUNT)
           ELSE
               MOVE 0 TO WS-GEN-TIME(WS-GEN-COUNT)
           END-IF
           IF CAT-RECORDS NUMERIC
               MOVE CAT-RECORDS TO WS-GEN-RECORDS(WS-GEN-COUNT)
           ELSE
               MOVE 0 TO WS-GEN-RECORDS(WS-GEN-COUNT)
           END-IF
           MOVE CAT-FILENAME TO WS-GEN-FILENAME(WS-GEN-COUNT)
           MOVE 0 TO WS-GEN-AUD-IX(WS-GEN-COUNT)
           ADD WS-GEN-RECORDS(WS-GEN-COUNT) TO WS-TOT-CAT-RECORDS
           EXIT.

      *----------------------------------------------------------*
      * Audited batch functions are the menu-3 entries COBENCRYPT
      * writes after each single run, manifest step or suspense
      * resubmission ("BATCH ..." or "SUSPENSE RESUBMIT ..."); the
      * manifest's own summary entry carries no records and is
      * left out. Runs are one at a time, so the generation an
      * encrypt run made is the one stamped after the previous
      * batch entry and no later than this one.
      *----------------------------------------------------------*
       MD04-LOAD-AUDITED-BATCHES.
           MOVE "N" TO WS-ALOG-EOF
           MOVE 0 TO WS-PREV-TIME
           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-STATUS NOT = "00"
               IF WS-AUDITLOG-STATUS = "35"
                   DISPLAY "AUDITLOG.DAT not found - no audited"
                       " batch functions"
               ELSE
                   DISPLAY "AUDITLOG.DAT open failed, status="
                       WS-AUDITLOG-STATUS
                   CLOSE SHEETFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALOG-AT-END
               READ AUDITLOG
                   AT END
                       MOVE "Y" TO WS-ALOG-EOF
                   NOT AT END
                       IF AUDIT-DATE = WS-BUSINESS-DATE
                               AND AUDIT-MENU = "3"
                               AND AUDIT-TIME NUMERIC
                               AND (AUDIT-DETAIL(1:5) = "BATCH"
                               OR AUDIT-DETAIL(1:17)
                                   = "SUSPENSE RESUBMIT")
                           PERFORM MD04-STORE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG
           EXIT.

       MD04-STORE-AUDIT-ENTRY.
           IF WS-AUD-COUNT >= 200
               MOVE "Y" TO WS-AUD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUD-COUNT
           MOVE AUDIT-SEQ TO WS-AUD-SEQ(WS-AUD-COUNT)
           MOVE AUDIT-TIME TO WS-AUD-TIME(WS-AUD-COUNT)
           MOVE 0 TO WS-AUD-GEN-IX(WS-AUD-COUNT)
           MOVE 0 TO WS-AUD-RUN-IX(WS-AUD-COUNT)
           IF AUDIT-DETAIL(1:17) = "SUSPENSE RESUBMIT"
               MOVE "Y" TO WS-AUD-RESUBMIT(WS-AUD-COUNT)
           ELSE
               MOVE "N" TO WS-AUD-RESUBMIT(WS-AUD-COUNT)
           END-IF
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING AUDIT-DETAIL DELIMITED BY "KEY-ID="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           MOVE WS-UNSTRING-TAIL(1:10) TO WS-AUD-KEY-ID(WS-AUD-COUNT)
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING AUDIT-DETAIL DELIMITED BY " DIR="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           MOVE WS-UNSTRING-TAIL(1:1) TO WS-AUD-DIR(WS-AUD-COUNT)
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING AUDIT-DETAIL DELIMITED BY " RECORDS="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           IF WS-UNSTRING-TAIL(1:6) NUMERIC
               MOVE WS-UNSTRING-TAIL(1:6)
                   TO WS-AUD-RECORDS(WS-AUD-COUNT)
               MOVE "Y" TO WS-AUD-HAS-RECORDS(WS-AUD-COUNT)
               ADD WS-AUD-RECORDS(WS-AUD-COUNT) TO WS-TOT-AUD-RECORDS
               IF WS-AUD-DIR(WS-AUD-COUNT) = "E"
                   ADD WS-AUD-RECORDS(WS-AUD-COUNT)
                       TO WS-TOT-AUD-ENCRYPT
                   PERFORM MD04-MATCH-GENERATION
               ELSE
                   ADD WS-AUD-RECORDS(WS-AUD-COUNT)
                       TO WS-TOT-AUD-DECRYPT
               END-IF
           ELSE
               MOVE 0 TO WS-AUD-RECORDS(WS-AUD-COUNT)
               MOVE "N" TO WS-AUD-HAS-RECORDS(WS-AUD-COUNT)
           END-IF
           MOVE WS-AUD-TIME(WS-AUD-COUNT) TO WS-PREV-TIME
           EXIT.

      * Latest unclaimed generation stamped inside this entry's
      * window - an earlier one in the same window is a run that
      * never reached its audit entry.
       MD04-MATCH-GENERATION.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GEN-COUNT
               IF WS-GEN-AUD-IX(WS-IX) = 0
                       AND WS-GEN-TIME(WS-IX) > WS-PREV-TIME
                       AND WS-GEN-TIME(WS-IX)
                           NOT > WS-AUD-TIME(WS-AUD-COUNT)
                   IF WS-BEST-IX = 0
                       MOVE WS-IX TO WS-BEST-IX
                   ELSE
                       IF WS-GEN-TIME(WS-IX)
                               NOT < WS-GEN-TIME(WS-BEST-IX)
                           MOVE WS-IX TO WS-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
               MOVE WS-BEST-IX TO WS-AUD-GEN-IX(WS-AUD-COUNT)
               MOVE WS-AUD-COUNT TO WS-GEN-AUD-IX(WS-BEST-IX)
           END-IF
           EXIT.

       MD05-LOAD-RUN-HISTORY.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTFILE
           IF WS-HISTFILE-STATUS NOT = "00"
               IF WS-HISTFILE-STATUS = "35"
                   DISPLAY "RUNHIST.DAT not found - no run history"
               ELSE
                   DISPLAY "RUNHIST.DAT open failed, status="
                       WS-HISTFILE-STATUS
                   CLOSE SHEETFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIST-AT-END
               READ HISTFILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-DATE = WS-BUSINESS-DATE
                               AND HIST-TIME NUMERIC
                           PERFORM MD05-STORE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTFILE
           EXIT.

       MD05-STORE-RUN.
           IF WS-RUN-COUNT >= 50
               MOVE "Y" TO WS-RUN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE HIST-TIME TO WS-RUN-E-TIME(WS-RUN-COUNT)
           MOVE HIST-FUNCS TO WS-RUN-E-FUNCS(WS-RUN-COUNT)
           IF HIST-RECORDS NUMERIC
               MOVE HIST-RECORDS TO WS-RUN-E-RECORDS(WS-RUN-COUNT)
           ELSE
               MOVE 0 TO WS-RUN-E-RECORDS(WS-RUN-COUNT)
           END-IF
           MOVE HIST-FAILURES TO WS-RUN-E-FAILS(WS-RUN-COUNT)
           MOVE HIST-SEVERITY TO WS-RUN-E-SEV(WS-RUN-COUNT)
           MOVE 0 TO WS-RUN-E-AUDITED(WS-RUN-COUNT)
           ADD WS-RUN-E-RECORDS(WS-RUN-COUNT) TO WS-TOT-RUN-RECORDS
           EXIT.

      *----------------------------------------------------------*
      * A RUNHIST record is written as COBENCRYPT ends, so the
      * batch functions a run audited are those logged after the
      * previous run's record and no later than its own.
      *----------------------------------------------------------*
       MD06-TIE-RUNS-TO-AUDIT.
           MOVE 0 TO WS-PREV-TIME
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-RUN-COUNT
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-AUD-COUNT
                   IF WS-AUD-RUN-IX(WS-IX) = 0
                           AND WS-AUD-TIME(WS-IX) > WS-PREV-TIME
                           AND WS-AUD-TIME(WS-IX)
                               NOT > WS-RUN-E-TIME(WS-JX)
                       MOVE WS-JX TO WS-AUD-RUN-IX(WS-IX)
                       ADD WS-AUD-RECORDS(WS-IX)
                           TO WS-RUN-E-AUDITED(WS-JX)
                   END-IF
               END-PERFORM
               MOVE WS-RUN-E-TIME(WS-JX) TO WS-PREV-TIME
           END-PERFORM
           EXIT.

       MD07-WRITE-SHEET-HEADER.
           MOVE SPACES TO SHEET-RECORD
           STRING "END-OF-DAY CONTROL SHEET  BUSINESS DATE="
                   WS-BUSINESS-DATE
                   "  PRINTED=" WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       MD08-WRITE-RUN-SECTION.
           MOVE "RUNS (RUNHIST.DAT):" TO SHEET-RECORD
           WRITE SHEET-RECORD
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-RUN-COUNT
               MOVE SPACES TO SHEET-RECORD
               STRING "  RUN ENDED " WS-RUN-E-TIME(WS-JX)
                       " FUNCS=" WS-RUN-E-FUNCS(WS-JX)
                       " RECORDS=" WS-RUN-E-RECORDS(WS-JX)
                       " FAILURES=" WS-RUN-E-FAILS(WS-JX)
                       " SEVERITY=" WS-RUN-E-SEV(WS-JX)
                       "  AUDITED BATCH RECORDS="
                       WS-RUN-E-AUDITED(WS-JX)
                       DELIMITED BY SIZE INTO SHEET-RECORD
               WRITE SHEET-RECORD
           END-PERFORM
           IF WS-RUN-COUNT = 0
               MOVE "  (NO RUNS RECORDED)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       MD09-WRITE-GENERATION-SECTION.
           MOVE "GENERATIONS (BATCHCAT.DAT):" TO SHEET-RECORD
           WRITE SHEET-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GEN-COUNT
               MOVE SPACES TO WS-LINK-TEXT
               IF WS-GEN-AUD-IX(WS-IX) > 0
                   MOVE WS-GEN-AUD-IX(WS-IX) TO WS-JX
                   STRING "AUDIT SEQ=" WS-AUD-SEQ(WS-JX)
                           DELIMITED BY SIZE INTO WS-LINK-TEXT
               ELSE
                   MOVE "NO AUDIT ENTRY" TO WS-LINK-TEXT
               END-IF
               MOVE SPACES TO SHEET-RECORD
               STRING "  GEN=" WS-GEN-NUM(WS-IX)
                       " STATE=" WS-GEN-STATE(WS-IX)
                       " HDR=" WS-GEN-TIME(WS-IX)
                       " RECORDS=" WS-GEN-RECORDS(WS-IX)
                       "  " WS-LINK-TEXT
                       " " WS-GEN-FILENAME(WS-IX)
                       DELIMITED BY SIZE INTO SHEET-RECORD
               WRITE SHEET-RECORD
           END-PERFORM
           IF WS-GEN-COUNT = 0
               MOVE "  (NO GENERATIONS CATALOGUED)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       MD10-WRITE-AUDIT-SECTION.
           MOVE "AUDITED BATCH FUNCTIONS (AUDITLOG.DAT):"
               TO SHEET-RECORD
           WRITE SHEET-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-AUD-COUNT
               MOVE SPACES TO WS-LINK-TEXT
               EVALUATE TRUE
                   WHEN WS-AUD-HAS-RECORDS(WS-IX) = "N"
                       MOVE "SKIPPED/REFUSED" TO WS-LINK-TEXT
                   WHEN WS-AUD-GEN-IX(WS-IX) > 0
                       MOVE WS-AUD-GEN-IX(WS-IX) TO WS-JX
                       STRING "GEN=" WS-GEN-NUM(WS-JX)
                           DELIMITED BY SIZE INTO WS-LINK-TEXT
                   WHEN WS-AUD-DIR(WS-IX) = "E"
                       MOVE "NO GENERATION" TO WS-LINK-TEXT
                   WHEN OTHER
                       MOVE "DECRYPT" TO WS-LINK-TEXT
               END-EVALUATE
               MOVE SPACES TO SHEET-RECORD
               IF WS-AUD-RESUBMIT(WS-IX) = "Y"
                   STRING "  SEQ=" WS-AUD-SEQ(WS-IX)
                           " TIME=" WS-AUD-TIME(WS-IX)
                           " RESUBMIT KEY-ID=" WS-AUD-KEY-ID(WS-IX)
                           " DIR=" WS-AUD-DIR(WS-IX)
                           " RECORDS=" WS-AUD-RECORDS(WS-IX)
                           "  " WS-LINK-TEXT
                           DELIMITED BY SIZE INTO SHEET-RECORD
               ELSE
                   STRING "  SEQ=" WS-AUD-SEQ(WS-IX)
                           " TIME=" WS-AUD-TIME(WS-IX)
                           " BATCH    KEY-ID=" WS-AUD-KEY-ID(WS-IX)
                           " DIR=" WS-AUD-DIR(WS-IX)
                           " RECORDS=" WS-AUD-RECORDS(WS-IX)
                           "  " WS-LINK-TEXT
                           DELIMITED BY SIZE INTO SHEET-RECORD
               END-IF
               WRITE SHEET-RECORD
           END-PERFORM
           IF WS-AUD-COUNT = 0
               MOVE "  (NO BATCH FUNCTIONS AUDITED)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       MD11-WRITE-TOTALS.
           MOVE "RECORD TOTALS BY SOURCE:" TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           STRING "  RUNHIST.DAT   RECORDS=" WS-TOT-RUN-RECORDS
                   "  (ALL BATCH FUNCTIONS)"
                   DELIMITED BY SIZE INTO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           STRING "  AUDITLOG.DAT  RECORDS=" WS-TOT-AUD-RECORDS
                   "  (ENCRYPT=" WS-TOT-AUD-ENCRYPT
                   " DECRYPT=" WS-TOT-AUD-DECRYPT ")"
                   DELIMITED BY SIZE INTO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           STRING "  BATCHCAT.DAT  RECORDS=" WS-TOT-CAT-RECORDS
                   "  (GENERATIONS - ENCRYPT ONLY)"
                   DELIMITED BY SIZE INTO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

      *----------------------------------------------------------*
      * Exceptions - anything on one record of the day that the
      * other two do not account for.
      *----------------------------------------------------------*
       MD12-WRITE-EXCEPTIONS.
           MOVE "EXCEPTIONS:" TO SHEET-RECORD
           WRITE SHEET-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GEN-COUNT
               PERFORM MD12-CHECK-GENERATION
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-AUD-COUNT
               PERFORM MD12-CHECK-AUDIT-ENTRY
           END-PERFORM
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-RUN-COUNT
               IF WS-RUN-E-RECORDS(WS-JX)
                       NOT = WS-RUN-E-AUDITED(WS-JX)
                   MOVE SPACES TO SHEET-RECORD
                   STRING "  COUNT MISMATCH  RUN ENDED "
                           WS-RUN-E-TIME(WS-JX)
                           " RUNHIST RECORDS="
                           WS-RUN-E-RECORDS(WS-JX)
                           " AUDITED BATCH RECORDS="
                           WS-RUN-E-AUDITED(WS-JX)
                           DELIMITED BY SIZE INTO SHEET-RECORD
                   PERFORM MD12-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           IF WS-TOT-RUN-RECORDS NOT = WS-TOT-AUD-RECORDS
               MOVE SPACES TO SHEET-RECORD
               STRING "  DAY TOTAL MISMATCH  RUNHIST RECORDS="
                       WS-TOT-RUN-RECORDS
                       " AUDITLOG RECORDS=" WS-TOT-AUD-RECORDS
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-TOT-CAT-RECORDS NOT = WS-TOT-AUD-ENCRYPT
               MOVE SPACES TO SHEET-RECORD
               STRING "  DAY TOTAL MISMATCH  BATCHCAT RECORDS="
                       WS-TOT-CAT-RECORDS
                       " AUDITLOG ENCRYPT RECORDS=" WS-TOT-AUD-ENCRYPT
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-GEN-OVERFLOW = "Y"
               MOVE "  MORE THAN 100 GENERATIONS - SHEET INCOMPLETE"
                   TO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-AUD-OVERFLOW = "Y"
               MOVE SPACES TO SHEET-RECORD
               STRING "  MORE THAN 200 AUDITED BATCH FUNCTIONS"
                       " - SHEET INCOMPLETE"
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-RUN-OVERFLOW = "Y"
               MOVE "  MORE THAN 50 RUNS - SHEET INCOMPLETE"
                   TO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (NONE)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       MD12-CHECK-GENERATION.
           IF WS-GEN-AUD-IX(WS-IX) = 0
               MOVE SPACES TO SHEET-RECORD
               STRING "  ORPHAN GENERATION  GEN=" WS-GEN-NUM(WS-IX)
                       " HDR=" WS-GEN-TIME(WS-IX)
                       " - NO AUDITED BATCH RUN MADE IT"
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           ELSE
               MOVE WS-GEN-AUD-IX(WS-IX) TO WS-JX
               IF WS-GEN-RECORDS(WS-IX) NOT = WS-AUD-RECORDS(WS-JX)
                   MOVE SPACES TO SHEET-RECORD
                   STRING "  COUNT MISMATCH  GEN=" WS-GEN-NUM(WS-IX)
                           " CATALOG RECORDS=" WS-GEN-RECORDS(WS-IX)
                           " AUDIT SEQ=" WS-AUD-SEQ(WS-JX)
                           " RECORDS=" WS-AUD-RECORDS(WS-JX)
                           DELIMITED BY SIZE INTO SHEET-RECORD
                   PERFORM MD12-WRITE-EXCEPTION
               END-IF
           END-IF
           EXIT.

       MD12-CHECK-AUDIT-ENTRY.
           IF WS-AUD-HAS-RECORDS(WS-IX) = "Y"
                   AND WS-AUD-DIR(WS-IX) = "E"
                   AND WS-AUD-GEN-IX(WS-IX) = 0
               MOVE SPACES TO SHEET-RECORD
               STRING "  ORPHAN AUDIT ENTRY  SEQ=" WS-AUD-SEQ(WS-IX)
                       " TIME=" WS-AUD-TIME(WS-IX)
                       " - ENCRYPT RUN LEFT NO CATALOGUED GENERATION"
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           IF WS-AUD-RUN-IX(WS-IX) = 0
               MOVE SPACES TO SHEET-RECORD
               STRING "  ORPHAN AUDIT ENTRY  SEQ=" WS-AUD-SEQ(WS-IX)
                       " TIME=" WS-AUD-TIME(WS-IX)
                       " - NO RUNHIST RECORD FOR ITS RUN"
                       DELIMITED BY SIZE INTO SHEET-RECORD
               PERFORM MD12-WRITE-EXCEPTION
           END-IF
           EXIT.

       MD12-WRITE-EXCEPTION.
           WRITE SHEET-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           EXIT.

       MD13-WRITE-SIGN-OFF.
           MOVE SPACES TO SHEET-RECORD
           IF WS-EXCEPTION-COUNT = 0
               STRING "TIE-OUT: RUNS=" WS-RUN-COUNT
                       " GENERATIONS=" WS-GEN-COUNT
                       " AUDITED BATCH FUNCTIONS=" WS-AUD-COUNT
                       " - ALL SOURCES AGREE"
                       DELIMITED BY SIZE INTO SHEET-RECORD
           ELSE
               STRING "TIE-OUT: RUNS=" WS-RUN-COUNT
                       " GENERATIONS=" WS-GEN-COUNT
                       " AUDITED BATCH FUNCTIONS=" WS-AUD-COUNT
                       " - " WS-EXCEPTION-COUNT
                       " EXCEPTION(S) TO EXPLAIN"
                       DELIMITED BY SIZE INTO SHEET-RECORD
           END-IF
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE "EXCEPTIONS EXPLAINED / ACTION TAKEN:" TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           MOVE ALL "_" TO SHEET-RECORD(3:70)
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           MOVE ALL "_" TO SHEET-RECORD(3:70)
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           WRITE SHEET-RECORD
           MOVE SPACES TO SHEET-RECORD
           STRING "OPERATIONS SUPERVISOR SIGN-OFF  NAME: "
                   "______________________  SIGNATURE: "
                   "______________________  DATE: __________"
                   DELIMITED BY SIZE INTO SHEET-RECORD
           WRITE SHEET-RECORD
           EXIT.

       END PROGRAM EOD-CONTROL.
