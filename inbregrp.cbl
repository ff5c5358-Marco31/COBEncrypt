      ************************************************************

      *  Inbound receipt register report                         *

      *  Reads the INBREG.DAT receipt register FILE-INBOUND      *
      *  appends to and reports it per sending source (the       *
      *  SOURCE= named in each file's header) against the        *
      *  expected cadence of one file a day: every receipt with  *
      *  its outcome, each file that landed a day or more after  *
      *  its header date as LATE, and each run of header dates   *
      *  with no landed file between the source's first file and *
      *  the report date as a GAP. Duplicates refused and forced *
      *  reprocesses are counted. The report is written to       *
      *  INBREGRP.DAT.                                           *
      *  RETURN-CODE 0 = no gaps or late files, 4 = gaps or late *
      *  files found, 8 = failed.                                *

      *  compile with : cobc -x inbregrp.cbl -o build/inbregrp   *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-REGISTER.
       AUTHOR. MARC VEYSSEYRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           Console is Name-Input.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFILE ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT REGRPTFILE ASSIGN TO "INBREGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGRPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keep in step with the REGFILE FD in FILE-INBOUND.
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
               88  REG-DUPLICATE        VALUE "DUPLICATE".
           05  FILLER               PIC X(1).
           05  REG-FORCED           PIC X(1).
           05  FILLER               PIC X(1).
           05  REG-RUN-DATE         PIC X(8).
           05  FILLER               PIC X(1).
           05  REG-RUN-TIME         PIC X(8).
           05  FILLER               PIC X(1).
           05  REG-SOURCE           PIC X(40).
           05  FILLER               PIC X(1).
           05  REG-FILENAME         PIC X(40).

       FD  REGRPTFILE.
       01  REGRPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-REGFILE-STATUS   PIC X(2).
           05  WS-REGRPTFILE-STATUS PIC X(2).
           05  WS-REG-EOF          PIC X(1) VALUE "N".
               88  REGFILE-AT-END     VALUE "Y".

       01  WS-INPUT-BUFFER         PIC X(80).
       01  WS-ASOF-DATE            PIC 9(8).

      * One row per register entry, in register (arrival) order.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-ENT-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-ENT-ROW OCCURS 2000 TIMES.
               10  WS-ENT-SRC-IX   PIC 9(3).
               10  WS-ENT-IMAGE    PIC X(166).

      * One row per sending source.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-SRC-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-SRC-ROW OCCURS 100 TIMES.
               10  WS-SRC-NAME     PIC X(40).
               10  WS-SRC-FIRST    PIC 9(8).
               10  WS-SRC-LAST     PIC 9(8).
               10  WS-SRC-LANDED   PIC 9(4).
               10  WS-SRC-REFUSED  PIC 9(4).
               10  WS-SRC-DUPS     PIC 9(4).
               10  WS-SRC-FORCED   PIC 9(4).
               10  WS-SRC-LATE     PIC 9(4).
               10  WS-SRC-GAP-DAYS PIC 9(4).

       01  WS-SCAN-AREA.
           05  WS-IX               PIC 9(4).
           05  WS-JX               PIC 9(4).
           05  WS-SX               PIC 9(3).
           05  WS-FOUND-IX         PIC 9(3).
           05  WS-HDR-DATE-NUM     PIC 9(8).
           05  WS-RUN-DATE-NUM     PIC 9(8).
           05  WS-LATE-DAYS        PIC 9(4).
           05  WS-DAY-INT          PIC 9(8).
           05  WS-END-INT          PIC 9(8).
           05  WS-DAY-DATE         PIC 9(8).
           05  WS-GAP-START        PIC 9(8).
           05  WS-GAP-END          PIC 9(8).
           05  WS-GAP-LEN          PIC 9(4).
           05  WS-DAY-COVERED      PIC X(1).
               88  DAY-COVERED        VALUE "Y".
           05  WS-LATE-TEXT        PIC X(16).
           05  WS-FORCED-TEXT      PIC X(6).

       01  WS-TOTALS.
           05  WS-READ-COUNT       PIC 9(6) VALUE ZEROES.
           05  WS-TOT-LANDED       PIC 9(6) VALUE ZEROES.
           05  WS-TOT-LATE         PIC 9(6) VALUE ZEROES.
           05  WS-TOT-GAPS         PIC 9(6) VALUE ZEROES.
           05  WS-TOT-GAP-DAYS     PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-GET-CRITERIA
           OPEN INPUT REGFILE
           IF WS-REGFILE-STATUS NOT = "00"
               IF WS-REGFILE-STATUS = "35"
                   DISPLAY "INBREG.DAT not found - nothing received"
                       " yet"
               ELSE
                   DISPLAY "INBREG.DAT open failed, status="
                       WS-REGFILE-STATUS
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGRPTFILE
           IF WS-REGRPTFILE-STATUS NOT = "00"
               DISPLAY "INBREGRP.DAT open failed, status="
                   WS-REGRPTFILE-STATUS
               CLOSE REGFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MD03-LOAD-REGISTER
           CLOSE REGFILE
           MOVE SPACES TO REGRPT-RECORD
           STRING "INBOUND RECEIPT REGISTER  AS OF=" WS-ASOF-DATE
                   "  EXPECTED CADENCE=DAILY"
                   DELIMITED BY SIZE INTO REGRPT-RECORD
           WRITE REGRPT-RECORD
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SRC-COUNT
               PERFORM MD04-REPORT-SOURCE
           END-PERFORM
           PERFORM MD07-WRITE-TOTALS
           CLOSE REGRPTFILE
           DISPLAY "Report written to INBREGRP.DAT"
           DISPLAY "Receipts read: " WS-READ-COUNT
               " sources: " WS-SRC-COUNT
               " late: " WS-TOT-LATE
               " gaps: " WS-TOT-GAPS
           IF WS-TOT-LATE > 0 OR WS-TOT-GAPS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Gaps are looked for up to the day before the report date -
      * the report date's own file may still be on its way.
       MD02-GET-CRITERIA.
           DISPLAY "Report date YYYYMMDD (blank = today)"
           ACCEPT WS-INPUT-BUFFER FROM Name-Input
           IF WS-INPUT-BUFFER(1:8) NUMERIC
               MOVE WS-INPUT-BUFFER(1:8) TO WS-ASOF-DATE
           ELSE
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF
           EXIT.

       MD03-LOAD-REGISTER.
           PERFORM UNTIL REGFILE-AT-END
               READ REGFILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MD03-STORE-ENTRY
               END-READ
           END-PERFORM
           EXIT.

       MD03-STORE-ENTRY.
           PERFORM MD03-FIND-OR-ADD-SOURCE
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-COUNT < 2000
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-FOUND-IX TO WS-ENT-SRC-IX(WS-ENT-COUNT)
               MOVE REG-RECORD TO WS-ENT-IMAGE(WS-ENT-COUNT)
           ELSE
               MOVE "Y" TO WS-ENT-OVERFLOW
           END-IF
           EVALUATE TRUE
               WHEN REG-LANDED
                   ADD 1 TO WS-SRC-LANDED(WS-FOUND-IX)
                   ADD 1 TO WS-TOT-LANDED
                   IF REG-HDR-DATE NUMERIC
                       MOVE REG-HDR-DATE TO WS-HDR-DATE-NUM
                       IF WS-SRC-FIRST(WS-FOUND-IX) = 0
                               OR WS-HDR-DATE-NUM
                                   < WS-SRC-FIRST(WS-FOUND-IX)
                           MOVE WS-HDR-DATE-NUM
                               TO WS-SRC-FIRST(WS-FOUND-IX)
                       END-IF
                       IF WS-HDR-DATE-NUM > WS-SRC-LAST(WS-FOUND-IX)
                           MOVE WS-HDR-DATE-NUM
                               TO WS-SRC-LAST(WS-FOUND-IX)
                       END-IF
                   END-IF
               WHEN REG-DUPLICATE
                   ADD 1 TO WS-SRC-DUPS(WS-FOUND-IX)
               WHEN OTHER
                   ADD 1 TO WS-SRC-REFUSED(WS-FOUND-IX)
           END-EVALUATE
           IF REG-FORCED = "Y"
               ADD 1 TO WS-SRC-FORCED(WS-FOUND-IX)
           END-IF
           EXIT.

       MD03-FIND-OR-ADD-SOURCE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SRC-COUNT
               IF WS-SRC-NAME(WS-SX) = REG-SOURCE
                   MOVE WS-SX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-SRC-COUNT < 100
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-FOUND-IX
                   INITIALIZE WS-SRC-ROW(WS-FOUND-IX)
                   MOVE REG-SOURCE TO WS-SRC-NAME(WS-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-SRC-OVERFLOW
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * One block per source: its receipts in arrival order, then
      * the gaps in its daily cadence, then its counts.
      *----------------------------------------------------------*
       MD04-REPORT-SOURCE.
           MOVE SPACES TO REGRPT-RECORD
           WRITE REGRPT-RECORD
           MOVE SPACES TO REGRPT-RECORD
           IF WS-SRC-NAME(WS-SX) = SPACES
               MOVE "SOURCE=(NONE - HEADER MISSING OR UNREADABLE)"
                   TO REGRPT-RECORD
           ELSE
               STRING "SOURCE=" WS-SRC-NAME(WS-SX)
                       DELIMITED BY SIZE INTO REGRPT-RECORD
           END-IF
           WRITE REGRPT-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ENT-COUNT
               IF WS-ENT-SRC-IX(WS-IX) = WS-SX
                   MOVE WS-ENT-IMAGE(WS-IX) TO REG-RECORD
                   PERFORM MD05-WRITE-RECEIPT-LINE
               END-IF
           END-PERFORM
           IF WS-SRC-FIRST(WS-SX) > 0
               PERFORM MD06-FIND-GAPS
           END-IF
           MOVE SPACES TO REGRPT-RECORD
           STRING "  LANDED=" WS-SRC-LANDED(WS-SX)
                   " REFUSED=" WS-SRC-REFUSED(WS-SX)
                   " DUPLICATES=" WS-SRC-DUPS(WS-SX)
                   " FORCED=" WS-SRC-FORCED(WS-SX)
                   " LATE=" WS-SRC-LATE(WS-SX)
                   " DAYS-MISSING=" WS-SRC-GAP-DAYS(WS-SX)
                   DELIMITED BY SIZE INTO REGRPT-RECORD
           WRITE REGRPT-RECORD
           EXIT.

      * A landed file is late when it was received on a later day
      * than the business date in its header.
       MD05-WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-LATE-TEXT WS-FORCED-TEXT
           IF REG-FORCED = "Y"
               MOVE "FORCED" TO WS-FORCED-TEXT
           END-IF
           IF REG-LANDED AND REG-HDR-DATE NUMERIC
                   AND REG-RUN-DATE NUMERIC
               MOVE REG-HDR-DATE TO WS-HDR-DATE-NUM
               MOVE REG-RUN-DATE TO WS-RUN-DATE-NUM
               IF WS-RUN-DATE-NUM > WS-HDR-DATE-NUM
                   COMPUTE WS-LATE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                           - FUNCTION INTEGER-OF-DATE(WS-HDR-DATE-NUM)
                   STRING "LATE " WS-LATE-DAYS " DAY(S)"
                           DELIMITED BY SIZE INTO WS-LATE-TEXT
                   ADD 1 TO WS-SRC-LATE(WS-SX)
                   ADD 1 TO WS-TOT-LATE
               END-IF
           END-IF
           MOVE SPACES TO REGRPT-RECORD
           STRING "  HDR=" REG-HDR-DATE " " REG-HDR-TIME
                   " KEY-ID=" REG-KEY-ID
                   " RECORDS=" REG-RECORDS
                   " CHECK=" REG-CHECK
                   " " REG-OUTCOME
                   " RECEIVED=" REG-RUN-DATE " " REG-RUN-TIME
                   " " WS-LATE-TEXT " " WS-FORCED-TEXT
                   DELIMITED BY SIZE INTO REGRPT-RECORD
           WRITE REGRPT-RECORD
           EXIT.

      * Walks every day from the source's first landed header
      * date to the day before the report date; each run
      * of days with no landed file is one GAP line.
       MD06-FIND-GAPS.
           COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SRC-FIRST(WS-SX))
           COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) - 1
           MOVE 0 TO WS-GAP-LEN
           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM MD06-CHECK-DAY
               IF DAY-COVERED
                   IF WS-GAP-LEN > 0
                       PERFORM MD06-WRITE-GAP
                   END-IF
               ELSE
                   IF WS-GAP-LEN = 0
                       MOVE WS-DAY-DATE TO WS-GAP-START
                   END-IF
                   MOVE WS-DAY-DATE TO WS-GAP-END
                   ADD 1 TO WS-GAP-LEN
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM
           IF WS-GAP-LEN > 0
               PERFORM MD06-WRITE-GAP
           END-IF
           EXIT.

       MD06-CHECK-DAY.
           MOVE "N" TO WS-DAY-COVERED
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-ENT-COUNT OR DAY-COVERED
               IF WS-ENT-SRC-IX(WS-JX) = WS-SX
                   MOVE WS-ENT-IMAGE(WS-JX) TO REG-RECORD
                   IF REG-LANDED AND REG-HDR-DATE = WS-DAY-DATE
                       MOVE "Y" TO WS-DAY-COVERED
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       MD06-WRITE-GAP.
           MOVE SPACES TO REGRPT-RECORD
           IF WS-GAP-LEN = 1
               STRING "  GAP: NO FILE FOR " WS-GAP-START
                       DELIMITED BY SIZE INTO REGRPT-RECORD
           ELSE
               STRING "  GAP: NO FILE FROM " WS-GAP-START
                       " TO " WS-GAP-END
                       " (" WS-GAP-LEN " DAYS)"
                       DELIMITED BY SIZE INTO REGRPT-RECORD
           END-IF
           WRITE REGRPT-RECORD
           ADD WS-GAP-LEN TO WS-SRC-GAP-DAYS(WS-SX)
           ADD WS-GAP-LEN TO WS-TOT-GAP-DAYS
           ADD 1 TO WS-TOT-GAPS
           MOVE 0 TO WS-GAP-LEN
           EXIT.

       MD07-WRITE-TOTALS.
           MOVE SPACES TO REGRPT-RECORD
           WRITE REGRPT-RECORD
           MOVE SPACES TO REGRPT-RECORD
           STRING "TOTALS: RECEIPTS=" WS-READ-COUNT
                   " SOURCES=" WS-SRC-COUNT
                   " LANDED=" WS-TOT-LANDED
                   " LATE=" WS-TOT-LATE
                   " GAPS=" WS-TOT-GAPS
                   " DAYS-MISSING=" WS-TOT-GAP-DAYS
                   DELIMITED BY SIZE INTO REGRPT-RECORD
           WRITE REGRPT-RECORD
           IF WS-ENT-OVERFLOW = "Y"
               MOVE "WARNING: OVER 2000 RECEIPTS - EXTRAS NOT LISTED"
                   TO REGRPT-RECORD
               WRITE REGRPT-RECORD
           END-IF
           IF WS-SRC-OVERFLOW = "Y"
               MOVE "WARNING: OVER 100 SOURCES - EXTRAS NOT REPORTED"
                   TO REGRPT-RECORD
               WRITE REGRPT-RECORD
           END-IF
           EXIT.

       END PROGRAM INBOUND-REGISTER.
