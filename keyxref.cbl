      ************************************************************

      *  Key dependency cross-reference report                   *

      *  Answers "what still needs this key?" before a profile   *
      *  is retired or deleted. Reads every profile on           *
      *  KEYFILE.DAT, then every place a Key ID is named: the    *
      *  JOBMANIF.DAT manifest steps, the ROUTECTL.DAT partner   *
      *  keys of a routed run (columns 10-19), the FIELDMAP.DAT  *
      *  range keys (columns 11-20), and the HDR record (KEY-ID= *
      *  and FIELDKEYS=) of each BATCHCAT.DAT generation still   *
      *  SENT and not yet confirmed by the receiver.             *
      *  AUDITLOG.DAT gives each key's last audited use. The     *
      *  report on KEYXREF.DAT lists, per Key ID, every          *
      *  dependent control entry and live generation; flags a    *
      *  profile nothing depends on as SAFE TO RETIRE, a retired *
      *  profile still named somewhere as RETIRED BUT            *
      *  REFERENCED, and a Key ID named somewhere but missing    *
      *  from KEYFILE.DAT as a BROKEN REFERENCE.                 *
      *  RETURN-CODE 0 = no problems, 4 = broken or retired      *
      *  references found, 8 = failed.                           *

      *  compile with : cobc -x keyxref.cbl -o build/keyxref     *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-XREF.
       AUTHOR. MARC VEYSSEYRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYFILE ASSIGN TO "KEYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-ID
               FILE STATUS IS WS-KEYFILE-STATUS.
           SELECT MANIFILE ASSIGN TO "JOBMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFILE-STATUS.
           SELECT ROUTFILE ASSIGN TO "ROUTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTFILE-STATUS.
           SELECT MAPFILE ASSIGN TO "FIELDMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPFILE-STATUS.
           SELECT CATFILE ASSIGN TO "BATCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATFILE-STATUS.
           SELECT GENFILE ASSIGN TO DYNAMIC WS-GENFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENFILE-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT XREFFILE ASSIGN TO "KEYXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keep in step with the KEYFILE FD in COBENCRYPT.
       FD  KEYFILE.
       01  KEY-RECORD.
           05  KEY-ID               PIC X(10).
           05  KEY-TYPE             PIC X(1).
           05  KEY-CAESAR-SETTING   PIC 9(2).
           05  KEY-LFSR-CONFIG      PIC X(17).
           05  KEY-VIGENERE-KEYWORD PIC X(20).
           05  KEY-CREATED-DATE     PIC 9(8).
           05  KEY-EXPIRY-DATE      PIC 9(8).
           05  KEY-STATUS           PIC X(1).
               88  KEY-STATUS-RETIRED   VALUE "R".
           05  KEY-USE-COUNT        PIC 9(6).
           05  KEY-LAST-USED        PIC 9(8).

       FD  MANIFILE.
       01  MANIF-RECORD             PIC X(200).

       FD  ROUTFILE.
       01  RTC-RECORD               PIC X(80).

       FD  MAPFILE.
       01  MAP-RECORD               PIC X(80).

      * Keep in step with the CATFILE FD in COBENCRYPT.
       FD  CATFILE.
       01  CAT-RECORD.
           05  CAT-GEN              PIC 9(4).
           05  FILLER               PIC X(1).
           05  CAT-STATE            PIC X(1).
               88  CAT-STATE-SENT       VALUE "S".
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

      * 8192 to match the batch writer's OUTFILE record; only the
      * HDR record at the top is read.
       FD  GENFILE.
       01  GEN-RECORD               PIC X(8192).

      * Mirrors the chained layout MD16-WRITE-AUDIT-ENTRY in
      * COBENCRYPT builds.
       FD  AUDITLOG.
       01  AUDIT-RECORD.
           05  AUDIT-SEQ            PIC X(6).
           05  FILLER               PIC X(1).
           05  AUDIT-DATE           PIC X(8).
           05  FILLER               PIC X(1).
           05  AUDIT-TIME           PIC X(8).
           05  FILLER               PIC X(6).
           05  AUDIT-MENU           PIC X(1).
           05  FILLER               PIC X(1).
           05  AUDIT-DETAIL         PIC X(80).
           05  FILLER               PIC X(13).

       FD  XREFFILE.
       01  XREF-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-KEYFILE-STATUS   PIC X(2).
           05  WS-MANIFILE-STATUS  PIC X(2).
           05  WS-ROUTFILE-STATUS  PIC X(2).
           05  WS-MAPFILE-STATUS   PIC X(2).
           05  WS-CATFILE-STATUS   PIC X(2).
           05  WS-GENFILE-STATUS   PIC X(2).
           05  WS-GENFILE-NAME     PIC X(40).
           05  WS-AUDITLOG-STATUS  PIC X(2).
           05  WS-XREFFILE-STATUS  PIC X(2).
           05  WS-KEYFILE-EOF      PIC X(1) VALUE "N".
               88  KEYFILE-AT-END     VALUE "Y".
           05  WS-MANIF-EOF        PIC X(1) VALUE "N".
               88  MANIF-AT-END       VALUE "Y".
           05  WS-ROUT-EOF         PIC X(1) VALUE "N".
               88  ROUTFILE-AT-END    VALUE "Y".
           05  WS-MAP-EOF          PIC X(1) VALUE "N".
               88  MAPFILE-AT-END     VALUE "Y".
           05  WS-CAT-EOF          PIC X(1) VALUE "N".
               88  CATFILE-AT-END     VALUE "Y".
           05  WS-ALOG-EOF         PIC X(1) VALUE "N".
               88  ALOG-AT-END        VALUE "Y".

      * One row per Key ID - every profile on file, then any Key
      * ID named somewhere but not on file (ON-FILE = "N").
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-KEY-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-KEY-ENTRY OCCURS 500 TIMES.
               10  WS-KEY-TAB-ID       PIC X(10).
               10  WS-KEY-TAB-ON-FILE  PIC X(1).
               10  WS-KEY-TAB-TYPE     PIC X(1).
               10  WS-KEY-TAB-STATUS   PIC X(1).
               10  WS-KEY-TAB-EXPIRY   PIC 9(8).
               10  WS-KEY-TAB-DEPS     PIC 9(4).
               10  WS-KEY-TAB-LAST-DATE PIC X(8).
               10  WS-KEY-TAB-LAST-TIME PIC X(8).

      * One row per dependency found, pointing back at its key.
       01  WS-REF-TABLE.
           05  WS-REF-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-REF-OVERFLOW     PIC X(1) VALUE "N".
           05  WS-REF-ENTRY OCCURS 1000 TIMES.
               10  WS-REF-KEY-IX   PIC 9(3).
               10  WS-REF-TEXT     PIC X(100).

       01  WS-SCAN-AREA.
           05  WS-IX               PIC 9(4).
           05  WS-JX               PIC 9(4).
           05  WS-FOUND-IX         PIC 9(3).
           05  WS-LOOK-ID          PIC X(10).
           05  WS-REF-TEXT-NEW     PIC X(100).
           05  WS-REC-NUM          PIC 9(4).
           05  WS-STEP-INPUT       PIC X(40).
           05  WS-STEP-OUTPUT      PIC X(40).
           05  WS-STEP-KEY         PIC X(10).
           05  WS-STEP-MODE        PIC X(1).
           05  WS-STEP-DIR         PIC X(1).
           05  WS-UNSTRING-HEAD    PIC X(200).
           05  WS-UNSTRING-TAIL    PIC X(200).
           05  WS-HDR-RECORD       PIC X(200).
           05  WS-FIELD-KEYS       PIC X(219).
           05  WS-FIELD-KEYS-PTR   PIC 9(3).
           05  WS-FIELD-KEYS-LEN   PIC 9(3).
           05  WS-GEN-LABEL        PIC X(60).
           05  WS-DUPLICATE        PIC X(1).
               88  REF-IS-DUPLICATE   VALUE "Y".
           05  WS-AUDIT-USE        PIC X(1).
               88  AUDIT-IS-USE       VALUE "Y".

       01  WS-TOTALS.
           05  WS-ON-FILE-COUNT    PIC 9(4) VALUE ZEROES.
           05  WS-SAFE-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-BROKEN-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-RETIRED-REF-COUNT PIC 9(4) VALUE ZEROES.
           05  WS-STEP-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-ROUTE-COUNT      PIC 9(4) VALUE ZEROES.
           05  WS-MAP-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-GEN-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-GEN-MISSING      PIC 9(4) VALUE ZEROES.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-LOAD-KEYFILE
           OPEN OUTPUT XREFFILE
           IF WS-XREFFILE-STATUS NOT = "00"
               DISPLAY "KEYXREF.DAT open failed, status="
                   WS-XREFFILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO XREF-RECORD
           STRING "KEY DEPENDENCY CROSS-REFERENCE  RUN=" WS-RUN-DATE
                   " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO XREF-RECORD
           WRITE XREF-RECORD
           PERFORM MD03-SCAN-MANIFEST
           PERFORM MD03-SCAN-ROUTING
           PERFORM MD04-SCAN-FIELD-MAP
           PERFORM MD05-SCAN-CATALOG
           PERFORM MD06-SCAN-AUDITLOG
           PERFORM MD07-WRITE-REPORT
           CLOSE XREFFILE
           DISPLAY "Report written to KEYXREF.DAT"
           DISPLAY "Profiles on file: " WS-ON-FILE-COUNT
               " safe to retire: " WS-SAFE-COUNT
               " broken references: " WS-BROKEN-COUNT
               " retired but referenced: " WS-RETIRED-REF-COUNT
           IF WS-BROKEN-COUNT > 0 OR WS-RETIRED-REF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       MD02-LOAD-KEYFILE.
           OPEN INPUT KEYFILE
           IF WS-KEYFILE-STATUS NOT = "00"
               EVALUATE WS-KEYFILE-STATUS
                   WHEN "35"
                       DISPLAY "KEYFILE.DAT not found - every Key ID"
                           " named will show as a broken reference"
                       EXIT PARAGRAPH
                   WHEN "39"
                       DISPLAY "KEYFILE.DAT is in the pre-lifecycle"
                           " layout - run the KEY-CONVERT utility"
                           " first"
                   WHEN OTHER
                       DISPLAY "KEYFILE.DAT open failed, status="
                           WS-KEYFILE-STATUS
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO KEY-ID
           START KEYFILE KEY IS NOT LESS THAN KEY-ID
               INVALID KEY
                   MOVE "Y" TO WS-KEYFILE-EOF
           END-START
           PERFORM UNTIL KEYFILE-AT-END
               READ KEYFILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-KEYFILE-EOF
                   NOT AT END
                       PERFORM MD02-STORE-PROFILE
               END-READ
           END-PERFORM
           CLOSE KEYFILE
           EXIT.

       MD02-STORE-PROFILE.
           MOVE KEY-ID TO WS-LOOK-ID
           PERFORM MD08-FIND-OR-ADD-KEY
           IF WS-FOUND-IX > 0
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE "Y" TO WS-KEY-TAB-ON-FILE(WS-FOUND-IX)
               MOVE KEY-TYPE TO WS-KEY-TAB-TYPE(WS-FOUND-IX)
               MOVE KEY-STATUS TO WS-KEY-TAB-STATUS(WS-FOUND-IX)
               IF KEY-EXPIRY-DATE NUMERIC
                   MOVE KEY-EXPIRY-DATE
                       TO WS-KEY-TAB-EXPIRY(WS-FOUND-IX)
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Manifest steps - five space-delimited fields, the Key ID
      * third, exactly as MD27-PARSE-STEP in COBENCRYPT reads it.
      *----------------------------------------------------------*
       MD03-SCAN-MANIFEST.
           OPEN INPUT MANIFILE
           IF WS-MANIFILE-STATUS NOT = "00"
               IF WS-MANIFILE-STATUS NOT = "35"
                   DISPLAY "JOBMANIF.DAT open failed, status="
                       WS-MANIFILE-STATUS " - manifest not checked"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REC-NUM
           PERFORM UNTIL MANIF-AT-END
               READ MANIFILE
                   AT END
                       MOVE "Y" TO WS-MANIF-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF MANIF-RECORD NOT = SPACES
                               AND MANIF-RECORD(1:1) NOT = "*"
                           PERFORM MD03-NOTE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFILE
           EXIT.

       MD03-NOTE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE SPACES TO WS-STEP-INPUT WS-STEP-OUTPUT WS-STEP-KEY
               WS-STEP-MODE WS-STEP-DIR
           UNSTRING MANIF-RECORD DELIMITED BY ALL " "
               INTO WS-STEP-INPUT, WS-STEP-OUTPUT, WS-STEP-KEY,
                    WS-STEP-MODE, WS-STEP-DIR
           END-UNSTRING
           IF WS-STEP-KEY NOT = SPACES
               MOVE WS-STEP-KEY TO WS-LOOK-ID
               MOVE SPACES TO WS-REF-TEXT-NEW
               STRING "JOBMANIF.DAT RECORD " WS-REC-NUM
                       " STEP " WS-STEP-COUNT
                       " MODE=" WS-STEP-MODE " DIR=" WS-STEP-DIR
                       " IN=" WS-STEP-INPUT(1:20)
                       " OUT=" WS-STEP-OUTPUT(1:20)
                       DELIMITED BY SIZE INTO WS-REF-TEXT-NEW
               PERFORM MD08-ADD-REFERENCE
           END-IF
           EXIT.

      *----------------------------------------------------------*
      * Routed-run destinations - the partner Key ID in columns
      * 10-19 of every ROUTECTL.DAT record but the COLUMN record,
      * with the destination code in 1-8, as MD32-PARSE-CONTROL-
      * RECORD in COBENCRYPT reads it.
      *----------------------------------------------------------*
       MD03-SCAN-ROUTING.
           OPEN INPUT ROUTFILE
           IF WS-ROUTFILE-STATUS NOT = "00"
               IF WS-ROUTFILE-STATUS NOT = "35"
                   DISPLAY "ROUTECTL.DAT open failed, status="
                       WS-ROUTFILE-STATUS " - routing not checked"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REC-NUM
           PERFORM UNTIL ROUTFILE-AT-END
               READ ROUTFILE
                   AT END
                       MOVE "Y" TO WS-ROUT-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF RTC-RECORD NOT = SPACES
                               AND RTC-RECORD(1:1) NOT = "*"
                               AND RTC-RECORD(1:7) NOT = "COLUMN "
                               AND RTC-RECORD(10:10) NOT = SPACES
                           PERFORM MD03-NOTE-DESTINATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTFILE
           EXIT.

       MD03-NOTE-DESTINATION.
           ADD 1 TO WS-ROUTE-COUNT
           MOVE RTC-RECORD(10:10) TO WS-LOOK-ID
           MOVE SPACES TO WS-REF-TEXT-NEW
           STRING "ROUTECTL.DAT RECORD " WS-REC-NUM
                   " CODE=" RTC-RECORD(1:8)
                   " OUT=" RTC-RECORD(23:20)
                   DELIMITED BY SIZE INTO WS-REF-TEXT-NEW
           PERFORM MD08-ADD-REFERENCE
           EXIT.

      *----------------------------------------------------------*
      * Field map range keys - columns 11-20 of a range record.
      *----------------------------------------------------------*
       MD04-SCAN-FIELD-MAP.
           OPEN INPUT MAPFILE
           IF WS-MAPFILE-STATUS NOT = "00"
               IF WS-MAPFILE-STATUS NOT = "35"
                   DISPLAY "FIELDMAP.DAT open failed, status="
                       WS-MAPFILE-STATUS " - field map not checked"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REC-NUM
           PERFORM UNTIL MAPFILE-AT-END
               READ MAPFILE
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF MAP-RECORD(1:4) NUMERIC
                               AND MAP-RECORD(6:4) NUMERIC
                               AND MAP-RECORD(11:10) NOT = SPACES
                           PERFORM MD04-NOTE-RANGE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAPFILE
           EXIT.

       MD04-NOTE-RANGE-KEY.
           ADD 1 TO WS-MAP-COUNT
           MOVE MAP-RECORD(11:10) TO WS-LOOK-ID
           MOVE SPACES TO WS-REF-TEXT-NEW
           STRING "FIELDMAP.DAT RECORD " WS-REC-NUM
                   " COLUMNS " MAP-RECORD(1:4) "-" MAP-RECORD(6:4)
                   DELIMITED BY SIZE INTO WS-REF-TEXT-NEW
           PERFORM MD08-ADD-REFERENCE
           EXIT.

      *----------------------------------------------------------*
      * Live generations - only SENT ones: a CONFIRMED generation
      * has been received, and a PURGED one is gone. The header
      * of each names its run key and any field-map range keys.
      *----------------------------------------------------------*
       MD05-SCAN-CATALOG.
           OPEN INPUT CATFILE
           IF WS-CATFILE-STATUS NOT = "00"
               IF WS-CATFILE-STATUS NOT = "35"
                   DISPLAY "BATCHCAT.DAT open failed, status="
                       WS-CATFILE-STATUS " - generations not checked"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATFILE-AT-END
               READ CATFILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CAT-GEN NUMERIC AND CAT-STATE-SENT
                           PERFORM MD05-READ-GENERATION-HEADER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATFILE
           EXIT.

       MD05-READ-GENERATION-HEADER.
           ADD 1 TO WS-GEN-COUNT
           MOVE SPACES TO WS-GEN-LABEL
           STRING "BATCHCAT.DAT G" CAT-GEN " SENT " CAT-DATE
                   " " CAT-FILENAME
                   DELIMITED BY SIZE INTO WS-GEN-LABEL
           MOVE CAT-FILENAME TO WS-GENFILE-NAME
           MOVE SPACES TO WS-HDR-RECORD
           OPEN INPUT GENFILE
           IF WS-GENFILE-STATUS = "00"
               READ GENFILE
                   NOT AT END
                       MOVE GEN-RECORD(1:200) TO WS-HDR-RECORD
               END-READ
               CLOSE GENFILE
           END-IF
           IF WS-HDR-RECORD(1:4) NOT = "HDR "
               ADD 1 TO WS-GEN-MISSING
               MOVE SPACES TO XREF-RECORD
               STRING "WARNING: " WS-GEN-LABEL
                       " - FILE OR HEADER NOT READABLE, KEYS UNKNOWN"
                       DELIMITED BY SIZE INTO XREF-RECORD
               WRITE XREF-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING WS-HDR-RECORD DELIMITED BY "KEY-ID="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           IF WS-UNSTRING-TAIL(1:10) NOT = SPACES
               MOVE WS-UNSTRING-TAIL(1:10) TO WS-LOOK-ID
               MOVE SPACES TO WS-REF-TEXT-NEW
               STRING WS-GEN-LABEL " HDR KEY-ID"
                       DELIMITED BY SIZE INTO WS-REF-TEXT-NEW
               PERFORM MD08-ADD-REFERENCE
           END-IF
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING WS-HDR-RECORD DELIMITED BY "FIELDKEYS="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           IF WS-UNSTRING-TAIL NOT = SPACES
               MOVE SPACES TO WS-FIELD-KEYS
               UNSTRING WS-UNSTRING-TAIL DELIMITED BY " "
                   INTO WS-FIELD-KEYS
               END-UNSTRING
               PERFORM MD05-NOTE-FIELD-KEYS
           END-IF
           EXIT.

      * The FIELDKEYS= list is comma-separated with no blanks.
       MD05-NOTE-FIELD-KEYS.
           COMPUTE WS-FIELD-KEYS-LEN = FUNCTION LENGTH(FUNCTION
                   TRIM(WS-FIELD-KEYS TRAILING))
           MOVE 1 TO WS-FIELD-KEYS-PTR
           PERFORM UNTIL WS-FIELD-KEYS-PTR > WS-FIELD-KEYS-LEN
               MOVE SPACES TO WS-LOOK-ID
               UNSTRING WS-FIELD-KEYS DELIMITED BY ","
                   INTO WS-LOOK-ID
                   WITH POINTER WS-FIELD-KEYS-PTR
               END-UNSTRING
               IF WS-LOOK-ID NOT = SPACES
                   MOVE SPACES TO WS-REF-TEXT-NEW
                   STRING WS-GEN-LABEL " HDR FIELDKEYS"
                           DELIMITED BY SIZE INTO WS-REF-TEXT-NEW
                   PERFORM MD08-ADD-REFERENCE
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * Last audited use - the latest audit entry naming the key
      * (KEY-ID= or a FIELD MAP KEYS= list), maintenance entries
      * aside: a rename or status change is not a use. Only keys
      * already in the table are tallied; the audit trail alone
      * does not make a Key ID a dependency.
      *----------------------------------------------------------*
       MD06-SCAN-AUDITLOG.
           OPEN INPUT AUDITLOG
           IF WS-AUDITLOG-STATUS NOT = "00"
               IF WS-AUDITLOG-STATUS NOT = "35"
                   DISPLAY "AUDITLOG.DAT open failed, status="
                       WS-AUDITLOG-STATUS " - last use not shown"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALOG-AT-END
               READ AUDITLOG
                   AT END
                       MOVE "Y" TO WS-ALOG-EOF
                   NOT AT END
                       PERFORM MD06-CHECK-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDITLOG
           EXIT.

      * A long FIELD MAP KEYS= list is chained over several
      * entries, each cut at a comma, so every entry is read on
      * its own as a list of whole Key IDs.
       MD06-CHECK-AUDIT-ENTRY.
           IF AUDIT-DETAIL(1:9) = "KEY MAINT"
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-DETAIL(1:15) = "FIELD MAP KEYS="
               MOVE SPACES TO WS-FIELD-KEYS
               MOVE AUDIT-DETAIL(16:65) TO WS-FIELD-KEYS
               COMPUTE WS-FIELD-KEYS-LEN = FUNCTION LENGTH(FUNCTION
                       TRIM(WS-FIELD-KEYS TRAILING))
               MOVE 1 TO WS-FIELD-KEYS-PTR
               PERFORM UNTIL WS-FIELD-KEYS-PTR > WS-FIELD-KEYS-LEN
                   MOVE SPACES TO WS-LOOK-ID
                   UNSTRING WS-FIELD-KEYS DELIMITED BY ","
                       INTO WS-LOOK-ID
                       WITH POINTER WS-FIELD-KEYS-PTR
                   END-UNSTRING
                   PERFORM MD06-NOTE-USE
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UNSTRING-TAIL
           UNSTRING AUDIT-DETAIL DELIMITED BY "KEY-ID="
               INTO WS-UNSTRING-HEAD, WS-UNSTRING-TAIL
           END-UNSTRING
           MOVE WS-UNSTRING-TAIL(1:10) TO WS-LOOK-ID
           PERFORM MD06-NOTE-USE
           EXIT.

       MD06-NOTE-USE.
           IF WS-LOOK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-KEY-COUNT
               IF WS-KEY-TAB-ID(WS-IX) = WS-LOOK-ID
                   MOVE AUDIT-DATE TO WS-KEY-TAB-LAST-DATE(WS-IX)
                   MOVE AUDIT-TIME TO WS-KEY-TAB-LAST-TIME(WS-IX)
               END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------*
      * The report - one block per Key ID in table order (profiles
      * on file in Key ID order, then broken references as found).
      *----------------------------------------------------------*
       MD07-WRITE-REPORT.
           MOVE SPACES TO XREF-RECORD
           STRING "SCANNED: MANIFEST STEPS=" WS-STEP-COUNT
                   " ROUTE DESTINATIONS=" WS-ROUTE-COUNT
                   " MAP KEYS=" WS-MAP-COUNT
                   " SENT GENERATIONS=" WS-GEN-COUNT
                   DELIMITED BY SIZE INTO XREF-RECORD
           WRITE XREF-RECORD
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-KEY-COUNT
               PERFORM MD07-WRITE-ONE-KEY
           END-PERFORM
           IF WS-KEY-OVERFLOW = "Y"
               MOVE "WARNING: OVER 500 KEY IDS - EXTRAS NOT LISTED"
                   TO XREF-RECORD
               WRITE XREF-RECORD
           END-IF
           IF WS-REF-OVERFLOW = "Y"
               MOVE "WARNING: OVER 1000 DEPENDENCIES - EXTRAS NOT"
                   & " LISTED, DO NOT RETIRE ON THIS REPORT"
                   TO XREF-RECORD
               WRITE XREF-RECORD
           END-IF
           MOVE SPACES TO XREF-RECORD
           STRING "TOTALS: PROFILES=" WS-ON-FILE-COUNT
                   " SAFE-TO-RETIRE=" WS-SAFE-COUNT
                   " BROKEN-REFERENCES=" WS-BROKEN-COUNT
                   " RETIRED-BUT-REFERENCED=" WS-RETIRED-REF-COUNT
                   " UNREADABLE-GENERATIONS=" WS-GEN-MISSING
                   DELIMITED BY SIZE INTO XREF-RECORD
           WRITE XREF-RECORD
           EXIT.

       MD07-WRITE-ONE-KEY.
           MOVE SPACES TO XREF-RECORD
           IF WS-KEY-TAB-ON-FILE(WS-IX) = "Y"
               STRING WS-KEY-TAB-ID(WS-IX)
                       " TYPE=" WS-KEY-TAB-TYPE(WS-IX)
                       " STATUS=" WS-KEY-TAB-STATUS(WS-IX)
                       " EXPIRES=" WS-KEY-TAB-EXPIRY(WS-IX)
                       " DEPENDENTS=" WS-KEY-TAB-DEPS(WS-IX)
                       " LAST AUDITED USE=" WS-KEY-TAB-LAST-DATE(WS-IX)
                       " " WS-KEY-TAB-LAST-TIME(WS-IX)
                       DELIMITED BY SIZE INTO XREF-RECORD
           ELSE
               STRING WS-KEY-TAB-ID(WS-IX)
                       " NOT ON KEYFILE.DAT"
                       " DEPENDENTS=" WS-KEY-TAB-DEPS(WS-IX)
                       " LAST AUDITED USE=" WS-KEY-TAB-LAST-DATE(WS-IX)
                       " " WS-KEY-TAB-LAST-TIME(WS-IX)
                       DELIMITED BY SIZE INTO XREF-RECORD
           END-IF
           WRITE XREF-RECORD
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-REF-COUNT
               IF WS-REF-KEY-IX(WS-JX) = WS-IX
                   MOVE SPACES TO XREF-RECORD
                   STRING "    " WS-REF-TEXT(WS-JX)
                           DELIMITED BY SIZE INTO XREF-RECORD
                   WRITE XREF-RECORD
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-KEY-TAB-ON-FILE(WS-IX) NOT = "Y"
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "    *** BROKEN REFERENCE - KEY ID NAMED"
                       & " ABOVE BUT NOT ON KEYFILE.DAT ***"
                       TO XREF-RECORD
                   WRITE XREF-RECORD
               WHEN WS-KEY-TAB-DEPS(WS-IX) = 0
                   ADD 1 TO WS-SAFE-COUNT
                   MOVE "    *** SAFE TO RETIRE - NO DEPENDENTS ***"
                       TO XREF-RECORD
                   WRITE XREF-RECORD
               WHEN WS-KEY-TAB-STATUS(WS-IX) = "R"
                   ADD 1 TO WS-RETIRED-REF-COUNT
                   MOVE "    *** RETIRED BUT STILL REFERENCED -"
                       & " DEPENDENTS ABOVE WILL FAIL ***"
                       TO XREF-RECORD
                   WRITE XREF-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------*
      * Table helpers
      *----------------------------------------------------------*
      * Finds WS-LOOK-ID in the key table, adding a not-on-file
      * row when it is new; WS-FOUND-IX is zero only when full.
       MD08-FIND-OR-ADD-KEY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-KEY-COUNT OR WS-FOUND-IX > 0
               IF WS-KEY-TAB-ID(WS-IX) = WS-LOOK-ID
                   MOVE WS-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
               IF WS-KEY-COUNT < 500
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-FOUND-IX
                   MOVE WS-LOOK-ID TO WS-KEY-TAB-ID(WS-FOUND-IX)
                   MOVE "N" TO WS-KEY-TAB-ON-FILE(WS-FOUND-IX)
                   MOVE SPACE TO WS-KEY-TAB-TYPE(WS-FOUND-IX)
                   MOVE SPACE TO WS-KEY-TAB-STATUS(WS-FOUND-IX)
                   MOVE 0 TO WS-KEY-TAB-EXPIRY(WS-FOUND-IX)
                   MOVE 0 TO WS-KEY-TAB-DEPS(WS-FOUND-IX)
                   MOVE "NONE" TO WS-KEY-TAB-LAST-DATE(WS-FOUND-IX)
                   MOVE SPACES TO WS-KEY-TAB-LAST-TIME(WS-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-KEY-OVERFLOW
               END-IF
           END-IF
           EXIT.

      * Records WS-REF-TEXT-NEW as a dependent of WS-LOOK-ID; the
      * same text twice for one key (a generation naming its run
      * key again in FIELDKEYS=) counts once.
       MD08-ADD-REFERENCE.
           PERFORM MD08-FIND-OR-ADD-KEY
           IF WS-FOUND-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DUPLICATE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-REF-COUNT OR REF-IS-DUPLICATE
               IF WS-REF-KEY-IX(WS-JX) = WS-FOUND-IX
                       AND WS-REF-TEXT(WS-JX)(1:60)
                           = WS-REF-TEXT-NEW(1:60)
                   MOVE "Y" TO WS-DUPLICATE
               END-IF
           END-PERFORM
           IF REF-IS-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-TAB-DEPS(WS-FOUND-IX)
           IF WS-REF-COUNT < 1000
               ADD 1 TO WS-REF-COUNT
               MOVE WS-FOUND-IX TO WS-REF-KEY-IX(WS-REF-COUNT)
               MOVE WS-REF-TEXT-NEW TO WS-REF-TEXT(WS-REF-COUNT)
           ELSE
               MOVE "Y" TO WS-REF-OVERFLOW
           END-IF
           EXIT.

       END PROGRAM KEY-XREF.
