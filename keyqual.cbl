      ************************************************************

      *  Key quality report                                      *

      *  Grades every profile on KEYFILE.DAT with the same       *
      *  KEY-GRADE rules COBENCRYPT applies when a profile is    *
      *  saved, so profiles saved before the screening existed   *
      *  (or saved under an audited override) can be found and   *
      *  rotated out. Each profile is graded STRONG, WEAK or     *
      *  UNUSABLE with the reason; LFSR profiles also show the   *
      *  period of the register. The report is written to        *
      *  KEYQUAL.DAT.                                            *
      *  RETURN-CODE 0 = every profile strong, 4 = weak or       *
      *  unusable profiles found, 8 = failed.                    *
      *  The report goes to the auditors, so no key material is  *
      *  written to it - only the tap count and period of an     *
      *  LFSR register and the length of a Vigenere keyword.     *

      *  compile with :                                          *
      *    cobc -x keyqual.cbl main.cbl audithsh.cbl             *
      *        -o build/keyqual                                  *

      *----------------------------------------------------------*
      ************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-QUALITY.
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
           SELECT QUALFILE ASSIGN TO "KEYQUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALFILE-STATUS.

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
               10  KEY-XOR-FLAGS        PIC X(8).
               10  KEY-STATE-BITS       PIC X(8).
           05  KEY-VIGENERE-KEYWORD PIC X(20).
           05  KEY-CREATED-DATE     PIC 9(8).
           05  KEY-EXPIRY-DATE      PIC 9(8).
           05  KEY-STATUS           PIC X(1).
               88  KEY-STATUS-RETIRED   VALUE "R".
           05  KEY-USE-COUNT        PIC 9(6).
           05  KEY-LAST-USED        PIC 9(8).

       FD  QUALFILE.
       01  QUAL-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-AREA.
           05  WS-KEYFILE-STATUS   PIC X(2).
           05  WS-QUALFILE-STATUS  PIC X(2).
           05  WS-KEYFILE-EOF      PIC X(1) VALUE "N".
               88  KEYFILE-AT-END     VALUE "Y".

      * Filled in by the KEY-GRADE subprogram for each profile.
       01  WS-GRADE-AREA.
           05  WS-KEY-GRADE        PIC X(1).
               88  KEY-GRADE-STRONG   VALUE "S".
               88  KEY-GRADE-WEAK     VALUE "W".
               88  KEY-GRADE-UNUSABLE VALUE "U".
           05  WS-KEY-PERIOD       PIC 9(3).
           05  WS-KEY-GRADE-REASON PIC X(30).
           05  WS-TAP-COUNT        PIC 9(1).
           05  WS-KEYWORD-LEN      PIC 9(2).

       01  WS-DETAIL-LINE.
           05  DTL-KEY-ID          PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-TYPE            PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-STATUS          PIC X(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-GRADE           PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-KEY-DATA        PIC X(38).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DTL-REASON          PIC X(30).

       01  WS-TOTALS.
           05  WS-PROFILE-COUNT    PIC 9(4) VALUE ZEROES.
           05  WS-STRONG-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-WEAK-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-UNUSABLE-COUNT   PIC 9(4) VALUE ZEROES.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       MD01 SECTION.

       MD01-INIT-BG.
           PERFORM MD02-OPEN-FILES
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO QUAL-RECORD
           STRING "KEY QUALITY REPORT  RUN=" WS-RUN-DATE
                   " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO QUAL-RECORD
           WRITE QUAL-RECORD
           MOVE SPACES TO QUAL-RECORD
           STRING "KEY ID      TYPE      STATUS   GRADE     "
                   "KEY DATA                                REASON"
                   DELIMITED BY SIZE INTO QUAL-RECORD
           WRITE QUAL-RECORD
           PERFORM MD03-GRADE-PROFILES
           PERFORM MD05-WRITE-TOTALS
           CLOSE KEYFILE
           CLOSE QUALFILE
           DISPLAY "Report written to KEYQUAL.DAT"
           DISPLAY "Profiles graded: " WS-PROFILE-COUNT
               " strong: " WS-STRONG-COUNT
               " weak: " WS-WEAK-COUNT
               " unusable: " WS-UNUSABLE-COUNT
           IF WS-WEAK-COUNT > 0 OR WS-UNUSABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       MD02-OPEN-FILES.
           OPEN INPUT KEYFILE
           IF WS-KEYFILE-STATUS NOT = "00"
               EVALUATE WS-KEYFILE-STATUS
                   WHEN "35"
                       DISPLAY "KEYFILE.DAT not found - no profiles"
                           " to grade"
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
           OPEN OUTPUT QUALFILE
           IF WS-QUALFILE-STATUS NOT = "00"
               DISPLAY "KEYQUAL.DAT open failed, status="
                   WS-QUALFILE-STATUS
               CLOSE KEYFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       MD03-GRADE-PROFILES.
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
                       PERFORM MD04-GRADE-ONE-PROFILE
               END-READ
           END-PERFORM
           EXIT.

       MD04-GRADE-ONE-PROFILE.
           ADD 1 TO WS-PROFILE-COUNT
           CALL "KEY-GRADE" USING KEY-RECORD, WS-KEY-GRADE,
               WS-KEY-PERIOD, WS-KEY-GRADE-REASON
           END-CALL
           MOVE SPACES TO DTL-KEY-ID DTL-TYPE DTL-STATUS DTL-GRADE
               DTL-KEY-DATA DTL-REASON
           MOVE KEY-ID TO DTL-KEY-ID
           EVALUATE TRUE
               WHEN KEY-TYPE-CAESAR
                   MOVE "CAESAR" TO DTL-TYPE
               WHEN KEY-TYPE-LFSR
                   MOVE "LFSR" TO DTL-TYPE
                   MOVE 0 TO WS-TAP-COUNT
                   INSPECT KEY-XOR-FLAGS TALLYING WS-TAP-COUNT
                       FOR ALL "1"
                   STRING "TAPS=" WS-TAP-COUNT
                       " PERIOD=" WS-KEY-PERIOD
                       DELIMITED BY SIZE INTO DTL-KEY-DATA
               WHEN KEY-TYPE-VIGENERE
                   MOVE "VIGENERE" TO DTL-TYPE
                   COMPUTE WS-KEYWORD-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KEY-VIGENERE-KEYWORD TRAILING))
                   IF KEY-VIGENERE-KEYWORD = SPACES
                       MOVE 0 TO WS-KEYWORD-LEN
                   END-IF
                   STRING "KEYWORD LENGTH=" WS-KEYWORD-LEN
                       DELIMITED BY SIZE INTO DTL-KEY-DATA
               WHEN OTHER
                   MOVE KEY-TYPE TO DTL-TYPE
           END-EVALUATE
           IF KEY-STATUS-RETIRED
               MOVE "RETIRED" TO DTL-STATUS
           ELSE
               MOVE "ACTIVE" TO DTL-STATUS
           END-IF
           EVALUATE TRUE
               WHEN KEY-GRADE-STRONG
                   MOVE "STRONG" TO DTL-GRADE
                   ADD 1 TO WS-STRONG-COUNT
               WHEN KEY-GRADE-WEAK
                   MOVE "WEAK" TO DTL-GRADE
                   ADD 1 TO WS-WEAK-COUNT
               WHEN OTHER
                   MOVE "UNUSABLE" TO DTL-GRADE
                   ADD 1 TO WS-UNUSABLE-COUNT
           END-EVALUATE
           MOVE WS-KEY-GRADE-REASON TO DTL-REASON
           MOVE WS-DETAIL-LINE TO QUAL-RECORD
           WRITE QUAL-RECORD
           EXIT.

       MD05-WRITE-TOTALS.
           MOVE SPACES TO QUAL-RECORD
           WRITE QUAL-RECORD
           MOVE SPACES TO QUAL-RECORD
           STRING "PROFILES=" WS-PROFILE-COUNT
                   " STRONG=" WS-STRONG-COUNT
                   " WEAK=" WS-WEAK-COUNT
                   " UNUSABLE=" WS-UNUSABLE-COUNT
                   DELIMITED BY SIZE INTO QUAL-RECORD
           WRITE QUAL-RECORD
           EXIT.

       END PROGRAM KEY-QUALITY.
