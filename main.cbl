           SELECT CATFILE ASSIGN TO "BATCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATFILE-STATUS.
           SELECT GENFILE ASSIGN TO DYNAMIC WS-GENFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENFILE-STATUS.
           SELECT JRNLFILE ASSIGN TO "KEYJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNLFILE-STATUS.
           SELECT SUSFILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSFILE-STATUS.
           SELECT SUSINFILE ASSIGN TO "SUSPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSINFILE-STATUS.
           SELECT SUSWORK ASSIGN TO "SUSPWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSWORK-STATUS.
           SELECT XFERFILE ASSIGN TO "KEYXFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERFILE-STATUS.
           SELECT ROUTCTL ASSIGN TO "ROUTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTCTL-STATUS.
           SELECT ROUTWORK ASSIGN TO "ROUTEWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTWORK-STATUS.
           SELECT ROUTIN ASSIGN TO "ROUTEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTIN-STATUS.
           SELECT ROUTEXC ASSIGN TO "ROUTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Field-map control file for field-level batch mode: one
      * "ssss eeee" column range per record (1-based, inclusive),
      * optionally followed by the KEY-ID for that range in
      * columns 11-20 (blank = the run's key), and an "N" in
      * column 22 for a numeric range whose digits are enciphered
      * as digits, "*" in column one for comments.
       FD  MAPFILE.
       01  MAP-RECORD               PIC X(80).

      * Output generation catalog - one record per generation the
      * batch writer has created (BATCHOUT.G0001, ...), with its
      * creation stamp, record count, trailer check total and a
      * sent/confirmed/purged state. The creation stamp is the
      * one on the generation's HDR record. The BATCH-CATALOG
      * utility lists, confirms and purges, BATCH-CONFIRM confirms
      * from the receiver's acknowledgements; FILE-RECON,
      * FILE-INBOUND and FILE-REKEY select a generation by number
      * through it.
      * Keep this layout in step with those programs.
       FD  CATFILE.
       01  CAT-RECORD.
           05  FILLER               PIC X(1).
           05  CAT-FILENAME         PIC X(40).

      * A catalogued generation, opened only to read the HDR
      * record at its top for the Key IDs it was written under.
       FD  GENFILE.
       01  GEN-RECORD               PIC X(8192).

      * Append-only key journal - one record per change made to
      * KEYFILE.DAT (add, change, rename, status toggle, delete,
      * usage bump), carrying the whole profile as it stood
      * before and after the change. A blank before-image is an
      * add, a blank after-image a delete. The KEY-RESTORE
      * utility rolls the key file back to any point in time
      * from it. FILE-INBOUND, FILE-REKEY and KEY-RESTORE append
      * to the same file - keep the layouts in step.
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

      * Suspense file - one entry per batch record that failed,
      * appended, carrying the input record as it was read. The
      * image of a failed encrypt is clear data: protect the file
      * as BATCHIN.DAT is protected. An entry is written OPEN;
      * once the image has been put right the operator changes
      * the state to R (ready) and the resubmission pass runs it
      * and marks it CLEARED with the output it went to.
      * SUS-REASON: 01 failed round-trip verification, 02 not
      * valid hex ciphertext, 03 non-digit data in a numeric
      * field range. SUS-OUT-BASE is the output base name an
      * encrypt was going to, so a resubmission goes back to the
      * same partner; blank means BATCHOUT.DAT. It follows the
      * image so entries without it still read correctly.
       FD  SUSFILE.
       01  SUS-RECORD.
           05  SUS-STATE            PIC X(1).
               88  SUS-STATE-OPEN       VALUE "O".
               88  SUS-STATE-READY      VALUE "R".
               88  SUS-STATE-CLEARED    VALUE "C".
           05  FILLER               PIC X(1).
           05  SUS-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  SUS-TIME             PIC 9(8).
           05  FILLER               PIC X(1).
           05  SUS-REC-NUM          PIC 9(6).
           05  FILLER               PIC X(1).
           05  SUS-KEY-ID           PIC X(10).
           05  FILLER               PIC X(1).
           05  SUS-DIRECTION        PIC X(1).
           05  FILLER               PIC X(1).
           05  SUS-MODE             PIC X(1).
           05  FILLER               PIC X(1).
           05  SUS-REASON           PIC X(2).
           05  FILLER               PIC X(1).
           05  SUS-SOURCE           PIC X(40).
           05  FILLER               PIC X(1).
           05  SUS-CLEARED-DATE     PIC X(8).
           05  FILLER               PIC X(1).
           05  SUS-CLEARED-OUTPUT   PIC X(40).
           05  FILLER               PIC X(1).
           05  SUS-IMAGE            PIC X(8192).
           05  FILLER               PIC X(1).
           05  SUS-OUT-BASE         PIC X(40).

      * The corrected images picked for a resubmission, in
      * suspense-file order - the batch engine's input for it.
       FD  SUSINFILE.
       01  SUSIN-RECORD             PIC X(8192).

      * Scratch copy used while the suspense file is rewritten.
       FD  SUSWORK.
       01  SUSWORK-RECORD           PIC X(8369).

      * Key transfer file - profiles sent to or received from a
      * partner site. A KXH header names the originating site and
      * the key-encryption profile the file is wrapped under; each
      * KXP record carries one whole KEY-RECORD, enciphered under
      * that profile and hex-armored, with its dates, status and
      * check value in clear; the KXT trailer carries the profile
      * count and a check value chained over every KXP record.
       FD  XFERFILE.
       01  XFER-RECORD.
           05  XFER-TYPE            PIC X(3).
               88  XFER-HEADER          VALUE "KXH".
               88  XFER-PROFILE         VALUE "KXP".
               88  XFER-TRAILER         VALUE "KXT".
           05  FILLER               PIC X(1).
           05  XFER-SITE            PIC X(8).
           05  FILLER               PIC X(1).
           05  XFER-BODY            PIC X(191).
       01  XFER-HEADER-RECORD.
           05  FILLER               PIC X(13).
           05  XFH-KEK-ID           PIC X(10).
           05  FILLER               PIC X(1).
           05  XFH-DATE             PIC 9(8).
           05  FILLER               PIC X(1).
           05  XFH-TIME             PIC 9(8).
       01  XFER-PROFILE-RECORD.
           05  FILLER               PIC X(13).
           05  XFP-EFFECTIVE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  XFP-EXPIRY           PIC 9(8).
           05  FILLER               PIC X(1).
           05  XFP-STATUS           PIC X(1).
           05  FILLER               PIC X(1).
           05  XFP-CHECK            PIC 9(8).
           05  FILLER               PIC X(1).
           05  XFP-WRAPPED          PIC X(162).
       01  XFER-TRAILER-RECORD.
           05  FILLER               PIC X(13).
           05  XFT-COUNT            PIC 9(4).
           05  FILLER               PIC X(1).
           05  XFT-CHECK            PIC 9(8).

      * Routing control file - one COLUMN record naming where the
      * destination code sits in each BATCHIN record, then one
      * record per destination code. Fixed columns:
      *   COLUMN ssss ll   start column 8-11, code length 13-14
      *   code     1-8     destination code as it appears in data
      *   Key ID  10-19    the partner's key profile
      *   mode    21       W whole record (or blank), F field-level
      *   base    23-62    output base name, e.g. ACMEOUT.DAT
      * Comments ("*") and blank records are skipped.
       FD  ROUTCTL.
       01  RTC-RECORD               PIC X(80).

      * Routing work file - every routed record once, tagged with
      * the number of its destination entry and its record number
      * in BATCHIN.DAT. Clear data, emptied when the run ends.
       FD  ROUTWORK.
       01  RTW-RECORD.
           05  RTW-DEST             PIC 9(2).
           05  RTW-IN-NUM           PIC 9(6).
           05  RTW-IMAGE            PIC X(8192).

      * One destination's records, untagged - the batch engine's
      * input for that destination (read back through INFILE).
       FD  ROUTIN.
       01  RTI-RECORD               PIC X(8192).

      * Routing exceptions - input records that no destination
      * could take, exactly as read, so they can be put right and
      * fed back as BATCHIN.DAT. Clear data: protect the file as
      * BATCHIN.DAT is protected.
       FD  ROUTEXC.
       01  RTX-RECORD               PIC X(8192).

       WORKING-STORAGE SECTION.
       01  INPUT-MENU       PIC 9(1).
           88  EXIT-REQUESTED     VALUE 9.
               10  WS-MAP-SETTING  PIC 9(2).
               10  WS-MAP-KEYWORD  PIC X(20).
               10  WS-MAP-KEYLEN   PIC 9(2).
               10  WS-MAP-NUMERIC  PIC X(1).
                   88  MAP-RANGE-NUMERIC  VALUE "N".
           05  WS-MAP-IX           PIC 9(2).
           05  WS-MAP-JX           PIC 9(2).
           05  WS-SLICE-LEN        PIC 9(4).
           05  WS-FIELD-REC-OUT    PIC X(4096).
           05  WS-FIELD-FAIL       PIC X(1).
      * Numeric ranges (column 22 "N") keep their digits digits -
      * DIGIT-CIPHER returns the offset of the first non-digit it
      * met, and the first such field error in a record is kept
      * for the report line.
           05  WS-NUMERIC-COUNT    PIC 9(2).
           05  WS-DIGIT-BAD-POS    PIC 9(4).
           05  WS-FIELD-ERR-START  PIC 9(4).
           05  WS-FIELD-ERR-END    PIC 9(4).
           05  WS-FIELD-ERR-COL    PIC 9(4).
           05  WS-MAP-KEY-FAIL     PIC X(1).
               88  MAP-KEY-FAILED     VALUE "Y".
           05  WS-MAP-ALL-KEYED    PIC X(1).
           05  WS-FIELD-KEYS-LEN   PIC 9(3).
           05  WS-FIELD-KEYS-POS   PIC 9(3).
           05  WS-FIELD-KEYS-CHUNK PIC 9(3).
           05  WS-FIELD-KEYS-STEP  PIC 9(3).
           05  WS-FIELD-KEYS-CUT   PIC 9(3).
      * The run key's cipher values are parked here while a range
      * with its own key borrows the shared cipher fields.
           05  WS-SAVE-CIPHER      PIC X(1).
               10  WS-STEP-E-FAILURES PIC 9(6).
               10  WS-STEP-E-STATUS   PIC X(6).

      * Routed run area - one pass over BATCHIN.DAT sends each
      * record to the destination its code names; each
      * destination then runs through the batch engine as a
      * manifest step would, under the partner's own key. The
      * key values are captured once when the control file is
      * loaded, as the field map does for its range keys.
       01  WS-ROUTE-AREA.
           05  WS-ROUTCTL-STATUS   PIC X(2).
           05  WS-ROUTWORK-STATUS  PIC X(2).
           05  WS-ROUTIN-STATUS    PIC X(2).
           05  WS-ROUTEXC-STATUS   PIC X(2).
           05  WS-ROUTE-MODE       PIC X(1) VALUE "N".
               88  ROUTE-MODE-ON      VALUE "Y".
           05  WS-RTE-EOF          PIC X(1).
               88  ROUTE-FILE-AT-END  VALUE "Y".
           05  WS-RTE-BLOCKED      PIC X(1).
               88  ROUTE-RUN-BLOCKED  VALUE "Y".
           05  WS-RTE-FOUND        PIC X(1).
               88  ROUTE-CODE-FOUND   VALUE "Y".
           05  WS-RTE-COL          PIC 9(4).
           05  WS-RTE-LEN          PIC 9(2).
           05  WS-RTE-CODE         PIC X(8).
           05  WS-RTE-IX           PIC 9(2).
           05  WS-RTE-JX           PIC 9(2).
           05  WS-RTE-COUNT        PIC 9(2).
           05  WS-RTE-IN-COUNT     PIC 9(7).
           05  WS-RTE-CTL-COUNT    PIC 9(7).
           05  WS-RTE-EXC-COUNT    PIC 9(7).
           05  WS-RTE-ROUTED-TOTAL PIC 9(7).
           05  WS-RTE-SENT-TOTAL   PIC 9(7).
           05  WS-RTE-HELD-TOTAL   PIC 9(7).
           05  WS-RTE-REC-NUM      PIC 9(6).
           05  WS-RTE-SEEN         PIC 9(6).
           05  WS-RTE-BALANCE      PIC 9(7).
           05  WS-RTE-MOVED        PIC 9(6).
           05  WS-RTE-HIT          PIC 9(2).
           05  WS-RTE-REASON       PIC X(30).
           05  WS-RTE-EXTRACTED    PIC X(1).
               88  ROUTE-WORK-EXTRACTED VALUE "Y".
           05  WS-RTE-ENTRY OCCURS 20 TIMES.
               10  WS-RTE-E-CODE      PIC X(8).
               10  WS-RTE-E-KEY-ID    PIC X(10).
               10  WS-RTE-E-MODE      PIC X(1).
               10  WS-RTE-E-BASE      PIC X(40).
               10  WS-RTE-E-KEY-OK    PIC X(1).
                   88  RTE-KEY-USABLE    VALUE "Y".
               10  WS-RTE-E-CIPHER    PIC X(1).
               10  WS-RTE-E-SETTING   PIC 9(2).
               10  WS-RTE-E-KEYWORD   PIC X(20).
               10  WS-RTE-E-KEYLEN    PIC 9(2).
               10  WS-RTE-E-LFSR-KEY  PIC X(17).
               10  WS-RTE-E-ROUTED    PIC 9(6).
               10  WS-RTE-E-SENT      PIC 9(6).
               10  WS-RTE-E-FAILS     PIC 9(6).
               10  WS-RTE-E-HELD      PIC 9(6).
               10  WS-RTE-E-OUTPUT    PIC X(40).
               10  WS-RTE-E-STATUS    PIC X(8).

      * Generation catalog area - a fresh encrypt run
      * never reopens an existing output: it allocates the next
      * generation number from the catalog and writes
           05  WS-REPORTFILE-STATUS PIC X(2).
           05  WS-BATCH-COUNT      PIC 9(6).
           05  WS-BATCH-FAILCOUNT  PIC 9(6).
      * A failed encrypt held back to suspense is not written to
      * the output; SENT is what the output (and its TRL) holds.
           05  WS-BATCH-HELD       PIC 9(6).
           05  WS-BATCH-SENT       PIC 9(6).
           05  WS-REC-HELD         PIC X(1).
               88  RECORD-HELD         VALUE "Y".
           05  WS-BATCH-BYTES      PIC 9(9).
           05  WS-BATCH-CHECK      PIC 9(8).
           05  WS-OUT-LEN          PIC 9(4).
           05  WS-CTL-SKIPPED      PIC 9(6).
      * Stamp written on the HDR record (or found on it when a run
      * resumes); the generation is catalogued under the same
      * stamp so returned acknowledgements can be matched to it.
           05  WS-HDR-STAMP-DATE   PIC 9(8) VALUE ZEROES.
           05  WS-HDR-STAMP-TIME   PIC 9(8) VALUE ZEROES.
      * Input named on the HDR as SOURCE= - the file the data
      * came from, which for a routed run is not the work file
      * the engine reads.
           05  WS-HDR-SOURCE       PIC X(40).

      * Trailer control record written as the last BATCHOUT record
      * and validated by the FILE-RECON reconciliation program -
           05  WS-SAVE-PROFILE     PIC X(1).
               88  SAVE-PROFILE-YES   VALUE "Y" "y".

      * Weak-key screening - every profile is graded by the
      * KEY-GRADE subprogram before it is saved. Anything short of
      * strong is refused unless the operator overrides it, and
      * either outcome is written to the audit log.
       01  WS-KEYGRADE-AREA.
           05  WS-KEY-GRADE        PIC X(1).
               88  KEY-GRADE-STRONG   VALUE "S".
               88  KEY-GRADE-WEAK     VALUE "W".
               88  KEY-GRADE-UNUSABLE VALUE "U".
           05  WS-KEY-PERIOD       PIC 9(3).
           05  WS-KEY-GRADE-REASON PIC X(30).
           05  WS-KEY-SAVE-OK      PIC X(1).
               88  KEY-SAVE-ALLOWED   VALUE "Y".
           05  WS-HOLD-AUDIT-DETAIL PIC X(80).

      * Key profile maintenance area
       01  WS-KEYMAINT-AREA.
           05  WS-MAINT-CHOICE     PIC 9(1).
           05  WS-MAINT-COUNT      PIC 9(4).
           05  WS-OLD-KEY-ID       PIC X(10).
           05  WS-NEW-KEY-ID       PIC X(10).
           05  WS-HOLD-KEY-RECORD  PIC X(81).

      * Suspense area - MD17-HANDLE-INPUT-RECORD sets the reason
      * a failing record is suspended with (the bad-hex path
      * overrides it). A resubmission takes the corrected entries
      * for the key, direction and mode of the first one it finds
      * and remembers, by position, which of them failed again.
       01  WS-SUSPENSE-AREA.
           05  WS-SUSFILE-STATUS   PIC X(2).
           05  WS-SUSINFILE-STATUS PIC X(2).
           05  WS-SUSWORK-STATUS   PIC X(2).
           05  WS-SUS-EOF          PIC X(1).
               88  SUSFILE-AT-END     VALUE "Y".
           05  WS-SUS-REASON       PIC X(2).
           05  WS-RESUBMIT-MODE    PIC X(1) VALUE "N".
               88  SUSPENSE-RESUBMIT  VALUE "Y".
           05  WS-SUS-KEY-ID       PIC X(10).
           05  WS-SUS-DIRECTION    PIC X(1).
           05  WS-SUS-MODE         PIC X(1).
           05  WS-SUS-OUT-BASE     PIC X(40).
           05  WS-SUS-BASE-LEN     PIC 9(2).
           05  WS-SUS-TAIL-POS     PIC 9(2).
           05  WS-SUS-SELECTED     PIC 9(4).
           05  WS-SUS-LEFT         PIC 9(4).
           05  WS-SUS-SEQ          PIC 9(4).
           05  WS-SUS-CLEARED      PIC 9(4).
           05  WS-SUS-REOPENED     PIC 9(4).
           05  WS-SUS-TODAY        PIC 9(8).
           05  WS-SUS-FAILED-GRP.
               10  WS-SUS-FAILED   PIC X(1) OCCURS 500 TIMES.

      * Key journal area - the paragraph making a key file change
      * fills in the function and the before/after images, then
      * performs MD29-WRITE-KEY-JOURNAL once the change is on disk.
       01  WS-JOURNAL-AREA.
           05  WS-JRNLFILE-STATUS  PIC X(2).
           05  WS-JRNL-FUNCTION    PIC X(6).
           05  WS-JRNL-BEFORE      PIC X(81).
           05  WS-JRNL-AFTER       PIC X(81).

      * Key transfer area - export and import of wrapped profiles
      * through KEYXFER.DAT. The images are held in the table
      * until the whole file has been read and verified, so an
      * import that fails its checks changes nothing.
       01  WS-XFER-AREA.
           05  WS-XFERFILE-STATUS  PIC X(2).
           05  WS-XFER-EOF         PIC X(1).
               88  XFERFILE-AT-END    VALUE "Y".
           05  WS-XFER-KEK-ID      PIC X(10).
           05  WS-XFER-KEK-OK      PIC X(1).
               88  XFER-KEK-OK        VALUE "Y".
           05  WS-XFER-SITE        PIC X(8).
           05  WS-XFER-DATE        PIC 9(8).
           05  WS-XFER-TIME        PIC 9(8).
           05  WS-XFER-DONE        PIC X(1).
               88  XFER-LIST-DONE     VALUE "Y".
           05  WS-XFER-FOUND       PIC X(1).
               88  XFER-ALREADY-LISTED VALUE "Y".
           05  WS-XFER-REC-OK      PIC X(1).
               88  XFER-RECORD-OK     VALUE "Y".
           05  WS-XFER-TRL-SEEN    PIC X(1).
               88  XFER-TRAILER-SEEN  VALUE "Y".
           05  WS-XFER-VERIFIED    PIC X(1).
               88  XFER-FILE-VERIFIED VALUE "Y".
           05  WS-XFER-CHECK       PIC 9(8).
           05  WS-XFER-FILE-CHECK  PIC 9(8).
           05  WS-XFER-TRL-COUNT   PIC 9(4).
           05  WS-XFER-TRL-CHECK   PIC 9(8).
           05  WS-XFER-READ        PIC 9(4).
           05  WS-XFER-BAD         PIC 9(4).
           05  WS-XFER-ADDED       PIC 9(4).
           05  WS-XFER-SAME        PIC 9(4).
           05  WS-XFER-REFUSED     PIC 9(4).
           05  WS-XFER-IX          PIC 9(4).
           05  WS-XFER-COUNT       PIC 9(4).
           05  WS-XFER-MAX         PIC 9(4) VALUE 50.
           05  WS-XFER-ENTRY OCCURS 50 TIMES.
               10  WS-XFER-E-IMAGE PIC X(81).
      * One unwrapped image, described like KEY-RECORD so its key
      * material can be compared with the profile on file.
           05  WS-XFER-PROFILE.
               10  WS-XFER-P-KEY-ID    PIC X(10).
               10  WS-XFER-P-TYPE      PIC X(1).
               10  WS-XFER-P-SETTING   PIC 9(2).
               10  WS-XFER-P-LFSR      PIC X(17).
               10  WS-XFER-P-KEYWORD   PIC X(20).
               10  WS-XFER-P-CREATED   PIC 9(8).
               10  WS-XFER-P-EXPIRY    PIC 9(8).
               10  WS-XFER-P-STATUS    PIC X(1).
               10  WS-XFER-P-USE-COUNT PIC 9(6).
               10  WS-XFER-P-LAST-USED PIC 9(8).

      * Dependency check run before a profile is retired or
      * deleted - the same places the KEY-XREF report looks: the
      * manifest steps, the field map range keys and the headers
      * of generations still SENT.
       01  WS-DEPEND-AREA.
           05  WS-GENFILE-NAME     PIC X(40).
           05  WS-GENFILE-STATUS   PIC X(2).
           05  WS-DEP-KEY-ID       PIC X(10).
           05  WS-DEP-COUNT        PIC 9(4).
           05  WS-DEP-REC-NUM      PIC 9(4).
           05  WS-DEP-HDR          PIC X(200).
           05  WS-DEP-HEAD         PIC X(200).
           05  WS-DEP-TAIL         PIC X(200).
           05  WS-DEP-KEY-LIST     PIC X(219).
           05  WS-DEP-LIST-PTR     PIC 9(3).
           05  WS-DEP-LIST-LEN     PIC 9(3).
           05  WS-DEP-LIST-KEY     PIC X(10).
           05  WS-DEP-NAMED        PIC X(1).
               88  DEP-KEY-NAMED      VALUE "Y".
           05  WS-DEP-EOF          PIC X(1).
               88  DEP-FILE-AT-END    VALUE "Y".

      * Key lifecycle area - every profile carries creation/expiry
      * dates, an active/retired status and usage tallies; the load
           MOVE WS-PARM-BUFFER(1:10) TO KEY-ID
           SET KEY-TYPE-CAESAR TO TRUE
           MOVE CAESAR-SETTING TO KEY-CAESAR-SETTING
           PERFORM MD14-SCREEN-WEAK-KEY
           IF KEY-SAVE-ALLOWED
               PERFORM MD14-WRITE-KEY-RECORD
           END-IF
       END-IF
       EXIT.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               MOVE INTERNAL-STATE(I) TO KEY-INTERNAL-STATE(I)
           END-PERFORM
           PERFORM MD14-SCREEN-WEAK-KEY
           IF KEY-SAVE-ALLOWED
               PERFORM MD14-WRITE-KEY-RECORD
           END-IF
       END-IF
       EXIT.

           MOVE WS-PARM-BUFFER(1:10) TO KEY-ID
           SET KEY-TYPE-VIGENERE TO TRUE
           MOVE VIGENERE-KEYWORD TO KEY-VIGENERE-KEYWORD
           PERFORM MD14-SCREEN-WEAK-KEY
           IF KEY-SAVE-ALLOWED
               PERFORM MD14-WRITE-KEY-RECORD
           END-IF
       END-IF
       EXIT.

      * Grades the profile about to be saved. A weak or unusable
      * key is refused unless the operator types OVERRIDE; in
      * parameter-card mode there is no one to ask, so it is simply
      * refused. Either outcome gets an audit entry of its own, and
      * the function's own audit detail is put back afterwards.
       MD14-SCREEN-WEAK-KEY.
       MOVE "Y" TO WS-KEY-SAVE-OK
       CALL "KEY-GRADE" USING KEY-RECORD, WS-KEY-GRADE,
               WS-KEY-PERIOD, WS-KEY-GRADE-REASON
       END-CALL
       IF KEY-TYPE-LFSR
           DISPLAY "LFSR register period: " WS-KEY-PERIOD
       END-IF
       IF KEY-GRADE-STRONG
           EXIT PARAGRAPH
       END-IF
       IF KEY-GRADE-WEAK
           DISPLAY "Key profile " KEY-ID " is weak: "
               WS-KEY-GRADE-REASON
       ELSE
           DISPLAY "Key profile " KEY-ID " is unusable: "
               WS-KEY-GRADE-REASON
       END-IF
       MOVE SPACES TO WS-PARM-BUFFER
       IF RUN-MODE-INTERACTIVE
           DISPLAY "Type OVERRIDE to save it anyway,"
               " anything else to refuse"
           PERFORM MD18-GET-FIELD
       END-IF
       MOVE WS-AUDIT-DETAIL TO WS-HOLD-AUDIT-DETAIL
       MOVE SPACES TO WS-AUDIT-DETAIL
       IF WS-PARM-BUFFER = "OVERRIDE"
           DISPLAY "Weak key override recorded for " KEY-ID
           STRING "WEAK KEY OVERRIDE KEY-ID=" KEY-ID
                   " GRADE=" WS-KEY-GRADE " " WS-KEY-GRADE-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       ELSE
           MOVE "N" TO WS-KEY-SAVE-OK
           DISPLAY "Key profile " KEY-ID " not saved"
           STRING "WEAK KEY REFUSED KEY-ID=" KEY-ID
                   " GRADE=" WS-KEY-GRADE " " WS-KEY-GRADE-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-WARNING
       END-IF
       PERFORM MD16-WRITE-AUDIT-ENTRY
       MOVE WS-HOLD-AUDIT-DETAIL TO WS-AUDIT-DETAIL
       EXIT.

       MD14-WRITE-KEY-RECORD.
           OPEN I-O KEYFILE
       END-IF
       IF WS-KEYFILE-STATUS = "00"
      * The profile as it stands on file (if any) is read first so
      * the journal gets its before-image; the READ overlays the
      * record area, so the new image is parked and put back.
           MOVE KEY-RECORD TO WS-JRNL-AFTER
           READ KEYFILE KEY IS KEY-ID
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE "ADD" TO WS-JRNL-FUNCTION
               NOT INVALID KEY
                   MOVE KEY-RECORD TO WS-JRNL-BEFORE
                   MOVE "CHANGE" TO WS-JRNL-FUNCTION
           END-READ
           MOVE WS-JRNL-AFTER TO KEY-RECORD
           MOVE "N" TO WS-MAINT-ERROR
           REWRITE KEY-RECORD
               INVALID KEY
                   WRITE KEY-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save key profile " KEY-ID
                           MOVE "Y" TO WS-MAINT-ERROR
                   END-WRITE
           END-REWRITE
           IF NOT MAINT-ACTION-FAILED
               PERFORM MD29-WRITE-KEY-JOURNAL
           END-IF
           CLOSE KEYFILE
       ELSE
           IF WS-KEYFILE-STATUS = "39"
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
           MOVE "USAGE" TO WS-JRNL-FUNCTION
           MOVE KEY-RECORD TO WS-JRNL-AFTER
           PERFORM MD29-WRITE-KEY-JOURNAL
       END-IF
       EXIT.

      * Flip a profile between active and retired, with the same

       MD21-TOGGLE-KEY-BODY.
       PERFORM MD20-DISPLAY-PROFILE
       MOVE 0 TO WS-DEP-COUNT
       IF KEY-STATUS-RETIRED
           DISPLAY "Reactivate this profile? (Y/N)"
       ELSE
           PERFORM MD20-CHECK-DEPENDENTS
           DISPLAY "Retire this profile? (Y/N)"
       END-IF
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:1) TO WS-MAINT-CONFIRM
       IF MAINT-CONFIRM-YES
           MOVE "N" TO WS-MAINT-ERROR
           MOVE KEY-RECORD TO WS-JRNL-BEFORE
           IF KEY-STATUS-RETIRED
               SET KEY-STATUS-ACTIVE TO TRUE
           ELSE
                   MOVE "Y" TO WS-MAINT-ERROR
           END-REWRITE
           IF NOT MAINT-ACTION-FAILED
               MOVE "STATUS" TO WS-JRNL-FUNCTION
               MOVE KEY-RECORD TO WS-JRNL-AFTER
               PERFORM MD29-WRITE-KEY-JOURNAL
               DISPLAY "Key profile " KEY-ID " status is now "
                   KEY-STATUS
               STRING "KEY MAINT STATUS KEY-ID=" KEY-ID
                       " NOW=" KEY-STATUS
                       " DEPENDENTS=" WS-DEP-COUNT
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD16-WRITE-AUDIT-ENTRY
           END-IF
           DISPLAY "3-         Delete a profile"
           DISPLAY "4-         Retire or reactivate a profile"
           DISPLAY "5-         Expiry report (next 30 days)"
           DISPLAY "6-         Export profiles to KEYXFER.DAT"
           DISPLAY "7-         Import profiles from KEYXFER.DAT"
           DISPLAY "9-             Return to main menu"
           DISPLAY "Choice ?"
           PERFORM MD18-GET-FIELD
                   PERFORM MD21-TOGGLE-KEY-STATUS
               WHEN 5
                   PERFORM MD21-EXPIRY-REPORT
               WHEN 6
                   PERFORM MD31-EXPORT-PROFILES
               WHEN 7
                   PERFORM MD31-IMPORT-PROFILES
               WHEN 9
                   CONTINUE
               WHEN OTHER
           END-WRITE
       END-IF
       IF NOT MAINT-ACTION-FAILED
           MOVE "RENAME" TO WS-JRNL-FUNCTION
           MOVE WS-HOLD-KEY-RECORD TO WS-JRNL-BEFORE
           MOVE KEY-RECORD TO WS-JRNL-AFTER
           PERFORM MD29-WRITE-KEY-JOURNAL
           DISPLAY "Renamed " WS-OLD-KEY-ID " to " WS-NEW-KEY-ID
           STRING "KEY MAINT RENAME " WS-OLD-KEY-ID " TO "
                   WS-NEW-KEY-ID

       MD20-DELETE-BODY.
       PERFORM MD20-DISPLAY-PROFILE
       PERFORM MD20-CHECK-DEPENDENTS
       DISPLAY "Delete this profile? (Y/N)"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:1) TO WS-MAINT-CONFIRM
       IF MAINT-CONFIRM-YES
           MOVE "N" TO WS-MAINT-ERROR
           MOVE KEY-RECORD TO WS-JRNL-BEFORE
           DELETE KEYFILE RECORD
               INVALID KEY
                   DISPLAY "Unable to delete key profile " KEY-ID
                   MOVE "Y" TO WS-MAINT-ERROR
           END-DELETE
           IF NOT MAINT-ACTION-FAILED
               MOVE "DELETE" TO WS-JRNL-FUNCTION
               MOVE SPACES TO WS-JRNL-AFTER
               PERFORM MD29-WRITE-KEY-JOURNAL
               DISPLAY "Deleted key profile " KEY-ID
               STRING "KEY MAINT DELETE KEY-ID=" KEY-ID
                       " DEPENDENTS=" WS-DEP-COUNT
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD16-WRITE-AUDIT-ENTRY
           END-IF
       EXIT.

      *----------------------------------------------------------*
      * Dependency check before a retire or delete - lists every
      * manifest step, routed-run destination, field map range
      * and unconfirmed (SENT) generation that still names the
      * profile, so the operator answers the Y/N knowing what
      * will break. The KEY-XREF utility gives the same picture
      * for the whole key file. Only the control files are read;
      * KEY-RECORD and the key file position are left alone for
      * the REWRITE/DELETE.
      *----------------------------------------------------------*
       MD20-CHECK-DEPENDENTS.
       MOVE KEY-ID TO WS-DEP-KEY-ID
       MOVE 0 TO WS-DEP-COUNT
       PERFORM MD20-DEPENDENTS-MANIFEST
       PERFORM MD20-DEPENDENTS-ROUTING
       PERFORM MD20-DEPENDENTS-FIELD-MAP
       PERFORM MD20-DEPENDENTS-CATALOG
       IF WS-DEP-COUNT = 0
           DISPLAY "No manifest step, routing destination, field"
               " map range or unconfirmed generation names "
               WS-DEP-KEY-ID
       ELSE
           DISPLAY "WARNING: " WS-DEP-KEY-ID " still has "
               WS-DEP-COUNT " dependent(s) listed above -"
               " they will fail once it is gone"
       END-IF
       EXIT.

       MD20-DEPENDENTS-MANIFEST.
       OPEN INPUT MANIFILE
       IF WS-MANIFILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-DEP-REC-NUM
       MOVE "N" TO WS-DEP-EOF
       PERFORM UNTIL DEP-FILE-AT-END
           READ MANIFILE
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   ADD 1 TO WS-DEP-REC-NUM
                   IF MANIF-RECORD NOT = SPACES
                           AND MANIF-RECORD(1:1) NOT = "*"
                       PERFORM MD27-PARSE-STEP
                       IF WS-STEP-KEY = WS-DEP-KEY-ID
                           ADD 1 TO WS-DEP-COUNT
                           DISPLAY "  JOBMANIF.DAT record "
                               WS-DEP-REC-NUM ": "
                               MANIF-RECORD(1:60)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MANIFILE
       EXIT.

      * The partner Key ID is in columns 10-19 of every
      * ROUTECTL.DAT record but the COLUMN record.
       MD20-DEPENDENTS-ROUTING.
       OPEN INPUT ROUTCTL
       IF WS-ROUTCTL-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-DEP-REC-NUM
       MOVE "N" TO WS-DEP-EOF
       PERFORM UNTIL DEP-FILE-AT-END
           READ ROUTCTL
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   ADD 1 TO WS-DEP-REC-NUM
                   IF RTC-RECORD NOT = SPACES
                           AND RTC-RECORD(1:1) NOT = "*"
                           AND RTC-RECORD(1:7) NOT = "COLUMN "
                           AND RTC-RECORD(10:10) = WS-DEP-KEY-ID
                       ADD 1 TO WS-DEP-COUNT
                       DISPLAY "  ROUTECTL.DAT record "
                           WS-DEP-REC-NUM ": code "
                           RTC-RECORD(1:8) " output "
                           RTC-RECORD(23:40)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ROUTCTL
       EXIT.

       MD20-DEPENDENTS-FIELD-MAP.
       OPEN INPUT MAPFILE
       IF WS-MAPFILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-DEP-REC-NUM
       MOVE "N" TO WS-DEP-EOF
       PERFORM UNTIL DEP-FILE-AT-END
           READ MAPFILE
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   ADD 1 TO WS-DEP-REC-NUM
                   IF MAP-RECORD(1:4) NUMERIC
                           AND MAP-RECORD(6:4) NUMERIC
                           AND MAP-RECORD(11:10) = WS-DEP-KEY-ID
                       ADD 1 TO WS-DEP-COUNT
                       DISPLAY "  FIELDMAP.DAT record "
                           WS-DEP-REC-NUM ": columns "
                           MAP-RECORD(1:4) "-" MAP-RECORD(6:4)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MAPFILE
       EXIT.

       MD20-DEPENDENTS-CATALOG.
       OPEN INPUT CATFILE
       IF WS-CATFILE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-DEP-EOF
       PERFORM UNTIL DEP-FILE-AT-END
           READ CATFILE
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   IF CAT-GEN NUMERIC AND CAT-STATE-SENT
                       PERFORM MD20-DEPENDENTS-GENERATION
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CATFILE
       EXIT.

      * A generation depends on the key if its header names it as
      * the run key or anywhere in the FIELDKEYS= list.
       MD20-DEPENDENTS-GENERATION.
       MOVE CAT-FILENAME TO WS-GENFILE-NAME
       MOVE SPACES TO WS-DEP-HDR
       OPEN INPUT GENFILE
       IF WS-GENFILE-STATUS = "00"
           READ GENFILE
               NOT AT END
                   MOVE GEN-RECORD(1:200) TO WS-DEP-HDR
           END-READ
           CLOSE GENFILE
       END-IF
       IF WS-DEP-HDR(1:4) NOT = "HDR "
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-DEP-NAMED
       MOVE SPACES TO WS-DEP-TAIL
       UNSTRING WS-DEP-HDR DELIMITED BY "KEY-ID="
           INTO WS-DEP-HEAD, WS-DEP-TAIL
       END-UNSTRING
       IF WS-DEP-TAIL(1:10) = WS-DEP-KEY-ID
           MOVE "Y" TO WS-DEP-NAMED
       END-IF
       MOVE SPACES TO WS-DEP-TAIL
       UNSTRING WS-DEP-HDR DELIMITED BY "FIELDKEYS="
           INTO WS-DEP-HEAD, WS-DEP-TAIL
       END-UNSTRING
       MOVE SPACES TO WS-DEP-KEY-LIST
       UNSTRING WS-DEP-TAIL DELIMITED BY " "
           INTO WS-DEP-KEY-LIST
       END-UNSTRING
       COMPUTE WS-DEP-LIST-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-DEP-KEY-LIST TRAILING))
       IF WS-DEP-KEY-LIST = SPACES
           MOVE 0 TO WS-DEP-LIST-LEN
       END-IF
       MOVE 1 TO WS-DEP-LIST-PTR
       PERFORM UNTIL WS-DEP-LIST-PTR > WS-DEP-LIST-LEN
           MOVE SPACES TO WS-DEP-LIST-KEY
           UNSTRING WS-DEP-KEY-LIST DELIMITED BY ","
               INTO WS-DEP-LIST-KEY
               WITH POINTER WS-DEP-LIST-PTR
           END-UNSTRING
           IF WS-DEP-LIST-KEY = WS-DEP-KEY-ID
               MOVE "Y" TO WS-DEP-NAMED
           END-IF
       END-PERFORM
       IF DEP-KEY-NAMED
           ADD 1 TO WS-DEP-COUNT
           DISPLAY "  BATCHCAT.DAT generation " CAT-GEN
               " SENT " CAT-DATE " unconfirmed: " CAT-FILENAME
       END-IF
       EXIT.

      *----------------------------------------------------------*
      * Key journal - every change to KEYFILE.DAT is appended to
      * KEYJRNL.DAT as a before/after image pair, stamped with the
      * date, time and the function that made it, so a bad delete
      * or rename can be undone with the KEY-RESTORE utility. The
      * file is opened for each entry and closed again: changes
      * are few, and nothing is lost if the run dies afterwards.
      *----------------------------------------------------------*
       MD29-WRITE-KEY-JOURNAL.
       OPEN EXTEND JRNLFILE
       IF WS-JRNLFILE-STATUS = "35"
           OPEN OUTPUT JRNLFILE
       END-IF
       IF WS-JRNLFILE-STATUS NOT = "00"
           DISPLAY "KEYJRNL.DAT open failed, status="
               WS-JRNLFILE-STATUS " - key change not journalled"
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO JRNL-RECORD
       ACCEPT JRNL-DATE FROM DATE YYYYMMDD
       ACCEPT JRNL-TIME FROM TIME
       MOVE WS-JRNL-FUNCTION TO JRNL-FUNCTION
       MOVE "COBENCRYPT" TO JRNL-PROGRAM
       IF WS-JRNL-BEFORE = SPACES
           MOVE WS-JRNL-AFTER(1:10) TO JRNL-KEY-ID
       ELSE
           MOVE WS-JRNL-BEFORE(1:10) TO JRNL-KEY-ID
       END-IF
       MOVE WS-JRNL-BEFORE TO JRNL-BEFORE
       MOVE WS-JRNL-AFTER TO JRNL-AFTER
       WRITE JRNL-RECORD
       IF WS-JRNLFILE-STATUS NOT = "00"
           DISPLAY "KEYJRNL.DAT write failed, status="
               WS-JRNLFILE-STATUS " - key change not journalled"
           PERFORM MD26-SEV-WARNING
       END-IF
       CLOSE JRNLFILE
       EXIT.

      *----------------------------------------------------------*
      * Key transfer - profiles go to a partner site as a file,
      * not over the phone. Export wraps whole KEY-RECORDs under a
      * key-encryption profile (KEK) both sites already hold;
      * import unwraps them, proves each one against its check
      * value and adds it, but never overwrites a Key ID already
      * on file with different key material. Every profile sent
      * or received gets its own audit entry, plus one for the
      * file as a whole.
      * The KEK must be a strong LFSR profile: the Caesar and
      * Vigenere ciphers leave digits as they are, which would
      * show the taps and seed of a wrapped LFSR profile in clear.
      * The keystream runs on across the whole file, as in batch
      * mode, so no two profiles are wrapped under the same slice.
      *----------------------------------------------------------*
       MD31-EXPORT-PROFILES.
       DISPLAY "Enter Key ID of the key-encryption profile"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:10) TO WS-XFER-KEK-ID
       DISPLAY "Enter originating site code"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:8) TO WS-XFER-SITE
       IF WS-XFER-KEK-ID = SPACES OR WS-XFER-SITE = SPACES
           DISPLAY "Export cancelled"
           EXIT PARAGRAPH
       END-IF
       OPEN I-O KEYFILE
       IF WS-KEYFILE-STATUS NOT = "00"
           PERFORM MD20-KEYFILE-OPEN-FAILED
           EXIT PARAGRAPH
       END-IF
       PERFORM MD31-LOAD-KEK
       IF XFER-KEK-OK
           OPEN OUTPUT XFERFILE
           IF WS-XFERFILE-STATUS = "00"
               PERFORM MD31-EXPORT-BODY
               CLOSE XFERFILE
           ELSE
               DISPLAY "KEYXFER.DAT open failed, status="
                   WS-XFERFILE-STATUS
               PERFORM MD26-SEV-WARNING
           END-IF
       END-IF
       CLOSE KEYFILE
       EXIT.

       MD31-EXPORT-BODY.
       ACCEPT WS-XFER-DATE FROM DATE YYYYMMDD
       ACCEPT WS-XFER-TIME FROM TIME
       MOVE SPACES TO XFER-RECORD
       MOVE "KXH" TO XFER-TYPE
       MOVE WS-XFER-SITE TO XFER-SITE
       MOVE WS-XFER-KEK-ID TO XFH-KEK-ID
       MOVE WS-XFER-DATE TO XFH-DATE
       MOVE WS-XFER-TIME TO XFH-TIME
       WRITE XFER-RECORD
       MOVE 0 TO WS-XFER-COUNT
       MOVE 0 TO WS-XFER-FILE-CHECK
       MOVE "N" TO WS-XFER-DONE
       PERFORM UNTIL XFER-LIST-DONE
           DISPLAY "Enter Key ID to export"
               " (ALL = every profile, blank = finish)"
           PERFORM MD18-GET-FIELD
           EVALUATE TRUE
               WHEN WS-PARM-BUFFER(1:10) = SPACES
                   MOVE "Y" TO WS-XFER-DONE
               WHEN WS-PARM-BUFFER(1:10) = "ALL"
                   PERFORM MD31-EXPORT-ALL
                   MOVE "Y" TO WS-XFER-DONE
               WHEN OTHER
                   MOVE WS-PARM-BUFFER(1:10) TO KEY-ID
                   READ KEYFILE KEY IS KEY-ID
                       INVALID KEY
                           DISPLAY "Key profile not found: " KEY-ID
                       NOT INVALID KEY
                           PERFORM MD31-EXPORT-ONE
                   END-READ
           END-EVALUATE
       END-PERFORM
       MOVE SPACES TO XFER-RECORD
       MOVE "KXT" TO XFER-TYPE
       MOVE WS-XFER-SITE TO XFER-SITE
       MOVE WS-XFER-COUNT TO XFT-COUNT
       MOVE WS-XFER-FILE-CHECK TO XFT-CHECK
       WRITE XFER-RECORD
       DISPLAY "Profiles exported to KEYXFER.DAT: " WS-XFER-COUNT
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING "KEY EXPORT KEK=" WS-XFER-KEK-ID
               " SITE=" WS-XFER-SITE
               " PROFILES=" WS-XFER-COUNT
               " FILECHK=" WS-XFER-FILE-CHECK
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       PERFORM MD16-WRITE-AUDIT-ENTRY
       EXIT.

       MD31-EXPORT-ALL.
       MOVE "N" TO WS-KEYFILE-EOF
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
                   PERFORM MD31-EXPORT-ONE
           END-READ
       END-PERFORM
       EXIT.

      * The KEK itself never goes into the file it protects, and a
      * profile named twice is written once.
       MD31-EXPORT-ONE.
       IF KEY-ID = WS-XFER-KEK-ID
           DISPLAY "Key-encryption profile " KEY-ID
               " is not exported"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-XFER-FOUND
       PERFORM VARYING WS-XFER-IX FROM 1 BY 1
               UNTIL WS-XFER-IX > WS-XFER-COUNT
           IF WS-XFER-E-IMAGE(WS-XFER-IX)(1:10) = KEY-ID
               MOVE "Y" TO WS-XFER-FOUND
           END-IF
       END-PERFORM
       IF XFER-ALREADY-LISTED
           DISPLAY "Key profile " KEY-ID " already exported"
           EXIT PARAGRAPH
       END-IF
       IF WS-XFER-COUNT NOT < WS-XFER-MAX
           DISPLAY "Transfer file full at " WS-XFER-MAX
               " profiles - " KEY-ID " not exported"
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-XFER-COUNT
       MOVE KEY-RECORD TO WS-XFER-E-IMAGE(WS-XFER-COUNT)
       MOVE SPACES TO WS-HASH-BUFFER
       MOVE KEY-RECORD TO WS-HASH-BUFFER
       MOVE 81 TO WS-HASH-LEN
       MOVE 0 TO WS-XFER-CHECK
       CALL "AUDIT-HASH" USING WS-HASH-BUFFER, WS-HASH-LEN,
               WS-XFER-CHECK
       END-CALL
       MOVE SPACES TO PLAINTXT
       MOVE KEY-RECORD TO PLAINTXT
       MOVE 81 TO WS-TEXT-LEN
       PERFORM MD24-RUN-KEYSTREAM-XOR
       PERFORM MD24-HEX-ENCODE
       MOVE SPACES TO XFER-RECORD
       MOVE "KXP" TO XFER-TYPE
       MOVE WS-XFER-SITE TO XFER-SITE
       MOVE KEY-CREATED-DATE TO XFP-EFFECTIVE
       MOVE KEY-EXPIRY-DATE TO XFP-EXPIRY
       MOVE KEY-STATUS TO XFP-STATUS
       MOVE WS-XFER-CHECK TO XFP-CHECK
       MOVE WS-HEX-BUFFER(1:162) TO XFP-WRAPPED
       PERFORM MD31-CHAIN-FILE-CHECK
       WRITE XFER-RECORD
       DISPLAY "Exported " KEY-ID " check value " WS-XFER-CHECK
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING "KEY EXPORT KEY-ID=" KEY-ID
               " KEK=" WS-XFER-KEK-ID
               " SITE=" WS-XFER-SITE
               " CHECK=" WS-XFER-CHECK
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       PERFORM MD16-WRITE-AUDIT-ENTRY
       EXIT.

      * Chains the KXP record just built (or read) into the file
      * check value the trailer carries, so a record dropped,
      * reordered or edited in clear is caught on import.
       MD31-CHAIN-FILE-CHECK.
       MOVE SPACES TO WS-HASH-BUFFER
       MOVE XFER-RECORD TO WS-HASH-BUFFER
       MOVE 204 TO WS-HASH-LEN
       CALL "AUDIT-HASH" USING WS-HASH-BUFFER, WS-HASH-LEN,
               WS-XFER-FILE-CHECK
       END-CALL
       EXIT.

      * Reads the KEK named in WS-XFER-KEK-ID (KEYFILE open I-O)
      * and loads its taps and seed into the LFSR register. A KEK
      * is held to the same lifecycle rules as any profile load.
       MD31-LOAD-KEK.
       MOVE "N" TO WS-XFER-KEK-OK
       MOVE SPACES TO WS-AUDIT-DETAIL
       MOVE WS-XFER-KEK-ID TO KEY-ID
       READ KEYFILE KEY IS KEY-ID
           INVALID KEY
               DISPLAY "Key-encryption profile not found: " KEY-ID
               STRING "KEY TRANSFER KEK NOT FOUND KEY-ID=" KEY-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD26-SEV-WARNING
           NOT INVALID KEY
               PERFORM MD31-CHECK-KEK
       END-READ
       IF NOT XFER-KEK-OK
           PERFORM MD16-WRITE-AUDIT-ENTRY
       END-IF
       EXIT.

       MD31-CHECK-KEK.
       IF NOT KEY-TYPE-LFSR
           DISPLAY "Key-encryption profile " KEY-ID
               " must be an LFSR profile"
           STRING "KEY TRANSFER KEK NOT LFSR KEY-ID=" KEY-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       CALL "KEY-GRADE" USING KEY-RECORD, WS-KEY-GRADE,
           WS-KEY-PERIOD, WS-KEY-GRADE-REASON
       END-CALL
       IF NOT KEY-GRADE-STRONG
           DISPLAY "Key-encryption profile " KEY-ID
               " is not strong: " WS-KEY-GRADE-REASON
           STRING "KEY TRANSFER KEK NOT STRONG KEY-ID=" KEY-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       PERFORM MD21-CHECK-KEY-USABLE
       IF KEY-IS-USABLE
           PERFORM MD21-RECORD-KEY-USAGE
           MOVE KEY-NB-XOR TO NB-XOR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               MOVE KEY-XOR-BITS(I) TO XOR-BITS(I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               MOVE KEY-INTERNAL-STATE(I) TO INTERNAL-STATE(I)
           END-PERFORM
           MOVE "Y" TO WS-XFER-KEK-OK
       END-IF
       EXIT.

       MD31-IMPORT-PROFILES.
       OPEN INPUT XFERFILE
       IF WS-XFERFILE-STATUS NOT = "00"
           IF WS-XFERFILE-STATUS = "35"
               DISPLAY "KEYXFER.DAT not found - nothing to import"
           ELSE
               DISPLAY "KEYXFER.DAT open failed, status="
                   WS-XFERFILE-STATUS
           END-IF
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO XFER-RECORD
       READ XFERFILE
           AT END
               MOVE SPACES TO XFER-RECORD
       END-READ
       IF NOT XFER-HEADER
           DISPLAY "KEYXFER.DAT has no KXH header - import refused"
           MOVE "KEY IMPORT REJECTED NO HEADER" TO WS-AUDIT-DETAIL
           PERFORM MD16-WRITE-AUDIT-ENTRY
           PERFORM MD26-SEV-FAILURE
           CLOSE XFERFILE
           EXIT PARAGRAPH
       END-IF
       MOVE XFER-SITE TO WS-XFER-SITE
       MOVE XFH-DATE TO WS-XFER-DATE
       MOVE XFH-KEK-ID TO WS-XFER-KEK-ID
       DISPLAY "Transfer file from site " WS-XFER-SITE
           " dated " WS-XFER-DATE " wrapped under " WS-XFER-KEK-ID
       DISPLAY "Enter Key ID of the key-encryption profile"
           " (blank = " WS-XFER-KEK-ID ")"
       PERFORM MD18-GET-FIELD
       IF WS-PARM-BUFFER(1:10) NOT = SPACES
           MOVE WS-PARM-BUFFER(1:10) TO WS-XFER-KEK-ID
       END-IF
       OPEN I-O KEYFILE
       IF WS-KEYFILE-STATUS NOT = "00"
           PERFORM MD20-KEYFILE-OPEN-FAILED
           CLOSE XFERFILE
           EXIT PARAGRAPH
       END-IF
       PERFORM MD31-LOAD-KEK
       IF XFER-KEK-OK
           PERFORM MD31-READ-TRANSFER-FILE
           IF XFER-FILE-VERIFIED
               PERFORM MD31-APPLY-IMPORT
           ELSE
               DISPLAY "KEYXFER.DAT failed verification -"
                   " nothing imported"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "KEY IMPORT REJECTED KEK=" WS-XFER-KEK-ID
                       " SITE=" WS-XFER-SITE
                       " READ=" WS-XFER-READ
                       " BAD=" WS-XFER-BAD
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD16-WRITE-AUDIT-ENTRY
               PERFORM MD26-SEV-FAILURE
           END-IF
       END-IF
       CLOSE KEYFILE
       CLOSE XFERFILE
       EXIT.

      * Unwraps every KXP record into the table. The file is only
      * verified when every record passes its check value, the
      * trailer is there, and its count and chained check value
      * agree with what was read.
       MD31-READ-TRANSFER-FILE.
       MOVE 0 TO WS-XFER-COUNT
       MOVE 0 TO WS-XFER-READ
       MOVE 0 TO WS-XFER-BAD
       MOVE 0 TO WS-XFER-FILE-CHECK
       MOVE "N" TO WS-XFER-EOF
       MOVE "N" TO WS-XFER-TRL-SEEN
       MOVE "N" TO WS-XFER-VERIFIED
       PERFORM UNTIL XFERFILE-AT-END
           READ XFERFILE
               AT END
                   MOVE "Y" TO WS-XFER-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN XFER-PROFILE AND NOT XFER-TRAILER-SEEN
                           PERFORM MD31-UNWRAP-ONE
                       WHEN XFER-TRAILER AND NOT XFER-TRAILER-SEEN
                           MOVE "Y" TO WS-XFER-TRL-SEEN
                           MOVE XFT-COUNT TO WS-XFER-TRL-COUNT
                           MOVE XFT-CHECK TO WS-XFER-TRL-CHECK
                       WHEN OTHER
                           DISPLAY "KEYXFER.DAT unexpected record: "
                               XFER-RECORD(1:40)
                           ADD 1 TO WS-XFER-BAD
                   END-EVALUATE
           END-READ
       END-PERFORM
       EVALUATE TRUE
           WHEN NOT XFER-TRAILER-SEEN
               DISPLAY "KEYXFER.DAT has no KXT trailer"
           WHEN WS-XFER-TRL-COUNT NOT = WS-XFER-READ
               DISPLAY "KEYXFER.DAT trailer count " WS-XFER-TRL-COUNT
                   " but " WS-XFER-READ " profile records read"
           WHEN WS-XFER-TRL-CHECK NOT = WS-XFER-FILE-CHECK
               DISPLAY "KEYXFER.DAT trailer check value does not"
                   " match the profile records"
           WHEN WS-XFER-BAD > 0
               CONTINUE
           WHEN OTHER
               MOVE "Y" TO WS-XFER-VERIFIED
       END-EVALUATE
       EXIT.

      * The keystream is run over every record, good or bad, so
      * the records after a damaged one still unwrap in step.
       MD31-UNWRAP-ONE.
       ADD 1 TO WS-XFER-READ
       PERFORM MD31-CHAIN-FILE-CHECK
       MOVE "Y" TO WS-XFER-REC-OK
       MOVE SPACES TO PLAINTXT
       MOVE SPACES TO WS-HEX-BUFFER
       MOVE XFP-WRAPPED TO WS-HEX-BUFFER
       MOVE 162 TO WS-HEX-LEN
       PERFORM MD24-HEX-DECODE
       IF HEX-INVALID
           MOVE "N" TO WS-XFER-REC-OK
       END-IF
       MOVE 81 TO WS-TEXT-LEN
       PERFORM MD24-RUN-KEYSTREAM-XOR
       MOVE ENCRYPTTXT(1:81) TO WS-XFER-PROFILE
       MOVE SPACES TO WS-HASH-BUFFER
       MOVE WS-XFER-PROFILE TO WS-HASH-BUFFER
       MOVE 81 TO WS-HASH-LEN
       MOVE 0 TO WS-XFER-CHECK
       CALL "AUDIT-HASH" USING WS-HASH-BUFFER, WS-HASH-LEN,
               WS-XFER-CHECK
       END-CALL
       IF WS-XFER-CHECK NOT = XFP-CHECK
               OR WS-XFER-P-CREATED NOT = XFP-EFFECTIVE
               OR WS-XFER-P-EXPIRY NOT = XFP-EXPIRY
               OR WS-XFER-P-STATUS NOT = XFP-STATUS
           MOVE "N" TO WS-XFER-REC-OK
       END-IF
       EVALUATE TRUE
           WHEN NOT XFER-RECORD-OK
               DISPLAY "Profile record " WS-XFER-READ
                   " fails its check value - wrong key-encryption"
                   " profile or damaged file"
               ADD 1 TO WS-XFER-BAD
           WHEN WS-XFER-COUNT NOT < WS-XFER-MAX
               DISPLAY "Profile record " WS-XFER-READ
                   " is over the limit of " WS-XFER-MAX
               ADD 1 TO WS-XFER-BAD
           WHEN OTHER
               ADD 1 TO WS-XFER-COUNT
               MOVE WS-XFER-PROFILE
                   TO WS-XFER-E-IMAGE(WS-XFER-COUNT)
       END-EVALUATE
       EXIT.

       MD31-APPLY-IMPORT.
       MOVE 0 TO WS-XFER-ADDED
       MOVE 0 TO WS-XFER-SAME
       MOVE 0 TO WS-XFER-REFUSED
       PERFORM VARYING WS-XFER-IX FROM 1 BY 1
               UNTIL WS-XFER-IX > WS-XFER-COUNT
           PERFORM MD31-IMPORT-ONE
       END-PERFORM
       DISPLAY "Profiles imported: " WS-XFER-ADDED
           " already on file: " WS-XFER-SAME
           " refused: " WS-XFER-REFUSED
       MOVE SPACES TO WS-AUDIT-DETAIL
       STRING "KEY IMPORT KEK=" WS-XFER-KEK-ID
               " SITE=" WS-XFER-SITE
               " ADDED=" WS-XFER-ADDED
               " SAME=" WS-XFER-SAME
               " REFUSED=" WS-XFER-REFUSED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       PERFORM MD16-WRITE-AUDIT-ENTRY
       IF WS-XFER-REFUSED > 0
           PERFORM MD26-SEV-WARNING
       END-IF
       EXIT.

      * A Key ID already on file is left alone: the same key
      * material means the partner already has it; different
      * material is refused - rename one side and send again.
       MD31-IMPORT-ONE.
       MOVE WS-XFER-E-IMAGE(WS-XFER-IX) TO WS-XFER-PROFILE
       MOVE WS-XFER-P-KEY-ID TO KEY-ID
       MOVE SPACES TO WS-AUDIT-DETAIL
       READ KEYFILE KEY IS KEY-ID
           INVALID KEY
               PERFORM MD31-ADD-IMPORTED-PROFILE
           NOT INVALID KEY
               IF KEY-TYPE = WS-XFER-P-TYPE
                       AND KEY-CAESAR-SETTING = WS-XFER-P-SETTING
                       AND KEY-LFSR-CONFIG = WS-XFER-P-LFSR
                       AND KEY-VIGENERE-KEYWORD = WS-XFER-P-KEYWORD
                   ADD 1 TO WS-XFER-SAME
                   DISPLAY "Already on file, same key material: "
                       KEY-ID
                   STRING "KEY IMPORT SAME KEY-ID=" KEY-ID
                           " SITE=" WS-XFER-SITE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               ELSE
                   ADD 1 TO WS-XFER-REFUSED
                   DISPLAY "Refused - " KEY-ID " is already on file"
                       " with different key material"
                   STRING "KEY IMPORT REFUSED KEY-ID=" KEY-ID
                           " SITE=" WS-XFER-SITE
                           " DIFFERENT MATERIAL"
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               END-IF
       END-READ
       PERFORM MD16-WRITE-AUDIT-ENTRY
       EXIT.

      * Use count and last-used date belong to the site that used
      * the key, so an imported profile starts them afresh.
       MD31-ADD-IMPORTED-PROFILE.
       MOVE WS-XFER-PROFILE TO KEY-RECORD
       MOVE 0 TO KEY-USE-COUNT
       MOVE 0 TO KEY-LAST-USED
       MOVE "N" TO WS-MAINT-ERROR
       WRITE KEY-RECORD
           INVALID KEY
               DISPLAY "Unable to save key profile " KEY-ID
               MOVE "Y" TO WS-MAINT-ERROR
       END-WRITE
       IF MAINT-ACTION-FAILED
           ADD 1 TO WS-XFER-REFUSED
           STRING "KEY IMPORT FAILED KEY-ID=" KEY-ID
                   " SITE=" WS-XFER-SITE
                   " STATUS=" WS-KEYFILE-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       ELSE
           MOVE "IMPORT" TO WS-JRNL-FUNCTION
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE KEY-RECORD TO WS-JRNL-AFTER
           PERFORM MD29-WRITE-KEY-JOURNAL
           ADD 1 TO WS-XFER-ADDED
           DISPLAY "Imported " KEY-ID " from site " WS-XFER-SITE
           STRING "KEY IMPORT ADDED KEY-ID=" KEY-ID
                   " SITE=" WS-XFER-SITE
                   " STATUS=" KEY-STATUS
                   " EXPIRES=" KEY-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       END-IF
       EXIT.

      *----------------------------------------------------------*
      * Batch file mode - enciphers under the cipher named by a
      * key profile (Caesar or Vigenere)
      *----------------------------------------------------------*
       MD17-BATCH-FILE.
       DISPLAY "***************BATCH FILE***************"
       DISPLAY "1-Single batch run  2-Job manifest (JOBMANIF.DAT)"
       DISPLAY "3-Resubmit corrected suspense entries (SUSPENSE.DAT)"
       DISPLAY "4-Routed run by destination code (ROUTECTL.DAT)"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:1) TO WS-SUBCHOICE
       EVALUATE WS-SUBCHOICE
           WHEN 2
               PERFORM MD27-RUN-MANIFEST
           WHEN 3
               PERFORM MD30-RESUBMIT-SUSPENSE
           WHEN 4
               PERFORM MD32-RUN-ROUTING
           WHEN OTHER
               PERFORM MD17-SINGLE-BATCH-RUN
       END-EVALUATE
       EXIT.

       MD17-SINGLE-BATCH-RUN.
       MOVE "N" TO WS-MANIFEST-MODE
       MOVE "BATCHIN.DAT" TO WS-INFILE-NAME
       MOVE "BATCHOUT.DAT" TO WS-OUTFILE-NAME
       MOVE "N" TO WS-BATCH-BLOCKED
       PERFORM MD22-CHECK-RESTART
       IF NOT RESUMING-RUN AND NOT BATCH-RUN-BLOCKED
           PERFORM MD17-GET-BATCH-KEY
           IF BATCH-KEY-OK
               PERFORM MD17-ASK-DIRECTION
               IF BATCH-DIR-ENCRYPT
                   PERFORM MD28-ALLOC-GENERATION
               ELSE
                   PERFORM MD28-ASK-DECRYPT-INPUT
                   MOVE "BATCHCLR.DAT" TO WS-OUTFILE-NAME
               END-IF
               PERFORM MD25-ASK-FIELD-MODE
               PERFORM MD25-CHECK-LFSR-FIELD-MODE
               MOVE 0 TO WS-BATCH-COUNT
               MOVE 0 TO WS-BATCH-FAILCOUNT
               MOVE 0 TO WS-BATCH-HELD
               MOVE 0 TO WS-BATCH-SENT
               MOVE 0 TO WS-BATCH-BYTES
               MOVE 0 TO WS-BATCH-CHECK
           END-IF
       END-IF
       IF BATCH-RUN-BLOCKED OR NOT BATCH-KEY-OK
      * The specific cause (unusable key, catalog failure,
      * missing generation, ...) was already displayed where it
      * was detected.
           IF BATCH-RUN-BLOCKED
               DISPLAY "Batch run skipped"
           ELSE
               DISPLAY "Batch run skipped - no usable key profile"
           END-IF
           PERFORM MD26-SEV-FAILURE
           IF WS-AUDIT-DETAIL = SPACES
               STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                       " SKIPPED - KEY PROFILE UNUSABLE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
       ELSE
           PERFORM MD17-RUN-BATCH-FILES
       END-IF
       EXIT.

      * Prompt for the Key ID the run enciphers under (one
      * parameter card in unattended mode - the setting itself
      * never appears on the deck) and resolve it.
       MD17-GET-BATCH-KEY.
       DISPLAY "Enter Key ID for this batch run"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:10) TO WS-BATCH-KEY-ID
       PERFORM MD17-RESOLVE-BATCH-KEY
       EXIT.

      * Decrypt runs the same engine backwards: a received file is
      * fed through under the key that enciphered it, control
      * records are stripped rather than rewritten, and each
      * recovered record is re-enciphered to prove the round trip.
       MD17-ASK-DIRECTION.
       DISPLAY "1-Encrypt  2-Decrypt"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:1) TO WS-SUBCHOICE
       IF WS-SUBCHOICE = 2
           SET BATCH-DIR-DECRYPT TO TRUE
       ELSE
           SET BATCH-DIR-ENCRYPT TO TRUE
       END-IF
       EXIT.

      * Resolve WS-BATCH-KEY-ID through the key file with the same
      * lifecycle refusals and usage tallying the menu-6 load path
      * applies, capturing the profile's setting for the run.
       MD17-RESOLVE-BATCH-KEY.
       MOVE "N" TO WS-BATCH-KEY-OK
       MOVE "N" TO WS-KEY-USABLE
       MOVE WS-BATCH-KEY-ID TO KEY-ID
       OPEN I-O KEYFILE
       IF WS-KEYFILE-STATUS = "00"
           READ KEYFILE KEY IS KEY-ID
               INVALID KEY
                   DISPLAY "Key profile not found: " KEY-ID
                   STRING "BATCH KEY PROFILE NOT FOUND KEY-ID="
                           KEY-ID
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM MD26-SEV-FAILURE
               NOT INVALID KEY
                   PERFORM MD21-CHECK-KEY-USABLE
                   IF KEY-IS-USABLE
                       PERFORM MD21-RECORD-KEY-USAGE
                       PERFORM MD17-CAPTURE-BATCH-KEY
                   END-IF
           END-READ
           CLOSE KEYFILE
       ELSE
           IF WS-KEYFILE-STATUS = "35"
               DISPLAY "No key profiles saved yet"
               MOVE "NO KEY PROFILES SAVED YET" TO WS-AUDIT-DETAIL
           ELSE
               IF WS-KEYFILE-STATUS = "39"
                   PERFORM MD21-OLD-LAYOUT-MESSAGE
               ELSE
                   DISPLAY "KEYFILE open failed, status="
                       WS-KEYFILE-STATUS
               END-IF
               MOVE "KEYFILE OPEN FAILED" TO WS-AUDIT-DETAIL
           END-IF
           PERFORM MD26-SEV-FAILURE
       END-IF
       EXIT.

       MD17-CAPTURE-BATCH-KEY.
       EVALUATE TRUE
           WHEN KEY-TYPE-CAESAR
               MOVE KEY-CAESAR-SETTING TO CAESAR-SETTING
               MOVE "C" TO WS-BATCH-CIPHER
               DISPLAY "Batch run resolved key profile " KEY-ID
               MOVE "Y" TO WS-BATCH-KEY-OK
           WHEN KEY-TYPE-VIGENERE
               MOVE KEY-VIGENERE-KEYWORD TO VIGENERE-KEYWORD
               PERFORM MD13-NORMALIZE-KEYWORD
               MOVE "V" TO WS-BATCH-CIPHER
               DISPLAY "Batch run resolved key profile " KEY-ID
               MOVE "Y" TO WS-BATCH-KEY-OK
           WHEN KEY-TYPE-LFSR
               MOVE KEY-NB-XOR TO WS-BATCH-NB-XOR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   MOVE KEY-XOR-BITS(I) TO WS-BATCH-XOR-BITS(I)
               END-PERFORM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   MOVE KEY-INTERNAL-STATE(I)
                       TO WS-BATCH-INT-STATE(I)
               END-PERFORM
               MOVE "L" TO WS-BATCH-CIPHER
               DISPLAY "Batch run resolved key profile " KEY-ID
               MOVE "Y" TO WS-BATCH-KEY-OK
           WHEN OTHER
               DISPLAY "Key profile " KEY-ID " is not a usable"
                   " cipher profile"
               STRING "BATCH KEY PROFILE WRONG TYPE KEY-ID="
                       KEY-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD26-SEV-FAILURE
       END-EVALUATE
       EXIT.

       MD17-RUN-BATCH-FILES.
       MOVE "N" TO WS-INFILE-EOF
       IF NOT ROUTE-MODE-ON
           MOVE WS-INFILE-NAME TO WS-HDR-SOURCE
       END-IF
       MOVE 0 TO WS-CKP-SINCE
       MOVE 0 TO WS-CTL-SKIPPED

       OPEN INPUT INFILE
       IF WS-INFILE-STATUS = "00"
           IF RESUMING-RUN
               OPEN EXTEND OUTFILE
           ELSE
               OPEN OUTPUT OUTFILE
           END-IF
           IF WS-OUTFILE-STATUS = "00"
      * A routed run's report already holds the routing lines and
      * each destination's lines follow on behind them.
               IF RESUMING-RUN OR ROUTE-MODE-ON
                   OPEN EXTEND REPORTFILE
               ELSE
                   OPEN OUTPUT REPORTFILE
               END-IF
               IF WS-REPORTFILE-STATUS = "00"
      * Stamp the checkpoint with THIS run's setting, mode and
      * position straight away - otherwise a run that dies before
      * its first interval checkpoint leaves a stale record (a
      * prior run's C, or a declined resume's R with the old
      * setting) describing a different run than the BATCHOUT now
      * on disk. Manifest steps and suspense resubmissions do not
      * checkpoint - an interrupted one is simply rerun from the
      * top.
                   IF NOT MANIFEST-MODE-ON
                           AND NOT SUSPENSE-RESUBMIT
                       MOVE "R" TO WS-CKP-STATE-NEXT
                       PERFORM MD22-WRITE-CHECKPOINT
                   END-IF
      * A decrypt run recovers a clear file: it strips the control
      * records it reads and writes none of its own.
                   IF RESUMING-RUN
                       PERFORM MD22-SKIP-PROCESSED
                   ELSE
                       IF BATCH-DIR-ENCRYPT
                           PERFORM MD23-WRITE-BATCH-HEADER
                       END-IF
                   END-IF
      * An LFSR run primes the live register from the profile
      * seed once, here - the stream then runs on continuously
      * across every record of the file.
                   IF BATCH-CIPHER-LFSR
                       PERFORM MD17-LFSR-LOAD-KEYSTATE
                   END-IF
                   PERFORM MD17-BATCH-LOOP
                   COMPUTE WS-BATCH-SENT = WS-BATCH-COUNT
                           - WS-BATCH-HELD
                   IF BATCH-DIR-ENCRYPT
                       PERFORM MD23-WRITE-BATCH-TRAILER
                   END-IF

                   CLOSE INFILE
                   CLOSE OUTFILE
                   CLOSE REPORTFILE
                   IF NOT MANIFEST-MODE-ON
                           AND NOT SUSPENSE-RESUBMIT
                       PERFORM MD22-MARK-COMPLETE
                   END-IF
                   IF BATCH-DIR-ENCRYPT
                       PERFORM MD28-CATALOG-GENERATION
                   END-IF

                   DISPLAY "Output written to " WS-OUTFILE-NAME
                   DISPLAY "Batch complete. Records processed: "
                       WS-BATCH-COUNT
                   DISPLAY "Round-trip failures: " WS-BATCH-FAILCOUNT
                   IF WS-BATCH-HELD > 0
                       DISPLAY "Held back in SUSPENSE.DAT, not in the"
                           " output: " WS-BATCH-HELD
                   END-IF
                   IF WS-CTL-SKIPPED > 0
                       DISPLAY "Control records passed over: "
                           WS-CTL-SKIPPED
                   END-IF
                   STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                           " CIPHER=" WS-BATCH-CIPHER
                           " DIR=" WS-BATCH-DIRECTION
                           " RECORDS=" WS-BATCH-SENT
                           " FAILURES=" WS-BATCH-FAILCOUNT
                           " FIELDS=" WS-FIELD-MODE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               ELSE
                   DISPLAY "BATCHRPT.DAT open failed, status="
                       WS-REPORTFILE-STATUS " - run skipped"
                   PERFORM MD26-SEV-FAILURE
                   STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                           " SKIPPED - REPORT OPEN FAILED"
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   CLOSE INFILE
                   CLOSE OUTFILE
               END-IF
           ELSE
               DISPLAY "Output " WS-OUTFILE-NAME
                   " open failed, status="
                   WS-OUTFILE-STATUS " - run skipped"
               PERFORM MD26-SEV-FAILURE
               STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                       " SKIPPED - OUTPUT OPEN FAILED"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               CLOSE INFILE
           END-IF
       ELSE
           IF WS-INFILE-STATUS = "35"
               DISPLAY "Input " WS-INFILE-NAME
                   " not found - run skipped"
               PERFORM MD26-SEV-FAILURE
               STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                       " SKIPPED - NO INPUT FILE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           ELSE
               DISPLAY "Input " WS-INFILE-NAME
                   " open failed, status="
                   WS-INFILE-STATUS " - run skipped"
               PERFORM MD26-SEV-FAILURE
               STRING "BATCH KEY-ID=" WS-BATCH-KEY-ID
                       " SKIPPED - INPUT OPEN FAILED"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
       END-IF
       EXIT.

      * Per-record loop, split out of MD17-BATCH-FILE so the three
      * opens above can each be checked before any reading starts.
       MD17-BATCH-LOOP.
       PERFORM UNTIL INFILE-AT-END
           READ INFILE
               AT END
                   MOVE "Y" TO WS-INFILE-EOF
               NOT AT END
                   PERFORM MD17-HANDLE-INPUT-RECORD
           END-READ
       END-PERFORM
       EXIT.

      * HDR/TRL control records turn up in the input when a
      * received BATCHOUT is fed back through with the
      * complementary setting to decrypt it - they are passed
      * over, not enciphered, so the one-pass decrypt recovers a
      * clean file with correct counts and trailer totals.
       MD17-HANDLE-INPUT-RECORD.
       IF INFILE-RECORD(1:4) = "HDR "
               OR INFILE-RECORD(1:12) = "TRL RECORDS="
           ADD 1 TO WS-CTL-SKIPPED
       ELSE
           ADD 1 TO WS-BATCH-COUNT
           MOVE "01" TO WS-SUS-REASON
           PERFORM MD17-PROCESS-RECORD
      * A failed encrypt is held back - it goes to suspense and
      * not to the partner, so a record is never delivered half
      * protected nor sent twice once its corrected image is
      * resubmitted. A whole-record LFSR run still writes it: the
      * receiver's one-pass decrypt runs the keystream on across
      * every record, so dropping one would put every record
      * after it out of step.
           MOVE "N" TO WS-REC-HELD
           IF ROUNDTRIP-FAILED AND BATCH-DIR-ENCRYPT
                   AND (FIELD-MODE-ON OR NOT BATCH-CIPHER-LFSR)
               MOVE "Y" TO WS-REC-HELD
               ADD 1 TO WS-BATCH-HELD
           ELSE
               ADD 1 TO WS-RUN-RECORDS
               PERFORM MD23-TALLY-OUTPUT-RECORD
               WRITE OUTFILE-RECORD
           END-IF
           IF ROUNDTRIP-FAILED
               ADD 1 TO WS-BATCH-FAILCOUNT
               MOVE SPACES TO REPORT-RECORD
               IF WS-SUS-REASON = "03"
                   STRING "RECORD " WS-BATCH-COUNT
                       " FIELD ERROR - NON-DIGIT DATA IN NUMERIC"
                       " RANGE " WS-FIELD-ERR-START "-"
                       WS-FIELD-ERR-END " COLUMN " WS-FIELD-ERR-COL
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "RECORD " WS-BATCH-COUNT
                       " FAILED ROUND-TRIP VERIFICATION"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
               IF SUSPENSE-RESUBMIT
                   IF WS-BATCH-COUNT NOT > 500
                       MOVE "Y" TO WS-SUS-FAILED(WS-BATCH-COUNT)
                   END-IF
               ELSE
                   PERFORM MD30-WRITE-SUSPENSE-ENTRY
               END-IF
           END-IF
      * A held record is checkpointed at once, so a resume knows
      * exactly how many input records the output stands for.
           ADD 1 TO WS-CKP-SINCE
           IF (WS-CKP-SINCE >= WS-CKP-INTERVAL OR RECORD-HELD)
                   AND NOT MANIFEST-MODE-ON
                   AND NOT SUSPENSE-RESUBMIT
               MOVE "R" TO WS-CKP-STATE-NEXT
               PERFORM MD22-WRITE-CHECKPOINT
               MOVE 0 TO WS-CKP-SINCE
           END-IF
       END-IF
       EXIT.

      * One input record through the cipher: the whole record as a
      * single blob, or - in field-level mode - only the column
      * ranges the field map names, with everything else passed
      * through untouched.
       MD17-PROCESS-RECORD.
       EVALUATE TRUE
           WHEN FIELD-MODE-ON
               PERFORM MD25-APPLY-FIELD-CIPHER
           WHEN BATCH-CIPHER-LFSR AND BATCH-DIR-DECRYPT
               PERFORM MD17-LFSR-DECRYPT-RECORD
           WHEN BATCH-CIPHER-LFSR
               PERFORM MD17-LFSR-ENCRYPT-RECORD
           WHEN BATCH-DIR-DECRYPT
               PERFORM MD17-DECIPHER-RECORD
           WHEN OTHER
               MOVE INFILE-RECORD TO PLAINTXT
               PERFORM MD10-SET-LEN-FROM-PLAINTXT
               PERFORM MD17-CIPHER-PLAINTXT
               MOVE ENCRYPTTXT TO OUTFILE-RECORD
       END-EVALUATE
       EXIT.

      * Enciphers PLAINTXT(1:CAESAR-LEN) into ENCRYPTTXT under the
      * cipher the run's key profile selected, with round-trip
      * verification. One home for the whole-record and the
      * field-level paths.
       MD17-CIPHER-PLAINTXT.
       EVALUATE TRUE
           WHEN BATCH-CIPHER-VIGENERE
               PERFORM MD13-VIGENERE-ENCRYPT
               PERFORM MD19-VERIFY-VIGENERE
           WHEN OTHER
               PERFORM MD10-CAESAR-ENCRYPTION
               PERFORM MD19-VERIFY-ROUNDTRIP
       END-EVALUATE
       EXIT.

      * Deciphers ENCRYPTTXT(1:CAESAR-LEN) into DECRYPTTXT under
      * the run's Caesar or Vigenere key, then re-enciphers the
      * recovered text and compares it back to the input to prove
      * the round trip. Shared by the whole-record and field-level
      * decrypt paths.
       MD17-DECIPHER-SLICE.
       MOVE ENCRYPTTXT TO WS-VERIFY-HOLD
       IF BATCH-CIPHER-VIGENERE
           PERFORM MD13-VIGENERE-DECRYPT
       ELSE
           PERFORM MD10-CAESAR-DECRYPTION
       END-IF
       MOVE DECRYPTTXT TO PLAINTXT
       IF BATCH-CIPHER-VIGENERE
           PERFORM MD13-VIGENERE-ENCRYPT
       ELSE
           PERFORM MD10-CAESAR-ENCRYPTION
       END-IF
       PERFORM MD19-VERIFY-HELD-TEXT
       EXIT.

       MD17-DECIPHER-RECORD.
       MOVE INFILE-RECORD TO ENCRYPTTXT
       COMPUTE CAESAR-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(ENCRYPTTXT TRAILING))
       IF CAESAR-LEN = 0
           MOVE 1 TO CAESAR-LEN
       END-IF
       PERFORM MD17-DECIPHER-SLICE
       MOVE SPACES TO OUTFILE-RECORD
       MOVE DECRYPTTXT TO OUTFILE-RECORD
       EXIT.

      *----------------------------------------------------------*
      * LFSR stream-cipher batch records - the register is primed
      * from the profile seed once per run and advances record by
      * record, so each record consumes the next slice of one
      * continuous keystream (two identical plaintext records
      * never produce identical ciphertext). The ciphertext goes
      * to the output file hex-armored (two digits per byte)
      * exactly like the single-string LFSRHEX.DAT path. The
      * decrypt side and the FILE-INBOUND / FILE-REKEY utilities
      * advance their streams the same way - keep them in step.
      *----------------------------------------------------------*
       MD17-LFSR-LOAD-KEYSTATE.
       MOVE WS-BATCH-NB-XOR TO NB-XOR
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
           MOVE WS-BATCH-XOR-BITS(I) TO XOR-BITS(I)
       END-PERFORM
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
           MOVE WS-BATCH-INT-STATE(I) TO INTERNAL-STATE(I)
       END-PERFORM
       EXIT.

       MD17-LFSR-ENCRYPT-RECORD.
       MOVE INFILE-RECORD TO PLAINTXT
       PERFORM MD10-SET-LEN-FROM-PLAINTXT
       MOVE CAESAR-LEN TO WS-TEXT-LEN
       MOVE PLAINTXT TO WS-VERIFY-HOLD
       MOVE LFSR-A-STATE TO WS-BATCH-REC-STATE
       PERFORM MD24-RUN-KEYSTREAM-XOR
       PERFORM MD24-HEX-ENCODE
       MOVE SPACES TO OUTFILE-RECORD
       MOVE WS-HEX-BUFFER TO OUTFILE-RECORD
      * Round trip: decode the armor just built and run it back
      * from the register position this record started at; the
      * replay re-advances the register to the same place.
       PERFORM MD24-HEX-DECODE
       MOVE WS-BATCH-REC-STATE TO LFSR-A-STATE
       PERFORM MD24-RUN-KEYSTREAM-XOR
       PERFORM MD19-VERIFY-HELD-TEXT
       EXIT.

       MD17-LFSR-DECRYPT-RECORD.
       MOVE SPACES TO WS-HEX-BUFFER
       MOVE INFILE-RECORD TO WS-HEX-BUFFER
       COMPUTE WS-HEX-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-HEX-BUFFER TRAILING))
       IF WS-HEX-BUFFER = SPACES
               OR FUNCTION MOD(WS-HEX-LEN, 2) NOT = 0
           PERFORM MD17-LFSR-BAD-HEX
       ELSE
           PERFORM MD24-HEX-DECODE
           IF HEX-INVALID
               PERFORM MD17-LFSR-BAD-HEX
           ELSE
               MOVE LFSR-A-STATE TO WS-BATCH-REC-STATE
               PERFORM MD24-RUN-KEYSTREAM-XOR
               MOVE WS-TEXT-LEN TO CAESAR-LEN
               MOVE SPACES TO OUTFILE-RECORD
               MOVE ENCRYPTTXT TO OUTFILE-RECORD
      * Round trip: re-encipher the recovered text from the
      * register position this record started at, re-armor it
      * and compare against the hex that came in.
               MOVE ENCRYPTTXT TO PLAINTXT
               MOVE WS-BATCH-REC-STATE TO LFSR-A-STATE
               PERFORM MD24-RUN-KEYSTREAM-XOR
               PERFORM MD24-HEX-ENCODE
               IF WS-HEX-BUFFER(1:WS-HEX-LEN)
                       = INFILE-RECORD(1:WS-HEX-LEN)
                   SET ROUNDTRIP-OK TO TRUE
               ELSE
                   PERFORM MD19-FLAG-FAILURE
               END-IF
           END-IF
       END-IF
       EXIT.

      * An unreadable hex record cannot be decrypted - it is
      * passed through unchanged so the output lines up record
      * for record, and flagged as a failure on the report.
       MD17-LFSR-BAD-HEX.
       DISPLAY "Record is not valid hex ciphertext -"
           " passed through unchanged"
       MOVE INFILE-RECORD TO OUTFILE-RECORD
       MOVE "02" TO WS-SUS-REASON
       PERFORM MD19-FLAG-FAILURE
       EXIT.

      *----------------------------------------------------------*
      * Transmission control records - BATCHOUT.DAT carries a
      * header (run date/time, Key ID, source file) and a
      * trailer (data record count, byte count, chained check
      * total over the ciphertext) so the standalone FILE-RECON
      * program can prove a received copy complete before anyone
      * decrypts it.
      *----------------------------------------------------------*
       MD23-WRITE-BATCH-HEADER.
       ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
       ACCEPT WS-AUDIT-TIME FROM TIME
       MOVE WS-AUDIT-DATE TO WS-HDR-STAMP-DATE
       MOVE WS-AUDIT-TIME TO WS-HDR-STAMP-TIME
       MOVE SPACES TO OUTFILE-RECORD
      * The key list is built without embedded blanks, so the
      * space delimiter lifts exactly the list.
       IF FIELD-MODE-ON AND WS-FIELD-KEYS NOT = SPACES
           STRING "HDR " WS-AUDIT-DATE " " WS-AUDIT-TIME
                   " KEY-ID=" WS-BATCH-KEY-ID
                   " FIELDKEYS=" DELIMITED BY SIZE
                   WS-FIELD-KEYS DELIMITED BY SPACE
                   " SOURCE=" WS-HDR-SOURCE DELIMITED BY SIZE
                   INTO OUTFILE-RECORD
       ELSE
           STRING "HDR " WS-AUDIT-DATE " " WS-AUDIT-TIME
               " KEY-ID=" WS-BATCH-KEY-ID
               " SOURCE=" WS-HDR-SOURCE
               DELIMITED BY SIZE INTO OUTFILE-RECORD
       END-IF
       WRITE OUTFILE-RECORD
       EXIT.

      * Folds the ciphertext record about to be written into the
      * running byte count and chained check total. The length is
      * the record's significant length (trailing spaces are not
      * transmitted by a LINE SEQUENTIAL write, so they are not
      * counted either). A hex-armored record can run to 8192
      * bytes - twice the AUDIT-HASH buffer - so the hash is fed
      * in two chunks; the chaining makes that equivalent, and
      * FILE-RECON splits at the same point.
       MD23-TALLY-OUTPUT-RECORD.
       COMPUTE WS-OUT-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(OUTFILE-RECORD TRAILING))
       IF WS-OUT-LEN = 0
           MOVE 1 TO WS-OUT-LEN
       END-IF
       ADD WS-OUT-LEN TO WS-BATCH-BYTES
       MOVE SPACES TO WS-HASH-BUFFER
       IF WS-OUT-LEN > 4096
           MOVE OUTFILE-RECORD(1:4096) TO WS-HASH-BUFFER
           MOVE 4096 TO WS-HASH-LEN
           CALL "AUDIT-HASH" USING WS-HASH-BUFFER, WS-HASH-LEN,
                   WS-BATCH-CHECK
           END-CALL
           MOVE SPACES TO WS-HASH-BUFFER
           COMPUTE WS-HASH-LEN = WS-OUT-LEN - 4096
           MOVE OUTFILE-RECORD(4097:WS-HASH-LEN)
               TO WS-HASH-BUFFER
       ELSE
           MOVE OUTFILE-RECORD(1:WS-OUT-LEN) TO WS-HASH-BUFFER
           MOVE WS-OUT-LEN TO WS-HASH-LEN
       END-IF
       CALL "AUDIT-HASH" USING WS-HASH-BUFFER, WS-HASH-LEN,
               WS-BATCH-CHECK
       END-CALL
       EXIT.

       MD23-WRITE-BATCH-TRAILER.
       MOVE "TRL " TO TRL-TAG
       MOVE "RECORDS=" TO TRL-REC-TAG
       MOVE WS-BATCH-SENT TO TRL-RECORDS
       MOVE " BYTES=" TO TRL-BYT-TAG
       MOVE WS-BATCH-BYTES TO TRL-BYTES
       MOVE " CHECK=" TO TRL-CHK-TAG
       MOVE WS-BATCH-CHECK TO TRL-CHECK
       MOVE SPACES TO OUTFILE-RECORD
       MOVE WS-TRAILER TO OUTFILE-RECORD
       WRITE OUTFILE-RECORD
       EXIT.

      *----------------------------------------------------------*
      * Field-level batch mode (MD25) - a FIELDMAP.DAT control
      * file names the column ranges that hold sensitive data;
      * the batch engine enciphers only inside those ranges so
      * key fields stay readable for the downstream match job.
      *----------------------------------------------------------*
       MD25-ASK-FIELD-MODE.
       MOVE "N" TO WS-FIELD-MODE
       DISPLAY "1-Whole record  2-Field-level (FIELDMAP.DAT)"
       PERFORM MD18-GET-FIELD
       MOVE WS-PARM-BUFFER(1:1) TO WS-SUBCHOICE
       IF WS-SUBCHOICE = 2
           PERFORM MD25-LOAD-FIELD-MAP
       END-IF
       EXIT.

      * An LFSR run key cannot cipher a field slice in place (the
      * hex armor would not fit the columns), so field mode with
      * an LFSR profile only stands when every range names its
      * own Caesar or Vigenere key.
       MD25-CHECK-LFSR-FIELD-MODE.
       IF FIELD-MODE-ON AND BATCH-CIPHER-LFSR
               AND NOT MAP-ALL-KEYED
           DISPLAY "Field-level mode under an LFSR profile needs"
               " a KEY-ID on every map range - using whole-record"
               " mode"
           MOVE "N" TO WS-FIELD-MODE
           PERFORM MD26-SEV-WARNING
       END-IF
       EXIT.

       MD25-LOAD-FIELD-MAP.
       MOVE 0 TO WS-MAP-COUNT
       MOVE 0 TO WS-NUMERIC-COUNT
       MOVE "N" TO WS-FIELD-MODE
       OPEN INPUT MAPFILE
       IF WS-MAPFILE-STATUS = "00"
           MOVE "N" TO WS-MAP-EOF
           PERFORM UNTIL MAPFILE-AT-END
               READ MAPFILE
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       PERFORM MD25-PARSE-MAP-RECORD
               END-READ
           END-PERFORM
           CLOSE MAPFILE
           IF WS-MAP-COUNT > 0
               PERFORM MD25-RESOLVE-RANGE-KEYS
               IF MAP-KEY-FAILED
                   DISPLAY "A field map key profile cannot be used"
                       " - using whole-record mode"
                   PERFORM MD26-SEV-WARNING
               ELSE
                   MOVE "Y" TO WS-FIELD-MODE
                   DISPLAY "Field-level mode: " WS-MAP-COUNT
                       " column range(s) will be enciphered, "
                       WS-NUMERIC-COUNT " numeric"
               END-IF
           ELSE
               DISPLAY "FIELDMAP.DAT has no usable entries -"
                   " using whole-record mode"
               PERFORM MD26-SEV-WARNING
           END-IF
       ELSE
           IF WS-MAPFILE-STATUS = "35"
               DISPLAY "FIELDMAP.DAT not found -"
                   " using whole-record mode"
           ELSE
               DISPLAY "FIELDMAP.DAT open failed, status="
                   WS-MAPFILE-STATUS " - using whole-record mode"
           END-IF
           PERFORM MD26-SEV-WARNING
       END-IF
       EXIT.

      * One control record: "ssss eeee" (columns 1-4 and 6-9),
      * 1-based inclusive columns, optional KEY-ID in 11-20 and
      * range type in 22 (blank = text, "N" = numeric).
      * Comments ("*") and blank records are skipped; anything
      * else unusable is reported and ignored rather than
      * silently dropped.
       MD25-PARSE-MAP-RECORD.
       EVALUATE TRUE
           WHEN MAP-RECORD = SPACES
               CONTINUE
           WHEN MAP-RECORD(1:1) = "*"
               CONTINUE
           WHEN MAP-RECORD(1:4) NUMERIC
                   AND MAP-RECORD(6:4) NUMERIC
               PERFORM MD25-STORE-MAP-ENTRY
           WHEN OTHER
               DISPLAY "FIELDMAP.DAT record ignored: "
                   MAP-RECORD(1:20)
       END-EVALUATE
       EXIT.

       MD25-STORE-MAP-ENTRY.
       IF WS-MAP-COUNT >= 20
           DISPLAY "FIELDMAP.DAT has more than 20 ranges -"
               " extra entries ignored"
       ELSE
           IF MAP-RECORD(1:4) < "0001"
                   OR MAP-RECORD(6:4) < MAP-RECORD(1:4)
                   OR MAP-RECORD(6:4) > "4096"
               DISPLAY "FIELDMAP.DAT range out of bounds, ignored: "
                   MAP-RECORD(1:20)
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE MAP-RECORD(1:4) TO WS-MAP-START(WS-MAP-COUNT)
               MOVE MAP-RECORD(6:4) TO WS-MAP-END(WS-MAP-COUNT)
               MOVE MAP-RECORD(11:10)
                   TO WS-MAP-KEY-ID(WS-MAP-COUNT)
               MOVE SPACE TO WS-MAP-CIPHER(WS-MAP-COUNT)
               MOVE SPACE TO WS-MAP-NUMERIC(WS-MAP-COUNT)
               EVALUATE MAP-RECORD(22:1)
                   WHEN "N"
                       MOVE "N" TO WS-MAP-NUMERIC(WS-MAP-COUNT)
                       ADD 1 TO WS-NUMERIC-COUNT
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "FIELDMAP.DAT range type not N or"
                           " blank, treated as text: "
                           MAP-RECORD(1:22)
                       PERFORM MD26-SEV-WARNING
               END-EVALUATE
           END-IF
       END-IF
       EXIT.

      *----------------------------------------------------------*
      * Per-range key resolution - every KEY-ID the map names is
      * resolved once through the key file with the same lifecycle
      * refusals and usage tallying as the run key, and must be a
      * Caesar or Vigenere profile (an LFSR range would need hex
      * armor inside the record). A duplicate KEY-ID reuses the
      * earlier resolution rather than tallying a second use.
      *----------------------------------------------------------*
       MD25-RESOLVE-RANGE-KEYS.
       MOVE "N" TO WS-MAP-KEY-FAIL
       MOVE "Y" TO WS-MAP-ALL-KEYED
       MOVE SPACES TO WS-FIELD-KEYS
       MOVE 1 TO WS-FIELD-KEYS-PTR
       PERFORM VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT
                   OR MAP-KEY-FAILED
           IF WS-MAP-KEY-ID(WS-MAP-IX) = SPACES
               MOVE "N" TO WS-MAP-ALL-KEYED
           ELSE
               PERFORM MD25-RESOLVE-ONE-KEY
           END-IF
       END-PERFORM
       IF NOT MAP-KEY-FAILED AND WS-FIELD-KEYS NOT = SPACES
           PERFORM MD25-AUDIT-KEYS-USED
       END-IF
       EXIT.

      * The full key list can run to 219 characters but an audit
      * detail holds 80, so the list is recorded across as many
      * chained entries as it needs - none of the set is dropped.
      * Each entry is cut at a comma so that it holds whole Key
      * IDs only, and each can be read on its own.
       MD25-AUDIT-KEYS-USED.
       COMPUTE WS-FIELD-KEYS-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-FIELD-KEYS TRAILING))
       MOVE 1 TO WS-FIELD-KEYS-POS
       PERFORM UNTIL WS-FIELD-KEYS-POS > WS-FIELD-KEYS-LEN
           COMPUTE WS-FIELD-KEYS-CHUNK =
                   WS-FIELD-KEYS-LEN - WS-FIELD-KEYS-POS + 1
           MOVE WS-FIELD-KEYS-CHUNK TO WS-FIELD-KEYS-STEP
           IF WS-FIELD-KEYS-CHUNK > 60
               PERFORM MD25-CUT-AT-COMMA
           END-IF
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "FIELD MAP KEYS="
                   WS-FIELD-KEYS(WS-FIELD-KEYS-POS:
                       WS-FIELD-KEYS-CHUNK)
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD16-WRITE-AUDIT-ENTRY
           ADD WS-FIELD-KEYS-STEP TO WS-FIELD-KEYS-POS
       END-PERFORM
       MOVE SPACES TO WS-AUDIT-DETAIL
       EXIT.

      * The entry ends before the last comma in its first 60
      * characters and the next one starts after it. A list with
      * no comma there (never, with 10-character Key IDs) is cut
      * at 60.
       MD25-CUT-AT-COMMA.
       PERFORM VARYING WS-FIELD-KEYS-CUT FROM 60 BY -1
               UNTIL WS-FIELD-KEYS-CUT < 2
                   OR WS-FIELD-KEYS(WS-FIELD-KEYS-POS
                       + WS-FIELD-KEYS-CUT - 1:1) = ","
           CONTINUE
       END-PERFORM
       IF WS-FIELD-KEYS-CUT < 2
           MOVE 60 TO WS-FIELD-KEYS-CHUNK
           MOVE 60 TO WS-FIELD-KEYS-STEP
       ELSE
           COMPUTE WS-FIELD-KEYS-CHUNK = WS-FIELD-KEYS-CUT - 1
           MOVE WS-FIELD-KEYS-CUT TO WS-FIELD-KEYS-STEP
       END-IF
       EXIT.

       MD25-RESOLVE-ONE-KEY.
       MOVE 0 TO WS-MAP-JX
       PERFORM VARYING I FROM 1 BY 1
               UNTIL I >= WS-MAP-IX
           IF WS-MAP-KEY-ID(I) = WS-MAP-KEY-ID(WS-MAP-IX)
                   AND WS-MAP-CIPHER(I) NOT = SPACE
               MOVE I TO WS-MAP-JX
           END-IF
       END-PERFORM
       IF WS-MAP-JX > 0
           MOVE WS-MAP-CIPHER(WS-MAP-JX)
               TO WS-MAP-CIPHER(WS-MAP-IX)
           MOVE WS-MAP-SETTING(WS-MAP-JX)
               TO WS-MAP-SETTING(WS-MAP-IX)
           MOVE WS-MAP-KEYWORD(WS-MAP-JX)
               TO WS-MAP-KEYWORD(WS-MAP-IX)
           MOVE WS-MAP-KEYLEN(WS-MAP-JX)
               TO WS-MAP-KEYLEN(WS-MAP-IX)
       ELSE
           PERFORM MD25-READ-RANGE-KEY
       END-IF
       EXIT.

       MD25-READ-RANGE-KEY.
       MOVE "N" TO WS-KEY-USABLE
       MOVE WS-MAP-KEY-ID(WS-MAP-IX) TO KEY-ID
       OPEN I-O KEYFILE
       IF WS-KEYFILE-STATUS = "00"
           READ KEYFILE KEY IS KEY-ID
               INVALID KEY
                   DISPLAY "Field map key profile not found: "
                       KEY-ID
                   MOVE "Y" TO WS-MAP-KEY-FAIL
               NOT INVALID KEY
                   PERFORM MD21-CHECK-KEY-USABLE
                   IF KEY-IS-USABLE
                       PERFORM MD21-RECORD-KEY-USAGE
                       PERFORM MD25-CAPTURE-RANGE-KEY
                   ELSE
                       MOVE "Y" TO WS-MAP-KEY-FAIL
                   END-IF
           END-READ
           CLOSE KEYFILE
       ELSE
           IF WS-KEYFILE-STATUS = "39"
               PERFORM MD21-OLD-LAYOUT-MESSAGE
           ELSE
               DISPLAY "KEYFILE open failed, status="
                   WS-KEYFILE-STATUS
           END-IF
           MOVE "Y" TO WS-MAP-KEY-FAIL
       END-IF
       EXIT.

       MD25-CAPTURE-RANGE-KEY.
       EVALUATE TRUE
           WHEN KEY-TYPE-CAESAR
               MOVE "C" TO WS-MAP-CIPHER(WS-MAP-IX)
               MOVE KEY-CAESAR-SETTING
                   TO WS-MAP-SETTING(WS-MAP-IX)
               PERFORM MD25-NOTE-KEY-USED
           WHEN KEY-TYPE-VIGENERE
               MOVE KEY-VIGENERE-KEYWORD TO VIGENERE-KEYWORD
               PERFORM MD13-NORMALIZE-KEYWORD
               MOVE "V" TO WS-MAP-CIPHER(WS-MAP-IX)
               MOVE VIGENERE-KEYWORD
                   TO WS-MAP-KEYWORD(WS-MAP-IX)
               MOVE VIGENERE-KEYLEN
                   TO WS-MAP-KEYLEN(WS-MAP-IX)
               PERFORM MD25-NOTE-KEY-USED
           WHEN OTHER
               DISPLAY "Field map key profile " KEY-ID
                   " must be a Caesar or Vigenere profile"
               MOVE "Y" TO WS-MAP-KEY-FAIL
       END-EVALUATE
       EXIT.

       MD25-NOTE-KEY-USED.
       IF WS-FIELD-KEYS-PTR > 1
               AND WS-FIELD-KEYS-PTR < 209
           STRING "," DELIMITED BY SIZE
               INTO WS-FIELD-KEYS
               WITH POINTER WS-FIELD-KEYS-PTR
       END-IF
       IF WS-FIELD-KEYS-PTR < 210
           STRING KEY-ID DELIMITED BY SPACE
               INTO WS-FIELD-KEYS
               WITH POINTER WS-FIELD-KEYS-PTR
       END-IF
       EXIT.

      * Enciphers only the mapped ranges of INFILE-RECORD into
      * WS-FIELD-REC-OUT; every unmapped column passes through.
      * A record fails round-trip verification if any one of its
      * ranges does.
       MD25-APPLY-FIELD-CIPHER.
       MOVE INFILE-RECORD TO WS-FIELD-REC-OUT
       MOVE "N" TO WS-FIELD-FAIL
       PERFORM VARYING WS-MAP-IX FROM 1 BY 1
               UNTIL WS-MAP-IX > WS-MAP-COUNT
           PERFORM MD25-CIPHER-ONE-RANGE
       END-PERFORM
       IF WS-FIELD-FAIL = "Y"
           SET ROUNDTRIP-FAILED TO TRUE
       ELSE
           SET ROUNDTRIP-OK TO TRUE
       END-IF
       MOVE WS-FIELD-REC-OUT TO OUTFILE-RECORD
       EXIT.

       MD25-CIPHER-ONE-RANGE.
       IF WS-MAP-KEY-ID(WS-MAP-IX) NOT = SPACES
           PERFORM MD25-SET-RANGE-KEY
       END-IF
       COMPUTE WS-SLICE-LEN =
               WS-MAP-END(WS-MAP-IX) - WS-MAP-START(WS-MAP-IX) + 1
       MOVE WS-SLICE-LEN TO CAESAR-LEN
       EVALUATE TRUE
           WHEN MAP-RANGE-NUMERIC(WS-MAP-IX)
               PERFORM MD25-CIPHER-NUMERIC-RANGE
           WHEN BATCH-DIR-DECRYPT
               PERFORM MD25-DECIPHER-TEXT-RANGE
           WHEN OTHER
               PERFORM MD25-CIPHER-TEXT-RANGE
       END-EVALUATE
       IF ROUNDTRIP-FAILED
           MOVE "Y" TO WS-FIELD-FAIL
       END-IF
       IF WS-MAP-KEY-ID(WS-MAP-IX) NOT = SPACES
           PERFORM MD25-RESTORE-RUN-KEY
       END-IF
       EXIT.

       MD25-DECIPHER-TEXT-RANGE.
       MOVE SPACES TO ENCRYPTTXT
       MOVE INFILE-RECORD(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
           TO ENCRYPTTXT(1:WS-SLICE-LEN)
       PERFORM MD17-DECIPHER-SLICE
       MOVE DECRYPTTXT(1:WS-SLICE-LEN) TO
           WS-FIELD-REC-OUT(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
       EXIT.

       MD25-CIPHER-TEXT-RANGE.
       MOVE SPACES TO PLAINTXT
       MOVE INFILE-RECORD(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
           TO PLAINTXT(1:WS-SLICE-LEN)
       PERFORM MD17-CIPHER-PLAINTXT
       MOVE ENCRYPTTXT(1:WS-SLICE-LEN) TO
           WS-FIELD-REC-OUT(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
       EXIT.

      * A numeric range goes through DIGIT-CIPHER under the same
      * key: each digit moves within 0-9 so the field keeps its
      * length and stays numeric for the downstream edits. The
      * result is run back the other way and compared, as for a
      * text range. A non-digit in the range is a field error -
      * it is passed through as it stood and the record fails. On
      * an encrypt it goes to suspense in place of the output, so
      * it is never delivered half-protected; a decrypt writes it
      * as recovered and suspends it as well.
       MD25-CIPHER-NUMERIC-RANGE.
       IF BATCH-DIR-DECRYPT
           MOVE "D" TO VIGENERE-DIRECTION
       ELSE
           MOVE "E" TO VIGENERE-DIRECTION
       END-IF
      * PLAINTXT holds the range as read in either direction; the
      * check pass must bring DECRYPTTXT back to it.
       MOVE SPACES TO PLAINTXT
       MOVE INFILE-RECORD(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
           TO PLAINTXT(1:WS-SLICE-LEN)
       CALL "DIGIT-CIPHER" USING PLAINTXT, ENCRYPTTXT,
               WS-BATCH-CIPHER, CAESAR-SETTING, VIGENERE-KEYWORD,
               VIGENERE-KEYLEN, VIGENERE-DIRECTION, CAESAR-LEN,
               WS-DIGIT-BAD-POS
       END-CALL
       MOVE ENCRYPTTXT(1:WS-SLICE-LEN) TO
           WS-FIELD-REC-OUT(WS-MAP-START(WS-MAP-IX):WS-SLICE-LEN)
       IF BATCH-DIR-DECRYPT
           MOVE "E" TO VIGENERE-DIRECTION
       ELSE
           MOVE "D" TO VIGENERE-DIRECTION
       END-IF
       CALL "DIGIT-CIPHER" USING ENCRYPTTXT, DECRYPTTXT,
               WS-BATCH-CIPHER, CAESAR-SETTING, VIGENERE-KEYWORD,
               VIGENERE-KEYLEN, VIGENERE-DIRECTION, CAESAR-LEN,
               WS-DIGIT-BAD-POS
       END-CALL
       PERFORM MD19-COMPARE-TEXTS
       IF WS-DIGIT-BAD-POS > 0
           PERFORM MD25-FLAG-FIELD-ERROR
       END-IF
       EXIT.

       MD25-FLAG-FIELD-ERROR.
       MOVE "Y" TO WS-FIELD-FAIL
       IF WS-SUS-REASON NOT = "03"
           MOVE "03" TO WS-SUS-REASON
           MOVE WS-MAP-START(WS-MAP-IX) TO WS-FIELD-ERR-START
           MOVE WS-MAP-END(WS-MAP-IX) TO WS-FIELD-ERR-END
           COMPUTE WS-FIELD-ERR-COL =
                   WS-MAP-START(WS-MAP-IX) + WS-DIGIT-BAD-POS - 1
       END-IF
       DISPLAY "WARNING: non-digit data in numeric range "
           WS-MAP-START(WS-MAP-IX) "-" WS-MAP-END(WS-MAP-IX)
       ADD 1 TO WS-RUN-FAILURES
       PERFORM MD26-SEV-WARNING
       EXIT.

      * A range with its own key borrows the shared cipher fields
      * for the duration of that one slice; the run key's values
      * are parked and put back so unmapped-key ranges and the
      * next record see the run key again.
       MD25-SET-RANGE-KEY.
       MOVE WS-BATCH-CIPHER TO WS-SAVE-CIPHER
       MOVE CAESAR-SETTING TO WS-SAVE-SETTING
       MOVE VIGENERE-KEYWORD TO WS-SAVE-KEYWORD
       MOVE VIGENERE-KEYLEN TO WS-SAVE-KEYLEN
       MOVE WS-MAP-CIPHER(WS-MAP-IX) TO WS-BATCH-CIPHER
       MOVE WS-MAP-SETTING(WS-MAP-IX) TO CAESAR-SETTING
       MOVE WS-MAP-KEYWORD(WS-MAP-IX) TO VIGENERE-KEYWORD
       MOVE WS-MAP-KEYLEN(WS-MAP-IX) TO VIGENERE-KEYLEN
       EXIT.

       MD25-RESTORE-RUN-KEY.
       MOVE WS-SAVE-CIPHER TO WS-BATCH-CIPHER
       MOVE WS-SAVE-SETTING TO CAESAR-SETTING
       MOVE WS-SAVE-KEYWORD TO VIGENERE-KEYWORD
       MOVE WS-SAVE-KEYLEN TO VIGENERE-KEYLEN
       EXIT.

      *----------------------------------------------------------*
      * Job manifest (MD27) - JOBMANIF.DAT names the night's work
      * as one step per record (input file, output file, Key ID,
      * mode, direction), and one unattended run works through
      * every step in order. Each step resolves its own key, gets
      * its own audit entry, and leaves a detail line in the
      * RUNSTAT status record so the scheduler can see which step
      * failed without grepping spool output.
      *----------------------------------------------------------*
       MD27-RUN-MANIFEST.
       SET MANIFEST-MODE-ON TO TRUE
       MOVE 0 TO WS-STEP-NUM
       MOVE 0 TO WS-STEP-FAILS
       MOVE 0 TO WS-STEP-COUNT
       MOVE "N" TO WS-MANIF-EOF
       OPEN INPUT MANIFILE
       IF WS-MANIFILE-STATUS = "00"
           PERFORM UNTIL MANIF-AT-END
               READ MANIFILE
                   AT END
                       MOVE "Y" TO WS-MANIF-EOF
                   NOT AT END
                       PERFORM MD27-HANDLE-MANIF-RECORD
               END-READ
           END-PERFORM
           CLOSE MANIFILE
           DISPLAY "Manifest complete. Steps run: " WS-STEP-NUM
               " failed: " WS-STEP-FAILS
           STRING "MANIFEST RUN STEPS=" WS-STEP-NUM
                   " FAILED=" WS-STEP-FAILS
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           IF WS-STEP-FAILS > 0
               PERFORM MD26-SEV-FAILURE
           END-IF
       ELSE
           IF WS-MANIFILE-STATUS = "35"
               DISPLAY "JOBMANIF.DAT not found -"
                   " no manifest to run"
           ELSE
               DISPLAY "JOBMANIF.DAT open failed, status="
                   WS-MANIFILE-STATUS
           END-IF
           MOVE "MANIFEST RUN SKIPPED - NO CONTROL FILE"
               TO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-FAILURE
       END-IF
       MOVE "N" TO WS-MANIFEST-MODE
       EXIT.

       MD27-HANDLE-MANIF-RECORD.
       IF MANIF-RECORD = SPACES OR MANIF-RECORD(1:1) = "*"
           CONTINUE
       ELSE
           PERFORM MD27-PARSE-STEP
           PERFORM MD27-RUN-ONE-STEP
       END-IF
       EXIT.

       MD27-PARSE-STEP.
       MOVE SPACES TO WS-STEP-INPUT
       MOVE SPACES TO WS-STEP-OUTPUT
       MOVE SPACES TO WS-STEP-KEY
       MOVE SPACES TO WS-STEP-MODE
       MOVE SPACES TO WS-STEP-DIR
       UNSTRING MANIF-RECORD DELIMITED BY ALL " "
           INTO WS-STEP-INPUT, WS-STEP-OUTPUT, WS-STEP-KEY,
                WS-STEP-MODE, WS-STEP-DIR
       END-UNSTRING
       EXIT.

       MD27-RUN-ONE-STEP.
       ADD 1 TO WS-STEP-NUM
       MOVE "N" TO WS-STEP-FAILED
       MOVE "N" TO WS-BATCH-BLOCKED
       MOVE 0 TO WS-BATCH-COUNT
       MOVE 0 TO WS-BATCH-FAILCOUNT
       MOVE 0 TO WS-BATCH-HELD
       MOVE 0 TO WS-BATCH-SENT
       MOVE 0 TO WS-BATCH-BYTES
       MOVE 0 TO WS-BATCH-CHECK
       MOVE "N" TO WS-RESUME-FLAG
       MOVE "N" TO WS-FIELD-MODE
       MOVE SPACES TO WS-AUDIT-DETAIL
       DISPLAY "MANIFEST STEP " WS-STEP-NUM ": " WS-STEP-INPUT
           " -> " WS-STEP-OUTPUT
       IF WS-STEP-INPUT = SPACES OR WS-STEP-OUTPUT = SPACES
               OR WS-STEP-KEY = SPACES
           DISPLAY "Manifest step is incomplete - skipped"
           MOVE "N" TO WS-BATCH-KEY-OK
           STRING "MANIFEST STEP " WS-STEP-NUM
                   " SKIPPED - INCOMPLETE RECORD"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-FAILURE
       ELSE
           PERFORM MD27-SET-UP-STEP
           IF BATCH-KEY-OK AND NOT BATCH-RUN-BLOCKED
               PERFORM MD17-RUN-BATCH-FILES
           END-IF
       END-IF
       PERFORM MD16-WRITE-AUDIT-ENTRY
       PERFORM MD27-RECORD-STEP-RESULT
       EXIT.

       MD27-SET-UP-STEP.
       MOVE WS-STEP-INPUT TO WS-INFILE-NAME
       MOVE WS-STEP-OUTPUT TO WS-OUTFILE-NAME
       MOVE WS-STEP-KEY TO WS-BATCH-KEY-ID
       PERFORM MD17-RESOLVE-BATCH-KEY
       IF BATCH-KEY-OK
           IF WS-STEP-DIR = "D"
               SET BATCH-DIR-DECRYPT TO TRUE
           ELSE
               SET BATCH-DIR-ENCRYPT TO TRUE
           END-IF
           IF BATCH-DIR-ENCRYPT
               PERFORM MD28-ALLOC-GENERATION
           END-IF
           IF WS-STEP-MODE = "F"
               PERFORM MD25-LOAD-FIELD-MAP
               PERFORM MD25-CHECK-LFSR-FIELD-MODE
           END-IF
       END-IF
       EXIT.

       MD27-RECORD-STEP-RESULT.
       IF NOT BATCH-KEY-OK
           MOVE "Y" TO WS-STEP-FAILED
       END-IF
       IF STEP-FAILED
           ADD 1 TO WS-STEP-FAILS
       END-IF
       IF WS-STEP-COUNT < 20
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-INPUT(1:20)
               TO WS-STEP-E-INPUT(WS-STEP-COUNT)
           MOVE WS-BATCH-COUNT
               TO WS-STEP-E-RECORDS(WS-STEP-COUNT)
           MOVE WS-BATCH-FAILCOUNT
               TO WS-STEP-E-FAILURES(WS-STEP-COUNT)
           IF STEP-FAILED
               MOVE "FAILED" TO WS-STEP-E-STATUS(WS-STEP-COUNT)
           ELSE
               IF WS-BATCH-FAILCOUNT > 0
                   MOVE "WARN" TO WS-STEP-E-STATUS(WS-STEP-COUNT)
               ELSE
                   MOVE "OK" TO WS-STEP-E-STATUS(WS-STEP-COUNT)
               END-IF
           END-IF
       ELSE
           DISPLAY "More than 20 manifest steps - detail lines"
               " for the extra steps will not appear in RUNSTAT"
       END-IF
       EXIT.

      *----------------------------------------------------------*
      * Output generations (MD28) - a fresh encrypt run allocates
      * the next generation number from BATCHCAT.DAT and writes
      * <base>.Gnnnn instead of reopening <base>.DAT, and on
      * completion catalogs the new generation as SENT. The
      * BATCH-CATALOG utility moves generations to CONFIRMED and
      * purges them; the file utilities select a generation by
      * number through the same catalog.
      *----------------------------------------------------------*
       MD28-ALLOC-GENERATION.
       PERFORM MD28-READ-MAX-GEN
       IF BATCH-RUN-BLOCKED
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-OUT-BASE-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-OUTFILE-NAME TRAILING))
       IF WS-OUT-BASE-LEN = 0
           MOVE 8 TO WS-OUT-BASE-LEN
           MOVE "BATCHOUT" TO WS-OUTFILE-NAME
       END-IF
       MOVE WS-OUTFILE-NAME TO WS-OUT-BASE
       IF WS-OUT-BASE-LEN > 4
               AND WS-OUT-BASE(WS-OUT-BASE-LEN - 3:4) = ".DAT"
           SUBTRACT 4 FROM WS-OUT-BASE-LEN
       END-IF
       MOVE SPACES TO WS-OUTFILE-NAME
       STRING WS-OUT-BASE(1:WS-OUT-BASE-LEN) ".G" WS-NEXT-GEN
               DELIMITED BY SIZE INTO WS-OUTFILE-NAME
       DISPLAY "Allocated output generation " WS-NEXT-GEN ": "
           WS-OUTFILE-NAME
       EXIT.

       MD28-READ-MAX-GEN.
       MOVE 0 TO WS-NEXT-GEN
       MOVE "N" TO WS-CAT-EOF
       OPEN INPUT CATFILE
       IF WS-CATFILE-STATUS = "00"
           PERFORM UNTIL CATFILE-AT-END
               READ CATFILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CAT-GEN NUMERIC
                               AND CAT-GEN > WS-NEXT-GEN
                           MOVE CAT-GEN TO WS-NEXT-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATFILE
       ELSE
      * Anything but "no catalog yet" means the catalog cannot be
      * trusted - allocating generation 1 over an existing,
      * possibly unconfirmed, output is exactly the clobber the
      * catalog exists to prevent, so the run is skipped instead.
           IF WS-CATFILE-STATUS NOT = "35"
               DISPLAY "BATCHCAT.DAT open failed, status="
                   WS-CATFILE-STATUS " - run skipped"
               MOVE "Y" TO WS-BATCH-BLOCKED
               STRING "BATCH SKIPPED - CATALOG OPEN FAILED"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM MD26-SEV-FAILURE
           END-IF
       END-IF
       ADD 1 TO WS-NEXT-GEN
       EXIT.

      * The generation number is taken back off the output name's
      * .Gnnnn tail, so a resumed run (which carried only the
      * name through the checkpoint) catalogs correctly too. An
      * output without the tail is simply not cataloged.
       MD28-CATALOG-GENERATION.
       COMPUTE WS-OUT-BASE-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-OUTFILE-NAME TRAILING))
       IF WS-OUT-BASE-LEN < 7
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-GEN-TAIL-POS = WS-OUT-BASE-LEN - 5
       IF WS-OUTFILE-NAME(WS-GEN-TAIL-POS:2) NOT = ".G"
               OR WS-OUTFILE-NAME(WS-GEN-TAIL-POS + 2:4)
                   NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND CATFILE
       IF WS-CATFILE-STATUS = "35"
           OPEN OUTPUT CATFILE
       END-IF
       IF WS-CATFILE-STATUS = "00"
           MOVE SPACES TO CAT-RECORD
           MOVE WS-OUTFILE-NAME(WS-GEN-TAIL-POS + 2:4) TO CAT-GEN
           SET CAT-STATE-SENT TO TRUE
           IF WS-HDR-STAMP-DATE > 0
               MOVE WS-HDR-STAMP-DATE TO CAT-DATE
               MOVE WS-HDR-STAMP-TIME TO CAT-TIME
           ELSE
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE WS-AUDIT-DATE TO CAT-DATE
               MOVE WS-AUDIT-TIME TO CAT-TIME
           END-IF
           MOVE WS-BATCH-SENT TO CAT-RECORDS
           MOVE WS-BATCH-CHECK TO CAT-CHECK
           MOVE WS-OUTFILE-NAME TO CAT-FILENAME
           WRITE CAT-RECORD
           CLOSE CATFILE
           DISPLAY "Generation " CAT-GEN " cataloged as SENT"
       ELSE
           DISPLAY "BATCHCAT.DAT open failed, status="
               WS-CATFILE-STATUS " - generation not cataloged"
           PERFORM MD26-SEV-WARNING
       END-IF
       EXIT.

      * A single-run decrypt may name the generation to recover
      * (one extra parameter card after the direction); blank
      * falls back to the traditional BATCHIN.DAT input.
       MD28-ASK-DECRYPT-INPUT.
       DISPLAY "Generation number to decrypt, 4 digits"
           " (blank = BATCHIN.DAT)"
       PERFORM MD18-GET-FIELD
       IF WS-PARM-BUFFER(1:4) NUMERIC
           MOVE WS-PARM-BUFFER(1:4) TO WS-GEN-WANTED
           PERFORM MD28-FIND-GENERATION
       ELSE
           IF WS-PARM-BUFFER NOT = SPACES
               DISPLAY "Generation number not numeric -"
                   " using BATCHIN.DAT"
           END-IF
       END-IF
       EXIT.

       MD28-FIND-GENERATION.
       MOVE "N" TO WS-GEN-FOUND
       MOVE "N" TO WS-CAT-EOF
       OPEN INPUT CATFILE
       IF WS-CATFILE-STATUS = "00"
           PERFORM UNTIL CATFILE-AT-END
               READ CATFILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CAT-GEN NUMERIC
                               AND CAT-GEN = WS-GEN-WANTED
                               AND NOT CAT-STATE-PURGED
                           MOVE "Y" TO WS-GEN-FOUND
                           MOVE CAT-FILENAME TO WS-INFILE-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATFILE
       END-IF
       IF GENERATION-FOUND
           DISPLAY "Generation " WS-GEN-WANTED " selected: "
               WS-INFILE-NAME
       ELSE
           DISPLAY "Generation " WS-GEN-WANTED
               " is not in the catalog (or purged) - run skipped"
           MOVE "Y" TO WS-BATCH-BLOCKED
           STRING "BATCH SKIPPED - GENERATION " WS-GEN-WANTED
                   " NOT IN CATALOG"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-FAILURE
       END-IF
       EXIT.

      *----------------------------------------------------------*
      * Suspense file (MD30) - every batch record that fails is
      * set aside on SUSPENSE.DAT with its record number, input
      * image, key, direction, mode and reason, so only those
      * records need redoing. Once corrected and set to R, the
      * resubmission pass feeds them through the same engine
      * under the same key - a fresh encrypt into a new catalogued
      * generation with its own HDR/TRL - and marks each one
      * CLEARED, or back to OPEN if it fails again.
      *----------------------------------------------------------*
       MD30-WRITE-SUSPENSE-ENTRY.
       IF ROUTE-MODE-ON
           PERFORM MD32-FIND-INPUT-NUMBER
       END-IF
       OPEN EXTEND SUSFILE
       IF WS-SUSFILE-STATUS = "35"
           OPEN OUTPUT SUSFILE
       END-IF
       IF WS-SUSFILE-STATUS NOT = "00"
           DISPLAY "SUSPENSE.DAT open failed, status="
               WS-SUSFILE-STATUS " - record " WS-BATCH-COUNT
               " not suspended"
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO SUS-RECORD
       SET SUS-STATE-OPEN TO TRUE
       ACCEPT SUS-DATE FROM DATE YYYYMMDD
       ACCEPT SUS-TIME FROM TIME
       IF ROUTE-MODE-ON
           MOVE WS-RTE-REC-NUM TO SUS-REC-NUM
       ELSE
           MOVE WS-BATCH-COUNT TO SUS-REC-NUM
       END-IF
       MOVE WS-BATCH-KEY-ID TO SUS-KEY-ID
       MOVE WS-BATCH-DIRECTION TO SUS-DIRECTION
       IF FIELD-MODE-ON
           MOVE "F" TO SUS-MODE
       ELSE
           MOVE "W" TO SUS-MODE
       END-IF
       MOVE WS-SUS-REASON TO SUS-REASON
       MOVE WS-HDR-SOURCE TO SUS-SOURCE
       MOVE INFILE-RECORD TO SUS-IMAGE
       IF BATCH-DIR-ENCRYPT
           PERFORM MD30-SET-OUTPUT-BASE
       END-IF
       WRITE SUS-RECORD
       CLOSE SUSFILE
       EXIT.

      * The output base is the output name less its .Gnnnn
      * generation tail (or .DAT), the same base MD28 allocates
      * from - a resumed run carries only the full name.
       MD30-SET-OUTPUT-BASE.
       COMPUTE WS-SUS-BASE-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(WS-OUTFILE-NAME TRAILING))
       IF WS-OUTFILE-NAME = SPACES
           MOVE 0 TO WS-SUS-BASE-LEN
       END-IF
       IF WS-SUS-BASE-LEN > 6
           COMPUTE WS-SUS-TAIL-POS = WS-SUS-BASE-LEN - 5
           IF WS-OUTFILE-NAME(WS-SUS-TAIL-POS:2) = ".G"
                   AND WS-OUTFILE-NAME(WS-SUS-TAIL-POS + 2:4)
                       NUMERIC
               SUBTRACT 6 FROM WS-SUS-BASE-LEN
           END-IF
       END-IF
       IF WS-SUS-BASE-LEN > 4
           IF WS-OUTFILE-NAME(WS-SUS-BASE-LEN - 3:4) = ".DAT"
               SUBTRACT 4 FROM WS-SUS-BASE-LEN
           END-IF
       END-IF
       IF WS-SUS-BASE-LEN > 0
           MOVE WS-OUTFILE-NAME(1:WS-SUS-BASE-LEN) TO SUS-OUT-BASE
       END-IF
       EXIT.

      * An LFSR decrypt entry cannot be resubmitted on its own: its
      * keystream slice depended on every record before it in the
      * received file, so that file has to be rerun whole.
       MD30-RESUBMIT-SUSPENSE.
       MOVE "N" TO WS-BATCH-BLOCKED
       MOVE 0 TO WS-SUS-SELECTED
       MOVE 0 TO WS-SUS-LEFT
       MOVE 0 TO WS-SUS-CLEARED
       MOVE 0 TO WS-SUS-REOPENED
       MOVE ALL "N" TO WS-SUS-FAILED-GRP
       MOVE SPACES TO WS-SUS-KEY-ID
       MOVE SPACES TO WS-SUS-OUT-BASE
       PERFORM MD30-SELECT-ENTRIES
       IF BATCH-RUN-BLOCKED
           MOVE "SUSPENSE RESUBMIT SKIPPED - FILE OPEN FAILED"
               TO WS-AUDIT-DETAIL
           EXIT PARAGRAPH
       END-IF
       IF WS-SUS-SELECTED = 0
           DISPLAY "No corrected (R) suspense entries to resubmit"
           MOVE "SUSPENSE RESUBMIT - NO ENTRIES READY"
               TO WS-AUDIT-DETAIL
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resubmitting " WS-SUS-SELECTED " suspense entries"
           " under key " WS-SUS-KEY-ID
       IF WS-SUS-LEFT > 0
           DISPLAY WS-SUS-LEFT " other corrected entries (another"
               " key, direction, mode or output) left for a later"
               " run"
       END-IF
       MOVE WS-SUS-KEY-ID TO WS-BATCH-KEY-ID
       PERFORM MD17-RESOLVE-BATCH-KEY
       IF NOT BATCH-KEY-OK
           DISPLAY "Resubmission skipped - no usable key profile"
           PERFORM MD26-SEV-FAILURE
           IF WS-AUDIT-DETAIL = SPACES
               STRING "SUSPENSE RESUBMIT KEY-ID=" WS-SUS-KEY-ID
                       " SKIPPED - KEY PROFILE UNUSABLE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-SUS-DIRECTION = "D"
           SET BATCH-DIR-DECRYPT TO TRUE
           IF BATCH-CIPHER-LFSR
               DISPLAY "LFSR decrypt entries cannot be resubmitted"
                   " alone - rerun the whole received file"
               PERFORM MD26-SEV-FAILURE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "SUSPENSE RESUBMIT KEY-ID=" WS-SUS-KEY-ID
                       " REFUSED - LFSR DECRYPT"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE "SUSPCLR.DAT" TO WS-OUTFILE-NAME
       ELSE
           SET BATCH-DIR-ENCRYPT TO TRUE
           IF WS-SUS-OUT-BASE = SPACES
               MOVE "BATCHOUT.DAT" TO WS-OUTFILE-NAME
           ELSE
               MOVE WS-SUS-OUT-BASE TO WS-OUTFILE-NAME
           END-IF
           PERFORM MD28-ALLOC-GENERATION
           IF BATCH-RUN-BLOCKED
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "N" TO WS-FIELD-MODE
       IF WS-SUS-MODE = "F"
           PERFORM MD25-LOAD-FIELD-MAP
           PERFORM MD25-CHECK-LFSR-FIELD-MODE
           IF NOT FIELD-MODE-ON
               DISPLAY "The entries were field-level and the field"
                   " map cannot be used - resubmission skipped"
               PERFORM MD26-SEV-FAILURE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "SUSPENSE RESUBMIT KEY-ID=" WS-SUS-KEY-ID
                       " SKIPPED - FIELD MAP UNUSABLE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "SUSPIN.DAT" TO WS-INFILE-NAME
       MOVE "N" TO WS-RESUME-FLAG
       MOVE 0 TO WS-BATCH-COUNT
       MOVE 0 TO WS-BATCH-FAILCOUNT
       MOVE 0 TO WS-BATCH-HELD
       MOVE 0 TO WS-BATCH-SENT
       MOVE 0 TO WS-BATCH-BYTES
       MOVE 0 TO WS-BATCH-CHECK
       SET SUSPENSE-RESUBMIT TO TRUE
       PERFORM MD17-RUN-BATCH-FILES
       MOVE "N" TO WS-RESUBMIT-MODE
       IF WS-BATCH-COUNT = WS-SUS-SELECTED
           PERFORM MD30-UPDATE-SUSPENSE
           MOVE SPACES TO WS-AUDIT-DETAIL
      * The direction goes in so the end-of-day control sheet can
      * tell an encrypt (a new generation) from a decrypt; those
      * not cleared were reopened.
           STRING "SUSPENSE RESUBMIT KEY-ID=" WS-SUS-KEY-ID
                   " DIR=" WS-SUS-DIRECTION
                   " RECORDS=" WS-BATCH-SENT
                   " CLEARED=" WS-SUS-CLEARED
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       ELSE
           DISPLAY "Resubmission did not complete - suspense"
               " entries left as they were"
           PERFORM MD26-SEV-FAILURE
       END-IF
       EXIT.

      * Copies the image of each corrected entry that shares the
      * first one's key, direction, mode and output base to
      * SUSPIN.DAT, up to
      * the 500 a run can track.
       MD30-SELECT-ENTRIES.
       OPEN INPUT SUSFILE
       IF WS-SUSFILE-STATUS NOT = "00"
           IF WS-SUSFILE-STATUS = "35"
               DISPLAY "SUSPENSE.DAT not found - nothing to"
                   " resubmit"
           ELSE
               DISPLAY "SUSPENSE.DAT open failed, status="
                   WS-SUSFILE-STATUS
               MOVE "Y" TO WS-BATCH-BLOCKED
               PERFORM MD26-SEV-FAILURE
           END-IF
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SUSINFILE
       IF WS-SUSINFILE-STATUS NOT = "00"
           DISPLAY "SUSPIN.DAT open failed, status="
               WS-SUSINFILE-STATUS
           CLOSE SUSFILE
           MOVE "Y" TO WS-BATCH-BLOCKED
           PERFORM MD26-SEV-FAILURE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SUS-EOF
       PERFORM UNTIL SUSFILE-AT-END
           READ SUSFILE
               AT END
                   MOVE "Y" TO WS-SUS-EOF
               NOT AT END
                   PERFORM MD30-SELECT-ONE-ENTRY
           END-READ
       END-PERFORM
       CLOSE SUSFILE
       CLOSE SUSINFILE
       EXIT.

       MD30-SELECT-ONE-ENTRY.
       IF NOT SUS-STATE-READY
           EXIT PARAGRAPH
       END-IF
       IF WS-SUS-SELECTED = 0
           MOVE SUS-KEY-ID TO WS-SUS-KEY-ID
           MOVE SUS-DIRECTION TO WS-SUS-DIRECTION
           MOVE SUS-MODE TO WS-SUS-MODE
           MOVE SUS-OUT-BASE TO WS-SUS-OUT-BASE
       END-IF
       IF SUS-KEY-ID = WS-SUS-KEY-ID
               AND SUS-DIRECTION = WS-SUS-DIRECTION
               AND SUS-MODE = WS-SUS-MODE
               AND SUS-OUT-BASE = WS-SUS-OUT-BASE
               AND WS-SUS-SELECTED < 500
           ADD 1 TO WS-SUS-SELECTED
           MOVE SUS-IMAGE TO SUSIN-RECORD
           WRITE SUSIN-RECORD
       ELSE
           ADD 1 TO WS-SUS-LEFT
       END-IF
       EXIT.

      * Rewrites the suspense file through the scratch copy. The
      * entries resubmitted are found again by the same selection
      * in the same order, so the n-th one picked is the n-th
      * record of the run.
       MD30-UPDATE-SUSPENSE.
       ACCEPT WS-SUS-TODAY FROM DATE YYYYMMDD
       MOVE 0 TO WS-SUS-SEQ
       OPEN INPUT SUSFILE
       OPEN OUTPUT SUSWORK
       IF WS-SUSFILE-STATUS NOT = "00"
               OR WS-SUSWORK-STATUS NOT = "00"
           DISPLAY "SUSPENSE.DAT could not be updated, status="
               WS-SUSFILE-STATUS "/" WS-SUSWORK-STATUS
               " - mark the resubmitted entries by hand"
           CLOSE SUSFILE
           CLOSE SUSWORK
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SUS-EOF
       PERFORM UNTIL SUSFILE-AT-END
           READ SUSFILE
               AT END
                   MOVE "Y" TO WS-SUS-EOF
               NOT AT END
                   PERFORM MD30-UPDATE-ONE-ENTRY
           END-READ
       END-PERFORM
       CLOSE SUSFILE
       CLOSE SUSWORK
      * SUSPENSE.DAT is only emptied once the updated copy is
      * known to be readable.
       OPEN INPUT SUSWORK
       IF WS-SUSWORK-STATUS NOT = "00"
           DISPLAY "SUSPWRK.DAT open failed, status="
               WS-SUSWORK-STATUS " - SUSPENSE.DAT not updated,"
               " mark the resubmitted entries by hand"
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SUSFILE
       IF WS-SUSFILE-STATUS NOT = "00"
           DISPLAY "SUSPENSE.DAT open failed, status="
               WS-SUSFILE-STATUS " - SUSPENSE.DAT not updated,"
               " mark the resubmitted entries by hand"
           CLOSE SUSWORK
           PERFORM MD26-SEV-WARNING
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SUS-EOF
       PERFORM UNTIL SUSFILE-AT-END
           READ SUSWORK
               AT END
                   MOVE "Y" TO WS-SUS-EOF
               NOT AT END
                   PERFORM MD30-COPY-BACK-ENTRY
           END-READ
       END-PERFORM
       CLOSE SUSWORK
       CLOSE SUSFILE
       DISPLAY "Suspense entries cleared: " WS-SUS-CLEARED
           " reopened: " WS-SUS-REOPENED
       EXIT.

      * A failed write leaves SUSPENSE.DAT short; SUSPWRK.DAT
      * still holds the whole updated file to put back by hand.
       MD30-COPY-BACK-ENTRY.
       MOVE SUSWORK-RECORD TO SUS-RECORD
       WRITE SUS-RECORD
       IF WS-SUSFILE-STATUS NOT = "00"
           DISPLAY "SUSPENSE.DAT write failed, status="
               WS-SUSFILE-STATUS " - copy SUSPWRK.DAT over"
               " SUSPENSE.DAT and mark the resubmitted entries"
               " by hand"
           PERFORM MD26-SEV-WARNING
           MOVE "Y" TO WS-SUS-EOF
       END-IF
       EXIT.

       MD30-UPDATE-ONE-ENTRY.
       IF SUS-STATE-READY
               AND SUS-KEY-ID = WS-SUS-KEY-ID
               AND SUS-DIRECTION = WS-SUS-DIRECTION
               AND SUS-MODE = WS-SUS-MODE
               AND SUS-OUT-BASE = WS-SUS-OUT-BASE
               AND WS-SUS-SEQ < WS-SUS-SELECTED
           ADD 1 TO WS-SUS-SEQ
           IF WS-SUS-FAILED(WS-SUS-SEQ) = "Y"
               SET SUS-STATE-OPEN TO TRUE
               ADD 1 TO WS-SUS-REOPENED
           ELSE
               SET SUS-STATE-CLEARED TO TRUE
               MOVE WS-SUS-TODAY TO SUS-CLEARED-DATE
               MOVE WS-OUTFILE-NAME TO SUS-CLEARED-OUTPUT
               ADD 1 TO WS-SUS-CLEARED
           END-IF
       END-IF
       MOVE SUS-RECORD TO SUSWORK-RECORD
       WRITE SUSWORK-RECORD
       EXIT.

      *----------------------------------------------------------*
      * Routed run (MD32) - a mixed extract goes to several
      * partners in one run. ROUTECTL.DAT names the columns that
      * hold each record's destination code and, per code, the
      * partner's Key ID, mode and output base name. BATCHIN.DAT
      * is read once: each record is tagged onto ROUTEWRK.DAT
      * for its destination, or - unknown code, or no usable key
      * for the partner - written to ROUTEXC.DAT, never dropped.
      * Each destination then goes through the batch engine as a
      * manifest step would, under its own key, into its own
      * catalogued generation with its own HDR/TRL; a destination
      * with no records that day still gets an empty generation,
      * so the partner sees a file rather than a gap. BATCHRPT.DAT
      * ends with the per-destination counts, proven to add back
      * to the input total.
      *----------------------------------------------------------*
       MD32-RUN-ROUTING.
       SET MANIFEST-MODE-ON TO TRUE
       SET ROUTE-MODE-ON TO TRUE
       MOVE "N" TO WS-RTE-BLOCKED
       MOVE 0 TO WS-STEP-NUM
       MOVE 0 TO WS-STEP-FAILS
       MOVE 0 TO WS-STEP-COUNT
       MOVE 0 TO WS-RTE-IN-COUNT
       MOVE 0 TO WS-RTE-CTL-COUNT
       MOVE 0 TO WS-RTE-EXC-COUNT
       MOVE 0 TO WS-RTE-SENT-TOTAL
       MOVE 0 TO WS-RTE-HELD-TOTAL
       MOVE SPACES TO WS-AUDIT-DETAIL
       PERFORM MD32-LOAD-CONTROL
       IF NOT ROUTE-RUN-BLOCKED
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
               PERFORM MD32-RESOLVE-ONE-KEY
           END-PERFORM
           PERFORM MD32-SPLIT-INPUT
       END-IF
       IF NOT ROUTE-RUN-BLOCKED
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
               PERFORM MD32-RUN-ONE-DESTINATION
           END-PERFORM
           PERFORM MD32-WRITE-SUMMARY
           PERFORM MD32-CLEAR-WORK-FILES
       END-IF
       MOVE "N" TO WS-ROUTE-MODE
       MOVE "N" TO WS-MANIFEST-MODE
       EXIT.

       MD32-BLOCK-RUN.
       MOVE "Y" TO WS-RTE-BLOCKED
       PERFORM MD26-SEV-FAILURE
       EXIT.

       MD32-LOAD-CONTROL.
       MOVE 0 TO WS-RTE-COUNT
       MOVE 0 TO WS-RTE-COL
       MOVE 0 TO WS-RTE-LEN
       MOVE "N" TO WS-RTE-EOF
       OPEN INPUT ROUTCTL
       IF WS-ROUTCTL-STATUS NOT = "00"
           IF WS-ROUTCTL-STATUS = "35"
               DISPLAY "ROUTECTL.DAT not found - no routed run"
           ELSE
               DISPLAY "ROUTECTL.DAT open failed, status="
                   WS-ROUTCTL-STATUS
           END-IF
           MOVE "ROUTE RUN SKIPPED - NO CONTROL FILE"
               TO WS-AUDIT-DETAIL
           PERFORM MD32-BLOCK-RUN
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ROUTE-FILE-AT-END
           READ ROUTCTL
               AT END
                   MOVE "Y" TO WS-RTE-EOF
               NOT AT END
                   PERFORM MD32-PARSE-CONTROL-RECORD
           END-READ
       END-PERFORM
       CLOSE ROUTCTL
       IF NOT ROUTE-RUN-BLOCKED
           EVALUATE TRUE
               WHEN WS-RTE-COL = 0
                   DISPLAY "ROUTECTL.DAT has no usable COLUMN record"
                   MOVE "ROUTE RUN SKIPPED - NO CODE COLUMN"
                       TO WS-AUDIT-DETAIL
                   PERFORM MD32-BLOCK-RUN
               WHEN WS-RTE-COUNT = 0
                   DISPLAY "ROUTECTL.DAT names no destinations"
                   MOVE "ROUTE RUN SKIPPED - NO DESTINATIONS"
                       TO WS-AUDIT-DETAIL
                   PERFORM MD32-BLOCK-RUN
               WHEN OTHER
                   DISPLAY "Routing on code in columns " WS-RTE-COL
                       " length " WS-RTE-LEN " to " WS-RTE-COUNT
                       " destination(s)"
           END-EVALUATE
       END-IF
       EXIT.

       MD32-PARSE-CONTROL-RECORD.
       EVALUATE TRUE
           WHEN RTC-RECORD = SPACES
               CONTINUE
           WHEN RTC-RECORD(1:1) = "*"
               CONTINUE
           WHEN RTC-RECORD(1:7) = "COLUMN "
               PERFORM MD32-STORE-COLUMN
           WHEN OTHER
               PERFORM MD32-STORE-DESTINATION
       END-EVALUATE
       EXIT.

       MD32-STORE-COLUMN.
       IF RTC-RECORD(8:4) NUMERIC AND RTC-RECORD(13:2) NUMERIC
           MOVE RTC-RECORD(8:4) TO WS-RTE-COL
           MOVE RTC-RECORD(13:2) TO WS-RTE-LEN
       ELSE
           MOVE 0 TO WS-RTE-COL
           MOVE 0 TO WS-RTE-LEN
       END-IF
       IF WS-RTE-COL = 0 OR WS-RTE-LEN = 0 OR WS-RTE-LEN > 8
               OR WS-RTE-COL + WS-RTE-LEN - 1 > 4096
           DISPLAY "ROUTECTL.DAT COLUMN record not usable: "
               RTC-RECORD(1:20)
           MOVE 0 TO WS-RTE-COL
       END-IF
       EXIT.

      * An unusable destination record is reported and ignored -
      * its code's records then land in the exception output. A
      * code named twice is ambiguous, so the run is refused.
       MD32-STORE-DESTINATION.
       MOVE RTC-RECORD(1:8) TO WS-RTE-CODE
       EVALUATE TRUE
           WHEN WS-RTE-CODE = SPACES
                   OR RTC-RECORD(10:10) = SPACES
                   OR RTC-RECORD(23:40) = SPACES
                   OR (RTC-RECORD(21:1) NOT = "W"
                       AND RTC-RECORD(21:1) NOT = "F"
                       AND RTC-RECORD(21:1) NOT = SPACE)
               DISPLAY "ROUTECTL.DAT record ignored: "
                   RTC-RECORD(1:40)
               PERFORM MD26-SEV-WARNING
           WHEN WS-RTE-COUNT >= 20
               DISPLAY "ROUTECTL.DAT has more than 20 destinations"
                   " - " WS-RTE-CODE " ignored"
               PERFORM MD26-SEV-WARNING
           WHEN OTHER
               MOVE "N" TO WS-RTE-FOUND
               PERFORM VARYING WS-RTE-JX FROM 1 BY 1
                       UNTIL WS-RTE-JX > WS-RTE-COUNT
                   IF WS-RTE-E-CODE(WS-RTE-JX) = WS-RTE-CODE
                       MOVE "Y" TO WS-RTE-FOUND
                   END-IF
               END-PERFORM
               IF ROUTE-CODE-FOUND
                   DISPLAY "ROUTECTL.DAT names code " WS-RTE-CODE
                       " more than once - routed run skipped"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ROUTE RUN SKIPPED - DUPLICATE CODE "
                           WS-RTE-CODE
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM MD32-BLOCK-RUN
               ELSE
                   PERFORM MD32-ADD-DESTINATION
               END-IF
       END-EVALUATE
       EXIT.

       MD32-ADD-DESTINATION.
       ADD 1 TO WS-RTE-COUNT
       MOVE WS-RTE-CODE TO WS-RTE-E-CODE(WS-RTE-COUNT)
       MOVE RTC-RECORD(10:10) TO WS-RTE-E-KEY-ID(WS-RTE-COUNT)
       IF RTC-RECORD(21:1) = "F"
           MOVE "F" TO WS-RTE-E-MODE(WS-RTE-COUNT)
       ELSE
           MOVE "W" TO WS-RTE-E-MODE(WS-RTE-COUNT)
       END-IF
       MOVE RTC-RECORD(23:40) TO WS-RTE-E-BASE(WS-RTE-COUNT)
       MOVE "N" TO WS-RTE-E-KEY-OK(WS-RTE-COUNT)
       MOVE 0 TO WS-RTE-E-ROUTED(WS-RTE-COUNT)
       MOVE 0 TO WS-RTE-E-SENT(WS-RTE-COUNT)
       MOVE 0 TO WS-RTE-E-FAILS(WS-RTE-COUNT)
       MOVE 0 TO WS-RTE-E-HELD(WS-RTE-COUNT)
       MOVE SPACES TO WS-RTE-E-OUTPUT(WS-RTE-COUNT)
       MOVE SPACES TO WS-RTE-E-STATUS(WS-RTE-COUNT)
       EXIT.

      * Each partner's key is resolved once, with the usual
      * lifecycle refusals, and its cipher values kept in the
      * table for when that destination's turn comes.
       MD32-RESOLVE-ONE-KEY.
       IF WS-RTE-LEN < 8
           IF WS-RTE-E-CODE(WS-RTE-IX)(WS-RTE-LEN + 1:) NOT = SPACES
               DISPLAY "Destination code " WS-RTE-E-CODE(WS-RTE-IX)
                   " is longer than the code column -"
                   " no record can match it"
               PERFORM MD26-SEV-WARNING
           END-IF
       END-IF
       MOVE WS-RTE-E-KEY-ID(WS-RTE-IX) TO WS-BATCH-KEY-ID
       MOVE SPACES TO WS-AUDIT-DETAIL
       PERFORM MD17-RESOLVE-BATCH-KEY
       IF BATCH-KEY-OK
           MOVE "Y" TO WS-RTE-E-KEY-OK(WS-RTE-IX)
           MOVE WS-BATCH-CIPHER TO WS-RTE-E-CIPHER(WS-RTE-IX)
           MOVE CAESAR-SETTING TO WS-RTE-E-SETTING(WS-RTE-IX)
           MOVE VIGENERE-KEYWORD TO WS-RTE-E-KEYWORD(WS-RTE-IX)
           MOVE VIGENERE-KEYLEN TO WS-RTE-E-KEYLEN(WS-RTE-IX)
           MOVE WS-BATCH-LFSR-KEY TO WS-RTE-E-LFSR-KEY(WS-RTE-IX)
       ELSE
           MOVE "NO KEY" TO WS-RTE-E-STATUS(WS-RTE-IX)
           DISPLAY "Destination " WS-RTE-E-CODE(WS-RTE-IX)
               " has no usable key profile - its records go to"
               " ROUTEXC.DAT"
           IF WS-AUDIT-DETAIL = SPACES
               STRING "ROUTE CODE=" WS-RTE-E-CODE(WS-RTE-IX)
                       " KEY-ID=" WS-RTE-E-KEY-ID(WS-RTE-IX)
                       " KEY PROFILE UNUSABLE"
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF
           PERFORM MD16-WRITE-AUDIT-ENTRY
       END-IF
       EXIT.

      * The one pass over BATCHIN.DAT. HDR/TRL control records
      * are passed over, as the batch engine would pass them.
       MD32-SPLIT-INPUT.
       MOVE "BATCHIN.DAT" TO WS-INFILE-NAME
       MOVE "N" TO WS-INFILE-EOF
       MOVE SPACES TO WS-AUDIT-DETAIL
       OPEN INPUT INFILE
       IF WS-INFILE-STATUS NOT = "00"
           IF WS-INFILE-STATUS = "35"
               DISPLAY "Input BATCHIN.DAT not found - routed run"
                   " skipped"
               MOVE "ROUTE RUN SKIPPED - NO INPUT FILE"
                   TO WS-AUDIT-DETAIL
           ELSE
               DISPLAY "Input BATCHIN.DAT open failed, status="
                   WS-INFILE-STATUS " - routed run skipped"
               MOVE "ROUTE RUN SKIPPED - INPUT OPEN FAILED"
                   TO WS-AUDIT-DETAIL
           END-IF
           PERFORM MD32-BLOCK-RUN
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ROUTWORK
       OPEN OUTPUT ROUTEXC
       OPEN OUTPUT REPORTFILE
       IF WS-ROUTWORK-STATUS NOT = "00"
               OR WS-ROUTEXC-STATUS NOT = "00"
               OR WS-REPORTFILE-STATUS NOT = "00"
           DISPLAY "ROUTEWRK.DAT/ROUTEXC.DAT/BATCHRPT.DAT open"
               " failed, status=" WS-ROUTWORK-STATUS " "
               WS-ROUTEXC-STATUS " " WS-REPORTFILE-STATUS
               " - routed run skipped"
           MOVE "ROUTE RUN SKIPPED - WORK FILE OPEN FAILED"
               TO WS-AUDIT-DETAIL
           PERFORM MD32-BLOCK-RUN
           CLOSE INFILE
           CLOSE ROUTWORK
           CLOSE ROUTEXC
           CLOSE REPORTFILE
           EXIT PARAGRAPH
       END-IF
       ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
       ACCEPT WS-AUDIT-TIME FROM TIME
       MOVE SPACES TO REPORT-RECORD
       STRING "ROUTED RUN " WS-AUDIT-DATE " " WS-AUDIT-TIME
               " INPUT=BATCHIN.DAT CODE COLUMN=" WS-RTE-COL
               " LENGTH=" WS-RTE-LEN
               DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       PERFORM UNTIL INFILE-AT-END
           READ INFILE
               AT END
                   MOVE "Y" TO WS-INFILE-EOF
               NOT AT END
                   PERFORM MD32-ROUTE-ONE-RECORD
           END-READ
       END-PERFORM
       CLOSE INFILE
       CLOSE ROUTWORK
       CLOSE ROUTEXC
       CLOSE REPORTFILE
       DISPLAY "BATCHIN.DAT records read: " WS-RTE-IN-COUNT
           " exceptions: " WS-RTE-EXC-COUNT
       EXIT.

       MD32-ROUTE-ONE-RECORD.
       ADD 1 TO WS-RTE-IN-COUNT
       IF INFILE-RECORD(1:4) = "HDR "
               OR INFILE-RECORD(1:12) = "TRL RECORDS="
           ADD 1 TO WS-RTE-CTL-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORD " WS-RTE-IN-COUNT
                   " CONTROL RECORD PASSED OVER"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-RTE-CODE
       MOVE INFILE-RECORD(WS-RTE-COL:WS-RTE-LEN) TO WS-RTE-CODE
       MOVE "N" TO WS-RTE-FOUND
       MOVE 0 TO WS-RTE-HIT
       PERFORM VARYING WS-RTE-JX FROM 1 BY 1
               UNTIL WS-RTE-JX > WS-RTE-COUNT OR ROUTE-CODE-FOUND
           IF WS-RTE-E-CODE(WS-RTE-JX) = WS-RTE-CODE
               MOVE "Y" TO WS-RTE-FOUND
               MOVE WS-RTE-JX TO WS-RTE-HIT
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN NOT ROUTE-CODE-FOUND
               MOVE "UNKNOWN DESTINATION CODE" TO WS-RTE-REASON
               PERFORM MD32-WRITE-EXCEPTION
           WHEN NOT RTE-KEY-USABLE(WS-RTE-HIT)
               MOVE "NO USABLE KEY FOR DESTINATION"
                   TO WS-RTE-REASON
               PERFORM MD32-WRITE-EXCEPTION
           WHEN OTHER
               MOVE WS-RTE-HIT TO RTW-DEST
               MOVE WS-RTE-IN-COUNT TO RTW-IN-NUM
               MOVE INFILE-RECORD TO RTW-IMAGE
               WRITE RTW-RECORD
               IF WS-ROUTWORK-STATUS NOT = "00"
                   DISPLAY "ROUTEWRK.DAT write failed, status="
                       WS-ROUTWORK-STATUS " - routed run stopped"
                   MOVE "ROUTE RUN STOPPED - WORK FILE WRITE FAILED"
                       TO WS-AUDIT-DETAIL
                   PERFORM MD32-BLOCK-RUN
                   MOVE "Y" TO WS-INFILE-EOF
               ELSE
                   ADD 1 TO WS-RTE-E-ROUTED(WS-RTE-HIT)
               END-IF
       END-EVALUATE
       EXIT.

       MD32-WRITE-EXCEPTION.
       WRITE RTX-RECORD FROM INFILE-RECORD
       IF WS-ROUTEXC-STATUS NOT = "00"
           DISPLAY "ROUTEXC.DAT write failed, status="
               WS-ROUTEXC-STATUS " - routed run stopped"
           MOVE "ROUTE RUN STOPPED - EXCEPTION WRITE FAILED"
               TO WS-AUDIT-DETAIL
           PERFORM MD32-BLOCK-RUN
           MOVE "Y" TO WS-INFILE-EOF
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-RTE-EXC-COUNT
       MOVE SPACES TO REPORT-RECORD
       STRING "RECORD " WS-RTE-IN-COUNT " EXCEPTION CODE="
               WS-RTE-CODE " " WS-RTE-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       EXIT.

      * One destination as one step: its records are copied out
      * of the work file, its key values put back in place, and
      * the batch engine run over them into a new generation.
       MD32-RUN-ONE-DESTINATION.
       ADD 1 TO WS-STEP-NUM
       MOVE "N" TO WS-STEP-FAILED
       MOVE "N" TO WS-BATCH-BLOCKED
       MOVE 0 TO WS-BATCH-COUNT
       MOVE 0 TO WS-BATCH-FAILCOUNT
       MOVE 0 TO WS-BATCH-HELD
       MOVE 0 TO WS-BATCH-SENT
       MOVE 0 TO WS-BATCH-BYTES
       MOVE 0 TO WS-BATCH-CHECK
       MOVE "N" TO WS-RESUME-FLAG
       MOVE "N" TO WS-FIELD-MODE
       MOVE SPACES TO WS-AUDIT-DETAIL
       MOVE SPACES TO WS-STEP-INPUT
       STRING "BATCHIN.DAT/" WS-RTE-E-CODE(WS-RTE-IX)
               DELIMITED BY SPACE INTO WS-STEP-INPUT
       DISPLAY "ROUTE DESTINATION " WS-RTE-E-CODE(WS-RTE-IX)
           " -> " WS-RTE-E-BASE(WS-RTE-IX)
       IF RTE-KEY-USABLE(WS-RTE-IX)
           PERFORM MD32-SET-UP-DESTINATION
           IF NOT BATCH-RUN-BLOCKED
               PERFORM MD17-RUN-BATCH-FILES
           END-IF
           PERFORM MD32-CHECK-DESTINATION
       ELSE
           MOVE "N" TO WS-BATCH-KEY-OK
           STRING "ROUTE CODE=" WS-RTE-E-CODE(WS-RTE-IX)
                   " SKIPPED - KEY PROFILE UNUSABLE"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
       END-IF
       PERFORM MD16-WRITE-AUDIT-ENTRY
       PERFORM MD27-RECORD-STEP-RESULT
       EXIT.

       MD32-SET-UP-DESTINATION.
       MOVE "N" TO WS-RTE-EXTRACTED
       PERFORM MD32-EXTRACT-DESTINATION
       IF BATCH-RUN-BLOCKED
           EXIT PARAGRAPH
       END-IF
       MOVE WS-RTE-E-KEY-ID(WS-RTE-IX) TO WS-BATCH-KEY-ID
       MOVE "Y" TO WS-BATCH-KEY-OK
       MOVE WS-RTE-E-CIPHER(WS-RTE-IX) TO WS-BATCH-CIPHER
       MOVE WS-RTE-E-SETTING(WS-RTE-IX) TO CAESAR-SETTING
       MOVE WS-RTE-E-KEYWORD(WS-RTE-IX) TO VIGENERE-KEYWORD
       MOVE WS-RTE-E-KEYLEN(WS-RTE-IX) TO VIGENERE-KEYLEN
       MOVE WS-RTE-E-LFSR-KEY(WS-RTE-IX) TO WS-BATCH-LFSR-KEY
       SET BATCH-DIR-ENCRYPT TO TRUE
       MOVE "ROUTEIN.DAT" TO WS-INFILE-NAME
       MOVE "BATCHIN.DAT" TO WS-HDR-SOURCE
       MOVE WS-RTE-E-BASE(WS-RTE-IX) TO WS-OUTFILE-NAME
       PERFORM MD28-ALLOC-GENERATION
       IF WS-RTE-E-MODE(WS-RTE-IX) = "F"
           PERFORM MD25-LOAD-FIELD-MAP
           PERFORM MD25-CHECK-LFSR-FIELD-MODE
       END-IF
       OPEN EXTEND REPORTFILE
       IF WS-REPORTFILE-STATUS = "00"
           MOVE SPACES TO REPORT-RECORD
           STRING "DESTINATION " WS-RTE-E-CODE(WS-RTE-IX)
                   " KEY-ID=" WS-RTE-E-KEY-ID(WS-RTE-IX)
                   " MODE=" WS-RTE-E-MODE(WS-RTE-IX)
                   " ROUTED=" WS-RTE-E-ROUTED(WS-RTE-IX)
                   " OUTPUT=" WS-OUTFILE-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORTFILE
       END-IF
       EXIT.

       MD32-EXTRACT-DESTINATION.
       MOVE 0 TO WS-RTE-MOVED
       OPEN INPUT ROUTWORK
       OPEN OUTPUT ROUTIN
       IF WS-ROUTWORK-STATUS NOT = "00"
               OR WS-ROUTIN-STATUS NOT = "00"
           DISPLAY "ROUTEWRK.DAT/ROUTEIN.DAT open failed, status="
               WS-ROUTWORK-STATUS " " WS-ROUTIN-STATUS
           MOVE "Y" TO WS-BATCH-BLOCKED
           STRING "ROUTE CODE=" WS-RTE-E-CODE(WS-RTE-IX)
                   " SKIPPED - WORK FILE OPEN FAILED"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-FAILURE
           CLOSE ROUTWORK
           CLOSE ROUTIN
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RTE-EOF
       PERFORM UNTIL ROUTE-FILE-AT-END
           READ ROUTWORK
               AT END
                   MOVE "Y" TO WS-RTE-EOF
               NOT AT END
                   IF RTW-DEST = WS-RTE-IX
                       WRITE RTI-RECORD FROM RTW-IMAGE
                       ADD 1 TO WS-RTE-MOVED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ROUTWORK
       CLOSE ROUTIN
       MOVE "Y" TO WS-RTE-EXTRACTED
       EXIT.

      * A destination the engine could not run is not sent: its
      * records go on to the exception output with the others,
      * so the day's totals still account for every record.
       MD32-CHECK-DESTINATION.
       MOVE WS-BATCH-SENT TO WS-RTE-E-SENT(WS-RTE-IX)
       MOVE WS-BATCH-HELD TO WS-RTE-E-HELD(WS-RTE-IX)
       MOVE WS-BATCH-FAILCOUNT TO WS-RTE-E-FAILS(WS-RTE-IX)
       MOVE WS-OUTFILE-NAME TO WS-RTE-E-OUTPUT(WS-RTE-IX)
       EVALUATE TRUE
           WHEN BATCH-RUN-BLOCKED OR STEP-FAILED
               MOVE "NOT SENT" TO WS-RTE-E-STATUS(WS-RTE-IX)
               MOVE 0 TO WS-RTE-E-SENT(WS-RTE-IX)
               MOVE 0 TO WS-RTE-E-HELD(WS-RTE-IX)
               MOVE SPACES TO WS-RTE-E-OUTPUT(WS-RTE-IX)
               IF ROUTE-WORK-EXTRACTED
                   PERFORM MD32-MOVE-TO-EXCEPTIONS
               END-IF
           WHEN WS-BATCH-COUNT NOT = WS-RTE-E-ROUTED(WS-RTE-IX)
               MOVE "MISMATCH" TO WS-RTE-E-STATUS(WS-RTE-IX)
               DISPLAY "Destination " WS-RTE-E-CODE(WS-RTE-IX)
                   " routed " WS-RTE-E-ROUTED(WS-RTE-IX)
                   " records but the batch read " WS-BATCH-COUNT
               PERFORM MD26-SEV-FAILURE
           WHEN WS-BATCH-FAILCOUNT > 0
               MOVE "WARN" TO WS-RTE-E-STATUS(WS-RTE-IX)
           WHEN OTHER
               MOVE "SENT" TO WS-RTE-E-STATUS(WS-RTE-IX)
       END-EVALUATE
       ADD WS-RTE-E-SENT(WS-RTE-IX) TO WS-RTE-SENT-TOTAL
       ADD WS-RTE-E-HELD(WS-RTE-IX) TO WS-RTE-HELD-TOTAL
       EXIT.

       MD32-MOVE-TO-EXCEPTIONS.
       MOVE 0 TO WS-RTE-MOVED
       OPEN INPUT ROUTIN
       OPEN EXTEND ROUTEXC
       IF WS-ROUTIN-STATUS NOT = "00"
               OR WS-ROUTEXC-STATUS NOT = "00"
           DISPLAY "ROUTEIN.DAT/ROUTEXC.DAT open failed, status="
               WS-ROUTIN-STATUS " " WS-ROUTEXC-STATUS
               " - records for " WS-RTE-E-CODE(WS-RTE-IX)
               " left in ROUTEWRK.DAT"
           PERFORM MD26-SEV-FAILURE
           CLOSE ROUTIN
           CLOSE ROUTEXC
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RTE-EOF
       PERFORM UNTIL ROUTE-FILE-AT-END
           READ ROUTIN
               AT END
                   MOVE "Y" TO WS-RTE-EOF
               NOT AT END
                   WRITE RTX-RECORD FROM RTI-RECORD
                   ADD 1 TO WS-RTE-MOVED
           END-READ
       END-PERFORM
       CLOSE ROUTIN
       CLOSE ROUTEXC
       ADD WS-RTE-MOVED TO WS-RTE-EXC-COUNT
       DISPLAY "Destination " WS-RTE-E-CODE(WS-RTE-IX)
           " not sent - " WS-RTE-MOVED
           " record(s) moved to ROUTEXC.DAT"
       OPEN EXTEND REPORTFILE
       IF WS-REPORTFILE-STATUS = "00"
           MOVE SPACES TO REPORT-RECORD
           STRING "DESTINATION " WS-RTE-E-CODE(WS-RTE-IX)
                   " NOT SENT - " WS-RTE-MOVED
                   " RECORD(S) MOVED TO ROUTEXC.DAT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORTFILE
       END-IF
       EXIT.

      * Every input record is either sent to a partner, held in
      * SUSPENSE.DAT as a failed encrypt, in the exception output,
      * or a control record passed over - the four must add back
      * to the count read.
       MD32-WRITE-SUMMARY.
       COMPUTE WS-RTE-BALANCE = WS-RTE-SENT-TOTAL
               + WS-RTE-HELD-TOTAL
               + WS-RTE-EXC-COUNT + WS-RTE-CTL-COUNT
       OPEN EXTEND REPORTFILE
       IF WS-REPORTFILE-STATUS = "00"
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ROUTING SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CODE     KEY ID     ROUTED SENT   HELD   "
                   "FAILS  STATUS   OUTPUT"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-RTE-E-CODE(WS-RTE-IX) " "
                       WS-RTE-E-KEY-ID(WS-RTE-IX) " "
                       WS-RTE-E-ROUTED(WS-RTE-IX) " "
                       WS-RTE-E-SENT(WS-RTE-IX) " "
                       WS-RTE-E-HELD(WS-RTE-IX) " "
                       WS-RTE-E-FAILS(WS-RTE-IX) " "
                       WS-RTE-E-STATUS(WS-RTE-IX) " "
                       WS-RTE-E-OUTPUT(WS-RTE-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING "INPUT=" WS-RTE-IN-COUNT
                   " SENT=" WS-RTE-SENT-TOTAL
                   " HELD=" WS-RTE-HELD-TOTAL " (SUSPENSE.DAT)"
                   " EXCEPTIONS=" WS-RTE-EXC-COUNT
                   " (ROUTEXC.DAT) CONTROL=" WS-RTE-CTL-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-RTE-BALANCE = WS-RTE-IN-COUNT
               MOVE "SENT + HELD + EXCEPTIONS + CONTROL = INPUT:"
                   & " IN BALANCE" TO REPORT-RECORD
           ELSE
               STRING "*** OUT OF BALANCE *** ACCOUNTED FOR "
                       WS-RTE-BALANCE " OF " WS-RTE-IN-COUNT
                       " INPUT RECORDS"
                       DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORTFILE
       ELSE
           DISPLAY "BATCHRPT.DAT open failed, status="
               WS-REPORTFILE-STATUS " - routing summary not written"
           PERFORM MD26-SEV-WARNING
       END-IF
       DISPLAY "Routed run complete. Input: " WS-RTE-IN-COUNT
           " sent: " WS-RTE-SENT-TOTAL
           " held: " WS-RTE-HELD-TOTAL
           " exceptions: " WS-RTE-EXC-COUNT
           " control: " WS-RTE-CTL-COUNT
       MOVE SPACES TO WS-AUDIT-DETAIL
       IF WS-RTE-BALANCE = WS-RTE-IN-COUNT
           STRING "ROUTE RUN INPUT=" WS-RTE-IN-COUNT
                   " SENT=" WS-RTE-SENT-TOTAL
                   " HELD=" WS-RTE-HELD-TOTAL
                   " EXCEPTIONS=" WS-RTE-EXC-COUNT
                   " DESTS=" WS-RTE-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           IF WS-RTE-EXC-COUNT > 0
               DISPLAY "Exceptions are in ROUTEXC.DAT - see"
                   " BATCHRPT.DAT"
               PERFORM MD26-SEV-WARNING
           END-IF
           IF WS-RTE-HELD-TOTAL > 0
               DISPLAY "Failed records are held in SUSPENSE.DAT"
                   " - see BATCHRPT.DAT"
               PERFORM MD26-SEV-WARNING
           END-IF
       ELSE
           DISPLAY "*** Routed run OUT OF BALANCE - accounted for "
               WS-RTE-BALANCE " of " WS-RTE-IN-COUNT " records"
           STRING "ROUTE RUN OUT OF BALANCE INPUT=" WS-RTE-IN-COUNT
                   " ACCOUNTED=" WS-RTE-BALANCE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           PERFORM MD26-SEV-FAILURE
       END-IF
       EXIT.

      * A record the engine suspends is numbered in the extract it
      * read; its suspense entry takes the record's number in
      * BATCHIN.DAT instead, found by counting this destination's
      * records through the work file.
       MD32-FIND-INPUT-NUMBER.
       MOVE 0 TO WS-RTE-REC-NUM
       MOVE 0 TO WS-RTE-SEEN
       OPEN INPUT ROUTWORK
       IF WS-ROUTWORK-STATUS NOT = "00"
           DISPLAY "ROUTEWRK.DAT open failed, status="
               WS-ROUTWORK-STATUS " - input record number of"
               " suspended record not known"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-RTE-EOF
       PERFORM UNTIL ROUTE-FILE-AT-END
           READ ROUTWORK
               AT END
                   MOVE "Y" TO WS-RTE-EOF
               NOT AT END
                   IF RTW-DEST = WS-RTE-IX
                       ADD 1 TO WS-RTE-SEEN
                       IF WS-RTE-SEEN = WS-BATCH-COUNT
                           MOVE RTW-IN-NUM TO WS-RTE-REC-NUM
                           MOVE "Y" TO WS-RTE-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ROUTWORK
       EXIT.

      * The work files hold clear images, so they are emptied once
      * the run balances; otherwise they are kept to trace the
      * records the totals cannot account for.
       MD32-CLEAR-WORK-FILES.
       IF WS-RTE-BALANCE = WS-RTE-IN-COUNT
           OPEN OUTPUT ROUTWORK
           CLOSE ROUTWORK
           OPEN OUTPUT ROUTIN
           CLOSE ROUTIN
       ELSE
           DISPLAY "ROUTEWRK.DAT kept for investigation"
       END-IF
       EXIT.

               MOVE "N" TO WS-RESUME-FLAG
               MOVE 0 TO WS-BATCH-COUNT
               MOVE 0 TO WS-BATCH-FAILCOUNT
               MOVE 0 TO WS-BATCH-HELD
               MOVE 0 TO WS-BATCH-SENT
           ELSE
      * Re-resolve the checkpointed profile rather than trusting a
      * persisted setting - a key retired or expired since the
               END-READ
           END-PERFORM
           CLOSE OUTFILE
      * With records held back to suspense the output no longer
      * holds one record per input record. Every held record
      * wrote a checkpoint, so the held count in it covers every
      * one so far, and the output stood at COUNT - FAILCOUNT
      * data records when it was written: still there and nothing
      * after it, the output is complete as it stands; beyond it,
      * the last record is suspect as usual; short of it, the
      * output cannot be lined up with the input.
           EVALUATE TRUE
               WHEN WS-BATCH-FAILCOUNT > 0 AND WS-OUT-COUNT > 0
                       AND WS-OUT-COUNT - 1
                           = WS-BATCH-COUNT - WS-BATCH-FAILCOUNT
                   PERFORM MD22-RESUME-FROM-OUTPUT
               WHEN WS-OUT-COUNT < 2
                   DISPLAY "Output file too short to resume -"
                       " restarting from record one"
                   MOVE "N" TO WS-RESUME-FLAG
               WHEN WS-BATCH-FAILCOUNT > 0
                       AND WS-OUT-COUNT - 2
                           < WS-BATCH-COUNT - WS-BATCH-FAILCOUNT
                   DISPLAY "Output file holds fewer records than"
                       " the checkpoint - restarting from record one"
                   MOVE "N" TO WS-RESUME-FLAG
               WHEN OTHER
                   SUBTRACT 1 FROM WS-OUT-COUNT
                   PERFORM MD22-RESUME-FROM-OUTPUT
           END-EVALUATE
       ELSE
           DISPLAY "BATCHOUT.DAT cannot be read (status="
               WS-OUTFILE-STATUS ") - restarting from record one"
       END-IF
       EXIT.

       MD22-RESUME-FROM-OUTPUT.
       MOVE 0 TO WS-BATCH-BYTES
       MOVE 0 TO WS-BATCH-CHECK
       PERFORM MD22-TRIM-OUTPUT-TAIL
       IF RESUMING-RUN
           COMPUTE WS-BATCH-COUNT = WS-OUT-COUNT - 1
                   + WS-BATCH-FAILCOUNT
           MOVE WS-BATCH-FAILCOUNT TO WS-BATCH-HELD
           DISPLAY "Output file holds " WS-OUT-COUNT
               " usable records (header included) - resuming"
               " after input record " WS-BATCH-COUNT
       END-IF
       EXIT.

      * Rewrites BATCHOUT through the scratch file keeping only
      * the first WS-OUT-COUNT records, discarding the suspect
      * tail record a mid-write failure may have torn. On the way
       ELSE
           IF WS-TRIM-COUNT > 0
               PERFORM MD23-TALLY-OUTPUT-RECORD
           ELSE
               IF OUTFILE-RECORD(5:8) NUMERIC
                       AND OUTFILE-RECORD(14:8) NUMERIC
                   MOVE OUTFILE-RECORD(5:8) TO WS-HDR-STAMP-DATE
                   MOVE OUTFILE-RECORD(14:8) TO WS-HDR-STAMP-TIME
               END-IF
           END-IF
           MOVE OUTFILE-RECORD TO WORK-RECORD
           WRITE WORK-RECORD
       EXIT.
       END PROGRAM VIGENERE-CIPHER.

      * Digit-preserving counterpart of CAESAR-CIPHER and
      * VIGENERE-CIPHER for the numeric ranges of a field map:
      * every digit of the first LS-TEXT-LEN characters of LS-SRC
      * is shifted within 0-9 into LS-DST, so a numeric field keeps
      * its length and stays numeric. LS-DIRECTION "E" enciphers,
      * "D" reverses it. The shift for position P is never zero:
      *   Caesar   (LS-CIPHER "C") - 1 + (setting + P - 1) mod 9
      *   Vigenere (LS-CIPHER "V") - 1 + (keyword letter value
      *                              + P - 1) mod 9, the keyword
      *                              advancing one letter a position
      * Positions count every character, so a stray non-digit does
      * not throw the rest of the field out of step. Non-digits are
      * copied through unchanged and LS-BAD-POS returns the first
      * one's position (zero when the field is all digits) for the
      * caller to report. The keyword must already be upper-case.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGIT-CIPHER.
       AUTHOR. MARC VEYSSEYRE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DC-SRC           PIC X(4096).
       01  WS-DC-DST           PIC X(4096).
       01  WS-DC-KEYLEN        PIC 9(2).
       01  WS-DC-KEYPOS        PIC 9(2).
       01  WS-DC-KEYVAL        PIC S9(3).
       01  WS-DC-AMT           PIC S9(3).
       01  WS-DC-IDX           PIC 9(4).
       01  WS-DC-CHAR          PIC X(1).
       01  WS-DC-DIGIT REDEFINES WS-DC-CHAR
                               PIC 9(1).
       01  WS-DC-NEWDIGIT      PIC S9(3).

       LINKAGE SECTION.
       01  LS-SRC              PIC X(4096).
       01  LS-DST              PIC X(4096).
       01  LS-CIPHER           PIC X(1).
       01  LS-CAESAR-SETTING   PIC 9(2).
       01  LS-KEYWORD          PIC X(20).
       01  LS-KEYLEN           PIC 9(2).
       01  LS-DIRECTION        PIC X(1).
       01  LS-TEXT-LEN         PIC 9(4).
       01  LS-BAD-POS          PIC 9(4).

       PROCEDURE DIVISION USING LS-SRC, LS-DST, LS-CIPHER,
               LS-CAESAR-SETTING, LS-KEYWORD, LS-KEYLEN,
               LS-DIRECTION, LS-TEXT-LEN, LS-BAD-POS.
       DC-MAIN.
       MOVE LS-SRC TO WS-DC-SRC
       MOVE 0 TO LS-BAD-POS
       MOVE LS-KEYLEN TO WS-DC-KEYLEN
       IF WS-DC-KEYLEN < 1 OR WS-DC-KEYLEN > 20
           MOVE 1 TO WS-DC-KEYLEN
       END-IF
       MOVE 1 TO WS-DC-KEYPOS
       PERFORM DC-SHIFT-TEXT
       MOVE WS-DC-DST TO LS-DST
       EXIT PROGRAM.

       DC-SHIFT-TEXT.
       MOVE WS-DC-SRC TO WS-DC-DST
       PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > LS-TEXT-LEN
           MOVE WS-DC-SRC(WS-DC-IDX:1) TO WS-DC-CHAR
           IF WS-DC-CHAR >= "0" AND WS-DC-CHAR <= "9"
               PERFORM DC-SHIFT-ONE-DIGIT
               MOVE WS-DC-CHAR TO WS-DC-DST(WS-DC-IDX:1)
           ELSE
               IF LS-BAD-POS = 0
                   MOVE WS-DC-IDX TO LS-BAD-POS
               END-IF
           END-IF
           PERFORM DC-ADVANCE-KEYPOS
       END-PERFORM
       EXIT.

       DC-SHIFT-ONE-DIGIT.
       IF LS-CIPHER = "V"
           COMPUTE WS-DC-KEYVAL =
                   FUNCTION ORD(LS-KEYWORD(WS-DC-KEYPOS:1))
                   - FUNCTION ORD("A")
       ELSE
           MOVE LS-CAESAR-SETTING TO WS-DC-KEYVAL
       END-IF
       COMPUTE WS-DC-AMT =
               1 + FUNCTION MOD(WS-DC-KEYVAL + WS-DC-IDX - 1 + 900, 9)
       IF LS-DIRECTION = "D"
           COMPUTE WS-DC-AMT = 0 - WS-DC-AMT
       END-IF
       COMPUTE WS-DC-NEWDIGIT =
               FUNCTION MOD(WS-DC-DIGIT + WS-DC-AMT + 100, 10)
       MOVE WS-DC-NEWDIGIT TO WS-DC-DIGIT
       EXIT.

       DC-ADVANCE-KEYPOS.
       ADD 1 TO WS-DC-KEYPOS
       IF WS-DC-KEYPOS > WS-DC-KEYLEN
           MOVE 1 TO WS-DC-KEYPOS
       END-IF
       EXIT.
       END PROGRAM DIGIT-CIPHER.

      * Runs the 8-bit LFSR tap/seed configuration in LS-INTERNAL-STATE-
      * GRP/LS-XOR-BITS-GRP forward LS-NB-GEN bits, filling
      * LS-LFSR-STREAM-GRP slots 1 through LS-NB-GEN.
       EXIT.
       END PROGRAM HEX-ARMOR.

      * Grades a key profile image (a KEYFILE record) as S(trong),
      * W(eak) or U(nusable), with a short reason. Shared by the
      * save path in COBENCRYPT and the KEY-QUALITY report so the
      * two can never disagree about what counts as weak:
      *   Caesar   - a setting that is a multiple of 26 (00, 26)
      *              shifts nothing - unusable.
      *   Vigenere - a keyword of nothing but "A" shifts nothing -
      *              unusable; one letter, or the same letter
      *              repeated, is only a Caesar shift - weak.
      *   LFSR     - an all-zero register, or taps that let it decay
      *              to all zeros, gives no keystream - unusable; a
      *              register that cycles in fewer than
      *              WS-KG-MIN-PERIOD steps (an 8-bit register can
      *              reach 255) repeats its keystream every few
      *              bytes - weak.
      * LS-KEY-PERIOD returns the LFSR register period (zero for
      * the other key types). The register is stepped exactly as
      * LFSR-STREAM-GEN steps it: feedback is the XOR of the tapped
      * bits, shifted in at bit 1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-GRADE.
       AUTHOR. MARC VEYSSEYRE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-KG-MIN-PERIOD    PIC 9(3) VALUE 128.
       01  WS-KG-STATE-GRP.
           05  WS-KG-STATE         PIC 9(1) OCCURS 8 TIMES.
       01  WS-KG-FEEDBACK      PIC 9(1).
       01  WS-KG-IDX           PIC 9(2).
       01  WS-KG-STEP          PIC 9(3).
       01  WS-KG-VALUE         PIC 9(3).
       01  WS-KG-CYCLE-VALUE   PIC 9(3).
       01  WS-KG-QUOTIENT      PIC 9(2).
       01  WS-KG-REMAINDER     PIC 9(2).
       01  WS-KG-KEYWORD       PIC X(20).
       01  WS-KG-KEYLEN        PIC 9(2).
       01  WS-KG-TALLY         PIC 9(2).
       01  WS-KG-BINARY        PIC X(1).
           88  KG-ALL-BINARY       VALUE "Y".

       LINKAGE SECTION.
      * Keep in step with the KEYFILE FD in COBENCRYPT.
       01  LS-KEY-IMAGE.
           05  LS-KEY-ID           PIC X(10).
           05  LS-KEY-TYPE         PIC X(1).
               88  LS-KEY-CAESAR       VALUE "C".
               88  LS-KEY-LFSR         VALUE "L".
               88  LS-KEY-VIGENERE     VALUE "V".
           05  LS-KEY-CAESAR-SETTING PIC 9(2).
           05  LS-KEY-NB-XOR       PIC 9(1).
           05  LS-KEY-XOR-BITS     PIC 9(1) OCCURS 8 TIMES.
           05  LS-KEY-INTERNAL-STATE PIC 9(1) OCCURS 8 TIMES.
           05  LS-KEY-VIGENERE-KEYWORD PIC X(20).
           05  FILLER              PIC X(31).
       01  LS-KEY-GRADE        PIC X(1).
       01  LS-KEY-PERIOD       PIC 9(3).
       01  LS-KEY-REASON       PIC X(30).

       PROCEDURE DIVISION USING LS-KEY-IMAGE, LS-KEY-GRADE,
               LS-KEY-PERIOD, LS-KEY-REASON.
       KG-MAIN.
       MOVE "S" TO LS-KEY-GRADE
       MOVE 0 TO LS-KEY-PERIOD
       MOVE SPACES TO LS-KEY-REASON
       EVALUATE TRUE
           WHEN LS-KEY-CAESAR
               PERFORM KG-GRADE-CAESAR
           WHEN LS-KEY-VIGENERE
               PERFORM KG-GRADE-VIGENERE
           WHEN LS-KEY-LFSR
               PERFORM KG-GRADE-LFSR
           WHEN OTHER
               MOVE "U" TO LS-KEY-GRADE
               MOVE "UNKNOWN KEY TYPE" TO LS-KEY-REASON
       END-EVALUATE
       EXIT PROGRAM.

       KG-GRADE-CAESAR.
       IF LS-KEY-CAESAR-SETTING NOT NUMERIC
           MOVE "U" TO LS-KEY-GRADE
           MOVE "SETTING NOT NUMERIC" TO LS-KEY-REASON
           EXIT PARAGRAPH
       END-IF
       DIVIDE LS-KEY-CAESAR-SETTING BY 26 GIVING WS-KG-QUOTIENT
               REMAINDER WS-KG-REMAINDER
       IF WS-KG-REMAINDER = 0
           MOVE "U" TO LS-KEY-GRADE
           MOVE "SHIFT LEAVES TEXT UNCHANGED" TO LS-KEY-REASON
       END-IF
       EXIT.

      * Same normalization COBENCRYPT applies before enciphering:
      * upper case, and a blank keyword decays to "A".
       KG-GRADE-VIGENERE.
       MOVE LS-KEY-VIGENERE-KEYWORD TO WS-KG-KEYWORD
       IF WS-KG-KEYWORD = SPACES
           MOVE "A" TO WS-KG-KEYWORD
       END-IF
       INSPECT WS-KG-KEYWORD
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       COMPUTE WS-KG-KEYLEN = FUNCTION LENGTH(FUNCTION TRIM
               (WS-KG-KEYWORD))
       MOVE 0 TO WS-KG-TALLY
       INSPECT WS-KG-KEYWORD(1:WS-KG-KEYLEN)
           TALLYING WS-KG-TALLY FOR ALL "A"
       IF WS-KG-TALLY = WS-KG-KEYLEN
           MOVE "U" TO LS-KEY-GRADE
           MOVE "KEYWORD LEAVES TEXT UNCHANGED" TO LS-KEY-REASON
           EXIT PARAGRAPH
       END-IF
       IF WS-KG-KEYLEN = 1
           MOVE "W" TO LS-KEY-GRADE
           MOVE "SINGLE-LETTER KEYWORD" TO LS-KEY-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-KG-TALLY
       INSPECT WS-KG-KEYWORD(1:WS-KG-KEYLEN)
           TALLYING WS-KG-TALLY FOR ALL WS-KG-KEYWORD(1:1)
       IF WS-KG-TALLY = WS-KG-KEYLEN
           MOVE "W" TO LS-KEY-GRADE
           MOVE "REPEATED-LETTER KEYWORD" TO LS-KEY-REASON
       END-IF
       EXIT.

      * 256 steps take the register past any lead-in into the
      * cycle it settles on; the period is then the number of steps
      * it takes to come back round to the same state.
       KG-GRADE-LFSR.
       MOVE "Y" TO WS-KG-BINARY
       PERFORM VARYING WS-KG-IDX FROM 1 BY 1 UNTIL WS-KG-IDX > 8
           IF (LS-KEY-XOR-BITS(WS-KG-IDX) NOT = 0 AND NOT = 1)
                   OR (LS-KEY-INTERNAL-STATE(WS-KG-IDX) NOT = 0
                       AND NOT = 1)
               MOVE "N" TO WS-KG-BINARY
           END-IF
       END-PERFORM
       IF NOT KG-ALL-BINARY
           MOVE "U" TO LS-KEY-GRADE
           MOVE "TAPS OR STATE NOT ALL 0/1" TO LS-KEY-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-KG-IDX FROM 1 BY 1 UNTIL WS-KG-IDX > 8
           MOVE LS-KEY-INTERNAL-STATE(WS-KG-IDX)
               TO WS-KG-STATE(WS-KG-IDX)
       END-PERFORM
       PERFORM KG-STATE-VALUE
       IF WS-KG-VALUE = 0
           MOVE "U" TO LS-KEY-GRADE
           MOVE "ALL-ZERO INITIAL STATE" TO LS-KEY-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-KG-STEP FROM 1 BY 1 UNTIL WS-KG-STEP > 256
           PERFORM KG-STEP-REGISTER
       END-PERFORM
       PERFORM KG-STATE-VALUE
       MOVE WS-KG-VALUE TO WS-KG-CYCLE-VALUE
       MOVE 0 TO LS-KEY-PERIOD
       PERFORM KG-STEP-REGISTER
       PERFORM KG-STATE-VALUE
       ADD 1 TO LS-KEY-PERIOD
       PERFORM UNTIL WS-KG-VALUE = WS-KG-CYCLE-VALUE
           PERFORM KG-STEP-REGISTER
           PERFORM KG-STATE-VALUE
           ADD 1 TO LS-KEY-PERIOD
       END-PERFORM
       EVALUATE TRUE
           WHEN WS-KG-CYCLE-VALUE = 0
               MOVE "U" TO LS-KEY-GRADE
               MOVE "REGISTER DECAYS TO ALL ZEROS" TO LS-KEY-REASON
           WHEN LS-KEY-PERIOD < WS-KG-MIN-PERIOD
               MOVE "W" TO LS-KEY-GRADE
               MOVE "SHORT KEYSTREAM PERIOD" TO LS-KEY-REASON
       END-EVALUATE
       EXIT.

       KG-STEP-REGISTER.
       MOVE 0 TO WS-KG-FEEDBACK
       PERFORM VARYING WS-KG-IDX FROM 1 BY 1 UNTIL WS-KG-IDX > 8
           IF LS-KEY-XOR-BITS(WS-KG-IDX) = 1
               IF WS-KG-STATE(WS-KG-IDX) = WS-KG-FEEDBACK
                   MOVE 0 TO WS-KG-FEEDBACK
               ELSE
                   MOVE 1 TO WS-KG-FEEDBACK
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING WS-KG-IDX FROM 8 BY -1 UNTIL WS-KG-IDX < 2
           MOVE WS-KG-STATE(WS-KG-IDX - 1) TO WS-KG-STATE(WS-KG-IDX)
       END-PERFORM
       MOVE WS-KG-FEEDBACK TO WS-KG-STATE(1)
       EXIT.

       KG-STATE-VALUE.
       MOVE 0 TO WS-KG-VALUE
       PERFORM VARYING WS-KG-IDX FROM 1 BY 1 UNTIL WS-KG-IDX > 8
           COMPUTE WS-KG-VALUE = WS-KG-VALUE * 2
                   + WS-KG-STATE(WS-KG-IDX)
       END-PERFORM
       EXIT.
       END PROGRAM KEY-GRADE.

      *----------------------------------------------------------*
      * Test-harness entry points. COBENCRYPT-TEST resolves these by
      * name through dynamic CALL. They are standalone top-level
           END-CALL.
           EXIT PROGRAM.
       END PROGRAM TEST-VIGENERE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-KEY-GRADE.
       DATA DIVISION.
       LINKAGE SECTION.
       01  LS-KEY-IMAGE        PIC X(81).
       01  LS-KEY-GRADE        PIC X(1).
       01  LS-KEY-PERIOD       PIC 9(3).
       01  LS-KEY-REASON       PIC X(30).
       PROCEDURE DIVISION USING LS-KEY-IMAGE, LS-KEY-GRADE,
               LS-KEY-PERIOD, LS-KEY-REASON.
       TEST-KEY-GRADE-MAIN.
           CALL "KEY-GRADE" USING LS-KEY-IMAGE, LS-KEY-GRADE,
               LS-KEY-PERIOD, LS-KEY-REASON
           END-CALL.
           EXIT PROGRAM.
       END PROGRAM TEST-KEY-GRADE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DIGIT-CIPHER.
       DATA DIVISION.
       LINKAGE SECTION.
       01  LS-SRC              PIC X(4096).
       01  LS-DST              PIC X(4096).
       01  LS-CIPHER           PIC X(1).
       01  LS-CAESAR-SETTING   PIC 9(2).
       01  LS-KEYWORD          PIC X(20).
       01  LS-KEYLEN           PIC 9(2).
       01  LS-DIRECTION        PIC X(1).
       01  LS-TEXT-LEN         PIC 9(4).
       01  LS-BAD-POS          PIC 9(4).
       PROCEDURE DIVISION USING LS-SRC, LS-DST, LS-CIPHER,
               LS-CAESAR-SETTING, LS-KEYWORD, LS-KEYLEN,
               LS-DIRECTION, LS-TEXT-LEN, LS-BAD-POS.
       TEST-DIGIT-CIPHER-MAIN.
           CALL "DIGIT-CIPHER" USING LS-SRC, LS-DST, LS-CIPHER,
               LS-CAESAR-SETTING, LS-KEYWORD, LS-KEYLEN,
               LS-DIRECTION, LS-TEXT-LEN, LS-BAD-POS
           END-CALL.
           EXIT PROGRAM.
       END PROGRAM TEST-DIGIT-CIPHER.
