           05  WS-VIG-KEYLEN       PIC 9(2).
           05  WS-VIG-DIRECTION    PIC X(1).
           05  WS-VIG-DECRYPTTXT   PIC X(4096).
      * Key grading - the profile image handed to KEY-GRADE and the
      * grade/period it is expected to come back with.
       01  WS-AREA-KEY-GRADE.
           05  WS-KG-IMAGE         PIC X(81).
           05  WS-KG-GRADE         PIC X(1).
           05  WS-KG-PERIOD        PIC 9(3).
           05  WS-KG-REASON        PIC X(30).
           05  WS-KG-EXPECT-GRADE  PIC X(1).
           05  WS-KG-EXPECT-PERIOD PIC 9(3).
      * Digit-preserving cipher - cipher type, setting and the
      * offset of the first non-digit DIGIT-CIPHER reports back.
       01  WS-AREA-DIGIT-CIPHER.
           05  WS-DC-CIPHER        PIC X(1).
           05  WS-DC-SETTING       PIC 9(2).
           05  WS-DC-DIRECTION     PIC X(1).
           05  WS-DC-BAD-POS       PIC 9(4).
           05  WS-DC-DECRYPTTXT    PIC X(4096).


       PROCEDURE DIVISION.
           PERFORM MD01-TEST-CAESAR.
           PERFORM MD01-TEST-LFSR.
           PERFORM MD01-TEST-VIGENERE.
           PERFORM MD01-TEST-KEY-GRADE.
           PERFORM MD01-TEST-DIGIT-CIPHER.
           DISPLAY "Tests run: " TESTS-RUN.
           DISPLAY "Tests passed: " TESTS-PASSES.
           DISPLAY "Tests failed: " TESTS-FAILURES.
                   DISPLAY "Test failed"
           END-IF
           EXIT.

      * Weak-key grading: a Caesar setting of 26 shifts nothing
      * (unusable), a keyword of one repeated letter is only a
      * Caesar shift (weak), taps 4,5,6,8 run the full 255-step
      * cycle (strong) and the taps 2,5 used above cycle in 31
      * steps (weak). Image layout is the KEYFILE record: Key ID,
      * type, Caesar setting, tap count, 8 tap flags, 8 state
      * bits, keyword.
       MD01-TEST-KEY-GRADE.
           MOVE "COBENCRYPT" TO WS-PROG
           CANCEL  WS-PROG
           MOVE "TEST-KEY-GRADE" TO WS-MODULE
           DISPLAY "CALL KEY-GRADE"

           MOVE SPACES TO WS-KG-IMAGE
           MOVE "TESTCAESARC26" TO WS-KG-IMAGE
           MOVE "U" TO WS-KG-EXPECT-GRADE
           MOVE 0 TO WS-KG-EXPECT-PERIOD
           PERFORM MD01-CHECK-KEY-GRADE

           MOVE SPACES TO WS-KG-IMAGE
           MOVE "TESTVIGENEV00" TO WS-KG-IMAGE
           MOVE "BBB" TO WS-KG-IMAGE(31:20)
           MOVE "W" TO WS-KG-EXPECT-GRADE
           MOVE 0 TO WS-KG-EXPECT-PERIOD
           PERFORM MD01-CHECK-KEY-GRADE

           MOVE SPACES TO WS-KG-IMAGE
           MOVE "TESTLFSR01L00400011101" TO WS-KG-IMAGE
           MOVE "10000000" TO WS-KG-IMAGE(23:8)
           MOVE "S" TO WS-KG-EXPECT-GRADE
           MOVE 255 TO WS-KG-EXPECT-PERIOD
           PERFORM MD01-CHECK-KEY-GRADE

           MOVE SPACES TO WS-KG-IMAGE
           MOVE "TESTLFSR02L00201001000" TO WS-KG-IMAGE
           MOVE "00101001" TO WS-KG-IMAGE(23:8)
           MOVE "W" TO WS-KG-EXPECT-GRADE
           MOVE 31 TO WS-KG-EXPECT-PERIOD
           PERFORM MD01-CHECK-KEY-GRADE
           EXIT.

       MD01-CHECK-KEY-GRADE.
           ADD 1 TO TESTS-RUN
           CALL WS-MODULE USING WS-KG-IMAGE, WS-KG-GRADE,
               WS-KG-PERIOD, WS-KG-REASON
           END-CALL.

           IF WS-KG-GRADE = WS-KG-EXPECT-GRADE
                   AND WS-KG-PERIOD = WS-KG-EXPECT-PERIOD
               THEN
                   ADD 1 TO TESTS-PASSES
               ELSE
                   ADD 1 TO TESTS-FAILURES
                   DISPLAY "Test failed: " WS-KG-IMAGE(1:10)
           END-IF
           EXIT.

      * Digit-preserving cipher under Caesar setting 3: the card
      * number "4111111111111111" must come out as
      * "8678902345678902" - still 16 digits - and go back again;
      * "12-45" must be flagged at position 3 with the digits
      * either side of the dash still enciphered ("57-13").
       MD01-TEST-DIGIT-CIPHER.
           ADD 3 TO TESTS-RUN
           MOVE "4111111111111111" TO WS-PLAINTXT
           MOVE "8678902345678902" TO WS-EXCEPTED-ENCRYPTTXT
           MOVE "C" TO WS-DC-CIPHER
           MOVE 3 TO WS-DC-SETTING
           MOVE SPACES TO WS-VIG-KEYWORD
           MOVE 1 TO WS-VIG-KEYLEN
           MOVE 16 TO WS-TEXT-LEN

           MOVE "COBENCRYPT" TO WS-PROG
           CANCEL  WS-PROG

           MOVE "TEST-DIGIT-CIPHER" TO WS-MODULE
           DISPLAY "CALL DIGIT-CIPHER"
           MOVE "E" TO WS-DC-DIRECTION
           CALL WS-MODULE USING WS-PLAINTXT, WS-ENCRYPTTXT,
               WS-DC-CIPHER, WS-DC-SETTING, WS-VIG-KEYWORD,
               WS-VIG-KEYLEN, WS-DC-DIRECTION, WS-TEXT-LEN,
               WS-DC-BAD-POS
           END-CALL.

           IF WS-ENCRYPTTXT = WS-EXCEPTED-ENCRYPTTXT
                   AND WS-DC-BAD-POS = 0
               THEN
                   ADD 1 TO TESTS-PASSES
               ELSE
                   ADD 1 TO TESTS-FAILURES
                   DISPLAY "Test failed"
           END-IF

           MOVE "D" TO WS-DC-DIRECTION
           CALL WS-MODULE USING WS-ENCRYPTTXT, WS-DC-DECRYPTTXT,
               WS-DC-CIPHER, WS-DC-SETTING, WS-VIG-KEYWORD,
               WS-VIG-KEYLEN, WS-DC-DIRECTION, WS-TEXT-LEN,
               WS-DC-BAD-POS
           END-CALL.

           IF WS-DC-DECRYPTTXT = WS-PLAINTXT
               THEN
                   ADD 1 TO TESTS-PASSES
               ELSE
                   ADD 1 TO TESTS-FAILURES
                   DISPLAY "Test failed"
           END-IF

           MOVE "12-45" TO WS-PLAINTXT
           MOVE 5 TO WS-TEXT-LEN
           MOVE "E" TO WS-DC-DIRECTION
           CALL WS-MODULE USING WS-PLAINTXT, WS-ENCRYPTTXT,
               WS-DC-CIPHER, WS-DC-SETTING, WS-VIG-KEYWORD,
               WS-VIG-KEYLEN, WS-DC-DIRECTION, WS-TEXT-LEN,
               WS-DC-BAD-POS
           END-CALL.

           IF WS-ENCRYPTTXT(1:5) = "57-13"
                   AND WS-DC-BAD-POS = 3
               THEN
                   ADD 1 TO TESTS-PASSES
               ELSE
                   ADD 1 TO TESTS-FAILURES
                   DISPLAY "Test failed"
           END-IF
           EXIT.
