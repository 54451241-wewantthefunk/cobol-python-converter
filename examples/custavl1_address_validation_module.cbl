       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAVL1.
       AUTHOR. CHRISTIAN STRAMA.

      *    The one implementation of customer address validation and
      *    standardization (CUSTAVL.CPY), CALLed by the nightly
      *    address pass (CUSTADV1) over the whole of CUSTADRF and by
      *    the CUSTADM1 transaction on every add and update, so what
      *    entry accepts and what the pass flags can never drift
      *    apart. Only what is safe to change without asking anyone
      *    is changed: casing, runs of blanks, the common street
      *    suffixes, and the ZIP reduced to its 5 or 9 digits. A
      *    state code not on the state/ZIP-prefix reference file
      *    (STATZIP.CPY), a ZIP with letters in it, of the wrong
      *    length, or outside its state's prefix ranges, and a phone
      *    number short of its 10 digits are exceptions -- guessing
      *    at those would put a wrong address on file under a clean
      *    flag. The reference file is loaded on the first call of
      *    the run and held for the rest of it, FILESTA2-fashion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATZIP-FILE      ASSIGN TO "STATZIPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATZIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATZIP-FILE.
       01  STATZIP-FILE-RECORD          PIC X(28).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-LOADED-SWITCH       PIC X       VALUE 'N'.
           88  TABLE-ALREADY-LOADED                 VALUE 'Y'.
       01  WS-REFERENCE-SWITCH          PIC X       VALUE 'N'.
           88  REFERENCE-AVAILABLE                  VALUE 'Y'.
       01  WS-STATZIP-EOF               PIC X       VALUE 'N'.
           88  END-OF-STATZIP                       VALUE 'Y'.
       01  WS-STATZIP-STATUS            PIC X(02)   VALUE SPACES.

       01  WS-STATZIP-TABLE.
           05  WS-STATZIP-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-STATZIP-ENTRY OCCURS 300 TIMES.
               10  WS-SZ-STATE          PIC X(02).
               10  WS-SZ-LOW            PIC 9(03).
               10  WS-SZ-HIGH           PIC 9(03).
       01  WS-SZ-IDX                    PIC 9(03).
       01  WS-STATE-FOUND-SWITCH        PIC X       VALUE 'N'.
           88  STATE-ON-REFERENCE                   VALUE 'Y'.
       01  WS-PREFIX-FOUND-SWITCH       PIC X       VALUE 'N'.
           88  PREFIX-IN-STATE                      VALUE 'Y'.

      *    Street suffixes written out in full are cut to the postal
      *    abbreviation -- only as a whole word and never as the
      *    first word of the line, which is the house number or a
      *    name that happens to read like a suffix.
       01  WS-SUFFIX-VALUES.
           05  FILLER  PIC X(16) VALUE 'STREET    06ST  '.
           05  FILLER  PIC X(16) VALUE 'AVENUE    06AVE '.
           05  FILLER  PIC X(16) VALUE 'ROAD      04RD  '.
           05  FILLER  PIC X(16) VALUE 'DRIVE     05DR  '.
           05  FILLER  PIC X(16) VALUE 'BOULEVARD 09BLVD'.
           05  FILLER  PIC X(16) VALUE 'LANE      04LN  '.
           05  FILLER  PIC X(16) VALUE 'COURT     05CT  '.
           05  FILLER  PIC X(16) VALUE 'PLACE     05PL  '.
           05  FILLER  PIC X(16) VALUE 'TERRACE   07TER '.
           05  FILLER  PIC X(16) VALUE 'PARKWAY   07PKWY'.
           05  FILLER  PIC X(16) VALUE 'HIGHWAY   07HWY '.
           05  FILLER  PIC X(16) VALUE 'CIRCLE    06CIR '.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
           05  WS-SUFFIX-ENTRY OCCURS 12 TIMES.
               10  WS-SUFFIX-LONG       PIC X(10).
               10  WS-SUFFIX-LENGTH     PIC 9(02).
               10  WS-SUFFIX-SHORT      PIC X(04).
       01  WS-SUF-IDX                   PIC 9(02).
       01  WS-SUF-FOUND-IDX             PIC 9(02).

       01  WS-ORIGINAL-FIELDS           PIC X(72).

       01  WS-TEXT-IN                   PIC X(30).
       01  WS-TEXT-OUT                  PIC X(30).
       01  WS-TEXT-WORD                 PIC X(30).
       01  WS-WORD-LENGTH               PIC 9(02).
       01  WS-WORD-NUMBER               PIC 9(02).
       01  WS-IN-POINTER                PIC 9(02).
       01  WS-OUT-POINTER               PIC 9(02).
       01  WS-ABBREVIATE-SWITCH         PIC X       VALUE 'N'.
           88  ABBREVIATE-SUFFIXES                  VALUE 'Y'.

       01  WS-DIGITS                    PIC X(10).
       01  WS-DIGIT-COUNT               PIC 9(02).
       01  WS-CHAR-IDX                  PIC 9(02).
       01  WS-BAD-CHAR-SWITCH           PIC X       VALUE 'N'.
           88  BAD-CHARACTER-FOUND                  VALUE 'Y'.
       01  WS-ZIP-VALID-SWITCH          PIC X       VALUE 'N'.
           88  ZIP-IS-VALID                         VALUE 'Y'.
       01  WS-ZIP-PREFIX                PIC 9(03).

       01  WS-EXC-FIELD                 PIC X(06).
       01  WS-EXC-REASON                PIC X(40).

       01  WS-LOWER-CASE                PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE                PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       COPY STATZIP.

       LINKAGE SECTION.
       COPY CUSTAVL.

       PROCEDURE DIVISION USING CUSTAVL-COMM-AREA.

       0000-MAIN-LINE.
           IF NOT TABLE-ALREADY-LOADED
               PERFORM 1000-LOAD-STATZIP-TABLE
           END-IF
           MOVE CUSTAVL-COMM-AREA(1:72) TO WS-ORIGINAL-FIELDS
           MOVE SPACES TO CUSTAVL-RESULT
           MOVE SPACES TO CUSTAVL-FIELD
           MOVE SPACES TO CUSTAVL-REASON
           PERFORM 2000-STANDARDIZE-STREET
           PERFORM 2100-STANDARDIZE-CITY
           PERFORM 2200-CHECK-STATE
           PERFORM 2300-STANDARDIZE-ZIP
           PERFORM 2400-CHECK-PHONE
           PERFORM 2500-CHECK-PREF-CONTACT
           IF NOT CUSTAVL-EXCEPTION
               IF CUSTAVL-COMM-AREA(1:72) = WS-ORIGINAL-FIELDS
                   SET CUSTAVL-CLEAN TO TRUE
               ELSE
                   SET CUSTAVL-STANDARDIZED TO TRUE
               END-IF
           END-IF
           GOBACK.

      *    A missing reference file does not stop the caller's run;
      *    every address is returned as an exception instead, so
      *    nothing is passed as clean against a check not made.
       1000-LOAD-STATZIP-TABLE.
           SET TABLE-ALREADY-LOADED TO TRUE
           OPEN INPUT STATZIP-FILE
           IF WS-STATZIP-STATUS NOT = '00'
               DISPLAY '*** CUSTAVL1 STATE/ZIP REFERENCE FILE NOT'
                   ' AVAILABLE, STATUS ' WS-STATZIP-STATUS
                   ' -- ALL ADDRESSES WILL BE EXCEPTIONS ***'
           ELSE
               SET REFERENCE-AVAILABLE TO TRUE
               MOVE 'N' TO WS-STATZIP-EOF
               PERFORM 1100-READ-STATZIP UNTIL END-OF-STATZIP
               CLOSE STATZIP-FILE
           END-IF.

       1100-READ-STATZIP.
           READ STATZIP-FILE
               AT END
                   SET END-OF-STATZIP TO TRUE
               NOT AT END
                   IF WS-STATZIP-COUNT >= 300
                       DISPLAY '*** STATZIP-FILE HAS MORE THAN 300'
                           ' ENTRIES -- REMAINDER NOT LOADED ***'
                       SET END-OF-STATZIP TO TRUE
                   ELSE
                       MOVE STATZIP-FILE-RECORD TO STATZIP-RECORD
                       ADD 1 TO WS-STATZIP-COUNT
                       MOVE STATZIP-STATE-CODE
                           TO WS-SZ-STATE(WS-STATZIP-COUNT)
                       MOVE STATZIP-PREFIX-LOW
                           TO WS-SZ-LOW(WS-STATZIP-COUNT)
                       MOVE STATZIP-PREFIX-HIGH
                           TO WS-SZ-HIGH(WS-STATZIP-COUNT)
                   END-IF
           END-READ.

       2000-STANDARDIZE-STREET.
           INSPECT CUSTAVL-STREET
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE CUSTAVL-STREET TO WS-TEXT-IN
           SET ABBREVIATE-SUFFIXES TO TRUE
           PERFORM 8000-REBUILD-TEXT
           MOVE WS-TEXT-OUT TO CUSTAVL-STREET
           IF CUSTAVL-STREET = SPACES
               MOVE 'STREET' TO WS-EXC-FIELD
               MOVE 'STREET LINE MISSING' TO WS-EXC-REASON
               PERFORM 8900-NOTE-EXCEPTION
           END-IF.

       2100-STANDARDIZE-CITY.
           INSPECT CUSTAVL-CITY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE CUSTAVL-CITY TO WS-TEXT-IN
           MOVE 'N' TO WS-ABBREVIATE-SWITCH
           PERFORM 8000-REBUILD-TEXT
           MOVE WS-TEXT-OUT(1:20) TO CUSTAVL-CITY
           IF CUSTAVL-CITY = SPACES
               MOVE 'CITY' TO WS-EXC-FIELD
               MOVE 'CITY MISSING' TO WS-EXC-REASON
               PERFORM 8900-NOTE-EXCEPTION
           END-IF.

       2200-CHECK-STATE.
           INSPECT CUSTAVL-STATE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE 'N' TO WS-STATE-FOUND-SWITCH
           PERFORM VARYING WS-SZ-IDX FROM 1 BY 1
               UNTIL WS-SZ-IDX > WS-STATZIP-COUNT
               IF WS-SZ-STATE(WS-SZ-IDX) = CUSTAVL-STATE
                   SET STATE-ON-REFERENCE TO TRUE
               END-IF
           END-PERFORM
           IF NOT STATE-ON-REFERENCE
               MOVE 'STATE' TO WS-EXC-FIELD
               IF REFERENCE-AVAILABLE
                   MOVE 'STATE CODE NOT ON REFERENCE FILE'
                       TO WS-EXC-REASON
               PERFORM 8900-NOTE-EXCEPTION
               ELSE
                   MOVE 'STATE/ZIP REFERENCE FILE NOT AVAILABLE'
                       TO CUSTAVL-REASON
               END-IF
           END-IF.

      *    Blanks and hyphens are dropped from the ZIP -- a 5-digit
      *    ZIP keyed with a leading blank and a ZIP+4 keyed with its
      *    hyphen both come out as plain digits, left-justified.
      *    Anything else in the field is not ours to correct.
       2300-STANDARDIZE-ZIP.
           MOVE 'N' TO WS-ZIP-VALID-SWITCH
           MOVE SPACES TO WS-DIGITS
           MOVE ZERO TO WS-DIGIT-COUNT
           MOVE 'N' TO WS-BAD-CHAR-SWITCH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 9
               EVALUATE TRUE
                   WHEN CUSTAVL-ZIP(WS-CHAR-IDX:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                       MOVE CUSTAVL-ZIP(WS-CHAR-IDX:1)
                           TO WS-DIGITS(WS-DIGIT-COUNT:1)
                   WHEN CUSTAVL-ZIP(WS-CHAR-IDX:1) = SPACE
                   WHEN CUSTAVL-ZIP(WS-CHAR-IDX:1) = '-'
                       CONTINUE
                   WHEN OTHER
                       SET BAD-CHARACTER-FOUND TO TRUE
               END-EVALUATE
           END-PERFORM
           MOVE 'ZIP' TO WS-EXC-FIELD
           EVALUATE TRUE
               WHEN BAD-CHARACTER-FOUND
                   MOVE 'ZIP CODE HAS LETTERS OR SYMBOLS'
                       TO WS-EXC-REASON
                   PERFORM 8900-NOTE-EXCEPTION
               WHEN WS-DIGIT-COUNT = ZERO
                   MOVE 'ZIP CODE MISSING' TO WS-EXC-REASON
                   PERFORM 8900-NOTE-EXCEPTION
               WHEN WS-DIGIT-COUNT = 5
               WHEN WS-DIGIT-COUNT = 9
                   MOVE WS-DIGITS(1:9) TO CUSTAVL-ZIP
                   SET ZIP-IS-VALID TO TRUE
               WHEN OTHER
                   MOVE 'ZIP CODE NOT 5 OR 9 DIGITS'
                       TO WS-EXC-REASON
                   PERFORM 8900-NOTE-EXCEPTION
           END-EVALUATE
           IF ZIP-IS-VALID AND STATE-ON-REFERENCE
               PERFORM 2350-CHECK-ZIP-PREFIX
           END-IF.

       2350-CHECK-ZIP-PREFIX.
           MOVE CUSTAVL-ZIP(1:3) TO WS-ZIP-PREFIX
           MOVE 'N' TO WS-PREFIX-FOUND-SWITCH
           PERFORM VARYING WS-SZ-IDX FROM 1 BY 1
               UNTIL WS-SZ-IDX > WS-STATZIP-COUNT
               IF WS-SZ-STATE(WS-SZ-IDX) = CUSTAVL-STATE
                   AND WS-ZIP-PREFIX >= WS-SZ-LOW(WS-SZ-IDX)
                   AND WS-ZIP-PREFIX <= WS-SZ-HIGH(WS-SZ-IDX)
                   SET PREFIX-IN-STATE TO TRUE
               END-IF
           END-PERFORM
           IF NOT PREFIX-IN-STATE
               MOVE 'ZIP CODE NOT IN RANGE FOR STATE'
                   TO WS-EXC-REASON
               PERFORM 8900-NOTE-EXCEPTION
           END-IF.

      *    The phone is checked, not rewritten: the field has room
      *    for the ten digits and nothing else, so a number keyed
      *    with punctuation is already a number with digits lost.
      *    No phone at all is allowed unless phone is the preferred
      *    contact.
       2400-CHECK-PHONE.
           MOVE ZERO TO WS-DIGIT-COUNT
           MOVE 'N' TO WS-BAD-CHAR-SWITCH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 10
               EVALUATE TRUE
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) IS NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) = SPACE
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) = '-'
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) = '('
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) = ')'
                   WHEN CUSTAVL-PHONE(WS-CHAR-IDX:1) = '.'
                       CONTINUE
                   WHEN OTHER
                       SET BAD-CHARACTER-FOUND TO TRUE
               END-EVALUATE
           END-PERFORM
           MOVE 'PHONE' TO WS-EXC-FIELD
           EVALUATE TRUE
               WHEN BAD-CHARACTER-FOUND
                   MOVE 'PHONE NUMBER HAS LETTERS OR SYMBOLS'
                       TO WS-EXC-REASON
                   PERFORM 8900-NOTE-EXCEPTION
               WHEN CUSTAVL-PHONE = SPACES
                   IF CUSTAVL-PREF-CONTACT = 'P'
                       OR CUSTAVL-PREF-CONTACT = 'p'
                       MOVE 'PHONE PREFERRED BUT NO PHONE ON FILE'
                           TO WS-EXC-REASON
                       PERFORM 8900-NOTE-EXCEPTION
                   END-IF
               WHEN WS-DIGIT-COUNT < 10
                   MOVE 'PHONE NUMBER HAS MISSING DIGITS'
                       TO WS-EXC-REASON
                   PERFORM 8900-NOTE-EXCEPTION
           END-EVALUATE.

       2500-CHECK-PREF-CONTACT.
           INSPECT CUSTAVL-PREF-CONTACT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF CUSTAVL-PREF-CONTACT NOT = 'M'
               AND CUSTAVL-PREF-CONTACT NOT = 'P'
               AND CUSTAVL-PREF-CONTACT NOT = SPACE
               MOVE 'PREF' TO WS-EXC-FIELD
               MOVE 'PREFERRED CONTACT NOT M OR P'
                   TO WS-EXC-REASON
               PERFORM 8900-NOTE-EXCEPTION
           END-IF.

      *    Rebuilds WS-TEXT-IN into WS-TEXT-OUT a word at a time:
      *    leading blanks and runs of blanks fall away, and with
      *    ABBREVIATE-SUFFIXES on, every word after the first that
      *    is a street suffix written out is replaced by its
      *    abbreviation. The output is never longer than the input.
       8000-REBUILD-TEXT.
           MOVE SPACES TO WS-TEXT-OUT
           MOVE 1 TO WS-IN-POINTER
           MOVE 1 TO WS-OUT-POINTER
           MOVE ZERO TO WS-WORD-NUMBER
           PERFORM 8100-MOVE-NEXT-WORD
               UNTIL WS-IN-POINTER > 30.

       8100-MOVE-NEXT-WORD.
           MOVE SPACES TO WS-TEXT-WORD
           MOVE ZERO TO WS-WORD-LENGTH
           UNSTRING WS-TEXT-IN DELIMITED BY ALL SPACE
               INTO WS-TEXT-WORD COUNT IN WS-WORD-LENGTH
               WITH POINTER WS-IN-POINTER
           END-UNSTRING
           IF WS-WORD-LENGTH > ZERO
               ADD 1 TO WS-WORD-NUMBER
               IF WS-OUT-POINTER > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-TEXT-OUT WITH POINTER WS-OUT-POINTER
                   END-STRING
               END-IF
               MOVE ZERO TO WS-SUF-FOUND-IDX
               IF ABBREVIATE-SUFFIXES AND WS-WORD-NUMBER > 1
                   PERFORM VARYING WS-SUF-IDX FROM 1 BY 1
                       UNTIL WS-SUF-IDX > 12
                       IF WS-SUFFIX-LENGTH(WS-SUF-IDX)
                               = WS-WORD-LENGTH
                           AND WS-SUFFIX-LONG(WS-SUF-IDX)
                               = WS-TEXT-WORD
                           MOVE WS-SUF-IDX TO WS-SUF-FOUND-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-SUF-FOUND-IDX > ZERO
                   STRING WS-SUFFIX-SHORT(WS-SUF-FOUND-IDX)
                           DELIMITED BY SPACE
                       INTO WS-TEXT-OUT WITH POINTER WS-OUT-POINTER
                   END-STRING
               ELSE
                   STRING WS-TEXT-WORD(1:WS-WORD-LENGTH)
                           DELIMITED BY SIZE
                       INTO WS-TEXT-OUT WITH POINTER WS-OUT-POINTER
                   END-STRING
               END-IF
           END-IF.

      *    The first exception found is the one returned; later ones
      *    on the same address are left for the next pass to show
      *    once the first has been put right.
       8900-NOTE-EXCEPTION.
           IF NOT CUSTAVL-EXCEPTION
               SET CUSTAVL-EXCEPTION TO TRUE
               MOVE WS-EXC-FIELD  TO CUSTAVL-FIELD
               MOVE WS-EXC-REASON TO CUSTAVL-REASON
           END-IF.
