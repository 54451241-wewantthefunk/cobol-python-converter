      *    completion through JOBGATE1 carrying the pass/fail
      *    return code, so with this job chained as a predecessor
      *    of DATEROLL the nightly chain refuses to start on a
      *    failing date service. Vectors for the day-count
      *    function also carry the second date and the convention,
      *    and are judged on the year fraction as well as the day
      *    count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  VECTOR-FILE.
       01  VECTOR-IN-RECORD            PIC X(73).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).
       01  WS-EXPECTED-RC               PIC S9(09)  COMP-5 VALUE 0.
       01  WS-ACTUAL-NUMBER             PIC S9(05)  VALUE ZERO.
       01  WS-EXPECTED-NUMBER           PIC S9(05)  VALUE ZERO.
       01  WS-EXPECTED-FRACTION         PIC 9(03)V9(12)
                                                    VALUE ZERO.
       01  WS-EXPECTED-FRACTION-X REDEFINES WS-EXPECTED-FRACTION
                                        PIC X(15).
       01  WS-ACTUAL-FRACTION           PIC -ZZ9.9(12).

       COPY DTEVECT.
       COPY DATEAREA.
           MOVE DTV-FORMAT-1      TO W-FORMAT-1
           MOVE DTV-FORMAT-2      TO W-FORMAT-2
           MOVE DTV-DATE-1        TO W-DATE-1
           IF DTV-DATE-2 NOT = SPACES
               MOVE DTV-DATE-2    TO W-DATE-2
           END-IF
           MOVE DTV-DAY-COUNT-BASIS TO W-DAY-COUNT-BASIS
           IF DTV-NUMBER-FIELD(2:5) IS NUMERIC
               MOVE DTV-NUMBER-FIELD(2:5) TO WS-ACTUAL-NUMBER
               IF DTV-NUMBER-FIELD(1:1) = '-'
           IF DTV-EXPECTED-NUMBER NOT = SPACES
               PERFORM 2250-COMPARE-NUMERIC-RESULT
           END-IF
           IF DTV-EXPECTED-FRACTION NOT = SPACES
               PERFORM 2260-COMPARE-YEAR-FRACTION
           END-IF
           IF NOT VECTOR-PASSED
               DISPLAY '*** DTECERT1 VECTOR ' DTV-VECTOR-ID
                   ' FAILED: FUNC ' DTV-FUNCTION-CODE
                   ' RC ' DTV-EXPECTED-RC
                   ' GOT D2 ' W-DATE-2
                   ' RC ' W-RETURN-CODE ' ***'
               IF DTV-EXPECTED-FRACTION NOT = SPACES
                   MOVE W-YEAR-FRACTION TO WS-ACTUAL-FRACTION
                   DISPLAY '*** DTECERT1 VECTOR ' DTV-VECTOR-ID
                       ' BASIS ' DTV-DAY-COUNT-BASIS
                       ' EXPECTED FRACTION ' DTV-EXPECTED-FRACTION
                       ' GOT ' WS-ACTUAL-FRACTION
                       ' DAYS ' W-NUMBER-FIELD ' ***'
               END-IF
           END-IF.

       2250-COMPARE-NUMERIC-RESULT.
               END-IF
           END-IF.

       2260-COMPARE-YEAR-FRACTION.
           IF DTV-EXPECTED-FRACTION NOT NUMERIC
               MOVE 'N' TO WS-VECTOR-OK-SW
           ELSE
               MOVE DTV-EXPECTED-FRACTION TO WS-EXPECTED-FRACTION-X
               IF W-YEAR-FRACTION NOT = WS-EXPECTED-FRACTION
                   MOVE 'N' TO WS-VECTOR-OK-SW
               END-IF
           END-IF.

       2900-READ-VECTOR.
           READ VECTOR-FILE
               AT END
