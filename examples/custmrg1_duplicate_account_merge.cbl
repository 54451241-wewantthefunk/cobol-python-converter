           MOVE WS-CORRELATION-ID    TO CUSTHST-CORRELATION-ID
           SET CUSTHST-NOT-REVERSED  TO TRUE
           MOVE ZEROES               TO CUSTHST-CROSS-REF-DATE
           MOVE 'M'                  TO CUSTHST-POSTING-SOURCE
           MOVE SPACES               TO MERGE-HIST-LINE
           MOVE CUSTHST-RECORD       TO MERGE-HIST-LINE
           WRITE MERGE-HIST-LINE
