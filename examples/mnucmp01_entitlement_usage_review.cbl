      *      - per option, how many distinct users touched it
      *    Only successful dispatches (MNUAUD-EVENT-TYPE 'S') count
      *    as usage -- a refused attempt is not use of the option.
      *    A dispatch made under an approved delegation carries its
      *    delegation id on the audit record and is not an
      *    investigation item; MNUDLGN1 reviews delegated use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   PERFORM 2500-BUMP-OPTION-USER-COUNT
               END-IF
           ELSE
               IF MNUAUD-REASON-CODE = SPACES
                   PERFORM 2400-RECORD-UNAUTHORIZED-USE
               END-IF
           END-IF.

       2400-RECORD-UNAUTHORIZED-USE.
