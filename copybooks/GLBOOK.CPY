      *    General-ledger booking confirmation, the GL system's
      *    return file for the CUSTPGLI interface extract. The
      *    transmission acknowledgement (XMITCTL1) only says the
      *    ledger received the file; this says what it booked. Two
      *    record kinds share the layout. An E record is one journal
      *    the ledger booked, by business date and account pair,
      *    with the ledger's journal reference; a reversal the
      *    ledger books against an earlier journal arrives as a
      *    negative amount on the same pair and date. A T record is
      *    the ledger's trial-balance movement for one of our
      *    accounts for a business date -- debit and credit movement
      *    as the ledger stands it, restated in full whenever the
      *    ledger re-sends the date. The source code names the
      *    feeding system; our extract books as CPST.
       01  GLBOOK-RECORD.
           05  GLBOOK-RECORD-TYPE      PIC  X(01).
               88  GLBOOK-BOOKED-ENTRY             VALUE 'E'.
               88  GLBOOK-TB-MOVEMENT              VALUE 'T'.
           05  GLBOOK-BUSINESS-DATE    PIC  9(08).
           05  GLBOOK-SOURCE           PIC  X(04).
           05  GLBOOK-ENTRY-DATA.
               10  GLBOOK-DEBIT-ACCOUNT
                                       PIC  X(08).
               10  GLBOOK-CREDIT-ACCOUNT
                                       PIC  X(08).
               10  GLBOOK-AMOUNT       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  GLBOOK-JOURNAL-REF  PIC  X(12).
               10  FILLER              PIC  X(16).
           05  GLBOOK-MOVEMENT-DATA REDEFINES GLBOOK-ENTRY-DATA.
               10  GLBOOK-TB-ACCOUNT   PIC  X(08).
               10  GLBOOK-TB-DEBIT-MOVEMENT
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  GLBOOK-TB-CREDIT-MOVEMENT
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC  X(20).
