      *    Change-data-capture record for the data-warehouse feed of
      *    the customer master (CUSTCDC1). One record per customer
      *    whose master record changed between yesterday's snapshot
      *    and today's file, in one flat layout that does not depend
      *    on CUSTREC-TYPE: the name is already split (a legacy name
      *    on its comma, the way CUSTCNV1 splits it), the balance is
      *    in display form with its sign, and the risk score is zero
      *    for a record still on the legacy view. An insert, update,
      *    closure or merge carries today's image; an archive move
      *    or an unexplained removal carries the last image the
      *    master held. 80 bytes, so the FILEHDTR header and trailer
      *    ride the same file.
       01  CUSTCDC-RECORD.
           05  CUSTCDC-CHANGE-TYPE     PIC  X(01).
               88  CUSTCDC-INSERT                  VALUE 'I'.
               88  CUSTCDC-UPDATE                  VALUE 'U'.
               88  CUSTCDC-CLOSURE                 VALUE 'C'.
               88  CUSTCDC-MERGE                   VALUE 'M'.
               88  CUSTCDC-ARCHIVE                 VALUE 'A'.
               88  CUSTCDC-REMOVAL                 VALUE 'D'.
           05  CUSTCDC-BUSINESS-DATE   PIC  9(08).
           05  CUSTCDC-CUSTOMER-ID     PIC  X(08).
           05  CUSTCDC-SOURCE-VIEW     PIC  X(01).
           05  CUSTCDC-LAST-NAME       PIC  X(20).
           05  CUSTCDC-FIRST-NAME      PIC  X(10).
      *    'N' when a legacy name would not split on one comma: the
      *    name is then carried unsplit, its first 20 bytes in the
      *    last name and the rest in the first name.
           05  CUSTCDC-NAME-SPLIT      PIC  X(01).
               88  CUSTCDC-NAME-WAS-SPLIT          VALUE 'Y'.
               88  CUSTCDC-NAME-NOT-SPLIT          VALUE 'N'.
           05  CUSTCDC-BALANCE         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CUSTCDC-STATUS          PIC  X(01).
           05  CUSTCDC-CYCLE           PIC  X(02).
           05  CUSTCDC-RISK-SCORE      PIC  9(03).
           05  FILLER                  PIC  X(13).
