      *    Legal-hold record, one per customer id, keyed by
      *    CUSTREC-CUSTOMER-ID. A customer under hold is never
      *    destroyed by the archive retention purge (CUSTPRG1),
      *    however long ago the account was closed. The hold may be
      *    placed while the account is still active or after it has
      *    been archived. Maintained only through the legal-hold
      *    transaction (CUSTLHM1), which stamps who placed the hold,
      *    when, and why; a release removes the record, and the
      *    transaction's journal keeps the hold's whole history.
       01  LEGHOLD-RECORD.
           05  LEGHOLD-CUSTOMER-ID     PIC  X(08).
           05  LEGHOLD-PLACED-BY       PIC  X(08).
           05  LEGHOLD-PLACED-DATE     PIC  9(08).
           05  LEGHOLD-PLACED-TIME     PIC  9(06).
           05  LEGHOLD-MATTER-REF      PIC  X(12).
           05  LEGHOLD-REASON          PIC  X(40).
