      *    Report bundle log (RPTBLOG), appended by RPTDIST1: one
      *    record per report per recipient each time a package is
      *    built, saying whether the report went into the package
      *    or was MISSING from it, and when the package was built.
      *    The bundle file itself carries no clock time; this is
      *    the delivery time SLACHK1 holds against the service-level
      *    commitments. A rerun of the bundler appends again, so
      *    the first record that CONTAINS the report is the one
      *    that delivered it.
       01  RPTBLOG-RECORD.
           05  RPTBLOG-BUSINESS-DATE   PIC  9(08).
           05  RPTBLOG-REPORT-DD       PIC  X(08).
           05  RPTBLOG-RECIPIENT       PIC  X(08).
           05  RPTBLOG-STATUS          PIC  X(01).
               88  RPTBLOG-CONTAINED               VALUE 'C'.
               88  RPTBLOG-MISSING                 VALUE 'M'.
           05  RPTBLOG-BUNDLE-DATE     PIC  9(08).
           05  RPTBLOG-BUNDLE-TIME     PIC  9(06).
