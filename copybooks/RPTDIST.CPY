      *    (RPTDIST1) collects the night's outputs per recipient
      *    into one package with a cover summary of what is inside
      *    and what is missing -- a missing report is itself a
      *    finding, not a gap in somebody's checklist. A report
      *    produced only at fiscal period end (the portfolio report,
      *    PORTFRPT) is routed with frequency 'M'; the bundler
      *    expects it only on the night FISCALCL marks as period
      *    end, so the other nights do not list it as missing.
       01  RPTDIST-RECORD.
           05  RPTDIST-REPORT-DD       PIC  X(08).
           05  RPTDIST-RECIPIENT       PIC  X(08).
           05  RPTDIST-INTERNAL-FLAG   PIC  X(01).
               88  RPTDIST-IS-INTERNAL             VALUE 'Y'.
               88  RPTDIST-IS-EXTERNAL             VALUE 'N'.
           05  RPTDIST-FREQUENCY       PIC  X(01).
               88  RPTDIST-IS-NIGHTLY              VALUE ' '.
               88  RPTDIST-IS-MONTH-END            VALUE 'M'.
