      *    Access recertification review item: one per user per
      *    MNUSEC selection held when the campaign opened, assigned
      *    to the user's manager from the HRMGR reporting-line file.
      *    The manager certifies or revokes it through the RCRATT1
      *    menu transaction; a revoke is staged on the MNUPND
      *    pending file for the usual MNUADM01 checker approval and
      *    its pending id is kept here. An item still open when the
      *    campaign deadline is reached is revoked by RCRCLS1.
       01  RCRITM-RECORD.
           05  RCRITM-CAMPAIGN-ID      PIC  9(04).
           05  RCRITM-USERID           PIC  X(08).
           05  RCRITM-SELECTION        PIC  X(02).
           05  RCRITM-MANAGER-USERID   PIC  X(08).
           05  RCRITM-STATUS           PIC  X(01).
               88  RCRITM-STATUS-OPEN              VALUE 'O'.
               88  RCRITM-STATUS-CERTIFIED         VALUE 'C'.
               88  RCRITM-STATUS-REVOKED           VALUE 'V'.
               88  RCRITM-STATUS-AUTO-REVOKED      VALUE 'A'.
           05  RCRITM-DECIDED-BY       PIC  X(08).
           05  RCRITM-DECIDED-DATE     PIC  9(08).
           05  RCRITM-DECIDED-TIME     PIC  9(06).
           05  RCRITM-PENDING-ID       PIC  9(04).
