      *    Sign-on dormancy status record, one per enabled MNUUSR
      *    userid, carried night to night by the dormant-id job
      *    (MNUIDLN1). MNUAUD is rotated and MNUACT only remembers
      *    the last user at each terminal, so the last sign-on date
      *    is kept here and only ever moved forward by what those
      *    two show. The basis byte says where the date came from:
      *    a sign-on the job saw, the first night the job found the
      *    id with no sign-on anywhere (the clock starts then, never
      *    earlier than the job can prove), or the night it found an
      *    id it had disabled enabled again by an administrator (the
      *    clock restarts, so the id is not disabled again before
      *    its owner has had the chance to use it). The warning
      *    date and the MNUDIR notice that carried it are cleared
      *    for a fresh warning once the id signs on again.
       01  MNUIDL-RECORD.
           05  MNUIDL-USERID           PIC  X(08).
           05  MNUIDL-LAST-SIGNON-DATE PIC  9(08).
           05  MNUIDL-SIGNON-BASIS     PIC  X(01).
               88  MNUIDL-FROM-SIGNON              VALUE 'S'.
               88  MNUIDL-FIRST-SEEN               VALUE 'F'.
               88  MNUIDL-RE-ENABLED               VALUE 'R'.
           05  MNUIDL-WARNED-DATE      PIC  9(08).
           05  MNUIDL-WARN-MSG-ID      PIC  9(04).
           05  MNUIDL-DISABLED-DATE    PIC  9(08).
