      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 THE KEYING USER'S DE-SECURITY-LEVEL, DE-DEPT AND    *
      *          DE-USER-ID-TYPE ARE NOW CARRIED ON EVERY ROW, TAKEN   *
      *          OUT OF THE TRAILING FILLER, SO DEUENCHK CAN RESOLVE A *
      *          DEPARTMENT ENTITLEMENT FOR A USER WITHOUT ONE OF      *
      *          THEIR OWN. THE RECORD LENGTH IS UNCHANGED; ROWS       *
      *          WRITTEN BEFORE THIS CARRY SPACES THERE.               *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 BEFORE/AFTER IMAGES WIDENED FROM X(300) TO X(450)   *
      *          SO THE FULL 446-BYTE HAPI-MASTER-RECORD FITS - AT     *
      *          300 THE IMAGES CUT OFF BEFORE THE REP, REP-B4-ACATS   *
           05  DE-AUDIT-KEY-AREA             PIC X(41).
           05  DE-AUDIT-BEFORE-IMAGE         PIC X(450).
           05  DE-AUDIT-AFTER-IMAGE          PIC X(450).
           05  DE-AUDIT-SECURITY-LEVEL       PIC X(2).
           05  DE-AUDIT-DEPT                 PIC X(4).
           05  DE-AUDIT-USER-ID-TYPE         PIC X(2).
           05  FILLER                        PIC X(42).
