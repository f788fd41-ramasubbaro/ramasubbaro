      ******************************************************************
      ******   HOUSEHOLD MASTER RECORD (DE-HSH)                    ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - ONE RECORD PER ACCOUNT THAT       *
      *          BELONGS TO A HOUSEHOLD, KEYED BY FIRM AND ACCOUNT,    *
      *          NAMING THE HEAD-OF-HOUSEHOLD (PARENT) ACCOUNT THE     *
      *          WEB SIDE CARRIES AS DE-HAPI-PARENT-ACCT. THE HEAD     *
      *          HAS A RECORD OF ITS OWN THAT NAMES ITSELF (ROLE 'H'), *
      *          SO EVERY ACTIVE MEMBER OF A HOUSEHOLD, HEAD INCLUDED, *
      *          SHARES ONE HEAD KEY. THE HEAD KEY IS AN ALTERNATE KEY *
      *          WITH DUPLICATES, SO A START ON IT AND READ NEXT LISTS *
      *          THE HOUSEHOLD. HOUSEHOLDS DO NOT CROSS FIRMS AND DO   *
      *          NOT NEST - A HEAD IS NEVER A MEMBER ELSEWHERE.        *
      *          REMOVED LINKS STAY ON FILE FOR AUDIT WITH STATUS 'R'  *
      *          AND ARE IGNORED BY DESTMPRD. MAINTAINED BY DEHSHMNT   *
      *          FROM CARDS.                                           *
      ******************************************************************
       01  HSH-MASTER-RECORD.
           05  DE-HSH-KEY-AREA.
               10  DE-HSH-FIRM-NO                       PIC 9(3).
               10  DE-HSH-ACCT-NO                       PIC 9(8).
           05  DE-HSH-HEAD-KEY-AREA.
               10  DE-HSH-HEAD-FIRM-NO                  PIC 9(3).
               10  DE-HSH-HEAD-ACCT-NO                  PIC 9(8).
           05  DE-HSH-LAYOUT.
               10  DE-HSH-ROLE                          PIC X(1).
                   88  DE-HSH-HEAD                     VALUE 'H'.
                   88  DE-HSH-MEMBER                   VALUE 'M'.
               10  DE-HSH-STATUS                        PIC X(1).
                   88  DE-HSH-ACTIVE                   VALUE 'A'.
                   88  DE-HSH-REMOVED                  VALUE 'R'.
               10  DE-HSH-DESCRIPTION                   PIC X(30).
               10  DE-HSH-CHANGE-WHO-CODE               PIC X(3).
               10  DE-HSH-CHANGE-USER-ID                PIC X(10).
               10  DE-HSH-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(7).
