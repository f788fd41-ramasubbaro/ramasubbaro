      ******************************************************************
      ******   USER ENTITLEMENT MASTER RECORD (DE-UEN)             ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - WHO MAY DO WHAT THROUGH DE20050.  *
      *          ONE RECORD PER USER ID ('U') OR DEPARTMENT ('D', THE  *
      *          DE-DEPT CODE) LISTING THE APPLICATION/FUNCTION PAIRS  *
      *          THE HOLDER MAY KEY - A FUNCTION OF '****' COVERS      *
      *          EVERY FUNCTION OF THE APPLICATION - AND UP TO 10      *
      *          FIRMS IT IS RESTRICTED TO (NO FIRMS = ALL FIRMS). A   *
      *          USER RECORD, WHEN PRESENT, IS THE USER'S WHOLE        *
      *          ENTITLEMENT AND REPLACES THE DEPARTMENT'S, SO ONE     *
      *          USER CAN BE NARROWED OR WIDENED WITHOUT TOUCHING THE  *
      *          REST OF THE DEPARTMENT. 'S' SUSPENDS A RECORD WITHOUT *
      *          LOSING ITS PAIRS. MAINTAINED BY DEUENMNT FROM CARDS,  *
      *          EVERY CHANGE AUDITED AS APPLICATION 'ENTL'; DEUENCHK  *
      *          CHECKS EACH NIGHT'S AUDIT ROWS AGAINST IT.            *
      ******************************************************************
       01  UEN-MASTER-RECORD.
           05  DE-UEN-KEY-AREA.
               10  DE-UEN-KEY-TYPE                      PIC X(1).
                   88  DE-UEN-USER-KEY                 VALUE 'U'.
                   88  DE-UEN-DEPT-KEY                 VALUE 'D'.
                   88  DE-UEN-KEY-TYPE-VALID           VALUE 'U' 'D'.
               10  DE-UEN-KEY-ID                        PIC X(10).
           05  DE-UEN-LAYOUT.
               10  DE-UEN-STATUS                        PIC X(1).
                   88  DE-UEN-ACTIVE                   VALUE 'A'.
                   88  DE-UEN-SUSPENDED                VALUE 'S'.
               10  DE-UEN-DESCRIPTION                   PIC X(30).
               10  DE-UEN-FIRM-COUNT                    PIC 9(2).
                   88  DE-UEN-ALL-FIRMS                VALUE ZEROS.
               10  DE-UEN-FIRM-NO OCCURS 10 TIMES       PIC 9(3).
               10  DE-UEN-PAIR-COUNT                    PIC 9(2).
               10  DE-UEN-PAIR OCCURS 30 TIMES.
                   15  DE-UEN-APPLICATION               PIC X(4).
                   15  DE-UEN-FUNCTION                  PIC X(4).
                       88  DE-UEN-ANY-FUNCTION         VALUE '****'.
               10  DE-UEN-CHANGE-WHO-CODE               PIC X(3).
               10  DE-UEN-CHANGE-USER-ID                PIC X(10).
               10  DE-UEN-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(20).
