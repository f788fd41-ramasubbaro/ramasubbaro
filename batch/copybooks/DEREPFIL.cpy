      ******************************************************************
      ******   REP REFERENCE MASTER RECORD (DE-REP)                ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - ONE RECORD PER REP, KEYED BY FIRM *
      *          AND THE 4-BYTE REP CODE CARRIED ON DE-HAPI-REP,       *
      *          DE-HAPI-REP-B4-ACATS AND DE-STM-COD-REP: THE REP'S    *
      *          NAME, BRANCH, THE REP CODE OF THE BRANCH MANAGER,     *
      *          STATUS ('A' ACTIVE, 'L' ON LEAVE, 'T' TERMINATED),    *
      *          EFFECTIVE, LEAVE AND TERMINATION DATES, AND THE       *
      *          SUCCESSOR REP WHO TAKES THE BOOK. ONLY AN ACTIVE REP  *
      *          CAN RECEIVE A BOOK THROUGH DEREPXFR. MAINTAINED BY    *
      *          DEREPMNT FROM CARDS; DEREPORP LISTS THE BOOKS LEFT ON *
      *          TERMINATED REPS.                                      *
      ******************************************************************
       01  REP-MASTER-RECORD.
           05  DE-REP-KEY-AREA.
               10  DE-REP-FIRM-NO                       PIC 9(3).
               10  DE-REP-CODE                          PIC X(4).
           05  DE-REP-LAYOUT.
               10  DE-REP-NAME                          PIC X(30).
               10  DE-REP-BRANCH                        PIC X(4).
               10  DE-REP-BRANCH-MGR                    PIC X(4).
               10  DE-REP-STATUS                        PIC X(1).
                   88  DE-REP-ACTIVE                   VALUE 'A'.
                   88  DE-REP-ON-LEAVE                 VALUE 'L'.
                   88  DE-REP-TERMINATED               VALUE 'T'.
               10  DE-REP-EFFECTIVE-DATE                PIC 9(8).
               10  DE-REP-LEAVE-DATE                    PIC 9(8).
                   88  DE-REP-NOT-ON-LEAVE             VALUE ZEROS.
               10  DE-REP-TERM-DATE                     PIC 9(8).
                   88  DE-REP-NOT-TERMINATED           VALUE ZEROS.
               10  DE-REP-SUCCESSOR                     PIC X(4).
               10  DE-REP-CHANGE-WHO-CODE               PIC X(3).
               10  DE-REP-CHANGE-USER-ID                PIC X(10).
               10  DE-REP-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(20).
