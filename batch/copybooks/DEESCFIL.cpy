      ******************************************************************
      ******   LOST-SECURITYHOLDER / ESCHEAT TRACKING MASTER (DE-ESC) **
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - ONE RECORD PER ACCOUNT THAT HAS   *
      *          GONE LOST UNDER THE RETURNED-MAIL THRESHOLD, KEYED    *
      *          LIKE HAPMSTR. CREATED BY DEESCTRK WHEN A DE-HAPI-     *
      *          MAIL-STATUS-IND 'R' FLAG HAS AGED PAST THE LOST-DAYS  *
      *          PARAMETER, IT CARRIES THE STATE WHOSE DORMANCY RULE   *
      *          APPLIES, THE ESCHEAT DEADLINE WORKED OUT FROM THE     *
      *          MAIL RETURN DATE, THE LOCATOR-VENDOR SEARCH HISTORY   *
      *          AND RESULT (WITH ANY ADDRESS THE VENDOR FOUND), AND   *
      *          THE DATES THE TWO DUE-DILIGENCE LETTERS WENT OUT.     *
      *          THE RECORD IS MARKED RESOLVED, NOT DELETED, WHEN THE  *
      *          MAIL FLAG COMES OFF, SO THE HISTORY STAYS ON FILE FOR *
      *          THE STATE EXAMINERS. DEESCRPT PRINTS THE MONTHLY      *
      *          APPROACHING-ESCHEAT REPORT FROM IT.                   *
      ******************************************************************
       01  ESC-MASTER-RECORD.
           05  DE-ESC-KEY-AREA.
               10  DE-ESC-FIRM-NO                       PIC 9(3).
               10  DE-ESC-ACCT-NO                       PIC 9(8).
           05  DE-ESC-LAYOUT.
               10  DE-ESC-STATUS                        PIC X(1).
                   88  DE-ESC-LOST                     VALUE 'L'.
                   88  DE-ESC-LOCATED                  VALUE 'F'.
                   88  DE-ESC-RESOLVED                 VALUE 'R'.
               10  DE-ESC-STATE                         PIC X(2).
                   88  DE-ESC-STATE-UNKNOWN            VALUE SPACES.
               10  DE-ESC-MAIL-RETURN-DATE              PIC 9(8).
               10  DE-ESC-LOST-DATE                     PIC 9(8).
               10  DE-ESC-DORMANCY-YEARS                PIC 9(2).
               10  DE-ESC-ESCHEAT-DATE                  PIC 9(8).
               10  DE-ESC-SEARCH-COUNT                  PIC 9(1).
               10  DE-ESC-LAST-SEARCH-DATE              PIC 9(8).
               10  DE-ESC-RESULT-CODE                   PIC X(1).
                   88  DE-ESC-NO-RESULT                VALUE SPACES.
                   88  DE-ESC-RESULT-FOUND             VALUE 'F'.
                   88  DE-ESC-RESULT-NOT-FOUND         VALUE 'N'.
                   88  DE-ESC-RESULT-DECEASED          VALUE 'D'.
               10  DE-ESC-RESULT-DATE                   PIC 9(8).
               10  DE-ESC-LOCATED-ADDRESS.
                   15  DE-ESC-LOCATED-LINE  OCCURS 3 TIMES
                                                        PIC X(30).
               10  DE-ESC-LETTER-1-DATE                 PIC 9(8).
               10  DE-ESC-LETTER-2-DATE                 PIC 9(8).
               10  DE-ESC-RESOLVED-DATE                 PIC 9(8).
               10  DE-ESC-CHANGE-WHO-CODE               PIC X(3).
               10  DE-ESC-CHANGE-USER-ID                PIC X(10).
               10  DE-ESC-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(39).
