      ******************************************************************
      ******   E-DELIVERY CONSENT MASTER RECORD (DE-EDC)           ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - ONE RECORD PER ACCOUNT THAT HAS   *
      *          EVER CONSENTED TO ELECTRONIC STATEMENT DELIVERY,      *
      *          KEYED BY FIRM AND ACCOUNT: WHEN AND HOW THE CONSENT   *
      *          WAS GIVEN, THE E-MAIL ADDRESS THE NOTIFICATION GOES   *
      *          TO, AND WHEN IT WAS REVOKED. STATUS 'C' IS A LIVE     *
      *          CONSENT AND IS THE ONLY ONE DESTMPRD ROUTES TO        *
      *          ENOTIFY; 'R' IS REVOKED BY THE CLIENT; 'P' IS PAPER   *
      *          FALLBACK, SET BY DEEDCBNC WHEN THE ADDRESS HAS        *
      *          BOUNCED THE SET NUMBER OF TIMES. A FRESH CONSENT      *
      *          CARD TO DEEDCMNT CLEARS THE BOUNCE HISTORY.           *
      ******************************************************************
       01  EDC-MASTER-RECORD.
           05  DE-EDC-KEY-AREA.
               10  DE-EDC-FIRM-NO                       PIC 9(3).
               10  DE-EDC-ACCT-NO                       PIC 9(8).
           05  DE-EDC-LAYOUT.
               10  DE-EDC-STATUS                        PIC X(1).
                   88  DE-EDC-CONSENTED                VALUE 'C'.
                   88  DE-EDC-REVOKED                  VALUE 'R'.
                   88  DE-EDC-PAPER-FALLBACK           VALUE 'P'.
               10  DE-EDC-CONSENT-DATE                  PIC 9(8).
               10  DE-EDC-CONSENT-SOURCE                PIC X(4).
                   88  DE-EDC-SOURCE-WEB               VALUE 'WEB '.
                   88  DE-EDC-SOURCE-BRANCH            VALUE 'BRCH'.
                   88  DE-EDC-SOURCE-FORM              VALUE 'FORM'.
                   88  DE-EDC-SOURCE-PHONE             VALUE 'CALL'.
               10  DE-EDC-EMAIL-ADDRESS                 PIC X(50).
               10  DE-EDC-REVOKE-DATE                   PIC 9(8).
                   88  DE-EDC-NOT-REVOKED              VALUE ZEROS.
               10  DE-EDC-BOUNCE-COUNT                  PIC 9(3).
               10  DE-EDC-LAST-BOUNCE-DATE              PIC 9(8).
               10  DE-EDC-LAST-BOUNCE-REASON            PIC X(4).
               10  DE-EDC-FALLBACK-DATE                 PIC 9(8).
               10  DE-EDC-CHANGE-WHO-CODE               PIC X(3).
               10  DE-EDC-CHANGE-USER-ID                PIC X(10).
               10  DE-EDC-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(16).
