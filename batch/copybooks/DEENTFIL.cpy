      ******************************************************************
      ******   E-NOTIFICATION FILE RECORD (DE-ENT)                 ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW RECORD FOR THE ENOTIFY FILE DESTMPRD WRITES FOR *
      *          THE CLIENT-PORTAL VENDOR. ONE HEADER ('H'), ONE       *
      *          NOTIFICATION ('D') PER STATEMENT DELIVERED            *
      *          ELECTRONICALLY INSTEAD OF ON THE STMEXTR PRINT        *
      *          EXTRACT - WITH THE SAME STATEMENT OPTIONS THE PRINT   *
      *          DETAIL WOULD HAVE CARRIED AND THE CONSENTED E-MAIL    *
      *          ADDRESS - AND ONE TRAILER ('T'). THE TRAILER SPLITS   *
      *          THE RUN'S DUE LIST INTO PRINT ORIGINALS, ELECTRONIC   *
      *          NOTIFICATIONS AND ACCOUNTS DROPPED (HELD, RETURNED    *
      *          MAIL, NOT ON MASTER), SO DESTMCNF AND DERUNRPT CAN    *
      *          BALANCE BOTH CHANNELS AGAINST THE DUE LIST.           *
      ******************************************************************
       01  ENT-NOTIFY-RECORD.
           05  DE-ENT-RECORD-TYPE                       PIC X(1).
               88  DE-ENT-HEADER-REC                   VALUE 'H'.
               88  DE-ENT-DETAIL-REC                   VALUE 'D'.
               88  DE-ENT-TRAILER-REC                  VALUE 'T'.
           05  DE-ENT-RECORD-BODY                       PIC X(149).
           05  DE-ENT-HEADER REDEFINES DE-ENT-RECORD-BODY.
               10  DE-ENT-HDR-RUN-DATE                  PIC 9(8).
               10  DE-ENT-HDR-CREATE-TIMESTAMP          PIC X(26).
               10  FILLER                               PIC X(115).
           05  DE-ENT-DETAIL REDEFINES DE-ENT-RECORD-BODY.
               10  DE-ENT-FIRM-NO                       PIC 9(3).
               10  DE-ENT-ACCT-NO                       PIC 9(8).
               10  DE-ENT-STMT-CODE                     PIC X(1).
               10  DE-ENT-STMT-DATE                     PIC 9(8).
               10  DE-ENT-EMAIL-ADDRESS                 PIC X(50).
               10  DE-ENT-CONSENT-DATE                  PIC 9(8).
               10  DE-ENT-REP                           PIC X(4).
               10  DE-ENT-MMF-SUPPRESS-IND              PIC X(1).
               10  DE-ENT-MSG-SUPPRESS-IND              PIC X(1).
               10  DE-ENT-TAX-LOTS-IND                  PIC X(1).
               10  DE-ENT-REALIZED-IND                  PIC X(1).
               10  DE-ENT-GORL-OVERRIDE-IND             PIC X(1).
               10  DE-ENT-FILE-TYPE-IND                 PIC X(1).
               10  DE-ENT-COST-BASIS-SW                 PIC X(1).
               10  FILLER                               PIC X(60).
           05  DE-ENT-TRAILER REDEFINES DE-ENT-RECORD-BODY.
               10  DE-ENT-TRL-DUE-COUNT                 PIC 9(9).
               10  DE-ENT-TRL-PRINT-COUNT               PIC 9(9).
               10  DE-ENT-TRL-ELECTRONIC-COUNT          PIC 9(9).
               10  DE-ENT-TRL-DROPPED-COUNT             PIC 9(9).
               10  FILLER                               PIC X(113).
