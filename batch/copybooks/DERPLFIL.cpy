      ******************************************************************
      ******   REPRINT FEE LOG RECORD (DE-RPL)                     ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW LOG FILE - ONE RECORD PER REPRINT REQUEST       *
      *          DESTMRPR PROCESSES, EXTRACTED OR REJECTED, KEYED BY   *
      *          FIRM, DATE PROCESSED AND THE REQUEST KEY. CARRIES THE *
      *          USER WHO ASKED FOR THE DUPLICATE, THE BRANCH OF THE   *
      *          ACCOUNT'S REP OF RECORD (FROM REPMSTR) AND THE FEE    *
      *          CHARGED, WHICH IS ZERO ON A REJECTED REQUEST.         *
      *          DERPRFEE BILLS FROM IT MONTHLY BY FIRM AND BRANCH.    *
      ******************************************************************
       01  RPL-LOG-RECORD.
           05  DE-RPL-KEY-AREA.
               10  DE-RPL-FIRM-NO                       PIC 9(3).
               10  DE-RPL-PROCESS-DATE                  PIC 9(8).
               10  DE-RPL-ACCT-NO                       PIC 9(8).
               10  DE-RPL-STMT-DATE                     PIC 9(8).
               10  DE-RPL-RECIPIENT                     PIC X(4).
           05  DE-RPL-LAYOUT.
               10  DE-RPL-DISPOSITION                   PIC X(1).
                   88  DE-RPL-EXTRACTED                VALUE 'X'.
                   88  DE-RPL-REJECTED                 VALUE 'J'.
               10  DE-RPL-REQUEST-DATE                  PIC 9(8).
               10  DE-RPL-REQUESTED-BY                  PIC X(10).
               10  DE-RPL-REP                           PIC X(4).
               10  DE-RPL-BRANCH                        PIC X(4).
               10  DE-RPL-FEE-AMOUNT                    PIC 9(5)V99.
               10  DE-RPL-REJECT-REASON                 PIC X(30).
               10  DE-RPL-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(20).
