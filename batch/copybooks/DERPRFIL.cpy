      ******************************************************************
      ******   REPRINT REQUEST MASTER RECORD (DE-RPR)              ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW MASTER FILE - ONE RECORD PER ON-REQUEST         *
      *          DUPLICATE STATEMENT, KEYED BY FIRM, ACCOUNT,          *
      *          STATEMENT DATE AND REQUESTED RECIPIENT. RECIPIENT     *
      *          'ACCT' IS THE ACCOUNT'S ADDRESS OF RECORD AND 'REP '  *
      *          THE REP OF RECORD; ANY OTHER CODE IS A THIRD PARTY    *
      *          (AUDITOR, ATTORNEY) WHOSE NAME AND ADDRESS ARE        *
      *          CARRIED HERE IN THE SAME SIX 30-BYTE LINES AS         *
      *          DE-HAPI-NA-LINES. STATUS 'P' IS PENDING; DESTMRPR     *
      *          SETS 'X' EXTRACTED OR 'J' REJECTED WITH THE REASON,   *
      *          THE DATE PROCESSED AND THE FEE CHARGED. 'C' IS        *
      *          CANCELLED BY THE BRANCH. MAINTAINED BY DERPRMNT FROM  *
      *          CARDS.                                                *
      ******************************************************************
       01  RPR-MASTER-RECORD.
           05  DE-RPR-KEY-AREA.
               10  DE-RPR-FIRM-NO                       PIC 9(3).
               10  DE-RPR-ACCT-NO                       PIC 9(8).
               10  DE-RPR-STMT-DATE                     PIC 9(8).
               10  DE-RPR-RECIPIENT                     PIC X(4).
                   88  DE-RPR-TO-ACCOUNT               VALUE 'ACCT'.
                   88  DE-RPR-TO-REP                   VALUE 'REP '.
           05  DE-RPR-LAYOUT.
               10  DE-RPR-STATUS                        PIC X(1).
                   88  DE-RPR-PENDING                  VALUE 'P'.
                   88  DE-RPR-EXTRACTED                VALUE 'X'.
                   88  DE-RPR-REJECTED                 VALUE 'J'.
                   88  DE-RPR-CANCELLED                VALUE 'C'.
               10  DE-RPR-REQUEST-DATE                  PIC 9(8).
               10  DE-RPR-REQUESTED-BY                  PIC X(10).
               10  DE-RPR-TP-NA-LINES                   PIC X(180).
               10  FILLER REDEFINES DE-RPR-TP-NA-LINES.
                   15  DE-RPR-TP-NA-LINES-TBL  OCCURS 6 TIMES.
                       20  DE-RPR-TP-NA-LINE            PIC X(30).
               10  DE-RPR-PROCESS-DATE                  PIC 9(8).
                   88  DE-RPR-NOT-PROCESSED            VALUE ZEROS.
               10  DE-RPR-REJECT-REASON                 PIC X(30).
               10  DE-RPR-FEE-AMOUNT                    PIC 9(5)V99.
               10  DE-RPR-CHANGE-WHO-CODE               PIC X(3).
               10  DE-RPR-CHANGE-USER-ID                PIC X(10).
               10  DE-RPR-CHANGE-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(20).
