      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 THE AUDIT SECTION NO LONGER SWEEPS THE WHOLE LOG    *
      *          FOR EVERY CARD. THE ACCOUNT'S ROWS ARE FOUND ON THE   *
      *          AUDXREF FIRM/ACCOUNT/TIMESTAMP CROSS-REFERENCE AND    *
      *          EACH IS READ FROM AUDITLOG BY ITS TRANS-RID, OLDEST   *
      *          FIRST, SO A COMPLIANCE REQUEST OF HUNDREDS OF         *
      *          ACCOUNTS FITS IN THE NIGHTLY WINDOW. STM-COD ROWS,    *
      *          WHICH CARRY A SUB NUMBER RATHER THAN AN ACCOUNT, NO   *
      *          LONGER TURN UP UNDER AN ACCOUNT OF THE SAME NUMBER.   *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 NEW BATCH PROGRAM - PRINTS ONE DOSSIER PER          *
      *          FIRM/ACCOUNT CARD COVERING EVERY DE20050 MASTER IN    *
      *          ONE DOCUMENT: THE HOLD RECORD WITH REASON AND         *
                   WITH DUPLICATES
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT AUDIT-XREF-FILE ASSIGN TO AUDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-AXR-KEY-AREA
               FILE STATUS IS WS-AXR-FILE-STATUS.

           SELECT PROFILE-REPORT ASSIGN TO PRFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  AUDIT-XREF-FILE
           RECORDING MODE IS F.
           COPY DEAXRFIL.

       FD  PROFILE-REPORT
           RECORDING MODE IS F.
       01  PROFILE-REPORT-LINE               PIC X(100).
           88  WS-WSH-FILE-OK          VALUE '00'.
       01  WS-AUD-FILE-STATUS           PIC XX.
           88  WS-AUD-FILE-OK          VALUE '00'.
       01  WS-AXR-FILE-STATUS           PIC XX.
           88  WS-AXR-FILE-OK          VALUE '00'.
       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.


       01  WS-NX                        PIC 9(3)    COMP.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-DOSSIERS-PRINTED      PIC 9(7) VALUE ZEROS.
                INPUT  MAD-MASTER-FILE
                INPUT  WSH-MASTER-FILE
                INPUT  AUDIT-LOG-FILE
                INPUT  AUDIT-XREF-FILE
                OUTPUT PROFILE-REPORT
           IF WS-CARD-FILE-OK AND WS-HLD-FILE-OK
               AND WS-STM-FILE-OK AND WS-HAP-FILE-OK
               AND WS-MAD-FILE-OK AND WS-WSH-FILE-OK
               AND WS-AUD-FILE-OK AND WS-AXR-FILE-OK
               AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEACTPRF - OPEN FAILED, CARDS='
                   ' MAD=' WS-MAD-FILE-STATUS
                   ' WSH=' WS-WSH-FILE-STATUS
                   ' AUD=' WS-AUD-FILE-STATUS
                   ' AXR=' WS-AXR-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.
               END-IF
           END-IF.

      *    THE CROSS-REFERENCE IS IN FIRM/ACCOUNT/TIMESTAMP ORDER,
      *    SO A START ON THE ACCOUNT AND READ NEXT UNTIL IT CHANGES
      *    GIVES THE ACCOUNT'S ROWS OLDEST FIRST WITHOUT TOUCHING
      *    ANY OTHER ACCOUNT'S.
       8000-PRINT-AUDIT-SECTION.
           MOVE ' AUDIT-LOG ACTIVITY'
                TO WS-SECTION-HEADING
           PERFORM 3100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-AUD-DONE-SW
           MOVE 'N' TO WS-AUD-PRINTED-SW
           MOVE LOW-VALUES       TO DE-AXR-KEY-AREA
           MOVE PRF-CARD-FIRM-NO TO DE-AXR-FIRM-NO
           MOVE PRF-CARD-ACCT-NO TO DE-AXR-ACCT-NO
           START AUDIT-XREF-FILE
               KEY IS NOT LESS THAN DE-AXR-KEY-AREA
               INVALID KEY
                   SET WS-AUD-DONE TO TRUE
           END-START
           END-IF.

       8100-PRINT-NEXT-AUDIT.
           READ AUDIT-XREF-FILE NEXT RECORD
               AT END
                   SET WS-AUD-DONE TO TRUE
           END-READ
           IF NOT WS-AUD-DONE
               IF DE-AXR-FIRM-NO NOT = PRF-CARD-FIRM-NO
                   OR DE-AXR-ACCT-NO NOT = PRF-CARD-ACCT-NO
                   SET WS-AUD-DONE TO TRUE
               ELSE
                   PERFORM 8200-PRINT-AUDIT-ROW
               END-IF
           END-IF.

      *    A CROSS-REFERENCE ROW WHOSE LOG ROW HAS GONE (PURGED BY
      *    DEAUDRTN WITHOUT THE CROSS-REFERENCE FOLLOWING) IS SHOWN
      *    FROM THE CROSS-REFERENCE ALONE SO THE GAP IS VISIBLE.
       8200-PRINT-AUDIT-ROW.
           SET WS-AUD-PRINTED TO TRUE
           MOVE DE-AXR-TRANS-RID TO DE-AUDIT-TRANS-RID
           READ AUDIT-LOG-FILE
               INVALID KEY
                   MOVE DE-AXR-TIMESTAMP   TO WS-AL-TIMESTAMP
                   MOVE 'NOT ON LOG'       TO WS-AL-USERID
                   MOVE DE-AXR-APPLICATION TO WS-AL-APPLICATION
                   MOVE DE-AXR-FUNCTION    TO WS-AL-FUNCTION
                   MOVE SPACES             TO WS-AL-ORIGINATOR
               NOT INVALID KEY
                   MOVE DE-AUDIT-TIMESTAMP   TO WS-AL-TIMESTAMP
                   MOVE DE-AUDIT-USERID      TO WS-AL-USERID
                   MOVE DE-AUDIT-APPLICATION TO WS-AL-APPLICATION
                   MOVE DE-AUDIT-FUNCTION    TO WS-AL-FUNCTION
                   MOVE DE-AUDIT-ORIGINATOR  TO WS-AL-ORIGINATOR
           END-READ
           MOVE SPACES        TO PROFILE-REPORT-LINE
           MOVE WS-AUDIT-LINE TO PROFILE-REPORT-LINE
           PERFORM 3950-WRITE-REPORT-LINE.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE PRF-CARD-FILE HLD-MASTER-FILE STM-MASTER-FILE
                     HAPI-MASTER-FILE MAD-MASTER-FILE
                     WSH-MASTER-FILE AUDIT-LOG-FILE AUDIT-XREF-FILE
                     PROFILE-REPORT
           END-IF
           DISPLAY 'DEACTPRF - CARDS READ       : ' WS-CARDS-READ
           DISPLAY 'DEACTPRF - DOSSIERS PRINTED : '
