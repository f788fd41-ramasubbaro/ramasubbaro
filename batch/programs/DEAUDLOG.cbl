      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 THE CALLER'S DE-SECURITY-LEVEL, DE-DEPT AND         *
      *          DE-USER-ID-TYPE ARE NOW WRITTEN TO THE NEW DEAUDFIL   *
      *          FIELDS, SO EVERY ROW SAYS WHICH DEPARTMENT THE CHANGE *
      *          WAS KEYED UNDER FOR THE DEUENCHK ENTITLEMENT CHECK.   *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 EVERY ROW THAT NAMES AN ACCOUNT IS NOW ALSO POSTED  *
      *          TO THE AUDXREF FIRM/ACCOUNT/TIMESTAMP CROSS-REFERENCE *
      *          (DEAXRFIL) AS IT IS WRITTEN, SO AN ACCOUNT'S HISTORY  *
      *          CAN BE READ BY KEY INSTEAD OF SWEEPING THE LOG. THE   *
      *          CROSS-REFERENCE IS SECONDARY: A FAILURE POSTING TO IT *
      *          IS DISPLAYED BUT DOES NOT FAIL THE AUDIT WRITE, AND   *
      *          DEAXRBLD REBUILDS IT FROM THE LOG.                    *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 BEFORE/AFTER IMAGE PARAMETERS WIDENED TO X(450) IN  *
      *          STEP WITH DEAUDFIL SO THE FULL HAPI-MASTER-RECORD     *
      *          FITS. EVERY CALLER'S IMAGE AREAS WERE WIDENED WITH    *
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-XREF-FILE ASSIGN TO AUDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-AXR-KEY-AREA
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  AUDIT-XREF-FILE
           RECORDING MODE IS F.
           COPY DEAXRFIL.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS          PIC XX.
           88  WS-AUDIT-FILE-OK         VALUE '00'.
           88  WS-AUDIT-FILE-DUP-KEY    VALUE '22'.
       01  WS-XREF-FILE-STATUS           PIC XX.
           88  WS-XREF-FILE-OK          VALUE '00'.

       LINKAGE SECTION.
           COPY DECMLINK.
           IF WS-AUDIT-FILE-OK
               PERFORM 1000-BUILD-AUDIT-RECORD
               PERFORM 2000-WRITE-AUDIT-RECORD
               IF LK-AUDIT-WRITE-OK
                   PERFORM 3000-POST-XREF
               END-IF
               CLOSE AUDIT-LOG-FILE
           ELSE
               SET LK-AUDIT-WRITE-FAILED TO TRUE
           MOVE LK-DE-USERID               TO DE-AUDIT-USERID
           MOVE LK-DE-APPLICATION          TO DE-AUDIT-APPLICATION
           MOVE LK-DE-FUNCTION             TO DE-AUDIT-FUNCTION
           MOVE LK-DE-SECURITY-LEVEL       TO DE-AUDIT-SECURITY-LEVEL
           MOVE LK-DE-DEPT                 TO DE-AUDIT-DEPT
           MOVE LK-DE-USER-ID-TYPE         TO DE-AUDIT-USER-ID-TYPE
           MOVE LK-DE-KEY-AREA             TO DE-AUDIT-KEY-AREA
           MOVE LK-BEFORE-IMAGE            TO DE-AUDIT-BEFORE-IMAGE
           MOVE LK-AFTER-IMAGE             TO DE-AUDIT-AFTER-IMAGE.
           IF NOT WS-AUDIT-FILE-OK
               SET LK-AUDIT-WRITE-FAILED TO TRUE
           END-IF.

      *    ONLY ROWS THAT CARRY A REAL FIRM/ACCOUNT ARE INDEXED - AN
      *    STM-COD ROW HAS ITS SUB NUMBER IN THE ACCOUNT SLOT.
       3000-POST-XREF.
           IF DE-AUDIT-KEY-AREA (5:3) NUMERIC
               AND DE-AUDIT-KEY-AREA (8:8) NUMERIC
               AND DE-AUDIT-KEY-AREA (2:3) NOT = 'COD'
               OPEN I-O AUDIT-XREF-FILE
               IF WS-XREF-FILE-OK
                   MOVE SPACES                   TO AXR-XREF-RECORD
                   MOVE DE-AUDIT-KEY-AREA (5:3)  TO DE-AXR-FIRM-NO
                   MOVE DE-AUDIT-KEY-AREA (8:8)  TO DE-AXR-ACCT-NO
                   MOVE DE-AUDIT-TIMESTAMP       TO DE-AXR-TIMESTAMP
                   MOVE DE-AUDIT-TRANS-RID       TO DE-AXR-TRANS-RID
                   MOVE DE-AUDIT-KEY-AREA (2:3)  TO DE-AXR-REC-TYPE
                   MOVE DE-AUDIT-APPLICATION     TO DE-AXR-APPLICATION
                   MOVE DE-AUDIT-FUNCTION        TO DE-AXR-FUNCTION
                   WRITE AXR-XREF-RECORD
                   IF NOT WS-XREF-FILE-OK
                       DISPLAY 'DEAUDLOG - XREF WRITE FAILED FOR '
                           DE-AUDIT-TRANS-RID
                           ' STATUS=' WS-XREF-FILE-STATUS
                   END-IF
                   CLOSE AUDIT-XREF-FILE
               ELSE
                   DISPLAY 'DEAUDLOG - XREF OPEN FAILED, STATUS='
                       WS-XREF-FILE-STATUS ' - RID '
                       DE-AUDIT-TRANS-RID ' NOT INDEXED'
               END-IF
           END-IF.
