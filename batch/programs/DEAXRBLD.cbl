      ******************************************************************
      ******   AUDIT-LOG ACCOUNT CROSS-REFERENCE REBUILD (DEAXRBLD) ****
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH PROGRAM - BUILDS THE AUDXREF FIRM/        *
      *          ACCOUNT/TIMESTAMP CROSS-REFERENCE FROM SCRATCH BY     *
      *          READING THE WHOLE AUDITLOG ONCE. RUN ONE TIME TO LOAD *
      *          THE ROWS WRITTEN BEFORE DEAUDLOG STARTED POSTING TO   *
      *          THE CROSS-REFERENCE, AND AGAIN ANY TIME IT IS SUSPECT *
      *          (A DISPLAYED XREF FAILURE FROM DEAUDLOG OR DEAUDRTN). *
      *          THE FILE IS OPENED OUTPUT, SO THE OLD CONTENTS GO.    *
      *          ROWS WITHOUT A NUMERIC FIRM/ACCOUNT IN DE-AUDIT-KEY-  *
      *          AREA AND STM-COD ROWS ARE SKIPPED, THE SAME RULE      *
      *          DEAUDLOG APPLIES. A WRITE FAILURE ENDS THE RUN WITH   *
      *          CONDITION CODE 8; AN OPEN FAILURE CLOSES WHICHEVER    *
      *          FILE DID OPEN AND ENDS THE RUN WITH CONDITION CODE    *
      *          12.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEAXRBLD.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-AUDIT-TRANS-RID
               ALTERNATE RECORD KEY IS DE-AUDIT-ORIGINATOR
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
       01  WS-AUDIT-FILE-STATUS         PIC XX.
           88  WS-AUDIT-FILE-OK        VALUE '00'.
           88  WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-XREF-FILE-STATUS          PIC XX.
           88  WS-XREF-FILE-OK         VALUE '00'.
           88  WS-XREF-FILE-DUP-KEY    VALUE '22'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZEROS.
           05  WS-XREF-WRITTEN          PIC 9(7) VALUE ZEROS.
           05  WS-RECORDS-SKIPPED       PIC 9(7) VALUE ZEROS.
           05  WS-DUPLICATES            PIC 9(7) VALUE ZEROS.
           05  WS-WRITE-FAILURES        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-FILE
               UNTIL WS-AUDIT-FILE-EOF
           PERFORM 9000-TERMINATE
           EVALUATE TRUE
               WHEN NOT WS-FILES-OPENED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WRITE-FAILURES > ZEROS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  AUDIT-LOG-FILE
                OUTPUT AUDIT-XREF-FILE
           IF WS-AUDIT-FILE-OK AND WS-XREF-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEAXRBLD - OPEN FAILED, AUDIT='
                   WS-AUDIT-FILE-STATUS
                   ' XREF=' WS-XREF-FILE-STATUS
               IF WS-XREF-FILE-OK
                   CLOSE AUDIT-XREF-FILE
               END-IF
               IF WS-AUDIT-FILE-OK
                   CLOSE AUDIT-LOG-FILE
               END-IF
               SET WS-AUDIT-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-AUDIT-FILE.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END
                   SET WS-AUDIT-FILE-EOF TO TRUE
           END-READ
           IF NOT WS-AUDIT-FILE-EOF
               ADD 1 TO WS-RECORDS-READ
               IF DE-AUDIT-KEY-AREA (5:3) NUMERIC
                   AND DE-AUDIT-KEY-AREA (8:8) NUMERIC
                   AND DE-AUDIT-KEY-AREA (2:3) NOT = 'COD'
                   PERFORM 2100-WRITE-XREF
               ELSE
                   ADD 1 TO WS-RECORDS-SKIPPED
               END-IF
           END-IF.

      *    THE TRANS-RID ON THE END OF THE KEY MAKES A DUPLICATE
      *    IMPOSSIBLE UNLESS THE LOG ITSELF IS DAMAGED; ONE IS
      *    COUNTED AND SKIPPED RATHER THAN STOPPING THE REBUILD.
       2100-WRITE-XREF.
           MOVE SPACES                   TO AXR-XREF-RECORD
           MOVE DE-AUDIT-KEY-AREA (5:3)  TO DE-AXR-FIRM-NO
           MOVE DE-AUDIT-KEY-AREA (8:8)  TO DE-AXR-ACCT-NO
           MOVE DE-AUDIT-TIMESTAMP       TO DE-AXR-TIMESTAMP
           MOVE DE-AUDIT-TRANS-RID       TO DE-AXR-TRANS-RID
           MOVE DE-AUDIT-KEY-AREA (2:3)  TO DE-AXR-REC-TYPE
           MOVE DE-AUDIT-APPLICATION     TO DE-AXR-APPLICATION
           MOVE DE-AUDIT-FUNCTION        TO DE-AXR-FUNCTION
           WRITE AXR-XREF-RECORD
           EVALUATE TRUE
               WHEN WS-XREF-FILE-OK
                   ADD 1 TO WS-XREF-WRITTEN
               WHEN WS-XREF-FILE-DUP-KEY
                   ADD 1 TO WS-DUPLICATES
                   DISPLAY 'DEAXRBLD - DUPLICATE XREF KEY FOR '
                       DE-AUDIT-TRANS-RID
               WHEN OTHER
                   ADD 1 TO WS-WRITE-FAILURES
                   DISPLAY 'DEAXRBLD - XREF WRITE FAILED, STATUS='
                       WS-XREF-FILE-STATUS ' AT ' DE-AUDIT-TRANS-RID
                   SET WS-AUDIT-FILE-EOF TO TRUE
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE AUDIT-LOG-FILE AUDIT-XREF-FILE
           END-IF
           DISPLAY 'DEAXRBLD - AUDIT ROWS READ   : ' WS-RECORDS-READ
           DISPLAY 'DEAXRBLD - XREF ROWS WRITTEN : ' WS-XREF-WRITTEN
           DISPLAY 'DEAXRBLD - ROWS NOT INDEXED  : '
                   WS-RECORDS-SKIPPED
           DISPLAY 'DEAXRBLD - DUPLICATE KEYS    : ' WS-DUPLICATES
           DISPLAY 'DEAXRBLD - WRITE FAILURES    : '
                   WS-WRITE-FAILURES.
