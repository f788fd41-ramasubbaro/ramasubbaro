      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 THE AUDXREF ACCOUNT CROSS-REFERENCE IS KEPT IN STEP *
      *          WITH THE PURGE: WHEN A ROW THAT NAMES AN ACCOUNT IS   *
      *          DELETED FROM THE LOG, ITS CROSS-REFERENCE ROW IS      *
      *          DELETED WITH IT. A CROSS-REFERENCE ROW ALREADY GONE   *
      *          IS NOT AN ERROR; ANY OTHER FAILURE IS COUNTED AND     *
      *          THE FILE CAN BE REBUILT WITH DEAXRBLD.                *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 RUN-CONTROL RECORDING. THE JOB NOW STAMPS ITS       *
      *          START AND END ON THE RUNCTL MASTER THROUGH DERUNLOG   *
      *          FOR THE DERUNRPT END-OF-WINDOW REPORT.                *
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-XREF-FILE ASSIGN TO AUDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-AXR-KEY-AREA
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           RECORDING MODE IS F.
           COPY DEAUDFIL.

       FD  AUDIT-XREF-FILE
           RECORDING MODE IS F.
           COPY DEAXRFIL.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD                    PIC X(1061).
           88  WS-AUDIT-FILE-OK        VALUE '00'.
           88  WS-AUDIT-FILE-EOF       VALUE '10'.

       01  WS-XREF-FILE-STATUS          PIC XX.
           88  WS-XREF-FILE-OK         VALUE '00'.
           88  WS-XREF-FILE-NOTFND     VALUE '23'.

       01  WS-ARCH-FILE-STATUS          PIC XX.
           88  WS-ARCH-FILE-OK         VALUE '00'.

           05  WS-RECORDS-ARCHIVED      PIC 9(7) VALUE ZEROS.
           05  WS-RECORDS-DELETED       PIC 9(7) VALUE ZEROS.
           05  WS-DELETE-FAILURES       PIC 9(7) VALUE ZEROS.
           05  WS-XREF-DELETED          PIC 9(7) VALUE ZEROS.
           05  WS-XREF-FAILURES         PIC 9(7) VALUE ZEROS.

       01  WS-RUNLOG-RUN-DATE           PIC 9(8)    VALUE ZEROS.

               MOVE WS-CUT-MONTH   TO WS-CTS-MONTH
               MOVE WS-CUT-DAY     TO WS-CTS-DAY
               OPEN I-O    AUDIT-LOG-FILE
                    I-O    AUDIT-XREF-FILE
                    OUTPUT ARCHIVE-FILE
               IF WS-AUDIT-FILE-OK AND WS-XREF-FILE-OK
                   AND WS-ARCH-FILE-OK
                   SET WS-FILES-OPENED TO TRUE
               ELSE
                   DISPLAY 'DEAUDRTN - OPEN FAILED, AUDIT='
                       WS-AUDIT-FILE-STATUS
                       ' XREF=' WS-XREF-FILE-STATUS
                       ' ARCH=' WS-ARCH-FILE-STATUS
                   SET WS-AUDIT-FILE-EOF TO TRUE
               END-IF
               DELETE AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-OK
                   ADD 1 TO WS-RECORDS-DELETED
                   PERFORM 2300-DELETE-XREF
               ELSE
                   ADD 1 TO WS-DELETE-FAILURES
                   DISPLAY 'DEAUDRTN - DELETE FAILED FOR '
               SET WS-AUDIT-FILE-EOF TO TRUE
           END-IF.

      *    ONLY ROWS THAT CARRY A REAL FIRM/ACCOUNT WERE INDEXED, SO
      *    ONLY THOSE ARE LOOKED FOR ON THE CROSS-REFERENCE.
       2300-DELETE-XREF.
           IF DE-AUDIT-KEY-AREA (5:3) NUMERIC
               AND DE-AUDIT-KEY-AREA (8:8) NUMERIC
               AND DE-AUDIT-KEY-AREA (2:3) NOT = 'COD'
               MOVE DE-AUDIT-KEY-AREA (5:3)  TO DE-AXR-FIRM-NO
               MOVE DE-AUDIT-KEY-AREA (8:8)  TO DE-AXR-ACCT-NO
               MOVE DE-AUDIT-TIMESTAMP       TO DE-AXR-TIMESTAMP
               MOVE DE-AUDIT-TRANS-RID       TO DE-AXR-TRANS-RID
               DELETE AUDIT-XREF-FILE
               EVALUATE TRUE
                   WHEN WS-XREF-FILE-OK
                       ADD 1 TO WS-XREF-DELETED
                   WHEN WS-XREF-FILE-NOTFND
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-XREF-FAILURES
                       DISPLAY 'DEAUDRTN - XREF DELETE FAILED FOR '
                           DE-AUDIT-TRANS-RID
                           ' STATUS=' WS-XREF-FILE-STATUS
               END-EVALUATE
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE AUDIT-LOG-FILE AUDIT-XREF-FILE ARCHIVE-FILE
           END-IF
           MOVE SPACES     TO RUNLOG-PARM-AREA
           SET DE-RUNLOG-END TO TRUE
           DISPLAY 'DEAUDRTN - RECORDS DELETED  : '
                   WS-RECORDS-DELETED
           DISPLAY 'DEAUDRTN - DELETE FAILURES  : '
                   WS-DELETE-FAILURES
           DISPLAY 'DEAUDRTN - XREF DELETED     : '
                   WS-XREF-DELETED
           DISPLAY 'DEAUDRTN - XREF FAILURES    : '
                   WS-XREF-FAILURES.
