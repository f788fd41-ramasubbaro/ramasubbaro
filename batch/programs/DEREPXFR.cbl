      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW-REP EDIT AGAINST THE REPMSTR REP REFERENCE      *
      *          MASTER. A CARD WHOSE NEW REP IS NOT ON FILE FOR THE   *
      *          FIRM, OR IS ON FILE BUT TERMINATED OR ON LEAVE, IS    *
      *          NOW REJECTED BEFORE ANY ACCOUNT IS TOUCHED, SO A BOOK *
      *          CAN ONLY BE MOVED TO A REP WHO CAN SERVICE IT. WHEN   *
      *          THE NEW REP SITS IN A DIFFERENT BRANCH FROM THE OLD   *
      *          ONE THE RECAP CARRIES A NOTE UNDER THE CARD HEADING.  *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 09/02/2026 NEW BATCH PROGRAM - RE-REPS A BOOK OF ACCOUNTS IN   *
      *          ONE PASS INSTEAD OF ONE DE20050 EDIT AT A TIME. EACH  *
      *          XFRCARDS CARD NAMES FIRM, OLD REP, NEW REP AND AN     *
               RECORD KEY IS DE-STM-COD-KEY-AREA
               FILE STATUS IS WS-COD-FILE-STATUS.

           SELECT REP-MASTER-FILE ASSIGN TO REPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-REP-KEY-AREA
               FILE STATUS IS WS-REP-FILE-STATUS.

           SELECT XFR-RECAP-REPORT ASSIGN TO XFRRECAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY DESCDFIL.

       FD  REP-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEREPFIL.

       FD  XFR-RECAP-REPORT
           RECORDING MODE IS F.
       01  XFR-RECAP-LINE                    PIC X(100).
           88  WS-COD-FILE-OK          VALUE '00'.
           88  WS-COD-FILE-EOF         VALUE '10'.

       01  WS-REP-FILE-STATUS           PIC XX.
           88  WS-REP-FILE-OK          VALUE '00'.

       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-CARD-CAP                  PIC 9(5)    VALUE 100.
       01  WS-CARD-ACCT-TO              PIC 9(8).
       01  WS-CARD-MOVED                PIC 9(7)    VALUE ZEROS.
       01  WS-NEW-REP-BRANCH            PIC X(4).
       01  WS-OLD-REP-BRANCH            PIC X(4).

       01  WS-AUDIT-BEFORE-IMAGE        PIC X(450).
       01  WS-AUDIT-AFTER-IMAGE         PIC X(450).
           05  FILLER                   PIC X(5)    VALUE ' REP '.
           05  WS-TL-REP                PIC X(4).

       01  WS-BRANCH-LINE.
           05  FILLER                   PIC X(29)   VALUE
               ' NOTE - BRANCH CHANGES FROM '.
           05  WS-BR-OLD-BRANCH         PIC X(4).
           05  FILLER                   PIC X(4)    VALUE ' TO '.
           05  WS-BR-NEW-BRANCH         PIC X(4).

       01  WS-HELD-CARD-FIRM            PIC 9(3).

           COPY DECMLINK.
           OPEN INPUT  XFR-CARD-FILE
                I-O    HAPI-MASTER-FILE
                INPUT  STM-COD-MASTER-FILE
                INPUT  REP-MASTER-FILE
                OUTPUT XFR-RECAP-REPORT
           IF WS-CARD-FILE-OK AND WS-HAP-FILE-OK
               AND WS-COD-FILE-OK AND WS-RPT-FILE-OK
               AND WS-REP-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEREPXFR - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' HAPI=' WS-HAP-FILE-STATUS
                   ' COD=' WS-COD-FILE-STATUS
                   ' REP=' WS-REP-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.
                   PERFORM 2110-REJECT-CARD
                   DISPLAY 'DEREPXFR - NON-NUMERIC RANGE: '
                       XFR-CARD-RECORD(12:16)
               WHEN OTHER
                   PERFORM 2120-CHECK-NEW-REP
           END-EVALUATE
           IF WS-CARD-VALID
               IF XFR-CARD-CAP NUMERIC AND XFR-CARD-CAP > ZEROS
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

      *    THE BOOK MAY ONLY GO TO A REP WHO IS ON THE REP MASTER AND
      *    ACTIVE TODAY - A REP ON LEAVE CANNOT TAKE NEW ACCOUNTS ANY
      *    MORE THAN A TERMINATED ONE. THE OLD REP NEED NOT BE ON FILE;
      *    ITS BRANCH IS ONLY WANTED FOR THE RECAP NOTE.
       2120-CHECK-NEW-REP.
           MOVE XFR-CARD-FIRM-NO TO DE-REP-FIRM-NO
           MOVE XFR-CARD-NEW-REP TO DE-REP-CODE
           READ REP-MASTER-FILE
               INVALID KEY
                   PERFORM 2110-REJECT-CARD
                   DISPLAY 'DEREPXFR - NEW REP NOT ON FILE: '
                       XFR-CARD-FIRM-NO '-' XFR-CARD-NEW-REP
               NOT INVALID KEY
                   IF DE-REP-ACTIVE
                       MOVE DE-REP-BRANCH TO WS-NEW-REP-BRANCH
                   ELSE
                       PERFORM 2110-REJECT-CARD
                       DISPLAY 'DEREPXFR - NEW REP NOT ACTIVE: '
                           XFR-CARD-FIRM-NO '-' XFR-CARD-NEW-REP
                           ' STATUS=' DE-REP-STATUS
                   END-IF
           END-READ
           IF WS-CARD-VALID
               MOVE XFR-CARD-OLD-REP TO DE-REP-CODE
               READ REP-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-OLD-REP-BRANCH
                   NOT INVALID KEY
                       MOVE DE-REP-BRANCH TO WS-OLD-REP-BRANCH
               END-READ
           END-IF.

       2200-TRANSFER-ONE-CARD.
           MOVE ZEROS TO WS-CARD-MOVED
           PERFORM 2210-WRITE-CARD-HEADING
           MOVE WS-CARD-CAP        TO WS-CH-CAP
           MOVE SPACES             TO XFR-RECAP-LINE
           MOVE WS-CARD-HEAD-LINE  TO XFR-RECAP-LINE
           PERFORM 3900-WRITE-RECAP-LINE
           IF WS-OLD-REP-BRANCH NOT = SPACES
               AND WS-OLD-REP-BRANCH NOT = WS-NEW-REP-BRANCH
               MOVE WS-OLD-REP-BRANCH TO WS-BR-OLD-BRANCH
               MOVE WS-NEW-REP-BRANCH TO WS-BR-NEW-BRANCH
               MOVE SPACES            TO XFR-RECAP-LINE
               MOVE WS-BRANCH-LINE    TO XFR-RECAP-LINE
               PERFORM 3900-WRITE-RECAP-LINE
           END-IF.

       2300-SWEEP-FIRM-RANGE.
           READ HAPI-MASTER-FILE NEXT RECORD
       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE XFR-CARD-FILE HAPI-MASTER-FILE
                     STM-COD-MASTER-FILE REP-MASTER-FILE
                     XFR-RECAP-REPORT
           END-IF
           DISPLAY 'DEREPXFR - CARDS READ        : ' WS-CARDS-READ
           DISPLAY 'DEREPXFR - CARDS REJECTED    : '
