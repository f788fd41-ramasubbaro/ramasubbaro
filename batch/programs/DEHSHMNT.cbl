      ******************************************************************
      ******   HOUSEHOLD MASTER MAINTENANCE JOB (DEHSHMNT)         ******
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH MAINTENANCE PROGRAM - APPLIES HOUSEHOLD   *
      *          CARDS TO THE HSHMSTR MASTER THAT DESTMPRD USES TO     *
      *          MAIL A FAMILY'S STATEMENTS IN ONE PACKAGE. 'A' LINKS  *
      *          AN ACCOUNT TO A HEAD-OF-HOUSEHOLD ACCOUNT (OR MOVES   *
      *          IT FROM ANOTHER HOUSEHOLD), AND PUTS THE HEAD'S OWN   *
      *          RECORD ON FILE IF IT IS NOT THERE ALREADY; A CARD     *
      *          WHOSE HEAD IS THE ACCOUNT ITSELF JUST SETS UP THE     *
      *          HEAD. 'R' REMOVES A LINK IN PLACE SO IT STAYS ON FILE *
      *          FOR AUDIT. A HEAD CANNOT BE LINKED UNDER ANOTHER      *
      *          HEAD, NOR REMOVED, WHILE IT STILL HAS ACTIVE MEMBERS. *
      *          EVERY CARD IS EDITED AND REJECTS ARE LISTED WITH A    *
      *          REASON, THE WAY DECYCMNT DOES.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEHSHMNT.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSH-CARD-FILE ASSIGN TO HSHCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT HSH-MASTER-FILE ASSIGN TO HSHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-HSH-KEY-AREA
               ALTERNATE RECORD KEY IS DE-HSH-HEAD-KEY-AREA
                   WITH DUPLICATES
               FILE STATUS IS WS-HSH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HSH-CARD-FILE
           RECORDING MODE IS F.
       01  HSH-CARD-RECORD.
           05  HSH-CARD-ACTION               PIC X(1).
               88  HSH-CARD-ADD             VALUE 'A'.
               88  HSH-CARD-REMOVE          VALUE 'R'.
           05  HSH-CARD-FIRM-NO              PIC 9(3).
           05  HSH-CARD-ACCT-NO              PIC 9(8).
           05  HSH-CARD-HEAD-ACCT-NO         PIC 9(8).
           05  HSH-CARD-DESCRIPTION          PIC X(30).
           05  FILLER                        PIC X(30).

       FD  HSH-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHSHFIL.

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.

       01  WS-HSH-FILE-STATUS           PIC XX.
           88  WS-HSH-FILE-OK          VALUE '00'.
           88  WS-HSH-FILE-EOF         VALUE '10'.
           88  WS-HSH-FILE-DUP-KEY     VALUE '22'.
           88  WS-HSH-FILE-NOTFND      VALUE '23'.

       01  WS-FILES-OPEN-SW             PIC X       VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.

       01  WS-CARD-VALID-SW             PIC X       VALUE 'N'.
           88  WS-CARD-VALID           VALUE 'Y'.

       01  WS-SCAN-DONE-SW              PIC X       VALUE 'N'.
           88  WS-SCAN-DONE            VALUE 'Y'.

       01  WS-HEAD-ON-FILE-SW           PIC X       VALUE 'N'.
           88  WS-HEAD-ON-FILE         VALUE 'Y'.

      *    HOUSEHOLD BEING COUNTED BY 2600-COUNT-MEMBERS AND THE
      *    ACTIVE MEMBERS FOUND UNDER IT, THE HEAD'S OWN RECORD EXCLUDED
       01  WS-COUNT-HEAD-KEY.
           05  WS-COUNT-HEAD-FIRM-NO    PIC 9(3).
           05  WS-COUNT-HEAD-ACCT-NO    PIC 9(8).
       01  WS-ACTIVE-MEMBERS            PIC 9(5) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-LINKS-ADDED           PIC 9(7) VALUE ZEROS.
           05  WS-LINKS-REPLACED        PIC 9(7) VALUE ZEROS.
           05  WS-HEADS-ADDED           PIC 9(7) VALUE ZEROS.
           05  WS-LINKS-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CARD-FILE-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HSH-CARD-FILE
                I-O   HSH-MASTER-FILE
           IF WS-CARD-FILE-OK AND WS-HSH-FILE-OK
               SET WS-FILES-OPENED TO TRUE
           ELSE
               DISPLAY 'DEHSHMNT - OPEN FAILED, CARDS='
                   WS-CARD-FILE-STATUS ' HSH=' WS-HSH-FILE-STATUS
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF.

       2000-PROCESS-CARDS.
           READ HSH-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 2200-EDIT-CARD
                   IF WS-CARD-VALID
                       IF HSH-CARD-ADD
                           PERFORM 2300-ADD-LINK
                       ELSE
                           PERFORM 2400-REMOVE-LINK
                       END-IF
                   END-IF
           END-READ.

       2200-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW
           EVALUATE TRUE
               WHEN NOT HSH-CARD-ADD AND NOT HSH-CARD-REMOVE
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - INVALID ACTION: '
                       HSH-CARD-ACTION
               WHEN HSH-CARD-FIRM-NO NOT NUMERIC
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - INVALID FIRM: '
                       HSH-CARD-FIRM-NO
               WHEN HSH-CARD-ACCT-NO NOT NUMERIC
                   OR HSH-CARD-ACCT-NO = ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - INVALID ACCOUNT: '
                       HSH-CARD-ACCT-NO
               WHEN HSH-CARD-ADD
                   AND (HSH-CARD-HEAD-ACCT-NO NOT NUMERIC
                       OR HSH-CARD-HEAD-ACCT-NO = ZEROS)
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - INVALID HEAD ACCOUNT: '
                       HSH-CARD-HEAD-ACCT-NO
           END-EVALUATE.

       2210-REJECT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           ADD 1 TO WS-CARDS-REJECTED.

      *    EVERY CHECK AGAINST THE FILE IS MADE BEFORE ANYTHING IS
      *    WRITTEN, SO A REJECTED CARD LEAVES THE HOUSEHOLD AS IT WAS.
       2300-ADD-LINK.
           IF HSH-CARD-HEAD-ACCT-NO = HSH-CARD-ACCT-NO
               PERFORM 2310-CHECK-NOT-A-MEMBER
               IF WS-CARD-VALID
                   PERFORM 2350-PUT-HEAD-RECORD
               END-IF
           ELSE
               PERFORM 2320-CHECK-HEAD-IS-FREE
               IF WS-CARD-VALID
                   PERFORM 2330-CHECK-NOT-A-HEAD
               END-IF
               IF WS-CARD-VALID
                   PERFORM 2340-PUT-MEMBER-RECORD
               END-IF
               IF WS-CARD-VALID
                   PERFORM 2350-PUT-HEAD-RECORD
               END-IF
           END-IF.

      *    AN ACCOUNT SET UP AS A HEAD MUST NOT STILL BE LISTED AS A
      *    MEMBER OF SOMEONE ELSE'S HOUSEHOLD - THAT LINK IS REMOVED
      *    FIRST, SO NO HOUSEHOLD LOSES A MEMBER WITHOUT A CARD.
       2310-CHECK-NOT-A-MEMBER.
           MOVE HSH-CARD-FIRM-NO TO DE-HSH-FIRM-NO
           MOVE HSH-CARD-ACCT-NO TO DE-HSH-ACCT-NO
           READ HSH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-HSH-ACTIVE AND DE-HSH-MEMBER
                       PERFORM 2210-REJECT-CARD
                       DISPLAY 'DEHSHMNT - ' HSH-CARD-FIRM-NO '/'
                           HSH-CARD-ACCT-NO ' IS A MEMBER UNDER HEAD '
                           DE-HSH-HEAD-ACCT-NO ' - REMOVE IT FIRST'
                   END-IF
           END-READ.

       2320-CHECK-HEAD-IS-FREE.
           MOVE HSH-CARD-FIRM-NO      TO DE-HSH-FIRM-NO
           MOVE HSH-CARD-HEAD-ACCT-NO TO DE-HSH-ACCT-NO
           READ HSH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DE-HSH-ACTIVE AND DE-HSH-MEMBER
                       PERFORM 2210-REJECT-CARD
                       DISPLAY 'DEHSHMNT - HEAD ' HSH-CARD-FIRM-NO '/'
                           HSH-CARD-HEAD-ACCT-NO ' IS ITSELF A MEMBER'
                           ' UNDER HEAD ' DE-HSH-HEAD-ACCT-NO
                   END-IF
           END-READ.

       2330-CHECK-NOT-A-HEAD.
           MOVE HSH-CARD-FIRM-NO TO WS-COUNT-HEAD-FIRM-NO
           MOVE HSH-CARD-ACCT-NO TO WS-COUNT-HEAD-ACCT-NO
           PERFORM 2600-COUNT-MEMBERS
           IF WS-ACTIVE-MEMBERS > ZEROS
               PERFORM 2210-REJECT-CARD
               DISPLAY 'DEHSHMNT - ' HSH-CARD-FIRM-NO '/'
                   HSH-CARD-ACCT-NO ' IS HEAD OF ' WS-ACTIVE-MEMBERS
                   ' ACTIVE MEMBERS, CANNOT JOIN ANOTHER HOUSEHOLD'
           END-IF.

       2340-PUT-MEMBER-RECORD.
           MOVE SPACES                  TO HSH-MASTER-RECORD
           MOVE HSH-CARD-FIRM-NO        TO DE-HSH-FIRM-NO
           MOVE HSH-CARD-ACCT-NO        TO DE-HSH-ACCT-NO
           MOVE HSH-CARD-FIRM-NO        TO DE-HSH-HEAD-FIRM-NO
           MOVE HSH-CARD-HEAD-ACCT-NO   TO DE-HSH-HEAD-ACCT-NO
           SET DE-HSH-MEMBER            TO TRUE
           SET DE-HSH-ACTIVE            TO TRUE
           MOVE HSH-CARD-DESCRIPTION    TO DE-HSH-DESCRIPTION
           MOVE 'SYS'                   TO DE-HSH-CHANGE-WHO-CODE
           MOVE 'DEHSHMNT'              TO DE-HSH-CHANGE-USER-ID
           CALL 'DETSTAMP' USING DE-HSH-CHANGE-TIMESTAMP
           WRITE HSH-MASTER-RECORD
           IF WS-HSH-FILE-OK
               ADD 1 TO WS-LINKS-ADDED
           ELSE
               IF WS-HSH-FILE-DUP-KEY
                   REWRITE HSH-MASTER-RECORD
                   IF WS-HSH-FILE-OK
                       ADD 1 TO WS-LINKS-REPLACED
                   ELSE
                       PERFORM 2500-REPORT-IO-ERROR
                   END-IF
               ELSE
                   PERFORM 2500-REPORT-IO-ERROR
               END-IF
           END-IF.

      *    THE HEAD'S OWN RECORD IS LEFT ALONE WHEN IT IS ALREADY AN
      *    ACTIVE HEAD; A MISSING OR REMOVED ONE IS (RE)WRITTEN.
       2350-PUT-HEAD-RECORD.
           MOVE HSH-CARD-FIRM-NO      TO DE-HSH-FIRM-NO
           MOVE HSH-CARD-HEAD-ACCT-NO TO DE-HSH-ACCT-NO
           MOVE 'Y' TO WS-HEAD-ON-FILE-SW
           READ HSH-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HEAD-ON-FILE-SW
           END-READ
           IF WS-HEAD-ON-FILE AND DE-HSH-ACTIVE AND DE-HSH-HEAD
               CONTINUE
           ELSE
               MOVE SPACES                  TO HSH-MASTER-RECORD
               MOVE HSH-CARD-FIRM-NO        TO DE-HSH-FIRM-NO
               MOVE HSH-CARD-HEAD-ACCT-NO   TO DE-HSH-ACCT-NO
               MOVE HSH-CARD-FIRM-NO        TO DE-HSH-HEAD-FIRM-NO
               MOVE HSH-CARD-HEAD-ACCT-NO   TO DE-HSH-HEAD-ACCT-NO
               SET DE-HSH-HEAD              TO TRUE
               SET DE-HSH-ACTIVE            TO TRUE
               MOVE HSH-CARD-DESCRIPTION    TO DE-HSH-DESCRIPTION
               MOVE 'SYS'                   TO DE-HSH-CHANGE-WHO-CODE
               MOVE 'DEHSHMNT'              TO DE-HSH-CHANGE-USER-ID
               CALL 'DETSTAMP' USING DE-HSH-CHANGE-TIMESTAMP
               IF WS-HEAD-ON-FILE
                   REWRITE HSH-MASTER-RECORD
               ELSE
                   WRITE HSH-MASTER-RECORD
               END-IF
               IF WS-HSH-FILE-OK
                   ADD 1 TO WS-HEADS-ADDED
               ELSE
                   PERFORM 2500-REPORT-IO-ERROR
               END-IF
           END-IF.

      *    REMOVE READS THE LIVE RECORD FIRST SO THE LINK AND AUDIT
      *    FIELDS SURVIVE - ONLY THE STATUS AND STAMP CHANGE.
       2400-REMOVE-LINK.
           MOVE HSH-CARD-FIRM-NO TO DE-HSH-FIRM-NO
           MOVE HSH-CARD-ACCT-NO TO DE-HSH-ACCT-NO
           READ HSH-MASTER-FILE
               INVALID KEY
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - ACCOUNT NOT ON FILE: '
                       HSH-CARD-FIRM-NO '/' HSH-CARD-ACCT-NO
           END-READ
           IF WS-CARD-VALID AND DE-HSH-HEAD
               MOVE HSH-CARD-FIRM-NO TO WS-COUNT-HEAD-FIRM-NO
               MOVE HSH-CARD-ACCT-NO TO WS-COUNT-HEAD-ACCT-NO
               PERFORM 2600-COUNT-MEMBERS
               IF WS-ACTIVE-MEMBERS > ZEROS
                   PERFORM 2210-REJECT-CARD
                   DISPLAY 'DEHSHMNT - HEAD ' HSH-CARD-FIRM-NO '/'
                       HSH-CARD-ACCT-NO ' STILL HAS '
                       WS-ACTIVE-MEMBERS ' ACTIVE MEMBERS'
               ELSE
                   MOVE HSH-CARD-FIRM-NO TO DE-HSH-FIRM-NO
                   MOVE HSH-CARD-ACCT-NO TO DE-HSH-ACCT-NO
                   READ HSH-MASTER-FILE
                       INVALID KEY
                           PERFORM 2500-REPORT-IO-ERROR
                   END-READ
               END-IF
           END-IF
           IF WS-CARD-VALID AND WS-HSH-FILE-OK
               SET DE-HSH-REMOVED TO TRUE
               MOVE 'SYS'      TO DE-HSH-CHANGE-WHO-CODE
               MOVE 'DEHSHMNT' TO DE-HSH-CHANGE-USER-ID
               CALL 'DETSTAMP' USING DE-HSH-CHANGE-TIMESTAMP
               REWRITE HSH-MASTER-RECORD
               IF WS-HSH-FILE-OK
                   ADD 1 TO WS-LINKS-REMOVED
               ELSE
                   PERFORM 2500-REPORT-IO-ERROR
               END-IF
           END-IF.

       2500-REPORT-IO-ERROR.
           ADD 1 TO WS-CARDS-REJECTED
           DISPLAY 'DEHSHMNT - I/O ERROR FOR '
               HSH-CARD-FIRM-NO '/' HSH-CARD-ACCT-NO
               ' STATUS=' WS-HSH-FILE-STATUS.

      *    COUNTS THE ACTIVE MEMBERS FILED UNDER WS-COUNT-HEAD-KEY BY
      *    READING THE HEAD ALTERNATE KEY. THE HEAD'S OWN RECORD ALSO
      *    CARRIES THE KEY AND IS NOT COUNTED. USES THE RECORD AREA.
       2600-COUNT-MEMBERS.
           MOVE ZEROS TO WS-ACTIVE-MEMBERS
           MOVE 'N'   TO WS-SCAN-DONE-SW
           MOVE WS-COUNT-HEAD-KEY TO DE-HSH-HEAD-KEY-AREA
           START HSH-MASTER-FILE
               KEY IS NOT LESS THAN DE-HSH-HEAD-KEY-AREA
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2610-COUNT-NEXT-MEMBER
               UNTIL WS-SCAN-DONE.

       2610-COUNT-NEXT-MEMBER.
           READ HSH-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF DE-HSH-HEAD-KEY-AREA NOT = WS-COUNT-HEAD-KEY
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF DE-HSH-ACTIVE AND DE-HSH-MEMBER
                       ADD 1 TO WS-ACTIVE-MEMBERS
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPENED
               CLOSE HSH-CARD-FILE HSH-MASTER-FILE
           END-IF
           DISPLAY 'DEHSHMNT - CARDS READ       : ' WS-CARDS-READ
           DISPLAY 'DEHSHMNT - LINKS ADDED      : ' WS-LINKS-ADDED
           DISPLAY 'DEHSHMNT - LINKS REPLACED   : '
                   WS-LINKS-REPLACED
           DISPLAY 'DEHSHMNT - HEADS ADDED      : ' WS-HEADS-ADDED
           DISPLAY 'DEHSHMNT - LINKS REMOVED    : '
                   WS-LINKS-REMOVED
           DISPLAY 'DEHSHMNT - CARDS REJECTED   : '
                   WS-CARDS-REJECTED.
