      ******************************************************************
      ******   CLOSED-ACCOUNT ARCHIVE AND PURGE UTILITY (DECLSPRG)  ***
      ******************************************************************
      ******************************************************************
      **                      PROGRAM CHANGE HISTORY                    **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW BATCH PROGRAM - CLOSES OUT ACCOUNTS THAT HAVE   *
      *          BEEN CLOSED LONGER THAN THEIR FIRM'S RETENTION        *
      *          PERIOD, SO DESTMSCH, DEINTVAL AND DEACTPRF STOP       *
      *          TREATING THEM AS LIVE. THE CLOSED-ACCOUNT LIST COMES  *
      *          IN ON 'CLOS' CARDS (CLSCARDS) AND/OR THE CLSFEED FILE *
      *          FROM THE ACCOUNT SYSTEM IN THE SAME LAYOUT. 'RETN'    *
      *          CARDS GIVE EACH FIRM'S RETENTION DAYS (FIRM 000 SETS  *
      *          THE DEFAULT). FOR AN ACCOUNT PAST RETENTION EVERY     *
      *          HLDMSTR, STMMSTR, HAPMSTR, MADMSTR, WSHMSTR, HSHMSTR, *
      *          EDCMSTR AND RPRMSTR ROW IS UNLOADED TO THE ARCHOUT    *
      *          FILE BEHIND A COMMON HEADER (DEARCFIL) AND THEN       *
      *          DELETED, EACH DELETE AUDITED THROUGH DEAUDLOG AS A    *
      *          'VOID'. AN ACCOUNT WITH AN OPEN WASH-SALE ROW IN THE  *
      *          CURRENT TAX YEAR, AN UNEXPIRED HOLD, OR ACTIVE        *
      *          HOUSEHOLD MEMBERS UNDER IT AS HEAD IS HELD BACK AND   *
      *          REPORTED INSTEAD. THE MODE CARD PICKS 'TRIAL'         *
      *          (REPORT-ONLY, THE DEFAULT), 'PURGE' OR 'RESTORE' WITH *
      *          A CAP ON ACCOUNTS TOUCHED; REACHING THE CAP ABORTS    *
      *          THE RUN WITH CONDITION CODE 16 THE WAY DERECON REPAIR *
      *          MODE DOES. RESTORE MODE READS ARCHIN AND WRITES BACK  *
      *          EVERY ARCHIVED ROW OF THE ACCOUNTS ON THE 'RSTR'      *
      *          CARDS, AUDITING EACH AS AN 'ADD'. A RUN THAT CANNOT   *
      *          OPEN ITS FILES ENDS WITH CONDITION CODE 12.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DECLSPRG.
       AUTHOR.        R SUBRAMANIAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLS-CARD-FILE ASSIGN TO CLSCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT CLS-FEED-FILE ASSIGN TO CLSFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT HLD-MASTER-FILE ASSIGN TO HLDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-HLD-KEY-AREA
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT STM-MASTER-FILE ASSIGN TO STMMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-ACT-STM-KEY-AREA
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT HAPI-MASTER-FILE ASSIGN TO HAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-HAPI-KEY-AREA
               FILE STATUS IS WS-HAP-FILE-STATUS.

           SELECT MAD-MASTER-FILE ASSIGN TO MADMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-MADD-KEY-AREA
               FILE STATUS IS WS-MAD-FILE-STATUS.

           SELECT WSH-MASTER-FILE ASSIGN TO WSHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-WASH-SALE-KEY-AREA
               FILE STATUS IS WS-WSH-FILE-STATUS.

           SELECT HSH-MASTER-FILE ASSIGN TO HSHMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-HSH-KEY-AREA
               ALTERNATE RECORD KEY IS DE-HSH-HEAD-KEY-AREA
                   WITH DUPLICATES
               FILE STATUS IS WS-HSH-FILE-STATUS.

           SELECT EDC-MASTER-FILE ASSIGN TO EDCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DE-EDC-KEY-AREA
               FILE STATUS IS WS-EDC-FILE-STATUS.

           SELECT RPR-MASTER-FILE ASSIGN TO RPRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-RPR-KEY-AREA
               FILE STATUS IS WS-RPR-FILE-STATUS.

           SELECT ARC-OUTPUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARO-FILE-STATUS.

           SELECT ARC-INPUT-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARI-FILE-STATUS.

           SELECT CLS-REPORT ASSIGN TO CLSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLS-CARD-FILE
           RECORDING MODE IS F.
       01  CLS-CARD-RECORD.
           05  CLS-CARD-TYPE                 PIC X(4).
               88  CLS-CARD-MODE            VALUE 'MODE'.
               88  CLS-CARD-RETN            VALUE 'RETN'.
               88  CLS-CARD-CLOS            VALUE 'CLOS'.
               88  CLS-CARD-RSTR            VALUE 'RSTR'.
           05  CLS-CARD-BODY                 PIC X(76).
           05  FILLER REDEFINES CLS-CARD-BODY.
               10  CLS-CARD-RUN-MODE         PIC X(7).
                   88  CLS-CARD-PURGE-MODE  VALUE 'PURGE  '.
                   88  CLS-CARD-RESTORE-MODE
                                            VALUE 'RESTORE'.
               10  FILLER                    PIC X(1).
               10  CLS-CARD-CAP              PIC 9(5).
               10  FILLER                    PIC X(63).
           05  FILLER REDEFINES CLS-CARD-BODY.
               10  CLS-CARD-RETN-FIRM-NO     PIC 9(3).
               10  FILLER                    PIC X(1).
               10  CLS-CARD-RETN-DAYS        PIC 9(5).
               10  FILLER                    PIC X(67).
           05  FILLER REDEFINES CLS-CARD-BODY.
               10  CLS-CARD-FIRM-NO          PIC 9(3).
               10  FILLER                    PIC X(1).
               10  CLS-CARD-ACCT-NO          PIC 9(8).
               10  FILLER                    PIC X(1).
               10  CLS-CARD-CLOSE-DATE       PIC 9(8).
               10  FILLER                    PIC X(55).

      *    THE ACCOUNT SYSTEM'S CLOSED-ACCOUNT FEED USES THE 'CLOS'
      *    CARD LAYOUT, SO A FEED RECORD AND A CARD EDIT THE SAME WAY.
       FD  CLS-FEED-FILE
           RECORDING MODE IS F.
       01  CLS-FEED-RECORD.
           05  CLS-FEED-TYPE                 PIC X(4).
               88  CLS-FEED-CLOS            VALUE 'CLOS'.
           05  CLS-FEED-FIRM-NO              PIC 9(3).
           05  FILLER                        PIC X(1).
           05  CLS-FEED-ACCT-NO              PIC 9(8).
           05  FILLER                        PIC X(1).
           05  CLS-FEED-CLOSE-DATE           PIC 9(8).
           05  FILLER                        PIC X(55).

       FD  HLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHLDFIL.

       FD  STM-MASTER-FILE
           RECORDING MODE IS F.
           COPY DESTMFIL.

       FD  HAPI-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHAPFIL.

       FD  MAD-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEMADFIL.

       FD  WSH-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEWSHFIL.

       FD  HSH-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEHSHFIL.

       FD  EDC-MASTER-FILE
           RECORDING MODE IS F.
           COPY DEEDCFIL.

       FD  RPR-MASTER-FILE
           RECORDING MODE IS F.
           COPY DERPRFIL.

       FD  ARC-OUTPUT-FILE
           RECORDING MODE IS F.
       01  ARC-OUTPUT-RECORD                 PIC X(530).

       FD  ARC-INPUT-FILE
           RECORDING MODE IS F.
       01  ARC-INPUT-RECORD                  PIC X(530).

       FD  CLS-REPORT
           RECORDING MODE IS F.
       01  CLS-REPORT-LINE                   PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS          PIC XX.
           88  WS-CARD-FILE-OK         VALUE '00'.
           88  WS-CARD-FILE-EOF        VALUE '10'.
       01  WS-FEED-FILE-STATUS          PIC XX.
           88  WS-FEED-FILE-OK         VALUE '00'.
           88  WS-FEED-FILE-EOF        VALUE '10'.
       01  WS-HLD-FILE-STATUS           PIC XX.
           88  WS-HLD-FILE-OK          VALUE '00'.
           88  WS-HLD-FILE-DUP-KEY     VALUE '22'.
           88  WS-HLD-FILE-NOTFND      VALUE '23'.
       01  WS-STM-FILE-STATUS           PIC XX.
           88  WS-STM-FILE-OK          VALUE '00'.
           88  WS-STM-FILE-DUP-KEY     VALUE '22'.
           88  WS-STM-FILE-NOTFND      VALUE '23'.
       01  WS-HAP-FILE-STATUS           PIC XX.
           88  WS-HAP-FILE-OK          VALUE '00'.
           88  WS-HAP-FILE-DUP-KEY     VALUE '22'.
           88  WS-HAP-FILE-NOTFND      VALUE '23'.
       01  WS-MAD-FILE-STATUS           PIC XX.
           88  WS-MAD-FILE-OK          VALUE '00'.
           88  WS-MAD-FILE-DUP-KEY     VALUE '22'.
           88  WS-MAD-FILE-NOTFND      VALUE '23'.
       01  WS-WSH-FILE-STATUS           PIC XX.
           88  WS-WSH-FILE-OK          VALUE '00'.
           88  WS-WSH-FILE-DUP-KEY     VALUE '22'.
           88  WS-WSH-FILE-NOTFND      VALUE '23'.
       01  WS-HSH-FILE-STATUS           PIC XX.
           88  WS-HSH-FILE-OK          VALUE '00'.
           88  WS-HSH-FILE-DUP-KEY     VALUE '22'.
           88  WS-HSH-FILE-NOTFND      VALUE '23'.
       01  WS-EDC-FILE-STATUS           PIC XX.
           88  WS-EDC-FILE-OK          VALUE '00'.
           88  WS-EDC-FILE-DUP-KEY     VALUE '22'.
           88  WS-EDC-FILE-NOTFND      VALUE '23'.
       01  WS-RPR-FILE-STATUS           PIC XX.
           88  WS-RPR-FILE-OK          VALUE '00'.
           88  WS-RPR-FILE-DUP-KEY     VALUE '22'.
           88  WS-RPR-FILE-NOTFND      VALUE '23'.
       01  WS-ARO-FILE-STATUS           PIC XX.
           88  WS-ARO-FILE-OK          VALUE '00'.
       01  WS-ARI-FILE-STATUS           PIC XX.
           88  WS-ARI-FILE-OK          VALUE '00'.
           88  WS-ARI-FILE-EOF         VALUE '10'.
       01  WS-RPT-FILE-STATUS           PIC XX.
           88  WS-RPT-FILE-OK          VALUE '00'.

       01  WS-FILES-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  WS-FILES-OPENED         VALUE 'Y'.
       01  WS-MASTERS-OPEN-SW           PIC X(1)    VALUE 'N'.
           88  WS-MASTERS-OPENED       VALUE 'Y'.
       01  WS-LIST-OPEN-SW              PIC X(1)    VALUE 'N'.
           88  WS-LIST-OPENED          VALUE 'Y'.
       01  WS-ARO-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  WS-ARO-OPENED           VALUE 'Y'.
       01  WS-ARI-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  WS-ARI-OPENED           VALUE 'Y'.

      *    'T' TRIAL (REPORT-ONLY, THE DEFAULT), 'P' PURGE,
      *    'R' RESTORE FROM THE ARCHIVE.
       01  WS-RUN-MODE-SW               PIC X(1)    VALUE 'T'.
           88  WS-TRIAL-MODE           VALUE 'T'.
           88  WS-PURGE-MODE           VALUE 'P'.
           88  WS-RESTORE-MODE         VALUE 'R'.
       01  WS-CLS-ABORT-SW              PIC X(1)    VALUE 'N'.
           88  WS-CLS-ABORTED          VALUE 'Y'.
       01  WS-PURGE-CAP                 PIC 9(5)    VALUE 100.

      *    RETENTION DAYS BY FIRM FROM THE 'RETN' CARDS. A FIRM WITH
      *    NO CARD TAKES THE DEFAULT - SEVEN YEARS UNLESS A FIRM 000
      *    CARD SAYS OTHERWISE.
       01  WS-DEFAULT-RETN-DAYS         PIC 9(5)    VALUE 02557.
       01  WS-RETN-TABLE.
           05  WS-RETN-ENTRY OCCURS 100 TIMES.
               10  WS-RT-FIRM-NO        PIC 9(3).
               10  WS-RT-DAYS           PIC 9(5).
       01  WS-RETN-COUNT                PIC 9(3)    COMP VALUE ZEROS.
       01  WS-RX                        PIC 9(3)    COMP.
       01  WS-RETN-DAYS                 PIC 9(5).

      *    ACCOUNTS NAMED ON 'RSTR' CARDS. EACH IS COUNTED AGAINST
      *    THE CAP THE FIRST TIME ONE OF ITS ARCHIVED ROWS IS MET.
       01  WS-RESTORE-TABLE.
           05  WS-RESTORE-ENTRY OCCURS 500 TIMES.
               10  WS-RS-FIRM-NO        PIC 9(3).
               10  WS-RS-ACCT-NO        PIC 9(8).
               10  WS-RS-STARTED-SW     PIC X(1).
                   88  WS-RS-STARTED   VALUE 'Y'.
               10  WS-RS-ROWS           PIC 9(5).
       01  WS-RESTORE-COUNT             PIC 9(3)    COMP VALUE ZEROS.
       01  WS-SX                        PIC 9(3)    COMP.
       01  WS-RESTORE-FOUND-X           PIC 9(3)    COMP VALUE ZEROS.

       01  WS-CLOSE-REQUEST.
           05  WS-CR-FIRM-NO            PIC 9(3).
           05  WS-CR-ACCT-NO            PIC 9(8).
           05  WS-CR-CLOSE-DATE         PIC 9(8).

       01  WS-ACCOUNT-OK-SW             PIC X(1).
           88  WS-ACCOUNT-OK           VALUE 'Y'.
       01  WS-HLD-FOUND-SW              PIC X(1).
           88  WS-HLD-FOUND            VALUE 'Y'.
       01  WS-STM-FOUND-SW              PIC X(1).
           88  WS-STM-FOUND            VALUE 'Y'.
       01  WS-HAP-FOUND-SW              PIC X(1).
           88  WS-HAP-FOUND            VALUE 'Y'.
       01  WS-MAD-FOUND-SW              PIC X(1).
           88  WS-MAD-FOUND            VALUE 'Y'.
       01  WS-HSH-FOUND-SW              PIC X(1).
           88  WS-HSH-FOUND            VALUE 'Y'.
       01  WS-EDC-FOUND-SW              PIC X(1).
           88  WS-EDC-FOUND            VALUE 'Y'.
       01  WS-WSH-DONE-SW               PIC X(1).
           88  WS-WSH-DONE             VALUE 'Y'.
       01  WS-OPEN-WASH-SW              PIC X(1).
           88  WS-OPEN-WASH            VALUE 'Y'.
       01  WS-ROW-DONE-SW               PIC X(1).
           88  WS-ROW-DONE             VALUE 'Y'.

      *    WASH-SALE KEYS OF THE ACCOUNT, GATHERED ON THE SAFEGUARD
      *    PASS AND DELETED BY KEY AFTERWARDS SO THE BROWSE IS NEVER
      *    RUNNING UNDER ITS OWN DELETES. AN ACCOUNT WITH MORE ROWS
      *    THAN THE TABLE HOLDS IS HELD BACK WHOLE.
       01  WS-WSH-KEY-TABLE.
           05  WS-WK-KEY OCCURS 300 TIMES.
               10  WS-WK-CUSIP          PIC X(9).
               10  WS-WK-TRADE-DATE     PIC 9(8).
       01  WS-WSH-KEY-COUNT             PIC 9(3)    COMP VALUE ZEROS.
       01  WS-WX                        PIC 9(3)    COMP.
       01  WS-WSH-OVERFLOW-SW           PIC X(1).
           88  WS-WSH-OVERFLOW         VALUE 'Y'.

      *    REPRINT-REQUEST KEYS OF THE ACCOUNT, GATHERED AND DELETED
      *    THE SAME WAY AS THE WASH-SALE KEYS.
       01  WS-RPR-KEY-TABLE.
           05  WS-PK-KEY OCCURS 100 TIMES.
               10  WS-PK-STMT-DATE      PIC 9(8).
               10  WS-PK-RECIPIENT      PIC X(4).
       01  WS-RPR-KEY-COUNT             PIC 9(3)    COMP VALUE ZEROS.
       01  WS-PX                        PIC 9(3)    COMP.
       01  WS-RPR-DONE-SW               PIC X(1).
           88  WS-RPR-DONE             VALUE 'Y'.
       01  WS-RPR-OVERFLOW-SW           PIC X(1).
           88  WS-RPR-OVERFLOW         VALUE 'Y'.

      *    ACTIVE MEMBERS FILED UNDER THE ACCOUNT WHEN IT IS AN ACTIVE
      *    HOUSEHOLD HEAD, THE HEAD'S OWN RECORD EXCLUDED.
       01  WS-HSH-SCAN-DONE-SW          PIC X(1).
           88  WS-HSH-SCAN-DONE        VALUE 'Y'.
       01  WS-ACTIVE-MEMBERS            PIC 9(5)    VALUE ZEROS.
       01  WS-RD-MEMBER-COUNT           PIC Z(4)9.

       01  WS-RUN-DATE-CYMD             PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE-CYMD.
           05  WS-RUN-YEAR              PIC 9(4).
           05  FILLER                   PIC 9(4).
       01  WS-TRADE-DATE-SPLIT.
           05  WS-TD-YEAR               PIC 9(4).
           05  FILLER                   PIC 9(4).

       01  WS-DATE-WORK.
           05  WS-RUN-INTEGER           PIC S9(9)   COMP.
           05  WS-CLOSE-INTEGER         PIC S9(9)   COMP.
           05  WS-PURGE-DUE-INTEGER     PIC S9(9)   COMP.
           05  WS-PURGE-DUE-DATE        PIC 9(8).
       01  WS-CLOSE-DATE-SPLIT.
           05  WS-CD-YEAR               PIC 9(4).
           05  WS-CD-MONTH              PIC 9(2).
           05  WS-CD-DAY                PIC 9(2).
       01  WS-CLOSE-DATE-NUM REDEFINES WS-CLOSE-DATE-SPLIT
                                        PIC 9(8).

      *    WHAT IS BEING ARCHIVED, DELETED OR RESTORED AND HOW IT
      *    GOES ON THE AUDIT TRAIL.
       01  WS-ROW-REC-TYPE              PIC X(3).
       01  WS-ROW-APPLICATION           PIC X(4).
       01  WS-ROW-LENGTH                PIC 9(3).
       01  WS-ROW-IMAGE                 PIC X(450).
       01  WS-ROW-CUSIP                 PIC X(9).
       01  WS-ROW-TRADE-DATE            PIC 9(8).
       01  WS-ROW-STMT-DATE             PIC 9(8).
       01  WS-ROW-RECIPIENT             PIC X(4).
       01  WS-ACCOUNT-ROWS              PIC 9(5).

       01  WS-AUDIT-FUNCTION            PIC X(4).
       01  WS-AUDIT-PREFIX              PIC X(1).
       01  WS-AUDIT-BEFORE-IMAGE        PIC X(450).
       01  WS-AUDIT-AFTER-IMAGE         PIC X(450).
       01  WS-AUDIT-RETURN-CODE         PIC 9(2).
       01  WS-AUDIT-STAMP               PIC X(26).
       01  WS-AUDIT-SEQ-NO              PIC 9(3)    VALUE ZEROS.

       01  WS-ARCHIVE-STAMP             PIC X(26).

           COPY DEARCFIL.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-CARDS-REJECTED        PIC 9(7) VALUE ZEROS.
           05  WS-FEED-RECORDS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-FEED-REJECTED         PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-REQUESTED    PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-NOT-DUE      PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-NOT-ON-FILE  PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-HELD-BACK    PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-PURGED       PIC 9(7) VALUE ZEROS.
           05  WS-TRIAL-WOULD-PURGE     PIC 9(7) VALUE ZEROS.
           05  WS-ROWS-ARCHIVED         PIC 9(7) VALUE ZEROS.
           05  WS-ROWS-DELETED          PIC 9(7) VALUE ZEROS.
           05  WS-ARCHIVE-ROWS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-RESTORED     PIC 9(7) VALUE ZEROS.
           05  WS-ROWS-RESTORED         PIC 9(7) VALUE ZEROS.
           05  WS-ROWS-REFUSED          PIC 9(7) VALUE ZEROS.
           05  WS-IO-FAILURES           PIC 9(7) VALUE ZEROS.
           05  WS-AUDIT-FAILURES        PIC 9(7) VALUE ZEROS.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(14)   VALUE 'ACTION'.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(4)    VALUE 'TYPE'.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(12)
                                        VALUE 'FIRM-ACCOUNT'.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(10)   VALUE 'CLOSED'.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  FILLER                   PIC X(55)   VALUE 'MESSAGE'.

       01  WS-REPORT-DETAIL.
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RD-ACTION             PIC X(14).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RD-REC-TYPE           PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RD-FIRM-NO            PIC 9(3).
           05  FILLER                   PIC X(1)    VALUE '-'.
           05  WS-RD-ACCT-NO            PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RD-CLOSE-DATE         PIC X(10).
           05  FILLER                   PIC X(1)    VALUE SPACES.
           05  WS-RD-MESSAGE            PIC X(55).

       01  WS-RD-ROW-COUNT              PIC Z(4)9.

           COPY DECMLINK.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OPENED
               IF WS-RESTORE-MODE
                   PERFORM 4000-RESTORE-ARCHIVE-ROW
                       UNTIL WS-ARI-FILE-EOF OR WS-CLS-ABORTED
                   PERFORM 4500-REPORT-UNRESTORED
                       VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-RESTORE-COUNT
               ELSE
                   PERFORM 2000-PROCESS-CLOSE-CARDS
                       UNTIL WS-CARD-FILE-EOF OR WS-CLS-ABORTED
                   PERFORM 2500-PROCESS-CLOSE-FEED
                       UNTIL WS-FEED-FILE-EOF OR WS-CLS-ABORTED
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           EVALUATE TRUE
               WHEN NOT WS-FILES-OPENED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CLS-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-IO-FAILURES > ZEROS
                   OR WS-AUDIT-FAILURES > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-CYMD
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-CYMD)
           PERFORM 1100-LOAD-CONTROL-CARDS
           OPEN I-O    HLD-MASTER-FILE
                I-O    STM-MASTER-FILE
                I-O    HAPI-MASTER-FILE
                I-O    MAD-MASTER-FILE
                I-O    WSH-MASTER-FILE
                I-O    HSH-MASTER-FILE
                I-O    EDC-MASTER-FILE
                I-O    RPR-MASTER-FILE
                OUTPUT CLS-REPORT
           IF WS-HLD-FILE-OK AND WS-STM-FILE-OK
               AND WS-HAP-FILE-OK AND WS-MAD-FILE-OK
               AND WS-WSH-FILE-OK AND WS-HSH-FILE-OK
               AND WS-EDC-FILE-OK AND WS-RPR-FILE-OK
               AND WS-RPT-FILE-OK
               SET WS-FILES-OPENED TO TRUE
               SET WS-MASTERS-OPENED TO TRUE
           ELSE
               DISPLAY 'DECLSPRG - OPEN FAILED, HLD='
                   WS-HLD-FILE-STATUS
                   ' STM=' WS-STM-FILE-STATUS
                   ' HAPI=' WS-HAP-FILE-STATUS
                   ' MAD=' WS-MAD-FILE-STATUS
                   ' WSH=' WS-WSH-FILE-STATUS
                   ' HSH=' WS-HSH-FILE-STATUS
                   ' EDC=' WS-EDC-FILE-STATUS
                   ' RPR=' WS-RPR-FILE-STATUS
                   ' RPT=' WS-RPT-FILE-STATUS
               PERFORM 1050-CLOSE-OPENED-FILES
           END-IF
           IF WS-FILES-OPENED
               IF WS-RESTORE-MODE
                   PERFORM 1300-OPEN-RESTORE-FILES
               ELSE
                   PERFORM 1200-OPEN-CLOSE-FILES
               END-IF
           END-IF
           IF WS-FILES-OPENED
               MOVE WS-REPORT-HEADING TO CLS-REPORT-LINE
               PERFORM 3950-PUT-REPORT-LINE
           END-IF.

      *    AFTER A FAILED OPEN, WHATEVER DID OPEN IS CLOSED AGAIN.
       1050-CLOSE-OPENED-FILES.
           IF WS-HLD-FILE-OK
               CLOSE HLD-MASTER-FILE
           END-IF
           IF WS-STM-FILE-OK
               CLOSE STM-MASTER-FILE
           END-IF
           IF WS-HAP-FILE-OK
               CLOSE HAPI-MASTER-FILE
           END-IF
           IF WS-MAD-FILE-OK
               CLOSE MAD-MASTER-FILE
           END-IF
           IF WS-WSH-FILE-OK
               CLOSE WSH-MASTER-FILE
           END-IF
           IF WS-HSH-FILE-OK
               CLOSE HSH-MASTER-FILE
           END-IF
           IF WS-EDC-FILE-OK
               CLOSE EDC-MASTER-FILE
           END-IF
           IF WS-RPR-FILE-OK
               CLOSE RPR-MASTER-FILE
           END-IF
           IF WS-RPT-FILE-OK
               CLOSE CLS-REPORT
           END-IF.

      *    FIRST PASS OVER THE CARDS: THE MODE, THE RETENTION TABLE
      *    AND ANY RESTORE LIST ARE SETTLED BEFORE A SINGLE ACCOUNT
      *    IS LOOKED AT. 'CLOS' CARDS ARE LEFT FOR THE SECOND PASS.
       1100-LOAD-CONTROL-CARDS.
           OPEN INPUT CLS-CARD-FILE
           IF NOT WS-CARD-FILE-OK
               DISPLAY 'DECLSPRG - NO CLSCARDS, STATUS='
                   WS-CARD-FILE-STATUS ' - TRIAL MODE, DEFAULTS'
           ELSE
               PERFORM 1110-READ-CONTROL-CARD
                   UNTIL WS-CARD-FILE-EOF
               CLOSE CLS-CARD-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PURGE-MODE
                   DISPLAY 'DECLSPRG - PURGE MODE, CAP=' WS-PURGE-CAP
               WHEN WS-RESTORE-MODE
                   DISPLAY 'DECLSPRG - RESTORE MODE, CAP='
                       WS-PURGE-CAP
               WHEN OTHER
                   DISPLAY 'DECLSPRG - TRIAL MODE, REPORT ONLY'
           END-EVALUATE
           DISPLAY 'DECLSPRG - DEFAULT RETENTION DAYS: '
               WS-DEFAULT-RETN-DAYS.

       1110-READ-CONTROL-CARD.
           READ CLS-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   EVALUATE TRUE
                       WHEN CLS-CARD-MODE
                           PERFORM 1120-SET-RUN-MODE
                       WHEN CLS-CARD-RETN
                           PERFORM 1130-LOAD-RETENTION
                       WHEN CLS-CARD-RSTR
                           PERFORM 1140-LOAD-RESTORE-ACCOUNT
                       WHEN CLS-CARD-CLOS
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-CARDS-REJECTED
                           DISPLAY 'DECLSPRG - INVALID CARD TYPE: '
                               CLS-CARD-TYPE
                   END-EVALUATE
           END-READ.

      *    REPORT-ONLY TRIAL REMAINS THE DEFAULT: ROWS ARE ONLY
      *    DELETED OR WRITTEN BACK WHEN THE MODE CARD SAYS SO.
       1120-SET-RUN-MODE.
           EVALUATE TRUE
               WHEN CLS-CARD-PURGE-MODE
                   MOVE 'P' TO WS-RUN-MODE-SW
               WHEN CLS-CARD-RESTORE-MODE
                   MOVE 'R' TO WS-RUN-MODE-SW
               WHEN OTHER
                   MOVE 'T' TO WS-RUN-MODE-SW
           END-EVALUATE
           IF CLS-CARD-CAP NUMERIC AND CLS-CARD-CAP > ZEROS
               MOVE CLS-CARD-CAP TO WS-PURGE-CAP
           END-IF.

       1130-LOAD-RETENTION.
           IF CLS-CARD-RETN-FIRM-NO NOT NUMERIC
               OR CLS-CARD-RETN-DAYS NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'DECLSPRG - INVALID RETN CARD: ' CLS-CARD-BODY
           ELSE
               IF CLS-CARD-RETN-FIRM-NO = ZEROS
                   MOVE CLS-CARD-RETN-DAYS TO WS-DEFAULT-RETN-DAYS
               ELSE
                   IF WS-RETN-COUNT < 100
                       ADD 1 TO WS-RETN-COUNT
                       MOVE CLS-CARD-RETN-FIRM-NO
                           TO WS-RT-FIRM-NO (WS-RETN-COUNT)
                       MOVE CLS-CARD-RETN-DAYS
                           TO WS-RT-DAYS (WS-RETN-COUNT)
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY 'DECLSPRG - RETENTION TABLE FULL, '
                           'FIRM ' CLS-CARD-RETN-FIRM-NO
                           ' TAKES THE DEFAULT'
                   END-IF
               END-IF
           END-IF.

       1140-LOAD-RESTORE-ACCOUNT.
           IF CLS-CARD-FIRM-NO NOT NUMERIC
               OR CLS-CARD-ACCT-NO NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'DECLSPRG - INVALID RSTR CARD: ' CLS-CARD-BODY
           ELSE
               IF WS-RESTORE-COUNT < 500
                   ADD 1 TO WS-RESTORE-COUNT
                   MOVE CLS-CARD-FIRM-NO
                       TO WS-RS-FIRM-NO (WS-RESTORE-COUNT)
                   MOVE CLS-CARD-ACCT-NO
                       TO WS-RS-ACCT-NO (WS-RESTORE-COUNT)
                   MOVE 'N'   TO WS-RS-STARTED-SW (WS-RESTORE-COUNT)
                   MOVE ZEROS TO WS-RS-ROWS (WS-RESTORE-COUNT)
               ELSE
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'DECLSPRG - MORE THAN 500 RSTR CARDS, '
                       CLS-CARD-FIRM-NO '-' CLS-CARD-ACCT-NO
                       ' NOT RESTORED'
               END-IF
           END-IF.

      *    SECOND PASS: THE CARDS AGAIN FOR THEIR 'CLOS' ENTRIES,
      *    THEN THE FEED. THE ARCHIVE IS ONLY OPENED WHEN ROWS ARE
      *    REALLY GOING TO BE DELETED.
       1200-OPEN-CLOSE-FILES.
           OPEN INPUT CLS-CARD-FILE
                      CLS-FEED-FILE
           IF NOT WS-CARD-FILE-OK
               SET WS-CARD-FILE-EOF TO TRUE
           END-IF
           IF NOT WS-FEED-FILE-OK
               DISPLAY 'DECLSPRG - NO CLSFEED, STATUS='
                   WS-FEED-FILE-STATUS ' - CARDS ONLY'
               SET WS-FEED-FILE-EOF TO TRUE
           END-IF
           SET WS-LIST-OPENED TO TRUE
           IF WS-PURGE-MODE
               OPEN OUTPUT ARC-OUTPUT-FILE
               IF WS-ARO-FILE-OK
                   SET WS-ARO-OPENED TO TRUE
               ELSE
                   DISPLAY 'DECLSPRG - ARCHOUT OPEN FAILED, STATUS='
                       WS-ARO-FILE-STATUS ' - NOTHING PURGED'
                   MOVE 'N' TO WS-FILES-OPEN-SW
               END-IF
           END-IF.

       1300-OPEN-RESTORE-FILES.
           IF WS-RESTORE-COUNT = ZEROS
               DISPLAY 'DECLSPRG - RESTORE MODE WITH NO RSTR CARDS'
               MOVE 'N' TO WS-FILES-OPEN-SW
           ELSE
               OPEN INPUT ARC-INPUT-FILE
               IF WS-ARI-FILE-OK
                   SET WS-ARI-OPENED TO TRUE
               ELSE
                   DISPLAY 'DECLSPRG - ARCHIN OPEN FAILED, STATUS='
                       WS-ARI-FILE-STATUS ' - NOTHING RESTORED'
                   MOVE 'N' TO WS-FILES-OPEN-SW
               END-IF
           END-IF.

       2000-PROCESS-CLOSE-CARDS.
           READ CLS-CARD-FILE
               AT END
                   SET WS-CARD-FILE-EOF TO TRUE
               NOT AT END
                   IF CLS-CARD-CLOS
                       MOVE CLS-CARD-FIRM-NO    TO WS-CR-FIRM-NO
                       MOVE CLS-CARD-ACCT-NO    TO WS-CR-ACCT-NO
                       MOVE CLS-CARD-CLOSE-DATE TO WS-CR-CLOSE-DATE
                       IF CLS-CARD-FIRM-NO NOT NUMERIC
                           OR CLS-CARD-ACCT-NO NOT NUMERIC
                           OR CLS-CARD-CLOSE-DATE NOT NUMERIC
                           ADD 1 TO WS-CARDS-REJECTED
                           DISPLAY 'DECLSPRG - INVALID CLOS CARD: '
                               CLS-CARD-BODY
                       ELSE
                           PERFORM 3000-CLOSE-OUT-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       2500-PROCESS-CLOSE-FEED.
           READ CLS-FEED-FILE
               AT END
                   SET WS-FEED-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-RECORDS-READ
                   IF CLS-FEED-CLOS
                       AND CLS-FEED-FIRM-NO NUMERIC
                       AND CLS-FEED-ACCT-NO NUMERIC
                       AND CLS-FEED-CLOSE-DATE NUMERIC
                       MOVE CLS-FEED-FIRM-NO    TO WS-CR-FIRM-NO
                       MOVE CLS-FEED-ACCT-NO    TO WS-CR-ACCT-NO
                       MOVE CLS-FEED-CLOSE-DATE TO WS-CR-CLOSE-DATE
                       PERFORM 3000-CLOSE-OUT-ACCOUNT
                   ELSE
                       ADD 1 TO WS-FEED-REJECTED
                       DISPLAY 'DECLSPRG - INVALID FEED RECORD: '
                           CLS-FEED-RECORD
                   END-IF
           END-READ.

       3000-CLOSE-OUT-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REQUESTED
           MOVE 'Y' TO WS-ACCOUNT-OK-SW
           PERFORM 3100-CHECK-RETENTION
           IF WS-ACCOUNT-OK
               PERFORM 3200-CHECK-SAFEGUARDS
           END-IF
           IF WS-ACCOUNT-OK
               PERFORM 3300-PURGE-OR-REPORT
           END-IF.

      *    THE ACCOUNT IS DUE ONCE ITS CLOSE DATE PLUS THE FIRM'S
      *    RETENTION DAYS IS ON OR BEFORE TODAY. THE CLOSE DATE IS
      *    RANGE-EDITED BEFORE INTEGER-OF-DATE IS TRUSTED WITH IT,
      *    AND A DAY PAST THE END OF ITS MONTH FAILS THE ROUND TRIP.
       3100-CHECK-RETENTION.
           MOVE WS-CR-CLOSE-DATE TO WS-CLOSE-DATE-NUM
           IF WS-CD-YEAR < 1601
               OR WS-CD-MONTH < 01 OR WS-CD-MONTH > 12
               OR WS-CD-DAY < 01 OR WS-CD-DAY > 31
               MOVE 'N' TO WS-ACCOUNT-OK-SW
           ELSE
               COMPUTE WS-CLOSE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-NUM)
               COMPUTE WS-PURGE-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CLOSE-INTEGER)
               IF WS-PURGE-DUE-DATE NOT = WS-CLOSE-DATE-NUM
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
               END-IF
           END-IF
           IF NOT WS-ACCOUNT-OK
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 'REJECTED'           TO WS-RD-ACTION
               MOVE 'INVALID CLOSE DATE' TO WS-RD-MESSAGE
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               MOVE WS-DEFAULT-RETN-DAYS TO WS-RETN-DAYS
               PERFORM 3110-MATCH-RETENTION
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RETN-COUNT
               COMPUTE WS-PURGE-DUE-INTEGER =
                   WS-CLOSE-INTEGER + WS-RETN-DAYS
               IF WS-PURGE-DUE-INTEGER > WS-RUN-INTEGER
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-NOT-DUE
                   COMPUTE WS-PURGE-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PURGE-DUE-INTEGER)
                   MOVE 'NOT YET DUE' TO WS-RD-ACTION
                   STRING 'RETENTION RUNS TO ' WS-PURGE-DUE-DATE
                       DELIMITED BY SIZE INTO WS-RD-MESSAGE
                   END-STRING
                   PERFORM 3900-WRITE-REPORT-LINE
               END-IF
           END-IF.

       3110-MATCH-RETENTION.
           IF WS-RT-FIRM-NO (WS-RX) = WS-CR-FIRM-NO
               MOVE WS-RT-DAYS (WS-RX) TO WS-RETN-DAYS
           END-IF.

      *    EVERY MASTER IS READ UP FRONT. AN UNEXPIRED HOLD (A HOLD
      *    REASON WITH NO EXPIRATION, OR ONE STILL IN THE FUTURE) OR
      *    A WASH-SALE ROW IN THE CURRENT TAX YEAR THAT IS STILL
      *    APPLIED OR PENDING KEEPS THE ACCOUNT ON FILE.
       3200-CHECK-SAFEGUARDS.
           MOVE 'N' TO WS-HLD-FOUND-SW
           MOVE 'N' TO WS-STM-FOUND-SW
           MOVE 'N' TO WS-HAP-FOUND-SW
           MOVE 'N' TO WS-MAD-FOUND-SW
           MOVE 'N' TO WS-HSH-FOUND-SW
           MOVE 'N' TO WS-EDC-FOUND-SW
           MOVE ZEROS TO WS-ACTIVE-MEMBERS
           MOVE WS-CR-FIRM-NO TO DE-ACT-HLD-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-ACT-HLD-ACCT-NO
           READ HLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HLD-FOUND TO TRUE
           END-READ
           MOVE WS-CR-FIRM-NO TO DE-ACT-STM-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-ACT-STM-ACCT-NO
           READ STM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STM-FOUND TO TRUE
           END-READ
           MOVE WS-CR-FIRM-NO TO DE-HAPI-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-HAPI-ACCT-NO
           READ HAPI-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAP-FOUND TO TRUE
           END-READ
           MOVE WS-CR-FIRM-NO TO DE-MADD-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-MADD-ACCT-NO
           READ MAD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAD-FOUND TO TRUE
           END-READ
           MOVE WS-CR-FIRM-NO TO DE-EDC-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-EDC-ACCT-NO
           READ EDC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EDC-FOUND TO TRUE
           END-READ
           PERFORM 3250-CHECK-HOUSEHOLD
           PERFORM 3210-GATHER-WASH-SALES
           PERFORM 3230-GATHER-REPRINTS
           EVALUATE TRUE
               WHEN NOT WS-HLD-FOUND AND NOT WS-STM-FOUND
                   AND NOT WS-HAP-FOUND AND NOT WS-MAD-FOUND
                   AND WS-WSH-KEY-COUNT = ZEROS
                   AND NOT WS-WSH-OVERFLOW
                   AND NOT WS-HSH-FOUND AND NOT WS-EDC-FOUND
                   AND WS-RPR-KEY-COUNT = ZEROS
                   AND NOT WS-RPR-OVERFLOW
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-NOT-ON-FILE
                   MOVE 'NOT ON FILE' TO WS-RD-ACTION
                   MOVE 'NO MASTER ROWS FOR THIS ACCOUNT'
                       TO WS-RD-MESSAGE
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN WS-HLD-FOUND
                   AND DE-ACT-HLD-REASON-CODE NOT = SPACES
                   AND (DE-ACT-HLD-NO-EXPIRATION
                    OR DE-ACT-HLD-EXPIRATION-DATE > WS-RUN-DATE-CYMD)
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   MOVE 'HELD BACK' TO WS-RD-ACTION
                   MOVE 'HLD ' TO WS-RD-REC-TYPE
                   STRING 'UNEXPIRED HOLD, REASON '
                          DE-ACT-HLD-REASON-CODE
                       DELIMITED BY SIZE INTO WS-RD-MESSAGE
                   END-STRING
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN WS-OPEN-WASH
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   MOVE 'HELD BACK' TO WS-RD-ACTION
                   MOVE 'WSH ' TO WS-RD-REC-TYPE
                   STRING 'OPEN WASH SALE IN TAX YEAR ' WS-RUN-YEAR
                       DELIMITED BY SIZE INTO WS-RD-MESSAGE
                   END-STRING
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN WS-WSH-OVERFLOW
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   MOVE 'HELD BACK' TO WS-RD-ACTION
                   MOVE 'WSH ' TO WS-RD-REC-TYPE
                   MOVE 'MORE THAN 300 WASH SALE ROWS - PURGE BY HAND'
                       TO WS-RD-MESSAGE
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN WS-ACTIVE-MEMBERS > ZEROS
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   MOVE 'HELD BACK' TO WS-RD-ACTION
                   MOVE 'HSH ' TO WS-RD-REC-TYPE
                   MOVE WS-ACTIVE-MEMBERS TO WS-RD-MEMBER-COUNT
                   STRING 'HOUSEHOLD HEAD OF ' WS-RD-MEMBER-COUNT
                          ' ACTIVE MEMBERS'
                       DELIMITED BY SIZE INTO WS-RD-MESSAGE
                   END-STRING
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN WS-RPR-OVERFLOW
                   MOVE 'N' TO WS-ACCOUNT-OK-SW
                   ADD 1 TO WS-ACCOUNTS-HELD-BACK
                   MOVE 'HELD BACK' TO WS-RD-ACTION
                   MOVE 'RPR ' TO WS-RD-REC-TYPE
                   MOVE 'MORE THAN 100 REPRINT ROWS - PURGE BY HAND'
                       TO WS-RD-MESSAGE
                   PERFORM 3900-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3210-GATHER-WASH-SALES.
           MOVE 'N'   TO WS-WSH-DONE-SW
           MOVE 'N'   TO WS-OPEN-WASH-SW
           MOVE 'N'   TO WS-WSH-OVERFLOW-SW
           MOVE ZEROS TO WS-WSH-KEY-COUNT
           MOVE LOW-VALUES    TO DE-WASH-SALE-KEY-AREA
           MOVE WS-CR-FIRM-NO TO DE-WASH-SALE-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-WASH-SALE-ACCT-NO
           START WSH-MASTER-FILE
               KEY IS NOT LESS THAN DE-WASH-SALE-KEY-AREA
               INVALID KEY
                   SET WS-WSH-DONE TO TRUE
           END-START
           PERFORM 3220-GATHER-NEXT-WASH
               UNTIL WS-WSH-DONE.

       3220-GATHER-NEXT-WASH.
           READ WSH-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-WSH-DONE TO TRUE
           END-READ
           IF NOT WS-WSH-DONE
               IF DE-WASH-SALE-FIRM-NO NOT = WS-CR-FIRM-NO
                   OR DE-WASH-SALE-ACCT-NO NOT = WS-CR-ACCT-NO
                   SET WS-WSH-DONE TO TRUE
               ELSE
                   MOVE DE-WASH-SALE-TRADE-DATE TO WS-TRADE-DATE-SPLIT
                   IF WS-TD-YEAR = WS-RUN-YEAR
                       AND NOT DE-WASH-SALE-NOT-APPLICABLE
                       SET WS-OPEN-WASH TO TRUE
                   END-IF
                   IF WS-WSH-KEY-COUNT < 300
                       ADD 1 TO WS-WSH-KEY-COUNT
                       MOVE DE-WASH-SALE-CUSIP
                           TO WS-WK-CUSIP (WS-WSH-KEY-COUNT)
                       MOVE DE-WASH-SALE-TRADE-DATE
                           TO WS-WK-TRADE-DATE (WS-WSH-KEY-COUNT)
                   ELSE
                       SET WS-WSH-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       3230-GATHER-REPRINTS.
           MOVE 'N'   TO WS-RPR-DONE-SW
           MOVE 'N'   TO WS-RPR-OVERFLOW-SW
           MOVE ZEROS TO WS-RPR-KEY-COUNT
           MOVE LOW-VALUES    TO DE-RPR-KEY-AREA
           MOVE WS-CR-FIRM-NO TO DE-RPR-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-RPR-ACCT-NO
           START RPR-MASTER-FILE
               KEY IS NOT LESS THAN DE-RPR-KEY-AREA
               INVALID KEY
                   SET WS-RPR-DONE TO TRUE
           END-START
           PERFORM 3240-GATHER-NEXT-REPRINT
               UNTIL WS-RPR-DONE.

       3240-GATHER-NEXT-REPRINT.
           READ RPR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-RPR-DONE TO TRUE
           END-READ
           IF NOT WS-RPR-DONE
               IF DE-RPR-FIRM-NO NOT = WS-CR-FIRM-NO
                   OR DE-RPR-ACCT-NO NOT = WS-CR-ACCT-NO
                   SET WS-RPR-DONE TO TRUE
               ELSE
                   IF WS-RPR-KEY-COUNT < 100
                       ADD 1 TO WS-RPR-KEY-COUNT
                       MOVE DE-RPR-STMT-DATE
                           TO WS-PK-STMT-DATE (WS-RPR-KEY-COUNT)
                       MOVE DE-RPR-RECIPIENT
                           TO WS-PK-RECIPIENT (WS-RPR-KEY-COUNT)
                   ELSE
                       SET WS-RPR-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    AN ACTIVE HEAD STILL CARRYING ACTIVE MEMBERS IS KEPT, THE
      *    SAME RULE DEHSHMNT APPLIES TO REMOVING A HEAD - THE MEMBERS
      *    ARE MOVED OR REMOVED FIRST. THE MEMBER COUNT READS THE HEAD
      *    ALTERNATE KEY THROUGH THE RECORD AREA, SO THE ACCOUNT'S OWN
      *    ROW IS READ AGAIN AFTERWARDS FOR THE PURGE.
       3250-CHECK-HOUSEHOLD.
           MOVE WS-CR-FIRM-NO TO DE-HSH-FIRM-NO
           MOVE WS-CR-ACCT-NO TO DE-HSH-ACCT-NO
           READ HSH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HSH-FOUND TO TRUE
           END-READ
           IF WS-HSH-FOUND AND DE-HSH-HEAD AND DE-HSH-ACTIVE
               MOVE 'N' TO WS-HSH-SCAN-DONE-SW
               START HSH-MASTER-FILE
                   KEY IS NOT LESS THAN DE-HSH-HEAD-KEY-AREA
                   INVALID KEY
                       SET WS-HSH-SCAN-DONE TO TRUE
               END-START
               PERFORM 3260-COUNT-NEXT-MEMBER
                   UNTIL WS-HSH-SCAN-DONE
               MOVE WS-CR-FIRM-NO TO DE-HSH-FIRM-NO
               MOVE WS-CR-ACCT-NO TO DE-HSH-ACCT-NO
               READ HSH-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-HSH-FOUND-SW
               END-READ
           END-IF.

       3260-COUNT-NEXT-MEMBER.
           READ HSH-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-HSH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-HSH-SCAN-DONE
               IF DE-HSH-HEAD-FIRM-NO NOT = WS-CR-FIRM-NO
                   OR DE-HSH-HEAD-ACCT-NO NOT = WS-CR-ACCT-NO
                   SET WS-HSH-SCAN-DONE TO TRUE
               ELSE
                   IF DE-HSH-ACTIVE AND DE-HSH-MEMBER
                       ADD 1 TO WS-ACTIVE-MEMBERS
                   END-IF
               END-IF
           END-IF.

      *    THE CAP IS CHECKED BEFORE EVERY ACCOUNT: ONCE REACHED THE
      *    RUN STOPS DEAD WITH CONDITION CODE 16 SO A BAD FEED CANNOT
      *    EMPTY A FIRM. TRIAL MODE ONLY SAYS WHAT WOULD GO.
       3300-PURGE-OR-REPORT.
           IF WS-TRIAL-MODE
               ADD 1 TO WS-TRIAL-WOULD-PURGE
               MOVE 'WOULD PURGE' TO WS-RD-ACTION
               MOVE 'TRIAL MODE - NO CHANGE MADE' TO WS-RD-MESSAGE
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               IF WS-ACCOUNTS-PURGED NOT < WS-PURGE-CAP
                   SET WS-CLS-ABORTED TO TRUE
                   DISPLAY 'DECLSPRG - PURGE CAP ' WS-PURGE-CAP
                       ' REACHED, RUN ABORTED'
               ELSE
                   PERFORM 3400-PURGE-ACCOUNT
               END-IF
           END-IF.

      *    EACH ROW IS ON THE ARCHIVE BEFORE IT IS DELETED. AN
      *    ARCHIVE WRITE THAT FAILS ABORTS THE RUN - NOTHING MAY BE
      *    DELETED THAT CANNOT BE RESTORED.
       3400-PURGE-ACCOUNT.
           MOVE ZEROS TO WS-ACCOUNT-ROWS
           CALL 'DETSTAMP' USING WS-ARCHIVE-STAMP
           IF WS-HLD-FOUND
               PERFORM 3410-PURGE-HLD
           END-IF
           IF WS-STM-FOUND AND NOT WS-CLS-ABORTED
               PERFORM 3420-PURGE-STM
           END-IF
           IF WS-HAP-FOUND AND NOT WS-CLS-ABORTED
               PERFORM 3430-PURGE-HAPI
           END-IF
           IF WS-MAD-FOUND AND NOT WS-CLS-ABORTED
               PERFORM 3440-PURGE-MADD
           END-IF
           PERFORM 3450-PURGE-WSH
               VARYING WS-WX FROM 1 BY 1
               UNTIL WS-WX > WS-WSH-KEY-COUNT OR WS-CLS-ABORTED
           IF WS-HSH-FOUND AND NOT WS-CLS-ABORTED
               PERFORM 3460-PURGE-HSH
           END-IF
           IF WS-EDC-FOUND AND NOT WS-CLS-ABORTED
               PERFORM 3470-PURGE-EDC
           END-IF
           PERFORM 3480-PURGE-RPR
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-RPR-KEY-COUNT OR WS-CLS-ABORTED
           IF WS-ACCOUNT-ROWS > ZEROS
               ADD 1 TO WS-ACCOUNTS-PURGED
               MOVE WS-ACCOUNT-ROWS TO WS-RD-ROW-COUNT
               MOVE 'PURGED' TO WS-RD-ACTION
               STRING WS-RD-ROW-COUNT ' ROWS ARCHIVED AND DELETED'
                   DELIMITED BY SIZE INTO WS-RD-MESSAGE
               END-STRING
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3410-PURGE-HLD.
           MOVE 'HLD'  TO WS-ROW-REC-TYPE
           MOVE 'HLD ' TO WS-ROW-APPLICATION
           MOVE LENGTH OF HLD-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE HLD-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE HLD-MASTER-FILE
               IF WS-HLD-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3420-PURGE-STM.
           MOVE 'STM'  TO WS-ROW-REC-TYPE
           MOVE 'STM ' TO WS-ROW-APPLICATION
           MOVE LENGTH OF STM-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE STM-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE STM-MASTER-FILE
               IF WS-STM-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3430-PURGE-HAPI.
           MOVE 'HAP'  TO WS-ROW-REC-TYPE
           MOVE 'HAPI' TO WS-ROW-APPLICATION
           MOVE LENGTH OF HAPI-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE HAPI-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE HAPI-MASTER-FILE
               IF WS-HAP-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3440-PURGE-MADD.
           MOVE 'MAD'  TO WS-ROW-REC-TYPE
           MOVE 'MADD' TO WS-ROW-APPLICATION
           MOVE LENGTH OF MAD-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE MAD-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE MAD-MASTER-FILE
               IF WS-MAD-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3450-PURGE-WSH.
           MOVE 'WSH'  TO WS-ROW-REC-TYPE
           MOVE 'WASH' TO WS-ROW-APPLICATION
           MOVE WS-CR-FIRM-NO              TO DE-WASH-SALE-FIRM-NO
           MOVE WS-CR-ACCT-NO              TO DE-WASH-SALE-ACCT-NO
           MOVE WS-WK-CUSIP (WS-WX)        TO DE-WASH-SALE-CUSIP
           MOVE WS-WK-TRADE-DATE (WS-WX)   TO DE-WASH-SALE-TRADE-DATE
           READ WSH-MASTER-FILE
               INVALID KEY
                   PERFORM 3495-REPORT-DELETE-FAILURE
               NOT INVALID KEY
                   MOVE LENGTH OF WSH-MASTER-RECORD TO WS-ROW-LENGTH
                   MOVE WSH-MASTER-RECORD TO WS-ROW-IMAGE
                   MOVE DE-WASH-SALE-CUSIP      TO WS-ROW-CUSIP
                   MOVE DE-WASH-SALE-TRADE-DATE TO WS-ROW-TRADE-DATE
                   PERFORM 3800-WRITE-ARCHIVE-ROW
                   IF NOT WS-CLS-ABORTED
                       DELETE WSH-MASTER-FILE
                       IF WS-WSH-FILE-OK
                           PERFORM 3490-ROW-DELETED
                       ELSE
                           PERFORM 3495-REPORT-DELETE-FAILURE
                       END-IF
                   END-IF
           END-READ
           MOVE SPACES TO WS-ROW-CUSIP
           MOVE ZEROS  TO WS-ROW-TRADE-DATE.

       3460-PURGE-HSH.
           MOVE 'HSH'  TO WS-ROW-REC-TYPE
           MOVE 'HSH ' TO WS-ROW-APPLICATION
           MOVE LENGTH OF HSH-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE HSH-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE HSH-MASTER-FILE
               IF WS-HSH-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3470-PURGE-EDC.
           MOVE 'EDC'  TO WS-ROW-REC-TYPE
           MOVE 'EDC ' TO WS-ROW-APPLICATION
           MOVE LENGTH OF EDC-MASTER-RECORD TO WS-ROW-LENGTH
           MOVE EDC-MASTER-RECORD TO WS-ROW-IMAGE
           PERFORM 3800-WRITE-ARCHIVE-ROW
           IF NOT WS-CLS-ABORTED
               DELETE EDC-MASTER-FILE
               IF WS-EDC-FILE-OK
                   PERFORM 3490-ROW-DELETED
               ELSE
                   PERFORM 3495-REPORT-DELETE-FAILURE
               END-IF
           END-IF.

       3480-PURGE-RPR.
           MOVE 'RPR'  TO WS-ROW-REC-TYPE
           MOVE 'RPR ' TO WS-ROW-APPLICATION
           MOVE WS-CR-FIRM-NO              TO DE-RPR-FIRM-NO
           MOVE WS-CR-ACCT-NO              TO DE-RPR-ACCT-NO
           MOVE WS-PK-STMT-DATE (WS-PX)    TO DE-RPR-STMT-DATE
           MOVE WS-PK-RECIPIENT (WS-PX)    TO DE-RPR-RECIPIENT
           READ RPR-MASTER-FILE
               INVALID KEY
                   PERFORM 3495-REPORT-DELETE-FAILURE
               NOT INVALID KEY
                   MOVE LENGTH OF RPR-MASTER-RECORD TO WS-ROW-LENGTH
                   MOVE RPR-MASTER-RECORD TO WS-ROW-IMAGE
                   MOVE DE-RPR-STMT-DATE TO WS-ROW-STMT-DATE
                   MOVE DE-RPR-RECIPIENT TO WS-ROW-RECIPIENT
                   PERFORM 3800-WRITE-ARCHIVE-ROW
                   IF NOT WS-CLS-ABORTED
                       DELETE RPR-MASTER-FILE
                       IF WS-RPR-FILE-OK
                           PERFORM 3490-ROW-DELETED
                       ELSE
                           PERFORM 3495-REPORT-DELETE-FAILURE
                       END-IF
                   END-IF
           END-READ
           MOVE ZEROS  TO WS-ROW-STMT-DATE
           MOVE SPACES TO WS-ROW-RECIPIENT.

      *    THE DELETE GOES ON THE AUDIT TRAIL AS A 'VOID': BEFORE =
      *    THE ROW AS IT STOOD, AFTER = SPACES. DEAUDBKO CAN PUT A
      *    SINGLE HLD, STM, HAPI, MADD OR WASH ROW BACK FROM THAT THE
      *    SAME AS RESTORE MODE CAN; HSH, EDC AND RPR ROWS COME BACK
      *    THROUGH RESTORE MODE ONLY.
       3490-ROW-DELETED.
           ADD 1 TO WS-ROWS-DELETED
           ADD 1 TO WS-ACCOUNT-ROWS
           MOVE 'VOID'         TO WS-AUDIT-FUNCTION
           MOVE 'P'            TO WS-AUDIT-PREFIX
           MOVE WS-ROW-IMAGE   TO WS-AUDIT-BEFORE-IMAGE
           MOVE SPACES         TO WS-AUDIT-AFTER-IMAGE
           PERFORM 3700-WRITE-AUDIT-ROW.

       3495-REPORT-DELETE-FAILURE.
           ADD 1 TO WS-IO-FAILURES
           MOVE 'FAILED' TO WS-RD-ACTION
           MOVE WS-ROW-APPLICATION TO WS-RD-REC-TYPE
           MOVE 'MASTER DELETE FAILED - ROW IS ON ARCHIVE AND MASTER'
               TO WS-RD-MESSAGE
           PERFORM 3900-WRITE-REPORT-LINE.

       3700-WRITE-AUDIT-ROW.
           MOVE SPACES             TO LK-DE-COMM-AREA
           MOVE WS-CR-FIRM-NO      TO LK-DE-FIRM
           MOVE ZEROS              TO LK-DE-SUB
           MOVE WS-ROW-APPLICATION TO LK-DE-APPLICATION
           MOVE WS-AUDIT-FUNCTION  TO LK-DE-FUNCTION
           MOVE 'DECLSPRG  '       TO LK-DE-USERID
           MOVE 'DECLSPRG'         TO LK-DE-ORIGINATOR
           MOVE 'BATCH'            TO LK-DE-TRANS-ORIGIN
           CALL 'DETSTAMP' USING WS-AUDIT-STAMP
           ADD 1 TO WS-AUDIT-SEQ-NO
           STRING WS-AUDIT-PREFIX
                  WS-AUDIT-STAMP (9:2)
                  WS-AUDIT-STAMP (12:2)
                  WS-AUDIT-STAMP (15:2)
                  WS-AUDIT-STAMP (18:2)
                  WS-AUDIT-SEQ-NO
               DELIMITED BY SIZE INTO LK-DE-TRANS-RID
           END-STRING
           MOVE WS-ROW-REC-TYPE    TO LK-DE-KEY (1:3)
           MOVE WS-CR-FIRM-NO      TO LK-DE-KEY (4:3)
           MOVE WS-CR-ACCT-NO      TO LK-DE-KEY (7:8)
           IF WS-ROW-REC-TYPE = 'WSH'
               MOVE WS-ROW-CUSIP       TO LK-DE-KEY (15:9)
               MOVE WS-ROW-TRADE-DATE  TO LK-DE-KEY (24:8)
           END-IF
           IF WS-ROW-REC-TYPE = 'RPR'
               MOVE WS-ROW-STMT-DATE   TO LK-DE-KEY (15:8)
               MOVE WS-ROW-RECIPIENT   TO LK-DE-KEY (23:4)
           END-IF
           CALL 'DEAUDLOG' USING LK-DE-COMM-AREA
                                 WS-AUDIT-BEFORE-IMAGE
                                 WS-AUDIT-AFTER-IMAGE
                                 WS-AUDIT-RETURN-CODE
           IF WS-AUDIT-RETURN-CODE NOT = ZEROS
               ADD 1 TO WS-AUDIT-FAILURES
               DISPLAY 'DECLSPRG - AUDIT WRITE FAILED FOR '
                   WS-CR-FIRM-NO '-' WS-CR-ACCT-NO ' ' WS-ROW-REC-TYPE
           END-IF.

       3800-WRITE-ARCHIVE-ROW.
           MOVE SPACES              TO ARC-ARCHIVE-RECORD
           MOVE WS-ROW-REC-TYPE     TO DE-ARC-REC-TYPE
           MOVE WS-CR-FIRM-NO       TO DE-ARC-FIRM-NO
           MOVE WS-CR-ACCT-NO       TO DE-ARC-ACCT-NO
           MOVE WS-CR-CLOSE-DATE    TO DE-ARC-CLOSE-DATE
           MOVE WS-RUN-DATE-CYMD    TO DE-ARC-ARCHIVE-DATE
           MOVE WS-ARCHIVE-STAMP    TO DE-ARC-ARCHIVE-TIMESTAMP
           MOVE 'DECLSPRG'          TO DE-ARC-ORIGINATOR
           MOVE WS-ROW-LENGTH       TO DE-ARC-IMAGE-LENGTH
           MOVE WS-ROW-IMAGE        TO DE-ARC-IMAGE
           WRITE ARC-OUTPUT-RECORD FROM ARC-ARCHIVE-RECORD
           IF WS-ARO-FILE-OK
               ADD 1 TO WS-ROWS-ARCHIVED
           ELSE
               SET WS-CLS-ABORTED TO TRUE
               DISPLAY 'DECLSPRG - ARCHIVE WRITE FAILED, STATUS='
                   WS-ARO-FILE-STATUS ', RUN ABORTED AT '
                   WS-CR-FIRM-NO '-' WS-CR-ACCT-NO
           END-IF.

       3900-WRITE-REPORT-LINE.
           MOVE WS-CR-FIRM-NO    TO WS-RD-FIRM-NO
           MOVE WS-CR-ACCT-NO    TO WS-RD-ACCT-NO
           MOVE SPACES           TO WS-RD-CLOSE-DATE
           IF WS-CR-CLOSE-DATE NUMERIC AND WS-CR-CLOSE-DATE > ZEROS
               STRING WS-CR-CLOSE-DATE (5:2) '/'
                      WS-CR-CLOSE-DATE (7:2) '/'
                      WS-CR-CLOSE-DATE (1:4)
                   DELIMITED BY SIZE INTO WS-RD-CLOSE-DATE
               END-STRING
           END-IF
           MOVE WS-REPORT-DETAIL TO CLS-REPORT-LINE
           PERFORM 3950-PUT-REPORT-LINE
           MOVE SPACES TO WS-RD-ACTION
           MOVE SPACES TO WS-RD-REC-TYPE
           MOVE SPACES TO WS-RD-MESSAGE.

       3950-PUT-REPORT-LINE.
           WRITE CLS-REPORT-LINE
           IF NOT WS-RPT-FILE-OK
               DISPLAY 'DECLSPRG - REPORT WRITE FAILED, STATUS='
                   WS-RPT-FILE-STATUS
           END-IF.

      *    RESTORE: ONE PASS OVER THE ARCHIVE. A ROW WHOSE ACCOUNT IS
      *    ON AN 'RSTR' CARD IS WRITTEN BACK TO ITS MASTER; A ROW
      *    ALREADY ON THE MASTER IS REFUSED, NOT OVERLAID.
       4000-RESTORE-ARCHIVE-ROW.
           READ ARC-INPUT-FILE INTO ARC-ARCHIVE-RECORD
               AT END
                   SET WS-ARI-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-ROWS-READ
                   PERFORM 4100-FIND-RESTORE-ENTRY
                   IF WS-RESTORE-FOUND-X > ZEROS
                       PERFORM 4200-RESTORE-ROW
                   END-IF
           END-READ.

       4100-FIND-RESTORE-ENTRY.
           MOVE ZEROS TO WS-RESTORE-FOUND-X
           PERFORM 4110-MATCH-RESTORE-ENTRY
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-RESTORE-COUNT
                  OR WS-RESTORE-FOUND-X > ZEROS.

       4110-MATCH-RESTORE-ENTRY.
           IF WS-RS-FIRM-NO (WS-SX) = DE-ARC-FIRM-NO
               AND WS-RS-ACCT-NO (WS-SX) = DE-ARC-ACCT-NO
               MOVE WS-SX TO WS-RESTORE-FOUND-X
           END-IF.

      *    THE CAP COUNTS ACCOUNTS: IT IS CHECKED THE FIRST TIME A
      *    ROW OF EACH REQUESTED ACCOUNT TURNS UP ON THE ARCHIVE.
       4200-RESTORE-ROW.
           MOVE DE-ARC-FIRM-NO    TO WS-CR-FIRM-NO
           MOVE DE-ARC-ACCT-NO    TO WS-CR-ACCT-NO
           MOVE DE-ARC-CLOSE-DATE TO WS-CR-CLOSE-DATE
           IF NOT WS-RS-STARTED (WS-RESTORE-FOUND-X)
               IF WS-ACCOUNTS-RESTORED NOT < WS-PURGE-CAP
                   SET WS-CLS-ABORTED TO TRUE
                   DISPLAY 'DECLSPRG - RESTORE CAP ' WS-PURGE-CAP
                       ' REACHED, RUN ABORTED'
               ELSE
                   SET WS-RS-STARTED (WS-RESTORE-FOUND-X) TO TRUE
                   ADD 1 TO WS-ACCOUNTS-RESTORED
               END-IF
           END-IF
           IF NOT WS-CLS-ABORTED
               ADD 1 TO WS-RS-ROWS (WS-RESTORE-FOUND-X)
               MOVE DE-ARC-REC-TYPE TO WS-ROW-REC-TYPE
               MOVE DE-ARC-IMAGE    TO WS-ROW-IMAGE
               MOVE SPACES          TO WS-ROW-CUSIP
               MOVE ZEROS           TO WS-ROW-TRADE-DATE
               MOVE ZEROS           TO WS-ROW-STMT-DATE
               MOVE SPACES          TO WS-ROW-RECIPIENT
               MOVE 'N'             TO WS-ROW-DONE-SW
               EVALUATE TRUE
                   WHEN DE-ARC-HLD
                       MOVE 'HLD ' TO WS-ROW-APPLICATION
                       PERFORM 4210-RESTORE-HLD
                   WHEN DE-ARC-STM
                       MOVE 'STM ' TO WS-ROW-APPLICATION
                       PERFORM 4220-RESTORE-STM
                   WHEN DE-ARC-HAP
                       MOVE 'HAPI' TO WS-ROW-APPLICATION
                       PERFORM 4230-RESTORE-HAPI
                   WHEN DE-ARC-MAD
                       MOVE 'MADD' TO WS-ROW-APPLICATION
                       PERFORM 4240-RESTORE-MADD
                   WHEN DE-ARC-WSH
                       MOVE 'WASH' TO WS-ROW-APPLICATION
                       PERFORM 4250-RESTORE-WSH
                   WHEN DE-ARC-HSH
                       MOVE 'HSH ' TO WS-ROW-APPLICATION
                       PERFORM 4260-RESTORE-HSH
                   WHEN DE-ARC-EDC
                       MOVE 'EDC ' TO WS-ROW-APPLICATION
                       PERFORM 4265-RESTORE-EDC
                   WHEN DE-ARC-RPR
                       MOVE 'RPR ' TO WS-ROW-APPLICATION
                       PERFORM 4270-RESTORE-RPR
                   WHEN OTHER
                       MOVE DE-ARC-REC-TYPE TO WS-ROW-APPLICATION
                       ADD 1 TO WS-ROWS-REFUSED
                       MOVE 'REFUSED' TO WS-RD-ACTION
                       MOVE WS-ROW-APPLICATION TO WS-RD-REC-TYPE
                       MOVE 'UNKNOWN RECORD TYPE ON ARCHIVE ROW'
                           TO WS-RD-MESSAGE
                       PERFORM 3900-WRITE-REPORT-LINE
               END-EVALUATE
               IF WS-ROW-DONE
                   ADD 1 TO WS-ROWS-RESTORED
                   MOVE 'ADD'        TO WS-AUDIT-FUNCTION
                   MOVE 'R'          TO WS-AUDIT-PREFIX
                   MOVE SPACES       TO WS-AUDIT-BEFORE-IMAGE
                   MOVE WS-ROW-IMAGE TO WS-AUDIT-AFTER-IMAGE
                   PERFORM 3700-WRITE-AUDIT-ROW
                   MOVE 'RESTORED' TO WS-RD-ACTION
                   MOVE WS-ROW-APPLICATION TO WS-RD-REC-TYPE
                   MOVE 'ARCHIVED ROW WRITTEN BACK' TO WS-RD-MESSAGE
                   PERFORM 3900-WRITE-REPORT-LINE
               END-IF
           END-IF.

       4210-RESTORE-HLD.
           MOVE DE-ARC-IMAGE TO HLD-MASTER-RECORD
           WRITE HLD-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-HLD-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-HLD-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4220-RESTORE-STM.
           MOVE DE-ARC-IMAGE TO STM-MASTER-RECORD
           WRITE STM-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-STM-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-STM-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4230-RESTORE-HAPI.
           MOVE DE-ARC-IMAGE TO HAPI-MASTER-RECORD
           WRITE HAPI-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-HAP-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-HAP-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4240-RESTORE-MADD.
           MOVE DE-ARC-IMAGE TO MAD-MASTER-RECORD
           WRITE MAD-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-MAD-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-MAD-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4250-RESTORE-WSH.
           MOVE DE-ARC-IMAGE TO WSH-MASTER-RECORD
           MOVE DE-WASH-SALE-CUSIP      TO WS-ROW-CUSIP
           MOVE DE-WASH-SALE-TRADE-DATE TO WS-ROW-TRADE-DATE
           WRITE WSH-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-WSH-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-WSH-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4260-RESTORE-HSH.
           MOVE DE-ARC-IMAGE TO HSH-MASTER-RECORD
           WRITE HSH-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-HSH-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-HSH-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4265-RESTORE-EDC.
           MOVE DE-ARC-IMAGE TO EDC-MASTER-RECORD
           WRITE EDC-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-EDC-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-EDC-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4270-RESTORE-RPR.
           MOVE DE-ARC-IMAGE TO RPR-MASTER-RECORD
           MOVE DE-RPR-STMT-DATE TO WS-ROW-STMT-DATE
           MOVE DE-RPR-RECIPIENT TO WS-ROW-RECIPIENT
           WRITE RPR-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-RPR-FILE-OK
                   SET WS-ROW-DONE TO TRUE
               WHEN WS-RPR-FILE-DUP-KEY
                   PERFORM 4280-REPORT-ALREADY-ON-FILE
               WHEN OTHER
                   PERFORM 4290-REPORT-WRITE-FAILURE
           END-EVALUATE.

       4280-REPORT-ALREADY-ON-FILE.
           ADD 1 TO WS-ROWS-REFUSED
           MOVE 'REFUSED' TO WS-RD-ACTION
           MOVE WS-ROW-APPLICATION TO WS-RD-REC-TYPE
           MOVE 'ROW ALREADY ON THE MASTER - NOT OVERLAID'
               TO WS-RD-MESSAGE
           PERFORM 3900-WRITE-REPORT-LINE.

       4290-REPORT-WRITE-FAILURE.
           ADD 1 TO WS-IO-FAILURES
           MOVE 'FAILED' TO WS-RD-ACTION
           MOVE WS-ROW-APPLICATION TO WS-RD-REC-TYPE
           MOVE 'MASTER WRITE FAILED ON RESTORE' TO WS-RD-MESSAGE
           PERFORM 3900-WRITE-REPORT-LINE.

       4500-REPORT-UNRESTORED.
           IF WS-RS-ROWS (WS-SX) = ZEROS
               MOVE WS-RS-FIRM-NO (WS-SX) TO WS-CR-FIRM-NO
               MOVE WS-RS-ACCT-NO (WS-SX) TO WS-CR-ACCT-NO
               MOVE ZEROS                 TO WS-CR-CLOSE-DATE
               MOVE 'NOT RESTORED' TO WS-RD-ACTION
               MOVE 'ACCOUNT NOT FOUND ON THE ARCHIVE'
                   TO WS-RD-MESSAGE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-MASTERS-OPENED
               CLOSE HLD-MASTER-FILE STM-MASTER-FILE
                     HAPI-MASTER-FILE MAD-MASTER-FILE
                     WSH-MASTER-FILE HSH-MASTER-FILE
                     EDC-MASTER-FILE RPR-MASTER-FILE
                     CLS-REPORT
           END-IF
           IF WS-LIST-OPENED
               CLOSE CLS-CARD-FILE CLS-FEED-FILE
           END-IF
           IF WS-ARO-OPENED
               CLOSE ARC-OUTPUT-FILE
           END-IF
           IF WS-ARI-OPENED
               CLOSE ARC-INPUT-FILE
           END-IF
           DISPLAY 'DECLSPRG - CARDS READ          : ' WS-CARDS-READ
           DISPLAY 'DECLSPRG - CARDS REJECTED      : '
                   WS-CARDS-REJECTED
           IF WS-RESTORE-MODE
               DISPLAY 'DECLSPRG - ARCHIVE ROWS READ   : '
                       WS-ARCHIVE-ROWS-READ
               DISPLAY 'DECLSPRG - ACCOUNTS RESTORED   : '
                       WS-ACCOUNTS-RESTORED
               DISPLAY 'DECLSPRG - ROWS RESTORED       : '
                       WS-ROWS-RESTORED
               DISPLAY 'DECLSPRG - ROWS REFUSED        : '
                       WS-ROWS-REFUSED
           ELSE
               DISPLAY 'DECLSPRG - FEED RECORDS READ   : '
                       WS-FEED-RECORDS-READ
               DISPLAY 'DECLSPRG - FEED REJECTED       : '
                       WS-FEED-REJECTED
               DISPLAY 'DECLSPRG - ACCOUNTS REQUESTED  : '
                       WS-ACCOUNTS-REQUESTED
               DISPLAY 'DECLSPRG - NOT YET DUE         : '
                       WS-ACCOUNTS-NOT-DUE
               DISPLAY 'DECLSPRG - NOT ON FILE         : '
                       WS-ACCOUNTS-NOT-ON-FILE
               DISPLAY 'DECLSPRG - HELD BACK           : '
                       WS-ACCOUNTS-HELD-BACK
               IF WS-TRIAL-MODE
                   DISPLAY 'DECLSPRG - WOULD PURGE         : '
                           WS-TRIAL-WOULD-PURGE
               ELSE
                   DISPLAY 'DECLSPRG - ACCOUNTS PURGED     : '
                           WS-ACCOUNTS-PURGED
                   DISPLAY 'DECLSPRG - ROWS ARCHIVED       : '
                           WS-ROWS-ARCHIVED
                   DISPLAY 'DECLSPRG - ROWS DELETED        : '
                           WS-ROWS-DELETED
               END-IF
           END-IF
           DISPLAY 'DECLSPRG - I/O FAILURES        : ' WS-IO-FAILURES
           DISPLAY 'DECLSPRG - AUDIT FAILURES      : '
                   WS-AUDIT-FAILURES.
