      ******************************************************************
      ******   NIGHTLY CHANGE-DATA FEED RECORD (DE-CDC)           ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW RECORD FOR THE CDCFEED DELTA FILE WRITTEN BY    *
      *          DECDCFED FOR THE DATA WAREHOUSE AND THE BRANCH CRM.   *
      *          ONE HEADER ('H'), THEN PER AUDIT ROW ONE CHANGE       *
      *          RECORD ('C') FOLLOWED BY ONE FIELD RECORD ('F') PER   *
      *          MASTER FIELD WHOSE VALUE DIFFERS BETWEEN THE BEFORE   *
      *          AND AFTER IMAGES, THEN ONE TRAILER ('T'). CHANGES     *
      *          ARE IN DE-AUDIT-TIMESTAMP ORDER. EVERY RECORD CARRIES *
      *          THE FEED SEQUENCE NUMBER; A REFEED OF A LOST FILE     *
      *          REPEATS THE ORIGINAL NUMBER WITH THE REFEED FLAG SET  *
      *          IN THE HEADER, SO THE RECEIVER CAN TELL IT FROM A NEW *
      *          NIGHT. OPERATION IS ADD (NO BEFORE IMAGE), DEL (NO    *
      *          AFTER IMAGE) OR CHG. FOR STM-COD ROWS THE ACCOUNT     *
      *          FIELD CARRIES THE SUB NUMBER. FIELD VALUES ARE THE    *
      *          MASTER BYTES AS STORED, EXCEPT SIGNED AMOUNTS, WHICH  *
      *          ARE EDITED WITH A LEADING SIGN AND DECIMAL POINT.     *
      ******************************************************************
       01  CDC-FEED-RECORD.
           05  DE-CDC-RECORD-TYPE                       PIC X(1).
               88  DE-CDC-HEADER-REC                   VALUE 'H'.
               88  DE-CDC-CHANGE-REC                   VALUE 'C'.
               88  DE-CDC-FIELD-REC                    VALUE 'F'.
               88  DE-CDC-TRAILER-REC                  VALUE 'T'.
           05  DE-CDC-FEED-SEQ-NO                       PIC 9(7).
           05  DE-CDC-RECORD-BODY                       PIC X(192).
           05  DE-CDC-HEADER REDEFINES DE-CDC-RECORD-BODY.
               10  DE-CDC-HDR-FEED-NAME                 PIC X(8).
               10  DE-CDC-HDR-RUN-DATE                  PIC 9(8).
               10  DE-CDC-HDR-CREATE-TIMESTAMP          PIC X(26).
               10  DE-CDC-HDR-FROM-TIMESTAMP            PIC X(26).
               10  DE-CDC-HDR-TO-TIMESTAMP              PIC X(26).
               10  DE-CDC-HDR-REFEED-IND                PIC X(1).
                   88  DE-CDC-HDR-REFEED               VALUE 'Y'.
               10  FILLER                               PIC X(97).
           05  DE-CDC-CHANGE REDEFINES DE-CDC-RECORD-BODY.
               10  DE-CDC-CHG-TRANS-RID                 PIC X(12).
               10  DE-CDC-CHG-TIMESTAMP                 PIC X(26).
               10  DE-CDC-CHG-REC-TYPE                  PIC X(3).
               10  DE-CDC-CHG-FIRM-NO                   PIC 9(3).
               10  DE-CDC-CHG-ACCT-NO                   PIC 9(8).
               10  DE-CDC-CHG-CUSIP                     PIC X(9).
               10  DE-CDC-CHG-TRADE-DATE                PIC X(8).
               10  DE-CDC-CHG-APPLICATION               PIC X(4).
               10  DE-CDC-CHG-FUNCTION                  PIC X(4).
               10  DE-CDC-CHG-OPERATION                 PIC X(3).
                   88  DE-CDC-CHG-ADD                  VALUE 'ADD'.
                   88  DE-CDC-CHG-CHANGE               VALUE 'CHG'.
                   88  DE-CDC-CHG-DELETE               VALUE 'DEL'.
               10  DE-CDC-CHG-USERID                    PIC X(10).
               10  DE-CDC-CHG-ORIGINATOR                PIC X(8).
               10  DE-CDC-CHG-TRANS-ORIGIN              PIC X(5).
               10  DE-CDC-CHG-FIELD-COUNT               PIC 9(3).
               10  FILLER                               PIC X(86).
           05  DE-CDC-FIELD REDEFINES DE-CDC-RECORD-BODY.
               10  DE-CDC-FLD-TRANS-RID                 PIC X(12).
               10  DE-CDC-FLD-REC-TYPE                  PIC X(3).
               10  DE-CDC-FLD-FIRM-NO                   PIC 9(3).
               10  DE-CDC-FLD-ACCT-NO                   PIC 9(8).
               10  DE-CDC-FLD-SEQ-NO                    PIC 9(3).
               10  DE-CDC-FLD-NAME                      PIC X(30).
               10  DE-CDC-FLD-BEFORE-VALUE              PIC X(30).
               10  DE-CDC-FLD-AFTER-VALUE               PIC X(30).
               10  FILLER                               PIC X(73).
           05  DE-CDC-TRAILER REDEFINES DE-CDC-RECORD-BODY.
               10  DE-CDC-TRL-CHANGE-COUNT              PIC 9(9).
               10  DE-CDC-TRL-FIELD-COUNT               PIC 9(9).
               10  DE-CDC-TRL-RECORD-COUNT              PIC 9(9).
               10  DE-CDC-TRL-TO-TIMESTAMP              PIC X(26).
               10  FILLER                               PIC X(139).
