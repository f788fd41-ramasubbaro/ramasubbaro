      ******************************************************************
      ******   BULK ACCOUNT-PARAMETERS CONTROL RECORD (DE-APR)     ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW RECORD FOR THE HEADER AND TRAILER OF THE        *
      *          APRRESP BULK ACCOUNT-PARAMETERS RESPONSE FILE         *
      *          DEAPRBLK WRITES. EVERY DETAIL ON THAT FILE IS A       *
      *          4096-BYTE WEB-DE20050-PARAMETERS RECORD EXACTLY AS    *
      *          THE DE20050 WEB SERVICE RETURNS IT, BEGINNING WITH    *
      *          THE NUMERIC DE-FIRM; THE HEADER ('HDR') AND TRAILER   *
      *          ('TRL') ARE THE SAME LENGTH AND ARE TOLD APART BY     *
      *          THOSE FIRST THREE BYTES. THE TRAILER CARRIES THE      *
      *          COUNTS A CONSUMER BALANCES THE FILE WITH: REQUESTS    *
      *          READ EQUAL RESPONSES WRITTEN, RESPONSES SPLIT INTO    *
      *          ACCOUNTS FOUND, NOT FOUND AND REJECTED REQUEST KEYS,  *
      *          AND THE RECORD COUNT INCLUDES THE HEADER AND TRAILER. *
      ******************************************************************
       01  APR-CONTROL-RECORD.
           05  DE-APR-RECORD-ID                         PIC X(3).
               88  DE-APR-HEADER-REC                   VALUE 'HDR'.
               88  DE-APR-TRAILER-REC                  VALUE 'TRL'.
           05  DE-APR-CONTROL-BODY                      PIC X(4093).
           05  DE-APR-HEADER REDEFINES DE-APR-CONTROL-BODY.
               10  DE-APR-HDR-RUN-DATE                  PIC 9(8).
               10  DE-APR-HDR-CREATE-TIMESTAMP          PIC X(26).
               10  DE-APR-HDR-LAYOUT-NAME               PIC X(30).
               10  DE-APR-HDR-RECORD-LENGTH             PIC 9(5).
               10  FILLER                               PIC X(4024).
           05  DE-APR-TRAILER REDEFINES DE-APR-CONTROL-BODY.
               10  DE-APR-TRL-REQUEST-COUNT             PIC 9(9).
               10  DE-APR-TRL-RESPONSE-COUNT            PIC 9(9).
               10  DE-APR-TRL-FOUND-COUNT               PIC 9(9).
               10  DE-APR-TRL-NOT-FOUND-COUNT           PIC 9(9).
               10  DE-APR-TRL-REJECTED-COUNT            PIC 9(9).
               10  DE-APR-TRL-ERROR-COUNT               PIC 9(9).
               10  DE-APR-TRL-WARNING-COUNT             PIC 9(9).
               10  DE-APR-TRL-RECORD-COUNT              PIC 9(9).
               10  FILLER                               PIC X(4021).
