      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 ON-REQUEST DUPLICATES. DESTMRPR APPENDS ITS OWN     *
      *          HEADER/TRAILER PAIR PER FIRM BEHIND THE CYCLE'S,      *
      *          CARRYING 'D' DETAILS WITH THE NEW COPY TYPE 'D'       *
      *          (PRINTED MARKED DUPLICATE) FOR THE STATEMENT DATE     *
      *          REQUESTED, AND THE REQUESTED RECIPIENT IN             *
      *          STM-EXT-DUP-RECIPIENT ('ACCT', 'REP ' OR A            *
      *          THIRD-PARTY CODE). A THIRD-PARTY DUPLICATE IS         *
      *          FOLLOWED AT ONCE BY ONE 'A' RECORD PER NAME/ADDRESS   *
      *          LINE TO MAIL IT TO. THE TRAILER CARRIES THE DUPLICATE *
      *          COUNT, WHICH IS ZERO ON A CYCLE TRAILER.              *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 HOUSEHOLD PACKAGES. DUE ACCOUNTS OF ONE HOUSEHOLD   *
      *          (HSHMSTR) NOW MAIL IN ONE ENVELOPE: A 'P' PACKAGE     *
      *          HEADER NAMING THE HEAD-OF-HOUSEHOLD ACCOUNT, THE      *
      *          STATEMENT DATE AND THE MEMBER COUNT, FOLLOWED AT ONCE *
      *          BY ONE 'M' MEMBER RECORD PER STATEMENT TO INSERT      *
      *          (DETAIL LAYOUT, COPY TYPE ORIGINAL). A MEMBER'S REP   *
      *          COPY STILL FOLLOWS IT AS A 'C' AND IS NOT PART OF     *
      *          THE PACKAGE. THE FIRM TRAILER DETAIL COUNT TAKES IN   *
      *          'D' AND 'M' ORIGINALS ALIKE; THE NEW PACKAGE COUNT    *
      *          COUNTS 'P' RECORDS.                                   *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 08/21/2026 OUTPUT RECORD FOR DESTMPRD - THE FORMATTED          *
      *          STATEMENT EXTRACT HANDED TO THE PRINT VENDOR. ONE     *
      *          HEADER/TRAILER PAIR PER FIRM BRACKETS THAT FIRM'S     *
               88  STM-EXT-FIRM-HEADER                 VALUE 'H'.
               88  STM-EXT-DETAIL                      VALUE 'D'.
               88  STM-EXT-REP-COPY                    VALUE 'C'.
               88  STM-EXT-PACKAGE-HEADER              VALUE 'P'.
               88  STM-EXT-PACKAGE-MEMBER              VALUE 'M'.
               88  STM-EXT-RECIPIENT-ADDRESS           VALUE 'A'.
               88  STM-EXT-FIRM-TRAILER                VALUE 'T'.
           05  STM-EXT-FIRM-NO                          PIC 9(3).
           05  STM-EXT-DETAIL-AREA.
               10  STM-EXT-COPY-TYPE                    PIC X(1).
                   88  STM-EXT-ORIGINAL                VALUE 'O'.
                   88  STM-EXT-COPY-FOR-REP            VALUE 'R'.
                   88  STM-EXT-DUPLICATE               VALUE 'D'.
           05  STM-EXT-PACKAGE-AREA
                   REDEFINES STM-EXT-DETAIL-AREA.
               10  STM-EXT-PKG-HEAD-ACCT-NO             PIC 9(8).
               10  FILLER                               PIC X(1).
               10  STM-EXT-PKG-STMT-DATE                PIC 9(8).
               10  STM-EXT-PKG-MEMBER-COUNT             PIC 9(3).
               10  FILLER                               PIC X(10).
           05  STM-EXT-TRAILER-AREA
                   REDEFINES STM-EXT-DETAIL-AREA.
               10  STM-EXT-DETAIL-COUNT                 PIC 9(7).
               10  STM-EXT-COPY-COUNT                   PIC 9(7).
               10  STM-EXT-PACKAGE-COUNT                PIC 9(7).
               10  STM-EXT-DUPLICATE-COUNT              PIC 9(7).
               10  FILLER                               PIC X(2).
           05  STM-EXT-ADDRESS-AREA
                   REDEFINES STM-EXT-DETAIL-AREA.
               10  STM-EXT-ADDR-LINE                    PIC X(30).
           05  STM-EXT-DUP-RECIPIENT                    PIC X(4).
           05  FILLER                                   PIC X(2).
