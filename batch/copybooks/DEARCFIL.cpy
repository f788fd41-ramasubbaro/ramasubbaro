      ******************************************************************
      ******   CLOSED-ACCOUNT ARCHIVE FILE RECORD (DE-ARC)        ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW RECORD FOR THE CLOSED-ACCOUNT ARCHIVE WRITTEN   *
      *          BY DECLSPRG. ONE ROW PER MASTER RECORD UNLOADED -     *
      *          HLDMSTR, STMMSTR, HAPMSTR, MADMSTR, HSHMSTR, EDCMSTR  *
      *          AND EVERY WSHMSTR AND RPRMSTR ROW OF THE ACCOUNT -    *
      *          EACH BEHIND THE SAME 80-BYTE HEADER: WHICH MASTER,    *
      *          THE ACCOUNT, ITS CLOSE DATE, WHEN AND BY WHAT IT WAS  *
      *          ARCHIVED, AND HOW MANY BYTES OF THE IMAGE ARE THE     *
      *          MASTER RECORD. THE IMAGE IS THE RECORD EXACTLY AS IT  *
      *          STOOD ON THE MASTER, PADDED TO THE 450 BYTES THE      *
      *          AUDIT IMAGES USE, SO DECLSPRG RESTORE MODE CAN WRITE  *
      *          IT BACK UNCHANGED.                                    *
      ******************************************************************
       01  ARC-ARCHIVE-RECORD.
           05  DE-ARC-HEADER.
               10  DE-ARC-REC-TYPE                      PIC X(3).
                   88  DE-ARC-HLD                      VALUE 'HLD'.
                   88  DE-ARC-STM                      VALUE 'STM'.
                   88  DE-ARC-HAP                      VALUE 'HAP'.
                   88  DE-ARC-MAD                      VALUE 'MAD'.
                   88  DE-ARC-WSH                      VALUE 'WSH'.
                   88  DE-ARC-HSH                      VALUE 'HSH'.
                   88  DE-ARC-EDC                      VALUE 'EDC'.
                   88  DE-ARC-RPR                      VALUE 'RPR'.
               10  DE-ARC-FIRM-NO                       PIC 9(3).
               10  DE-ARC-ACCT-NO                       PIC 9(8).
               10  DE-ARC-CLOSE-DATE                    PIC 9(8).
               10  DE-ARC-ARCHIVE-DATE                  PIC 9(8).
               10  DE-ARC-ARCHIVE-TIMESTAMP             PIC X(26).
               10  DE-ARC-ORIGINATOR                    PIC X(8).
               10  DE-ARC-IMAGE-LENGTH                  PIC 9(3).
               10  FILLER                               PIC X(13).
           05  DE-ARC-IMAGE                             PIC X(450).
