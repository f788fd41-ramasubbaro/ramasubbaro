      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 DE-CKP-CDC-LAYOUT ADDED - THE DECDCFED CHANGE-DATA  *
      *          FEED KEEPS ITS HIGH-WATER MARK HERE UNDER ITS OWN JOB *
      *          NAME: THE DE-AUDIT-TIMESTAMP UP TO WHICH AUDIT ROWS   *
      *          HAVE BEEN FED, THE MARK BEFORE THAT (THE WINDOW A     *
      *          REFEED REPEATS), THE LAST FEED SEQUENCE NUMBER AND    *
      *          DATE, AND THE CHANGES IN THAT FEED. THE RUN STATUS    *
      *          BYTE KEEPS ITS MEANING.                               *
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 08/21/2026 NEW CONTROL FILE - ONE RECORD PER MASTER-FILE SWEEP *
      *          JOB, KEYED BY JOB NAME. THE JOB REWRITES ITS RECORD   *
      *          EVERY N RECORDS WITH THE LAST MASTER KEY FULLY        *
               10  DE-CKP-RUN-DATE                      PIC 9(8).
               10  DE-CKP-CHANGE-TIMESTAMP             PIC X(26).
               10  FILLER                               PIC X(25).
           05  DE-CKP-CDC-LAYOUT REDEFINES DE-CKP-LAYOUT.
               10  FILLER                               PIC X(1).
               10  DE-CKP-CDC-HWM-TIMESTAMP             PIC X(26).
               10  DE-CKP-CDC-PRIOR-HWM-TIMESTAMP       PIC X(26).
               10  DE-CKP-CDC-FEED-SEQ-NO               PIC 9(7).
               10  DE-CKP-CDC-FEED-DATE                 PIC 9(8).
               10  DE-CKP-CDC-CHANGES-FED               PIC 9(9).
               10  FILLER                               PIC X(3).
