      ******************************************************************
      ******   AUDIT-LOG ACCOUNT CROSS-REFERENCE RECORD (DE-AXR)    ******
      ******************************************************************
      **                       COPYBOOK UPDATES                       **
      ******************************************************************
      * R SUBRAMANIAM                                                  *
      * 10/15/2026 NEW FD RECORD FOR THE AUDXREF KSDS - ONE ROW PER    *
      *          AUDIT-LOG-RECORD THAT NAMES AN ACCOUNT, KEYED BY      *
      *          FIRM, ACCOUNT AND DE-AUDIT-TIMESTAMP WITH THE         *
      *          TRANS-RID ON THE END TO KEEP THE KEY UNIQUE. FIRM AND *
      *          ACCOUNT COME FROM BYTES 5-7 AND 8-15 OF DE-AUDIT-KEY- *
      *          AREA; STM-COD ROWS (A SUB NUMBER IN THE ACCOUNT SLOT) *
      *          AND ROWS WITHOUT A NUMERIC FIRM/ACCOUNT ARE NOT       *
      *          INDEXED. A START ON FIRM/ACCOUNT PLUS READ NEXT GIVES *
      *          THE ACCOUNT'S HISTORY OLDEST-FIRST, AND EACH ROW'S    *
      *          RID READS THE FULL AUDIT ROW DIRECTLY. DEAUDLOG ADDS  *
      *          ROWS, DEAUDRTN REMOVES THEM WITH THE ROWS IT PURGES,  *
      *          AND DEAXRBLD REBUILDS THE FILE FROM THE LOG.          *
      ******************************************************************
       01  AXR-XREF-RECORD.
           05  DE-AXR-KEY-AREA.
               10  DE-AXR-FIRM-NO                       PIC 9(3).
               10  DE-AXR-ACCT-NO                       PIC 9(8).
               10  DE-AXR-TIMESTAMP                     PIC X(26).
               10  DE-AXR-TRANS-RID                     PIC X(12).
           05  DE-AXR-LAYOUT.
               10  DE-AXR-REC-TYPE                      PIC X(3).
               10  DE-AXR-APPLICATION                   PIC X(4).
               10  DE-AXR-FUNCTION                      PIC X(4).
               10  FILLER                               PIC X(20).
