000260* WITH THE OPERATOR ID SO MANUAL INTERVENTIONS ARE VISIBLE
000270* TO HELSTAT AND THE AUDITORS.  LINES WITH * IN COLUMN 1 OR
000280* A BLANK VERB ARE COMMENTS.
000281* THE HELBKOT BACKOUT UTILITY READS THE SAME LAYOUT FROM ITS
000282* OWN BKOTCMDS FILE, WITH THE ONE VERB:
000283*   BACKOUT  YYYYMMDD - REVERSE THE DATE'S ACCEPTED POSTINGS,
000284*                       REMOVE THEM FROM TRANHIST AND REOPEN
000285*                       THE DATE IN RUNCTL FOR A RERUN
000290*---------------------------------------------------------------
000300 01  CMD-RECORD.
000310     05  CMD-VERB                   PIC X(08).
