000100*---------------------------------------------------------------
000110* HELHCMD.CPY
000120* SUPERVISOR DECISION RECORD READ BY THE HELHOLD PROGRAM
000130* FROM ITS HOLDCMDS FILE.  ONE DECISION PER LINE, NAMING A
000140* HELD TRAN-ID:
000150*   RELEASE  - QUEUE THE HELD IMAGE ON RELEASED FOR THE NEXT
000160*              HELLO RUN, WHERE IT POSTS THROUGH THE SAME
000170*              EDITS AS ANY FEED RECORD BUT IS NOT HELD AGAIN
000180*   DECLINE  - MOVE THE HELD IMAGE TO REJECTS WITH REASON
000190*              R009 SO IT FOLLOWS THE NORMAL REJECT PATH
000200* EVERY DECISION MUST NAME THE SUPERVISOR; EVERY ONE, APPLIED
000210* OR REFUSED, IS LOGGED TO RUNLOG.  A DECISION FOR A TRAN-ID
000220* NOT ON THE HELD QUEUE IS REFUSED.  LINES WITH * IN COLUMN
000230* 1 OR A BLANK VERB ARE COMMENTS.
000240*---------------------------------------------------------------
000250 01  HCMD-RECORD.
000260     05  HCMD-VERB                  PIC X(08).
000270     05  FILLER                     PIC X(01).
000280     05  HCMD-TRAN-ID               PIC X(10).
000290     05  FILLER                     PIC X(01).
000300     05  HCMD-SUPERVISOR-ID         PIC X(08).
000310     05  FILLER                     PIC X(52).
