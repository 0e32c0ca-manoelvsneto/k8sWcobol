000100*---------------------------------------------------------------
000110* HELHELD.CPY
000120* HELD-TRANSACTION RECORD.  HELLO WRITES ONE TO HELDTRAN FOR
000130* EVERY FEED RECORD THAT PASSES THE EDITS BUT IS OVER THE
000140* PROFILE'S LARGE-VALUE LIMIT (H001) OR WOULD TAKE ITS
000150* ACCOUNT PAST ITS OVERDRAFT LIMIT (H002): THE REASON CODE,
000160* THE BUSINESS DATE IT WAS FIRST HELD AND THE FULL 80-BYTE
000170* IMAGE.  A HELD RECORD IS NEITHER POSTED NOR REJECTED UNTIL
000180* THE HELHOLD SUPERVISOR STEP RELEASES OR DECLINES IT; UNTIL
000190* THEN IT IS CARRIED FORWARD ON HELDCARY WITH ITS AGE COUNT
000200* BUMPED EACH CYCLE, THE SAME WAY HELRECYC CARRIES REJECTS.
000202* THE ORIGIN FLAG IS SET THE SAME WAY AS ON THE REJECT RECORD.
000210*---------------------------------------------------------------
000220 01  HELD-RECORD.
000230     05  HELD-REASON-CODE           PIC X(04).
000240         88  HELD-LARGE-VALUE           VALUE "H001".
000250         88  HELD-OVERDRAFT             VALUE "H002".
000260     05  FILLER                     PIC X(01).
000270     05  HELD-DATE                  PIC 9(08).
000280     05  FILLER                     PIC X(01).
000290     05  HELD-TRAN-IMAGE            PIC X(80).
000300     05  FILLER                     PIC X(01).
000310     05  HELD-AGE-DAYS              PIC 9(03).
000312     05  HELD-ORIGIN                PIC X(01).
000314         88  HELD-FROM-FEED             VALUE "F".
000317         88  HELD-FROM-HOLD             VALUE "H".
000320     05  FILLER                     PIC X(01).
