000100*---------------------------------------------------------------
000110* HELHIST.CPY
000120* PROCESSED-TRANSACTION HISTORY RECORD, A KEYED INDEXED FILE
000130* WITH THE TRAN-ID AS ITS RECORD KEY.  AT STARTUP HELLO
000140* DELETES THE ENTRIES POSTED MORE THAN THE DUPLICATE WINDOW
000150* (SEE PARM-DUP-WINDOW-DAYS) OF BUSINESS DAYS AGO - THAT
000160* STARTUP TRIM IS THE FILE'S RETENTION, SO IT CANNOT GROW
000170* UNBOUNDED THE WAY RUNLOG DID BEFORE HELARCH.  THE COUNTER-
000180* LOOP EDIT REJECTS A TRAN-ID FOUND ON THE FILE BY KEY, AND
000190* EACH ACCEPTED ID IS WRITTEN AT ONCE WITH THE RUN'S BUSINESS
000200* DATE.  HELCNVT BUILT THE KEYED FILE FROM THE EARLIER FLAT
000210* ONE.
000220*---------------------------------------------------------------
000230 01  HIST-RECORD.
000240     05  HIST-TRAN-ID               PIC X(10).
000250     05  FILLER                     PIC X(01).
000260     05  HIST-POST-DATE             PIC 9(08).
000270     05  FILLER                     PIC X(61).
