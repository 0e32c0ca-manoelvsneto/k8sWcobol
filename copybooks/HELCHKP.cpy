000130* WRITTEN EACH TIME THE COUNTER ADVANCES SO AN EVICTED OR
000140* OOM-KILLED POD CAN RESUME THE LOOP ON THE NEXT RUN INSTEAD
000150* OF REPEATING WORK ALREADY COMPLETED.
000152* THE FEED SOURCE AND POSITION WITHIN IT OF THE LAST RECORD
000154* PROCESSED ARE CARRIED TOO, SO A RESUME INTO A MULTI-SOURCE
000156* FEED CAN PROVE IT LANDED ON THE SAME RECORD.
000160*---------------------------------------------------------------
000170 01  CHKPT-RECORD.
000180     05  CHKPT-LAST-COUNT           PIC 9(05).
000190     05  CHKPT-RUN-DATE             PIC 9(08).
000200     05  CHKPT-RUN-TIME             PIC 9(08).
000210     05  CHKPT-SOURCE-ID            PIC X(08).
000212     05  CHKPT-SOURCE-POSITION      PIC 9(07).
000214     05  FILLER                     PIC X(44).
