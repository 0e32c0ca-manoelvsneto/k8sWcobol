000100*---------------------------------------------------------------
000110* HELPBAL.CPY
000120* PERIOD-END BALANCE RECORD, A KEYED INDEXED FILE (PERDBAL)
000130* WITH THE ACCOUNT ID AND CALENDAR MONTH (YYYYMM) AS ITS
000140* RECORD KEY.  HELPCLS WRITES ONE PER ACCOUNT ON THE MASTER
000150* WHEN IT CLOSES A PERIOD - THE ACCT-BALANCE AND STATUS AS
000160* THEY STOOD AFTER THE MONTH'S LAST WORKING DAY - AND READS
000170* THE LAST CLOSED PERIOD'S RECORD BACK AS THE NEXT PERIOD'S
000180* OPENING BALANCE.  AN ACCOUNT WITH NO RECORD FOR THE LAST
000190* CLOSED PERIOD WAS OPENED SINCE, AT A ZERO BALANCE.
000200*---------------------------------------------------------------
000210 01  PBAL-RECORD.
000220     05  PBAL-KEY.
000230         10  PBAL-ACCT-ID           PIC X(10).
000240         10  PBAL-PERIOD            PIC 9(06).
000250     05  PBAL-BALANCE               PIC S9(09)V99
000260                                    SIGN IS LEADING SEPARATE.
000270     05  PBAL-ACCT-STATUS           PIC X(01).
000280     05  PBAL-CLOSE-DATE            PIC 9(08).
000290     05  FILLER                     PIC X(43).
