000160* (HELPOST) READS TO BREAK THE DAY OUT BY TRANSACTION TYPE.
000170* HELLO REWRITES THE FILE ON A FRESH RUN AND EXTENDS IT ON A
000180* RESUMED RUN SO THE EARLIER ITERATIONS' POSTINGS SURVIVE.
000190* THE CURRENCY CODE AND BASE-CURRENCY AMOUNT WERE CARVED OUT
000200* OF THE TRAILING FILLER SO OLDER RECORDS STILL LINE UP:
000210* ACCP-TRAN-AMOUNT STAYS IN THE FEED CURRENCY AND THE BASE
000220* AMOUNT IS THE CONVERTED FIGURE THE SUMMARY AND EXTRACT
000230* STEPS USE, SO HISTORY STAYS COMPARABLE ACROSS CURRENCIES.
000240* ON A LEGACY RECORD BOTH NEW FIELDS ARE SPACES AND THE
000250* FEED AMOUNT ALREADY IS THE BASE FIGURE.
000260* THE SOURCE ID, FEED DATE AND ORIGIN FLAG COPY THE RECORD'S
000270* ORIGIN STAMP (SEE HELTRAN) SO THE ACKNOWLEDGMENT STEP CAN
000280* TIE POSTINGS BACK TO THE SENDER, AND SO A RECYCLED REPAIR
000290* (ORIGIN R) CAN BE REPORTED AS FINALLY ACCEPTED.
000292* ORIGIN H IS A RELEASED HOLD AND ORIGIN A AN INTEREST OR FEE
000294* POSTING FROM HELACRU'S ACCRUAL FEED; AN ACCRUAL POSTING HAS
000296* NO TRANHIST ENTRY (SEE HELLO).
000300*---------------------------------------------------------------
000310 01  ACCP-RECORD.
000320     05  ACCP-RUN-DATE              PIC 9(08).
000330     05  ACCP-TRAN-ID               PIC X(10).
000340     05  ACCP-TRAN-TYPE             PIC X(02).
000350     05  ACCP-TRAN-AMOUNT           PIC 9(07)V99.
000360     05  ACCP-CURRENCY              PIC X(03).
000370     05  ACCP-BASE-AMOUNT           PIC 9(10)V99.
000380     05  ACCP-SOURCE-ID             PIC X(08).
000390     05  ACCP-FEED-DATE             PIC 9(08).
000400     05  ACCP-ORIGIN                PIC X(01).
000410         88  ACCP-FROM-FEED             VALUE "F".
000420         88  ACCP-FROM-RECYCLE          VALUE "R".
000422         88  ACCP-FROM-HOLD             VALUE "H".
000425         88  ACCP-FROM-ACCRUAL          VALUE "A".
000430     05  FILLER                     PIC X(19).
