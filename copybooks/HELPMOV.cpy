000100*---------------------------------------------------------------
000110* HELPMOV.CPY
000120* PERIOD MOVEMENT RECORD, A KEYED INDEXED FILE (PERDMOV) WITH
000130* THE ACCOUNT ID AND CALENDAR MONTH (YYYYMM) AS ITS RECORD
000140* KEY.  HELLO ADDS EVERY POSTING IT MAKES TO THE ACCOUNT'S
000150* RECORD FOR THE MONTH OF THE RUN'S BUSINESS DATE AS IT
000160* REWRITES THE BALANCE - THE SAME POSTINGS IT WRITES TO
000170* ACCEPTED, IN THE BASE CURRENCY - SO THE MONTH'S CR, DB AND AJ
000180* TOTALS SURVIVE THE DAILY REWRITE OF ACCEPTED.  HELBKOT TAKES
000190* A BACKED-OUT DATE'S POSTINGS BACK OFF.  HELPCLS READS IT FOR
000200* THE TRIAL BALANCE AT PERIOD CLOSE.
000210*---------------------------------------------------------------
000220 01  PMOV-RECORD.
000230     05  PMOV-KEY.
000240         10  PMOV-ACCT-ID           PIC X(10).
000250         10  PMOV-PERIOD            PIC 9(06).
000260     05  PMOV-CR-COUNT              PIC 9(05).
000270     05  PMOV-CR-AMOUNT             PIC 9(11)V99.
000280     05  PMOV-DB-COUNT              PIC 9(05).
000290     05  PMOV-DB-AMOUNT             PIC 9(11)V99.
000300     05  PMOV-AJ-COUNT              PIC 9(05).
000310     05  PMOV-AJ-AMOUNT             PIC 9(11)V99.
000320     05  PMOV-LAST-DATE             PIC 9(08).
000330     05  FILLER                     PIC X(02).
