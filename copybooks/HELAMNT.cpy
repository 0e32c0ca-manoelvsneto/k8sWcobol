000100*---------------------------------------------------------------
000110* HELAMNT.CPY
000120* ACCOUNT MAINTENANCE TRANSACTION READ BY THE HELACMT
000130* PROGRAM.  ONE TRANSACTION PER LINE, APPLIED IN ORDER:
000140*   ADD      - OPEN A NEW ACCOUNT (REFUSED WHEN THE ID IS
000150*              ALREADY ON THE MASTER OR NO HOLDER NAME IS
000160*              GIVEN).  THE EFFECTIVE DATE IS THE OPEN DATE.
000170*   CLOSE    - CLOSE AN ACCOUNT (REFUSED WHEN IT IS ALREADY
000180*              CLOSED OR ITS BALANCE IS NOT ZERO).  THE
000190*              EFFECTIVE DATE IS THE CLOSE DATE.
000200*   FREEZE   - STOP POSTINGS TO AN OPEN ACCOUNT
000210*   UNFREEZE - RELEASE A FROZEN ACCOUNT
000220*   RENAME   - CHANGE THE HOLDER NAME OF AN OPEN ACCOUNT
000221*   ODLIMIT  - SET THE OVERDRAFT LIMIT OF AN OPEN ACCOUNT TO
000222*              THE AMOUNT GIVEN (9 DIGITS, 2 IMPLIED
000223*              DECIMALS); A BLANK AMOUNT REMOVES THE LIMIT
000224*   CLASS    - SET THE ACCOUNT CLASS OF AN OPEN ACCOUNT, WHICH
000225*              PICKS ITS INTEREST AND FEE RATES IN HELACRU; A
000226*              BLANK CLASS TAKES THE DEFAULT RATES.  ADD ALSO
000227*              TAKES A CLASS WHEN ONE IS GIVEN.
000230* A BLANK EFFECTIVE DATE TAKES THE CURRENT DATE.  EVERY
000240* TRANSACTION MUST NAME THE OPERATOR; EVERY ONE, APPLIED OR
000250* REFUSED, IS LOGGED TO RUNLOG, AND EVERY APPLIED CHANGE
000260* WRITES A BEFORE/AFTER AUDIT RECORD (SEE HELAUDT.CPY).
000270* LINES WITH * IN COLUMN 1 OR A BLANK VERB ARE COMMENTS.
000280*---------------------------------------------------------------
000290 01  AMNT-RECORD.
000300     05  AMNT-VERB                  PIC X(08).
000310     05  FILLER                     PIC X(01).
000320     05  AMNT-ACCT-ID               PIC X(10).
000330     05  FILLER                     PIC X(01).
000340     05  AMNT-OPERATOR-ID           PIC X(08).
000350     05  FILLER                     PIC X(01).
000360     05  AMNT-EFF-DATE              PIC X(08).
000370     05  FILLER                     PIC X(01).
000380     05  AMNT-HOLDER-NAME           PIC X(25).
000385     05  FILLER                     PIC X(01).
000386     05  AMNT-OD-LIMIT              PIC X(09).
000387     05  AMNT-OD-LIMIT-N REDEFINES AMNT-OD-LIMIT
000388                                    PIC 9(07)V99.
000390     05  FILLER                     PIC X(01).
000392     05  AMNT-ACCT-CLASS            PIC X(02).
000394     05  FILLER                     PIC X(04).
