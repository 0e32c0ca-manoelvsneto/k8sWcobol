000100*---------------------------------------------------------------
000110* HELARAT.CPY
000120* INTEREST AND FEE RATE TABLE READ BY PROGRAM HELACRU FROM ITS
000130* ACCRRATE FILE, MAINTAINED BY FINANCE.  ONE R ROW PER ACCOUNT
000140* CLASS (SEE ACCT-CLASS IN HELACCT): THE ANNUAL CREDIT-INTEREST
000150* RATE PAID ON A BALANCE AT OR ABOVE ZERO, THE ANNUAL DEBIT
000160* (OVERDRAFT) RATE CHARGED ON A BALANCE BELOW ZERO, BOTH AS
000170* PERCENTAGES WITH FOUR IMPLIED DECIMALS, AND THE FLAT FEE
000180* CHARGED ONCE A MONTH AT CAPITALIZATION.  THE ROW WITH A
000190* BLANK CLASS IS THE DEFAULT FOR ACCOUNTS WITH NO CLASS SET.
000200* ONE C ROW CARRIES THE CAPITALIZATION DAY OF THE MONTH (ZERO
000210* MEANS THE LAST WORKING DAY OF THE MONTH ONLY) AND THE DAY
000220* BASIS THE ANNUAL RATES ARE DIVIDED BY (ZERO MEANS 365).
000230* LINES WITH * IN COLUMN 1 ARE COMMENTS.
000240*---------------------------------------------------------------
000250 01  ARAT-RECORD.
000260     05  ARAT-REC-TYPE              PIC X(01).
000270         88  ARAT-RATE-ROW              VALUE "R".
000280         88  ARAT-CONTROL-ROW           VALUE "C".
000290     05  FILLER                     PIC X(01).
000300     05  ARAT-CLASS                 PIC X(02).
000310     05  FILLER                     PIC X(01).
000320     05  ARAT-CR-RATE               PIC 9(02)V9(04).
000330     05  FILLER                     PIC X(01).
000340     05  ARAT-DB-RATE               PIC 9(02)V9(04).
000350     05  FILLER                     PIC X(01).
000360     05  ARAT-MONTHLY-FEE           PIC 9(05)V99.
000370     05  FILLER                     PIC X(54).
000380
000390 01  ARAT-CONTROL-REC.
000400     05  ARAT-CTL-TAG               PIC X(01).
000410     05  FILLER                     PIC X(01).
000420     05  ARAT-CAP-DAY               PIC 9(02).
000430     05  FILLER                     PIC X(01).
000440     05  ARAT-DAY-BASIS             PIC 9(03).
000450     05  FILLER                     PIC X(72).
