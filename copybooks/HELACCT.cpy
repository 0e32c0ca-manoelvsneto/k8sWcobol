000100*---------------------------------------------------------------
000110* HELACCT.CPY
000120* ACCOUNT MASTER RECORD, A KEYED INDEXED FILE WITH THE ACCOUNT
000130* ID AS ITS RECORD KEY.  THE HELLO COUNTER-LOOP EDIT READS
000140* EACH TRAN-ID'S ACCOUNT BY KEY; A TRAN-ID WITH NO MASTER
000150* RECORD IS REJECTED.  EACH ACCEPTED CR/DB/AJ AMOUNT UPDATES
000160* THE RUNNING BALANCE AND THE RECORD IS REWRITTEN AT ONCE, SO
000170* THERE IS NO TABLE CEILING AND NO END-OF-RUN REWRITE.  WITH
000180* NO MASTER MOUNTED THE LEGACY UNVALIDATED BEHAVIOR IS KEPT.
000190* THE BALANCE CARRIES A LEADING SEPARATE SIGN SO THE RECORD
000200* STAYS READABLE IN A DUMP OR AN UNLOAD.  HELCNVT BUILT THE
000210* KEYED FILE FROM THE EARLIER FLAT ONE.
000220* THE ACCOUNT STATUS, OPEN AND CLOSE DATES AND HOLDER NAME
000230* (CARVED OUT OF THE TRAILING FILLER SO OLDER RECORDS STILL
000240* LINE UP) ARE MAINTAINED ONLY BY THE HELACMT MAINTENANCE
000250* PROGRAM, WHICH AUDITS EVERY CHANGE.  A BLANK STATUS ON AN
000260* OLDER RECORD IS TAKEN AS ACTIVE.  HELLO REJECTS POSTINGS TO
000270* A CLOSED ACCOUNT R007 AND TO A FROZEN ACCOUNT R008.
000280* THE OVERDRAFT LIMIT (ALSO CARVED FROM THE FILLER AND SET
000290* ONLY BY HELACMT) IS HOW FAR BELOW ZERO A DEBIT MAY TAKE
000300* THE BALANCE BEFORE HELLO HOLDS IT FOR A SUPERVISOR.
000310* SPACES - AS ON EVERY OLDER RECORD - MEAN NO LIMIT IS SET
000320* AND DEBITS ARE NOT HELD; A ZERO LIMIT ALLOWS NO OVERDRAFT.
000322* THE ACCOUNT CLASS (CARVED FROM THE FILLER, SET BY HELACMT)
000324* PICKS THE ROW OF HELACRU'S INTEREST AND FEE RATE TABLE.  A
000326* BLANK CLASS, AS ON EVERY OLDER RECORD, TAKES THE TABLE'S
000328* DEFAULT ROW.
000330*---------------------------------------------------------------
000340 01  ACCT-RECORD.
000350     05  ACCT-ID                    PIC X(10).
000360     05  ACCT-BALANCE               PIC S9(09)V99
000370                                    SIGN IS LEADING SEPARATE.
000380     05  ACCT-STATUS                PIC X(01).
000390         88  ACCT-STATUS-ACTIVE         VALUE "A" " ".
000400         88  ACCT-STATUS-CLOSED         VALUE "C".
000410         88  ACCT-STATUS-FROZEN         VALUE "F".
000420     05  ACCT-OPEN-DATE             PIC 9(08).
000430     05  ACCT-CLOSE-DATE            PIC 9(08).
000440     05  ACCT-HOLDER-NAME           PIC X(25).
000450     05  ACCT-OD-LIMIT              PIC 9(07)V99.
000460     05  ACCT-OD-LIMIT-X REDEFINES ACCT-OD-LIMIT
000470                                    PIC X(09).
000480     05  ACCT-CLASS                 PIC X(02).
000490     05  FILLER                     PIC X(05).
