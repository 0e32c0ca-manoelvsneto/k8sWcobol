000100*---------------------------------------------------------------
000110* HELGLJ.CPY
000120* GENERAL-LEDGER JOURNAL RECORD WRITTEN BY THE HELGLJN
000130* INTERFACE FOR THE ACCOUNTING SYSTEM.  ONE BATCH PER
000140* BUSINESS DATE: A HEADER CARRYING THE BATCH NUMBER AND
000150* BUSINESS DATE, A DEBIT LINE AND A CREDIT LINE FOR EVERY
000160* TRANSACTION TYPE AND CURRENCY POSTED THAT NIGHT (BASE-
000170* CURRENCY AMOUNT, WITH THE FEED-CURRENCY AMOUNT AND POSTING
000180* COUNT FOR REFERENCE), AND A TRAILER WHOSE DEBIT AND CREDIT
000190* TOTALS ARE EQUAL - A BATCH THAT WOULD NOT BALANCE IS NEVER
000200* RELEASED.  THE BATCH NUMBER GOES UP BY ONE PER RELEASED
000210* JOURNAL (SEE HELGSEQ.CPY) SO THE ACCOUNTING SIDE CAN SPOT A
000220* LOST OR REPEATED BATCH.
000230*---------------------------------------------------------------
000240 01  GLJ-RECORD.
000250     05  GLJ-REC-TYPE               PIC X(03).
000260         88  GLJ-HEADER                 VALUE "HDR".
000270         88  GLJ-DETAIL                 VALUE "DTL".
000280         88  GLJ-TRAILER                VALUE "TRL".
000290     05  GLJ-DETAIL-DATA.
000300         10  GLJ-DTL-LINE-NO        PIC 9(05).
000310         10  GLJ-DTL-GL-ACCOUNT     PIC X(10).
000320         10  GLJ-DTL-DR-CR          PIC X(02).
000330             88  GLJ-DTL-DEBIT          VALUE "DR".
000340             88  GLJ-DTL-CREDIT         VALUE "CR".
000350         10  GLJ-DTL-AMOUNT         PIC 9(11)V99.
000360         10  GLJ-DTL-TRAN-TYPE      PIC X(02).
000370         10  GLJ-DTL-CURRENCY       PIC X(03).
000380         10  GLJ-DTL-FEED-AMOUNT    PIC 9(11)V99.
000390         10  GLJ-DTL-POST-COUNT     PIC 9(07).
000400         10  FILLER                 PIC X(22).
000410     05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
000420         10  GLJ-HDR-BATCH-NO       PIC 9(06).
000430         10  GLJ-HDR-BUSINESS-DATE  PIC 9(08).
000440         10  GLJ-HDR-CREATED-DATE   PIC 9(08).
000450         10  GLJ-HDR-CREATED-TIME   PIC 9(06).
000460         10  GLJ-HDR-SOURCE         PIC X(08).
000470         10  FILLER                 PIC X(41).
000480     05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
000490         10  GLJ-TRL-BATCH-NO       PIC 9(06).
000500         10  GLJ-TRL-LINE-COUNT     PIC 9(05).
000510         10  GLJ-TRL-DEBIT-TOTAL    PIC 9(13)V99.
000520         10  GLJ-TRL-CREDIT-TOTAL   PIC 9(13)V99.
000530         10  FILLER                 PIC X(36).
