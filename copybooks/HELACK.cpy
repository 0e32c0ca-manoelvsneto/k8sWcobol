000100*---------------------------------------------------------------
000110* HELACK.CPY
000120* FEED ACKNOWLEDGMENT RECORD WRITTEN BY PROGRAM HELLO TO ITS
000130* ACKFILE AT THE END OF A COMPLETED RUN, FOR THE TRANSMISSION
000140* LAYER TO RETURN TO EACH SENDER.  EVERY RECORD CARRIES THE
000150* SOURCE ID AND FEED DATE FROM THE SOURCE'S HDR RECORD, SO ONE
000160* FILE SERVES EVERY SOURCE ON A MULTI-SOURCE FEED.  PER
000170* HEADERED SOURCE SEGMENT:
000180*   AKH  HEADER - ACK (EVERY RECORD POSTED), PARTIAL (SOME
000190*        REJECTED OR HELD) OR NAK (THE SEGMENT WAS REFUSED AT
000200*        THE INTEGRITY CHECK, WITH THE REASON).
000210*   AKD  ONE PER REJECTED TRAN-ID WITH ITS REJECT REASON CODE.
000220*   AKT  TRAILER - THE TRL COUNT AND AMOUNT HASH, THE RECORDS
000230*        RECEIVED, AND THE ACCEPTED, REJECTED AND HELD COUNTS
000240*        AND FEED-CURRENCY AMOUNTS, FLAGGED Y WHEN THEY TIE
000250*        BACK TO THE TRL TOTALS.
000260* AFTER THE SOURCE BLOCKS, ONE AKF FOLLOW-UP PER REPAIRED
000270* RECORD HELRECYC QUEUED THAT POSTED ON THIS RUN, UNDER THE
000280* SOURCE ID AND FEED DATE IT WAS FIRST SENT WITH, TELLING
000290* THE SENDER THE ITEM WAS FINALLY ACCEPTED.
000300*---------------------------------------------------------------
000310 01  ACK-RECORD.
000320     05  ACK-REC-TYPE               PIC X(03).
000330         88  ACK-HEADER                 VALUE "AKH".
000340         88  ACK-DETAIL                 VALUE "AKD".
000350         88  ACK-TRAILER                VALUE "AKT".
000360         88  ACK-FOLLOW-UP              VALUE "AKF".
000370     05  FILLER                     PIC X(01).
000380     05  ACK-SOURCE-ID              PIC X(08).
000390     05  FILLER                     PIC X(01).
000400     05  ACK-FEED-DATE              PIC 9(08).
000410     05  FILLER                     PIC X(01).
000420     05  ACK-BODY                   PIC X(98).
000430     05  ACK-HEADER-BODY REDEFINES ACK-BODY.
000440         10  ACK-STATUS             PIC X(07).
000450             88  ACK-ACCEPTED           VALUE "ACK".
000460             88  ACK-PARTIAL            VALUE "PARTIAL".
000470             88  ACK-REFUSED            VALUE "NAK".
000480         10  FILLER                 PIC X(01).
000490         10  ACK-PROCESS-DATE       PIC 9(08).
000500         10  FILLER                 PIC X(01).
000510         10  ACK-NAK-REASON         PIC X(48).
000520         10  FILLER                 PIC X(33).
000530     05  ACK-DETAIL-BODY REDEFINES ACK-BODY.
000540         10  ACK-TRAN-ID            PIC X(10).
000550         10  FILLER                 PIC X(01).
000560         10  ACK-TRAN-TYPE          PIC X(02).
000570         10  FILLER                 PIC X(01).
000580         10  ACK-TRAN-AMOUNT        PIC 9(07)V99.
000590         10  ACK-TRAN-AMOUNT-X REDEFINES ACK-TRAN-AMOUNT
000600                                    PIC X(09).
000610         10  FILLER                 PIC X(01).
000620         10  ACK-TRAN-CURRENCY      PIC X(03).
000630         10  FILLER                 PIC X(01).
000640         10  ACK-REASON-CODE        PIC X(04).
000650         10  FILLER                 PIC X(01).
000660         10  ACK-POSTED-DATE        PIC 9(08).
000670         10  FILLER                 PIC X(57).
000680     05  ACK-TRAILER-BODY REDEFINES ACK-BODY.
000690         10  ACK-TRL-COUNT          PIC 9(07).
000700         10  ACK-TRL-HASH           PIC 9(11)V99.
000710         10  ACK-RECEIVED-COUNT     PIC 9(07).
000720         10  ACK-ACCEPTED-COUNT     PIC 9(07).
000730         10  ACK-ACCEPTED-AMOUNT    PIC 9(11)V99.
000740         10  ACK-REJECTED-COUNT     PIC 9(07).
000750         10  ACK-REJECTED-AMOUNT    PIC 9(11)V99.
000760         10  ACK-HELD-COUNT         PIC 9(07).
000770         10  ACK-HELD-AMOUNT        PIC 9(11)V99.
000780         10  ACK-TOTALS-TIE         PIC X(01).
000790             88  ACK-TOTALS-TIED        VALUE "Y".
000800             88  ACK-TOTALS-NOT-TIED    VALUE "N".
000810         10  FILLER                 PIC X(10).
