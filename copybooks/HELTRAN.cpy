000140* ITERATION; RECORDS FAILING EDIT GO TO THE REJECT FILE WITH
000150* A REASON CODE AND ACCEPTED AMOUNTS ROLL INTO THE CONTROL
000160* TOTAL PRINTED IN THE REPORT TRAILER.
000170* THE FEED CARRIES AN HDR RECORD FIRST (FEED DATE AND SOURCE
000180* ID) AND A TRL RECORD LAST (DETAIL RECORD COUNT AND AMOUNT
000190* HASH TOTAL - THE SUM OF EVERY NUMERIC TRAN-AMOUNT, EDITED
000200* OR NOT).  HELLO VERIFIES BOTH BEFORE THE COUNTER LOOP
000210* STARTS SO A TRUNCATED FEED IS CAUGHT AT OPEN TIME; A FEED
000220* WITH NO HDR RECORD IS TAKEN AS A LEGACY FEED AND PROCESSED
000230* WITHOUT THE CHECK.
000240* THE CURRENCY CODE WAS CARVED OUT OF THE TRAILING FILLER SO
000250* OLDER RECORDS STILL LINE UP: TRAN-AMOUNT IS IN THE NAMED
000260* CURRENCY AND IS CONVERTED TO THE BASE CURRENCY WITH THE
000270* BUSINESS DATE'S RATE FROM THE EXCHRATE FILE.  A BLANK CODE
000280* MEANS A LEGACY BASE-CURRENCY RECORD; A CODE WITH NO RATE
000290* FOR THE BUSINESS DATE IS REJECTED.
000300* THE ORIGIN STAMP WAS CARVED OUT OF THE SAME FILLER: HELLO
000310* FILLS IN THE HDR SOURCE ID AND FEED DATE OF THE SEGMENT A
000320* RECORD ARRIVED ON BEFORE IT IS EDITED, SO THE REJECT, HELD
000330* AND ACCEPTED RECORDS CARRY IT AND THE ACKNOWLEDGMENT TO
000340* THE SENDER CAN BE BUILT FROM THEM.  HELRECYC KEEPS THE
000350* STAMP ON A REPAIRED RECORD.  IT IS SPACES ON A LEGACY FEED.
000360*---------------------------------------------------------------
000370 01  TRAN-RECORD.
000380     05  TRAN-ID                    PIC X(10).
000390     05  TRAN-TYPE                  PIC X(02).
000400         88  TRAN-TYPE-VALID            VALUES "CR" "DB" "AJ".
000410     05  TRAN-AMOUNT                PIC 9(07)V99.
000420     05  TRAN-AMOUNT-X REDEFINES TRAN-AMOUNT
000430                                    PIC X(09).
000440     05  TRAN-CURRENCY              PIC X(03).
000450     05  FILLER                     PIC X(40).
000460     05  TRAN-ORIGIN.
000470         10  TRAN-ORIG-SOURCE-ID    PIC X(08).
000480         10  TRAN-ORIG-FEED-DATE    PIC 9(08).
000490
000500 01  TRAN-HEADER-REC.
000510     05  TRAN-HDR-TAG               PIC X(03).
000520         88  TRAN-HDR-PRESENT           VALUE "HDR".
000530     05  FILLER                     PIC X(01).
000540     05  TRAN-HDR-FEED-DATE         PIC 9(08).
000550     05  FILLER                     PIC X(01).
000560     05  TRAN-HDR-SOURCE-ID         PIC X(08).
000570     05  FILLER                     PIC X(59).
000580
000590 01  TRAN-TRAILER-REC.
000600     05  TRAN-TRL-TAG               PIC X(03).
000610         88  TRAN-TRL-PRESENT           VALUE "TRL".
000620     05  FILLER                     PIC X(01).
000630     05  TRAN-TRL-RECORD-COUNT      PIC 9(07).
000640     05  FILLER                     PIC X(01).
000650     05  TRAN-TRL-AMOUNT-HASH       PIC 9(11)V99.
000660     05  FILLER                     PIC X(55).
