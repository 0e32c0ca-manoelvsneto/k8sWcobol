000100*---------------------------------------------------------------
000110* HELGLMP.CPY
000120* GENERAL-LEDGER MAPPING RECORD READ BY THE HELGLJN JOURNAL
000130* INTERFACE.  ONE RECORD PER TRANSACTION TYPE AND FEED
000140* CURRENCY (CR/DB/AJ BY ACCP-CURRENCY) NAMING THE GL ACCOUNT
000150* THAT IS DEBITED AND THE GL ACCOUNT THAT IS CREDITED WITH
000160* THE NIGHT'S BASE-CURRENCY TOTAL FOR THAT COMBINATION.  A
000170* LEGACY POSTING WITH A BLANK CURRENCY IS BASE CURRENCY AND
000180* MAPS THROUGH THE BRL ENTRY.  A COMBINATION WITH NO ENTRY,
000190* A BLANK GL ACCOUNT, OR THE SAME ACCOUNT ON BOTH SIDES HOLDS
000200* THE WHOLE JOURNAL BACK.  LINES WITH * IN COLUMN 1 OR A
000210* BLANK TYPE ARE COMMENTS.
000220*---------------------------------------------------------------
000230 01  GLM-RECORD.
000240     05  GLM-TRAN-TYPE              PIC X(02).
000250     05  FILLER                     PIC X(01).
000260     05  GLM-CURRENCY               PIC X(03).
000270     05  FILLER                     PIC X(01).
000280     05  GLM-DEBIT-GL               PIC X(10).
000290     05  FILLER                     PIC X(01).
000300     05  GLM-CREDIT-GL              PIC X(10).
000310     05  FILLER                     PIC X(52).
