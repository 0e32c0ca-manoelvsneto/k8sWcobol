000100*---------------------------------------------------------------
000110* HELMFST.CPY
000120* FEED MANIFEST RECORD READ BY PROGRAM HELLO FROM ITS FEEDMFST
000130* FILE: ONE LINE PER FEED SOURCE EXPECTED ON TRANIN.  A ZERO
000140* BUSINESS DATE MEANS THE SOURCE IS EXPECTED EVERY BUSINESS
000150* DAY; A NONZERO DATE EXPECTS IT ON THAT DATE ONLY (A ONE-OFF
000160* OR CATCH-UP SOURCE).  THE SOURCE ID MUST MATCH THE HDR
000170* RECORD THE SOURCE SENDS.  WITH NO MANIFEST, OR NO ENTRY FOR
000180* THE RUN'S BUSINESS DATE, TRANIN IS TAKEN AS A SINGLE-SOURCE
000190* FEED EXACTLY AS BEFORE.  LINES WITH * IN COLUMN 1 OR A
000200* BLANK SOURCE ID ARE COMMENTS.
000210*---------------------------------------------------------------
000220 01  MFST-RECORD.
000230     05  MFST-BUSN-DATE             PIC 9(08).
000240     05  FILLER                     PIC X(01).
000250     05  MFST-SOURCE-ID             PIC X(08).
000260     05  FILLER                     PIC X(01).
000270     05  MFST-DESCRIPTION           PIC X(30).
000280     05  FILLER                     PIC X(32).
