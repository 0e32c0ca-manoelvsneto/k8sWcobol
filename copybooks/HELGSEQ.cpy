000100*---------------------------------------------------------------
000110* HELGSEQ.CPY
000120* JOURNAL-BATCH CONTROL RECORD FOR THE HELGLJN GENERAL-LEDGER
000130* INTERFACE, KEPT THE SAME WAY AS THE HELXTRC SEQUENCE FILE
000140* (HELXSEQ.CPY).  THE BATCH NUMBER GOES UP BY ONE PER
000150* RELEASED JOURNAL ONLY - A JOURNAL HELD BACK FOR A MISSING
000160* MAPPING OR AN IMBALANCE LEAVES NO GAP.  THE LAST-RELEASED
000170* BUSINESS DATE STOPS A RERUN FROM RELEASING THE SAME NIGHT
000180* TWICE; ZERO IT TO FORCE A RE-RELEASE.  A MISSING FILE MEANS
000190* NO JOURNAL HAS EVER BEEN RELEASED: THE FIRST IS BATCH
000200* 000001.
000210*---------------------------------------------------------------
000220 01  GSEQ-RECORD.
000230     05  GSEQ-LAST-BATCH            PIC 9(06).
000240     05  FILLER                     PIC X(01).
000250     05  GSEQ-LAST-DATE             PIC 9(08).
000260     05  FILLER                     PIC X(65).
