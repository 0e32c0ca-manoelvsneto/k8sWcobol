000100*---------------------------------------------------------------
000110* HELAUDT.CPY
000120* ACCOUNT MASTER AUDIT RECORD WRITTEN BY THE HELACMT
000130* MAINTENANCE PROGRAM FOR EVERY CHANGE IT APPLIES: WHEN, WHO,
000140* WHICH TRANSACTION, AND THE FULL 80-BYTE MASTER RECORD
000150* BEFORE AND AFTER THE CHANGE (THE BEFORE IMAGE IS SPACES FOR
000160* AN ADD).  THE FILE IS APPEND-ONLY AND IS NEVER REWRITTEN,
000170* SO IT IS THE COMPLETE HISTORY OF EVERY HAND CHANGE MADE TO
000180* THE MASTER.
000190*---------------------------------------------------------------
000200 01  AUDT-RECORD.
000210     05  AUDT-DATE                  PIC 9(08).
000220     05  FILLER                     PIC X(01).
000230     05  AUDT-TIME                  PIC 9(06).
000240     05  FILLER                     PIC X(01).
000250     05  AUDT-OPERATOR-ID           PIC X(08).
000260     05  FILLER                     PIC X(01).
000270     05  AUDT-VERB                  PIC X(08).
000280     05  FILLER                     PIC X(01).
000290     05  AUDT-BEFORE-IMAGE          PIC X(80).
000300     05  FILLER                     PIC X(01).
000310     05  AUDT-AFTER-IMAGE           PIC X(80).
