000100*---------------------------------------------------------------
000110* HELACTL.CPY
000120* ACCRUAL CONTROL RECORD, KEYED BY BUSINESS DATE.  PROGRAM
000130* HELACRU APPENDS ONE TO ITS ACCRCTL FILE WHEN IT HAS ACCRUED
000140* EVERY ACCOUNT FOR A DATE, AND REFUSES A DATE ALREADY ON THE
000150* FILE OR EARLIER THAN THE LAST ONE, SO NO DATE IS ACCRUED OR
000160* CAPITALIZED TWICE.  THE FILE IS APPEND-ONLY, AS RUNCTL IS.
000161* HELLO APPENDS A FEED-POSTED RECORD (STATUS P) UNDER THE
000162* CAPITALIZATION DATE WHEN A COMPLETED RUN HAS READ THAT
000163* DATE'S ACCRFEED TO ITS END, AND SKIPS ANY FEED WHOSE DATE IS
000164* ALREADY MARKED SO; ITS POSTING COUNT IS THE FEED RECORDS IT
000165* TOOK, POSTED OR REJECTED.  THE RE-RUN GUARD ABOVE LOOKS ONLY
000166* AT COMPLETE RECORDS.
000170*---------------------------------------------------------------
000180 01  ACTL-RECORD.
000190     05  ACTL-BUSN-DATE             PIC 9(08).
000200     05  FILLER                     PIC X(01).
000210     05  ACTL-STATUS-CODE           PIC X(01).
000220         88  ACTL-COMPLETE              VALUE "C".
000225         88  ACTL-FEED-POSTED           VALUE "P".
000230     05  FILLER                     PIC X(01).
000240     05  ACTL-RUN-DATE              PIC 9(08).
000250     05  ACTL-RUN-TIME              PIC 9(08).
000260     05  FILLER                     PIC X(01).
000270     05  ACTL-ACCOUNT-COUNT         PIC 9(07).
000280     05  ACTL-POSTING-COUNT         PIC 9(07).
000290     05  ACTL-CAPITALIZED           PIC X(01).
000300         88  ACTL-CAPITALIZATION-DAY    VALUE "Y".
000310     05  FILLER                     PIC X(37).
