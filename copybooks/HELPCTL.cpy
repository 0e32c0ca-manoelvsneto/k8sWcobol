000100*---------------------------------------------------------------
000110* HELPCTL.CPY
000120* CLOSED-PERIOD REGISTER (PERDCTL), APPENDED BY HELPCLS WHEN
000130* A MONTH'S TRIAL BALANCE PROVES AND THE PERIOD IS CLOSED.
000140* ONE RECORD PER CLOSED PERIOD: THE CALENDAR MONTH (YYYYMM),
000150* ITS LAST WORKING DAY, WHEN IT WAS CLOSED, AND THE ACCOUNT
000160* COUNT AND CLOSING TOTAL FINANCE REPORTED.  ONCE A PERIOD IS
000170* ON THE REGISTER NOTHING MAY POST INTO IT OR ANY EARLIER
000180* MONTH: HELLO REFUSES SUCH A BUSINESS DATE (RC 20), HELLODRV
000190* LEAVES IT OUT OF A CATCH-UP WALK, AND HELOPER MARKOPEN AND
000200* HELBKOT BACKOUT REFUSE IT.  THE FILE IS APPEND-ONLY; A
000210* MISSING FILE MEANS NO PERIOD HAS BEEN CLOSED.
000220*---------------------------------------------------------------
000230 01  PCTL-RECORD.
000240     05  PCTL-PERIOD                PIC 9(06).
000250     05  FILLER                     PIC X(01).
000260     05  PCTL-STATUS-CODE           PIC X(01).
000270         88  PCTL-CLOSED                VALUE "C".
000280     05  FILLER                     PIC X(01).
000290     05  PCTL-LAST-WORK-DATE        PIC 9(08).
000300     05  FILLER                     PIC X(01).
000310     05  PCTL-RUN-DATE              PIC 9(08).
000320     05  PCTL-RUN-TIME              PIC 9(08).
000330     05  FILLER                     PIC X(01).
000340     05  PCTL-ACCOUNT-COUNT         PIC 9(07).
000350     05  PCTL-CLOSING-TOTAL         PIC S9(11)V99
000360                                    SIGN IS LEADING SEPARATE.
000370     05  FILLER                     PIC X(24).
