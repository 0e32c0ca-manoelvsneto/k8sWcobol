000170* PROFILE TO RUN IS NAMED IN THE PROFSEL SELECTION FILE.
000180* IF THE PARAMETER FILE IS ABSENT THE PROGRAM DEFAULTS TO
000190* THE LEGACY 1-THRU-10 / PORTUGUESE BEHAVIOR.
000191* PARM-DUP-WINDOW-DAYS (CARVED OUT OF THE TRAILING FILLER SO
000192* OLDER RECORDS STILL LINE UP) IS HOW MANY BUSINESS DAYS A
000193* POSTED TRAN-ID STAYS IN THE DUPLICATE-DETECTION HISTORY;
000194* A NON-NUMERIC OR ZERO VALUE TAKES THE PROGRAM DEFAULT.
000195* PARM-LARGE-VALUE-LIMIT (CARVED THE SAME WAY) IS THE BASE-
000196* CURRENCY AMOUNT ABOVE WHICH ONE POSTING IS HELD FOR A
000197* SUPERVISOR ON THE HELDTRAN QUEUE INSTEAD OF POSTING; A
000198* NON-NUMERIC OR ZERO VALUE MEANS THE PROFILE HOLDS NOTHING
000199* FOR SIZE.
000200*---------------------------------------------------------------
000210 01  PARM-RECORD.
000220     05  PARM-PROFILE-NAME          PIC X(08).
000290         88  PARM-RERUN-REQUESTED       VALUE "Y".
000300     05  PARM-CUTOFF-TIME           PIC 9(06).
000310     05  PARM-DUP-WINDOW-DAYS       PIC 9(03).
000315     05  PARM-LARGE-VALUE-LIMIT     PIC 9(09)V99.
000320     05  FILLER                     PIC X(40).
