000170* HELRECYC REPAIR JOB BUMPS IT EACH CYCLE A REJECT IS
000180* CARRIED FORWARD UNREPAIRED, SO AGED REJECTS SURFACE ON
000190* THE AGING REPORT INSTEAD OF SITTING INVISIBLE.
000191* HELHOLD APPENDS THE HELD ITEMS A SUPERVISOR DECLINES, WITH
000192* REASON R009, SO THEY FOLLOW THE SAME REPAIR PATH.
000193* THE ORIGIN FLAG SAYS WHICH STREAM THE RECORD CAME FROM IN
000194* HELLO (F FEED, R RECYCLED REPAIR, H RELEASED HOLD, A
000195* ACCRUAL POSTING FROM HELACRU); ONLY FEED REJECTS ARE
000196* REPORTED BACK TO THE SENDER.
000200*---------------------------------------------------------------
000210 01  REJ-RECORD.
000220     05  REJ-REASON-CODE            PIC X(04).
000240     05  REJ-TRAN-IMAGE             PIC X(80).
000250     05  FILLER                     PIC X(01).
000260     05  REJ-AGE-DAYS               PIC 9(03).
000262     05  REJ-ORIGIN                 PIC X(01).
000264         88  REJ-FROM-FEED              VALUE "F".
000270     05  FILLER                     PIC X(02).
