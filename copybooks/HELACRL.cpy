000100*---------------------------------------------------------------
000110* HELACRL.CPY
000120* ACCRUAL RECORD, ONE PER ACCOUNT, IN THE KEYED INDEXED ACCRUAL
000130* FILE MAINTAINED BY PROGRAM HELACRU WITH THE ACCOUNT ID AS ITS
000140* RECORD KEY.  THE CREDIT AND DEBIT INTEREST ACCRUED SINCE THE
000150* LAST CAPITALIZATION ARE HELD TO FOUR DECIMALS; CAPITALIZATION
000160* POSTS WHOLE CENTS AND LEAVES THE FRACTION TO ACCRUE ON.  THE
000170* LAST ACCRUED DATE AND BALANCE LET A RUN AFTER A WEEKEND OR
000180* HOLIDAY ACCRUE THE DAYS BETWEEN ON THE BALANCE THAT STOOD
000190* OVER THEM, AND STOP AN ACCOUNT BEING ACCRUED TWICE FOR ONE
000200* DATE.  THE LAST CAPITALIZATION DATE, TYPE AND AMOUNT RECORD
000210* THE POSTING MADE SO IT IS MADE ONCE A MONTH AND CAN BE
000220* WRITTEN AGAIN IF THE RUN THAT MADE IT DID NOT FINISH.
000230*---------------------------------------------------------------
000240 01  ACRL-RECORD.
000250     05  ACRL-ACCT-ID               PIC X(10).
000260     05  ACRL-LAST-ACCR-DATE        PIC 9(08).
000270     05  ACRL-LAST-BALANCE          PIC S9(09)V99
000280                                    SIGN IS LEADING SEPARATE.
000290     05  ACRL-CR-ACCRUED            PIC 9(09)V9(04).
000300     05  ACRL-DB-ACCRUED            PIC 9(09)V9(04).
000310     05  ACRL-LAST-CAP-DATE         PIC 9(08).
000320     05  ACRL-LAST-CAP-PARTS REDEFINES ACRL-LAST-CAP-DATE.
000330         10  ACRL-LAST-CAP-MONTH    PIC 9(06).
000340         10  FILLER                 PIC 9(02).
000350     05  ACRL-CAP-TYPE              PIC X(02).
000360     05  ACRL-CAP-AMOUNT            PIC 9(07)V99.
000370     05  FILLER                     PIC X(05).
