000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELACMT.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-15.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-15  RS   INITIAL VERSION - ACCOUNT MASTER
001000*                    MAINTENANCE, REPLACING THE PRACTICE OF
001100*                    OPENING, CLOSING AND CORRECTING ACCOUNTS
001200*                    BY HAND-EDITING ACCTMST (THE SAME RISK
001300*                    HELOPER REMOVED FOR CHKPOINT AND RUNCTL).
001400*                    READS THE ACCTCMDS FILE (SEE HELAMNT.CPY
001500*                    FOR THE VERBS), VALIDATES EACH
001600*                    TRANSACTION AGAINST THE CURRENT MASTER,
001700*                    WRITES A BEFORE/AFTER AUDIT RECORD WITH
001800*                    THE OPERATOR ID TO ACCTAUD FOR EVERY
001900*                    CHANGE, LOGS EVERY TRANSACTION, APPLIED
002000*                    OR REFUSED, TO RUNLOG, AND REWRITES THE
002100*                    MASTER ONCE AT THE END.  ENDS RC 4 WHEN A
002200*                    TRANSACTION WAS REFUSED, RC 8 ON A FILE
002300*                    ERROR (THE MASTER IS THEN LEFT AS IT WAS).
002400*   2026-09-24  RS   NEW ODLIMIT TRANSACTION SETS OR REMOVES
002500*                    AN OPEN ACCOUNT'S OVERDRAFT LIMIT, WHICH
002600*                    HELLO NOW HOLDS DEBITS AGAINST.  AUDITED
002700*                    AND LOGGED LIKE EVERY OTHER CHANGE.
002800*                    SOURCE RESEQUENCED.
002900*   2026-10-01  RS   ACCTMST IS NOW A KEYED INDEXED FILE.  EACH
003000*                    TRANSACTION READS ITS ACCOUNT BY KEY AND AN
003100*                    APPLIED CHANGE IS WRITTEN (ADD) OR
003200*                    REWRITTEN AT ONCE, AFTER ITS AUDIT RECORD.
003300*                    THE 1000-ACCOUNT TABLE AND THE END-OF-RUN
003400*                    MASTER REWRITE ARE GONE.  A MISSING MASTER
003500*                    IS CREATED EMPTY.  SOURCE RESEQUENCED.
003600*   2026-10-05  RS   NEW CLASS TRANSACTION SETS AN OPEN ACCOUNT'S
003700*                    CLASS, WHICH PICKS ITS ROW OF HELACRU'S
003800*                    INTEREST AND FEE RATE TABLE; ADD TAKES A
003900*                    CLASS TOO.  AUDITED AND LOGGED LIKE EVERY
004000*                    OTHER CHANGE.  SOURCE RESEQUENCED.
004100*---------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AMNT-FILE ASSIGN TO "ACCTCMDS"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AMNT-STATUS.
004800     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACCTMST-KEY
005200         FILE STATUS IS WS-ACCTMST-STATUS.
005300     SELECT AUDIT-FILE ASSIGN TO "ACCTAUD"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNLOG-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  AMNT-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS.
006500     COPY "HELAMNT.cpy".
006600
006700 FD  ACCTMST-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  ACCTMST-RECORD.
007100     05  ACCTMST-KEY                PIC X(10).
007200     05  FILLER                     PIC X(70).
007300
007400 FD  AUDIT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 195 CHARACTERS.
007700     COPY "HELAUDT.cpy".
007800
007900 FD  RUNLOG-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 110 CHARACTERS.
008200 01  LOG-RECORD                     PIC X(110).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-CURRENT-DATE-DATA.
008600     05  WS-CURRENT-DATE.
008700         10  WS-CURRENT-YEAR        PIC 9(4).
008800         10  WS-CURRENT-MONTH       PIC 9(2).
008900         10  WS-CURRENT-DAY         PIC 9(2).
009000     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
009100                                    PIC 9(8).
009200     05  WS-CURRENT-TIME.
009300         10  WS-CURRENT-HOUR        PIC 9(2).
009400         10  WS-CURRENT-MINUTE      PIC 9(2).
009500         10  WS-CURRENT-SECOND      PIC 9(2).
009600         10  WS-CURRENT-CENTISECOND PIC 9(2).
009700     05  WS-CURRENT-TIME-NUM REDEFINES WS-CURRENT-TIME
009800                                    PIC 9(8).
009900
010000*---------------------------------------------------------------
010100* THE MASTER RECORD BEING CHANGED.  THE FILE RECORD ITSELF IS
010200* AN 80-BYTE AREA WITH ONLY THE KEY NAMED; EACH RECORD READ IS
010300* MOVED HERE, CHANGED THROUGH THE HELACCT FIELD NAMES AND MOVED
010400* BACK WHOLE, SO FIELDS THIS PROGRAM DOES NOT MAINTAIN (THE
010500* BALANCE ABOVE ALL) GO BACK EXACTLY AS THEY CAME IN.  EACH
010600* CHANGE IS ON FILE BEFORE THE NEXT TRANSACTION IS READ, SO AN
010700* ADD FOLLOWED BY A FREEZE OF THE SAME ACCOUNT IN ONE FILE WORKS.
010800*---------------------------------------------------------------
010900     COPY "HELACCT.cpy".
011000
011100 01  WS-MAINT-WORK.
011200     05  WS-EFF-DATE-NUM            PIC 9(08) VALUE ZERO.
011300     05  WS-NOW-HHMMSS              PIC 9(06) VALUE ZERO.
011400     05  WS-BEFORE-IMAGE            PIC X(80) VALUE SPACES.
011500     05  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
011600     05  WS-ACTION-TEXT             PIC X(40) VALUE SPACES.
011700     05  WS-TXN-COUNT               PIC 9(05) VALUE ZERO.
011800     05  WS-APPLIED-COUNT           PIC 9(05) VALUE ZERO.
011900     05  WS-REFUSED-COUNT           PIC 9(05) VALUE ZERO.
012000
012100 01  WS-FILE-STATUS-FIELDS.
012200     05  WS-AMNT-STATUS             PIC X(02) VALUE SPACES.
012300     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
012400     05  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
012500     05  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
012600
012700 01  WS-SWITCHES.
012800     05  WS-TXN-EOF-SW              PIC X(01) VALUE "N".
012900         88  WS-TXN-EOF                 VALUE "Y".
013000         88  WS-TXN-NOT-EOF             VALUE "N".
013100     05  WS-ACCT-MATCHED-SW         PIC X(01) VALUE "N".
013200         88  WS-ACCT-MATCHED            VALUE "Y".
013300         88  WS-ACCT-UNMATCHED          VALUE "N".
013400     05  WS-MASTER-USABLE-SW        PIC X(01) VALUE "Y".
013500         88  WS-MASTER-USABLE           VALUE "Y".
013600         88  WS-MASTER-UNUSABLE         VALUE "N".
013700     05  WS-ACCTMST-OPEN-SW         PIC X(01) VALUE "N".
013800         88  WS-ACCTMST-OPENED          VALUE "Y".
013900         88  WS-ACCTMST-NOT-OPENED      VALUE "N".
014000     05  WS-AUDIT-OPEN-SW           PIC X(01) VALUE "N".
014100         88  WS-AUDIT-OPENED            VALUE "Y".
014200         88  WS-AUDIT-NOT-OPENED        VALUE "N".
014300
014400 01  WS-EDIT-FIELDS.
014500     05  WS-EDIT-DATE               PIC 9999/99/99.
014600     05  WS-EDIT-COUNT              PIC ZZZZ9.
014700
014800 PROCEDURE DIVISION.
014900*-----------------------------------------------------------*
015000*  0000-MAINLINE                                             *
015100*-----------------------------------------------------------*
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015400     PERFORM 2000-OPEN-ACCOUNT-MASTER THRU 2000-EXIT
015500     PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT
015600     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
015700     DISPLAY "HELACMT: TRANSACTIONS APPLIED:" WS-EDIT-COUNT
015800     MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
015900     DISPLAY "HELACMT: TRANSACTIONS REFUSED:" WS-EDIT-COUNT
016000     IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
016100         MOVE 4 TO RETURN-CODE
016200     END-IF
016300     PERFORM 8000-FINALIZE THRU 8000-EXIT
016400     GOBACK.
016500
016600*-----------------------------------------------------------*
016700*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE RUN LOG *
016800*  (ONE ENTRY PER TRANSACTION) AND THE AUDIT FILE.  WITH NO  *
016900*  AUDIT FILE NO CHANGE MAY BE MADE: AN UNAUDITED MASTER     *
017000*  CHANGE IS EXACTLY WHAT THIS PROGRAM EXISTS TO PREVENT.    *
017100*-----------------------------------------------------------*
017200 1000-INITIALIZE.
017300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
017400     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
017500     COMPUTE WS-NOW-HHMMSS = WS-CURRENT-TIME-NUM / 100
017600     OPEN EXTEND RUNLOG-FILE
017700     IF WS-RUNLOG-STATUS = "35" OR "05"
017800         OPEN OUTPUT RUNLOG-FILE
017900     END-IF
018000     IF WS-RUNLOG-STATUS NOT = "00"
018100         DISPLAY "HELACMT: RUNLOG OPEN ERROR STATUS "
018200             WS-RUNLOG-STATUS
018300         MOVE 8 TO RETURN-CODE
018400     END-IF
018500     OPEN EXTEND AUDIT-FILE
018600     IF WS-AUDIT-STATUS = "35" OR "05"
018700         OPEN OUTPUT AUDIT-FILE
018800     END-IF
018900     IF WS-AUDIT-STATUS = "00"
019000         SET WS-AUDIT-OPENED TO TRUE
019100     ELSE
019200         DISPLAY "HELACMT: ACCTAUD OPEN ERROR STATUS "
019300             WS-AUDIT-STATUS
019400         SET WS-MASTER-UNUSABLE TO TRUE
019500         MOVE 8 TO RETURN-CODE
019600     END-IF.
019700 1000-EXIT.
019800     EXIT.
019900
020000*-----------------------------------------------------------*
020100*  2000-OPEN-ACCOUNT-MASTER - OPEN THE KEYED MASTER I-O.  A  *
020200*  MISSING MASTER IS A NEW INSTALLATION: AN EMPTY ONE IS     *
020300*  CREATED AND THE FIRST ADDS GO INTO IT.  ANY OTHER OPEN    *
020400*  ERROR MAKES THE MASTER UNUSABLE.                          *
020500*-----------------------------------------------------------*
020600 2000-OPEN-ACCOUNT-MASTER.
020700     OPEN I-O ACCTMST-FILE
020800     IF WS-ACCTMST-STATUS = "35"
020900         DISPLAY "HELACMT: NO ACCOUNT MASTER ON FILE - "
021000             "STARTING AN EMPTY ONE"
021100         OPEN OUTPUT ACCTMST-FILE
021200         IF WS-ACCTMST-STATUS = "00"
021300             CLOSE ACCTMST-FILE
021400             OPEN I-O ACCTMST-FILE
021500         END-IF
021600     END-IF
021700     IF WS-ACCTMST-STATUS NOT = "00"
021800         DISPLAY "HELACMT: ACCTMST OPEN ERROR STATUS "
021900             WS-ACCTMST-STATUS
022000         SET WS-MASTER-UNUSABLE TO TRUE
022100         MOVE 8 TO RETURN-CODE
022200         GO TO 2000-EXIT
022300     END-IF
022400     SET WS-ACCTMST-OPENED TO TRUE.
022500 2000-EXIT.
022600     EXIT.
022700
022800*-----------------------------------------------------------*
022900*  3000-PROCESS-TRANSACTIONS - ONE TRANSACTION PER ACCTCMDS  *
023000*  LINE, IN ORDER.  A MISSING TRANSACTION FILE IS AN         *
023100*  OPERATOR ERROR - THE PROGRAM WAS RUN FOR NOTHING.         *
023200*-----------------------------------------------------------*
023300 3000-PROCESS-TRANSACTIONS.
023400     OPEN INPUT AMNT-FILE
023500     IF WS-AMNT-STATUS NOT = "00"
023600         DISPLAY "HELACMT: NO ACCTCMDS FILE MOUNTED - "
023700             "NOTHING TO DO"
023800         IF RETURN-CODE < 4
023900             MOVE 4 TO RETURN-CODE
024000         END-IF
024100         GO TO 3000-EXIT
024200     END-IF
024300     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT
024400     PERFORM 3200-EXECUTE-TRANSACTION THRU 3200-EXIT
024500         UNTIL WS-TXN-EOF
024600     CLOSE AMNT-FILE.
024700 3000-EXIT.
024800     EXIT.
024900
025000 3100-READ-TRANSACTION.
025100     READ AMNT-FILE
025200         AT END
025300             SET WS-TXN-EOF TO TRUE
025400             GO TO 3100-EXIT
025500     END-READ
025600     IF WS-AMNT-STATUS NOT = "00"
025700         DISPLAY "HELACMT: ACCTCMDS READ ERROR STATUS "
025800             WS-AMNT-STATUS
025900         SET WS-TXN-EOF TO TRUE
026000         MOVE 8 TO RETURN-CODE
026100     END-IF.
026200 3100-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------*
026600*  3200-EXECUTE-TRANSACTION - VALIDATE THE FIELDS EVERY      *
026700*  VERB NEEDS, FIND THE ACCOUNT AND DISPATCH.  COMMENT LINES *
026800*  AND BLANK VERBS ARE SKIPPED; AN UNKNOWN VERB IS REFUSED   *
026900*  AND LOGGED LIKE ANY OTHER REFUSAL.                        *
027000*-----------------------------------------------------------*
027100 3200-EXECUTE-TRANSACTION.
027200     IF AMNT-VERB (1:1) = "*" OR AMNT-VERB = SPACES
027300         GO TO 3200-NEXT
027400     END-IF
027500     ADD 1 TO WS-TXN-COUNT
027600     IF WS-MASTER-UNUSABLE
027700         MOVE "MASTER OR AUDIT FILE NOT AVAILABLE"
027800             TO WS-REFUSE-REASON
027900         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
028000         GO TO 3200-NEXT
028100     END-IF
028200     IF AMNT-OPERATOR-ID = SPACES
028300         MOVE "OPERATOR ID MISSING" TO WS-REFUSE-REASON
028400         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
028500         GO TO 3200-NEXT
028600     END-IF
028700     IF AMNT-ACCT-ID = SPACES
028800         MOVE "ACCOUNT ID MISSING" TO WS-REFUSE-REASON
028900         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
029000         GO TO 3200-NEXT
029100     END-IF
029200     PERFORM 4800-RESOLVE-EFF-DATE THRU 4800-EXIT
029300     IF WS-EFF-DATE-NUM = ZERO
029400         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REFUSE-REASON
029500         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
029600         GO TO 3200-NEXT
029700     END-IF
029800     PERFORM 4600-FIND-ACCOUNT THRU 4600-EXIT
029900     IF AMNT-VERB = "ADD"
030000         PERFORM 4100-TXN-ADD THRU 4100-EXIT
030100         GO TO 3200-NEXT
030200     END-IF
030300     IF AMNT-VERB NOT = "CLOSE" AND NOT = "FREEZE"
030400         AND NOT = "UNFREEZE" AND NOT = "RENAME"
030500         AND NOT = "ODLIMIT" AND NOT = "CLASS"
030600         MOVE "UNKNOWN TRANSACTION VERB" TO WS-REFUSE-REASON
030700         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
030800         GO TO 3200-NEXT
030900     END-IF
031000     IF WS-ACCT-UNMATCHED
031100         MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSE-REASON
031200         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
031300         GO TO 3200-NEXT
031400     END-IF
031500     MOVE ACCTMST-RECORD TO ACCT-RECORD
031600     MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
031700     IF AMNT-VERB = "CLOSE"
031800         PERFORM 4200-TXN-CLOSE THRU 4200-EXIT
031900         GO TO 3200-NEXT
032000     END-IF
032100     IF AMNT-VERB = "FREEZE"
032200         PERFORM 4300-TXN-FREEZE THRU 4300-EXIT
032300         GO TO 3200-NEXT
032400     END-IF
032500     IF AMNT-VERB = "UNFREEZE"
032600         PERFORM 4400-TXN-UNFREEZE THRU 4400-EXIT
032700         GO TO 3200-NEXT
032800     END-IF
032900     IF AMNT-VERB = "ODLIMIT"
033000         PERFORM 4550-TXN-OD-LIMIT THRU 4550-EXIT
033100         GO TO 3200-NEXT
033200     END-IF
033300     IF AMNT-VERB = "CLASS"
033400         PERFORM 4560-TXN-CLASS THRU 4560-EXIT
033500         GO TO 3200-NEXT
033600     END-IF
033700     PERFORM 4500-TXN-RENAME THRU 4500-EXIT.
033800 3200-NEXT.
033900     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
034000 3200-EXIT.
034100     EXIT.
034200
034300*-----------------------------------------------------------*
034400*  4100-TXN-ADD - OPEN A NEW ACCOUNT AT A ZERO BALANCE.      *
034500*  REFUSED WHEN THE ID IS ALREADY ON THE MASTER (EVEN        *
034600*  CLOSED - AN ACCOUNT ID IS NEVER REUSED), WHEN NO HOLDER   *
034700*  NAME IS GIVEN.  A CLASS, WHEN GIVEN, IS SET AS WELL.      *
034800*-----------------------------------------------------------*
034900 4100-TXN-ADD.
035000     IF WS-ACCT-MATCHED
035100         MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REFUSE-REASON
035200         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
035300         GO TO 4100-EXIT
035400     END-IF
035500     IF AMNT-HOLDER-NAME = SPACES
035600         MOVE "HOLDER NAME MISSING" TO WS-REFUSE-REASON
035700         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
035800         GO TO 4100-EXIT
035900     END-IF
036000     MOVE SPACES TO WS-BEFORE-IMAGE
036100     MOVE SPACES TO ACCT-RECORD
036200     MOVE AMNT-ACCT-ID TO ACCT-ID
036300     MOVE ZERO TO ACCT-BALANCE
036400     MOVE "A" TO ACCT-STATUS
036500     MOVE WS-EFF-DATE-NUM TO ACCT-OPEN-DATE
036600     MOVE ZERO TO ACCT-CLOSE-DATE
036700     MOVE AMNT-HOLDER-NAME TO ACCT-HOLDER-NAME
036800     MOVE AMNT-ACCT-CLASS TO ACCT-CLASS
036900     MOVE "APPLIED - ACCOUNT OPENED" TO WS-ACTION-TEXT
037000     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
037100 4100-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------*
037500*  4200-TXN-CLOSE - CLOSE AN ACCOUNT.  ONLY A ZERO BALANCE   *
037600*  MAY BE CLOSED - MONEY LEFT ON A CLOSED ACCOUNT COULD      *
037700*  NEVER BE POSTED OUT AGAIN - AND THE CLOSE DATE MAY NOT    *
037800*  FALL BEFORE THE OPEN DATE.  A FROZEN ACCOUNT MAY BE       *
037900*  CLOSED.                                                   *
038000*-----------------------------------------------------------*
038100 4200-TXN-CLOSE.
038200     IF ACCT-STATUS-CLOSED
038300         MOVE "ACCOUNT ALREADY CLOSED" TO WS-REFUSE-REASON
038400         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
038500         GO TO 4200-EXIT
038600     END-IF
038700     IF ACCT-BALANCE NOT NUMERIC
038800         MOVE "BALANCE NOT NUMERIC" TO WS-REFUSE-REASON
038900         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
039000         GO TO 4200-EXIT
039100     END-IF
039200     IF ACCT-BALANCE NOT = ZERO
039300         MOVE "BALANCE NOT ZERO" TO WS-REFUSE-REASON
039400         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
039500         GO TO 4200-EXIT
039600     END-IF
039700     IF ACCT-OPEN-DATE NUMERIC
039800         AND WS-EFF-DATE-NUM < ACCT-OPEN-DATE
039900         MOVE "CLOSE DATE BEFORE OPEN DATE" TO WS-REFUSE-REASON
040000         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
040100         GO TO 4200-EXIT
040200     END-IF
040300     MOVE "C" TO ACCT-STATUS
040400     MOVE WS-EFF-DATE-NUM TO ACCT-CLOSE-DATE
040500     MOVE "APPLIED - ACCOUNT CLOSED" TO WS-ACTION-TEXT
040600     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
040700 4200-EXIT.
040800     EXIT.
040900
041000 4300-TXN-FREEZE.
041100     IF ACCT-STATUS-CLOSED
041200         MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
041300         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
041400         GO TO 4300-EXIT
041500     END-IF
041600     IF ACCT-STATUS-FROZEN
041700         MOVE "ACCOUNT ALREADY FROZEN" TO WS-REFUSE-REASON
041800         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
041900         GO TO 4300-EXIT
042000     END-IF
042100     MOVE "F" TO ACCT-STATUS
042200     MOVE "APPLIED - ACCOUNT FROZEN" TO WS-ACTION-TEXT
042300     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
042400 4300-EXIT.
042500     EXIT.
042600
042700 4400-TXN-UNFREEZE.
042800     IF NOT ACCT-STATUS-FROZEN
042900         MOVE "ACCOUNT NOT FROZEN" TO WS-REFUSE-REASON
043000         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
043100         GO TO 4400-EXIT
043200     END-IF
043300     MOVE "A" TO ACCT-STATUS
043400     MOVE "APPLIED - ACCOUNT RELEASED" TO WS-ACTION-TEXT
043500     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
043600 4400-EXIT.
043700     EXIT.
043800
043900 4500-TXN-RENAME.
044000     IF ACCT-STATUS-CLOSED
044100         MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
044200         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
044300         GO TO 4500-EXIT
044400     END-IF
044500     IF AMNT-HOLDER-NAME = SPACES
044600         MOVE "HOLDER NAME MISSING" TO WS-REFUSE-REASON
044700         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
044800         GO TO 4500-EXIT
044900     END-IF
045000     IF AMNT-HOLDER-NAME = ACCT-HOLDER-NAME
045100         MOVE "HOLDER NAME UNCHANGED" TO WS-REFUSE-REASON
045200         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
045300         GO TO 4500-EXIT
045400     END-IF
045500     MOVE AMNT-HOLDER-NAME TO ACCT-HOLDER-NAME
045600     MOVE "APPLIED - HOLDER RENAMED" TO WS-ACTION-TEXT
045700     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
045800 4500-EXIT.
045900     EXIT.
046000
046100*-----------------------------------------------------------*
046200*  4550-TXN-OD-LIMIT - SET THE OVERDRAFT LIMIT HELLO HOLDS  *
046300*  DEBITS AGAINST, OR REMOVE IT WITH A BLANK AMOUNT (SPACES *
046400*  ON THE MASTER MEAN NO LIMIT).  A CLOSED ACCOUNT TAKES NO *
046500*  LIMIT.                                                   *
046600*-----------------------------------------------------------*
046700 4550-TXN-OD-LIMIT.
046800     IF ACCT-STATUS-CLOSED
046900         MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
047000         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
047100         GO TO 4550-EXIT
047200     END-IF
047300     IF AMNT-OD-LIMIT NOT = SPACES
047400         AND AMNT-OD-LIMIT-N NOT NUMERIC
047500         MOVE "OVERDRAFT LIMIT NOT NUMERIC" TO WS-REFUSE-REASON
047600         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
047700         GO TO 4550-EXIT
047800     END-IF
047900     IF AMNT-OD-LIMIT = ACCT-OD-LIMIT-X
048000         MOVE "OVERDRAFT LIMIT UNCHANGED" TO WS-REFUSE-REASON
048100         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
048200         GO TO 4550-EXIT
048300     END-IF
048400     MOVE AMNT-OD-LIMIT TO ACCT-OD-LIMIT-X
048500     IF AMNT-OD-LIMIT = SPACES
048600         MOVE "APPLIED - OVERDRAFT LIMIT REMOVED"
048700             TO WS-ACTION-TEXT
048800     ELSE
048900         MOVE "APPLIED - OVERDRAFT LIMIT SET" TO WS-ACTION-TEXT
049000     END-IF
049100     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
049200 4550-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------*
049600*  4560-TXN-CLASS - SET THE ACCOUNT CLASS HELACRU PICKS THE  *
049700*  INTEREST AND FEE RATES BY, OR CLEAR IT WITH A BLANK CLASS *
049800*  SO THE DEFAULT RATES APPLY.  A CLOSED ACCOUNT ACCRUES     *
049900*  NOTHING AND TAKES NO CLASS.                               *
050000*-----------------------------------------------------------*
050100 4560-TXN-CLASS.
050200     IF ACCT-STATUS-CLOSED
050300         MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
050400         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
050500         GO TO 4560-EXIT
050600     END-IF
050700     IF AMNT-ACCT-CLASS = ACCT-CLASS
050800         MOVE "ACCOUNT CLASS UNCHANGED" TO WS-REFUSE-REASON
050900         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
051000         GO TO 4560-EXIT
051100     END-IF
051200     MOVE AMNT-ACCT-CLASS TO ACCT-CLASS
051300     IF AMNT-ACCT-CLASS = SPACES
051400         MOVE "APPLIED - ACCOUNT CLASS CLEARED" TO WS-ACTION-TEXT
051500     ELSE
051600         MOVE "APPLIED - ACCOUNT CLASS SET" TO WS-ACTION-TEXT
051700     END-IF
051800     PERFORM 4700-APPLY-CHANGE THRU 4700-EXIT.
051900 4560-EXIT.
052000     EXIT.
052100
052200*-----------------------------------------------------------*
052300*  4600-FIND-ACCOUNT - KEYED READ OF THE TRANSACTION'S       *
052400*  ACCOUNT, LEFT IN ACCTMST-RECORD WHEN IT IS FOUND.  A READ *
052500*  ERROR MAKES THE MASTER UNUSABLE FOR THE REST OF THE RUN.  *
052600*-----------------------------------------------------------*
052700 4600-FIND-ACCOUNT.
052800     SET WS-ACCT-UNMATCHED TO TRUE
052900     IF WS-MASTER-UNUSABLE
053000         GO TO 4600-EXIT
053100     END-IF
053200     MOVE AMNT-ACCT-ID TO ACCTMST-KEY
053300     READ ACCTMST-FILE
053400         INVALID KEY
053500             GO TO 4600-EXIT
053600     END-READ
053700     IF WS-ACCTMST-STATUS NOT = "00"
053800         DISPLAY "HELACMT: ACCTMST READ ERROR STATUS "
053900             WS-ACCTMST-STATUS
054000         SET WS-MASTER-UNUSABLE TO TRUE
054100         MOVE 8 TO RETURN-CODE
054200         GO TO 4600-EXIT
054300     END-IF
054400     SET WS-ACCT-MATCHED TO TRUE.
054500 4600-EXIT.
054600     EXIT.
054700
054800*-----------------------------------------------------------*
054900*  4700-APPLY-CHANGE - THE CALLER HAS CHANGED ACCT-RECORD    *
055000*  AND SAVED THE BEFORE IMAGE.  THE AUDIT RECORD IS WRITTEN  *
055100*  FIRST; ONLY WHEN IT IS SAFELY ON FILE IS THE MASTER       *
055200*  RECORD WRITTEN (A NEW ACCOUNT) OR REWRITTEN.  A MASTER    *
055300*  THAT CANNOT BE UPDATED LEAVES AN AUDIT RECORD FOR A       *
055400*  CHANGE NOT MADE, SO THE REFUSAL IS LOGGED AGAINST IT AND  *
055500*  NO FURTHER CHANGE IS ATTEMPTED.                           *
055600*-----------------------------------------------------------*
055700 4700-APPLY-CHANGE.
055800     MOVE SPACES TO AUDT-RECORD
055900     MOVE WS-CURRENT-DATE-NUM TO AUDT-DATE
056000     MOVE WS-NOW-HHMMSS TO AUDT-TIME
056100     MOVE AMNT-OPERATOR-ID TO AUDT-OPERATOR-ID
056200     MOVE AMNT-VERB TO AUDT-VERB
056300     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE
056400     MOVE ACCT-RECORD TO AUDT-AFTER-IMAGE
056500     WRITE AUDT-RECORD
056600     IF WS-AUDIT-STATUS NOT = "00"
056700         DISPLAY "HELACMT: ACCTAUD WRITE ERROR STATUS "
056800             WS-AUDIT-STATUS
056900         MOVE 8 TO RETURN-CODE
057000         SET WS-MASTER-UNUSABLE TO TRUE
057100         MOVE "AUDIT RECORD COULD NOT BE WRITTEN"
057200             TO WS-REFUSE-REASON
057300         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
057400         GO TO 4700-EXIT
057500     END-IF
057600     MOVE ACCT-RECORD TO ACCTMST-RECORD
057700     IF WS-BEFORE-IMAGE = SPACES
057800         WRITE ACCTMST-RECORD
057900     ELSE
058000         REWRITE ACCTMST-RECORD
058100     END-IF
058200     IF WS-ACCTMST-STATUS NOT = "00"
058300         DISPLAY "HELACMT: ACCTMST UPDATE ERROR STATUS "
058400             WS-ACCTMST-STATUS
058500         MOVE 8 TO RETURN-CODE
058600         SET WS-MASTER-UNUSABLE TO TRUE
058700         MOVE "MASTER RECORD COULD NOT BE WRITTEN"
058800             TO WS-REFUSE-REASON
058900         PERFORM 4900-REFUSE-TRANSACTION THRU 4900-EXIT
059000         GO TO 4700-EXIT
059100     END-IF
059200     ADD 1 TO WS-APPLIED-COUNT
059300     PERFORM 5000-LOG-TRANSACTION THRU 5000-EXIT.
059400 4700-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------*
059800*  4800-RESOLVE-EFF-DATE - THE TRANSACTION'S EFFECTIVE DATE, *
059900*  OR TODAY WHEN IT IS BLANK.  ZERO COMES BACK FOR A DATE    *
060000*  THAT IS NOT NUMERIC, WHICH THE CALLER REFUSES.            *
060100*-----------------------------------------------------------*
060200 4800-RESOLVE-EFF-DATE.
060300     MOVE ZERO TO WS-EFF-DATE-NUM
060400     IF AMNT-EFF-DATE = SPACES
060500         MOVE WS-CURRENT-DATE-NUM TO WS-EFF-DATE-NUM
060600         GO TO 4800-EXIT
060700     END-IF
060800     IF AMNT-EFF-DATE NUMERIC
060900         MOVE AMNT-EFF-DATE TO WS-EFF-DATE-NUM
061000     END-IF.
061100 4800-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------*
061500*  4900-REFUSE-TRANSACTION - A TRANSACTION THAT FAILED       *
061600*  VALIDATION: SAY WHY ON THE CONSOLE AND IN THE RUN LOG AND *
061700*  COUNT IT TOWARD THE NONZERO RETURN CODE.                  *
061800*-----------------------------------------------------------*
061900 4900-REFUSE-TRANSACTION.
062000     ADD 1 TO WS-REFUSED-COUNT
062100     DISPLAY "HELACMT: REFUSED " AMNT-VERB " " AMNT-ACCT-ID
062200         " - " WS-REFUSE-REASON
062300     MOVE SPACES TO WS-ACTION-TEXT
062400     STRING "REFUSED - " DELIMITED BY SIZE
062500         WS-REFUSE-REASON DELIMITED BY SIZE
062600         INTO WS-ACTION-TEXT
062700     END-STRING
062800     PERFORM 5000-LOG-TRANSACTION THRU 5000-EXIT.
062900 4900-EXIT.
063000     EXIT.
063100
063200*-----------------------------------------------------------*
063300*  5000-LOG-TRANSACTION - WHO DID WHAT TO WHICH ACCOUNT      *
063400*  WHEN, ONE RUNLOG ENTRY PER TRANSACTION, IN THE SAME SHAPE *
063500*  AS THE HELOPER COMMAND ENTRIES.                           *
063600*-----------------------------------------------------------*
063700 5000-LOG-TRANSACTION.
063800     MOVE SPACES TO LOG-RECORD
063900     STRING WS-EDIT-DATE DELIMITED BY SIZE
064000         " " DELIMITED BY SIZE
064100         WS-CURRENT-HOUR DELIMITED BY SIZE
064200         ":" DELIMITED BY SIZE
064300         WS-CURRENT-MINUTE DELIMITED BY SIZE
064400         ":" DELIMITED BY SIZE
064500         WS-CURRENT-SECOND DELIMITED BY SIZE
064600         " OPERATOR " DELIMITED BY SIZE
064700         AMNT-OPERATOR-ID DELIMITED BY SIZE
064800         " " DELIMITED BY SIZE
064900         AMNT-VERB DELIMITED BY SIZE
065000         " " DELIMITED BY SIZE
065100         AMNT-ACCT-ID DELIMITED BY SIZE
065200         " " DELIMITED BY SIZE
065300         WS-ACTION-TEXT DELIMITED BY SIZE
065400         INTO LOG-RECORD
065500     END-STRING
065600     IF WS-RUNLOG-STATUS = "00"
065700         WRITE LOG-RECORD
065800     END-IF.
065900 5000-EXIT.
066000     EXIT.
066100
066200*-----------------------------------------------------------*
066300*  8000-FINALIZE - CLOSE THE MASTER, THE AUDIT FILE AND THE  *
066400*  RUN LOG.                                                  *
066500*-----------------------------------------------------------*
066600 8000-FINALIZE.
066700     IF WS-ACCTMST-OPENED
066800         CLOSE ACCTMST-FILE
066900     END-IF
067000     IF WS-AUDIT-OPENED
067100         CLOSE AUDIT-FILE
067200     END-IF
067300     IF WS-RUNLOG-STATUS = "00"
067400         CLOSE RUNLOG-FILE
067500     END-IF.
067600 8000-EXIT.
067700     EXIT.
