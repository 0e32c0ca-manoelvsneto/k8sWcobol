002400*                    RECORD, AND THE LATEST RECORD FOR A
002500*                    DATE WINS.  ENDS RC 4 WHEN A COMMAND
002600*                    WAS REFUSED, RC 8 ON A FILE ERROR.
002700*   2026-09-11  RS   MARKDONE REFUSES A COMMAND DATE THAT IS
002800*                    TODAY OR IN THE FUTURE: PRE-MARKING A
002900*                    DAY COMPLETE WOULD MAKE HELLO REFUSE IT
003000*                    RC 20 WHEN THE DAY ARRIVES.
003100*   2026-10-08  RS   MARKOPEN REFUSES A DATE IN A MONTH HELPCLS
003200*                    HAS CLOSED, OR ANY EARLIER MONTH: REOPENING
003300*                    IT WOULD LET HELLO POST INTO A PERIOD
003400*                    FINANCE HAS ALREADY REPORTED.  THE LATEST
003500*                    CLOSED PERIOD IS READ FROM PERDCTL AT
003600*                    STARTUP.  SOURCE RESEQUENCED.
003616*   2026-10-15  RS   A CLOSED-PERIOD REGISTER THAT IS ON FILE BUT
003632*                    CANNOT BE OPENED OR READ NOW STOPS THE RUN
003648*                    RC 8 BEFORE ANY COMMAND IS APPLIED, INSTEAD
003664*                    OF CHECKING MARKOPEN AGAINST A PARTIAL OR
003680*                    MISSING LOCK.
003700*---------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CMD-FILE ASSIGN TO "OPERCMDS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CMD-STATUS.
004400     SELECT CHKPT-FILE ASSIGN TO "CHKPOINT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-CHKPT-STATUS.
004700     SELECT HBEAT-FILE ASSIGN TO "HBEAT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-HBEAT-STATUS.
005000     SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CALNDR-STATUS.
005300     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RUNCTL-STATUS.
005600     SELECT PCTL-FILE ASSIGN TO "PERDCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PCTL-STATUS.
005900     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNLOG-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CMD-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY "HELOCMD.cpy".
006900
007000 FD  CHKPT-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY "HELCHKP.cpy".
007400
007500 FD  HBEAT-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800     COPY "HELHBT.cpy".
007900
008000 FD  CALNDR-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300     COPY "HELCAL.cpy".
008400
008500 FD  RUNCTL-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY "HELRCTL.cpy".
008900
009000 FD  PCTL-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300     COPY "HELPCTL.cpy".
009400
009500 FD  RUNLOG-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 110 CHARACTERS.
009800 01  LOG-RECORD                     PIC X(110).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-CURRENT-DATE-DATA.
010200     05  WS-CURRENT-DATE.
010300         10  WS-CURRENT-YEAR        PIC 9(4).
010400         10  WS-CURRENT-MONTH       PIC 9(2).
010500         10  WS-CURRENT-DAY         PIC 9(2).
010600     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
010700                                    PIC 9(8).
010800     05  WS-CURRENT-TIME.
010900         10  WS-CURRENT-HOUR        PIC 9(2).
011000         10  WS-CURRENT-MINUTE      PIC 9(2).
011100         10  WS-CURRENT-SECOND      PIC 9(2).
011200         10  WS-CURRENT-CENTISECOND PIC 9(2).
011300
011400*---------------------------------------------------------------
011500* STATE THE COMMANDS ARE VALIDATED AGAINST.  THE CHECKPOINT IS
011600* READ ONCE AT STARTUP AND THE PRESENT SWITCH IS MAINTAINED AS
011700* COMMANDS EXECUTE; THE RUN-CONTROL TABLE IS MAINTAINED THE
011800* SAME WAY SO A COMMAND FILE WITH SEVERAL COMMANDS VALIDATES
011900* EACH ONE AGAINST THE STATE THE EARLIER ONES LEFT.
012000*---------------------------------------------------------------
012100 01  WS-CHKPT-SAVE.
012200     05  WS-CHKPT-COUNT-SAVE        PIC 9(05) VALUE ZERO.
012300     05  WS-CHKPT-DATE-SAVE         PIC 9(08) VALUE ZERO.
012400     05  WS-CHKPT-TIME-SAVE         PIC 9(08) VALUE ZERO.
012500
012600 01  WS-CALENDAR-TABLE.
012700     05  WS-CAL-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
012800     05  WS-CAL-ENTRY
012900         OCCURS 1000 TIMES.
013000         10  WS-CAL-TBL-DATE        PIC 9(08).
013100         10  WS-CAL-TBL-TYPE        PIC X(01).
013200 01  WS-CAL-SUB                     PIC 9(04) COMP VALUE ZERO.
013300 01  WS-CAL-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
013400
013500 01  WS-RUN-CONTROL-TABLE.
013600     05  WS-RUNCTL-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
013700     05  WS-RUNCTL-DONE-DATE        PIC 9(08)
013800         OCCURS 2000 TIMES.
013900 01  WS-RCTL-SUB                    PIC 9(04) COMP VALUE ZERO.
014000 01  WS-RCTL-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
014100
014200 01  WS-COMMAND-WORK.
014300     05  WS-CMD-DATE-NUM            PIC 9(08) VALUE ZERO.
014400     05  WS-CMD-DATE-PARTS REDEFINES WS-CMD-DATE-NUM.
014500         10  WS-CMD-PERIOD          PIC 9(06).
014600         10  FILLER                 PIC 9(02).
014700     05  WS-CLOSED-THRU-PERIOD      PIC 9(06) VALUE ZERO.
014800     05  WS-SEEK-DATE               PIC 9(08) VALUE ZERO.
014900     05  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
015000     05  WS-ACTION-TEXT             PIC X(40) VALUE SPACES.
015100     05  WS-COMMAND-COUNT           PIC 9(05) VALUE ZERO.
015200     05  WS-REFUSED-COUNT           PIC 9(05) VALUE ZERO.
015300
015400 01  WS-FILE-STATUS-FIELDS.
015500     05  WS-CMD-STATUS              PIC X(02) VALUE SPACES.
015600     05  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
015700     05  WS-HBEAT-STATUS            PIC X(02) VALUE SPACES.
015800     05  WS-CALNDR-STATUS           PIC X(02) VALUE SPACES.
015900     05  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
016000     05  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
016100     05  WS-PCTL-STATUS             PIC X(02) VALUE SPACES.
016200
016300 01  WS-SWITCHES.
016400     05  WS-CMD-EOF-SW              PIC X(01) VALUE "N".
016500         88  WS-CMD-EOF                 VALUE "Y".
016600         88  WS-CMD-NOT-EOF             VALUE "N".
016700     05  WS-CHKPT-PRESENT-SW        PIC X(01) VALUE "N".
016800         88  WS-CHKPT-PRESENT           VALUE "Y".
016900         88  WS-CHKPT-ABSENT            VALUE "N".
017000     05  WS-CAL-LOADED-SW           PIC X(01) VALUE "N".
017100         88  WS-CAL-LOADED              VALUE "Y".
017200         88  WS-CAL-NOT-LOADED          VALUE "N".
017300     05  WS-CAL-EOF-SW              PIC X(01) VALUE "N".
017400         88  WS-CAL-EOF                 VALUE "Y".
017500         88  WS-CAL-NOT-EOF             VALUE "N".
017600     05  WS-CAL-MATCHED-SW          PIC X(01) VALUE "N".
017700         88  WS-CAL-MATCHED             VALUE "Y".
017800         88  WS-CAL-UNMATCHED           VALUE "N".
017900     05  WS-RUNCTL-EOF-SW           PIC X(01) VALUE "N".
018000         88  WS-RUNCTL-EOF              VALUE "Y".
018100         88  WS-RUNCTL-NOT-EOF          VALUE "N".
018200     05  WS-DATE-IN-TABLE-SW        PIC X(01) VALUE "N".
018300         88  WS-DATE-IN-TABLE           VALUE "Y".
018400         88  WS-DATE-NOT-IN-TABLE       VALUE "N".
018500     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
018600         88  WS-PCTL-EOF                VALUE "Y".
018700         88  WS-PCTL-NOT-EOF            VALUE "N".
018725     05  WS-PCTL-READ-SW            PIC X(01) VALUE "N".
018750         88  WS-PCTL-UNREADABLE         VALUE "Y".
018775         88  WS-PCTL-READABLE           VALUE "N".
018800
018900 01  WS-EDIT-FIELDS.
019000     05  WS-EDIT-DATE               PIC 9999/99/99.
019100     05  WS-EDIT-CMD-DATE           PIC 9999/99/99.
019200     05  WS-EDIT-COUNTER            PIC ZZZZ9.
019300
019400 PROCEDURE DIVISION.
019500*-----------------------------------------------------------*
019600*  0000-MAINLINE                                             *
019700*-----------------------------------------------------------*
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000     PERFORM 2000-READ-CHECKPOINT-STATE THRU 2000-EXIT
020100     PERFORM 2200-LOAD-CALENDAR THRU 2200-EXIT
020200     PERFORM 2500-LOAD-RUN-CONTROL THRU 2500-EXIT
020300     PERFORM 2700-LOAD-CLOSED-PERIOD THRU 2700-EXIT
020325     IF WS-PCTL-UNREADABLE
020350         DISPLAY "HELOPER: CLOSED-PERIOD REGISTER NOT READABLE - "
020375             "NO COMMANDS APPLIED"
020400         MOVE 8 TO RETURN-CODE
020425     ELSE
020450         PERFORM 3000-PROCESS-COMMANDS THRU 3000-EXIT
020475     END-IF
020500     IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
020600         MOVE 4 TO RETURN-CODE
020700     END-IF
020800     PERFORM 8000-FINALIZE THRU 8000-EXIT
020900     GOBACK.
021000
021100*-----------------------------------------------------------*
021200*  1000-INITIALIZE - CAPTURE THE RUN CLOCK AND OPEN THE RUN  *
021300*  LOG, WHICH RECEIVES ONE ENTRY PER COMMAND.                *
021400*-----------------------------------------------------------*
021500 1000-INITIALIZE.
021600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
021700     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
021800     OPEN EXTEND RUNLOG-FILE
021900     IF WS-RUNLOG-STATUS = "35" OR "05"
022000         OPEN OUTPUT RUNLOG-FILE
022100     END-IF
022200     IF WS-RUNLOG-STATUS NOT = "00"
022300         DISPLAY "HELOPER: RUNLOG OPEN ERROR STATUS "
022400             WS-RUNLOG-STATUS
022500         MOVE 8 TO RETURN-CODE
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.
022900
023000*-----------------------------------------------------------*
023100*  2000-READ-CHECKPOINT-STATE - WHAT THE CHECKPOINT HOLDS    *
023200*  RIGHT NOW, FOR CLEARCKP VALIDATION AND SHOWSTAT.          *
023300*-----------------------------------------------------------*
023400 2000-READ-CHECKPOINT-STATE.
023500     SET WS-CHKPT-ABSENT TO TRUE
023600     OPEN INPUT CHKPT-FILE
023700     IF WS-CHKPT-STATUS NOT = "00"
023800         GO TO 2000-EXIT
023900     END-IF
024000     READ CHKPT-FILE
024100         AT END
024200             MOVE "10" TO WS-CHKPT-STATUS
024300     END-READ
024400     IF WS-CHKPT-STATUS = "00"
024500         SET WS-CHKPT-PRESENT TO TRUE
024600         MOVE CHKPT-LAST-COUNT TO WS-CHKPT-COUNT-SAVE
024700         MOVE CHKPT-RUN-DATE TO WS-CHKPT-DATE-SAVE
024800         MOVE CHKPT-RUN-TIME TO WS-CHKPT-TIME-SAVE
024900     END-IF
025000     CLOSE CHKPT-FILE.
025100 2000-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------*
025500*  2200-LOAD-CALENDAR - THE BUSINESS CALENDAR INTO THE       *
025600*  LOOKUP TABLE.  MARKDONE AND MARKOPEN ARE REFUSED WHEN     *
025700*  THE CALENDAR IS NOT AVAILABLE - GUESSING WHETHER A DATE   *
025800*  IS A WORKING DAY WOULD DEFEAT THE VALIDATION.             *
025900*-----------------------------------------------------------*
026000 2200-LOAD-CALENDAR.
026100     OPEN INPUT CALNDR-FILE
026200     IF WS-CALNDR-STATUS NOT = "00"
026300         GO TO 2200-EXIT
026400     END-IF
026500     SET WS-CAL-LOADED TO TRUE
026600     PERFORM 2300-LOAD-CAL-ENTRY THRU 2300-EXIT
026700         UNTIL WS-CAL-EOF
026800     CLOSE CALNDR-FILE.
026900 2200-EXIT.
027000     EXIT.
027100
027200 2300-LOAD-CAL-ENTRY.
027300     READ CALNDR-FILE
027400         AT END
027500             SET WS-CAL-EOF TO TRUE
027600             GO TO 2300-EXIT
027700     END-READ
027800     IF WS-CALNDR-STATUS NOT = "00"
027900         DISPLAY "HELOPER: CALENDAR READ ERROR STATUS "
028000             WS-CALNDR-STATUS
028100         SET WS-CAL-EOF TO TRUE
028200         MOVE 8 TO RETURN-CODE
028300         GO TO 2300-EXIT
028400     END-IF
028500     IF CAL-DATE NOT NUMERIC
028600         GO TO 2300-EXIT
028700     END-IF
028800     IF WS-CAL-ENTRY-COUNT < 1000
028900         ADD 1 TO WS-CAL-ENTRY-COUNT
029000         MOVE CAL-DATE TO WS-CAL-TBL-DATE (WS-CAL-ENTRY-COUNT)
029100         MOVE CAL-DAY-TYPE
029200             TO WS-CAL-TBL-TYPE (WS-CAL-ENTRY-COUNT)
029300     ELSE
029400         DISPLAY "HELOPER: CALENDAR TABLE FULL - DATES "
029500             "BEYOND 1000 CANNOT BE VALIDATED"
029600         SET WS-CAL-EOF TO TRUE
029700     END-IF.
029800 2300-EXIT.
029900     EXIT.
030000
030100*-----------------------------------------------------------*
030200*  2500-LOAD-RUN-CONTROL - COMPLETED DATES FROM RUNCTL, THE  *
030300*  LATEST RECORD PER DATE WINNING, AS IN HELLO'S OWN LOAD.   *
030400*-----------------------------------------------------------*
030500 2500-LOAD-RUN-CONTROL.
030600     OPEN INPUT RUNCTL-FILE
030700     IF WS-RUNCTL-STATUS NOT = "00"
030800         GO TO 2500-EXIT
030900     END-IF
031000     PERFORM 2600-LOAD-RUNCTL-ENTRY THRU 2600-EXIT
031100         UNTIL WS-RUNCTL-EOF
031200     CLOSE RUNCTL-FILE.
031300 2500-EXIT.
031400     EXIT.
031500
031600 2600-LOAD-RUNCTL-ENTRY.
031700     READ RUNCTL-FILE
031800         AT END
031900             SET WS-RUNCTL-EOF TO TRUE
032000             GO TO 2600-EXIT
032100     END-READ
032200     IF WS-RUNCTL-STATUS NOT = "00"
032300         DISPLAY "HELOPER: RUNCTL READ ERROR STATUS "
032400             WS-RUNCTL-STATUS
032500         SET WS-RUNCTL-EOF TO TRUE
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 2600-EXIT
032800     END-IF
032900     IF RUNCTL-DATE NOT NUMERIC
033000         GO TO 2600-EXIT
033100     END-IF
033200     IF RUNCTL-NOT-COMPLETE
033300         MOVE RUNCTL-DATE TO WS-SEEK-DATE
033400         PERFORM 6000-REMOVE-DONE-DATE THRU 6000-EXIT
033500         GO TO 2600-EXIT
033600     END-IF
033700     IF NOT RUNCTL-COMPLETE
033800         GO TO 2600-EXIT
033900     END-IF
034000     IF WS-RUNCTL-ENTRY-COUNT < 2000
034100         ADD 1 TO WS-RUNCTL-ENTRY-COUNT
034200         MOVE RUNCTL-DATE
034300             TO WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
034400     ELSE
034500         DISPLAY "HELOPER: RUN-CONTROL TABLE FULL - "
034600             "VALIDATION MAY BE INCOMPLETE"
034700         SET WS-RUNCTL-EOF TO TRUE
034800     END-IF.
034900 2600-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------*
035300*  2700-LOAD-CLOSED-PERIOD - THE LATEST PERIOD HELPCLS HAS   *
035400*  CLOSED, FROM THE CLOSED-PERIOD REGISTER.  NO REGISTER     *
035466*  MEANS NOTHING IS CLOSED YET; ONE THAT CANNOT BE OPENED OR *
035532*  READ STOPS THE RUN BEFORE ANY COMMAND IS APPLIED.         *
035600*-----------------------------------------------------------*
035700 2700-LOAD-CLOSED-PERIOD.
035800     OPEN INPUT PCTL-FILE
035900     IF WS-PCTL-STATUS = "35"
036000         GO TO 2700-EXIT
036100     END-IF
036114     IF WS-PCTL-STATUS NOT = "00"
036128         DISPLAY "HELOPER: PERDCTL OPEN ERROR STATUS "
036142             WS-PCTL-STATUS
036156         SET WS-PCTL-UNREADABLE TO TRUE
036170         GO TO 2700-EXIT
036184     END-IF
036200     PERFORM 2750-READ-PERIOD-CONTROL THRU 2750-EXIT
036300         UNTIL WS-PCTL-EOF
036400     CLOSE PCTL-FILE.
036500 2700-EXIT.
036600     EXIT.
036700
036800 2750-READ-PERIOD-CONTROL.
036900     READ PCTL-FILE
037000         AT END
037100             SET WS-PCTL-EOF TO TRUE
037200             GO TO 2750-EXIT
037300     END-READ
037400     IF WS-PCTL-STATUS NOT = "00"
037500         DISPLAY "HELOPER: PERDCTL READ ERROR STATUS "
037600             WS-PCTL-STATUS
037650         SET WS-PCTL-UNREADABLE TO TRUE
037700         SET WS-PCTL-EOF TO TRUE
037800         MOVE 8 TO RETURN-CODE
037900         GO TO 2750-EXIT
038000     END-IF
038100     IF PCTL-PERIOD NUMERIC AND PCTL-CLOSED
038200         AND PCTL-PERIOD > WS-CLOSED-THRU-PERIOD
038300         MOVE PCTL-PERIOD TO WS-CLOSED-THRU-PERIOD
038400     END-IF.
038500 2750-EXIT.
038600     EXIT.
038700
038800*-----------------------------------------------------------*
038900*  3000-PROCESS-COMMANDS - ONE COMMAND PER OPERCMDS LINE,    *
039000*  IN ORDER.  A MISSING COMMAND FILE IS AN OPERATOR ERROR -  *
039100*  THE UTILITY WAS RUN FOR NOTHING.                          *
039200*-----------------------------------------------------------*
039300 3000-PROCESS-COMMANDS.
039400     OPEN INPUT CMD-FILE
039500     IF WS-CMD-STATUS NOT = "00"
039600         DISPLAY "HELOPER: NO OPERCMDS FILE MOUNTED - "
039700             "NOTHING TO DO"
039800         IF RETURN-CODE < 4
039900             MOVE 4 TO RETURN-CODE
040000         END-IF
040100         GO TO 3000-EXIT
040200     END-IF
040300     PERFORM 3100-READ-COMMAND THRU 3100-EXIT
040400     PERFORM 3200-EXECUTE-COMMAND THRU 3200-EXIT
040500         UNTIL WS-CMD-EOF
040600     CLOSE CMD-FILE.
040700 3000-EXIT.
040800     EXIT.
040900
041000 3100-READ-COMMAND.
041100     READ CMD-FILE
041200         AT END
041300             SET WS-CMD-EOF TO TRUE
041400             GO TO 3100-EXIT
041500     END-READ
041600     IF WS-CMD-STATUS NOT = "00"
041700         DISPLAY "HELOPER: OPERCMDS READ ERROR STATUS "
041800             WS-CMD-STATUS
041900         SET WS-CMD-EOF TO TRUE
042000         MOVE 8 TO RETURN-CODE
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400
042500*-----------------------------------------------------------*
042600*  3200-EXECUTE-COMMAND - DISPATCH ONE COMMAND.  COMMENT     *
042700*  LINES AND BLANK VERBS ARE SKIPPED; AN UNKNOWN VERB IS     *
042800*  REFUSED AND LOGGED LIKE ANY OTHER REFUSAL.                *
042900*-----------------------------------------------------------*
043000 3200-EXECUTE-COMMAND.
043100     IF CMD-VERB (1:1) = "*" OR CMD-VERB = SPACES
043200         GO TO 3200-NEXT
043300     END-IF
043400     ADD 1 TO WS-COMMAND-COUNT
043500     IF CMD-VERB = "CLEARCKP"
043600         PERFORM 4100-CMD-CLEARCKP THRU 4100-EXIT
043700         GO TO 3200-NEXT
043800     END-IF
043900     IF CMD-VERB = "MARKDONE"
044000         PERFORM 4200-CMD-MARKDONE THRU 4200-EXIT
044100         GO TO 3200-NEXT
044200     END-IF
044300     IF CMD-VERB = "MARKOPEN"
044400         PERFORM 4300-CMD-MARKOPEN THRU 4300-EXIT
044500         GO TO 3200-NEXT
044600     END-IF
044700     IF CMD-VERB = "SHOWSTAT"
044800         PERFORM 4400-CMD-SHOWSTAT THRU 4400-EXIT
044900         GO TO 3200-NEXT
045000     END-IF
045100     MOVE "UNKNOWN COMMAND VERB" TO WS-REFUSE-REASON
045200     PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT.
045300 3200-NEXT.
045400     PERFORM 3100-READ-COMMAND THRU 3100-EXIT.
045500 3200-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900*  4100-CMD-CLEARCKP - EMPTY THE CHECKPOINT FILE, THE SAME   *
046000*  WAY HELLO CLEARS IT AFTER A COMPLETED RUN.  REFUSED WHEN  *
046100*  THERE IS NO CHECKPOINT RECORD TO CLEAR.                   *
046200*-----------------------------------------------------------*
046300 4100-CMD-CLEARCKP.
046400     IF WS-CHKPT-ABSENT
046500         MOVE "NO CHECKPOINT TO CLEAR" TO WS-REFUSE-REASON
046600         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
046700         GO TO 4100-EXIT
046800     END-IF
046900     OPEN OUTPUT CHKPT-FILE
047000     IF WS-CHKPT-STATUS NOT = "00"
047100         DISPLAY "HELOPER: CHKPOINT OPEN ERROR STATUS "
047200             WS-CHKPT-STATUS
047300         MOVE 8 TO RETURN-CODE
047400         GO TO 4100-EXIT
047500     END-IF
047600     CLOSE CHKPT-FILE
047700     SET WS-CHKPT-ABSENT TO TRUE
047800     MOVE "ACCEPTED - CHECKPOINT CLEARED" TO WS-ACTION-TEXT
047900     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT.
048000 4100-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------*
048400*  4200-CMD-MARKDONE - APPEND A COMPLETE RECORD FOR THE      *
048500*  COMMAND DATE.  REFUSED FOR A NON-NUMERIC DATE, A DATE     *
048600*  THE CALENDAR DOES NOT KNOW OR MARKS AS A HOLIDAY, A DATE  *
048700*  ALREADY MARKED COMPLETE, OR A DATE NOT YET IN THE PAST -  *
048800*  PRE-MARKING A FUTURE DAY WOULD MAKE HELLO REFUSE IT.      *
048900*-----------------------------------------------------------*
049000 4200-CMD-MARKDONE.
049100     IF CMD-DATE NOT NUMERIC
049200         MOVE "COMMAND DATE NOT NUMERIC" TO WS-REFUSE-REASON
049300         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
049400         GO TO 4200-EXIT
049500     END-IF
049600     MOVE CMD-DATE TO WS-CMD-DATE-NUM
049700     IF WS-CMD-DATE-NUM >= WS-CURRENT-DATE-NUM
049800         MOVE "DATE NOT BEFORE THE CURRENT DATE"
049900             TO WS-REFUSE-REASON
050000         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
050100         GO TO 4200-EXIT
050200     END-IF
050300     IF WS-CAL-NOT-LOADED
050400         MOVE "CALENDAR FILE NOT AVAILABLE"
050500             TO WS-REFUSE-REASON
050600         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
050700         GO TO 4200-EXIT
050800     END-IF
050900     PERFORM 4600-FIND-CALENDAR-DATE THRU 4600-EXIT
051000     IF WS-CAL-UNMATCHED
051100         MOVE "DATE NOT IN CALENDAR" TO WS-REFUSE-REASON
051200         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
051300         GO TO 4200-EXIT
051400     END-IF
051500     IF WS-CAL-TBL-TYPE (WS-CAL-FOUND-SUB) NOT = "W"
051600         MOVE "DATE IS A HOLIDAY IN THE CALENDAR"
051700             TO WS-REFUSE-REASON
051800         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
051900         GO TO 4200-EXIT
052000     END-IF
052100     MOVE WS-CMD-DATE-NUM TO WS-SEEK-DATE
052200     PERFORM 6500-FIND-DONE-DATE THRU 6500-EXIT
052300     IF WS-DATE-IN-TABLE
052400         MOVE "DATE ALREADY MARKED COMPLETE"
052500             TO WS-REFUSE-REASON
052600         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
052700         GO TO 4200-EXIT
052800     END-IF
052900     MOVE SPACES TO RUNCTL-RECORD
053000     MOVE WS-CMD-DATE-NUM TO RUNCTL-DATE
053100     SET RUNCTL-COMPLETE TO TRUE
053200     PERFORM 4700-APPEND-RUNCTL THRU 4700-EXIT
053300     IF WS-RUNCTL-STATUS NOT = "00"
053400         GO TO 4200-EXIT
053500     END-IF
053600     IF WS-RUNCTL-ENTRY-COUNT < 2000
053700         ADD 1 TO WS-RUNCTL-ENTRY-COUNT
053800         MOVE WS-CMD-DATE-NUM
053900             TO WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
054000     END-IF
054100     MOVE "ACCEPTED - DATE MARKED COMPLETE" TO WS-ACTION-TEXT
054200     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT.
054300 4200-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------*
054700*  4300-CMD-MARKOPEN - APPEND A NOT-COMPLETE RECORD FOR THE  *
054800*  COMMAND DATE SO THE MISSED-DAY SCAN AND CATCH-UP WALK     *
054900*  PICK IT UP AGAIN.  REFUSED WHEN THE DATE IS NOT           *
055000*  CURRENTLY MARKED COMPLETE, OR FALLS IN A CLOSED PERIOD.   *
055100*-----------------------------------------------------------*
055200 4300-CMD-MARKOPEN.
055300     IF CMD-DATE NOT NUMERIC
055400         MOVE "COMMAND DATE NOT NUMERIC" TO WS-REFUSE-REASON
055500         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
055600         GO TO 4300-EXIT
055700     END-IF
055800     MOVE CMD-DATE TO WS-CMD-DATE-NUM
055900     IF WS-CMD-PERIOD NOT > WS-CLOSED-THRU-PERIOD
056000         MOVE "DATE IS IN A CLOSED PERIOD" TO WS-REFUSE-REASON
056100         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
056200         GO TO 4300-EXIT
056300     END-IF
056400     MOVE WS-CMD-DATE-NUM TO WS-SEEK-DATE
056500     PERFORM 6500-FIND-DONE-DATE THRU 6500-EXIT
056600     IF WS-DATE-NOT-IN-TABLE
056700         MOVE "DATE NOT MARKED COMPLETE" TO WS-REFUSE-REASON
056800         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
056900         GO TO 4300-EXIT
057000     END-IF
057100     MOVE SPACES TO RUNCTL-RECORD
057200     MOVE WS-CMD-DATE-NUM TO RUNCTL-DATE
057300     SET RUNCTL-NOT-COMPLETE TO TRUE
057400     PERFORM 4700-APPEND-RUNCTL THRU 4700-EXIT
057500     IF WS-RUNCTL-STATUS NOT = "00"
057600         GO TO 4300-EXIT
057700     END-IF
057800     PERFORM 6000-REMOVE-DONE-DATE THRU 6000-EXIT
057900     MOVE "ACCEPTED - DATE MARKED NOT COMPLETE"
058000         TO WS-ACTION-TEXT
058100     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT.
058200 4300-EXIT.
058300     EXIT.
058400
058500*-----------------------------------------------------------*
058600*  4400-CMD-SHOWSTAT - REPORT THE CURRENT CHECKPOINT AND     *
058700*  HEARTBEAT STATE TO THE CONSOLE AND THE RUN LOG.           *
058800*-----------------------------------------------------------*
058900 4400-CMD-SHOWSTAT.
059000     IF WS-CHKPT-PRESENT
059100         MOVE WS-CHKPT-COUNT-SAVE TO WS-EDIT-COUNTER
059200         MOVE WS-CHKPT-DATE-SAVE TO WS-EDIT-CMD-DATE
059300         DISPLAY "HELOPER: CHECKPOINT AT COUNTER "
059400             WS-EDIT-COUNTER " DATED " WS-EDIT-CMD-DATE
059500         MOVE "ACCEPTED - CHECKPOINT PRESENT"
059600             TO WS-ACTION-TEXT
059700     ELSE
059800         DISPLAY "HELOPER: NO CHECKPOINT ON FILE"
059900         MOVE "ACCEPTED - NO CHECKPOINT ON FILE"
060000             TO WS-ACTION-TEXT
060100     END-IF
060200     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
060300     PERFORM 4500-SHOW-HEARTBEAT THRU 4500-EXIT.
060400 4400-EXIT.
060500     EXIT.
060600
060700 4500-SHOW-HEARTBEAT.
060800     OPEN INPUT HBEAT-FILE
060900     IF WS-HBEAT-STATUS NOT = "00"
061000         DISPLAY "HELOPER: NO HEARTBEAT ON FILE"
061100         MOVE "ACCEPTED - NO HEARTBEAT ON FILE"
061200             TO WS-ACTION-TEXT
061300         PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
061400         GO TO 4500-EXIT
061500     END-IF
061600     READ HBEAT-FILE
061700         AT END
061800             MOVE "10" TO WS-HBEAT-STATUS
061900     END-READ
062000     IF WS-HBEAT-STATUS = "00"
062100         MOVE HBEAT-COUNTER TO WS-EDIT-COUNTER
062200         MOVE HBEAT-RUN-DATE TO WS-EDIT-CMD-DATE
062300         DISPLAY "HELOPER: HEARTBEAT AT COUNTER "
062400             WS-EDIT-COUNTER " DATED " WS-EDIT-CMD-DATE
062500             " STATUS " HBEAT-STATUS-CODE
062600         MOVE "ACCEPTED - HEARTBEAT REPORTED"
062700             TO WS-ACTION-TEXT
062800     ELSE
062900         DISPLAY "HELOPER: NO HEARTBEAT ON FILE"
063000         MOVE "ACCEPTED - NO HEARTBEAT ON FILE"
063100             TO WS-ACTION-TEXT
063200     END-IF
063300     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
063400     CLOSE HBEAT-FILE.
063500 4500-EXIT.
063600     EXIT.
063700
063800 4600-FIND-CALENDAR-DATE.
063900     SET WS-CAL-UNMATCHED TO TRUE
064000     MOVE ZERO TO WS-CAL-FOUND-SUB
064100     PERFORM 4650-MATCH-CAL-ENTRY THRU 4650-EXIT
064200         VARYING WS-CAL-SUB FROM 1 BY 1
064300         UNTIL WS-CAL-SUB > WS-CAL-ENTRY-COUNT
064400             OR WS-CAL-MATCHED.
064500 4600-EXIT.
064600     EXIT.
064700
064800 4650-MATCH-CAL-ENTRY.
064900     IF WS-CAL-TBL-DATE (WS-CAL-SUB) = WS-CMD-DATE-NUM
065000         SET WS-CAL-MATCHED TO TRUE
065100         MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
065200     END-IF.
065300 4650-EXIT.
065400     EXIT.
065500
065600*-----------------------------------------------------------*
065700*  4700-APPEND-RUNCTL - APPEND THE RECORD THE CALLER BUILT   *
065800*  TO THE RUN-CONTROL FILE.  THE FILE IS NEVER REWRITTEN IN  *
065900*  PLACE BY THIS UTILITY.                                    *
066000*-----------------------------------------------------------*
066100 4700-APPEND-RUNCTL.
066200     OPEN EXTEND RUNCTL-FILE
066300     IF WS-RUNCTL-STATUS = "35" OR "05"
066400         OPEN OUTPUT RUNCTL-FILE
066500     END-IF
066600     IF WS-RUNCTL-STATUS NOT = "00"
066700         DISPLAY "HELOPER: RUNCTL OPEN ERROR STATUS "
066800             WS-RUNCTL-STATUS
066900         MOVE 8 TO RETURN-CODE
067000         GO TO 4700-EXIT
067100     END-IF
067200     WRITE RUNCTL-RECORD
067300     IF WS-RUNCTL-STATUS NOT = "00"
067400         DISPLAY "HELOPER: RUNCTL WRITE ERROR STATUS "
067500             WS-RUNCTL-STATUS
067600         MOVE 8 TO RETURN-CODE
067700     END-IF
067800     CLOSE RUNCTL-FILE.
067900 4700-EXIT.
068000     EXIT.
068100
068200*-----------------------------------------------------------*
068300*  4900-REFUSE-COMMAND - A COMMAND THAT FAILED VALIDATION:   *
068400*  SAY WHY ON THE CONSOLE AND IN THE RUN LOG AND COUNT IT    *
068500*  TOWARD THE NONZERO RETURN CODE.                           *
068600*-----------------------------------------------------------*
068700 4900-REFUSE-COMMAND.
068800     ADD 1 TO WS-REFUSED-COUNT
068900     DISPLAY "HELOPER: REFUSED " CMD-VERB " " CMD-DATE
069000         " - " WS-REFUSE-REASON
069100     MOVE SPACES TO WS-ACTION-TEXT
069200     STRING "REFUSED - " DELIMITED BY SIZE
069300         WS-REFUSE-REASON DELIMITED BY SIZE
069400         INTO WS-ACTION-TEXT
069500     END-STRING
069600     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT.
069700 4900-EXIT.
069800     EXIT.
069900
070000*-----------------------------------------------------------*
070100*  5000-LOG-COMMAND - WHO DID WHAT WHEN, ONE RUNLOG ENTRY    *
070200*  PER COMMAND, SO HELSTAT AND THE AUDITORS CAN SEE EVERY    *
070300*  MANUAL INTERVENTION NEXT TO THE RUNS THEMSELVES.          *
070400*-----------------------------------------------------------*
070500 5000-LOG-COMMAND.
070600     MOVE SPACES TO LOG-RECORD
070700     STRING WS-EDIT-DATE DELIMITED BY SIZE
070800         " " DELIMITED BY SIZE
070900         WS-CURRENT-HOUR DELIMITED BY SIZE
071000         ":" DELIMITED BY SIZE
071100         WS-CURRENT-MINUTE DELIMITED BY SIZE
071200         ":" DELIMITED BY SIZE
071300         WS-CURRENT-SECOND DELIMITED BY SIZE
071400         " OPERATOR " DELIMITED BY SIZE
071500         CMD-OPERATOR-ID DELIMITED BY SIZE
071600         " " DELIMITED BY SIZE
071700         CMD-VERB DELIMITED BY SIZE
071800         " " DELIMITED BY SIZE
071900         CMD-DATE DELIMITED BY SIZE
072000         " " DELIMITED BY SIZE
072100         WS-ACTION-TEXT DELIMITED BY SIZE
072200         INTO LOG-RECORD
072300     END-STRING
072400     IF WS-RUNLOG-STATUS = "00"
072500         WRITE LOG-RECORD
072600     END-IF.
072700 5000-EXIT.
072800     EXIT.
072900
073000*-----------------------------------------------------------*
073100*  6000-REMOVE-DONE-DATE - TAKE EVERY TABLE ENTRY FOR THE    *
073200*  DATE IN WS-SEEK-DATE OUT OF THE COMPLETED-DATE TABLE      *
073300*  (THE LAST ENTRY FILLS EACH HOLE).                         *
073400*-----------------------------------------------------------*
073500 6000-REMOVE-DONE-DATE.
073600     SET WS-DATE-IN-TABLE TO TRUE
073700     PERFORM 6100-REMOVE-ONE-MATCH THRU 6100-EXIT
073800         UNTIL WS-DATE-NOT-IN-TABLE.
073900 6000-EXIT.
074000     EXIT.
074100
074200 6100-REMOVE-ONE-MATCH.
074300     PERFORM 6500-FIND-DONE-DATE THRU 6500-EXIT
074400     IF WS-DATE-IN-TABLE
074500         MOVE WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
074600             TO WS-RUNCTL-DONE-DATE (WS-RCTL-FOUND-SUB)
074700         SUBTRACT 1 FROM WS-RUNCTL-ENTRY-COUNT
074800     END-IF.
074900 6100-EXIT.
075000     EXIT.
075100
075200 6500-FIND-DONE-DATE.
075300     SET WS-DATE-NOT-IN-TABLE TO TRUE
075400     MOVE ZERO TO WS-RCTL-FOUND-SUB
075500     PERFORM 6600-SEEK-DONE-DATE THRU 6600-EXIT
075600         VARYING WS-RCTL-SUB FROM 1 BY 1
075700         UNTIL WS-RCTL-SUB > WS-RUNCTL-ENTRY-COUNT
075800             OR WS-DATE-IN-TABLE.
075900 6500-EXIT.
076000     EXIT.
076100
076200 6600-SEEK-DONE-DATE.
076300     IF WS-RUNCTL-DONE-DATE (WS-RCTL-SUB) = WS-SEEK-DATE
076400         SET WS-DATE-IN-TABLE TO TRUE
076500         MOVE WS-RCTL-SUB TO WS-RCTL-FOUND-SUB
076600     END-IF.
076700 6600-EXIT.
076800     EXIT.
076900
077000*-----------------------------------------------------------*
077100*  8000-FINALIZE - CLOSE THE RUN LOG.                        *
077200*-----------------------------------------------------------*
077300 8000-FINALIZE.
077400     IF WS-RUNLOG-STATUS = "00"
077500         CLOSE RUNLOG-FILE
077600     END-IF.
077700 8000-EXIT.
077800     EXIT.
