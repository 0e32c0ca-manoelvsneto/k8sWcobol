003900*                    AND CLEARING IT WHEN THE WALK ENDS.  ONE
004000*                    JOB-HISTORY RECORD PER CATCH-UP RUN.
004100*                    SOURCE RESEQUENCED.
004200*   2026-09-06  RS   THE RUN-CONTROL LOAD HONORS THE NEW O
004300*                    (NOT-COMPLETE) RECORDS THE HELOPER
004400*                    OPERATOR UTILITY APPENDS TO REOPEN A
004500*                    DATE, SO A REOPENED DATE SHOWS UP IN
004600*                    THE CATCH-UP WALK AGAIN.
004700*   2026-09-13  RS   THE CATCH-UP WALK ALSO STOPS ON RC 2 (A
004800*                    WINDOW-EXPIRED PARTIAL RUN): ITS LIVE
004900*                    CHECKPOINT MUST BE RESUMED FOR THE SAME
005000*                    DATE BEFORE ANY LATER DATE RUNS, OR THE
005100*                    NEXT CALL WOULD RESUME MID-STREAM INTO
005200*                    THE WRONG DATE'S FEED.
005300*   2026-10-08  RS   THE CATCH-UP WALK LEAVES OUT ANY MISSED DATE
005400*                    IN A MONTH HELPCLS HAS CLOSED (OR AN EARLIER
005500*                    ONE), REPORTING IT AS REFUSED AND ENDING THE
005600*                    JOB AT LEAST RC 4, SO NO CATCH-UP RUN POSTS
005700*                    INTO A REPORTED PERIOD.  SOURCE RESEQUENCED.
005720*   2026-10-15  RS   A CLOSED-PERIOD REGISTER THAT IS ON FILE BUT
005740*                    CANNOT BE OPENED OR READ NOW REFUSES THE
005760*                    CATCH-UP WALK RC 8 BEFORE ANY DATE IS RUN,
005780*                    INSTEAD OF WALKING AS IF NOTHING WERE CLOSED.
005800*---------------------------------------------------------------
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT STEPTBL-FILE ASSIGN TO "STEPTBL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-STEPTBL-STATUS.
006500     SELECT JOBHIST-FILE ASSIGN TO "JOBHIST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-JOBHIST-STATUS.
006800     SELECT DRVMODE-FILE ASSIGN TO "DRVMODE"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-DRVMODE-STATUS.
007100     SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CALNDR-STATUS.
007400     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNCTL-STATUS.
007700     SELECT BDATE-FILE ASSIGN TO "BUSNDATE"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-BDATE-STATUS.
008000     SELECT PCTL-FILE ASSIGN TO "PERDCTL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PCTL-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  STEPTBL-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900     COPY "HELSTEP.cpy".
009000
009100 FD  JOBHIST-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400     COPY "HELJOBH.cpy".
009500
009600 FD  DRVMODE-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  DRVMODE-RECORD.
010000     05  DRVMODE-NAME               PIC X(08).
010100     05  FILLER                     PIC X(72).
010200
010300 FD  CALNDR-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600     COPY "HELCAL.cpy".
010700
010800 FD  RUNCTL-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100     COPY "HELRCTL.cpy".
011200
011300 FD  BDATE-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 80 CHARACTERS.
011600     COPY "HELBDAT.cpy".
011700
011800 FD  PCTL-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 80 CHARACTERS.
012100     COPY "HELPCTL.cpy".
012200
012300 WORKING-STORAGE SECTION.
012400 01  WS-CALLED-PROGRAM              PIC X(08) VALUE "HELLO".
012500
012600 01  WS-START-DATE-DATA.
012700     05  WS-START-DATE.
012800         10  WS-START-YEAR          PIC 9(4).
012900         10  WS-START-MONTH         PIC 9(2).
013000         10  WS-START-DAY           PIC 9(2).
013100     05  WS-START-DATE-NUM REDEFINES WS-START-DATE
013200                                    PIC 9(8).
013300     05  WS-START-TIME.
013400         10  WS-START-HOUR          PIC 9(2).
013500         10  WS-START-MINUTE        PIC 9(2).
013600         10  WS-START-SECOND        PIC 9(2).
013700         10  WS-START-CENTISECOND   PIC 9(2).
013800     05  WS-START-TIME-NUM REDEFINES WS-START-TIME
013900                                    PIC 9(8).
014000
014100 01  WS-END-DATE-DATA.
014200     05  WS-END-DATE.
014300         10  WS-END-YEAR            PIC 9(4).
014400         10  WS-END-MONTH           PIC 9(2).
014500         10  WS-END-DAY             PIC 9(2).
014600     05  WS-END-DATE-NUM REDEFINES WS-END-DATE
014700                                    PIC 9(8).
014800     05  WS-END-TIME.
014900         10  WS-END-HOUR            PIC 9(2).
015000         10  WS-END-MINUTE          PIC 9(2).
015100         10  WS-END-SECOND          PIC 9(2).
015200         10  WS-END-CENTISECOND     PIC 9(2).
015300     05  WS-END-TIME-NUM REDEFINES WS-END-TIME
015400                                    PIC 9(8).
015500
015600 01  WS-STEP-WORK.
015700     05  WS-ACTIVE-STEP-NAME        PIC X(08) VALUE SPACES.
015800     05  WS-ACTIVE-MAX-RC           PIC 9(03) VALUE ZERO.
015900     05  WS-ACTIVE-RETRY-LIMIT      PIC 9(01) VALUE ZERO.
016000     05  WS-STEP-RC                 PIC 9(03) VALUE ZERO.
016100     05  WS-RETRIES-USED            PIC 9(01) VALUE ZERO.
016200     05  WS-HIGHEST-RC              PIC 9(03) VALUE ZERO.
016300
016400 01  WS-FILE-STATUS-FIELDS.
016500     05  WS-STEPTBL-STATUS          PIC X(02) VALUE SPACES.
016600     05  WS-JOBHIST-STATUS          PIC X(02) VALUE SPACES.
016700     05  WS-DRVMODE-STATUS          PIC X(02) VALUE SPACES.
016800     05  WS-CALNDR-STATUS           PIC X(02) VALUE SPACES.
016900     05  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
017000     05  WS-BDATE-STATUS            PIC X(02) VALUE SPACES.
017100     05  WS-PCTL-STATUS             PIC X(02) VALUE SPACES.
017200
017300*---------------------------------------------------------------
017400* CATCH-UP MODE WORK.  THE COMPLETED-DATE AND MISSED-DATE
017500* TABLES MIRROR THE STARTUP SCAN IN HELLO: EVERY PAST WORKING
017600* DAY IN THE CALENDAR WITH NO COMPLETED RUN IN RUNCTL IS A
017700* MISSED DATE, RUN OLDEST-FIRST.  LOADING STOPS WITH A WARNING
017800* IF EITHER TABLE EVER FILLS.
017900*---------------------------------------------------------------
018000 01  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
018100 01  WS-RUN-CONTROL-TABLE.
018200     05  WS-RUNCTL-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
018300     05  WS-RUNCTL-DONE-DATE        PIC 9(08)
018400         OCCURS 2000 TIMES.
018500 01  WS-RCTL-SUB                    PIC 9(04) COMP VALUE ZERO.
018600 01  WS-RCTL-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
018700 01  WS-MISSED-DATE-TABLE.
018800     05  WS-MISSED-COUNT            PIC 9(04) COMP VALUE ZERO.
018900     05  WS-MISSED-DATE             PIC 9(08)
019000         OCCURS 200 TIMES.
019100 01  WS-MISS-SUB                    PIC 9(04) COMP VALUE ZERO.
019200 01  WS-SORT-SWAP                   PIC 9(08) VALUE ZERO.
019300 01  WS-CATCHUP-SEQ                 PIC 9(03) VALUE ZERO.
019400 01  WS-EDIT-DATE                   PIC 9999/99/99.
019500
019600*---------------------------------------------------------------
019700* THE LATEST PERIOD (YYYYMM) ON THE CLOSED-PERIOD REGISTER.  A
019800* MISSED DATE IN THAT MONTH OR BEFORE IT IS NOT CAUGHT UP.
019900*---------------------------------------------------------------
020000 01  WS-CLOSED-THRU-PERIOD          PIC 9(06) VALUE ZERO.
020100 01  WS-CAL-DATE-WORK               PIC 9(08) VALUE ZERO.
020200 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WORK.
020300     05  WS-CAL-PERIOD              PIC 9(06).
020400     05  FILLER                     PIC 9(02).
020500 01  WS-CLOSED-SKIP-COUNT           PIC 9(04) COMP VALUE ZERO.
020600
020700 01  WS-SWITCHES.
020800     05  WS-STEPTBL-PRESENT-SW      PIC X(01) VALUE "N".
020900         88  WS-STEPTBL-PRESENT         VALUE "Y".
021000         88  WS-STEPTBL-ABSENT          VALUE "N".
021100     05  WS-STEPS-EOF-SW            PIC X(01) VALUE "N".
021200         88  WS-STEPS-EOF               VALUE "Y".
021300         88  WS-STEPS-NOT-EOF           VALUE "N".
021400     05  WS-STOP-STEPS-SW           PIC X(01) VALUE "N".
021500         88  WS-STOP-STEPS              VALUE "Y".
021600         88  WS-CONTINUE-STEPS          VALUE "N".
021700     05  WS-STEP-RETRIED-SW         PIC X(01) VALUE "N".
021800         88  WS-STEP-RETRIED            VALUE "Y".
021900         88  WS-STEP-NOT-RETRIED        VALUE "N".
022000     05  WS-CATCHUP-MODE-SW         PIC X(01) VALUE "N".
022100         88  WS-CATCHUP-MODE            VALUE "Y".
022200         88  WS-NORMAL-MODE             VALUE "N".
022300     05  WS-RUNCTL-EOF-SW           PIC X(01) VALUE "N".
022400         88  WS-RUNCTL-EOF              VALUE "Y".
022500         88  WS-RUNCTL-NOT-EOF          VALUE "N".
022600     05  WS-CALNDR-EOF-SW           PIC X(01) VALUE "N".
022700         88  WS-CALNDR-EOF              VALUE "Y".
022800         88  WS-CALNDR-NOT-EOF          VALUE "N".
022900     05  WS-DATE-IN-TABLE-SW        PIC X(01) VALUE "N".
023000         88  WS-DATE-IN-TABLE           VALUE "Y".
023100         88  WS-DATE-NOT-IN-TABLE       VALUE "N".
023200     05  WS-SORTED-SW               PIC X(01) VALUE "N".
023300         88  WS-SORTED                  VALUE "Y".
023400         88  WS-NOT-SORTED              VALUE "N".
023500     05  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
023600         88  WS-TABLE-FULL-WARNED       VALUE "Y".
023700         88  WS-TABLE-NOT-FULL          VALUE "N".
023800     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
023900         88  WS-PCTL-EOF                VALUE "Y".
024000         88  WS-PCTL-NOT-EOF            VALUE "N".
024025     05  WS-PCTL-READ-SW            PIC X(01) VALUE "N".
024050         88  WS-PCTL-UNREADABLE         VALUE "Y".
024075         88  WS-PCTL-READABLE           VALUE "N".
024100
024200 PROCEDURE DIVISION.
024300*-----------------------------------------------------------*
024400*  0000-MAINLINE                                             *
024500*-----------------------------------------------------------*
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024800     IF WS-CATCHUP-MODE
024900         PERFORM 5000-RUN-CATCHUP THRU 5000-EXIT
025000     ELSE
025100         IF WS-STEPTBL-PRESENT
025200             PERFORM 2000-READ-STEP THRU 2000-EXIT
025300             PERFORM 2100-EXECUTE-STEP THRU 2100-EXIT
025400                 UNTIL WS-STEPS-EOF OR WS-STOP-STEPS
025500         ELSE
025600             PERFORM 2500-RUN-DEFAULT-STEP THRU 2500-EXIT
025700         END-IF
025800     END-IF
025900     PERFORM 9999-TERMINATE THRU 9999-EXIT
026000     MOVE WS-HIGHEST-RC TO RETURN-CODE
026100     GOBACK.
026200
026300 9999-TERMINATE.
026400     IF WS-STEPTBL-PRESENT
026500         CLOSE STEPTBL-FILE
026600     END-IF.
026700 9999-EXIT.
026800     EXIT.
026900
027000*-----------------------------------------------------------*
027100*  1000-INITIALIZE - MAKE SURE THE JOB-HISTORY FILE EXISTS   *
027200*  AND OPEN THE STEP TABLE.  JOBHIST IS NOT HELD OPEN: EACH  *
027300*  RECORD IS WRITTEN OPEN-WRITE-CLOSE IN 3000 SO A LATER     *
027400*  DECK STEP CAN READ THE HISTORY OF THE STEPS BEFORE IT.    *
027500*  A MISSING STEP TABLE IS NOT AN ERROR: THE DRIVER FALLS    *
027600*  BACK TO THE LEGACY SINGLE CALL TO HELLO.                  *
027700*-----------------------------------------------------------*
027800 1000-INITIALIZE.
027900     OPEN EXTEND JOBHIST-FILE
028000     IF WS-JOBHIST-STATUS = "35" OR "05"
028100         OPEN OUTPUT JOBHIST-FILE
028200     END-IF
028300     CLOSE JOBHIST-FILE
028400     OPEN INPUT STEPTBL-FILE
028500     IF WS-STEPTBL-STATUS = "00"
028600         SET WS-STEPTBL-PRESENT TO TRUE
028700     ELSE
028800         SET WS-STEPTBL-ABSENT TO TRUE
028900     END-IF
029000*---------------------------------------------------------------
029100* THE OPTIONAL DRVMODE FILE SELECTS THE DRIVER'S MODE.  ONLY
029200* CATCHUP IS RECOGNIZED; ANYTHING ELSE (OR NO FILE) RUNS THE
029300* DECK AS ALWAYS.
029400*---------------------------------------------------------------
029500     OPEN INPUT DRVMODE-FILE
029600     IF WS-DRVMODE-STATUS = "00"
029700         READ DRVMODE-FILE
029800             AT END
029900                 MOVE "10" TO WS-DRVMODE-STATUS
030000         END-READ
030100         IF WS-DRVMODE-STATUS = "00"
030200             AND DRVMODE-NAME = "CATCHUP"
030300             SET WS-CATCHUP-MODE TO TRUE
030400         END-IF
030500         CLOSE DRVMODE-FILE
030600     END-IF.
030700 1000-EXIT.
030800     EXIT.
030900
031000*-----------------------------------------------------------*
031100*  2000-READ-STEP - NEXT EXECUTABLE STEP FROM THE JOB DECK.  *
031200*  COMMENT LINES (* IN COLUMN 1) AND LINES WITH A BLANK      *
031300*  STEP NAME OR NON-NUMERIC CONTROL FIELDS ARE SKIPPED.      *
031400*-----------------------------------------------------------*
031500 2000-READ-STEP.
031600     READ STEPTBL-FILE
031700         AT END
031800             SET WS-STEPS-EOF TO TRUE
031900             GO TO 2000-EXIT
032000     END-READ
032100     IF WS-STEPTBL-STATUS NOT = "00"
032200         DISPLAY "HELLODRV: STEPTBL READ ERROR STATUS "
032300             WS-STEPTBL-STATUS
032400         SET WS-STEPS-EOF TO TRUE
032500         GO TO 2000-EXIT
032600     END-IF
032700     IF STEP-NAME (1:1) = "*" OR STEP-NAME = SPACES
032800         GO TO 2000-READ-STEP
032900     END-IF
033000     IF STEP-MAX-RC NOT NUMERIC
033100         OR STEP-RETRY-COUNT NOT NUMERIC
033200         OR STEP-PROGRAM = SPACES
033300         DISPLAY "HELLODRV: STEP SKIPPED, BAD DECK LINE: "
033400             STEP-NAME
033500         GO TO 2000-READ-STEP
033600     END-IF.
033700 2000-EXIT.
033800     EXIT.
033900
034000*-----------------------------------------------------------*
034100*  2100-EXECUTE-STEP - RUN ONE DECK STEP: CALL THE PROGRAM,  *
034200*  RETRY WHILE THE RETURN CODE EXCEEDS THE STEP MAXIMUM AND  *
034300*  RETRIES REMAIN, RECORD THE STEP IN THE JOB HISTORY, AND   *
034400*  STOP THE REMAINING STEPS WHEN THE FINAL RETURN CODE IS    *
034500*  STILL OVER THE MAXIMUM.                                   *
034600*-----------------------------------------------------------*
034700 2100-EXECUTE-STEP.
034800     MOVE STEP-NAME TO WS-ACTIVE-STEP-NAME
034900     MOVE STEP-PROGRAM TO WS-CALLED-PROGRAM
035000     MOVE STEP-MAX-RC TO WS-ACTIVE-MAX-RC
035100     MOVE STEP-RETRY-COUNT TO WS-ACTIVE-RETRY-LIMIT
035200     MOVE FUNCTION CURRENT-DATE TO WS-START-DATE-DATA
035300     MOVE ZERO TO WS-RETRIES-USED
035400     SET WS-STEP-NOT-RETRIED TO TRUE
035500     PERFORM 2200-CALL-STEP-PROGRAM THRU 2200-EXIT
035600     PERFORM 2300-RETRY-STEP THRU 2300-EXIT
035700         UNTIL WS-STEP-RC NOT > WS-ACTIVE-MAX-RC
035800             OR WS-RETRIES-USED >= WS-ACTIVE-RETRY-LIMIT
035900     PERFORM 3000-WRITE-JOB-HISTORY THRU 3000-EXIT
036000*---------------------------------------------------------------
036100* CANCEL THE COMPLETED STEP SO A LATER DECK STEP THAT RUNS THE
036200* SAME PROGRAM (E.G. A HELLO RERUN) STARTS WITH FRESH
036300* WORKING-STORAGE INSTEAD OF THE PRIOR STEP'S STATE.
036400*---------------------------------------------------------------
036500     CANCEL WS-CALLED-PROGRAM
036600     IF WS-STEP-RC > WS-HIGHEST-RC
036700         MOVE WS-STEP-RC TO WS-HIGHEST-RC
036800     END-IF
036900     IF WS-STEP-RC > WS-ACTIVE-MAX-RC
037000         SET WS-STOP-STEPS TO TRUE
037100         DISPLAY "HELLODRV: STEP " WS-ACTIVE-STEP-NAME
037200             " RC " WS-STEP-RC " OVER MAX "
037300             WS-ACTIVE-MAX-RC " - REMAINING STEPS STOPPED"
037400     ELSE
037500         PERFORM 2000-READ-STEP THRU 2000-EXIT
037600     END-IF.
037700 2100-EXIT.
037800     EXIT.
037900
038000*-----------------------------------------------------------*
038100*  2200-CALL-STEP-PROGRAM - ONE ATTEMPT AT THE STEP, WITH    *
038200*  THE RETURN-CODE REGISTER CLEARED FIRST SO A PRIOR STEP'S  *
038300*  CODE IS NEVER MISREAD AS THIS STEP'S RESULT.              *
038400*-----------------------------------------------------------*
038500 2200-CALL-STEP-PROGRAM.
038600     MOVE ZERO TO RETURN-CODE
038700     CALL WS-CALLED-PROGRAM
038800         ON EXCEPTION
038900             DISPLAY "HELLODRV: STEP PROGRAM NOT FOUND: "
039000                 WS-CALLED-PROGRAM
039100             MOVE 16 TO RETURN-CODE
039200     END-CALL
039300     MOVE RETURN-CODE TO WS-STEP-RC.
039400 2200-EXIT.
039500     EXIT.
039600
039700*-----------------------------------------------------------*
039800*  2300-RETRY-STEP - CANCEL THE PROGRAM SO IT STARTS WITH    *
039900*  FRESH WORKING-STORAGE, THEN ATTEMPT THE STEP AGAIN.       *
040000*-----------------------------------------------------------*
040100 2300-RETRY-STEP.
040200     ADD 1 TO WS-RETRIES-USED
040300     SET WS-STEP-RETRIED TO TRUE
040400     DISPLAY "HELLODRV: RETRYING STEP " WS-ACTIVE-STEP-NAME
040500         " ATTEMPT " WS-RETRIES-USED
040600     CANCEL WS-CALLED-PROGRAM
040700     PERFORM 2200-CALL-STEP-PROGRAM THRU 2200-EXIT.
040800 2300-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------*
041200*  2500-RUN-DEFAULT-STEP - NO STEP TABLE MOUNTED: KEEP THE   *
041300*  LEGACY BEHAVIOR OF A SINGLE CALL TO HELLO RECORDED AS     *
041400*  ONE JOB-HISTORY STEP.                                     *
041500*-----------------------------------------------------------*
041600 2500-RUN-DEFAULT-STEP.
041700     MOVE "STEP010" TO WS-ACTIVE-STEP-NAME
041800     MOVE "HELLO" TO WS-CALLED-PROGRAM
041900     MOVE 999 TO WS-ACTIVE-MAX-RC
042000     MOVE ZERO TO WS-ACTIVE-RETRY-LIMIT
042100     MOVE FUNCTION CURRENT-DATE TO WS-START-DATE-DATA
042200     MOVE ZERO TO WS-RETRIES-USED
042300     SET WS-STEP-NOT-RETRIED TO TRUE
042400     PERFORM 2200-CALL-STEP-PROGRAM THRU 2200-EXIT
042500     PERFORM 3000-WRITE-JOB-HISTORY THRU 3000-EXIT
042600     IF WS-STEP-RC > WS-HIGHEST-RC
042700         MOVE WS-STEP-RC TO WS-HIGHEST-RC
042800     END-IF.
042900 2500-EXIT.
043000     EXIT.
043100
043200*-----------------------------------------------------------*
043300*  3000-WRITE-JOB-HISTORY - ONE-LINE STEP-SUMMARY RECORD     *
043400*  SHOWING STEP AND PROGRAM NAMES, START AND END TIMES, THE  *
043500*  FINAL RETURN CODE AND WHETHER THE STEP WAS RETRIED.       *
043600*-----------------------------------------------------------*
043700 3000-WRITE-JOB-HISTORY.
043800     OPEN EXTEND JOBHIST-FILE
043900     MOVE FUNCTION CURRENT-DATE TO WS-END-DATE-DATA
044000     MOVE SPACES TO JOBHIST-RECORD
044100     MOVE WS-CALLED-PROGRAM TO JOBHIST-PROGRAM-NAME
044200     MOVE WS-START-DATE-NUM TO JOBHIST-START-DATE
044300     MOVE WS-START-TIME-NUM TO JOBHIST-START-TIME
044400     MOVE WS-STEP-RC TO JOBHIST-RETURN-CODE
044500     MOVE WS-ACTIVE-STEP-NAME TO JOBHIST-STEP-NAME
044600     MOVE WS-END-DATE-NUM TO JOBHIST-END-DATE
044700     MOVE WS-END-TIME-NUM TO JOBHIST-END-TIME
044800     IF WS-STEP-RETRIED
044900         SET JOBHIST-WAS-RETRIED TO TRUE
045000     ELSE
045100         SET JOBHIST-NOT-RETRIED TO TRUE
045200     END-IF
045300     WRITE JOBHIST-RECORD
045400     CLOSE JOBHIST-FILE.
045500 3000-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900*  5000-RUN-CATCHUP - WALK EVERY PAST WORKING DAY WITH NO   *
046000*  COMPLETED RUN ON RECORD, OLDEST FIRST, RUNNING HELLO FOR *
046100*  EACH ONE UNDER A BUSNDATE OVERRIDE.  THE WALK STOPS WHEN *
046200*  A CATCH-UP RUN ENDS OVER THE ALLOWED RETURN CODE SO A    *
046300*  BROKEN DATE IS NOT PAPERED OVER BY THE DATES BEHIND IT,  *
046400*  AND THE OVERRIDE IS CLEARED WHEN THE WALK ENDS SO THE    *
046500*  NEXT NORMAL RUN PICKS UP THE REAL DATE.                  *
046600*-----------------------------------------------------------*
046700 5000-RUN-CATCHUP.
046800     MOVE FUNCTION CURRENT-DATE TO WS-START-DATE-DATA
046900     MOVE WS-START-DATE-NUM TO WS-TODAY-DATE
047000     PERFORM 5050-LOAD-CLOSED-PERIOD THRU 5050-EXIT
047011     IF WS-PCTL-UNREADABLE
047022         DISPLAY "HELLODRV: CATCH-UP REFUSED - CLOSED-PERIOD "
047033             "REGISTER NOT READABLE"
047044         IF WS-HIGHEST-RC < 8
047055             MOVE 8 TO WS-HIGHEST-RC
047066         END-IF
047077         GO TO 5000-EXIT
047088     END-IF
047100     PERFORM 5100-LOAD-RUN-CONTROL THRU 5100-EXIT
047200     PERFORM 5200-SCAN-MISSED-DAYS THRU 5200-EXIT
047300     IF WS-CLOSED-SKIP-COUNT > ZERO
047400         AND WS-HIGHEST-RC < 4
047500         MOVE 4 TO WS-HIGHEST-RC
047600     END-IF
047700     IF WS-MISSED-COUNT = ZERO
047800         DISPLAY "HELLODRV: CATCH-UP - NO MISSED WORKING DAYS"
047900         GO TO 5000-EXIT
048000     END-IF
048100     PERFORM 5300-SORT-MISSED-DATES THRU 5300-EXIT
048200     PERFORM 5400-RUN-ONE-CATCHUP THRU 5400-EXIT
048300         VARYING WS-MISS-SUB FROM 1 BY 1
048400         UNTIL WS-MISS-SUB > WS-MISSED-COUNT
048500             OR WS-STOP-STEPS
048600     PERFORM 5600-CLEAR-OVERRIDE THRU 5600-EXIT.
048700 5000-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------*
049100*  5050-LOAD-CLOSED-PERIOD - THE LATEST PERIOD HELPCLS HAS   *
049166*  CLOSED.  NO REGISTER MEANS NOTHING IS CLOSED YET; ONE     *
049232*  THAT CANNOT BE OPENED OR READ STOPS THE CATCH-UP WALK.    *
049300*-----------------------------------------------------------*
049400 5050-LOAD-CLOSED-PERIOD.
049500     MOVE ZERO TO WS-CLOSED-THRU-PERIOD
049600     OPEN INPUT PCTL-FILE
049700     IF WS-PCTL-STATUS = "35"
049800         GO TO 5050-EXIT
049900     END-IF
049914     IF WS-PCTL-STATUS NOT = "00"
049928         DISPLAY "HELLODRV: PERDCTL OPEN ERROR STATUS "
049942             WS-PCTL-STATUS
049956         SET WS-PCTL-UNREADABLE TO TRUE
049970         GO TO 5050-EXIT
049984     END-IF
050000     PERFORM 5060-READ-PERIOD-CONTROL THRU 5060-EXIT
050100         UNTIL WS-PCTL-EOF
050200     CLOSE PCTL-FILE.
050300 5050-EXIT.
050400     EXIT.
050500
050600 5060-READ-PERIOD-CONTROL.
050700     READ PCTL-FILE
050800         AT END
050900             SET WS-PCTL-EOF TO TRUE
051000             GO TO 5060-EXIT
051100     END-READ
051200     IF WS-PCTL-STATUS NOT = "00"
051300         DISPLAY "HELLODRV: PERDCTL READ ERROR STATUS "
051400             WS-PCTL-STATUS
051450         SET WS-PCTL-UNREADABLE TO TRUE
051500         SET WS-PCTL-EOF TO TRUE
051600         GO TO 5060-EXIT
051700     END-IF
051800     IF PCTL-PERIOD NUMERIC AND PCTL-CLOSED
051900         AND PCTL-PERIOD > WS-CLOSED-THRU-PERIOD
052000         MOVE PCTL-PERIOD TO WS-CLOSED-THRU-PERIOD
052100     END-IF.
052200 5060-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------*
052600*  5100-LOAD-RUN-CONTROL - COMPLETED BUSINESS DATES FROM THE *
052700*  APPEND-ONLY RUN-CONTROL FILE, AS IN HELLO'S OWN STARTUP   *
052800*  LOAD.  A MISSING FILE JUST MEANS NO RUN HAS EVER BEEN     *
052900*  MARKED COMPLETE.                                          *
053000*-----------------------------------------------------------*
053100 5100-LOAD-RUN-CONTROL.
053200     OPEN INPUT RUNCTL-FILE
053300     IF WS-RUNCTL-STATUS NOT = "00"
053400         GO TO 5100-EXIT
053500     END-IF
053600     PERFORM 5150-LOAD-RUNCTL-ENTRY THRU 5150-EXIT
053700         UNTIL WS-RUNCTL-EOF
053800     CLOSE RUNCTL-FILE.
053900 5100-EXIT.
054000     EXIT.
054100
054200 5150-LOAD-RUNCTL-ENTRY.
054300     READ RUNCTL-FILE
054400         AT END
054500             SET WS-RUNCTL-EOF TO TRUE
054600             GO TO 5150-EXIT
054700     END-READ
054800     IF WS-RUNCTL-STATUS NOT = "00"
054900         DISPLAY "HELLODRV: RUNCTL READ ERROR STATUS "
055000             WS-RUNCTL-STATUS
055100         SET WS-RUNCTL-EOF TO TRUE
055200         GO TO 5150-EXIT
055300     END-IF
055400     IF RUNCTL-DATE NOT NUMERIC
055500         GO TO 5150-EXIT
055600     END-IF
055700*---------------------------------------------------------------
055800* THE LATEST RECORD FOR A DATE WINS: AN O (NOT-COMPLETE)
055900* RECORD APPENDED BY HELOPER TAKES THE DATE BACK OUT OF THE
056000* TABLE SO THE CATCH-UP WALK PICKS IT UP AGAIN.
056100*---------------------------------------------------------------
056200     IF RUNCTL-NOT-COMPLETE
056300         PERFORM 5170-REMOVE-DONE-DATE THRU 5170-EXIT
056400         GO TO 5150-EXIT
056500     END-IF
056600     IF NOT RUNCTL-COMPLETE
056700         GO TO 5150-EXIT
056800     END-IF
056900     IF WS-RUNCTL-ENTRY-COUNT < 2000
057000         ADD 1 TO WS-RUNCTL-ENTRY-COUNT
057100         MOVE RUNCTL-DATE
057200             TO WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
057300     ELSE
057400         IF WS-TABLE-NOT-FULL
057500             SET WS-TABLE-FULL-WARNED TO TRUE
057600             DISPLAY "HELLODRV: RUN-CONTROL TABLE FULL - "
057700                 "CATCH-UP SCAN MAY BE INCOMPLETE"
057800         END-IF
057900     END-IF.
058000 5150-EXIT.
058100     EXIT.
058200
058300 5170-REMOVE-DONE-DATE.
058400     SET WS-DATE-IN-TABLE TO TRUE
058500     PERFORM 5175-REMOVE-ONE-MATCH THRU 5175-EXIT
058600         UNTIL WS-DATE-NOT-IN-TABLE.
058700 5170-EXIT.
058800     EXIT.
058900
059000 5175-REMOVE-ONE-MATCH.
059100     SET WS-DATE-NOT-IN-TABLE TO TRUE
059200     PERFORM 5178-SEEK-DONE-DATE THRU 5178-EXIT
059300         VARYING WS-RCTL-SUB FROM 1 BY 1
059400         UNTIL WS-RCTL-SUB > WS-RUNCTL-ENTRY-COUNT
059500             OR WS-DATE-IN-TABLE
059600     IF WS-DATE-IN-TABLE
059700         MOVE WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
059800             TO WS-RUNCTL-DONE-DATE (WS-RCTL-FOUND-SUB)
059900         SUBTRACT 1 FROM WS-RUNCTL-ENTRY-COUNT
060000     END-IF.
060100 5175-EXIT.
060200     EXIT.
060300
060400 5178-SEEK-DONE-DATE.
060500     IF WS-RUNCTL-DONE-DATE (WS-RCTL-SUB) = RUNCTL-DATE
060600         SET WS-DATE-IN-TABLE TO TRUE
060700         MOVE WS-RCTL-SUB TO WS-RCTL-FOUND-SUB
060800     END-IF.
060900 5178-EXIT.
061000     EXIT.
061100
061200*-----------------------------------------------------------*
061300*  5200-SCAN-MISSED-DAYS - EVERY PAST WORKING DAY IN THE     *
061400*  CALENDAR WITH NO COMPLETED RUN GOES INTO THE MISSED-DATE  *
061500*  TABLE FOR THE WALK, EXCEPT ONE IN A CLOSED PERIOD: HELLO  *
061600*  WOULD REFUSE IT, SO IT IS REPORTED AND LEFT OUT HERE.     *
061700*-----------------------------------------------------------*
061800 5200-SCAN-MISSED-DAYS.
061900     OPEN INPUT CALNDR-FILE
062000     IF WS-CALNDR-STATUS NOT = "00"
062100         DISPLAY "HELLODRV: CATCH-UP NEEDS THE CALENDAR "
062200             "FILE - STATUS " WS-CALNDR-STATUS
062300         GO TO 5200-EXIT
062400     END-IF
062500     PERFORM 5250-CHECK-CALENDAR-DAY THRU 5250-EXIT
062600         UNTIL WS-CALNDR-EOF
062700     CLOSE CALNDR-FILE.
062800 5200-EXIT.
062900     EXIT.
063000
063100 5250-CHECK-CALENDAR-DAY.
063200     READ CALNDR-FILE
063300         AT END
063400             SET WS-CALNDR-EOF TO TRUE
063500             GO TO 5250-EXIT
063600     END-READ
063700     IF WS-CALNDR-STATUS NOT = "00"
063800         DISPLAY "HELLODRV: CALENDAR READ ERROR STATUS "
063900             WS-CALNDR-STATUS
064000         SET WS-CALNDR-EOF TO TRUE
064100         GO TO 5250-EXIT
064200     END-IF
064300     IF CAL-DATE NOT NUMERIC OR NOT CAL-WORKING-DAY
064400         OR CAL-DATE >= WS-TODAY-DATE
064500         GO TO 5250-EXIT
064600     END-IF
064700     SET WS-DATE-NOT-IN-TABLE TO TRUE
064800     PERFORM 5270-MATCH-DONE-DATE THRU 5270-EXIT
064900         VARYING WS-RCTL-SUB FROM 1 BY 1
065000         UNTIL WS-RCTL-SUB > WS-RUNCTL-ENTRY-COUNT
065100             OR WS-DATE-IN-TABLE
065200     IF WS-DATE-NOT-IN-TABLE
065300         MOVE CAL-DATE TO WS-CAL-DATE-WORK
065400         IF WS-CAL-PERIOD NOT > WS-CLOSED-THRU-PERIOD
065500             ADD 1 TO WS-CLOSED-SKIP-COUNT
065600             MOVE CAL-DATE TO WS-EDIT-DATE
065700             DISPLAY "HELLODRV: CATCH-UP DATE " WS-EDIT-DATE
065800                 " IN CLOSED PERIOD - REFUSED"
065900             GO TO 5250-EXIT
066000         END-IF
066100         IF WS-MISSED-COUNT < 200
066200             ADD 1 TO WS-MISSED-COUNT
066300             MOVE CAL-DATE TO WS-MISSED-DATE (WS-MISSED-COUNT)
066400         ELSE
066500             DISPLAY "HELLODRV: MISSED-DATE TABLE FULL - "
066600                 "RERUN CATCH-UP AFTER THIS WALK"
066700         END-IF
066800     END-IF.
066900 5250-EXIT.
067000     EXIT.
067100
067200 5270-MATCH-DONE-DATE.
067300     IF WS-RUNCTL-DONE-DATE (WS-RCTL-SUB) = CAL-DATE
067400         SET WS-DATE-IN-TABLE TO TRUE
067500     END-IF.
067600 5270-EXIT.
067700     EXIT.
067800
067900*-----------------------------------------------------------*
068000*  5300-SORT-MISSED-DATES - OLDEST FIRST.  THE CALENDAR IS   *
068100*  NORMALLY IN DATE ORDER ALREADY, SO THE EXCHANGE PASSES    *
068200*  USUALLY FINISH IN ONE SWEEP; THE SORT JUST GUARDS A       *
068300*  HAND-EDITED CALENDAR.                                     *
068400*-----------------------------------------------------------*
068500 5300-SORT-MISSED-DATES.
068600     IF WS-MISSED-COUNT < 2
068700         GO TO 5300-EXIT
068800     END-IF
068900     SET WS-NOT-SORTED TO TRUE
069000     PERFORM 5350-SORT-PASS THRU 5350-EXIT
069100         UNTIL WS-SORTED.
069200 5300-EXIT.
069300     EXIT.
069400
069500 5350-SORT-PASS.
069600     SET WS-SORTED TO TRUE
069700     PERFORM 5370-COMPARE-PAIR THRU 5370-EXIT
069800         VARYING WS-MISS-SUB FROM 1 BY 1
069900         UNTIL WS-MISS-SUB >= WS-MISSED-COUNT.
070000 5350-EXIT.
070100     EXIT.
070200
070300 5370-COMPARE-PAIR.
070400     IF WS-MISSED-DATE (WS-MISS-SUB)
070500         > WS-MISSED-DATE (WS-MISS-SUB + 1)
070600         MOVE WS-MISSED-DATE (WS-MISS-SUB) TO WS-SORT-SWAP
070700         MOVE WS-MISSED-DATE (WS-MISS-SUB + 1)
070800             TO WS-MISSED-DATE (WS-MISS-SUB)
070900         MOVE WS-SORT-SWAP
071000             TO WS-MISSED-DATE (WS-MISS-SUB + 1)
071100         SET WS-NOT-SORTED TO TRUE
071200     END-IF.
071300 5370-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------*
071700*  5400-RUN-ONE-CATCHUP - ONE MISSED DATE: STAMP THE         *
071800*  BUSNDATE OVERRIDE, CALL HELLO, RECORD THE JOB-HISTORY     *
071900*  STEP AND STOP THE WALK IF THE RUN ENDS OVER RC 4 - OR     *
072000*  ENDS RC 2, A WINDOW-EXPIRED PARTIAL WHOSE CHECKPOINT      *
072100*  MUST BE RESUMED FOR THE SAME DATE BEFORE ANY LATER DATE   *
072200*  RUNS.                                                     *
072300*-----------------------------------------------------------*
072400 5400-RUN-ONE-CATCHUP.
072500     ADD 1 TO WS-CATCHUP-SEQ
072600     MOVE SPACES TO WS-ACTIVE-STEP-NAME
072700     STRING "CATCH" DELIMITED BY SIZE
072800         WS-CATCHUP-SEQ DELIMITED BY SIZE
072900         INTO WS-ACTIVE-STEP-NAME
073000     END-STRING
073100     MOVE "HELLO" TO WS-CALLED-PROGRAM
073200     MOVE 4 TO WS-ACTIVE-MAX-RC
073300     MOVE ZERO TO WS-ACTIVE-RETRY-LIMIT
073400     MOVE FUNCTION CURRENT-DATE TO WS-START-DATE-DATA
073500     MOVE ZERO TO WS-RETRIES-USED
073600     SET WS-STEP-NOT-RETRIED TO TRUE
073700     MOVE WS-MISSED-DATE (WS-MISS-SUB) TO WS-EDIT-DATE
073800     PERFORM 5500-WRITE-OVERRIDE THRU 5500-EXIT
073900     IF WS-STOP-STEPS
074000         GO TO 5400-EXIT
074100     END-IF
074200     DISPLAY "HELLODRV: CATCH-UP RUN FOR " WS-EDIT-DATE
074300     PERFORM 2200-CALL-STEP-PROGRAM THRU 2200-EXIT
074400     PERFORM 3000-WRITE-JOB-HISTORY THRU 3000-EXIT
074500     CANCEL WS-CALLED-PROGRAM
074600     IF WS-STEP-RC > WS-HIGHEST-RC
074700         MOVE WS-STEP-RC TO WS-HIGHEST-RC
074800     END-IF
074900     IF WS-STEP-RC > WS-ACTIVE-MAX-RC
075000         SET WS-STOP-STEPS TO TRUE
075100         DISPLAY "HELLODRV: CATCH-UP RUN FOR " WS-EDIT-DATE
075200             " RC " WS-STEP-RC " - REMAINING DATES STOPPED"
075300     END-IF
075400     IF WS-STEP-RC = 2
075500         SET WS-STOP-STEPS TO TRUE
075600         DISPLAY "HELLODRV: CATCH-UP RUN FOR " WS-EDIT-DATE
075700             " PARTIAL - RESUME IT BEFORE FURTHER DATES"
075800     END-IF.
075900 5400-EXIT.
076000     EXIT.
076100
076200*-----------------------------------------------------------*
076300*  5500-WRITE-OVERRIDE - STAMP THE MISSED DATE INTO THE      *
076400*  BUSNDATE FILE HELLO READS AT STARTUP.                     *
076500*-----------------------------------------------------------*
076600 5500-WRITE-OVERRIDE.
076700     OPEN OUTPUT BDATE-FILE
076800     IF WS-BDATE-STATUS NOT = "00"
076900         DISPLAY "HELLODRV: BUSNDATE OPEN ERROR STATUS "
077000             WS-BDATE-STATUS
077100         SET WS-STOP-STEPS TO TRUE
077200         MOVE 16 TO WS-HIGHEST-RC
077300         GO TO 5500-EXIT
077400     END-IF
077500     MOVE SPACES TO BDATE-RECORD
077600     MOVE WS-MISSED-DATE (WS-MISS-SUB) TO BDATE-OVERRIDE-DATE
077700     WRITE BDATE-RECORD
077800     IF WS-BDATE-STATUS NOT = "00"
077900         DISPLAY "HELLODRV: BUSNDATE WRITE ERROR STATUS "
078000             WS-BDATE-STATUS
078100         SET WS-STOP-STEPS TO TRUE
078200         MOVE 16 TO WS-HIGHEST-RC
078300     END-IF
078400     CLOSE BDATE-FILE.
078500 5500-EXIT.
078600     EXIT.
078700
078800*-----------------------------------------------------------*
078900*  5600-CLEAR-OVERRIDE - ZERO THE BUSNDATE FILE SO THE NEXT  *
079000*  NORMAL RUN PICKS UP THE REAL CURRENT DATE.                *
079100*-----------------------------------------------------------*
079200 5600-CLEAR-OVERRIDE.
079300     OPEN OUTPUT BDATE-FILE
079400     IF WS-BDATE-STATUS NOT = "00"
079500         DISPLAY "HELLODRV: BUSNDATE OPEN ERROR STATUS "
079600             WS-BDATE-STATUS
079700         GO TO 5600-EXIT
079800     END-IF
079900     MOVE SPACES TO BDATE-RECORD
080000     MOVE ZERO TO BDATE-OVERRIDE-DATE
080100     WRITE BDATE-RECORD
080200     IF WS-BDATE-STATUS NOT = "00"
080300         DISPLAY "HELLODRV: BUSNDATE WRITE ERROR STATUS "
080400             WS-BDATE-STATUS
080500     END-IF
080600     CLOSE BDATE-FILE.
080700 5600-EXIT.
080800     EXIT.
