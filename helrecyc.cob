003900*                    NIGHT'S REJECTS FILE CARRIES BOTH PODS'
004000*                    REJECTS FOR ONE RECYCLE PASS.  SOURCE
004100*                    RESEQUENCED.
004200*   2026-09-29  RS   A REPAIRED RECORD KEEPS THE ORIGIN STAMP
004300*                    (HDR SOURCE ID AND FEED DATE) OF THE
004400*                    REJECT IT REPLACES WHEN THE CORRECTION
004500*                    LEAVES IT BLANK, SO HELLO CAN TELL THE
004600*                    SENDER THE ITEM WAS FINALLY ACCEPTED.
004700*                    SOURCE RESEQUENCED.
004800*---------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT REJECT-FILE ASSIGN TO "REJECTS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-REJECT-STATUS.
005500     SELECT REJPREV-FILE ASSIGN TO "REJPREV"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REJPREV-STATUS.
005800     SELECT CORRECT-FILE ASSIGN TO "CORRECTS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CORRECT-STATUS.
006100     SELECT NEXTFEED-FILE ASSIGN TO "NEXTFEED"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-NEXTFEED-STATUS.
006400     SELECT REJCARRY-FILE ASSIGN TO "REJCARRY"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REJCARRY-STATUS.
006700     SELECT AGERPT-FILE ASSIGN TO "REJAGRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-AGERPT-STATUS.
007000     SELECT OUT-FILE ASSIGN TO "HELOUT"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-OUT-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  REJECT-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 92 CHARACTERS.
007900     COPY "HELREJ.cpy".
008000
008100 FD  REJPREV-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 92 CHARACTERS.
008400 01  REJPREV-RECORD                 PIC X(92).
008500
008600 FD  CORRECT-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 90 CHARACTERS.
008900     COPY "HELCORR.cpy".
009000
009100 FD  NEXTFEED-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  NEXTFEED-RECORD                PIC X(80).
009500
009600 FD  REJCARRY-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 92 CHARACTERS.
009900 01  REJCARRY-RECORD                PIC X(92).
010000
010100 FD  AGERPT-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 132 CHARACTERS.
010400 01  AGERPT-RECORD                  PIC X(132).
010500
010600 FD  OUT-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900     COPY "HELOUT.cpy".
011000
011100 WORKING-STORAGE SECTION.
011200*---------------------------------------------------------------
011300* THE REPAIRED IMAGE IS RE-EDITED THROUGH THE SAME RECORD
011400* LAYOUT HELLO USES, SO THE EDITS HERE CAN NEVER DRIFT AWAY
011500* FROM THE FEED LAYOUT.
011600*---------------------------------------------------------------
011700     COPY "HELTRAN.cpy".
011800
011900 01  WS-CURRENT-DATE-DATA.
012000     05  WS-CURRENT-DATE.
012100         10  WS-CURRENT-YEAR        PIC 9(4).
012200         10  WS-CURRENT-MONTH       PIC 9(2).
012300         10  WS-CURRENT-DAY         PIC 9(2).
012400     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
012500                                    PIC 9(8).
012600     05  WS-CURRENT-TIME.
012700         10  WS-CURRENT-HOUR        PIC 9(2).
012800         10  WS-CURRENT-MINUTE      PIC 9(2).
012900         10  WS-CURRENT-SECOND      PIC 9(2).
013000         10  WS-CURRENT-CENTISECOND PIC 9(2).
013100
013200*---------------------------------------------------------------
013300* COMMON IMAGE OF THE REJECT BEING PROCESSED, FILLED FROM
013400* EITHER INPUT FILE SO TONIGHT'S REJECTS AND THE CARRIED ONES
013500* GO THROUGH THE SAME REPAIR LOGIC.
013600*---------------------------------------------------------------
013700 01  WS-REJ-IN.
013800     05  WS-REJ-IN-REASON           PIC X(04).
013900     05  FILLER                     PIC X(01).
014000     05  WS-REJ-IN-IMAGE            PIC X(80).
014100     05  FILLER                     PIC X(01).
014200     05  WS-REJ-IN-AGE              PIC X(03).
014300     05  FILLER                     PIC X(03).
014400
014500 01  WS-CARRY-OUT.
014600     05  WS-CARRY-REASON            PIC X(04).
014700     05  FILLER                     PIC X(01).
014800     05  WS-CARRY-IMAGE             PIC X(80).
014900     05  FILLER                     PIC X(01).
015000     05  WS-CARRY-AGE               PIC 9(03).
015100     05  FILLER                     PIC X(03).
015200
015300*---------------------------------------------------------------
015400* CORRECTIONS TABLE LOADED AT STARTUP, SEARCHED BY THE
015500* TRAN-ID CARRIED IN THE REJECTED IMAGE.  LOADING STOPS WITH
015600* A WARNING IF THE TABLE EVER FILLS.
015700*---------------------------------------------------------------
015800 01  WS-CORRECTION-TABLE.
015900     05  WS-CORR-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
016000     05  WS-CORR-ENTRY
016100         OCCURS 500 TIMES.
016200         10  WS-CORR-TBL-ID         PIC X(10).
016300         10  WS-CORR-TBL-IMAGE      PIC X(80).
016400 01  WS-CORR-SUB                    PIC 9(04) COMP VALUE ZERO.
016500 01  WS-CORR-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
016600
016700 01  WS-RECYCLE-COUNTS.
016800     05  WS-REJ-READ-COUNT          PIC 9(07) VALUE ZERO.
016900     05  WS-RECYCLED-COUNT          PIC 9(07) VALUE ZERO.
017000     05  WS-REEDIT-FAIL-COUNT       PIC 9(07) VALUE ZERO.
017100     05  WS-CARRIED-COUNT           PIC 9(07) VALUE ZERO.
017200     05  WS-OVERAGE-COUNT           PIC 9(07) VALUE ZERO.
017300
017400 01  WS-AGE-WORK.
017500     05  WS-AGE-ALERT-DAYS          PIC 9(03) VALUE 3.
017600     05  WS-NEW-AGE                 PIC 9(03) VALUE ZERO.
017700
017800 01  WS-REEDIT-REASON               PIC X(04) VALUE SPACES.
017900 01  WS-REPAIR-ORIGIN               PIC X(16) VALUE SPACES.
018000
018100 01  WS-FILE-STATUS-FIELDS.
018200     05  WS-REJECT-STATUS           PIC X(02) VALUE SPACES.
018300     05  WS-REJPREV-STATUS          PIC X(02) VALUE SPACES.
018400     05  WS-CORRECT-STATUS          PIC X(02) VALUE SPACES.
018500     05  WS-NEXTFEED-STATUS         PIC X(02) VALUE SPACES.
018600     05  WS-REJCARRY-STATUS         PIC X(02) VALUE SPACES.
018700     05  WS-AGERPT-STATUS           PIC X(02) VALUE SPACES.
018800     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
018900
019000 01  WS-SWITCHES.
019100     05  WS-RUN-PARTIAL-SW          PIC X(01) VALUE "N".
019200         88  WS-RUN-PARTIAL             VALUE "Y".
019300         88  WS-RUN-NOT-PARTIAL         VALUE "N".
019400     05  WS-REJ-EOF-SW              PIC X(01) VALUE "N".
019500         88  WS-REJ-EOF                 VALUE "Y".
019600         88  WS-REJ-NOT-EOF             VALUE "N".
019700     05  WS-PREV-EOF-SW             PIC X(01) VALUE "N".
019800         88  WS-PREV-EOF                VALUE "Y".
019900         88  WS-PREV-NOT-EOF            VALUE "N".
020000     05  WS-CORR-EOF-SW             PIC X(01) VALUE "N".
020100         88  WS-CORR-EOF                VALUE "Y".
020200         88  WS-CORR-NOT-EOF            VALUE "N".
020300     05  WS-CORR-MATCHED-SW         PIC X(01) VALUE "N".
020400         88  WS-CORR-MATCHED            VALUE "Y".
020500         88  WS-CORR-UNMATCHED          VALUE "N".
020600     05  WS-CORR-FULL-SW            PIC X(01) VALUE "N".
020700         88  WS-CORR-FULL-WARNED        VALUE "Y".
020800         88  WS-CORR-NOT-FULL           VALUE "N".
020900     05  WS-REEDIT-CLEAN-SW         PIC X(01) VALUE "N".
021000         88  WS-REEDIT-CLEAN            VALUE "Y".
021100         88  WS-REEDIT-DIRTY            VALUE "N".
021200
021300 01  WS-REPORT-WORK.
021400     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
021500     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
021600     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
021700
021800 01  WS-EDIT-FIELDS.
021900     05  WS-EDIT-DATE               PIC 9999/99/99.
022000     05  WS-EDIT-COUNT              PIC Z(6)9.
022100     05  WS-EDIT-AGE                PIC ZZ9.
022200     05  WS-EDIT-OVERAGE-FLAG       PIC X(10).
022300
022400 PROCEDURE DIVISION.
022500*-----------------------------------------------------------*
022600*  0000-MAINLINE                                             *
022700*-----------------------------------------------------------*
022800 0000-MAINLINE.
022900     PERFORM 0500-CHECK-RUN-STATE THRU 0500-EXIT
023000     IF WS-RUN-PARTIAL
023100         DISPLAY "HELRECYC: RUN IS PARTIAL - RECYCLE "
023200             "DEFERRED UNTIL THE RESUMED RUN COMPLETES"
023300         GOBACK
023400     END-IF
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023600     PERFORM 2000-LOAD-CORRECTIONS THRU 2000-EXIT
023700     PERFORM 3000-PROCESS-REJECTS THRU 3000-EXIT
023800     PERFORM 3500-PROCESS-CARRIED THRU 3500-EXIT
023900     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
024000     IF WS-OVERAGE-COUNT > ZERO
024100         AND RETURN-CODE < 4
024200         MOVE 4 TO RETURN-CODE
024300     END-IF
024400     PERFORM 8000-FINALIZE THRU 8000-EXIT
024500     GOBACK.
024600
024700*-----------------------------------------------------------*
024800*  0500-CHECK-RUN-STATE - THE NIGHT'S RESULT FROM HELOUT.    *
024900*  A WINDOW-EXPIRED PARTIAL RUN (STATUS P) DEFERS THE WHOLE  *
025000*  RECYCLE PASS, AS HELXTRC DEFERS ITS EXTRACT: NEXTFEED IS  *
025100*  PART OF THE CHECKPOINTED STREAM THE RESUMED RUN SKIPS     *
025200*  THROUGH, SO REWRITING IT (OR REJCARRY) MID-NIGHT WOULD    *
025300*  LAND THE RESUME ON DIFFERENT RECORDS.                     *
025400*-----------------------------------------------------------*
025500 0500-CHECK-RUN-STATE.
025600     OPEN INPUT OUT-FILE
025700     IF WS-OUT-STATUS NOT = "00"
025800         GO TO 0500-EXIT
025900     END-IF
026000     READ OUT-FILE
026100         AT END
026200             MOVE "10" TO WS-OUT-STATUS
026300     END-READ
026400     IF WS-OUT-STATUS = "00" AND OUT-STATUS-PARTIAL
026500         SET WS-RUN-PARTIAL TO TRUE
026600     END-IF
026700     CLOSE OUT-FILE.
026800 0500-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------*
027200*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE OUTPUT  *
027300*  FILES AND PRINT THE AGING-REPORT HEADER.                  *
027400*-----------------------------------------------------------*
027500 1000-INITIALIZE.
027600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
027700     OPEN OUTPUT AGERPT-FILE
027800     OPEN OUTPUT NEXTFEED-FILE
027900     IF WS-NEXTFEED-STATUS NOT = "00"
028000         DISPLAY "HELRECYC: NEXTFEED OPEN ERROR STATUS "
028100             WS-NEXTFEED-STATUS
028200         MOVE 8 TO RETURN-CODE
028300     END-IF
028400     OPEN OUTPUT REJCARRY-FILE
028500     IF WS-REJCARRY-STATUS NOT = "00"
028600         DISPLAY "HELRECYC: REJCARRY OPEN ERROR STATUS "
028700             WS-REJCARRY-STATUS
028800         MOVE 8 TO RETURN-CODE
028900     END-IF
029000     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
029100 1000-EXIT.
029200     EXIT.
029300
029400*-----------------------------------------------------------*
029500*  2000-LOAD-CORRECTIONS - THE OPERATIONS CORRECTIONS FILE   *
029600*  INTO THE LOOKUP TABLE.  A MISSING FILE JUST MEANS NO      *
029700*  REPAIRS THIS CYCLE - EVERY REJECT CARRIES FORWARD.        *
029800*-----------------------------------------------------------*
029900 2000-LOAD-CORRECTIONS.
030000     OPEN INPUT CORRECT-FILE
030100     IF WS-CORRECT-STATUS NOT = "00"
030200         GO TO 2000-EXIT
030300     END-IF
030400     PERFORM 2100-LOAD-CORR-ENTRY THRU 2100-EXIT
030500         UNTIL WS-CORR-EOF
030600     CLOSE CORRECT-FILE.
030700 2000-EXIT.
030800     EXIT.
030900
031000 2100-LOAD-CORR-ENTRY.
031100     READ CORRECT-FILE
031200         AT END
031300             SET WS-CORR-EOF TO TRUE
031400             GO TO 2100-EXIT
031500     END-READ
031600     IF WS-CORRECT-STATUS NOT = "00"
031700         DISPLAY "HELRECYC: CORRECTS READ ERROR STATUS "
031800             WS-CORRECT-STATUS
031900         SET WS-CORR-EOF TO TRUE
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 2100-EXIT
032200     END-IF
032300     IF CORR-TRAN-ID = SPACES
032400         GO TO 2100-EXIT
032500     END-IF
032600     IF WS-CORR-ENTRY-COUNT < 500
032700         ADD 1 TO WS-CORR-ENTRY-COUNT
032800         MOVE CORR-TRAN-ID
032900             TO WS-CORR-TBL-ID (WS-CORR-ENTRY-COUNT)
033000         MOVE CORR-TRAN-IMAGE
033100             TO WS-CORR-TBL-IMAGE (WS-CORR-ENTRY-COUNT)
033200     ELSE
033300         IF WS-CORR-NOT-FULL
033400             SET WS-CORR-FULL-WARNED TO TRUE
033500             DISPLAY "HELRECYC: CORRECTIONS TABLE FULL - "
033600                 "ENTRIES BEYOND 500 IGNORED"
033700         END-IF
033800     END-IF.
033900 2100-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------*
034300*  3000-PROCESS-REJECTS - TONIGHT'S REJECTS FROM HELLO.  A   *
034400*  MISSING FILE IS NOT AN ERROR - A CLEAN FEED WRITES NONE.  *
034500*-----------------------------------------------------------*
034600 3000-PROCESS-REJECTS.
034700     OPEN INPUT REJECT-FILE
034800     IF WS-REJECT-STATUS NOT = "00"
034900         GO TO 3000-EXIT
035000     END-IF
035100     PERFORM 3100-READ-REJECT THRU 3100-EXIT
035200     PERFORM 3200-RECYCLE-REJECT THRU 3200-EXIT
035300         UNTIL WS-REJ-EOF
035400     CLOSE REJECT-FILE.
035500 3000-EXIT.
035600     EXIT.
035700
035800 3100-READ-REJECT.
035900     READ REJECT-FILE
036000         AT END
036100             SET WS-REJ-EOF TO TRUE
036200             GO TO 3100-EXIT
036300     END-READ
036400     IF WS-REJECT-STATUS NOT = "00"
036500         DISPLAY "HELRECYC: REJECTS READ ERROR STATUS "
036600             WS-REJECT-STATUS
036700         SET WS-REJ-EOF TO TRUE
036800         MOVE 8 TO RETURN-CODE
036900         GO TO 3100-EXIT
037000     END-IF
037100     MOVE REJ-RECORD TO WS-REJ-IN.
037200 3100-EXIT.
037300     EXIT.
037400
037500 3200-RECYCLE-REJECT.
037600     PERFORM 5000-RECYCLE-ONE THRU 5000-EXIT
037700     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
037800 3200-EXIT.
037900     EXIT.
038000
038100*-----------------------------------------------------------*
038200*  3500-PROCESS-CARRIED - THE PRIOR CYCLE'S CARRIED REJECTS, *
038300*  THROUGH THE SAME REPAIR LOGIC SO A CORRECTION THAT LANDS  *
038400*  DAYS LATE STILL RECYCLES ITS RECORD.                      *
038500*-----------------------------------------------------------*
038600 3500-PROCESS-CARRIED.
038700     OPEN INPUT REJPREV-FILE
038800     IF WS-REJPREV-STATUS NOT = "00"
038900         GO TO 3500-EXIT
039000     END-IF
039100     PERFORM 3600-READ-CARRIED THRU 3600-EXIT
039200     PERFORM 3700-RECYCLE-CARRIED THRU 3700-EXIT
039300         UNTIL WS-PREV-EOF
039400     CLOSE REJPREV-FILE.
039500 3500-EXIT.
039600     EXIT.
039700
039800 3600-READ-CARRIED.
039900     READ REJPREV-FILE
040000         AT END
040100             SET WS-PREV-EOF TO TRUE
040200             GO TO 3600-EXIT
040300     END-READ
040400     IF WS-REJPREV-STATUS NOT = "00"
040500         DISPLAY "HELRECYC: REJPREV READ ERROR STATUS "
040600             WS-REJPREV-STATUS
040700         SET WS-PREV-EOF TO TRUE
040800         MOVE 8 TO RETURN-CODE
040900         GO TO 3600-EXIT
041000     END-IF
041100     MOVE REJPREV-RECORD TO WS-REJ-IN.
041200 3600-EXIT.
041300     EXIT.
041400
041500 3700-RECYCLE-CARRIED.
041600     PERFORM 5000-RECYCLE-ONE THRU 5000-EXIT
041700     PERFORM 3600-READ-CARRIED THRU 3600-EXIT.
041800 3700-EXIT.
041900     EXIT.
042000
042100*-----------------------------------------------------------*
042200*  4000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER    *
042300*  AND THE AGING COLUMN HEADING LINE.                        *
042400*-----------------------------------------------------------*
042500 4000-WRITE-REPORT-HEADER.
042600     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
042700     MOVE SPACES TO AGERPT-RECORD
042800     STRING " " DELIMITED BY SIZE
042900         "HELLO REJECT AGING REPORT" DELIMITED BY SIZE
043000         "   PAGE " DELIMITED BY SIZE
043100         WS-PAGE-COUNT DELIMITED BY SIZE
043200         INTO AGERPT-RECORD
043300     END-STRING
043400     WRITE AGERPT-RECORD
043500     MOVE SPACES TO AGERPT-RECORD
043600     STRING " " DELIMITED BY SIZE
043700         "PREPARED: " DELIMITED BY SIZE
043800         WS-EDIT-DATE DELIMITED BY SIZE
043900         " " DELIMITED BY SIZE
044000         WS-CURRENT-HOUR DELIMITED BY SIZE
044100         ":" DELIMITED BY SIZE
044200         WS-CURRENT-MINUTE DELIMITED BY SIZE
044300         ":" DELIMITED BY SIZE
044400         WS-CURRENT-SECOND DELIMITED BY SIZE
044500         INTO AGERPT-RECORD
044600     END-STRING
044700     WRITE AGERPT-RECORD
044800     MOVE SPACES TO AGERPT-RECORD
044900     STRING " " DELIMITED BY SIZE
045000         "DISPOSITION  REASON  AGE  TRANSACTION IMAGE"
045100             DELIMITED BY SIZE
045200         INTO AGERPT-RECORD
045300     END-STRING
045400     WRITE AGERPT-RECORD
045500     MOVE ZERO TO WS-LINE-COUNT.
045600 4000-EXIT.
045700     EXIT.
045800
045900*-----------------------------------------------------------*
046000*  4100-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
046100*  BREAK WHEN THE PAGE FILLS.                                *
046200*-----------------------------------------------------------*
046300 4100-WRITE-REPORT-LINE.
046400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
046500         ADD 1 TO WS-PAGE-COUNT
046600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
046700     END-IF
046800     WRITE AGERPT-RECORD
046900     ADD 1 TO WS-LINE-COUNT.
047000 4100-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------*
047400*  5000-RECYCLE-ONE - ONE REJECT FROM EITHER INPUT: MATCH A  *
047500*  CORRECTION BY THE IMAGE'S TRAN-ID, RE-EDIT THE REPAIRED   *
047600*  IMAGE WITH THE SAME EDITS HELLO APPLIES, QUEUE THE CLEAN  *
047700*  RESULT ON NEXTFEED OR CARRY THE REJECT FORWARD WITH ITS   *
047800*  AGE BUMPED BY ONE CYCLE.                                  *
047900*  THE REJECT'S ORIGIN STAMP GOES ONTO A CORRECTION IMAGE    *
048000*  THAT DOES NOT CARRY ONE, SO THE REPAIR IS STILL CREDITED  *
048100*  TO THE SOURCE AND FEED DATE IT WAS FIRST SENT ON.         *
048200*-----------------------------------------------------------*
048300 5000-RECYCLE-ONE.
048400     ADD 1 TO WS-REJ-READ-COUNT
048500     SET WS-CORR-UNMATCHED TO TRUE
048600     IF WS-REJ-IN-IMAGE (1:10) NOT = SPACES
048700         PERFORM 5100-FIND-CORRECTION THRU 5100-EXIT
048800     END-IF
048900     IF WS-CORR-UNMATCHED
049000         PERFORM 5300-CARRY-FORWARD THRU 5300-EXIT
049100         GO TO 5000-EXIT
049200     END-IF
049300     MOVE WS-REJ-IN-IMAGE TO TRAN-RECORD
049400     MOVE TRAN-ORIGIN TO WS-REPAIR-ORIGIN
049500     MOVE WS-CORR-TBL-IMAGE (WS-CORR-FOUND-SUB)
049600         TO TRAN-RECORD
049700     IF TRAN-ORIGIN = SPACES
049800         MOVE WS-REPAIR-ORIGIN TO TRAN-ORIGIN
049900     END-IF
050000     PERFORM 5200-REEDIT-REPAIRED THRU 5200-EXIT
050100     IF WS-REEDIT-CLEAN
050200         ADD 1 TO WS-RECYCLED-COUNT
050300         MOVE TRAN-RECORD TO NEXTFEED-RECORD
050400         WRITE NEXTFEED-RECORD
050500         IF WS-NEXTFEED-STATUS NOT = "00"
050600             DISPLAY "HELRECYC: NEXTFEED WRITE ERROR STATUS "
050700                 WS-NEXTFEED-STATUS
050800             MOVE 8 TO RETURN-CODE
050900         END-IF
051000         MOVE SPACES TO AGERPT-RECORD
051100         STRING " RECYCLED    " DELIMITED BY SIZE
051200             WS-REJ-IN-REASON DELIMITED BY SIZE
051300             "         " DELIMITED BY SIZE
051400             WS-REJ-IN-IMAGE (1:60) DELIMITED BY SIZE
051500             INTO AGERPT-RECORD
051600         END-STRING
051700         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
051800     ELSE
051900         ADD 1 TO WS-REEDIT-FAIL-COUNT
052000*---------------------------------------------------------------
052100* A REPAIR THAT STILL FAILS EDIT CARRIES THE REPAIRED IMAGE
052200* AND THE NEW REASON FORWARD, SO THE FIXER SEES THE CURRENT
052300* STATE OF THE RECORD INSTEAD OF THE ORIGINAL MISTAKE.
052400*---------------------------------------------------------------
052500         MOVE TRAN-RECORD TO WS-REJ-IN-IMAGE
052600         MOVE WS-REEDIT-REASON TO WS-REJ-IN-REASON
052700         PERFORM 5300-CARRY-FORWARD THRU 5300-EXIT
052800     END-IF.
052900 5000-EXIT.
053000     EXIT.
053100
053200 5100-FIND-CORRECTION.
053300     MOVE ZERO TO WS-CORR-FOUND-SUB
053400     PERFORM 5150-MATCH-CORR-ENTRY THRU 5150-EXIT
053500         VARYING WS-CORR-SUB FROM 1 BY 1
053600         UNTIL WS-CORR-SUB > WS-CORR-ENTRY-COUNT
053700             OR WS-CORR-MATCHED.
053800 5100-EXIT.
053900     EXIT.
054000
054100 5150-MATCH-CORR-ENTRY.
054200     IF WS-CORR-TBL-ID (WS-CORR-SUB) = WS-REJ-IN-IMAGE (1:10)
054300         SET WS-CORR-MATCHED TO TRUE
054400         MOVE WS-CORR-SUB TO WS-CORR-FOUND-SUB
054500     END-IF.
054600 5150-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------*
055000*  5200-REEDIT-REPAIRED - THE SAME EDITS HELLO APPLIES IN    *
055100*  ITS COUNTER LOOP, IN THE SAME ORDER, AGAINST THE          *
055200*  REPAIRED IMAGE.                                           *
055300*-----------------------------------------------------------*
055400 5200-REEDIT-REPAIRED.
055500     SET WS-REEDIT-DIRTY TO TRUE
055600     MOVE SPACES TO WS-REEDIT-REASON
055700     IF TRAN-ID = SPACES
055800         MOVE "R003" TO WS-REEDIT-REASON
055900         GO TO 5200-EXIT
056000     END-IF
056100     IF NOT TRAN-TYPE-VALID
056200         MOVE "R002" TO WS-REEDIT-REASON
056300         GO TO 5200-EXIT
056400     END-IF
056500     IF TRAN-AMOUNT NOT NUMERIC
056600         MOVE "R001" TO WS-REEDIT-REASON
056700         GO TO 5200-EXIT
056800     END-IF
056900     SET WS-REEDIT-CLEAN TO TRUE.
057000 5200-EXIT.
057100     EXIT.
057200
057300*-----------------------------------------------------------*
057400*  5300-CARRY-FORWARD - WRITE THE UNREPAIRED REJECT TO THE   *
057500*  CARRY FILE WITH ITS AGE BUMPED BY ONE CYCLE AND PRINT     *
057600*  ITS AGING LINE, FLAGGED ONCE IT PASSES THE ALERT AGE.     *
057700*-----------------------------------------------------------*
057800 5300-CARRY-FORWARD.
057900     IF WS-REJ-IN-AGE NUMERIC
058000         MOVE WS-REJ-IN-AGE TO WS-NEW-AGE
058100         ADD 1 TO WS-NEW-AGE
058200     ELSE
058300         MOVE 1 TO WS-NEW-AGE
058400     END-IF
058500     MOVE SPACES TO WS-CARRY-OUT
058600     MOVE WS-REJ-IN-REASON TO WS-CARRY-REASON
058700     MOVE WS-REJ-IN-IMAGE TO WS-CARRY-IMAGE
058800     MOVE WS-NEW-AGE TO WS-CARRY-AGE
058900     MOVE WS-CARRY-OUT TO REJCARRY-RECORD
059000     WRITE REJCARRY-RECORD
059100     IF WS-REJCARRY-STATUS NOT = "00"
059200         DISPLAY "HELRECYC: REJCARRY WRITE ERROR STATUS "
059300             WS-REJCARRY-STATUS
059400         MOVE 8 TO RETURN-CODE
059500     END-IF
059600     ADD 1 TO WS-CARRIED-COUNT
059700     MOVE WS-NEW-AGE TO WS-EDIT-AGE
059800     IF WS-NEW-AGE > WS-AGE-ALERT-DAYS
059900         ADD 1 TO WS-OVERAGE-COUNT
060000         MOVE "** OVERAGE" TO WS-EDIT-OVERAGE-FLAG
060100     ELSE
060200         MOVE SPACES TO WS-EDIT-OVERAGE-FLAG
060300     END-IF
060400     MOVE SPACES TO AGERPT-RECORD
060500     STRING " CARRIED     " DELIMITED BY SIZE
060600         WS-CARRY-REASON DELIMITED BY SIZE
060700         "    " DELIMITED BY SIZE
060800         WS-EDIT-AGE DELIMITED BY SIZE
060900         "  " DELIMITED BY SIZE
061000         WS-CARRY-IMAGE (1:60) DELIMITED BY SIZE
061100         " " DELIMITED BY SIZE
061200         WS-EDIT-OVERAGE-FLAG DELIMITED BY SIZE
061300         INTO AGERPT-RECORD
061400     END-STRING
061500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
061600 5300-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------*
062000*  6000-WRITE-SUMMARY - DISPOSITION COUNT TRAILER.           *
062100*-----------------------------------------------------------*
062200 6000-WRITE-SUMMARY.
062300     MOVE SPACES TO AGERPT-RECORD
062400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
062500     MOVE WS-REJ-READ-COUNT TO WS-EDIT-COUNT
062600     MOVE SPACES TO AGERPT-RECORD
062700     STRING " REJECTS READ: " DELIMITED BY SIZE
062800         WS-EDIT-COUNT DELIMITED BY SIZE
062900         INTO AGERPT-RECORD
063000     END-STRING
063100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
063200     MOVE WS-RECYCLED-COUNT TO WS-EDIT-COUNT
063300     MOVE SPACES TO AGERPT-RECORD
063400     STRING " RECYCLED TO NEXTFEED: " DELIMITED BY SIZE
063500         WS-EDIT-COUNT DELIMITED BY SIZE
063600         INTO AGERPT-RECORD
063700     END-STRING
063800     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
063900     MOVE WS-REEDIT-FAIL-COUNT TO WS-EDIT-COUNT
064000     MOVE SPACES TO AGERPT-RECORD
064100     STRING " REPAIRS STILL FAILING EDIT: " DELIMITED BY SIZE
064200         WS-EDIT-COUNT DELIMITED BY SIZE
064300         INTO AGERPT-RECORD
064400     END-STRING
064500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
064600     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
064700     MOVE SPACES TO AGERPT-RECORD
064800     STRING " CARRIED FORWARD: " DELIMITED BY SIZE
064900         WS-EDIT-COUNT DELIMITED BY SIZE
065000         INTO AGERPT-RECORD
065100     END-STRING
065200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
065300     MOVE WS-OVERAGE-COUNT TO WS-EDIT-COUNT
065400     MOVE SPACES TO AGERPT-RECORD
065500     STRING " OVER ALERT AGE: " DELIMITED BY SIZE
065600         WS-EDIT-COUNT DELIMITED BY SIZE
065700         INTO AGERPT-RECORD
065800     END-STRING
065900     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
066000 6000-EXIT.
066100     EXIT.
066200
066300*-----------------------------------------------------------*
066400*  8000-FINALIZE - CLOSE THE FILES STILL OPEN AT END OF RUN. *
066500*-----------------------------------------------------------*
066600 8000-FINALIZE.
066700     CLOSE NEXTFEED-FILE
066800     CLOSE REJCARRY-FILE
066900     CLOSE AGERPT-FILE.
067000 8000-EXIT.
067100     EXIT.
