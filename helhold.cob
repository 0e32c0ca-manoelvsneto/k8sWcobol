000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELHOLD.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-24.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-24  RS   INITIAL VERSION - SUPERVISOR RELEASE AND
001000*                    DECLINE FOR THE HELD-TRANSACTION QUEUE.
001100*                    TONIGHT'S HELD ITEMS FROM HELLO (HELDTRAN)
001200*                    AND THE PRIOR CYCLE'S CARRIED ONES
001300*                    (HELDPREV) ARE MATCHED BY TRAN-ID AGAINST
001400*                    THE SUPERVISOR DECISIONS IN HOLDCMDS (SEE
001500*                    HELHCMD.CPY).  A RELEASED ITEM IS QUEUED
001600*                    ON RELEASED, WHICH HELLO READS AFTER
001700*                    NEXTFEED AND POSTS THROUGH THE SAME EDITS
001800*                    WITHOUT HOLDING IT AGAIN; A DECLINED ITEM
001900*                    IS APPENDED TO REJECTS WITH REASON R009
002000*                    SO IT FOLLOWS THE NORMAL REJECT PATH
002100*                    (THE STEP RUNS BEFORE HELRECYC).  ITEMS
002200*                    WITH NO DECISION GO TO HELDCARY WITH THEIR
002300*                    AGE BUMPED BY ONE CYCLE, AND THE DEPLOYMENT
002400*                    ROTATES HELDCARY TO HELDPREV AS IT DOES
002500*                    REJCARRY.  EVERY DECISION, APPLIED OR
002600*                    REFUSED, IS LOGGED TO RUNLOG WITH THE
002700*                    SUPERVISOR ID.  A PARTIAL RUN DEFERS THE
002800*                    PASS AS HELRECYC DOES.  ENDS RC 4 WHEN A
002900*                    DECISION WAS REFUSED OR AN ITEM IS OVER
003000*                    THE ALERT AGE, RC 8 ON A FILE ERROR.
003020*   2026-10-15  RS   THE WORKING IMAGES OF THE HELD AND CARRIED
003040*                    RECORD NOW CARRY THE ORIGIN FLAG OF HELHELD,
003060*                    AND AN ITEM CARRIED FORWARD KEEPS ITS ORIGIN
003080*                    INSTEAD OF LOSING IT TO THE FILLER.
003100*---------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-HELD-STATUS.
003800     SELECT HELDPREV-FILE ASSIGN TO "HELDPREV"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HELDPREV-STATUS.
004100     SELECT HCMD-FILE ASSIGN TO "HOLDCMDS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HCMD-STATUS.
004400     SELECT RLSE-FILE ASSIGN TO "RELEASED"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RLSE-STATUS.
004700     SELECT HELDCARY-FILE ASSIGN TO "HELDCARY"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HELDCARY-STATUS.
005000     SELECT REJECT-FILE ASSIGN TO "REJECTS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REJECT-STATUS.
005300     SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HOLDRPT-STATUS.
005600     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNLOG-STATUS.
005900     SELECT OUT-FILE ASSIGN TO "HELOUT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-OUT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  HELD-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 100 CHARACTERS.
006800     COPY "HELHELD.cpy".
006900
007000 FD  HELDPREV-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 100 CHARACTERS.
007300 01  HELDPREV-RECORD                PIC X(100).
007400
007500 FD  HCMD-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800     COPY "HELHCMD.cpy".
007900
008000 FD  RLSE-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  RLSE-RECORD                    PIC X(80).
008400
008500 FD  HELDCARY-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 100 CHARACTERS.
008800 01  HELDCARY-RECORD                PIC X(100).
008900
009000 FD  REJECT-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 92 CHARACTERS.
009300     COPY "HELREJ.cpy".
009400
009500 FD  HOLDRPT-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  HOLDRPT-RECORD                 PIC X(132).
009900
010000 FD  RUNLOG-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 110 CHARACTERS.
010300 01  LOG-RECORD                     PIC X(110).
010400
010500 FD  OUT-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY "HELOUT.cpy".
010900
011000 WORKING-STORAGE SECTION.
011100*---------------------------------------------------------------
011200* THE HELD IMAGE IS VIEWED THROUGH THE FEED LAYOUT SO THE
011300* REPORT CAN SHOW ITS TYPE AND AMOUNT.
011400*---------------------------------------------------------------
011500     COPY "HELTRAN.cpy".
011600
011700 01  WS-CURRENT-DATE-DATA.
011800     05  WS-CURRENT-DATE.
011900         10  WS-CURRENT-YEAR        PIC 9(4).
012000         10  WS-CURRENT-MONTH       PIC 9(2).
012100         10  WS-CURRENT-DAY         PIC 9(2).
012200     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
012300                                    PIC 9(8).
012400     05  WS-CURRENT-TIME.
012500         10  WS-CURRENT-HOUR        PIC 9(2).
012600         10  WS-CURRENT-MINUTE      PIC 9(2).
012700         10  WS-CURRENT-SECOND      PIC 9(2).
012800         10  WS-CURRENT-CENTISECOND PIC 9(2).
012900
013000*---------------------------------------------------------------
013100* COMMON IMAGE OF THE HELD ITEM BEING PROCESSED, FILLED FROM
013200* EITHER INPUT FILE SO TONIGHT'S HELD ITEMS AND THE CARRIED
013300* ONES GO THROUGH THE SAME DISPOSITION LOGIC.
013400*---------------------------------------------------------------
013500 01  WS-HELD-IN.
013600     05  WS-HELD-IN-REASON          PIC X(04).
013700     05  FILLER                     PIC X(01).
013800     05  WS-HELD-IN-DATE            PIC X(08).
013900     05  FILLER                     PIC X(01).
014000     05  WS-HELD-IN-IMAGE           PIC X(80).
014100     05  FILLER                     PIC X(01).
014200     05  WS-HELD-IN-AGE             PIC X(03).
014266     05  WS-HELD-IN-ORIGIN          PIC X(01).
014332     05  FILLER                     PIC X(01).
014400
014500 01  WS-CARRY-OUT.
014600     05  WS-CARRY-REASON            PIC X(04).
014700     05  FILLER                     PIC X(01).
014800     05  WS-CARRY-DATE              PIC X(08).
014900     05  FILLER                     PIC X(01).
015000     05  WS-CARRY-IMAGE             PIC X(80).
015100     05  FILLER                     PIC X(01).
015200     05  WS-CARRY-AGE               PIC 9(03).
015266     05  WS-CARRY-ORIGIN            PIC X(01).
015332     05  FILLER                     PIC X(01).
015400
015500*---------------------------------------------------------------
015600* SUPERVISOR DECISIONS LOADED AT STARTUP, SEARCHED BY THE
015700* TRAN-ID CARRIED IN THE HELD IMAGE.  EACH DECISION IS USED
015800* ONCE; ONE THAT MATCHES NOTHING ON EITHER QUEUE IS REFUSED
015900* AT THE END SO A MISTYPED TRAN-ID DOES NOT PASS UNNOTICED.
016000*---------------------------------------------------------------
016100 01  WS-DECISION-TABLE.
016200     05  WS-DEC-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
016300     05  WS-DEC-ENTRY
016400         OCCURS 500 TIMES.
016500         10  WS-DEC-TBL-TRAN-ID     PIC X(10).
016600         10  WS-DEC-TBL-VERB        PIC X(08).
016700         10  WS-DEC-TBL-SUPERVISOR  PIC X(08).
016800         10  WS-DEC-TBL-USED-SW     PIC X(01).
016900             88  WS-DEC-TBL-USED        VALUE "Y".
017000             88  WS-DEC-TBL-UNUSED      VALUE "N".
017100 01  WS-DEC-SUB                     PIC 9(04) COMP VALUE ZERO.
017200 01  WS-DEC-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
017300
017400*---------------------------------------------------------------
017500* THE DECISION BEING LOGGED, FROM THE COMMAND LINE OR FROM
017600* THE TABLE, SO ONE LOG PARAGRAPH SERVES BOTH.
017700*---------------------------------------------------------------
017800 01  WS-DECISION-WORK.
017900     05  WS-DEC-VERB                PIC X(08) VALUE SPACES.
018000     05  WS-DEC-TRAN-ID             PIC X(10) VALUE SPACES.
018100     05  WS-DEC-SUPERVISOR          PIC X(08) VALUE SPACES.
018200     05  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
018300     05  WS-ACTION-TEXT             PIC X(40) VALUE SPACES.
018400
018500 01  WS-HOLD-COUNTS.
018600     05  WS-DECISION-COUNT          PIC 9(07) VALUE ZERO.
018700     05  WS-REFUSED-COUNT           PIC 9(07) VALUE ZERO.
018800     05  WS-HELD-READ-COUNT         PIC 9(07) VALUE ZERO.
018900     05  WS-RELEASED-COUNT          PIC 9(07) VALUE ZERO.
019000     05  WS-DECLINED-COUNT          PIC 9(07) VALUE ZERO.
019100     05  WS-CARRIED-COUNT           PIC 9(07) VALUE ZERO.
019200     05  WS-OVERAGE-COUNT           PIC 9(07) VALUE ZERO.
019300     05  WS-RELEASED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
019400     05  WS-DECLINED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
019500     05  WS-CARRIED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
019600
019700 01  WS-AGE-WORK.
019800     05  WS-AGE-ALERT-DAYS          PIC 9(03) VALUE 3.
019900     05  WS-NEW-AGE                 PIC 9(03) VALUE ZERO.
020000
020100 01  WS-FILE-STATUS-FIELDS.
020200     05  WS-HELD-STATUS             PIC X(02) VALUE SPACES.
020300     05  WS-HELDPREV-STATUS         PIC X(02) VALUE SPACES.
020400     05  WS-HCMD-STATUS             PIC X(02) VALUE SPACES.
020500     05  WS-RLSE-STATUS             PIC X(02) VALUE SPACES.
020600     05  WS-HELDCARY-STATUS         PIC X(02) VALUE SPACES.
020700     05  WS-REJECT-STATUS           PIC X(02) VALUE SPACES.
020800     05  WS-HOLDRPT-STATUS          PIC X(02) VALUE SPACES.
020900     05  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
021000     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
021100
021200 01  WS-SWITCHES.
021300     05  WS-RUN-PARTIAL-SW          PIC X(01) VALUE "N".
021400         88  WS-RUN-PARTIAL             VALUE "Y".
021500         88  WS-RUN-NOT-PARTIAL         VALUE "N".
021600     05  WS-HCMD-EOF-SW             PIC X(01) VALUE "N".
021700         88  WS-HCMD-EOF                VALUE "Y".
021800         88  WS-HCMD-NOT-EOF            VALUE "N".
021900     05  WS-HELD-EOF-SW             PIC X(01) VALUE "N".
022000         88  WS-HELD-EOF                VALUE "Y".
022100         88  WS-HELD-NOT-EOF            VALUE "N".
022200     05  WS-PREV-EOF-SW             PIC X(01) VALUE "N".
022300         88  WS-PREV-EOF                VALUE "Y".
022400         88  WS-PREV-NOT-EOF            VALUE "N".
022500     05  WS-DEC-MATCHED-SW          PIC X(01) VALUE "N".
022600         88  WS-DEC-MATCHED             VALUE "Y".
022700         88  WS-DEC-UNMATCHED           VALUE "N".
022800
022900 01  WS-REPORT-WORK.
023000     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
023100     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
023200     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
023300
023400 01  WS-EDIT-FIELDS.
023500     05  WS-EDIT-DATE               PIC 9999/99/99.
023600     05  WS-EDIT-COUNT              PIC Z(6)9.
023700     05  WS-EDIT-AGE                PIC ZZ9.
023800     05  WS-EDIT-AMOUNT             PIC Z(6)9.99.
023900     05  WS-EDIT-TOTAL              PIC Z(10)9.99.
024000     05  WS-EDIT-OVERAGE-FLAG       PIC X(10).
024100
024200 PROCEDURE DIVISION.
024300*-----------------------------------------------------------*
024400*  0000-MAINLINE                                             *
024500*-----------------------------------------------------------*
024600 0000-MAINLINE.
024700     PERFORM 0500-CHECK-RUN-STATE THRU 0500-EXIT
024800     IF WS-RUN-PARTIAL
024900         DISPLAY "HELHOLD: RUN IS PARTIAL - HOLD QUEUE "
025000             "DEFERRED UNTIL THE RESUMED RUN COMPLETES"
025100         GOBACK
025200     END-IF
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025400     PERFORM 2000-LOAD-DECISIONS THRU 2000-EXIT
025500     PERFORM 3000-PROCESS-HELD THRU 3000-EXIT
025600     PERFORM 3500-PROCESS-CARRIED THRU 3500-EXIT
025700     PERFORM 5800-REFUSE-UNUSED THRU 5800-EXIT
025800         VARYING WS-DEC-SUB FROM 1 BY 1
025900         UNTIL WS-DEC-SUB > WS-DEC-ENTRY-COUNT
026000     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
026100     IF (WS-REFUSED-COUNT > ZERO OR WS-OVERAGE-COUNT > ZERO)
026200         AND RETURN-CODE < 4
026300         MOVE 4 TO RETURN-CODE
026400     END-IF
026500     PERFORM 8000-FINALIZE THRU 8000-EXIT
026600     GOBACK.
026700
026800*-----------------------------------------------------------*
026900*  0500-CHECK-RUN-STATE - THE NIGHT'S RESULT FROM HELOUT.    *
027000*  A WINDOW-EXPIRED PARTIAL RUN (STATUS P) DEFERS THE WHOLE  *
027100*  PASS, AS HELRECYC DEFERS ITS RECYCLE: RELEASED IS PART    *
027200*  OF THE CHECKPOINTED STREAM THE RESUMED RUN SKIPS THROUGH, *
027300*  AND HELDTRAN IS STILL BEING EXTENDED BY THAT RUN.         *
027400*-----------------------------------------------------------*
027500 0500-CHECK-RUN-STATE.
027600     OPEN INPUT OUT-FILE
027700     IF WS-OUT-STATUS NOT = "00"
027800         GO TO 0500-EXIT
027900     END-IF
028000     READ OUT-FILE
028100         AT END
028200             MOVE "10" TO WS-OUT-STATUS
028300     END-READ
028400     IF WS-OUT-STATUS = "00" AND OUT-STATUS-PARTIAL
028500         SET WS-RUN-PARTIAL TO TRUE
028600     END-IF
028700     CLOSE OUT-FILE.
028800 0500-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------*
029200*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE RUN     *
029300*  LOG, THE REPORT AND THE OUTPUT QUEUES.  REJECTS IS        *
029400*  EXTENDED - IT ALREADY HOLDS TONIGHT'S HELLO REJECTS.      *
029500*-----------------------------------------------------------*
029600 1000-INITIALIZE.
029700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
029800     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
029900     OPEN EXTEND RUNLOG-FILE
030000     IF WS-RUNLOG-STATUS = "35" OR "05"
030100         OPEN OUTPUT RUNLOG-FILE
030200     END-IF
030300     IF WS-RUNLOG-STATUS NOT = "00"
030400         DISPLAY "HELHOLD: RUNLOG OPEN ERROR STATUS "
030500             WS-RUNLOG-STATUS
030600         MOVE 8 TO RETURN-CODE
030700     END-IF
030800     OPEN OUTPUT HOLDRPT-FILE
030900     OPEN OUTPUT RLSE-FILE
031000     IF WS-RLSE-STATUS NOT = "00"
031100         DISPLAY "HELHOLD: RELEASED OPEN ERROR STATUS "
031200             WS-RLSE-STATUS
031300         MOVE 8 TO RETURN-CODE
031400     END-IF
031500     OPEN OUTPUT HELDCARY-FILE
031600     IF WS-HELDCARY-STATUS NOT = "00"
031700         DISPLAY "HELHOLD: HELDCARY OPEN ERROR STATUS "
031800             WS-HELDCARY-STATUS
031900         MOVE 8 TO RETURN-CODE
032000     END-IF
032100     OPEN EXTEND REJECT-FILE
032200     IF WS-REJECT-STATUS = "35" OR "05"
032300         OPEN OUTPUT REJECT-FILE
032400     END-IF
032500     IF WS-REJECT-STATUS NOT = "00"
032600         DISPLAY "HELHOLD: REJECTS OPEN ERROR STATUS "
032700             WS-REJECT-STATUS
032800         MOVE 8 TO RETURN-CODE
032900     END-IF
033000     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300
033400*-----------------------------------------------------------*
033500*  2000-LOAD-DECISIONS - THE SUPERVISOR DECISIONS INTO THE   *
033600*  LOOKUP TABLE.  A MISSING FILE JUST MEANS NO DECISIONS     *
033700*  THIS CYCLE - EVERY HELD ITEM CARRIES FORWARD.             *
033800*-----------------------------------------------------------*
033900 2000-LOAD-DECISIONS.
034000     OPEN INPUT HCMD-FILE
034100     IF WS-HCMD-STATUS NOT = "00"
034200         GO TO 2000-EXIT
034300     END-IF
034400     PERFORM 2100-LOAD-DECISION THRU 2100-EXIT
034500         UNTIL WS-HCMD-EOF
034600     CLOSE HCMD-FILE.
034700 2000-EXIT.
034800     EXIT.
034900
035000*-----------------------------------------------------------*
035100*  2100-LOAD-DECISION - VALIDATE ONE DECISION LINE.  COMMENT *
035200*  LINES AND BLANK VERBS ARE SKIPPED; A LINE WITH NO         *
035300*  SUPERVISOR OR TRAN-ID, AN UNKNOWN VERB OR A SECOND        *
035400*  DECISION FOR THE SAME TRAN-ID IS REFUSED AND LOGGED.      *
035500*-----------------------------------------------------------*
035600 2100-LOAD-DECISION.
035700     READ HCMD-FILE
035800         AT END
035900             SET WS-HCMD-EOF TO TRUE
036000             GO TO 2100-EXIT
036100     END-READ
036200     IF WS-HCMD-STATUS NOT = "00"
036300         DISPLAY "HELHOLD: HOLDCMDS READ ERROR STATUS "
036400             WS-HCMD-STATUS
036500         SET WS-HCMD-EOF TO TRUE
036600         MOVE 8 TO RETURN-CODE
036700         GO TO 2100-EXIT
036800     END-IF
036900     IF HCMD-VERB (1:1) = "*" OR HCMD-VERB = SPACES
037000         GO TO 2100-EXIT
037100     END-IF
037200     ADD 1 TO WS-DECISION-COUNT
037300     MOVE HCMD-VERB TO WS-DEC-VERB
037400     MOVE HCMD-TRAN-ID TO WS-DEC-TRAN-ID
037500     MOVE HCMD-SUPERVISOR-ID TO WS-DEC-SUPERVISOR
037600     IF HCMD-SUPERVISOR-ID = SPACES
037700         MOVE "SUPERVISOR ID MISSING" TO WS-REFUSE-REASON
037800         PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT
037900         GO TO 2100-EXIT
038000     END-IF
038100     IF HCMD-TRAN-ID = SPACES
038200         MOVE "TRAN-ID MISSING" TO WS-REFUSE-REASON
038300         PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT
038400         GO TO 2100-EXIT
038500     END-IF
038600     IF HCMD-VERB NOT = "RELEASE" AND NOT = "DECLINE"
038700         MOVE "UNKNOWN DECISION VERB" TO WS-REFUSE-REASON
038800         PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT
038900         GO TO 2100-EXIT
039000     END-IF
039100     PERFORM 5100-FIND-DECISION THRU 5100-EXIT
039200     IF WS-DEC-MATCHED
039300         MOVE "SECOND DECISION FOR TRAN-ID" TO WS-REFUSE-REASON
039400         PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT
039500         GO TO 2100-EXIT
039600     END-IF
039700     IF WS-DEC-ENTRY-COUNT NOT < 500
039800         MOVE "DECISION TABLE FULL" TO WS-REFUSE-REASON
039900         PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT
040000         GO TO 2100-EXIT
040100     END-IF
040200     ADD 1 TO WS-DEC-ENTRY-COUNT
040300     MOVE HCMD-TRAN-ID
040400         TO WS-DEC-TBL-TRAN-ID (WS-DEC-ENTRY-COUNT)
040500     MOVE HCMD-VERB TO WS-DEC-TBL-VERB (WS-DEC-ENTRY-COUNT)
040600     MOVE HCMD-SUPERVISOR-ID
040700         TO WS-DEC-TBL-SUPERVISOR (WS-DEC-ENTRY-COUNT)
040800     SET WS-DEC-TBL-UNUSED (WS-DEC-ENTRY-COUNT) TO TRUE.
040900 2100-EXIT.
041000     EXIT.
041100
041200*-----------------------------------------------------------*
041300*  3000-PROCESS-HELD - TONIGHT'S HELD ITEMS FROM HELLO.  A   *
041400*  MISSING FILE IS NOT AN ERROR - A NIGHT WITH NOTHING OVER  *
041500*  A LIMIT HOLDS NOTHING.                                    *
041600*-----------------------------------------------------------*
041700 3000-PROCESS-HELD.
041800     OPEN INPUT HELD-FILE
041900     IF WS-HELD-STATUS NOT = "00"
042000         GO TO 3000-EXIT
042100     END-IF
042200     PERFORM 3100-READ-HELD THRU 3100-EXIT
042300     PERFORM 3200-DISPOSE-HELD THRU 3200-EXIT
042400         UNTIL WS-HELD-EOF
042500     CLOSE HELD-FILE.
042600 3000-EXIT.
042700     EXIT.
042800
042900 3100-READ-HELD.
043000     READ HELD-FILE
043100         AT END
043200             SET WS-HELD-EOF TO TRUE
043300             GO TO 3100-EXIT
043400     END-READ
043500     IF WS-HELD-STATUS NOT = "00"
043600         DISPLAY "HELHOLD: HELDTRAN READ ERROR STATUS "
043700             WS-HELD-STATUS
043800         SET WS-HELD-EOF TO TRUE
043900         MOVE 8 TO RETURN-CODE
044000         GO TO 3100-EXIT
044100     END-IF
044200     MOVE HELD-RECORD TO WS-HELD-IN.
044300 3100-EXIT.
044400     EXIT.
044500
044600 3200-DISPOSE-HELD.
044700     PERFORM 5000-DISPOSE-ONE THRU 5000-EXIT
044800     PERFORM 3100-READ-HELD THRU 3100-EXIT.
044900 3200-EXIT.
045000     EXIT.
045100
045200*-----------------------------------------------------------*
045300*  3500-PROCESS-CARRIED - THE PRIOR CYCLE'S CARRIED HELD     *
045400*  ITEMS, THROUGH THE SAME DISPOSITION LOGIC SO A DECISION   *
045500*  TAKEN DAYS LATER STILL RELEASES OR DECLINES ITS ITEM.     *
045600*-----------------------------------------------------------*
045700 3500-PROCESS-CARRIED.
045800     OPEN INPUT HELDPREV-FILE
045900     IF WS-HELDPREV-STATUS NOT = "00"
046000         GO TO 3500-EXIT
046100     END-IF
046200     PERFORM 3600-READ-CARRIED THRU 3600-EXIT
046300     PERFORM 3700-DISPOSE-CARRIED THRU 3700-EXIT
046400         UNTIL WS-PREV-EOF
046500     CLOSE HELDPREV-FILE.
046600 3500-EXIT.
046700     EXIT.
046800
046900 3600-READ-CARRIED.
047000     READ HELDPREV-FILE
047100         AT END
047200             SET WS-PREV-EOF TO TRUE
047300             GO TO 3600-EXIT
047400     END-READ
047500     IF WS-HELDPREV-STATUS NOT = "00"
047600         DISPLAY "HELHOLD: HELDPREV READ ERROR STATUS "
047700             WS-HELDPREV-STATUS
047800         SET WS-PREV-EOF TO TRUE
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 3600-EXIT
048100     END-IF
048200     MOVE HELDPREV-RECORD TO WS-HELD-IN.
048300 3600-EXIT.
048400     EXIT.
048500
048600 3700-DISPOSE-CARRIED.
048700     PERFORM 5000-DISPOSE-ONE THRU 5000-EXIT
048800     PERFORM 3600-READ-CARRIED THRU 3600-EXIT.
048900 3700-EXIT.
049000     EXIT.
049100
049200*-----------------------------------------------------------*
049300*  4000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER    *
049400*  AND THE DISPOSITION COLUMN HEADING LINE.                  *
049500*-----------------------------------------------------------*
049600 4000-WRITE-REPORT-HEADER.
049700     MOVE SPACES TO HOLDRPT-RECORD
049800     STRING " " DELIMITED BY SIZE
049900         "HELLO HELD-TRANSACTION REPORT" DELIMITED BY SIZE
050000         "   PAGE " DELIMITED BY SIZE
050100         WS-PAGE-COUNT DELIMITED BY SIZE
050200         INTO HOLDRPT-RECORD
050300     END-STRING
050400     WRITE HOLDRPT-RECORD
050500     MOVE SPACES TO HOLDRPT-RECORD
050600     STRING " " DELIMITED BY SIZE
050700         "PREPARED: " DELIMITED BY SIZE
050800         WS-EDIT-DATE DELIMITED BY SIZE
050900         " " DELIMITED BY SIZE
051000         WS-CURRENT-HOUR DELIMITED BY SIZE
051100         ":" DELIMITED BY SIZE
051200         WS-CURRENT-MINUTE DELIMITED BY SIZE
051300         ":" DELIMITED BY SIZE
051400         WS-CURRENT-SECOND DELIMITED BY SIZE
051500         INTO HOLDRPT-RECORD
051600     END-STRING
051700     WRITE HOLDRPT-RECORD
051800     MOVE SPACES TO HOLDRPT-RECORD
051900     STRING " " DELIMITED BY SIZE
052000         "DISPOSITION  REASON  AGE  SUPERVSR  TRAN-ID    "
052100             DELIMITED BY SIZE
052200         "TY      AMOUNT  HELD ON" DELIMITED BY SIZE
052300         INTO HOLDRPT-RECORD
052400     END-STRING
052500     WRITE HOLDRPT-RECORD
052600     MOVE ZERO TO WS-LINE-COUNT.
052700 4000-EXIT.
052800     EXIT.
052900
053000*-----------------------------------------------------------*
053100*  4100-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
053200*  BREAK WHEN THE PAGE FILLS.                                *
053300*-----------------------------------------------------------*
053400 4100-WRITE-REPORT-LINE.
053500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
053600         ADD 1 TO WS-PAGE-COUNT
053700         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
053800     END-IF
053900     WRITE HOLDRPT-RECORD
054000     ADD 1 TO WS-LINE-COUNT.
054100 4100-EXIT.
054200     EXIT.
054300
054400*-----------------------------------------------------------*
054500*  4200-FORMAT-DETAIL - ONE DISPOSITION LINE FOR THE HELD    *
054600*  ITEM IN WS-HELD-IN.  THE CALLER HAS MOVED THE DISPOSITION *
054700*  TEXT TO THE START OF THE LINE, THE SUPERVISOR TO          *
054800*  WS-DEC-SUPERVISOR AND THE AGE TO WS-EDIT-AGE.             *
054900*-----------------------------------------------------------*
055000 4200-FORMAT-DETAIL.
055100     MOVE WS-HELD-IN-IMAGE TO TRAN-RECORD
055200     IF TRAN-AMOUNT NUMERIC
055300         MOVE TRAN-AMOUNT TO WS-EDIT-AMOUNT
055400     ELSE
055500         MOVE ZERO TO WS-EDIT-AMOUNT
055600     END-IF
055700     MOVE WS-HELD-IN-REASON TO HOLDRPT-RECORD (14:4)
055800     MOVE WS-EDIT-AGE TO HOLDRPT-RECORD (22:3)
055900     MOVE WS-DEC-SUPERVISOR TO HOLDRPT-RECORD (27:8)
056000     MOVE TRAN-ID TO HOLDRPT-RECORD (37:10)
056100     MOVE TRAN-TYPE TO HOLDRPT-RECORD (48:2)
056200     MOVE WS-EDIT-AMOUNT TO HOLDRPT-RECORD (51:10)
056300     MOVE WS-HELD-IN-DATE TO HOLDRPT-RECORD (63:8)
056400     MOVE WS-EDIT-OVERAGE-FLAG TO HOLDRPT-RECORD (73:10)
056500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
056600 4200-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------*
057000*  4900-REFUSE-DECISION - A DECISION THAT CANNOT BE APPLIED: *
057100*  SAY WHY ON THE CONSOLE AND IN THE RUN LOG AND COUNT IT    *
057200*  TOWARD THE NONZERO RETURN CODE.                           *
057300*-----------------------------------------------------------*
057400 4900-REFUSE-DECISION.
057500     ADD 1 TO WS-REFUSED-COUNT
057600     DISPLAY "HELHOLD: REFUSED " WS-DEC-VERB " " WS-DEC-TRAN-ID
057700         " - " WS-REFUSE-REASON
057800     MOVE SPACES TO WS-ACTION-TEXT
057900     STRING "REFUSED - " DELIMITED BY SIZE
058000         WS-REFUSE-REASON DELIMITED BY SIZE
058100         INTO WS-ACTION-TEXT
058200     END-STRING
058300     PERFORM 5900-LOG-DECISION THRU 5900-EXIT.
058400 4900-EXIT.
058500     EXIT.
058600
058700*-----------------------------------------------------------*
058800*  5000-DISPOSE-ONE - ONE HELD ITEM FROM EITHER INPUT: MATCH *
058900*  AN UNUSED DECISION BY THE IMAGE'S TRAN-ID, THEN RELEASE   *
059000*  IT TO THE NEXT RUN, DECLINE IT TO REJECTS R009, OR CARRY  *
059100*  IT FORWARD WITH ITS AGE BUMPED BY ONE CYCLE.              *
059200*-----------------------------------------------------------*
059300 5000-DISPOSE-ONE.
059400     ADD 1 TO WS-HELD-READ-COUNT
059500     MOVE WS-HELD-IN-IMAGE TO TRAN-RECORD
059600     SET WS-DEC-UNMATCHED TO TRUE
059700     IF TRAN-ID NOT = SPACES
059800         MOVE TRAN-ID TO WS-DEC-TRAN-ID
059900         PERFORM 5100-FIND-DECISION THRU 5100-EXIT
060000     END-IF
060100     IF WS-DEC-UNMATCHED
060200         PERFORM 5300-CARRY-FORWARD THRU 5300-EXIT
060300         GO TO 5000-EXIT
060400     END-IF
060500     SET WS-DEC-TBL-USED (WS-DEC-FOUND-SUB) TO TRUE
060600     MOVE WS-DEC-TBL-VERB (WS-DEC-FOUND-SUB) TO WS-DEC-VERB
060700     MOVE WS-DEC-TBL-SUPERVISOR (WS-DEC-FOUND-SUB)
060800         TO WS-DEC-SUPERVISOR
060900     IF WS-HELD-IN-AGE NUMERIC
061000         MOVE WS-HELD-IN-AGE TO WS-EDIT-AGE
061100     ELSE
061200         MOVE ZERO TO WS-EDIT-AGE
061300     END-IF
061400     MOVE SPACES TO WS-EDIT-OVERAGE-FLAG
061500     IF WS-DEC-VERB = "RELEASE"
061600         PERFORM 5400-RELEASE-ITEM THRU 5400-EXIT
061700     ELSE
061800         PERFORM 5500-DECLINE-ITEM THRU 5500-EXIT
061900     END-IF
062000     PERFORM 5900-LOG-DECISION THRU 5900-EXIT.
062100 5000-EXIT.
062200     EXIT.
062300
062400*-----------------------------------------------------------*
062500*  5100-FIND-DECISION - TABLE SEARCH FOR AN UNUSED DECISION  *
062600*  ON WS-DEC-TRAN-ID.  AT LOAD TIME EVERY ENTRY IS UNUSED,   *
062700*  SO THE SAME SEARCH ALSO FINDS A SECOND DECISION.          *
062800*-----------------------------------------------------------*
062900 5100-FIND-DECISION.
063000     SET WS-DEC-UNMATCHED TO TRUE
063100     MOVE ZERO TO WS-DEC-FOUND-SUB
063200     PERFORM 5150-MATCH-DECISION THRU 5150-EXIT
063300         VARYING WS-DEC-SUB FROM 1 BY 1
063400         UNTIL WS-DEC-SUB > WS-DEC-ENTRY-COUNT
063500             OR WS-DEC-MATCHED.
063600 5100-EXIT.
063700     EXIT.
063800
063900 5150-MATCH-DECISION.
064000     IF WS-DEC-TBL-TRAN-ID (WS-DEC-SUB) = WS-DEC-TRAN-ID
064100         AND WS-DEC-TBL-UNUSED (WS-DEC-SUB)
064200         SET WS-DEC-MATCHED TO TRUE
064300         MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
064400     END-IF.
064500 5150-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------*
064900*  5300-CARRY-FORWARD - WRITE THE UNDECIDED ITEM TO THE      *
065000*  CARRY FILE WITH ITS AGE BUMPED BY ONE CYCLE AND PRINT     *
065100*  ITS LINE, FLAGGED ONCE IT PASSES THE ALERT AGE.           *
065200*-----------------------------------------------------------*
065300 5300-CARRY-FORWARD.
065400     IF WS-HELD-IN-AGE NUMERIC
065500         MOVE WS-HELD-IN-AGE TO WS-NEW-AGE
065600         ADD 1 TO WS-NEW-AGE
065700     ELSE
065800         MOVE 1 TO WS-NEW-AGE
065900     END-IF
066000     MOVE SPACES TO WS-CARRY-OUT
066100     MOVE WS-HELD-IN-REASON TO WS-CARRY-REASON
066200     MOVE WS-HELD-IN-DATE TO WS-CARRY-DATE
066300     MOVE WS-HELD-IN-IMAGE TO WS-CARRY-IMAGE
066400     MOVE WS-NEW-AGE TO WS-CARRY-AGE
066450     MOVE WS-HELD-IN-ORIGIN TO WS-CARRY-ORIGIN
066500     MOVE WS-CARRY-OUT TO HELDCARY-RECORD
066600     WRITE HELDCARY-RECORD
066700     IF WS-HELDCARY-STATUS NOT = "00"
066800         DISPLAY "HELHOLD: HELDCARY WRITE ERROR STATUS "
066900             WS-HELDCARY-STATUS
067000         MOVE 8 TO RETURN-CODE
067100     END-IF
067200     ADD 1 TO WS-CARRIED-COUNT
067300     IF TRAN-AMOUNT NUMERIC
067400         ADD TRAN-AMOUNT TO WS-CARRIED-AMOUNT
067500     END-IF
067600     MOVE WS-NEW-AGE TO WS-EDIT-AGE
067700     IF WS-NEW-AGE > WS-AGE-ALERT-DAYS
067800         ADD 1 TO WS-OVERAGE-COUNT
067900         MOVE "** OVERAGE" TO WS-EDIT-OVERAGE-FLAG
068000     ELSE
068100         MOVE SPACES TO WS-EDIT-OVERAGE-FLAG
068200     END-IF
068300     MOVE SPACES TO WS-DEC-SUPERVISOR
068400     MOVE SPACES TO HOLDRPT-RECORD
068500     MOVE " CARRIED" TO HOLDRPT-RECORD (1:12)
068600     PERFORM 4200-FORMAT-DETAIL THRU 4200-EXIT.
068700 5300-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------*
069100*  5400-RELEASE-ITEM - QUEUE THE HELD IMAGE, UNCHANGED, ON   *
069200*  RELEASED FOR THE NEXT HELLO RUN.                          *
069300*-----------------------------------------------------------*
069400 5400-RELEASE-ITEM.
069500     MOVE WS-HELD-IN-IMAGE TO RLSE-RECORD
069600     WRITE RLSE-RECORD
069700     IF WS-RLSE-STATUS NOT = "00"
069800         DISPLAY "HELHOLD: RELEASED WRITE ERROR STATUS "
069900             WS-RLSE-STATUS
070000         MOVE 8 TO RETURN-CODE
070100     END-IF
070200     ADD 1 TO WS-RELEASED-COUNT
070300     IF TRAN-AMOUNT NUMERIC
070400         ADD TRAN-AMOUNT TO WS-RELEASED-AMOUNT
070500     END-IF
070600     MOVE "APPLIED - RELEASED FOR NEXT RUN" TO WS-ACTION-TEXT
070700     MOVE SPACES TO HOLDRPT-RECORD
070800     MOVE " RELEASED" TO HOLDRPT-RECORD (1:12)
070900     PERFORM 4200-FORMAT-DETAIL THRU 4200-EXIT.
071000 5400-EXIT.
071100     EXIT.
071200
071300*-----------------------------------------------------------*
071400*  5500-DECLINE-ITEM - MOVE THE HELD IMAGE TO REJECTS WITH   *
071500*  REASON R009, WHERE THE HELRECYC REPAIR PASS AND THE       *
071600*  AGING REPORT PICK IT UP LIKE ANY OTHER REJECT.            *
071700*-----------------------------------------------------------*
071800 5500-DECLINE-ITEM.
071900     MOVE SPACES TO REJ-RECORD
072000     MOVE "R009" TO REJ-REASON-CODE
072100     MOVE WS-HELD-IN-IMAGE TO REJ-TRAN-IMAGE
072200     WRITE REJ-RECORD
072300     IF WS-REJECT-STATUS NOT = "00"
072400         DISPLAY "HELHOLD: REJECTS WRITE ERROR STATUS "
072500             WS-REJECT-STATUS
072600         MOVE 8 TO RETURN-CODE
072700     END-IF
072800     ADD 1 TO WS-DECLINED-COUNT
072900     IF TRAN-AMOUNT NUMERIC
073000         ADD TRAN-AMOUNT TO WS-DECLINED-AMOUNT
073100     END-IF
073200     MOVE "APPLIED - DECLINED TO REJECTS R009"
073300         TO WS-ACTION-TEXT
073400     MOVE SPACES TO HOLDRPT-RECORD
073500     MOVE " DECLINED" TO HOLDRPT-RECORD (1:12)
073600     PERFORM 4200-FORMAT-DETAIL THRU 4200-EXIT.
073700 5500-EXIT.
073800     EXIT.
073900
074000*-----------------------------------------------------------*
074100*  5800-REFUSE-UNUSED - A DECISION THAT MATCHED NOTHING ON   *
074200*  EITHER QUEUE (A MISTYPED TRAN-ID, OR AN ITEM ALREADY      *
074300*  DECIDED ON AN EARLIER CYCLE) IS REFUSED AND LOGGED.       *
074400*-----------------------------------------------------------*
074500 5800-REFUSE-UNUSED.
074600     IF WS-DEC-TBL-USED (WS-DEC-SUB)
074700         GO TO 5800-EXIT
074800     END-IF
074900     MOVE WS-DEC-TBL-VERB (WS-DEC-SUB) TO WS-DEC-VERB
075000     MOVE WS-DEC-TBL-TRAN-ID (WS-DEC-SUB) TO WS-DEC-TRAN-ID
075100     MOVE WS-DEC-TBL-SUPERVISOR (WS-DEC-SUB)
075200         TO WS-DEC-SUPERVISOR
075300     MOVE "TRAN-ID NOT ON HELD QUEUE" TO WS-REFUSE-REASON
075400     PERFORM 4900-REFUSE-DECISION THRU 4900-EXIT.
075500 5800-EXIT.
075600     EXIT.
075700
075800*-----------------------------------------------------------*
075900*  5900-LOG-DECISION - WHICH SUPERVISOR DID WHAT TO WHICH    *
076000*  HELD ITEM WHEN, ONE RUNLOG ENTRY PER DECISION, IN THE     *
076100*  SAME SHAPE AS THE HELOPER COMMAND ENTRIES.                *
076200*-----------------------------------------------------------*
076300 5900-LOG-DECISION.
076400     MOVE SPACES TO LOG-RECORD
076500     STRING WS-EDIT-DATE DELIMITED BY SIZE
076600         " " DELIMITED BY SIZE
076700         WS-CURRENT-HOUR DELIMITED BY SIZE
076800         ":" DELIMITED BY SIZE
076900         WS-CURRENT-MINUTE DELIMITED BY SIZE
077000         ":" DELIMITED BY SIZE
077100         WS-CURRENT-SECOND DELIMITED BY SIZE
077200         " OPERATOR " DELIMITED BY SIZE
077300         WS-DEC-SUPERVISOR DELIMITED BY SIZE
077400         " " DELIMITED BY SIZE
077500         WS-DEC-VERB DELIMITED BY SIZE
077600         " " DELIMITED BY SIZE
077700         WS-DEC-TRAN-ID DELIMITED BY SIZE
077800         " " DELIMITED BY SIZE
077900         WS-ACTION-TEXT DELIMITED BY SIZE
078000         INTO LOG-RECORD
078100     END-STRING
078200     IF WS-RUNLOG-STATUS = "00"
078300         WRITE LOG-RECORD
078400     END-IF.
078500 5900-EXIT.
078600     EXIT.
078700
078800*-----------------------------------------------------------*
078900*  6000-WRITE-SUMMARY - DISPOSITION COUNT AND AMOUNT         *
079000*  TRAILER.  ITEMS READ EQUAL RELEASED PLUS DECLINED PLUS    *
079100*  CARRIED.                                                  *
079200*-----------------------------------------------------------*
079300 6000-WRITE-SUMMARY.
079400     MOVE SPACES TO HOLDRPT-RECORD
079500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
079600     MOVE WS-HELD-READ-COUNT TO WS-EDIT-COUNT
079700     MOVE SPACES TO HOLDRPT-RECORD
079800     STRING " HELD ITEMS READ: " DELIMITED BY SIZE
079900         WS-EDIT-COUNT DELIMITED BY SIZE
080000         INTO HOLDRPT-RECORD
080100     END-STRING
080200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
080300     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
080400     MOVE WS-RELEASED-AMOUNT TO WS-EDIT-TOTAL
080500     MOVE SPACES TO HOLDRPT-RECORD
080600     STRING " RELEASED TO NEXT RUN: " DELIMITED BY SIZE
080700         WS-EDIT-COUNT DELIMITED BY SIZE
080800         "   AMOUNT: " DELIMITED BY SIZE
080900         WS-EDIT-TOTAL DELIMITED BY SIZE
081000         INTO HOLDRPT-RECORD
081100     END-STRING
081200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
081300     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
081400     MOVE WS-DECLINED-AMOUNT TO WS-EDIT-TOTAL
081500     MOVE SPACES TO HOLDRPT-RECORD
081600     STRING " DECLINED TO REJECTS: " DELIMITED BY SIZE
081700         WS-EDIT-COUNT DELIMITED BY SIZE
081800         "   AMOUNT: " DELIMITED BY SIZE
081900         WS-EDIT-TOTAL DELIMITED BY SIZE
082000         INTO HOLDRPT-RECORD
082100     END-STRING
082200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
082300     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
082400     MOVE WS-CARRIED-AMOUNT TO WS-EDIT-TOTAL
082500     MOVE SPACES TO HOLDRPT-RECORD
082600     STRING " CARRIED FORWARD: " DELIMITED BY SIZE
082700         WS-EDIT-COUNT DELIMITED BY SIZE
082800         "   AMOUNT: " DELIMITED BY SIZE
082900         WS-EDIT-TOTAL DELIMITED BY SIZE
083000         INTO HOLDRPT-RECORD
083100     END-STRING
083200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
083300     MOVE WS-OVERAGE-COUNT TO WS-EDIT-COUNT
083400     MOVE SPACES TO HOLDRPT-RECORD
083500     STRING " OVER ALERT AGE: " DELIMITED BY SIZE
083600         WS-EDIT-COUNT DELIMITED BY SIZE
083700         INTO HOLDRPT-RECORD
083800     END-STRING
083900     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
084000     MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
084100     MOVE SPACES TO HOLDRPT-RECORD
084200     STRING " DECISIONS REFUSED: " DELIMITED BY SIZE
084300         WS-EDIT-COUNT DELIMITED BY SIZE
084400         INTO HOLDRPT-RECORD
084500     END-STRING
084600     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
084700 6000-EXIT.
084800     EXIT.
084900
085000*-----------------------------------------------------------*
085100*  8000-FINALIZE - CLOSE THE FILES STILL OPEN AT END OF RUN. *
085200*-----------------------------------------------------------*
085300 8000-FINALIZE.
085400     CLOSE RLSE-FILE
085500     CLOSE HELDCARY-FILE
085600     CLOSE REJECT-FILE
085700     CLOSE HOLDRPT-FILE
085800     IF WS-RUNLOG-STATUS = "00"
085900         CLOSE RUNLOG-FILE
086000     END-IF.
086100 8000-EXIT.
086200     EXIT.
