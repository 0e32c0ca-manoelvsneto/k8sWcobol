000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELPCLS.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-08  RS   INITIAL VERSION - MONTH-END PERIOD CLOSE.
001000*                    RUNS AS A DECK STEP AFTER THE HELLO RUN FOR
001100*                    THE LAST WORKING DAY OF A MONTH IN THE
001200*                    CALENDAR FILE.  REFUSES (RC 4) WHILE THAT
001300*                    RUN IS PARTIAL OR DID NOT FINISH, WHILE A
001400*                    CHECKPOINT IS LIVE, WHEN THE RUN IS NOT THE
001500*                    MONTH'S LAST WORKING DAY, WHEN ANY WORKING
001600*                    DAY OF THE MONTH IS NOT COMPLETE ON RUNCTL
001700*                    (LISTING EACH ONE), AND WHEN THE PERIOD OR A
001800*                    LATER ONE IS ALREADY CLOSED.  OTHERWISE IT
001900*                    SNAPSHOTS EVERY ACCTMST BALANCE TO THE KEYED
002000*                    PERIOD-END BALANCE FILE (PERDBAL) AND PRINTS
002100*                    A TRIAL BALANCE ON TBALRPT: PER ACCOUNT AND
002200*                    IN TOTAL, THE OPENING BALANCE (THE LAST
002300*                    CLOSED PERIOD'S SNAPSHOT), THE MONTH'S CR,
002400*                    DB AND AJ POSTINGS (FROM THE PERDMOV TOTALS
002500*                    HELLO KEEPS AS IT WRITES ACCEPTED) AND THE
002600*                    CLOSING BALANCE.  ONLY WHEN OPENING PLUS
002700*                    MOVEMENT PROVES TO CLOSING FOR EVERY ACCOUNT
002800*                    AND IN TOTAL IS THE PERIOD ENTERED ON THE
002900*                    PERDCTL CLOSED-PERIOD REGISTER, AFTER WHICH
003000*                    NOTHING POSTS INTO IT; A TRIAL BALANCE THAT
003100*                    DOES NOT PROVE ENDS RC 8 WITH THE PERIOD
003200*                    LEFT OPEN.  A FILE ERROR ENDS RC 8.
003225*   2026-10-15  RS   THE ACCTMST AND PERDMOV CLOSES ARE STATUS
003250*                    CHECKED LIKE THE PERDBAL CLOSE, SO A FAILED
003275*                    CLOSE KEEPS THE PERIOD OFF THE REGISTER.
003300*---------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OUT-FILE ASSIGN TO "HELOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-OUT-STATUS.
004000     SELECT CHKPT-FILE ASSIGN TO "CHKPOINT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CHKPT-STATUS.
004300     SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CALNDR-STATUS.
004600     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RUNCTL-STATUS.
004900     SELECT PCTL-FILE ASSIGN TO "PERDCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PCTL-STATUS.
005200     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS ACCTMST-KEY
005600         FILE STATUS IS WS-ACCTMST-STATUS.
005700     SELECT PMOV-FILE ASSIGN TO "PERDMOV"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PMOV-KEY
006100         FILE STATUS IS WS-PMOV-STATUS.
006200     SELECT PBAL-FILE ASSIGN TO "PERDBAL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS PBAL-KEY
006600         FILE STATUS IS WS-PBAL-STATUS.
006700     SELECT TBALRPT-FILE ASSIGN TO "TBALRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-TBALRPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  OUT-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY "HELOUT.cpy".
007700
007800 FD  CHKPT-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY "HELCHKP.cpy".
008200
008300 FD  CALNDR-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600     COPY "HELCAL.cpy".
008700
008800 FD  RUNCTL-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100     COPY "HELRCTL.cpy".
009200
009300 FD  PCTL-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 80 CHARACTERS.
009600     COPY "HELPCTL.cpy".
009700
009800 FD  ACCTMST-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  ACCTMST-RECORD.
010200     05  ACCTMST-KEY                PIC X(10).
010300     05  FILLER                     PIC X(70).
010400
010500 FD  PMOV-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY "HELPMOV.cpy".
010900
011000 FD  PBAL-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 80 CHARACTERS.
011300     COPY "HELPBAL.cpy".
011400
011500 FD  TBALRPT-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 132 CHARACTERS.
011800 01  TBALRPT-RECORD                 PIC X(132).
011900
012000 WORKING-STORAGE SECTION.
012100 01  WS-CURRENT-DATE-DATA.
012200     05  WS-CURRENT-DATE.
012300         10  WS-CURRENT-YEAR        PIC 9(4).
012400         10  WS-CURRENT-MONTH       PIC 9(2).
012500         10  WS-CURRENT-DAY         PIC 9(2).
012600     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
012700                                    PIC 9(8).
012800     05  WS-CURRENT-TIME.
012900         10  WS-CURRENT-HOUR        PIC 9(2).
013000         10  WS-CURRENT-MINUTE      PIC 9(2).
013100         10  WS-CURRENT-SECOND      PIC 9(2).
013200         10  WS-CURRENT-CENTISECOND PIC 9(2).
013300     05  WS-CURRENT-TIME-NUM REDEFINES WS-CURRENT-TIME
013400                                    PIC 9(8).
013500
013600*---------------------------------------------------------------
013700* THE MASTER RECORD BEING CLOSED.  THE FILE RECORD IS AN 80-BYTE
013800* AREA WITH ONLY THE KEY NAMED; EACH RECORD READ IS MOVED HERE.
013900*---------------------------------------------------------------
014000     COPY "HELACCT.cpy".
014100
014200*---------------------------------------------------------------
014300* THE BUSINESS DATE OF THE LAST HELLO RUN ON HELOUT, WHOSE MONTH
014400* IS THE PERIOD BEING CLOSED; THE LATEST PERIOD ALREADY ON THE
014500* CLOSED-PERIOD REGISTER, WHOSE SNAPSHOT IS THE OPENING BALANCE;
014600* AND THE MONTHS WHOSE MOVEMENT LIES BETWEEN THE TWO.  NORMALLY
014700* THAT IS THE ONE MONTH BEING CLOSED, BUT A MONTH THAT WAS NEVER
014800* CLOSED IS CARRIED INTO THE NEXT CLOSE.
014900*---------------------------------------------------------------
015000 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
015100 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
015200     05  WS-CLOSE-PERIOD            PIC 9(06).
015300     05  FILLER                     PIC 9(02).
015400 01  WS-RUN-STATUS-SAVE             PIC X(01) VALUE SPACE.
015500 01  WS-PRIOR-PERIOD                PIC 9(06) VALUE ZERO.
015600 01  WS-LATEST-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
015700 01  WS-FIRST-MOV-PERIOD            PIC 9(06) VALUE ZERO.
015800 01  WS-MOV-PERIOD                  PIC 9(06) VALUE ZERO.
015900 01  WS-MOV-PERIOD-PARTS REDEFINES WS-MOV-PERIOD.
016000     05  WS-MOV-YEAR                PIC 9(04).
016100     05  WS-MOV-MONTH               PIC 9(02).
016200 01  WS-CAL-DATE-WORK               PIC 9(08) VALUE ZERO.
016300 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE-WORK.
016400     05  WS-CAL-PERIOD              PIC 9(06).
016500     05  FILLER                     PIC 9(02).
016600 01  WS-LATER-WORK-DATE             PIC 9(08) VALUE ZERO.
016700
016800*---------------------------------------------------------------
016900* THE WORKING DAYS OF THE PERIOD FROM THE CALENDAR, EACH WITH
017000* THE STATUS OF ITS LATEST RUNCTL RECORD (C COMPLETE, O NOT
017100* COMPLETE, SPACE NEVER RUN).  EVERY ONE MUST BE C TO CLOSE.
017200*---------------------------------------------------------------
017300 01  WS-WORK-DAY-TABLE.
017400     05  WS-WDAY-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
017500     05  WS-WDAY-ENTRY
017600         OCCURS 31 TIMES.
017700         10  WS-WDAY-DATE           PIC 9(08).
017800         10  WS-WDAY-STATUS         PIC X(01).
017900             88  WS-WDAY-COMPLETE       VALUE "C".
018000 01  WS-WDAY-SUB                    PIC 9(04) COMP VALUE ZERO.
018100 01  WS-MISSING-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
018200
018300 01  WS-ACCOUNT-WORK.
018400     05  WS-ACCT-OPENING            PIC S9(11)V99 VALUE ZERO.
018500     05  WS-ACCT-CR                 PIC 9(11)V99 VALUE ZERO.
018600     05  WS-ACCT-DB                 PIC 9(11)V99 VALUE ZERO.
018700     05  WS-ACCT-AJ                 PIC 9(11)V99 VALUE ZERO.
018800     05  WS-ACCT-CLOSING            PIC S9(11)V99 VALUE ZERO.
018900     05  WS-ACCT-PROVED             PIC S9(11)V99 VALUE ZERO.
019000     05  WS-ACCOUNT-NOTE            PIC X(20) VALUE SPACES.
019100     05  WS-REFUSE-REASON           PIC X(48) VALUE SPACES.
019200
019300 01  WS-CLOSE-TOTALS.
019400     05  WS-TOT-ACCOUNT-COUNT       PIC 9(07) VALUE ZERO.
019500     05  WS-TOT-SNAPSHOT-COUNT      PIC 9(07) VALUE ZERO.
019600     05  WS-TOT-UNPROVEN-COUNT      PIC 9(07) VALUE ZERO.
019700     05  WS-TOT-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
019800     05  WS-TOT-CR-COUNT            PIC 9(07) VALUE ZERO.
019900     05  WS-TOT-DB-COUNT            PIC 9(07) VALUE ZERO.
020000     05  WS-TOT-AJ-COUNT            PIC 9(07) VALUE ZERO.
020100     05  WS-TOT-OPENING             PIC S9(13)V99 VALUE ZERO.
020200     05  WS-TOT-CR                  PIC 9(13)V99 VALUE ZERO.
020300     05  WS-TOT-DB                  PIC 9(13)V99 VALUE ZERO.
020400     05  WS-TOT-AJ                  PIC 9(13)V99 VALUE ZERO.
020500     05  WS-TOT-CLOSING             PIC S9(13)V99 VALUE ZERO.
020600     05  WS-TOT-PROVED              PIC S9(13)V99 VALUE ZERO.
020700     05  WS-TOT-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
020800
020900 01  WS-FILE-STATUS-FIELDS.
021000     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
021100     05  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
021200     05  WS-CALNDR-STATUS           PIC X(02) VALUE SPACES.
021300     05  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
021400     05  WS-PCTL-STATUS             PIC X(02) VALUE SPACES.
021500     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
021600     05  WS-PMOV-STATUS             PIC X(02) VALUE SPACES.
021700     05  WS-PBAL-STATUS             PIC X(02) VALUE SPACES.
021800     05  WS-TBALRPT-STATUS          PIC X(02) VALUE SPACES.
021900
022000 01  WS-SWITCHES.
022100     05  WS-HELOUT-FOUND-SW         PIC X(01) VALUE "N".
022200         88  WS-HELOUT-FOUND            VALUE "Y".
022300         88  WS-HELOUT-MISSING          VALUE "N".
022400     05  WS-CAL-EOF-SW              PIC X(01) VALUE "N".
022500         88  WS-CAL-EOF                 VALUE "Y".
022600         88  WS-CAL-NOT-EOF             VALUE "N".
022700     05  WS-RUNCTL-EOF-SW           PIC X(01) VALUE "N".
022800         88  WS-RUNCTL-EOF              VALUE "Y".
022900         88  WS-RUNCTL-NOT-EOF          VALUE "N".
023000     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
023100         88  WS-PCTL-EOF                VALUE "Y".
023200         88  WS-PCTL-NOT-EOF            VALUE "N".
023300     05  WS-ACCT-EOF-SW             PIC X(01) VALUE "N".
023400         88  WS-ACCT-EOF                VALUE "Y".
023500         88  WS-ACCT-NOT-EOF            VALUE "N".
023600     05  WS-PAST-MONTH-END-SW       PIC X(01) VALUE "N".
023700         88  WS-CAL-PAST-MONTH-END      VALUE "Y".
023800         88  WS-CAL-SHORT               VALUE "N".
023900     05  WS-FIRST-CLOSE-SW          PIC X(01) VALUE "N".
024000         88  WS-FIRST-CLOSE             VALUE "Y".
024100         88  WS-NOT-FIRST-CLOSE         VALUE "N".
024200     05  WS-PMOV-PRESENT-SW         PIC X(01) VALUE "N".
024300         88  WS-PMOV-PRESENT            VALUE "Y".
024400         88  WS-PMOV-ABSENT             VALUE "N".
024500     05  WS-FILES-OPEN-SW           PIC X(01) VALUE "N".
024600         88  WS-CLOSE-FILES-OPEN        VALUE "Y".
024700         88  WS-CLOSE-FILES-CLOSED      VALUE "N".
024800     05  WS-FILE-ERROR-SW           PIC X(01) VALUE "N".
024900         88  WS-FILE-ERROR              VALUE "Y".
025000         88  WS-FILES-CLEAN             VALUE "N".
025100     05  WS-PROOF-SW                PIC X(01) VALUE "N".
025200         88  WS-TRIAL-BALANCE-PROVEN    VALUE "Y".
025300         88  WS-TRIAL-BALANCE-UNPROVEN  VALUE "N".
025400
025500 01  WS-REPORT-WORK.
025600     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
025700     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
025800     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
025900
026000 01  WS-EDIT-FIELDS.
026100     05  WS-EDIT-DATE               PIC 9999/99/99.
026200     05  WS-EDIT-BUSN-DATE          PIC 9999/99/99.
026300     05  WS-EDIT-WORK-DATE          PIC 9999/99/99.
026400     05  WS-EDIT-PERIOD             PIC 9999/99.
026500     05  WS-EDIT-PERIOD-2           PIC 9999/99.
026600     05  WS-EDIT-OPENING            PIC -(11)9.99.
026700     05  WS-EDIT-CR                 PIC Z(11)9.99.
026800     05  WS-EDIT-DB                 PIC Z(11)9.99.
026900     05  WS-EDIT-AJ                 PIC Z(11)9.99.
027000     05  WS-EDIT-CLOSING            PIC -(11)9.99.
027100     05  WS-EDIT-TOTAL              PIC -(13)9.99.
027200     05  WS-EDIT-COUNT              PIC Z(6)9.
027300
027400 PROCEDURE DIVISION.
027500*-----------------------------------------------------------*
027600*  0000-MAINLINE                                             *
027700*-----------------------------------------------------------*
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028000     PERFORM 2000-READ-HELOUT THRU 2000-EXIT
028100     IF WS-HELOUT-MISSING
028200         MOVE "NO HELOUT RESULT RECORD - RUN STATE UNKNOWN"
028300             TO WS-REFUSE-REASON
028400         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
028500         GO TO 9999-TERMINATE
028600     END-IF
028700     MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSN-DATE
028800     MOVE WS-CLOSE-PERIOD TO WS-EDIT-PERIOD
028900     IF WS-RUN-STATUS-SAVE = "P"
029000         MOVE "RUN IS PARTIAL - CLOSE WHEN THE RESUMED RUN ENDS"
029100             TO WS-REFUSE-REASON
029200         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
029300         GO TO 9999-TERMINATE
029400     END-IF
029500     IF WS-RUN-STATUS-SAVE NOT = "S"
029600         MOVE "HELLO RUN DID NOT COMPLETE - PERIOD NOT CLOSED"
029700             TO WS-REFUSE-REASON
029800         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
029900         GO TO 9999-TERMINATE
030000     END-IF
030100     PERFORM 2100-CHECK-CHECKPOINT THRU 2100-EXIT
030200     IF WS-REFUSE-REASON NOT = SPACES
030300         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
030400         GO TO 9999-TERMINATE
030500     END-IF
030600     PERFORM 2200-CHECK-PERIOD-CONTROL THRU 2200-EXIT
030700     IF WS-REFUSE-REASON NOT = SPACES
030800         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
030900         GO TO 9999-TERMINATE
031000     END-IF
031100     PERFORM 2300-SCAN-CALENDAR THRU 2300-EXIT
031200     IF WS-REFUSE-REASON NOT = SPACES
031300         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
031400         GO TO 9999-TERMINATE
031500     END-IF
031600     PERFORM 2400-CHECK-RUN-CONTROL THRU 2400-EXIT
031700     IF WS-REFUSE-REASON NOT = SPACES
031800         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
031900         GO TO 9999-TERMINATE
032000     END-IF
032100     PERFORM 2500-OPEN-CLOSE-FILES THRU 2500-EXIT
032200     IF WS-REFUSE-REASON NOT = SPACES
032300         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
032400         GO TO 9999-TERMINATE
032500     END-IF
032600     PERFORM 2600-SET-MOVEMENT-RANGE THRU 2600-EXIT
032700     PERFORM 6100-PRINT-RUN-HEADING THRU 6100-EXIT
032800     PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
032900         UNTIL WS-ACCT-EOF
033000     PERFORM 4900-CLOSE-PERIOD-FILES THRU 4900-EXIT
033100     PERFORM 4000-PROVE-TRIAL-BALANCE THRU 4000-EXIT
033200     PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
033300     IF WS-TRIAL-BALANCE-PROVEN
033400         PERFORM 7000-WRITE-PERIOD-CONTROL THRU 7000-EXIT
033500     END-IF
033600     PERFORM 6600-PRINT-OUTCOME THRU 6600-EXIT
033700     GO TO 9999-TERMINATE.
033800
033900 9999-TERMINATE.
034000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
034100 9999-EXIT.
034200     GOBACK.
034300
034400*-----------------------------------------------------------*
034500*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE TRIAL   *
034600*  BALANCE REPORT AND PRINT ITS FIRST HEADER.                *
034700*-----------------------------------------------------------*
034800 1000-INITIALIZE.
034900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
035000     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
035100     OPEN OUTPUT TBALRPT-FILE
035200     IF WS-TBALRPT-STATUS NOT = "00"
035300         DISPLAY "HELPCLS: TBALRPT OPEN ERROR STATUS "
035400             WS-TBALRPT-STATUS
035500         MOVE 8 TO RETURN-CODE
035600     END-IF
035700     PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000
036100*-----------------------------------------------------------*
036200*  2000-READ-HELOUT - THE SHARED RESULT RECORD OF THE LAST   *
036300*  HELLO RUN.  ITS RUN DATE IS THE BUSINESS DATE, AND THE    *
036400*  MONTH OF THAT DATE IS THE PERIOD TO CLOSE.                *
036500*-----------------------------------------------------------*
036600 2000-READ-HELOUT.
036700     SET WS-HELOUT-MISSING TO TRUE
036800     OPEN INPUT OUT-FILE
036900     IF WS-OUT-STATUS = "00"
037000         READ OUT-FILE
037100             AT END
037200                 MOVE "10" TO WS-OUT-STATUS
037300         END-READ
037400         IF WS-OUT-STATUS = "00"
037500             AND OUT-RUN-DATE NUMERIC
037600             SET WS-HELOUT-FOUND TO TRUE
037700             MOVE OUT-RUN-DATE TO WS-BUSINESS-DATE
037800             MOVE OUT-STATUS-CODE TO WS-RUN-STATUS-SAVE
037900         END-IF
038000         CLOSE OUT-FILE
038100     END-IF.
038200 2000-EXIT.
038300     EXIT.
038400
038500*-----------------------------------------------------------*
038600*  2100-CHECK-CHECKPOINT - A LIVE CHECKPOINT MEANS A RUN IS  *
038700*  STILL IN FLIGHT AND THE MASTER IS NOT AT REST.            *
038800*-----------------------------------------------------------*
038900 2100-CHECK-CHECKPOINT.
039000     MOVE SPACES TO WS-REFUSE-REASON
039100     OPEN INPUT CHKPT-FILE
039200     IF WS-CHKPT-STATUS NOT = "00"
039300         GO TO 2100-EXIT
039400     END-IF
039500     READ CHKPT-FILE
039600         AT END
039700             MOVE "10" TO WS-CHKPT-STATUS
039800     END-READ
039900     CLOSE CHKPT-FILE
040000     IF WS-CHKPT-STATUS = "00"
040100         MOVE "LIVE CHECKPOINT ON FILE - A RUN IS IN FLIGHT"
040200             TO WS-REFUSE-REASON
040300     END-IF.
040400 2100-EXIT.
040500     EXIT.
040600
040700*-----------------------------------------------------------*
040800*  2200-CHECK-PERIOD-CONTROL - THE LATEST PERIOD ALREADY ON  *
040900*  THE CLOSED-PERIOD REGISTER.  THE PERIOD MAY NOT BE CLOSED *
041000*  TWICE, NOR AFTER A LATER ONE.  NO REGISTER YET MEANS THIS *
041100*  IS THE FIRST CLOSE.                                       *
041200*-----------------------------------------------------------*
041300 2200-CHECK-PERIOD-CONTROL.
041400     MOVE ZERO TO WS-LATEST-CLOSED-PERIOD
041500     OPEN INPUT PCTL-FILE
041600     IF WS-PCTL-STATUS = "35"
041700         GO TO 2200-CHECK
041800     END-IF
041900     IF WS-PCTL-STATUS NOT = "00"
042000         DISPLAY "HELPCLS: PERDCTL OPEN ERROR STATUS "
042100             WS-PCTL-STATUS
042200         MOVE 8 TO RETURN-CODE
042300         MOVE "CLOSED-PERIOD REGISTER NOT READABLE"
042400             TO WS-REFUSE-REASON
042500         GO TO 2200-EXIT
042600     END-IF
042700     PERFORM 2250-READ-PERIOD-CONTROL THRU 2250-EXIT
042800         UNTIL WS-PCTL-EOF
042900     CLOSE PCTL-FILE
043000     IF WS-REFUSE-REASON NOT = SPACES
043100         GO TO 2200-EXIT
043200     END-IF.
043300 2200-CHECK.
043400     IF WS-LATEST-CLOSED-PERIOD = WS-CLOSE-PERIOD
043500         MOVE "PERIOD ALREADY CLOSED" TO WS-REFUSE-REASON
043600         GO TO 2200-EXIT
043700     END-IF
043800     IF WS-LATEST-CLOSED-PERIOD > WS-CLOSE-PERIOD
043900         MOVE "A LATER PERIOD IS ALREADY CLOSED"
044000             TO WS-REFUSE-REASON
044100         GO TO 2200-EXIT
044200     END-IF
044300     MOVE WS-LATEST-CLOSED-PERIOD TO WS-PRIOR-PERIOD
044400     IF WS-PRIOR-PERIOD = ZERO
044500         SET WS-FIRST-CLOSE TO TRUE
044600     END-IF.
044700 2200-EXIT.
044800     EXIT.
044900
045000 2250-READ-PERIOD-CONTROL.
045100     READ PCTL-FILE
045200         AT END
045300             SET WS-PCTL-EOF TO TRUE
045400             GO TO 2250-EXIT
045500     END-READ
045600     IF WS-PCTL-STATUS NOT = "00"
045700         DISPLAY "HELPCLS: PERDCTL READ ERROR STATUS "
045800             WS-PCTL-STATUS
045900         MOVE 8 TO RETURN-CODE
046000         MOVE "CLOSED-PERIOD REGISTER NOT READABLE"
046100             TO WS-REFUSE-REASON
046200         SET WS-PCTL-EOF TO TRUE
046300         GO TO 2250-EXIT
046400     END-IF
046500     IF PCTL-PERIOD NUMERIC AND PCTL-CLOSED
046600         AND PCTL-PERIOD > WS-LATEST-CLOSED-PERIOD
046700         MOVE PCTL-PERIOD TO WS-LATEST-CLOSED-PERIOD
046800     END-IF.
046900 2250-EXIT.
047000     EXIT.
047100
047200*-----------------------------------------------------------*
047300*  2300-SCAN-CALENDAR - THE PERIOD'S WORKING DAYS INTO THE   *
047400*  TABLE.  THE BUSINESS DATE MUST BE THE LAST OF THEM, AND   *
047500*  THE CALENDAR MUST RUN PAST THE MONTH END, OR THERE IS NO  *
047600*  TELLING THAT THE MONTH'S WORKING DAYS ARE ALL KNOWN.      *
047700*-----------------------------------------------------------*
047800 2300-SCAN-CALENDAR.
047900     MOVE ZERO TO WS-LATER-WORK-DATE
048000     OPEN INPUT CALNDR-FILE
048100     IF WS-CALNDR-STATUS NOT = "00"
048200         DISPLAY "HELPCLS: CALENDAR OPEN STATUS " WS-CALNDR-STATUS
048300         MOVE "NO CALENDAR FILE - MONTH END CANNOT BE CONFIRMED"
048400             TO WS-REFUSE-REASON
048500         GO TO 2300-EXIT
048600     END-IF
048700     PERFORM 2350-CHECK-CALENDAR-DAY THRU 2350-EXIT
048800         UNTIL WS-CAL-EOF
048900     CLOSE CALNDR-FILE
049000     IF WS-REFUSE-REASON NOT = SPACES
049100         GO TO 2300-EXIT
049200     END-IF
049300     IF WS-LATER-WORK-DATE NOT = ZERO
049400         MOVE WS-LATER-WORK-DATE TO WS-EDIT-WORK-DATE
049500         DISPLAY "HELPCLS: " WS-EDIT-WORK-DATE
049600             " IS A LATER WORKING DAY IN THE PERIOD"
049700         MOVE "NOT THE LAST WORKING DAY OF THE MONTH"
049800             TO WS-REFUSE-REASON
049900         GO TO 2300-EXIT
050000     END-IF
050100     IF WS-CAL-SHORT
050200         MOVE "CALENDAR DOES NOT REACH PAST THE MONTH END"
050300             TO WS-REFUSE-REASON
050400         GO TO 2300-EXIT
050500     END-IF
050600     IF WS-WDAY-ENTRY-COUNT = ZERO
050700         MOVE "CALENDAR HAS NO WORKING DAYS FOR THE PERIOD"
050800             TO WS-REFUSE-REASON
050900     END-IF.
051000 2300-EXIT.
051100     EXIT.
051200
051300 2350-CHECK-CALENDAR-DAY.
051400     READ CALNDR-FILE
051500         AT END
051600             SET WS-CAL-EOF TO TRUE
051700             GO TO 2350-EXIT
051800     END-READ
051900     IF WS-CALNDR-STATUS NOT = "00"
052000         DISPLAY "HELPCLS: CALENDAR READ ERROR STATUS "
052100             WS-CALNDR-STATUS
052200         MOVE "CALENDAR FILE NOT READABLE" TO WS-REFUSE-REASON
052300         SET WS-CAL-EOF TO TRUE
052400         GO TO 2350-EXIT
052500     END-IF
052600     IF CAL-DATE NOT NUMERIC
052700         GO TO 2350-EXIT
052800     END-IF
052900     MOVE CAL-DATE TO WS-CAL-DATE-WORK
053000     IF WS-CAL-PERIOD > WS-CLOSE-PERIOD
053100         SET WS-CAL-PAST-MONTH-END TO TRUE
053200         GO TO 2350-EXIT
053300     END-IF
053400     IF WS-CAL-PERIOD NOT = WS-CLOSE-PERIOD
053500         OR NOT CAL-WORKING-DAY
053600         GO TO 2350-EXIT
053700     END-IF
053800     IF CAL-DATE > WS-BUSINESS-DATE
053900         AND (WS-LATER-WORK-DATE = ZERO
054000             OR CAL-DATE < WS-LATER-WORK-DATE)
054100         MOVE CAL-DATE TO WS-LATER-WORK-DATE
054200     END-IF
054300     IF WS-WDAY-ENTRY-COUNT < 31
054400         ADD 1 TO WS-WDAY-ENTRY-COUNT
054500         MOVE CAL-DATE TO WS-WDAY-DATE (WS-WDAY-ENTRY-COUNT)
054600         MOVE SPACE TO WS-WDAY-STATUS (WS-WDAY-ENTRY-COUNT)
054700     END-IF.
054800 2350-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------*
055200*  2400-CHECK-RUN-CONTROL - EVERY WORKING DAY OF THE PERIOD  *
055300*  MUST HAVE A COMPLETED RUN, THE LATEST RUNCTL RECORD FOR A *
055400*  DATE WINNING AS IN HELLO'S OWN LOAD.  EACH DAY THAT DOES  *
055500*  NOT IS LISTED ON THE REPORT BEFORE THE CLOSE IS REFUSED.  *
055600*-----------------------------------------------------------*
055700 2400-CHECK-RUN-CONTROL.
055800     OPEN INPUT RUNCTL-FILE
055900     IF WS-RUNCTL-STATUS = "00"
056000         PERFORM 2450-READ-RUNCTL THRU 2450-EXIT
056100             UNTIL WS-RUNCTL-EOF
056200         CLOSE RUNCTL-FILE
056300     END-IF
056400     MOVE ZERO TO WS-MISSING-DAY-COUNT
056500     PERFORM 2480-REPORT-MISSING-DAY THRU 2480-EXIT
056600         VARYING WS-WDAY-SUB FROM 1 BY 1
056700         UNTIL WS-WDAY-SUB > WS-WDAY-ENTRY-COUNT
056800     IF WS-MISSING-DAY-COUNT > ZERO
056900         MOVE WS-MISSING-DAY-COUNT TO WS-EDIT-COUNT
057000         STRING "WORKING DAYS NOT COMPLETE ON RUNCTL:"
057100                 DELIMITED BY SIZE
057200             WS-EDIT-COUNT DELIMITED BY SIZE
057300             INTO WS-REFUSE-REASON
057400         END-STRING
057500     END-IF.
057600 2400-EXIT.
057700     EXIT.
057800
057900 2450-READ-RUNCTL.
058000     READ RUNCTL-FILE
058100         AT END
058200             SET WS-RUNCTL-EOF TO TRUE
058300             GO TO 2450-EXIT
058400     END-READ
058500     IF WS-RUNCTL-STATUS NOT = "00"
058600         DISPLAY "HELPCLS: RUNCTL READ ERROR STATUS "
058700             WS-RUNCTL-STATUS
058800         SET WS-RUNCTL-EOF TO TRUE
058900         GO TO 2450-EXIT
059000     END-IF
059100     IF RUNCTL-DATE NOT NUMERIC
059200         GO TO 2450-EXIT
059300     END-IF
059400     PERFORM 2460-MATCH-WORK-DAY THRU 2460-EXIT
059500         VARYING WS-WDAY-SUB FROM 1 BY 1
059600         UNTIL WS-WDAY-SUB > WS-WDAY-ENTRY-COUNT.
059700 2450-EXIT.
059800     EXIT.
059900
060000 2460-MATCH-WORK-DAY.
060100     IF WS-WDAY-DATE (WS-WDAY-SUB) = RUNCTL-DATE
060200         MOVE RUNCTL-STATUS-CODE TO WS-WDAY-STATUS (WS-WDAY-SUB)
060300     END-IF.
060400 2460-EXIT.
060500     EXIT.
060600
060700 2480-REPORT-MISSING-DAY.
060800     IF WS-WDAY-COMPLETE (WS-WDAY-SUB)
060900         GO TO 2480-EXIT
061000     END-IF
061100     ADD 1 TO WS-MISSING-DAY-COUNT
061200     MOVE WS-WDAY-DATE (WS-WDAY-SUB) TO WS-EDIT-WORK-DATE
061300     MOVE SPACES TO TBALRPT-RECORD
061400     STRING " WORKING DAY " DELIMITED BY SIZE
061500         WS-EDIT-WORK-DATE DELIMITED BY SIZE
061600         " HAS NO COMPLETED RUN ON RUNCTL" DELIMITED BY SIZE
061700         INTO TBALRPT-RECORD
061800     END-STRING
061900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
062000     DISPLAY "HELPCLS: WORKING DAY " WS-EDIT-WORK-DATE
062100         " HAS NO COMPLETED RUN ON RUNCTL".
062200 2480-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------*
062600*  2500-OPEN-CLOSE-FILES - THE MASTER IS READ IN KEY ORDER,  *
062700*  THE MOVEMENT FILE BY KEY, AND THE PERIOD-END BALANCE FILE *
062800*  BY KEY FOR BOTH THE OPENING SNAPSHOT AND THE NEW ONE; IT  *
062900*  IS STARTED EMPTY THE FIRST TIME.  NO MOVEMENT FILE MEANS  *
063000*  NOTHING HAS POSTED SINCE THE TOTALS WERE FIRST KEPT.      *
063100*-----------------------------------------------------------*
063200 2500-OPEN-CLOSE-FILES.
063300     OPEN INPUT ACCTMST-FILE
063400     IF WS-ACCTMST-STATUS NOT = "00"
063500         DISPLAY "HELPCLS: ACCTMST OPEN STATUS " WS-ACCTMST-STATUS
063600         MOVE "NO ACCOUNT MASTER MOUNTED - PERIOD NOT CLOSED"
063700             TO WS-REFUSE-REASON
063800         GO TO 2500-EXIT
063900     END-IF
064000     OPEN INPUT PMOV-FILE
064100     IF WS-PMOV-STATUS = "00"
064200         SET WS-PMOV-PRESENT TO TRUE
064300     ELSE
064400         IF WS-PMOV-STATUS = "35"
064500             DISPLAY "HELPCLS: NO PERDMOV FILE - NO MOVEMENT "
064600                 "RECORDED FOR THE PERIOD"
064700         ELSE
064800             DISPLAY "HELPCLS: PERDMOV OPEN ERROR STATUS "
064900                 WS-PMOV-STATUS
065000             CLOSE ACCTMST-FILE
065100             MOVE 8 TO RETURN-CODE
065200             MOVE "PERIOD MOVEMENT FILE NOT AVAILABLE"
065300                 TO WS-REFUSE-REASON
065400             GO TO 2500-EXIT
065500         END-IF
065600     END-IF
065700     OPEN I-O PBAL-FILE
065800     IF WS-PBAL-STATUS = "35"
065900         DISPLAY "HELPCLS: NO PERDBAL FILE ON FILE - "
066000             "STARTING AN EMPTY ONE"
066100         OPEN OUTPUT PBAL-FILE
066200         IF WS-PBAL-STATUS = "00"
066300             CLOSE PBAL-FILE
066400             OPEN I-O PBAL-FILE
066500         END-IF
066600     END-IF
066700     IF WS-PBAL-STATUS NOT = "00"
066800         DISPLAY "HELPCLS: PERDBAL OPEN ERROR STATUS "
066900             WS-PBAL-STATUS
067000         CLOSE ACCTMST-FILE
067100         IF WS-PMOV-PRESENT
067200             CLOSE PMOV-FILE
067300         END-IF
067400         MOVE 8 TO RETURN-CODE
067500         MOVE "PERIOD-END BALANCE FILE NOT AVAILABLE"
067600             TO WS-REFUSE-REASON
067700         GO TO 2500-EXIT
067800     END-IF
067900     SET WS-CLOSE-FILES-OPEN TO TRUE.
068000 2500-EXIT.
068100     EXIT.
068200
068300*-----------------------------------------------------------*
068400*  2600-SET-MOVEMENT-RANGE - THE MONTHS WHOSE MOVEMENT TAKES *
068500*  THE OPENING BALANCE TO THE CLOSING ONE: FROM THE MONTH    *
068600*  AFTER THE LAST CLOSED PERIOD THROUGH THE PERIOD BEING     *
068700*  CLOSED.  ON THE FIRST CLOSE ONLY THE PERIOD ITSELF.       *
068800*-----------------------------------------------------------*
068900 2600-SET-MOVEMENT-RANGE.
069000     IF WS-FIRST-CLOSE
069100         MOVE WS-CLOSE-PERIOD TO WS-FIRST-MOV-PERIOD
069200         GO TO 2600-EXIT
069300     END-IF
069400     MOVE WS-PRIOR-PERIOD TO WS-MOV-PERIOD
069500     PERFORM 3180-NEXT-MONTH THRU 3180-EXIT
069600     MOVE WS-MOV-PERIOD TO WS-FIRST-MOV-PERIOD.
069700 2600-EXIT.
069800     EXIT.
069900
070000*-----------------------------------------------------------*
070100*  3000-CLOSE-ACCOUNT - ONE MASTER RECORD: ITS OPENING       *
070200*  BALANCE, THE PERIOD'S MOVEMENT AND ITS CLOSING BALANCE,   *
070300*  PROVEN AND THEN SNAPSHOT TO PERDBAL.  ON THE FIRST CLOSE  *
070400*  THERE IS NO SNAPSHOT TO OPEN FROM, SO THE OPENING IS THE  *
070500*  CLOSING BALANCE LESS THE MONTH'S MOVEMENT.  AN UNREADABLE *
070600*  BALANCE IS AN EXCEPTION AND STOPS THE PERIOD CLOSING.     *
070700*-----------------------------------------------------------*
070800 3000-CLOSE-ACCOUNT.
070900     READ ACCTMST-FILE
071000         AT END
071100             SET WS-ACCT-EOF TO TRUE
071200             GO TO 3000-EXIT
071300     END-READ
071400     IF WS-ACCTMST-STATUS NOT = "00"
071500         DISPLAY "HELPCLS: ACCTMST READ ERROR STATUS "
071600             WS-ACCTMST-STATUS
071700         SET WS-ACCT-EOF TO TRUE
071800         SET WS-FILE-ERROR TO TRUE
071900         MOVE 8 TO RETURN-CODE
072000         GO TO 3000-EXIT
072100     END-IF
072200     MOVE ACCTMST-RECORD TO ACCT-RECORD
072300     IF ACCT-ID = SPACES
072400         GO TO 3000-EXIT
072500     END-IF
072600     ADD 1 TO WS-TOT-ACCOUNT-COUNT
072700     MOVE SPACES TO WS-ACCOUNT-NOTE
072800     MOVE ZERO TO WS-ACCT-OPENING
072900     MOVE ZERO TO WS-ACCT-CLOSING
073000     IF ACCT-BALANCE NOT NUMERIC
073100         MOVE "BALANCE NOT NUMERIC" TO WS-ACCOUNT-NOTE
073200         PERFORM 3900-ACCOUNT-EXCEPTION THRU 3900-EXIT
073300         GO TO 3000-EXIT
073400     END-IF
073500     MOVE ACCT-BALANCE TO WS-ACCT-CLOSING
073600     PERFORM 3100-GATHER-MOVEMENT THRU 3100-EXIT
073700     IF WS-FILE-ERROR
073800         SET WS-ACCT-EOF TO TRUE
073900         GO TO 3000-EXIT
074000     END-IF
074100     IF WS-FIRST-CLOSE
074200         COMPUTE WS-ACCT-OPENING = WS-ACCT-CLOSING
074300             - WS-ACCT-CR + WS-ACCT-DB - WS-ACCT-AJ
074400     ELSE
074500         PERFORM 3200-READ-OPENING THRU 3200-EXIT
074600         IF WS-FILE-ERROR
074700             SET WS-ACCT-EOF TO TRUE
074800             GO TO 3000-EXIT
074900         END-IF
075000         IF WS-ACCOUNT-NOTE NOT = SPACES
075100             PERFORM 3900-ACCOUNT-EXCEPTION THRU 3900-EXIT
075200             GO TO 3000-EXIT
075300         END-IF
075400     END-IF
075500     COMPUTE WS-ACCT-PROVED = WS-ACCT-OPENING
075600         + WS-ACCT-CR - WS-ACCT-DB + WS-ACCT-AJ
075700     IF WS-ACCT-PROVED NOT = WS-ACCT-CLOSING
075800         ADD 1 TO WS-TOT-UNPROVEN-COUNT
075900         MOVE "DOES NOT PROVE" TO WS-ACCOUNT-NOTE
076000     END-IF
076100     PERFORM 3400-WRITE-SNAPSHOT THRU 3400-EXIT
076200     IF WS-FILE-ERROR
076300         SET WS-ACCT-EOF TO TRUE
076400         GO TO 3000-EXIT
076500     END-IF
076600     ADD WS-ACCT-OPENING TO WS-TOT-OPENING
076700     ADD WS-ACCT-CR TO WS-TOT-CR
076800     ADD WS-ACCT-DB TO WS-TOT-DB
076900     ADD WS-ACCT-AJ TO WS-TOT-AJ
077000     ADD WS-ACCT-CLOSING TO WS-TOT-CLOSING
077100     PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT.
077200 3000-EXIT.
077300     EXIT.
077400
077500*-----------------------------------------------------------*
077600*  3100-GATHER-MOVEMENT - THE ACCOUNT'S CR, DB AND AJ TOTALS *
077700*  FOR EVERY MONTH IN THE MOVEMENT RANGE.  A MONTH WITH NO   *
077800*  RECORD HAD NO POSTINGS TO THE ACCOUNT.                    *
077900*-----------------------------------------------------------*
078000 3100-GATHER-MOVEMENT.
078100     MOVE ZERO TO WS-ACCT-CR
078200     MOVE ZERO TO WS-ACCT-DB
078300     MOVE ZERO TO WS-ACCT-AJ
078400     IF WS-PMOV-ABSENT
078500         GO TO 3100-EXIT
078600     END-IF
078700     MOVE WS-FIRST-MOV-PERIOD TO WS-MOV-PERIOD
078800     PERFORM 3150-ADD-MONTH-MOVEMENT THRU 3150-EXIT
078900         UNTIL WS-MOV-PERIOD > WS-CLOSE-PERIOD
079000             OR WS-FILE-ERROR.
079100 3100-EXIT.
079200     EXIT.
079300
079400 3150-ADD-MONTH-MOVEMENT.
079500     MOVE ACCT-ID TO PMOV-ACCT-ID
079600     MOVE WS-MOV-PERIOD TO PMOV-PERIOD
079700     READ PMOV-FILE
079800         INVALID KEY
079900             PERFORM 3180-NEXT-MONTH THRU 3180-EXIT
080000             GO TO 3150-EXIT
080100     END-READ
080200     IF WS-PMOV-STATUS NOT = "00"
080300         DISPLAY "HELPCLS: PERDMOV READ ERROR STATUS "
080400             WS-PMOV-STATUS
080500         SET WS-FILE-ERROR TO TRUE
080600         MOVE 8 TO RETURN-CODE
080700         GO TO 3150-EXIT
080800     END-IF
080900     ADD PMOV-CR-AMOUNT TO WS-ACCT-CR
081000     ADD PMOV-DB-AMOUNT TO WS-ACCT-DB
081100     ADD PMOV-AJ-AMOUNT TO WS-ACCT-AJ
081200     ADD PMOV-CR-COUNT TO WS-TOT-CR-COUNT
081300     ADD PMOV-DB-COUNT TO WS-TOT-DB-COUNT
081400     ADD PMOV-AJ-COUNT TO WS-TOT-AJ-COUNT
081500     PERFORM 3180-NEXT-MONTH THRU 3180-EXIT.
081600 3150-EXIT.
081700     EXIT.
081800
081900 3180-NEXT-MONTH.
082000     IF WS-MOV-MONTH NOT < 12
082100         ADD 1 TO WS-MOV-YEAR
082200         MOVE 1 TO WS-MOV-MONTH
082300     ELSE
082400         ADD 1 TO WS-MOV-MONTH
082500     END-IF.
082600 3180-EXIT.
082700     EXIT.
082800
082900*-----------------------------------------------------------*
083000*  3200-READ-OPENING - THE ACCOUNT'S SNAPSHOT FROM THE LAST  *
083100*  CLOSED PERIOD.  AN ACCOUNT WITH NONE WAS OPENED SINCE AND *
083200*  OPENS THE PERIOD AT ZERO, AS HELACMT OPENS IT.            *
083300*-----------------------------------------------------------*
083400 3200-READ-OPENING.
083500     MOVE ACCT-ID TO PBAL-ACCT-ID
083600     MOVE WS-PRIOR-PERIOD TO PBAL-PERIOD
083700     READ PBAL-FILE
083800         INVALID KEY
083900             MOVE ZERO TO WS-ACCT-OPENING
084000             GO TO 3200-EXIT
084100     END-READ
084200     IF WS-PBAL-STATUS NOT = "00"
084300         DISPLAY "HELPCLS: PERDBAL READ ERROR STATUS "
084400             WS-PBAL-STATUS
084500         SET WS-FILE-ERROR TO TRUE
084600         MOVE 8 TO RETURN-CODE
084700         GO TO 3200-EXIT
084800     END-IF
084900     IF PBAL-BALANCE NOT NUMERIC
085000         MOVE "OPENING NOT NUMERIC" TO WS-ACCOUNT-NOTE
085100         GO TO 3200-EXIT
085200     END-IF
085300     MOVE PBAL-BALANCE TO WS-ACCT-OPENING.
085400 3200-EXIT.
085500     EXIT.
085600
085700*-----------------------------------------------------------*
085800*  3400-WRITE-SNAPSHOT - THE CLOSING BALANCE AND STATUS AS   *
085900*  THE PERIOD-END RECORD.  ONE LEFT BY AN EARLIER ATTEMPT    *
086000*  THAT DID NOT PROVE IS REPLACED.                           *
086100*-----------------------------------------------------------*
086200 3400-WRITE-SNAPSHOT.
086300     MOVE SPACES TO PBAL-RECORD
086400     MOVE ACCT-ID TO PBAL-ACCT-ID
086500     MOVE WS-CLOSE-PERIOD TO PBAL-PERIOD
086600     MOVE ACCT-BALANCE TO PBAL-BALANCE
086700     MOVE ACCT-STATUS TO PBAL-ACCT-STATUS
086800     MOVE WS-BUSINESS-DATE TO PBAL-CLOSE-DATE
086900     WRITE PBAL-RECORD
087000         INVALID KEY
087100             REWRITE PBAL-RECORD
087200             END-REWRITE
087300     END-WRITE
087400     IF WS-PBAL-STATUS NOT = "00"
087500         DISPLAY "HELPCLS: PERDBAL WRITE ERROR STATUS "
087600             WS-PBAL-STATUS
087700         SET WS-FILE-ERROR TO TRUE
087800         MOVE 8 TO RETURN-CODE
087900         GO TO 3400-EXIT
088000     END-IF
088100     ADD 1 TO WS-TOT-SNAPSHOT-COUNT.
088200 3400-EXIT.
088300     EXIT.
088400
088500*-----------------------------------------------------------*
088600*  3900-ACCOUNT-EXCEPTION - AN ACCOUNT THAT CANNOT BE PROVEN *
088700*  IS PRINTED AND COUNTED; THE TRIAL BALANCE CANNOT PROVE    *
088800*  WITHOUT IT, SO THE PERIOD STAYS OPEN.                     *
088900*-----------------------------------------------------------*
089000 3900-ACCOUNT-EXCEPTION.
089100     ADD 1 TO WS-TOT-EXCEPTION-COUNT
089200     MOVE SPACES TO TBALRPT-RECORD
089300     STRING " " DELIMITED BY SIZE
089400         ACCT-ID DELIMITED BY SIZE
089500         "  " DELIMITED BY SIZE
089600         ACCT-STATUS DELIMITED BY SIZE
089700         "  EXCEPTION - " DELIMITED BY SIZE
089800         WS-ACCOUNT-NOTE DELIMITED BY SIZE
089900         INTO TBALRPT-RECORD
090000     END-STRING
090100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
090200     DISPLAY "HELPCLS: ACCOUNT " ACCT-ID " EXCEPTION - "
090300         WS-ACCOUNT-NOTE.
090400 3900-EXIT.
090500     EXIT.
090600
090700*-----------------------------------------------------------*
090800*  4000-PROVE-TRIAL-BALANCE - THE TOTALS PROVE WHEN TOTAL    *
090900*  OPENING PLUS CR LESS DB PLUS AJ IS TOTAL CLOSING, EVERY   *
091000*  ACCOUNT PROVED ON ITS OWN, NO ACCOUNT WAS AN EXCEPTION,   *
091100*  AND EVERY ACCOUNT READ WAS SNAPSHOT WITHOUT A FILE ERROR. *
091200*-----------------------------------------------------------*
091300 4000-PROVE-TRIAL-BALANCE.
091400     COMPUTE WS-TOT-PROVED = WS-TOT-OPENING
091500         + WS-TOT-CR - WS-TOT-DB + WS-TOT-AJ
091600     COMPUTE WS-TOT-DIFFERENCE = WS-TOT-CLOSING - WS-TOT-PROVED
091700     SET WS-TRIAL-BALANCE-UNPROVEN TO TRUE
091800     IF WS-TOT-DIFFERENCE = ZERO
091900         AND WS-TOT-UNPROVEN-COUNT = ZERO
092000         AND WS-TOT-EXCEPTION-COUNT = ZERO
092100         AND WS-FILES-CLEAN
092200         AND WS-TOT-SNAPSHOT-COUNT = WS-TOT-ACCOUNT-COUNT
092300         SET WS-TRIAL-BALANCE-PROVEN TO TRUE
092400     END-IF.
092500 4000-EXIT.
092600     EXIT.
092700
092800*-----------------------------------------------------------*
092900*  4900-CLOSE-PERIOD-FILES - CLOSE THE KEYED FILES IF THEY   *
093000*  ARE STILL OPEN.  A FAILED CLOSE IS A FILE ERROR.          *
093100*-----------------------------------------------------------*
093200 4900-CLOSE-PERIOD-FILES.
093300     IF WS-CLOSE-FILES-CLOSED
093400         GO TO 4900-EXIT
093500     END-IF
093600     CLOSE ACCTMST-FILE
093614     IF WS-ACCTMST-STATUS NOT = "00"
093628         DISPLAY "HELPCLS: ACCTMST CLOSE ERROR STATUS "
093642             WS-ACCTMST-STATUS
093656         SET WS-FILE-ERROR TO TRUE
093670         MOVE 8 TO RETURN-CODE
093684     END-IF
093700     IF WS-PMOV-PRESENT
093800         CLOSE PMOV-FILE
093814         IF WS-PMOV-STATUS NOT = "00"
093828             DISPLAY "HELPCLS: PERDMOV CLOSE ERROR STATUS "
093842                 WS-PMOV-STATUS
093856             SET WS-FILE-ERROR TO TRUE
093870             MOVE 8 TO RETURN-CODE
093884         END-IF
093900     END-IF
094000     CLOSE PBAL-FILE
094100     IF WS-PBAL-STATUS NOT = "00"
094200         DISPLAY "HELPCLS: PERDBAL CLOSE ERROR STATUS "
094300             WS-PBAL-STATUS
094400         SET WS-FILE-ERROR TO TRUE
094500         MOVE 8 TO RETURN-CODE
094600     END-IF
094700     SET WS-CLOSE-FILES-CLOSED TO TRUE.
094800 4900-EXIT.
094900     EXIT.
095000
095100*-----------------------------------------------------------*
095200*  6000-WRITE-REPORT-HEADER - REPORT TITLE AND RUN STAMP AT  *
095300*  THE TOP OF EVERY PAGE.                                    *
095400*-----------------------------------------------------------*
095500 6000-WRITE-REPORT-HEADER.
095600     MOVE SPACES TO TBALRPT-RECORD
095700     STRING " " DELIMITED BY SIZE
095800         "HELLO PERIOD CLOSE TRIAL BALANCE" DELIMITED BY SIZE
095900         "   PAGE " DELIMITED BY SIZE
096000         WS-PAGE-COUNT DELIMITED BY SIZE
096100         INTO TBALRPT-RECORD
096200     END-STRING
096300     WRITE TBALRPT-RECORD
096400     MOVE SPACES TO TBALRPT-RECORD
096500     STRING " " DELIMITED BY SIZE
096600         "PREPARED: " DELIMITED BY SIZE
096700         WS-EDIT-DATE DELIMITED BY SIZE
096800         " " DELIMITED BY SIZE
096900         WS-CURRENT-HOUR DELIMITED BY SIZE
097000         ":" DELIMITED BY SIZE
097100         WS-CURRENT-MINUTE DELIMITED BY SIZE
097200         ":" DELIMITED BY SIZE
097300         WS-CURRENT-SECOND DELIMITED BY SIZE
097400         INTO TBALRPT-RECORD
097500     END-STRING
097600     WRITE TBALRPT-RECORD
097700     MOVE ZERO TO WS-LINE-COUNT
097800     IF WS-CLOSE-FILES-OPEN
097900         PERFORM 6150-PRINT-COLUMN-HEADING THRU 6150-EXIT
098000     END-IF.
098100 6000-EXIT.
098200     EXIT.
098300
098400*-----------------------------------------------------------*
098500*  6050-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
098600*  BREAK WHEN THE PAGE FILLS.                                *
098700*-----------------------------------------------------------*
098800 6050-WRITE-REPORT-LINE.
098900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
099000         ADD 1 TO WS-PAGE-COUNT
099100         PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT
099200     END-IF
099300     WRITE TBALRPT-RECORD
099400     ADD 1 TO WS-LINE-COUNT.
099500 6050-EXIT.
099600     EXIT.
099700
099800*-----------------------------------------------------------*
099900*  6100-PRINT-RUN-HEADING - THE PERIOD, ITS LAST WORKING     *
100000*  DAY, WHERE THE OPENING BALANCES COME FROM, AND THE MONTHS *
100100*  OF MOVEMENT WHEN MORE THAN ONE IS CARRIED.                *
100200*-----------------------------------------------------------*
100300 6100-PRINT-RUN-HEADING.
100400     MOVE SPACES TO TBALRPT-RECORD
100500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
100600     MOVE SPACES TO TBALRPT-RECORD
100700     STRING " TRIAL BALANCE FOR PERIOD " DELIMITED BY SIZE
100800         WS-EDIT-PERIOD DELIMITED BY SIZE
100900         "   LAST WORKING DAY " DELIMITED BY SIZE
101000         WS-EDIT-BUSN-DATE DELIMITED BY SIZE
101100         INTO TBALRPT-RECORD
101200     END-STRING
101300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
101400     MOVE SPACES TO TBALRPT-RECORD
101500     IF WS-FIRST-CLOSE
101600         STRING " FIRST PERIOD CLOSED - OPENING BALANCES ARE "
101700                 DELIMITED BY SIZE
101800             "CLOSING LESS THE PERIOD'S MOVEMENT"
101900                 DELIMITED BY SIZE
102000             INTO TBALRPT-RECORD
102100         END-STRING
102200     ELSE
102300         MOVE WS-PRIOR-PERIOD TO WS-EDIT-PERIOD-2
102400         STRING " OPENING BALANCES FROM CLOSED PERIOD "
102500                 DELIMITED BY SIZE
102600             WS-EDIT-PERIOD-2 DELIMITED BY SIZE
102700             INTO TBALRPT-RECORD
102800         END-STRING
102900     END-IF
103000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
103100     IF WS-FIRST-MOV-PERIOD NOT = WS-CLOSE-PERIOD
103200         MOVE WS-FIRST-MOV-PERIOD TO WS-EDIT-PERIOD-2
103300         MOVE SPACES TO TBALRPT-RECORD
103400         STRING " MOVEMENT FROM " DELIMITED BY SIZE
103500             WS-EDIT-PERIOD-2 DELIMITED BY SIZE
103600             " TO " DELIMITED BY SIZE
103700             WS-EDIT-PERIOD DELIMITED BY SIZE
103800             " - AN EARLIER PERIOD WAS NEVER CLOSED"
103900                 DELIMITED BY SIZE
104000             INTO TBALRPT-RECORD
104100         END-STRING
104200         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
104300     END-IF
104400     PERFORM 6150-PRINT-COLUMN-HEADING THRU 6150-EXIT.
104500 6100-EXIT.
104600     EXIT.
104700
104800 6150-PRINT-COLUMN-HEADING.
104900     MOVE SPACES TO TBALRPT-RECORD
105000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
105100     MOVE SPACES TO TBALRPT-RECORD
105200     STRING " ACCOUNT    ST" DELIMITED BY SIZE
105300         "    OPENING BALANCE" DELIMITED BY SIZE
105400         "            CREDITS" DELIMITED BY SIZE
105500         "             DEBITS" DELIMITED BY SIZE
105600         "        ADJUSTMENTS" DELIMITED BY SIZE
105700         "    CLOSING BALANCE" DELIMITED BY SIZE
105800         "  NOTE" DELIMITED BY SIZE
105900         INTO TBALRPT-RECORD
106000     END-STRING
106100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
106200 6150-EXIT.
106300     EXIT.
106400
106500 6200-PRINT-ACCOUNT.
106600     MOVE WS-ACCT-OPENING TO WS-EDIT-OPENING
106700     MOVE WS-ACCT-CR TO WS-EDIT-CR
106800     MOVE WS-ACCT-DB TO WS-EDIT-DB
106900     MOVE WS-ACCT-AJ TO WS-EDIT-AJ
107000     MOVE WS-ACCT-CLOSING TO WS-EDIT-CLOSING
107100     MOVE SPACES TO TBALRPT-RECORD
107200     STRING " " DELIMITED BY SIZE
107300         ACCT-ID DELIMITED BY SIZE
107400         "  " DELIMITED BY SIZE
107500         ACCT-STATUS DELIMITED BY SIZE
107600         "    " DELIMITED BY SIZE
107700         WS-EDIT-OPENING DELIMITED BY SIZE
107800         "    " DELIMITED BY SIZE
107900         WS-EDIT-CR DELIMITED BY SIZE
108000         "    " DELIMITED BY SIZE
108100         WS-EDIT-DB DELIMITED BY SIZE
108200         "    " DELIMITED BY SIZE
108300         WS-EDIT-AJ DELIMITED BY SIZE
108400         "    " DELIMITED BY SIZE
108500         WS-EDIT-CLOSING DELIMITED BY SIZE
108600         "  " DELIMITED BY SIZE
108700         WS-ACCOUNT-NOTE DELIMITED BY SIZE
108800         INTO TBALRPT-RECORD
108900     END-STRING
109000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
109100 6200-EXIT.
109200     EXIT.
109300
109400*-----------------------------------------------------------*
109500*  6500-PRINT-TOTALS - THE TRIAL BALANCE TOTALS AND THE      *
109600*  PROOF: OPENING PLUS CREDITS LESS DEBITS PLUS ADJUSTMENTS  *
109700*  AGAINST THE CLOSING TOTAL.                                *
109800*-----------------------------------------------------------*
109900 6500-PRINT-TOTALS.
110000     MOVE SPACES TO TBALRPT-RECORD
110100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
110200     MOVE WS-TOT-ACCOUNT-COUNT TO WS-EDIT-COUNT
110300     MOVE SPACES TO TBALRPT-RECORD
110400     STRING " ACCOUNTS ON MASTER          " DELIMITED BY SIZE
110500         WS-EDIT-COUNT DELIMITED BY SIZE
110600         INTO TBALRPT-RECORD
110700     END-STRING
110800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
110900     MOVE WS-TOT-SNAPSHOT-COUNT TO WS-EDIT-COUNT
111000     MOVE SPACES TO TBALRPT-RECORD
111100     STRING " BALANCES SNAPSHOT TO PERDBAL" DELIMITED BY SIZE
111200         WS-EDIT-COUNT DELIMITED BY SIZE
111300         INTO TBALRPT-RECORD
111400     END-STRING
111500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
111600     MOVE WS-TOT-EXCEPTION-COUNT TO WS-EDIT-COUNT
111700     MOVE SPACES TO TBALRPT-RECORD
111800     STRING " ACCOUNT EXCEPTIONS          " DELIMITED BY SIZE
111900         WS-EDIT-COUNT DELIMITED BY SIZE
112000         INTO TBALRPT-RECORD
112100     END-STRING
112200     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
112300     MOVE WS-TOT-UNPROVEN-COUNT TO WS-EDIT-COUNT
112400     MOVE SPACES TO TBALRPT-RECORD
112500     STRING " ACCOUNTS NOT PROVING        " DELIMITED BY SIZE
112600         WS-EDIT-COUNT DELIMITED BY SIZE
112700         INTO TBALRPT-RECORD
112800     END-STRING
112900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
113000     MOVE SPACES TO TBALRPT-RECORD
113100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
113200     MOVE WS-TOT-OPENING TO WS-EDIT-TOTAL
113300     MOVE SPACES TO TBALRPT-RECORD
113400     STRING " OPENING BALANCE TOTAL               "
113500             DELIMITED BY SIZE
113600         WS-EDIT-TOTAL DELIMITED BY SIZE
113700         INTO TBALRPT-RECORD
113800     END-STRING
113900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
114000     MOVE WS-TOT-CR-COUNT TO WS-EDIT-COUNT
114100     MOVE WS-TOT-CR TO WS-EDIT-TOTAL
114200     MOVE SPACES TO TBALRPT-RECORD
114300     STRING " PLUS CREDITS (CR)          " DELIMITED BY SIZE
114400         WS-EDIT-COUNT DELIMITED BY SIZE
114500         "  " DELIMITED BY SIZE
114600         WS-EDIT-TOTAL DELIMITED BY SIZE
114700         INTO TBALRPT-RECORD
114800     END-STRING
114900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
115000     MOVE WS-TOT-DB-COUNT TO WS-EDIT-COUNT
115100     MOVE WS-TOT-DB TO WS-EDIT-TOTAL
115200     MOVE SPACES TO TBALRPT-RECORD
115300     STRING " LESS DEBITS (DB)           " DELIMITED BY SIZE
115400         WS-EDIT-COUNT DELIMITED BY SIZE
115500         "  " DELIMITED BY SIZE
115600         WS-EDIT-TOTAL DELIMITED BY SIZE
115700         INTO TBALRPT-RECORD
115800     END-STRING
115900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
116000     MOVE WS-TOT-AJ-COUNT TO WS-EDIT-COUNT
116100     MOVE WS-TOT-AJ TO WS-EDIT-TOTAL
116200     MOVE SPACES TO TBALRPT-RECORD
116300     STRING " PLUS ADJUSTMENTS (AJ)      " DELIMITED BY SIZE
116400         WS-EDIT-COUNT DELIMITED BY SIZE
116500         "  " DELIMITED BY SIZE
116600         WS-EDIT-TOTAL DELIMITED BY SIZE
116700         INTO TBALRPT-RECORD
116800     END-STRING
116900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
117000     MOVE WS-TOT-PROVED TO WS-EDIT-TOTAL
117100     MOVE SPACES TO TBALRPT-RECORD
117200     STRING " EQUALS PROVED CLOSING               "
117300             DELIMITED BY SIZE
117400         WS-EDIT-TOTAL DELIMITED BY SIZE
117500         INTO TBALRPT-RECORD
117600     END-STRING
117700     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
117800     MOVE WS-TOT-CLOSING TO WS-EDIT-TOTAL
117900     MOVE SPACES TO TBALRPT-RECORD
118000     STRING " CLOSING BALANCE TOTAL               "
118100             DELIMITED BY SIZE
118200         WS-EDIT-TOTAL DELIMITED BY SIZE
118300         INTO TBALRPT-RECORD
118400     END-STRING
118500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
118600     MOVE WS-TOT-DIFFERENCE TO WS-EDIT-TOTAL
118700     MOVE SPACES TO TBALRPT-RECORD
118800     STRING " DIFFERENCE                          "
118900             DELIMITED BY SIZE
119000         WS-EDIT-TOTAL DELIMITED BY SIZE
119100         INTO TBALRPT-RECORD
119200     END-STRING
119300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
119400 6500-EXIT.
119500     EXIT.
119600
119700*-----------------------------------------------------------*
119800*  6600-PRINT-OUTCOME - WHETHER THE PERIOD IS NOW CLOSED.    *
119900*  A TRIAL BALANCE THAT DOES NOT PROVE LEAVES IT OPEN AND    *
120000*  ENDS THE STEP RC 8 FOR FINANCE TO INVESTIGATE.            *
120100*-----------------------------------------------------------*
120200 6600-PRINT-OUTCOME.
120300     MOVE SPACES TO TBALRPT-RECORD
120400     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
120500     MOVE SPACES TO TBALRPT-RECORD
120600     IF WS-TRIAL-BALANCE-PROVEN AND WS-FILES-CLEAN
120700         STRING " TRIAL BALANCE PROVES - PERIOD "
120800                 DELIMITED BY SIZE
120900             WS-EDIT-PERIOD DELIMITED BY SIZE
121000             " CLOSED" DELIMITED BY SIZE
121100             INTO TBALRPT-RECORD
121200         END-STRING
121300         DISPLAY "HELPCLS: PERIOD " WS-EDIT-PERIOD " CLOSED"
121400     ELSE
121500         STRING " TRIAL BALANCE DOES NOT PROVE - PERIOD "
121600                 DELIMITED BY SIZE
121700             WS-EDIT-PERIOD DELIMITED BY SIZE
121800             " NOT CLOSED" DELIMITED BY SIZE
121900             INTO TBALRPT-RECORD
122000         END-STRING
122100         DISPLAY "HELPCLS: TRIAL BALANCE DOES NOT PROVE - PERIOD "
122200             WS-EDIT-PERIOD " NOT CLOSED"
122300         MOVE 8 TO RETURN-CODE
122400     END-IF
122500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
122600 6600-EXIT.
122700     EXIT.
122800
122900*-----------------------------------------------------------*
123000*  6900-PRINT-REFUSAL - THE PERIOD CANNOT BE CLOSED YET.     *
123100*  NOTHING HAS BEEN WRITTEN; THE STEP ENDS AT LEAST RC 4.    *
123200*-----------------------------------------------------------*
123300 6900-PRINT-REFUSAL.
123400     MOVE SPACES TO TBALRPT-RECORD
123500     STRING " PERIOD CLOSE REFUSED - " DELIMITED BY SIZE
123600         WS-REFUSE-REASON DELIMITED BY SIZE
123700         INTO TBALRPT-RECORD
123800     END-STRING
123900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
124000     DISPLAY "HELPCLS: PERIOD CLOSE REFUSED - " WS-REFUSE-REASON
124100     IF RETURN-CODE < 4
124200         MOVE 4 TO RETURN-CODE
124300     END-IF.
124400 6900-EXIT.
124500     EXIT.
124600
124700*-----------------------------------------------------------*
124800*  7000-WRITE-PERIOD-CONTROL - THE TRIAL BALANCE PROVED:     *
124900*  ENTER THE PERIOD ON THE CLOSED-PERIOD REGISTER.  FROM     *
125000*  HERE ON NOTHING POSTS INTO IT.  A REGISTER THAT CANNOT BE *
125100*  WRITTEN LEAVES THE PERIOD OPEN, TO BE CLOSED AGAIN.       *
125200*-----------------------------------------------------------*
125300 7000-WRITE-PERIOD-CONTROL.
125400     OPEN EXTEND PCTL-FILE
125500     IF WS-PCTL-STATUS = "35" OR "05"
125600         OPEN OUTPUT PCTL-FILE
125700     END-IF
125800     IF WS-PCTL-STATUS NOT = "00"
125900         DISPLAY "HELPCLS: PERDCTL OPEN ERROR STATUS "
126000             WS-PCTL-STATUS
126100         SET WS-FILE-ERROR TO TRUE
126200         MOVE 8 TO RETURN-CODE
126300         GO TO 7000-EXIT
126400     END-IF
126500     MOVE SPACES TO PCTL-RECORD
126600     MOVE WS-CLOSE-PERIOD TO PCTL-PERIOD
126700     SET PCTL-CLOSED TO TRUE
126800     MOVE WS-BUSINESS-DATE TO PCTL-LAST-WORK-DATE
126900     MOVE WS-CURRENT-DATE-NUM TO PCTL-RUN-DATE
127000     MOVE WS-CURRENT-TIME-NUM TO PCTL-RUN-TIME
127100     MOVE WS-TOT-ACCOUNT-COUNT TO PCTL-ACCOUNT-COUNT
127200     MOVE WS-TOT-CLOSING TO PCTL-CLOSING-TOTAL
127300     WRITE PCTL-RECORD
127400     IF WS-PCTL-STATUS NOT = "00"
127500         DISPLAY "HELPCLS: PERDCTL WRITE ERROR STATUS "
127600             WS-PCTL-STATUS
127700         SET WS-FILE-ERROR TO TRUE
127800         MOVE 8 TO RETURN-CODE
127900     END-IF
128000     CLOSE PCTL-FILE.
128100 7000-EXIT.
128200     EXIT.
128300
128400*-----------------------------------------------------------*
128500*  8000-FINALIZE - CLOSE ANY FILE STILL OPEN AND THE REPORT. *
128600*-----------------------------------------------------------*
128700 8000-FINALIZE.
128800     PERFORM 4900-CLOSE-PERIOD-FILES THRU 4900-EXIT
128900     CLOSE TBALRPT-FILE.
129000 8000-EXIT.
129100     EXIT.
