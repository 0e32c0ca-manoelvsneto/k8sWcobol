000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELCNVT.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-01  RS   INITIAL VERSION - ONE-TIME CONVERSION OF THE
001000*                    FLAT ACCOUNT MASTER AND TRANSACTION HISTORY
001100*                    TO THE KEYED INDEXED FILES HELLO NOW READS
001200*                    AND UPDATES BY KEY.  LOADS ACCTOLD INTO
001300*                    ACCTMST AND HISTOLD INTO TRANHIST, THEN
001400*                    READS BOTH NEW FILES BACK AND PROVES THEIR
001500*                    RECORD COUNTS, AND THE MASTER'S BALANCE
001600*                    TOTAL, AGAINST THE FLAT FILES.  REFUSES TO
001700*                    RUN (RC 16) OVER AN EXISTING ACCTMST OR
001800*                    TRANHIST, OR WITHOUT AN ACCTOLD.  A RECORD
001900*                    WITH NO KEY OR A DUPLICATE KEY IS LISTED ON
002000*                    CNVTRPT AND LEFT OFF, AND AN ACCOUNT WITH A
002100*                    NON-NUMERIC BALANCE IS LISTED AND LOADED AS
002200*                    IT STANDS (RC 4).  A FILE ERROR OR A PROOF
002300*                    THAT DOES NOT HOLD ENDS RC 8.
002400*---------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ACCTOLD-FILE ASSIGN TO "ACCTOLD"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-ACCTOLD-STATUS.
003100     SELECT HISTOLD-FILE ASSIGN TO "HISTOLD"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-HISTOLD-STATUS.
003400     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ACCTMST-KEY
003800         FILE STATUS IS WS-ACCTMST-STATUS.
003900     SELECT HIST-FILE ASSIGN TO "TRANHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS HIST-TRAN-ID
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT CNVTRPT-FILE ASSIGN TO "CNVTRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CNVTRPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ACCTOLD-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  ACCTOLD-RECORD                 PIC X(80).
005400
005500 FD  HISTOLD-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  HISTOLD-RECORD                 PIC X(80).
005900
006000 FD  ACCTMST-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  ACCTMST-RECORD.
006400     05  ACCTMST-KEY                PIC X(10).
006500     05  FILLER                     PIC X(70).
006600
006700 FD  HIST-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY "HELHIST.cpy".
007100
007200 FD  CNVTRPT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  CNVTRPT-RECORD                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-CURRENT-DATE-DATA.
007900     05  WS-CURRENT-DATE.
008000         10  WS-CURRENT-YEAR        PIC 9(4).
008100         10  WS-CURRENT-MONTH       PIC 9(2).
008200         10  WS-CURRENT-DAY         PIC 9(2).
008300     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
008400                                    PIC 9(8).
008500     05  WS-CURRENT-TIME.
008600         10  WS-CURRENT-HOUR        PIC 9(2).
008700         10  WS-CURRENT-MINUTE      PIC 9(2).
008800         10  WS-CURRENT-SECOND      PIC 9(2).
008900         10  WS-CURRENT-CENTISECOND PIC 9(2).
009000
009100*---------------------------------------------------------------
009200* EACH ACCOUNT RECORD, FLAT OR KEYED, IS LOOKED AT THROUGH THE
009300* HELACCT FIELD NAMES; THE HISTORY RECORD USES HELHIST IN THE
009400* FD ITSELF.
009500*---------------------------------------------------------------
009600     COPY "HELACCT.cpy".
009700
009800*---------------------------------------------------------------
009900* CONTROL TOTALS.  THE LOAD SIDE COUNTS WHAT CAME IN AND WHERE
010000* IT WENT; THE VERIFY SIDE IS WHAT READING THE NEW FILE BACK
010100* FROM THE FIRST KEY TO THE LAST FINDS.  THE BALANCE TOTALS
010200* COVER NUMERIC BALANCES ONLY, ON BOTH SIDES ALIKE.
010300*---------------------------------------------------------------
010400 01  WS-ACCT-TOTALS.
010500     05  WS-ACCT-IN-COUNT           PIC 9(07) VALUE ZERO.
010600     05  WS-ACCT-LOADED-COUNT       PIC 9(07) VALUE ZERO.
010700     05  WS-ACCT-NO-KEY-COUNT       PIC 9(07) VALUE ZERO.
010800     05  WS-ACCT-DUP-COUNT          PIC 9(07) VALUE ZERO.
010900     05  WS-ACCT-BAD-BAL-COUNT      PIC 9(07) VALUE ZERO.
011000     05  WS-ACCT-IN-BALANCE         PIC S9(13)V99 VALUE ZERO.
011100     05  WS-ACCT-LOADED-BALANCE     PIC S9(13)V99 VALUE ZERO.
011200     05  WS-ACCT-VERIFY-COUNT       PIC 9(07) VALUE ZERO.
011300     05  WS-ACCT-VERIFY-BALANCE     PIC S9(13)V99 VALUE ZERO.
011400 01  WS-HIST-TOTALS.
011500     05  WS-HIST-IN-COUNT           PIC 9(07) VALUE ZERO.
011600     05  WS-HIST-LOADED-COUNT       PIC 9(07) VALUE ZERO.
011700     05  WS-HIST-NO-KEY-COUNT       PIC 9(07) VALUE ZERO.
011800     05  WS-HIST-DUP-COUNT          PIC 9(07) VALUE ZERO.
011900     05  WS-HIST-VERIFY-COUNT       PIC 9(07) VALUE ZERO.
012000
012100 01  WS-CONVERT-WORK.
012200     05  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
012300     05  WS-EXCEPTION-KEY           PIC X(10) VALUE SPACES.
012400     05  WS-EXCEPTION-TEXT          PIC X(50) VALUE SPACES.
012500     05  WS-EXCEPTION-FILE          PIC X(08) VALUE SPACES.
012600
012700 01  WS-FILE-STATUS-FIELDS.
012800     05  WS-ACCTOLD-STATUS          PIC X(02) VALUE SPACES.
012900     05  WS-HISTOLD-STATUS          PIC X(02) VALUE SPACES.
013000     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
013100     05  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
013200     05  WS-CNVTRPT-STATUS          PIC X(02) VALUE SPACES.
013300
013400 01  WS-SWITCHES.
013500     05  WS-ACCTOLD-EOF-SW          PIC X(01) VALUE "N".
013600         88  WS-ACCTOLD-EOF             VALUE "Y".
013700         88  WS-ACCTOLD-NOT-EOF         VALUE "N".
013800     05  WS-HISTOLD-EOF-SW          PIC X(01) VALUE "N".
013900         88  WS-HISTOLD-EOF             VALUE "Y".
014000         88  WS-HISTOLD-NOT-EOF         VALUE "N".
014100     05  WS-ACCT-EOF-SW             PIC X(01) VALUE "N".
014200         88  WS-ACCT-EOF                VALUE "Y".
014300         88  WS-ACCT-NOT-EOF            VALUE "N".
014400     05  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
014500         88  WS-HIST-EOF                VALUE "Y".
014600         88  WS-HIST-NOT-EOF            VALUE "N".
014700     05  WS-HISTOLD-PRESENT-SW      PIC X(01) VALUE "N".
014800         88  WS-HISTOLD-PRESENT         VALUE "Y".
014900         88  WS-HISTOLD-ABSENT          VALUE "N".
015000     05  WS-FILE-ERROR-SW           PIC X(01) VALUE "N".
015100         88  WS-FILE-ERROR              VALUE "Y".
015200         88  WS-FILES-CLEAN             VALUE "N".
015300     05  WS-PROOF-SW                PIC X(01) VALUE "N".
015400         88  WS-CONVERSION-PROVEN       VALUE "Y".
015500         88  WS-CONVERSION-UNPROVEN     VALUE "N".
015600
015700 01  WS-REPORT-WORK.
015800     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
015900     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
016000     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
016100
016200 01  WS-EDIT-FIELDS.
016300     05  WS-EDIT-DATE               PIC 9999/99/99.
016400     05  WS-EDIT-COUNT              PIC Z(6)9.
016500     05  WS-EDIT-COUNT-2            PIC Z(6)9.
016600     05  WS-EDIT-BALANCE            PIC -(12)9.99.
016700     05  WS-EDIT-BALANCE-2          PIC -(12)9.99.
016800
016900 PROCEDURE DIVISION.
017000*-----------------------------------------------------------*
017100*  0000-MAINLINE                                             *
017200*-----------------------------------------------------------*
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017500     PERFORM 2000-CHECK-FILES THRU 2000-EXIT
017600     IF WS-REFUSE-REASON NOT = SPACES
017700         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
017800         MOVE 16 TO RETURN-CODE
017900         GO TO 0000-FINISH
018000     END-IF
018100     PERFORM 3000-LOAD-ACCOUNTS THRU 3000-EXIT
018200     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT
018300     IF WS-FILES-CLEAN
018400         PERFORM 5000-VERIFY-ACCOUNTS THRU 5000-EXIT
018500     END-IF
018600     IF WS-FILES-CLEAN
018700         PERFORM 5500-VERIFY-HISTORY THRU 5500-EXIT
018800     END-IF
018900     PERFORM 5900-PROVE-CONVERSION THRU 5900-EXIT
019000     PERFORM 6300-PRINT-PROOF THRU 6300-EXIT
019100     IF WS-FILE-ERROR OR WS-CONVERSION-UNPROVEN
019200         MOVE 8 TO RETURN-CODE
019300         GO TO 0000-FINISH
019400     END-IF
019500     IF (WS-ACCT-NO-KEY-COUNT + WS-ACCT-DUP-COUNT
019600         + WS-ACCT-BAD-BAL-COUNT + WS-HIST-NO-KEY-COUNT
019700         + WS-HIST-DUP-COUNT) > ZERO
019800         AND RETURN-CODE < 4
019900         MOVE 4 TO RETURN-CODE
020000     END-IF.
020100 0000-FINISH.
020200     PERFORM 8000-FINALIZE THRU 8000-EXIT
020300     GOBACK.
020400
020500*-----------------------------------------------------------*
020600*  1000-INITIALIZE - CAPTURE THE RUN CLOCK AND OPEN THE      *
020700*  CONVERSION REPORT.                                        *
020800*-----------------------------------------------------------*
020900 1000-INITIALIZE.
021000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
021100     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
021200     OPEN OUTPUT CNVTRPT-FILE
021300     IF WS-CNVTRPT-STATUS NOT = "00"
021400         DISPLAY "HELCNVT: CNVTRPT OPEN ERROR STATUS "
021500             WS-CNVTRPT-STATUS
021600         MOVE 8 TO RETURN-CODE
021700     END-IF
021800     PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
022200*-----------------------------------------------------------*
022300*  2000-CHECK-FILES - THE CONVERSION IS RUN ONCE.  AN        *
022400*  ACCTMST OR TRANHIST ALREADY ON FILE MEANS IT HAS RUN (OR  *
022500*  HELLO HAS STARTED A NEW ONE), AND LOADING OVER IT WOULD   *
022600*  THROW AWAY LIVE BALANCES, SO NOTHING IS TOUCHED.  THE     *
022700*  FLAT MASTER MUST BE MOUNTED; A MISSING FLAT HISTORY IS    *
022800*  ALLOWED AND GIVES AN EMPTY TRANHIST.                      *
022900*-----------------------------------------------------------*
023000 2000-CHECK-FILES.
023100     OPEN INPUT ACCTMST-FILE
023200     IF WS-ACCTMST-STATUS NOT = "35"
023300         IF WS-ACCTMST-STATUS = "00"
023400             CLOSE ACCTMST-FILE
023500         END-IF
023600         MOVE "ACCTMST ALREADY ON FILE" TO WS-REFUSE-REASON
023700         GO TO 2000-EXIT
023800     END-IF
023900     OPEN INPUT HIST-FILE
024000     IF WS-HIST-STATUS NOT = "35"
024100         IF WS-HIST-STATUS = "00"
024200             CLOSE HIST-FILE
024300         END-IF
024400         MOVE "TRANHIST ALREADY ON FILE" TO WS-REFUSE-REASON
024500         GO TO 2000-EXIT
024600     END-IF
024700     OPEN INPUT ACCTOLD-FILE
024800     IF WS-ACCTOLD-STATUS NOT = "00"
024900         MOVE "NO ACCTOLD FLAT MASTER MOUNTED"
025000             TO WS-REFUSE-REASON
025100         GO TO 2000-EXIT
025200     END-IF
025300     OPEN INPUT HISTOLD-FILE
025400     IF WS-HISTOLD-STATUS = "00"
025500         SET WS-HISTOLD-PRESENT TO TRUE
025600     ELSE
025700         DISPLAY "HELCNVT: NO HISTOLD FLAT HISTORY MOUNTED - "
025800             "TRANHIST STARTS EMPTY"
025900     END-IF.
026000 2000-EXIT.
026100     EXIT.
026200
026300*-----------------------------------------------------------*
026400*  3000-LOAD-ACCOUNTS - EVERY ACCTOLD RECORD INTO THE NEW    *
026500*  KEYED MASTER, IN WHATEVER ORDER THE FLAT FILE HOLDS THEM. *
026600*-----------------------------------------------------------*
026700 3000-LOAD-ACCOUNTS.
026800     OPEN OUTPUT ACCTMST-FILE
026900     IF WS-ACCTMST-STATUS NOT = "00"
027000         DISPLAY "HELCNVT: ACCTMST OPEN ERROR STATUS "
027100             WS-ACCTMST-STATUS
027200         SET WS-FILE-ERROR TO TRUE
027300         CLOSE ACCTOLD-FILE
027400         GO TO 3000-EXIT
027500     END-IF
027600     PERFORM 3100-LOAD-ACCT-ENTRY THRU 3100-EXIT
027700         UNTIL WS-ACCTOLD-EOF
027800     CLOSE ACCTOLD-FILE
027900     CLOSE ACCTMST-FILE.
028000 3000-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------*
028400*  3100-LOAD-ACCT-ENTRY - A RECORD WITH A BLANK ID HAS NO    *
028500*  KEY AND A SECOND RECORD FOR AN ID CANNOT BE STORED; BOTH  *
028600*  ARE LISTED AND LEFT OFF.  A NON-NUMERIC BALANCE IS LOADED *
028700*  AS IT STANDS - HELLO REJECTS POSTINGS TO IT R004 JUST AS  *
028800*  IT DID - BUT IS LISTED AND KEPT OUT OF THE BALANCE TOTAL. *
028900*-----------------------------------------------------------*
029000 3100-LOAD-ACCT-ENTRY.
029100     READ ACCTOLD-FILE
029200         AT END
029300             SET WS-ACCTOLD-EOF TO TRUE
029400             GO TO 3100-EXIT
029500     END-READ
029600     IF WS-ACCTOLD-STATUS NOT = "00"
029700         DISPLAY "HELCNVT: ACCTOLD READ ERROR STATUS "
029800             WS-ACCTOLD-STATUS
029900         SET WS-FILE-ERROR TO TRUE
030000         SET WS-ACCTOLD-EOF TO TRUE
030100         GO TO 3100-EXIT
030200     END-IF
030300     ADD 1 TO WS-ACCT-IN-COUNT
030400     MOVE ACCTOLD-RECORD TO ACCT-RECORD
030500     MOVE "ACCTOLD" TO WS-EXCEPTION-FILE
030600     MOVE ACCT-ID TO WS-EXCEPTION-KEY
030700     IF ACCT-ID = SPACES
030800         ADD 1 TO WS-ACCT-NO-KEY-COUNT
030900         MOVE "BLANK ACCOUNT ID - NOT LOADED" TO WS-EXCEPTION-TEXT
031000         PERFORM 6200-PRINT-EXCEPTION THRU 6200-EXIT
031100         GO TO 3100-EXIT
031200     END-IF
031300     IF ACCT-BALANCE NUMERIC
031400         ADD ACCT-BALANCE TO WS-ACCT-IN-BALANCE
031500     END-IF
031600     MOVE ACCT-RECORD TO ACCTMST-RECORD
031700     WRITE ACCTMST-RECORD
031800         INVALID KEY
031900             ADD 1 TO WS-ACCT-DUP-COUNT
032000             MOVE "DUPLICATE ACCOUNT ID - NOT LOADED"
032100                 TO WS-EXCEPTION-TEXT
032200             PERFORM 6200-PRINT-EXCEPTION THRU 6200-EXIT
032300             GO TO 3100-EXIT
032400     END-WRITE
032500     IF WS-ACCTMST-STATUS NOT = "00"
032600         DISPLAY "HELCNVT: ACCTMST WRITE ERROR STATUS "
032700             WS-ACCTMST-STATUS
032800         SET WS-FILE-ERROR TO TRUE
032900         SET WS-ACCTOLD-EOF TO TRUE
033000         GO TO 3100-EXIT
033100     END-IF
033200     ADD 1 TO WS-ACCT-LOADED-COUNT
033300     IF ACCT-BALANCE NUMERIC
033400         ADD ACCT-BALANCE TO WS-ACCT-LOADED-BALANCE
033500     ELSE
033600         ADD 1 TO WS-ACCT-BAD-BAL-COUNT
033700         MOVE "BALANCE NOT NUMERIC - LOADED, NOT IN TOTAL"
033800             TO WS-EXCEPTION-TEXT
033900         PERFORM 6200-PRINT-EXCEPTION THRU 6200-EXIT
034000     END-IF.
034100 3100-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------*
034500*  4000-LOAD-HISTORY - EVERY HISTOLD ENTRY INTO THE NEW      *
034600*  KEYED HISTORY.  ENTRIES PAST THE DUPLICATE WINDOW ARE     *
034700*  LOADED TOO; HELLO'S STARTUP TRIM DELETES THEM.  WITH NO   *
034800*  HISTOLD AN EMPTY TRANHIST IS STILL CREATED.               *
034900*-----------------------------------------------------------*
035000 4000-LOAD-HISTORY.
035100     IF WS-FILE-ERROR
035200         IF WS-HISTOLD-PRESENT
035300             CLOSE HISTOLD-FILE
035400         END-IF
035500         GO TO 4000-EXIT
035600     END-IF
035700     OPEN OUTPUT HIST-FILE
035800     IF WS-HIST-STATUS NOT = "00"
035900         DISPLAY "HELCNVT: TRANHIST OPEN ERROR STATUS "
036000             WS-HIST-STATUS
036100         SET WS-FILE-ERROR TO TRUE
036200         IF WS-HISTOLD-PRESENT
036300             CLOSE HISTOLD-FILE
036400         END-IF
036500         GO TO 4000-EXIT
036600     END-IF
036700     IF WS-HISTOLD-PRESENT
036800         PERFORM 4100-LOAD-HIST-ENTRY THRU 4100-EXIT
036900             UNTIL WS-HISTOLD-EOF
037000         CLOSE HISTOLD-FILE
037100     END-IF
037200     CLOSE HIST-FILE.
037300 4000-EXIT.
037400     EXIT.
037500
037600 4100-LOAD-HIST-ENTRY.
037700     READ HISTOLD-FILE
037800         AT END
037900             SET WS-HISTOLD-EOF TO TRUE
038000             GO TO 4100-EXIT
038100     END-READ
038200     IF WS-HISTOLD-STATUS NOT = "00"
038300         DISPLAY "HELCNVT: HISTOLD READ ERROR STATUS "
038400             WS-HISTOLD-STATUS
038500         SET WS-FILE-ERROR TO TRUE
038600         SET WS-HISTOLD-EOF TO TRUE
038700         GO TO 4100-EXIT
038800     END-IF
038900     ADD 1 TO WS-HIST-IN-COUNT
039000     MOVE HISTOLD-RECORD TO HIST-RECORD
039100     MOVE "HISTOLD" TO WS-EXCEPTION-FILE
039200     MOVE HIST-TRAN-ID TO WS-EXCEPTION-KEY
039300     IF HIST-TRAN-ID = SPACES
039400         ADD 1 TO WS-HIST-NO-KEY-COUNT
039500         MOVE "BLANK TRAN-ID - NOT LOADED" TO WS-EXCEPTION-TEXT
039600         PERFORM 6200-PRINT-EXCEPTION THRU 6200-EXIT
039700         GO TO 4100-EXIT
039800     END-IF
039900     WRITE HIST-RECORD
040000         INVALID KEY
040100             ADD 1 TO WS-HIST-DUP-COUNT
040200             MOVE "DUPLICATE TRAN-ID - NOT LOADED"
040300                 TO WS-EXCEPTION-TEXT
040400             PERFORM 6200-PRINT-EXCEPTION THRU 6200-EXIT
040500             GO TO 4100-EXIT
040600     END-WRITE
040700     IF WS-HIST-STATUS NOT = "00"
040800         DISPLAY "HELCNVT: TRANHIST WRITE ERROR STATUS "
040900             WS-HIST-STATUS
041000         SET WS-FILE-ERROR TO TRUE
041100         SET WS-HISTOLD-EOF TO TRUE
041200         GO TO 4100-EXIT
041300     END-IF
041400     ADD 1 TO WS-HIST-LOADED-COUNT.
041500 4100-EXIT.
041600     EXIT.
041700
041800*-----------------------------------------------------------*
041900*  5000-VERIFY-ACCOUNTS - READ THE NEW MASTER BACK IN KEY    *
042000*  ORDER, COUNTING THE RECORDS AND TOTALLING THE NUMERIC     *
042100*  BALANCES.                                                 *
042200*-----------------------------------------------------------*
042300 5000-VERIFY-ACCOUNTS.
042400     OPEN INPUT ACCTMST-FILE
042500     IF WS-ACCTMST-STATUS NOT = "00"
042600         DISPLAY "HELCNVT: ACCTMST REOPEN ERROR STATUS "
042700             WS-ACCTMST-STATUS
042800         SET WS-FILE-ERROR TO TRUE
042900         GO TO 5000-EXIT
043000     END-IF
043100     PERFORM 5100-VERIFY-ACCT-ENTRY THRU 5100-EXIT
043200         UNTIL WS-ACCT-EOF
043300     CLOSE ACCTMST-FILE.
043400 5000-EXIT.
043500     EXIT.
043600
043700 5100-VERIFY-ACCT-ENTRY.
043800     READ ACCTMST-FILE NEXT RECORD
043900         AT END
044000             SET WS-ACCT-EOF TO TRUE
044100             GO TO 5100-EXIT
044200     END-READ
044300     IF WS-ACCTMST-STATUS NOT = "00"
044400         DISPLAY "HELCNVT: ACCTMST READ ERROR STATUS "
044500             WS-ACCTMST-STATUS
044600         SET WS-FILE-ERROR TO TRUE
044700         SET WS-ACCT-EOF TO TRUE
044800         GO TO 5100-EXIT
044900     END-IF
045000     ADD 1 TO WS-ACCT-VERIFY-COUNT
045100     MOVE ACCTMST-RECORD TO ACCT-RECORD
045200     IF ACCT-BALANCE NUMERIC
045300         ADD ACCT-BALANCE TO WS-ACCT-VERIFY-BALANCE
045400     END-IF.
045500 5100-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900*  5500-VERIFY-HISTORY - READ THE NEW HISTORY BACK IN KEY    *
046000*  ORDER AND COUNT IT.                                       *
046100*-----------------------------------------------------------*
046200 5500-VERIFY-HISTORY.
046300     OPEN INPUT HIST-FILE
046400     IF WS-HIST-STATUS NOT = "00"
046500         DISPLAY "HELCNVT: TRANHIST REOPEN ERROR STATUS "
046600             WS-HIST-STATUS
046700         SET WS-FILE-ERROR TO TRUE
046800         GO TO 5500-EXIT
046900     END-IF
047000     PERFORM 5600-VERIFY-HIST-ENTRY THRU 5600-EXIT
047100         UNTIL WS-HIST-EOF
047200     CLOSE HIST-FILE.
047300 5500-EXIT.
047400     EXIT.
047500
047600 5600-VERIFY-HIST-ENTRY.
047700     READ HIST-FILE NEXT RECORD
047800         AT END
047900             SET WS-HIST-EOF TO TRUE
048000             GO TO 5600-EXIT
048100     END-READ
048200     IF WS-HIST-STATUS NOT = "00"
048300         DISPLAY "HELCNVT: TRANHIST READ ERROR STATUS "
048400             WS-HIST-STATUS
048500         SET WS-FILE-ERROR TO TRUE
048600         SET WS-HIST-EOF TO TRUE
048700         GO TO 5600-EXIT
048800     END-IF
048900     ADD 1 TO WS-HIST-VERIFY-COUNT.
049000 5600-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------*
049400*  5900-PROVE-CONVERSION - THE CONVERSION PROVES WHEN EVERY  *
049500*  FLAT RECORD IS ACCOUNTED FOR (LOADED, NO KEY OR           *
049600*  DUPLICATE), THE KEYED FILES HOLD EXACTLY THE RECORDS      *
049700*  LOADED, AND THE KEYED MASTER'S BALANCE TOTAL EQUALS THE   *
049800*  TOTAL OF THE ACCOUNTS LOADED.  A FILE ERROR ANYWHERE      *
049900*  LEAVES IT UNPROVEN.                                       *
050000*-----------------------------------------------------------*
050100 5900-PROVE-CONVERSION.
050200     SET WS-CONVERSION-UNPROVEN TO TRUE
050300     IF WS-FILE-ERROR
050400         GO TO 5900-EXIT
050500     END-IF
050600     IF WS-ACCT-IN-COUNT NOT = WS-ACCT-LOADED-COUNT
050700         + WS-ACCT-NO-KEY-COUNT + WS-ACCT-DUP-COUNT
050800         GO TO 5900-EXIT
050900     END-IF
051000     IF WS-HIST-IN-COUNT NOT = WS-HIST-LOADED-COUNT
051100         + WS-HIST-NO-KEY-COUNT + WS-HIST-DUP-COUNT
051200         GO TO 5900-EXIT
051300     END-IF
051400     IF WS-ACCT-VERIFY-COUNT NOT = WS-ACCT-LOADED-COUNT
051500         OR WS-ACCT-VERIFY-BALANCE NOT = WS-ACCT-LOADED-BALANCE
051600         OR WS-HIST-VERIFY-COUNT NOT = WS-HIST-LOADED-COUNT
051700         GO TO 5900-EXIT
051800     END-IF
051900     SET WS-CONVERSION-PROVEN TO TRUE.
052000 5900-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------*
052400*  6000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER.   *
052500*-----------------------------------------------------------*
052600 6000-WRITE-REPORT-HEADER.
052700     IF WS-CNVTRPT-STATUS NOT = "00"
052800         GO TO 6000-EXIT
052900     END-IF
053000     MOVE SPACES TO CNVTRPT-RECORD
053100     STRING " " DELIMITED BY SIZE
053200         "HELLO ACCOUNT MASTER AND HISTORY CONVERSION"
053300             DELIMITED BY SIZE
053400         "   PAGE " DELIMITED BY SIZE
053500         WS-PAGE-COUNT DELIMITED BY SIZE
053600         INTO CNVTRPT-RECORD
053700     END-STRING
053800     WRITE CNVTRPT-RECORD
053900     MOVE SPACES TO CNVTRPT-RECORD
054000     STRING " " DELIMITED BY SIZE
054100         "PREPARED: " DELIMITED BY SIZE
054200         WS-EDIT-DATE DELIMITED BY SIZE
054300         " " DELIMITED BY SIZE
054400         WS-CURRENT-HOUR DELIMITED BY SIZE
054500         ":" DELIMITED BY SIZE
054600         WS-CURRENT-MINUTE DELIMITED BY SIZE
054700         ":" DELIMITED BY SIZE
054800         WS-CURRENT-SECOND DELIMITED BY SIZE
054900         INTO CNVTRPT-RECORD
055000     END-STRING
055100     WRITE CNVTRPT-RECORD
055200     MOVE SPACES TO CNVTRPT-RECORD
055300     WRITE CNVTRPT-RECORD
055400     MOVE ZERO TO WS-LINE-COUNT.
055500 6000-EXIT.
055600     EXIT.
055700
055800*-----------------------------------------------------------*
055900*  6050-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
056000*  BREAK WHEN THE PAGE FILLS.                                *
056100*-----------------------------------------------------------*
056200 6050-WRITE-REPORT-LINE.
056300     IF WS-CNVTRPT-STATUS NOT = "00"
056400         GO TO 6050-EXIT
056500     END-IF
056600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
056700         ADD 1 TO WS-PAGE-COUNT
056800         PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT
056900     END-IF
057000     WRITE CNVTRPT-RECORD
057100     ADD 1 TO WS-LINE-COUNT.
057200 6050-EXIT.
057300     EXIT.
057400
057500*-----------------------------------------------------------*
057600*  6200-PRINT-EXCEPTION - ONE FLAT RECORD THAT DID NOT LOAD  *
057700*  CLEANLY: THE FILE, ITS RECORD NUMBER, ITS KEY AND WHY.    *
057800*-----------------------------------------------------------*
057900 6200-PRINT-EXCEPTION.
058000     IF WS-EXCEPTION-FILE = "ACCTOLD"
058100         MOVE WS-ACCT-IN-COUNT TO WS-EDIT-COUNT
058200     ELSE
058300         MOVE WS-HIST-IN-COUNT TO WS-EDIT-COUNT
058400     END-IF
058500     MOVE SPACES TO CNVTRPT-RECORD
058600     STRING " " DELIMITED BY SIZE
058700         WS-EXCEPTION-FILE DELIMITED BY SIZE
058800         " RECORD " DELIMITED BY SIZE
058900         WS-EDIT-COUNT DELIMITED BY SIZE
059000         "  " DELIMITED BY SIZE
059100         WS-EXCEPTION-KEY DELIMITED BY SIZE
059200         "  " DELIMITED BY SIZE
059300         WS-EXCEPTION-TEXT DELIMITED BY SIZE
059400         INTO CNVTRPT-RECORD
059500     END-STRING
059600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
059700     DISPLAY "HELCNVT: " WS-EXCEPTION-FILE " RECORD "
059800         WS-EDIT-COUNT " " WS-EXCEPTION-KEY " "
059900         WS-EXCEPTION-TEXT.
060000 6200-EXIT.
060100     EXIT.
060200
060300*-----------------------------------------------------------*
060400*  6300-PRINT-PROOF - FLAT RECORDS IN AND WHERE THEY WENT,   *
060500*  THE KEYED FILES READ BACK, THE BALANCE TOTALS AND THE     *
060600*  VERDICT.                                                  *
060700*-----------------------------------------------------------*
060800 6300-PRINT-PROOF.
060900     MOVE SPACES TO CNVTRPT-RECORD
061000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
061100     MOVE " FILE        RECORDS IN     LOADED"
061200         TO CNVTRPT-RECORD
061300     MOVE "     NO KEY  DUPLICATE   READ BACK"
061400         TO CNVTRPT-RECORD (35:34)
061500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
061600     MOVE SPACES TO CNVTRPT-RECORD
061700     MOVE " ACCTMST" TO CNVTRPT-RECORD (1:8)
061800     MOVE WS-ACCT-IN-COUNT TO WS-EDIT-COUNT
061900     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (17:7)
062000     MOVE WS-ACCT-LOADED-COUNT TO WS-EDIT-COUNT
062100     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (28:7)
062200     MOVE WS-ACCT-NO-KEY-COUNT TO WS-EDIT-COUNT
062300     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (39:7)
062400     MOVE WS-ACCT-DUP-COUNT TO WS-EDIT-COUNT
062500     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (50:7)
062600     MOVE WS-ACCT-VERIFY-COUNT TO WS-EDIT-COUNT
062700     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (62:7)
062800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
062900     MOVE SPACES TO CNVTRPT-RECORD
063000     MOVE " TRANHIST" TO CNVTRPT-RECORD (1:9)
063100     MOVE WS-HIST-IN-COUNT TO WS-EDIT-COUNT
063200     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (17:7)
063300     MOVE WS-HIST-LOADED-COUNT TO WS-EDIT-COUNT
063400     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (28:7)
063500     MOVE WS-HIST-NO-KEY-COUNT TO WS-EDIT-COUNT
063600     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (39:7)
063700     MOVE WS-HIST-DUP-COUNT TO WS-EDIT-COUNT
063800     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (50:7)
063900     MOVE WS-HIST-VERIFY-COUNT TO WS-EDIT-COUNT
064000     MOVE WS-EDIT-COUNT TO CNVTRPT-RECORD (62:7)
064100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
064200     MOVE SPACES TO CNVTRPT-RECORD
064300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
064400     MOVE WS-ACCT-IN-BALANCE TO WS-EDIT-BALANCE
064500     MOVE SPACES TO CNVTRPT-RECORD
064600     STRING " ACCTOLD BALANCE TOTAL:    " DELIMITED BY SIZE
064700         WS-EDIT-BALANCE DELIMITED BY SIZE
064800         INTO CNVTRPT-RECORD
064900     END-STRING
065000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
065100     MOVE WS-ACCT-LOADED-BALANCE TO WS-EDIT-BALANCE
065200     MOVE WS-ACCT-VERIFY-BALANCE TO WS-EDIT-BALANCE-2
065300     MOVE SPACES TO CNVTRPT-RECORD
065400     STRING " LOADED BALANCE TOTAL:     " DELIMITED BY SIZE
065500         WS-EDIT-BALANCE DELIMITED BY SIZE
065600         "   READ BACK: " DELIMITED BY SIZE
065700         WS-EDIT-BALANCE-2 DELIMITED BY SIZE
065800         INTO CNVTRPT-RECORD
065900     END-STRING
066000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
066100     IF WS-ACCT-BAD-BAL-COUNT > ZERO
066200         MOVE WS-ACCT-BAD-BAL-COUNT TO WS-EDIT-COUNT
066300         MOVE SPACES TO CNVTRPT-RECORD
066400         STRING " ACCOUNTS LOADED WITH A NON-NUMERIC BALANCE: "
066500             DELIMITED BY SIZE
066600             WS-EDIT-COUNT DELIMITED BY SIZE
066700             INTO CNVTRPT-RECORD
066800         END-STRING
066900         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
067000     END-IF
067100     IF WS-HISTOLD-ABSENT
067200         MOVE " NO HISTOLD MOUNTED - TRANHIST CREATED EMPTY"
067300             TO CNVTRPT-RECORD
067400         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
067500     END-IF
067600     IF WS-CONVERSION-PROVEN
067700         MOVE " CONVERSION PROVES AGAINST THE FLAT FILES"
067800             TO CNVTRPT-RECORD
067900         DISPLAY "HELCNVT: CONVERSION PROVES AGAINST THE FLAT "
068000             "FILES"
068100     ELSE
068200         MOVE " *** CONVERSION DOES NOT PROVE - DO NOT RUN HELLO "
068300             TO CNVTRPT-RECORD
068400         MOVE "AGAINST THE NEW FILES ***"
068500             TO CNVTRPT-RECORD (51:25)
068600         DISPLAY "HELCNVT: *** CONVERSION DOES NOT PROVE ***"
068700     END-IF
068800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
068900     MOVE WS-ACCT-LOADED-COUNT TO WS-EDIT-COUNT
069000     MOVE WS-HIST-LOADED-COUNT TO WS-EDIT-COUNT-2
069100     DISPLAY "HELCNVT: ACCOUNTS LOADED:" WS-EDIT-COUNT
069200         "  HISTORY ENTRIES LOADED:" WS-EDIT-COUNT-2.
069300 6300-EXIT.
069400     EXIT.
069500
069600 6900-PRINT-REFUSAL.
069700     DISPLAY "HELCNVT: REFUSED - " WS-REFUSE-REASON
069800     MOVE SPACES TO CNVTRPT-RECORD
069900     STRING " REFUSED - " DELIMITED BY SIZE
070000         WS-REFUSE-REASON DELIMITED BY "  "
070100         " - NO FILES CHANGED" DELIMITED BY SIZE
070200         INTO CNVTRPT-RECORD
070300     END-STRING
070400     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
070500 6900-EXIT.
070600     EXIT.
070700
070800*-----------------------------------------------------------*
070900*  8000-FINALIZE - CLOSE THE REPORT.                         *
071000*-----------------------------------------------------------*
071100 8000-FINALIZE.
071200     IF WS-CNVTRPT-STATUS = "00"
071300         CLOSE CNVTRPT-FILE
071400     END-IF.
071500 8000-EXIT.
071600     EXIT.
