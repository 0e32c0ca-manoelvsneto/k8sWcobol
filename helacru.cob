000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELACRU.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-05  RS   INITIAL VERSION - DAILY INTEREST AND FEE
001000*                    ACCRUAL, SO INTEREST AND MONTHLY FEES ARE
001100*                    NO LONGER WORKED OUT IN A SPREADSHEET AND
001200*                    KEYED INTO THE NEXT FEED AS AJ RECORDS.
001300*                    RUNS AS A DECK STEP AFTER HELLO HAS
001400*                    REWRITTEN ACCTMST: FOR EVERY OPEN OR FROZEN
001500*                    ACCOUNT IT APPLIES THE ACCRRATE ROW FOR THE
001600*                    ACCOUNT'S CLASS TO THE CLOSING ACCT-BALANCE
001700*                    AND ADDS THE DAY'S CREDIT OR DEBIT INTEREST
001800*                    (AND THAT OF ANY WEEKEND OR HOLIDAY SINCE
001900*                    THE LAST RUN, ON THE BALANCE THAT STOOD
002000*                    OVER IT) TO THE KEYED ACCRUAL FILE.  ON THE
002100*                    CAPITALIZATION DAY IT NETS THE MONTH'S
002200*                    CREDIT INTEREST AGAINST DEBIT INTEREST AND
002300*                    THE MONTHLY FEE AND WRITES ONE POSTING PER
002400*                    ACCOUNT TO ACCRFEED, WHICH THE NEXT HELLO
002500*                    RUN READS THROUGH ITS NORMAL EDITS: AN AJ
002600*                    WHEN THE ACCOUNT IS OWED, A DB WHEN IT
002700*                    OWES.  A FROZEN ACCOUNT KEEPS ACCRUING BUT
002800*                    IS NOT CAPITALIZED UNTIL IT IS RELEASED.
002900*                    PRINTS EACH ACCOUNT AND THE TOTALS ON
003000*                    ACCRRPT.  ACCRCTL RECORDS EACH DATE
003100*                    ACCRUED AND A DATE ALREADY THERE (OR
003200*                    EARLIER THAN THE LAST) IS REFUSED RC 4,
003300*                    AS IS A RUN WITH NO COMPLETED HELLO RESULT;
003400*                    A PARTIAL RUN (HELOUT STATUS P) DEFERS THE
003500*                    ACCRUAL AS HELSTMT DEFERS ITS STATEMENTS.
003600*                    AN ACCOUNT THAT CANNOT BE ACCRUED ENDS THE
003700*                    STEP RC 4, A FILE ERROR RC 8.
003716*   2026-10-15  RS   A CLOSED ACCOUNT IS AN EXCEPTION ONLY WHEN AT
003732*                    LEAST A CENT OF INTEREST IS LEFT UNPOSTED ON
003748*                    IT.  THE SUB-CENT FRACTION CAPITALIZATION
003764*                    LEAVES BEHIND NO LONGER MAKES EVERY CLOSED
003780*                    ACCOUNT AN RC 4 EXCEPTION ON EVERY RUN.
003800*---------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OUT-FILE ASSIGN TO "HELOUT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-OUT-STATUS.
004500     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS ACCTMST-KEY
004900         FILE STATUS IS WS-ACCTMST-STATUS.
005000     SELECT ARAT-FILE ASSIGN TO "ACCRRATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ARAT-STATUS.
005300     SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CALNDR-STATUS.
005600     SELECT ACRL-FILE ASSIGN TO "ACCRUAL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ACRL-KEY
006000         FILE STATUS IS WS-ACRL-STATUS.
006100     SELECT ACTL-FILE ASSIGN TO "ACCRCTL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ACTL-STATUS.
006400     SELECT ACCR-FILE ASSIGN TO "ACCRFEED"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ACCR-STATUS.
006700     SELECT ACCRRPT-FILE ASSIGN TO "ACCRRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ACCRRPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  OUT-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY "HELOUT.cpy".
007700
007800 FD  ACCTMST-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  ACCTMST-RECORD.
008200     05  ACCTMST-KEY                PIC X(10).
008300     05  FILLER                     PIC X(70).
008400
008500 FD  ARAT-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY "HELARAT.cpy".
008900
009000 FD  CALNDR-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300     COPY "HELCAL.cpy".
009400
009500 FD  ACRL-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  ACRL-FILE-RECORD.
009900     05  ACRL-KEY                   PIC X(10).
010000     05  FILLER                     PIC X(70).
010100
010200 FD  ACTL-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500     COPY "HELACTL.cpy".
010600
010700 FD  ACCR-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORD CONTAINS 80 CHARACTERS.
011000     COPY "HELTRAN.cpy".
011100
011200 FD  ACCRRPT-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 132 CHARACTERS.
011500 01  ACCRRPT-RECORD                 PIC X(132).
011600
011700 WORKING-STORAGE SECTION.
011800 01  WS-CURRENT-DATE-DATA.
011900     05  WS-CURRENT-DATE.
012000         10  WS-CURRENT-YEAR        PIC 9(4).
012100         10  WS-CURRENT-MONTH       PIC 9(2).
012200         10  WS-CURRENT-DAY         PIC 9(2).
012300     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
012400                                    PIC 9(8).
012500     05  WS-CURRENT-TIME.
012600         10  WS-CURRENT-HOUR        PIC 9(2).
012700         10  WS-CURRENT-MINUTE      PIC 9(2).
012800         10  WS-CURRENT-SECOND      PIC 9(2).
012900         10  WS-CURRENT-CENTISECOND PIC 9(2).
013000     05  WS-CURRENT-TIME-NUM REDEFINES WS-CURRENT-TIME
013100                                    PIC 9(8).
013200
013300*---------------------------------------------------------------
013400* THE MASTER RECORD BEING ACCRUED AND ITS ACCRUAL RECORD.  BOTH
013500* FILE RECORDS ARE 80-BYTE AREAS WITH ONLY THE KEY NAMED; EACH
013600* RECORD READ IS MOVED HERE AND WORKED ON THROUGH ITS LAYOUT.
013700*---------------------------------------------------------------
013800     COPY "HELACCT.cpy".
013900     COPY "HELACRL.cpy".
014000
014100*---------------------------------------------------------------
014200* THE BUSINESS DATE BEING ACCRUED (THE LAST HELLO RUN ON HELOUT)
014300* AND ITS PARTS, FOR THE CAPITALIZATION-DAY AND MONTH TESTS.
014400*---------------------------------------------------------------
014500 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
014600 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
014700     05  WS-BUSN-MONTH              PIC 9(06).
014800     05  WS-BUSN-DAY                PIC 9(02).
014900 01  WS-NEXT-WORK-DATE              PIC 9(08) VALUE ZERO.
015000 01  WS-NEXT-WORK-PARTS REDEFINES WS-NEXT-WORK-DATE.
015100     05  WS-NEXT-WORK-MONTH         PIC 9(06).
015200     05  WS-NEXT-WORK-DAY           PIC 9(02).
015300 01  WS-RUN-STATUS-SAVE             PIC X(01) VALUE SPACE.
015400 01  WS-LAST-ACCRUED-DATE           PIC 9(08) VALUE ZERO.
015500
015600*---------------------------------------------------------------
015700* THE RATE TABLE, ONE ENTRY PER ACCRRATE R ROW.  A CLASS WITH NO
015800* ROW CANNOT BE ACCRUED AND IS AN EXCEPTION.
015900*---------------------------------------------------------------
016000 01  WS-RATE-TABLE.
016100     05  WS-RATE-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
016200     05  WS-RATE-ENTRY
016300         OCCURS 50 TIMES.
016400         10  WS-RATE-TBL-CLASS      PIC X(02).
016500         10  WS-RATE-TBL-CR-RATE    PIC 9(02)V9(04).
016600         10  WS-RATE-TBL-DB-RATE    PIC 9(02)V9(04).
016700         10  WS-RATE-TBL-FEE        PIC 9(05)V99.
016800 01  WS-RATE-SUB                    PIC 9(04) COMP VALUE ZERO.
016900 01  WS-RATE-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
017000 01  WS-CAP-DAY                     PIC 9(02) VALUE ZERO.
017100 01  WS-DAY-BASIS                   PIC 9(03) VALUE 365.
017200
017300 01  WS-ACCRUAL-WORK.
017400     05  WS-ELAPSED-DAYS            PIC 9(05) VALUE ZERO.
017500     05  WS-GAP-DAYS                PIC 9(05) VALUE ZERO.
017600     05  WS-INTEREST-BASE           PIC 9(09)V99 VALUE ZERO.
017700     05  WS-DAY-INTEREST            PIC 9(09)V9(04) VALUE ZERO.
017800     05  WS-CR-TODAY                PIC 9(09)V9(04) VALUE ZERO.
017900     05  WS-DB-TODAY                PIC 9(09)V9(04) VALUE ZERO.
018000     05  WS-CAP-CR                  PIC 9(09)V99 VALUE ZERO.
018100     05  WS-CAP-DB                  PIC 9(09)V99 VALUE ZERO.
018200     05  WS-CAP-FEE                 PIC 9(05)V99 VALUE ZERO.
018300     05  WS-CAP-NET                 PIC S9(09)V99 VALUE ZERO.
018400     05  WS-CAP-POST-AMOUNT         PIC 9(09)V99 VALUE ZERO.
018500     05  WS-ACCOUNT-NOTE            PIC X(22) VALUE SPACES.
018600     05  WS-REFUSE-REASON           PIC X(48) VALUE SPACES.
018700
018800 01  WS-ACCRUAL-TOTALS.
018900     05  WS-TOT-READ-COUNT          PIC 9(07) VALUE ZERO.
019000     05  WS-TOT-ACCRUED-COUNT       PIC 9(07) VALUE ZERO.
019100     05  WS-TOT-CLOSED-COUNT        PIC 9(07) VALUE ZERO.
019200     05  WS-TOT-ALREADY-COUNT       PIC 9(07) VALUE ZERO.
019300     05  WS-TOT-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
019400     05  WS-TOT-DEFERRED-COUNT      PIC 9(07) VALUE ZERO.
019500     05  WS-TOT-CR-TODAY            PIC 9(11)V9(04) VALUE ZERO.
019600     05  WS-TOT-DB-TODAY            PIC 9(11)V9(04) VALUE ZERO.
019700     05  WS-TOT-CR-ACCRUED          PIC 9(11)V9(04) VALUE ZERO.
019800     05  WS-TOT-DB-ACCRUED          PIC 9(11)V9(04) VALUE ZERO.
019900     05  WS-TOT-FEE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
020000     05  WS-TOT-AJ-COUNT            PIC 9(07) VALUE ZERO.
020100     05  WS-TOT-AJ-AMOUNT           PIC 9(11)V99 VALUE ZERO.
020200     05  WS-TOT-DB-COUNT            PIC 9(07) VALUE ZERO.
020300     05  WS-TOT-DB-AMOUNT           PIC 9(11)V99 VALUE ZERO.
020400     05  WS-TOT-POSTING-COUNT       PIC 9(07) VALUE ZERO.
020500
020600 01  WS-FILE-STATUS-FIELDS.
020700     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
020800     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
020900     05  WS-ARAT-STATUS             PIC X(02) VALUE SPACES.
021000     05  WS-CALNDR-STATUS           PIC X(02) VALUE SPACES.
021100     05  WS-ACRL-STATUS             PIC X(02) VALUE SPACES.
021200     05  WS-ACTL-STATUS             PIC X(02) VALUE SPACES.
021300     05  WS-ACCR-STATUS             PIC X(02) VALUE SPACES.
021400     05  WS-ACCRRPT-STATUS          PIC X(02) VALUE SPACES.
021500
021600 01  WS-SWITCHES.
021700     05  WS-HELOUT-FOUND-SW         PIC X(01) VALUE "N".
021800         88  WS-HELOUT-FOUND            VALUE "Y".
021900         88  WS-HELOUT-MISSING          VALUE "N".
022000     05  WS-ACCT-EOF-SW             PIC X(01) VALUE "N".
022100         88  WS-ACCT-EOF                VALUE "Y".
022200         88  WS-ACCT-NOT-EOF            VALUE "N".
022300     05  WS-ARAT-EOF-SW             PIC X(01) VALUE "N".
022400         88  WS-ARAT-EOF                VALUE "Y".
022500         88  WS-ARAT-NOT-EOF            VALUE "N".
022600     05  WS-CAL-EOF-SW              PIC X(01) VALUE "N".
022700         88  WS-CAL-EOF                 VALUE "Y".
022800         88  WS-CAL-NOT-EOF             VALUE "N".
022900     05  WS-ACTL-EOF-SW             PIC X(01) VALUE "N".
023000         88  WS-ACTL-EOF                VALUE "Y".
023100         88  WS-ACTL-NOT-EOF            VALUE "N".
023200     05  WS-ACRL-FOUND-SW           PIC X(01) VALUE "N".
023300         88  WS-ACRL-FOUND              VALUE "Y".
023400         88  WS-ACRL-NEW                VALUE "N".
023500     05  WS-RATE-MATCHED-SW         PIC X(01) VALUE "N".
023600         88  WS-RATE-MATCHED            VALUE "Y".
023700         88  WS-RATE-UNMATCHED          VALUE "N".
023800     05  WS-RATE-FULL-SW            PIC X(01) VALUE "N".
023900         88  WS-RATE-FULL-WARNED        VALUE "Y".
024000         88  WS-RATE-NOT-FULL           VALUE "N".
024100     05  WS-CAP-TODAY-SW            PIC X(01) VALUE "N".
024200         88  WS-CAP-TODAY               VALUE "Y".
024300         88  WS-NOT-CAP-TODAY           VALUE "N".
024400     05  WS-LAST-WORKDAY-SW         PIC X(01) VALUE "N".
024500         88  WS-LAST-WORKDAY-OF-MONTH   VALUE "Y".
024600         88  WS-NOT-LAST-WORKDAY        VALUE "N".
024700     05  WS-FILES-OPEN-SW           PIC X(01) VALUE "N".
024800         88  WS-ACCRUAL-FILES-OPEN      VALUE "Y".
024900         88  WS-ACCRUAL-FILES-CLOSED    VALUE "N".
025000     05  WS-FILE-ERROR-SW           PIC X(01) VALUE "N".
025100         88  WS-FILE-ERROR              VALUE "Y".
025200         88  WS-FILES-CLEAN             VALUE "N".
025300
025400 01  WS-REPORT-WORK.
025500     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
025600     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
025700     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
025800
025900 01  WS-EDIT-FIELDS.
026000     05  WS-EDIT-DATE               PIC 9999/99/99.
026100     05  WS-EDIT-BUSN-DATE          PIC 9999/99/99.
026200     05  WS-EDIT-BALANCE            PIC -(10)9.99.
026300     05  WS-EDIT-DAYS               PIC ZZ9.
026400     05  WS-EDIT-INTEREST           PIC Z(6)9.9999.
026500     05  WS-EDIT-INTEREST-2         PIC Z(6)9.9999.
026600     05  WS-EDIT-ACCRUED            PIC Z(7)9.9999.
026700     05  WS-EDIT-ACCRUED-2          PIC Z(7)9.9999.
026800     05  WS-EDIT-POST-AMOUNT        PIC Z(6)9.99.
026900     05  WS-EDIT-TOTAL              PIC Z(10)9.9999.
027000     05  WS-EDIT-AMOUNT             PIC Z(10)9.99.
027100     05  WS-EDIT-COUNT              PIC Z(6)9.
027200
027300 PROCEDURE DIVISION.
027400*-----------------------------------------------------------*
027500*  0000-MAINLINE                                             *
027600*-----------------------------------------------------------*
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027900     PERFORM 2000-READ-HELOUT THRU 2000-EXIT
028000     IF WS-HELOUT-MISSING
028100         MOVE "NO HELOUT RESULT RECORD - RUN STATE UNKNOWN"
028200             TO WS-REFUSE-REASON
028300         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
028400         GO TO 9999-TERMINATE
028500     END-IF
028600     MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSN-DATE
028700     IF WS-RUN-STATUS-SAVE = "P"
028800         MOVE SPACES TO ACCRRPT-RECORD
028900         STRING " RUN " DELIMITED BY SIZE
029000             WS-EDIT-BUSN-DATE DELIMITED BY SIZE
029100             " IS PARTIAL - ACCRUAL DEFERRED UNTIL THE "
029200                 DELIMITED BY SIZE
029300             "RESUMED RUN COMPLETES" DELIMITED BY SIZE
029400             INTO ACCRRPT-RECORD
029500         END-STRING
029600         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
029700         DISPLAY "HELACRU: RUN " WS-EDIT-BUSN-DATE
029800             " IS PARTIAL - ACCRUAL DEFERRED UNTIL THE "
029900             "RESUMED RUN COMPLETES"
030000         GO TO 9999-TERMINATE
030100     END-IF
030200     IF WS-RUN-STATUS-SAVE NOT = "S"
030300         MOVE "HELLO RUN DID NOT COMPLETE - NOTHING ACCRUED"
030400             TO WS-REFUSE-REASON
030500         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
030600         GO TO 9999-TERMINATE
030700     END-IF
030800     PERFORM 2100-CHECK-ACCRUAL-CONTROL THRU 2100-EXIT
030900     IF WS-REFUSE-REASON NOT = SPACES
031000         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
031100         GO TO 9999-TERMINATE
031200     END-IF
031300     PERFORM 2200-LOAD-RATE-TABLE THRU 2200-EXIT
031400     IF WS-REFUSE-REASON NOT = SPACES
031500         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
031600         GO TO 9999-TERMINATE
031700     END-IF
031800     PERFORM 2300-CHECK-CAPITALIZATION THRU 2300-EXIT
031900     PERFORM 2400-OPEN-ACCRUAL-FILES THRU 2400-EXIT
032000     IF WS-REFUSE-REASON NOT = SPACES
032100         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
032200         GO TO 9999-TERMINATE
032300     END-IF
032400     PERFORM 6100-PRINT-RUN-HEADING THRU 6100-EXIT
032500     PERFORM 3000-ACCRUE-ACCOUNT THRU 3000-EXIT
032600         UNTIL WS-ACCT-EOF
032700     PERFORM 4900-CLOSE-ACCRUAL-FILES THRU 4900-EXIT
032800     IF WS-FILES-CLEAN
032900         PERFORM 7000-WRITE-ACCRUAL-CONTROL THRU 7000-EXIT
033000     END-IF
033100     PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
033200     GO TO 9999-TERMINATE.
033300
033400 9999-TERMINATE.
033500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
033600 9999-EXIT.
033700     GOBACK.
033800
033900*-----------------------------------------------------------*
034000*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE         *
034100*  ACCRUAL REPORT AND PRINT ITS FIRST HEADER.                *
034200*-----------------------------------------------------------*
034300 1000-INITIALIZE.
034400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
034500     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
034600     OPEN OUTPUT ACCRRPT-FILE
034700     IF WS-ACCRRPT-STATUS NOT = "00"
034800         DISPLAY "HELACRU: ACCRRPT OPEN ERROR STATUS "
034900             WS-ACCRRPT-STATUS
035000         MOVE 8 TO RETURN-CODE
035100     END-IF
035200     PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
035300 1000-EXIT.
035400     EXIT.
035500
035600*-----------------------------------------------------------*
035700*  2000-READ-HELOUT - THE SHARED RESULT RECORD OF THE HELLO  *
035800*  RUN WHOSE CLOSING BALANCES ARE TO BE ACCRUED.  ITS RUN    *
035900*  DATE IS THE BUSINESS DATE.                                *
036000*-----------------------------------------------------------*
036100 2000-READ-HELOUT.
036200     SET WS-HELOUT-MISSING TO TRUE
036300     OPEN INPUT OUT-FILE
036400     IF WS-OUT-STATUS = "00"
036500         READ OUT-FILE
036600             AT END
036700                 MOVE "10" TO WS-OUT-STATUS
036800         END-READ
036900         IF WS-OUT-STATUS = "00"
037000             AND OUT-RUN-DATE NUMERIC
037100             SET WS-HELOUT-FOUND TO TRUE
037200             MOVE OUT-RUN-DATE TO WS-BUSINESS-DATE
037300             MOVE OUT-STATUS-CODE TO WS-RUN-STATUS-SAVE
037400         END-IF
037500         CLOSE OUT-FILE
037600     END-IF.
037700 2000-EXIT.
037800     EXIT.
037900
038000*-----------------------------------------------------------*
038100*  2100-CHECK-ACCRUAL-CONTROL - THE RE-RUN GUARD.  A DATE    *
038200*  ALREADY ON ACCRCTL HAS BEEN ACCRUED (AND CAPITALIZED, IF  *
038300*  IT WAS THE DAY), AND A DATE EARLIER THAN THE LAST ONE     *
038400*  WOULD ACCRUE DAYS ALREADY ACCRUED.  EITHER IS REFUSED     *
038500*  BEFORE ANY FILE IS TOUCHED, SO AN ACCRFEED THE NEXT HELLO *
038600*  RUN HAS STILL TO PICK UP IS LEFT AS IT IS.  NO ACCRCTL    *
038700*  YET IS THE FIRST ACCRUAL RUN.                             *
038800*-----------------------------------------------------------*
038900 2100-CHECK-ACCRUAL-CONTROL.
039000     MOVE SPACES TO WS-REFUSE-REASON
039100     MOVE ZERO TO WS-LAST-ACCRUED-DATE
039200     OPEN INPUT ACTL-FILE
039300     IF WS-ACTL-STATUS = "35"
039400         GO TO 2100-EXIT
039500     END-IF
039600     IF WS-ACTL-STATUS NOT = "00"
039700         DISPLAY "HELACRU: ACCRCTL OPEN ERROR STATUS "
039800             WS-ACTL-STATUS
039900         MOVE 8 TO RETURN-CODE
040000         MOVE "ACCRUAL CONTROL FILE NOT READABLE"
040100             TO WS-REFUSE-REASON
040200         GO TO 2100-EXIT
040300     END-IF
040400     PERFORM 2150-READ-ACCRUAL-CONTROL THRU 2150-EXIT
040500         UNTIL WS-ACTL-EOF
040600     CLOSE ACTL-FILE
040700     IF WS-REFUSE-REASON NOT = SPACES
040800         GO TO 2100-EXIT
040900     END-IF
041000     IF WS-LAST-ACCRUED-DATE = WS-BUSINESS-DATE
041100         MOVE "BUSINESS DATE ALREADY ACCRUED" TO WS-REFUSE-REASON
041200         GO TO 2100-EXIT
041300     END-IF
041400     IF WS-LAST-ACCRUED-DATE > WS-BUSINESS-DATE
041500         MOVE "A LATER BUSINESS DATE IS ALREADY ACCRUED"
041600             TO WS-REFUSE-REASON
041700     END-IF.
041800 2100-EXIT.
041900     EXIT.
042000
042100 2150-READ-ACCRUAL-CONTROL.
042200     READ ACTL-FILE
042300         AT END
042400             SET WS-ACTL-EOF TO TRUE
042500             GO TO 2150-EXIT
042600     END-READ
042700     IF WS-ACTL-STATUS NOT = "00"
042800         DISPLAY "HELACRU: ACCRCTL READ ERROR STATUS "
042900             WS-ACTL-STATUS
043000         MOVE 8 TO RETURN-CODE
043100         MOVE "ACCRUAL CONTROL FILE NOT READABLE"
043200             TO WS-REFUSE-REASON
043300         SET WS-ACTL-EOF TO TRUE
043400         GO TO 2150-EXIT
043500     END-IF
043600     IF ACTL-BUSN-DATE NOT NUMERIC OR NOT ACTL-COMPLETE
043700         GO TO 2150-EXIT
043800     END-IF
043900     IF ACTL-BUSN-DATE = WS-BUSINESS-DATE
044000         MOVE ACTL-BUSN-DATE TO WS-LAST-ACCRUED-DATE
044100         SET WS-ACTL-EOF TO TRUE
044200         GO TO 2150-EXIT
044300     END-IF
044400     IF ACTL-BUSN-DATE > WS-LAST-ACCRUED-DATE
044500         MOVE ACTL-BUSN-DATE TO WS-LAST-ACCRUED-DATE
044600     END-IF.
044700 2150-EXIT.
044800     EXIT.
044900
045000*-----------------------------------------------------------*
045100*  2200-LOAD-RATE-TABLE - EVERY ACCRRATE R ROW INTO THE      *
045200*  TABLE AND THE C ROW'S CAPITALIZATION DAY AND DAY BASIS.   *
045300*  WITHOUT A RATE TABLE NOTHING CAN BE ACCRUED.  A ROW WHOSE *
045400*  RATES OR FEE ARE NOT NUMERIC IS LEFT OUT, SO ITS CLASS    *
045500*  SHOWS UP AS AN EXCEPTION RATHER THAN ACCRUING AT ZERO.    *
045600*-----------------------------------------------------------*
045700 2200-LOAD-RATE-TABLE.
045800     OPEN INPUT ARAT-FILE
045900     IF WS-ARAT-STATUS NOT = "00"
046000         MOVE "NO ACCRRATE RATE TABLE MOUNTED - NOTHING ACCRUED"
046100             TO WS-REFUSE-REASON
046200         GO TO 2200-EXIT
046300     END-IF
046400     PERFORM 2250-LOAD-RATE-ENTRY THRU 2250-EXIT
046500         UNTIL WS-ARAT-EOF
046600     CLOSE ARAT-FILE
046700     IF WS-REFUSE-REASON = SPACES
046800         AND WS-RATE-ENTRY-COUNT = ZERO
046900         MOVE "ACCRRATE HAS NO RATE ROWS - NOTHING ACCRUED"
047000             TO WS-REFUSE-REASON
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.
047400
047500 2250-LOAD-RATE-ENTRY.
047600     READ ARAT-FILE
047700         AT END
047800             SET WS-ARAT-EOF TO TRUE
047900             GO TO 2250-EXIT
048000     END-READ
048100     IF WS-ARAT-STATUS NOT = "00"
048200         DISPLAY "HELACRU: ACCRRATE READ ERROR STATUS "
048300             WS-ARAT-STATUS
048400         MOVE 8 TO RETURN-CODE
048500         MOVE "ACCRRATE RATE TABLE NOT READABLE"
048600             TO WS-REFUSE-REASON
048700         SET WS-ARAT-EOF TO TRUE
048800         GO TO 2250-EXIT
048900     END-IF
049000     IF ARAT-CONTROL-ROW
049100         IF ARAT-CAP-DAY NUMERIC AND ARAT-CAP-DAY NOT > 31
049200             MOVE ARAT-CAP-DAY TO WS-CAP-DAY
049300         END-IF
049400         IF ARAT-DAY-BASIS NUMERIC AND ARAT-DAY-BASIS > ZERO
049500             MOVE ARAT-DAY-BASIS TO WS-DAY-BASIS
049600         END-IF
049700         GO TO 2250-EXIT
049800     END-IF
049900     IF NOT ARAT-RATE-ROW
050000         GO TO 2250-EXIT
050100     END-IF
050200     IF ARAT-CR-RATE NOT NUMERIC OR ARAT-DB-RATE NOT NUMERIC
050300         OR ARAT-MONTHLY-FEE NOT NUMERIC
050400         DISPLAY "HELACRU: ACCRRATE ROW FOR CLASS '" ARAT-CLASS
050500             "' NOT NUMERIC - LEFT OUT"
050600         GO TO 2250-EXIT
050700     END-IF
050800     IF WS-RATE-ENTRY-COUNT NOT < 50
050900         IF WS-RATE-NOT-FULL
051000             SET WS-RATE-FULL-WARNED TO TRUE
051100             DISPLAY "HELACRU: RATE TABLE FULL - ROWS BEYOND "
051200                 "THE FIRST 50 LEFT OUT"
051300             IF RETURN-CODE < 4
051400                 MOVE 4 TO RETURN-CODE
051500             END-IF
051600         END-IF
051700         GO TO 2250-EXIT
051800     END-IF
051900     ADD 1 TO WS-RATE-ENTRY-COUNT
052000     MOVE ARAT-CLASS TO WS-RATE-TBL-CLASS (WS-RATE-ENTRY-COUNT)
052100     MOVE ARAT-CR-RATE
052200         TO WS-RATE-TBL-CR-RATE (WS-RATE-ENTRY-COUNT)
052300     MOVE ARAT-DB-RATE
052400         TO WS-RATE-TBL-DB-RATE (WS-RATE-ENTRY-COUNT)
052500     MOVE ARAT-MONTHLY-FEE
052600         TO WS-RATE-TBL-FEE (WS-RATE-ENTRY-COUNT).
052700 2250-EXIT.
052800     EXIT.
052900
053000*-----------------------------------------------------------*
053100*  2300-CHECK-CAPITALIZATION - THE BUSINESS DATE IS A        *
053200*  CAPITALIZATION DAY WHEN ITS DAY OF THE MONTH HAS REACHED  *
053300*  THE CONFIGURED DAY (SO A DAY THAT FALLS ON A HOLIDAY IS   *
053400*  TAKEN ON THE NEXT WORKING DAY), OR WHEN IT IS THE LAST    *
053500*  WORKING DAY OF ITS MONTH IN THE CALENDAR FILE (SO A DAY   *
053600*  THE MONTH NEVER REACHES STILL CAPITALIZES).  EACH ACCOUNT *
053700*  IS CAPITALIZED ONLY ONCE A MONTH, WHICHEVER DAY IT IS.    *
053800*-----------------------------------------------------------*
053900 2300-CHECK-CAPITALIZATION.
054000     SET WS-NOT-CAP-TODAY TO TRUE
054100     SET WS-NOT-LAST-WORKDAY TO TRUE
054200     MOVE ZERO TO WS-NEXT-WORK-DATE
054300     OPEN INPUT CALNDR-FILE
054400     IF WS-CALNDR-STATUS = "00"
054500         PERFORM 2350-SCAN-CALENDAR THRU 2350-EXIT
054600             UNTIL WS-CAL-EOF
054700         CLOSE CALNDR-FILE
054800         IF WS-NEXT-WORK-DATE NOT = ZERO
054900             AND WS-NEXT-WORK-MONTH NOT = WS-BUSN-MONTH
055000             SET WS-LAST-WORKDAY-OF-MONTH TO TRUE
055100         END-IF
055200     ELSE
055300         DISPLAY "HELACRU: NO CALENDAR FILE - MONTH END TAKEN "
055400             "FROM THE CAPITALIZATION DAY ONLY"
055500     END-IF
055600     IF WS-LAST-WORKDAY-OF-MONTH
055700         SET WS-CAP-TODAY TO TRUE
055800     END-IF
055900     IF WS-CAP-DAY > ZERO AND WS-BUSN-DAY NOT < WS-CAP-DAY
056000         SET WS-CAP-TODAY TO TRUE
056100     END-IF.
056200 2300-EXIT.
056300     EXIT.
056400
056500 2350-SCAN-CALENDAR.
056600     READ CALNDR-FILE
056700         AT END
056800             SET WS-CAL-EOF TO TRUE
056900             GO TO 2350-EXIT
057000     END-READ
057100     IF WS-CALNDR-STATUS NOT = "00"
057200         DISPLAY "HELACRU: CALENDAR READ ERROR STATUS "
057300             WS-CALNDR-STATUS
057400         SET WS-CAL-EOF TO TRUE
057500         GO TO 2350-EXIT
057600     END-IF
057700     IF CAL-DATE NOT NUMERIC OR NOT CAL-WORKING-DAY
057800         GO TO 2350-EXIT
057900     END-IF
058000     IF CAL-DATE > WS-BUSINESS-DATE
058100         AND (WS-NEXT-WORK-DATE = ZERO
058200             OR CAL-DATE < WS-NEXT-WORK-DATE)
058300         MOVE CAL-DATE TO WS-NEXT-WORK-DATE
058400     END-IF.
058500 2350-EXIT.
058600     EXIT.
058700
058800*-----------------------------------------------------------*
058900*  2400-OPEN-ACCRUAL-FILES - THE MASTER IS READ IN KEY       *
059000*  ORDER; THE ACCRUAL FILE IS UPDATED BY KEY AND STARTED     *
059100*  EMPTY THE FIRST TIME.  ACCRFEED IS REWRITTEN ON EVERY     *
059200*  ACCRUAL RUN, SO POSTINGS HELLO HAS ALREADY PICKED UP ARE  *
059300*  NEVER OFFERED TWICE AND A DAY THAT IS NOT CAPITALIZED     *
059400*  LEAVES IT EMPTY.                                          *
059500*-----------------------------------------------------------*
059600 2400-OPEN-ACCRUAL-FILES.
059700     OPEN INPUT ACCTMST-FILE
059800     IF WS-ACCTMST-STATUS NOT = "00"
059900         DISPLAY "HELACRU: ACCTMST OPEN STATUS " WS-ACCTMST-STATUS
060000         MOVE "NO ACCOUNT MASTER MOUNTED - NOTHING ACCRUED"
060100             TO WS-REFUSE-REASON
060200         GO TO 2400-EXIT
060300     END-IF
060400     OPEN I-O ACRL-FILE
060500     IF WS-ACRL-STATUS = "35"
060600         DISPLAY "HELACRU: NO ACCRUAL FILE ON FILE - "
060700             "STARTING AN EMPTY ONE"
060800         OPEN OUTPUT ACRL-FILE
060900         IF WS-ACRL-STATUS = "00"
061000             CLOSE ACRL-FILE
061100             OPEN I-O ACRL-FILE
061200         END-IF
061300     END-IF
061400     IF WS-ACRL-STATUS NOT = "00"
061500         DISPLAY "HELACRU: ACCRUAL OPEN ERROR STATUS "
061600             WS-ACRL-STATUS
061700         CLOSE ACCTMST-FILE
061800         MOVE 8 TO RETURN-CODE
061900         MOVE "ACCRUAL FILE NOT AVAILABLE - NOTHING ACCRUED"
062000             TO WS-REFUSE-REASON
062100         GO TO 2400-EXIT
062200     END-IF
062300     OPEN OUTPUT ACCR-FILE
062400     IF WS-ACCR-STATUS NOT = "00"
062500         DISPLAY "HELACRU: ACCRFEED OPEN ERROR STATUS "
062600             WS-ACCR-STATUS
062700         CLOSE ACCTMST-FILE
062800         CLOSE ACRL-FILE
062900         MOVE 8 TO RETURN-CODE
063000         MOVE "ACCRFEED NOT WRITABLE - NOTHING ACCRUED"
063100             TO WS-REFUSE-REASON
063200         GO TO 2400-EXIT
063300     END-IF
063400     SET WS-ACCRUAL-FILES-OPEN TO TRUE.
063500 2400-EXIT.
063600     EXIT.
063700
063800*-----------------------------------------------------------*
063900*  3000-ACCRUE-ACCOUNT - ONE MASTER RECORD.  A CLOSED        *
063950*  ACCOUNT ACCRUES NOTHING, AND IS AN EXCEPTION ONLY WHEN A  *
064000*  WHOLE CENT IS LEFT UNPOSTED - CAPITALIZATION LEAVES THE   *
064050*  FRACTION BEHIND.  ONE ALREADY ACCRUED FOR THE DATE        *
064100*  (A RUN THAT STOPPED PART WAY) IS NOT ACCRUED AGAIN, BUT   *
064200*  ANY POSTING THAT RUN MADE FOR IT IS WRITTEN AGAIN, SINCE  *
064300*  ACCRFEED WAS REWRITTEN.  AN UNREADABLE BALANCE OR A CLASS *
064400*  WITH NO RATE ROW IS AN EXCEPTION.                         *
064500*-----------------------------------------------------------*
064600 3000-ACCRUE-ACCOUNT.
064700     READ ACCTMST-FILE
064800         AT END
064900             SET WS-ACCT-EOF TO TRUE
065000             GO TO 3000-EXIT
065100     END-READ
065200     IF WS-ACCTMST-STATUS NOT = "00"
065300         DISPLAY "HELACRU: ACCTMST READ ERROR STATUS "
065400             WS-ACCTMST-STATUS
065500         SET WS-ACCT-EOF TO TRUE
065600         SET WS-FILE-ERROR TO TRUE
065700         MOVE 8 TO RETURN-CODE
065800         GO TO 3000-EXIT
065900     END-IF
066000     MOVE ACCTMST-RECORD TO ACCT-RECORD
066100     IF ACCT-ID = SPACES
066200         GO TO 3000-EXIT
066300     END-IF
066400     ADD 1 TO WS-TOT-READ-COUNT
066500     MOVE ZERO TO WS-ELAPSED-DAYS
066600     MOVE ZERO TO WS-CR-TODAY
066700     MOVE ZERO TO WS-DB-TODAY
066800     MOVE ZERO TO WS-CAP-POST-AMOUNT
066900     MOVE SPACES TO WS-ACCOUNT-NOTE
067000     PERFORM 3100-READ-ACCRUAL THRU 3100-EXIT
067100     IF WS-FILE-ERROR
067200         SET WS-ACCT-EOF TO TRUE
067300         GO TO 3000-EXIT
067400     END-IF
067500     IF ACCT-STATUS-CLOSED
067600         ADD 1 TO WS-TOT-CLOSED-COUNT
067700         IF ACRL-CR-ACCRUED NOT < 0.01
067800             OR ACRL-DB-ACCRUED NOT < 0.01
067900             MOVE "CLOSED - NOT POSTED" TO WS-ACCOUNT-NOTE
068000             PERFORM 3900-ACCOUNT-EXCEPTION THRU 3900-EXIT
068100         END-IF
068200         GO TO 3000-EXIT
068300     END-IF
068400     IF ACCT-BALANCE NOT NUMERIC
068500         MOVE "BALANCE NOT NUMERIC" TO WS-ACCOUNT-NOTE
068600         PERFORM 3900-ACCOUNT-EXCEPTION THRU 3900-EXIT
068700         GO TO 3000-EXIT
068800     END-IF
068900     IF WS-ACRL-FOUND
069000         AND ACRL-LAST-ACCR-DATE NOT < WS-BUSINESS-DATE
069100         ADD 1 TO WS-TOT-ALREADY-COUNT
069200         MOVE "ALREADY ACCRUED" TO WS-ACCOUNT-NOTE
069300         IF ACRL-LAST-CAP-DATE = WS-BUSINESS-DATE
069400             AND ACRL-CAP-AMOUNT > ZERO
069500             PERFORM 3600-WRITE-CAP-POSTING THRU 3600-EXIT
069600         END-IF
069700         PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT
069800         GO TO 3000-EXIT
069900     END-IF
070000     PERFORM 3200-FIND-RATE-ROW THRU 3200-EXIT
070100     IF WS-RATE-UNMATCHED
070200         MOVE "NO RATE ROW FOR CLASS" TO WS-ACCOUNT-NOTE
070300         PERFORM 3900-ACCOUNT-EXCEPTION THRU 3900-EXIT
070400         GO TO 3000-EXIT
070500     END-IF
070600     PERFORM 3300-ACCRUE-INTEREST THRU 3300-EXIT
070700     IF WS-CAP-TODAY
070800         AND ACRL-LAST-CAP-MONTH NOT = WS-BUSN-MONTH
070900         PERFORM 3500-CAPITALIZE THRU 3500-EXIT
071000     END-IF
071100     PERFORM 3800-SAVE-ACCRUAL THRU 3800-EXIT
071200     IF WS-FILE-ERROR
071300         SET WS-ACCT-EOF TO TRUE
071400         GO TO 3000-EXIT
071500     END-IF
071600     ADD 1 TO WS-TOT-ACCRUED-COUNT
071700     ADD WS-CR-TODAY TO WS-TOT-CR-TODAY
071800     ADD WS-DB-TODAY TO WS-TOT-DB-TODAY
071900     ADD ACRL-CR-ACCRUED TO WS-TOT-CR-ACCRUED
072000     ADD ACRL-DB-ACCRUED TO WS-TOT-DB-ACCRUED
072100     PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT.
072200 3000-EXIT.
072300     EXIT.
072400
072500*-----------------------------------------------------------*
072600*  3100-READ-ACCRUAL - THE ACCOUNT'S ACCRUAL RECORD BY KEY,  *
072700*  OR A NEW ONE WITH NOTHING ACCRUED AND NO DATES.           *
072800*-----------------------------------------------------------*
072900 3100-READ-ACCRUAL.
073000     SET WS-ACRL-NEW TO TRUE
073100     MOVE ACCT-ID TO ACRL-KEY
073200     READ ACRL-FILE
073300         INVALID KEY
073400             PERFORM 3150-NEW-ACCRUAL THRU 3150-EXIT
073500             GO TO 3100-EXIT
073600     END-READ
073700     IF WS-ACRL-STATUS NOT = "00"
073800         DISPLAY "HELACRU: ACCRUAL READ ERROR STATUS "
073900             WS-ACRL-STATUS
074000         SET WS-FILE-ERROR TO TRUE
074100         MOVE 8 TO RETURN-CODE
074200         GO TO 3100-EXIT
074300     END-IF
074400     MOVE ACRL-FILE-RECORD TO ACRL-RECORD
074500     SET WS-ACRL-FOUND TO TRUE
074600     IF ACRL-LAST-ACCR-DATE NOT NUMERIC
074700         MOVE ZERO TO ACRL-LAST-ACCR-DATE
074800     END-IF
074900     IF ACRL-LAST-CAP-DATE NOT NUMERIC
075000         MOVE ZERO TO ACRL-LAST-CAP-DATE
075100     END-IF.
075200 3100-EXIT.
075300     EXIT.
075400
075500 3150-NEW-ACCRUAL.
075600     MOVE SPACES TO ACRL-RECORD
075700     MOVE ACCT-ID TO ACRL-ACCT-ID
075800     MOVE ZERO TO ACRL-LAST-ACCR-DATE
075900     MOVE ZERO TO ACRL-LAST-BALANCE
076000     MOVE ZERO TO ACRL-CR-ACCRUED
076100     MOVE ZERO TO ACRL-DB-ACCRUED
076200     MOVE ZERO TO ACRL-LAST-CAP-DATE
076300     MOVE SPACES TO ACRL-CAP-TYPE
076400     MOVE ZERO TO ACRL-CAP-AMOUNT.
076500 3150-EXIT.
076600     EXIT.
076700
076800*-----------------------------------------------------------*
076900*  3200-FIND-RATE-ROW - THE RATE ROW FOR THE ACCOUNT'S       *
077000*  CLASS.  A BLANK CLASS MATCHES THE BLANK DEFAULT ROW.      *
077100*-----------------------------------------------------------*
077200 3200-FIND-RATE-ROW.
077300     SET WS-RATE-UNMATCHED TO TRUE
077400     MOVE ZERO TO WS-RATE-FOUND-SUB
077500     PERFORM 3250-MATCH-RATE-ENTRY THRU 3250-EXIT
077600         VARYING WS-RATE-SUB FROM 1 BY 1
077700         UNTIL WS-RATE-SUB > WS-RATE-ENTRY-COUNT
077800             OR WS-RATE-MATCHED.
077900 3200-EXIT.
078000     EXIT.
078100
078200 3250-MATCH-RATE-ENTRY.
078300     IF WS-RATE-TBL-CLASS (WS-RATE-SUB) = ACCT-CLASS
078400         SET WS-RATE-MATCHED TO TRUE
078500         MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
078600     END-IF.
078700 3250-EXIT.
078800     EXIT.
078900
079000*-----------------------------------------------------------*
079100*  3300-ACCRUE-INTEREST - ONE DAY'S INTEREST ON THE CLOSING  *
079200*  BALANCE: CREDIT INTEREST ON A BALANCE AT OR ABOVE ZERO,   *
079300*  DEBIT INTEREST ON A BALANCE BELOW IT.  THE CALENDAR DAYS  *
079400*  SINCE THE LAST ACCRUAL BEFORE TODAY (A WEEKEND OR         *
079500*  HOLIDAY, WHEN NOTHING POSTED) ACCRUE ON THE BALANCE LAST  *
079600*  ACCRUED, WHICH STOOD OVER THEM.  AN ACCOUNT'S FIRST       *
079700*  ACCRUAL IS FOR THE ONE DAY.                               *
079800*-----------------------------------------------------------*
079900 3300-ACCRUE-INTEREST.
080000     MOVE 1 TO WS-ELAPSED-DAYS
080100     MOVE ZERO TO WS-GAP-DAYS
080200     IF ACRL-LAST-ACCR-DATE > ZERO
080300         COMPUTE WS-ELAPSED-DAYS =
080400             FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
080500                 - FUNCTION INTEGER-OF-DATE (ACRL-LAST-ACCR-DATE)
080600         COMPUTE WS-GAP-DAYS = WS-ELAPSED-DAYS - 1
080700     END-IF
080800     IF WS-GAP-DAYS > ZERO
080900         IF ACRL-LAST-BALANCE < ZERO
081000             COMPUTE WS-INTEREST-BASE = ZERO - ACRL-LAST-BALANCE
081100             COMPUTE WS-DAY-INTEREST ROUNDED =
081200                 WS-INTEREST-BASE
081300                     * WS-RATE-TBL-DB-RATE (WS-RATE-FOUND-SUB)
081400                     * WS-GAP-DAYS / (100 * WS-DAY-BASIS)
081500             ADD WS-DAY-INTEREST TO WS-DB-TODAY
081600         ELSE
081700             MOVE ACRL-LAST-BALANCE TO WS-INTEREST-BASE
081800             COMPUTE WS-DAY-INTEREST ROUNDED =
081900                 WS-INTEREST-BASE
082000                     * WS-RATE-TBL-CR-RATE (WS-RATE-FOUND-SUB)
082100                     * WS-GAP-DAYS / (100 * WS-DAY-BASIS)
082200             ADD WS-DAY-INTEREST TO WS-CR-TODAY
082300         END-IF
082400     END-IF
082500     IF ACCT-BALANCE < ZERO
082600         COMPUTE WS-INTEREST-BASE = ZERO - ACCT-BALANCE
082700         COMPUTE WS-DAY-INTEREST ROUNDED =
082800             WS-INTEREST-BASE
082900                 * WS-RATE-TBL-DB-RATE (WS-RATE-FOUND-SUB)
083000                 / (100 * WS-DAY-BASIS)
083100         ADD WS-DAY-INTEREST TO WS-DB-TODAY
083200     ELSE
083300         MOVE ACCT-BALANCE TO WS-INTEREST-BASE
083400         COMPUTE WS-DAY-INTEREST ROUNDED =
083500             WS-INTEREST-BASE
083600                 * WS-RATE-TBL-CR-RATE (WS-RATE-FOUND-SUB)
083700                 / (100 * WS-DAY-BASIS)
083800         ADD WS-DAY-INTEREST TO WS-CR-TODAY
083900     END-IF
084000     ADD WS-CR-TODAY TO ACRL-CR-ACCRUED
084100     ADD WS-DB-TODAY TO ACRL-DB-ACCRUED
084200     MOVE WS-BUSINESS-DATE TO ACRL-LAST-ACCR-DATE
084300     MOVE ACCT-BALANCE TO ACRL-LAST-BALANCE.
084400 3300-EXIT.
084500     EXIT.
084600
084700*-----------------------------------------------------------*
084800*  3500-CAPITALIZE - THE MONTH'S POSTING FOR THE ACCOUNT:    *
084900*  CREDIT INTEREST LESS DEBIT INTEREST LESS THE MONTHLY FEE, *
085000*  IN WHOLE CENTS.  AN AJ ONLY EVER ADDS TO A BALANCE, SO A  *
085100*  NET IN THE ACCOUNT'S FAVOUR POSTS AS AN AJ AND A NET      *
085200*  CHARGE AS A DB.  THE CENTS POSTED COME OFF THE ACCRUALS   *
085300*  AND THE FRACTIONS STAY TO ACCRUE ON.  A FROZEN ACCOUNT    *
085400*  WOULD BE REJECTED R008 BY HELLO, SO IT IS LEFT ACCRUING   *
085500*  AND CAPITALIZES ON THE FIRST CAPITALIZATION DAY AFTER IT  *
085600*  IS RELEASED.                                              *
085700*-----------------------------------------------------------*
085800 3500-CAPITALIZE.
085900     IF ACCT-STATUS-FROZEN
086000         ADD 1 TO WS-TOT-DEFERRED-COUNT
086100         MOVE "DEFERRED - FROZEN" TO WS-ACCOUNT-NOTE
086200         GO TO 3500-EXIT
086300     END-IF
086400     MOVE ACRL-CR-ACCRUED TO WS-CAP-CR
086500     MOVE ACRL-DB-ACCRUED TO WS-CAP-DB
086600     MOVE WS-RATE-TBL-FEE (WS-RATE-FOUND-SUB) TO WS-CAP-FEE
086700     COMPUTE WS-CAP-NET = WS-CAP-CR - WS-CAP-DB - WS-CAP-FEE
086800     IF WS-CAP-NET < ZERO
086900         COMPUTE WS-CAP-POST-AMOUNT = ZERO - WS-CAP-NET
087000     ELSE
087100         MOVE WS-CAP-NET TO WS-CAP-POST-AMOUNT
087200     END-IF
087300     IF WS-CAP-POST-AMOUNT > 9999999.99
087400         MOVE ZERO TO WS-CAP-POST-AMOUNT
087500         MOVE "POSTING TOO LARGE" TO WS-ACCOUNT-NOTE
087600         ADD 1 TO WS-TOT-EXCEPTION-COUNT
087700         IF RETURN-CODE < 4
087800             MOVE 4 TO RETURN-CODE
087900         END-IF
088000         GO TO 3500-EXIT
088100     END-IF
088200     SUBTRACT WS-CAP-CR FROM ACRL-CR-ACCRUED
088300     SUBTRACT WS-CAP-DB FROM ACRL-DB-ACCRUED
088400     MOVE WS-BUSINESS-DATE TO ACRL-LAST-CAP-DATE
088500     MOVE WS-CAP-POST-AMOUNT TO ACRL-CAP-AMOUNT
088600     ADD WS-CAP-FEE TO WS-TOT-FEE-AMOUNT
088700     IF WS-CAP-POST-AMOUNT = ZERO
088800         MOVE SPACES TO ACRL-CAP-TYPE
088900         MOVE "CAPITALIZED - NIL" TO WS-ACCOUNT-NOTE
089000         GO TO 3500-EXIT
089100     END-IF
089200     IF WS-CAP-NET < ZERO
089300         MOVE "DB" TO ACRL-CAP-TYPE
089400         ADD 1 TO WS-TOT-DB-COUNT
089500         ADD WS-CAP-POST-AMOUNT TO WS-TOT-DB-AMOUNT
089600     ELSE
089700         MOVE "AJ" TO ACRL-CAP-TYPE
089800         ADD 1 TO WS-TOT-AJ-COUNT
089900         ADD WS-CAP-POST-AMOUNT TO WS-TOT-AJ-AMOUNT
090000     END-IF
090100     MOVE "CAPITALIZED" TO WS-ACCOUNT-NOTE
090200     PERFORM 3600-WRITE-CAP-POSTING THRU 3600-EXIT.
090300 3500-EXIT.
090400     EXIT.
090500
090600*-----------------------------------------------------------*
090700*  3600-WRITE-CAP-POSTING - THE CAPITALIZATION AS A FEED     *
090800*  RECORD FOR THE NEXT HELLO RUN: THE ACCOUNT ID AS TRAN-ID, *
090900*  THE BASE CURRENCY (BLANK CODE), AND AN ORIGIN STAMP OF    *
091000*  THIS PROGRAM AND THE BUSINESS DATE IT WAS ACCRUED ON.     *
091100*-----------------------------------------------------------*
091200 3600-WRITE-CAP-POSTING.
091300     MOVE SPACES TO TRAN-RECORD
091400     MOVE ACRL-ACCT-ID TO TRAN-ID
091500     MOVE ACRL-CAP-TYPE TO TRAN-TYPE
091600     MOVE ACRL-CAP-AMOUNT TO TRAN-AMOUNT
091700     MOVE SPACES TO TRAN-CURRENCY
091800     MOVE "HELACRU" TO TRAN-ORIG-SOURCE-ID
091900     MOVE ACRL-LAST-CAP-DATE TO TRAN-ORIG-FEED-DATE
092000     MOVE ACRL-CAP-AMOUNT TO WS-CAP-POST-AMOUNT
092100     WRITE TRAN-RECORD
092200     IF WS-ACCR-STATUS NOT = "00"
092300         DISPLAY "HELACRU: ACCRFEED WRITE ERROR STATUS "
092400             WS-ACCR-STATUS
092500         SET WS-FILE-ERROR TO TRUE
092600         MOVE 8 TO RETURN-CODE
092700         GO TO 3600-EXIT
092800     END-IF
092900     ADD 1 TO WS-TOT-POSTING-COUNT.
093000 3600-EXIT.
093100     EXIT.
093200
093300*-----------------------------------------------------------*
093400*  3800-SAVE-ACCRUAL - WRITE A NEW ACCRUAL RECORD OR         *
093500*  REWRITE THE ACCOUNT'S EXISTING ONE.                       *
093600*-----------------------------------------------------------*
093700 3800-SAVE-ACCRUAL.
093800     MOVE ACRL-RECORD TO ACRL-FILE-RECORD
093900     IF WS-ACRL-FOUND
094000         REWRITE ACRL-FILE-RECORD
094100     ELSE
094200         WRITE ACRL-FILE-RECORD
094300     END-IF
094400     IF WS-ACRL-STATUS NOT = "00"
094500         DISPLAY "HELACRU: ACCRUAL WRITE ERROR STATUS "
094600             WS-ACRL-STATUS " ACCOUNT " ACCT-ID
094700         SET WS-FILE-ERROR TO TRUE
094800         MOVE 8 TO RETURN-CODE
094900     END-IF.
095000 3800-EXIT.
095100     EXIT.
095200
095300*-----------------------------------------------------------*
095400*  3900-ACCOUNT-EXCEPTION - AN ACCOUNT THAT COULD NOT BE     *
095500*  ACCRUED IS PRINTED WITH ITS REASON AND ENDS THE STEP      *
095600*  RC 4.                                                     *
095700*-----------------------------------------------------------*
095800 3900-ACCOUNT-EXCEPTION.
095900     ADD 1 TO WS-TOT-EXCEPTION-COUNT
096000     IF RETURN-CODE < 4
096100         MOVE 4 TO RETURN-CODE
096200     END-IF
096300     PERFORM 6200-PRINT-ACCOUNT THRU 6200-EXIT.
096400 3900-EXIT.
096500     EXIT.
096600
096700*-----------------------------------------------------------*
096800*  4900-CLOSE-ACCRUAL-FILES                                  *
096900*-----------------------------------------------------------*
097000 4900-CLOSE-ACCRUAL-FILES.
097100     IF WS-ACCRUAL-FILES-CLOSED
097200         GO TO 4900-EXIT
097300     END-IF
097400     CLOSE ACCTMST-FILE
097500     CLOSE ACRL-FILE
097600     CLOSE ACCR-FILE
097700     IF WS-ACCR-STATUS NOT = "00"
097800         DISPLAY "HELACRU: ACCRFEED CLOSE ERROR STATUS "
097900             WS-ACCR-STATUS
098000         SET WS-FILE-ERROR TO TRUE
098100         MOVE 8 TO RETURN-CODE
098200     END-IF
098300     SET WS-ACCRUAL-FILES-CLOSED TO TRUE.
098400 4900-EXIT.
098500     EXIT.
098600
098700*-----------------------------------------------------------*
098800*  6000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER.   *
098900*-----------------------------------------------------------*
099000 6000-WRITE-REPORT-HEADER.
099100     MOVE SPACES TO ACCRRPT-RECORD
099200     STRING " " DELIMITED BY SIZE
099300         "HELLO INTEREST AND FEE ACCRUAL" DELIMITED BY SIZE
099400         "   PAGE " DELIMITED BY SIZE
099500         WS-PAGE-COUNT DELIMITED BY SIZE
099600         INTO ACCRRPT-RECORD
099700     END-STRING
099800     WRITE ACCRRPT-RECORD
099900     MOVE SPACES TO ACCRRPT-RECORD
100000     STRING " " DELIMITED BY SIZE
100100         "PREPARED: " DELIMITED BY SIZE
100200         WS-EDIT-DATE DELIMITED BY SIZE
100300         " " DELIMITED BY SIZE
100400         WS-CURRENT-HOUR DELIMITED BY SIZE
100500         ":" DELIMITED BY SIZE
100600         WS-CURRENT-MINUTE DELIMITED BY SIZE
100700         ":" DELIMITED BY SIZE
100800         WS-CURRENT-SECOND DELIMITED BY SIZE
100900         INTO ACCRRPT-RECORD
101000     END-STRING
101100     WRITE ACCRRPT-RECORD
101200     MOVE ZERO TO WS-LINE-COUNT
101300     IF WS-ACCRUAL-FILES-OPEN
101400         PERFORM 6150-PRINT-COLUMN-HEADING THRU 6150-EXIT
101500     END-IF.
101600 6000-EXIT.
101700     EXIT.
101800
101900*-----------------------------------------------------------*
102000*  6050-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
102100*  BREAK WHEN THE PAGE FILLS.                                *
102200*-----------------------------------------------------------*
102300 6050-WRITE-REPORT-LINE.
102400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
102500         ADD 1 TO WS-PAGE-COUNT
102600         PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT
102700     END-IF
102800     WRITE ACCRRPT-RECORD
102900     ADD 1 TO WS-LINE-COUNT.
103000 6050-EXIT.
103100     EXIT.
103200
103300*-----------------------------------------------------------*
103400*  6100-PRINT-RUN-HEADING - THE BUSINESS DATE, WHETHER IT IS *
103500*  A CAPITALIZATION DAY, AND THE COLUMN HEADING.             *
103600*-----------------------------------------------------------*
103700 6100-PRINT-RUN-HEADING.
103800     MOVE SPACES TO ACCRRPT-RECORD
103900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
104000     MOVE SPACES TO ACCRRPT-RECORD
104100     IF WS-CAP-TODAY
104200         STRING " ACCRUAL FOR BUSINESS DATE " DELIMITED BY SIZE
104300             WS-EDIT-BUSN-DATE DELIMITED BY SIZE
104400             "   CAPITALIZATION DAY - POSTINGS WRITTEN TO "
104500                 DELIMITED BY SIZE
104600             "ACCRFEED" DELIMITED BY SIZE
104700             INTO ACCRRPT-RECORD
104800         END-STRING
104900     ELSE
105000         STRING " ACCRUAL FOR BUSINESS DATE " DELIMITED BY SIZE
105100             WS-EDIT-BUSN-DATE DELIMITED BY SIZE
105200             "   NOT A CAPITALIZATION DAY" DELIMITED BY SIZE
105300             INTO ACCRRPT-RECORD
105400         END-STRING
105500     END-IF
105600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
105700     PERFORM 6150-PRINT-COLUMN-HEADING THRU 6150-EXIT.
105800 6100-EXIT.
105900     EXIT.
106000
106100 6150-PRINT-COLUMN-HEADING.
106200     MOVE SPACES TO ACCRRPT-RECORD
106300     STRING " ACCOUNT     CL  ST  CLOSING BALANCE  DAYS"
106400             DELIMITED BY SIZE
106500         "   CR INTEREST  DB INTEREST    CR ACCRUED"
106600             DELIMITED BY SIZE
106700         "    DB ACCRUED  POSTED" DELIMITED BY SIZE
106800         INTO ACCRRPT-RECORD
106900     END-STRING
107000     MOVE "NOTE" TO ACCRRPT-RECORD (111:4)
107100     WRITE ACCRRPT-RECORD
107200     ADD 1 TO WS-LINE-COUNT.
107300 6150-EXIT.
107400     EXIT.
107500
107600*-----------------------------------------------------------*
107700*  6200-PRINT-ACCOUNT - ONE ACCOUNT: ITS CLOSING BALANCE,    *
107800*  THE DAYS AND INTEREST ACCRUED TODAY, WHAT IS NOW ACCRUED, *
107900*  ANY POSTING WRITTEN, AND A NOTE.                          *
108000*-----------------------------------------------------------*
108100 6200-PRINT-ACCOUNT.
108200     MOVE SPACES TO ACCRRPT-RECORD
108300     MOVE ACCT-ID TO ACCRRPT-RECORD (2:10)
108400     MOVE ACCT-CLASS TO ACCRRPT-RECORD (14:2)
108500     MOVE ACCT-STATUS TO ACCRRPT-RECORD (18:1)
108600     IF ACCT-BALANCE NUMERIC
108700         MOVE ACCT-BALANCE TO WS-EDIT-BALANCE
108800         MOVE WS-EDIT-BALANCE TO ACCRRPT-RECORD (21:14)
108900     END-IF
109000     IF WS-ELAPSED-DAYS > ZERO
109100         MOVE WS-ELAPSED-DAYS TO WS-EDIT-DAYS
109200         MOVE WS-EDIT-DAYS TO ACCRRPT-RECORD (37:3)
109300         MOVE WS-CR-TODAY TO WS-EDIT-INTEREST
109400         MOVE WS-EDIT-INTEREST TO ACCRRPT-RECORD (42:12)
109500         MOVE WS-DB-TODAY TO WS-EDIT-INTEREST-2
109600         MOVE WS-EDIT-INTEREST-2 TO ACCRRPT-RECORD (55:12)
109700     END-IF
109800     IF ACRL-CR-ACCRUED NUMERIC AND ACRL-DB-ACCRUED NUMERIC
109900         MOVE ACRL-CR-ACCRUED TO WS-EDIT-ACCRUED
110000         MOVE WS-EDIT-ACCRUED TO ACCRRPT-RECORD (68:13)
110100         MOVE ACRL-DB-ACCRUED TO WS-EDIT-ACCRUED-2
110200         MOVE WS-EDIT-ACCRUED-2 TO ACCRRPT-RECORD (82:13)
110300     END-IF
110400     IF WS-CAP-POST-AMOUNT > ZERO
110500         MOVE ACRL-CAP-TYPE TO ACCRRPT-RECORD (97:2)
110600         MOVE WS-CAP-POST-AMOUNT TO WS-EDIT-POST-AMOUNT
110700         MOVE WS-EDIT-POST-AMOUNT TO ACCRRPT-RECORD (100:10)
110800     END-IF
110900     MOVE WS-ACCOUNT-NOTE TO ACCRRPT-RECORD (111:22)
111000     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
111100 6200-EXIT.
111200     EXIT.
111300
111400*-----------------------------------------------------------*
111500*  6500-PRINT-TOTALS - ACCOUNTS ACCRUED, THE DAY'S CREDIT    *
111600*  AND DEBIT INTEREST, WHAT STANDS ACCRUED, AND THE          *
111700*  CAPITALIZATION POSTINGS WRITTEN, BY TYPE.                 *
111800*-----------------------------------------------------------*
111900 6500-PRINT-TOTALS.
112000     MOVE SPACES TO ACCRRPT-RECORD
112100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
112200     MOVE WS-TOT-READ-COUNT TO WS-EDIT-COUNT
112300     MOVE SPACES TO ACCRRPT-RECORD
112400     STRING " ACCOUNTS READ:            " DELIMITED BY SIZE
112500         WS-EDIT-COUNT DELIMITED BY SIZE
112600         INTO ACCRRPT-RECORD
112700     END-STRING
112800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
112900     MOVE WS-TOT-ACCRUED-COUNT TO WS-EDIT-COUNT
113000     MOVE SPACES TO ACCRRPT-RECORD
113100     STRING " ACCOUNTS ACCRUED:         " DELIMITED BY SIZE
113200         WS-EDIT-COUNT DELIMITED BY SIZE
113300         INTO ACCRRPT-RECORD
113400     END-STRING
113500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
113600     MOVE WS-TOT-CLOSED-COUNT TO WS-EDIT-COUNT
113700     MOVE SPACES TO ACCRRPT-RECORD
113800     STRING " CLOSED ACCOUNTS SKIPPED:  " DELIMITED BY SIZE
113900         WS-EDIT-COUNT DELIMITED BY SIZE
114000         INTO ACCRRPT-RECORD
114100     END-STRING
114200     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
114300     IF WS-TOT-ALREADY-COUNT > ZERO
114400         MOVE WS-TOT-ALREADY-COUNT TO WS-EDIT-COUNT
114500         MOVE SPACES TO ACCRRPT-RECORD
114600         STRING " ALREADY ACCRUED FOR DATE: " DELIMITED BY SIZE
114700             WS-EDIT-COUNT DELIMITED BY SIZE
114800             INTO ACCRRPT-RECORD
114900         END-STRING
115000         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
115100     END-IF
115200     MOVE WS-TOT-EXCEPTION-COUNT TO WS-EDIT-COUNT
115300     MOVE SPACES TO ACCRRPT-RECORD
115400     STRING " EXCEPTIONS:               " DELIMITED BY SIZE
115500         WS-EDIT-COUNT DELIMITED BY SIZE
115600         INTO ACCRRPT-RECORD
115700     END-STRING
115800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
115900     MOVE WS-TOT-CR-TODAY TO WS-EDIT-TOTAL
116000     MOVE SPACES TO ACCRRPT-RECORD
116100     STRING " CREDIT INTEREST TODAY:  " DELIMITED BY SIZE
116200         WS-EDIT-TOTAL DELIMITED BY SIZE
116300         INTO ACCRRPT-RECORD
116400     END-STRING
116500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
116600     MOVE WS-TOT-DB-TODAY TO WS-EDIT-TOTAL
116700     MOVE SPACES TO ACCRRPT-RECORD
116800     STRING " DEBIT INTEREST TODAY:   " DELIMITED BY SIZE
116900         WS-EDIT-TOTAL DELIMITED BY SIZE
117000         INTO ACCRRPT-RECORD
117100     END-STRING
117200     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
117300     MOVE WS-TOT-CR-ACCRUED TO WS-EDIT-TOTAL
117400     MOVE SPACES TO ACCRRPT-RECORD
117500     STRING " CREDIT INTEREST ACCRUED:" DELIMITED BY SIZE
117600         WS-EDIT-TOTAL DELIMITED BY SIZE
117700         INTO ACCRRPT-RECORD
117800     END-STRING
117900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
118000     MOVE WS-TOT-DB-ACCRUED TO WS-EDIT-TOTAL
118100     MOVE SPACES TO ACCRRPT-RECORD
118200     STRING " DEBIT INTEREST ACCRUED: " DELIMITED BY SIZE
118300         WS-EDIT-TOTAL DELIMITED BY SIZE
118400         INTO ACCRRPT-RECORD
118500     END-STRING
118600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
118700     IF WS-NOT-CAP-TODAY
118800         GO TO 6500-EXIT
118900     END-IF
119000     MOVE WS-TOT-FEE-AMOUNT TO WS-EDIT-AMOUNT
119100     MOVE SPACES TO ACCRRPT-RECORD
119200     STRING " MONTHLY FEES CHARGED:   " DELIMITED BY SIZE
119300         WS-EDIT-AMOUNT DELIMITED BY SIZE
119400         INTO ACCRRPT-RECORD
119500     END-STRING
119600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
119700     MOVE WS-TOT-AJ-COUNT TO WS-EDIT-COUNT
119800     MOVE WS-TOT-AJ-AMOUNT TO WS-EDIT-AMOUNT
119900     MOVE SPACES TO ACCRRPT-RECORD
120000     STRING " AJ POSTINGS (NET CREDIT):" DELIMITED BY SIZE
120100         WS-EDIT-COUNT DELIMITED BY SIZE
120200         "   AMOUNT: " DELIMITED BY SIZE
120300         WS-EDIT-AMOUNT DELIMITED BY SIZE
120400         INTO ACCRRPT-RECORD
120500     END-STRING
120600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
120700     MOVE WS-TOT-DB-COUNT TO WS-EDIT-COUNT
120800     MOVE WS-TOT-DB-AMOUNT TO WS-EDIT-AMOUNT
120900     MOVE SPACES TO ACCRRPT-RECORD
121000     STRING " DB POSTINGS (NET CHARGE):" DELIMITED BY SIZE
121100         WS-EDIT-COUNT DELIMITED BY SIZE
121200         "   AMOUNT: " DELIMITED BY SIZE
121300         WS-EDIT-AMOUNT DELIMITED BY SIZE
121400         INTO ACCRRPT-RECORD
121500     END-STRING
121600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
121700     MOVE WS-TOT-POSTING-COUNT TO WS-EDIT-COUNT
121800     MOVE SPACES TO ACCRRPT-RECORD
121900     STRING " RECORDS WRITTEN TO ACCRFEED: " DELIMITED BY SIZE
122000         WS-EDIT-COUNT DELIMITED BY SIZE
122100         INTO ACCRRPT-RECORD
122200     END-STRING
122300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
122400     IF WS-TOT-DEFERRED-COUNT > ZERO
122500         MOVE WS-TOT-DEFERRED-COUNT TO WS-EDIT-COUNT
122600         MOVE SPACES TO ACCRRPT-RECORD
122700         STRING " FROZEN - CAPITALIZATION DEFERRED: "
122800                 DELIMITED BY SIZE
122900             WS-EDIT-COUNT DELIMITED BY SIZE
123000             INTO ACCRRPT-RECORD
123100         END-STRING
123200         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
123300     END-IF.
123400 6500-EXIT.
123500     EXIT.
123600
123700*-----------------------------------------------------------*
123800*  6900-PRINT-REFUSAL - THE RUN WAS REFUSED OR COULD NOT     *
123900*  START: NOTHING WAS ACCRUED AND ACCRFEED WAS NOT TOUCHED.  *
124000*  THE STEP ENDS RC 4 (RC 8 IF A FILE ERROR WAS THE CAUSE).  *
124100*-----------------------------------------------------------*
124200 6900-PRINT-REFUSAL.
124300     MOVE SPACES TO ACCRRPT-RECORD
124400     STRING " ACCRUAL REFUSED - " DELIMITED BY SIZE
124500         WS-REFUSE-REASON DELIMITED BY SIZE
124600         INTO ACCRRPT-RECORD
124700     END-STRING
124800     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
124900     DISPLAY "HELACRU: ACCRUAL REFUSED - " WS-REFUSE-REASON
125000     IF RETURN-CODE < 4
125100         MOVE 4 TO RETURN-CODE
125200     END-IF.
125300 6900-EXIT.
125400     EXIT.
125500
125600*-----------------------------------------------------------*
125700*  7000-WRITE-ACCRUAL-CONTROL - EVERY ACCOUNT HAS BEEN       *
125800*  ACCRUED FOR THE DATE: RECORD IT SO IT IS NEVER ACCRUED    *
125900*  AGAIN.  A RUN THAT HIT A FILE ERROR WRITES NOTHING HERE,  *
126000*  SO IT CAN BE RUN AGAIN ONCE THE ERROR IS CLEARED.         *
126100*-----------------------------------------------------------*
126200 7000-WRITE-ACCRUAL-CONTROL.
126300     OPEN EXTEND ACTL-FILE
126400     IF WS-ACTL-STATUS = "35" OR "05"
126500         OPEN OUTPUT ACTL-FILE
126600     END-IF
126700     IF WS-ACTL-STATUS NOT = "00"
126800         DISPLAY "HELACRU: ACCRCTL OPEN ERROR STATUS "
126900             WS-ACTL-STATUS
127000         MOVE 8 TO RETURN-CODE
127100         GO TO 7000-EXIT
127200     END-IF
127300     MOVE SPACES TO ACTL-RECORD
127400     MOVE WS-BUSINESS-DATE TO ACTL-BUSN-DATE
127500     SET ACTL-COMPLETE TO TRUE
127600     MOVE WS-CURRENT-DATE-NUM TO ACTL-RUN-DATE
127700     MOVE WS-CURRENT-TIME-NUM TO ACTL-RUN-TIME
127800     MOVE WS-TOT-ACCRUED-COUNT TO ACTL-ACCOUNT-COUNT
127900     MOVE WS-TOT-POSTING-COUNT TO ACTL-POSTING-COUNT
128000     IF WS-CAP-TODAY
128100         MOVE "Y" TO ACTL-CAPITALIZED
128200     ELSE
128300         MOVE "N" TO ACTL-CAPITALIZED
128400     END-IF
128500     WRITE ACTL-RECORD
128600     IF WS-ACTL-STATUS NOT = "00"
128700         DISPLAY "HELACRU: ACCRCTL WRITE ERROR STATUS "
128800             WS-ACTL-STATUS
128900         MOVE 8 TO RETURN-CODE
129000     END-IF
129100     CLOSE ACTL-FILE.
129200 7000-EXIT.
129300     EXIT.
129400
129500*-----------------------------------------------------------*
129600*  8000-FINALIZE - CLOSE ANY FILE STILL OPEN AND THE REPORT. *
129700*-----------------------------------------------------------*
129800 8000-FINALIZE.
129900     PERFORM 4900-CLOSE-ACCRUAL-FILES THRU 4900-EXIT
130000     CLOSE ACCRRPT-FILE.
130100 8000-EXIT.
130200     EXIT.
