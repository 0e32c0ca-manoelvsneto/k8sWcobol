000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELSTMT.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-17.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-17  RS   INITIAL VERSION - PER-ACCOUNT DAILY
001000*                    STATEMENT, SO "WHAT HAPPENED TO THIS
001100*                    ACCOUNT YESTERDAY" NO LONGER MEANS
001200*                    GREPPING ACCEPTED AND WORKING THE BALANCE
001300*                    OUT BY HAND FROM ACCTMST.  FOR EVERY
001400*                    ACCOUNT WITH ACTIVITY IT PRINTS THE
001500*                    OPENING BALANCE, EACH ACCEPTED POSTING
001600*                    (TYPE, FEED CURRENCY AND AMOUNT, BASE
001700*                    AMOUNT) WITH A RUNNING BALANCE, AND THE
001800*                    CLOSING BALANCE, WHICH MUST TIE TO THE
001900*                    ACCT-BALANCE HELLO REWROTE.  THE OPENING
002000*                    BALANCES ARE THE PRIOR CYCLE'S BALANCE
002100*                    CARRY (BALPREV); TODAY'S MASTER BALANCES
002200*                    ARE WRITTEN TO BALCARRY, WHICH THE
002300*                    DEPLOYMENT ROTATES TO BALPREV BETWEEN
002400*                    CYCLES THE SAME WAY HELRECYC'S REJCARRY
002500*                    ROTATES TO REJPREV.  AN ACCOUNT WHOSE
002600*                    BALANCE DOES NOT PROVE - INCLUDING ONE
002700*                    THAT MOVED WITH NO POSTING - GOES ON AN
002800*                    EXCEPTIONS PAGE AND THE STEP ENDS RC 4.
002900*                    A PARTIAL RUN (HELOUT STATUS P) DEFERS
003000*                    THE STATEMENT AS HELXTRC DEFERS ITS
003100*                    EXTRACT.  MEANT TO RUN AS A DECK STEP
003200*                    AFTER HELLO COMPLETES.
003210*   2026-10-01  RS   ACCTMST IS NOW A KEYED INDEXED FILE; IT IS
003220*                    READ SEQUENTIALLY IN ACCOUNT-ID ORDER, SO
003230*                    BALCARRY COMES OUT IN KEY ORDER.
003237*   2026-10-15  RS   THE 1000-ACCOUNT TABLE IS GONE - A MASTER OF
003244*                    MORE ACCOUNTS LEFT THE REST UNREPORTED.  THE
003251*                    POSTINGS ARE HELD IN ACCOUNT ORDER AND
003258*                    MATCHED ACCOUNT BY ACCOUNT AGAINST THE MASTER
003265*                    AND BALPREV, BOTH READ IN KEY ORDER: ONCE FOR
003272*                    THE STATEMENTS (WRITING BALCARRY AS BEFORE)
003279*                    AND ONCE FOR THE EXCEPTIONS PAGE.  STATEMENTS
003286*                    NOW PRINT IN ACCOUNT ORDER.  A BALPREV RECORD
003293*                    OUT OF KEY ORDER IS SKIPPED AND COUNTED.
003300*---------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OUT-FILE ASSIGN TO "HELOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-OUT-STATUS.
004000     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
004100         ORGANIZATION IS INDEXED
004110         ACCESS MODE IS SEQUENTIAL
004120         RECORD KEY IS ACCTMST-KEY
004200         FILE STATUS IS WS-ACCTMST-STATUS.
004300     SELECT BALPREV-FILE ASSIGN TO "BALPREV"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BALPREV-STATUS.
004600     SELECT BALCARRY-FILE ASSIGN TO "BALCARRY"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-BALCARRY-STATUS.
004900     SELECT ACCEPT-FILE ASSIGN TO "ACCEPTED"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ACCEPT-STATUS.
005200     SELECT STMTRPT-FILE ASSIGN TO "STMTRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-STMTRPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  OUT-FILE
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 80 CHARACTERS.
006100     COPY "HELOUT.cpy".
006200
006300 FD  ACCTMST-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  ACCTMST-RECORD.
006610     05  ACCTMST-KEY                PIC X(10).
006620     05  FILLER                     PIC X(70).
006700
006800 FD  BALPREV-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  BALPREV-RECORD                 PIC X(80).
007200
007300 FD  BALCARRY-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  BALCARRY-RECORD                PIC X(80).
007700
007800 FD  ACCEPT-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY "HELACCP.cpy".
008200
008300 FD  STMTRPT-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 132 CHARACTERS.
008600 01  STMTRPT-RECORD                 PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-CURRENT-DATE-DATA.
009000     05  WS-CURRENT-DATE.
009100         10  WS-CURRENT-YEAR        PIC 9(4).
009200         10  WS-CURRENT-MONTH       PIC 9(2).
009300         10  WS-CURRENT-DAY         PIC 9(2).
009400     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
009500                                    PIC 9(8).
009600     05  WS-CURRENT-TIME.
009700         10  WS-CURRENT-HOUR        PIC 9(2).
009800         10  WS-CURRENT-MINUTE      PIC 9(2).
009900         10  WS-CURRENT-SECOND      PIC 9(2).
010000         10  WS-CURRENT-CENTISECOND PIC 9(2).
010100
010200*---------------------------------------------------------------
010300* MASTER AND BALANCE-CARRY RECORDS ARE BOTH ACCOUNT-MASTER
010400* IMAGES (BALCARRY IS A COPY OF THE MASTER AS IT STOOD WHEN
010500* THE STATEMENT RAN), SO BOTH ARE READ THROUGH THIS ONE AREA.
010600*---------------------------------------------------------------
010700     COPY "HELACCT.cpy".
010800
010900*---------------------------------------------------------------
011100* THE ACCOUNT BEING MATCHED: WHAT THE MASTER, THE BALANCE CARRY
011300* AND THE POSTINGS EACH SAY ABOUT IT.  AN ACCOUNT ON ONLY ONE
011500* OR TWO OF THE THREE IS AN EXCEPTION IN ITSELF.
011700*---------------------------------------------------------------
011780 01  WS-MATCH-WORK.
011860     05  WS-MAST-KEY                PIC X(10) VALUE SPACES.
011940     05  WS-MAST-IMAGE              PIC X(80) VALUE SPACES.
012020     05  WS-PREV-KEY                PIC X(10) VALUE SPACES.
012100     05  WS-PREV-LAST-KEY           PIC X(10) VALUE SPACES.
012180     05  WS-PREV-BALANCE            PIC S9(09)V99 VALUE ZERO.
012260     05  WS-POST-KEY                PIC X(10) VALUE SPACES.
012340     05  WS-LOW-KEY                 PIC X(10) VALUE SPACES.
012420 01  WS-CURRENT-ACCOUNT.
012500     05  WS-CUR-ACCT-ID             PIC X(10).
012580     05  WS-CUR-HOLDER              PIC X(25).
012660     05  WS-CUR-STATUS              PIC X(01).
012740     05  WS-CUR-MASTER-BAL          PIC S9(09)V99.
012820     05  WS-CUR-OPENING             PIC S9(11)V99.
012900     05  WS-CUR-NET                 PIC S9(11)V99.
012980     05  WS-CUR-POST-COUNT          PIC 9(05).
013060     05  WS-CUR-FIRST-POST          PIC 9(04) COMP.
013140     05  WS-CUR-LAST-POST           PIC 9(04) COMP.
013220     05  WS-CUR-MASTER-SW           PIC X(01).
013300         88  WS-CUR-ON-MASTER           VALUE "Y".
013380     05  WS-CUR-PREV-SW             PIC X(01).
013460         88  WS-CUR-IN-PREV             VALUE "Y".
013540     05  WS-CUR-BAD-BAL-SW          PIC X(01).
013620         88  WS-CUR-BAD-BAL             VALUE "Y".
013700     05  WS-CUR-EXCEPTION           PIC X(32).
013800 01  WS-SEARCH-ACCT-ID              PIC X(10) VALUE SPACES.
013900
014000*---------------------------------------------------------------
014100* THE NIGHT'S POSTINGS IN ACCOUNT ORDER, AND IN FILE ORDER
014200* WITHIN AN ACCOUNT, SO A STATEMENT LISTS ITS POSTINGS IN THE
014228* ORDER THEY WERE APPLIED.  HOLDS 5000 POSTINGS - ONE NIGHT'S
014256* FEED ONLY, THE ACCOUNTS THEMSELVES ARE MATCHED FROM THE MASTER
014284* AS IT IS READ - THE SAME CEILING HELBKOT PUTS ON ONE DATE'S
014312* POSTINGS AND WELL ABOVE A NIGHT'S VOLUME.  POSTINGS BEYOND IT
014340* ARE LEFT OFF THE STATEMENTS, THE STEP ENDS RC 4 AND THE
014368* CONTROL PAGE SAYS THOSE ACCOUNTS DO NOT TIE.
014400*---------------------------------------------------------------
014500 01  WS-POSTING-TABLE.
014600     05  WS-POST-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
014700     05  WS-POST-ENTRY
014800         OCCURS 5000 TIMES.
014900         10  WS-POST-TBL-ACCT-ID    PIC X(10).
015000         10  WS-POST-TBL-RUN-DATE   PIC 9(08).
015100         10  WS-POST-TBL-TYPE       PIC X(02).
015200         10  WS-POST-TBL-CURRENCY   PIC X(03).
015300         10  WS-POST-TBL-FEED-AMT   PIC 9(07)V99.
015400         10  WS-POST-TBL-BASE-AMT   PIC 9(10)V99.
015500 01  WS-POST-SUB                    PIC 9(04) COMP VALUE ZERO.
015533 01  WS-POST-NEXT-SUB               PIC 9(04) COMP VALUE ZERO.
015566 01  WS-SHIFT-SUB                   PIC 9(04) COMP VALUE ZERO.
015600
015700 01  WS-STATEMENT-WORK.
015800     05  WS-RUN-DATE-SAVE           PIC 9(08) VALUE ZERO.
015900     05  WS-RUN-STATUS-SAVE         PIC X(01) VALUE SPACE.
016000     05  WS-POSTING-AMOUNT          PIC 9(10)V99 VALUE ZERO.
016100     05  WS-RUNNING-BALANCE         PIC S9(11)V99 VALUE ZERO.
016200     05  WS-COMPUTED-CLOSING        PIC S9(11)V99 VALUE ZERO.
016300     05  WS-TOT-NET                 PIC S9(13)V99 VALUE ZERO.
016400     05  WS-TOT-ACTIVE-COUNT        PIC 9(05) VALUE ZERO.
016500     05  WS-TOT-POSTING-COUNT       PIC 9(07) VALUE ZERO.
016600     05  WS-TOT-EXCEPTION-COUNT     PIC 9(05) VALUE ZERO.
016700     05  WS-TOT-SKIPPED-COUNT       PIC 9(07) VALUE ZERO.
016800
016900 01  WS-FILE-STATUS-FIELDS.
017000     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
017100     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
017200     05  WS-BALPREV-STATUS          PIC X(02) VALUE SPACES.
017300     05  WS-BALCARRY-STATUS         PIC X(02) VALUE SPACES.
017400     05  WS-ACCEPT-STATUS           PIC X(02) VALUE SPACES.
017500     05  WS-STMTRPT-STATUS          PIC X(02) VALUE SPACES.
017600
017700 01  WS-SWITCHES.
017800     05  WS-HELOUT-FOUND-SW         PIC X(01) VALUE "N".
017900         88  WS-HELOUT-FOUND            VALUE "Y".
018000         88  WS-HELOUT-MISSING          VALUE "N".
018175     05  WS-ACCTMST-OPEN-SW         PIC X(01) VALUE "N".
018350         88  WS-ACCTMST-OPENED          VALUE "Y".
018525         88  WS-ACCTMST-NOT-OPENED      VALUE "N".
018700     05  WS-ACCP-EOF-SW             PIC X(01) VALUE "N".
018800         88  WS-ACCP-EOF                VALUE "Y".
018900         88  WS-ACCP-NOT-EOF            VALUE "N".
019000     05  WS-SLOT-FOUND-SW           PIC X(01) VALUE "N".
019100         88  WS-SLOT-FOUND              VALUE "Y".
019200         88  WS-SLOT-NOT-FOUND          VALUE "N".
019300     05  WS-PREV-PRESENT-SW         PIC X(01) VALUE "N".
019400         88  WS-PREV-PRESENT            VALUE "Y".
019500         88  WS-PREV-ABSENT             VALUE "N".
019900     05  WS-POST-FULL-SW            PIC X(01) VALUE "N".
020000         88  WS-POST-FULL-WARNED        VALUE "Y".
020100         88  WS-POST-NOT-FULL           VALUE "N".
020200     05  WS-REPORT-SECTION-SW       PIC X(01) VALUE "S".
020300         88  WS-PRINTING-STATEMENTS     VALUE "S".
020400         88  WS-PRINTING-EXCEPTIONS     VALUE "E".
020500
020600 01  WS-REPORT-WORK.
020700     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
020800     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
020900     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
021000
021100 01  WS-EDIT-FIELDS.
021200     05  WS-EDIT-DATE               PIC 9999/99/99.
021300     05  WS-EDIT-FEED-AMOUNT        PIC Z(6)9.99.
021400     05  WS-EDIT-BASE-AMOUNT        PIC Z(9)9.99.
021500     05  WS-EDIT-BALANCE            PIC -(10)9.99.
021600     05  WS-EDIT-MASTER-BAL         PIC -(10)9.99.
021700     05  WS-EDIT-NET                PIC -(12)9.99.
021800     05  WS-EDIT-COUNT              PIC Z(6)9.
021900
022000 PROCEDURE DIVISION.
022100*-----------------------------------------------------------*
022200*  0000-MAINLINE                                             *
022300*-----------------------------------------------------------*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022600     PERFORM 2000-READ-HELOUT THRU 2000-EXIT
022700     IF WS-HELOUT-MISSING
022800         MOVE " NO HELOUT RESULT RECORD - RUN STATE UNKNOWN, NO "
022900             TO STMTRPT-RECORD
023000         MOVE "STATEMENTS PRODUCED" TO STMTRPT-RECORD (52:19)
023100         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
023200         DISPLAY "HELSTMT: NO HELOUT RESULT RECORD - "
023300             "NO STATEMENTS PRODUCED"
023400         IF RETURN-CODE < 4
023500             MOVE 4 TO RETURN-CODE
023600         END-IF
023700         GO TO 9999-TERMINATE
023800     END-IF
023900     IF WS-RUN-STATUS-SAVE = "P"
024000         MOVE WS-RUN-DATE-SAVE TO WS-EDIT-DATE
024100         MOVE SPACES TO STMTRPT-RECORD
024200         STRING " RUN " DELIMITED BY SIZE
024300             WS-EDIT-DATE DELIMITED BY SIZE
024400             " IS PARTIAL - STATEMENTS DEFERRED UNTIL THE "
024500                 DELIMITED BY SIZE
024600             "RESUMED RUN COMPLETES" DELIMITED BY SIZE
024700             INTO STMTRPT-RECORD
024800         END-STRING
024900         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
025000         DISPLAY "HELSTMT: RUN " WS-EDIT-DATE " IS PARTIAL - "
025100             "STATEMENTS DEFERRED UNTIL THE RESUMED RUN "
025200             "COMPLETES"
025300         GO TO 9999-TERMINATE
025400     END-IF
025500     IF WS-RUN-STATUS-SAVE NOT = "S"
025600         MOVE SPACES TO STMTRPT-RECORD
025700         STRING " RUN DID NOT COMPLETE (STATUS "
025800                 DELIMITED BY SIZE
025900             WS-RUN-STATUS-SAVE DELIMITED BY SIZE
026000             ") - NO STATEMENTS PRODUCED" DELIMITED BY SIZE
026100             INTO STMTRPT-RECORD
026200         END-STRING
026300         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
026400         DISPLAY "HELSTMT: RUN DID NOT COMPLETE (STATUS "
026500             WS-RUN-STATUS-SAVE ") - NO STATEMENTS PRODUCED"
026600         GO TO 9999-TERMINATE
026700     END-IF
026775     PERFORM 3000-LOAD-POSTINGS THRU 3000-EXIT
026850     PERFORM 2500-MATCH-PASS THRU 2500-EXIT
026925     IF WS-ACCTMST-NOT-OPENED
027000         GO TO 9999-TERMINATE
027100     END-IF
028000     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
028100     PERFORM 7000-WRITE-FINAL-TOTALS THRU 7000-EXIT
028200     GO TO 9999-TERMINATE.
028300
028400 9999-TERMINATE.
028500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
028600 9999-EXIT.
028700     GOBACK.
028800
028900*-----------------------------------------------------------*
029000*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE         *
029100*  STATEMENT REPORT AND PRINT ITS FIRST HEADER.              *
029200*-----------------------------------------------------------*
029300 1000-INITIALIZE.
029400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
029500     OPEN OUTPUT STMTRPT-FILE
029600     IF WS-STMTRPT-STATUS NOT = "00"
029700         DISPLAY "HELSTMT: STMTRPT OPEN ERROR STATUS "
029800             WS-STMTRPT-STATUS
029900         MOVE 8 TO RETURN-CODE
030000     END-IF
030100     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT.
030200 1000-EXIT.
030300     EXIT.
030400
030500*-----------------------------------------------------------*
030600*  2000-READ-HELOUT - THE SHARED RESULT RECORD OF THE RUN    *
030700*  THE STATEMENTS WOULD COVER.                               *
030800*-----------------------------------------------------------*
030900 2000-READ-HELOUT.
031000     SET WS-HELOUT-MISSING TO TRUE
031100     OPEN INPUT OUT-FILE
031200     IF WS-OUT-STATUS = "00"
031300         READ OUT-FILE
031400             AT END
031500                 MOVE "10" TO WS-OUT-STATUS
031600         END-READ
031700         IF WS-OUT-STATUS = "00"
031800             AND OUT-RUN-DATE NUMERIC
031900             SET WS-HELOUT-FOUND TO TRUE
032000             MOVE OUT-RUN-DATE TO WS-RUN-DATE-SAVE
032100             MOVE OUT-STATUS-CODE TO WS-RUN-STATUS-SAVE
032200         END-IF
032300         CLOSE OUT-FILE
032400     END-IF.
032500 2000-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------*
032850*  2500-MATCH-PASS - ONE PASS OF THE MASTER AND THE BALANCE  *
032900*  CARRY, BOTH IN KEY ORDER, AGAINST THE POSTINGS HELD IN    *
032950*  ACCOUNT ORDER, MATCHING EVERY ACCOUNT ON ANY OF THE THREE *
033000*  ONCE.  THE STATEMENT PASS PRINTS EACH ACCOUNT'S STATEMENT *
033050*  AND COPIES EACH MASTER RECORD TO BALCARRY AS TOMORROW'S   *
033100*  OPENING POSITION; THE EXCEPTION PASS PRINTS EACH ACCOUNT  *
033150*  THAT DID NOT PROVE.  WITHOUT A MASTER THERE IS NOTHING TO *
033200*  TIE TO, SO NO STATEMENTS ARE PRODUCED.                    *
033300*-----------------------------------------------------------*
033400 2500-MATCH-PASS.
033500     OPEN INPUT ACCTMST-FILE
033600     IF WS-ACCTMST-STATUS NOT = "00"
033650         SET WS-ACCTMST-NOT-OPENED TO TRUE
033700         MOVE " NO ACCOUNT MASTER MOUNTED - NO STATEMENTS "
033800             TO STMTRPT-RECORD
033900         MOVE "PRODUCED" TO STMTRPT-RECORD (44:8)
034000         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
034100         DISPLAY "HELSTMT: ACCTMST OPEN STATUS "
034200             WS-ACCTMST-STATUS " - NO STATEMENTS PRODUCED"
034300         IF RETURN-CODE < 4
034400             MOVE 4 TO RETURN-CODE
034500         END-IF
034600         GO TO 2500-EXIT
034700     END-IF
034766     SET WS-ACCTMST-OPENED TO TRUE
034832     IF WS-PRINTING-STATEMENTS
034898         OPEN OUTPUT BALCARRY-FILE
034964         IF WS-BALCARRY-STATUS NOT = "00"
035030             DISPLAY "HELSTMT: BALCARRY OPEN ERROR STATUS "
035096                 WS-BALCARRY-STATUS
035162             MOVE 8 TO RETURN-CODE
035228         END-IF
035300     END-IF
035330     PERFORM 2600-OPEN-PRIOR-BALANCES THRU 2600-EXIT
035360     PERFORM 2550-READ-MASTER THRU 2550-EXIT
035390     PERFORM 2650-READ-PREV THRU 2650-EXIT
035420     MOVE 1 TO WS-POST-NEXT-SUB
035450     PERFORM 2750-SET-POST-KEY THRU 2750-EXIT
035480     PERFORM 2700-MATCH-ACCOUNT THRU 2700-EXIT
035510         UNTIL WS-MAST-KEY = HIGH-VALUES
035540             AND WS-PREV-KEY = HIGH-VALUES
035570             AND WS-POST-KEY = HIGH-VALUES
035600     CLOSE ACCTMST-FILE
035633     IF WS-PREV-PRESENT
035666         CLOSE BALPREV-FILE
035699     END-IF
035732     IF WS-PRINTING-STATEMENTS
035765         AND WS-BALCARRY-STATUS = "00"
035800         CLOSE BALCARRY-FILE
035900     END-IF.
036000 2500-EXIT.
036100     EXIT.
036200
036214*-----------------------------------------------------------*
036228*  2550-READ-MASTER - THE NEXT MASTER RECORD WITH AN ACCOUNT *
036242*  ID, HIGH-VALUES AT THE END.  ON THE STATEMENT PASS EVERY  *
036256*  RECORD READ IS COPIED TO BALCARRY.                        *
036270*-----------------------------------------------------------*
036284 2550-READ-MASTER.
036298     MOVE SPACES TO WS-MAST-KEY
036312     PERFORM 2560-READ-MASTER-RECORD THRU 2560-EXIT
036326         UNTIL WS-MAST-KEY NOT = SPACES.
036340 2550-EXIT.
036354     EXIT.
036368
036382 2560-READ-MASTER-RECORD.
036400     READ ACCTMST-FILE
036500         AT END
036600             MOVE HIGH-VALUES TO WS-MAST-KEY
036700             GO TO 2560-EXIT
036800     END-READ
036900     IF WS-ACCTMST-STATUS NOT = "00"
037000         DISPLAY "HELSTMT: ACCTMST READ ERROR STATUS "
037100             WS-ACCTMST-STATUS
037200         MOVE HIGH-VALUES TO WS-MAST-KEY
037300         MOVE 8 TO RETURN-CODE
037400         GO TO 2560-EXIT
037500     END-IF
037566     IF WS-PRINTING-STATEMENTS
037632         AND WS-BALCARRY-STATUS = "00"
037700         MOVE ACCTMST-RECORD TO BALCARRY-RECORD
037800         WRITE BALCARRY-RECORD
037900         IF WS-BALCARRY-STATUS NOT = "00"
038000             DISPLAY "HELSTMT: BALCARRY WRITE ERROR STATUS "
038100                 WS-BALCARRY-STATUS
038200             MOVE 8 TO RETURN-CODE
038300         END-IF
038400     END-IF
038925     MOVE ACCTMST-RECORD TO WS-MAST-IMAGE
039450     MOVE ACCTMST-KEY TO WS-MAST-KEY.
039975 2560-EXIT.
040500     EXIT.
040600
040700*-----------------------------------------------------------*
040800*  2600-OPEN-PRIOR-BALANCES - THE PRIOR CYCLE'S BALANCE      *
040900*  CARRY GIVES EVERY ACCOUNT ITS OPENING BALANCE.  AN        *
041000*  ACCOUNT OPENED SINCE THEN IS NOT ON IT AND OPENS AT ZERO. *
041100*  WITH NO CARRY AT ALL (THE FIRST CYCLE, OR A ROTATION      *
041200*  THAT DID NOT HAPPEN) THE OPENING BALANCES ARE BACKED OUT  *
041300*  OF THE MASTER IN 4500 AND THE TIE CANNOT BE PROVEN.       *
041400*-----------------------------------------------------------*
041450 2600-OPEN-PRIOR-BALANCES.
041500     SET WS-PREV-ABSENT TO TRUE
041550     MOVE SPACES TO WS-PREV-LAST-KEY
041600     OPEN INPUT BALPREV-FILE
041700     IF WS-BALPREV-STATUS NOT = "00"
041771         IF WS-PRINTING-STATEMENTS
041842             DISPLAY "HELSTMT: NO BALPREV BALANCE CARRY - "
041913                 "OPENING BALANCES DERIVED, TIE NOT PROVEN"
041984             IF RETURN-CODE < 4
042055                 MOVE 4 TO RETURN-CODE
042126             END-IF
042200         END-IF
042300         GO TO 2600-EXIT
042400     END-IF
042650     SET WS-PREV-PRESENT TO TRUE.
042900 2600-EXIT.
043000     EXIT.
043100
043110*-----------------------------------------------------------*
043120*  2650-READ-PREV - THE NEXT USABLE BALANCE CARRY RECORD,    *
043130*  HIGH-VALUES AT THE END OR WITH NO CARRY.  A RECORD WITH   *
043140*  NO NUMERIC BALANCE, OR OUT OF KEY ORDER, CANNOT BE        *
043150*  MATCHED AND IS COUNTED AS SKIPPED ON THE STATEMENT PASS.  *
043160*-----------------------------------------------------------*
043170 2650-READ-PREV.
043180     MOVE SPACES TO WS-PREV-KEY
043190     IF WS-PREV-ABSENT
043200         MOVE HIGH-VALUES TO WS-PREV-KEY
043210         GO TO 2650-EXIT
043220     END-IF
043230     PERFORM 2660-READ-PREV-RECORD THRU 2660-EXIT
043240         UNTIL WS-PREV-KEY NOT = SPACES.
043250 2650-EXIT.
043260     EXIT.
043270
043280 2660-READ-PREV-RECORD.
043300     READ BALPREV-FILE
043400         AT END
043500             MOVE HIGH-VALUES TO WS-PREV-KEY
043600             GO TO 2660-EXIT
043700     END-READ
043800     IF WS-BALPREV-STATUS NOT = "00"
043900         DISPLAY "HELSTMT: BALPREV READ ERROR STATUS "
044000             WS-BALPREV-STATUS
044100         MOVE HIGH-VALUES TO WS-PREV-KEY
044200         MOVE 8 TO RETURN-CODE
044300         GO TO 2660-EXIT
044400     END-IF
044500     MOVE BALPREV-RECORD TO ACCT-RECORD
044600     IF ACCT-ID = SPACES
044700         GO TO 2660-EXIT
044800     END-IF
044900     IF ACCT-BALANCE NOT NUMERIC
044960         IF WS-PRINTING-STATEMENTS
045020             ADD 1 TO WS-TOT-SKIPPED-COUNT
045080         END-IF
045140         GO TO 2660-EXIT
045200     END-IF
045262     IF ACCT-ID NOT > WS-PREV-LAST-KEY
045324         IF WS-PRINTING-STATEMENTS
045386             DISPLAY "HELSTMT: BALPREV OUT OF KEY ORDER AT "
045448                 "ACCOUNT " ACCT-ID " - SKIPPED"
045510             ADD 1 TO WS-TOT-SKIPPED-COUNT
045572         END-IF
045634         GO TO 2660-EXIT
045700     END-IF
045780     MOVE ACCT-ID TO WS-PREV-KEY
045860     MOVE ACCT-ID TO WS-PREV-LAST-KEY
045940     MOVE ACCT-BALANCE TO WS-PREV-BALANCE.
046020 2660-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------*
046306*  2700-MATCH-ACCOUNT - THE LOWEST ACCOUNT ID NOW UP ON THE  *
046312*  MASTER, THE BALANCE CARRY AND THE POSTINGS: TAKE WHAT     *
046318*  EACH HAS FOR IT, MOVE EACH ONE THAT HAD IT ON, AND        *
046324*  EVALUATE AND PRINT THE ACCOUNT FOR THE PASS.              *
046330*-----------------------------------------------------------*
046336 2700-MATCH-ACCOUNT.
046342     MOVE WS-MAST-KEY TO WS-LOW-KEY
046348     IF WS-PREV-KEY < WS-LOW-KEY
046354         MOVE WS-PREV-KEY TO WS-LOW-KEY
046360     END-IF
046366     IF WS-POST-KEY < WS-LOW-KEY
046372         MOVE WS-POST-KEY TO WS-LOW-KEY
046378     END-IF
046384     MOVE WS-LOW-KEY TO WS-CUR-ACCT-ID
046390     MOVE SPACES TO WS-CUR-HOLDER
046396     MOVE SPACE TO WS-CUR-STATUS
046402     MOVE ZERO TO WS-CUR-MASTER-BAL
046408     MOVE ZERO TO WS-CUR-OPENING
046414     MOVE ZERO TO WS-CUR-NET
046420     MOVE ZERO TO WS-CUR-POST-COUNT
046426     MOVE ZERO TO WS-CUR-FIRST-POST
046432     MOVE ZERO TO WS-CUR-LAST-POST
046438     MOVE "N" TO WS-CUR-MASTER-SW
046444     MOVE "N" TO WS-CUR-PREV-SW
046450     MOVE "N" TO WS-CUR-BAD-BAL-SW
046456     MOVE SPACES TO WS-CUR-EXCEPTION
046462     IF WS-MAST-KEY = WS-LOW-KEY
046468         SET WS-CUR-ON-MASTER TO TRUE
046474         MOVE WS-MAST-IMAGE TO ACCT-RECORD
046480         MOVE ACCT-HOLDER-NAME TO WS-CUR-HOLDER
046486         MOVE ACCT-STATUS TO WS-CUR-STATUS
046492         IF ACCT-BALANCE NUMERIC
046498             MOVE ACCT-BALANCE TO WS-CUR-MASTER-BAL
046504         ELSE
046510             SET WS-CUR-BAD-BAL TO TRUE
046516         END-IF
046522         PERFORM 2550-READ-MASTER THRU 2550-EXIT
046528     END-IF
046534     IF WS-PREV-KEY = WS-LOW-KEY
046540         SET WS-CUR-IN-PREV TO TRUE
046546         MOVE WS-PREV-BALANCE TO WS-CUR-OPENING
046552         PERFORM 2650-READ-PREV THRU 2650-EXIT
046558     END-IF
046564     IF WS-POST-KEY = WS-LOW-KEY
046570         MOVE WS-POST-NEXT-SUB TO WS-CUR-FIRST-POST
046576         PERFORM 2800-TALLY-ACCT-POSTING THRU 2800-EXIT
046582             UNTIL WS-POST-KEY NOT = WS-CUR-ACCT-ID
046588     END-IF
046594     PERFORM 4500-EVALUATE-ACCOUNT THRU 4500-EXIT
046600     IF WS-PRINTING-STATEMENTS
046606         PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
046612     ELSE
046618         PERFORM 6100-PRINT-EXCEPTION-LINE THRU 6100-EXIT
046624     END-IF.
046630 2700-EXIT.
046636     EXIT.
046642
046648 2750-SET-POST-KEY.
046654     IF WS-POST-NEXT-SUB > WS-POST-ENTRY-COUNT
046660         MOVE HIGH-VALUES TO WS-POST-KEY
046666     ELSE
046672         MOVE WS-POST-TBL-ACCT-ID (WS-POST-NEXT-SUB)
046678             TO WS-POST-KEY
046684     END-IF.
046690 2750-EXIT.
046696     EXIT.
046702
046708*-----------------------------------------------------------*
046714*  2800-TALLY-ACCT-POSTING - THE BASE-CURRENCY AMOUNT MOVES  *
046720*  THE BALANCE THE SAME WAY HELLO 5158 MOVED IT: DEBITS      *
046726*  SUBTRACT, CREDITS AND ADJUSTMENTS ADD.                    *
046732*-----------------------------------------------------------*
046738 2800-TALLY-ACCT-POSTING.
046744     MOVE WS-POST-NEXT-SUB TO WS-CUR-LAST-POST
046750     ADD 1 TO WS-CUR-POST-COUNT
046756     IF WS-POST-TBL-TYPE (WS-POST-NEXT-SUB) = "DB"
046762         SUBTRACT WS-POST-TBL-BASE-AMT (WS-POST-NEXT-SUB)
046768             FROM WS-CUR-NET
046774     ELSE
046780         ADD WS-POST-TBL-BASE-AMT (WS-POST-NEXT-SUB)
046786             TO WS-CUR-NET
046792     END-IF
046798     ADD 1 TO WS-POST-NEXT-SUB
046804     PERFORM 2750-SET-POST-KEY THRU 2750-EXIT.
046810 2800-EXIT.
046816     EXIT.
046822
046828*-----------------------------------------------------------*
046834*  3000-LOAD-POSTINGS - HOLD EVERY ACCEPTED POSTING, IN      *
046840*  ACCOUNT ORDER, FOR THE MATCH.  NO POSTING FILE MEANS NO   *
046846*  ACTIVITY: THE BALANCES ARE STILL CHECKED, SINCE A         *
046852*  BALANCE THAT MOVED ANYWAY IS EXACTLY WHAT THE EXCEPTIONS  *
046858*  PAGE IS FOR.                                              *
046900*-----------------------------------------------------------*
047000 3000-LOAD-POSTINGS.
047100     OPEN INPUT ACCEPT-FILE
047200     IF WS-ACCEPT-STATUS NOT = "00"
047300         DISPLAY "HELSTMT: NO ACCEPTED POSTING FILE MOUNTED - "
047400             "NO ACTIVITY REPORTED"
047500         IF RETURN-CODE < 4
047600             MOVE 4 TO RETURN-CODE
047700         END-IF
047800         GO TO 3000-EXIT
047900     END-IF
048000     PERFORM 3100-READ-POSTING THRU 3100-EXIT
048100     PERFORM 3200-TALLY-POSTING THRU 3200-EXIT
048200         UNTIL WS-ACCP-EOF
048300     CLOSE ACCEPT-FILE.
048400 3000-EXIT.
048500     EXIT.
048600
048700 3100-READ-POSTING.
048800     READ ACCEPT-FILE
048900         AT END
049000             SET WS-ACCP-EOF TO TRUE
049100     END-READ
049200     IF WS-ACCP-NOT-EOF AND WS-ACCEPT-STATUS NOT = "00"
049300         DISPLAY "HELSTMT: ACCEPTED READ ERROR STATUS "
049400             WS-ACCEPT-STATUS
049500         SET WS-ACCP-EOF TO TRUE
049600         MOVE 8 TO RETURN-CODE
049700     END-IF.
049800 3100-EXIT.
049900     EXIT.
050000
050100*-----------------------------------------------------------*
050200*  3200-TALLY-POSTING - THE BASE-CURRENCY AMOUNT (THE FEED   *
050283*  AMOUNT ON A LEGACY RECORD) IS HELD WITH THE POSTING FOR   *
050366*  THE STATEMENT.  A RECORD THAT DOES NOT PARSE IS COUNTED   *
050449*  AND SKIPPED, AS IN HELPOST.  A POSTING THAT DOES NOT FIT  *
050532*  THE TABLE CANNOT GO ON ITS STATEMENT, AND ITS ACCOUNT     *
050615*  WILL NOT TIE.                                             *
050700*-----------------------------------------------------------*
050800 3200-TALLY-POSTING.
050900     IF ACCP-RUN-DATE NOT NUMERIC
051000         OR ACCP-TRAN-AMOUNT NOT NUMERIC
051100         OR ACCP-TRAN-ID = SPACES
051200         OR (ACCP-TRAN-TYPE NOT = "CR" AND NOT = "DB"
051300             AND NOT = "AJ")
051400         ADD 1 TO WS-TOT-SKIPPED-COUNT
051500         GO TO 3200-NEXT
051600     END-IF
051700     IF ACCP-BASE-AMOUNT NUMERIC
051800         MOVE ACCP-BASE-AMOUNT TO WS-POSTING-AMOUNT
051900     ELSE
052000         MOVE ACCP-TRAN-AMOUNT TO WS-POSTING-AMOUNT
052100     END-IF
052800     ADD 1 TO WS-TOT-POSTING-COUNT
053700     IF WS-POST-ENTRY-COUNT < 5000
053780         MOVE ACCP-TRAN-ID TO WS-SEARCH-ACCT-ID
053860         PERFORM 3300-FIND-SLOT THRU 3300-EXIT
053940         MOVE ACCP-TRAN-ID
054020             TO WS-POST-TBL-ACCT-ID (WS-POST-SUB)
054100         MOVE ACCP-RUN-DATE
054200             TO WS-POST-TBL-RUN-DATE (WS-POST-SUB)
054300         MOVE ACCP-TRAN-TYPE
054400             TO WS-POST-TBL-TYPE (WS-POST-SUB)
054500         MOVE ACCP-CURRENCY
054600             TO WS-POST-TBL-CURRENCY (WS-POST-SUB)
054700         MOVE ACCP-TRAN-AMOUNT
054800             TO WS-POST-TBL-FEED-AMT (WS-POST-SUB)
054900         MOVE WS-POSTING-AMOUNT
055000             TO WS-POST-TBL-BASE-AMT (WS-POST-SUB)
055100     ELSE
055200         IF WS-POST-NOT-FULL
055300             SET WS-POST-FULL-WARNED TO TRUE
055400             DISPLAY "HELSTMT: POSTING TABLE FULL - POSTINGS "
055500                 "BEYOND THE FIRST 5000 NOT ON STATEMENTS"
055600             IF RETURN-CODE < 4
055700                 MOVE 4 TO RETURN-CODE
055800             END-IF
055900         END-IF
056000     END-IF.
056100 3200-NEXT.
056200     PERFORM 3100-READ-POSTING THRU 3100-EXIT.
056300 3200-EXIT.
056400     EXIT.
056500
056600*-----------------------------------------------------------*
056680*  3300-FIND-SLOT - OPEN A SLOT FOR WS-SEARCH-ACCT-ID AFTER  *
056760*  EVERY HELD POSTING FOR THE SAME OR A LOWER ACCOUNT,       *
056840*  MOVING THE HIGHER ONES UP ONE.  THE SLOT COMES BACK IN    *
056920*  WS-POST-SUB.                                              *
057000*-----------------------------------------------------------*
057437 3300-FIND-SLOT.
057874     SET WS-SLOT-NOT-FOUND TO TRUE
058311     MOVE WS-POST-ENTRY-COUNT TO WS-SHIFT-SUB
058748     ADD 1 TO WS-POST-ENTRY-COUNT
059185     PERFORM 3350-SHIFT-ENTRY THRU 3350-EXIT
059622         UNTIL WS-SLOT-FOUND
060059     COMPUTE WS-POST-SUB = WS-SHIFT-SUB + 1.
060500 3300-EXIT.
060600     EXIT.
060700
060746 3350-SHIFT-ENTRY.
060792     IF WS-SHIFT-SUB = ZERO
060838         SET WS-SLOT-FOUND TO TRUE
060884         GO TO 3350-EXIT
060930     END-IF
060976     IF WS-POST-TBL-ACCT-ID (WS-SHIFT-SUB) NOT > WS-SEARCH-ACCT-ID
061022         SET WS-SLOT-FOUND TO TRUE
061068         GO TO 3350-EXIT
061114     END-IF
061160     MOVE WS-POST-ENTRY (WS-SHIFT-SUB)
061206         TO WS-POST-ENTRY (WS-SHIFT-SUB + 1)
061252     SUBTRACT 1 FROM WS-SHIFT-SUB.
061300 3350-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------*
061700*  4000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER    *
061800*  AND THE COLUMN HEADING FOR THE SECTION BEING PRINTED.     *
061900*-----------------------------------------------------------*
062000 4000-WRITE-REPORT-HEADER.
062100     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
062200     MOVE SPACES TO STMTRPT-RECORD
062300     IF WS-PRINTING-STATEMENTS
062400         STRING " " DELIMITED BY SIZE
062500             "HELLO ACCOUNT STATEMENTS" DELIMITED BY SIZE
062600             "   PAGE " DELIMITED BY SIZE
062700             WS-PAGE-COUNT DELIMITED BY SIZE
062800             INTO STMTRPT-RECORD
062900         END-STRING
063000     ELSE
063100         STRING " " DELIMITED BY SIZE
063200             "HELLO ACCOUNT STATEMENTS - EXCEPTIONS"
063300                 DELIMITED BY SIZE
063400             "   PAGE " DELIMITED BY SIZE
063500             WS-PAGE-COUNT DELIMITED BY SIZE
063600             INTO STMTRPT-RECORD
063700         END-STRING
063800     END-IF
063900     WRITE STMTRPT-RECORD
064000     MOVE SPACES TO STMTRPT-RECORD
064100     STRING " " DELIMITED BY SIZE
064200         "PREPARED: " DELIMITED BY SIZE
064300         WS-EDIT-DATE DELIMITED BY SIZE
064400         " " DELIMITED BY SIZE
064500         WS-CURRENT-HOUR DELIMITED BY SIZE
064600         ":" DELIMITED BY SIZE
064700         WS-CURRENT-MINUTE DELIMITED BY SIZE
064800         ":" DELIMITED BY SIZE
064900         WS-CURRENT-SECOND DELIMITED BY SIZE
065000         INTO STMTRPT-RECORD
065100     END-STRING
065200     WRITE STMTRPT-RECORD
065300     MOVE SPACES TO STMTRPT-RECORD
065400     IF WS-PRINTING-STATEMENTS
065500         STRING " " DELIMITED BY SIZE
065600             "   RUN DATE   TYPE  CUR   FEED AMOUNT"
065700                 DELIMITED BY SIZE
065800             "     BASE AMOUNT   RUNNING BALANCE"
065900                 DELIMITED BY SIZE
066000             INTO STMTRPT-RECORD
066100         END-STRING
066200     ELSE
066300         STRING " " DELIMITED BY SIZE
066400             "ACCOUNT      OPENING BALANCE      NET POSTINGS"
066500                 DELIMITED BY SIZE
066600             "  COMPUTED CLOSING    MASTER BALANCE  REASON"
066700                 DELIMITED BY SIZE
066800             INTO STMTRPT-RECORD
066900         END-STRING
067000     END-IF
067100     WRITE STMTRPT-RECORD
067200     MOVE ZERO TO WS-LINE-COUNT.
067300 4000-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------*
067700*  4100-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
067800*  BREAK WHEN THE PAGE FILLS.                                *
067900*-----------------------------------------------------------*
068000 4100-WRITE-REPORT-LINE.
068100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068200         ADD 1 TO WS-PAGE-COUNT
068300         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
068400     END-IF
068500     WRITE STMTRPT-RECORD
068600     ADD 1 TO WS-LINE-COUNT.
068700 4100-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------*
069100*  4500-EVALUATE-ACCOUNT - DOES THE ACCOUNT PROVE?  OPENING  *
069200*  PLUS THE NET OF ITS POSTINGS MUST EQUAL THE MASTER        *
069300*  BALANCE.  ANY ACCOUNT THAT FAILS IS GIVEN ITS EXCEPTION   *
069400*  REASON FOR THE EXCEPTIONS PAGE.  WITH NO BALANCE CARRY    *
069500*  THE OPENING IS BACKED OUT OF THE MASTER INSTEAD AND ONLY  *
069600*  THE STRUCTURAL EXCEPTIONS CAN BE RAISED.                  *
069700*-----------------------------------------------------------*
069800 4500-EVALUATE-ACCOUNT.
069850     IF WS-PRINTING-STATEMENTS
069900         IF WS-CUR-POST-COUNT > ZERO
069950             ADD 1 TO WS-TOT-ACTIVE-COUNT
070000         END-IF
070050         ADD WS-CUR-NET TO WS-TOT-NET
070100     END-IF
070233     IF NOT WS-CUR-ON-MASTER
070366         IF WS-CUR-POST-COUNT > ZERO
070500             MOVE "POSTED ACCOUNT NOT ON MASTER"
070600                 TO WS-CUR-EXCEPTION
070700         ELSE
070800             MOVE "ACCOUNT MISSING FROM MASTER"
070900                 TO WS-CUR-EXCEPTION
071000         END-IF
071100         GO TO 4500-EXIT
071200     END-IF
071300     IF WS-CUR-BAD-BAL
071400         MOVE "MASTER BALANCE NOT NUMERIC"
071500             TO WS-CUR-EXCEPTION
071600         GO TO 4500-EXIT
071700     END-IF
071800     IF WS-PREV-ABSENT
071900         COMPUTE WS-CUR-OPENING =
072000             WS-CUR-MASTER-BAL
072100                 - WS-CUR-NET
072200         GO TO 4500-EXIT
072300     END-IF
072400     COMPUTE WS-COMPUTED-CLOSING =
072500         WS-CUR-OPENING
072600             + WS-CUR-NET
072700     IF WS-COMPUTED-CLOSING NOT =
072800         WS-CUR-MASTER-BAL
072900         IF WS-CUR-POST-COUNT > ZERO
073000             MOVE "CLOSING DOES NOT TIE TO MASTER"
073100                 TO WS-CUR-EXCEPTION
073200         ELSE
073300             MOVE "BALANCE CHANGED WITHOUT POSTING"
073400                 TO WS-CUR-EXCEPTION
073500         END-IF
073600     END-IF.
073700 4500-EXIT.
073800     EXIT.
073900
074000*-----------------------------------------------------------*
074100*  5000-PRINT-STATEMENT - ONE ACCOUNT'S STATEMENT: HEADING,  *
074200*  OPENING BALANCE, EACH POSTING WITH THE RUNNING BALANCE,   *
074300*  AND THE CLOSING BALANCE AGAINST THE MASTER.  ACCOUNTS     *
074400*  WITH NO ACTIVITY GET NO STATEMENT.                        *
074500*-----------------------------------------------------------*
074600 5000-PRINT-STATEMENT.
074700     IF WS-CUR-POST-COUNT = ZERO
074800         GO TO 5000-EXIT
074900     END-IF
075000     MOVE SPACES TO STMTRPT-RECORD
075100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
075200     MOVE SPACES TO STMTRPT-RECORD
075300     STRING " ACCOUNT " DELIMITED BY SIZE
075400         WS-CUR-ACCT-ID DELIMITED BY SIZE
075500         "  " DELIMITED BY SIZE
075600         WS-CUR-HOLDER DELIMITED BY SIZE
075700         "  STATUS " DELIMITED BY SIZE
075800         WS-CUR-STATUS DELIMITED BY SIZE
075900         INTO STMTRPT-RECORD
076000     END-STRING
076100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
076200     MOVE WS-CUR-OPENING TO WS-RUNNING-BALANCE
076300     MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE
076400     MOVE SPACES TO STMTRPT-RECORD
076500     STRING "    OPENING BALANCE" DELIMITED BY SIZE
076600         INTO STMTRPT-RECORD
076700     END-STRING
076800     MOVE WS-EDIT-BALANCE TO STMTRPT-RECORD (70:14)
076900     IF WS-PREV-ABSENT
077000         MOVE "(DERIVED)" TO STMTRPT-RECORD (86:9)
077100     END-IF
077200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
077300     PERFORM 5100-PRINT-POSTING THRU 5100-EXIT
077400         VARYING WS-POST-SUB FROM WS-CUR-FIRST-POST BY 1
077500         UNTIL WS-POST-SUB > WS-CUR-LAST-POST
077600     COMPUTE WS-COMPUTED-CLOSING =
077700         WS-CUR-OPENING
077800             + WS-CUR-NET
077900     MOVE WS-COMPUTED-CLOSING TO WS-EDIT-BALANCE
078000     MOVE WS-CUR-MASTER-BAL
078100         TO WS-EDIT-MASTER-BAL
078200     MOVE SPACES TO STMTRPT-RECORD
078300     STRING "    CLOSING BALANCE" DELIMITED BY SIZE
078400         INTO STMTRPT-RECORD
078500     END-STRING
078600     MOVE WS-EDIT-BALANCE TO STMTRPT-RECORD (70:14)
078700     IF WS-CUR-EXCEPTION = SPACES
078800         MOVE "TIES TO MASTER" TO STMTRPT-RECORD (86:14)
078900     ELSE
079000         MOVE "** SEE EXCEPTIONS" TO STMTRPT-RECORD (86:17)
079100     END-IF
079200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
079300 5000-EXIT.
079400     EXIT.
079500
079600 5100-PRINT-POSTING.
080000     IF WS-POST-TBL-TYPE (WS-POST-SUB) = "DB"
080100         SUBTRACT WS-POST-TBL-BASE-AMT (WS-POST-SUB)
080200             FROM WS-RUNNING-BALANCE
080300     ELSE
080400         ADD WS-POST-TBL-BASE-AMT (WS-POST-SUB)
080500             TO WS-RUNNING-BALANCE
080600     END-IF
080700     MOVE WS-POST-TBL-RUN-DATE (WS-POST-SUB) TO WS-EDIT-DATE
080800     MOVE WS-POST-TBL-FEED-AMT (WS-POST-SUB)
080900         TO WS-EDIT-FEED-AMOUNT
081000     MOVE WS-POST-TBL-BASE-AMT (WS-POST-SUB)
081100         TO WS-EDIT-BASE-AMOUNT
081200     MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE
081300     MOVE SPACES TO STMTRPT-RECORD
081400     STRING "    " DELIMITED BY SIZE
081500         WS-EDIT-DATE DELIMITED BY SIZE
081600         "   " DELIMITED BY SIZE
081700         WS-POST-TBL-TYPE (WS-POST-SUB) DELIMITED BY SIZE
081800         "   " DELIMITED BY SIZE
081900         WS-POST-TBL-CURRENCY (WS-POST-SUB) DELIMITED BY SIZE
082000         "   " DELIMITED BY SIZE
082100         WS-EDIT-FEED-AMOUNT DELIMITED BY SIZE
082200         "   " DELIMITED BY SIZE
082300         WS-EDIT-BASE-AMOUNT DELIMITED BY SIZE
082400         "   " DELIMITED BY SIZE
082500         WS-EDIT-BALANCE DELIMITED BY SIZE
082600         INTO STMTRPT-RECORD
082700     END-STRING
082800     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
082900 5100-EXIT.
083000     EXIT.
083100
083200*-----------------------------------------------------------*
083300*  6000-PRINT-EXCEPTIONS - EVERY ACCOUNT THAT DID NOT PROVE, *
083400*  ON ITS OWN PAGE SO IT IS THE FIRST THING THE MORNING      *
083466*  SHIFT SEES, FROM A SECOND MATCH PASS.  ANY EXCEPTION ENDS *
083532*  THE STEP RC 4.                                            *
083600*-----------------------------------------------------------*
083700 6000-PRINT-EXCEPTIONS.
083800     SET WS-PRINTING-EXCEPTIONS TO TRUE
083900     ADD 1 TO WS-PAGE-COUNT
084000     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
084200     PERFORM 2500-MATCH-PASS THRU 2500-EXIT
084400     IF WS-TOT-EXCEPTION-COUNT = ZERO
084500         MOVE " NO EXCEPTIONS - EVERY ACCOUNT TIES TO THE MASTER"
084600             TO STMTRPT-RECORD
084700         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
084800     ELSE
084900         IF RETURN-CODE < 4
085000             MOVE 4 TO RETURN-CODE
085100         END-IF
085200     END-IF.
085300 6000-EXIT.
085400     EXIT.
085500
085600 6100-PRINT-EXCEPTION-LINE.
085700     IF WS-CUR-EXCEPTION = SPACES
085800         GO TO 6100-EXIT
085900     END-IF
086000     ADD 1 TO WS-TOT-EXCEPTION-COUNT
086100     COMPUTE WS-COMPUTED-CLOSING =
086200         WS-CUR-OPENING
086300             + WS-CUR-NET
086400     MOVE WS-CUR-OPENING TO WS-EDIT-BALANCE
086500     MOVE WS-CUR-NET TO WS-EDIT-NET
086600     MOVE SPACES TO STMTRPT-RECORD
086700     STRING " " DELIMITED BY SIZE
086800         WS-CUR-ACCT-ID DELIMITED BY SIZE
086900         "  " DELIMITED BY SIZE
087000         WS-EDIT-BALANCE DELIMITED BY SIZE
087100         "  " DELIMITED BY SIZE
087200         WS-EDIT-NET DELIMITED BY SIZE
087300         INTO STMTRPT-RECORD
087400     END-STRING
087500     MOVE WS-COMPUTED-CLOSING TO WS-EDIT-BALANCE
087600     MOVE WS-EDIT-BALANCE TO STMTRPT-RECORD (63:14)
087700     IF WS-CUR-ON-MASTER
087800         AND NOT WS-CUR-BAD-BAL
087900         MOVE WS-CUR-MASTER-BAL
088000             TO WS-EDIT-MASTER-BAL
088100         MOVE WS-EDIT-MASTER-BAL TO STMTRPT-RECORD (81:14)
088200     END-IF
088300     MOVE WS-CUR-EXCEPTION
088400         TO STMTRPT-RECORD (97:32)
088500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
088600 6100-EXIT.
088700     EXIT.
088800
088900*-----------------------------------------------------------*
089000*  7000-WRITE-FINAL-TOTALS - ACCOUNTS WITH ACTIVITY, THE     *
089100*  POSTING COUNT AND NET MOVEMENT, THE EXCEPTION COUNT AND   *
089200*  ANY CONDITION THAT LEFT THE STATEMENTS UNPROVEN.          *
089300*-----------------------------------------------------------*
089400 7000-WRITE-FINAL-TOTALS.
089500     MOVE SPACES TO STMTRPT-RECORD
089600     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
089700     MOVE WS-TOT-ACTIVE-COUNT TO WS-EDIT-COUNT
089800     MOVE SPACES TO STMTRPT-RECORD
089900     STRING " ACCOUNTS WITH ACTIVITY:  " DELIMITED BY SIZE
090000         WS-EDIT-COUNT DELIMITED BY SIZE
090100         INTO STMTRPT-RECORD
090200     END-STRING
090300     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
090400     MOVE WS-TOT-POSTING-COUNT TO WS-EDIT-COUNT
090500     MOVE WS-TOT-NET TO WS-EDIT-NET
090600     MOVE SPACES TO STMTRPT-RECORD
090700     STRING " POSTINGS:                " DELIMITED BY SIZE
090800         WS-EDIT-COUNT DELIMITED BY SIZE
090900         "   NET MOVEMENT: " DELIMITED BY SIZE
091000         WS-EDIT-NET DELIMITED BY SIZE
091100         INTO STMTRPT-RECORD
091200     END-STRING
091300     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
091400     MOVE WS-TOT-EXCEPTION-COUNT TO WS-EDIT-COUNT
091500     MOVE SPACES TO STMTRPT-RECORD
091600     STRING " EXCEPTIONS:              " DELIMITED BY SIZE
091700         WS-EDIT-COUNT DELIMITED BY SIZE
091800         INTO STMTRPT-RECORD
091900     END-STRING
092000     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
092100     IF WS-TOT-SKIPPED-COUNT > ZERO
092200         MOVE WS-TOT-SKIPPED-COUNT TO WS-EDIT-COUNT
092300         MOVE SPACES TO STMTRPT-RECORD
092400         STRING " UNREADABLE RECORDS SKIPPED: "
092500             DELIMITED BY SIZE
092600             WS-EDIT-COUNT DELIMITED BY SIZE
092700             INTO STMTRPT-RECORD
092800         END-STRING
092900         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
093000         IF RETURN-CODE < 4
093100             MOVE 4 TO RETURN-CODE
093200         END-IF
093300     END-IF
093400     IF WS-PREV-ABSENT
093500         MOVE " NO BALANCE CARRY (BALPREV) - OPENING BALANCES "
093600             TO STMTRPT-RECORD
093700         MOVE "DERIVED FROM THE MASTER, TIE NOT PROVEN"
093800             TO STMTRPT-RECORD (49:39)
093900         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
094000     END-IF
094100     IF WS-POST-FULL-WARNED
094200         MOVE " POSTING TABLE FULL - POSTINGS BEYOND THE FIRST "
094300             TO STMTRPT-RECORD
094600         MOVE "5000 NOT ON STATEMENTS, THEIR ACCOUNTS DO NOT TIE"
094900             TO STMTRPT-RECORD (50:49)
095200         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
095300     END-IF.
095400 7000-EXIT.
095500     EXIT.
095600
095700*-----------------------------------------------------------*
095800*  8000-FINALIZE - CLOSE THE STATEMENT REPORT.               *
095900*-----------------------------------------------------------*
096000 8000-FINALIZE.
096100     CLOSE STMTRPT-FILE.
096200 8000-EXIT.
096300     EXIT.
