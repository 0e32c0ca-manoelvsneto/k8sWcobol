000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELBKOT.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-22.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-22  RS   INITIAL VERSION - BUSINESS-DATE BACKOUT,
001000*                    SO A WRONG FEED THAT HAS ALREADY POSTED
001100*                    CAN BE TAKEN OFF AGAIN WITHOUT HAND
001200*                    EDITS.  READS THE BKOTCMDS FILE (HELOCMD
001300*                    LAYOUT, VERB BACKOUT) AND FOR THE COMMAND
001400*                    DATE REVERSES EVERY ACCEPTED POSTING
001500*                    AGAINST ACCTMST (A DEBIT IS ADDED BACK,
001600*                    A CREDIT OR ADJUSTMENT TAKEN OFF),
001700*                    REMOVES THE TRAN-IDS FROM TRANHIST SO
001800*                    THE CORRECTED FEED IS NOT REJECTED R005,
001900*                    APPENDS AN O RECORD TO RUNCTL SO THE
002000*                    DATE CAN BE RERUN, AND RE-ENABLES THE
002100*                    EXTRACT AND GL JOURNAL FOR THE DATE IF
002200*                    THEY WERE ALREADY RELEASED.  THE WHOLE
002300*                    REVERSAL IS BUILT AND PROVEN IN STORAGE
002400*                    FIRST - NOTHING IS WRITTEN UNLESS THE
002500*                    ORIGINAL AND REVERSED COUNTS AND AMOUNTS
002600*                    AGREE BY TYPE AND THE MASTER MOVES BY
002700*                    EXACTLY THE NET OF THE DAY.  REFUSES A
002800*                    DATE WHOSE POSTINGS ARE INCOMPLETE
002900*                    (HELOUT STATUS P OR A LIVE CHECKPOINT),
003000*                    A DATE THAT IS NOT THE LAST RUN ON
003100*                    HELOUT, AND A DATE ALREADY BACKED OUT.
003200*                    PRINTS THE PROOF ON BKOTRPT AND LOGS
003300*                    EVERY COMMAND TO RUNLOG AS HELOPER DOES.
003400*                    ENDS RC 4 WHEN A COMMAND WAS REFUSED,
003500*                    RC 8 ON A FILE ERROR.
003600*   2026-10-01  RS   ACCTMST AND TRANHIST ARE NOW KEYED INDEXED
003700*                    FILES.  ONLY THE ACCOUNTS THE DATE POSTED
003800*                    TO ARE READ, BY KEY, AND REWRITTEN WITH
003900*                    THE REVERSED BALANCE; THE DATE'S TRANHIST
004000*                    ENTRIES ARE READ AND DELETED BY KEY.  THE
004100*                    PROOF NOW MOVES THE POSTED ACCOUNTS' TOTAL
004200*                    RATHER THAN THE WHOLE MASTER'S, AND THE
004300*                    1000-ACCOUNT AND 5000-ENTRY HISTORY TABLES
004400*                    ARE GONE.  SOURCE RESEQUENCED.
004500*   2026-10-05  RS   AN ACCRUAL POSTING (ACCEPTED ORIGIN A, FROM
004600*                    HELACRU'S FEED) HAS NO TRANHIST ENTRY: IT IS
004700*                    REVERSED WITHOUT ONE AND NOTHING IS DELETED
004800*                    FOR IT.  A DATE WHOSE POSTINGS ARE ALL
004900*                    ACCRUALS IS GUARDED AGAINST A SECOND
005000*                    BACKOUT BY ITS LATEST RUNCTL RECORD, WHICH
005100*                    MUST STILL SHOW IT COMPLETE.  SOURCE
005200*                    RESEQUENCED.
005300*   2026-10-08  RS   A DATE IN A MONTH HELPCLS HAS CLOSED, OR ANY
005400*                    EARLIER MONTH, IS REFUSED - ITS BALANCES ARE
005500*                    ALREADY REPORTED.  EACH REVERSED POSTING IS
005600*                    ALSO TAKEN OFF THE ACCOUNT'S MONTH TOTALS ON
005700*                    PERDMOV SO THE PERIOD CLOSE STILL PROVES.
005800*                    SOURCE RESEQUENCED.
005900*   2026-10-15  RS   A CLOSED-PERIOD REGISTER THAT IS ON FILE BUT
006000*                    CANNOT BE OPENED OR READ REFUSES THE BACKOUT
006100*                    RC 8 RATHER THAN TREATING NOTHING AS CLOSED.
006200*                    A DATE WHOSE POSTINGS INCLUDE ACCRUALS IS NOW
006300*                    REFUSED: HELLO WILL NOT RE-POST AN ACCRUAL
006400*                    FEED IT HAS ALREADY TAKEN, SO A REVERSED
006500*                    ACCRUAL WOULD BE LOST.  THE HISTORY PROOF
006600*                    COUNTS AGAINST THE DATE'S NON-ACCRUAL
006700*                    POSTINGS, AND THE RUNCTL CHECK FOR AN
006800*                    ALL-ACCRUAL DATE IS GONE.
006900*   2026-10-15  RS   A PERDMOV THAT IS ON FILE BUT WILL NOT OPEN
007000*                    REFUSES THE BACKOUT RC 8 INSTEAD OF LEAVING
007100*                    THE MONTH TOTALS UNREVERSED.  A DATE THAT
007200*                    HELACRU HAS ALREADY ACCRUED (ACCRCTL) IS
007300*                    REFUSED - ITS ACCRUAL WAS TAKEN ON THE
007400*                    BALANCES BEING REVERSED AND HELACRU WOULD
007500*                    NOT REDO IT.  SO IS A DATE CARRYING RECYCLED
007600*                    REPAIRS OR RELEASED HOLDS: NEXTFEED AND
007700*                    RELEASED HAVE BEEN REPLACED SINCE, SO A RERUN
007800*                    WOULD NOT POST THEM AGAIN.  SOURCE
007900*                    RESEQUENCED.
008000*---------------------------------------------------------------
008100 ENVIRONMENT DIVISION.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT CMD-FILE ASSIGN TO "BKOTCMDS"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CMD-STATUS.
008700     SELECT OUT-FILE ASSIGN TO "HELOUT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-OUT-STATUS.
009000     SELECT CHKPT-FILE ASSIGN TO "CHKPOINT"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-CHKPT-STATUS.
009300     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS ACCTMST-KEY
009700         FILE STATUS IS WS-ACCTMST-STATUS.
009800     SELECT ACCEPT-FILE ASSIGN TO "ACCEPTED"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-ACCEPT-STATUS.
010100     SELECT HIST-FILE ASSIGN TO "TRANHIST"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS HIST-TRAN-ID
010500         FILE STATUS IS WS-HIST-STATUS.
010600     SELECT PMOV-FILE ASSIGN TO "PERDMOV"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS RANDOM
010900         RECORD KEY IS PMOV-KEY
011000         FILE STATUS IS WS-PMOV-STATUS.
011100     SELECT PCTL-FILE ASSIGN TO "PERDCTL"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-PCTL-STATUS.
011400     SELECT ACTL-FILE ASSIGN TO "ACCRCTL"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS WS-ACTL-STATUS.
011700     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS WS-RUNCTL-STATUS.
012000     SELECT XSEQ-FILE ASSIGN TO "XTRCSEQ"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-XSEQ-STATUS.
012300     SELECT GSEQ-FILE ASSIGN TO "GLJSEQ"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-GSEQ-STATUS.
012600     SELECT BKOTRPT-FILE ASSIGN TO "BKOTRPT"
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS WS-BKOTRPT-STATUS.
012900     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS WS-RUNLOG-STATUS.
013200
013300 DATA DIVISION.
013400 FILE SECTION.
013500 FD  CMD-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 80 CHARACTERS.
013800     COPY "HELOCMD.cpy".
013900
014000 FD  OUT-FILE
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 80 CHARACTERS.
014300     COPY "HELOUT.cpy".
014400
014500 FD  CHKPT-FILE
014600     LABEL RECORDS ARE STANDARD
014700     RECORD CONTAINS 80 CHARACTERS.
014800     COPY "HELCHKP.cpy".
014900
015000 FD  ACCTMST-FILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  ACCTMST-RECORD.
015400     05  ACCTMST-KEY                PIC X(10).
015500     05  FILLER                     PIC X(70).
015600
015700 FD  ACCEPT-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 80 CHARACTERS.
016000     COPY "HELACCP.cpy".
016100
016200 FD  HIST-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORD CONTAINS 80 CHARACTERS.
016500     COPY "HELHIST.cpy".
016600
016700 FD  PMOV-FILE
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 80 CHARACTERS.
017000     COPY "HELPMOV.cpy".
017100
017200 FD  PCTL-FILE
017300     LABEL RECORDS ARE STANDARD
017400     RECORD CONTAINS 80 CHARACTERS.
017500     COPY "HELPCTL.cpy".
017600
017700 FD  ACTL-FILE
017800     LABEL RECORDS ARE STANDARD
017900     RECORD CONTAINS 80 CHARACTERS.
018000     COPY "HELACTL.cpy".
018100
018200 FD  RUNCTL-FILE
018300     LABEL RECORDS ARE STANDARD
018400     RECORD CONTAINS 80 CHARACTERS.
018500     COPY "HELRCTL.cpy".
018600
018700 FD  XSEQ-FILE
018800     LABEL RECORDS ARE STANDARD
018900     RECORD CONTAINS 80 CHARACTERS.
019000     COPY "HELXSEQ.cpy".
019100
019200 FD  GSEQ-FILE
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 80 CHARACTERS.
019500     COPY "HELGSEQ.cpy".
019600
019700 FD  BKOTRPT-FILE
019800     LABEL RECORDS ARE STANDARD
019900     RECORD CONTAINS 132 CHARACTERS.
020000 01  BKOTRPT-RECORD                 PIC X(132).
020100
020200 FD  RUNLOG-FILE
020300     LABEL RECORDS ARE STANDARD
020400     RECORD CONTAINS 110 CHARACTERS.
020500 01  LOG-RECORD                     PIC X(110).
020600
020700 WORKING-STORAGE SECTION.
020800 01  WS-CURRENT-DATE-DATA.
020900     05  WS-CURRENT-DATE.
021000         10  WS-CURRENT-YEAR        PIC 9(4).
021100         10  WS-CURRENT-MONTH       PIC 9(2).
021200         10  WS-CURRENT-DAY         PIC 9(2).
021300     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
021400                                    PIC 9(8).
021500     05  WS-CURRENT-TIME.
021600         10  WS-CURRENT-HOUR        PIC 9(2).
021700         10  WS-CURRENT-MINUTE      PIC 9(2).
021800         10  WS-CURRENT-SECOND      PIC 9(2).
021900         10  WS-CURRENT-CENTISECOND PIC 9(2).
022000
022100     COPY "HELACCT.cpy".
022200
022300*---------------------------------------------------------------
022400* THE ACCOUNTS THE BACKED-OUT DATE POSTED TO, EACH READ BY KEY
022500* THE FIRST TIME A POSTING NAMES IT AND HELD AS ITS WHOLE RECORD
022600* IMAGE SO THE REWRITE CARRIES EVERY FIELD THROUGH UNTOUCHED
022700* EXCEPT THE BALANCE.  THE HISTORY SWITCH MARKS AN ACCOUNT WHOSE
022800* TRANHIST ENTRY A POSTING HAS ALREADY CLAIMED.  SIZED AS THE
022900* POSTING TABLE, SO IT CANNOT FILL FIRST.
023000*---------------------------------------------------------------
023100 01  WS-ACCOUNT-TABLE.
023200     05  WS-ACCT-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
023300     05  WS-ACCT-ENTRY
023400         OCCURS 5000 TIMES.
023500         10  WS-ACCT-TBL-ID         PIC X(10).
023600         10  WS-ACCT-TBL-BALANCE    PIC S9(09)V99.
023700         10  WS-ACCT-TBL-HIST-SW    PIC X(01).
023800             88  WS-ACCT-TBL-HIST-TAKEN VALUE "Y".
023900         10  WS-ACCT-TBL-IMAGE      PIC X(80).
024000 01  WS-ACCT-SUB                    PIC 9(04) COMP VALUE ZERO.
024100 01  WS-ACCT-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
024200
024300*---------------------------------------------------------------
024400* THE BACKED-OUT DATE'S POSTINGS FROM ACCEPTED, IN FILE
024500* ORDER, EACH POINTING AT ITS ACCOUNT ENTRY ONCE VERIFIED.
024600* THE ORIGIN FLAG MARKS AN ACCRUAL POSTING, WHICH HELLO DOES NOT
024700* ENTER ON TRANHIST.  A DATE CARRYING ONE IS REFUSED, SO THE
024800* FLAG ONLY STEERS THE HISTORY PROOF WHILE THE DATE IS LOADED.
024900* A DATE THAT POSTS MORE IS REFUSED RATHER THAN TRUNCATED.
025000*---------------------------------------------------------------
025100 01  WS-POSTING-TABLE.
025200     05  WS-POST-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
025300     05  WS-POST-ENTRY
025400         OCCURS 5000 TIMES.
025500         10  WS-POST-TBL-TRAN-ID    PIC X(10).
025600         10  WS-POST-TBL-TYPE       PIC X(02).
025700         10  WS-POST-TBL-TYPE-SUB   PIC 9(04) COMP.
025800         10  WS-POST-TBL-BASE-AMT   PIC 9(10)V99.
025900         10  WS-POST-TBL-ACCT-SUB   PIC 9(04) COMP.
026000         10  WS-POST-TBL-BAL-BEFORE PIC S9(09)V99.
026100         10  WS-POST-TBL-ORIGIN     PIC X(01).
026200             88  WS-POST-TBL-ACCRUAL    VALUE "A".
026300 01  WS-POST-SUB                    PIC 9(04) COMP VALUE ZERO.
026400
026500*---------------------------------------------------------------
026600* CONTROL TOTALS BY TRANSACTION TYPE: WHAT ACCEPTED SAYS WAS
026700* POSTED, AND WHAT THE REVERSAL ACTUALLY TOOK BACK OFF THE
026800* MASTER.  THE TWO SIDES MUST AGREE LINE FOR LINE.
026900*---------------------------------------------------------------
027000 01  WS-TYPE-CODE-VALUES.
027100     05  FILLER                     PIC X(06) VALUE "CRDBAJ".
027200 01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
027300     05  WS-TYPE-CODE               PIC X(02)
027400         OCCURS 3 TIMES.
027500 01  WS-TYPE-TOTALS.
027600     05  WS-TYPE-ENTRY
027700         OCCURS 3 TIMES.
027800         10  WS-ORIG-COUNT          PIC 9(07).
027900         10  WS-ORIG-AMOUNT         PIC 9(13)V99.
028000         10  WS-REVD-COUNT          PIC 9(07).
028100         10  WS-REVD-AMOUNT         PIC 9(13)V99.
028200 01  WS-TYPE-SUB                    PIC 9(04) COMP VALUE ZERO.
028300
028400 01  WS-BACKOUT-WORK.
028500     05  WS-BKOT-DATE               PIC 9(08) VALUE ZERO.
028600     05  WS-BKOT-DATE-PARTS REDEFINES WS-BKOT-DATE.
028700         10  WS-BKOT-PERIOD         PIC 9(06).
028800         10  FILLER                 PIC 9(02).
028900     05  WS-CLOSED-THRU-PERIOD      PIC 9(06) VALUE ZERO.
029000     05  WS-POSTING-AMOUNT          PIC 9(10)V99 VALUE ZERO.
029100     05  WS-ORIG-NET                PIC S9(13)V99 VALUE ZERO.
029200     05  WS-REVD-NET                PIC S9(13)V99 VALUE ZERO.
029300     05  WS-MASTER-BEFORE           PIC S9(13)V99 VALUE ZERO.
029400     05  WS-MASTER-AFTER            PIC S9(13)V99 VALUE ZERO.
029500     05  WS-MASTER-MOVEMENT         PIC S9(13)V99 VALUE ZERO.
029600     05  WS-HIST-REMOVE-COUNT       PIC 9(07) VALUE ZERO.
029700     05  WS-HIST-POST-COUNT         PIC 9(07) VALUE ZERO.
029800     05  WS-ACCRUAL-POST-COUNT      PIC 9(07) VALUE ZERO.
029900     05  WS-RECYCLE-POST-COUNT      PIC 9(07) VALUE ZERO.
030000     05  WS-RELEASE-POST-COUNT      PIC 9(07) VALUE ZERO.
030100     05  WS-OTHER-DATE-COUNT        PIC 9(07) VALUE ZERO.
030200     05  WS-LAST-XTRC-SEQ           PIC 9(06) VALUE ZERO.
030300     05  WS-LAST-GLJ-BATCH          PIC 9(06) VALUE ZERO.
030400
030500 01  WS-COMMAND-WORK.
030600     05  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
030700     05  WS-ACTION-TEXT             PIC X(40) VALUE SPACES.
030800     05  WS-COMMAND-COUNT           PIC 9(05) VALUE ZERO.
030900     05  WS-REFUSED-COUNT           PIC 9(05) VALUE ZERO.
031000
031100 01  WS-FILE-STATUS-FIELDS.
031200     05  WS-CMD-STATUS              PIC X(02) VALUE SPACES.
031300     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
031400     05  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
031500     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
031600     05  WS-ACCEPT-STATUS           PIC X(02) VALUE SPACES.
031700     05  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
031800     05  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
031900     05  WS-XSEQ-STATUS             PIC X(02) VALUE SPACES.
032000     05  WS-GSEQ-STATUS             PIC X(02) VALUE SPACES.
032100     05  WS-BKOTRPT-STATUS          PIC X(02) VALUE SPACES.
032200     05  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
032300     05  WS-PMOV-STATUS             PIC X(02) VALUE SPACES.
032400     05  WS-PCTL-STATUS             PIC X(02) VALUE SPACES.
032500     05  WS-ACTL-STATUS             PIC X(02) VALUE SPACES.
032600
032700 01  WS-SWITCHES.
032800     05  WS-CMD-EOF-SW              PIC X(01) VALUE "N".
032900         88  WS-CMD-EOF                 VALUE "Y".
033000         88  WS-CMD-NOT-EOF             VALUE "N".
033100     05  WS-ACCTMST-OPEN-SW         PIC X(01) VALUE "N".
033200         88  WS-ACCTMST-OPENED          VALUE "Y".
033300         88  WS-ACCTMST-NOT-OPENED      VALUE "N".
033400     05  WS-ACCP-EOF-SW             PIC X(01) VALUE "N".
033500         88  WS-ACCP-EOF                VALUE "Y".
033600         88  WS-ACCP-NOT-EOF            VALUE "N".
033700     05  WS-HIST-OPEN-SW            PIC X(01) VALUE "N".
033800         88  WS-HIST-OPENED             VALUE "Y".
033900         88  WS-HIST-NOT-OPENED         VALUE "N".
034000     05  WS-ACCT-MATCHED-SW         PIC X(01) VALUE "N".
034100         88  WS-ACCT-MATCHED            VALUE "Y".
034200         88  WS-ACCT-UNMATCHED          VALUE "N".
034300     05  WS-PROOF-SW                PIC X(01) VALUE "N".
034400         88  WS-REVERSAL-PROVEN         VALUE "Y".
034500         88  WS-REVERSAL-UNPROVEN       VALUE "N".
034600     05  WS-WRITE-ERROR-SW          PIC X(01) VALUE "N".
034700         88  WS-WRITE-ERROR             VALUE "Y".
034800         88  WS-WRITE-CLEAN             VALUE "N".
034900     05  WS-XTRC-RESET-SW           PIC X(01) VALUE "N".
035000         88  WS-XTRC-RESET              VALUE "Y".
035100         88  WS-XTRC-NOT-RESET          VALUE "N".
035200     05  WS-GLJ-RESET-SW            PIC X(01) VALUE "N".
035300         88  WS-GLJ-RESET               VALUE "Y".
035400         88  WS-GLJ-NOT-RESET           VALUE "N".
035500     05  WS-PMOV-OPEN-SW            PIC X(01) VALUE "N".
035600         88  WS-PMOV-OPENED             VALUE "Y".
035700         88  WS-PMOV-NOT-OPENED         VALUE "N".
035800     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
035900         88  WS-PCTL-EOF                VALUE "Y".
036000         88  WS-PCTL-NOT-EOF            VALUE "N".
036100     05  WS-ACTL-EOF-SW             PIC X(01) VALUE "N".
036200         88  WS-ACTL-EOF                VALUE "Y".
036300         88  WS-ACTL-NOT-EOF            VALUE "N".
036400     05  WS-ACCRUED-SW              PIC X(01) VALUE "N".
036500         88  WS-DATE-ACCRUED            VALUE "Y".
036600         88  WS-DATE-NOT-ACCRUED        VALUE "N".
036700
036800 01  WS-REPORT-WORK.
036900     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
037000     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
037100     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
037200
037300 01  WS-EDIT-FIELDS.
037400     05  WS-EDIT-DATE               PIC 9999/99/99.
037500     05  WS-EDIT-BKOT-DATE          PIC 9999/99/99.
037600     05  WS-EDIT-BASE-AMOUNT        PIC Z(9)9.99.
037700     05  WS-EDIT-BALANCE            PIC -(10)9.99.
037800     05  WS-EDIT-BALANCE-AFTER      PIC -(10)9.99.
037900     05  WS-EDIT-ORIG-AMOUNT        PIC Z(12)9.99.
038000     05  WS-EDIT-REVD-AMOUNT        PIC Z(12)9.99.
038100     05  WS-EDIT-NET                PIC -(12)9.99.
038200     05  WS-EDIT-NET-2              PIC -(12)9.99.
038300     05  WS-EDIT-COUNT              PIC Z(6)9.
038400     05  WS-EDIT-COUNT-2            PIC Z(6)9.
038500     05  WS-EDIT-SEQ                PIC 9(06).
038600
038700 PROCEDURE DIVISION.
038800*-----------------------------------------------------------*
038900*  0000-MAINLINE                                             *
039000*-----------------------------------------------------------*
039100 0000-MAINLINE.
039200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039300     PERFORM 3000-PROCESS-COMMANDS THRU 3000-EXIT
039400     IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
039500         MOVE 4 TO RETURN-CODE
039600     END-IF
039700     PERFORM 8000-FINALIZE THRU 8000-EXIT
039800     GOBACK.
039900
040000*-----------------------------------------------------------*
040100*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE RUN     *
040200*  LOG AND THE BACKOUT REPORT.                               *
040300*-----------------------------------------------------------*
040400 1000-INITIALIZE.
040500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
040600     MOVE WS-CURRENT-DATE-NUM TO WS-EDIT-DATE
040700     OPEN EXTEND RUNLOG-FILE
040800     IF WS-RUNLOG-STATUS = "35" OR "05"
040900         OPEN OUTPUT RUNLOG-FILE
041000     END-IF
041100     IF WS-RUNLOG-STATUS NOT = "00"
041200         DISPLAY "HELBKOT: RUNLOG OPEN ERROR STATUS "
041300             WS-RUNLOG-STATUS
041400         MOVE 8 TO RETURN-CODE
041500     END-IF
041600     OPEN OUTPUT BKOTRPT-FILE
041700     IF WS-BKOTRPT-STATUS NOT = "00"
041800         DISPLAY "HELBKOT: BKOTRPT OPEN ERROR STATUS "
041900             WS-BKOTRPT-STATUS
042000         MOVE 8 TO RETURN-CODE
042100     END-IF
042200     PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
042300 1000-EXIT.
042400     EXIT.
042500
042600*-----------------------------------------------------------*
042700*  3000-PROCESS-COMMANDS - ONE COMMAND PER BKOTCMDS LINE,    *
042800*  IN ORDER.  A MISSING COMMAND FILE IS AN OPERATOR ERROR -  *
042900*  THE UTILITY WAS RUN FOR NOTHING.                          *
043000*-----------------------------------------------------------*
043100 3000-PROCESS-COMMANDS.
043200     OPEN INPUT CMD-FILE
043300     IF WS-CMD-STATUS NOT = "00"
043400         DISPLAY "HELBKOT: NO BKOTCMDS FILE MOUNTED - "
043500             "NOTHING TO DO"
043600         IF RETURN-CODE < 4
043700             MOVE 4 TO RETURN-CODE
043800         END-IF
043900         GO TO 3000-EXIT
044000     END-IF
044100     PERFORM 3100-READ-COMMAND THRU 3100-EXIT
044200     PERFORM 3200-EXECUTE-COMMAND THRU 3200-EXIT
044300         UNTIL WS-CMD-EOF
044400     CLOSE CMD-FILE.
044500 3000-EXIT.
044600     EXIT.
044700
044800 3100-READ-COMMAND.
044900     READ CMD-FILE
045000         AT END
045100             SET WS-CMD-EOF TO TRUE
045200             GO TO 3100-EXIT
045300     END-READ
045400     IF WS-CMD-STATUS NOT = "00"
045500         DISPLAY "HELBKOT: BKOTCMDS READ ERROR STATUS "
045600             WS-CMD-STATUS
045700         SET WS-CMD-EOF TO TRUE
045800         MOVE 8 TO RETURN-CODE
045900     END-IF.
046000 3100-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------*
046400*  3200-EXECUTE-COMMAND - DISPATCH ONE COMMAND.  COMMENT     *
046500*  LINES AND BLANK VERBS ARE SKIPPED; ANY VERB OTHER THAN    *
046600*  BACKOUT IS REFUSED AND LOGGED LIKE ANY OTHER REFUSAL.     *
046700*-----------------------------------------------------------*
046800 3200-EXECUTE-COMMAND.
046900     IF CMD-VERB (1:1) = "*" OR CMD-VERB = SPACES
047000         GO TO 3200-NEXT
047100     END-IF
047200     ADD 1 TO WS-COMMAND-COUNT
047300     IF CMD-VERB = "BACKOUT"
047400         PERFORM 4000-CMD-BACKOUT THRU 4000-EXIT
047500         GO TO 3200-NEXT
047600     END-IF
047700     MOVE "UNKNOWN COMMAND VERB" TO WS-REFUSE-REASON
047800     PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT.
047900 3200-NEXT.
048000     PERFORM 3100-READ-COMMAND THRU 3100-EXIT.
048100 3200-EXIT.
048200     EXIT.
048300
048400*-----------------------------------------------------------*
048500*  4000-CMD-BACKOUT - REVERSE ONE BUSINESS DATE.  EVERY      *
048600*  CHECK AND THE WHOLE REVERSAL HAPPEN IN STORAGE; THE       *
048700*  MASTER, TRANHIST AND RUNCTL ARE ONLY UPDATED ONCE THE     *
048800*  REVERSAL HAS PROVEN AGAINST THE ORIGINAL POSTINGS.  THE   *
048900*  KEYED FILES STAY OPEN FROM THE FIRST READ TO THE LAST     *
049000*  UPDATE AND ARE CLOSED HOWEVER THE COMMAND ENDS.           *
049100*-----------------------------------------------------------*
049200 4000-CMD-BACKOUT.
049300     MOVE SPACES TO WS-REFUSE-REASON
049400     IF CMD-DATE NOT NUMERIC
049500         MOVE "COMMAND DATE NOT NUMERIC" TO WS-REFUSE-REASON
049600         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
049700         GO TO 4000-EXIT
049800     END-IF
049900     MOVE CMD-DATE TO WS-BKOT-DATE
050000     MOVE WS-BKOT-DATE TO WS-EDIT-BKOT-DATE
050100     PERFORM 4050-RESET-COMMAND-STATE THRU 4050-EXIT
050200     PERFORM 4100-CHECK-RUN-STATE THRU 4100-EXIT
050300     IF WS-REFUSE-REASON = SPACES
050400         PERFORM 4200-OPEN-MASTER-FILES THRU 4200-EXIT
050500     END-IF
050600     IF WS-REFUSE-REASON = SPACES
050700         PERFORM 4300-LOAD-POSTINGS THRU 4300-EXIT
050800     END-IF
050900     IF WS-REFUSE-REASON = SPACES
051000         PERFORM 4500-VERIFY-POSTING THRU 4500-EXIT
051100             VARYING WS-POST-SUB FROM 1 BY 1
051200             UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT
051300                 OR WS-REFUSE-REASON NOT = SPACES
051400     END-IF
051500     IF WS-REFUSE-REASON NOT = SPACES
051600         PERFORM 4800-CLOSE-MASTER-FILES THRU 4800-EXIT
051700         PERFORM 6100-PRINT-COMMAND-HEADING THRU 6100-EXIT
051800         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
051900         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
052000         GO TO 4000-EXIT
052100     END-IF
052200     PERFORM 4600-REVERSE-POSTING THRU 4600-EXIT
052300         VARYING WS-POST-SUB FROM 1 BY 1
052400         UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT
052500     PERFORM 4700-PROVE-REVERSAL THRU 4700-EXIT
052600     PERFORM 6100-PRINT-COMMAND-HEADING THRU 6100-EXIT
052700     PERFORM 6200-PRINT-POSTING THRU 6200-EXIT
052800         VARYING WS-POST-SUB FROM 1 BY 1
052900         UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT
053000     PERFORM 6300-PRINT-PROOF THRU 6300-EXIT
053100     IF WS-REVERSAL-UNPROVEN
053200         PERFORM 4800-CLOSE-MASTER-FILES THRU 4800-EXIT
053300         MOVE "REVERSAL DOES NOT PROVE"
053400             TO WS-REFUSE-REASON
053500         PERFORM 4900-REFUSE-COMMAND THRU 4900-EXIT
053600         PERFORM 6900-PRINT-REFUSAL THRU 6900-EXIT
053700         GO TO 4000-EXIT
053800     END-IF
053900     PERFORM 7000-REWRITE-ACCT-MASTER THRU 7000-EXIT
054000     IF WS-WRITE-CLEAN
054100         PERFORM 7200-DELETE-HISTORY THRU 7200-EXIT
054200     END-IF
054300     IF WS-WRITE-CLEAN
054400         PERFORM 7150-REVERSE-MOVEMENT THRU 7150-EXIT
054500             VARYING WS-POST-SUB FROM 1 BY 1
054600             UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT
054700     END-IF
054800     PERFORM 4800-CLOSE-MASTER-FILES THRU 4800-EXIT
054900     IF WS-WRITE-CLEAN
055000         PERFORM 7400-MARK-DATE-OPEN THRU 7400-EXIT
055100     END-IF
055200     IF WS-WRITE-ERROR
055300         MOVE "FAILED - FILE ERROR, SEE CONSOLE"
055400             TO WS-ACTION-TEXT
055500         PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
055600         PERFORM 6800-PRINT-WRITE-ERROR THRU 6800-EXIT
055700         GO TO 4000-EXIT
055800     END-IF
055900     PERFORM 7500-REOPEN-EXTRACT THRU 7500-EXIT
056000     PERFORM 7600-REOPEN-JOURNAL THRU 7600-EXIT
056100     PERFORM 6400-PRINT-OUTCOME THRU 6400-EXIT
056200     MOVE WS-POST-ENTRY-COUNT TO WS-EDIT-COUNT
056300     MOVE SPACES TO WS-ACTION-TEXT
056400     STRING "ACCEPTED - " DELIMITED BY SIZE
056500         WS-EDIT-COUNT DELIMITED BY SIZE
056600         " POSTINGS REVERSED" DELIMITED BY SIZE
056700         INTO WS-ACTION-TEXT
056800     END-STRING
056900     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
057000     IF WS-XTRC-RESET
057100         MOVE "ACCEPTED - EXTRACT RE-RELEASE ENABLED"
057200             TO WS-ACTION-TEXT
057300         PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
057400     END-IF
057500     IF WS-GLJ-RESET
057600         MOVE "ACCEPTED - GL JOURNAL RE-RELEASE ENABLED"
057700             TO WS-ACTION-TEXT
057800         PERFORM 5000-LOG-COMMAND THRU 5000-EXIT
057900     END-IF.
058000 4000-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------*
058400*  4050-RESET-COMMAND-STATE - EACH COMMAND WORKS FROM THE    *
058500*  FILES AS THE PREVIOUS COMMAND LEFT THEM, SO EVERY TABLE,  *
058600*  TOTAL AND SWITCH STARTS AGAIN FROM NOTHING.               *
058700*-----------------------------------------------------------*
058800 4050-RESET-COMMAND-STATE.
058900     MOVE ZERO TO WS-ACCT-ENTRY-COUNT
059000     MOVE ZERO TO WS-POST-ENTRY-COUNT
059100     MOVE ZERO TO WS-ORIG-NET
059200     MOVE ZERO TO WS-REVD-NET
059300     MOVE ZERO TO WS-MASTER-BEFORE
059400     MOVE ZERO TO WS-MASTER-AFTER
059500     MOVE ZERO TO WS-MASTER-MOVEMENT
059600     MOVE ZERO TO WS-HIST-REMOVE-COUNT
059700     MOVE ZERO TO WS-HIST-POST-COUNT
059800     MOVE ZERO TO WS-ACCRUAL-POST-COUNT
059900     MOVE ZERO TO WS-RECYCLE-POST-COUNT
060000     MOVE ZERO TO WS-RELEASE-POST-COUNT
060100     MOVE ZERO TO WS-OTHER-DATE-COUNT
060200     PERFORM 4060-RESET-TYPE-TOTALS THRU 4060-EXIT
060300         VARYING WS-TYPE-SUB FROM 1 BY 1
060400         UNTIL WS-TYPE-SUB > 3
060500     SET WS-ACCP-NOT-EOF TO TRUE
060600     SET WS-REVERSAL-UNPROVEN TO TRUE
060700     SET WS-WRITE-CLEAN TO TRUE
060800     SET WS-XTRC-NOT-RESET TO TRUE
060900     SET WS-GLJ-NOT-RESET TO TRUE.
061000 4050-EXIT.
061100     EXIT.
061200
061300 4060-RESET-TYPE-TOTALS.
061400     MOVE ZERO TO WS-ORIG-COUNT (WS-TYPE-SUB)
061500     MOVE ZERO TO WS-ORIG-AMOUNT (WS-TYPE-SUB)
061600     MOVE ZERO TO WS-REVD-COUNT (WS-TYPE-SUB)
061700     MOVE ZERO TO WS-REVD-AMOUNT (WS-TYPE-SUB).
061800 4060-EXIT.
061900     EXIT.
062000
062100*-----------------------------------------------------------*
062200*  4100-CHECK-RUN-STATE - ONLY A DATE WHOSE POSTINGS ARE     *
062300*  COMPLETE CAN BE BACKED OUT.  A LIVE CHECKPOINT MEANS A    *
062400*  RUN IS STILL IN FLIGHT; HELOUT MUST SHOW THE DATE AS THE  *
062500*  LAST RUN AND NOT PARTIAL, BECAUSE ACCEPTED ONLY EVER      *
062600*  HOLDS THE POSTINGS OF THAT LAST RUN.  A DATE IN A CLOSED  *
062700*  PERIOD (OR BEFORE ONE) IS NEVER REVERSED - THE CLOSE HAS  *
062800*  ALREADY REPORTED ITS BALANCES - NOR IS A DATE HELACRU HAS *
062900*  ALREADY ACCRUED.                                          *
063000*-----------------------------------------------------------*
063100 4100-CHECK-RUN-STATE.
063200     PERFORM 4150-LOAD-CLOSED-PERIOD THRU 4150-EXIT
063300     IF WS-REFUSE-REASON NOT = SPACES
063400         GO TO 4100-EXIT
063500     END-IF
063600     IF WS-BKOT-PERIOD NOT > WS-CLOSED-THRU-PERIOD
063700         MOVE "DATE IS IN A CLOSED PERIOD" TO WS-REFUSE-REASON
063800         GO TO 4100-EXIT
063900     END-IF
064000     OPEN INPUT CHKPT-FILE
064100     IF WS-CHKPT-STATUS = "00"
064200         READ CHKPT-FILE
064300             AT END
064400                 MOVE "10" TO WS-CHKPT-STATUS
064500         END-READ
064600         CLOSE CHKPT-FILE
064700         IF WS-CHKPT-STATUS = "00"
064800             MOVE "LIVE CHECKPOINT ON FILE"
064900                 TO WS-REFUSE-REASON
065000             GO TO 4100-EXIT
065100         END-IF
065200     END-IF
065300     OPEN INPUT OUT-FILE
065400     IF WS-OUT-STATUS NOT = "00"
065500         MOVE "NO HELOUT RESULT RECORD" TO WS-REFUSE-REASON
065600         GO TO 4100-EXIT
065700     END-IF
065800     READ OUT-FILE
065900         AT END
066000             MOVE "10" TO WS-OUT-STATUS
066100     END-READ
066200     CLOSE OUT-FILE
066300     IF WS-OUT-STATUS NOT = "00" OR OUT-RUN-DATE NOT NUMERIC
066400         MOVE "NO HELOUT RESULT RECORD" TO WS-REFUSE-REASON
066500         GO TO 4100-EXIT
066600     END-IF
066700     IF OUT-RUN-DATE NOT = WS-BKOT-DATE
066800         MOVE "DATE NOT LAST RUN ON HELOUT"
066900             TO WS-REFUSE-REASON
067000         GO TO 4100-EXIT
067100     END-IF
067200     IF OUT-STATUS-PARTIAL
067300         MOVE "HELOUT STATUS P - INCOMPLETE"
067400             TO WS-REFUSE-REASON
067500         GO TO 4100-EXIT
067600     END-IF
067700     IF NOT OUT-STATUS-SUCCESS
067800         MOVE "RUN FOR DATE DID NOT FINISH"
067900             TO WS-REFUSE-REASON
068000         GO TO 4100-EXIT
068100     END-IF
068200     PERFORM 4170-CHECK-ACCRUAL-CONTROL THRU 4170-EXIT
068300     IF WS-REFUSE-REASON = SPACES AND WS-DATE-ACCRUED
068400         MOVE "DATE ALREADY ACCRUED" TO WS-REFUSE-REASON
068500     END-IF.
068600 4100-EXIT.
068700     EXIT.
068800
068900*-----------------------------------------------------------*
069000*  4150-LOAD-CLOSED-PERIOD - THE LATEST PERIOD ON THE        *
069100*  CLOSED-PERIOD REGISTER, ZERO WHEN NO REGISTER EXISTS.  A  *
069200*  REGISTER THAT CANNOT BE OPENED OR READ REFUSES THE DATE - *
069300*  THE CLOSED-PERIOD LOCK CANNOT BE PROVEN WITHOUT IT.       *
069400*-----------------------------------------------------------*
069500 4150-LOAD-CLOSED-PERIOD.
069600     MOVE ZERO TO WS-CLOSED-THRU-PERIOD
069700     SET WS-PCTL-NOT-EOF TO TRUE
069800     OPEN INPUT PCTL-FILE
069900     IF WS-PCTL-STATUS = "35"
070000         GO TO 4150-EXIT
070100     END-IF
070200     IF WS-PCTL-STATUS NOT = "00"
070300         DISPLAY "HELBKOT: PERDCTL OPEN ERROR STATUS "
070400             WS-PCTL-STATUS
070500         MOVE "CLOSED-PERIOD REGISTER NOT READABLE"
070600             TO WS-REFUSE-REASON
070700         MOVE 8 TO RETURN-CODE
070800         GO TO 4150-EXIT
070900     END-IF
071000     PERFORM 4160-READ-PERIOD-CONTROL THRU 4160-EXIT
071100         UNTIL WS-PCTL-EOF
071200     CLOSE PCTL-FILE.
071300 4150-EXIT.
071400     EXIT.
071500
071600 4160-READ-PERIOD-CONTROL.
071700     READ PCTL-FILE
071800         AT END
071900             SET WS-PCTL-EOF TO TRUE
072000             GO TO 4160-EXIT
072100     END-READ
072200     IF WS-PCTL-STATUS NOT = "00"
072300         DISPLAY "HELBKOT: PERDCTL READ ERROR STATUS "
072400             WS-PCTL-STATUS
072500         MOVE "CLOSED-PERIOD REGISTER NOT READABLE"
072600             TO WS-REFUSE-REASON
072700         MOVE 8 TO RETURN-CODE
072800         SET WS-PCTL-EOF TO TRUE
072900         GO TO 4160-EXIT
073000     END-IF
073100     IF PCTL-PERIOD NUMERIC AND PCTL-CLOSED
073200         AND PCTL-PERIOD > WS-CLOSED-THRU-PERIOD
073300         MOVE PCTL-PERIOD TO WS-CLOSED-THRU-PERIOD
073400     END-IF.
073500 4160-EXIT.
073600     EXIT.
073700
073800*-----------------------------------------------------------*
073900*  4170-CHECK-ACCRUAL-CONTROL - LOOK FOR A COMPLETE ACCRCTL  *
074000*  RECORD FOR THE DATE.  HELACRU RUNS STRAIGHT AFTER HELLO,  *
074100*  AND ONCE IT HAS ACCRUED A DATE IT REFUSES THAT DATE FOR   *
074200*  GOOD, SO AN ACCRUAL TAKEN ON THE BALANCES ABOUT TO BE     *
074300*  REVERSED COULD NEVER BE CORRECTED BY THE RERUN.  NO       *
074400*  ACCRCTL YET MEANS NOTHING HAS BEEN ACCRUED; ONE THAT      *
074500*  CANNOT BE OPENED OR READ REFUSES THE DATE.                *
074600*-----------------------------------------------------------*
074700 4170-CHECK-ACCRUAL-CONTROL.
074800     SET WS-DATE-NOT-ACCRUED TO TRUE
074900     SET WS-ACTL-NOT-EOF TO TRUE
075000     OPEN INPUT ACTL-FILE
075100     IF WS-ACTL-STATUS = "35"
075200         GO TO 4170-EXIT
075300     END-IF
075400     IF WS-ACTL-STATUS NOT = "00"
075500         DISPLAY "HELBKOT: ACCRCTL OPEN ERROR STATUS "
075600             WS-ACTL-STATUS
075700         MOVE "ACCRUAL CONTROL FILE NOT READABLE"
075800             TO WS-REFUSE-REASON
075900         MOVE 8 TO RETURN-CODE
076000         GO TO 4170-EXIT
076100     END-IF
076200     PERFORM 4180-READ-ACCRUAL-CONTROL THRU 4180-EXIT
076300         UNTIL WS-ACTL-EOF
076400     CLOSE ACTL-FILE.
076500 4170-EXIT.
076600     EXIT.
076700
076800 4180-READ-ACCRUAL-CONTROL.
076900     READ ACTL-FILE
077000         AT END
077100             SET WS-ACTL-EOF TO TRUE
077200             GO TO 4180-EXIT
077300     END-READ
077400     IF WS-ACTL-STATUS NOT = "00"
077500         DISPLAY "HELBKOT: ACCRCTL READ ERROR STATUS "
077600             WS-ACTL-STATUS
077700         MOVE "ACCRUAL CONTROL FILE NOT READABLE"
077800             TO WS-REFUSE-REASON
077900         MOVE 8 TO RETURN-CODE
078000         SET WS-ACTL-EOF TO TRUE
078100         GO TO 4180-EXIT
078200     END-IF
078300     IF ACTL-COMPLETE AND ACTL-BUSN-DATE NUMERIC
078400         AND ACTL-BUSN-DATE = WS-BKOT-DATE
078500         SET WS-DATE-ACCRUED TO TRUE
078600         SET WS-ACTL-EOF TO TRUE
078700     END-IF.
078800 4180-EXIT.
078900     EXIT.
079000
079100*-----------------------------------------------------------*
079200*  4200-OPEN-MASTER-FILES - OPEN THE KEYED ACCOUNT MASTER    *
079300*  AND TRANSACTION HISTORY I-O.  WITHOUT A MASTER THERE IS   *
079400*  NOTHING TO REVERSE.  A MISSING HISTORY IS LEFT TO THE     *
079500*  VERIFY STEP, WHICH THEN REFUSES THE DATE - ITS POSTINGS   *
079600*  CANNOT BE ON HISTORY.  WITHOUT A PERIOD MOVEMENT FILE     *
079700*  THERE ARE NO MONTH TOTALS TO TAKE THE POSTINGS OFF; ONE   *
079800*  THAT IS THERE BUT WILL NOT OPEN REFUSES THE DATE, OR THE  *
079900*  NEXT PERIOD CLOSE WOULD NOT PROVE.                        *
080000*-----------------------------------------------------------*
080100 4200-OPEN-MASTER-FILES.
080200     OPEN I-O ACCTMST-FILE
080300     IF WS-ACCTMST-STATUS NOT = "00"
080400         DISPLAY "HELBKOT: ACCTMST OPEN STATUS "
080500             WS-ACCTMST-STATUS
080600         MOVE "ACCOUNT MASTER NOT AVAILABLE"
080700             TO WS-REFUSE-REASON
080800         GO TO 4200-EXIT
080900     END-IF
081000     SET WS-ACCTMST-OPENED TO TRUE
081100     OPEN I-O HIST-FILE
081200     IF WS-HIST-STATUS = "00"
081300         SET WS-HIST-OPENED TO TRUE
081400     END-IF
081500     OPEN I-O PMOV-FILE
081600     IF WS-PMOV-STATUS = "00"
081700         SET WS-PMOV-OPENED TO TRUE
081800         GO TO 4200-EXIT
081900     END-IF
082000     IF WS-PMOV-STATUS NOT = "35"
082100         DISPLAY "HELBKOT: PERDMOV OPEN ERROR STATUS "
082200             WS-PMOV-STATUS
082300         MOVE "PERIOD MOVEMENT FILE NOT AVAILABLE"
082400             TO WS-REFUSE-REASON
082500         MOVE 8 TO RETURN-CODE
082600     END-IF.
082700 4200-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------*
083100*  4300-LOAD-POSTINGS - THE DATE'S RECORDS FROM ACCEPTED,    *
083200*  TOTALLED BY TYPE AS THE ORIGINAL SIDE OF THE PROOF.  A    *
083300*  LEGACY RECORD WITH NO BASE AMOUNT USES ITS FEED AMOUNT,   *
083400*  AS HELSTMT DOES.  AN UNREADABLE RECORD FOR THE DATE       *
083500*  STOPS THE BACKOUT - IT CANNOT BE PROVEN WITHOUT IT.  SO   *
083600*  DOES AN ACCRUAL POSTING: HELLO TAKES EACH ACCRUAL FEED    *
083700*  ONCE, SO A RERUN OF THE DATE WOULD NOT PUT IT BACK.  A    *
083800*  RECYCLED REPAIR OR RELEASED HOLD IS THE SAME: HELRECYC    *
083900*  AND HELHOLD HAVE REPLACED NEXTFEED AND RELEASED SINCE.    *
084000*-----------------------------------------------------------*
084100 4300-LOAD-POSTINGS.
084200     OPEN INPUT ACCEPT-FILE
084300     IF WS-ACCEPT-STATUS NOT = "00"
084400         MOVE "ACCEPTED FILE NOT AVAILABLE"
084500             TO WS-REFUSE-REASON
084600         GO TO 4300-EXIT
084700     END-IF
084800     PERFORM 4350-LOAD-POSTING-ENTRY THRU 4350-EXIT
084900         UNTIL WS-ACCP-EOF
085000     CLOSE ACCEPT-FILE
085100     IF WS-REFUSE-REASON = SPACES
085200         AND WS-POST-ENTRY-COUNT = ZERO
085300         MOVE "NO ACCEPTED POSTINGS FOR DATE"
085400             TO WS-REFUSE-REASON
085500     END-IF
085600     IF WS-REFUSE-REASON = SPACES
085700         AND WS-ACCRUAL-POST-COUNT > ZERO
085800         MOVE "DATE CARRIES ACCRUAL POSTINGS"
085900             TO WS-REFUSE-REASON
086000     END-IF
086100     IF WS-REFUSE-REASON = SPACES
086200         AND WS-RECYCLE-POST-COUNT > ZERO
086300         MOVE "DATE CARRIES RECYCLED REPAIRS"
086400             TO WS-REFUSE-REASON
086500     END-IF
086600     IF WS-REFUSE-REASON = SPACES
086700         AND WS-RELEASE-POST-COUNT > ZERO
086800         MOVE "DATE CARRIES RELEASED HOLDS"
086900             TO WS-REFUSE-REASON
087000     END-IF.
087100 4300-EXIT.
087200     EXIT.
087300
087400 4350-LOAD-POSTING-ENTRY.
087500     READ ACCEPT-FILE
087600         AT END
087700             SET WS-ACCP-EOF TO TRUE
087800             GO TO 4350-EXIT
087900     END-READ
088000     IF WS-ACCEPT-STATUS NOT = "00"
088100         DISPLAY "HELBKOT: ACCEPTED READ ERROR STATUS "
088200             WS-ACCEPT-STATUS
088300         MOVE "ACCEPTED FILE READ ERROR"
088400             TO WS-REFUSE-REASON
088500         SET WS-ACCP-EOF TO TRUE
088600         MOVE 8 TO RETURN-CODE
088700         GO TO 4350-EXIT
088800     END-IF
088900     IF ACCP-RUN-DATE NOT NUMERIC
089000         OR ACCP-RUN-DATE NOT = WS-BKOT-DATE
089100         ADD 1 TO WS-OTHER-DATE-COUNT
089200         GO TO 4350-EXIT
089300     END-IF
089400     MOVE ZERO TO WS-TYPE-SUB
089500     IF ACCP-TRAN-TYPE = "CR"
089600         MOVE 1 TO WS-TYPE-SUB
089700     END-IF
089800     IF ACCP-TRAN-TYPE = "DB"
089900         MOVE 2 TO WS-TYPE-SUB
090000     END-IF
090100     IF ACCP-TRAN-TYPE = "AJ"
090200         MOVE 3 TO WS-TYPE-SUB
090300     END-IF
090400     IF WS-TYPE-SUB = ZERO OR ACCP-TRAN-AMOUNT NOT NUMERIC
090500         MOVE "UNREADABLE POSTING FOR DATE"
090600             TO WS-REFUSE-REASON
090700         SET WS-ACCP-EOF TO TRUE
090800         GO TO 4350-EXIT
090900     END-IF
091000     IF WS-POST-ENTRY-COUNT >= 5000
091100         MOVE "POSTING TABLE FULL" TO WS-REFUSE-REASON
091200         SET WS-ACCP-EOF TO TRUE
091300         GO TO 4350-EXIT
091400     END-IF
091500     IF ACCP-BASE-AMOUNT NUMERIC
091600         MOVE ACCP-BASE-AMOUNT TO WS-POSTING-AMOUNT
091700     ELSE
091800         MOVE ACCP-TRAN-AMOUNT TO WS-POSTING-AMOUNT
091900     END-IF
092000     ADD 1 TO WS-POST-ENTRY-COUNT
092100     MOVE ACCP-TRAN-ID
092200         TO WS-POST-TBL-TRAN-ID (WS-POST-ENTRY-COUNT)
092300     MOVE ACCP-TRAN-TYPE
092400         TO WS-POST-TBL-TYPE (WS-POST-ENTRY-COUNT)
092500     MOVE WS-TYPE-SUB
092600         TO WS-POST-TBL-TYPE-SUB (WS-POST-ENTRY-COUNT)
092700     MOVE WS-POSTING-AMOUNT
092800         TO WS-POST-TBL-BASE-AMT (WS-POST-ENTRY-COUNT)
092900     MOVE ZERO TO WS-POST-TBL-ACCT-SUB (WS-POST-ENTRY-COUNT)
093000     MOVE ZERO TO WS-POST-TBL-BAL-BEFORE (WS-POST-ENTRY-COUNT)
093100     MOVE ACCP-ORIGIN
093200         TO WS-POST-TBL-ORIGIN (WS-POST-ENTRY-COUNT)
093300     IF WS-POST-TBL-ACCRUAL (WS-POST-ENTRY-COUNT)
093400         ADD 1 TO WS-ACCRUAL-POST-COUNT
093500     ELSE
093600         ADD 1 TO WS-HIST-POST-COUNT
093700     END-IF
093800     IF ACCP-FROM-RECYCLE
093900         ADD 1 TO WS-RECYCLE-POST-COUNT
094000     END-IF
094100     IF ACCP-FROM-HOLD
094200         ADD 1 TO WS-RELEASE-POST-COUNT
094300     END-IF
094400     ADD 1 TO WS-ORIG-COUNT (WS-TYPE-SUB)
094500     ADD WS-POSTING-AMOUNT TO WS-ORIG-AMOUNT (WS-TYPE-SUB)
094600     IF WS-TYPE-SUB = 2
094700         SUBTRACT WS-POSTING-AMOUNT FROM WS-ORIG-NET
094800     ELSE
094900         ADD WS-POSTING-AMOUNT TO WS-ORIG-NET
095000     END-IF.
095100 4350-EXIT.
095200     EXIT.
095300
095400*-----------------------------------------------------------*
095500*  4500-VERIFY-POSTING - EACH POSTING MUST HAVE A USABLE     *
095600*  MASTER ACCOUNT AND A TRANHIST ENTRY FOR THE DATE.  THE    *
095700*  HISTORY ENTRY IS ALSO THE GUARD AGAINST BACKING THE SAME  *
095800*  DATE OUT TWICE: A FIRST BACKOUT REMOVED IT.  AN ACCRUAL   *
095900*  POSTING HAS NO HISTORY ENTRY AND NEEDS ONLY ITS ACCOUNT.  *
096000*-----------------------------------------------------------*
096100 4500-VERIFY-POSTING.
096200     PERFORM 4520-FIND-POSTED-ACCOUNT THRU 4520-EXIT
096300     IF WS-REFUSE-REASON NOT = SPACES
096400         GO TO 4500-EXIT
096500     END-IF
096600     MOVE WS-ACCT-FOUND-SUB TO WS-POST-TBL-ACCT-SUB (WS-POST-SUB)
096700     IF WS-POST-TBL-ACCRUAL (WS-POST-SUB)
096800         GO TO 4500-EXIT
096900     END-IF
097000     IF WS-HIST-NOT-OPENED
097100         OR WS-ACCT-TBL-HIST-TAKEN (WS-ACCT-FOUND-SUB)
097200         MOVE "POSTING NOT ON TRANHIST"
097300             TO WS-REFUSE-REASON
097400         GO TO 4500-EXIT
097500     END-IF
097600     MOVE WS-POST-TBL-TRAN-ID (WS-POST-SUB) TO HIST-TRAN-ID
097700     READ HIST-FILE
097800         INVALID KEY
097900             MOVE "POSTING NOT ON TRANHIST"
098000                 TO WS-REFUSE-REASON
098100             GO TO 4500-EXIT
098200     END-READ
098300     IF WS-HIST-STATUS NOT = "00"
098400         DISPLAY "HELBKOT: TRANHIST READ ERROR STATUS "
098500             WS-HIST-STATUS
098600         MOVE "TRANHIST READ ERROR" TO WS-REFUSE-REASON
098700         MOVE 8 TO RETURN-CODE
098800         GO TO 4500-EXIT
098900     END-IF
099000     IF HIST-POST-DATE NOT NUMERIC
099100         OR HIST-POST-DATE NOT = WS-BKOT-DATE
099200         MOVE "POSTING NOT ON TRANHIST"
099300             TO WS-REFUSE-REASON
099400         GO TO 4500-EXIT
099500     END-IF
099600     SET WS-ACCT-TBL-HIST-TAKEN (WS-ACCT-FOUND-SUB) TO TRUE
099700     ADD 1 TO WS-HIST-REMOVE-COUNT.
099800 4500-EXIT.
099900     EXIT.
100000
100100*-----------------------------------------------------------*
100200*  4520-FIND-POSTED-ACCOUNT - THE POSTING'S ACCOUNT ENTRY,   *
100300*  READ FROM THE MASTER BY KEY AND ADDED TO THE TABLE THE    *
100400*  FIRST TIME IT IS NAMED, ITS BALANCE GOING INTO THE TOTAL  *
100500*  BEFORE THE REVERSAL.                                      *
100600*-----------------------------------------------------------*
100700 4520-FIND-POSTED-ACCOUNT.
100800     SET WS-ACCT-UNMATCHED TO TRUE
100900     MOVE ZERO TO WS-ACCT-FOUND-SUB
101000     PERFORM 4550-MATCH-ACCT-ENTRY THRU 4550-EXIT
101100         VARYING WS-ACCT-SUB FROM 1 BY 1
101200         UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
101300             OR WS-ACCT-MATCHED
101400     IF WS-ACCT-MATCHED
101500         GO TO 4520-EXIT
101600     END-IF
101700     MOVE WS-POST-TBL-TRAN-ID (WS-POST-SUB) TO ACCTMST-KEY
101800     READ ACCTMST-FILE
101900         INVALID KEY
102000             MOVE "POSTED ACCOUNT NOT ON MASTER"
102100                 TO WS-REFUSE-REASON
102200             GO TO 4520-EXIT
102300     END-READ
102400     IF WS-ACCTMST-STATUS NOT = "00"
102500         DISPLAY "HELBKOT: ACCTMST READ ERROR STATUS "
102600             WS-ACCTMST-STATUS
102700         MOVE "ACCOUNT MASTER READ ERROR" TO WS-REFUSE-REASON
102800         MOVE 8 TO RETURN-CODE
102900         GO TO 4520-EXIT
103000     END-IF
103100     MOVE ACCTMST-RECORD TO ACCT-RECORD
103200     IF ACCT-BALANCE NOT NUMERIC
103300         MOVE "MASTER BALANCE NOT NUMERIC" TO WS-REFUSE-REASON
103400         GO TO 4520-EXIT
103500     END-IF
103600     ADD 1 TO WS-ACCT-ENTRY-COUNT
103700     MOVE WS-ACCT-ENTRY-COUNT TO WS-ACCT-FOUND-SUB
103800     MOVE ACCT-ID TO WS-ACCT-TBL-ID (WS-ACCT-FOUND-SUB)
103900     MOVE ACCT-BALANCE TO WS-ACCT-TBL-BALANCE (WS-ACCT-FOUND-SUB)
104000     MOVE "N" TO WS-ACCT-TBL-HIST-SW (WS-ACCT-FOUND-SUB)
104100     MOVE ACCTMST-RECORD TO WS-ACCT-TBL-IMAGE (WS-ACCT-FOUND-SUB)
104200     ADD ACCT-BALANCE TO WS-MASTER-BEFORE.
104300 4520-EXIT.
104400     EXIT.
104500
104600 4550-MATCH-ACCT-ENTRY.
104700     IF WS-ACCT-TBL-ID (WS-ACCT-SUB)
104800         = WS-POST-TBL-TRAN-ID (WS-POST-SUB)
104900         SET WS-ACCT-MATCHED TO TRUE
105000         MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
105100     END-IF.
105200 4550-EXIT.
105300     EXIT.
105400
105500*-----------------------------------------------------------*
105600*  4600-REVERSE-POSTING - THE MIRROR OF HELLO'S BALANCE      *
105700*  UPDATE: A DEBIT IS ADDED BACK, A CREDIT OR ADJUSTMENT IS  *
105800*  TAKEN OFF.  TOTALLED BY TYPE AS THE REVERSED SIDE OF THE  *
105900*  PROOF.                                                    *
106000*-----------------------------------------------------------*
106100 4600-REVERSE-POSTING.
106200     MOVE WS-POST-TBL-ACCT-SUB (WS-POST-SUB) TO WS-ACCT-SUB
106300     MOVE WS-POST-TBL-TYPE-SUB (WS-POST-SUB) TO WS-TYPE-SUB
106400     MOVE WS-ACCT-TBL-BALANCE (WS-ACCT-SUB)
106500         TO WS-POST-TBL-BAL-BEFORE (WS-POST-SUB)
106600     IF WS-POST-TBL-TYPE (WS-POST-SUB) = "DB"
106700         ADD WS-POST-TBL-BASE-AMT (WS-POST-SUB)
106800             TO WS-ACCT-TBL-BALANCE (WS-ACCT-SUB)
106900         SUBTRACT WS-POST-TBL-BASE-AMT (WS-POST-SUB)
107000             FROM WS-REVD-NET
107100     ELSE
107200         SUBTRACT WS-POST-TBL-BASE-AMT (WS-POST-SUB)
107300             FROM WS-ACCT-TBL-BALANCE (WS-ACCT-SUB)
107400         ADD WS-POST-TBL-BASE-AMT (WS-POST-SUB)
107500             TO WS-REVD-NET
107600     END-IF
107700     ADD 1 TO WS-REVD-COUNT (WS-TYPE-SUB)
107800     ADD WS-POST-TBL-BASE-AMT (WS-POST-SUB)
107900         TO WS-REVD-AMOUNT (WS-TYPE-SUB).
108000 4600-EXIT.
108100     EXIT.
108200
108300*-----------------------------------------------------------*
108400*  4700-PROVE-REVERSAL - THE REVERSAL PROVES WHEN EVERY TYPE *
108500*  AGREES ON COUNT AND AMOUNT, THE POSTED ACCOUNTS' TOTAL    *
108600*  HAS MOVED BY EXACTLY MINUS THE ORIGINAL NET, AND ONE      *
108700*  TRANHIST ENTRY IS COMING OFF FOR EVERY POSTING THAT IS    *
108800*  NOT AN ACCRUAL - ACCRUALS HAVE NONE.  NO OTHER            *
108900*  ACCOUNT IS TOUCHED, SO THE WHOLE MASTER MOVES THE SAME.   *
109000*-----------------------------------------------------------*
109100 4700-PROVE-REVERSAL.
109200     MOVE ZERO TO WS-MASTER-AFTER
109300     PERFORM 4750-TOTAL-ACCT-ENTRY THRU 4750-EXIT
109400         VARYING WS-ACCT-SUB FROM 1 BY 1
109500         UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
109600     COMPUTE WS-MASTER-MOVEMENT =
109700         WS-MASTER-AFTER - WS-MASTER-BEFORE
109800     SET WS-REVERSAL-PROVEN TO TRUE
109900     PERFORM 4760-PROVE-TYPE THRU 4760-EXIT
110000         VARYING WS-TYPE-SUB FROM 1 BY 1
110100         UNTIL WS-TYPE-SUB > 3
110200     IF WS-REVD-NET NOT = WS-ORIG-NET
110300         OR WS-MASTER-MOVEMENT + WS-ORIG-NET NOT = ZERO
110400         OR WS-HIST-REMOVE-COUNT NOT = WS-HIST-POST-COUNT
110500         SET WS-REVERSAL-UNPROVEN TO TRUE
110600     END-IF.
110700 4700-EXIT.
110800     EXIT.
110900
111000 4750-TOTAL-ACCT-ENTRY.
111100     ADD WS-ACCT-TBL-BALANCE (WS-ACCT-SUB)
111200         TO WS-MASTER-AFTER.
111300 4750-EXIT.
111400     EXIT.
111500
111600 4760-PROVE-TYPE.
111700     IF WS-REVD-COUNT (WS-TYPE-SUB)
111800         NOT = WS-ORIG-COUNT (WS-TYPE-SUB)
111900         OR WS-REVD-AMOUNT (WS-TYPE-SUB)
112000         NOT = WS-ORIG-AMOUNT (WS-TYPE-SUB)
112100         SET WS-REVERSAL-UNPROVEN TO TRUE
112200     END-IF.
112300 4760-EXIT.
112400     EXIT.
112500
112600*-----------------------------------------------------------*
112700*  4800-CLOSE-MASTER-FILES - CLOSE WHICHEVER KEYED FILES THE *
112800*  COMMAND OPENED.                                           *
112900*-----------------------------------------------------------*
113000 4800-CLOSE-MASTER-FILES.
113100     IF WS-ACCTMST-OPENED
113200         CLOSE ACCTMST-FILE
113300         SET WS-ACCTMST-NOT-OPENED TO TRUE
113400     END-IF
113500     IF WS-HIST-OPENED
113600         CLOSE HIST-FILE
113700         SET WS-HIST-NOT-OPENED TO TRUE
113800     END-IF
113900     IF WS-PMOV-OPENED
114000         CLOSE PMOV-FILE
114100         SET WS-PMOV-NOT-OPENED TO TRUE
114200     END-IF.
114300 4800-EXIT.
114400     EXIT.
114500
114600*-----------------------------------------------------------*
114700*  4900-REFUSE-COMMAND - A COMMAND THAT FAILED VALIDATION:   *
114800*  SAY WHY ON THE CONSOLE AND IN THE RUN LOG AND COUNT IT    *
114900*  TOWARD THE NONZERO RETURN CODE.                           *
115000*-----------------------------------------------------------*
115100 4900-REFUSE-COMMAND.
115200     ADD 1 TO WS-REFUSED-COUNT
115300     DISPLAY "HELBKOT: REFUSED " CMD-VERB " " CMD-DATE
115400         " - " WS-REFUSE-REASON
115500     MOVE SPACES TO WS-ACTION-TEXT
115600     STRING "REFUSED - " DELIMITED BY SIZE
115700         WS-REFUSE-REASON DELIMITED BY SIZE
115800         INTO WS-ACTION-TEXT
115900     END-STRING
116000     PERFORM 5000-LOG-COMMAND THRU 5000-EXIT.
116100 4900-EXIT.
116200     EXIT.
116300
116400*-----------------------------------------------------------*
116500*  5000-LOG-COMMAND - WHO DID WHAT WHEN, IN THE SAME RUNLOG  *
116600*  FORMAT AS THE HELOPER COMMANDS, SO A BACKOUT SHOWS UP     *
116700*  NEXT TO THE RUNS AND OTHER MANUAL INTERVENTIONS.          *
116800*-----------------------------------------------------------*
116900 5000-LOG-COMMAND.
117000     MOVE SPACES TO LOG-RECORD
117100     STRING WS-EDIT-DATE DELIMITED BY SIZE
117200         " " DELIMITED BY SIZE
117300         WS-CURRENT-HOUR DELIMITED BY SIZE
117400         ":" DELIMITED BY SIZE
117500         WS-CURRENT-MINUTE DELIMITED BY SIZE
117600         ":" DELIMITED BY SIZE
117700         WS-CURRENT-SECOND DELIMITED BY SIZE
117800         " OPERATOR " DELIMITED BY SIZE
117900         CMD-OPERATOR-ID DELIMITED BY SIZE
118000         " " DELIMITED BY SIZE
118100         CMD-VERB DELIMITED BY SIZE
118200         " " DELIMITED BY SIZE
118300         CMD-DATE DELIMITED BY SIZE
118400         " " DELIMITED BY SIZE
118500         WS-ACTION-TEXT DELIMITED BY SIZE
118600         INTO LOG-RECORD
118700     END-STRING
118800     IF WS-RUNLOG-STATUS = "00"
118900         WRITE LOG-RECORD
119000     END-IF.
119100 5000-EXIT.
119200     EXIT.
119300
119400*-----------------------------------------------------------*
119500*  6000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER.   *
119600*-----------------------------------------------------------*
119700 6000-WRITE-REPORT-HEADER.
119800     MOVE SPACES TO BKOTRPT-RECORD
119900     STRING " " DELIMITED BY SIZE
120000         "HELLO BUSINESS-DATE BACKOUT" DELIMITED BY SIZE
120100         "   PAGE " DELIMITED BY SIZE
120200         WS-PAGE-COUNT DELIMITED BY SIZE
120300         INTO BKOTRPT-RECORD
120400     END-STRING
120500     WRITE BKOTRPT-RECORD
120600     MOVE SPACES TO BKOTRPT-RECORD
120700     STRING " " DELIMITED BY SIZE
120800         "PREPARED: " DELIMITED BY SIZE
120900         WS-EDIT-DATE DELIMITED BY SIZE
121000         " " DELIMITED BY SIZE
121100         WS-CURRENT-HOUR DELIMITED BY SIZE
121200         ":" DELIMITED BY SIZE
121300         WS-CURRENT-MINUTE DELIMITED BY SIZE
121400         ":" DELIMITED BY SIZE
121500         WS-CURRENT-SECOND DELIMITED BY SIZE
121600         INTO BKOTRPT-RECORD
121700     END-STRING
121800     WRITE BKOTRPT-RECORD
121900     MOVE ZERO TO WS-LINE-COUNT.
122000 6000-EXIT.
122100     EXIT.
122200
122300*-----------------------------------------------------------*
122400*  6050-WRITE-REPORT-LINE - COMMON DETAIL WRITE WITH A PAGE  *
122500*  BREAK WHEN THE PAGE FILLS.                                *
122600*-----------------------------------------------------------*
122700 6050-WRITE-REPORT-LINE.
122800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
122900         ADD 1 TO WS-PAGE-COUNT
123000         PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT
123100     END-IF
123200     WRITE BKOTRPT-RECORD
123300     ADD 1 TO WS-LINE-COUNT.
123400 6050-EXIT.
123500     EXIT.
123600
123700 6100-PRINT-COMMAND-HEADING.
123800     MOVE SPACES TO BKOTRPT-RECORD
123900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
124000     MOVE SPACES TO BKOTRPT-RECORD
124100     STRING " BACKOUT OF BUSINESS DATE " DELIMITED BY SIZE
124200         WS-EDIT-BKOT-DATE DELIMITED BY SIZE
124300         "   OPERATOR " DELIMITED BY SIZE
124400         CMD-OPERATOR-ID DELIMITED BY SIZE
124500         INTO BKOTRPT-RECORD
124600     END-STRING
124700     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
124800     IF WS-REFUSE-REASON NOT = SPACES
124900         GO TO 6100-EXIT
125000     END-IF
125100     MOVE SPACES TO BKOTRPT-RECORD
125200     STRING " " DELIMITED BY SIZE
125300         "ACCOUNT     TYPE     BASE AMOUNT"
125400             DELIMITED BY SIZE
125500         "   BALANCE BEFORE    BALANCE AFTER"
125600             DELIMITED BY SIZE
125700         INTO BKOTRPT-RECORD
125800     END-STRING
125900     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
126000 6100-EXIT.
126100     EXIT.
126200
126300 6200-PRINT-POSTING.
126400     MOVE WS-POST-TBL-BASE-AMT (WS-POST-SUB)
126500         TO WS-EDIT-BASE-AMOUNT
126600     MOVE WS-POST-TBL-BAL-BEFORE (WS-POST-SUB)
126700         TO WS-EDIT-BALANCE
126800     MOVE WS-POST-TBL-ACCT-SUB (WS-POST-SUB) TO WS-ACCT-SUB
126900     MOVE WS-ACCT-TBL-BALANCE (WS-ACCT-SUB)
127000         TO WS-EDIT-BALANCE-AFTER
127100     MOVE SPACES TO BKOTRPT-RECORD
127200     STRING " " DELIMITED BY SIZE
127300         WS-POST-TBL-TRAN-ID (WS-POST-SUB) DELIMITED BY SIZE
127400         "   " DELIMITED BY SIZE
127500         WS-POST-TBL-TYPE (WS-POST-SUB) DELIMITED BY SIZE
127600         "  " DELIMITED BY SIZE
127700         WS-EDIT-BASE-AMOUNT DELIMITED BY SIZE
127800         "  " DELIMITED BY SIZE
127900         WS-EDIT-BALANCE DELIMITED BY SIZE
128000         "  " DELIMITED BY SIZE
128100         WS-EDIT-BALANCE-AFTER DELIMITED BY SIZE
128200         INTO BKOTRPT-RECORD
128300     END-STRING
128400     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
128500 6200-EXIT.
128600     EXIT.
128700
128800*-----------------------------------------------------------*
128900*  6300-PRINT-PROOF - ORIGINAL AGAINST REVERSED BY TYPE,     *
129000*  THE NET OF EACH SIDE, THE MASTER MOVEMENT, THE HISTORY    *
129100*  ENTRIES COMING OFF, AND THE VERDICT.                      *
129200*-----------------------------------------------------------*
129300 6300-PRINT-PROOF.
129400     MOVE SPACES TO BKOTRPT-RECORD
129500     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
129600     MOVE SPACES TO BKOTRPT-RECORD
129700     STRING " TYPE    ORIGINAL" DELIMITED BY SIZE
129800         "   ORIGINAL AMOUNT" DELIMITED BY SIZE
129900         "   REVERSED" DELIMITED BY SIZE
130000         "   REVERSED AMOUNT" DELIMITED BY SIZE
130100         INTO BKOTRPT-RECORD
130200     END-STRING
130300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
130400     PERFORM 6350-PRINT-TYPE-LINE THRU 6350-EXIT
130500         VARYING WS-TYPE-SUB FROM 1 BY 1
130600         UNTIL WS-TYPE-SUB > 3
130700     MOVE WS-ORIG-NET TO WS-EDIT-NET
130800     MOVE WS-REVD-NET TO WS-EDIT-NET-2
130900     MOVE SPACES TO BKOTRPT-RECORD
131000     STRING " NET (CR+AJ-DB) ORIGINAL: " DELIMITED BY SIZE
131100         WS-EDIT-NET DELIMITED BY SIZE
131200         "   REVERSED: " DELIMITED BY SIZE
131300         WS-EDIT-NET-2 DELIMITED BY SIZE
131400         INTO BKOTRPT-RECORD
131500     END-STRING
131600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
131700     MOVE WS-MASTER-BEFORE TO WS-EDIT-NET
131800     MOVE WS-MASTER-AFTER TO WS-EDIT-NET-2
131900     MOVE SPACES TO BKOTRPT-RECORD
132000     STRING " POSTED ACCOUNTS BEFORE:  " DELIMITED BY SIZE
132100         WS-EDIT-NET DELIMITED BY SIZE
132200         "   AFTER:    " DELIMITED BY SIZE
132300         WS-EDIT-NET-2 DELIMITED BY SIZE
132400         INTO BKOTRPT-RECORD
132500     END-STRING
132600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
132700     MOVE WS-MASTER-MOVEMENT TO WS-EDIT-NET
132800     MOVE SPACES TO BKOTRPT-RECORD
132900     STRING " MASTER MOVEMENT:         " DELIMITED BY SIZE
133000         WS-EDIT-NET DELIMITED BY SIZE
133100         INTO BKOTRPT-RECORD
133200     END-STRING
133300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
133400     MOVE WS-POST-ENTRY-COUNT TO WS-EDIT-COUNT
133500     MOVE WS-HIST-REMOVE-COUNT TO WS-EDIT-COUNT-2
133600     MOVE SPACES TO BKOTRPT-RECORD
133700     STRING " POSTINGS:                " DELIMITED BY SIZE
133800         WS-EDIT-COUNT DELIMITED BY SIZE
133900         "   TRANHIST ENTRIES REMOVED: " DELIMITED BY SIZE
134000         WS-EDIT-COUNT-2 DELIMITED BY SIZE
134100         INTO BKOTRPT-RECORD
134200     END-STRING
134300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
134400     IF WS-OTHER-DATE-COUNT > ZERO
134500         MOVE WS-OTHER-DATE-COUNT TO WS-EDIT-COUNT
134600         MOVE SPACES TO BKOTRPT-RECORD
134700         STRING " ACCEPTED RECORDS FOR OTHER DATES IGNORED: "
134800             DELIMITED BY SIZE
134900             WS-EDIT-COUNT DELIMITED BY SIZE
135000             INTO BKOTRPT-RECORD
135100         END-STRING
135200         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
135300     END-IF
135400     IF WS-REVERSAL-PROVEN
135500         MOVE " REVERSAL PROVES AGAINST THE ORIGINAL POSTINGS"
135600             TO BKOTRPT-RECORD
135700     ELSE
135800         MOVE " *** REVERSAL DOES NOT PROVE ***"
135900             TO BKOTRPT-RECORD
136000     END-IF
136100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
136200 6300-EXIT.
136300     EXIT.
136400
136500 6350-PRINT-TYPE-LINE.
136600     MOVE WS-ORIG-COUNT (WS-TYPE-SUB) TO WS-EDIT-COUNT
136700     MOVE WS-ORIG-AMOUNT (WS-TYPE-SUB) TO WS-EDIT-ORIG-AMOUNT
136800     MOVE WS-REVD-COUNT (WS-TYPE-SUB) TO WS-EDIT-COUNT-2
136900     MOVE WS-REVD-AMOUNT (WS-TYPE-SUB) TO WS-EDIT-REVD-AMOUNT
137000     MOVE SPACES TO BKOTRPT-RECORD
137100     STRING " " DELIMITED BY SIZE
137200         WS-TYPE-CODE (WS-TYPE-SUB) DELIMITED BY SIZE
137300         "       " DELIMITED BY SIZE
137400         WS-EDIT-COUNT DELIMITED BY SIZE
137500         "  " DELIMITED BY SIZE
137600         WS-EDIT-ORIG-AMOUNT DELIMITED BY SIZE
137700         "    " DELIMITED BY SIZE
137800         WS-EDIT-COUNT-2 DELIMITED BY SIZE
137900         "  " DELIMITED BY SIZE
138000         WS-EDIT-REVD-AMOUNT DELIMITED BY SIZE
138100         INTO BKOTRPT-RECORD
138200     END-STRING
138300     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
138400 6350-EXIT.
138500     EXIT.
138600
138700*-----------------------------------------------------------*
138800*  6400-PRINT-OUTCOME - WHAT WAS WRITTEN, AND WHAT THE       *
138900*  OPERATOR STILL HAS TO FOLLOW UP DOWNSTREAM.               *
139000*-----------------------------------------------------------*
139100 6400-PRINT-OUTCOME.
139200     MOVE " ACCTMST AND TRANHIST REWRITTEN; RUNCTL MARKS THE "
139300         TO BKOTRPT-RECORD
139400     MOVE "DATE NOT COMPLETE FOR RERUN"
139500         TO BKOTRPT-RECORD (51:27)
139600     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
139700     IF WS-XTRC-RESET
139800         MOVE WS-LAST-XTRC-SEQ TO WS-EDIT-SEQ
139900         MOVE SPACES TO BKOTRPT-RECORD
140000         STRING " EXTRACT SEQUENCE " DELIMITED BY SIZE
140100             WS-EDIT-SEQ DELIMITED BY SIZE
140200             " WAS ALREADY SENT FOR THIS DATE - WAREHOUSE "
140300                 DELIMITED BY SIZE
140400             "MUST DROP IT; RERUN RE-EXTRACTS"
140500                 DELIMITED BY SIZE
140600             INTO BKOTRPT-RECORD
140700         END-STRING
140800         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
140900     END-IF
141000     IF WS-GLJ-RESET
141100         MOVE WS-LAST-GLJ-BATCH TO WS-EDIT-SEQ
141200         MOVE SPACES TO BKOTRPT-RECORD
141300         STRING " GL JOURNAL BATCH " DELIMITED BY SIZE
141400             WS-EDIT-SEQ DELIMITED BY SIZE
141500             " WAS ALREADY RELEASED FOR THIS DATE - REVERSE "
141600                 DELIMITED BY SIZE
141700             "IT IN THE LEDGER; RERUN RE-RELEASES"
141800                 DELIMITED BY SIZE
141900             INTO BKOTRPT-RECORD
142000         END-STRING
142100         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
142200     END-IF.
142300 6400-EXIT.
142400     EXIT.
142500
142600 6800-PRINT-WRITE-ERROR.
142700     MOVE " *** FILE ERROR WHILE APPLYING THE BACKOUT - SEE "
142800         TO BKOTRPT-RECORD
142900     MOVE "CONSOLE; FILES MAY NEED RESTORING ***"
143000         TO BKOTRPT-RECORD (51:37)
143100     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT.
143200 6800-EXIT.
143300     EXIT.
143400
143500 6900-PRINT-REFUSAL.
143600     MOVE SPACES TO BKOTRPT-RECORD
143700     STRING " REFUSED - " DELIMITED BY SIZE
143800         WS-REFUSE-REASON DELIMITED BY "  "
143900         " - NO FILES CHANGED" DELIMITED BY SIZE
144000         INTO BKOTRPT-RECORD
144100     END-STRING
144200     PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
144300     IF WS-REFUSE-REASON = "DATE CARRIES ACCRUAL POSTINGS"
144400         MOVE SPACES TO BKOTRPT-RECORD
144500         STRING " HELLO POSTS EACH ACCRUAL FEED ONCE - A RERUN"
144600             DELIMITED BY SIZE
144700             " WOULD NOT RE-POST THE REVERSED ACCRUALS."
144800             DELIMITED BY SIZE
144900             " CORRECT THE DATE BY ADJUSTMENT INSTEAD."
145000             DELIMITED BY SIZE
145100             INTO BKOTRPT-RECORD
145200         END-STRING
145300         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
145400     END-IF
145500     IF WS-REFUSE-REASON = "DATE CARRIES RECYCLED REPAIRS"
145600         MOVE SPACES TO BKOTRPT-RECORD
145700         STRING " HELRECYC HAS REPLACED NEXTFEED SINCE - A RERUN"
145800             DELIMITED BY SIZE
145900             " WOULD NOT RE-POST THE REVERSED REPAIRS."
146000             DELIMITED BY SIZE
146100             " CORRECT THE DATE BY ADJUSTMENT INSTEAD."
146200             DELIMITED BY SIZE
146300             INTO BKOTRPT-RECORD
146400         END-STRING
146500         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
146600     END-IF
146700     IF WS-REFUSE-REASON = "DATE CARRIES RELEASED HOLDS"
146800         MOVE SPACES TO BKOTRPT-RECORD
146900         STRING " HELHOLD HAS REPLACED RELEASED SINCE - A RERUN"
147000             DELIMITED BY SIZE
147100             " WOULD NOT RE-POST THE REVERSED RELEASES."
147200             DELIMITED BY SIZE
147300             " CORRECT THE DATE BY ADJUSTMENT INSTEAD."
147400             DELIMITED BY SIZE
147500             INTO BKOTRPT-RECORD
147600         END-STRING
147700         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
147800     END-IF
147900     IF WS-REFUSE-REASON = "DATE ALREADY ACCRUED"
148000         MOVE SPACES TO BKOTRPT-RECORD
148100         STRING " HELACRU HAS ACCRUED THE DATE ON THE BALANCES"
148200             DELIMITED BY SIZE
148300             " BEING REVERSED AND WOULD REFUSE IT ON A RERUN."
148400             DELIMITED BY SIZE
148500             INTO BKOTRPT-RECORD
148600         END-STRING
148700         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
148800         MOVE SPACES TO BKOTRPT-RECORD
148900         STRING " BACK THE DATE OUT BEFORE THE ACCRUAL STEP, OR"
149000             DELIMITED BY SIZE
149100             " CORRECT IT BY ADJUSTMENT INSTEAD."
149200             DELIMITED BY SIZE
149300             INTO BKOTRPT-RECORD
149400         END-STRING
149500         PERFORM 6050-WRITE-REPORT-LINE THRU 6050-EXIT
149600     END-IF.
149700 6900-EXIT.
149800     EXIT.
149900
150000*-----------------------------------------------------------*
150100*  7000-REWRITE-ACCT-MASTER - REWRITE EACH POSTED ACCOUNT    *
150200*  WITH ITS REVERSED BALANCE, EVERY OTHER FIELD AS READ.     *
150300*-----------------------------------------------------------*
150400 7000-REWRITE-ACCT-MASTER.
150500     PERFORM 7100-REWRITE-ACCT-ENTRY THRU 7100-EXIT
150600         VARYING WS-ACCT-SUB FROM 1 BY 1
150700         UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT.
150800 7000-EXIT.
150900     EXIT.
151000
151100 7100-REWRITE-ACCT-ENTRY.
151200     MOVE WS-ACCT-TBL-IMAGE (WS-ACCT-SUB) TO ACCT-RECORD
151300     MOVE WS-ACCT-TBL-BALANCE (WS-ACCT-SUB) TO ACCT-BALANCE
151400     MOVE ACCT-RECORD TO ACCTMST-RECORD
151500     REWRITE ACCTMST-RECORD
151600     IF WS-ACCTMST-STATUS NOT = "00"
151700         DISPLAY "HELBKOT: ACCTMST REWRITE ERROR STATUS "
151800             WS-ACCTMST-STATUS
151900         SET WS-WRITE-ERROR TO TRUE
152000         MOVE 8 TO RETURN-CODE
152100     END-IF.
152200 7100-EXIT.
152300     EXIT.
152400
152500*-----------------------------------------------------------*
152600*  7150-REVERSE-MOVEMENT - TAKE ONE REVERSED POSTING OFF ITS *
152700*  ACCOUNT'S TOTALS FOR THE BACKED-OUT DATE'S MONTH.  A      *
152800*  POSTING WITH NO MONTH RECORD WAS MADE BEFORE THE TOTALS   *
152900*  WERE KEPT AND HAS NOTHING TO TAKE OFF.                    *
153000*-----------------------------------------------------------*
153100 7150-REVERSE-MOVEMENT.
153200     IF WS-PMOV-NOT-OPENED
153300         GO TO 7150-EXIT
153400     END-IF
153500     MOVE WS-POST-TBL-ACCT-SUB (WS-POST-SUB) TO WS-ACCT-SUB
153600     MOVE WS-ACCT-TBL-ID (WS-ACCT-SUB) TO PMOV-ACCT-ID
153700     MOVE WS-BKOT-PERIOD TO PMOV-PERIOD
153800     READ PMOV-FILE
153900         INVALID KEY
154000             GO TO 7150-EXIT
154100     END-READ
154200     IF WS-PMOV-STATUS NOT = "00"
154300         DISPLAY "HELBKOT: PERDMOV READ ERROR STATUS "
154400             WS-PMOV-STATUS
154500         SET WS-WRITE-ERROR TO TRUE
154600         MOVE 8 TO RETURN-CODE
154700         GO TO 7150-EXIT
154800     END-IF
154900     MOVE WS-POST-TBL-BASE-AMT (WS-POST-SUB) TO WS-POSTING-AMOUNT
155000     IF WS-POST-TBL-TYPE (WS-POST-SUB) = "CR"
155100         SUBTRACT 1 FROM PMOV-CR-COUNT
155200         SUBTRACT WS-POSTING-AMOUNT FROM PMOV-CR-AMOUNT
155300     END-IF
155400     IF WS-POST-TBL-TYPE (WS-POST-SUB) = "DB"
155500         SUBTRACT 1 FROM PMOV-DB-COUNT
155600         SUBTRACT WS-POSTING-AMOUNT FROM PMOV-DB-AMOUNT
155700     END-IF
155800     IF WS-POST-TBL-TYPE (WS-POST-SUB) = "AJ"
155900         SUBTRACT 1 FROM PMOV-AJ-COUNT
156000         SUBTRACT WS-POSTING-AMOUNT FROM PMOV-AJ-AMOUNT
156100     END-IF
156200     REWRITE PMOV-RECORD
156300     IF WS-PMOV-STATUS NOT = "00"
156400         DISPLAY "HELBKOT: PERDMOV REWRITE ERROR STATUS "
156500             WS-PMOV-STATUS
156600         SET WS-WRITE-ERROR TO TRUE
156700         MOVE 8 TO RETURN-CODE
156800     END-IF.
156900 7150-EXIT.
157000     EXIT.
157100
157200*-----------------------------------------------------------*
157300*  7200-DELETE-HISTORY - TAKE THE BACKED-OUT POSTINGS'       *
157400*  ENTRIES OFF TRANHIST BY KEY.  ACCRUAL POSTINGS HAVE NONE. *
157500*-----------------------------------------------------------*
157600 7200-DELETE-HISTORY.
157700     PERFORM 7300-DELETE-HIST-ENTRY THRU 7300-EXIT
157800         VARYING WS-POST-SUB FROM 1 BY 1
157900         UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT.
158000 7200-EXIT.
158100     EXIT.
158200
158300 7300-DELETE-HIST-ENTRY.
158400     IF WS-POST-TBL-ACCRUAL (WS-POST-SUB)
158500         GO TO 7300-EXIT
158600     END-IF
158700     MOVE WS-POST-TBL-TRAN-ID (WS-POST-SUB) TO HIST-TRAN-ID
158800     DELETE HIST-FILE RECORD
158900     IF WS-HIST-STATUS NOT = "00"
159000         DISPLAY "HELBKOT: TRANHIST DELETE ERROR STATUS "
159100             WS-HIST-STATUS
159200         SET WS-WRITE-ERROR TO TRUE
159300         MOVE 8 TO RETURN-CODE
159400     END-IF.
159500 7300-EXIT.
159600     EXIT.
159700
159800*-----------------------------------------------------------*
159900*  7400-MARK-DATE-OPEN - APPEND A NOT-COMPLETE RECORD FOR    *
160000*  THE DATE, AS HELOPER MARKOPEN DOES, SO HELLO WILL TAKE    *
160100*  THE DATE AGAIN.  RUNCTL IS NEVER REWRITTEN IN PLACE.      *
160200*-----------------------------------------------------------*
160300 7400-MARK-DATE-OPEN.
160400     OPEN EXTEND RUNCTL-FILE
160500     IF WS-RUNCTL-STATUS = "35" OR "05"
160600         OPEN OUTPUT RUNCTL-FILE
160700     END-IF
160800     IF WS-RUNCTL-STATUS NOT = "00"
160900         DISPLAY "HELBKOT: RUNCTL OPEN ERROR STATUS "
161000             WS-RUNCTL-STATUS
161100         SET WS-WRITE-ERROR TO TRUE
161200         MOVE 8 TO RETURN-CODE
161300         GO TO 7400-EXIT
161400     END-IF
161500     MOVE SPACES TO RUNCTL-RECORD
161600     MOVE WS-BKOT-DATE TO RUNCTL-DATE
161700     SET RUNCTL-NOT-COMPLETE TO TRUE
161800     WRITE RUNCTL-RECORD
161900     IF WS-RUNCTL-STATUS NOT = "00"
162000         DISPLAY "HELBKOT: RUNCTL WRITE ERROR STATUS "
162100             WS-RUNCTL-STATUS
162200         SET WS-WRITE-ERROR TO TRUE
162300         MOVE 8 TO RETURN-CODE
162400     END-IF
162500     CLOSE RUNCTL-FILE.
162600 7400-EXIT.
162700     EXIT.
162800
162900*-----------------------------------------------------------*
163000*  7500-REOPEN-EXTRACT - IF THE WAREHOUSE EXTRACT WAS CUT    *
163100*  FOR THE DATE, ZERO ITS LAST-EXTRACTED DATE (KEEPING THE   *
163200*  SEQUENCE) SO THE RERUN CUTS A CORRECTED FILE UNDER THE    *
163300*  NEXT SEQUENCE NUMBER.                                     *
163400*-----------------------------------------------------------*
163500 7500-REOPEN-EXTRACT.
163600     OPEN INPUT XSEQ-FILE
163700     IF WS-XSEQ-STATUS NOT = "00"
163800         GO TO 7500-EXIT
163900     END-IF
164000     READ XSEQ-FILE
164100         AT END
164200             MOVE "10" TO WS-XSEQ-STATUS
164300     END-READ
164400     CLOSE XSEQ-FILE
164500     IF WS-XSEQ-STATUS NOT = "00"
164600         OR XSEQ-LAST-DATE NOT NUMERIC
164700         OR XSEQ-LAST-DATE NOT = WS-BKOT-DATE
164800         GO TO 7500-EXIT
164900     END-IF
165000     MOVE XSEQ-LAST-SEQ TO WS-LAST-XTRC-SEQ
165100     MOVE ZERO TO XSEQ-LAST-DATE
165200     OPEN OUTPUT XSEQ-FILE
165300     IF WS-XSEQ-STATUS NOT = "00"
165400         DISPLAY "HELBKOT: XTRCSEQ OPEN ERROR STATUS "
165500             WS-XSEQ-STATUS
165600         MOVE 8 TO RETURN-CODE
165700         GO TO 7500-EXIT
165800     END-IF
165900     WRITE XSEQ-RECORD
166000     IF WS-XSEQ-STATUS NOT = "00"
166100         DISPLAY "HELBKOT: XTRCSEQ WRITE ERROR STATUS "
166200             WS-XSEQ-STATUS
166300         MOVE 8 TO RETURN-CODE
166400     ELSE
166500         SET WS-XTRC-RESET TO TRUE
166600     END-IF
166700     CLOSE XSEQ-FILE.
166800 7500-EXIT.
166900     EXIT.
167000
167100*-----------------------------------------------------------*
167200*  7600-REOPEN-JOURNAL - THE SAME FOR THE GL JOURNAL: ZERO   *
167300*  THE LAST-RELEASED DATE IF IT IS THE BACKED-OUT DATE.      *
167400*-----------------------------------------------------------*
167500 7600-REOPEN-JOURNAL.
167600     OPEN INPUT GSEQ-FILE
167700     IF WS-GSEQ-STATUS NOT = "00"
167800         GO TO 7600-EXIT
167900     END-IF
168000     READ GSEQ-FILE
168100         AT END
168200             MOVE "10" TO WS-GSEQ-STATUS
168300     END-READ
168400     CLOSE GSEQ-FILE
168500     IF WS-GSEQ-STATUS NOT = "00"
168600         OR GSEQ-LAST-DATE NOT NUMERIC
168700         OR GSEQ-LAST-DATE NOT = WS-BKOT-DATE
168800         GO TO 7600-EXIT
168900     END-IF
169000     MOVE GSEQ-LAST-BATCH TO WS-LAST-GLJ-BATCH
169100     MOVE ZERO TO GSEQ-LAST-DATE
169200     OPEN OUTPUT GSEQ-FILE
169300     IF WS-GSEQ-STATUS NOT = "00"
169400         DISPLAY "HELBKOT: GLJSEQ OPEN ERROR STATUS "
169500             WS-GSEQ-STATUS
169600         MOVE 8 TO RETURN-CODE
169700         GO TO 7600-EXIT
169800     END-IF
169900     WRITE GSEQ-RECORD
170000     IF WS-GSEQ-STATUS NOT = "00"
170100         DISPLAY "HELBKOT: GLJSEQ WRITE ERROR STATUS "
170200             WS-GSEQ-STATUS
170300         MOVE 8 TO RETURN-CODE
170400     ELSE
170500         SET WS-GLJ-RESET TO TRUE
170600     END-IF
170700     CLOSE GSEQ-FILE.
170800 7600-EXIT.
170900     EXIT.
171000
171100*-----------------------------------------------------------*
171200*  8000-FINALIZE - CLOSE THE REPORT AND THE RUN LOG.         *
171300*-----------------------------------------------------------*
171400 8000-FINALIZE.
171500     IF WS-BKOTRPT-STATUS = "00"
171600         CLOSE BKOTRPT-FILE
171700     END-IF
171800     IF WS-RUNLOG-STATUS = "00"
171900         CLOSE RUNLOG-FILE
172000     END-IF.
172100 8000-EXIT.
172200     EXIT.
