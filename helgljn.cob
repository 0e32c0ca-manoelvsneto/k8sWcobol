000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELGLJN.
000300 AUTHOR. R-SOUZA.
000400 INSTALLATION. PLATFORM-ENGINEERING.
000500 DATE-WRITTEN. 2026-09-19.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-09-19  RS   INITIAL VERSION - GENERAL-LEDGER JOURNAL
001000*                    INTERFACE, SO THE ACCOUNTING SYSTEM STOPS
001100*                    GETTING ITS ENTRIES KEYED BY HAND FROM THE
001200*                    POSTSUM PAGE.  THE NIGHT'S ACCEPTED
001300*                    POSTINGS ARE TOTALLED BY TRANSACTION TYPE
001400*                    AND FEED CURRENCY, EACH COMBINATION IS
001500*                    MAPPED THROUGH THE GLMAP TABLE TO A DEBIT
001600*                    AND A CREDIT GL ACCOUNT, AND THE RESULT
001700*                    IS WRITTEN TO GLJRNL AS A DOUBLE-ENTRY
001800*                    BATCH (HEADER, DR/CR LINES, TRAILER WITH
001900*                    EQUAL DEBIT AND CREDIT TOTALS).  THE
002000*                    JOURNAL IS BUILT IN STORAGE AND ONLY
002100*                    RELEASED ONCE IT PROVES; OTHERWISE GLJRNL
002200*                    IS NOT TOUCHED AND THE STEP ENDS WITH A
002300*                    GRADED RETURN CODE THE DECK CAN CONDITION
002400*                    ON:
002500*                      00  JOURNAL RELEASED (OR NOT DUE -
002600*                          PARTIAL RUN, DATE ALREADY RELEASED)
002700*                      04  RELEASED, UNREADABLE POSTINGS
002800*                          SKIPPED; OR NO HELOUT RESULT
002900*                      08  HELD - A TYPE/CURRENCY HAS NO VALID
003000*                          GL MAPPING
003100*                      12  HELD - DEBITS, CREDITS AND THE
003200*                          POSTING CONTROL TOTAL DISAGREE
003300*                      16  FILE ERROR - JOURNAL OR BATCH
003400*                          CONTROL COULD NOT BE READ/WRITTEN
003500*                    A PARTIAL RUN (HELOUT STATUS P) DEFERS THE
003600*                    JOURNAL AS HELXTRC DEFERS ITS EXTRACT, AND
003700*                    A DATE ALREADY RELEASED IS NOT RELEASED
003800*                    TWICE.  MEANT TO RUN AS A DECK STEP AFTER
003900*                    HELLO COMPLETES.
003912*   2026-10-15  RS   THE PROOF NOW TOTALS DEBITS AND CREDITS FROM
003924*                    THE JOURNAL LINES THEMSELVES, BY THEIR DR/CR
003936*                    SIDE, INSTEAD OF ADDING EACH TYPE/CURRENCY
003948*                    TOTAL TO BOTH SIDES.  THE LINES ARE BUILT
003960*                    ONCE TO PROVE AND AGAIN TO RELEASE BY THE
003972*                    SAME PARAGRAPH, AND THE TRAILER CARRIES THE
003984*                    TOTALS OF THE LINES ACTUALLY WRITTEN.
003985*   2026-10-15  RS   ONLY A MISSING GLJSEQ MEANS NO JOURNAL WAS
003986*                    EVER RELEASED.  ONE THAT WILL NOT OPEN OR
003987*                    READ, OR A GLMAP THAT FAILS TO OPEN OR PART
003988*                    WAY THROUGH, NOW HOLDS THE JOURNAL RC 16
003989*                    BEFORE GLJRNL IS OPENED.  A FAILED GLJRNL
003990*                    WRITE NOW LEAVES THE FILE EMPTY - IT IS
003991*                    CLOSED AND OPENED OUTPUT AGAIN - SO THE GL
003992*                    PICKUP NEVER SEES HALF A BATCH.
004000*---------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OUT-FILE ASSIGN TO "HELOUT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-OUT-STATUS.
004700     SELECT ACCEPT-FILE ASSIGN TO "ACCEPTED"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ACCEPT-STATUS.
005000     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GLMAP-STATUS.
005300     SELECT GSEQ-FILE ASSIGN TO "GLJSEQ"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-GSEQ-STATUS.
005600     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-JOURNAL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OUT-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 80 CHARACTERS.
006500     COPY "HELOUT.cpy".
006600
006700 FD  ACCEPT-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 80 CHARACTERS.
007000     COPY "HELACCP.cpy".
007100
007200 FD  GLMAP-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY "HELGLMP.cpy".
007600
007700 FD  GSEQ-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000     COPY "HELGSEQ.cpy".
008100
008200 FD  JOURNAL-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY "HELGLJ.cpy".
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-CURRENT-DATE-DATA.
008900     05  WS-CURRENT-DATE.
009000         10  WS-CURRENT-YEAR        PIC 9(4).
009100         10  WS-CURRENT-MONTH       PIC 9(2).
009200         10  WS-CURRENT-DAY         PIC 9(2).
009300     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
009400                                    PIC 9(8).
009500     05  WS-CURRENT-TIME.
009600         10  WS-CURRENT-HOUR        PIC 9(2).
009700         10  WS-CURRENT-MINUTE      PIC 9(2).
009800         10  WS-CURRENT-SECOND      PIC 9(2).
009900         10  WS-CURRENT-CENTISECOND PIC 9(2).
010000     05  WS-CURRENT-TIME-NUM REDEFINES WS-CURRENT-TIME
010100                                    PIC 9(8).
010200
010300*---------------------------------------------------------------
010400* WHAT THE RUN PUBLISHED AND WHERE THE BATCH NUMBER STANDS.
010500* THE BATCH NUMBER ADVANCES ONLY WHEN A JOURNAL IS RELEASED.
010600*---------------------------------------------------------------
010700 01  WS-CONTROL-WORK.
010800     05  WS-RUN-DATE-SAVE           PIC 9(08) VALUE ZERO.
010900     05  WS-RUN-STATUS-SAVE         PIC X(01) VALUE SPACE.
011000     05  WS-LAST-BATCH              PIC 9(06) VALUE ZERO.
011100     05  WS-LAST-GLJ-DATE           PIC 9(08) VALUE ZERO.
011200     05  WS-THIS-BATCH              PIC 9(06) VALUE ZERO.
011300
011400*---------------------------------------------------------------
011500* GL MAPPING TABLE LOADED FROM GLMAP.
011600*---------------------------------------------------------------
011700 01  WS-GLMAP-TABLE.
011800     05  WS-GLMAP-ENTRY-COUNT       PIC 9(04) COMP VALUE ZERO.
011900     05  WS-GLMAP-ENTRY
012000         OCCURS 100 TIMES.
012100         10  WS-GLMAP-TBL-TYPE      PIC X(02).
012200         10  WS-GLMAP-TBL-CURRENCY  PIC X(03).
012300         10  WS-GLMAP-TBL-DEBIT-GL  PIC X(10).
012400         10  WS-GLMAP-TBL-CREDIT-GL PIC X(10).
012500 01  WS-GLMAP-SUB                   PIC 9(04) COMP VALUE ZERO.
012600 01  WS-GLMAP-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
012700
012800*---------------------------------------------------------------
012900* THE NIGHT'S POSTINGS TOTALLED BY TYPE AND CURRENCY - ONE
013000* ENTRY BECOMES ONE DEBIT AND ONE CREDIT JOURNAL LINE.  THE
013100* CURRENCY OF A LEGACY POSTING (BLANK) IS TAKEN AS BASE.
013200*---------------------------------------------------------------
013300 01  WS-COMBO-TABLE.
013400     05  WS-COMBO-ENTRY-COUNT       PIC 9(04) COMP VALUE ZERO.
013500     05  WS-COMBO-ENTRY
013600         OCCURS 60 TIMES.
013700         10  WS-COMBO-TBL-TYPE      PIC X(02).
013800         10  WS-COMBO-TBL-CURRENCY  PIC X(03).
013900         10  WS-COMBO-TBL-COUNT     PIC 9(07).
014000         10  WS-COMBO-TBL-BASE-AMT  PIC 9(11)V99.
014100         10  WS-COMBO-TBL-FEED-AMT  PIC 9(11)V99.
014200         10  WS-COMBO-TBL-MAP-SUB   PIC 9(04) COMP.
014300 01  WS-COMBO-SUB                   PIC 9(04) COMP VALUE ZERO.
014400 01  WS-COMBO-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
014500
014600 01  WS-JOURNAL-TOTALS.
014700     05  WS-BASE-CURRENCY           PIC X(03) VALUE "BRL".
014800     05  WS-POSTING-CURRENCY        PIC X(03) VALUE SPACES.
014900     05  WS-POSTING-AMOUNT          PIC 9(10)V99 VALUE ZERO.
015000     05  WS-CONTROL-COUNT           PIC 9(07) VALUE ZERO.
015100     05  WS-CONTROL-TOTAL           PIC 9(13)V99 VALUE ZERO.
015200     05  WS-DEBIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
015300     05  WS-CREDIT-TOTAL            PIC 9(13)V99 VALUE ZERO.
015400     05  WS-LINE-NO                 PIC 9(05) VALUE ZERO.
015500     05  WS-SKIPPED-COUNT           PIC 9(07) VALUE ZERO.
015600     05  WS-UNMAPPED-COUNT          PIC 9(04) VALUE ZERO.
015700
015800 01  WS-FILE-STATUS-FIELDS.
015900     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
016000     05  WS-ACCEPT-STATUS           PIC X(02) VALUE SPACES.
016100     05  WS-GLMAP-STATUS            PIC X(02) VALUE SPACES.
016200     05  WS-GSEQ-STATUS             PIC X(02) VALUE SPACES.
016300     05  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
016400
016500 01  WS-SWITCHES.
016600     05  WS-HELOUT-FOUND-SW         PIC X(01) VALUE "N".
016700         88  WS-HELOUT-FOUND            VALUE "Y".
016800         88  WS-HELOUT-MISSING          VALUE "N".
016900     05  WS-ACCP-EOF-SW             PIC X(01) VALUE "N".
017000         88  WS-ACCP-EOF                VALUE "Y".
017100         88  WS-ACCP-NOT-EOF            VALUE "N".
017200     05  WS-GLMAP-EOF-SW            PIC X(01) VALUE "N".
017300         88  WS-GLMAP-EOF               VALUE "Y".
017400         88  WS-GLMAP-NOT-EOF           VALUE "N".
017500     05  WS-MATCHED-SW              PIC X(01) VALUE "N".
017600         88  WS-MATCHED                 VALUE "Y".
017700         88  WS-UNMATCHED               VALUE "N".
017800     05  WS-COMBO-FULL-SW           PIC X(01) VALUE "N".
017900         88  WS-COMBO-FULL              VALUE "Y".
018000         88  WS-COMBO-NOT-FULL          VALUE "N".
018100     05  WS-READ-FAILED-SW          PIC X(01) VALUE "N".
018200         88  WS-READ-FAILED             VALUE "Y".
018300         88  WS-READ-OK                 VALUE "N".
018302     05  WS-GSEQ-FAILED-SW          PIC X(01) VALUE "N".
018304         88  WS-GSEQ-FAILED             VALUE "Y".
018306         88  WS-GSEQ-OK                 VALUE "N".
018308     05  WS-GLMAP-FAILED-SW         PIC X(01) VALUE "N".
018310         88  WS-GLMAP-FAILED            VALUE "Y".
018312         88  WS-GLMAP-OK                VALUE "N".
018314     05  WS-JOURNAL-FAILED-SW       PIC X(01) VALUE "N".
018316         88  WS-JOURNAL-FAILED          VALUE "Y".
018318         88  WS-JOURNAL-OK              VALUE "N".
018325     05  WS-JOURNAL-MODE-SW         PIC X(01) VALUE "P".
018350         88  WS-PROVING-JOURNAL         VALUE "P".
018375         88  WS-RELEASING-JOURNAL       VALUE "R".
018400
018500 01  WS-EDIT-FIELDS.
018600     05  WS-EDIT-DATE               PIC 9999/99/99.
018700     05  WS-EDIT-COUNT              PIC Z(6)9.
018800     05  WS-EDIT-AMOUNT             PIC Z(12)9.99.
018900
019000 PROCEDURE DIVISION.
019100*-----------------------------------------------------------*
019200*  0000-MAINLINE                                             *
019300*-----------------------------------------------------------*
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019600     PERFORM 2000-READ-HELOUT THRU 2000-EXIT
019700     IF WS-HELOUT-MISSING
019800         DISPLAY "HELGLJN: NO HELOUT RESULT RECORD - "
019900             "RUN STATE UNKNOWN, NO JOURNAL RELEASED"
020000         MOVE 4 TO RETURN-CODE
020100         GO TO 9999-TERMINATE
020200     END-IF
020300     IF WS-RUN-STATUS-SAVE = "P"
020400         MOVE WS-RUN-DATE-SAVE TO WS-EDIT-DATE
020500         DISPLAY "HELGLJN: RUN " WS-EDIT-DATE " IS PARTIAL - "
020600             "JOURNAL DEFERRED UNTIL THE RESUMED RUN COMPLETES"
020700         GO TO 9999-TERMINATE
020800     END-IF
020900     IF WS-RUN-STATUS-SAVE NOT = "S"
021000         DISPLAY "HELGLJN: RUN DID NOT COMPLETE (STATUS "
021100             WS-RUN-STATUS-SAVE ") - NO JOURNAL RELEASED"
021200         GO TO 9999-TERMINATE
021300     END-IF
021400     PERFORM 3000-READ-BATCH-CONTROL THRU 3000-EXIT
021414     IF WS-GSEQ-FAILED
021428         DISPLAY "HELGLJN: BATCH CONTROL COULD NOT BE READ - "
021442             "JOURNAL HELD"
021456         MOVE 16 TO RETURN-CODE
021470         GO TO 9999-TERMINATE
021484     END-IF
021500     IF WS-LAST-GLJ-DATE = WS-RUN-DATE-SAVE
021600         MOVE WS-RUN-DATE-SAVE TO WS-EDIT-DATE
021700         DISPLAY "HELGLJN: JOURNAL FOR " WS-EDIT-DATE
021800             " ALREADY RELEASED - NOT RELEASED TWICE"
021900         GO TO 9999-TERMINATE
022000     END-IF
022100     PERFORM 3500-LOAD-GL-MAPPING THRU 3500-EXIT
022114     IF WS-GLMAP-FAILED
022128         DISPLAY "HELGLJN: GL MAPPING COULD NOT BE READ - "
022142             "JOURNAL HELD"
022156         MOVE 16 TO RETURN-CODE
022170         GO TO 9999-TERMINATE
022184     END-IF
022200     PERFORM 4000-TOTAL-POSTINGS THRU 4000-EXIT
022300     IF WS-READ-FAILED
022400         DISPLAY "HELGLJN: POSTINGS COULD NOT BE READ - "
022500             "JOURNAL HELD"
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 9999-TERMINATE
022800     END-IF
022900     PERFORM 5000-RESOLVE-MAPPINGS THRU 5000-EXIT
023000     IF WS-UNMAPPED-COUNT > ZERO OR WS-COMBO-FULL
023100         DISPLAY "HELGLJN: GL MAPPING INCOMPLETE - JOURNAL "
023200             "HELD, NOT RELEASED"
023300         MOVE 8 TO RETURN-CODE
023400         GO TO 9999-TERMINATE
023500     END-IF
023600     PERFORM 5500-PROVE-JOURNAL THRU 5500-EXIT
023700     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
023800         OR WS-DEBIT-TOTAL NOT = WS-CONTROL-TOTAL
023900         MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
024000         DISPLAY "HELGLJN: DEBITS       " WS-EDIT-AMOUNT
024100         MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
024200         DISPLAY "HELGLJN: CREDITS      " WS-EDIT-AMOUNT
024300         MOVE WS-CONTROL-TOTAL TO WS-EDIT-AMOUNT
024400         DISPLAY "HELGLJN: POSTING TOTAL" WS-EDIT-AMOUNT
024500         DISPLAY "HELGLJN: JOURNAL DOES NOT BALANCE - HELD, "
024600             "NOT RELEASED"
024700         MOVE 12 TO RETURN-CODE
024800         GO TO 9999-TERMINATE
024900     END-IF
025000     PERFORM 6000-RELEASE-JOURNAL THRU 6000-EXIT
025100     IF RETURN-CODE < 16
025200         PERFORM 7000-WRITE-BATCH-CONTROL THRU 7000-EXIT
025300     END-IF
025400     GO TO 9999-TERMINATE.
025500
025600 9999-TERMINATE.
025700     GOBACK.
025800 9999-EXIT.
025900     EXIT.
026000
026100*-----------------------------------------------------------*
026200*  1000-INITIALIZE - CAPTURE THE RUN CLOCK.                  *
026300*-----------------------------------------------------------*
026400 1000-INITIALIZE.
026500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
026600 1000-EXIT.
026700     EXIT.
026800
026900*-----------------------------------------------------------*
027000*  2000-READ-HELOUT - THE SHARED RESULT RECORD OF THE RUN    *
027100*  THE JOURNAL WOULD COVER.                                  *
027200*-----------------------------------------------------------*
027300 2000-READ-HELOUT.
027400     SET WS-HELOUT-MISSING TO TRUE
027500     OPEN INPUT OUT-FILE
027600     IF WS-OUT-STATUS = "00"
027700         READ OUT-FILE
027800             AT END
027900                 MOVE "10" TO WS-OUT-STATUS
028000         END-READ
028100         IF WS-OUT-STATUS = "00"
028200             AND OUT-RUN-DATE NUMERIC
028300             SET WS-HELOUT-FOUND TO TRUE
028400             MOVE OUT-RUN-DATE TO WS-RUN-DATE-SAVE
028500             MOVE OUT-STATUS-CODE TO WS-RUN-STATUS-SAVE
028600         END-IF
028700         CLOSE OUT-FILE
028800     END-IF.
028900 2000-EXIT.
029000     EXIT.
029100
029200*-----------------------------------------------------------*
029300*  3000-READ-BATCH-CONTROL - WHERE THE BATCH NUMBER STANDS.  *
029400*  A MISSING CONTROL FILE MEANS NO JOURNAL HAS EVER BEEN     *
029450*  RELEASED: THE FIRST ONE IS BATCH 000001.  ONE THAT IS     *
029500*  THERE BUT CANNOT BE OPENED OR READ HOLDS THE JOURNAL -    *
029550*  WITHOUT IT THE DATE COULD BE RELEASED A SECOND TIME.      *
029600*-----------------------------------------------------------*
029700 3000-READ-BATCH-CONTROL.
029800     OPEN INPUT GSEQ-FILE
029825     IF WS-GSEQ-STATUS = "35"
029850         GO TO 3000-EXIT
029875     END-IF
029900     IF WS-GSEQ-STATUS NOT = "00"
029925         DISPLAY "HELGLJN: GLJSEQ OPEN ERROR STATUS "
029950             WS-GSEQ-STATUS
029975         SET WS-GSEQ-FAILED TO TRUE
030000         GO TO 3000-EXIT
030100     END-IF
030200     READ GSEQ-FILE
030300         AT END
030400             MOVE "10" TO WS-GSEQ-STATUS
030500     END-READ
030516     IF WS-GSEQ-STATUS NOT = "00" AND NOT = "10"
030532         DISPLAY "HELGLJN: GLJSEQ READ ERROR STATUS "
030548             WS-GSEQ-STATUS
030564         SET WS-GSEQ-FAILED TO TRUE
030580     END-IF
030600     IF WS-GSEQ-STATUS = "00"
030700         AND GSEQ-LAST-BATCH NUMERIC
030800         MOVE GSEQ-LAST-BATCH TO WS-LAST-BATCH
030900         IF GSEQ-LAST-DATE NUMERIC
031000             MOVE GSEQ-LAST-DATE TO WS-LAST-GLJ-DATE
031100         END-IF
031200     END-IF
031300     CLOSE GSEQ-FILE.
031400 3000-EXIT.
031500     EXIT.
031600
031700*-----------------------------------------------------------*
031800*  3500-LOAD-GL-MAPPING - THE MAPPING TABLE.  A MISSING      *
031900*  MAPPING FILE LEAVES THE TABLE EMPTY, SO ANY POSTING AT    *
031950*  ALL HOLDS THE JOURNAL BACK IN 5000.  ONE THAT CANNOT BE   *
032000*  OPENED OR READ TO ITS END IS A FILE ERROR: A PART-LOADED  *
032050*  MAP WOULD HOLD THE JOURNAL FOR THE WRONG REASON.          *
032100*-----------------------------------------------------------*
032200 3500-LOAD-GL-MAPPING.
032300     OPEN INPUT GLMAP-FILE
032400     IF WS-GLMAP-STATUS = "35"
032500         DISPLAY "HELGLJN: NO GLMAP MAPPING FILE MOUNTED"
032600         GO TO 3500-EXIT
032700     END-IF
032714     IF WS-GLMAP-STATUS NOT = "00"
032728         DISPLAY "HELGLJN: GLMAP OPEN ERROR STATUS "
032742             WS-GLMAP-STATUS
032756         SET WS-GLMAP-FAILED TO TRUE
032770         GO TO 3500-EXIT
032784     END-IF
032800     PERFORM 3550-LOAD-GLMAP-ENTRY THRU 3550-EXIT
032900         UNTIL WS-GLMAP-EOF
033000     CLOSE GLMAP-FILE.
033100 3500-EXIT.
033200     EXIT.
033300
033400 3550-LOAD-GLMAP-ENTRY.
033500     READ GLMAP-FILE
033600         AT END
033700             SET WS-GLMAP-EOF TO TRUE
033800             GO TO 3550-EXIT
033900     END-READ
034000     IF WS-GLMAP-STATUS NOT = "00"
034100         DISPLAY "HELGLJN: GLMAP READ ERROR STATUS "
034200             WS-GLMAP-STATUS
034250         SET WS-GLMAP-FAILED TO TRUE
034300         SET WS-GLMAP-EOF TO TRUE
034400         GO TO 3550-EXIT
034500     END-IF
034600     IF GLM-TRAN-TYPE (1:1) = "*" OR GLM-TRAN-TYPE = SPACES
034700         GO TO 3550-EXIT
034800     END-IF
034900     IF WS-GLMAP-ENTRY-COUNT < 100
035000         ADD 1 TO WS-GLMAP-ENTRY-COUNT
035100         MOVE GLM-TRAN-TYPE
035200             TO WS-GLMAP-TBL-TYPE (WS-GLMAP-ENTRY-COUNT)
035300         MOVE GLM-CURRENCY
035400             TO WS-GLMAP-TBL-CURRENCY (WS-GLMAP-ENTRY-COUNT)
035500         MOVE GLM-DEBIT-GL
035600             TO WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-ENTRY-COUNT)
035700         MOVE GLM-CREDIT-GL
035800             TO WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-ENTRY-COUNT)
035900     ELSE
036000         DISPLAY "HELGLJN: GLMAP TABLE FULL - ENTRIES BEYOND "
036100             "THE FIRST 100 IGNORED"
036200         SET WS-GLMAP-EOF TO TRUE
036300     END-IF.
036400 3550-EXIT.
036500     EXIT.
036600
036700*-----------------------------------------------------------*
036800*  4000-TOTAL-POSTINGS - ROLL EVERY ACCEPTED POSTING INTO    *
036900*  ITS TYPE/CURRENCY TOTAL AND THE CONTROL TOTAL THE         *
037000*  JOURNAL MUST PROVE TO.  NO POSTING FILE IS AN EMPTY       *
037100*  NIGHT: AN EMPTY BATCH IS RELEASED SO THE NUMBERING STAYS  *
037200*  UNBROKEN, AS HELXTRC CUTS AN EMPTY TRANSMISSION.          *
037300*-----------------------------------------------------------*
037400 4000-TOTAL-POSTINGS.
037500     OPEN INPUT ACCEPT-FILE
037600     IF WS-ACCEPT-STATUS NOT = "00"
037700         DISPLAY "HELGLJN: NO ACCEPTED POSTING FILE - "
037800             "EMPTY JOURNAL BATCH"
037900         GO TO 4000-EXIT
038000     END-IF
038100     PERFORM 4100-READ-POSTING THRU 4100-EXIT
038200     PERFORM 4200-TOTAL-POSTING THRU 4200-EXIT
038300         UNTIL WS-ACCP-EOF
038400     CLOSE ACCEPT-FILE.
038500 4000-EXIT.
038600     EXIT.
038700
038800 4100-READ-POSTING.
038900     READ ACCEPT-FILE
039000         AT END
039100             SET WS-ACCP-EOF TO TRUE
039200     END-READ
039300     IF WS-ACCP-NOT-EOF AND WS-ACCEPT-STATUS NOT = "00"
039400         DISPLAY "HELGLJN: ACCEPTED READ ERROR STATUS "
039500             WS-ACCEPT-STATUS
039600         SET WS-ACCP-EOF TO TRUE
039700         SET WS-READ-FAILED TO TRUE
039800     END-IF.
039900 4100-EXIT.
040000     EXIT.
040100
040200*-----------------------------------------------------------*
040300*  4200-TOTAL-POSTING - A RECORD THAT DOES NOT PARSE IS      *
040400*  COUNTED AND SKIPPED, AS IN HELPOST.                       *
040500*-----------------------------------------------------------*
040600 4200-TOTAL-POSTING.
040700     IF ACCP-RUN-DATE NOT NUMERIC
040800         OR ACCP-TRAN-AMOUNT NOT NUMERIC
040900         OR (ACCP-TRAN-TYPE NOT = "CR" AND NOT = "DB"
041000             AND NOT = "AJ")
041100         ADD 1 TO WS-SKIPPED-COUNT
041200         GO TO 4200-NEXT
041300     END-IF
041400     IF ACCP-BASE-AMOUNT NUMERIC
041500         MOVE ACCP-BASE-AMOUNT TO WS-POSTING-AMOUNT
041600     ELSE
041700         MOVE ACCP-TRAN-AMOUNT TO WS-POSTING-AMOUNT
041800     END-IF
041900     IF ACCP-CURRENCY = SPACES
042000         MOVE WS-BASE-CURRENCY TO WS-POSTING-CURRENCY
042100     ELSE
042200         MOVE ACCP-CURRENCY TO WS-POSTING-CURRENCY
042300     END-IF
042400     ADD 1 TO WS-CONTROL-COUNT
042500     ADD WS-POSTING-AMOUNT TO WS-CONTROL-TOTAL
042600     PERFORM 4300-FIND-COMBO THRU 4300-EXIT
042700     IF WS-COMBO-FOUND-SUB = ZERO
042800         GO TO 4200-NEXT
042900     END-IF
043000     ADD 1 TO WS-COMBO-TBL-COUNT (WS-COMBO-FOUND-SUB)
043100     ADD WS-POSTING-AMOUNT
043200         TO WS-COMBO-TBL-BASE-AMT (WS-COMBO-FOUND-SUB)
043300     ADD ACCP-TRAN-AMOUNT
043400         TO WS-COMBO-TBL-FEED-AMT (WS-COMBO-FOUND-SUB).
043500 4200-NEXT.
043600     PERFORM 4100-READ-POSTING THRU 4100-EXIT.
043700 4200-EXIT.
043800     EXIT.
043900
044000*-----------------------------------------------------------*
044100*  4300-FIND-COMBO - THE POSTING'S TYPE/CURRENCY ENTRY,      *
044200*  ADDED WHEN NOT THERE YET.  A FULL TABLE RETURNS ZERO AND  *
044300*  HOLDS THE JOURNAL: ITS POSTINGS ARE STILL IN THE CONTROL  *
044400*  TOTAL, SO A JOURNAL WITHOUT THEM COULD NEVER PROVE.       *
044500*-----------------------------------------------------------*
044600 4300-FIND-COMBO.
044700     SET WS-UNMATCHED TO TRUE
044800     MOVE ZERO TO WS-COMBO-FOUND-SUB
044900     PERFORM 4350-MATCH-COMBO-ENTRY THRU 4350-EXIT
045000         VARYING WS-COMBO-SUB FROM 1 BY 1
045100         UNTIL WS-COMBO-SUB > WS-COMBO-ENTRY-COUNT
045200             OR WS-MATCHED
045300     IF WS-MATCHED
045400         GO TO 4300-EXIT
045500     END-IF
045600     IF WS-COMBO-ENTRY-COUNT NOT < 60
045700         IF WS-COMBO-NOT-FULL
045800             SET WS-COMBO-FULL TO TRUE
045900             DISPLAY "HELGLJN: TYPE/CURRENCY TABLE FULL"
046000         END-IF
046100         GO TO 4300-EXIT
046200     END-IF
046300     ADD 1 TO WS-COMBO-ENTRY-COUNT
046400     MOVE WS-COMBO-ENTRY-COUNT TO WS-COMBO-FOUND-SUB
046500     MOVE ACCP-TRAN-TYPE
046600         TO WS-COMBO-TBL-TYPE (WS-COMBO-FOUND-SUB)
046700     MOVE WS-POSTING-CURRENCY
046800         TO WS-COMBO-TBL-CURRENCY (WS-COMBO-FOUND-SUB)
046900     MOVE ZERO TO WS-COMBO-TBL-COUNT (WS-COMBO-FOUND-SUB)
047000     MOVE ZERO TO WS-COMBO-TBL-BASE-AMT (WS-COMBO-FOUND-SUB)
047100     MOVE ZERO TO WS-COMBO-TBL-FEED-AMT (WS-COMBO-FOUND-SUB)
047200     MOVE ZERO TO WS-COMBO-TBL-MAP-SUB (WS-COMBO-FOUND-SUB).
047300 4300-EXIT.
047400     EXIT.
047500
047600 4350-MATCH-COMBO-ENTRY.
047700     IF WS-COMBO-TBL-TYPE (WS-COMBO-SUB) = ACCP-TRAN-TYPE
047800         AND WS-COMBO-TBL-CURRENCY (WS-COMBO-SUB)
047900             = WS-POSTING-CURRENCY
048000         SET WS-MATCHED TO TRUE
048100         MOVE WS-COMBO-SUB TO WS-COMBO-FOUND-SUB
048200     END-IF.
048300 4350-EXIT.
048400     EXIT.
048500
048600*-----------------------------------------------------------*
048700*  5000-RESOLVE-MAPPINGS - EVERY TYPE/CURRENCY POSTED MUST   *
048800*  MAP TO TWO DIFFERENT, NON-BLANK GL ACCOUNTS.  EACH ONE    *
048900*  THAT DOES NOT IS NAMED ON THE CONSOLE SO THE MAPPING CAN  *
049000*  BE FIXED BEFORE THE RERUN.                                *
049100*-----------------------------------------------------------*
049200 5000-RESOLVE-MAPPINGS.
049300     PERFORM 5100-RESOLVE-COMBO THRU 5100-EXIT
049400         VARYING WS-COMBO-SUB FROM 1 BY 1
049500         UNTIL WS-COMBO-SUB > WS-COMBO-ENTRY-COUNT.
049600 5000-EXIT.
049700     EXIT.
049800
049900 5100-RESOLVE-COMBO.
050000     SET WS-UNMATCHED TO TRUE
050100     MOVE ZERO TO WS-GLMAP-FOUND-SUB
050200     PERFORM 5150-MATCH-GLMAP-ENTRY THRU 5150-EXIT
050300         VARYING WS-GLMAP-SUB FROM 1 BY 1
050400         UNTIL WS-GLMAP-SUB > WS-GLMAP-ENTRY-COUNT
050500             OR WS-MATCHED
050600     IF WS-UNMATCHED
050700         ADD 1 TO WS-UNMAPPED-COUNT
050800         DISPLAY "HELGLJN: NO GL MAPPING FOR "
050900             WS-COMBO-TBL-TYPE (WS-COMBO-SUB) " "
051000             WS-COMBO-TBL-CURRENCY (WS-COMBO-SUB)
051100         GO TO 5100-EXIT
051200     END-IF
051300     IF WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-FOUND-SUB) = SPACES
051400         OR WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-FOUND-SUB)
051500             = SPACES
051600         OR WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-FOUND-SUB)
051700             = WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-FOUND-SUB)
051800         ADD 1 TO WS-UNMAPPED-COUNT
051900         DISPLAY "HELGLJN: INVALID GL MAPPING FOR "
052000             WS-COMBO-TBL-TYPE (WS-COMBO-SUB) " "
052100             WS-COMBO-TBL-CURRENCY (WS-COMBO-SUB)
052200         GO TO 5100-EXIT
052300     END-IF
052400     MOVE WS-GLMAP-FOUND-SUB
052500         TO WS-COMBO-TBL-MAP-SUB (WS-COMBO-SUB).
052600 5100-EXIT.
052700     EXIT.
052800
052900 5150-MATCH-GLMAP-ENTRY.
053000     IF WS-GLMAP-TBL-TYPE (WS-GLMAP-SUB)
053100             = WS-COMBO-TBL-TYPE (WS-COMBO-SUB)
053200         AND WS-GLMAP-TBL-CURRENCY (WS-GLMAP-SUB)
053300             = WS-COMBO-TBL-CURRENCY (WS-COMBO-SUB)
053400         SET WS-MATCHED TO TRUE
053500         MOVE WS-GLMAP-SUB TO WS-GLMAP-FOUND-SUB
053600     END-IF.
053700 5150-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------*
054080*  5500-PROVE-JOURNAL - BUILD EVERY JOURNAL LINE AS IT WILL  *
054160*  BE WRITTEN, WITHOUT WRITING IT, AND ADD EACH TO THE SIDE  *
054240*  ITS DR/CR CODE NAMES.  THE TWO SIDES MUST EQUAL EACH      *
054320*  OTHER AND THE CONTROL TOTAL TAKEN FROM THE POSTINGS.      *
054400*-----------------------------------------------------------*
054500 5500-PROVE-JOURNAL.
054550     SET WS-PROVING-JOURNAL TO TRUE
054600     MOVE ZERO TO WS-DEBIT-TOTAL
054700     MOVE ZERO TO WS-CREDIT-TOTAL
054766     MOVE ZERO TO WS-LINE-NO
054832     PERFORM 6100-WRITE-COMBO-LINES THRU 6100-EXIT
054900         VARYING WS-COMBO-SUB FROM 1 BY 1
055000         UNTIL WS-COMBO-SUB > WS-COMBO-ENTRY-COUNT.
055100 5500-EXIT.
055200     EXIT.
056200
056300*-----------------------------------------------------------*
056400*  6000-RELEASE-JOURNAL - THE BATCH ITSELF: HEADER, A DEBIT  *
056500*  AND A CREDIT LINE PER TYPE/CURRENCY, AND THE TRAILER.     *
056533*  AFTER A FAILED WRITE NOTHING MORE IS WRITTEN AND GLJRNL   *
056566*  IS EMPTIED, SO THE GL PICKUP FINDS NO PARTIAL BATCH.      *
056600*-----------------------------------------------------------*
056700 6000-RELEASE-JOURNAL.
056800     COMPUTE WS-THIS-BATCH = WS-LAST-BATCH + 1
056900     OPEN OUTPUT JOURNAL-FILE
057000     IF WS-JOURNAL-STATUS NOT = "00"
057100         DISPLAY "HELGLJN: GLJRNL OPEN ERROR STATUS "
057200             WS-JOURNAL-STATUS
057300         MOVE 16 TO RETURN-CODE
057400         GO TO 6000-EXIT
057500     END-IF
057600     MOVE SPACES TO GLJ-RECORD
057700     SET GLJ-HEADER TO TRUE
057800     MOVE WS-THIS-BATCH TO GLJ-HDR-BATCH-NO
057900     MOVE WS-RUN-DATE-SAVE TO GLJ-HDR-BUSINESS-DATE
058000     MOVE WS-CURRENT-DATE-NUM TO GLJ-HDR-CREATED-DATE
058100     COMPUTE GLJ-HDR-CREATED-TIME = WS-CURRENT-TIME-NUM / 100
058200     MOVE "HELLO" TO GLJ-HDR-SOURCE
058300     PERFORM 6500-WRITE-JOURNAL-RECORD THRU 6500-EXIT
058320     SET WS-RELEASING-JOURNAL TO TRUE
058340     MOVE ZERO TO WS-DEBIT-TOTAL
058360     MOVE ZERO TO WS-CREDIT-TOTAL
058380     MOVE ZERO TO WS-LINE-NO
058400     PERFORM 6100-WRITE-COMBO-LINES THRU 6100-EXIT
058500         VARYING WS-COMBO-SUB FROM 1 BY 1
058600         UNTIL WS-COMBO-SUB > WS-COMBO-ENTRY-COUNT
058700     MOVE SPACES TO GLJ-RECORD
058800     SET GLJ-TRAILER TO TRUE
058900     MOVE WS-THIS-BATCH TO GLJ-TRL-BATCH-NO
059000     MOVE WS-LINE-NO TO GLJ-TRL-LINE-COUNT
059100     MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
059200     MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
059300     PERFORM 6500-WRITE-JOURNAL-RECORD THRU 6500-EXIT
059400     CLOSE JOURNAL-FILE
059420     IF WS-JOURNAL-FAILED
059440         PERFORM 6600-EMPTY-JOURNAL THRU 6600-EXIT
059460         GO TO 6000-EXIT
059480     END-IF
059500     MOVE WS-CONTROL-COUNT TO WS-EDIT-COUNT
059600     MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
059700     DISPLAY "HELGLJN: BATCH " WS-THIS-BATCH " RELEASED FOR"
059800         WS-EDIT-COUNT " POSTINGS, DR = CR =" WS-EDIT-AMOUNT
059900     IF WS-SKIPPED-COUNT > ZERO
060000         MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
060100         DISPLAY "HELGLJN: UNREADABLE POSTING RECORDS "
060200             "SKIPPED:" WS-EDIT-COUNT
060300         IF RETURN-CODE < 4
060400             MOVE 4 TO RETURN-CODE
060500         END-IF
060600     END-IF.
060700 6000-EXIT.
060800     EXIT.
060900
060916*-----------------------------------------------------------*
060932*  6100-WRITE-COMBO-LINES - THE DEBIT AND CREDIT LINE OF ONE *
060948*  TYPE/CURRENCY.  WRITTEN ONLY WHEN RELEASING; EITHER WAY   *
060964*  EACH LINE IS ADDED TO THE SIDE IT WAS BUILT FOR.          *
060980*-----------------------------------------------------------*
061000 6100-WRITE-COMBO-LINES.
061100     MOVE WS-COMBO-TBL-MAP-SUB (WS-COMBO-SUB)
061200         TO WS-GLMAP-FOUND-SUB
061300     MOVE SPACES TO GLJ-RECORD
061400     SET GLJ-DETAIL TO TRUE
061500     ADD 1 TO WS-LINE-NO
061600     MOVE WS-LINE-NO TO GLJ-DTL-LINE-NO
061700     MOVE WS-GLMAP-TBL-DEBIT-GL (WS-GLMAP-FOUND-SUB)
061800         TO GLJ-DTL-GL-ACCOUNT
061900     SET GLJ-DTL-DEBIT TO TRUE
062000     PERFORM 6150-FILL-LINE-AMOUNTS THRU 6150-EXIT
062100     PERFORM 6200-TAKE-LINE THRU 6200-EXIT
062200     MOVE SPACES TO GLJ-RECORD
062300     SET GLJ-DETAIL TO TRUE
062400     ADD 1 TO WS-LINE-NO
062500     MOVE WS-LINE-NO TO GLJ-DTL-LINE-NO
062600     MOVE WS-GLMAP-TBL-CREDIT-GL (WS-GLMAP-FOUND-SUB)
062700         TO GLJ-DTL-GL-ACCOUNT
062800     SET GLJ-DTL-CREDIT TO TRUE
062900     PERFORM 6150-FILL-LINE-AMOUNTS THRU 6150-EXIT
063000     PERFORM 6200-TAKE-LINE THRU 6200-EXIT.
063100 6100-EXIT.
063200     EXIT.
063300
063400 6150-FILL-LINE-AMOUNTS.
063500     MOVE WS-COMBO-TBL-BASE-AMT (WS-COMBO-SUB) TO GLJ-DTL-AMOUNT
063600     MOVE WS-COMBO-TBL-TYPE (WS-COMBO-SUB) TO GLJ-DTL-TRAN-TYPE
063700     MOVE WS-COMBO-TBL-CURRENCY (WS-COMBO-SUB)
063800         TO GLJ-DTL-CURRENCY
063900     MOVE WS-COMBO-TBL-FEED-AMT (WS-COMBO-SUB)
064000         TO GLJ-DTL-FEED-AMOUNT
064100     MOVE WS-COMBO-TBL-COUNT (WS-COMBO-SUB)
064200         TO GLJ-DTL-POST-COUNT.
064300 6150-EXIT.
064307     EXIT.
064314
064321 6200-TAKE-LINE.
064328     IF GLJ-DTL-DEBIT
064335         ADD GLJ-DTL-AMOUNT TO WS-DEBIT-TOTAL
064342     END-IF
064349     IF GLJ-DTL-CREDIT
064356         ADD GLJ-DTL-AMOUNT TO WS-CREDIT-TOTAL
064363     END-IF
064370     IF WS-RELEASING-JOURNAL
064377         PERFORM 6500-WRITE-JOURNAL-RECORD THRU 6500-EXIT
064384     END-IF.
064391 6200-EXIT.
064400     EXIT.
064500
064600 6500-WRITE-JOURNAL-RECORD.
064625     IF WS-JOURNAL-FAILED
064650         GO TO 6500-EXIT
064675     END-IF
064700     WRITE GLJ-RECORD
064800     IF WS-JOURNAL-STATUS NOT = "00"
064900         DISPLAY "HELGLJN: GLJRNL WRITE ERROR STATUS "
065000             WS-JOURNAL-STATUS
065050         SET WS-JOURNAL-FAILED TO TRUE
065100         MOVE 16 TO RETURN-CODE
065200     END-IF.
065300 6500-EXIT.
065400     EXIT.
065404
065408*-----------------------------------------------------------*
065412*  6600-EMPTY-JOURNAL - OPEN GLJRNL OUTPUT AGAIN AND CLOSE   *
065416*  IT, LEAVING IT EMPTY.  IF EVEN THAT FAILS THE CONSOLE     *
065420*  SAYS THE FILE MUST BE REMOVED BEFORE THE GL PICKUP.       *
065424*-----------------------------------------------------------*
065428 6600-EMPTY-JOURNAL.
065432     OPEN OUTPUT JOURNAL-FILE
065436     IF WS-JOURNAL-STATUS NOT = "00"
065440         DISPLAY "HELGLJN: GLJRNL OPEN ERROR STATUS "
065444             WS-JOURNAL-STATUS
065448         DISPLAY "HELGLJN: PARTIAL GLJRNL LEFT ON FILE - REMOVE "
065452             "IT BEFORE THE GL PICKUP"
065456         GO TO 6600-EXIT
065460     END-IF
065464     CLOSE JOURNAL-FILE
065468     DISPLAY "HELGLJN: GLJRNL WRITE FAILED - FILE EMPTIED, NO "
065472         "JOURNAL RELEASED".
065476 6600-EXIT.
065480     EXIT.
065500
065600*-----------------------------------------------------------*
065700*  7000-WRITE-BATCH-CONTROL - ADVANCE THE PERSISTED BATCH    *
065800*  NUMBER AND STAMP THE RELEASED DATE.  A CONTROL FILE THAT  *
065900*  CANNOT BE WRITTEN IS A FILE ERROR: THE JOURNAL WENT OUT   *
066000*  BUT THE NEXT ONE WOULD REUSE ITS BATCH NUMBER.            *
066100*-----------------------------------------------------------*
066200 7000-WRITE-BATCH-CONTROL.
066300     OPEN OUTPUT GSEQ-FILE
066400     IF WS-GSEQ-STATUS NOT = "00"
066500         DISPLAY "HELGLJN: GLJSEQ OPEN ERROR STATUS "
066600             WS-GSEQ-STATUS
066700         MOVE 16 TO RETURN-CODE
066800         GO TO 7000-EXIT
066900     END-IF
067000     MOVE SPACES TO GSEQ-RECORD
067100     MOVE WS-THIS-BATCH TO GSEQ-LAST-BATCH
067200     MOVE WS-RUN-DATE-SAVE TO GSEQ-LAST-DATE
067300     WRITE GSEQ-RECORD
067400     IF WS-GSEQ-STATUS NOT = "00"
067500         DISPLAY "HELGLJN: GLJSEQ WRITE ERROR STATUS "
067600             WS-GSEQ-STATUS
067700         MOVE 16 TO RETURN-CODE
067800     END-IF
067900     CLOSE GSEQ-FILE.
068000 7000-EXIT.
068100     EXIT.
