016500*                    CHECKPOINT FOREVER (AND OVERWRITE THE
016600*                    PARTIAL HELOUT STATUS WITH A FAILURE).
016700*                    SOURCE RESEQUENCED.
016800*   2026-09-15  RS   THE ACCOUNT TABLE CARRIES EACH MASTER
016900*                    RECORD'S STATUS AND FULL IMAGE: A POSTING
017000*                    TO A CLOSED ACCOUNT REJECTS R007 AND TO A
017100*                    FROZEN ACCOUNT R008 (BOTH PREVIOUSLY
017200*                    POSTED), AND THE END-OF-RUN REWRITE PUTS
017300*                    BACK THE STATUS, DATES AND HOLDER NAME
017400*                    HELACMT MAINTAINS INSTEAD OF BLANKING
017500*                    THEM.  SOURCE RESEQUENCED.
017600*   2026-09-24  RS   LARGE-VALUE AND OVERDRAFT HOLD QUEUE.  A
017700*                    RECORD THAT PASSES EVERY EDIT BUT IS OVER
017800*                    THE PROFILE'S LARGE-VALUE LIMIT (H001), OR
017900*                    IS A DEBIT THAT WOULD TAKE ITS ACCOUNT PAST
018000*                    THE MASTER'S OVERDRAFT LIMIT (H002), IS
018100*                    WRITTEN TO HELDTRAN INSTEAD OF POSTING.
018200*                    ITEMS A SUPERVISOR RELEASED THROUGH HELHOLD
018300*                    ARE READ FROM THE RELEASED FEED AFTER
018400*                    NEXTFEED AND POST THROUGH THE SAME EDITS
018500*                    WITHOUT BEING HELD AGAIN.  THE TRAILER
018600*                    CARRIES THE HELD COUNT AND BASE AMOUNT SO
018700*                    READ = ACCEPTED + REJECTED + HELD.  SOURCE
018800*                    RESEQUENCED.
018900*   2026-09-26  RS   MULTI-SOURCE FEED MANIFEST.  THE FEEDMFST
019000*                    FILE LISTS THE SOURCES EXPECTED ON EACH
019100*                    BUSINESS DATE AND TRANIN CARRIES ONE
019200*                    HDR/TRL SEGMENT PER SOURCE, EACH VERIFIED
019300*                    ON ITS OWN: A SEGMENT THAT FAILS ITS
019400*                    CHECK, A SOURCE NOT IN THE MANIFEST, ONE
019500*                    SENT TWICE, OR ONE EXPECTED BUT NOT SENT
019600*                    IS LOGGED AND GRADES THE RUN RC 4 WHILE
019700*                    THE GOOD SOURCES POST.  THE CHECKPOINT
019800*                    CARRIES THE SOURCE AND POSITION WITHIN IT
019900*                    AND A RESUME VERIFIES BOTH.  THE TRAILER
020000*                    PRINTS CONTROL TOTALS PER SOURCE.  WITH NO
020100*                    MANIFEST THE SINGLE-FEED CHECK IS
020200*                    UNCHANGED.  SOURCE RESEQUENCED.
020300*   2026-09-29  RS   FEED ACKNOWLEDGMENT FILE (ACKFILE).  EACH
020400*                    HEADERED SOURCE SEGMENT GETS AN ACK,
020500*                    PARTIAL OR NAK HEADER ECHOING ITS HDR
020600*                    SOURCE ID AND FEED DATE, ONE DETAIL LINE
020700*                    PER REJECTED TRAN-ID WITH ITS REASON CODE,
020800*                    AND A TRAILER OF COUNTS AND AMOUNTS THAT
020900*                    TIE TO THE TRL TOTALS; A FEED REFUSED AT
021000*                    THE INTEGRITY CHECK IS NAKED.  EVERY FEED
021100*                    RECORD IS STAMPED WITH ITS SOURCE ID AND
021200*                    FEED DATE (CARVED OUT OF THE HELTRAN
021300*                    FILLER) AND THE REJECT, HELD AND ACCEPTED
021400*                    RECORDS CARRY THE STAMP AND AN ORIGIN
021500*                    FLAG, SO A RECYCLED REPAIR THAT POSTS
021600*                    GETS A FOLLOW-UP LINE TO ITS SENDER.
021700*                    SOURCE RESEQUENCED.
021800*   2026-10-01  RS   ACCTMST AND TRANHIST ARE KEYED INDEXED FILES
021900*                    (ACCOUNT ID, TRAN-ID), OPENED I-O FOR THE
022000*                    RUN AND READ AND UPDATED BY KEY IN THE
022100*                    COUNTER LOOP.  THE 1000-ACCOUNT AND 5000-
022200*                    ENTRY HISTORY TABLES AND THE END-OF-RUN
022300*                    REWRITES ARE GONE: EACH ACCEPTED POSTING
022400*                    REWRITES ITS ACCOUNT AND ADDS ITS HISTORY
022500*                    ENTRY AT ONCE, SO AN EVICTED POD LOSES NO
022600*                    BALANCE UPDATE IT HAD MADE.  THE HISTORY
022700*                    RETENTION TRIM DELETES ENTRIES PAST THE
022800*                    DUPLICATE WINDOW AT STARTUP.  HELCNVT
022900*                    LOADS THE FILES FROM THE OLD FLAT ONES.
023000*                    SOURCE RESEQUENCED.
023100*   2026-10-05  RS   THE ACCRUAL FEED HELACRU WRITES ON ITS
023200*                    CAPITALIZATION DAY (ACCRFEED) IS READ AS A
023300*                    FOURTH INPUT AFTER THE RELEASED FEED.  ITS
023400*                    POSTINGS TAKE THE TYPE, AMOUNT, CURRENCY
023500*                    AND ACCOUNT EDITS BUT NOT THE DUPLICATE
023600*                    CHECK OR THE HOLD, AND ARE NOT ADDED TO
023700*                    TRANHIST: THEIR TRAN-ID IS THE ACCOUNT ID,
023800*                    SO THEY WOULD OTHERWISE COLLIDE WITH THE
023900*                    DAY'S OWN POSTINGS.  HELACRU'S RE-RUN
024000*                    GUARD KEEPS A DATE FROM BEING CAPITALIZED
024100*                    TWICE.  SOURCE RESEQUENCED.
024200*   2026-10-08  RS   PERIOD CLOSE.  A BUSINESS DATE IN A MONTH
024300*                    HELPCLS HAS CLOSED (OR ANY EARLIER MONTH),
024400*                    WHETHER IT CAME FROM A BUSNDATE OVERRIDE OR
024500*                    A CATCH-UP WALK, IS REFUSED RC 20 WITH
024600*                    EVERYTHING LEFT AS IT WAS, SO NOTHING POSTS
024700*                    INTO A PERIOD FINANCE HAS REPORTED.  EVERY
024800*                    BALANCE UPDATE IS ALSO ADDED TO THE
024900*                    ACCOUNT'S MONTH-TO-DATE CR/DB/AJ TOTALS ON
025000*                    THE KEYED PERDMOV FILE, WHICH THE CLOSE
025100*                    READS FOR ITS TRIAL BALANCE.  SOURCE
025200*                    RESEQUENCED.
025209*   2026-10-15  RS   A CLOSED-PERIOD REGISTER THAT IS ON FILE BUT
025218*                    CANNOT BE OPENED OR READ NOW REFUSES THE RUN
025227*                    RC 8 BEFORE ANYTHING POSTS, INSTEAD OF
025236*                    RUNNING AS IF NO PERIOD WERE CLOSED.  THE
025245*                    ACCRUAL FEED IS TAKEN ONCE: A COMPLETED RUN
025254*                    THAT POSTED IT APPENDS A FEED-POSTED RECORD
025263*                    FOR ITS CAPITALIZATION DATE TO ACCRCTL, AND
025272*                    A FEED WHOSE DATE IS ALREADY THERE (A RERUN,
025281*                    OR A FEED LEFT BEHIND BY A REFUSED HELACRU)
025290*                    IS SKIPPED WHOLE WITH A RUN-LOG MESSAGE.
025291*   2026-10-15  RS   THE FEED IS MARKED POSTED ONLY WHEN THE RUN
025292*                    READ IT TO ITS END.  ONE LEFT PART-READ, BY
025293*                    THE COUNTER LIMIT OR A READ ERROR, IS LEFT
025294*                    UNMARKED AND ENDS THE RUN RC 8.  THE MARK
025295*                    COUNTS THE RECORDS TAKEN ACROSS A RESUME.
025300*---------------------------------------------------------------
025400 ENVIRONMENT DIVISION.
025500 INPUT-OUTPUT SECTION.
025600 FILE-CONTROL.
025700     SELECT PARM-FILE ASSIGN TO "PARMIN"
025800         ORGANIZATION IS LINE SEQUENTIAL
025900         FILE STATUS IS WS-PARM-STATUS.
026000     SELECT PROFSEL-FILE ASSIGN TO "PROFSEL"
026100         ORGANIZATION IS LINE SEQUENTIAL
026200         FILE STATUS IS WS-PROFSEL-STATUS.
026300     SELECT CHKPT-FILE ASSIGN TO "CHKPOINT"
026400         ORGANIZATION IS SEQUENTIAL
026500         FILE STATUS IS WS-CHKPT-STATUS.
026600     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
026700         ORGANIZATION IS LINE SEQUENTIAL
026800         FILE STATUS IS WS-RUNLOG-STATUS.
026900     SELECT RPT-FILE ASSIGN TO "RPTFILE"
027000         ORGANIZATION IS LINE SEQUENTIAL
027100         FILE STATUS IS WS-RPT-STATUS.
027200     SELECT HBEAT-FILE ASSIGN TO "HBEAT"
027300         ORGANIZATION IS SEQUENTIAL
027400         FILE STATUS IS WS-HBEAT-STATUS.
027500     SELECT OUT-FILE ASSIGN TO "HELOUT"
027600         ORGANIZATION IS SEQUENTIAL
027700         FILE STATUS IS WS-OUT-STATUS.
027800     SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
027900         ORGANIZATION IS LINE SEQUENTIAL
028000         FILE STATUS IS WS-CALNDR-STATUS.
028100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
028200         ORGANIZATION IS LINE SEQUENTIAL
028300         FILE STATUS IS WS-RUNCTL-STATUS.
028400     SELECT TRANIN-FILE ASSIGN TO "TRANIN"
028500         ORGANIZATION IS LINE SEQUENTIAL
028600         FILE STATUS IS WS-TRAN-STATUS.
028700     SELECT REJECT-FILE ASSIGN TO "REJECTS"
028800         ORGANIZATION IS LINE SEQUENTIAL
028900         FILE STATUS IS WS-REJECT-STATUS.
029000     SELECT ACCEPT-FILE ASSIGN TO "ACCEPTED"
029100         ORGANIZATION IS LINE SEQUENTIAL
029200         FILE STATUS IS WS-ACCEPT-STATUS.
029300     SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
029400         ORGANIZATION IS INDEXED
029500         ACCESS MODE IS DYNAMIC
029600         RECORD KEY IS ACCT-ID
029700         FILE STATUS IS WS-ACCTMST-STATUS.
029800     SELECT BDATE-FILE ASSIGN TO "BUSNDATE"
029900         ORGANIZATION IS LINE SEQUENTIAL
030000         FILE STATUS IS WS-BDATE-STATUS.
030100     SELECT HIST-FILE ASSIGN TO "TRANHIST"
030200         ORGANIZATION IS INDEXED
030300         ACCESS MODE IS DYNAMIC
030400         RECORD KEY IS HIST-TRAN-ID
030500         FILE STATUS IS WS-HIST-STATUS.
030600     SELECT RATE-FILE ASSIGN TO "EXCHRATE"
030700         ORGANIZATION IS LINE SEQUENTIAL
030800         FILE STATUS IS WS-RATE-STATUS.
030900     SELECT RECYC-FILE ASSIGN TO "NEXTFEED"
031000         ORGANIZATION IS LINE SEQUENTIAL
031100         FILE STATUS IS WS-RECYC-STATUS.
031200     SELECT HELD-FILE ASSIGN TO "HELDTRAN"
031300         ORGANIZATION IS LINE SEQUENTIAL
031400         FILE STATUS IS WS-HELD-STATUS.
031500     SELECT RLSE-FILE ASSIGN TO "RELEASED"
031600         ORGANIZATION IS LINE SEQUENTIAL
031700         FILE STATUS IS WS-RLSE-STATUS.
031800     SELECT ACCR-FILE ASSIGN TO "ACCRFEED"
031900         ORGANIZATION IS LINE SEQUENTIAL
032000         FILE STATUS IS WS-ACCR-STATUS.
032100     SELECT MFST-FILE ASSIGN TO "FEEDMFST"
032200         ORGANIZATION IS LINE SEQUENTIAL
032300         FILE STATUS IS WS-MFST-STATUS.
032400     SELECT ACK-FILE ASSIGN TO "ACKFILE"
032500         ORGANIZATION IS LINE SEQUENTIAL
032600         FILE STATUS IS WS-ACK-STATUS.
032700     SELECT PMOV-FILE ASSIGN TO "PERDMOV"
032800         ORGANIZATION IS INDEXED
032900         ACCESS MODE IS DYNAMIC
033000         RECORD KEY IS PMOV-KEY
033100         FILE STATUS IS WS-PMOV-STATUS.
033200     SELECT PCTL-FILE ASSIGN TO "PERDCTL"
033300         ORGANIZATION IS LINE SEQUENTIAL
033400         FILE STATUS IS WS-PCTL-STATUS.
033425     SELECT ACTL-FILE ASSIGN TO "ACCRCTL"
033450         ORGANIZATION IS LINE SEQUENTIAL
033475         FILE STATUS IS WS-ACTL-STATUS.
033500
033600 DATA DIVISION.
033700 FILE SECTION.
033800 FD  PARM-FILE
033900     LABEL RECORDS ARE STANDARD
034000     RECORD CONTAINS 80 CHARACTERS.
034100     COPY "HELPARM.cpy".
034200
034300 FD  PROFSEL-FILE
034400     LABEL RECORDS ARE STANDARD
034500     RECORD CONTAINS 80 CHARACTERS.
034600 01  PROFSEL-RECORD.
034700     05  PROFSEL-PROFILE-NAME       PIC X(08).
034800     05  FILLER                     PIC X(72).
034900
035000 FD  CHKPT-FILE
035100     LABEL RECORDS ARE STANDARD
035200     RECORD CONTAINS 80 CHARACTERS.
035300     COPY "HELCHKP.cpy".
035400
035500 FD  RUNLOG-FILE
035600     LABEL RECORDS ARE STANDARD
035700     RECORD CONTAINS 110 CHARACTERS.
035800 01  LOG-RECORD                     PIC X(110).
035900
036000 FD  RPT-FILE
036100     LABEL RECORDS ARE STANDARD
036200     RECORD CONTAINS 132 CHARACTERS.
036300 01  RPT-RECORD                     PIC X(132).
036400
036500 FD  HBEAT-FILE
036600     LABEL RECORDS ARE STANDARD
036700     RECORD CONTAINS 80 CHARACTERS.
036800     COPY "HELHBT.cpy".
036900
037000 FD  OUT-FILE
037100     LABEL RECORDS ARE STANDARD
037200     RECORD CONTAINS 80 CHARACTERS.
037300     COPY "HELOUT.cpy".
037400
037500 FD  CALNDR-FILE
037600     LABEL RECORDS ARE STANDARD
037700     RECORD CONTAINS 80 CHARACTERS.
037800     COPY "HELCAL.cpy".
037900
038000 FD  RUNCTL-FILE
038100     LABEL RECORDS ARE STANDARD
038200     RECORD CONTAINS 80 CHARACTERS.
038300     COPY "HELRCTL.cpy".
038400
038500 FD  TRANIN-FILE
038600     LABEL RECORDS ARE STANDARD
038700     RECORD CONTAINS 80 CHARACTERS.
038800     COPY "HELTRAN.cpy".
038900
039000 FD  REJECT-FILE
039100     LABEL RECORDS ARE STANDARD
039200     RECORD CONTAINS 92 CHARACTERS.
039300     COPY "HELREJ.cpy".
039400
039500 FD  ACCEPT-FILE
039600     LABEL RECORDS ARE STANDARD
039700     RECORD CONTAINS 80 CHARACTERS.
039800     COPY "HELACCP.cpy".
039900
040000 FD  ACCTMST-FILE
040100     LABEL RECORDS ARE STANDARD
040200     RECORD CONTAINS 80 CHARACTERS.
040300     COPY "HELACCT.cpy".
040400
040500 FD  BDATE-FILE
040600     LABEL RECORDS ARE STANDARD
040700     RECORD CONTAINS 80 CHARACTERS.
040800     COPY "HELBDAT.cpy".
040900
041000 FD  HIST-FILE
041100     LABEL RECORDS ARE STANDARD
041200     RECORD CONTAINS 80 CHARACTERS.
041300     COPY "HELHIST.cpy".
041400
041500 FD  RATE-FILE
041600     LABEL RECORDS ARE STANDARD
041700     RECORD CONTAINS 80 CHARACTERS.
041800     COPY "HELRATE.cpy".
041900
042000 FD  RECYC-FILE
042100     LABEL RECORDS ARE STANDARD
042200     RECORD CONTAINS 80 CHARACTERS.
042300 01  RECYC-RECORD                   PIC X(80).
042400
042500 FD  HELD-FILE
042600     LABEL RECORDS ARE STANDARD
042700     RECORD CONTAINS 100 CHARACTERS.
042800     COPY "HELHELD.cpy".
042900
043000 FD  RLSE-FILE
043100     LABEL RECORDS ARE STANDARD
043200     RECORD CONTAINS 80 CHARACTERS.
043300 01  RLSE-RECORD                    PIC X(80).
043400
043500 FD  ACCR-FILE
043600     LABEL RECORDS ARE STANDARD
043700     RECORD CONTAINS 80 CHARACTERS.
043750 01  ACCR-RECORD.
043800     05  FILLER                     PIC X(72).
043850     05  ACCR-FEED-DATE             PIC X(08).
043900
044000 FD  MFST-FILE
044100     LABEL RECORDS ARE STANDARD
044200     RECORD CONTAINS 80 CHARACTERS.
044300     COPY "HELMFST.cpy".
044400
044500 FD  ACK-FILE
044600     LABEL RECORDS ARE STANDARD
044700     RECORD CONTAINS 120 CHARACTERS.
044800     COPY "HELACK.cpy".
044900
045000 FD  PMOV-FILE
045100     LABEL RECORDS ARE STANDARD
045200     RECORD CONTAINS 80 CHARACTERS.
045300     COPY "HELPMOV.cpy".
045400
045500 FD  PCTL-FILE
045600     LABEL RECORDS ARE STANDARD
045700     RECORD CONTAINS 80 CHARACTERS.
045800     COPY "HELPCTL.cpy".
045816
045832 FD  ACTL-FILE
045848     LABEL RECORDS ARE STANDARD
045864     RECORD CONTAINS 80 CHARACTERS.
045880     COPY "HELACTL.cpy".
045900
046000 WORKING-STORAGE SECTION.
046100     COPY "LOCALTXT.cpy".
046200
046300 01  WS-CURRENT-DATE-DATA.
046400     05  WS-CURRENT-DATE.
046500         10  WS-CURRENT-YEAR        PIC 9(4).
046600         10  WS-CURRENT-MONTH       PIC 9(2).
046700         10  WS-CURRENT-DAY         PIC 9(2).
046800     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
046900                                    PIC 9(8).
047000     05  WS-CURRENT-TIME.
047100         10  WS-CURRENT-HOUR        PIC 9(2).
047200         10  WS-CURRENT-MINUTE      PIC 9(2).
047300         10  WS-CURRENT-SECOND      PIC 9(2).
047400         10  WS-CURRENT-CENTISECOND PIC 9(2).
047500     05  WS-CURRENT-TIME-NUM REDEFINES WS-CURRENT-TIME
047600                                    PIC 9(8).
047700
047800*---------------------------------------------------------------
047900* THE RUN CLOCK IS CAPTURED ONCE INTO WS-CURRENT-DATE-DATA AT
048000* STARTUP.  THE COUNTER LOOP DRIVES ITS OWN WS-COUNTER-WORK
048100* FIELD (SEE WS-PARM-WORK BELOW) RATHER THAN REUSING ANY PART
048200* OF THE CLOCK, BUT THE START TIME IS STILL SAVED HERE,
048300* SEPARATELY, SO THE LOG, REPORT AND ELAPSED-DURATION
048400* CALCULATIONS NEVER DEPEND ON THE CLOCK FIELDS BEING LEFT
048500* UNTOUCHED BY LATER PROCESSING.
048600*---------------------------------------------------------------
048700 01  WS-START-TIME-SAVE.
048800     05  WS-START-HOUR              PIC 9(2).
048900     05  WS-START-MINUTE            PIC 9(2).
049000     05  WS-START-SECOND            PIC 9(2).
049100     05  WS-START-CENTISECOND       PIC 9(2).
049200 01  WS-START-TIME-NUM REDEFINES WS-START-TIME-SAVE
049300                                    PIC 9(8).
049400
049500 01  WS-END-DATE-DATA.
049600     05  WS-END-DATE.
049700         10  WS-END-YEAR            PIC 9(4).
049800         10  WS-END-MONTH           PIC 9(2).
049900         10  WS-END-DAY             PIC 9(2).
050000     05  WS-END-DATE-NUM REDEFINES WS-END-DATE
050100                                    PIC 9(8).
050200     05  WS-END-TIME.
050300         10  WS-END-HOUR            PIC 9(2).
050400         10  WS-END-MINUTE          PIC 9(2).
050500         10  WS-END-SECOND          PIC 9(2).
050600         10  WS-END-CENTISECOND     PIC 9(2).
050700     05  WS-END-TIME-NUM REDEFINES WS-END-TIME
050800                                    PIC 9(8).
050900
051000 01  WS-ELAPSED-WORK                COMP.
051100     05  WS-START-TOTAL-CS          PIC 9(9).
051200     05  WS-END-TOTAL-CS            PIC 9(9).
051300     05  WS-ELAPSED-TOTAL-CS        PIC 9(9).
051400
051500 01  WS-ELAPSED-TIME.
051600     05  WS-ELAPSED-HOUR            PIC 9(2).
051700     05  WS-ELAPSED-MINUTE          PIC 9(2).
051800     05  WS-ELAPSED-SECOND          PIC 9(2).
051900     05  WS-ELAPSED-CENTISECOND     PIC 9(2).
052000
052100 01  WS-PARM-WORK.
052200     05  WS-LOOP-START              PIC 9(05) VALUE 1.
052300     05  WS-LOOP-END                PIC 9(06) VALUE 10.
052400     05  WS-MAX-COUNT-CEILING       PIC 9(05) VALUE 99999.
052500     05  WS-RESUME-START            PIC 9(06) VALUE ZERO.
052600     05  WS-COUNTER-WORK            PIC 9(06) VALUE ZERO.
052700     05  WS-ITERATION-COUNT         PIC 9(05) VALUE ZERO.
052800     05  WS-PASS-COUNT              PIC 9(05) VALUE ZERO.
052900     05  WS-REQUESTED-PROFILE       PIC X(08) VALUE "DAILY".
053000     05  WS-ACTIVE-PROFILE          PIC X(08) VALUE "DEFAULT".
053100     05  WS-CUTOFF-TIME             PIC 9(06) VALUE ZERO.
053200     05  WS-PARM-RECORD-COUNT       PIC 9(05) VALUE ZERO.
053300
053400*---------------------------------------------------------------
053500* THE BATCH-WINDOW CLOCK IS RE-READ EVERY ITERATION, UNLIKE
053600* THE RUN CLOCK ABOVE WHICH IS CAPTURED ONCE AT STARTUP.
053700*---------------------------------------------------------------
053800 01  WS-NOW-TIME-DATA.
053900     05  WS-NOW-HHMMSS              PIC 9(06).
054000     05  WS-NOW-CENTISECOND         PIC 9(02).
054100 01  WS-START-HHMMSS                PIC 9(06) VALUE ZERO.
054200 01  WS-RESUMED-FROM-DATE           PIC 9(08) VALUE ZERO.
054300
054400*---------------------------------------------------------------
054500* THE BUSINESS DATE THE RUN IS FOR.  NORMALLY TODAY, BUT A
054600* NUMERIC NONZERO DATE IN THE BUSNDATE FILE OVERRIDES IT SO A
054700* MISSED WORKING DAY CAN BE RUN AFTER THE FACT: RUNCTL, HELOUT,
054800* THE CHECKPOINT, THE REPORT AND THE FEED-HEADER CHECK ALL USE
054900* THIS DATE.  THE CLOCK FIELDS ABOVE STAY ON REAL TIME.
055000*---------------------------------------------------------------
055100 01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
055200 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
055300     05  WS-BUSN-PERIOD             PIC 9(06).
055400     05  FILLER                     PIC 9(02).
055500
055600*---------------------------------------------------------------
055700* THE LATEST PERIOD (YYYYMM) ON THE CLOSED-PERIOD REGISTER.  A
055800* BUSINESS DATE IN THAT MONTH OR BEFORE IT MAY NOT BE RUN.
055900*---------------------------------------------------------------
056000 01  WS-CLOSED-THRU-PERIOD          PIC 9(06) VALUE ZERO.
056100
056200*---------------------------------------------------------------
056300* CONTROL TOTALS FOR THE TRANSACTION FEED.  THE COUNTER LOOP
056400* PROCESSES ONE TRANIN RECORD PER ITERATION, SO THE CHECKPOINT
056500* COUNTER DOUBLES AS THE POSITION OF THE LAST RECORD PROCESSED
056600* AND THE RESTART LOGIC RESUMES MID-FILE.
056700*---------------------------------------------------------------
056800 01  WS-TRAN-TOTALS.
056900     05  WS-TRAN-READ-COUNT         PIC 9(07) VALUE ZERO.
057000     05  WS-TRAN-ACCEPT-COUNT       PIC 9(07) VALUE ZERO.
057100     05  WS-TRAN-REJECT-COUNT       PIC 9(07) VALUE ZERO.
057200     05  WS-TRAN-AMOUNT-TOTAL       PIC 9(11)V99 VALUE ZERO.
057300     05  WS-TRAN-HELD-COUNT         PIC 9(07) VALUE ZERO.
057400     05  WS-TRAN-HELD-AMOUNT        PIC 9(11)V99 VALUE ZERO.
057500     05  WS-TRAN-SKIP-TARGET        PIC 9(06) VALUE ZERO.
057600     05  WS-TRAN-SKIP-COUNT         PIC 9(06) VALUE ZERO.
057700
057800*---------------------------------------------------------------
057900* COMPLETED BUSINESS DATES LOADED FROM THE RUN-CONTROL FILE AT
058000* STARTUP.  THE FILE IS APPEND-ONLY AND HELARCH DOES NOT PURGE
058100* IT, SO THE TABLE IS SIZED WELL BEYOND A FEW YEARS OF DAILY
058200* RUNS; LOADING STOPS WITH A WARNING IF IT EVER FILLS.
058300*---------------------------------------------------------------
058400 01  WS-RUN-CONTROL-TABLE.
058500     05  WS-RUNCTL-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
058600     05  WS-RUNCTL-DONE-DATE        PIC 9(08)
058700         OCCURS 2000 TIMES.
058800 01  WS-RCTL-SUB                    PIC 9(04) COMP VALUE ZERO.
058900 01  WS-RCTL-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
059000
059100 01  WS-FILE-STATUS-FIELDS.
059200     05  WS-PARM-STATUS             PIC X(02) VALUE SPACES.
059300     05  WS-PROFSEL-STATUS          PIC X(02) VALUE SPACES.
059400     05  WS-CHKPT-STATUS            PIC X(02) VALUE SPACES.
059500     05  WS-RUNLOG-STATUS           PIC X(02) VALUE SPACES.
059600     05  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
059700     05  WS-HBEAT-STATUS            PIC X(02) VALUE SPACES.
059800     05  WS-OUT-STATUS              PIC X(02) VALUE SPACES.
059900     05  WS-CALNDR-STATUS           PIC X(02) VALUE SPACES.
060000     05  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
060100     05  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
060200     05  WS-REJECT-STATUS           PIC X(02) VALUE SPACES.
060300     05  WS-ACCEPT-STATUS           PIC X(02) VALUE SPACES.
060400     05  WS-ACCTMST-STATUS          PIC X(02) VALUE SPACES.
060500     05  WS-BDATE-STATUS            PIC X(02) VALUE SPACES.
060600     05  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
060700     05  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
060800     05  WS-RECYC-STATUS            PIC X(02) VALUE SPACES.
060900     05  WS-HELD-STATUS             PIC X(02) VALUE SPACES.
061000     05  WS-RLSE-STATUS             PIC X(02) VALUE SPACES.
061100     05  WS-ACCR-STATUS             PIC X(02) VALUE SPACES.
061200     05  WS-MFST-STATUS             PIC X(02) VALUE SPACES.
061300     05  WS-ACK-STATUS              PIC X(02) VALUE SPACES.
061400     05  WS-PMOV-STATUS             PIC X(02) VALUE SPACES.
061500     05  WS-PCTL-STATUS             PIC X(02) VALUE SPACES.
061550     05  WS-ACTL-STATUS             PIC X(02) VALUE SPACES.
061600
061700*---------------------------------------------------------------
061800* COMMON I/O ERROR INTERFACE.  EVERY OPEN/READ/WRITE/CLOSE IS
061900* FOLLOWED BY A PERFORM OF 9100-CHECK-IO-STATUS WITH THESE
062000* FIELDS SET.  WS-RUN-RC CARRIES THE WORST SEVERITY SEEN AND
062100* IS MERGED INTO THE RETURN CODE AT TERMINATION:
062200*   00 = CLEAN RUN          02 = PARTIAL - BATCH WINDOW
062300*   04 = RAN WITH WARNINGS (INCLUDING A FEED SOURCE MISSING,
062400*        DUPLICATED OR REFUSED WHILE THE OTHERS POSTED)
062500*   08 = OUTPUT FILE ERROR  12 = CHECKPOINT ERROR
062600*   16 = PARAMETER OR FEED-INTEGRITY ABORT
062700*   20 = DUPLICATE RUN REFUSED
062800*---------------------------------------------------------------
062900 01  WS-IO-ERROR-WORK.
063000     05  WS-IO-FILE-NAME            PIC X(08) VALUE SPACES.
063100     05  WS-IO-OPERATION            PIC X(07) VALUE SPACES.
063200     05  WS-IO-STATUS-SAVE          PIC X(02) VALUE SPACES.
063300     05  WS-IO-SEVERITY             PIC 9(02) VALUE ZERO.
063400 01  WS-RUN-RC                      PIC 9(02) VALUE ZERO.
063500
063600 01  WS-SWITCHES.
063700     05  WS-PARMS-VALID-SW          PIC X(01) VALUE "Y".
063800         88  WS-PARMS-VALID             VALUE "Y".
063900         88  WS-PARMS-INVALID            VALUE "N".
064000     05  WS-CHECKPOINT-FOUND-SW     PIC X(01) VALUE "N".
064100         88  WS-CHECKPOINT-FOUND        VALUE "Y".
064200         88  WS-CHECKPOINT-NOT-FOUND     VALUE "N".
064300     05  WS-PROFILE-FOUND-SW        PIC X(01) VALUE "N".
064400         88  WS-PROFILE-FOUND           VALUE "Y".
064500         88  WS-PROFILE-NOT-FOUND       VALUE "N".
064600     05  WS-PARM-EOF-SW             PIC X(01) VALUE "N".
064700         88  WS-PARM-EOF                VALUE "Y".
064800         88  WS-PARM-NOT-EOF            VALUE "N".
064900     05  WS-RERUN-FLAG-SW           PIC X(01) VALUE "N".
065000         88  WS-RERUN-REQUESTED         VALUE "Y".
065100         88  WS-RERUN-NOT-REQUESTED     VALUE "N".
065200     05  WS-RUN-DONE-TODAY-SW       PIC X(01) VALUE "N".
065300         88  WS-RUN-DONE-TODAY          VALUE "Y".
065400         88  WS-RUN-NOT-DONE-TODAY      VALUE "N".
065500     05  WS-RUNCTL-EOF-SW           PIC X(01) VALUE "N".
065600         88  WS-RUNCTL-EOF              VALUE "Y".
065700         88  WS-RUNCTL-NOT-EOF          VALUE "N".
065800     05  WS-CALNDR-EOF-SW           PIC X(01) VALUE "N".
065900         88  WS-CALNDR-EOF              VALUE "Y".
066000         88  WS-CALNDR-NOT-EOF          VALUE "N".
066100     05  WS-DATE-IN-TABLE-SW        PIC X(01) VALUE "N".
066200         88  WS-DATE-IN-TABLE           VALUE "Y".
066300         88  WS-DATE-NOT-IN-TABLE       VALUE "N".
066400     05  WS-RCTL-FULL-SW            PIC X(01) VALUE "N".
066500         88  WS-RCTL-FULL-WARNED        VALUE "Y".
066600         88  WS-RCTL-NOT-FULL           VALUE "N".
066700     05  WS-TRAN-PRESENT-SW         PIC X(01) VALUE "N".
066800         88  WS-TRAN-PRESENT            VALUE "Y".
066900         88  WS-TRAN-ABSENT             VALUE "N".
067000     05  WS-TRAN-EOF-SW             PIC X(01) VALUE "N".
067100         88  WS-TRAN-EOF                VALUE "Y".
067200         88  WS-TRAN-NOT-EOF            VALUE "N".
067300     05  WS-WINDOW-EXPIRED-SW       PIC X(01) VALUE "N".
067400         88  WS-WINDOW-EXPIRED          VALUE "Y".
067500         88  WS-WINDOW-NOT-EXPIRED      VALUE "N".
067600     05  WS-RPT-OPEN-SW             PIC X(01) VALUE "N".
067700         88  WS-RPT-OPENED              VALUE "Y".
067800         88  WS-RPT-NOT-OPENED          VALUE "N".
067900     05  WS-ACCT-PRESENT-SW         PIC X(01) VALUE "N".
068000         88  WS-ACCT-PRESENT            VALUE "Y".
068100         88  WS-ACCT-ABSENT             VALUE "N".
068200     05  WS-ACCT-MATCHED-SW         PIC X(01) VALUE "N".
068300         88  WS-ACCT-MATCHED            VALUE "Y".
068400         88  WS-ACCT-UNMATCHED          VALUE "N".
068500     05  WS-FEED-HDR-SW             PIC X(01) VALUE "N".
068600         88  WS-FEED-HAS-HEADER         VALUE "Y".
068700         88  WS-FEED-HEADERLESS         VALUE "N".
068800     05  WS-FEED-BAD-SW             PIC X(01) VALUE "N".
068900         88  WS-FEED-BAD                VALUE "Y".
069000         88  WS-FEED-GOOD               VALUE "N".
069100     05  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
069200         88  WS-SCAN-EOF                VALUE "Y".
069300         88  WS-SCAN-NOT-EOF            VALUE "N".
069400     05  WS-TRL-SEEN-SW             PIC X(01) VALUE "N".
069500         88  WS-TRL-SEEN                VALUE "Y".
069600         88  WS-TRL-NOT-SEEN            VALUE "N".
069700     05  WS-DATE-OVERRIDE-SW        PIC X(01) VALUE "N".
069800         88  WS-DATE-OVERRIDDEN         VALUE "Y".
069900         88  WS-DATE-NOT-OVERRIDDEN     VALUE "N".
070000     05  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
070100         88  WS-HIST-EOF                VALUE "Y".
070200         88  WS-HIST-NOT-EOF            VALUE "N".
070300     05  WS-DUP-FOUND-SW            PIC X(01) VALUE "N".
070400         88  WS-DUP-FOUND               VALUE "Y".
070500         88  WS-DUP-NOT-FOUND           VALUE "N".
070600     05  WS-HIST-PRESENT-SW         PIC X(01) VALUE "N".
070700         88  WS-HIST-PRESENT            VALUE "Y".
070800         88  WS-HIST-ABSENT             VALUE "N".
070900     05  WS-RATE-EOF-SW             PIC X(01) VALUE "N".
071000         88  WS-RATE-EOF                VALUE "Y".
071100         88  WS-RATE-NOT-EOF            VALUE "N".
071200     05  WS-RATE-MATCHED-SW         PIC X(01) VALUE "N".
071300         88  WS-RATE-MATCHED            VALUE "Y".
071400         88  WS-RATE-UNMATCHED          VALUE "N".
071500     05  WS-RATE-FULL-SW            PIC X(01) VALUE "N".
071600         88  WS-RATE-FULL-WARNED        VALUE "Y".
071700         88  WS-RATE-NOT-FULL           VALUE "N".
071800     05  WS-CCY-MATCHED-SW          PIC X(01) VALUE "N".
071900         88  WS-CCY-MATCHED             VALUE "Y".
072000         88  WS-CCY-UNMATCHED           VALUE "N".
072100     05  WS-CCY-FULL-SW             PIC X(01) VALUE "N".
072200         88  WS-CCY-FULL-WARNED         VALUE "Y".
072300         88  WS-CCY-NOT-FULL            VALUE "N".
072400     05  WS-RECYC-PRESENT-SW        PIC X(01) VALUE "N".
072500         88  WS-RECYC-PRESENT           VALUE "Y".
072600         88  WS-RECYC-ABSENT            VALUE "N".
072700     05  WS-RECYC-EOF-SW            PIC X(01) VALUE "N".
072800         88  WS-RECYC-EOF               VALUE "Y".
072900         88  WS-RECYC-NOT-EOF           VALUE "N".
073000     05  WS-RLSE-PRESENT-SW         PIC X(01) VALUE "N".
073100         88  WS-RLSE-PRESENT            VALUE "Y".
073200         88  WS-RLSE-ABSENT             VALUE "N".
073300     05  WS-RLSE-EOF-SW             PIC X(01) VALUE "N".
073400         88  WS-RLSE-EOF                VALUE "Y".
073500         88  WS-RLSE-NOT-EOF            VALUE "N".
073600     05  WS-ACCR-PRESENT-SW         PIC X(01) VALUE "N".
073700         88  WS-ACCR-PRESENT            VALUE "Y".
073800         88  WS-ACCR-ABSENT             VALUE "N".
073900     05  WS-ACCR-EOF-SW             PIC X(01) VALUE "N".
074000         88  WS-ACCR-EOF                VALUE "Y".
074100         88  WS-ACCR-NOT-EOF            VALUE "N".
074125     05  WS-ACCR-ENDED-SW           PIC X(01) VALUE "N".
074150         88  WS-ACCR-ENDED              VALUE "Y".
074175         88  WS-ACCR-NOT-ENDED          VALUE "N".
074200     05  WS-PMOV-PRESENT-SW         PIC X(01) VALUE "N".
074300         88  WS-PMOV-PRESENT            VALUE "Y".
074400         88  WS-PMOV-ABSENT             VALUE "N".
074500     05  WS-PCTL-EOF-SW             PIC X(01) VALUE "N".
074600         88  WS-PCTL-EOF                VALUE "Y".
074700         88  WS-PCTL-NOT-EOF            VALUE "N".
074709     05  WS-PCTL-READ-SW            PIC X(01) VALUE "N".
074718         88  WS-PCTL-UNREADABLE         VALUE "Y".
074727         88  WS-PCTL-READABLE           VALUE "N".
074736     05  WS-ACTL-EOF-SW             PIC X(01) VALUE "N".
074745         88  WS-ACTL-EOF                VALUE "Y".
074754         88  WS-ACTL-NOT-EOF            VALUE "N".
074763     05  WS-ACCR-POSTED-SW          PIC X(01) VALUE "N".
074772         88  WS-ACCR-ALREADY-POSTED     VALUE "Y".
074781         88  WS-ACCR-NOT-YET-POSTED     VALUE "N".
074790         88  WS-ACCR-CONTROL-UNREADABLE VALUE "E".
074800     05  WS-RLSE-ITEM-SW            PIC X(01) VALUE "N".
074900         88  WS-RELEASED-ITEM           VALUE "Y".
075000         88  WS-FEED-ITEM               VALUE "N".
075100     05  WS-MAIN-EOF-SW             PIC X(01) VALUE "N".
075200         88  WS-MAIN-EOF                VALUE "Y".
075300         88  WS-MAIN-NOT-EOF            VALUE "N".
075400     05  WS-MANIFEST-SW             PIC X(01) VALUE "N".
075500         88  WS-MANIFEST-ACTIVE         VALUE "Y".
075600         88  WS-MANIFEST-INACTIVE       VALUE "N".
075700     05  WS-MFST-EOF-SW             PIC X(01) VALUE "N".
075800         88  WS-MFST-EOF                VALUE "Y".
075900         88  WS-MFST-NOT-EOF            VALUE "N".
076000     05  WS-MFST-MATCHED-SW         PIC X(01) VALUE "N".
076100         88  WS-MFST-MATCHED            VALUE "Y".
076200         88  WS-MFST-UNMATCHED          VALUE "N".
076300     05  WS-MFST-FULL-SW            PIC X(01) VALUE "N".
076400         88  WS-MFST-FULL-WARNED        VALUE "Y".
076500         88  WS-MFST-NOT-FULL           VALUE "N".
076600     05  WS-SRC-MATCHED-SW          PIC X(01) VALUE "N".
076700         88  WS-SRC-MATCHED             VALUE "Y".
076800         88  WS-SRC-UNMATCHED           VALUE "N".
076900     05  WS-POST-FILES-SW           PIC X(01) VALUE "N".
077000         88  WS-POST-FILES-OPEN         VALUE "Y".
077100         88  WS-POST-FILES-CLOSED       VALUE "N".
077200     05  WS-ACK-EOF-SW              PIC X(01) VALUE "N".
077300         88  WS-ACK-EOF                 VALUE "Y".
077400         88  WS-ACK-NOT-EOF             VALUE "N".
077500
077600 01  WS-REPORT-WORK.
077700     05  WS-LINE-COUNT              PIC 9(03) VALUE ZERO.
077800     05  WS-PAGE-COUNT              PIC 9(03) VALUE 1.
077900     05  WS-LINES-PER-PAGE          PIC 9(03) VALUE 20.
078000
078100 01  WS-EDIT-FIELDS.
078200     05  WS-EDIT-DATE               PIC 9999/99/99.
078300     05  WS-EDIT-START-TIME         PIC X(08).
078400     05  WS-EDIT-ELAPSED            PIC X(11).
078500     05  WS-EDIT-COUNTER            PIC ZZZZ9.
078600     05  WS-EDIT-RESUME-FLAG        PIC X(09).
078700     05  WS-EDIT-READ               PIC Z(6)9.
078800     05  WS-EDIT-ACCEPTED           PIC Z(6)9.
078900     05  WS-EDIT-REJECTED           PIC Z(6)9.
079000     05  WS-EDIT-AMOUNT             PIC Z(10)9.99.
079100     05  WS-EDIT-HELD               PIC Z(6)9.
079200     05  WS-EDIT-TRL-COUNT          PIC Z(6)9.
079300     05  WS-EDIT-TRL-TEXT REDEFINES WS-EDIT-TRL-COUNT
079400                                    PIC X(07).
079500     05  WS-EDIT-SRC-STATUS         PIC X(09).
079600     05  WS-FINAL-RUN-MSG           PIC X(48) VALUE SPACES.
079700
079800*---------------------------------------------------------------
079900* FEED INTEGRITY WORK.  THE PRE-SCAN KEEPS, PER SOURCE
080000* SEGMENT, WHAT THE HDR AND TRL RECORDS CLAIMED AND WHAT IT
080100* ACTUALLY COUNTED.  THE AMOUNT HASH IS THE SUM OF EVERY
080200* NUMERIC TRAN-AMOUNT IN THE SEGMENT, EDITED OR NOT, SO BOTH
080300* SIDES COMPUTE IT WITHOUT KNOWING THE EDITS.
080400*---------------------------------------------------------------
080500 01  WS-FEED-CONTROL-WORK.
080600     05  WS-FEED-SOURCE-ID          PIC X(08) VALUE SPACES.
080700     05  WS-FEED-FAIL-MSG           PIC X(48) VALUE SPACES.
080800     05  WS-SRC-REFUSE-REASON       PIC X(48) VALUE SPACES.
080900     05  WS-WORK-SOURCE-ID          PIC X(08) VALUE SPACES.
081000     05  WS-NEW-SOURCE-STATUS       PIC X(01) VALUE SPACES.
081100     05  WS-RESUME-SOURCE-ID        PIC X(08) VALUE SPACES.
081200     05  WS-RESUME-SOURCE-POS       PIC 9(07) VALUE ZERO.
081300     05  WS-MANIFEST-DATE           PIC 9(08) VALUE ZERO.
081400     05  WS-ITEM-ORIGIN             PIC X(01) VALUE "F".
081500         88  WS-ORIGIN-FEED             VALUE "F".
081600         88  WS-ORIGIN-RECYCLE          VALUE "R".
081700         88  WS-ORIGIN-RELEASED         VALUE "H".
081800         88  WS-ORIGIN-ACCRUAL          VALUE "A".
081900
082000*---------------------------------------------------------------
082100* FEED MANIFEST: THE SOURCES FEEDMFST EXPECTS ON THE BUSINESS
082200* DATE BEING PROCESSED (THE CHECKPOINT'S ON A RESUMED RUN),
082300* EACH MARKED WHEN ITS HDR IS SEEN ON TRANIN.
082400*---------------------------------------------------------------
082500 01  WS-MANIFEST-TABLE.
082600     05  WS-MFST-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
082700     05  WS-MFST-ENTRY
082800         OCCURS 20 TIMES.
082900         10  WS-MFST-TBL-SOURCE     PIC X(08).
083000         10  WS-MFST-TBL-SEEN-SW    PIC X(01).
083100             88  WS-MFST-TBL-SEEN       VALUE "Y".
083200             88  WS-MFST-TBL-NOT-SEEN   VALUE "N".
083300 01  WS-MFST-SUB                    PIC 9(04) COMP VALUE ZERO.
083400 01  WS-MFST-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
083500
083600*---------------------------------------------------------------
083700* FEED SOURCE TABLE: ONE ENTRY PER HDR/TRL SEGMENT ON TRANIN,
083800* IN FEED ORDER (A HEADERLESS LEGACY FEED IS ONE ENTRY NAMED
083900* TRANIN), THEN ONE FOR EACH OF THE NEXTFEED AND RELEASED
084000* STREAMS MOUNTED, THEN ONE FOR EACH MANIFEST SOURCE THAT
084100* NEVER ARRIVED.  THE SEGMENT CAP PLUS THE MANIFEST CAP PLUS
084200* THE STREAMS STAYS INSIDE THE TABLE.  EACH ENTRY CARRIES ITS
084300* OWN CONTROL TOTALS FOR THE TRAILER AND THE POSITION OF THE
084400* LAST RECORD DELIVERED FROM IT FOR THE CHECKPOINT.
084500* A HEADERED ENTRY ALSO KEEPS ITS HDR FEED DATE AND, FOR THE
084600* ACKNOWLEDGMENT, THE FEED-CURRENCY COUNTS AND AMOUNTS RE-READ
084700* FROM THE POSTING FILES AT END OF RUN, SO A RESUMED RUN
084800* ACKNOWLEDGES THE EARLIER POD'S RECORDS TOO.
084900*---------------------------------------------------------------
085000 01  WS-SOURCE-TABLE.
085100     05  WS-SRC-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
085200     05  WS-SRC-SEGMENT-COUNT       PIC 9(04) COMP VALUE ZERO.
085300     05  WS-SRC-SEGMENT-MAX         PIC 9(04) COMP VALUE 30.
085400     05  WS-SRC-EXCEPTION-COUNT     PIC 9(04) COMP VALUE ZERO.
085500     05  WS-SRC-ENTRY
085600         OCCURS 60 TIMES.
085700         10  WS-SRC-TBL-ID          PIC X(08).
085800         10  WS-SRC-TBL-STATUS      PIC X(01).
085900             88  WS-SRC-TBL-POSTING     VALUE "P".
086000             88  WS-SRC-TBL-REFUSED     VALUE "R".
086100             88  WS-SRC-TBL-DUPLICATE   VALUE "D".
086200             88  WS-SRC-TBL-MISSING     VALUE "M".
086300             88  WS-SRC-TBL-EXCEPTION   VALUES "R" "D" "M".
086400         10  WS-SRC-TBL-HDR-SW      PIC X(01).
086500             88  WS-SRC-TBL-HAS-HDR     VALUE "Y".
086600             88  WS-SRC-TBL-NO-HDR      VALUE "N".
086700         10  WS-SRC-TBL-REASON      PIC X(48).
086800         10  WS-SRC-TBL-EXP-COUNT   PIC 9(07).
086900         10  WS-SRC-TBL-EXP-HASH    PIC 9(11)V99.
087000         10  WS-SRC-TBL-SCAN-COUNT  PIC 9(07).
087100         10  WS-SRC-TBL-SCAN-HASH   PIC 9(11)V99.
087200         10  WS-SRC-TBL-POSITION    PIC 9(07).
087300         10  WS-SRC-TBL-READ        PIC 9(07).
087400         10  WS-SRC-TBL-ACCEPTED    PIC 9(07).
087500         10  WS-SRC-TBL-REJECTED    PIC 9(07).
087600         10  WS-SRC-TBL-HELD        PIC 9(07).
087700         10  WS-SRC-TBL-AMOUNT      PIC 9(11)V99.
087800         10  WS-SRC-TBL-FEED-DATE   PIC 9(08).
087900         10  WS-SRC-TBL-ACK-ACC-COUNT
088000                                    PIC 9(07).
088100         10  WS-SRC-TBL-ACK-ACC-AMOUNT
088200                                    PIC 9(11)V99.
088300         10  WS-SRC-TBL-ACK-REJ-COUNT
088400                                    PIC 9(07).
088500         10  WS-SRC-TBL-ACK-REJ-AMOUNT
088600                                    PIC 9(11)V99.
088700         10  WS-SRC-TBL-ACK-HELD-COUNT
088800                                    PIC 9(07).
088900         10  WS-SRC-TBL-ACK-HELD-AMOUNT
089000                                    PIC 9(11)V99.
089100 01  WS-SRC-SUB                     PIC 9(04) COMP VALUE ZERO.
089200 01  WS-SRC-CUR-SUB                 PIC 9(04) COMP VALUE ZERO.
089300 01  WS-SRC-NEW-SUB                 PIC 9(04) COMP VALUE ZERO.
089400 01  WS-SRC-RECYC-SUB               PIC 9(04) COMP VALUE ZERO.
089500 01  WS-SRC-RLSE-SUB                PIC 9(04) COMP VALUE ZERO.
089600 01  WS-SRC-ACCR-SUB                PIC 9(04) COMP VALUE ZERO.
089610
089620*---------------------------------------------------------------
089630* THE CAPITALIZATION DATE HELACRU STAMPED ON THE ACCRUAL FEED.
089640* ACCRCTL CARRIES A FEED-POSTED RECORD FOR EVERY DATE WHOSE FEED
089650* A COMPLETED RUN HAS TAKEN, SO NO FEED IS POSTED TWICE.
089660*---------------------------------------------------------------
089670 01  WS-ACCR-FEED-DATE              PIC 9(08) VALUE ZERO.
089680 01  WS-ACCR-FEED-DATE-X REDEFINES WS-ACCR-FEED-DATE
089690                                    PIC X(08).
089700
089800*---------------------------------------------------------------
089900* ACKNOWLEDGMENT WORK.  THE POSTING-FILE IMAGES ARE TAKEN APART
090000* THROUGH THE SAME LAYOUT AS THE FEED RECORD (SEE HELTRAN); THE
090100* ORIGIN STAMP SAYS WHICH SOURCE SEGMENT EACH ONE CAME FROM.
090200*---------------------------------------------------------------
090300 01  WS-ACK-IMAGE.
090400     05  WS-ACK-IMG-TRAN-ID         PIC X(10).
090500     05  WS-ACK-IMG-TYPE            PIC X(02).
090600     05  WS-ACK-IMG-AMOUNT          PIC 9(07)V99.
090700     05  WS-ACK-IMG-AMOUNT-X REDEFINES WS-ACK-IMG-AMOUNT
090800                                    PIC X(09).
090900     05  WS-ACK-IMG-CURRENCY        PIC X(03).
091000     05  FILLER                     PIC X(40).
091100     05  WS-ACK-IMG-SOURCE-ID       PIC X(08).
091200     05  WS-ACK-IMG-FEED-DATE       PIC 9(08).
091300 01  WS-ACK-WORK.
091400     05  WS-ACK-SOURCE-COUNT        PIC 9(04) COMP VALUE ZERO.
091500     05  WS-ACK-FOLLOW-UP-COUNT     PIC 9(05) COMP VALUE ZERO.
091600     05  WS-ACK-MISMATCH-COUNT      PIC 9(04) COMP VALUE ZERO.
091700     05  WS-ACK-TOTAL-COUNT         PIC 9(07) VALUE ZERO.
091800     05  WS-ACK-TOTAL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
091900     05  WS-ACK-EDIT-COUNT          PIC ZZZ9.
092000     05  WS-ACK-EDIT-FOLLOW-UPS     PIC ZZZZ9.
092100 01  WS-ACK-SUB                     PIC 9(04) COMP VALUE ZERO.
092200 01  WS-ACK-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
092300
092400*---------------------------------------------------------------
092500* DUPLICATE-DETECTION HISTORY AGING.  TRANHIST IS KEYED BY
092600* TRAN-ID AND READ BY KEY FOR EVERY FEED RECORD; ENTRIES OLDER
092700* THAN THE WINDOW ARE DELETED AT STARTUP - THE FILE'S OWN
092800* RETENTION TRIM.  THE WORKING-DAY TABLE IS FILLED DURING THE
092900* CALENDAR SCAN SO ENTRY AGE IS COUNTED IN BUSINESS DAYS, NOT
093000* CALENDAR DAYS; WITH NO CALENDAR MOUNTED NOTHING IS TRIMMED
093100* AND A WARNING IS GIVEN.
093200*---------------------------------------------------------------
093300 01  WS-WORKDAY-TABLE.
093400     05  WS-WORKDAY-COUNT           PIC 9(04) COMP VALUE ZERO.
093500     05  WS-WORKDAY-DATE            PIC 9(08)
093600         OCCURS 2000 TIMES.
093700 01  WS-WDAY-SUB                    PIC 9(04) COMP VALUE ZERO.
093800 01  WS-DUP-WINDOW-DAYS             PIC 9(03) VALUE 5.
093900 01  WS-HIST-AGE                    PIC 9(05) COMP VALUE ZERO.
094000
094100*---------------------------------------------------------------
094200* EXCHANGE RATES FOR THE RUN'S BUSINESS DATE, LOADED FROM THE
094300* EXCHRATE FILE AT STARTUP.  A FEED RECORD IN THE BASE
094400* CURRENCY (OR WITH A BLANK LEGACY CODE) CONVERTS AT ONE;
094500* ANY OTHER CURRENCY MUST HAVE A RATE HERE OR THE RECORD
094600* REJECTS.  THE PER-CURRENCY CONTROL TOTALS ACCUMULATE IN
094700* THE FEED CURRENCY, NEXT TO THE CONVERTED BASE-CURRENCY
094800* AMOUNT TOTAL THE TRAILER AND DOWNSTREAM STEPS USE.
094900*---------------------------------------------------------------
095000 01  WS-BASE-CURRENCY               PIC X(03) VALUE "BRL".
095100 01  WS-RATE-TABLE.
095200     05  WS-RATE-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
095300     05  WS-RATE-ENTRY
095400         OCCURS 20 TIMES.
095500         10  WS-RATE-TBL-CCY        PIC X(03).
095600         10  WS-RATE-TBL-VALUE      PIC 9(03)V9(06).
095700 01  WS-RATE-SUB                    PIC 9(04) COMP VALUE ZERO.
095800 01  WS-RATE-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
095900 01  WS-ACTIVE-RATE                 PIC 9(03)V9(06) VALUE ZERO.
096000 01  WS-BASE-AMOUNT                 PIC 9(10)V99 VALUE ZERO.
096100 01  WS-WORK-CURRENCY               PIC X(03) VALUE SPACES.
096200 01  WS-CURRENCY-TOTALS.
096300     05  WS-CCY-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
096400     05  WS-CCY-ENTRY
096500         OCCURS 10 TIMES.
096600         10  WS-CCY-TBL-CODE        PIC X(03).
096700         10  WS-CCY-TBL-COUNT       PIC 9(07).
096800         10  WS-CCY-TBL-AMOUNT      PIC 9(11)V99.
096900 01  WS-CCY-SUB                     PIC 9(04) COMP VALUE ZERO.
097000 01  WS-CCY-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
097100
097200*---------------------------------------------------------------
097300* HOLD-QUEUE WORK.  THE LARGE-VALUE LIMIT COMES FROM THE RUN
097400* PROFILE (ZERO HOLDS NOTHING FOR SIZE) AND IS COMPARED WITH
097500* THE CONVERTED BASE AMOUNT; THE PROJECTED BALANCE IS WHAT A
097600* DEBIT WOULD LEAVE ON ITS ACCOUNT, CHECKED AGAINST THE
097700* ACCOUNT'S OVERDRAFT FLOOR.
097800*---------------------------------------------------------------
097900 01  WS-LARGE-VALUE-LIMIT           PIC 9(09)V99 VALUE ZERO.
098000 01  WS-HOLD-REASON                 PIC X(04) VALUE SPACES.
098100 01  WS-PROJECTED-BALANCE           PIC S9(11)V99 VALUE ZERO.
098200 01  WS-OD-FLOOR                    PIC S9(11)V99 VALUE ZERO.
098300
098400 PROCEDURE DIVISION.
098500*-----------------------------------------------------------*
098600*  0000-MAINLINE                                             *
098700*-----------------------------------------------------------*
098800 0000-MAINLINE.
098900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
099000     PERFORM 2000-READ-PARAMETERS THRU 2000-EXIT
099100     PERFORM 2500-VALIDATE-PARAMETERS THRU 2500-EXIT
099200     IF WS-PARMS-INVALID
099300         GO TO 9000-ABEND
099400     END-IF
099500     PERFORM 2600-LOAD-RUN-CONTROL THRU 2600-EXIT
099600     PERFORM 2700-SCAN-MISSED-DAYS THRU 2700-EXIT
099700     PERFORM 2690-CHECK-CLOSED-PERIOD THRU 2690-EXIT
099725     IF WS-PCTL-UNREADABLE
099750         GO TO 9075-REFUSE-REGISTER-UNREADABLE
099775     END-IF
099800     IF WS-BUSN-PERIOD NOT > WS-CLOSED-THRU-PERIOD
099900         GO TO 9070-REFUSE-CLOSED-PERIOD
100000     END-IF
100100     IF WS-RUN-DONE-TODAY AND WS-RERUN-NOT-REQUESTED
100200         GO TO 9050-REFUSE-DUPLICATE
100300     END-IF
100400     PERFORM 2800-OPEN-ACCOUNT-MASTER THRU 2800-EXIT
100500     PERFORM 2850-OPEN-PERIOD-MOVEMENT THRU 2850-EXIT
100600     PERFORM 2900-OPEN-TRAN-HISTORY THRU 2900-EXIT
100700     PERFORM 2970-LOAD-EXCHANGE-RATES THRU 2970-EXIT
100800     PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT
100900     PERFORM 3500-OPEN-TRANSACTIONS THRU 3500-EXIT
101000     IF WS-FEED-BAD
101100         GO TO 9060-REFUSE-BAD-FEED
101200     END-IF
101300*---------------------------------------------------------------
101400* THE REPORT FILE IS NOT OPENED (AND SO NOT TRUNCATED) UNTIL
101500* THE PARAMETER AND DUPLICATE-RUN CHECKS HAVE LET THE RUN
101600* PROCEED, SO A REFUSED RERUN LEAVES THE COMPLETED RUN'S
101700* REPORT EXACTLY AS IT WAS.
101800*---------------------------------------------------------------
101900     OPEN OUTPUT RPT-FILE
102000     SET WS-RPT-OPENED TO TRUE
102100     MOVE "RPTFILE" TO WS-IO-FILE-NAME
102200     MOVE "OPEN" TO WS-IO-OPERATION
102300     MOVE WS-RPT-STATUS TO WS-IO-STATUS-SAVE
102400     MOVE 8 TO WS-IO-SEVERITY
102500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
102600     PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
102700     PERFORM 5000-PROCESS-COUNTER THRU 5000-EXIT
102800     IF WS-WINDOW-NOT-EXPIRED
102900         PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
103000     END-IF
103100     PERFORM 6000-WRITE-REPORT-TRAILER THRU 6000-EXIT
103200     PERFORM 7000-PUBLISH-RESULTS THRU 7000-EXIT
103300     GO TO 9999-TERMINATE.
103400
103500 9000-ABEND.
103600     MOVE 16 TO RETURN-CODE
103700     PERFORM 7050-PUBLISH-FAILURE THRU 7050-EXIT
103800     GO TO 9999-TERMINATE.
103900
104000*-----------------------------------------------------------*
104100*  9050-REFUSE-DUPLICATE - THE BUSINESS DATE IS ALREADY      *
104200*  MARKED COMPLETE AND THE PROFILE DID NOT ASK FOR A RERUN.  *
104300*  END WITH A DISTINCT RETURN CODE AND LEAVE HELOUT, THE     *
104400*  CHECKPOINT AND THE RUN CONTROL EXACTLY AS THEY WERE SO    *
104500*  THE COMPLETED RUN'S ARTIFACTS ARE NOT DISTURBED.          *
104600*-----------------------------------------------------------*
104700 9050-REFUSE-DUPLICATE.
104800     MOVE 20 TO RETURN-CODE
104900     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
105000     STRING WS-START-HOUR DELIMITED BY SIZE
105100         ":" DELIMITED BY SIZE
105200         WS-START-MINUTE DELIMITED BY SIZE
105300         ":" DELIMITED BY SIZE
105400         WS-START-SECOND DELIMITED BY SIZE
105500         INTO WS-EDIT-START-TIME
105600     END-STRING
105700     DISPLAY "RUN ALREADY COMPLETE FOR " WS-EDIT-DATE
105800         " - RERUN FLAG NOT SET"
105900     MOVE SPACES TO LOG-RECORD
106000     STRING WS-EDIT-DATE DELIMITED BY SIZE
106100         " " DELIMITED BY SIZE
106200         WS-EDIT-START-TIME DELIMITED BY SIZE
106300         " DUPLICATE RUN REFUSED - DATE ALREADY COMPLETE"
106400             DELIMITED BY SIZE
106500         " PROFILE=" DELIMITED BY SIZE
106600         WS-ACTIVE-PROFILE DELIMITED BY SIZE
106700         INTO LOG-RECORD
106800     END-STRING
106900     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
107000     GO TO 9999-TERMINATE.
107100
107200*-----------------------------------------------------------*
107300*  9070-REFUSE-CLOSED-PERIOD - THE BUSINESS DATE FALLS IN A  *
107400*  MONTH HELPCLS HAS ALREADY CLOSED (OR ONE BEFORE IT), SO   *
107500*  POSTING IT WOULD CHANGE BALANCES FINANCE HAS REPORTED.    *
107600*  REFUSED LIKE A DUPLICATE RUN, WITH HELOUT, THE CHECKPOINT *
107700*  AND THE RUN CONTROL LEFT EXACTLY AS THEY WERE.            *
107800*-----------------------------------------------------------*
107900 9070-REFUSE-CLOSED-PERIOD.
108000     MOVE 20 TO RETURN-CODE
108100     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
108200     STRING WS-START-HOUR DELIMITED BY SIZE
108300         ":" DELIMITED BY SIZE
108400         WS-START-MINUTE DELIMITED BY SIZE
108500         ":" DELIMITED BY SIZE
108600         WS-START-SECOND DELIMITED BY SIZE
108700         INTO WS-EDIT-START-TIME
108800     END-STRING
108900     DISPLAY "BUSINESS DATE " WS-EDIT-DATE
109000         " IS IN A CLOSED PERIOD - RUN REFUSED"
109100     MOVE SPACES TO LOG-RECORD
109200     STRING WS-EDIT-DATE DELIMITED BY SIZE
109300         " " DELIMITED BY SIZE
109400         WS-EDIT-START-TIME DELIMITED BY SIZE
109500         " RUN REFUSED - BUSINESS DATE IN CLOSED PERIOD"
109600             DELIMITED BY SIZE
109700         " PROFILE=" DELIMITED BY SIZE
109800         WS-ACTIVE-PROFILE DELIMITED BY SIZE
109900         INTO LOG-RECORD
110000     END-STRING
110100     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
110200     GO TO 9999-TERMINATE.
110300
110303*-----------------------------------------------------------*
110306*  9075-REFUSE-REGISTER-UNREADABLE - THE CLOSED-PERIOD       *
110309*  REGISTER IS ON FILE BUT COULD NOT BE READ, SO THERE IS NO *
110312*  TELLING WHETHER THE BUSINESS DATE IS IN A CLOSED MONTH.   *
110315*  REFUSED BEFORE ANYTHING POSTS, WITH HELOUT, THE           *
110318*  CHECKPOINT AND THE RUN CONTROL LEFT EXACTLY AS THEY WERE. *
110321*-----------------------------------------------------------*
110324 9075-REFUSE-REGISTER-UNREADABLE.
110327     MOVE 8 TO RETURN-CODE
110330     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
110333     STRING WS-START-HOUR DELIMITED BY SIZE
110336         ":" DELIMITED BY SIZE
110339         WS-START-MINUTE DELIMITED BY SIZE
110342         ":" DELIMITED BY SIZE
110345         WS-START-SECOND DELIMITED BY SIZE
110348         INTO WS-EDIT-START-TIME
110351     END-STRING
110354     DISPLAY "CLOSED-PERIOD REGISTER PERDCTL NOT READABLE - "
110357         "RUN REFUSED"
110360     MOVE SPACES TO LOG-RECORD
110363     STRING WS-EDIT-DATE DELIMITED BY SIZE
110366         " " DELIMITED BY SIZE
110369         WS-EDIT-START-TIME DELIMITED BY SIZE
110372         " RUN REFUSED - PERDCTL NOT READABLE"
110375             DELIMITED BY SIZE
110378         " PROFILE=" DELIMITED BY SIZE
110381         WS-ACTIVE-PROFILE DELIMITED BY SIZE
110384         INTO LOG-RECORD
110387     END-STRING
110390     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
110393     GO TO 9999-TERMINATE.
110396
110400*-----------------------------------------------------------*
110500*  9060-REFUSE-BAD-FEED - THE TRANIN PRE-SCAN FOUND A WRONG  *
110600*  FEED DATE, A MISSING TRAILER OR A CONTROL-TOTAL MISMATCH  *
110700*  ON A SINGLE-SOURCE FEED, A MULTI-SOURCE FEED IT COULD NOT *
110800*  SPLIT INTO SOURCES, OR A RESUME THAT DID NOT LAND ON ITS  *
110900*  CHECKPOINTED SOURCE POSITION.                             *
111000*  END WITH THE PARAMETER/FEED ABORT CODE BEFORE A SINGLE    *
111100*  RECORD POSTS, LEAVING THE CHECKPOINT AND RUN CONTROL      *
111200*  UNTOUCHED SO THE CORRECTED FEED CAN SIMPLY BE RERUN.      *
111300*  A FRESH RUN NAKS EVERY HEADERED SOURCE ON THE FEED SO THE *
111400*  SENDERS KNOW TO RESEND; A REFUSED RESUME SENDS NOTHING -  *
111500*  THE EARLIER POD'S SOURCES ARE STILL IN FLIGHT.            *
111600*-----------------------------------------------------------*
111700 9060-REFUSE-BAD-FEED.
111800     MOVE 16 TO RETURN-CODE
111900     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
112000     DISPLAY "FEED INTEGRITY CHECK FAILED - "
112100         WS-FEED-FAIL-MSG
112200     MOVE SPACES TO LOG-RECORD
112300     STRING WS-EDIT-DATE DELIMITED BY SIZE
112400         " FEED INTEGRITY CHECK FAILED - " DELIMITED BY SIZE
112500         WS-FEED-FAIL-MSG DELIMITED BY SIZE
112600         " SOURCE=" DELIMITED BY SIZE
112700         WS-FEED-SOURCE-ID DELIMITED BY SIZE
112800         INTO LOG-RECORD
112900     END-STRING
113000     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
113100     IF WS-RESUME-START NOT > WS-LOOP-START
113200         PERFORM 7405-MARK-FEED-REFUSED THRU 7405-EXIT
113300             VARYING WS-SRC-SUB FROM 1 BY 1
113400             UNTIL WS-SRC-SUB > WS-SRC-ENTRY-COUNT
113500         PERFORM 7400-WRITE-ACKNOWLEDGMENTS THRU 7400-EXIT
113600     END-IF
113700     PERFORM 7050-PUBLISH-FAILURE THRU 7050-EXIT
113800     GO TO 9999-TERMINATE.
113900
114000 9999-TERMINATE.
114100     PERFORM 8000-FINALIZE THRU 8000-EXIT
114200     IF WS-RUN-RC > RETURN-CODE
114300         MOVE WS-RUN-RC TO RETURN-CODE
114400     END-IF.
114500 9999-EXIT.
114600     GOBACK.
114700
114800*-----------------------------------------------------------*
114900*  1000-INITIALIZE - CAPTURE THE RUN CLOCK, OPEN THE RUN LOG *
115000*  AND SELECT THE LOCALE TEXT TO USE FOR THIS RUN.           *
115100*-----------------------------------------------------------*
115200 1000-INITIALIZE.
115300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
115400     MOVE WS-CURRENT-TIME TO WS-START-TIME-SAVE
115500     COMPUTE WS-START-HHMMSS = WS-START-TIME-NUM / 100
115600     OPEN EXTEND RUNLOG-FILE
115700     IF WS-RUNLOG-STATUS = "35" OR "05"
115800         OPEN OUTPUT RUNLOG-FILE
115900     END-IF
116000     MOVE "RUNLOG" TO WS-IO-FILE-NAME
116100     MOVE "OPEN" TO WS-IO-OPERATION
116200     MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS-SAVE
116300     MOVE 4 TO WS-IO-SEVERITY
116400     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
116500     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
116600 1000-EXIT.
116700     EXIT.
116800
116900*-----------------------------------------------------------*
117000*  1100-READ-BUSINESS-DATE - THE BUSINESS DATE THIS RUN IS   *
117100*  FOR: TODAY, UNLESS THE BUSNDATE OVERRIDE FILE NAMES A     *
117200*  PRIOR WORKING DAY TO BE RUN AFTER THE FACT.  AN ACCEPTED  *
117300*  OVERRIDE IS ANNOUNCED ON THE CONSOLE AND THE RUN LOG SO   *
117400*  AN AUDIT CAN TELL A CATCH-UP RUN FROM A NORMAL ONE.       *
117500*-----------------------------------------------------------*
117600 1100-READ-BUSINESS-DATE.
117700     MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE
117800     OPEN INPUT BDATE-FILE
117900     MOVE "BUSNDATE" TO WS-IO-FILE-NAME
118000     MOVE "OPEN" TO WS-IO-OPERATION
118100     MOVE WS-BDATE-STATUS TO WS-IO-STATUS-SAVE
118200     MOVE 4 TO WS-IO-SEVERITY
118300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
118400     IF WS-BDATE-STATUS NOT = "00"
118500         GO TO 1100-EXIT
118600     END-IF
118700     READ BDATE-FILE
118800         AT END
118900             MOVE "10" TO WS-BDATE-STATUS
119000     END-READ
119100     IF WS-BDATE-STATUS = "00"
119200         AND BDATE-OVERRIDE-DATE NUMERIC
119300         AND BDATE-OVERRIDE-DATE NOT = ZERO
119400         MOVE BDATE-OVERRIDE-DATE TO WS-BUSINESS-DATE
119500         SET WS-DATE-OVERRIDDEN TO TRUE
119600         MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
119700         DISPLAY "BUSINESS DATE OVERRIDDEN TO " WS-EDIT-DATE
119800         MOVE SPACES TO LOG-RECORD
119900         STRING WS-EDIT-DATE DELIMITED BY SIZE
120000             " BUSINESS DATE OVERRIDE ACCEPTED FOR THIS RUN"
120100                 DELIMITED BY SIZE
120200             INTO LOG-RECORD
120300         END-STRING
120400         PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
120500     END-IF
120600     CLOSE BDATE-FILE
120700     MOVE "BUSNDATE" TO WS-IO-FILE-NAME
120800     MOVE "CLOSE" TO WS-IO-OPERATION
120900     MOVE WS-BDATE-STATUS TO WS-IO-STATUS-SAVE
121000     MOVE 4 TO WS-IO-SEVERITY
121100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
121200 1100-EXIT.
121300     EXIT.
121400
121500*-----------------------------------------------------------*
121600*  2000-READ-PARAMETERS - PICK THE REQUESTED PROFILE OUT OF  *
121700*  THE MOUNTED PARAMETER FILE.  WHEN THE FILE IS MISSING OR  *
121800*  EMPTY THE LEGACY 1-THRU-10 / PORTUGUESE BEHAVIOR IS KEPT  *
121900*  (PROFILE SHOWN AS DEFAULT) SO EXISTING DEPLOYMENTS ARE    *
122000*  UNCHANGED.  A NAMED PROFILE THAT IS NOT IN THE FILE IS A  *
122100*  PARAMETER ERROR - GUESSING A RUN SHAPE WOULD BE WORSE.    *
122200*-----------------------------------------------------------*
122300 2000-READ-PARAMETERS.
122400     PERFORM 2040-READ-PROFILE-SELECT THRU 2040-EXIT
122500     OPEN INPUT PARM-FILE
122600     MOVE "PARMIN" TO WS-IO-FILE-NAME
122700     MOVE "OPEN" TO WS-IO-OPERATION
122800     MOVE WS-PARM-STATUS TO WS-IO-STATUS-SAVE
122900     MOVE 4 TO WS-IO-SEVERITY
123000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
123100     IF WS-PARM-STATUS = "00"
123200         PERFORM 2050-SCAN-PROFILE THRU 2050-EXIT
123300             UNTIL WS-PROFILE-FOUND OR WS-PARM-EOF
123400         CLOSE PARM-FILE
123500         MOVE "PARMIN" TO WS-IO-FILE-NAME
123600         MOVE "CLOSE" TO WS-IO-OPERATION
123700         MOVE WS-PARM-STATUS TO WS-IO-STATUS-SAVE
123800         MOVE 4 TO WS-IO-SEVERITY
123900         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
124000     END-IF
124100     IF WS-PROFILE-NOT-FOUND
124200         AND (WS-PARM-STATUS NOT = "00"
124300             OR WS-PARM-RECORD-COUNT = ZERO)
124400         MOVE 1 TO WS-LOOP-START
124500         MOVE 10 TO WS-LOOP-END
124600         MOVE "P" TO WS-LOCALE-SWITCH
124700         MOVE "DEFAULT" TO WS-ACTIVE-PROFILE
124800         SET WS-PROFILE-FOUND TO TRUE
124900     END-IF
125000     PERFORM 2100-SELECT-LOCALE-TEXT THRU 2100-EXIT
125100     DISPLAY WS-TXT-BANNER
125200     DISPLAY WS-TXT-DATE-LABEL " " WS-CURRENT-DAY "/"
125300         WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
125400     DISPLAY WS-TXT-TIME-LABEL " " WS-START-HOUR ":"
125500         WS-START-MINUTE ":" WS-START-SECOND.
125600 2000-EXIT.
125700     EXIT.
125800
125900*-----------------------------------------------------------*
126000*  2040-READ-PROFILE-SELECT - NAME OF THE PROFILE TO RUN,    *
126100*  FROM THE PROFSEL SELECTION FILE.  WITH NO SELECTION FILE  *
126200*  THE DAILY PROFILE IS ASSUMED.                             *
126300*-----------------------------------------------------------*
126400 2040-READ-PROFILE-SELECT.
126500     OPEN INPUT PROFSEL-FILE
126600     MOVE "PROFSEL" TO WS-IO-FILE-NAME
126700     MOVE "OPEN" TO WS-IO-OPERATION
126800     MOVE WS-PROFSEL-STATUS TO WS-IO-STATUS-SAVE
126900     MOVE 4 TO WS-IO-SEVERITY
127000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
127100     IF WS-PROFSEL-STATUS = "00"
127200         READ PROFSEL-FILE
127300             AT END
127400                 MOVE "10" TO WS-PROFSEL-STATUS
127500         END-READ
127600         MOVE "PROFSEL" TO WS-IO-FILE-NAME
127700         MOVE "READ" TO WS-IO-OPERATION
127800         MOVE WS-PROFSEL-STATUS TO WS-IO-STATUS-SAVE
127900         MOVE 4 TO WS-IO-SEVERITY
128000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
128100         IF WS-PROFSEL-STATUS = "00"
128200             AND PROFSEL-PROFILE-NAME NOT = SPACES
128300             MOVE PROFSEL-PROFILE-NAME TO WS-REQUESTED-PROFILE
128400         END-IF
128500         CLOSE PROFSEL-FILE
128600         MOVE "PROFSEL" TO WS-IO-FILE-NAME
128700         MOVE "CLOSE" TO WS-IO-OPERATION
128800         MOVE WS-PROFSEL-STATUS TO WS-IO-STATUS-SAVE
128900         MOVE 4 TO WS-IO-SEVERITY
129000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
129100     END-IF.
129200 2040-EXIT.
129300     EXIT.
129400
129500*-----------------------------------------------------------*
129600*  2050-SCAN-PROFILE - ONE PARAMETER RECORD: WHEN ITS NAME   *
129700*  MATCHES THE REQUESTED PROFILE, LOAD THE RUN SHAPE FROM    *
129800*  IT AND REMEMBER THE PROFILE FOR THE REPORT AND RUN LOG.   *
129900*-----------------------------------------------------------*
130000 2050-SCAN-PROFILE.
130100     READ PARM-FILE
130200         AT END
130300             SET WS-PARM-EOF TO TRUE
130400             GO TO 2050-EXIT
130500     END-READ
130600     IF WS-PARM-STATUS NOT = "00"
130700         MOVE "PARMIN" TO WS-IO-FILE-NAME
130800         MOVE "READ" TO WS-IO-OPERATION
130900         MOVE WS-PARM-STATUS TO WS-IO-STATUS-SAVE
131000         MOVE 4 TO WS-IO-SEVERITY
131100         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
131200         SET WS-PARM-EOF TO TRUE
131300         GO TO 2050-EXIT
131400     END-IF
131500     ADD 1 TO WS-PARM-RECORD-COUNT
131600     IF PARM-PROFILE-NAME = WS-REQUESTED-PROFILE
131700         SET WS-PROFILE-FOUND TO TRUE
131800         MOVE PARM-START-COUNT TO WS-LOOP-START
131900         MOVE PARM-END-COUNT TO WS-LOOP-END
132000         MOVE PARM-LOCALE TO WS-LOCALE-SWITCH
132100         MOVE PARM-PROFILE-NAME TO WS-ACTIVE-PROFILE
132200         IF PARM-RERUN-REQUESTED
132300             SET WS-RERUN-REQUESTED TO TRUE
132400         END-IF
132500         IF PARM-CUTOFF-TIME NUMERIC
132600             MOVE PARM-CUTOFF-TIME TO WS-CUTOFF-TIME
132700         END-IF
132800         IF PARM-DUP-WINDOW-DAYS NUMERIC
132900             AND PARM-DUP-WINDOW-DAYS NOT = ZERO
133000             MOVE PARM-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
133100         END-IF
133200         IF PARM-LARGE-VALUE-LIMIT NUMERIC
133300             MOVE PARM-LARGE-VALUE-LIMIT TO WS-LARGE-VALUE-LIMIT
133400         END-IF
133500     END-IF.
133600 2050-EXIT.
133700     EXIT.
133800
133900*-----------------------------------------------------------*
134000*  2100-SELECT-LOCALE-TEXT - MOVE THE ENGLISH OR PORTUGUESE  *
134100*  VARIANT OF EACH MESSAGE INTO THE ACTIVE-LANGUAGE FIELDS.  *
134200*-----------------------------------------------------------*
134300 2100-SELECT-LOCALE-TEXT.
134400     IF WS-LOCALE-ENGLISH
134500         MOVE WS-TXT-BANNER-E TO WS-TXT-BANNER
134600         MOVE WS-TXT-DATE-LABEL-E TO WS-TXT-DATE-LABEL
134700         MOVE WS-TXT-TIME-LABEL-E TO WS-TXT-TIME-LABEL
134800         MOVE WS-TXT-COUNTER-LABEL-E TO WS-TXT-COUNTER-LABEL
134900         MOVE WS-TXT-COMPLETE-MSG-E TO WS-TXT-COMPLETE-MSG
135000         MOVE WS-TXT-PARM-ERROR-MSG-E TO WS-TXT-PARM-ERROR-MSG
135100         MOVE WS-TXT-PROFILE-ERROR-MSG-E
135200             TO WS-TXT-PROFILE-ERROR-MSG
135300         MOVE WS-TXT-WINDOW-MSG-E TO WS-TXT-WINDOW-MSG
135400     ELSE
135500         MOVE WS-TXT-BANNER-P TO WS-TXT-BANNER
135600         MOVE WS-TXT-DATE-LABEL-P TO WS-TXT-DATE-LABEL
135700         MOVE WS-TXT-TIME-LABEL-P TO WS-TXT-TIME-LABEL
135800         MOVE WS-TXT-COUNTER-LABEL-P TO WS-TXT-COUNTER-LABEL
135900         MOVE WS-TXT-COMPLETE-MSG-P TO WS-TXT-COMPLETE-MSG
136000         MOVE WS-TXT-PARM-ERROR-MSG-P TO WS-TXT-PARM-ERROR-MSG
136100         MOVE WS-TXT-PROFILE-ERROR-MSG-P
136200             TO WS-TXT-PROFILE-ERROR-MSG
136300         MOVE WS-TXT-WINDOW-MSG-P TO WS-TXT-WINDOW-MSG
136400     END-IF.
136500 2100-EXIT.
136600     EXIT.
136700
136800*-----------------------------------------------------------*
136900*  2500-VALIDATE-PARAMETERS - REJECT A MISSING PROFILE AND   *
137000*  OUT-OF-RANGE OR NONSENSICAL LOOP BOUNDS BEFORE THE        *
137100*  COUNTER LOOP RUNS.                                        *
137200*-----------------------------------------------------------*
137300 2500-VALIDATE-PARAMETERS.
137400     SET WS-PARMS-VALID TO TRUE
137500     IF WS-PROFILE-NOT-FOUND
137600         SET WS-PARMS-INVALID TO TRUE
137700         DISPLAY WS-TXT-PROFILE-ERROR-MSG " "
137800             WS-REQUESTED-PROFILE
137900     END-IF
138000     IF WS-LOOP-START NOT NUMERIC OR WS-LOOP-END NOT NUMERIC
138100         SET WS-PARMS-INVALID TO TRUE
138200     ELSE
138300         IF WS-LOOP-START = ZERO
138400             SET WS-PARMS-INVALID TO TRUE
138500         END-IF
138600         IF WS-LOOP-END > WS-MAX-COUNT-CEILING
138700             SET WS-PARMS-INVALID TO TRUE
138800         END-IF
138900         IF WS-LOOP-START > WS-LOOP-END
139000             SET WS-PARMS-INVALID TO TRUE
139100         END-IF
139200     END-IF
139300     IF WS-PARMS-INVALID
139400         DISPLAY WS-TXT-PARM-ERROR-MSG
139500         MOVE SPACES TO LOG-RECORD
139600         STRING WS-TXT-PARM-ERROR-MSG DELIMITED BY SIZE
139700             INTO LOG-RECORD
139800         END-STRING
139900         PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
140000     END-IF.
140100 2500-EXIT.
140200     EXIT.
140300
140400*-----------------------------------------------------------*
140500*  2600-LOAD-RUN-CONTROL - COMPLETED BUSINESS DATES FROM THE *
140600*  APPEND-ONLY RUN-CONTROL FILE, FOR THE DUPLICATE-RUN CHECK *
140700*  AND THE MISSED-DAY SCAN.  A MISSING FILE JUST MEANS NO    *
140800*  RUN HAS EVER BEEN MARKED COMPLETE.                        *
140900*-----------------------------------------------------------*
141000 2600-LOAD-RUN-CONTROL.
141100     OPEN INPUT RUNCTL-FILE
141200     MOVE "RUNCTL" TO WS-IO-FILE-NAME
141300     MOVE "OPEN" TO WS-IO-OPERATION
141400     MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
141500     MOVE 4 TO WS-IO-SEVERITY
141600     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
141700     IF WS-RUNCTL-STATUS NOT = "00"
141800         GO TO 2600-EXIT
141900     END-IF
142000     PERFORM 2650-LOAD-RUNCTL-ENTRY THRU 2650-EXIT
142100         UNTIL WS-RUNCTL-EOF
142200     CLOSE RUNCTL-FILE
142300     MOVE "RUNCTL" TO WS-IO-FILE-NAME
142400     MOVE "CLOSE" TO WS-IO-OPERATION
142500     MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
142600     MOVE 4 TO WS-IO-SEVERITY
142700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
142800 2600-EXIT.
142900     EXIT.
143000
143100*-----------------------------------------------------------*
143200*  2650-LOAD-RUNCTL-ENTRY - ONE RUN-CONTROL RECORD INTO THE  *
143300*  COMPLETED-DATE TABLE; ALSO NOTES WHEN TODAY'S BUSINESS    *
143400*  DATE IS ALREADY MARKED COMPLETE.  THE FILE IS APPEND-     *
143500*  ONLY AND THE LATEST RECORD FOR A DATE WINS, SO AN O       *
143600*  (NOT-COMPLETE) RECORD APPENDED BY THE HELOPER UTILITY     *
143700*  REMOVES THE DATE FROM THE TABLE AGAIN.                    *
143800*-----------------------------------------------------------*
143900 2650-LOAD-RUNCTL-ENTRY.
144000     READ RUNCTL-FILE
144100         AT END
144200             SET WS-RUNCTL-EOF TO TRUE
144300             GO TO 2650-EXIT
144400     END-READ
144500     IF WS-RUNCTL-STATUS NOT = "00"
144600         MOVE "RUNCTL" TO WS-IO-FILE-NAME
144700         MOVE "READ" TO WS-IO-OPERATION
144800         MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
144900         MOVE 4 TO WS-IO-SEVERITY
145000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
145100         SET WS-RUNCTL-EOF TO TRUE
145200         GO TO 2650-EXIT
145300     END-IF
145400     IF RUNCTL-DATE NOT NUMERIC
145500         GO TO 2650-EXIT
145600     END-IF
145700     IF RUNCTL-NOT-COMPLETE
145800         PERFORM 2660-REMOVE-DONE-DATE THRU 2660-EXIT
145900         IF RUNCTL-DATE = WS-BUSINESS-DATE
146000             SET WS-RUN-NOT-DONE-TODAY TO TRUE
146100         END-IF
146200         GO TO 2650-EXIT
146300     END-IF
146400     IF NOT RUNCTL-COMPLETE
146500         GO TO 2650-EXIT
146600     END-IF
146700     IF RUNCTL-DATE = WS-BUSINESS-DATE
146800         SET WS-RUN-DONE-TODAY TO TRUE
146900     END-IF
147000     IF WS-RUNCTL-ENTRY-COUNT < 2000
147100         ADD 1 TO WS-RUNCTL-ENTRY-COUNT
147200         MOVE RUNCTL-DATE
147300             TO WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
147400     ELSE
147500         IF WS-RCTL-NOT-FULL
147600             SET WS-RCTL-FULL-WARNED TO TRUE
147700             DISPLAY "RUN-CONTROL TABLE FULL - MISSED-DAY "
147800                 "SCAN MAY BE INCOMPLETE"
147900         END-IF
148000     END-IF.
148100 2650-EXIT.
148200     EXIT.
148300
148400*-----------------------------------------------------------*
148500*  2660-REMOVE-DONE-DATE - TAKE EVERY TABLE ENTRY FOR THE    *
148600*  DATE AN O RECORD REOPENED BACK OUT OF THE COMPLETED-DATE  *
148700*  TABLE (THE LAST ENTRY FILLS EACH HOLE).                   *
148800*-----------------------------------------------------------*
148900 2660-REMOVE-DONE-DATE.
149000     SET WS-DATE-IN-TABLE TO TRUE
149100     PERFORM 2665-REMOVE-ONE-MATCH THRU 2665-EXIT
149200         UNTIL WS-DATE-NOT-IN-TABLE.
149300 2660-EXIT.
149400     EXIT.
149500
149600 2665-REMOVE-ONE-MATCH.
149700     SET WS-DATE-NOT-IN-TABLE TO TRUE
149800     PERFORM 2668-SEEK-DONE-DATE THRU 2668-EXIT
149900         VARYING WS-RCTL-SUB FROM 1 BY 1
150000         UNTIL WS-RCTL-SUB > WS-RUNCTL-ENTRY-COUNT
150100             OR WS-DATE-IN-TABLE
150200     IF WS-DATE-IN-TABLE
150300         MOVE WS-RUNCTL-DONE-DATE (WS-RUNCTL-ENTRY-COUNT)
150400             TO WS-RUNCTL-DONE-DATE (WS-RCTL-FOUND-SUB)
150500         SUBTRACT 1 FROM WS-RUNCTL-ENTRY-COUNT
150600     END-IF.
150700 2665-EXIT.
150800     EXIT.
150900
151000 2668-SEEK-DONE-DATE.
151100     IF WS-RUNCTL-DONE-DATE (WS-RCTL-SUB) = RUNCTL-DATE
151200         SET WS-DATE-IN-TABLE TO TRUE
151300         MOVE WS-RCTL-SUB TO WS-RCTL-FOUND-SUB
151400     END-IF.
151500 2668-EXIT.
151600     EXIT.
151700
151800*-----------------------------------------------------------*
151900*  2690-CHECK-CLOSED-PERIOD - THE LATEST PERIOD ON THE       *
152000*  CLOSED-PERIOD REGISTER.  A MISSING REGISTER MEANS NO      *
152066*  PERIOD HAS BEEN CLOSED AND EVERY DATE MAY RUN; ONE THAT   *
152132*  CANNOT BE OPENED OR READ REFUSES THE RUN.                 *
152200*-----------------------------------------------------------*
152300 2690-CHECK-CLOSED-PERIOD.
152400     MOVE ZERO TO WS-CLOSED-THRU-PERIOD
152500     OPEN INPUT PCTL-FILE
152600     IF WS-PCTL-STATUS = "35"
152700         GO TO 2690-EXIT
152800     END-IF
152810     IF WS-PCTL-STATUS NOT = "00"
152820         MOVE "PERDCTL" TO WS-IO-FILE-NAME
152830         MOVE "OPEN" TO WS-IO-OPERATION
152840         MOVE WS-PCTL-STATUS TO WS-IO-STATUS-SAVE
152850         MOVE 8 TO WS-IO-SEVERITY
152860         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
152870         SET WS-PCTL-UNREADABLE TO TRUE
152880         GO TO 2690-EXIT
152890     END-IF
152900     PERFORM 2695-READ-PERIOD-CONTROL THRU 2695-EXIT
153000         UNTIL WS-PCTL-EOF
153100     CLOSE PCTL-FILE.
153200 2690-EXIT.
153300     EXIT.
153400
153500 2695-READ-PERIOD-CONTROL.
153600     READ PCTL-FILE
153700         AT END
153800             SET WS-PCTL-EOF TO TRUE
153900             GO TO 2695-EXIT
154000     END-READ
154100     IF WS-PCTL-STATUS NOT = "00"
154200         MOVE "PERDCTL" TO WS-IO-FILE-NAME
154300         MOVE "READ" TO WS-IO-OPERATION
154400         MOVE WS-PCTL-STATUS TO WS-IO-STATUS-SAVE
154500         MOVE 8 TO WS-IO-SEVERITY
154600         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
154650         SET WS-PCTL-UNREADABLE TO TRUE
154700         SET WS-PCTL-EOF TO TRUE
154800         GO TO 2695-EXIT
154900     END-IF
155000     IF PCTL-PERIOD NUMERIC AND PCTL-CLOSED
155100         AND PCTL-PERIOD > WS-CLOSED-THRU-PERIOD
155200         MOVE PCTL-PERIOD TO WS-CLOSED-THRU-PERIOD
155300     END-IF.
155400 2695-EXIT.
155500     EXIT.
155600
155700*-----------------------------------------------------------*
155800*  2700-SCAN-MISSED-DAYS - EVERY PAST WORKING DAY IN THE     *
155900*  BUSINESS CALENDAR MUST HAVE A COMPLETED RUN ON RECORD;    *
156000*  ANY DAY WITHOUT ONE IS REPORTED TO THE CONSOLE AND THE    *
156100*  RUN LOG SO A SILENTLY SKIPPED DAY SURFACES THE NEXT       *
156200*  MORNING INSTEAD OF AT MONTH-END BALANCING.                *
156300*-----------------------------------------------------------*
156400 2700-SCAN-MISSED-DAYS.
156500     OPEN INPUT CALNDR-FILE
156600     MOVE "CALENDAR" TO WS-IO-FILE-NAME
156700     MOVE "OPEN" TO WS-IO-OPERATION
156800     MOVE WS-CALNDR-STATUS TO WS-IO-STATUS-SAVE
156900     MOVE 4 TO WS-IO-SEVERITY
157000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
157100     IF WS-CALNDR-STATUS NOT = "00"
157200         GO TO 2700-EXIT
157300     END-IF
157400     PERFORM 2750-CHECK-CALENDAR-DAY THRU 2750-EXIT
157500         UNTIL WS-CALNDR-EOF
157600     CLOSE CALNDR-FILE
157700     MOVE "CALENDAR" TO WS-IO-FILE-NAME
157800     MOVE "CLOSE" TO WS-IO-OPERATION
157900     MOVE WS-CALNDR-STATUS TO WS-IO-STATUS-SAVE
158000     MOVE 4 TO WS-IO-SEVERITY
158100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
158200 2700-EXIT.
158300     EXIT.
158400
158500 2750-CHECK-CALENDAR-DAY.
158600     READ CALNDR-FILE
158700         AT END
158800             SET WS-CALNDR-EOF TO TRUE
158900             GO TO 2750-EXIT
159000     END-READ
159100     IF WS-CALNDR-STATUS NOT = "00"
159200         MOVE "CALENDAR" TO WS-IO-FILE-NAME
159300         MOVE "READ" TO WS-IO-OPERATION
159400         MOVE WS-CALNDR-STATUS TO WS-IO-STATUS-SAVE
159500         MOVE 4 TO WS-IO-SEVERITY
159600         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
159700         SET WS-CALNDR-EOF TO TRUE
159800         GO TO 2750-EXIT
159900     END-IF
160000     IF CAL-DATE NOT NUMERIC OR NOT CAL-WORKING-DAY
160100         GO TO 2750-EXIT
160200     END-IF
160300     PERFORM 2760-STORE-WORKDAY THRU 2760-EXIT
160400     IF CAL-DATE >= WS-BUSINESS-DATE
160500         GO TO 2750-EXIT
160600     END-IF
160700     SET WS-DATE-NOT-IN-TABLE TO TRUE
160800     PERFORM 2770-MATCH-DONE-DATE THRU 2770-EXIT
160900         VARYING WS-RCTL-SUB FROM 1 BY 1
161000         UNTIL WS-RCTL-SUB > WS-RUNCTL-ENTRY-COUNT
161100             OR WS-DATE-IN-TABLE
161200     IF WS-DATE-NOT-IN-TABLE
161300         MOVE CAL-DATE TO WS-EDIT-DATE
161400         DISPLAY "MISSED WORKING DAY - NO COMPLETED RUN: "
161500             WS-EDIT-DATE
161600         MOVE SPACES TO LOG-RECORD
161700         STRING WS-EDIT-DATE DELIMITED BY SIZE
161800             " MISSED WORKING DAY - NO COMPLETED RUN ON RECORD"
161900                 DELIMITED BY SIZE
162000             INTO LOG-RECORD
162100         END-STRING
162200         PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
162300     END-IF.
162400 2750-EXIT.
162500     EXIT.
162600
162700 2770-MATCH-DONE-DATE.
162800     IF WS-RUNCTL-DONE-DATE (WS-RCTL-SUB) = CAL-DATE
162900         SET WS-DATE-IN-TABLE TO TRUE
163000     END-IF.
163100 2770-EXIT.
163200     EXIT.
163300
163400*-----------------------------------------------------------*
163500*  2760-STORE-WORKDAY - EVERY WORKING DAY SEEN DURING THE    *
163600*  CALENDAR SCAN GOES INTO THE WORKING-DAY TABLE SO THE      *
163700*  TRANSACTION-HISTORY TRIM CAN COUNT ENTRY AGE IN BUSINESS  *
163800*  DAYS.                                                     *
163900*-----------------------------------------------------------*
164000 2760-STORE-WORKDAY.
164100     IF WS-WORKDAY-COUNT < 2000
164200         ADD 1 TO WS-WORKDAY-COUNT
164300         MOVE CAL-DATE TO WS-WORKDAY-DATE (WS-WORKDAY-COUNT)
164400     END-IF.
164500 2760-EXIT.
164600     EXIT.
164700
164800*-----------------------------------------------------------*
164900*  2800-OPEN-ACCOUNT-MASTER - OPEN THE KEYED ACCOUNT MASTER  *
165000*  I-O FOR THE RUN.  THE COUNTER-LOOP EDIT READS EACH        *
165100*  TRAN-ID'S ACCOUNT BY KEY AND AN ACCEPTED POSTING REWRITES *
165200*  IT ON THE SPOT.  A MISSING MASTER JUST MEANS THE LEGACY   *
165300*  UNVALIDATED BEHAVIOR IS KEPT.                             *
165400*-----------------------------------------------------------*
165500 2800-OPEN-ACCOUNT-MASTER.
165600     OPEN I-O ACCTMST-FILE
165700     MOVE "ACCTMST" TO WS-IO-FILE-NAME
165800     MOVE "OPEN" TO WS-IO-OPERATION
165900     MOVE WS-ACCTMST-STATUS TO WS-IO-STATUS-SAVE
166000     MOVE 4 TO WS-IO-SEVERITY
166100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
166200     IF WS-ACCTMST-STATUS NOT = "00"
166300         GO TO 2800-EXIT
166400     END-IF
166500     SET WS-ACCT-PRESENT TO TRUE.
166600 2800-EXIT.
166700     EXIT.
166800
166900*-----------------------------------------------------------*
167000*  2850-OPEN-PERIOD-MOVEMENT - OPEN THE KEYED MONTH-TO-DATE  *
167100*  MOVEMENT FILE I-O, CREATING AN EMPTY ONE THE FIRST TIME.  *
167200*  ONE THAT CANNOT BE OPENED LEAVES THE PERIOD CLOSE UNABLE  *
167300*  TO PROVE THE MONTH, WHICH IS GRADED AS AN OUTPUT ERROR.   *
167400*-----------------------------------------------------------*
167500 2850-OPEN-PERIOD-MOVEMENT.
167600     IF WS-ACCT-ABSENT
167700         GO TO 2850-EXIT
167800     END-IF
167900     OPEN I-O PMOV-FILE
168000     IF WS-PMOV-STATUS = "35"
168100         OPEN OUTPUT PMOV-FILE
168200         IF WS-PMOV-STATUS = "00"
168300             CLOSE PMOV-FILE
168400             OPEN I-O PMOV-FILE
168500         END-IF
168600     END-IF
168700     MOVE "PERDMOV" TO WS-IO-FILE-NAME
168800     MOVE "OPEN" TO WS-IO-OPERATION
168900     MOVE WS-PMOV-STATUS TO WS-IO-STATUS-SAVE
169000     MOVE 8 TO WS-IO-SEVERITY
169100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
169200     IF WS-PMOV-STATUS NOT = "00"
169300         GO TO 2850-EXIT
169400     END-IF
169500     SET WS-PMOV-PRESENT TO TRUE.
169600 2850-EXIT.
169700     EXIT.
169800
169900*-----------------------------------------------------------*
170000*  2900-OPEN-TRAN-HISTORY - OPEN THE KEYED TRANSACTION       *
170100*  HISTORY I-O FOR THE RUN, CREATING AN EMPTY ONE THE FIRST  *
170200*  TIME, AND DELETE THE ENTRIES OLDER THAN THE DUPLICATE     *
170300*  WINDOW (IN BUSINESS DAYS, COUNTED AGAINST THE WORKING-DAY *
170400*  TABLE), WHICH IS THE FILE'S RETENTION TRIM.  A MISSING    *
170500*  CALENDAR MEANS NOTHING CAN BE AGED, SO EVERYTHING IS KEPT *
170600*  AND A WARNING IS GIVEN.  A HISTORY THAT CANNOT BE OPENED  *
170700*  LEAVES THE RUN WITH NO DUPLICATE CHECK, WHICH IS GRADED   *
170800*  AS AN OUTPUT ERROR.                                       *
170900*-----------------------------------------------------------*
171000 2900-OPEN-TRAN-HISTORY.
171100     OPEN I-O HIST-FILE
171200     IF WS-HIST-STATUS = "35"
171300         OPEN OUTPUT HIST-FILE
171400         IF WS-HIST-STATUS = "00"
171500             CLOSE HIST-FILE
171600             OPEN I-O HIST-FILE
171700         END-IF
171800     END-IF
171900     MOVE "TRANHIST" TO WS-IO-FILE-NAME
172000     MOVE "OPEN" TO WS-IO-OPERATION
172100     MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
172200     MOVE 8 TO WS-IO-SEVERITY
172300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
172400     IF WS-HIST-STATUS NOT = "00"
172500         GO TO 2900-EXIT
172600     END-IF
172700     SET WS-HIST-PRESENT TO TRUE
172800     IF WS-WORKDAY-COUNT = ZERO
172900         DISPLAY "TRAN HISTORY NOT TRIMMED - CALENDAR "
173000             "NOT AVAILABLE"
173100         GO TO 2900-EXIT
173200     END-IF
173300     PERFORM 2920-TRIM-HIST-ENTRY THRU 2920-EXIT
173400         UNTIL WS-HIST-EOF.
173500 2900-EXIT.
173600     EXIT.
173700
173800*-----------------------------------------------------------*
173900*  2920-TRIM-HIST-ENTRY - ONE HISTORY ENTRY IN KEY ORDER.    *
174000*  AN ENTRY PAST THE WINDOW, OR ONE WITH A BLANK ID OR A     *
174100*  NON-NUMERIC DATE, IS DELETED RATHER THAN GUESSED AT.      *
174200*-----------------------------------------------------------*
174300 2920-TRIM-HIST-ENTRY.
174400     READ HIST-FILE NEXT RECORD
174500         AT END
174600             SET WS-HIST-EOF TO TRUE
174700             GO TO 2920-EXIT
174800     END-READ
174900     IF WS-HIST-STATUS NOT = "00"
175000         MOVE "TRANHIST" TO WS-IO-FILE-NAME
175100         MOVE "READ" TO WS-IO-OPERATION
175200         MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
175300         MOVE 8 TO WS-IO-SEVERITY
175400         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
175500         SET WS-HIST-EOF TO TRUE
175600         GO TO 2920-EXIT
175700     END-IF
175800     IF HIST-TRAN-ID NOT = SPACES AND HIST-POST-DATE NUMERIC
175900         PERFORM 2950-COMPUTE-HIST-AGE THRU 2950-EXIT
176000         IF WS-HIST-AGE NOT > WS-DUP-WINDOW-DAYS
176100             GO TO 2920-EXIT
176200         END-IF
176300     END-IF
176400     DELETE HIST-FILE RECORD
176500     MOVE "TRANHIST" TO WS-IO-FILE-NAME
176600     MOVE "DELETE" TO WS-IO-OPERATION
176700     MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
176800     MOVE 8 TO WS-IO-SEVERITY
176900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
177000 2920-EXIT.
177100     EXIT.
177200
177300*-----------------------------------------------------------*
177400*  2950-COMPUTE-HIST-AGE - AGE OF THE HISTORY ENTRY JUST     *
177500*  READ, IN BUSINESS DAYS: THE WORKING DAYS AFTER ITS POST   *
177600*  DATE UP TO AND INCLUDING THE RUN'S BUSINESS DATE.         *
177700*-----------------------------------------------------------*
177800 2950-COMPUTE-HIST-AGE.
177900     MOVE ZERO TO WS-HIST-AGE
178000     PERFORM 2960-COUNT-WORKDAY THRU 2960-EXIT
178100         VARYING WS-WDAY-SUB FROM 1 BY 1
178200         UNTIL WS-WDAY-SUB > WS-WORKDAY-COUNT.
178300 2950-EXIT.
178400     EXIT.
178500
178600 2960-COUNT-WORKDAY.
178700     IF WS-WORKDAY-DATE (WS-WDAY-SUB) > HIST-POST-DATE
178800         AND WS-WORKDAY-DATE (WS-WDAY-SUB)
178900             NOT > WS-BUSINESS-DATE
179000         ADD 1 TO WS-HIST-AGE
179100     END-IF.
179200 2960-EXIT.
179300     EXIT.
179400
179500*-----------------------------------------------------------*
179600*  2970-LOAD-EXCHANGE-RATES - THE BUSINESS DATE'S RATES      *
179700*  FROM THE DAILY EXCHANGE-RATE FILE INTO THE RATE TABLE.    *
179800*  A MISSING FILE JUST MEANS ONLY BASE-CURRENCY (OR LEGACY   *
179900*  BLANK-CODE) RECORDS CAN POST - ANY OTHER CURRENCY WILL    *
180000*  REJECT FOR WANT OF A RATE.                                *
180100*-----------------------------------------------------------*
180200 2970-LOAD-EXCHANGE-RATES.
180300     OPEN INPUT RATE-FILE
180400     MOVE "EXCHRATE" TO WS-IO-FILE-NAME
180500     MOVE "OPEN" TO WS-IO-OPERATION
180600     MOVE WS-RATE-STATUS TO WS-IO-STATUS-SAVE
180700     MOVE 4 TO WS-IO-SEVERITY
180800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
180900     IF WS-RATE-STATUS NOT = "00"
181000         GO TO 2970-EXIT
181100     END-IF
181200     PERFORM 2975-LOAD-RATE-ENTRY THRU 2975-EXIT
181300         UNTIL WS-RATE-EOF
181400     CLOSE RATE-FILE
181500     MOVE "EXCHRATE" TO WS-IO-FILE-NAME
181600     MOVE "CLOSE" TO WS-IO-OPERATION
181700     MOVE WS-RATE-STATUS TO WS-IO-STATUS-SAVE
181800     MOVE 4 TO WS-IO-SEVERITY
181900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
182000 2970-EXIT.
182100     EXIT.
182200
182300*-----------------------------------------------------------*
182400*  2975-LOAD-RATE-ENTRY - ONE RATE RECORD INTO THE TABLE.    *
182500*  ONLY RECORDS FOR THE RUN'S BUSINESS DATE ARE KEPT, AND A  *
182600*  RECORD WITH A BLANK CURRENCY, A NON-NUMERIC OR ZERO RATE  *
182700*  OR A BAD DATE IS SKIPPED RATHER THAN GUESSED AT.          *
182800*-----------------------------------------------------------*
182900 2975-LOAD-RATE-ENTRY.
183000     READ RATE-FILE
183100         AT END
183200             SET WS-RATE-EOF TO TRUE
183300             GO TO 2975-EXIT
183400     END-READ
183500     IF WS-RATE-STATUS NOT = "00"
183600         MOVE "EXCHRATE" TO WS-IO-FILE-NAME
183700         MOVE "READ" TO WS-IO-OPERATION
183800         MOVE WS-RATE-STATUS TO WS-IO-STATUS-SAVE
183900         MOVE 4 TO WS-IO-SEVERITY
184000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
184100         SET WS-RATE-EOF TO TRUE
184200         GO TO 2975-EXIT
184300     END-IF
184400     IF RATE-DATE NOT NUMERIC
184500         OR RATE-CURRENCY = SPACES
184600         OR RATE-VALUE NOT NUMERIC
184700         GO TO 2975-EXIT
184800     END-IF
184900     IF RATE-DATE NOT = WS-BUSINESS-DATE
185000         OR RATE-VALUE = ZERO
185100         GO TO 2975-EXIT
185200     END-IF
185300     IF WS-RATE-ENTRY-COUNT < 20
185400         ADD 1 TO WS-RATE-ENTRY-COUNT
185500         MOVE RATE-CURRENCY
185600             TO WS-RATE-TBL-CCY (WS-RATE-ENTRY-COUNT)
185700         MOVE RATE-VALUE
185800             TO WS-RATE-TBL-VALUE (WS-RATE-ENTRY-COUNT)
185900     ELSE
186000         IF WS-RATE-NOT-FULL
186100             SET WS-RATE-FULL-WARNED TO TRUE
186200             DISPLAY "RATE TABLE FULL - CURRENCIES BEYOND "
186300                 "THE FIRST 20 WILL REJECT FOR NO RATE"
186400         END-IF
186500     END-IF.
186600 2975-EXIT.
186700     EXIT.
186800
186900*-----------------------------------------------------------*
187000*  3000-READ-CHECKPOINT - RESUME FROM A PRIOR RUN'S LAST     *
187100*  COUNTER VALUE INSTEAD OF STARTING THE LOOP OVER WHEN AN   *
187200*  EARLIER POD WAS EVICTED OR OOM-KILLED MID-LOOP.           *
187300*-----------------------------------------------------------*
187400 3000-READ-CHECKPOINT.
187500     MOVE WS-LOOP-START TO WS-RESUME-START
187600     SET WS-CHECKPOINT-NOT-FOUND TO TRUE
187700     OPEN INPUT CHKPT-FILE
187800     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
187900     MOVE "OPEN" TO WS-IO-OPERATION
188000     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
188100     MOVE 12 TO WS-IO-SEVERITY
188200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
188300     IF WS-CHKPT-STATUS = "00"
188400         READ CHKPT-FILE
188500             AT END
188600                 MOVE "10" TO WS-CHKPT-STATUS
188700         END-READ
188800         MOVE "CHKPOINT" TO WS-IO-FILE-NAME
188900         MOVE "READ" TO WS-IO-OPERATION
189000         MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
189100         MOVE 12 TO WS-IO-SEVERITY
189200         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
189300         IF WS-CHKPT-STATUS = "00"
189400             AND CHKPT-LAST-COUNT >= WS-LOOP-END
189500             COMPUTE WS-RESUME-START = WS-LOOP-END + 1
189600             MOVE WS-LOOP-END TO WS-ITERATION-COUNT
189700             SET WS-CHECKPOINT-FOUND TO TRUE
189800         ELSE
189900             IF WS-CHKPT-STATUS = "00"
190000                 AND CHKPT-LAST-COUNT >= WS-LOOP-START
190100                 COMPUTE WS-RESUME-START = CHKPT-LAST-COUNT + 1
190200                 MOVE CHKPT-LAST-COUNT TO WS-ITERATION-COUNT
190300                 SET WS-CHECKPOINT-FOUND TO TRUE
190400             END-IF
190500         END-IF
190600         IF WS-CHECKPOINT-FOUND AND CHKPT-RUN-DATE NUMERIC
190700             MOVE CHKPT-RUN-DATE TO WS-RESUMED-FROM-DATE
190800         END-IF
190900         IF WS-CHECKPOINT-FOUND AND CHKPT-SOURCE-ID NOT = SPACES
191000             AND CHKPT-SOURCE-POSITION NUMERIC
191100             MOVE CHKPT-SOURCE-ID TO WS-RESUME-SOURCE-ID
191200             MOVE CHKPT-SOURCE-POSITION TO WS-RESUME-SOURCE-POS
191300         END-IF
191400         CLOSE CHKPT-FILE
191500         MOVE "CHKPOINT" TO WS-IO-FILE-NAME
191600         MOVE "CLOSE" TO WS-IO-OPERATION
191700         MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
191800         MOVE 12 TO WS-IO-SEVERITY
191900         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
192000     END-IF.
192100 3000-EXIT.
192200     EXIT.
192300
192400*-----------------------------------------------------------*
192500*  3500-OPEN-TRANSACTIONS - OPEN THE DAILY TRANSACTION FEED, *
192600*  THE RECYCLE FEED HELRECYC QUEUED, THE FEED OF HELD ITEMS  *
192700*  HELHOLD RELEASED, AND THE REJECT AND HELD FILES.  WHEN    *
192800*  THE FEED MANIFEST EXPECTS SOURCES FOR THE DATE, ANY THAT  *
192900*  NEVER ARRIVED, OR ARRIVED TWICE, OR FAILED THEIR OWN      *
193000*  CHECK, ARE REPORTED HERE AND GRADE THE RUN.               *
193100*  WITH NEITHER FEED MOUNTED THE LEGACY COUNTER-ONLY RUN IS  *
193200*  KEPT, BUT A FRESH RUN STILL TRUNCATES THE ACCEPTED        *
193300*  POSTING FILE SO THE PRIOR DAY'S POSTINGS ARE NOT RE-      *
193400*  SUMMARIZED OR RE-TRANSMITTED DOWNSTREAM.  ON A RESUMED    *
193500*  RUN THE RECORDS ALREADY PROCESSED AND CHECKPOINTED BY     *
193600*  THE EARLIER POD ARE SKIPPED SO THE RUN PICKS UP MID-      *
193700*  STREAM, AND MUST LAND ON THE SOURCE AND POSITION THE      *
193800*  CHECKPOINT RECORDED.                                      *
193900*-----------------------------------------------------------*
194000 3500-OPEN-TRANSACTIONS.
194100     SET WS-TRAN-ABSENT TO TRUE
194200     PERFORM 3540-LOAD-MANIFEST THRU 3540-EXIT
194300     OPEN INPUT TRANIN-FILE
194400     MOVE "TRANIN" TO WS-IO-FILE-NAME
194500     MOVE "OPEN" TO WS-IO-OPERATION
194600     MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
194700     MOVE 4 TO WS-IO-SEVERITY
194800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
194900     IF WS-TRAN-STATUS = "00"
195000         PERFORM 3550-VERIFY-FEED-INTEGRITY THRU 3550-EXIT
195100         IF WS-FEED-BAD
195200             GO TO 3500-EXIT
195300         END-IF
195400         SET WS-TRAN-PRESENT TO TRUE
195500     END-IF
195600     PERFORM 3520-OPEN-RECYCLE-FEED THRU 3520-EXIT
195700     PERFORM 3530-OPEN-RELEASE-FEED THRU 3530-EXIT
195800     PERFORM 3535-OPEN-ACCRUAL-FEED THRU 3535-EXIT
195900     PERFORM 3580-CHECK-MISSING-SOURCE THRU 3580-EXIT
196000         VARYING WS-MFST-SUB FROM 1 BY 1
196100         UNTIL WS-MFST-SUB > WS-MFST-ENTRY-COUNT
196200     PERFORM 3590-REPORT-SOURCE-EXCEPTION THRU 3590-EXIT
196300         VARYING WS-SRC-SUB FROM 1 BY 1
196400         UNTIL WS-SRC-SUB > WS-SRC-ENTRY-COUNT
196500     IF WS-SRC-EXCEPTION-COUNT > ZERO AND WS-RUN-RC < 4
196600         MOVE 4 TO WS-RUN-RC
196700     END-IF
196800*---------------------------------------------------------------
196900* NO TRANSACTION SOURCE AT ALL: THE LEGACY COUNTER-ONLY RUN.  A
197000* FRESH RUN STILL TRUNCATES THE ACCEPTED POSTING FILE, OR THE
197100* PRIOR FEED DAY'S POSTINGS WOULD BE RE-SUMMARIZED BY HELPOST
197200* AND RE-TRANSMITTED BY HELXTRC UNDER A FRESH SEQUENCE NUMBER.
197300* A RESUMED RUN KEEPS THE POSTINGS ITS EARLIER POD CAPTURED.
197400*---------------------------------------------------------------
197500     IF WS-TRAN-ABSENT AND WS-RECYC-ABSENT AND WS-RLSE-ABSENT
197600         AND WS-ACCR-ABSENT
197700         IF WS-RESUME-START NOT > WS-LOOP-START
197800             OPEN OUTPUT ACCEPT-FILE
197900             MOVE "ACCEPTED" TO WS-IO-FILE-NAME
198000             MOVE "OPEN" TO WS-IO-OPERATION
198100             MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
198200             MOVE 8 TO WS-IO-SEVERITY
198300             PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
198400             CLOSE ACCEPT-FILE
198500             MOVE "ACCEPTED" TO WS-IO-FILE-NAME
198600             MOVE "CLOSE" TO WS-IO-OPERATION
198700             MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
198800             MOVE 8 TO WS-IO-SEVERITY
198900             PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
199000         END-IF
199100         GO TO 3500-EXIT
199200     END-IF
199300*---------------------------------------------------------------
199400* AS WITH THE ACCEPTED FILE BELOW, A RESUMED RUN EXTENDS THE
199500* REJECT FILE: THE RESUME SKIP WALKS PAST THE RECORDS THE
199600* EARLIER POD ALREADY EDITED, SO ITS REJECTS WOULD OTHERWISE
199700* BE WIPED HERE AND NEVER REACH THE HELRECYC REPAIR PASS.
199800*---------------------------------------------------------------
199900     IF WS-RESUME-START > WS-LOOP-START
200000         OPEN EXTEND REJECT-FILE
200100         IF WS-REJECT-STATUS = "35" OR "05"
200200             OPEN OUTPUT REJECT-FILE
200300         END-IF
200400     ELSE
200500         OPEN OUTPUT REJECT-FILE
200600     END-IF
200700     MOVE "REJECTS" TO WS-IO-FILE-NAME
200800     MOVE "OPEN" TO WS-IO-OPERATION
200900     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
201000     MOVE 8 TO WS-IO-SEVERITY
201100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
201200*---------------------------------------------------------------
201300* A FRESH RUN REWRITES THE ACCEPTED POSTING FILE; A RESUMED RUN
201400* EXTENDS IT SO THE POSTINGS THE EARLIER POD ALREADY CAPTURED
201500* ARE NOT LOST WITH THE RECORDS IT SKIPS BELOW.
201600*---------------------------------------------------------------
201700     IF WS-RESUME-START > WS-LOOP-START
201800         OPEN EXTEND ACCEPT-FILE
201900         IF WS-ACCEPT-STATUS = "35" OR "05"
202000             OPEN OUTPUT ACCEPT-FILE
202100         END-IF
202200     ELSE
202300         OPEN OUTPUT ACCEPT-FILE
202400     END-IF
202500     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
202600     MOVE "OPEN" TO WS-IO-OPERATION
202700     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
202800     MOVE 8 TO WS-IO-SEVERITY
202900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
203000*---------------------------------------------------------------
203100* THE HELD FILE FOLLOWS THE SAME RULE: A RESUMED RUN MUST NOT
203200* LOSE THE ITEMS ITS EARLIER POD HELD BEFORE THE RESUME SKIP.
203300*---------------------------------------------------------------
203400     IF WS-RESUME-START > WS-LOOP-START
203500         OPEN EXTEND HELD-FILE
203600         IF WS-HELD-STATUS = "35" OR "05"
203700             OPEN OUTPUT HELD-FILE
203800         END-IF
203900     ELSE
204000         OPEN OUTPUT HELD-FILE
204100     END-IF
204200     MOVE "HELDTRAN" TO WS-IO-FILE-NAME
204300     MOVE "OPEN" TO WS-IO-OPERATION
204400     MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
204500     MOVE 8 TO WS-IO-SEVERITY
204600     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
204700     SET WS-POST-FILES-OPEN TO TRUE
204800     IF WS-RESUME-START > WS-LOOP-START
204900         COMPUTE WS-TRAN-SKIP-TARGET =
205000             WS-RESUME-START - WS-LOOP-START
205100         MOVE ZERO TO WS-TRAN-SKIP-COUNT
205200         PERFORM 3600-SKIP-ONE-TRAN THRU 3600-EXIT
205300             UNTIL WS-TRAN-SKIP-COUNT >= WS-TRAN-SKIP-TARGET
205400                 OR WS-TRAN-EOF
205500         PERFORM 3650-VERIFY-RESUME-POSITION THRU 3650-EXIT
205600     END-IF.
205700 3500-EXIT.
205800     EXIT.
205900
206000*-----------------------------------------------------------*
206100*  3520-OPEN-RECYCLE-FEED - THE REPAIRED-REJECT FEED         *
206200*  HELRECYC QUEUED LAST CYCLE.  A MISSING FILE JUST MEANS    *
206300*  NOTHING WAS RECYCLED.  THE FILE CARRIES BARE 80-BYTE      *
206400*  IMAGES, NOT AN HDR/TRL PAIR: IT IS READ AFTER THE         *
206500*  CHECKED FEED EXHAUSTS, NEVER SPLICED INTO IT, SO THE      *
206600*  FEED-INTEGRITY CHECK STAYS INTACT.                        *
206700*-----------------------------------------------------------*
206800 3520-OPEN-RECYCLE-FEED.
206900     OPEN INPUT RECYC-FILE
207000     MOVE "NEXTFEED" TO WS-IO-FILE-NAME
207100     MOVE "OPEN" TO WS-IO-OPERATION
207200     MOVE WS-RECYC-STATUS TO WS-IO-STATUS-SAVE
207300     MOVE 4 TO WS-IO-SEVERITY
207400     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
207500     IF WS-RECYC-STATUS = "00"
207600         SET WS-RECYC-PRESENT TO TRUE
207700         MOVE "NEXTFEED" TO WS-WORK-SOURCE-ID
207800         MOVE "P" TO WS-NEW-SOURCE-STATUS
207900         PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
208000         MOVE WS-SRC-NEW-SUB TO WS-SRC-RECYC-SUB
208100     END-IF.
208200 3520-EXIT.
208300     EXIT.
208400
208500*-----------------------------------------------------------*
208600*  3530-OPEN-RELEASE-FEED - HELD ITEMS A SUPERVISOR RELEASED *
208700*  THROUGH HELHOLD LAST CYCLE.  A MISSING FILE JUST MEANS    *
208800*  NOTHING WAS RELEASED.  LIKE NEXTFEED IT CARRIES BARE      *
208900*  80-BYTE IMAGES READ AFTER THE CHECKED FEED, NEVER SPLICED *
209000*  INTO IT.                                                  *
209100*-----------------------------------------------------------*
209200 3530-OPEN-RELEASE-FEED.
209300     OPEN INPUT RLSE-FILE
209400     MOVE "RELEASED" TO WS-IO-FILE-NAME
209500     MOVE "OPEN" TO WS-IO-OPERATION
209600     MOVE WS-RLSE-STATUS TO WS-IO-STATUS-SAVE
209700     MOVE 4 TO WS-IO-SEVERITY
209800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
209900     IF WS-RLSE-STATUS = "00"
210000         SET WS-RLSE-PRESENT TO TRUE
210100         MOVE "RELEASED" TO WS-WORK-SOURCE-ID
210200         MOVE "P" TO WS-NEW-SOURCE-STATUS
210300         PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
210400         MOVE WS-SRC-NEW-SUB TO WS-SRC-RLSE-SUB
210500     END-IF.
210600 3530-EXIT.
210700     EXIT.
210800
210900*-----------------------------------------------------------*
211000*  3535-OPEN-ACCRUAL-FEED - INTEREST AND FEE POSTINGS        *
211100*  HELACRU GENERATED ON ITS LAST CAPITALIZATION DAY.  A      *
211200*  MISSING OR EMPTY FILE JUST MEANS NOTHING WAS CAPITALIZED. *
211240*  BARE 80-BYTE IMAGES, READ LAST OF ALL.  THE FIRST RECORD  *
211280*  GIVES THE CAPITALIZATION DATE; A FEED ALREADY TAKEN BY A  *
211320*  COMPLETED RUN IS SKIPPED WHOLE, AND THE FILE IS REOPENED  *
211360*  OTHERWISE SO IT IS READ FROM THE TOP.                     *
211400*-----------------------------------------------------------*
211500 3535-OPEN-ACCRUAL-FEED.
211600     OPEN INPUT ACCR-FILE
211700     MOVE "ACCRFEED" TO WS-IO-FILE-NAME
211800     MOVE "OPEN" TO WS-IO-OPERATION
211900     MOVE WS-ACCR-STATUS TO WS-IO-STATUS-SAVE
212000     MOVE 4 TO WS-IO-SEVERITY
212100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
212103     IF WS-ACCR-STATUS NOT = "00"
212106         GO TO 3535-EXIT
212109     END-IF
212112     READ ACCR-FILE
212115         AT END
212118             MOVE "10" TO WS-ACCR-STATUS
212121     END-READ
212124     MOVE ACCR-FEED-DATE TO WS-ACCR-FEED-DATE-X
212127     CLOSE ACCR-FILE
212130     IF WS-ACCR-STATUS NOT = "00"
212133         GO TO 3535-EXIT
212136     END-IF
212139     IF WS-ACCR-FEED-DATE NOT NUMERIC
212142         DISPLAY "ACCRUAL FEED CARRIES NO CAPITALIZATION DATE - "
212145             "NOT POSTED"
212148         MOVE "ACCRFEED" TO WS-IO-FILE-NAME
212151         MOVE "READ" TO WS-IO-OPERATION
212154         MOVE "34" TO WS-IO-STATUS-SAVE
212157         MOVE 8 TO WS-IO-SEVERITY
212160         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
212163         GO TO 3535-EXIT
212166     END-IF
212169     PERFORM 3537-CHECK-FEED-POSTED THRU 3537-EXIT
212172     IF NOT WS-ACCR-NOT-YET-POSTED
212175         GO TO 3535-EXIT
212178     END-IF
212181     OPEN INPUT ACCR-FILE
212184     MOVE "ACCRFEED" TO WS-IO-FILE-NAME
212187     MOVE "OPEN" TO WS-IO-OPERATION
212190     MOVE WS-ACCR-STATUS TO WS-IO-STATUS-SAVE
212193     MOVE 8 TO WS-IO-SEVERITY
212196     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
212200     IF WS-ACCR-STATUS = "00"
212300         SET WS-ACCR-PRESENT TO TRUE
212400         MOVE "ACCRFEED" TO WS-WORK-SOURCE-ID
212500         MOVE "P" TO WS-NEW-SOURCE-STATUS
212600         PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
212700         MOVE WS-SRC-NEW-SUB TO WS-SRC-ACCR-SUB
212800     END-IF.
212900 3535-EXIT.
213000     EXIT.
213001
213002*-----------------------------------------------------------*
213003*  3537-CHECK-FEED-POSTED - LOOK FOR A FEED-POSTED RECORD    *
213004*  FOR THE CAPITALIZATION DATE ON ACCRCTL.  A FEED ALREADY   *
213005*  TAKEN IS REPORTED AND SKIPPED.  AN ACCRCTL THAT CANNOT BE *
213006*  READ LEAVES THE QUESTION OPEN, SO THE FEED IS LEFT AS AN  *
213007*  ERROR (RC 8) FOR A RERUN RATHER THAN RISK POSTING TWICE.  *
213008*-----------------------------------------------------------*
213009 3537-CHECK-FEED-POSTED.
213010     SET WS-ACCR-NOT-YET-POSTED TO TRUE
213011     OPEN INPUT ACTL-FILE
213012     IF WS-ACTL-STATUS = "35"
213013         GO TO 3537-EXIT
213014     END-IF
213015     IF WS-ACTL-STATUS NOT = "00"
213016         MOVE "ACCRCTL" TO WS-IO-FILE-NAME
213017         MOVE "OPEN" TO WS-IO-OPERATION
213018         MOVE WS-ACTL-STATUS TO WS-IO-STATUS-SAVE
213019         MOVE 8 TO WS-IO-SEVERITY
213020         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
213021         SET WS-ACCR-CONTROL-UNREADABLE TO TRUE
213022         GO TO 3537-EXIT
213023     END-IF
213024     PERFORM 3538-READ-ACCRUAL-CONTROL THRU 3538-EXIT
213025         UNTIL WS-ACTL-EOF
213026     CLOSE ACTL-FILE
213027     IF NOT WS-ACCR-ALREADY-POSTED
213028         GO TO 3537-EXIT
213029     END-IF
213030     MOVE WS-ACCR-FEED-DATE TO WS-EDIT-DATE
213031     DISPLAY "ACCRUAL FEED FOR " WS-EDIT-DATE
213032         " ALREADY POSTED - SKIPPED"
213033     MOVE SPACES TO LOG-RECORD
213034     STRING "ACCRFEED " DELIMITED BY SIZE
213035         WS-EDIT-DATE DELIMITED BY SIZE
213036         " ALREADY POSTED - FEED SKIPPED" DELIMITED BY SIZE
213037         INTO LOG-RECORD
213038     END-STRING
213039     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT.
213040 3537-EXIT.
213041     EXIT.
213042
213043 3538-READ-ACCRUAL-CONTROL.
213044     READ ACTL-FILE
213045         AT END
213046             SET WS-ACTL-EOF TO TRUE
213047             GO TO 3538-EXIT
213048     END-READ
213049     IF WS-ACTL-STATUS NOT = "00"
213050         MOVE "ACCRCTL" TO WS-IO-FILE-NAME
213051         MOVE "READ" TO WS-IO-OPERATION
213052         MOVE WS-ACTL-STATUS TO WS-IO-STATUS-SAVE
213053         MOVE 8 TO WS-IO-SEVERITY
213054         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
213055         SET WS-ACCR-CONTROL-UNREADABLE TO TRUE
213056         SET WS-ACTL-EOF TO TRUE
213057         GO TO 3538-EXIT
213058     END-IF
213059     IF ACTL-FEED-POSTED
213060         AND ACTL-BUSN-DATE = WS-ACCR-FEED-DATE
213061         SET WS-ACCR-ALREADY-POSTED TO TRUE
213062         SET WS-ACTL-EOF TO TRUE
213063     END-IF.
213064 3538-EXIT.
213065     EXIT.
213100
213200*-----------------------------------------------------------*
213300*  3540-LOAD-MANIFEST - THE FEED SOURCES EXPECTED ON THE     *
213400*  BUSINESS DATE BEING PROCESSED (THE CHECKPOINT'S DATE ON A *
213500*  RESUMED RUN): EVERY STANDING ENTRY PLUS ANY DATED ONE FOR *
213600*  THAT DATE.  NO MANIFEST, OR NO ENTRY FOR THE DATE, LEAVES *
213700*  THE MANIFEST INACTIVE AND TRANIN IS CHECKED AS A SINGLE-  *
213800*  SOURCE FEED.                                              *
213900*-----------------------------------------------------------*
214000 3540-LOAD-MANIFEST.
214100     IF WS-RESUMED-FROM-DATE NOT = ZERO
214200         MOVE WS-RESUMED-FROM-DATE TO WS-MANIFEST-DATE
214300     ELSE
214400         MOVE WS-BUSINESS-DATE TO WS-MANIFEST-DATE
214500     END-IF
214600     OPEN INPUT MFST-FILE
214700     MOVE "FEEDMFST" TO WS-IO-FILE-NAME
214800     MOVE "OPEN" TO WS-IO-OPERATION
214900     MOVE WS-MFST-STATUS TO WS-IO-STATUS-SAVE
215000     MOVE 4 TO WS-IO-SEVERITY
215100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
215200     IF WS-MFST-STATUS NOT = "00"
215300         GO TO 3540-EXIT
215400     END-IF
215500     PERFORM 3545-LOAD-MANIFEST-ENTRY THRU 3545-EXIT
215600         UNTIL WS-MFST-EOF
215700     CLOSE MFST-FILE
215800     MOVE "FEEDMFST" TO WS-IO-FILE-NAME
215900     MOVE "CLOSE" TO WS-IO-OPERATION
216000     MOVE WS-MFST-STATUS TO WS-IO-STATUS-SAVE
216100     MOVE 4 TO WS-IO-SEVERITY
216200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
216300     IF WS-MFST-ENTRY-COUNT > ZERO
216400         SET WS-MANIFEST-ACTIVE TO TRUE
216500     END-IF.
216600 3540-EXIT.
216700     EXIT.
216800
216900*-----------------------------------------------------------*
217000*  3545-LOAD-MANIFEST-ENTRY - ONE FEEDMFST LINE.  A SOURCE   *
217100*  LISTED TWICE FOR THE DATE IS EXPECTED ONCE; A LINE WITH   *
217200*  A DATE THAT IS NOT NUMERIC IS IGNORED WITH A WARNING.     *
217300*-----------------------------------------------------------*
217400 3545-LOAD-MANIFEST-ENTRY.
217500     READ MFST-FILE
217600         AT END
217700             SET WS-MFST-EOF TO TRUE
217800             GO TO 3545-EXIT
217900     END-READ
218000     IF WS-MFST-STATUS NOT = "00"
218100         MOVE "FEEDMFST" TO WS-IO-FILE-NAME
218200         MOVE "READ" TO WS-IO-OPERATION
218300         MOVE WS-MFST-STATUS TO WS-IO-STATUS-SAVE
218400         MOVE 4 TO WS-IO-SEVERITY
218500         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
218600         SET WS-MFST-EOF TO TRUE
218700         GO TO 3545-EXIT
218800     END-IF
218900     IF MFST-RECORD (1:1) = "*" OR MFST-SOURCE-ID = SPACES
219000         GO TO 3545-EXIT
219100     END-IF
219200     IF MFST-BUSN-DATE NOT NUMERIC
219300         DISPLAY "FEED MANIFEST ENTRY IGNORED - DATE NOT NUMERIC "
219400             MFST-SOURCE-ID
219500         IF WS-RUN-RC < 4
219600             MOVE 4 TO WS-RUN-RC
219700         END-IF
219800         GO TO 3545-EXIT
219900     END-IF
220000     IF MFST-BUSN-DATE NOT = ZERO
220100         AND MFST-BUSN-DATE NOT = WS-MANIFEST-DATE
220200         GO TO 3545-EXIT
220300     END-IF
220400     MOVE MFST-SOURCE-ID TO WS-WORK-SOURCE-ID
220500     PERFORM 3547-FIND-MANIFEST-SOURCE THRU 3547-EXIT
220600     IF WS-MFST-MATCHED
220700         GO TO 3545-EXIT
220800     END-IF
220900     IF WS-MFST-ENTRY-COUNT >= 20
221000         IF WS-MFST-NOT-FULL
221100             DISPLAY "FEED MANIFEST TABLE FULL - SOURCE IGNORED "
221200                 MFST-SOURCE-ID
221300             SET WS-MFST-FULL-WARNED TO TRUE
221400             IF WS-RUN-RC < 4
221500                 MOVE 4 TO WS-RUN-RC
221600             END-IF
221700         END-IF
221800         GO TO 3545-EXIT
221900     END-IF
222000     ADD 1 TO WS-MFST-ENTRY-COUNT
222100     MOVE MFST-SOURCE-ID
222200         TO WS-MFST-TBL-SOURCE (WS-MFST-ENTRY-COUNT)
222300     SET WS-MFST-TBL-NOT-SEEN (WS-MFST-ENTRY-COUNT) TO TRUE.
222400 3545-EXIT.
222500     EXIT.
222600
222700*-----------------------------------------------------------*
222800*  3547-FIND-MANIFEST-SOURCE - TABLE SEARCH OF THE MANIFEST  *
222900*  FOR WS-WORK-SOURCE-ID.                                    *
223000*-----------------------------------------------------------*
223100 3547-FIND-MANIFEST-SOURCE.
223200     SET WS-MFST-UNMATCHED TO TRUE
223300     MOVE ZERO TO WS-MFST-FOUND-SUB
223400     PERFORM 3548-MATCH-MANIFEST-ENTRY THRU 3548-EXIT
223500         VARYING WS-MFST-SUB FROM 1 BY 1
223600         UNTIL WS-MFST-SUB > WS-MFST-ENTRY-COUNT
223700             OR WS-MFST-MATCHED.
223800 3547-EXIT.
223900     EXIT.
224000
224100 3548-MATCH-MANIFEST-ENTRY.
224200     IF WS-MFST-TBL-SOURCE (WS-MFST-SUB) = WS-WORK-SOURCE-ID
224300         SET WS-MFST-MATCHED TO TRUE
224400         MOVE WS-MFST-SUB TO WS-MFST-FOUND-SUB
224500     END-IF.
224600 3548-EXIT.
224700     EXIT.
224800*-----------------------------------------------------------*
224900*  3550-VERIFY-FEED-INTEGRITY - PRE-SCAN THE MOUNTED FEED    *
225000*  BEFORE ANY RECORD POSTS.  A FEED OPENING WITH AN HDR      *
225100*  RECORD MUST CARRY THE RUN'S FEED DATE (OR, ON A RESUMED   *
225200*  RUN, THE CHECKPOINT'S) AND END WITH A TRL                 *
225300*  RECORD WHOSE COUNT AND AMOUNT HASH MATCH WHAT THE SCAN    *
225400*  COUNTED; ANY DISAGREEMENT REFUSES THE RUN.  UNDER AN      *
225500*  ACTIVE MANIFEST THE FEED IS A RUN OF HDR/TRL SEGMENTS,    *
225600*  ONE PER SOURCE, AND EACH IS CHECKED ON ITS OWN: A BAD     *
225700*  SEGMENT IS REFUSED AND THE REST STILL POST.  A FEED WITH  *
225800*  NO HDR RECORD IS A LEGACY FEED AND SKIPS THE CHECK -      *
225900*  EXCEPT UNDER A BUSINESS-DATE OVERRIDE, WHERE A            *
226000*  HEADERLESS FEED IS REFUSED OUTRIGHT: A CATCH-UP RUN MAY   *
226100*  ONLY POST A FEED WHOSE HDR DATE PROVABLY MATCHES THE      *
226200*  OVERRIDDEN DATE, OR A STALE MOUNT WOULD SILENTLY POST     *
226300*  UNDER THE WRONG BUSINESS DATE.  THE                       *
226400*  FEED IS CLOSED AND REOPENED AFTER THE SCAN, POSITIONED    *
226500*  PAST THE HEADER, SO THE COUNTER LOOP READS THE DETAIL     *
226600*  RECORDS EXACTLY AS BEFORE.                                *
226700*-----------------------------------------------------------*
226800 3550-VERIFY-FEED-INTEGRITY.
226900     READ TRANIN-FILE
227000         AT END
227100             SET WS-FEED-HEADERLESS TO TRUE
227200             PERFORM 3555-CHECK-HEADERLESS THRU 3555-EXIT
227300             GO TO 3550-REOPEN
227400     END-READ
227500     IF WS-TRAN-STATUS NOT = "00"
227600         MOVE "TRANIN" TO WS-IO-FILE-NAME
227700         MOVE "READ" TO WS-IO-OPERATION
227800         MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
227900         MOVE 8 TO WS-IO-SEVERITY
228000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
228100         SET WS-FEED-BAD TO TRUE
228200         MOVE "FEED READ ERROR DURING INTEGRITY SCAN"
228300             TO WS-FEED-FAIL-MSG
228400         GO TO 3550-REOPEN
228500     END-IF
228600     IF NOT TRAN-HDR-PRESENT
228700         SET WS-FEED-HEADERLESS TO TRUE
228800         PERFORM 3555-CHECK-HEADERLESS THRU 3555-EXIT
228900         GO TO 3550-REOPEN
229000     END-IF
229100     SET WS-FEED-HAS-HEADER TO TRUE
229200     PERFORM 3570-START-SOURCE THRU 3570-EXIT
229300     PERFORM 3560-SCAN-FEED-RECORD THRU 3560-EXIT
229400         UNTIL WS-SCAN-EOF
229500     IF WS-FEED-BAD
229600         GO TO 3550-REOPEN
229700     END-IF
229800     IF WS-TRL-NOT-SEEN
229900         MOVE "TRAILER RECORD MISSING - FEED TRUNCATED"
230000             TO WS-SRC-REFUSE-REASON
230100         PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
230200     END-IF
230300*---------------------------------------------------------------
230400* WITH NO MANIFEST THE FEED IS ONE SOURCE, AND A SOURCE THAT
230500* FAILS ITS CHECK REFUSES THE WHOLE RUN AS IT ALWAYS HAS.
230600*---------------------------------------------------------------
230700     IF WS-MANIFEST-INACTIVE
230800         AND NOT WS-SRC-TBL-POSTING (1)
230900         SET WS-FEED-BAD TO TRUE
231000         MOVE WS-SRC-TBL-REASON (1) TO WS-FEED-FAIL-MSG
231100     END-IF.
231200 3550-REOPEN.
231300     CLOSE TRANIN-FILE
231400     MOVE "TRANIN" TO WS-IO-FILE-NAME
231500     MOVE "CLOSE" TO WS-IO-OPERATION
231600     MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
231700     MOVE 4 TO WS-IO-SEVERITY
231800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
231900     IF WS-FEED-BAD
232000         GO TO 3550-EXIT
232100     END-IF
232200     OPEN INPUT TRANIN-FILE
232300     MOVE "TRANIN" TO WS-IO-FILE-NAME
232400     MOVE "OPEN" TO WS-IO-OPERATION
232500     MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
232600     MOVE 8 TO WS-IO-SEVERITY
232700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
232800     IF WS-TRAN-STATUS NOT = "00"
232900         SET WS-FEED-BAD TO TRUE
233000         MOVE "FEED COULD NOT BE REOPENED AFTER SCAN"
233100             TO WS-FEED-FAIL-MSG
233200         GO TO 3550-EXIT
233300     END-IF
233400     IF WS-FEED-HAS-HEADER
233500         READ TRANIN-FILE
233600             AT END
233700                 SET WS-TRAN-EOF TO TRUE
233800         END-READ
233900         MOVE 1 TO WS-SRC-CUR-SUB
234000     END-IF.
234100 3550-EXIT.
234200     EXIT.
234300
234400*-----------------------------------------------------------*
234500*  3555-CHECK-HEADERLESS - A LEGACY FEED WITH NO HDR RECORD  *
234600*  IS ACCEPTED ON A NORMAL RUN, BUT REFUSED UNDER A          *
234700*  BUSINESS-DATE OVERRIDE: WITH NO HDR DATE TO VERIFY, A     *
234800*  STALE MOUNT WOULD POST THE WHOLE FEED UNDER THE WRONG     *
234900*  BUSINESS DATE AND THE CATCH-UP WALK WOULD NEVER KNOW.     *
235000*  IT IS REFUSED UNDER AN ACTIVE MANIFEST TOO: WITH NO HDR   *
235100*  THERE IS NO SOURCE ID TO MATCH AGAINST IT.                *
235200*-----------------------------------------------------------*
235300 3555-CHECK-HEADERLESS.
235400     IF WS-DATE-OVERRIDDEN
235500         SET WS-FEED-BAD TO TRUE
235600         MOVE "HEADERLESS FEED REFUSED UNDER DATE OVERRIDE"
235700             TO WS-FEED-FAIL-MSG
235800         GO TO 3555-EXIT
235900     END-IF
236000     IF WS-MANIFEST-ACTIVE
236100         SET WS-FEED-BAD TO TRUE
236200         MOVE "HEADERLESS FEED CANNOT MATCH THE MANIFEST"
236300             TO WS-FEED-FAIL-MSG
236400         GO TO 3555-EXIT
236500     END-IF
236600     MOVE "TRANIN" TO WS-WORK-SOURCE-ID
236700     MOVE "P" TO WS-NEW-SOURCE-STATUS
236800     PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
236900     MOVE WS-SRC-NEW-SUB TO WS-SRC-CUR-SUB.
237000 3555-EXIT.
237100     EXIT.
237200
237300*-----------------------------------------------------------*
237400*  3560-SCAN-FEED-RECORD - ONE FEED RECORD OF THE INTEGRITY  *
237500*  SCAN: COUNT AND HASH DETAIL RECORDS INTO THE CURRENT      *
237600*  SOURCE, CHECK ITS TRAILER, AND FLAG ANYTHING THAT FOLLOWS *
237700*  THE TRAILER.  UNDER AN ACTIVE MANIFEST AN HDR STARTS THE  *
237800*  NEXT SOURCE; ONE ARRIVING BEFORE THE CURRENT SOURCE'S TRL *
237900*  MEANS THAT SOURCE WAS TRUNCATED.                          *
238000*-----------------------------------------------------------*
238100 3560-SCAN-FEED-RECORD.
238200     READ TRANIN-FILE
238300         AT END
238400             SET WS-SCAN-EOF TO TRUE
238500             GO TO 3560-EXIT
238600     END-READ
238700     IF WS-TRAN-STATUS NOT = "00"
238800         MOVE "TRANIN" TO WS-IO-FILE-NAME
238900         MOVE "READ" TO WS-IO-OPERATION
239000         MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
239100         MOVE 8 TO WS-IO-SEVERITY
239200         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
239300         SET WS-SCAN-EOF TO TRUE
239400         SET WS-FEED-BAD TO TRUE
239500         MOVE "FEED READ ERROR DURING INTEGRITY SCAN"
239600             TO WS-FEED-FAIL-MSG
239700         GO TO 3560-EXIT
239800     END-IF
239900     IF WS-MANIFEST-ACTIVE AND TRAN-HDR-PRESENT
240000         IF WS-TRL-NOT-SEEN
240100             MOVE "TRAILER RECORD MISSING - FEED TRUNCATED"
240200                 TO WS-SRC-REFUSE-REASON
240300             PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
240400         END-IF
240500         PERFORM 3570-START-SOURCE THRU 3570-EXIT
240600         GO TO 3560-EXIT
240700     END-IF
240800     IF WS-TRL-SEEN
240900         SET WS-FEED-BAD TO TRUE
241000         MOVE "RECORDS FOLLOW THE TRAILER"
241100             TO WS-FEED-FAIL-MSG
241200         SET WS-SCAN-EOF TO TRUE
241300         GO TO 3560-EXIT
241400     END-IF
241500     IF TRAN-TRL-PRESENT
241600         SET WS-TRL-SEEN TO TRUE
241700         PERFORM 3575-CHECK-TRAILER THRU 3575-EXIT
241800         GO TO 3560-EXIT
241900     END-IF
242000     ADD 1 TO WS-SRC-TBL-SCAN-COUNT (WS-SRC-CUR-SUB)
242100     IF TRAN-AMOUNT NUMERIC
242200         ADD TRAN-AMOUNT TO WS-SRC-TBL-SCAN-HASH (WS-SRC-CUR-SUB)
242300     END-IF.
242400 3560-EXIT.
242500     EXIT.
242600
242700*-----------------------------------------------------------*
242800*  3570-START-SOURCE - AN HDR RECORD OPENS A SOURCE SEGMENT. *
242900*  ITS DATE MUST MATCH AS IT ALWAYS HAS; UNDER AN ACTIVE     *
243000*  MANIFEST ITS SOURCE ID MUST BE ONE THE MANIFEST EXPECTS   *
243100*  AND MUST NOT ALREADY HAVE ARRIVED EARLIER ON THE FEED.    *
243200*  A SECOND SEGMENT FOR A SOURCE IS NEVER POSTED: THE FIRST  *
243300*  ONE STANDS AND THE REPEAT IS REPORTED AS A DUPLICATE.     *
243400*-----------------------------------------------------------*
243500 3570-START-SOURCE.
243600     SET WS-TRL-NOT-SEEN TO TRUE
243700     MOVE TRAN-HDR-SOURCE-ID TO WS-FEED-SOURCE-ID
243800     IF WS-SRC-SEGMENT-COUNT >= WS-SRC-SEGMENT-MAX
243900         SET WS-FEED-BAD TO TRUE
244000         MOVE "TOO MANY SOURCES ON THE FEED" TO WS-FEED-FAIL-MSG
244100         SET WS-SCAN-EOF TO TRUE
244200         GO TO 3570-EXIT
244300     END-IF
244400     MOVE TRAN-HDR-SOURCE-ID TO WS-WORK-SOURCE-ID
244500     MOVE "P" TO WS-NEW-SOURCE-STATUS
244600     PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
244700     MOVE WS-SRC-NEW-SUB TO WS-SRC-CUR-SUB
244800     ADD 1 TO WS-SRC-SEGMENT-COUNT
244900     SET WS-SRC-TBL-HAS-HDR (WS-SRC-CUR-SUB) TO TRUE
245000     IF TRAN-HDR-FEED-DATE NUMERIC
245100         MOVE TRAN-HDR-FEED-DATE
245200             TO WS-SRC-TBL-FEED-DATE (WS-SRC-CUR-SUB)
245300     END-IF
245400     IF WS-MANIFEST-ACTIVE
245500         PERFORM 3572-FIND-PRIOR-SOURCE THRU 3572-EXIT
245600         IF WS-SRC-MATCHED
245700             SET WS-SRC-TBL-DUPLICATE (WS-SRC-CUR-SUB) TO TRUE
245800             MOVE "SOURCE ALREADY RECEIVED ON THIS FEED"
245900                 TO WS-SRC-TBL-REASON (WS-SRC-CUR-SUB)
246000             GO TO 3570-EXIT
246100         END-IF
246200         PERFORM 3547-FIND-MANIFEST-SOURCE THRU 3547-EXIT
246300         IF WS-MFST-UNMATCHED
246400             MOVE "SOURCE NOT IN THE FEED MANIFEST"
246500                 TO WS-SRC-REFUSE-REASON
246600             PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
246700             GO TO 3570-EXIT
246800         END-IF
246900         SET WS-MFST-TBL-SEEN (WS-MFST-FOUND-SUB) TO TRUE
247000     END-IF
247100*---------------------------------------------------------------
247200* A RESUMED RUN (WINDOW-EXPIRED THE NIGHT BEFORE, OR DAYS AGO)
247300* PICKS UP THE SAME MOUNTED FEED ON A LATER CALENDAR DAY, SO
247400* THE HDR DATE IT CARRIES IS THE CHECKPOINT'S BUSINESS DATE,
247500* NOT TODAY'S.  3000-READ-CHECKPOINT HAS ALREADY RUN, SO THAT
247600* DATE IS ACCEPTED TOO; 7100-MARK-RUN-COMPLETE ALREADY MARKS
247700* THE ORIGINAL DATE COMPLETE WHEN THE RESUME FINISHES.
247800*---------------------------------------------------------------
247900     IF TRAN-HDR-FEED-DATE NOT NUMERIC
248000         OR (TRAN-HDR-FEED-DATE NOT = WS-BUSINESS-DATE
248100             AND (WS-RESUMED-FROM-DATE = ZERO
248200                 OR TRAN-HDR-FEED-DATE
248300                     NOT = WS-RESUMED-FROM-DATE))
248400         MOVE "WRONG FEED DATE IN HEADER"
248500             TO WS-SRC-REFUSE-REASON
248600         PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
248700     END-IF.
248800 3570-EXIT.
248900     EXIT.
249000
249100*-----------------------------------------------------------*
249200*  3572-FIND-PRIOR-SOURCE - HAS THE CURRENT SEGMENT'S SOURCE *
249300*  ALREADY SENT A SEGMENT EARLIER ON THIS FEED.              *
249400*-----------------------------------------------------------*
249500 3572-FIND-PRIOR-SOURCE.
249600     SET WS-SRC-UNMATCHED TO TRUE
249700     PERFORM 3573-MATCH-PRIOR-SOURCE THRU 3573-EXIT
249800         VARYING WS-SRC-SUB FROM 1 BY 1
249900         UNTIL WS-SRC-SUB >= WS-SRC-CUR-SUB
250000             OR WS-SRC-MATCHED.
250100 3572-EXIT.
250200     EXIT.
250300
250400 3573-MATCH-PRIOR-SOURCE.
250500     IF WS-SRC-TBL-ID (WS-SRC-SUB) = WS-WORK-SOURCE-ID
250600         SET WS-SRC-MATCHED TO TRUE
250700     END-IF.
250800 3573-EXIT.
250900     EXIT.
251000
251100*-----------------------------------------------------------*
251200*  3575-CHECK-TRAILER - THE CURRENT SOURCE'S TRL RECORD MUST *
251300*  CARRY NUMERIC CONTROLS THAT MATCH WHAT THE SCAN COUNTED.  *
251400*-----------------------------------------------------------*
251500 3575-CHECK-TRAILER.
251600     IF TRAN-TRL-RECORD-COUNT NOT NUMERIC
251700         OR TRAN-TRL-AMOUNT-HASH NOT NUMERIC
251800         MOVE "TRAILER CONTROL FIELDS NOT NUMERIC"
251900             TO WS-SRC-REFUSE-REASON
252000         PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
252100         GO TO 3575-EXIT
252200     END-IF
252300     MOVE TRAN-TRL-RECORD-COUNT
252400         TO WS-SRC-TBL-EXP-COUNT (WS-SRC-CUR-SUB)
252500     MOVE TRAN-TRL-AMOUNT-HASH
252600         TO WS-SRC-TBL-EXP-HASH (WS-SRC-CUR-SUB)
252700     IF WS-SRC-TBL-SCAN-COUNT (WS-SRC-CUR-SUB)
252800         NOT = WS-SRC-TBL-EXP-COUNT (WS-SRC-CUR-SUB)
252900         MOVE "TRAILER RECORD COUNT MISMATCH"
253000             TO WS-SRC-REFUSE-REASON
253100         PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
253200         GO TO 3575-EXIT
253300     END-IF
253400     IF WS-SRC-TBL-SCAN-HASH (WS-SRC-CUR-SUB)
253500         NOT = WS-SRC-TBL-EXP-HASH (WS-SRC-CUR-SUB)
253600         MOVE "TRAILER AMOUNT HASH MISMATCH"
253700             TO WS-SRC-REFUSE-REASON
253800         PERFORM 3578-REFUSE-SOURCE THRU 3578-EXIT
253900     END-IF.
254000 3575-EXIT.
254100     EXIT.
254200
254300*-----------------------------------------------------------*
254400*  3578-REFUSE-SOURCE - MARK THE CURRENT SOURCE REFUSED FOR  *
254500*  WS-SRC-REFUSE-REASON.  THE FIRST REASON FOUND STANDS, AND *
254600*  A DUPLICATE STAYS A DUPLICATE.                            *
254700*-----------------------------------------------------------*
254800 3578-REFUSE-SOURCE.
254900     IF WS-SRC-TBL-POSTING (WS-SRC-CUR-SUB)
255000         SET WS-SRC-TBL-REFUSED (WS-SRC-CUR-SUB) TO TRUE
255100         MOVE WS-SRC-REFUSE-REASON
255200             TO WS-SRC-TBL-REASON (WS-SRC-CUR-SUB)
255300     END-IF.
255400 3578-EXIT.
255500     EXIT.
255600
255700*-----------------------------------------------------------*
255800*  3580-CHECK-MISSING-SOURCE - A MANIFEST SOURCE WHOSE HDR   *
255900*  NEVER APPEARED ON TRANIN (OR WITH NO TRANIN MOUNTED AT    *
256000*  ALL) IS ADDED TO THE SOURCE TABLE AS MISSING.             *
256100*-----------------------------------------------------------*
256200 3580-CHECK-MISSING-SOURCE.
256300     IF WS-MFST-TBL-SEEN (WS-MFST-SUB)
256400         GO TO 3580-EXIT
256500     END-IF
256600     MOVE WS-MFST-TBL-SOURCE (WS-MFST-SUB) TO WS-WORK-SOURCE-ID
256700     MOVE "M" TO WS-NEW-SOURCE-STATUS
256800     PERFORM 3585-ADD-SOURCE-ENTRY THRU 3585-EXIT
256900     MOVE "EXPECTED SOURCE NOT RECEIVED ON TRANIN"
257000         TO WS-SRC-TBL-REASON (WS-SRC-NEW-SUB).
257100 3580-EXIT.
257200     EXIT.
257300
257400*-----------------------------------------------------------*
257500*  3585-ADD-SOURCE-ENTRY - NEW SOURCE-TABLE ENTRY FOR        *
257600*  WS-WORK-SOURCE-ID WITH STATUS WS-NEW-SOURCE-STATUS AND    *
257700*  ZERO TOTALS; ITS SUBSCRIPT IS LEFT IN WS-SRC-NEW-SUB.     *
257800*-----------------------------------------------------------*
257900 3585-ADD-SOURCE-ENTRY.
258000     ADD 1 TO WS-SRC-ENTRY-COUNT
258100     MOVE WS-SRC-ENTRY-COUNT TO WS-SRC-NEW-SUB
258200     MOVE WS-WORK-SOURCE-ID TO WS-SRC-TBL-ID (WS-SRC-NEW-SUB)
258300     MOVE WS-NEW-SOURCE-STATUS
258400         TO WS-SRC-TBL-STATUS (WS-SRC-NEW-SUB)
258500     SET WS-SRC-TBL-NO-HDR (WS-SRC-NEW-SUB) TO TRUE
258600     MOVE SPACES TO WS-SRC-TBL-REASON (WS-SRC-NEW-SUB)
258700     MOVE ZERO TO WS-SRC-TBL-EXP-COUNT (WS-SRC-NEW-SUB)
258800     MOVE ZERO TO WS-SRC-TBL-EXP-HASH (WS-SRC-NEW-SUB)
258900     MOVE ZERO TO WS-SRC-TBL-SCAN-COUNT (WS-SRC-NEW-SUB)
259000     MOVE ZERO TO WS-SRC-TBL-SCAN-HASH (WS-SRC-NEW-SUB)
259100     MOVE ZERO TO WS-SRC-TBL-POSITION (WS-SRC-NEW-SUB)
259200     MOVE ZERO TO WS-SRC-TBL-READ (WS-SRC-NEW-SUB)
259300     MOVE ZERO TO WS-SRC-TBL-ACCEPTED (WS-SRC-NEW-SUB)
259400     MOVE ZERO TO WS-SRC-TBL-REJECTED (WS-SRC-NEW-SUB)
259500     MOVE ZERO TO WS-SRC-TBL-HELD (WS-SRC-NEW-SUB)
259600     MOVE ZERO TO WS-SRC-TBL-AMOUNT (WS-SRC-NEW-SUB)
259700     MOVE ZERO TO WS-SRC-TBL-FEED-DATE (WS-SRC-NEW-SUB)
259800     MOVE ZERO TO WS-SRC-TBL-ACK-ACC-COUNT (WS-SRC-NEW-SUB)
259900     MOVE ZERO TO WS-SRC-TBL-ACK-ACC-AMOUNT (WS-SRC-NEW-SUB)
260000     MOVE ZERO TO WS-SRC-TBL-ACK-REJ-COUNT (WS-SRC-NEW-SUB)
260100     MOVE ZERO TO WS-SRC-TBL-ACK-REJ-AMOUNT (WS-SRC-NEW-SUB)
260200     MOVE ZERO TO WS-SRC-TBL-ACK-HELD-COUNT (WS-SRC-NEW-SUB)
260300     MOVE ZERO TO WS-SRC-TBL-ACK-HELD-AMOUNT (WS-SRC-NEW-SUB).
260400 3585-EXIT.
260500     EXIT.
260600
260700*-----------------------------------------------------------*
260800*  3590-REPORT-SOURCE-EXCEPTION - A SOURCE THAT WILL NOT     *
260900*  POST (MISSING, DUPLICATED OR REFUSED) IS DISPLAYED AND    *
261000*  LOGGED, AND COUNTED SO THE CALLER CAN GRADE THE RUN.      *
261100*-----------------------------------------------------------*
261200 3590-REPORT-SOURCE-EXCEPTION.
261300     IF NOT WS-SRC-TBL-EXCEPTION (WS-SRC-SUB)
261400         GO TO 3590-EXIT
261500     END-IF
261600     ADD 1 TO WS-SRC-EXCEPTION-COUNT
261700     PERFORM 6350-SET-SOURCE-STATUS-TEXT THRU 6350-EXIT
261800     MOVE WS-MANIFEST-DATE TO WS-EDIT-DATE
261900     DISPLAY "FEED SOURCE " WS-SRC-TBL-ID (WS-SRC-SUB) " "
262000         WS-EDIT-SRC-STATUS " - " WS-SRC-TBL-REASON (WS-SRC-SUB)
262100     MOVE SPACES TO LOG-RECORD
262200     STRING WS-EDIT-DATE DELIMITED BY SIZE
262300         " FEED SOURCE " DELIMITED BY SIZE
262400         WS-SRC-TBL-ID (WS-SRC-SUB) DELIMITED BY SIZE
262500         " " DELIMITED BY SIZE
262600         WS-EDIT-SRC-STATUS DELIMITED BY SPACE
262700         " - " DELIMITED BY SIZE
262800         WS-SRC-TBL-REASON (WS-SRC-SUB) DELIMITED BY SIZE
262900         INTO LOG-RECORD
263000     END-STRING
263100     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT.
263200 3590-EXIT.
263300     EXIT.
263400
263500*-----------------------------------------------------------*
263600*  3600-SKIP-ONE-TRAN - PASS OVER ONE RECORD OF THE          *
263700*  TRANSACTION STREAM (MAIN FEED, RECYCLE FEED, THEN THE     *
263800*  RELEASED FEED, THEN THE ACCRUAL FEED) THAT A PRIOR RUN    *
263900*  ALREADY PROCESSED AND CHECKPOINTED.                       *
264000*-----------------------------------------------------------*
264100 3600-SKIP-ONE-TRAN.
264200     PERFORM 5151-READ-NEXT-TRAN THRU 5151-EXIT
264300     IF WS-TRAN-EOF
264400         GO TO 3600-EXIT
264500     END-IF
264600     ADD 1 TO WS-TRAN-SKIP-COUNT.
264700 3600-EXIT.
264800     EXIT.
264900*-----------------------------------------------------------*
265000*  3650-VERIFY-RESUME-POSITION - THE RESUME SKIP MUST LEAVE  *
265100*  THE STREAM ON THE SOURCE AND POSITION THE CHECKPOINT      *
265200*  RECORDED.  A DIFFERENT FEED MOUNTED SINCE, OR ONE WHOSE   *
265300*  SOURCES ARRIVED IN ANOTHER ORDER, WOULD OTHERWISE RESUME  *
265400*  ON THE WRONG RECORD AND POST PART OF THE DAY TWICE AND    *
265500*  PART NOT AT ALL, SO THE RUN IS REFUSED INSTEAD.  A        *
265600*  CHECKPOINT WRITTEN BEFORE SOURCES WERE TRACKED, OR A      *
265700*  STREAM ALREADY EXHAUSTED BY THE SKIP, IS NOT CHECKED.     *
265800*-----------------------------------------------------------*
265900 3650-VERIFY-RESUME-POSITION.
266000     IF WS-RESUME-SOURCE-ID = SPACES OR WS-TRAN-EOF
266100         OR WS-TRAN-SKIP-COUNT = ZERO
266200         GO TO 3650-EXIT
266300     END-IF
266400     IF WS-SRC-CUR-SUB > ZERO
266500         IF WS-SRC-TBL-ID (WS-SRC-CUR-SUB) = WS-RESUME-SOURCE-ID
266600             AND WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB)
266700                 = WS-RESUME-SOURCE-POS
266800             GO TO 3650-EXIT
266900         END-IF
267000     END-IF
267100     SET WS-FEED-BAD TO TRUE
267200     MOVE WS-RESUME-SOURCE-ID TO WS-FEED-SOURCE-ID
267300     MOVE "CHECKPOINT SOURCE POSITION MISMATCH"
267400         TO WS-FEED-FAIL-MSG.
267500 3650-EXIT.
267600     EXIT.
267700
267800*-----------------------------------------------------------*
267900*  4000-WRITE-REPORT-HEADER - STANDARD PRINT-STYLE HEADER    *
268000*  CARRYING THE RUN DATE/TIME FROM WS-CURRENT-DATE-DATA AND  *
268100*  THE PROFILE THE RUN WAS SHAPED BY.                        *
268200*-----------------------------------------------------------*
268300 4000-WRITE-REPORT-HEADER.
268400     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
268500     STRING WS-START-HOUR DELIMITED BY SIZE
268600         ":" DELIMITED BY SIZE
268700         WS-START-MINUTE DELIMITED BY SIZE
268800         ":" DELIMITED BY SIZE
268900         WS-START-SECOND DELIMITED BY SIZE
269000         INTO WS-EDIT-START-TIME
269100     END-STRING
269200     MOVE SPACES TO RPT-RECORD
269300     STRING " " DELIMITED BY SIZE
269400         "HELLO RUN REPORT" DELIMITED BY SIZE
269500         "   PAGE " DELIMITED BY SIZE
269600         WS-PAGE-COUNT DELIMITED BY SIZE
269700         INTO RPT-RECORD
269800     END-STRING
269900     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
270000     MOVE SPACES TO RPT-RECORD
270100     STRING " " DELIMITED BY SIZE
270200         "RUN DATE: " DELIMITED BY SIZE
270300         WS-EDIT-DATE DELIMITED BY SIZE
270400         "    RUN TIME: " DELIMITED BY SIZE
270500         WS-EDIT-START-TIME DELIMITED BY SIZE
270600         "    PROFILE: " DELIMITED BY SIZE
270700         WS-ACTIVE-PROFILE DELIMITED BY SIZE
270800         INTO RPT-RECORD
270900     END-STRING
271000     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
271100     MOVE SPACES TO RPT-RECORD
271200     STRING " " DELIMITED BY SIZE
271300         "COUNTER" DELIMITED BY SIZE
271400         INTO RPT-RECORD
271500     END-STRING
271600     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
271700     MOVE ZERO TO WS-LINE-COUNT.
271800 4000-EXIT.
271900     EXIT.
272000
272100*-----------------------------------------------------------*
272200*  4950-WRITE-RPT-RECORD - COMMON REPORT WRITE.  A REPORT    *
272300*  THAT CANNOT BE WRITTEN (FULL VOLUME, BAD MOUNT) GRADES    *
272400*  THE RUN AS AN OUTPUT FILE ERROR INSTEAD OF ENDING 0 WITH  *
272500*  A SILENTLY TRUNCATED REPORT.                              *
272600*-----------------------------------------------------------*
272700 4950-WRITE-RPT-RECORD.
272800     WRITE RPT-RECORD
272900     MOVE "RPTFILE" TO WS-IO-FILE-NAME
273000     MOVE "WRITE" TO WS-IO-OPERATION
273100     MOVE WS-RPT-STATUS TO WS-IO-STATUS-SAVE
273200     MOVE 8 TO WS-IO-SEVERITY
273300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
273400 4950-EXIT.
273500     EXIT.
273600
273700*-----------------------------------------------------------*
273800*  5000-PROCESS-COUNTER - DRIVE THE COUNTER FROM THE         *
273900*  CHECKPOINT OR PARAMETER START VALUE THROUGH THE           *
274000*  CONFIGURED END VALUE, WRITING THE CHECKPOINT, HEARTBEAT   *
274100*  AND REPORT DETAIL LINE FOR EACH ITERATION.                *
274200*-----------------------------------------------------------*
274300 5000-PROCESS-COUNTER.
274400     MOVE WS-RESUME-START TO WS-COUNTER-WORK
274500     PERFORM 5100-COUNTER-STEP THRU 5100-EXIT
274600         UNTIL WS-COUNTER-WORK > WS-LOOP-END
274700             OR WS-TRAN-EOF
274800             OR WS-WINDOW-EXPIRED.
274900 5000-EXIT.
275000     EXIT.
275100
275200 5100-COUNTER-STEP.
275300     IF WS-TRAN-PRESENT OR WS-RECYC-PRESENT
275400         OR WS-RLSE-PRESENT
275500         OR WS-ACCR-PRESENT
275600         PERFORM 5150-PROCESS-TRANSACTION THRU 5150-EXIT
275700         IF WS-TRAN-EOF
275800             GO TO 5100-EXIT
275900         END-IF
276000     END-IF
276100     DISPLAY WS-TXT-COUNTER-LABEL " " WS-COUNTER-WORK
276200     MOVE WS-COUNTER-WORK TO WS-ITERATION-COUNT
276300     ADD 1 TO WS-PASS-COUNT
276400     PERFORM 5200-WRITE-CHECKPOINT THRU 5200-EXIT
276500     PERFORM 5300-WRITE-HEARTBEAT THRU 5300-EXIT
276600     PERFORM 5400-WRITE-REPORT-DETAIL THRU 5400-EXIT
276700     ADD 1 TO WS-COUNTER-WORK
276800     PERFORM 5170-CHECK-BATCH-WINDOW THRU 5170-EXIT.
276900 5100-EXIT.
277000     EXIT.
277100
277200*-----------------------------------------------------------*
277300*  5150-PROCESS-TRANSACTION - ONE FEED RECORD PER ITERATION: *
277400*  READ IT, EDIT IT, REJECT IT WITH A REASON CODE OR ROLL    *
277500*  ITS AMOUNT INTO THE CONTROL TOTALS, OR HOLD IT FOR A      *
277600*  SUPERVISOR WHEN IT IS OVER A LIMIT.  A REJECTED OR HELD   *
277700*  RECORD STILL CONSUMES ITS ITERATION SO THE CHECKPOINT     *
277800*  KEEPS COUNTING RECORDS, NOT JUST ACCEPTED WORK.  AN ITEM  *
277900*  FROM THE RELEASED FEED HAS ALREADY BEEN APPROVED, SO IT   *
278000*  TAKES EVERY EDIT BUT THE HOLD.  AN ACCRUAL POSTING IS     *
278100*  HELACRU'S OWN AND CARRIES THE ACCOUNT ID AS ITS TRAN-ID,  *
278200*  SO IT SKIPS THE DUPLICATE CHECK, THE HOLD AND THE         *
278300*  HISTORY ENTRY AS WELL; ITS RE-RUN GUARD IS HELACRU'S.     *
278400*-----------------------------------------------------------*
278500 5150-PROCESS-TRANSACTION.
278600     PERFORM 5151-READ-NEXT-TRAN THRU 5151-EXIT
278700     IF WS-TRAN-EOF
278800         GO TO 5150-EXIT
278900     END-IF
279000     ADD 1 TO WS-TRAN-READ-COUNT
279100     ADD 1 TO WS-SRC-TBL-READ (WS-SRC-CUR-SUB)
279200     IF TRAN-ID = SPACES
279300         MOVE SPACES TO REJ-RECORD
279400         MOVE "R003" TO REJ-REASON-CODE
279500         PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
279600         GO TO 5150-EXIT
279700     END-IF
279800     IF NOT TRAN-TYPE-VALID
279900         MOVE SPACES TO REJ-RECORD
280000         MOVE "R002" TO REJ-REASON-CODE
280100         PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
280200         GO TO 5150-EXIT
280300     END-IF
280400     IF TRAN-AMOUNT NOT NUMERIC
280500         MOVE SPACES TO REJ-RECORD
280600         MOVE "R001" TO REJ-REASON-CODE
280700         PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
280800         GO TO 5150-EXIT
280900     END-IF
281000     PERFORM 5154-RESOLVE-CURRENCY THRU 5154-EXIT
281100     IF WS-RATE-UNMATCHED
281200         MOVE SPACES TO REJ-RECORD
281300         MOVE "R006" TO REJ-REASON-CODE
281400         PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
281500         GO TO 5150-EXIT
281600     END-IF
281700     IF WS-ACCT-PRESENT
281800         PERFORM 5155-FIND-ACCOUNT THRU 5155-EXIT
281900         IF WS-ACCT-UNMATCHED
282000             MOVE SPACES TO REJ-RECORD
282100             MOVE "R004" TO REJ-REASON-CODE
282200             PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
282300             GO TO 5150-EXIT
282400         END-IF
282500         IF ACCT-STATUS-CLOSED
282600             MOVE SPACES TO REJ-RECORD
282700             MOVE "R007" TO REJ-REASON-CODE
282800             PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
282900             GO TO 5150-EXIT
283000         END-IF
283100         IF ACCT-STATUS-FROZEN
283200             MOVE SPACES TO REJ-RECORD
283300             MOVE "R008" TO REJ-REASON-CODE
283400             PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
283500             GO TO 5150-EXIT
283600         END-IF
283700     END-IF
283800     COMPUTE WS-BASE-AMOUNT ROUNDED =
283900         TRAN-AMOUNT * WS-ACTIVE-RATE
284000     IF WS-ORIGIN-ACCRUAL
284100         GO TO 5150-ACCEPT
284200     END-IF
284300     PERFORM 5152-CHECK-DUPLICATE THRU 5152-EXIT
284400     IF WS-DUP-FOUND
284500         MOVE SPACES TO REJ-RECORD
284600         MOVE "R005" TO REJ-REASON-CODE
284700         PERFORM 5160-WRITE-REJECT THRU 5160-EXIT
284800         GO TO 5150-EXIT
284900     END-IF
285000     IF WS-FEED-ITEM
285100         PERFORM 5162-CHECK-HOLD THRU 5162-EXIT
285200         IF WS-HOLD-REASON NOT = SPACES
285300             PERFORM 5163-WRITE-HELD THRU 5163-EXIT
285400             GO TO 5150-EXIT
285500         END-IF
285600     END-IF.
285700 5150-ACCEPT.
285800     ADD 1 TO WS-TRAN-ACCEPT-COUNT
285900     ADD WS-BASE-AMOUNT TO WS-TRAN-AMOUNT-TOTAL
286000     ADD 1 TO WS-SRC-TBL-ACCEPTED (WS-SRC-CUR-SUB)
286100     ADD WS-BASE-AMOUNT TO WS-SRC-TBL-AMOUNT (WS-SRC-CUR-SUB)
286200     PERFORM 5167-TALLY-CURRENCY THRU 5167-EXIT
286300     IF WS-ACCT-MATCHED
286400         PERFORM 5158-UPDATE-BALANCE THRU 5158-EXIT
286500         PERFORM 5156-RECORD-MOVEMENT THRU 5156-EXIT
286600     END-IF
286700     IF NOT WS-ORIGIN-ACCRUAL
286800         PERFORM 5159-RECORD-HISTORY THRU 5159-EXIT
286900     END-IF
287000     PERFORM 5165-WRITE-ACCEPTED THRU 5165-EXIT.
287100 5150-EXIT.
287200     EXIT.
287300
287400*-----------------------------------------------------------*
287500*  5151-READ-NEXT-TRAN - NEXT RECORD OF THE TRANSACTION      *
287600*  STREAM: THE TRANIN FEED FIRST, THEN, ONCE IT EXHAUSTS     *
287700*  (END OF FILE OR ITS TRL RECORD), THE RECYCLE FEED         *
287800*  HELRECYC QUEUED FROM REPAIRED REJECTS.  RECYCLED IMAGES   *
287900*  GO THROUGH THE SAME EDITS AS FEED RECORDS, AND THE        *
288000*  DUPLICATE CHECK STILL GUARDS A RECORD ARRIVING ON BOTH.   *
288100*  THE RELEASED FEED OF HELD ITEMS HELHOLD LET THROUGH COMES *
288200*  NEXT, AND HELACRU'S ACCRUAL FEED LAST OF ALL.             *
288300*  WS-TRAN-EOF IS SET ONLY WHEN ALL FOUR SOURCES ARE DONE.   *
288400*  UNDER AN ACTIVE MANIFEST TRANIN RUNS TO END OF FILE: EACH *
288500*  HDR STEPS TO THE NEXT SOURCE SEGMENT, TRL RECORDS ARE     *
288600*  PASSED OVER, AND THE RECORDS OF A SEGMENT THAT WAS        *
288700*  REFUSED OR DUPLICATED ARE NEVER DELIVERED.  THE SOURCE OF *
288800*  EACH RECORD DELIVERED, AND ITS POSITION THERE, ARE KEPT   *
288900*  FOR THE TOTALS AND THE CHECKPOINT.                        *
289000*  EACH FEED RECORD IS STAMPED WITH ITS SEGMENT'S SOURCE ID  *
289100*  AND FEED DATE (SPACES ON A HEADERLESS FEED), AND THE      *
289200*  ORIGIN OF EVERY RECORD IS NOTED FOR THE POSTING FILES.    *
289300*-----------------------------------------------------------*
289400 5151-READ-NEXT-TRAN.
289500     SET WS-FEED-ITEM TO TRUE
289600     IF WS-TRAN-ABSENT OR WS-MAIN-EOF
289700         GO TO 5151-RECYCLE
289800     END-IF.
289900 5151-READ-MAIN.
290000     READ TRANIN-FILE
290100         AT END
290200             SET WS-MAIN-EOF TO TRUE
290300             GO TO 5151-RECYCLE
290400     END-READ
290500     IF WS-TRAN-STATUS NOT = "00"
290600         MOVE "TRANIN" TO WS-IO-FILE-NAME
290700         MOVE "READ" TO WS-IO-OPERATION
290800         MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
290900         MOVE 8 TO WS-IO-SEVERITY
291000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
291100         SET WS-MAIN-EOF TO TRUE
291200         GO TO 5151-RECYCLE
291300     END-IF
291400     IF WS-FEED-HAS-HEADER AND TRAN-TRL-PRESENT
291500         IF WS-MANIFEST-ACTIVE
291600             GO TO 5151-READ-MAIN
291700         END-IF
291800         SET WS-MAIN-EOF TO TRUE
291900         GO TO 5151-RECYCLE
292000     END-IF
292100     IF WS-MANIFEST-ACTIVE AND TRAN-HDR-PRESENT
292200         ADD 1 TO WS-SRC-CUR-SUB
292300         GO TO 5151-READ-MAIN
292400     END-IF
292500     IF NOT WS-SRC-TBL-POSTING (WS-SRC-CUR-SUB)
292600         GO TO 5151-READ-MAIN
292700     END-IF
292800     IF WS-SRC-TBL-HAS-HDR (WS-SRC-CUR-SUB)
292900         MOVE WS-SRC-TBL-ID (WS-SRC-CUR-SUB)
293000             TO TRAN-ORIG-SOURCE-ID
293100         MOVE WS-SRC-TBL-FEED-DATE (WS-SRC-CUR-SUB)
293200             TO TRAN-ORIG-FEED-DATE
293300     ELSE
293400         MOVE SPACES TO TRAN-ORIGIN
293500     END-IF
293600     SET WS-ORIGIN-FEED TO TRUE
293700     ADD 1 TO WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB)
293800     GO TO 5151-EXIT.
293900 5151-RECYCLE.
294000     IF WS-RECYC-ABSENT OR WS-RECYC-EOF
294100         GO TO 5151-RELEASED
294200     END-IF
294300     READ RECYC-FILE
294400         AT END
294500             SET WS-RECYC-EOF TO TRUE
294600             GO TO 5151-RELEASED
294700     END-READ
294800     IF WS-RECYC-STATUS NOT = "00"
294900         MOVE "NEXTFEED" TO WS-IO-FILE-NAME
295000         MOVE "READ" TO WS-IO-OPERATION
295100         MOVE WS-RECYC-STATUS TO WS-IO-STATUS-SAVE
295200         MOVE 8 TO WS-IO-SEVERITY
295300         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
295400         SET WS-RECYC-EOF TO TRUE
295500         GO TO 5151-RELEASED
295600     END-IF
295700     MOVE RECYC-RECORD TO TRAN-RECORD
295800     MOVE WS-SRC-RECYC-SUB TO WS-SRC-CUR-SUB
295900     SET WS-ORIGIN-RECYCLE TO TRUE
296000     ADD 1 TO WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB)
296100     GO TO 5151-EXIT.
296200 5151-RELEASED.
296300     IF WS-RLSE-ABSENT OR WS-RLSE-EOF
296400         GO TO 5151-ACCRUAL
296500     END-IF
296600     READ RLSE-FILE
296700         AT END
296800             SET WS-RLSE-EOF TO TRUE
296900             GO TO 5151-ACCRUAL
297000     END-READ
297100     IF WS-RLSE-STATUS NOT = "00"
297200         MOVE "RELEASED" TO WS-IO-FILE-NAME
297300         MOVE "READ" TO WS-IO-OPERATION
297400         MOVE WS-RLSE-STATUS TO WS-IO-STATUS-SAVE
297500         MOVE 8 TO WS-IO-SEVERITY
297600         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
297700         SET WS-RLSE-EOF TO TRUE
297800         GO TO 5151-ACCRUAL
297900     END-IF
298000     MOVE RLSE-RECORD TO TRAN-RECORD
298100     MOVE WS-SRC-RLSE-SUB TO WS-SRC-CUR-SUB
298200     SET WS-ORIGIN-RELEASED TO TRUE
298300     ADD 1 TO WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB)
298400     SET WS-RELEASED-ITEM TO TRUE
298500     GO TO 5151-EXIT.
298600 5151-ACCRUAL.
298700     IF WS-ACCR-ABSENT OR WS-ACCR-EOF
298800         SET WS-TRAN-EOF TO TRUE
298900         GO TO 5151-EXIT
299000     END-IF
299100     READ ACCR-FILE
299200         AT END
299300             SET WS-ACCR-EOF TO TRUE
299350             SET WS-ACCR-ENDED TO TRUE
299400             SET WS-TRAN-EOF TO TRUE
299500             GO TO 5151-EXIT
299600     END-READ
299700     IF WS-ACCR-STATUS NOT = "00"
299800         MOVE "ACCRFEED" TO WS-IO-FILE-NAME
299900         MOVE "READ" TO WS-IO-OPERATION
300000         MOVE WS-ACCR-STATUS TO WS-IO-STATUS-SAVE
300100         MOVE 8 TO WS-IO-SEVERITY
300200         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
300300         SET WS-ACCR-EOF TO TRUE
300400         SET WS-TRAN-EOF TO TRUE
300500         GO TO 5151-EXIT
300600     END-IF
300700     MOVE ACCR-RECORD TO TRAN-RECORD
300800     MOVE WS-SRC-ACCR-SUB TO WS-SRC-CUR-SUB
300900     SET WS-ORIGIN-ACCRUAL TO TRUE
301000     ADD 1 TO WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB).
301100 5151-EXIT.
301200     EXIT.
301300
301400*-----------------------------------------------------------*
301500*  5152-CHECK-DUPLICATE - KEYED READ OF THE TRAN-ID ON THE   *
301600*  PROCESSED-TRANSACTION HISTORY.  EVERY ENTRY LEFT BY THE   *
301700*  STARTUP TRIM OR ADDED SINCE IS WITHIN THE DUPLICATE       *
301800*  WINDOW, SO ANY HIT IS A DUPLICATE - INCLUDING ONE EARLIER *
301900*  IN TONIGHT'S FEED.                                        *
302000*-----------------------------------------------------------*
302100 5152-CHECK-DUPLICATE.
302200     SET WS-DUP-NOT-FOUND TO TRUE
302300     IF WS-HIST-ABSENT
302400         GO TO 5152-EXIT
302500     END-IF
302600     MOVE TRAN-ID TO HIST-TRAN-ID
302700     READ HIST-FILE
302800         INVALID KEY
302900             GO TO 5152-EXIT
303000     END-READ
303100     IF WS-HIST-STATUS NOT = "00"
303200         MOVE "TRANHIST" TO WS-IO-FILE-NAME
303300         MOVE "READ" TO WS-IO-OPERATION
303400         MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
303500         MOVE 8 TO WS-IO-SEVERITY
303600         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
303700         GO TO 5152-EXIT
303800     END-IF
303900     SET WS-DUP-FOUND TO TRUE.
304000 5152-EXIT.
304100     EXIT.
304200
304300*-----------------------------------------------------------*
304400*  5154-RESOLVE-CURRENCY - RATE FOR THE TRANSACTION'S        *
304500*  CURRENCY.  THE BASE CURRENCY AND THE LEGACY BLANK CODE    *
304600*  CONVERT AT ONE; ANYTHING ELSE MUST BE IN THE RATE TABLE   *
304700*  LOADED FOR THE BUSINESS DATE OR THE RECORD REJECTS.       *
304800*-----------------------------------------------------------*
304900 5154-RESOLVE-CURRENCY.
305000     SET WS-RATE-UNMATCHED TO TRUE
305100     MOVE ZERO TO WS-RATE-FOUND-SUB
305200     IF TRAN-CURRENCY = SPACES
305300         OR TRAN-CURRENCY = WS-BASE-CURRENCY
305400         SET WS-RATE-MATCHED TO TRUE
305500         MOVE 1 TO WS-ACTIVE-RATE
305600         GO TO 5154-EXIT
305700     END-IF
305800     PERFORM 5157-MATCH-RATE-ENTRY THRU 5157-EXIT
305900         VARYING WS-RATE-SUB FROM 1 BY 1
306000         UNTIL WS-RATE-SUB > WS-RATE-ENTRY-COUNT
306100             OR WS-RATE-MATCHED
306200     IF WS-RATE-MATCHED
306300         MOVE WS-RATE-TBL-VALUE (WS-RATE-FOUND-SUB)
306400             TO WS-ACTIVE-RATE
306500     END-IF.
306600 5154-EXIT.
306700     EXIT.
306800
306900 5157-MATCH-RATE-ENTRY.
307000     IF WS-RATE-TBL-CCY (WS-RATE-SUB) = TRAN-CURRENCY
307100         SET WS-RATE-MATCHED TO TRUE
307200         MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
307300     END-IF.
307400 5157-EXIT.
307500     EXIT.
307600
307700*-----------------------------------------------------------*
307800*  5159-RECORD-HISTORY - ADD THE ACCEPTED TRAN-ID TO THE     *
307900*  HISTORY AT ONCE SO A REPLAY IN A LATER FEED (OR LATER     *
308000*  TONIGHT, OR AFTER A RESTART) IS CAUGHT.                   *
308100*-----------------------------------------------------------*
308200 5159-RECORD-HISTORY.
308300     IF WS-HIST-ABSENT
308400         GO TO 5159-EXIT
308500     END-IF
308600     MOVE SPACES TO HIST-RECORD
308700     MOVE TRAN-ID TO HIST-TRAN-ID
308800     MOVE WS-BUSINESS-DATE TO HIST-POST-DATE
308900     WRITE HIST-RECORD
309000     MOVE "TRANHIST" TO WS-IO-FILE-NAME
309100     MOVE "WRITE" TO WS-IO-OPERATION
309200     MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
309300     MOVE 8 TO WS-IO-SEVERITY
309400     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
309500 5159-EXIT.
309600     EXIT.
309700
309800*-----------------------------------------------------------*
309900*  5155-FIND-ACCOUNT - KEYED READ OF THE TRANSACTION'S       *
310000*  ACCOUNT, LEAVING THE MASTER RECORD IN ACCT-RECORD FOR THE *
310100*  STATUS EDITS, THE HOLD CHECK AND THE BALANCE UPDATE.  A   *
310200*  RECORD WITH A NON-NUMERIC BALANCE IS TREATED AS UNKNOWN   *
310300*  RATHER THAN GUESSED AT.                                   *
310400*-----------------------------------------------------------*
310500 5155-FIND-ACCOUNT.
310600     SET WS-ACCT-UNMATCHED TO TRUE
310700     MOVE TRAN-ID TO ACCT-ID
310800     READ ACCTMST-FILE
310900         INVALID KEY
311000             GO TO 5155-EXIT
311100     END-READ
311200     IF WS-ACCTMST-STATUS NOT = "00"
311300         MOVE "ACCTMST" TO WS-IO-FILE-NAME
311400         MOVE "READ" TO WS-IO-OPERATION
311500         MOVE WS-ACCTMST-STATUS TO WS-IO-STATUS-SAVE
311600         MOVE 8 TO WS-IO-SEVERITY
311700         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
311800         GO TO 5155-EXIT
311900     END-IF
312000     IF ACCT-BALANCE NOT NUMERIC
312100         GO TO 5155-EXIT
312200     END-IF
312300     SET WS-ACCT-MATCHED TO TRUE.
312400 5155-EXIT.
312500     EXIT.
312600
312700*-----------------------------------------------------------*
312800*  5158-UPDATE-BALANCE - ROLL THE ACCEPTED AMOUNT, CONVERTED *
312900*  TO THE BASE CURRENCY THE BALANCES ARE KEPT IN, INTO THE   *
313000*  ACCOUNT'S RUNNING BALANCE: DEBITS SUBTRACT, CREDITS AND   *
313100*  ADJUSTMENTS ADD.  THE MASTER RECORD IS REWRITTEN AT ONCE, *
313200*  SO A RUN STOPPED PART WAY LEAVES EVERY POSTING IT MADE ON *
313300*  FILE.  ON RESUME, RECORDS PAST THE LAST CHECKPOINT THAT   *
313400*  HAD ALREADY POSTED FIND THEIR HISTORY ENTRY AND REJECT    *
313500*  R005 INSTEAD OF POSTING TWICE.                            *
313600*-----------------------------------------------------------*
313700 5158-UPDATE-BALANCE.
313800     IF TRAN-TYPE = "DB"
313900         SUBTRACT WS-BASE-AMOUNT FROM ACCT-BALANCE
314000     ELSE
314100         ADD WS-BASE-AMOUNT TO ACCT-BALANCE
314200     END-IF
314300     REWRITE ACCT-RECORD
314400     MOVE "ACCTMST" TO WS-IO-FILE-NAME
314500     MOVE "REWRITE" TO WS-IO-OPERATION
314600     MOVE WS-ACCTMST-STATUS TO WS-IO-STATUS-SAVE
314700     MOVE 8 TO WS-IO-SEVERITY
314800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
314900 5158-EXIT.
315000     EXIT.
315100
315200*-----------------------------------------------------------*
315300*  5156-RECORD-MOVEMENT - ADD THE POSTING JUST MADE TO THE   *
315400*  ACCOUNT'S TOTALS FOR THE MONTH OF THE BUSINESS DATE, BY   *
315500*  TYPE AND IN THE BASE CURRENCY, SO THE PERIOD CLOSE CAN    *
315600*  PROVE OPENING PLUS THE MONTH'S MOVEMENT TO THE CLOSING    *
315700*  BALANCE.  THE FIRST POSTING OF THE MONTH STARTS THE       *
315800*  ACCOUNT'S RECORD.                                         *
315900*-----------------------------------------------------------*
316000 5156-RECORD-MOVEMENT.
316100     IF WS-PMOV-ABSENT
316200         GO TO 5156-EXIT
316300     END-IF
316400     MOVE ACCT-ID TO PMOV-ACCT-ID
316500     MOVE WS-BUSN-PERIOD TO PMOV-PERIOD
316600     READ PMOV-FILE
316700         INVALID KEY
316800             MOVE "23" TO WS-PMOV-STATUS
316900     END-READ
317000     IF WS-PMOV-STATUS = "23"
317100         MOVE SPACES TO PMOV-RECORD
317200         MOVE ACCT-ID TO PMOV-ACCT-ID
317300         MOVE WS-BUSN-PERIOD TO PMOV-PERIOD
317400         MOVE ZERO TO PMOV-CR-COUNT
317500         MOVE ZERO TO PMOV-CR-AMOUNT
317600         MOVE ZERO TO PMOV-DB-COUNT
317700         MOVE ZERO TO PMOV-DB-AMOUNT
317800         MOVE ZERO TO PMOV-AJ-COUNT
317900         MOVE ZERO TO PMOV-AJ-AMOUNT
318000     ELSE
318100         IF WS-PMOV-STATUS NOT = "00"
318200             MOVE "PERDMOV" TO WS-IO-FILE-NAME
318300             MOVE "READ" TO WS-IO-OPERATION
318400             MOVE WS-PMOV-STATUS TO WS-IO-STATUS-SAVE
318500             MOVE 8 TO WS-IO-SEVERITY
318600             PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
318700             GO TO 5156-EXIT
318800         END-IF
318900     END-IF
319000     IF TRAN-TYPE = "CR"
319100         ADD 1 TO PMOV-CR-COUNT
319200         ADD WS-BASE-AMOUNT TO PMOV-CR-AMOUNT
319300     END-IF
319400     IF TRAN-TYPE = "DB"
319500         ADD 1 TO PMOV-DB-COUNT
319600         ADD WS-BASE-AMOUNT TO PMOV-DB-AMOUNT
319700     END-IF
319800     IF TRAN-TYPE = "AJ"
319900         ADD 1 TO PMOV-AJ-COUNT
320000         ADD WS-BASE-AMOUNT TO PMOV-AJ-AMOUNT
320100     END-IF
320200     MOVE WS-BUSINESS-DATE TO PMOV-LAST-DATE
320300     MOVE "PERDMOV" TO WS-IO-FILE-NAME
320400     IF WS-PMOV-STATUS = "23"
320500         WRITE PMOV-RECORD
320600         MOVE "WRITE" TO WS-IO-OPERATION
320700     ELSE
320800         REWRITE PMOV-RECORD
320900         MOVE "REWRITE" TO WS-IO-OPERATION
321000     END-IF
321100     MOVE WS-PMOV-STATUS TO WS-IO-STATUS-SAVE
321200     MOVE 8 TO WS-IO-SEVERITY
321300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
321400 5156-EXIT.
321500     EXIT.
321600
321700*-----------------------------------------------------------*
321800*  5160-WRITE-REJECT - COPY THE OFFENDING RECORD TO THE      *
321900*  REJECT FILE BEHIND THE REASON CODE SET BY THE CALLER.     *
322000*-----------------------------------------------------------*
322100 5160-WRITE-REJECT.
322200     MOVE TRAN-RECORD TO REJ-TRAN-IMAGE
322300     MOVE WS-ITEM-ORIGIN TO REJ-ORIGIN
322400     WRITE REJ-RECORD
322500     MOVE "REJECTS" TO WS-IO-FILE-NAME
322600     MOVE "WRITE" TO WS-IO-OPERATION
322700     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
322800     MOVE 8 TO WS-IO-SEVERITY
322900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
323000     ADD 1 TO WS-TRAN-REJECT-COUNT
323100     ADD 1 TO WS-SRC-TBL-REJECTED (WS-SRC-CUR-SUB).
323200 5160-EXIT.
323300     EXIT.
323400
323500*-----------------------------------------------------------*
323600*  5162-CHECK-HOLD - A RECORD THAT PASSED EVERY EDIT IS HELD *
323700*  FOR A SUPERVISOR WHEN ITS BASE AMOUNT IS OVER THE         *
323800*  PROFILE'S LARGE-VALUE LIMIT (H001), OR WHEN IT IS A DEBIT *
323900*  THAT WOULD TAKE ITS ACCOUNT BELOW THE NEGATIVE OF THE     *
324000*  ACCOUNT'S OVERDRAFT LIMIT (H002).  NO LIMIT ON THE        *
324100*  PROFILE, OR NONE SET ON THE MASTER, HOLDS NOTHING.        *
324200*-----------------------------------------------------------*
324300 5162-CHECK-HOLD.
324400     MOVE SPACES TO WS-HOLD-REASON
324500     IF WS-LARGE-VALUE-LIMIT > ZERO
324600         AND WS-BASE-AMOUNT > WS-LARGE-VALUE-LIMIT
324700         MOVE "H001" TO WS-HOLD-REASON
324800         GO TO 5162-EXIT
324900     END-IF
325000     IF TRAN-TYPE NOT = "DB" OR WS-ACCT-UNMATCHED
325100         GO TO 5162-EXIT
325200     END-IF
325300     IF ACCT-OD-LIMIT NOT NUMERIC
325400         GO TO 5162-EXIT
325500     END-IF
325600     COMPUTE WS-PROJECTED-BALANCE =
325700         ACCT-BALANCE - WS-BASE-AMOUNT
325800     COMPUTE WS-OD-FLOOR = ZERO - ACCT-OD-LIMIT
325900     IF WS-PROJECTED-BALANCE < WS-OD-FLOOR
326000         MOVE "H002" TO WS-HOLD-REASON
326100     END-IF.
326200 5162-EXIT.
326300     EXIT.
326400
326500*-----------------------------------------------------------*
326600*  5163-WRITE-HELD - QUEUE THE RECORD ON HELDTRAN BEHIND ITS *
326700*  HOLD REASON FOR THE HELHOLD SUPERVISOR STEP.  IT IS NOT   *
326800*  POSTED, NOT ADDED TO THE DUPLICATE HISTORY AND NOT        *
326900*  REJECTED; ITS COUNT AND BASE AMOUNT GO TO THE HELD        *
327000*  CONTROL TOTALS.                                           *
327100*-----------------------------------------------------------*
327200 5163-WRITE-HELD.
327300     MOVE SPACES TO HELD-RECORD
327400     MOVE WS-HOLD-REASON TO HELD-REASON-CODE
327500     MOVE WS-BUSINESS-DATE TO HELD-DATE
327600     MOVE TRAN-RECORD TO HELD-TRAN-IMAGE
327700     MOVE ZERO TO HELD-AGE-DAYS
327800     MOVE WS-ITEM-ORIGIN TO HELD-ORIGIN
327900     WRITE HELD-RECORD
328000     MOVE "HELDTRAN" TO WS-IO-FILE-NAME
328100     MOVE "WRITE" TO WS-IO-OPERATION
328200     MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
328300     MOVE 8 TO WS-IO-SEVERITY
328400     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
328500     ADD 1 TO WS-TRAN-HELD-COUNT
328600     ADD WS-BASE-AMOUNT TO WS-TRAN-HELD-AMOUNT
328700     ADD 1 TO WS-SRC-TBL-HELD (WS-SRC-CUR-SUB).
328800 5163-EXIT.
328900     EXIT.
329000
329100*-----------------------------------------------------------*
329200*  5165-WRITE-ACCEPTED - CAPTURE THE ACCEPTED TRANSACTION ON *
329300*  THE POSTING FILE SO THE HELPOST SUMMARY STEP CAN BREAK    *
329400*  THE DAY OUT BY TRANSACTION TYPE AFTER THE RUN.            *
329500*  THE ORIGIN STAMP GOES WITH IT FOR THE ACKNOWLEDGMENT.     *
329600*-----------------------------------------------------------*
329700 5165-WRITE-ACCEPTED.
329800     MOVE SPACES TO ACCP-RECORD
329900     MOVE WS-BUSINESS-DATE TO ACCP-RUN-DATE
330000     MOVE TRAN-ID TO ACCP-TRAN-ID
330100     MOVE TRAN-TYPE TO ACCP-TRAN-TYPE
330200     MOVE TRAN-AMOUNT TO ACCP-TRAN-AMOUNT
330300     IF TRAN-CURRENCY = SPACES
330400         MOVE WS-BASE-CURRENCY TO ACCP-CURRENCY
330500     ELSE
330600         MOVE TRAN-CURRENCY TO ACCP-CURRENCY
330700     END-IF
330800     MOVE WS-BASE-AMOUNT TO ACCP-BASE-AMOUNT
330900     MOVE TRAN-ORIG-SOURCE-ID TO ACCP-SOURCE-ID
331000     IF TRAN-ORIG-SOURCE-ID NOT = SPACES
331100         AND TRAN-ORIG-FEED-DATE NUMERIC
331200         MOVE TRAN-ORIG-FEED-DATE TO ACCP-FEED-DATE
331300     ELSE
331400         MOVE ZERO TO ACCP-FEED-DATE
331500     END-IF
331600     MOVE WS-ITEM-ORIGIN TO ACCP-ORIGIN
331700     WRITE ACCP-RECORD
331800     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
331900     MOVE "WRITE" TO WS-IO-OPERATION
332000     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
332100     MOVE 8 TO WS-IO-SEVERITY
332200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
332300 5165-EXIT.
332400     EXIT.
332500
332600*-----------------------------------------------------------*
332700*  5167-TALLY-CURRENCY - ROLL THE ACCEPTED AMOUNT, IN ITS    *
332800*  OWN FEED CURRENCY, INTO THAT CURRENCY'S CONTROL TOTALS    *
332900*  FOR THE REPORT TRAILER.  A LEGACY BLANK CODE COUNTS AS    *
333000*  THE BASE CURRENCY.                                        *
333100*-----------------------------------------------------------*
333200 5167-TALLY-CURRENCY.
333300     IF TRAN-CURRENCY = SPACES
333400         MOVE WS-BASE-CURRENCY TO WS-WORK-CURRENCY
333500     ELSE
333600         MOVE TRAN-CURRENCY TO WS-WORK-CURRENCY
333700     END-IF
333800     SET WS-CCY-UNMATCHED TO TRUE
333900     MOVE ZERO TO WS-CCY-FOUND-SUB
334000     PERFORM 5168-MATCH-CCY-ENTRY THRU 5168-EXIT
334100         VARYING WS-CCY-SUB FROM 1 BY 1
334200         UNTIL WS-CCY-SUB > WS-CCY-ENTRY-COUNT
334300             OR WS-CCY-MATCHED
334400     IF WS-CCY-UNMATCHED
334500         IF WS-CCY-ENTRY-COUNT < 10
334600             ADD 1 TO WS-CCY-ENTRY-COUNT
334700             MOVE WS-WORK-CURRENCY
334800                 TO WS-CCY-TBL-CODE (WS-CCY-ENTRY-COUNT)
334900             MOVE ZERO TO WS-CCY-TBL-COUNT (WS-CCY-ENTRY-COUNT)
335000             MOVE ZERO
335100                 TO WS-CCY-TBL-AMOUNT (WS-CCY-ENTRY-COUNT)
335200             MOVE WS-CCY-ENTRY-COUNT TO WS-CCY-FOUND-SUB
335300             SET WS-CCY-MATCHED TO TRUE
335400         ELSE
335500             IF WS-CCY-NOT-FULL
335600                 SET WS-CCY-FULL-WARNED TO TRUE
335700                 DISPLAY "CURRENCY TOTALS TABLE FULL - "
335800                     "TRAILER BREAKOUT INCOMPLETE"
335900             END-IF
336000             GO TO 5167-EXIT
336100         END-IF
336200     END-IF
336300     ADD 1 TO WS-CCY-TBL-COUNT (WS-CCY-FOUND-SUB)
336400     ADD TRAN-AMOUNT TO WS-CCY-TBL-AMOUNT (WS-CCY-FOUND-SUB).
336500 5167-EXIT.
336600     EXIT.
336700
336800 5168-MATCH-CCY-ENTRY.
336900     IF WS-CCY-TBL-CODE (WS-CCY-SUB) = WS-WORK-CURRENCY
337000         SET WS-CCY-MATCHED TO TRUE
337100         MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
337200     END-IF.
337300 5168-EXIT.
337400     EXIT.
337500
337600*-----------------------------------------------------------*
337700*  5170-CHECK-BATCH-WINDOW - RE-READ THE CLOCK AFTER EACH    *
337800*  ITERATION AND STOP THE LOOP CLEANLY ONCE THE PROFILE'S    *
337900*  LATEST-ALLOWED TIME IS REACHED.  THE CHECKPOINT JUST      *
338000*  WRITTEN STAYS IN PLACE SO THE NEXT RUN RESUMES HERE.      *
338100*  A CUTOFF EARLIER THAN THE START TIME MEANS THE WINDOW     *
338200*  CLOSES TOMORROW MORNING (A 22:00 RUN WITH AN 06:00        *
338300*  CUTOFF), SO THE CLOCK MUST ALSO HAVE WRAPPED PAST         *
338400*  MIDNIGHT - BACK BELOW THE START TIME - TO COUNT.          *
338500*-----------------------------------------------------------*
338600 5170-CHECK-BATCH-WINDOW.
338700     IF WS-CUTOFF-TIME = ZERO
338800         GO TO 5170-EXIT
338900     END-IF
339000     ACCEPT WS-NOW-TIME-DATA FROM TIME
339100     IF WS-CUTOFF-TIME < WS-START-HHMMSS
339200         IF WS-NOW-HHMMSS >= WS-CUTOFF-TIME
339300             AND WS-NOW-HHMMSS < WS-START-HHMMSS
339400             SET WS-WINDOW-EXPIRED TO TRUE
339500         END-IF
339600     ELSE
339700         IF WS-NOW-HHMMSS >= WS-CUTOFF-TIME
339800             SET WS-WINDOW-EXPIRED TO TRUE
339900         END-IF
340000     END-IF
340100     IF WS-WINDOW-EXPIRED
340200         DISPLAY WS-TXT-WINDOW-MSG
340300     END-IF.
340400 5170-EXIT.
340500     EXIT.
340600
340700*-----------------------------------------------------------*
340800*  5200-WRITE-CHECKPOINT - RECORD HOW FAR THE LOOP HAS       *
340900*  ADVANCED SO A RESTARTED POD CAN RESUME FROM HERE, WITH    *
341000*  THE SOURCE OF THE LAST RECORD PROCESSED AND ITS POSITION  *
341100*  WITHIN THAT SOURCE.                                       *
341200*-----------------------------------------------------------*
341300 5200-WRITE-CHECKPOINT.
341400     MOVE SPACES TO CHKPT-RECORD
341500     MOVE WS-COUNTER-WORK TO CHKPT-LAST-COUNT
341600     MOVE WS-BUSINESS-DATE TO CHKPT-RUN-DATE
341700     MOVE WS-CURRENT-TIME-NUM TO CHKPT-RUN-TIME
341800     MOVE ZERO TO CHKPT-SOURCE-POSITION
341900     IF WS-SRC-CUR-SUB > ZERO
342000         MOVE WS-SRC-TBL-ID (WS-SRC-CUR-SUB) TO CHKPT-SOURCE-ID
342100         MOVE WS-SRC-TBL-POSITION (WS-SRC-CUR-SUB)
342200             TO CHKPT-SOURCE-POSITION
342300     END-IF
342400     OPEN OUTPUT CHKPT-FILE
342500     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
342600     MOVE "OPEN" TO WS-IO-OPERATION
342700     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
342800     MOVE 12 TO WS-IO-SEVERITY
342900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
343000     WRITE CHKPT-RECORD
343100     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
343200     MOVE "WRITE" TO WS-IO-OPERATION
343300     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
343400     MOVE 12 TO WS-IO-SEVERITY
343500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
343600     CLOSE CHKPT-FILE
343700     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
343800     MOVE "CLOSE" TO WS-IO-OPERATION
343900     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
344000     MOVE 12 TO WS-IO-SEVERITY
344100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
344200 5200-EXIT.
344300     EXIT.
344400
344500*-----------------------------------------------------------*
344600*  5300-WRITE-HEARTBEAT - REWRITE THE FIXED-RECORD HEARTBEAT *
344700*  FILE EACH ITERATION FOR THE READINESS/LIVENESS PROBE.     *
344800*-----------------------------------------------------------*
344900 5300-WRITE-HEARTBEAT.
345000     MOVE WS-COUNTER-WORK TO HBEAT-COUNTER
345100     MOVE WS-CURRENT-DATE-NUM TO HBEAT-RUN-DATE
345200     MOVE WS-CURRENT-TIME-NUM TO HBEAT-RUN-TIME
345300     IF WS-COUNTER-WORK >= WS-LOOP-END
345400         SET HBEAT-STATUS-COMPLETE TO TRUE
345500     ELSE
345600         SET HBEAT-STATUS-RUNNING TO TRUE
345700     END-IF
345800     OPEN OUTPUT HBEAT-FILE
345900     MOVE "HBEAT" TO WS-IO-FILE-NAME
346000     MOVE "OPEN" TO WS-IO-OPERATION
346100     MOVE WS-HBEAT-STATUS TO WS-IO-STATUS-SAVE
346200     MOVE 8 TO WS-IO-SEVERITY
346300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
346400     WRITE HBEAT-RECORD
346500     MOVE "HBEAT" TO WS-IO-FILE-NAME
346600     MOVE "WRITE" TO WS-IO-OPERATION
346700     MOVE WS-HBEAT-STATUS TO WS-IO-STATUS-SAVE
346800     MOVE 8 TO WS-IO-SEVERITY
346900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
347000     CLOSE HBEAT-FILE
347100     MOVE "HBEAT" TO WS-IO-FILE-NAME
347200     MOVE "CLOSE" TO WS-IO-OPERATION
347300     MOVE WS-HBEAT-STATUS TO WS-IO-STATUS-SAVE
347400     MOVE 8 TO WS-IO-SEVERITY
347500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
347600 5300-EXIT.
347700     EXIT.
347800
347900*-----------------------------------------------------------*
348000*  5400-WRITE-REPORT-DETAIL - ONE DETAIL LINE PER COUNTER    *
348100*  ITERATION, WITH A PAGE BREAK WHEN THE PAGE FILLS.         *
348200*-----------------------------------------------------------*
348300 5400-WRITE-REPORT-DETAIL.
348400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
348500         ADD 1 TO WS-PAGE-COUNT
348600         PERFORM 4000-WRITE-REPORT-HEADER THRU 4000-EXIT
348700     END-IF
348800     MOVE WS-COUNTER-WORK TO WS-EDIT-COUNTER
348900     MOVE SPACES TO RPT-RECORD
349000     STRING " " DELIMITED BY SIZE
349100         WS-EDIT-COUNTER DELIMITED BY SIZE
349200         INTO RPT-RECORD
349300     END-STRING
349400     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
349500     ADD 1 TO WS-LINE-COUNT.
349600 5400-EXIT.
349700     EXIT.
349800
349900*-----------------------------------------------------------*
350000*  5500-CLEAR-CHECKPOINT - THE RUN COMPLETED ALL CONFIGURED  *
350100*  ITERATIONS, SO THE CHECKPOINT NO LONGER REFLECTS WORK     *
350200*  STILL OUTSTANDING.  CLEAR IT SO A LATER RUN (POSSIBLY     *
350300*  WITH A LARGER END COUNT) DOES NOT MISREAD A COMPLETED     *
350400*  RUN'S CHECKPOINT AS A CRASH IN PROGRESS AND SKIP WORK.    *
350500*-----------------------------------------------------------*
350600 5500-CLEAR-CHECKPOINT.
350700     OPEN OUTPUT CHKPT-FILE
350800     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
350900     MOVE "OPEN" TO WS-IO-OPERATION
351000     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
351100     MOVE 12 TO WS-IO-SEVERITY
351200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
351300     CLOSE CHKPT-FILE
351400     MOVE "CHKPOINT" TO WS-IO-FILE-NAME
351500     MOVE "CLOSE" TO WS-IO-OPERATION
351600     MOVE WS-CHKPT-STATUS TO WS-IO-STATUS-SAVE
351700     MOVE 12 TO WS-IO-SEVERITY
351800     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
351900 5500-EXIT.
352000     EXIT.
352100
352200*-----------------------------------------------------------*
352300*  6000-WRITE-REPORT-TRAILER - ELAPSED DURATION AND TOTAL    *
352400*  ITERATION COUNT FOR THE RUN, AND THE FEED CONTROL TOTALS: *
352500*  READ EQUALS ACCEPTED PLUS REJECTED PLUS HELD, FOR THE RUN *
352600*  AND FOR EACH FEED SOURCE.                                 *
352700*-----------------------------------------------------------*
352800 6000-WRITE-REPORT-TRAILER.
352900     IF WS-WINDOW-EXPIRED
353000         MOVE WS-TXT-WINDOW-MSG TO WS-FINAL-RUN-MSG
353100     ELSE
353200         MOVE WS-TXT-COMPLETE-MSG TO WS-FINAL-RUN-MSG
353300     END-IF
353400     MOVE FUNCTION CURRENT-DATE TO WS-END-DATE-DATA
353500     PERFORM 6100-COMPUTE-ELAPSED THRU 6100-EXIT
353600     STRING WS-ELAPSED-HOUR DELIMITED BY SIZE
353700         ":" DELIMITED BY SIZE
353800         WS-ELAPSED-MINUTE DELIMITED BY SIZE
353900         ":" DELIMITED BY SIZE
354000         WS-ELAPSED-SECOND DELIMITED BY SIZE
354100         "." DELIMITED BY SIZE
354200         WS-ELAPSED-CENTISECOND DELIMITED BY SIZE
354300         INTO WS-EDIT-ELAPSED
354400     END-STRING
354500     MOVE SPACES TO RPT-RECORD
354600     STRING " " DELIMITED BY SIZE
354700         "ITERATIONS: " DELIMITED BY SIZE
354800         WS-PASS-COUNT DELIMITED BY SIZE
354900         "   ELAPSED: " DELIMITED BY SIZE
355000         WS-EDIT-ELAPSED DELIMITED BY SIZE
355100         INTO RPT-RECORD
355200     END-STRING
355300     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
355400     IF WS-TRAN-PRESENT OR WS-RECYC-PRESENT
355500         OR WS-RLSE-PRESENT
355600         OR WS-ACCR-PRESENT
355700         MOVE WS-TRAN-READ-COUNT TO WS-EDIT-READ
355800         MOVE WS-TRAN-ACCEPT-COUNT TO WS-EDIT-ACCEPTED
355900         MOVE WS-TRAN-REJECT-COUNT TO WS-EDIT-REJECTED
356000         MOVE WS-TRAN-AMOUNT-TOTAL TO WS-EDIT-AMOUNT
356100         MOVE SPACES TO RPT-RECORD
356200         STRING " " DELIMITED BY SIZE
356300             "READ: " DELIMITED BY SIZE
356400             WS-EDIT-READ DELIMITED BY SIZE
356500             "   ACCEPTED: " DELIMITED BY SIZE
356600             WS-EDIT-ACCEPTED DELIMITED BY SIZE
356700             "   REJECTED: " DELIMITED BY SIZE
356800             WS-EDIT-REJECTED DELIMITED BY SIZE
356900             "   BASE TOTAL: " DELIMITED BY SIZE
357000             WS-EDIT-AMOUNT DELIMITED BY SIZE
357100             INTO RPT-RECORD
357200         END-STRING
357300         PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
357400         MOVE WS-TRAN-HELD-COUNT TO WS-EDIT-HELD
357500         MOVE WS-TRAN-HELD-AMOUNT TO WS-EDIT-AMOUNT
357600         MOVE SPACES TO RPT-RECORD
357700         STRING " " DELIMITED BY SIZE
357800             "HELD: " DELIMITED BY SIZE
357900             WS-EDIT-HELD DELIMITED BY SIZE
358000             "   HELD BASE TOTAL: " DELIMITED BY SIZE
358100             WS-EDIT-AMOUNT DELIMITED BY SIZE
358200             INTO RPT-RECORD
358300         END-STRING
358400         PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
358500         PERFORM 6200-PRINT-CURRENCY-LINE THRU 6200-EXIT
358600             VARYING WS-CCY-SUB FROM 1 BY 1
358700             UNTIL WS-CCY-SUB > WS-CCY-ENTRY-COUNT
358800     END-IF
358900     IF WS-SRC-ENTRY-COUNT > ZERO
359000         MOVE SPACES TO RPT-RECORD
359100         STRING " " DELIMITED BY SIZE
359200             "FEED SOURCE CONTROL TOTALS" DELIMITED BY SIZE
359300             INTO RPT-RECORD
359400         END-STRING
359500         PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
359600         PERFORM 6300-PRINT-SOURCE-LINE THRU 6300-EXIT
359700             VARYING WS-SRC-SUB FROM 1 BY 1
359800             UNTIL WS-SRC-SUB > WS-SRC-ENTRY-COUNT
359900     END-IF
360000     MOVE SPACES TO RPT-RECORD
360100     STRING " " DELIMITED BY SIZE
360200         WS-FINAL-RUN-MSG DELIMITED BY SIZE
360300         INTO RPT-RECORD
360400     END-STRING
360500     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
360600     DISPLAY WS-FINAL-RUN-MSG.
360700 6000-EXIT.
360800     EXIT.
360900
361000*-----------------------------------------------------------*
361100*  6100-COMPUTE-ELAPSED - DIFFERENCE BETWEEN THE SAVED START *
361200*  TIME AND THE END-OF-RUN TIME, AS HH:MM:SS.CS.             *
361300*-----------------------------------------------------------*
361400 6100-COMPUTE-ELAPSED.
361500     COMPUTE WS-START-TOTAL-CS =
361600         ((WS-START-HOUR * 60 + WS-START-MINUTE) * 60
361700             + WS-START-SECOND) * 100 + WS-START-CENTISECOND
361800     COMPUTE WS-END-TOTAL-CS =
361900         ((WS-END-HOUR * 60 + WS-END-MINUTE) * 60
362000             + WS-END-SECOND) * 100 + WS-END-CENTISECOND
362100     IF WS-END-TOTAL-CS >= WS-START-TOTAL-CS
362200         COMPUTE WS-ELAPSED-TOTAL-CS =
362300             WS-END-TOTAL-CS - WS-START-TOTAL-CS
362400     ELSE
362500         COMPUTE WS-ELAPSED-TOTAL-CS =
362600             WS-END-TOTAL-CS - WS-START-TOTAL-CS + 8640000
362700     END-IF
362800     COMPUTE WS-ELAPSED-HOUR =
362900         WS-ELAPSED-TOTAL-CS / 360000
363000     COMPUTE WS-ELAPSED-MINUTE =
363100         (WS-ELAPSED-TOTAL-CS / 6000) - (WS-ELAPSED-HOUR * 60)
363200     COMPUTE WS-ELAPSED-SECOND =
363300         (WS-ELAPSED-TOTAL-CS / 100)
363400             - (WS-ELAPSED-HOUR * 3600 + WS-ELAPSED-MINUTE * 60)
363500     COMPUTE WS-ELAPSED-CENTISECOND =
363600         WS-ELAPSED-TOTAL-CS
363700             - ((WS-ELAPSED-HOUR * 3600 + WS-ELAPSED-MINUTE * 60
363800                 + WS-ELAPSED-SECOND) * 100).
363900 6100-EXIT.
364000     EXIT.
364100
364200*-----------------------------------------------------------*
364300*  6200-PRINT-CURRENCY-LINE - ONE TRAILER LINE PER CURRENCY  *
364400*  SEEN ON THE FEED: ACCEPTED COUNT AND AMOUNT IN THAT       *
364500*  CURRENCY'S OWN UNITS, NEXT TO THE BASE TOTAL ABOVE.       *
364600*-----------------------------------------------------------*
364700 6200-PRINT-CURRENCY-LINE.
364800     MOVE WS-CCY-TBL-COUNT (WS-CCY-SUB) TO WS-EDIT-READ
364900     MOVE WS-CCY-TBL-AMOUNT (WS-CCY-SUB) TO WS-EDIT-AMOUNT
365000     MOVE SPACES TO RPT-RECORD
365100     STRING " " DELIMITED BY SIZE
365200         "CURRENCY " DELIMITED BY SIZE
365300         WS-CCY-TBL-CODE (WS-CCY-SUB) DELIMITED BY SIZE
365400         "   ACCEPTED: " DELIMITED BY SIZE
365500         WS-EDIT-READ DELIMITED BY SIZE
365600         "   AMOUNT: " DELIMITED BY SIZE
365700         WS-EDIT-AMOUNT DELIMITED BY SIZE
365800         INTO RPT-RECORD
365900     END-STRING
366000     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT.
366100 6200-EXIT.
366200     EXIT.
366300*-----------------------------------------------------------*
366400*  6300-PRINT-SOURCE-LINE - ONE TRAILER LINE PER FEED        *
366500*  SOURCE: THE COUNT ITS TRL RECORD CLAIMED (BLANK FOR A     *
366600*  STREAM WITH NO HDR/TRL PAIR), THEN READ, ACCEPTED,        *
366700*  REJECTED, HELD AND THE ACCEPTED BASE TOTAL THIS RUN.  A   *
366800*  SOURCE THAT DID NOT POST GETS A SECOND LINE WITH WHY.     *
366900*-----------------------------------------------------------*
367000 6300-PRINT-SOURCE-LINE.
367100     PERFORM 6350-SET-SOURCE-STATUS-TEXT THRU 6350-EXIT
367200     IF WS-SRC-TBL-HAS-HDR (WS-SRC-SUB)
367300         MOVE WS-SRC-TBL-EXP-COUNT (WS-SRC-SUB)
367400             TO WS-EDIT-TRL-COUNT
367500     ELSE
367600         MOVE SPACES TO WS-EDIT-TRL-TEXT
367700     END-IF
367800     MOVE WS-SRC-TBL-READ (WS-SRC-SUB) TO WS-EDIT-READ
367900     MOVE WS-SRC-TBL-ACCEPTED (WS-SRC-SUB) TO WS-EDIT-ACCEPTED
368000     MOVE WS-SRC-TBL-REJECTED (WS-SRC-SUB) TO WS-EDIT-REJECTED
368100     MOVE WS-SRC-TBL-HELD (WS-SRC-SUB) TO WS-EDIT-HELD
368200     MOVE WS-SRC-TBL-AMOUNT (WS-SRC-SUB) TO WS-EDIT-AMOUNT
368300     MOVE SPACES TO RPT-RECORD
368400     STRING " " DELIMITED BY SIZE
368500         WS-SRC-TBL-ID (WS-SRC-SUB) DELIMITED BY SIZE
368600         "  " DELIMITED BY SIZE
368700         WS-EDIT-SRC-STATUS DELIMITED BY SIZE
368800         "  TRL: " DELIMITED BY SIZE
368900         WS-EDIT-TRL-TEXT DELIMITED BY SIZE
369000         "  READ: " DELIMITED BY SIZE
369100         WS-EDIT-READ DELIMITED BY SIZE
369200         "  ACC: " DELIMITED BY SIZE
369300         WS-EDIT-ACCEPTED DELIMITED BY SIZE
369400         "  REJ: " DELIMITED BY SIZE
369500         WS-EDIT-REJECTED DELIMITED BY SIZE
369600         "  HELD: " DELIMITED BY SIZE
369700         WS-EDIT-HELD DELIMITED BY SIZE
369800         "  BASE: " DELIMITED BY SIZE
369900         WS-EDIT-AMOUNT DELIMITED BY SIZE
370000         INTO RPT-RECORD
370100     END-STRING
370200     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT
370300     IF WS-SRC-TBL-POSTING (WS-SRC-SUB)
370400         GO TO 6300-EXIT
370500     END-IF
370600     MOVE SPACES TO RPT-RECORD
370700     STRING "           " DELIMITED BY SIZE
370800         WS-SRC-TBL-REASON (WS-SRC-SUB) DELIMITED BY SIZE
370900         INTO RPT-RECORD
371000     END-STRING
371100     PERFORM 4950-WRITE-RPT-RECORD THRU 4950-EXIT.
371200 6300-EXIT.
371300     EXIT.
371400
371500*-----------------------------------------------------------*
371600*  6350-SET-SOURCE-STATUS-TEXT - PRINTABLE STATUS OF SOURCE  *
371700*  TABLE ENTRY WS-SRC-SUB.                                   *
371800*-----------------------------------------------------------*
371900 6350-SET-SOURCE-STATUS-TEXT.
372000     MOVE "POSTED" TO WS-EDIT-SRC-STATUS
372100     IF WS-SRC-TBL-REFUSED (WS-SRC-SUB)
372200         MOVE "REFUSED" TO WS-EDIT-SRC-STATUS
372300     END-IF
372400     IF WS-SRC-TBL-DUPLICATE (WS-SRC-SUB)
372500         MOVE "DUPLICATE" TO WS-EDIT-SRC-STATUS
372600     END-IF
372700     IF WS-SRC-TBL-MISSING (WS-SRC-SUB)
372800         MOVE "MISSING" TO WS-EDIT-SRC-STATUS
372900     END-IF.
373000 6350-EXIT.
373100     EXIT.
373200
373300*-----------------------------------------------------------*
373400*  7000-PUBLISH-RESULTS - WRITE THE DAILY RUN-LOG ENTRY AND  *
373500*  THE SHARED OUTPUT RECORD FOR DOWNSTREAM CONSUMERS.  THE   *
373600*  LOG ENTRY NAMES THE PROFILE THE RUN USED SO A DOUBLE RUN  *
373700*  OR A WRONG SCHEDULE CAN BE AUDITED AFTER THE FACT.        *
373800*-----------------------------------------------------------*
373900 7000-PUBLISH-RESULTS.
374000     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
374100     STRING WS-START-HOUR DELIMITED BY SIZE
374200         ":" DELIMITED BY SIZE
374300         WS-START-MINUTE DELIMITED BY SIZE
374400         ":" DELIMITED BY SIZE
374500         WS-START-SECOND DELIMITED BY SIZE
374600         INTO WS-EDIT-START-TIME
374700     END-STRING
374800     IF WS-CHECKPOINT-FOUND
374900         MOVE "RESUMED  " TO WS-EDIT-RESUME-FLAG
375000     ELSE
375100         MOVE SPACES TO WS-EDIT-RESUME-FLAG
375200     END-IF
375300     MOVE SPACES TO LOG-RECORD
375400     STRING WS-EDIT-DATE DELIMITED BY SIZE
375500         " " DELIMITED BY SIZE
375600         WS-EDIT-START-TIME DELIMITED BY SIZE
375700         " " DELIMITED BY SIZE
375800         WS-EDIT-RESUME-FLAG DELIMITED BY SIZE
375900         " COUNTER=" DELIMITED BY SIZE
376000         WS-ITERATION-COUNT DELIMITED BY SIZE
376100         " " DELIMITED BY SIZE
376200         WS-FINAL-RUN-MSG DELIMITED BY SIZE
376300         " PROFILE=" DELIMITED BY SIZE
376400         WS-ACTIVE-PROFILE DELIMITED BY SIZE
376500         INTO LOG-RECORD
376600     END-STRING
376700     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
376800
376900     MOVE WS-BUSINESS-DATE TO OUT-RUN-DATE
377000     MOVE WS-START-TIME-NUM TO OUT-RUN-TIME
377100     MOVE WS-ITERATION-COUNT TO OUT-FINAL-COUNTER
377200     IF WS-WINDOW-EXPIRED
377300         SET OUT-STATUS-PARTIAL TO TRUE
377400         IF WS-RUN-RC < 2
377500             MOVE 2 TO WS-RUN-RC
377600         END-IF
377700     ELSE
377800         SET OUT-STATUS-SUCCESS TO TRUE
377900     END-IF
378000     OPEN OUTPUT OUT-FILE
378100     MOVE "HELOUT" TO WS-IO-FILE-NAME
378200     MOVE "OPEN" TO WS-IO-OPERATION
378300     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
378400     MOVE 8 TO WS-IO-SEVERITY
378500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
378600     WRITE HELLO-OUT-RECORD
378700     MOVE "HELOUT" TO WS-IO-FILE-NAME
378800     MOVE "WRITE" TO WS-IO-OPERATION
378900     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
379000     MOVE 8 TO WS-IO-SEVERITY
379100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
379200     CLOSE OUT-FILE
379300     MOVE "HELOUT" TO WS-IO-FILE-NAME
379400     MOVE "CLOSE" TO WS-IO-OPERATION
379500     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
379600     MOVE 8 TO WS-IO-SEVERITY
379700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
379800     IF WS-WINDOW-NOT-EXPIRED
379900         PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT
379925         IF WS-ACCR-PRESENT
379931             PERFORM 7010-CHECK-ACCRUAL-ENDED THRU 7010-EXIT
379937         END-IF
379943         IF WS-ACCR-ENDED
379950             PERFORM 7150-MARK-ACCRUAL-POSTED THRU 7150-EXIT
379975         END-IF
380000     END-IF
380100     PERFORM 7400-WRITE-ACKNOWLEDGMENTS THRU 7400-EXIT.
380200 7000-EXIT.
380202     EXIT.
380204
380206*-----------------------------------------------------------*
380208*  7010-CHECK-ACCRUAL-ENDED - THE ACCRUAL FEED COUNTS AS     *
380210*  POSTED ONLY WHEN IT WAS READ TO ITS END.  A COUNTER LIMIT *
380212*  REACHED ON ITS LAST RECORD IS PROVEN BY ONE MORE READ.    *
380214*  A FEED LEFT PART-READ (COUNTER LIMIT OR READ ERROR) STAYS *
380216*  UNMARKED SO IT IS NOT SKIPPED FOR GOOD, AND THE RUN ENDS  *
380218*  RC 8: ITS CAPITALIZATIONS ARE ALREADY OFF THE ACCRUAL     *
380220*  FILE, AND THE FEED MUST BE SETTLED BEFORE HELACRU RUNS    *
380222*  AGAIN AND REWRITES IT.                                    *
380224*-----------------------------------------------------------*
380226 7010-CHECK-ACCRUAL-ENDED.
380228     IF WS-ACCR-ENDED
380230         GO TO 7010-EXIT
380232     END-IF
380234     IF WS-ACCR-NOT-EOF
380236         READ ACCR-FILE
380238             AT END
380240                 SET WS-ACCR-EOF TO TRUE
380242                 SET WS-ACCR-ENDED TO TRUE
380244         END-READ
380246     END-IF
380248     IF WS-ACCR-ENDED
380250         GO TO 7010-EXIT
380252     END-IF
380254     MOVE WS-ACCR-FEED-DATE TO WS-EDIT-DATE
380256     DISPLAY "ACCRUAL FEED FOR " WS-EDIT-DATE
380258         " NOT FULLY POSTED - NOT MARKED POSTED"
380260     MOVE SPACES TO LOG-RECORD
380262     STRING "ACCRFEED " DELIMITED BY SIZE
380264         WS-EDIT-DATE DELIMITED BY SIZE
380266         " NOT FULLY POSTED - " DELIMITED BY SIZE
380268         WS-SRC-TBL-POSITION (WS-SRC-ACCR-SUB) DELIMITED BY SIZE
380270         " RECORDS TAKEN, FEED LEFT UNMARKED" DELIMITED BY SIZE
380272         INTO LOG-RECORD
380274     END-STRING
380276     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT
380278     IF WS-RUN-RC < 8
380280         MOVE 8 TO WS-RUN-RC
380282     END-IF.
380284 7010-EXIT.
380300     EXIT.
380400
380500*-----------------------------------------------------------*
380600*  7100-MARK-RUN-COMPLETE - APPEND TODAY'S BUSINESS DATE TO  *
380700*  THE RUN-CONTROL FILE SO A SECOND RUN OF THE SAME DATE IS  *
380800*  REFUSED UNLESS THE PROFILE CARRIES THE RERUN FLAG.  A RUN *
380900*  THAT RESUMED A CHECKPOINT FROM AN EARLIER DATE (A WINDOW- *
381000*  EXPIRED NIGHT FINISHED THE MORNING AFTER, OR DAYS LATER)  *
381100*  ALSO MARKS THAT ORIGINAL DATE COMPLETE, SO THE MISSED-DAY *
381200*  SCAN DOES NOT REPORT IT FOREVER AS NEVER FINISHED.        *
381300*-----------------------------------------------------------*
381400 7100-MARK-RUN-COMPLETE.
381500     MOVE SPACES TO RUNCTL-RECORD
381600     MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
381700     SET RUNCTL-COMPLETE TO TRUE
381800     OPEN EXTEND RUNCTL-FILE
381900     IF WS-RUNCTL-STATUS = "35" OR "05"
382000         OPEN OUTPUT RUNCTL-FILE
382100     END-IF
382200     MOVE "RUNCTL" TO WS-IO-FILE-NAME
382300     MOVE "OPEN" TO WS-IO-OPERATION
382400     MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
382500     MOVE 8 TO WS-IO-SEVERITY
382600     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
382700     WRITE RUNCTL-RECORD
382800     MOVE "RUNCTL" TO WS-IO-FILE-NAME
382900     MOVE "WRITE" TO WS-IO-OPERATION
383000     MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
383100     MOVE 8 TO WS-IO-SEVERITY
383200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
383300     IF WS-RESUMED-FROM-DATE NOT = ZERO
383400         AND WS-RESUMED-FROM-DATE NOT = WS-BUSINESS-DATE
383500         MOVE SPACES TO RUNCTL-RECORD
383600         MOVE WS-RESUMED-FROM-DATE TO RUNCTL-DATE
383700         SET RUNCTL-COMPLETE TO TRUE
383800         WRITE RUNCTL-RECORD
383900         MOVE "RUNCTL" TO WS-IO-FILE-NAME
384000         MOVE "WRITE" TO WS-IO-OPERATION
384100         MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
384200         MOVE 8 TO WS-IO-SEVERITY
384300         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
384400     END-IF
384500     CLOSE RUNCTL-FILE
384600     MOVE "RUNCTL" TO WS-IO-FILE-NAME
384700     MOVE "CLOSE" TO WS-IO-OPERATION
384800     MOVE WS-RUNCTL-STATUS TO WS-IO-STATUS-SAVE
384900     MOVE 8 TO WS-IO-SEVERITY
385000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
385100 7100-EXIT.
385200     EXIT.
385202
385204*-----------------------------------------------------------*
385206*  7150-MARK-ACCRUAL-POSTED - THE RUN TOOK THE ACCRUAL FEED  *
385207*  TO ITS END AND COMPLETED: APPEND A FEED-POSTED RECORD FOR *
385208*  ITS CAPITALIZATION DATE TO ACCRCTL SO NO LATER RUN POSTS  *
385209*  THE SAME FEED AGAIN.  THE COUNT IS THE FEED RECORDS TAKEN *
385210*  (POSTED OR REJECTED), WHICH THE RESUME SKIP RESTORES, SO  *
385211*  IT COVERS THE PODS BEFORE A RESUME AS WELL.  HELACRU      *
385212*  ITSELF LOOKS ONLY AT ITS OWN COMPLETE RECORDS.            *
385216*-----------------------------------------------------------*
385218 7150-MARK-ACCRUAL-POSTED.
385220     MOVE SPACES TO ACTL-RECORD
385222     MOVE WS-ACCR-FEED-DATE TO ACTL-BUSN-DATE
385224     SET ACTL-FEED-POSTED TO TRUE
385226     MOVE WS-CURRENT-DATE-NUM TO ACTL-RUN-DATE
385228     MOVE WS-START-TIME-NUM TO ACTL-RUN-TIME
385230     MOVE ZERO TO ACTL-ACCOUNT-COUNT
385232     MOVE WS-SRC-TBL-POSITION (WS-SRC-ACCR-SUB)
385234         TO ACTL-POSTING-COUNT
385236     MOVE "N" TO ACTL-CAPITALIZED
385238     OPEN EXTEND ACTL-FILE
385240     IF WS-ACTL-STATUS = "35" OR "05"
385242         OPEN OUTPUT ACTL-FILE
385244     END-IF
385246     MOVE "ACCRCTL" TO WS-IO-FILE-NAME
385248     MOVE "OPEN" TO WS-IO-OPERATION
385250     MOVE WS-ACTL-STATUS TO WS-IO-STATUS-SAVE
385252     MOVE 8 TO WS-IO-SEVERITY
385254     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
385256     WRITE ACTL-RECORD
385258     MOVE "ACCRCTL" TO WS-IO-FILE-NAME
385260     MOVE "WRITE" TO WS-IO-OPERATION
385262     MOVE WS-ACTL-STATUS TO WS-IO-STATUS-SAVE
385264     MOVE 8 TO WS-IO-SEVERITY
385266     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
385268     CLOSE ACTL-FILE
385270     MOVE "ACCRCTL" TO WS-IO-FILE-NAME
385272     MOVE "CLOSE" TO WS-IO-OPERATION
385274     MOVE WS-ACTL-STATUS TO WS-IO-STATUS-SAVE
385276     MOVE 8 TO WS-IO-SEVERITY
385278     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
385280 7150-EXIT.
385282     EXIT.
385300
385400*-----------------------------------------------------------*
385500*  7050-PUBLISH-FAILURE - INVALID PARAMETERS ABORTED THE RUN *
385600*  BEFORE THE COUNTER LOOP RAN.  PUBLISH A FAILED RESULT     *
385700*  RECORD SO A DOWNSTREAM CONSUMER POLLING HELOUT DOES NOT   *
385800*  MISTAKE SILENCE FOR A RUN THAT NEVER STARTED.             *
385900*-----------------------------------------------------------*
386000 7050-PUBLISH-FAILURE.
386100     MOVE WS-BUSINESS-DATE TO OUT-RUN-DATE
386200     MOVE WS-CURRENT-TIME-NUM TO OUT-RUN-TIME
386300     MOVE ZERO TO OUT-FINAL-COUNTER
386400     SET OUT-STATUS-FAILED TO TRUE
386500     OPEN OUTPUT OUT-FILE
386600     MOVE "HELOUT" TO WS-IO-FILE-NAME
386700     MOVE "OPEN" TO WS-IO-OPERATION
386800     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
386900     MOVE 8 TO WS-IO-SEVERITY
387000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
387100     WRITE HELLO-OUT-RECORD
387200     MOVE "HELOUT" TO WS-IO-FILE-NAME
387300     MOVE "WRITE" TO WS-IO-OPERATION
387400     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
387500     MOVE 8 TO WS-IO-SEVERITY
387600     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
387700     CLOSE OUT-FILE
387800     MOVE "HELOUT" TO WS-IO-FILE-NAME
387900     MOVE "CLOSE" TO WS-IO-OPERATION
388000     MOVE WS-OUT-STATUS TO WS-IO-STATUS-SAVE
388100     MOVE 8 TO WS-IO-SEVERITY
388200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
388300 7050-EXIT.
388400     EXIT.
388500
388600*-----------------------------------------------------------*
388700*  7400-WRITE-ACKNOWLEDGMENTS - THE ACKFILE FOR THE SENDERS: *
388800*  PER HEADERED SOURCE SEGMENT AN AKH HEADER (ACK, PARTIAL   *
388900*  OR NAK), AN AKD LINE PER REJECTED TRAN-ID AND AN AKT      *
389000*  TRAILER TYING THE POSTED COUNTS AND AMOUNTS BACK TO THE   *
389100*  TRL TOTALS, THEN AN AKF FOLLOW-UP FOR EVERY RECYCLED      *
389200*  REPAIR THAT POSTED.  THE FIGURES ARE RE-READ FROM THE     *
389300*  POSTING FILES, WHICH A RESUMED RUN EXTENDS, SO THEY COVER *
389400*  THE WHOLE NIGHT AND NOT JUST THE LAST POD.  A WINDOW-     *
389500*  EXPIRED RUN LEAVES THE FILE EMPTY - ITS SOURCES ARE NOT   *
389600*  FINISHED - AND A HEADERLESS LEGACY FEED HAS NO SOURCE TO  *
389700*  ACKNOWLEDGE.  TOTALS THAT DO NOT TIE GRADE THE RUN RC 4.  *
389800*-----------------------------------------------------------*
389900 7400-WRITE-ACKNOWLEDGMENTS.
390000     OPEN OUTPUT ACK-FILE
390100     MOVE "ACKFILE" TO WS-IO-FILE-NAME
390200     MOVE "OPEN" TO WS-IO-OPERATION
390300     MOVE WS-ACK-STATUS TO WS-IO-STATUS-SAVE
390400     MOVE 8 TO WS-IO-SEVERITY
390500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
390600     IF WS-ACK-STATUS NOT = "00"
390700         GO TO 7400-EXIT
390800     END-IF
390900     IF WS-WINDOW-EXPIRED
391000         GO TO 7400-CLOSE
391100     END-IF
391200     IF WS-POST-FILES-OPEN
391300         PERFORM 8100-CLOSE-POSTING-FILES THRU 8100-EXIT
391400         PERFORM 7410-TALLY-ACCEPTED THRU 7410-EXIT
391500         PERFORM 7420-TALLY-REJECTS THRU 7420-EXIT
391600         PERFORM 7430-TALLY-HELD THRU 7430-EXIT
391700     END-IF
391800     PERFORM 7450-WRITE-SOURCE-ACK THRU 7450-EXIT
391900         VARYING WS-ACK-SUB FROM 1 BY 1
392000         UNTIL WS-ACK-SUB > WS-SRC-ENTRY-COUNT
392100     IF WS-RECYC-PRESENT
392200         PERFORM 7480-WRITE-FOLLOW-UPS THRU 7480-EXIT
392300     END-IF
392400     IF WS-ACK-MISMATCH-COUNT > ZERO AND WS-RUN-RC < 4
392500         MOVE 4 TO WS-RUN-RC
392600     END-IF
392700     IF WS-ACK-SOURCE-COUNT = ZERO
392800         AND WS-ACK-FOLLOW-UP-COUNT = ZERO
392900         GO TO 7400-CLOSE
393000     END-IF
393100     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
393200     MOVE WS-ACK-SOURCE-COUNT TO WS-ACK-EDIT-COUNT
393300     MOVE WS-ACK-FOLLOW-UP-COUNT TO WS-ACK-EDIT-FOLLOW-UPS
393400     MOVE SPACES TO LOG-RECORD
393500     STRING WS-EDIT-DATE DELIMITED BY SIZE
393600         " ACKNOWLEDGMENTS WRITTEN - SOURCES=" DELIMITED BY SIZE
393700         WS-ACK-EDIT-COUNT DELIMITED BY SIZE
393800         " FOLLOW-UPS=" DELIMITED BY SIZE
393900         WS-ACK-EDIT-FOLLOW-UPS DELIMITED BY SIZE
394000         INTO LOG-RECORD
394100     END-STRING
394200     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT.
394300 7400-CLOSE.
394400     CLOSE ACK-FILE
394500     MOVE "ACKFILE" TO WS-IO-FILE-NAME
394600     MOVE "CLOSE" TO WS-IO-OPERATION
394700     MOVE WS-ACK-STATUS TO WS-IO-STATUS-SAVE
394800     MOVE 8 TO WS-IO-SEVERITY
394900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
395000 7400-EXIT.
395100     EXIT.
395200
395300*-----------------------------------------------------------*
395400*  7405-MARK-FEED-REFUSED - THE WHOLE FEED WAS REFUSED, SO A *
395500*  HEADERED SEGMENT THAT HAD PASSED ITS OWN CHECK IS NAKED   *
395600*  WITH THE FEED-LEVEL REASON.                               *
395700*-----------------------------------------------------------*
395800 7405-MARK-FEED-REFUSED.
395900     IF WS-SRC-TBL-HAS-HDR (WS-SRC-SUB)
396000         AND WS-SRC-TBL-POSTING (WS-SRC-SUB)
396100         SET WS-SRC-TBL-REFUSED (WS-SRC-SUB) TO TRUE
396200         MOVE WS-FEED-FAIL-MSG TO WS-SRC-TBL-REASON (WS-SRC-SUB)
396300     END-IF.
396400 7405-EXIT.
396500     EXIT.
396600
396700*-----------------------------------------------------------*
396800*  7410-TALLY-ACCEPTED - COUNT AND SUM, IN THE FEED CURRENCY *
396900*  THE TRL HASH IS TAKEN IN, THE NIGHT'S ACCEPTED FEED       *
397000*  RECORDS AGAINST THE SOURCE SEGMENT EACH ONE CAME FROM.    *
397100*  A POSTING FILE THAT CANNOT BE RE-READ IS A WARNING; THE   *
397200*  TRAILER THEN SHOWS THE TOTALS DO NOT TIE.                 *
397300*-----------------------------------------------------------*
397400 7410-TALLY-ACCEPTED.
397500     OPEN INPUT ACCEPT-FILE
397600     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
397700     MOVE "OPEN" TO WS-IO-OPERATION
397800     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
397900     MOVE 4 TO WS-IO-SEVERITY
398000     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
398100     IF WS-ACCEPT-STATUS NOT = "00"
398200         GO TO 7410-EXIT
398300     END-IF
398400     SET WS-ACK-NOT-EOF TO TRUE
398500     PERFORM 7412-TALLY-ACCEPTED-RECORD THRU 7412-EXIT
398600         UNTIL WS-ACK-EOF
398700     CLOSE ACCEPT-FILE
398800     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
398900     MOVE "CLOSE" TO WS-IO-OPERATION
399000     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
399100     MOVE 4 TO WS-IO-SEVERITY
399200     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
399300 7410-EXIT.
399400     EXIT.
399500
399600 7412-TALLY-ACCEPTED-RECORD.
399700     READ ACCEPT-FILE
399800         AT END
399900             SET WS-ACK-EOF TO TRUE
400000             GO TO 7412-EXIT
400100     END-READ
400200     IF WS-ACCEPT-STATUS NOT = "00"
400300         MOVE "ACCEPTED" TO WS-IO-FILE-NAME
400400         MOVE "READ" TO WS-IO-OPERATION
400500         MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
400600         MOVE 4 TO WS-IO-SEVERITY
400700         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
400800         SET WS-ACK-EOF TO TRUE
400900         GO TO 7412-EXIT
401000     END-IF
401100     IF NOT ACCP-FROM-FEED OR ACCP-FEED-DATE NOT NUMERIC
401200         GO TO 7412-EXIT
401300     END-IF
401400     MOVE ACCP-SOURCE-ID TO WS-ACK-IMG-SOURCE-ID
401500     MOVE ACCP-FEED-DATE TO WS-ACK-IMG-FEED-DATE
401600     PERFORM 7440-FIND-ACK-SOURCE THRU 7440-EXIT
401700     IF WS-ACK-FOUND-SUB = ZERO
401800         GO TO 7412-EXIT
401900     END-IF
402000     ADD 1 TO WS-SRC-TBL-ACK-ACC-COUNT (WS-ACK-FOUND-SUB)
402100     ADD ACCP-TRAN-AMOUNT
402200         TO WS-SRC-TBL-ACK-ACC-AMOUNT (WS-ACK-FOUND-SUB).
402300 7412-EXIT.
402400     EXIT.
402500
402600*-----------------------------------------------------------*
402700*  7420-TALLY-REJECTS - THE SAME FOR THE NIGHT'S FEED        *
402800*  REJECTS.  A REJECT WITH A NON-NUMERIC AMOUNT COUNTS BUT   *
402900*  ADDS NOTHING, AS IT ADDS NOTHING TO THE TRL HASH.         *
403000*-----------------------------------------------------------*
403100 7420-TALLY-REJECTS.
403200     OPEN INPUT REJECT-FILE
403300     MOVE "REJECTS" TO WS-IO-FILE-NAME
403400     MOVE "OPEN" TO WS-IO-OPERATION
403500     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
403600     MOVE 4 TO WS-IO-SEVERITY
403700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
403800     IF WS-REJECT-STATUS NOT = "00"
403900         GO TO 7420-EXIT
404000     END-IF
404100     SET WS-ACK-NOT-EOF TO TRUE
404200     PERFORM 7422-TALLY-REJECT-RECORD THRU 7422-EXIT
404300         UNTIL WS-ACK-EOF
404400     CLOSE REJECT-FILE
404500     MOVE "REJECTS" TO WS-IO-FILE-NAME
404600     MOVE "CLOSE" TO WS-IO-OPERATION
404700     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
404800     MOVE 4 TO WS-IO-SEVERITY
404900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
405000 7420-EXIT.
405100     EXIT.
405200
405300 7422-TALLY-REJECT-RECORD.
405400     READ REJECT-FILE
405500         AT END
405600             SET WS-ACK-EOF TO TRUE
405700             GO TO 7422-EXIT
405800     END-READ
405900     IF WS-REJECT-STATUS NOT = "00"
406000         MOVE "REJECTS" TO WS-IO-FILE-NAME
406100         MOVE "READ" TO WS-IO-OPERATION
406200         MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
406300         MOVE 4 TO WS-IO-SEVERITY
406400         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
406500         SET WS-ACK-EOF TO TRUE
406600         GO TO 7422-EXIT
406700     END-IF
406800     IF NOT REJ-FROM-FEED
406900         GO TO 7422-EXIT
407000     END-IF
407100     MOVE REJ-TRAN-IMAGE TO WS-ACK-IMAGE
407200     IF WS-ACK-IMG-FEED-DATE NOT NUMERIC
407300         GO TO 7422-EXIT
407400     END-IF
407500     PERFORM 7440-FIND-ACK-SOURCE THRU 7440-EXIT
407600     IF WS-ACK-FOUND-SUB = ZERO
407700         GO TO 7422-EXIT
407800     END-IF
407900     ADD 1 TO WS-SRC-TBL-ACK-REJ-COUNT (WS-ACK-FOUND-SUB)
408000     IF WS-ACK-IMG-AMOUNT NUMERIC
408100         ADD WS-ACK-IMG-AMOUNT
408200             TO WS-SRC-TBL-ACK-REJ-AMOUNT (WS-ACK-FOUND-SUB)
408300     END-IF.
408400 7422-EXIT.
408500     EXIT.
408600
408700*-----------------------------------------------------------*
408800*  7430-TALLY-HELD - THE SAME FOR THE NIGHT'S HELD FEED      *
408900*  RECORDS, WHICH ARE NEITHER POSTED NOR REJECTED YET.       *
409000*-----------------------------------------------------------*
409100 7430-TALLY-HELD.
409200     OPEN INPUT HELD-FILE
409300     MOVE "HELDTRAN" TO WS-IO-FILE-NAME
409400     MOVE "OPEN" TO WS-IO-OPERATION
409500     MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
409600     MOVE 4 TO WS-IO-SEVERITY
409700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
409800     IF WS-HELD-STATUS NOT = "00"
409900         GO TO 7430-EXIT
410000     END-IF
410100     SET WS-ACK-NOT-EOF TO TRUE
410200     PERFORM 7432-TALLY-HELD-RECORD THRU 7432-EXIT
410300         UNTIL WS-ACK-EOF
410400     CLOSE HELD-FILE
410500     MOVE "HELDTRAN" TO WS-IO-FILE-NAME
410600     MOVE "CLOSE" TO WS-IO-OPERATION
410700     MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
410800     MOVE 4 TO WS-IO-SEVERITY
410900     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
411000 7430-EXIT.
411100     EXIT.
411200
411300 7432-TALLY-HELD-RECORD.
411400     READ HELD-FILE
411500         AT END
411600             SET WS-ACK-EOF TO TRUE
411700             GO TO 7432-EXIT
411800     END-READ
411900     IF WS-HELD-STATUS NOT = "00"
412000         MOVE "HELDTRAN" TO WS-IO-FILE-NAME
412100         MOVE "READ" TO WS-IO-OPERATION
412200         MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
412300         MOVE 4 TO WS-IO-SEVERITY
412400         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
412500         SET WS-ACK-EOF TO TRUE
412600         GO TO 7432-EXIT
412700     END-IF
412800     IF NOT HELD-FROM-FEED
412900         GO TO 7432-EXIT
413000     END-IF
413100     MOVE HELD-TRAN-IMAGE TO WS-ACK-IMAGE
413200     IF WS-ACK-IMG-FEED-DATE NOT NUMERIC
413300         GO TO 7432-EXIT
413400     END-IF
413500     PERFORM 7440-FIND-ACK-SOURCE THRU 7440-EXIT
413600     IF WS-ACK-FOUND-SUB = ZERO
413700         GO TO 7432-EXIT
413800     END-IF
413900     ADD 1 TO WS-SRC-TBL-ACK-HELD-COUNT (WS-ACK-FOUND-SUB)
414000     ADD WS-ACK-IMG-AMOUNT
414100         TO WS-SRC-TBL-ACK-HELD-AMOUNT (WS-ACK-FOUND-SUB).
414200 7432-EXIT.
414300     EXIT.
414400
414500*-----------------------------------------------------------*
414600*  7440-FIND-ACK-SOURCE - THE POSTING HEADERED SEGMENT WHOSE *
414700*  SOURCE ID AND FEED DATE MATCH THE RECORD'S ORIGIN STAMP,  *
414800*  LEFT IN WS-ACK-FOUND-SUB (ZERO WHEN THERE IS NONE).       *
414900*-----------------------------------------------------------*
415000 7440-FIND-ACK-SOURCE.
415100     MOVE ZERO TO WS-ACK-FOUND-SUB
415200     PERFORM 7445-MATCH-ACK-SOURCE THRU 7445-EXIT
415300         VARYING WS-SRC-SUB FROM 1 BY 1
415400         UNTIL WS-SRC-SUB > WS-SRC-ENTRY-COUNT
415500             OR WS-ACK-FOUND-SUB > ZERO.
415600 7440-EXIT.
415700     EXIT.
415800
415900 7445-MATCH-ACK-SOURCE.
416000     IF WS-SRC-TBL-HAS-HDR (WS-SRC-SUB)
416100         AND WS-SRC-TBL-POSTING (WS-SRC-SUB)
416200         AND WS-SRC-TBL-ID (WS-SRC-SUB) = WS-ACK-IMG-SOURCE-ID
416300         AND WS-SRC-TBL-FEED-DATE (WS-SRC-SUB)
416400             = WS-ACK-IMG-FEED-DATE
416500         MOVE WS-SRC-SUB TO WS-ACK-FOUND-SUB
416600     END-IF.
416700 7445-EXIT.
416800     EXIT.
416900
417000*-----------------------------------------------------------*
417100*  7450-WRITE-SOURCE-ACK - THE HEADER, REJECT DETAILS AND    *
417200*  TRAILER FOR ONE HEADERED SOURCE SEGMENT.  A POSTED        *
417300*  SEGMENT TIES WHEN ITS ACCEPTED, REJECTED AND HELD RECORDS *
417400*  ADD UP TO BOTH THE RECORDS RECEIVED AND THE TRL COUNT,    *
417500*  AND THEIR AMOUNTS TO THE TRL HASH.  A NAKED SEGMENT       *
417600*  POSTED NOTHING, SO ITS TRAILER JUST ECHOES WHAT WAS SENT. *
417700*  A MISSING SOURCE SENT NOTHING AND GETS NOTHING BACK.      *
417800*-----------------------------------------------------------*
417900 7450-WRITE-SOURCE-ACK.
418000     IF WS-SRC-TBL-NO-HDR (WS-ACK-SUB)
418100         GO TO 7450-EXIT
418200     END-IF
418300     ADD 1 TO WS-ACK-SOURCE-COUNT
418400     MOVE SPACES TO ACK-RECORD
418500     SET ACK-HEADER TO TRUE
418600     MOVE WS-SRC-TBL-ID (WS-ACK-SUB) TO ACK-SOURCE-ID
418700     MOVE WS-SRC-TBL-FEED-DATE (WS-ACK-SUB) TO ACK-FEED-DATE
418800     MOVE WS-BUSINESS-DATE TO ACK-PROCESS-DATE
418900     IF NOT WS-SRC-TBL-POSTING (WS-ACK-SUB)
419000         SET ACK-REFUSED TO TRUE
419100         MOVE WS-SRC-TBL-REASON (WS-ACK-SUB) TO ACK-NAK-REASON
419200     ELSE
419300         IF WS-SRC-TBL-ACK-REJ-COUNT (WS-ACK-SUB) = ZERO
419400             AND WS-SRC-TBL-ACK-HELD-COUNT (WS-ACK-SUB) = ZERO
419500             SET ACK-ACCEPTED TO TRUE
419600         ELSE
419700             SET ACK-PARTIAL TO TRUE
419800         END-IF
419900     END-IF
420000     PERFORM 7470-WRITE-ACK-RECORD THRU 7470-EXIT
420100     IF WS-SRC-TBL-POSTING (WS-ACK-SUB)
420200         AND WS-SRC-TBL-ACK-REJ-COUNT (WS-ACK-SUB) > ZERO
420300         PERFORM 7460-WRITE-REJECT-DETAILS THRU 7460-EXIT
420400     END-IF
420500     MOVE SPACES TO ACK-RECORD
420600     SET ACK-TRAILER TO TRUE
420700     MOVE WS-SRC-TBL-ID (WS-ACK-SUB) TO ACK-SOURCE-ID
420800     MOVE WS-SRC-TBL-FEED-DATE (WS-ACK-SUB) TO ACK-FEED-DATE
420900     MOVE WS-SRC-TBL-EXP-COUNT (WS-ACK-SUB) TO ACK-TRL-COUNT
421000     MOVE WS-SRC-TBL-EXP-HASH (WS-ACK-SUB) TO ACK-TRL-HASH
421100     MOVE WS-SRC-TBL-SCAN-COUNT (WS-ACK-SUB) TO ACK-RECEIVED-COUNT
421200     MOVE WS-SRC-TBL-ACK-ACC-COUNT (WS-ACK-SUB)
421300         TO ACK-ACCEPTED-COUNT
421400     MOVE WS-SRC-TBL-ACK-ACC-AMOUNT (WS-ACK-SUB)
421500         TO ACK-ACCEPTED-AMOUNT
421600     MOVE WS-SRC-TBL-ACK-REJ-COUNT (WS-ACK-SUB)
421700         TO ACK-REJECTED-COUNT
421800     MOVE WS-SRC-TBL-ACK-REJ-AMOUNT (WS-ACK-SUB)
421900         TO ACK-REJECTED-AMOUNT
422000     MOVE WS-SRC-TBL-ACK-HELD-COUNT (WS-ACK-SUB)
422100         TO ACK-HELD-COUNT
422200     MOVE WS-SRC-TBL-ACK-HELD-AMOUNT (WS-ACK-SUB)
422300         TO ACK-HELD-AMOUNT
422400     IF WS-SRC-TBL-POSTING (WS-ACK-SUB)
422500         COMPUTE WS-ACK-TOTAL-COUNT =
422600             WS-SRC-TBL-ACK-ACC-COUNT (WS-ACK-SUB)
422700             + WS-SRC-TBL-ACK-REJ-COUNT (WS-ACK-SUB)
422800             + WS-SRC-TBL-ACK-HELD-COUNT (WS-ACK-SUB)
422900         COMPUTE WS-ACK-TOTAL-AMOUNT =
423000             WS-SRC-TBL-ACK-ACC-AMOUNT (WS-ACK-SUB)
423100             + WS-SRC-TBL-ACK-REJ-AMOUNT (WS-ACK-SUB)
423200             + WS-SRC-TBL-ACK-HELD-AMOUNT (WS-ACK-SUB)
423300         IF WS-ACK-TOTAL-COUNT = WS-SRC-TBL-EXP-COUNT (WS-ACK-SUB)
423400             AND WS-ACK-TOTAL-COUNT
423500                 = WS-SRC-TBL-SCAN-COUNT (WS-ACK-SUB)
423600             AND WS-ACK-TOTAL-AMOUNT
423700                 = WS-SRC-TBL-EXP-HASH (WS-ACK-SUB)
423800             SET ACK-TOTALS-TIED TO TRUE
423900         ELSE
424000             SET ACK-TOTALS-NOT-TIED TO TRUE
424100             PERFORM 7455-REPORT-ACK-MISMATCH THRU 7455-EXIT
424200         END-IF
424300     END-IF
424400     PERFORM 7470-WRITE-ACK-RECORD THRU 7470-EXIT.
424500 7450-EXIT.
424600     EXIT.
424700
424800*-----------------------------------------------------------*
424900*  7455-REPORT-ACK-MISMATCH - A POSTED SEGMENT WHOSE FIGURES *
425000*  DO NOT TIE TO ITS TRL IS DISPLAYED AND LOGGED BEFORE THE  *
425100*  ACKNOWLEDGMENT GOES OUT.                                  *
425200*-----------------------------------------------------------*
425300 7455-REPORT-ACK-MISMATCH.
425400     ADD 1 TO WS-ACK-MISMATCH-COUNT
425500     MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE
425600     DISPLAY "ACKNOWLEDGMENT TOTALS DO NOT TIE TO THE TRAILER - "
425700         "SOURCE " WS-SRC-TBL-ID (WS-ACK-SUB)
425800     MOVE SPACES TO LOG-RECORD
425900     STRING WS-EDIT-DATE DELIMITED BY SIZE
426000         " ACKNOWLEDGMENT TOTALS DO NOT TIE TO THE TRAILER"
426100             DELIMITED BY SIZE
426200         " SOURCE=" DELIMITED BY SIZE
426300         WS-SRC-TBL-ID (WS-ACK-SUB) DELIMITED BY SIZE
426400         INTO LOG-RECORD
426500     END-STRING
426600     PERFORM 9150-WRITE-LOG-RECORD THRU 9150-EXIT.
426700 7455-EXIT.
426800     EXIT.
426900
427000*-----------------------------------------------------------*
427100*  7460-WRITE-REJECT-DETAILS - ONE AKD LINE PER FEED REJECT  *
427200*  STAMPED WITH THE CURRENT SEGMENT'S SOURCE AND FEED DATE,  *
427300*  CARRYING THE REASON CODE FROM THE REJECTS FILE.           *
427400*-----------------------------------------------------------*
427500 7460-WRITE-REJECT-DETAILS.
427600     OPEN INPUT REJECT-FILE
427700     MOVE "REJECTS" TO WS-IO-FILE-NAME
427800     MOVE "OPEN" TO WS-IO-OPERATION
427900     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
428000     MOVE 4 TO WS-IO-SEVERITY
428100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
428200     IF WS-REJECT-STATUS NOT = "00"
428300         GO TO 7460-EXIT
428400     END-IF
428500     SET WS-ACK-NOT-EOF TO TRUE
428600     PERFORM 7465-WRITE-REJECT-DETAIL THRU 7465-EXIT
428700         UNTIL WS-ACK-EOF
428800     CLOSE REJECT-FILE
428900     MOVE "REJECTS" TO WS-IO-FILE-NAME
429000     MOVE "CLOSE" TO WS-IO-OPERATION
429100     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
429200     MOVE 4 TO WS-IO-SEVERITY
429300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
429400 7460-EXIT.
429500     EXIT.
429600
429700 7465-WRITE-REJECT-DETAIL.
429800     READ REJECT-FILE
429900         AT END
430000             SET WS-ACK-EOF TO TRUE
430100             GO TO 7465-EXIT
430200     END-READ
430300     IF WS-REJECT-STATUS NOT = "00"
430400         MOVE "REJECTS" TO WS-IO-FILE-NAME
430500         MOVE "READ" TO WS-IO-OPERATION
430600         MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
430700         MOVE 4 TO WS-IO-SEVERITY
430800         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
430900         SET WS-ACK-EOF TO TRUE
431000         GO TO 7465-EXIT
431100     END-IF
431200     IF NOT REJ-FROM-FEED
431300         GO TO 7465-EXIT
431400     END-IF
431500     MOVE REJ-TRAN-IMAGE TO WS-ACK-IMAGE
431600     IF WS-ACK-IMG-SOURCE-ID NOT = WS-SRC-TBL-ID (WS-ACK-SUB)
431700         GO TO 7465-EXIT
431800     END-IF
431900     IF WS-ACK-IMG-FEED-DATE NOT NUMERIC
432000         GO TO 7465-EXIT
432100     END-IF
432200     IF WS-ACK-IMG-FEED-DATE
432300         NOT = WS-SRC-TBL-FEED-DATE (WS-ACK-SUB)
432400         GO TO 7465-EXIT
432500     END-IF
432600     MOVE SPACES TO ACK-RECORD
432700     SET ACK-DETAIL TO TRUE
432800     MOVE WS-SRC-TBL-ID (WS-ACK-SUB) TO ACK-SOURCE-ID
432900     MOVE WS-SRC-TBL-FEED-DATE (WS-ACK-SUB) TO ACK-FEED-DATE
433000     MOVE WS-ACK-IMG-TRAN-ID TO ACK-TRAN-ID
433100     MOVE WS-ACK-IMG-TYPE TO ACK-TRAN-TYPE
433200     MOVE WS-ACK-IMG-AMOUNT-X TO ACK-TRAN-AMOUNT-X
433300     MOVE WS-ACK-IMG-CURRENCY TO ACK-TRAN-CURRENCY
433400     MOVE REJ-REASON-CODE TO ACK-REASON-CODE
433500     MOVE ZERO TO ACK-POSTED-DATE
433600     PERFORM 7470-WRITE-ACK-RECORD THRU 7470-EXIT.
433700 7465-EXIT.
433800     EXIT.
433900
434000 7470-WRITE-ACK-RECORD.
434100     WRITE ACK-RECORD
434200     MOVE "ACKFILE" TO WS-IO-FILE-NAME
434300     MOVE "WRITE" TO WS-IO-OPERATION
434400     MOVE WS-ACK-STATUS TO WS-IO-STATUS-SAVE
434500     MOVE 8 TO WS-IO-SEVERITY
434600     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
434700 7470-EXIT.
434800     EXIT.
434900
435000*-----------------------------------------------------------*
435100*  7480-WRITE-FOLLOW-UPS - ONE AKF LINE PER RECYCLED REPAIR  *
435200*  THAT POSTED, UNDER THE SOURCE ID AND FEED DATE IT WAS     *
435300*  ORIGINALLY SENT WITH, WITH TONIGHT'S BUSINESS DATE AS THE *
435400*  DATE IT FINALLY POSTED.  A REPAIR WITH NO ORIGIN STAMP    *
435500*  CAME FROM A HEADERLESS FEED AND HAS NO SENDER TO TELL.    *
435600*-----------------------------------------------------------*
435700 7480-WRITE-FOLLOW-UPS.
435800     OPEN INPUT ACCEPT-FILE
435900     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
436000     MOVE "OPEN" TO WS-IO-OPERATION
436100     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
436200     MOVE 4 TO WS-IO-SEVERITY
436300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
436400     IF WS-ACCEPT-STATUS NOT = "00"
436500         GO TO 7480-EXIT
436600     END-IF
436700     SET WS-ACK-NOT-EOF TO TRUE
436800     PERFORM 7485-WRITE-FOLLOW-UP THRU 7485-EXIT
436900         UNTIL WS-ACK-EOF
437000     CLOSE ACCEPT-FILE
437100     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
437200     MOVE "CLOSE" TO WS-IO-OPERATION
437300     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
437400     MOVE 4 TO WS-IO-SEVERITY
437500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
437600 7480-EXIT.
437700     EXIT.
437800
437900 7485-WRITE-FOLLOW-UP.
438000     READ ACCEPT-FILE
438100         AT END
438200             SET WS-ACK-EOF TO TRUE
438300             GO TO 7485-EXIT
438400     END-READ
438500     IF WS-ACCEPT-STATUS NOT = "00"
438600         MOVE "ACCEPTED" TO WS-IO-FILE-NAME
438700         MOVE "READ" TO WS-IO-OPERATION
438800         MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
438900         MOVE 4 TO WS-IO-SEVERITY
439000         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
439100         SET WS-ACK-EOF TO TRUE
439200         GO TO 7485-EXIT
439300     END-IF
439400     IF NOT ACCP-FROM-RECYCLE OR ACCP-SOURCE-ID = SPACES
439500         GO TO 7485-EXIT
439600     END-IF
439700     MOVE SPACES TO ACK-RECORD
439800     SET ACK-FOLLOW-UP TO TRUE
439900     MOVE ACCP-SOURCE-ID TO ACK-SOURCE-ID
440000     IF ACCP-FEED-DATE NUMERIC
440100         MOVE ACCP-FEED-DATE TO ACK-FEED-DATE
440200     ELSE
440300         MOVE ZERO TO ACK-FEED-DATE
440400     END-IF
440500     MOVE ACCP-TRAN-ID TO ACK-TRAN-ID
440600     MOVE ACCP-TRAN-TYPE TO ACK-TRAN-TYPE
440700     MOVE ACCP-TRAN-AMOUNT TO ACK-TRAN-AMOUNT
440800     MOVE ACCP-CURRENCY TO ACK-TRAN-CURRENCY
440900     MOVE ACCP-RUN-DATE TO ACK-POSTED-DATE
441000     PERFORM 7470-WRITE-ACK-RECORD THRU 7470-EXIT
441100     ADD 1 TO WS-ACK-FOLLOW-UP-COUNT.
441200 7485-EXIT.
441300     EXIT.
441400
441500*-----------------------------------------------------------*
441600*  8000-FINALIZE - CLOSE THE FILES STILL OPEN AT END OF RUN. *
441700*-----------------------------------------------------------*
441800 8000-FINALIZE.
441900     IF WS-RPT-OPENED
442000         CLOSE RPT-FILE
442100         MOVE "RPTFILE" TO WS-IO-FILE-NAME
442200         MOVE "CLOSE" TO WS-IO-OPERATION
442300         MOVE WS-RPT-STATUS TO WS-IO-STATUS-SAVE
442400         MOVE 4 TO WS-IO-SEVERITY
442500         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
442600     END-IF
442700     IF WS-TRAN-PRESENT
442800         CLOSE TRANIN-FILE
442900         MOVE "TRANIN" TO WS-IO-FILE-NAME
443000         MOVE "CLOSE" TO WS-IO-OPERATION
443100         MOVE WS-TRAN-STATUS TO WS-IO-STATUS-SAVE
443200         MOVE 4 TO WS-IO-SEVERITY
443300         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
443400     END-IF
443500     IF WS-RECYC-PRESENT
443600         CLOSE RECYC-FILE
443700         MOVE "NEXTFEED" TO WS-IO-FILE-NAME
443800         MOVE "CLOSE" TO WS-IO-OPERATION
443900         MOVE WS-RECYC-STATUS TO WS-IO-STATUS-SAVE
444000         MOVE 4 TO WS-IO-SEVERITY
444100         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
444200     END-IF
444300     IF WS-RLSE-PRESENT
444400         CLOSE RLSE-FILE
444500         MOVE "RELEASED" TO WS-IO-FILE-NAME
444600         MOVE "CLOSE" TO WS-IO-OPERATION
444700         MOVE WS-RLSE-STATUS TO WS-IO-STATUS-SAVE
444800         MOVE 4 TO WS-IO-SEVERITY
444900         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
445000     END-IF
445100     IF WS-ACCR-PRESENT
445200         CLOSE ACCR-FILE
445300         MOVE "ACCRFEED" TO WS-IO-FILE-NAME
445400         MOVE "CLOSE" TO WS-IO-OPERATION
445500         MOVE WS-ACCR-STATUS TO WS-IO-STATUS-SAVE
445600         MOVE 4 TO WS-IO-SEVERITY
445700         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
445800     END-IF
445900     IF WS-POST-FILES-OPEN
446000         PERFORM 8100-CLOSE-POSTING-FILES THRU 8100-EXIT
446100     END-IF
446200     IF WS-ACCT-PRESENT
446300         CLOSE ACCTMST-FILE
446400         MOVE "ACCTMST" TO WS-IO-FILE-NAME
446500         MOVE "CLOSE" TO WS-IO-OPERATION
446600         MOVE WS-ACCTMST-STATUS TO WS-IO-STATUS-SAVE
446700         MOVE 8 TO WS-IO-SEVERITY
446800         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
446900     END-IF
447000     IF WS-PMOV-PRESENT
447100         CLOSE PMOV-FILE
447200         MOVE "PERDMOV" TO WS-IO-FILE-NAME
447300         MOVE "CLOSE" TO WS-IO-OPERATION
447400         MOVE WS-PMOV-STATUS TO WS-IO-STATUS-SAVE
447500         MOVE 8 TO WS-IO-SEVERITY
447600         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
447700     END-IF
447800     IF WS-HIST-PRESENT
447900         CLOSE HIST-FILE
448000         MOVE "TRANHIST" TO WS-IO-FILE-NAME
448100         MOVE "CLOSE" TO WS-IO-OPERATION
448200         MOVE WS-HIST-STATUS TO WS-IO-STATUS-SAVE
448300         MOVE 8 TO WS-IO-SEVERITY
448400         PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
448500     END-IF
448600*---------------------------------------------------------------
448700* THE RUN LOG IS CLOSED LAST SO EVERY CLOSE FAILURE ABOVE CAN
448800* STILL BE RECORDED TO IT BY 9100-CHECK-IO-STATUS.
448900*---------------------------------------------------------------
449000     CLOSE RUNLOG-FILE
449100     MOVE "RUNLOG" TO WS-IO-FILE-NAME
449200     MOVE "CLOSE" TO WS-IO-OPERATION
449300     MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS-SAVE
449400     MOVE 4 TO WS-IO-SEVERITY
449500     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
449600 8000-EXIT.
449700     EXIT.
449800
449900*-----------------------------------------------------------*
450000*  8100-CLOSE-POSTING-FILES - CLOSE THE REJECT, ACCEPTED AND *
450100*  HELD FILES.  THE ACKNOWLEDGMENT STEP CLOSES THEM EARLY TO *
450200*  RE-READ THEM, SO THE SWITCH KEEPS 8000 FROM CLOSING THEM  *
450300*  TWICE.                                                    *
450400*-----------------------------------------------------------*
450500 8100-CLOSE-POSTING-FILES.
450600     CLOSE REJECT-FILE
450700     MOVE "REJECTS" TO WS-IO-FILE-NAME
450800     MOVE "CLOSE" TO WS-IO-OPERATION
450900     MOVE WS-REJECT-STATUS TO WS-IO-STATUS-SAVE
451000     MOVE 8 TO WS-IO-SEVERITY
451100     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
451200     CLOSE ACCEPT-FILE
451300     MOVE "ACCEPTED" TO WS-IO-FILE-NAME
451400     MOVE "CLOSE" TO WS-IO-OPERATION
451500     MOVE WS-ACCEPT-STATUS TO WS-IO-STATUS-SAVE
451600     MOVE 8 TO WS-IO-SEVERITY
451700     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
451800     CLOSE HELD-FILE
451900     MOVE "HELDTRAN" TO WS-IO-FILE-NAME
452000     MOVE "CLOSE" TO WS-IO-OPERATION
452100     MOVE WS-HELD-STATUS TO WS-IO-STATUS-SAVE
452200     MOVE 8 TO WS-IO-SEVERITY
452300     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT
452400     SET WS-POST-FILES-CLOSED TO TRUE.
452500 8100-EXIT.
452600     EXIT.
452700
452800*-----------------------------------------------------------*
452900*  9100-CHECK-IO-STATUS - COMMON FILE-STATUS CHECK.  THE     *
453000*  CALLER NAMES THE FILE, THE OPERATION, THE STATUS FIELD    *
453100*  AND THE SEVERITY THAT CLASS OF FAILURE CARRIES.  STATUSES *
453200*  THE CALLERS HANDLE AS BY-DESIGN CONDITIONS (END OF FILE,  *
453300*  OPTIONAL FILE NOT PRESENT) ARE NOT ERRORS.  THE WORST     *
453400*  SEVERITY SEEN IS MERGED INTO THE RETURN CODE AT           *
453500*  TERMINATION.                                              *
453600*-----------------------------------------------------------*
453700 9100-CHECK-IO-STATUS.
453800     IF WS-IO-STATUS-SAVE = "00" OR "10" OR "35" OR "05"
453900         GO TO 9100-EXIT
454000     END-IF
454100     DISPLAY "FILE ERROR " WS-IO-FILE-NAME " "
454200         WS-IO-OPERATION " STATUS " WS-IO-STATUS-SAVE
454300     IF WS-IO-SEVERITY > WS-RUN-RC
454400         MOVE WS-IO-SEVERITY TO WS-RUN-RC
454500     END-IF
454600     IF WS-IO-FILE-NAME NOT = "RUNLOG"
454700         AND WS-RUNLOG-STATUS = "00"
454800         MOVE SPACES TO LOG-RECORD
454900         STRING "IOERR " DELIMITED BY SIZE
455000             WS-IO-FILE-NAME DELIMITED BY SIZE
455100             " " DELIMITED BY SIZE
455200             WS-IO-OPERATION DELIMITED BY SIZE
455300             " STATUS=" DELIMITED BY SIZE
455400             WS-IO-STATUS-SAVE DELIMITED BY SIZE
455500             INTO LOG-RECORD
455600         END-STRING
455700         WRITE LOG-RECORD
455800     END-IF.
455900 9100-EXIT.
456000     EXIT.
456100
456200*-----------------------------------------------------------*
456300*  9150-WRITE-LOG-RECORD - COMMON RUN-LOG WRITE.  A LOG THAT *
456400*  CANNOT BE WRITTEN IS A WARNING: THE RUN ITSELF IS STILL   *
456500*  GOOD, BUT THE ON-CALL TEAM SHOULD KNOW THE AUDIT TRAIL    *
456600*  HAS A HOLE IN IT.                                         *
456700*-----------------------------------------------------------*
456800 9150-WRITE-LOG-RECORD.
456900     WRITE LOG-RECORD
457000     MOVE "RUNLOG" TO WS-IO-FILE-NAME
457100     MOVE "WRITE" TO WS-IO-OPERATION
457200     MOVE WS-RUNLOG-STATUS TO WS-IO-STATUS-SAVE
457300     MOVE 4 TO WS-IO-SEVERITY
457400     PERFORM 9100-CHECK-IO-STATUS THRU 9100-EXIT.
457500 9150-EXIT.
457600     EXIT.
