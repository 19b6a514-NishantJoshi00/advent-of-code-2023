000100*****************************************************************
000200* PROGRAM:    GEARLOAD
000300* PURPOSE:    RECEIVING END OF THE GEAROUT INTERFACE EXTRACT.
000400*             READS THE TRANSMISSION WRITTEN BY THE SOLUTION
000500*             RUN, PROVES THE TRAILER (RECORD COUNT AGAINST
000600*             DETAIL RECORDS READ, HASH AGAINST THE RECOMPUTED
000700*             LOW-ORDER-TWELVE-DIGIT SUM OF GEAR PRODUCTS),
000800*             REFUSES A FEED WHOSE HEADER DATE IS NOT THE
000900*             EXPECTED CYCLE DATE OR THAT IS NOT LATER THAN THE
001000*             LAST FEED LOADED, AND POSTS EACH GEAR TO THE GEAR
001100*             PAIRING REGISTER, KEYED BY ENGINE MODEL AND THE
001200*             GEAR'S ROW/COLUMN. THE UPDATED REGISTER GOES OUT
001300*             ON GEARREGO.
001400*
001500*             WHILE POSTING, EACH GEAR IS COMPARED WITH WHAT THE
001600*             REGISTER LAST HELD FOR ITS MODEL. GEARRPT LISTS
001700*             EVERY GEAR THAT IS NEW, EVERY GEAR WHOSE VALUE-1/
001800*             VALUE-2 PAIRING CHANGED, AND EVERY GEAR OF A MODEL
001900*             ON THE FEED THAT DID NOT COME BACK. EACH IS RULED
002000*             BY THE MODEL'S DRAWING REVISION: ON THE SAME
002100*             REVISION THE REGISTER HOLDS, THE DRAWING DID NOT
002200*             CHANGE, SO A DIFFERENT GEAR IS A DATA PROBLEM; ON
002210*             A NEW REVISION IT IS A PLANNING CHANGE. SO IT IS
002220*             ON A MODEL THE DRAWING-REVISION REGISTRY (REVREG)
002230*             SHOWS ENGINEERING ROLLED BACK TO AN EARLIER
002240*             REVISION, WITHDRAWING THE ONE ON THE REGISTER -
002250*             ANY OTHER OLDER REVISION IS REFUSED.
002400* AUTHOR:     D. M. HENDRICKS
002500* INSTALLATION: AOC DATA CENTER
002600* DATE-WRITTEN: 2026-10-15
002700*
002800* RETURN CODES: 0 = FEED PROVED AND POSTED; ANY DIFFERENCES
002900*                   LISTED ARE PLANNING CHANGES OR FIRST LOADS
003000*               4 = FEED POSTED, BUT DATA PROBLEMS WERE FOUND OR
003100*                   DETAILS WERE REFUSED (OLDER REVISION, NO
003200*                   ENGINE IDENTITY, GEAR TWICE ON THE FEED) -
003300*                   SEE GEARRPT
003400*              16 = FEED REFUSED (GEAROUT MISSING, HEADER BAD OR
003500*                   OFF-CYCLE, ALREADY LOADED, NO TRAILER, COUNT
003600*                   OR HASH DISPROVED, DETAIL NOT NUMERIC),
003610*                   GEARREG DAMAGED OR UNREADABLE, REVREG
003620*                   UNREADABLE, OR A TABLE FULL - GEARREGO IS
003630*                   NOT WRITTEN AND GEARREG STANDS AS IT WAS
004000*
004100* THE FEED IS READ TWICE: PASS ONE PROVES THE TRANSMISSION END
004200* TO END BEFORE A SINGLE GEAR IS POSTED, PASS TWO POSTS THE
004300* PROVED DETAILS. THE REGISTER CARRIES A CONTROL RECORD NAMING
004400* THE LAST FEED LOADED, SO A FEED CAN POST ONLY ONCE AND NEVER
004500* BEHIND A LATER ONE.
004510*
004520* MODIFICATION HISTORY.
004530*   2026-10-15 DMH REVREG READ: A MODEL THE REVMNT JOB ROLLED
004540*                  BACK IS RULED ROLLED BACK, NOT REFUSED, AND
004550*                  ITS DIFFERENCES ARE PLANNING CHANGES. THE
004560*                  REVISION ON THE REGISTER IS NOW TAKEN FROM
004570*                  CURRENT GEARS ONLY, SO GEARS LEFT GONE ON A
004580*                  WITHDRAWN REVISION DO NOT HOLD THE MODEL
004590*                  THERE.
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. GEARLOAD.
004900 AUTHOR. D. M. HENDRICKS.
005000 INSTALLATION. AOC DATA CENTER.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*    GEAROUT - THE TRANSMISSION AS WRITTEN BY THE SOLUTION RUN:
005800*    'H' HEADER, 'D' DETAILS, 'T' TRAILER. LAYOUTS MUST STAY IN
005900*    STEP WITH THE GEAROUT-*-LINE LAYOUTS IN THAT PROGRAM.
006000     SELECT GEAR-FILE ASSIGN TO GEAROUT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS GEAR-STATUS.
006300
006400*    GEARPARM - CONTROL CARDS FOR THIS JOB, SAME KEYWORD=VALUE
006500*    FORM AS THE MAIN RUN'S RUNPARMS: CYCLE=YYYYMMDD NAMES THE
006600*    CYCLE DATE THE HEADER MUST CARRY. '*' IN COLUMN ONE IS A
006700*    COMMENT CARD. MISSING DATASET OR NO CARD MEANS TODAY.
006800     SELECT GEARPARM-FILE ASSIGN TO GEARPARM
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS GEARPARM-STATUS.
007100
007200*    GEARREG / GEARREGO - THE GEAR PAIRING REGISTER: ONE 'L'
007300*    CONTROL RECORD FIRST, THEN ONE 'G' RECORD PER GEAR IN
007400*    ASCENDING MODEL, ROW AND COLUMN ORDER. GEARREG IS OPTIONAL
007500*    SO THE FIRST LOAD STARTS THE REGISTER ITSELF.
007600     SELECT OPTIONAL REG-IN-FILE ASSIGN TO GEARREG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS REG-IN-STATUS.
007900
008000     SELECT REG-OUT-FILE ASSIGN TO GEARREGO
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS REG-OUT-STATUS.
008210*    REVREG - THE DRAWING-REVISION REGISTRY AS THE SOLUTION RUN
008220*    THAT WROTE THIS FEED LEFT IT (ITS REVREGO), READ ONLY FOR
008230*    THE ROLLBACKS REVMNT HAS ENTERED. OPTIONAL - WITHOUT IT AN
008240*    OLDER REVISION IS SIMPLY REFUSED.
008250     SELECT OPTIONAL REVREG-FILE ASSIGN TO REVREG
008260         ORGANIZATION IS LINE SEQUENTIAL
008270         FILE STATUS IS REVREG-STATUS.
008300
008400*    GEARRPT - WHAT WAS PROVED AND POSTED, EVERY GEAR THAT IS
008500*    NEW, CHANGED OR GONE WITH ITS RULING, AND WHY A FEED WAS
008600*    REFUSED IF ONE WAS.
008700     SELECT GEAR-RPT-FILE ASSIGN TO GEARRPT
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
009100*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
009200*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
009300*    A NEW CYCLE STARTS IT.
009400     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS RUNLOG-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  GEAR-FILE
010100     RECORD CONTAINS 72 CHARACTERS.
010200 01  GEAR-RECORD                 PIC X(72).
010300
010400 FD  GEARPARM-FILE
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  GEARPARM-RECORD             PIC X(80).
010700
010800*    STATUS 'C' IS A GEAR ON THE LAST FEED THAT CARRIED ITS
010900*    MODEL; 'G' IS ONE THAT WAS NOT ON A LATER FEED FOR THE
011000*    MODEL, KEPT WITH ITS LAST PAIRING AND THE DATE IT WENT.
011100 FD  REG-IN-FILE
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  REG-IN-RECORD.
011400     05  REG-IN-TYPE              PIC X(01).
011500         88  REG-IN-CONTROL                 VALUE 'L'.
011600         88  REG-IN-GEAR                    VALUE 'G'.
011700     05  REG-IN-KEY.
011800         10  REG-IN-MODEL         PIC X(12).
011900         10  REG-IN-ROW           PIC 9(05).
012000         10  REG-IN-COL           PIC 9(05).
012100     05  REG-IN-REV               PIC X(04).
012200     05  REG-IN-VALUE-1           PIC 9(10).
012300     05  REG-IN-VALUE-2           PIC 9(10).
012400     05  REG-IN-FIRST-DATE        PIC 9(08).
012500     05  REG-IN-LAST-DATE         PIC 9(08).
012600     05  REG-IN-STAT              PIC X(01).
012700         88  REG-IN-STAT-VALID              VALUE 'C' 'G'.
012800     05  REG-IN-GONE-DATE         PIC 9(08).
012900     05  FILLER                   PIC X(08).
013000
013100 FD  REG-OUT-FILE
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  REG-OUT-RECORD              PIC X(80).
013306*    KEEP THIS LAYOUT IN STEP WITH THE REVREG RECORD IN THE
013312*    SOLUTION RUN AND REVMNT. ONLY THE REGISTERED AND WITHDRAWN
013318*    REVISIONS MATTER HERE.
013324 FD  REVREG-FILE
013330     RECORD CONTAINS 80 CHARACTERS.
013336 01  REVREG-RECORD.
013342     05  REVREG-MODEL             PIC X(12).
013348     05  REVREG-REV               PIC X(04).
013354     05  REVREG-RUN-DATE          PIC 9(08).
013360     05  REVREG-STAT              PIC X(01).
013366     05  REVREG-ALLOW-REV         PIC X(04).
013372     05  REVREG-WDN-REV           PIC X(04).
013378     05  REVREG-MNT-DATE          PIC 9(08).
013384     05  REVREG-MNT-REASON        PIC X(02).
013390     05  FILLER                   PIC X(37).
013400
013500 FD  GEAR-RPT-FILE
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  GEAR-RPT-RECORD             PIC X(80).
013800
013900 FD  RUNLOG-FILE
014000     RECORD CONTAINS 150 CHARACTERS.
014100 01  RUNLOG-RECORD               PIC X(150).
014200
014300 WORKING-STORAGE SECTION.
014400*    THE THREE VIEWS OF A GEAROUT RECORD, AS THE SOLUTION RUN
014500*    WRITES THEM.
014600 01  GEAROUT-HDR-LINE.
014700     05  GEAROUT-HDR-ID           PIC X(01).
014800     05  GEAROUT-HDR-DATE         PIC 9(08).
014900     05  FILLER                   PIC X(63).
015000
015100 01  GEAROUT-DTL-LINE.
015200     05  GEAROUT-DTL-ID           PIC X(01).
015300     05  GEAROUT-DTL-MODEL        PIC X(12).
015400     05  GEAROUT-DTL-REV          PIC X(04).
015500     05  GEAROUT-DTL-SCHEM        PIC 9(05).
015600     05  GEAROUT-DTL-ROW          PIC 9(05).
015700     05  GEAROUT-DTL-COL          PIC 9(05).
015800     05  GEAROUT-DTL-VALUE-1      PIC 9(10).
015900     05  GEAROUT-DTL-VALUE-2      PIC 9(10).
016000     05  GEAROUT-DTL-PRODUCT      PIC 9(20).
016100
016200 01  GEAROUT-TRL-LINE.
016300     05  GEAROUT-TRL-ID           PIC X(01).
016400     05  GEAROUT-TRL-COUNT        PIC 9(07).
016500     05  GEAROUT-TRL-HASH         PIC 9(12).
016600     05  FILLER                   PIC X(52).
016700
016800*    THE REGISTER'S CONTROL RECORD: THE LAST FEED LOADED, THE
016900*    DAY IT WAS LOADED AND THE COUNT AND HASH IT PROVED WITH.
017000 01  REG-CTL-LINE.
017100     05  REG-CTL-TYPE             PIC X(01) VALUE 'L'.
017200     05  REG-CTL-FEED-DATE        PIC 9(08) VALUE 0.
017300     05  REG-CTL-LOAD-DATE        PIC 9(08) VALUE 0.
017400     05  REG-CTL-COUNT            PIC 9(07) VALUE 0.
017500     05  REG-CTL-HASH             PIC 9(12) VALUE 0.
017600     05  FILLER                   PIC X(44) VALUE SPACE.
017700
017800 01  SWITCHES.
017900     05  GEAR-EOF-SW             PIC X(01) VALUE 'N'.
018000         88  GEAR-EOF                       VALUE 'Y'.
018100     05  REG-EOF-SW              PIC X(01) VALUE 'N'.
018200         88  REG-EOF                        VALUE 'Y'.
018300     05  HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
018400         88  HEADER-SEEN                    VALUE 'Y'.
018500     05  TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
018600         88  TRAILER-SEEN                   VALUE 'Y'.
018700     05  CYCLE-SEEN-SW           PIC X(01) VALUE 'N'.
018800         88  CYCLE-SEEN                     VALUE 'Y'.
018900     05  CONTROL-SEEN-SW         PIC X(01) VALUE 'N'.
019000         88  CONTROL-SEEN                   VALUE 'Y'.
019100     05  PAIR-FOUND-SW           PIC X(01) VALUE 'N'.
019200         88  PAIR-FOUND                     VALUE 'Y'.
019210     05  REVREG-EOF-SW           PIC X(01) VALUE 'N'.
019220         88  REVREG-EOF                     VALUE 'Y'.
019300
019400 01  GEAR-STATUS                 PIC X(02) VALUE SPACE.
019500 01  GEARPARM-STATUS             PIC X(02) VALUE SPACE.
019600 01  REG-IN-STATUS               PIC X(02) VALUE SPACE.
019700 01  REG-OUT-STATUS              PIC X(02) VALUE SPACE.
019710 01  REVREG-STATUS               PIC X(02) VALUE SPACE.
019800
019900*    THE CYCLE DATE THE FEED HEADER MUST CARRY - TODAY UNLESS A
020000*    CYCLE CARD SAYS OTHERWISE, AS FOR THE PARTOUT LOAD.
020100 01  EXPECTED-CYCLE-DATE         PIC 9(08) VALUE 0.
020200 01  FEED-DATE                   PIC 9(08) VALUE 0.
020300 01  RUN-DATE                    PIC 9(08) VALUE 0.
020400
020500*    PASS-ONE PROOF TOTALS. THE HASH FIELD IS TWELVE DIGITS SO
020600*    THE RUNNING SUM CARRIES EXACTLY THE LOW-ORDER TWELVE THE
020700*    TRAILER CARRIES, BY THE SAME TRUNCATION THE WRITER USED.
020800 01  FEED-RECORD-NO              PIC 9(07) VALUE 0 COMP.
020900 01  FEED-DETAIL-COUNT           PIC 9(07) VALUE 0 COMP.
021000 01  FEED-HASH                   PIC 9(12) VALUE 0.
021100 01  HOLD-PRODUCT                PIC 9(20) VALUE 0.
021200
021300*    THE REGISTER, LOADED FROM GEARREG, HELD IN KEY ORDER,
021400*    UPDATED IN PLACE AND REWRITTEN TO GEARREGO. A FULL TABLE
021500*    STOPS THE RUN - DROPPING GEARS OFF THE REGISTER WOULD
021600*    REPORT THEM GONE ON THE NEXT LOAD. RAISE MAX-PAIR-ENTRIES
021700*    IF IT EVER COMES CLOSE.
021800 78  MAX-PAIR-ENTRIES            VALUE 20000.
021900 01  PAIR-ENTRY-COUNT            PIC 9(05) VALUE 0 COMP.
022000 01  PAIR-TABLE.
022100     05  PAIR-ENTRY OCCURS MAX-PAIR-ENTRIES TIMES
022200             INDEXED BY PAIR-IDX.
022300         10  PAIR-KEY.
022400             15  PAIR-MODEL       PIC X(12).
022500             15  PAIR-ROW         PIC 9(05).
022600             15  PAIR-COL         PIC 9(05).
022700         10  PAIR-REV             PIC X(04).
022800         10  PAIR-VALUE-1         PIC 9(10).
022900         10  PAIR-VALUE-2         PIC 9(10).
023000         10  PAIR-FIRST-DATE      PIC 9(08).
023100         10  PAIR-LAST-DATE       PIC 9(08).
023200         10  PAIR-STAT            PIC X(01).
023300             88  PAIR-CURRENT               VALUE 'C'.
023400             88  PAIR-GONE                  VALUE 'G'.
023500         10  PAIR-GONE-DATE       PIC 9(08).
023600
023700*    SEARCH/INSERT WORK FIELDS, AS IN THE WHERE-USED UPDATE.
023800*    PAIR-INS-POS IS LEFT AT THE FIRST ENTRY AT OR PAST THE
023900*    TARGET EITHER WAY.
024000 01  SEARCH-KEY.
024100     05  SEARCH-MODEL             PIC X(12).
024200     05  SEARCH-ROW               PIC 9(05).
024300     05  SEARCH-COL               PIC 9(05).
024400 01  PRIOR-KEY                   PIC X(22) VALUE LOW-VALUE.
024500 01  SEARCH-LO                   PIC 9(05) VALUE 0 COMP.
024600 01  SEARCH-HI                   PIC 9(05) VALUE 0 COMP.
024700 01  SEARCH-MID                  PIC 9(05) VALUE 0 COMP.
024800 01  PAIR-INS-POS                PIC 9(05) VALUE 0 COMP.
024900 01  PAIR-SHIFT-IDX              PIC 9(05) VALUE 0 COMP.
025000
025100*    ONE ENTRY PER ENGINE MODEL ON THIS FEED: THE REVISION IT
025200*    CAME IN ON, THE REVISION THE REGISTER HELD BEFORE THIS
025210*    LOAD, THE REGISTERED AND WITHDRAWN REVISIONS ON REVREG,
025220*    THE RULING BETWEEN THEM, AND WHAT THE LOAD DID TO THE
025230*    MODEL'S GEARS. SIZED AS THE MAIN RUN'S REVISION REGISTRY
025240*    IS.
025600 78  MAX-MODEL-ENTRIES           VALUE 200.
025700 01  MODEL-ENTRY-COUNT           PIC 9(03) VALUE 0 COMP.
025800 01  MODEL-TABLE.
025900     05  MODEL-ENTRY OCCURS MAX-MODEL-ENTRIES TIMES
026000             INDEXED BY MODEL-IDX.
026100         10  RM-MODEL             PIC X(12).
026200         10  RM-REV               PIC X(04).
026300         10  RM-LOW-REV           PIC X(04).
026400         10  RM-FILE-REV          PIC X(04).
026410         10  RM-REG-REV           PIC X(04).
026420         10  RM-REG-WDN-REV       PIC X(04).
026500         10  RM-RULING            PIC X(01).
026600             88  RM-NEW-MODEL               VALUE 'N'.
026700             88  RM-SAME-REV                VALUE 'S'.
026800             88  RM-NEW-REV                 VALUE 'R'.
026810             88  RM-ROLLED-BACK             VALUE 'B'.
026900             88  RM-STALE                   VALUE 'X'.
027000         10  RM-NEW               PIC 9(05) COMP.
027100         10  RM-CHANGED           PIC 9(05) COMP.
027200         10  RM-GONE              PIC 9(05) COMP.
027300         10  RM-SAME              PIC 9(05) COMP.
027400         10  RM-REFUSED           PIC 9(05) COMP.
027500 01  MODEL-POS                   PIC 9(03) VALUE 0 COMP.
027600
027700*    RUN COUNTS FOR THE REPORT AND THE RETURN CODE GRADE.
027800 01  REG-IN-COUNT                PIC 9(07) VALUE 0 COMP.
027900 01  REG-OUT-COUNT               PIC 9(07) VALUE 0 COMP.
028000 01  NEW-COUNT                   PIC 9(07) VALUE 0 COMP.
028100 01  CHANGED-COUNT               PIC 9(07) VALUE 0 COMP.
028200 01  GONE-COUNT                  PIC 9(07) VALUE 0 COMP.
028300 01  SAME-COUNT                  PIC 9(07) VALUE 0 COMP.
028400 01  REFUSED-COUNT               PIC 9(07) VALUE 0 COMP.
028500 01  REPEAT-COUNT                PIC 9(07) VALUE 0 COMP.
028600 01  NO-ID-COUNT                 PIC 9(07) VALUE 0 COMP.
028700 01  DATA-PROBLEM-COUNT          PIC 9(07) VALUE 0 COMP.
028800 01  PLANNING-COUNT              PIC 9(07) VALUE 0 COMP.
028900
029000*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
029100 01  PARM-CARD                   PIC X(80).
029200 01  PARM-KEY-FIELD              PIC X(12).
029300 01  PARM-VAL-FIELD              PIC X(20).
029400 01  PARM-EXTRA-FIELD            PIC X(20).
029500 01  PARM-NUM                    PIC 9(10) VALUE 0.
029600 01  PARM-PTR                    PIC 9(03) VALUE 0 COMP.
029700 01  PARM-NUM-OK-SW              PIC X(01) VALUE 'N'.
029800     88  PARM-NUM-OK                       VALUE 'Y'.
029900 01  PARM-DIGITS-DONE-SW         PIC X(01) VALUE 'N'.
030000     88  PARM-DIGITS-DONE                  VALUE 'Y'.
030100 01  PARM-DIGIT-COUNT            PIC 9(02) VALUE 0 COMP.
030200
030300*    GEARRPT LINE LAYOUTS.
030400 01  GEAR-TITLE-LINE.
030500     05  FILLER                   PIC X(40) VALUE
030600         'GEAR PAIRING REGISTER LOAD REPORT'.
030700
030800 01  GEAR-DATE-LINE.
030900     05  GEAR-DATE-LABEL          PIC X(12) VALUE SPACE.
031000     05  GEAR-DATE-OUT            PIC 9999/99/99.
031100
031200 01  GEAR-MSG-LINE.
031300     05  GEAR-MSG-TEXT            PIC X(72) VALUE SPACE.
031400
031410*    ONE REVISION EVENT - A REFUSAL OF AN OLDER REVISION, A
031420*    ROLLBACK, OR A MODEL EXTRACTED ON TWO REVISIONS IN ONE RUN.
031700 01  REV-EVENT-LINE.
031800     05  FILLER                   PIC X(06) VALUE 'MODEL '.
031900     05  REV-EVENT-MODEL          PIC X(12).
032000     05  FILLER                   PIC X(05) VALUE ' REV '.
032100     05  REV-EVENT-REV            PIC X(04).
032200     05  REV-EVENT-TEXT           PIC X(20).
032300     05  REV-EVENT-REV-2          PIC X(04).
032400     05  REV-EVENT-TAIL           PIC X(21).
032500 01  REV-EVENT-COUNT             PIC 9(03) VALUE 0 COMP.
032600
032700*    ONE GEAR DIFFERENCE. A CHANGED PAIRING IS FOLLOWED BY A
032800*    'WAS' LINE CARRYING THE REVISION AND PAIRING IT REPLACED.
032900 01  PAIR-HDG-LINE.
033000     05  FILLER                   PIC X(13) VALUE 'MODEL'.
033100     05  FILLER                   PIC X(05) VALUE 'REV'.
033200     05  FILLER                   PIC X(06) VALUE '  ROW'.
033300     05  FILLER                   PIC X(07) VALUE '  COL'.
033400     05  FILLER                   PIC X(09) VALUE 'EVENT'.
033500     05  FILLER                   PIC X(12) VALUE '   VALUE-1'.
033600     05  FILLER                   PIC X(11) VALUE '  VALUE-2'.
033700     05  FILLER                   PIC X(06) VALUE 'RULING'.
033800
033900 01  PAIR-EVENT-LINE.
034000     05  EVT-MODEL-OUT            PIC X(12).
034100     05  FILLER                   PIC X(01) VALUE SPACE.
034200     05  EVT-REV-OUT              PIC X(04).
034300     05  FILLER                   PIC X(01) VALUE SPACE.
034400     05  EVT-ROW-OUT              PIC ZZZZ9.
034500     05  FILLER                   PIC X(01) VALUE SPACE.
034600     05  EVT-COL-OUT              PIC ZZZZ9.
034700     05  FILLER                   PIC X(02) VALUE SPACE.
034800     05  EVT-TEXT-OUT             PIC X(08).
034900     05  EVT-VALUE-1-OUT          PIC Z(9)9.
035000     05  FILLER                   PIC X(02) VALUE SPACE.
035100     05  EVT-VALUE-2-OUT          PIC Z(9)9.
035200     05  FILLER                   PIC X(02) VALUE SPACE.
035300     05  EVT-RULING-OUT           PIC X(15).
035400
035500 01  MODEL-HDG-LINE.
035600     05  FILLER                   PIC X(14) VALUE 'MODEL'.
035700     05  FILLER                   PIC X(06) VALUE 'REV'.
035800     05  FILLER                   PIC X(06) VALUE 'PRIOR'.
035900     05  FILLER                   PIC X(05) VALUE '  NEW'.
036000     05  FILLER                   PIC X(07) VALUE '    CHG'.
036100     05  FILLER                   PIC X(07) VALUE '   GONE'.
036200     05  FILLER                   PIC X(07) VALUE '   SAME'.
036300     05  FILLER                   PIC X(07) VALUE ' REFUSD'.
036400     05  FILLER                   PIC X(02) VALUE SPACE.
036500     05  FILLER                   PIC X(06) VALUE 'RULING'.
036600
036700 01  MODEL-DETAIL-LINE.
036800     05  MODEL-DET-MODEL-OUT      PIC X(12).
036900     05  FILLER                   PIC X(02) VALUE SPACE.
037000     05  MODEL-DET-REV-OUT        PIC X(04).
037100     05  FILLER                   PIC X(02) VALUE SPACE.
037200     05  MODEL-DET-PRIOR-OUT      PIC X(04).
037300     05  FILLER                   PIC X(02) VALUE SPACE.
037400     05  MODEL-DET-NEW-OUT        PIC ZZZZ9.
037500     05  FILLER                   PIC X(02) VALUE SPACE.
037600     05  MODEL-DET-CHG-OUT        PIC ZZZZ9.
037700     05  FILLER                   PIC X(02) VALUE SPACE.
037800     05  MODEL-DET-GONE-OUT       PIC ZZZZ9.
037900     05  FILLER                   PIC X(02) VALUE SPACE.
038000     05  MODEL-DET-SAME-OUT       PIC ZZZZ9.
038100     05  FILLER                   PIC X(02) VALUE SPACE.
038200     05  MODEL-DET-REFUSED-OUT    PIC ZZZZ9.
038300     05  FILLER                   PIC X(02) VALUE SPACE.
038400     05  MODEL-DET-RULING-OUT     PIC X(15).
038500
038600 01  GEAR-COUNT-LINE.
038700     05  GEAR-COUNT-LABEL         PIC X(28).
038800     05  GEAR-COUNT-OUT           PIC Z(12)9.
038900
039000*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
039100*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
039200 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
039300 01  RUNLOG-LINE.
039400     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'GEARLOAD'.
039500     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
039600     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
039700     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
039800     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
039900     05  RUNLOG-RC               PIC 9(03) VALUE 0.
040000     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
040100     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
040200     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
040300     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
040400     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
040500     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
040600     05  RUNLOG-REPORT           PIC X(08) VALUE 'GEARRPT'.
040700     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
040800     05  FILLER                  PIC X(05) VALUE SPACE.
040900
041000 PROCEDURE DIVISION.
041100
041200*****************************************************************
041300* 0000-MAINLINE.
041400*****************************************************************
041500 0000-MAINLINE.
041600     PERFORM 1000-INITIALIZE
041700     PERFORM 2000-PROVE-FEED
041800     PERFORM 3000-LOAD-REGISTER
041810     PERFORM 3500-LOAD-REV-REGISTRY
041900     PERFORM 4000-RULE-ON-REVISIONS
042000     PERFORM 5000-POST-FEED
042100     PERFORM 6000-MARK-GONE-GEARS
042200     PERFORM 7000-WRITE-REGISTER
042300     PERFORM 8000-TERMINATE
042400     PERFORM 9900-WRITE-RUNLOG
042500     STOP RUN.
042600
042700*****************************************************************
042800* 1000-INITIALIZE - CONTROL CARDS FIRST, THEN THE REPORT, THEN
042900* THE FEED. A MISSING GEAROUT IS A REFUSAL, NOT AN EMPTY DAY -
043000* THE SCHEDULE HAS THIS STEP AFTER THE SOLUTION RUN, SO THE
043100* TRANSMISSION MUST BE THERE.
043200*****************************************************************
043300 1000-INITIALIZE.
043400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
043500                                        RUNLOG-CYCLE-DATE
043600     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
043700
043800     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
043900     MOVE RUN-DATE TO EXPECTED-CYCLE-DATE
044000
044100     PERFORM 1100-LOAD-PARMS
044200
044300     OPEN OUTPUT GEAR-RPT-FILE
044400
044500     MOVE GEAR-TITLE-LINE TO GEAR-RPT-RECORD
044600     WRITE GEAR-RPT-RECORD
044700     MOVE 'RUN DATE .  ' TO GEAR-DATE-LABEL
044800     MOVE RUN-DATE TO GEAR-DATE-OUT
044900     MOVE GEAR-DATE-LINE TO GEAR-RPT-RECORD
045000     WRITE GEAR-RPT-RECORD
045100     MOVE 'CYCLE . . . ' TO GEAR-DATE-LABEL
045200     MOVE EXPECTED-CYCLE-DATE TO GEAR-DATE-OUT
045300     MOVE GEAR-DATE-LINE TO GEAR-RPT-RECORD
045400     WRITE GEAR-RPT-RECORD
045500
045600     OPEN INPUT GEAR-FILE
045700     IF GEAR-STATUS NOT = '00'
045800       MOVE 'GEAROUT MISSING - NO TRANSMISSION TO LOAD'
045900           TO GEAR-MSG-TEXT
046000       PERFORM 9000-REFUSE-FEED
046100     END-IF
046200
046300     EXIT.
046400
046500*****************************************************************
046600* 1100-LOAD-PARMS - PICK THE CYCLE CARD OFF GEARPARM. MISSING
046700* DATASET OR NO CARD LEAVES THE EXPECTED CYCLE AT TODAY; A BAD
046800* CARD STOPS THE JOB BEFORE THE FEED IS TOUCHED.
046900*****************************************************************
047000 1100-LOAD-PARMS.
047100     OPEN INPUT GEARPARM-FILE
047200
047300     IF GEARPARM-STATUS = '00'
047400       PERFORM UNTIL GEARPARM-STATUS NOT = '00'
047500         READ GEARPARM-FILE
047600           AT END
047700             CONTINUE
047800           NOT AT END
047900             MOVE GEARPARM-RECORD TO PARM-CARD
048000             PERFORM 1110-APPLY-PARM-CARD
048100                 THRU 1110-APPLY-PARM-CARD-EXIT
048200         END-READ
048300       END-PERFORM
048400       CLOSE GEARPARM-FILE
048500     END-IF
048600
048700     EXIT.
048800
048900 1110-APPLY-PARM-CARD.
049000     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
049100       GO TO 1110-APPLY-PARM-CARD-EXIT
049200     END-IF
049300
049400     MOVE SPACE TO PARM-KEY-FIELD
049500     MOVE SPACE TO PARM-VAL-FIELD
049600     MOVE SPACE TO PARM-EXTRA-FIELD
049700     UNSTRING PARM-CARD DELIMITED BY '='
049800         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
049900
050000     IF PARM-KEY-FIELD NOT = 'CYCLE'
050100       DISPLAY 'GEARLOAD - UNKNOWN KEYWORD ON GEARPARM CARD'
050200       PERFORM 9400-PARM-ABORT
050300     END-IF
050400
050500     IF PARM-EXTRA-FIELD NOT = SPACE
050600       DISPLAY 'GEARLOAD - MORE THAN ONE = ON THE CYCLE CARD'
050700       PERFORM 9400-PARM-ABORT
050800     END-IF
050900
051000     IF CYCLE-SEEN
051100       DISPLAY 'GEARLOAD - CYCLE CARD GIVEN TWICE'
051200       PERFORM 9400-PARM-ABORT
051300     END-IF
051400     MOVE 'Y' TO CYCLE-SEEN-SW
051500
051600     PERFORM 1120-PARSE-NUMBER THRU 1120-PARSE-NUMBER-EXIT
051700     IF NOT PARM-NUM-OK OR PARM-DIGIT-COUNT NOT = 8
051800       DISPLAY 'GEARLOAD - CYCLE MUST BE YYYYMMDD'
051900       PERFORM 9400-PARM-ABORT
052000     END-IF
052100     MOVE PARM-NUM TO EXPECTED-CYCLE-DATE.
052200
052300 1110-APPLY-PARM-CARD-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700* 1120-PARSE-NUMBER - PARM-VAL-FIELD TO AN UNSIGNED NUMBER IN
052800* PARM-NUM, LEADING/TRAILING SPACES ALLOWED, ANYTHING ELSE
052900* REFUSED - THE SAME RULE THE MAIN RUN APPLIES TO ITS CARDS.
053000*****************************************************************
053100 1120-PARSE-NUMBER.
053200     MOVE 0 TO PARM-NUM
053300     MOVE 'N' TO PARM-NUM-OK-SW
053400     MOVE 'N' TO PARM-DIGITS-DONE-SW
053500     MOVE 0 TO PARM-DIGIT-COUNT
053600
053700     PERFORM VARYING PARM-PTR FROM 1 BY 1 UNTIL PARM-PTR > 20
053800       EVALUATE TRUE
053900         WHEN PARM-VAL-FIELD(PARM-PTR:1) NUMERIC
054000           IF PARM-DIGITS-DONE
054100             MOVE 'N' TO PARM-NUM-OK-SW
054200             GO TO 1120-PARSE-NUMBER-EXIT
054300           END-IF
054400           ADD 1 TO PARM-DIGIT-COUNT
054500           IF PARM-DIGIT-COUNT > 10
054600             MOVE 'N' TO PARM-NUM-OK-SW
054700             GO TO 1120-PARSE-NUMBER-EXIT
054800           END-IF
054900           MULTIPLY PARM-NUM BY 10 GIVING PARM-NUM
055000           ADD FUNCTION NUMVAL(PARM-VAL-FIELD(PARM-PTR:1))
055100               TO PARM-NUM
055200           MOVE 'Y' TO PARM-NUM-OK-SW
055300         WHEN PARM-VAL-FIELD(PARM-PTR:1) = SPACE
055400           IF PARM-NUM-OK
055500             MOVE 'Y' TO PARM-DIGITS-DONE-SW
055600           END-IF
055700         WHEN OTHER
055800           MOVE 'N' TO PARM-NUM-OK-SW
055900           GO TO 1120-PARSE-NUMBER-EXIT
056000       END-EVALUATE
056100     END-PERFORM.
056200
056300 1120-PARSE-NUMBER-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700* 2000-PROVE-FEED - PASS ONE, AS THE PARTOUT LOAD PROVES ITS
056800* FEED: HEADER FIRST ON THE EXPECTED CYCLE, EVERY DETAIL
056900* COUNTED AND ITS GEAR PRODUCT HASHED, THE TRAILER LAST AND
057000* AGREEING WITH BOTH. THE SAME PASS NOTES EACH ENGINE MODEL AND
057100* THE REVISION IT CAME IN ON, FOR THE REVISION RULING.
057200*****************************************************************
057300 2000-PROVE-FEED.
057400     PERFORM 2100-READ-FEED
057500     PERFORM 2200-PROVE-ONE-RECORD
057600         THRU 2200-PROVE-ONE-RECORD-EXIT
057700         UNTIL GEAR-EOF
057800
057900     IF NOT HEADER-SEEN
058000       MOVE 'FEED IS EMPTY - NO HEADER RECORD' TO GEAR-MSG-TEXT
058100       PERFORM 9000-REFUSE-FEED
058200     END-IF
058300
058400     IF NOT TRAILER-SEEN
058500       MOVE 'NO TRAILER - TRANSMISSION IS TRUNCATED'
058600           TO GEAR-MSG-TEXT
058700       PERFORM 9000-REFUSE-FEED
058800     END-IF
058900
059000     CLOSE GEAR-FILE
059100
059200     MOVE 'FEED DATE . ' TO GEAR-DATE-LABEL
059300     MOVE FEED-DATE TO GEAR-DATE-OUT
059400     MOVE GEAR-DATE-LINE TO GEAR-RPT-RECORD
059500     WRITE GEAR-RPT-RECORD
059600     MOVE SPACE TO GEAR-RPT-RECORD
059700     WRITE GEAR-RPT-RECORD
059800
059900     EXIT.
060000
060100 2100-READ-FEED.
060200     READ GEAR-FILE
060300       AT END
060400         MOVE 'Y' TO GEAR-EOF-SW
060500       NOT AT END
060600         ADD 1 TO FEED-RECORD-NO
060700     END-READ.
060800
060900*****************************************************************
061000* 2200-PROVE-ONE-RECORD - ONE RECORD OF PASS ONE, DISPATCHED ON
061100* THE TYPE BYTE. ANYTHING AFTER THE TRAILER, OR A TYPE BYTE THE
061200* WRITER NEVER PRODUCES, MEANS THE FILE IS NOT A GEAROUT
061300* TRANSMISSION AND THE FEED IS REFUSED.
061400*****************************************************************
061500 2200-PROVE-ONE-RECORD.
061600     IF TRAILER-SEEN
061700       MOVE 'RECORDS FOLLOW THE TRAILER' TO GEAR-MSG-TEXT
061800       PERFORM 9000-REFUSE-FEED
061900     END-IF
062000
062100     EVALUATE GEAR-RECORD(1:1)
062200       WHEN 'H'
062300         PERFORM 2300-PROVE-HEADER
062400       WHEN 'D'
062500         PERFORM 2400-PROVE-DETAIL
062600       WHEN 'T'
062700         PERFORM 2500-PROVE-TRAILER
062800       WHEN OTHER
062900         MOVE 'UNKNOWN RECORD TYPE ON FEED' TO GEAR-MSG-TEXT
063000         PERFORM 9000-REFUSE-FEED
063100     END-EVALUATE
063200
063300     PERFORM 2100-READ-FEED.
063400
063500 2200-PROVE-ONE-RECORD-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* 2300-PROVE-HEADER - EXACTLY ONE HEADER, FIRST ON THE FILE,
064000* DATED ON THE EXPECTED CYCLE. AN OFF-CYCLE HEADER IS A STALE
064100* OR MIS-STAGED TRANSMISSION, NOT A LOADABLE ONE.
064200*****************************************************************
064300 2300-PROVE-HEADER.
064400     IF HEADER-SEEN
064500       MOVE 'MORE THAN ONE HEADER ON FEED' TO GEAR-MSG-TEXT
064600       PERFORM 9000-REFUSE-FEED
064700     END-IF
064800     IF FEED-RECORD-NO NOT = 1
064900       MOVE 'HEADER IS NOT THE FIRST RECORD' TO GEAR-MSG-TEXT
065000       PERFORM 9000-REFUSE-FEED
065100     END-IF
065200
065300     MOVE GEAR-RECORD TO GEAROUT-HDR-LINE
065400     IF GEAROUT-HDR-DATE NOT NUMERIC
065500       MOVE 'HEADER DATE IS NOT NUMERIC' TO GEAR-MSG-TEXT
065600       PERFORM 9000-REFUSE-FEED
065700     END-IF
065800     MOVE GEAROUT-HDR-DATE TO FEED-DATE
065900
066000     IF FEED-DATE NOT = EXPECTED-CYCLE-DATE
066100       MOVE 'HEADER DATE IS NOT THE EXPECTED CYCLE DATE'
066200           TO GEAR-MSG-TEXT
066300       PERFORM 9000-REFUSE-FEED
066400     END-IF
066500
066600     MOVE 'Y' TO HEADER-SEEN-SW
066700
066800     EXIT.
066900
067000*****************************************************************
067100* 2400-PROVE-DETAIL - A DETAIL WHOSE NUMBERS ARE NOT NUMERIC
067200* CANNOT BE KEYED OR COMPARED, AND ONE WHOSE PRODUCT IS NOT THE
067300* PRODUCT OF ITS TWO VALUES HAS BEEN ALTERED SINCE THE MAIN RUN
067400* WROTE IT; EITHER REFUSES THE WHOLE FEED RATHER THAN LEAVING
067500* A HOLE OR A WRONG PAIRING ON THE REGISTER.
067600*****************************************************************
067700 2400-PROVE-DETAIL.
067800     IF NOT HEADER-SEEN
067900       MOVE 'DETAIL BEFORE THE HEADER' TO GEAR-MSG-TEXT
068000       PERFORM 9000-REFUSE-FEED
068100     END-IF
068200
068300     MOVE GEAR-RECORD TO GEAROUT-DTL-LINE
068400     IF GEAROUT-DTL-ROW NOT NUMERIC
068500       OR GEAROUT-DTL-COL NOT NUMERIC
068600       OR GEAROUT-DTL-VALUE-1 NOT NUMERIC
068700       OR GEAROUT-DTL-VALUE-2 NOT NUMERIC
068800       OR GEAROUT-DTL-PRODUCT NOT NUMERIC
068900       MOVE 'DETAIL ROW, COLUMN, VALUE OR PRODUCT NOT NUMERIC'
069000           TO GEAR-MSG-TEXT
069100       PERFORM 9000-REFUSE-FEED
069200     END-IF
069300
069400     COMPUTE HOLD-PRODUCT =
069500         GEAROUT-DTL-VALUE-1 * GEAROUT-DTL-VALUE-2
069600     IF HOLD-PRODUCT NOT = GEAROUT-DTL-PRODUCT
069700       MOVE 'DETAIL PRODUCT DISAGREES WITH ITS TWO VALUES'
069800           TO GEAR-MSG-TEXT
069900       PERFORM 9000-REFUSE-FEED
070000     END-IF
070100
070200     ADD 1 TO FEED-DETAIL-COUNT
070300     ADD GEAROUT-DTL-PRODUCT TO FEED-HASH
070400
070500     IF GEAROUT-DTL-MODEL NOT = 'UNKNOWN'
070600       PERFORM 2450-NOTE-RUN-MODEL
070700     END-IF
070800
070900     EXIT.
071000
071100*****************************************************************
071200* 2450-NOTE-RUN-MODEL - FIRST SIGHT OF A MODEL ENTERS IT WITH
071300* ITS REVISION. A MODEL THAT TURNS UP AGAIN ON ANOTHER REVISION
071400* KEEPS THE NEWER ONE; THE OLDER IS REMEMBERED SO THE REPORT
071500* CAN SAY ITS DETAILS WERE REFUSED. AS IN THE WHERE-USED
071600* UPDATE.
071700*****************************************************************
071800 2450-NOTE-RUN-MODEL.
071900     PERFORM 2460-LOCATE-RUN-MODEL
072000         THRU 2460-LOCATE-RUN-MODEL-EXIT
072100
072200     IF MODEL-POS = 0
072300       IF MODEL-ENTRY-COUNT >= MAX-MODEL-ENTRIES
072400         MOVE 'MORE ENGINE MODELS THAN THE MODEL TABLE HOLDS'
072500             TO GEAR-MSG-TEXT
072600         PERFORM 9000-REFUSE-FEED
072700       END-IF
072800       ADD 1 TO MODEL-ENTRY-COUNT
072900       MOVE MODEL-ENTRY-COUNT TO MODEL-POS
073000       MOVE GEAROUT-DTL-MODEL TO RM-MODEL(MODEL-POS)
073100       MOVE GEAROUT-DTL-REV TO RM-REV(MODEL-POS)
073200       MOVE SPACE TO RM-LOW-REV(MODEL-POS)
073300       MOVE SPACE TO RM-FILE-REV(MODEL-POS)
073310       MOVE SPACE TO RM-REG-REV(MODEL-POS)
073320       MOVE SPACE TO RM-REG-WDN-REV(MODEL-POS)
073400       MOVE 'N' TO RM-RULING(MODEL-POS)
073500       MOVE 0 TO RM-NEW(MODEL-POS)
073600       MOVE 0 TO RM-CHANGED(MODEL-POS)
073700       MOVE 0 TO RM-GONE(MODEL-POS)
073800       MOVE 0 TO RM-SAME(MODEL-POS)
073900       MOVE 0 TO RM-REFUSED(MODEL-POS)
074000     ELSE
074100       IF GEAROUT-DTL-REV > RM-REV(MODEL-POS)
074200         MOVE RM-REV(MODEL-POS) TO RM-LOW-REV(MODEL-POS)
074300         MOVE GEAROUT-DTL-REV TO RM-REV(MODEL-POS)
074400       END-IF
074500       IF GEAROUT-DTL-REV < RM-REV(MODEL-POS)
074600         MOVE GEAROUT-DTL-REV TO RM-LOW-REV(MODEL-POS)
074700       END-IF
074800     END-IF
074900
075000     EXIT.
075100
075200 2460-LOCATE-RUN-MODEL.
075300     PERFORM VARYING MODEL-IDX FROM 1 BY 1
075400       UNTIL MODEL-IDX > MODEL-ENTRY-COUNT
075500       IF RM-MODEL(MODEL-IDX) = GEAROUT-DTL-MODEL
075600         SET MODEL-POS TO MODEL-IDX
075700         GO TO 2460-LOCATE-RUN-MODEL-EXIT
075800       END-IF
075900     END-PERFORM
076000
076100     MOVE 0 TO MODEL-POS.
076200
076300 2460-LOCATE-RUN-MODEL-EXIT.
076400     EXIT.
076500
076600*****************************************************************
076700* 2500-PROVE-TRAILER - THE PROOF PROPER: THE TRAILER COUNT MUST
076800* EQUAL THE DETAILS READ AND THE TRAILER HASH MUST EQUAL THE
076900* RECOMPUTED LOW-ORDER-TWELVE-DIGIT SUM OF GEAR PRODUCTS.
077000*****************************************************************
077100 2500-PROVE-TRAILER.
077200     IF NOT HEADER-SEEN
077300       MOVE 'TRAILER BEFORE THE HEADER' TO GEAR-MSG-TEXT
077400       PERFORM 9000-REFUSE-FEED
077500     END-IF
077600
077700     MOVE GEAR-RECORD TO GEAROUT-TRL-LINE
077800     IF GEAROUT-TRL-COUNT NOT NUMERIC
077900       OR GEAROUT-TRL-HASH NOT NUMERIC
078000       MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
078100           TO GEAR-MSG-TEXT
078200       PERFORM 9000-REFUSE-FEED
078300     END-IF
078400
078500     IF GEAROUT-TRL-COUNT NOT = FEED-DETAIL-COUNT
078600       MOVE 'TRAILER COUNT DISAGREES WITH DETAILS READ'
078700           TO GEAR-MSG-TEXT
078800       PERFORM 9000-REFUSE-FEED
078900     END-IF
079000
079100     IF GEAROUT-TRL-HASH NOT = FEED-HASH
079200       MOVE 'TRAILER HASH DISAGREES WITH RECOMPUTED SUM'
079300           TO GEAR-MSG-TEXT
079400       PERFORM 9000-REFUSE-FEED
079500     END-IF
079600
079700     MOVE 'Y' TO TRAILER-SEEN-SW
079800
079900     EXIT.
080000
080100*****************************************************************
080200* 3000-LOAD-REGISTER - THE REGISTER INTO THE TABLE. ITS CONTROL
080300* RECORD COMES FIRST AND NAMES THE LAST FEED LOADED; THE GEARS
080400* FOLLOW IN KEY ORDER AS THE LAST RUN OF THIS JOB WROTE THEM. A
080500* RECORD OUT OF ORDER, DUPLICATED OR NOT VALID MEANS THE FILE
080600* HAS BEEN TAMPERED WITH OR MIS-STAGED, AND THE RUN STOPS
080700* BEFORE IT CAN WRITE A DAMAGED SUCCESSOR.
080800*****************************************************************
080900 3000-LOAD-REGISTER.
081000     OPEN INPUT REG-IN-FILE
081100     IF REG-IN-STATUS NOT = '00' AND REG-IN-STATUS NOT = '05'
081200       MOVE 'GEARREG WILL NOT OPEN' TO GEAR-MSG-TEXT
081300       PERFORM 9100-REGISTER-ABORT
081400     END-IF
081500
081600     PERFORM 3100-LOAD-ONE-ENTRY
081700         UNTIL REG-EOF
081800
081900     CLOSE REG-IN-FILE
082000
082100     IF REG-IN-COUNT > 0 AND NOT CONTROL-SEEN
082200       MOVE 'GEARREG HAS NO CONTROL RECORD' TO GEAR-MSG-TEXT
082300       PERFORM 9100-REGISTER-ABORT
082400     END-IF
082500
082600     PERFORM 3200-CHECK-ALREADY-LOADED
082700
082800     EXIT.
082900
083000 3100-LOAD-ONE-ENTRY.
083100     READ REG-IN-FILE
083200       AT END
083300         MOVE 'Y' TO REG-EOF-SW
083400       NOT AT END
083500         ADD 1 TO REG-IN-COUNT
083600         IF REG-IN-CONTROL
083700           PERFORM 3110-LOAD-CONTROL
083800         ELSE
083900           PERFORM 3120-LOAD-GEAR
084000         END-IF
084100     END-READ
084200
084300     IF REG-IN-STATUS NOT = '00' AND REG-IN-STATUS NOT = '10'
084400       MOVE 'READ FAILED ON GEARREG' TO GEAR-MSG-TEXT
084500       PERFORM 9100-REGISTER-ABORT
084600     END-IF.
084700
084800 3110-LOAD-CONTROL.
084900     IF REG-IN-COUNT NOT = 1
085000       MOVE 'GEARREG CONTROL RECORD IS NOT THE FIRST RECORD'
085100           TO GEAR-MSG-TEXT
085200       PERFORM 9100-REGISTER-ABORT
085300     END-IF
085400
085500     MOVE REG-IN-RECORD TO REG-CTL-LINE
085600     IF REG-CTL-FEED-DATE NOT NUMERIC
085700       OR REG-CTL-LOAD-DATE NOT NUMERIC
085800       MOVE 'GEARREG CONTROL RECORD IS NOT VALID'
085900           TO GEAR-MSG-TEXT
086000       PERFORM 9100-REGISTER-ABORT
086100     END-IF
086200     MOVE 'Y' TO CONTROL-SEEN-SW
086300
086400     EXIT.
086500
086600 3120-LOAD-GEAR.
086700     IF NOT REG-IN-GEAR
086800       OR REG-IN-ROW NOT NUMERIC
086900       OR REG-IN-COL NOT NUMERIC
087000       OR REG-IN-VALUE-1 NOT NUMERIC
087100       OR REG-IN-VALUE-2 NOT NUMERIC
087200       OR REG-IN-FIRST-DATE NOT NUMERIC
087300       OR REG-IN-LAST-DATE NOT NUMERIC
087400       OR REG-IN-GONE-DATE NOT NUMERIC
087500       OR NOT REG-IN-STAT-VALID
087600       MOVE 'GEARREG RECORD IS NOT VALID' TO GEAR-MSG-TEXT
087700       PERFORM 9100-REGISTER-ABORT
087800     END-IF
087900     IF REG-IN-KEY NOT > PRIOR-KEY
088000       MOVE 'GEARREG IS OUT OF SEQUENCE' TO GEAR-MSG-TEXT
088100       PERFORM 9100-REGISTER-ABORT
088200     END-IF
088300     IF PAIR-ENTRY-COUNT >= MAX-PAIR-ENTRIES
088400       MOVE 'GEARREG HOLDS MORE THAN THE TABLE HOLDS'
088500           TO GEAR-MSG-TEXT
088600       PERFORM 9100-REGISTER-ABORT
088700     END-IF
088800     MOVE REG-IN-KEY TO PRIOR-KEY
088900     ADD 1 TO PAIR-ENTRY-COUNT
089000     MOVE REG-IN-RECORD(2:71) TO PAIR-ENTRY(PAIR-ENTRY-COUNT)
089100
089200     EXIT.
089300
089400*****************************************************************
089500* 3200-CHECK-ALREADY-LOADED - THE FEED MUST BE LATER THAN THE
089600* LAST ONE THE REGISTER TOOK. THE SAME DATE IS THIS FEED LOADED
089700* TWICE; AN EARLIER DATE WOULD PUT AN OLD PAIRING BACK OVER A
089800* NEWER ONE. EITHER IS REFUSED.
089900*****************************************************************
090000 3200-CHECK-ALREADY-LOADED.
090100     IF FEED-DATE = REG-CTL-FEED-DATE
090200       MOVE 'FEED DATE ALREADY LOADED TO GEARREG'
090300           TO GEAR-MSG-TEXT
090400       PERFORM 9000-REFUSE-FEED
090500     END-IF
090600
090700     IF FEED-DATE < REG-CTL-FEED-DATE
090800       MOVE 'FEED IS OLDER THAN THE LAST FEED LOADED'
090900           TO GEAR-MSG-TEXT
091000       PERFORM 9000-REFUSE-FEED
091100     END-IF
091200
091300     EXIT.
091400
091500*****************************************************************
091502* 3500-LOAD-REV-REGISTRY - THE REGISTERED AND WITHDRAWN REVISION
091504* OF EACH MODEL ON THE FEED, OFF REVREG, AS IN THE WHERE-USED
091506* UPDATE. A MISSING REVREG LEAVES BOTH BLANK AND THE RULING AS
091508* IT ALWAYS WAS; ONE THAT WILL NOT READ STOPS THE RUN.
091510*****************************************************************
091512 3500-LOAD-REV-REGISTRY.
091514     OPEN INPUT REVREG-FILE
091516     IF REVREG-STATUS NOT = '00' AND REVREG-STATUS NOT = '05'
091518       MOVE 'REVREG WILL NOT OPEN' TO GEAR-MSG-TEXT
091520       PERFORM 9100-REGISTER-ABORT
091522     END-IF
091524
091526     PERFORM UNTIL REVREG-EOF
091528       READ REVREG-FILE
091530         AT END
091532           MOVE 'Y' TO REVREG-EOF-SW
091534         NOT AT END
091536           PERFORM VARYING MODEL-IDX FROM 1 BY 1
091538             UNTIL MODEL-IDX > MODEL-ENTRY-COUNT
091540             IF RM-MODEL(MODEL-IDX) = REVREG-MODEL
091542               MOVE REVREG-REV TO RM-REG-REV(MODEL-IDX)
091544               MOVE REVREG-WDN-REV TO RM-REG-WDN-REV(MODEL-IDX)
091546             END-IF
091548           END-PERFORM
091550       END-READ
091552       IF REVREG-STATUS NOT = '00' AND REVREG-STATUS NOT = '10'
091554         MOVE 'READ FAILED ON REVREG' TO GEAR-MSG-TEXT
091556         PERFORM 9100-REGISTER-ABORT
091558       END-IF
091560     END-PERFORM
091562
091564     CLOSE REVREG-FILE
091566
091568     EXIT.
091570*****************************************************************
091600* 4000-RULE-ON-REVISIONS - FOR EACH MODEL ON THE FEED, FIND THE
091700* REVISION THE REGISTER HOLDS AND RULE: A NEVER-SEEN MODEL IS A
091800* FIRST LOAD, THE SAME REVISION MAKES ANY DIFFERENCE A DATA
091900* PROBLEM, A NEWER REVISION MAKES IT A PLANNING CHANGE, AND AN
091910* OLDER ONE IS REFUSED - UNLESS REVREG SHOWS THE MODEL ROLLED
091920* BACK TO IT, WHICH IS A PLANNING CHANGE TOO. EVERY REFUSAL AND
091930* ROLLBACK GETS ITS OWN LINE.
092100*****************************************************************
092200 4000-RULE-ON-REVISIONS.
092210     MOVE 'REVISION REFUSALS AND ROLLBACKS' TO GEAR-MSG-TEXT
092400     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
092500     WRITE GEAR-RPT-RECORD
092600
092700     PERFORM 4100-RULE-ONE-MODEL
092800         VARYING MODEL-POS FROM 1 BY 1
092900         UNTIL MODEL-POS > MODEL-ENTRY-COUNT
093000
093100     IF REV-EVENT-COUNT = 0
093200       MOVE '    NONE' TO GEAR-MSG-TEXT
093300       MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
093400       WRITE GEAR-RPT-RECORD
093500     END-IF
093600     MOVE SPACE TO GEAR-RPT-RECORD
093700     WRITE GEAR-RPT-RECORD
093800
093900     EXIT.
094000
094100*    THE REVISION ON FILE IS THE HIGHEST ANY OF THE MODEL'S
094110*    CURRENT GEARS CARRIES - A GEAR TAKES THE REVISION OF EVERY
094120*    FEED IT COMES BACK ON. A GONE GEAR KEEPS THE REVISION IT
094130*    WENT ON, WHICH AFTER A ROLLBACK IS THE WITHDRAWN ONE.
094400 4100-RULE-ONE-MODEL.
094500     MOVE SPACE TO RM-FILE-REV(MODEL-POS)
094600     PERFORM VARYING PAIR-IDX FROM 1 BY 1
094700       UNTIL PAIR-IDX > PAIR-ENTRY-COUNT
094800       IF PAIR-MODEL(PAIR-IDX) = RM-MODEL(MODEL-POS)
094810         AND PAIR-CURRENT(PAIR-IDX)
094900         AND PAIR-REV(PAIR-IDX) > RM-FILE-REV(MODEL-POS)
095000         MOVE PAIR-REV(PAIR-IDX) TO RM-FILE-REV(MODEL-POS)
095100       END-IF
095200     END-PERFORM
095300
095400*    A MODEL EXTRACTED ON TWO REVISIONS IN ONE RUN POSTS ONLY
095500*    THE NEWER; SAY SO WHATEVER ELSE IS RULED BELOW.
095600     IF RM-LOW-REV(MODEL-POS) NOT = SPACE
095700       MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
095800       MOVE RM-LOW-REV(MODEL-POS) TO REV-EVENT-REV
095900       MOVE ' ALSO EXTRACTED AT  ' TO REV-EVENT-TEXT
096000       MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV-2
096100       MOVE ' - OLDER REFUSED' TO REV-EVENT-TAIL
096200       MOVE REV-EVENT-LINE TO GEAR-RPT-RECORD
096300       WRITE GEAR-RPT-RECORD
096400       ADD 1 TO REV-EVENT-COUNT
096500     END-IF
096600
096700     EVALUATE TRUE
096800       WHEN RM-FILE-REV(MODEL-POS) = SPACE
096900         MOVE 'N' TO RM-RULING(MODEL-POS)
097000       WHEN RM-REV(MODEL-POS) = RM-FILE-REV(MODEL-POS)
097100         MOVE 'S' TO RM-RULING(MODEL-POS)
097105*      AN OLDER REVISION THE REGISTRY NOW HOLDS, WITH THE ONE ON
097110*      FILE WITHDRAWN: ENGINEERING ROLLED THE MODEL BACK. ITS
097115*      GEARS POST AS PLANNING CHANGES, AND THOSE ONLY ON THE
097120*      WITHDRAWN DRAWING GO GONE.
097125       WHEN RM-REV(MODEL-POS) < RM-FILE-REV(MODEL-POS)
097130           AND RM-REV(MODEL-POS) = RM-REG-REV(MODEL-POS)
097135           AND RM-REG-WDN-REV(MODEL-POS) NOT = SPACE
097140           AND RM-FILE-REV(MODEL-POS)
097145               NOT > RM-REG-WDN-REV(MODEL-POS)
097150         MOVE 'B' TO RM-RULING(MODEL-POS)
097155         MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
097160         MOVE RM-FILE-REV(MODEL-POS) TO REV-EVENT-REV
097165         MOVE ' WITHDRAWN, BACK TO ' TO REV-EVENT-TEXT
097170         MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV-2
097175         MOVE ' - ROLLED BACK' TO REV-EVENT-TAIL
097180         MOVE REV-EVENT-LINE TO GEAR-RPT-RECORD
097185         WRITE GEAR-RPT-RECORD
097190         ADD 1 TO REV-EVENT-COUNT
097200       WHEN RM-REV(MODEL-POS) < RM-FILE-REV(MODEL-POS)
097300         MOVE 'X' TO RM-RULING(MODEL-POS)
097400         MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
097500         MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV
097600         MOVE ' OLDER THAN CURRENT ' TO REV-EVENT-TEXT
097700         MOVE RM-FILE-REV(MODEL-POS) TO REV-EVENT-REV-2
097800         MOVE ' - REFUSED' TO REV-EVENT-TAIL
097900         MOVE REV-EVENT-LINE TO GEAR-RPT-RECORD
098000         WRITE GEAR-RPT-RECORD
098100         ADD 1 TO REV-EVENT-COUNT
098200       WHEN OTHER
098300         MOVE 'R' TO RM-RULING(MODEL-POS)
098400     END-EVALUATE
098500
098600     EXIT.
098700
098800*****************************************************************
098900* 5000-POST-FEED - PASS TWO. THE FEED IS PROVED AND THE
099000* REVISIONS ARE RULED ON; REREAD IT AND POST EACH GEAR TO THE
099100* TABLE, LISTING EVERY ONE THAT IS NEW OR HAS CHANGED.
099200*****************************************************************
099300 5000-POST-FEED.
099400     MOVE 'GEAR PAIRING DIFFERENCES' TO GEAR-MSG-TEXT
099500     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
099600     WRITE GEAR-RPT-RECORD
099700     MOVE PAIR-HDG-LINE TO GEAR-RPT-RECORD
099800     WRITE GEAR-RPT-RECORD
099900
100000     MOVE 'N' TO GEAR-EOF-SW
100100     OPEN INPUT GEAR-FILE
100200     IF GEAR-STATUS NOT = '00'
100300       MOVE 'GEAROUT UNREADABLE ON THE POSTING PASS'
100400           TO GEAR-MSG-TEXT
100500       PERFORM 9000-REFUSE-FEED
100600     END-IF
100700
100800     PERFORM UNTIL GEAR-EOF
100900       READ GEAR-FILE
101000         AT END
101100           MOVE 'Y' TO GEAR-EOF-SW
101200         NOT AT END
101300           IF GEAR-RECORD(1:1) = 'D'
101400             PERFORM 5100-POST-ONE-DETAIL
101500                 THRU 5100-POST-ONE-DETAIL-EXIT
101600           END-IF
101700       END-READ
101800     END-PERFORM
101900
102000     CLOSE GEAR-FILE
102100
102200     EXIT.
102300
102400*****************************************************************
102500* 5100-POST-ONE-DETAIL - A DETAIL WITH NO ENGINE IDENTITY HAS
102600* NO MODEL TO BE KEYED UNDER AND IS SET ASIDE; ONE ON A REFUSED
102700* OR OLDER REVISION IS REFUSED; A GEAR ALREADY POSTED FROM THIS
102800* FEED IS THE SAME DRAWING RUN TWICE AND IS REFUSED. ANYTHING
102900* ELSE IS COMPARED WITH THE REGISTER AND POSTED. THE ORDER OF
103000* THE TWO VALUES IS ONLY THE ORDER THE MAIN RUN FOUND THEM IN,
103100* SO THE SAME TWO VALUES THE OTHER WAY ROUND ARE THE SAME
103200* PAIRING.
103300*****************************************************************
103400 5100-POST-ONE-DETAIL.
103500     MOVE GEAR-RECORD TO GEAROUT-DTL-LINE
103600
103700     IF GEAROUT-DTL-MODEL = 'UNKNOWN'
103800       ADD 1 TO NO-ID-COUNT
103900       GO TO 5100-POST-ONE-DETAIL-EXIT
104000     END-IF
104100
104200     PERFORM 2460-LOCATE-RUN-MODEL
104300         THRU 2460-LOCATE-RUN-MODEL-EXIT
104400     IF RM-STALE(MODEL-POS)
104500       OR GEAROUT-DTL-REV NOT = RM-REV(MODEL-POS)
104600       ADD 1 TO RM-REFUSED(MODEL-POS)
104700       ADD 1 TO REFUSED-COUNT
104800       GO TO 5100-POST-ONE-DETAIL-EXIT
104900     END-IF
105000
105100     MOVE GEAROUT-DTL-MODEL TO SEARCH-MODEL
105200     MOVE GEAROUT-DTL-ROW TO SEARCH-ROW
105300     MOVE GEAROUT-DTL-COL TO SEARCH-COL
105400     PERFORM 5200-PAIR-SEARCH THRU 5200-PAIR-SEARCH-EXIT
105500
105600     IF NOT PAIR-FOUND
105700       PERFORM 5300-INSERT-ENTRY
105800       MOVE 'NEW' TO EVT-TEXT-OUT
105900       PERFORM 5400-EVENT-LINE
106000       GO TO 5100-POST-ONE-DETAIL-EXIT
106100     END-IF
106200
106300     IF PAIR-LAST-DATE(PAIR-INS-POS) = FEED-DATE
106400       ADD 1 TO RM-REFUSED(MODEL-POS)
106500       ADD 1 TO REPEAT-COUNT
106600       MOVE 'REPEATED' TO EVT-TEXT-OUT
106700       PERFORM 5400-EVENT-LINE
106800       GO TO 5100-POST-ONE-DETAIL-EXIT
106900     END-IF
107000
107100     IF PAIR-GONE(PAIR-INS-POS)
107200       ADD 1 TO RM-NEW(MODEL-POS)
107300       ADD 1 TO NEW-COUNT
107400       MOVE 'RETURNED' TO EVT-TEXT-OUT
107500       PERFORM 5400-EVENT-LINE
107600       MOVE 'C' TO PAIR-STAT(PAIR-INS-POS)
107700       MOVE 0 TO PAIR-GONE-DATE(PAIR-INS-POS)
107800     ELSE
107900       IF (GEAROUT-DTL-VALUE-1 = PAIR-VALUE-1(PAIR-INS-POS)
108000           AND GEAROUT-DTL-VALUE-2 = PAIR-VALUE-2(PAIR-INS-POS))
108100         OR (GEAROUT-DTL-VALUE-1 = PAIR-VALUE-2(PAIR-INS-POS)
108200           AND GEAROUT-DTL-VALUE-2 = PAIR-VALUE-1(PAIR-INS-POS))
108300         ADD 1 TO RM-SAME(MODEL-POS)
108400         ADD 1 TO SAME-COUNT
108500       ELSE
108600         ADD 1 TO RM-CHANGED(MODEL-POS)
108700         ADD 1 TO CHANGED-COUNT
108800         MOVE 'CHANGED' TO EVT-TEXT-OUT
108900         PERFORM 5400-EVENT-LINE
109000         PERFORM 5500-WAS-LINE
109100       END-IF
109200     END-IF
109300
109400     MOVE GEAROUT-DTL-REV TO PAIR-REV(PAIR-INS-POS)
109500     MOVE GEAROUT-DTL-VALUE-1 TO PAIR-VALUE-1(PAIR-INS-POS)
109600     MOVE GEAROUT-DTL-VALUE-2 TO PAIR-VALUE-2(PAIR-INS-POS)
109700     MOVE FEED-DATE TO PAIR-LAST-DATE(PAIR-INS-POS).
109800
109900 5100-POST-ONE-DETAIL-EXIT.
110000     EXIT.
110100
110200*****************************************************************
110300* 5200-PAIR-SEARCH - HALVING SEARCH OF THE TABLE FOR SEARCH-KEY,
110400* AS IN THE WHERE-USED UPDATE. PAIR-INS-POS COMES BACK AT THE
110500* MATCHING ENTRY OR AT THE POSITION A NEW ENTRY BELONGS.
110600*****************************************************************
110700 5200-PAIR-SEARCH.
110800     MOVE 'N' TO PAIR-FOUND-SW
110900     MOVE 1 TO SEARCH-LO
111000     MOVE PAIR-ENTRY-COUNT TO SEARCH-HI
111100
111200     PERFORM UNTIL SEARCH-LO > SEARCH-HI
111300       COMPUTE SEARCH-MID = (SEARCH-LO + SEARCH-HI) / 2
111400       EVALUATE TRUE
111500         WHEN PAIR-KEY(SEARCH-MID) = SEARCH-KEY
111600           MOVE 'Y' TO PAIR-FOUND-SW
111700           MOVE SEARCH-MID TO PAIR-INS-POS
111800           GO TO 5200-PAIR-SEARCH-EXIT
111900         WHEN PAIR-KEY(SEARCH-MID) < SEARCH-KEY
112000           COMPUTE SEARCH-LO = SEARCH-MID + 1
112100         WHEN OTHER
112200           IF SEARCH-MID = 1
112300             MOVE 0 TO SEARCH-HI
112400           ELSE
112500             COMPUTE SEARCH-HI = SEARCH-MID - 1
112600           END-IF
112700       END-EVALUATE
112800     END-PERFORM
112900
113000     MOVE SEARCH-LO TO PAIR-INS-POS.
113100
113200 5200-PAIR-SEARCH-EXIT.
113300     EXIT.
113400
113500*****************************************************************
113600* 5300-INSERT-ENTRY - A GEAR NEVER SEEN BEFORE GOES IN AT ITS
113700* SORTED POSITION, CURRENT, FIRST AND LAST LOADED ON THIS FEED.
113800*****************************************************************
113900 5300-INSERT-ENTRY.
114000     IF PAIR-ENTRY-COUNT >= MAX-PAIR-ENTRIES
114100       MOVE 'GEAR TABLE FULL - RAISE MAX-PAIR-ENTRIES'
114200           TO GEAR-MSG-TEXT
114300       PERFORM 9100-REGISTER-ABORT
114400     END-IF
114500
114600     PERFORM VARYING PAIR-SHIFT-IDX FROM PAIR-ENTRY-COUNT
114700         BY -1 UNTIL PAIR-SHIFT-IDX < PAIR-INS-POS
114800       MOVE PAIR-ENTRY(PAIR-SHIFT-IDX)
114900           TO PAIR-ENTRY(PAIR-SHIFT-IDX + 1)
115000     END-PERFORM
115100
115200     MOVE SEARCH-KEY TO PAIR-KEY(PAIR-INS-POS)
115300     MOVE GEAROUT-DTL-REV TO PAIR-REV(PAIR-INS-POS)
115400     MOVE GEAROUT-DTL-VALUE-1 TO PAIR-VALUE-1(PAIR-INS-POS)
115500     MOVE GEAROUT-DTL-VALUE-2 TO PAIR-VALUE-2(PAIR-INS-POS)
115600     MOVE FEED-DATE TO PAIR-FIRST-DATE(PAIR-INS-POS)
115700     MOVE FEED-DATE TO PAIR-LAST-DATE(PAIR-INS-POS)
115800     MOVE 'C' TO PAIR-STAT(PAIR-INS-POS)
115900     MOVE 0 TO PAIR-GONE-DATE(PAIR-INS-POS)
116000     ADD 1 TO PAIR-ENTRY-COUNT
116100
116200     ADD 1 TO RM-NEW(MODEL-POS)
116300     ADD 1 TO NEW-COUNT
116400
116500     EXIT.
116600
116700*****************************************************************
116800* 5400-EVENT-LINE - ONE DIFFERENCE FROM THE FEED: THE GEAR AS IT
116900* ARRIVED, RULED BY ITS MODEL'S REVISION. A REPEATED GEAR IS
117000* RULED REFUSED WHATEVER THE REVISION.
117100*****************************************************************
117200 5400-EVENT-LINE.
117300     MOVE GEAROUT-DTL-MODEL TO EVT-MODEL-OUT
117400     MOVE GEAROUT-DTL-REV TO EVT-REV-OUT
117500     MOVE GEAROUT-DTL-ROW TO EVT-ROW-OUT
117600     MOVE GEAROUT-DTL-COL TO EVT-COL-OUT
117700     MOVE GEAROUT-DTL-VALUE-1 TO EVT-VALUE-1-OUT
117800     MOVE GEAROUT-DTL-VALUE-2 TO EVT-VALUE-2-OUT
117900
118000     IF EVT-TEXT-OUT = 'REPEATED'
118100       MOVE 'REFUSED' TO EVT-RULING-OUT
118200     ELSE
118300       PERFORM 5450-RULE-EVENT
118400     END-IF
118500
118600     MOVE PAIR-EVENT-LINE TO GEAR-RPT-RECORD
118700     WRITE GEAR-RPT-RECORD
118800
118900     EXIT.
119000
119100*****************************************************************
119200* 5450-RULE-EVENT - THE RULING FOR ONE NEW, CHANGED, RETURNED
119300* OR GONE GEAR OF THE MODEL AT MODEL-POS, COUNTED FOR THE
119310* RETURN CODE. A NEW REVISION AND A ROLLBACK ARE BOTH THE
119320* DRAWING CHANGING, SO BOTH ARE PLANNING CHANGES.
119500*****************************************************************
119600 5450-RULE-EVENT.
119700     EVALUATE TRUE
119800       WHEN RM-NEW-MODEL(MODEL-POS)
119900         MOVE 'FIRST LOAD' TO EVT-RULING-OUT
120000       WHEN RM-SAME-REV(MODEL-POS)
120100         MOVE 'DATA PROBLEM' TO EVT-RULING-OUT
120200         ADD 1 TO DATA-PROBLEM-COUNT
120300       WHEN OTHER
120400         MOVE 'PLANNING CHANGE' TO EVT-RULING-OUT
120500         ADD 1 TO PLANNING-COUNT
120600     END-EVALUATE
120700
120800     EXIT.
120900
121000*****************************************************************
121100* 5500-WAS-LINE - UNDER A CHANGED GEAR, THE REVISION AND
121200* PAIRING THE REGISTER HELD BEFORE THIS FEED.
121300*****************************************************************
121400 5500-WAS-LINE.
121500     MOVE SPACE TO EVT-MODEL-OUT
121600     MOVE PAIR-REV(PAIR-INS-POS) TO EVT-REV-OUT
121700     MOVE SPACE TO EVT-RULING-OUT
121800     MOVE '  WAS' TO EVT-TEXT-OUT
121900     MOVE PAIR-VALUE-1(PAIR-INS-POS) TO EVT-VALUE-1-OUT
122000     MOVE PAIR-VALUE-2(PAIR-INS-POS) TO EVT-VALUE-2-OUT
122100     MOVE PAIR-EVENT-LINE TO GEAR-RPT-RECORD
122200     WRITE GEAR-RPT-RECORD
122300
122400     EXIT.
122500
122600*****************************************************************
122700* 6000-MARK-GONE-GEARS - A CURRENT GEAR OF A MODEL THAT WAS
122800* POSTED FROM THIS FEED, BUT WAS NOT ITSELF ON IT, HAS GONE
122900* FROM THE DRAWING. IT STAYS ON THE REGISTER WITH ITS LAST
123000* PAIRING, MARKED GONE WITH THE FEED DATE, AND IS LISTED. A
123100* MODEL NOT ON THE FEED, OR REFUSED, LOSES NOTHING.
123200*****************************************************************
123300 6000-MARK-GONE-GEARS.
123400     PERFORM 6100-CHECK-ONE-GEAR
123500         VARYING PAIR-IDX FROM 1 BY 1
123600         UNTIL PAIR-IDX > PAIR-ENTRY-COUNT
123700
123800     IF NEW-COUNT = 0 AND CHANGED-COUNT = 0 AND GONE-COUNT = 0
123900       AND REPEAT-COUNT = 0
124000       MOVE '    NONE' TO GEAR-MSG-TEXT
124100       MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
124200       WRITE GEAR-RPT-RECORD
124300     END-IF
124400     MOVE SPACE TO GEAR-RPT-RECORD
124500     WRITE GEAR-RPT-RECORD
124600
124700     EXIT.
124800
124900 6100-CHECK-ONE-GEAR.
125000     IF PAIR-CURRENT(PAIR-IDX)
125100       AND PAIR-LAST-DATE(PAIR-IDX) < FEED-DATE
125200       MOVE PAIR-MODEL(PAIR-IDX) TO GEAROUT-DTL-MODEL
125300       PERFORM 2460-LOCATE-RUN-MODEL
125400           THRU 2460-LOCATE-RUN-MODEL-EXIT
125500       IF MODEL-POS > 0
125600         IF NOT RM-STALE(MODEL-POS)
125700           MOVE 'G' TO PAIR-STAT(PAIR-IDX)
125800           MOVE FEED-DATE TO PAIR-GONE-DATE(PAIR-IDX)
125900           ADD 1 TO RM-GONE(MODEL-POS)
126000           ADD 1 TO GONE-COUNT
126100           MOVE PAIR-MODEL(PAIR-IDX) TO EVT-MODEL-OUT
126200           MOVE PAIR-REV(PAIR-IDX) TO EVT-REV-OUT
126300           MOVE PAIR-ROW(PAIR-IDX) TO EVT-ROW-OUT
126400           MOVE PAIR-COL(PAIR-IDX) TO EVT-COL-OUT
126500           MOVE 'GONE' TO EVT-TEXT-OUT
126600           MOVE PAIR-VALUE-1(PAIR-IDX) TO EVT-VALUE-1-OUT
126700           MOVE PAIR-VALUE-2(PAIR-IDX) TO EVT-VALUE-2-OUT
126800           PERFORM 5450-RULE-EVENT
126900           MOVE PAIR-EVENT-LINE TO GEAR-RPT-RECORD
127000           WRITE GEAR-RPT-RECORD
127100         END-IF
127200       END-IF
127300     END-IF
127400
127500     EXIT.
127600
127700*****************************************************************
127800* 7000-WRITE-REGISTER - THE CONTROL RECORD FOR THIS FEED, THEN
127900* THE WHOLE TABLE IN KEY ORDER, TO GEARREGO. A WRITE FAILURE
128000* LEAVES A SHORT FILE THAT MUST NOT BE CATALOGUED OVER GEARREG,
128100* SO IT STOPS THE RUN WITH 16.
128200*****************************************************************
128300 7000-WRITE-REGISTER.
128400     OPEN OUTPUT REG-OUT-FILE
128500     IF REG-OUT-STATUS NOT = '00'
128600       MOVE 'GEARREGO WILL NOT OPEN' TO GEAR-MSG-TEXT
128700       PERFORM 9100-REGISTER-ABORT
128800     END-IF
128900
129000     MOVE 'L' TO REG-CTL-TYPE
129100     MOVE FEED-DATE TO REG-CTL-FEED-DATE
129200     MOVE RUN-DATE TO REG-CTL-LOAD-DATE
129300     MOVE FEED-DETAIL-COUNT TO REG-CTL-COUNT
129400     MOVE FEED-HASH TO REG-CTL-HASH
129500     MOVE REG-CTL-LINE TO REG-OUT-RECORD
129600     PERFORM 7100-WRITE-ONE-RECORD
129700
129800     PERFORM VARYING PAIR-IDX FROM 1 BY 1
129900       UNTIL PAIR-IDX > PAIR-ENTRY-COUNT
130000       MOVE SPACE TO REG-OUT-RECORD
130100       MOVE 'G' TO REG-OUT-RECORD(1:1)
130200       MOVE PAIR-ENTRY(PAIR-IDX) TO REG-OUT-RECORD(2:71)
130300       PERFORM 7100-WRITE-ONE-RECORD
130400     END-PERFORM
130500
130600     CLOSE REG-OUT-FILE
130700
130800     EXIT.
130900
131000 7100-WRITE-ONE-RECORD.
131100     WRITE REG-OUT-RECORD
131200     IF REG-OUT-STATUS NOT = '00'
131300       MOVE 'WRITE FAILED ON GEARREGO - REGISTER INCOMPLETE'
131400           TO GEAR-MSG-TEXT
131500       PERFORM 9100-REGISTER-ABORT
131600     END-IF
131700     ADD 1 TO REG-OUT-COUNT
131800
131900     EXIT.
132000
132100*****************************************************************
132200* 8000-TERMINATE - ONE LINE PER MODEL ON THE FEED, THEN THE RUN
132300* COUNTS AND THE RETURN CODE GRADE. PLANNING CHANGES ARE WHAT
132400* A NEW REVISION IS FOR; ONLY DATA PROBLEMS AND REFUSED DETAILS
132500* RAISE THE RETURN CODE.
132600*****************************************************************
132700 8000-TERMINATE.
132800     MOVE MODEL-HDG-LINE TO GEAR-RPT-RECORD
132900     WRITE GEAR-RPT-RECORD
133000
133100     PERFORM 8100-MODEL-LINE
133200         VARYING MODEL-POS FROM 1 BY 1
133300         UNTIL MODEL-POS > MODEL-ENTRY-COUNT
133400
133500     MOVE SPACE TO GEAR-RPT-RECORD
133600     WRITE GEAR-RPT-RECORD
133700
133800     MOVE 'RECORDS ON GEARREG  . . . . ' TO GEAR-COUNT-LABEL
133900     MOVE REG-IN-COUNT TO GEAR-COUNT-OUT
134000     PERFORM 8200-COUNT-WRITE
134100     MOVE 'DETAILS ON FEED . . . . . . ' TO GEAR-COUNT-LABEL
134200     MOVE FEED-DETAIL-COUNT TO GEAR-COUNT-OUT
134300     PERFORM 8200-COUNT-WRITE
134400     MOVE 'HASH TOTAL PROVED . . . . . ' TO GEAR-COUNT-LABEL
134500     MOVE FEED-HASH TO GEAR-COUNT-OUT
134600     PERFORM 8200-COUNT-WRITE
134700     MOVE 'GEARS NEW OR RETURNED . . . ' TO GEAR-COUNT-LABEL
134800     MOVE NEW-COUNT TO GEAR-COUNT-OUT
134900     PERFORM 8200-COUNT-WRITE
135000     MOVE 'PAIRINGS CHANGED  . . . . . ' TO GEAR-COUNT-LABEL
135100     MOVE CHANGED-COUNT TO GEAR-COUNT-OUT
135200     PERFORM 8200-COUNT-WRITE
135300     MOVE 'GEARS GONE  . . . . . . . . ' TO GEAR-COUNT-LABEL
135400     MOVE GONE-COUNT TO GEAR-COUNT-OUT
135500     PERFORM 8200-COUNT-WRITE
135600     MOVE 'GEARS UNCHANGED . . . . . . ' TO GEAR-COUNT-LABEL
135700     MOVE SAME-COUNT TO GEAR-COUNT-OUT
135800     PERFORM 8200-COUNT-WRITE
135900     MOVE 'DIFFERENCES - DATA PROBLEM  ' TO GEAR-COUNT-LABEL
136000     MOVE DATA-PROBLEM-COUNT TO GEAR-COUNT-OUT
136100     PERFORM 8200-COUNT-WRITE
136200     MOVE 'DIFFERENCES - PLANNING  . . ' TO GEAR-COUNT-LABEL
136300     MOVE PLANNING-COUNT TO GEAR-COUNT-OUT
136400     PERFORM 8200-COUNT-WRITE
136500     MOVE 'DETAILS REFUSED - OLD REV . ' TO GEAR-COUNT-LABEL
136600     MOVE REFUSED-COUNT TO GEAR-COUNT-OUT
136700     PERFORM 8200-COUNT-WRITE
136800     MOVE 'DETAILS REFUSED - REPEATED  ' TO GEAR-COUNT-LABEL
136900     MOVE REPEAT-COUNT TO GEAR-COUNT-OUT
137000     PERFORM 8200-COUNT-WRITE
137100     MOVE 'DETAILS WITH NO IDENTITY  . ' TO GEAR-COUNT-LABEL
137200     MOVE NO-ID-COUNT TO GEAR-COUNT-OUT
137300     PERFORM 8200-COUNT-WRITE
137400     MOVE 'RECORDS ON GEARREGO . . . . ' TO GEAR-COUNT-LABEL
137500     MOVE REG-OUT-COUNT TO GEAR-COUNT-OUT
137600     PERFORM 8200-COUNT-WRITE
137700
137800     CLOSE GEAR-RPT-FILE
137900
138000     DISPLAY 'GEARLOAD - NEW ' NEW-COUNT
138100         ' CHANGED ' CHANGED-COUNT
138200         ' GONE ' GONE-COUNT
138300         ' DATA PROBLEMS ' DATA-PROBLEM-COUNT
138400
138500     IF DATA-PROBLEM-COUNT > 0 OR REFUSED-COUNT > 0
138600       OR REPEAT-COUNT > 0 OR NO-ID-COUNT > 0
138700       MOVE 4 TO RETURN-CODE
138800     ELSE
138900       MOVE 0 TO RETURN-CODE
139000     END-IF.
139100
139200 8100-MODEL-LINE.
139300     MOVE RM-MODEL(MODEL-POS) TO MODEL-DET-MODEL-OUT
139400     MOVE RM-REV(MODEL-POS) TO MODEL-DET-REV-OUT
139500     MOVE RM-FILE-REV(MODEL-POS) TO MODEL-DET-PRIOR-OUT
139600     MOVE RM-NEW(MODEL-POS) TO MODEL-DET-NEW-OUT
139700     MOVE RM-CHANGED(MODEL-POS) TO MODEL-DET-CHG-OUT
139800     MOVE RM-GONE(MODEL-POS) TO MODEL-DET-GONE-OUT
139900     MOVE RM-SAME(MODEL-POS) TO MODEL-DET-SAME-OUT
140000     MOVE RM-REFUSED(MODEL-POS) TO MODEL-DET-REFUSED-OUT
140100     EVALUATE TRUE
140200       WHEN RM-NEW-MODEL(MODEL-POS)
140300         MOVE 'FIRST LOAD' TO MODEL-DET-RULING-OUT
140400       WHEN RM-SAME-REV(MODEL-POS)
140500         MOVE 'SAME REVISION' TO MODEL-DET-RULING-OUT
140600       WHEN RM-NEW-REV(MODEL-POS)
140700         MOVE 'NEW REVISION' TO MODEL-DET-RULING-OUT
140710       WHEN RM-ROLLED-BACK(MODEL-POS)
140720         MOVE 'ROLLED BACK' TO MODEL-DET-RULING-OUT
140800       WHEN OTHER
140900         MOVE 'REFUSED - OLDER' TO MODEL-DET-RULING-OUT
141000     END-EVALUATE
141100     MOVE MODEL-DETAIL-LINE TO GEAR-RPT-RECORD
141200     WRITE GEAR-RPT-RECORD
141300
141400     EXIT.
141500
141600 8200-COUNT-WRITE.
141700     MOVE GEAR-COUNT-LINE TO GEAR-RPT-RECORD
141800     WRITE GEAR-RPT-RECORD
141900
142000     EXIT.
142100
142200*****************************************************************
142300* 9000-REFUSE-FEED - THE TRANSMISSION FAILED A PROOF OR WAS
142400* ALREADY LOADED. SAY WHY ON THE REPORT AND THE CONSOLE AND
142500* STOP WITH GEARREG UNTOUCHED.
142600*****************************************************************
142700 9000-REFUSE-FEED.
142800     DISPLAY 'GEARLOAD - FEED REFUSED - ' GEAR-MSG-TEXT
142900     MOVE GEAR-MSG-TEXT TO RUNLOG-REASON
143000     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
143100     WRITE GEAR-RPT-RECORD
143200     MOVE 'FEED REFUSED - GEAR REGISTER NOT UPDATED'
143300         TO GEAR-MSG-TEXT
143400     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
143500     WRITE GEAR-RPT-RECORD
143600
143700     CLOSE GEAR-FILE
143800     CLOSE GEAR-RPT-FILE
143900
144000     MOVE 16 TO RETURN-CODE
144100     PERFORM 9900-WRITE-RUNLOG
144200     STOP RUN.
144300
144400*****************************************************************
144500* 9100-REGISTER-ABORT - THE REGISTER IS DAMAGED, WILL NOT READ
144600* OR WRITE, OR HAS OUTGROWN THE TABLE. NO SUCCESSOR IS WORTH
144700* KEEPING; STOP WITH 16 SO GEARREG STANDS.
144800*****************************************************************
144900 9100-REGISTER-ABORT.
145000     DISPLAY 'GEARLOAD - ' GEAR-MSG-TEXT
145100     MOVE GEAR-MSG-TEXT TO RUNLOG-REASON
145200     DISPLAY '    GEARREG RECORDS READ   ' REG-IN-COUNT
145300     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
145400     WRITE GEAR-RPT-RECORD
145500     MOVE 'RUN STOPPED - GEARREG STANDS AS IT WAS'
145600         TO GEAR-MSG-TEXT
145700     MOVE GEAR-MSG-LINE TO GEAR-RPT-RECORD
145800     WRITE GEAR-RPT-RECORD
145900
146000     CLOSE GEAR-FILE
146100     CLOSE REG-IN-FILE
146200     CLOSE REG-OUT-FILE
146300     CLOSE GEAR-RPT-FILE
146400
146500     MOVE 16 TO RETURN-CODE
146600     PERFORM 9900-WRITE-RUNLOG
146700     STOP RUN.
146800
146900*****************************************************************
147000* 9400-PARM-ABORT - BAD GEARPARM CARD; THE REASON HAS ALREADY
147100* BEEN NAMED ON THE CONSOLE BY THE CALLER.
147200*****************************************************************
147300 9400-PARM-ABORT.
147400     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
147500
147600     CLOSE GEARPARM-FILE
147700
147800     MOVE 16 TO RETURN-CODE
147900     MOVE 'BAD GEARPARM CARD - NOTHING LOADED' TO RUNLOG-REASON
148000     MOVE 'SYSOUT' TO RUNLOG-REPORT
148100     PERFORM 9900-WRITE-RUNLOG
148200     STOP RUN.
148300
148400*****************************************************************
148500* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
148600* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
148700* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
148800* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
148900* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
149000*****************************************************************
149100 9900-WRITE-RUNLOG.
149200     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
149300     MOVE RETURN-CODE TO RUNLOG-RC
149400     IF EXPECTED-CYCLE-DATE > 0
149500       MOVE EXPECTED-CYCLE-DATE TO RUNLOG-CYCLE-DATE
149600     END-IF
149700     MOVE FEED-DETAIL-COUNT TO RUNLOG-ROWS
149800     MOVE PAIR-ENTRY-COUNT TO RUNLOG-PARTS
149900     ADD REFUSED-COUNT REPEAT-COUNT NO-ID-COUNT
150000         GIVING RUNLOG-REJECTS
150100     ADD NEW-COUNT CHANGED-COUNT SAME-COUNT
150200         GIVING RUNLOG-POSTED
150300
150400     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
150500       EVALUATE RETURN-CODE
150600         WHEN 4
150700           MOVE 'GEAR DATA PROBLEMS OR DETAILS REFUSED'
150800               TO RUNLOG-REASON
150900         WHEN OTHER
151000           MOVE 'RUN STOPPED - GEARREG STANDS AS IT WAS'
151100               TO RUNLOG-REASON
151200       END-EVALUATE
151300     END-IF
151400
151500     OPEN EXTEND RUNLOG-FILE
151600     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
151700       MOVE RUNLOG-LINE TO RUNLOG-RECORD
151800       WRITE RUNLOG-RECORD
151900       CLOSE RUNLOG-FILE
152000     ELSE
152100       DISPLAY 'GEARLOAD - RUNLOG NOT AVAILABLE - STATUS '
152200           RUNLOG-STATUS
152300     END-IF.
