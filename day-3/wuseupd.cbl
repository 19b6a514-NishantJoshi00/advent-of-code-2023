000100*****************************************************************
000200* PROGRAM:    WUSEUPD
000300* PURPOSE:    KEEPS THE CUMULATIVE PART WHERE-USED FILE. EACH
000400*             RUN'S WUSEOUT EXTRACT (ONE DETAIL PER QUALIFIED
000500*             PART NUMBER, WITH THE ENGINE MODEL AND DRAWING
000600*             REVISION OF ITS SCHEMATIC) IS PROVED AGAINST ITS
000700*             TRAILER AND FOLDED INTO WHEREUSE, WHICH HOLDS ONE
000800*             RECORD PER PART NUMBER, MODEL, REVISION AND ROW/
000900*             COLUMN LOCATION, WITH THE QUALIFYING SYMBOL AND
001000*             THE FIRST AND LAST RUN DATES THE LOCATION WAS
001100*             SEEN. THE UPDATED FILE GOES OUT ON WHEREUSO. THE
001200*             SCHEMATIC NUMBER IS NOT KEPT - IT ONLY MEANS
001300*             SOMETHING WITHIN ONE RUN.
001400*
001500*             A MODEL THAT ARRIVES ON A NEWER DRAWING REVISION
001600*             THAN THE ONE ON FILE SUPERSEDES THE OLD
001700*             REVISION'S ENTRIES: THEY STAY ON FILE AS HISTORY,
001800*             MARKED SUPERSEDED WITH THE NEW REVISION AND THE
001900*             DATE, AND EVERY SUPERSESSION IS LISTED ON WUSERPT.
002000*             A MODEL THAT ARRIVES ON AN OLDER REVISION THAN THE
002100*             ONE ON FILE IS REFUSED AND LISTED - IT IS NEVER
002110*             ADDED ON TOP OF THE CURRENT DRAWING'S ENTRIES -
002120*             UNLESS THE DRAWING-REVISION REGISTRY THE MAIN RUN
002130*             LEFT (REVREG) SHOWS ENGINEERING ROLLED THE MODEL
002140*             BACK TO THAT REVISION AND WITHDREW THE ONE ON
002150*             FILE. THEN THE WITHDRAWN REVISION'S ENTRIES GO TO
002160*             HISTORY, MARKED SUPERSEDED BY THE REINSTATED ONE,
002170*             AND THE REINSTATED REVISION'S OWN ENTRIES COME
002180*             BACK AS CURRENT AS THE EXTRACT SEES THEM AGAIN.
002300* AUTHOR:     D. M. HENDRICKS
002400* INSTALLATION: AOC DATA CENTER
002500* DATE-WRITTEN: 2026-10-15
002600*
002700* RETURN CODES: 0 = EXTRACT PROVED AND APPLIED CLEAN
002800*               4 = EXTRACT APPLIED, BUT SOME DETAILS WERE
002900*                   REFUSED (OLDER REVISION) OR SET ASIDE (NO
003000*                   ENGINE IDENTITY) - SEE WUSERPT
003100*              16 = EXTRACT REFUSED (MISSING, HEADER OR TRAILER
003200*                   BAD, COUNT OR HASH DISPROVED, DETAIL NOT
003300*                   NUMERIC), WHEREUSE OUT OF SEQUENCE OR
003310*                   UNREADABLE, REVREG UNREADABLE, OR A TABLE
003320*                   FULL - WHEREUSO IS NOT WRITTEN AND WHEREUSE
003330*                   STANDS AS IT WAS
003510*
003520* MODIFICATION HISTORY.
003530*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003540*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003550*                  FOR THE RUNSUM MORNING SUMMARY.
003558*   2026-10-15 DMH REVREG READ: A MODEL THE REVMNT JOB ROLLED
003566*                  BACK IS RULED ROLLED BACK, NOT REFUSED - THE
003574*                  WITHDRAWN REVISION'S ENTRIES ARE SUPERSEDED
003582*                  BY THE REINSTATED ONE, AND A SUPERSEDED
003590*                  LOCATION SEEN AGAIN IS REINSTATED AS CURRENT.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. WUSEUPD.
003900 AUTHOR. D. M. HENDRICKS.
004000 INSTALLATION. AOC DATA CENTER.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*    WUSEOUT - THE WHERE-USED EXTRACT AS WRITTEN BY THE MAIN
004800*    RUN: 'H' HEADER, 'D' DETAILS, 'T' TRAILER. LAYOUTS MUST
004900*    STAY IN STEP WITH THE WUSEOUT-*-LINE LAYOUTS IN THAT
005000*    PROGRAM.
005100     SELECT WUSE-EXT-FILE ASSIGN TO WUSEOUT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WUSE-EXT-STATUS.
005400
005500*    WHEREUSE / WHEREUSO - THE CUMULATIVE WHERE-USED FILE, IN
005600*    ASCENDING PART NUMBER, MODEL, REVISION, ROW AND COLUMN
005700*    ORDER. WHEREUSE IS OPTIONAL SO THE FIRST RUN STARTS THE
005800*    FILE ITSELF.
005900     SELECT OPTIONAL WHERE-IN-FILE ASSIGN TO WHEREUSE
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WHERE-IN-STATUS.
006200
006300     SELECT WHERE-OUT-FILE ASSIGN TO WHEREUSO
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WHERE-OUT-STATUS.
006510*    REVREG - THE DRAWING-REVISION REGISTRY AS THE MAIN RUN THAT
006520*    WROTE THIS EXTRACT LEFT IT (ITS REVREGO), READ ONLY FOR THE
006530*    ROLLBACKS REVMNT HAS ENTERED. OPTIONAL - WITHOUT IT AN
006540*    OLDER REVISION IS SIMPLY REFUSED.
006550     SELECT OPTIONAL REVREG-FILE ASSIGN TO REVREG
006560         ORGANIZATION IS LINE SEQUENTIAL
006570         FILE STATUS IS REVREG-STATUS.
006600
006700*    WUSERPT - WHAT WAS PROVED AND APPLIED, EVERY REVISION
006800*    SUPERSEDED OR REFUSED, AND WHY AN EXTRACT WAS REFUSED IF
006900*    ONE WAS.
007000     SELECT WUSE-RPT-FILE ASSIGN TO WUSERPT
007100         ORGANIZATION IS LINE SEQUENTIAL.
007110
007120*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
007130*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
007140*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
007150*    A NEW CYCLE STARTS IT.
007160     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
007170         ORGANIZATION IS LINE SEQUENTIAL
007180         FILE STATUS IS RUNLOG-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  WUSE-EXT-FILE
007600     RECORD CONTAINS 43 CHARACTERS.
007700 01  WUSE-EXT-RECORD             PIC X(43).
007800
007900*    KEEP THIS LAYOUT IN STEP WITH THE WHEREUSE RECORD IN THE
008000*    WUSEINQ INQUIRY PROGRAM. STATUS 'C' IS AN ENTRY ON THE
008100*    MODEL'S CURRENT REVISION; 'S' IS ONE A LATER REVISION
008200*    SUPERSEDED, WITH THAT REVISION AND THE DATE IT ARRIVED.
008300 FD  WHERE-IN-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  WHERE-IN-RECORD.
008600     05  WHERE-IN-KEY.
008700         10  WHERE-IN-PART-NO     PIC 9(10).
008800         10  WHERE-IN-MODEL       PIC X(12).
008900         10  WHERE-IN-REV         PIC X(04).
009000         10  WHERE-IN-ROW         PIC 9(05).
009100         10  WHERE-IN-COL         PIC 9(05).
009200     05  WHERE-IN-SYM             PIC X(01).
009300     05  WHERE-IN-FIRST-DATE      PIC 9(08).
009400     05  WHERE-IN-LAST-DATE       PIC 9(08).
009500     05  WHERE-IN-STAT            PIC X(01).
009600         88  WHERE-IN-STAT-VALID            VALUE 'C' 'S'.
009700     05  WHERE-IN-SUPER-REV       PIC X(04).
009800     05  WHERE-IN-SUPER-DATE      PIC 9(08).
009900     05  FILLER                   PIC X(14).
010000
010100 FD  WHERE-OUT-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  WHERE-OUT-RECORD.
010400     05  WHERE-OUT-PART-NO        PIC 9(10).
010500     05  WHERE-OUT-MODEL          PIC X(12).
010600     05  WHERE-OUT-REV            PIC X(04).
010700     05  WHERE-OUT-ROW            PIC 9(05).
010800     05  WHERE-OUT-COL            PIC 9(05).
010900     05  WHERE-OUT-SYM            PIC X(01).
011000     05  WHERE-OUT-FIRST-DATE     PIC 9(08).
011100     05  WHERE-OUT-LAST-DATE      PIC 9(08).
011200     05  WHERE-OUT-STAT           PIC X(01).
011300     05  WHERE-OUT-SUPER-REV      PIC X(04).
011400     05  WHERE-OUT-SUPER-DATE     PIC 9(08).
011500     05  FILLER                   PIC X(14).
011506*    KEEP THIS LAYOUT IN STEP WITH THE REVREG RECORD IN THE MAIN
011512*    RUN AND REVMNT. ONLY THE REGISTERED AND WITHDRAWN
011518*    REVISIONS MATTER HERE.
011524 FD  REVREG-FILE
011530     RECORD CONTAINS 80 CHARACTERS.
011536 01  REVREG-RECORD.
011542     05  REVREG-MODEL             PIC X(12).
011548     05  REVREG-REV               PIC X(04).
011554     05  REVREG-RUN-DATE          PIC 9(08).
011560     05  REVREG-STAT              PIC X(01).
011566     05  REVREG-ALLOW-REV         PIC X(04).
011572     05  REVREG-WDN-REV           PIC X(04).
011578     05  REVREG-MNT-DATE          PIC 9(08).
011584     05  REVREG-MNT-REASON        PIC X(02).
011590     05  FILLER                   PIC X(37).
011600
011700 FD  WUSE-RPT-FILE
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  WUSE-RPT-RECORD             PIC X(80).
011910
011920 FD  RUNLOG-FILE
011930     RECORD CONTAINS 150 CHARACTERS.
011940 01  RUNLOG-RECORD               PIC X(150).
012000
012100 WORKING-STORAGE SECTION.
012200*    THE THREE VIEWS OF A WUSEOUT RECORD, AS THE MAIN RUN
012300*    WRITES THEM.
012400 01  WUSEOUT-HDR-LINE.
012500     05  WUSEOUT-HDR-ID           PIC X(01).
012600     05  WUSEOUT-HDR-DATE         PIC 9(08).
012700     05  FILLER                   PIC X(34).
012800
012900 01  WUSEOUT-DTL-LINE.
013000     05  WUSEOUT-DTL-ID           PIC X(01).
013100     05  WUSEOUT-DTL-PART-NO      PIC 9(10).
013200     05  WUSEOUT-DTL-MODEL        PIC X(12).
013300     05  WUSEOUT-DTL-REV          PIC X(04).
013400     05  WUSEOUT-DTL-SCHEM        PIC 9(05).
013500     05  WUSEOUT-DTL-ROW          PIC 9(05).
013600     05  WUSEOUT-DTL-COL          PIC 9(05).
013700     05  WUSEOUT-DTL-SYM          PIC X(01).
013800
013900 01  WUSEOUT-TRL-LINE.
014000     05  WUSEOUT-TRL-ID           PIC X(01).
014100     05  WUSEOUT-TRL-COUNT        PIC 9(07).
014200     05  WUSEOUT-TRL-HASH         PIC 9(12).
014300     05  FILLER                   PIC X(23).
014400
014500 01  SWITCHES.
014600     05  EXT-EOF-SW              PIC X(01) VALUE 'N'.
014700         88  EXT-EOF                        VALUE 'Y'.
014800     05  WHERE-EOF-SW            PIC X(01) VALUE 'N'.
014900         88  WHERE-EOF                      VALUE 'Y'.
015000     05  HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
015100         88  HEADER-SEEN                    VALUE 'Y'.
015200     05  TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
015300         88  TRAILER-SEEN                   VALUE 'Y'.
015400     05  WHERE-FOUND-SW          PIC X(01) VALUE 'N'.
015500         88  WHERE-FOUND                    VALUE 'Y'.
015510     05  REVREG-EOF-SW           PIC X(01) VALUE 'N'.
015520         88  REVREG-EOF                     VALUE 'Y'.
015600
015700 01  WUSE-EXT-STATUS             PIC X(02) VALUE SPACE.
015800 01  WHERE-IN-STATUS             PIC X(02) VALUE SPACE.
015900 01  WHERE-OUT-STATUS            PIC X(02) VALUE SPACE.
015910 01  REVREG-STATUS               PIC X(02) VALUE SPACE.
016000
016100 01  RUN-DATE                    PIC 9(08) VALUE 0.
016200*    THE MAIN RUN'S DATE, OFF THE EXTRACT HEADER - THIS, NOT
016300*    TODAY, IS THE DATE A LOCATION WAS SEEN.
016400 01  EXTRACT-DATE                PIC 9(08) VALUE 0.
016500
016600*    PASS-ONE PROOF TOTALS. THE HASH IS THE LOW-ORDER TWELVE
016700*    DIGITS OF THE SUM OF DETAIL PART NUMBERS, AS ON PARTOUT.
016800 01  EXT-RECORD-NO               PIC 9(07) VALUE 0 COMP.
016900 01  EXT-DETAIL-COUNT            PIC 9(07) VALUE 0 COMP.
017000 01  EXT-HASH                    PIC 9(12) VALUE 0.
017100
017200*    THE WHERE-USED FILE, LOADED FROM WHEREUSE, HELD IN KEY
017300*    ORDER, UPDATED IN PLACE AND REWRITTEN TO WHEREUSO. A FULL
017400*    TABLE STOPS THE RUN - DROPPING ENTRIES OFF A CUMULATIVE
017500*    FILE WOULD LOSE HISTORY THAT CANNOT BE REBUILT. RAISE
017600*    MAX-WHERE-ENTRIES IF IT EVER COMES CLOSE.
017700 78  MAX-WHERE-ENTRIES           VALUE 20000.
017800 01  WHERE-ENTRY-COUNT           PIC 9(05) VALUE 0 COMP.
017900 01  WHERE-TABLE.
018000     05  WHERE-ENTRY OCCURS MAX-WHERE-ENTRIES TIMES
018100             INDEXED BY WHERE-IDX.
018200         10  WHERE-KEY.
018300             15  WHERE-PART-NO    PIC 9(10).
018400             15  WHERE-MODEL      PIC X(12).
018500             15  WHERE-REV        PIC X(04).
018600             15  WHERE-ROW        PIC 9(05).
018700             15  WHERE-COL        PIC 9(05).
018800         10  WHERE-SYM            PIC X(01).
018900         10  WHERE-FIRST-DATE     PIC 9(08).
019000         10  WHERE-LAST-DATE      PIC 9(08).
019100         10  WHERE-STAT           PIC X(01).
019200             88  WHERE-CURRENT              VALUE 'C'.
019300             88  WHERE-SUPERSEDED           VALUE 'S'.
019400         10  WHERE-SUPER-REV      PIC X(04).
019500         10  WHERE-SUPER-DATE     PIC 9(08).
019600
019700*    SEARCH/INSERT WORK FIELDS. THE TABLE IS TOO LARGE TO SCAN
019800*    FROM THE TOP FOR EVERY DETAIL, SO THE SEARCH HALVES IT;
019900*    WHERE-INS-POS IS LEFT AT THE FIRST ENTRY AT OR PAST THE
020000*    TARGET EITHER WAY.
020100 01  SEARCH-KEY.
020200     05  SEARCH-PART-NO           PIC 9(10).
020300     05  SEARCH-MODEL             PIC X(12).
020400     05  SEARCH-REV               PIC X(04).
020500     05  SEARCH-ROW               PIC 9(05).
020600     05  SEARCH-COL               PIC 9(05).
020700 01  PRIOR-KEY                   PIC X(36) VALUE LOW-VALUE.
020800 01  SEARCH-LO                   PIC 9(05) VALUE 0 COMP.
020900 01  SEARCH-HI                   PIC 9(05) VALUE 0 COMP.
021000 01  SEARCH-MID                  PIC 9(05) VALUE 0 COMP.
021100 01  WHERE-INS-POS               PIC 9(05) VALUE 0 COMP.
021200 01  WHERE-SHIFT-IDX             PIC 9(05) VALUE 0 COMP.
021300
021400*    ONE ENTRY PER ENGINE MODEL ON THIS RUN'S EXTRACT: THE
021500*    REVISION IT CAME IN ON, THE CURRENT REVISION ON FILE
021510*    BEFORE THIS RUN, THE REGISTERED AND WITHDRAWN REVISIONS ON
021520*    REVREG, THE RULING BETWEEN THEM, AND WHAT THE RUN DID TO
021530*    THE MODEL'S ENTRIES. SIZED AS THE MAIN RUN'S REVISION
021540*    REGISTRY IS.
021900 78  MAX-MODEL-ENTRIES           VALUE 200.
022000 01  MODEL-ENTRY-COUNT           PIC 9(03) VALUE 0 COMP.
022100 01  MODEL-TABLE.
022200     05  MODEL-ENTRY OCCURS MAX-MODEL-ENTRIES TIMES
022300             INDEXED BY MODEL-IDX.
022400         10  RM-MODEL             PIC X(12).
022500         10  RM-REV               PIC X(04).
022600         10  RM-LOW-REV           PIC X(04).
022700         10  RM-FILE-REV          PIC X(04).
022710         10  RM-REG-REV           PIC X(04).
022720         10  RM-REG-WDN-REV       PIC X(04).
022800         10  RM-RULING            PIC X(01).
022900             88  RM-NEW-MODEL               VALUE 'N'.
023000             88  RM-SAME-REV                VALUE 'S'.
023100             88  RM-NEW-REV                 VALUE 'R'.
023110             88  RM-ROLLED-BACK             VALUE 'B'.
023200             88  RM-STALE                   VALUE 'X'.
023300         10  RM-ADDED             PIC 9(07) COMP.
023400         10  RM-REFRESHED         PIC 9(07) COMP.
023500         10  RM-SUPERSEDED        PIC 9(07) COMP.
023600         10  RM-REFUSED           PIC 9(07) COMP.
023700 01  MODEL-POS                   PIC 9(03) VALUE 0 COMP.
023800
023900*    RUN COUNTS FOR THE REPORT AND THE RETURN CODE GRADE.
024000 01  WHERE-IN-COUNT              PIC 9(07) VALUE 0 COMP.
024100 01  WHERE-OUT-COUNT             PIC 9(07) VALUE 0 COMP.
024200 01  ADDED-COUNT                 PIC 9(07) VALUE 0 COMP.
024300 01  REFRESHED-COUNT             PIC 9(07) VALUE 0 COMP.
024400 01  SUPERSEDED-COUNT            PIC 9(07) VALUE 0 COMP.
024410 01  ROLLED-BACK-COUNT           PIC 9(07) VALUE 0 COMP.
024420 01  REINSTATED-COUNT            PIC 9(07) VALUE 0 COMP.
024500 01  REFUSED-COUNT               PIC 9(07) VALUE 0 COMP.
024600 01  NO-ID-COUNT                 PIC 9(07) VALUE 0 COMP.
024700
024800*    WUSERPT LINE LAYOUTS.
024900 01  WUSE-TITLE-LINE.
025000     05  FILLER                   PIC X(40) VALUE
025100         'WHERE-USED FILE UPDATE REPORT'.
025200
025300 01  WUSE-DATE-LINE.
025400     05  WUSE-DATE-LABEL          PIC X(12) VALUE SPACE.
025500     05  WUSE-DATE-OUT            PIC 9999/99/99.
025600
025700 01  WUSE-MSG-LINE.
025800     05  WUSE-MSG-TEXT            PIC X(72) VALUE SPACE.
025900
026000*    ONE REVISION EVENT - A SUPERSESSION, A REFUSAL OF AN OLDER
026100*    REVISION, OR A MODEL EXTRACTED ON TWO REVISIONS IN ONE RUN.
026200 01  REV-EVENT-LINE.
026300     05  FILLER                   PIC X(06) VALUE 'MODEL '.
026400     05  REV-EVENT-MODEL          PIC X(12).
026500     05  FILLER                   PIC X(05) VALUE ' REV '.
026600     05  REV-EVENT-REV            PIC X(04).
026700     05  REV-EVENT-TEXT           PIC X(20).
026800     05  REV-EVENT-REV-2          PIC X(04).
026900     05  REV-EVENT-TAIL           PIC X(21).
027000 01  REV-EVENT-COUNT-OUT         PIC ZZZZZZ9.
027100
027200 01  MODEL-HDG-LINE.
027300     05  FILLER                   PIC X(14) VALUE 'MODEL'.
027400     05  FILLER                   PIC X(06) VALUE 'REV'.
027500     05  FILLER                   PIC X(07) VALUE 'PRIOR'.
027600     05  FILLER                   PIC X(09) VALUE '   ADDED'.
027700     05  FILLER                   PIC X(09) VALUE ' REFRESH'.
027800     05  FILLER                   PIC X(09) VALUE '  SUPSDD'.
027900     05  FILLER                   PIC X(09) VALUE ' REFUSED'.
028000     05  FILLER                   PIC X(02) VALUE SPACE.
028100     05  FILLER                   PIC X(07) VALUE 'RULING'.
028200
028300 01  MODEL-DETAIL-LINE.
028400     05  MODEL-DET-MODEL-OUT      PIC X(12).
028500     05  FILLER                   PIC X(02) VALUE SPACE.
028600     05  MODEL-DET-REV-OUT        PIC X(04).
028700     05  FILLER                   PIC X(02) VALUE SPACE.
028800     05  MODEL-DET-PRIOR-OUT      PIC X(04).
028900     05  FILLER                   PIC X(03) VALUE SPACE.
029000     05  MODEL-DET-ADDED-OUT      PIC ZZZZZZ9.
029100     05  FILLER                   PIC X(02) VALUE SPACE.
029200     05  MODEL-DET-REFR-OUT       PIC ZZZZZZ9.
029300     05  FILLER                   PIC X(02) VALUE SPACE.
029400     05  MODEL-DET-SUPSD-OUT      PIC ZZZZZZ9.
029500     05  FILLER                   PIC X(02) VALUE SPACE.
029600     05  MODEL-DET-REFUSED-OUT    PIC ZZZZZZ9.
029700     05  FILLER                   PIC X(02) VALUE SPACE.
029800     05  MODEL-DET-RULING-OUT     PIC X(15).
029900
030000 01  WUSE-COUNT-LINE.
030100     05  WUSE-COUNT-LABEL         PIC X(28).
030200     05  WUSE-COUNT-OUT           PIC Z(12)9.
030300
030304*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
030308*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
030312 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
030316 01  RUNLOG-LINE.
030320     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'WUSEUPD'.
030324     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
030328     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
030332     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
030336     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
030340     05  RUNLOG-RC               PIC 9(03) VALUE 0.
030344     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
030348     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
030352     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
030356     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
030360     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
030364     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
030368     05  RUNLOG-REPORT           PIC X(08) VALUE 'WUSERPT'.
030372     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
030376     05  FILLER                  PIC X(05) VALUE SPACE.
030380
030400 PROCEDURE DIVISION.
030500
030600*****************************************************************
030700* 0000-MAINLINE.
030800*****************************************************************
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE
031100     PERFORM 2000-PROVE-EXTRACT
031200     PERFORM 3000-LOAD-WHERE-USED
031210     PERFORM 3500-LOAD-REV-REGISTRY
031300     PERFORM 4000-RULE-ON-REVISIONS
031400     PERFORM 5000-APPLY-EXTRACT
031500     PERFORM 6000-WRITE-WHERE-USED
031600     PERFORM 8000-TERMINATE
031610     PERFORM 9900-WRITE-RUNLOG
031700     STOP RUN.
031800
031900*****************************************************************
032000* 1000-INITIALIZE - THE REPORT FIRST, THEN THE EXTRACT. A
032100* MISSING WUSEOUT IS A REFUSAL, NOT AN EMPTY DAY - THE SCHEDULE
032200* HAS THIS STEP AFTER THE MAIN RUN, SO THE EXTRACT MUST BE
032300* THERE.
032400*****************************************************************
032500 1000-INITIALIZE.
032510     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
032520                                        RUNLOG-CYCLE-DATE
032530     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
032540
032600     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
032700
032800     OPEN OUTPUT WUSE-RPT-FILE
032900
033000     MOVE WUSE-TITLE-LINE TO WUSE-RPT-RECORD
033100     WRITE WUSE-RPT-RECORD
033200     MOVE 'RUN DATE .  ' TO WUSE-DATE-LABEL
033300     MOVE RUN-DATE TO WUSE-DATE-OUT
033400     MOVE WUSE-DATE-LINE TO WUSE-RPT-RECORD
033500     WRITE WUSE-RPT-RECORD
033600
033700     OPEN INPUT WUSE-EXT-FILE
033800     IF WUSE-EXT-STATUS NOT = '00'
033900       MOVE 'WUSEOUT MISSING - NO EXTRACT TO APPLY'
034000           TO WUSE-MSG-TEXT
034100       PERFORM 9000-REFUSE-EXTRACT
034200     END-IF
034300
034400     EXIT.
034500
034600*****************************************************************
034700* 2000-PROVE-EXTRACT - PASS ONE, AS THE INVENTORY LOAD PROVES
034800* PARTOUT: HEADER FIRST, EVERY DETAIL COUNTED AND HASHED, THE
034900* TRAILER LAST AND AGREEING WITH BOTH. NOTHING IS APPLIED TO
035000* THE WHERE-USED FILE UNTIL THE WHOLE EXTRACT HAS PROVED. THE
035100* SAME PASS NOTES EACH ENGINE MODEL AND THE REVISION IT CAME
035200* IN ON, FOR THE REVISION RULING.
035300*****************************************************************
035400 2000-PROVE-EXTRACT.
035500     PERFORM 2100-READ-EXTRACT
035600     PERFORM 2200-PROVE-ONE-RECORD
035700         THRU 2200-PROVE-ONE-RECORD-EXIT
035800         UNTIL EXT-EOF
035900
036000     IF NOT HEADER-SEEN
036100       MOVE 'EXTRACT IS EMPTY - NO HEADER RECORD'
036200           TO WUSE-MSG-TEXT
036300       PERFORM 9000-REFUSE-EXTRACT
036400     END-IF
036500
036600     IF NOT TRAILER-SEEN
036700       MOVE 'NO TRAILER - EXTRACT IS TRUNCATED' TO WUSE-MSG-TEXT
036800       PERFORM 9000-REFUSE-EXTRACT
036900     END-IF
037000
037100     CLOSE WUSE-EXT-FILE
037200
037300     MOVE 'EXTRACT . . ' TO WUSE-DATE-LABEL
037400     MOVE EXTRACT-DATE TO WUSE-DATE-OUT
037500     MOVE WUSE-DATE-LINE TO WUSE-RPT-RECORD
037600     WRITE WUSE-RPT-RECORD
037700     MOVE SPACE TO WUSE-RPT-RECORD
037800     WRITE WUSE-RPT-RECORD
037900
038000     EXIT.
038100
038200 2100-READ-EXTRACT.
038300     READ WUSE-EXT-FILE
038400       AT END
038500         MOVE 'Y' TO EXT-EOF-SW
038600       NOT AT END
038700         ADD 1 TO EXT-RECORD-NO
038800     END-READ.
038900
039000 2200-PROVE-ONE-RECORD.
039100     IF TRAILER-SEEN
039200       MOVE 'RECORDS FOLLOW THE TRAILER' TO WUSE-MSG-TEXT
039300       PERFORM 9000-REFUSE-EXTRACT
039400     END-IF
039500
039600     EVALUATE WUSE-EXT-RECORD(1:1)
039700       WHEN 'H'
039800         PERFORM 2300-PROVE-HEADER
039900       WHEN 'D'
040000         PERFORM 2400-PROVE-DETAIL
040100       WHEN 'T'
040200         PERFORM 2500-PROVE-TRAILER
040300       WHEN OTHER
040400         MOVE 'UNKNOWN RECORD TYPE ON EXTRACT' TO WUSE-MSG-TEXT
040500         PERFORM 9000-REFUSE-EXTRACT
040600     END-EVALUATE
040700
040800     PERFORM 2100-READ-EXTRACT.
040900
041000 2200-PROVE-ONE-RECORD-EXIT.
041100     EXIT.
041200
041300 2300-PROVE-HEADER.
041400     IF HEADER-SEEN
041500       MOVE 'MORE THAN ONE HEADER ON EXTRACT' TO WUSE-MSG-TEXT
041600       PERFORM 9000-REFUSE-EXTRACT
041700     END-IF
041800     IF EXT-RECORD-NO NOT = 1
041900       MOVE 'HEADER IS NOT THE FIRST RECORD' TO WUSE-MSG-TEXT
042000       PERFORM 9000-REFUSE-EXTRACT
042100     END-IF
042200
042300     MOVE WUSE-EXT-RECORD TO WUSEOUT-HDR-LINE
042400     IF WUSEOUT-HDR-DATE NOT NUMERIC
042500       MOVE 'HEADER DATE IS NOT NUMERIC' TO WUSE-MSG-TEXT
042600       PERFORM 9000-REFUSE-EXTRACT
042700     END-IF
042800     MOVE WUSEOUT-HDR-DATE TO EXTRACT-DATE
042900
043000     MOVE 'Y' TO HEADER-SEEN-SW
043100
043200     EXIT.
043300
043400*****************************************************************
043500* 2400-PROVE-DETAIL - A DETAIL WHOSE NUMBERS ARE NOT NUMERIC
043600* CANNOT BE KEYED, SO IT REFUSES THE WHOLE EXTRACT RATHER THAN
043700* LEAVING A HOLE IN A FILE THAT IS NEVER REBUILT FROM SCRATCH.
043800*****************************************************************
043900 2400-PROVE-DETAIL.
044000     IF NOT HEADER-SEEN
044100       MOVE 'DETAIL BEFORE THE HEADER' TO WUSE-MSG-TEXT
044200       PERFORM 9000-REFUSE-EXTRACT
044300     END-IF
044400
044500     MOVE WUSE-EXT-RECORD TO WUSEOUT-DTL-LINE
044600     IF WUSEOUT-DTL-PART-NO NOT NUMERIC
044700       OR WUSEOUT-DTL-ROW NOT NUMERIC
044800       OR WUSEOUT-DTL-COL NOT NUMERIC
044900       MOVE 'DETAIL PART, ROW OR COLUMN IS NOT NUMERIC'
045000           TO WUSE-MSG-TEXT
045100       PERFORM 9000-REFUSE-EXTRACT
045200     END-IF
045300
045400     ADD 1 TO EXT-DETAIL-COUNT
045500     ADD WUSEOUT-DTL-PART-NO TO EXT-HASH
045600
045700     IF WUSEOUT-DTL-MODEL NOT = 'UNKNOWN'
045800       PERFORM 2450-NOTE-RUN-MODEL
045900     END-IF
046000
046100     EXIT.
046200
046300*****************************************************************
046400* 2450-NOTE-RUN-MODEL - FIRST SIGHT OF A MODEL ENTERS IT WITH
046500* ITS REVISION. A MODEL THAT TURNS UP AGAIN ON ANOTHER REVISION
046600* KEEPS THE NEWER ONE; THE OLDER IS REMEMBERED SO THE REPORT
046700* CAN SAY ITS DETAILS WERE REFUSED.
046800*****************************************************************
046900 2450-NOTE-RUN-MODEL.
047000     PERFORM 2460-LOCATE-RUN-MODEL
047100         THRU 2460-LOCATE-RUN-MODEL-EXIT
047200
047300     IF MODEL-POS = 0
047400       IF MODEL-ENTRY-COUNT >= MAX-MODEL-ENTRIES
047500         MOVE 'MORE ENGINE MODELS THAN THE MODEL TABLE HOLDS'
047600             TO WUSE-MSG-TEXT
047700         PERFORM 9000-REFUSE-EXTRACT
047800       END-IF
047900       ADD 1 TO MODEL-ENTRY-COUNT
048000       MOVE MODEL-ENTRY-COUNT TO MODEL-POS
048100       MOVE WUSEOUT-DTL-MODEL TO RM-MODEL(MODEL-POS)
048200       MOVE WUSEOUT-DTL-REV TO RM-REV(MODEL-POS)
048300       MOVE SPACE TO RM-LOW-REV(MODEL-POS)
048400       MOVE SPACE TO RM-FILE-REV(MODEL-POS)
048410       MOVE SPACE TO RM-REG-REV(MODEL-POS)
048420       MOVE SPACE TO RM-REG-WDN-REV(MODEL-POS)
048500       MOVE 'N' TO RM-RULING(MODEL-POS)
048600       MOVE 0 TO RM-ADDED(MODEL-POS)
048700       MOVE 0 TO RM-REFRESHED(MODEL-POS)
048800       MOVE 0 TO RM-SUPERSEDED(MODEL-POS)
048900       MOVE 0 TO RM-REFUSED(MODEL-POS)
049000     ELSE
049100       IF WUSEOUT-DTL-REV > RM-REV(MODEL-POS)
049200         MOVE RM-REV(MODEL-POS) TO RM-LOW-REV(MODEL-POS)
049300         MOVE WUSEOUT-DTL-REV TO RM-REV(MODEL-POS)
049400       END-IF
049500       IF WUSEOUT-DTL-REV < RM-REV(MODEL-POS)
049600         MOVE WUSEOUT-DTL-REV TO RM-LOW-REV(MODEL-POS)
049700       END-IF
049800     END-IF
049900
050000     EXIT.
050100
050200 2460-LOCATE-RUN-MODEL.
050300     PERFORM VARYING MODEL-IDX FROM 1 BY 1
050400       UNTIL MODEL-IDX > MODEL-ENTRY-COUNT
050500       IF RM-MODEL(MODEL-IDX) = WUSEOUT-DTL-MODEL
050600         SET MODEL-POS TO MODEL-IDX
050700         GO TO 2460-LOCATE-RUN-MODEL-EXIT
050800       END-IF
050900     END-PERFORM
051000
051100     MOVE 0 TO MODEL-POS.
051200
051300 2460-LOCATE-RUN-MODEL-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700* 2500-PROVE-TRAILER - THE TRAILER COUNT MUST EQUAL THE DETAILS
051800* READ AND ITS HASH THE RECOMPUTED SUM OF DETAIL PART NUMBERS.
051900*****************************************************************
052000 2500-PROVE-TRAILER.
052100     IF NOT HEADER-SEEN
052200       MOVE 'TRAILER BEFORE THE HEADER' TO WUSE-MSG-TEXT
052300       PERFORM 9000-REFUSE-EXTRACT
052400     END-IF
052500
052600     MOVE WUSE-EXT-RECORD TO WUSEOUT-TRL-LINE
052700     IF WUSEOUT-TRL-COUNT NOT NUMERIC
052800       OR WUSEOUT-TRL-HASH NOT NUMERIC
052900       MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
053000           TO WUSE-MSG-TEXT
053100       PERFORM 9000-REFUSE-EXTRACT
053200     END-IF
053300
053400     IF WUSEOUT-TRL-COUNT NOT = EXT-DETAIL-COUNT
053500       MOVE 'TRAILER COUNT DISAGREES WITH DETAILS READ'
053600           TO WUSE-MSG-TEXT
053700       PERFORM 9000-REFUSE-EXTRACT
053800     END-IF
053900
054000     IF WUSEOUT-TRL-HASH NOT = EXT-HASH
054100       MOVE 'TRAILER HASH DISAGREES WITH RECOMPUTED SUM'
054200           TO WUSE-MSG-TEXT
054300       PERFORM 9000-REFUSE-EXTRACT
054400     END-IF
054500
054600     MOVE 'Y' TO TRAILER-SEEN-SW
054700
054800     EXIT.
054900
055000*****************************************************************
055100* 3000-LOAD-WHERE-USED - THE CUMULATIVE FILE INTO THE TABLE. IT
055200* WAS WRITTEN IN KEY ORDER BY THE LAST RUN OF THIS JOB; A
055300* RECORD OUT OF ORDER, DUPLICATED OR NOT NUMERIC MEANS THE FILE
055400* HAS BEEN TAMPERED WITH OR MIS-STAGED, AND THE RUN STOPS
055500* BEFORE IT CAN WRITE A DAMAGED SUCCESSOR.
055600*****************************************************************
055700 3000-LOAD-WHERE-USED.
055800     OPEN INPUT WHERE-IN-FILE
055900     IF WHERE-IN-STATUS NOT = '00' AND WHERE-IN-STATUS NOT = '05'
056000       MOVE 'WHEREUSE WILL NOT OPEN' TO WUSE-MSG-TEXT
056100       PERFORM 9100-WHERE-ABORT
056200     END-IF
056300
056400     PERFORM 3100-LOAD-ONE-ENTRY
056500         UNTIL WHERE-EOF
056600
056700     CLOSE WHERE-IN-FILE
056800
056900     EXIT.
057000
057100 3100-LOAD-ONE-ENTRY.
057200     READ WHERE-IN-FILE
057300       AT END
057400         MOVE 'Y' TO WHERE-EOF-SW
057500       NOT AT END
057600         ADD 1 TO WHERE-IN-COUNT
057700         IF WHERE-IN-PART-NO NOT NUMERIC
057800           OR WHERE-IN-ROW NOT NUMERIC
057900           OR WHERE-IN-COL NOT NUMERIC
058000           OR WHERE-IN-FIRST-DATE NOT NUMERIC
058100           OR WHERE-IN-LAST-DATE NOT NUMERIC
058200           OR NOT WHERE-IN-STAT-VALID
058300           MOVE 'WHEREUSE RECORD IS NOT VALID' TO WUSE-MSG-TEXT
058400           PERFORM 9100-WHERE-ABORT
058500         END-IF
058600         IF WHERE-IN-KEY NOT > PRIOR-KEY
058700           MOVE 'WHEREUSE IS OUT OF SEQUENCE' TO WUSE-MSG-TEXT
058800           PERFORM 9100-WHERE-ABORT
058900         END-IF
059000         IF WHERE-ENTRY-COUNT >= MAX-WHERE-ENTRIES
059100           MOVE 'WHEREUSE HOLDS MORE THAN THE TABLE HOLDS'
059200               TO WUSE-MSG-TEXT
059300           PERFORM 9100-WHERE-ABORT
059400         END-IF
059500         MOVE WHERE-IN-KEY TO PRIOR-KEY
059600         ADD 1 TO WHERE-ENTRY-COUNT
059700         MOVE WHERE-IN-RECORD(1:66)
059800             TO WHERE-ENTRY(WHERE-ENTRY-COUNT)
059900     END-READ
060000
060100     IF WHERE-IN-STATUS NOT = '00' AND WHERE-IN-STATUS NOT = '10'
060200       MOVE 'READ FAILED ON WHEREUSE' TO WUSE-MSG-TEXT
060300       PERFORM 9100-WHERE-ABORT
060400     END-IF.
060500
060600*****************************************************************
060602* 3500-LOAD-REV-REGISTRY - THE REGISTERED AND WITHDRAWN REVISION
060604* OF EACH MODEL ON THE EXTRACT, OFF REVREG. MODELS NOT ON THE
060606* EXTRACT ARE PASSED OVER. A MISSING REVREG LEAVES BOTH BLANK
060608* AND THE RULING AS IT ALWAYS WAS; ONE THAT WILL NOT READ STOPS
060610* THE RUN RATHER THAN RULE ON HALF A REGISTRY.
060612*****************************************************************
060614 3500-LOAD-REV-REGISTRY.
060616     OPEN INPUT REVREG-FILE
060618     IF REVREG-STATUS NOT = '00' AND REVREG-STATUS NOT = '05'
060620       MOVE 'REVREG WILL NOT OPEN' TO WUSE-MSG-TEXT
060622       PERFORM 9100-WHERE-ABORT
060624     END-IF
060626
060628     PERFORM UNTIL REVREG-EOF
060630       READ REVREG-FILE
060632         AT END
060634           MOVE 'Y' TO REVREG-EOF-SW
060636         NOT AT END
060638           PERFORM VARYING MODEL-IDX FROM 1 BY 1
060640             UNTIL MODEL-IDX > MODEL-ENTRY-COUNT
060642             IF RM-MODEL(MODEL-IDX) = REVREG-MODEL
060644               MOVE REVREG-REV TO RM-REG-REV(MODEL-IDX)
060646               MOVE REVREG-WDN-REV TO RM-REG-WDN-REV(MODEL-IDX)
060648             END-IF
060650           END-PERFORM
060652       END-READ
060654       IF REVREG-STATUS NOT = '00' AND REVREG-STATUS NOT = '10'
060656         MOVE 'READ FAILED ON REVREG' TO WUSE-MSG-TEXT
060658         PERFORM 9100-WHERE-ABORT
060660       END-IF
060662     END-PERFORM
060664
060666     CLOSE REVREG-FILE
060668
060670     EXIT.
060672*****************************************************************
060700* 4000-RULE-ON-REVISIONS - FOR EACH MODEL ON THE EXTRACT, FIND
060800* THE CURRENT REVISION ON FILE AND RULE: A NEVER-SEEN MODEL OR
060900* THE SAME REVISION JUST POSTS; A NEWER REVISION SUPERSEDES
060910* THE OLD REVISION'S ENTRIES FIRST; AN OLDER ONE IS REFUSED,
060920* UNLESS REVREG SHOWS THE MODEL ROLLED BACK TO IT - THEN THE
060930* WITHDRAWN REVISION'S ENTRIES ARE SUPERSEDED BY IT INSTEAD.
060940* EVERY SUPERSESSION, ROLLBACK AND REFUSAL GETS ITS OWN LINE ON
060950* WUSERPT.
061200*****************************************************************
061300 4000-RULE-ON-REVISIONS.
061400     MOVE 'REVISION CHANGES AND REFUSALS' TO WUSE-MSG-TEXT
061500     MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
061600     WRITE WUSE-RPT-RECORD
061700
061800     PERFORM 4100-RULE-ONE-MODEL
061900         THRU 4100-RULE-ONE-MODEL-EXIT
062000         VARYING MODEL-POS FROM 1 BY 1
062100         UNTIL MODEL-POS > MODEL-ENTRY-COUNT
062200
062300     IF SUPERSEDED-COUNT = 0 AND REFUSED-COUNT = 0
062310         AND ROLLED-BACK-COUNT = 0
062400       MOVE '    NONE' TO WUSE-MSG-TEXT
062500       MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
062600       WRITE WUSE-RPT-RECORD
062700     END-IF
062800     MOVE SPACE TO WUSE-RPT-RECORD
062900     WRITE WUSE-RPT-RECORD
063000
063100     EXIT.
063200
063300 4100-RULE-ONE-MODEL.
063400     MOVE SPACE TO RM-FILE-REV(MODEL-POS)
063500     PERFORM VARYING WHERE-IDX FROM 1 BY 1
063600       UNTIL WHERE-IDX > WHERE-ENTRY-COUNT
063700       IF WHERE-MODEL(WHERE-IDX) = RM-MODEL(MODEL-POS)
063800         AND WHERE-CURRENT(WHERE-IDX)
063900         AND WHERE-REV(WHERE-IDX) > RM-FILE-REV(MODEL-POS)
064000         MOVE WHERE-REV(WHERE-IDX) TO RM-FILE-REV(MODEL-POS)
064100       END-IF
064200     END-PERFORM
064300
064400*    A MODEL EXTRACTED ON TWO REVISIONS IN ONE RUN POSTS ONLY
064500*    THE NEWER; SAY SO WHATEVER ELSE IS RULED BELOW.
064600     IF RM-LOW-REV(MODEL-POS) NOT = SPACE
064700       MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
064800       MOVE RM-LOW-REV(MODEL-POS) TO REV-EVENT-REV
064900       MOVE ' ALSO EXTRACTED AT  ' TO REV-EVENT-TEXT
065000       MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV-2
065100       MOVE ' - OLDER REFUSED' TO REV-EVENT-TAIL
065200       MOVE REV-EVENT-LINE TO WUSE-RPT-RECORD
065300       WRITE WUSE-RPT-RECORD
065400     END-IF
065500
065600     EVALUATE TRUE
065700       WHEN RM-FILE-REV(MODEL-POS) = SPACE
065800         MOVE 'N' TO RM-RULING(MODEL-POS)
065900       WHEN RM-REV(MODEL-POS) = RM-FILE-REV(MODEL-POS)
066000         MOVE 'S' TO RM-RULING(MODEL-POS)
066004*      AN OLDER REVISION THE REGISTRY NOW HOLDS, WITH THE ONE ON
066008*      FILE WITHDRAWN: ENGINEERING ROLLED THE MODEL BACK.
066012       WHEN RM-REV(MODEL-POS) < RM-FILE-REV(MODEL-POS)
066016           AND RM-REV(MODEL-POS) = RM-REG-REV(MODEL-POS)
066020           AND RM-REG-WDN-REV(MODEL-POS) NOT = SPACE
066024           AND RM-FILE-REV(MODEL-POS)
066028               NOT > RM-REG-WDN-REV(MODEL-POS)
066032         MOVE 'B' TO RM-RULING(MODEL-POS)
066036         ADD 1 TO ROLLED-BACK-COUNT
066040         PERFORM 4300-WITHDRAW-ENTRY
066044             VARYING WHERE-IDX FROM 1 BY 1
066048             UNTIL WHERE-IDX > WHERE-ENTRY-COUNT
066052         MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
066056         MOVE RM-FILE-REV(MODEL-POS) TO REV-EVENT-REV
066060         MOVE ' WITHDRAWN, BACK TO ' TO REV-EVENT-TEXT
066064         MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV-2
066068         MOVE SPACE TO REV-EVENT-TAIL
066072         MOVE RM-SUPERSEDED(MODEL-POS) TO REV-EVENT-COUNT-OUT
066076         STRING ' - ' DELIMITED BY SIZE
066080             REV-EVENT-COUNT-OUT DELIMITED BY SIZE
066084             ' ENTRIES' DELIMITED BY SIZE
066088             INTO REV-EVENT-TAIL
066092         MOVE REV-EVENT-LINE TO WUSE-RPT-RECORD
066096         WRITE WUSE-RPT-RECORD
066100       WHEN RM-REV(MODEL-POS) < RM-FILE-REV(MODEL-POS)
066200         MOVE 'X' TO RM-RULING(MODEL-POS)
066300         MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
066400         MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV
066500         MOVE ' OLDER THAN CURRENT ' TO REV-EVENT-TEXT
066600         MOVE RM-FILE-REV(MODEL-POS) TO REV-EVENT-REV-2
066700         MOVE ' - REFUSED' TO REV-EVENT-TAIL
066800         MOVE REV-EVENT-LINE TO WUSE-RPT-RECORD
066900         WRITE WUSE-RPT-RECORD
067000       WHEN OTHER
067100         MOVE 'R' TO RM-RULING(MODEL-POS)
067200         PERFORM 4200-SUPERSEDE-ENTRY
067300             VARYING WHERE-IDX FROM 1 BY 1
067400             UNTIL WHERE-IDX > WHERE-ENTRY-COUNT
067500         MOVE RM-MODEL(MODEL-POS) TO REV-EVENT-MODEL
067600         MOVE RM-FILE-REV(MODEL-POS) TO REV-EVENT-REV
067700         MOVE ' SUPERSEDED BY REV  ' TO REV-EVENT-TEXT
067800         MOVE RM-REV(MODEL-POS) TO REV-EVENT-REV-2
067900         MOVE SPACE TO REV-EVENT-TAIL
068000         MOVE RM-SUPERSEDED(MODEL-POS) TO REV-EVENT-COUNT-OUT
068100         STRING ' - ' DELIMITED BY SIZE
068200             REV-EVENT-COUNT-OUT DELIMITED BY SIZE
068300             ' ENTRIES' DELIMITED BY SIZE
068400             INTO REV-EVENT-TAIL
068500         MOVE REV-EVENT-LINE TO WUSE-RPT-RECORD
068600         WRITE WUSE-RPT-RECORD
068700     END-EVALUATE.
068800
068900 4100-RULE-ONE-MODEL-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300* 4200-SUPERSEDE-ENTRY - A CURRENT ENTRY FOR THE MODEL ON AN
069400* OLDER REVISION THAN THE ONE ARRIVING GOES TO HISTORY, STAMPED
069500* WITH THE REVISION THAT REPLACED IT AND THE EXTRACT DATE.
069600*****************************************************************
069700 4200-SUPERSEDE-ENTRY.
069800     IF WHERE-MODEL(WHERE-IDX) = RM-MODEL(MODEL-POS)
069900       AND WHERE-CURRENT(WHERE-IDX)
070000       AND WHERE-REV(WHERE-IDX) < RM-REV(MODEL-POS)
070100       MOVE 'S' TO WHERE-STAT(WHERE-IDX)
070200       MOVE RM-REV(MODEL-POS) TO WHERE-SUPER-REV(WHERE-IDX)
070300       MOVE EXTRACT-DATE TO WHERE-SUPER-DATE(WHERE-IDX)
070400       ADD 1 TO RM-SUPERSEDED(MODEL-POS)
070500       ADD 1 TO SUPERSEDED-COUNT
070600     END-IF
070700
070800     EXIT.
070805*****************************************************************
070810* 4300-WITHDRAW-ENTRY - A CURRENT ENTRY FOR A ROLLED-BACK MODEL
070815* ON A REVISION NEWER THAN THE REINSTATED ONE WAS WITHDRAWN BY
070820* ENGINEERING. IT GOES TO HISTORY AS IF THE REINSTATED REVISION
070825* HAD SUPERSEDED IT, STAMPED WITH THAT REVISION AND THE EXTRACT
070830* DATE.
070835*****************************************************************
070840 4300-WITHDRAW-ENTRY.
070845     IF WHERE-MODEL(WHERE-IDX) = RM-MODEL(MODEL-POS)
070850       AND WHERE-CURRENT(WHERE-IDX)
070855       AND WHERE-REV(WHERE-IDX) > RM-REV(MODEL-POS)
070860       MOVE 'S' TO WHERE-STAT(WHERE-IDX)
070865       MOVE RM-REV(MODEL-POS) TO WHERE-SUPER-REV(WHERE-IDX)
070870       MOVE EXTRACT-DATE TO WHERE-SUPER-DATE(WHERE-IDX)
070875       ADD 1 TO RM-SUPERSEDED(MODEL-POS)
070880       ADD 1 TO SUPERSEDED-COUNT
070885     END-IF
070890
070895     EXIT.
070900
071000*****************************************************************
071100* 5000-APPLY-EXTRACT - PASS TWO. THE EXTRACT HAS PROVED AND THE
071200* REVISIONS ARE RULED ON; REREAD IT AND FOLD EACH DETAIL INTO
071300* THE TABLE.
071400*****************************************************************
071500 5000-APPLY-EXTRACT.
071600     MOVE 'N' TO EXT-EOF-SW
071700     OPEN INPUT WUSE-EXT-FILE
071800     IF WUSE-EXT-STATUS NOT = '00'
071900       MOVE 'WUSEOUT UNREADABLE ON THE APPLY PASS'
072000           TO WUSE-MSG-TEXT
072100       PERFORM 9000-REFUSE-EXTRACT
072200     END-IF
072300
072400     PERFORM UNTIL EXT-EOF
072500       READ WUSE-EXT-FILE
072600         AT END
072700           MOVE 'Y' TO EXT-EOF-SW
072800         NOT AT END
072900           IF WUSE-EXT-RECORD(1:1) = 'D'
073000             PERFORM 5100-APPLY-ONE-DETAIL
073100                 THRU 5100-APPLY-ONE-DETAIL-EXIT
073200           END-IF
073300       END-READ
073400     END-PERFORM
073500
073600     CLOSE WUSE-EXT-FILE
073700
073800     EXIT.
073900
074000*****************************************************************
074100* 5100-APPLY-ONE-DETAIL - A DETAIL WITH NO ENGINE IDENTITY HAS
074200* NOWHERE TO BE FILED AND IS SET ASIDE; ONE ON A REFUSED OR
074300* OLDER REVISION IS REFUSED; ANYTHING ELSE EITHER REFRESHES
074310* ITS LOCATION'S DATES OR GOES IN AS A NEW LOCATION. A LOCATION
074320* ON FILE AS SUPERSEDED THAT TURNS UP AGAIN ON THE REVISION NOW
074330* RULING - A ROLLED-BACK MODEL'S REINSTATED DRAWING - IS
074340* CURRENT ONCE MORE.
074500*****************************************************************
074600 5100-APPLY-ONE-DETAIL.
074700     MOVE WUSE-EXT-RECORD TO WUSEOUT-DTL-LINE
074800
074900     IF WUSEOUT-DTL-MODEL = 'UNKNOWN'
075000       ADD 1 TO NO-ID-COUNT
075100       GO TO 5100-APPLY-ONE-DETAIL-EXIT
075200     END-IF
075300
075400     PERFORM 2460-LOCATE-RUN-MODEL
075500         THRU 2460-LOCATE-RUN-MODEL-EXIT
075600     IF RM-STALE(MODEL-POS)
075700       OR WUSEOUT-DTL-REV NOT = RM-REV(MODEL-POS)
075800       ADD 1 TO RM-REFUSED(MODEL-POS)
075900       ADD 1 TO REFUSED-COUNT
076000       GO TO 5100-APPLY-ONE-DETAIL-EXIT
076100     END-IF
076200
076300     MOVE WUSEOUT-DTL-PART-NO TO SEARCH-PART-NO
076400     MOVE WUSEOUT-DTL-MODEL TO SEARCH-MODEL
076500     MOVE WUSEOUT-DTL-REV TO SEARCH-REV
076600     MOVE WUSEOUT-DTL-ROW TO SEARCH-ROW
076700     MOVE WUSEOUT-DTL-COL TO SEARCH-COL
076800     PERFORM 5200-WHERE-SEARCH THRU 5200-WHERE-SEARCH-EXIT
076900
077000     IF WHERE-FOUND
077010       IF WHERE-SUPERSEDED(WHERE-INS-POS)
077020         MOVE 'C' TO WHERE-STAT(WHERE-INS-POS)
077030         MOVE SPACE TO WHERE-SUPER-REV(WHERE-INS-POS)
077040         MOVE 0 TO WHERE-SUPER-DATE(WHERE-INS-POS)
077050         ADD 1 TO REINSTATED-COUNT
077060       END-IF
077100       MOVE WUSEOUT-DTL-SYM TO WHERE-SYM(WHERE-INS-POS)
077200       IF EXTRACT-DATE > WHERE-LAST-DATE(WHERE-INS-POS)
077300         MOVE EXTRACT-DATE TO WHERE-LAST-DATE(WHERE-INS-POS)
077400       END-IF
077500       IF EXTRACT-DATE < WHERE-FIRST-DATE(WHERE-INS-POS)
077600         MOVE EXTRACT-DATE TO WHERE-FIRST-DATE(WHERE-INS-POS)
077700       END-IF
077800       ADD 1 TO RM-REFRESHED(MODEL-POS)
077900       ADD 1 TO REFRESHED-COUNT
078000     ELSE
078100       PERFORM 5300-INSERT-ENTRY
078200     END-IF.
078300
078400 5100-APPLY-ONE-DETAIL-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800* 5200-WHERE-SEARCH - HALVING SEARCH OF THE TABLE FOR
078900* SEARCH-KEY. WHERE-INS-POS COMES BACK AT THE MATCHING ENTRY OR
079000* AT THE POSITION A NEW ENTRY BELONGS.
079100*****************************************************************
079200 5200-WHERE-SEARCH.
079300     MOVE 'N' TO WHERE-FOUND-SW
079400     MOVE 1 TO SEARCH-LO
079500     MOVE WHERE-ENTRY-COUNT TO SEARCH-HI
079600
079700     PERFORM UNTIL SEARCH-LO > SEARCH-HI
079800       COMPUTE SEARCH-MID = (SEARCH-LO + SEARCH-HI) / 2
079900       EVALUATE TRUE
080000         WHEN WHERE-KEY(SEARCH-MID) = SEARCH-KEY
080100           MOVE 'Y' TO WHERE-FOUND-SW
080200           MOVE SEARCH-MID TO WHERE-INS-POS
080300           GO TO 5200-WHERE-SEARCH-EXIT
080400         WHEN WHERE-KEY(SEARCH-MID) < SEARCH-KEY
080500           COMPUTE SEARCH-LO = SEARCH-MID + 1
080600         WHEN OTHER
080700           IF SEARCH-MID = 1
080800             MOVE 0 TO SEARCH-HI
080900           ELSE
081000             COMPUTE SEARCH-HI = SEARCH-MID - 1
081100           END-IF
081200       END-EVALUATE
081300     END-PERFORM
081400
081500     MOVE SEARCH-LO TO WHERE-INS-POS.
081600
081700 5200-WHERE-SEARCH-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100* 5300-INSERT-ENTRY - A LOCATION NEVER SEEN BEFORE GOES IN AT
082200* ITS SORTED POSITION, CURRENT, FIRST AND LAST SEEN TODAY.
082300*****************************************************************
082400 5300-INSERT-ENTRY.
082500     IF WHERE-ENTRY-COUNT >= MAX-WHERE-ENTRIES
082600       MOVE 'WHERE-USED TABLE FULL - RAISE MAX-WHERE-ENTRIES'
082700           TO WUSE-MSG-TEXT
082800       PERFORM 9100-WHERE-ABORT
082900     END-IF
083000
083100     PERFORM VARYING WHERE-SHIFT-IDX FROM WHERE-ENTRY-COUNT
083200         BY -1 UNTIL WHERE-SHIFT-IDX < WHERE-INS-POS
083300       MOVE WHERE-ENTRY(WHERE-SHIFT-IDX)
083400           TO WHERE-ENTRY(WHERE-SHIFT-IDX + 1)
083500     END-PERFORM
083600
083700     MOVE SEARCH-KEY TO WHERE-KEY(WHERE-INS-POS)
083800     MOVE WUSEOUT-DTL-SYM TO WHERE-SYM(WHERE-INS-POS)
083900     MOVE EXTRACT-DATE TO WHERE-FIRST-DATE(WHERE-INS-POS)
084000     MOVE EXTRACT-DATE TO WHERE-LAST-DATE(WHERE-INS-POS)
084100     MOVE 'C' TO WHERE-STAT(WHERE-INS-POS)
084200     MOVE SPACE TO WHERE-SUPER-REV(WHERE-INS-POS)
084300     MOVE 0 TO WHERE-SUPER-DATE(WHERE-INS-POS)
084400     ADD 1 TO WHERE-ENTRY-COUNT
084500
084600     ADD 1 TO RM-ADDED(MODEL-POS)
084700     ADD 1 TO ADDED-COUNT
084800
084900     EXIT.
085000
085100*****************************************************************
085200* 6000-WRITE-WHERE-USED - THE WHOLE TABLE, IN KEY ORDER, TO
085300* WHEREUSO. A WRITE FAILURE LEAVES A SHORT FILE THAT MUST NOT
085400* BE CATALOGUED OVER WHEREUSE, SO IT STOPS THE RUN WITH 16.
085500*****************************************************************
085600 6000-WRITE-WHERE-USED.
085700     OPEN OUTPUT WHERE-OUT-FILE
085800     IF WHERE-OUT-STATUS NOT = '00'
085900       MOVE 'WHEREUSO WILL NOT OPEN' TO WUSE-MSG-TEXT
086000       PERFORM 9100-WHERE-ABORT
086100     END-IF
086200
086300     PERFORM VARYING WHERE-IDX FROM 1 BY 1
086400       UNTIL WHERE-IDX > WHERE-ENTRY-COUNT
086500       MOVE SPACE TO WHERE-OUT-RECORD
086600       MOVE WHERE-ENTRY(WHERE-IDX) TO WHERE-OUT-RECORD(1:66)
086700       WRITE WHERE-OUT-RECORD
086800       IF WHERE-OUT-STATUS NOT = '00'
086900         MOVE 'WRITE FAILED ON WHEREUSO - FILE INCOMPLETE'
087000             TO WUSE-MSG-TEXT
087100         PERFORM 9100-WHERE-ABORT
087200       END-IF
087300       ADD 1 TO WHERE-OUT-COUNT
087400     END-PERFORM
087500
087600     CLOSE WHERE-OUT-FILE
087700
087800     EXIT.
087900
088000*****************************************************************
088100* 8000-TERMINATE - ONE LINE PER MODEL ON THE EXTRACT, THEN THE
088200* RUN COUNTS AND THE RETURN CODE GRADE.
088300*****************************************************************
088400 8000-TERMINATE.
088500     MOVE MODEL-HDG-LINE TO WUSE-RPT-RECORD
088600     WRITE WUSE-RPT-RECORD
088700
088800     PERFORM 8100-MODEL-LINE
088900         VARYING MODEL-POS FROM 1 BY 1
089000         UNTIL MODEL-POS > MODEL-ENTRY-COUNT
089100
089200     MOVE SPACE TO WUSE-RPT-RECORD
089300     WRITE WUSE-RPT-RECORD
089400
089500     MOVE 'ENTRIES ON WHEREUSE . . . . ' TO WUSE-COUNT-LABEL
089600     MOVE WHERE-IN-COUNT TO WUSE-COUNT-OUT
089700     PERFORM 8200-COUNT-WRITE
089800     MOVE 'DETAILS ON EXTRACT  . . . . ' TO WUSE-COUNT-LABEL
089900     MOVE EXT-DETAIL-COUNT TO WUSE-COUNT-OUT
090000     PERFORM 8200-COUNT-WRITE
090100     MOVE 'HASH TOTAL PROVED . . . . . ' TO WUSE-COUNT-LABEL
090200     MOVE EXT-HASH TO WUSE-COUNT-OUT
090300     PERFORM 8200-COUNT-WRITE
090400     MOVE 'LOCATIONS ADDED . . . . . . ' TO WUSE-COUNT-LABEL
090500     MOVE ADDED-COUNT TO WUSE-COUNT-OUT
090600     PERFORM 8200-COUNT-WRITE
090700     MOVE 'LOCATIONS REFRESHED . . . . ' TO WUSE-COUNT-LABEL
090800     MOVE REFRESHED-COUNT TO WUSE-COUNT-OUT
090900     PERFORM 8200-COUNT-WRITE
091000     MOVE 'ENTRIES SUPERSEDED  . . . . ' TO WUSE-COUNT-LABEL
091100     MOVE SUPERSEDED-COUNT TO WUSE-COUNT-OUT
091200     PERFORM 8200-COUNT-WRITE
091210     MOVE 'ENTRIES REINSTATED  . . . . ' TO WUSE-COUNT-LABEL
091220     MOVE REINSTATED-COUNT TO WUSE-COUNT-OUT
091230     PERFORM 8200-COUNT-WRITE
091300     MOVE 'DETAILS REFUSED - OLD REV . ' TO WUSE-COUNT-LABEL
091400     MOVE REFUSED-COUNT TO WUSE-COUNT-OUT
091500     PERFORM 8200-COUNT-WRITE
091600     MOVE 'DETAILS WITH NO IDENTITY  . ' TO WUSE-COUNT-LABEL
091700     MOVE NO-ID-COUNT TO WUSE-COUNT-OUT
091800     PERFORM 8200-COUNT-WRITE
091900     MOVE 'ENTRIES ON WHEREUSO . . . . ' TO WUSE-COUNT-LABEL
092000     MOVE WHERE-OUT-COUNT TO WUSE-COUNT-OUT
092100     PERFORM 8200-COUNT-WRITE
092200
092300     CLOSE WUSE-RPT-FILE
092400
092500     DISPLAY 'WUSEUPD - ADDED ' ADDED-COUNT
092600         ' SUPERSEDED ' SUPERSEDED-COUNT
092700         ' REFUSED ' REFUSED-COUNT
092800
092900     IF REFUSED-COUNT > 0 OR NO-ID-COUNT > 0
093000       MOVE 4 TO RETURN-CODE
093100     ELSE
093200       MOVE 0 TO RETURN-CODE
093300     END-IF.
093400
093500 8100-MODEL-LINE.
093600     MOVE RM-MODEL(MODEL-POS) TO MODEL-DET-MODEL-OUT
093700     MOVE RM-REV(MODEL-POS) TO MODEL-DET-REV-OUT
093800     MOVE RM-FILE-REV(MODEL-POS) TO MODEL-DET-PRIOR-OUT
093900     MOVE RM-ADDED(MODEL-POS) TO MODEL-DET-ADDED-OUT
094000     MOVE RM-REFRESHED(MODEL-POS) TO MODEL-DET-REFR-OUT
094100     MOVE RM-SUPERSEDED(MODEL-POS) TO MODEL-DET-SUPSD-OUT
094200     MOVE RM-REFUSED(MODEL-POS) TO MODEL-DET-REFUSED-OUT
094300     EVALUATE TRUE
094400       WHEN RM-NEW-MODEL(MODEL-POS)
094500         MOVE 'NEW MODEL' TO MODEL-DET-RULING-OUT
094600       WHEN RM-SAME-REV(MODEL-POS)
094700         MOVE 'SAME REVISION' TO MODEL-DET-RULING-OUT
094800       WHEN RM-NEW-REV(MODEL-POS)
094900         MOVE 'NEW REVISION' TO MODEL-DET-RULING-OUT
094910       WHEN RM-ROLLED-BACK(MODEL-POS)
094920         MOVE 'ROLLED BACK' TO MODEL-DET-RULING-OUT
095000       WHEN OTHER
095100         MOVE 'REFUSED - OLDER' TO MODEL-DET-RULING-OUT
095200     END-EVALUATE
095300     MOVE MODEL-DETAIL-LINE TO WUSE-RPT-RECORD
095400     WRITE WUSE-RPT-RECORD
095500
095600     EXIT.
095700
095800 8200-COUNT-WRITE.
095900     MOVE WUSE-COUNT-LINE TO WUSE-RPT-RECORD
096000     WRITE WUSE-RPT-RECORD
096100
096200     EXIT.
096300
096400*****************************************************************
096500* 9000-REFUSE-EXTRACT - THE EXTRACT FAILED A PROOF. SAY WHY ON
096600* THE REPORT AND THE CONSOLE AND STOP WITH WHEREUSE UNTOUCHED.
096700*****************************************************************
096800 9000-REFUSE-EXTRACT.
096900     DISPLAY 'WUSEUPD - EXTRACT REFUSED - ' WUSE-MSG-TEXT
096910     MOVE WUSE-MSG-TEXT TO RUNLOG-REASON
097000     MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
097100     WRITE WUSE-RPT-RECORD
097200     MOVE 'EXTRACT REFUSED - WHERE-USED FILE NOT UPDATED'
097300         TO WUSE-MSG-TEXT
097400     MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
097500     WRITE WUSE-RPT-RECORD
097600
097700     CLOSE WUSE-EXT-FILE
097800     CLOSE WUSE-RPT-FILE
097900
098000     MOVE 16 TO RETURN-CODE
098010     PERFORM 9900-WRITE-RUNLOG
098100     STOP RUN.
098200
098300*****************************************************************
098400* 9100-WHERE-ABORT - THE CUMULATIVE FILE IS DAMAGED, WILL NOT
098500* READ OR WRITE, OR HAS OUTGROWN THE TABLE. NO SUCCESSOR IS
098600* WORTH KEEPING; STOP WITH 16 SO WHEREUSE STANDS.
098700*****************************************************************
098800 9100-WHERE-ABORT.
098900     DISPLAY 'WUSEUPD - ' WUSE-MSG-TEXT
098910     MOVE WUSE-MSG-TEXT TO RUNLOG-REASON
099000     DISPLAY '    WHEREUSE RECORDS READ  ' WHERE-IN-COUNT
099100     MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
099200     WRITE WUSE-RPT-RECORD
099300     MOVE 'RUN STOPPED - WHEREUSE STANDS AS IT WAS'
099400         TO WUSE-MSG-TEXT
099500     MOVE WUSE-MSG-LINE TO WUSE-RPT-RECORD
099600     WRITE WUSE-RPT-RECORD
099700
099800     CLOSE WUSE-EXT-FILE
099900     CLOSE WHERE-IN-FILE
100000     CLOSE WHERE-OUT-FILE
100100     CLOSE WUSE-RPT-FILE
100200
100300     MOVE 16 TO RETURN-CODE
100310     PERFORM 9900-WRITE-RUNLOG
100400     STOP RUN.
100410
100420*****************************************************************
100430* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
100440* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
100450* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
100460* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
100470* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
100480*****************************************************************
100490 9900-WRITE-RUNLOG.
100500     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
100510     MOVE RETURN-CODE TO RUNLOG-RC
100520     MOVE EXT-DETAIL-COUNT TO RUNLOG-ROWS
100530     ADD REFUSED-COUNT NO-ID-COUNT GIVING RUNLOG-REJECTS
100540     ADD ADDED-COUNT REFRESHED-COUNT GIVING RUNLOG-POSTED
100550
100560     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
100570       EVALUATE RETURN-CODE
100580         WHEN 4
100590           MOVE 'DETAILS REFUSED OR WITH NO ENGINE IDENTITY'
100600               TO RUNLOG-REASON
100610         WHEN OTHER
100620           MOVE 'RUN STOPPED - WHEREUSE STANDS AS IT WAS'
100630               TO RUNLOG-REASON
100640       END-EVALUATE
100650     END-IF
100660
100670     OPEN EXTEND RUNLOG-FILE
100680     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
100690       MOVE RUNLOG-LINE TO RUNLOG-RECORD
100700       WRITE RUNLOG-RECORD
100710       CLOSE RUNLOG-FILE
100720     ELSE
100730       DISPLAY 'WUSEUPD - RUNLOG NOT AVAILABLE - STATUS '
100740           RUNLOG-STATUS
100750     END-IF.
