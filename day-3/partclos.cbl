000100*****************************************************************
000200* PROGRAM:    PARTCLOS
000300* PURPOSE:    MONTH-END CLOSE OF THE CUMULATIVE PARTPOST
000400*             INVENTORY POSTING FILE. PARTPOST IS ONE FLAT FILE
000500*             OF 'P' RECORDS KEYED ONLY BY FEED DATE, AND THE
000600*             MONTH WAS BEING CLOSED FROM IT BY HAND WITH
000700*             NOTHING TO STOP A LATE OR RE-POSTED FEED LANDING
000800*             IN A MONTH ALREADY REPORTED. A CLOSPARM CARD
000900*             NAMES THE PERIOD (YYYYMM) AND WHAT TO DO WITH IT:
001000*
001100*             CLOSE  - TOTAL THE PERIOD'S POSTINGS BY PART
001200*                      NUMBER AND BY QUALIFYING SYMBOL ON
001300*                      CLOSRPT, ROLL THE PERIOD'S DETAIL OFF TO
001400*                      THE PERARCH PERIOD ARCHIVE, WRITE THE
001500*                      REST OF PARTPOST UNCHANGED TO PARTPOSO,
001600*                      MARK THE PERIOD CLOSED ON THE PERCTL
001700*                      PERIOD-CONTROL FILE (PERCTLO OUT), AND
001800*                      FILE A LEDGER RECORD WITH THE RECORD
001900*                      COUNT AND VALUE HASH ON PERLEDG. THE
002000*                      PARTLOAD JOB READS PERCTL AND REFUSES A
002100*                      FEED DATED IN A CLOSED PERIOD; THE
002200*                      PARTBACK JOB WILL NOT BACK ONE OUT.
002300*             REOPEN - A DATED, REASON-CODED CARD NAMING WHO
002400*                      ASKED FOR IT. THE PERIOD'S ARCHIVE IS
002500*                      PROVED AGAINST ITS CLOSE AND PUT BACK ON
002600*                      THE POSTING FILE, SO THE ALREADY-POSTED
002700*                      CHECK IN PARTLOAD COVERS ITS FEED DATES
002800*                      AGAIN, AND THE PERIOD IS MARKED REOPENED.
002900*                      THE REOPEN GOES ON THE LEDGER WITH THE
003000*                      REASON, DATE AND REQUESTER. A LATER CLOSE
003100*                      OF THE PERIOD TOTALS AND ARCHIVES IT
003200*                      WHOLE AGAIN, AS CLOSE NUMBER TWO.
003300* AUTHOR:     D. M. HENDRICKS
003400* INSTALLATION: AOC DATA CENTER
003500* DATE-WRITTEN: 2026-10-15
003600*
003700* RETURN CODES: 0 = DONE AND PROVED - CATALOGUE PARTPOSO AS THE
003800*                   NEW PARTPOST AND PERCTLO AS THE NEW PERCTL
003900*                   (AND, ON A CLOSE, PERARCH AS THE PERIOD'S
004000*                   ARCHIVE)
004100*               4 = CLOSED, BUT THE PERIOD HAD NOTHING ON
004200*                   PARTPOST, OR A FEED DATE IN IT WAS BACKED
004300*                   OUT AND NEVER REPLACED - SEE CLOSRPT.
004400*                   CATALOGUE AS ABOVE
004500*              16 = REFUSED (BAD OR MISSING CARD, PERIOD
004600*                   ALREADY CLOSED OR NOT CLOSED, AN EARLIER
004700*                   PERIOD STILL OPEN, ARCHIVE DOES NOT PROVE,
004800*                   OR A FILE FAILED) - KEEP PARTPOST AND PERCTL
004900*                   AS THEY WERE; NOTHING ON THE LEDGER
005000*
005100* THE CONTROL CARD IS KEYWORD=VALUE IN COLUMNS 1-30, AS THE
005200* REVMNT JOB'S CARDS ARE - CLOSE=YYYYMM OR REOPEN=YYYYMM -
005300* EXACTLY ONE PER RUN. '*' IN COLUMN ONE IS A COMMENT CARD.
005400* THE REST OF THE CARD:
005500*     36-37  REASON CODE. ON A CLOSE BLANK, READ AS ME (MONTH
005600*            END). A REOPEN MUST GIVE ONE OF:
005700*              LF  A LATE FEED FOR THE PERIOD
005800*              BO  A POSTED FEED TO BE BACKED OUT
005900*              EX  THE CLOSE WAS IN ERROR
006000*              OT  OTHER - SEE THE REMARKS
006100*     39-46  DATE, YYYYMMDD. ON A CLOSE BLANK IS THE RUN DATE;
006200*            A REOPEN MUST BE DATED.
006300*     48-55  ID OF THE REQUESTER, ALWAYS REQUIRED.
006400*     56-72  REMARKS, CARRIED ONTO THE LEDGER.
006500*     73-80  CARD IDENTIFICATION FIELD.
006600* PERIODS CLOSE IN ORDER: A CLOSE IS REFUSED WHILE PARTPOST
006700* STILL HOLDS POSTINGS OF AN EARLIER PERIOD, AND A PERIOD NOT
006800* YET BEGUN CANNOT BE CLOSED AT ALL.
006900*
007000* THE PERARCH DD NAMES THE PERIOD'S ARCHIVE - A NEW DATASET ON
007100* A CLOSE, THE ONE THE LAST CLOSE OF THE PERIOD WROTE ON A
007200* REOPEN. CLOSRPT SHOWS THE WHOLE POSTING FILE BEFORE AND
007300* AFTER, SO AUDIT CAN SEE THAT NOTHING OUTSIDE THE PERIOD WAS
007400* TOUCHED.
007500*****************************************************************
007600 IDENTIFICATION DIVISION.
007700 PROGRAM-ID. PARTCLOS.
007800 AUTHOR. D. M. HENDRICKS.
007900 INSTALLATION. AOC DATA CENTER.
008000 DATE-WRITTEN. 2026-10-15.
008100 DATE-COMPILED.
008200
008300 ENVIRONMENT DIVISION.
008400 INPUT-OUTPUT SECTION.
008500 FILE-CONTROL.
008600*    CLOSPARM - THE CONTROL CARD NAMING THE PERIOD.
008700     SELECT CLOSPARM-FILE ASSIGN TO CLOSPARM
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS CLOSPARM-STATUS.
009000
009100*    PARTPOST - THE CUMULATIVE POSTING FILE AS IT STANDS.
009200     SELECT POST-FILE ASSIGN TO PARTPOST
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS POST-STATUS.
009500
009600*    PARTPOSO - THE POSTING FILE WITH THE PERIOD TAKEN OFF (ON
009700*    A CLOSE) OR PUT BACK (ON A REOPEN), EVERY OTHER RECORD IN
009800*    ITS ORIGINAL ORDER.
009900     SELECT POST-NEW-FILE ASSIGN TO PARTPOSO
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS POST-NEW-STATUS.
010200
010300*    PERARCH - THE PERIOD ARCHIVE: THE CLOSED PERIOD'S 'P'
010400*    RECORDS EXACTLY AS THEY STOOD ON PARTPOST. WRITTEN BY A
010500*    CLOSE, READ BACK BY A REOPEN.
010600     SELECT ARCH-FILE ASSIGN TO PERARCH
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS ARCH-STATUS.
010900
011000*    PERCTL / PERCTLO - THE PERIOD-CONTROL FILE, ONE RECORD PER
011100*    PERIOD EVER CLOSED, IN PERIOD ORDER. PERCTL IS OPTIONAL SO
011200*    THE FIRST CLOSE STARTS IT.
011300     SELECT OPTIONAL PERCTL-IN-FILE ASSIGN TO PERCTL
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS PERCTL-IN-STATUS.
011600
011700     SELECT PERCTL-OUT-FILE ASSIGN TO PERCTLO
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS PERCTL-OUT-STATUS.
012000
012100*    PERLEDG - THE PERIOD LEDGER, ONE EVENT PER RECORD, ADDED
012200*    TO AT THE END BY EVERY CLOSE AND EVERY REOPEN. OPTIONAL SO
012300*    THE FIRST CLOSE STARTS THE FILE ITSELF.
012400     SELECT OPTIONAL LEDG-FILE ASSIGN TO PERLEDG
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS LEDG-STATUS.
012700
012800*    BACKREG - THE BACKOUT REGISTER THE PARTBACK AND PARTLOAD
012900*    JOBS KEEP. READ ON A CLOSE FOR FEED DATES IN THE PERIOD
013000*    STILL WAITING FOR THEIR REPLACEMENT. OPTIONAL - NO
013100*    REGISTER MEANS NOTHING WAS EVER BACKED OUT.
013200     SELECT OPTIONAL BACK-FILE ASSIGN TO BACKREG
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS BACK-STATUS.
013500
013600*    CLOSRPT - THE CLOSE OR REOPEN STATEMENT.
013700     SELECT CLOS-RPT-FILE ASSIGN TO CLOSRPT
013800         ORGANIZATION IS LINE SEQUENTIAL.
013900
014000*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
014100*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
014200*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
014300*    A NEW CYCLE STARTS IT.
014400     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
014500         ORGANIZATION IS LINE SEQUENTIAL
014600         FILE STATUS IS RUNLOG-STATUS.
014700
014800 DATA DIVISION.
014900 FILE SECTION.
015000 FD  CLOSPARM-FILE
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  CLOSPARM-RECORD             PIC X(80).
015300
015400*    KEEP THIS LAYOUT IN STEP WITH THE PARTPOST RECORD IN THE
015500*    PARTLOAD PROGRAM.
015600 FD  POST-FILE
015700     RECORD CONTAINS 35 CHARACTERS.
015800 01  POST-RECORD.
015900     05  POST-REC-ID              PIC X(01).
016000     05  POST-FEED-DATE           PIC 9(08).
016100     05  POST-SCHEM               PIC 9(05).
016200     05  POST-ROW                 PIC 9(05).
016300     05  POST-COL                 PIC 9(05).
016400     05  POST-VALUE               PIC 9(10).
016500     05  POST-SYM                 PIC X(01).
016600
016700 FD  POST-NEW-FILE
016800     RECORD CONTAINS 35 CHARACTERS.
016900 01  POST-NEW-RECORD             PIC X(35).
017000
017100*    THE ARCHIVE RECORD IS THE PARTPOST RECORD UNCHANGED.
017200 FD  ARCH-FILE
017300     RECORD CONTAINS 35 CHARACTERS.
017400 01  ARCH-RECORD.
017500     05  ARCH-REC-ID              PIC X(01).
017600     05  ARCH-FEED-DATE           PIC 9(08).
017700     05  ARCH-SCHEM               PIC 9(05).
017800     05  ARCH-ROW                 PIC 9(05).
017900     05  ARCH-COL                 PIC 9(05).
018000     05  ARCH-VALUE               PIC 9(10).
018100     05  ARCH-SYM                 PIC X(01).
018200
018300*    KEEP THIS LAYOUT IN STEP WITH THE PERCTL RECORD IN THE
018400*    PARTLOAD AND PARTBACK PROGRAMS. STATUS 'C' = CLOSED,
018500*    'O' = REOPENED. THE COUNT, HASH AND FEED DATES ARE THOSE OF
018600*    THE PERIOD'S LAST CLOSE - WHAT ITS ARCHIVE HOLDS.
018700 FD  PERCTL-IN-FILE
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  PERCTL-IN-RECORD.
019000     05  PERCTL-IN-PERIOD         PIC 9(06).
019100     05  PERCTL-IN-STAT           PIC X(01).
019200     05  PERCTL-IN-CLOSE-SEQ      PIC 9(03).
019300     05  PERCTL-IN-CLOSE-DATE     PIC 9(08).
019400     05  PERCTL-IN-COUNT          PIC 9(07).
019500     05  PERCTL-IN-HASH           PIC 9(12).
019600     05  PERCTL-IN-FIRST-FEED     PIC 9(08).
019700     05  PERCTL-IN-LAST-FEED      PIC 9(08).
019800     05  PERCTL-IN-REOPEN-DATE    PIC 9(08).
019900     05  PERCTL-IN-REOPEN-BY      PIC X(08).
020000     05  FILLER                   PIC X(11).
020100
020200 FD  PERCTL-OUT-FILE
020300     RECORD CONTAINS 80 CHARACTERS.
020400 01  PERCTL-OUT-RECORD           PIC X(80).
020500
020600*    ONE RECORD PER CLOSE ('C') OR REOPEN ('O'). THE COUNT AND
020700*    HASH ARE THE RECORDS ARCHIVED OR RESTORED; THE PART AND
020800*    SYMBOL COUNTS ARE THE LINES OF THE CLOSE'S TOTALS.
020900 FD  LEDG-FILE
021000     RECORD CONTAINS 120 CHARACTERS.
021100 01  LEDG-RECORD.
021200     05  LEDG-EVENT               PIC X(01).
021300     05  LEDG-PERIOD              PIC 9(06).
021400     05  LEDG-CLOSE-SEQ           PIC 9(03).
021500     05  LEDG-EVENT-DATE          PIC 9(08).
021600     05  LEDG-RUN-DATE            PIC 9(08).
021700     05  LEDG-COUNT               PIC 9(07).
021800     05  LEDG-HASH                PIC 9(12).
021900     05  LEDG-PARTS               PIC 9(07).
022000     05  LEDG-SYMBOLS             PIC 9(03).
022100     05  LEDG-FIRST-FEED          PIC 9(08).
022200     05  LEDG-LAST-FEED           PIC 9(08).
022300     05  LEDG-REASON              PIC X(02).
022400     05  LEDG-REQUESTER           PIC X(08).
022500     05  LEDG-PROGRAM             PIC X(08).
022600     05  LEDG-REMARKS             PIC X(17).
022700     05  FILLER                   PIC X(14).
022800
022900*    KEEP THIS LAYOUT IN STEP WITH THE BACKREG RECORD IN THE
023000*    PARTBACK PROGRAM.
023100 FD  BACK-FILE
023200     RECORD CONTAINS 60 CHARACTERS.
023300 01  BACK-RECORD.
023400     05  BACK-EVENT               PIC X(01).
023500         88  BACK-BACKED-OUT                VALUE 'B'.
023600         88  BACK-REPLACED                  VALUE 'R'.
023700     05  BACK-FEED-DATE           PIC 9(08).
023800     05  BACK-EVENT-DATE          PIC 9(08).
023900     05  BACK-COUNT               PIC 9(07).
024000     05  BACK-HASH                PIC 9(12).
024100     05  BACK-PROGRAM             PIC X(08).
024200     05  FILLER                   PIC X(16).
024300
024400 FD  CLOS-RPT-FILE
024500     RECORD CONTAINS 80 CHARACTERS.
024600 01  CLOS-RPT-RECORD             PIC X(80).
024700
024800 FD  RUNLOG-FILE
024900     RECORD CONTAINS 150 CHARACTERS.
025000 01  RUNLOG-RECORD               PIC X(150).
025100
025200 WORKING-STORAGE SECTION.
025300*    THE PERIOD-CONTROL FILE, LOADED FROM PERCTL, CHANGED IN
025400*    PLACE AND WRITTEN TO PERCTLO. FIFTY YEARS OF MONTHS - A
025500*    FILE THAT WILL NOT FIT STOPS THE RUN RATHER THAN DROP
025600*    PERIODS OFF IT. EACH ENTRY IS THE FIRST 69 BYTES OF THE
025700*    RECORD.
025800 78  MAX-PERIOD-ENTRIES          VALUE 600.
025900 01  PER-ENTRY-COUNT             PIC 9(03) VALUE 0 COMP.
026000 01  PER-TABLE-AREA.
026100     05  PER-ENTRY OCCURS MAX-PERIOD-ENTRIES TIMES
026200             INDEXED BY PER-IDX.
026300         10  PER-PERIOD           PIC 9(06).
026400         10  PER-STAT             PIC X(01).
026500             88  PER-CLOSED                 VALUE 'C'.
026600             88  PER-REOPENED               VALUE 'O'.
026700         10  PER-CLOSE-SEQ        PIC 9(03).
026800         10  PER-CLOSE-DATE       PIC 9(08).
026900         10  PER-COUNT            PIC 9(07).
027000         10  PER-HASH             PIC 9(12).
027100         10  PER-FIRST-FEED       PIC 9(08).
027200         10  PER-LAST-FEED        PIC 9(08).
027300         10  PER-REOPEN-DATE      PIC 9(08).
027400         10  PER-REOPEN-BY        PIC X(08).
027500 01  PER-POS                     PIC 9(03) VALUE 0 COMP.
027600 01  PER-SHIFT-IDX               PIC 9(03) VALUE 0 COMP.
027700
027800*    TOTALS BY PART NUMBER FOR THE PERIOD, KEPT IN PART NUMBER
027900*    ORDER BY A HALVING SEARCH AS THE GEAR PAIRING LOAD KEEPS
028000*    ITS TABLE. A PERIOD WITH MORE PART NUMBERS THAN THIS
028100*    STOPS THE CLOSE - RAISE THE LIMIT IF IT EVER COMES CLOSE.
028200 78  MAX-PART-ENTRIES            VALUE 20000.
028300 01  PART-ENTRY-COUNT            PIC 9(05) VALUE 0 COMP.
028400 01  PART-TABLE.
028500     05  PART-ENTRY OCCURS MAX-PART-ENTRIES TIMES
028600             INDEXED BY PART-IDX.
028700         10  PART-NO              PIC 9(10).
028800         10  PART-POSTINGS        PIC 9(07) COMP.
028900         10  PART-VALUE-TOTAL     PIC 9(15) COMP.
029000 01  SEARCH-LO                   PIC 9(05) VALUE 0 COMP.
029100 01  SEARCH-HI                   PIC 9(05) VALUE 0 COMP.
029200 01  SEARCH-MID                  PIC 9(05) VALUE 0 COMP.
029300 01  PART-INS-POS                PIC 9(05) VALUE 0 COMP.
029400 01  PART-SHIFT-IDX              PIC 9(05) VALUE 0 COMP.
029500
029600*    TOTALS BY QUALIFYING SYMBOL, IN ORDER OF FIRST SIGHT.
029700 78  MAX-SYM-ENTRIES             VALUE 50.
029800 01  SYM-ENTRY-COUNT             PIC 9(03) VALUE 0 COMP.
029900 01  SYM-TABLE.
030000     05  SYM-ENTRY OCCURS MAX-SYM-ENTRIES TIMES
030100             INDEXED BY SYM-IDX.
030200         10  SYM-CHAR             PIC X(01).
030300         10  SYM-POSTINGS         PIC 9(07) COMP.
030400         10  SYM-VALUE-TOTAL      PIC 9(15) COMP.
030500 01  SYM-POS                     PIC 9(03) VALUE 0 COMP.
030600
030700*    BACKREG EVENTS FOR FEED DATES IN THE PERIOD - NO MONTH HAS
030800*    MORE FEED DATES THAN THIS.
030900 78  MAX-BACK-ENTRIES            VALUE 31.
031000 01  BACK-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
031100 01  BACK-TABLE.
031200     05  BACK-ENTRY OCCURS MAX-BACK-ENTRIES TIMES
031300             INDEXED BY BACK-IDX.
031400         10  BK-FEED-DATE         PIC 9(08).
031500         10  BK-BACKOUTS          PIC 9(05) COMP.
031600         10  BK-REPLACEMENTS      PIC 9(05) COMP.
031700 01  BACK-POS                    PIC 9(03) VALUE 0 COMP.
031800
031900 01  SWITCHES.
032000     05  POST-EOF-SW             PIC X(01) VALUE 'N'.
032100         88  POST-EOF                       VALUE 'Y'.
032200     05  ARCH-EOF-SW             PIC X(01) VALUE 'N'.
032300         88  ARCH-EOF                       VALUE 'Y'.
032400     05  BACK-EOF-SW             PIC X(01) VALUE 'N'.
032500         88  BACK-EOF                       VALUE 'Y'.
032600     05  CARD-SEEN-SW            PIC X(01) VALUE 'N'.
032700         88  CARD-SEEN                      VALUE 'Y'.
032800     05  PART-FOUND-SW           PIC X(01) VALUE 'N'.
032900         88  PART-FOUND                     VALUE 'Y'.
033000
033100 01  CLOSPARM-STATUS             PIC X(02) VALUE SPACE.
033200 01  POST-STATUS                 PIC X(02) VALUE SPACE.
033300 01  POST-NEW-STATUS             PIC X(02) VALUE SPACE.
033400 01  ARCH-STATUS                 PIC X(02) VALUE SPACE.
033500 01  PERCTL-IN-STATUS            PIC X(02) VALUE SPACE.
033600 01  PERCTL-OUT-STATUS           PIC X(02) VALUE SPACE.
033700 01  LEDG-STATUS                 PIC X(02) VALUE SPACE.
033800 01  BACK-STATUS                 PIC X(02) VALUE SPACE.
033900
034000 01  RUN-DATE                    PIC 9(08) VALUE 0.
034100 01  RUN-PERIOD                  PIC 9(06) VALUE 0.
034200
034300*    THE ACTION IN HAND, PICKED OFF THE CARD.
034400 01  CLOS-ACTION                 PIC X(06) VALUE SPACE.
034500     88  CLOSE-ACTION                      VALUE 'CLOSE'.
034600     88  REOPEN-ACTION                     VALUE 'REOPEN'.
034700 01  CLOS-PERIOD                 PIC 9(06) VALUE 0.
034800 01  CLOS-PERIOD-PARTS REDEFINES CLOS-PERIOD.
034900     05  CLOS-PERIOD-YYYY        PIC 9(04).
035000     05  CLOS-PERIOD-MM          PIC 9(02).
035100 01  CLOS-REQUESTER              PIC X(08) VALUE SPACE.
035200 01  CLOS-REASON                 PIC X(02) VALUE SPACE.
035300     88  CLOS-REOPEN-REASON-VALID     VALUE 'LF' 'BO' 'EX' 'OT'.
035400 01  CLOS-REASON-TEXT            PIC X(34) VALUE SPACE.
035500 01  CLOS-EFF-DATE               PIC 9(08) VALUE 0.
035600 01  CLOS-EFF-DATE-PARTS REDEFINES CLOS-EFF-DATE.
035700     05  CLOS-EFF-YYYY           PIC 9(04).
035800     05  CLOS-EFF-MM             PIC 9(02).
035900     05  CLOS-EFF-DD             PIC 9(02).
036000 01  CLOS-SEQ                    PIC 9(03) VALUE 0.
036100
036200*    THE PERIOD OF THE POSTING OR ARCHIVE RECORD IN HAND.
036300 01  REC-PERIOD                  PIC 9(06) VALUE 0.
036400
036500*    THE POSTING FILE. THE FIRST PASS ONLY COUNTS AND TOTALS;
036600*    THE SECOND COPIES, AND MUST COME TO THE SAME FIGURES.
036700 01  BEFORE-COUNT                PIC 9(09) VALUE 0 COMP.
036800 01  EARLIER-COUNT               PIC 9(09) VALUE 0 COMP.
036900 01  FOUND-COUNT                 PIC 9(07) VALUE 0 COMP.
037000 01  FOUND-HASH                  PIC 9(12) VALUE 0.
037100 01  FOUND-VALUE-TOTAL           PIC 9(15) VALUE 0 COMP.
037200 01  FIRST-FEED-DATE             PIC 9(08) VALUE 0.
037300 01  LAST-FEED-DATE              PIC 9(08) VALUE 0.
037400 01  AFTER-COUNT                 PIC 9(09) VALUE 0 COMP.
037500 01  MOVED-COUNT                 PIC 9(07) VALUE 0 COMP.
037600 01  MOVED-HASH                  PIC 9(12) VALUE 0.
037700 01  PROOF-COUNT                 PIC 9(09) VALUE 0 COMP.
037800 01  UNREPLACED-COUNT            PIC 9(03) VALUE 0 COMP.
037900
038000*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
038100 01  PARM-CARD                   PIC X(80).
038200*    THE DATA VIEW OF THE SAME CARD - SEE THE CARD FORMAT IN
038300*    THE PROGRAM HEADER.
038400 01  PARM-CARD-DATA REDEFINES PARM-CARD.
038500     05  FILLER                  PIC X(35).
038600     05  CARD-REASON             PIC X(02).
038700     05  FILLER                  PIC X(01).
038800     05  CARD-EFF-DATE           PIC X(08).
038900     05  FILLER                  PIC X(01).
039000     05  CARD-REQUESTER          PIC X(08).
039100     05  CARD-REMARKS            PIC X(17).
039200     05  CARD-IDENT              PIC X(08).
039300 01  PARM-KEY-FIELD              PIC X(12).
039400 01  PARM-VAL-FIELD              PIC X(20).
039500 01  PARM-EXTRA-FIELD            PIC X(20).
039600
039700*    CLOSRPT LINE LAYOUTS.
039800 01  CLOS-TITLE-LINE.
039900     05  FILLER                   PIC X(40) VALUE
040000         'PARTPOST MONTH-END CLOSE REPORT'.
040100
040200 01  CLOS-DATE-LINE.
040300     05  CLOS-DATE-LABEL          PIC X(12) VALUE SPACE.
040400     05  CLOS-DATE-OUT            PIC 9999/99/99.
040500
040600 01  CLOS-PERIOD-LINE.
040700     05  FILLER                   PIC X(12) VALUE 'PERIOD  . . '.
040800     05  CLOS-PERIOD-YYYY-OUT     PIC 9(04).
040900     05  FILLER                   PIC X(01) VALUE '/'.
041000     05  CLOS-PERIOD-MM-OUT       PIC 9(02).
041100     05  FILLER                   PIC X(02) VALUE SPACE.
041200     05  CLOS-PERIOD-ACTION-OUT   PIC X(06).
041300     05  FILLER                   PIC X(08) VALUE ' NUMBER '.
041400     05  CLOS-PERIOD-SEQ-OUT      PIC ZZ9.
041500
041600*    WHY, WHEN AND FOR WHOM.
041700 01  CLOS-REASON-LINE.
041800     05  FILLER                   PIC X(12) VALUE 'REASON  . . '.
041900     05  CLOS-RSN-CODE-OUT        PIC X(02).
042000     05  FILLER                   PIC X(01) VALUE SPACE.
042100     05  CLOS-RSN-TEXT-OUT        PIC X(34).
042200     05  FILLER                   PIC X(05) VALUE ' REQ '.
042300     05  CLOS-RSN-REQ-OUT         PIC X(08).
042400
042500 01  CLOS-HDG-LINE.
042600     05  FILLER                   PIC X(14) VALUE SPACE.
042700     05  CLOS-HDG-KEY             PIC X(12).
042800     05  FILLER                   PIC X(30) VALUE
042900         '    POSTINGS       VALUE TOTAL'.
043000
043100 01  CLOS-TOTAL-LINE.
043200     05  FILLER                   PIC X(14) VALUE SPACE.
043300     05  CLOS-TOTAL-KEY           PIC X(12).
043400     05  CLOS-TOTAL-POSTINGS      PIC Z(11)9.
043500     05  CLOS-TOTAL-VALUE         PIC Z(17)9.
043600
043700 01  CLOS-COUNT-LINE.
043800     05  CLOS-COUNT-LABEL         PIC X(28).
043900     05  CLOS-COUNT-OUT           PIC Z(12)9.
044000
044100 01  CLOS-MSG-LINE.
044200     05  CLOS-MSG-TEXT            PIC X(60) VALUE SPACE.
044300
044400*    A FEED DATE IN THE PERIOD BACKED OUT AND NEVER REPLACED.
044500 01  CLOS-BACK-LINE.
044600     05  FILLER                   PIC X(10) VALUE 'FEED DATE '.
044700     05  CLOS-BACK-DATE-OUT       PIC 9999/99/99.
044800     05  FILLER                   PIC X(40) VALUE
044900         ' BACKED OUT ON BACKREG, NEVER REPLACED'.
045000
045100*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
045200*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
045300 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
045400 01  RUNLOG-LINE.
045500     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTCLOS'.
045600     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
045700     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
045800     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
045900     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
046000     05  RUNLOG-RC               PIC 9(03) VALUE 0.
046100     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
046200     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
046300     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
046400     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
046500     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
046600     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
046700     05  RUNLOG-REPORT           PIC X(08) VALUE 'CLOSRPT'.
046800     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
046900     05  FILLER                  PIC X(05) VALUE SPACE.
047000
047100 PROCEDURE DIVISION.
047200
047300*****************************************************************
047400* 0000-MAINLINE.
047500*****************************************************************
047600 0000-MAINLINE.
047700     PERFORM 1000-INITIALIZE
047800     PERFORM 1200-LOAD-PERIOD-CONTROL
047900     IF CLOSE-ACTION
048000       PERFORM 2000-CHECK-CLOSE
048100       PERFORM 3000-COUNT-POSTINGS
048200       PERFORM 3200-CHECK-BACKOUTS
048300       PERFORM 4000-ARCHIVE-PERIOD
048400     ELSE
048500       PERFORM 2500-CHECK-REOPEN
048600       PERFORM 3500-PROVE-ARCHIVE
048700       PERFORM 3600-COUNT-OPEN-POSTINGS
048800       PERFORM 4500-RESTORE-PERIOD
048900     END-IF
049000     PERFORM 6000-WRITE-PERIOD-CONTROL
049100     PERFORM 7000-WRITE-LEDGER
049200     PERFORM 8000-TERMINATE
049300     PERFORM 9900-WRITE-RUNLOG
049400     STOP RUN.
049500
049600*****************************************************************
049700* 1000-INITIALIZE - THE CARD FIRST; WITHOUT A PERIOD THERE IS
049800* NOTHING TO DO AND NOTHING IS OPENED.
049900*****************************************************************
050000 1000-INITIALIZE.
050100     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
050200                                        RUNLOG-CYCLE-DATE
050300     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
050400
050500     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
050600     DIVIDE RUN-DATE BY 100 GIVING RUN-PERIOD
050700
050800     PERFORM 1100-LOAD-PARMS
050900
051000     IF NOT CARD-SEEN
051100       DISPLAY 'PARTCLOS - NO CLOSE= OR REOPEN= CARD ON CLOSPARM'
051200       MOVE 16 TO RETURN-CODE
051300       MOVE 'NO CLOSE= OR REOPEN= CARD ON CLOSPARM'
051400           TO RUNLOG-REASON
051500       MOVE 'SYSOUT' TO RUNLOG-REPORT
051600       PERFORM 9900-WRITE-RUNLOG
051700       STOP RUN
051800     END-IF
051900
052000     EVALUATE CLOS-REASON
052100       WHEN 'ME'
052200         MOVE 'MONTH-END CLOSE' TO CLOS-REASON-TEXT
052300       WHEN 'LF'
052400         MOVE 'A LATE FEED FOR THE PERIOD' TO CLOS-REASON-TEXT
052500       WHEN 'BO'
052600         MOVE 'A POSTED FEED TO BE BACKED OUT'
052700             TO CLOS-REASON-TEXT
052800       WHEN 'EX'
052900         MOVE 'THE CLOSE WAS IN ERROR' TO CLOS-REASON-TEXT
053000       WHEN OTHER
053100         MOVE 'OTHER - SEE THE REMARKS' TO CLOS-REASON-TEXT
053200     END-EVALUATE
053300
053400     OPEN OUTPUT CLOS-RPT-FILE
053500
053600     MOVE CLOS-TITLE-LINE TO CLOS-RPT-RECORD
053700     WRITE CLOS-RPT-RECORD
053800     MOVE 'RUN DATE .  ' TO CLOS-DATE-LABEL
053900     MOVE RUN-DATE TO CLOS-DATE-OUT
054000     MOVE CLOS-DATE-LINE TO CLOS-RPT-RECORD
054100     WRITE CLOS-RPT-RECORD
054200     MOVE 'EFF DATE .  ' TO CLOS-DATE-LABEL
054300     MOVE CLOS-EFF-DATE TO CLOS-DATE-OUT
054400     MOVE CLOS-DATE-LINE TO CLOS-RPT-RECORD
054500     WRITE CLOS-RPT-RECORD
054600     MOVE CLOS-REASON TO CLOS-RSN-CODE-OUT
054700     MOVE CLOS-REASON-TEXT TO CLOS-RSN-TEXT-OUT
054800     MOVE CLOS-REQUESTER TO CLOS-RSN-REQ-OUT
054900     MOVE CLOS-REASON-LINE TO CLOS-RPT-RECORD
055000     WRITE CLOS-RPT-RECORD
055100
055200     EXIT.
055300
055400*****************************************************************
055500* 1100-LOAD-PARMS - PICK THE CARD OFF CLOSPARM. A BAD CARD
055600* STOPS THE JOB BEFORE ANY FILE IS TOUCHED.
055700*****************************************************************
055800 1100-LOAD-PARMS.
055900     OPEN INPUT CLOSPARM-FILE
056000
056100     IF CLOSPARM-STATUS = '00'
056200       PERFORM UNTIL CLOSPARM-STATUS NOT = '00'
056300         READ CLOSPARM-FILE
056400           AT END
056500             CONTINUE
056600           NOT AT END
056700             MOVE CLOSPARM-RECORD TO PARM-CARD
056800             PERFORM 1110-APPLY-PARM-CARD
056900                 THRU 1110-APPLY-PARM-CARD-EXIT
057000         END-READ
057100       END-PERFORM
057200       CLOSE CLOSPARM-FILE
057300     END-IF
057400
057500     EXIT.
057600
057700 1110-APPLY-PARM-CARD.
057800     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
057900       GO TO 1110-APPLY-PARM-CARD-EXIT
058000     END-IF
058100
058200     MOVE SPACE TO PARM-KEY-FIELD
058300     MOVE SPACE TO PARM-VAL-FIELD
058400     MOVE SPACE TO PARM-EXTRA-FIELD
058500     UNSTRING PARM-CARD(1:30) DELIMITED BY '='
058600         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
058700
058800     IF PARM-KEY-FIELD NOT = 'CLOSE' AND NOT = 'REOPEN'
058900       DISPLAY 'PARTCLOS - CARD IS NOT CLOSE= OR REOPEN='
059000       PERFORM 9400-PARM-ABORT
059100     END-IF
059200
059300     IF PARM-EXTRA-FIELD NOT = SPACE
059400       DISPLAY 'PARTCLOS - MORE THAN ONE = ON THE CARD'
059500       PERFORM 9400-PARM-ABORT
059600     END-IF
059700
059800     IF CARD-SEEN
059900       DISPLAY 'PARTCLOS - ONE CLOSE OR REOPEN CARD PER RUN'
060000       PERFORM 9400-PARM-ABORT
060100     END-IF
060200     MOVE 'Y' TO CARD-SEEN-SW
060300     MOVE PARM-KEY-FIELD TO CLOS-ACTION
060400
060500     IF PARM-VAL-FIELD(1:6) NOT NUMERIC
060600         OR PARM-VAL-FIELD(7:14) NOT = SPACE
060700       DISPLAY 'PARTCLOS - PERIOD MUST BE YYYYMM'
060800       PERFORM 9400-PARM-ABORT
060900     END-IF
061000     MOVE PARM-VAL-FIELD(1:6) TO CLOS-PERIOD
061100     IF CLOS-PERIOD-MM < 1 OR CLOS-PERIOD-MM > 12
061200       DISPLAY 'PARTCLOS - PERIOD MONTH IS NOT VALID'
061300       PERFORM 9400-PARM-ABORT
061400     END-IF
061500
061600     MOVE CARD-REASON TO CLOS-REASON
061700     IF CLOSE-ACTION
061800       IF CLOS-REASON = SPACE
061900         MOVE 'ME' TO CLOS-REASON
062000       END-IF
062100       IF CLOS-REASON NOT = 'ME'
062200         DISPLAY 'PARTCLOS - REASON ON A CLOSE CARD IS BLANK '
062300             'OR ME'
062400         PERFORM 9400-PARM-ABORT
062500       END-IF
062600     ELSE
062700       IF NOT CLOS-REOPEN-REASON-VALID
062800         DISPLAY 'PARTCLOS - REASON CODE IN COLUMNS 36-37 IS '
062900             'NOT LF, BO, EX OR OT'
063000         PERFORM 9400-PARM-ABORT
063100       END-IF
063200     END-IF
063300
063400     IF CARD-REQUESTER = SPACE
063500       DISPLAY 'PARTCLOS - REQUESTER ID IN COLUMNS 48-55 IS '
063600           'REQUIRED'
063700       PERFORM 9400-PARM-ABORT
063800     END-IF
063900     MOVE CARD-REQUESTER TO CLOS-REQUESTER
064000
064100     IF REOPEN-ACTION AND CARD-EFF-DATE = SPACE
064200       DISPLAY 'PARTCLOS - A REOPEN MUST BE DATED IN COLUMNS '
064300           '39-46'
064400       PERFORM 9400-PARM-ABORT
064500     END-IF
064600     MOVE RUN-DATE TO CLOS-EFF-DATE
064700     PERFORM 1120-PARSE-CARD-DATE THRU 1120-PARSE-CARD-DATE-EXIT.
064800
064900 1110-APPLY-PARM-CARD-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300* 1120-PARSE-CARD-DATE - COLUMNS 39-46 TO CLOS-EFF-DATE, AS
065400* THE REVMNT JOB READS ITS CARDS. BLANK LEAVES THE RUN DATE IN
065500* PLACE; ANYTHING ELSE MUST BE YYYYMMDD WITH A REAL MONTH AND
065600* DAY OR THE CARD STOPS THE RUN.
065700*****************************************************************
065800 1120-PARSE-CARD-DATE.
065900     IF CARD-EFF-DATE = SPACE
066000       GO TO 1120-PARSE-CARD-DATE-EXIT
066100     END-IF
066200
066300     IF CARD-EFF-DATE NOT NUMERIC
066400       DISPLAY 'PARTCLOS - DATE IN COLUMNS 39-46 MUST BE '
066500           'YYYYMMDD'
066600       PERFORM 9400-PARM-ABORT
066700     END-IF
066800     MOVE CARD-EFF-DATE TO CLOS-EFF-DATE
066900     IF CLOS-EFF-MM < 1 OR CLOS-EFF-MM > 12
067000         OR CLOS-EFF-DD < 1 OR CLOS-EFF-DD > 31
067100       DISPLAY 'PARTCLOS - DATE IN COLUMNS 39-46 IS NOT VALID'
067200       PERFORM 9400-PARM-ABORT
067300     END-IF.
067400
067500 1120-PARSE-CARD-DATE-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 1200-LOAD-PERIOD-CONTROL - PERCTL INTO THE TABLE, AND PER-POS
068000* TO THE CARD'S PERIOD (ZERO IF IT WAS NEVER CLOSED). A MISSING
068100* PERCTL MEANS NO PERIOD WAS EVER CLOSED; ONE THAT WILL NOT
068200* FIT OR WILL NOT READ STOPS THE RUN.
068300*****************************************************************
068400 1200-LOAD-PERIOD-CONTROL.
068500     MOVE CLOS-PERIOD-YYYY TO CLOS-PERIOD-YYYY-OUT
068600     MOVE CLOS-PERIOD-MM TO CLOS-PERIOD-MM-OUT
068700     MOVE CLOS-ACTION TO CLOS-PERIOD-ACTION-OUT
068800
068900     OPEN INPUT PERCTL-IN-FILE
069000     IF PERCTL-IN-STATUS NOT = '00'
069100         AND PERCTL-IN-STATUS NOT = '05'
069200       MOVE 'PERCTL WILL NOT OPEN' TO CLOS-MSG-TEXT
069300       PERFORM 9000-REFUSE-RUN
069400     END-IF
069500
069600     PERFORM UNTIL PERCTL-IN-STATUS NOT = '00'
069700       READ PERCTL-IN-FILE
069800         AT END
069900           CONTINUE
070000         NOT AT END
070100           IF PER-ENTRY-COUNT >= MAX-PERIOD-ENTRIES
070200             MOVE 'PERCTL HOLDS MORE PERIODS THAN THE TABLE HOLDS'
070300                 TO CLOS-MSG-TEXT
070400             PERFORM 9000-REFUSE-RUN
070500           END-IF
070600           ADD 1 TO PER-ENTRY-COUNT
070700           MOVE PERCTL-IN-RECORD(1:69)
070800               TO PER-ENTRY(PER-ENTRY-COUNT)
070900       END-READ
071000     END-PERFORM
071100
071200     IF PERCTL-IN-STATUS NOT = '10'
071300         AND PERCTL-IN-STATUS NOT = '05'
071400       MOVE 'READ FAILED ON PERCTL' TO CLOS-MSG-TEXT
071500       PERFORM 9000-REFUSE-RUN
071600     END-IF
071700
071800     CLOSE PERCTL-IN-FILE
071900
072000     MOVE 0 TO PER-POS
072100     PERFORM VARYING PER-IDX FROM 1 BY 1
072200       UNTIL PER-IDX > PER-ENTRY-COUNT
072300       IF PER-PERIOD(PER-IDX) = CLOS-PERIOD
072400         SET PER-POS TO PER-IDX
072500       END-IF
072600     END-PERFORM
072700
072800     EXIT.
072900
073000*****************************************************************
073100* 2000-CHECK-CLOSE - A PERIOD ALREADY CLOSED STAYS CLOSED UNTIL
073200* IT IS REOPENED, AND A MONTH NOT YET BEGUN HAS NOTHING TO
073300* CLOSE.
073400*****************************************************************
073500 2000-CHECK-CLOSE.
073600     IF PER-POS > 0
073700       IF PER-CLOSED(PER-POS)
073800         MOVE 'PERIOD IS ALREADY CLOSED ON PERCTL'
073900             TO CLOS-MSG-TEXT
074000         PERFORM 9000-REFUSE-RUN
074100       END-IF
074200       ADD 1 TO PER-CLOSE-SEQ(PER-POS) GIVING CLOS-SEQ
074300     ELSE
074400       MOVE 1 TO CLOS-SEQ
074500     END-IF
074600
074700     IF CLOS-PERIOD > RUN-PERIOD
074800       MOVE 'PERIOD HAS NOT BEGUN - NOTHING TO CLOSE'
074900           TO CLOS-MSG-TEXT
075000       PERFORM 9000-REFUSE-RUN
075100     END-IF
075200
075300     EXIT.
075400
075500*****************************************************************
075600* 2500-CHECK-REOPEN - ONLY A CLOSED PERIOD CAN BE REOPENED.
075700*****************************************************************
075800 2500-CHECK-REOPEN.
075900     IF PER-POS = 0
076000       MOVE 'PERIOD WAS NEVER CLOSED - NOTHING TO REOPEN'
076100           TO CLOS-MSG-TEXT
076200       PERFORM 9000-REFUSE-RUN
076300     END-IF
076400     IF NOT PER-CLOSED(PER-POS)
076500       MOVE 'PERIOD IS ALREADY REOPENED ON PERCTL'
076600           TO CLOS-MSG-TEXT
076700       PERFORM 9000-REFUSE-RUN
076800     END-IF
076900
077000     MOVE PER-CLOSE-SEQ(PER-POS) TO CLOS-SEQ
077100
077200     EXIT.
077300
077400*****************************************************************
077500* 3000-COUNT-POSTINGS - PASS ONE OF THE POSTING FILE: COUNT THE
077600* WHOLE FILE, AND COUNT, HASH AND TOTAL THE PERIOD'S RECORDS. A
077700* POSTING OF AN EARLIER PERIOD STILL ON THE FILE MEANS THAT
077800* PERIOD IS OPEN, AND IT MUST CLOSE FIRST - MONTHS ARE
077900* REPORTED IN ORDER.
078000*****************************************************************
078100 3000-COUNT-POSTINGS.
078200     OPEN INPUT POST-FILE
078300     IF POST-STATUS NOT = '00'
078400       MOVE 'PARTPOST MISSING - NOTHING TO CLOSE'
078500           TO CLOS-MSG-TEXT
078600       PERFORM 9000-REFUSE-RUN
078700     END-IF
078800
078900     PERFORM UNTIL POST-EOF
079000       READ POST-FILE
079100         AT END
079200           MOVE 'Y' TO POST-EOF-SW
079300         NOT AT END
079400           ADD 1 TO BEFORE-COUNT
079500           DIVIDE POST-FEED-DATE BY 100 GIVING REC-PERIOD
079600           IF REC-PERIOD < CLOS-PERIOD
079700             ADD 1 TO EARLIER-COUNT
079800           END-IF
079900           IF REC-PERIOD = CLOS-PERIOD
080000             PERFORM 3100-TOTAL-ONE-POSTING
080100           END-IF
080200       END-READ
080300     END-PERFORM
080400
080500     CLOSE POST-FILE
080600
080700     IF EARLIER-COUNT > 0
080800       MOVE 'AN EARLIER PERIOD IS STILL OPEN ON PARTPOST'
080900           TO CLOS-MSG-TEXT
081000       PERFORM 9000-REFUSE-RUN
081100     END-IF
081200
081300     EXIT.
081400
081500*****************************************************************
081600* 3100-TOTAL-ONE-POSTING - ONE POSTING OF THE PERIOD INTO THE
081700* COUNT, THE HASH, THE FEED DATE RANGE AND THE PART AND SYMBOL
081800* TOTALS.
081900*****************************************************************
082000 3100-TOTAL-ONE-POSTING.
082100     ADD 1 TO FOUND-COUNT
082200     ADD POST-VALUE TO FOUND-HASH
082300     ADD POST-VALUE TO FOUND-VALUE-TOTAL
082400     IF FIRST-FEED-DATE = 0 OR POST-FEED-DATE < FIRST-FEED-DATE
082500       MOVE POST-FEED-DATE TO FIRST-FEED-DATE
082600     END-IF
082700     IF POST-FEED-DATE > LAST-FEED-DATE
082800       MOVE POST-FEED-DATE TO LAST-FEED-DATE
082900     END-IF
083000
083100     PERFORM 3110-PART-SEARCH THRU 3110-PART-SEARCH-EXIT
083200     IF NOT PART-FOUND
083300       PERFORM 3120-INSERT-PART
083400     END-IF
083500     ADD 1 TO PART-POSTINGS(PART-INS-POS)
083600     ADD POST-VALUE TO PART-VALUE-TOTAL(PART-INS-POS)
083700
083800     MOVE 0 TO SYM-POS
083900     PERFORM VARYING SYM-IDX FROM 1 BY 1
084000       UNTIL SYM-IDX > SYM-ENTRY-COUNT
084100       IF SYM-CHAR(SYM-IDX) = POST-SYM
084200         SET SYM-POS TO SYM-IDX
084300       END-IF
084400     END-PERFORM
084500     IF SYM-POS = 0
084600       IF SYM-ENTRY-COUNT >= MAX-SYM-ENTRIES
084700         MOVE 'SYMBOL TABLE FULL - RAISE MAX-SYM-ENTRIES'
084800             TO CLOS-MSG-TEXT
084900         PERFORM 9000-REFUSE-RUN
085000       END-IF
085100       ADD 1 TO SYM-ENTRY-COUNT
085200       MOVE SYM-ENTRY-COUNT TO SYM-POS
085300       MOVE POST-SYM TO SYM-CHAR(SYM-POS)
085400       MOVE 0 TO SYM-POSTINGS(SYM-POS)
085500       MOVE 0 TO SYM-VALUE-TOTAL(SYM-POS)
085600     END-IF
085700     ADD 1 TO SYM-POSTINGS(SYM-POS)
085800     ADD POST-VALUE TO SYM-VALUE-TOTAL(SYM-POS)
085900
086000     EXIT.
086100
086200*****************************************************************
086300* 3110-PART-SEARCH - HALVING SEARCH OF THE PART TABLE FOR
086400* POST-VALUE, AS IN THE GEAR PAIRING LOAD. PART-INS-POS COMES
086500* BACK AT THE MATCHING ENTRY OR AT THE POSITION A NEW ENTRY
086600* BELONGS.
086700*****************************************************************
086800 3110-PART-SEARCH.
086900     MOVE 'N' TO PART-FOUND-SW
087000     MOVE 1 TO SEARCH-LO
087100     MOVE PART-ENTRY-COUNT TO SEARCH-HI
087200
087300     PERFORM UNTIL SEARCH-LO > SEARCH-HI
087400       COMPUTE SEARCH-MID = (SEARCH-LO + SEARCH-HI) / 2
087500       EVALUATE TRUE
087600         WHEN PART-NO(SEARCH-MID) = POST-VALUE
087700           MOVE 'Y' TO PART-FOUND-SW
087800           MOVE SEARCH-MID TO PART-INS-POS
087900           GO TO 3110-PART-SEARCH-EXIT
088000         WHEN PART-NO(SEARCH-MID) < POST-VALUE
088100           COMPUTE SEARCH-LO = SEARCH-MID + 1
088200         WHEN OTHER
088300           IF SEARCH-MID = 1
088400             MOVE 0 TO SEARCH-HI
088500           ELSE
088600             COMPUTE SEARCH-HI = SEARCH-MID - 1
088700           END-IF
088800       END-EVALUATE
088900     END-PERFORM
089000
089100     MOVE SEARCH-LO TO PART-INS-POS.
089200
089300 3110-PART-SEARCH-EXIT.
089400     EXIT.
089500
089600*****************************************************************
089700* 3120-INSERT-PART - A PART NUMBER NOT YET SEEN THIS PERIOD
089800* GOES IN AT ITS SORTED POSITION WITH NOTHING AGAINST IT.
089900*****************************************************************
090000 3120-INSERT-PART.
090100     IF PART-ENTRY-COUNT >= MAX-PART-ENTRIES
090200       MOVE 'PART TABLE FULL - RAISE MAX-PART-ENTRIES'
090300           TO CLOS-MSG-TEXT
090400       PERFORM 9000-REFUSE-RUN
090500     END-IF
090600
090700     PERFORM VARYING PART-SHIFT-IDX FROM PART-ENTRY-COUNT
090800         BY -1 UNTIL PART-SHIFT-IDX < PART-INS-POS
090900       MOVE PART-ENTRY(PART-SHIFT-IDX)
091000           TO PART-ENTRY(PART-SHIFT-IDX + 1)
091100     END-PERFORM
091200
091300     MOVE POST-VALUE TO PART-NO(PART-INS-POS)
091400     MOVE 0 TO PART-POSTINGS(PART-INS-POS)
091500     MOVE 0 TO PART-VALUE-TOTAL(PART-INS-POS)
091600     ADD 1 TO PART-ENTRY-COUNT
091700
091800     EXIT.
091900
092000*****************************************************************
092100* 3200-CHECK-BACKOUTS - A FEED DATE IN THE PERIOD THAT PARTBACK
092200* TOOK OFF AND PARTLOAD NEVER REPLACED WILL BE REFUSED BY THE
092300* PERIOD LOCK ONCE THE CLOSE IS IN. THE CLOSE STILL GOES AHEAD
092400* - THE REPLACEMENT MAY NEVER COME - BUT EACH SUCH DATE IS
092500* LISTED AND THE RUN ENDS 4, SO THE CLOSE IS A DECISION.
092600*****************************************************************
092700 3200-CHECK-BACKOUTS.
092800     OPEN INPUT BACK-FILE
092900     IF BACK-STATUS NOT = '00' AND BACK-STATUS NOT = '05'
093000       MOVE 'BACKREG WILL NOT OPEN' TO CLOS-MSG-TEXT
093100       PERFORM 9000-REFUSE-RUN
093200     END-IF
093300
093400     PERFORM UNTIL BACK-EOF
093500       READ BACK-FILE
093600         AT END
093700           MOVE 'Y' TO BACK-EOF-SW
093800         NOT AT END
093900           DIVIDE BACK-FEED-DATE BY 100 GIVING REC-PERIOD
094000           IF REC-PERIOD = CLOS-PERIOD
094100             PERFORM 3210-NOTE-BACKOUT-EVENT
094200           END-IF
094300       END-READ
094400     END-PERFORM
094500
094600     CLOSE BACK-FILE
094700
094800     PERFORM VARYING BACK-IDX FROM 1 BY 1
094900       UNTIL BACK-IDX > BACK-ENTRY-COUNT
095000       IF BK-REPLACEMENTS(BACK-IDX) < BK-BACKOUTS(BACK-IDX)
095100         ADD 1 TO UNREPLACED-COUNT
095200       END-IF
095300     END-PERFORM
095400
095500     EXIT.
095600
095700 3210-NOTE-BACKOUT-EVENT.
095800     MOVE 0 TO BACK-POS
095900     PERFORM VARYING BACK-IDX FROM 1 BY 1
096000       UNTIL BACK-IDX > BACK-ENTRY-COUNT
096100       IF BK-FEED-DATE(BACK-IDX) = BACK-FEED-DATE
096200         SET BACK-POS TO BACK-IDX
096300       END-IF
096400     END-PERFORM
096500     IF BACK-POS = 0
096600       IF BACK-ENTRY-COUNT >= MAX-BACK-ENTRIES
096700         MOVE 'BACKREG HOLDS MORE FEED DATES THAN A MONTH HAS'
096800             TO CLOS-MSG-TEXT
096900         PERFORM 9000-REFUSE-RUN
097000       END-IF
097100       ADD 1 TO BACK-ENTRY-COUNT
097200       MOVE BACK-ENTRY-COUNT TO BACK-POS
097300       MOVE BACK-FEED-DATE TO BK-FEED-DATE(BACK-POS)
097400       MOVE 0 TO BK-BACKOUTS(BACK-POS)
097500       MOVE 0 TO BK-REPLACEMENTS(BACK-POS)
097600     END-IF
097700
097800     IF BACK-BACKED-OUT
097900       ADD 1 TO BK-BACKOUTS(BACK-POS)
098000     END-IF
098100     IF BACK-REPLACED
098200       ADD 1 TO BK-REPLACEMENTS(BACK-POS)
098300     END-IF
098400
098500     EXIT.
098600
098700*****************************************************************
098800* 3500-PROVE-ARCHIVE - THE PERARCH NAMED MUST BE THE ARCHIVE
098900* THE PERIOD'S LAST CLOSE WROTE: EVERY RECORD OF THE PERIOD,
099000* AND THE COUNT AND HASH ON PERCTL. ONLY THEN CAN IT GO BACK.
099100*****************************************************************
099200 3500-PROVE-ARCHIVE.
099300     OPEN INPUT ARCH-FILE
099400     IF ARCH-STATUS NOT = '00'
099500       MOVE 'PERARCH MISSING - NOTHING TO PUT BACK'
099600           TO CLOS-MSG-TEXT
099700       PERFORM 9000-REFUSE-RUN
099800     END-IF
099900
100000     PERFORM UNTIL ARCH-EOF
100100       READ ARCH-FILE
100200         AT END
100300           MOVE 'Y' TO ARCH-EOF-SW
100400         NOT AT END
100500           DIVIDE ARCH-FEED-DATE BY 100 GIVING REC-PERIOD
100600           IF ARCH-REC-ID NOT = 'P'
100700               OR REC-PERIOD NOT = CLOS-PERIOD
100800             MOVE 'PERARCH HOLDS A RECORD OUTSIDE THE PERIOD'
100900                 TO CLOS-MSG-TEXT
101000             PERFORM 9000-REFUSE-RUN
101100           END-IF
101200           ADD 1 TO FOUND-COUNT
101300           ADD ARCH-VALUE TO FOUND-HASH
101400       END-READ
101500     END-PERFORM
101600
101700     CLOSE ARCH-FILE
101800
101900     IF FOUND-COUNT NOT = PER-COUNT(PER-POS)
102000         OR FOUND-HASH NOT = PER-HASH(PER-POS)
102100       MOVE 'PERARCH DISAGREES WITH THE CLOSE ON PERCTL'
102200           TO CLOS-MSG-TEXT
102300       PERFORM 9000-REFUSE-RUN
102400     END-IF
102500
102600     MOVE PER-FIRST-FEED(PER-POS) TO FIRST-FEED-DATE
102700     MOVE PER-LAST-FEED(PER-POS) TO LAST-FEED-DATE
102800
102900     EXIT.
103000
103100*****************************************************************
103200* 3600-COUNT-OPEN-POSTINGS - PASS ONE OF THE POSTING FILE FOR A
103300* REOPEN: COUNT IT, AND MAKE SURE NOTHING OF THE PERIOD IS ON
103400* IT ALREADY - THE LOCK SHOULD HAVE SEEN TO THAT, AND PUTTING
103500* THE ARCHIVE BACK ON TOP WOULD POST THOSE RECORDS TWICE.
103600*****************************************************************
103700 3600-COUNT-OPEN-POSTINGS.
103800     OPEN INPUT POST-FILE
103900     IF POST-STATUS NOT = '00'
104000       MOVE 'PARTPOST MISSING - NOTHING TO PUT THE PERIOD BACK ON'
104100           TO CLOS-MSG-TEXT
104200       PERFORM 9000-REFUSE-RUN
104300     END-IF
104400
104500     PERFORM UNTIL POST-EOF
104600       READ POST-FILE
104700         AT END
104800           MOVE 'Y' TO POST-EOF-SW
104900         NOT AT END
105000           ADD 1 TO BEFORE-COUNT
105100           DIVIDE POST-FEED-DATE BY 100 GIVING REC-PERIOD
105200           IF REC-PERIOD = CLOS-PERIOD
105300             MOVE 'PARTPOST ALREADY HOLDS POSTINGS OF THE PERIOD'
105400                 TO CLOS-MSG-TEXT
105500             PERFORM 9000-REFUSE-RUN
105600           END-IF
105700       END-READ
105800     END-PERFORM
105900
106000     CLOSE POST-FILE
106100
106200     EXIT.
106300
106400*****************************************************************
106500* 4000-ARCHIVE-PERIOD - PASS TWO OF A CLOSE: EVERY RECORD OF
106600* THE PERIOD GOES TO PERARCH, EVERY OTHER ONE TO PARTPOSO AS IT
106700* STANDS. THE ARCHIVED RECORDS ARE COUNTED AND HASHED AGAIN,
106800* AND BEFORE MUST EQUAL AFTER PLUS ARCHIVED, OR NEITHER FILE
106900* IS TO BE USED.
107000*****************************************************************
107100 4000-ARCHIVE-PERIOD.
107200     MOVE 'N' TO POST-EOF-SW
107300     OPEN INPUT POST-FILE
107400     IF POST-STATUS NOT = '00'
107500       MOVE 'PARTPOST UNREADABLE ON THE COPY PASS'
107600           TO CLOS-MSG-TEXT
107700       PERFORM 9000-REFUSE-RUN
107800     END-IF
107900
108000     OPEN OUTPUT POST-NEW-FILE
108100     IF POST-NEW-STATUS NOT = '00'
108200       MOVE 'PARTPOSO WILL NOT OPEN' TO CLOS-MSG-TEXT
108300       PERFORM 9000-REFUSE-RUN
108400     END-IF
108500
108600     OPEN OUTPUT ARCH-FILE
108700     IF ARCH-STATUS NOT = '00'
108800       MOVE 'PERARCH WILL NOT OPEN' TO CLOS-MSG-TEXT
108900       PERFORM 9000-REFUSE-RUN
109000     END-IF
109100
109200     PERFORM UNTIL POST-EOF
109300       READ POST-FILE
109400         AT END
109500           MOVE 'Y' TO POST-EOF-SW
109600         NOT AT END
109700           PERFORM 4100-COPY-ONE-POSTING
109800       END-READ
109900     END-PERFORM
110000
110100     CLOSE POST-FILE
110200     CLOSE POST-NEW-FILE
110300     CLOSE ARCH-FILE
110400
110500     ADD AFTER-COUNT MOVED-COUNT GIVING PROOF-COUNT
110600     IF PROOF-COUNT NOT = BEFORE-COUNT
110700         OR MOVED-COUNT NOT = FOUND-COUNT
110800         OR MOVED-HASH NOT = FOUND-HASH
110900       MOVE 'COPY PASS DISAGREES WITH COUNT PASS - DISCARD'
111000           TO CLOS-MSG-TEXT
111100       PERFORM 9000-REFUSE-RUN
111200     END-IF
111300
111400     EXIT.
111500
111600 4100-COPY-ONE-POSTING.
111700     DIVIDE POST-FEED-DATE BY 100 GIVING REC-PERIOD
111800     IF REC-PERIOD = CLOS-PERIOD
111900       MOVE POST-RECORD TO ARCH-RECORD
112000       WRITE ARCH-RECORD
112100       IF ARCH-STATUS NOT = '00'
112200         MOVE 'WRITE FAILED ON PERARCH - DISCARD IT'
112300             TO CLOS-MSG-TEXT
112400         PERFORM 9000-REFUSE-RUN
112500       END-IF
112600       ADD 1 TO MOVED-COUNT
112700       ADD POST-VALUE TO MOVED-HASH
112800     ELSE
112900       MOVE POST-RECORD TO POST-NEW-RECORD
113000       WRITE POST-NEW-RECORD
113100       IF POST-NEW-STATUS NOT = '00'
113200         MOVE 'WRITE FAILED ON PARTPOSO - DISCARD IT'
113300             TO CLOS-MSG-TEXT
113400         PERFORM 9000-REFUSE-RUN
113500       END-IF
113600       ADD 1 TO AFTER-COUNT
113700     END-IF
113800
113900     EXIT.
114000
114100*****************************************************************
114200* 4500-RESTORE-PERIOD - PASS TWO OF A REOPEN: THE ARCHIVE GOES
114300* ON PARTPOSO FIRST, AHEAD OF THE OPEN POSTINGS, THEN THE WHOLE
114400* OF PARTPOST AS IT STANDS. AFTER MUST EQUAL BEFORE PLUS
114500* RESTORED, AND THE RESTORED RECORDS MUST PROVE AGAIN.
114600*****************************************************************
114700 4500-RESTORE-PERIOD.
114800     MOVE 'N' TO ARCH-EOF-SW
114900     OPEN INPUT ARCH-FILE
115000     IF ARCH-STATUS NOT = '00'
115100       MOVE 'PERARCH UNREADABLE ON THE COPY PASS'
115200           TO CLOS-MSG-TEXT
115300       PERFORM 9000-REFUSE-RUN
115400     END-IF
115500
115600     OPEN OUTPUT POST-NEW-FILE
115700     IF POST-NEW-STATUS NOT = '00'
115800       MOVE 'PARTPOSO WILL NOT OPEN' TO CLOS-MSG-TEXT
115900       PERFORM 9000-REFUSE-RUN
116000     END-IF
116100
116200     PERFORM UNTIL ARCH-EOF
116300       READ ARCH-FILE
116400         AT END
116500           MOVE 'Y' TO ARCH-EOF-SW
116600         NOT AT END
116700           MOVE ARCH-RECORD TO POST-NEW-RECORD
116800           PERFORM 4600-WRITE-NEW-POSTING
116900           ADD 1 TO MOVED-COUNT
117000           ADD ARCH-VALUE TO MOVED-HASH
117100       END-READ
117200     END-PERFORM
117300
117400     CLOSE ARCH-FILE
117500
117600     MOVE 'N' TO POST-EOF-SW
117700     OPEN INPUT POST-FILE
117800     IF POST-STATUS NOT = '00'
117900       MOVE 'PARTPOST UNREADABLE ON THE COPY PASS'
118000           TO CLOS-MSG-TEXT
118100       PERFORM 9000-REFUSE-RUN
118200     END-IF
118300
118400     PERFORM UNTIL POST-EOF
118500       READ POST-FILE
118600         AT END
118700           MOVE 'Y' TO POST-EOF-SW
118800         NOT AT END
118900           MOVE POST-RECORD TO POST-NEW-RECORD
119000           PERFORM 4600-WRITE-NEW-POSTING
119100       END-READ
119200     END-PERFORM
119300
119400     CLOSE POST-FILE
119500     CLOSE POST-NEW-FILE
119600
119700     ADD BEFORE-COUNT MOVED-COUNT GIVING PROOF-COUNT
119800     IF PROOF-COUNT NOT = AFTER-COUNT
119900         OR MOVED-COUNT NOT = FOUND-COUNT
120000         OR MOVED-HASH NOT = FOUND-HASH
120100       MOVE 'COPY PASS DISAGREES WITH COUNT PASS - DISCARD'
120200           TO CLOS-MSG-TEXT
120300       PERFORM 9000-REFUSE-RUN
120400     END-IF
120500
120600     EXIT.
120700
120800 4600-WRITE-NEW-POSTING.
120900     WRITE POST-NEW-RECORD
121000     IF POST-NEW-STATUS NOT = '00'
121100       MOVE 'WRITE FAILED ON PARTPOSO - DISCARD IT'
121200           TO CLOS-MSG-TEXT
121300       PERFORM 9000-REFUSE-RUN
121400     END-IF
121500     ADD 1 TO AFTER-COUNT
121600
121700     EXIT.
121800
121900*****************************************************************
122000* 6000-WRITE-PERIOD-CONTROL - THE PERIOD'S ENTRY AS THIS RUN
122100* LEAVES IT, THEN THE WHOLE TABLE TO PERCTLO IN PERIOD ORDER. A
122200* PERIOD CLOSED FOR THE FIRST TIME GOES IN AT ITS PLACE.
122300*****************************************************************
122400 6000-WRITE-PERIOD-CONTROL.
122500     IF PER-POS = 0
122600       IF PER-ENTRY-COUNT >= MAX-PERIOD-ENTRIES
122700         MOVE 'PERIOD TABLE FULL - RAISE MAX-PERIOD-ENTRIES'
122800             TO CLOS-MSG-TEXT
122900         PERFORM 9000-REFUSE-RUN
123000       END-IF
123100       ADD 1 TO PER-ENTRY-COUNT GIVING PER-POS
123200       PERFORM VARYING PER-IDX FROM 1 BY 1
123300         UNTIL PER-IDX > PER-ENTRY-COUNT
123400         IF PER-PERIOD(PER-IDX) > CLOS-PERIOD
123500             AND PER-POS > PER-ENTRY-COUNT
123600           SET PER-POS TO PER-IDX
123700         END-IF
123800       END-PERFORM
123900       PERFORM VARYING PER-SHIFT-IDX FROM PER-ENTRY-COUNT
124000           BY -1 UNTIL PER-SHIFT-IDX < PER-POS
124100         MOVE PER-ENTRY(PER-SHIFT-IDX)
124200             TO PER-ENTRY(PER-SHIFT-IDX + 1)
124300       END-PERFORM
124400       ADD 1 TO PER-ENTRY-COUNT
124500       MOVE CLOS-PERIOD TO PER-PERIOD(PER-POS)
124600       MOVE 0 TO PER-REOPEN-DATE(PER-POS)
124700       MOVE SPACE TO PER-REOPEN-BY(PER-POS)
124800     END-IF
124900
125000     IF CLOSE-ACTION
125100       MOVE 'C' TO PER-STAT(PER-POS)
125200       MOVE CLOS-SEQ TO PER-CLOSE-SEQ(PER-POS)
125300       MOVE CLOS-EFF-DATE TO PER-CLOSE-DATE(PER-POS)
125400       MOVE MOVED-COUNT TO PER-COUNT(PER-POS)
125500       MOVE MOVED-HASH TO PER-HASH(PER-POS)
125600       MOVE FIRST-FEED-DATE TO PER-FIRST-FEED(PER-POS)
125700       MOVE LAST-FEED-DATE TO PER-LAST-FEED(PER-POS)
125800     ELSE
125900       MOVE 'O' TO PER-STAT(PER-POS)
126000       MOVE CLOS-EFF-DATE TO PER-REOPEN-DATE(PER-POS)
126100       MOVE CLOS-REQUESTER TO PER-REOPEN-BY(PER-POS)
126200     END-IF
126300
126400     OPEN OUTPUT PERCTL-OUT-FILE
126500     IF PERCTL-OUT-STATUS NOT = '00'
126600       MOVE 'PERCTLO WILL NOT OPEN' TO CLOS-MSG-TEXT
126700       PERFORM 9000-REFUSE-RUN
126800     END-IF
126900
127000     PERFORM VARYING PER-IDX FROM 1 BY 1
127100       UNTIL PER-IDX > PER-ENTRY-COUNT
127200       MOVE SPACE TO PERCTL-OUT-RECORD
127300       MOVE PER-ENTRY(PER-IDX) TO PERCTL-OUT-RECORD(1:69)
127400       WRITE PERCTL-OUT-RECORD
127500       IF PERCTL-OUT-STATUS NOT = '00'
127600         MOVE 'WRITE FAILED ON PERCTLO - DISCARD IT'
127700             TO CLOS-MSG-TEXT
127800         PERFORM 9000-REFUSE-RUN
127900       END-IF
128000     END-PERFORM
128100
128200     CLOSE PERCTL-OUT-FILE
128300
128400     EXIT.
128500
128600*****************************************************************
128700* 7000-WRITE-LEDGER - THE DATED CLOSE OR REOPEN EVENT ON THE
128800* PERIOD LEDGER, WITH THE RECORDS AND HASH THAT MOVED, THE
128900* REASON AND THE REQUESTER.
129000*****************************************************************
129100 7000-WRITE-LEDGER.
129200     OPEN EXTEND LEDG-FILE
129300     IF LEDG-STATUS NOT = '00' AND LEDG-STATUS NOT = '05'
129400       MOVE 'PERLEDG WILL NOT OPEN - NOTHING ENTERED'
129500           TO CLOS-MSG-TEXT
129600       PERFORM 9000-REFUSE-RUN
129700     END-IF
129800
129900     MOVE SPACE TO LEDG-RECORD
130000     IF CLOSE-ACTION
130100       MOVE 'C' TO LEDG-EVENT
130200       MOVE PART-ENTRY-COUNT TO LEDG-PARTS
130300       MOVE SYM-ENTRY-COUNT TO LEDG-SYMBOLS
130400     ELSE
130500       MOVE 'O' TO LEDG-EVENT
130600       MOVE 0 TO LEDG-PARTS
130700       MOVE 0 TO LEDG-SYMBOLS
130800     END-IF
130900     MOVE CLOS-PERIOD TO LEDG-PERIOD
131000     MOVE CLOS-SEQ TO LEDG-CLOSE-SEQ
131100     MOVE CLOS-EFF-DATE TO LEDG-EVENT-DATE
131200     MOVE RUN-DATE TO LEDG-RUN-DATE
131300     MOVE MOVED-COUNT TO LEDG-COUNT
131400     MOVE MOVED-HASH TO LEDG-HASH
131500     MOVE FIRST-FEED-DATE TO LEDG-FIRST-FEED
131600     MOVE LAST-FEED-DATE TO LEDG-LAST-FEED
131700     MOVE CLOS-REASON TO LEDG-REASON
131800     MOVE CLOS-REQUESTER TO LEDG-REQUESTER
131900     MOVE 'PARTCLOS' TO LEDG-PROGRAM
132000     MOVE CARD-REMARKS TO LEDG-REMARKS
132100     WRITE LEDG-RECORD
132200     IF LEDG-STATUS NOT = '00'
132300       MOVE 'WRITE FAILED ON PERLEDG - NOTHING ENTERED'
132400           TO CLOS-MSG-TEXT
132500       PERFORM 9000-REFUSE-RUN
132600     END-IF
132700
132800     CLOSE LEDG-FILE
132900
133000     EXIT.
133100
133200*****************************************************************
133300* 8000-TERMINATE - THE STATEMENT: ON A CLOSE THE PERIOD'S
133400* TOTALS BY PART NUMBER AND BY SYMBOL, THEN FOR EITHER ACTION
133500* THE WHOLE FILE BEFORE AND AFTER, AND THE RETURN CODE GRADE.
133600*****************************************************************
133700 8000-TERMINATE.
133800     MOVE CLOS-SEQ TO CLOS-PERIOD-SEQ-OUT
133900     MOVE CLOS-PERIOD-LINE TO CLOS-RPT-RECORD
134000     WRITE CLOS-RPT-RECORD
134100     MOVE SPACE TO CLOS-RPT-RECORD
134200     WRITE CLOS-RPT-RECORD
134300
134400     IF CLOSE-ACTION
134500       PERFORM 8100-CLOSE-TOTALS-WRITE
134600     END-IF
134700
134800     MOVE 'FIRST FEED DATE  . . . . . ' TO CLOS-COUNT-LABEL
134900     MOVE FIRST-FEED-DATE TO CLOS-COUNT-OUT
135000     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
135100     WRITE CLOS-RPT-RECORD
135200
135300     MOVE 'LAST FEED DATE . . . . . . ' TO CLOS-COUNT-LABEL
135400     MOVE LAST-FEED-DATE TO CLOS-COUNT-OUT
135500     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
135600     WRITE CLOS-RPT-RECORD
135700
135800     MOVE 'PARTPOST RECORDS BEFORE  . ' TO CLOS-COUNT-LABEL
135900     MOVE BEFORE-COUNT TO CLOS-COUNT-OUT
136000     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
136100     WRITE CLOS-RPT-RECORD
136200
136300     IF CLOSE-ACTION
136400       MOVE 'RECORDS ARCHIVED . . . . . ' TO CLOS-COUNT-LABEL
136500     ELSE
136600       MOVE 'RECORDS RESTORED . . . . . ' TO CLOS-COUNT-LABEL
136700     END-IF
136800     MOVE MOVED-COUNT TO CLOS-COUNT-OUT
136900     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
137000     WRITE CLOS-RPT-RECORD
137100
137200     MOVE 'VALUE HASH . . . . . . . . ' TO CLOS-COUNT-LABEL
137300     MOVE MOVED-HASH TO CLOS-COUNT-OUT
137400     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
137500     WRITE CLOS-RPT-RECORD
137600
137700     MOVE 'PARTPOST RECORDS AFTER . . ' TO CLOS-COUNT-LABEL
137800     MOVE AFTER-COUNT TO CLOS-COUNT-OUT
137900     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
138000     WRITE CLOS-RPT-RECORD
138100
138200     MOVE SPACE TO CLOS-RPT-RECORD
138300     WRITE CLOS-RPT-RECORD
138400     IF CLOSE-ACTION
138500       MOVE 'BEFORE = AFTER + ARCHIVED - NO OTHER PERIOD TOUCHED'
138600           TO CLOS-MSG-TEXT
138700       MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
138800       WRITE CLOS-RPT-RECORD
138900       MOVE 'PERIOD CLOSED ON PERCTLO - ITS FEEDS ARE REFUSED'
139000           TO CLOS-MSG-TEXT
139100     ELSE
139200       MOVE 'AFTER = BEFORE + RESTORED - NO OTHER PERIOD TOUCHED'
139300           TO CLOS-MSG-TEXT
139400       MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
139500       WRITE CLOS-RPT-RECORD
139600       MOVE 'RESTORED RECORDS PROVED AGAINST THE CLOSE ON PERCTL'
139700           TO CLOS-MSG-TEXT
139800       MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
139900       WRITE CLOS-RPT-RECORD
140000       MOVE 'PERIOD REOPENED ON PERCTLO - ITS FEEDS POST AGAIN'
140100           TO CLOS-MSG-TEXT
140200     END-IF
140300     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
140400     WRITE CLOS-RPT-RECORD
140500     MOVE 'EVENT ENTERED ON THE PERLEDG PERIOD LEDGER'
140600         TO CLOS-MSG-TEXT
140700     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
140800     WRITE CLOS-RPT-RECORD
140900
141000     IF CLOSE-ACTION AND FOUND-COUNT = 0
141100       MOVE 'NOTHING ON PARTPOST FOR THE PERIOD - CLOSED EMPTY'
141200           TO CLOS-MSG-TEXT
141300       MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
141400       WRITE CLOS-RPT-RECORD
141500     END-IF
141600
141700     CLOSE CLOS-RPT-FILE
141800
141900     DISPLAY 'PARTCLOS - ' CLOS-ACTION ' ' CLOS-PERIOD
142000         ' MOVED ' MOVED-COUNT
142100         ' BEFORE ' BEFORE-COUNT ' AFTER ' AFTER-COUNT
142200
142300     IF CLOSE-ACTION
142400         AND (FOUND-COUNT = 0 OR UNREPLACED-COUNT > 0)
142500       MOVE 4 TO RETURN-CODE
142600     ELSE
142700       MOVE 0 TO RETURN-CODE
142800     END-IF.
142900
143000*****************************************************************
143100* 8100-CLOSE-TOTALS-WRITE - THE PERIOD'S TOTALS, BY PART NUMBER
143200* IN PART NUMBER ORDER AND BY QUALIFYING SYMBOL, AND ANY FEED
143300* DATE THE CLOSE LEAVES BACKED OUT FOR GOOD.
143400*****************************************************************
143500 8100-CLOSE-TOTALS-WRITE.
143600     MOVE 'TOTALS BY PART NUMBER' TO CLOS-MSG-TEXT
143700     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
143800     WRITE CLOS-RPT-RECORD
143900     MOVE 'PART NUMBER' TO CLOS-HDG-KEY
144000     MOVE CLOS-HDG-LINE TO CLOS-RPT-RECORD
144100     WRITE CLOS-RPT-RECORD
144200     PERFORM VARYING PART-IDX FROM 1 BY 1
144300       UNTIL PART-IDX > PART-ENTRY-COUNT
144400       MOVE PART-NO(PART-IDX) TO CLOS-TOTAL-KEY
144500       MOVE PART-POSTINGS(PART-IDX) TO CLOS-TOTAL-POSTINGS
144600       MOVE PART-VALUE-TOTAL(PART-IDX) TO CLOS-TOTAL-VALUE
144700       MOVE CLOS-TOTAL-LINE TO CLOS-RPT-RECORD
144800       WRITE CLOS-RPT-RECORD
144900     END-PERFORM
145000     MOVE 'ALL PARTS' TO CLOS-TOTAL-KEY
145100     MOVE FOUND-COUNT TO CLOS-TOTAL-POSTINGS
145200     MOVE FOUND-VALUE-TOTAL TO CLOS-TOTAL-VALUE
145300     MOVE CLOS-TOTAL-LINE TO CLOS-RPT-RECORD
145400     WRITE CLOS-RPT-RECORD
145500     MOVE SPACE TO CLOS-RPT-RECORD
145600     WRITE CLOS-RPT-RECORD
145700
145800     MOVE 'TOTALS BY QUALIFYING SYMBOL' TO CLOS-MSG-TEXT
145900     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
146000     WRITE CLOS-RPT-RECORD
146100     MOVE 'SYMBOL' TO CLOS-HDG-KEY
146200     MOVE CLOS-HDG-LINE TO CLOS-RPT-RECORD
146300     WRITE CLOS-RPT-RECORD
146400     PERFORM VARYING SYM-IDX FROM 1 BY 1
146500       UNTIL SYM-IDX > SYM-ENTRY-COUNT
146600       MOVE SYM-CHAR(SYM-IDX) TO CLOS-TOTAL-KEY
146700       MOVE SYM-POSTINGS(SYM-IDX) TO CLOS-TOTAL-POSTINGS
146800       MOVE SYM-VALUE-TOTAL(SYM-IDX) TO CLOS-TOTAL-VALUE
146900       MOVE CLOS-TOTAL-LINE TO CLOS-RPT-RECORD
147000       WRITE CLOS-RPT-RECORD
147100     END-PERFORM
147200     MOVE SPACE TO CLOS-RPT-RECORD
147300     WRITE CLOS-RPT-RECORD
147400
147500     PERFORM VARYING BACK-IDX FROM 1 BY 1
147600       UNTIL BACK-IDX > BACK-ENTRY-COUNT
147700       IF BK-REPLACEMENTS(BACK-IDX) < BK-BACKOUTS(BACK-IDX)
147800         MOVE BK-FEED-DATE(BACK-IDX) TO CLOS-BACK-DATE-OUT
147900         MOVE CLOS-BACK-LINE TO CLOS-RPT-RECORD
148000         WRITE CLOS-RPT-RECORD
148100       END-IF
148200     END-PERFORM
148300     IF UNREPLACED-COUNT > 0
148400       MOVE SPACE TO CLOS-RPT-RECORD
148500       WRITE CLOS-RPT-RECORD
148600     END-IF
148700
148800     MOVE 'PART NUMBERS . . . . . . . ' TO CLOS-COUNT-LABEL
148900     MOVE PART-ENTRY-COUNT TO CLOS-COUNT-OUT
149000     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
149100     WRITE CLOS-RPT-RECORD
149200
149300     MOVE 'QUALIFYING SYMBOLS . . . . ' TO CLOS-COUNT-LABEL
149400     MOVE SYM-ENTRY-COUNT TO CLOS-COUNT-OUT
149500     MOVE CLOS-COUNT-LINE TO CLOS-RPT-RECORD
149600     WRITE CLOS-RPT-RECORD
149700
149800     EXIT.
149900
150000*****************************************************************
150100* 9000-REFUSE-RUN - A CHECK OR A PROOF FAILED, OR A FILE WAS NOT
150200* THERE. SAY WHY ON THE REPORT AND THE CONSOLE AND STOP;
150300* NOTHING THIS RUN WROTE IS TO BE CATALOGUED AND NOTHING IS ON
150400* THE LEDGER.
150500*****************************************************************
150600 9000-REFUSE-RUN.
150700     DISPLAY 'PARTCLOS - ' CLOS-ACTION ' REFUSED - ' CLOS-MSG-TEXT
150800     MOVE CLOS-MSG-TEXT TO RUNLOG-REASON
150900     MOVE CLOS-SEQ TO CLOS-PERIOD-SEQ-OUT
151000     MOVE CLOS-PERIOD-LINE TO CLOS-RPT-RECORD
151100     WRITE CLOS-RPT-RECORD
151200     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
151300     WRITE CLOS-RPT-RECORD
151400     MOVE 'REFUSED - KEEP THE CURRENT PARTPOST AND PERCTL'
151500         TO CLOS-MSG-TEXT
151600     MOVE CLOS-MSG-LINE TO CLOS-RPT-RECORD
151700     WRITE CLOS-RPT-RECORD
151800
151900     CLOSE POST-FILE
152000     CLOSE POST-NEW-FILE
152100     CLOSE ARCH-FILE
152200     CLOSE PERCTL-IN-FILE
152300     CLOSE PERCTL-OUT-FILE
152400     CLOSE LEDG-FILE
152500     CLOSE BACK-FILE
152600     CLOSE CLOS-RPT-FILE
152700
152800     MOVE 16 TO RETURN-CODE
152900     PERFORM 9900-WRITE-RUNLOG
153000     STOP RUN.
153100
153200*****************************************************************
153300* 9400-PARM-ABORT - BAD CLOSPARM CARD; THE REASON HAS ALREADY
153400* BEEN NAMED ON THE CONSOLE BY THE CALLER.
153500*****************************************************************
153600 9400-PARM-ABORT.
153700     DISPLAY '    CARD . . . ' PARM-CARD(1:55)
153800
153900     CLOSE CLOSPARM-FILE
154000
154100     MOVE 16 TO RETURN-CODE
154200     MOVE 'BAD CLOSPARM CARD - NOTHING CLOSED OR REOPENED'
154300         TO RUNLOG-REASON
154400     MOVE 'SYSOUT' TO RUNLOG-REPORT
154500     PERFORM 9900-WRITE-RUNLOG
154600     STOP RUN.
154700
154800*****************************************************************
154900* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
155000* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
155100* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
155200* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
155300* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
155400*****************************************************************
155500 9900-WRITE-RUNLOG.
155600     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
155700     MOVE RETURN-CODE TO RUNLOG-RC
155800     MOVE BEFORE-COUNT TO RUNLOG-ROWS
155900     MOVE PART-ENTRY-COUNT TO RUNLOG-PARTS
156000     MOVE MOVED-COUNT TO RUNLOG-POSTED
156100
156200     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
156300       EVALUATE RETURN-CODE
156400         WHEN 4
156500           IF UNREPLACED-COUNT > 0
156600             MOVE 'CLOSED - A BACKED-OUT FEED WAS NEVER REPLACED'
156700                 TO RUNLOG-REASON
156800           ELSE
156900             MOVE 'CLOSED - NOTHING ON PARTPOST FOR THE PERIOD'
157000                 TO RUNLOG-REASON
157100           END-IF
157200         WHEN OTHER
157300           MOVE 'REFUSED - KEEP THE CURRENT PARTPOST AND PERCTL'
157400               TO RUNLOG-REASON
157500       END-EVALUATE
157600     END-IF
157700
157800     OPEN EXTEND RUNLOG-FILE
157900     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
158000       MOVE RUNLOG-LINE TO RUNLOG-RECORD
158100       WRITE RUNLOG-RECORD
158200       CLOSE RUNLOG-FILE
158300     ELSE
158400       DISPLAY 'PARTCLOS - RUNLOG NOT AVAILABLE - STATUS '
158500           RUNLOG-STATUS
158600     END-IF.
