000100*****************************************************************
000200* PROGRAM:    PARTBACK
000300* PURPOSE:    CONTROLLED BACKOUT OF ONE POSTED PARTOUT FEED FROM
000400*             THE CUMULATIVE PARTPOST INVENTORY POSTING FILE -
000500*             FOR A FEED FOUND AFTER POSTING TO COME FROM THE
000600*             WRONG REVISION, OR CAUGHT OUT OF BALANCE AFTER THE
000700*             FACT. A BACKPARM CARD NAMES THE FEED DATE. THE
000800*             JOB REMOVES EXACTLY THAT DATE'S 'P' RECORDS,
000900*             PROVES THE COUNT AND VALUE HASH REMOVED AGAINST THE
001000*             TRAILER OF THE ORIGINAL PARTOUT TRANSMISSION FOR
001100*             THAT DATE, WRITES THE REST OF THE POSTING FILE
001200*             UNCHANGED TO PARTPOSO, AND FILES A DATED 'B' EVENT
001300*             ON THE BACKREG BACKOUT REGISTER. THE PARTLOAD JOB
001400*             READS THE REGISTER AND WILL THEN ACCEPT ONE - AND
001500*             ONLY ONE - REPLACEMENT FEED FOR THE DATE.
001600* AUTHOR:     D. M. HENDRICKS
001700* INSTALLATION: AOC DATA CENTER
001800* DATE-WRITTEN: 2026-10-15
001900*
002000* RETURN CODES: 0 = FEED BACKED OUT, PROVED AND REGISTERED -
002100*                   CATALOGUE PARTPOSO AS THE NEW PARTPOST
002200*              16 = BACKOUT REFUSED (BAD OR MISSING CARD,
002210*                   FEED DATE IN A CLOSED PERIOD,
002300*                   PARTOUT NOT THE FEED NAMED OR NOT INTACT,
002400*                   NOTHING ON PARTPOST FOR THE DATE, OR THE
002500*                   RECORDS ON PARTPOST DISAGREE WITH THE
002600*                   TRAILER) - KEEP THE OLD PARTPOST; NOTHING
002700*                   REGISTERED
002800*
002900* THE CONTROL CARD IS FEED=YYYYMMDD ON BACKPARM, EXACTLY ONCE.
003000* '*' IN COLUMN ONE IS A COMMENT CARD. THE PARTOUT DD MUST
003100* NAME THE RETAINED COPY OF THE TRANSMISSION THAT POSTED ON
003200* THAT DATE - ITS TRAILER IS THE ONLY INDEPENDENT WITNESS TO
003300* WHAT WENT ON, SO A BACKOUT THAT CANNOT BE PROVED AGAINST IT
003400* IS NOT DONE.
003500*
003600* THE BACKOUT REPORT (BACKRPT) SHOWS THE RECORD COUNT OF THE
003700* WHOLE POSTING FILE BEFORE AND AFTER, SO AUDIT CAN SEE THAT
003800* BEFORE = AFTER + REMOVED AND NOTHING ELSE WAS TOUCHED.
003810*
003811* A FEED DATED IN A MONTH THE PARTCLOS JOB HAS CLOSED ON THE
003812* PERCTL PERIOD-CONTROL FILE IS NOT BACKED OUT - ITS RECORDS
003813* ARE IN THE PERIOD ARCHIVE, NOT ON PARTPOST. PARTCLOS MUST
003814* REOPEN THE MONTH FIRST.
003815*
003820* MODIFICATION HISTORY.
003830*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003840*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003850*                  FOR THE RUNSUM MORNING SUMMARY.
003860*   2026-10-15 DMH PERCTL PERIOD-CONTROL FILE CHECKED BEFORE ANY
003870*                  FILE IS READ. A FEED DATE IN A PERIOD CLOSED
003880*                  BY THE PARTCLOS JOB IS REFUSED.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. PARTBACK.
004200 AUTHOR. D. M. HENDRICKS.
004300 INSTALLATION. AOC DATA CENTER.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*    BACKPARM - THE CONTROL CARD NAMING THE FEED DATE.
005100     SELECT BACKPARM-FILE ASSIGN TO BACKPARM
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS BACKPARM-STATUS.
005400
005500*    PARTOUT - THE ORIGINAL TRANSMISSION FOR THE FEED DATE.
005600*    LAYOUTS MUST STAY IN STEP WITH THE PARTOUT-*-LINE LAYOUTS
005700*    IN THE MAIN RUN.
005800     SELECT PART-FILE ASSIGN TO PARTOUT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS PART-STATUS.
006100
006200*    PARTPOST - THE CUMULATIVE POSTING FILE AS IT STANDS.
006300     SELECT POST-FILE ASSIGN TO PARTPOST
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS POST-STATUS.
006600
006700*    PARTPOSO - THE POSTING FILE WITH THE FEED DATE TAKEN OFF,
006800*    EVERY OTHER RECORD IN ITS ORIGINAL ORDER.
006900     SELECT POST-NEW-FILE ASSIGN TO PARTPOSO
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS POST-NEW-STATUS.
007200
007300*    BACKREG - THE BACKOUT REGISTER, ONE EVENT PER RECORD,
007400*    ADDED TO AT THE END BY THIS JOB ('B' BACKOUT) AND BY
007500*    PARTLOAD ('R' REPLACEMENT POSTED). OPTIONAL SO THE FIRST
007600*    BACKOUT STARTS THE FILE ITSELF.
007700     SELECT OPTIONAL BACK-FILE ASSIGN TO BACKREG
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS BACK-STATUS.
007910
007920*    PERCTL - THE PERIOD-CONTROL FILE THE PARTCLOS JOB KEEPS,
007930*    ONE RECORD PER MONTH EVER CLOSED. OPTIONAL - NO FILE MEANS
007940*    NO MONTH WAS EVER CLOSED.
007950     SELECT OPTIONAL PERCTL-FILE ASSIGN TO PERCTL
007960         ORGANIZATION IS LINE SEQUENTIAL
007970         FILE STATUS IS PERCTL-STATUS.
008000
008100*    BACKRPT - THE BACKOUT STATEMENT.
008200     SELECT BACK-RPT-FILE ASSIGN TO BACKRPT
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008410*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
008420*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
008430*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
008440*    A NEW CYCLE STARTS IT.
008450     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
008460         ORGANIZATION IS LINE SEQUENTIAL
008470         FILE STATUS IS RUNLOG-STATUS.
008480
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  BACKPARM-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  BACKPARM-RECORD             PIC X(80).
009000
009100 FD  PART-FILE
009200     RECORD CONTAINS 27 CHARACTERS.
009300 01  PART-RECORD                 PIC X(27).
009400
009500*    KEEP THIS LAYOUT IN STEP WITH THE PARTPOST RECORD IN THE
009600*    PARTLOAD PROGRAM.
009700 FD  POST-FILE
009800     RECORD CONTAINS 35 CHARACTERS.
009900 01  POST-RECORD.
010000     05  POST-REC-ID              PIC X(01).
010100     05  POST-FEED-DATE           PIC 9(08).
010200     05  POST-SCHEM               PIC 9(05).
010300     05  POST-ROW                 PIC 9(05).
010400     05  POST-COL                 PIC 9(05).
010500     05  POST-VALUE               PIC 9(10).
010600     05  POST-SYM                 PIC X(01).
010700
010800 FD  POST-NEW-FILE
010900     RECORD CONTAINS 35 CHARACTERS.
011000 01  POST-NEW-RECORD             PIC X(35).
011100
011200*    KEEP THIS LAYOUT IN STEP WITH THE BACKREG RECORD IN THE
011300*    PARTLOAD PROGRAM.
011400 FD  BACK-FILE
011500     RECORD CONTAINS 60 CHARACTERS.
011600 01  BACK-RECORD.
011700     05  BACK-EVENT               PIC X(01).
011800         88  BACK-BACKED-OUT                VALUE 'B'.
011900         88  BACK-REPLACED                  VALUE 'R'.
012000     05  BACK-FEED-DATE           PIC 9(08).
012100     05  BACK-EVENT-DATE          PIC 9(08).
012200     05  BACK-COUNT               PIC 9(07).
012300     05  BACK-HASH                PIC 9(12).
012400     05  BACK-PROGRAM             PIC X(08).
012500     05  FILLER                   PIC X(16).
012600
012605*    KEEP THIS LAYOUT IN STEP WITH THE PERCTL RECORD IN THE
012610*    PARTCLOS PROGRAM.
012615 FD  PERCTL-FILE
012620     RECORD CONTAINS 80 CHARACTERS.
012625 01  PERCTL-RECORD.
012630     05  PERCTL-PERIOD            PIC 9(06).
012635     05  PERCTL-STAT              PIC X(01).
012640         88  PERCTL-CLOSED                  VALUE 'C'.
012645         88  PERCTL-REOPENED                VALUE 'O'.
012650     05  PERCTL-CLOSE-SEQ         PIC 9(03).
012655     05  PERCTL-CLOSE-DATE        PIC 9(08).
012660     05  PERCTL-COUNT             PIC 9(07).
012665     05  PERCTL-HASH              PIC 9(12).
012670     05  PERCTL-FIRST-FEED        PIC 9(08).
012675     05  PERCTL-LAST-FEED         PIC 9(08).
012680     05  PERCTL-REOPEN-DATE       PIC 9(08).
012685     05  PERCTL-REOPEN-BY         PIC X(08).
012690     05  FILLER                   PIC X(11).
012695
012700 FD  BACK-RPT-FILE
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  BACK-RPT-RECORD             PIC X(80).
012910
012920 FD  RUNLOG-FILE
012930     RECORD CONTAINS 150 CHARACTERS.
012940 01  RUNLOG-RECORD               PIC X(150).
013000
013100 WORKING-STORAGE SECTION.
013200*    THE THREE VIEWS OF A PARTOUT RECORD, AS THE SOLUTION RUN
013300*    WRITES THEM.
013400 01  PARTOUT-HDR-LINE.
013500     05  PARTOUT-HDR-ID           PIC X(01).
013600     05  PARTOUT-HDR-DATE         PIC 9(08).
013700     05  FILLER                   PIC X(18).
013800
013900 01  PARTOUT-DTL-LINE.
014000     05  PARTOUT-DTL-ID           PIC X(01).
014100     05  PARTOUT-DTL-SCHEM        PIC 9(05).
014200     05  PARTOUT-DTL-ROW          PIC 9(05).
014300     05  PARTOUT-DTL-COL          PIC 9(05).
014400     05  PARTOUT-DTL-VALUE        PIC 9(10).
014500     05  PARTOUT-DTL-SYM          PIC X(01).
014600
014700 01  PARTOUT-TRL-LINE.
014800     05  PARTOUT-TRL-ID           PIC X(01).
014900     05  PARTOUT-TRL-COUNT        PIC 9(07).
015000     05  PARTOUT-TRL-HASH         PIC 9(12).
015100     05  FILLER                   PIC X(07).
015200
015300 01  SWITCHES.
015400     05  PART-EOF-SW             PIC X(01) VALUE 'N'.
015500         88  PART-EOF                       VALUE 'Y'.
015600     05  POST-EOF-SW             PIC X(01) VALUE 'N'.
015700         88  POST-EOF                       VALUE 'Y'.
015800     05  HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
015900         88  HEADER-SEEN                    VALUE 'Y'.
016000     05  TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
016100         88  TRAILER-SEEN                   VALUE 'Y'.
016200     05  FEED-SEEN-SW            PIC X(01) VALUE 'N'.
016300         88  FEED-SEEN                      VALUE 'Y'.
016310     05  PERCTL-EOF-SW           PIC X(01) VALUE 'N'.
016320         88  PERCTL-EOF                     VALUE 'Y'.
016400
016500 01  BACKPARM-STATUS             PIC X(02) VALUE SPACE.
016600 01  PART-STATUS                 PIC X(02) VALUE SPACE.
016700 01  POST-STATUS                 PIC X(02) VALUE SPACE.
016800 01  POST-NEW-STATUS             PIC X(02) VALUE SPACE.
016900 01  BACK-STATUS                 PIC X(02) VALUE SPACE.
016910 01  PERCTL-STATUS               PIC X(02) VALUE SPACE.
017000
017100 01  RUN-DATE                    PIC 9(08) VALUE 0.
017200 01  BACKOUT-DATE                PIC 9(08) VALUE 0.
017210*    THE MONTH THE FEED DATE FALLS IN, YYYYMM, AS ON PERCTL.
017220 01  BACKOUT-PERIOD              PIC 9(06) VALUE 0.
017300
017400*    THE ORIGINAL TRANSMISSION, PROVED AGAINST ITS OWN TRAILER.
017500*    A DETAIL WHOSE VALUE IS NOT NUMERIC WAS SKIPPED BY PARTLOAD
017600*    AND NEVER REACHED PARTPOST, SO IT IS TAKEN OUT OF THE COUNT
017700*    THE REMOVAL MUST MATCH.
017800 01  FEED-RECORD-NO              PIC 9(07) VALUE 0 COMP.
017900 01  FEED-DETAIL-COUNT           PIC 9(07) VALUE 0 COMP.
018000 01  FEED-SKIP-COUNT             PIC 9(07) VALUE 0 COMP.
018100 01  FEED-HASH                   PIC 9(12) VALUE 0.
018200 01  EXPECT-COUNT                PIC 9(07) VALUE 0 COMP.
018300 01  EXPECT-HASH                 PIC 9(12) VALUE 0.
018400
018500*    THE POSTING FILE. THE FIRST PASS ONLY COUNTS; THE SECOND
018600*    COPIES, AND MUST COME TO THE SAME FIGURES.
018700 01  BEFORE-COUNT                PIC 9(09) VALUE 0 COMP.
018800 01  FOUND-COUNT                 PIC 9(07) VALUE 0 COMP.
018900 01  FOUND-HASH                  PIC 9(12) VALUE 0.
019000 01  AFTER-COUNT                 PIC 9(09) VALUE 0 COMP.
019100 01  REMOVED-COUNT               PIC 9(07) VALUE 0 COMP.
019200 01  REMOVED-HASH                PIC 9(12) VALUE 0.
019300 01  PROOF-COUNT                 PIC 9(09) VALUE 0 COMP.
019400
019500*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
019600 01  PARM-CARD                   PIC X(80).
019700 01  PARM-KEY-FIELD              PIC X(12).
019800 01  PARM-VAL-FIELD              PIC X(20).
019900 01  PARM-EXTRA-FIELD            PIC X(20).
020000 01  PARM-NUM                    PIC 9(10) VALUE 0.
020100 01  PARM-PTR                    PIC 9(03) VALUE 0 COMP.
020200 01  PARM-NUM-OK-SW              PIC X(01) VALUE 'N'.
020300     88  PARM-NUM-OK                       VALUE 'Y'.
020400 01  PARM-DIGITS-DONE-SW         PIC X(01) VALUE 'N'.
020500     88  PARM-DIGITS-DONE                  VALUE 'Y'.
020600 01  PARM-DIGIT-COUNT            PIC 9(02) VALUE 0 COMP.
020700
020800*    BACKRPT REPORT LINE LAYOUTS.
020900 01  BACK-TITLE-LINE.
021000     05  FILLER                   PIC X(40) VALUE
021100         'PARTPOST FEED BACKOUT REPORT'.
021200
021300 01  BACK-DATE-LINE.
021400     05  BACK-DATE-LABEL          PIC X(12) VALUE SPACE.
021500     05  BACK-DATE-OUT            PIC 9999/99/99.
021600
021700 01  BACK-COUNT-LINE.
021800     05  BACK-COUNT-LABEL         PIC X(28).
021900     05  BACK-COUNT-OUT           PIC Z(12)9.
022000
022100 01  BACK-MSG-LINE.
022200     05  BACK-MSG-TEXT            PIC X(60) VALUE SPACE.
022210
022220*    THE REFUSAL FOR A FEED DATED IN A CLOSED PERIOD.
022230 01  BACK-LOCK-MSG.
022240     05  FILLER                   PIC X(23) VALUE
022250         'FEED DATE IS IN PERIOD '.
022260     05  BACK-LOCK-PERIOD         PIC 9(06).
022270     05  FILLER                   PIC X(20) VALUE
022280         ' - CLOSED ON PERCTL '.
022290     05  BACK-LOCK-DATE           PIC 9(08).
022300
022304*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
022308*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
022312 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
022316 01  RUNLOG-LINE.
022320     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTBACK'.
022324     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
022328     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
022332     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
022336     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
022340     05  RUNLOG-RC               PIC 9(03) VALUE 0.
022344     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
022348     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
022352     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
022356     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
022360     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
022364     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
022368     05  RUNLOG-REPORT           PIC X(08) VALUE 'BACKRPT'.
022372     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
022376     05  FILLER                  PIC X(05) VALUE SPACE.
022380
022400 PROCEDURE DIVISION.
022500
022600*****************************************************************
022700* 0000-MAINLINE.
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100     PERFORM 2000-PROVE-ORIGINAL
023200     PERFORM 3000-COUNT-POSTINGS
023300     PERFORM 4000-WRITE-NEW-POSTING
023400     PERFORM 5000-REGISTER-BACKOUT
023500     PERFORM 8000-TERMINATE
023510     PERFORM 9900-WRITE-RUNLOG
023600     STOP RUN.
023700
023800*****************************************************************
023900* 1000-INITIALIZE - THE CARD FIRST; WITHOUT A FEED DATE THERE
024000* IS NOTHING TO DO AND NOTHING IS OPENED.
024100*****************************************************************
024200 1000-INITIALIZE.
024210     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
024220                                        RUNLOG-CYCLE-DATE
024230     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
024240
024300     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
024400
024500     PERFORM 1100-LOAD-PARMS
024600
024700     IF NOT FEED-SEEN
024800       DISPLAY 'PARTBACK - NO FEED=YYYYMMDD CARD ON BACKPARM'
024900       MOVE 16 TO RETURN-CODE
024910       MOVE 'NO FEED=YYYYMMDD CARD ON BACKPARM' TO RUNLOG-REASON
024920       MOVE 'SYSOUT' TO RUNLOG-REPORT
024930       PERFORM 9900-WRITE-RUNLOG
025000       STOP RUN
025100     END-IF
025200
025300     OPEN OUTPUT BACK-RPT-FILE
025400
025500     MOVE BACK-TITLE-LINE TO BACK-RPT-RECORD
025600     WRITE BACK-RPT-RECORD
025700     MOVE 'RUN DATE .  ' TO BACK-DATE-LABEL
025800     MOVE RUN-DATE TO BACK-DATE-OUT
025900     MOVE BACK-DATE-LINE TO BACK-RPT-RECORD
026000     WRITE BACK-RPT-RECORD
026100     MOVE 'FEED DATE . ' TO BACK-DATE-LABEL
026200     MOVE BACKOUT-DATE TO BACK-DATE-OUT
026300     MOVE BACK-DATE-LINE TO BACK-RPT-RECORD
026400     WRITE BACK-RPT-RECORD
026500     MOVE SPACE TO BACK-RPT-RECORD
026600     WRITE BACK-RPT-RECORD
026610
026620     PERFORM 1200-CHECK-PERIOD-LOCK
026700
026800     EXIT.
026900
027000*****************************************************************
027100* 1100-LOAD-PARMS - PICK THE FEED CARD OFF BACKPARM. A BAD
027200* CARD STOPS THE JOB BEFORE ANY FILE IS TOUCHED.
027300*****************************************************************
027400 1100-LOAD-PARMS.
027500     OPEN INPUT BACKPARM-FILE
027600
027700     IF BACKPARM-STATUS = '00'
027800       PERFORM UNTIL BACKPARM-STATUS NOT = '00'
027900         READ BACKPARM-FILE
028000           AT END
028100             CONTINUE
028200           NOT AT END
028300             MOVE BACKPARM-RECORD TO PARM-CARD
028400             PERFORM 1110-APPLY-PARM-CARD
028500                 THRU 1110-APPLY-PARM-CARD-EXIT
028600         END-READ
028700       END-PERFORM
028800       CLOSE BACKPARM-FILE
028900     END-IF
029000
029100     EXIT.
029200
029300 1110-APPLY-PARM-CARD.
029400     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
029500       GO TO 1110-APPLY-PARM-CARD-EXIT
029600     END-IF
029700
029800     MOVE SPACE TO PARM-KEY-FIELD
029900     MOVE SPACE TO PARM-VAL-FIELD
030000     MOVE SPACE TO PARM-EXTRA-FIELD
030100     UNSTRING PARM-CARD DELIMITED BY '='
030200         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
030300
030400     IF PARM-KEY-FIELD NOT = 'FEED'
030500       DISPLAY 'PARTBACK - UNKNOWN KEYWORD ON BACKPARM CARD'
030600       PERFORM 9400-PARM-ABORT
030700     END-IF
030800
030900     IF PARM-EXTRA-FIELD NOT = SPACE
031000       DISPLAY 'PARTBACK - MORE THAN ONE = ON THE FEED CARD'
031100       PERFORM 9400-PARM-ABORT
031200     END-IF
031300
031400     IF FEED-SEEN
031500       DISPLAY 'PARTBACK - FEED CARD GIVEN TWICE'
031600       PERFORM 9400-PARM-ABORT
031700     END-IF
031800     MOVE 'Y' TO FEED-SEEN-SW
031900
032000     PERFORM 1120-PARSE-NUMBER THRU 1120-PARSE-NUMBER-EXIT
032100     IF NOT PARM-NUM-OK OR PARM-DIGIT-COUNT NOT = 8
032200       DISPLAY 'PARTBACK - FEED MUST BE YYYYMMDD'
032300       PERFORM 9400-PARM-ABORT
032400     END-IF
032500     MOVE PARM-NUM TO BACKOUT-DATE.
032600
032700 1110-APPLY-PARM-CARD-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100* 1120-PARSE-NUMBER - PARM-VAL-FIELD TO AN UNSIGNED NUMBER IN
033200* PARM-NUM, LEADING/TRAILING SPACES ALLOWED, ANYTHING ELSE
033300* REFUSED - THE SAME RULE THE MAIN RUN APPLIES TO ITS CARDS.
033400*****************************************************************
033500 1120-PARSE-NUMBER.
033600     MOVE 0 TO PARM-NUM
033700     MOVE 'N' TO PARM-NUM-OK-SW
033800     MOVE 'N' TO PARM-DIGITS-DONE-SW
033900     MOVE 0 TO PARM-DIGIT-COUNT
034000
034100     PERFORM VARYING PARM-PTR FROM 1 BY 1 UNTIL PARM-PTR > 20
034200       EVALUATE TRUE
034300         WHEN PARM-VAL-FIELD(PARM-PTR:1) NUMERIC
034400           IF PARM-DIGITS-DONE
034500             MOVE 'N' TO PARM-NUM-OK-SW
034600             GO TO 1120-PARSE-NUMBER-EXIT
034700           END-IF
034800           ADD 1 TO PARM-DIGIT-COUNT
034900           IF PARM-DIGIT-COUNT > 10
035000             MOVE 'N' TO PARM-NUM-OK-SW
035100             GO TO 1120-PARSE-NUMBER-EXIT
035200           END-IF
035300           MULTIPLY PARM-NUM BY 10 GIVING PARM-NUM
035400           ADD FUNCTION NUMVAL(PARM-VAL-FIELD(PARM-PTR:1))
035500               TO PARM-NUM
035600           MOVE 'Y' TO PARM-NUM-OK-SW
035700         WHEN PARM-VAL-FIELD(PARM-PTR:1) = SPACE
035800           IF PARM-NUM-OK
035900             MOVE 'Y' TO PARM-DIGITS-DONE-SW
036000           END-IF
036100         WHEN OTHER
036200           MOVE 'N' TO PARM-NUM-OK-SW
036300           GO TO 1120-PARSE-NUMBER-EXIT
036400       END-EVALUATE
036500     END-PERFORM.
036600
036700 1120-PARSE-NUMBER-EXIT.
036702     EXIT.
036704
036706*****************************************************************
036708* 1200-CHECK-PERIOD-LOCK - THE FEED DATE'S MONTH ON PERCTL. A
036710* MONTH THE PARTCLOS JOB HAS CLOSED HAS ITS RECORDS IN THE
036712* PERIOD ARCHIVE AND ITS FIGURES REPORTED; IT MUST BE REOPENED
036714* BEFORE ANY FEED IN IT IS BACKED OUT. A PERCTL THAT WILL NOT
036716* OPEN OR READ REFUSES THE BACKOUT.
036718*****************************************************************
036720 1200-CHECK-PERIOD-LOCK.
036722     DIVIDE BACKOUT-DATE BY 100 GIVING BACKOUT-PERIOD
036724
036726     OPEN INPUT PERCTL-FILE
036728     IF PERCTL-STATUS NOT = '00' AND PERCTL-STATUS NOT = '05'
036730       MOVE 'PERCTL WILL NOT OPEN - PERIOD LOCK NOT PROVED'
036732           TO BACK-MSG-TEXT
036734       PERFORM 9000-REFUSE-BACKOUT
036736     END-IF
036738
036740     PERFORM UNTIL PERCTL-EOF
036742       READ PERCTL-FILE
036744         AT END
036746           MOVE 'Y' TO PERCTL-EOF-SW
036748         NOT AT END
036750           IF PERCTL-PERIOD = BACKOUT-PERIOD AND PERCTL-CLOSED
036752             MOVE BACKOUT-PERIOD TO BACK-LOCK-PERIOD
036754             MOVE PERCTL-CLOSE-DATE TO BACK-LOCK-DATE
036756             MOVE BACK-LOCK-MSG TO BACK-MSG-TEXT
036758             PERFORM 9000-REFUSE-BACKOUT
036760           END-IF
036762       END-READ
036764       IF PERCTL-STATUS NOT = '00' AND PERCTL-STATUS NOT = '10'
036766           AND PERCTL-STATUS NOT = '05'
036768         MOVE 'READ FAILED ON PERCTL - PERIOD LOCK NOT PROVED'
036770             TO BACK-MSG-TEXT
036772         PERFORM 9000-REFUSE-BACKOUT
036774       END-IF
036776     END-PERFORM
036778
036780     CLOSE PERCTL-FILE
036782
036800     EXIT.
036900
037000*****************************************************************
037100* 2000-PROVE-ORIGINAL - THE PARTOUT NAMED MUST BE THE FEED
037200* BEING BACKED OUT (HEADER DATE = THE CARD'S DATE) AND MUST
037300* STILL PROVE AGAINST ITS OWN TRAILER, AS PARTLOAD PROVED IT
037400* THE DAY IT POSTED. ONLY THEN IS ITS TRAILER A FIT WITNESS.
037500*****************************************************************
037600 2000-PROVE-ORIGINAL.
037700     OPEN INPUT PART-FILE
037800     IF PART-STATUS NOT = '00'
037900       MOVE 'PARTOUT MISSING - NO ORIGINAL TRAILER TO PROVE BY'
038000           TO BACK-MSG-TEXT
038100       PERFORM 9000-REFUSE-BACKOUT
038200     END-IF
038300
038400     PERFORM 2100-READ-FEED
038500     PERFORM 2200-PROVE-ONE-RECORD
038600         UNTIL PART-EOF
038700
038800     IF NOT HEADER-SEEN
038900       MOVE 'PARTOUT IS EMPTY - NO HEADER RECORD'
039000           TO BACK-MSG-TEXT
039100       PERFORM 9000-REFUSE-BACKOUT
039200     END-IF
039300
039400     IF NOT TRAILER-SEEN
039500       MOVE 'PARTOUT HAS NO TRAILER - NOT THE WHOLE FEED'
039600           TO BACK-MSG-TEXT
039700       PERFORM 9000-REFUSE-BACKOUT
039800     END-IF
039900
040000     CLOSE PART-FILE
040100
040200     SUBTRACT FEED-SKIP-COUNT FROM PARTOUT-TRL-COUNT
040300         GIVING EXPECT-COUNT
040400     MOVE PARTOUT-TRL-HASH TO EXPECT-HASH
040500
040600     EXIT.
040700
040800 2100-READ-FEED.
040900     READ PART-FILE
041000       AT END
041100         MOVE 'Y' TO PART-EOF-SW
041200       NOT AT END
041300         ADD 1 TO FEED-RECORD-NO
041400     END-READ.
041500
041600*****************************************************************
041700* 2200-PROVE-ONE-RECORD - THE SAME CHECKS PARTLOAD MAKES, BUT
041800* AGAINST THE CARD'S FEED DATE RATHER THAN A CYCLE DATE.
041900*****************************************************************
042000 2200-PROVE-ONE-RECORD.
042100     IF TRAILER-SEEN
042200       MOVE 'PARTOUT HAS RECORDS AFTER THE TRAILER'
042300           TO BACK-MSG-TEXT
042400       PERFORM 9000-REFUSE-BACKOUT
042500     END-IF
042600
042700     EVALUATE PART-RECORD(1:1)
042800       WHEN 'H'
042900         IF HEADER-SEEN OR FEED-RECORD-NO NOT = 1
043000           MOVE 'PARTOUT HEADER MISPLACED OR REPEATED'
043100               TO BACK-MSG-TEXT
043200           PERFORM 9000-REFUSE-BACKOUT
043300         END-IF
043400         MOVE PART-RECORD TO PARTOUT-HDR-LINE
043500         IF PARTOUT-HDR-DATE NOT NUMERIC
043600           OR PARTOUT-HDR-DATE NOT = BACKOUT-DATE
043700           MOVE 'PARTOUT IS NOT THE FEED FOR THE DATE NAMED'
043800               TO BACK-MSG-TEXT
043900           PERFORM 9000-REFUSE-BACKOUT
044000         END-IF
044100         MOVE 'Y' TO HEADER-SEEN-SW
044200       WHEN 'D'
044300         IF NOT HEADER-SEEN
044400           MOVE 'PARTOUT DETAIL BEFORE THE HEADER'
044500               TO BACK-MSG-TEXT
044600           PERFORM 9000-REFUSE-BACKOUT
044700         END-IF
044800         MOVE PART-RECORD TO PARTOUT-DTL-LINE
044900         ADD 1 TO FEED-DETAIL-COUNT
045000         IF PARTOUT-DTL-VALUE NUMERIC
045100           ADD PARTOUT-DTL-VALUE TO FEED-HASH
045200         ELSE
045300           ADD 1 TO FEED-SKIP-COUNT
045400         END-IF
045500       WHEN 'T'
045600         IF NOT HEADER-SEEN
045700           MOVE 'PARTOUT TRAILER BEFORE THE HEADER'
045800               TO BACK-MSG-TEXT
045900           PERFORM 9000-REFUSE-BACKOUT
046000         END-IF
046100         MOVE PART-RECORD TO PARTOUT-TRL-LINE
046200         IF PARTOUT-TRL-COUNT NOT NUMERIC
046300           OR PARTOUT-TRL-HASH NOT NUMERIC
046400           OR PARTOUT-TRL-COUNT NOT = FEED-DETAIL-COUNT
046500           OR PARTOUT-TRL-HASH NOT = FEED-HASH
046600           MOVE 'PARTOUT DOES NOT PROVE AGAINST ITS OWN TRAILER'
046700               TO BACK-MSG-TEXT
046800           PERFORM 9000-REFUSE-BACKOUT
046900         END-IF
047000         MOVE 'Y' TO TRAILER-SEEN-SW
047100       WHEN OTHER
047200         MOVE 'UNKNOWN RECORD TYPE ON PARTOUT' TO BACK-MSG-TEXT
047300         PERFORM 9000-REFUSE-BACKOUT
047400     END-EVALUATE
047500
047600     PERFORM 2100-READ-FEED.
047700
047800*****************************************************************
047900* 3000-COUNT-POSTINGS - PASS ONE OF THE POSTING FILE: COUNT THE
048000* WHOLE FILE, AND COUNT AND HASH THE FEED DATE'S RECORDS. THE
048100* BACKOUT GOES AHEAD ONLY IF THOSE AGREE WITH THE TRAILER -
048200* A DATE POSTED TWICE, OR POSTED SHORT, IS NOT A FEED THIS JOB
048300* CAN TAKE OFF CLEANLY AND NEEDS A LOOK BEFORE ANYTHING MOVES.
048400*****************************************************************
048500 3000-COUNT-POSTINGS.
048600     OPEN INPUT POST-FILE
048700     IF POST-STATUS NOT = '00'
048800       MOVE 'PARTPOST MISSING - NOTHING TO BACK OUT'
048900           TO BACK-MSG-TEXT
049000       PERFORM 9000-REFUSE-BACKOUT
049100     END-IF
049200
049300     PERFORM UNTIL POST-EOF
049400       READ POST-FILE
049500         AT END
049600           MOVE 'Y' TO POST-EOF-SW
049700         NOT AT END
049800           ADD 1 TO BEFORE-COUNT
049900           IF POST-FEED-DATE = BACKOUT-DATE
050000             ADD 1 TO FOUND-COUNT
050100             ADD POST-VALUE TO FOUND-HASH
050200           END-IF
050300       END-READ
050400     END-PERFORM
050500
050600     CLOSE POST-FILE
050700
050800     IF FOUND-COUNT = 0
050900       MOVE 'NOTHING ON PARTPOST FOR THE FEED DATE'
051000           TO BACK-MSG-TEXT
051100       PERFORM 9000-REFUSE-BACKOUT
051200     END-IF
051300
051400     IF FOUND-COUNT NOT = EXPECT-COUNT
051500       MOVE 'POSTED COUNT FOR THE DATE DISAGREES WITH TRAILER'
051600           TO BACK-MSG-TEXT
051700       PERFORM 9000-REFUSE-BACKOUT
051800     END-IF
051900
052000     IF FOUND-HASH NOT = EXPECT-HASH
052100       MOVE 'POSTED HASH FOR THE DATE DISAGREES WITH TRAILER'
052200           TO BACK-MSG-TEXT
052300       PERFORM 9000-REFUSE-BACKOUT
052400     END-IF
052500
052600     EXIT.
052700
052800*****************************************************************
052900* 4000-WRITE-NEW-POSTING - PASS TWO: EVERY RECORD NOT OF THE
053000* FEED DATE GOES TO PARTPOSO AS IT STANDS. THE REMOVED RECORDS
053100* ARE COUNTED AND HASHED AGAIN, AND BEFORE MUST EQUAL AFTER
053200* PLUS REMOVED, OR PARTPOSO IS NOT TO BE USED.
053300*****************************************************************
053400 4000-WRITE-NEW-POSTING.
053500     MOVE 'N' TO POST-EOF-SW
053600     OPEN INPUT POST-FILE
053700     IF POST-STATUS NOT = '00'
053800       MOVE 'PARTPOST UNREADABLE ON THE COPY PASS'
053900           TO BACK-MSG-TEXT
054000       PERFORM 9000-REFUSE-BACKOUT
054100     END-IF
054200
054300     OPEN OUTPUT POST-NEW-FILE
054400     IF POST-NEW-STATUS NOT = '00'
054500       MOVE 'PARTPOSO WILL NOT OPEN' TO BACK-MSG-TEXT
054600       PERFORM 9000-REFUSE-BACKOUT
054700     END-IF
054800
054900     PERFORM UNTIL POST-EOF
055000       READ POST-FILE
055100         AT END
055200           MOVE 'Y' TO POST-EOF-SW
055300         NOT AT END
055400           PERFORM 4100-COPY-ONE-POSTING
055500       END-READ
055600     END-PERFORM
055700
055800     CLOSE POST-FILE
055900     CLOSE POST-NEW-FILE
056000
056100     ADD AFTER-COUNT REMOVED-COUNT GIVING PROOF-COUNT
056200     IF PROOF-COUNT NOT = BEFORE-COUNT
056300       OR REMOVED-COUNT NOT = FOUND-COUNT
056400       OR REMOVED-HASH NOT = FOUND-HASH
056500       MOVE 'COPY PASS DISAGREES WITH COUNT PASS - DISCARD'
056600           TO BACK-MSG-TEXT
056700       PERFORM 9000-REFUSE-BACKOUT
056800     END-IF
056900
057000     EXIT.
057100
057200 4100-COPY-ONE-POSTING.
057300     IF POST-FEED-DATE = BACKOUT-DATE
057400       ADD 1 TO REMOVED-COUNT
057500       ADD POST-VALUE TO REMOVED-HASH
057600     ELSE
057700       MOVE POST-RECORD TO POST-NEW-RECORD
057800       WRITE POST-NEW-RECORD
057900       IF POST-NEW-STATUS NOT = '00'
058000         MOVE 'WRITE FAILED ON PARTPOSO - DISCARD IT'
058100             TO BACK-MSG-TEXT
058200         PERFORM 9000-REFUSE-BACKOUT
058300       END-IF
058400       ADD 1 TO AFTER-COUNT
058500     END-IF
058600
058700     EXIT.
058800
058900*****************************************************************
059000* 5000-REGISTER-BACKOUT - THE DATED 'B' EVENT THAT LETS ONE
059100* REPLACEMENT FEED FOR THE DATE THROUGH PARTLOAD.
059200*****************************************************************
059300 5000-REGISTER-BACKOUT.
059400     OPEN EXTEND BACK-FILE
059500     IF BACK-STATUS NOT = '00' AND BACK-STATUS NOT = '05'
059600       MOVE 'BACKREG WILL NOT OPEN - BACKOUT NOT REGISTERED'
059700           TO BACK-MSG-TEXT
059800       PERFORM 9000-REFUSE-BACKOUT
059900     END-IF
060000
060100     MOVE SPACE TO BACK-RECORD
060200     MOVE 'B' TO BACK-EVENT
060300     MOVE BACKOUT-DATE TO BACK-FEED-DATE
060400     MOVE RUN-DATE TO BACK-EVENT-DATE
060500     MOVE REMOVED-COUNT TO BACK-COUNT
060600     MOVE REMOVED-HASH TO BACK-HASH
060700     MOVE 'PARTBACK' TO BACK-PROGRAM
060800     WRITE BACK-RECORD
060900     IF BACK-STATUS NOT = '00'
061000       MOVE 'WRITE FAILED ON BACKREG - BACKOUT NOT REGISTERED'
061100           TO BACK-MSG-TEXT
061200       PERFORM 9000-REFUSE-BACKOUT
061300     END-IF
061400
061500     CLOSE BACK-FILE
061600
061700     EXIT.
061800
061900*****************************************************************
062000* 8000-TERMINATE - THE BACKOUT STATEMENT: THE WITNESS, WHAT WAS
062100* FOUND AND REMOVED, AND THE WHOLE FILE BEFORE AND AFTER.
062200*****************************************************************
062300 8000-TERMINATE.
062400     MOVE 'PARTOUT TRAILER COUNT  . . ' TO BACK-COUNT-LABEL
062500     MOVE PARTOUT-TRL-COUNT TO BACK-COUNT-OUT
062600     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
062700     WRITE BACK-RPT-RECORD
062800
062900     MOVE 'PARTOUT TRAILER HASH . . . ' TO BACK-COUNT-LABEL
063000     MOVE PARTOUT-TRL-HASH TO BACK-COUNT-OUT
063100     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
063200     WRITE BACK-RPT-RECORD
063300
063400     MOVE 'DETAILS NEVER POSTED . . . ' TO BACK-COUNT-LABEL
063500     MOVE FEED-SKIP-COUNT TO BACK-COUNT-OUT
063600     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
063700     WRITE BACK-RPT-RECORD
063800
063900     MOVE SPACE TO BACK-RPT-RECORD
064000     WRITE BACK-RPT-RECORD
064100
064200     MOVE 'PARTPOST RECORDS BEFORE  . ' TO BACK-COUNT-LABEL
064300     MOVE BEFORE-COUNT TO BACK-COUNT-OUT
064400     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
064500     WRITE BACK-RPT-RECORD
064600
064700     MOVE 'RECORDS REMOVED  . . . . . ' TO BACK-COUNT-LABEL
064800     MOVE REMOVED-COUNT TO BACK-COUNT-OUT
064900     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
065000     WRITE BACK-RPT-RECORD
065100
065200     MOVE 'VALUE HASH REMOVED . . . . ' TO BACK-COUNT-LABEL
065300     MOVE REMOVED-HASH TO BACK-COUNT-OUT
065400     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
065500     WRITE BACK-RPT-RECORD
065600
065700     MOVE 'PARTPOST RECORDS AFTER . . ' TO BACK-COUNT-LABEL
065800     MOVE AFTER-COUNT TO BACK-COUNT-OUT
065900     MOVE BACK-COUNT-LINE TO BACK-RPT-RECORD
066000     WRITE BACK-RPT-RECORD
066100
066200     MOVE SPACE TO BACK-RPT-RECORD
066300     WRITE BACK-RPT-RECORD
066400     MOVE 'BEFORE = AFTER + REMOVED - NO OTHER DATE TOUCHED'
066500         TO BACK-MSG-TEXT
066600     MOVE BACK-MSG-LINE TO BACK-RPT-RECORD
066700     WRITE BACK-RPT-RECORD
066800     MOVE 'REMOVED COUNT AND HASH PROVED AGAINST THE TRAILER'
066900         TO BACK-MSG-TEXT
067000     MOVE BACK-MSG-LINE TO BACK-RPT-RECORD
067100     WRITE BACK-RPT-RECORD
067200     MOVE 'BACKOUT REGISTERED - ONE REPLACEMENT FEED ALLOWED'
067300         TO BACK-MSG-TEXT
067400     MOVE BACK-MSG-LINE TO BACK-RPT-RECORD
067500     WRITE BACK-RPT-RECORD
067600
067700     CLOSE BACK-RPT-FILE
067800
067900     DISPLAY 'PARTBACK - REMOVED ' REMOVED-COUNT
068000         ' BEFORE ' BEFORE-COUNT ' AFTER ' AFTER-COUNT
068100
068200     MOVE 0 TO RETURN-CODE.
068300
068400*****************************************************************
068500* 9000-REFUSE-BACKOUT - A PROOF FAILED OR A FILE WAS NOT THERE.
068600* SAY WHY ON THE REPORT AND THE CONSOLE AND STOP; PARTPOSO IS
068700* NOT TO BE CATALOGUED AND NOTHING IS REGISTERED.
068800*****************************************************************
068900 9000-REFUSE-BACKOUT.
069000     DISPLAY 'PARTBACK - BACKOUT REFUSED - ' BACK-MSG-TEXT
069010     MOVE BACK-MSG-TEXT TO RUNLOG-REASON
069100     MOVE BACK-MSG-LINE TO BACK-RPT-RECORD
069200     WRITE BACK-RPT-RECORD
069300     MOVE 'BACKOUT REFUSED - KEEP THE CURRENT PARTPOST'
069400         TO BACK-MSG-TEXT
069500     MOVE BACK-MSG-LINE TO BACK-RPT-RECORD
069600     WRITE BACK-RPT-RECORD
069700
069800     CLOSE PART-FILE
069900     CLOSE POST-FILE
070000     CLOSE POST-NEW-FILE
070100     CLOSE BACK-FILE
070110     CLOSE PERCTL-FILE
070200     CLOSE BACK-RPT-FILE
070300
070400     MOVE 16 TO RETURN-CODE
070410     PERFORM 9900-WRITE-RUNLOG
070500     STOP RUN.
070600
070700*****************************************************************
070800* 9400-PARM-ABORT - BAD BACKPARM CARD; THE REASON HAS ALREADY
070900* BEEN NAMED ON THE CONSOLE BY THE CALLER.
071000*****************************************************************
071100 9400-PARM-ABORT.
071200     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
071300
071400     CLOSE BACKPARM-FILE
071500
071600     MOVE 16 TO RETURN-CODE
071610     MOVE 'BAD BACKPARM CARD - NOTHING BACKED OUT'
071620         TO RUNLOG-REASON
071630     MOVE 'SYSOUT' TO RUNLOG-REPORT
071640     PERFORM 9900-WRITE-RUNLOG
071700     STOP RUN.
071710
071720*****************************************************************
071730* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
071740* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
071750* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
071760* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
071770* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
071780*****************************************************************
071790 9900-WRITE-RUNLOG.
071800     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
071810     MOVE RETURN-CODE TO RUNLOG-RC
071820     MOVE FEED-DETAIL-COUNT TO RUNLOG-ROWS
071830     MOVE REMOVED-COUNT TO RUNLOG-PARTS
071840
071850     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
071860       MOVE 'BACKOUT REFUSED - KEEP THE CURRENT PARTPOST'
071870           TO RUNLOG-REASON
071880     END-IF
071890
071900     OPEN EXTEND RUNLOG-FILE
071910     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
071920       MOVE RUNLOG-LINE TO RUNLOG-RECORD
071930       WRITE RUNLOG-RECORD
071940       CLOSE RUNLOG-FILE
071950     ELSE
071960       DISPLAY 'PARTBACK - RUNLOG NOT AVAILABLE - STATUS '
071970           RUNLOG-STATUS
071980     END-IF.
