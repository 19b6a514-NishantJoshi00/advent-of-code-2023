000100*****************************************************************
000200* PROGRAM:    PARTCONV
000300* PURPOSE:    BUILDS OR RELOADS THE INDEXED PARTMAST PARTS MASTER
000400*             FROM A SEQUENTIAL COPY (PARTSEQ). RUN ONCE TO
000500*             CONVERT THE OLD SEQUENTIAL MASTER - TEN-DIGIT
000600*             RECORDS OR FULL 80-BYTE ONES, IN ANY ORDER - AND
000700*             THEREAFTER TO RELOAD THE MASTER FROM THE NIGHTLY
000800*             PARTUNLD BACKUP AFTER A FAILED MAINTENANCE RUN OR
000900*             LOST DATASET. PARTMAST IS REBUILT FROM EMPTY: EACH
001000*             GOOD RECORD GOES ON BY A KEYED WRITE; A RECORD
001100*             WHOSE PART NUMBER IS NOT NUMERIC, AND A SECOND
001200*             COPY OF A NUMBER ALREADY LOADED, ARE DROPPED AND
001300*             LISTED ON CONVRPT. A RECORD FROM BEFORE THE STATUS
001400*             FIELDS (BLANK OR UNKNOWN STATUS) LOADS AS AN
001500*             ACTIVE PART, BLANK NUMERIC FIELDS AS ZERO AND A
001600*             BLANK UNIT AS 'EA', SO THE MASTER COMES OUT CLEAN
001700*             IN THE FULL LAYOUT. AN EMPTY OR ALL-COMMENT PARTSEQ
001800*             BUILDS AN EMPTY MASTER FOR PARTMNT TO ADD TO.
001900* AUTHOR:     D. M. HENDRICKS
002000* INSTALLATION: AOC DATA CENTER
002100* DATE-WRITTEN: 2026-10-15
002200*
002300* RETURN CODES: 0 = EVERY RECORD LOADED
002400*               4 = ONE OR MORE RECORDS DROPPED - SEE CONVRPT.
002500*                   THE MASTER IS USABLE; THE DROPS NEED A LOOK
002600*              16 = PARTSEQ MISSING, OR PARTMAST WOULD NOT OPEN
002700*                   OR TAKE A WRITE - THE MASTER IS NOT USABLE
002800*                   AND THE NIGHTLY RUN MUST NOT GO
002810*
002820* MODIFICATION HISTORY.
002830*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
002840*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
002850*                  FOR THE RUNSUM MORNING SUMMARY.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. PARTCONV.
003200 AUTHOR. D. M. HENDRICKS.
003300 INSTALLATION. AOC DATA CENTER.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    PARTSEQ - THE SEQUENTIAL MASTER: THE OLD HAND-KEPT DATASET
004100*    ON CONVERSION, THE LATEST PARTUNLD BACKUP ON A RELOAD.
004200     SELECT PARTSEQ-FILE ASSIGN TO PARTSEQ
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS PARTSEQ-STATUS.
004500
004600*    PARTMAST - THE INDEXED MASTER, REBUILT FROM EMPTY.
004700     SELECT PARTMAST-FILE ASSIGN TO PARTMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PARTMAST-PART-NO
005100         FILE STATUS IS PARTMAST-STATUS.
005200
005300*    CONVRPT - THE LOAD LISTING: EVERY DROPPED RECORD WITH THE
005400*    REASON, AND THE READ/LOADED/DROPPED COUNTS.
005500     SELECT CONV-RPT-FILE ASSIGN TO CONVRPT
005600         ORGANIZATION IS LINE SEQUENTIAL.
005610
005620*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
005630*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
005640*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
005650*    A NEW CYCLE STARTS IT.
005660     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS RUNLOG-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*    THE SAME 80-BYTE LAYOUT AS PARTMAST. A TEN-DIGIT RECORD OFF
006100*    THE OLD MASTER READS IN WITH EVERYTHING PAST THE NUMBER
006200*    BLANK.
006300 FD  PARTSEQ-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  PARTSEQ-RECORD.
006600     05  PARTSEQ-PART-NO          PIC 9(10).
006700     05  PARTSEQ-DESC             PIC X(30).
006800     05  PARTSEQ-UOM              PIC X(02).
006900     05  PARTSEQ-STAT             PIC X(01).
007000         88  PARTSEQ-STAT-VALID             VALUE 'A' 'O' 'S'.
007100     05  PARTSEQ-SUPER-BY         PIC 9(10).
007200     05  PARTSEQ-EFF-DATE         PIC 9(08).
007300     05  PARTSEQ-STAT-DATE        PIC 9(08).
007400     05  FILLER                   PIC X(11).
007500
007600*    KEEP THIS LAYOUT IN STEP WITH THE PARTMAST RECORD IN THE
007700*    MAIN RUN AND IN PARTMNT.
007800 FD  PARTMAST-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  PARTMAST-RECORD.
008100     05  PARTMAST-PART-NO         PIC 9(10).
008200     05  PARTMAST-DESC            PIC X(30).
008300     05  PARTMAST-UOM             PIC X(02).
008400     05  PARTMAST-STAT            PIC X(01).
008500     05  PARTMAST-SUPER-BY        PIC 9(10).
008600     05  PARTMAST-EFF-DATE        PIC 9(08).
008700     05  PARTMAST-STAT-DATE       PIC 9(08).
008800     05  FILLER                   PIC X(11).
008900
009000 FD  CONV-RPT-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CONV-RPT-RECORD             PIC X(80).
009210
009220 FD  RUNLOG-FILE
009230     RECORD CONTAINS 150 CHARACTERS.
009240 01  RUNLOG-RECORD               PIC X(150).
009300
009400 WORKING-STORAGE SECTION.
009500 01  SWITCHES.
009600     05  PARTSEQ-EOF-SW          PIC X(01) VALUE 'N'.
009700         88  PARTSEQ-EOF                    VALUE 'Y'.
009800
009900 01  PARTSEQ-STATUS              PIC X(02) VALUE SPACE.
010000 01  PARTMAST-STATUS             PIC X(02) VALUE SPACE.
010100
010200*    RUN COUNTS FOR THE LISTING AND THE RETURN CODE GRADE.
010300 01  SEQ-READ-COUNT              PIC 9(07) VALUE 0 COMP.
010400 01  SEQ-SKIP-COUNT              PIC 9(07) VALUE 0 COMP.
010500 01  MAST-LOAD-COUNT             PIC 9(07) VALUE 0 COMP.
010600 01  SEQ-BAD-COUNT               PIC 9(07) VALUE 0 COMP.
010700 01  SEQ-DUP-COUNT               PIC 9(07) VALUE 0 COMP.
010800 01  SEQ-FIXED-COUNT             PIC 9(07) VALUE 0 COMP.
010900
011000 01  RUN-DATE                    PIC 9(08) VALUE 0.
011100
011200*    CONVRPT LINE LAYOUTS.
011300 01  CONV-TITLE-LINE.
011400     05  FILLER                   PIC X(40) VALUE
011500         'PARTS MASTER CONVERSION / RELOAD'.
011600
011700 01  CONV-DATE-LINE.
011800     05  CONV-DATE-LABEL          PIC X(11) VALUE 'RUN DATE . '.
011900     05  CONV-DATE-OUT            PIC 9999/99/99.
012000
012100*    ONE DROPPED RECORD, AS READ, WITH THE REASON.
012200 01  CONV-DROP-LINE.
012300     05  CONV-DROP-REASON         PIC X(12).
012400     05  FILLER                   PIC X(02) VALUE SPACE.
012500     05  CONV-DROP-IMAGE          PIC X(53).
012600
012700 01  CONV-COUNT-LINE.
012800     05  CONV-COUNT-LABEL         PIC X(28).
012900     05  CONV-COUNT-OUT           PIC ZZZZZZ9.
013000
013004*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
013008*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
013012 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
013016 01  RUNLOG-LINE.
013020     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTCONV'.
013024     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
013028     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
013032     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
013036     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
013040     05  RUNLOG-RC               PIC 9(03) VALUE 0.
013044     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
013048     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
013052     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
013056     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
013060     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
013064     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
013068     05  RUNLOG-REPORT           PIC X(08) VALUE 'CONVRPT'.
013072     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
013076     05  FILLER                  PIC X(05) VALUE SPACE.
013080
013100 PROCEDURE DIVISION.
013200
013300*****************************************************************
013400* 0000-MAINLINE.
013500*****************************************************************
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800     PERFORM 2000-LOAD-RECORD THRU 2000-LOAD-RECORD-EXIT
013900         UNTIL PARTSEQ-EOF
014000     PERFORM 8000-TERMINATE
014010     PERFORM 9900-WRITE-RUNLOG
014100     STOP RUN.
014200
014300*****************************************************************
014400* 1000-INITIALIZE - PARTSEQ MUST BE THERE - LOADING NOTHING OVER
014500* THE MASTER BECAUSE THE BACKUP WAS NOT STAGED WOULD WIPE IT.
014600* PARTMAST IS OPENED OUTPUT, WHICH EMPTIES IT.
014700*****************************************************************
014800 1000-INITIALIZE.
014810     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
014820                                        RUNLOG-CYCLE-DATE
014830     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
014840
014900     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
015000
015100     OPEN INPUT PARTSEQ-FILE
015200     IF PARTSEQ-STATUS NOT = '00'
015300       DISPLAY 'PARTCONV - PARTSEQ MISSING - STATUS '
015400           PARTSEQ-STATUS ' - PARTMAST LEFT AS IT WAS'
015500       MOVE 16 TO RETURN-CODE
015510       MOVE 'PARTSEQ MISSING - PARTMAST LEFT AS IT WAS'
015520           TO RUNLOG-REASON
015530       MOVE 'SYSOUT' TO RUNLOG-REPORT
015540       PERFORM 9900-WRITE-RUNLOG
015600       STOP RUN
015700     END-IF
015800
015900     OPEN OUTPUT PARTMAST-FILE
016000     IF PARTMAST-STATUS NOT = '00'
016100       DISPLAY 'PARTCONV - PARTMAST WILL NOT OPEN - STATUS '
016200           PARTMAST-STATUS
016300       CLOSE PARTSEQ-FILE
016400       MOVE 16 TO RETURN-CODE
016410       MOVE 'PARTMAST WILL NOT OPEN - MASTER NOT USABLE'
016420           TO RUNLOG-REASON
016430       MOVE 'SYSOUT' TO RUNLOG-REPORT
016440       PERFORM 9900-WRITE-RUNLOG
016500       STOP RUN
016600     END-IF
016700
016800     OPEN OUTPUT CONV-RPT-FILE
016900     MOVE CONV-TITLE-LINE TO CONV-RPT-RECORD
017000     WRITE CONV-RPT-RECORD
017100     MOVE RUN-DATE TO CONV-DATE-OUT
017200     MOVE CONV-DATE-LINE TO CONV-RPT-RECORD
017300     WRITE CONV-RPT-RECORD
017400     MOVE SPACE TO CONV-RPT-RECORD
017500     WRITE CONV-RPT-RECORD
017600
017700     EXIT.
017800
017900*****************************************************************
018000* 2000-LOAD-RECORD - ONE SEQUENTIAL RECORD ONTO THE MASTER, OR
018100* ONTO CONVRPT AS A DROP. BLANK LINES AND '*' COMMENT LINES LEFT
018200* IN A HAND-KEPT DATASET ARE PASSED OVER.
018300*****************************************************************
018400 2000-LOAD-RECORD.
018500     READ PARTSEQ-FILE
018600       AT END
018700         MOVE 'Y' TO PARTSEQ-EOF-SW
018800         GO TO 2000-LOAD-RECORD-EXIT
018900     END-READ
019000     ADD 1 TO SEQ-READ-COUNT
019100
019200     IF PARTSEQ-RECORD = SPACE OR PARTSEQ-RECORD(1:1) = '*'
019300       ADD 1 TO SEQ-SKIP-COUNT
019400       GO TO 2000-LOAD-RECORD-EXIT
019500     END-IF
019600
019700     IF PARTSEQ-PART-NO NOT NUMERIC
019800       ADD 1 TO SEQ-BAD-COUNT
019900       MOVE 'NOT NUMERIC' TO CONV-DROP-REASON
020000       PERFORM 3000-DROP-WRITE
020100       GO TO 2000-LOAD-RECORD-EXIT
020200     END-IF
020300
020400     PERFORM 2100-BUILD-MASTER-RECORD
020500
020600     WRITE PARTMAST-RECORD
020700       INVALID KEY
020800         CONTINUE
020900     END-WRITE
021000     EVALUATE PARTMAST-STATUS
021100       WHEN '00'
021200         ADD 1 TO MAST-LOAD-COUNT
021300       WHEN '22'
021400         ADD 1 TO SEQ-DUP-COUNT
021500         MOVE 'DUPLICATE' TO CONV-DROP-REASON
021600         PERFORM 3000-DROP-WRITE
021700       WHEN OTHER
021800         DISPLAY 'PARTCONV - WRITE FAILED ON PARTMAST - STATUS '
021900             PARTMAST-STATUS
022000         DISPLAY '    PART . . . ' PARTMAST-PART-NO
022100         CLOSE PARTSEQ-FILE
022200         CLOSE PARTMAST-FILE
022300         CLOSE CONV-RPT-FILE
022400         MOVE 16 TO RETURN-CODE
022410         MOVE 'WRITE FAILED ON PARTMAST - MASTER NOT USABLE'
022420             TO RUNLOG-REASON
022430         MOVE 'SYSOUT' TO RUNLOG-REPORT
022440         PERFORM 9900-WRITE-RUNLOG
022500         STOP RUN
022600     END-EVALUATE.
022700
022800 2000-LOAD-RECORD-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200* 2100-BUILD-MASTER-RECORD - THE RECORD IN HAND TO THE MASTER
023300* LAYOUT, WITH THE DEFAULTS A PRE-STATUS RECORD NEEDS. A RECORD
023400* THAT NEEDED ANY DEFAULT IS COUNTED AS FILLED IN.
023500*****************************************************************
023600 2100-BUILD-MASTER-RECORD.
023700     MOVE PARTSEQ-RECORD TO PARTMAST-RECORD
023800     IF PARTSEQ-UOM = SPACE OR NOT PARTSEQ-STAT-VALID
023900         OR PARTSEQ-SUPER-BY NOT NUMERIC
024000         OR PARTSEQ-EFF-DATE NOT NUMERIC
024100         OR PARTSEQ-STAT-DATE NOT NUMERIC
024200       ADD 1 TO SEQ-FIXED-COUNT
024300     END-IF
024400
024500     IF PARTSEQ-UOM = SPACE
024600       MOVE 'EA' TO PARTMAST-UOM
024700     END-IF
024800     IF NOT PARTSEQ-STAT-VALID
024900       MOVE 'A' TO PARTMAST-STAT
025000     END-IF
025100     IF PARTSEQ-SUPER-BY NOT NUMERIC
025200       MOVE 0 TO PARTMAST-SUPER-BY
025300     END-IF
025400     IF PARTSEQ-EFF-DATE NOT NUMERIC
025500       MOVE 0 TO PARTMAST-EFF-DATE
025600     END-IF
025700     IF PARTSEQ-STAT-DATE NOT NUMERIC
025800       MOVE 0 TO PARTMAST-STAT-DATE
025900     END-IF
026000
026100     EXIT.
026200
026300*****************************************************************
026400* 3000-DROP-WRITE - THE RECORD IN HAND ON CONVRPT UNDER THE
026500* REASON THE CALLER SET.
026600*****************************************************************
026700 3000-DROP-WRITE.
026800     MOVE PARTSEQ-RECORD TO CONV-DROP-IMAGE
026900     MOVE CONV-DROP-LINE TO CONV-RPT-RECORD
027000     WRITE CONV-RPT-RECORD
027100
027200     EXIT.
027300
027400*****************************************************************
027500* 8000-TERMINATE - COUNTS ON CONVRPT AND THE CONSOLE, THEN THE
027600* RETURN CODE GRADE.
027700*****************************************************************
027800 8000-TERMINATE.
027900     MOVE SPACE TO CONV-RPT-RECORD
028000     WRITE CONV-RPT-RECORD
028100
028200     MOVE 'PARTSEQ RECORDS READ  . . . ' TO CONV-COUNT-LABEL
028300     MOVE SEQ-READ-COUNT TO CONV-COUNT-OUT
028400     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
028500     WRITE CONV-RPT-RECORD
028600
028700     MOVE 'BLANK/COMMENT LINES SKIPPED ' TO CONV-COUNT-LABEL
028800     MOVE SEQ-SKIP-COUNT TO CONV-COUNT-OUT
028900     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
029000     WRITE CONV-RPT-RECORD
029100
029200     MOVE 'MASTER RECORDS LOADED . . . ' TO CONV-COUNT-LABEL
029300     MOVE MAST-LOAD-COUNT TO CONV-COUNT-OUT
029400     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
029500     WRITE CONV-RPT-RECORD
029600
029700     MOVE '  OF WHICH DEFAULTS FILLED  ' TO CONV-COUNT-LABEL
029800     MOVE SEQ-FIXED-COUNT TO CONV-COUNT-OUT
029900     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
030000     WRITE CONV-RPT-RECORD
030100
030200     MOVE 'DROPPED - NOT NUMERIC . . . ' TO CONV-COUNT-LABEL
030300     MOVE SEQ-BAD-COUNT TO CONV-COUNT-OUT
030400     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
030500     WRITE CONV-RPT-RECORD
030600
030700     MOVE 'DROPPED - DUPLICATE . . . . ' TO CONV-COUNT-LABEL
030800     MOVE SEQ-DUP-COUNT TO CONV-COUNT-OUT
030900     MOVE CONV-COUNT-LINE TO CONV-RPT-RECORD
031000     WRITE CONV-RPT-RECORD
031100
031200     CLOSE PARTSEQ-FILE
031300     CLOSE PARTMAST-FILE
031400     CLOSE CONV-RPT-FILE
031500
031600     DISPLAY 'PARTCONV - READ ' SEQ-READ-COUNT
031700         ' LOADED ' MAST-LOAD-COUNT
031800         ' DROPPED ' SEQ-BAD-COUNT ' / ' SEQ-DUP-COUNT
031900
032000     IF SEQ-BAD-COUNT > 0 OR SEQ-DUP-COUNT > 0
032100       MOVE 4 TO RETURN-CODE
032200     ELSE
032300       MOVE 0 TO RETURN-CODE
032400     END-IF.
032410
032420*****************************************************************
032430* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
032440* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
032450* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
032460* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
032470* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
032480*****************************************************************
032490 9900-WRITE-RUNLOG.
032500     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
032510     MOVE RETURN-CODE TO RUNLOG-RC
032520     MOVE SEQ-READ-COUNT TO RUNLOG-ROWS
032530     MOVE MAST-LOAD-COUNT TO RUNLOG-PARTS
032540     ADD SEQ-BAD-COUNT SEQ-DUP-COUNT GIVING RUNLOG-REJECTS
032550     MOVE MAST-LOAD-COUNT TO RUNLOG-POSTED
032560
032570     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
032580       EVALUATE RETURN-CODE
032590         WHEN 4
032600           MOVE 'RECORDS DROPPED - NOT NUMERIC OR DUPLICATE'
032610               TO RUNLOG-REASON
032620         WHEN OTHER
032630           MOVE 'RUN STOPPED - THE MASTER IS NOT USABLE'
032640               TO RUNLOG-REASON
032650       END-EVALUATE
032660     END-IF
032670
032680     OPEN EXTEND RUNLOG-FILE
032690     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
032700       MOVE RUNLOG-LINE TO RUNLOG-RECORD
032710       WRITE RUNLOG-RECORD
032720       CLOSE RUNLOG-FILE
032730     ELSE
032740       DISPLAY 'PARTCONV - RUNLOG NOT AVAILABLE - STATUS '
032750           RUNLOG-STATUS
032760     END-IF.
