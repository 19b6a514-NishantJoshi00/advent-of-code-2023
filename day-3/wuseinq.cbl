000100*****************************************************************
000200* PROGRAM:    WUSEINQ
000300* PURPOSE:    ANSWERS WHERE-USED QUESTIONS FROM THE CUMULATIVE
000400*             WHEREUSE FILE THE WUSEUPD JOB KEEPS. EACH REQUEST
000500*             CARD ON WUSEREQ ASKS ONE QUESTION:
000600*               PART=NNNNNNNNNN - WHICH ENGINE MODELS AND DRAWING
000700*                 REVISIONS USE THE PART, AND WHERE ON EACH
000800*                 DRAWING. CURRENT AND SUPERSEDED ENTRIES ARE
000900*                 BOTH LISTED, EACH WITH ITS STATUS.
001000*               MODEL=XXXXXXXXXXXX - THE REVERSE BILL OF PARTS:
001100*                 EVERY PART ON THE MODEL'S CURRENT REVISION, IN
001200*                 PART NUMBER ORDER, WITH ITS LOCATION. ENTRIES
001300*                 FROM SUPERSEDED REVISIONS ARE COUNTED, NOT
001400*                 LISTED.
001500*             EVERY LINE CARRIES THE ROW/COLUMN, THE QUALIFYING
001600*             SYMBOL AND THE FIRST AND LAST RUN DATES SEEN. THE
001700*             ANSWERS GO TO INQRPT, ONE SECTION PER CARD.
001800* AUTHOR:     D. M. HENDRICKS
001900* INSTALLATION: AOC DATA CENTER
002000* DATE-WRITTEN: 2026-10-15
002100*
002200* RETURN CODES: 0 = EVERY REQUEST FOUND AT LEAST ONE ENTRY
002300*               4 = ONE OR MORE REQUESTS FOUND NOTHING, OR THERE
002400*                   WERE NO REQUEST CARDS
002500*              16 = WHEREUSE MISSING OR A BAD REQUEST CARD -
002600*                   NOTHING ANSWERED
002700*
002800* '*' IN COLUMN ONE OF A REQUEST CARD IS A COMMENT CARD. EVERY
002900* CARD IS CHECKED BEFORE ANY IS ANSWERED, SO ONE MIS-PUNCHED
003000* CARD DOES NOT LEAVE HALF A LISTING.
003010*
003020* MODIFICATION HISTORY.
003030*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003040*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003050*                  FOR THE RUNSUM MORNING SUMMARY.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. WUSEINQ.
003400 AUTHOR. D. M. HENDRICKS.
003500 INSTALLATION. AOC DATA CENTER.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*    WUSEREQ - THE REQUEST CARDS, ONE QUESTION PER CARD.
004300     SELECT WUSEREQ-FILE ASSIGN TO WUSEREQ
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WUSEREQ-STATUS.
004600
004700*    WHEREUSE - THE CUMULATIVE WHERE-USED FILE AS THE LAST
004800*    WUSEUPD RUN LEFT IT. READ ONCE PER REQUEST.
004900     SELECT WHERE-FILE ASSIGN TO WHEREUSE
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WHERE-STATUS.
005200
005300*    INQRPT - THE ANSWERS.
005400     SELECT INQ-RPT-FILE ASSIGN TO INQRPT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005510
005520*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
005530*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
005540*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
005550*    A NEW CYCLE STARTS IT.
005560     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
005570         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS RUNLOG-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  WUSEREQ-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  WUSEREQ-RECORD              PIC X(80).
006200
006300*    KEEP THIS LAYOUT IN STEP WITH THE WHEREUSE RECORD IN THE
006400*    WUSEUPD PROGRAM.
006500 FD  WHERE-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  WHERE-RECORD.
006800     05  WHERE-PART-NO            PIC 9(10).
006900     05  WHERE-MODEL              PIC X(12).
007000     05  WHERE-REV                PIC X(04).
007100     05  WHERE-ROW                PIC 9(05).
007200     05  WHERE-COL                PIC 9(05).
007300     05  WHERE-SYM                PIC X(01).
007400     05  WHERE-FIRST-DATE         PIC 9(08).
007500     05  WHERE-LAST-DATE          PIC 9(08).
007600     05  WHERE-STAT               PIC X(01).
007700         88  WHERE-CURRENT                  VALUE 'C'.
007800         88  WHERE-SUPERSEDED               VALUE 'S'.
007900     05  WHERE-SUPER-REV          PIC X(04).
008000     05  WHERE-SUPER-DATE         PIC 9(08).
008100     05  FILLER                   PIC X(14).
008200
008300 FD  INQ-RPT-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  INQ-RPT-RECORD              PIC X(80).
008510
008520 FD  RUNLOG-FILE
008530     RECORD CONTAINS 150 CHARACTERS.
008540 01  RUNLOG-RECORD               PIC X(150).
008600
008700 WORKING-STORAGE SECTION.
008800 01  SWITCHES.
008900     05  WHERE-EOF-SW            PIC X(01) VALUE 'N'.
009000         88  WHERE-EOF                      VALUE 'Y'.
009100
009200 01  WUSEREQ-STATUS              PIC X(02) VALUE SPACE.
009300 01  WHERE-STATUS                PIC X(02) VALUE SPACE.
009400
009500 01  RUN-DATE                    PIC 9(08) VALUE 0.
009600
009700*    THE REQUESTS, CHECKED AND HELD UNTIL EVERY CARD HAS PASSED.
009800 78  MAX-REQ-ENTRIES             VALUE 100.
009900 01  REQ-ENTRY-COUNT             PIC 9(03) VALUE 0 COMP.
010000 01  REQ-TABLE.
010100     05  REQ-ENTRY OCCURS MAX-REQ-ENTRIES TIMES
010200             INDEXED BY REQ-IDX.
010300         10  REQ-TYPE             PIC X(01).
010400             88  REQ-BY-PART                VALUE 'P'.
010500             88  REQ-BY-MODEL               VALUE 'M'.
010600         10  REQ-PART-NO          PIC 9(10).
010700         10  REQ-MODEL            PIC X(12).
010800
010900*    PER-REQUEST AND RUN COUNTS.
011000 01  REQ-HIT-COUNT               PIC 9(07) VALUE 0 COMP.
011100 01  REQ-HIST-COUNT              PIC 9(07) VALUE 0 COMP.
011200 01  REQ-EMPTY-COUNT             PIC 9(03) VALUE 0 COMP.
011300
011400*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
011500 01  PARM-CARD                   PIC X(80).
011600 01  PARM-KEY-FIELD              PIC X(12).
011700 01  PARM-VAL-FIELD              PIC X(20).
011800 01  PARM-EXTRA-FIELD            PIC X(20).
011900 01  PARM-NUM                    PIC 9(10) VALUE 0.
012000 01  PARM-PTR                    PIC 9(03) VALUE 0 COMP.
012100 01  PARM-NUM-OK-SW              PIC X(01) VALUE 'N'.
012200     88  PARM-NUM-OK                       VALUE 'Y'.
012300 01  PARM-DIGITS-DONE-SW         PIC X(01) VALUE 'N'.
012400     88  PARM-DIGITS-DONE                  VALUE 'Y'.
012500 01  PARM-DIGIT-COUNT            PIC 9(02) VALUE 0 COMP.
012600
012700*    INQRPT LINE LAYOUTS.
012800 01  INQ-TITLE-LINE.
012900     05  FILLER                   PIC X(40) VALUE
013000         'PART WHERE-USED INQUIRY'.
013100
013200 01  INQ-DATE-LINE.
013300     05  FILLER                   PIC X(11) VALUE 'RUN DATE . '.
013400     05  INQ-DATE-OUT             PIC 9999/99/99.
013500
013600 01  INQ-PART-HDR-LINE.
013700     05  FILLER                   PIC X(21) VALUE
013800         'WHERE USED - PART '.
013900     05  INQ-PART-HDR-OUT         PIC 9(10).
014000
014100 01  INQ-MODEL-HDR-LINE.
014200     05  FILLER                   PIC X(21) VALUE
014300         'BILL OF PARTS - MODEL'.
014400     05  FILLER                   PIC X(01) VALUE SPACE.
014500     05  INQ-MODEL-HDR-OUT        PIC X(12).
014600     05  FILLER                   PIC X(22) VALUE
014700         ' - CURRENT REVISION'.
014800
014900 01  INQ-PART-HDG-LINE.
015000     05  FILLER                   PIC X(14) VALUE 'MODEL'.
015100     05  FILLER                   PIC X(06) VALUE 'REV'.
015200     05  FILLER                   PIC X(12) VALUE '  ROW   COL'.
015300     05  FILLER                   PIC X(06) VALUE '  SYM'.
015400     05  FILLER                   PIC X(12) VALUE 'FIRST SEEN'.
015500     05  FILLER                   PIC X(12) VALUE 'LAST SEEN'.
015600     05  FILLER                   PIC X(06) VALUE 'STATUS'.
015700
015800 01  INQ-PART-DETAIL-LINE.
015900     05  INQ-PD-MODEL-OUT         PIC X(12).
016000     05  FILLER                   PIC X(02) VALUE SPACE.
016100     05  INQ-PD-REV-OUT           PIC X(04).
016200     05  FILLER                   PIC X(02) VALUE SPACE.
016300     05  INQ-PD-ROW-OUT           PIC ZZZZ9.
016400     05  FILLER                   PIC X(01) VALUE SPACE.
016500     05  INQ-PD-COL-OUT           PIC ZZZZ9.
016600     05  FILLER                   PIC X(03) VALUE SPACE.
016700     05  INQ-PD-SYM-OUT           PIC X(01).
016800     05  FILLER                   PIC X(02) VALUE SPACE.
016900     05  INQ-PD-FIRST-OUT         PIC 9999/99/99.
017000     05  FILLER                   PIC X(02) VALUE SPACE.
017100     05  INQ-PD-LAST-OUT          PIC 9999/99/99.
017200     05  FILLER                   PIC X(02) VALUE SPACE.
017300     05  INQ-PD-STATUS-OUT        PIC X(19).
017400
017500 01  INQ-MODEL-HDG-LINE.
017600     05  FILLER                   PIC X(13) VALUE 'PART NUMBER'.
017700     05  FILLER                   PIC X(06) VALUE 'REV'.
017800     05  FILLER                   PIC X(12) VALUE '  ROW   COL'.
017900     05  FILLER                   PIC X(06) VALUE '  SYM'.
018000     05  FILLER                   PIC X(12) VALUE 'FIRST SEEN'.
018100     05  FILLER                   PIC X(12) VALUE 'LAST SEEN'.
018200
018300 01  INQ-MODEL-DETAIL-LINE.
018400     05  INQ-MD-PART-OUT          PIC 9(10).
018500     05  FILLER                   PIC X(03) VALUE SPACE.
018600     05  INQ-MD-REV-OUT           PIC X(04).
018700     05  FILLER                   PIC X(02) VALUE SPACE.
018800     05  INQ-MD-ROW-OUT           PIC ZZZZ9.
018900     05  FILLER                   PIC X(01) VALUE SPACE.
019000     05  INQ-MD-COL-OUT           PIC ZZZZ9.
019100     05  FILLER                   PIC X(03) VALUE SPACE.
019200     05  INQ-MD-SYM-OUT           PIC X(01).
019300     05  FILLER                   PIC X(02) VALUE SPACE.
019400     05  INQ-MD-FIRST-OUT         PIC 9999/99/99.
019500     05  FILLER                   PIC X(02) VALUE SPACE.
019600     05  INQ-MD-LAST-OUT          PIC 9999/99/99.
019700
019800 01  INQ-MSG-LINE.
019900     05  INQ-MSG-TEXT             PIC X(72) VALUE SPACE.
020000
020100 01  INQ-COUNT-LINE.
020200     05  INQ-COUNT-LABEL          PIC X(28).
020300     05  INQ-COUNT-OUT            PIC ZZZZZZ9.
020400
020404*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
020408*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
020412 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
020416 01  RUNLOG-LINE.
020420     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'WUSEINQ'.
020424     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
020428     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
020432     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
020436     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
020440     05  RUNLOG-RC               PIC 9(03) VALUE 0.
020444     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
020448     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
020452     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
020456     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
020460     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
020464     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
020468     05  RUNLOG-REPORT           PIC X(08) VALUE 'INQRPT'.
020472     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
020476     05  FILLER                  PIC X(05) VALUE SPACE.
020480
020500 PROCEDURE DIVISION.
020600
020700*****************************************************************
020800* 0000-MAINLINE.
020900*****************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE
021200     PERFORM 2000-ANSWER-REQUEST
021300         VARYING REQ-IDX FROM 1 BY 1
021400         UNTIL REQ-IDX > REQ-ENTRY-COUNT
021500     PERFORM 8000-TERMINATE
021510     PERFORM 9900-WRITE-RUNLOG
021600     STOP RUN.
021700
021800*****************************************************************
021900* 1000-INITIALIZE - EVERY CARD CHECKED FIRST, THEN WHEREUSE
022000* MUST BE THERE - AN INQUIRY AGAINST A MISSING FILE WOULD
022100* ANSWER "NOT USED ANYWHERE" FOR EVERY PART.
022200*****************************************************************
022300 1000-INITIALIZE.
022310     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
022320                                        RUNLOG-CYCLE-DATE
022330     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
022340
022400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
022500
022600     PERFORM 1100-LOAD-REQUESTS
022700
022800     OPEN INPUT WHERE-FILE
022900     IF WHERE-STATUS NOT = '00'
023000       DISPLAY 'WUSEINQ - WHEREUSE MISSING - STATUS '
023100           WHERE-STATUS
023200       MOVE 16 TO RETURN-CODE
023210       MOVE 'WHEREUSE MISSING - NOTHING ANSWERED' TO RUNLOG-REASON
023220       MOVE 'SYSOUT' TO RUNLOG-REPORT
023230       PERFORM 9900-WRITE-RUNLOG
023300       STOP RUN
023400     END-IF
023500     CLOSE WHERE-FILE
023600
023700     OPEN OUTPUT INQ-RPT-FILE
023800     MOVE INQ-TITLE-LINE TO INQ-RPT-RECORD
023900     WRITE INQ-RPT-RECORD
024000     MOVE RUN-DATE TO INQ-DATE-OUT
024100     MOVE INQ-DATE-LINE TO INQ-RPT-RECORD
024200     WRITE INQ-RPT-RECORD
024300
024400     EXIT.
024500
024600*****************************************************************
024700* 1100-LOAD-REQUESTS - READ AND CHECK THE REQUEST CARDS. A
024800* MISSING DATASET IS THE SAME AS NO CARDS.
024900*****************************************************************
025000 1100-LOAD-REQUESTS.
025100     OPEN INPUT WUSEREQ-FILE
025200
025300     IF WUSEREQ-STATUS = '00'
025400       PERFORM UNTIL WUSEREQ-STATUS NOT = '00'
025500         READ WUSEREQ-FILE
025600           AT END
025700             CONTINUE
025800           NOT AT END
025900             MOVE WUSEREQ-RECORD TO PARM-CARD
026000             PERFORM 1110-APPLY-REQUEST-CARD
026100                 THRU 1110-APPLY-REQUEST-CARD-EXIT
026200         END-READ
026300       END-PERFORM
026400       CLOSE WUSEREQ-FILE
026500     END-IF
026600
026700     EXIT.
026800
026900 1110-APPLY-REQUEST-CARD.
027000     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
027100       GO TO 1110-APPLY-REQUEST-CARD-EXIT
027200     END-IF
027300
027400     MOVE SPACE TO PARM-KEY-FIELD
027500     MOVE SPACE TO PARM-VAL-FIELD
027600     MOVE SPACE TO PARM-EXTRA-FIELD
027700     UNSTRING PARM-CARD DELIMITED BY '='
027800         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
027900
028000     IF PARM-EXTRA-FIELD NOT = SPACE
028100       DISPLAY 'WUSEINQ - MORE THAN ONE = ON THE CARD'
028200       PERFORM 9400-REQUEST-ABORT
028300     END-IF
028400
028500     IF REQ-ENTRY-COUNT >= MAX-REQ-ENTRIES
028600       DISPLAY 'WUSEINQ - MORE THAN 100 REQUEST CARDS'
028700       PERFORM 9400-REQUEST-ABORT
028800     END-IF
028900
029000     EVALUATE PARM-KEY-FIELD
029100       WHEN 'PART'
029200         PERFORM 1120-PARSE-NUMBER
029300             THRU 1120-PARSE-NUMBER-EXIT
029400         IF NOT PARM-NUM-OK
029500           DISPLAY 'WUSEINQ - PART MUST BE 1 TO 10 DIGITS'
029600           PERFORM 9400-REQUEST-ABORT
029700         END-IF
029800         ADD 1 TO REQ-ENTRY-COUNT
029900         MOVE 'P' TO REQ-TYPE(REQ-ENTRY-COUNT)
030000         MOVE PARM-NUM TO REQ-PART-NO(REQ-ENTRY-COUNT)
030100         MOVE SPACE TO REQ-MODEL(REQ-ENTRY-COUNT)
030200       WHEN 'MODEL'
030300         IF PARM-VAL-FIELD = SPACE
030400           OR PARM-VAL-FIELD(13:8) NOT = SPACE
030500           DISPLAY 'WUSEINQ - MODEL MUST BE 1 TO 12 CHARACTERS'
030600           PERFORM 9400-REQUEST-ABORT
030700         END-IF
030800         ADD 1 TO REQ-ENTRY-COUNT
030900         MOVE 'M' TO REQ-TYPE(REQ-ENTRY-COUNT)
031000         MOVE 0 TO REQ-PART-NO(REQ-ENTRY-COUNT)
031100         MOVE PARM-VAL-FIELD TO REQ-MODEL(REQ-ENTRY-COUNT)
031200       WHEN OTHER
031300         DISPLAY 'WUSEINQ - UNKNOWN KEYWORD ON REQUEST CARD'
031400         PERFORM 9400-REQUEST-ABORT
031500     END-EVALUATE.
031600
031700 1110-APPLY-REQUEST-CARD-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 1120-PARSE-NUMBER - PARM-VAL-FIELD TO AN UNSIGNED NUMBER IN
032200* PARM-NUM, LEADING/TRAILING SPACES ALLOWED, ANYTHING ELSE
032300* REFUSED - THE SAME RULE THE MAIN RUN APPLIES TO ITS CARDS.
032400*****************************************************************
032500 1120-PARSE-NUMBER.
032600     MOVE 0 TO PARM-NUM
032700     MOVE 'N' TO PARM-NUM-OK-SW
032800     MOVE 'N' TO PARM-DIGITS-DONE-SW
032900     MOVE 0 TO PARM-DIGIT-COUNT
033000
033100     PERFORM VARYING PARM-PTR FROM 1 BY 1 UNTIL PARM-PTR > 20
033200       EVALUATE TRUE
033300         WHEN PARM-VAL-FIELD(PARM-PTR:1) NUMERIC
033400           IF PARM-DIGITS-DONE
033500             MOVE 'N' TO PARM-NUM-OK-SW
033600             GO TO 1120-PARSE-NUMBER-EXIT
033700           END-IF
033800           ADD 1 TO PARM-DIGIT-COUNT
033900           IF PARM-DIGIT-COUNT > 10
034000             MOVE 'N' TO PARM-NUM-OK-SW
034100             GO TO 1120-PARSE-NUMBER-EXIT
034200           END-IF
034300           MULTIPLY PARM-NUM BY 10 GIVING PARM-NUM
034400           ADD FUNCTION NUMVAL(PARM-VAL-FIELD(PARM-PTR:1))
034500               TO PARM-NUM
034600           MOVE 'Y' TO PARM-NUM-OK-SW
034700         WHEN PARM-VAL-FIELD(PARM-PTR:1) = SPACE
034800           IF PARM-NUM-OK
034900             MOVE 'Y' TO PARM-DIGITS-DONE-SW
035000           END-IF
035100         WHEN OTHER
035200           MOVE 'N' TO PARM-NUM-OK-SW
035300           GO TO 1120-PARSE-NUMBER-EXIT
035400       END-EVALUATE
035500     END-PERFORM.
035600
035700 1120-PARSE-NUMBER-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* 2000-ANSWER-REQUEST - ONE PASS OF WHEREUSE FOR ONE CARD. THE
036200* FILE IS IN PART NUMBER ORDER, SO A PART ANSWER COMES OUT
036300* GROUPED BY MODEL AND REVISION AND A MODEL ANSWER COMES OUT AS
036400* A BILL IN PART NUMBER ORDER, WITH NO SORT STEP.
036500*****************************************************************
036600 2000-ANSWER-REQUEST.
036700     MOVE 0 TO REQ-HIT-COUNT
036800     MOVE 0 TO REQ-HIST-COUNT
036900     MOVE SPACE TO INQ-RPT-RECORD
037000     WRITE INQ-RPT-RECORD
037100
037200     IF REQ-BY-PART(REQ-IDX)
037300       MOVE REQ-PART-NO(REQ-IDX) TO INQ-PART-HDR-OUT
037400       MOVE INQ-PART-HDR-LINE TO INQ-RPT-RECORD
037500       WRITE INQ-RPT-RECORD
037600       MOVE INQ-PART-HDG-LINE TO INQ-RPT-RECORD
037700       WRITE INQ-RPT-RECORD
037800     ELSE
037900       MOVE REQ-MODEL(REQ-IDX) TO INQ-MODEL-HDR-OUT
038000       MOVE INQ-MODEL-HDR-LINE TO INQ-RPT-RECORD
038100       WRITE INQ-RPT-RECORD
038200       MOVE INQ-MODEL-HDG-LINE TO INQ-RPT-RECORD
038300       WRITE INQ-RPT-RECORD
038400     END-IF
038500
038600     MOVE 'N' TO WHERE-EOF-SW
038700     OPEN INPUT WHERE-FILE
038800     IF WHERE-STATUS NOT = '00'
038900       DISPLAY 'WUSEINQ - WHEREUSE WILL NOT REOPEN - STATUS '
039000           WHERE-STATUS
039100       PERFORM 9000-INQUIRY-ABORT
039200     END-IF
039300
039400     PERFORM UNTIL WHERE-EOF
039500       READ WHERE-FILE
039600         AT END
039700           MOVE 'Y' TO WHERE-EOF-SW
039800         NOT AT END
039900           IF REQ-BY-PART(REQ-IDX)
040000             PERFORM 2100-PART-ENTRY
040100                 THRU 2100-PART-ENTRY-EXIT
040200           ELSE
040300             PERFORM 2200-MODEL-ENTRY
040400                 THRU 2200-MODEL-ENTRY-EXIT
040500           END-IF
040600       END-READ
040700     END-PERFORM
040800
040900     CLOSE WHERE-FILE
041000
041100     PERFORM 2300-ANSWER-FOOTING
041200
041300     EXIT.
041400
041500*****************************************************************
041600* 2100-PART-ENTRY - AN ENTRY FOR THE PART ASKED ABOUT, ON ANY
041700* MODEL AND ANY REVISION, WITH ITS STATUS SPELLED OUT.
041800*****************************************************************
041900 2100-PART-ENTRY.
042000     IF WHERE-PART-NO NOT = REQ-PART-NO(REQ-IDX)
042100       GO TO 2100-PART-ENTRY-EXIT
042200     END-IF
042300
042400     MOVE WHERE-MODEL TO INQ-PD-MODEL-OUT
042500     MOVE WHERE-REV TO INQ-PD-REV-OUT
042600     MOVE WHERE-ROW TO INQ-PD-ROW-OUT
042700     MOVE WHERE-COL TO INQ-PD-COL-OUT
042800     MOVE WHERE-SYM TO INQ-PD-SYM-OUT
042900     MOVE WHERE-FIRST-DATE TO INQ-PD-FIRST-OUT
043000     MOVE WHERE-LAST-DATE TO INQ-PD-LAST-OUT
043100     IF WHERE-SUPERSEDED
043200       MOVE SPACE TO INQ-PD-STATUS-OUT
043300       STRING 'SUPERSEDED BY REV ' DELIMITED BY SIZE
043400           WHERE-SUPER-REV DELIMITED BY SPACE
043500           INTO INQ-PD-STATUS-OUT
043600       ADD 1 TO REQ-HIST-COUNT
043700     ELSE
043800       MOVE 'CURRENT' TO INQ-PD-STATUS-OUT
043900     END-IF
044000     MOVE INQ-PART-DETAIL-LINE TO INQ-RPT-RECORD
044100     WRITE INQ-RPT-RECORD
044200     ADD 1 TO REQ-HIT-COUNT.
044300
044400 2100-PART-ENTRY-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 2200-MODEL-ENTRY - AN ENTRY FOR THE MODEL ASKED ABOUT. ONLY
044900* THE CURRENT REVISION MAKES THE BILL; SUPERSEDED ENTRIES ARE
045000* COUNTED SO THE FOOTING CAN SAY HOW MUCH HISTORY SITS BEHIND
045100* IT.
045200*****************************************************************
045300 2200-MODEL-ENTRY.
045400     IF WHERE-MODEL NOT = REQ-MODEL(REQ-IDX)
045500       GO TO 2200-MODEL-ENTRY-EXIT
045600     END-IF
045700
045800     IF WHERE-SUPERSEDED
045900       ADD 1 TO REQ-HIST-COUNT
046000       GO TO 2200-MODEL-ENTRY-EXIT
046100     END-IF
046200
046300     MOVE WHERE-PART-NO TO INQ-MD-PART-OUT
046400     MOVE WHERE-REV TO INQ-MD-REV-OUT
046500     MOVE WHERE-ROW TO INQ-MD-ROW-OUT
046600     MOVE WHERE-COL TO INQ-MD-COL-OUT
046700     MOVE WHERE-SYM TO INQ-MD-SYM-OUT
046800     MOVE WHERE-FIRST-DATE TO INQ-MD-FIRST-OUT
046900     MOVE WHERE-LAST-DATE TO INQ-MD-LAST-OUT
047000     MOVE INQ-MODEL-DETAIL-LINE TO INQ-RPT-RECORD
047100     WRITE INQ-RPT-RECORD
047200     ADD 1 TO REQ-HIT-COUNT.
047300
047400 2200-MODEL-ENTRY-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800* 2300-ANSWER-FOOTING - THE COUNTS UNDER ONE ANSWER, OR THE
047900* PLAIN STATEMENT THAT THERE IS NOTHING ON FILE.
048000*****************************************************************
048100 2300-ANSWER-FOOTING.
048200     IF REQ-HIT-COUNT = 0
048300       ADD 1 TO REQ-EMPTY-COUNT
048400       IF REQ-BY-PART(REQ-IDX)
048500         MOVE '    NO WHERE-USED ENTRIES ON FILE FOR THIS PART'
048600             TO INQ-MSG-TEXT
048700       ELSE
048800         MOVE '    NO CURRENT ENTRIES ON FILE FOR THIS MODEL'
048900             TO INQ-MSG-TEXT
049000       END-IF
049100       MOVE INQ-MSG-LINE TO INQ-RPT-RECORD
049200       WRITE INQ-RPT-RECORD
049300     ELSE
049400       MOVE 'LOCATIONS LISTED  . . . . . ' TO INQ-COUNT-LABEL
049500       MOVE REQ-HIT-COUNT TO INQ-COUNT-OUT
049600       MOVE INQ-COUNT-LINE TO INQ-RPT-RECORD
049700       WRITE INQ-RPT-RECORD
049800     END-IF
049900
050000     IF REQ-HIST-COUNT > 0
050100       IF REQ-BY-PART(REQ-IDX)
050200         MOVE 'OF WHICH SUPERSEDED . . . . ' TO INQ-COUNT-LABEL
050300       ELSE
050400         MOVE 'SUPERSEDED - NOT LISTED . . ' TO INQ-COUNT-LABEL
050500       END-IF
050600       MOVE REQ-HIST-COUNT TO INQ-COUNT-OUT
050700       MOVE INQ-COUNT-LINE TO INQ-RPT-RECORD
050800       WRITE INQ-RPT-RECORD
050900     END-IF
051000
051100     EXIT.
051200
051300*****************************************************************
051400* 8000-TERMINATE - CLOSE THE REPORT AND GRADE THE RETURN CODE.
051500*****************************************************************
051600 8000-TERMINATE.
051700     IF REQ-ENTRY-COUNT = 0
051800       MOVE SPACE TO INQ-RPT-RECORD
051900       WRITE INQ-RPT-RECORD
052000       MOVE 'NO REQUEST CARDS ON WUSEREQ - NOTHING ASKED'
052100           TO INQ-MSG-TEXT
052200       MOVE INQ-MSG-LINE TO INQ-RPT-RECORD
052300       WRITE INQ-RPT-RECORD
052400     END-IF
052500
052600     CLOSE INQ-RPT-FILE
052700
052800     DISPLAY 'WUSEINQ - REQUESTS ' REQ-ENTRY-COUNT
052900         ' WITH NOTHING ON FILE ' REQ-EMPTY-COUNT
053000
053100     IF REQ-ENTRY-COUNT = 0 OR REQ-EMPTY-COUNT > 0
053200       MOVE 4 TO RETURN-CODE
053300     ELSE
053400       MOVE 0 TO RETURN-CODE
053500     END-IF.
053600
053700*****************************************************************
053800* 9000-INQUIRY-ABORT - WHEREUSE WENT AWAY BETWEEN REQUESTS.
053900*****************************************************************
054000 9000-INQUIRY-ABORT.
054100     CLOSE WHERE-FILE
054200     CLOSE INQ-RPT-FILE
054300
054400     MOVE 16 TO RETURN-CODE
054410     MOVE 'WHEREUSE LOST BETWEEN REQUESTS' TO RUNLOG-REASON
054415     MOVE 'SYSOUT' TO RUNLOG-REPORT
054420     PERFORM 9900-WRITE-RUNLOG
054500     STOP RUN.
054600
054700*****************************************************************
054800* 9400-REQUEST-ABORT - BAD REQUEST CARD; THE REASON HAS ALREADY
054900* BEEN NAMED ON THE CONSOLE BY THE CALLER.
055000*****************************************************************
055100 9400-REQUEST-ABORT.
055200     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
055300
055400     CLOSE WUSEREQ-FILE
055500
055600     MOVE 16 TO RETURN-CODE
055610     MOVE 'BAD WUSEREQ CARD - NOTHING ANSWERED' TO RUNLOG-REASON
055620     MOVE 'SYSOUT' TO RUNLOG-REPORT
055630     PERFORM 9900-WRITE-RUNLOG
055700     STOP RUN.
055710
055720*****************************************************************
055730* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
055740* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
055750* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
055760* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
055770* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
055780*****************************************************************
055790 9900-WRITE-RUNLOG.
055800     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
055810     MOVE RETURN-CODE TO RUNLOG-RC
055820     MOVE REQ-ENTRY-COUNT TO RUNLOG-ROWS
055830     MOVE REQ-EMPTY-COUNT TO RUNLOG-REJECTS
055840
055850     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
055860       EVALUATE RETURN-CODE
055870         WHEN 4
055880           MOVE 'REQUESTS FOUND NOTHING, OR NO REQUEST CARDS'
055890               TO RUNLOG-REASON
055900         WHEN OTHER
055910           MOVE 'RUN STOPPED - NOTHING ANSWERED' TO RUNLOG-REASON
055920       END-EVALUATE
055930     END-IF
055940
055950     OPEN EXTEND RUNLOG-FILE
055960     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
055970       MOVE RUNLOG-LINE TO RUNLOG-RECORD
055980       WRITE RUNLOG-RECORD
055990       CLOSE RUNLOG-FILE
056000     ELSE
056010       DISPLAY 'WUSEINQ - RUNLOG NOT AVAILABLE - STATUS '
056020           RUNLOG-STATUS
056030     END-IF.
