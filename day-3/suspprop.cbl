000100*****************************************************************
000200* PROGRAM:    SUSPPROP
000300* PURPOSE:    TURNS RECURRING PARTS-MASTER MISSES INTO PROPOSED
000400*             PARTMNT ADD CARDS. THE SUSPRPT AGING REPORT NAMES
000500*             THE NUMBERS THAT KEEP COMING BACK NIGHT AFTER
000600*             NIGHT, BUT UNTIL NOW SOMEONE HAD TO READ IT AND
000700*             HAND-KEY THE ADD CARDS. THIS JOB READS THE
000800*             CUMULATIVE SUSPENSE (SUSPOUT, AS THE MAIN RUN
000900*             LEFT IT) AND WRITES A PROPOSED PARTTRAN DECK TO
001000*             PROPTRAN - ONE ADD CARD FOR EVERY NUMBER THAT HAS
001100*             MISSED ON AT LEAST THE MINIMUM NUMBER OF RUN-DAYS,
001200*             EACH CARD CARRYING ITS FIRST-SEEN AND LAST-SEEN
001300*             DATES AND THE MODEL/ROW/COLUMN OF ITS LATEST HIT -
001400*             AND THE SAME PROPOSALS AS A SIGN-OFF LISTING ON
001500*             PROPRPT. THE DECK OPENS WITH A BLANK SIGNOFF CARD:
001600*             THE PARTS CONTROLLER STRIKES WHAT SHOULD NOT GO
001700*             IN, PUTS THEIR ID ON THE SIGNOFF CARD, AND ONLY
001800*             THEN DOES THE DECK GO TO PARTMNT, WHICH REFUSES
001900*             AN UNSIGNED PROPOSAL AND MARKS EVERY SIGNED ONE
002000*             AS A SUSPENSE ADD ON MNTAUDIT.
002100* AUTHOR:     D. M. HENDRICKS
002200* INSTALLATION: AOC DATA CENTER
002300* DATE-WRITTEN: 2026-10-15
002400*
002500* RETURN CODES: 0 = ONE OR MORE ADDS PROPOSED - DECK AND LISTING
002600*                   GO TO THE PARTS CONTROLLER FOR SIGN-OFF
002700*               4 = NOTHING IN SUSPENSE REACHED THE MINIMUM DAY
002800*                   COUNT - THE DECK HOLDS NO PROPOSALS AND
002900*                   NEED NOT GO TO PARTMNT
003000*              16 = SUSPOUT MISSING OR A BAD PROPPARM CARD
003100*
003200* PROPPARM CONTROL CARDS, KEYWORD=VALUE AS ON THE MAIN RUN'S
003300* RUNPARMS: MINDAYS=NNNNN IS THE FEWEST RUN-DAYS A NUMBER MUST
003400* HAVE MISSED BEFORE IT IS PROPOSED. '*' IN COLUMN ONE IS A
003500* COMMENT CARD. MISSING DATASET OR CARD MEANS THE DEFAULT (2),
003600* THE SAME LINE THE AGING REPORT DRAWS BETWEEN A RECURRING MISS
003700* AND A ONE-DAY WONDER.
003800*
003900* PROPOSED ADD CARD LAYOUT, AS PARTMNT READS IT:
004000*     COLUMNS  1-30  ADD=NNNNNNNNNN
004100*     COLUMNS 31-38  FIRST-SEEN DATE, YYYYMMDD
004200*     COLUMNS 40-47  LAST-SEEN DATE, YYYYMMDD
004300*     COLUMNS 49-60  ENGINE MODEL OF THE LATEST HIT
004400*     COLUMNS 62-66  ROW OF THE LATEST HIT
004500*     COLUMNS 68-72  STARTING COLUMN OF THE LATEST HIT
004600*     COLUMNS 73-80  'SUSPPROP' - MARKS THE CARD AS A PROPOSAL
004610*
004620* MODIFICATION HISTORY.
004630*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
004640*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
004650*                  FOR THE RUNSUM MORNING SUMMARY.
004700*****************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. SUSPPROP.
005000 AUTHOR. D. M. HENDRICKS.
005100 INSTALLATION. AOC DATA CENTER.
005200 DATE-WRITTEN. 2026-10-15.
005300 DATE-COMPILED.
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*    SUSPOUT - THE CUMULATIVE UNMATCHED-PART SUSPENSE AS THE
005900*    MAIN RUN REWROTE IT, ONE RECORD PER NUMBER STILL MISSING
006000*    FROM THE MASTER, IN ASCENDING PART-NUMBER ORDER.
006100     SELECT SUSP-FILE ASSIGN TO SUSPOUT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS SUSP-STATUS.
006400
006500*    PROPPARM - THE MINDAYS CONTROL CARD. MISSING MEANS THE
006600*    DEFAULT STANDS.
006700     SELECT PROPPARM-FILE ASSIGN TO PROPPARM
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS PROPPARM-STATUS.
007000
007100*    PROPTRAN - THE PROPOSED PARTTRAN DECK, IN ASCENDING
007200*    PART-NUMBER ORDER, FOR THE PARTS CONTROLLER TO STRIKE AND
007300*    SIGN BEFORE IT IS STAGED AS PARTMNT'S PARTTRAN.
007400     SELECT PROP-TRAN-FILE ASSIGN TO PROPTRAN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS PROP-TRAN-STATUS.
007700
007800*    PROPRPT - THE SIGN-OFF LISTING: THE SAME PROPOSALS WITH
007900*    THEIR DAY COUNTS, EDITED FOR READING.
008000     SELECT PROP-RPT-FILE ASSIGN TO PROPRPT
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008210*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
008220*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
008230*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
008240*    A NEW CYCLE STARTS IT.
008250     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
008260         ORGANIZATION IS LINE SEQUENTIAL
008270         FILE STATUS IS RUNLOG-STATUS.
008280
008300 DATA DIVISION.
008400 FILE SECTION.
008500*    KEEP THIS LAYOUT IN STEP WITH SUSP-OUT-RECORD IN THE MAIN
008600*    RUN.
008700 FD  SUSP-FILE
008800     RECORD CONTAINS 58 CHARACTERS.
008900 01  SUSP-RECORD.
009000     05  SUSP-PART-NO             PIC 9(10).
009100     05  SUSP-FIRST-DATE          PIC 9(08).
009200     05  SUSP-LAST-DATE           PIC 9(08).
009300     05  SUSP-OCCUR-COUNT         PIC 9(05).
009400     05  SUSP-SCHEM               PIC 9(05).
009500     05  SUSP-ROW                 PIC 9(05).
009600     05  SUSP-COL                 PIC 9(05).
009700     05  SUSP-MODEL               PIC X(12).
009800
009900 FD  PROPPARM-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  PROPPARM-RECORD             PIC X(80).
010200
010300 FD  PROP-TRAN-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  PROP-TRAN-RECORD            PIC X(80).
010600
010700 FD  PROP-RPT-FILE
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  PROP-RPT-RECORD             PIC X(80).
010910
010920 FD  RUNLOG-FILE
010930     RECORD CONTAINS 150 CHARACTERS.
010940 01  RUNLOG-RECORD               PIC X(150).
011000
011100 WORKING-STORAGE SECTION.
011200 01  SWITCHES.
011300     05  SUSP-EOF-SW             PIC X(01) VALUE 'N'.
011400         88  SUSP-EOF                       VALUE 'Y'.
011500
011600 01  SUSP-STATUS                 PIC X(02) VALUE SPACE.
011700 01  PROPPARM-STATUS             PIC X(02) VALUE SPACE.
011800 01  PROP-TRAN-STATUS            PIC X(02) VALUE SPACE.
011900
012000*    THE PROPOSAL THRESHOLD - DEFAULTED HERE, OVERRIDDEN BY THE
012100*    PROPPARM CARD AT INITIALIZATION.
012200 01  PROP-MIN-DAYS               PIC 9(05) VALUE 2.
012300
012400*    RUN COUNTS FOR THE LISTING AND THE RETURN CODE GRADE.
012500 01  SUSP-READ-COUNT             PIC 9(05) VALUE 0 COMP.
012600 01  SUSP-BAD-COUNT              PIC 9(05) VALUE 0 COMP.
012700 01  PROP-WRITTEN-COUNT          PIC 9(05) VALUE 0 COMP.
012800 01  PROP-BELOW-COUNT            PIC 9(05) VALUE 0 COMP.
012900
013000*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
013100 01  PARM-CARD                   PIC X(80).
013200 01  PARM-KEY-FIELD              PIC X(12).
013300 01  PARM-VAL-FIELD              PIC X(20).
013400 01  PARM-EXTRA-FIELD            PIC X(20).
013500 01  PARM-NUM                    PIC 9(10) VALUE 0.
013600 01  PARM-PTR                    PIC 9(03) VALUE 0 COMP.
013700 01  PARM-NUM-OK-SW              PIC X(01) VALUE 'N'.
013800     88  PARM-NUM-OK                       VALUE 'Y'.
013900 01  PARM-DIGITS-DONE-SW         PIC X(01) VALUE 'N'.
014000     88  PARM-DIGITS-DONE                  VALUE 'Y'.
014100 01  PARM-DIGIT-COUNT            PIC 9(02) VALUE 0 COMP.
014200 01  MINDAYS-SEEN-SW             PIC X(01) VALUE 'N'.
014300     88  MINDAYS-SEEN                      VALUE 'Y'.
014400
014500 01  RUN-DATE                    PIC 9(08) VALUE 0.
014600
014700*    THE PROPOSED ADD CARD. COLUMNS 1-30 ARE THE TRANSACTION
014800*    PARTMNT APPLIES; 31-72 ARE THE EVIDENCE IT CARRIES ALONG;
014900*    73-80 ARE THE IDENTIFICATION FIELD THAT MARKS THE CARD AS
015000*    A SUSPENSE PROPOSAL ON MNTAUDIT.
015100 01  PROP-CARD.
015200     05  PROP-CARD-KEY            PIC X(04) VALUE 'ADD='.
015300     05  PROP-CARD-PART           PIC 9(10).
015400     05  FILLER                   PIC X(16) VALUE SPACE.
015500     05  PROP-CARD-FIRST          PIC 9(08).
015600     05  FILLER                   PIC X(01) VALUE SPACE.
015700     05  PROP-CARD-LAST           PIC 9(08).
015800     05  FILLER                   PIC X(01) VALUE SPACE.
015900     05  PROP-CARD-MODEL          PIC X(12).
016000     05  FILLER                   PIC X(01) VALUE SPACE.
016100     05  PROP-CARD-ROW            PIC 9(05).
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  PROP-CARD-COL            PIC 9(05).
016400     05  PROP-CARD-STAMP          PIC X(08) VALUE 'SUSPPROP'.
016500
016600*    THE DECK'S OPENING CARDS: COMMENT CARDS FOR THE PARTS
016700*    CONTROLLER, THEN THE SIGNOFF CARD LEFT FOR THEIR ID.
016800 01  DECK-TITLE-CARD.
016900     05  FILLER                   PIC X(36) VALUE
017000         '* SUSPENSE ADD PROPOSALS - RUN DATE '.
017100     05  DECK-TITLE-DATE          PIC 9999/99/99.
017200     05  FILLER                   PIC X(16) VALUE
017300         ' - MINIMUM DAYS '.
017400     05  DECK-TITLE-DAYS          PIC ZZZZ9.
017500     05  FILLER                   PIC X(13) VALUE SPACE.
017600
017700 01  DECK-HDG-CARD.
017800     05  FILLER                   PIC X(30) VALUE '*'.
017900     05  FILLER                   PIC X(09) VALUE 'FIRST'.
018000     05  FILLER                   PIC X(09) VALUE 'LAST'.
018100     05  FILLER                   PIC X(13) VALUE 'MODEL'.
018200     05  FILLER                   PIC X(06) VALUE 'ROW'.
018300     05  FILLER                   PIC X(13) VALUE 'COL'.
018400
018500 01  DECK-SIGNOFF-CARD           PIC X(80) VALUE 'SIGNOFF='.
018600
018700*    PROPRPT LINE LAYOUTS.
018800 01  PROP-TITLE-LINE.
018900     05  FILLER                   PIC X(40) VALUE
019000         'SUSPENSE ADD PROPOSALS FOR SIGN-OFF'.
019100
019200 01  PROP-DATE-LINE.
019300     05  PROP-DATE-LABEL          PIC X(11) VALUE 'RUN DATE . '.
019400     05  PROP-DATE-OUT            PIC 9999/99/99.
019500
019600 01  PROP-NOTE-LINE.
019700     05  PROP-NOTE-TEXT           PIC X(72) VALUE SPACE.
019800
019900 01  PROP-HDG-LINE.
020000     05  FILLER                   PIC X(13) VALUE 'PART NUMBER'.
020100     05  FILLER                   PIC X(12) VALUE 'FIRST SEEN'.
020200     05  FILLER                   PIC X(12) VALUE 'LAST SEEN'.
020300     05  FILLER                   PIC X(07) VALUE ' DAYS'.
020400     05  FILLER                   PIC X(13) VALUE 'MODEL'.
020500     05  FILLER                   PIC X(06) VALUE '  ROW'.
020600     05  FILLER                   PIC X(06) VALUE '  COL'.
020700
020800 01  PROP-DETAIL-LINE.
020900     05  PROP-DET-PART-OUT        PIC 9(10).
021000     05  FILLER                   PIC X(03) VALUE SPACE.
021100     05  PROP-DET-FIRST-OUT       PIC 9999/99/99.
021200     05  FILLER                   PIC X(02) VALUE SPACE.
021300     05  PROP-DET-LAST-OUT        PIC 9999/99/99.
021400     05  FILLER                   PIC X(02) VALUE SPACE.
021500     05  PROP-DET-DAYS-OUT        PIC ZZZZ9.
021600     05  FILLER                   PIC X(02) VALUE SPACE.
021700     05  PROP-DET-MODEL-OUT       PIC X(12).
021800     05  FILLER                   PIC X(01) VALUE SPACE.
021900     05  PROP-DET-ROW-OUT         PIC ZZZZ9.
022000     05  FILLER                   PIC X(01) VALUE SPACE.
022100     05  PROP-DET-COL-OUT         PIC ZZZZ9.
022200
022300 01  PROP-COUNT-LINE.
022400     05  PROP-COUNT-LABEL         PIC X(28).
022500     05  PROP-COUNT-OUT           PIC ZZZZZZ9.
022600
022604*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
022608*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
022612 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
022616 01  RUNLOG-LINE.
022620     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'SUSPPROP'.
022624     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
022628     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
022632     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
022636     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
022640     05  RUNLOG-RC               PIC 9(03) VALUE 0.
022644     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
022648     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
022652     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
022656     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
022660     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
022664     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
022668     05  RUNLOG-REPORT           PIC X(08) VALUE 'PROPRPT'.
022672     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
022676     05  FILLER                  PIC X(05) VALUE SPACE.
022680
022700 PROCEDURE DIVISION.
022800
022900*****************************************************************
023000* 0000-MAINLINE.
023100*****************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE
023400     PERFORM 2000-PROCESS-SUSPENSE
023500         UNTIL SUSP-EOF
023600     PERFORM 8000-TERMINATE
023610     PERFORM 9900-WRITE-RUNLOG
023700     STOP RUN.
023800
023900*****************************************************************
024000* 1000-INITIALIZE - CONTROL CARD FIRST, THEN THE FILES. SUSPOUT
024100* MUST BE THERE - AN EMPTY DECK WRITTEN FROM A MISSING SUSPENSE
024200* WOULD TELL THE CONTROLLER THE MASTER HAS NO GAPS.
024300*****************************************************************
024400 1000-INITIALIZE.
024410     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
024420                                        RUNLOG-CYCLE-DATE
024430     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
024440
024500     PERFORM 1100-LOAD-PROP-PARMS
024600
024700     OPEN INPUT SUSP-FILE
024800     IF SUSP-STATUS NOT = '00'
024900       DISPLAY 'SUSPPROP - SUSPOUT MISSING - NOTHING TO PROPOSE'
025000       MOVE 16 TO RETURN-CODE
025010       MOVE 'SUSPOUT MISSING - NOTHING TO PROPOSE'
025020           TO RUNLOG-REASON
025030       MOVE 'SYSOUT' TO RUNLOG-REPORT
025040       PERFORM 9900-WRITE-RUNLOG
025100       STOP RUN
025200     END-IF
025300
025400     OPEN OUTPUT PROP-TRAN-FILE
025500     OPEN OUTPUT PROP-RPT-FILE
025600
025700     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
025800
025900     MOVE RUN-DATE TO DECK-TITLE-DATE
026000     MOVE PROP-MIN-DAYS TO DECK-TITLE-DAYS
026100     MOVE DECK-TITLE-CARD TO PROP-TRAN-RECORD
026200     PERFORM 2300-DECK-WRITE
026300     MOVE '* TO STRIKE A PROPOSAL PUT * IN COLUMN 1 OF ITS CARD.'
026400         TO PROP-TRAN-RECORD
026500     PERFORM 2300-DECK-WRITE
026600     MOVE '* PUT THE CONTROLLER ID AFTER SIGNOFF= - PARTMNT WILL'
026700         TO PROP-TRAN-RECORD
026800     PERFORM 2300-DECK-WRITE
026900     MOVE '* NOT APPLY A SUSPENSE PROPOSAL FROM AN UNSIGNED DECK.'
027000         TO PROP-TRAN-RECORD
027100     PERFORM 2300-DECK-WRITE
027200     MOVE DECK-HDG-CARD TO PROP-TRAN-RECORD
027300     PERFORM 2300-DECK-WRITE
027400     MOVE DECK-SIGNOFF-CARD TO PROP-TRAN-RECORD
027500     PERFORM 2300-DECK-WRITE
027600
027700     MOVE PROP-TITLE-LINE TO PROP-RPT-RECORD
027800     WRITE PROP-RPT-RECORD
027900     MOVE RUN-DATE TO PROP-DATE-OUT
028000     MOVE PROP-DATE-LINE TO PROP-RPT-RECORD
028100     WRITE PROP-RPT-RECORD
028200     MOVE 'MINIMUM DAYS TO PROPOSE . . ' TO PROP-COUNT-LABEL
028300     MOVE PROP-MIN-DAYS TO PROP-COUNT-OUT
028400     MOVE PROP-COUNT-LINE TO PROP-RPT-RECORD
028500     WRITE PROP-RPT-RECORD
028600     MOVE SPACE TO PROP-RPT-RECORD
028700     WRITE PROP-RPT-RECORD
028800
028900     MOVE 'STRIKE ANY LINE THAT SHOULD NOT BECOME A MASTER ENTRY'
029000         TO PROP-NOTE-TEXT
029100     MOVE PROP-NOTE-LINE TO PROP-RPT-RECORD
029200     WRITE PROP-RPT-RECORD
029300     MOVE 'BY STARRING ITS CARD ON PROPTRAN, THEN SIGN THE DECK.'
029400         TO PROP-NOTE-TEXT
029500     MOVE PROP-NOTE-LINE TO PROP-RPT-RECORD
029600     WRITE PROP-RPT-RECORD
029700     MOVE SPACE TO PROP-RPT-RECORD
029800     WRITE PROP-RPT-RECORD
029900
030000     MOVE PROP-HDG-LINE TO PROP-RPT-RECORD
030100     WRITE PROP-RPT-RECORD
030200
030300     EXIT.
030400
030500*****************************************************************
030600* 1100-LOAD-PROP-PARMS - READ AND VALIDATE THE PROPPARM CARDS.
030700* A MISSING DATASET MEANS THE DEFAULT STANDS; A BAD CARD STOPS
030800* THE RUN BEFORE ANY DECK IS WRITTEN.
030900*****************************************************************
031000 1100-LOAD-PROP-PARMS.
031100     OPEN INPUT PROPPARM-FILE
031200
031300     IF PROPPARM-STATUS = '00'
031400       PERFORM UNTIL PROPPARM-STATUS NOT = '00'
031500         READ PROPPARM-FILE
031600           AT END
031700             CONTINUE
031800           NOT AT END
031900             MOVE PROPPARM-RECORD TO PARM-CARD
032000             PERFORM 1110-APPLY-PARM-CARD
032100                 THRU 1110-APPLY-PARM-CARD-EXIT
032200         END-READ
032300       END-PERFORM
032400       CLOSE PROPPARM-FILE
032500     END-IF
032600
032700     EXIT.
032800
032900 1110-APPLY-PARM-CARD.
033000     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
033100       GO TO 1110-APPLY-PARM-CARD-EXIT
033200     END-IF
033300
033400     MOVE SPACE TO PARM-KEY-FIELD
033500     MOVE SPACE TO PARM-VAL-FIELD
033600     MOVE SPACE TO PARM-EXTRA-FIELD
033700     UNSTRING PARM-CARD DELIMITED BY '='
033800         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
033900
034000     IF PARM-EXTRA-FIELD NOT = SPACE
034100       DISPLAY 'SUSPPROP - MORE THAN ONE = ON THE CARD'
034200       PERFORM 9400-PARM-ABORT
034300     END-IF
034400
034500     EVALUATE PARM-KEY-FIELD
034600       WHEN 'MINDAYS'
034700         PERFORM 1130-SET-MINDAYS
034800       WHEN OTHER
034900         DISPLAY 'SUSPPROP - UNKNOWN KEYWORD ON PROPPARM CARD'
035000         PERFORM 9400-PARM-ABORT
035100     END-EVALUATE.
035200
035300 1110-APPLY-PARM-CARD-EXIT.
035400     EXIT.
035500
035600 1130-SET-MINDAYS.
035700     IF MINDAYS-SEEN
035800       DISPLAY 'SUSPPROP - MINDAYS GIVEN TWICE'
035900       PERFORM 9400-PARM-ABORT
036000     END-IF
036100     MOVE 'Y' TO MINDAYS-SEEN-SW
036200
036300     PERFORM 1120-PARSE-NUMBER THRU 1120-PARSE-NUMBER-EXIT
036400     IF NOT PARM-NUM-OK
036500       OR PARM-NUM = 0 OR PARM-NUM > 99999
036600       DISPLAY 'SUSPPROP - MINDAYS MUST BE 1 THRU 99999'
036700       PERFORM 9400-PARM-ABORT
036800     END-IF
036900     MOVE PARM-NUM TO PROP-MIN-DAYS
037000
037100     EXIT.
037200
037300*****************************************************************
037400* 1120-PARSE-NUMBER - PARM-VAL-FIELD TO AN UNSIGNED NUMBER IN
037500* PARM-NUM, LEADING/TRAILING SPACES ALLOWED, ANYTHING ELSE
037600* REFUSED - THE SAME RULE THE MAIN RUN APPLIES TO ITS CARDS.
037700*****************************************************************
037800 1120-PARSE-NUMBER.
037900     MOVE 0 TO PARM-NUM
038000     MOVE 'N' TO PARM-NUM-OK-SW
038100     MOVE 'N' TO PARM-DIGITS-DONE-SW
038200     MOVE 0 TO PARM-DIGIT-COUNT
038300
038400     PERFORM VARYING PARM-PTR FROM 1 BY 1 UNTIL PARM-PTR > 20
038500       EVALUATE TRUE
038600         WHEN PARM-VAL-FIELD(PARM-PTR:1) NUMERIC
038700           IF PARM-DIGITS-DONE
038800             MOVE 'N' TO PARM-NUM-OK-SW
038900             GO TO 1120-PARSE-NUMBER-EXIT
039000           END-IF
039100           ADD 1 TO PARM-DIGIT-COUNT
039200           IF PARM-DIGIT-COUNT > 10
039300             MOVE 'N' TO PARM-NUM-OK-SW
039400             GO TO 1120-PARSE-NUMBER-EXIT
039500           END-IF
039600           MULTIPLY PARM-NUM BY 10 GIVING PARM-NUM
039700           ADD FUNCTION NUMVAL(PARM-VAL-FIELD(PARM-PTR:1))
039800               TO PARM-NUM
039900           MOVE 'Y' TO PARM-NUM-OK-SW
040000         WHEN PARM-VAL-FIELD(PARM-PTR:1) = SPACE
040100           IF PARM-NUM-OK
040200             MOVE 'Y' TO PARM-DIGITS-DONE-SW
040300           END-IF
040400         WHEN OTHER
040500           MOVE 'N' TO PARM-NUM-OK-SW
040600           GO TO 1120-PARSE-NUMBER-EXIT
040700       END-EVALUATE
040800     END-PERFORM.
040900
041000 1120-PARSE-NUMBER-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 2000-PROCESS-SUSPENSE - ONE SUSPENSE RECORD. A NON-NUMERIC
041500* RECORD IS COUNTED AND PASSED OVER, AS THE MAIN RUN PASSES IT
041600* OVER ON LOAD; A NUMBER SHORT OF THE MINIMUM DAY COUNT IS ONLY
041700* COUNTED; ANYTHING ELSE BECOMES A PROPOSAL.
041800*****************************************************************
041900 2000-PROCESS-SUSPENSE.
042000     READ SUSP-FILE
042100       AT END
042200         MOVE 'Y' TO SUSP-EOF-SW
042300       NOT AT END
042400         ADD 1 TO SUSP-READ-COUNT
042500         IF SUSP-RECORD(1:46) NOT NUMERIC
042600           ADD 1 TO SUSP-BAD-COUNT
042700         ELSE
042800           IF SUSP-OCCUR-COUNT < PROP-MIN-DAYS
042900             ADD 1 TO PROP-BELOW-COUNT
043000           ELSE
043100             PERFORM 2100-PROPOSE-ADD
043200           END-IF
043300         END-IF
043400     END-READ.
043500
043600*****************************************************************
043700* 2100-PROPOSE-ADD - ONE ADD CARD ON THE DECK AND ONE MATCHING
043800* LINE ON THE SIGN-OFF LISTING. THE SUSPENSE IS KEPT SORTED, SO
043900* THE DECK COMES OUT IN PART-NUMBER ORDER WITH NO SORT STEP.
044000*****************************************************************
044100 2100-PROPOSE-ADD.
044200     MOVE SUSP-PART-NO TO PROP-CARD-PART
044300     MOVE SUSP-FIRST-DATE TO PROP-CARD-FIRST
044400     MOVE SUSP-LAST-DATE TO PROP-CARD-LAST
044500     MOVE SUSP-MODEL TO PROP-CARD-MODEL
044600     MOVE SUSP-ROW TO PROP-CARD-ROW
044700     MOVE SUSP-COL TO PROP-CARD-COL
044800     MOVE PROP-CARD TO PROP-TRAN-RECORD
044900     PERFORM 2300-DECK-WRITE
045000
045100     MOVE SUSP-PART-NO TO PROP-DET-PART-OUT
045200     MOVE SUSP-FIRST-DATE TO PROP-DET-FIRST-OUT
045300     MOVE SUSP-LAST-DATE TO PROP-DET-LAST-OUT
045400     MOVE SUSP-OCCUR-COUNT TO PROP-DET-DAYS-OUT
045500     MOVE SUSP-MODEL TO PROP-DET-MODEL-OUT
045600     MOVE SUSP-ROW TO PROP-DET-ROW-OUT
045700     MOVE SUSP-COL TO PROP-DET-COL-OUT
045800     MOVE PROP-DETAIL-LINE TO PROP-RPT-RECORD
045900     WRITE PROP-RPT-RECORD
046000
046100     ADD 1 TO PROP-WRITTEN-COUNT
046200
046300     EXIT.
046400
046500*****************************************************************
046600* 2300-DECK-WRITE - ONE CARD TO PROPTRAN WITH THE STATUS CHECKED.
046700* A DECK CUT SHORT WOULD QUIETLY DROP PROPOSALS OFF ITS TAIL.
046800*****************************************************************
046900 2300-DECK-WRITE.
047000     WRITE PROP-TRAN-RECORD
047100     IF PROP-TRAN-STATUS NOT = '00'
047200       DISPLAY 'SUSPPROP - WRITE FAILED ON PROPTRAN - STATUS '
047300           PROP-TRAN-STATUS
047400       CLOSE SUSP-FILE
047500       CLOSE PROP-TRAN-FILE
047600       CLOSE PROP-RPT-FILE
047700       MOVE 16 TO RETURN-CODE
047710       MOVE 'WRITE FAILED ON PROPTRAN - NO DECK' TO RUNLOG-REASON
047720       MOVE 'SYSOUT' TO RUNLOG-REPORT
047730       PERFORM 9900-WRITE-RUNLOG
047800       STOP RUN
047900     END-IF
048000
048100     EXIT.
048200
048300*****************************************************************
048400* 8000-TERMINATE - COUNTS ON THE LISTING, THEN THE RETURN CODE
048500* GRADE: 4 TELLS THE SCHEDULE THERE IS NO DECK WORTH SIGNING.
048600*****************************************************************
048700 8000-TERMINATE.
048800     MOVE SPACE TO PROP-RPT-RECORD
048900     WRITE PROP-RPT-RECORD
049000
049100     MOVE 'SUSPENSE RECORDS READ . . . ' TO PROP-COUNT-LABEL
049200     MOVE SUSP-READ-COUNT TO PROP-COUNT-OUT
049300     MOVE PROP-COUNT-LINE TO PROP-RPT-RECORD
049400     WRITE PROP-RPT-RECORD
049500
049600     MOVE 'ADDS PROPOSED . . . . . . . ' TO PROP-COUNT-LABEL
049700     MOVE PROP-WRITTEN-COUNT TO PROP-COUNT-OUT
049800     MOVE PROP-COUNT-LINE TO PROP-RPT-RECORD
049900     WRITE PROP-RPT-RECORD
050000
050100     MOVE 'BELOW MINIMUM DAYS  . . . . ' TO PROP-COUNT-LABEL
050200     MOVE PROP-BELOW-COUNT TO PROP-COUNT-OUT
050300     MOVE PROP-COUNT-LINE TO PROP-RPT-RECORD
050400     WRITE PROP-RPT-RECORD
050500
050600     MOVE 'NON-NUMERIC RECORDS SKIPPED ' TO PROP-COUNT-LABEL
050700     MOVE SUSP-BAD-COUNT TO PROP-COUNT-OUT
050800     MOVE PROP-COUNT-LINE TO PROP-RPT-RECORD
050900     WRITE PROP-RPT-RECORD
051000
051100     CLOSE SUSP-FILE
051200     CLOSE PROP-TRAN-FILE
051300     CLOSE PROP-RPT-FILE
051400
051500     DISPLAY 'SUSPPROP - SUSPENSE READ ' SUSP-READ-COUNT
051600         ' ADDS PROPOSED ' PROP-WRITTEN-COUNT
051700
051800     IF PROP-WRITTEN-COUNT = 0
051900       MOVE 4 TO RETURN-CODE
052000     ELSE
052100       MOVE 0 TO RETURN-CODE
052200     END-IF.
052300
052400*****************************************************************
052500* 9400-PARM-ABORT - BAD PROPPARM CARD; THE REASON HAS ALREADY
052600* BEEN NAMED ON THE CONSOLE BY THE CALLER.
052700*****************************************************************
052800 9400-PARM-ABORT.
052900     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
053000
053100     CLOSE PROPPARM-FILE
053200
053300     MOVE 16 TO RETURN-CODE
053310     MOVE 'BAD PROPPARM CARD - NOTHING PROPOSED' TO RUNLOG-REASON
053320     MOVE 'SYSOUT' TO RUNLOG-REPORT
053330     PERFORM 9900-WRITE-RUNLOG
053400     STOP RUN.
053410
053420*****************************************************************
053430* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
053440* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
053450* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
053460* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
053470* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
053480*****************************************************************
053490 9900-WRITE-RUNLOG.
053500     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
053510     MOVE RETURN-CODE TO RUNLOG-RC
053520     MOVE SUSP-READ-COUNT TO RUNLOG-ROWS
053530     MOVE SUSP-BAD-COUNT TO RUNLOG-REJECTS
053540     MOVE PROP-WRITTEN-COUNT TO RUNLOG-POSTED
053550
053560     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
053570       EVALUATE RETURN-CODE
053580         WHEN 4
053590           MOVE 'NOTHING REACHED THE MINIMUM DAYS'
053600               TO RUNLOG-REASON
053610         WHEN OTHER
053620           MOVE 'RUN STOPPED - NOTHING PROPOSED' TO RUNLOG-REASON
053630       END-EVALUATE
053640     END-IF
053650
053660     OPEN EXTEND RUNLOG-FILE
053670     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
053680       MOVE RUNLOG-LINE TO RUNLOG-RECORD
053690       WRITE RUNLOG-RECORD
053700       CLOSE RUNLOG-FILE
053710     ELSE
053720       DISPLAY 'SUSPPROP - RUNLOG NOT AVAILABLE - STATUS '
053730           RUNLOG-STATUS
053740     END-IF.
