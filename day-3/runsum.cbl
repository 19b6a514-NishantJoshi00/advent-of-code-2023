000100*****************************************************************
000200* PROGRAM:    RUNSUM
000300* PURPOSE:    THE MORNING SUMMARY OF THE NIGHTLY STREAM. EVERY
000400*             PROGRAM IN THE STREAM ADDS ONE STEP-STATUS RECORD
000500*             TO THE COMMON RUNLOG AT END OF JOB, NORMAL OR
000600*             STOPPED. THIS JOB READS THE LOG FOR ONE CYCLE AND
000700*             PRINTS A SINGLE PAGE ON SUMRPT:
000800*               - EVERY STEP OF THE EXPECTED SEQUENCE, IN ORDER,
000900*                 AS RAN, RERUN OR MISSING, WITH ITS RETURN
001000*                 CODE, TIMES AND KEY COUNTS
001100*               - ANY OTHER STEP THAT LOGGED FOR THE CYCLE
001200*               - THE STEPS NEEDING ACTION: EVERY NONZERO
001300*                 RETURN CODE WITH ITS ONE-LINE REASON AND THE
001400*                 REPORT THAT EXPLAINS IT, AND EVERY MISSING
001500*                 STEP
001600*             SO THE ON-CALL ANALYST OPENS ONE PAGE, NOT EIGHT
001700*             REPORTS, TO LEARN WHETHER THE NIGHT WENT WELL.
001800*             A STEP RUN MORE THAN ONCE IN THE CYCLE IS SHOWN BY
001900*             ITS LAST RUN, WHICH IS THE ONE THAT COUNTS.
002000* AUTHOR:     D. M. HENDRICKS
002100* INSTALLATION: AOC DATA CENTER
002200* DATE-WRITTEN: 2026-10-15
002300*
002400* RETURN CODES: 0 = EVERY EXPECTED STEP RAN AND ENDED CLEAN
002500*               4 = ONE OR MORE STEPS ENDED WITH A WARNING -
002600*                   SEE THE ACTION LIST
002700*               8 = ONE OR MORE EXPECTED STEPS MISSING, OR A
002800*                   STEP STOPPED WITH 16
002900*              16 = RUNLOG MISSING, A BAD SUMPARM CARD, OR MORE
003000*                   STEPS ON THE LOG THAN THE TABLE HOLDS
003100*
003200* SUMPARM CARDS (ALL OPTIONAL, '*' IN COLUMN ONE IS A COMMENT):
003300*   CYCLE=YYYYMMDD  THE CYCLE TO SUMMARIZE. WITHOUT IT, THE
003400*                   CYCLE OF THE LAST RECORD ON THE LOG.
003500*   STEP=XXXXXXXX   ONE PER STEP, IN RUN ORDER. ANY STEP CARD
003600*                   REPLACES THE STANDING SEQUENCE BELOW.
003700* THE STANDING SEQUENCE IS SCHEMEDT, SOLUTION, BALANCE, TIEOUT,
003800* PARTLOAD, GEARLOAD, WUSEUPD, HISTMNT.
003810*
003820* MODIFICATION HISTORY.
003830*   2026-10-15 DMH GEARLOAD ADDED TO THE STANDING SEQUENCE,
003840*                  AFTER PARTLOAD.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. RUNSUM.
004200 AUTHOR. D. M. HENDRICKS.
004300 INSTALLATION. AOC DATA CENTER.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*    SUMPARM - THE CYCLE AND EXPECTED-SEQUENCE CARDS.
005100     SELECT SUMPARM-FILE ASSIGN TO SUMPARM
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS SUMPARM-STATUS.
005400
005500*    RUNLOG - THE COMMON STEP-STATUS LOG, OLDEST RECORD FIRST.
005600     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS RUNLOG-STATUS.
005900
006000*    SUMRPT - THE MORNING PAGE.
006100     SELECT SUM-RPT-FILE ASSIGN TO SUMRPT
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SUMPARM-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  SUMPARM-RECORD              PIC X(80).
006900
007000*    KEEP THIS LAYOUT IN STEP WITH RUNLOG-LINE IN EVERY PROGRAM
007100*    OF THE STREAM.
007200 FD  RUNLOG-FILE
007300     RECORD CONTAINS 150 CHARACTERS.
007400 01  RUNLOG-RECORD.
007500     05  RUNLOG-PROGRAM          PIC X(08).
007600     05  RUNLOG-CYCLE-DATE       PIC 9(08).
007700     05  RUNLOG-RUN-DATE         PIC 9(08).
007800     05  RUNLOG-START-TIME       PIC 9(06).
007900     05  RUNLOG-END-TIME         PIC 9(06).
008000     05  RUNLOG-RC               PIC 9(03).
008100     05  RUNLOG-ROWS             PIC 9(07).
008200     05  RUNLOG-PARTS            PIC 9(07).
008300     05  RUNLOG-REJECTS          PIC 9(07).
008400     05  RUNLOG-QUARANTINED      PIC 9(07).
008500     05  RUNLOG-POSTED           PIC 9(07).
008600     05  RUNLOG-OUT-OF-BAL       PIC 9(03).
008700     05  RUNLOG-REPORT           PIC X(08).
008800     05  RUNLOG-REASON           PIC X(60).
008900     05  FILLER                  PIC X(05).
009000
009100 FD  SUM-RPT-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  SUM-RPT-RECORD              PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  SWITCHES.
009700     05  RUNLOG-EOF-SW           PIC X(01) VALUE 'N'.
009800         88  RUNLOG-EOF                     VALUE 'Y'.
009900     05  CYCLE-SEEN-SW           PIC X(01) VALUE 'N'.
010000         88  CYCLE-SEEN                     VALUE 'Y'.
010100     05  STEP-CARD-SW            PIC X(01) VALUE 'N'.
010200         88  STEP-CARD-SEEN                 VALUE 'Y'.
010300     05  STEP-FOUND-SW           PIC X(01) VALUE 'N'.
010400         88  STEP-FOUND                     VALUE 'Y'.
010500
010600 01  SUMPARM-STATUS              PIC X(02) VALUE SPACE.
010700 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
010800
010900 01  RUN-DATE                    PIC 9(08) VALUE 0.
011000 01  CYCLE-DATE                  PIC 9(08) VALUE 0.
011100
011200*    THE STEPS. THE EXPECTED SEQUENCE IS LOADED FIRST, IN RUN
011300*    ORDER; ANY OTHER PROGRAM FOUND ON THE LOG FOR THE CYCLE IS
011400*    ADDED BEHIND IT. EACH ENTRY HOLDS THE LAST RUN SEEN.
011500 78  MAX-STEP-ENTRIES            VALUE 50.
011600 01  EXPECTED-COUNT              PIC 9(03) VALUE 0 COMP.
011700 01  STEP-ENTRY-COUNT            PIC 9(03) VALUE 0 COMP.
011800 01  FIRST-OTHER                 PIC 9(03) VALUE 0 COMP.
011900 01  STEP-TABLE.
012000     05  STEP-ENTRY OCCURS MAX-STEP-ENTRIES TIMES
012100             INDEXED BY STEP-IDX.
012200         10  STEP-NAME            PIC X(08).
012300         10  STEP-RUNS            PIC 9(03) COMP.
012400         10  STEP-RC              PIC 9(03).
012500         10  STEP-START-TIME      PIC 9(06).
012600         10  STEP-END-TIME        PIC 9(06).
012700         10  STEP-ROWS            PIC 9(07).
012800         10  STEP-PARTS           PIC 9(07).
012900         10  STEP-REJECTS         PIC 9(07).
013000         10  STEP-QUARANTINED     PIC 9(07).
013100         10  STEP-POSTED          PIC 9(07).
013200         10  STEP-OUT-OF-BAL      PIC 9(03).
013300         10  STEP-REPORT          PIC X(08).
013400         10  STEP-REASON          PIC X(60).
013500
013600*    RUN COUNTS.
013700 01  LOG-READ-COUNT              PIC 9(07) VALUE 0 COMP.
013800 01  LOG-CYCLE-COUNT             PIC 9(07) VALUE 0 COMP.
013900 01  LOG-BAD-COUNT               PIC 9(07) VALUE 0 COMP.
014000 01  RAN-COUNT                   PIC 9(03) VALUE 0 COMP.
014100 01  MISSING-COUNT               PIC 9(03) VALUE 0 COMP.
014200 01  ACTION-COUNT                PIC 9(03) VALUE 0 COMP.
014300 01  STOPPED-COUNT               PIC 9(03) VALUE 0 COMP.
014400
014500*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
014600 01  PARM-CARD                   PIC X(80).
014700 01  PARM-KEY-FIELD              PIC X(12).
014800 01  PARM-VAL-FIELD              PIC X(20).
014900 01  PARM-EXTRA-FIELD            PIC X(20).
015000 01  PARM-NUM                    PIC 9(10) VALUE 0.
015100 01  PARM-PTR                    PIC 9(03) VALUE 0 COMP.
015200 01  PARM-NUM-OK-SW              PIC X(01) VALUE 'N'.
015300     88  PARM-NUM-OK                       VALUE 'Y'.
015400 01  PARM-DIGITS-DONE-SW         PIC X(01) VALUE 'N'.
015500     88  PARM-DIGITS-DONE                  VALUE 'Y'.
015600 01  PARM-DIGIT-COUNT            PIC 9(02) VALUE 0 COMP.
015700
015800 01  HOLD-STEP-NAME              PIC X(08) VALUE SPACE.
015900 01  HOLD-TIME                   PIC 9(06) VALUE 0.
016000
016100*    SUMRPT LINE LAYOUTS.
016200 01  SUM-TITLE-LINE.
016300     05  FILLER                   PIC X(40) VALUE
016400         'NIGHTLY RUN SUMMARY'.
016500
016600 01  SUM-DATE-LINE.
016700     05  FILLER                   PIC X(13) VALUE 'CYCLE DATE . '.
016800     05  SUM-CYCLE-OUT            PIC 9999/99/99.
016900     05  FILLER                   PIC X(17) VALUE
017000         '    RUN DATE . . '.
017100     05  SUM-DATE-OUT             PIC 9999/99/99.
017200
017300 01  SUM-SECTION-LINE.
017400     05  SUM-SECTION-TEXT         PIC X(72) VALUE SPACE.
017500
017600 01  SUM-HDG-LINE.
017700     05  FILLER                   PIC X(10) VALUE 'STEP'.
017800     05  FILLER                   PIC X(08) VALUE 'STATUS'.
017900     05  FILLER                   PIC X(04) VALUE ' RC'.
018000     05  FILLER                   PIC X(13) VALUE
018100         '  START   END'.
018200     05  FILLER                   PIC X(08) VALUE '   ROWS'.
018300     05  FILLER                   PIC X(08) VALUE '  PARTS'.
018400     05  FILLER                   PIC X(07) VALUE '   REJ'.
018500     05  FILLER                   PIC X(06) VALUE '  QUAR'.
018600     05  FILLER                   PIC X(08) VALUE ' POSTED'.
018700     05  FILLER                   PIC X(04) VALUE ' OOB'.
018800
018900 01  SUM-STEP-LINE.
019000     05  SUM-STEP-NAME-OUT        PIC X(08).
019100     05  FILLER                   PIC X(02) VALUE SPACE.
019200     05  SUM-STEP-STATUS-OUT      PIC X(07).
019300     05  SUM-STEP-RC-OUT          PIC ZZ9.
019400     05  FILLER                   PIC X(03) VALUE SPACE.
019500     05  SUM-START-HH-OUT         PIC 9(02).
019600     05  FILLER                   PIC X(01) VALUE ':'.
019700     05  SUM-START-MM-OUT         PIC 9(02).
019800     05  FILLER                   PIC X(01) VALUE SPACE.
019900     05  SUM-END-HH-OUT           PIC 9(02).
020000     05  FILLER                   PIC X(01) VALUE ':'.
020100     05  SUM-END-MM-OUT           PIC 9(02).
020200     05  FILLER                   PIC X(01) VALUE SPACE.
020300     05  SUM-ROWS-OUT             PIC ZZZZZZ9.
020400     05  FILLER                   PIC X(01) VALUE SPACE.
020500     05  SUM-PARTS-OUT            PIC ZZZZZZ9.
020600     05  FILLER                   PIC X(01) VALUE SPACE.
020700     05  SUM-REJECTS-OUT          PIC ZZZZZ9.
020800     05  FILLER                   PIC X(01) VALUE SPACE.
020900     05  SUM-QUAR-OUT             PIC ZZZZ9.
021000     05  FILLER                   PIC X(01) VALUE SPACE.
021100     05  SUM-POSTED-OUT           PIC ZZZZZZ9.
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  SUM-OOB-OUT              PIC ZZ9.
021400
021500 01  SUM-MISSING-LINE.
021600     05  SUM-MISS-NAME-OUT        PIC X(08).
021700     05  FILLER                   PIC X(02) VALUE SPACE.
021800     05  FILLER                   PIC X(40) VALUE
021900         'MISSING - NO RUNLOG RECORD FOR THE CYCLE'.
022000
022100 01  SUM-ACTION-LINE.
022200     05  SUM-ACT-NAME-OUT         PIC X(08).
022300     05  FILLER                   PIC X(02) VALUE SPACE.
022400     05  SUM-ACT-TEXT-OUT         PIC X(62).
022500
022600 01  SUM-ACT-RC-TEXT.
022700     05  FILLER                   PIC X(03) VALUE 'RC '.
022800     05  SUM-ACT-RC-OUT           PIC ZZ9.
022900     05  FILLER                   PIC X(07) VALUE ' - SEE '.
023000     05  SUM-ACT-REPORT-OUT       PIC X(08).
023100
023200 01  SUM-REASON-LINE.
023300     05  FILLER                   PIC X(10) VALUE SPACE.
023400     05  SUM-REASON-OUT           PIC X(60).
023500
023600 01  SUM-MSG-LINE.
023700     05  SUM-MSG-TEXT             PIC X(72) VALUE SPACE.
023800
023900 01  SUM-COUNT-LINE.
024000     05  SUM-COUNT-LABEL          PIC X(28).
024100     05  SUM-COUNT-OUT            PIC ZZZZZZ9.
024200
024300 PROCEDURE DIVISION.
024400
024500*****************************************************************
024600* 0000-MAINLINE.
024700*****************************************************************
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE
025000     IF NOT CYCLE-SEEN
025100       PERFORM 2000-FIND-LAST-CYCLE
025200     END-IF
025300     PERFORM 3000-TALLY-LOG
025400     PERFORM 4000-PRINT-STEPS
025500     PERFORM 5000-PRINT-ACTION-LIST
025600     PERFORM 8000-TERMINATE
025700     STOP RUN.
025800
025900*****************************************************************
026000* 1000-INITIALIZE - CARDS FIRST, THEN THE STANDING SEQUENCE
026100* UNLESS STEP CARDS GAVE ONE. NO LOG MEANS NO STEP OF THE
026200* STREAM HAS EVER FINISHED; THAT IS NOT A SUMMARY, IT IS A
026300* QUESTION FOR OPERATIONS.
026400*****************************************************************
026500 1000-INITIALIZE.
026600     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
026700
026800     PERFORM 1100-LOAD-PARMS
026900
027000     IF NOT STEP-CARD-SEEN
027100       MOVE 'SCHEMEDT' TO HOLD-STEP-NAME
027200       PERFORM 1200-ADD-EXPECTED-STEP
027300       MOVE 'SOLUTION' TO HOLD-STEP-NAME
027400       PERFORM 1200-ADD-EXPECTED-STEP
027500       MOVE 'BALANCE' TO HOLD-STEP-NAME
027600       PERFORM 1200-ADD-EXPECTED-STEP
027700       MOVE 'TIEOUT' TO HOLD-STEP-NAME
027800       PERFORM 1200-ADD-EXPECTED-STEP
027900       MOVE 'PARTLOAD' TO HOLD-STEP-NAME
027910       PERFORM 1200-ADD-EXPECTED-STEP
027920       MOVE 'GEARLOAD' TO HOLD-STEP-NAME
028000       PERFORM 1200-ADD-EXPECTED-STEP
028100       MOVE 'WUSEUPD' TO HOLD-STEP-NAME
028200       PERFORM 1200-ADD-EXPECTED-STEP
028300       MOVE 'HISTMNT' TO HOLD-STEP-NAME
028400       PERFORM 1200-ADD-EXPECTED-STEP
028500     END-IF
028600     MOVE STEP-ENTRY-COUNT TO EXPECTED-COUNT
028700
028800     OPEN INPUT RUNLOG-FILE
028900     IF RUNLOG-STATUS NOT = '00'
029000       DISPLAY 'RUNSUM - RUNLOG MISSING - STATUS ' RUNLOG-STATUS
029100       DISPLAY 'NO STEP HAS LOGGED - CHECK THE SCHEDULE'
029200       MOVE 16 TO RETURN-CODE
029300       STOP RUN
029400     END-IF
029500     CLOSE RUNLOG-FILE
029600
029700     EXIT.
029800
029900*****************************************************************
030000* 1100-LOAD-PARMS - READ AND CHECK THE SUMPARM CARDS. A MISSING
030100* DATASET IS THE SAME AS NO CARDS.
030200*****************************************************************
030300 1100-LOAD-PARMS.
030400     OPEN INPUT SUMPARM-FILE
030500
030600     IF SUMPARM-STATUS = '00'
030700       PERFORM UNTIL SUMPARM-STATUS NOT = '00'
030800         READ SUMPARM-FILE
030900           AT END
031000             CONTINUE
031100           NOT AT END
031200             MOVE SUMPARM-RECORD TO PARM-CARD
031300             PERFORM 1110-APPLY-PARM-CARD
031400                 THRU 1110-APPLY-PARM-CARD-EXIT
031500         END-READ
031600       END-PERFORM
031700       CLOSE SUMPARM-FILE
031800     END-IF
031900
032000     EXIT.
032100
032200 1110-APPLY-PARM-CARD.
032300     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
032400       GO TO 1110-APPLY-PARM-CARD-EXIT
032500     END-IF
032600
032700     MOVE SPACE TO PARM-KEY-FIELD
032800     MOVE SPACE TO PARM-VAL-FIELD
032900     MOVE SPACE TO PARM-EXTRA-FIELD
033000     UNSTRING PARM-CARD DELIMITED BY '='
033100         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
033200
033300     IF PARM-EXTRA-FIELD NOT = SPACE
033400       DISPLAY 'RUNSUM - MORE THAN ONE = ON THE CARD'
033500       PERFORM 9400-PARM-ABORT
033600     END-IF
033700
033800     EVALUATE PARM-KEY-FIELD
033900       WHEN 'CYCLE'
034000         IF CYCLE-SEEN
034100           DISPLAY 'RUNSUM - CYCLE GIVEN TWICE'
034200           PERFORM 9400-PARM-ABORT
034300         END-IF
034400         PERFORM 1120-PARSE-NUMBER
034500             THRU 1120-PARSE-NUMBER-EXIT
034600         IF NOT PARM-NUM-OK
034700           OR PARM-NUM < 19000101 OR PARM-NUM > 29991231
034800           DISPLAY 'RUNSUM - CYCLE MUST BE YYYYMMDD'
034900           PERFORM 9400-PARM-ABORT
035000         END-IF
035100         MOVE PARM-NUM TO CYCLE-DATE
035200         MOVE 'Y' TO CYCLE-SEEN-SW
035300       WHEN 'STEP'
035400         IF PARM-VAL-FIELD = SPACE
035500           OR PARM-VAL-FIELD(9:12) NOT = SPACE
035600           DISPLAY 'RUNSUM - STEP MUST BE 1 TO 8 CHARACTERS'
035700           PERFORM 9400-PARM-ABORT
035800         END-IF
035900         MOVE PARM-VAL-FIELD TO HOLD-STEP-NAME
036000         PERFORM 1210-FIND-STEP
036100         IF STEP-FOUND
036200           DISPLAY 'RUNSUM - STEP LISTED TWICE'
036300           PERFORM 9400-PARM-ABORT
036400         END-IF
036500         PERFORM 1200-ADD-EXPECTED-STEP
036600         MOVE 'Y' TO STEP-CARD-SW
036700       WHEN OTHER
036800         DISPLAY 'RUNSUM - UNKNOWN KEYWORD ON SUMPARM CARD'
036900         PERFORM 9400-PARM-ABORT
037000     END-EVALUATE.
037100
037200 1110-APPLY-PARM-CARD-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600* 1120-PARSE-NUMBER - PARM-VAL-FIELD TO AN UNSIGNED NUMBER IN
037700* PARM-NUM, LEADING/TRAILING SPACES ALLOWED, ANYTHING ELSE
037800* REFUSED - THE SAME RULE THE MAIN RUN APPLIES TO ITS CARDS.
037900*****************************************************************
038000 1120-PARSE-NUMBER.
038100     MOVE 0 TO PARM-NUM
038200     MOVE 'N' TO PARM-NUM-OK-SW
038300     MOVE 'N' TO PARM-DIGITS-DONE-SW
038400     MOVE 0 TO PARM-DIGIT-COUNT
038500
038600     PERFORM VARYING PARM-PTR FROM 1 BY 1 UNTIL PARM-PTR > 20
038700       EVALUATE TRUE
038800         WHEN PARM-VAL-FIELD(PARM-PTR:1) NUMERIC
038900           IF PARM-DIGITS-DONE
039000             MOVE 'N' TO PARM-NUM-OK-SW
039100             GO TO 1120-PARSE-NUMBER-EXIT
039200           END-IF
039300           ADD 1 TO PARM-DIGIT-COUNT
039400           IF PARM-DIGIT-COUNT > 10
039500             MOVE 'N' TO PARM-NUM-OK-SW
039600             GO TO 1120-PARSE-NUMBER-EXIT
039700           END-IF
039800           MULTIPLY PARM-NUM BY 10 GIVING PARM-NUM
039900           ADD FUNCTION NUMVAL(PARM-VAL-FIELD(PARM-PTR:1))
040000               TO PARM-NUM
040100           MOVE 'Y' TO PARM-NUM-OK-SW
040200         WHEN PARM-VAL-FIELD(PARM-PTR:1) = SPACE
040300           IF PARM-NUM-OK
040400             MOVE 'Y' TO PARM-DIGITS-DONE-SW
040500           END-IF
040600         WHEN OTHER
040700           MOVE 'N' TO PARM-NUM-OK-SW
040800           GO TO 1120-PARSE-NUMBER-EXIT
040900       END-EVALUATE
041000     END-PERFORM.
041100
041200 1120-PARSE-NUMBER-EXIT.
041300     EXIT.
041400
041500*****************************************************************
041600* 1200-ADD-EXPECTED-STEP - HOLD-STEP-NAME ONTO THE END OF THE
041700* STEP TABLE, NOT YET SEEN ON THE LOG.
041800*****************************************************************
041900 1200-ADD-EXPECTED-STEP.
042000     IF STEP-ENTRY-COUNT >= MAX-STEP-ENTRIES
042100       DISPLAY 'RUNSUM - MORE THAN ' MAX-STEP-ENTRIES ' STEPS'
042200       DISPLAY 'RAISE MAX-STEP-ENTRIES AND RERUN'
042300       MOVE 16 TO RETURN-CODE
042400       STOP RUN
042500     END-IF
042600
042700     ADD 1 TO STEP-ENTRY-COUNT
042800     SET STEP-IDX TO STEP-ENTRY-COUNT
042900     MOVE HOLD-STEP-NAME TO STEP-NAME(STEP-IDX)
043000     MOVE 0 TO STEP-RUNS(STEP-IDX)
043100     MOVE 0 TO STEP-RC(STEP-IDX)
043200     MOVE 0 TO STEP-START-TIME(STEP-IDX)
043300     MOVE 0 TO STEP-END-TIME(STEP-IDX)
043400     MOVE 0 TO STEP-ROWS(STEP-IDX)
043500     MOVE 0 TO STEP-PARTS(STEP-IDX)
043600     MOVE 0 TO STEP-REJECTS(STEP-IDX)
043700     MOVE 0 TO STEP-QUARANTINED(STEP-IDX)
043800     MOVE 0 TO STEP-POSTED(STEP-IDX)
043900     MOVE 0 TO STEP-OUT-OF-BAL(STEP-IDX)
044000     MOVE SPACE TO STEP-REPORT(STEP-IDX)
044100     MOVE SPACE TO STEP-REASON(STEP-IDX)
044200
044300     EXIT.
044400
044500*****************************************************************
044600* 1210-FIND-STEP - LOOK HOLD-STEP-NAME UP IN THE STEP TABLE.
044700* STEP-IDX IS LEFT ON THE ENTRY WHEN STEP-FOUND.
044800*****************************************************************
044900 1210-FIND-STEP.
045000     MOVE 'N' TO STEP-FOUND-SW
045100     PERFORM VARYING STEP-IDX FROM 1 BY 1
045200         UNTIL STEP-IDX > STEP-ENTRY-COUNT OR STEP-FOUND
045300       IF STEP-NAME(STEP-IDX) = HOLD-STEP-NAME
045400         MOVE 'Y' TO STEP-FOUND-SW
045500       END-IF
045600     END-PERFORM
045700     IF STEP-FOUND
045800       SET STEP-IDX DOWN BY 1
045900     END-IF
046000
046100     EXIT.
046200
046300*****************************************************************
046400* 2000-FIND-LAST-CYCLE - NO CYCLE CARD: SUMMARIZE THE CYCLE OF
046500* THE LAST RECORD ON THE LOG, WHICH IS LAST NIGHT'S STREAM WHEN
046600* THIS JOB RUNS IN THE MORNING.
046700*****************************************************************
046800 2000-FIND-LAST-CYCLE.
046900     OPEN INPUT RUNLOG-FILE
047000     MOVE 'N' TO RUNLOG-EOF-SW
047100     PERFORM UNTIL RUNLOG-EOF
047200       READ RUNLOG-FILE
047300         AT END
047400           MOVE 'Y' TO RUNLOG-EOF-SW
047500         NOT AT END
047600           IF RUNLOG-CYCLE-DATE NUMERIC
047700             MOVE RUNLOG-CYCLE-DATE TO CYCLE-DATE
047800           END-IF
047900       END-READ
048000     END-PERFORM
048100     CLOSE RUNLOG-FILE
048200
048300     EXIT.
048400
048500*****************************************************************
048600* 3000-TALLY-LOG - ONE PASS OF THE LOG. EVERY RECORD FOR THE
048700* CYCLE LANDS ON ITS STEP'S ENTRY, A LATER RUN OVERWRITING AN
048800* EARLIER ONE; A PROGRAM NOT IN THE EXPECTED SEQUENCE GETS AN
048900* ENTRY OF ITS OWN BEHIND IT. A RECORD THAT IS NOT NUMERIC
049000* WHERE IT SHOULD BE IS COUNTED AND PASSED OVER.
049100*****************************************************************
049200 3000-TALLY-LOG.
049300     OPEN INPUT RUNLOG-FILE
049400     MOVE 'N' TO RUNLOG-EOF-SW
049500     PERFORM UNTIL RUNLOG-EOF
049600       READ RUNLOG-FILE
049700         AT END
049800           MOVE 'Y' TO RUNLOG-EOF-SW
049900         NOT AT END
050000           ADD 1 TO LOG-READ-COUNT
050100           PERFORM 3100-TALLY-ONE-RECORD
050200               THRU 3100-TALLY-ONE-RECORD-EXIT
050300       END-READ
050400     END-PERFORM
050500     CLOSE RUNLOG-FILE
050600
050700     EXIT.
050800
050900 3100-TALLY-ONE-RECORD.
051000     IF RUNLOG-CYCLE-DATE NOT NUMERIC
051100       OR RUNLOG-RC NOT NUMERIC
051200       OR RUNLOG-START-TIME NOT NUMERIC
051300       OR RUNLOG-END-TIME NOT NUMERIC
051400       OR RUNLOG-PROGRAM = SPACE
051500       ADD 1 TO LOG-BAD-COUNT
051600       GO TO 3100-TALLY-ONE-RECORD-EXIT
051700     END-IF
051800
051900     IF RUNLOG-CYCLE-DATE NOT = CYCLE-DATE
052000       GO TO 3100-TALLY-ONE-RECORD-EXIT
052100     END-IF
052200     ADD 1 TO LOG-CYCLE-COUNT
052300
052400     MOVE RUNLOG-PROGRAM TO HOLD-STEP-NAME
052500     PERFORM 1210-FIND-STEP
052600     IF NOT STEP-FOUND
052700       PERFORM 1200-ADD-EXPECTED-STEP
052800     END-IF
052900
053000     ADD 1 TO STEP-RUNS(STEP-IDX)
053100     MOVE RUNLOG-RC TO STEP-RC(STEP-IDX)
053200     MOVE RUNLOG-START-TIME TO STEP-START-TIME(STEP-IDX)
053300     MOVE RUNLOG-END-TIME TO STEP-END-TIME(STEP-IDX)
053400     MOVE RUNLOG-REPORT TO STEP-REPORT(STEP-IDX)
053500     MOVE RUNLOG-REASON TO STEP-REASON(STEP-IDX)
053600     MOVE 0 TO STEP-ROWS(STEP-IDX)
053700     MOVE 0 TO STEP-PARTS(STEP-IDX)
053800     MOVE 0 TO STEP-REJECTS(STEP-IDX)
053900     MOVE 0 TO STEP-QUARANTINED(STEP-IDX)
054000     MOVE 0 TO STEP-POSTED(STEP-IDX)
054100     MOVE 0 TO STEP-OUT-OF-BAL(STEP-IDX)
054200     IF RUNLOG-ROWS NUMERIC
054300       MOVE RUNLOG-ROWS TO STEP-ROWS(STEP-IDX)
054400     END-IF
054500     IF RUNLOG-PARTS NUMERIC
054600       MOVE RUNLOG-PARTS TO STEP-PARTS(STEP-IDX)
054700     END-IF
054800     IF RUNLOG-REJECTS NUMERIC
054900       MOVE RUNLOG-REJECTS TO STEP-REJECTS(STEP-IDX)
055000     END-IF
055100     IF RUNLOG-QUARANTINED NUMERIC
055200       MOVE RUNLOG-QUARANTINED TO STEP-QUARANTINED(STEP-IDX)
055300     END-IF
055400     IF RUNLOG-POSTED NUMERIC
055500       MOVE RUNLOG-POSTED TO STEP-POSTED(STEP-IDX)
055600     END-IF
055700     IF RUNLOG-OUT-OF-BAL NUMERIC
055800       MOVE RUNLOG-OUT-OF-BAL TO STEP-OUT-OF-BAL(STEP-IDX)
055900     END-IF.
056000
056100 3100-TALLY-ONE-RECORD-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500* 4000-PRINT-STEPS - THE HEADING, THEN THE EXPECTED SEQUENCE IN
056600* ORDER, THEN ANY OTHER STEP THAT LOGGED FOR THE CYCLE.
056700*****************************************************************
056800 4000-PRINT-STEPS.
056900     OPEN OUTPUT SUM-RPT-FILE
057000     MOVE SUM-TITLE-LINE TO SUM-RPT-RECORD
057100     WRITE SUM-RPT-RECORD
057200     MOVE CYCLE-DATE TO SUM-CYCLE-OUT
057300     MOVE RUN-DATE TO SUM-DATE-OUT
057400     MOVE SUM-DATE-LINE TO SUM-RPT-RECORD
057500     WRITE SUM-RPT-RECORD
057600
057700     MOVE SPACE TO SUM-RPT-RECORD
057800     WRITE SUM-RPT-RECORD
057900     MOVE 'EXPECTED SEQUENCE' TO SUM-SECTION-TEXT
058000     MOVE SUM-SECTION-LINE TO SUM-RPT-RECORD
058100     WRITE SUM-RPT-RECORD
058200     MOVE SUM-HDG-LINE TO SUM-RPT-RECORD
058300     WRITE SUM-RPT-RECORD
058400
058500     PERFORM 4100-PRINT-ONE-STEP
058600         VARYING STEP-IDX FROM 1 BY 1
058700         UNTIL STEP-IDX > EXPECTED-COUNT
058800
058900     IF STEP-ENTRY-COUNT > EXPECTED-COUNT
059000       MOVE SPACE TO SUM-RPT-RECORD
059100       WRITE SUM-RPT-RECORD
059200       MOVE 'OTHER STEPS LOGGED FOR THE CYCLE' TO SUM-SECTION-TEXT
059300       MOVE SUM-SECTION-LINE TO SUM-RPT-RECORD
059400       WRITE SUM-RPT-RECORD
059500       MOVE SUM-HDG-LINE TO SUM-RPT-RECORD
059600       WRITE SUM-RPT-RECORD
059700       COMPUTE FIRST-OTHER = EXPECTED-COUNT + 1
059800       PERFORM 4100-PRINT-ONE-STEP
059900           VARYING STEP-IDX FROM FIRST-OTHER BY 1
060000           UNTIL STEP-IDX > STEP-ENTRY-COUNT
060100     END-IF
060200
060300     EXIT.
060400
060500*****************************************************************
060600* 4100-PRINT-ONE-STEP - ONE LINE PER STEP: THE LAST RUN'S
060700* RETURN CODE, START AND END (HH:MM) AND KEY COUNTS, OR THAT IT
060800* NEVER LOGGED FOR THE CYCLE.
060900*****************************************************************
061000 4100-PRINT-ONE-STEP.
061100     IF STEP-RUNS(STEP-IDX) = 0
061200       MOVE STEP-NAME(STEP-IDX) TO SUM-MISS-NAME-OUT
061300       MOVE SUM-MISSING-LINE TO SUM-RPT-RECORD
061400       WRITE SUM-RPT-RECORD
061500     ELSE
061600       MOVE STEP-NAME(STEP-IDX) TO SUM-STEP-NAME-OUT
061700       IF STEP-RUNS(STEP-IDX) > 1
061800         MOVE 'RERUN' TO SUM-STEP-STATUS-OUT
061900       ELSE
062000         MOVE 'RAN' TO SUM-STEP-STATUS-OUT
062100       END-IF
062200       MOVE STEP-RC(STEP-IDX) TO SUM-STEP-RC-OUT
062300       MOVE STEP-START-TIME(STEP-IDX) TO HOLD-TIME
062400       MOVE HOLD-TIME(1:2) TO SUM-START-HH-OUT
062500       MOVE HOLD-TIME(3:2) TO SUM-START-MM-OUT
062600       MOVE STEP-END-TIME(STEP-IDX) TO HOLD-TIME
062700       MOVE HOLD-TIME(1:2) TO SUM-END-HH-OUT
062800       MOVE HOLD-TIME(3:2) TO SUM-END-MM-OUT
062900       MOVE STEP-ROWS(STEP-IDX) TO SUM-ROWS-OUT
063000       MOVE STEP-PARTS(STEP-IDX) TO SUM-PARTS-OUT
063100       MOVE STEP-REJECTS(STEP-IDX) TO SUM-REJECTS-OUT
063200       MOVE STEP-QUARANTINED(STEP-IDX) TO SUM-QUAR-OUT
063300       MOVE STEP-POSTED(STEP-IDX) TO SUM-POSTED-OUT
063400       MOVE STEP-OUT-OF-BAL(STEP-IDX) TO SUM-OOB-OUT
063500       MOVE SUM-STEP-LINE TO SUM-RPT-RECORD
063600       WRITE SUM-RPT-RECORD
063700     END-IF
063800
063900     EXIT.
064000
064100*****************************************************************
064200* 5000-PRINT-ACTION-LIST - WHAT NEEDS SOMEONE THIS MORNING:
064300* EVERY STEP WHOSE LAST RUN ENDED NONZERO, WITH ITS REASON AND
064400* THE REPORT TO OPEN, AND EVERY EXPECTED STEP THAT NEVER
064500* LOGGED. A STEP RERUN CLEAN IS NOT LISTED - THE LAST RUN IS
064600* THE ONE THAT COUNTS.
064700*****************************************************************
064800 5000-PRINT-ACTION-LIST.
064900     MOVE SPACE TO SUM-RPT-RECORD
065000     WRITE SUM-RPT-RECORD
065100     MOVE 'STEPS NEEDING ACTION' TO SUM-SECTION-TEXT
065200     MOVE SUM-SECTION-LINE TO SUM-RPT-RECORD
065300     WRITE SUM-RPT-RECORD
065400
065500     PERFORM 5100-ACTION-ONE-STEP
065600         VARYING STEP-IDX FROM 1 BY 1
065700         UNTIL STEP-IDX > STEP-ENTRY-COUNT
065800
065900     IF LOG-BAD-COUNT > 0
066000       ADD 1 TO ACTION-COUNT
066100       MOVE 'RUNLOG' TO SUM-ACT-NAME-OUT
066200       MOVE 'UNREADABLE RECORDS ON THE LOG WERE PASSED OVER'
066300           TO SUM-ACT-TEXT-OUT
066400       MOVE SUM-ACTION-LINE TO SUM-RPT-RECORD
066500       WRITE SUM-RPT-RECORD
066600     END-IF
066700
066800     IF ACTION-COUNT = 0 AND MISSING-COUNT = 0
066900       MOVE 'NONE - EVERY EXPECTED STEP RAN AND ENDED CLEAN'
067000           TO SUM-MSG-TEXT
067100       MOVE SUM-MSG-LINE TO SUM-RPT-RECORD
067200       WRITE SUM-RPT-RECORD
067300     END-IF
067400
067500     EXIT.
067600
067700 5100-ACTION-ONE-STEP.
067800     IF STEP-RUNS(STEP-IDX) = 0
067900       ADD 1 TO MISSING-COUNT
068000       MOVE STEP-NAME(STEP-IDX) TO SUM-MISS-NAME-OUT
068100       MOVE SUM-MISSING-LINE TO SUM-RPT-RECORD
068200       WRITE SUM-RPT-RECORD
068300     ELSE
068400       IF STEP-IDX <= EXPECTED-COUNT
068500         ADD 1 TO RAN-COUNT
068600       END-IF
068700       IF STEP-RC(STEP-IDX) NOT = 0
068800         ADD 1 TO ACTION-COUNT
068900         IF STEP-RC(STEP-IDX) >= 16
069000           ADD 1 TO STOPPED-COUNT
069100         END-IF
069200         MOVE STEP-NAME(STEP-IDX) TO SUM-ACT-NAME-OUT
069300         MOVE STEP-RC(STEP-IDX) TO SUM-ACT-RC-OUT
069400         MOVE STEP-REPORT(STEP-IDX) TO SUM-ACT-REPORT-OUT
069500         MOVE SUM-ACT-RC-TEXT TO SUM-ACT-TEXT-OUT
069600         MOVE SUM-ACTION-LINE TO SUM-RPT-RECORD
069700         WRITE SUM-RPT-RECORD
069800         IF STEP-REASON(STEP-IDX) = SPACE
069900           MOVE 'NO REASON LOGGED' TO SUM-REASON-OUT
070000         ELSE
070100           MOVE STEP-REASON(STEP-IDX) TO SUM-REASON-OUT
070200         END-IF
070300         MOVE SUM-REASON-LINE TO SUM-RPT-RECORD
070400         WRITE SUM-RPT-RECORD
070500       END-IF
070600     END-IF
070700
070800     EXIT.
070900
071000*****************************************************************
071100* 8000-TERMINATE - FOOT THE PAGE AND GRADE THE RETURN CODE: A
071200* MISSING OR STOPPED STEP OUTRANKS A WARNING.
071300*****************************************************************
071400 8000-TERMINATE.
071500     MOVE SPACE TO SUM-RPT-RECORD
071600     WRITE SUM-RPT-RECORD
071700
071800     MOVE 'LOG RECORDS READ  . . . . . ' TO SUM-COUNT-LABEL
071900     MOVE LOG-READ-COUNT TO SUM-COUNT-OUT
072000     PERFORM 8200-COUNT-WRITE
072100     MOVE 'LOG RECORDS FOR THE CYCLE . ' TO SUM-COUNT-LABEL
072200     MOVE LOG-CYCLE-COUNT TO SUM-COUNT-OUT
072300     PERFORM 8200-COUNT-WRITE
072400     MOVE 'UNREADABLE LOG RECORDS  . . ' TO SUM-COUNT-LABEL
072500     MOVE LOG-BAD-COUNT TO SUM-COUNT-OUT
072600     PERFORM 8200-COUNT-WRITE
072700     MOVE 'STEPS EXPECTED  . . . . . . ' TO SUM-COUNT-LABEL
072800     MOVE EXPECTED-COUNT TO SUM-COUNT-OUT
072900     PERFORM 8200-COUNT-WRITE
073000     MOVE 'EXPECTED STEPS RAN  . . . . ' TO SUM-COUNT-LABEL
073100     MOVE RAN-COUNT TO SUM-COUNT-OUT
073200     PERFORM 8200-COUNT-WRITE
073300     MOVE 'EXPECTED STEPS MISSING  . . ' TO SUM-COUNT-LABEL
073400     MOVE MISSING-COUNT TO SUM-COUNT-OUT
073500     PERFORM 8200-COUNT-WRITE
073600     MOVE 'STEPS NEEDING ACTION  . . . ' TO SUM-COUNT-LABEL
073700     MOVE ACTION-COUNT TO SUM-COUNT-OUT
073800     PERFORM 8200-COUNT-WRITE
073900
074000     CLOSE SUM-RPT-FILE
074100
074200     DISPLAY 'RUNSUM - CYCLE ' CYCLE-DATE
074300         ' RAN ' RAN-COUNT ' MISSING ' MISSING-COUNT
074400         ' ACTION ' ACTION-COUNT
074500
074600     EVALUATE TRUE
074700       WHEN MISSING-COUNT > 0 OR STOPPED-COUNT > 0
074800         MOVE 8 TO RETURN-CODE
074900       WHEN ACTION-COUNT > 0
075000         MOVE 4 TO RETURN-CODE
075100       WHEN OTHER
075200         MOVE 0 TO RETURN-CODE
075300     END-EVALUATE.
075400
075500 8200-COUNT-WRITE.
075600     MOVE SUM-COUNT-LINE TO SUM-RPT-RECORD
075700     WRITE SUM-RPT-RECORD
075800
075900     EXIT.
076000
076100*****************************************************************
076200* 9400-PARM-ABORT - A SUMPARM CARD FAILED VALIDATION. SHOW IT
076300* AND STOP BEFORE THE LOG IS READ.
076400*****************************************************************
076500 9400-PARM-ABORT.
076600     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
076700
076800     CLOSE SUMPARM-FILE
076900
077000     MOVE 16 TO RETURN-CODE
077100     STOP RUN.
