002196*                  MODEL'S TOTAL HALVED THE SAME NIGHT AND THE
002197*                  AGGREGATE SAT STILL. A MISSING ENGHIST JUST
002198*                  SKIPS THE SECTION WITH A NOTE.
002208*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
002218*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
002228*                  FOR THE RUNSUM MORNING SUMMARY.
002238*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TIEOUT.
002500 AUTHOR. D. M. HENDRICKS.
005270         ORGANIZATION IS LINE SEQUENTIAL
005280         FILE STATUS IS RUNPARMS-STATUS.
005300
005310*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
005320*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
005330*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
005340*    A NEW CYCLE STARTS IT.
005350     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
005360         ORGANIZATION IS LINE SEQUENTIAL
005370         FILE STATUS IS RUNLOG-STATUS.
005380
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CTLTOT-FILE
007530     RECORD CONTAINS 80 CHARACTERS.
007540 01  RUNPARMS-RECORD              PIC X(80).
007600
007610 FD  RUNLOG-FILE
007620     RECORD CONTAINS 150 CHARACTERS.
007630 01  RUNLOG-RECORD                PIC X(150).
007640
007700 WORKING-STORAGE SECTION.
007800*    MOVEMENT BEYOND THIS PERCENTAGE ON ANY MEASURE GETS THE
007900*    CHECK FLAG AND RETURN CODE 4. TEN PERCENT UNLESS A
009326*    FROM TODAY'S RUN, FILLED BY THE SAME LAST-ONE-WINS SCAN
009328*    RULE THE RUN-LEVEL HISTORY USES.
009330 78  MAX-ENG-ENTRIES              VALUE 200.
009331 01  VARIANCE-COUNT               PIC 9(03) VALUE 0 COMP.
009332 01  ENG-ENTRY-COUNT              PIC 9(03) VALUE 0 COMP.
009334 01  ENG-POS                      PIC 9(03) VALUE 0 COMP.
009336 01  ENG-TABLE.
015570     05  FILLER                   PIC X(02) VALUE SPACE.
015580     05  VAR-ENG-NOTE-OUT         PIC X(40) VALUE SPACE.
015590
015595*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
015600*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
015605 01  RUNLOG-STATUS                PIC X(02) VALUE SPACE.
015610 01  RUNLOG-LINE.
015615     05  RUNLOG-PROGRAM           PIC X(08) VALUE 'TIEOUT'.
015620     05  RUNLOG-CYCLE-DATE        PIC 9(08) VALUE 0.
015625     05  RUNLOG-RUN-DATE          PIC 9(08) VALUE 0.
015630     05  RUNLOG-START-TIME        PIC 9(06) VALUE 0.
015635     05  RUNLOG-END-TIME          PIC 9(06) VALUE 0.
015640     05  RUNLOG-RC                PIC 9(03) VALUE 0.
015645     05  RUNLOG-ROWS              PIC 9(07) VALUE 0.
015650     05  RUNLOG-PARTS             PIC 9(07) VALUE 0.
015655     05  RUNLOG-REJECTS           PIC 9(07) VALUE 0.
015660     05  RUNLOG-QUARANTINED       PIC 9(07) VALUE 0.
015665     05  RUNLOG-POSTED            PIC 9(07) VALUE 0.
015670     05  RUNLOG-OUT-OF-BAL        PIC 9(03) VALUE 0.
015675     05  RUNLOG-REPORT            PIC X(08) VALUE 'VARRPT'.
015680     05  RUNLOG-REASON            PIC X(60) VALUE SPACE.
015685     05  FILLER                   PIC X(05) VALUE SPACE.
015690
015700 PROCEDURE DIVISION.
015800
015900*****************************************************************
016460     PERFORM 3500-COMPARE-ENGINES
016500     PERFORM 3000-COMPARE-MEASURES
016600     PERFORM 8000-TERMINATE
016610     PERFORM 9900-WRITE-RUNLOG
016700     STOP RUN.
016800
016900*****************************************************************
017400* TO ITS TERMINATION.
017500*****************************************************************
017600 1000-INITIALIZE.
017602     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
017604                                        RUNLOG-CYCLE-DATE
017606     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
017608
017610     PERFORM 1050-LOAD-RUN-PARMS
017620
017700     OPEN OUTPUT VARRPT-FILE
035200     IF VAR-PCT > PARM-TOLERANCE
035300       MOVE ' ** CHECK' TO VAR-FLAG-OUT
035400       MOVE 'Y' TO VARIANCE-HIT-SW
035410       ADD 1 TO VARIANCE-COUNT
035500     ELSE
035600       MOVE SPACE TO VAR-FLAG-OUT
035700     END-IF
038700     CLOSE VARRPT-FILE
038800
038900     MOVE 16 TO RETURN-CODE
038910     MOVE 'CTLTOTS MISSING OR EMPTY - NOTHING TO TIE OUT'
038920         TO RUNLOG-REASON
038930     PERFORM 9900-WRITE-RUNLOG
039000     STOP RUN.
039100
039200*****************************************************************
040000     CLOSE VARRPT-FILE
040100
040200     MOVE 16 TO RETURN-CODE
040210     MOVE 'RUNHIST MISSING - CANNOT TIE OUT' TO RUNLOG-REASON
040220     PERFORM 9900-WRITE-RUNLOG
040300     STOP RUN.
040400
040500*****************************************************************
041300     CLOSE VARRPT-FILE
041400
041500     MOVE 16 TO RETURN-CODE
041510     MOVE VAR-MSG-TEXT TO RUNLOG-REASON
041520     PERFORM 9900-WRITE-RUNLOG
041600     STOP RUN.
041700
041800*****************************************************************
051400     CLOSE RUNPARMS-FILE
051500
051600     MOVE 16 TO RETURN-CODE
051610     MOVE 'BAD RUNPARMS CARD - NOTHING TIED OUT' TO RUNLOG-REASON
051620     MOVE 'SYSOUT' TO RUNLOG-REPORT
051630     PERFORM 9900-WRITE-RUNLOG
051700     STOP RUN.
051710
051720*****************************************************************
051730* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
051740* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
051750* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
051760* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
051770* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
051780*****************************************************************
051790 9900-WRITE-RUNLOG.
051800     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
051810     MOVE RETURN-CODE TO RUNLOG-RC
051820     MOVE VARIANCE-COUNT TO RUNLOG-OUT-OF-BAL
051830
051840     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
051850       EVALUATE RETURN-CODE
051860         WHEN 4
051870           MOVE 'MEASURES MOVED BEYOND TOLERANCE' TO RUNLOG-REASON
051880         WHEN 8
051890           MOVE 'NO PRIOR RUN ON THE HISTORY TO TIE AGAINST'
051900               TO RUNLOG-REASON
051910         WHEN OTHER
051920           MOVE 'RUN STOPPED - NOT TIED OUT' TO RUNLOG-REASON
051930       END-EVALUATE
051940     END-IF
051950
051960     OPEN EXTEND RUNLOG-FILE
051970     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
051980       MOVE RUNLOG-LINE TO RUNLOG-RECORD
051990       WRITE RUNLOG-RECORD
052000       CLOSE RUNLOG-FILE
052010     ELSE
052020       DISPLAY 'TIEOUT - RUNLOG NOT AVAILABLE - STATUS '
052030           RUNLOG-STATUS
052040     END-IF.
