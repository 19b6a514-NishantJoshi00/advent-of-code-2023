003200* TREND (DEFAULT 10), RETAIN=NNN THE RUNS KEPT LIVE ON THE
003300* HISTORY (DEFAULT 30). THE TOLERANCE COMES OFF THE SAME
003400* RUNPARMS TOLERANCE CARD THE MAIN RUN AND TIEOUT READ.
003410*
003420* MODIFICATION HISTORY.
003430*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003440*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003450*                  FOR THE RUNSUM MORNING SUMMARY.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. HISTMNT.
008000     SELECT TREND-RPT-FILE ASSIGN TO TRENDRPT
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
008500*    LAYOUT MUST STAY IN STEP WITH THE RUNHIST RECORD IN THE
012200 FD  TREND-RPT-FILE
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  TREND-RPT-RECORD            PIC X(80).
012410
012420 FD  RUNLOG-FILE
012430     RECORD CONTAINS 150 CHARACTERS.
012440 01  RUNLOG-RECORD               PIC X(150).
012500
012600 WORKING-STORAGE SECTION.
012700*    THE WHOLE HISTORY, IN APPEND ORDER. A FILE PAST THE CAP
024000 01  TREND-MSG-LINE.
024100     05  TREND-MSG-TEXT           PIC X(60) VALUE SPACE.
024200
024204*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
024208*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
024212 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
024216 01  RUNLOG-LINE.
024220     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'HISTMNT'.
024224     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
024228     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
024232     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
024236     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
024240     05  RUNLOG-RC               PIC 9(03) VALUE 0.
024244     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
024248     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
024252     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
024256     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
024260     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
024264     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
024268     05  RUNLOG-REPORT           PIC X(08) VALUE 'TRENDRPT'.
024272     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
024276     05  FILLER                  PIC X(05) VALUE SPACE.
024280
024300 PROCEDURE DIVISION.
024400
024500*****************************************************************
025100     PERFORM 3000-TREND-MEASURES
025200     PERFORM 5000-ARCHIVE-HISTORY
025300     PERFORM 8000-TERMINATE
025310     PERFORM 9900-WRITE-RUNLOG
025400     STOP RUN.
025500
025600*****************************************************************
025900* CUTOFF PRODUCED WHAT FOLLOWS.
026000*****************************************************************
026100 1000-INITIALIZE.
026110     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
026120                                        RUNLOG-CYCLE-DATE
026130     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
026140
026200     PERFORM 1100-LOAD-HIST-PARMS
026300     PERFORM 1200-LOAD-RUN-PARMS
026400
049100       WRITE TREND-RPT-RECORD
049200       CLOSE TREND-RPT-FILE
049300       MOVE 16 TO RETURN-CODE
049310       MOVE 'RUNHIST MISSING - NOTHING TO MAINTAIN'
049320           TO RUNLOG-REASON
049330       PERFORM 9900-WRITE-RUNLOG
049400       STOP RUN
049500     END-IF
049600
050600             CLOSE RUNHIST-FILE
050700             CLOSE TREND-RPT-FILE
050800             MOVE 16 TO RETURN-CODE
050810             MOVE 'HISTORY TABLE FULL - RAISE MAX-HIST-ENTRIES'
050820                 TO RUNLOG-REASON
050830             MOVE 'SYSOUT' TO RUNLOG-REPORT
050840             PERFORM 9900-WRITE-RUNLOG
050900             STOP RUN
051000           END-IF
051100           ADD 1 TO HIST-ENTRY-COUNT
052600       WRITE TREND-RPT-RECORD
052700       CLOSE TREND-RPT-FILE
052800       MOVE 16 TO RETURN-CODE
052810       MOVE 'RUNHIST IS EMPTY - NOTHING TO MAINTAIN'
052820           TO RUNLOG-REASON
052830       PERFORM 9900-WRITE-RUNLOG
052900       STOP RUN
053000     END-IF
053100
068100           ARCH-STATUS
068200       CLOSE TREND-RPT-FILE
068300       MOVE 16 TO RETURN-CODE
068310       MOVE 'HISTARCH WILL NOT OPEN - HISTORY NOT TRIMMED'
068320           TO RUNLOG-REASON
068330       MOVE 'SYSOUT' TO RUNLOG-REPORT
068340       PERFORM 9900-WRITE-RUNLOG
068400       STOP RUN
068500     END-IF
068600
070200           HISTOUT-STATUS
070300       CLOSE TREND-RPT-FILE
070400       MOVE 16 TO RETURN-CODE
070410       MOVE 'HISTOUT WILL NOT OPEN - HISTORY NOT TRIMMED'
070420           TO RUNLOG-REASON
070430       MOVE 'SYSOUT' TO RUNLOG-REPORT
070440       PERFORM 9900-WRITE-RUNLOG
070500       STOP RUN
070600     END-IF
070700
076800     CLOSE RUNPARMS-FILE
076900
077000     MOVE 16 TO RETURN-CODE
077010     MOVE 'BAD HISTPARM/RUNPARMS CARD - NOTHING DONE'
077020         TO RUNLOG-REASON
077030     MOVE 'SYSOUT' TO RUNLOG-REPORT
077040     PERFORM 9900-WRITE-RUNLOG
077100     STOP RUN.
077110
077120*****************************************************************
077130* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
077140* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
077150* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
077160* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
077170* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
077180*****************************************************************
077190 9900-WRITE-RUNLOG.
077200     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
077210     MOVE RETURN-CODE TO RUNLOG-RC
077220     MOVE HIST-ENTRY-COUNT TO RUNLOG-ROWS
077230
077240     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
077250       EVALUATE RETURN-CODE
077260         WHEN 4
077270           MOVE 'TREND DRIFT BEYOND TOLERANCE' TO RUNLOG-REASON
077280         WHEN 8
077290           MOVE 'TOO LITTLE HISTORY TO TREND - UNDER TWO RUNS'
077300               TO RUNLOG-REASON
077310         WHEN OTHER
077320           MOVE 'RUN STOPPED - HISTORY NOT MAINTAINED'
077330               TO RUNLOG-REASON
077340       END-EVALUATE
077350     END-IF
077360
077370     OPEN EXTEND RUNLOG-FILE
077380     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
077390       MOVE RUNLOG-LINE TO RUNLOG-RECORD
077400       WRITE RUNLOG-RECORD
077410       CLOSE RUNLOG-FILE
077420     ELSE
077430       DISPLAY 'HISTMNT - RUNLOG NOT AVAILABLE - STATUS '
077440           RUNLOG-STATUS
077450     END-IF.
