002800* THE AUDITOUT MEASURE IS SKIPPED WITH A NOTE WHEN THE RUNPARMS
002900* AUDIT=NO CARD TURNED THE LISTING OFF - NO LISTING IS THE
003000* EXPECTED STATE THEN, NOT A SHORT ONE.
003010*
003020* MODIFICATION HISTORY.
003030*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003040*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003050*                  FOR THE RUNSUM MORNING SUMMARY.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. BALANCE.
007900     SELECT BAL-RPT-FILE ASSIGN TO BALRPT
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008110*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
008120*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
008130*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
008140*    A NEW CYCLE STARTS IT.
008150     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
008160         ORGANIZATION IS LINE SEQUENTIAL
008170         FILE STATUS IS RUNLOG-STATUS.
008180
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PART-FILE
011500 FD  BAL-RPT-FILE
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  BAL-RPT-RECORD              PIC X(80).
011710
011720 FD  RUNLOG-FILE
011730     RECORD CONTAINS 150 CHARACTERS.
011740 01  RUNLOG-RECORD               PIC X(150).
011800
011900 WORKING-STORAGE SECTION.
012000*    THE PARTOUT AND GEAROUT RECORD VIEWS, AS THE MAIN RUN
018600 01  BAL-GEAR-HASH               PIC 9(12) VALUE 0.
018700 01  BAL-GEAR-SUM                PIC 9(14) VALUE 0.
018800 01  BAL-AUDIT-COUNT             PIC 9(07) VALUE 0 COMP.
018810 01  OUT-OF-BAL-COUNT            PIC 9(03) VALUE 0 COMP.
018900
019000*    WHAT THE WRITERS CLAIMED.
019100 01  HOLD-PART-TRL-COUNT         PIC 9(07) VALUE 0.
025000 01  BAL-MSG-LINE.
025100     05  BAL-MSG-TEXT             PIC X(60) VALUE SPACE.
025200
025204*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
025208*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
025212 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
025216 01  RUNLOG-LINE.
025220     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'BALANCE'.
025224     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
025228     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
025232     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
025236     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
025240     05  RUNLOG-RC               PIC 9(03) VALUE 0.
025244     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
025248     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
025252     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
025256     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
025260     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
025264     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
025268     05  RUNLOG-REPORT           PIC X(08) VALUE 'BALRPT'.
025272     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
025276     05  FILLER                  PIC X(05) VALUE SPACE.
025280
025300 PROCEDURE DIVISION.
025400
025500*****************************************************************
026400     PERFORM 2400-SCAN-RPTOUT
026500     PERFORM 4000-BALANCE-ALL
026600     PERFORM 8000-TERMINATE
026610     PERFORM 9900-WRITE-RUNLOG
026700     STOP RUN.
026800
026900*****************************************************************
027100* THE STATEMENT.
027200*****************************************************************
027300 1000-INITIALIZE.
027310     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
027320                                        RUNLOG-CYCLE-DATE
027330     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
027340
027400     PERFORM 1100-LOAD-RUN-PARMS
027500
027600     OPEN OUTPUT BAL-RPT-FILE
058400     ELSE
058500       MOVE '*** OUT ***' TO BAL-FLAG-OUT
058600       MOVE 'Y' TO OUT-OF-BALANCE-SW
058610       ADD 1 TO OUT-OF-BAL-COUNT
058700     END-IF
058800
058900     MOVE BAL-DETAIL-LINE TO BAL-RPT-RECORD
062700     CLOSE BAL-RPT-FILE
062800
062900     MOVE 16 TO RETURN-CODE
062910     MOVE BAL-MSG-TEXT TO RUNLOG-REASON
062920     PERFORM 9900-WRITE-RUNLOG
063000     STOP RUN.
063010
063020*****************************************************************
063030* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
063040* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
063050* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
063060* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
063070* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
063080*****************************************************************
063090 9900-WRITE-RUNLOG.
063100     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
063110     MOVE RETURN-CODE TO RUNLOG-RC
063120     MOVE BAL-PART-COUNT TO RUNLOG-PARTS
063130     MOVE OUT-OF-BAL-COUNT TO RUNLOG-OUT-OF-BAL
063140
063150     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
063160       EVALUATE RETURN-CODE
063170         WHEN 8
063180           MOVE 'OUT OF BALANCE - HOLD THE PARTOUT TRANSMISSION'
063190               TO RUNLOG-REASON
063200         WHEN OTHER
063210           MOVE 'RUN STOPPED - A FILE TO BALANCE IS MISSING'
063220               TO RUNLOG-REASON
063230       END-EVALUATE
063240     END-IF
063250
063260     OPEN EXTEND RUNLOG-FILE
063270     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
063280       MOVE RUNLOG-LINE TO RUNLOG-RECORD
063290       WRITE RUNLOG-RECORD
063300       CLOSE RUNLOG-FILE
063310     ELSE
063320       DISPLAY 'BALANCE - RUNLOG NOT AVAILABLE - STATUS '
063330           RUNLOG-STATUS
063340     END-IF.
