002193*                  A HAND-BUILT SELECT RANGE. IDENTITY HEADERS
002194*                  ARE NOW CAPTURED PER SCHEMATIC, NOT JUST
002195*                  READ PAST, SO THE LIST CAN NAME THE ENGINE.
002196*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
002197*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
002198*                  FOR THE RUNSUM MORNING SUMMARY.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. SCHEMCMP.
004950     SELECT CHG-FILE ASSIGN TO CHGLIST
004960         ORGANIZATION IS LINE SEQUENTIAL.
004970
004980*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
004990*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
005000*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
005010*    A NEW CYCLE STARTS IT.
005020     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS RUNLOG-STATUS.
005050
005100 DATA DIVISION.
005200 FILE SECTION.
005300*    KEEP THE 4000 ON BOTH RECORD VARYING CLAUSES IN STEP WITH
006770     05  CHG-SCHEM-NO             PIC 9(05).
006780     05  CHG-MODEL                PIC X(12).
006790     05  CHG-REV                  PIC X(04).
006792
006794 FD  RUNLOG-FILE
006796     RECORD CONTAINS 150 CHARACTERS.
006798 01  RUNLOG-RECORD                PIC X(150).
006800
006900 WORKING-STORAGE SECTION.
007000 78  MAX-ROW-WIDTH               VALUE 4000.
018400     05  DELTA-FOOT-LABEL         PIC X(26).
018500     05  DELTA-FOOT-OUT           PIC ZZZZ9.
018600
018604*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
018608*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
018612 01  RUNLOG-STATUS                PIC X(02) VALUE SPACE.
018616 01  RUNLOG-LINE.
018620     05  RUNLOG-PROGRAM           PIC X(08) VALUE 'SCHEMCMP'.
018624     05  RUNLOG-CYCLE-DATE        PIC 9(08) VALUE 0.
018628     05  RUNLOG-RUN-DATE          PIC 9(08) VALUE 0.
018632     05  RUNLOG-START-TIME        PIC 9(06) VALUE 0.
018636     05  RUNLOG-END-TIME          PIC 9(06) VALUE 0.
018640     05  RUNLOG-RC                PIC 9(03) VALUE 0.
018644     05  RUNLOG-ROWS              PIC 9(07) VALUE 0.
018648     05  RUNLOG-PARTS             PIC 9(07) VALUE 0.
018652     05  RUNLOG-REJECTS           PIC 9(07) VALUE 0.
018656     05  RUNLOG-QUARANTINED       PIC 9(07) VALUE 0.
018660     05  RUNLOG-POSTED            PIC 9(07) VALUE 0.
018664     05  RUNLOG-OUT-OF-BAL        PIC 9(03) VALUE 0.
018668     05  RUNLOG-REPORT            PIC X(08) VALUE 'DELTARPT'.
018672     05  RUNLOG-REASON            PIC X(60) VALUE SPACE.
018676     05  FILLER                   PIC X(05) VALUE SPACE.
018680
018700 PROCEDURE DIVISION.
018800
018900*****************************************************************
020800     PERFORM 5000-COMPARE-TABLES
020850     PERFORM 6000-WRITE-CHANGE-LIST
020900     PERFORM 8000-TERMINATE
020910     PERFORM 9900-WRITE-RUNLOG
021000     STOP RUN.
021100
021200*****************************************************************
021500* AS ADDED OR REMOVED AND BURY THE REAL QUESTION.
021600*****************************************************************
021700 1000-INITIALIZE.
021710     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
021720                                        RUNLOG-CYCLE-DATE
021730     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
021740
021800     OPEN INPUT SCHEM-FILE
021900     IF SCHEM-STATUS NOT = '00'
022000       DISPLAY 'SCHEMCMP - SCHEMIN MISSING - NOTHING TO COMPARE'
022100       MOVE 16 TO RETURN-CODE
022110       MOVE 'SCHEMIN MISSING - NOTHING TO COMPARE'
022120           TO RUNLOG-REASON
022130       MOVE 'SYSOUT' TO RUNLOG-REPORT
022140       PERFORM 9900-WRITE-RUNLOG
022200       STOP RUN
022300     END-IF
022400
022800           'COMPARE AGAINST'
022850       CLOSE SCHEM-FILE
022900       MOVE 16 TO RETURN-CODE
022910       MOVE 'SCHEMPRV MISSING - NOTHING TO COMPARE AGAINST'
022920           TO RUNLOG-REASON
022930       MOVE 'SYSOUT' TO RUNLOG-REPORT
022940       PERFORM 9900-WRITE-RUNLOG
023000       STOP RUN
023100     END-IF
023200
037400       CLOSE PRV-FILE
037500       CLOSE DELTA-FILE
037600       MOVE 16 TO RETURN-CODE
037610       MOVE 'ROW TOO WIDE - RAISE MAX-ROW-WIDTH' TO RUNLOG-REASON
037620       MOVE 'SYSOUT' TO RUNLOG-REPORT
037630       PERFORM 9900-WRITE-RUNLOG
037700       STOP RUN
037800     END-IF
037900
069700     CLOSE DELTA-FILE
069800
069900     MOVE 16 TO RETURN-CODE
069910     MOVE 'COMPARE TABLE FULL - RAISE MAX-CMP-ENTRIES'
069920         TO RUNLOG-REASON
069930     MOVE 'SYSOUT' TO RUNLOG-REPORT
069940     PERFORM 9900-WRITE-RUNLOG
070000     STOP RUN.
070100
070200*****************************************************************
071400     CLOSE DELTA-FILE
071500
071600     MOVE 16 TO RETURN-CODE
071610     MOVE 'CHANGE LIST FULL - RAISE MAX-CHG-SCHEMS'
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
071820     MOVE READ-ROW-NO TO RUNLOG-ROWS
071830     MOVE NEW-ENTRY-COUNT TO RUNLOG-PARTS
071840     ADD NEW-REJECT-COUNT OLD-REJECT-COUNT GIVING RUNLOG-REJECTS
071850
071860     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
071870       EVALUATE RETURN-CODE
071880         WHEN 4
071890           MOVE 'EXTRACTS DIFFER OR ROWS SKIPPED' TO RUNLOG-REASON
071900         WHEN OTHER
071910           MOVE 'RUN STOPPED - NO COMPARE MADE' TO RUNLOG-REASON
071920       END-EVALUATE
071930     END-IF
071940
071950     OPEN EXTEND RUNLOG-FILE
071960     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
071970       MOVE RUNLOG-LINE TO RUNLOG-RECORD
071980       WRITE RUNLOG-RECORD
071990       CLOSE RUNLOG-FILE
072000     ELSE
072010       DISPLAY 'SCHEMCMP - RUNLOG NOT AVAILABLE - STATUS '
072020           RUNLOG-STATUS
072030     END-IF.
