000100*****************************************************************
000200* PROGRAM:    PARTUNLD
000300* PURPOSE:    UNLOADS THE INDEXED PARTMAST PARTS MASTER TO A
000400*             SEQUENTIAL COPY (PARTSEQ) FOR THE NIGHTLY BACKUP -
000500*             ONE 80-BYTE RECORD PER PART, IN ASCENDING
000600*             PART-NUMBER ORDER, IN EXACTLY THE LAYOUT PARTCONV
000700*             RELOADS FROM. THE RECORD COUNT GOES TO THE CONSOLE
000800*             SO OPERATIONS CAN TIE THE BACKUP TO THE MASTER.
000900* AUTHOR:     D. M. HENDRICKS
001000* INSTALLATION: AOC DATA CENTER
001100* DATE-WRITTEN: 2026-10-15
001200*
001300* RETURN CODES: 0 = MASTER UNLOADED
001400*               4 = MASTER IS EMPTY - AN EMPTY BACKUP WAS
001500*                   WRITTEN, WHICH IS ONLY RIGHT BEFORE THE
001600*                   FIRST PARTS ARE ADDED
001700*              16 = PARTMAST MISSING OR UNREADABLE, OR PARTSEQ
001800*                   WOULD NOT TAKE A WRITE - NO GOOD BACKUP
001900*                   TONIGHT; KEEP THE PREVIOUS ONE
001910*
001920* MODIFICATION HISTORY.
001930*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
001940*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
001950*                  FOR THE RUNSUM MORNING SUMMARY.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. PARTUNLD.
002300 AUTHOR. D. M. HENDRICKS.
002400 INSTALLATION. AOC DATA CENTER.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100*    PARTMAST - THE INDEXED MASTER, READ IN KEY ORDER.
003200     SELECT PARTMAST-FILE ASSIGN TO PARTMAST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS PARTMAST-PART-NO
003600         FILE STATUS IS PARTMAST-STATUS.
003700
003800*    PARTSEQ - THE SEQUENTIAL BACKUP, AS PARTCONV READS IT.
003900     SELECT PARTSEQ-FILE ASSIGN TO PARTSEQ
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PARTSEQ-STATUS.
004200
004210*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
004220*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
004230*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
004240*    A NEW CYCLE STARTS IT.
004250     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
004260         ORGANIZATION IS LINE SEQUENTIAL
004270         FILE STATUS IS RUNLOG-STATUS.
004280
004300 DATA DIVISION.
004400 FILE SECTION.
004500*    KEEP THIS LAYOUT IN STEP WITH THE PARTMAST RECORD IN THE
004600*    MAIN RUN AND IN PARTMNT.
004700 FD  PARTMAST-FILE
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  PARTMAST-RECORD.
005000     05  PARTMAST-PART-NO         PIC 9(10).
005100     05  FILLER                   PIC X(70).
005200
005300 FD  PARTSEQ-FILE
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  PARTSEQ-RECORD              PIC X(80).
005600
005610 FD  RUNLOG-FILE
005620     RECORD CONTAINS 150 CHARACTERS.
005630 01  RUNLOG-RECORD               PIC X(150).
005640
005700 WORKING-STORAGE SECTION.
005800 01  SWITCHES.
005900     05  PARTMAST-EOF-SW         PIC X(01) VALUE 'N'.
006000         88  PARTMAST-EOF                   VALUE 'Y'.
006100
006200 01  PARTMAST-STATUS             PIC X(02) VALUE SPACE.
006300 01  PARTSEQ-STATUS              PIC X(02) VALUE SPACE.
006400
006500 01  UNLOAD-COUNT                PIC 9(07) VALUE 0 COMP.
006504
006508*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
006512*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
006516 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
006520 01  RUNLOG-LINE.
006524     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTUNLD'.
006528     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
006532     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
006536     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
006540     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
006544     05  RUNLOG-RC               PIC 9(03) VALUE 0.
006548     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
006552     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
006556     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
006560     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
006564     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
006568     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
006572     05  RUNLOG-REPORT           PIC X(08) VALUE 'SYSOUT'.
006576     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
006580     05  FILLER                  PIC X(05) VALUE SPACE.
006600
006700 PROCEDURE DIVISION.
006800
006900*****************************************************************
007000* 0000-MAINLINE.
007100*****************************************************************
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE
007400     PERFORM 2000-UNLOAD-RECORD
007500         UNTIL PARTMAST-EOF
007600     PERFORM 8000-TERMINATE
007610     PERFORM 9900-WRITE-RUNLOG
007700     STOP RUN.
007800
007900*****************************************************************
008000* 1000-INITIALIZE.
008100*****************************************************************
008200 1000-INITIALIZE.
008210     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
008220                                        RUNLOG-CYCLE-DATE
008230     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
008240
008300     OPEN INPUT PARTMAST-FILE
008400     IF PARTMAST-STATUS NOT = '00'
008500       DISPLAY 'PARTUNLD - PARTMAST NOT AVAILABLE - STATUS '
008600           PARTMAST-STATUS
008700       MOVE 16 TO RETURN-CODE
008710       MOVE 'PARTMAST NOT AVAILABLE - NO BACKUP TONIGHT'
008720           TO RUNLOG-REASON
008730       PERFORM 9900-WRITE-RUNLOG
008800       STOP RUN
008900     END-IF
009000
009100     OPEN OUTPUT PARTSEQ-FILE
009200     IF PARTSEQ-STATUS NOT = '00'
009300       DISPLAY 'PARTUNLD - PARTSEQ WILL NOT OPEN - STATUS '
009400           PARTSEQ-STATUS
009500       CLOSE PARTMAST-FILE
009600       MOVE 16 TO RETURN-CODE
009610       MOVE 'PARTSEQ WILL NOT OPEN - NO BACKUP TONIGHT'
009620           TO RUNLOG-REASON
009630       PERFORM 9900-WRITE-RUNLOG
009700       STOP RUN
009800     END-IF
009900
010000     EXIT.
010100
010200*****************************************************************
010300* 2000-UNLOAD-RECORD - NEXT MASTER RECORD IN KEY ORDER TO THE
010400* BACKUP. ANY READ STATUS OTHER THAN A RECORD OR END OF FILE
010500* MEANS THE BACKUP IS INCOMPLETE AND STOPS THE RUN.
010600*****************************************************************
010700 2000-UNLOAD-RECORD.
010800     READ PARTMAST-FILE NEXT RECORD
010900       AT END
011000         MOVE 'Y' TO PARTMAST-EOF-SW
011100       NOT AT END
011200         MOVE PARTMAST-RECORD TO PARTSEQ-RECORD
011300         WRITE PARTSEQ-RECORD
011400         IF PARTSEQ-STATUS NOT = '00'
011500           DISPLAY 'PARTUNLD - WRITE FAILED ON PARTSEQ - STATUS '
011600               PARTSEQ-STATUS
011700           PERFORM 9000-UNLOAD-ABORT
011800         END-IF
011900         ADD 1 TO UNLOAD-COUNT
012000     END-READ
012100
012200     IF PARTMAST-STATUS NOT = '00' AND PARTMAST-STATUS NOT = '10'
012300       DISPLAY 'PARTUNLD - READ FAILED ON PARTMAST - STATUS '
012400           PARTMAST-STATUS
012500       PERFORM 9000-UNLOAD-ABORT
012600     END-IF.
012700
012800*****************************************************************
012900* 8000-TERMINATE.
013000*****************************************************************
013100 8000-TERMINATE.
013200     CLOSE PARTMAST-FILE
013300     CLOSE PARTSEQ-FILE
013400
013500     DISPLAY 'PARTUNLD - MASTER RECORDS UNLOADED ' UNLOAD-COUNT
013600
013700     IF UNLOAD-COUNT = 0
013800       DISPLAY 'PARTUNLD - PARTMAST IS EMPTY'
013900       MOVE 4 TO RETURN-CODE
014000     ELSE
014100       MOVE 0 TO RETURN-CODE
014200     END-IF.
014300
014400*****************************************************************
014500* 9000-UNLOAD-ABORT - THE BACKUP IS INCOMPLETE. SAY HOW FAR IT
014600* GOT AND STOP WITH RC 16 SO THE SCHEDULE KEEPS LAST NIGHT'S.
014700*****************************************************************
014800 9000-UNLOAD-ABORT.
014900     DISPLAY 'PARTUNLD - ' UNLOAD-COUNT
015000         ' RECORDS WRITTEN BEFORE THE FAILURE'
015100     CLOSE PARTMAST-FILE
015200     CLOSE PARTSEQ-FILE
015300     MOVE 16 TO RETURN-CODE
015310     MOVE 'BACKUP INCOMPLETE - KEEP THE PREVIOUS ONE'
015320         TO RUNLOG-REASON
015330     PERFORM 9900-WRITE-RUNLOG
015400     STOP RUN.
015410
015420*****************************************************************
015430* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
015440* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
015450* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
015460* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
015470* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
015480*****************************************************************
015490 9900-WRITE-RUNLOG.
015500     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
015510     MOVE RETURN-CODE TO RUNLOG-RC
015520     MOVE UNLOAD-COUNT TO RUNLOG-PARTS
015530
015540     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
015550       EVALUATE RETURN-CODE
015560         WHEN 4
015570           MOVE 'PARTMAST IS EMPTY - AN EMPTY BACKUP WAS WRITTEN'
015580               TO RUNLOG-REASON
015590         WHEN OTHER
015600           MOVE 'RUN STOPPED - NO GOOD BACKUP TONIGHT'
015610               TO RUNLOG-REASON
015620       END-EVALUATE
015630     END-IF
015640
015650     OPEN EXTEND RUNLOG-FILE
015660     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
015670       MOVE RUNLOG-LINE TO RUNLOG-RECORD
015680       WRITE RUNLOG-RECORD
015690       CLOSE RUNLOG-FILE
015700     ELSE
015710       DISPLAY 'PARTUNLD - RUNLOG NOT AVAILABLE - STATUS '
015720           RUNLOG-STATUS
015730     END-IF.
