000300* PURPOSE:    BATCH MAINTENANCE OF THE PARTMAST PARTS MASTER.
000400*             UNTIL NOW THE ONLY WAY TO CHANGE THE MASTER WAS TO
000500*             HAND-EDIT THE DATASET, WITH NO RECORD OF WHO ADDED
000510*             WHAT OR WHEN. THIS JOB APPLIES TRANSACTION CARDS
000520*             (PARTTRAN) AGAINST THE INDEXED MASTER IN PLACE -
000530*             KEYED ADDS, REWRITES AND DELETES - REJECTS AN ADD
000540*             OF A NUMBER ALREADY ON THE MASTER AND ANY OTHER
000550*             TRANSACTION AGAINST ONE THAT IS NOT, AND LEAVES A
000560*             DATED AUDIT TRAIL OF EVERY APPLIED AND REJECTED
000570*             TRANSACTION, WITH BEFORE AND AFTER CONTROL COUNTS,
000580*             ON MNTAUDIT. THE WHOLE DECK IS EDITED BEFORE THE
000590*             FIRST CARD IS APPLIED, SO A BAD CARD STILL LEAVES
000600*             THE MASTER UNTOUCHED.
001600* AUTHOR:     D. M. HENDRICKS
001700* INSTALLATION: AOC DATA CENTER
001800* DATE-WRITTEN: 2026-09-01
002000* RETURN CODES: 0 = EVERY TRANSACTION APPLIED
002100*               4 = ONE OR MORE TRANSACTIONS REJECTED - SEE
002200*                   MNTAUDIT
002210*              16 = HARD ABORT. PARTTRAN MISSING, PARTMAST NOT
002220*                   AVAILABLE, OR A BAD CARD - NOTHING APPLIED.
002230*                   AN I/O FAILURE ON PARTMAST PART WAY THROUGH
002240*                   THE APPLY PASS LEAVES THE CARDS AHEAD OF IT
002250*                   APPLIED - RELOAD PARTMAST FROM THE LAST
002260*                   PARTUNLD BACKUP WITH PARTCONV AND RERUN.
002600*
002700* TRANSACTION CARDS ARE KEYWORD=VALUE, AS THE MAIN RUN'S
002710* RUNPARMS CARDS ARE, IN COLUMNS 1-30: ADD=, CHANGE=, OBSOLETE=,
002720* SUPERSEDE= OR DELETE= FOLLOWED BY A PART NUMBER OF UP TO TEN
002730* DIGITS, ONE TRANSACTION PER CARD, ANY NUMBER OF CARDS.
003000* '*' IN COLUMN ONE IS A COMMENT CARD, A BLANK CARD IS PASSED
003005* OVER, AND A CARD THAT IS NONE OF THESE STOPS THE RUN BEFORE
003010* ANY CARD IS APPLIED. COLUMNS 73-80 ARE THE CARD
003015* IDENTIFICATION FIELD. COLUMNS 31-72 CARRY THE PART DATA:
003020*     ADD / CHANGE  31-60 DESCRIPTION, 61-62 UNIT OF MEASURE,
003025*                   63-70 EFFECTIVE DATE YYYYMMDD. ON AN ADD A
003030*                   BLANK UNIT IS 'EA' AND A BLANK DATE IS THE
003035*                   RUN DATE; ON A CHANGE A BLANK FIELD IS LEFT
003040*                   AS IT STANDS.
003045*     OBSOLETE      63-70 DATE THE PART GOES OBSOLETE (BLANK =
003050*                   RUN DATE).
003055*     SUPERSEDE     31-40 THE REPLACEMENT PART NUMBER, WHICH
003060*                   MUST BE ACTIVE ON THE MASTER, AND 63-70 THE
003065*                   DATE THE PART IS SUPERSEDED (BLANK = RUN
003070*                   DATE).
003075*     DELETE        REMARKS ONLY.
003080* ONLY AN ACTIVE PART CAN BE MADE OBSOLETE OR SUPERSEDED. EVERY
003085* APPLIED TRANSACTION IS FOLLOWED ON MNTAUDIT BY THE BEFORE
003090* AND/OR AFTER IMAGE OF THE MASTER RECORD.
003095*
003100* AN ADD CARD WITH 'SUSPPROP' IN COLUMNS 73-80 CAME OFF THE
003105* SUSPPROP SUSPENSE-PROPOSAL DECK (ITS COLUMNS 31-72 ARE THE
003110* FIRST/LAST-SEEN DATES AND LATEST HIT, NOT PART DATA - THE PART
003115* GOES ON WITH A PLACEHOLDER DESCRIPTION, UNIT 'EA' AND THE RUN
003120* DATE, FOR A LATER CHANGE CARD TO COMPLETE) AND IS AUDITED AS
003125* A SUSPENSE ADD, NOT A KEYED ONE. SUCH A CARD IS ONLY APPLIED
003130* AFTER A SIGNOFF=XXXXXXXX CARD NAMING THE PARTS CONTROLLER WHO
003135* REVIEWED THE DECK; A PROPOSAL AHEAD OF ONE, OR A SIGNOFF CARD
003140* LEFT BLANK, STOPS THE RUN AS ANY OTHER BAD CARD DOES.
003145*
003150* MODIFICATION HISTORY.
003155*   2026-10-15 DMH SUSPENSE-PROPOSAL ADD CARDS FROM THE SUSPPROP
003160*                  JOB ARE ACCEPTED UNDER A SIGNOFF CARD AND
003165*                  MARKED ON MNTAUDIT AS SUSPENSE ADDS, WITH THE
003170*                  CONTROLLER'S ID; HAND-KEYED CARDS ARE MARKED
003175*                  AS KEYED. THE TRANSACTION IS NOW READ FROM
003180*                  COLUMNS 1-30 SO THE REMARKS CAN RIDE ALONG.
003185*   2026-10-15 DMH THE MASTER RECORD NOW CARRIES DESCRIPTION,
003190*                  UNIT OF MEASURE, STATUS (ACTIVE, OBSOLETE OR
003195*                  SUPERSEDED), REPLACEMENT PART AND EFFECTIVE
003200*                  AND STATUS DATES. CHANGE, OBSOLETE AND
003205*                  SUPERSEDE TRANSACTIONS ADDED, AND MNTAUDIT
003210*                  NOW SHOWS BEFORE/AFTER IMAGES OF EACH RECORD
003215*                  TOUCHED. A TEN-DIGIT RECORD ON THE OLD MASTER
003220*                  LOADS AS AN ACTIVE PART WITH NO DESCRIPTION.
003225*   2026-10-15 DMH PARTMAST IS NOW INDEXED ON PART NUMBER AND IS
003230*                  UPDATED IN PLACE BY KEYED WRITE, REWRITE AND
003235*                  DELETE - NO IN-STORAGE TABLE, NO ENTRY CAP,
003240*                  AND NO PARTMNEW REBUILD. THE DECK IS NOW
003245*                  EDITED IN A FIRST PASS AND APPLIED IN A
003250*                  SECOND. THE MASTER IS BUILT AND RELOADED BY
003255*                  PARTCONV AND BACKED UP BY PARTUNLD.
003260*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003265*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003270*                  FOR THE RUNSUM MORNING SUMMARY.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PARTMNT.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004310*    PARTMAST - THE MASTER, INDEXED ON PART NUMBER, OPENED I-O
004320*    AND UPDATED IN PLACE. IT MUST ALREADY EXIST - THE PARTCONV
004330*    JOB BUILDS IT, EMPTY IF NEED BE, BEFORE THE FIRST
004340*    MAINTENANCE RUN.
004350     SELECT PARTMAST-FILE ASSIGN TO PARTMAST
004360         ORGANIZATION IS INDEXED
004370         ACCESS MODE IS DYNAMIC
004380         RECORD KEY IS PARTMAST-PART-NO
004900         FILE STATUS IS PARTMAST-STATUS.
005000
005100*    PARTTRAN - THE TRANSACTION CARDS. A MAINTENANCE RUN WITH
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS TRAN-STATUS.
005600
006500*    MNTAUDIT - THE DATED AUDIT TRAIL: ONE LINE PER TRANSACTION,
006600*    APPLIED OR REJECTED WITH THE REASON, BRACKETED BY THE
006700*    BEFORE AND AFTER CONTROL COUNTS.
006800     SELECT AUDIT-RPT-FILE ASSIGN TO MNTAUDIT
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007010*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
007020*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
007030*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
007040*    A NEW CYCLE STARTS IT.
007050     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
007060         ORGANIZATION IS LINE SEQUENTIAL
007070         FILE STATUS IS RUNLOG-STATUS.
007080
007100 DATA DIVISION.
007200 FILE SECTION.
007210*    KEEP THIS LAYOUT IN STEP WITH THE PARTMAST RECORD THE MAIN
007220*    RUN READS. STATUS 'A' = ACTIVE, 'O' = OBSOLETE, 'S' =
007230*    SUPERSEDED BY SUPER-BY; THE STATUS DATE IS THE DAY THE PART
007240*    STOPPED BEING ACTIVE.
007300 FD  PARTMAST-FILE
007310     RECORD CONTAINS 80 CHARACTERS.
007500 01  PARTMAST-RECORD.
007600     05  PARTMAST-PART-NO         PIC 9(10).
007610     05  PARTMAST-DESC            PIC X(30).
007620     05  PARTMAST-UOM             PIC X(02).
007630     05  PARTMAST-STAT            PIC X(01).
007640         88  PARTMAST-ACTIVE                VALUE 'A'.
007650     05  PARTMAST-SUPER-BY        PIC 9(10).
007660     05  PARTMAST-EFF-DATE        PIC 9(08).
007670     05  PARTMAST-STAT-DATE       PIC 9(08).
007680     05  FILLER                   PIC X(11).
007700
007800 FD  TRAN-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  TRAN-RECORD                 PIC X(80).
008100
008700 FD  AUDIT-RPT-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  AUDIT-RPT-RECORD            PIC X(80).
009000
009010 FD  RUNLOG-FILE
009020     RECORD CONTAINS 150 CHARACTERS.
009030 01  RUNLOG-RECORD               PIC X(150).
009040
009100 WORKING-STORAGE SECTION.
009110*    ONE MASTER RECORD IN HAND - BUILT HERE BEFORE AN ADD, AND
010244*    THE RECORD 5100-AUDIT-IMAGE-WRITE PRINTS. MNT-SAVE-ENTRY
010248*    HOLDS THE BEFORE IMAGE WHILE THE RECORD IS CHANGED.
010252 01  MNT-WORK-ENTRY.
010256     05  MNT-WORK-PART-NO        PIC 9(10).
010260     05  MNT-WORK-DESC           PIC X(30).
010264     05  MNT-WORK-UOM            PIC X(02).
010268     05  MNT-WORK-STAT           PIC X(01).
010272     05  MNT-WORK-SUPER-BY       PIC 9(10).
010276     05  MNT-WORK-EFF-DATE       PIC 9(08).
010280     05  MNT-WORK-STAT-DATE      PIC 9(08).
010286     05  FILLER                  PIC X(11).
010292 01  MNT-SAVE-ENTRY              PIC X(80).
010300
010400 01  SWITCHES.
010500     05  TRAN-EOF-SW             PIC X(01) VALUE 'N'.
010600         88  TRAN-EOF                       VALUE 'Y'.
010700     05  MNT-FOUND-SW            PIC X(01) VALUE 'N'.
010800         88  MNT-FOUND                      VALUE 'Y'.
010810*    A SIGNOFF CARD WITH A CONTROLLER ID HAS BEEN READ - THE
010820*    SUSPENSE PROPOSALS BEHIND IT MAY BE APPLIED.
010830     05  SIGNED-OFF-SW           PIC X(01) VALUE 'N'.
010840         88  SIGNED-OFF                     VALUE 'Y'.
010850*    THE CARD IN HAND CAME OFF THE SUSPENSE-PROPOSAL DECK.
010860     05  SUSP-PROP-SW            PIC X(01) VALUE 'N'.
010870         88  SUSP-PROP-CARD                 VALUE 'Y'.
010877*    COLUMNS 63-70 OF THE CARD IN HAND CARRIED A DATE.
010884     05  CARD-DATE-SW            PIC X(01) VALUE 'N'.
010891         88  CARD-DATE-GIVEN                VALUE 'Y'.
010892*    'E' WHILE THE DECK IS BEING EDITED, 'A' WHILE IT IS BEING
010893*    APPLIED - THE SAME CARD PATH SERVES BOTH PASSES.
010894     05  PASS-SW                 PIC X(01) VALUE 'E'.
010895         88  EDIT-PASS                      VALUE 'E'.
010896         88  APPLY-PASS                     VALUE 'A'.
010900
011000 01  PARTMAST-STATUS             PIC X(02) VALUE SPACE.
011100 01  TRAN-STATUS                 PIC X(02) VALUE SPACE.
011300
011310*    KEYED-ACCESS WORK FIELDS. MNT-IO-VERB NAMES THE OPERATION
011320*    FOR 9300-MASTER-IO-ABORT.
011700 01  MNT-TARGET                  PIC 9(10) VALUE 0.
011910 01  MNT-PART-SAVE               PIC 9(10) VALUE 0.
011920 01  MNT-REPL-PART-NO            PIC 9(10) VALUE 0.
011930 01  MNT-EFF-DATE                PIC 9(08) VALUE 0.
011940 01  MNT-EFF-DATE-PARTS REDEFINES MNT-EFF-DATE.
011950     05  MNT-EFF-YYYY            PIC 9(04).
011960     05  MNT-EFF-MM              PIC 9(02).
011970     05  MNT-EFF-DD              PIC 9(02).
011980 01  MNT-IO-VERB                 PIC X(08) VALUE SPACE.
012000
012100*    CONTROL COUNTS FOR THE AUDIT TRAIL AND THE RETURN CODE.
012110 01  BEFORE-COUNT                PIC 9(07) VALUE 0 COMP.
012120 01  AFTER-COUNT                 PIC 9(07) VALUE 0 COMP.
012300 01  TRAN-READ-COUNT             PIC 9(05) VALUE 0 COMP.
012400 01  ADD-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
012500 01  ADD-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
012600 01  DEL-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
012700 01  DEL-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
012910 01  SUSP-APPLIED-COUNT          PIC 9(05) VALUE 0 COMP.
012920 01  SUSP-REJECT-COUNT           PIC 9(05) VALUE 0 COMP.
012921 01  CHG-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
012922 01  CHG-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
012923 01  OBS-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
012924 01  OBS-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
012925 01  SUP-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
012926 01  SUP-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
012930
012940*    THE PARTS CONTROLLER WHO SIGNED THE PROPOSAL DECK.
012950 01  SIGNOFF-ID                  PIC X(08) VALUE SPACE.
013000
013100*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
013200 01  PARM-CARD                   PIC X(80).
013207*    THE PART-DATA VIEW OF THE SAME CARD - SEE THE CARD FORMAT
013214*    IN THE PROGRAM HEADER.
013221 01  PARM-CARD-DATA REDEFINES PARM-CARD.
013228     05  FILLER                  PIC X(30).
013235     05  CARD-DESC               PIC X(30).
013242     05  CARD-REPL-AREA REDEFINES CARD-DESC.
013249         10  CARD-REPL-PART      PIC X(10).
013256         10  FILLER              PIC X(20).
013263     05  CARD-UOM                PIC X(02).
013270     05  CARD-EFF-DATE           PIC X(08).
013277     05  FILLER                  PIC X(02).
013284     05  CARD-IDENT              PIC X(08).
013300 01  PARM-KEY-FIELD              PIC X(12).
013400 01  PARM-VAL-FIELD              PIC X(20).
013500 01  PARM-EXTRA-FIELD            PIC X(20).
015100 01  AUDIT-DATE-LINE.
015200     05  AUDIT-DATE-LABEL         PIC X(11) VALUE 'RUN DATE . '.
015300     05  AUDIT-DATE-OUT           PIC 9999/99/99.
015310
015320 01  AUDIT-IMAGE-HDR-LINE.
015330     05  FILLER                   PIC X(14) VALUE 'IMAGE LINES:'.
015340     05  FILLER                   PIC X(52) VALUE
015350         'STATUS UOM DESCRIPTION / REPLACED BY / EFF / STATUS'.
015400
015500 01  AUDIT-TRAN-LINE.
015600     05  AUDIT-TRAN-DATE-OUT      PIC 9999/99/99.
015700     05  FILLER                   PIC X(02) VALUE SPACE.
015800     05  AUDIT-TRAN-DISP          PIC X(09).
015810     05  AUDIT-TRAN-ACTION        PIC X(10).
016000     05  FILLER                   PIC X(07) VALUE 'PART = '.
016100     05  AUDIT-TRAN-PART-OUT      PIC 9(10).
016200     05  FILLER                   PIC X(02) VALUE SPACE.
016210     05  AUDIT-TRAN-SOURCE        PIC X(09) VALUE SPACE.
016211     05  AUDIT-TRAN-REASON        PIC X(21) VALUE SPACE.
016212
016213*    THE MASTER RECORD AS IT STOOD BEFORE, OR STANDS AFTER, THE
016214*    TRANSACTION ON THE LINE ABOVE.
016215 01  AUDIT-IMAGE-LINE.
016216     05  FILLER                   PIC X(07) VALUE SPACE.
016217     05  AUDIT-IMG-LABEL          PIC X(07).
016218     05  AUDIT-IMG-STAT           PIC X(01).
016219     05  FILLER                   PIC X(01) VALUE SPACE.
016220     05  AUDIT-IMG-UOM            PIC X(02).
016221     05  FILLER                   PIC X(01) VALUE SPACE.
016222     05  AUDIT-IMG-DESC           PIC X(30).
016223     05  FILLER                   PIC X(01) VALUE SPACE.
016224     05  AUDIT-IMG-SUPER-BY       PIC Z(10).
016225     05  FILLER                   PIC X(01) VALUE SPACE.
016226     05  AUDIT-IMG-EFF-DATE       PIC Z(08).
016227     05  FILLER                   PIC X(01) VALUE SPACE.
016228     05  AUDIT-IMG-STAT-DATE      PIC Z(08).
016230
016240 01  AUDIT-SIGNOFF-LINE.
016250     05  AUDIT-SIGN-DATE-OUT      PIC 9999/99/99.
016260     05  FILLER                   PIC X(02) VALUE SPACE.
016270     05  FILLER                   PIC X(42) VALUE
016280         'SUSPENSE PROPOSALS BELOW SIGNED OFF BY ID '.
016290     05  AUDIT-SIGN-ID-OUT        PIC X(08).
016400
016500 01  AUDIT-COUNT-LINE.
016600     05  AUDIT-COUNT-LABEL        PIC X(28).
016700     05  AUDIT-COUNT-OUT          PIC ZZZZZZ9.
016800
016804*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
016808*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
016812 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
016816 01  RUNLOG-LINE.
016820     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTMNT'.
016824     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
016828     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
016832     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
016836     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
016840     05  RUNLOG-RC               PIC 9(03) VALUE 0.
016844     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
016848     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
016852     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
016856     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
016860     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
016864     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
016868     05  RUNLOG-REPORT           PIC X(08) VALUE 'MNTAUDIT'.
016872     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
016876     05  FILLER                  PIC X(05) VALUE SPACE.
016880
016900 PROCEDURE DIVISION.
017000
017100*****************************************************************
017110* 0000-MAINLINE - EDIT THE WHOLE DECK, THEN READ IT AGAIN AND
017120* APPLY IT.
017300*****************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600     PERFORM 2000-PROCESS-TRAN
017700         UNTIL TRAN-EOF
017710     PERFORM 1200-START-APPLY-PASS
017720     PERFORM 2000-PROCESS-TRAN
017730         UNTIL TRAN-EOF
017900     PERFORM 8000-TERMINATE
017910     PERFORM 9900-WRITE-RUNLOG
018000     STOP RUN.
018100
018200*****************************************************************
018210* 1000-INITIALIZE - OPEN EVERYTHING, HEAD THE AUDIT TRAIL, COUNT
018400* THE CURRENT MASTER AND LOG ITS BEFORE COUNT. PARTTRAN MUST BE
018410* THERE - THIS JOB ONLY RUNS WHEN THERE IS SOMETHING TO APPLY -
018420* AND SO MUST PARTMAST.
018600*****************************************************************
018700 1000-INITIALIZE.
018710     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
018720                                        RUNLOG-CYCLE-DATE
018730     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
018740
018800     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
018900
019000     OPEN INPUT TRAN-FILE
019100     IF TRAN-STATUS NOT = '00'
019200       DISPLAY 'PARTMNT - PARTTRAN MISSING - NOTHING TO APPLY'
019300       MOVE 16 TO RETURN-CODE
019310       MOVE 'PARTTRAN MISSING - NOTHING TO APPLY' TO RUNLOG-REASON
019320       MOVE 'SYSOUT' TO RUNLOG-REPORT
019330       PERFORM 9900-WRITE-RUNLOG
019400       STOP RUN
019500     END-IF
019600
019606     OPEN I-O PARTMAST-FILE
019612     IF PARTMAST-STATUS NOT = '00'
019618       DISPLAY 'PARTMNT - PARTMAST NOT AVAILABLE - STATUS '
019624           PARTMAST-STATUS
019630       DISPLAY 'BUILD OR RELOAD IT WITH PARTCONV AND RERUN'
019636       CLOSE TRAN-FILE
019642       MOVE 16 TO RETURN-CODE
019648       MOVE 'PARTMAST NOT AVAILABLE - RELOAD WITH PARTCONV'
019654           TO RUNLOG-REASON
019660       MOVE 'SYSOUT' TO RUNLOG-REPORT
019666       PERFORM 9900-WRITE-RUNLOG
019672       STOP RUN
019678     END-IF
019684
019700     OPEN OUTPUT AUDIT-RPT-FILE
019800
019900     MOVE AUDIT-TITLE-LINE TO AUDIT-RPT-RECORD
020100     MOVE RUN-DATE TO AUDIT-DATE-OUT
020200     MOVE AUDIT-DATE-LINE TO AUDIT-RPT-RECORD
020300     WRITE AUDIT-RPT-RECORD
020310     MOVE AUDIT-IMAGE-HDR-LINE TO AUDIT-RPT-RECORD
020320     WRITE AUDIT-RPT-RECORD
020400     MOVE SPACE TO AUDIT-RPT-RECORD
020500     WRITE AUDIT-RPT-RECORD
020600
020610     PERFORM 1100-COUNT-MASTER
020900
021000     MOVE 'MASTER ENTRIES BEFORE . . . ' TO AUDIT-COUNT-LABEL
021100     MOVE BEFORE-COUNT TO AUDIT-COUNT-OUT
021700     EXIT.
021800
021900*****************************************************************
021910* 1100-COUNT-MASTER - ONE SEQUENTIAL PASS OF THE MASTER FROM ITS
021920* FIRST KEY FOR THE BEFORE COUNT. THE AFTER COUNT IS CARRIED
021930* FORWARD FROM IT BY THE ADDS AND DELETES APPLIED, NOT BY A
021940* SECOND PASS.
021950*****************************************************************
021960 1100-COUNT-MASTER.
021970     MOVE 0 TO BEFORE-COUNT
021980
021990     PERFORM UNTIL PARTMAST-STATUS NOT = '00'
022000       READ PARTMAST-FILE NEXT RECORD
022010         AT END
022020           CONTINUE
022030         NOT AT END
022040           ADD 1 TO BEFORE-COUNT
022050       END-READ
022060     END-PERFORM
022070
022080     IF PARTMAST-STATUS NOT = '10'
022090       MOVE 'READ' TO MNT-IO-VERB
022100       PERFORM 9300-MASTER-IO-ABORT
022110     END-IF
022120     MOVE BEFORE-COUNT TO AFTER-COUNT
022130
022140     EXIT.
022150
022160*****************************************************************
022170* 1200-START-APPLY-PASS - THE WHOLE DECK HAS EDITED CLEAN. READ
022180* IT AGAIN FROM THE TOP, THIS TIME APPLYING EACH CARD. THE
022190* SIGNOFF STATE IS RESET SO IT IS RE-ESTABLISHED IN DECK ORDER.
022200*****************************************************************
022210 1200-START-APPLY-PASS.
022220     CLOSE TRAN-FILE
022230     OPEN INPUT TRAN-FILE
022240     IF TRAN-STATUS NOT = '00'
022250       DISPLAY 'PARTMNT - PARTTRAN WILL NOT REOPEN - STATUS '
022260           TRAN-STATUS
025100       CLOSE PARTMAST-FILE
025110       CLOSE AUDIT-RPT-FILE
025120       MOVE 16 TO RETURN-CODE
025130       MOVE 'PARTTRAN WILL NOT REOPEN FOR THE APPLY PASS'
025140           TO RUNLOG-REASON
025150       MOVE 'SYSOUT' TO RUNLOG-REPORT
025160       PERFORM 9900-WRITE-RUNLOG
025170       STOP RUN
025180     END-IF
025190
025200     MOVE 'N' TO TRAN-EOF-SW
025210     MOVE 'N' TO SIGNED-OFF-SW
025220     MOVE SPACE TO SIGNOFF-ID
025230     MOVE 'A' TO PASS-SW
026200
026300     EXIT.
026400
026500*****************************************************************
026600* 2000-PROCESS-TRAN - ONE TRANSACTION CARD. BLANK AND COMMENT
026610* CARDS PASS OVER; ANYTHING ELSE MUST BE ONE OF THE FIVE
026620* TRANSACTIONS WITH A PARSEABLE NUMBER AND GOOD PART DATA, OR
026630* THE EDIT PASS STOPS THE RUN BEFORE ANY CARD IS APPLIED.
027000*****************************************************************
027100 2000-PROCESS-TRAN.
027200     READ TRAN-FILE
028300       GO TO 2100-APPLY-TRAN-CARD-EXIT
028400     END-IF
028500
028800     MOVE SPACE TO PARM-KEY-FIELD
028900     MOVE SPACE TO PARM-VAL-FIELD
029000     MOVE SPACE TO PARM-EXTRA-FIELD
029010     UNSTRING PARM-CARD(1:30) DELIMITED BY '='
029200         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
029300
029400     IF PARM-EXTRA-FIELD NOT = SPACE
029500       DISPLAY 'PARTMNT - MORE THAN ONE = ON THE CARD'
029600       PERFORM 9400-CARD-ABORT
029604     END-IF
029608
029612     IF PARM-KEY-FIELD = 'SIGNOFF'
029616       PERFORM 2300-APPLY-SIGNOFF
029620       GO TO 2100-APPLY-TRAN-CARD-EXIT
029624     END-IF
029628
029629     IF PARM-KEY-FIELD NOT = 'ADD' AND NOT = 'CHANGE'
029630         AND NOT = 'OBSOLETE' AND NOT = 'SUPERSEDE'
029631         AND NOT = 'DELETE'
029632       DISPLAY 'PARTMNT - CARD IS NOT ADD, CHANGE, OBSOLETE, '
029633           'SUPERSEDE OR DELETE'
029634       PERFORM 9400-CARD-ABORT
029635     END-IF
029636
029640     MOVE 'N' TO SUSP-PROP-SW
029644     IF PARM-CARD(73:8) = 'SUSPPROP'
029648       IF PARM-KEY-FIELD NOT = 'ADD'
029652         DISPLAY 'PARTMNT - SUSPENSE PROPOSAL IS NOT AN ADD'
029656         PERFORM 9400-CARD-ABORT
029660       END-IF
029664       IF NOT SIGNED-OFF
029668         DISPLAY 'PARTMNT - SUSPENSE PROPOSAL AHEAD OF A SIGNOFF'
029672             ' CARD - DECK NOT SIGNED'
029676         PERFORM 9400-CARD-ABORT
029680       END-IF
029684       MOVE 'Y' TO SUSP-PROP-SW
029700     END-IF
029800
029900     PERFORM 2200-PARSE-NUMBER THRU 2200-PARSE-NUMBER-EXIT
030200       PERFORM 9400-CARD-ABORT
030300     END-IF
030400     MOVE PARM-NUM TO MNT-TARGET
030403
030406*    A SUSPENSE PROPOSAL'S DATA COLUMNS ARE EVIDENCE, NOT PART
030409*    DATA, AND A DELETE'S ARE REMARKS - NEITHER HAS A DATE.
030412     MOVE 'N' TO CARD-DATE-SW
030415     MOVE RUN-DATE TO MNT-EFF-DATE
030418     IF NOT SUSP-PROP-CARD AND PARM-KEY-FIELD NOT = 'DELETE'
030421       PERFORM 2400-PARSE-CARD-DATE THRU 2400-PARSE-CARD-DATE-EXIT
030424     END-IF
030427
030430*    A REPLACEMENT THAT IS NOT A NUMBER IS A BAD CARD.
030433     IF PARM-KEY-FIELD = 'SUPERSEDE'
030436       MOVE SPACE TO PARM-VAL-FIELD
030439       MOVE CARD-REPL-PART TO PARM-VAL-FIELD
030442       PERFORM 2200-PARSE-NUMBER THRU 2200-PARSE-NUMBER-EXIT
030445       IF NOT PARM-NUM-OK
030448         DISPLAY 'PARTMNT - REPLACEMENT PART IN COLUMNS 31-40 '
030451             'MUST BE 1 TO 10 DIGITS'
030454         PERFORM 9400-CARD-ABORT
030457       END-IF
030460       MOVE PARM-NUM TO MNT-REPL-PART-NO
030463     END-IF
030466
030469*    THE CARD IS GOOD. ON THE EDIT PASS THAT IS ALL THERE IS TO
030472*    KNOW ABOUT IT.
030475     IF EDIT-PASS
030478       GO TO 2100-APPLY-TRAN-CARD-EXIT
030481     END-IF
030484
030487     ADD 1 TO TRAN-READ-COUNT
030500
030600     EVALUATE PARM-KEY-FIELD
030700       WHEN 'ADD'
030800         PERFORM 3000-APPLY-ADD
030810       WHEN 'CHANGE'
030820         PERFORM 3200-APPLY-CHANGE THRU 3200-APPLY-CHANGE-EXIT
030830       WHEN 'OBSOLETE'
030840         PERFORM 3300-APPLY-OBSOLETE THRU 3300-APPLY-OBSOLETE-EXIT
030850       WHEN 'SUPERSEDE'
030860         PERFORM 3400-APPLY-SUPERSEDE
030870             THRU 3400-APPLY-SUPERSEDE-EXIT
030900       WHEN 'DELETE'
031000         PERFORM 3100-APPLY-DELETE
031400     END-EVALUATE.
031500
031600 2100-APPLY-TRAN-CARD-EXIT.
031603     EXIT.
031606
031609*****************************************************************
031612* 2300-APPLY-SIGNOFF - THE PARTS CONTROLLER'S SIGNATURE ON A
031615* SUSPENSE-PROPOSAL DECK. A BLANK ID IS AN UNREVIEWED DECK AND
031618* STOPS THE RUN; A GOOD ONE GOES ON THE AUDIT TRAIL AHEAD OF THE
031621* PROPOSALS IT COVERS. A LATER SIGNOFF CARD TAKES OVER FOR THE
031624* CARDS BEHIND IT, SO TWO SIGNED DECKS CAN RUN TOGETHER.
031627*****************************************************************
031630 2300-APPLY-SIGNOFF.
031633     IF PARM-VAL-FIELD = SPACE
031636       DISPLAY 'PARTMNT - SIGNOFF CARD CARRIES NO CONTROLLER ID'
031639       PERFORM 9400-CARD-ABORT
031642     END-IF
031645     IF PARM-VAL-FIELD(9:12) NOT = SPACE
031648       DISPLAY 'PARTMNT - CONTROLLER ID OVER 8 CHARACTERS'
031651       PERFORM 9400-CARD-ABORT
031654     END-IF
031657
031660     MOVE PARM-VAL-FIELD(1:8) TO SIGNOFF-ID
031663     MOVE 'Y' TO SIGNED-OFF-SW
031666
031668     IF APPLY-PASS
031670       MOVE RUN-DATE TO AUDIT-SIGN-DATE-OUT
031672       MOVE SIGNOFF-ID TO AUDIT-SIGN-ID-OUT
031674       MOVE AUDIT-SIGNOFF-LINE TO AUDIT-RPT-RECORD
031676       WRITE AUDIT-RPT-RECORD
031678     END-IF
031681
031700     EXIT.
031800
031900*****************************************************************
035700     EXIT.
035800
035900*****************************************************************
035903* 2400-PARSE-CARD-DATE - COLUMNS 63-70 TO MNT-EFF-DATE. BLANK
035906* LEAVES THE RUN DATE IN PLACE WITH CARD-DATE-GIVEN OFF; ANYTHING
035909* ELSE MUST BE YYYYMMDD WITH A REAL MONTH AND DAY OR THE CARD
035912* STOPS THE RUN - A MISKEYED DATE IS NOT GUESSED AT.
035915*****************************************************************
035918 2400-PARSE-CARD-DATE.
035921     IF CARD-EFF-DATE = SPACE
035924       GO TO 2400-PARSE-CARD-DATE-EXIT
035927     END-IF
035930
035933     IF CARD-EFF-DATE NOT NUMERIC
035936       DISPLAY 'PARTMNT - DATE IN COLUMNS 63-70 MUST BE YYYYMMDD'
035939       PERFORM 9400-CARD-ABORT
035942     END-IF
035945     MOVE CARD-EFF-DATE TO MNT-EFF-DATE
035948     IF MNT-EFF-MM < 1 OR MNT-EFF-MM > 12
035951         OR MNT-EFF-DD < 1 OR MNT-EFF-DD > 31
035954       DISPLAY 'PARTMNT - DATE IN COLUMNS 63-70 IS NOT VALID'
035957       PERFORM 9400-CARD-ABORT
035960     END-IF
035963     MOVE 'Y' TO CARD-DATE-SW.
035966
035969 2400-PARSE-CARD-DATE-EXIT.
035972     EXIT.
035975
035978*****************************************************************
036000* 3000-APPLY-ADD - A NUMBER ALREADY ON THE MASTER IS A REJECT,
036010* NOT A SECOND COPY; OTHERWISE IT GOES ON, ACTIVE, BY A KEYED
036020* WRITE. EITHER WAY THE AUDIT TRAIL SAYS WHAT HAPPENED.
036300*****************************************************************
036400 3000-APPLY-ADD.
036410     PERFORM 4000-READ-MASTER
036600
036700     IF MNT-FOUND
036800       ADD 1 TO ADD-REJECT-COUNT
036810       IF SUSP-PROP-CARD
036820         ADD 1 TO SUSP-REJECT-COUNT
036830       END-IF
036900       MOVE 'REJECTED ' TO AUDIT-TRAN-DISP
037000       MOVE 'ADD    ' TO AUDIT-TRAN-ACTION
037100       MOVE 'ALREADY ON MASTER' TO AUDIT-TRAN-REASON
037200       PERFORM 5000-AUDIT-TRAN-WRITE
037300     ELSE
037302       MOVE SPACE TO MNT-WORK-ENTRY
037305       MOVE MNT-TARGET TO MNT-WORK-PART-NO
037310       MOVE 'A' TO MNT-WORK-STAT
037315       MOVE 0 TO MNT-WORK-SUPER-BY
037320       MOVE 0 TO MNT-WORK-STAT-DATE
037325       MOVE MNT-EFF-DATE TO MNT-WORK-EFF-DATE
037330       IF SUSP-PROP-CARD
037335         MOVE 'PROPOSED FROM SUSPENSE' TO MNT-WORK-DESC
037340         MOVE 'EA' TO MNT-WORK-UOM
037345       ELSE
037350         MOVE CARD-DESC TO MNT-WORK-DESC
037355         IF CARD-UOM = SPACE
037360           MOVE 'EA' TO MNT-WORK-UOM
037365         ELSE
037370           MOVE CARD-UOM TO MNT-WORK-UOM
037375         END-IF
037380       END-IF
037390       PERFORM 4100-WRITE-MASTER
037500       ADD 1 TO ADD-APPLIED-COUNT
037505       ADD 1 TO AFTER-COUNT
037510       IF SUSP-PROP-CARD
037520         ADD 1 TO SUSP-APPLIED-COUNT
037530       END-IF
037600       MOVE 'APPLIED  ' TO AUDIT-TRAN-DISP
037700       MOVE 'ADD    ' TO AUDIT-TRAN-ACTION
037800       MOVE SPACE TO AUDIT-TRAN-REASON
037900       PERFORM 5000-AUDIT-TRAN-WRITE
037910       MOVE 'AFTER' TO AUDIT-IMG-LABEL
037920       PERFORM 5100-AUDIT-IMAGE-WRITE
038000     END-IF
038100
038200     EXIT.
038300
038400*****************************************************************
038500* 3100-APPLY-DELETE - A NUMBER NOT ON THE MASTER CANNOT BE
038510* DELETED; OTHERWISE THE RECORD IS DELETED BY KEY. THE AUDIT
038520* TRAIL KEEPS THE RECORD'S LAST IMAGE.
038800*****************************************************************
038900 3100-APPLY-DELETE.
038910     PERFORM 4000-READ-MASTER
039100
039200     IF NOT MNT-FOUND
039300       ADD 1 TO DEL-REJECT-COUNT
039600       MOVE 'NOT ON MASTER' TO AUDIT-TRAN-REASON
039700       PERFORM 5000-AUDIT-TRAN-WRITE
039800     ELSE
039810       MOVE PARTMAST-RECORD TO MNT-WORK-ENTRY
039820       PERFORM 4300-DELETE-MASTER
040500       ADD 1 TO DEL-APPLIED-COUNT
040510       SUBTRACT 1 FROM AFTER-COUNT
040600       MOVE 'APPLIED  ' TO AUDIT-TRAN-DISP
040700       MOVE 'DELETE ' TO AUDIT-TRAN-ACTION
040800       MOVE SPACE TO AUDIT-TRAN-REASON
040900       PERFORM 5000-AUDIT-TRAN-WRITE
040910       MOVE 'BEFORE' TO AUDIT-IMG-LABEL
040920       PERFORM 5100-AUDIT-IMAGE-WRITE
041000     END-IF
041003
041006     EXIT.
041009
041012*****************************************************************
041015* 3200-APPLY-CHANGE - NEW DESCRIPTION, UNIT AND/OR EFFECTIVE DATE
041018* FOR A PART ON THE MASTER. A BLANK FIELD ON THE CARD LEAVES THE
041021* MASTER FIELD AS IT STANDS; A CARD WITH ALL THREE BLANK CHANGES
041024* NOTHING AND IS REJECTED. STATUS IS NOT CHANGED HERE - THAT IS
041027* WHAT OBSOLETE AND SUPERSEDE ARE FOR.
041030*****************************************************************
041033 3200-APPLY-CHANGE.
041036     MOVE 'CHANGE' TO AUDIT-TRAN-ACTION
041039     PERFORM 4000-READ-MASTER
041042
041045     IF NOT MNT-FOUND
041048       ADD 1 TO CHG-REJECT-COUNT
041051       MOVE 'NOT ON MASTER' TO AUDIT-TRAN-REASON
041054       PERFORM 5200-AUDIT-REJECT-WRITE
041057       GO TO 3200-APPLY-CHANGE-EXIT
041060     END-IF
041063     IF CARD-DESC = SPACE AND CARD-UOM = SPACE
041066         AND NOT CARD-DATE-GIVEN
041069       ADD 1 TO CHG-REJECT-COUNT
041072       MOVE 'NOTHING TO CHANGE' TO AUDIT-TRAN-REASON
041075       PERFORM 5200-AUDIT-REJECT-WRITE
041078       GO TO 3200-APPLY-CHANGE-EXIT
041081     END-IF
041084
041087     MOVE PARTMAST-RECORD TO MNT-SAVE-ENTRY
041090     IF CARD-DESC NOT = SPACE
041093       MOVE CARD-DESC TO PARTMAST-DESC
041096     END-IF
041099     IF CARD-UOM NOT = SPACE
041102       MOVE CARD-UOM TO PARTMAST-UOM
041105     END-IF
041108     IF CARD-DATE-GIVEN
041111       MOVE MNT-EFF-DATE TO PARTMAST-EFF-DATE
041114     END-IF
041117     PERFORM 4200-REWRITE-MASTER
041138
041139     ADD 1 TO CHG-APPLIED-COUNT
041140     PERFORM 5300-AUDIT-APPLY-WRITE.
041141
041142 3200-APPLY-CHANGE-EXIT.
041143     EXIT.
041144
041145*****************************************************************
041146* 3300-APPLY-OBSOLETE - RETIRE AN ACTIVE PART WITH NO REPLACEMENT
041147* AS OF THE CARD DATE. THE MAIN RUN STILL KNOWS THE NUMBER, BUT
041148* REPORTS EVERY HIT ON IT AS AN OBSOLETE-PART EXCEPTION.
041149*****************************************************************
041150 3300-APPLY-OBSOLETE.
041151     MOVE 'OBSOLETE' TO AUDIT-TRAN-ACTION
041152     PERFORM 4000-READ-MASTER
041153
041154     IF NOT MNT-FOUND
041155       ADD 1 TO OBS-REJECT-COUNT
041156       MOVE 'NOT ON MASTER' TO AUDIT-TRAN-REASON
041157       PERFORM 5200-AUDIT-REJECT-WRITE
041158       GO TO 3300-APPLY-OBSOLETE-EXIT
041159     END-IF
041160     IF NOT PARTMAST-ACTIVE
041161       ADD 1 TO OBS-REJECT-COUNT
041162       MOVE 'NOT ACTIVE' TO AUDIT-TRAN-REASON
041163       PERFORM 5200-AUDIT-REJECT-WRITE
041164       GO TO 3300-APPLY-OBSOLETE-EXIT
041165     END-IF
041166
041167     MOVE PARTMAST-RECORD TO MNT-SAVE-ENTRY
041168     MOVE 'O' TO PARTMAST-STAT
041169     MOVE MNT-EFF-DATE TO PARTMAST-STAT-DATE
041170     PERFORM 4200-REWRITE-MASTER
041171
041172     ADD 1 TO OBS-APPLIED-COUNT
041173     PERFORM 5300-AUDIT-APPLY-WRITE.
041174
041175 3300-APPLY-OBSOLETE-EXIT.
041176     EXIT.
041177
041178*****************************************************************
041179* 3400-APPLY-SUPERSEDE - RETIRE AN ACTIVE PART IN FAVOUR OF THE
041180* REPLACEMENT IN COLUMNS 31-40, ALREADY PARSED TO
041181* MNT-REPL-PART-NO. THE REPLACEMENT MUST ITSELF BE AN ACTIVE
041182* PART ON THE MASTER, SO THE MAIN RUN NEVER POINTS A DRAWING AT
041183* A NUMBER THAT IS MISSING OR ALREADY DEAD.
041184*****************************************************************
041185 3400-APPLY-SUPERSEDE.
041186     MOVE 'SUPERSEDE' TO AUDIT-TRAN-ACTION
041195
041196     IF MNT-REPL-PART-NO = MNT-TARGET
041197       ADD 1 TO SUP-REJECT-COUNT
041198       MOVE 'SUPERSEDES ITSELF' TO AUDIT-TRAN-REASON
041199       PERFORM 5200-AUDIT-REJECT-WRITE
041200       GO TO 3400-APPLY-SUPERSEDE-EXIT
041201     END-IF
041202
041203*    READ THE REPLACEMENT FIRST, THEN THE PART ITSELF, SO THE
041204*    RECORD LEFT IN PARTMAST-RECORD IS THE ONE TO BE REWRITTEN.
041205     MOVE MNT-TARGET TO MNT-PART-SAVE
041206     MOVE MNT-REPL-PART-NO TO MNT-TARGET
041207     PERFORM 4000-READ-MASTER
041208     MOVE MNT-PART-SAVE TO MNT-TARGET
041209     IF NOT MNT-FOUND
041210       ADD 1 TO SUP-REJECT-COUNT
041211       MOVE 'REPLACEMENT MISSING' TO AUDIT-TRAN-REASON
041212       PERFORM 5200-AUDIT-REJECT-WRITE
041213       GO TO 3400-APPLY-SUPERSEDE-EXIT
041214     END-IF
041215     IF NOT PARTMAST-ACTIVE
041216       ADD 1 TO SUP-REJECT-COUNT
041217       MOVE 'REPLACEMENT INACTIVE' TO AUDIT-TRAN-REASON
041218       PERFORM 5200-AUDIT-REJECT-WRITE
041219       GO TO 3400-APPLY-SUPERSEDE-EXIT
041220     END-IF
041221
041222     PERFORM 4000-READ-MASTER
041223     IF NOT MNT-FOUND
041224       ADD 1 TO SUP-REJECT-COUNT
041225       MOVE 'NOT ON MASTER' TO AUDIT-TRAN-REASON
041226       PERFORM 5200-AUDIT-REJECT-WRITE
041227       GO TO 3400-APPLY-SUPERSEDE-EXIT
041228     END-IF
041229     IF NOT PARTMAST-ACTIVE
041230       ADD 1 TO SUP-REJECT-COUNT
041231       MOVE 'NOT ACTIVE' TO AUDIT-TRAN-REASON
041232       PERFORM 5200-AUDIT-REJECT-WRITE
041233       GO TO 3400-APPLY-SUPERSEDE-EXIT
041234     END-IF
041235
041240     MOVE PARTMAST-RECORD TO MNT-SAVE-ENTRY
041245     MOVE 'S' TO PARTMAST-STAT
041250     MOVE MNT-REPL-PART-NO TO PARTMAST-SUPER-BY
041255     MOVE MNT-EFF-DATE TO PARTMAST-STAT-DATE
041260     PERFORM 4200-REWRITE-MASTER
041265
041270     ADD 1 TO SUP-APPLIED-COUNT
041275     PERFORM 5300-AUDIT-APPLY-WRITE.
041280
041285 3400-APPLY-SUPERSEDE-EXIT.
041290     EXIT.
041300
041400*****************************************************************
041410* 4000-READ-MASTER - KEYED READ OF MNT-TARGET. A HIT SETS
041420* MNT-FOUND WITH THE RECORD IN PARTMAST-RECORD; NOT-FOUND IS AN
041430* ORDINARY ANSWER, ANY OTHER STATUS STOPS THE RUN.
041900*****************************************************************
041910 4000-READ-MASTER.
042100     MOVE 'N' TO MNT-FOUND-SW
042110     MOVE MNT-TARGET TO PARTMAST-PART-NO
042120     READ PARTMAST-FILE
042130       INVALID KEY
042140         CONTINUE
042150       NOT INVALID KEY
042700         MOVE 'Y' TO MNT-FOUND-SW
042710     END-READ
042720
042730     IF PARTMAST-STATUS NOT = '00' AND PARTMAST-STATUS NOT = '23'
042740       MOVE 'READ' TO MNT-IO-VERB
042750       PERFORM 9300-MASTER-IO-ABORT
042760     END-IF
042770
042780     EXIT.
042790
042800*****************************************************************
042810* 4100-WRITE-MASTER - MNT-WORK-ENTRY ON AS A NEW RECORD. THE
042820* CALLER HAS JUST PROVED THE KEY IS NOT THERE, SO ANY FAILURE
042830* HERE IS A REAL ONE.
042840*****************************************************************
042850 4100-WRITE-MASTER.
042860     WRITE PARTMAST-RECORD FROM MNT-WORK-ENTRY
042870     IF PARTMAST-STATUS NOT = '00'
042880       MOVE 'WRITE' TO MNT-IO-VERB
042890       PERFORM 9300-MASTER-IO-ABORT
042900     END-IF
042910
042920     EXIT.
042930
042940*****************************************************************
042950* 4200-REWRITE-MASTER - THE CHANGED RECORD BACK IN PLACE.
042960*****************************************************************
042970 4200-REWRITE-MASTER.
042980     REWRITE PARTMAST-RECORD
042990     IF PARTMAST-STATUS NOT = '00'
043000       MOVE 'REWRITE' TO MNT-IO-VERB
043010       PERFORM 9300-MASTER-IO-ABORT
043020     END-IF
043030
043040     EXIT.
043050
043060*****************************************************************
043070* 4300-DELETE-MASTER - THE RECORD JUST READ OFF THE MASTER.
043080*****************************************************************
043090 4300-DELETE-MASTER.
043100     DELETE PARTMAST-FILE RECORD
043110     IF PARTMAST-STATUS NOT = '00'
043120       MOVE 'DELETE' TO MNT-IO-VERB
043130       PERFORM 9300-MASTER-IO-ABORT
043140     END-IF
046800
046900     EXIT.
047000
047500 5000-AUDIT-TRAN-WRITE.
047600     MOVE RUN-DATE TO AUDIT-TRAN-DATE-OUT
047700     MOVE MNT-TARGET TO AUDIT-TRAN-PART-OUT
047710     IF SUSP-PROP-CARD
047720       MOVE 'SUSPENSE ' TO AUDIT-TRAN-SOURCE
047730     ELSE
047740       MOVE 'KEYED    ' TO AUDIT-TRAN-SOURCE
047750     END-IF
047800
047900     MOVE AUDIT-TRAN-LINE TO AUDIT-RPT-RECORD
048000     WRITE AUDIT-RPT-RECORD
048200     EXIT.
048300
048400*****************************************************************
048402* 5100-AUDIT-IMAGE-WRITE - MNT-WORK-ENTRY AS ONE IMAGE LINE UNDER
048404* THE TRANSACTION IT BELONGS TO, LABELLED BY THE CALLER.
048406*****************************************************************
048408 5100-AUDIT-IMAGE-WRITE.
048410     MOVE MNT-WORK-STAT TO AUDIT-IMG-STAT
048412     MOVE MNT-WORK-UOM TO AUDIT-IMG-UOM
048414     MOVE MNT-WORK-DESC TO AUDIT-IMG-DESC
048416     MOVE MNT-WORK-SUPER-BY TO AUDIT-IMG-SUPER-BY
048418     MOVE MNT-WORK-EFF-DATE TO AUDIT-IMG-EFF-DATE
048420     MOVE MNT-WORK-STAT-DATE TO AUDIT-IMG-STAT-DATE
048422
048424     MOVE AUDIT-IMAGE-LINE TO AUDIT-RPT-RECORD
048426     WRITE AUDIT-RPT-RECORD
048428
048430     EXIT.
048432
048434*****************************************************************
048436* 5200-AUDIT-REJECT-WRITE - A CHANGE, OBSOLETE OR SUPERSEDE THAT
048438* WAS REFUSED. THE CALLER HAS SET THE ACTION AND THE REASON.
048440*****************************************************************
048442 5200-AUDIT-REJECT-WRITE.
048444     MOVE 'REJECTED ' TO AUDIT-TRAN-DISP
048446     PERFORM 5000-AUDIT-TRAN-WRITE
048448
048450     EXIT.
048452
048454*****************************************************************
048456* 5300-AUDIT-APPLY-WRITE - A CHANGE, OBSOLETE OR SUPERSEDE THAT
048458* WENT IN: THE TRANSACTION LINE, THEN THE RECORD BEFORE (SAVED IN
048460* MNT-SAVE-ENTRY) AND AFTER (THE RECORD AS JUST REWRITTEN).
048462*****************************************************************
048464 5300-AUDIT-APPLY-WRITE.
048466     MOVE 'APPLIED  ' TO AUDIT-TRAN-DISP
048468     MOVE SPACE TO AUDIT-TRAN-REASON
048470     PERFORM 5000-AUDIT-TRAN-WRITE
048472
048474     MOVE MNT-SAVE-ENTRY TO MNT-WORK-ENTRY
048476     MOVE 'BEFORE' TO AUDIT-IMG-LABEL
048478     PERFORM 5100-AUDIT-IMAGE-WRITE
048480     MOVE PARTMAST-RECORD TO MNT-WORK-ENTRY
048482     MOVE 'AFTER' TO AUDIT-IMG-LABEL
048484     PERFORM 5100-AUDIT-IMAGE-WRITE
051500
051600     EXIT.
051700
053800     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
053900     WRITE AUDIT-RPT-RECORD
054000
054002     MOVE 'SUSPENSE ADDS APPLIED . . . ' TO AUDIT-COUNT-LABEL
054004     MOVE SUSP-APPLIED-COUNT TO AUDIT-COUNT-OUT
054006     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054008     WRITE AUDIT-RPT-RECORD
054010
054012     MOVE 'SUSPENSE ADDS REJECTED  . . ' TO AUDIT-COUNT-LABEL
054014     MOVE SUSP-REJECT-COUNT TO AUDIT-COUNT-OUT
054016     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054018     WRITE AUDIT-RPT-RECORD
054020
054022     MOVE 'CHANGES APPLIED . . . . . . ' TO AUDIT-COUNT-LABEL
054024     MOVE CHG-APPLIED-COUNT TO AUDIT-COUNT-OUT
054026     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054028     WRITE AUDIT-RPT-RECORD
054030
054032     MOVE 'CHANGES REJECTED  . . . . . ' TO AUDIT-COUNT-LABEL
054034     MOVE CHG-REJECT-COUNT TO AUDIT-COUNT-OUT
054036     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054038     WRITE AUDIT-RPT-RECORD
054040
054042     MOVE 'OBSOLETES APPLIED . . . . . ' TO AUDIT-COUNT-LABEL
054044     MOVE OBS-APPLIED-COUNT TO AUDIT-COUNT-OUT
054046     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054048     WRITE AUDIT-RPT-RECORD
054050
054052     MOVE 'OBSOLETES REJECTED  . . . . ' TO AUDIT-COUNT-LABEL
054054     MOVE OBS-REJECT-COUNT TO AUDIT-COUNT-OUT
054056     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054058     WRITE AUDIT-RPT-RECORD
054060
054062     MOVE 'SUPERSEDES APPLIED  . . . . ' TO AUDIT-COUNT-LABEL
054064     MOVE SUP-APPLIED-COUNT TO AUDIT-COUNT-OUT
054066     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054068     WRITE AUDIT-RPT-RECORD
054070
054072     MOVE 'SUPERSEDES REJECTED . . . . ' TO AUDIT-COUNT-LABEL
054074     MOVE SUP-REJECT-COUNT TO AUDIT-COUNT-OUT
054076     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054078     WRITE AUDIT-RPT-RECORD
054080
054100     MOVE 'DELETES APPLIED . . . . . . ' TO AUDIT-COUNT-LABEL
054200     MOVE DEL-APPLIED-COUNT TO AUDIT-COUNT-OUT
054300     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054800     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
054900     WRITE AUDIT-RPT-RECORD
055000
055010     MOVE 'MASTER ENTRIES AFTER  . . . ' TO AUDIT-COUNT-LABEL
055020     MOVE AFTER-COUNT TO AUDIT-COUNT-OUT
055300     MOVE AUDIT-COUNT-LINE TO AUDIT-RPT-RECORD
055400     WRITE AUDIT-RPT-RECORD
055500
056100     CLOSE TRAN-FILE
056110     CLOSE PARTMAST-FILE
056200     CLOSE AUDIT-RPT-FILE
056300
056400     DISPLAY 'PARTMNT - BEFORE ' BEFORE-COUNT
056410         ' AFTER ' AFTER-COUNT
056600         ' REJECTED ' ADD-REJECT-COUNT ' / ' DEL-REJECT-COUNT
056610         ' / ' CHG-REJECT-COUNT ' / ' OBS-REJECT-COUNT
056620         ' / ' SUP-REJECT-COUNT
056700
056800     IF ADD-REJECT-COUNT > 0 OR DEL-REJECT-COUNT > 0
056810         OR CHG-REJECT-COUNT > 0 OR OBS-REJECT-COUNT > 0
056820         OR SUP-REJECT-COUNT > 0
056900       MOVE 4 TO RETURN-CODE
057000     ELSE
057100       MOVE 0 TO RETURN-CODE
057200     END-IF.
057300
057400*****************************************************************
057405* 9300-MASTER-IO-ABORT - A KEYED OPERATION ON PARTMAST FAILED.
057410* NAME IT AND STOP; THE AUDIT TRAIL SHOWS EXACTLY WHICH CARDS
057415* WENT IN AHEAD OF THE FAILURE.
057420*****************************************************************
057425 9300-MASTER-IO-ABORT.
057430     DISPLAY 'PARTMNT - ' MNT-IO-VERB ' FAILED ON PARTMAST - '
057435         'STATUS ' PARTMAST-STATUS
057440     DISPLAY '    PART . . . ' MNT-TARGET
057445     DISPLAY 'RELOAD PARTMAST FROM THE LAST PARTUNLD BACKUP '
057450         'BEFORE RERUNNING'
057455
057460     CLOSE TRAN-FILE
057465     CLOSE PARTMAST-FILE
057470     CLOSE AUDIT-RPT-FILE
057475
057480     MOVE 16 TO RETURN-CODE
057481     MOVE 'PARTMAST I/O FAILED - RELOAD AND RERUN'
057482         TO RUNLOG-REASON
057483     MOVE 'SYSOUT' TO RUNLOG-REPORT
057484     PERFORM 9900-WRITE-RUNLOG
057485     STOP RUN.
057490
057495*****************************************************************
057500* 9400-CARD-ABORT - A TRANSACTION CARD FAILED VALIDATION. SHOW
057510* IT AND STOP. THE EDIT PASS FINDS EVERY BAD CARD BEFORE THE
057520* FIRST ONE IS APPLIED, SO THE MASTER IS UNTOUCHED - A HALF-
057530* APPLIED DECK IS WORSE THAN A RERUN.
057800*****************************************************************
057900 9400-CARD-ABORT.
058000     DISPLAY '    CARD . . . ' PARM-CARD(1:44)
058100
058200     CLOSE TRAN-FILE
058210     CLOSE PARTMAST-FILE
058300     CLOSE AUDIT-RPT-FILE
058400
058500     MOVE 16 TO RETURN-CODE
058510     MOVE 'BAD PARTTRAN CARD - NOTHING APPLIED' TO RUNLOG-REASON
058515     MOVE 'SYSOUT' TO RUNLOG-REPORT
058520     PERFORM 9900-WRITE-RUNLOG
058600     STOP RUN.
058610
058620*****************************************************************
058630* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
058640* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
058650* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
058660* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
058670* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
058680*****************************************************************
058690 9900-WRITE-RUNLOG.
058700     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
058710     MOVE RETURN-CODE TO RUNLOG-RC
058720     MOVE TRAN-READ-COUNT TO RUNLOG-ROWS
058730     MOVE AFTER-COUNT TO RUNLOG-PARTS
058740     ADD ADD-REJECT-COUNT DEL-REJECT-COUNT CHG-REJECT-COUNT
058750         OBS-REJECT-COUNT SUP-REJECT-COUNT GIVING RUNLOG-REJECTS
058760     ADD ADD-APPLIED-COUNT DEL-APPLIED-COUNT CHG-APPLIED-COUNT
058770         OBS-APPLIED-COUNT SUP-APPLIED-COUNT GIVING RUNLOG-POSTED
058780
058790     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
058800       EVALUATE RETURN-CODE
058810         WHEN 4
058820           MOVE 'TRANSACTIONS REJECTED - SEE THE AUDIT TRAIL'
058830               TO RUNLOG-REASON
058840         WHEN OTHER
058850           MOVE 'RUN STOPPED - SEE THE CONSOLE' TO RUNLOG-REASON
058860       END-EVALUATE
058870     END-IF
058880
058890     OPEN EXTEND RUNLOG-FILE
058900     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
058910       MOVE RUNLOG-LINE TO RUNLOG-RECORD
058920       WRITE RUNLOG-RECORD
058930       CLOSE RUNLOG-FILE
058940     ELSE
058950       DISPLAY 'PARTMNT - RUNLOG NOT AVAILABLE - STATUS '
058960           RUNLOG-STATUS
058970     END-IF.
