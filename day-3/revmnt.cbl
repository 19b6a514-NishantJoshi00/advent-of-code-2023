000100*****************************************************************
000200* PROGRAM:    REVMNT
000300* PURPOSE:    BATCH MAINTENANCE OF THE REVREG DRAWING-REVISION
000400*             REGISTRY. THE MAIN RUN KEEPS THE REGISTRY ITSELF
000500*             AND REFUSES ANY SCHEMATIC OLDER THAN THE REVISION
000600*             IT HOLDS - THE RIGHT DEFAULT - BUT WHEN
000700*             ENGINEERING WITHDRAWS A REVISION AND REINSTATES
000800*             AN EARLIER ONE, OR DISCONTINUES A MODEL, THE ONLY
000900*             FIX WAS TO HAND-EDIT THE DATASET. THIS JOB APPLIES
001000*             REASON-CODED, DATED TRANSACTION CARDS (REVTRAN) TO
001100*             THE REGISTRY AND WRITES IT OUT AGAIN ON REVREGO:
001200*
001300*             ROLLBACK - REINSTATE A NAMED EARLIER REVISION. THE
001400*                        REGISTRY KEEPS THE REVISION IT HOLDS
001500*                        BUT CARRIES THE EARLIER ONE AS A
001600*                        ONE-TIME ALLOWANCE: THE FIRST SCHEMATIC
001700*                        OF THE MODEL ON THAT REVISION POSTS,
001800*                        THE ALLOWANCE IS SPENT AND THE REGISTRY
001900*                        LOCKS AGAIN AT THE REINSTATED REVISION.
002000*                        THE REVISION ROLLED BACK FROM IS MARKED
002100*                        WITHDRAWN AND IS NEVER TAKEN AGAIN, AND
002200*                        NOTHING OLDER THAN THE REINSTATED
002300*                        REVISION IS EVER LET THROUGH.
002400*             RETIRE   - A DISCONTINUED MODEL. EVERY LATER
002500*                        EXTRACT OF IT IS REFUSED.
002600*             ADD      - REGISTER A MODEL AHEAD OF ITS FIRST
002700*                        EXTRACT, AT THE REVISION IT STARTS ON,
002800*                        SO THE VERY FIRST EXTRACT IS ALREADY
002900*                        PROTECTED. AN ADD OF A RETIRED MODEL
003000*                        RETURNS IT TO SERVICE.
003100*
003200*             EVERY CHANGE GOES ON THE CUMULATIVE REVAUDIT
003300*             REGISTRY AUDIT TRAIL WITH THE ENTRY'S BEFORE AND
003400*             AFTER IMAGES, THE REASON, THE DATE AND THE ID OF
003500*             WHOEVER ASKED FOR IT; REVMRPT LISTS EVERY CARD,
003600*             APPLIED OR REJECTED. THE WHOLE DECK IS EDITED
003700*             BEFORE THE FIRST CARD IS APPLIED, SO A BAD CARD
003800*             STILL LEAVES THE REGISTRY UNTOUCHED.
003900* AUTHOR:     D. M. HENDRICKS
004000* INSTALLATION: AOC DATA CENTER
004100* DATE-WRITTEN: 2026-10-15
004200*
004300* RETURN CODES: 0 = EVERY TRANSACTION APPLIED - CATALOGUE
004400*                   REVREGO AS THE NEW REVREG
004500*               4 = ONE OR MORE TRANSACTIONS REJECTED - SEE
004600*                   REVMRPT. THE REST ARE APPLIED; CATALOGUE
004700*                   REVREGO AS ABOVE
004800*              16 = HARD ABORT. REVTRAN MISSING, A BAD CARD,
004900*                   OR REVREG, REVAUDIT OR REVREGO UNUSABLE -
005000*                   REVREGO IS NOT COMPLETE AND REVREG STANDS
005100*                   AS IT WAS. A STOP PART WAY THROUGH THE
005200*                   APPLY PASS LEAVES THE EVENTS AHEAD OF IT ON
005300*                   REVAUDIT - REVMRPT SAYS THE RUN STOPPED, AND
005400*                   THE RERUN FILES THEM AGAIN.
005500*
005600* TRANSACTION CARDS ARE KEYWORD=VALUE, AS THE MAIN RUN'S
005700* RUNPARMS CARDS ARE, IN COLUMNS 1-30: ROLLBACK=, RETIRE= OR
005800* ADD= FOLLOWED BY AN ENGINE MODEL OF UP TO TWELVE CHARACTERS,
005900* ONE TRANSACTION PER CARD, ANY NUMBER OF CARDS. '*' IN COLUMN
006000* ONE IS A COMMENT CARD, A BLANK CARD IS PASSED OVER, AND A CARD
006100* THAT IS NONE OF THESE STOPS THE RUN BEFORE ANY CARD IS
006200* APPLIED. THE REST OF THE CARD:
006300*     31-34  REVISION - ON A ROLLBACK THE EARLIER REVISION TO
006400*            REINSTATE, ON AN ADD THE REVISION THE MODEL STARTS
006500*            ON; BLANK ON A RETIRE.
006600*     36-37  REASON CODE, ALWAYS REQUIRED:
006700*              EW  ENGINEERING WITHDREW A REVISION
006800*              EX  EXTRACT OR REGISTRY IN ERROR
006900*              DM  DISCONTINUED MODEL
007000*              NM  NEW MODEL INTRODUCED
007100*              OT  OTHER - SEE THE REMARKS
007200*     39-46  DATE OF THE CHANGE, YYYYMMDD (BLANK = RUN DATE).
007300*     48-55  ID OF THE REQUESTER, ALWAYS REQUIRED.
007400*     56-72  REMARKS, CARRIED ONTO THE AUDIT TRAIL.
007500*     73-80  CARD IDENTIFICATION FIELD.
007600* A ROLLBACK MUST NAME A REVISION OLDER THAN THE ONE THE
007700* REGISTRY HOLDS, FOR A MODEL THAT IS NOT RETIRED; A SECOND
007800* ROLLBACK BEFORE THE FIRST IS SPENT REPLACES IT. ONLY AN
007900* ACTIVE MODEL CAN BE RETIRED, WHICH ALSO CANCELS ANY ROLLBACK
008000* STILL WAITING. A RETIRED MODEL CAN ONLY BE ADDED BACK AT A
008100* REVISION NO OLDER THAN THE ONE IT WAS RETIRED ON.
008200*
008300* THE JOB RUNS AHEAD OF THE MAIN RUN, WITH REVREG THE REGISTRY
008400* THE LAST MAIN RUN WROTE; REVREGO THEN BECOMES THE REVREG THE
008500* NEXT MAIN RUN READS.
008600*****************************************************************
008700 IDENTIFICATION DIVISION.
008800 PROGRAM-ID. REVMNT.
008900 AUTHOR. D. M. HENDRICKS.
009000 INSTALLATION. AOC DATA CENTER.
009100 DATE-WRITTEN. 2026-10-15.
009200 DATE-COMPILED.
009300
009400 ENVIRONMENT DIVISION.
009500 INPUT-OUTPUT SECTION.
009600 FILE-CONTROL.
009700*    REVTRAN - THE TRANSACTION CARDS. A MAINTENANCE RUN WITH
009800*    NOTHING TO APPLY IS A MIS-STAGED JOB, NOT A CLEAN ONE.
009900     SELECT TRAN-FILE ASSIGN TO REVTRAN
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS TRAN-STATUS.
010200
010300*    REVREG / REVREGO - THE DRAWING-REVISION REGISTRY, ONE
010400*    RECORD PER ENGINE MODEL, AS THE MAIN RUN KEEPS IT. REVREG
010500*    IS OPTIONAL SO MODELS CAN BE ADDED AHEAD OF THE FIRST RUN.
010600     SELECT OPTIONAL REVREG-IN-FILE ASSIGN TO REVREG
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS REVREG-IN-STATUS.
010900
011000     SELECT REVREG-OUT-FILE ASSIGN TO REVREGO
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS REVREG-OUT-STATUS.
011300
011400*    REVAUDIT - THE REGISTRY AUDIT TRAIL, ONE EVENT PER RECORD,
011500*    ADDED TO AT THE END BY THIS JOB AND BY THE MAIN RUN WHEN IT
011600*    SPENDS A ROLLBACK. OPTIONAL SO THE FIRST CHANGE STARTS THE
011700*    FILE ITSELF.
011800     SELECT OPTIONAL AUDIT-FILE ASSIGN TO REVAUDIT
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS AUDIT-STATUS.
012100
012200*    REVMRPT - ONE LINE PER TRANSACTION, APPLIED OR REJECTED
012300*    WITH THE REASON, BRACKETED BY THE BEFORE AND AFTER MODEL
012400*    COUNTS.
012500     SELECT MNT-RPT-FILE ASSIGN TO REVMRPT
012600         ORGANIZATION IS LINE SEQUENTIAL.
012700
012800*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
012900*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
013000*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
013100*    A NEW CYCLE STARTS IT.
013200     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS RUNLOG-STATUS.
013500
013600 DATA DIVISION.
013700 FILE SECTION.
013800 FD  TRAN-FILE
013900     RECORD CONTAINS 80 CHARACTERS.
014000 01  TRAN-RECORD                 PIC X(80).
014100
014200*    KEEP THIS LAYOUT IN STEP WITH THE REVREG RECORD IN THE MAIN
014300*    RUN, THE WHERE-USED UPDATE AND THE GEAR PAIRING LOAD.
014400*    STATUS 'A' = ACTIVE, 'R' = RETIRED. THE ALLOWED REVISION
014500*    IS A ROLLBACK NOT YET SPENT; THE WITHDRAWN REVISION IS THE
014600*    HIGHEST ONE EVER ROLLED BACK FROM. THE MAINTENANCE DATE AND
014700*    REASON ARE THOSE OF THE LAST CHANGE THIS JOB MADE. A
014800*    RECORD WRITTEN BEFORE THE REGISTRY CARRIED ANYTHING PAST
014900*    THE RUN DATE LOADS AS AN ACTIVE MODEL WITH NOTHING PENDING.
015000 FD  REVREG-IN-FILE
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  REVREG-IN-RECORD.
015300     05  REVREG-IN-MODEL           PIC X(12).
015400     05  REVREG-IN-REV             PIC X(04).
015500     05  REVREG-IN-RUN-DATE        PIC 9(08).
015600     05  REVREG-IN-STAT            PIC X(01).
015700     05  REVREG-IN-ALLOW-REV       PIC X(04).
015800     05  REVREG-IN-WDN-REV         PIC X(04).
015900     05  REVREG-IN-MNT-DATE        PIC 9(08).
016000     05  REVREG-IN-MNT-REASON      PIC X(02).
016100     05  FILLER                    PIC X(37).
016200
016300 FD  REVREG-OUT-FILE
016400     RECORD CONTAINS 80 CHARACTERS.
016500 01  REVREG-OUT-RECORD           PIC X(80).
016600
016700*    KEEP THIS LAYOUT IN STEP WITH THE REVAUDIT RECORD IN THE
016800*    MAIN RUN. THE IMAGES ARE THE FIRST 43 BYTES OF THE REVREG
016900*    RECORD; A NEW MODEL HAS NO BEFORE IMAGE.
017000 FD  AUDIT-FILE
017100     RECORD CONTAINS 160 CHARACTERS.
017200 01  AUDIT-RECORD.
017300     05  AUD-ACTION               PIC X(08).
017400     05  AUD-RUN-DATE             PIC 9(08).
017500     05  AUD-EFF-DATE             PIC 9(08).
017600     05  AUD-MODEL                PIC X(12).
017700     05  AUD-REASON               PIC X(02).
017800     05  AUD-REQUESTER            PIC X(08).
017900     05  AUD-PROGRAM              PIC X(08).
018000     05  AUD-BEFORE-IMAGE         PIC X(43).
018100     05  AUD-AFTER-IMAGE          PIC X(43).
018200     05  AUD-REMARKS              PIC X(17).
018300     05  FILLER                   PIC X(03).
018400
018500 FD  MNT-RPT-FILE
018600     RECORD CONTAINS 80 CHARACTERS.
018700 01  MNT-RPT-RECORD              PIC X(80).
018800
018900 FD  RUNLOG-FILE
019000     RECORD CONTAINS 150 CHARACTERS.
019100 01  RUNLOG-RECORD               PIC X(150).
019200
019300 WORKING-STORAGE SECTION.
019400*    THE REGISTRY, LOADED FROM REVREG, CHANGED IN PLACE AND
019500*    WRITTEN TO REVREGO. SIZED AS THE MAIN RUN'S TABLE IS - A
019600*    REGISTRY THAT WILL NOT FIT STOPS THE RUN RATHER THAN DROP
019700*    MODELS OFF IT. EACH ENTRY IS THE FIRST 43 BYTES OF THE
019800*    RECORD.
019900 78  MAX-REG-ENTRIES              VALUE 200.
020000 01  REG-ENTRY-COUNT              PIC 9(03) VALUE 0 COMP.
020100 01  REG-TABLE-AREA.
020200     05  REG-ENTRY OCCURS MAX-REG-ENTRIES TIMES
020300             INDEXED BY REG-IDX.
020400         10  REG-MODEL            PIC X(12).
020500         10  REG-REV              PIC X(04).
020600         10  REG-RUN-DATE         PIC 9(08).
020700         10  REG-STAT             PIC X(01).
020800             88  REG-ACTIVE                 VALUE 'A'.
020900             88  REG-RETIRED                VALUE 'R'.
021000         10  REG-ALLOW-REV        PIC X(04).
021100         10  REG-WDN-REV          PIC X(04).
021200         10  REG-MNT-DATE         PIC 9(08).
021300         10  REG-MNT-REASON       PIC X(02).
021400 01  REG-POS                      PIC 9(03) VALUE 0 COMP.
021500
021600*    THE ENTRY AS IT STOOD BEFORE THE TRANSACTION IN HAND, FOR
021700*    THE AUDIT TRAIL. MNT-WORK-ENTRY IS THE ONE IMAGE
021800*    5100-REPORT-IMAGE-WRITE PRINTS.
021900 01  MNT-SAVE-ENTRY              PIC X(43) VALUE SPACE.
022000 01  MNT-WORK-ENTRY.
022100     05  MNT-WORK-MODEL          PIC X(12).
022200     05  MNT-WORK-REV            PIC X(04).
022300     05  MNT-WORK-RUN-DATE       PIC 9(08).
022400     05  MNT-WORK-STAT           PIC X(01).
022500     05  MNT-WORK-ALLOW-REV      PIC X(04).
022600     05  MNT-WORK-WDN-REV        PIC X(04).
022700     05  MNT-WORK-MNT-DATE       PIC 9(08).
022800     05  MNT-WORK-MNT-REASON     PIC X(02).
022900
023000 01  SWITCHES.
023100     05  TRAN-EOF-SW             PIC X(01) VALUE 'N'.
023200         88  TRAN-EOF                       VALUE 'Y'.
023300*    'E' WHILE THE DECK IS BEING EDITED, 'A' WHILE IT IS BEING
023400*    APPLIED - THE SAME CARD PATH SERVES BOTH PASSES.
023500     05  PASS-SW                 PIC X(01) VALUE 'E'.
023600         88  EDIT-PASS                      VALUE 'E'.
023700         88  APPLY-PASS                     VALUE 'A'.
023800*    THE APPLY PASS IS UNDER WAY - A STOP NOW LEAVES EVENTS ON
023900*    REVAUDIT, AND REVMRPT MUST SAY SO.
024000     05  AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
024100         88  AUDIT-OPEN                     VALUE 'Y'.
024200
024300 01  TRAN-STATUS                 PIC X(02) VALUE SPACE.
024400 01  REVREG-IN-STATUS            PIC X(02) VALUE SPACE.
024500 01  REVREG-OUT-STATUS           PIC X(02) VALUE SPACE.
024600 01  AUDIT-STATUS                PIC X(02) VALUE SPACE.
024700
024800*    THE TRANSACTION IN HAND, PICKED OFF THE CARD.
024900 01  MNT-MODEL                   PIC X(12) VALUE SPACE.
025000 01  MNT-REV                     PIC X(04) VALUE SPACE.
025100 01  MNT-REQUESTER               PIC X(08) VALUE SPACE.
025200 01  MNT-REASON                  PIC X(02) VALUE SPACE.
025300     88  MNT-REASON-VALID        VALUE 'EW' 'EX' 'DM' 'NM' 'OT'.
025400 01  MNT-REASON-TEXT             PIC X(34) VALUE SPACE.
025500 01  MNT-EFF-DATE                PIC 9(08) VALUE 0.
025600 01  MNT-EFF-DATE-PARTS REDEFINES MNT-EFF-DATE.
025700     05  MNT-EFF-YYYY            PIC 9(04).
025800     05  MNT-EFF-MM              PIC 9(02).
025900     05  MNT-EFF-DD              PIC 9(02).
026000
026100*    CONTROL COUNTS FOR THE REPORT AND THE RETURN CODE.
026200 01  BEFORE-COUNT                PIC 9(05) VALUE 0 COMP.
026300 01  TRAN-READ-COUNT             PIC 9(05) VALUE 0 COMP.
026400 01  RB-APPLIED-COUNT            PIC 9(05) VALUE 0 COMP.
026500 01  RB-REJECT-COUNT             PIC 9(05) VALUE 0 COMP.
026600 01  RET-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
026700 01  RET-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
026800 01  ADD-APPLIED-COUNT           PIC 9(05) VALUE 0 COMP.
026900 01  ADD-REJECT-COUNT            PIC 9(05) VALUE 0 COMP.
027000 01  AUDIT-EVENT-COUNT           PIC 9(05) VALUE 0 COMP.
027100
027200*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
027300 01  PARM-CARD                   PIC X(80).
027400*    THE TRANSACTION-DATA VIEW OF THE SAME CARD - SEE THE CARD
027500*    FORMAT IN THE PROGRAM HEADER.
027600 01  PARM-CARD-DATA REDEFINES PARM-CARD.
027700     05  FILLER                  PIC X(30).
027800     05  CARD-REV                PIC X(04).
027900     05  FILLER                  PIC X(01).
028000     05  CARD-REASON             PIC X(02).
028100     05  FILLER                  PIC X(01).
028200     05  CARD-EFF-DATE           PIC X(08).
028300     05  FILLER                  PIC X(01).
028400     05  CARD-REQUESTER          PIC X(08).
028500     05  CARD-REMARKS            PIC X(17).
028600     05  CARD-IDENT              PIC X(08).
028700 01  PARM-KEY-FIELD              PIC X(12).
028800 01  PARM-VAL-FIELD              PIC X(20).
028900 01  PARM-EXTRA-FIELD            PIC X(20).
029000
029100 01  RUN-DATE                    PIC 9(08) VALUE 0.
029200
029300*    REVMRPT LINE LAYOUTS.
029400 01  RPT-TITLE-LINE.
029500     05  FILLER                   PIC X(40) VALUE
029600         'REVISION REGISTRY MAINTENANCE REPORT'.
029700
029800 01  RPT-DATE-LINE.
029900     05  RPT-DATE-LABEL           PIC X(11) VALUE 'RUN DATE . '.
030000     05  RPT-DATE-OUT             PIC 9999/99/99.
030100
030200 01  RPT-IMAGE-HDR-LINE.
030300     05  FILLER                   PIC X(14) VALUE 'IMAGE LINES:'.
030400     05  FILLER                   PIC X(54) VALUE
030500         'REV  LAST RUN S ONCE WDRN MNT DATE RSN'.
030600
030700 01  RPT-MSG-LINE.
030800     05  RPT-MSG-TEXT             PIC X(72) VALUE SPACE.
030900
031000 01  RPT-TRAN-LINE.
031100     05  RPT-TRAN-DATE-OUT        PIC 9999/99/99.
031200     05  FILLER                   PIC X(02) VALUE SPACE.
031300     05  RPT-TRAN-DISP            PIC X(09).
031400     05  RPT-TRAN-ACTION          PIC X(09).
031500     05  FILLER                   PIC X(06) VALUE 'MODEL '.
031600     05  RPT-TRAN-MODEL-OUT       PIC X(12).
031700     05  FILLER                   PIC X(01) VALUE SPACE.
031800     05  RPT-TRAN-REV-OUT         PIC X(04).
031900     05  FILLER                   PIC X(02) VALUE SPACE.
032000     05  RPT-TRAN-REJECT          PIC X(25) VALUE SPACE.
032100
032200*    UNDER EVERY TRANSACTION LINE: WHY, WHEN AND FOR WHOM.
032300 01  RPT-REASON-LINE.
032400     05  FILLER                   PIC X(07) VALUE SPACE.
032500     05  RPT-RSN-CODE-OUT         PIC X(02).
032600     05  FILLER                   PIC X(01) VALUE SPACE.
032700     05  RPT-RSN-TEXT-OUT         PIC X(34).
032800     05  FILLER                   PIC X(05) VALUE ' EFF '.
032900     05  RPT-RSN-DATE-OUT         PIC 9999/99/99.
033000     05  FILLER                   PIC X(05) VALUE ' REQ '.
033100     05  RPT-RSN-REQ-OUT          PIC X(08).
033200
033300*    THE REGISTRY ENTRY AS IT STOOD BEFORE, OR STANDS AFTER,
033400*    THE TRANSACTION ABOVE IT.
033500 01  RPT-IMAGE-LINE.
033600     05  FILLER                   PIC X(07) VALUE SPACE.
033700     05  RPT-IMG-LABEL            PIC X(07).
033800     05  RPT-IMG-REV              PIC X(04).
033900     05  FILLER                   PIC X(01) VALUE SPACE.
034000     05  RPT-IMG-RUN-DATE         PIC Z(08).
034100     05  FILLER                   PIC X(01) VALUE SPACE.
034200     05  RPT-IMG-STAT             PIC X(01).
034300     05  FILLER                   PIC X(01) VALUE SPACE.
034400     05  RPT-IMG-ALLOW-REV        PIC X(04).
034500     05  FILLER                   PIC X(01) VALUE SPACE.
034600     05  RPT-IMG-WDN-REV          PIC X(04).
034700     05  FILLER                   PIC X(01) VALUE SPACE.
034800     05  RPT-IMG-MNT-DATE         PIC Z(08).
034900     05  FILLER                   PIC X(01) VALUE SPACE.
035000     05  RPT-IMG-MNT-REASON       PIC X(02).
035100
035200 01  RPT-COUNT-LINE.
035300     05  RPT-COUNT-LABEL          PIC X(28).
035400     05  RPT-COUNT-OUT            PIC ZZZZZZ9.
035500
035600*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
035700*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
035800 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
035900 01  RUNLOG-LINE.
036000     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'REVMNT'.
036100     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
036200     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
036300     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
036400     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
036500     05  RUNLOG-RC               PIC 9(03) VALUE 0.
036600     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
036700     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
036800     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
036900     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
037000     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
037100     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
037200     05  RUNLOG-REPORT           PIC X(08) VALUE 'REVMRPT'.
037300     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
037400     05  FILLER                  PIC X(05) VALUE SPACE.
037500
037600 PROCEDURE DIVISION.
037700
037800*****************************************************************
037900* 0000-MAINLINE - EDIT THE WHOLE DECK, THEN READ IT AGAIN AND
038000* APPLY IT, THEN WRITE THE REGISTRY OUT.
038100*****************************************************************
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE
038400     PERFORM 2000-PROCESS-TRAN
038500         UNTIL TRAN-EOF
038600     PERFORM 1200-START-APPLY-PASS
038700     PERFORM 2000-PROCESS-TRAN
038800         UNTIL TRAN-EOF
038900     PERFORM 6000-WRITE-REGISTRY
039000     PERFORM 8000-TERMINATE
039100     PERFORM 9900-WRITE-RUNLOG
039200     STOP RUN.
039300
039400*****************************************************************
039500* 1000-INITIALIZE - OPEN THE CARDS AND THE REPORT, LOAD THE
039600* REGISTRY AND REPORT ITS BEFORE COUNT. REVTRAN MUST BE THERE -
039700* THIS JOB ONLY RUNS WHEN THERE IS SOMETHING TO APPLY.
039800*****************************************************************
039900 1000-INITIALIZE.
040000     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
040100                                        RUNLOG-CYCLE-DATE
040200     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
040300
040400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
040500
040600     OPEN INPUT TRAN-FILE
040700     IF TRAN-STATUS NOT = '00'
040800       DISPLAY 'REVMNT - REVTRAN MISSING - NOTHING TO APPLY'
040900       MOVE 16 TO RETURN-CODE
041000       MOVE 'REVTRAN MISSING - NOTHING TO APPLY' TO RUNLOG-REASON
041100       MOVE 'SYSOUT' TO RUNLOG-REPORT
041200       PERFORM 9900-WRITE-RUNLOG
041300       STOP RUN
041400     END-IF
041500
041600     OPEN OUTPUT MNT-RPT-FILE
041700
041800     MOVE RPT-TITLE-LINE TO MNT-RPT-RECORD
041900     WRITE MNT-RPT-RECORD
042000     MOVE RUN-DATE TO RPT-DATE-OUT
042100     MOVE RPT-DATE-LINE TO MNT-RPT-RECORD
042200     WRITE MNT-RPT-RECORD
042300     MOVE RPT-IMAGE-HDR-LINE TO MNT-RPT-RECORD
042400     WRITE MNT-RPT-RECORD
042500     MOVE SPACE TO MNT-RPT-RECORD
042600     WRITE MNT-RPT-RECORD
042700
042800     PERFORM 1100-LOAD-REGISTRY
042900     MOVE REG-ENTRY-COUNT TO BEFORE-COUNT
043000
043100     MOVE 'MODELS ON REGISTRY BEFORE . ' TO RPT-COUNT-LABEL
043200     MOVE BEFORE-COUNT TO RPT-COUNT-OUT
043300     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
043400     WRITE MNT-RPT-RECORD
043500     MOVE SPACE TO MNT-RPT-RECORD
043600     WRITE MNT-RPT-RECORD
043700
043800     EXIT.
043900
044000*****************************************************************
044100* 1100-LOAD-REGISTRY - REVREG INTO THE TABLE. A MISSING REVREG
044200* IS AN EMPTY REGISTRY - THE MAIN RUN HAS NOT RUN YET - BUT ONE
044300* THAT WILL NOT FIT, OR WILL NOT READ, STOPS THE RUN: WRITING
044400* OUT PART OF IT WOULD LEAVE MODELS UNPROTECTED.
044500*****************************************************************
044600 1100-LOAD-REGISTRY.
044700     OPEN INPUT REVREG-IN-FILE
044800     IF REVREG-IN-STATUS NOT = '00'
044810         AND REVREG-IN-STATUS NOT = '05'
044900       MOVE 'REVREG WILL NOT OPEN' TO RPT-MSG-TEXT
045000       PERFORM 9100-REGISTRY-ABORT
045100     END-IF
045200
045300     PERFORM UNTIL REVREG-IN-STATUS NOT = '00'
045400       READ REVREG-IN-FILE
045500         AT END
045600           CONTINUE
045700         NOT AT END
045800           IF REG-ENTRY-COUNT >= MAX-REG-ENTRIES
045900             MOVE 'REVREG HOLDS MORE MODELS THAN THE TABLE HOLDS'
046000                 TO RPT-MSG-TEXT
046100             PERFORM 9100-REGISTRY-ABORT
046200           END-IF
046300           ADD 1 TO REG-ENTRY-COUNT
046400           MOVE REVREG-IN-RECORD(1:43)
046500               TO REG-ENTRY(REG-ENTRY-COUNT)
046600           IF REVREG-IN-STAT = SPACE
046700             MOVE 'A' TO REG-STAT(REG-ENTRY-COUNT)
046800           END-IF
046900           IF REVREG-IN-MNT-DATE NOT NUMERIC
047000             MOVE 0 TO REG-MNT-DATE(REG-ENTRY-COUNT)
047100           END-IF
047200       END-READ
047300     END-PERFORM
047400
047500     IF REVREG-IN-STATUS NOT = '10'
047510         AND REVREG-IN-STATUS NOT = '05'
047600       MOVE 'READ FAILED ON REVREG' TO RPT-MSG-TEXT
047700       PERFORM 9100-REGISTRY-ABORT
047800     END-IF
047900
048000     CLOSE REVREG-IN-FILE
048100
048200     EXIT.
048300
048400*****************************************************************
048500* 1200-START-APPLY-PASS - THE WHOLE DECK HAS EDITED CLEAN. OPEN
048600* THE AUDIT TRAIL AND READ THE DECK AGAIN FROM THE TOP, THIS
048700* TIME APPLYING EACH CARD.
048800*****************************************************************
048900 1200-START-APPLY-PASS.
049000     CLOSE TRAN-FILE
049100     OPEN INPUT TRAN-FILE
049200     IF TRAN-STATUS NOT = '00'
049300       MOVE 'REVTRAN WILL NOT REOPEN FOR THE APPLY PASS'
049400           TO RPT-MSG-TEXT
049500       PERFORM 9100-REGISTRY-ABORT
049600     END-IF
049700
049800     OPEN EXTEND AUDIT-FILE
049900     IF AUDIT-STATUS NOT = '00' AND AUDIT-STATUS NOT = '05'
050000       MOVE 'REVAUDIT WILL NOT OPEN - NOTHING APPLIED'
050100           TO RPT-MSG-TEXT
050200       PERFORM 9100-REGISTRY-ABORT
050300     END-IF
050400     MOVE 'Y' TO AUDIT-OPEN-SW
050500
050600     MOVE 'N' TO TRAN-EOF-SW
050700     MOVE 'A' TO PASS-SW
050800
050900     EXIT.
051000
051100*****************************************************************
051200* 2000-PROCESS-TRAN - ONE TRANSACTION CARD. BLANK AND COMMENT
051300* CARDS PASS OVER; ANYTHING ELSE MUST BE ONE OF THE THREE
051400* TRANSACTIONS WITH A MODEL, THE REVISION IT CALLS FOR, A KNOWN
051500* REASON CODE, A GOOD DATE AND A REQUESTER, OR THE EDIT PASS
051600* STOPS THE RUN BEFORE ANY CARD IS APPLIED.
051700*****************************************************************
051800 2000-PROCESS-TRAN.
051900     READ TRAN-FILE
052000       AT END
052100         MOVE 'Y' TO TRAN-EOF-SW
052200       NOT AT END
052300         MOVE TRAN-RECORD TO PARM-CARD
052400         PERFORM 2100-APPLY-TRAN-CARD
052500             THRU 2100-APPLY-TRAN-CARD-EXIT
052600     END-READ.
052700
052800 2100-APPLY-TRAN-CARD.
052900     IF PARM-CARD = SPACE OR PARM-CARD(1:1) = '*'
053000       GO TO 2100-APPLY-TRAN-CARD-EXIT
053100     END-IF
053200
053300     MOVE SPACE TO PARM-KEY-FIELD
053400     MOVE SPACE TO PARM-VAL-FIELD
053500     MOVE SPACE TO PARM-EXTRA-FIELD
053600     UNSTRING PARM-CARD(1:30) DELIMITED BY '='
053700         INTO PARM-KEY-FIELD PARM-VAL-FIELD PARM-EXTRA-FIELD
053800
053900     IF PARM-EXTRA-FIELD NOT = SPACE
054000       DISPLAY 'REVMNT - MORE THAN ONE = ON THE CARD'
054100       PERFORM 9400-CARD-ABORT
054200     END-IF
054300
054400     IF PARM-KEY-FIELD NOT = 'ROLLBACK' AND NOT = 'RETIRE'
054500         AND NOT = 'ADD'
054600       DISPLAY 'REVMNT - CARD IS NOT ROLLBACK, RETIRE OR ADD'
054700       PERFORM 9400-CARD-ABORT
054800     END-IF
054900
055000     IF PARM-VAL-FIELD = SPACE OR PARM-VAL-FIELD(13:8) NOT = SPACE
055100       DISPLAY 'REVMNT - ENGINE MODEL MUST BE 1 TO 12 CHARACTERS'
055200       PERFORM 9400-CARD-ABORT
055300     END-IF
055400     IF PARM-VAL-FIELD(1:12) = 'UNKNOWN'
055500       DISPLAY 'REVMNT - UNKNOWN IS NOT AN ENGINE MODEL'
055600       PERFORM 9400-CARD-ABORT
055700     END-IF
055800     MOVE PARM-VAL-FIELD(1:12) TO MNT-MODEL
055900
056000     IF PARM-KEY-FIELD = 'RETIRE'
056100       IF CARD-REV NOT = SPACE
056200         DISPLAY 'REVMNT - A RETIRE CARD CARRIES NO REVISION'
056300         PERFORM 9400-CARD-ABORT
056400       END-IF
056500     ELSE
056600       IF CARD-REV = SPACE
056700         DISPLAY 'REVMNT - REVISION IN COLUMNS 31-34 IS REQUIRED'
056800         PERFORM 9400-CARD-ABORT
056900       END-IF
057000     END-IF
057100     MOVE CARD-REV TO MNT-REV
057200
057300     MOVE CARD-REASON TO MNT-REASON
057400     IF NOT MNT-REASON-VALID
057500       DISPLAY 'REVMNT - REASON CODE IN COLUMNS 36-37 IS NOT '
057600           'EW, EX, DM, NM OR OT'
057700       PERFORM 9400-CARD-ABORT
057800     END-IF
057900
058000     IF CARD-REQUESTER = SPACE
058100       DISPLAY 'REVMNT - REQUESTER ID IN COLUMNS 48-55 IS '
058200           'REQUIRED'
058300       PERFORM 9400-CARD-ABORT
058400     END-IF
058500     MOVE CARD-REQUESTER TO MNT-REQUESTER
058600
058700     MOVE RUN-DATE TO MNT-EFF-DATE
058800     PERFORM 2200-PARSE-CARD-DATE THRU 2200-PARSE-CARD-DATE-EXIT
058900
059000*    THE CARD IS GOOD. ON THE EDIT PASS THAT IS ALL THERE IS TO
059100*    KNOW ABOUT IT.
059200     IF EDIT-PASS
059300       GO TO 2100-APPLY-TRAN-CARD-EXIT
059400     END-IF
059500
059600     ADD 1 TO TRAN-READ-COUNT
059700
059800     EVALUATE MNT-REASON
059900       WHEN 'EW'
060000         MOVE 'ENGINEERING WITHDREW A REVISION'
060100             TO MNT-REASON-TEXT
060200       WHEN 'EX'
060300         MOVE 'EXTRACT OR REGISTRY IN ERROR' TO MNT-REASON-TEXT
060400       WHEN 'DM'
060500         MOVE 'DISCONTINUED MODEL' TO MNT-REASON-TEXT
060600       WHEN 'NM'
060700         MOVE 'NEW MODEL INTRODUCED' TO MNT-REASON-TEXT
060800       WHEN OTHER
060900         MOVE 'OTHER - SEE THE REMARKS' TO MNT-REASON-TEXT
061000     END-EVALUATE
061100
061200     PERFORM 4000-LOCATE-MODEL THRU 4000-LOCATE-MODEL-EXIT
061300
061400     EVALUATE PARM-KEY-FIELD
061500       WHEN 'ROLLBACK'
061600         PERFORM 3000-APPLY-ROLLBACK THRU 3000-APPLY-ROLLBACK-EXIT
061700       WHEN 'RETIRE'
061800         PERFORM 3100-APPLY-RETIRE THRU 3100-APPLY-RETIRE-EXIT
061900       WHEN 'ADD'
062000         PERFORM 3200-APPLY-ADD THRU 3200-APPLY-ADD-EXIT
062100     END-EVALUATE.
062200
062300 2100-APPLY-TRAN-CARD-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700* 2200-PARSE-CARD-DATE - COLUMNS 39-46 TO MNT-EFF-DATE. BLANK
062800* LEAVES THE RUN DATE IN PLACE; ANYTHING ELSE MUST BE YYYYMMDD
062900* WITH A REAL MONTH AND DAY OR THE CARD STOPS THE RUN - A
063000* MISKEYED DATE IS NOT GUESSED AT.
063100*****************************************************************
063200 2200-PARSE-CARD-DATE.
063300     IF CARD-EFF-DATE = SPACE
063400       GO TO 2200-PARSE-CARD-DATE-EXIT
063500     END-IF
063600
063700     IF CARD-EFF-DATE NOT NUMERIC
063800       DISPLAY 'REVMNT - DATE IN COLUMNS 39-46 MUST BE YYYYMMDD'
063900       PERFORM 9400-CARD-ABORT
064000     END-IF
064100     MOVE CARD-EFF-DATE TO MNT-EFF-DATE
064200     IF MNT-EFF-MM < 1 OR MNT-EFF-MM > 12
064300         OR MNT-EFF-DD < 1 OR MNT-EFF-DD > 31
064400       DISPLAY 'REVMNT - DATE IN COLUMNS 39-46 IS NOT VALID'
064500       PERFORM 9400-CARD-ABORT
064600     END-IF.
064700
064800 2200-PARSE-CARD-DATE-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200* 3000-APPLY-ROLLBACK - REINSTATE AN EARLIER REVISION. THE
065300* REVISION THE REGISTRY HOLDS STAYS PUT; THE EARLIER ONE GOES
065400* IN AS THE ONE-TIME ALLOWANCE THE MAIN RUN SPENDS ON THE FIRST
065500* SCHEMATIC THAT CARRIES IT, AND THE HELD REVISION IS MARKED
065600* WITHDRAWN SO IT CAN NEVER POST AGAIN. A ROLLBACK THAT WOULD
065700* NOT GO BACK - THE SAME OR A LATER REVISION - IS REJECTED.
065800*****************************************************************
065900 3000-APPLY-ROLLBACK.
066000     MOVE 'ROLLBACK' TO RPT-TRAN-ACTION
066100
066200     IF REG-POS = 0
066300       ADD 1 TO RB-REJECT-COUNT
066400       MOVE 'NOT ON REGISTRY' TO RPT-TRAN-REJECT
066500       PERFORM 5200-REJECT-WRITE
066600       GO TO 3000-APPLY-ROLLBACK-EXIT
066700     END-IF
066800     IF REG-RETIRED(REG-POS)
066900       ADD 1 TO RB-REJECT-COUNT
067000       MOVE 'MODEL IS RETIRED' TO RPT-TRAN-REJECT
067100       PERFORM 5200-REJECT-WRITE
067200       GO TO 3000-APPLY-ROLLBACK-EXIT
067300     END-IF
067400     IF MNT-REV NOT < REG-REV(REG-POS)
067500       ADD 1 TO RB-REJECT-COUNT
067600       MOVE 'NOT OLDER THAN REGISTERED' TO RPT-TRAN-REJECT
067700       PERFORM 5200-REJECT-WRITE
067800       GO TO 3000-APPLY-ROLLBACK-EXIT
067900     END-IF
068000
068100     MOVE REG-ENTRY(REG-POS) TO MNT-SAVE-ENTRY
068200     MOVE MNT-REV TO REG-ALLOW-REV(REG-POS)
068300     IF REG-REV(REG-POS) > REG-WDN-REV(REG-POS)
068400       MOVE REG-REV(REG-POS) TO REG-WDN-REV(REG-POS)
068500     END-IF
068600     MOVE MNT-EFF-DATE TO REG-MNT-DATE(REG-POS)
068700     MOVE MNT-REASON TO REG-MNT-REASON(REG-POS)
068800
068900     ADD 1 TO RB-APPLIED-COUNT
069000     PERFORM 5300-APPLY-WRITE.
069100
069200 3000-APPLY-ROLLBACK-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600* 3100-APPLY-RETIRE - A DISCONTINUED MODEL. THE ENTRY STAYS ON
069700* THE REGISTRY, SO THE MODEL CANNOT COME BACK AS A NEVER-SEEN
069800* ONE, BUT THE MAIN RUN REFUSES EVERY EXTRACT OF IT. A ROLLBACK
069900* STILL WAITING DIES WITH IT.
070000*****************************************************************
070100 3100-APPLY-RETIRE.
070200     MOVE 'RETIRE' TO RPT-TRAN-ACTION
070300
070400     IF REG-POS = 0
070500       ADD 1 TO RET-REJECT-COUNT
070600       MOVE 'NOT ON REGISTRY' TO RPT-TRAN-REJECT
070700       PERFORM 5200-REJECT-WRITE
070800       GO TO 3100-APPLY-RETIRE-EXIT
070900     END-IF
071000     IF REG-RETIRED(REG-POS)
071100       ADD 1 TO RET-REJECT-COUNT
071200       MOVE 'ALREADY RETIRED' TO RPT-TRAN-REJECT
071300       PERFORM 5200-REJECT-WRITE
071400       GO TO 3100-APPLY-RETIRE-EXIT
071500     END-IF
071600
071700     MOVE REG-ENTRY(REG-POS) TO MNT-SAVE-ENTRY
071800     MOVE 'R' TO REG-STAT(REG-POS)
071900     MOVE SPACE TO REG-ALLOW-REV(REG-POS)
072000     MOVE MNT-EFF-DATE TO REG-MNT-DATE(REG-POS)
072100     MOVE MNT-REASON TO REG-MNT-REASON(REG-POS)
072200
072300     ADD 1 TO RET-APPLIED-COUNT
072400     PERFORM 5300-APPLY-WRITE.
072500
072600 3100-APPLY-RETIRE-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000* 3200-APPLY-ADD - A MODEL NOT YET ON THE REGISTRY GOES ON AT
073100* THE REVISION NAMED, ACTIVE, WITH NO RUN DATE UNTIL THE MAIN
073200* RUN FIRST SEES IT. A RETIRED MODEL COMES BACK INTO SERVICE AT
073300* THE REVISION NAMED, WHICH MAY NOT BE OLDER THAN THE ONE IT
073400* WAS RETIRED ON - AN ADD IS NOT A BACK DOOR TO A ROLLBACK. AN
073500* ACTIVE MODEL IS ALREADY REGISTERED AND IS REJECTED.
073600*****************************************************************
073700 3200-APPLY-ADD.
073800     MOVE 'ADD' TO RPT-TRAN-ACTION
073900
074000     IF REG-POS > 0
074100       IF REG-ACTIVE(REG-POS)
074200         ADD 1 TO ADD-REJECT-COUNT
074300         MOVE 'ALREADY REGISTERED' TO RPT-TRAN-REJECT
074400         PERFORM 5200-REJECT-WRITE
074500         GO TO 3200-APPLY-ADD-EXIT
074600       END-IF
074700       IF MNT-REV < REG-REV(REG-POS)
074800         ADD 1 TO ADD-REJECT-COUNT
074900         MOVE 'OLDER THAN LAST REGISTERED' TO RPT-TRAN-REJECT
075000         PERFORM 5200-REJECT-WRITE
075100         GO TO 3200-APPLY-ADD-EXIT
075200       END-IF
075300       MOVE REG-ENTRY(REG-POS) TO MNT-SAVE-ENTRY
075400       MOVE MNT-REV TO REG-REV(REG-POS)
075500       MOVE 'A' TO REG-STAT(REG-POS)
075600       MOVE SPACE TO REG-ALLOW-REV(REG-POS)
075700       MOVE MNT-EFF-DATE TO REG-MNT-DATE(REG-POS)
075800       MOVE MNT-REASON TO REG-MNT-REASON(REG-POS)
075900       ADD 1 TO ADD-APPLIED-COUNT
076000       PERFORM 5300-APPLY-WRITE
076100       GO TO 3200-APPLY-ADD-EXIT
076200     END-IF
076300
076400     IF REG-ENTRY-COUNT >= MAX-REG-ENTRIES
076500       ADD 1 TO ADD-REJECT-COUNT
076600       MOVE 'REGISTRY FULL' TO RPT-TRAN-REJECT
076700       PERFORM 5200-REJECT-WRITE
076800       GO TO 3200-APPLY-ADD-EXIT
076900     END-IF
077000
077100     MOVE SPACE TO MNT-SAVE-ENTRY
077200     ADD 1 TO REG-ENTRY-COUNT
077300     MOVE REG-ENTRY-COUNT TO REG-POS
077400     MOVE MNT-MODEL TO REG-MODEL(REG-POS)
077500     MOVE MNT-REV TO REG-REV(REG-POS)
077600     MOVE 0 TO REG-RUN-DATE(REG-POS)
077700     MOVE 'A' TO REG-STAT(REG-POS)
077800     MOVE SPACE TO REG-ALLOW-REV(REG-POS)
077900     MOVE SPACE TO REG-WDN-REV(REG-POS)
078000     MOVE MNT-EFF-DATE TO REG-MNT-DATE(REG-POS)
078100     MOVE MNT-REASON TO REG-MNT-REASON(REG-POS)
078200
078300     ADD 1 TO ADD-APPLIED-COUNT
078400     PERFORM 5300-APPLY-WRITE.
078500
078600 3200-APPLY-ADD-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000* 4000-LOCATE-MODEL - REG-POS TO THE ENTRY FOR MNT-MODEL, OR
079100* ZERO IF THE MODEL IS NOT ON THE REGISTRY.
079200*****************************************************************
079300 4000-LOCATE-MODEL.
079400     PERFORM VARYING REG-IDX FROM 1 BY 1
079500       UNTIL REG-IDX > REG-ENTRY-COUNT
079600       IF REG-MODEL(REG-IDX) = MNT-MODEL
079700         SET REG-POS TO REG-IDX
079800         GO TO 4000-LOCATE-MODEL-EXIT
079900       END-IF
080000     END-PERFORM
080100
080200     MOVE 0 TO REG-POS.
080300
080400 4000-LOCATE-MODEL-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800* 5000-REPORT-TRAN-WRITE - THE TRANSACTION LINE FOR THE CARD
080900* JUST DISPOSED OF, AND UNDER IT THE REASON, DATE AND REQUESTER.
081000*****************************************************************
081100 5000-REPORT-TRAN-WRITE.
081200     MOVE RUN-DATE TO RPT-TRAN-DATE-OUT
081300     MOVE MNT-MODEL TO RPT-TRAN-MODEL-OUT
081400     MOVE MNT-REV TO RPT-TRAN-REV-OUT
081500     MOVE RPT-TRAN-LINE TO MNT-RPT-RECORD
081600     WRITE MNT-RPT-RECORD
081700
081800     MOVE MNT-REASON TO RPT-RSN-CODE-OUT
081900     MOVE MNT-REASON-TEXT TO RPT-RSN-TEXT-OUT
082000     MOVE MNT-EFF-DATE TO RPT-RSN-DATE-OUT
082100     MOVE MNT-REQUESTER TO RPT-RSN-REQ-OUT
082200     MOVE RPT-REASON-LINE TO MNT-RPT-RECORD
082300     WRITE MNT-RPT-RECORD
082400
082500     EXIT.
082600
082700*****************************************************************
082800* 5100-REPORT-IMAGE-WRITE - MNT-WORK-ENTRY AS ONE IMAGE LINE
082900* UNDER THE TRANSACTION IT BELONGS TO, LABELLED BY THE CALLER.
083000*****************************************************************
083100 5100-REPORT-IMAGE-WRITE.
083200     MOVE MNT-WORK-REV TO RPT-IMG-REV
083300     MOVE MNT-WORK-RUN-DATE TO RPT-IMG-RUN-DATE
083400     MOVE MNT-WORK-STAT TO RPT-IMG-STAT
083500     MOVE MNT-WORK-ALLOW-REV TO RPT-IMG-ALLOW-REV
083600     MOVE MNT-WORK-WDN-REV TO RPT-IMG-WDN-REV
083700     MOVE MNT-WORK-MNT-DATE TO RPT-IMG-MNT-DATE
083800     MOVE MNT-WORK-MNT-REASON TO RPT-IMG-MNT-REASON
083900
084000     MOVE RPT-IMAGE-LINE TO MNT-RPT-RECORD
084100     WRITE MNT-RPT-RECORD
084200
084300     EXIT.
084400
084500*****************************************************************
084600* 5200-REJECT-WRITE - A TRANSACTION THAT WAS REFUSED. THE CALLER
084700* HAS SET THE ACTION AND THE REASON. NOTHING CHANGED, SO NOTHING
084800* GOES ON THE AUDIT TRAIL.
084900*****************************************************************
085000 5200-REJECT-WRITE.
085100     MOVE 'REJECTED ' TO RPT-TRAN-DISP
085200     PERFORM 5000-REPORT-TRAN-WRITE
085300
085400     EXIT.
085500
085600*****************************************************************
085700* 5300-APPLY-WRITE - A TRANSACTION THAT WENT IN: THE REPORT
085800* LINES WITH THE ENTRY BEFORE (SAVED IN MNT-SAVE-ENTRY - BLANK
085900* FOR A NEW MODEL) AND AFTER, THEN THE SAME TWO IMAGES ON THE
086000* REVAUDIT TRAIL WITH THE REASON, DATE AND REQUESTER.
086100*****************************************************************
086200 5300-APPLY-WRITE.
086300     MOVE 'APPLIED  ' TO RPT-TRAN-DISP
086400     MOVE SPACE TO RPT-TRAN-REJECT
086500     PERFORM 5000-REPORT-TRAN-WRITE
086600
086700     IF MNT-SAVE-ENTRY NOT = SPACE
086800       MOVE MNT-SAVE-ENTRY TO MNT-WORK-ENTRY
086900       MOVE 'BEFORE' TO RPT-IMG-LABEL
087000       PERFORM 5100-REPORT-IMAGE-WRITE
087100     END-IF
087200     MOVE REG-ENTRY(REG-POS) TO MNT-WORK-ENTRY
087300     MOVE 'AFTER' TO RPT-IMG-LABEL
087400     PERFORM 5100-REPORT-IMAGE-WRITE
087500
087600     MOVE SPACE TO AUDIT-RECORD
087700     MOVE PARM-KEY-FIELD TO AUD-ACTION
087800     MOVE RUN-DATE TO AUD-RUN-DATE
087900     MOVE MNT-EFF-DATE TO AUD-EFF-DATE
088000     MOVE MNT-MODEL TO AUD-MODEL
088100     MOVE MNT-REASON TO AUD-REASON
088200     MOVE MNT-REQUESTER TO AUD-REQUESTER
088300     MOVE 'REVMNT' TO AUD-PROGRAM
088400     MOVE MNT-SAVE-ENTRY TO AUD-BEFORE-IMAGE
088500     MOVE REG-ENTRY(REG-POS) TO AUD-AFTER-IMAGE
088600     MOVE CARD-REMARKS TO AUD-REMARKS
088700     WRITE AUDIT-RECORD
088800     IF AUDIT-STATUS NOT = '00'
088900       MOVE 'WRITE FAILED ON REVAUDIT' TO RPT-MSG-TEXT
089000       PERFORM 9100-REGISTRY-ABORT
089100     END-IF
089200     ADD 1 TO AUDIT-EVENT-COUNT
089300
089400     EXIT.
089500
089600*****************************************************************
089700* 6000-WRITE-REGISTRY - THE WHOLE TABLE, IN ITS LOADED ORDER
089800* WITH NEW MODELS AT THE END, AS THE MAIN RUN WRITES IT. A WRITE
089900* FAILURE LEAVES A SHORT FILE THAT MUST NOT BE CATALOGUED OVER
090000* REVREG, SO IT STOPS THE RUN WITH 16.
090100*****************************************************************
090200 6000-WRITE-REGISTRY.
090300     CLOSE AUDIT-FILE
090400     MOVE 'N' TO AUDIT-OPEN-SW
090500
090600     OPEN OUTPUT REVREG-OUT-FILE
090700     IF REVREG-OUT-STATUS NOT = '00'
090800       MOVE 'REVREGO WILL NOT OPEN' TO RPT-MSG-TEXT
090900       PERFORM 9100-REGISTRY-ABORT
091000     END-IF
091100
091200     PERFORM VARYING REG-IDX FROM 1 BY 1
091300       UNTIL REG-IDX > REG-ENTRY-COUNT
091400       MOVE SPACE TO REVREG-OUT-RECORD
091500       MOVE REG-ENTRY(REG-IDX) TO REVREG-OUT-RECORD(1:43)
091600       WRITE REVREG-OUT-RECORD
091700       IF REVREG-OUT-STATUS NOT = '00'
091800         MOVE 'WRITE FAILED ON REVREGO - REGISTRY INCOMPLETE'
091900             TO RPT-MSG-TEXT
092000         PERFORM 9100-REGISTRY-ABORT
092100       END-IF
092200     END-PERFORM
092300
092400     CLOSE REVREG-OUT-FILE
092500
092600     EXIT.
092700
092800*****************************************************************
092900* 8000-TERMINATE - THE DISPOSITION TOTALS AND AFTER COUNT ON THE
093000* REPORT, THEN THE RETURN CODE GRADE.
093100*****************************************************************
093200 8000-TERMINATE.
093300     MOVE SPACE TO MNT-RPT-RECORD
093400     WRITE MNT-RPT-RECORD
093500
093600     MOVE 'TRANSACTIONS READ . . . . . ' TO RPT-COUNT-LABEL
093700     MOVE TRAN-READ-COUNT TO RPT-COUNT-OUT
093800     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
093900     WRITE MNT-RPT-RECORD
094000
094100     MOVE 'ROLLBACKS APPLIED . . . . . ' TO RPT-COUNT-LABEL
094200     MOVE RB-APPLIED-COUNT TO RPT-COUNT-OUT
094300     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
094400     WRITE MNT-RPT-RECORD
094500
094600     MOVE 'ROLLBACKS REJECTED  . . . . ' TO RPT-COUNT-LABEL
094700     MOVE RB-REJECT-COUNT TO RPT-COUNT-OUT
094800     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
094900     WRITE MNT-RPT-RECORD
095000
095100     MOVE 'RETIREMENTS APPLIED . . . . ' TO RPT-COUNT-LABEL
095200     MOVE RET-APPLIED-COUNT TO RPT-COUNT-OUT
095300     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
095400     WRITE MNT-RPT-RECORD
095500
095600     MOVE 'RETIREMENTS REJECTED  . . . ' TO RPT-COUNT-LABEL
095700     MOVE RET-REJECT-COUNT TO RPT-COUNT-OUT
095800     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
095900     WRITE MNT-RPT-RECORD
096000
096100     MOVE 'ADDS APPLIED  . . . . . . . ' TO RPT-COUNT-LABEL
096200     MOVE ADD-APPLIED-COUNT TO RPT-COUNT-OUT
096300     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
096400     WRITE MNT-RPT-RECORD
096500
096600     MOVE 'ADDS REJECTED . . . . . . . ' TO RPT-COUNT-LABEL
096700     MOVE ADD-REJECT-COUNT TO RPT-COUNT-OUT
096800     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
096900     WRITE MNT-RPT-RECORD
097000
097100     MOVE 'EVENTS ON REVAUDIT  . . . . ' TO RPT-COUNT-LABEL
097200     MOVE AUDIT-EVENT-COUNT TO RPT-COUNT-OUT
097300     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
097400     WRITE MNT-RPT-RECORD
097500
097600     MOVE 'MODELS ON REGISTRY AFTER  . ' TO RPT-COUNT-LABEL
097700     MOVE REG-ENTRY-COUNT TO RPT-COUNT-OUT
097800     MOVE RPT-COUNT-LINE TO MNT-RPT-RECORD
097900     WRITE MNT-RPT-RECORD
098000
098100     CLOSE TRAN-FILE
098200     CLOSE MNT-RPT-FILE
098300
098400     DISPLAY 'REVMNT - BEFORE ' BEFORE-COUNT
098500         ' AFTER ' REG-ENTRY-COUNT
098600         ' REJECTED ' RB-REJECT-COUNT ' / ' RET-REJECT-COUNT
098700         ' / ' ADD-REJECT-COUNT
098800
098900     IF RB-REJECT-COUNT > 0 OR RET-REJECT-COUNT > 0
099000         OR ADD-REJECT-COUNT > 0
099100       MOVE 4 TO RETURN-CODE
099200     ELSE
099300       MOVE 0 TO RETURN-CODE
099400     END-IF.
099500
099600*****************************************************************
099700* 9100-REGISTRY-ABORT - A FILE THIS JOB CANNOT DO WITHOUT FAILED.
099800* SAY WHY ON THE REPORT AND THE CONSOLE AND STOP WITH 16 -
099900* REVREGO IS NOT COMPLETE AND MUST NOT BE CATALOGUED.
100000*****************************************************************
100100 9100-REGISTRY-ABORT.
100200     DISPLAY 'REVMNT - ' RPT-MSG-TEXT
100300     DISPLAY 'REVMNT - REVREGO NOT COMPLETE - KEEP THE OLD REVREG'
100400
100500     WRITE MNT-RPT-RECORD FROM RPT-MSG-LINE
100600     IF AUDIT-OPEN
100700       MOVE 'RUN STOPPED IN THE APPLY PASS - EVENTS ABOVE ARE ON'
100800           TO RPT-MSG-TEXT
100900       WRITE MNT-RPT-RECORD FROM RPT-MSG-LINE
101000       MOVE 'REVAUDIT BUT NOT ON THE REGISTRY' TO RPT-MSG-TEXT
101100       WRITE MNT-RPT-RECORD FROM RPT-MSG-LINE
101200       CLOSE AUDIT-FILE
101300     END-IF
101400     MOVE 'REVREGO NOT COMPLETE - KEEP THE OLD REVREG'
101500         TO RPT-MSG-TEXT
101600     WRITE MNT-RPT-RECORD FROM RPT-MSG-LINE
101700
101800     CLOSE TRAN-FILE
101900     CLOSE MNT-RPT-FILE
102000
102100     MOVE 16 TO RETURN-CODE
102200     MOVE 'REGISTRY NOT UPDATED - SEE THE REPORT' TO RUNLOG-REASON
102300     PERFORM 9900-WRITE-RUNLOG
102400     STOP RUN.
102500
102600*****************************************************************
102700* 9400-CARD-ABORT - A TRANSACTION CARD FAILED VALIDATION. SHOW
102800* IT AND STOP. THE EDIT PASS FINDS EVERY BAD CARD BEFORE THE
102900* FIRST ONE IS APPLIED, SO THE REGISTRY IS UNTOUCHED - A HALF-
103000* APPLIED DECK IS WORSE THAN A RERUN.
103100*****************************************************************
103200 9400-CARD-ABORT.
103300     DISPLAY '    CARD . . . ' PARM-CARD(1:55)
103400
103500     CLOSE TRAN-FILE
103600     CLOSE MNT-RPT-FILE
103700
103800     MOVE 16 TO RETURN-CODE
103900     MOVE 'BAD REVTRAN CARD - NOTHING APPLIED' TO RUNLOG-REASON
104000     MOVE 'SYSOUT' TO RUNLOG-REPORT
104100     PERFORM 9900-WRITE-RUNLOG
104200     STOP RUN.
104300
104400*****************************************************************
104500* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
104600* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
104700* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
104800* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
104900* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
105000*****************************************************************
105100 9900-WRITE-RUNLOG.
105200     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
105300     MOVE RETURN-CODE TO RUNLOG-RC
105400     MOVE TRAN-READ-COUNT TO RUNLOG-ROWS
105500     MOVE REG-ENTRY-COUNT TO RUNLOG-PARTS
105600     ADD RB-REJECT-COUNT RET-REJECT-COUNT ADD-REJECT-COUNT
105700         GIVING RUNLOG-REJECTS
105800     ADD RB-APPLIED-COUNT RET-APPLIED-COUNT ADD-APPLIED-COUNT
105900         GIVING RUNLOG-POSTED
106000
106100     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
106200       EVALUATE RETURN-CODE
106300         WHEN 4
106400           MOVE 'TRANSACTIONS REJECTED - SEE THE REPORT'
106500               TO RUNLOG-REASON
106600         WHEN OTHER
106700           MOVE 'RUN STOPPED - SEE THE CONSOLE' TO RUNLOG-REASON
106800       END-EVALUATE
106900     END-IF
107000
107100     OPEN EXTEND RUNLOG-FILE
107200     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
107300       MOVE RUNLOG-LINE TO RUNLOG-RECORD
107400       WRITE RUNLOG-RECORD
107500       CLOSE RUNLOG-FILE
107600     ELSE
107700       DISPLAY 'REVMNT - RUNLOG NOT AVAILABLE - STATUS '
107800           RUNLOG-STATUS
107900     END-IF.
