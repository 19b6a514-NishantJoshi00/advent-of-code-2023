001400*             ON EDITRPT. A SCHEMATIC DAMAGED PAST THE CONTROL-
001500*             CARD THRESHOLDS IS NOT CLEANSED AT ALL - IT IS
001600*             DIVERTED WHOLE, AS IT ARRIVED, TO THE QUARANTINE
001610*             DATASET AND KEPT OUT OF THE CERTIFIED SCHEMIN. SO
001620*             IS A SECOND COPY OF A SCHEMATIC ALREADY ON THE
001630*             EXTRACT, AND SO ARE BOTH COPIES OF A MODEL AND
001640*             REVISION THAT ARRIVES TWICE WITH DIFFERENT GRIDS.
001800* AUTHOR:     D. M. HENDRICKS
001900* INSTALLATION: AOC DATA CENTER
002000* DATE-WRITTEN: 2026-08-15
002100*
002200* RETURN CODES: 0 = EXTRACT WAS ALREADY CLEAN, COPIED AS-IS
002210*               4 = ERRORS FOUND AND CLEANSED, OR EXACT
002220*                   DUPLICATE SCHEMATICS QUARANTINED - SEE
002230*                   EDITRPT
002240*               8 = ONE OR MORE SCHEMATICS QUARANTINED FOR
002250*                   DAMAGE OR HELD FOR A MODEL/REVISION
002260*                   CONFLICT - HOLD THE MAIN RUN UNTIL SOMEONE
002270*                   RULES ON THEM
002600*              16 = RAWIN MISSING, A ROW TOO WIDE TO HOLD, A
002700*                   SCHEMATIC TOO DEEP TO BUFFER, OR A BAD
002800*                   EDITPARM CARD
003820*                  TIE-OUT MIGHT NEVER FLAG. EACH SCHEMATIC IS
003830*                  NOW BUFFERED AND RELEASED WHOLE, SO THE
003840*                  RULING COVERS THE ENTIRE SCHEMATIC.
003841*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003842*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003843*                  FOR THE RUNSUM MORNING SUMMARY.
003844*   2026-10-15 DMH A FIRST PASS OVER RAWIN FINGERPRINTS EVERY
003845*                  SCHEMATIC'S GRID (ROWS, WIDTH, CONTENT HASH)
003846*                  AND ITS MODEL/REVISION. AN EXACT REPEAT OF AN
003847*                  EARLIER SCHEMATIC IS QUARANTINED AS A
003848*                  DUPLICATE; A MODEL/REVISION THAT ARRIVES
003849*                  TWICE WITH DIFFERENT GRIDS IS A CONFLICT AND
003850*                  BOTH COPIES ARE HELD. A RESENT EXTRACT
003851*                  CONCATENATED ONTO RAWIN NO LONGER POSTS ITS
003852*                  ENGINES TWICE.
003853*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. SCHEMEDT.
004100 AUTHOR. D. M. HENDRICKS.
006400     SELECT CLEAN-FILE ASSIGN TO SCHEMIN
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006610*    QUARANTINE - SCHEMATICS DAMAGED PAST THE THRESHOLDS,
006620*    DUPLICATED OR IN CONFLICT, ROW FOR ROW AS THEY ARRIVED
006630*    (IDENTITY HEADER INCLUDED), ONE BLANK LINE BETWEEN
006640*    SCHEMATICS, FOR THE EXTRACT PEOPLE TO RULE ON.
007100     SELECT QUAR-FILE ASSIGN TO QUARANTINE
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400*    EDITRPT - WHAT WAS FOUND AND FIXED, BY ERROR TYPE, WITH
007500*    ONE DETAIL LINE PER ROW THAT NEEDED CHARACTERS REPLACED
007510*    AND ONE SUMMARY LINE PER QUARANTINED SCHEMATIC, WITH A
007520*    RULING LINE UNDER A DUPLICATE OR CONFLICT.
007700     SELECT EDIT-RPT-FILE ASSIGN TO EDITRPT
007800         ORGANIZATION IS LINE SEQUENTIAL.
007810
007820*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
007830*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
007840*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
007850*    A NEW CYCLE STARTS IT.
007860     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
007870         ORGANIZATION IS LINE SEQUENTIAL
007880         FILE STATUS IS RUNLOG-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
010300 FD  EDIT-RPT-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  EDIT-RPT-RECORD             PIC X(80).
010510
010520 FD  RUNLOG-FILE
010530     RECORD CONTAINS 150 CHARACTERS.
010540 01  RUNLOG-RECORD               PIC X(150).
010600
010700 WORKING-STORAGE SECTION.
010800 78  MAX-ROW-WIDTH               VALUE 4000.
011000*    ONE STOPS THE JOB - A SCHEMATIC RELEASED IN PIECES COULD
011100*    DODGE THE DAMAGE RULING ON ITS TAIL.
011200 78  MAX-BUF-ROWS                VALUE 500.
011210*    MOST SCHEMATICS ONE EXTRACT CAN CARRY FOR THE DUPLICATE
011220*    RULING. MORE STOPS THE JOB BEFORE ANYTHING IS WRITTEN.
011230 78  MAX-FP-ENTRIES              VALUE 5000.
011300
011400*    THE APPROVED SCHEMATIC CHARACTER SET: DIGITS, THE '.'
011500*    FILLER, AND THE SANCTIONED SYMBOLS. ANYTHING ELSE ON A ROW
019000 01  TRAILING-BLANK-COUNT        PIC 9(05) VALUE 0 COMP.
019100 01  QUAR-SCHEM-COUNT            PIC 9(05) VALUE 0 COMP.
019200 01  QUAR-ROW-COUNT              PIC 9(07) VALUE 0 COMP.
019202 01  DUP-SCHEM-COUNT             PIC 9(05) VALUE 0 COMP.
019204 01  HELD-SCHEM-COUNT            PIC 9(05) VALUE 0 COMP.
019206
019208*    ONE FINGERPRINT PER SCHEMATIC ON RAWIN, TAKEN BY THE FIRST
019210*    PASS AND RULED ON BEFORE ANYTHING IS RELEASED, SO THE FIRST
019212*    COPY OF A CONFLICTING MODEL/REVISION CAN BE HELD AS WELL
019214*    AS THE SECOND. THE HASH RUNS OVER THE GRID ROWS ONLY, AS
019216*    ARRIVED: A RUNS THE CHARACTER VALUES AND ROW LENGTHS, B
019218*    RUNS A, SO THE SAME CHARACTERS IN A DIFFERENT ORDER DO
019220*    NOT HASH ALIKE.
019222 01  FP-ENTRY-COUNT              PIC 9(05) VALUE 0 COMP.
019224 01  FP-ROWS-READ                PIC 9(07) VALUE 0 COMP.
019226 01  FP-OPEN-SW                  PIC X(01) VALUE 'N'.
019228     88  FP-SCHEMATIC-OPEN                  VALUE 'Y'.
019230 01  FP-I                        PIC 9(05) VALUE 0 COMP.
019232 01  FP-J                        PIC 9(05) VALUE 0 COMP.
019234 01  FP-DUP-OF                   PIC 9(05) VALUE 0 COMP.
019236 01  FP-CONF-WITH                PIC 9(05) VALUE 0 COMP.
019238 01  FP-TABLE.
019240     05  FP-ENTRY OCCURS MAX-FP-ENTRIES TIMES.
019242         10  FP-MODEL             PIC X(12).
019244         10  FP-REV               PIC X(04).
019246         10  FP-ROWS              PIC 9(05) COMP.
019248         10  FP-WIDTH             PIC 9(05) COMP.
019250         10  FP-HASH-A            PIC 9(10) COMP.
019252         10  FP-HASH-B            PIC 9(18) COMP.
019254*        ' ' = NO RULING, 'D' = DUPLICATE, 'C' = CONFLICT;
019256*        FP-OTHER IS THE SCHEMATIC IT DUPLICATES OR CLASHES WITH.
019258         10  FP-RULE              PIC X(01).
019260             88  FP-DUPLICATE               VALUE 'D'.
019262             88  FP-CONFLICT                VALUE 'C'.
019264         10  FP-OTHER             PIC 9(05) COMP.
019266*    THE RULING ON THE SCHEMATIC IN THE BUFFER.
019268 01  SCHEM-RULE                  PIC X(01) VALUE SPACE.
019270     88  SCHEM-DUPLICATE                    VALUE 'D'.
019272     88  SCHEM-CONFLICT                     VALUE 'C'.
019274 01  SCHEM-OTHER                 PIC 9(05) VALUE 0 COMP.
019300
019400*    PER-ROW EDIT RESULTS FOR THE DETAIL LINE.
019500 01  ROW-BAD-COUNT               PIC 9(05) VALUE 0 COMP.
026000     05  FILLER                   PIC X(05) VALUE ' OF ='.
026100     05  EDIT-QUAR-TOT-OUT        PIC Z(8)9.
026200
026210*    UNDER THE SUMMARY LINE OF A DUPLICATE OR CONFLICT.
026220 01  EDIT-RULE-LINE.
026230     05  FILLER                   PIC X(04) VALUE SPACE.
026240     05  EDIT-RULE-TEXT           PIC X(39).
026250     05  EDIT-RULE-SCHEM-OUT      PIC ZZZZ9.
026260     05  EDIT-RULE-TAIL           PIC X(12).
026270
026300 01  EDIT-COUNT-LINE.
026400     05  EDIT-COUNT-LABEL         PIC X(28).
026500     05  EDIT-COUNT-OUT           PIC ZZZZZZ9.
027200 01  HEX-HIGH                    PIC 9(02) VALUE 0 COMP.
027300 01  HEX-LOW                     PIC 9(02) VALUE 0 COMP.
027400
027404*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
027408*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
027412 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
027416 01  RUNLOG-LINE.
027420     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'SCHEMEDT'.
027424     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
027428     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
027432     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
027436     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
027440     05  RUNLOG-RC               PIC 9(03) VALUE 0.
027444     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
027448     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
027452     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
027456     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
027460     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
027464     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
027468     05  RUNLOG-REPORT           PIC X(08) VALUE 'EDITRPT'.
027472     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
027476     05  FILLER                  PIC X(05) VALUE SPACE.
027480
027500 PROCEDURE DIVISION.
027600
027700*****************************************************************
028200     PERFORM 2000-PROCESS-ROW
028300         UNTIL RAW-EOF
028400     PERFORM 8000-TERMINATE
028410     PERFORM 9900-WRITE-RUNLOG
028500     STOP RUN.
028600
028700*****************************************************************
029100* RUN.
029200*****************************************************************
029300 1000-INITIALIZE.
029310     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
029320                                        RUNLOG-CYCLE-DATE
029330     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
029340
029400     PERFORM 1100-LOAD-EDIT-PARMS
029500
029600     OPEN INPUT RAW-FILE
029700     IF RAW-STATUS NOT = '00'
029800       DISPLAY 'SCHEMEDT - RAWIN MISSING - NOTHING TO EDIT'
029900       MOVE 16 TO RETURN-CODE
029910       MOVE 'RAWIN MISSING - NOTHING TO EDIT' TO RUNLOG-REASON
029920       MOVE 'SYSOUT' TO RUNLOG-REPORT
029930       PERFORM 9900-WRITE-RUNLOG
030000       STOP RUN
030100     END-IF
030110
030120     PERFORM 1500-FINGERPRINT-EXTRACT
030130     PERFORM 1600-RULE-DUPLICATES
030200
030300     OPEN OUTPUT CLEAN-FILE
030400     OPEN OUTPUT QUAR-FILE
044900       END-EVALUATE
045000     END-PERFORM.
045100
045101 1120-PARSE-NUMBER-EXIT.
045102     EXIT.
045103
045104*****************************************************************
045105* 1500-FINGERPRINT-EXTRACT - FIRST PASS OVER RAWIN. SCHEMATICS
045106* ARE DELIMITED EXACTLY AS THE RELEASE PASS DELIMITS THEM, SO
045107* FINGERPRINT N IS SCHEMATIC N THERE. RAWIN IS THEN REOPENED
045108* FOR THE RELEASE PASS.
045109*****************************************************************
045110 1500-FINGERPRINT-EXTRACT.
045111     PERFORM 1510-FINGERPRINT-ROW
045112         UNTIL RAW-EOF
045113
045114     CLOSE RAW-FILE
045115     MOVE 'N' TO RAW-EOF-SW
045116     OPEN INPUT RAW-FILE
045117
045118     EXIT.
045119
045120 1510-FINGERPRINT-ROW.
045121     READ RAW-FILE
045122       AT END
045123         MOVE 'Y' TO RAW-EOF-SW
045124       NOT AT END
045125         ADD 1 TO FP-ROWS-READ
045126         IF RAW-STATUS = '06'
045127           DISPLAY 'SCHEMEDT - ROW WIDTH OVERFLOW AT ROW '
045128               FP-ROWS-READ
045129           DISPLAY 'INCREASE MAX-ROW-WIDTH AND RERUN'
045130           MOVE 'ROW TOO WIDE - RAISE MAX-ROW-WIDTH'
045131               TO RUNLOG-REASON
045132           PERFORM 9310-FINGERPRINT-ABORT
045133         END-IF
045134         IF RAW-LEN = 0
045135           MOVE 'N' TO FP-OPEN-SW
045136         ELSE
045137           PERFORM 1520-FINGERPRINT-CONTENT
045138         END-IF
045139     END-READ.
045140
045141 1520-FINGERPRINT-CONTENT.
045142     IF NOT FP-SCHEMATIC-OPEN
045143       IF FP-ENTRY-COUNT >= MAX-FP-ENTRIES
045144         DISPLAY 'SCHEMEDT - MORE THAN ' MAX-FP-ENTRIES
045145             ' SCHEMATICS AT ROW ' FP-ROWS-READ
045146         DISPLAY 'RAISE MAX-FP-ENTRIES AND RERUN'
045147         MOVE 'TOO MANY SCHEMATICS - RAISE MAX-FP-ENTRIES'
045148             TO RUNLOG-REASON
045149         PERFORM 9310-FINGERPRINT-ABORT
045150       END-IF
045151       ADD 1 TO FP-ENTRY-COUNT
045152       MOVE SPACE TO FP-MODEL(FP-ENTRY-COUNT)
045153       MOVE SPACE TO FP-REV(FP-ENTRY-COUNT)
045154       MOVE 0 TO FP-ROWS(FP-ENTRY-COUNT)
045155       MOVE 0 TO FP-WIDTH(FP-ENTRY-COUNT)
045156       MOVE 0 TO FP-HASH-A(FP-ENTRY-COUNT)
045157       MOVE 0 TO FP-HASH-B(FP-ENTRY-COUNT)
045158       MOVE SPACE TO FP-RULE(FP-ENTRY-COUNT)
045159       MOVE 0 TO FP-OTHER(FP-ENTRY-COUNT)
045160       MOVE 'Y' TO FP-OPEN-SW
045161     END-IF
045162
045163     IF RAW-LEN > 4 AND RAW-RECORD(1:4) = '=ID='
045164       IF RAW-LEN >= 20
045165         MOVE RAW-RECORD(5:12) TO FP-MODEL(FP-ENTRY-COUNT)
045166         MOVE RAW-RECORD(17:4) TO FP-REV(FP-ENTRY-COUNT)
045167       END-IF
045168     ELSE
045169       ADD 1 TO FP-ROWS(FP-ENTRY-COUNT)
045170       IF RAW-LEN > FP-WIDTH(FP-ENTRY-COUNT)
045171         MOVE RAW-LEN TO FP-WIDTH(FP-ENTRY-COUNT)
045172       END-IF
045173       PERFORM VARYING I FROM 1 BY 1 UNTIL I > RAW-LEN
045174         ADD FUNCTION ORD(RAW-RECORD(I:1))
045175             TO FP-HASH-A(FP-ENTRY-COUNT)
045176         ADD FP-HASH-A(FP-ENTRY-COUNT)
045177             TO FP-HASH-B(FP-ENTRY-COUNT)
045178       END-PERFORM
045179       ADD RAW-LEN TO FP-HASH-A(FP-ENTRY-COUNT)
045180       ADD FP-HASH-A(FP-ENTRY-COUNT) TO FP-HASH-B(FP-ENTRY-COUNT)
045181     END-IF
045182
045183     EXIT.
045184
045185*****************************************************************
045186* 1600-RULE-DUPLICATES - EACH SCHEMATIC AGAINST EVERY EARLIER
045187* ONE THAT IS NOT ITSELF A DUPLICATE. SAME IDENTITY AND SAME
045188* FINGERPRINT IS A DUPLICATE OF THE EARLIER COPY - A HEADERLESS
045189* SCHEMATIC MATCHES A HEADERLESS ONE ON CONTENT ALONE. FAILING
045190* THAT, A MODEL/REVISION ALREADY SEEN WITH A DIFFERENT GRID IS
045191* A CONFLICT, AND THE EARLIER COPY IS RULED A CONFLICT TOO:
045192* NOBODY HERE CAN SAY WHICH GRID IS THE DRAWING.
045193*****************************************************************
045194 1600-RULE-DUPLICATES.
045195     PERFORM VARYING FP-I FROM 2 BY 1
045196         UNTIL FP-I > FP-ENTRY-COUNT
045197       PERFORM 1610-RULE-ONE-SCHEMATIC
045198     END-PERFORM
045199
045200     EXIT.
045201
045202 1610-RULE-ONE-SCHEMATIC.
045203     MOVE 0 TO FP-DUP-OF
045204     MOVE 0 TO FP-CONF-WITH
045205
045206     PERFORM VARYING FP-J FROM 1 BY 1
045207         UNTIL FP-J >= FP-I OR FP-DUP-OF > 0
045208       IF NOT FP-DUPLICATE(FP-J)
045209         AND FP-MODEL(FP-J) = FP-MODEL(FP-I)
045210         AND FP-REV(FP-J) = FP-REV(FP-I)
045211         IF FP-ROWS(FP-J) = FP-ROWS(FP-I)
045212           AND FP-WIDTH(FP-J) = FP-WIDTH(FP-I)
045213           AND FP-HASH-A(FP-J) = FP-HASH-A(FP-I)
045214           AND FP-HASH-B(FP-J) = FP-HASH-B(FP-I)
045215           MOVE FP-J TO FP-DUP-OF
045216         ELSE
045217           IF FP-CONF-WITH = 0 AND FP-MODEL(FP-I) NOT = SPACE
045218             MOVE FP-J TO FP-CONF-WITH
045219           END-IF
045220         END-IF
045221       END-IF
045222     END-PERFORM
045223
045224     EVALUATE TRUE
045225       WHEN FP-DUP-OF > 0
045226         MOVE 'D' TO FP-RULE(FP-I)
045227         MOVE FP-DUP-OF TO FP-OTHER(FP-I)
045228       WHEN FP-CONF-WITH > 0
045229         MOVE 'C' TO FP-RULE(FP-I)
045230         MOVE FP-CONF-WITH TO FP-OTHER(FP-I)
045231         IF FP-RULE(FP-CONF-WITH) = SPACE
045232           MOVE 'C' TO FP-RULE(FP-CONF-WITH)
045233           MOVE FP-I TO FP-OTHER(FP-CONF-WITH)
045234         END-IF
045235     END-EVALUATE
045236
045300     EXIT.
045400
045500*****************************************************************
047400           CLOSE QUAR-FILE
047500           CLOSE EDIT-RPT-FILE
047600           MOVE 16 TO RETURN-CODE
047610           MOVE 'ROW TOO WIDE - RAISE MAX-ROW-WIDTH'
047620               TO RUNLOG-REASON
047630           MOVE 'SYSOUT' TO RUNLOG-REPORT
047640           PERFORM 9900-WRITE-RUNLOG
047700           STOP RUN
047800         END-IF
047900         IF RAW-LEN = 0
062000* OR THE OTHER. A ROW PAST ROWLIMIT, OR A BAD-CHARACTER SHARE
062100* PAST PCTLIMIT, MEANS THE EXTRACT IS NOT TRUSTWORTHY ENOUGH
062200* TO CLEANSE - DOT-FILLING IT WOULD MANUFACTURE A PLAUSIBLE
062210* SPARSE GRID THAT POSTS A QUIETLY LOW TOTAL. A DUPLICATE OR
062220* CONFLICT RULED BY THE FIRST PASS IS QUARANTINED WHATEVER ITS
062230* DAMAGE.
062400*****************************************************************
062500 2600-RELEASE-SCHEMATIC.
062600     MOVE 'N' TO QUAR-THIS-SW
062610     MOVE SPACE TO SCHEM-RULE
062620     MOVE 0 TO SCHEM-OTHER
062630     IF SCHEM-SEQ-NO <= FP-ENTRY-COUNT
062640       MOVE FP-RULE(SCHEM-SEQ-NO) TO SCHEM-RULE
062650       MOVE FP-OTHER(SCHEM-SEQ-NO) TO SCHEM-OTHER
062660     END-IF
062700
062800     IF ROW-LIMIT-HIT
062900       MOVE 'Y' TO QUAR-THIS-SW
064000       END-IF
064100     END-IF
064200
064210     IF SCHEM-DUPLICATE OR SCHEM-CONFLICT
064220       MOVE 'Y' TO QUAR-THIS-SW
064230     END-IF
064240
064300     IF QUAR-THIS-SCHEMATIC
064400       PERFORM 2700-QUARANTINE-SCHEMATIC
064500     ELSE
065300*****************************************************************
065400* 2700-QUARANTINE-SCHEMATIC - THE WHOLE SCHEMATIC, IDENTITY
065500* HEADER INCLUDED, GOES TO QUARANTINE BYTE FOR BYTE AS IT
065510* ARRIVED, AND ONE SUMMARY LINE NAMES IT ON EDITRPT - WITH A
065520* RULING LINE UNDER IT WHEN IT IS A DUPLICATE OR CONFLICT,
065530* WHICH ARE COUNTED APART FROM DAMAGE. NOTHING REACHES SCHEMIN.
065800*****************************************************************
065900 2700-QUARANTINE-SCHEMATIC.
066000     IF QUAR-CONTENT-SEEN
067200     END-PERFORM
067300
067400     MOVE 'Y' TO QUAR-CONTENT-SW
067600
067700     MOVE SCHEM-SEQ-NO TO EDIT-QUAR-SCHEM-OUT
067800     MOVE SCHEM-MODEL TO EDIT-QUAR-MODEL-OUT
068200     MOVE EDIT-QUAR-LINE TO EDIT-RPT-RECORD
068300     WRITE EDIT-RPT-RECORD
068400
068404     EVALUATE TRUE
068408       WHEN SCHEM-DUPLICATE
068412         ADD 1 TO DUP-SCHEM-COUNT
068416         MOVE 'RULING - DUPLICATE OF SCHEMATIC'
068420             TO EDIT-RULE-TEXT
068424         MOVE SPACE TO EDIT-RULE-TAIL
068428       WHEN SCHEM-CONFLICT
068432         ADD 1 TO HELD-SCHEM-COUNT
068436         MOVE 'RULING - MODEL/REV CONFLICT WITH SCHEM'
068440             TO EDIT-RULE-TEXT
068444         MOVE ' - BOTH HELD' TO EDIT-RULE-TAIL
068448       WHEN OTHER
068452         ADD 1 TO QUAR-SCHEM-COUNT
068456     END-EVALUATE
068460
068464     IF SCHEM-DUPLICATE OR SCHEM-CONFLICT
068468       MOVE SCHEM-OTHER TO EDIT-RULE-SCHEM-OUT
068472       MOVE EDIT-RULE-LINE TO EDIT-RPT-RECORD
068476       WRITE EDIT-RPT-RECORD
068480     END-IF
068484
068500     EXIT.
068600
068700*****************************************************************
076800*****************************************************************
076900* 8000-TERMINATE - RELEASE WHATEVER IS STILL IN THE BUFFER,
077000* THEN COUNTS BY ERROR TYPE, THE ROWS IN AND OUT, AND THE
077010* RETURN CODE GRADE: 8 MEANS SOMETHING WAS QUARANTINED FOR
077020* DAMAGE OR HELD IN CONFLICT AND THE MAIN RUN SHOULD BE HELD,
077030* 4 MEANS SOMETHING WAS CLEANSED, OR A SPARE COPY OF A
077040* SCHEMATIC THAT DID GO THROUGH WAS SET ASIDE, AND THE EXTRACT
077050* PEOPLE SHOULD SEE THE REPORT.
077400*****************************************************************
077500 8000-TERMINATE.
077600     IF BUF-ROW-COUNT > 0
081000     MOVE EDIT-COUNT-LINE TO EDIT-RPT-RECORD
081100     WRITE EDIT-RPT-RECORD
081200
081209     MOVE 'DUPLICATES QUARANTINED  . . ' TO EDIT-COUNT-LABEL
081218     MOVE DUP-SCHEM-COUNT TO EDIT-COUNT-OUT
081227     MOVE EDIT-COUNT-LINE TO EDIT-RPT-RECORD
081236     WRITE EDIT-RPT-RECORD
081245
081254     MOVE 'CONFLICTING SCHEMATICS HELD ' TO EDIT-COUNT-LABEL
081263     MOVE HELD-SCHEM-COUNT TO EDIT-COUNT-OUT
081272     MOVE EDIT-COUNT-LINE TO EDIT-RPT-RECORD
081281     WRITE EDIT-RPT-RECORD
081290
081300     MOVE 'ROWS QUARANTINED  . . . . . ' TO EDIT-COUNT-LABEL
081400     MOVE QUAR-ROW-COUNT TO EDIT-COUNT-OUT
081500     MOVE EDIT-COUNT-LINE TO EDIT-RPT-RECORD
084000         ' CHARACTERS REPLACED ' BAD-CHAR-COUNT
084100     DISPLAY 'SCHEMEDT - SCHEMATICS QUARANTINED '
084200         QUAR-SCHEM-COUNT
084210         ' DUPLICATES ' DUP-SCHEM-COUNT
084220         ' HELD ' HELD-SCHEM-COUNT
084300
084400     EVALUATE TRUE
084500       WHEN QUAR-SCHEM-COUNT > 0
084510         OR HELD-SCHEM-COUNT > 0
084600         MOVE 8 TO RETURN-CODE
084610       WHEN DUP-SCHEM-COUNT > 0
084620         MOVE 4 TO RETURN-CODE
084700       WHEN BAD-CHAR-COUNT > 0
084800         OR LEADING-BLANK-COUNT > 0
084900         OR DOUBLED-BLANK-COUNT > 0
086800     CLOSE EDIT-RPT-FILE
086900
087000     MOVE 16 TO RETURN-CODE
087010     MOVE 'SCHEMATIC TOO DEEP TO BUFFER' TO RUNLOG-REASON
087011     MOVE 'SYSOUT' TO RUNLOG-REPORT
087012     PERFORM 9900-WRITE-RUNLOG
087100     STOP RUN.
087107
087114*****************************************************************
087121* 9310-FINGERPRINT-ABORT - THE FIRST PASS CANNOT FINGERPRINT
087128* THE EXTRACT; THE CALLER HAS NAMED WHY. ONLY RAWIN IS OPEN
087135* YET, SO NOTHING HAS BEEN WRITTEN.
087142*****************************************************************
087149 9310-FINGERPRINT-ABORT.
087156     CLOSE RAW-FILE
087163
087170     MOVE 16 TO RETURN-CODE
087177     MOVE 'SYSOUT' TO RUNLOG-REPORT
087184     PERFORM 9900-WRITE-RUNLOG
087191     STOP RUN.
087200
087300*****************************************************************
087400* 9400-PARM-ABORT - BAD EDITPARM CARD; THE REASON HAS ALREADY
088000     CLOSE EDITPARM-FILE
088100
088200     MOVE 16 TO RETURN-CODE
088210     MOVE 'BAD EDITPARM CARD - NOTHING EDITED' TO RUNLOG-REASON
088220     MOVE 'SYSOUT' TO RUNLOG-REPORT
088230     PERFORM 9900-WRITE-RUNLOG
088300     STOP RUN.
088310
088320*****************************************************************
088330* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
088340* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
088350* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
088360* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
088370* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
088380*****************************************************************
088390 9900-WRITE-RUNLOG.
088400     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
088410     MOVE RETURN-CODE TO RUNLOG-RC
088420     MOVE ROWS-READ TO RUNLOG-ROWS
088430     MOVE BAD-ROW-COUNT TO RUNLOG-REJECTS
088436     COMPUTE RUNLOG-QUARANTINED = QUAR-SCHEM-COUNT
088442         + DUP-SCHEM-COUNT + HELD-SCHEM-COUNT
088450     MOVE ROWS-WRITTEN TO RUNLOG-POSTED
088460
088470     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
088480       EVALUATE RETURN-CODE
088490         WHEN 4
088492           IF DUP-SCHEM-COUNT > 0
088494             MOVE 'DUPLICATE SCHEMATICS QUARANTINED - SEE EDITRPT'
088496                 TO RUNLOG-REASON
088498           ELSE
088500             MOVE 'ERRORS FOUND AND CLEANSED' TO RUNLOG-REASON
088502           END-IF
088510         WHEN 8
088513           IF HELD-SCHEM-COUNT > 0
088516             MOVE 'MODEL/REV CONFLICT HELD - HOLD THE MAIN RUN'
088519                 TO RUNLOG-REASON
088522           ELSE
088525             MOVE 'SCHEMATICS QUARANTINED - HOLD THE MAIN RUN'
088528                 TO RUNLOG-REASON
088531           END-IF
088540         WHEN OTHER
088550           MOVE 'RUN STOPPED - NOTHING EDITED' TO RUNLOG-REASON
088560       END-EVALUATE
088570     END-IF
088580
088590     OPEN EXTEND RUNLOG-FILE
088600     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
088610       MOVE RUNLOG-LINE TO RUNLOG-RECORD
088620       WRITE RUNLOG-RECORD
088630       CLOSE RUNLOG-FILE
088640     ELSE
088650       DISPLAY 'SCHEMEDT - RUNLOG NOT AVAILABLE - STATUS '
088660           RUNLOG-STATUS
088670     END-IF.
