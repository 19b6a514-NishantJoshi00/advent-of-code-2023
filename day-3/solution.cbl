001790*                  TOUCHES EXACTLY THE ENGINES THAT MOVED
001791*                  INSTEAD OF A HAND-BUILT SELECT RANGE THAT
001792*                  REPROCESSES UNCHANGED ONES.
001794*   2026-10-15 DMH THE SUSPENSE RECORD (SUSPIN, SUSPOUT AND THE
001796*                  SUSPCKIN/SUSPCKOUT SNAPSHOT) NOW ALSO CARRIES
001798*                  THE ENGINE MODEL OF THE LATEST HIT, SO THE
001800*                  SUSPPROP ADD-PROPOSAL JOB CAN NAME WHERE A
001802*                  RECURRING MISS WAS LAST SEEN.
001804*   2026-10-15 DMH PARTMAST NOW CARRIES THE FULL MASTER RECORD
001806*                  (DESCRIPTION, UNIT OF MEASURE, STATUS,
001808*                  REPLACEMENT PART AND DATES). A HIT ON AN
001810*                  OBSOLETE OR SUPERSEDED PART IS NOW REPORTED
001812*                  ON EXCPRPT UNDER ITS OWN CLASS, A SUPERSEDED
001814*                  ONE WITH ITS REPLACEMENT; EVERY EXCPRPT LINE
001816*                  NOW LEADS WITH ITS CLASS.
001818*   2026-10-15 DMH PARTMAST IS NOW AN INDEXED FILE KEYED ON PART
001820*                  NUMBER, AND EACH HIT IS VALIDATED WITH A KEYED
001822*                  READ IN PLACE OF THE 20,000-ENTRY IN-STORAGE
001824*                  TABLE AND ITS SORTED-ORDER SHORTCUT.
001826*   2026-10-15 DMH WUSEOUT WHERE-USED EXTRACT ADDED - ONE DETAIL
001828*                  RECORD PER QUALIFIED PART NUMBER CARRYING
001830*                  THE ENGINE MODEL AND DRAWING REVISION WITH
001832*                  THE COORDINATES AND SYMBOL, BRACKETED BY
001834*                  HEADER AND TRAILER RECORDS AS PARTOUT IS,
001836*                  FOR THE WUSEUPD CUMULATIVE WHERE-USED FILE.
001838*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
001840*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
001842*                  FOR THE RUNSUM MORNING SUMMARY.
001844*   2026-10-15 DMH REVREG WIDENED TO 80 BYTES FOR THE REVMNT
001846*                  REGISTRY MAINTENANCE JOB: A RETIRED MODEL IS
001848*                  REFUSED OUTRIGHT; A ROLLBACK LETS ITS
001850*                  REINSTATED REVISION POST ONCE, THEN LOCKS
001852*                  THERE, AND ANY REVISION IT WITHDREW IS
001854*                  REFUSED FOR GOOD; A MODEL ADDED AHEAD OF ITS
001856*                  FIRST EXTRACT IS NOTED AS SUCH. A SPENT
001858*                  ROLLBACK IS ADDED TO THE REVAUDIT TRAIL. THE
001860*                  SKIP LINE NOW SAYS WHY THE SCHEMATIC WAS
001862*                  REFUSED.
001864*   2026-10-15 DMH A SECOND SCHEMATIC FOR A MODEL AND REVISION
001866*                  ALREADY POSTED THIS RUN IS REFUSED AND
001868*                  SKIPPED AS A REPEAT - A RESENT EXTRACT
001870*                  CONCATENATED ONTO SCHEMIN NO LONGER POSTS THE
001872*                  ENGINE TWICE.
001874*****************************************************************
001876 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. SOLUTION.
002000 AUTHOR. D. M. HENDRICKS.
002100 INSTALLATION. AOC DATA CENTER.
004440*    COUNT AND THE HASH TOTAL OF PART VALUES, SO THE DOWNSTREAM
004450*    INVENTORY LOAD CAN VALIDATE THE TRANSMISSION BEFORE POSTING.
004460     SELECT PART-FILE ASSIGN TO PARTOUT
004461         ORGANIZATION IS LINE SEQUENTIAL
004462         FILE STATUS IS PART-STATUS.
004463*    WUSEOUT - THE WHERE-USED EXTRACT: THE SAME POPULATION AS
004464*    PARTOUT, ONE DETAIL PER QUALIFIED PART NUMBER, BUT CARRYING
004465*    THE SCHEMATIC'S ENGINE MODEL AND DRAWING REVISION, WHICH
004466*    PARTOUT DOES NOT. THE WUSEUPD JOB FOLDS IT INTO THE
004467*    CUMULATIVE WHERE-USED FILE.
004468     SELECT WUSE-OUT-FILE ASSIGN TO WUSEOUT
004469         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS WUSE-OUT-STATUS.
004471
004472*    PARTMAST - THE PARTS MASTER, ONE RECORD PER VALID PART
004473*    NUMBER, INDEXED ON THE PART NUMBER AND READ BY KEY FOR EACH
004474*    HIT. OPTIONAL IN THE SAME SENSE CHKPTIN IS - IF THE
004475*    DATASET IS NOT THERE THE RUN PROCEEDS WITHOUT MASTER
004476*    VALIDATION RATHER THAN FLAGGING EVERY NUMBER AS UNMATCHED.
004477     SELECT PARTMAST-FILE ASSIGN TO PARTMAST
004478         ORGANIZATION IS INDEXED
004479         ACCESS MODE IS RANDOM
004480         RECORD KEY IS PARTMAST-PART-NO
004481         FILE STATUS IS PARTMAST-STATUS.
004482
004483*    EXCPRPT - EXTRACTED PART NUMBERS NOT FOUND ON THE PARTS
004484*    MASTER, WITH THE COORDINATES TO CHASE THE BAD SCAN BACK TO
004485*    THE SOURCE SCHEMATIC, AND NUMBERS THAT ARE ON THE MASTER
004486*    BUT OBSOLETE OR SUPERSEDED - EACH LINE CARRIES ITS CLASS.
004492     SELECT EXCEPT-FILE ASSIGN TO EXCPRPT
004493         ORGANIZATION IS LINE SEQUENTIAL
004494         FILE STATUS IS EXCEPT-STATUS.
008976         FILE STATUS IS ENGHIST-STATUS.
008978
008980*    REVREG / REVREGO - THE DRAWING-REVISION REGISTRY, ONE
008981*    RECORD PER ENGINE MODEL: THE LATEST REVISION PROCESSED, THE
008982*    DATE OF THE RUN THAT PROCESSED IT, AND WHATEVER THE REVMNT
008983*    MAINTENANCE JOB HAS SET ON IT. CONSULTED AS EACH
008986*    SCHEMATIC'S IDENTITY COMES UP AND REWRITTEN AT END OF RUN.
008988*    REVREG IS OPTIONAL SO THE FIRST RUN STARTS THE REGISTRY.
008990     SELECT OPTIONAL REVREG-IN-FILE ASSIGN TO REVREG
008996     SELECT REVREG-OUT-FILE ASSIGN TO REVREGO
008997         ORGANIZATION IS LINE SEQUENTIAL
008998         FILE STATUS IS REVREG-OUT-STATUS.
009008*    REVAUDIT - THE REGISTRY AUDIT TRAIL REVMNT KEEPS. THIS RUN
009018*    ADDS ONE EVENT FOR EACH ROLLBACK IT SPENDS, ONCE REVREGO IS
009028*    SAFELY WRITTEN. OPTIONAL AND OPENED EXTEND, AS ENGHIST IS.
009038     SELECT OPTIONAL REVAUDIT-FILE ASSIGN TO REVAUDIT
009048         ORGANIZATION IS LINE SEQUENTIAL
009058         FILE STATUS IS REVAUDIT-STATUS.
009068
009078*    RPTOUT - THE FORMATTED, HEADERED RUN REPORT: RUN DATE,
009100*    ONE SECTION PER SCHEMATIC, AND THE FINAL GRAND TOTALS -
009200*    SOMETHING PRESENTABLE THAT CAN BE HANDED OFF OR FILED
009300*    WITHOUT HAVING TO SCREENSHOT THE CONSOLE LOG.
009624*    FILE, ONE RECORD PER PART NUMBER STILL MISSING FROM THE
009626*    MASTER, IN ASCENDING PART-NUMBER ORDER: FIRST-SEEN DATE,
009628*    LAST-SEEN DATE, THE COUNT OF RUN-DAYS IT MISSED, AND THE
009629*    COORDINATES AND ENGINE MODEL OF ITS LATEST HIT. READ AT
009630*    INITIALIZATION, UPDATED IN PLACE OVER THE RUN, REWRITTEN AT
009631*    TERMINATION WITH CLEARED NUMBERS DROPPED. SUSPIN IS
009632*    OPTIONAL SO THE FIRST RUN STARTS THE SUSPENSE ITSELF. A
009633*    RECORD CARRIED OVER FROM BEFORE THE MODEL WAS KEPT READS IN
009634*    WITH A BLANK MODEL UNTIL ITS NEXT MISS FILLS IT.
009638     SELECT OPTIONAL SUSP-IN-FILE ASSIGN TO SUSPIN
009640         ORGANIZATION IS LINE SEQUENTIAL
009642         FILE STATUS IS SUSP-IN-STATUS.
009688     SELECT SUSP-RPT-FILE ASSIGN TO SUSPRPT
009690         ORGANIZATION IS LINE SEQUENTIAL
009692         FILE STATUS IS SUSP-RPT-STATUS.
009701
009710*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
009719*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
009728*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
009737*    A NEW CYCLE STARTS IT.
009746     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
009755         ORGANIZATION IS LINE SEQUENTIAL
009764         FILE STATUS IS RUNLOG-STATUS.
009773
009782 DATA DIVISION.
009800 FILE SECTION.
009900*    THE RECORD VARYING CLAUSE BELOW NEEDS A LITERAL, NOT THE
010000*    SYMBOLIC MAX-ROW-WIDTH DEFINED IN WORKING-STORAGE, SINCE
011220*    DETAIL, 'T' = TRAILER. SEE THE PARTOUT-*-LINE LAYOUTS IN
011230*    WORKING-STORAGE FOR THE THREE VIEWS OF THIS RECORD.
011240 FD  PART-FILE
011241     RECORD CONTAINS 27 CHARACTERS.
011242 01  PART-RECORD                 PIC X(27).
011243*    WUSEOUT - RECORD TYPE IN BYTE 1, AS ON PARTOUT. SEE THE
011244*    WUSEOUT-*-LINE LAYOUTS IN WORKING-STORAGE.
011245 FD  WUSE-OUT-FILE
011246     RECORD CONTAINS 43 CHARACTERS.
011247 01  WUSE-OUT-RECORD             PIC X(43).
011248
011249*    PARTMAST - ONE PART PER RECORD, READ BY KEY FROM
011250*    3560-MASTER-VALIDATE. KEEP THIS LAYOUT IN STEP WITH THE
011251*    MASTER RECORD THE PARTMNT MAINTENANCE JOB WRITES. A RECORD
011252*    WITH A BLANK STATUS IS TAKEN AS ACTIVE.
011253 FD  PARTMAST-FILE
011254     RECORD CONTAINS 80 CHARACTERS.
011255 01  PARTMAST-RECORD.
011256     05  PARTMAST-PART-NO         PIC 9(10).
011257*        DESCRIPTION AND UNIT OF MEASURE ARE CARRIED FOR THE
011258*        MAINTENANCE JOB - THIS PROGRAM ONLY READS THE STATUS.
011259*        FOR STATUS 'O' OR 'S' THE STATUS DATE IS THE DAY THE
011260*        PART STOPPED BEING ACTIVE; FOR 'S' SUPER-BY NAMES THE
011261*        REPLACEMENT PART.
011262     05  PARTMAST-DESC            PIC X(30).
011263     05  PARTMAST-UOM             PIC X(02).
011264     05  PARTMAST-STAT            PIC X(01).
011265         88  PARTMAST-ACTIVE                VALUE 'A'.
011266         88  PARTMAST-OBSOLETE              VALUE 'O'.
011267         88  PARTMAST-SUPERSEDED            VALUE 'S'.
011268     05  PARTMAST-SUPER-BY        PIC 9(10).
011269     05  PARTMAST-EFF-DATE        PIC 9(08).
011270     05  PARTMAST-STAT-DATE       PIC 9(08).
011271     05  FILLER                   PIC X(11).
011277
011278 FD  EXCEPT-FILE
011279     RECORD CONTAINS 80 CHARACTERS.
019178     05  ENGHIST-TOTAL             PIC 9(10).
019179     05  ENGHIST-GEAR-TOTAL        PIC 9(12).
019180
019182*    KEEP THIS LAYOUT IN STEP WITH THE REVREG RECORD IN REVMNT,
019184*    WUSEUPD AND GEARLOAD. STATUS 'A' = ACTIVE, 'R' = RETIRED;
019186*    THE ALLOWED REVISION IS A ROLLBACK NOT YET SPENT; THE
019188*    WITHDRAWN REVISION IS THE HIGHEST ONE EVER ROLLED BACK
019190*    FROM. A RECORD FROM BEFORE THE REGISTRY WAS WIDENED READS
019192*    IN AS AN ACTIVE MODEL WITH NOTHING PENDING.
019194 FD  REVREG-IN-FILE
019196     RECORD CONTAINS 80 CHARACTERS.
019198 01  REVREG-IN-RECORD.
019200     05  REVREG-IN-MODEL           PIC X(12).
019202     05  REVREG-IN-REV             PIC X(04).
019204     05  REVREG-IN-RUN-DATE        PIC 9(08).
019206     05  REVREG-IN-STAT            PIC X(01).
019208     05  REVREG-IN-ALLOW-REV       PIC X(04).
019210     05  REVREG-IN-WDN-REV         PIC X(04).
019212     05  REVREG-IN-MNT-DATE        PIC 9(08).
019214     05  REVREG-IN-MNT-REASON      PIC X(02).
019216     05  FILLER                    PIC X(37).
019218
019220 FD  REVREG-OUT-FILE
019222     RECORD CONTAINS 80 CHARACTERS.
019224 01  REVREG-OUT-RECORD.
019226     05  REVREG-OUT-MODEL          PIC X(12).
019228     05  REVREG-OUT-REV            PIC X(04).
019230     05  REVREG-OUT-RUN-DATE       PIC 9(08).
019232     05  REVREG-OUT-STAT           PIC X(01).
019234     05  REVREG-OUT-ALLOW-REV      PIC X(04).
019236     05  REVREG-OUT-WDN-REV        PIC X(04).
019238     05  REVREG-OUT-MNT-DATE       PIC 9(08).
019240     05  REVREG-OUT-MNT-REASON     PIC X(02).
019242     05  FILLER                    PIC X(37).
019244
019246*    KEEP THIS LAYOUT IN STEP WITH THE REVAUDIT RECORD IN
019248*    REVMNT. THE IMAGES ARE THE FIRST 43 BYTES OF THE REVREG
019250*    RECORD.
019252 FD  REVAUDIT-FILE
019254     RECORD CONTAINS 160 CHARACTERS.
019256 01  REVAUDIT-RECORD.
019258     05  REVAUD-ACTION             PIC X(08).
019260     05  REVAUD-RUN-DATE           PIC 9(08).
019262     05  REVAUD-EFF-DATE           PIC 9(08).
019264     05  REVAUD-MODEL              PIC X(12).
019266     05  REVAUD-REASON             PIC X(02).
019268     05  REVAUD-REQUESTER          PIC X(08).
019270     05  REVAUD-PROGRAM            PIC X(08).
019272     05  REVAUD-BEFORE-IMAGE       PIC X(43).
019274     05  REVAUD-AFTER-IMAGE        PIC X(43).
019276     05  REVAUD-REMARKS.
019278         10  REVAUD-REM-LABEL      PIC X(10).
019280         10  REVAUD-REM-SCHEM      PIC 9(05).
019282         10  FILLER                PIC X(02).
019284     05  FILLER                    PIC X(03).
019286
019288*    RPTOUT - ONE FORMATTED LINE PER WRITE, BUILT UP IN
019300*    WORKING-STORAGE AND MOVED ACROSS; SEE THE REPORT LINE
019400*    LAYOUTS BELOW.
019500 FD  REPORT-FILE
019792 01  GEAR-OUT-RECORD              PIC X(72).
019794
019800 FD  SUSP-IN-FILE
019802     RECORD CONTAINS 58 CHARACTERS.
019804 01  SUSP-IN-RECORD.
019806     05  SUSP-IN-PART-NO          PIC 9(10).
019808     05  SUSP-IN-FIRST-DATE       PIC 9(08).
019814     05  SUSP-IN-SCHEM            PIC 9(05).
019816     05  SUSP-IN-ROW              PIC 9(05).
019818     05  SUSP-IN-COL              PIC 9(05).
019819     05  SUSP-IN-MODEL            PIC X(12).
019820
019822 FD  SUSP-OUT-FILE
019824     RECORD CONTAINS 58 CHARACTERS.
019826 01  SUSP-OUT-RECORD.
019828     05  SUSP-OUT-PART-NO         PIC 9(10).
019830     05  SUSP-OUT-FIRST-DATE      PIC 9(08).
019836     05  SUSP-OUT-SCHEM           PIC 9(05).
019838     05  SUSP-OUT-ROW             PIC 9(05).
019840     05  SUSP-OUT-COL             PIC 9(05).
019841     05  SUSP-OUT-MODEL           PIC X(12).
019842
019844*    ONE RECORD PER SUSPENSE-TABLE ENTRY AS OF THE LAST
019846*    CHECKPOINT - SEE 1530-WRITE-SUSP-CHECKPOINT AND
019848*    1480-RESTORE-SUSP-TABLE.
019850 FD  SUSP-CKPT-IN-FILE
019852     RECORD CONTAINS 60 CHARACTERS.
019854 01  SUSP-CKPT-IN-RECORD.
019856     05  SSCKI-PART-NO            PIC 9(10).
019858     05  SSCKI-FIRST-DATE         PIC 9(08).
019868     05  SSCKI-COL                PIC 9(05).
019870     05  SSCKI-HIT-SW             PIC X(01).
019872     05  SSCKI-CLEARED-SW         PIC X(01).
019873     05  SSCKI-MODEL              PIC X(12).
019874
019876 FD  SUSP-CKPT-OUT-FILE
019878     RECORD CONTAINS 60 CHARACTERS.
019880 01  SUSP-CKPT-OUT-RECORD.
019882     05  SSCKO-PART-NO            PIC 9(10).
019884     05  SSCKO-FIRST-DATE         PIC 9(08).
019892     05  SSCKO-ROW                PIC 9(05).
019894     05  SSCKO-COL                PIC 9(05).
019896     05  SSCKO-HIT-SW             PIC X(01).
019897     05  SSCKO-CLEARED-SW         PIC X(01).
019898     05  SSCKO-MODEL              PIC X(12).
019899
019900 FD  SUSP-RPT-FILE
019902     RECORD CONTAINS 80 CHARACTERS.
019904 01  SUSP-RPT-RECORD              PIC X(80).
019905
019906 FD  RUNLOG-FILE
019907     RECORD CONTAINS 150 CHARACTERS.
019908 01  RUNLOG-RECORD                PIC X(150).
019909
019910 WORKING-STORAGE SECTION.
020000*    WIDEST ROW THE SLIDING WINDOW CAN HOLD. SIZED WELL ABOVE
020100*    ANY SCHEMATIC EXTRACT WE RUN TODAY; RAISE IT (AND THE
031100         10  SYM-TALLY-CHAR       PIC X(01).
031200         10  SYM-TALLY-COUNT      PIC 9(07) COMP.
031300
031301*    PARTS MASTER, OPENED AT INITIALIZATION AND READ BY KEY FOR
031302*    EVERY PART NUMBER 3300-ADD-TOTAL PICKS UP, SO THE COST OF A
031303*    LOOKUP DOES NOT DEPEND ON THE SIZE OR ORDER OF THE MASTER. IF
031306*    PARTMAST IS ABSENT THE RUN PROCEEDS WITH MASTER-LOADED OFF
031308*    AND NO VALIDATION IS DONE. AN EXTRACTED NUMBER NOT ON THE
031310*    MASTER STILL COUNTS IN TOTAL, BUT ALSO IN UNMATCHED-COUNT/
031312*    UNMATCHED-TOTAL SO THE SUSPECT SHARE OF THE DAY'S TOTAL IS
031314*    VISIBLE ON ITS OWN.
031315 01  PARTMAST-STATUS              PIC X(02) VALUE SPACE.
031316 01  MASTER-LOADED-SW             PIC X(01) VALUE 'N'.
031317     88  MASTER-LOADED                      VALUE 'Y'.
031318 01  UNMATCHED-COUNT              PIC 9(07) VALUE 0 COMP.
031319 01  UNMATCHED-TOTAL              PIC 9(12) VALUE 0.
031320*    RUN-WIDE COUNTS OF EXTRACTED NUMBERS THAT ARE ON THE MASTER
031321*    BUT NO LONGER ACTIVE - REPORTED TO EXCPRPT, NOT UNMATCHED.
031322 01  OBSOLETE-HIT-COUNT           PIC 9(07) VALUE 0 COMP.
031323 01  SUPERSEDED-HIT-COUNT         PIC 9(07) VALUE 0 COMP.
031324
031325*    THE UNMATCHED-PART SUSPENSE, LOADED FROM SUSPIN (OR FROM
031326*    THE SUSPCKIN SNAPSHOT ON A RESTART), HELD SORTED BY PART
031327*    NUMBER, AND REWRITTEN TO SUSPOUT AT TERMINATION. A MISS
031328*    UPDATES OR ADDS ITS ENTRY; A NUMBER THAT MATCHES THE
031329*    MASTER MARKS ITS ENTRY CLEARED AND IT IS DROPPED FROM
031330*    SUSPOUT. THE DAY COUNT MOVES AT MOST ONCE PER RUN HOWEVER
031331*    OFTEN THE SAME NUMBER MISSES WITHIN THE RUN.
031332 78  MAX-SUSP-ENTRIES             VALUE 5000.
031333 01  SUSP-ENTRY-COUNT             PIC 9(05) VALUE 0 COMP.
031334 01  SUSP-TABLE.
031335     05  SUSP-ENTRY OCCURS MAX-SUSP-ENTRIES TIMES
031336             INDEXED BY SUSP-IDX.
031337         10  SUSP-PART-NO         PIC 9(10).
031338         10  SUSP-FIRST-DATE      PIC 9(08).
031339         10  SUSP-LAST-DATE       PIC 9(08).
031340         10  SUSP-OCCUR-COUNT     PIC 9(05).
031341         10  SUSP-SCHEM           PIC 9(05) COMP.
031342         10  SUSP-ROW             PIC 9(05) COMP.
031343         10  SUSP-COL             PIC 9(05) COMP.
031344         10  SUSP-MODEL           PIC X(12).
031364         10  SUSP-HIT-SW          PIC X(01).
031365             88  SUSP-HIT                  VALUE 'Y'.
031366         10  SUSP-CLEARED-SW      PIC X(01).
032632 01  REPORT-STATUS                PIC X(02) VALUE SPACE.
032634 01  PART-STATUS                  PIC X(02) VALUE SPACE.
032636 01  EXCEPT-STATUS                PIC X(02) VALUE SPACE.
032637 01  GEAREXC-STATUS               PIC X(02) VALUE SPACE.
032638 01  GEAR-OUT-STATUS              PIC X(02) VALUE SPACE.
032639 01  WUSE-OUT-STATUS              PIC X(02) VALUE SPACE.
032640 01  RUNHIST-STATUS               PIC X(02) VALUE SPACE.
032641 01  ENGHIST-STATUS               PIC X(02) VALUE SPACE.
032642
032643*    THE DRAWING-REVISION REGISTRY, LOADED FROM REVREG AT
032644*    INITIALIZATION AND REWRITTEN TO REVREGO AT TERMINATION.
032645*    REVISIONS COMPARE AS PLAIN CHARACTERS - THE DRAWING OFFICE
032646*    LETTERS THEM A, B, C ... SO THE COLLATING ORDER IS THE
032647*    ISSUE ORDER.
032648 78  MAX-REG-ENTRIES              VALUE 200.
032649 01  REG-ENTRY-COUNT              PIC 9(03) VALUE 0 COMP.
032650 01  REG-TABLE-AREA.
032651     05  REG-ENTRY OCCURS MAX-REG-ENTRIES TIMES
032652             INDEXED BY REG-IDX.
032653         10  REG-MODEL            PIC X(12).
032654         10  REG-REV              PIC X(04).
032655         10  REG-RUN-DATE         PIC 9(08).
032656         10  REG-STAT             PIC X(01).
032657             88  REG-RETIRED                VALUE 'R'.
032658         10  REG-ALLOW-REV        PIC X(04).
032659         10  REG-WDN-REV          PIC X(04).
032660         10  REG-MNT-DATE         PIC 9(08).
032661         10  REG-MNT-REASON       PIC X(02).
032662*        THE REST IS THIS RUN'S OWN: A ROLLBACK SPENT TODAY,
032663*        THE SCHEMATIC THAT SPENT IT, AND THE FIRST 43 BYTES OF
032664*        THE ENTRY AS IT STOOD BEFORE, FOR THE REVAUDIT EVENT;
032665*        THEN THE SCHEMATIC THAT LAST POSTED THE MODEL THIS
032666*        RUN, AND AT WHICH REVISION, TO CATCH A REPEAT.
032667         10  REG-POSTED-SW        PIC X(01).
032668             88  REG-ROLLBACK-POSTED        VALUE 'Y'.
032669         10  REG-POSTED-SCHEM     PIC 9(05).
032670         10  REG-BEFORE-IMAGE     PIC X(43).
032671         10  REG-RUN-SCHEM        PIC 9(05).
032672         10  REG-RUN-REV          PIC X(04).
032673
032674 01  REG-POS                      PIC 9(03) VALUE 0 COMP.
032675 01  REG-FULL-WARNED-SW           PIC X(01) VALUE 'N'.
032676     88  REG-FULL-WARNED                    VALUE 'Y'.
032677*    SET BY 2050-REVISION-CHECK WHEN THE REGISTRY REFUSES THE
032678*    SCHEMATIC COMING UP - A REVISION OLDER THAN THE ONE THE
032679*    MODEL IS LOCKED AT, A WITHDRAWN REVISION, A RETIRED MODEL,
032680*    A SECOND POSTING OF A REINSTATED REVISION, OR A REPEAT OF A
032681*    MODEL AND REVISION ALREADY POSTED THIS RUN. THE
032682*    SCHEMATIC IS READ PAST, REPORTED AND COUNTED, NOT SCANNED;
032683*    REV-SKIP-REASON AND REV-SKIP-REV SAY WHY ON THE SKIP LINE.
032684 01  REV-STALE-SW                 PIC X(01) VALUE 'N'.
032685     88  REV-STALE                          VALUE 'Y'.
032686 01  REV-SKIP-REASON              PIC X(20) VALUE SPACE.
032687 01  REV-SKIP-REV                 PIC X(04) VALUE SPACE.
032688*    THE REVISION THE MODEL IS LOCKED AT: A ROLLBACK WAITING TO
032689*    BE SPENT, ELSE THE REGISTERED REVISION.
032690 01  REV-LOCK-REV                 PIC X(04) VALUE SPACE.
032691 01  REV-NOTE-TEXT                PIC X(40) VALUE SPACE.
032692 01  STALE-SKIP-COUNT             PIC 9(05) VALUE 0 COMP.
032693 01  ROLLBACK-POSTED-COUNT        PIC 9(05) VALUE 0 COMP.
032694 01  REVREG-IN-STATUS             PIC X(02) VALUE SPACE.
032695 01  REVREG-OUT-STATUS            PIC X(02) VALUE SPACE.
032696 01  REVAUDIT-STATUS              PIC X(02) VALUE SPACE.
032697 01  DIAG-STATUS                  PIC X(02) VALUE SPACE.
032698 01  DIAG-LEN                     PIC 9(05) VALUE 0 COMP.
032700
032702*    WHAT FAILED, FOR THE ABORT MESSAGE AND THE SNAPSHOT.
040010     05  FILLER                   PIC X(03) VALUE SPACE.
040020     05  AUDIT-MODEL-LABEL        PIC X(08) VALUE 'MODEL = '.
040030     05  AUDIT-MODEL-OUT          PIC X(12).
040033
040036*    ONE LINE OF THE GEAR EXCEPTION REPORT - A '*' THAT DID NOT
040039*    END THE SCHEMATIC SUMMED INTO THE GEAR TOTAL: 'ONE HIT'
040042*    NEVER PICKED UP A SECOND ADJACENT NUMBER, 'VOIDED' PICKED
040045*    UP A THIRD.
040048 01  GEAREXC-LINE.
040051     05  GEAREXC-TYPE             PIC X(08).
040054     05  GEAREXC-SCHEM-LABEL      PIC X(06) VALUE 'SCH = '.
040057     05  GEAREXC-SCHEM-OUT        PIC ZZZZ9.
040060     05  FILLER                   PIC X(02) VALUE SPACE.
040063     05  GEAREXC-ROW-LABEL        PIC X(06) VALUE 'ROW = '.
040066     05  GEAREXC-ROW-OUT          PIC ZZZZ9.
040069     05  FILLER                   PIC X(02) VALUE SPACE.
040072     05  GEAREXC-COL-LABEL        PIC X(06) VALUE 'COL = '.
040075     05  GEAREXC-COL-OUT          PIC ZZZZ9.
040078     05  FILLER                   PIC X(02) VALUE SPACE.
040081     05  GEAREXC-HITS-LABEL       PIC X(07) VALUE 'HITS = '.
040084     05  GEAREXC-HITS-OUT         PIC ZZ9.
040087     05  FILLER                   PIC X(02) VALUE SPACE.
040090     05  GEAREXC-VAL-LABEL        PIC X(08) VALUE 'VALUE = '.
040093     05  GEAREXC-VAL-OUT          PIC Z(9)9.
040096
040099*    ONE LINE OF THE PARTS-MASTER EXCEPTION REPORT - AN EXTRACTED
040102*    PART NUMBER NOT FOUND ON PARTMAST, OR FOUND BUT OBSOLETE OR
040105*    SUPERSEDED, WITH THE COORDINATES TO CHASE THE SCAN.
040108 01  EXCEPT-LINE.
040111     05  EXCEPT-CLASS-OUT         PIC X(11).
040112     05  EXCEPT-SCHEM-LABEL       PIC X(12) VALUE 'SCHEMATIC = '.
040113     05  EXCEPT-SCHEM-OUT         PIC ZZZZ9.
040114     05  FILLER                   PIC X(02) VALUE SPACE.
040115     05  EXCEPT-ROW-LABEL         PIC X(06) VALUE 'ROW = '.
040116     05  EXCEPT-ROW-OUT           PIC ZZZZ9.
040117     05  FILLER                   PIC X(02) VALUE SPACE.
040118     05  EXCEPT-COL-LABEL         PIC X(06) VALUE 'COL = '.
040119     05  EXCEPT-COL-OUT           PIC ZZZZ9.
040120     05  FILLER                   PIC X(02) VALUE SPACE.
040121     05  EXCEPT-PART-LABEL        PIC X(14) VALUE
040122         'PART NUMBER = '.
040123     05  EXCEPT-PART-OUT          PIC Z(9)9.
040124*    FOLLOWS A SUPERSEDED LINE - THE PART TO USE INSTEAD.
040125 01  EXCEPT-REPL-LINE.
040126     05  FILLER                   PIC X(11) VALUE SPACE.
040127     05  FILLER                   PIC X(26) VALUE
040128         'REPLACED BY PART NUMBER = '.
040129     05  EXCEPT-REPL-OUT          PIC Z(9)9.
040130     05  FILLER                   PIC X(33) VALUE SPACE.
040138
040139*    PARTOUT RECORD LAYOUTS - FIXED COLUMNS, NO EDITING, SO THE
040140*    INVENTORY LOAD CAN PICK THE FIELDS UP BY POSITION. THE
040183     05  GEAROUT-TRL-COUNT        PIC 9(07).
040184     05  GEAROUT-TRL-HASH         PIC 9(12).
040185     05  FILLER                   PIC X(52) VALUE SPACE.
040189*    WUSEOUT RECORD LAYOUTS - FIXED COLUMNS, NO EDITING. ONE
040193*    DETAIL FOR EVERY PARTOUT DETAIL, SO THE TRAILER COUNT AND
040197*    HASH ARE PARTOUT'S. KEEP IN STEP WITH THE WUSEUPD PROGRAM.
040201 01  WUSEOUT-HDR-LINE.
040205     05  WUSEOUT-HDR-ID           PIC X(01) VALUE 'H'.
040209     05  WUSEOUT-HDR-DATE         PIC 9(08).
040213     05  FILLER                   PIC X(34) VALUE SPACE.
040217
040221 01  WUSEOUT-DTL-LINE.
040225     05  WUSEOUT-DTL-ID           PIC X(01) VALUE 'D'.
040229     05  WUSEOUT-DTL-PART-NO      PIC 9(10).
040233     05  WUSEOUT-DTL-MODEL        PIC X(12).
040237     05  WUSEOUT-DTL-REV          PIC X(04).
040241     05  WUSEOUT-DTL-SCHEM        PIC 9(05).
040245     05  WUSEOUT-DTL-ROW          PIC 9(05).
040249     05  WUSEOUT-DTL-COL          PIC 9(05).
040253     05  WUSEOUT-DTL-SYM          PIC X(01).
040257
040261 01  WUSEOUT-TRL-LINE.
040265     05  WUSEOUT-TRL-ID           PIC X(01) VALUE 'T'.
040269     05  WUSEOUT-TRL-COUNT        PIC 9(07).
040273     05  WUSEOUT-TRL-HASH         PIC 9(12).
040277     05  FILLER                   PIC X(23) VALUE SPACE.
040281
040285*    RPTOUT REPORT LINE LAYOUTS - A TITLE AND RUN-DATE LINE
040300*    WRITTEN ONCE AT THE TOP OF THE REPORT, A SECTION HEADER AND
040400*    A BODY LINE WRITTEN FOR EACH SCHEMATIC, AND A FINAL, CLEARLY
040500*    LABELED GRAND-TOTAL SECTION WRITTEN AT THE END OF THE RUN.
043718     05  RPT-REV-NOTE-LABEL       PIC X(11) VALUE '  NOTE . . '.
043720     05  RPT-REV-NOTE-OUT         PIC X(40).
043722
043724*    ONE LINE PER SCHEMATIC THE REGISTRY REFUSED - THE
043726*    SCHEMATIC GETS NO SECTION, SO THIS LINE IS ITS WHOLE STORY.
043728 01  RPT-STALE-LINE.
043730     05  FILLER                   PIC X(10) VALUE 'SCHEMATIC '.
043736     05  RPT-STALE-MODEL-OUT      PIC X(12).
043738     05  FILLER                   PIC X(06) VALUE '  REV '.
043740     05  RPT-STALE-REV-OUT        PIC X(04).
043743     05  RPT-STALE-REASON-OUT     PIC X(20).
043746     05  RPT-STALE-REG-REV-OUT    PIC X(04).
043748
043900 01  RPT-FINAL-HDR-LINE.
045174     05  SUSP-COUNT-LABEL         PIC X(28).
045176     05  SUSP-COUNT-OUT           PIC ZZZZZZ9.
045178
045179*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
045180*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
045181 01  RUNLOG-STATUS                PIC X(02) VALUE SPACE.
045182 01  RUNLOG-LINE.
045183     05  RUNLOG-PROGRAM           PIC X(08) VALUE 'SOLUTION'.
045184     05  RUNLOG-CYCLE-DATE        PIC 9(08) VALUE 0.
045185     05  RUNLOG-RUN-DATE          PIC 9(08) VALUE 0.
045186     05  RUNLOG-START-TIME        PIC 9(06) VALUE 0.
045187     05  RUNLOG-END-TIME          PIC 9(06) VALUE 0.
045188     05  RUNLOG-RC                PIC 9(03) VALUE 0.
045189     05  RUNLOG-ROWS              PIC 9(07) VALUE 0.
045190     05  RUNLOG-PARTS             PIC 9(07) VALUE 0.
045191     05  RUNLOG-REJECTS           PIC 9(07) VALUE 0.
045192     05  RUNLOG-QUARANTINED       PIC 9(07) VALUE 0.
045193     05  RUNLOG-POSTED            PIC 9(07) VALUE 0.
045194     05  RUNLOG-OUT-OF-BAL        PIC 9(03) VALUE 0.
045195     05  RUNLOG-REPORT            PIC X(08) VALUE 'RPTOUT'.
045196     05  RUNLOG-REASON            PIC X(60) VALUE SPACE.
045197     05  FILLER                   PIC X(05) VALUE SPACE.
045198
045200 PROCEDURE DIVISION.
045300
045400*****************************************************************
045900     PERFORM 1900-RUN-ONE-SCHEMATIC
046000         UNTIL SCHEM-EOF
046100     PERFORM 8000-TERMINATE
046110     PERFORM 9900-WRITE-RUNLOG
046200     STOP RUN.
046300
046400*****************************************************************
047500* CHECKPOINT.
047600*****************************************************************
047700 1000-INITIALIZE.
047702     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
047704                                        RUNLOG-CYCLE-DATE
047706     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
047708
047710*    PARAMETER CARDS COME FIRST - A BAD CARD MUST STOP THE RUN
047720*    BEFORE ANY DATASET IS OPENED OR ANY ROW IS READ.
047730     PERFORM 1070-LOAD-RUN-PARMS
049000
049100     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
049200
049210     PERFORM 1060-OPEN-PARTS-MASTER
049255     PERFORM 1065-LOAD-SUSPENSE
049257     PERFORM 1068-LOAD-REV-REGISTRY
049260
049480       DISPLAY 'REMOVE CHKPTIN OR THE SELECT CARD AND RERUN'
049485       CLOSE SCHEM-FILE
049490       CLOSE REJECT-FILE
049491       CLOSE CHKPT-OUT-FILE
049492       CLOSE CTLTOT-FILE
049493       MOVE 16 TO RETURN-CODE
049494       MOVE 'CHECKPOINT SCHEMATIC IS NOT SELECTED THIS RUN'
049495           TO RUNLOG-REASON
049496       MOVE 'SYSOUT' TO RUNLOG-REPORT
049497       PERFORM 9900-WRITE-RUNLOG
049498       STOP RUN
049499       END-IF
049500     END-IF
049765       OPEN EXTEND GEAREXC-FILE
049768       PERFORM 9220-CHECK-GEAREXC
049770       OPEN EXTEND GEAR-OUT-FILE
049771       PERFORM 9222-CHECK-GEAR-OUT
049772       OPEN EXTEND WUSE-OUT-FILE
049773       PERFORM 9229-CHECK-WUSE-OUT
049774       OPEN EXTEND ENGHIST-FILE
049776       PERFORM 9226-CHECK-ENGHIST
049800       PERFORM 1400-SKIP-TO-RESTART
050165       OPEN OUTPUT GEAREXC-FILE
050168       PERFORM 9220-CHECK-GEAREXC
050170       OPEN OUTPUT GEAR-OUT-FILE
050171       PERFORM 9222-CHECK-GEAR-OUT
050172       OPEN OUTPUT WUSE-OUT-FILE
050173       PERFORM 9229-CHECK-WUSE-OUT
050174       OPEN EXTEND ENGHIST-FILE
050176       PERFORM 9226-CHECK-ENGHIST
050200       PERFORM 7000-WRITE-REPORT-HEADER
050250       PERFORM 1050-PARTOUT-HEADER-WRITE
050260       PERFORM 1055-GEAROUT-HEADER-WRITE
050270       PERFORM 1056-WUSEOUT-HEADER-WRITE
050300       PERFORM 1100-READ-SCHEM
050400     END-IF.
050500
051470       PERFORM 1950-SKIP-SCHEMATIC
051480     ELSE
051482*    THE REVISION REGISTRY RULES ON THE IDENTITY BEFORE A ROW
051484*    IS SCANNED - A REFUSED EXTRACT IS READ PAST AND REPORTED,
051486*    NEVER FOLDED INTO THE TOTALS OR THE DOWNSTREAM FEEDS.
051488     PERFORM 2050-REVISION-CHECK
051490         THRU 2050-REVISION-CHECK-EXIT
073662             MOVE SSCKI-SCHEM TO SUSP-SCHEM(SUSP-ENTRY-COUNT)
073664             MOVE SSCKI-ROW TO SUSP-ROW(SUSP-ENTRY-COUNT)
073666             MOVE SSCKI-COL TO SUSP-COL(SUSP-ENTRY-COUNT)
073667             MOVE SSCKI-MODEL TO SUSP-MODEL(SUSP-ENTRY-COUNT)
073668             MOVE SSCKI-HIT-SW TO SUSP-HIT-SW(SUSP-ENTRY-COUNT)
073670             MOVE SSCKI-CLEARED-SW
073672                 TO SUSP-CLEARED-SW(SUSP-ENTRY-COUNT)
080060     CLOSE EXCEPT-FILE
080070     CLOSE GEAREXC-FILE
080080     CLOSE GEAR-OUT-FILE
080085     CLOSE WUSE-OUT-FILE
080090     CLOSE ENGHIST-FILE
080100     CLOSE AUDIT-FILE
080200     CLOSE REJECT-FILE
080500     CLOSE REPORT-FILE
080600
080700     MOVE 16 TO RETURN-CODE
080710     MOVE 'ROW TOO WIDE ON SCHEMIN - RAISE MAX-ROW-WIDTH'
080720         TO RUNLOG-REASON
080730     MOVE 'DIAGSNAP' TO RUNLOG-REPORT
080740     PERFORM 9900-WRITE-RUNLOG
080800     STOP RUN.
080900
081000*****************************************************************
090840       MOVE SUSP-SCHEM(SUSP-IDX) TO SSCKO-SCHEM
090842       MOVE SUSP-ROW(SUSP-IDX) TO SSCKO-ROW
090844       MOVE SUSP-COL(SUSP-IDX) TO SSCKO-COL
090845       MOVE SUSP-MODEL(SUSP-IDX) TO SSCKO-MODEL
090846       MOVE SUSP-HIT-SW(SUSP-IDX) TO SSCKO-HIT-SW
090848       MOVE SUSP-CLEARED-SW(SUSP-IDX) TO SSCKO-CLEARED-SW
090850       WRITE SUSP-CKPT-OUT-RECORD
104710         PERFORM 3500-AUDIT-WRITE
104720       END-IF
104750       PERFORM 3550-PARTOUT-DETAIL-WRITE
104755       PERFORM 3555-WUSEOUT-DETAIL-WRITE
104760       IF MASTER-LOADED
104770         PERFORM 3560-MASTER-VALIDATE
104780             THRU 3560-MASTER-VALIDATE-EXIT
117400     PERFORM 8100-WRITE-CONTROL-TOTALS
117450     PERFORM 8150-WRITE-PART-TRAILER
117460     PERFORM 8160-WRITE-GEAR-TRAILER
117470     PERFORM 8170-WRITE-WUSE-TRAILER
117500     PERFORM 7200-WRITE-REPORT-FOOTER
117510     PERFORM 8300-WRITE-SUSPENSE-FILE
117520     PERFORM 8400-WRITE-SUSPENSE-REPORT
117530     PERFORM 8500-WRITE-REV-REGISTRY
117540
117550     IF MASTER-LOADED
117560       CLOSE PARTMAST-FILE
117570     END-IF
117600
117700     CLOSE SCHEM-FILE
117705     PERFORM 9210-CHECK-SCHEM
117775     PERFORM 9220-CHECK-GEAREXC
117780     CLOSE GEAR-OUT-FILE
117785     PERFORM 9222-CHECK-GEAR-OUT
117786     CLOSE WUSE-OUT-FILE
117787     PERFORM 9229-CHECK-WUSE-OUT
117790     CLOSE ENGHIST-FILE
117795     PERFORM 9226-CHECK-ENGHIST
117800     CLOSE AUDIT-FILE
118520     IF MASTER-LOADED
118530       DISPLAY 'UNMATCHED PART NUMBERS . . . ' UNMATCHED-COUNT
118540       DISPLAY 'UNMATCHED PART TOTAL . . . . ' UNMATCHED-TOTAL
118542       DISPLAY 'OBSOLETE PART HITS . . . . . ' OBSOLETE-HIT-COUNT
118544       DISPLAY 'SUPERSEDED PART HITS . . . . '
118546           SUPERSEDED-HIT-COUNT
118550     END-IF
118560     DISPLAY 'GEAR EXCEPTIONS  . . . . . . ' GEAREXC-COUNT
118570     DISPLAY 'GEAR DETAILS EXTRACTED . . . ' GEAR-OUT-COUNT
118580     DISPLAY 'STALE SCHEMATICS SKIPPED . . ' STALE-SKIP-COUNT
118590     DISPLAY 'ROLLBACKS POSTED . . . . . . ' ROLLBACK-POSTED-COUNT
118600
118700     PERFORM 8200-DISPLAY-SYMBOL-TALLY
118710
129160 1055-GEAROUT-HEADER-WRITE.
129165     MOVE RUN-DATE TO GEAROUT-HDR-DATE
129170
129171     MOVE GEAROUT-HDR-LINE TO GEAR-OUT-RECORD
129172     WRITE GEAR-OUT-RECORD
129173     PERFORM 9222-CHECK-GEAR-OUT
129174
129175     EXIT.
129176*****************************************************************
129177* 1056-WUSEOUT-HEADER-WRITE - OPEN THE WHERE-USED EXTRACT WITH
129178* ITS 'H' RECORD, SKIPPED ON A RESTART FOR THE SAME REASON THE
129179* PARTOUT HEADER IS.
129180*****************************************************************
129181 1056-WUSEOUT-HEADER-WRITE.
129182     MOVE RUN-DATE TO WUSEOUT-HDR-DATE
129183
129184     MOVE WUSEOUT-HDR-LINE TO WUSE-OUT-RECORD
129185     WRITE WUSE-OUT-RECORD
129186     PERFORM 9229-CHECK-WUSE-OUT
129190
129195     EXIT.
129198
130500     MOVE PARTOUT-DTL-LINE TO PART-RECORD
130600     WRITE PART-RECORD
130650     PERFORM 9218-CHECK-PART
130652
130654     EXIT.
130656*****************************************************************
130658* 3555-WUSEOUT-DETAIL-WRITE - THE WHERE-USED TWIN OF THE PARTOUT
130660* DETAIL JUST WRITTEN, WITH THE SCHEMATIC'S IDENTITY ADDED. A
130662* HEADERLESS SCHEMATIC GOES OUT UNDER MODEL 'UNKNOWN' AND THE
130664* WUSEUPD JOB SETS IT ASIDE - THE TRAILER STILL COUNTS IT.
130666*****************************************************************
130668 3555-WUSEOUT-DETAIL-WRITE.
130670     MOVE TEMP TO WUSEOUT-DTL-PART-NO
130672     MOVE SCHEM-ID-MODEL TO WUSEOUT-DTL-MODEL
130674     MOVE SCHEM-ID-REV TO WUSEOUT-DTL-REV
130676     MOVE SCHEMATIC-NO TO WUSEOUT-DTL-SCHEM
130678     MOVE ROW-NO TO WUSEOUT-DTL-ROW
130680     MOVE START-COL TO WUSEOUT-DTL-COL
130682     MOVE SYM-CHAR TO WUSEOUT-DTL-SYM
130684
130686     MOVE WUSEOUT-DTL-LINE TO WUSE-OUT-RECORD
130688     WRITE WUSE-OUT-RECORD
130690     PERFORM 9229-CHECK-WUSE-OUT
130700
130800     EXIT.
130900
132738 8160-WRITE-GEAR-TRAILER.
132742     MOVE GEAR-OUT-COUNT TO GEAROUT-TRL-COUNT
132746     MOVE GRAND-GEAR-TOTAL TO GEAROUT-TRL-HASH
132747
132748     MOVE GEAROUT-TRL-LINE TO GEAR-OUT-RECORD
132749     WRITE GEAR-OUT-RECORD
132750     PERFORM 9222-CHECK-GEAR-OUT
132751
132752     EXIT.
132753*****************************************************************
132754* 8170-WRITE-WUSE-TRAILER - CLOSE THE WHERE-USED EXTRACT WITH
132755* ITS 'T' RECORD. ONE DETAIL WENT OUT FOR EVERY PARTOUT DETAIL,
132756* SO THE COUNT AND HASH ARE EXACTLY THE PARTOUT TRAILER'S.
132757*****************************************************************
132758 8170-WRITE-WUSE-TRAILER.
132759     MOVE PART-COUNT TO WUSEOUT-TRL-COUNT
132760     MOVE GRAND-TOTAL TO WUSEOUT-TRL-HASH
132761
132762     MOVE WUSEOUT-TRL-LINE TO WUSE-OUT-RECORD
132763     WRITE WUSE-OUT-RECORD
132764     PERFORM 9229-CHECK-WUSE-OUT
132766
132770     EXIT.
132774
132846         MOVE SUSP-SCHEM(SUSP-IDX) TO SUSP-OUT-SCHEM
132850         MOVE SUSP-ROW(SUSP-IDX) TO SUSP-OUT-ROW
132854         MOVE SUSP-COL(SUSP-IDX) TO SUSP-OUT-COL
132856         MOVE SUSP-MODEL(SUSP-IDX) TO SUSP-OUT-MODEL
132858         WRITE SUSP-OUT-RECORD
132862         PERFORM 9223-CHECK-SUSP-OUT
132866       END-IF
133358* REGISTRY TO REVREGO: EVERY MODEL EVER SEEN, EACH WITH THE
133362* LATEST REVISION PROCESSED AND THE DATE OF THE RUN THAT
133366* PROCESSED IT. MODELS NOT ON TODAY'S RUN CARRY THEIR OLD
133368* ENTRY FORWARD UNCHANGED. ONLY ONCE THE REGISTRY IS SAFELY
133370* WRITTEN DO ANY ROLLBACKS SPENT TODAY GO ON THE REVAUDIT
133372* TRAIL.
133374*****************************************************************
133378 8500-WRITE-REV-REGISTRY.
133382     OPEN OUTPUT REVREG-OUT-FILE
133390
133394     PERFORM VARYING REG-IDX FROM 1 BY 1
133398         UNTIL REG-IDX > REG-ENTRY-COUNT
133400       MOVE SPACE TO REVREG-OUT-RECORD
133402       MOVE REG-MODEL(REG-IDX) TO REVREG-OUT-MODEL
133406       MOVE REG-REV(REG-IDX) TO REVREG-OUT-REV
133407       MOVE REG-RUN-DATE(REG-IDX) TO REVREG-OUT-RUN-DATE
133408       MOVE REG-STAT(REG-IDX) TO REVREG-OUT-STAT
133409       MOVE REG-ALLOW-REV(REG-IDX) TO REVREG-OUT-ALLOW-REV
133410       MOVE REG-WDN-REV(REG-IDX) TO REVREG-OUT-WDN-REV
133411       MOVE REG-MNT-DATE(REG-IDX) TO REVREG-OUT-MNT-DATE
133412       MOVE REG-MNT-REASON(REG-IDX) TO REVREG-OUT-MNT-REASON
133414       WRITE REVREG-OUT-RECORD
133418       PERFORM 9227-CHECK-REVREG-OUT
133422     END-PERFORM
133430     CLOSE REVREG-OUT-FILE
133434     PERFORM 9227-CHECK-REVREG-OUT
133438
133443     IF ROLLBACK-POSTED-COUNT > 0
133448       PERFORM 8510-LOG-ROLLBACKS-POSTED
133453     END-IF
133458
133463     EXIT.
133468
133473*****************************************************************
133478* 8510-LOG-ROLLBACKS-POSTED - ONE POSTED EVENT ON REVAUDIT FOR
133483* EACH MODEL WHOSE ROLLBACK THIS RUN SPENT, WITH THE ENTRY
133488* BEFORE AND AFTER AND THE SCHEMATIC THAT SPENT IT. THE REASON
133493* IS THE ONE THE ROLLBACK WAS ENTERED UNDER.
133498*****************************************************************
133503 8510-LOG-ROLLBACKS-POSTED.
133508     OPEN EXTEND REVAUDIT-FILE
133513     PERFORM 9230-CHECK-REVAUDIT
133518
133523     PERFORM VARYING REG-IDX FROM 1 BY 1
133528         UNTIL REG-IDX > REG-ENTRY-COUNT
133533       IF REG-ROLLBACK-POSTED(REG-IDX)
133538         MOVE SPACE TO REVAUDIT-RECORD
133543         MOVE 'POSTED' TO REVAUD-ACTION
133548         MOVE RUN-DATE TO REVAUD-RUN-DATE
133553         MOVE RUN-DATE TO REVAUD-EFF-DATE
133558         MOVE REG-MODEL(REG-IDX) TO REVAUD-MODEL
133563         MOVE REG-MNT-REASON(REG-IDX) TO REVAUD-REASON
133568         MOVE 'SOLUTION' TO REVAUD-PROGRAM
133573         MOVE REG-BEFORE-IMAGE(REG-IDX) TO REVAUD-BEFORE-IMAGE
133578         MOVE REG-ENTRY(REG-IDX)(1:43) TO REVAUD-AFTER-IMAGE
133583         MOVE 'SCHEMATIC ' TO REVAUD-REM-LABEL
133588         MOVE REG-POSTED-SCHEM(REG-IDX) TO REVAUD-REM-SCHEM
133593         WRITE REVAUDIT-RECORD
133598         PERFORM 9230-CHECK-REVAUDIT
133603       END-IF
133608     END-PERFORM
133613
133618     CLOSE REVAUDIT-FILE
133623     PERFORM 9230-CHECK-REVAUDIT
133628
133633     EXIT.
133638
133643*****************************************************************
133648* 1060-OPEN-PARTS-MASTER - OPEN PARTMAST FOR KEYED READS. IF
133653* PARTMAST IS NOT ALLOCATED THE RUN GOES AHEAD WITHOUT MASTER
133658* VALIDATION, THE SAME WAY A MISSING CHKPTIN JUST MEANS A FRESH
133663* START. NOTHING IS LOADED, SO THE MASTER CAN GROW WITHOUT ANY
133668* TABLE TO OUTGROW.
133673*****************************************************************
133678 1060-OPEN-PARTS-MASTER.
133700     OPEN INPUT PARTMAST-FILE
133800
133900     IF PARTMAST-STATUS = '00'
134000       MOVE 'Y' TO MASTER-LOADED-SW
134010     ELSE
134020       DISPLAY 'SOLUTION - PARTMAST NOT AVAILABLE - STATUS '
134030           PARTMAST-STATUS
134040       DISPLAY 'MASTER VALIDATION DISABLED THIS RUN'
136180     END-IF
136190
136200     EXIT.
136264               MOVE SUSP-IN-SCHEM TO SUSP-SCHEM(SUSP-ENTRY-COUNT)
136266               MOVE SUSP-IN-ROW TO SUSP-ROW(SUSP-ENTRY-COUNT)
136268               MOVE SUSP-IN-COL TO SUSP-COL(SUSP-ENTRY-COUNT)
136269               MOVE SUSP-IN-MODEL TO SUSP-MODEL(SUSP-ENTRY-COUNT)
136270               MOVE 'N' TO SUSP-HIT-SW(SUSP-ENTRY-COUNT)
136272               MOVE 'N' TO SUSP-CLEARED-SW(SUSP-ENTRY-COUNT)
136274             ELSE
136299     END-IF
136300
136301     EXIT.
136302
136303*****************************************************************
136304* 1068-LOAD-REV-REGISTRY - LOAD THE DRAWING-REVISION REGISTRY.
136305* A MISSING REVREG IS THE FIRST RUN STARTING THE REGISTRY, NOT
136306* A FAILURE; A REGISTRY BIGGER THAN THE TABLE DROPS ITS TAIL
136307* WITH A CONSOLE WARNING - THE DROPPED MODELS JUST GO
136308* UNPROTECTED THIS RUN. A RECORD FROM BEFORE THE REGISTRY WAS
136309* WIDENED COMES IN ACTIVE, WITH NO ROLLBACK OR WITHDRAWAL.
136310*****************************************************************
136311 1068-LOAD-REV-REGISTRY.
136312     OPEN INPUT REVREG-IN-FILE
136324               MOVE REVREG-IN-REV TO REG-REV(REG-ENTRY-COUNT)
136325               MOVE REVREG-IN-RUN-DATE
136326                   TO REG-RUN-DATE(REG-ENTRY-COUNT)
136328               MOVE REVREG-IN-STAT TO REG-STAT(REG-ENTRY-COUNT)
136330               IF REVREG-IN-STAT = SPACE
136332                 MOVE 'A' TO REG-STAT(REG-ENTRY-COUNT)
136334               END-IF
136336               MOVE REVREG-IN-ALLOW-REV
136338                   TO REG-ALLOW-REV(REG-ENTRY-COUNT)
136340               MOVE REVREG-IN-WDN-REV
136342                   TO REG-WDN-REV(REG-ENTRY-COUNT)
136344               MOVE REVREG-IN-MNT-DATE
136346                   TO REG-MNT-DATE(REG-ENTRY-COUNT)
136348               IF REVREG-IN-MNT-DATE NOT NUMERIC
136350                 MOVE 0 TO REG-MNT-DATE(REG-ENTRY-COUNT)
136352               END-IF
136354               MOVE REVREG-IN-MNT-REASON
136356                   TO REG-MNT-REASON(REG-ENTRY-COUNT)
136358               MOVE 'N' TO REG-POSTED-SW(REG-ENTRY-COUNT)
136360               MOVE 0 TO REG-POSTED-SCHEM(REG-ENTRY-COUNT)
136362               MOVE SPACE TO REG-BEFORE-IMAGE(REG-ENTRY-COUNT)
136363               MOVE 0 TO REG-RUN-SCHEM(REG-ENTRY-COUNT)
136364               MOVE SPACE TO REG-RUN-REV(REG-ENTRY-COUNT)
136365             ELSE
136366               DISPLAY 'SOLUTION - REVISION REGISTRY EXCEEDS '
136368                   MAX-REG-ENTRIES ' MODELS - TAIL DROPPED'
136370               MOVE '99' TO REVREG-IN-STATUS
136372             END-IF
136374         END-READ
136376       END-PERFORM
136378       CLOSE REVREG-IN-FILE
136380     END-IF
136382
136384     EXIT.
136386
136400*****************************************************************
136500* 3560-MASTER-VALIDATE - LOOK THE PART NUMBER JUST ADDED (IN
136600* TEMP) UP ON THE PARTS MASTER. A NUMBER NOT ON THE MASTER HAS
136700* ALREADY GONE INTO TOTAL - IT STAYS THERE, BUT IS COUNTED INTO
136800* THE UNMATCHED TOTALS AND LOGGED TO EXCPRPT SO ENGINEERING CAN
136810* CHASE THE BAD SCAN. A HIT ON AN OBSOLETE OR SUPERSEDED PART
136820* IS A GOOD SCAN OF A DRAWING THAT STILL CALLS FOR A DEAD PART -
136830* IT CLEARS THE SUSPENSE LIKE ANY HIT BUT IS LOGGED TO EXCPRPT
136840* UNDER ITS OWN CLASS BY 3565-MASTER-STATUS-CHECK.
137000*****************************************************************
137100 3560-MASTER-VALIDATE.
137110     MOVE TEMP TO PARTMAST-PART-NO
137120     READ PARTMAST-FILE
137130       INVALID KEY
137640         GO TO 3560-MASTER-MISS
137650     END-READ
137660     PERFORM 9228-CHECK-PARTMAST
137670
137680     PERFORM 3580-SUSPENSE-CLEAR
137690     PERFORM 3565-MASTER-STATUS-CHECK
137700     GO TO 3560-MASTER-VALIDATE-EXIT.
137800
137850 3560-MASTER-MISS.
137900     ADD 1 TO UNMATCHED-COUNT
138000     ADD TEMP TO UNMATCHED-TOTAL
138010     MOVE 'UNMATCHED' TO EXCEPT-CLASS-OUT
138100     PERFORM 3570-EXCEPTION-WRITE
138150     PERFORM 3590-SUSPENSE-RECORD.
138200
138400     EXIT.
138500
138600*****************************************************************
138603* 3565-MASTER-STATUS-CHECK - THE MASTER RECORD JUST READ MATCHED
138606* TEMP. AN ACTIVE PART IS THE NORMAL CASE AND WRITES NOTHING; AN
138609* OBSOLETE PART IS ONE EXCPRPT LINE, AND A SUPERSEDED PART IS A
138610* LINE PLUS THE REPLACEMENT THE DRAWING SHOULD NOW CALL FOR. A
138611* BLANK OR UNKNOWN STATUS IS TAKEN AS ACTIVE, AND A SUPERSEDED
138612* PART WITH NO USABLE REPLACEMENT REPORTS AS REPLACED BY ZERO.
138615*****************************************************************
138618 3565-MASTER-STATUS-CHECK.
138621     IF PARTMAST-OBSOLETE
138624       ADD 1 TO OBSOLETE-HIT-COUNT
138627       MOVE 'OBSOLETE' TO EXCEPT-CLASS-OUT
138630       PERFORM 3570-EXCEPTION-WRITE
138633     END-IF
138636
138639     IF PARTMAST-SUPERSEDED
138642       ADD 1 TO SUPERSEDED-HIT-COUNT
138645       MOVE 'SUPERSEDED' TO EXCEPT-CLASS-OUT
138648       PERFORM 3570-EXCEPTION-WRITE
138649       IF PARTMAST-SUPER-BY NUMERIC
138650         MOVE PARTMAST-SUPER-BY TO EXCEPT-REPL-OUT
138651       ELSE
138652         MOVE 0 TO EXCEPT-REPL-OUT
138653       END-IF
138654       MOVE EXCEPT-REPL-LINE TO EXCEPT-RECORD
138657       WRITE EXCEPT-RECORD
138660       PERFORM 9219-CHECK-EXCEPT
138663     END-IF
138666
138669     EXIT.
138672
138675*****************************************************************
138700* 3570-EXCEPTION-WRITE - ONE LINE OF THE PARTS-MASTER EXCEPTION
138710* REPORT: THE CLASS SET BY THE CALLER, THE SCHEMATIC, ROW AND
138720* STARTING COLUMN THE NUMBER CAME FROM, AND ITS VALUE.
139000*****************************************************************
139100 3570-EXCEPTION-WRITE.
139200     MOVE SCHEMATIC-NO TO EXCEPT-SCHEM-OUT
140128       MOVE SCHEMATIC-NO TO SUSP-SCHEM(SUSP-INS-POS)
140130       MOVE ROW-NO TO SUSP-ROW(SUSP-INS-POS)
140132       MOVE START-COL TO SUSP-COL(SUSP-INS-POS)
140133       MOVE SCHEM-ID-MODEL TO SUSP-MODEL(SUSP-INS-POS)
140134       IF NOT SUSP-HIT(SUSP-INS-POS)
140136         ADD 1 TO SUSP-OCCUR-COUNT(SUSP-INS-POS)
140138         MOVE 'Y' TO SUSP-HIT-SW(SUSP-INS-POS)
140176         MOVE SCHEMATIC-NO TO SUSP-SCHEM(SUSP-INS-POS)
140178         MOVE ROW-NO TO SUSP-ROW(SUSP-INS-POS)
140180         MOVE START-COL TO SUSP-COL(SUSP-INS-POS)
140181         MOVE SCHEM-ID-MODEL TO SUSP-MODEL(SUSP-INS-POS)
140182         MOVE 'Y' TO SUSP-HIT-SW(SUSP-INS-POS)
140184         MOVE 'N' TO SUSP-CLEARED-SW(SUSP-INS-POS)
140186         ADD 1 TO SUSP-ENTRY-COUNT
141300     EXIT.
141302
141304*****************************************************************
141306* 1960-SKIP-STALE-SCHEMATIC - THE REVISION CHECK REFUSED THE
141308* SCHEMATIC COMING UP. READ PAST IT AS A SELECT SKIP WOULD, PUT
141310* ITS ONE-LINE STORY ON RPTOUT, AND COUNT IT FOR THE
141312* RETURN-CODE GRADE - THE SCHEDULE SHOULD KNOW AN EXTRACT
141314* ARRIVED OUT OF DATE, WITHDRAWN, FOR A RETIRED MODEL OR TWICE.
141316*****************************************************************
141318 1960-SKIP-STALE-SCHEMATIC.
141320     MOVE SCHEMATIC-NO TO RPT-STALE-SCHEM-OUT
141322     MOVE SCHEM-ID-MODEL TO RPT-STALE-MODEL-OUT
141324     MOVE SCHEM-ID-REV TO RPT-STALE-REV-OUT
141325     MOVE REV-SKIP-REASON TO RPT-STALE-REASON-OUT
141326     MOVE REV-SKIP-REV TO RPT-STALE-REG-REV-OUT
141328     MOVE RPT-STALE-LINE TO REPORT-RECORD
141330     WRITE REPORT-RECORD
141332     PERFORM 9217-CHECK-REPORT
141334
141336     ADD 1 TO STALE-SKIP-COUNT
141338     DISPLAY 'SOLUTION - SCHEMATIC ' SCHEMATIC-NO
141340         ' REVISION ' SCHEM-ID-REV REV-SKIP-REASON
141342         ' ' REV-SKIP-REV
141344
141346     PERFORM 1950-SKIP-SCHEMATIC
141348
141350     EXIT.
141352
141354*****************************************************************
141355* 2050-REVISION-CHECK - RULE ON THE IDENTITY OF THE SCHEMATIC
141356* COMING UP. A HEADERLESS SCHEMATIC CARRIES NO IDENTITY AND
141357* PASSES UNREGISTERED; A NEVER-SEEN MODEL GOES STRAIGHT INTO
141358* THE REGISTRY AND IS FLAGGED FIRST-TIME. A REGISTERED MODEL IS
141359* LOCKED AT ITS REGISTERED REVISION, OR AT THE EARLIER ONE A
141360* ROLLBACK HAS REINSTATED AND NOT YET SPENT. REV-STALE IS SET
141361* FOR THE CALLER TO SKIP ON FOR A RETIRED MODEL, A REVISION
141362* OLDER THAN THE LOCK, OR A WITHDRAWN ONE. A REVISION PAST ANY
141363* WITHDRAWN IS FLAGGED AND TAKES OVER THE ENTRY, OVERTAKING ANY
141364* ROLLBACK STILL WAITING; THE REINSTATED ONE SPENDS ITS
141365* ROLLBACK AND BECOMES THE REGISTERED REVISION - ONE SCHEMATIC
141366* ONLY, ANY OTHER ON THE SAME RUN IS REFUSED; THE REGISTERED
141367* ONE JUST REFRESHES THE ENTRY'S RUN DATE. A MODEL AND REVISION
141368* ALREADY POSTED EARLIER IN THE RUN IS A REPEAT - A RESENT
141369* EXTRACT - AND IS REFUSED, SO THE ENGINE POSTS ONCE.
141370*****************************************************************
141372 2050-REVISION-CHECK.
141374     MOVE 'N' TO REV-STALE-SW
141375     MOVE SPACE TO REV-NOTE-TEXT
141376     MOVE SPACE TO REV-SKIP-REASON
141377     MOVE SPACE TO REV-SKIP-REV
141378
141380     IF SCHEM-ID-MODEL = 'UNKNOWN'
141382       GO TO 2050-REVISION-CHECK-EXIT
141414         MOVE SCHEM-ID-MODEL TO REG-MODEL(REG-POS)
141416         MOVE SCHEM-ID-REV TO REG-REV(REG-POS)
141418         MOVE RUN-DATE TO REG-RUN-DATE(REG-POS)
141419         MOVE 'A' TO REG-STAT(REG-POS)
141420         MOVE SPACE TO REG-ALLOW-REV(REG-POS)
141421         MOVE SPACE TO REG-WDN-REV(REG-POS)
141422         MOVE 0 TO REG-MNT-DATE(REG-POS)
141423         MOVE SPACE TO REG-MNT-REASON(REG-POS)
141424         MOVE 'N' TO REG-POSTED-SW(REG-POS)
141425         MOVE 0 TO REG-POSTED-SCHEM(REG-POS)
141426         MOVE SPACE TO REG-BEFORE-IMAGE(REG-POS)
141427         MOVE SCHEMATIC-NO TO REG-RUN-SCHEM(REG-POS)
141428         MOVE SCHEM-ID-REV TO REG-RUN-REV(REG-POS)
141429         MOVE 'FIRST EXTRACT FOR THIS ENGINE MODEL'
141430             TO REV-NOTE-TEXT
141431       END-IF
141432       GO TO 2050-REVISION-CHECK-EXIT
141433     END-IF
141434
141435     IF REG-RETIRED(REG-POS)
141436       MOVE 'Y' TO REV-STALE-SW
141437       MOVE ' SKIPPED - RETIRED' TO REV-SKIP-REASON
141438       GO TO 2050-REVISION-CHECK-EXIT
141439     END-IF
141440
141441     IF REG-ALLOW-REV(REG-POS) NOT = SPACE
141442       MOVE REG-ALLOW-REV(REG-POS) TO REV-LOCK-REV
141443     ELSE
141444       MOVE REG-REV(REG-POS) TO REV-LOCK-REV
141445     END-IF
141446
141447     EVALUATE TRUE
141448       WHEN SCHEM-ID-REV < REV-LOCK-REV
141449         MOVE 'Y' TO REV-STALE-SW
141450         MOVE ' SKIPPED - STALE VS ' TO REV-SKIP-REASON
141451         MOVE REV-LOCK-REV TO REV-SKIP-REV
141452       WHEN SCHEM-ID-REV > REV-LOCK-REV
141453           AND REG-WDN-REV(REG-POS) NOT = SPACE
141454           AND SCHEM-ID-REV NOT > REG-WDN-REV(REG-POS)
141455         MOVE 'Y' TO REV-STALE-SW
141456         MOVE ' SKIPPED - WITHDRAWN' TO REV-SKIP-REASON
141457       WHEN SCHEM-ID-REV > REV-LOCK-REV
141458         MOVE SCHEM-ID-REV TO REG-REV(REG-POS)
141459         MOVE SPACE TO REG-ALLOW-REV(REG-POS)
141460         MOVE RUN-DATE TO REG-RUN-DATE(REG-POS)
141461         MOVE 'NEW DRAWING REVISION - FIRST TIME RUN'
141462             TO REV-NOTE-TEXT
141463       WHEN REG-ALLOW-REV(REG-POS) NOT = SPACE
141464         MOVE REG-ENTRY(REG-POS)(1:43)
141465             TO REG-BEFORE-IMAGE(REG-POS)
141466         MOVE REG-ALLOW-REV(REG-POS) TO REG-REV(REG-POS)
141467         MOVE SPACE TO REG-ALLOW-REV(REG-POS)
141468         MOVE RUN-DATE TO REG-RUN-DATE(REG-POS)
141469         MOVE 'Y' TO REG-POSTED-SW(REG-POS)
141470         MOVE SCHEMATIC-NO TO REG-POSTED-SCHEM(REG-POS)
141471         ADD 1 TO ROLLBACK-POSTED-COUNT
141472         MOVE 'REINSTATED REVISION - ROLLBACK SPENT'
141473             TO REV-NOTE-TEXT
141474       WHEN REG-ROLLBACK-POSTED(REG-POS)
141475         MOVE 'Y' TO REV-STALE-SW
141476         MOVE ' SKIPPED - ONCE ONLY' TO REV-SKIP-REASON
141477       WHEN REG-RUN-SCHEM(REG-POS) > 0
141478           AND REG-RUN-REV(REG-POS) = SCHEM-ID-REV
141479         MOVE 'Y' TO REV-STALE-SW
141480         MOVE ' SKIPPED - REPEATED' TO REV-SKIP-REASON
141481       WHEN OTHER
141482         IF REG-RUN-DATE(REG-POS) = 0
141483           MOVE 'FIRST EXTRACT - MODEL ADDED IN ADVANCE'
141484               TO REV-NOTE-TEXT
141485         END-IF
141486         MOVE RUN-DATE TO REG-RUN-DATE(REG-POS)
141487     END-EVALUATE
141488
141489     IF NOT REV-STALE
141490       MOVE SCHEMATIC-NO TO REG-RUN-SCHEM(REG-POS)
141491       MOVE SCHEM-ID-REV TO REG-RUN-REV(REG-POS)
141492     END-IF.
141493
141494 2050-REVISION-CHECK-EXIT.
141495     EXIT.
141496
141497 2060-LOCATE-REGISTRY.
141498     PERFORM VARYING REG-IDX FROM 1 BY 1
141499       UNTIL REG-IDX > REG-ENTRY-COUNT
141500       IF REG-MODEL(REG-IDX) = SCHEM-ID-MODEL
141501         SET REG-POS TO REG-IDX
141502         GO TO 2060-LOCATE-REGISTRY-EXIT
141503       END-IF
141504     END-PERFORM
141505
141506     MOVE 0 TO REG-POS.
141507
141508 2060-LOCATE-REGISTRY-EXIT.
141509     EXIT.
141510
141511*****************************************************************
141600* 1070-LOAD-RUN-PARMS - READ AND VALIDATE THE RUNPARMS CONTROL
141700* CARDS. A MISSING DATASET MEANS EVERY PARAMETER KEEPS ITS
141800* DEFAULT; A BAD OR CONTRADICTORY CARD STOPS THE RUN IN
161200     CLOSE RUNPARMS-FILE
161300
161400     MOVE 16 TO RETURN-CODE
161410     MOVE PARM-ERR-TEXT TO RUNLOG-REASON
161420     MOVE 'SYSOUT' TO RUNLOG-REPORT
161430     PERFORM 9900-WRITE-RUNLOG
161500     STOP RUN.
161600
161700*****************************************************************
168400     CLOSE EXCEPT-FILE
168500     CLOSE GEAREXC-FILE
168550     CLOSE GEAR-OUT-FILE
168555     CLOSE WUSE-OUT-FILE
168560     CLOSE ENGHIST-FILE
168600
168700     MOVE 16 TO RETURN-CODE
168710     STRING 'FILE FAILURE ON ' FAIL-FILE-NAME
168720         ' - STATUS ' FAIL-STATUS
168730         DELIMITED BY SIZE INTO RUNLOG-REASON
168740     MOVE 'DIAGSNAP' TO RUNLOG-REPORT
168750     PERFORM 9900-WRITE-RUNLOG
168800     STOP RUN.
168900
169000*****************************************************************
189666     END-IF
189668     EXIT.
189670
189671 9228-CHECK-PARTMAST.
189672*    A KEYED READ THAT FINDS NOTHING TAKES THE INVALID KEY PATH
189673*    AND NEVER GETS HERE - ANYTHING BUT '00' NOW IS A REAL
189674*    FAILURE, NOT A MISS.
189675     IF PARTMAST-STATUS NOT = '00'
189676       MOVE 'PARTMAST' TO FAIL-FILE-NAME
189677       MOVE PARTMAST-STATUS TO FAIL-STATUS
189678       PERFORM 9000-FILE-ABORT
189679     END-IF
189680     EXIT.
189681 9229-CHECK-WUSE-OUT.
189682     IF WUSE-OUT-STATUS NOT = '00'
189683       MOVE 'WUSEOUT' TO FAIL-FILE-NAME
189684       MOVE WUSE-OUT-STATUS TO FAIL-STATUS
189685       PERFORM 9000-FILE-ABORT
189686     END-IF
189687     EXIT.
189688 9230-CHECK-REVAUDIT.
189689*    '05' IS THE OPTIONAL FILE BEING CREATED BY ITS FIRST OPEN
189690*    EXTEND, AS ON ENGHIST - NOT A FAILURE.
189691     IF REVAUDIT-STATUS NOT = '00' AND REVAUDIT-STATUS NOT = '05'
189692       MOVE 'REVAUDIT' TO FAIL-FILE-NAME
189693       MOVE REVAUDIT-STATUS TO FAIL-STATUS
189694       PERFORM 9000-FILE-ABORT
189695     END-IF
189696     EXIT.
189697
189700*****************************************************************
189800* 1490-RESTART-ID-ABORT - THE CHECKPOINT WAS TAKEN AGAINST ONE
189900* ENGINE AND SCHEMIN NOW CARRIES ANOTHER AT THE SAME POSITION.
192300     CLOSE EXCEPT-FILE
192400     CLOSE GEAREXC-FILE
192450     CLOSE GEAR-OUT-FILE
192455     CLOSE WUSE-OUT-FILE
192460     CLOSE ENGHIST-FILE
192500
192600     MOVE 16 TO RETURN-CODE
192610     MOVE 'RESTART IDENTITY MISMATCH - CHECK CHKPTIN'
192620         TO RUNLOG-REASON
192630     MOVE 'DIAGSNAP' TO RUNLOG-REPORT
192640     PERFORM 9900-WRITE-RUNLOG
192700     STOP RUN.
192710
192720*****************************************************************
192730* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
192740* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
192750* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
192760* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
192770* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
192780*****************************************************************
192790 9900-WRITE-RUNLOG.
192800     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
192810     MOVE RETURN-CODE TO RUNLOG-RC
192820     MOVE READ-ROW-NO TO RUNLOG-ROWS
192830     MOVE PART-COUNT TO RUNLOG-PARTS
192840     MOVE REJECT-COUNT TO RUNLOG-REJECTS
192850
192860     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
192870       EVALUATE RETURN-CODE
192880         WHEN 4
192882*          WIDTH REJECTS ARE ON REJRPT; A SCHEMATIC THE REGISTRY
192884*          REFUSED IS ONLY ON RPTOUT'S SKIP LINE.
192886           IF REJECT-COUNT > 0
192888             IF STALE-SKIP-COUNT > 0
192890               MOVE 'WIDTH REJECTS ON REJRPT, SKIPS ON RPTOUT TOO'
192892                   TO RUNLOG-REASON
192894             ELSE
192896               MOVE 'ROWS REJECTED FOR WIDTH - SEE REJRPT'
192898                   TO RUNLOG-REASON
192900             END-IF
192910             MOVE 'REJRPT' TO RUNLOG-REPORT
192912           ELSE
192914             MOVE 'SCHEMATICS SKIPPED BY THE REVISION REGISTRY'
192916                 TO RUNLOG-REASON
192917             MOVE 'RPTOUT' TO RUNLOG-REPORT
192918           END-IF
192920         WHEN 8
192930           MOVE 'EMPTY SCHEMATIC READ - CHECK THE EXTRACT'
192940               TO RUNLOG-REASON
192950         WHEN OTHER
192960           MOVE 'RUN STOPPED - SEE THE DIAGNOSTIC SNAPSHOT'
192970               TO RUNLOG-REASON
192980       END-EVALUATE
192990     END-IF
193000
193010     OPEN EXTEND RUNLOG-FILE
193020     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
193030       MOVE RUNLOG-LINE TO RUNLOG-RECORD
193040       WRITE RUNLOG-RECORD
193050       CLOSE RUNLOG-FILE
193060     ELSE
193070       DISPLAY 'SOLUTION - RUNLOG NOT AVAILABLE - STATUS '
193080           RUNLOG-STATUS
193090     END-IF.
