001900*               4 = FEED PROVED AND POSTED, BUT ONE OR MORE
002000*                   DETAIL RECORDS WERE REJECTED - SEE LOADRPT
002100*              16 = FEED REFUSED (PARTOUT MISSING, HEADER BAD OR
002110*                   OFF-CYCLE, FEED DATE IN A CLOSED PERIOD,
002120*                   ALREADY POSTED OR ALREADY REPLACED AFTER A
002130*                   BACKOUT, NO TRAILER, OR TRAILER COUNT/HASH
002140*                   DISPROVED) - NOTHING POSTED
002500*
002600* THE FEED IS READ TWICE: PASS ONE PROVES THE TRANSMISSION END
002700* TO END BEFORE A SINGLE RECORD IS POSTED, PASS TWO POSTS THE
002800* ACCEPTED DETAILS. A SINGLE-PASS LOAD THAT POSTS AS IT READS
002900* WOULD HAVE POSTED A SHORT FEED BEFORE DISCOVERING THE TRAILER
003000* WAS MISSING.
003004*
003008* A FEED DATE THE PARTBACK JOB HAS TAKEN BACK OFF PARTPOST IS
003012* ACCEPTED AGAIN ONCE FOR EACH BACKOUT ON THE BACKREG REGISTER.
003016* THE REPLACEMENT IS ENTERED ON THE REGISTER AS IT POSTS, SO A
003020* SECOND FEED FOR THE DATE IS REFUSED EVEN AFTER THE DATE HAS
003024* LEFT PARTPOST.
003028*
003032* A FEED DATED IN A MONTH THE PARTCLOS JOB HAS CLOSED ON THE
003036* PERCTL PERIOD-CONTROL FILE IS REFUSED, REPLACEMENT OR NOT -
003040* THE MONTH IS REPORTED. PARTCLOS MUST REOPEN IT FIRST.
003044*
003048* MODIFICATION HISTORY.
003052*   2026-10-15 DMH BACKREG BACKOUT REGISTER CHECKED BEFORE
003056*                  POSTING. A FEED FOR A DATE BACKED OUT BY THE
003060*                  PARTBACK JOB POSTS ONCE AS ITS REPLACEMENT AND
003064*                  IS ENTERED ON THE REGISTER; A SECOND IS
003068*                  REFUSED.
003072*   2026-10-15 DMH ONE STEP-STATUS RECORD IS ADDED TO THE COMMON
003076*                  RUNLOG AT EVERY END OF JOB, NORMAL OR STOPPED,
003080*                  FOR THE RUNSUM MORNING SUMMARY.
003084*   2026-10-15 DMH PERCTL PERIOD-CONTROL FILE CHECKED AT THE
003088*                  HEADER. A FEED DATED IN A PERIOD CLOSED BY
003092*                  THE PARTCLOS JOB IS REFUSED.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PARTLOAD.
006300     SELECT OPTIONAL POST-FILE ASSIGN TO PARTPOST
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS POST-STATUS.
006510*    BACKREG - THE BACKOUT REGISTER: A 'B' EVENT FOR EACH FEED
006520*    DATE THE PARTBACK JOB TOOK OFF PARTPOST, AN 'R' EVENT FOR
006530*    EACH REPLACEMENT THIS JOB POSTED. OPTIONAL - NO REGISTER
006540*    MEANS NOTHING WAS EVER BACKED OUT.
006550     SELECT OPTIONAL BACK-FILE ASSIGN TO BACKREG
006560         ORGANIZATION IS LINE SEQUENTIAL
006570         FILE STATUS IS BACK-STATUS.
006574*    PERCTL - THE PERIOD-CONTROL FILE THE PARTCLOS JOB KEEPS,
006578*    ONE RECORD PER MONTH EVER CLOSED. OPTIONAL - NO FILE MEANS
006582*    NO MONTH WAS EVER CLOSED.
006586     SELECT OPTIONAL PERCTL-FILE ASSIGN TO PERCTL
006590         ORGANIZATION IS LINE SEQUENTIAL
006594         FILE STATUS IS PERCTL-STATUS.
006600
006700*    LOADRPT - WHAT WAS PROVED, WHAT WAS POSTED, AND WHY A FEED
006800*    WAS REFUSED IF ONE WAS.
006900     SELECT LOAD-RPT-FILE ASSIGN TO LOADRPT
007000         ORGANIZATION IS LINE SEQUENTIAL.
007010
007020*    RUNLOG - THE COMMON STEP-STATUS LOG. EVERY PROGRAM IN THE
007030*    NIGHTLY STREAM ADDS ONE RECORD AT END OF JOB; RUNSUM READS
007040*    IT FOR THE MORNING SUMMARY. OPTIONAL SO THE FIRST STEP OF
007050*    A NEW CYCLE STARTS IT.
007060     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
007070         ORGANIZATION IS LINE SEQUENTIAL
007080         FILE STATUS IS RUNLOG-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
008900     05  POST-COL                 PIC 9(05).
009000     05  POST-VALUE               PIC 9(10).
009100     05  POST-SYM                 PIC X(01).
009103*    KEEP THIS LAYOUT IN STEP WITH THE BACKREG RECORD IN THE
009106*    PARTBACK PROGRAM.
009109 FD  BACK-FILE
009112     RECORD CONTAINS 60 CHARACTERS.
009115 01  BACK-RECORD.
009118     05  BACK-EVENT               PIC X(01).
009121         88  BACK-BACKED-OUT                VALUE 'B'.
009124         88  BACK-REPLACED                  VALUE 'R'.
009127     05  BACK-FEED-DATE           PIC 9(08).
009130     05  BACK-EVENT-DATE          PIC 9(08).
009133     05  BACK-COUNT               PIC 9(07).
009136     05  BACK-HASH                PIC 9(12).
009139     05  BACK-PROGRAM             PIC X(08).
009142     05  FILLER                   PIC X(16).
009145*    KEEP THIS LAYOUT IN STEP WITH THE PERCTL RECORD IN THE
009148*    PARTCLOS PROGRAM.
009151 FD  PERCTL-FILE
009154     RECORD CONTAINS 80 CHARACTERS.
009157 01  PERCTL-RECORD.
009160     05  PERCTL-PERIOD            PIC 9(06).
009163     05  PERCTL-STAT              PIC X(01).
009166         88  PERCTL-CLOSED                  VALUE 'C'.
009169         88  PERCTL-REOPENED                VALUE 'O'.
009172     05  PERCTL-CLOSE-SEQ         PIC 9(03).
009175     05  PERCTL-CLOSE-DATE        PIC 9(08).
009178     05  PERCTL-COUNT             PIC 9(07).
009181     05  PERCTL-HASH              PIC 9(12).
009184     05  PERCTL-FIRST-FEED        PIC 9(08).
009187     05  PERCTL-LAST-FEED         PIC 9(08).
009190     05  PERCTL-REOPEN-DATE       PIC 9(08).
009193     05  PERCTL-REOPEN-BY         PIC X(08).
009196     05  FILLER                   PIC X(11).
009200
009300 FD  LOAD-RPT-FILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  LOAD-RPT-RECORD             PIC X(80).
009510
009520 FD  RUNLOG-FILE
009530     RECORD CONTAINS 150 CHARACTERS.
009540 01  RUNLOG-RECORD               PIC X(150).
009600
009700 WORKING-STORAGE SECTION.
009800*    THE THREE VIEWS OF A PARTOUT RECORD, AS THE SOLUTION RUN
012700         88  TRAILER-SEEN                   VALUE 'Y'.
012800     05  CYCLE-SEEN-SW           PIC X(01) VALUE 'N'.
012900         88  CYCLE-SEEN                     VALUE 'Y'.
012910     05  BACK-EOF-SW             PIC X(01) VALUE 'N'.
012920         88  BACK-EOF                       VALUE 'Y'.
012930     05  REPLACEMENT-SW          PIC X(01) VALUE 'N'.
012940         88  REPLACEMENT-FEED               VALUE 'Y'.
012950     05  PERCTL-EOF-SW           PIC X(01) VALUE 'N'.
012960         88  PERCTL-EOF                     VALUE 'Y'.
013000
013100 01  PART-STATUS                 PIC X(02) VALUE SPACE.
013200 01  POST-STATUS                 PIC X(02) VALUE SPACE.
013300 01  LOADPARM-STATUS             PIC X(02) VALUE SPACE.
013310 01  BACK-STATUS                 PIC X(02) VALUE SPACE.
013320 01  PERCTL-STATUS               PIC X(02) VALUE SPACE.
013400
013500*    THE CYCLE DATE THE FEED HEADER MUST CARRY - TODAY UNLESS A
013600*    CYCLE CARD SAYS OTHERWISE (A DELAYED POSTING OF YESTERDAY'S
013700*    PROVEN FEED IS A CYCLE CARD, NOT A CODE CHANGE).
013800 01  EXPECTED-CYCLE-DATE         PIC 9(08) VALUE 0.
013900 01  FEED-DATE                   PIC 9(08) VALUE 0.
013910*    THE MONTH THE FEED DATE FALLS IN, YYYYMM, AS ON PERCTL.
013920 01  FEED-PERIOD                 PIC 9(06) VALUE 0.
014000
014100*    PASS-ONE PROOF TOTALS. THE HASH FIELD IS TWELVE DIGITS SO
014200*    THE RUNNING SUM CARRIES EXACTLY THE LOW-ORDER TWELVE THE
014800
014900*    PASS-TWO POSTING COUNTS.
015000 01  POSTED-COUNT                PIC 9(07) VALUE 0 COMP.
015010 01  POSTED-HASH                 PIC 9(12) VALUE 0.
015100 01  SKIPPED-COUNT               PIC 9(07) VALUE 0 COMP.
015110*    BACKREG EVENTS FOR THE FEED DATE.
015120 01  BACKOUT-EVENTS              PIC 9(05) VALUE 0 COMP.
015130 01  REPLACE-EVENTS              PIC 9(05) VALUE 0 COMP.
015200
015300*    CARD-PARSING WORK FIELDS, AS IN THE MAIN RUN.
015400 01  PARM-CARD                   PIC X(80).
018100 01  LOAD-MSG-LINE.
018200     05  LOAD-MSG-TEXT            PIC X(60) VALUE SPACE.
018300
018303*    THE REFUSAL FOR A FEED DATED IN A CLOSED PERIOD.
018306 01  LOAD-LOCK-MSG.
018309     05  FILLER                   PIC X(23) VALUE
018312         'FEED DATE IS IN PERIOD '.
018315     05  LOAD-LOCK-PERIOD         PIC 9(06).
018318     05  FILLER                   PIC X(20) VALUE
018321         ' - CLOSED ON PERCTL '.
018324     05  LOAD-LOCK-DATE           PIC 9(08).
018327
018330*    RUNLOG STEP-STATUS RECORD. KEEP THIS LAYOUT IN STEP WITH
018333*    EVERY OTHER PROGRAM IN THE STREAM AND WITH RUNSUM.
018336 01  RUNLOG-STATUS               PIC X(02) VALUE SPACE.
018339 01  RUNLOG-LINE.
018342     05  RUNLOG-PROGRAM          PIC X(08) VALUE 'PARTLOAD'.
018345     05  RUNLOG-CYCLE-DATE       PIC 9(08) VALUE 0.
018348     05  RUNLOG-RUN-DATE         PIC 9(08) VALUE 0.
018351     05  RUNLOG-START-TIME       PIC 9(06) VALUE 0.
018354     05  RUNLOG-END-TIME         PIC 9(06) VALUE 0.
018357     05  RUNLOG-RC               PIC 9(03) VALUE 0.
018360     05  RUNLOG-ROWS             PIC 9(07) VALUE 0.
018363     05  RUNLOG-PARTS            PIC 9(07) VALUE 0.
018366     05  RUNLOG-REJECTS          PIC 9(07) VALUE 0.
018369     05  RUNLOG-QUARANTINED      PIC 9(07) VALUE 0.
018372     05  RUNLOG-POSTED           PIC 9(07) VALUE 0.
018375     05  RUNLOG-OUT-OF-BAL       PIC 9(03) VALUE 0.
018378     05  RUNLOG-REPORT           PIC X(08) VALUE 'LOADRPT'.
018381     05  RUNLOG-REASON           PIC X(60) VALUE SPACE.
018384     05  FILLER                  PIC X(05) VALUE SPACE.
018387
018400 PROCEDURE DIVISION.
018500
018600*****************************************************************
019200     PERFORM 3000-CHECK-ALREADY-POSTED
019300     PERFORM 4000-POST-FEED
019400     PERFORM 8000-TERMINATE
019410     PERFORM 9900-WRITE-RUNLOG
019500     STOP RUN.
019600
019700*****************************************************************
020100* TRANSMISSION MUST BE THERE.
020200*****************************************************************
020300 1000-INITIALIZE.
020310     MOVE FUNCTION CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
020320                                        RUNLOG-CYCLE-DATE
020330     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-START-TIME
020340
020400     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
020500     MOVE RUN-DATE TO EXPECTED-CYCLE-DATE
020600
040100
040200*****************************************************************
040300* 2300-PROVE-HEADER - EXACTLY ONE HEADER, FIRST ON THE FILE,
040310* DATED ON THE EXPECTED CYCLE AND IN A PERIOD STILL OPEN. AN
040320* OFF-CYCLE HEADER IS A STALE OR MIS-STAGED TRANSMISSION, NOT
040330* A LOADABLE ONE.
040600*****************************************************************
040700 2300-PROVE-HEADER.
040800     IF HEADER-SEEN
042700       PERFORM 9000-REFUSE-FEED
042800     END-IF
042900
042910     PERFORM 2310-CHECK-PERIOD-LOCK
042920
043000     MOVE 'Y' TO HEADER-SEEN-SW
043002
043004     EXIT.
043006
043008*****************************************************************
043010* 2310-CHECK-PERIOD-LOCK - THE FEED DATE'S MONTH ON PERCTL. A
043012* MONTH THE PARTCLOS JOB HAS CLOSED TAKES NO MORE POSTINGS,
043014* NOT EVEN THE REPLACEMENT OF A BACKED-OUT FEED, UNTIL IT IS
043016* REOPENED. A PERCTL THAT WILL NOT OPEN OR READ REFUSES THE
043018* FEED - THE LOCK CANNOT BE PROVED OPEN.
043020*****************************************************************
043022 2310-CHECK-PERIOD-LOCK.
043024     DIVIDE FEED-DATE BY 100 GIVING FEED-PERIOD
043026
043028     OPEN INPUT PERCTL-FILE
043030     IF PERCTL-STATUS NOT = '00' AND PERCTL-STATUS NOT = '05'
043032       MOVE 'PERCTL WILL NOT OPEN - PERIOD LOCK NOT PROVED'
043034           TO LOAD-MSG-TEXT
043036       PERFORM 9000-REFUSE-FEED
043038     END-IF
043040
043042     PERFORM UNTIL PERCTL-EOF
043044       READ PERCTL-FILE
043046         AT END
043048           MOVE 'Y' TO PERCTL-EOF-SW
043050         NOT AT END
043052           IF PERCTL-PERIOD = FEED-PERIOD AND PERCTL-CLOSED
043054             MOVE FEED-PERIOD TO LOAD-LOCK-PERIOD
043056             MOVE PERCTL-CLOSE-DATE TO LOAD-LOCK-DATE
043058             MOVE LOAD-LOCK-MSG TO LOAD-MSG-TEXT
043060             PERFORM 9000-REFUSE-FEED
043062           END-IF
043064       END-READ
043066       IF PERCTL-STATUS NOT = '00' AND PERCTL-STATUS NOT = '10'
043068           AND PERCTL-STATUS NOT = '05'
043070         MOVE 'READ FAILED ON PERCTL - PERIOD LOCK NOT PROVED'
043072             TO LOAD-MSG-TEXT
043074         PERFORM 9000-REFUSE-FEED
043076       END-IF
043078     END-PERFORM
043080
043082     CLOSE PERCTL-FILE
043100
043200     EXIT.
043300
049300* 3000-CHECK-ALREADY-POSTED - ONE PASS DOWN THE CUMULATIVE
049400* POSTING FILE LOOKING FOR THE FEED DATE. A HIT MEANS THIS
049500* TRANSMISSION POSTED ONCE ALREADY - POSTING IT AGAIN WOULD
049510* DOUBLE THE CYCLE'S INVENTORY, SO THE FEED IS REFUSED. A DATE
049520* NOT ON THE FILE IS THEN LOOKED UP ON THE BACKOUT REGISTER.
049700*****************************************************************
049800 3000-CHECK-ALREADY-POSTED.
049900     OPEN INPUT POST-FILE
051200         END-READ
051300       END-PERFORM
051400       CLOSE POST-FILE
051402     END-IF
051404
051406     PERFORM 3100-CHECK-BACKOUT-REGISTER
051408
051410     EXIT.
051412
051414*****************************************************************
051416* 3100-CHECK-BACKOUT-REGISTER - COUNT THE FEED DATE'S BACKOUTS
051418* AND REPLACEMENTS. NO BACKOUT IS AN ORDINARY FEED. MORE
051420* BACKOUTS THAN REPLACEMENTS MEANS THIS FEED IS THE ONE
051422* REPLACEMENT ALLOWED; OTHERWISE THE ALLOWANCE IS USED UP AND
051424* THE FEED IS REFUSED.
051426*****************************************************************
051428 3100-CHECK-BACKOUT-REGISTER.
051430     OPEN INPUT BACK-FILE
051432
051434     IF BACK-STATUS = '00' OR BACK-STATUS = '05'
051436       PERFORM UNTIL BACK-EOF
051438         READ BACK-FILE
051440           AT END
051442             MOVE 'Y' TO BACK-EOF-SW
051444           NOT AT END
051446             IF BACK-FEED-DATE = FEED-DATE
051448               IF BACK-BACKED-OUT
051450                 ADD 1 TO BACKOUT-EVENTS
051452               END-IF
051454               IF BACK-REPLACED
051456                 ADD 1 TO REPLACE-EVENTS
051458               END-IF
051460             END-IF
051462         END-READ
051464       END-PERFORM
051466       CLOSE BACK-FILE
051468     END-IF
051470
051472     IF BACKOUT-EVENTS > 0
051474       IF REPLACE-EVENTS < BACKOUT-EVENTS
051476         MOVE 'Y' TO REPLACEMENT-SW
051478       ELSE
051480         MOVE 'FEED DATE ALREADY REPLACED ONCE AFTER ITS BACKOUT'
051482             TO LOAD-MSG-TEXT
051484         PERFORM 9000-REFUSE-FEED
051486       END-IF
051500     END-IF
051600
051700     EXIT.
054100       MOVE 'PARTPOST WILL NOT OPEN FOR POSTING'
054200           TO LOAD-MSG-TEXT
054300       PERFORM 9000-REFUSE-FEED
054310     END-IF
054320
054330     IF REPLACEMENT-FEED
054340       OPEN EXTEND BACK-FILE
054350       IF BACK-STATUS NOT = '00'
054360         MOVE 'BACKREG WILL NOT OPEN TO ENTER THE REPLACEMENT'
054370             TO LOAD-MSG-TEXT
054380         PERFORM 9000-REFUSE-FEED
054390       END-IF
054400     END-IF
054500
054600     PERFORM UNTIL PART-EOF
055600
055700     CLOSE PART-FILE
055800     CLOSE POST-FILE
055810
055820     IF REPLACEMENT-FEED
055830       PERFORM 4200-REGISTER-REPLACEMENT
055840     END-IF
055900
056000     EXIT.
056100
057800         PERFORM 9000-REFUSE-FEED
057900       END-IF
058000       ADD 1 TO POSTED-COUNT
058010       ADD PARTOUT-DTL-VALUE TO POSTED-HASH
058100     END-IF
058104
058108     EXIT.
058112
058116*****************************************************************
058120* 4200-REGISTER-REPLACEMENT - THE 'R' EVENT THAT USES UP THE
058124* BACKOUT'S ONE REPLACEMENT.
058128*****************************************************************
058132 4200-REGISTER-REPLACEMENT.
058136     MOVE SPACE TO BACK-RECORD
058140     MOVE 'R' TO BACK-EVENT
058144     MOVE FEED-DATE TO BACK-FEED-DATE
058148     MOVE RUN-DATE TO BACK-EVENT-DATE
058152     MOVE POSTED-COUNT TO BACK-COUNT
058156     MOVE POSTED-HASH TO BACK-HASH
058160     MOVE 'PARTLOAD' TO BACK-PROGRAM
058164     WRITE BACK-RECORD
058168     IF BACK-STATUS NOT = '00'
058172       MOVE 'WRITE FAILED ON BACKREG - REPLACEMENT NOT ENTERED'
058176           TO LOAD-MSG-TEXT
058180       PERFORM 9000-REFUSE-FEED
058184     END-IF
058188
058192     CLOSE BACK-FILE
058200
058300     EXIT.
058400
059200     MOVE LOAD-DATE-LINE TO LOAD-RPT-RECORD
059300     WRITE LOAD-RPT-RECORD
059400
059410     IF REPLACEMENT-FEED
059420       MOVE 'REPLACEMENT FOR A BACKED-OUT FEED - ON BACKREG'
059430           TO LOAD-MSG-TEXT
059440       MOVE LOAD-MSG-LINE TO LOAD-RPT-RECORD
059450       WRITE LOAD-RPT-RECORD
059460     END-IF
059470
059500     MOVE 'DETAIL RECORDS ON FEED  . . ' TO LOAD-COUNT-LABEL
059600     MOVE FEED-DETAIL-COUNT TO LOAD-COUNT-OUT
059700     MOVE LOAD-COUNT-LINE TO LOAD-RPT-RECORD
063000*****************************************************************
063100 9000-REFUSE-FEED.
063200     DISPLAY 'PARTLOAD - FEED REFUSED - ' LOAD-MSG-TEXT
063210     MOVE LOAD-MSG-TEXT TO RUNLOG-REASON
063300     MOVE LOAD-MSG-LINE TO LOAD-RPT-RECORD
063400     WRITE LOAD-RPT-RECORD
063500     MOVE 'FEED REFUSED - NOTHING POSTED THIS RUN'
063900
064000     CLOSE PART-FILE
064100     CLOSE POST-FILE
064110     CLOSE BACK-FILE
064120     CLOSE PERCTL-FILE
064200     CLOSE LOAD-RPT-FILE
064300
064400     MOVE 16 TO RETURN-CODE
064410     PERFORM 9900-WRITE-RUNLOG
064500     STOP RUN.
064600
064700*****************************************************************
065400     CLOSE LOADPARM-FILE
065500
065600     MOVE 16 TO RETURN-CODE
065610     MOVE 'BAD LOADPARM CARD - NOTHING POSTED' TO RUNLOG-REASON
065620     MOVE 'SYSOUT' TO RUNLOG-REPORT
065630     PERFORM 9900-WRITE-RUNLOG
065700     STOP RUN.
065710
065720*****************************************************************
065730* 9900-WRITE-RUNLOG - ADD THIS STEP'S STATUS RECORD TO THE
065740* COMMON RUNLOG: TIMES, RETURN CODE, KEY COUNTS AND, FOR
065750* ANYTHING NONZERO, A ONE-LINE REASON AND THE REPORT THAT
065760* EXPLAINS IT. A LOG THAT WILL NOT OPEN IS NOTED ON THE
065770* CONSOLE BUT NEVER CHANGES THE STEP'S OWN RETURN CODE.
065780*****************************************************************
065790 9900-WRITE-RUNLOG.
065800     MOVE FUNCTION CURRENT-DATE(9:6) TO RUNLOG-END-TIME
065810     MOVE RETURN-CODE TO RUNLOG-RC
065820     IF EXPECTED-CYCLE-DATE > 0
065830       MOVE EXPECTED-CYCLE-DATE TO RUNLOG-CYCLE-DATE
065840     END-IF
065850     MOVE FEED-DETAIL-COUNT TO RUNLOG-ROWS
065860     MOVE SKIPPED-COUNT TO RUNLOG-REJECTS
065870     MOVE POSTED-COUNT TO RUNLOG-POSTED
065880
065890     IF RETURN-CODE NOT = 0 AND RUNLOG-REASON = SPACE
065900       EVALUATE RETURN-CODE
065910         WHEN 4
065920           MOVE 'DETAILS REJECTED - FEED POSTED WITHOUT THEM'
065930               TO RUNLOG-REASON
065940         WHEN OTHER
065950           MOVE 'FEED REFUSED - NOTHING POSTED' TO RUNLOG-REASON
065960       END-EVALUATE
065970     END-IF
065980
065990     OPEN EXTEND RUNLOG-FILE
066000     IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '05'
066010       MOVE RUNLOG-LINE TO RUNLOG-RECORD
066020       WRITE RUNLOG-RECORD
066030       CLOSE RUNLOG-FILE
066040     ELSE
066050       DISPLAY 'PARTLOAD - RUNLOG NOT AVAILABLE - STATUS '
066060           RUNLOG-STATUS
066070     END-IF.
