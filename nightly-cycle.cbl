000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. NIGHTLY-CYCLE.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  NIGHTLY JOB-STREAM
001000*               CONTROLLER: TAKES ONE BUSINESS DATE AND A STEP
001100*               LIST, BUILDS EACH STEP'S CONTROL CARD FROM THAT
001200*               DATE, RUNS THE STEPS IN DEPENDENCY ORDER, SKIPS
001300*               EVERYTHING DOWNSTREAM OF A STEP THAT ENDS RC=8 OR
001400*               WORSE (OR WHOSE RUN-AUDIT STATUS IS NOT OK), AND
001500*               KEEPS A STEP REGISTER SO A RERUN RESUMES AT THE
001600*               FAILED STEP INSTEAD OF STEP ONE.  A CYCLE-
001700*               COMPLETION RECORD IS WRITTEN FOR BATCH-SUMMARY.
001710*    2026-10-15 TB  ADDED STATION-EPISODES (HEAT-WAVE AND COLD-
001720*               SPELL ALERTS) AS STEP 5, AT THE END OF THE
001730*               CHAIN; BATCH-SUMMARY MOVES TO STEP 6.
001750*    2026-10-15 TB  RUN-AUDIT RECORD LENGTHENED TO 341 FOR THE
001770*               FEED HEADER DATE AND SOURCE (SEE AUDREC.CPY).
001775*    2026-10-15 TB  PARTITIONED=Y RUNS MEAS-SPLIT AND
001780*               PARTITION-AGG AHEAD OF THE SINGLE-DAY DRIVER,
001785*               WHICH THEN MERGES THE PARTITION RESULTS; THE
001790*               STEPS RENUMBER TO 1-8.  DATE CARDS MUST BE REAL
001795*               CALENDAR DATES.
001800******************************************************************
001900*
002000******************************************************************
002100*    THE CONTROL FILE (./CYCLE-CONTROL.TXT) IS KEYWORD=VALUE
002200*    CARDS, THE SAME CONVENTION AS THE SINGLE-DAY DRIVER'S
002300*    ./DAILY-CONTROL.TXT; BLANK CARDS AND CARDS STARTING WITH *
002400*    ARE COMMENTS:
002500*      BUSINESS-DATE=YYYYMMDD  REQUIRED (A VALID CALENDAR DATE)
002600*      STEP=NAME               ONE CARD PER STEP TO RUN; NO STEP
002700*                              CARDS MEANS THE WHOLE CYCLE.  THE
002800*                              STEPS ALWAYS RUN IN THE ORDER
002900*                              BELOW, WHATEVER THE CARD ORDER.
003000*      PRIOR-DATE=YYYYMMDD     DAY-EXCEPTIONS COMPARISON DATE
003100*                              (DEFAULT: THE DAY BEFORE)
003200*      MEAN-THRESHOLD=N.N      DAY-EXCEPTIONS (DEFAULT 5.0)
003300*      DROP-PERCENT=NN         DAY-EXCEPTIONS (DEFAULT 50)
003400*      NEIGHBORS=NN            STATION-PLAUSIBILITY (DEFAULT 5)
003500*      DEVIATION=N.N           STATION-PLAUSIBILITY (DEFAULT 8.0)
003600*      FORCE=Y/N               PASSED TO TREYBASTIAN_1BRC
003610*      PARTITIONED=Y/N         Y CUTS THE DAY WITH MEAS-SPLIT AND
003620*                              AGGREGATES THE PIECES WITH
003630*                              PARTITION-AGG BEFORE THE SINGLE-
003640*                              DAY DRIVER MERGES THEM (DEFAULT N)
003650*      PARTITIONS=NN           PIECES TO CUT, 2-99 (DEFAULT 4)
003700*      PROGRAM-DIR=PATH        WHERE THE STEP PROGRAMS LIVE
003800*                              (DEFAULT ./)
003900*      CKPT-INTERVAL, SAMPLE-SIZE, MAX-STATIONS, TOP-N, MASTER,
004000*      HISTORY                 COPIED AS-IS ONTO THE SINGLE-DAY
004100*                              DRIVER'S CARD, WHICH EDITS THEM.
004200*
004300*    THE STEPS, IN DEPENDENCY ORDER:
004310*      1 MEAS-SPLIT            ./SPLIT-CONTROL.TXT
004320*      2 PARTITION-AGG         ./PARTITION-AGG-CONTROL.TXT
004400*      3 TREYBASTIAN_1BRC      ./DAILY-CONTROL.TXT
004500*      4 DAY-EXCEPTIONS        ./DAY-EXCEPTIONS-CONTROL.TXT
004600*      5 STATION-PLAUSIBILITY  ./PLAUSIBILITY-CONTROL.TXT
004700*      6 EXTRACT-RECON         (NO CARD -- READS THE REGISTERS)
004800*      7 STATION-EPISODES      ./EPISODE-CONTROL.TXT
004850*      8 BATCH-SUMMARY         ./BATCH-SUMMARY-CONTROL.TXT
004860*    STEPS 1 AND 2 RUN ONLY ON A PARTITIONED=Y CYCLE; WITHOUT IT
004870*    THE SINGLE-DAY DRIVER AGGREGATES THE WHOLE FILE ITSELF, AND
004880*    A STEP CARD NAMING EITHER ONE IS AN ERROR.
004900*    STEPS 1-7 FORM A CHAIN: ONCE A STEP FAILS, THE REST OF THE
005000*    CHAIN IS SKIPPED AND REGISTERED AS SKIPPED.  BATCH-SUMMARY
005100*    IS THE MORNING HEALTH-CHECK REPORT, NOT A CONSUMER OF THE
005200*    CHAIN: IT RUNS AFTER THE CYCLE-COMPLETION RECORD IS WRITTEN
005300*    (SO IT CAN PRINT IT) EVEN WHEN THE CHAIN FAILED, AND IT IS
005400*    RE-RUN ON EVERY CYCLE EXECUTION SO THE REPORT ALWAYS SHOWS
005500*    THE LATEST STATE.  ITS CARD CARRIES THE DATE THE CYCLE
005600*    STARTED, BECAUSE BATCH-SUMMARY MATCHES RUNS ON THEIR AUDIT
005700*    START DATE.
005800*
005900*    THE STEP REGISTER (./CYCLE-STEP-REGISTER.TXT, SEE
006000*    CYCREC.CPY) IS A GROW-ONLY LOG.  A STEP WHOSE LATEST ENTRY
006100*    FOR THE BUSINESS DATE IS COMPLETE IS NOT RUN AGAIN -- THAT
006200*    IS WHAT KEEPS A RERUN FROM FEEDING THE MEASUREMENTS FILE
006300*    TO STATION-AGG A SECOND TIME (A DUPE REFUSAL).  TO RE-RUN A
006400*    COMPLETED STEP ON PURPOSE, REMOVE ITS ENTRY FROM THE
006500*    REGISTER, THE SAME RULE AS WEEKLY-DRIVER'S PROGRESS
006600*    REGISTER.
006700*
006800*    RETURN CODE: 16 FOR A CONTROL-CARD ERROR, OTHERWISE THE
006900*    HIGHEST STEP RETURN CODE SEEN; A STEP REFUSED BY ITS
007000*    RUN-AUDIT STATUS WITH A ZERO RETURN CODE COUNTS AS 12.
007100******************************************************************
007200       ENVIRONMENT DIVISION.
007300       INPUT-OUTPUT SECTION.
007400       FILE-CONTROL.
007500           SELECT CYCLE-CONTROL-FILE
007600               ASSIGN TO "./cycle-control.txt"
007700               ORGANIZATION IS LINE SEQUENTIAL
007800               FILE STATUS IS WS-CCTL-STATUS.
007900           SELECT STEP-CARD-FILE
008000               ASSIGN TO DYNAMIC WS-CARD-FILE-NAME
008100               ORGANIZATION IS LINE SEQUENTIAL
008200               FILE STATUS IS WS-STEP-CARD-STATUS.
008300           SELECT STEP-REGISTER-FILE
008400               ASSIGN TO "./cycle-step-register.txt"
008500               ORGANIZATION IS LINE SEQUENTIAL
008600               FILE STATUS IS WS-STEP-REGISTER-STATUS.
008700           SELECT CYCLE-LOG-FILE
008800               ASSIGN TO "./cycle-completion.txt"
008900               ORGANIZATION IS LINE SEQUENTIAL
009000               FILE STATUS IS WS-CYCLE-LOG-STATUS.
009100           SELECT RUN-AUDIT-FILE
009200               ASSIGN TO "./batch-run-audit.txt"
009300               ORGANIZATION IS LINE SEQUENTIAL
009400               FILE STATUS IS WS-RUN-AUDIT-STATUS.
009500*
009600       DATA DIVISION.
009700       FILE SECTION.
009800       FD  CYCLE-CONTROL-FILE.
009900       01  CYCLE-CONTROL-RECORD        PIC X(256).
010000*
010100       FD  STEP-CARD-FILE.
010200       01  STEP-CARD-RECORD            PIC X(256).
010300*
010400       FD  STEP-REGISTER-FILE.
010500       01  STEP-REGISTER-REC           PIC X(59).
010600*
010700       FD  CYCLE-LOG-FILE.
010800       01  CYCLE-LOG-REC               PIC X(76).
010900*
011000       FD  RUN-AUDIT-FILE.
011100       01  RUN-AUDIT-REC               PIC X(341).
011200*
011300       WORKING-STORAGE SECTION.
011400           COPY CYCREC.
011500*
011600           COPY AUDREC.
011700*
011800*    STEP-TABLE IS THE CYCLE ITSELF, LOADED IN DEPENDENCY ORDER
011900*    BY 1000-INITIALIZE.  STP-PROGRAM IS THE EXECUTABLE'S NAME
012000*    UNDER PROGRAM-DIR; STP-CARD-NAME IS THE CONTROL CARD THE
012100*    STEP READS (SPACES WHEN IT HAS NONE).
012200       01  STEP-TABLE.
012300           05  STEP-ENTRY OCCURS 8 TIMES INDEXED BY STP-IDX.
012400               10  STP-NAME            PIC X(20).
012500               10  STP-PROGRAM         PIC X(40).
012600               10  STP-CARD-NAME       PIC X(40).
012700               10  STP-SELECTED-FLAG   PIC X(01).
012800                   88  STP-SELECTED    VALUE 'Y'.
012900               10  STP-PRIOR-STATE     PIC X(08).
013000                   88  STP-PRIOR-COMPLETE VALUE 'COMPLETE'.
013100               10  STP-STATE           PIC X(08).
013200               10  STP-RC              PIC 9(03).
013300               10  STP-AUD-STATUS      PIC X(04).
013400*
013500*    PASS-TABLE HOLDS THE AGGREGATION TUNING CARDS COPIED
013600*    THROUGH TO ./DAILY-CONTROL.TXT UNCHANGED.
013700       01  PASS-TABLE.
013800           05  PASS-LAST-IDX           PIC 9(03) COMP VALUE ZERO.
013900           05  PASS-ENTRY OCCURS 20 TIMES INDEXED BY PASS-IDX.
014000               10  PASS-CARD           PIC X(256).
014100*
014200       77  WS-CCTL-STATUS              PIC X(02).
014300       77  WS-STEP-CARD-STATUS         PIC X(02).
014400       77  WS-STEP-REGISTER-STATUS     PIC X(02).
014500       77  WS-CYCLE-LOG-STATUS         PIC X(02).
014600       77  WS-RUN-AUDIT-STATUS         PIC X(02).
014700       77  WS-CCTL-EOF-FLAG            PIC X(01) VALUE SPACE.
014800           88  WS-CCTL-EOF             VALUE 'Y'.
014900       77  WS-REGISTER-EOF-FLAG        PIC X(01) VALUE SPACE.
015000           88  WS-REGISTER-EOF         VALUE 'Y'.
015100       77  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE SPACE.
015200           88  WS-AUDIT-EOF            VALUE 'Y'.
015300       77  WS-PARM-ERROR-FLAG          PIC X(01) VALUE SPACE.
015400           88  WS-PARM-ERROR           VALUE 'Y'.
015500       77  WS-ANY-STEP-CARD-FLAG       PIC X(01) VALUE SPACE.
015600           88  WS-ANY-STEP-CARD        VALUE 'Y'.
015700       77  WS-CHAIN-FAILED-FLAG        PIC X(01) VALUE SPACE.
015800           88  WS-CHAIN-FAILED         VALUE 'Y'.
015900       77  WS-CARD-WRITE-ERROR-FLAG    PIC X(01) VALUE SPACE.
016000           88  WS-CARD-WRITE-ERROR     VALUE 'Y'.
016100       77  WS-PARM-KEYWORD             PIC X(20).
016200       77  WS-PARM-VALUE               PIC X(236).
016300       77  WS-PARM-NUM                 PIC 9(05)V9(02).
016400*
016500       77  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
016600       77  WS-BUSINESS-DATE-N          PIC 9(08).
016700       77  WS-PRIOR-DATE               PIC X(08) VALUE SPACES.
016800       77  WS-PRIOR-DATE-N             PIC 9(08).
016900       77  WS-MEAN-THRESHOLD           PIC X(10) VALUE '5.0'.
017000       77  WS-DROP-PERCENT             PIC X(10) VALUE '50'.
017100       77  WS-NEIGHBORS                PIC X(10) VALUE '5'.
017200       77  WS-DEVIATION                PIC X(10) VALUE '8.0'.
017300       77  WS-FORCE-FLAG               PIC X(01) VALUE 'N'.
017310       77  WS-PARTITIONED-FLAG         PIC X(01) VALUE 'N'.
017320           88  WS-PARTITIONED          VALUE 'Y'.
017330       77  WS-PARTITIONS               PIC X(10) VALUE '4'.
017340       77  WS-MASTER-FILE-NAME         PIC X(200) VALUE SPACES.
017400       77  WS-PROGRAM-DIR              PIC X(100) VALUE './'.
017500*
017600       77  WS-CYCLE-START-DATE         PIC X(08).
017700       77  WS-CYCLE-START-TIME         PIC X(08).
017800       77  WS-STEP-START-DATE          PIC X(08).
017900       77  WS-STEP-START-TIME          PIC X(08).
018000       77  WS-STEP-IDX                 PIC 9(02) COMP.
018100       77  WS-FOUND-IDX                PIC 9(02) COMP.
018200       77  WS-LOOKUP-STEP              PIC X(20).
018300       77  WS-CARD-FILE-NAME           PIC X(200).
018400       77  WS-CARD-LINE                PIC X(256).
018500       77  WS-COMMAND                  PIC X(256).
018600       77  WS-MEAS-FILE-NAME           PIC X(200).
018700       77  WS-LATEST-AUD-STATUS        PIC X(04).
018800       77  WS-SYSTEM-STATUS            PIC S9(09) COMP.
018900*
019000       77  WS-HIGH-RC                  PIC 9(03) VALUE ZERO.
019100       77  WS-STEPS-RUN                PIC 9(02) VALUE ZERO.
019200       77  WS-STEPS-RESUMED            PIC 9(02) VALUE ZERO.
019300       77  WS-STEPS-FAILED             PIC 9(02) VALUE ZERO.
019400       77  WS-STEPS-SKIPPED            PIC 9(02) VALUE ZERO.
019500       77  WS-FAILED-STEP              PIC X(20) VALUE SPACES.
019600       77  WS-RC-ED                    PIC ZZ9.
019700*
019800       PROCEDURE DIVISION.
019900******************************************************************
020000*    0000-MAINLINE
020100******************************************************************
020200       0000-MAINLINE.
020300           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020400           PERFORM 2000-READ-CONTROL-CARD THRU
020500               2000-READ-CONTROL-CARD-EXIT
020600           IF WS-PARM-ERROR
020700               MOVE 16 TO RETURN-CODE
020800               GO TO 9999-EXIT
020900           END-IF
021000           PERFORM 2500-LOAD-STEP-REGISTER THRU
021100               2500-LOAD-STEP-REGISTER-EXIT
021200           PERFORM 3000-RUN-ONE-STEP THRU 3000-RUN-ONE-STEP-EXIT
021300               VARYING WS-STEP-IDX FROM 1 BY 1
021400               UNTIL WS-STEP-IDX > 7
021500           PERFORM 6000-WRITE-CYCLE-RECORD THRU
021600               6000-WRITE-CYCLE-RECORD-EXIT
021700           MOVE 8 TO WS-STEP-IDX
021800           PERFORM 3000-RUN-ONE-STEP THRU 3000-RUN-ONE-STEP-EXIT
021900           MOVE WS-HIGH-RC TO WS-RC-ED
022000           DISPLAY 'NIGHTLY-CYCLE: CYCLE FOR ' WS-BUSINESS-DATE
022100               ' ENDED, HIGHEST STEP RC=' WS-RC-ED
022200           MOVE WS-HIGH-RC TO RETURN-CODE
022300           GO TO 9999-EXIT.
022400*
022500******************************************************************
022600*    1000-INITIALIZE
022700*    LOADS THE STEP TABLE IN DEPENDENCY ORDER.  A NEW STEP GOES
022800*    HERE AND IN THE OCCURS COUNT, AND IN 3100-BUILD-STEP-CARD
022900*    WHEN IT READS A CARD.
023000******************************************************************
023100       1000-INITIALIZE.
023200           ACCEPT WS-CYCLE-START-DATE FROM DATE YYYYMMDD
023300           ACCEPT WS-CYCLE-START-TIME FROM TIME
023400           INITIALIZE STEP-TABLE, PASS-TABLE
023410           MOVE 'MEAS-SPLIT' TO STP-NAME(1)
023420           MOVE 'meas-split' TO STP-PROGRAM(1)
023430           MOVE './split-control.txt' TO STP-CARD-NAME(1)
023440           MOVE 'PARTITION-AGG' TO STP-NAME(2)
023450           MOVE 'partition-agg' TO STP-PROGRAM(2)
023460           MOVE './partition-agg-control.txt' TO STP-CARD-NAME(2)
023500           MOVE 'TREYBASTIAN_1BRC' TO STP-NAME(3)
023600           MOVE 'treybastian_1brc' TO STP-PROGRAM(3)
023700           MOVE './daily-control.txt' TO STP-CARD-NAME(3)
023800           MOVE 'DAY-EXCEPTIONS' TO STP-NAME(4)
023900           MOVE 'day-exceptions' TO STP-PROGRAM(4)
024000           MOVE './day-exceptions-control.txt' TO STP-CARD-NAME(4)
024100           MOVE 'STATION-PLAUSIBILITY' TO STP-NAME(5)
024200           MOVE 'station-plausibility' TO STP-PROGRAM(5)
024300           MOVE './plausibility-control.txt' TO STP-CARD-NAME(5)
024400           MOVE 'EXTRACT-RECON' TO STP-NAME(6)
024500           MOVE 'extract-reconcile' TO STP-PROGRAM(6)
024600           MOVE SPACES TO STP-CARD-NAME(6)
024700           MOVE 'STATION-EPISODES' TO STP-NAME(7)
024800           MOVE 'station-episodes' TO STP-PROGRAM(7)
024900           MOVE './episode-control.txt' TO STP-CARD-NAME(7)
024910           MOVE 'BATCH-SUMMARY' TO STP-NAME(8)
024920           MOVE 'batch-summary' TO STP-PROGRAM(8)
024930           MOVE './batch-summary-control.txt' TO STP-CARD-NAME(8).
025000       1000-INITIALIZE-EXIT.
025100           EXIT.
025200*
025300******************************************************************
025400*    2000-READ-CONTROL-CARD
025500*    UNLIKE THE SINGLE-DAY DRIVER, A MISSING CARD FILE IS AN
025600*    ERROR: THERE IS NO SENSIBLE DEFAULT BUSINESS DATE.  ANY
025700*    UNRECOGNIZED OR OUT-OF-RANGE CARD STOPS THE CYCLE BEFORE
025800*    ANY STEP CARD IS REWRITTEN.
025900******************************************************************
026000       2000-READ-CONTROL-CARD.
026100           OPEN INPUT CYCLE-CONTROL-FILE
026200           IF WS-CCTL-STATUS NOT = '00'
026300               DISPLAY 'NIGHTLY-CYCLE: ERROR OPENING CONTROL '
026400                   'FILE, STATUS=' WS-CCTL-STATUS
026500               MOVE 'Y' TO WS-PARM-ERROR-FLAG
026600               GO TO 2000-READ-CONTROL-CARD-EXIT
026700           END-IF
026800           PERFORM 2100-READ-ONE-PARM THRU 2100-READ-ONE-PARM-EXIT
026900               UNTIL WS-CCTL-EOF
027000           CLOSE CYCLE-CONTROL-FILE
027100           IF WS-PARM-ERROR
027200               GO TO 2000-READ-CONTROL-CARD-EXIT
027300           END-IF
027400           IF WS-BUSINESS-DATE = SPACES
027500               DISPLAY 'NIGHTLY-CYCLE: NO BUSINESS-DATE CARD'
027600               MOVE 'Y' TO WS-PARM-ERROR-FLAG
027700               GO TO 2000-READ-CONTROL-CARD-EXIT
027800           END-IF
027900           IF NOT WS-ANY-STEP-CARD
028000               PERFORM VARYING STP-IDX FROM 3 BY 1
028100                   UNTIL STP-IDX > 8
028200                   MOVE 'Y' TO STP-SELECTED-FLAG(STP-IDX)
028300               END-PERFORM
028310               IF WS-PARTITIONED
028320                   MOVE 'Y' TO STP-SELECTED-FLAG(1)
028330                   MOVE 'Y' TO STP-SELECTED-FLAG(2)
028340               END-IF
028400           END-IF
028410           IF NOT WS-PARTITIONED AND
028420               (STP-SELECTED(1) OR STP-SELECTED(2))
028430               DISPLAY 'NIGHTLY-CYCLE: STEP MEAS-SPLIT OR '
028440                   'PARTITION-AGG NEEDS PARTITIONED=Y'
028450               MOVE 'Y' TO WS-PARM-ERROR-FLAG
028460               GO TO 2000-READ-CONTROL-CARD-EXIT
028470           END-IF
028500           IF WS-PRIOR-DATE = SPACES
028600               MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-N
028700               COMPUTE WS-PRIOR-DATE-N = FUNCTION DATE-OF-INTEGER
028800                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N)
028900                   - 1)
029000               MOVE WS-PRIOR-DATE-N TO WS-PRIOR-DATE
029100           END-IF
029200           IF WS-PRIOR-DATE = WS-BUSINESS-DATE
029300               DISPLAY 'NIGHTLY-CYCLE: PRIOR-DATE EQUALS '
029400                   'BUSINESS-DATE'
029500               MOVE 'Y' TO WS-PARM-ERROR-FLAG
029600               GO TO 2000-READ-CONTROL-CARD-EXIT
029700           END-IF
029800           MOVE SPACES TO WS-MEAS-FILE-NAME
029900           STRING './measurements-' DELIMITED BY SIZE
030000               WS-BUSINESS-DATE DELIMITED BY SIZE
030100               '.txt' DELIMITED BY SIZE
030200               INTO WS-MEAS-FILE-NAME
030300           END-STRING
030400           DISPLAY 'NIGHTLY-CYCLE: BUSINESS DATE '
030500               WS-BUSINESS-DATE ', PRIOR DATE ' WS-PRIOR-DATE.
030600       2000-READ-CONTROL-CARD-EXIT.
030700           EXIT.
030800*
030900******************************************************************
031000*    2100-READ-ONE-PARM
031100******************************************************************
031200       2100-READ-ONE-PARM.
031300           READ CYCLE-CONTROL-FILE
031400               AT END
031500                   SET WS-CCTL-EOF TO TRUE
031600               NOT AT END
031700                   PERFORM 2200-APPLY-ONE-PARM THRU
031800                       2200-APPLY-ONE-PARM-EXIT
031900           END-READ.
032000       2100-READ-ONE-PARM-EXIT.
032100           EXIT.
032200*
032300******************************************************************
032400*    2200-APPLY-ONE-PARM
032500******************************************************************
032600       2200-APPLY-ONE-PARM.
032700           IF CYCLE-CONTROL-RECORD = SPACES OR
032800               CYCLE-CONTROL-RECORD(1:1) = '*'
032900               GO TO 2200-APPLY-ONE-PARM-EXIT
033000           END-IF
033100           MOVE SPACES TO WS-PARM-KEYWORD, WS-PARM-VALUE
033200           UNSTRING CYCLE-CONTROL-RECORD DELIMITED BY '='
033300               INTO WS-PARM-KEYWORD, WS-PARM-VALUE
033400           END-UNSTRING
033500           MOVE FUNCTION UPPER-CASE(WS-PARM-KEYWORD) TO
033600               WS-PARM-KEYWORD
033700           MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
033800           EVALUATE WS-PARM-KEYWORD
033900               WHEN 'BUSINESS-DATE'
034000                   MOVE WS-PARM-VALUE TO WS-BUSINESS-DATE
034100                   IF WS-BUSINESS-DATE IS NOT NUMERIC OR
034200                       WS-BUSINESS-DATE = ZERO
034300                       PERFORM 2400-BAD-PARM THRU
034400                           2400-BAD-PARM-EXIT
034410                   ELSE
034420                       MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-N
034430                       IF FUNCTION TEST-DATE-YYYYMMDD
034440                           (WS-BUSINESS-DATE-N) NOT = 0
034450                           PERFORM 2400-BAD-PARM THRU
034460                               2400-BAD-PARM-EXIT
034470                       END-IF
034500                   END-IF
034600               WHEN 'PRIOR-DATE'
034700                   MOVE WS-PARM-VALUE TO WS-PRIOR-DATE
034800                   IF WS-PRIOR-DATE IS NOT NUMERIC OR
034900                       WS-PRIOR-DATE = ZERO
035000                       PERFORM 2400-BAD-PARM THRU
035100                           2400-BAD-PARM-EXIT
035110                   ELSE
035120                       MOVE WS-PRIOR-DATE TO WS-PRIOR-DATE-N
035130                       IF FUNCTION TEST-DATE-YYYYMMDD
035140                           (WS-PRIOR-DATE-N) NOT = 0
035150                           PERFORM 2400-BAD-PARM THRU
035160                               2400-BAD-PARM-EXIT
035170                       END-IF
035200                   END-IF
035300               WHEN 'STEP'
035400                   MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE) TO
035500                       WS-LOOKUP-STEP
035600                   PERFORM 2300-FIND-STEP THRU 2300-FIND-STEP-EXIT
035700                   IF WS-FOUND-IDX = ZERO
035800                       PERFORM 2400-BAD-PARM THRU
035900                           2400-BAD-PARM-EXIT
036000                   ELSE
036100                       MOVE 'Y' TO STP-SELECTED-FLAG(WS-FOUND-IDX)
036200                       MOVE 'Y' TO WS-ANY-STEP-CARD-FLAG
036300                   END-IF
036400               WHEN 'MEAN-THRESHOLD'
036500                   PERFORM 2350-EDIT-NUMERIC-PARM THRU
036600                       2350-EDIT-NUMERIC-PARM-EXIT
036700                   MOVE WS-PARM-VALUE TO WS-MEAN-THRESHOLD
036800               WHEN 'DROP-PERCENT'
036900                   PERFORM 2350-EDIT-NUMERIC-PARM THRU
037000                       2350-EDIT-NUMERIC-PARM-EXIT
037100                   IF WS-PARM-NUM > 100
037200                       PERFORM 2400-BAD-PARM THRU
037300                           2400-BAD-PARM-EXIT
037400                   END-IF
037500                   MOVE WS-PARM-VALUE TO WS-DROP-PERCENT
037600               WHEN 'NEIGHBORS'
037700                   PERFORM 2350-EDIT-NUMERIC-PARM THRU
037800                       2350-EDIT-NUMERIC-PARM-EXIT
037900                   IF WS-PARM-NUM > 25
038000                       PERFORM 2400-BAD-PARM THRU
038100                           2400-BAD-PARM-EXIT
038200                   END-IF
038300                   MOVE WS-PARM-VALUE TO WS-NEIGHBORS
038400               WHEN 'DEVIATION'
038500                   PERFORM 2350-EDIT-NUMERIC-PARM THRU
038600                       2350-EDIT-NUMERIC-PARM-EXIT
038700                   MOVE WS-PARM-VALUE TO WS-DEVIATION
038800               WHEN 'FORCE'
038900                   MOVE WS-PARM-VALUE TO WS-FORCE-FLAG
039000                   IF WS-FORCE-FLAG NOT = 'Y' AND
039100                       WS-FORCE-FLAG NOT = 'N'
039200                       PERFORM 2400-BAD-PARM THRU
039300                           2400-BAD-PARM-EXIT
039400                   END-IF
039405               WHEN 'PARTITIONED'
039410                   MOVE WS-PARM-VALUE TO WS-PARTITIONED-FLAG
039415                   IF WS-PARTITIONED-FLAG NOT = 'Y' AND
039420                       WS-PARTITIONED-FLAG NOT = 'N'
039425                       PERFORM 2400-BAD-PARM THRU
039430                           2400-BAD-PARM-EXIT
039435                   END-IF
039440               WHEN 'PARTITIONS'
039445                   PERFORM 2350-EDIT-NUMERIC-PARM THRU
039450                       2350-EDIT-NUMERIC-PARM-EXIT
039455                   IF WS-PARM-NUM < 2 OR WS-PARM-NUM > 99
039460                       PERFORM 2400-BAD-PARM THRU
039465                           2400-BAD-PARM-EXIT
039470                   END-IF
039475                   MOVE WS-PARM-VALUE TO WS-PARTITIONS
039500               WHEN 'PROGRAM-DIR'
039600                   IF WS-PARM-VALUE = SPACES
039700                       PERFORM 2400-BAD-PARM THRU
039800                           2400-BAD-PARM-EXIT
039900                   ELSE
040000                       MOVE WS-PARM-VALUE TO WS-PROGRAM-DIR
040100                   END-IF
040200               WHEN 'CKPT-INTERVAL'
040300               WHEN 'SAMPLE-SIZE'
040400               WHEN 'MAX-STATIONS'
040500               WHEN 'TOP-N'
040600               WHEN 'MASTER'
040700               WHEN 'HISTORY'
040800                   IF PASS-LAST-IDX NOT < 20
040900                       PERFORM 2400-BAD-PARM THRU
041000                           2400-BAD-PARM-EXIT
041100                   ELSE
041200                       ADD 1 TO PASS-LAST-IDX
041300                       MOVE CYCLE-CONTROL-RECORD TO
041400                           PASS-CARD(PASS-LAST-IDX)
041500                   END-IF
041510                   IF WS-PARM-KEYWORD = 'MASTER'
041520                       MOVE WS-PARM-VALUE TO WS-MASTER-FILE-NAME
041530                   END-IF
041600               WHEN OTHER
041700                   PERFORM 2400-BAD-PARM THRU 2400-BAD-PARM-EXIT
041800           END-EVALUATE.
041900       2200-APPLY-ONE-PARM-EXIT.
042000           EXIT.
042100*
042200******************************************************************
042300*    2300-FIND-STEP
042400*    LINEAR SCAN OF THE EIGHT-ENTRY STEP TABLE FOR
042500*    WS-LOOKUP-STEP; WS-FOUND-IDX IS ZERO WHEN NOT FOUND.
042600******************************************************************
042700       2300-FIND-STEP.
042800           MOVE ZERO TO WS-FOUND-IDX
042900           PERFORM VARYING STP-IDX FROM 1 BY 1
043000               UNTIL STP-IDX > 8
043100               IF STP-NAME(STP-IDX) = WS-LOOKUP-STEP
043200                   SET WS-FOUND-IDX TO STP-IDX
043300               END-IF
043400           END-PERFORM.
043500       2300-FIND-STEP-EXIT.
043600           EXIT.
043700*
043800******************************************************************
043900*    2350-EDIT-NUMERIC-PARM
044000*    A VALUE THAT IS NOT A POSITIVE NUMBER (NUMVAL OF GARBAGE
044100*    IS ZERO) FAILS HERE; THE PER-KEYWORD UPPER BOUNDS ARE
044200*    CHECKED BY THE CALLER.  THE VALUE ITSELF GOES ONTO THE
044300*    STEP'S CARD AS KEYED -- THE STEP PROGRAM OWNS ITS FORMAT.
044400******************************************************************
044500       2350-EDIT-NUMERIC-PARM.
044600           COMPUTE WS-PARM-NUM =
044700               FUNCTION NUMVAL(WS-PARM-VALUE)
044800           IF WS-PARM-NUM = ZERO
044900               PERFORM 2400-BAD-PARM THRU 2400-BAD-PARM-EXIT
045000           END-IF.
045100       2350-EDIT-NUMERIC-PARM-EXIT.
045200           EXIT.
045300*
045400******************************************************************
045500*    2400-BAD-PARM
045600******************************************************************
045700       2400-BAD-PARM.
045800           MOVE 'Y' TO WS-PARM-ERROR-FLAG
045900           DISPLAY 'NIGHTLY-CYCLE: INVALID CONTROL CARD: '
046000               FUNCTION TRIM(CYCLE-CONTROL-RECORD TRAILING).
046100       2400-BAD-PARM-EXIT.
046200           EXIT.
046300*
046400******************************************************************
046500*    2500-LOAD-STEP-REGISTER
046600*    PICKS UP THE LATEST REGISTER STATE OF EACH STEP FOR THIS
046700*    BUSINESS DATE.  NO REGISTER (STATUS 35) MEANS NO CYCLE HAS
046800*    EVER RUN -- EVERY STEP STARTS FRESH.
046900******************************************************************
047000       2500-LOAD-STEP-REGISTER.
047100           OPEN INPUT STEP-REGISTER-FILE
047200           IF WS-STEP-REGISTER-STATUS NOT = '00'
047300               GO TO 2500-LOAD-STEP-REGISTER-EXIT
047400           END-IF
047500           MOVE SPACE TO WS-REGISTER-EOF-FLAG
047600           PERFORM 2510-READ-ONE-REGISTER THRU
047700               2510-READ-ONE-REGISTER-EXIT
047800               UNTIL WS-REGISTER-EOF
047900           CLOSE STEP-REGISTER-FILE.
048000       2500-LOAD-STEP-REGISTER-EXIT.
048100           EXIT.
048200*
048300******************************************************************
048400*    2510-READ-ONE-REGISTER
048500******************************************************************
048600       2510-READ-ONE-REGISTER.
048700           READ STEP-REGISTER-FILE INTO CSR-RECORD
048800               AT END
048900                   SET WS-REGISTER-EOF TO TRUE
049000                   GO TO 2510-READ-ONE-REGISTER-EXIT
049100           END-READ
049200           IF CSR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
049300               GO TO 2510-READ-ONE-REGISTER-EXIT
049400           END-IF
049500           MOVE CSR-STEP-NAME TO WS-LOOKUP-STEP
049600           PERFORM 2300-FIND-STEP THRU 2300-FIND-STEP-EXIT
049700           IF WS-FOUND-IDX NOT = ZERO
049800               MOVE CSR-STATE TO STP-PRIOR-STATE(WS-FOUND-IDX)
049900           END-IF.
050000       2510-READ-ONE-REGISTER-EXIT.
050100           EXIT.
050200*
050300******************************************************************
050400*    3000-RUN-ONE-STEP
050500*    RUNS STEP WS-STEP-IDX, OR ACCOUNTS FOR WHY IT DID NOT RUN.
050600*    A CHAIN STEP ALREADY COMPLETE FOR THIS BUSINESS DATE IS
050700*    PASSED OVER (THE RESTART CASE); ONE BEHIND A FAILED STEP
050800*    IS SKIPPED AND REGISTERED AS SKIPPED.  THE STEP PROGRAM IS
050900*    RUN AS ITS OWN EXECUTABLE -- EACH ONE ENDS IN STOP RUN --
051000*    AND ITS RETURN CODE COMES BACK IN RETURN-CODE.
051100******************************************************************
051200       3000-RUN-ONE-STEP.
051300           IF NOT STP-SELECTED(WS-STEP-IDX)
051400               GO TO 3000-RUN-ONE-STEP-EXIT
051500           END-IF
051600           IF WS-STEP-IDX < 8 AND STP-PRIOR-COMPLETE(WS-STEP-IDX)
051700               DISPLAY 'NIGHTLY-CYCLE: ' STP-NAME(WS-STEP-IDX)
051800                   ' ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
051900                   ' - NOT RE-RUN'
052000               ADD 1 TO WS-STEPS-RESUMED
052100               GO TO 3000-RUN-ONE-STEP-EXIT
052200           END-IF
052300           MOVE SPACES TO STP-AUD-STATUS(WS-STEP-IDX)
052400           MOVE ZERO TO STP-RC(WS-STEP-IDX)
052500           IF WS-STEP-IDX < 8 AND WS-CHAIN-FAILED
052600               DISPLAY 'NIGHTLY-CYCLE: ' STP-NAME(WS-STEP-IDX)
052700                   ' SKIPPED - UPSTREAM STEP ' WS-FAILED-STEP
052800                   ' FAILED'
052900               MOVE 'SKIPPED' TO STP-STATE(WS-STEP-IDX)
053000               ADD 1 TO WS-STEPS-SKIPPED
053100               PERFORM 3500-WRITE-STEP-REGISTER THRU
053200                   3500-WRITE-STEP-REGISTER-EXIT
053300               GO TO 3000-RUN-ONE-STEP-EXIT
053400           END-IF
053500           PERFORM 3100-BUILD-STEP-CARD THRU
053600               3100-BUILD-STEP-CARD-EXIT
053700           IF WS-CARD-WRITE-ERROR
053800               MOVE 16 TO STP-RC(WS-STEP-IDX)
053900           ELSE
054000               PERFORM 3300-EXECUTE-STEP THRU
054100                   3300-EXECUTE-STEP-EXIT
054200           END-IF
054300           IF WS-STEP-IDX = 3
054400               PERFORM 3400-CHECK-RUN-AUDIT THRU
054500                   3400-CHECK-RUN-AUDIT-EXIT
054600           END-IF
054700           IF STP-RC(WS-STEP-IDX) NOT < 8 OR
054800               (WS-STEP-IDX = 3 AND
054900               STP-AUD-STATUS(WS-STEP-IDX) NOT = 'OK')
055000               MOVE 'FAILED' TO STP-STATE(WS-STEP-IDX)
055100               ADD 1 TO WS-STEPS-FAILED
055200               IF WS-STEP-IDX < 8
055300                   MOVE 'Y' TO WS-CHAIN-FAILED-FLAG
055400                   MOVE STP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
055500               END-IF
055600               IF STP-RC(WS-STEP-IDX) < 8 AND WS-HIGH-RC < 12
055700                   MOVE 12 TO WS-HIGH-RC
055800               END-IF
055900               MOVE STP-RC(WS-STEP-IDX) TO WS-RC-ED
056000               DISPLAY 'NIGHTLY-CYCLE: ' STP-NAME(WS-STEP-IDX)
056100                   ' FAILED, RC=' WS-RC-ED
056200                   ' AUDIT STATUS=' STP-AUD-STATUS(WS-STEP-IDX)
056300           ELSE
056400               MOVE 'COMPLETE' TO STP-STATE(WS-STEP-IDX)
056500               ADD 1 TO WS-STEPS-RUN
056600           END-IF
056700           IF STP-RC(WS-STEP-IDX) > WS-HIGH-RC
056800               MOVE STP-RC(WS-STEP-IDX) TO WS-HIGH-RC
056900           END-IF
057000           PERFORM 3500-WRITE-STEP-REGISTER THRU
057100               3500-WRITE-STEP-REGISTER-EXIT.
057200       3000-RUN-ONE-STEP-EXIT.
057300           EXIT.
057400*
057500******************************************************************
057600*    3100-BUILD-STEP-CARD
057700*    REWRITES THE STEP'S CONTROL CARD FROM THE BUSINESS DATE.
057800*    THE SINGLE-DAY DRIVER GETS THE SAME DATED FILE NAMES
057900*    WEEKLY-DRIVER USES, SO EACH DAY'S REJECTS, EXCEPTIONS,
058000*    CHECKPOINT AND EXTRACT STAY SEPARATE.  BATCH-SUMMARY GETS
058100*    THE CYCLE'S START DATE (SEE THE PROGRAM BANNER).  MEAS-SPLIT
058110*    AND PARTITION-AGG NAME THE SAME DATED MEASUREMENTS FILE;
058120*    THE PARTITION NUMBER IS LEFT BLANK SO PARTITION-AGG RUNS
058130*    EVERY PARTITION NOT ALREADY AGGREGATED.
058200******************************************************************
058300       3100-BUILD-STEP-CARD.
058400           MOVE SPACE TO WS-CARD-WRITE-ERROR-FLAG
058500           IF STP-CARD-NAME(WS-STEP-IDX) = SPACES
058600               GO TO 3100-BUILD-STEP-CARD-EXIT
058700           END-IF
058800           MOVE STP-CARD-NAME(WS-STEP-IDX) TO WS-CARD-FILE-NAME
058900           OPEN OUTPUT STEP-CARD-FILE
059000           IF WS-STEP-CARD-STATUS NOT = '00'
059100               DISPLAY 'NIGHTLY-CYCLE: ERROR OPENING '
059200                   FUNCTION TRIM(WS-CARD-FILE-NAME)
059300                   ', STATUS=' WS-STEP-CARD-STATUS
059400               MOVE 'Y' TO WS-CARD-WRITE-ERROR-FLAG
059500               GO TO 3100-BUILD-STEP-CARD-EXIT
059600           END-IF
059700           EVALUATE WS-STEP-IDX
059705               WHEN 1
059710                   MOVE WS-MEAS-FILE-NAME TO WS-CARD-LINE
059715                   PERFORM 3200-WRITE-CARD-LINE THRU
059720                       3200-WRITE-CARD-LINE-EXIT
059725                   MOVE WS-PARTITIONS TO WS-CARD-LINE
059730                   PERFORM 3200-WRITE-CARD-LINE THRU
059735                       3200-WRITE-CARD-LINE-EXIT
059740               WHEN 2
059745                   MOVE WS-MEAS-FILE-NAME TO WS-CARD-LINE
059750                   PERFORM 3200-WRITE-CARD-LINE THRU
059755                       3200-WRITE-CARD-LINE-EXIT
059760                   MOVE SPACES TO WS-CARD-LINE
059765                   PERFORM 3200-WRITE-CARD-LINE THRU
059770                       3200-WRITE-CARD-LINE-EXIT
059775                   IF WS-MASTER-FILE-NAME NOT = SPACES
059780                       MOVE WS-MASTER-FILE-NAME TO WS-CARD-LINE
059785                       PERFORM 3200-WRITE-CARD-LINE THRU
059790                           3200-WRITE-CARD-LINE-EXIT
059795                   END-IF
059800               WHEN 3
059900                   PERFORM 3150-BUILD-DAILY-CARD THRU
060000                       3150-BUILD-DAILY-CARD-EXIT
060100               WHEN 4
060200                   MOVE WS-BUSINESS-DATE TO WS-CARD-LINE
060300                   PERFORM 3200-WRITE-CARD-LINE THRU
060400                       3200-WRITE-CARD-LINE-EXIT
060500                   MOVE WS-PRIOR-DATE TO WS-CARD-LINE
060600                   PERFORM 3200-WRITE-CARD-LINE THRU
060700                       3200-WRITE-CARD-LINE-EXIT
060800                   MOVE WS-MEAN-THRESHOLD TO WS-CARD-LINE
060900                   PERFORM 3200-WRITE-CARD-LINE THRU
061000                       3200-WRITE-CARD-LINE-EXIT
061100                   MOVE WS-DROP-PERCENT TO WS-CARD-LINE
061200                   PERFORM 3200-WRITE-CARD-LINE THRU
061300                       3200-WRITE-CARD-LINE-EXIT
061400               WHEN 5
061500                   MOVE WS-BUSINESS-DATE TO WS-CARD-LINE
061600                   PERFORM 3200-WRITE-CARD-LINE THRU
061700                       3200-WRITE-CARD-LINE-EXIT
061800                   MOVE WS-NEIGHBORS TO WS-CARD-LINE
061900                   PERFORM 3200-WRITE-CARD-LINE THRU
062000                       3200-WRITE-CARD-LINE-EXIT
062100                   MOVE WS-DEVIATION TO WS-CARD-LINE
062200                   PERFORM 3200-WRITE-CARD-LINE THRU
062300                       3200-WRITE-CARD-LINE-EXIT
062330               WHEN 7
062340                   MOVE WS-BUSINESS-DATE TO WS-CARD-LINE
062350                   PERFORM 3200-WRITE-CARD-LINE THRU
062360                       3200-WRITE-CARD-LINE-EXIT
062400               WHEN 8
062500                   MOVE WS-CYCLE-START-DATE TO WS-CARD-LINE
062600                   PERFORM 3200-WRITE-CARD-LINE THRU
062700                       3200-WRITE-CARD-LINE-EXIT
062800           END-EVALUATE
062900           CLOSE STEP-CARD-FILE.
063000       3100-BUILD-STEP-CARD-EXIT.
063100           EXIT.
063200*
063300******************************************************************
063400*    3150-BUILD-DAILY-CARD
063500******************************************************************
063600       3150-BUILD-DAILY-CARD.
063700           MOVE SPACES TO WS-CARD-LINE
063800           STRING '* BUILT BY NIGHTLY-CYCLE FOR BUSINESS DATE '
063900                   DELIMITED BY SIZE
064000               WS-BUSINESS-DATE DELIMITED BY SIZE
064100               INTO WS-CARD-LINE
064200           END-STRING
064300           PERFORM 3200-WRITE-CARD-LINE THRU
064400               3200-WRITE-CARD-LINE-EXIT
064500           MOVE SPACES TO WS-CARD-LINE
064600           STRING 'INPUT=' DELIMITED BY SIZE
064700               WS-MEAS-FILE-NAME DELIMITED BY SPACE
064800               INTO WS-CARD-LINE
064900           END-STRING
065000           PERFORM 3200-WRITE-CARD-LINE THRU
065100               3200-WRITE-CARD-LINE-EXIT
065200           MOVE SPACES TO WS-CARD-LINE
065300           STRING 'REJECT=./measurements-rejects-'
065400                   DELIMITED BY SIZE
065500               WS-BUSINESS-DATE DELIMITED BY SIZE
065600               '.txt' DELIMITED BY SIZE
065700               INTO WS-CARD-LINE
065800           END-STRING
065900           PERFORM 3200-WRITE-CARD-LINE THRU
066000               3200-WRITE-CARD-LINE-EXIT
066100           MOVE SPACES TO WS-CARD-LINE
066200           STRING 'CHECKPOINT=./measurements-' DELIMITED BY SIZE
066300               WS-BUSINESS-DATE DELIMITED BY SIZE
066400               '.ckpt' DELIMITED BY SIZE
066500               INTO WS-CARD-LINE
066600           END-STRING
066700           PERFORM 3200-WRITE-CARD-LINE THRU
066800               3200-WRITE-CARD-LINE-EXIT
066900           MOVE SPACES TO WS-CARD-LINE
067000           STRING 'EXCEPTIONS=./measurements-exceptions-'
067100                   DELIMITED BY SIZE
067200               WS-BUSINESS-DATE DELIMITED BY SIZE
067300               '.txt' DELIMITED BY SIZE
067400               INTO WS-CARD-LINE
067500           END-STRING
067600           PERFORM 3200-WRITE-CARD-LINE THRU
067700               3200-WRITE-CARD-LINE-EXIT
067800           MOVE SPACES TO WS-CARD-LINE
067900           STRING 'EXTRACT=./station-extract-' DELIMITED BY SIZE
068000               WS-BUSINESS-DATE DELIMITED BY SIZE
068100               '.txt' DELIMITED BY SIZE
068200               INTO WS-CARD-LINE
068300           END-STRING
068400           PERFORM 3200-WRITE-CARD-LINE THRU
068500               3200-WRITE-CARD-LINE-EXIT
068600           MOVE SPACES TO WS-CARD-LINE
068700           STRING 'RUN-DATE=' DELIMITED BY SIZE
068800               WS-BUSINESS-DATE DELIMITED BY SIZE
068900               INTO WS-CARD-LINE
069000           END-STRING
069100           PERFORM 3200-WRITE-CARD-LINE THRU
069200               3200-WRITE-CARD-LINE-EXIT
069300           MOVE SPACES TO WS-CARD-LINE
069400           STRING 'FORCE=' DELIMITED BY SIZE
069500               WS-FORCE-FLAG DELIMITED BY SIZE
069600               INTO WS-CARD-LINE
069700           END-STRING
069800           PERFORM 3200-WRITE-CARD-LINE THRU
069900               3200-WRITE-CARD-LINE-EXIT
069910           MOVE SPACES TO WS-CARD-LINE
069920           STRING 'PARTITIONED=' DELIMITED BY SIZE
069930               WS-PARTITIONED-FLAG DELIMITED BY SIZE
069940               INTO WS-CARD-LINE
069950           END-STRING
069960           PERFORM 3200-WRITE-CARD-LINE THRU
069970               3200-WRITE-CARD-LINE-EXIT
070000           PERFORM VARYING PASS-IDX FROM 1 BY 1
070100               UNTIL PASS-IDX > PASS-LAST-IDX
070200               MOVE PASS-CARD(PASS-IDX) TO WS-CARD-LINE
070300               PERFORM 3200-WRITE-CARD-LINE THRU
070400                   3200-WRITE-CARD-LINE-EXIT
070500           END-PERFORM.
070600       3150-BUILD-DAILY-CARD-EXIT.
070700           EXIT.
070800*
070900******************************************************************
071000*    3200-WRITE-CARD-LINE
071100******************************************************************
071200       3200-WRITE-CARD-LINE.
071300           MOVE WS-CARD-LINE TO STEP-CARD-RECORD
071400           WRITE STEP-CARD-RECORD
071500           IF WS-STEP-CARD-STATUS NOT = '00'
071600               DISPLAY 'NIGHTLY-CYCLE: ERROR WRITING '
071700                   FUNCTION TRIM(WS-CARD-FILE-NAME)
071800                   ', STATUS=' WS-STEP-CARD-STATUS
071900               MOVE 'Y' TO WS-CARD-WRITE-ERROR-FLAG
072000           END-IF.
072100       3200-WRITE-CARD-LINE-EXIT.
072200           EXIT.
072300*
072400******************************************************************
072500*    3300-EXECUTE-STEP
072600*    THE STEP'S START DATE/TIME IS KEPT SO 3400 ONLY TRUSTS A
072700*    RUN-AUDIT RECORD THIS EXECUTION WROTE.  THE SHELL HANDS
072800*    BACK A WAIT STATUS WITH THE PROGRAM'S RETURN CODE IN ITS
072900*    HIGH-ORDER BYTE, SO A STATUS ABOVE 255 IS SHIFTED DOWN;
073000*    ANYTHING STILL OUT OF RANGE (A STEP THAT COULD NOT BE
073100*    STARTED OR WAS KILLED) IS REPORTED AS 999.
073200******************************************************************
073300       3300-EXECUTE-STEP.
073400           MOVE SPACES TO WS-COMMAND
073500           STRING WS-PROGRAM-DIR DELIMITED BY SPACE
073600               STP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
073700               INTO WS-COMMAND
073800           END-STRING
073900           DISPLAY 'NIGHTLY-CYCLE: STARTING '
074000               STP-NAME(WS-STEP-IDX) ' - '
074100               FUNCTION TRIM(WS-COMMAND)
074200           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
074300           ACCEPT WS-STEP-START-TIME FROM TIME
074400           MOVE ZERO TO RETURN-CODE
074500           CALL 'SYSTEM' USING WS-COMMAND
074600           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
074700           IF WS-SYSTEM-STATUS > 255
074800               COMPUTE WS-SYSTEM-STATUS = WS-SYSTEM-STATUS / 256
074900           END-IF
075000           IF WS-SYSTEM-STATUS < ZERO OR WS-SYSTEM-STATUS > 999
075100               MOVE 999 TO STP-RC(WS-STEP-IDX)
075200           ELSE
075300               MOVE WS-SYSTEM-STATUS TO STP-RC(WS-STEP-IDX)
075400           END-IF
075500           MOVE ZERO TO RETURN-CODE
075600           MOVE STP-RC(WS-STEP-IDX) TO WS-RC-ED
075700           DISPLAY 'NIGHTLY-CYCLE: ' STP-NAME(WS-STEP-IDX)
075800               ' ENDED, RC=' WS-RC-ED.
075900       3300-EXECUTE-STEP-EXIT.
076000           EXIT.
076100*
076200******************************************************************
076300*    3400-CHECK-RUN-AUDIT
076400*    THE AGGREGATION STEP ALSO HAS TO LEAVE A RUN-AUDIT RECORD
076500*    (SEE AUDREC.CPY) FOR THE BUSINESS DATE'S MEASUREMENTS FILE,
076600*    STARTED NO EARLIER THAN THIS STEP WAS (TO THE SECOND),
076700*    WITH STATUS OK.  THE LAST SUCH RECORD ON THE FILE WINS.
076800*    NO RECORD AT ALL IS REPORTED AS STATUS NONE AND FAILS THE
076900*    STEP.
077000******************************************************************
077100       3400-CHECK-RUN-AUDIT.
077200           MOVE 'NONE' TO WS-LATEST-AUD-STATUS
077210           MOVE WS-LATEST-AUD-STATUS TO
077215               STP-AUD-STATUS(WS-STEP-IDX)
077300           IF WS-CARD-WRITE-ERROR
077400               GO TO 3400-CHECK-RUN-AUDIT-EXIT
077500           END-IF
077600           OPEN INPUT RUN-AUDIT-FILE
077700           IF WS-RUN-AUDIT-STATUS NOT = '00'
077800               DISPLAY 'NIGHTLY-CYCLE: NO RUN AUDIT FILE, STATUS='
077900                   WS-RUN-AUDIT-STATUS
078000               GO TO 3400-CHECK-RUN-AUDIT-EXIT
078100           END-IF
078200           MOVE SPACE TO WS-AUDIT-EOF-FLAG
078300           PERFORM 3410-READ-ONE-AUDIT THRU
078400               3410-READ-ONE-AUDIT-EXIT
078500               UNTIL WS-AUDIT-EOF
078600           CLOSE RUN-AUDIT-FILE
078610           MOVE WS-LATEST-AUD-STATUS TO
078620               STP-AUD-STATUS(WS-STEP-IDX).
078700       3400-CHECK-RUN-AUDIT-EXIT.
078710           EXIT.
079000*
079100******************************************************************
079200*    3410-READ-ONE-AUDIT
079300******************************************************************
079400       3410-READ-ONE-AUDIT.
079500           READ RUN-AUDIT-FILE INTO AUD-RECORD
079600               AT END
079700                   SET WS-AUDIT-EOF TO TRUE
079800                   GO TO 3410-READ-ONE-AUDIT-EXIT
079900           END-READ
080000           IF AUD-PROGRAM NOT = 'STATION-AGG' OR
080100               AUD-INPUT-FILE NOT = WS-MEAS-FILE-NAME
080200               GO TO 3410-READ-ONE-AUDIT-EXIT
080300           END-IF
080400           IF AUD-START-DATE < WS-STEP-START-DATE OR
080500               (AUD-START-DATE = WS-STEP-START-DATE AND
080600               AUD-START-TIME(1:6) < WS-STEP-START-TIME(1:6))
080700               GO TO 3410-READ-ONE-AUDIT-EXIT
080800           END-IF
080900           MOVE AUD-STATUS TO WS-LATEST-AUD-STATUS.
081000       3410-READ-ONE-AUDIT-EXIT.
081100           EXIT.
081200*
081300******************************************************************
081400*    3500-WRITE-STEP-REGISTER
081500*    AN UNWRITABLE REGISTER WARNS BUT DOES NOT STOP THE CYCLE;
081600*    THE COST IS THAT A RERUN WILL NOT KNOW THIS STEP'S STATE.
081700******************************************************************
081800       3500-WRITE-STEP-REGISTER.
081900           OPEN EXTEND STEP-REGISTER-FILE
082000           IF WS-STEP-REGISTER-STATUS = '35'
082100               OPEN OUTPUT STEP-REGISTER-FILE
082200           END-IF
082300           IF WS-STEP-REGISTER-STATUS NOT = '00'
082400               DISPLAY 'NIGHTLY-CYCLE: WARNING - CANNOT OPEN '
082500                   'STEP REGISTER, STATUS='
082600                   WS-STEP-REGISTER-STATUS
082700               GO TO 3500-WRITE-STEP-REGISTER-EXIT
082800           END-IF
082900           MOVE SPACES TO CSR-RECORD
083000           MOVE WS-BUSINESS-DATE TO CSR-BUSINESS-DATE
083100           MOVE STP-NAME(WS-STEP-IDX) TO CSR-STEP-NAME
083200           MOVE STP-STATE(WS-STEP-IDX) TO CSR-STATE
083300           MOVE STP-RC(WS-STEP-IDX) TO CSR-RETURN-CODE
083400           MOVE STP-AUD-STATUS(WS-STEP-IDX) TO CSR-AUD-STATUS
083500           ACCEPT CSR-END-DATE FROM DATE YYYYMMDD
083600           ACCEPT CSR-END-TIME FROM TIME
083700           MOVE SPACES TO STEP-REGISTER-REC
083800           MOVE CSR-RECORD TO STEP-REGISTER-REC
083900           WRITE STEP-REGISTER-REC
084000           IF WS-STEP-REGISTER-STATUS NOT = '00'
084100               DISPLAY 'NIGHTLY-CYCLE: WARNING - CANNOT WRITE '
084200                   'STEP REGISTER, STATUS='
084300                   WS-STEP-REGISTER-STATUS
084400           END-IF
084500           CLOSE STEP-REGISTER-FILE.
084600       3500-WRITE-STEP-REGISTER-EXIT.
084700           EXIT.
084800*
084900******************************************************************
085000*    6000-WRITE-CYCLE-RECORD
085100*    ONE RECORD PER CYCLE EXECUTION, COVERING THE CHAIN STEPS
085200*    (BATCH-SUMMARY RUNS AFTERWARDS AND PRINTS IT).  A CYCLE
085300*    THAT PASSED OVER ANY ALREADY-COMPLETE STEP IS A RESTART.
085400******************************************************************
085500       6000-WRITE-CYCLE-RECORD.
085600           OPEN EXTEND CYCLE-LOG-FILE
085700           IF WS-CYCLE-LOG-STATUS = '35'
085800               OPEN OUTPUT CYCLE-LOG-FILE
085900           END-IF
086000           IF WS-CYCLE-LOG-STATUS NOT = '00'
086100               DISPLAY 'NIGHTLY-CYCLE: WARNING - CANNOT OPEN '
086200                   'CYCLE COMPLETION FILE, STATUS='
086300                   WS-CYCLE-LOG-STATUS
086400               GO TO 6000-WRITE-CYCLE-RECORD-EXIT
086500           END-IF
086600           MOVE SPACES TO CYC-RECORD
086700           MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
086800           MOVE WS-CYCLE-START-DATE TO CYC-START-DATE
086900           MOVE WS-CYCLE-START-TIME TO CYC-START-TIME
087000           ACCEPT CYC-END-DATE FROM DATE YYYYMMDD
087100           ACCEPT CYC-END-TIME FROM TIME
087200           MOVE WS-STEPS-RUN TO CYC-STEPS-RUN
087300           MOVE WS-STEPS-RESUMED TO CYC-STEPS-RESUMED
087400           MOVE WS-STEPS-FAILED TO CYC-STEPS-FAILED
087500           MOVE WS-STEPS-SKIPPED TO CYC-STEPS-SKIPPED
087600           MOVE WS-FAILED-STEP TO CYC-FAILED-STEP
087700           MOVE WS-HIGH-RC TO CYC-HIGH-RC
087800           IF WS-STEPS-RESUMED > ZERO
087900               MOVE 'R' TO CYC-RESTART-IND
088000           ELSE
088100               MOVE 'F' TO CYC-RESTART-IND
088200           END-IF
088300           IF WS-CHAIN-FAILED
088400               MOVE 'FAIL' TO CYC-STATUS
088500           ELSE
088600               MOVE 'OK' TO CYC-STATUS
088700           END-IF
088800           MOVE SPACES TO CYCLE-LOG-REC
088900           MOVE CYC-RECORD TO CYCLE-LOG-REC
089000           WRITE CYCLE-LOG-REC
089100           IF WS-CYCLE-LOG-STATUS NOT = '00'
089200               DISPLAY 'NIGHTLY-CYCLE: WARNING - CANNOT WRITE '
089300                   'CYCLE COMPLETION RECORD, STATUS='
089400                   WS-CYCLE-LOG-STATUS
089500           END-IF
089600           CLOSE CYCLE-LOG-FILE.
089700       6000-WRITE-CYCLE-RECORD-EXIT.
089800           EXIT.
089900*
090000******************************************************************
090100*    9999-EXIT
090200******************************************************************
090300       9999-EXIT.
090400           STOP RUN.
