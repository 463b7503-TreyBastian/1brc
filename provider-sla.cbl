000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. PROVIDER-SLA.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  MONTHLY PROVIDER PERFORMANCE
001000*               REPORT AND SLA STATEMENT FOR VENDOR MANAGEMENT:
001100*               ONE LINE PER FEED SOURCE WITH FILES EXPECTED VS
001200*               RECEIVED, ON-TIME VS LATE, BALE AND DUPE REFUSALS,
001300*               REJECT AND EXCEPTION RATES AND READINGS DELIVERED,
001400*               SCORED AGAINST THE SOURCE'S PROVIDER CONTRACT.
001500******************************************************************
001600*
001700******************************************************************
001800*    THE CONTROL FILE (./PROVIDER-SLA-CONTROL.TXT) IS ONE LINE
001900*    SEQUENTIAL RECORD, THE MONTH TO REPORT AS YYYYMM.
002000*
002100*    A ROW IS WRITTEN FOR EVERY SOURCE ON THE FEED-PROFILE FILE,
002200*    EVERY SOURCE WITH A PROVIDER CONTRACT, AND ANY OTHER SOURCE
002300*    FOUND ON THE MONTH'S RUN-AUDIT RECORDS.  THE FIGURES COME
002400*    FROM THE STATION-AGG RUN-AUDIT RECORDS (BATCH-RUN-AUDIT.TXT)
002500*    WHOSE FEED HEADER DATE FALLS IN THE MONTH, GROUPED BY THE
002600*    HEADER SOURCE CARRIED ON THE RECORD (AUDREC.CPY):
002700*      RECEIVED   BUSINESS DATES WITH A RUN THAT READ THE FILE --
002800*                 ANY STATUS BUT DUPE, SO A FILE REFUSED FOR
002900*                 BALANCING STILL ARRIVED.
003000*      ON TIME    A RECEIVED DATE WHOSE FIRST RUN STARTED NO MORE
003100*                 THAN THE CONTRACT'S GRACE HOURS PAST THE
003200*                 PROCESSING CALENDAR'S EXPECTED ARRIVAL TIME
003300*                 (MIDNIGHT WHEN THE DATE CARRIES NONE).  LATE
003400*                 HOURS ARE MEASURED FROM THE EXPECTED TIME.
003500*      EXPECTED   DATES IN THE MONTH ON THE CONTRACT'S DELIVERY
003600*                 DAYS THAT THE CALENDAR DOES NOT MARK
003700*                 NON-REPORTING.  MISSING = EXPECTED BUT NOT
003800*                 RECEIVED.
003900*      BALE/DUPE  EVERY RUN REFUSED FOR BALANCING / AS ALREADY
004000*                 PROCESSED, RERUNS INCLUDED.
004100*      READINGS, REJECT AND EXCEPTION RATES
004200*                 FROM THE LAST OK RUN OF EACH DATE, SO A FORCED
004300*                 RERUN IS NOT COUNTED TWICE.  RATES ARE PERCENT
004400*                 OF LINES READ.
004500*    PARTITION RUNS (STATION-PART) ARE LEFT OUT -- STATION-MERGE
004600*    AUDITS THE WHOLE FILE AS ONE STATION-AGG RUN -- AND SO ARE
004700*    THE SUPPLEMENTAL RUNS OF REJECT-REPROC'S AND PENDING-
004800*    REPLAY'S WORK FILES, WHICH ARE NOT PROVIDER DELIVERIES.  A
004900*    RUN-AUDIT RECORD WITH NO HEADER DATE OR SOURCE (WRITTEN
005000*    BEFORE THEY WERE CARRIED, OR A FILE THAT COULD NOT BE READ)
005100*    IS COUNTED IN THE SUMMARY BY ITS START DATE BUT NOT SCORED.
005200*
005300*    A SOURCE MISSES ITS SLA WHEN ANY CONTRACT TARGET IS MISSED;
005400*    EACH MISSED TARGET IS LISTED UNDER ITS LINE.  A SOURCE WITH
005500*    NO CONTRACT IS REPORTED BUT NOT SCORED.
005600*
005700*    EVERY FILE IS ONLY READ.  A MISSING RUN-AUDIT, FEED-PROFILE,
005800*    CONTRACT OR CALENDAR FILE IS TAKEN AS EMPTY AND NOTED IN THE
005900*    REPORT HEADING.
006000*
006100*    RETURN CODE: 16 SETUP ERROR; 4 WHEN ANY SOURCE MISSES ITS
006200*    SLA; ELSE 0.
006300******************************************************************
006400       ENVIRONMENT DIVISION.
006500       INPUT-OUTPUT SECTION.
006600       FILE-CONTROL.
006700           SELECT CONTROL-FILE
006800               ASSIGN TO "./provider-sla-control.txt"
006900               ORGANIZATION IS LINE SEQUENTIAL
007000               FILE STATUS IS WS-CONTROL-STATUS.
007100           SELECT RUN-AUDIT-FILE
007200               ASSIGN TO "./batch-run-audit.txt"
007300               ORGANIZATION IS LINE SEQUENTIAL
007400               FILE STATUS IS WS-RUN-AUDIT-STATUS.
007500           SELECT PROFILE-FILE
007600               ASSIGN TO "./feed-profiles.txt"
007700               ORGANIZATION IS LINE SEQUENTIAL
007800               FILE STATUS IS WS-PROFILE-STATUS.
007900           SELECT CONTRACT-FILE
008000               ASSIGN TO "./provider-contract.txt"
008100               ORGANIZATION IS LINE SEQUENTIAL
008200               FILE STATUS IS WS-CONTRACT-STATUS.
008300           SELECT CALENDAR-FILE
008400               ASSIGN TO "./processing-calendar.txt"
008500               ORGANIZATION IS LINE SEQUENTIAL
008600               FILE STATUS IS WS-CALENDAR-STATUS.
008700           SELECT SLA-REPORT-FILE
008800               ASSIGN TO "./provider-sla-report.txt"
008900               ORGANIZATION IS LINE SEQUENTIAL
009000               FILE STATUS IS WS-SLA-REPORT-STATUS.
009100*
009200       DATA DIVISION.
009300       FILE SECTION.
009400       FD  CONTROL-FILE.
009500       01  CONTROL-RECORD              PIC X(100).
009600*
009700       FD  RUN-AUDIT-FILE.
009800       01  RUN-AUDIT-REC               PIC X(341).
009900*
010000       FD  PROFILE-FILE.
010100       01  PROFILE-REC                 PIC X(33).
010200*
010300       FD  CONTRACT-FILE.
010400           COPY PCTREC.
010500*
010600       FD  CALENDAR-FILE.
010700       01  CALENDAR-REC                PIC X(13).
010800*
010900       FD  SLA-REPORT-FILE.
011000       01  SLA-REPORT-LINE             PIC X(132).
011100*
011200       WORKING-STORAGE SECTION.
011300           COPY AUDREC.
011400*
011500           COPY FEDPRF.
011600*
011700*    SRC-TABLE IS ONE ENTRY PER FEED SOURCE, WITH ITS CONTRACT
011800*    TERMS AND ONE SLOT PER DAY OF THE MONTH (SUBSCRIPT = DAY OF
011900*    THE MONTH OF THE FEED HEADER DATE).
012000       01  SRC-TABLE.
012100           05  SRC-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
012200           05  SRC-ENTRY OCCURS 100 TIMES INDEXED BY SRC-IDX.
012300               10  SRC-CODE            PIC X(30).
012400               10  SRC-PROFILE-FLAG    PIC X(01).
012500                   88  SRC-ON-PROFILE  VALUE 'Y'.
012600               10  SRC-CONTRACT-FLAG   PIC X(01).
012700                   88  SRC-HAS-CONTRACT VALUE 'Y'.
012800               10  SRC-DELIVERY-DAYS.
012900                   15  SRC-DELIVERY-DAY PIC X(01) OCCURS 7 TIMES.
013000               10  SRC-GRACE-HOURS     PIC 9(03) COMP.
013100               10  SRC-MIN-ON-TIME-PCT PIC 9(03)V9(02) COMP-3.
013200               10  SRC-MAX-MISSING     PIC 9(03) COMP.
013300               10  SRC-MAX-REFUSALS    PIC 9(03) COMP.
013400               10  SRC-MAX-REJECT-PCT  PIC 9(03)V9(02) COMP-3.
013500               10  SRC-MAX-EXCEPT-PCT  PIC 9(03)V9(02) COMP-3.
013600               10  SRC-MIN-READINGS    PIC 9(12) COMP-3.
013700               10  SRC-BALE-COUNT      PIC 9(05) COMP.
013800               10  SRC-DUPE-COUNT      PIC 9(05) COMP.
013900               10  SRC-DAY OCCURS 31 TIMES.
014000                   15  SRC-D-RECEIVED-FLAG PIC X(01).
014100                       88  SRC-D-RECEIVED VALUE 'Y'.
014200                   15  SRC-D-ARRIVAL-DATE PIC X(08).
014300                   15  SRC-D-ARRIVAL-TIME PIC X(08).
014400                   15  SRC-D-OK-FLAG   PIC X(01).
014500                       88  SRC-D-OK    VALUE 'Y'.
014600                   15  SRC-D-LINES     PIC 9(10) COMP.
014700                   15  SRC-D-READINGS  PIC 9(10) COMP.
014800                   15  SRC-D-REJECTS   PIC 9(10) COMP.
014900                   15  SRC-D-EXCEPTIONS PIC 9(10) COMP.
015000*
015100*    MON-TABLE IS ONE ENTRY PER DAY OF THE MONTH FROM THE
015200*    PROCESSING CALENDAR.  A DATE NOT ON THE CALENDAR IS A
015300*    REPORTING DAY WITH NO EXPECTED ARRIVAL TIME.
015400       01  MON-TABLE.
015500           05  MON-DAY OCCURS 31 TIMES.
015600               10  MON-REPORT-FLAG     PIC X(01).
015700                   88  MON-NON-REPORTING VALUE 'N'.
015800               10  MON-EXPECT-HHMM     PIC X(04).
015900               10  MON-WEEKDAY         PIC 9(01).
016000*
016100       01  SLA-DETAIL-REC.
016200           05  SLD-SOURCE              PIC X(30).
016300           05  FILLER                  PIC X(01) VALUE SPACES.
016400           05  SLD-EXPECTED            PIC ZZZ9.
016500           05  SLD-EXPECTED-X REDEFINES SLD-EXPECTED
016600                                       PIC X(04).
016700           05  FILLER                  PIC X(01) VALUE SPACES.
016800           05  SLD-RECEIVED            PIC ZZZ9.
016900           05  FILLER                  PIC X(01) VALUE SPACES.
017000           05  SLD-MISSING             PIC ZZZ9.
017100           05  SLD-MISSING-X REDEFINES SLD-MISSING
017200                                       PIC X(04).
017300           05  FILLER                  PIC X(01) VALUE SPACES.
017400           05  SLD-ON-TIME             PIC ZZZ9.
017500           05  FILLER                  PIC X(01) VALUE SPACES.
017600           05  SLD-LATE                PIC ZZZ9.
017700           05  FILLER                  PIC X(01) VALUE SPACES.
017800           05  SLD-LATE-HOURS          PIC Z(5)9.
017900           05  FILLER                  PIC X(01) VALUE SPACES.
018000           05  SLD-MAX-LATE            PIC Z(4)9.
018100           05  FILLER                  PIC X(01) VALUE SPACES.
018200           05  SLD-BALE                PIC ZZZ9.
018300           05  FILLER                  PIC X(01) VALUE SPACES.
018400           05  SLD-DUPE                PIC ZZZ9.
018500           05  FILLER                  PIC X(01) VALUE SPACES.
018600           05  SLD-READINGS            PIC Z(11)9.
018700           05  FILLER                  PIC X(01) VALUE SPACES.
018800           05  SLD-REJECT-PCT          PIC ZZ9.99.
018900           05  FILLER                  PIC X(01) VALUE SPACES.
019000           05  SLD-EXCEPT-PCT          PIC ZZ9.99.
019100           05  FILLER                  PIC X(02) VALUE SPACES.
019200           05  SLD-RESULT              PIC X(11).
019300*
019400       01  SLA-MISS-REC.
019500           05  FILLER                  PIC X(10) VALUE SPACES.
019600           05  SLM-TARGET              PIC X(24).
019700           05  SLM-ACTUAL              PIC X(16).
019800           05  SLM-TEXT                PIC X(82).
019900*
020000       77  WS-CONTROL-STATUS           PIC X(02).
020100       77  WS-RUN-AUDIT-STATUS         PIC X(02).
020200       77  WS-PROFILE-STATUS           PIC X(02).
020300       77  WS-CONTRACT-STATUS          PIC X(02).
020400       77  WS-CALENDAR-STATUS          PIC X(02).
020500       77  WS-SLA-REPORT-STATUS        PIC X(02).
020600       77  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
020700           88  WS-EOF                  VALUE 'Y'.
020800       77  WS-SETUP-FAILED-FLAG        PIC X(01) VALUE 'N'.
020900           88  WS-SETUP-FAILED         VALUE 'Y'.
021000       77  WS-SRC-MISSED-FLAG          PIC X(01).
021100           88  WS-SRC-MISSED           VALUE 'Y'.
021200*
021300       77  WS-RUN-DATE                 PIC X(08).
021400       77  WS-MONTH-X                  PIC X(06).
021500       77  WS-MONTH-START              PIC 9(08).
021600       77  WS-NEXT-MONTH-START         PIC 9(08).
021700       77  WS-MONTH-START-INT          PIC 9(08) COMP.
021800       77  WS-DAYS-IN-MONTH            PIC 9(02) COMP.
021900       77  WS-DAY-SUB                  PIC 9(02) COMP.
022000       77  WS-DAY-DATE                 PIC 9(08).
022100       77  WS-ARRIVAL-DATE             PIC 9(08).
022200       77  WS-WEEKDAY                  PIC 9(01).
022300       77  WS-YEAR                     PIC 9(04).
022400       77  WS-MONTH                    PIC 9(02).
022500*
022600       77  WS-MAX-SOURCES              PIC 9(03) COMP VALUE 100.
022700       77  WS-SRC-SEARCH-CODE          PIC X(30).
022800       77  WS-SRC-FOUND-IDX            PIC 9(03) COMP.
022900       77  WS-SRC-SUB                  PIC 9(03) COMP.
023000       77  WS-REJECT-WORK-NAME         PIC X(200)
023100                           VALUE "./reject-corrections-work.txt".
023200       77  WS-REPLAY-WORK-NAME         PIC X(200)
023300                           VALUE "./pending-replay-work.txt".
023400*
023500       77  WS-AUDIT-NOTE               PIC X(30).
023600       77  WS-PROFILE-NOTE             PIC X(30).
023700       77  WS-CONTRACT-NOTE            PIC X(30).
023800       77  WS-CALENDAR-NOTE            PIC X(30).
023900*
024000       77  WS-EXPECT-MINUTES           PIC 9(05) COMP.
024100       77  WS-ARRIVAL-MINUTES          PIC 9(05) COMP.
024200       77  WS-LATE-MINUTES             PIC S9(09) COMP.
024300       77  WS-LATE-HOURS               PIC 9(05) COMP.
024400*
024500       77  WS-SRC-EXPECTED             PIC 9(03) COMP.
024600       77  WS-SRC-RECEIVED             PIC 9(03) COMP.
024700       77  WS-SRC-MISSING              PIC 9(03) COMP.
024800       77  WS-SRC-ON-TIME              PIC 9(03) COMP.
024900       77  WS-SRC-LATE                 PIC 9(03) COMP.
025000       77  WS-SRC-LATE-HOURS           PIC 9(07) COMP.
025100       77  WS-SRC-MAX-LATE             PIC 9(05) COMP.
025200       77  WS-SRC-REFUSALS             PIC 9(05) COMP.
025300       77  WS-SRC-LINES                PIC 9(12) COMP.
025400       77  WS-SRC-READINGS             PIC 9(12) COMP.
025500       77  WS-SRC-REJECTS              PIC 9(12) COMP.
025600       77  WS-SRC-EXCEPTIONS           PIC 9(12) COMP.
025700       77  WS-ON-TIME-PCT              PIC 9(03)V9(02).
025800       77  WS-REJECT-PCT               PIC 9(03)V9(02).
025900       77  WS-EXCEPT-PCT               PIC 9(03)V9(02).
026000*
026100       77  WS-AUDIT-READ               PIC 9(07) COMP VALUE ZERO.
026200       77  WS-AUDIT-SCORED             PIC 9(07) COMP VALUE ZERO.
026300       77  WS-AUDIT-SUPPLEMENTAL       PIC 9(07) COMP VALUE ZERO.
026400       77  WS-AUDIT-UNATTRIBUTED       PIC 9(07) COMP VALUE ZERO.
026500       77  WS-AUDIT-OUTSIDE            PIC 9(07) COMP VALUE ZERO.
026600       77  WS-SOURCES-CONTRACTED       PIC 9(03) COMP VALUE ZERO.
026700       77  WS-SOURCES-MET              PIC 9(03) COMP VALUE ZERO.
026800       77  WS-SOURCES-MISSED           PIC 9(03) COMP VALUE ZERO.
026900       77  WS-COUNT-ED                 PIC Z(10)9.
027000       77  WS-COUNT-ED2                PIC Z(10)9.
027100       77  WS-PCT-ED                   PIC ZZ9.99.
027200       77  WS-PCT-ED2                  PIC ZZ9.99.
027300*
027400       PROCEDURE DIVISION.
027500******************************************************************
027600*    0000-MAINLINE
027700******************************************************************
027800       0000-MAINLINE.
027900           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
028000           PERFORM 1500-LOAD-CALENDAR THRU 1500-LOAD-CALENDAR-EXIT
028100           PERFORM 2000-LOAD-PROFILES THRU 2000-LOAD-PROFILES-EXIT
028200           PERFORM 2500-LOAD-CONTRACTS THRU
028300               2500-LOAD-CONTRACTS-EXIT
028400           IF WS-SETUP-FAILED
028500               CLOSE SLA-REPORT-FILE
028600               MOVE 16 TO RETURN-CODE
028700               GO TO 9999-EXIT
028800           END-IF
028900           PERFORM 4000-ACCUMULATE-AUDIT THRU
029000               4000-ACCUMULATE-AUDIT-EXIT
029100           IF WS-SETUP-FAILED
029200               CLOSE SLA-REPORT-FILE
029300               MOVE 16 TO RETURN-CODE
029400               GO TO 9999-EXIT
029500           END-IF
029600           PERFORM 3000-WRITE-HEADINGS THRU
029700               3000-WRITE-HEADINGS-EXIT
029800           PERFORM 5000-SCORE-ONE-SOURCE THRU
029900               5000-SCORE-ONE-SOURCE-EXIT
030000               VARYING WS-SRC-SUB FROM 1 BY 1
030100               UNTIL WS-SRC-SUB > SRC-LAST-IDX
030200           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
030300           CLOSE SLA-REPORT-FILE
030400           IF WS-SOURCES-MISSED NOT = ZERO
030500               MOVE 4 TO RETURN-CODE
030600           END-IF
030700           GO TO 9999-EXIT.
030800*
030900******************************************************************
031000*    1000-INITIALIZE
031100*    THE MONTH'S LENGTH IS THE DISTANCE TO THE FIRST OF THE NEXT
031200*    MONTH, SO FEBRUARY NEEDS NO LEAP-YEAR RULE OF ITS OWN.
031300******************************************************************
031400       1000-INITIALIZE.
031500           INITIALIZE SRC-TABLE, MON-TABLE
031600           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031700           OPEN INPUT CONTROL-FILE
031800           IF WS-CONTROL-STATUS NOT = '00'
031900               DISPLAY 'PROVIDER-SLA: ERROR OPENING CONTROL '
032000                   'FILE, STATUS=' WS-CONTROL-STATUS
032100               MOVE 16 TO RETURN-CODE
032200               GO TO 9999-EXIT
032300           END-IF
032400           MOVE SPACES TO WS-MONTH-X
032500           READ CONTROL-FILE INTO WS-MONTH-X
032600           CLOSE CONTROL-FILE
032700           IF WS-MONTH-X IS NOT NUMERIC
032800               DISPLAY 'PROVIDER-SLA: INVALID MONTH ON CONTROL '
032900                   'FILE'
033000               MOVE 16 TO RETURN-CODE
033100               GO TO 9999-EXIT
033200           END-IF
033300           MOVE WS-MONTH-X(1:4) TO WS-YEAR
033400           MOVE WS-MONTH-X(5:2) TO WS-MONTH
033500           IF WS-MONTH < 1 OR WS-MONTH > 12 OR WS-YEAR < 1601
033600               DISPLAY 'PROVIDER-SLA: INVALID MONTH ON CONTROL '
033700                   'FILE'
033800               MOVE 16 TO RETURN-CODE
033900               GO TO 9999-EXIT
034000           END-IF
034100           COMPUTE WS-MONTH-START = WS-YEAR * 10000 +
034200               WS-MONTH * 100 + 1
034300           IF WS-MONTH = 12
034400               COMPUTE WS-NEXT-MONTH-START =
034500                   (WS-YEAR + 1) * 10000 + 101
034600           ELSE
034700               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
034800           END-IF
034900           COMPUTE WS-MONTH-START-INT =
035000               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
035100           COMPUTE WS-DAYS-IN-MONTH =
035200               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
035300               WS-MONTH-START-INT
035400           PERFORM 1100-SET-ONE-DAY THRU 1100-SET-ONE-DAY-EXIT
035500               VARYING WS-DAY-SUB FROM 1 BY 1
035600               UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
035700           OPEN OUTPUT SLA-REPORT-FILE
035800           IF WS-SLA-REPORT-STATUS NOT = '00'
035900               DISPLAY 'PROVIDER-SLA: ERROR OPENING REPORT, '
036000                   'STATUS=' WS-SLA-REPORT-STATUS
036100               MOVE 16 TO RETURN-CODE
036200               GO TO 9999-EXIT
036300           END-IF
036400           MOVE 'READ' TO WS-AUDIT-NOTE, WS-PROFILE-NOTE,
036500               WS-CONTRACT-NOTE, WS-CALENDAR-NOTE.
036600       1000-INITIALIZE-EXIT.
036700           EXIT.
036800*
036900******************************************************************
037000*    1100-SET-ONE-DAY
037100*    WEEKDAY 1 IS MONDAY: DAY 1 OF THE INTEGER-OF-DATE COUNT
037200*    (1601-01-01) WAS A MONDAY.
037300******************************************************************
037400       1100-SET-ONE-DAY.
037500           MOVE 'Y' TO MON-REPORT-FLAG(WS-DAY-SUB)
037600           MOVE '0000' TO MON-EXPECT-HHMM(WS-DAY-SUB)
037700           COMPUTE WS-WEEKDAY = FUNCTION MOD(
037800               WS-MONTH-START-INT + WS-DAY-SUB - 2, 7) + 1
037900           MOVE WS-WEEKDAY TO MON-WEEKDAY(WS-DAY-SUB).
038000       1100-SET-ONE-DAY-EXIT.
038100           EXIT.
038200*
038300******************************************************************
038400*    1500-LOAD-CALENDAR
038500*    ONLY THE REPORT MONTH'S DATES ARE KEPT.
038600******************************************************************
038700       1500-LOAD-CALENDAR.
038800           OPEN INPUT CALENDAR-FILE
038900           IF WS-CALENDAR-STATUS NOT = '00'
039000               MOVE 'NOT FOUND - ALL DAYS REPORTING' TO
039100                   WS-CALENDAR-NOTE
039200               GO TO 1500-LOAD-CALENDAR-EXIT
039300           END-IF
039400           MOVE SPACE TO WS-EOF-FLAG
039500           PERFORM 1510-READ-ONE-CALENDAR THRU
039600               1510-READ-ONE-CALENDAR-EXIT
039700               UNTIL WS-EOF
039800           CLOSE CALENDAR-FILE.
039900       1500-LOAD-CALENDAR-EXIT.
040000           EXIT.
040100*
040200******************************************************************
040300*    1510-READ-ONE-CALENDAR
040400******************************************************************
040500       1510-READ-ONE-CALENDAR.
040600           READ CALENDAR-FILE
040700               AT END
040800                   SET WS-EOF TO TRUE
040900                   GO TO 1510-READ-ONE-CALENDAR-EXIT
041000           END-READ
041100           IF CALENDAR-REC(1:8) IS NOT NUMERIC OR
041200               CALENDAR-REC(1:6) NOT = WS-MONTH-X
041300               GO TO 1510-READ-ONE-CALENDAR-EXIT
041400           END-IF
041500           MOVE CALENDAR-REC(7:2) TO WS-DAY-SUB
041600           IF WS-DAY-SUB < 1 OR WS-DAY-SUB > WS-DAYS-IN-MONTH
041700               GO TO 1510-READ-ONE-CALENDAR-EXIT
041800           END-IF
041900           IF CALENDAR-REC(9:1) = 'N'
042000               MOVE 'N' TO MON-REPORT-FLAG(WS-DAY-SUB)
042100           END-IF
042200           IF CALENDAR-REC(10:4) IS NUMERIC
042300               MOVE CALENDAR-REC(10:4) TO
042400                   MON-EXPECT-HHMM(WS-DAY-SUB)
042500           END-IF.
042600       1510-READ-ONE-CALENDAR-EXIT.
042700           EXIT.
042800*
042900******************************************************************
043000*    2000-LOAD-PROFILES
043100*    EVERY SOURCE ON THE FEED-PROFILE FILE GETS A ROW, SO A
043200*    PROVIDER THAT SENT NOTHING ALL MONTH STILL SHOWS UP.
043300******************************************************************
043400       2000-LOAD-PROFILES.
043500           OPEN INPUT PROFILE-FILE
043600           IF WS-PROFILE-STATUS = '35'
043700               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO
043800                   WS-PROFILE-NOTE
043900               GO TO 2000-LOAD-PROFILES-EXIT
044000           END-IF
044100           IF WS-PROFILE-STATUS NOT = '00'
044200               DISPLAY 'PROVIDER-SLA: ERROR OPENING FEED PROFILE '
044300                   'FILE, STATUS=' WS-PROFILE-STATUS
044400               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
044500               GO TO 2000-LOAD-PROFILES-EXIT
044600           END-IF
044700           MOVE SPACE TO WS-EOF-FLAG
044800           PERFORM 2100-READ-ONE-PROFILE THRU
044900               2100-READ-ONE-PROFILE-EXIT
045000               UNTIL WS-EOF OR WS-SETUP-FAILED
045100           CLOSE PROFILE-FILE.
045200       2000-LOAD-PROFILES-EXIT.
045300           EXIT.
045400*
045500******************************************************************
045600*    2100-READ-ONE-PROFILE
045700******************************************************************
045800       2100-READ-ONE-PROFILE.
045900           READ PROFILE-FILE INTO FPR-RECORD
046000               AT END
046100                   SET WS-EOF TO TRUE
046200                   GO TO 2100-READ-ONE-PROFILE-EXIT
046300           END-READ
046400           IF FPR-SOURCE-CODE = SPACES
046500               GO TO 2100-READ-ONE-PROFILE-EXIT
046600           END-IF
046700           MOVE FPR-SOURCE-CODE TO WS-SRC-SEARCH-CODE
046800           PERFORM 2800-FIND-SOURCE THRU 2800-FIND-SOURCE-EXIT
046900           IF WS-SRC-FOUND-IDX NOT = ZERO
047000               MOVE 'Y' TO SRC-PROFILE-FLAG(WS-SRC-FOUND-IDX)
047100           END-IF.
047200       2100-READ-ONE-PROFILE-EXIT.
047300           EXIT.
047400*
047500******************************************************************
047600*    2500-LOAD-CONTRACTS
047700******************************************************************
047800       2500-LOAD-CONTRACTS.
047900           OPEN INPUT CONTRACT-FILE
048000           IF WS-CONTRACT-STATUS = '35'
048100               MOVE 'NOT FOUND - NOTHING SCORED' TO
048200                   WS-CONTRACT-NOTE
048300               GO TO 2500-LOAD-CONTRACTS-EXIT
048400           END-IF
048500           IF WS-CONTRACT-STATUS NOT = '00'
048600               DISPLAY 'PROVIDER-SLA: ERROR OPENING PROVIDER '
048700                   'CONTRACT FILE, STATUS=' WS-CONTRACT-STATUS
048800               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
048900               GO TO 2500-LOAD-CONTRACTS-EXIT
049000           END-IF
049100           MOVE SPACE TO WS-EOF-FLAG
049200           PERFORM 2600-READ-ONE-CONTRACT THRU
049300               2600-READ-ONE-CONTRACT-EXIT
049400               UNTIL WS-EOF OR WS-SETUP-FAILED
049500           CLOSE CONTRACT-FILE.
049600       2500-LOAD-CONTRACTS-EXIT.
049700           EXIT.
049800*
049900******************************************************************
050000*    2600-READ-ONE-CONTRACT
050100*    A NON-NUMERIC TARGET IS A SETUP ERROR IN THE REFERENCE FILE:
050200*    SCORING AGAINST A TARGET THAT IS NOT THERE WOULD PASS OR
050300*    FAIL A PROVIDER FOR NOTHING.
050400******************************************************************
050500       2600-READ-ONE-CONTRACT.
050600           READ CONTRACT-FILE
050700               AT END
050800                   SET WS-EOF TO TRUE
050900                   GO TO 2600-READ-ONE-CONTRACT-EXIT
051000           END-READ
051100           IF PCT-SOURCE-CODE = SPACES
051200               GO TO 2600-READ-ONE-CONTRACT-EXIT
051300           END-IF
051400           IF PCT-GRACE-HOURS IS NOT NUMERIC OR
051500               PCT-MIN-ON-TIME-PCT IS NOT NUMERIC OR
051600               PCT-MAX-MISSING IS NOT NUMERIC OR
051700               PCT-MAX-REFUSALS IS NOT NUMERIC OR
051800               PCT-MAX-REJECT-PCT IS NOT NUMERIC OR
051900               PCT-MAX-EXCEPTION-PCT IS NOT NUMERIC OR
052000               PCT-MIN-READINGS IS NOT NUMERIC
052100               DISPLAY 'PROVIDER-SLA: BAD PROVIDER CONTRACT FOR '
052200                   PCT-SOURCE-CODE
052300               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
052400               GO TO 2600-READ-ONE-CONTRACT-EXIT
052500           END-IF
052600           MOVE PCT-SOURCE-CODE TO WS-SRC-SEARCH-CODE
052700           PERFORM 2800-FIND-SOURCE THRU 2800-FIND-SOURCE-EXIT
052800           IF WS-SRC-FOUND-IDX = ZERO
052900               GO TO 2600-READ-ONE-CONTRACT-EXIT
053000           END-IF
053100           SET SRC-IDX TO WS-SRC-FOUND-IDX
053200           MOVE 'Y' TO SRC-CONTRACT-FLAG(SRC-IDX)
053300           MOVE PCT-DELIVERY-DAYS TO SRC-DELIVERY-DAYS(SRC-IDX)
053400           MOVE PCT-GRACE-HOURS TO SRC-GRACE-HOURS(SRC-IDX)
053500           MOVE PCT-MIN-ON-TIME-PCT TO
053600               SRC-MIN-ON-TIME-PCT(SRC-IDX)
053700           MOVE PCT-MAX-MISSING TO SRC-MAX-MISSING(SRC-IDX)
053800           MOVE PCT-MAX-REFUSALS TO SRC-MAX-REFUSALS(SRC-IDX)
053900           MOVE PCT-MAX-REJECT-PCT TO SRC-MAX-REJECT-PCT(SRC-IDX)
054000           MOVE PCT-MAX-EXCEPTION-PCT TO
054100               SRC-MAX-EXCEPT-PCT(SRC-IDX)
054200           MOVE PCT-MIN-READINGS TO SRC-MIN-READINGS(SRC-IDX).
054300       2600-READ-ONE-CONTRACT-EXIT.
054400           EXIT.
054500*
054600******************************************************************
054700*    2800-FIND-SOURCE
054800*    LOOKS UP WS-SRC-SEARCH-CODE, ADDING IT WHEN IT IS NEW.  A
054900*    FULL TABLE STOPS THE RUN -- A STATEMENT THAT SILENTLY DROPS
055000*    A PROVIDER IS WORSE THAN NONE.  WS-SRC-FOUND-IDX IS ZERO
055100*    ONLY THEN.
055200******************************************************************
055300       2800-FIND-SOURCE.
055400           MOVE ZERO TO WS-SRC-FOUND-IDX
055500           PERFORM VARYING SRC-IDX FROM 1 BY 1
055600               UNTIL SRC-IDX > SRC-LAST-IDX
055700               OR WS-SRC-FOUND-IDX NOT = ZERO
055800               IF SRC-CODE(SRC-IDX) = WS-SRC-SEARCH-CODE
055900                   SET WS-SRC-FOUND-IDX TO SRC-IDX
056000               END-IF
056100           END-PERFORM
056200           IF WS-SRC-FOUND-IDX NOT = ZERO
056300               GO TO 2800-FIND-SOURCE-EXIT
056400           END-IF
056500           IF SRC-LAST-IDX NOT < WS-MAX-SOURCES
056600               DISPLAY 'PROVIDER-SLA: OVER ' WS-MAX-SOURCES
056700                   ' FEED SOURCES'
056800               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
056900               GO TO 2800-FIND-SOURCE-EXIT
057000           END-IF
057100           ADD 1 TO SRC-LAST-IDX
057200           MOVE SRC-LAST-IDX TO WS-SRC-FOUND-IDX
057300           MOVE WS-SRC-SEARCH-CODE TO SRC-CODE(WS-SRC-FOUND-IDX)
057400           MOVE 'N' TO SRC-PROFILE-FLAG(WS-SRC-FOUND-IDX),
057500               SRC-CONTRACT-FLAG(WS-SRC-FOUND-IDX).
057600       2800-FIND-SOURCE-EXIT.
057700           EXIT.
057800*
057900******************************************************************
058000*    3000-WRITE-HEADINGS
058100******************************************************************
058200       3000-WRITE-HEADINGS.
058300           MOVE SPACES TO SLA-REPORT-LINE
058400           STRING 'PROVIDER PERFORMANCE AND SLA STATEMENT'
058500                   DELIMITED BY SIZE
058600               '          RUN DATE: ' DELIMITED BY SIZE
058700               WS-RUN-DATE DELIMITED BY SIZE
058800               INTO SLA-REPORT-LINE
058900           END-STRING
059000           WRITE SLA-REPORT-LINE
059100           MOVE SPACES TO SLA-REPORT-LINE
059200           STRING 'MONTH: ' DELIMITED BY SIZE
059300               WS-MONTH-X DELIMITED BY SIZE
059400               INTO SLA-REPORT-LINE
059500           END-STRING
059600           WRITE SLA-REPORT-LINE
059700           MOVE SPACES TO SLA-REPORT-LINE
059800           MOVE 'BATCH-RUN-AUDIT.TXT' TO SLA-REPORT-LINE
059900           MOVE WS-AUDIT-NOTE TO SLA-REPORT-LINE(30:30)
060000           WRITE SLA-REPORT-LINE
060100           MOVE SPACES TO SLA-REPORT-LINE
060200           MOVE 'FEED-PROFILES.TXT' TO SLA-REPORT-LINE
060300           MOVE WS-PROFILE-NOTE TO SLA-REPORT-LINE(30:30)
060400           WRITE SLA-REPORT-LINE
060500           MOVE SPACES TO SLA-REPORT-LINE
060600           MOVE 'PROVIDER-CONTRACT.TXT' TO SLA-REPORT-LINE
060700           MOVE WS-CONTRACT-NOTE TO SLA-REPORT-LINE(30:30)
060800           WRITE SLA-REPORT-LINE
060900           MOVE SPACES TO SLA-REPORT-LINE
061000           MOVE 'PROCESSING-CALENDAR.TXT' TO SLA-REPORT-LINE
061100           MOVE WS-CALENDAR-NOTE TO SLA-REPORT-LINE(30:30)
061200           WRITE SLA-REPORT-LINE
061300           MOVE SPACES TO SLA-REPORT-LINE
061400           WRITE SLA-REPORT-LINE
061500           MOVE 'SOURCE' TO SLA-REPORT-LINE
061600           MOVE 'EXPT RCVD MISS ONTM LATE LATEHR MAXHR BALE DUPE'
061700               TO SLA-REPORT-LINE(32:47)
061800           MOVE 'READINGS   REJ%   EXC%  RESULT'
061900               TO SLA-REPORT-LINE(84:30)
062000           WRITE SLA-REPORT-LINE.
062100       3000-WRITE-HEADINGS-EXIT.
062200           EXIT.
062300*
062400******************************************************************
062500*    4000-ACCUMULATE-AUDIT
062600******************************************************************
062700       4000-ACCUMULATE-AUDIT.
062800           OPEN INPUT RUN-AUDIT-FILE
062900           IF WS-RUN-AUDIT-STATUS = '35'
063000               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO WS-AUDIT-NOTE
063100               GO TO 4000-ACCUMULATE-AUDIT-EXIT
063200           END-IF
063300           IF WS-RUN-AUDIT-STATUS NOT = '00'
063400               DISPLAY 'PROVIDER-SLA: ERROR OPENING RUN AUDIT '
063500                   'FILE, STATUS=' WS-RUN-AUDIT-STATUS
063600               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
063700               GO TO 4000-ACCUMULATE-AUDIT-EXIT
063800           END-IF
063900           MOVE SPACE TO WS-EOF-FLAG
064000           PERFORM 4100-READ-ONE-AUDIT THRU
064100               4100-READ-ONE-AUDIT-EXIT
064200               UNTIL WS-EOF OR WS-SETUP-FAILED
064300           CLOSE RUN-AUDIT-FILE.
064400       4000-ACCUMULATE-AUDIT-EXIT.
064500           EXIT.
064600*
064700******************************************************************
064800*    4100-READ-ONE-AUDIT
064900******************************************************************
065000       4100-READ-ONE-AUDIT.
065100           READ RUN-AUDIT-FILE INTO AUD-RECORD
065200               AT END
065300                   SET WS-EOF TO TRUE
065400                   GO TO 4100-READ-ONE-AUDIT-EXIT
065500           END-READ
065600           IF AUD-PROGRAM NOT = 'STATION-AGG'
065700               GO TO 4100-READ-ONE-AUDIT-EXIT
065800           END-IF
065900           ADD 1 TO WS-AUDIT-READ
066000           IF AUD-HDR-DATE IS NOT NUMERIC OR AUD-SOURCE = SPACES
066100               IF AUD-START-DATE(1:6) = WS-MONTH-X
066200                   ADD 1 TO WS-AUDIT-UNATTRIBUTED
066300               ELSE
066400                   ADD 1 TO WS-AUDIT-OUTSIDE
066500               END-IF
066600               GO TO 4100-READ-ONE-AUDIT-EXIT
066700           END-IF
066800           IF AUD-HDR-DATE(1:6) NOT = WS-MONTH-X
066900               ADD 1 TO WS-AUDIT-OUTSIDE
067000               GO TO 4100-READ-ONE-AUDIT-EXIT
067100           END-IF
067200           IF AUD-INPUT-FILE = WS-REJECT-WORK-NAME OR
067300               AUD-INPUT-FILE = WS-REPLAY-WORK-NAME
067400               ADD 1 TO WS-AUDIT-SUPPLEMENTAL
067500               GO TO 4100-READ-ONE-AUDIT-EXIT
067600           END-IF
067700           MOVE AUD-HDR-DATE(7:2) TO WS-DAY-SUB
067800           IF WS-DAY-SUB < 1 OR WS-DAY-SUB > WS-DAYS-IN-MONTH
067900               ADD 1 TO WS-AUDIT-OUTSIDE
068000               GO TO 4100-READ-ONE-AUDIT-EXIT
068100           END-IF
068200           MOVE AUD-SOURCE TO WS-SRC-SEARCH-CODE
068300           PERFORM 2800-FIND-SOURCE THRU 2800-FIND-SOURCE-EXIT
068400           IF WS-SRC-FOUND-IDX = ZERO
068500               GO TO 4100-READ-ONE-AUDIT-EXIT
068600           END-IF
068700           ADD 1 TO WS-AUDIT-SCORED
068800           PERFORM 4200-POST-RUN THRU 4200-POST-RUN-EXIT.
068900       4100-READ-ONE-AUDIT-EXIT.
069000           EXIT.
069100*
069200******************************************************************
069300*    4200-POST-RUN
069400*    POSTS ONE RUN TO ITS SOURCE AND DAY SLOT.  THE ARRIVAL TIME
069500*    IS THE START OF THE EARLIEST RUN THAT READ THE FILE; THE
069600*    FIGURES ARE THE LATEST OK RUN'S (THE RUN-AUDIT FILE IS IN
069700*    RUN ORDER).
069800******************************************************************
069900       4200-POST-RUN.
070000           SET SRC-IDX TO WS-SRC-FOUND-IDX
070100           IF AUD-STATUS = 'DUPE'
070200               ADD 1 TO SRC-DUPE-COUNT(SRC-IDX)
070300               GO TO 4200-POST-RUN-EXIT
070400           END-IF
070500           IF AUD-STATUS = 'BALE'
070600               ADD 1 TO SRC-BALE-COUNT(SRC-IDX)
070700           END-IF
070800           IF NOT SRC-D-RECEIVED(SRC-IDX, WS-DAY-SUB)
070900               OR AUD-START-DATE < SRC-D-ARRIVAL-DATE(SRC-IDX,
071000                   WS-DAY-SUB)
071100               OR (AUD-START-DATE = SRC-D-ARRIVAL-DATE(SRC-IDX,
071200                   WS-DAY-SUB) AND AUD-START-TIME <
071300                   SRC-D-ARRIVAL-TIME(SRC-IDX, WS-DAY-SUB))
071400               MOVE AUD-START-DATE TO
071500                   SRC-D-ARRIVAL-DATE(SRC-IDX, WS-DAY-SUB)
071600               MOVE AUD-START-TIME TO
071700                   SRC-D-ARRIVAL-TIME(SRC-IDX, WS-DAY-SUB)
071800           END-IF
071900           MOVE 'Y' TO SRC-D-RECEIVED-FLAG(SRC-IDX, WS-DAY-SUB)
072000           IF AUD-STATUS NOT = 'OK'
072100               GO TO 4200-POST-RUN-EXIT
072200           END-IF
072300           MOVE 'Y' TO SRC-D-OK-FLAG(SRC-IDX, WS-DAY-SUB)
072400           MOVE AUD-LINES-READ TO
072500               SRC-D-LINES(SRC-IDX, WS-DAY-SUB)
072600           MOVE AUD-READINGS TO
072700               SRC-D-READINGS(SRC-IDX, WS-DAY-SUB)
072800           MOVE AUD-REJECTS TO
072900               SRC-D-REJECTS(SRC-IDX, WS-DAY-SUB)
073000           MOVE AUD-EXCEPTIONS TO
073100               SRC-D-EXCEPTIONS(SRC-IDX, WS-DAY-SUB).
073200       4200-POST-RUN-EXIT.
073300           EXIT.
073400*
073500******************************************************************
073600*    5000-SCORE-ONE-SOURCE
073700******************************************************************
073800       5000-SCORE-ONE-SOURCE.
073900           SET SRC-IDX TO WS-SRC-SUB
074000           MOVE ZERO TO WS-SRC-EXPECTED, WS-SRC-RECEIVED,
074100               WS-SRC-MISSING, WS-SRC-ON-TIME, WS-SRC-LATE,
074200               WS-SRC-LATE-HOURS, WS-SRC-MAX-LATE, WS-SRC-LINES,
074300               WS-SRC-READINGS, WS-SRC-REJECTS, WS-SRC-EXCEPTIONS,
074400               WS-ON-TIME-PCT, WS-REJECT-PCT, WS-EXCEPT-PCT
074500           PERFORM 5100-TALLY-ONE-DAY THRU 5100-TALLY-ONE-DAY-EXIT
074600               VARYING WS-DAY-SUB FROM 1 BY 1
074700               UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
074800           COMPUTE WS-SRC-REFUSALS = SRC-BALE-COUNT(SRC-IDX) +
074900               SRC-DUPE-COUNT(SRC-IDX)
075000           IF WS-SRC-RECEIVED = ZERO
075100               IF WS-SRC-EXPECTED = ZERO
075200                   MOVE 100 TO WS-ON-TIME-PCT
075300               END-IF
075400           ELSE
075500               COMPUTE WS-ON-TIME-PCT ROUNDED =
075600                   WS-SRC-ON-TIME * 100 / WS-SRC-RECEIVED
075700           END-IF
075800           IF WS-SRC-LINES NOT = ZERO
075900               COMPUTE WS-REJECT-PCT ROUNDED =
076000                   WS-SRC-REJECTS * 100 / WS-SRC-LINES
076100               COMPUTE WS-EXCEPT-PCT ROUNDED =
076200                   WS-SRC-EXCEPTIONS * 100 / WS-SRC-LINES
076300           END-IF
076400           MOVE SPACES TO SLD-SOURCE
076500           MOVE SRC-CODE(SRC-IDX) TO SLD-SOURCE
076600           MOVE WS-SRC-EXPECTED TO SLD-EXPECTED
076700           MOVE WS-SRC-RECEIVED TO SLD-RECEIVED
076800           MOVE WS-SRC-MISSING TO SLD-MISSING
076900           MOVE WS-SRC-ON-TIME TO SLD-ON-TIME
077000           MOVE WS-SRC-LATE TO SLD-LATE
077100           MOVE WS-SRC-LATE-HOURS TO SLD-LATE-HOURS
077200           MOVE WS-SRC-MAX-LATE TO SLD-MAX-LATE
077300           MOVE SRC-BALE-COUNT(SRC-IDX) TO SLD-BALE
077400           MOVE SRC-DUPE-COUNT(SRC-IDX) TO SLD-DUPE
077500           MOVE WS-SRC-READINGS TO SLD-READINGS
077600           MOVE WS-REJECT-PCT TO SLD-REJECT-PCT
077700           MOVE WS-EXCEPT-PCT TO SLD-EXCEPT-PCT
077800           MOVE 'N' TO WS-SRC-MISSED-FLAG
077900           IF NOT SRC-HAS-CONTRACT(SRC-IDX)
078000               MOVE '   -' TO SLD-EXPECTED-X, SLD-MISSING-X
078100               MOVE 'NO CONTRACT' TO SLD-RESULT
078200               MOVE SLA-DETAIL-REC TO SLA-REPORT-LINE
078300               WRITE SLA-REPORT-LINE
078400               PERFORM 5400-WRITE-PROFILE-NOTE THRU
078500                   5400-WRITE-PROFILE-NOTE-EXIT
078600               GO TO 5000-SCORE-ONE-SOURCE-EXIT
078700           END-IF
078800           ADD 1 TO WS-SOURCES-CONTRACTED
078900           PERFORM 5200-CHECK-TARGETS THRU 5200-CHECK-TARGETS-EXIT
079000           IF WS-SRC-MISSED
079100               MOVE 'MISSED' TO SLD-RESULT
079200               ADD 1 TO WS-SOURCES-MISSED
079300           ELSE
079400               MOVE 'MET' TO SLD-RESULT
079500               ADD 1 TO WS-SOURCES-MET
079600           END-IF
079700           MOVE SLA-DETAIL-REC TO SLA-REPORT-LINE
079800           WRITE SLA-REPORT-LINE
079900           IF WS-SRC-MISSED
080000               PERFORM 5300-WRITE-MISSED-TARGETS THRU
080100                   5300-WRITE-MISSED-TARGETS-EXIT
080200           END-IF
080300           PERFORM 5400-WRITE-PROFILE-NOTE THRU
080400               5400-WRITE-PROFILE-NOTE-EXIT.
080500       5000-SCORE-ONE-SOURCE-EXIT.
080600           EXIT.
080700*
080800******************************************************************
080900*    5100-TALLY-ONE-DAY
081000*    LATE MINUTES ARE COUNTED FROM THE BUSINESS DATE'S EXPECTED
081100*    ARRIVAL TIME TO THE FIRST RUN'S START, CLAMPED AT ZERO FOR A
081200*    FILE PROCESSED AHEAD OF TIME.
081300******************************************************************
081400       5100-TALLY-ONE-DAY.
081500           IF SRC-HAS-CONTRACT(SRC-IDX) AND
081600               NOT MON-NON-REPORTING(WS-DAY-SUB) AND
081700               SRC-DELIVERY-DAY(SRC-IDX,
081800                   MON-WEEKDAY(WS-DAY-SUB)) = 'Y'
081900               ADD 1 TO WS-SRC-EXPECTED
082000               IF NOT SRC-D-RECEIVED(SRC-IDX, WS-DAY-SUB)
082100                   ADD 1 TO WS-SRC-MISSING
082200               END-IF
082300           END-IF
082400           IF NOT SRC-D-RECEIVED(SRC-IDX, WS-DAY-SUB)
082500               GO TO 5100-TALLY-ONE-DAY-EXIT
082600           END-IF
082700           ADD 1 TO WS-SRC-RECEIVED
082800           IF SRC-D-OK(SRC-IDX, WS-DAY-SUB)
082900               ADD SRC-D-LINES(SRC-IDX, WS-DAY-SUB) TO
083000                   WS-SRC-LINES
083100               ADD SRC-D-READINGS(SRC-IDX, WS-DAY-SUB) TO
083200                   WS-SRC-READINGS
083300               ADD SRC-D-REJECTS(SRC-IDX, WS-DAY-SUB) TO
083400                   WS-SRC-REJECTS
083500               ADD SRC-D-EXCEPTIONS(SRC-IDX, WS-DAY-SUB) TO
083600                   WS-SRC-EXCEPTIONS
083700           END-IF
083800           MOVE ZERO TO WS-LATE-MINUTES
083900           IF SRC-D-ARRIVAL-DATE(SRC-IDX, WS-DAY-SUB) IS NUMERIC
084000               AND SRC-D-ARRIVAL-TIME(SRC-IDX, WS-DAY-SUB)(1:4)
084100                   IS NUMERIC
084200               COMPUTE WS-DAY-DATE =
084300                   WS-MONTH-START + WS-DAY-SUB - 1
084400               COMPUTE WS-EXPECT-MINUTES = (FUNCTION NUMVAL(
084500                   MON-EXPECT-HHMM(WS-DAY-SUB)(1:2)) * 60) +
084600                   FUNCTION NUMVAL(
084700                   MON-EXPECT-HHMM(WS-DAY-SUB)(3:2))
084800               COMPUTE WS-ARRIVAL-MINUTES =
084900                   (FUNCTION NUMVAL(
085000                   SRC-D-ARRIVAL-TIME(SRC-IDX, WS-DAY-SUB)(1:2))
085100                   * 60) + FUNCTION NUMVAL(
085200                   SRC-D-ARRIVAL-TIME(SRC-IDX, WS-DAY-SUB)(3:2))
085300               MOVE SRC-D-ARRIVAL-DATE(SRC-IDX, WS-DAY-SUB) TO
085400                   WS-ARRIVAL-DATE
085500               COMPUTE WS-LATE-MINUTES =
085600                   ((FUNCTION INTEGER-OF-DATE(WS-ARRIVAL-DATE) -
085700                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)) * 1440)
085800                   + WS-ARRIVAL-MINUTES - WS-EXPECT-MINUTES
085900           END-IF
086000           IF WS-LATE-MINUTES < ZERO
086100               MOVE ZERO TO WS-LATE-MINUTES
086200           END-IF
086300           IF WS-LATE-MINUTES NOT > SRC-GRACE-HOURS(SRC-IDX) * 60
086400               ADD 1 TO WS-SRC-ON-TIME
086500               GO TO 5100-TALLY-ONE-DAY-EXIT
086600           END-IF
086700           ADD 1 TO WS-SRC-LATE
086800           COMPUTE WS-LATE-HOURS = WS-LATE-MINUTES / 60
086900           ADD WS-LATE-HOURS TO WS-SRC-LATE-HOURS
087000           IF WS-LATE-HOURS > WS-SRC-MAX-LATE
087100               MOVE WS-LATE-HOURS TO WS-SRC-MAX-LATE
087200           END-IF.
087300       5100-TALLY-ONE-DAY-EXIT.
087400           EXIT.
087500*
087600******************************************************************
087700*    5200-CHECK-TARGETS
087800******************************************************************
087900       5200-CHECK-TARGETS.
088000           IF WS-ON-TIME-PCT < SRC-MIN-ON-TIME-PCT(SRC-IDX)
088100               MOVE 'Y' TO WS-SRC-MISSED-FLAG
088200           END-IF
088300           IF WS-SRC-MISSING > SRC-MAX-MISSING(SRC-IDX)
088400               MOVE 'Y' TO WS-SRC-MISSED-FLAG
088500           END-IF
088600           IF WS-SRC-REFUSALS > SRC-MAX-REFUSALS(SRC-IDX)
088700               MOVE 'Y' TO WS-SRC-MISSED-FLAG
088800           END-IF
088900           IF WS-REJECT-PCT > SRC-MAX-REJECT-PCT(SRC-IDX)
089000               MOVE 'Y' TO WS-SRC-MISSED-FLAG
089100           END-IF
089200           IF WS-EXCEPT-PCT > SRC-MAX-EXCEPT-PCT(SRC-IDX)
089300               MOVE 'Y' TO WS-SRC-MISSED-FLAG
089400           END-IF
089500           IF SRC-MIN-READINGS(SRC-IDX) NOT = ZERO AND
089600               WS-SRC-READINGS < SRC-MIN-READINGS(SRC-IDX)
089700               MOVE 'Y' TO WS-SRC-MISSED-FLAG
089800           END-IF.
089900       5200-CHECK-TARGETS-EXIT.
090000           EXIT.
090100*
090200******************************************************************
090300*    5300-WRITE-MISSED-TARGETS
090400*    ONE LINE PER TARGET MISSED, UNDER THE SOURCE'S LINE.
090500******************************************************************
090600       5300-WRITE-MISSED-TARGETS.
090700           IF WS-ON-TIME-PCT < SRC-MIN-ON-TIME-PCT(SRC-IDX)
090800               MOVE 'ON-TIME FILES' TO SLM-TARGET
090900               MOVE WS-ON-TIME-PCT TO WS-PCT-ED
091000               MOVE SRC-MIN-ON-TIME-PCT(SRC-IDX) TO WS-PCT-ED2
091100               MOVE SPACES TO SLM-ACTUAL, SLM-TEXT
091200               STRING WS-PCT-ED DELIMITED BY SIZE
091300                   '%' DELIMITED BY SIZE
091400                   INTO SLM-ACTUAL
091500               END-STRING
091600               STRING 'TARGET AT LEAST ' DELIMITED BY SIZE
091700                   WS-PCT-ED2 DELIMITED BY SIZE
091800                   '%' DELIMITED BY SIZE
091900                   INTO SLM-TEXT
092000               END-STRING
092100               MOVE SLA-MISS-REC TO SLA-REPORT-LINE
092200               WRITE SLA-REPORT-LINE
092300           END-IF
092400           IF WS-SRC-MISSING > SRC-MAX-MISSING(SRC-IDX)
092500               MOVE 'FILES MISSING' TO SLM-TARGET
092600               MOVE WS-SRC-MISSING TO WS-COUNT-ED
092700               MOVE SRC-MAX-MISSING(SRC-IDX) TO WS-COUNT-ED2
092800               PERFORM 5310-WRITE-COUNT-MISS THRU
092900                   5310-WRITE-COUNT-MISS-EXIT
093000           END-IF
093100           IF WS-SRC-REFUSALS > SRC-MAX-REFUSALS(SRC-IDX)
093200               MOVE 'BALE + DUPE REFUSALS' TO SLM-TARGET
093300               MOVE WS-SRC-REFUSALS TO WS-COUNT-ED
093400               MOVE SRC-MAX-REFUSALS(SRC-IDX) TO WS-COUNT-ED2
093500               PERFORM 5310-WRITE-COUNT-MISS THRU
093600                   5310-WRITE-COUNT-MISS-EXIT
093700           END-IF
093800           IF WS-REJECT-PCT > SRC-MAX-REJECT-PCT(SRC-IDX)
093900               MOVE 'REJECT RATE' TO SLM-TARGET
094000               MOVE WS-REJECT-PCT TO WS-PCT-ED
094100               MOVE SRC-MAX-REJECT-PCT(SRC-IDX) TO WS-PCT-ED2
094200               PERFORM 5320-WRITE-RATE-MISS THRU
094300                   5320-WRITE-RATE-MISS-EXIT
094400           END-IF
094500           IF WS-EXCEPT-PCT > SRC-MAX-EXCEPT-PCT(SRC-IDX)
094600               MOVE 'EXCEPTION RATE' TO SLM-TARGET
094700               MOVE WS-EXCEPT-PCT TO WS-PCT-ED
094800               MOVE SRC-MAX-EXCEPT-PCT(SRC-IDX) TO WS-PCT-ED2
094900               PERFORM 5320-WRITE-RATE-MISS THRU
095000                   5320-WRITE-RATE-MISS-EXIT
095100           END-IF
095200           IF SRC-MIN-READINGS(SRC-IDX) NOT = ZERO AND
095300               WS-SRC-READINGS < SRC-MIN-READINGS(SRC-IDX)
095400               MOVE 'READINGS DELIVERED' TO SLM-TARGET
095500               MOVE WS-SRC-READINGS TO WS-COUNT-ED
095600               MOVE SPACES TO SLM-ACTUAL, SLM-TEXT
095700               MOVE WS-COUNT-ED TO SLM-ACTUAL
095800               MOVE SRC-MIN-READINGS(SRC-IDX) TO SLD-READINGS
095900               STRING 'TARGET AT LEAST ' DELIMITED BY SIZE
096000                   SLD-READINGS DELIMITED BY SIZE
096100                   INTO SLM-TEXT
096200               END-STRING
096300               MOVE SLA-MISS-REC TO SLA-REPORT-LINE
096400               WRITE SLA-REPORT-LINE
096500           END-IF.
096600       5300-WRITE-MISSED-TARGETS-EXIT.
096700           EXIT.
096800*
096900******************************************************************
097000*    5310-WRITE-COUNT-MISS
097100******************************************************************
097200       5310-WRITE-COUNT-MISS.
097300           MOVE SPACES TO SLM-ACTUAL, SLM-TEXT
097400           MOVE WS-COUNT-ED TO SLM-ACTUAL
097500           STRING 'TARGET AT MOST ' DELIMITED BY SIZE
097600               WS-COUNT-ED2 DELIMITED BY SIZE
097700               INTO SLM-TEXT
097800           END-STRING
097900           MOVE SLA-MISS-REC TO SLA-REPORT-LINE
098000           WRITE SLA-REPORT-LINE.
098100       5310-WRITE-COUNT-MISS-EXIT.
098200           EXIT.
098300*
098400******************************************************************
098500*    5320-WRITE-RATE-MISS
098600******************************************************************
098700       5320-WRITE-RATE-MISS.
098800           MOVE SPACES TO SLM-ACTUAL, SLM-TEXT
098900           STRING WS-PCT-ED DELIMITED BY SIZE
099000               '%' DELIMITED BY SIZE
099100               INTO SLM-ACTUAL
099200           END-STRING
099300           STRING 'TARGET AT MOST  ' DELIMITED BY SIZE
099400               WS-PCT-ED2 DELIMITED BY SIZE
099500               '%' DELIMITED BY SIZE
099600               INTO SLM-TEXT
099700           END-STRING
099800           MOVE SLA-MISS-REC TO SLA-REPORT-LINE
099900           WRITE SLA-REPORT-LINE.
100000       5320-WRITE-RATE-MISS-EXIT.
100100           EXIT.
100200*
100300******************************************************************
100400*    5400-WRITE-PROFILE-NOTE
100500*    A SOURCE SEEN ON THE RUN-AUDIT FILE OR THE CONTRACT FILE BUT
100600*    NOT ON THE FEED-PROFILE FILE IS FLAGGED FOR ONBOARDING.
100700******************************************************************
100800       5400-WRITE-PROFILE-NOTE.
100900           IF SRC-ON-PROFILE(SRC-IDX)
101000               GO TO 5400-WRITE-PROFILE-NOTE-EXIT
101100           END-IF
101200           MOVE SPACES TO SLA-REPORT-LINE
101300           MOVE 'NOT ON THE FEED-PROFILE FILE' TO
101400               SLA-REPORT-LINE(11:28)
101500           WRITE SLA-REPORT-LINE.
101600       5400-WRITE-PROFILE-NOTE-EXIT.
101700           EXIT.
101800*
101900******************************************************************
102000*    8000-WRITE-SUMMARY
102100******************************************************************
102200       8000-WRITE-SUMMARY.
102300           MOVE SPACES TO SLA-REPORT-LINE
102400           WRITE SLA-REPORT-LINE
102500           MOVE SRC-LAST-IDX TO WS-COUNT-ED
102600           MOVE SPACES TO SLA-REPORT-LINE
102700           STRING 'SOURCES REPORTED:          ' DELIMITED BY SIZE
102800               WS-COUNT-ED DELIMITED BY SIZE
102900               INTO SLA-REPORT-LINE
103000           END-STRING
103100           WRITE SLA-REPORT-LINE
103200           MOVE WS-SOURCES-CONTRACTED TO WS-COUNT-ED
103300           MOVE SPACES TO SLA-REPORT-LINE
103400           STRING '  UNDER CONTRACT:          ' DELIMITED BY SIZE
103500               WS-COUNT-ED DELIMITED BY SIZE
103600               INTO SLA-REPORT-LINE
103700           END-STRING
103800           WRITE SLA-REPORT-LINE
103900           MOVE WS-SOURCES-MET TO WS-COUNT-ED
104000           MOVE SPACES TO SLA-REPORT-LINE
104100           STRING '  SLA MET:                 ' DELIMITED BY SIZE
104200               WS-COUNT-ED DELIMITED BY SIZE
104300               INTO SLA-REPORT-LINE
104400           END-STRING
104500           WRITE SLA-REPORT-LINE
104600           MOVE WS-SOURCES-MISSED TO WS-COUNT-ED
104700           MOVE SPACES TO SLA-REPORT-LINE
104800           STRING '  SLA MISSED:              ' DELIMITED BY SIZE
104900               WS-COUNT-ED DELIMITED BY SIZE
105000               INTO SLA-REPORT-LINE
105100           END-STRING
105200           WRITE SLA-REPORT-LINE
105300           MOVE WS-AUDIT-READ TO WS-COUNT-ED
105400           MOVE SPACES TO SLA-REPORT-LINE
105500           STRING 'STATION-AGG RUNS READ:     ' DELIMITED BY SIZE
105600               WS-COUNT-ED DELIMITED BY SIZE
105700               INTO SLA-REPORT-LINE
105800           END-STRING
105900           WRITE SLA-REPORT-LINE
106000           MOVE WS-AUDIT-SCORED TO WS-COUNT-ED
106100           MOVE SPACES TO SLA-REPORT-LINE
106200           STRING '  IN THE MONTH, BY SOURCE: ' DELIMITED BY SIZE
106300               WS-COUNT-ED DELIMITED BY SIZE
106400               INTO SLA-REPORT-LINE
106500           END-STRING
106600           WRITE SLA-REPORT-LINE
106700           MOVE WS-AUDIT-SUPPLEMENTAL TO WS-COUNT-ED
106800           MOVE SPACES TO SLA-REPORT-LINE
106900           STRING '  SUPPLEMENTAL WORK FILES: ' DELIMITED BY SIZE
107000               WS-COUNT-ED DELIMITED BY SIZE
107100               INTO SLA-REPORT-LINE
107200           END-STRING
107300           WRITE SLA-REPORT-LINE
107400           MOVE WS-AUDIT-UNATTRIBUTED TO WS-COUNT-ED
107500           MOVE SPACES TO SLA-REPORT-LINE
107600           STRING '  NO HEADER DATE/SOURCE:   ' DELIMITED BY SIZE
107700               WS-COUNT-ED DELIMITED BY SIZE
107800               ' (STARTED IN THE MONTH, NOT SCORED)'
107900                   DELIMITED BY SIZE
108000               INTO SLA-REPORT-LINE
108100           END-STRING
108200           WRITE SLA-REPORT-LINE
108300           MOVE WS-AUDIT-OUTSIDE TO WS-COUNT-ED
108400           MOVE SPACES TO SLA-REPORT-LINE
108500           STRING '  OUTSIDE THE MONTH:       ' DELIMITED BY SIZE
108600               WS-COUNT-ED DELIMITED BY SIZE
108700               INTO SLA-REPORT-LINE
108800           END-STRING
108900           WRITE SLA-REPORT-LINE.
109000       8000-WRITE-SUMMARY-EXIT.
109100           EXIT.
109200*
109300******************************************************************
109400*    9999-EXIT
109500******************************************************************
109600       9999-EXIT.
109700           STOP RUN.
