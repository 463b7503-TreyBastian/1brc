000390*               COVERS THE FULL WEEK.  TO RE-AGGREGATE A
000391*               COMPLETED DATE ON PURPOSE, REMOVE IT FROM THE
000392*               PROGRESS REGISTER AND FORCE THE FILE.
000393*    2026-10-15 TB  NAME THE PROVIDER ON EACH LATE-FEED LINE: THE
000394*               SOURCE WHOSE CONTRACT (./PROVIDER-CONTRACT.TXT,
000395*               PCTREC.CPY) HAS A DELIVERY DUE ON THAT WEEKDAY.
000396******************************************************************
000397*
000399******************************************************************
000400*    THE CONTROL FILE (WS-CONTROL-FILE-NAME) IS TWO LINE
000410*    SEQUENTIAL RECORDS, A START DATE AND AN END DATE, BOTH
000540               ASSIGN TO DYNAMIC WS-DAILY-REPORT-FILE-NAME
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS WS-DAILY-REPORT-STATUS.
000562           SELECT CONTRACT-FILE
000564               ASSIGN TO "./provider-contract.txt"
000566               ORGANIZATION IS LINE SEQUENTIAL
000568               FILE STATUS IS WS-CONTRACT-STATUS.
000570           SELECT TREND-REPORT-FILE
000580               ASSIGN TO "./station-trend-report.txt"
000590               ORGANIZATION IS LINE SEQUENTIAL
000660
000670       FD  DAILY-REPORT-FILE.
000680       01  DAILY-REPORT-LINE           PIC X(153).
000682
000684       FD  CONTRACT-FILE.
000686           COPY PCTREC.
000690
000700       FD  TREND-REPORT-FILE.
000710       01  TREND-REPORT-LINE           PIC X(132).
001000           05  RT-MAX-STATIONS          PIC 9(05) COMP VALUE ZERO.
001010           05  RT-EXPECTED-DATE         PIC X(08) VALUE SPACES.
001020           05  RT-FORCE-FLAG            PIC X(01) VALUE 'N'.
001022           05  RT-PARTITION-MODE        PIC X(01) VALUE SPACE.
001024           05  RT-PARTITION-SOURCE      PIC X(30) VALUE SPACES.
001030
001040       01  RPT-AREA.
001050           COPY RPTHDR.
001600       77  WS-TOP-N                    PIC 9(03) COMP VALUE 10.
001610       77  WS-DAILY-REPORT-FILE-NAME   PIC X(200).
001620
001621*    CTR-TABLE: EACH PROVIDER CONTRACT'S SOURCE AND WEEKDAY MASK,
001622*    SO A LATE-FEED LINE CAN NAME WHOSE FEED IS MISSING.  NO
001623*    CONTRACT FILE LEAVES IT EMPTY (SOURCE UNKNOWN).
001624       01  CTR-TABLE.
001625           05  CTR-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
001626           05  CTR-ENTRY OCCURS 100 TIMES INDEXED BY CTR-IDX.
001627               10  CTR-SOURCE          PIC X(30).
001628               10  CTR-DAYS            PIC X(07).
001629
001630       77  WS-RUN-PROBLEM-FLAG         PIC X(01) VALUE SPACE.
001640           88  WS-RUN-PROBLEM-OCCURRED VALUE 'Y'.
001650
001651       77  WS-CTR-EOF-FLAG             PIC X(01) VALUE SPACE.
001652           88  WS-CTR-EOF              VALUE 'Y'.
001653       77  WS-WEEKDAY                  PIC 9(01).
001654       77  WS-CTR-DUE-COUNT            PIC 9(03) COMP.
001655       77  WS-CTR-FIRST-IDX            PIC 9(03) COMP.
001656       77  WS-LATE-SOURCE              PIC X(60).
001657
001660       77  WS-CONTROL-STATUS           PIC X(02).
001670       77  WS-DAILY-REPORT-STATUS      PIC X(02).
001675       77  WS-CONTRACT-STATUS          PIC X(02).
001680       77  WS-TREND-REPORT-STATUS      PIC X(02).
001682       77  WS-CALENDAR-STATUS          PIC X(02).
001684       77  WS-LATE-REPORT-STATUS       PIC X(02).
001890       1000-INITIALIZE.
001900           INITIALIZE TREND-TABLE
001905           INITIALIZE CAL-TABLE
001907           INITIALIZE CTR-TABLE
001910           MOVE ZERO TO RPT-PAGE-NUMBER
001911           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001912           OPEN OUTPUT LATE-REPORT-FILE
001920           MOVE SPACES TO LATE-REPORT-LINE
001921           WRITE LATE-REPORT-LINE
001922           PERFORM 1100-LOAD-CALENDAR THRU
001923               1100-LOAD-CALENDAR-EXIT
001924           PERFORM 1150-LOAD-CONTRACTS THRU
001925               1150-LOAD-CONTRACTS-EXIT.
001926       1000-INITIALIZE-EXIT.
001930           EXIT.
001932
002480           ELSE IF DCT-IO-ERROR
002490               DISPLAY 'WEEKLY-DRIVER: SKIPPING ' WS-DATE-STRING
002500                   ' - FILE ERROR, SEE STATION-AGG MESSAGE ABOVE'
002502               PERFORM 3135-FIND-LATE-SOURCE THRU
002504                   3135-FIND-LATE-SOURCE-EXIT
002505               PERFORM 3130-WRITE-LATE-FEED-LINE THRU
002506                   3130-WRITE-LATE-FEED-LINE-EXIT
002510               MOVE 'Y' TO WS-RUN-PROBLEM-FLAG
003322*    EXPECTED ARRIVAL ARE COMPUTED AGAINST THE CALENDAR'S
003323*    ARRIVAL TIME FOR THE DATE (MIDNIGHT WHEN THE DATE CARRIES
003324*    NONE), CLAMPED AT ZERO WHEN THE RUN FIRES BEFORE THE FEED
003325*    WAS EVER DUE.  WS-LATE-SOURCE IS SET BY 3135 BEFOREHAND.
003326******************************************************************
003327       3130-WRITE-LATE-FEED-LINE.
003328           OPEN INPUT MEAS-PROBE-FILE
003363               WS-EXPECT-HHMM(1:2) DELIMITED BY SIZE
003364               ':' DELIMITED BY SIZE
003365               WS-EXPECT-HHMM(3:2) DELIMITED BY SIZE
003366               ', NOW ' WS-LATE-HOURS-ED DELIMITED BY SIZE
003367               ' HOUR(S) PAST EXPECTED ARRIVAL' DELIMITED BY SIZE
003368               ', SOURCE ' DELIMITED BY SIZE
003369               WS-LATE-SOURCE DELIMITED BY '  '
003370               INTO LATE-REPORT-LINE
003371           END-STRING
003372           WRITE LATE-REPORT-LINE.
007420******************************************************************
007430       9999-EXIT.
007440           STOP RUN.
007450
007460******************************************************************
007470*    1150-LOAD-CONTRACTS
007480*    ONLY THE SOURCE CODE AND DELIVERY DAYS ARE KEPT; THE SLA
007490*    TARGETS ARE PROVIDER-SLA'S BUSINESS.  A CONTRACT FILE THAT
007500*    CANNOT BE OPENED IS NOT AN ERROR -- LATE-FEED LINES JUST
007510*    CANNOT NAME THE PROVIDER.
007520******************************************************************
007530       1150-LOAD-CONTRACTS.
007540           OPEN INPUT CONTRACT-FILE
007550           IF WS-CONTRACT-STATUS NOT = '00'
007560               DISPLAY 'WEEKLY-DRIVER: NO PROVIDER CONTRACTS, '
007570                   'STATUS=' WS-CONTRACT-STATUS
007580                   ' - LATE FEEDS WILL NOT NAME A SOURCE'
007590               GO TO 1150-LOAD-CONTRACTS-EXIT
007600           END-IF
007610           MOVE SPACE TO WS-CTR-EOF-FLAG
007620           PERFORM 1160-READ-ONE-CONTRACT THRU
007630               1160-READ-ONE-CONTRACT-EXIT
007640               UNTIL WS-CTR-EOF
007650           CLOSE CONTRACT-FILE.
007660       1150-LOAD-CONTRACTS-EXIT.
007670           EXIT.
007680
007690******************************************************************
007700*    1160-READ-ONE-CONTRACT
007710******************************************************************
007720       1160-READ-ONE-CONTRACT.
007730           READ CONTRACT-FILE
007740               AT END
007750                   SET WS-CTR-EOF TO TRUE
007760                   GO TO 1160-READ-ONE-CONTRACT-EXIT
007770           END-READ
007780           IF PCT-SOURCE-CODE = SPACES
007790               GO TO 1160-READ-ONE-CONTRACT-EXIT
007800           END-IF
007810           IF CTR-LAST-IDX NOT < 100
007820               DISPLAY 'WEEKLY-DRIVER: WARNING - CONTRACT TABLE '
007830                   'FULL, RECORD SKIPPED'
007840               GO TO 1160-READ-ONE-CONTRACT-EXIT
007850           END-IF
007860           ADD 1 TO CTR-LAST-IDX
007870           MOVE PCT-SOURCE-CODE TO CTR-SOURCE(CTR-LAST-IDX)
007880           MOVE PCT-DELIVERY-DAYS TO CTR-DAYS(CTR-LAST-IDX).
007890       1160-READ-ONE-CONTRACT-EXIT.
007900           EXIT.
007910
007920******************************************************************
007930*    3135-FIND-LATE-SOURCE
007940*    WEEKDAY 1 IS MONDAY: DAY 1 OF THE INTEGER-OF-DATE COUNT
007950*    (1601-01-01) WAS A MONDAY.  SEVERAL CONTRACTS DUE THE SAME
007960*    WEEKDAY NAME THE FIRST, FOLLOWED BY HOW MANY OTHERS ARE DUE.
007970******************************************************************
007980       3135-FIND-LATE-SOURCE.
007990           MOVE 'UNKNOWN' TO WS-LATE-SOURCE
008000           MOVE ZERO TO WS-CTR-DUE-COUNT
008010           MOVE ZERO TO WS-CTR-FIRST-IDX
008020           COMPUTE WS-WEEKDAY = FUNCTION MOD(
008030               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1, 7)
008040               + 1
008050           PERFORM VARYING CTR-IDX FROM 1 BY 1
008060               UNTIL CTR-IDX > CTR-LAST-IDX
008070               IF CTR-DAYS(CTR-IDX)(WS-WEEKDAY:1) = 'Y'
008080                   ADD 1 TO WS-CTR-DUE-COUNT
008090                   IF WS-CTR-DUE-COUNT = 1
008100                       SET WS-CTR-FIRST-IDX TO CTR-IDX
008110                   END-IF
008120               END-IF
008130           END-PERFORM
008140           IF WS-CTR-DUE-COUNT = ZERO
008150               GO TO 3135-FIND-LATE-SOURCE-EXIT
008160           END-IF
008170           MOVE CTR-SOURCE(WS-CTR-FIRST-IDX) TO WS-LATE-SOURCE
008180           IF WS-CTR-DUE-COUNT > 1
008190               SUBTRACT 1 FROM WS-CTR-DUE-COUNT
008200               MOVE WS-CTR-DUE-COUNT TO WS-CAL-COUNT-ED
008210               MOVE SPACES TO WS-LATE-SOURCE
008220               STRING CTR-SOURCE(WS-CTR-FIRST-IDX)
008230                       DELIMITED BY '  '
008240                   ' (+' DELIMITED BY SIZE
008250                   WS-CAL-COUNT-ED DELIMITED BY SIZE
008260                   ' OTHER(S) DUE)' DELIMITED BY SIZE
008270                   INTO WS-LATE-SOURCE
008280               END-STRING
008290           END-IF.
008300       3135-FIND-LATE-SOURCE-EXIT.
008310           EXIT.
