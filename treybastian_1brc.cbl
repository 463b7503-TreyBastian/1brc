000494*               INDEXED (./STATION-HISTORY.DAT, SEE STATION-HIST
000496*               AND HISTREC.CPY); THE DEFAULT HISTORY FILE NAME
000498*               CHANGES TO MATCH.
000499*    2026-10-15 TB  PAST-DATE AS-OF REGIONS; PARTITIONED=Y MERGE.
000500******************************************************************
000510*
000520       ENVIRONMENT DIVISION.
001010       01  RPT-AREA.
001020           COPY RPTHDR.
001030       01  RPT-PAGE-NUMBER-ED           PIC Z(4)9.
001032       01  STATION-MASTER-REC.
001033           COPY STAMST.
001034       01  STATION-ASOF-AREA.
001035           COPY ASFREQ.
001040
001050*    REGION-WORK-TABLE IS A SORT COPY OF THE STATION TABLE KEYED
001060*    REGION-THEN-NAME FOR THE CONTROL-BREAK WALK.  LIKE THE
001290           05  RGN-D-MEAN               PIC -(5)9.99.
001300
001310       77  WS-PRIOR-REGION              PIC X(03).
001312       77  WS-AS-OF-FLAG                PIC X(01) VALUE 'N'.
001314           88  WS-AS-OF-RUN             VALUE 'Y'.
001320       77  WS-REGION-STARTED-FLAG       PIC X(01) VALUE SPACE.
001330           88  WS-REGION-STARTED        VALUE 'Y'.
001340       77  WS-RGN-STATION-COUNT         PIC 9(05) COMP.
001680       77  WS-RANKINGS-FILE-NAME      PIC X(200)
001690                          VALUE "./station-rankings-report.txt".
001700       77  WS-TOP-N                   PIC 9(03) COMP VALUE 10.
001702       77  WS-PARTITIONED-FLAG        PIC X(01) VALUE 'N'.
001704           88  WS-PARTITIONED         VALUE 'Y'.
001710
001720       01  RUN-TUNABLES.
001730           05  RT-CKPT-INTERVAL         PIC 9(03) COMP VALUE ZERO.
001750           05  RT-MAX-STATIONS          PIC 9(05) COMP VALUE ZERO.
001760           05  RT-EXPECTED-DATE         PIC X(08) VALUE SPACES.
001770           05  RT-FORCE-FLAG            PIC X(01) VALUE 'N'.
001772           05  RT-PARTITION-MODE        PIC X(01) VALUE SPACE.
001774           05  RT-PARTITION-SOURCE      PIC X(30) VALUE SPACES.
001780
001790       77  WS-DCTL-STATUS               PIC X(02).
001800       77  WS-DCTL-EOF-FLAG             PIC X(01) VALUE SPACE.
004010                       PERFORM 1500-BAD-PARM THRU
004020                           1500-BAD-PARM-EXIT
004030                   END-IF
004031               WHEN 'PARTITIONED'
004032                   MOVE FUNCTION TRIM(WS-PARM-VALUE) TO
004033                       WS-PARTITIONED-FLAG
004034                   IF WS-PARTITIONED-FLAG NOT = 'Y' AND
004035                       WS-PARTITIONED-FLAG NOT = 'N'
004036                       PERFORM 1500-BAD-PARM THRU
004037                           1500-BAD-PARM-EXIT
004038                   END-IF
004040               WHEN OTHER
004050                   PERFORM 1500-BAD-PARM THRU
004060                       1500-BAD-PARM-EXIT
004450
004460******************************************************************
004470*    2000-RUN-AGGREGATION
004472*    A DAY CUT BY MEAS-SPLIT (PARTITIONED=Y) HAS ALREADY BEEN
004474*    AGGREGATED PARTITION BY PARTITION (PARTITION-AGG);
004476*    STATION-MERGE COMBINES THE PIECES AND RETURNS THE SAME
004478*    TABLE AND CONTROL TOTALS STATION-AGG WOULD HAVE.
004480******************************************************************
004490       2000-RUN-AGGREGATION.
004491           IF WS-PARTITIONED
004492               CALL 'STATION-MERGE' USING
004493                   WS-MEASUREMENTS-FILE-NAME,
004494                   WS-REJECT-FILE-NAME, WS-CHECKPOINT-FILE-NAME,
004495                   WS-MASTER-FILE-NAME, WS-EXCEPTION-FILE-NAME,
004496                   STATION-TABLE, CONTROL-TOTALS, RUN-TUNABLES
004497           ELSE
004500               CALL 'STATION-AGG' USING WS-MEASUREMENTS-FILE-NAME,
004510                   WS-REJECT-FILE-NAME, WS-CHECKPOINT-FILE-NAME,
004520                   WS-MASTER-FILE-NAME, WS-EXCEPTION-FILE-NAME,
004530                   STATION-TABLE, CONTROL-TOTALS, RUN-TUNABLES
004535           END-IF.
004540       2000-RUN-AGGREGATION-EXIT.
004550           EXIT.
004560
005510           MOVE RT-FORCE-FLAG TO WS-ECHO-VALUE
005520           PERFORM 3060-WRITE-ECHO-LINE THRU
005530               3060-WRITE-ECHO-LINE-EXIT
005532           MOVE 'PARTITIONED:' TO WS-ECHO-LABEL
005534           MOVE WS-PARTITIONED-FLAG TO WS-ECHO-VALUE
005536           PERFORM 3060-WRITE-ECHO-LINE THRU
005538               3060-WRITE-ECHO-LINE-EXIT
005540           MOVE 'TOP-N:' TO WS-ECHO-LABEL
005550           MOVE WS-TOP-N TO WS-PARM-NUM-ED
005560           MOVE WS-PARM-NUM-ED TO WS-ECHO-VALUE
007140******************************************************************
007150*    5000-WRITE-REGION-REPORT
007160*    REGIONAL ROLLUP: STATIONS GROUPED UNDER THEIR REGION CODE
007170*    (CARRIED INTO STA-REGION FROM THE STATION MASTER -- OR, FOR
007173*    A FILE WHOSE HEADER DATE IS BEFORE THE RUN DATE, THE REGION
007176*    IN EFFECT ON THAT DATE PER STATION-ASOF), ONE
007180*    CONTROL-BREAK SUBTOTAL PER REGION (STATION COUNT, READINGS,
007190*    REGION-WIDE MIN/MAX AND WEIGHTED MEAN FROM STA-TOTAL /
007200*    STA-TEMP-COUNT), AND A GRAND-TOTAL LINE THAT CROSS-FOOTS
007210*    TO THE CONTROL-TOTALS TRAILER ON THE STATION REPORT.
007220******************************************************************
007230       5000-WRITE-REGION-REPORT.
007231           IF CT-HEADER-DATE NOT = SPACES AND
007232               CT-HEADER-DATE < RPT-RUN-DATE(1:8)
007233               SET WS-AS-OF-RUN TO TRUE
007234               MOVE CT-HEADER-DATE TO ASF-AS-OF-DATE
007235           END-IF
007237           MOVE WS-MASTER-FILE-NAME TO ASF-MASTER-FILE-NAME
007240           PERFORM 5100-BUILD-REGION-WORK THRU
007250               5100-BUILD-REGION-WORK-EXIT
007260           IF RGW-LAST-IDX > 1
007920
007930******************************************************************
007940*    5150-COPY-ONE-STATION
007943*    A STATION THE AS-OF MASTER DOES NOT KNOW (OR HAD NOT YET
007946*    ADDED) KEEPS THE REGION STATION-AGG GAVE IT.
007950******************************************************************
007960       5150-COPY-ONE-STATION.
007970           ADD 1 TO RGW-LAST-IDX
007980           SET RGW-IDX TO RGW-LAST-IDX
007990           MOVE STA-REGION(STA-IDX) TO RGW-REGION(RGW-IDX)
007991           IF WS-AS-OF-RUN
007992               MOVE STA-NAME(STA-IDX) TO ASF-STATION-NAME
007993               CALL 'STATION-ASOF' USING STATION-ASOF-AREA
007994               IF ASF-IN-EFFECT
007995                   MOVE ASF-STATION-IMAGE TO STATION-MASTER-REC
007996                   MOVE STM-REGION-CODE TO RGW-REGION(RGW-IDX)
007997               END-IF
007998           END-IF
008000           MOVE STA-NAME(STA-IDX) TO RGW-NAME(RGW-IDX)
008010           MOVE STA-MIN-TEMP(STA-IDX) TO RGW-MIN(RGW-IDX)
008020           MOVE STA-MAX-TEMP(STA-IDX) TO RGW-MAX(RGW-IDX)
