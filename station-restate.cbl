000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-RESTATE.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  WRITES A RESTATEMENT
001000*               EXTRACT (SEE RSTREC.CPY) FOR EVERY BUSINESS DATE
001100*               WHOSE STORED HISTORY NO LONGER MATCHES WHAT THE
001200*               WAREHOUSE WAS LAST SHIPPED -- REJECT-REPROC AND
001300*               PENDING-REPLAY FOLDING READINGS IN, HIST-REKEY
001400*               RENAMING A STATION, OR A FORCED STATION-AGG RUN
001500*               -- AND REGISTERS IT ON THE EXTRACT REGISTER UNDER
001600*               THE NEXT VERSION NUMBER FOR THE DAY, SO THE
001700*               WAREHOUSE AND PERIOD-SUMMARY AGREE AT MONTH-END.
001800******************************************************************
001900*
002000******************************************************************
002100*    THE CONTROL FILE (./RESTATE-CONTROL.TXT) IS TWO LINE
002200*    SEQUENTIAL RECORDS:
002300*      LINE 1  FIRST BUSINESS DATE TO CHECK, YYYYMMDD
002400*      LINE 2  LAST BUSINESS DATE TO CHECK, YYYYMMDD
002500*              (BLANK = THE FIRST DATE ONLY)
002600*
002700*    WHAT THE WAREHOUSE HOLDS FOR A DATE IS REBUILT FROM THE
002800*    EXTRACT REGISTER: THE DAY'S LATEST VERSION 000 EXTRACT
002900*    (STATION-EXTRACT), THEN EVERY RESTATEMENT OF THE DAY
003000*    REGISTERED AFTER IT, APPLIED IN REGISTER ORDER.  A DATE
003100*    NOT ON THE REGISTER WAS NEVER SHIPPED AND IS PASSED OVER.
003200*    A FULL RE-EXTRACT OF THE DAY GOES OUT AS VERSION 000 AGAIN
003300*    AND SUPERSEDES THE RESTATEMENTS BEFORE IT.
003400*
003500*    THE DAY'S HISTORY RECORDS ARE THEN COMPARED STATION BY
003600*    STATION AGAINST THAT IMAGE:
003700*      IN HISTORY, NOT SHIPPED           -> A (ADD NEW NAME)
003800*      IN BOTH, ANY FIGURE DIFFERENT     -> R (REPLACE)
003900*      SHIPPED, NO LONGER IN HISTORY     -> D (DELETE OLD NAME)
004000*    A DAY WITH ANY CHANGE GETS ONE RESTATEMENT FILE,
004100*    ./STATION-RESTATE-YYYYMMDD-VNNN.TXT, AND ONE REGISTER
004200*    RECORD (VERSION NNN) CARRYING THE FILE'S TRAILER TOTALS,
004300*    WHICH EXTRACT-RECON MATCHES THE WAREHOUSE'S ACKS AGAINST.
004400*    A SHIPPED DAY WITH NO HISTORY LEFT AT ALL (PURGED OR
004500*    ARCHIVED BY HIST-REORG) IS REPORTED, NOT RESTATED -- IT IS
004600*    NEVER SENT AS A DAY OF DELETES.
004700*
004800*    THE HISTORY FILE IS ONLY READ.  THE RUN CAN BE REPEATED:
004900*    A DAY ALREADY RESTATED COMPARES CLEAN UNTIL HISTORY
005000*    CHANGES AGAIN.
005100*
005200*    RETURN CODE: 16 SETUP ERROR; 8 WHEN A SHIPPED DAY COULD
005300*    NOT BE CHECKED (SHIPPED FILE MISSING, TABLE FULL, VERSIONS
005400*    EXHAUSTED); 4 WHEN ANY RESTATEMENT WAS WRITTEN; ELSE 0.
005500******************************************************************
005600       ENVIRONMENT DIVISION.
005700       INPUT-OUTPUT SECTION.
005800       FILE-CONTROL.
005900           SELECT CONTROL-FILE
006000               ASSIGN TO "./restate-control.txt"
006100               ORGANIZATION IS LINE SEQUENTIAL
006200               FILE STATUS IS WS-CONTROL-STATUS.
006300           SELECT EXT-REGISTER-FILE
006400               ASSIGN TO "./extract-register.txt"
006500               ORGANIZATION IS LINE SEQUENTIAL
006600               FILE STATUS IS WS-REGISTER-STATUS.
006700           SELECT SHIPPED-FILE
006800               ASSIGN TO DYNAMIC WS-SHIPPED-FILE-NAME
006900               ORGANIZATION IS LINE SEQUENTIAL
007000               FILE STATUS IS WS-SHIPPED-STATUS.
007100           SELECT HISTORY-FILE
007200               ASSIGN TO "./station-history.dat"
007300               ORGANIZATION IS INDEXED
007400               ACCESS MODE IS DYNAMIC
007500               RECORD KEY IS HST-KEY
007600               FILE STATUS IS WS-HISTORY-STATUS.
007700           SELECT RESTATE-FILE
007800               ASSIGN TO DYNAMIC WS-RESTATE-FILE-NAME
007900               ORGANIZATION IS LINE SEQUENTIAL
008000               FILE STATUS IS WS-RESTATE-STATUS.
008100           SELECT RESTATE-REPORT-FILE
008200               ASSIGN TO "./station-restate-report.txt"
008300               ORGANIZATION IS LINE SEQUENTIAL
008400               FILE STATUS IS WS-RESTATE-REPORT-STATUS.
008500*
008600       DATA DIVISION.
008700       FILE SECTION.
008800       FD  CONTROL-FILE.
008900       01  CONTROL-RECORD              PIC X(100).
009000*
009100       FD  EXT-REGISTER-FILE.
009200       01  EXT-REGISTER-REC            PIC X(253).
009300*
009400*    ONE RECORD AREA SERVES BOTH THE VERSION 000 EXTRACT
009500*    (EXTREC.CPY) AND THE RESTATEMENT FILES (RSTREC.CPY).
009600       FD  SHIPPED-FILE.
009700       01  SHIPPED-REC                 PIC X(231).
009800*
009900       FD  HISTORY-FILE.
010000           COPY HISTREC.
010100*
010200       FD  RESTATE-FILE.
010300       01  RESTATE-REC                 PIC X(231).
010400*
010500       FD  RESTATE-REPORT-FILE.
010600       01  RESTATE-REPORT-LINE         PIC X(132).
010700*
010800       WORKING-STORAGE SECTION.
010900           COPY EXTREG.
011000*
011100           COPY EXTREC.
011200*
011300           COPY RSTREC.
011400*
011500*    REG-TABLE HOLDS THE LATEST REGISTER ENTRY PER FILE NAME, IN
011600*    THE ORDER THE NAMES FIRST APPEARED, THE SAME RULE
011700*    EXTRACT-RECON USES.  REG-SEQ IS THE ENTRY'S POSITION ON THE
011800*    REGISTER, SO A RE-EXTRACT OF A DAY SORTS AFTER THE
011900*    RESTATEMENTS IT SUPERSEDES.
012000       01  REG-TABLE.
012100           05  REG-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
012200           05  REG-ENTRY OCCURS 5000 TIMES INDEXED BY REG-IDX.
012300               10  REG-FILE-NAME       PIC X(200).
012400               10  REG-RUN-DATE        PIC X(08).
012500               10  REG-VERSION         PIC 9(03) COMP.
012600               10  REG-SEQ             PIC 9(10) COMP.
012700*
012800*    SHP-TABLE IS THE DAY AS THE WAREHOUSE HOLDS IT, ONE ENTRY
012900*    PER STATION NAME EVER SHIPPED FOR THE DAY, KEYED THROUGH THE
013000*    SAME CHAINED NAME HASH STATTBL.CPY USES.  A NAME A LATER
013100*    RESTATEMENT DELETED STAYS ON THE TABLE AS WITHDRAWN.
013200       01  SHP-TABLE.
013300           05  SHP-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
013400           05  SHP-ENTRY OCCURS 10000 TIMES INDEXED BY SHP-IDX.
013500               10  SHP-NAME            PIC X(100).
013600               10  SHP-STATE           PIC X(01).
013700                   88  SHP-HELD        VALUE 'H'.
013800                   88  SHP-WITHDRAWN   VALUE 'W'.
013900               10  SHP-IN-HISTORY-FLAG PIC X(01).
014000                   88  SHP-IN-HISTORY  VALUE 'Y'.
014100               10  SHP-MIN             PIC S9(4)V9(2) COMP-3.
014200               10  SHP-MAX             PIC S9(4)V9(2) COMP-3.
014300               10  SHP-COUNT           PIC 9(10) COMP.
014400               10  SHP-TOTAL           PIC S9(12)V9(2) COMP-3.
014500               10  SHP-MEDIAN          PIC S9(4)V9(2) COMP-3.
014600               10  SHP-P90             PIC S9(4)V9(2) COMP-3.
014700               10  SHP-HASH-NEXT       PIC 9(05) COMP.
014800           05  SHP-HASH-BUCKET OCCURS 2003 TIMES
014900                                       PIC 9(05) COMP.
015000*
015100       01  RSR-DETAIL-REC.
015200           05  RSR-DATE                PIC X(08).
015300           05  FILLER                  PIC X(03) VALUE SPACES.
015400           05  RSR-HELD-VERSION        PIC 9(03).
015500           05  FILLER                  PIC X(03) VALUE SPACES.
015600           05  RSR-NEW-VERSION         PIC X(03).
015700           05  FILLER                  PIC X(02) VALUE SPACES.
015800           05  RSR-REPLACED            PIC Z(7)9.
015900           05  FILLER                  PIC X(02) VALUE SPACES.
016000           05  RSR-DELETED             PIC Z(7)9.
016100           05  FILLER                  PIC X(02) VALUE SPACES.
016200           05  RSR-ADDED               PIC Z(7)9.
016300           05  FILLER                  PIC X(02) VALUE SPACES.
016400           05  RSR-RESULT              PIC X(80).
016500*
016600       77  WS-CONTROL-STATUS           PIC X(02).
016700       77  WS-REGISTER-STATUS          PIC X(02).
016800       77  WS-SHIPPED-STATUS           PIC X(02).
016900       77  WS-HISTORY-STATUS           PIC X(02).
017000       77  WS-RESTATE-STATUS           PIC X(02).
017100       77  WS-RESTATE-REPORT-STATUS    PIC X(02).
017200       77  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
017300           88  WS-REG-EOF              VALUE 'Y'.
017400       77  WS-SHIPPED-EOF-FLAG         PIC X(01) VALUE SPACE.
017500           88  WS-SHIPPED-EOF          VALUE 'Y'.
017600       77  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
017700           88  WS-HIST-EOF             VALUE 'Y'.
017800       77  WS-RESTATE-OPEN-FLAG        PIC X(01) VALUE 'N'.
017900           88  WS-RESTATE-OPEN         VALUE 'Y'.
018000       77  WS-DAY-FAILED-FLAG          PIC X(01) VALUE 'N'.
018100           88  WS-DAY-FAILED           VALUE 'Y'.
018200*
018300       77  WS-SHIPPED-FILE-NAME        PIC X(200).
018400       77  WS-RESTATE-FILE-NAME        PIC X(200).
018500*
018600       77  WS-RUN-DATE                 PIC X(08).
018700       77  WS-RUN-TIME                 PIC X(08).
018800       77  WS-START-DATE-X             PIC X(08).
018900       77  WS-END-DATE-X               PIC X(08).
019000       77  WS-START-DATE               PIC 9(08).
019100       77  WS-END-DATE                 PIC 9(08).
019200       77  WS-SCAN-DATE                PIC 9(08).
019300       77  WS-SCAN-DATE-X              PIC X(08).
019400       77  WS-SCAN-INT                 PIC 9(08) COMP.
019500       77  WS-END-INT                  PIC 9(08) COMP.
019600*
019700       77  WS-MAX-REG-ENTRIES          PIC 9(05) COMP VALUE 5000.
019800       77  WS-MAX-SHP-STATIONS         PIC 9(05) COMP VALUE 10000.
019900       77  WS-REG-FOUND-IDX            PIC 9(05) COMP.
020000       77  WS-REG-SCAN-IDX             PIC 9(05) COMP.
020100       77  WS-REG-SEARCH-NAME          PIC X(200).
020200       77  WS-REGISTER-READ            PIC 9(10) COMP VALUE ZERO.
020300       77  WS-BASE-IDX                 PIC 9(05) COMP.
020400       77  WS-BASE-SEQ                 PIC 9(10) COMP.
020500       77  WS-HELD-VERSION             PIC 9(03) COMP.
020600       77  WS-TOP-VERSION              PIC 9(03) COMP.
020700       77  WS-NEW-VERSION              PIC 9(03) COMP.
020800       77  WS-VERSION-ED               PIC 9(03).
020900*
021000       77  WS-SHP-LOOKUP-NAME          PIC X(100).
021100       77  WS-SHP-NAME-BYTES REDEFINES WS-SHP-LOOKUP-NAME
021200                                       PIC X(01) OCCURS 100 TIMES.
021300       77  WS-SHP-HASH-SUM             PIC 9(10) COMP.
021400       77  WS-SHP-HASH-QUOT            PIC 9(10) COMP.
021500       77  WS-SHP-HASH-REM             PIC 9(05) COMP.
021600       77  WS-SHP-HASH-BUCKET-COUNT    PIC 9(05) COMP VALUE 2003.
021700       77  WS-SHP-BUCKET               PIC 9(05) COMP.
021800       77  WS-SHP-CHAR-IDX             PIC 9(03) COMP.
021900       77  WS-SHP-CHAIN-IDX            PIC 9(05) COMP.
022000       77  WS-SHP-FOUND-IDX            PIC 9(05) COMP.
022100*
022200       77  WS-DAY-HISTORY-RECS         PIC 9(07) COMP.
022300       77  WS-DAY-READINGS             PIC 9(10) COMP.
022400       77  WS-DAY-STATIONS             PIC 9(05) COMP.
022500       77  WS-DAY-TOTAL                PIC S9(14)V9(02) COMP-3.
022600       77  WS-DAY-REPLACED             PIC 9(05) COMP.
022700       77  WS-DAY-DELETED              PIC 9(05) COMP.
022800       77  WS-DAY-ADDED                PIC 9(05) COMP.
022900       77  WS-DAY-DETAILS              PIC 9(07) COMP.
023000*
023100       77  WS-DATES-CHECKED            PIC 9(05) COMP VALUE ZERO.
023200       77  WS-DATES-SHIPPED            PIC 9(05) COMP VALUE ZERO.
023300       77  WS-DATES-CURRENT            PIC 9(05) COMP VALUE ZERO.
023400       77  WS-DATES-RESTATED           PIC 9(05) COMP VALUE ZERO.
023500       77  WS-DATES-NO-HISTORY         PIC 9(05) COMP VALUE ZERO.
023600       77  WS-DATES-FAILED             PIC 9(05) COMP VALUE ZERO.
023700       77  WS-DETAILS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
023800       77  WS-HIST-SKIPPED             PIC 9(07) COMP VALUE ZERO.
023900       77  WS-COUNT-ED                 PIC Z(9)9.
024000*
024100       PROCEDURE DIVISION.
024200******************************************************************
024300*    0000-MAINLINE
024400******************************************************************
024500       0000-MAINLINE.
024600           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
024700           PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT
024800           OPEN INPUT HISTORY-FILE
024900           IF WS-HISTORY-STATUS NOT = '00'
025000               DISPLAY 'STATION-RESTATE: ERROR OPENING HISTORY '
025100                   'FILE, STATUS=' WS-HISTORY-STATUS
025200               MOVE SPACES TO RESTATE-REPORT-LINE
025300               STRING 'HISTORY FILE NOT READ, STATUS='
025400                       DELIMITED BY SIZE
025500                   WS-HISTORY-STATUS DELIMITED BY SIZE
025600                   ' -- NOTHING RESTATED' DELIMITED BY SIZE
025700                   INTO RESTATE-REPORT-LINE
025800               END-STRING
025900               WRITE RESTATE-REPORT-LINE
026000               CLOSE RESTATE-REPORT-FILE
026100               MOVE 16 TO RETURN-CODE
026200               GO TO 9999-EXIT
026300           END-IF
026400           COMPUTE WS-SCAN-INT =
026500               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
026600           PERFORM 4000-CHECK-ONE-DATE THRU
026700               4000-CHECK-ONE-DATE-EXIT
026800               UNTIL WS-SCAN-INT > WS-END-INT
026900           CLOSE HISTORY-FILE
027000           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
027100           CLOSE RESTATE-REPORT-FILE
027200           IF WS-DATES-RESTATED NOT = ZERO
027300               MOVE 4 TO RETURN-CODE
027400           END-IF
027500           IF WS-DATES-FAILED NOT = ZERO
027600               MOVE 8 TO RETURN-CODE
027700           END-IF
027800           GO TO 9999-EXIT.
027900*
028000******************************************************************
028100*    1000-INITIALIZE
028200******************************************************************
028300       1000-INITIALIZE.
028400           INITIALIZE REG-TABLE
028500           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028600           ACCEPT WS-RUN-TIME FROM TIME
028700           OPEN INPUT CONTROL-FILE
028800           IF WS-CONTROL-STATUS NOT = '00'
028900               DISPLAY 'STATION-RESTATE: ERROR OPENING CONTROL '
029000                   'FILE, STATUS=' WS-CONTROL-STATUS
029100               MOVE 16 TO RETURN-CODE
029200               GO TO 9999-EXIT
029300           END-IF
029400           MOVE SPACES TO WS-START-DATE-X, WS-END-DATE-X
029500           READ CONTROL-FILE INTO WS-START-DATE-X
029600           READ CONTROL-FILE INTO WS-END-DATE-X
029700           CLOSE CONTROL-FILE
029800           IF WS-END-DATE-X = SPACES
029900               MOVE WS-START-DATE-X TO WS-END-DATE-X
030000           END-IF
030100           IF WS-START-DATE-X IS NOT NUMERIC OR
030200               WS-END-DATE-X IS NOT NUMERIC
030300               DISPLAY 'STATION-RESTATE: INVALID DATE RANGE ON '
030400                   'CONTROL FILE'
030500               MOVE 16 TO RETURN-CODE
030600               GO TO 9999-EXIT
030700           END-IF
030800           MOVE WS-START-DATE-X TO WS-START-DATE
030900           MOVE WS-END-DATE-X TO WS-END-DATE
031000           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE)
031100                   NOT = 0 OR
031200               FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE)
031300                   NOT = 0 OR
031400               WS-END-DATE < WS-START-DATE
031500               DISPLAY 'STATION-RESTATE: INVALID DATE RANGE ON '
031600                   'CONTROL FILE'
031700               MOVE 16 TO RETURN-CODE
031800               GO TO 9999-EXIT
031900           END-IF
032000           COMPUTE WS-END-INT =
032100               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
032200           OPEN OUTPUT RESTATE-REPORT-FILE
032300           IF WS-RESTATE-REPORT-STATUS NOT = '00'
032400               DISPLAY 'STATION-RESTATE: ERROR OPENING REPORT, '
032500                   'STATUS=' WS-RESTATE-REPORT-STATUS
032600               MOVE 16 TO RETURN-CODE
032700               GO TO 9999-EXIT
032800           END-IF
032900           MOVE SPACES TO RESTATE-REPORT-LINE
033000           STRING 'RESTATEMENT EXTRACT'
033100                   DELIMITED BY SIZE
033200               '          RUN DATE: ' DELIMITED BY SIZE
033300               WS-RUN-DATE DELIMITED BY SIZE
033400               INTO RESTATE-REPORT-LINE
033500           END-STRING
033600           WRITE RESTATE-REPORT-LINE
033700           MOVE SPACES TO RESTATE-REPORT-LINE
033800           STRING 'BUSINESS DATES: ' DELIMITED BY SIZE
033900               WS-START-DATE-X DELIMITED BY SIZE
034000               ' - ' DELIMITED BY SIZE
034100               WS-END-DATE-X DELIMITED BY SIZE
034200               INTO RESTATE-REPORT-LINE
034300           END-STRING
034400           WRITE RESTATE-REPORT-LINE
034500           MOVE SPACES TO RESTATE-REPORT-LINE
034600           WRITE RESTATE-REPORT-LINE
034700           MOVE 'DATE      HELD   NEW  REPLACED'
034800               TO RESTATE-REPORT-LINE
034900           MOVE 'DELETED     ADDED' TO RESTATE-REPORT-LINE(34:17)
035000           MOVE 'RESULT' TO RESTATE-REPORT-LINE(53:6)
035100           WRITE RESTATE-REPORT-LINE.
035200       1000-INITIALIZE-EXIT.
035300           EXIT.
035400*
035500******************************************************************
035600*    2000-LOAD-REGISTER
035700*    NO REGISTER MEANS NOTHING HAS EVER BEEN SHIPPED, SO THERE
035800*    IS NOTHING TO RESTATE -- A SETUP ERROR, AS IN EXTRACT-RECON.
035900******************************************************************
036000       2000-LOAD-REGISTER.
036100           OPEN INPUT EXT-REGISTER-FILE
036200           IF WS-REGISTER-STATUS NOT = '00'
036300               DISPLAY 'STATION-RESTATE: ERROR OPENING EXTRACT '
036400                   'REGISTER, STATUS=' WS-REGISTER-STATUS
036500               MOVE 16 TO RETURN-CODE
036600               CLOSE RESTATE-REPORT-FILE
036700               GO TO 9999-EXIT
036800           END-IF
036900           MOVE SPACE TO WS-REG-EOF-FLAG
037000           PERFORM 2100-READ-ONE-REGISTER THRU
037100               2100-READ-ONE-REGISTER-EXIT
037200               UNTIL WS-REG-EOF
037300           CLOSE EXT-REGISTER-FILE.
037400       2000-LOAD-REGISTER-EXIT.
037500           EXIT.
037600*
037700******************************************************************
037800*    2100-READ-ONE-REGISTER
037900*    A REGISTER RECORD WRITTEN BEFORE THE VERSION FIELD EXISTED
038000*    IS A VERSION 000 EXTRACT.
038100******************************************************************
038200       2100-READ-ONE-REGISTER.
038300           READ EXT-REGISTER-FILE INTO XRG-RECORD
038400               AT END
038500                   SET WS-REG-EOF TO TRUE
038600                   GO TO 2100-READ-ONE-REGISTER-EXIT
038700           END-READ
038800           ADD 1 TO WS-REGISTER-READ
038900           IF XRG-FILE-NAME = SPACES
039000               GO TO 2100-READ-ONE-REGISTER-EXIT
039100           END-IF
039200           MOVE XRG-FILE-NAME TO WS-REG-SEARCH-NAME
039300           PERFORM 2200-FIND-BY-FILE-NAME THRU
039400               2200-FIND-BY-FILE-NAME-EXIT
039500           IF WS-REG-FOUND-IDX = ZERO
039600               IF REG-LAST-IDX NOT < WS-MAX-REG-ENTRIES
039700                   DISPLAY 'STATION-RESTATE: REGISTER TABLE '
039800                       'FULL - ENTRY DROPPED'
039900                   GO TO 2100-READ-ONE-REGISTER-EXIT
040000               END-IF
040100               ADD 1 TO REG-LAST-IDX
040200               MOVE REG-LAST-IDX TO WS-REG-FOUND-IDX
040300               MOVE XRG-FILE-NAME TO
040400                   REG-FILE-NAME(WS-REG-FOUND-IDX)
040500           END-IF
040600           MOVE XRG-RUN-DATE TO REG-RUN-DATE(WS-REG-FOUND-IDX)
040700           IF XRG-VERSION IS NUMERIC
040800               MOVE XRG-VERSION TO REG-VERSION(WS-REG-FOUND-IDX)
040900           ELSE
041000               MOVE ZERO TO REG-VERSION(WS-REG-FOUND-IDX)
041100           END-IF
041200           MOVE WS-REGISTER-READ TO REG-SEQ(WS-REG-FOUND-IDX).
041300       2100-READ-ONE-REGISTER-EXIT.
041400           EXIT.
041500*
041600******************************************************************
041700*    2200-FIND-BY-FILE-NAME
041800*    LINEAR SCAN FOR WS-REG-SEARCH-NAME.  LEAVES WS-REG-FOUND-IDX
041900*    ZERO WHEN THE NAME IS NOT ON THE TABLE.
042000******************************************************************
042100       2200-FIND-BY-FILE-NAME.
042200           MOVE ZERO TO WS-REG-FOUND-IDX
042300           PERFORM VARYING WS-REG-SCAN-IDX FROM 1 BY 1
042400               UNTIL WS-REG-SCAN-IDX > REG-LAST-IDX OR
042500               WS-REG-FOUND-IDX NOT = ZERO
042600               IF REG-FILE-NAME(WS-REG-SCAN-IDX) =
042700                   WS-REG-SEARCH-NAME
042800                   MOVE WS-REG-SCAN-IDX TO WS-REG-FOUND-IDX
042900               END-IF
043000           END-PERFORM.
043100       2200-FIND-BY-FILE-NAME-EXIT.
043200           EXIT.
043300*
043400******************************************************************
043500*    3000-BUILD-SHIPPED-IMAGE
043600*    FINDS THE DAY'S LATEST VERSION 000 EXTRACT AND LOADS IT,
043700*    THEN APPLIES EACH RESTATEMENT OF THE DAY REGISTERED AFTER
043800*    IT.  WS-TOP-VERSION ENDS AS THE HIGHEST VERSION NUMBER EVER
043900*    USED FOR THE DAY (THE NEXT RESTATEMENT IS ONE ABOVE IT) AND
044000*    WS-HELD-VERSION AS THE LAST ONE APPLIED.  WS-BASE-IDX IS
044100*    ZERO WHEN THE DAY WAS NEVER SHIPPED.
044200******************************************************************
044300       3000-BUILD-SHIPPED-IMAGE.
044400           MOVE ZERO TO WS-BASE-IDX, WS-BASE-SEQ, WS-TOP-VERSION,
044500               WS-HELD-VERSION
044600           PERFORM VARYING WS-REG-SCAN-IDX FROM 1 BY 1
044700               UNTIL WS-REG-SCAN-IDX > REG-LAST-IDX
044800               IF REG-RUN-DATE(WS-REG-SCAN-IDX) = WS-SCAN-DATE-X
044900                   IF REG-VERSION(WS-REG-SCAN-IDX) >
045000                       WS-TOP-VERSION
045100                       MOVE REG-VERSION(WS-REG-SCAN-IDX) TO
045200                           WS-TOP-VERSION
045300                   END-IF
045400                   IF REG-VERSION(WS-REG-SCAN-IDX) = ZERO AND
045500                       REG-SEQ(WS-REG-SCAN-IDX) > WS-BASE-SEQ
045600                       MOVE WS-REG-SCAN-IDX TO WS-BASE-IDX
045700                       MOVE REG-SEQ(WS-REG-SCAN-IDX) TO
045800                           WS-BASE-SEQ
045900                   END-IF
046000               END-IF
046100           END-PERFORM
046200           IF WS-BASE-IDX = ZERO
046300               GO TO 3000-BUILD-SHIPPED-IMAGE-EXIT
046400           END-IF
046500           INITIALIZE SHP-TABLE
046600           MOVE WS-BASE-IDX TO WS-REG-FOUND-IDX
046700           PERFORM 3100-LOAD-SHIPPED-FILE THRU
046800               3100-LOAD-SHIPPED-FILE-EXIT
046900           PERFORM VARYING WS-REG-SCAN-IDX FROM 1 BY 1
047000               UNTIL WS-REG-SCAN-IDX > REG-LAST-IDX OR
047100               WS-DAY-FAILED
047200               IF REG-RUN-DATE(WS-REG-SCAN-IDX) = WS-SCAN-DATE-X
047300                   AND
047400                   REG-VERSION(WS-REG-SCAN-IDX) > ZERO AND
047500                   REG-SEQ(WS-REG-SCAN-IDX) > WS-BASE-SEQ
047600                   MOVE WS-REG-SCAN-IDX TO WS-REG-FOUND-IDX
047700                   PERFORM 3100-LOAD-SHIPPED-FILE THRU
047800                       3100-LOAD-SHIPPED-FILE-EXIT
047900               END-IF
048000           END-PERFORM.
048100       3000-BUILD-SHIPPED-IMAGE-EXIT.
048200           EXIT.
048300*
048400******************************************************************
048500*    3100-LOAD-SHIPPED-FILE
048600*    APPLIES THE REGISTER ENTRY AT WS-REG-FOUND-IDX TO THE
048700*    IMAGE.  A SHIPPED FILE THAT IS NO LONGER ON DISK FAILS THE
048800*    DAY: WITHOUT IT THERE IS NO KNOWING WHAT THE WAREHOUSE
048900*    HOLDS.
049000******************************************************************
049100       3100-LOAD-SHIPPED-FILE.
049200           MOVE REG-FILE-NAME(WS-REG-FOUND-IDX) TO
049300               WS-SHIPPED-FILE-NAME
049400           OPEN INPUT SHIPPED-FILE
049500           IF WS-SHIPPED-STATUS NOT = '00'
049600               MOVE SPACES TO RSR-RESULT
049700               STRING 'SHIPPED FILE MISSING: ' DELIMITED BY SIZE
049800                   FUNCTION TRIM(WS-SHIPPED-FILE-NAME)
049900                       DELIMITED BY SIZE
050000                   INTO RSR-RESULT
050100               END-STRING
050200               MOVE 'Y' TO WS-DAY-FAILED-FLAG
050300               GO TO 3100-LOAD-SHIPPED-FILE-EXIT
050400           END-IF
050500           MOVE REG-VERSION(WS-REG-FOUND-IDX) TO WS-HELD-VERSION
050600           MOVE SPACE TO WS-SHIPPED-EOF-FLAG
050700           PERFORM 3200-READ-ONE-SHIPPED THRU
050800               3200-READ-ONE-SHIPPED-EXIT
050900               UNTIL WS-SHIPPED-EOF OR WS-DAY-FAILED
051000           CLOSE SHIPPED-FILE.
051100       3100-LOAD-SHIPPED-FILE-EXIT.
051200           EXIT.
051300*
051400******************************************************************
051500*    3200-READ-ONE-SHIPPED
051600*    ONLY DETAIL RECORDS MATTER.  IN THE VERSION 000 EXTRACT
051700*    EVERY DETAIL IS HELD; IN A RESTATEMENT, R AND A SET THE
051800*    STATION'S FIGURES AND D WITHDRAWS THE NAME.
051900******************************************************************
052000       3200-READ-ONE-SHIPPED.
052100           READ SHIPPED-FILE
052200               AT END
052300                   SET WS-SHIPPED-EOF TO TRUE
052400                   GO TO 3200-READ-ONE-SHIPPED-EXIT
052500           END-READ
052600           IF SHIPPED-REC(1:1) NOT = 'D'
052700               GO TO 3200-READ-ONE-SHIPPED-EXIT
052800           END-IF
052900           IF WS-HELD-VERSION = ZERO
053000               MOVE SHIPPED-REC TO EXT-DETAIL-REC
053100               MOVE SPACES TO RST-DETAIL-REC
053200               MOVE 'D' TO RST-D-REC-TYPE
053300               MOVE 'A' TO RST-D-CHANGE-TYPE
053400               MOVE EXT-D-STATION-NAME TO RST-D-STATION-NAME
053500               MOVE EXT-D-MIN TO RST-D-MIN
053600               MOVE EXT-D-MAX TO RST-D-MAX
053700               MOVE EXT-D-COUNT TO RST-D-COUNT
053800               MOVE EXT-D-TOTAL TO RST-D-TOTAL
053900               MOVE EXT-D-MEDIAN TO RST-D-MEDIAN
054000               MOVE EXT-D-P90 TO RST-D-P90
054100           ELSE
054200               MOVE SHIPPED-REC TO RST-DETAIL-REC
054300           END-IF
054400           MOVE RST-D-STATION-NAME TO WS-SHP-LOOKUP-NAME
054500           PERFORM 6000-FIND-SHIPPED THRU 6000-FIND-SHIPPED-EXIT
054600           IF WS-SHP-FOUND-IDX = ZERO
054700               IF RST-D-DELETE
054800                   GO TO 3200-READ-ONE-SHIPPED-EXIT
054900               END-IF
055000               PERFORM 6100-ADD-SHIPPED THRU 6100-ADD-SHIPPED-EXIT
055100               IF WS-SHP-FOUND-IDX = ZERO
055200                   MOVE 'STATION TABLE FULL - NOT CHECKED'
055300                       TO RSR-RESULT
055400                   MOVE 'Y' TO WS-DAY-FAILED-FLAG
055500                   GO TO 3200-READ-ONE-SHIPPED-EXIT
055600               END-IF
055700           END-IF
055800           IF RST-D-DELETE
055900               MOVE 'W' TO SHP-STATE(WS-SHP-FOUND-IDX)
056000               GO TO 3200-READ-ONE-SHIPPED-EXIT
056100           END-IF
056200           MOVE 'H' TO SHP-STATE(WS-SHP-FOUND-IDX)
056300           MOVE RST-D-MIN TO SHP-MIN(WS-SHP-FOUND-IDX)
056400           MOVE RST-D-MAX TO SHP-MAX(WS-SHP-FOUND-IDX)
056500           MOVE RST-D-COUNT TO SHP-COUNT(WS-SHP-FOUND-IDX)
056600           MOVE RST-D-TOTAL TO SHP-TOTAL(WS-SHP-FOUND-IDX)
056700           MOVE RST-D-MEDIAN TO SHP-MEDIAN(WS-SHP-FOUND-IDX)
056800           MOVE RST-D-P90 TO SHP-P90(WS-SHP-FOUND-IDX).
056900       3200-READ-ONE-SHIPPED-EXIT.
057000           EXIT.
057100*
057200******************************************************************
057300*    4000-CHECK-ONE-DATE
057400******************************************************************
057500       4000-CHECK-ONE-DATE.
057600           COMPUTE WS-SCAN-DATE =
057700               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
057800           MOVE WS-SCAN-DATE TO WS-SCAN-DATE-X
057900           ADD 1 TO WS-SCAN-INT
058000           ADD 1 TO WS-DATES-CHECKED
058100           MOVE 'N' TO WS-DAY-FAILED-FLAG
058200           MOVE 'N' TO WS-RESTATE-OPEN-FLAG
058300           MOVE ZERO TO WS-DAY-HISTORY-RECS, WS-DAY-READINGS,
058400               WS-DAY-STATIONS, WS-DAY-TOTAL, WS-DAY-REPLACED,
058500               WS-DAY-DELETED, WS-DAY-ADDED, WS-DAY-DETAILS
058600           MOVE SPACES TO RSR-RESULT
058700           PERFORM 3000-BUILD-SHIPPED-IMAGE THRU
058800               3000-BUILD-SHIPPED-IMAGE-EXIT
058900           IF WS-BASE-IDX = ZERO
059000               GO TO 4000-CHECK-ONE-DATE-EXIT
059100           END-IF
059200           ADD 1 TO WS-DATES-SHIPPED
059300           IF WS-DAY-FAILED
059400               ADD 1 TO WS-DATES-FAILED
059500               PERFORM 7500-WRITE-DATE-LINE THRU
059600                   7500-WRITE-DATE-LINE-EXIT
059700               GO TO 4000-CHECK-ONE-DATE-EXIT
059800           END-IF
059900           PERFORM 4100-COMPARE-HISTORY THRU
060000               4100-COMPARE-HISTORY-EXIT
060100           IF WS-DAY-FAILED
060200               ADD 1 TO WS-DATES-FAILED
060300               PERFORM 7500-WRITE-DATE-LINE THRU
060400                   7500-WRITE-DATE-LINE-EXIT
060500               GO TO 4000-CHECK-ONE-DATE-EXIT
060600           END-IF
060700           IF WS-DAY-HISTORY-RECS = ZERO
060800               ADD 1 TO WS-DATES-NO-HISTORY
060900               MOVE 'NO HISTORY ON FILE - NOT RESTATED'
061000                   TO RSR-RESULT
061100               PERFORM 7500-WRITE-DATE-LINE THRU
061200                   7500-WRITE-DATE-LINE-EXIT
061300               GO TO 4000-CHECK-ONE-DATE-EXIT
061400           END-IF
061500           PERFORM 4400-DELETE-ONE-STATION THRU
061600               4400-DELETE-ONE-STATION-EXIT
061700               VARYING SHP-IDX FROM 1 BY 1
061800               UNTIL SHP-IDX > SHP-LAST-IDX OR WS-DAY-FAILED
061900           IF WS-DAY-FAILED
062000               ADD 1 TO WS-DATES-FAILED
062100               PERFORM 7500-WRITE-DATE-LINE THRU
062200                   7500-WRITE-DATE-LINE-EXIT
062300               GO TO 4000-CHECK-ONE-DATE-EXIT
062400           END-IF
062500           IF NOT WS-RESTATE-OPEN
062600               ADD 1 TO WS-DATES-CURRENT
062700               MOVE 'CURRENT' TO RSR-RESULT
062800               PERFORM 7500-WRITE-DATE-LINE THRU
062900                   7500-WRITE-DATE-LINE-EXIT
063000               GO TO 4000-CHECK-ONE-DATE-EXIT
063100           END-IF
063200           PERFORM 5200-CLOSE-RESTATEMENT THRU
063300               5200-CLOSE-RESTATEMENT-EXIT
063400           ADD 1 TO WS-DATES-RESTATED
063500           MOVE SPACES TO RSR-RESULT
063600           STRING 'RESTATED: ' DELIMITED BY SIZE
063700               FUNCTION TRIM(WS-RESTATE-FILE-NAME)
063800                   DELIMITED BY SIZE
063900               INTO RSR-RESULT
064000           END-STRING
064100           PERFORM 7500-WRITE-DATE-LINE THRU
064200               7500-WRITE-DATE-LINE-EXIT.
064300       4000-CHECK-ONE-DATE-EXIT.
064400           EXIT.
064500*
064600******************************************************************
064700*    4100-COMPARE-HISTORY
064800*    ONE POSITIONED SCAN OF THE DATE'S HISTORY RECORDS, THE SAME
064900*    TECHNIQUE STATION-EPISODES USES.  A START THAT FINDS
065000*    NOTHING LEAVES WS-DAY-HISTORY-RECS ZERO.
065100******************************************************************
065200       4100-COMPARE-HISTORY.
065300           MOVE SPACES TO HST-RECORD
065400           MOVE WS-SCAN-DATE-X TO HST-DATE
065500           MOVE LOW-VALUES TO HST-STATION-NAME
065600           START HISTORY-FILE KEY NOT < HST-KEY
065700           IF WS-HISTORY-STATUS NOT = '00'
065800               GO TO 4100-COMPARE-HISTORY-EXIT
065900           END-IF
066000           MOVE SPACE TO WS-HIST-EOF-FLAG
066100           PERFORM 4200-READ-ONE-HISTORY THRU
066200               4200-READ-ONE-HISTORY-EXIT
066300               UNTIL WS-HIST-EOF OR WS-DAY-FAILED.
066400       4100-COMPARE-HISTORY-EXIT.
066500           EXIT.
066600*
066700******************************************************************
066800*    4200-READ-ONE-HISTORY
066900*    A RECORD WHOSE FIGURES DO NOT PARSE IS LEFT AS THE
067000*    WAREHOUSE HAS IT -- NEITHER RESTATED NOR DELETED -- AND
067100*    COUNTED ON THE SUMMARY.
067200******************************************************************
067300       4200-READ-ONE-HISTORY.
067400           READ HISTORY-FILE NEXT
067500               AT END
067600                   SET WS-HIST-EOF TO TRUE
067700                   GO TO 4200-READ-ONE-HISTORY-EXIT
067800           END-READ
067900           IF HST-DATE NOT = WS-SCAN-DATE-X
068000               SET WS-HIST-EOF TO TRUE
068100               GO TO 4200-READ-ONE-HISTORY-EXIT
068200           END-IF
068300           ADD 1 TO WS-DAY-HISTORY-RECS
068400           MOVE HST-STATION-NAME TO WS-SHP-LOOKUP-NAME
068500           PERFORM 6000-FIND-SHIPPED THRU 6000-FIND-SHIPPED-EXIT
068600           IF HST-COUNT IS NOT NUMERIC OR HST-TOTAL IS NOT NUMERIC
068700               OR HST-MIN IS NOT NUMERIC OR HST-MAX IS NOT NUMERIC
068800               OR HST-MEDIAN IS NOT NUMERIC
068900               OR HST-P90 IS NOT NUMERIC
069000               ADD 1 TO WS-HIST-SKIPPED
069100               IF WS-SHP-FOUND-IDX NOT = ZERO
069200                   MOVE 'Y' TO
069300                       SHP-IN-HISTORY-FLAG(WS-SHP-FOUND-IDX)
069400               END-IF
069500               GO TO 4200-READ-ONE-HISTORY-EXIT
069600           END-IF
069700           ADD HST-COUNT TO WS-DAY-READINGS
069800           ADD 1 TO WS-DAY-STATIONS
069900           ADD HST-TOTAL TO WS-DAY-TOTAL
070000           IF WS-SHP-FOUND-IDX = ZERO
070100               MOVE 'A' TO RST-D-CHANGE-TYPE
070200               PERFORM 4300-WRITE-FROM-HISTORY THRU
070300                   4300-WRITE-FROM-HISTORY-EXIT
070400               GO TO 4200-READ-ONE-HISTORY-EXIT
070500           END-IF
070600           MOVE 'Y' TO SHP-IN-HISTORY-FLAG(WS-SHP-FOUND-IDX)
070700           IF SHP-WITHDRAWN(WS-SHP-FOUND-IDX)
070800               MOVE 'A' TO RST-D-CHANGE-TYPE
070900               PERFORM 4300-WRITE-FROM-HISTORY THRU
071000                   4300-WRITE-FROM-HISTORY-EXIT
071100               GO TO 4200-READ-ONE-HISTORY-EXIT
071200           END-IF
071300           IF HST-MIN NOT = SHP-MIN(WS-SHP-FOUND-IDX) OR
071400               HST-MAX NOT = SHP-MAX(WS-SHP-FOUND-IDX) OR
071500               HST-COUNT NOT = SHP-COUNT(WS-SHP-FOUND-IDX) OR
071600               HST-TOTAL NOT = SHP-TOTAL(WS-SHP-FOUND-IDX) OR
071700               HST-MEDIAN NOT = SHP-MEDIAN(WS-SHP-FOUND-IDX) OR
071800               HST-P90 NOT = SHP-P90(WS-SHP-FOUND-IDX)
071900               MOVE 'R' TO RST-D-CHANGE-TYPE
072000               PERFORM 4300-WRITE-FROM-HISTORY THRU
072100                   4300-WRITE-FROM-HISTORY-EXIT
072200           END-IF.
072300       4200-READ-ONE-HISTORY-EXIT.
072400           EXIT.
072500*
072600******************************************************************
072700*    4300-WRITE-FROM-HISTORY
072800*    THE CALLER SETS RST-D-CHANGE-TYPE; THE FIGURES ARE THE
072900*    HISTORY RECORD'S, WITH THE MEAN WORKED OUT THE WAY
073000*    STATION-EXTRACT DOES.
073100******************************************************************
073200       4300-WRITE-FROM-HISTORY.
073300           MOVE 'D' TO RST-D-REC-TYPE
073400           MOVE HST-STATION-NAME TO RST-D-STATION-NAME
073500           MOVE HST-MIN TO RST-D-MIN
073600           MOVE HST-MAX TO RST-D-MAX
073700           MOVE HST-COUNT TO RST-D-COUNT
073800           MOVE HST-TOTAL TO RST-D-TOTAL
073900           MOVE HST-MEDIAN TO RST-D-MEDIAN
074000           MOVE HST-P90 TO RST-D-P90
074100           IF HST-COUNT = ZERO
074200               MOVE ZERO TO RST-D-MEAN
074300           ELSE
074400               COMPUTE RST-D-MEAN ROUNDED = HST-TOTAL / HST-COUNT
074500           END-IF
074600           PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
074700       4300-WRITE-FROM-HISTORY-EXIT.
074800           EXIT.
074900*
075000******************************************************************
075100*    4400-DELETE-ONE-STATION
075200*    AFTER THE HISTORY SCAN, A NAME THE WAREHOUSE STILL HOLDS
075300*    THAT HISTORY NO LONGER HAS IS WITHDRAWN.  THE RECORD
075400*    CARRIES THE FIGURES BEING TAKEN OUT.
075500******************************************************************
075600       4400-DELETE-ONE-STATION.
075700           IF NOT SHP-HELD(SHP-IDX) OR SHP-IN-HISTORY(SHP-IDX)
075800               GO TO 4400-DELETE-ONE-STATION-EXIT
075900           END-IF
076000           MOVE 'D' TO RST-D-REC-TYPE
076100           MOVE 'D' TO RST-D-CHANGE-TYPE
076200           MOVE SHP-NAME(SHP-IDX) TO RST-D-STATION-NAME
076300           MOVE SHP-MIN(SHP-IDX) TO RST-D-MIN
076400           MOVE SHP-MAX(SHP-IDX) TO RST-D-MAX
076500           MOVE SHP-COUNT(SHP-IDX) TO RST-D-COUNT
076600           MOVE SHP-TOTAL(SHP-IDX) TO RST-D-TOTAL
076700           MOVE SHP-MEDIAN(SHP-IDX) TO RST-D-MEDIAN
076800           MOVE SHP-P90(SHP-IDX) TO RST-D-P90
076900           IF SHP-COUNT(SHP-IDX) = ZERO
077000               MOVE ZERO TO RST-D-MEAN
077100           ELSE
077200               COMPUTE RST-D-MEAN ROUNDED =
077300                   SHP-TOTAL(SHP-IDX) / SHP-COUNT(SHP-IDX)
077400           END-IF
077500           PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
077600       4400-DELETE-ONE-STATION-EXIT.
077700           EXIT.
077800*
077900******************************************************************
078000*    5000-WRITE-DETAIL
078100*    THE DAY'S RESTATEMENT FILE IS OPENED ON ITS FIRST CHANGE,
078200*    SO A DAY THAT STILL MATCHES LEAVES NO FILE BEHIND.
078300******************************************************************
078400       5000-WRITE-DETAIL.
078500           IF NOT WS-RESTATE-OPEN
078600               PERFORM 5100-OPEN-RESTATEMENT THRU
078700                   5100-OPEN-RESTATEMENT-EXIT
078800               IF WS-DAY-FAILED
078900                   GO TO 5000-WRITE-DETAIL-EXIT
079000               END-IF
079100           END-IF
079200           MOVE SPACES TO RESTATE-REC
079300           MOVE RST-DETAIL-REC TO RESTATE-REC
079400           WRITE RESTATE-REC
079500           IF WS-RESTATE-STATUS NOT = '00'
079600               DISPLAY 'STATION-RESTATE: ERROR WRITING '
079700                   FUNCTION TRIM(WS-RESTATE-FILE-NAME)
079800                   ', STATUS=' WS-RESTATE-STATUS
079900               MOVE 16 TO RETURN-CODE
080000               CLOSE RESTATE-FILE
080100               CLOSE HISTORY-FILE
080200               CLOSE RESTATE-REPORT-FILE
080300               GO TO 9999-EXIT
080400           END-IF
080500           ADD 1 TO WS-DAY-DETAILS
080600           EVALUATE TRUE
080700               WHEN RST-D-REPLACE
080800                   ADD 1 TO WS-DAY-REPLACED
080900               WHEN RST-D-DELETE
081000                   ADD 1 TO WS-DAY-DELETED
081100               WHEN RST-D-ADD
081200                   ADD 1 TO WS-DAY-ADDED
081300           END-EVALUATE.
081400       5000-WRITE-DETAIL-EXIT.
081500           EXIT.
081600*
081700******************************************************************
081800*    5100-OPEN-RESTATEMENT
081900******************************************************************
082000       5100-OPEN-RESTATEMENT.
082100           IF WS-TOP-VERSION NOT < 999
082200               MOVE 'VERSION 999 ALREADY USED - NOT RESTATED'
082300                   TO RSR-RESULT
082400               MOVE 'Y' TO WS-DAY-FAILED-FLAG
082500               GO TO 5100-OPEN-RESTATEMENT-EXIT
082600           END-IF
082700           COMPUTE WS-NEW-VERSION = WS-TOP-VERSION + 1
082800           MOVE WS-NEW-VERSION TO WS-VERSION-ED
082900           MOVE SPACES TO WS-RESTATE-FILE-NAME
083000           STRING './station-restate-' DELIMITED BY SIZE
083100               WS-SCAN-DATE-X DELIMITED BY SIZE
083200               '-v' DELIMITED BY SIZE
083300               WS-VERSION-ED DELIMITED BY SIZE
083400               '.txt' DELIMITED BY SIZE
083500               INTO WS-RESTATE-FILE-NAME
083600           END-STRING
083700           OPEN OUTPUT RESTATE-FILE
083800           IF WS-RESTATE-STATUS NOT = '00'
083900               DISPLAY 'STATION-RESTATE: ERROR OPENING '
084000                   FUNCTION TRIM(WS-RESTATE-FILE-NAME)
084100                   ', STATUS=' WS-RESTATE-STATUS
084200               MOVE 16 TO RETURN-CODE
084300               CLOSE HISTORY-FILE
084400               CLOSE RESTATE-REPORT-FILE
084500               GO TO 9999-EXIT
084600           END-IF
084700           SET WS-RESTATE-OPEN TO TRUE
084800           MOVE SPACES TO RST-HEADER-REC
084900           MOVE 'H' TO RST-H-REC-TYPE
085000           MOVE WS-SCAN-DATE-X TO RST-H-BUSINESS-DATE
085100           MOVE WS-NEW-VERSION TO RST-H-VERSION
085200           MOVE WS-HELD-VERSION TO RST-H-PRIOR-VERSION
085300           MOVE WS-RUN-DATE TO RST-H-RUN-DATE
085400           MOVE WS-RUN-TIME TO RST-H-RUN-TIME
085500           MOVE REG-FILE-NAME(WS-BASE-IDX) TO RST-H-ORIGINAL-FILE
085600           MOVE SPACES TO RESTATE-REC
085700           MOVE RST-HEADER-REC TO RESTATE-REC
085800           WRITE RESTATE-REC.
085900       5100-OPEN-RESTATEMENT-EXIT.
086000           EXIT.
086100*
086200******************************************************************
086300*    5200-CLOSE-RESTATEMENT
086400*    WRITES THE TRAILER, CLOSES THE FILE AND REGISTERS IT.  THE
086500*    REGISTER RECORD CARRIES THE TRAILER'S TOTALS, AS
086600*    STATION-EXTRACT'S DOES, SO THE WAREHOUSE'S ACK FOR THIS
086700*    VERSION CAN BE MATCHED.  A REGISTER THAT CANNOT BE WRITTEN
086800*    FAILS THE RUN: AN UNREGISTERED RESTATEMENT WOULD BE
086900*    INVISIBLE TO EXTRACT-RECON AND TO THE NEXT RUN OF THIS ONE.
087000******************************************************************
087100       5200-CLOSE-RESTATEMENT.
087200           MOVE SPACES TO RST-TRAILER-REC
087300           MOVE 'T' TO RST-T-REC-TYPE
087400           MOVE WS-DAY-DETAILS TO RST-T-RECORD-COUNT
087500           MOVE WS-DAY-READINGS TO RST-T-READINGS-HASH
087600           MOVE WS-DAY-STATIONS TO RST-T-STATION-HASH
087700           MOVE WS-DAY-TOTAL TO RST-T-TOTAL-HASH
087800           MOVE WS-DAY-REPLACED TO RST-T-REPLACE-COUNT
087900           MOVE WS-DAY-DELETED TO RST-T-DELETE-COUNT
088000           MOVE WS-DAY-ADDED TO RST-T-ADD-COUNT
088100           MOVE SPACES TO RESTATE-REC
088200           MOVE RST-TRAILER-REC TO RESTATE-REC
088300           WRITE RESTATE-REC
088400           CLOSE RESTATE-FILE
088500           ADD WS-DAY-DETAILS TO WS-DETAILS-WRITTEN
088600           OPEN EXTEND EXT-REGISTER-FILE
088700           IF WS-REGISTER-STATUS NOT = '00'
088800               DISPLAY 'STATION-RESTATE: ERROR OPENING EXTRACT '
088900                   'REGISTER, STATUS=' WS-REGISTER-STATUS
089000               MOVE 16 TO RETURN-CODE
089100               CLOSE HISTORY-FILE
089200               CLOSE RESTATE-REPORT-FILE
089300               GO TO 9999-EXIT
089400           END-IF
089500           MOVE SPACES TO XRG-RECORD
089600           MOVE WS-SCAN-DATE-X TO XRG-RUN-DATE
089700           MOVE WS-RESTATE-FILE-NAME TO XRG-FILE-NAME
089800           MOVE WS-DAY-DETAILS TO XRG-RECORD-COUNT
089900           MOVE WS-DAY-READINGS TO XRG-READINGS-HASH
090000           MOVE WS-DAY-STATIONS TO XRG-STATION-HASH
090100           MOVE WS-DAY-TOTAL TO XRG-TOTAL-HASH
090200           MOVE WS-NEW-VERSION TO XRG-VERSION
090300           MOVE SPACES TO EXT-REGISTER-REC
090400           MOVE XRG-RECORD TO EXT-REGISTER-REC
090500           WRITE EXT-REGISTER-REC
090600           IF WS-REGISTER-STATUS NOT = '00'
090700               DISPLAY 'STATION-RESTATE: ERROR WRITING EXTRACT '
090800                   'REGISTER, STATUS=' WS-REGISTER-STATUS
090900               MOVE 16 TO RETURN-CODE
091000               CLOSE EXT-REGISTER-FILE
091100               CLOSE HISTORY-FILE
091200               CLOSE RESTATE-REPORT-FILE
091300               GO TO 9999-EXIT
091400           END-IF
091500           CLOSE EXT-REGISTER-FILE.
091600       5200-CLOSE-RESTATEMENT-EXIT.
091700           EXIT.
091800*
091900******************************************************************
092000*    6000-FIND-SHIPPED
092100*    LOOKS WS-SHP-LOOKUP-NAME UP IN SHP-TABLE.  WS-SHP-FOUND-IDX
092200*    IS ZERO WHEN THE NAME IS NOT THERE; WS-SHP-BUCKET IS LEFT
092300*    SET FOR 6100-ADD-SHIPPED.
092400******************************************************************
092500       6000-FIND-SHIPPED.
092600           MOVE ZERO TO WS-SHP-HASH-SUM
092700           PERFORM VARYING WS-SHP-CHAR-IDX FROM 1 BY 1
092800               UNTIL WS-SHP-CHAR-IDX > 100
092900               COMPUTE WS-SHP-HASH-SUM = WS-SHP-HASH-SUM +
093000                   FUNCTION ORD(
093100                       WS-SHP-NAME-BYTES(WS-SHP-CHAR-IDX))
093200           END-PERFORM
093300           DIVIDE WS-SHP-HASH-SUM BY WS-SHP-HASH-BUCKET-COUNT
093400               GIVING WS-SHP-HASH-QUOT REMAINDER WS-SHP-HASH-REM
093500           COMPUTE WS-SHP-BUCKET = WS-SHP-HASH-REM + 1
093600           MOVE SHP-HASH-BUCKET(WS-SHP-BUCKET) TO WS-SHP-CHAIN-IDX
093700           MOVE ZERO TO WS-SHP-FOUND-IDX
093800           PERFORM 6200-WALK-SHP-CHAIN THRU
093900               6200-WALK-SHP-CHAIN-EXIT
094000               UNTIL WS-SHP-CHAIN-IDX = ZERO OR
094100                   WS-SHP-FOUND-IDX NOT = ZERO.
094200       6000-FIND-SHIPPED-EXIT.
094300           EXIT.
094400*
094500******************************************************************
094600*    6100-ADD-SHIPPED
094700*    ADDS WS-SHP-LOOKUP-NAME UNDER THE BUCKET 6000 WORKED OUT.
094800*    WS-SHP-FOUND-IDX IS ZERO WHEN THE TABLE IS FULL.
094900******************************************************************
095000       6100-ADD-SHIPPED.
095100           IF SHP-LAST-IDX NOT < WS-MAX-SHP-STATIONS
095200               MOVE ZERO TO WS-SHP-FOUND-IDX
095300               GO TO 6100-ADD-SHIPPED-EXIT
095400           END-IF
095500           ADD 1 TO SHP-LAST-IDX
095600           MOVE SHP-LAST-IDX TO WS-SHP-FOUND-IDX
095700           MOVE WS-SHP-LOOKUP-NAME TO SHP-NAME(WS-SHP-FOUND-IDX)
095800           MOVE SHP-HASH-BUCKET(WS-SHP-BUCKET) TO
095900               SHP-HASH-NEXT(WS-SHP-FOUND-IDX)
096000           MOVE WS-SHP-FOUND-IDX TO
096100               SHP-HASH-BUCKET(WS-SHP-BUCKET).
096200       6100-ADD-SHIPPED-EXIT.
096300           EXIT.
096400*
096500******************************************************************
096600*    6200-WALK-SHP-CHAIN
096700******************************************************************
096800       6200-WALK-SHP-CHAIN.
096900           IF SHP-NAME(WS-SHP-CHAIN-IDX) = WS-SHP-LOOKUP-NAME
097000               MOVE WS-SHP-CHAIN-IDX TO WS-SHP-FOUND-IDX
097100           ELSE
097200               MOVE SHP-HASH-NEXT(WS-SHP-CHAIN-IDX) TO
097300                   WS-SHP-CHAIN-IDX
097400           END-IF.
097500       6200-WALK-SHP-CHAIN-EXIT.
097600           EXIT.
097700*
097800******************************************************************
097900*    7500-WRITE-DATE-LINE
098000*    ONE LINE PER SHIPPED DATE.  THE CALLER SETS RSR-RESULT.
098100******************************************************************
098200       7500-WRITE-DATE-LINE.
098300           MOVE WS-SCAN-DATE-X TO RSR-DATE
098400           MOVE WS-HELD-VERSION TO RSR-HELD-VERSION
098500           IF WS-RESTATE-OPEN
098600               MOVE WS-NEW-VERSION TO WS-VERSION-ED
098700               MOVE WS-VERSION-ED TO RSR-NEW-VERSION
098800           ELSE
098900               MOVE SPACES TO RSR-NEW-VERSION
099000           END-IF
099100           MOVE WS-DAY-REPLACED TO RSR-REPLACED
099200           MOVE WS-DAY-DELETED TO RSR-DELETED
099300           MOVE WS-DAY-ADDED TO RSR-ADDED
099400           MOVE SPACES TO RESTATE-REPORT-LINE
099500           MOVE RSR-DETAIL-REC TO RESTATE-REPORT-LINE
099600           WRITE RESTATE-REPORT-LINE.
099700       7500-WRITE-DATE-LINE-EXIT.
099800           EXIT.
099900*
100000******************************************************************
100100*    8000-WRITE-SUMMARY
100200******************************************************************
100300       8000-WRITE-SUMMARY.
100400           MOVE SPACES TO RESTATE-REPORT-LINE
100500           WRITE RESTATE-REPORT-LINE
100600           MOVE WS-DATES-CHECKED TO WS-COUNT-ED
100700           MOVE SPACES TO RESTATE-REPORT-LINE
100800           STRING 'SUMMARY -- DATES IN RANGE:       '
100900                   DELIMITED BY SIZE
101000               WS-COUNT-ED DELIMITED BY SIZE
101100               INTO RESTATE-REPORT-LINE
101200           END-STRING
101300           WRITE RESTATE-REPORT-LINE
101400           MOVE WS-DATES-SHIPPED TO WS-COUNT-ED
101500           MOVE SPACES TO RESTATE-REPORT-LINE
101600           STRING '           DATES SHIPPED:        '
101700                   DELIMITED BY SIZE
101800               WS-COUNT-ED DELIMITED BY SIZE
101900               INTO RESTATE-REPORT-LINE
102000           END-STRING
102100           WRITE RESTATE-REPORT-LINE
102200           MOVE WS-DATES-CURRENT TO WS-COUNT-ED
102300           MOVE SPACES TO RESTATE-REPORT-LINE
102400           STRING '           DATES CURRENT:        '
102500                   DELIMITED BY SIZE
102600               WS-COUNT-ED DELIMITED BY SIZE
102700               INTO RESTATE-REPORT-LINE
102800           END-STRING
102900           WRITE RESTATE-REPORT-LINE
103000           MOVE WS-DATES-RESTATED TO WS-COUNT-ED
103100           MOVE SPACES TO RESTATE-REPORT-LINE
103200           STRING '           DATES RESTATED:       '
103300                   DELIMITED BY SIZE
103400               WS-COUNT-ED DELIMITED BY SIZE
103500               INTO RESTATE-REPORT-LINE
103600           END-STRING
103700           WRITE RESTATE-REPORT-LINE
103800           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-ED
103900           MOVE SPACES TO RESTATE-REPORT-LINE
104000           STRING '           STATIONS RESTATED:    '
104100                   DELIMITED BY SIZE
104200               WS-COUNT-ED DELIMITED BY SIZE
104300               INTO RESTATE-REPORT-LINE
104400           END-STRING
104500           WRITE RESTATE-REPORT-LINE
104600           MOVE WS-DATES-NO-HISTORY TO WS-COUNT-ED
104700           MOVE SPACES TO RESTATE-REPORT-LINE
104800           STRING '           DATES WITH NO HISTORY:'
104900                   DELIMITED BY SIZE
105000               WS-COUNT-ED DELIMITED BY SIZE
105100               INTO RESTATE-REPORT-LINE
105200           END-STRING
105300           WRITE RESTATE-REPORT-LINE
105400           MOVE WS-DATES-FAILED TO WS-COUNT-ED
105500           MOVE SPACES TO RESTATE-REPORT-LINE
105600           STRING '           DATES NOT CHECKED:    '
105700                   DELIMITED BY SIZE
105800               WS-COUNT-ED DELIMITED BY SIZE
105900               INTO RESTATE-REPORT-LINE
106000           END-STRING
106100           WRITE RESTATE-REPORT-LINE
106200           MOVE WS-HIST-SKIPPED TO WS-COUNT-ED
106300           MOVE SPACES TO RESTATE-REPORT-LINE
106400           STRING '           HISTORY RECS SKIPPED: '
106500                   DELIMITED BY SIZE
106600               WS-COUNT-ED DELIMITED BY SIZE
106700               INTO RESTATE-REPORT-LINE
106800           END-STRING
106900           WRITE RESTATE-REPORT-LINE.
107000       8000-WRITE-SUMMARY-EXIT.
107100           EXIT.
107200*
107300******************************************************************
107400*    9999-EXIT
107500******************************************************************
107600       9999-EXIT.
107700           STOP RUN.
