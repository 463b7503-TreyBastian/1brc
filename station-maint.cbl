001370*               INTO THE RENAMED STATION (SEE STAMST.CPY); THE
001380*               HISTORY FILE IS REKEYED SEPARATELY BY
001390*               HIST-REKEY.
001391*    2026-10-15 TB  KEEP A PERSISTENT MASTER CHANGE LOG: EVERY
001392*               APPLIED CARD APPENDS ITS STATION'S BEFORE AND
001393*               AFTER IMAGES, THE DATE IT TAKES EFFECT, WHO
001394*               ASKED FOR IT, AND THE CARD ITSELF (SEE
001395*               MCLREC.CPY).  CARDS GAIN AN EFFECTIVE DATE
001396*               (COLS 226-233) AND A REQUESTED-BY ID (COLS
001397*               234-241).  STATION-ASOF WINDS THE LOG BACK TO
001398*               GIVE PAST-DATE REPORTS THE MASTER AS IT STOOD.
001399*    2026-10-15 TB  NO NEW MASTER AFTER A FAILED CHANGE-LOG WRITE.
001400******************************************************************
001500*
001600******************************************************************
003000*      COL 111-117  LATITUDE  S9(2)V9(4), LEADING SIGN
003100*      COL 118-125  LONGITUDE S9(3)V9(4), LEADING SIGN
003110*      COL 126-225  NEW STATION NAME (RENAME ONLY)
003130*      COL 226-233  EFFECTIVE DATE, YYYYMMDD (BLANK = RUN DATE)
003150*      COL 234-241  REQUESTED-BY ID FOR THE CHANGE LOG
003200*    A CHANGE CARD REPLACES THE ID/REGION/COORDINATES IT
003300*    SUPPLIES AND RETURNS THE STATION TO ACTIVE STATUS; A
003400*    DEACTIVATE CARD ONLY FLIPS THE STATUS TO INACTIVE.  A
003410*    RENAME CARD CHANGES THE MATCH KEY IN PLACE AND RECORDS
003420*    THE OLD NAME AS THE STATION'S ALIAS, SO ITS IDENTITY AND
003430*    HISTORY ARE NOT SPLIT IN TWO THE WAY AN ADD WOULD.
003435*    THE NEW MASTER ALWAYS CARRIES THE LATEST IMAGE, WHATEVER
003440*    THE EFFECTIVE DATE; THE EFFECTIVE DATE ONLY GOVERNS WHAT
003445*    STATION-ASOF ANSWERS FOR A PAST (OR FUTURE) DATE.  THE
003450*    CHANGE LOG (./STATION-MASTER-CHANGELOG.TXT) IS APPENDED
003455*    AS THE CARDS APPLY, SO A RUN WHOSE NEW MASTER IS NOT
003460*    PROMOTED MUST HAVE ITS LOG ENTRIES BACKED OUT WITH IT.
003465*    A LOG THAT CANNOT BE OPENED STOPS THE RUN BEFORE ANY
003470*    CARD IS APPLIED -- AN UNLOGGED CHANGE IS NOT ALLOWED.
003500******************************************************************
003600       ENVIRONMENT DIVISION.
003700       INPUT-OUTPUT SECTION.
005000               ASSIGN TO "./station-maint-report.txt"
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS WS-MAINT-REPORT-STATUS.
005220           SELECT CHANGE-LOG-FILE
005240               ASSIGN TO "./station-master-changelog.txt"
005260               ORGANIZATION IS LINE SEQUENTIAL
005280               FILE STATUS IS WS-CHANGE-LOG-STATUS.
005300*
005400       DATA DIVISION.
005500       FILE SECTION.
005700       01  MASTER-IN-REC               PIC X(225).
005800*
005900       FD  TRANS-FILE.
006000       01  TRANS-REC                   PIC X(241).
006100*
006200       FD  MASTER-OUT-FILE.
006300       01  MASTER-OUT-REC              PIC X(225).
006400*
006500       FD  MAINT-REPORT-FILE.
006600       01  MAINT-REPORT-LINE           PIC X(132).
006620*
006640       FD  CHANGE-LOG-FILE.
006660           COPY MCLREC.
006700*
006800       WORKING-STORAGE SECTION.
006900       01  STATION-MASTER-REC.
008200           05  TRN-LONGITUDE           PIC S9(03)V9(04)
008300                                       SIGN LEADING SEPARATE.
008310           05  TRN-NEW-NAME            PIC X(100).
008330           05  TRN-EFFECTIVE-DATE      PIC X(08).
008390           05  TRN-CHANGED-BY          PIC X(08).
008400*
008500*    MAINT-TABLE HOLDS THE WHOLE MASTER IN MEMORY WHILE THE
008600*    CARDS ARE APPLIED, KEYED BY STATION NAME THROUGH THE SAME
012300       77  WS-TRANS-STATUS             PIC X(02).
012400       77  WS-MASTER-OUT-STATUS        PIC X(02).
012500       77  WS-MAINT-REPORT-STATUS      PIC X(02).
012550       77  WS-CHANGE-LOG-STATUS        PIC X(02).
012560       77  WS-CHANGE-LOG-ERROR-FLAG    PIC X(01) VALUE SPACE.
012570           88  WS-CHANGE-LOG-ERROR     VALUE 'Y'.
012600*
012700       77  WS-NEXT-STATION-ID          PIC 9(06) VALUE 1.
012800       77  WS-MAINT-RUN-DATE           PIC X(08).
012820       77  WS-MAINT-RUN-TIME           PIC X(08).
012840       77  WS-EFFECTIVE-DATE           PIC X(08).
012850       77  WS-EFFECTIVE-DATE-N         PIC 9(08).
012860       77  WS-BEFORE-IMAGE             PIC X(225).
012900*
013000       77  WS-MASTER-IN-COUNT          PIC 9(05) COMP VALUE ZERO.
013100       77  WS-MASTER-OUT-COUNT         PIC 9(05) COMP VALUE ZERO.
013600       77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
013700       77  WS-DEACT-COUNT              PIC 9(05) COMP VALUE ZERO.
013710       77  WS-RENAME-COUNT             PIC 9(05) COMP VALUE ZERO.
013715       77  WS-LOGGED-COUNT             PIC 9(05) COMP VALUE ZERO.
013720       77  WS-MT-REBUILD-IDX           PIC 9(05) COMP.
013730       77  WS-MT-BUCKET-IDX            PIC 9(05) COMP.
013740       77  WS-ALIAS-SCAN-IDX           PIC 9(05) COMP.
015000           PERFORM 4000-WRITE-NEW-MASTER THRU
015100               4000-WRITE-NEW-MASTER-EXIT
015200           PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT
015250           CLOSE CHANGE-LOG-FILE
015300           CLOSE MAINT-REPORT-FILE
015400           IF WS-CARDS-REJECTED NOT = ZERO AND RETURN-CODE < 4
015500               MOVE 4 TO RETURN-CODE
015600           END-IF
015700           GO TO 9999-EXIT.
016200       1000-INITIALIZE.
016300           INITIALIZE MAINT-TABLE
016400           ACCEPT WS-MAINT-RUN-DATE FROM DATE YYYYMMDD
016450           ACCEPT WS-MAINT-RUN-TIME FROM TIME
016500           OPEN OUTPUT MAINT-REPORT-FILE
016600           IF WS-MAINT-REPORT-STATUS NOT = '00'
016700               DISPLAY 'STATION-MAINT: ERROR OPENING MAINTENANCE '
017700           END-STRING
017800           WRITE MAINT-REPORT-LINE
017900           MOVE SPACES TO MAINT-REPORT-LINE
018000           WRITE MAINT-REPORT-LINE
018005           OPEN EXTEND CHANGE-LOG-FILE
018010           IF WS-CHANGE-LOG-STATUS = '35'
018015               OPEN OUTPUT CHANGE-LOG-FILE
018020           END-IF
018025           IF WS-CHANGE-LOG-STATUS NOT = '00'
018030               DISPLAY 'STATION-MAINT: ERROR OPENING CHANGE LOG, '
018035                   'STATUS=' WS-CHANGE-LOG-STATUS
018040               MOVE 16 TO RETURN-CODE
018045               CLOSE MAINT-REPORT-FILE
018050               GO TO 9999-EXIT
018055           END-IF.
018100       1000-INITIALIZE-EXIT.
018200           EXIT.
018300*
030800           ADD 1 TO WS-CARDS-READ
030900           MOVE 'Y' TO WS-TRANS-OK-FLAG
031000           MOVE SPACES TO WS-TRANS-REASON
031010           MOVE SPACES TO WS-BEFORE-IMAGE
031020           MOVE TRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
031030           IF TRN-EFFECTIVE-DATE = SPACES
031040               MOVE WS-MAINT-RUN-DATE TO WS-EFFECTIVE-DATE
031050           END-IF
031052*    A CARD WHOSE EFFECTIVE DATE IS NOT A REAL CALENDAR DATE
031054*    IS REFUSED BEFORE ANYTHING ELSE ON IT IS LOOKED AT.
031056           MOVE ZERO TO WS-EFFECTIVE-DATE-N
031058           IF WS-EFFECTIVE-DATE IS NUMERIC
031060               MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-N
031062           END-IF
031064           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE-N)
031066               NOT = 0
031068               MOVE 'N' TO WS-TRANS-OK-FLAG
031070               MOVE 'INVALID EFFECTIVE DATE' TO WS-TRANS-REASON
031072               ADD 1 TO WS-CARDS-REJECTED
031074               PERFORM 3600-WRITE-TRANS-REPORT-LINE THRU
031076                   3600-WRITE-TRANS-REPORT-LINE-EXIT
031078               GO TO 3150-APPLY-ONE-TRANS-EXIT
031080           END-IF
031100           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT
031200               TRN-DEACTIVATE AND NOT TRN-RENAME
031300               MOVE 'N' TO WS-TRANS-OK-FLAG
031900               ELSE
032000                   PERFORM 3200-LOOKUP-STATION THRU
032100                       3200-LOOKUP-STATION-EXIT
032110                   IF WS-MT-FOUND-IDX NOT = ZERO
032120                       PERFORM 3160-BUILD-MASTER-IMAGE THRU
032130                           3160-BUILD-MASTER-IMAGE-EXIT
032140                       MOVE STATION-MASTER-REC TO WS-BEFORE-IMAGE
032150                   END-IF
032200                   EVALUATE TRUE
032300                       WHEN TRN-ADD
032400                           PERFORM 3300-APPLY-ADD THRU
033300               END-IF
033400           END-IF
033500           IF WS-TRANS-OK
033520               PERFORM 3700-WRITE-CHANGE-LOG THRU
033540                   3700-WRITE-CHANGE-LOG-EXIT
033600               ADD 1 TO WS-CARDS-APPLIED
033700           ELSE
033800               ADD 1 TO WS-CARDS-REJECTED
034100               3600-WRITE-TRANS-REPORT-LINE-EXIT.
034200       3150-APPLY-ONE-TRANS-EXIT.
034300           EXIT.
034305*
034310******************************************************************
034315*    3160-BUILD-MASTER-IMAGE
034320*    LAYS THE TABLE ENTRY AT WS-MT-FOUND-IDX OUT AS A STAMST
034325*    RECORD IN STATION-MASTER-REC, THE SAME WAY 4100 WRITES
034330*    IT TO THE NEW MASTER -- THE CHANGE LOG'S IMAGES ARE
034335*    RECORDS OF THAT LAYOUT.
034340******************************************************************
034345       3160-BUILD-MASTER-IMAGE.
034350           MOVE MNT-STATION-ID(WS-MT-FOUND-IDX) TO STM-STATION-ID
034355           MOVE MNT-NAME(WS-MT-FOUND-IDX) TO STM-STATION-NAME
034360           MOVE MNT-REGION(WS-MT-FOUND-IDX) TO STM-REGION-CODE
034365           MOVE MNT-LATITUDE(WS-MT-FOUND-IDX) TO STM-LATITUDE
034370           MOVE MNT-LONGITUDE(WS-MT-FOUND-IDX) TO STM-LONGITUDE
034375           MOVE MNT-STATUS(WS-MT-FOUND-IDX) TO STM-STATUS
034380           MOVE MNT-ALIAS(WS-MT-FOUND-IDX) TO STM-ALIAS-NAME.
034385       3160-BUILD-MASTER-IMAGE-EXIT.
034390           EXIT.
034400*
034500******************************************************************
034600*    3200-LOOKUP-STATION
048200                   '  ' DELIMITED BY SIZE
048300                   FUNCTION TRIM(TRN-STATION-NAME TRAILING)
048400                       DELIMITED BY SIZE
048500                   '  -- APPLIED, EFFECTIVE ' DELIMITED BY SIZE
048550                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
048600                   INTO MAINT-REPORT-LINE
048700               END-STRING
048800           ELSE
049800           WRITE MAINT-REPORT-LINE.
049900       3600-WRITE-TRANS-REPORT-LINE-EXIT.
050000           EXIT.
050002*
050004******************************************************************
050006*    3700-WRITE-CHANGE-LOG
050008*    WS-MT-FOUND-IDX IS THE ENTRY THE CARD APPLIED TO (THE NEW
050010*    ENTRY ON AN ADD), SO ITS CURRENT STATE IS THE AFTER IMAGE.
050012******************************************************************
050014       3700-WRITE-CHANGE-LOG.
050016           MOVE SPACES TO MCL-RECORD
050018           MOVE WS-EFFECTIVE-DATE TO MCL-EFFECTIVE-DATE
050020           MOVE WS-MAINT-RUN-DATE TO MCL-RUN-DATE
050022           MOVE WS-MAINT-RUN-TIME TO MCL-RUN-TIME
050024           MOVE WS-CARDS-READ TO MCL-CARD-SEQ
050026           MOVE TRN-ACTION TO MCL-ACTION
050028           MOVE TRN-CHANGED-BY TO MCL-CHANGED-BY
050030           MOVE WS-BEFORE-IMAGE TO MCL-BEFORE-IMAGE
050032           PERFORM 3160-BUILD-MASTER-IMAGE THRU
050034               3160-BUILD-MASTER-IMAGE-EXIT
050036           MOVE STATION-MASTER-REC TO MCL-AFTER-IMAGE
050038           MOVE TRANS-REC TO MCL-CARD-IMAGE
050040           WRITE MCL-RECORD
050042           IF WS-CHANGE-LOG-STATUS NOT = '00'
050044               DISPLAY 'STATION-MAINT: ERROR WRITING CHANGE LOG, '
050046                   'STATUS=' WS-CHANGE-LOG-STATUS
050048               MOVE 16 TO RETURN-CODE
050049               MOVE 'Y' TO WS-CHANGE-LOG-ERROR-FLAG
050050               GO TO 3700-WRITE-CHANGE-LOG-EXIT
050052           END-IF
050054           ADD 1 TO WS-LOGGED-COUNT.
050056       3700-WRITE-CHANGE-LOG-EXIT.
050058           EXIT.
050100*
050200******************************************************************
050300*    4000-WRITE-NEW-MASTER
050700*    WRITES EVERY ENTRY, ACTIVE OR INACTIVE, TO THE NEW
050800*    MASTER.  INACTIVE STATIONS STAY ON FILE SO A DEACTIVATED
050900*    STATION'S READINGS KEEP FAILING WITH INACTIVE STATION
051000*    RATHER THAN UNKNOWN STATION.  NOTHING IS WRITTEN IF A
051050*    CHANGE-LOG WRITE FAILED: THE LOG MUST EXPLAIN EVERY CHANGE.
051100******************************************************************
051200       4000-WRITE-NEW-MASTER.
051210           IF WS-CHANGE-LOG-ERROR
051220               DISPLAY 'STATION-MAINT: NEW MASTER NOT WRITTEN - '
051230                   'THE CHANGE LOG IS INCOMPLETE'
051240               GO TO 4000-WRITE-NEW-MASTER-EXIT
051250           END-IF
051300           IF MNT-LAST-IDX > 1
051400               SORT MAINT-ENTRY ASCENDING MNT-NAME
051500           END-IF
061160               INTO MAINT-REPORT-LINE
061170           END-STRING
061180           WRITE MAINT-REPORT-LINE
061182           MOVE WS-LOGGED-COUNT TO WS-COUNT-ED
061184           MOVE SPACES TO MAINT-REPORT-LINE
061186           STRING '           CHANGES LOGGED:     '
061188                   DELIMITED BY SIZE
061190               WS-COUNT-ED DELIMITED BY SIZE
061192               INTO MAINT-REPORT-LINE
061194           END-STRING
061196           WRITE MAINT-REPORT-LINE
061200           MOVE WS-MASTER-OUT-COUNT TO WS-COUNT-ED
061300           MOVE SPACES TO MAINT-REPORT-LINE
061400           STRING '           NEW MASTER RECORDS: '
