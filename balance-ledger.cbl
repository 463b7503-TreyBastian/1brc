000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. BALANCE-LEDGER.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  END-TO-END DAILY BALANCING
001000*               LEDGER FOR THE AUDITORS' QUARTERLY PROOF: ONE LINE
001100*               PER BUSINESS DATE TYING THE RUN-AUDIT FILE, THE
001200*               PROCESSED-FILE REGISTER, STATION HISTORY, THE
001300*               EXTRACT REGISTER AND THE WAREHOUSE ACKS, WITH THE
001400*               FILE THAT DISAGREES BROKEN OUT UNDER ANY DATE THAT
001500*               DOES NOT TIE.
001520*    2026-10-15 TB  DATE AN OK RUN BY THE HEADER DATE THE
001540*               RUN-AUDIT RECORD NOW CARRIES; RECORD LENGTHS
001560*               FOLLOW AUDREC.CPY AND THE REGISTER'S SOURCE.
001600******************************************************************
001700*
001800******************************************************************
001900*    THE CONTROL FILE (./BALANCE-LEDGER-CONTROL.TXT) IS TWO LINE
002000*    SEQUENTIAL RECORDS:
002100*      LINE 1  FIRST BUSINESS DATE OF THE LEDGER, YYYYMMDD
002200*      LINE 2  LAST BUSINESS DATE OF THE LEDGER, YYYYMMDD
002300*              (BLANK = THE FIRST DATE ONLY)
002400*    THE RANGE MAY NOT EXCEED 366 DAYS.
002500*
002600*    WHERE EACH COLUMN COMES FROM:
002700*      LINES-READ, READINGS, REJECTS, EXCEPTIONS
002800*              STATION-AGG RUN-AUDIT RECORDS (BATCH-RUN-AUDIT.TXT)
002900*              WITH STATUS OK, DATED BY THE FEED HEADER DATE ON
003000*              THE RECORD.  EACH OK RUN IS ALSO PAIRED WITH THE
003100*              PROCESSED-FILE REGISTER ENTRY IT WROTE: THE N-TH OK
003200*              RUN OF A FILE NAME TAKES THE N-TH REGISTER ENTRY
003300*              FOR THAT NAME, WHICH DATES A RECORD WRITTEN BEFORE
003350*              THE HEADER DATE WAS CARRIED.  PARTITION RUNS
003400*              (STATION-PART) ARE LEFT OUT -- STATION-MERGE
003500*              AUDITS THE WHOLE FILE AS ONE STATION-AGG RUN.
003550*              RUNS THAT DID NOT FINISH OK PUT NOTHING INTO
003600*              HISTORY AND ARE NOT COUNTED.
003700*      CORRECTED-IN
003800*              OK STATION-AGG RUNS OF REJECT-REPROC'S AND
003900*              PENDING-REPLAY'S SUPPLEMENTAL WORK FILES, DATED THE
004000*              SAME WAY -- THE READINGS THOSE PROGRAMS FOLDED INTO
004100*              THE DAY'S HISTORY AFTER THE NIGHTLY RUN.
004200*      HISTORY STATION-HISTORY.DAT, SUM OF HST-COUNT FOR THE DATE.
004300*      EXTRACT READINGS HASH OF THE DATE'S LATEST EXTRACT REGISTER
004400*              ENTRY (THE DAILY EXTRACT OR THE LATEST RESTATEMENT,
004500*              WHICHEVER WAS REGISTERED LAST), WITH ITS VERSION.
004600*      ACKED   READINGS HASH OF THE WAREHOUSE'S LATEST ACK OF THAT
004700*              SAME FILE.
004800*
004900*    A DATE TIES WHEN HISTORY = READINGS + CORRECTED-IN, EXTRACT
005000*    = HISTORY AND ACKED = EXTRACT.  A DATE THAT DOES NOT TIE IS
005100*    MARKED BREAK AND EVERY DISAGREEMENT IS LISTED UNDER IT WITH
005200*    THE FILE THAT DISAGREES.  ALSO BROKEN OUT: A DATE ON THE
005300*    PROCESSED-FILE REGISTER WITH NO HISTORY (PURGED OR ARCHIVED
005400*    BY HIST-REORG), AND A DATE WITH HISTORY BUT NO REGISTER
005500*    ENTRY (E.G. A HAND-RESTORED HISTORY FILE).  AN OK RUN THAT
005600*    CANNOT BE DATED IS LISTED AFTER THE LEDGER.  DATES WITH
005700*    NOTHING ON ANY FILE ARE LEFT OFF.
005800*
005900*    EVERY FILE IS ONLY READ.  A MISSING RUN-AUDIT FILE, REGISTER,
006000*    EXTRACT REGISTER OR ACK FILE IS TAKEN AS EMPTY AND NOTED IN
006100*    THE REPORT HEADING.
006200*
006300*    RETURN CODE: 16 SETUP ERROR; 4 WHEN ANY DATE BREAKS OR ANY
006400*    RUN COULD NOT BE DATED; ELSE 0.
006500******************************************************************
006600       ENVIRONMENT DIVISION.
006700       INPUT-OUTPUT SECTION.
006800       FILE-CONTROL.
006900           SELECT CONTROL-FILE
007000               ASSIGN TO "./balance-ledger-control.txt"
007100               ORGANIZATION IS LINE SEQUENTIAL
007200               FILE STATUS IS WS-CONTROL-STATUS.
007300           SELECT RUN-AUDIT-FILE
007400               ASSIGN TO "./batch-run-audit.txt"
007500               ORGANIZATION IS LINE SEQUENTIAL
007600               FILE STATUS IS WS-RUN-AUDIT-STATUS.
007700           SELECT REGISTER-FILE
007800               ASSIGN TO "./processed-file-register.txt"
007900               ORGANIZATION IS LINE SEQUENTIAL
008000               FILE STATUS IS WS-REGISTER-STATUS.
008100           SELECT EXT-REGISTER-FILE
008200               ASSIGN TO "./extract-register.txt"
008300               ORGANIZATION IS LINE SEQUENTIAL
008400               FILE STATUS IS WS-EXT-REGISTER-STATUS.
008500           SELECT ACK-FILE
008600               ASSIGN TO "./warehouse-acks.txt"
008700               ORGANIZATION IS LINE SEQUENTIAL
008800               FILE STATUS IS WS-ACK-STATUS.
008900           SELECT HISTORY-FILE
009000               ASSIGN TO "./station-history.dat"
009100               ORGANIZATION IS INDEXED
009200               ACCESS MODE IS DYNAMIC
009300               RECORD KEY IS HST-KEY
009400               FILE STATUS IS WS-HISTORY-STATUS.
009500           SELECT LEDGER-REPORT-FILE
009600               ASSIGN TO "./balance-ledger-report.txt"
009700               ORGANIZATION IS LINE SEQUENTIAL
009800               FILE STATUS IS WS-LEDGER-REPORT-STATUS.
009900*
010000       DATA DIVISION.
010100       FILE SECTION.
010200       FD  CONTROL-FILE.
010300       01  CONTROL-RECORD              PIC X(100).
010400*
010500       FD  RUN-AUDIT-FILE.
010600       01  RUN-AUDIT-REC               PIC X(341).
010700*
010800       FD  REGISTER-FILE.
010900       01  REGISTER-REC                PIC X(240).
011000*
011100       FD  EXT-REGISTER-FILE.
011200       01  EXT-REGISTER-REC            PIC X(253).
011300*
011400       FD  ACK-FILE.
011500       01  ACK-FILE-REC                PIC X(264).
011600*
011700       FD  HISTORY-FILE.
011800           COPY HISTREC.
011900*
012000       FD  LEDGER-REPORT-FILE.
012100       01  LEDGER-REPORT-LINE          PIC X(132).
012200*
012300       WORKING-STORAGE SECTION.
012400           COPY AUDREC.
012500*
012600           COPY EXTREG.
012700*
012800*    PFR-TABLE IS THE PROCESSED-FILE REGISTER IN FILE ORDER.  AN
012900*    ENTRY IS MARKED USED WHEN AN OK RUN-AUDIT RECORD HAS TAKEN
013000*    ITS DATE.
013100       01  PFR-TABLE.
013200           05  PFR-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
013300           05  PFR-ENTRY OCCURS 10000 TIMES INDEXED BY PFR-IDX.
013400               10  PFR-DATE            PIC X(08).
013500               10  PFR-FILE-NAME       PIC X(200).
013600               10  PFR-USED-FLAG       PIC X(01).
013700                   88  PFR-USED        VALUE 'Y'.
013800*
013900*    XLT-TABLE HOLDS THE LATEST EXTRACT REGISTER ENTRY PER FILE
014000*    NAME, THE SAME RULE EXTRACT-RECON USES, WITH THE LATEST ACK
014100*    OF THE FILE.  XLT-SEQ IS THE ENTRY'S POSITION ON THE
014200*    REGISTER.
014300       01  XLT-TABLE.
014400           05  XLT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
014500           05  XLT-ENTRY OCCURS 5000 TIMES INDEXED BY XLT-IDX.
014600               10  XLT-FILE-NAME       PIC X(200).
014700               10  XLT-RUN-DATE        PIC X(08).
014800               10  XLT-VERSION         PIC 9(03) COMP.
014900               10  XLT-SEQ             PIC 9(10) COMP.
015000               10  XLT-READINGS        PIC 9(10) COMP.
015100               10  XLT-ACK-FLAG        PIC X(01).
015200                   88  XLT-ACKED       VALUE 'Y'.
015300               10  XLT-ACK-READINGS    PIC 9(10) COMP.
015400*
015500*    DAY-TABLE IS ONE ENTRY PER DATE OF THE LEDGER RANGE,
015600*    SUBSCRIPTED BY DAYS FROM THE FIRST DATE (1 = FIRST DATE).
015700       01  DAY-TABLE.
015800           05  DAY-ENTRY OCCURS 366 TIMES INDEXED BY DAY-IDX.
015900               10  DAY-OK-RUNS         PIC 9(05) COMP.
016000               10  DAY-OTHER-RUNS      PIC 9(05) COMP.
016100               10  DAY-LINES-READ      PIC 9(11) COMP.
016200               10  DAY-READINGS        PIC 9(11) COMP.
016300               10  DAY-REJECTS         PIC 9(11) COMP.
016400               10  DAY-EXCEPTIONS      PIC 9(11) COMP.
016500               10  DAY-CORRECTED-IN    PIC 9(11) COMP.
016600               10  DAY-REG-ENTRIES     PIC 9(05) COMP.
016700               10  DAY-HIST-RECS       PIC 9(07) COMP.
016800               10  DAY-HIST-COUNT      PIC 9(11) COMP.
016900               10  DAY-XLT-IDX         PIC 9(05) COMP.
017000               10  DAY-XLT-SEQ         PIC 9(10) COMP.
017100*
017200*    UND-TABLE HOLDS THE OK RUNS THAT COULD NOT BE DATED.
017300       01  UND-TABLE.
017400           05  UND-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
017500           05  UND-ENTRY OCCURS 200 TIMES INDEXED BY UND-IDX.
017600               10  UND-START-DATE      PIC X(08).
017700               10  UND-START-TIME      PIC X(08).
017800               10  UND-READINGS        PIC 9(10).
017900               10  UND-FILE-NAME       PIC X(200).
018000*
018100       01  LDG-DETAIL-REC.
018200           05  LDG-DATE                PIC X(08).
018300           05  FILLER                  PIC X(01) VALUE SPACES.
018400           05  LDG-LINES-READ          PIC Z(10)9.
018500           05  FILLER                  PIC X(01) VALUE SPACES.
018600           05  LDG-READINGS            PIC Z(10)9.
018700           05  FILLER                  PIC X(01) VALUE SPACES.
018800           05  LDG-REJECTS             PIC Z(10)9.
018900           05  FILLER                  PIC X(01) VALUE SPACES.
019000           05  LDG-EXCEPTIONS          PIC Z(10)9.
019100           05  FILLER                  PIC X(01) VALUE SPACES.
019200           05  LDG-CORRECTED-IN        PIC Z(10)9.
019300           05  FILLER                  PIC X(01) VALUE SPACES.
019400           05  LDG-HISTORY             PIC Z(10)9.
019500           05  FILLER                  PIC X(01) VALUE SPACES.
019600           05  LDG-EXTRACT             PIC Z(10)9.
019700           05  LDG-EXTRACT-X REDEFINES LDG-EXTRACT
019800                                       PIC X(11).
019900           05  FILLER                  PIC X(01) VALUE SPACES.
020000           05  LDG-VERSION             PIC X(03).
020100           05  FILLER                  PIC X(01) VALUE SPACES.
020200           05  LDG-ACKED               PIC Z(10)9.
020300           05  LDG-ACKED-X REDEFINES LDG-ACKED
020400                                       PIC X(11).
020500           05  FILLER                  PIC X(02) VALUE SPACES.
020600           05  LDG-RESULT              PIC X(05).
020700*
020800       01  LDG-BREAK-REC.
020900           05  FILLER                  PIC X(10) VALUE SPACES.
021000           05  LDG-BREAK-FILE          PIC X(28).
021100           05  LDG-BREAK-TEXT          PIC X(94).
021200*
021300       77  WS-CONTROL-STATUS           PIC X(02).
021400       77  WS-RUN-AUDIT-STATUS         PIC X(02).
021500       77  WS-REGISTER-STATUS          PIC X(02).
021600       77  WS-EXT-REGISTER-STATUS      PIC X(02).
021700       77  WS-ACK-STATUS               PIC X(02).
021800       77  WS-HISTORY-STATUS           PIC X(02).
021900       77  WS-LEDGER-REPORT-STATUS     PIC X(02).
022000       77  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
022100           88  WS-EOF                  VALUE 'Y'.
022200       77  WS-HIST-DONE-FLAG           PIC X(01) VALUE SPACE.
022300           88  WS-HIST-DONE            VALUE 'Y'.
022400       77  WS-SETUP-FAILED-FLAG        PIC X(01) VALUE 'N'.
022500           88  WS-SETUP-FAILED         VALUE 'Y'.
022600       77  WS-DAY-BREAK-FLAG           PIC X(01) VALUE 'N'.
022700           88  WS-DAY-BREAKS           VALUE 'Y'.
022800*
022900       77  WS-RUN-DATE                 PIC X(08).
023000       77  WS-START-DATE-X             PIC X(08).
023100       77  WS-END-DATE-X               PIC X(08).
023200       77  WS-START-DATE               PIC 9(08).
023300       77  WS-END-DATE                 PIC 9(08).
023400       77  WS-SCAN-DATE                PIC 9(08).
023500       77  WS-SCAN-DATE-X              PIC X(08).
023600       77  WS-START-INT                PIC 9(08) COMP.
023700       77  WS-END-INT                  PIC 9(08) COMP.
023800       77  WS-DATE-INT                 PIC 9(08) COMP.
023900       77  WS-DAY-COUNT                PIC 9(05) COMP.
024000       77  WS-DAY-SUB                  PIC 9(05) COMP.
024100       77  WS-MAX-DAYS                 PIC 9(05) COMP VALUE 366.
024200*
024300       77  WS-MAX-PFR-ENTRIES          PIC 9(05) COMP VALUE 10000.
024400       77  WS-MAX-XLT-ENTRIES          PIC 9(05) COMP VALUE 5000.
024500       77  WS-MAX-UND-ENTRIES          PIC 9(05) COMP VALUE 200.
024600       77  WS-PFR-FOUND-IDX            PIC 9(05) COMP.
024700       77  WS-PFR-SCAN-IDX             PIC 9(05) COMP.
024800       77  WS-XLT-FOUND-IDX            PIC 9(05) COMP.
024900       77  WS-XLT-SCAN-IDX             PIC 9(05) COMP.
025000       77  WS-XLT-SEARCH-NAME          PIC X(200).
025100       77  WS-EXT-REGISTER-READ        PIC 9(10) COMP VALUE ZERO.
025200*
025300       77  WS-RUN-DATE-FOUND           PIC X(08).
025400       77  WS-NAME-PREFIX              PIC X(200).
025500       77  WS-NAME-REST                PIC X(200).
025600       77  WS-CORRECTION-FLAG          PIC X(01).
025700           88  WS-IS-CORRECTION-RUN    VALUE 'Y'.
025800       77  WS-REJECT-WORK-NAME         PIC X(200)
025900                           VALUE "./reject-corrections-work.txt".
026000       77  WS-REPLAY-WORK-NAME         PIC X(200)
026100                           VALUE "./pending-replay-work.txt".
026200*
026300       77  WS-AUDIT-NOTE               PIC X(30).
026400       77  WS-REGISTER-NOTE            PIC X(30).
026500       77  WS-EXT-REGISTER-NOTE        PIC X(30).
026600       77  WS-ACK-NOTE                 PIC X(30).
026700*
026800       77  WS-EXPECTED-HISTORY         PIC 9(11) COMP.
026900       77  WS-AUDIT-READ               PIC 9(07) COMP VALUE ZERO.
027000       77  WS-AUDIT-COUNTED            PIC 9(07) COMP VALUE ZERO.
027100       77  WS-AUDIT-CORRECTIONS        PIC 9(07) COMP VALUE ZERO.
027200       77  WS-AUDIT-NOT-OK             PIC 9(07) COMP VALUE ZERO.
027300       77  WS-AUDIT-OUT-OF-RANGE       PIC 9(07) COMP VALUE ZERO.
027400       77  WS-AUDIT-UNDATED            PIC 9(07) COMP VALUE ZERO.
027500       77  WS-HIST-READ                PIC 9(09) COMP VALUE ZERO.
027600       77  WS-DATES-REPORTED           PIC 9(05) COMP VALUE ZERO.
027700       77  WS-DATES-TIED               PIC 9(05) COMP VALUE ZERO.
027800       77  WS-DATES-BROKEN             PIC 9(05) COMP VALUE ZERO.
027900       77  WS-BREAK-LINES              PIC 9(07) COMP VALUE ZERO.
028000       77  WS-COUNT-ED                 PIC Z(10)9.
028100       77  WS-COUNT-ED2                PIC Z(10)9.
028200       77  WS-VERSION-ED               PIC 9(03).
028300*
028400       PROCEDURE DIVISION.
028500******************************************************************
028600*    0000-MAINLINE
028700******************************************************************
028800       0000-MAINLINE.
028900           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
029000           PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT
029100           PERFORM 2500-LOAD-EXTRACT-REGISTER THRU
029200               2500-LOAD-EXTRACT-REGISTER-EXIT
029300           PERFORM 2700-LOAD-ACKS THRU 2700-LOAD-ACKS-EXIT
029400           IF WS-SETUP-FAILED
029500               CLOSE LEDGER-REPORT-FILE
029600               MOVE 16 TO RETURN-CODE
029700               GO TO 9999-EXIT
029800           END-IF
029900           PERFORM 4000-ACCUMULATE-AUDIT THRU
030000               4000-ACCUMULATE-AUDIT-EXIT
030100           PERFORM 5000-ACCUMULATE-HISTORY THRU
030200               5000-ACCUMULATE-HISTORY-EXIT
030300           IF WS-SETUP-FAILED
030400               CLOSE LEDGER-REPORT-FILE
030500               MOVE 16 TO RETURN-CODE
030600               GO TO 9999-EXIT
030700           END-IF
030800           PERFORM 5500-ASSIGN-REGISTER-DATES THRU
030900               5500-ASSIGN-REGISTER-DATES-EXIT
031000           PERFORM 3000-WRITE-HEADINGS THRU
031100               3000-WRITE-HEADINGS-EXIT
031200           PERFORM 6000-WRITE-ONE-DATE THRU
031300               6000-WRITE-ONE-DATE-EXIT
031400               VARYING WS-DAY-SUB FROM 1 BY 1
031500               UNTIL WS-DAY-SUB > WS-DAY-COUNT
031600           PERFORM 7000-WRITE-UNDATED-RUNS THRU
031700               7000-WRITE-UNDATED-RUNS-EXIT
031800           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
031900           CLOSE LEDGER-REPORT-FILE
032000           IF WS-DATES-BROKEN NOT = ZERO OR
032100               WS-AUDIT-UNDATED NOT = ZERO
032200               MOVE 4 TO RETURN-CODE
032300           END-IF
032400           GO TO 9999-EXIT.
032500*
032600******************************************************************
032700*    1000-INITIALIZE
032800******************************************************************
032900       1000-INITIALIZE.
033000           INITIALIZE PFR-TABLE, XLT-TABLE, DAY-TABLE, UND-TABLE
033100           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033200           OPEN INPUT CONTROL-FILE
033300           IF WS-CONTROL-STATUS NOT = '00'
033400               DISPLAY 'BALANCE-LEDGER: ERROR OPENING CONTROL '
033500                   'FILE, STATUS=' WS-CONTROL-STATUS
033600               MOVE 16 TO RETURN-CODE
033700               GO TO 9999-EXIT
033800           END-IF
033900           MOVE SPACES TO WS-START-DATE-X, WS-END-DATE-X
034000           READ CONTROL-FILE INTO WS-START-DATE-X
034100           READ CONTROL-FILE INTO WS-END-DATE-X
034200           CLOSE CONTROL-FILE
034300           IF WS-END-DATE-X = SPACES
034400               MOVE WS-START-DATE-X TO WS-END-DATE-X
034500           END-IF
034600           IF WS-START-DATE-X IS NOT NUMERIC OR
034700               WS-END-DATE-X IS NOT NUMERIC
034800               DISPLAY 'BALANCE-LEDGER: INVALID DATE RANGE ON '
034900                   'CONTROL FILE'
035000               MOVE 16 TO RETURN-CODE
035100               GO TO 9999-EXIT
035200           END-IF
035300           MOVE WS-START-DATE-X TO WS-START-DATE
035400           MOVE WS-END-DATE-X TO WS-END-DATE
035500           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE)
035600                   NOT = 0 OR
035700               FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE)
035800                   NOT = 0 OR
035900               WS-END-DATE < WS-START-DATE
036000               DISPLAY 'BALANCE-LEDGER: INVALID DATE RANGE ON '
036100                   'CONTROL FILE'
036200               MOVE 16 TO RETURN-CODE
036300               GO TO 9999-EXIT
036400           END-IF
036500           COMPUTE WS-START-INT =
036600               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
036700           COMPUTE WS-END-INT =
036800               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
036900           COMPUTE WS-DAY-COUNT = WS-END-INT - WS-START-INT + 1
037000           IF WS-DAY-COUNT > WS-MAX-DAYS
037100               DISPLAY 'BALANCE-LEDGER: DATE RANGE OVER '
037200                   WS-MAX-DAYS ' DAYS'
037300               MOVE 16 TO RETURN-CODE
037400               GO TO 9999-EXIT
037500           END-IF
037600           OPEN OUTPUT LEDGER-REPORT-FILE
037700           IF WS-LEDGER-REPORT-STATUS NOT = '00'
037800               DISPLAY 'BALANCE-LEDGER: ERROR OPENING REPORT, '
037900                   'STATUS=' WS-LEDGER-REPORT-STATUS
038000               MOVE 16 TO RETURN-CODE
038100               GO TO 9999-EXIT
038200           END-IF
038300           MOVE 'READ' TO WS-AUDIT-NOTE, WS-REGISTER-NOTE,
038400               WS-EXT-REGISTER-NOTE, WS-ACK-NOTE.
038500       1000-INITIALIZE-EXIT.
038600           EXIT.
038700*
038800******************************************************************
038900*    2000-LOAD-REGISTER
039000*    EVERY PROCESSED-FILE REGISTER ENTRY IS KEPT, WHATEVER ITS
039100*    DATE: AN OK RUN IS PAIRED WITH ITS ENTRY BY POSITION, SO
039200*    ENTRIES OUTSIDE THE RANGE STILL HAVE TO BE COUNTED OFF.
039300******************************************************************
039400       2000-LOAD-REGISTER.
039500           OPEN INPUT REGISTER-FILE
039600           IF WS-REGISTER-STATUS = '35'
039700               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO
039800                   WS-REGISTER-NOTE
039900               GO TO 2000-LOAD-REGISTER-EXIT
040000           END-IF
040100           IF WS-REGISTER-STATUS NOT = '00'
040200               DISPLAY 'BALANCE-LEDGER: ERROR OPENING PROCESSED-'
040300                   'FILE REGISTER, STATUS=' WS-REGISTER-STATUS
040400               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
040500               GO TO 2000-LOAD-REGISTER-EXIT
040600           END-IF
040700           MOVE SPACE TO WS-EOF-FLAG
040800           PERFORM 2100-READ-ONE-REGISTER THRU
040900               2100-READ-ONE-REGISTER-EXIT
041000               UNTIL WS-EOF OR WS-SETUP-FAILED
041100           CLOSE REGISTER-FILE.
041200       2000-LOAD-REGISTER-EXIT.
041300           EXIT.
041400*
041500******************************************************************
041600*    2100-READ-ONE-REGISTER
041700*    A FULL TABLE STOPS THE RUN: WITH ENTRIES DROPPED THE
041800*    PAIRING WOULD DATE LATER RUNS WRONGLY.
041900******************************************************************
042000       2100-READ-ONE-REGISTER.
042100           READ REGISTER-FILE
042200               AT END
042300                   SET WS-EOF TO TRUE
042400                   GO TO 2100-READ-ONE-REGISTER-EXIT
042500           END-READ
042600           IF REGISTER-REC = SPACES
042700               GO TO 2100-READ-ONE-REGISTER-EXIT
042800           END-IF
042900           IF PFR-LAST-IDX NOT < WS-MAX-PFR-ENTRIES
043000               DISPLAY 'BALANCE-LEDGER: PROCESSED-FILE REGISTER '
043100                   'OVER ' WS-MAX-PFR-ENTRIES ' ENTRIES'
043200               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
043300               GO TO 2100-READ-ONE-REGISTER-EXIT
043400           END-IF
043500           ADD 1 TO PFR-LAST-IDX
043600           SET PFR-IDX TO PFR-LAST-IDX
043700           MOVE SPACES TO PFR-DATE(PFR-IDX),
043800               PFR-FILE-NAME(PFR-IDX)
043900           UNSTRING REGISTER-REC DELIMITED BY ';'
044000               INTO PFR-DATE(PFR-IDX), PFR-FILE-NAME(PFR-IDX)
044100           END-UNSTRING
044200           MOVE 'N' TO PFR-USED-FLAG(PFR-IDX).
044300       2100-READ-ONE-REGISTER-EXIT.
044400           EXIT.
044500*
044600******************************************************************
044700*    2500-LOAD-EXTRACT-REGISTER
044800*    A REGISTER RECORD WRITTEN BEFORE THE VERSION FIELD EXISTED
044900*    IS A VERSION 000 EXTRACT.
045000******************************************************************
045100       2500-LOAD-EXTRACT-REGISTER.
045200           OPEN INPUT EXT-REGISTER-FILE
045300           IF WS-EXT-REGISTER-STATUS = '35'
045400               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO
045500                   WS-EXT-REGISTER-NOTE
045600               GO TO 2500-LOAD-EXTRACT-REGISTER-EXIT
045700           END-IF
045800           IF WS-EXT-REGISTER-STATUS NOT = '00'
045900               DISPLAY 'BALANCE-LEDGER: ERROR OPENING EXTRACT '
046000                   'REGISTER, STATUS=' WS-EXT-REGISTER-STATUS
046100               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
046200               GO TO 2500-LOAD-EXTRACT-REGISTER-EXIT
046300           END-IF
046400           MOVE SPACE TO WS-EOF-FLAG
046500           PERFORM 2600-READ-ONE-EXTRACT-REG THRU
046600               2600-READ-ONE-EXTRACT-REG-EXIT
046700               UNTIL WS-EOF OR WS-SETUP-FAILED
046800           CLOSE EXT-REGISTER-FILE.
046900       2500-LOAD-EXTRACT-REGISTER-EXIT.
047000           EXIT.
047100*
047200******************************************************************
047300*    2600-READ-ONE-EXTRACT-REG
047400******************************************************************
047500       2600-READ-ONE-EXTRACT-REG.
047600           READ EXT-REGISTER-FILE INTO XRG-RECORD
047700               AT END
047800                   SET WS-EOF TO TRUE
047900                   GO TO 2600-READ-ONE-EXTRACT-REG-EXIT
048000           END-READ
048100           ADD 1 TO WS-EXT-REGISTER-READ
048200           IF XRG-FILE-NAME = SPACES
048300               GO TO 2600-READ-ONE-EXTRACT-REG-EXIT
048400           END-IF
048500           MOVE XRG-FILE-NAME TO WS-XLT-SEARCH-NAME
048600           PERFORM 2800-FIND-EXTRACT-NAME THRU
048700               2800-FIND-EXTRACT-NAME-EXIT
048800           IF WS-XLT-FOUND-IDX = ZERO
048900               IF XLT-LAST-IDX NOT < WS-MAX-XLT-ENTRIES
049000                   DISPLAY 'BALANCE-LEDGER: EXTRACT REGISTER '
049100                       'OVER ' WS-MAX-XLT-ENTRIES ' FILES'
049200                   MOVE 'Y' TO WS-SETUP-FAILED-FLAG
049300                   GO TO 2600-READ-ONE-EXTRACT-REG-EXIT
049400               END-IF
049500               ADD 1 TO XLT-LAST-IDX
049600               MOVE XLT-LAST-IDX TO WS-XLT-FOUND-IDX
049700               MOVE XRG-FILE-NAME TO
049800                   XLT-FILE-NAME(WS-XLT-FOUND-IDX)
049900               MOVE 'N' TO XLT-ACK-FLAG(WS-XLT-FOUND-IDX)
050000           END-IF
050100           MOVE XRG-RUN-DATE TO XLT-RUN-DATE(WS-XLT-FOUND-IDX)
050200           IF XRG-VERSION IS NUMERIC
050300               MOVE XRG-VERSION TO XLT-VERSION(WS-XLT-FOUND-IDX)
050400           ELSE
050500               MOVE ZERO TO XLT-VERSION(WS-XLT-FOUND-IDX)
050600           END-IF
050700           IF XRG-READINGS-HASH IS NUMERIC
050800               MOVE XRG-READINGS-HASH TO
050900                   XLT-READINGS(WS-XLT-FOUND-IDX)
051000           ELSE
051100               MOVE ZERO TO XLT-READINGS(WS-XLT-FOUND-IDX)
051200           END-IF
051300           MOVE WS-EXT-REGISTER-READ TO XLT-SEQ(WS-XLT-FOUND-IDX).
051400       2600-READ-ONE-EXTRACT-REG-EXIT.
051500           EXIT.
051600*
051700******************************************************************
051800*    2700-LOAD-ACKS
051900*    THE LATEST ACK OF A FILE WINS.  AN ACK FOR A FILE NOT ON THE
052000*    EXTRACT REGISTER IS EXTRACT-RECON'S FINDING, NOT THE
052100*    LEDGER'S, AND IS PASSED OVER.
052200******************************************************************
052300       2700-LOAD-ACKS.
052400           OPEN INPUT ACK-FILE
052500           IF WS-ACK-STATUS = '35'
052600               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO WS-ACK-NOTE
052700               GO TO 2700-LOAD-ACKS-EXIT
052800           END-IF
052900           IF WS-ACK-STATUS NOT = '00'
053000               DISPLAY 'BALANCE-LEDGER: ERROR OPENING WAREHOUSE '
053100                   'ACKS, STATUS=' WS-ACK-STATUS
053200               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
053300               GO TO 2700-LOAD-ACKS-EXIT
053400           END-IF
053500           MOVE SPACE TO WS-EOF-FLAG
053600           PERFORM 2710-READ-ONE-ACK THRU 2710-READ-ONE-ACK-EXIT
053700               UNTIL WS-EOF
053800           CLOSE ACK-FILE.
053900       2700-LOAD-ACKS-EXIT.
054000           EXIT.
054100*
054200******************************************************************
054300*    2710-READ-ONE-ACK
054400******************************************************************
054500       2710-READ-ONE-ACK.
054600           READ ACK-FILE INTO ACK-RECORD
054700               AT END
054800                   SET WS-EOF TO TRUE
054900                   GO TO 2710-READ-ONE-ACK-EXIT
055000           END-READ
055100           IF ACK-FILE-NAME = SPACES
055200               GO TO 2710-READ-ONE-ACK-EXIT
055300           END-IF
055400           MOVE ACK-FILE-NAME TO WS-XLT-SEARCH-NAME
055500           PERFORM 2800-FIND-EXTRACT-NAME THRU
055600               2800-FIND-EXTRACT-NAME-EXIT
055700           IF WS-XLT-FOUND-IDX = ZERO
055800               GO TO 2710-READ-ONE-ACK-EXIT
055900           END-IF
056000           MOVE 'Y' TO XLT-ACK-FLAG(WS-XLT-FOUND-IDX)
056100           IF ACK-READINGS-HASH IS NUMERIC
056200               MOVE ACK-READINGS-HASH TO
056300                   XLT-ACK-READINGS(WS-XLT-FOUND-IDX)
056400           ELSE
056500               MOVE ZERO TO XLT-ACK-READINGS(WS-XLT-FOUND-IDX)
056600           END-IF.
056700       2710-READ-ONE-ACK-EXIT.
056800           EXIT.
056900*
057000******************************************************************
057100*    2800-FIND-EXTRACT-NAME
057200*    LINEAR SCAN FOR WS-XLT-SEARCH-NAME.  LEAVES WS-XLT-FOUND-IDX
057300*    ZERO WHEN THE NAME IS NOT ON THE TABLE.
057400******************************************************************
057500       2800-FIND-EXTRACT-NAME.
057600           MOVE ZERO TO WS-XLT-FOUND-IDX
057700           PERFORM VARYING WS-XLT-SCAN-IDX FROM 1 BY 1
057800               UNTIL WS-XLT-SCAN-IDX > XLT-LAST-IDX OR
057900               WS-XLT-FOUND-IDX NOT = ZERO
058000               IF XLT-FILE-NAME(WS-XLT-SCAN-IDX) =
058100                   WS-XLT-SEARCH-NAME
058200                   MOVE WS-XLT-SCAN-IDX TO WS-XLT-FOUND-IDX
058300               END-IF
058400           END-PERFORM.
058500       2800-FIND-EXTRACT-NAME-EXIT.
058600           EXIT.
058700*
058800******************************************************************
058900*    3000-WRITE-HEADINGS
059000******************************************************************
059100       3000-WRITE-HEADINGS.
059200           MOVE SPACES TO LEDGER-REPORT-LINE
059300           STRING 'DAILY BALANCING LEDGER'
059400                   DELIMITED BY SIZE
059500               '          RUN DATE: ' DELIMITED BY SIZE
059600               WS-RUN-DATE DELIMITED BY SIZE
059700               INTO LEDGER-REPORT-LINE
059800           END-STRING
059900           WRITE LEDGER-REPORT-LINE
060000           MOVE SPACES TO LEDGER-REPORT-LINE
060100           STRING 'BUSINESS DATES: ' DELIMITED BY SIZE
060200               WS-START-DATE-X DELIMITED BY SIZE
060300               ' - ' DELIMITED BY SIZE
060400               WS-END-DATE-X DELIMITED BY SIZE
060500               INTO LEDGER-REPORT-LINE
060600           END-STRING
060700           WRITE LEDGER-REPORT-LINE
060800           MOVE SPACES TO LEDGER-REPORT-LINE
060900           MOVE 'BATCH-RUN-AUDIT.TXT' TO LEDGER-REPORT-LINE
061000           MOVE WS-AUDIT-NOTE TO LEDGER-REPORT-LINE(30:30)
061100           WRITE LEDGER-REPORT-LINE
061200           MOVE SPACES TO LEDGER-REPORT-LINE
061300           MOVE 'PROCESSED-FILE-REGISTER.TXT' TO
061400               LEDGER-REPORT-LINE
061500           MOVE WS-REGISTER-NOTE TO LEDGER-REPORT-LINE(30:30)
061600           WRITE LEDGER-REPORT-LINE
061700           MOVE SPACES TO LEDGER-REPORT-LINE
061800           MOVE 'EXTRACT-REGISTER.TXT' TO LEDGER-REPORT-LINE
061900           MOVE WS-EXT-REGISTER-NOTE TO LEDGER-REPORT-LINE(30:30)
062000           WRITE LEDGER-REPORT-LINE
062100           MOVE SPACES TO LEDGER-REPORT-LINE
062200           MOVE 'WAREHOUSE-ACKS.TXT' TO LEDGER-REPORT-LINE
062300           MOVE WS-ACK-NOTE TO LEDGER-REPORT-LINE(30:30)
062400           WRITE LEDGER-REPORT-LINE
062500           MOVE SPACES TO LEDGER-REPORT-LINE
062600           WRITE LEDGER-REPORT-LINE
062700           MOVE 'DATE      LINES-READ    READINGS     REJECTS'
062800               TO LEDGER-REPORT-LINE
062900           MOVE 'EXCEPTIONS   CORRECTED     HISTORY'
063000               TO LEDGER-REPORT-LINE(47:34)
063100           MOVE 'EXTRACT VER       ACKED  RESULT'
063200               TO LEDGER-REPORT-LINE(86:31)
063300           WRITE LEDGER-REPORT-LINE.
063400       3000-WRITE-HEADINGS-EXIT.
063500           EXIT.
063600*
063700******************************************************************
063800*    4000-ACCUMULATE-AUDIT
063900******************************************************************
064000       4000-ACCUMULATE-AUDIT.
064100           OPEN INPUT RUN-AUDIT-FILE
064200           IF WS-RUN-AUDIT-STATUS = '35'
064300               MOVE 'NOT FOUND - TAKEN AS EMPTY' TO WS-AUDIT-NOTE
064400               GO TO 4000-ACCUMULATE-AUDIT-EXIT
064500           END-IF
064600           IF WS-RUN-AUDIT-STATUS NOT = '00'
064700               DISPLAY 'BALANCE-LEDGER: ERROR OPENING RUN AUDIT '
064800                   'FILE, STATUS=' WS-RUN-AUDIT-STATUS
064900               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
065000               GO TO 4000-ACCUMULATE-AUDIT-EXIT
065100           END-IF
065200           MOVE SPACE TO WS-EOF-FLAG
065300           PERFORM 4100-READ-ONE-AUDIT THRU
065400               4100-READ-ONE-AUDIT-EXIT
065500               UNTIL WS-EOF
065600           CLOSE RUN-AUDIT-FILE.
065700       4000-ACCUMULATE-AUDIT-EXIT.
065800           EXIT.
065900*
066000******************************************************************
066100*    4100-READ-ONE-AUDIT
066200*    AN OK RUN TAKES THE DATE OF THE NEXT UNUSED REGISTER ENTRY
066300*    FOR ITS FILE NAME (STATION-AGG REGISTERS EVERY OK RUN,
066400*    FORCED RERUNS INCLUDED), OR ITS OWN HEADER DATE WHERE THE
066450*    RECORD CARRIES ONE.  FAILING BOTH, OR FOR A RUN THAT
066500*    DID NOT FINISH OK (NOTHING REGISTERED), THE DATE IS TAKEN
066600*    FROM A ./MEASUREMENTS-YYYYMMDD.TXT FILE NAME.
066700******************************************************************
066800       4100-READ-ONE-AUDIT.
066900           READ RUN-AUDIT-FILE INTO AUD-RECORD
067000               AT END
067100                   SET WS-EOF TO TRUE
067200                   GO TO 4100-READ-ONE-AUDIT-EXIT
067300           END-READ
067400           IF AUD-PROGRAM NOT = 'STATION-AGG'
067500               GO TO 4100-READ-ONE-AUDIT-EXIT
067600           END-IF
067700           ADD 1 TO WS-AUDIT-READ
067800           MOVE 'N' TO WS-CORRECTION-FLAG
067900           IF AUD-INPUT-FILE = WS-REJECT-WORK-NAME OR
068000               AUD-INPUT-FILE = WS-REPLAY-WORK-NAME
068100               MOVE 'Y' TO WS-CORRECTION-FLAG
068200           END-IF
068300           MOVE SPACES TO WS-RUN-DATE-FOUND
068400           IF AUD-STATUS = 'OK'
068500               PERFORM 4200-PAIR-WITH-REGISTER THRU
068600                   4200-PAIR-WITH-REGISTER-EXIT
068620               IF AUD-HDR-DATE IS NUMERIC
068640                   MOVE AUD-HDR-DATE TO WS-RUN-DATE-FOUND
068660               END-IF
068700           END-IF
068800           IF WS-RUN-DATE-FOUND = SPACES AND
068900               NOT WS-IS-CORRECTION-RUN
069000               PERFORM 4300-DATE-FROM-FILE-NAME THRU
069100                   4300-DATE-FROM-FILE-NAME-EXIT
069200           END-IF
069300           IF WS-RUN-DATE-FOUND = SPACES
069400               IF AUD-STATUS = 'OK'
069500                   PERFORM 4500-HOLD-UNDATED-RUN THRU
069600                       4500-HOLD-UNDATED-RUN-EXIT
069700               ELSE
069800                   ADD 1 TO WS-AUDIT-NOT-OK
069900               END-IF
070000               GO TO 4100-READ-ONE-AUDIT-EXIT
070100           END-IF
070200           MOVE WS-RUN-DATE-FOUND TO WS-SCAN-DATE-X
070300           PERFORM 4400-LOCATE-DAY THRU 4400-LOCATE-DAY-EXIT
070400           IF WS-DAY-SUB = ZERO
070500               ADD 1 TO WS-AUDIT-OUT-OF-RANGE
070600               GO TO 4100-READ-ONE-AUDIT-EXIT
070700           END-IF
070800           IF AUD-STATUS NOT = 'OK'
070900               ADD 1 TO WS-AUDIT-NOT-OK
071000               ADD 1 TO DAY-OTHER-RUNS(WS-DAY-SUB)
071100               GO TO 4100-READ-ONE-AUDIT-EXIT
071200           END-IF
071300           IF WS-IS-CORRECTION-RUN
071400               ADD 1 TO WS-AUDIT-CORRECTIONS
071500               ADD AUD-READINGS TO DAY-CORRECTED-IN(WS-DAY-SUB)
071600               GO TO 4100-READ-ONE-AUDIT-EXIT
071700           END-IF
071800           ADD 1 TO WS-AUDIT-COUNTED
071900           ADD 1 TO DAY-OK-RUNS(WS-DAY-SUB)
072000           ADD AUD-LINES-READ TO DAY-LINES-READ(WS-DAY-SUB)
072100           ADD AUD-READINGS TO DAY-READINGS(WS-DAY-SUB)
072200           ADD AUD-REJECTS TO DAY-REJECTS(WS-DAY-SUB)
072300           ADD AUD-EXCEPTIONS TO DAY-EXCEPTIONS(WS-DAY-SUB).
072400       4100-READ-ONE-AUDIT-EXIT.
072500           EXIT.
072600*
072700******************************************************************
072800*    4200-PAIR-WITH-REGISTER
072900******************************************************************
073000       4200-PAIR-WITH-REGISTER.
073100           MOVE ZERO TO WS-PFR-FOUND-IDX
073200           PERFORM VARYING WS-PFR-SCAN-IDX FROM 1 BY 1
073300               UNTIL WS-PFR-SCAN-IDX > PFR-LAST-IDX OR
073400               WS-PFR-FOUND-IDX NOT = ZERO
073500               IF PFR-FILE-NAME(WS-PFR-SCAN-IDX) = AUD-INPUT-FILE
073600                   AND NOT PFR-USED(WS-PFR-SCAN-IDX)
073700                   MOVE WS-PFR-SCAN-IDX TO WS-PFR-FOUND-IDX
073800               END-IF
073900           END-PERFORM
074000           IF WS-PFR-FOUND-IDX = ZERO
074100               GO TO 4200-PAIR-WITH-REGISTER-EXIT
074200           END-IF
074300           MOVE 'Y' TO PFR-USED-FLAG(WS-PFR-FOUND-IDX)
074400           MOVE PFR-DATE(WS-PFR-FOUND-IDX) TO WS-RUN-DATE-FOUND.
074500       4200-PAIR-WITH-REGISTER-EXIT.
074600           EXIT.
074700*
074800******************************************************************
074900*    4300-DATE-FROM-FILE-NAME
075000******************************************************************
075100       4300-DATE-FROM-FILE-NAME.
075200           MOVE SPACES TO WS-NAME-PREFIX, WS-NAME-REST
075300           UNSTRING AUD-INPUT-FILE DELIMITED BY 'measurements-'
075400               INTO WS-NAME-PREFIX, WS-NAME-REST
075500           END-UNSTRING
075600           IF WS-NAME-REST(1:8) IS NOT NUMERIC
075700               GO TO 4300-DATE-FROM-FILE-NAME-EXIT
075800           END-IF
075900           MOVE WS-NAME-REST(1:8) TO WS-SCAN-DATE
076000           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCAN-DATE) NOT = 0
076100               GO TO 4300-DATE-FROM-FILE-NAME-EXIT
076200           END-IF
076300           MOVE WS-NAME-REST(1:8) TO WS-RUN-DATE-FOUND.
076400       4300-DATE-FROM-FILE-NAME-EXIT.
076500           EXIT.
076600*
076700******************************************************************
076800*    4400-LOCATE-DAY
076900*    SETS WS-DAY-SUB TO WS-SCAN-DATE-X'S DAY-TABLE ENTRY, OR ZERO
077000*    WHEN THE DATE IS NOT A VALID DATE INSIDE THE LEDGER RANGE.
077100******************************************************************
077200       4400-LOCATE-DAY.
077300           MOVE ZERO TO WS-DAY-SUB
077400           IF WS-SCAN-DATE-X IS NOT NUMERIC
077500               GO TO 4400-LOCATE-DAY-EXIT
077600           END-IF
077700           MOVE WS-SCAN-DATE-X TO WS-SCAN-DATE
077800           IF WS-SCAN-DATE < WS-START-DATE OR
077900               WS-SCAN-DATE > WS-END-DATE
078000               GO TO 4400-LOCATE-DAY-EXIT
078100           END-IF
078200           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCAN-DATE) NOT = 0
078300               GO TO 4400-LOCATE-DAY-EXIT
078400           END-IF
078500           COMPUTE WS-DATE-INT =
078600               FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
078700           COMPUTE WS-DAY-SUB = WS-DATE-INT - WS-START-INT + 1.
078800       4400-LOCATE-DAY-EXIT.
078900           EXIT.
079000*
079100******************************************************************
079200*    4500-HOLD-UNDATED-RUN
079300*    AN OK RUN WITH NO REGISTER ENTRY LEFT TO PAIR WITH AND NO
079400*    DATE IN ITS NAME -- ITS READINGS ARE IN SOME DAY'S HISTORY
079500*    THAT THE LEDGER CANNOT NAME.  HELD FOR 7000 TO LIST AFTER
079600*    THE LEDGER; PAST THE TABLE'S SIZE THEY ARE ONLY COUNTED.
079700******************************************************************
079800       4500-HOLD-UNDATED-RUN.
079900           ADD 1 TO WS-AUDIT-UNDATED
080000           IF UND-LAST-IDX NOT < WS-MAX-UND-ENTRIES
080100               GO TO 4500-HOLD-UNDATED-RUN-EXIT
080200           END-IF
080300           ADD 1 TO UND-LAST-IDX
080400           SET UND-IDX TO UND-LAST-IDX
080500           MOVE AUD-START-DATE TO UND-START-DATE(UND-IDX)
080600           MOVE AUD-START-TIME TO UND-START-TIME(UND-IDX)
080700           MOVE AUD-READINGS TO UND-READINGS(UND-IDX)
080800           MOVE AUD-INPUT-FILE TO UND-FILE-NAME(UND-IDX).
080900       4500-HOLD-UNDATED-RUN-EXIT.
081000           EXIT.
081100*
081200******************************************************************
081300*    5000-ACCUMULATE-HISTORY
081400*    ONE PASS OVER THE RANGE: POSITION AT THE FIRST DATE, READ
081500*    FORWARD UNTIL PAST THE LAST.
081600******************************************************************
081700       5000-ACCUMULATE-HISTORY.
081800           OPEN INPUT HISTORY-FILE
081900           IF WS-HISTORY-STATUS NOT = '00'
082000               DISPLAY 'BALANCE-LEDGER: ERROR OPENING HISTORY '
082100                   'FILE, STATUS=' WS-HISTORY-STATUS
082200               MOVE SPACES TO LEDGER-REPORT-LINE
082300               STRING 'HISTORY FILE NOT READ, STATUS='
082400                       DELIMITED BY SIZE
082500                   WS-HISTORY-STATUS DELIMITED BY SIZE
082600                   ' -- NO LEDGER PRODUCED' DELIMITED BY SIZE
082700                   INTO LEDGER-REPORT-LINE
082800               END-STRING
082900               WRITE LEDGER-REPORT-LINE
083000               MOVE 'Y' TO WS-SETUP-FAILED-FLAG
083100               GO TO 5000-ACCUMULATE-HISTORY-EXIT
083200           END-IF
083300           MOVE SPACES TO HST-RECORD
083400           MOVE WS-START-DATE-X TO HST-DATE
083500           MOVE LOW-VALUES TO HST-STATION-NAME
083600           MOVE SPACE TO WS-HIST-DONE-FLAG
083700           START HISTORY-FILE KEY NOT < HST-KEY
083800               INVALID KEY
083900                   SET WS-HIST-DONE TO TRUE
084000           END-START
084100           PERFORM 5100-READ-ONE-HISTORY THRU
084200               5100-READ-ONE-HISTORY-EXIT
084300               UNTIL WS-HIST-DONE
084400           CLOSE HISTORY-FILE.
084500       5000-ACCUMULATE-HISTORY-EXIT.
084600           EXIT.
084700*
084800******************************************************************
084900*    5100-READ-ONE-HISTORY
085000******************************************************************
085100       5100-READ-ONE-HISTORY.
085200           READ HISTORY-FILE NEXT
085300               AT END
085400                   SET WS-HIST-DONE TO TRUE
085500                   GO TO 5100-READ-ONE-HISTORY-EXIT
085600           END-READ
085700           IF HST-DATE > WS-END-DATE-X
085800               SET WS-HIST-DONE TO TRUE
085900               GO TO 5100-READ-ONE-HISTORY-EXIT
086000           END-IF
086100           ADD 1 TO WS-HIST-READ
086200           MOVE HST-DATE TO WS-SCAN-DATE-X
086300           PERFORM 4400-LOCATE-DAY THRU 4400-LOCATE-DAY-EXIT
086400           IF WS-DAY-SUB = ZERO
086500               GO TO 5100-READ-ONE-HISTORY-EXIT
086600           END-IF
086700           ADD 1 TO DAY-HIST-RECS(WS-DAY-SUB)
086800           IF HST-COUNT IS NUMERIC
086900               ADD HST-COUNT TO DAY-HIST-COUNT(WS-DAY-SUB)
087000           END-IF.
087100       5100-READ-ONE-HISTORY-EXIT.
087200           EXIT.
087300*
087400******************************************************************
087500*    5500-ASSIGN-REGISTER-DATES
087600*    COUNTS THE PROCESSED-FILE REGISTER ENTRIES PER DATE AND
087700*    PICKS EACH DATE'S LATEST EXTRACT REGISTER ENTRY -- THE FILE
087800*    THAT LEFT THE WAREHOUSE HOLDING THE DAY AS IT NOW STANDS.
087900******************************************************************
088000       5500-ASSIGN-REGISTER-DATES.
088100           PERFORM VARYING WS-PFR-SCAN-IDX FROM 1 BY 1
088200               UNTIL WS-PFR-SCAN-IDX > PFR-LAST-IDX
088300               MOVE PFR-DATE(WS-PFR-SCAN-IDX) TO WS-SCAN-DATE-X
088400               PERFORM 4400-LOCATE-DAY THRU 4400-LOCATE-DAY-EXIT
088500               IF WS-DAY-SUB NOT = ZERO
088600                   ADD 1 TO DAY-REG-ENTRIES(WS-DAY-SUB)
088700               END-IF
088800           END-PERFORM
088900           PERFORM VARYING WS-XLT-SCAN-IDX FROM 1 BY 1
089000               UNTIL WS-XLT-SCAN-IDX > XLT-LAST-IDX
089100               MOVE XLT-RUN-DATE(WS-XLT-SCAN-IDX) TO
089200                   WS-SCAN-DATE-X
089300               PERFORM 4400-LOCATE-DAY THRU 4400-LOCATE-DAY-EXIT
089400               IF WS-DAY-SUB NOT = ZERO
089500                   IF XLT-SEQ(WS-XLT-SCAN-IDX) >
089600                       DAY-XLT-SEQ(WS-DAY-SUB)
089700                       MOVE WS-XLT-SCAN-IDX TO
089800                           DAY-XLT-IDX(WS-DAY-SUB)
089900                       MOVE XLT-SEQ(WS-XLT-SCAN-IDX) TO
090000                           DAY-XLT-SEQ(WS-DAY-SUB)
090100                   END-IF
090200               END-IF
090300           END-PERFORM.
090400       5500-ASSIGN-REGISTER-DATES-EXIT.
090500           EXIT.
090600*
090700******************************************************************
090800*    6000-WRITE-ONE-DATE
090900*    THE LEDGER LINE FOR DAY WS-DAY-SUB, THEN ITS BREAKS.  A DAY
091000*    REGISTERED BUT WITH NO HISTORY LEFT IS BROKEN OUT AS SUCH
091100*    AND NOT TIED FURTHER -- ITS READINGS AND EXTRACT CANNOT
091200*    AGREE WITH HISTORY THAT IS NO LONGER ON FILE.
091300******************************************************************
091400       6000-WRITE-ONE-DATE.
091500           IF DAY-OK-RUNS(WS-DAY-SUB) = ZERO AND
091600               DAY-OTHER-RUNS(WS-DAY-SUB) = ZERO AND
091700               DAY-CORRECTED-IN(WS-DAY-SUB) = ZERO AND
091800               DAY-REG-ENTRIES(WS-DAY-SUB) = ZERO AND
091900               DAY-HIST-RECS(WS-DAY-SUB) = ZERO AND
092000               DAY-XLT-IDX(WS-DAY-SUB) = ZERO
092100               GO TO 6000-WRITE-ONE-DATE-EXIT
092200           END-IF
092300           ADD 1 TO WS-DATES-REPORTED
092400           COMPUTE WS-DATE-INT = WS-START-INT + WS-DAY-SUB - 1
092500           COMPUTE WS-SCAN-DATE =
092600               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
092700           MOVE WS-SCAN-DATE TO WS-SCAN-DATE-X
092800           MOVE 'N' TO WS-DAY-BREAK-FLAG
092900           MOVE DAY-READINGS(WS-DAY-SUB) TO WS-EXPECTED-HISTORY
093000           ADD DAY-CORRECTED-IN(WS-DAY-SUB) TO WS-EXPECTED-HISTORY
093100           MOVE DAY-XLT-IDX(WS-DAY-SUB) TO WS-XLT-FOUND-IDX
093200           IF DAY-REG-ENTRIES(WS-DAY-SUB) NOT = ZERO AND
093300               DAY-HIST-RECS(WS-DAY-SUB) = ZERO
093400               MOVE 'Y' TO WS-DAY-BREAK-FLAG
093500           ELSE
093600               IF DAY-HIST-RECS(WS-DAY-SUB) NOT = ZERO AND
093700                   DAY-REG-ENTRIES(WS-DAY-SUB) = ZERO
093800                   MOVE 'Y' TO WS-DAY-BREAK-FLAG
093900               END-IF
094000               IF DAY-HIST-COUNT(WS-DAY-SUB) NOT =
094100                   WS-EXPECTED-HISTORY
094200                   MOVE 'Y' TO WS-DAY-BREAK-FLAG
094300               END-IF
094400               IF WS-XLT-FOUND-IDX = ZERO
094500                   IF DAY-HIST-RECS(WS-DAY-SUB) NOT = ZERO
094600                       MOVE 'Y' TO WS-DAY-BREAK-FLAG
094700                   END-IF
094800               ELSE
094900                   IF XLT-READINGS(WS-XLT-FOUND-IDX) NOT =
095000                       DAY-HIST-COUNT(WS-DAY-SUB)
095100                       MOVE 'Y' TO WS-DAY-BREAK-FLAG
095200                   END-IF
095300               END-IF
095400           END-IF
095500           IF WS-XLT-FOUND-IDX NOT = ZERO
095600               IF NOT XLT-ACKED(WS-XLT-FOUND-IDX) OR
095700                   XLT-ACK-READINGS(WS-XLT-FOUND-IDX) NOT =
095800                   XLT-READINGS(WS-XLT-FOUND-IDX)
095900                   MOVE 'Y' TO WS-DAY-BREAK-FLAG
096000               END-IF
096100           END-IF
096200           PERFORM 6100-WRITE-LEDGER-LINE THRU
096300               6100-WRITE-LEDGER-LINE-EXIT
096400           IF WS-DAY-BREAKS
096500               ADD 1 TO WS-DATES-BROKEN
096600               PERFORM 6200-WRITE-BREAKS THRU
096700                   6200-WRITE-BREAKS-EXIT
096800           ELSE
096900               ADD 1 TO WS-DATES-TIED
097000           END-IF.
097100       6000-WRITE-ONE-DATE-EXIT.
097200           EXIT.
097300*
097400******************************************************************
097500*    6100-WRITE-LEDGER-LINE
097600******************************************************************
097700       6100-WRITE-LEDGER-LINE.
097800           MOVE WS-SCAN-DATE-X TO LDG-DATE
097900           MOVE DAY-LINES-READ(WS-DAY-SUB) TO LDG-LINES-READ
098000           MOVE DAY-READINGS(WS-DAY-SUB) TO LDG-READINGS
098100           MOVE DAY-REJECTS(WS-DAY-SUB) TO LDG-REJECTS
098200           MOVE DAY-EXCEPTIONS(WS-DAY-SUB) TO LDG-EXCEPTIONS
098300           MOVE DAY-CORRECTED-IN(WS-DAY-SUB) TO LDG-CORRECTED-IN
098400           MOVE DAY-HIST-COUNT(WS-DAY-SUB) TO LDG-HISTORY
098500           IF WS-XLT-FOUND-IDX = ZERO
098600               MOVE '       NONE' TO LDG-EXTRACT-X
098700               MOVE SPACES TO LDG-VERSION
098800               MOVE SPACES TO LDG-ACKED-X
098900           ELSE
099000               MOVE XLT-READINGS(WS-XLT-FOUND-IDX) TO LDG-EXTRACT
099100               MOVE XLT-VERSION(WS-XLT-FOUND-IDX) TO WS-VERSION-ED
099200               MOVE WS-VERSION-ED TO LDG-VERSION
099300               IF XLT-ACKED(WS-XLT-FOUND-IDX)
099400                   MOVE XLT-ACK-READINGS(WS-XLT-FOUND-IDX) TO
099500                       LDG-ACKED
099600               ELSE
099700                   MOVE '       NONE' TO LDG-ACKED-X
099800               END-IF
099900           END-IF
100000           IF WS-DAY-BREAKS
100100               MOVE 'BREAK' TO LDG-RESULT
100200           ELSE
100300               MOVE 'TIES' TO LDG-RESULT
100400           END-IF
100500           MOVE LDG-DETAIL-REC TO LEDGER-REPORT-LINE
100600           WRITE LEDGER-REPORT-LINE.
100700       6100-WRITE-LEDGER-LINE-EXIT.
100800           EXIT.
100900*
101000******************************************************************
101100*    6200-WRITE-BREAKS
101200*    ONE LINE PER DISAGREEMENT, NAMING THE FILE THAT DISAGREES.
101300*    THE TESTS ARE THE SAME ONES 6000 MADE, IN THE SAME ORDER.
101400******************************************************************
101500       6200-WRITE-BREAKS.
101600           IF DAY-REG-ENTRIES(WS-DAY-SUB) NOT = ZERO AND
101700               DAY-HIST-RECS(WS-DAY-SUB) = ZERO
101800               MOVE 'STATION-HISTORY.DAT' TO LDG-BREAK-FILE
101900               MOVE SPACES TO LDG-BREAK-TEXT
102000               STRING 'NO HISTORY FOR A DATE ON THE '
102100                       DELIMITED BY SIZE
102200                   'PROCESSED-FILE ' DELIMITED BY SIZE
102300                   'REGISTER (PURGED OR ARCHIVED)'
102400                       DELIMITED BY SIZE
102500                   INTO LDG-BREAK-TEXT
102600               END-STRING
102700               PERFORM 6900-WRITE-BREAK-LINE THRU
102800                   6900-WRITE-BREAK-LINE-EXIT
102900               GO TO 6200-CHECK-ACK
103000           END-IF
103100           IF DAY-HIST-RECS(WS-DAY-SUB) NOT = ZERO AND
103200               DAY-REG-ENTRIES(WS-DAY-SUB) = ZERO
103300               MOVE 'PROCESSED-FILE-REGISTER.TXT' TO
103400                   LDG-BREAK-FILE
103500               MOVE SPACES TO LDG-BREAK-TEXT
103600               STRING 'NO ENTRY FOR A DATE HISTORY HOLDS '
103700                       DELIMITED BY SIZE
103800                   '(HISTORY RESTORED OR LOADED BY HAND?)'
103900                       DELIMITED BY SIZE
104000                   INTO LDG-BREAK-TEXT
104100               END-STRING
104200               PERFORM 6900-WRITE-BREAK-LINE THRU
104300                   6900-WRITE-BREAK-LINE-EXIT
104400           END-IF
104500           IF DAY-HIST-COUNT(WS-DAY-SUB) NOT = WS-EXPECTED-HISTORY
104600               MOVE 'BATCH-RUN-AUDIT.TXT' TO LDG-BREAK-FILE
104700               MOVE WS-EXPECTED-HISTORY TO WS-COUNT-ED
104800               MOVE DAY-HIST-COUNT(WS-DAY-SUB) TO WS-COUNT-ED2
104900               MOVE SPACES TO LDG-BREAK-TEXT
105000               STRING 'READINGS + CORRECTED-IN '
105100                       DELIMITED BY SIZE
105200                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
105300                   ' NOT = STATION-HISTORY.DAT '
105400                       DELIMITED BY SIZE
105500                   FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
105600                   INTO LDG-BREAK-TEXT
105700               END-STRING
105800               PERFORM 6900-WRITE-BREAK-LINE THRU
105900                   6900-WRITE-BREAK-LINE-EXIT
106000           END-IF
106100           IF WS-XLT-FOUND-IDX = ZERO
106200               IF DAY-HIST-RECS(WS-DAY-SUB) NOT = ZERO
106300                   MOVE 'EXTRACT-REGISTER.TXT' TO LDG-BREAK-FILE
106400                   MOVE 'NO EXTRACT REGISTERED FOR THE DATE' TO
106500                       LDG-BREAK-TEXT
106600                   PERFORM 6900-WRITE-BREAK-LINE THRU
106700                       6900-WRITE-BREAK-LINE-EXIT
106800               END-IF
106900               GO TO 6200-WRITE-BREAKS-EXIT
107000           END-IF
107100           IF XLT-READINGS(WS-XLT-FOUND-IDX) NOT =
107200               DAY-HIST-COUNT(WS-DAY-SUB)
107300               MOVE 'EXTRACT-REGISTER.TXT' TO LDG-BREAK-FILE
107400               MOVE XLT-READINGS(WS-XLT-FOUND-IDX) TO WS-COUNT-ED
107500               MOVE DAY-HIST-COUNT(WS-DAY-SUB) TO WS-COUNT-ED2
107600               MOVE SPACES TO LDG-BREAK-TEXT
107700               STRING
107800                   FUNCTION TRIM(XLT-FILE-NAME(WS-XLT-FOUND-IDX))
107900                       DELIMITED BY SIZE
108000                   ' SHIPPED ' DELIMITED BY SIZE
108100                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
108200                   ', HISTORY HOLDS ' DELIMITED BY SIZE
108300                   FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
108400                   INTO LDG-BREAK-TEXT
108500               END-STRING
108600               PERFORM 6900-WRITE-BREAK-LINE THRU
108700                   6900-WRITE-BREAK-LINE-EXIT
108800           END-IF.
108900       6200-CHECK-ACK.
109000           IF WS-XLT-FOUND-IDX = ZERO
109100               GO TO 6200-WRITE-BREAKS-EXIT
109200           END-IF
109300           IF NOT XLT-ACKED(WS-XLT-FOUND-IDX)
109400               MOVE 'WAREHOUSE-ACKS.TXT' TO LDG-BREAK-FILE
109500               MOVE SPACES TO LDG-BREAK-TEXT
109600               STRING 'NO ACK FOR ' DELIMITED BY SIZE
109700                   FUNCTION TRIM(XLT-FILE-NAME(WS-XLT-FOUND-IDX))
109800                       DELIMITED BY SIZE
109900                   INTO LDG-BREAK-TEXT
110000               END-STRING
110100               PERFORM 6900-WRITE-BREAK-LINE THRU
110200                   6900-WRITE-BREAK-LINE-EXIT
110300               GO TO 6200-WRITE-BREAKS-EXIT
110400           END-IF
110500           IF XLT-ACK-READINGS(WS-XLT-FOUND-IDX) NOT =
110600               XLT-READINGS(WS-XLT-FOUND-IDX)
110700               MOVE 'WAREHOUSE-ACKS.TXT' TO LDG-BREAK-FILE
110800               MOVE XLT-ACK-READINGS(WS-XLT-FOUND-IDX) TO
110900                   WS-COUNT-ED
111000               MOVE SPACES TO LDG-BREAK-TEXT
111100               STRING 'ACK OF ' DELIMITED BY SIZE
111200                   FUNCTION TRIM(XLT-FILE-NAME(WS-XLT-FOUND-IDX))
111300                       DELIMITED BY SIZE
111400                   ' LOADED ' DELIMITED BY SIZE
111500                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
111600                   ' READINGS' DELIMITED BY SIZE
111700                   INTO LDG-BREAK-TEXT
111800               END-STRING
111900               PERFORM 6900-WRITE-BREAK-LINE THRU
112000                   6900-WRITE-BREAK-LINE-EXIT
112100           END-IF.
112200       6200-WRITE-BREAKS-EXIT.
112300           EXIT.
112400*
112500******************************************************************
112600*    6900-WRITE-BREAK-LINE
112700******************************************************************
112800       6900-WRITE-BREAK-LINE.
112900           ADD 1 TO WS-BREAK-LINES
113000           MOVE LDG-BREAK-REC TO LEDGER-REPORT-LINE
113100           WRITE LEDGER-REPORT-LINE.
113200       6900-WRITE-BREAK-LINE-EXIT.
113300           EXIT.
113400*
113500******************************************************************
113600*    7000-WRITE-UNDATED-RUNS
113700******************************************************************
113800       7000-WRITE-UNDATED-RUNS.
113900           IF WS-AUDIT-UNDATED = ZERO
114000               GO TO 7000-WRITE-UNDATED-RUNS-EXIT
114100           END-IF
114200           MOVE SPACES TO LEDGER-REPORT-LINE
114300           WRITE LEDGER-REPORT-LINE
114400           MOVE 'OK RUNS WITH NO PROCESSED-FILE REGISTER ENTRY '
114500               TO LEDGER-REPORT-LINE
114600           MOVE '(NOT IN THE LEDGER):' TO
114700               LEDGER-REPORT-LINE(47:20)
114800           WRITE LEDGER-REPORT-LINE
114900           PERFORM 7100-WRITE-ONE-UNDATED THRU
115000               7100-WRITE-ONE-UNDATED-EXIT
115100               VARYING UND-IDX FROM 1 BY 1
115200               UNTIL UND-IDX > UND-LAST-IDX
115300           IF WS-AUDIT-UNDATED > UND-LAST-IDX
115400               COMPUTE WS-COUNT-ED =
115500                   WS-AUDIT-UNDATED - UND-LAST-IDX
115600               MOVE SPACES TO LEDGER-REPORT-LINE
115700               STRING '  ... AND ' DELIMITED BY SIZE
115800                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
115900                   ' MORE NOT LISTED' DELIMITED BY SIZE
116000                   INTO LEDGER-REPORT-LINE
116100               END-STRING
116200               WRITE LEDGER-REPORT-LINE
116300           END-IF.
116400       7000-WRITE-UNDATED-RUNS-EXIT.
116500           EXIT.
116600*
116700******************************************************************
116800*    7100-WRITE-ONE-UNDATED
116900******************************************************************
117000       7100-WRITE-ONE-UNDATED.
117100           MOVE UND-READINGS(UND-IDX) TO WS-COUNT-ED
117200           MOVE SPACES TO LEDGER-REPORT-LINE
117300           STRING '  RUN ' DELIMITED BY SIZE
117400               UND-START-DATE(UND-IDX) DELIMITED BY SIZE
117500               ' ' DELIMITED BY SIZE
117600               UND-START-TIME(UND-IDX)(1:6) DELIMITED BY SIZE
117700               '  READINGS ' DELIMITED BY SIZE
117800               WS-COUNT-ED DELIMITED BY SIZE
117900               '  ' DELIMITED BY SIZE
118000               FUNCTION TRIM(UND-FILE-NAME(UND-IDX))
118100                   DELIMITED BY SIZE
118200               INTO LEDGER-REPORT-LINE
118300           END-STRING
118400           WRITE LEDGER-REPORT-LINE.
118500       7100-WRITE-ONE-UNDATED-EXIT.
118600           EXIT.
118700*
118800******************************************************************
118900*    8000-WRITE-SUMMARY
119000******************************************************************
119100       8000-WRITE-SUMMARY.
119200           MOVE SPACES TO LEDGER-REPORT-LINE
119300           WRITE LEDGER-REPORT-LINE
119400           MOVE WS-DAY-COUNT TO WS-COUNT-ED
119500           MOVE SPACES TO LEDGER-REPORT-LINE
119600           STRING 'DATES IN RANGE:          ' DELIMITED BY SIZE
119700               WS-COUNT-ED DELIMITED BY SIZE
119800               INTO LEDGER-REPORT-LINE
119900           END-STRING
120000           WRITE LEDGER-REPORT-LINE
120100           MOVE WS-DATES-REPORTED TO WS-COUNT-ED
120200           MOVE SPACES TO LEDGER-REPORT-LINE
120300           STRING 'DATES WITH ACTIVITY:     ' DELIMITED BY SIZE
120400               WS-COUNT-ED DELIMITED BY SIZE
120500               INTO LEDGER-REPORT-LINE
120600           END-STRING
120700           WRITE LEDGER-REPORT-LINE
120800           MOVE WS-DATES-TIED TO WS-COUNT-ED
120900           MOVE SPACES TO LEDGER-REPORT-LINE
121000           STRING 'DATES THAT TIE:          ' DELIMITED BY SIZE
121100               WS-COUNT-ED DELIMITED BY SIZE
121200               INTO LEDGER-REPORT-LINE
121300           END-STRING
121400           WRITE LEDGER-REPORT-LINE
121500           MOVE WS-DATES-BROKEN TO WS-COUNT-ED
121600           MOVE SPACES TO LEDGER-REPORT-LINE
121700           STRING 'DATES THAT BREAK:        ' DELIMITED BY SIZE
121800               WS-COUNT-ED DELIMITED BY SIZE
121900               INTO LEDGER-REPORT-LINE
122000           END-STRING
122100           WRITE LEDGER-REPORT-LINE
122200           MOVE WS-BREAK-LINES TO WS-COUNT-ED
122300           MOVE SPACES TO LEDGER-REPORT-LINE
122400           STRING 'BREAKS LISTED:           ' DELIMITED BY SIZE
122500               WS-COUNT-ED DELIMITED BY SIZE
122600               INTO LEDGER-REPORT-LINE
122700           END-STRING
122800           WRITE LEDGER-REPORT-LINE
122900           MOVE WS-AUDIT-READ TO WS-COUNT-ED
123000           MOVE SPACES TO LEDGER-REPORT-LINE
123100           STRING 'STATION-AGG RUNS READ:   ' DELIMITED BY SIZE
123200               WS-COUNT-ED DELIMITED BY SIZE
123300               INTO LEDGER-REPORT-LINE
123400           END-STRING
123500           WRITE LEDGER-REPORT-LINE
123600           MOVE WS-AUDIT-COUNTED TO WS-COUNT-ED
123700           MOVE SPACES TO LEDGER-REPORT-LINE
123800           STRING '  OK, IN THE LEDGER:     ' DELIMITED BY SIZE
123900               WS-COUNT-ED DELIMITED BY SIZE
124000               INTO LEDGER-REPORT-LINE
124100           END-STRING
124200           WRITE LEDGER-REPORT-LINE
124300           MOVE WS-AUDIT-CORRECTIONS TO WS-COUNT-ED
124400           MOVE SPACES TO LEDGER-REPORT-LINE
124500           STRING '  OK, CORRECTED-IN:      ' DELIMITED BY SIZE
124600               WS-COUNT-ED DELIMITED BY SIZE
124700               INTO LEDGER-REPORT-LINE
124800           END-STRING
124900           WRITE LEDGER-REPORT-LINE
125000           MOVE WS-AUDIT-NOT-OK TO WS-COUNT-ED
125100           MOVE SPACES TO LEDGER-REPORT-LINE
125200           STRING '  NOT OK, NOT COUNTED:   ' DELIMITED BY SIZE
125300               WS-COUNT-ED DELIMITED BY SIZE
125400               INTO LEDGER-REPORT-LINE
125500           END-STRING
125600           WRITE LEDGER-REPORT-LINE
125700           MOVE WS-AUDIT-OUT-OF-RANGE TO WS-COUNT-ED
125800           MOVE SPACES TO LEDGER-REPORT-LINE
125900           STRING '  OUTSIDE THE RANGE:     ' DELIMITED BY SIZE
126000               WS-COUNT-ED DELIMITED BY SIZE
126100               INTO LEDGER-REPORT-LINE
126200           END-STRING
126300           WRITE LEDGER-REPORT-LINE
126400           MOVE WS-AUDIT-UNDATED TO WS-COUNT-ED
126500           MOVE SPACES TO LEDGER-REPORT-LINE
126600           STRING '  OK, COULD NOT BE DATED:' DELIMITED BY SIZE
126700               WS-COUNT-ED DELIMITED BY SIZE
126800               INTO LEDGER-REPORT-LINE
126900           END-STRING
127000           WRITE LEDGER-REPORT-LINE
127100           MOVE WS-HIST-READ TO WS-COUNT-ED
127200           MOVE SPACES TO LEDGER-REPORT-LINE
127300           STRING 'HISTORY RECORDS READ:    ' DELIMITED BY SIZE
127400               WS-COUNT-ED DELIMITED BY SIZE
127500               INTO LEDGER-REPORT-LINE
127600           END-STRING
127700           WRITE LEDGER-REPORT-LINE.
127800       8000-WRITE-SUMMARY-EXIT.
127900           EXIT.
128000*
128100******************************************************************
128200*    9999-EXIT
128300******************************************************************
128400       9999-EXIT.
128500           STOP RUN.
