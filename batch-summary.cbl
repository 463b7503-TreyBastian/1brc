001400*               INDICATOR, CONTROL TOTALS, AND FINAL STATUS, SO
001500*               THE 07:00 HEALTH CHECK IS ONE REPORT INSTEAD OF
001600*               GREPPING CONSOLE OUTPUT.
001620*    2026-10-15 TB  PRINT THE NIGHTLY CYCLE'S COMPLETION RECORD
001640*               (SEE CYCREC.CPY, WRITTEN BY NIGHTLY-CYCLE) FOR
001660*               EACH CYCLE STARTED ON THE REPORT DATE ABOVE THE
001680*               PER-RUN LINES; A FAILED CYCLE ALSO SETS RC=4.
001685*    2026-10-15 TB  RUN-AUDIT RECORD LENGTHENED TO 341 FOR THE
001690*               FEED HEADER DATE AND SOURCE (SEE AUDREC.CPY).
001700******************************************************************
001800*
001900******************************************************************
002000*    THE CONTROL FILE (./BATCH-SUMMARY-CONTROL.TXT) IS ONE LINE
002100*    SEQUENTIAL RECORD: THE RUN DATE TO REPORT, YYYYMMDD
002200*    (NORMALLY LAST NIGHT'S DATE).  RUNS ARE MATCHED ON THEIR
002300*    AUDIT START DATE, AND NIGHTLY CYCLES ON THEIR START DATE.
002400******************************************************************
002500       ENVIRONMENT DIVISION.
002600       INPUT-OUTPUT SECTION.
003700               ASSIGN TO "./batch-summary-report.txt"
003800               ORGANIZATION IS LINE SEQUENTIAL
003900               FILE STATUS IS WS-SUMMARY-REPORT-STATUS.
003920           SELECT CYCLE-LOG-FILE
003940               ASSIGN TO "./cycle-completion.txt"
003960               ORGANIZATION IS LINE SEQUENTIAL
003980               FILE STATUS IS WS-CYCLE-LOG-STATUS.
004000*
004100       DATA DIVISION.
004200       FILE SECTION.
004400       01  CONTROL-RECORD              PIC X(08).
004500*
004600       FD  RUN-AUDIT-FILE.
004700       01  RUN-AUDIT-REC               PIC X(341).
004800*
004900       FD  SUMMARY-REPORT-FILE.
005000       01  SUMMARY-REPORT-LINE         PIC X(200).
005020*
005040       FD  CYCLE-LOG-FILE.
005060       01  CYCLE-LOG-REC               PIC X(76).
005100*
005200       WORKING-STORAGE SECTION.
005300           COPY AUDREC.
005320*
005340           COPY CYCREC.
005400*
005500       77  WS-CONTROL-STATUS           PIC X(02).
005600       77  WS-RUN-AUDIT-STATUS         PIC X(02).
005700       77  WS-SUMMARY-REPORT-STATUS    PIC X(02).
005800       77  WS-AUDIT-EOF-FLAG           PIC X(01) VALUE SPACE.
005900           88  WS-AUDIT-EOF            VALUE 'Y'.
005920       77  WS-CYCLE-LOG-STATUS         PIC X(02).
005940       77  WS-CYCLE-EOF-FLAG           PIC X(01) VALUE SPACE.
005960           88  WS-CYCLE-EOF            VALUE 'Y'.
006000*
006100       77  WS-REPORT-DATE              PIC X(08).
006200       77  WS-RUN-DATE                 PIC X(08).
007500       77  WS-RUNS-OK                  PIC 9(05) COMP VALUE ZERO.
007600       77  WS-RUNS-FAILED              PIC 9(05) COMP VALUE ZERO.
007700       77  WS-RUNS-RESTARTED           PIC 9(05) COMP VALUE ZERO.
007720       77  WS-CYCLES-REPORTED          PIC 9(05) COMP VALUE ZERO.
007740       77  WS-CYCLES-FAILED            PIC 9(05) COMP VALUE ZERO.
007760       77  WS-CYC-RC-ED                PIC ZZ9.
007800       77  WS-COUNT-ED                 PIC Z(4)9.
007900       77  WS-ELAPSED-ED               PIC Z(6)9.
008000       77  WS-LINES-ED                 PIC Z(9)9.
009700               3000-SCAN-AUDIT-FILE-EXIT
009800           PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT
009900           CLOSE SUMMARY-REPORT-FILE
010000           IF WS-RUNS-FAILED NOT = ZERO OR
010050               WS-CYCLES-FAILED NOT = ZERO
010100               MOVE 4 TO RETURN-CODE
010200           END-IF
010300           GO TO 9999-EXIT.
014600           WRITE SUMMARY-REPORT-LINE
014700           MOVE SPACES TO SUMMARY-REPORT-LINE
014800           WRITE SUMMARY-REPORT-LINE
014820           PERFORM 2100-WRITE-CYCLE-STATUS THRU
014840               2100-WRITE-CYCLE-STATUS-EXIT
014900           MOVE SPACES TO SUMMARY-REPORT-LINE
015000           STRING 'PROGRAM       START   END     ELAPSED R'
015100                   DELIMITED BY SIZE
016000       2000-READ-CONTROL-CARD-EXIT.
016100           EXIT.
016200*
016201******************************************************************
016202*    2100-WRITE-CYCLE-STATUS
016203*    ONE LINE PER NIGHTLY CYCLE EXECUTION STARTED ON THE REPORT
016204*    DATE (A RESTARTED CYCLE SHOWS EACH ATTEMPT).  NO CYCLE
016205*    FILE AT ALL MEANS THE STEPS WERE RUN BY HAND -- NOTHING IS
016206*    PRINTED, THE REPORT'S LONG-STANDING LAYOUT.
016207******************************************************************
016208       2100-WRITE-CYCLE-STATUS.
016209           OPEN INPUT CYCLE-LOG-FILE
016210           IF WS-CYCLE-LOG-STATUS NOT = '00'
016211               GO TO 2100-WRITE-CYCLE-STATUS-EXIT
016212           END-IF
016213           MOVE SPACE TO WS-CYCLE-EOF-FLAG
016214           PERFORM 2110-READ-ONE-CYCLE THRU
016215               2110-READ-ONE-CYCLE-EXIT
016216               UNTIL WS-CYCLE-EOF
016217           CLOSE CYCLE-LOG-FILE
016218           IF WS-CYCLES-REPORTED = ZERO
016219               MOVE SPACES TO SUMMARY-REPORT-LINE
016220               MOVE 'NIGHTLY CYCLE: NONE STARTED ON THIS DATE'
016221                   TO SUMMARY-REPORT-LINE
016222               WRITE SUMMARY-REPORT-LINE
016223           END-IF
016224           MOVE SPACES TO SUMMARY-REPORT-LINE
016225           WRITE SUMMARY-REPORT-LINE.
016226       2100-WRITE-CYCLE-STATUS-EXIT.
016227           EXIT.
016228*
016229******************************************************************
016230*    2110-READ-ONE-CYCLE
016231******************************************************************
016232       2110-READ-ONE-CYCLE.
016233           READ CYCLE-LOG-FILE INTO CYC-RECORD
016234               AT END
016235                   SET WS-CYCLE-EOF TO TRUE
016236               NOT AT END
016237                   IF CYC-START-DATE = WS-REPORT-DATE
016238                       PERFORM 2120-WRITE-ONE-CYCLE THRU
016239                           2120-WRITE-ONE-CYCLE-EXIT
016240                   END-IF
016241           END-READ.
016242       2110-READ-ONE-CYCLE-EXIT.
016243           EXIT.
016244*
016245******************************************************************
016246*    2120-WRITE-ONE-CYCLE
016247******************************************************************
016248       2120-WRITE-ONE-CYCLE.
016249           ADD 1 TO WS-CYCLES-REPORTED
016250           IF CYC-STATUS NOT = 'OK'
016251               ADD 1 TO WS-CYCLES-FAILED
016252           END-IF
016253           MOVE CYC-HIGH-RC TO WS-CYC-RC-ED
016254           MOVE SPACES TO SUMMARY-REPORT-LINE
016255           STRING 'NIGHTLY CYCLE  BUSINESS DATE '
016256                   DELIMITED BY SIZE
016257               CYC-BUSINESS-DATE DELIMITED BY SIZE
016258               '  START ' DELIMITED BY SIZE
016259               CYC-START-TIME(1:6) DELIMITED BY SIZE
016260               '  END ' DELIMITED BY SIZE
016261               CYC-END-TIME(1:6) DELIMITED BY SIZE
016262               ' ' DELIMITED BY SIZE
016263               CYC-RESTART-IND DELIMITED BY SIZE
016264               '  RAN ' DELIMITED BY SIZE
016265               CYC-STEPS-RUN DELIMITED BY SIZE
016266               ' RESUMED ' DELIMITED BY SIZE
016267               CYC-STEPS-RESUMED DELIMITED BY SIZE
016268               ' FAILED ' DELIMITED BY SIZE
016269               CYC-STEPS-FAILED DELIMITED BY SIZE
016270               ' SKIPPED ' DELIMITED BY SIZE
016271               CYC-STEPS-SKIPPED DELIMITED BY SIZE
016272               '  HIGH RC ' DELIMITED BY SIZE
016273               WS-CYC-RC-ED DELIMITED BY SIZE
016274               '  ' DELIMITED BY SIZE
016275               CYC-STATUS DELIMITED BY SIZE
016276               INTO SUMMARY-REPORT-LINE
016277           END-STRING
016278           WRITE SUMMARY-REPORT-LINE
016279           IF CYC-FAILED-STEP NOT = SPACES
016280               MOVE SPACES TO SUMMARY-REPORT-LINE
016281               STRING '               FAILED STEP: '
016282                       DELIMITED BY SIZE
016283                   CYC-FAILED-STEP DELIMITED BY SIZE
016284                   INTO SUMMARY-REPORT-LINE
016285               END-STRING
016286               WRITE SUMMARY-REPORT-LINE
016287           END-IF.
016288       2120-WRITE-ONE-CYCLE-EXIT.
016289           EXIT.
016290*
016300******************************************************************
016400*    3000-SCAN-AUDIT-FILE
016500*    A MISSING AUDIT FILE MEANS NOTHING RAN (OR THE FILE WAS
032900               WS-COUNT-ED DELIMITED BY SIZE
033000               INTO SUMMARY-REPORT-LINE
033100           END-STRING
033200           WRITE SUMMARY-REPORT-LINE
033205           MOVE WS-CYCLES-REPORTED TO WS-COUNT-ED
033210           MOVE SPACES TO SUMMARY-REPORT-LINE
033215           STRING '           CYCLES:    ' DELIMITED BY SIZE
033220               WS-COUNT-ED DELIMITED BY SIZE
033225               INTO SUMMARY-REPORT-LINE
033230           END-STRING
033235           WRITE SUMMARY-REPORT-LINE
033240           MOVE WS-CYCLES-FAILED TO WS-COUNT-ED
033245           MOVE SPACES TO SUMMARY-REPORT-LINE
033250           STRING '           CYC FAIL:  ' DELIMITED BY SIZE
033255               WS-COUNT-ED DELIMITED BY SIZE
033260               INTO SUMMARY-REPORT-LINE
033265           END-STRING
033270           WRITE SUMMARY-REPORT-LINE.
033300       5000-WRITE-SUMMARY-EXIT.
033400           EXIT.
033500*
