001900*               DEACTIVATE CARDS IN STATION-MAINT'S FORMAT, SO
002000*               ACTING ON THE SCORECARD IS A FILE COPY INSTEAD
002100*               OF A RETYPING JOB.
002120*    2026-10-15 TB  A PERIOD ENDING BEFORE THE RUN DATE SCORES
002140*               EACH STATION UNDER ITS REGION AS OF THE PERIOD
002160*               END (STATION-ASOF); A STATION ADDED AFTER THE
002180*               PERIOD GETS NO MASTER ENTRY.
002200******************************************************************
002300*
002400******************************************************************
004600*    SUMMARY.  DEACTIVATE CARDS ARE ONLY CUT FOR STATIONS
004700*    STILL ACTIVE ON THE MASTER -- A STATION ALREADY INACTIVE,
004800*    OR NOT ON THE MASTER AT ALL, IS REPORTED BUT NOT CARDED.
004820*    FOR A PERIOD ENDING BEFORE THE RUN DATE THE REGION IS THE
004840*    ONE IN EFFECT ON THE END DATE.  STATUS AND ALIAS STAY AS
004860*    THEY ARE TODAY: THE CARDS ACT ON TODAY'S MASTER, AND THE
004880*    ALIAS IS WHAT TIES OLD-NAME EVIDENCE TO THE STATION.
004900******************************************************************
005000       ENVIRONMENT DIVISION.
005100       INPUT-OUTPUT SECTION.
010600       WORKING-STORAGE SECTION.
010700       01  STATION-MASTER-REC.
010800           COPY STAMST.
010820*
010840       01  STATION-ASOF-AREA.
010860           COPY ASFREQ.
010900*
011000*    SCD-TABLE IS THE PER-STATION EVIDENCE FOLD: MASTER
011100*    IDENTITY, DAYS PRESENT IN HISTORY, READING/REJECT/
018400       77  WS-MEAN-THRESHOLD           PIC S9(3)V9(2) COMP-3.
018500       77  WS-DROP-PERCENT             PIC 9(03) COMP.
018600       77  WS-RUN-DATE                 PIC X(08).
018620       77  WS-AS-OF-FLAG               PIC X(01) VALUE 'N'.
018640           88  WS-AS-OF-RUN            VALUE 'Y'.
018660       77  WS-CURRENT-STATUS           PIC X(01).
018680       77  WS-CURRENT-ALIAS            PIC X(100).
018700       77  WS-DATE-ED                  PIC X(08).
018800       77  WS-DATE-ED-2                PIC X(08).
018900*
033000               INTO SCORE-REPORT-LINE
033100           END-STRING
033200           WRITE SCORE-REPORT-LINE
033205           IF WS-END-DATE-X < WS-RUN-DATE
033210               SET WS-AS-OF-RUN TO TRUE
033215               MOVE WS-END-DATE-X TO ASF-AS-OF-DATE
033217               MOVE './station-master.txt' TO ASF-MASTER-FILE-NAME
033220               MOVE SPACES TO SCORE-REPORT-LINE
033225               STRING 'REGIONS AS OF: ' DELIMITED BY SIZE
033230                   WS-DATE-ED-2 DELIMITED BY SIZE
033235                   INTO SCORE-REPORT-LINE
033240               END-STRING
033245               WRITE SCORE-REPORT-LINE
033250           END-IF
033300           MOVE SPACES TO SCORE-REPORT-LINE
033400           WRITE SCORE-REPORT-LINE.
033500       2000-READ-CONTROL-CARD-EXIT.
041900           IF STM-STATION-NAME = SPACES
042000               GO TO 3100-READ-ONE-MASTER-EXIT
042100           END-IF
042110           IF WS-AS-OF-RUN
042120               PERFORM 3150-APPLY-AS-OF-DATE THRU
042130                   3150-APPLY-AS-OF-DATE-EXIT
042140               IF ASF-NOT-YET-ADDED
042150                   GO TO 3100-READ-ONE-MASTER-EXIT
042160               END-IF
042170           END-IF
042200           MOVE STM-STATION-NAME TO WS-SC-LOOKUP-NAME
042300           PERFORM 7000-LOOKUP-OR-INSERT THRU
042400               7000-LOOKUP-OR-INSERT-EXIT
043493           END-IF.
043500       3100-READ-ONE-MASTER-EXIT.
043600           EXIT.
043605*
043610******************************************************************
043615*    3150-APPLY-AS-OF-DATE
043620*    SWAPS THE MASTER RECORD FOR ITS IMAGE AS OF THE PERIOD
043625*    END, KEEPING TODAY'S NAME, STATUS AND ALIAS.
043630******************************************************************
043635       3150-APPLY-AS-OF-DATE.
043640           MOVE STM-STATION-NAME TO ASF-STATION-NAME
043645           CALL 'STATION-ASOF' USING STATION-ASOF-AREA
043650           IF ASF-IN-EFFECT
043655               MOVE STM-STATUS TO WS-CURRENT-STATUS
043660               MOVE STM-ALIAS-NAME TO WS-CURRENT-ALIAS
043665               MOVE ASF-STATION-IMAGE TO STATION-MASTER-REC
043670               MOVE ASF-STATION-NAME TO STM-STATION-NAME
043675               MOVE WS-CURRENT-STATUS TO STM-STATUS
043680               MOVE WS-CURRENT-ALIAS TO STM-ALIAS-NAME
043685           END-IF.
043690       3150-APPLY-AS-OF-DATE-EXIT.
043695           EXIT.
043700*
043800******************************************************************
043900*    4000-SCAN-HISTORY
