001900*               REPORT PLUS A FIXED-LAYOUT EXTRACT (SEE
002000*               DDEREC.CPY) IN THE SAME ZONED LEADING-SIGN
002100*               CONVENTION AS EXTREC.CPY.
002110*    2026-10-15 TB  A RUN FOR A PAST PERIOD TAKES EACH
002120*               STATION'S REGION AS OF THE PERIOD END DATE
002130*               (STATION-ASOF) INSTEAD OF TODAY'S MASTER, SO A
002140*               STATION THAT HAS SINCE MOVED REGIONS RESTATES
002150*               UNDER THE REGION IT WAS PUBLISHED UNDER.
002200******************************************************************
002300*
002400******************************************************************
003400*    ROWS ARE CAPPED AT 31 PER STATION (A MONTH-TO-DATE RUN);
003500*    TOTALS STILL ACCUMULATE PAST THE CAP AND THE OVERFLOW IS
003600*    COUNTED ON THE SUMMARY.
003610*    WHEN THE PERIOD ENDS BEFORE THE RUN DATE, THE MASTER IS
003620*    TAKEN AS OF THE END DATE: A STATION ADDED AFTER IT IS
003630*    LEFT OFF (ITS READINGS, IF ANY, REPORT UNDER '???'), AND
003640*    THE LOOKUP KEY STAYS TODAY'S NAME BECAUSE HIST-REKEY
003650*    CARRIES A RENAMED STATION'S HISTORY TO ITS NEW NAME.
003700******************************************************************
003800       ENVIRONMENT DIVISION.
003900       INPUT-OUTPUT SECTION.
008000       WORKING-STORAGE SECTION.
008100       01  STATION-MASTER-REC.
008200           COPY STAMST.
008220*
008240       01  STATION-ASOF-AREA.
008260           COPY ASFREQ.
008300*
008400           COPY DDEREC.
008500*
016200       77  WS-RUN-DATE                 PIC X(08).
016300       77  WS-DATE-ED                  PIC X(08).
016400       77  WS-DATE-ED-2                PIC X(08).
016420       77  WS-AS-OF-FLAG               PIC X(01) VALUE 'N'.
016440           88  WS-AS-OF-RUN            VALUE 'Y'.
016500*
016600       77  WS-DAY-MEAN                 PIC S9(4)V9(2) COMP-3.
016700       77  WS-DAY-HDD                  PIC S9(4)V9(2) COMP-3.
027100               INTO DD-REPORT-LINE
027200           END-STRING
027300           WRITE DD-REPORT-LINE
027305           IF WS-END-DATE-X < WS-RUN-DATE
027310               SET WS-AS-OF-RUN TO TRUE
027315               MOVE WS-END-DATE-X TO ASF-AS-OF-DATE
027317               MOVE './station-master.txt' TO ASF-MASTER-FILE-NAME
027320               MOVE SPACES TO DD-REPORT-LINE
027325               STRING 'REGIONS AS OF: ' DELIMITED BY SIZE
027330                   WS-END-DATE-X DELIMITED BY SIZE
027335                   INTO DD-REPORT-LINE
027340               END-STRING
027345               WRITE DD-REPORT-LINE
027350           END-IF
027400           MOVE SPACES TO DD-REPORT-LINE
027500           WRITE DD-REPORT-LINE.
027600       2000-READ-CONTROL-CARD-EXIT.
031000           IF STM-STATION-NAME = SPACES
031100               GO TO 3100-READ-ONE-MASTER-EXIT
031200           END-IF
031210           IF WS-AS-OF-RUN
031220               PERFORM 3150-APPLY-AS-OF-DATE THRU
031230                   3150-APPLY-AS-OF-DATE-EXIT
031240               IF NOT ASF-IN-EFFECT
031250                   GO TO 3100-READ-ONE-MASTER-EXIT
031260               END-IF
031270           END-IF
031300           IF MST-LAST-IDX NOT < WS-MAX-DD-STATIONS
031400               DISPLAY 'DEGREE-DAYS: MASTER TABLE FULL - '
031500                   'RECORD DROPPED'
033100               MST-HASH-BUCKET(WS-DD-BUCKET).
033200       3100-READ-ONE-MASTER-EXIT.
033300           EXIT.
033305*
033310******************************************************************
033315*    3150-APPLY-AS-OF-DATE
033320*    SWAPS THE MASTER RECORD FOR ITS IMAGE AS OF THE PERIOD END,
033325*    KEEPING TODAY'S NAME AS THE KEY.
033330******************************************************************
033335       3150-APPLY-AS-OF-DATE.
033340           MOVE STM-STATION-NAME TO ASF-STATION-NAME
033345           CALL 'STATION-ASOF' USING STATION-ASOF-AREA
033350           IF ASF-IN-EFFECT
033355               MOVE ASF-STATION-IMAGE TO STATION-MASTER-REC
033360               MOVE ASF-STATION-NAME TO STM-STATION-NAME
033365           END-IF.
033370       3150-APPLY-AS-OF-DATE-EXIT.
033375           EXIT.
033400*
033500******************************************************************
033600*    4000-LOAD-HISTORY-RANGE
