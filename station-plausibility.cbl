001600*               MISCALIBRATED SENSOR THAT DRIFTS SLOWLY PASSES
001700*               DAY-EXCEPTIONS' OWN-PRIOR-DAY CHECK FOR WEEKS;
001800*               A GEOGRAPHIC COMPARISON CATCHES IT.
001820*    2026-10-15 TB  A CHECK FOR A PAST BUSINESS DATE TAKES EACH
001840*               STATION'S COORDINATES AS OF THAT DATE
001860*               (STATION-ASOF), SO A STATION SINCE RELOCATED
001880*               IS COMPARED AGAINST THE NEIGHBORS IT HAD THEN.
001900******************************************************************
002000*
002100******************************************************************
003300*    STATION WHOSE MASTER COORDINATES ARE BOTH ZERO (NEVER
003400*    PUNCHED, SEE STATION-MAINT'S 3350-MOVE-TRANS-COORDS) IS
003500*    SKIPPED AND COUNTED.
003520*    WHEN THE BUSINESS DATE IS BEFORE THE RUN DATE THE MASTER IS
003540*    TAKEN AS OF THE BUSINESS DATE; A STATION ADDED AFTER IT IS
003560*    LEFT OFF.  THE KEY STAYS TODAY'S NAME, WHICH IS WHAT
003580*    HIST-REKEY LEAVES ON THE HISTORY FILE AFTER A RENAME.
003600******************************************************************
003700       ENVIRONMENT DIVISION.
003800       INPUT-OUTPUT SECTION.
007200       WORKING-STORAGE SECTION.
007300       01  STATION-MASTER-REC.
007400           COPY STAMST.
007420*
007440       01  STATION-ASOF-AREA.
007460           COPY ASFREQ.
007500*
007600*    PLAUS-TABLE HOLDS THE WHOLE MASTER IN MEMORY -- NAME,
007700*    COORDINATES, STATUS -- PLUS THE DAY'S MEAN ONCE THE
013000       77  WS-NEIGHBOR-COUNT           PIC 9(03) COMP.
013100       77  WS-DEV-THRESHOLD            PIC S9(3)V9(2) COMP-3.
013200       77  WS-RUN-DATE                 PIC X(08).
013220       77  WS-AS-OF-FLAG               PIC X(01) VALUE 'N'.
013240           88  WS-AS-OF-RUN            VALUE 'Y'.
013300*
013400       77  WS-BASE-IDX                 PIC 9(05) COMP.
013500       77  WS-CAND-IDX                 PIC 9(05) COMP.
025700               INTO PLAUS-REPORT-LINE
025800           END-STRING
025900           WRITE PLAUS-REPORT-LINE
025905           IF WS-CHECK-DATE-X < WS-RUN-DATE
025910               SET WS-AS-OF-RUN TO TRUE
025915               MOVE WS-CHECK-DATE-X TO ASF-AS-OF-DATE
025917               MOVE './station-master.txt' TO ASF-MASTER-FILE-NAME
025920               MOVE SPACES TO PLAUS-REPORT-LINE
025925               STRING 'STATION MASTER AS OF: ' DELIMITED BY SIZE
025930                   WS-CHECK-DATE-X DELIMITED BY SIZE
025935                   INTO PLAUS-REPORT-LINE
025940               END-STRING
025945               WRITE PLAUS-REPORT-LINE
025950           END-IF
026000           MOVE SPACES TO PLAUS-REPORT-LINE
026100           WRITE PLAUS-REPORT-LINE.
026200       2000-READ-CONTROL-CARD-EXIT.
030000           END-READ.
030100       3100-READ-ONE-MASTER-EXIT.
030200           EXIT.
030205*
030210******************************************************************
030215*    3150-APPLY-AS-OF-DATE
030220*    SWAPS THE MASTER RECORD FOR ITS IMAGE AS OF THE BUSINESS
030225*    DATE, KEEPING TODAY'S NAME AS THE KEY.
030230******************************************************************
030235       3150-APPLY-AS-OF-DATE.
030240           MOVE STM-STATION-NAME TO ASF-STATION-NAME
030245           CALL 'STATION-ASOF' USING STATION-ASOF-AREA
030250           IF ASF-IN-EFFECT
030255               MOVE ASF-STATION-IMAGE TO STATION-MASTER-REC
030260               MOVE ASF-STATION-NAME TO STM-STATION-NAME
030265           END-IF.
030270       3150-APPLY-AS-OF-DATE-EXIT.
030275           EXIT.
030300*
030400******************************************************************
030500*    3200-INSERT-MASTER-ENTRY
031300                   'RECORD DROPPED'
031400               GO TO 3200-INSERT-MASTER-ENTRY-EXIT
031500           END-IF
031510           IF WS-AS-OF-RUN
031520               PERFORM 3150-APPLY-AS-OF-DATE THRU
031530                   3150-APPLY-AS-OF-DATE-EXIT
031540               IF NOT ASF-IN-EFFECT
031550                   GO TO 3200-INSERT-MASTER-ENTRY-EXIT
031560               END-IF
031570           END-IF
031600           MOVE STM-STATION-NAME TO WS-PL-LOOKUP-NAME
031700           PERFORM 6000-COMPUTE-PLAUS-HASH THRU
031800               6000-COMPUTE-PLAUS-HASH-EXIT
