001500*               SILENTLY FAILED WAREHOUSE LOAD SURFACES THE
001600*               NEXT MORNING INSTEAD OF AT MONTH-END WHEN THE
001700*               NUMBERS DISAGREE WITH PERIOD-SUMMARY.
001710*    2026-10-15 TB  CARRY THE REGISTER'S VERSION NUMBER AND
001720*               REPORT EVERY BUSINESS DATE WHOSE LATEST
001730*               RESTATEMENT (SEE STATION-RESTATE) HAS NO CLEAN
001740*               ACK, NAMING THE VERSION THE WAREHOUSE STILL
001750*               HOLDS, SO THE WAREHOUSE'S COPY OF A DAY IS
001760*               ALWAYS KNOWN.
001800******************************************************************
001900*
002000******************************************************************
002700*    ON THE EXTRACT FILE NAME.  AN ACK NAMING A FILE NOT ON
002800*    THE REGISTER IS ITS OWN EXCEPTION.  RC=4 WHEN ANYTHING
002900*    FAILED TO RECONCILE.
002910*    EACH RESTATEMENT OF A BUSINESS DATE IS ITS OWN FILE WITH
002920*    ITS OWN REGISTER ENTRY AND VERSION NUMBER, SO ACKS MATCH
002930*    PER VERSION THE SAME WAY.  THE VERSION THE WAREHOUSE
002940*    HOLDS FOR A DATE IS THE LAST ONE REGISTERED WITH A CLEAN
002950*    ACK -- REGISTER ORDER, NOT VERSION ORDER, SINCE A FULL
002960*    RE-EXTRACT OF A RESTATED DAY GOES OUT AS VERSION 000.
003000******************************************************************
003100       ENVIRONMENT DIVISION.
003200       INPUT-OUTPUT SECTION.
004700       DATA DIVISION.
004800       FILE SECTION.
004900       FD  EXT-REGISTER-FILE.
005000       01  EXT-REGISTER-REC            PIC X(253).
005100*
005200       FD  ACK-FILE.
005300       01  ACK-FILE-REC                PIC X(264).
006700           05  RECON-ENTRY OCCURS 5000 TIMES INDEXED BY RCN-IDX.
006800               10  RCN-FILE-NAME       PIC X(200).
006900               10  RCN-RUN-DATE        PIC X(08).
006950               10  RCN-VERSION         PIC 9(03) COMP.
006960               10  RCN-REG-SEQ         PIC 9(10) COMP.
007000               10  RCN-RECORD-COUNT    PIC 9(10) COMP.
007100               10  RCN-READINGS-HASH   PIC 9(10) COMP.
007200               10  RCN-STATION-HASH    PIC 9(05) COMP.
008000       77  WS-RCN-FOUND-IDX            PIC 9(05) COMP.
008100       77  WS-RCN-SCAN-IDX             PIC 9(05) COMP.
008110       77  WS-RCN-SEARCH-NAME          PIC X(200).
008120       77  WS-RCN-CMP-IDX              PIC 9(05) COMP.
008130       77  WS-RCN-LATEST-FLAG          PIC X(01).
008140           88  WS-RCN-IS-LATEST        VALUE 'Y'.
008150       77  WS-RCN-HELD-FLAG            PIC X(01).
008160           88  WS-RCN-HELD-FOUND       VALUE 'Y'.
008170       77  WS-RCN-HELD-VERSION         PIC 9(03) COMP.
008180       77  WS-RCN-HELD-SEQ             PIC 9(10) COMP.
008200*
008300       77  WS-REGISTER-STATUS          PIC X(02).
008400       77  WS-ACK-STATUS               PIC X(02).
009700       77  WS-DUP-ACK-COUNT            PIC 9(05) COMP VALUE ZERO.
009710       77  WS-BAD-ACK-COUNT            PIC 9(05) COMP VALUE ZERO.
009800       77  WS-ORPHAN-ACK-COUNT         PIC 9(05) COMP VALUE ZERO.
009810       77  WS-STALE-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.
009900       77  WS-COUNT-ED                 PIC Z(9)9.
010000       77  WS-COUNT-ED-2               PIC Z(9)9.
010010       77  WS-VERSION-ED               PIC 9(03).
010020       77  WS-HELD-VERSION-ED          PIC X(04).
010100*
010200       PROCEDURE DIVISION.
010300******************************************************************
010900           PERFORM 3000-APPLY-ACKS THRU 3000-APPLY-ACKS-EXIT
011000           PERFORM 4000-REPORT-UNRECONCILED THRU
011100               4000-REPORT-UNRECONCILED-EXIT
011110           PERFORM 4200-REPORT-DATE-VERSIONS THRU
011120               4200-REPORT-DATE-VERSIONS-EXIT
011200           PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT
011300           CLOSE RECON-REPORT-FILE
011400           IF WS-UNACKED-COUNT NOT = ZERO OR
011500               WS-MISMATCH-COUNT NOT = ZERO OR
011600               WS-DUP-ACK-COUNT NOT = ZERO OR
011700               WS-ORPHAN-ACK-COUNT NOT = ZERO OR
011750               WS-BAD-ACK-COUNT NOT = ZERO OR
011760               WS-STALE-DATE-COUNT NOT = ZERO
011800               MOVE 4 TO RETURN-CODE
011900           END-IF
012000           GO TO 9999-EXIT.
020100               MOVE SPACE TO RCN-MISMATCH-FLAG(WS-RCN-FOUND-IDX)
020200           END-IF
020300           MOVE XRG-RUN-DATE TO RCN-RUN-DATE(WS-RCN-FOUND-IDX)
020310           IF XRG-VERSION IS NUMERIC
020320               MOVE XRG-VERSION TO RCN-VERSION(WS-RCN-FOUND-IDX)
020330           ELSE
020340               MOVE ZERO TO RCN-VERSION(WS-RCN-FOUND-IDX)
020350           END-IF
020360           MOVE WS-REGISTER-READ TO RCN-REG-SEQ(WS-RCN-FOUND-IDX)
020400           MOVE XRG-RECORD-COUNT TO
020500               RCN-RECORD-COUNT(WS-RCN-FOUND-IDX)
020600           MOVE XRG-READINGS-HASH TO
035400       4100-WRITE-UNACKED-LINE-EXIT.
035500           EXIT.
035600*
035601******************************************************************
035602*    4200-REPORT-DATE-VERSIONS
035603*    ONLY DATES THAT HAVE BEEN RESTATED ARE CHECKED HERE -- A
035604*    DAY WHOSE LATEST EXTRACT IS VERSION 000 AND HAS NO ACK IS
035605*    ALREADY ON THE UNACKNOWLEDGED LIST ABOVE.
035606******************************************************************
035607       4200-REPORT-DATE-VERSIONS.
035608           PERFORM VARYING WS-RCN-SCAN-IDX FROM 1 BY 1
035609               UNTIL WS-RCN-SCAN-IDX > RCN-LAST-IDX
035610               IF RCN-VERSION(WS-RCN-SCAN-IDX) > ZERO
035611                   PERFORM 4210-CHECK-LATEST-VERSION THRU
035612                       4210-CHECK-LATEST-VERSION-EXIT
035613               END-IF
035614           END-PERFORM.
035615       4200-REPORT-DATE-VERSIONS-EXIT.
035616           EXIT.
035617*
035618******************************************************************
035619*    4210-CHECK-LATEST-VERSION
035620*    SKIPS THE ENTRY UNLESS IT IS THE LAST ONE REGISTERED FOR
035621*    ITS BUSINESS DATE.  WHILE SCANNING, PICKS UP THE LAST ONE
035622*    OF THE SAME DATE THAT HAS A CLEAN ACK -- THAT IS THE COPY
035623*    OF THE DAY THE WAREHOUSE HOLDS.  A LATEST VERSION WITH NO
035624*    ACK AT ALL IS A STALE DATE.
035625******************************************************************
035626       4210-CHECK-LATEST-VERSION.
035627           SET WS-RCN-IS-LATEST TO TRUE
035628           MOVE SPACE TO WS-RCN-HELD-FLAG
035629           MOVE ZERO TO WS-RCN-HELD-VERSION, WS-RCN-HELD-SEQ
035630           PERFORM VARYING WS-RCN-CMP-IDX FROM 1 BY 1
035631               UNTIL WS-RCN-CMP-IDX > RCN-LAST-IDX
035632               IF RCN-RUN-DATE(WS-RCN-CMP-IDX) =
035633                   RCN-RUN-DATE(WS-RCN-SCAN-IDX)
035634                   IF RCN-REG-SEQ(WS-RCN-CMP-IDX) >
035635                       RCN-REG-SEQ(WS-RCN-SCAN-IDX)
035636                       MOVE SPACE TO WS-RCN-LATEST-FLAG
035637                   END-IF
035638                   IF RCN-ACK-COUNT(WS-RCN-CMP-IDX) > ZERO AND
035639                       NOT RCN-MISMATCHED(WS-RCN-CMP-IDX) AND
035640                       RCN-REG-SEQ(WS-RCN-CMP-IDX) >
035641                       WS-RCN-HELD-SEQ
035642                       SET WS-RCN-HELD-FOUND TO TRUE
035643                       MOVE RCN-REG-SEQ(WS-RCN-CMP-IDX) TO
035644                           WS-RCN-HELD-SEQ
035645                       MOVE RCN-VERSION(WS-RCN-CMP-IDX) TO
035646                           WS-RCN-HELD-VERSION
035647                   END-IF
035648               END-IF
035649           END-PERFORM
035650           IF NOT WS-RCN-IS-LATEST OR
035651               RCN-ACK-COUNT(WS-RCN-SCAN-IDX) NOT = ZERO
035652               GO TO 4210-CHECK-LATEST-VERSION-EXIT
035653           END-IF
035654           ADD 1 TO WS-STALE-DATE-COUNT
035655           PERFORM 4250-WRITE-STALE-DATE-LINE THRU
035656               4250-WRITE-STALE-DATE-LINE-EXIT.
035657       4210-CHECK-LATEST-VERSION-EXIT.
035658           EXIT.
035659*
035660******************************************************************
035661*    4250-WRITE-STALE-DATE-LINE
035662******************************************************************
035663       4250-WRITE-STALE-DATE-LINE.
035664           MOVE RCN-VERSION(WS-RCN-SCAN-IDX) TO WS-VERSION-ED
035665           IF WS-RCN-HELD-FOUND
035666               MOVE WS-RCN-HELD-VERSION TO WS-HELD-VERSION-ED
035667           ELSE
035668               MOVE 'NONE' TO WS-HELD-VERSION-ED
035669           END-IF
035670           MOVE SPACES TO RECON-REPORT-LINE
035671           STRING 'STALE DATE      ' DELIMITED BY SIZE
035672               RCN-RUN-DATE(WS-RCN-SCAN-IDX) DELIMITED BY SIZE
035673               '  ' DELIMITED BY SIZE
035674               FUNCTION TRIM(RCN-FILE-NAME(WS-RCN-SCAN-IDX)
035675                   TRAILING) DELIMITED BY SIZE
035676               '  -- LATEST VERSION ' DELIMITED BY SIZE
035677               WS-VERSION-ED DELIMITED BY SIZE
035678               ' UNACKNOWLEDGED, WAREHOUSE HOLDS VERSION '
035679                   DELIMITED BY SIZE
035680               WS-HELD-VERSION-ED DELIMITED BY SPACE
035681               INTO RECON-REPORT-LINE
035682           END-STRING
035683           WRITE RECON-REPORT-LINE.
035684       4250-WRITE-STALE-DATE-LINE-EXIT.
035685           EXIT.
035686*
035700******************************************************************
035800*    4300-WRITE-ORPHAN-LINE
035900******************************************************************
048050               WS-COUNT-ED DELIMITED BY SIZE
048060               INTO RECON-REPORT-LINE
048070           END-STRING
048080           WRITE RECON-REPORT-LINE
048081           MOVE WS-STALE-DATE-COUNT TO WS-COUNT-ED
048082           MOVE SPACES TO RECON-REPORT-LINE
048083           STRING '           RESTATEMENTS UNACKED:  '
048084                   DELIMITED BY SIZE
048085               WS-COUNT-ED DELIMITED BY SIZE
048086               INTO RECON-REPORT-LINE
048087           END-STRING
048088           WRITE RECON-REPORT-LINE.
048100       5000-WRITE-SUMMARY-EXIT.
048200           EXIT.
048300*
