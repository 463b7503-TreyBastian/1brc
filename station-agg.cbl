000443*               THE SAME AS A BALANCING ERROR.  THE ACTIVE
000444*               SOURCE RIDES THE CHECKPOINT SO A RESTART
000445*               RESUMES UNDER THE SAME RULES.
000446*    2026-10-15 TB  PARTITION MODE (SET BY PARTITION-AGG): ONE
000447*               MEAS-SPLIT PIECE; TRAILER AND REGISTER LEFT TO
000448*               STATION-MERGE; AUDITS AS STATION-PART.  HEADER
000449*               DATE AND SOURCE RIDE THE AUDIT AND REGISTER RECS.
000450******************************************************************
000451*
000460******************************************************************
000470*    THIS PROGRAM AGGREGATES ONE MEASUREMENTS FILE INTO A
000480*    STATION TABLE (MIN / MAX / TOTAL / COUNT / PERCENTILE
000980       01  EXCEPTION-LINE              PIC X(200).
000990
001000       FD  RUN-AUDIT-FILE.
001010       01  RUN-AUDIT-REC               PIC X(341).
001020
001030       FD  REGISTER-FILE.
001040       01  REGISTER-REC                PIC X(240).
001042
001044       FD  PROFILE-FILE.
001046       01  PROFILE-REC                 PIC X(33).
002470           88  WS-REG-FOUND             VALUE 'Y'.
002480       77  WS-REG-WORK                 PIC X(220).
002490       77  WS-REG-DATE                 PIC X(08).
002495       77  WS-REG-SOURCE               PIC X(30).
002500       77  WS-MAX-STATIONS-ED          PIC Z(4)9.
002510       77  WS-HEADER-SEEN-FLAG         PIC X(01) VALUE 'N'.
002520           88  WS-HEADER-SEEN           VALUE 'Y'.
002960           05  LK-EXPECTED-DATE         PIC X(08).
002970           05  LK-FORCE-FLAG            PIC X(01).
002980               88  LK-FORCED            VALUE 'Y'.
002982           05  LK-PARTITION-MODE        PIC X(01).
002983               88  LK-WHOLE-FILE        VALUE SPACE.
002984               88  LK-FIRST-PARTITION   VALUE 'F'.
002985               88  LK-MIDDLE-PARTITION  VALUE 'M'.
002986               88  LK-LAST-PARTITION    VALUE 'L'.
002987               88  LK-PARTITION-RUN     VALUE 'F' 'M' 'L'.
002988           05  LK-PARTITION-SOURCE      PIC X(30).
002990
003000       PROCEDURE DIVISION USING LK-FILE-NAME, LK-REJECT-FILE-NAME,
003010               LK-CHECKPOINT-FILE-NAME, LK-MASTER-FILE-NAME,
003490           ACCEPT WS-RUN-START-TIME FROM TIME
003500           PERFORM 1100-APPLY-TUNABLES THRU
003510               1100-APPLY-TUNABLES-EXIT
003511*    A PARTITION AFTER THE FIRST STARTS PAST THE FILE'S HEADER,
003512*    SO THE HEADER DATE AND SOURCE COME FROM THE CALLER.
003513           IF LK-MIDDLE-PARTITION OR LK-LAST-PARTITION
003514               MOVE 'Y' TO WS-HEADER-SEEN-FLAG
003515               MOVE LK-EXPECTED-DATE TO WS-HDR-DATE
003516               MOVE LK-EXPECTED-DATE TO LK-HEADER-DATE
003517               MOVE LK-PARTITION-SOURCE TO WS-HDR-SOURCE
003518           END-IF
003520           SET EOF-N TO TRUE
003530           COMPUTE WS-RAND-VAL = FUNCTION RANDOM(1).
003540       1000-INITIALIZE-EXIT.
004390*    AGGREGATED -- NOT AN ERROR.  A RESTART IS EXEMPT: THE
004400*    FILE IS MID-FLIGHT, NOT DOUBLE-SUBMITTED.  RUNS BEFORE
004410*    2500-OPEN-FILES SO A REFUSED RERUN CANNOT TRUNCATE THE
004420*    PRIOR RUN'S REJECT AND EXCEPTION FILES.  A PARTITION RUN
004425*    IS EXEMPT TOO: STATION-MERGE CHECKS THE WHOLE FILE.
004430******************************************************************
004440       2400-CHECK-REGISTER.
004450           IF LK-FORCED OR WS-IS-RESTART OR LK-PARTITION-RUN
004460               GO TO 2400-CHECK-REGISTER-EXIT
004470           END-IF
004480           OPEN INPUT REGISTER-FILE
004690
004700******************************************************************
004710*    2410-READ-ONE-REGISTER
004720*    A REGISTER RECORD IS DATE;FILE-NAME;SOURCE -- THE MATCH IS
004730*    ON THE FILE NAME, WHICH IN THIS SHOP CARRIES THE BUSINESS
004732*    DATE.  THE MATCHED ENTRY'S DATE AND SOURCE STAND IN FOR
004734*    THE HEADER THE REFUSED RUN NEVER READS, SO THE DUPE
004736*    RUN-AUDIT RECORD NAMES THE PROVIDER.  ENTRIES WRITTEN
004738*    BEFORE THE SOURCE WAS CARRIED HAVE NONE.
004740******************************************************************
004750       2410-READ-ONE-REGISTER.
004760           READ REGISTER-FILE
004770               AT END
004780                   SET WS-REG-EOF TO TRUE
004790               NOT AT END
004800                   MOVE SPACES TO WS-REG-WORK, WS-REG-SOURCE
004810                   UNSTRING REGISTER-REC DELIMITED BY ';'
004820                       INTO WS-REG-DATE, WS-REG-WORK,
004825                           WS-REG-SOURCE
004830                   END-UNSTRING
004840                   IF WS-REG-WORK =
004850                       FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
004860                       SET WS-REG-FOUND TO TRUE
004862                       MOVE WS-REG-DATE TO WS-HDR-DATE
004864                       MOVE WS-REG-SOURCE TO WS-HDR-SOURCE
004870                   END-IF
004880           END-READ.
004890       2410-READ-ONE-REGISTER-EXIT.
006470               PERFORM 3250-FLUSH-CARRYOVER THRU
006480                   3250-FLUSH-CARRYOVER-EXIT
006490           END-IF
006500           IF NOT LK-OVERFLOWED AND NOT LK-BALANCE-ERROR AND
006505               LK-WHOLE-FILE
006510               PERFORM 3470-VERIFY-TRAILER THRU
006520                   3470-VERIFY-TRAILER-EXIT
006530           END-IF.
010430*    ONE HEADER, EXACTLY ONE TRAILER, AND THE TRAILER COUNT
010440*    MUST EQUAL THE DATA RECORDS READ.  A TRUNCATED TRANSFER
010450*    FAILS HERE INSTEAD OF SILENTLY UNDERSTATING THE DAY.
010455*    NOT PERFORMED FOR A PARTITION -- THE COUNT BALANCES ONLY
010458*    OVER THE WHOLE FILE, IN STATION-MERGE.
010460******************************************************************
010470       3470-VERIFY-TRAILER.
010480           IF NOT WS-HEADER-SEEN
012690******************************************************************
012700*    5500-RECORD-PROCESSED-FILE
012710*    A FILE THAT AGGREGATED CLEANLY IS RECORDED ON THE
012720*    PROCESSED-FILE REGISTER (DATE;FILE-NAME;SOURCE) SO A RERUN
012730*    OF THE SAME FILE IS REFUSED BY 2400-CHECK-REGISTER.  A
012740*    FORCED RERUN IS RECORDED AGAIN -- THE REGISTER IS A LOG,
012750*    AND A SECOND ENTRY FOR A FILE IS ITS OWN AUDIT TRAIL.  AN
012770******************************************************************
012780       5500-RECORD-PROCESSED-FILE.
012790           IF LK-IO-ERROR OR LK-BALANCE-ERROR OR LK-ALREADY-DONE
012795               OR LK-PARTITION-RUN
012800               GO TO 5500-RECORD-PROCESSED-FILE-EXIT
012810           END-IF
012820           OPEN EXTEND REGISTER-FILE
012940               ';' DELIMITED BY SIZE
012950               FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
012960                   DELIMITED BY SIZE
012962               ';' DELIMITED BY SIZE
012964               FUNCTION TRIM(WS-HDR-SOURCE) DELIMITED BY SIZE
012970               INTO REGISTER-REC
012980           END-STRING
012990           WRITE REGISTER-REC
014240               GO TO 9500-WRITE-RUN-AUDIT-EXIT
014250           END-IF
014260           MOVE SPACES TO AUD-RECORD
014270           IF LK-PARTITION-RUN
014272               MOVE 'STATION-PART' TO AUD-PROGRAM
014274           ELSE
014276               MOVE 'STATION-AGG' TO AUD-PROGRAM
014278           END-IF
014280           MOVE WS-MEASUREMENTS-FILE-NAME TO AUD-INPUT-FILE
014290           MOVE WS-RUN-START-DATE TO AUD-START-DATE
014300           MOVE WS-RUN-START-TIME TO AUD-START-TIME
014530               WHEN OTHER
014540                   MOVE 'OK' TO AUD-STATUS
014550           END-EVALUATE
014552           MOVE WS-HDR-DATE TO AUD-HDR-DATE
014554           MOVE WS-HDR-SOURCE TO AUD-SOURCE
014560           MOVE SPACES TO RUN-AUDIT-REC
014570           MOVE AUD-RECORD TO RUN-AUDIT-REC
014580           WRITE RUN-AUDIT-REC
