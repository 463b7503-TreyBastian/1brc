000100******************************************************************
000200*    ALTREC.CPY
000300*    EPISODE ALERT EXTRACT RECORD LAYOUTS (SEE STATION-EPISODES).
000400*    THE EXTRACT IS THE FIXED-LAYOUT HAND-OFF TO THE FORECAST
000500*    DESK'S PAGING SYSTEM: ONE HEADER RECORD (EXTRACT DATE AND
000600*    THE BUSINESS DATES COVERED), ONE DETAIL RECORD PER EPISODE
000700*    THAT STARTED (ALT-D-NEW) OR ENDED (ALT-D-ENDED) ON THOSE
000800*    DATES, AND ONE TRAILER RECORD WHOSE COUNTS MUST MATCH THE
000900*    DETAILS.  AN EPISODE STILL IN PROGRESS IS NOT RE-SENT.  THE
001000*    FILE IS REWRITTEN EACH RUN.  NUMERIC FIELDS ARE ZONED WITH A
001100*    LEADING SEPARATE SIGN, THE SAME CONVENTION AS THE WAREHOUSE
001200*    EXTRACT (EXTREC.CPY).
001300******************************************************************
001400 01  ALT-HEADER-REC.
001500     05  ALT-H-REC-TYPE            PIC X(01).
001600         88  ALT-HEADER            VALUE 'H'.
001700     05  ALT-H-EXTRACT-DATE        PIC X(08).
001800     05  ALT-H-EXTRACT-TIME        PIC X(08).
001900     05  ALT-H-FIRST-DATE          PIC X(08).
002000     05  ALT-H-THROUGH-DATE        PIC X(08).
002100     05  FILLER                    PIC X(127).
002200 01  ALT-DETAIL-REC.
002300     05  ALT-D-REC-TYPE            PIC X(01).
002400         88  ALT-DETAIL            VALUE 'D'.
002500     05  ALT-D-ALERT-TYPE          PIC X(01).
002600         88  ALT-D-NEW             VALUE 'N'.
002700         88  ALT-D-ENDED           VALUE 'E'.
002800     05  ALT-D-EPISODE-TYPE        PIC X(04).
002900     05  ALT-D-STATION-NAME        PIC X(100).
003000     05  ALT-D-REGION              PIC X(03).
003100     05  ALT-D-START-DATE          PIC X(08).
003200     05  ALT-D-END-DATE            PIC X(08).
003300     05  ALT-D-DURATION-DAYS       PIC 9(05).
003400     05  ALT-D-PEAK                PIC S9(04)V9(02)
003500                                   SIGN LEADING SEPARATE.
003600     05  ALT-D-PEAK-DATE           PIC X(08).
003700     05  ALT-D-THRESHOLD           PIC S9(04)V9(02)
003800                                   SIGN LEADING SEPARATE.
003900     05  ALT-D-BUSINESS-DATE       PIC X(08).
004000 01  ALT-TRAILER-REC.
004100     05  ALT-T-REC-TYPE            PIC X(01).
004200         88  ALT-TRAILER           VALUE 'T'.
004300     05  ALT-T-RECORD-COUNT        PIC 9(07).
004400     05  ALT-T-NEW-COUNT           PIC 9(07).
004500     05  ALT-T-ENDED-COUNT         PIC 9(07).
004600     05  FILLER                    PIC X(138).
