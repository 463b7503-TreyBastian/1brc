000100******************************************************************
000200*    PNDREC.CPY
000300*    PENDING-STATION FILE RECORD LAYOUTS (SEE STATION-PENDING AND
000400*    PENDING-REPLAY).  THE FILE ACCUMULATES, ACROSS SWEEPS OF THE
000500*    DAILY EXCEPTION FILES, EVERY STATION NAME STATION-AGG HAS
000600*    EXCEPTED AS 'UNKNOWN STATION': ONE HEADER RECORD NAMING THE
000700*    LAST EXCEPTION-FILE DATE SWEPT, THEN ONE DETAIL RECORD PER
000800*    NAME.  PND-D-READINGS COUNTS EVERY EXCEPTED READING;
000900*    PND-D-TEMP-COUNT COUNTS THE ONES WHOSE FEED PROFILE WAS
001000*    KNOWN, WHICH ARE THE ONLY ONES IN THE MIN/MAX/TOTAL (IN
001100*    CELSIUS, AS STATION-AGG WOULD HAVE FOLDED THEM).
001200*    PND-D-STATUS:
001300*      P  PENDING   -- STILL ACCUMULATING, NO CARD CUT
001400*      S  SUSPECT   -- LOOKS LIKE A MISSPELLING OF THE MASTER NAME
001500*                      IN PND-D-SIMILAR-NAME; NEVER CARDED
001600*      C  CARDED    -- AN ADD CARD WAS CUT ON PND-D-CARD-DATE
001700*      A  ON MASTER -- NOW ON THE STATION MASTER, EXCEPTED DAYS
001800*                      NOT YET REPLAYED
001900*      R  REPLAYED  -- EXCEPTED DAYS PULLED BACK THROUGH
002000*                      AGGREGATION (PENDING-REPLAY) ON
002100*                      PND-D-REPLAY-DATE
002200*    PND-D-REPLAY-THROUGH IS THE LAST EXCEPTION DATE ALREADY
002300*    FOLDED INTO HISTORY, SO A REPLAY THAT STOPS PART-WAY
002400*    RESUMES AFTER IT INSTEAD OF FOLDING A DAY TWICE.  THE FILE
002500*    IS REWRITTEN WHOLE BY EITHER PROGRAM; THE IMAGE IT REPLACED
002600*    IS KEPT IN ./STATION-PENDING-PREV.TXT.  NUMERIC FIELDS ARE
002700*    ZONED WITH A LEADING SEPARATE SIGN, AS ON THE HISTORY FILE.
002800******************************************************************
002900 01  PND-HEADER-REC.
003000     05  PND-H-REC-TYPE            PIC X(01).
003100         88  PND-HEADER            VALUE 'H'.
003200     05  PND-H-THROUGH-DATE        PIC X(08).
003300     05  PND-H-RUN-DATE            PIC X(08).
003400     05  PND-H-RUN-TIME            PIC X(08).
003500     05  PND-H-LAST-PROGRAM        PIC X(16).
003600     05  FILLER                    PIC X(253).
003700 01  PND-DETAIL-REC.
003800     05  PND-D-REC-TYPE            PIC X(01).
003900         88  PND-DETAIL            VALUE 'D'.
004000     05  PND-D-STATION-NAME        PIC X(100).
004100     05  PND-D-STATUS              PIC X(01).
004200         88  PND-D-PENDING         VALUE 'P'.
004300         88  PND-D-SUSPECT         VALUE 'S'.
004400         88  PND-D-CARDED          VALUE 'C'.
004500         88  PND-D-ON-MASTER       VALUE 'A'.
004600         88  PND-D-REPLAYED        VALUE 'R'.
004700         88  PND-D-VALID-STATUS    VALUE 'P' 'S' 'C' 'A' 'R'.
004800     05  PND-D-FIRST-DATE          PIC X(08).
004900     05  PND-D-LAST-DATE           PIC X(08).
005000     05  PND-D-DAYS-SEEN           PIC 9(05).
005100     05  PND-D-READINGS            PIC 9(09).
005200     05  PND-D-TEMP-COUNT          PIC 9(09).
005300     05  PND-D-MIN                 PIC S9(04)V9(02)
005400                                   SIGN LEADING SEPARATE.
005500     05  PND-D-MAX                 PIC S9(04)V9(02)
005600                                   SIGN LEADING SEPARATE.
005700     05  PND-D-TOTAL               PIC S9(12)V9(02)
005800                                   SIGN LEADING SEPARATE.
005900     05  PND-D-CARD-DATE           PIC X(08).
006000     05  PND-D-REPLAY-THROUGH      PIC X(08).
006100     05  PND-D-REPLAY-DATE         PIC X(08).
006200     05  PND-D-SIMILAR-NAME        PIC X(100).
