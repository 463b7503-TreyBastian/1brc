000100******************************************************************
000200*    PRMREC.CPY
000300*    PARTITION MANIFEST RECORD LAYOUT.  MEAS-SPLIT CUTS ONE
000400*    MEASUREMENTS FILE INTO N BYTE-RANGE PARTITIONS ON LINE
000500*    BOUNDARIES AND WRITES ONE MANIFEST RECORD DESCRIBING THE
000600*    CUT TO <FILE>.PARTS: THE FEED'S HEADER DATE AND SOURCE AND
000700*    ITS TRAILER COUNT, TAKEN FROM THE WHOLE FILE, SO THE
000800*    PARTITIONS AFTER THE FIRST CAN BE AGGREGATED UNDER THE
000900*    RIGHT FEED PROFILE (PARTITION-AGG) AND THE WHOLE-FILE
001000*    TRAILER CHECK CAN BE MADE ONCE EVERY PARTITION IS IN
001100*    (STATION-MERGE).  PRM-PART-COUNT IS 2 THRU 99.  THE SPLIT
001200*    DATE AND TIME STAMP THE CUT (SEE PRTREC.CPY).  LINE
001300*    SEQUENTIAL, ZONED NUMERICS.
001400******************************************************************
001500 01  PRM-RECORD.
001600     05  PRM-FILE-NAME             PIC X(200).
001700     05  PRM-PART-COUNT            PIC 9(02).
001800     05  PRM-HEADER-SEEN           PIC X(01).
001900     05  PRM-HDR-DATE              PIC X(08).
002000     05  PRM-HDR-SOURCE            PIC X(30).
002100     05  PRM-TRAILER-SEEN          PIC X(01).
002200     05  PRM-TRAILER-COUNT         PIC 9(10).
002300     05  PRM-TOTAL-BYTES           PIC 9(15).
002400     05  PRM-TOTAL-LINES           PIC 9(10).
002500     05  PRM-SPLIT-DATE            PIC X(08).
002600     05  PRM-SPLIT-TIME            PIC X(08).
