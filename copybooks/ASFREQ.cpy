000100******************************************************************
000200*    ASFREQ.CPY
000300*    CALL AREA FOR STATION-ASOF, THE AS-OF-DATE STATION MASTER
000400*    LOOKUP.  THE CALLER SETS THE AS-OF DATE AND THE STATION'S
000500*    NAME AS IT STANDS ON THE CURRENT MASTER; STATION-ASOF
000600*    RETURNS THE STATION'S MASTER IMAGE (A STAMST.CPY RECORD) AS
000700*    IT STOOD ON THAT DATE -- REGION, STATUS, COORDINATES, AND
000800*    NAME BEFORE ANY LATER RENAME -- BY UNDOING EVERY CHANGE-LOG
000900*    ENTRY (MCLREC.CPY) EFFECTIVE AFTER THE DATE.
001000*      ASF-IN-EFFECT      STATION EXISTED ON THE DATE; THE IMAGE
001100*                         IS RETURNED
001200*      ASF-NOT-YET-ADDED  STATION IS ON THE MASTER BUT WAS ADDED
001300*                         AFTER THE DATE; IMAGE IS SPACES
001400*      ASF-NOT-ON-MASTER  NAME IS NOT ON THE CURRENT MASTER;
001500*                         IMAGE IS SPACES
001550*    THE CALLER ALSO NAMES THE STATION MASTER IT READS, SO THE
001560*    WIND-BACK STARTS FROM THE SAME FILE.
001600*    COPIED UNDER A CALLER-DEFINED 01 LEVEL, THE SAME WAY
001700*    STATTBL.CPY IS.
001800******************************************************************
001900    05  ASF-AS-OF-DATE            PIC X(08).
002000    05  ASF-STATION-NAME          PIC X(100).
002100    05  ASF-RESULT                PIC X(01).
002200        88  ASF-IN-EFFECT         VALUE 'Y'.
002300        88  ASF-NOT-YET-ADDED     VALUE 'N'.
002400        88  ASF-NOT-ON-MASTER     VALUE 'U'.
002500    05  ASF-STATION-IMAGE         PIC X(225).
002600    05  ASF-MASTER-FILE-NAME      PIC X(200).
