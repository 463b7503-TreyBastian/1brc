000100******************************************************************
000200*    ATHREC.CPY
000300*    HEAT-WAVE / COLD-SPELL ALERT THRESHOLD REFERENCE FILE RECORD
000400*    LAYOUT (SEE STATION-EPISODES).  ONE RECORD PER STATION THAT
000500*    NEEDS ITS OWN LIMITS (ATH-KEY-TYPE S, ATH-KEY THE STATION
000600*    NAME) AND ONE PER REGION AS THE DEFAULT FOR ITS STATIONS
000700*    (ATH-KEY-TYPE R, ATH-KEY THE REGION CODE IN ITS FIRST THREE
000800*    BYTES).  REGION '***' IS THE DEFAULT FOR A STATION WHOSE
000900*    REGION HAS NO RECORD.  A DAY COUNTS TOWARD A HEAT WAVE WHEN
001000*    THE STATION'S DAILY MAX (HST-MAX) IS AT OR ABOVE
001100*    ATH-HEAT-LIMIT, AND TOWARD A COLD SPELL WHEN ITS DAILY MIN
001200*    (HST-MIN) IS AT OR BELOW ATH-COLD-LIMIT; A RUN OF SUCH DAYS
001300*    BECOMES AN EPISODE ONCE IT IS ATH-MIN-RUN-DAYS LONG.  THE
001400*    NUMERIC FIELDS ARE ZONED WITH A LEADING SEPARATE SIGN, THE
001500*    SAME CONVENTION AS THE HISTORY FILE (HISTREC.CPY).
001600******************************************************************
001700 01  ATH-RECORD.
001800     05  ATH-KEY-TYPE              PIC X(01).
001900         88  ATH-STATION-KEY       VALUE 'S'.
002000         88  ATH-REGION-KEY        VALUE 'R'.
002100     05  ATH-KEY                   PIC X(100).
002200     05  ATH-HEAT-LIMIT            PIC S9(04)V9(02)
002300                                   SIGN LEADING SEPARATE.
002400     05  ATH-COLD-LIMIT            PIC S9(04)V9(02)
002500                                   SIGN LEADING SEPARATE.
002600     05  ATH-MIN-RUN-DAYS          PIC 9(03).
