000100******************************************************************
000200*    NRMREC.CPY
000300*    STATION CLIMATE NORMALS FILE RECORD LAYOUT (SEE
000400*    NORMALS-BUILD).  ONE RECORD PER STATION PER CALENDAR DAY
000500*    (MMDD), BUILT FROM EVERY YEAR OF DAILY RESULTS ON THE LIVE
000600*    HISTORY FILE AND HIST-REORG'S MONTHLY ARCHIVES.  EACH YEAR
000700*    CONTRIBUTES ONE DAILY MEAN (HST-TOTAL OVER HST-COUNT), ONE
000800*    DAILY MIN AND ONE DAILY MAX; THE NORMAL IS THE MEAN OF
000900*    THOSE OVER THE YEARS OF RECORD, AND NRM-STD-DEV IS THE
001000*    SAMPLE STANDARD DEVIATION OF THE DAILY MEAN (ZERO WITH A
001100*    SINGLE YEAR OF RECORD).  READ BACK BY NORMALS-ANOMALY.
001200*    THE FILE IS WRITTEN IN STATION-NAME / MMDD ORDER.  NUMERIC
001300*    FIELDS ARE ZONED WITH A LEADING SEPARATE SIGN, THE SAME
001400*    CONVENTION AS THE HISTORY FILE (HISTREC.CPY).
001500******************************************************************
001600 01  NRM-RECORD.
001700     05  NRM-KEY.
001800         10  NRM-STATION-NAME      PIC X(100).
001900         10  NRM-MMDD              PIC X(04).
002000     05  NRM-YEARS                 PIC 9(03).
002100     05  NRM-FIRST-YEAR            PIC X(04).
002200     05  NRM-LAST-YEAR             PIC X(04).
002300     05  NRM-MEAN                  PIC S9(04)V9(02)
002400                                   SIGN LEADING SEPARATE.
002500     05  NRM-MIN                   PIC S9(04)V9(02)
002600                                   SIGN LEADING SEPARATE.
002700     05  NRM-MAX                   PIC S9(04)V9(02)
002800                                   SIGN LEADING SEPARATE.
002900     05  NRM-STD-DEV               PIC S9(04)V9(02)
003000                                   SIGN LEADING SEPARATE.
