000100******************************************************************
000200*    PCTREC.CPY
000300*    PROVIDER-CONTRACT REFERENCE FILE RECORD LAYOUT (SEE
000400*    PROVIDER-SLA).  ONE RECORD PER FEED SOURCE CODE -- THE SAME
000500*    CODE AS THE FEED HEADER (HDR;YYYYMMDD;SOURCE) AND THE
000600*    FEED-PROFILE FILE (FEDPRF.CPY) -- GIVING THE DAYS THE
000700*    PROVIDER IS CONTRACTED TO DELIVER AND THE SERVICE-LEVEL
000800*    TARGETS ITS MONTH IS SCORED AGAINST.  FIXED COLUMNS, LIKE
000900*    THE FEED-PROFILE FILE.
001000*
001100*    PCT-DELIVERY-DAYS IS ONE Y/N BYTE PER WEEKDAY, MONDAY
001200*    FIRST.  A DAY COUNTS AS EXPECTED WHEN ITS WEEKDAY IS A Y
001300*    AND THE PROCESSING CALENDAR DOES NOT MARK IT NON-REPORTING.
001400*    A FILE IS ON TIME WHEN ITS FIRST RUN STARTED NO MORE THAN
001500*    PCT-GRACE-HOURS PAST THE CALENDAR'S EXPECTED ARRIVAL TIME.
001600*    THE PERCENTAGES CARRY TWO DECIMALS (00500 = 5.00 PERCENT).
001700*    A ZERO PCT-MIN-READINGS MEANS NO VOLUME TARGET.  THE SAME
001800*    DELIVERY-DAY MASK LETS WEEKLY-DRIVER NAME THE PROVIDER
001900*    BEHIND A FEED THAT NEVER ARRIVED.
002000******************************************************************
002100 01  PCT-RECORD.
002200     05  PCT-SOURCE-CODE           PIC X(30).
002300     05  PCT-DELIVERY-DAYS.
002400         10  PCT-DELIVERY-DAY      PIC X(01) OCCURS 7 TIMES.
002500             88  PCT-DELIVERS      VALUE 'Y'.
002600     05  PCT-GRACE-HOURS           PIC 9(03).
002700     05  PCT-MIN-ON-TIME-PCT       PIC 9(03)V9(02).
002800     05  PCT-MAX-MISSING           PIC 9(03).
002900     05  PCT-MAX-REFUSALS          PIC 9(03).
003000     05  PCT-MAX-REJECT-PCT        PIC 9(03)V9(02).
003100     05  PCT-MAX-EXCEPTION-PCT     PIC 9(03)V9(02).
003200     05  PCT-MIN-READINGS          PIC 9(12).
