001120*    CONTROL RECORDS), DUPE (FILE ALREADY ON THE PROCESSED-
001130*    FILE REGISTER AND NOT FORCED).  BATCH-SUMMARY COUNTS
001140*    EVERYTHING EXCEPT OK AS FAILED.
001142*    A FILE CUT BY MEAS-SPLIT LEAVES ONE STATION-PART RECORD
001144*    PER PARTITION (PARTITION-AGG) AND THEN ONE STATION-AGG
001146*    RECORD FOR THE WHOLE FILE, WRITTEN BY STATION-MERGE, WITH
001148*    AUD-CHUNKS HOLDING THE PARTITION COUNT.
001150*    AUD-HDR-DATE AND AUD-SOURCE ARE THE FEED HEADER'S BUSINESS
001152*    DATE AND PROVIDER (HDR;YYYYMMDD;SOURCE).  A DUPE REFUSAL
001154*    NEVER READS THE HEADER AND CARRIES THEM FROM THE
001156*    PROCESSED-FILE REGISTER ENTRY IT MATCHED; A RUN THAT
001158*    NEVER REACHED A HEADER (E.G. FILE MISSING) LEAVES THEM
001160*    BLANK, AS DO RECORDS WRITTEN BEFORE THE FIELDS EXISTED.
001162*    PROVIDER-SLA GROUPS THE RECORDS BY AUD-SOURCE.
001200******************************************************************
001300 01  AUD-RECORD.
001400     05  AUD-PROGRAM               PIC X(12).
002700         88  AUD-WAS-RESTART       VALUE 'R'.
002800         88  AUD-WAS-FRESH         VALUE 'F'.
002900     05  AUD-STATUS                PIC X(04).
003000     05  AUD-HDR-DATE              PIC X(08).
003100     05  AUD-SOURCE                PIC X(30).
