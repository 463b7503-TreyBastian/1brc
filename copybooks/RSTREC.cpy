000100******************************************************************
000200*    RSTREC.CPY
000300*    RESTATEMENT EXTRACT FILE RECORD LAYOUTS (SEE
000400*    STATION-RESTATE).  A RESTATEMENT CARRIES THE CHANGES TO A
000500*    BUSINESS DATE THE WAREHOUSE HAS ALREADY BEEN SHIPPED: ONE
000600*    HEADER RECORD (BUSINESS DATE, VERSION, THE VERSION IT
000700*    SUPERSEDES, THE DAY'S ORIGINAL EXTRACT FILE), ONE DETAIL
000800*    RECORD PER STATION CHANGED, AND ONE TRAILER RECORD.
000900*    VERSION 000 IS THE ORIGINAL DAILY EXTRACT (EXTREC.CPY);
001000*    RESTATEMENTS COUNT UP FROM 001 PER BUSINESS DATE AND ARE
001100*    APPLIED BY THE WAREHOUSE IN VERSION ORDER.
001200*    RST-D-CHANGE-TYPE SAYS WHAT TO DO WITH THE STATION:
001300*      R  REPLACE  -- THE STATION'S NUMBERS FOR THE DAY CHANGED
001400*                     (E.G. REJECT-REPROC FOLDED REPAIRED
001500*                     READINGS IN); THE RECORD CARRIES THE NEW
001600*                     NUMBERS
001700*      D  DELETE   -- A NAME SHIPPED FOR THE DAY THAT HISTORY NO
001800*                     LONGER HOLDS (E.G. THE OLD NAME AFTER
001900*                     HIST-REKEY); THE RECORD CARRIES THE NUMBERS
002000*                     BEING WITHDRAWN
002100*      A  ADD      -- A NAME HISTORY NOW HOLDS THAT WAS NEVER
002200*                     SHIPPED FOR THE DAY (THE NEW NAME AFTER A
002300*                     REKEY, OR A STATION PENDING-REPLAY
002400*                     BROUGHT IN)
002500*    THE DETAIL FIELDS ARE EXT-DETAIL-REC'S, IN THE SAME ORDER.
002600*    THE TRAILER'S HASH TOTALS DESCRIBE THE WHOLE DAY AS
002700*    RESTATED -- READINGS, STATIONS AND SUM OF TOTALS OVER EVERY
002800*    STATION THE DAY NOW HOLDS -- SO THE WAREHOUSE CAN PROVE ITS
002900*    COPY OF THE DAY AFTER APPLYING THE CHANGES.  THE RECORD
003000*    COUNT IS THE DETAIL RECORDS IN THIS FILE.  NUMERIC FIELDS
003100*    ARE ZONED WITH A LEADING SEPARATE SIGN, AS IN EXTREC.CPY.
003200******************************************************************
003300 01  RST-HEADER-REC.
003400     05  RST-H-REC-TYPE            PIC X(01).
003500         88  RST-HEADER            VALUE 'H'.
003600     05  RST-H-BUSINESS-DATE       PIC X(08).
003700     05  RST-H-VERSION             PIC 9(03).
003800     05  RST-H-PRIOR-VERSION       PIC 9(03).
003900     05  RST-H-RUN-DATE            PIC X(08).
004000     05  RST-H-RUN-TIME            PIC X(08).
004100     05  RST-H-ORIGINAL-FILE       PIC X(200).
004200 01  RST-DETAIL-REC.
004300     05  RST-D-REC-TYPE            PIC X(01).
004400         88  RST-DETAIL            VALUE 'D'.
004500     05  RST-D-CHANGE-TYPE         PIC X(01).
004600         88  RST-D-REPLACE         VALUE 'R'.
004700         88  RST-D-DELETE          VALUE 'D'.
004800         88  RST-D-ADD             VALUE 'A'.
004900     05  RST-D-STATION-NAME        PIC X(100).
005000     05  RST-D-MIN                 PIC S9(04)V9(02)
005100                                   SIGN LEADING SEPARATE.
005200     05  RST-D-MAX                 PIC S9(04)V9(02)
005300                                   SIGN LEADING SEPARATE.
005400     05  RST-D-COUNT               PIC 9(10).
005500     05  RST-D-TOTAL               PIC S9(12)V9(02)
005600                                   SIGN LEADING SEPARATE.
005700     05  RST-D-MEAN                PIC S9(04)V9(02)
005800                                   SIGN LEADING SEPARATE.
005900     05  RST-D-MEDIAN              PIC S9(04)V9(02)
006000                                   SIGN LEADING SEPARATE.
006100     05  RST-D-P90                 PIC S9(04)V9(02)
006200                                   SIGN LEADING SEPARATE.
006300 01  RST-TRAILER-REC.
006400     05  RST-T-REC-TYPE            PIC X(01).
006500         88  RST-TRAILER           VALUE 'T'.
006600     05  RST-T-RECORD-COUNT        PIC 9(10).
006700     05  RST-T-READINGS-HASH       PIC 9(10).
006800     05  RST-T-STATION-HASH        PIC 9(05).
006900     05  RST-T-TOTAL-HASH          PIC S9(14)V9(02)
007000                                   SIGN LEADING SEPARATE.
007100     05  RST-T-REPLACE-COUNT       PIC 9(05).
007200     05  RST-T-DELETE-COUNT        PIC 9(05).
007300     05  RST-T-ADD-COUNT           PIC 9(05).
