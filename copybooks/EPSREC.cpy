000100******************************************************************
000200*    EPSREC.CPY
000300*    STATION EPISODE FILE RECORD LAYOUTS (SEE STATION-EPISODES).
000400*    THE FILE CARRIES THE HEAT-WAVE AND COLD-SPELL RUNS STILL IN
000500*    PROGRESS FROM ONE NIGHT TO THE NEXT: ONE HEADER RECORD
000600*    NAMING THE LAST BUSINESS DATE APPLIED, THEN ONE DETAIL
000700*    RECORD PER STATION PER RUN TYPE.  A RUN IS EITHER STILL
000800*    BUILDING (SHORTER THAN THE MINIMUM RUN LENGTH, NOT YET AN
000900*    EPISODE) OR AN OPEN EPISODE; ENDED EPISODES ARE REPORTED
001000*    AND DROPPED.  EPS-D-ALERTED RECORDS THAT THE EPISODE'S
001100*    START HAS ALREADY GONE TO THE PAGING EXTRACT, SO IT IS
001200*    NEVER PAGED AGAIN WHILE IT LASTS.  THE FILE IS REWRITTEN
001300*    WHOLE EACH RUN; THE IMAGE IT REPLACED IS KEPT IN
001400*    ./STATION-EPISODES-PREV.TXT.
001500******************************************************************
001600 01  EPS-HEADER-REC.
001700     05  EPS-H-REC-TYPE            PIC X(01).
001800         88  EPS-HEADER            VALUE 'H'.
001900     05  EPS-H-THROUGH-DATE        PIC X(08).
002000     05  EPS-H-RUN-DATE            PIC X(08).
002100     05  EPS-H-RUN-TIME            PIC X(08).
002200     05  EPS-H-RUN-COUNT           PIC 9(07).
002300     05  FILLER                    PIC X(116).
002400 01  EPS-DETAIL-REC.
002500     05  EPS-D-REC-TYPE            PIC X(01).
002600         88  EPS-DETAIL            VALUE 'D'.
002700     05  EPS-D-STATION-NAME        PIC X(100).
002800     05  EPS-D-RUN-TYPE            PIC X(01).
002900         88  EPS-D-HEAT            VALUE 'H'.
003000         88  EPS-D-COLD            VALUE 'C'.
003100     05  EPS-D-STATE               PIC X(01).
003200         88  EPS-D-BUILDING        VALUE 'B'.
003300         88  EPS-D-OPEN            VALUE 'O'.
003400     05  EPS-D-START-DATE          PIC X(08).
003500     05  EPS-D-LAST-DATE           PIC X(08).
003600     05  EPS-D-DAYS                PIC 9(05).
003700     05  EPS-D-PEAK                PIC S9(04)V9(02)
003800                                   SIGN LEADING SEPARATE.
003900     05  EPS-D-PEAK-DATE           PIC X(08).
004000     05  EPS-D-ALERTED             PIC X(01).
004100     05  EPS-D-ALERT-DATE          PIC X(08).
