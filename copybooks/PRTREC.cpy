000100******************************************************************
000200*    PRTREC.CPY
000300*    PARTITION RESULT RECORD LAYOUT.  PARTITION-AGG RUNS ONE
000400*    PARTITION OF A FILE CUT BY MEAS-SPLIT (SEE PRMREC.CPY)
000500*    THROUGH STATION-AGG AND WRITES ONE RESULT RECORD -- THE
000600*    PARTITION'S CONTROL TOTALS AND ITS STATION TABLE -- TO
000700*    <FILE>.PNN.TBL.  STATION-MERGE READS THE MANIFEST AND EVERY
000800*    RESULT RECORD AND COMBINES THEM INTO THE DAY'S TABLE.
000900*    PRT-STATUS VALUES ARE THE RUN-AUDIT ONES (AUDREC.CPY): OK,
001000*    OVFL, IOER, BALE.  PRT-SPLIT-DATE/TIME ARE COPIED FROM THE
001100*    MANIFEST SO A RESULT LEFT OVER FROM AN EARLIER CUT OF THE
001200*    SAME FILE IS NEVER TAKEN FOR PART OF THE CURRENT ONE.
001300*    FILE NAMES ARE BUILT FROM THE WHOLE FILE'S NAME:
001400*    <FILE>.PNN (PARTITION), <FILE>.PNN.TBL (RESULT), AND
001500*    .PNN.REJ, .PNN.EXC AND .PNN.CKP (THAT PARTITION'S REJECT,
001600*    EXCEPTION AND CHECKPOINT FILES).  RECORD SEQUENTIAL, THE
001700*    SAME AS STATION-AGG'S CHECKPOINT RECORD, WHICH IT
001800*    RESEMBLES.
001900******************************************************************
002000 01  PRT-RECORD.
002100     05  PRT-PART-SEQ              PIC 9(02).
002200     05  PRT-STATUS                PIC X(04).
002400     05  PRT-HEADER-DATE           PIC X(08).
002500     05  PRT-SPLIT-DATE            PIC X(08).
002600     05  PRT-SPLIT-TIME            PIC X(08).
002700     05  PRT-LINES-READ            PIC 9(10) COMP.
002800     05  PRT-READINGS-COUNTED      PIC 9(10) COMP.
002900     05  PRT-REJECT-COUNT          PIC 9(10) COMP.
003000     05  PRT-EXCEPTION-COUNT       PIC 9(10) COMP.
003100     05  PRT-STATION-COUNT         PIC 9(05) COMP.
003200     05  PRT-STATION-DATA.
003300         COPY STATTBL
003400           REPLACING ==05  STA-LAST-IDX==
003500                  BY ==10  PRT-STA-LAST-IDX==
003600             ==05  STATION-ENTRY==
003700                  BY ==10  PRT-STATION-ENTRY==
003800             ==STA-IDX==
003900                  BY ==PRT-STA-IDX==
004000             ==10  STA-NAME==
004100                  BY ==15  PRT-STA-NAME==
004200             ==10  STA-REGION==
004300                  BY ==15  PRT-STA-REGION==
004400             ==10  STA-MIN-TEMP==
004500                  BY ==15  PRT-STA-MIN-TEMP==
004600             ==10  STA-MAX-TEMP==
004700                  BY ==15  PRT-STA-MAX-TEMP==
004800             ==10  STA-TEMP-COUNT==
004900                  BY ==15  PRT-STA-TEMP-COUNT==
005000             ==10  STA-TOTAL==
005100                  BY ==15  PRT-STA-TOTAL==
005200             ==10  STA-SAMPLE-COUNT==
005300                  BY ==15  PRT-STA-SAMPLE-COUNT==
005400             ==10  STA-SAMPLE==
005500                  BY ==15  PRT-STA-SAMPLE==
005600             ==10  STA-HASH-NEXT==
005700                  BY ==15  PRT-STA-HASH-NEXT==
005800             ==10  STA-MEDIAN==
005900                  BY ==15  PRT-STA-MEDIAN==
006000             ==10  STA-P90==
006100                  BY ==15  PRT-STA-P90==
006200             ==05  HASH-BUCKET==
006300                  BY ==10  PRT-HASH-BUCKET==.
