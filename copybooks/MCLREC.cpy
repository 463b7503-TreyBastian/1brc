000100******************************************************************
000200*    MCLREC.CPY
000300*    STATION MASTER CHANGE-LOG RECORD LAYOUT.  STATION-MAINT
000400*    APPENDS ONE RECORD PER APPLIED TRANSACTION CARD (ADD,
000500*    CHANGE, DEACTIVATE, RENAME) TO THE GROW-ONLY CHANGE LOG
000600*    (./STATION-MASTER-CHANGELOG.TXT): THE STATION'S MASTER
000700*    IMAGE BEFORE AND AFTER THE CARD (BEFORE IS SPACES ON AN
000800*    ADD), THE DATE THE CHANGE TAKES EFFECT, WHO ASKED FOR IT,
000900*    WHEN THE RUN APPLIED IT, AND THE CARD ITSELF.  READ BY
001000*    STATION-ASOF TO RECONSTRUCT THE MASTER AS IT STOOD ON A
001100*    PAST DATE.  THE IMAGES ARE STAMST.CPY RECORDS, SO A READER
001200*    MOVES ONE INTO A STATION-MASTER-REC TO GET AT THE FIELDS.
001300*    MCL-CARD-SEQ IS THE CARD'S POSITION IN ITS RUN, SO THE LOG
001400*    SORTS BACK INTO APPLICATION ORDER ON RUN DATE, RUN TIME
001500*    AND SEQUENCE.
001600******************************************************************
001700 01  MCL-RECORD.
001800     05  MCL-EFFECTIVE-DATE        PIC X(08).
001900     05  MCL-RUN-DATE              PIC X(08).
002000     05  MCL-RUN-TIME              PIC X(08).
002100     05  MCL-CARD-SEQ              PIC 9(05).
002200     05  MCL-ACTION                PIC X(01).
002300         88  MCL-ADD               VALUE 'A'.
002400         88  MCL-CHANGE            VALUE 'C'.
002500         88  MCL-DEACTIVATE        VALUE 'D'.
002600         88  MCL-RENAME            VALUE 'R'.
002700     05  MCL-CHANGED-BY            PIC X(08).
002800     05  MCL-BEFORE-IMAGE          PIC X(225).
002900     05  MCL-AFTER-IMAGE           PIC X(225).
003000     05  MCL-CARD-IMAGE            PIC X(241).
