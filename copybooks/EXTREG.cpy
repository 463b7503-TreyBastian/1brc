001200*    SEPARATE SIGN), THE SAME CONVENTION AS EXTREC.CPY, SO
001300*    BOTH FILES SURVIVE LINE-SEQUENTIAL TRANSPORT AND CAN BE
001400*    EYEBALLED IN AN EDITOR.
001410*    XRG-VERSION IS 000 FOR THE DAILY EXTRACT AND 001 UPWARD
001420*    FOR EACH RESTATEMENT OF THE SAME BUSINESS DATE WRITTEN BY
001430*    STATION-RESTATE (RSTREC.CPY).  REGISTER RECORDS WRITTEN
001440*    BEFORE THE FIELD EXISTED CARRY SPACES THERE AND ARE READ
001450*    AS VERSION 000.
001500******************************************************************
001600 01  XRG-RECORD.
001700     05  XRG-RUN-DATE              PIC X(08).
002100     05  XRG-STATION-HASH          PIC 9(05).
002200     05  XRG-TOTAL-HASH            PIC S9(14)V9(02)
002300                                   SIGN LEADING SEPARATE.
002310     05  XRG-VERSION               PIC 9(03).
002400 01  ACK-RECORD.
002500     05  ACK-EXTRACT-DATE          PIC X(08).
002600     05  ACK-FILE-NAME             PIC X(200).
