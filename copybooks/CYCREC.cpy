000100******************************************************************
000200*    CYCREC.CPY
000300*    NIGHTLY CYCLE STEP-REGISTER AND CYCLE-COMPLETION RECORD
000400*    LAYOUTS.  NIGHTLY-CYCLE APPENDS ONE CSR RECORD PER STEP IT
000500*    RESOLVES (RAN AND COMPLETED, RAN AND FAILED, OR SKIPPED
000600*    BECAUSE AN UPSTREAM STEP FAILED) TO THE PERSISTENT STEP
000700*    REGISTER; ON A RERUN FOR THE SAME BUSINESS DATE THE LATEST
000800*    CSR RECORD PER STEP DECIDES WHETHER THE STEP IS ALREADY
000900*    DONE, SO THE CYCLE RESUMES AT THE STEP THAT FAILED.  ONE
001000*    CYC RECORD IS APPENDED TO THE CYCLE-COMPLETION FILE PER
001100*    CYCLE EXECUTION; BATCH-SUMMARY PRINTS IT ABOVE THE PER-RUN
001200*    LINES.  STATE VALUES: COMPLETE, FAILED, SKIPPED.  CYCLE
001300*    STATUS VALUES: OK, FAIL.  TIMES ARE HHMMSSCC AS RETURNED
001400*    BY ACCEPT FROM TIME.
001500******************************************************************
001600 01  CSR-RECORD.
001700     05  CSR-BUSINESS-DATE         PIC X(08).
001800     05  CSR-STEP-NAME             PIC X(20).
001900     05  CSR-STATE                 PIC X(08).
002000         88  CSR-COMPLETE          VALUE 'COMPLETE'.
002100         88  CSR-FAILED            VALUE 'FAILED'.
002200         88  CSR-SKIPPED           VALUE 'SKIPPED'.
002300     05  CSR-RETURN-CODE           PIC 9(03).
002400     05  CSR-AUD-STATUS            PIC X(04).
002500     05  CSR-END-DATE              PIC X(08).
002600     05  CSR-END-TIME              PIC X(08).
002700 01  CYC-RECORD.
002800     05  CYC-BUSINESS-DATE         PIC X(08).
002900     05  CYC-START-DATE            PIC X(08).
003000     05  CYC-START-TIME            PIC X(08).
003100     05  CYC-END-DATE              PIC X(08).
003200     05  CYC-END-TIME              PIC X(08).
003300     05  CYC-STEPS-RUN             PIC 9(02).
003400     05  CYC-STEPS-RESUMED         PIC 9(02).
003500     05  CYC-STEPS-FAILED          PIC 9(02).
003600     05  CYC-STEPS-SKIPPED         PIC 9(02).
003700     05  CYC-FAILED-STEP           PIC X(20).
003800     05  CYC-HIGH-RC               PIC 9(03).
003900     05  CYC-RESTART-IND           PIC X(01).
004000         88  CYC-WAS-RESTART       VALUE 'R'.
004100         88  CYC-WAS-FRESH         VALUE 'F'.
004200     05  CYC-STATUS                PIC X(04).
