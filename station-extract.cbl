001440*               AND HASH TOTALS, SO EXTRACT-RECON CAN MATCH THE
001450*               WAREHOUSE'S LOAD ACKNOWLEDGMENTS AGAINST WHAT
001460*               WAS ACTUALLY SHIPPED.
001470*    2026-10-15 TB  REGISTER RECORD NOW CARRIES A VERSION
001480*               NUMBER; THE DAILY EXTRACT IS ALWAYS VERSION
001490*               000 (RESTATEMENTS FROM STATION-RESTATE COUNT UP
001495*               FROM 001).
001500******************************************************************
001600*
001700******************************************************************
003800       01  EXTRACT-REC                 PIC X(209).
003810*
003820       FD  EXT-REGISTER-FILE.
003830       01  EXT-REGISTER-REC            PIC X(253).
003900*
004000       WORKING-STORAGE SECTION.
004100           COPY EXTREC.
016100                   WS-EXT-REGISTER-STATUS
016101               GO TO 4000-RECORD-EXTRACT-EXIT
016102           END-IF
016103           INITIALIZE XRG-RECORD
016104           MOVE LK-EXTRACT-RUN-DATE TO XRG-RUN-DATE
016105           MOVE LK-EXTRACT-FILE-NAME TO XRG-FILE-NAME
016106           MOVE WS-DETAIL-COUNT TO XRG-RECORD-COUNT
