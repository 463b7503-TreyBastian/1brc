001280           05  RT-MAX-STATIONS         PIC 9(05) COMP VALUE ZERO.
001290           05  RT-EXPECTED-DATE        PIC X(08) VALUE SPACES.
001300           05  RT-FORCE-FLAG           PIC X(01) VALUE 'N'.
001302           05  RT-PARTITION-MODE       PIC X(01) VALUE SPACE.
001304           05  RT-PARTITION-SOURCE     PIC X(30) VALUE SPACES.
001310       01  RPT-PAGE-NUMBER-ED          PIC Z(4)9.
001320*
001330*    MERGED-TABLE HOLDS THE DAY'S STORED HISTORY RESULTS WITH
