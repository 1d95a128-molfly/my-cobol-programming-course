      * BIZDATE service (the CALFLAG date when the stream set
      * one), so a step finishing after midnight still stamps the
      * night it belongs to. Without the module (a standalone
      * test build) the wall-clock date stands in. The stream
      * run ID from the shared STREAMID service follows, so a
      * report can be tied to the attempt of the stream that
      * produced it; blank outside any stream.
       BUILD-RPT-HEADER.
           CALL "BIZDATE" USING RPT-HDR-RUN-DATE
               ON EXCEPTION
           MOVE RPT-HDR-RUN-DATE-CCYY TO RPT-HDR-DATE-X-CCYY.
           MOVE RPT-HDR-RUN-DATE-MM   TO RPT-HDR-DATE-X-MM.
           MOVE RPT-HDR-RUN-DATE-DD   TO RPT-HDR-DATE-X-DD.
           CALL "STREAMID" USING RPT-HDR-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO RPT-HDR-RUN-ID
           END-CALL.
           MOVE SPACES TO RPT-HDR-LINE.
           STRING :PROGID: "  RUN DATE: " RPT-HDR-RUN-DATE-X
                  "  PAGE: " RPT-HDR-PAGE-NBR
                  "  RUN ID: " RPT-HDR-RUN-ID
               DELIMITED BY SIZE INTO RPT-HDR-LINE.
           ADD 1 TO RPT-HDR-PAGE-NBR.

