002000* MODIFICATION HISTORY
002100*   2026-08-21 RH  INITIAL VERSION - COMPANION TO THE HELLOCM
002200*                  KEY-RANGE PARTITIONED RUNS.
002210*   2026-09-24 RH  ROLLS UP HELLOCM'S NEW CARD AND ELECTRONIC
002220*                  GREETED COUNTS INTO THE COMBINED TOTALS.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
007600 77  GM-MERGED-COUNT         PIC 9(04) COMP VALUE 0.
007700 77  GM-MISSING-COUNT        PIC 9(04) COMP VALUE 0.
007800 77  GM-TOT-GREETED          PIC 9(08) COMP VALUE 0.
007810 77  GM-TOT-CARD             PIC 9(08) COMP VALUE 0.
007820 77  GM-TOT-ELECTRONIC       PIC 9(08) COMP VALUE 0.
007900 77  GM-TOT-EXCEPTIONS       PIC 9(08) COMP VALUE 0.
008000 77  GM-TOT-FALLBACKS        PIC 9(08) COMP VALUE 0.
008100 77  GM-TOT-SKIPPED          PIC 9(08) COMP VALUE 0.
032600         WHEN "TOTAL GREETED"
032700             PERFORM 3500-ADD-TRAILER-VALUE THRU 3500-EXIT
032800             ADD GM-VALUE-NUM TO GM-TOT-GREETED
032810         WHEN "GREETED - CARD"
032820             PERFORM 3500-ADD-TRAILER-VALUE THRU 3500-EXIT
032830             ADD GM-VALUE-NUM TO GM-TOT-CARD
032840         WHEN "GREETED - ELECTRONIC"
032850             PERFORM 3500-ADD-TRAILER-VALUE THRU 3500-EXIT
032860             ADD GM-VALUE-NUM TO GM-TOT-ELECTRONIC
032900         WHEN "NAME EXCEPTIONS"
033000             PERFORM 3500-ADD-TRAILER-VALUE THRU 3500-EXIT
033100             ADD GM-VALUE-NUM TO GM-TOT-EXCEPTIONS
037300         INTO GM-REPORT-LINE.
037400     WRITE COMBINED-REPORT-LINE FROM GM-REPORT-LINE.
037500     MOVE SPACES TO GM-REPORT-LINE.
037505     MOVE GM-TOT-CARD TO GM-COUNT-EDIT.
037510     STRING "GREETED - CARD: " GM-COUNT-EDIT
037515         INTO GM-REPORT-LINE.
037520     WRITE COMBINED-REPORT-LINE FROM GM-REPORT-LINE.
037525     MOVE SPACES TO GM-REPORT-LINE.
037530     MOVE GM-TOT-ELECTRONIC TO GM-COUNT-EDIT.
037535     STRING "GREETED - ELECTRONIC: " GM-COUNT-EDIT
037540         INTO GM-REPORT-LINE.
037545     WRITE COMBINED-REPORT-LINE FROM GM-REPORT-LINE.
037550     MOVE SPACES TO GM-REPORT-LINE.
037600     MOVE GM-TOT-EXCEPTIONS TO GM-COUNT-EDIT.
037700     STRING "NAME EXCEPTIONS: " GM-COUNT-EDIT
037800         INTO GM-REPORT-LINE.
