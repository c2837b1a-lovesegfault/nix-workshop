004181*                  RUN. THE TRAILER RECORD ITSELF IS SKIPPED BY
004186*                  THE MAIN LOOP AND NEVER COUNTED OR
004190*                  CHECKPOINTED.
004191*   2026-09-17 RH  CLEARS THE NEW JOB-STATUS CAMPAIGN CODE, WHICH
004192*                  ONLY CAMPRUN'S ROWS CARRY.
004193*   2026-09-21 RH  FILLS THE NEW JOB-STATUS NO-ADDRESS COUNT
004194*                  (ALWAYS ZERO - THIS RUN WRITES NO MAIL
004195*                  EXTRACT) AND RESTART FLAG.
004196*   2026-09-24 RH  THE JOB-STATUS ROW NOW SPLITS GREETINGS INTO
004197*                  CARD AND ELECTRONIC - ALL OF HELLOBAT'S ARE
004198*                  CARDS.
004199*----------------------------------------------------------------
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
009700     88  HB-CK-OPEN                    VALUE "Y".
009800 77  HB-CHECKPOINT-FOUND-SW  PIC X(01) VALUE "N".
009900     88  HB-CHECKPOINT-FOUND          VALUE "Y".
009910 77  HB-RESTART-SW           PIC X(01) VALUE "N".
009920     88  HB-RESTARTED                 VALUE "Y".
010000 77  HB-CHECKPOINT-INTERVAL  PIC 9(08) COMP VALUE 1000.
010100 77  HB-RECORD-COUNT         PIC 9(08) COMP VALUE 0.
010200 77  HB-GREETED-COUNT        PIC 9(08) COMP VALUE 0.
023300             IF HB-RESTART-REQUESTED
023400                 MOVE CK-LAST-RECORD-NO TO HB-SKIP-COUNT
023500                 SET HB-CHECKPOINT-FOUND TO TRUE
023510                 SET HB-RESTARTED TO TRUE
023600             ELSE
023700                 DELETE CHECKPOINT-FILE
023800                 MOVE "N" TO HB-CHECKPOINT-FOUND-SW
045268     MOVE HB-END-TIME TO JS-END-TIME.
045270     MOVE HB-JOB-ID TO JS-JOB-ID.
045272     MOVE SPACE TO JS-PARTITION-ID.
045273     MOVE SPACES TO JS-CAMPAIGN-CODE.
045274     MOVE HB-GREETED-COUNT TO JS-GREETED-COUNT.
045275     MOVE HB-GREETED-COUNT TO JS-CARD-COUNT.
045276     MOVE HB-EXCEPTION-COUNT TO JS-EXCEPTION-COUNT.
045277     MOVE ZERO TO JS-ELECTRONIC-COUNT.
045278     MOVE HB-SKIP-COUNT TO JS-SKIP-COUNT.
045279     MOVE ZERO TO JS-NO-ADDRESS-COUNT.
045280     MOVE HB-FALLBACK-COUNT TO JS-FALLBACK-COUNT.
045281     MOVE HB-SUPPRESS-COUNT TO JS-SUPPRESS-COUNT.
045282     MOVE ZERO TO JS-UNDELIV-COUNT.
045288         WHEN OTHER
045289             MOVE "E" TO JS-CHECKPOINT-STATE
045290     END-EVALUATE.
045291     MOVE HB-RESTART-SW TO JS-RESTART-FLAG.
045292     MOVE RETURN-CODE TO JS-RETURN-CODE.
045294     WRITE JOB-STATUS-RECORD.
045296     CLOSE JOB-STATUS-FILE.
