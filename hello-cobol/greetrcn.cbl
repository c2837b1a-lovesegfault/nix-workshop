002518*              THE SAME WAY, NOT MATCHED AGAINST THE NIGHTLY
002519*              TABLE.
002520*
002521*              PARM 5, OPTIONAL, IS THE JOB ID THE REISSUE RUN
002522*              RAN UNDER, AND PARM 6, OPTIONAL, THE JOB ID A
002523*              CAMPAIGN RUN (CAMPRUN) RAN UNDER. A REISSUED CARD
002524*              REPLACES ONE ALREADY SENT AND A CAMPAIGN CARD GOES
002525*              TO A POPULATION MARKETING PICKED, NOT THE NIGHTLY
002526*              ONE, SO THEIR AUDIT ROWS ARE COUNTED AS REISSUED
002527*              AND CAMPAIGN GREETINGS THE SAME WAY.
002528*
002530*              IN MASTER MODE THE RECONCILIATION IS FREQUENCY-
002540*              AWARE: HELLOCM SKIPS CUSTOMERS GREETED WITHIN
002550*              THE FREQUENCY WINDOW, SO A CUSTOMER WHOSE
002580*              NOT REPORTED AS MISSED. THE WINDOW COMES FROM
002590*              THE GREET-FREQUENCY-DAYS RUN PARM, DEFAULTING TO
002592*              30 LIKE HELLOCM'S OWN DEFAULT.
002593*
002594*              A JOB-STATUS ROW, DATED WITH THE DATE RECONCILED,
002595*              IS APPENDED ON EVERY EXIT, ABORTS INCLUDED, SO
002596*              MAILREL CAN REFUSE TO RELEASE THE MAIL EXTRACT
002597*              AFTER A NIGHT THAT DID NOT RECONCILE.
002600*----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*   2026-08-07 RH  INITIAL VERSION.
002967*                  NAME-SUPPRESSED AND UNDELIVERABLE AS
002968*                  SUPPRESSED, THE ORDER HELLOCM COUNTS THEM,
002969*                  SO THE TWO REPORTS' COUNTS TIE.
002970*   2026-09-10 RH  NEW OPTIONAL PARM 5 NAMES THE REISSUE RUN'S
002971*                  JOB ID - ITS AUDIT ROWS COUNT AS REISSUED.
002972*   2026-09-17 RH  NEW OPTIONAL PARM 6 NAMES THE CAMPAIGN RUN'S
002973*                  JOB ID - ITS AUDIT ROWS COUNT AS CAMPAIGN.
002974*   2026-09-21 RH  APPENDS A JOB-STATUS ROW ON EVERY EXIT FOR
002975*                  THE MAILREL RELEASE GATE.
002976*   2026-09-24 RH  ZEROES THE NEW JOB-STATUS CHANNEL COUNTS.
002977*   2026-10-15 RH  JOB-STATUS ROW DATED WITH THE DATE RECONCILED,
002978*                  SO A NEXT-MORNING RUN PASSES THE MAILREL GATE.
002979*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
005098         RECORD KEY IS SP-SUPPRESS-KEY
005099         FILE STATUS IS RN-SP-FILE-STATUS.
005100
005101     SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
005102         ORGANIZATION IS LINE SEQUENTIAL
005103         FILE STATUS IS RN-JS-FILE-STATUS.
005104
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  AUDIT-LOG-FILE.
006480 FD  SUPPRESS-FILE.
006490     COPY SUPPREC.
006500
006510 FD  JOB-STATUS-FILE.
006520     COPY JOBSTAT.
006530
006600 WORKING-STORAGE SECTION.
006700 77  RN-EOF-SW               PIC X(01) VALUE "N".
006800     88  RN-EOF                        VALUE "Y".
008120 77  RN-RECYCLED-COUNT       PIC 9(08) COMP VALUE 0.
008130 77  RN-OCCASION-JOB-ID      PIC X(08) VALUE SPACES.
008140 77  RN-OCCASION-COUNT       PIC 9(08) COMP VALUE 0.
008150 77  RN-JS-FILE-STATUS       PIC X(02).
008160 77  RN-REISSUE-JOB-ID       PIC X(08) VALUE SPACES.
008170 77  RN-REISSUE-COUNT        PIC 9(08) COMP VALUE 0.
008180 77  RN-CAMPAIGN-JOB-ID      PIC X(08) VALUE SPACES.
008190 77  RN-CAMPAIGN-COUNT       PIC 9(08) COMP VALUE 0.
008200 77  RN-TARGET-DATE          PIC X(08).
008300 77  RN-SOURCE-PARM          PIC X(08) VALUE "NAMES   ".
008400     88  RN-SOURCE-NAMES               VALUE "NAMES   ".
009500 77  RN-FALLBACK-NAME        PIC X(41).
009600 77  RN-RUN-DATE             PIC X(08).
009700 77  RN-RUN-TIME             PIC X(08).
009800 77  RN-END-DATE             PIC X(08) VALUE SPACES.
009900 77  RN-END-TIME             PIC X(08) VALUE SPACES.
009910 77  RN-ENV-NAME             PIC X(20).
009920 77  RN-JOB-ID               PIC X(08).
009930 77  RN-DISCREPANCY-COUNT    PIC 9(08) COMP VALUE 0.
010000 77  RN-COUNT-EDIT           PIC ZZZZZZZ9.
010100 77  RN-MATCH-EDIT           PIC ZZZ9.
010200 01  RN-REPORT-LINE          PIC X(132).
013700*                   NEVER CLOSES A FILE THAT WAS NEVER OPENED.
013800*----------------------------------------------------------------
013900 1000-INITIALIZE.
013910     ACCEPT RN-RUN-DATE FROM DATE YYYYMMDD.
013920     ACCEPT RN-RUN-TIME FROM TIME.
013930     MOVE "JOBNAME" TO RN-ENV-NAME.
013940     DISPLAY RN-ENV-NAME UPON ENVIRONMENT-NAME.
013950     ACCEPT RN-JOB-ID FROM ENVIRONMENT-VALUE.
014000     ACCEPT RN-TARGET-DATE FROM DATE YYYYMMDD.
014100     ACCEPT RN-ARGLEN FROM ARGUMENT-NUMBER.
014200     IF RN-ARGLEN > 0
014960         DISPLAY 4 UPON ARGUMENT-NUMBER
014970         ACCEPT RN-OCCASION-JOB-ID FROM ARGUMENT-VALUE
014980     END-IF.
014982     IF RN-ARGLEN > 4
014984         DISPLAY 5 UPON ARGUMENT-NUMBER
014986         ACCEPT RN-REISSUE-JOB-ID FROM ARGUMENT-VALUE
014988     END-IF.
014990     IF RN-ARGLEN > 5
014992         DISPLAY 6 UPON ARGUMENT-NUMBER
014994         ACCEPT RN-CAMPAIGN-JOB-ID FROM ARGUMENT-VALUE
014996     END-IF.
015000     IF NOT RN-SOURCE-NAMES AND NOT RN-SOURCE-MASTER
015100         DISPLAY "GREETRCN: SOURCE PARM MUST BE NAMES OR MASTER"
015200         MOVE 16 TO RETURN-CODE
015210         PERFORM 9000-TERMINATE THRU 9000-EXIT
015300         GO TO 9999-EXIT
015400     END-IF.
015500     OPEN INPUT AUDIT-LOG-FILE.
019360             "STATUS " RN-SP-FILE-STATUS
019370             " - NO SUPPRESSION EXCLUSIONS"
019380     END-IF.
019600     MOVE SPACES TO RN-REPORT-LINE.
019700     STRING "GREETING RECONCILIATION REPORT - RUN DATE "
019800         RN-TARGET-DATE " - SOURCE " RN-SOURCE-PARM
030384*                        (PARM 4) GREET A POPULATION THE
030386*                        NIGHTLY TABLE MAY EXCLUDE, SO THEY
030388*                        ARE COUNTED AS OCCASION GREETINGS THE
030390*                        SAME WAY, AS ARE ROWS WRITTEN BY THE
030392*                        REISSUE RUN (PARM 5), WHICH REPLACE
030394*                        CARDS ALREADY SENT, AND BY A CAMPAIGN
030396*                        RUN (PARM 6), WHICH GREET MARKETING'S
030398*                        OWN SELECTION.
030400*----------------------------------------------------------------
030500 3000-MATCH-AUDIT-LOG.
030600     MOVE "N" TO RN-EOF-SW.
031540         GO TO 3100-NEXT
031560     END-IF.
031700     ADD 1 TO RN-AUDIT-COUNT.
031702     IF RN-REISSUE-JOB-ID NOT = SPACES
031704         AND AL-JOB-ID = RN-REISSUE-JOB-ID
031706         ADD 1 TO RN-REISSUE-COUNT
031708         GO TO 3100-NEXT
031710     END-IF.
031711     IF RN-CAMPAIGN-JOB-ID NOT = SPACES
031712         AND AL-JOB-ID = RN-CAMPAIGN-JOB-ID
031713         ADD 1 TO RN-CAMPAIGN-COUNT
031714         GO TO 3100-NEXT
031715     END-IF.
031720     IF RN-RECYCLE-JOB-ID NOT = SPACES
031740         AND AL-JOB-ID = RN-RECYCLE-JOB-ID
031760         ADD 1 TO RN-RECYCLED-COUNT
041248         INTO RN-REPORT-LINE.
041265     WRITE REPORT-RECORD FROM RN-REPORT-LINE.
041282     MOVE SPACES TO RN-REPORT-LINE.
041283     MOVE RN-REISSUE-COUNT TO RN-COUNT-EDIT.
041284     STRING "REISSUED GREETINGS: " RN-COUNT-EDIT
041285         INTO RN-REPORT-LINE.
041286     WRITE REPORT-RECORD FROM RN-REPORT-LINE.
041287     MOVE SPACES TO RN-REPORT-LINE.
041288     MOVE RN-CAMPAIGN-COUNT TO RN-COUNT-EDIT.
041289     STRING "CAMPAIGN GREETINGS: " RN-COUNT-EDIT
041290         INTO RN-REPORT-LINE.
041291     WRITE REPORT-RECORD FROM RN-REPORT-LINE.
041292     MOVE SPACES TO RN-REPORT-LINE.
041300     IF RN-MISSED-COUNT = 0
041400         AND RN-DOUBLE-COUNT = 0
041500         AND RN-ORPHAN-COUNT = 0
042800     EXIT.
042900
043000*----------------------------------------------------------------
043100* 8000-WRITE-JOB-STATUS - APPEND THE MACHINE-READABLE STATUS
043200*                         RECORD. PERFORMED FROM 9000-TERMINATE
043201*                         SO THE ABORT PATHS LEAVE A STATUS
043202*                         RECORD TOO - AN ABORT SKIPS THE
043203*                         TRAILER, SO THE END STAMP IS TAKEN
043204*                         HERE WHEN IT IS STILL BLANK. THE
043205*                         GREETED COUNT IS THE AUDIT ROWS FOR THE
043206*                         RUN DATE, THE EXCEPTION COUNT THE
043207*                         DISCREPANCIES FOUND. THE ROW IS DATED
043208*                         WITH THE DATE RECONCILED, NOT THE DAY
043209*                         THE JOB RAN, SINCE THAT IS THE NIGHT
043210*                         MAILREL LOOKS IT UP UNDER.
043211*----------------------------------------------------------------
043212 8000-WRITE-JOB-STATUS.
043213     IF RN-END-DATE = SPACES
043214         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
043215         ACCEPT RN-END-TIME FROM TIME
043216     END-IF.
043217     OPEN EXTEND JOB-STATUS-FILE.
043218     IF RN-JS-FILE-STATUS = "35"
043219         OPEN OUTPUT JOB-STATUS-FILE
043220     END-IF.
043221     IF RN-JS-FILE-STATUS NOT = "00"
043222         DISPLAY "GREETRCN: UNABLE TO OPEN JOB-STATUS FILE - "
043223             "STATUS " RN-JS-FILE-STATUS
043224         GO TO 8000-EXIT
043225     END-IF.
043226     COMPUTE RN-DISCREPANCY-COUNT = RN-MISSED-COUNT
043227         + RN-DOUBLE-COUNT + RN-ORPHAN-COUNT.
043228     MOVE "GREETRCN" TO JS-PROGRAM-ID.
043229     MOVE RN-TARGET-DATE TO JS-RUN-DATE.
043230     MOVE RN-RUN-TIME TO JS-RUN-TIME.
043231     MOVE RN-END-DATE TO JS-END-DATE.
043232     MOVE RN-END-TIME TO JS-END-TIME.
043233     MOVE RN-JOB-ID TO JS-JOB-ID.
043234     MOVE SPACE TO JS-PARTITION-ID.
043235     MOVE RN-AUDIT-COUNT TO JS-GREETED-COUNT.
043236     MOVE RN-DISCREPANCY-COUNT TO JS-EXCEPTION-COUNT.
043237     MOVE RN-SKIPPED-COUNT TO JS-SKIP-COUNT.
043238     MOVE ZERO TO JS-FALLBACK-COUNT.
043239     MOVE RN-SUPPRESS-COUNT TO JS-SUPPRESS-COUNT.
043240     MOVE RN-UNDELIV-COUNT TO JS-UNDELIV-COUNT.
043241     IF RETURN-CODE = 16
043242         MOVE "F" TO JS-CHECKPOINT-STATE
043243     ELSE
043244         MOVE "E" TO JS-CHECKPOINT-STATE
043245     END-IF.
043246     MOVE RETURN-CODE TO JS-RETURN-CODE.
043247     MOVE SPACES TO JS-CAMPAIGN-CODE.
043248     MOVE ZERO TO JS-NO-ADDRESS-COUNT.
043249     MOVE "N" TO JS-RESTART-FLAG.
043250     MOVE ZERO TO JS-CARD-COUNT.
043251     MOVE ZERO TO JS-ELECTRONIC-COUNT.
043252     WRITE JOB-STATUS-RECORD.
043253     CLOSE JOB-STATUS-FILE.
043254 8000-EXIT.
043255     EXIT.
043256
043257*----------------------------------------------------------------
043258* 9000-TERMINATE - WRITE THE JOB-STATUS RECORD, THEN CLOSE
043259*                  WHATEVER FILES THIS RUN ACTUALLY OPENED.
043260*                  EVERY EXIT - NORMAL OR ABORT - COMES THROUGH
043261*                  HERE, SO THE SCHEDULER ALWAYS GETS A STATUS
043262*                  RECORD. A RUN THAT ABORTS PARTWAY THROUGH
043300*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
043400*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
043500*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
043600*----------------------------------------------------------------
043700 9000-TERMINATE.
043710     PERFORM 8000-WRITE-JOB-STATUS THRU 8000-EXIT.
043800     IF RN-AL-OPEN
043900         CLOSE AUDIT-LOG-FILE
044000     END-IF.
