002350*                  ANY OTHER. ONLY THE ORDINARY ENGLISH RECORD
002360*                  IS DELETE-PROTECTED - IT IS THE LAST-RESORT
002370*                  FALLBACK.
002372*   2026-09-08 RH  EVERY APPLIED ADD, CHANGE AND DELETE NOW
002374*                  APPENDS A BEFORE/AFTER IMAGE TO THE CHANGE
002376*                  JOURNAL (CHGJRNL) WITH THE RUN STAMP AND JOB
002378*                  ID. A DELETE READS THE RECORD FIRST SO THE
002380*                  JOURNAL HOLDS THE PHRASE THAT WAS RETIRED.
002382*   2026-09-17 RH  ANY TWO-CHARACTER OCCASION CODE IS NOW
002384*                  ACCEPTED, NOT JUST BD AND AN, SO MARKETING CAN
002386*                  LOAD THE PHRASES ITS CAMPAIGNS GREET WITH. A
002388*                  CODE WITH A BLANK IN EITHER POSITION IS STILL
002390*                  REJECTED.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PH-RF-FILE-STATUS.
004200
004210     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS PH-JR-FILE-STATUS.
004240
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PHRASE-TRAN-FILE.
005100 FD  REPORT-FILE.
005200 01  REPORT-RECORD               PIC X(132).
005300
005310 FD  CHANGE-JOURNAL-FILE.
005320     COPY JRNLREC.
005330
005400 WORKING-STORAGE SECTION.
005500 77  PH-EOF-SW               PIC X(01) VALUE "N".
005600     88  PH-EOF                        VALUE "Y".
006300 77  PH-RF-FILE-STATUS       PIC X(02).
006400 77  PH-RF-OPEN-SW           PIC X(01) VALUE "N".
006500     88  PH-RF-OPEN                    VALUE "Y".
006510 77  PH-JR-FILE-STATUS       PIC X(02).
006520 77  PH-JR-OPEN-SW           PIC X(01) VALUE "N".
006530     88  PH-JR-OPEN                    VALUE "Y".
006600 77  PH-TRAN-VALID-SW        PIC X(01) VALUE "N".
006700     88  PH-TRAN-VALID                 VALUE "Y".
006800 77  PH-TRAN-COUNT           PIC 9(08) COMP VALUE 0.
007100 77  PH-DELETE-COUNT         PIC 9(08) COMP VALUE 0.
007200 77  PH-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
007300 77  PH-DUPLICATE-COUNT      PIC 9(08) COMP VALUE 0.
007310 77  PH-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
007320 77  PH-JOURNAL-ACTION       PIC X(01).
007400 77  PH-DISPOSITION          PIC X(30).
007500 77  PH-RUN-DATE             PIC X(08).
007600 77  PH-RUN-TIME             PIC X(08).
007700 77  PH-END-DATE             PIC X(08).
007800 77  PH-END-TIME             PIC X(08).
007900 77  PH-COUNT-EDIT           PIC ZZZZZZZ9.
007910 77  PH-ENV-NAME             PIC X(20).
007920 77  PH-JOB-ID               PIC X(08).
008000 01  PH-REPORT-LINE          PIC X(132).
008010 01  PH-BEFORE-IMAGE         PIC X(400).
008100
008200 PROCEDURE DIVISION.
008300
009600* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER. THE
009700*                   PHRASE MASTER IS CREATED EMPTY ON ITS FIRST
009800*                   USE, THE SAME WAY THE DRIVERS CREATE THEIR
009900*                   CHECKPOINT FILES. A CHANGE JOURNAL THAT WILL
009910*                   NOT OPEN ABORTS THE RUN - NO CHANGE IS
009920*                   APPLIED THAT CANNOT BE JOURNALED. EACH
009930*                   FILE'S OPEN SWITCH IS
010000*                   SET ONLY AFTER ITS OPEN SUCCEEDS, SO
010100*                   9000-TERMINATE NEVER CLOSES A FILE THAT WAS
010200*                   NEVER OPENED.
013400         GO TO 9999-EXIT
013500     END-IF.
013600     SET PH-RF-OPEN TO TRUE.
013605     OPEN EXTEND CHANGE-JOURNAL-FILE.
013610     IF PH-JR-FILE-STATUS = "35"
013615         OPEN OUTPUT CHANGE-JOURNAL-FILE
013620     END-IF.
013625     IF PH-JR-FILE-STATUS NOT = "00"
013630         DISPLAY "PHRASMNT: UNABLE TO OPEN CHANGE JOURNAL - "
013635             "STATUS " PH-JR-FILE-STATUS
013640         MOVE 16 TO RETURN-CODE
013645         PERFORM 9000-TERMINATE THRU 9000-EXIT
013650         GO TO 9999-EXIT
013655     END-IF.
013660     SET PH-JR-OPEN TO TRUE.
013700     ACCEPT PH-RUN-DATE FROM DATE YYYYMMDD.
013800     ACCEPT PH-RUN-TIME FROM TIME.
013810     MOVE "JOBNAME" TO PH-ENV-NAME.
013820     DISPLAY PH-ENV-NAME UPON ENVIRONMENT-NAME.
013830     ACCEPT PH-JOB-ID FROM ENVIRONMENT-VALUE.
013900     MOVE SPACES TO PH-REPORT-LINE.
014000     STRING "PHRASE MASTER UPDATE REPORT - STARTED "
014100         PH-RUN-DATE " " PH-RUN-TIME
017700
017800*----------------------------------------------------------------
017900* 3200-VALIDATE-TRAN - REJECT AN UNKNOWN ACTION CODE, A BLANK
018000*                      LANGUAGE CODE, A HALF-BLANK OCCASION CODE,
018010*                      AN ADD/CHANGE WITH A BLANK PHRASE, OR AN
018100*                      ATTEMPT TO DELETE THE ORDINARY ENGLISH
018200*                      FALLBACK RECORD.
018300*----------------------------------------------------------------
018400 3200-VALIDATE-TRAN.
018500     MOVE "Y" TO PH-TRAN-VALID-SW.
019500         GO TO 3200-REJECT
019600     END-IF.
019610     IF PT-OCCASION-CODE NOT = SPACES
019620         AND (PT-OCCASION-CODE(1:1) = SPACE
019630              OR PT-OCCASION-CODE(2:1) = SPACE)
019640         MOVE "REJECTED - BAD OCCASION CODE" TO PH-DISPOSITION
019650         MOVE "N" TO PH-TRAN-VALID-SW
019660         GO TO 3200-REJECT
022500         NOT INVALID KEY
022600             MOVE "APPLIED - ADDED" TO PH-DISPOSITION
022700             ADD 1 TO PH-ADD-COUNT
022710             MOVE SPACES TO PH-BEFORE-IMAGE
022720             MOVE "A" TO PH-JOURNAL-ACTION
022730             PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
022800     END-WRITE.
022900 3300-EXIT.
023000     EXIT.
024100             ADD 1 TO PH-REJECT-COUNT
024200             GO TO 3400-EXIT
024300     END-READ.
024310     MOVE PHRASE-MASTER-RECORD TO PH-BEFORE-IMAGE.
024400     MOVE PT-PHRASE TO PM-PHRASE.
024500     REWRITE PHRASE-MASTER-RECORD
024600         INVALID KEY
025000     END-REWRITE.
025100     MOVE "APPLIED - CHANGED" TO PH-DISPOSITION.
025200     ADD 1 TO PH-CHANGE-COUNT.
025210     MOVE "C" TO PH-JOURNAL-ACTION.
025220     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
025300 3400-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------------
025700* 3500-APPLY-DELETE - RETIRE A LANGUAGE. A LANGUAGE NOT ON FILE
025800*                     IS A REJECT. THE RECORD IS READ FIRST SO THE
025810*                     JOURNAL HOLDS THE IMAGE THAT WAS REMOVED.
025900*----------------------------------------------------------------
026000 3500-APPLY-DELETE.
026100     MOVE PT-LANGUAGE-CODE TO PM-LANGUAGE-CODE.
026150     MOVE PT-OCCASION-CODE TO PM-OCCASION-CODE.
026155     READ PHRASE-MASTER-FILE
026160         INVALID KEY
026165             MOVE "REJECTED - NOT ON FILE" TO PH-DISPOSITION
026170             ADD 1 TO PH-REJECT-COUNT
026175             GO TO 3500-EXIT
026180     END-READ.
026185     MOVE PHRASE-MASTER-RECORD TO PH-BEFORE-IMAGE.
026200     DELETE PHRASE-MASTER-FILE
026300         INVALID KEY
026400             MOVE "REJECTED - NOT ON FILE" TO PH-DISPOSITION
026700     END-DELETE.
026800     MOVE "APPLIED - DELETED" TO PH-DISPOSITION.
026900     ADD 1 TO PH-DELETE-COUNT.
026910     MOVE "D" TO PH-JOURNAL-ACTION.
026920     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
027000 3500-EXIT.
027100     EXIT.
027200
028400     EXIT.
028500
028600*----------------------------------------------------------------
028602* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
028604*                      CHANGE JOURNAL FOR THE CHANGE JUST
028606*                      APPLIED. THE CALLER SETS THE ACTION AND
028608*                      THE BEFORE IMAGE; THE AFTER IMAGE IS THE
028610*                      RECORD AS WRITTEN, OR SPACES FOR A DELETE.
028612*----------------------------------------------------------------
028614 3700-WRITE-JOURNAL.
028616     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
028618     MOVE "PHRASMST" TO JR-FILE-NAME.
028620     MOVE PM-PHRASE-KEY TO JR-RECORD-KEY.
028622     MOVE PH-JOURNAL-ACTION TO JR-ACTION-CODE.
028624     MOVE PH-RUN-DATE TO JR-RUN-DATE.
028626     MOVE PH-RUN-TIME TO JR-RUN-TIME.
028628     MOVE PH-JOB-ID TO JR-JOB-ID.
028630     MOVE "PHRASMNT" TO JR-PROGRAM-ID.
028632     MOVE PH-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
028634     IF NOT JR-DELETE
028636         MOVE PHRASE-MASTER-RECORD TO JR-AFTER-IMAGE
028638     END-IF.
028640     WRITE CHANGE-JOURNAL-RECORD.
028642     ADD 1 TO PH-JOURNAL-COUNT.
028644 3700-EXIT.
028646     EXIT.
028648
028650*----------------------------------------------------------------
028700* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
028800*                             TIMESTAMP FOR THE UPDATE REPORT.
028900*----------------------------------------------------------------
032100         INTO PH-REPORT-LINE.
032200     WRITE REPORT-RECORD FROM PH-REPORT-LINE.
032300     MOVE SPACES TO PH-REPORT-LINE.
032310     MOVE PH-JOURNAL-COUNT TO PH-COUNT-EDIT.
032320     STRING "JOURNAL RECORDS WRITTEN: " PH-COUNT-EDIT
032330         INTO PH-REPORT-LINE.
032340     WRITE REPORT-RECORD FROM PH-REPORT-LINE.
032350     MOVE SPACES TO PH-REPORT-LINE.
032400     STRING "RUN STARTED " PH-RUN-DATE " " PH-RUN-TIME
032500         " - ENDED " PH-END-DATE " " PH-END-TIME
032600         INTO PH-REPORT-LINE.
034500     IF PH-RF-OPEN
034600         CLOSE REPORT-FILE
034700     END-IF.
034710     IF PH-JR-OPEN
034720         CLOSE CHANGE-JOURNAL-FILE
034730     END-IF.
034800 9000-EXIT.
034900     EXIT.
035000
