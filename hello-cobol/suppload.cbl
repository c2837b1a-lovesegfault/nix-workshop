002200*   2026-08-24 RH  INITIAL VERSION - A FAMILY GOT A CARD FOR A
002300*                  CUSTOMER WHO PASSED AWAY IN JUNE. NEVER
002400*                  AGAIN.
002410*   2026-09-08 RH  EVERY APPLIED ADD, CHANGE AND DELETE NOW
002420*                  APPENDS A BEFORE/AFTER IMAGE TO THE CHANGE
002430*                  JOURNAL (CHGJRNL) WITH THE RUN STAMP AND JOB
002440*                  ID. A DELETE READS THE RECORD FIRST SO THE
002450*                  JOURNAL HOLDS THE SUPPRESSION THAT WAS LIFTED.
002460*   2026-10-02 RH  A CHANGE OR DELETE OF AN "ER" ENTRY WRITTEN BY
002470*                  ERASURE IS REJECTED - THAT SUPPRESSION IS ALL
002480*                  THAT STOPS AN ERASED CUSTOMER BEING GREETED.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SL-RF-FILE-STATUS.
004300
004310     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS SL-JR-FILE-STATUS.
004340
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUPPRESS-TRAN-FILE.
005200 FD  REPORT-FILE.
005300 01  REPORT-RECORD               PIC X(132).
005400
005410 FD  CHANGE-JOURNAL-FILE.
005420     COPY JRNLREC.
005430
005500 WORKING-STORAGE SECTION.
005600 77  SL-EOF-SW               PIC X(01) VALUE "N".
005700     88  SL-EOF                        VALUE "Y".
006400 77  SL-RF-FILE-STATUS       PIC X(02).
006500 77  SL-RF-OPEN-SW           PIC X(01) VALUE "N".
006600     88  SL-RF-OPEN                    VALUE "Y".
006610 77  SL-JR-FILE-STATUS       PIC X(02).
006620 77  SL-JR-OPEN-SW           PIC X(01) VALUE "N".
006630     88  SL-JR-OPEN                    VALUE "Y".
006700 77  SL-TRAN-VALID-SW        PIC X(01) VALUE "N".
006800     88  SL-TRAN-VALID                 VALUE "Y".
006900 77  SL-TRAN-COUNT           PIC 9(08) COMP VALUE 0.
007200 77  SL-DELETE-COUNT         PIC 9(08) COMP VALUE 0.
007300 77  SL-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
007400 77  SL-DUPLICATE-COUNT      PIC 9(08) COMP VALUE 0.
007410 77  SL-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
007420 77  SL-JOURNAL-ACTION       PIC X(01).
007500 77  SL-DISPOSITION          PIC X(30).
007600 77  SL-RUN-DATE             PIC X(08).
007700 77  SL-RUN-TIME             PIC X(08).
007800 77  SL-END-DATE             PIC X(08).
007900 77  SL-END-TIME             PIC X(08).
008000 77  SL-COUNT-EDIT           PIC ZZZZZZZ9.
008010 77  SL-ENV-NAME             PIC X(20).
008020 77  SL-JOB-ID               PIC X(08).
008100 01  SL-REPORT-LINE          PIC X(132).
008110 01  SL-BEFORE-IMAGE         PIC X(400).
008200
008300 PROCEDURE DIVISION.
008400
010100*                   SWITCH IS SET ONLY AFTER ITS OPEN SUCCEEDS,
010200*                   SO 9000-TERMINATE NEVER CLOSES A FILE THAT
010300*                   WAS NEVER OPENED.
010310*                   A CHANGE JOURNAL THAT WILL NOT OPEN ABORTS
010320*                   THE RUN - NO CHANGE IS APPLIED THAT CANNOT
010330*                   BE JOURNALED.
010400*----------------------------------------------------------------
010500 1000-INITIALIZE.
010600     OPEN INPUT SUPPRESS-TRAN-FILE.
013500         GO TO 9999-EXIT
013600     END-IF.
013700     SET SL-RF-OPEN TO TRUE.
013705     OPEN EXTEND CHANGE-JOURNAL-FILE.
013710     IF SL-JR-FILE-STATUS = "35"
013715         OPEN OUTPUT CHANGE-JOURNAL-FILE
013720     END-IF.
013725     IF SL-JR-FILE-STATUS NOT = "00"
013730         DISPLAY "SUPPLOAD: UNABLE TO OPEN CHANGE JOURNAL - "
013735             "STATUS " SL-JR-FILE-STATUS
013740         MOVE 16 TO RETURN-CODE
013745         PERFORM 9000-TERMINATE THRU 9000-EXIT
013750         GO TO 9999-EXIT
013755     END-IF.
013760     SET SL-JR-OPEN TO TRUE.
013800     ACCEPT SL-RUN-DATE FROM DATE YYYYMMDD.
013900     ACCEPT SL-RUN-TIME FROM TIME.
013910     MOVE "JOBNAME" TO SL-ENV-NAME.
013920     DISPLAY SL-ENV-NAME UPON ENVIRONMENT-NAME.
013930     ACCEPT SL-JOB-ID FROM ENVIRONMENT-VALUE.
014000     MOVE SPACES TO SL-REPORT-LINE.
014100     STRING "SUPPRESSION FILE UPDATE REPORT - STARTED "
014200         SL-RUN-DATE " " SL-RUN-TIME
023700         NOT INVALID KEY
023800             MOVE "APPLIED - ADDED" TO SL-DISPOSITION
023900             ADD 1 TO SL-ADD-COUNT
023910             MOVE SPACES TO SL-BEFORE-IMAGE
023920             MOVE "A" TO SL-JOURNAL-ACTION
023930             PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
024000     END-WRITE.
024100 3300-EXIT.
024200     EXIT.
025700*----------------------------------------------------------------
025800* 3400-APPLY-CHANGE - REPLACE AN EXISTING SUPPRESSION RECORD
025900*                     WITH THE TRANSACTION IMAGE. A KEY NOT ON
026000*                     FILE, OR AN ERASURE ENTRY, IS A REJECT.
026100*----------------------------------------------------------------
026200 3400-APPLY-CHANGE.
026300     MOVE SN-SUPPRESS-KEY TO SP-SUPPRESS-KEY.
026700             ADD 1 TO SL-REJECT-COUNT
026800             GO TO 3400-EXIT
026900     END-READ.
026901     IF SP-ERASED
026902         MOVE "REJECTED - ERASURE ENTRY" TO SL-DISPOSITION
026903         ADD 1 TO SL-REJECT-COUNT
026904         GO TO 3400-EXIT
026905     END-IF.
026910     MOVE SUPPRESSION-RECORD TO SL-BEFORE-IMAGE.
027000     PERFORM 3350-MOVE-TRAN-TO-MASTER THRU 3350-EXIT.
027100     REWRITE SUPPRESSION-RECORD
027200         INVALID KEY
027600     END-REWRITE.
027700     MOVE "APPLIED - CHANGED" TO SL-DISPOSITION.
027800     ADD 1 TO SL-CHANGE-COUNT.
027810     MOVE "C" TO SL-JOURNAL-ACTION.
027820     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
027900 3400-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------------
028300* 3500-APPLY-DELETE - LIFT A SUPPRESSION. A KEY NOT ON FILE IS
028400*                     A REJECT, AND SO IS AN ERASURE ENTRY. THE
028410*                     RECORD IS READ FIRST SO THE JOURNAL HOLDS
028420*                     THE IMAGE THAT WAS REMOVED.
028500*----------------------------------------------------------------
028600 3500-APPLY-DELETE.
028700     MOVE SN-SUPPRESS-KEY TO SP-SUPPRESS-KEY.
028710     READ SUPPRESS-FILE
028720         INVALID KEY
028730             MOVE "REJECTED - NOT ON FILE" TO SL-DISPOSITION
028740             ADD 1 TO SL-REJECT-COUNT
028750             GO TO 3500-EXIT
028760     END-READ.
028761     IF SP-ERASED
028762         MOVE "REJECTED - ERASURE ENTRY" TO SL-DISPOSITION
028763         ADD 1 TO SL-REJECT-COUNT
028764         GO TO 3500-EXIT
028765     END-IF.
028770     MOVE SUPPRESSION-RECORD TO SL-BEFORE-IMAGE.
028800     DELETE SUPPRESS-FILE
028900         INVALID KEY
029000             MOVE "REJECTED - NOT ON FILE" TO SL-DISPOSITION
029300     END-DELETE.
029400     MOVE "APPLIED - DELETED" TO SL-DISPOSITION.
029500     ADD 1 TO SL-DELETE-COUNT.
029510     MOVE "D" TO SL-JOURNAL-ACTION.
029520     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
029600 3500-EXIT.
029700     EXIT.
029800
031100     EXIT.
031200
031300*----------------------------------------------------------------
031302* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
031304*                      CHANGE JOURNAL FOR THE CHANGE JUST
031306*                      APPLIED. THE CALLER SETS THE ACTION AND
031308*                      THE BEFORE IMAGE; THE AFTER IMAGE IS THE
031310*                      RECORD AS WRITTEN, OR SPACES FOR A DELETE.
031312*----------------------------------------------------------------
031314 3700-WRITE-JOURNAL.
031316     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
031318     MOVE "DONOTGRT" TO JR-FILE-NAME.
031320     MOVE SP-SUPPRESS-KEY TO JR-RECORD-KEY.
031322     MOVE SL-JOURNAL-ACTION TO JR-ACTION-CODE.
031324     MOVE SL-RUN-DATE TO JR-RUN-DATE.
031326     MOVE SL-RUN-TIME TO JR-RUN-TIME.
031328     MOVE SL-JOB-ID TO JR-JOB-ID.
031330     MOVE "SUPPLOAD" TO JR-PROGRAM-ID.
031332     MOVE SL-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
031334     IF NOT JR-DELETE
031336         MOVE SUPPRESSION-RECORD TO JR-AFTER-IMAGE
031338     END-IF.
031340     WRITE CHANGE-JOURNAL-RECORD.
031342     ADD 1 TO SL-JOURNAL-COUNT.
031344 3700-EXIT.
031346     EXIT.
031348
031350*----------------------------------------------------------------
031400* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
031500*                             TIMESTAMP FOR THE UPDATE REPORT.
031600*----------------------------------------------------------------
034800         INTO SL-REPORT-LINE.
034900     WRITE REPORT-RECORD FROM SL-REPORT-LINE.
035000     MOVE SPACES TO SL-REPORT-LINE.
035010     MOVE SL-JOURNAL-COUNT TO SL-COUNT-EDIT.
035020     STRING "JOURNAL RECORDS WRITTEN: " SL-COUNT-EDIT
035030         INTO SL-REPORT-LINE.
035040     WRITE REPORT-RECORD FROM SL-REPORT-LINE.
035050     MOVE SPACES TO SL-REPORT-LINE.
035100     STRING "RUN STARTED " SL-RUN-DATE " " SL-RUN-TIME
035200         " - ENDED " SL-END-DATE " " SL-END-TIME
035300         INTO SL-REPORT-LINE.
037200     IF SL-RF-OPEN
037300         CLOSE REPORT-FILE
037400     END-IF.
037410     IF SL-JR-OPEN
037420         CLOSE CHANGE-JOURNAL-FILE
037430     END-IF.
037500 9000-EXIT.
037600     EXIT.
037700
