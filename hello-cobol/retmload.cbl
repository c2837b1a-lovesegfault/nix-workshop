002700* MODIFICATION HISTORY
002800*   2026-08-27 RH  INITIAL VERSION - ENDS THE WEEKLY RE-KEYING
002900*                  OF THE RETURN FILE INTO CUSTTRN DELETES.
002910*   2026-09-08 RH  EVERY CUSTOMER MARKED UNDELIVERABLE NOW
002920*                  APPENDS A BEFORE/AFTER IMAGE TO THE CHANGE
002930*                  JOURNAL (CHGJRNL) WITH THE RUN STAMP AND JOB
002940*                  ID.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RL-RF-FILE-STATUS.
004800
004810     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS RL-JR-FILE-STATUS.
004840
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RETURNED-MAIL-FILE.
005700 FD  REPORT-FILE.
005800 01  REPORT-RECORD               PIC X(132).
005900
005910 FD  CHANGE-JOURNAL-FILE.
005920     COPY JRNLREC.
005930
006000 WORKING-STORAGE SECTION.
006100 77  RL-EOF-SW               PIC X(01) VALUE "N".
006200     88  RL-EOF                        VALUE "Y".
006900 77  RL-RF-FILE-STATUS       PIC X(02).
007000 77  RL-RF-OPEN-SW           PIC X(01) VALUE "N".
007100     88  RL-RF-OPEN                    VALUE "Y".
007110 77  RL-JR-FILE-STATUS       PIC X(02).
007120 77  RL-JR-OPEN-SW           PIC X(01) VALUE "N".
007130     88  RL-JR-OPEN                    VALUE "Y".
007200 77  RL-RETURN-COUNT         PIC 9(08) COMP VALUE 0.
007300 77  RL-MARKED-COUNT         PIC 9(08) COMP VALUE 0.
007400 77  RL-ALREADY-COUNT        PIC 9(08) COMP VALUE 0.
007500 77  RL-UNMATCHED-COUNT      PIC 9(08) COMP VALUE 0.
007600 77  RL-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
007610 77  RL-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
007700 77  RL-DISPOSITION          PIC X(30).
007800 77  RL-RUN-DATE             PIC X(08).
007900 77  RL-RUN-TIME             PIC X(08).
008000 77  RL-END-DATE             PIC X(08).
008100 77  RL-END-TIME             PIC X(08).
008200 77  RL-COUNT-EDIT           PIC ZZZZZZZ9.
008210 77  RL-ENV-NAME             PIC X(20).
008220 77  RL-JOB-ID               PIC X(08).
008300 01  RL-REPORT-LINE          PIC X(132).
008310 01  RL-BEFORE-IMAGE         PIC X(400).
008400
008500 PROCEDURE DIVISION.
008600
009900* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER. A
010000*                   MISSING RETURN FILE OR CUSTOMER MASTER
010100*                   ABORTS THE RUN - THERE IS NOTHING SENSIBLE
010200*                   TO DO WITHOUT EITHER - AS DOES A CHANGE
010210*                   JOURNAL THAT WILL NOT OPEN, SINCE NO FLAG IS
010220*                   SET THAT CANNOT BE JOURNALED. EACH FILE'S OPEN
010300*                   SWITCH IS SET ONLY AFTER ITS OPEN SUCCEEDS,
010400*                   SO 9000-TERMINATE NEVER CLOSES A FILE THAT
010500*                   WAS NEVER OPENED.
013200         GO TO 9999-EXIT
013300     END-IF.
013400     SET RL-RF-OPEN TO TRUE.
013405     OPEN EXTEND CHANGE-JOURNAL-FILE.
013410     IF RL-JR-FILE-STATUS = "35"
013415         OPEN OUTPUT CHANGE-JOURNAL-FILE
013420     END-IF.
013425     IF RL-JR-FILE-STATUS NOT = "00"
013430         DISPLAY "RETMLOAD: UNABLE TO OPEN CHANGE JOURNAL - "
013435             "STATUS " RL-JR-FILE-STATUS
013440         MOVE 16 TO RETURN-CODE
013445         PERFORM 9000-TERMINATE THRU 9000-EXIT
013450         GO TO 9999-EXIT
013455     END-IF.
013460     SET RL-JR-OPEN TO TRUE.
013500     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
013600     ACCEPT RL-RUN-TIME FROM TIME.
013610     MOVE "JOBNAME" TO RL-ENV-NAME.
013620     DISPLAY RL-ENV-NAME UPON ENVIRONMENT-NAME.
013630     ACCEPT RL-JOB-ID FROM ENVIRONMENT-VALUE.
013700     MOVE SPACES TO RL-REPORT-LINE.
013800     STRING "RETURNED-MAIL UPDATE REPORT - STARTED "
013900         RL-RUN-DATE " " RL-RUN-TIME
017700         ADD 1 TO RL-ALREADY-COUNT
017800         GO TO 3100-DETAIL
017900     END-IF.
017910     MOVE CUSTOMER-MASTER-RECORD TO RL-BEFORE-IMAGE.
018000     MOVE "Y" TO CM-UNDELIVERABLE-SW.
018100     MOVE RM-RETURN-REASON TO CM-RETURN-REASON.
018200     IF RM-RETURN-DATE NUMERIC
019200     END-REWRITE.
019300     MOVE "MARKED UNDELIVERABLE" TO RL-DISPOSITION.
019400     ADD 1 TO RL-MARKED-COUNT.
019410     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
019500 3100-DETAIL.
019600     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
019700     READ RETURNED-MAIL-FILE
021400     EXIT.
021500
021600*----------------------------------------------------------------
021602* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
021604*                      CHANGE JOURNAL FOR THE UNDELIVERABLE FLAG
021606*                      JUST SET.
021608*----------------------------------------------------------------
021610 3700-WRITE-JOURNAL.
021612     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
021614     MOVE "CUSTMAST" TO JR-FILE-NAME.
021616     MOVE CM-CUSTOMER-ID TO JR-RECORD-KEY.
021618     MOVE "U" TO JR-ACTION-CODE.
021620     MOVE RL-RUN-DATE TO JR-RUN-DATE.
021622     MOVE RL-RUN-TIME TO JR-RUN-TIME.
021624     MOVE RL-JOB-ID TO JR-JOB-ID.
021626     MOVE "RETMLOAD" TO JR-PROGRAM-ID.
021628     MOVE RL-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
021630     MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
021632     WRITE CHANGE-JOURNAL-RECORD.
021634     ADD 1 TO RL-JOURNAL-COUNT.
021636 3700-EXIT.
021638     EXIT.
021640
021642*----------------------------------------------------------------
021700* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
021800*                             TIMESTAMP. ANY RETURN THAT
021900*                             MATCHED NO CUSTOMER GRADES THE
024700     STRING "RETURNS REJECTED: " RL-COUNT-EDIT
024800         INTO RL-REPORT-LINE.
024900     WRITE REPORT-RECORD FROM RL-REPORT-LINE.
024910     MOVE SPACES TO RL-REPORT-LINE.
024920     MOVE RL-JOURNAL-COUNT TO RL-COUNT-EDIT.
024930     STRING "JOURNAL RECORDS WRITTEN: " RL-COUNT-EDIT
024940         INTO RL-REPORT-LINE.
024950     WRITE REPORT-RECORD FROM RL-REPORT-LINE.
025000     IF RL-UNMATCHED-COUNT > 0 AND RETURN-CODE = 0
025100         MOVE 4 TO RETURN-CODE
025200     END-IF.
027500     IF RL-RF-OPEN
027600         CLOSE REPORT-FILE
027700     END-IF.
027710     IF RL-JR-OPEN
027720         CLOSE CHANGE-JOURNAL-FILE
027730     END-IF.
027800 9000-EXIT.
027900     EXIT.
028000
