000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BNCLOAD.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROCESSING-CENTER.
000500 DATE-WRITTEN. 2026-09-24.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* BNCLOAD    - EMAIL BOUNCE FEEDBACK STEP. READS THE BOUNCE FILE
000900*              THE EMAIL VENDOR SENDS BACK FOR GREETINGS IT COULD
001000*              NOT DELIVER AND MARKS EACH MATCHING CUSTOMER'S
001100*              EMAIL ADDRESS BOUNCED, CARRYING THE BOUNCE REASON
001200*              AND DATE ONTO THE MASTER - THE ELECTRONIC
001300*              COUNTERPART OF RETMLOAD'S RETURNED MAIL. HELLOCM
001400*              SENDS A BOUNCED EMAIL CUSTOMER A CARD INSTEAD
001500*              UNTIL A CUSTLOAD CHANGE RELOADS THE RECORD, WHICH
001600*              CLEARS THE FLAG.
001700*
001800*              A BOUNCE FOR AN ADDRESS THE CUSTOMER HAS SINCE
001900*              CHANGED IS LISTED BUT NOT APPLIED - THE NEW
002000*              ADDRESS HAS NOT FAILED YET. A BOUNCE WITH NO
002100*              ADDRESS ON IT IS TAKEN AS MEANING THE ADDRESS ON
002200*              FILE.
002300*
002400*              EVERY BOUNCE IS LISTED ON THE REPORT AS MARKED,
002500*              ALREADY FLAGGED, ADDRESS CHANGED, REJECTED OR NOT
002600*              ON FILE, WITH TOTALS BY DISPOSITION ON THE
002700*              TRAILER. BOUNCES THAT MATCH NO CUSTOMER END THE
002800*              RUN WITH RETURN CODE 4, AS IN RETMLOAD.
002900*----------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*   2026-09-24 RH  INITIAL VERSION - FEEDS EMAIL BOUNCES BACK TO
003200*                  THE CUSTOMER MASTER FOR THE NEW ELECTRONIC
003300*                  GREETING CHANNEL.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EMAIL-BOUNCE-FILE ASSIGN TO "EMLBOUNC"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS BL-BN-FILE-STATUS.
004200
004300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CM-CUSTOMER-ID
004700         FILE STATUS IS BL-CM-FILE-STATUS.
004800
004900     SELECT REPORT-FILE ASSIGN TO "BLRPTFIL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS BL-RF-FILE-STATUS.
005200
005300     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS BL-JR-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  EMAIL-BOUNCE-FILE.
006000     COPY BOUNCREC.
006100
006200 FD  CUSTOMER-MASTER-FILE.
006300     COPY CUSTMAS.
006400
006500 FD  REPORT-FILE.
006600 01  REPORT-RECORD               PIC X(132).
006700
006800 FD  CHANGE-JOURNAL-FILE.
006900     COPY JRNLREC.
007000
007100 WORKING-STORAGE SECTION.
007200 77  BL-EOF-SW               PIC X(01) VALUE "N".
007300     88  BL-EOF                        VALUE "Y".
007400 77  BL-BN-FILE-STATUS       PIC X(02).
007500 77  BL-BN-OPEN-SW           PIC X(01) VALUE "N".
007600     88  BL-BN-OPEN                    VALUE "Y".
007700 77  BL-CM-FILE-STATUS       PIC X(02).
007800 77  BL-CM-OPEN-SW           PIC X(01) VALUE "N".
007900     88  BL-CM-OPEN                    VALUE "Y".
008000 77  BL-RF-FILE-STATUS       PIC X(02).
008100 77  BL-RF-OPEN-SW           PIC X(01) VALUE "N".
008200     88  BL-RF-OPEN                    VALUE "Y".
008300 77  BL-JR-FILE-STATUS       PIC X(02).
008400 77  BL-JR-OPEN-SW           PIC X(01) VALUE "N".
008500     88  BL-JR-OPEN                    VALUE "Y".
008600 77  BL-BOUNCE-COUNT         PIC 9(08) COMP VALUE 0.
008700 77  BL-MARKED-COUNT         PIC 9(08) COMP VALUE 0.
008800 77  BL-ALREADY-COUNT        PIC 9(08) COMP VALUE 0.
008900 77  BL-CHANGED-COUNT        PIC 9(08) COMP VALUE 0.
009000 77  BL-UNMATCHED-COUNT      PIC 9(08) COMP VALUE 0.
009100 77  BL-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
009200 77  BL-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
009300 77  BL-DISPOSITION          PIC X(30).
009400 77  BL-RUN-DATE             PIC X(08).
009500 77  BL-RUN-TIME             PIC X(08).
009600 77  BL-END-DATE             PIC X(08).
009700 77  BL-END-TIME             PIC X(08).
009800 77  BL-COUNT-EDIT           PIC ZZZZZZZ9.
009900 77  BL-ENV-NAME             PIC X(20).
010000 77  BL-JOB-ID               PIC X(08).
010100 01  BL-REPORT-LINE          PIC X(132).
010200 01  BL-BEFORE-IMAGE         PIC X(400).
010300
010400 PROCEDURE DIVISION.
010500
010600*----------------------------------------------------------------
010700* 0000-MAINLINE
010800*----------------------------------------------------------------
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 3100-PROCESS-BOUNCE THRU 3100-EXIT
011200         UNTIL BL-EOF.
011300     PERFORM 5000-WRITE-REPORT-TRAILER THRU 5000-EXIT.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011500     GO TO 9999-EXIT.
011600
011700*----------------------------------------------------------------
011800* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER. A
011900*                   MISSING BOUNCE FILE OR CUSTOMER MASTER ABORTS
012000*                   THE RUN, AS DOES A CHANGE JOURNAL THAT WILL
012100*                   NOT OPEN, SINCE NO FLAG IS SET THAT CANNOT BE
012200*                   JOURNALED. EACH FILE'S OPEN SWITCH IS SET ONLY
012300*                   AFTER ITS OPEN SUCCEEDS, SO 9000-TERMINATE
012400*                   NEVER CLOSES A FILE THAT WAS NEVER OPENED.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     OPEN INPUT EMAIL-BOUNCE-FILE.
012800     IF BL-BN-FILE-STATUS NOT = "00"
012900         DISPLAY "BNCLOAD: UNABLE TO OPEN EMAIL BOUNCE FILE - "
013000             "STATUS " BL-BN-FILE-STATUS
013100         MOVE 16 TO RETURN-CODE
013200         PERFORM 9000-TERMINATE THRU 9000-EXIT
013300         GO TO 9999-EXIT
013400     END-IF.
013500     SET BL-BN-OPEN TO TRUE.
013600     OPEN I-O CUSTOMER-MASTER-FILE.
013700     IF BL-CM-FILE-STATUS NOT = "00"
013800         DISPLAY "BNCLOAD: UNABLE TO OPEN CUSTOMER MASTER - "
013900             "STATUS " BL-CM-FILE-STATUS
014000         MOVE 16 TO RETURN-CODE
014100         PERFORM 9000-TERMINATE THRU 9000-EXIT
014200         GO TO 9999-EXIT
014300     END-IF.
014400     SET BL-CM-OPEN TO TRUE.
014500     OPEN OUTPUT REPORT-FILE.
014600     IF BL-RF-FILE-STATUS NOT = "00"
014700         DISPLAY "BNCLOAD: UNABLE TO OPEN REPORT-FILE - STATUS "
014800             BL-RF-FILE-STATUS
014900         MOVE 16 TO RETURN-CODE
015000         PERFORM 9000-TERMINATE THRU 9000-EXIT
015100         GO TO 9999-EXIT
015200     END-IF.
015300     SET BL-RF-OPEN TO TRUE.
015400     OPEN EXTEND CHANGE-JOURNAL-FILE.
015500     IF BL-JR-FILE-STATUS = "35"
015600         OPEN OUTPUT CHANGE-JOURNAL-FILE
015700     END-IF.
015800     IF BL-JR-FILE-STATUS NOT = "00"
015900         DISPLAY "BNCLOAD: UNABLE TO OPEN CHANGE JOURNAL - "
016000             "STATUS " BL-JR-FILE-STATUS
016100         MOVE 16 TO RETURN-CODE
016200         PERFORM 9000-TERMINATE THRU 9000-EXIT
016300         GO TO 9999-EXIT
016400     END-IF.
016500     SET BL-JR-OPEN TO TRUE.
016600     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD.
016700     ACCEPT BL-RUN-TIME FROM TIME.
016800     MOVE "JOBNAME" TO BL-ENV-NAME.
016900     DISPLAY BL-ENV-NAME UPON ENVIRONMENT-NAME.
017000     ACCEPT BL-JOB-ID FROM ENVIRONMENT-VALUE.
017100     MOVE SPACES TO BL-REPORT-LINE.
017200     STRING "EMAIL BOUNCE UPDATE REPORT - STARTED "
017300         BL-RUN-DATE " " BL-RUN-TIME
017400         INTO BL-REPORT-LINE.
017500     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
017600     MOVE SPACES TO BL-REPORT-LINE.
017700     STRING "CUSTOMER-ID REASON     BOUNCED  DISPOSITION"
017800         "                    EMAIL ADDRESS"
017900         INTO BL-REPORT-LINE.
018000     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
018100     READ EMAIL-BOUNCE-FILE
018200         AT END SET BL-EOF TO TRUE
018300     END-READ.
018400 1000-EXIT.
018500     EXIT.
018600
018700*----------------------------------------------------------------
018800* 3100-PROCESS-BOUNCE - APPLY ONE BOUNCE TO THE MASTER, LIST ITS
018900*                       DISPOSITION, AND READ THE NEXT. A BOUNCE
019000*                       ALREADY APPLIED IS COUNTED SEPARATELY SO
019100*                       A RERUN OF THE SAME FILE IS RECOGNIZABLE
019200*                       AT A GLANCE, AND A BOUNCE FOR AN ADDRESS
019300*                       NO LONGER ON FILE IS COUNTED BUT LEFT
019400*                       ALONE.
019500*----------------------------------------------------------------
019600 3100-PROCESS-BOUNCE.
019700     ADD 1 TO BL-BOUNCE-COUNT.
019800     MOVE SPACES TO BL-DISPOSITION.
019900     IF BN-CUSTOMER-ID = SPACES
020000         MOVE "REJECTED - BLANK CUSTOMER ID" TO BL-DISPOSITION
020100         ADD 1 TO BL-REJECT-COUNT
020200         GO TO 3100-DETAIL
020300     END-IF.
020400     MOVE BN-CUSTOMER-ID TO CM-CUSTOMER-ID.
020500     READ CUSTOMER-MASTER-FILE
020600         INVALID KEY
020700             MOVE "NOT ON FILE" TO BL-DISPOSITION
020800             ADD 1 TO BL-UNMATCHED-COUNT
020900             GO TO 3100-DETAIL
021000     END-READ.
021100     IF CM-EMAIL-ADDRESS = SPACES
021200         OR (BN-EMAIL-ADDRESS NOT = SPACES
021300             AND BN-EMAIL-ADDRESS NOT = CM-EMAIL-ADDRESS)
021400         MOVE "ADDRESS CHANGED - NOT MARKED" TO BL-DISPOSITION
021500         ADD 1 TO BL-CHANGED-COUNT
021600         GO TO 3100-DETAIL
021700     END-IF.
021800     IF CM-EMAIL-BOUNCED
021900         MOVE "ALREADY FLAGGED" TO BL-DISPOSITION
022000         ADD 1 TO BL-ALREADY-COUNT
022100         GO TO 3100-DETAIL
022200     END-IF.
022300     MOVE CUSTOMER-MASTER-RECORD TO BL-BEFORE-IMAGE.
022400     MOVE "Y" TO CM-EMAIL-BOUNCED-SW.
022500     MOVE BN-BOUNCE-REASON TO CM-BOUNCE-REASON.
022600     IF BN-BOUNCE-DATE NUMERIC
022700         MOVE BN-BOUNCE-DATE TO CM-BOUNCE-DATE
022800     ELSE
022900         MOVE BL-RUN-DATE TO CM-BOUNCE-DATE
023000     END-IF.
023100     REWRITE CUSTOMER-MASTER-RECORD
023200         INVALID KEY
023300             MOVE "REJECTED - REWRITE FAILED" TO BL-DISPOSITION
023400             ADD 1 TO BL-REJECT-COUNT
023500             GO TO 3100-DETAIL
023600     END-REWRITE.
023700     MOVE "MARKED BOUNCED" TO BL-DISPOSITION.
023800     ADD 1 TO BL-MARKED-COUNT.
023900     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
024000 3100-DETAIL.
024100     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
024200     READ EMAIL-BOUNCE-FILE
024300         AT END SET BL-EOF TO TRUE
024400     END-READ.
024500 3100-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------
024900* 3600-WRITE-DETAIL - LIST THE BOUNCE JUST PROCESSED AND ITS
025000*                     DISPOSITION ON THE UPDATE REPORT.
025100*----------------------------------------------------------------
025200 3600-WRITE-DETAIL.
025300     MOVE SPACES TO BL-REPORT-LINE.
025400     STRING BN-CUSTOMER-ID "  " BN-BOUNCE-REASON " "
025500         BN-BOUNCE-DATE " " BL-DISPOSITION " " BN-EMAIL-ADDRESS
025600         INTO BL-REPORT-LINE.
025700     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
025800 3600-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------
026200* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
026300*                      CHANGE JOURNAL FOR THE BOUNCE FLAG JUST
026400*                      SET.
026500*----------------------------------------------------------------
026600 3700-WRITE-JOURNAL.
026700     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
026800     MOVE "CUSTMAST" TO JR-FILE-NAME.
026900     MOVE CM-CUSTOMER-ID TO JR-RECORD-KEY.
027000     MOVE "B" TO JR-ACTION-CODE.
027100     MOVE BL-RUN-DATE TO JR-RUN-DATE.
027200     MOVE BL-RUN-TIME TO JR-RUN-TIME.
027300     MOVE BL-JOB-ID TO JR-JOB-ID.
027400     MOVE "BNCLOAD" TO JR-PROGRAM-ID.
027500     MOVE BL-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
027600     MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE.
027700     WRITE CHANGE-JOURNAL-RECORD.
027800     ADD 1 TO BL-JOURNAL-COUNT.
027900 3700-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------------
028300* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
028400*                             TIMESTAMP. ANY BOUNCE THAT MATCHED
028500*                             NO CUSTOMER GRADES THE RUN RETURN
028600*                             CODE 4.
028700*----------------------------------------------------------------
028800 5000-WRITE-REPORT-TRAILER.
028900     ACCEPT BL-END-DATE FROM DATE YYYYMMDD.
029000     ACCEPT BL-END-TIME FROM TIME.
029100     MOVE SPACES TO BL-REPORT-LINE.
029200     MOVE BL-BOUNCE-COUNT TO BL-COUNT-EDIT.
029300     STRING "BOUNCES READ: " BL-COUNT-EDIT
029400         INTO BL-REPORT-LINE.
029500     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
029600     MOVE SPACES TO BL-REPORT-LINE.
029700     MOVE BL-MARKED-COUNT TO BL-COUNT-EDIT.
029800     STRING "MARKED BOUNCED: " BL-COUNT-EDIT
029900         INTO BL-REPORT-LINE.
030000     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
030100     MOVE SPACES TO BL-REPORT-LINE.
030200     MOVE BL-ALREADY-COUNT TO BL-COUNT-EDIT.
030300     STRING "ALREADY FLAGGED: " BL-COUNT-EDIT
030400         INTO BL-REPORT-LINE.
030500     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
030600     MOVE SPACES TO BL-REPORT-LINE.
030700     MOVE BL-CHANGED-COUNT TO BL-COUNT-EDIT.
030800     STRING "ADDRESS CHANGED - NOT MARKED: " BL-COUNT-EDIT
030900         INTO BL-REPORT-LINE.
031000     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
031100     MOVE SPACES TO BL-REPORT-LINE.
031200     MOVE BL-UNMATCHED-COUNT TO BL-COUNT-EDIT.
031300     STRING "BOUNCES NOT ON FILE: " BL-COUNT-EDIT
031400         INTO BL-REPORT-LINE.
031500     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
031600     MOVE SPACES TO BL-REPORT-LINE.
031700     MOVE BL-REJECT-COUNT TO BL-COUNT-EDIT.
031800     STRING "BOUNCES REJECTED: " BL-COUNT-EDIT
031900         INTO BL-REPORT-LINE.
032000     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
032100     MOVE SPACES TO BL-REPORT-LINE.
032200     MOVE BL-JOURNAL-COUNT TO BL-COUNT-EDIT.
032300     STRING "JOURNAL RECORDS WRITTEN: " BL-COUNT-EDIT
032400         INTO BL-REPORT-LINE.
032500     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
032600     IF BL-UNMATCHED-COUNT > 0 AND RETURN-CODE = 0
032700         MOVE 4 TO RETURN-CODE
032800     END-IF.
032900     MOVE SPACES TO BL-REPORT-LINE.
033000     STRING "RUN STARTED " BL-RUN-DATE " " BL-RUN-TIME
033100         " - ENDED " BL-END-DATE " " BL-END-TIME
033200         INTO BL-REPORT-LINE.
033300     WRITE REPORT-RECORD FROM BL-REPORT-LINE.
033400 5000-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------------
033800* 9000-TERMINATE - CLOSE WHATEVER FILES THIS RUN ACTUALLY
033900*                  OPENED. A RUN THAT ABORTS PARTWAY THROUGH
034000*                  1000-INITIALIZE MAY NOT HAVE OPENED EVERY
034100*                  FILE YET, AND CLOSING ONE THAT WAS NEVER
034200*                  OPENED IS A FATAL RUNTIME ERROR, NOT A NO-OP.
034300*----------------------------------------------------------------
034400 9000-TERMINATE.
034500     IF BL-BN-OPEN
034600         CLOSE EMAIL-BOUNCE-FILE
034700     END-IF.
034800     IF BL-CM-OPEN
034900         CLOSE CUSTOMER-MASTER-FILE
035000     END-IF.
035100     IF BL-RF-OPEN
035200         CLOSE REPORT-FILE
035300     END-IF.
035400     IF BL-JR-OPEN
035500         CLOSE CHANGE-JOURNAL-FILE
035600     END-IF.
035700 9000-EXIT.
035800     EXIT.
035900
036000 9999-EXIT.
036100     EXIT PROGRAM.
