001986*                  UNDELIVERABLE FLAG RETMLOAD SETS - RELOADING
001988*                  THE RECORD WITH A CORRECTED ADDRESS IS HOW A
001990*                  CUSTOMER COMES BACK INTO THE NIGHTLY RUN.
002000*   2026-09-08 RH  EVERY APPLIED ADD, CHANGE AND DELETE NOW
002005*                  APPENDS A BEFORE/AFTER IMAGE TO THE CHANGE
002010*                  JOURNAL (CHGJRNL) WITH THE RUN STAMP AND JOB
002015*                  ID. A DELETE READS THE RECORD FIRST SO THE
002020*                  JOURNAL HOLDS WHAT WAS REMOVED.
002025*   2026-09-17 RH  AN ADD STAMPS THE NEW CM-ADDED-DATE WITH THE
002030*                  RUN DATE FOR CAMPRUN'S ADDED-SINCE CRITERION;
002035*                  A CHANGE KEEPS THE DATE ALREADY ON FILE.
002040*   2026-09-24 RH  LOADS THE NEW CONTACT-CHANNEL PREFERENCE AND
002045*                  EMAIL ADDRESS. A BLANK CHANNEL LOADS AS "C"
002050*                  (CARD); ANYTHING BUT C OR E IS REJECTED, AS IS
002055*                  AN EMAIL CUSTOMER WITH NO ADDRESS OR ANY
002060*                  ADDRESS NOT SHAPED LIKE NAME@DOMAIN.TLD.
002065*                  AN ADD OR CHANGE CLEARS THE BOUNCE FLAG BNCLOAD
002070*                  SETS, THE WAY IT CLEARS THE UNDELIVERABLE FLAG.
002075*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CL-RF-FILE-STATUS.
003800
003810     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS CL-JR-FILE-STATUS.
003840
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CUSTOMER-TRAN-FILE.
004700 FD  REPORT-FILE.
004800 01  REPORT-RECORD               PIC X(132).
004900
004910 FD  CHANGE-JOURNAL-FILE.
004920     COPY JRNLREC.
004930
005000 WORKING-STORAGE SECTION.
005100 77  CL-EOF-SW               PIC X(01) VALUE "N".
005200     88  CL-EOF                        VALUE "Y".
005900 77  CL-RF-FILE-STATUS       PIC X(02).
006000 77  CL-RF-OPEN-SW           PIC X(01) VALUE "N".
006100     88  CL-RF-OPEN                    VALUE "Y".
006110 77  CL-JR-FILE-STATUS       PIC X(02).
006120 77  CL-JR-OPEN-SW           PIC X(01) VALUE "N".
006130     88  CL-JR-OPEN                    VALUE "Y".
006200 77  CL-TRAN-VALID-SW        PIC X(01) VALUE "N".
006300     88  CL-TRAN-VALID                 VALUE "Y".
006310 77  CL-EMAIL-VALID-SW       PIC X(01) VALUE "N".
006320     88  CL-EMAIL-VALID                VALUE "Y".
006330 77  CL-EMAIL-IDX            PIC 9(04) COMP.
006340 77  CL-AT-COUNT             PIC 9(04) COMP.
006350 77  CL-AT-POS               PIC 9(04) COMP.
006360 77  CL-DOT-POS              PIC 9(04) COMP.
006370 77  CL-LAST-POS             PIC 9(04) COMP.
006380 77  CL-GAP-POS              PIC 9(04) COMP.
006400 77  CL-TRAN-COUNT           PIC 9(08) COMP VALUE 0.
006500 77  CL-ADD-COUNT            PIC 9(08) COMP VALUE 0.
006600 77  CL-CHANGE-COUNT         PIC 9(08) COMP VALUE 0.
006700 77  CL-DELETE-COUNT         PIC 9(08) COMP VALUE 0.
006800 77  CL-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
006900 77  CL-DUPLICATE-COUNT      PIC 9(08) COMP VALUE 0.
006910 77  CL-JOURNAL-COUNT        PIC 9(08) COMP VALUE 0.
006920 77  CL-JOURNAL-ACTION       PIC X(01).
007000 77  CL-DISPOSITION          PIC X(30).
007100 77  CL-RUN-DATE             PIC X(08).
007200 77  CL-RUN-TIME             PIC X(08).
007300 77  CL-END-DATE             PIC X(08).
007400 77  CL-END-TIME             PIC X(08).
007500 77  CL-COUNT-EDIT           PIC ZZZZZZZ9.
007510 77  CL-ENV-NAME             PIC X(20).
007520 77  CL-JOB-ID               PIC X(08).
007600 01  CL-REPORT-LINE          PIC X(132).
007610 01  CL-BEFORE-IMAGE         PIC X(400).
007700
007800 PROCEDURE DIVISION.
007900
009000
009100*----------------------------------------------------------------
009200* 1000-INITIALIZE - OPEN FILES AND WRITE THE REPORT HEADER. A
009300*                   MISSING TRANSACTION FILE, AN UNWRITABLE
009400*                   REPORT FILE OR A CHANGE JOURNAL THAT WILL
009410*                   NOT OPEN ABORTS THE RUN - NO CHANGE IS
009420*                   APPLIED THAT CANNOT BE JOURNALED. THE CUSTOMER
009500*                   MASTER IS CREATED EMPTY ON ITS FIRST USE,
009600*                   THE SAME WAY THE DRIVERS CREATE THEIR
009700*                   CHECKPOINT FILES. EACH FILE'S OPEN SWITCH IS
013200         GO TO 9999-EXIT
013300     END-IF.
013400     SET CL-RF-OPEN TO TRUE.
013405     OPEN EXTEND CHANGE-JOURNAL-FILE.
013410     IF CL-JR-FILE-STATUS = "35"
013415         OPEN OUTPUT CHANGE-JOURNAL-FILE
013420     END-IF.
013425     IF CL-JR-FILE-STATUS NOT = "00"
013430         DISPLAY "CUSTLOAD: UNABLE TO OPEN CHANGE JOURNAL - "
013435             "STATUS " CL-JR-FILE-STATUS
013440         MOVE 16 TO RETURN-CODE
013445         PERFORM 9000-TERMINATE THRU 9000-EXIT
013450         GO TO 9999-EXIT
013455     END-IF.
013460     SET CL-JR-OPEN TO TRUE.
013500     ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
013600     ACCEPT CL-RUN-TIME FROM TIME.
013610     MOVE "JOBNAME" TO CL-ENV-NAME.
013620     DISPLAY CL-ENV-NAME UPON ENVIRONMENT-NAME.
013630     ACCEPT CL-JOB-ID FROM ENVIRONMENT-VALUE.
013700     MOVE SPACES TO CL-REPORT-LINE.
013800     STRING "CUSTOMER MASTER UPDATE REPORT - STARTED "
013900         CL-RUN-DATE " " CL-RUN-TIME
017900*                      CARRIES NEITHER A FLAT NAME NOR A
018000*                      SALUTATION LAST NAME - BLANK-NAME MASTER
018100*                      RECORDS ARE EXACTLY WHAT HAND-KEYING GAVE
018200*                      US, AND THEY STOP AT THE DOOR HERE. AN
018210*                      EMAIL CUSTOMER MUST CARRY AN EMAIL ADDRESS,
018220*                      AND ANY EMAIL ADDRESS KEYED MUST PASS
018230*                      3250-CHECK-EMAIL-ADDRESS.
018300*----------------------------------------------------------------
018400 3200-VALIDATE-TRAN.
018500     MOVE "Y" TO CL-TRAN-VALID-SW.
020399         MOVE "REJECTED - INCOMPLETE ADDRESS" TO CL-DISPOSITION
020419         MOVE "N" TO CL-TRAN-VALID-SW
020439         GO TO 3200-REJECT
020441     END-IF.
020443     IF CT-ACTION-CODE NOT = "D"
020445         AND CT-CONTACT-CHANNEL NOT = SPACE
020447         AND CT-CONTACT-CHANNEL NOT = "C"
020449         AND CT-CONTACT-CHANNEL NOT = "E"
020451         MOVE "REJECTED - BAD CONTACT CHANNEL" TO CL-DISPOSITION
020453         MOVE "N" TO CL-TRAN-VALID-SW
020455         GO TO 3200-REJECT
020459     END-IF.
020460     IF CT-ACTION-CODE NOT = "D"
020461         AND CT-CONTACT-CHANNEL = "E"
020462         AND CT-EMAIL-ADDRESS = SPACES
020463         MOVE "REJECTED - NO EMAIL ADDRESS" TO CL-DISPOSITION
020464         MOVE "N" TO CL-TRAN-VALID-SW
020465         GO TO 3200-REJECT
020466     END-IF.
020467     IF CT-ACTION-CODE NOT = "D"
020468         AND CT-EMAIL-ADDRESS NOT = SPACES
020469         PERFORM 3250-CHECK-EMAIL-ADDRESS THRU 3250-EXIT
020470         IF NOT CL-EMAIL-VALID
020471             MOVE "REJECTED - BAD EMAIL ADDRESS" TO CL-DISPOSITION
020472             MOVE "N" TO CL-TRAN-VALID-SW
020473             GO TO 3200-REJECT
020474         END-IF
020475     END-IF.
020479     GO TO 3200-EXIT.
020500 3200-REJECT.
020600     ADD 1 TO CL-REJECT-COUNT.
020800     EXIT.
020900
021000*----------------------------------------------------------------
021001* 3250-CHECK-EMAIL-ADDRESS - A USABLE ADDRESS IS ONE UNBROKEN
021002*                            STRING, LEFT-JUSTIFIED, WITH EXACTLY
021003*                            ONE "@" THAT IS NOT THE FIRST BYTE,
021004*                            AND A "." IN THE DOMAIN THAT IS
021005*                            NEITHER RIGHT AFTER THE "@" NOR THE
021006*                            LAST BYTE. THAT IS NOT EVERYTHING THE
021007*                            MAIL STANDARDS ALLOW, BUT IT CATCHES
021008*                            THE KEYING ERRORS THAT WOULD
021009*                            OTHERWISE COME BACK AS BOUNCES.
021010*----------------------------------------------------------------
021011 3250-CHECK-EMAIL-ADDRESS.
021012     MOVE "N" TO CL-EMAIL-VALID-SW.
021013     MOVE 0 TO CL-AT-COUNT.
021014     MOVE 0 TO CL-AT-POS.
021015     MOVE 0 TO CL-DOT-POS.
021016     MOVE 0 TO CL-LAST-POS.
021017     MOVE 0 TO CL-GAP-POS.
021018     PERFORM 3260-SCAN-ONE-BYTE THRU 3260-EXIT
021019         VARYING CL-EMAIL-IDX FROM 1 BY 1
021020         UNTIL CL-EMAIL-IDX > 60.
021021     IF CL-AT-COUNT NOT = 1
021022         OR CL-AT-POS < 2
021023         OR CL-GAP-POS > 0
021024         GO TO 3250-EXIT
021025     END-IF.
021026     IF CL-DOT-POS < CL-AT-POS + 2
021027         OR CL-DOT-POS NOT < CL-LAST-POS
021028         GO TO 3250-EXIT
021029     END-IF.
021030     SET CL-EMAIL-VALID TO TRUE.
021031 3250-EXIT.
021032     EXIT.
021033
021034*----------------------------------------------------------------
021035* 3260-SCAN-ONE-BYTE - NOTE WHERE THE "@" AND THE LAST "." AFTER
021036*                      IT FALL, THE LAST NON-BLANK BYTE, AND ANY
021037*                      BLANK THAT IS FOLLOWED BY MORE TEXT.
021038*----------------------------------------------------------------
021039 3260-SCAN-ONE-BYTE.
021040     IF CT-EMAIL-ADDRESS(CL-EMAIL-IDX:1) = SPACE
021041         GO TO 3260-EXIT
021042     END-IF.
021043     IF CL-LAST-POS < CL-EMAIL-IDX - 1
021044         MOVE CL-EMAIL-IDX TO CL-GAP-POS
021045     END-IF.
021046     MOVE CL-EMAIL-IDX TO CL-LAST-POS.
021047     IF CT-EMAIL-ADDRESS(CL-EMAIL-IDX:1) = "@"
021048         ADD 1 TO CL-AT-COUNT
021049         MOVE CL-EMAIL-IDX TO CL-AT-POS
021050     END-IF.
021051     IF CT-EMAIL-ADDRESS(CL-EMAIL-IDX:1) = "."
021052         AND CL-AT-POS > 0
021053         MOVE CL-EMAIL-IDX TO CL-DOT-POS
021054     END-IF.
021055 3260-EXIT.
021056     EXIT.
021057
021058*----------------------------------------------------------------
021100* 3300-APPLY-ADD - WRITE A NEW MASTER RECORD. A KEY ALREADY ON
021200*                  FILE IS A DUPLICATE, COUNTED AND LISTED
021300*                  SEPARATELY FROM ORDINARY REJECTS SO A RERUN
021400*                  OF AN ALREADY-APPLIED TRANSACTION FILE IS
021500*                  RECOGNIZABLE AT A GLANCE. THE RECORD IS
021510*                  STAMPED WITH THE RUN DATE AS ITS ADDED DATE.
021600*----------------------------------------------------------------
021700 3300-APPLY-ADD.
021800     PERFORM 3350-MOVE-TRAN-TO-MASTER THRU 3350-EXIT.
021810     MOVE CL-RUN-DATE TO CM-ADDED-DATE.
021900     WRITE CUSTOMER-MASTER-RECORD
022000         INVALID KEY
022100             MOVE "DUPLICATE - ALREADY ON FILE" TO CL-DISPOSITION
022300         NOT INVALID KEY
022400             MOVE "APPLIED - ADDED" TO CL-DISPOSITION
022500             ADD 1 TO CL-ADD-COUNT
022510             MOVE SPACES TO CL-BEFORE-IMAGE
022520             MOVE "A" TO CL-JOURNAL-ACTION
022530             PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT
022600     END-WRITE.
022700 3300-EXIT.
022800     EXIT.
023300*                            CODE DEFAULTS TO ENGLISH RATHER
023400*                            THAN LOADING A BLANK THE GREETING
023500*                            PROGRAMS WOULD FALL BACK ON EVERY
023600*                            NIGHT; A BLANK CONTACT CHANNEL
023610*                            DEFAULTS TO CARD THE SAME WAY.
023700*----------------------------------------------------------------
023800 3350-MOVE-TRAN-TO-MASTER.
023900     MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID.
024300     ELSE
024400         MOVE CT-LANGUAGE-CODE TO CM-LANGUAGE-CODE
024500     END-IF.
024510     IF CT-CONTACT-CHANNEL = SPACE
024520         MOVE "C" TO CM-CONTACT-CHANNEL
024530     ELSE
024540         MOVE CT-CONTACT-CHANNEL TO CM-CONTACT-CHANNEL
024550     END-IF.
024560     MOVE CT-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS.
024570     MOVE "N" TO CM-EMAIL-BOUNCED-SW.
024580     MOVE SPACES TO CM-BOUNCE-REASON.
024590     MOVE SPACES TO CM-BOUNCE-DATE.
024600     MOVE CT-TITLE TO CM-TITLE.
024700     MOVE CT-FIRST-NAME TO CM-FIRST-NAME.
024800     MOVE CT-LAST-NAME TO CM-LAST-NAME.
025300*----------------------------------------------------------------
025400* 3400-APPLY-CHANGE - REPLACE AN EXISTING MASTER RECORD WITH THE
025500*                     TRANSACTION IMAGE. A KEY NOT ON FILE IS A
025600*                     REJECT. THE RECORD AS READ IS KEPT AS THE
025610*                     JOURNAL'S BEFORE IMAGE.
025700*----------------------------------------------------------------
025800 3400-APPLY-CHANGE.
025900     MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID.
026300             ADD 1 TO CL-REJECT-COUNT
026400             GO TO 3400-EXIT
026500     END-READ.
026510     MOVE CUSTOMER-MASTER-RECORD TO CL-BEFORE-IMAGE.
026600     PERFORM 3350-MOVE-TRAN-TO-MASTER THRU 3350-EXIT.
026700     REWRITE CUSTOMER-MASTER-RECORD
026800         INVALID KEY
027200     END-REWRITE.
027300     MOVE "APPLIED - CHANGED" TO CL-DISPOSITION.
027400     ADD 1 TO CL-CHANGE-COUNT.
027410     MOVE "C" TO CL-JOURNAL-ACTION.
027420     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
027500 3400-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------
027900* 3500-APPLY-DELETE - REMOVE AN EXISTING MASTER RECORD. A KEY
028000*                     NOT ON FILE IS A REJECT. THE RECORD IS
028010*                     READ FIRST SO THE JOURNAL HOLDS THE IMAGE
028020*                     THAT WAS REMOVED.
028100*----------------------------------------------------------------
028200 3500-APPLY-DELETE.
028300     MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID.
028310     READ CUSTOMER-MASTER-FILE
028320         INVALID KEY
028330             MOVE "REJECTED - NOT ON FILE" TO CL-DISPOSITION
028340             ADD 1 TO CL-REJECT-COUNT
028350             GO TO 3500-EXIT
028360     END-READ.
028370     MOVE CUSTOMER-MASTER-RECORD TO CL-BEFORE-IMAGE.
028400     DELETE CUSTOMER-MASTER-FILE
028500         INVALID KEY
028600             MOVE "REJECTED - NOT ON FILE" TO CL-DISPOSITION
028900     END-DELETE.
029000     MOVE "APPLIED - DELETED" TO CL-DISPOSITION.
029100     ADD 1 TO CL-DELETE-COUNT.
029110     MOVE "D" TO CL-JOURNAL-ACTION.
029120     PERFORM 3700-WRITE-JOURNAL THRU 3700-EXIT.
029200 3500-EXIT.
029300     EXIT.
029400
030600     EXIT.
030700
030800*----------------------------------------------------------------
030802* 3700-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER RECORD TO THE
030804*                      CHANGE JOURNAL FOR THE CHANGE JUST
030806*                      APPLIED. THE CALLER SETS THE ACTION AND
030808*                      THE BEFORE IMAGE; THE AFTER IMAGE IS THE
030810*                      MASTER RECORD AS WRITTEN, OR SPACES FOR A
030812*                      DELETE.
030814*----------------------------------------------------------------
030816 3700-WRITE-JOURNAL.
030818     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
030820     MOVE "CUSTMAST" TO JR-FILE-NAME.
030822     MOVE CM-CUSTOMER-ID TO JR-RECORD-KEY.
030824     MOVE CL-JOURNAL-ACTION TO JR-ACTION-CODE.
030826     MOVE CL-RUN-DATE TO JR-RUN-DATE.
030828     MOVE CL-RUN-TIME TO JR-RUN-TIME.
030830     MOVE CL-JOB-ID TO JR-JOB-ID.
030832     MOVE "CUSTLOAD" TO JR-PROGRAM-ID.
030834     MOVE CL-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
030836     IF NOT JR-DELETE
030838         MOVE CUSTOMER-MASTER-RECORD TO JR-AFTER-IMAGE
030840     END-IF.
030842     WRITE CHANGE-JOURNAL-RECORD.
030844     ADD 1 TO CL-JOURNAL-COUNT.
030846 3700-EXIT.
030848     EXIT.
030850
030852*----------------------------------------------------------------
030900* 5000-WRITE-REPORT-TRAILER - TOTALS BY DISPOSITION AND END
031000*                             TIMESTAMP FOR THE UPDATE REPORT.
031100*----------------------------------------------------------------
034300         INTO CL-REPORT-LINE.
034400     WRITE REPORT-RECORD FROM CL-REPORT-LINE.
034500     MOVE SPACES TO CL-REPORT-LINE.
034510     MOVE CL-JOURNAL-COUNT TO CL-COUNT-EDIT.
034520     STRING "JOURNAL RECORDS WRITTEN: " CL-COUNT-EDIT
034530         INTO CL-REPORT-LINE.
034540     WRITE REPORT-RECORD FROM CL-REPORT-LINE.
034550     MOVE SPACES TO CL-REPORT-LINE.
034600     STRING "RUN STARTED " CL-RUN-DATE " " CL-RUN-TIME
034700         " - ENDED " CL-END-DATE " " CL-END-TIME
034800         INTO CL-REPORT-LINE.
036700     IF CL-RF-OPEN
036800         CLOSE REPORT-FILE
036900     END-IF.
036910     IF CL-JR-OPEN
036920         CLOSE CHANGE-JOURNAL-FILE
036930     END-IF.
037000 9000-EXIT.
037100     EXIT.
037200
